000310*                                                               *
000320*    CONTROL CARD: STANDARD CTLCARD ON SYSIN.  CTL-PARM-1 IS    *
000330*                  THE ATTEMPT LIMIT WHEN SUPPLIED (CTL-FLAG-2  *
000334*                  = Y); THE DEFAULT LIMIT (TENT-PAD) AND THE   *
000338*                  HIGHEST LIMIT A CARD MAY ASK FOR (TENT-MAX)  *
000342*                  COME FROM THE CENTRAL PARAMETER TABLE, 3     *
000346*                  AND 99 WHEN NO ENTRY IS IN FORCE.            *
000350*                                                               *
000360*    RETURN CODES: 0 = EVERY SUSPENSE RECORD CORRECTED,         *
000370*                  4 = RECORDS RECIRCULATED TO REJNEW,          *
000600*                     CTL-RUN-DATE AND CTL-OPERATOR ARE NOW     *
000610*                     CLEARED LIKE THE OTHER FIELDS WHEN THE    *
000620*                     CARD IS IGNORED.                          *
000621*    2026-09-29 ROS   THE DEFAULT ATTEMPT LIMIT AND THE HIGHEST *
000622*                     LIMIT ACCEPTED ON THE CARD NOW COME FROM  *
000623*                     THE CENTRAL PARAMETER TABLE (PARMCHK,     *
000624*                     NAMES TENT-PAD AND TENT-MAX) FOR THE      *
000625*                     BUSINESS DATE, WHICH IS THEREFORE NOW     *
000626*                     SETTLED BEFORE THE CARD LIMIT IS CHECKED. *
000630*                                                               *
000640*****************************************************************
000650 IDENTIFICATION DIVISION.
001580     COPY LOGREC.
001590     COPY REJREC.
001600     COPY ALERTREC.
001605     COPY PARMPRM.
001610
001620 01  CORRECAO-CARTAO.
001630     05  COR-SEQUENCIA           PIC X(05).
001850     88  ACHOU-CORRECAO              VALUE "Y".
001860
001870 77  LIMITE-TENTATIVAS           PIC 9(02) VALUE 3.
001875 77  LIMITE-MAXIMO               PIC 9(02) VALUE 99.
001880 77  TENTATIVAS-ATUAL            PIC 9(02) VALUE ZEROS.
001890
001900 77  MAX-CORRECOES               PIC 9(03) VALUE 200.
002680         MOVE SPACES     TO CTL-RUN-DATE CTL-OPERATOR
002690     END-IF.
002700
002701     PERFORM 1200-DEFINE-DATA-NEGOCIO
002702         THRU 1200-DEFINE-DATA-NEGOCIO-EXIT.
002703     PERFORM 1300-LE-PARAMETROS
002704         THRU 1300-LE-PARAMETROS-EXIT.
002705
002710     IF CTL-PARM-1-SUPPLIED AND CTL-PARM-1 > ZEROS
002720         IF CTL-PARM-1 <= LIMITE-MAXIMO
002730             MOVE CTL-PARM-1 TO LIMITE-TENTATIVAS
002740         ELSE
002747             DISPLAY "RECICLA: CTL-PARM-1 FORA DA FAIXA (01-"
002754                 LIMITE-MAXIMO ") - LIMITE PADRAO "
002761                 LIMITE-TENTATIVAS " MANTIDO."
002770             IF CODIGO-RETORNO < 4
002780                 MOVE 4 TO CODIGO-RETORNO
002790             END-IF
002800         END-IF
002810     END-IF.
002850
002860     OPEN INPUT NUMREJ-FILE.
002870     IF STATUS-NUMREJ NOT = "00"
003360         END-IF
003370     END-IF.
003380 1200-DEFINE-DATA-NEGOCIO-EXIT.
003381     EXIT.
003382
003383*****************************************************************
003384*    1300-LE-PARAMETROS : DEFAULT ATTEMPT LIMIT AND HIGHEST     *
003385*                      LIMIT ACCEPTED ON THE CARD, IN FORCE ON  *
003386*                      THE BUSINESS DATE, FROM THE CENTRAL      *
003387*                      PARAMETER TABLE.  WITHOUT AN ENTRY THEY  *
003388*                      STAY 3 AND 99.                           *
003389*****************************************************************
003390 1300-LE-PARAMETROS.
003391     MOVE "RECICLA " TO PCS-PROGRAMA.
003392     MOVE DATA-EXECUCAO TO PCS-DATA.
003393     MOVE 1 TO PCS-MINIMO.
003394     MOVE 99 TO PCS-MAXIMO.
003395     MOVE "TENT-PAD" TO PCS-NOME.
003396     MOVE LIMITE-TENTATIVAS TO PCS-PADRAO.
003397     CALL "PARMCHK" USING PARM-CONSULTA.
003398     MOVE PCS-VALOR TO LIMITE-TENTATIVAS.
003399     MOVE "TENT-MAX" TO PCS-NOME.
003400     MOVE LIMITE-MAXIMO TO PCS-PADRAO.
003401     CALL "PARMCHK" USING PARM-CONSULTA.
003402     MOVE PCS-VALOR TO LIMITE-MAXIMO.
003403 1300-LE-PARAMETROS-EXIT.
003404     EXIT.
003405
003410*****************************************************************
003420*    1100-CARREGA-CORRECOES : LOAD EVERY CORRECTION CARD INTO   *
003430*                      THE IN-STORAGE TABLE.  A MISSING FILE    *
