001410*                     12 LIKE CSVVERIF'S FEED FAILURES,         *
001420*                     INSTEAD OF 08, SO THE DIGEST SORTS THEM   *
001430*                     WITH THE OTHER BAD-FEED CONDITIONS.       *
001431*    2026-09-29 ROS   THE HIGHEST NUMERO AND LIMITE ACCEPTED    *
001432*                     AND THE DEFAULT LIMITE NOW COME FROM THE  *
001433*                     CENTRAL PARAMETER TABLE (PARMCHK, NAMES   *
001434*                     NUM-MAX, LIM-MAX AND LIM-PAD) FOR THE     *
001435*                     BUSINESS DATE, SO THEY CAN BE CHANGED     *
001436*                     THROUGH PARMADM WITHOUT A RECOMPILE.      *
001437*                     WITH NO ENTRY IN FORCE THEY STAY 99, 99   *
001438*                     AND 10.  A NUMEROS RECORD ABOVE THE       *
001439*                     HIGHEST NUMERO IS SENT TO NUMREJ.         *
001440*                                                               *
001450*****************************************************************
001460 IDENTIFICATION DIVISION.
002550     COPY LOGREC.
002560     COPY DATAPRM.
002570     COPY ALERTREC.
002575     COPY PARMPRM.
002580
002590 77  NUMERO                      PIC 9(02) VALUE ZEROS.
002600 77  CONTADOR                    PIC 9(03).
002610 77  CONTADOR-IMPRESSO           PIC 9(02).
002620 77  LIMITE                      PIC 9(02) VALUE 10.
002623 77  NUMERO-MAXIMO               PIC 9(02) VALUE 99.
002626 77  LIMITE-MAXIMO               PIC 9(02) VALUE 99.
002630 77  RESULTADO                   PIC 9(06).
002640 77  RESULTADO-EDICAO            PIC ZZZZZ9.
002650
004030     END-IF.
004040     PERFORM 1500-GRAVA-LOG-INICIO
004050         THRU 1500-GRAVA-LOG-INICIO-EXIT.
004053     PERFORM 1700-LE-PARAMETROS
004056         THRU 1700-LE-PARAMETROS-EXIT.
004060
004070     IF CTL-PARM-2 > ZEROS
004080         IF CTL-PARM-2 <= LIMITE-MAXIMO
004090             MOVE CTL-PARM-2 TO LIMITE
004100         ELSE
004107             DISPLAY "TABUADA: CTL-PARM-2 FORA DA FAIXA (01-"
004114                 LIMITE-MAXIMO ") - LIMITE PADRAO " LIMITE
004121                 " MANTIDO."
004130             IF CODIGO-RETORNO < 4
004140                 MOVE 4 TO CODIGO-RETORNO
004150             END-IF
006440     EXIT.
006450
006460*****************************************************************
006461*    1700-LE-PARAMETROS : HIGHEST NUMERO, HIGHEST LIMITE AND    *
006462*                    DEFAULT LIMITE IN FORCE ON THE BUSINESS    *
006463*                    DATE, FROM THE CENTRAL PARAMETER TABLE.    *
006464*                    WITHOUT AN ENTRY THE VALUES ARE 99, 99     *
006465*                    AND 10 AS BEFORE.                          *
006466*****************************************************************
006467 1700-LE-PARAMETROS.
006468     MOVE "TABUADA " TO PCS-PROGRAMA.
006469     MOVE DATA-EXECUCAO TO PCS-DATA.
006470     MOVE 1 TO PCS-MINIMO.
006471     MOVE 99 TO PCS-MAXIMO.
006472     MOVE "NUM-MAX " TO PCS-NOME.
006473     MOVE NUMERO-MAXIMO TO PCS-PADRAO.
006474     CALL "PARMCHK" USING PARM-CONSULTA.
006475     MOVE PCS-VALOR TO NUMERO-MAXIMO.
006476     MOVE "LIM-MAX " TO PCS-NOME.
006477     MOVE LIMITE-MAXIMO TO PCS-PADRAO.
006478     CALL "PARMCHK" USING PARM-CONSULTA.
006479     MOVE PCS-VALOR TO LIMITE-MAXIMO.
006480     MOVE "LIM-PAD " TO PCS-NOME.
006481     MOVE LIMITE TO PCS-PADRAO.
006482     CALL "PARMCHK" USING PARM-CONSULTA.
006483     MOVE PCS-VALOR TO LIMITE.
006484 1700-LE-PARAMETROS-EXIT.
006485     EXIT.
006486
006487*****************************************************************
006488*    2000-INTERATIVO : SINGLE NUMERO VIA CONSOLE ACCEPT,         *
006489*                      VALIDATED BEFORE THE TABLE IS PRINTED.    *
006490*****************************************************************
006500 2000-INTERATIVO.
006510     DISPLAY "=========== TABUADA ===========".
006520     MOVE ZEROS TO TENTATIVAS.
006530     MOVE "N"   TO NUMERO-VALIDO-SW.
006540     IF CTL-PARM-1-SUPPLIED AND CTL-PARM-1 <= NUMERO-MAXIMO
006550         MOVE CTL-PARM-1 TO NUMERO
006560         MOVE "Y" TO NUMERO-VALIDO-SW
006570     ELSE
006580         IF CTL-PARM-1-SUPPLIED
006590             DISPLAY "TABUADA: CTL-PARM-1 FORA DA FAIXA (00-"
006600                 NUMERO-MAXIMO ") - IGNORADO."
006610             IF CODIGO-RETORNO < 4
006620                 MOVE 4 TO CODIGO-RETORNO
006630             END-IF
007020*                         OF LETTING IT ABEND THE RUN.           *
007030*****************************************************************
007040 2100-VALIDA-NUMERO.
007046     DISPLAY "Qual numero quer multiplicar? (00-"
007052         NUMERO-MAXIMO ")".
007060     DISPLAY "===============================".
007070     MOVE SPACES TO NUMERO-ENTRADA.
007080     ACCEPT NUMERO-ENTRADA.
007120     ELSE
007130         ADD 1 TO TENTATIVAS
007140         DISPLAY "ENTRADA INVALIDA - INFORME 2 DIGITOS."
007141         GO TO 2100-VALIDA-NUMERO-EXIT
007142     END-IF.
007143     IF NUMERO > NUMERO-MAXIMO
007144         MOVE "N" TO NUMERO-VALIDO-SW
007145         ADD 1 TO TENTATIVAS
007146         DISPLAY "ENTRADA INVALIDA - MAXIMO " NUMERO-MAXIMO "."
007150     END-IF.
007160 2100-VALIDA-NUMERO-EXIT.
007170     EXIT.
008340*                          WHEN GOOD, PRINTS ITS TABLE.  BLANK  *
008350*                          OR NON-NUMERIC RECORDS ARE SENT TO   *
008360*                          THE SUSPENSE FILE INSTEAD OF ABENDING*
008366*                          THE RUN PARTWAY THROUGH, AS ARE      *
008372*                          NUMBERS ABOVE THE HIGHEST NUMERO.    *
008380*****************************************************************
008390 4200-PROCESSA-NUMERO.
008400     ADD 1 TO SEQ-NUMEROS.
008490         GO TO 4200-LE-PROXIMO
008500     END-IF.
008510     MOVE NUM-DET-IMAGEM TO NUMERO.
008511     IF NUMERO > NUMERO-MAXIMO
008512         MOVE "NUMERO FORA DA FAIXA" TO MOTIVO-REJEITO
008513         PERFORM 4400-GRAVA-REJEITO THRU 4400-GRAVA-REJEITO-EXIT
008514         GO TO 4200-LE-PROXIMO
008515     END-IF.
008520     ADD 1 TO QTD-PROCESSADOS.
008530     PERFORM 4300-CABECALHO-PAGINA
008540         THRU 4300-CABECALHO-PAGINA-EXIT.
