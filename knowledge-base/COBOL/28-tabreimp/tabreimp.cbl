000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID  : TABREIMP                                     *
000040*    AUTHOR      : R. OLIVEIRA SILVA - APPLICATIONS DEV.        *
000050*    INSTALLATION: PORTFOLIO BATCH UTILITIES                    *
000060*    DATE-WRITTEN: 2026-09-25                                   *
000070*                                                               *
000080*    DESCRIPTION : REPRINTS A TABUADA REPORT FROM THE TABARQ    *
000090*                  ARCHIVE (COPYBOOK TARQREC) TO REIMPR, LINE   *
000100*                  FOR LINE AS IT WAS PRINTED, WITH             *
000110*                  '** REPRINT **' STAMPED ON EVERY PAGE        *
000120*                  HEADING SO THE COPY CANNOT PASS FOR THE      *
000130*                  ORIGINAL.                                    *
000140*                                                               *
000150*                  WITH NO NUMERO ON THE CARD THE WHOLE REPORT  *
000160*                  OF THE DATE IS REPRINTED, CONTROL-TOTAL PAGE *
000170*                  INCLUDED.  WITH NUMEROS ON THE CARD ONLY THE *
000180*                  PAGES OF THOSE TABLES ARE REPRINTED (BY THE  *
000190*                  ALTERNATE KEY), IN CARD ORDER, WITH THEIR    *
000200*                  ORIGINAL PAGE NUMBERS.                       *
000210*                                                               *
000220*                  NOTHING IS RUN AGAIN: TABUADA, RUNHIST AND   *
000230*                  THE DUPLICATE-RUN PROTECTION ARE NOT         *
000240*                  TOUCHED.                                     *
000250*                                                               *
000260*    CONTROL CARD (SYSIN, 36 BYTES):                            *
000270*      COLS 01-08  TRC-PROGRAM-NAME  MUST BE 'TABREIMP'         *
000280*      COLS 09-16  TRC-DATA          BUSINESS DATE YYYYMMDD     *
000290*      COLS 17-36  TRC-NUMERO (10)   UP TO TEN NUMEROS, TWO     *
000300*                                    DIGITS EACH; ALL SPACES =  *
000310*                                    THE WHOLE REPORT           *
000320*                                                               *
000330*    RETURN CODES: 0 = EVERYTHING ASKED FOR REPRINTED,          *
000340*                  4 = SOME NUMEROS HAVE NO PAGES IN THE        *
000350*                      ARCHIVE FOR THE DATE,                    *
000360*                  8 = NOTHING REPRINTED (CARD INVALID, ARCHIVE *
000370*                      UNUSABLE OR NOTHING ARCHIVED FOR THE     *
000380*                      DATE).                                   *
000390*                                                               *
000400*    MODIFICATION HISTORY                                       *
000410*    --------------------------------------------------------  *
000420*    DATE       INIT  DESCRIPTION                               *
000430*    ---------- ----  ----------------------------------------  *
000440*    2026-09-25 ROS   ORIGINAL VERSION - COPIES OF OLD TABLES   *
000450*                     NO LONGER NEED A RERUN OF TABUADA.        *
000460*                                                               *
000470*****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.                  TABREIMP.
000500 AUTHOR.                      R. OLIVEIRA SILVA.
000510 INSTALLATION.                PORTFOLIO BATCH UTILITIES.
000520 DATE-WRITTEN.                2026-09-25.
000530 DATE-COMPILED.
000540
000550*****************************************************************
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.             PORTFOLIO-BATCH.
000590 OBJECT-COMPUTER.             PORTFOLIO-BATCH.
000600
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT TRCCARD-FILE      ASSIGN TO SYSIN
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS STATUS-TRCCARD.
000660
000670     SELECT TABARQ-FILE       ASSIGN TO TABARQ
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS TABARQ-CHAVE
000710         ALTERNATE RECORD KEY IS TABARQ-CHAVE-NUMERO
000720             WITH DUPLICATES
000730         FILE STATUS IS STATUS-TABARQ.
000740
000750     SELECT REIMPR-FILE       ASSIGN TO REIMPR
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS STATUS-REIMPR.
000780
000790     SELECT RUNLOG-FILE       ASSIGN TO RUNLOG
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS STATUS-RUNLOG.
000820
000830*****************************************************************
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  TRCCARD-FILE
000870     RECORD CONTAINS 36 CHARACTERS.
000880 01  TRCCARD-REGISTRO            PIC X(36).
000890
000900 FD  TABARQ-FILE
000910     RECORD CONTAINS 114 CHARACTERS.
000920 01  TABARQ-REGISTRO.
000930     05  TABARQ-CHAVE.
000940         10  TABARQ-DATA         PIC X(08).
000950         10  TABARQ-PAGINA       PIC 9(04).
000960         10  TABARQ-LINHA        PIC 9(03).
000970     05  TABARQ-CHAVE-NUMERO.
000980         10  TABARQ-DATA-NUMERO  PIC X(08).
000990         10  TABARQ-NUMERO       PIC X(02).
001000     05  TABARQ-RESTO            PIC X(89).
001010
001020 FD  REIMPR-FILE
001030     RECORD CONTAINS 80 CHARACTERS.
001040 01  REIMPR-REGISTRO             PIC X(80).
001050
001060 FD  RUNLOG-FILE
001070     RECORD CONTAINS 78 CHARACTERS.
001080 01  RUNLOG-REGISTRO             PIC X(78).
001090
001100*****************************************************************
001110 WORKING-STORAGE SECTION.
001120     COPY DATAPRM.
001130     COPY LOGREC.
001140     COPY TARQREC.
001150
001160 01  TRC-CARD.
001170     05  TRC-PROGRAM-NAME        PIC X(08).
001180     05  TRC-DATA                PIC X(08).
001190     05  TRC-NUMEROS.
001200         10  TRC-NUMERO OCCURS 10 TIMES PIC X(02).
001210
001220*    THE PRINT LINE, WITH THE STAMP IN COLUMNS 63-75 - INSIDE THE
001230*    BLANK FILLER THAT ENDS THE TABUADA PAGE HEADING (61-80).
001240 01  LINHA-REIMPR.
001250     05  LRI-TEXTO               PIC X(62).
001260     05  LRI-CARIMBO             PIC X(13).
001270     05  FILLER                  PIC X(05).
001280
001290 77  STATUS-TRCCARD              PIC X(02) VALUE SPACES.
001300 77  STATUS-TABARQ               PIC X(02) VALUE SPACES.
001310 77  STATUS-REIMPR               PIC X(02) VALUE SPACES.
001320 77  STATUS-RUNLOG               PIC X(02) VALUE SPACES.
001330
001340 77  FIM-ARQUIVO-SW              PIC X(01) VALUE "N".
001350     88  FIM-ARQUIVO                 VALUE "Y".
001360 77  TABARQ-ABERTO-SW            PIC X(01) VALUE "N".
001370     88  TABARQ-ABERTO               VALUE "Y".
001380 77  REIMPR-ABERTO-SW            PIC X(01) VALUE "N".
001390     88  REIMPR-ABERTO               VALUE "Y".
001400 77  SELECAO-SW                  PIC X(01) VALUE "N".
001410     88  SELECAO-POR-NUMERO          VALUE "Y".
001420
001430 77  DATA-SISTEMA                PIC X(08) VALUE SPACES.
001440 77  IND-NUM                     PIC 9(02) VALUE ZEROS.
001450 77  NUMERO-PEDIDO               PIC X(02) VALUE SPACES.
001460 77  QTD-PEDIDOS                 PIC 9(02) VALUE ZEROS.
001470 77  QTD-NAO-ACHADOS             PIC 9(02) VALUE ZEROS.
001480 77  QTD-LINHAS-NUMERO           PIC 9(07) VALUE ZEROS.
001490 77  QTD-LINHAS                  PIC 9(07) VALUE ZEROS.
001500 77  QTD-PAGINAS                 PIC 9(07) VALUE ZEROS.
001510 77  CODIGO-RETORNO              PIC 9(02) VALUE ZEROS.
001520
001530*****************************************************************
001540 PROCEDURE DIVISION.
001550*****************************************************************
001560*    0000-MAINLINE : OVERALL FLOW OF CONTROL                    *
001570*****************************************************************
001580 0000-MAINLINE.
001590     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
001600     IF CODIGO-RETORNO < 8
001610         IF SELECAO-POR-NUMERO
001620             PERFORM 3000-REIMPRIME-NUMERO
001630                 THRU 3000-REIMPRIME-NUMERO-EXIT
001640                 VARYING IND-NUM FROM 1 BY 1
001650                 UNTIL IND-NUM > 10
001660         ELSE
001670             PERFORM 2000-REIMPRIME-DATA
001680                 THRU 2000-REIMPRIME-DATA-EXIT
001690         END-IF
001700     END-IF.
001710     IF CODIGO-RETORNO < 8 AND QTD-LINHAS = ZEROS
001720         DISPLAY "TABREIMP: NADA ARQUIVADO PARA " TRC-DATA
001730             " - NADA REIMPRESSO."
001740         MOVE 8 TO CODIGO-RETORNO
001750     END-IF.
001760     PERFORM 9000-ENCERRA THRU 9000-ENCERRA-EXIT.
001770     DISPLAY "TABREIMP: FIM. DATA: " TRC-DATA
001780         " PAGINAS: " QTD-PAGINAS
001790         " LINHAS: " QTD-LINHAS
001800         " RC: " CODIGO-RETORNO.
001810     MOVE CODIGO-RETORNO TO RETURN-CODE.
001820     GOBACK.
001830
001840*****************************************************************
001850*    1000-INICIALIZA : READ AND VALIDATE THE CONTROL CARD AND   *
001860*                      OPEN THE ARCHIVE AND THE PRINT FILE.     *
001870*****************************************************************
001880 1000-INICIALIZA.
001890     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
001900     MOVE "TABREIMP" TO TRC-PROGRAM-NAME.
001910     MOVE SPACES     TO TRC-DATA.
001920     MOVE SPACES     TO TRC-NUMEROS.
001930     OPEN INPUT TRCCARD-FILE.
001940     IF STATUS-TRCCARD = "00"
001950         READ TRCCARD-FILE INTO TRCCARD-REGISTRO
001960             AT END
001970                 MOVE "35" TO STATUS-TRCCARD
001980         END-READ
001990         IF STATUS-TRCCARD = "00"
002000             MOVE TRCCARD-REGISTRO TO TRC-CARD
002010         END-IF
002020         CLOSE TRCCARD-FILE
002030     END-IF.
002040     IF TRC-PROGRAM-NAME NOT = "TABREIMP"
002050         DISPLAY "TABREIMP: CARTAO DE CONTROLE PERTENCE A "
002060             TRC-PROGRAM-NAME " - EXECUCAO REJEITADA."
002070         MOVE 8 TO CODIGO-RETORNO
002080         GO TO 1000-INICIALIZA-EXIT
002090     END-IF.
002100     MOVE "V" TO DTP-FUNCAO.
002110     MOVE TRC-DATA TO DTP-DATA.
002120     CALL "DATACHK" USING DATA-PARAMETRO.
002130     IF DTP-DATA-INVALIDA
002140         DISPLAY "TABREIMP: DATA AUSENTE OU INVALIDA ("
002150             TRC-DATA ") - EXECUCAO REJEITADA."
002160         MOVE 8 TO CODIGO-RETORNO
002170         GO TO 1000-INICIALIZA-EXIT
002180     END-IF.
002190     PERFORM 1100-VALIDA-NUMERO THRU 1100-VALIDA-NUMERO-EXIT
002200         VARYING IND-NUM FROM 1 BY 1
002210         UNTIL IND-NUM > 10.
002220     IF CODIGO-RETORNO >= 8
002230         GO TO 1000-INICIALIZA-EXIT
002240     END-IF.
002250     IF QTD-PEDIDOS > ZEROS
002260         MOVE "Y" TO SELECAO-SW
002270     END-IF.
002280     OPEN INPUT TABARQ-FILE.
002290     IF STATUS-TABARQ NOT = "00"
002300         DISPLAY "TABREIMP: TABARQ INDISPONIVEL (STATUS "
002310             STATUS-TABARQ ") - NADA REIMPRESSO."
002320         MOVE 8 TO CODIGO-RETORNO
002330         GO TO 1000-INICIALIZA-EXIT
002340     END-IF.
002350     MOVE "Y" TO TABARQ-ABERTO-SW.
002360     OPEN OUTPUT REIMPR-FILE.
002370     IF STATUS-REIMPR NOT = "00"
002380         DISPLAY "TABREIMP: REIMPR NAO PODE SER CRIADO (STATUS "
002390             STATUS-REIMPR ") - NADA REIMPRESSO."
002400         MOVE 8 TO CODIGO-RETORNO
002410         GO TO 1000-INICIALIZA-EXIT
002420     END-IF.
002430     MOVE "Y" TO REIMPR-ABERTO-SW.
002440 1000-INICIALIZA-EXIT.
002450     EXIT.
002460
002470 1100-VALIDA-NUMERO.
002480     IF TRC-NUMERO (IND-NUM) = SPACES
002490         GO TO 1100-VALIDA-NUMERO-EXIT
002500     END-IF.
002510     IF TRC-NUMERO (IND-NUM) IS NOT NUMERIC
002520         DISPLAY "TABREIMP: NUMERO " IND-NUM " DO CARTAO ("
002530             TRC-NUMERO (IND-NUM) ") NAO NUMERICO - EXECUCAO "
002540             "REJEITADA."
002550         MOVE 8 TO CODIGO-RETORNO
002560         GO TO 1100-VALIDA-NUMERO-EXIT
002570     END-IF.
002580     ADD 1 TO QTD-PEDIDOS.
002590 1100-VALIDA-NUMERO-EXIT.
002600     EXIT.
002610
002620*****************************************************************
002630*    2000-REIMPRIME-DATA : THE WHOLE REPORT OF THE DATE, IN     *
002640*                      PAGE AND LINE ORDER (PRIMARY KEY).       *
002650*****************************************************************
002660 2000-REIMPRIME-DATA.
002670     MOVE "N" TO FIM-ARQUIVO-SW.
002680     MOVE TRC-DATA TO TABARQ-DATA.
002690     MOVE ZEROS TO TABARQ-PAGINA.
002700     MOVE ZEROS TO TABARQ-LINHA.
002710     START TABARQ-FILE KEY >= TABARQ-CHAVE
002720         INVALID KEY
002730             MOVE "Y" TO FIM-ARQUIVO-SW
002740     END-START.
002750     PERFORM 2100-LE-DATA THRU 2100-LE-DATA-EXIT
002760         UNTIL FIM-ARQUIVO.
002770 2000-REIMPRIME-DATA-EXIT.
002780     EXIT.
002790
002800 2100-LE-DATA.
002810     READ TABARQ-FILE NEXT RECORD
002820         AT END
002830             MOVE "Y" TO FIM-ARQUIVO-SW
002840     END-READ.
002850     IF FIM-ARQUIVO
002860         GO TO 2100-LE-DATA-EXIT
002870     END-IF.
002880     IF TABARQ-DATA NOT = TRC-DATA
002890         MOVE "Y" TO FIM-ARQUIVO-SW
002900         GO TO 2100-LE-DATA-EXIT
002910     END-IF.
002920     PERFORM 4000-GRAVA-LINHA THRU 4000-GRAVA-LINHA-EXIT.
002930 2100-LE-DATA-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970*    3000-REIMPRIME-NUMERO : THE PAGES OF ONE NUMERO OF THE     *
002980*                      CARD, THROUGH THE DATE + NUMERO          *
002990*                      ALTERNATE KEY.  A NUMERO WITH NO PAGES   *
003000*                      FOR THE DATE IS REPORTED AND SKIPPED.    *
003010*****************************************************************
003020 3000-REIMPRIME-NUMERO.
003030     IF TRC-NUMERO (IND-NUM) = SPACES
003040         GO TO 3000-REIMPRIME-NUMERO-EXIT
003050     END-IF.
003060     MOVE TRC-NUMERO (IND-NUM) TO NUMERO-PEDIDO.
003070     MOVE ZEROS TO QTD-LINHAS-NUMERO.
003080     MOVE "N" TO FIM-ARQUIVO-SW.
003090     MOVE TRC-DATA TO TABARQ-DATA-NUMERO.
003100     MOVE NUMERO-PEDIDO TO TABARQ-NUMERO.
003110     START TABARQ-FILE KEY = TABARQ-CHAVE-NUMERO
003120         INVALID KEY
003130             MOVE "Y" TO FIM-ARQUIVO-SW
003140     END-START.
003150     PERFORM 3100-LE-NUMERO THRU 3100-LE-NUMERO-EXIT
003160         UNTIL FIM-ARQUIVO.
003170     IF QTD-LINHAS-NUMERO = ZEROS
003180         DISPLAY "TABREIMP: NUMERO " NUMERO-PEDIDO
003190             " SEM PAGINAS NO ARQUIVO DE " TRC-DATA "."
003200         ADD 1 TO QTD-NAO-ACHADOS
003210         IF CODIGO-RETORNO < 4
003220             MOVE 4 TO CODIGO-RETORNO
003230         END-IF
003240     END-IF.
003250 3000-REIMPRIME-NUMERO-EXIT.
003260     EXIT.
003270
003280 3100-LE-NUMERO.
003290     READ TABARQ-FILE NEXT RECORD
003300         AT END
003310             MOVE "Y" TO FIM-ARQUIVO-SW
003320     END-READ.
003330     IF FIM-ARQUIVO
003340         GO TO 3100-LE-NUMERO-EXIT
003350     END-IF.
003360     IF TABARQ-DATA-NUMERO NOT = TRC-DATA
003370             OR TABARQ-NUMERO NOT = NUMERO-PEDIDO
003380         MOVE "Y" TO FIM-ARQUIVO-SW
003390         GO TO 3100-LE-NUMERO-EXIT
003400     END-IF.
003410     ADD 1 TO QTD-LINHAS-NUMERO.
003420     PERFORM 4000-GRAVA-LINHA THRU 4000-GRAVA-LINHA-EXIT.
003430 3100-LE-NUMERO-EXIT.
003440     EXIT.
003450
003460*****************************************************************
003470*    4000-GRAVA-LINHA : ONE ARCHIVED LINE TO REIMPR.  LINE 001  *
003480*                       OF A PAGE IS ITS HEADING AND GETS THE   *
003490*                       REPRINT STAMP.                          *
003500*****************************************************************
003510 4000-GRAVA-LINHA.
003520     MOVE TABARQ-REGISTRO TO TARQ-REGISTRO.
003530     MOVE TARQ-TEXTO TO LINHA-REIMPR.
003540     IF TARQ-LINHA = 1
003550         MOVE "** REPRINT **" TO LRI-CARIMBO
003560         ADD 1 TO QTD-PAGINAS
003570     END-IF.
003580     WRITE REIMPR-REGISTRO FROM LINHA-REIMPR.
003590     ADD 1 TO QTD-LINHAS.
003600 4000-GRAVA-LINHA-EXIT.
003610     EXIT.
003620
003630*****************************************************************
003640*    8000-GRAVA-RUNLOG : APPENDS ONE RECORD TO RUNLOG FOR EVERY *
003650*                        EXECUTION, NOTING THE PAGES REPRINTED  *
003660*                        AND HOW THE RUN CAME OUT.              *
003670*****************************************************************
003680 8000-GRAVA-RUNLOG.
003690     MOVE "F" TO LOG-EVENT-TYPE.
003700     MOVE SPACES TO LOG-OPERATOR.
003710     MOVE "TABREIMP" TO LOG-PROGRAM-NAME.
003720     IF TRC-DATA IS NUMERIC
003730         MOVE TRC-DATA TO LOG-RUN-DATE
003740     ELSE
003750         MOVE DATA-SISTEMA TO LOG-RUN-DATE
003760     END-IF.
003770     ACCEPT LOG-RUN-TIME FROM TIME.
003780     MOVE "PAGINAS " TO LOG-PARM-NAME.
003790     MOVE QTD-PAGINAS TO LOG-PARM-VALUE.
003800     EVALUATE TRUE
003810         WHEN CODIGO-RETORNO >= 8
003820             MOVE "REIMPRESSAO RECUSADA" TO LOG-OUTCOME
003830         WHEN QTD-NAO-ACHADOS > ZEROS
003840             MOVE "REIMPRESSAO PARCIAL" TO LOG-OUTCOME
003850         WHEN SELECAO-POR-NUMERO
003860             MOVE "REIMPRESSAO POR NUMERO" TO LOG-OUTCOME
003870         WHEN OTHER
003880             MOVE "REIMPRESSAO DA DATA" TO LOG-OUTCOME
003890     END-EVALUATE.
003900     OPEN EXTEND RUNLOG-FILE.
003910     IF STATUS-RUNLOG = "05" OR STATUS-RUNLOG = "35"
003920         OPEN OUTPUT RUNLOG-FILE
003930     END-IF.
003940     WRITE RUNLOG-REGISTRO FROM LOG-RECORD.
003950     CLOSE RUNLOG-FILE.
003960 8000-GRAVA-RUNLOG-EXIT.
003970     EXIT.
003980
003990*****************************************************************
004000*    9000-ENCERRA : LOG THE RUN AND CLOSE THE FILES.            *
004010*****************************************************************
004020 9000-ENCERRA.
004030     IF TRC-PROGRAM-NAME = "TABREIMP"
004040         PERFORM 8000-GRAVA-RUNLOG THRU 8000-GRAVA-RUNLOG-EXIT
004050     END-IF.
004060     IF TABARQ-ABERTO
004070         CLOSE TABARQ-FILE
004080     END-IF.
004090     IF REIMPR-ABERTO
004100         CLOSE REIMPR-FILE
004110     END-IF.
004120 9000-ENCERRA-EXIT.
004130     EXIT.
