000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID  : REMESSA                                      *
000040*    AUTHOR      : R. OLIVEIRA SILVA - APPLICATIONS DEV.        *
000050*    INSTALLATION: PORTFOLIO BATCH UTILITIES                    *
000060*    DATE-WRITTEN: 2026-09-22                                   *
000070*                                                               *
000080*    DESCRIPTION : BUILDS THE OUTBOUND INTERFACE FILE REMESSA   *
000090*                  (FIXED WIDTH, COPYBOOK REMREC) FROM THE      *
000100*                  RESMAST RESULTS MASTER FOR ONE BUSINESS      *
000110*                  DATE - HEADER, ONE DETAIL PER NUMERO AND     *
000120*                  TRAILER - SO THE DOWNSTREAM CONSUMERS STOP   *
000130*                  TAKING OUR INTERNAL TABCSV LAYOUT.           *
000140*                                                               *
000150*                  EVERY FILE SENT GETS THE NEXT TRANSMISSION   *
000160*                  SEQUENCE NUMBER AND IS RECORDED IN THE       *
000170*                  REMLOG INDEXED TRANSMISSION LOG, KEYED BY    *
000180*                  BUSINESS DATE PLUS SEQUENCE.  A DATE THAT    *
000190*                  WAS ALREADY SENT IS REFUSED UNLESS THE CARD  *
000200*                  FLAGS A REPLACEMENT; THE REPLACEMENT NAMES   *
000210*                  THE SEQUENCE IT REPLACES IN ITS HEADER AND   *
000220*                  THE OLD LOG ENTRY IS MARKED AS REPLACED, SO  *
000230*                  REMLOG ALWAYS SAYS WHAT WAS SENT FOR A DATE  *
000240*                  AND WHICH SEND IS THE ONE IN FORCE.          *
000250*                                                               *
000260*                  THE LOG RECORD WITH DATE 00000000 AND        *
000270*                  SEQUENCE 000000 IS THE CONTROL RECORD THAT   *
000280*                  HOLDS THE LAST SEQUENCE NUMBER USED.         *
000290*                                                               *
000300*    CONTROL CARD (SYSIN, 17 BYTES - OPTIONAL):                 *
000310*      COLS 01-08  RMC-PROGRAM-NAME  MUST BE 'REMESSA '          *
000320*      COLS 09-16  RMC-DATA-NEGOCIO  BUSINESS DATE YYYYMMDD;    *
000330*                                    SPACES = EXPDATE           *
000340*      COL  17     RMC-SUBSTITUICAO  'S' = REPLACEMENT OF THE   *
000350*                                    SEND IN FORCE FOR THE      *
000360*                                    DATE; SPACE = ORIGINAL     *
000370*                                                               *
000380*    RETURN CODES: 0 = ORIGINAL TRANSMISSION BUILT,             *
000390*                  4 = REPLACEMENT TRANSMISSION BUILT,          *
000400*                  8 = REFUSED (DATE ALREADY SENT, NOTHING TO   *
000410*                      REPLACE, NO RESMAST DATA FOR THE DATE)   *
000414*                      OR A FILE UNUSABLE - NOTHING SENT,       *
000418*                  12 = FILE BUILT BUT REMLOG NOT FULLY         *
000422*                      UPDATED - PUT THE LOG RIGHT BEFORE THE   *
000426*                      NEXT SEND.                               *
000430*                                                               *
000440*    MODIFICATION HISTORY                                       *
000450*    --------------------------------------------------------  *
000460*    DATE       INIT  DESCRIPTION                               *
000470*    ---------- ----  ----------------------------------------  *
000480*    2026-09-22 ROS   ORIGINAL VERSION - RERUNS OF TABUADA KEPT *
000490*                     RE-SENDING TABCSV DOWNSTREAM WITH NO WAY  *
000500*                     TO TELL A CORRECTION FROM A DUPLICATE.    *
000510*                                                               *
000520*****************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID.                  REMESSA.
000550 AUTHOR.                      R. OLIVEIRA SILVA.
000560 INSTALLATION.                PORTFOLIO BATCH UTILITIES.
000570 DATE-WRITTEN.                2026-09-22.
000580 DATE-COMPILED.
000590
000600*****************************************************************
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.             PORTFOLIO-BATCH.
000640 OBJECT-COMPUTER.             PORTFOLIO-BATCH.
000650
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT RMCCARD-FILE      ASSIGN TO SYSIN
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS STATUS-RMCCARD.
000710
000720     SELECT EXPDATE-FILE      ASSIGN TO EXPDATE
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS STATUS-EXPDATE.
000750
000760     SELECT RESMAST-FILE      ASSIGN TO RESMAST
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS RESMAST-CHAVE
000800         ALTERNATE RECORD KEY IS RESMAST-DATA
000810             WITH DUPLICATES
000820         FILE STATUS IS STATUS-RESMAST.
000830
000840     SELECT REMLOG-FILE       ASSIGN TO REMLOG
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS REMLOG-CHAVE
000880         FILE STATUS IS STATUS-REMLOG.
000890
000900     SELECT REMESSA-FILE      ASSIGN TO REMESSA
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS STATUS-REMESSA.
000930
000940     SELECT RUNLOG-FILE       ASSIGN TO RUNLOG
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS STATUS-RUNLOG.
000970
000980     SELECT ALERTAS-FILE      ASSIGN TO ALERTAS
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS STATUS-ALERTAS.
001010
001020*****************************************************************
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  RMCCARD-FILE
001060     RECORD CONTAINS 17 CHARACTERS.
001070 01  RMCCARD-REGISTRO            PIC X(17).
001080
001090 FD  EXPDATE-FILE
001100     RECORD CONTAINS 8 CHARACTERS.
001110 01  EXPDATE-REGISTRO            PIC X(08).
001120
001130 FD  RESMAST-FILE
001140     RECORD CONTAINS 40 CHARACTERS.
001150 01  RESMAST-REGISTRO.
001160     05  RESMAST-CHAVE.
001170         10  RESMAST-NUMERO      PIC X(02).
001180         10  RESMAST-DATA        PIC X(08).
001190     05  RESMAST-QTD-LINHAS      PIC 9(07).
001200     05  RESMAST-HASH            PIC 9(13).
001210     05  RESMAST-HORA-CARGA      PIC X(08).
001220     05  FILLER                  PIC X(02).
001230
001240 FD  REMLOG-FILE
001250     RECORD CONTAINS 80 CHARACTERS.
001260 01  REMLOG-REGISTRO.
001270     05  REMLOG-CHAVE.
001280         10  REMLOG-DATA         PIC X(08).
001290         10  REMLOG-SEQUENCIA    PIC 9(06).
001300     05  REMLOG-DADOS            PIC X(66).
001310     05  REMLOG-ENVIO REDEFINES REMLOG-DADOS.
001320         10  REMLOG-TIPO-ENVIO   PIC X(01).
001330         10  REMLOG-SITUACAO     PIC X(01).
001340             88  REMLOG-EM-VIGOR      VALUE "A".
001350             88  REMLOG-SUBSTITUIDA   VALUE "S".
001360         10  REMLOG-SEQ-SUBSTITUIDA PIC 9(06).
001370         10  REMLOG-SUBSTITUIDA-POR PIC 9(06).
001380         10  REMLOG-QTD-DETALHES PIC 9(07).
001390         10  REMLOG-QTD-LINHAS   PIC 9(09).
001400         10  REMLOG-HASH-TOTAL   PIC 9(15).
001410         10  REMLOG-DATA-GERACAO PIC X(08).
001420         10  REMLOG-HORA-GERACAO PIC X(08).
001430         10  FILLER              PIC X(05).
001440     05  REMLOG-CONTROLE REDEFINES REMLOG-DADOS.
001450         10  REMLOG-ULTIMA-SEQUENCIA PIC 9(06).
001460         10  REMLOG-ULTIMA-DATA  PIC X(08).
001470         10  FILLER              PIC X(52).
001480
001490 FD  REMESSA-FILE
001500     RECORD CONTAINS 60 CHARACTERS.
001510 01  REMESSA-SAIDA               PIC X(60).
001520
001530 FD  RUNLOG-FILE
001540     RECORD CONTAINS 78 CHARACTERS.
001550 01  RUNLOG-REGISTRO             PIC X(78).
001560
001570 FD  ALERTAS-FILE
001580     RECORD CONTAINS 66 CHARACTERS.
001590 01  ALERTAS-REGISTRO            PIC X(66).
001600
001610*****************************************************************
001620 WORKING-STORAGE SECTION.
001630     COPY ALERTREC.
001640     COPY DATAPRM.
001650     COPY LOGREC.
001660     COPY REMREC.
001670
001680 01  RMC-CARD.
001690     05  RMC-PROGRAM-NAME        PIC X(08).
001700     05  RMC-DATA-NEGOCIO        PIC X(08).
001710     05  RMC-SUBSTITUICAO        PIC X(01).
001720         88  RMC-ENVIO-SUBSTITUTO     VALUE "S".
001730         88  RMC-ENVIO-VALIDO         VALUE "S" " ".
001740
001750 77  STATUS-RMCCARD              PIC X(02) VALUE SPACES.
001760 77  STATUS-EXPDATE              PIC X(02) VALUE SPACES.
001770 77  STATUS-RESMAST              PIC X(02) VALUE SPACES.
001780 77  STATUS-REMLOG               PIC X(02) VALUE SPACES.
001790 77  STATUS-REMESSA              PIC X(02) VALUE SPACES.
001800 77  STATUS-RUNLOG               PIC X(02) VALUE SPACES.
001810 77  STATUS-ALERTAS              PIC X(02) VALUE SPACES.
001820
001830 77  FIM-PESQUISA-SW             PIC X(01) VALUE "N".
001840     88  FIM-PESQUISA                VALUE "Y".
001850 77  FIM-RESMAST-SW              PIC X(01) VALUE "N".
001860     88  FIM-RESMAST                 VALUE "Y".
001870 77  CONTROLE-EXISTE-SW          PIC X(01) VALUE "N".
001880     88  CONTROLE-EXISTE             VALUE "Y".
001890 77  RESMAST-ABERTO-SW           PIC X(01) VALUE "N".
001900     88  RESMAST-ABERTO              VALUE "Y".
001910 77  REMLOG-ABERTO-SW            PIC X(01) VALUE "N".
001920     88  REMLOG-ABERTO               VALUE "Y".
001930
001940 77  DATA-NEGOCIO                PIC X(08) VALUE SPACES.
001950 77  DATA-SISTEMA                PIC X(08) VALUE SPACES.
001960 77  HORA-SISTEMA                PIC X(08) VALUE SPACES.
001970 77  NUMERO-EDITADO              PIC 9(02) VALUE ZEROS.
001980
001990 77  QTD-ENVIOS-DATA             PIC 9(05) VALUE ZEROS.
002000 77  SEQ-EM-VIGOR                PIC 9(06) VALUE ZEROS.
002010 77  SEQ-NOVA                    PIC 9(06) VALUE ZEROS.
002020 77  QTD-DETALHES                PIC 9(07) VALUE ZEROS.
002030 77  QTD-LINHAS-TOTAL            PIC 9(09) VALUE ZEROS.
002040 77  HASH-TOTAL                  PIC 9(15) VALUE ZEROS.
002050 77  QTD-REGISTROS               PIC 9(07) VALUE ZEROS.
002060 77  QTD-IGNORADOS               PIC 9(07) VALUE ZEROS.
002070 77  MENSAGEM-ALERTA             PIC X(40) VALUE SPACES.
002080 77  QTD-ALERTAS                 PIC 9(07) VALUE ZEROS.
002090 77  CODIGO-RETORNO              PIC 9(02) VALUE ZEROS.
002100
002110*****************************************************************
002120 PROCEDURE DIVISION.
002130*****************************************************************
002140*    0000-MAINLINE : OVERALL FLOW OF CONTROL                    *
002150*****************************************************************
002160 0000-MAINLINE.
002170     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
002180     IF CODIGO-RETORNO < 8
002190         PERFORM 2000-VERIFICA-ENVIOS
002200             THRU 2000-VERIFICA-ENVIOS-EXIT
002210     END-IF.
002220     IF CODIGO-RETORNO < 8
002230         PERFORM 3000-VERIFICA-RESMAST
002240             THRU 3000-VERIFICA-RESMAST-EXIT
002250     END-IF.
002260     IF CODIGO-RETORNO < 8
002270         PERFORM 4000-GERA-REMESSA THRU 4000-GERA-REMESSA-EXIT
002280     END-IF.
002290     IF CODIGO-RETORNO < 8
002300         PERFORM 5000-ATUALIZA-REMLOG
002310             THRU 5000-ATUALIZA-REMLOG-EXIT
002320     END-IF.
002330     PERFORM 9000-ENCERRA THRU 9000-ENCERRA-EXIT.
002340     DISPLAY "REMESSA: FIM. DATA: " DATA-NEGOCIO
002350         " SEQUENCIA: " SEQ-NOVA
002360         " DETALHES: " QTD-DETALHES
002370         " RC: " CODIGO-RETORNO.
002380     MOVE CODIGO-RETORNO TO RETURN-CODE.
002390     GOBACK.
002400
002410*****************************************************************
002420*    1000-INICIALIZA : READ THE CONTROL CARD, SETTLE THE        *
002430*                      BUSINESS DATE AND OPEN THE MASTER AND    *
002440*                      THE TRANSMISSION LOG (CREATED ON THE     *
002450*                      FIRST RUN).                              *
002460*****************************************************************
002470 1000-INICIALIZA.
002480     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
002490     ACCEPT HORA-SISTEMA FROM TIME.
002500     MOVE "REMESSA " TO RMC-PROGRAM-NAME.
002510     MOVE SPACES     TO RMC-DATA-NEGOCIO.
002520     MOVE SPACE      TO RMC-SUBSTITUICAO.
002530     OPEN INPUT RMCCARD-FILE.
002540     IF STATUS-RMCCARD = "00"
002550         READ RMCCARD-FILE INTO RMCCARD-REGISTRO
002560             AT END
002570                 MOVE "35" TO STATUS-RMCCARD
002580         END-READ
002590         IF STATUS-RMCCARD = "00"
002600             MOVE RMCCARD-REGISTRO TO RMC-CARD
002610         END-IF
002620         CLOSE RMCCARD-FILE
002630     END-IF.
002640     IF RMC-PROGRAM-NAME NOT = "REMESSA "
002650         DISPLAY "REMESSA: CARTAO DE CONTROLE PERTENCE A "
002660             RMC-PROGRAM-NAME " - EXECUCAO REJEITADA."
002670         MOVE 8 TO CODIGO-RETORNO
002680         GO TO 1000-INICIALIZA-EXIT
002690     END-IF.
002700     IF NOT RMC-ENVIO-VALIDO
002710         DISPLAY "REMESSA: INDICADOR DE SUBSTITUICAO INVALIDO ("
002720             RMC-SUBSTITUICAO ") - EXECUCAO REJEITADA."
002730         MOVE 8 TO CODIGO-RETORNO
002740         GO TO 1000-INICIALIZA-EXIT
002750     END-IF.
002760     IF RMC-DATA-NEGOCIO NOT = SPACES
002770         MOVE RMC-DATA-NEGOCIO TO DATA-NEGOCIO
002780     ELSE
002790         PERFORM 1100-LE-EXPDATE THRU 1100-LE-EXPDATE-EXIT
002800     END-IF.
002810     IF DATA-NEGOCIO = SPACES
002820         DISPLAY "REMESSA: EXPDATE INDISPONIVEL E NENHUMA DATA "
002830             "NO CARTAO - EXECUCAO REJEITADA."
002840         MOVE 8 TO CODIGO-RETORNO
002850         GO TO 1000-INICIALIZA-EXIT
002860     END-IF.
002870     MOVE "V" TO DTP-FUNCAO.
002880     MOVE DATA-NEGOCIO TO DTP-DATA.
002890     CALL "DATACHK" USING DATA-PARAMETRO.
002900     IF DTP-DATA-INVALIDA
002910         DISPLAY "REMESSA: DATA DE NEGOCIO INVALIDA ("
002920             DATA-NEGOCIO ") - EXECUCAO REJEITADA."
002930         MOVE 8 TO CODIGO-RETORNO
002940         GO TO 1000-INICIALIZA-EXIT
002950     END-IF.
002960     OPEN INPUT RESMAST-FILE.
002970     IF STATUS-RESMAST NOT = "00"
002980         DISPLAY "REMESSA: RESMAST INDISPONIVEL (STATUS "
002990             STATUS-RESMAST ") - EXECUTE TABLOAD ANTES."
003000         MOVE 08 TO ALR-SEVERITY
003010         MOVE "RESMAST INDISPONIVEL - NADA ENVIADO"
003020             TO MENSAGEM-ALERTA
003030         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
003040         GO TO 1000-INICIALIZA-EXIT
003050     END-IF.
003060     MOVE "Y" TO RESMAST-ABERTO-SW.
003070     OPEN I-O REMLOG-FILE.
003080     IF STATUS-REMLOG = "05" OR STATUS-REMLOG = "35"
003090         OPEN OUTPUT REMLOG-FILE
003100         CLOSE REMLOG-FILE
003110         OPEN I-O REMLOG-FILE
003120     END-IF.
003130     IF STATUS-REMLOG NOT = "00"
003140         DISPLAY "REMESSA: REMLOG INDISPONIVEL (STATUS "
003150             STATUS-REMLOG ") - NADA ENVIADO."
003160         MOVE 08 TO ALR-SEVERITY
003170         MOVE "REMLOG INDISPONIVEL - NADA ENVIADO"
003180             TO MENSAGEM-ALERTA
003190         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
003200         GO TO 1000-INICIALIZA-EXIT
003210     END-IF.
003220     MOVE "Y" TO REMLOG-ABERTO-SW.
003230 1000-INICIALIZA-EXIT.
003240     EXIT.
003250
003260*****************************************************************
003270*    1100-LE-EXPDATE : THE BUSINESS DATE THE SUITE IS WORKING   *
003280*                      ON.  NO FILE LEAVES DATA-NEGOCIO BLANK.  *
003290*****************************************************************
003300 1100-LE-EXPDATE.
003310     OPEN INPUT EXPDATE-FILE.
003320     IF STATUS-EXPDATE = "00"
003330         READ EXPDATE-FILE
003340             AT END
003350                 MOVE "35" TO STATUS-EXPDATE
003360         END-READ
003370     END-IF.
003380     IF STATUS-EXPDATE = "00"
003390         MOVE EXPDATE-REGISTRO TO DATA-NEGOCIO
003400     END-IF.
003410     CLOSE EXPDATE-FILE.
003420 1100-LE-EXPDATE-EXIT.
003430     EXIT.
003440
003450*****************************************************************
003460*    2000-VERIFICA-ENVIOS : WHAT WAS ALREADY SENT FOR THE DATE. *
003470*                      AN ORIGINAL SEND NEEDS NONE; A           *
003480*                      REPLACEMENT NEEDS ONE IN FORCE.  THEN    *
003490*                      THE NEXT SEQUENCE NUMBER IS TAKEN FROM   *
003500*                      THE CONTROL RECORD.                      *
003510*****************************************************************
003520 2000-VERIFICA-ENVIOS.
003530     MOVE ZEROS TO QTD-ENVIOS-DATA.
003540     MOVE ZEROS TO SEQ-EM-VIGOR.
003550     MOVE "N" TO FIM-PESQUISA-SW.
003560     MOVE DATA-NEGOCIO TO REMLOG-DATA.
003570     MOVE ZEROS TO REMLOG-SEQUENCIA.
003580     START REMLOG-FILE KEY >= REMLOG-CHAVE
003590         INVALID KEY
003600             MOVE "Y" TO FIM-PESQUISA-SW
003610     END-START.
003620     PERFORM 2100-LE-ENVIO THRU 2100-LE-ENVIO-EXIT
003630         UNTIL FIM-PESQUISA.
003640     IF QTD-ENVIOS-DATA > ZEROS AND NOT RMC-ENVIO-SUBSTITUTO
003650         DISPLAY "REMESSA: DATA " DATA-NEGOCIO " JA TRANSMITIDA "
003660             "(SEQUENCIA " SEQ-EM-VIGOR ") - PARA REENVIAR "
003670             "MARQUE SUBSTITUICAO NO CARTAO."
003680         MOVE 08 TO ALR-SEVERITY
003690         MOVE "DATA JA TRANSMITIDA - REENVIO RECUSADO"
003700             TO MENSAGEM-ALERTA
003710         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
003720         GO TO 2000-VERIFICA-ENVIOS-EXIT
003730     END-IF.
003740     IF RMC-ENVIO-SUBSTITUTO AND SEQ-EM-VIGOR = ZEROS
003750         DISPLAY "REMESSA: NENHUMA TRANSMISSAO DE " DATA-NEGOCIO
003760             " A SUBSTITUIR - EXECUCAO REJEITADA."
003770         MOVE 08 TO ALR-SEVERITY
003780         MOVE "SUBSTITUICAO SEM TRANSMISSAO ANTERIOR"
003790             TO MENSAGEM-ALERTA
003800         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
003810         GO TO 2000-VERIFICA-ENVIOS-EXIT
003820     END-IF.
003830     MOVE "00000000" TO REMLOG-DATA.
003840     MOVE ZEROS TO REMLOG-SEQUENCIA.
003850     MOVE "Y" TO CONTROLE-EXISTE-SW.
003860     READ REMLOG-FILE
003870         INVALID KEY
003880             MOVE "N" TO CONTROLE-EXISTE-SW
003890     END-READ.
003900     IF CONTROLE-EXISTE AND REMLOG-ULTIMA-SEQUENCIA IS NUMERIC
003910         COMPUTE SEQ-NOVA = REMLOG-ULTIMA-SEQUENCIA + 1
003920     ELSE
003930         MOVE 1 TO SEQ-NOVA
003940     END-IF.
003950 2000-VERIFICA-ENVIOS-EXIT.
003960     EXIT.
003970
003980 2100-LE-ENVIO.
003990     READ REMLOG-FILE NEXT RECORD
004000         AT END
004010             MOVE "Y" TO FIM-PESQUISA-SW
004020     END-READ.
004030     IF FIM-PESQUISA
004040         GO TO 2100-LE-ENVIO-EXIT
004050     END-IF.
004060     IF REMLOG-DATA NOT = DATA-NEGOCIO
004070         MOVE "Y" TO FIM-PESQUISA-SW
004080         GO TO 2100-LE-ENVIO-EXIT
004090     END-IF.
004100     ADD 1 TO QTD-ENVIOS-DATA.
004110     IF REMLOG-EM-VIGOR
004120         MOVE REMLOG-SEQUENCIA TO SEQ-EM-VIGOR
004130     END-IF.
004140 2100-LE-ENVIO-EXIT.
004150     EXIT.
004160
004170*****************************************************************
004180*    3000-VERIFICA-RESMAST : POSITION ON THE DATE (ALTERNATE    *
004190*                      KEY, AS TABVAR DOES) AND MAKE SURE THERE *
004200*                      IS SOMETHING TO SEND.  THE FIRST RECORD  *
004210*                      STAYS IN THE BUFFER FOR 4000.            *
004220*****************************************************************
004230 3000-VERIFICA-RESMAST.
004240     MOVE "N" TO FIM-RESMAST-SW.
004250     MOVE DATA-NEGOCIO TO RESMAST-DATA.
004260     START RESMAST-FILE KEY >= RESMAST-DATA
004270         INVALID KEY
004280             MOVE "Y" TO FIM-RESMAST-SW
004290     END-START.
004300     IF NOT FIM-RESMAST
004310         PERFORM 3100-LE-RESMAST THRU 3100-LE-RESMAST-EXIT
004320     END-IF.
004330     IF FIM-RESMAST
004340         DISPLAY "REMESSA: RESMAST SEM DADOS PARA " DATA-NEGOCIO
004350             " - NADA ENVIADO."
004360         MOVE 08 TO ALR-SEVERITY
004370         MOVE "RESMAST SEM DADOS DA DATA - NADA ENVIADO"
004380             TO MENSAGEM-ALERTA
004390         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
004400     END-IF.
004410 3000-VERIFICA-RESMAST-EXIT.
004420     EXIT.
004430
004440 3100-LE-RESMAST.
004450     READ RESMAST-FILE NEXT RECORD
004460         AT END
004470             MOVE "Y" TO FIM-RESMAST-SW
004480     END-READ.
004490     IF NOT FIM-RESMAST AND RESMAST-DATA NOT = DATA-NEGOCIO
004500         MOVE "Y" TO FIM-RESMAST-SW
004510     END-IF.
004520 3100-LE-RESMAST-EXIT.
004530     EXIT.
004540
004550*****************************************************************
004560*    4000-GERA-REMESSA : HEADER, ONE DETAIL PER NUMERO OF THE   *
004570*                      DATE, TRAILER WITH THE FILE CONTROLS.    *
004580*****************************************************************
004590 4000-GERA-REMESSA.
004600     OPEN OUTPUT REMESSA-FILE.
004610     IF STATUS-REMESSA NOT = "00"
004620         DISPLAY "REMESSA: ARQUIVO REMESSA NAO PODE SER CRIADO "
004630             "(STATUS " STATUS-REMESSA ")."
004640         MOVE 08 TO ALR-SEVERITY
004650         MOVE "REMESSA NAO CRIADO - NADA ENVIADO"
004660             TO MENSAGEM-ALERTA
004670         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
004680         GO TO 4000-GERA-REMESSA-EXIT
004690     END-IF.
004700     MOVE SPACES TO REMESSA-REGISTRO.
004710     MOVE "H" TO REM-TIPO-REGISTRO.
004720     MOVE "PORTRES " TO REH-INTERFACE.
004730     MOVE DATA-NEGOCIO TO REH-DATA-NEGOCIO.
004740     MOVE SEQ-NOVA TO REH-SEQUENCIA.
004750     IF RMC-ENVIO-SUBSTITUTO
004760         MOVE "S" TO REH-TIPO-ENVIO
004770         MOVE SEQ-EM-VIGOR TO REH-SEQ-SUBSTITUIDA
004780     ELSE
004790         MOVE "O" TO REH-TIPO-ENVIO
004800         MOVE ZEROS TO REH-SEQ-SUBSTITUIDA
004810     END-IF.
004820     MOVE DATA-SISTEMA TO REH-DATA-GERACAO.
004830     MOVE HORA-SISTEMA (1:6) TO REH-HORA-GERACAO.
004840     PERFORM 4900-GRAVA-REMESSA THRU 4900-GRAVA-REMESSA-EXIT.
004850     PERFORM 4100-GRAVA-DETALHE THRU 4100-GRAVA-DETALHE-EXIT
004860         UNTIL FIM-RESMAST.
004870     MOVE SPACES TO REMESSA-REGISTRO.
004880     MOVE "T" TO REM-TIPO-REGISTRO.
004890     MOVE SEQ-NOVA TO RET-SEQUENCIA.
004900     MOVE QTD-DETALHES TO RET-QTD-DETALHES.
004910     MOVE QTD-LINHAS-TOTAL TO RET-QTD-LINHAS.
004920     MOVE HASH-TOTAL TO RET-HASH-TOTAL.
004930     COMPUTE RET-QTD-REGISTROS = QTD-REGISTROS + 1.
004940     PERFORM 4900-GRAVA-REMESSA THRU 4900-GRAVA-REMESSA-EXIT.
004950     CLOSE REMESSA-FILE.
004960     IF QTD-IGNORADOS > ZEROS
004970         DISPLAY "REMESSA: " QTD-IGNORADOS
004980             " REGISTROS COM NUMERO ILEGIVEL IGNORADOS."
004990         MOVE 04 TO ALR-SEVERITY
005000         MOVE "RESMAST COM NUMERO ILEGIVEL - IGNORADO"
005010             TO MENSAGEM-ALERTA
005020         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
005030     END-IF.
005040 4000-GERA-REMESSA-EXIT.
005050     EXIT.
005060
005070 4100-GRAVA-DETALHE.
005080     IF RESMAST-NUMERO IS NOT NUMERIC
005090         ADD 1 TO QTD-IGNORADOS
005100     ELSE
005110         MOVE RESMAST-NUMERO TO NUMERO-EDITADO
005120         MOVE SPACES TO REMESSA-REGISTRO
005130         MOVE "D" TO REM-TIPO-REGISTRO
005140         MOVE DATA-NEGOCIO TO RED-DATA-NEGOCIO
005150         MOVE SEQ-NOVA TO RED-SEQUENCIA
005160         MOVE NUMERO-EDITADO TO RED-NUMERO
005170         MOVE RESMAST-QTD-LINHAS TO RED-QTD-LINHAS
005180         MOVE RESMAST-HASH TO RED-HASH
005190         PERFORM 4900-GRAVA-REMESSA THRU 4900-GRAVA-REMESSA-EXIT
005200         ADD 1 TO QTD-DETALHES
005210         ADD RESMAST-QTD-LINHAS TO QTD-LINHAS-TOTAL
005220         ADD RESMAST-HASH TO HASH-TOTAL
005230     END-IF.
005240     PERFORM 3100-LE-RESMAST THRU 3100-LE-RESMAST-EXIT.
005250 4100-GRAVA-DETALHE-EXIT.
005260     EXIT.
005270
005280 4900-GRAVA-REMESSA.
005290     WRITE REMESSA-SAIDA FROM REMESSA-REGISTRO.
005300     ADD 1 TO QTD-REGISTROS.
005310 4900-GRAVA-REMESSA-EXIT.
005320     EXIT.
005330
005340*****************************************************************
005350*    5000-ATUALIZA-REMLOG : RECORD THE SEND, MARK THE SEND IT   *
005360*                      REPLACES, AND MOVE THE CONTROL RECORD ON *
005370*                      TO THE NEW SEQUENCE NUMBER.              *
005380*****************************************************************
005390 5000-ATUALIZA-REMLOG.
005400     MOVE SPACES TO REMLOG-REGISTRO.
005410     MOVE DATA-NEGOCIO TO REMLOG-DATA.
005420     MOVE SEQ-NOVA TO REMLOG-SEQUENCIA.
005430     IF RMC-ENVIO-SUBSTITUTO
005440         MOVE "S" TO REMLOG-TIPO-ENVIO
005450         MOVE SEQ-EM-VIGOR TO REMLOG-SEQ-SUBSTITUIDA
005460     ELSE
005470         MOVE "O" TO REMLOG-TIPO-ENVIO
005480         MOVE ZEROS TO REMLOG-SEQ-SUBSTITUIDA
005490     END-IF.
005500     MOVE "A" TO REMLOG-SITUACAO.
005510     MOVE ZEROS TO REMLOG-SUBSTITUIDA-POR.
005520     MOVE QTD-DETALHES TO REMLOG-QTD-DETALHES.
005530     MOVE QTD-LINHAS-TOTAL TO REMLOG-QTD-LINHAS.
005540     MOVE HASH-TOTAL TO REMLOG-HASH-TOTAL.
005550     MOVE DATA-SISTEMA TO REMLOG-DATA-GERACAO.
005560     MOVE HORA-SISTEMA TO REMLOG-HORA-GERACAO.
005570     WRITE REMLOG-REGISTRO
005580         INVALID KEY
005590             DISPLAY "REMESSA: SEQUENCIA " SEQ-NOVA
005600                 " JA EXISTE NO REMLOG - VERIFIQUE O CONTROLE."
005610             MOVE "22" TO STATUS-REMLOG
005650     END-WRITE.
005654     IF STATUS-REMLOG NOT = "00"
005658         MOVE "REMLOG NAO ATUALIZADO - VERIFICAR ENVIO"
005662             TO MENSAGEM-ALERTA
005666         PERFORM 5900-ERRO-REMLOG THRU 5900-ERRO-REMLOG-EXIT
005670         GO TO 5000-ATUALIZA-REMLOG-EXIT
005680     END-IF.
005690     IF RMC-ENVIO-SUBSTITUTO
005700         MOVE DATA-NEGOCIO TO REMLOG-DATA
005710         MOVE SEQ-EM-VIGOR TO REMLOG-SEQUENCIA
005720         READ REMLOG-FILE
005730             INVALID KEY
005740                 MOVE SPACES TO REMLOG-SITUACAO
005750         END-READ
005760         IF REMLOG-EM-VIGOR
005770             MOVE "S" TO REMLOG-SITUACAO
005780             MOVE SEQ-NOVA TO REMLOG-SUBSTITUIDA-POR
005790             REWRITE REMLOG-REGISTRO
005791                 INVALID KEY
005792                     MOVE "23" TO STATUS-REMLOG
005793             END-REWRITE
005794             IF STATUS-REMLOG NOT = "00"
005795                 MOVE "ENVIO SUBSTITUIDO NAO MARCADO NO REMLOG"
005796                     TO MENSAGEM-ALERTA
005797                 PERFORM 5900-ERRO-REMLOG
005798                     THRU 5900-ERRO-REMLOG-EXIT
005799             END-IF
005800         END-IF
005810         IF CODIGO-RETORNO < 4
005820             MOVE 4 TO CODIGO-RETORNO
005830         END-IF
005840     END-IF.
005850     MOVE SPACES TO REMLOG-REGISTRO.
005860     MOVE "00000000" TO REMLOG-DATA.
005870     MOVE ZEROS TO REMLOG-SEQUENCIA.
005880     MOVE SEQ-NOVA TO REMLOG-ULTIMA-SEQUENCIA.
005890     MOVE DATA-NEGOCIO TO REMLOG-ULTIMA-DATA.
005900     IF CONTROLE-EXISTE
005910         REWRITE REMLOG-REGISTRO
005912             INVALID KEY
005914                 MOVE "23" TO STATUS-REMLOG
005916         END-REWRITE
005920     ELSE
005930         WRITE REMLOG-REGISTRO
005931             INVALID KEY
005932                 MOVE "22" TO STATUS-REMLOG
005933         END-WRITE
005934     END-IF.
005935     IF STATUS-REMLOG NOT = "00"
005936         MOVE "CONTROLE DO REMLOG NAO ATUALIZADO"
005937             TO MENSAGEM-ALERTA
005938         PERFORM 5900-ERRO-REMLOG THRU 5900-ERRO-REMLOG-EXIT
005940     END-IF.
005950 5000-ATUALIZA-REMLOG-EXIT.
005951     EXIT.
005952
005953*****************************************************************
005954*    5900-ERRO-REMLOG : A REMLOG UPDATE FAILED AFTER THE FILE   *
005955*                      WAS BUILT.  THE CALLER SETS THE ALERT    *
005956*                      MESSAGE; THE RUN ENDS WITH RC 12 SO THE  *
005957*                      LOG IS PUT RIGHT BEFORE THE NEXT SEND.   *
005958*****************************************************************
005959 5900-ERRO-REMLOG.
005960     DISPLAY "REMESSA: " MENSAGEM-ALERTA
005961         " (STATUS " STATUS-REMLOG ")."
005962     MOVE 12 TO ALR-SEVERITY.
005963     PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT.
005964 5900-ERRO-REMLOG-EXIT.
005965     EXIT.
005970
005980*****************************************************************
005990*    8000-GRAVA-RUNLOG : APPENDS ONE RECORD TO RUNLOG FOR EVERY *
006000*                        EXECUTION, NOTING THE SEQUENCE NUMBER  *
006010*                        SENT AND HOW THE RUN CAME OUT.         *
006020*****************************************************************
006030 8000-GRAVA-RUNLOG.
006040     MOVE "F" TO LOG-EVENT-TYPE.
006050     MOVE SPACES TO LOG-OPERATOR.
006060     MOVE "REMESSA " TO LOG-PROGRAM-NAME.
006070     IF DATA-NEGOCIO IS NUMERIC
006080         MOVE DATA-NEGOCIO TO LOG-RUN-DATE
006090     ELSE
006100         MOVE DATA-SISTEMA TO LOG-RUN-DATE
006110     END-IF.
006120     ACCEPT LOG-RUN-TIME FROM TIME.
006130     MOVE "SEQ-REM " TO LOG-PARM-NAME.
006140     EVALUATE TRUE
006142         WHEN CODIGO-RETORNO >= 12
006144             MOVE SEQ-NOVA TO LOG-PARM-VALUE
006146             MOVE "REMESSA GERADA - REMLOG FALHOU" TO LOG-OUTCOME
006150         WHEN CODIGO-RETORNO >= 8
006160             MOVE ZEROS TO LOG-PARM-VALUE
006170             MOVE "REMESSA RECUSADA" TO LOG-OUTCOME
006180         WHEN RMC-ENVIO-SUBSTITUTO
006190             MOVE SEQ-NOVA TO LOG-PARM-VALUE
006200             MOVE "REMESSA SUBSTITUTA GERADA" TO LOG-OUTCOME
006210         WHEN OTHER
006220             MOVE SEQ-NOVA TO LOG-PARM-VALUE
006230             MOVE "REMESSA ORIGINAL GERADA" TO LOG-OUTCOME
006240     END-EVALUATE.
006250     OPEN EXTEND RUNLOG-FILE.
006260     IF STATUS-RUNLOG = "05" OR STATUS-RUNLOG = "35"
006270         OPEN OUTPUT RUNLOG-FILE
006280     END-IF.
006290     WRITE RUNLOG-REGISTRO FROM LOG-RECORD.
006300     CLOSE RUNLOG-FILE.
006310 8000-GRAVA-RUNLOG-EXIT.
006320     EXIT.
006330
006340*****************************************************************
006350*    8500-GRAVA-ALERTA : ONE ALERTAS RECORD.  SEVERITY AND      *
006360*                        MESSAGE ARRIVE FROM THE CALLER; THE    *
006370*                        RETURN-CODE FOLLOWS THE WORST          *
006380*                        SEVERITY RAISED.                       *
006390*****************************************************************
006400 8500-GRAVA-ALERTA.
006410     MOVE "REMESSA " TO ALR-PROGRAM-NAME.
006420     MOVE DATA-NEGOCIO TO ALR-RUN-DATE.
006430     ACCEPT ALR-RUN-TIME FROM TIME.
006440     MOVE MENSAGEM-ALERTA TO ALR-MESSAGE.
006450     OPEN EXTEND ALERTAS-FILE.
006460     IF STATUS-ALERTAS = "05" OR STATUS-ALERTAS = "35"
006470         OPEN OUTPUT ALERTAS-FILE
006480     END-IF.
006490     WRITE ALERTAS-REGISTRO FROM ALERT-RECORD.
006500     CLOSE ALERTAS-FILE.
006510     ADD 1 TO QTD-ALERTAS.
006520     IF CODIGO-RETORNO < ALR-SEVERITY
006530         MOVE ALR-SEVERITY TO CODIGO-RETORNO
006540     END-IF.
006550 8500-GRAVA-ALERTA-EXIT.
006560     EXIT.
006570
006580*****************************************************************
006590*    9000-ENCERRA : LOG THE RUN AND CLOSE THE KEYED FILES.      *
006600*****************************************************************
006610 9000-ENCERRA.
006620     IF RMC-PROGRAM-NAME = "REMESSA "
006630         PERFORM 8000-GRAVA-RUNLOG THRU 8000-GRAVA-RUNLOG-EXIT
006640     END-IF.
006650     IF RESMAST-ABERTO
006660         CLOSE RESMAST-FILE
006670     END-IF.
006680     IF REMLOG-ABERTO
006690         CLOSE REMLOG-FILE
006700     END-IF.
006710 9000-ENCERRA-EXIT.
006720     EXIT.
