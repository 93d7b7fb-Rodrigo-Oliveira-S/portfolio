000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID  : SLAMON                                       *
000040*    AUTHOR      : R. OLIVEIRA SILVA - APPLICATIONS DEV.        *
000050*    INSTALLATION: PORTFOLIO BATCH UTILITIES                    *
000060*    DATE-WRITTEN: 2026-09-11                                   *
000070*                                                               *
000080*    DESCRIPTION : BATCH-WINDOW DEADLINE (SLA) MONITOR.  FOR    *
000090*                  ONE BUSINESS DATE (EXPDATE, OR THE DATE ON   *
000100*                  THE CONTROL CARD) IT CHECKS EVERY PROGRAM    *
000110*                  LISTED IN THE PRAZOS SCHEDULE-EXPECTATION    *
000120*                  FILE (COPYBOOK PRAZOREC) AGAINST THE RUNLOG  *
000130*                  START ('I') AND END ('F') EVENTS OF THAT     *
000140*                  DATE:                                        *
000150*                    - A LATE START IS ALERTED AT SEVERITY 04;  *
000160*                    - A LATE END AT SEVERITY 08;               *
000170*                    - A MISSING RUN, A RUN LEFT WITHOUT ITS    *
000180*                      END, OR A STEP PASSED OVER BY ITS        *
000190*                      DISPATCH CONDITION AT SEVERITY 08, OR 12 *
000200*                      FOR A PROGRAM MARKED CRITICAL.           *
000210*                  A PROGRAM WHOSE END DEADLINE HAS NOT YET     *
000220*                  COME IS LISTED AS PENDING, NOT ALERTED, SO   *
000230*                  THE MONITOR CAN RUN AS A DISPATCH STEP JUST  *
000240*                  BEFORE ALERTRPT AND AGAIN IN THE MORNING.    *
000250*                  DISPATCH'S PER-STEP RUNLOG ENTRIES COUNT AS  *
000260*                  THE END EVENT OF THE PROGRAM THEY NAME, SO   *
000270*                  PROGRAMS THAT WRITE NO RUNLOG ENTRY OF THEIR *
000280*                  OWN CAN BE MONITORED WHEN RUN UNDER          *
000290*                  DISPATCH.  THE ONE-PAGE SLA COMPLIANCE       *
000300*                  LISTING GOES TO SLAREPT.                     *
000310*                                                               *
000320*    BATCH WINDOW: THE NIGHT OF BUSINESS DATE D OPENS AT THE    *
000330*                  WINDOW-OPENING TIME ON D AND RUNS INTO THE   *
000340*                  NEXT CALENDAR DAY.  A DEADLINE OR EVENT      *
000350*                  TIME EARLIER THAN THE OPENING TIME FALLS     *
000360*                  AFTER MIDNIGHT.  THE CURRENT MACHINE DATE    *
000370*                  AND TIME SAY HOW FAR THE WINDOW HAS GONE.    *
000380*                                                               *
000390*    CONTROL CARD (SYSIN, 20 BYTES - OPTIONAL):                 *
000400*      COLS 01-08  SLA-PROGRAM-NAME  MUST BE 'SLAMON  '          *
000410*      COLS 09-16  SLA-DATA-NEGOCIO  BUSINESS DATE YYYYMMDD;    *
000420*                                    SPACES = EXPDATE           *
000430*      COLS 17-20  SLA-ABERTURA      WINDOW OPENING HHMM;       *
000440*                                    SPACES = 1800              *
000450*                                                               *
000460*    RETURN CODES: 0 = EVERYTHING IN TIME (OR STILL PENDING),   *
000470*                  4 = LATE START ONLY, OR PRAZOS RECORDS       *
000480*                  IGNORED, 8 = LATE END OR MISSING RUN, OR     *
000490*                  CONTROL CARD/DATE/PRAZOS UNUSABLE,           *
000500*                  12 = A CRITICAL PROGRAM MISSING.             *
000510*                                                               *
000520*    MODIFICATION HISTORY                                       *
000530*    --------------------------------------------------------  *
000540*    DATE       INIT  DESCRIPTION                               *
000550*    ---------- ----  ----------------------------------------  *
000560*    2026-09-11 ROS   ORIGINAL VERSION - TIMELINE TOLD US HOW   *
000570*                     LONG THINGS TOOK, NOTHING TOLD US THAT A  *
000580*                     RUN WAS LATE OR NEVER HAPPENED.           *
000590*                                                               *
000600*****************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID.                  SLAMON.
000630 AUTHOR.                      R. OLIVEIRA SILVA.
000640 INSTALLATION.                PORTFOLIO BATCH UTILITIES.
000650 DATE-WRITTEN.                2026-09-11.
000660 DATE-COMPILED.
000670
000680*****************************************************************
000690 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.
000710 SOURCE-COMPUTER.             PORTFOLIO-BATCH.
000720 OBJECT-COMPUTER.             PORTFOLIO-BATCH.
000730
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT SLACARD-FILE      ASSIGN TO SYSIN
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS STATUS-SLACARD.
000790
000800     SELECT EXPDATE-FILE      ASSIGN TO EXPDATE
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS STATUS-EXPDATE.
000830
000840     SELECT PRAZOS-FILE       ASSIGN TO PRAZOS
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS STATUS-PRAZOS.
000870
000880     SELECT RUNLOG-FILE       ASSIGN TO RUNLOG
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS STATUS-RUNLOG.
000910
000920     SELECT SLAREPT-FILE      ASSIGN TO SLAREPT
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS STATUS-SLAREPT.
000950
000960     SELECT ALERTAS-FILE      ASSIGN TO ALERTAS
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS STATUS-ALERTAS.
000990
001000*****************************************************************
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  SLACARD-FILE
001040     RECORD CONTAINS 20 CHARACTERS.
001050 01  SLACARD-REGISTRO            PIC X(20).
001060
001070 FD  EXPDATE-FILE
001080     RECORD CONTAINS 8 CHARACTERS.
001090 01  EXPDATE-REGISTRO            PIC X(08).
001100
001110 FD  PRAZOS-FILE
001120     RECORD CONTAINS 40 CHARACTERS.
001130 01  PRAZOS-REGISTRO             PIC X(40).
001140
001150 FD  RUNLOG-FILE
001160     RECORD CONTAINS 78 CHARACTERS.
001170 01  RUNLOG-REGISTRO             PIC X(78).
001180
001190 FD  SLAREPT-FILE
001200     RECORD CONTAINS 80 CHARACTERS.
001210 01  SLAREPT-REGISTRO            PIC X(80).
001220
001230 FD  ALERTAS-FILE
001240     RECORD CONTAINS 66 CHARACTERS.
001250 01  ALERTAS-REGISTRO            PIC X(66).
001260
001270*****************************************************************
001280 WORKING-STORAGE SECTION.
001290     COPY LOGREC.
001300     COPY ALERTREC.
001310     COPY DATAPRM.
001320     COPY PRAZOREC.
001330
001340 01  SLA-CARD.
001350     05  SLA-PROGRAM-NAME        PIC X(08).
001360     05  SLA-DATA-NEGOCIO        PIC X(08).
001370     05  SLA-ABERTURA            PIC X(04).
001380     05  SLA-ABERTURA-HORA REDEFINES SLA-ABERTURA.
001390         10  SLA-ABERTURA-HH     PIC 9(02).
001400         10  SLA-ABERTURA-MM     PIC 9(02).
001410
001420 77  STATUS-SLACARD              PIC X(02) VALUE SPACES.
001430 77  STATUS-EXPDATE              PIC X(02) VALUE SPACES.
001440 77  STATUS-PRAZOS               PIC X(02) VALUE SPACES.
001450 77  STATUS-RUNLOG               PIC X(02) VALUE SPACES.
001460 77  STATUS-SLAREPT              PIC X(02) VALUE SPACES.
001470 77  STATUS-ALERTAS              PIC X(02) VALUE SPACES.
001480
001490 77  FIM-PRAZOS-SW               PIC X(01) VALUE "N".
001500     88  FIM-PRAZOS                  VALUE "Y".
001510 77  FIM-RUNLOG-SW               PIC X(01) VALUE "N".
001520     88  FIM-RUNLOG                  VALUE "Y".
001530 77  RELATORIO-ABERTO-SW         PIC X(01) VALUE "N".
001540     88  RELATORIO-ABERTO            VALUE "Y".
001550 77  PRAZO-VALIDO-SW             PIC X(01) VALUE "N".
001560     88  PRAZO-VALIDO                VALUE "Y".
001570 77  INICIO-ATRASADO-SW          PIC X(01) VALUE "N".
001580     88  INICIO-ATRASADO             VALUE "Y".
001590 77  PRAZO-FIM-VENCIDO-SW        PIC X(01) VALUE "N".
001600     88  PRAZO-FIM-VENCIDO           VALUE "Y".
001610
001620 77  DATA-SISTEMA                PIC X(08) VALUE SPACES.
001630 77  HORA-SISTEMA                PIC X(08) VALUE SPACES.
001640 77  DATA-NEGOCIO                PIC X(08) VALUE SPACES.
001650 77  DATA-DIA-SEGUINTE           PIC X(08) VALUE SPACES.
001660 77  DIA-SEMANA-NEGOCIO          PIC 9(01) VALUE ZEROS.
001670 77  DIA-UTIL-NEGOCIO            PIC X(01) VALUE SPACES.
001680     88  DIA-UTIL-NEGOCIO-SIM        VALUE "U".
001690
001700 01  HORA-DECOMPOSTA.
001710     05  HOR-HH                  PIC 9(02).
001720     05  HOR-MM                  PIC 9(02).
001730     05  HOR-SS                  PIC 9(02).
001740     05  HOR-CC                  PIC 9(02).
001750
001760 77  MINUTOS-ABERTURA            PIC 9(04) VALUE ZEROS.
001770 77  MINUTOS-HORA                PIC 9(05) VALUE ZEROS.
001780 77  MINUTOS-JANELA              PIC 9(05) VALUE ZEROS.
001790 77  MINUTOS-AGORA               PIC 9(05) VALUE ZEROS.
001800
001810 01  NOMES-DIAS-VALORES.
001820     05  FILLER                  PIC X(21)
001830         VALUE "SEGTERQUAQUISEXSABDOM".
001840 01  NOMES-DIAS REDEFINES NOMES-DIAS-VALORES.
001850     05  NOME-DIA OCCURS 7 TIMES PIC X(03).
001860
001870 77  MAX-PRAZOS                  PIC 9(03) VALUE 50.
001880 77  QTD-PRAZOS                  PIC 9(03) VALUE ZEROS.
001890 77  IND-PRZ                     PIC 9(03) VALUE ZEROS.
001900 77  IND-ACHADO                  PIC 9(03) VALUE ZEROS.
001910 77  PROGRAMA-EVENTO             PIC X(08) VALUE SPACES.
001920 01  TABELA-PRAZOS.
001930     05  TPZ-ENTRADA OCCURS 50 TIMES.
001940         10  TPZ-PROGRAMA        PIC X(08).
001950         10  TPZ-PREVISTO-SW     PIC X(01).
001960             88  TPZ-PREVISTO        VALUE "Y".
001970         10  TPZ-CRITICO-SW      PIC X(01).
001980             88  TPZ-CRITICO         VALUE "S".
001990         10  TPZ-INICIO-LIMITE   PIC X(04).
002000         10  TPZ-FIM-LIMITE      PIC X(04).
002010         10  TPZ-MIN-INICIO-LIM  PIC 9(05).
002020         10  TPZ-MIN-FIM-LIM     PIC 9(05).
002030         10  TPZ-INICIOS         PIC 9(03).
002040         10  TPZ-FINS            PIC 9(03).
002050         10  TPZ-HORA-INICIO     PIC X(06).
002060         10  TPZ-HORA-FIM        PIC X(06).
002070         10  TPZ-MIN-INICIO      PIC 9(05).
002080         10  TPZ-MIN-FIM         PIC 9(05).
002090         10  TPZ-ABERTO-SW       PIC X(01).
002100             88  TPZ-ABERTO          VALUE "Y".
002110         10  TPZ-PULADO-SW       PIC X(01).
002120             88  TPZ-PULADO          VALUE "Y".
002130         10  TPZ-SITUACAO        PIC X(16).
002140
002150 77  TEXTO-ALERTA                PIC X(18) VALUE SPACES.
002160 77  LIMITE-ALERTA               PIC X(04) VALUE SPACES.
002170
002180 77  QTD-REGISTROS-PRAZOS        PIC 9(07) VALUE ZEROS.
002190 77  QTD-INVALIDOS               PIC 9(07) VALUE ZEROS.
002200 77  QTD-EVENTOS                 PIC 9(07) VALUE ZEROS.
002210 77  QTD-PREVISTOS               PIC 9(07) VALUE ZEROS.
002220 77  QTD-NAO-PREVISTOS           PIC 9(07) VALUE ZEROS.
002230 77  QTD-NO-PRAZO                PIC 9(07) VALUE ZEROS.
002240 77  QTD-ATRASADOS               PIC 9(07) VALUE ZEROS.
002250 77  QTD-AUSENTES                PIC 9(07) VALUE ZEROS.
002260 77  QTD-PENDENTES               PIC 9(07) VALUE ZEROS.
002270 77  QTD-ALERTAS                 PIC 9(07) VALUE ZEROS.
002280 77  CODIGO-RETORNO              PIC 9(02) VALUE ZEROS.
002290
002300 01  LINHA-PRAZO.
002310     05  LPZ-PROGRAMA            PIC X(08).
002320     05  LPZ-CRITICO             PIC X(01).
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  LPZ-INICIO-LIMITE       PIC X(04).
002350     05  FILLER                  PIC X(03) VALUE SPACES.
002360     05  LPZ-INICIO              PIC X(06).
002370     05  FILLER                  PIC X(03) VALUE SPACES.
002380     05  LPZ-FIM-LIMITE          PIC X(04).
002390     05  FILLER                  PIC X(03) VALUE SPACES.
002400     05  LPZ-FIM                 PIC X(06).
002410     05  FILLER                  PIC X(03) VALUE SPACES.
002420     05  LPZ-SITUACAO            PIC X(16).
002430     05  FILLER                  PIC X(21) VALUE SPACES.
002440
002450 01  CABECALHO-PRAZOS.
002460     05  FILLER                  PIC X(11) VALUE "PROGRAMA".
002470     05  FILLER                  PIC X(07) VALUE "LIM.".
002480     05  FILLER                  PIC X(09) VALUE "INICIO".
002490     05  FILLER                  PIC X(07) VALUE "LIM.".
002500     05  FILLER                  PIC X(09) VALUE "TERMINO".
002510     05  FILLER                  PIC X(37) VALUE "SITUACAO".
002520
002530 77  QTD-EDITADA                 PIC ZZZZZZ9.
002540 77  NUMERO-PAGINA               PIC 9(04) VALUE ZEROS.
002550 77  LINHAS-NA-PAGINA            PIC 9(02) VALUE 99.
002560 77  LINHAS-POR-PAGINA           PIC 9(02) VALUE 56.
002570 77  LINHA-IMPRESSAO             PIC X(80) VALUE SPACES.
002580
002590 01  CABECALHO-1.
002600     05  FILLER                  PIC X(09) VALUE "SLAMON   ".
002610     05  FILLER                  PIC X(30)
002620         VALUE "- CUMPRIMENTO DE PRAZOS (SLA) ".
002630     05  FILLER                  PIC X(06) VALUE "DATA: ".
002640     05  CAB1-DATA               PIC X(08).
002650     05  FILLER                  PIC X(10) VALUE "   PAGINA ".
002660     05  CAB1-PAGINA             PIC ZZZ9.
002670     05  FILLER                  PIC X(13) VALUE SPACES.
002680
002690*****************************************************************
002700 PROCEDURE DIVISION.
002710*****************************************************************
002720*    0000-MAINLINE : OVERALL FLOW OF CONTROL                    *
002730*****************************************************************
002740 0000-MAINLINE.
002750     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
002760     IF CODIGO-RETORNO < 8
002770         PERFORM 2000-CARREGA-PRAZOS
002780             THRU 2000-CARREGA-PRAZOS-EXIT
002790     END-IF.
002800     IF CODIGO-RETORNO < 8
002810         PERFORM 3000-LE-RUNLOG THRU 3000-LE-RUNLOG-EXIT
002820         PERFORM 4000-AVALIA-PRAZOS THRU 4000-AVALIA-PRAZOS-EXIT
002830         PERFORM 5000-RESUMO THRU 5000-RESUMO-EXIT
002840     END-IF.
002850     PERFORM 9000-ENCERRA THRU 9000-ENCERRA-EXIT.
002860     DISPLAY "SLAMON: FIM. DATA: " DATA-NEGOCIO
002870         " PREVISTOS: " QTD-PREVISTOS
002880         " ATRASADOS: " QTD-ATRASADOS
002890         " AUSENTES: " QTD-AUSENTES
002900         " RC: " CODIGO-RETORNO.
002910     MOVE CODIGO-RETORNO TO RETURN-CODE.
002920     GOBACK.
002930
002940*****************************************************************
002950*    1000-INICIALIZA : READ THE CONTROL CARD, SETTLE THE        *
002960*                      BUSINESS DATE AND THE WINDOW OPENING,    *
002970*                      WORK OUT HOW FAR INTO THE WINDOW WE ARE  *
002980*                      AND START THE LISTING.                   *
002990*****************************************************************
003000 1000-INICIALIZA.
003010     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
003020     ACCEPT HORA-SISTEMA FROM TIME.
003030     MOVE "SLAMON  " TO SLA-PROGRAM-NAME.
003040     MOVE SPACES     TO SLA-DATA-NEGOCIO.
003050     MOVE SPACES     TO SLA-ABERTURA.
003060     OPEN INPUT SLACARD-FILE.
003070     IF STATUS-SLACARD = "00"
003080         READ SLACARD-FILE INTO SLACARD-REGISTRO
003090             AT END
003100                 MOVE "35" TO STATUS-SLACARD
003110         END-READ
003120         IF STATUS-SLACARD = "00"
003130             MOVE SLACARD-REGISTRO TO SLA-CARD
003140         END-IF
003150         CLOSE SLACARD-FILE
003160     END-IF.
003170     IF SLA-PROGRAM-NAME NOT = "SLAMON  "
003180         DISPLAY "SLAMON: CARTAO DE CONTROLE PERTENCE A "
003190             SLA-PROGRAM-NAME " - EXECUCAO REJEITADA."
003200         MOVE 8 TO CODIGO-RETORNO
003210         GO TO 1000-INICIALIZA-EXIT
003220     END-IF.
003230     IF SLA-ABERTURA = SPACES
003240         MOVE "1800" TO SLA-ABERTURA
003250     END-IF.
003260     IF SLA-ABERTURA IS NOT NUMERIC
003270         DISPLAY "SLAMON: ABERTURA DA JANELA INVALIDA ("
003280             SLA-ABERTURA ") - EXECUCAO REJEITADA."
003290         MOVE 8 TO CODIGO-RETORNO
003300         GO TO 1000-INICIALIZA-EXIT
003310     END-IF.
003320     IF SLA-ABERTURA-HH > 23 OR SLA-ABERTURA-MM > 59
003330         DISPLAY "SLAMON: ABERTURA DA JANELA INVALIDA ("
003340             SLA-ABERTURA ") - EXECUCAO REJEITADA."
003350         MOVE 8 TO CODIGO-RETORNO
003360         GO TO 1000-INICIALIZA-EXIT
003370     END-IF.
003380     COMPUTE MINUTOS-ABERTURA =
003390         SLA-ABERTURA-HH * 60 + SLA-ABERTURA-MM.
003400     IF SLA-DATA-NEGOCIO NOT = SPACES
003410         MOVE SLA-DATA-NEGOCIO TO DATA-NEGOCIO
003420     ELSE
003430         PERFORM 1100-LE-EXPDATE THRU 1100-LE-EXPDATE-EXIT
003440     END-IF.
003450     IF DATA-NEGOCIO = SPACES
003460         DISPLAY "SLAMON: EXPDATE INDISPONIVEL E NENHUMA DATA NO "
003470             "CARTAO - EXECUCAO REJEITADA."
003480         MOVE 8 TO CODIGO-RETORNO
003490         GO TO 1000-INICIALIZA-EXIT
003500     END-IF.
003510     MOVE "P" TO DTP-FUNCAO.
003520     MOVE DATA-NEGOCIO TO DTP-DATA.
003530     CALL "DATACHK" USING DATA-PARAMETRO.
003540     IF DTP-DATA-INVALIDA
003550         DISPLAY "SLAMON: DATA DE NEGOCIO INVALIDA ("
003560             DATA-NEGOCIO ") - EXECUCAO REJEITADA."
003570         MOVE 8 TO CODIGO-RETORNO
003580         GO TO 1000-INICIALIZA-EXIT
003590     END-IF.
003600     MOVE DTP-DATA-SEGUINTE TO DATA-DIA-SEGUINTE.
003610     MOVE DTP-DIA-SEMANA    TO DIA-SEMANA-NEGOCIO.
003620     MOVE DTP-DIA-UTIL      TO DIA-UTIL-NEGOCIO.
003630     PERFORM 1200-POSICAO-JANELA THRU 1200-POSICAO-JANELA-EXIT.
003640     OPEN OUTPUT SLAREPT-FILE.
003650     MOVE "Y" TO RELATORIO-ABERTO-SW.
003660     PERFORM 7100-CABECALHO THRU 7100-CABECALHO-EXIT.
003670     MOVE SPACES TO LINHA-IMPRESSAO.
003680     STRING "DATA DE NEGOCIO: "          DELIMITED BY SIZE
003690            DATA-NEGOCIO                 DELIMITED BY SIZE
003700            " ("                         DELIMITED BY SIZE
003710            NOME-DIA (DIA-SEMANA-NEGOCIO) DELIMITED BY SIZE
003720            ")   ABERTURA DA JANELA: "   DELIMITED BY SIZE
003730            SLA-ABERTURA                 DELIMITED BY SIZE
003740         INTO LINHA-IMPRESSAO
003750     END-STRING.
003760     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
003770     MOVE SPACES TO LINHA-IMPRESSAO.
003780     STRING "POSICAO VERIFICADA EM: "    DELIMITED BY SIZE
003790            DATA-SISTEMA                 DELIMITED BY SIZE
003800            " "                          DELIMITED BY SIZE
003810            HORA-SISTEMA (1:4)           DELIMITED BY SIZE
003820         INTO LINHA-IMPRESSAO
003830     END-STRING.
003840     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
003850     IF NOT DIA-UTIL-NEGOCIO-SIM
003860         MOVE "DATA NAO E DIA UTIL - NENHUMA EXECUCAO PREVISTA."
003870             TO LINHA-IMPRESSAO
003880         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
003890     END-IF.
003900     MOVE SPACES TO LINHA-IMPRESSAO.
003910     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
003920 1000-INICIALIZA-EXIT.
003930     EXIT.
003940
003950*****************************************************************
003960*    1100-LE-EXPDATE : THE BUSINESS DATE THE SUITE IS WORKING   *
003970*                      ON.  NO FILE LEAVES DATA-NEGOCIO BLANK.  *
003980*****************************************************************
003990 1100-LE-EXPDATE.
004000     OPEN INPUT EXPDATE-FILE.
004010     IF STATUS-EXPDATE = "00"
004020         READ EXPDATE-FILE
004030             AT END
004040                 MOVE "35" TO STATUS-EXPDATE
004050         END-READ
004060     END-IF.
004070     IF STATUS-EXPDATE = "00"
004080         MOVE EXPDATE-REGISTRO TO DATA-NEGOCIO
004090     END-IF.
004100     CLOSE EXPDATE-FILE.
004110 1100-LE-EXPDATE-EXIT.
004120     EXIT.
004130
004140*****************************************************************
004150*    1200-POSICAO-JANELA : MINUTES ELAPSED SINCE THE WINDOW OF  *
004160*                      THE BUSINESS DATE OPENED.  BEFORE IT     *
004170*                      OPENS THIS IS ZERO; FROM THE SECOND      *
004180*                      CALENDAR DAY AFTER IT IS TAKEN AS        *
004190*                      CLOSED (EVERY DEADLINE HAS PASSED).      *
004200*****************************************************************
004210 1200-POSICAO-JANELA.
004220     MOVE HORA-SISTEMA TO HORA-DECOMPOSTA.
004230     COMPUTE MINUTOS-HORA = HOR-HH * 60 + HOR-MM.
004240     EVALUATE TRUE
004250         WHEN DATA-SISTEMA < DATA-NEGOCIO
004260             MOVE ZEROS TO MINUTOS-AGORA
004270         WHEN DATA-SISTEMA = DATA-NEGOCIO
004280             IF MINUTOS-HORA < MINUTOS-ABERTURA
004290                 MOVE ZEROS TO MINUTOS-AGORA
004300             ELSE
004310                 COMPUTE MINUTOS-AGORA =
004320                     MINUTOS-HORA - MINUTOS-ABERTURA
004330             END-IF
004340         WHEN DATA-SISTEMA = DATA-DIA-SEGUINTE
004350             COMPUTE MINUTOS-AGORA =
004360                 MINUTOS-HORA + 1440 - MINUTOS-ABERTURA
004370         WHEN OTHER
004380             MOVE 99999 TO MINUTOS-AGORA
004390     END-EVALUATE.
004400 1200-POSICAO-JANELA-EXIT.
004410     EXIT.
004420
004430*****************************************************************
004440*    2000-CARREGA-PRAZOS : LOAD THE SCHEDULE EXPECTATIONS INTO  *
004450*                      THE IN-STORAGE TABLE.  A RECORD WITH A   *
004460*                      BAD TIME OR A REPEATED PROGRAM IS        *
004470*                      IGNORED WITH A WARNING.                  *
004480*****************************************************************
004490 2000-CARREGA-PRAZOS.
004500     OPEN INPUT PRAZOS-FILE.
004510     IF STATUS-PRAZOS NOT = "00"
004520         DISPLAY "SLAMON: PRAZOS INDISPONIVEL (STATUS "
004530             STATUS-PRAZOS ") - NADA A VERIFICAR."
004540         MOVE "PRAZOS INDISPONIVEL - NADA A VERIFICAR."
004550             TO LINHA-IMPRESSAO
004560         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
004570         MOVE 8 TO CODIGO-RETORNO
004580         GO TO 2000-CARREGA-PRAZOS-EXIT
004590     END-IF.
004600     PERFORM 2100-LE-PRAZO THRU 2100-LE-PRAZO-EXIT.
004610     PERFORM 2200-GUARDA-PRAZO THRU 2200-GUARDA-PRAZO-EXIT
004620         UNTIL FIM-PRAZOS.
004630     CLOSE PRAZOS-FILE.
004640     IF QTD-PRAZOS = ZEROS
004650         DISPLAY "SLAMON: PRAZOS SEM REGISTRO VALIDO - NADA A "
004660             "VERIFICAR."
004670         MOVE "PRAZOS SEM REGISTRO VALIDO - NADA A VERIFICAR."
004680             TO LINHA-IMPRESSAO
004690         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
004700         MOVE 8 TO CODIGO-RETORNO
004710     END-IF.
004720 2000-CARREGA-PRAZOS-EXIT.
004730     EXIT.
004740
004750 2100-LE-PRAZO.
004760     READ PRAZOS-FILE
004770         AT END
004780             MOVE "Y" TO FIM-PRAZOS-SW
004790     END-READ.
004800 2100-LE-PRAZO-EXIT.
004810     EXIT.
004820
004830 2200-GUARDA-PRAZO.
004840     MOVE PRAZOS-REGISTRO TO PRAZO-RECORD.
004850     ADD 1 TO QTD-REGISTROS-PRAZOS.
004860     PERFORM 2300-VALIDA-PRAZO THRU 2300-VALIDA-PRAZO-EXIT.
004870     IF NOT PRAZO-VALIDO
004880         ADD 1 TO QTD-INVALIDOS
004890         DISPLAY "SLAMON: REGISTRO " QTD-REGISTROS-PRAZOS
004900             " DE PRAZOS INVALIDO OU REPETIDO (" PRZ-PROGRAM-NAME
004910             ") - IGNORADO."
004920         IF CODIGO-RETORNO < 4
004930             MOVE 4 TO CODIGO-RETORNO
004940         END-IF
004950     ELSE
004960         IF QTD-PRAZOS < MAX-PRAZOS
004970             PERFORM 2400-MONTA-ENTRADA
004980                 THRU 2400-MONTA-ENTRADA-EXIT
004990         ELSE
005000             ADD 1 TO QTD-INVALIDOS
005010             DISPLAY "SLAMON: TABELA DE PRAZOS CHEIA - "
005020                 PRZ-PROGRAM-NAME " IGNORADO."
005030             IF CODIGO-RETORNO < 4
005040                 MOVE 4 TO CODIGO-RETORNO
005050             END-IF
005060         END-IF
005070     END-IF.
005080     PERFORM 2100-LE-PRAZO THRU 2100-LE-PRAZO-EXIT.
005090 2200-GUARDA-PRAZO-EXIT.
005100     EXIT.
005110
005120*****************************************************************
005130*    2300-VALIDA-PRAZO : A PROGRAM NAME, A VALID END DEADLINE,  *
005140*                      A VALID (OR BLANK) START DEADLINE, AND   *
005150*                      THE PROGRAM NOT ALREADY IN THE TABLE.    *
005160*****************************************************************
005170 2300-VALIDA-PRAZO.
005180     MOVE "N" TO PRAZO-VALIDO-SW.
005190     IF PRZ-PROGRAM-NAME = SPACES
005200         GO TO 2300-VALIDA-PRAZO-EXIT
005210     END-IF.
005220     IF PRZ-FIM-LIMITE IS NOT NUMERIC
005230         GO TO 2300-VALIDA-PRAZO-EXIT
005240     END-IF.
005250     IF PRZ-FIM-HH > 23 OR PRZ-FIM-MM > 59
005260         GO TO 2300-VALIDA-PRAZO-EXIT
005270     END-IF.
005280     IF PRZ-INICIO-LIMITE NOT = SPACES
005290         IF PRZ-INICIO-LIMITE IS NOT NUMERIC
005300             GO TO 2300-VALIDA-PRAZO-EXIT
005310         END-IF
005320         IF PRZ-INICIO-HH > 23 OR PRZ-INICIO-MM > 59
005330             GO TO 2300-VALIDA-PRAZO-EXIT
005340         END-IF
005350     END-IF.
005360     MOVE PRZ-PROGRAM-NAME TO PROGRAMA-EVENTO.
005370     PERFORM 3310-PROCURA-PROGRAMA
005380         THRU 3310-PROCURA-PROGRAMA-EXIT.
005390     IF IND-ACHADO NOT = ZEROS
005400         GO TO 2300-VALIDA-PRAZO-EXIT
005410     END-IF.
005420     MOVE "Y" TO PRAZO-VALIDO-SW.
005430 2300-VALIDA-PRAZO-EXIT.
005440     EXIT.
005450
005460*****************************************************************
005470*    2400-MONTA-ENTRADA : ONE TABLE ENTRY PER PROGRAM, WITH     *
005480*                      ITS DEADLINES TURNED INTO MINUTES FROM   *
005490*                      THE WINDOW OPENING AND WHETHER IT IS     *
005500*                      EXPECTED ON THIS BUSINESS DATE.          *
005510*****************************************************************
005520 2400-MONTA-ENTRADA.
005530     ADD 1 TO QTD-PRAZOS.
005540     MOVE QTD-PRAZOS TO IND-PRZ.
005550     MOVE PRZ-PROGRAM-NAME  TO TPZ-PROGRAMA (IND-PRZ).
005560     MOVE PRZ-CRITICO       TO TPZ-CRITICO-SW (IND-PRZ).
005570     MOVE PRZ-INICIO-LIMITE TO TPZ-INICIO-LIMITE (IND-PRZ).
005580     MOVE PRZ-FIM-LIMITE    TO TPZ-FIM-LIMITE (IND-PRZ).
005590     MOVE ZEROS  TO TPZ-INICIOS (IND-PRZ).
005600     MOVE ZEROS  TO TPZ-FINS (IND-PRZ).
005610     MOVE SPACES TO TPZ-HORA-INICIO (IND-PRZ).
005620     MOVE SPACES TO TPZ-HORA-FIM (IND-PRZ).
005630     MOVE ZEROS  TO TPZ-MIN-INICIO (IND-PRZ).
005640     MOVE ZEROS  TO TPZ-MIN-FIM (IND-PRZ).
005650     MOVE "N"    TO TPZ-ABERTO-SW (IND-PRZ).
005660     MOVE "N"    TO TPZ-PULADO-SW (IND-PRZ).
005670     MOVE SPACES TO TPZ-SITUACAO (IND-PRZ).
005680     MOVE "N"    TO TPZ-PREVISTO-SW (IND-PRZ).
005690     IF DIA-UTIL-NEGOCIO-SIM
005700         IF PRZ-DIA-PREVISTO (DIA-SEMANA-NEGOCIO)
005710             MOVE "Y" TO TPZ-PREVISTO-SW (IND-PRZ)
005720         END-IF
005730     END-IF.
005740     MOVE ZEROS TO TPZ-MIN-INICIO-LIM (IND-PRZ).
005750     IF PRZ-INICIO-LIMITE NOT = SPACES
005760         MOVE PRZ-INICIO-HH TO HOR-HH
005770         MOVE PRZ-INICIO-MM TO HOR-MM
005780         PERFORM 6000-MINUTOS-JANELA
005790             THRU 6000-MINUTOS-JANELA-EXIT
005800         MOVE MINUTOS-JANELA TO TPZ-MIN-INICIO-LIM (IND-PRZ)
005810     END-IF.
005820     MOVE PRZ-FIM-HH TO HOR-HH.
005830     MOVE PRZ-FIM-MM TO HOR-MM.
005840     PERFORM 6000-MINUTOS-JANELA THRU 6000-MINUTOS-JANELA-EXIT.
005850     MOVE MINUTOS-JANELA TO TPZ-MIN-FIM-LIM (IND-PRZ).
005860 2400-MONTA-ENTRADA-EXIT.
005870     EXIT.
005880
005890*****************************************************************
005900*    3000-LE-RUNLOG : ONE PASS OVER RUNLOG, KEEPING ONLY THE    *
005910*                      EVENTS OF THE BUSINESS DATE.  NO RUNLOG  *
005920*                      MEANS NOTHING RAN - EVERY EXPECTED       *
005930*                      PROGRAM IS THEN JUDGED AS ABSENT.        *
005940*****************************************************************
005950 3000-LE-RUNLOG.
005960     OPEN INPUT RUNLOG-FILE.
005970     IF STATUS-RUNLOG NOT = "00"
005980         DISPLAY "SLAMON: RUNLOG INDISPONIVEL (STATUS "
005990             STATUS-RUNLOG ") - NENHUMA EXECUCAO ENCONTRADA."
006000         GO TO 3000-LE-RUNLOG-EXIT
006010     END-IF.
006020     PERFORM 3100-LE-EVENTO THRU 3100-LE-EVENTO-EXIT.
006030     PERFORM 3200-CLASSIFICA THRU 3200-CLASSIFICA-EXIT
006040         UNTIL FIM-RUNLOG.
006050     CLOSE RUNLOG-FILE.
006060 3000-LE-RUNLOG-EXIT.
006070     EXIT.
006080
006090 3100-LE-EVENTO.
006100     READ RUNLOG-FILE
006110         AT END
006120             MOVE "Y" TO FIM-RUNLOG-SW
006130     END-READ.
006140 3100-LE-EVENTO-EXIT.
006150     EXIT.
006160
006170*****************************************************************
006180*    3200-CLASSIFICA : AN EVENT COUNTS FOR THE PROGRAM THAT     *
006190*                      WROTE IT.  A DISPATCH STEP ENTRY ALSO    *
006200*                      COUNTS AS THE END OF THE PROGRAM IT      *
006210*                      NAMES, OR MARKS IT PASSED OVER WHEN THE  *
006220*                      STEP CONDITION WAS NOT MET.              *
006230*****************************************************************
006240 3200-CLASSIFICA.
006250     MOVE RUNLOG-REGISTRO TO LOG-RECORD.
006260     IF LOG-RUN-DATE = DATA-NEGOCIO
006270         ADD 1 TO QTD-EVENTOS
006280         MOVE LOG-PROGRAM-NAME TO PROGRAMA-EVENTO
006290         PERFORM 3300-REGISTRA-EVENTO
006300             THRU 3300-REGISTRA-EVENTO-EXIT
006310         IF LOG-PROGRAM-NAME = "DISPATCH"
006320                 AND LOG-PARM-NAME = "PASSO   "
006330             MOVE LOG-OUTCOME (1:8) TO PROGRAMA-EVENTO
006340             IF LOG-OUTCOME (9:18) = " PULADO - CONDICAO"
006350                 PERFORM 3400-REGISTRA-PULO
006360                     THRU 3400-REGISTRA-PULO-EXIT
006370             ELSE
006380                 PERFORM 3300-REGISTRA-EVENTO
006390                     THRU 3300-REGISTRA-EVENTO-EXIT
006400             END-IF
006410         END-IF
006420     END-IF.
006430     PERFORM 3100-LE-EVENTO THRU 3100-LE-EVENTO-EXIT.
006440 3200-CLASSIFICA-EXIT.
006450     EXIT.
006460
006470*****************************************************************
006480*    3300-REGISTRA-EVENTO : THE FIRST START AND THE LAST END OF *
006490*                      THE DATE ARE THE ONES JUDGED.  A START   *
006500*                      WITH NO LATER END LEAVES THE EXECUTION   *
006510*                      OPEN.                                    *
006520*****************************************************************
006530 3300-REGISTRA-EVENTO.
006540     PERFORM 3310-PROCURA-PROGRAMA
006550         THRU 3310-PROCURA-PROGRAMA-EXIT.
006560     IF IND-ACHADO = ZEROS
006570         GO TO 3300-REGISTRA-EVENTO-EXIT
006580     END-IF.
006590     MOVE LOG-RUN-TIME TO HORA-DECOMPOSTA.
006600     IF HORA-DECOMPOSTA IS NUMERIC
006610         PERFORM 6000-MINUTOS-JANELA
006620             THRU 6000-MINUTOS-JANELA-EXIT
006630     ELSE
006640         MOVE ZEROS TO MINUTOS-JANELA
006650     END-IF.
006660     IF LOG-EVENT-INICIO
006670         ADD 1 TO TPZ-INICIOS (IND-ACHADO)
006680         MOVE "Y" TO TPZ-ABERTO-SW (IND-ACHADO)
006690         IF TPZ-INICIOS (IND-ACHADO) = 1
006700             MOVE LOG-RUN-TIME (1:6)
006710                 TO TPZ-HORA-INICIO (IND-ACHADO)
006720             MOVE MINUTOS-JANELA TO TPZ-MIN-INICIO (IND-ACHADO)
006730         END-IF
006740     ELSE
006750         ADD 1 TO TPZ-FINS (IND-ACHADO)
006760         MOVE "N" TO TPZ-ABERTO-SW (IND-ACHADO)
006770         MOVE LOG-RUN-TIME (1:6) TO TPZ-HORA-FIM (IND-ACHADO)
006780         MOVE MINUTOS-JANELA TO TPZ-MIN-FIM (IND-ACHADO)
006790     END-IF.
006800 3300-REGISTRA-EVENTO-EXIT.
006810     EXIT.
006820
006830 3310-PROCURA-PROGRAMA.
006840     MOVE ZEROS TO IND-ACHADO.
006850     PERFORM 3320-COMPARA-PROGRAMA
006860         THRU 3320-COMPARA-PROGRAMA-EXIT
006870         VARYING IND-PRZ FROM 1 BY 1
006880         UNTIL IND-PRZ > QTD-PRAZOS OR IND-ACHADO NOT = ZEROS.
006890 3310-PROCURA-PROGRAMA-EXIT.
006900     EXIT.
006910
006920 3320-COMPARA-PROGRAMA.
006930     IF TPZ-PROGRAMA (IND-PRZ) = PROGRAMA-EVENTO
006940         MOVE IND-PRZ TO IND-ACHADO
006950     END-IF.
006960 3320-COMPARA-PROGRAMA-EXIT.
006970     EXIT.
006980
006990 3400-REGISTRA-PULO.
007000     PERFORM 3310-PROCURA-PROGRAMA
007010         THRU 3310-PROCURA-PROGRAMA-EXIT.
007020     IF IND-ACHADO NOT = ZEROS
007030         MOVE "Y" TO TPZ-PULADO-SW (IND-ACHADO)
007040     END-IF.
007050 3400-REGISTRA-PULO-EXIT.
007060     EXIT.
007070
007080*****************************************************************
007090*    4000-AVALIA-PRAZOS : JUDGE EVERY PROGRAM OF THE TABLE AND  *
007100*                      PRINT ITS LINE.                          *
007110*****************************************************************
007120 4000-AVALIA-PRAZOS.
007130     MOVE CABECALHO-PRAZOS TO LINHA-IMPRESSAO.
007140     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
007150     MOVE "--------   ----   ------   ----   ------   --------"
007160         TO LINHA-IMPRESSAO.
007170     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
007180     PERFORM 4100-AVALIA-PRAZO THRU 4100-AVALIA-PRAZO-EXIT
007190         VARYING IND-PRZ FROM 1 BY 1 UNTIL IND-PRZ > QTD-PRAZOS.
007200 4000-AVALIA-PRAZOS-EXIT.
007210     EXIT.
007220
007230*****************************************************************
007240*    4100-AVALIA-PRAZO : ONE PROGRAM.  A FINISHED RUN IS IN     *
007250*                      TIME OR LATE; AN UNFINISHED, PASSED-OVER *
007260*                      OR MISSING RUN IS ABSENT ONCE ITS END    *
007270*                      DEADLINE HAS GONE, PENDING BEFORE THAT.  *
007280*****************************************************************
007290 4100-AVALIA-PRAZO.
007300     IF NOT TPZ-PREVISTO (IND-PRZ)
007310         ADD 1 TO QTD-NAO-PREVISTOS
007320         MOVE "NAO PREVISTO" TO TPZ-SITUACAO (IND-PRZ)
007330         PERFORM 4200-LINHA-PRAZO THRU 4200-LINHA-PRAZO-EXIT
007340         GO TO 4100-AVALIA-PRAZO-EXIT
007350     END-IF.
007360     ADD 1 TO QTD-PREVISTOS.
007370     MOVE "N" TO INICIO-ATRASADO-SW.
007380     IF TPZ-INICIOS (IND-PRZ) > ZEROS
007390             AND TPZ-INICIO-LIMITE (IND-PRZ) NOT = SPACES
007400             AND TPZ-MIN-INICIO (IND-PRZ) >
007410                 TPZ-MIN-INICIO-LIM (IND-PRZ)
007420         MOVE "Y" TO INICIO-ATRASADO-SW
007430         MOVE 04 TO ALR-SEVERITY
007440         MOVE "INICIO ATRASADO" TO TEXTO-ALERTA
007450         MOVE TPZ-INICIO-LIMITE (IND-PRZ) TO LIMITE-ALERTA
007460         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
007470     END-IF.
007480     MOVE "N" TO PRAZO-FIM-VENCIDO-SW.
007490     IF MINUTOS-AGORA > TPZ-MIN-FIM-LIM (IND-PRZ)
007500         MOVE "Y" TO PRAZO-FIM-VENCIDO-SW
007510     END-IF.
007520     EVALUATE TRUE
007530         WHEN TPZ-FINS (IND-PRZ) > ZEROS
007540                 AND NOT TPZ-ABERTO (IND-PRZ)
007550             IF TPZ-MIN-FIM (IND-PRZ) > TPZ-MIN-FIM-LIM (IND-PRZ)
007560                 ADD 1 TO QTD-ATRASADOS
007570                 MOVE "TERMINO ATRASADO" TO TPZ-SITUACAO (IND-PRZ)
007580                 MOVE 08 TO ALR-SEVERITY
007590                 MOVE TPZ-SITUACAO (IND-PRZ) TO TEXTO-ALERTA
007600                 MOVE TPZ-FIM-LIMITE (IND-PRZ) TO LIMITE-ALERTA
007610                 PERFORM 8500-GRAVA-ALERTA
007620                     THRU 8500-GRAVA-ALERTA-EXIT
007630             ELSE
007640                 IF INICIO-ATRASADO
007650                     ADD 1 TO QTD-ATRASADOS
007660                     MOVE "INICIO ATRASADO"
007670                         TO TPZ-SITUACAO (IND-PRZ)
007680                 ELSE
007690                     ADD 1 TO QTD-NO-PRAZO
007700                     MOVE "NO PRAZO" TO TPZ-SITUACAO (IND-PRZ)
007710                 END-IF
007720             END-IF
007730         WHEN TPZ-INICIOS (IND-PRZ) > ZEROS
007740             IF PRAZO-FIM-VENCIDO
007750                 MOVE "SEM TERMINO" TO TPZ-SITUACAO (IND-PRZ)
007760                 PERFORM 4300-ALERTA-AUSENCIA
007770                     THRU 4300-ALERTA-AUSENCIA-EXIT
007780             ELSE
007790                 ADD 1 TO QTD-PENDENTES
007800                 MOVE "EM EXECUCAO" TO TPZ-SITUACAO (IND-PRZ)
007810             END-IF
007820         WHEN TPZ-PULADO (IND-PRZ)
007830             MOVE "PULADO-CONDICAO" TO TPZ-SITUACAO (IND-PRZ)
007840             PERFORM 4300-ALERTA-AUSENCIA
007850                 THRU 4300-ALERTA-AUSENCIA-EXIT
007860         WHEN PRAZO-FIM-VENCIDO
007870             MOVE "NAO EXECUTADO" TO TPZ-SITUACAO (IND-PRZ)
007880             PERFORM 4300-ALERTA-AUSENCIA
007890                 THRU 4300-ALERTA-AUSENCIA-EXIT
007900         WHEN TPZ-INICIO-LIMITE (IND-PRZ) NOT = SPACES
007910                 AND MINUTOS-AGORA > TPZ-MIN-INICIO-LIM (IND-PRZ)
007920             ADD 1 TO QTD-ATRASADOS
007930             MOVE "SEM INICIO" TO TPZ-SITUACAO (IND-PRZ)
007940             MOVE 04 TO ALR-SEVERITY
007950             MOVE TPZ-SITUACAO (IND-PRZ) TO TEXTO-ALERTA
007960             MOVE TPZ-INICIO-LIMITE (IND-PRZ) TO LIMITE-ALERTA
007970             PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
007980         WHEN OTHER
007990             ADD 1 TO QTD-PENDENTES
008000             MOVE "PENDENTE" TO TPZ-SITUACAO (IND-PRZ)
008010     END-EVALUATE.
008020     PERFORM 4200-LINHA-PRAZO THRU 4200-LINHA-PRAZO-EXIT.
008030 4100-AVALIA-PRAZO-EXIT.
008040     EXIT.
008050
008060 4200-LINHA-PRAZO.
008070     MOVE TPZ-PROGRAMA (IND-PRZ) TO LPZ-PROGRAMA.
008080     IF TPZ-CRITICO (IND-PRZ)
008090         MOVE "*" TO LPZ-CRITICO
008100     ELSE
008110         MOVE SPACE TO LPZ-CRITICO
008120     END-IF.
008130     MOVE TPZ-INICIO-LIMITE (IND-PRZ) TO LPZ-INICIO-LIMITE.
008140     MOVE TPZ-FIM-LIMITE (IND-PRZ)    TO LPZ-FIM-LIMITE.
008150     IF TPZ-HORA-INICIO (IND-PRZ) = SPACES
008160         MOVE "------" TO LPZ-INICIO
008170     ELSE
008180         MOVE TPZ-HORA-INICIO (IND-PRZ) TO LPZ-INICIO
008190     END-IF.
008200     IF TPZ-HORA-FIM (IND-PRZ) = SPACES
008210         MOVE "------" TO LPZ-FIM
008220     ELSE
008230         MOVE TPZ-HORA-FIM (IND-PRZ) TO LPZ-FIM
008240     END-IF.
008250     MOVE TPZ-SITUACAO (IND-PRZ) TO LPZ-SITUACAO.
008260     MOVE LINHA-PRAZO TO LINHA-IMPRESSAO.
008270     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008280 4200-LINHA-PRAZO-EXIT.
008290     EXIT.
008300
008310*****************************************************************
008320*    4300-ALERTA-AUSENCIA : A RUN THAT DID NOT HAPPEN (OR NEVER *
008330*                      FINISHED) IN TIME - SEVERITY 12 FOR A    *
008340*                      CRITICAL PROGRAM, 08 OTHERWISE.          *
008350*****************************************************************
008360 4300-ALERTA-AUSENCIA.
008370     ADD 1 TO QTD-AUSENTES.
008380     IF TPZ-CRITICO (IND-PRZ)
008390         MOVE 12 TO ALR-SEVERITY
008400     ELSE
008410         MOVE 08 TO ALR-SEVERITY
008420     END-IF.
008430     MOVE TPZ-SITUACAO (IND-PRZ) TO TEXTO-ALERTA.
008440     MOVE TPZ-FIM-LIMITE (IND-PRZ) TO LIMITE-ALERTA.
008450     PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT.
008460 4300-ALERTA-AUSENCIA-EXIT.
008470     EXIT.
008480
008490*****************************************************************
008500*    5000-RESUMO : COUNTS FOR THE DATE AND THE LEGEND.          *
008510*****************************************************************
008520 5000-RESUMO.
008530     MOVE SPACES TO LINHA-IMPRESSAO.
008540     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008550     MOVE QTD-PREVISTOS TO QTD-EDITADA.
008560     STRING "EXECUCOES PREVISTAS     : " DELIMITED BY SIZE
008570            QTD-EDITADA                  DELIMITED BY SIZE
008580         INTO LINHA-IMPRESSAO
008590     END-STRING.
008600     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008610     MOVE QTD-NO-PRAZO TO QTD-EDITADA.
008620     STRING "  NO PRAZO              : " DELIMITED BY SIZE
008630            QTD-EDITADA                  DELIMITED BY SIZE
008640         INTO LINHA-IMPRESSAO
008650     END-STRING.
008660     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008670     MOVE QTD-ATRASADOS TO QTD-EDITADA.
008680     STRING "  ATRASADAS             : " DELIMITED BY SIZE
008690            QTD-EDITADA                  DELIMITED BY SIZE
008700         INTO LINHA-IMPRESSAO
008710     END-STRING.
008720     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008730     MOVE QTD-AUSENTES TO QTD-EDITADA.
008740     STRING "  AUSENTES/INCOMPLETAS  : " DELIMITED BY SIZE
008750            QTD-EDITADA                  DELIMITED BY SIZE
008760         INTO LINHA-IMPRESSAO
008770     END-STRING.
008780     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008790     MOVE QTD-PENDENTES TO QTD-EDITADA.
008800     STRING "  AINDA NO PRAZO        : " DELIMITED BY SIZE
008810            QTD-EDITADA                  DELIMITED BY SIZE
008820         INTO LINHA-IMPRESSAO
008830     END-STRING.
008840     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008850     MOVE QTD-NAO-PREVISTOS TO QTD-EDITADA.
008860     STRING "NAO PREVISTAS NA DATA   : " DELIMITED BY SIZE
008870            QTD-EDITADA                  DELIMITED BY SIZE
008880         INTO LINHA-IMPRESSAO
008890     END-STRING.
008900     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008910     MOVE QTD-ALERTAS TO QTD-EDITADA.
008920     STRING "ALERTAS GRAVADOS        : " DELIMITED BY SIZE
008930            QTD-EDITADA                  DELIMITED BY SIZE
008940         INTO LINHA-IMPRESSAO
008950     END-STRING.
008960     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008970     IF QTD-INVALIDOS > ZEROS
008980         MOVE QTD-INVALIDOS TO QTD-EDITADA
008990         STRING "PRAZOS IGNORADOS        : " DELIMITED BY SIZE
009000                QTD-EDITADA                  DELIMITED BY SIZE
009010             INTO LINHA-IMPRESSAO
009020         END-STRING
009030         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
009040     END-IF.
009050     MOVE SPACES TO LINHA-IMPRESSAO.
009060     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
009070     MOVE "* = PROGRAMA CRITICO (AUSENCIA = ALERTA SEVERIDADE 12)"
009080         TO LINHA-IMPRESSAO.
009090     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
009100 5000-RESUMO-EXIT.
009110     EXIT.
009120
009130*****************************************************************
009140*    6000-MINUTOS-JANELA : HOR-HH:HOR-MM AS MINUTES FROM THE    *
009150*                      WINDOW OPENING.  A TIME EARLIER THAN THE *
009160*                      OPENING BELONGS AFTER MIDNIGHT.          *
009170*****************************************************************
009180 6000-MINUTOS-JANELA.
009190     COMPUTE MINUTOS-HORA = HOR-HH * 60 + HOR-MM.
009200     IF MINUTOS-HORA < MINUTOS-ABERTURA
009210         ADD 1440 TO MINUTOS-HORA
009220     END-IF.
009230     COMPUTE MINUTOS-JANELA = MINUTOS-HORA - MINUTOS-ABERTURA.
009240 6000-MINUTOS-JANELA-EXIT.
009250     EXIT.
009260
009270*****************************************************************
009280*    7000-GRAVA-LINHA : WRITE ONE REPORT LINE, STARTING A NEW   *
009290*                       PAGE WHEN THE CURRENT ONE IS FULL.      *
009300*****************************************************************
009310 7000-GRAVA-LINHA.
009320     IF LINHAS-NA-PAGINA >= LINHAS-POR-PAGINA
009330         PERFORM 7100-CABECALHO THRU 7100-CABECALHO-EXIT
009340     END-IF.
009350     WRITE SLAREPT-REGISTRO FROM LINHA-IMPRESSAO.
009360     ADD 1 TO LINHAS-NA-PAGINA.
009370     MOVE SPACES TO LINHA-IMPRESSAO.
009380 7000-GRAVA-LINHA-EXIT.
009390     EXIT.
009400
009410*****************************************************************
009420*    7100-CABECALHO : PAGE HEADING WITH RUN DATE AND PAGE       *
009430*                     NUMBER.                                   *
009440*****************************************************************
009450 7100-CABECALHO.
009460     ADD 1 TO NUMERO-PAGINA.
009470     MOVE DATA-SISTEMA  TO CAB1-DATA.
009480     MOVE NUMERO-PAGINA TO CAB1-PAGINA.
009490     WRITE SLAREPT-REGISTRO FROM CABECALHO-1.
009500     MOVE SPACES TO SLAREPT-REGISTRO.
009510     WRITE SLAREPT-REGISTRO.
009520     MOVE 2 TO LINHAS-NA-PAGINA.
009530 7100-CABECALHO-EXIT.
009540     EXIT.
009550
009560*****************************************************************
009570*    8500-GRAVA-ALERTA : ONE ALERTAS RECORD FOR THE PROGRAM AT  *
009580*                        IND-PRZ.  SEVERITY, TEXT AND THE       *
009590*                        DEADLINE MISSED ARRIVE FROM THE        *
009600*                        CALLER; THE RETURN-CODE FOLLOWS THE    *
009610*                        WORST SEVERITY RAISED.                 *
009620*****************************************************************
009630 8500-GRAVA-ALERTA.
009640     MOVE "SLAMON  " TO ALR-PROGRAM-NAME.
009650     MOVE DATA-NEGOCIO TO ALR-RUN-DATE.
009660     ACCEPT ALR-RUN-TIME FROM TIME.
009670     MOVE SPACES TO ALR-MESSAGE.
009680     STRING TPZ-PROGRAMA (IND-PRZ) DELIMITED BY SIZE
009690            " "                    DELIMITED BY SIZE
009700            TEXTO-ALERTA           DELIMITED BY "  "
009710            " - LIMITE "           DELIMITED BY SIZE
009720            LIMITE-ALERTA          DELIMITED BY SIZE
009730         INTO ALR-MESSAGE
009740     END-STRING.
009750     OPEN EXTEND ALERTAS-FILE.
009760     IF STATUS-ALERTAS = "05" OR STATUS-ALERTAS = "35"
009770         OPEN OUTPUT ALERTAS-FILE
009780     END-IF.
009790     WRITE ALERTAS-REGISTRO FROM ALERT-RECORD.
009800     CLOSE ALERTAS-FILE.
009810     ADD 1 TO QTD-ALERTAS.
009820     IF CODIGO-RETORNO < ALR-SEVERITY
009830         MOVE ALR-SEVERITY TO CODIGO-RETORNO
009840     END-IF.
009850 8500-GRAVA-ALERTA-EXIT.
009860     EXIT.
009870
009880*****************************************************************
009890*    9000-ENCERRA : CLOSE THE LISTING.                          *
009900*****************************************************************
009910 9000-ENCERRA.
009920     IF RELATORIO-ABERTO
009930         CLOSE SLAREPT-FILE
009940     END-IF.
009950 9000-ENCERRA-EXIT.
009960     EXIT.
