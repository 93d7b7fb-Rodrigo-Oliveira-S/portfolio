000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID  : DECKGER                                      *
000040*    AUTHOR      : R. OLIVEIRA SILVA - APPLICATIONS DEV.        *
000050*    INSTALLATION: PORTFOLIO BATCH UTILITIES                    *
000060*    DATE-WRITTEN: 2026-10-02                                   *
000070*                                                               *
000080*    DESCRIPTION : BUILDS THE NIGHT'S CARDSTK FROM THE STEP     *
000090*                  DECK LIBRARY DECKLIB (COPYBOOK DECKREC,      *
000100*                  MAINTAINED BY DECKADM).  RUN IN THE          *
000110*                  AFTERNOON, BEFORE CARDEDIT, WHICH EDITS THE  *
000120*                  BUILT DECK AS IT DOES A PUNCHED ONE.         *
000130*                                                               *
000140*                  THE BUSINESS DATE (THE CARD DATE, ELSE       *
000150*                  EXPDATE) MUST BE A BUSINESS DAY.  DATACHK    *
000160*                  AND THE FERIADOS CALENDAR SETTLE WHICH       *
000170*                  SCHEDULES APPLY TO IT:                       *
000180*                    D - ALWAYS;                                *
000190*                    S - THE DATE IS A MONDAY;                  *
000200*                    M - THE NEXT BUSINESS DAY FALLS IN ANOTHER *
000210*                        MONTH (LAST BUSINESS DAY OF THE        *
000220*                        MONTH);                                *
000230*                    F - A WEEKDAY BETWEEN THE PREVIOUS         *
000240*                        BUSINESS DAY AND THE DATE IS NOT A     *
000250*                        BUSINESS DAY (A HOLIDAY ON THE         *
000260*                        CALENDAR).                             *
000270*                  THE STEPS OF THOSE SCHEDULES ARE MERGED IN   *
000280*                  SEQUENCE ORDER (ON EQUAL SEQUENCES IN THE    *
000290*                  ORDER D, S, M, F) AND EVERY CARD IS STAMPED  *
000300*                  WITH THE BUSINESS DATE:                      *
000310*                    TABUADA, CONTADOR, RECICLA - CTL-RUN-DATE  *
000320*                        (COLS 25-32);                          *
000330*                    SLAMON, CONCILIA, REMESSA, RESEST -        *
000340*                        BUSINESS DATE (COLS 09-16);            *
000350*                    TABVAR - CURRENT DATE (COLS 09-16) AND THE *
000360*                        PREVIOUS BUSINESS DAY (COLS 17-24);    *
000370*                    LOGARCH, TABARQ - CUTOFF (COLS 09-16) =    *
000380*                        BUSINESS DATE LESS THE RETENTION DAYS  *
000384*                        OF THE STEP, WHEN IT HAS ANY;          *
000388*                    RESMENS - BUSINESS DATE (COLS 09-16) AND,  *
000392*                        WHEN THE STEP HAS A RETENTION, CUTOFF  *
000396*                        (COLS 17-24) COMPUTED AS ABOVE.        *
000400*                  THE OTHER PROGRAMS TAKE NO DATE AND THEIR    *
000410*                  CARDS GO AS THEY STAND.  CARDSTK IS ONLY     *
000420*                  REPLACED WHEN A WHOLE DECK CAN BE BUILT.     *
000430*                                                               *
000440*    CONTROL CARD (SYSIN, 24 BYTES - OPTIONAL):                 *
000450*      COLS 01-08  DGC-PROGRAM-NAME  MUST BE 'DECKGER '         *
000460*      COLS 09-16  DGC-DATA-NEGOCIO  BUSINESS DATE YYYYMMDD;    *
000470*                                    BLANK = EXPDATE            *
000480*      COLS 17-24  DGC-OPERADOR      OPERATOR (FOR RUNLOG)      *
000490*                                                               *
000500*    RUN LOG     : ONE ENTRY - PARM-NAME 'CARTOES ', PARM-VALUE *
000510*                  THE CARDS WRITTEN, THE OUTCOME THE SCHEDULES *
000520*                  USED OR WHY NO DECK WAS BUILT.  A REFUSED    *
000527*                  RUN ALSO RAISES A SEVERITY 08 ALERT, A       *
000534*                  CARDSTK LEFT INCOMPLETE A SEVERITY 12 ONE, A *
000541*                  CARD DATE OTHER THAN EXPDATE A SEVERITY 04.  *
000550*                                                               *
000560*    RETURN CODES: 0 = DECK BUILT,                              *
000570*                  4 = DECK BUILT FOR A DATE OTHER THAN THE     *
000580*                      ONE IN EXPDATE (CARDEDIT WILL OBJECT),   *
000590*                  8 = NO DECK BUILT - CARDSTK UNTOUCHED (CARD  *
000600*                      OR DATE INVALID, NOT A BUSINESS DAY, NO  *
000610*                      LIBRARY, NO STEPS OR MORE THAN 100),     *
000620*                  12 = CARDSTK WRITE FAILED PART WAY.          *
000630*                                                               *
000640*    MODIFICATION HISTORY                                       *
000650*    --------------------------------------------------------  *
000660*    DATE       INIT  DESCRIPTION                               *
000670*    ---------- ----  ----------------------------------------  *
000680*    2026-10-02 ROS   ORIGINAL VERSION - THE NIGHT'S DECK NO    *
000690*                     LONGER PUNCHED AND DATED BY HAND.         *
000692*    2026-10-07 ROS   RESMENS AND RESEST CARDS STAMPED WITH THE *
000694*                     BUSINESS DATE; THE RESMENS CUTOFF COMES   *
000696*                     FROM THE RETENTION OF THE STEP.           *
000700*                                                               *
000710*****************************************************************
000720 IDENTIFICATION DIVISION.
000730 PROGRAM-ID.                  DECKGER.
000740 AUTHOR.                      R. OLIVEIRA SILVA.
000750 INSTALLATION.                PORTFOLIO BATCH UTILITIES.
000760 DATE-WRITTEN.                2026-10-02.
000770 DATE-COMPILED.
000780
000790*****************************************************************
000800 ENVIRONMENT DIVISION.
000810 CONFIGURATION SECTION.
000820 SOURCE-COMPUTER.             PORTFOLIO-BATCH.
000830 OBJECT-COMPUTER.             PORTFOLIO-BATCH.
000840
000850 INPUT-OUTPUT SECTION.
000860 FILE-CONTROL.
000870     SELECT DGCCARD-FILE      ASSIGN TO SYSIN
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS STATUS-DGCCARD.
000900
000910     SELECT EXPDATE-FILE      ASSIGN TO EXPDATE
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS STATUS-EXPDATE.
000940
000950     SELECT DECKLIB-FILE      ASSIGN TO DECKLIB
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS DECKLIB-CHAVE
000990         FILE STATUS IS STATUS-DECKLIB.
001000
001010     SELECT CARDSTK-FILE      ASSIGN TO CARDSTK
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS STATUS-CARDSTK.
001040
001050     SELECT RUNLOG-FILE       ASSIGN TO RUNLOG
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS STATUS-RUNLOG.
001080
001090     SELECT ALERTAS-FILE      ASSIGN TO ALERTAS
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS STATUS-ALERTAS.
001120
001130*****************************************************************
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  DGCCARD-FILE
001170     RECORD CONTAINS 24 CHARACTERS.
001180 01  DGCCARD-REGISTRO            PIC X(24).
001190
001200 FD  EXPDATE-FILE
001210     RECORD CONTAINS 8 CHARACTERS.
001220 01  EXPDATE-REGISTRO            PIC X(08).
001230
001240 FD  DECKLIB-FILE
001250     RECORD CONTAINS 140 CHARACTERS.
001260 01  DECKLIB-REGISTRO.
001270     05  DECKLIB-CHAVE.
001280         10  DECKLIB-ESCALA      PIC X(01).
001290         10  DECKLIB-SEQUENCIA   PIC 9(04).
001300     05  DECKLIB-RESTO           PIC X(135).
001310
001320 FD  CARDSTK-FILE
001330     RECORD CONTAINS 80 CHARACTERS.
001340 01  CARDSTK-REGISTRO            PIC X(80).
001350
001360 FD  RUNLOG-FILE
001370     RECORD CONTAINS 78 CHARACTERS.
001380 01  RUNLOG-REGISTRO             PIC X(78).
001390
001400 FD  ALERTAS-FILE
001410     RECORD CONTAINS 66 CHARACTERS.
001420 01  ALERTAS-REGISTRO            PIC X(66).
001430
001440*****************************************************************
001450 WORKING-STORAGE SECTION.
001460     COPY DATAPRM.
001470     COPY LOGREC.
001480     COPY ALERTREC.
001490     COPY DECKREC.
001500     COPY STEPCARD.
001510     COPY CTLCARD.
001520
001530 01  DGC-CARD.
001540     05  DGC-PROGRAM-NAME        PIC X(08).
001550     05  DGC-DATA-NEGOCIO        PIC X(08).
001560     05  DGC-OPERADOR            PIC X(08).
001570
001580*    THE OWN CARD OF THE PROGRAMS DATED IN COLUMNS 09-24
001586*    (SLAMON, CONCILIA, REMESSA, TABVAR, LOGARCH, TABARQ,
001592*    RESMENS, RESEST).
001600 01  CARTAO-DATADO.
001610     05  FILLER                  PIC X(08).
001620     05  CDT-DATA-1              PIC X(08).
001630     05  CDT-DATA-2              PIC X(08).
001640     05  FILLER                  PIC X(18).
001650
001660*    SCHEDULES, IN THE ORDER THEIR STEPS ARE TAKEN.
001670 01  ESCALAS-VALORES.
001680     05  FILLER                  PIC X(01) VALUE "D".
001690     05  FILLER                  PIC X(01) VALUE "S".
001700     05  FILLER                  PIC X(01) VALUE "M".
001710     05  FILLER                  PIC X(01) VALUE "F".
001720 01  ESCALAS REDEFINES ESCALAS-VALORES.
001730     05  ESC-CODIGO              PIC X(01) OCCURS 4 TIMES.
001740 01  ESCALAS-DO-DIA.
001750     05  ESC-APLICA              PIC X(01) OCCURS 4 TIMES.
001760 77  QTD-ESCALAS                 PIC 9(02) VALUE 4.
001770 77  IND-ESC                     PIC 9(02) VALUE ZEROS.
001780 77  ESCALAS-USADAS              PIC X(04) VALUE SPACES.
001790 77  QTD-USADAS                  PIC 9(02) VALUE ZEROS.
001800
001810*    THE DECK BEING BUILT, KEPT IN SEQUENCE ORDER.
001820 01  TABELA-DECK.
001830     05  TDK-ENTRADA OCCURS 100 TIMES.
001840         10  TDK-SEQUENCIA       PIC 9(04).
001850         10  TDK-ESCALA          PIC X(01).
001860         10  TDK-RETENCAO-DIAS   PIC 9(04).
001870         10  TDK-CARTAO          PIC X(80).
001880 77  MAX-DECK                    PIC 9(03) VALUE 100.
001890 77  QTD-DECK                    PIC 9(03) VALUE ZEROS.
001900 77  IND-DK                      PIC 9(03) VALUE ZEROS.
001910 77  IND-POS                     PIC 9(03) VALUE ZEROS.
001920
001930 77  STATUS-DGCCARD              PIC X(02) VALUE SPACES.
001940 77  STATUS-EXPDATE              PIC X(02) VALUE SPACES.
001950 77  STATUS-DECKLIB              PIC X(02) VALUE SPACES.
001960 77  STATUS-CARDSTK              PIC X(02) VALUE SPACES.
001970 77  STATUS-RUNLOG               PIC X(02) VALUE SPACES.
001980 77  STATUS-ALERTAS              PIC X(02) VALUE SPACES.
001990
002000 77  FIM-DECKLIB-SW              PIC X(01) VALUE "N".
002010     88  FIM-DECKLIB                 VALUE "Y".
002020 77  CARDSTK-ABERTO-SW           PIC X(01) VALUE "N".
002030     88  CARDSTK-ABERTO              VALUE "Y".
002040 77  ACHOU-DIA-UTIL-SW           PIC X(01) VALUE "N".
002050     88  ACHOU-DIA-UTIL              VALUE "Y".
002060 77  HOUVE-FERIADO-SW            PIC X(01) VALUE "N".
002070     88  HOUVE-FERIADO               VALUE "Y".
002080
002090 77  DATA-SISTEMA                PIC X(08) VALUE SPACES.
002100 77  DATA-EXPDATE                PIC X(08) VALUE SPACES.
002110 77  DATA-NEGOCIO                PIC X(08) VALUE SPACES.
002120 77  DATA-SEGUINTE-UTIL          PIC X(08) VALUE SPACES.
002130 77  DATA-ANTERIOR-UTIL          PIC X(08) VALUE SPACES.
002140 77  DIA-DA-SEMANA               PIC 9(01) VALUE ZEROS.
002150 77  DATA-NUMERICA               PIC 9(08) VALUE ZEROS.
002160 77  DIAS-NEGOCIO                PIC 9(08) VALUE ZEROS.
002170 77  DIAS-CORRENTE               PIC 9(08) VALUE ZEROS.
002180 77  DIAS-RECUADOS               PIC 9(02) VALUE ZEROS.
002190 77  MAX-DIAS-RECUADOS           PIC 9(02) VALUE 31.
002200 77  MOTIVO-RECUSA               PIC X(30) VALUE SPACES.
002210 77  QTD-GRAVADOS                PIC 9(07) VALUE ZEROS.
002220 77  CODIGO-RETORNO              PIC 9(02) VALUE ZEROS.
002230
002240*****************************************************************
002250 PROCEDURE DIVISION.
002260*****************************************************************
002270*    0000-MAINLINE : OVERALL FLOW OF CONTROL                    *
002280*****************************************************************
002290 0000-MAINLINE.
002300     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
002310     IF CODIGO-RETORNO < 8
002320         PERFORM 2000-DEFINE-ESCALAS THRU 2000-DEFINE-ESCALAS-EXIT
002330     END-IF.
002340     IF CODIGO-RETORNO < 8
002350         PERFORM 3000-MONTA-DECK THRU 3000-MONTA-DECK-EXIT
002360     END-IF.
002370     IF CODIGO-RETORNO < 8
002380         PERFORM 4000-GRAVA-DECK THRU 4000-GRAVA-DECK-EXIT
002390     END-IF.
002400     PERFORM 9000-ENCERRA THRU 9000-ENCERRA-EXIT.
002410     DISPLAY "DECKGER: FIM. DATA: " DATA-NEGOCIO
002420         " ESCALAS: " ESCALAS-USADAS
002430         " CARTOES: " QTD-GRAVADOS
002440         " RC: " CODIGO-RETORNO.
002450     MOVE CODIGO-RETORNO TO RETURN-CODE.
002460     GOBACK.
002470
002480*****************************************************************
002490*    1000-INICIALIZA : READ AND VALIDATE THE CONTROL CARD AND   *
002500*                      SETTLE THE BUSINESS DATE - THE CARD      *
002510*                      DATE WHEN GIVEN, ELSE EXPDATE.  IT MUST  *
002520*                      BE A BUSINESS DAY.                       *
002530*****************************************************************
002540 1000-INICIALIZA.
002550     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
002560     MOVE "DECKGER " TO DGC-PROGRAM-NAME.
002570     MOVE SPACES     TO DGC-DATA-NEGOCIO.
002580     MOVE SPACES     TO DGC-OPERADOR.
002590     OPEN INPUT DGCCARD-FILE.
002600     IF STATUS-DGCCARD = "00"
002610         READ DGCCARD-FILE INTO DGC-CARD
002620             AT END
002630                 MOVE "35" TO STATUS-DGCCARD
002640         END-READ
002650         CLOSE DGCCARD-FILE
002660     END-IF.
002670     IF DGC-PROGRAM-NAME NOT = "DECKGER "
002680         DISPLAY "DECKGER: CARTAO DE CONTROLE PERTENCE A "
002690             DGC-PROGRAM-NAME " - EXECUCAO REJEITADA."
002700         MOVE 8 TO CODIGO-RETORNO
002710         GO TO 1000-INICIALIZA-EXIT
002720     END-IF.
002730     OPEN INPUT EXPDATE-FILE.
002740     IF STATUS-EXPDATE = "00"
002750         READ EXPDATE-FILE
002760             AT END
002770                 MOVE "35" TO STATUS-EXPDATE
002780         END-READ
002790     END-IF.
002800     IF STATUS-EXPDATE = "00"
002810         MOVE EXPDATE-REGISTRO TO DATA-EXPDATE
002820     END-IF.
002830     CLOSE EXPDATE-FILE.
002840     IF DGC-DATA-NEGOCIO NOT = SPACES
002850         MOVE DGC-DATA-NEGOCIO TO DATA-NEGOCIO
002860     ELSE
002870         MOVE DATA-EXPDATE TO DATA-NEGOCIO
002880     END-IF.
002890     IF DATA-NEGOCIO = SPACES
002900         MOVE "CARTAO SEM DATA E SEM EXPDATE" TO MOTIVO-RECUSA
002910         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
002920         GO TO 1000-INICIALIZA-EXIT
002930     END-IF.
002940     MOVE "U" TO DTP-FUNCAO.
002950     MOVE DATA-NEGOCIO TO DTP-DATA.
002960     CALL "DATACHK" USING DATA-PARAMETRO.
002970     IF DTP-DATA-INVALIDA
002980         MOVE "DATA DE NEGOCIO INVALIDA" TO MOTIVO-RECUSA
002990         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
003000         GO TO 1000-INICIALIZA-EXIT
003010     END-IF.
003020     IF DTP-DIA-UTIL-NAO
003030         MOVE "DATA DE NEGOCIO NAO E DIA UTIL" TO MOTIVO-RECUSA
003040         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
003050         GO TO 1000-INICIALIZA-EXIT
003060     END-IF.
003070     MOVE DTP-DATA-SEGUINTE TO DATA-SEGUINTE-UTIL.
003080     MOVE DTP-DIA-SEMANA    TO DIA-DA-SEMANA.
003090     IF DATA-EXPDATE NOT = SPACES
003100             AND DATA-NEGOCIO NOT = DATA-EXPDATE
003110         DISPLAY "DECKGER: DATA DO CARTAO " DATA-NEGOCIO
003120             " DIFERE DO EXPDATE " DATA-EXPDATE
003130             " - DECK GERADO PARA A DATA DO CARTAO."
003140         MOVE 4 TO CODIGO-RETORNO
003150         MOVE 04 TO ALR-SEVERITY
003160         MOVE "DECK PARA DATA DIFERENTE DO EXPDATE"
003170             TO ALR-MESSAGE
003180         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
003190     END-IF.
003200 1000-INICIALIZA-EXIT.
003210     EXIT.
003220
003230*****************************************************************
003240*    1900-RECUSA : NO DECK CAN BE BUILT - SAY WHY ON THE        *
003250*                  CONSOLE AND END RC 8.  CARDSTK IS LEFT AS    *
003260*                  IT WAS.                                      *
003270*****************************************************************
003280 1900-RECUSA.
003290     DISPLAY "DECKGER: " MOTIVO-RECUSA
003300         " - CARDSTK NAO GERADO.".
003310     MOVE 8 TO CODIGO-RETORNO.
003320 1900-RECUSA-EXIT.
003330     EXIT.
003340
003350*****************************************************************
003360*    2000-DEFINE-ESCALAS : WHICH SCHEDULES APPLY TO THE         *
003370*                      BUSINESS DATE.  THE WALK BACK TO THE     *
003380*                      PREVIOUS BUSINESS DAY (2100) ALSO GIVES  *
003390*                      THE PRIOR DATE FOR THE TABVAR CARD.      *
003400*****************************************************************
003410 2000-DEFINE-ESCALAS.
003420     MOVE "NNNN" TO ESCALAS-DO-DIA.
003430     MOVE "Y" TO ESC-APLICA (1).
003440     IF DIA-DA-SEMANA = 1
003450         MOVE "Y" TO ESC-APLICA (2)
003460     END-IF.
003470     IF DATA-SEGUINTE-UTIL (1:6) NOT = DATA-NEGOCIO (1:6)
003480         MOVE "Y" TO ESC-APLICA (3)
003490     END-IF.
003500     MOVE DATA-NEGOCIO TO DATA-NUMERICA.
003510     COMPUTE DIAS-NEGOCIO =
003520         FUNCTION INTEGER-OF-DATE (DATA-NUMERICA).
003530     COMPUTE DIAS-CORRENTE = DIAS-NEGOCIO - 1.
003540     MOVE ZEROS TO DIAS-RECUADOS.
003550     MOVE "N" TO ACHOU-DIA-UTIL-SW.
003560     MOVE "N" TO HOUVE-FERIADO-SW.
003570     PERFORM 2100-DIA-ANTERIOR THRU 2100-DIA-ANTERIOR-EXIT
003580         UNTIL ACHOU-DIA-UTIL
003590            OR DIAS-RECUADOS >= MAX-DIAS-RECUADOS.
003600     IF NOT ACHOU-DIA-UTIL
003610         MOVE "DIA UTIL ANTERIOR NAO ACHADO" TO MOTIVO-RECUSA
003620         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
003630         GO TO 2000-DEFINE-ESCALAS-EXIT
003640     END-IF.
003650     IF HOUVE-FERIADO
003660         MOVE "Y" TO ESC-APLICA (4)
003670     END-IF.
003680     MOVE SPACES TO ESCALAS-USADAS.
003690     MOVE ZEROS TO QTD-USADAS.
003700     PERFORM 2200-ANOTA-ESCALA THRU 2200-ANOTA-ESCALA-EXIT
003710         VARYING IND-ESC FROM 1 BY 1
003720         UNTIL IND-ESC > QTD-ESCALAS.
003730     DISPLAY "DECKGER: DATA DE NEGOCIO " DATA-NEGOCIO
003740         " - DIA UTIL ANTERIOR " DATA-ANTERIOR-UTIL
003750         " - ESCALAS " ESCALAS-USADAS.
003760 2000-DEFINE-ESCALAS-EXIT.
003770     EXIT.
003780
003790*****************************************************************
003800*    2100-DIA-ANTERIOR : ONE DAY FURTHER BACK.  A NON-BUSINESS  *
003810*                      DAY FROM MONDAY TO FRIDAY IS A HOLIDAY   *
003820*                      ON THE FERIADOS CALENDAR.                *
003830*****************************************************************
003840 2100-DIA-ANTERIOR.
003850     COMPUTE DATA-NUMERICA =
003860         FUNCTION DATE-OF-INTEGER (DIAS-CORRENTE).
003870     MOVE "V" TO DTP-FUNCAO.
003880     MOVE DATA-NUMERICA TO DTP-DATA.
003890     CALL "DATACHK" USING DATA-PARAMETRO.
003900     IF DTP-DIA-UTIL-SIM
003910         MOVE "Y" TO ACHOU-DIA-UTIL-SW
003920         MOVE DTP-DATA TO DATA-ANTERIOR-UTIL
003930         GO TO 2100-DIA-ANTERIOR-EXIT
003940     END-IF.
003950     IF DTP-DIA-SEMANA < 6
003960         MOVE "Y" TO HOUVE-FERIADO-SW
003970     END-IF.
003980     SUBTRACT 1 FROM DIAS-CORRENTE.
003990     ADD 1 TO DIAS-RECUADOS.
004000 2100-DIA-ANTERIOR-EXIT.
004010     EXIT.
004020
004030 2200-ANOTA-ESCALA.
004040     IF ESC-APLICA (IND-ESC) = "Y"
004050         ADD 1 TO QTD-USADAS
004060         MOVE ESC-CODIGO (IND-ESC)
004070             TO ESCALAS-USADAS (QTD-USADAS:1)
004080     END-IF.
004090 2200-ANOTA-ESCALA-EXIT.
004100     EXIT.
004110
004120*****************************************************************
004130*    3000-MONTA-DECK : THE STEPS OF EVERY SCHEDULE THAT APPLIES *
004140*                      INTO TABELA-DECK, IN SEQUENCE ORDER.     *
004150*****************************************************************
004160 3000-MONTA-DECK.
004170     OPEN INPUT DECKLIB-FILE.
004180     IF STATUS-DECKLIB NOT = "00"
004190         DISPLAY "DECKGER: DECKLIB STATUS " STATUS-DECKLIB "."
004200         MOVE "DECKLIB INDISPONIVEL" TO MOTIVO-RECUSA
004210         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
004220         GO TO 3000-MONTA-DECK-EXIT
004230     END-IF.
004240     MOVE ZEROS TO QTD-DECK.
004250     PERFORM 3100-LE-ESCALA THRU 3100-LE-ESCALA-EXIT
004260         VARYING IND-ESC FROM 1 BY 1
004270         UNTIL IND-ESC > QTD-ESCALAS
004280            OR CODIGO-RETORNO >= 8.
004290     CLOSE DECKLIB-FILE.
004300     IF CODIGO-RETORNO >= 8
004310         GO TO 3000-MONTA-DECK-EXIT
004320     END-IF.
004330     IF QTD-DECK = ZEROS
004340         MOVE "NENHUM PASSO PARA AS ESCALAS" TO MOTIVO-RECUSA
004350         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
004360     END-IF.
004370 3000-MONTA-DECK-EXIT.
004380     EXIT.
004390
004400*****************************************************************
004410*    3100-LE-ESCALA : BROWSE ONE SCHEDULE, WHEN IT APPLIES.     *
004420*****************************************************************
004430 3100-LE-ESCALA.
004440     IF ESC-APLICA (IND-ESC) NOT = "Y"
004450         GO TO 3100-LE-ESCALA-EXIT
004460     END-IF.
004470     MOVE "N" TO FIM-DECKLIB-SW.
004480     MOVE ESC-CODIGO (IND-ESC) TO DECKLIB-ESCALA.
004490     MOVE ZEROS TO DECKLIB-SEQUENCIA.
004500     START DECKLIB-FILE KEY >= DECKLIB-CHAVE
004510         INVALID KEY
004520             MOVE "Y" TO FIM-DECKLIB-SW
004530     END-START.
004540     PERFORM 3200-LE-PASSO THRU 3200-LE-PASSO-EXIT
004550         UNTIL FIM-DECKLIB.
004560 3100-LE-ESCALA-EXIT.
004570     EXIT.
004580
004590*****************************************************************
004600*    3200-LE-PASSO : NEXT STEP OF THE SCHEDULE; THE FIRST STEP  *
004610*                    OF THE NEXT SCHEDULE ENDS IT.              *
004620*****************************************************************
004630 3200-LE-PASSO.
004640     READ DECKLIB-FILE NEXT RECORD
004650         AT END
004660             MOVE "Y" TO FIM-DECKLIB-SW
004670     END-READ.
004680     IF FIM-DECKLIB
004690         GO TO 3200-LE-PASSO-EXIT
004700     END-IF.
004710     IF DECKLIB-ESCALA NOT = ESC-CODIGO (IND-ESC)
004720         MOVE "Y" TO FIM-DECKLIB-SW
004730         GO TO 3200-LE-PASSO-EXIT
004740     END-IF.
004750     MOVE DECKLIB-REGISTRO TO DECK-REGISTRO.
004760     IF QTD-DECK >= MAX-DECK
004770         MOVE "DECK EXCEDE 100 PASSOS" TO MOTIVO-RECUSA
004780         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
004790         MOVE "Y" TO FIM-DECKLIB-SW
004800         GO TO 3200-LE-PASSO-EXIT
004810     END-IF.
004820     PERFORM 3300-INSERE-PASSO THRU 3300-INSERE-PASSO-EXIT.
004830 3200-LE-PASSO-EXIT.
004840     EXIT.
004850
004860*****************************************************************
004870*    3300-INSERE-PASSO : PUT THE STEP AFTER EVERY STEP ALREADY  *
004880*                      HELD WITH A SEQUENCE NOT ABOVE ITS OWN,  *
004890*                      SHIFTING THE LATER ONES DOWN ONE PLACE.  *
004900*****************************************************************
004910 3300-INSERE-PASSO.
004920     MOVE 1 TO IND-POS.
004930     PERFORM 3310-PROCURA-POSICAO THRU 3310-PROCURA-POSICAO-EXIT
004940         UNTIL IND-POS > QTD-DECK
004950            OR TDK-SEQUENCIA (IND-POS) > DCK-SEQUENCIA.
004960     PERFORM 3320-DESLOCA-PASSO THRU 3320-DESLOCA-PASSO-EXIT
004970         VARYING IND-DK FROM QTD-DECK BY -1
004980         UNTIL IND-DK < IND-POS.
004990     MOVE DCK-SEQUENCIA     TO TDK-SEQUENCIA (IND-POS).
005000     MOVE DCK-ESCALA        TO TDK-ESCALA (IND-POS).
005010     MOVE DCK-RETENCAO-DIAS TO TDK-RETENCAO-DIAS (IND-POS).
005020     MOVE DCK-CARTAO        TO TDK-CARTAO (IND-POS).
005030     ADD 1 TO QTD-DECK.
005040 3300-INSERE-PASSO-EXIT.
005050     EXIT.
005060
005070 3310-PROCURA-POSICAO.
005080     ADD 1 TO IND-POS.
005090 3310-PROCURA-POSICAO-EXIT.
005100     EXIT.
005110
005120 3320-DESLOCA-PASSO.
005130     MOVE TDK-ENTRADA (IND-DK) TO TDK-ENTRADA (IND-DK + 1).
005140 3320-DESLOCA-PASSO-EXIT.
005150     EXIT.
005160
005170*****************************************************************
005180*    4000-GRAVA-DECK : STAMP EVERY CARD WITH THE BUSINESS DATE  *
005190*                      AND WRITE THE NEW CARDSTK.               *
005200*****************************************************************
005210 4000-GRAVA-DECK.
005220     OPEN OUTPUT CARDSTK-FILE.
005230     IF STATUS-CARDSTK NOT = "00"
005240         DISPLAY "DECKGER: CARDSTK STATUS " STATUS-CARDSTK "."
005250         MOVE "CARDSTK NAO PODE SER CRIADO" TO MOTIVO-RECUSA
005260         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
005270         GO TO 4000-GRAVA-DECK-EXIT
005280     END-IF.
005290     MOVE "Y" TO CARDSTK-ABERTO-SW.
005300     PERFORM 4100-GRAVA-PASSO THRU 4100-GRAVA-PASSO-EXIT
005310         VARYING IND-DK FROM 1 BY 1
005320         UNTIL IND-DK > QTD-DECK
005330            OR CODIGO-RETORNO >= 12.
005340 4000-GRAVA-DECK-EXIT.
005350     EXIT.
005360
005370*****************************************************************
005380*    4100-GRAVA-PASSO : ONE CARD - STAMPED FOR THE PROGRAM IT   *
005390*                       CALLS, WRITTEN AND ECHOED.              *
005400*****************************************************************
005410 4100-GRAVA-PASSO.
005420     MOVE TDK-CARTAO (IND-DK) TO STEP-CARD.
005430     EVALUATE STP-PROGRAM-NAME
005440         WHEN "TABUADA "
005450         WHEN "CONTADOR"
005460         WHEN "RECICLA "
005470             MOVE STP-CARTAO-PROGRAMA TO CTL-CARD
005480             MOVE DATA-NEGOCIO TO CTL-RUN-DATE
005490             MOVE CTL-CARD TO STP-CARTAO-PROGRAMA
005500         WHEN "SLAMON  "
005510         WHEN "CONCILIA"
005520         WHEN "REMESSA "
005525         WHEN "RESEST  "
005530             MOVE STP-CARTAO-PROGRAMA TO CARTAO-DATADO
005540             MOVE DATA-NEGOCIO TO CDT-DATA-1
005550             MOVE CARTAO-DATADO TO STP-CARTAO-PROGRAMA
005560         WHEN "TABVAR  "
005570             MOVE STP-CARTAO-PROGRAMA TO CARTAO-DATADO
005580             MOVE DATA-NEGOCIO TO CDT-DATA-1
005590             MOVE DATA-ANTERIOR-UTIL TO CDT-DATA-2
005600             MOVE CARTAO-DATADO TO STP-CARTAO-PROGRAMA
005610         WHEN "LOGARCH "
005620         WHEN "TABARQ  "
005630             IF TDK-RETENCAO-DIAS (IND-DK) > ZEROS
005640                 COMPUTE DATA-NUMERICA = FUNCTION DATE-OF-INTEGER
005650                     (DIAS-NEGOCIO - TDK-RETENCAO-DIAS (IND-DK))
005660                 MOVE STP-CARTAO-PROGRAMA TO CARTAO-DATADO
005670                 MOVE DATA-NUMERICA TO CDT-DATA-1
005680                 MOVE CARTAO-DATADO TO STP-CARTAO-PROGRAMA
005690             END-IF
005691         WHEN "RESMENS "
005692             MOVE STP-CARTAO-PROGRAMA TO CARTAO-DATADO
005693             MOVE DATA-NEGOCIO TO CDT-DATA-1
005694             IF TDK-RETENCAO-DIAS (IND-DK) > ZEROS
005695                 COMPUTE DATA-NUMERICA = FUNCTION DATE-OF-INTEGER
005696                     (DIAS-NEGOCIO - TDK-RETENCAO-DIAS (IND-DK))
005697                 MOVE DATA-NUMERICA TO CDT-DATA-2
005698             END-IF
005699             MOVE CARTAO-DATADO TO STP-CARTAO-PROGRAMA
005700     END-EVALUATE.
005710     WRITE CARDSTK-REGISTRO FROM STEP-CARD.
005720     IF STATUS-CARDSTK NOT = "00"
005730         DISPLAY "DECKGER: ERRO NA GRAVACAO DO CARDSTK (STATUS "
005740             STATUS-CARDSTK ") NO PASSO "
005750             TDK-SEQUENCIA (IND-DK) "."
005760         MOVE "ERRO NA GRAVACAO DO CARDSTK" TO MOTIVO-RECUSA
005770         MOVE 12 TO CODIGO-RETORNO
005780         GO TO 4100-GRAVA-PASSO-EXIT
005790     END-IF.
005800     ADD 1 TO QTD-GRAVADOS.
005810     DISPLAY "DECKGER: PASSO " TDK-SEQUENCIA (IND-DK)
005820         " (" TDK-ESCALA (IND-DK) ") " STP-CARTAO-PROGRAMA.
005830 4100-GRAVA-PASSO-EXIT.
005840     EXIT.
005850
005860*****************************************************************
005870*    8000-GRAVA-RUNLOG : APPENDS THE LOG-RECORD PREPARED BY THE *
005880*                        CALLER TO RUNLOG.                      *
005890*****************************************************************
005900 8000-GRAVA-RUNLOG.
005910     MOVE "DECKGER " TO LOG-PROGRAM-NAME.
005920     IF DATA-NEGOCIO = SPACES
005930         MOVE DATA-SISTEMA TO LOG-RUN-DATE
005940     ELSE
005950         MOVE DATA-NEGOCIO TO LOG-RUN-DATE
005960     END-IF.
005970     ACCEPT LOG-RUN-TIME FROM TIME.
005980     MOVE "F" TO LOG-EVENT-TYPE.
005990     MOVE DGC-OPERADOR TO LOG-OPERATOR.
006000     OPEN EXTEND RUNLOG-FILE.
006010     IF STATUS-RUNLOG = "05" OR STATUS-RUNLOG = "35"
006020         OPEN OUTPUT RUNLOG-FILE
006030     END-IF.
006040     WRITE RUNLOG-REGISTRO FROM LOG-RECORD.
006050     CLOSE RUNLOG-FILE.
006060 8000-GRAVA-RUNLOG-EXIT.
006070     EXIT.
006080
006090*****************************************************************
006100*    8500-GRAVA-ALERTA : WRITES ONE SEVERITY-CODED RECORD, SET  *
006110*                        UP BY THE CALLER, TO THE SHARED        *
006120*                        ALERTAS FILE SO A NIGHT WITHOUT A NEW  *
006130*                        DECK SHOWS ON THE MORNING REPORT       *
006140*                        (ALERTRPT).                            *
006150*****************************************************************
006160 8500-GRAVA-ALERTA.
006170     MOVE "DECKGER " TO ALR-PROGRAM-NAME.
006180     IF DATA-NEGOCIO = SPACES
006190         MOVE DATA-SISTEMA TO ALR-RUN-DATE
006200     ELSE
006210         MOVE DATA-NEGOCIO TO ALR-RUN-DATE
006220     END-IF.
006230     ACCEPT ALR-RUN-TIME FROM TIME.
006240     OPEN EXTEND ALERTAS-FILE.
006250     IF STATUS-ALERTAS = "05" OR STATUS-ALERTAS = "35"
006260         OPEN OUTPUT ALERTAS-FILE
006270     END-IF.
006280     WRITE ALERTAS-REGISTRO FROM ALERT-RECORD.
006290     CLOSE ALERTAS-FILE.
006300 8500-GRAVA-ALERTA-EXIT.
006310     EXIT.
006320
006330*****************************************************************
006340*    9000-ENCERRA : CLOSE CARDSTK, THEN THE RUNLOG ENTRY AND,   *
006348*                   FOR A RUN THAT BUILT NO DECK, THE ALERT -   *
006356*                   12 WHEN CARDSTK WAS LEFT INCOMPLETE, 08     *
006364*                   WHEN THE RUN WAS REFUSED (ONLY WHEN THE     *
006372*                   CARD WAS ADDRESSED TO DECKGER).             *
006380*****************************************************************
006390 9000-ENCERRA.
006400     IF CARDSTK-ABERTO
006410         CLOSE CARDSTK-FILE
006420     END-IF.
006430     IF DGC-PROGRAM-NAME NOT = "DECKGER "
006440         GO TO 9000-ENCERRA-EXIT
006450     END-IF.
006460     MOVE "CARTOES " TO LOG-PARM-NAME.
006470     MOVE QTD-GRAVADOS TO LOG-PARM-VALUE.
006480     MOVE SPACES TO LOG-OUTCOME.
006490     IF CODIGO-RETORNO >= 8
006500         MOVE MOTIVO-RECUSA TO LOG-OUTCOME
006510     ELSE
006520         STRING "DECK GERADO - ESCALAS " DELIMITED BY SIZE
006530                ESCALAS-USADAS           DELIMITED BY SPACE
006540             INTO LOG-OUTCOME
006550         END-STRING
006560     END-IF.
006570     PERFORM 8000-GRAVA-RUNLOG THRU 8000-GRAVA-RUNLOG-EXIT.
006571     IF CODIGO-RETORNO >= 12
006572         MOVE 12 TO ALR-SEVERITY
006573         MOVE "CARDSTK INCOMPLETO - NAO RODAR O DECK"
006574             TO ALR-MESSAGE
006575         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
006576         GO TO 9000-ENCERRA-EXIT
006577     END-IF.
006580     IF CODIGO-RETORNO >= 8
006590         MOVE 08 TO ALR-SEVERITY
006600         MOVE SPACES TO ALR-MESSAGE
006610         STRING "SEM DECK: "        DELIMITED BY SIZE
006620                MOTIVO-RECUSA       DELIMITED BY SIZE
006630             INTO ALR-MESSAGE
006640         END-STRING
006650         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
006660     END-IF.
006670 9000-ENCERRA-EXIT.
006680     EXIT.
