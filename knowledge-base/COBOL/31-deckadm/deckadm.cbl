000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID  : DECKADM                                      *
000040*    AUTHOR      : R. OLIVEIRA SILVA - APPLICATIONS DEV.        *
000050*    INSTALLATION: PORTFOLIO BATCH UTILITIES                    *
000060*    DATE-WRITTEN: 2026-10-02                                   *
000070*                                                               *
000080*    DESCRIPTION : MAINTENANCE AND LISTING OF THE STEP DECK     *
000090*                  LIBRARY DECKLIB (COPYBOOK DECKREC) FROM      *
000100*                  WHICH DECKGER BUILDS THE NIGHT'S CARDSTK.    *
000110*                  THE LIBRARY HOLDS THE STANDARD STEP CARDS    *
000120*                  GROUPED BY SCHEDULE:                         *
000130*                    D = EVERY BUSINESS DAY,                    *
000140*                    S = MONDAYS ONLY,                          *
000150*                    M = LAST BUSINESS DAY OF THE MONTH,        *
000160*                    F = FIRST BUSINESS DAY AFTER A HOLIDAY.    *
000170*                                                               *
000180*                  WITH FUNCTION 'A' THE CHANGES PUNCHED ON     *
000190*                  DECKMOV (ONE PER CARD, SEE BELOW) ARE EDITED *
000200*                  AND APPLIED, EACH APPLIED CHANGE LEAVING ITS *
000210*                  OWN RUNLOG ENTRY, AND THE LIBRARY IS THEN    *
000220*                  LISTED.  WITH FUNCTION 'L' (OR BLANK) THE    *
000230*                  LIBRARY IS ONLY LISTED.  THE LISTING         *
000240*                  (DECKLIST) SHOWS THE CHANGES AND THEIR       *
000250*                  OUTCOME, THEN EVERY SCHEDULE IN TURN WITH    *
000260*                  ITS STEPS IN SEQUENCE ORDER - ONE LINE OF    *
000270*                  DETAIL AND THE CARD IMAGE UNDER IT - AND THE *
000280*                  COUNT OF STEPS PER SCHEDULE.                 *
000290*                                                               *
000300*                  A CARD IS ONLY ACCEPTED FOR A PROGRAM OF THE *
000310*                  NIGHT'S SUITE, WITH A READABLE STEP          *
000320*                  CONDITION AND, FOR TABUADA AND CONTADOR,     *
000330*                  CTL-MODE 'B'.  THE BUSINESS DATE IS NOT      *
000340*                  PUNCHED - DECKGER STAMPS IT.  THE FULL EDIT  *
000350*                  OF THE BUILT DECK IS STILL CARDEDIT'S.       *
000360*                                                               *
000370*    CONTROL CARD (SYSIN, 17 BYTES):                            *
000380*      COLS 01-08  DAC-PROGRAM-NAME  MUST BE 'DECKADM '         *
000390*      COLS 09-09  DAC-FUNCAO        'A' = APPLY DECKMOV AND    *
000400*                                    LIST, 'L' OR BLANK = LIST  *
000410*      COLS 10-17  DAC-OPERADOR      OPERATOR MAKING THE        *
000420*                                    CHANGES - REQUIRED FOR 'A' *
000430*                                                               *
000440*    CHANGE CARD (DECKMOV, 120 BYTES):                          *
000450*      COLS 01-01  MOV-ACAO          'I' = ADD, 'A' = REPLACE   *
000460*                                    THE CARD, 'E' = DELETE     *
000470*      COLS 02-02  MOV-ESCALA        SCHEDULE D/S/M/F           *
000480*      COLS 03-06  MOV-SEQUENCIA     POSITION IN THE STREAM,    *
000490*                                    0001-9999                  *
000497*      COLS 07-10  MOV-RETENCAO      DAYS KEPT - LOGARCH,       *
000504*                                    TABARQ AND RESMENS ONLY;   *
000511*                                    BLANK = ZERO               *
000520*      COLS 11-40  MOV-DESCRICAO     PURPOSE OF THE STEP; BLANK *
000530*                                    ON AN 'A' KEEPS THE OLD    *
000540*                                    TEXT                       *
000550*      COLS 41-120 MOV-CARTAO        THE STEP CARD (STEPCARD)   *
000560*                                                               *
000570*    RUN LOG     : ONE ENTRY PER CHANGE APPLIED - PARM-NAME IS  *
000580*                  THE SCHEDULE AND SEQUENCE, PARM-VALUE THE    *
000590*                  SEQUENCE, THE OUTCOME 'INC', 'ALT' OR 'EXC'  *
000600*                  WITH THE PROGRAM OF THE STEP - PLUS ONE      *
000610*                  END-OF-RUN ENTRY.                            *
000620*                                                               *
000630*    RETURN CODES: 0 = ALL CHANGES APPLIED / LIBRARY LISTED,    *
000640*                  4 = SOME CHANGES REJECTED, OR NO LIBRARY     *
000650*                      YET,                                     *
000660*                  8 = RUN REFUSED (CARD INVALID, NO OPERATOR,  *
000670*                      NO DECKMOV OR LIBRARY UNUSABLE),         *
000680*                  12 = LIBRARY WRITE FAILURE.                  *
000690*                                                               *
000700*    MODIFICATION HISTORY                                       *
000710*    --------------------------------------------------------  *
000720*    DATE       INIT  DESCRIPTION                               *
000730*    ---------- ----  ----------------------------------------  *
000740*    2026-10-02 ROS   ORIGINAL VERSION - STANDARD STEP CARDS    *
000750*                     KEPT IN A LIBRARY INSTEAD OF A DECK       *
000760*                     PUNCHED BY HAND EVERY NIGHT.              *
000763*    2026-10-07 ROS   RESMENS AND RESEST ACCEPTED AS STEPS;     *
000766*                     RESMENS MAY CARRY A RETENTION.            *
000770*                                                               *
000780*****************************************************************
000790 IDENTIFICATION DIVISION.
000800 PROGRAM-ID.                  DECKADM.
000810 AUTHOR.                      R. OLIVEIRA SILVA.
000820 INSTALLATION.                PORTFOLIO BATCH UTILITIES.
000830 DATE-WRITTEN.                2026-10-02.
000840 DATE-COMPILED.
000850
000860*****************************************************************
000870 ENVIRONMENT DIVISION.
000880 CONFIGURATION SECTION.
000890 SOURCE-COMPUTER.             PORTFOLIO-BATCH.
000900 OBJECT-COMPUTER.             PORTFOLIO-BATCH.
000910
000920 INPUT-OUTPUT SECTION.
000930 FILE-CONTROL.
000940     SELECT DACCARD-FILE      ASSIGN TO SYSIN
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS STATUS-DACCARD.
000970
000980     SELECT DECKLIB-FILE      ASSIGN TO DECKLIB
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS DECKLIB-CHAVE
001020         FILE STATUS IS STATUS-DECKLIB.
001030
001040     SELECT DECKMOV-FILE      ASSIGN TO DECKMOV
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS STATUS-DECKMOV.
001070
001080     SELECT DECKLIST-FILE     ASSIGN TO DECKLIST
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS STATUS-DECKLIST.
001110
001120     SELECT EXPDATE-FILE      ASSIGN TO EXPDATE
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS STATUS-EXPDATE.
001150
001160     SELECT RUNLOG-FILE       ASSIGN TO RUNLOG
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS STATUS-RUNLOG.
001190
001200*****************************************************************
001210 DATA DIVISION.
001220 FILE SECTION.
001230 FD  DACCARD-FILE
001240     RECORD CONTAINS 17 CHARACTERS.
001250 01  DACCARD-REGISTRO            PIC X(17).
001260
001270 FD  DECKLIB-FILE
001280     RECORD CONTAINS 140 CHARACTERS.
001290 01  DECKLIB-REGISTRO.
001300     05  DECKLIB-CHAVE.
001310         10  DECKLIB-ESCALA      PIC X(01).
001320         10  DECKLIB-SEQUENCIA   PIC 9(04).
001330     05  DECKLIB-RESTO           PIC X(135).
001340
001350 FD  DECKMOV-FILE
001360     RECORD CONTAINS 120 CHARACTERS.
001370 01  DECKMOV-REGISTRO            PIC X(120).
001380
001390 FD  DECKLIST-FILE
001400     RECORD CONTAINS 80 CHARACTERS.
001410 01  DECKLIST-REGISTRO           PIC X(80).
001420
001430 FD  EXPDATE-FILE
001440     RECORD CONTAINS 8 CHARACTERS.
001450 01  EXPDATE-REGISTRO            PIC X(08).
001460
001470 FD  RUNLOG-FILE
001480     RECORD CONTAINS 78 CHARACTERS.
001490 01  RUNLOG-REGISTRO             PIC X(78).
001500
001510*****************************************************************
001520 WORKING-STORAGE SECTION.
001530     COPY LOGREC.
001540     COPY DECKREC.
001550     COPY STEPCARD.
001560     COPY CTLCARD.
001570
001580 01  DAC-CARD.
001590     05  DAC-PROGRAM-NAME        PIC X(08).
001600     05  DAC-FUNCAO              PIC X(01).
001610         88  DAC-FN-APLICAR           VALUE "A".
001620         88  DAC-FN-LISTAR            VALUE "L" " ".
001630     05  DAC-OPERADOR            PIC X(08).
001640
001650 01  MOVIMENTO.
001660     05  MOV-ACAO                PIC X(01).
001670         88  MOV-INCLUSAO             VALUE "I".
001680         88  MOV-ALTERACAO            VALUE "A".
001690         88  MOV-EXCLUSAO             VALUE "E".
001700         88  MOV-ACAO-VALIDA          VALUE "I" "A" "E".
001710     05  MOV-CHAVE.
001720         10  MOV-ESCALA          PIC X(01).
001730         10  MOV-SEQUENCIA       PIC X(04).
001740         10  MOV-SEQUENCIA-N REDEFINES MOV-SEQUENCIA
001750                                 PIC 9(04).
001760     05  MOV-RETENCAO            PIC X(04).
001770     05  MOV-RETENCAO-N REDEFINES MOV-RETENCAO
001780                                 PIC 9(04).
001790     05  MOV-DESCRICAO           PIC X(30).
001800     05  MOV-CARTAO              PIC X(80).
001810
001820*    SCHEDULES, IN THE ORDER THEY ARE LISTED (AND THE ORDER
001830*    DECKGER READS THEM IN).
001840 01  ESCALAS-VALORES.
001850     05  FILLER                  PIC X(31)
001860         VALUE "DTODO DIA UTIL".
001870     05  FILLER                  PIC X(31)
001880         VALUE "SSEGUNDA-FEIRA".
001890     05  FILLER                  PIC X(31)
001900         VALUE "MULTIMO DIA UTIL DO MES".
001910     05  FILLER                  PIC X(31)
001920         VALUE "FPRIMEIRO DIA UTIL APOS FERIADO".
001930 01  ESCALAS REDEFINES ESCALAS-VALORES.
001940     05  ESC-ENTRADA OCCURS 4 TIMES.
001950         10  ESC-CODIGO          PIC X(01).
001960         10  ESC-DESCRICAO       PIC X(30).
001970 77  QTD-ESCALAS                 PIC 9(02) VALUE 4.
001980 77  IND-ESC                     PIC 9(02) VALUE ZEROS.
001990
002000 77  PROGRAMA-REFERIDO           PIC X(08) VALUE SPACES.
002010     88  PROGRAMA-DA-SUITE           VALUE "TABUADA " "CONTADOR"
002020                                           "CSVVERIF" "TABLOAD "
002030                                           "TABVAR  " "RECICLA "
002040                                           "CHKMON  " "ALERTRPT"
002050                                           "LOGARCH " "SLAMON  "
002060                                           "CONCILIA" "SEGRPT  "
002066                                           "REMESSA " "TABARQ  "
002072                                           "RESMENS " "RESEST  ".
002080     88  PROGRAMA-MODO-BATCH         VALUE "TABUADA " "CONTADOR".
002086     88  PROGRAMA-COM-RETENCAO       VALUE "LOGARCH " "TABARQ  "
002092                                           "RESMENS ".
002100
002110 77  STATUS-DACCARD              PIC X(02) VALUE SPACES.
002120 77  STATUS-DECKLIB              PIC X(02) VALUE SPACES.
002130 77  STATUS-DECKMOV              PIC X(02) VALUE SPACES.
002140 77  STATUS-DECKLIST             PIC X(02) VALUE SPACES.
002150 77  STATUS-EXPDATE              PIC X(02) VALUE SPACES.
002160 77  STATUS-RUNLOG               PIC X(02) VALUE SPACES.
002170
002180 77  FIM-DECKMOV-SW              PIC X(01) VALUE "N".
002190     88  FIM-DECKMOV                 VALUE "Y".
002200 77  FIM-DECKLIB-SW              PIC X(01) VALUE "N".
002210     88  FIM-DECKLIB                 VALUE "Y".
002220 77  DECKLIST-ABERTO-SW          PIC X(01) VALUE "N".
002230     88  DECKLIST-ABERTO             VALUE "Y".
002240 77  MOVIMENTO-VALIDO-SW         PIC X(01) VALUE "N".
002250     88  MOVIMENTO-VALIDO            VALUE "Y".
002260
002270 77  DATA-SISTEMA                PIC X(08) VALUE SPACES.
002280 77  DATA-REFERENCIA             PIC X(08) VALUE SPACES.
002290 77  PROGRAMA-ANTERIOR           PIC X(08) VALUE SPACES.
002300 77  MOTIVO-REJEICAO             PIC X(43) VALUE SPACES.
002310 77  QTD-LIDOS                   PIC 9(07) VALUE ZEROS.
002320 77  QTD-APLICADOS               PIC 9(07) VALUE ZEROS.
002330 77  QTD-REJEITADOS              PIC 9(07) VALUE ZEROS.
002340 77  QTD-NA-ESCALA               PIC 9(07) VALUE ZEROS.
002350 77  QTD-CARTOES                 PIC 9(07) VALUE ZEROS.
002360 77  CODIGO-RETORNO              PIC 9(02) VALUE ZEROS.
002370
002380 77  NUMERO-PAGINA               PIC 9(04) VALUE ZEROS.
002390 77  LINHAS-NA-PAGINA            PIC 9(02) VALUE 99.
002400 77  LINHAS-POR-PAGINA           PIC 9(02) VALUE 56.
002410 77  QTD-EDITADA                 PIC ZZZZZZ9.
002420 77  LINHA-IMPRESSAO             PIC X(80) VALUE SPACES.
002430
002440 01  CABECALHO-1.
002450     05  FILLER                  PIC X(09) VALUE "DECKADM  ".
002460     05  FILLER                  PIC X(30)
002470         VALUE "- BIBLIOTECA DE PASSOS        ".
002480     05  FILLER                  PIC X(06) VALUE "REF.: ".
002490     05  CAB1-DATA               PIC X(08).
002500     05  FILLER                  PIC X(10) VALUE "   PAGINA ".
002510     05  CAB1-PAGINA             PIC ZZZ9.
002520     05  FILLER                  PIC X(13) VALUE SPACES.
002530
002540 01  LINHA-MOVIMENTO.
002550     05  LMV-ACAO                PIC X(01).
002560     05  FILLER                  PIC X(01) VALUE SPACES.
002570     05  LMV-ESCALA              PIC X(01).
002580     05  FILLER                  PIC X(01) VALUE SPACES.
002590     05  LMV-SEQUENCIA           PIC X(04).
002600     05  FILLER                  PIC X(01) VALUE SPACES.
002610     05  LMV-PROGRAMA            PIC X(08).
002620     05  FILLER                  PIC X(01) VALUE SPACES.
002630     05  LMV-RESULTADO           PIC X(43).
002640     05  FILLER                  PIC X(19) VALUE SPACES.
002650
002660 01  LINHA-CARTAO.
002670     05  LDK-SEQUENCIA           PIC 9(04).
002680     05  FILLER                  PIC X(01) VALUE SPACES.
002690     05  LDK-PROGRAMA            PIC X(08).
002700     05  FILLER                  PIC X(01) VALUE SPACES.
002710     05  LDK-COND-TIPO           PIC X(01).
002720     05  FILLER                  PIC X(01) VALUE SPACES.
002730     05  LDK-RETENCAO            PIC ZZZ9.
002740     05  FILLER                  PIC X(01) VALUE SPACES.
002750     05  LDK-DESCRICAO           PIC X(30).
002760     05  FILLER                  PIC X(01) VALUE SPACES.
002770     05  LDK-DATA-ALTERACAO      PIC X(08).
002780     05  FILLER                  PIC X(01) VALUE SPACES.
002790     05  LDK-OPERADOR            PIC X(08).
002800     05  FILLER                  PIC X(11) VALUE SPACES.
002810
002820*****************************************************************
002830 PROCEDURE DIVISION.
002840*****************************************************************
002850*    0000-MAINLINE : OVERALL FLOW OF CONTROL                    *
002860*****************************************************************
002870 0000-MAINLINE.
002880     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
002890     IF CODIGO-RETORNO < 8
002900         IF DAC-FN-APLICAR
002910             PERFORM 2000-APLICA-MOVIMENTOS
002920                 THRU 2000-APLICA-MOVIMENTOS-EXIT
002930         END-IF
002940         PERFORM 3000-LISTA-BIBLIOTECA
002950             THRU 3000-LISTA-BIBLIOTECA-EXIT
002960         PERFORM 5000-RESUMO THRU 5000-RESUMO-EXIT
002970     END-IF.
002980     PERFORM 9000-ENCERRA THRU 9000-ENCERRA-EXIT.
002990     DISPLAY "DECKADM: FIM. MOVIMENTOS: " QTD-LIDOS
003000         " APLICADOS: " QTD-APLICADOS
003010         " REJEITADOS: " QTD-REJEITADOS
003020         " RC: " CODIGO-RETORNO.
003030     MOVE CODIGO-RETORNO TO RETURN-CODE.
003040     GOBACK.
003050
003060*****************************************************************
003070*    1000-INICIALIZA : READ AND VALIDATE THE CONTROL CARD,      *
003080*                      SETTLE THE REFERENCE DATE AND OPEN THE   *
003090*                      LISTING.                                 *
003100*****************************************************************
003110 1000-INICIALIZA.
003120     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
003130     MOVE "DECKADM " TO DAC-PROGRAM-NAME.
003140     MOVE SPACES     TO DAC-FUNCAO.
003150     MOVE SPACES     TO DAC-OPERADOR.
003160     OPEN INPUT DACCARD-FILE.
003170     IF STATUS-DACCARD = "00"
003180         READ DACCARD-FILE INTO DAC-CARD
003190             AT END
003200                 MOVE "35" TO STATUS-DACCARD
003210         END-READ
003220         CLOSE DACCARD-FILE
003230     END-IF.
003240     IF DAC-PROGRAM-NAME NOT = "DECKADM "
003250         DISPLAY "DECKADM: CARTAO DE CONTROLE PERTENCE A "
003260             DAC-PROGRAM-NAME " - EXECUCAO REJEITADA."
003270         MOVE 8 TO CODIGO-RETORNO
003280         GO TO 1000-INICIALIZA-EXIT
003290     END-IF.
003300     IF NOT DAC-FN-APLICAR AND NOT DAC-FN-LISTAR
003310         DISPLAY "DECKADM: FUNCAO " DAC-FUNCAO
003320             " INVALIDA (A/L) - EXECUCAO REJEITADA."
003330         MOVE 8 TO CODIGO-RETORNO
003340         GO TO 1000-INICIALIZA-EXIT
003350     END-IF.
003360     IF DAC-FN-APLICAR AND DAC-OPERADOR = SPACES
003370         DISPLAY "DECKADM: OPERADOR OBRIGATORIO PARA ALTERAR A "
003380             "BIBLIOTECA - EXECUCAO REJEITADA."
003390         MOVE 8 TO CODIGO-RETORNO
003400         GO TO 1000-INICIALIZA-EXIT
003410     END-IF.
003420     PERFORM 1100-DEFINE-REFERENCIA
003430         THRU 1100-DEFINE-REFERENCIA-EXIT.
003440     OPEN OUTPUT DECKLIST-FILE.
003450     IF STATUS-DECKLIST NOT = "00"
003460         DISPLAY "DECKADM: DECKLIST NAO PODE SER CRIADO (STATUS "
003470             STATUS-DECKLIST ") - EXECUCAO REJEITADA."
003480         MOVE 8 TO CODIGO-RETORNO
003490         GO TO 1000-INICIALIZA-EXIT
003500     END-IF.
003510     MOVE "Y" TO DECKLIST-ABERTO-SW.
003520 1000-INICIALIZA-EXIT.
003530     EXIT.
003540
003550*****************************************************************
003560*    1100-DEFINE-REFERENCIA : THE DATE THE LISTING AND THE      *
003570*                      RUNLOG ENTRIES CARRY - THE EXPECTED      *
003580*                      BUSINESS DATE IN EXPDATE, ELSE THE       *
003590*                      MACHINE DATE.                            *
003600*****************************************************************
003610 1100-DEFINE-REFERENCIA.
003620     MOVE DATA-SISTEMA TO DATA-REFERENCIA.
003630     OPEN INPUT EXPDATE-FILE.
003640     IF STATUS-EXPDATE = "00"
003650         READ EXPDATE-FILE
003660             AT END
003670                 MOVE "35" TO STATUS-EXPDATE
003680         END-READ
003690     END-IF.
003700     IF STATUS-EXPDATE = "00"
003710         MOVE EXPDATE-REGISTRO TO DATA-REFERENCIA
003720     END-IF.
003730     CLOSE EXPDATE-FILE.
003740 1100-DEFINE-REFERENCIA-EXIT.
003750     EXIT.
003760
003770*****************************************************************
003780*    2000-APLICA-MOVIMENTOS : EDIT AND APPLY EVERY CHANGE CARD  *
003790*                      ON DECKMOV.  THE LIBRARY IS CREATED      *
003800*                      EMPTY THE FIRST TIME.                    *
003810*****************************************************************
003820 2000-APLICA-MOVIMENTOS.
003830     OPEN INPUT DECKMOV-FILE.
003840     IF STATUS-DECKMOV NOT = "00"
003850         DISPLAY "DECKADM: DECKMOV INDISPONIVEL (STATUS "
003860             STATUS-DECKMOV ") - NADA A APLICAR."
003870         MOVE "DECKMOV INDISPONIVEL - NADA A APLICAR."
003880             TO LINHA-IMPRESSAO
003890         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
003900         MOVE 8 TO CODIGO-RETORNO
003910         GO TO 2000-APLICA-MOVIMENTOS-EXIT
003920     END-IF.
003930     OPEN I-O DECKLIB-FILE.
003940     IF STATUS-DECKLIB = "05" OR STATUS-DECKLIB = "35"
003950         OPEN OUTPUT DECKLIB-FILE
003960         CLOSE DECKLIB-FILE
003970         OPEN I-O DECKLIB-FILE
003980     END-IF.
003990     IF STATUS-DECKLIB NOT = "00"
004000         DISPLAY "DECKADM: DECKLIB INDISPONIVEL (STATUS "
004010             STATUS-DECKLIB ") - NADA APLICADO."
004020         MOVE "DECKLIB INDISPONIVEL - NADA APLICADO."
004030             TO LINHA-IMPRESSAO
004040         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
004050         MOVE 8 TO CODIGO-RETORNO
004060         CLOSE DECKMOV-FILE
004070         GO TO 2000-APLICA-MOVIMENTOS-EXIT
004080     END-IF.
004090     MOVE "MOVIMENTOS" TO LINHA-IMPRESSAO.
004100     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004110     MOVE "A E SEQ  PROGRAMA RESULTADO" TO LINHA-IMPRESSAO.
004120     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004130     PERFORM 2100-LE-MOVIMENTO THRU 2100-LE-MOVIMENTO-EXIT.
004140     PERFORM 2200-TRATA-MOVIMENTO THRU 2200-TRATA-MOVIMENTO-EXIT
004150         UNTIL FIM-DECKMOV.
004160     IF QTD-LIDOS = ZEROS
004170         MOVE "DECKMOV VAZIO - NADA A APLICAR." TO LINHA-IMPRESSAO
004180         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
004190     END-IF.
004200     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004210     CLOSE DECKMOV-FILE.
004220     CLOSE DECKLIB-FILE.
004230 2000-APLICA-MOVIMENTOS-EXIT.
004240     EXIT.
004250
004260 2100-LE-MOVIMENTO.
004270     READ DECKMOV-FILE INTO MOVIMENTO
004280         AT END
004290             MOVE "Y" TO FIM-DECKMOV-SW
004300     END-READ.
004310 2100-LE-MOVIMENTO-EXIT.
004320     EXIT.
004330
004340*****************************************************************
004350*    2200-TRATA-MOVIMENTO : ONE CHANGE CARD - EDIT IT, APPLY IT *
004360*                      AND LIST THE OUTCOME.                    *
004370*****************************************************************
004380 2200-TRATA-MOVIMENTO.
004390     ADD 1 TO QTD-LIDOS.
004400     MOVE SPACES TO MOTIVO-REJEICAO.
004410     MOVE SPACES TO PROGRAMA-ANTERIOR.
004420     PERFORM 2300-VALIDA-MOVIMENTO
004430         THRU 2300-VALIDA-MOVIMENTO-EXIT.
004440     IF MOVIMENTO-VALIDO
004450         EVALUATE TRUE
004460             WHEN MOV-INCLUSAO
004470                 PERFORM 2400-INCLUI THRU 2400-INCLUI-EXIT
004480             WHEN MOV-ALTERACAO
004490                 PERFORM 2500-ALTERA THRU 2500-ALTERA-EXIT
004500             WHEN MOV-EXCLUSAO
004510                 PERFORM 2600-EXCLUI THRU 2600-EXCLUI-EXIT
004520         END-EVALUATE
004530     END-IF.
004540     MOVE MOV-ACAO      TO LMV-ACAO.
004550     MOVE MOV-ESCALA    TO LMV-ESCALA.
004560     MOVE MOV-SEQUENCIA TO LMV-SEQUENCIA.
004570     IF MOV-EXCLUSAO
004580         MOVE PROGRAMA-ANTERIOR TO LMV-PROGRAMA
004590     ELSE
004600         MOVE MOV-CARTAO (1:8) TO LMV-PROGRAMA
004610     END-IF.
004620     IF MOTIVO-REJEICAO = SPACES
004630         ADD 1 TO QTD-APLICADOS
004640         MOVE "APLICADO" TO LMV-RESULTADO
004650         PERFORM 8100-GRAVA-LOG-ALTERACAO
004660             THRU 8100-GRAVA-LOG-ALTERACAO-EXIT
004670     ELSE
004680         ADD 1 TO QTD-REJEITADOS
004690         MOVE MOTIVO-REJEICAO TO LMV-RESULTADO
004700         IF CODIGO-RETORNO < 4
004710             MOVE 4 TO CODIGO-RETORNO
004720         END-IF
004730     END-IF.
004740     MOVE LINHA-MOVIMENTO TO LINHA-IMPRESSAO.
004750     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004760     PERFORM 2100-LE-MOVIMENTO THRU 2100-LE-MOVIMENTO-EXIT.
004770 2200-TRATA-MOVIMENTO-EXIT.
004780     EXIT.
004790
004800*****************************************************************
004810*    2300-VALIDA-MOVIMENTO : THE CARD MUST NAME AN ACTION, A    *
004820*                      SCHEDULE AND A SEQUENCE.  AN ADD OR      *
004830*                      REPLACEMENT MUST ALSO CARRY A STEP CARD  *
004840*                      DISPATCH CAN RUN (SEE 2310) AND A        *
004850*                      RETENTION ONLY WHERE ONE IS USED.        *
004860*****************************************************************
004870 2300-VALIDA-MOVIMENTO.
004880     MOVE "N" TO MOVIMENTO-VALIDO-SW.
004890     IF NOT MOV-ACAO-VALIDA
004900         MOVE "REJEITADO - ACAO INVALIDA (I/A/E)"
004910             TO MOTIVO-REJEICAO
004920         GO TO 2300-VALIDA-MOVIMENTO-EXIT
004930     END-IF.
004940     MOVE MOV-ESCALA TO DCK-ESCALA.
004950     IF NOT DCK-ESCALA-VALIDA
004960         MOVE "REJEITADO - ESCALA INVALIDA (D/S/M/F)"
004970             TO MOTIVO-REJEICAO
004980         GO TO 2300-VALIDA-MOVIMENTO-EXIT
004990     END-IF.
005000     IF MOV-SEQUENCIA IS NOT NUMERIC
005010         MOVE "REJEITADO - SEQUENCIA NAO NUMERICA"
005020             TO MOTIVO-REJEICAO
005030         GO TO 2300-VALIDA-MOVIMENTO-EXIT
005040     END-IF.
005050     IF MOV-SEQUENCIA-N = ZEROS
005060         MOVE "REJEITADO - SEQUENCIA ZERO"
005070             TO MOTIVO-REJEICAO
005080         GO TO 2300-VALIDA-MOVIMENTO-EXIT
005090     END-IF.
005100     IF MOV-EXCLUSAO
005110         MOVE "Y" TO MOVIMENTO-VALIDO-SW
005120         GO TO 2300-VALIDA-MOVIMENTO-EXIT
005130     END-IF.
005140     IF MOV-RETENCAO = SPACES
005150         MOVE ZEROS TO MOV-RETENCAO-N
005160     END-IF.
005170     IF MOV-RETENCAO IS NOT NUMERIC
005180         MOVE "REJEITADO - RETENCAO NAO NUMERICA"
005190             TO MOTIVO-REJEICAO
005200         GO TO 2300-VALIDA-MOVIMENTO-EXIT
005210     END-IF.
005220     PERFORM 2310-VALIDA-CARTAO THRU 2310-VALIDA-CARTAO-EXIT.
005230     IF MOTIVO-REJEICAO NOT = SPACES
005240         GO TO 2300-VALIDA-MOVIMENTO-EXIT
005250     END-IF.
005260     MOVE "Y" TO MOVIMENTO-VALIDO-SW.
005270 2300-VALIDA-MOVIMENTO-EXIT.
005280     EXIT.
005290
005300*****************************************************************
005310*    2310-VALIDA-CARTAO : THE STEP CARD NAMES A PROGRAM OF THE  *
005320*                      SUITE, CARRIES A STEP CONDITION DISPATCH *
005330*                      CAN READ, IS SET FOR AN UNATTENDED RUN   *
005340*                      WHERE THE PROGRAM COULD PROMPT, AND      *
005350*                      LEAVES LOGARCH WITH A CUTOFF TO USE.     *
005360*****************************************************************
005370 2310-VALIDA-CARTAO.
005380     MOVE MOV-CARTAO TO STEP-CARD.
005390     MOVE STP-CARTAO-PROGRAMA TO CTL-CARD.
005400     MOVE STP-PROGRAM-NAME TO PROGRAMA-REFERIDO.
005410     IF NOT PROGRAMA-DA-SUITE
005420         MOVE "REJEITADO - PROGRAMA FORA DA SUITE"
005430             TO MOTIVO-REJEICAO
005440         GO TO 2310-VALIDA-CARTAO-EXIT
005450     END-IF.
005460     IF NOT STP-COND-VALIDA
005470         MOVE "REJEITADO - CONDICAO INVALIDA (' '/A/R/E)"
005480             TO MOTIVO-REJEICAO
005490         GO TO 2310-VALIDA-CARTAO-EXIT
005500     END-IF.
005510     IF STP-COND-SE-RC
005520         IF STP-COND-PROGRAMA = SPACES
005530                 OR NOT STP-OPER-VALIDO
005540                 OR STP-COND-RC IS NOT NUMERIC
005550             MOVE "REJEITADO - TESTE DE RC INCOMPLETO"
005560                 TO MOTIVO-REJEICAO
005570             GO TO 2310-VALIDA-CARTAO-EXIT
005580         END-IF
005590     END-IF.
005600     IF PROGRAMA-MODO-BATCH AND NOT CTL-MODE-BATCH
005610         MOVE "REJEITADO - CTL-MODE NAO E 'B'"
005620             TO MOTIVO-REJEICAO
005630         GO TO 2310-VALIDA-CARTAO-EXIT
005640     END-IF.
005650     IF MOV-RETENCAO-N > ZEROS AND NOT PROGRAMA-COM-RETENCAO
005660         MOVE "REJEITADO - PROGRAMA NAO ACEITA RETENCAO"
005670             TO MOTIVO-REJEICAO
005680         GO TO 2310-VALIDA-CARTAO-EXIT
005690     END-IF.
005700     IF STP-PROGRAM-NAME = "LOGARCH " AND MOV-RETENCAO-N = ZEROS
005710             AND STP-PARAMETROS (1:8) = SPACES
005720         MOVE "REJEITADO - LOGARCH SEM CORTE NEM RETENCAO"
005730             TO MOTIVO-REJEICAO
005740         GO TO 2310-VALIDA-CARTAO-EXIT
005750     END-IF.
005760 2310-VALIDA-CARTAO-EXIT.
005770     EXIT.
005780
005790*****************************************************************
005800*    2400-INCLUI : ADD A NEW STEP.  ONE ALREADY ON FILE UNDER   *
005810*                  THE SAME SCHEDULE AND SEQUENCE MUST BE       *
005820*                  REPLACED ('A'), NOT ADDED AGAIN.             *
005830*****************************************************************
005840 2400-INCLUI.
005850     MOVE SPACES             TO DECK-REGISTRO.
005860     MOVE MOV-ESCALA         TO DCK-ESCALA.
005870     MOVE MOV-SEQUENCIA-N    TO DCK-SEQUENCIA.
005880     MOVE MOV-CARTAO         TO DCK-CARTAO.
005890     MOVE MOV-RETENCAO-N     TO DCK-RETENCAO-DIAS.
005900     MOVE MOV-DESCRICAO      TO DCK-DESCRICAO.
005910     MOVE DATA-SISTEMA       TO DCK-DATA-ALTERACAO.
005920     MOVE DAC-OPERADOR       TO DCK-OPERADOR.
005930     MOVE DECK-REGISTRO TO DECKLIB-REGISTRO.
005940     WRITE DECKLIB-REGISTRO
005950         INVALID KEY
005960             MOVE "REJEITADO - JA EXISTE - USE 'A'"
005970                 TO MOTIVO-REJEICAO
005980     END-WRITE.
005990     IF MOTIVO-REJEICAO = SPACES AND STATUS-DECKLIB NOT = "00"
006000         PERFORM 2900-ERRO-BIBLIOTECA
006010             THRU 2900-ERRO-BIBLIOTECA-EXIT
006020     END-IF.
006030 2400-INCLUI-EXIT.
006040     EXIT.
006050
006060*****************************************************************
006070*    2500-ALTERA : NEW CARD AND RETENTION FOR AN EXISTING STEP. *
006080*                  A BLANK DESCRIPTION ON THE CHANGE CARD KEEPS *
006090*                  THE OLD ONE.                                 *
006100*****************************************************************
006110 2500-ALTERA.
006120     MOVE MOV-ESCALA      TO DECKLIB-ESCALA.
006130     MOVE MOV-SEQUENCIA-N TO DECKLIB-SEQUENCIA.
006140     READ DECKLIB-FILE
006150         INVALID KEY
006160             MOVE "REJEITADO - NAO EXISTE - USE 'I'"
006170                 TO MOTIVO-REJEICAO
006180     END-READ.
006190     IF MOTIVO-REJEICAO NOT = SPACES
006200         GO TO 2500-ALTERA-EXIT
006210     END-IF.
006220     MOVE DECKLIB-REGISTRO TO DECK-REGISTRO.
006230     MOVE DCK-CARTAO (1:8) TO PROGRAMA-ANTERIOR.
006240     MOVE MOV-CARTAO TO DCK-CARTAO.
006250     MOVE MOV-RETENCAO-N TO DCK-RETENCAO-DIAS.
006260     IF MOV-DESCRICAO NOT = SPACES
006270         MOVE MOV-DESCRICAO TO DCK-DESCRICAO
006280     END-IF.
006290     MOVE DATA-SISTEMA TO DCK-DATA-ALTERACAO.
006300     MOVE DAC-OPERADOR TO DCK-OPERADOR.
006310     REWRITE DECKLIB-REGISTRO FROM DECK-REGISTRO
006320         INVALID KEY
006330             MOVE "23" TO STATUS-DECKLIB
006340     END-REWRITE.
006350     IF STATUS-DECKLIB NOT = "00"
006360         PERFORM 2900-ERRO-BIBLIOTECA
006370             THRU 2900-ERRO-BIBLIOTECA-EXIT
006380     END-IF.
006390 2500-ALTERA-EXIT.
006400     EXIT.
006410
006420*****************************************************************
006430*    2600-EXCLUI : REMOVE A STEP FROM ITS SCHEDULE.  THE        *
006440*                  PROGRAM IT RAN IS LISTED AND LOGGED.         *
006450*****************************************************************
006460 2600-EXCLUI.
006470     MOVE MOV-ESCALA      TO DECKLIB-ESCALA.
006480     MOVE MOV-SEQUENCIA-N TO DECKLIB-SEQUENCIA.
006490     READ DECKLIB-FILE
006500         INVALID KEY
006510             MOVE "REJEITADO - NAO EXISTE"
006520                 TO MOTIVO-REJEICAO
006530     END-READ.
006540     IF MOTIVO-REJEICAO NOT = SPACES
006550         GO TO 2600-EXCLUI-EXIT
006560     END-IF.
006570     MOVE DECKLIB-REGISTRO TO DECK-REGISTRO.
006580     MOVE DCK-CARTAO (1:8) TO PROGRAMA-ANTERIOR.
006590     DELETE DECKLIB-FILE RECORD
006600         INVALID KEY
006610             MOVE "23" TO STATUS-DECKLIB
006620     END-DELETE.
006630     IF STATUS-DECKLIB NOT = "00"
006640         PERFORM 2900-ERRO-BIBLIOTECA
006650             THRU 2900-ERRO-BIBLIOTECA-EXIT
006660     END-IF.
006670 2600-EXCLUI-EXIT.
006680     EXIT.
006690
006700*****************************************************************
006710*    2900-ERRO-BIBLIOTECA : A WRITE TO THE LIBRARY FAILED - THE *
006720*                       CHANGE IS LISTED AS NOT APPLIED AND THE *
006730*                       RUN ENDS RC 12.                         *
006740*****************************************************************
006750 2900-ERRO-BIBLIOTECA.
006760     DISPLAY "DECKADM: ERRO NA GRAVACAO DE DECKLIB (STATUS "
006770         STATUS-DECKLIB ") - " MOV-ESCALA " " MOV-SEQUENCIA
006780         " NAO APLICADO.".
006790     MOVE SPACES TO MOTIVO-REJEICAO.
006800     STRING "ERRO NA GRAVACAO DE DECKLIB - STATUS "
006810                                 DELIMITED BY SIZE
006820            STATUS-DECKLIB       DELIMITED BY SIZE
006830         INTO MOTIVO-REJEICAO
006840     END-STRING.
006850     MOVE 12 TO CODIGO-RETORNO.
006860 2900-ERRO-BIBLIOTECA-EXIT.
006870     EXIT.
006880
006890*****************************************************************
006900*    3000-LISTA-BIBLIOTECA : EVERY SCHEDULE IN TURN, IN THE     *
006910*                      ORDER OF THE ESCALAS TABLE, WITH ITS     *
006920*                      STEPS IN SEQUENCE ORDER.                 *
006930*****************************************************************
006940 3000-LISTA-BIBLIOTECA.
006950     MOVE "CONTEUDO DA BIBLIOTECA" TO LINHA-IMPRESSAO.
006960     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
006970     OPEN INPUT DECKLIB-FILE.
006980     IF STATUS-DECKLIB NOT = "00"
006990         DISPLAY "DECKADM: DECKLIB INDISPONIVEL (STATUS "
007000             STATUS-DECKLIB ") - NENHUM DECK PODE SER GERADO."
007010         MOVE "DECKLIB INEXISTENTE - NENHUM DECK PODE SER GERADO."
007020             TO LINHA-IMPRESSAO
007030         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
007040         IF CODIGO-RETORNO < 4
007050             MOVE 4 TO CODIGO-RETORNO
007060         END-IF
007070         GO TO 3000-LISTA-BIBLIOTECA-EXIT
007080     END-IF.
007090     PERFORM 3100-LISTA-ESCALA THRU 3100-LISTA-ESCALA-EXIT
007100         VARYING IND-ESC FROM 1 BY 1
007110         UNTIL IND-ESC > QTD-ESCALAS.
007120     CLOSE DECKLIB-FILE.
007130 3000-LISTA-BIBLIOTECA-EXIT.
007140     EXIT.
007150
007160*****************************************************************
007170*    3100-LISTA-ESCALA : ONE SCHEDULE - HEADING, ITS STEPS AND  *
007180*                      THEIR COUNT.                             *
007190*****************************************************************
007200 3100-LISTA-ESCALA.
007210     MOVE SPACES TO LINHA-IMPRESSAO.
007220     STRING "ESCALA "                   DELIMITED BY SIZE
007230            ESC-CODIGO (IND-ESC)        DELIMITED BY SIZE
007240            " - "                       DELIMITED BY SIZE
007250            ESC-DESCRICAO (IND-ESC)     DELIMITED BY SIZE
007260         INTO LINHA-IMPRESSAO
007270     END-STRING.
007280     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
007290     MOVE "SEQ  PROGRAMA C RET. DESCRICAO" TO LINHA-IMPRESSAO.
007300     MOVE "ALTERADO OPERADOR" TO LINHA-IMPRESSAO (53:17).
007310     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
007320     MOVE ZEROS TO QTD-NA-ESCALA.
007330     MOVE "N" TO FIM-DECKLIB-SW.
007340     MOVE ESC-CODIGO (IND-ESC) TO DECKLIB-ESCALA.
007350     MOVE ZEROS TO DECKLIB-SEQUENCIA.
007360     START DECKLIB-FILE KEY >= DECKLIB-CHAVE
007370         INVALID KEY
007380             MOVE "Y" TO FIM-DECKLIB-SW
007390     END-START.
007400     PERFORM 3200-LE-BIBLIOTECA THRU 3200-LE-BIBLIOTECA-EXIT.
007410     PERFORM 3300-LISTA-CARTAO THRU 3300-LISTA-CARTAO-EXIT
007420         UNTIL FIM-DECKLIB.
007430     IF QTD-NA-ESCALA = ZEROS
007440         MOVE "NENHUM PASSO NESTA ESCALA." TO LINHA-IMPRESSAO
007450         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
007460     END-IF.
007470     MOVE QTD-NA-ESCALA TO QTD-EDITADA.
007480     STRING "PASSOS NA ESCALA " DELIMITED BY SIZE
007490            ESC-CODIGO (IND-ESC) DELIMITED BY SIZE
007500            "    : "             DELIMITED BY SIZE
007510            QTD-EDITADA          DELIMITED BY SIZE
007520         INTO LINHA-IMPRESSAO
007530     END-STRING.
007540     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
007550     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
007560 3100-LISTA-ESCALA-EXIT.
007570     EXIT.
007580
007590*****************************************************************
007600*    3200-LE-BIBLIOTECA : NEXT STEP OF THE SCHEDULE BEING       *
007610*                      LISTED; THE FIRST STEP OF THE NEXT       *
007620*                      SCHEDULE ENDS IT.                        *
007630*****************************************************************
007640 3200-LE-BIBLIOTECA.
007650     IF FIM-DECKLIB
007660         GO TO 3200-LE-BIBLIOTECA-EXIT
007670     END-IF.
007680     READ DECKLIB-FILE NEXT RECORD
007690         AT END
007700             MOVE "Y" TO FIM-DECKLIB-SW
007710     END-READ.
007720     IF FIM-DECKLIB
007730         GO TO 3200-LE-BIBLIOTECA-EXIT
007740     END-IF.
007750     IF DECKLIB-ESCALA NOT = ESC-CODIGO (IND-ESC)
007760         MOVE "Y" TO FIM-DECKLIB-SW
007770         GO TO 3200-LE-BIBLIOTECA-EXIT
007780     END-IF.
007790     MOVE DECKLIB-REGISTRO TO DECK-REGISTRO.
007800 3200-LE-BIBLIOTECA-EXIT.
007810     EXIT.
007820
007830*****************************************************************
007840*    3300-LISTA-CARTAO : ONE STEP - THE DETAIL LINE AND THE     *
007850*                      CARD IMAGE UNDER IT - THEN READ AHEAD.   *
007860*****************************************************************
007870 3300-LISTA-CARTAO.
007880     ADD 1 TO QTD-NA-ESCALA.
007890     ADD 1 TO QTD-CARTOES.
007900     MOVE DCK-CARTAO TO STEP-CARD.
007910     MOVE DCK-SEQUENCIA      TO LDK-SEQUENCIA.
007920     MOVE STP-PROGRAM-NAME   TO LDK-PROGRAMA.
007930     MOVE STP-COND-TIPO      TO LDK-COND-TIPO.
007940     MOVE DCK-RETENCAO-DIAS  TO LDK-RETENCAO.
007950     MOVE DCK-DESCRICAO      TO LDK-DESCRICAO.
007960     MOVE DCK-DATA-ALTERACAO TO LDK-DATA-ALTERACAO.
007970     MOVE DCK-OPERADOR       TO LDK-OPERADOR.
007980     MOVE LINHA-CARTAO TO LINHA-IMPRESSAO.
007990     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008000     MOVE DCK-CARTAO TO LINHA-IMPRESSAO.
008010     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008020     PERFORM 3200-LE-BIBLIOTECA THRU 3200-LE-BIBLIOTECA-EXIT.
008030 3300-LISTA-CARTAO-EXIT.
008040     EXIT.
008050
008060*****************************************************************
008070*    5000-RESUMO : COUNTS AT THE FOOT OF THE LISTING.           *
008080*****************************************************************
008090 5000-RESUMO.
008100     IF DAC-FN-APLICAR
008110         MOVE QTD-LIDOS TO QTD-EDITADA
008120         STRING "MOVIMENTOS LIDOS     : " DELIMITED BY SIZE
008130                QTD-EDITADA               DELIMITED BY SIZE
008140             INTO LINHA-IMPRESSAO
008150         END-STRING
008160         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
008170         MOVE QTD-APLICADOS TO QTD-EDITADA
008180         STRING "MOVIMENTOS APLICADOS : " DELIMITED BY SIZE
008190                QTD-EDITADA               DELIMITED BY SIZE
008200             INTO LINHA-IMPRESSAO
008210         END-STRING
008220         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
008230         MOVE QTD-REJEITADOS TO QTD-EDITADA
008240         STRING "MOVIMENTOS REJEITADOS: " DELIMITED BY SIZE
008250                QTD-EDITADA               DELIMITED BY SIZE
008260             INTO LINHA-IMPRESSAO
008270         END-STRING
008280         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
008290     END-IF.
008300     MOVE QTD-CARTOES TO QTD-EDITADA.
008310     STRING "PASSOS NA BIBLIOTECA : " DELIMITED BY SIZE
008320            QTD-EDITADA               DELIMITED BY SIZE
008330         INTO LINHA-IMPRESSAO
008340     END-STRING.
008350     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008360 5000-RESUMO-EXIT.
008370     EXIT.
008380
008390*****************************************************************
008400*    7000-GRAVA-LINHA : WRITE ONE REPORT LINE, STARTING A NEW   *
008410*                       PAGE WHEN THE CURRENT ONE IS FULL.      *
008420*****************************************************************
008430 7000-GRAVA-LINHA.
008440     IF LINHAS-NA-PAGINA >= LINHAS-POR-PAGINA
008450         PERFORM 7100-CABECALHO THRU 7100-CABECALHO-EXIT
008460     END-IF.
008470     WRITE DECKLIST-REGISTRO FROM LINHA-IMPRESSAO.
008480     ADD 1 TO LINHAS-NA-PAGINA.
008490     MOVE SPACES TO LINHA-IMPRESSAO.
008500 7000-GRAVA-LINHA-EXIT.
008510     EXIT.
008520
008530*****************************************************************
008540*    7100-CABECALHO : PAGE HEADING WITH REFERENCE DATE AND      *
008550*                     PAGE NUMBER.                              *
008560*****************************************************************
008570 7100-CABECALHO.
008580     ADD 1 TO NUMERO-PAGINA.
008590     MOVE DATA-REFERENCIA TO CAB1-DATA.
008600     MOVE NUMERO-PAGINA   TO CAB1-PAGINA.
008610     WRITE DECKLIST-REGISTRO FROM CABECALHO-1.
008620     MOVE SPACES TO DECKLIST-REGISTRO.
008630     WRITE DECKLIST-REGISTRO.
008640     MOVE 2 TO LINHAS-NA-PAGINA.
008650 7100-CABECALHO-EXIT.
008660     EXIT.
008670
008680*****************************************************************
008690*    8000-GRAVA-RUNLOG : APPENDS THE LOG-RECORD PREPARED BY THE *
008700*                        CALLER TO RUNLOG.                      *
008710*****************************************************************
008720 8000-GRAVA-RUNLOG.
008730     MOVE "DECKADM " TO LOG-PROGRAM-NAME.
008740     MOVE DATA-REFERENCIA TO LOG-RUN-DATE.
008750     ACCEPT LOG-RUN-TIME FROM TIME.
008760     MOVE "F" TO LOG-EVENT-TYPE.
008770     MOVE DAC-OPERADOR TO LOG-OPERATOR.
008780     OPEN EXTEND RUNLOG-FILE.
008790     IF STATUS-RUNLOG = "05" OR STATUS-RUNLOG = "35"
008800         OPEN OUTPUT RUNLOG-FILE
008810     END-IF.
008820     WRITE RUNLOG-REGISTRO FROM LOG-RECORD.
008830     CLOSE RUNLOG-FILE.
008840 8000-GRAVA-RUNLOG-EXIT.
008850     EXIT.
008860
008870*****************************************************************
008880*    8100-GRAVA-LOG-ALTERACAO : ONE RUNLOG ENTRY FOR THE CHANGE *
008890*                        JUST APPLIED, SO EVERY CHANGE TO THE   *
008900*                        STANDARD STREAM IS ON THE AUDIT TRAIL  *
008910*                        WITH WHO MADE IT.                      *
008920*****************************************************************
008930 8100-GRAVA-LOG-ALTERACAO.
008940     MOVE MOV-CHAVE TO LOG-PARM-NAME.
008950     MOVE MOV-SEQUENCIA-N TO LOG-PARM-VALUE.
008960     MOVE SPACES TO LOG-OUTCOME.
008970     EVALUATE TRUE
008980         WHEN MOV-INCLUSAO
008990             STRING "INC "           DELIMITED BY SIZE
009000                    MOV-CHAVE        DELIMITED BY SIZE
009010                    " "              DELIMITED BY SIZE
009020                    STP-PROGRAM-NAME DELIMITED BY SIZE
009030                 INTO LOG-OUTCOME
009040             END-STRING
009050         WHEN MOV-ALTERACAO
009060             STRING "ALT "           DELIMITED BY SIZE
009070                    MOV-CHAVE        DELIMITED BY SIZE
009080                    " "              DELIMITED BY SIZE
009090                    STP-PROGRAM-NAME DELIMITED BY SIZE
009100                 INTO LOG-OUTCOME
009110             END-STRING
009120         WHEN MOV-EXCLUSAO
009130             STRING "EXC "           DELIMITED BY SIZE
009140                    MOV-CHAVE        DELIMITED BY SIZE
009150                    " "              DELIMITED BY SIZE
009160                    PROGRAMA-ANTERIOR
009170                                     DELIMITED BY SIZE
009180                 INTO LOG-OUTCOME
009190             END-STRING
009200     END-EVALUATE.
009210     PERFORM 8000-GRAVA-RUNLOG THRU 8000-GRAVA-RUNLOG-EXIT.
009220 8100-GRAVA-LOG-ALTERACAO-EXIT.
009230     EXIT.
009240
009250*****************************************************************
009260*    9000-ENCERRA : END-OF-RUN RUNLOG ENTRY (WHEN THE CARD WAS  *
009270*                   ADDRESSED TO DECKADM) AND CLOSE THE         *
009280*                   LISTING.                                    *
009290*****************************************************************
009300 9000-ENCERRA.
009310     IF DAC-PROGRAM-NAME = "DECKADM "
009320         MOVE "MOVTOS  " TO LOG-PARM-NAME
009330         MOVE QTD-APLICADOS TO LOG-PARM-VALUE
009340         EVALUATE TRUE
009350             WHEN CODIGO-RETORNO >= 12
009360                 MOVE "ERRO NA GRAVACAO DA BIBLIOTECA"
009370                     TO LOG-OUTCOME
009380             WHEN CODIGO-RETORNO >= 8
009390                 MOVE "MANUTENCAO RECUSADA" TO LOG-OUTCOME
009400             WHEN QTD-REJEITADOS > ZEROS
009410                 MOVE "MOVIMENTOS REJEITADOS" TO LOG-OUTCOME
009420             WHEN DAC-FN-APLICAR
009430                 MOVE "BIBLIOTECA ATUALIZADA" TO LOG-OUTCOME
009440             WHEN OTHER
009450                 MOVE "LISTAGEM DA BIBLIOTECA" TO LOG-OUTCOME
009460         END-EVALUATE
009470         PERFORM 8000-GRAVA-RUNLOG THRU 8000-GRAVA-RUNLOG-EXIT
009480     END-IF.
009490     IF DECKLIST-ABERTO
009500         CLOSE DECKLIST-FILE
009510     END-IF.
009520 9000-ENCERRA-EXIT.
009530     EXIT.
