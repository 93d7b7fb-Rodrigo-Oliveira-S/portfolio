000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID  : CTLREPOE                                     *
000040*    AUTHOR      : R. OLIVEIRA SILVA - APPLICATIONS DEV.        *
000050*    INSTALLATION: PORTFOLIO BATCH UTILITIES                    *
000060*    DATE-WRITTEN: 2026-10-13                                   *
000070*                                                               *
000080*    DESCRIPTION : PUTS BACK THE SUITE'S CONTROL FILES FROM A   *
000090*                  GENERATION TAKEN BY CTLSALVA (CTLGERA,       *
000100*                  COPYBOOK CGERREC), AFTER A NIGHT THAT LEFT   *
000110*                  EXPDATE ADVANCED, A CHECKPOINT HALF WRITTEN  *
000120*                  OR NUMREJ SWAPPED.  THE WHOLE GENERATION IS  *
000130*                  PUT BACK, OR ONLY THE FILES NAMED ON THE     *
000140*                  CARD.                                        *
000150*                                                               *
000160*                  NOTHING IS TOUCHED UNTIL EVERY FILE ASKED    *
000170*                  FOR HAS BEEN CONFIRMED: IT MUST HAVE ITS     *
000180*                  ENTRY IN THE CTLMANIF MANIFEST (COPYBOOK     *
000190*                  CMANREC), MUST NOT HAVE FAILED WHEN SAVED,   *
000200*                  AND THE RECORDS FOUND IN CTLGERA MUST MATCH  *
000210*                  THE COUNT IN THE MANIFEST.  ONE FILE THAT    *
000220*                  DOES NOT CONFIRM REFUSES THE WHOLE RUN.      *
000230*                  A FILE THAT WAS ABSENT WHEN THE GENERATION   *
000240*                  WAS TAKEN IS PUT BACK EMPTY, WHICH THE SUITE *
000250*                  READS THE SAME WAY (A CLEARED CHECKPOINT).   *
000260*                                                               *
000270*                  THE FILES ARE OVERWRITTEN.  TO KEEP WHAT IS  *
000280*                  BEING REPLACED, RUN CTLSALVA FIRST - IT      *
000284*                  TAKES A NEW GENERATION OF THE SAME DATE, SO  *
000288*                  THE CARD MUST THEN NAME THE SEQUENCE TO PUT  *
000292*                  BACK (A DATE WITH MORE THAN ONE GENERATION   *
000296*                  IS REFUSED WITHOUT ONE).                     *
000300*                  RUNLOG IS NEVER PUT BACK, SO THE UNDONE      *
000310*                  NIGHT AND THE RESTORE STAY ON THE LOG, AND   *
000320*                  THE RESTORE'S ALERT IS WRITTEN AFTER ALERTAS *
000330*                  HAS BEEN PUT BACK.                           *
000340*                                                               *
000350*    CONTROL CARD (SYSIN, 74 BYTES - REQUIRED):                 *
000360*      COLS 01-08  RPC-PROGRAM-NAME  MUST BE 'CTLREPOE'         *
000370*      COLS 09-16  RPC-DATA          DATE OF THE GENERATION,    *
000380*                                    YYYYMMDD                   *
000390*      COLS 17-18  RPC-SEQ           SEQUENCE OF THE            *
000400*                                    GENERATION; BLANK = THE    *
000405*                                    ONLY ONE OF THE DATE -     *
000410*                                    REQUIRED WHEN THE DATE HAS *
000415*                                    MORE THAN ONE              *
000420*      COLS 19-26  RPC-OPERADOR      OPERATOR (REQUIRED - FOR   *
000430*                                    RUNLOG)                    *
000440*      COLS 27-74  RPC-ARQUIVO (6)   FILES TO PUT BACK, 8 BYTES *
000450*                                    EACH (EXPDATE, CHECKPT,    *
000460*                                    DSPCHKPT, CARDSTK, NUMREJ, *
000470*                                    ALERTAS); ALL BLANK = THE  *
000480*                                    WHOLE GENERATION           *
000490*                                                               *
000500*    RUN LOG     : ONE ENTRY PER FILE PUT BACK (PARM-NAME THE   *
000510*                  FILE, PARM-VALUE THE RECORDS WRITTEN) AND A  *
000520*                  CLOSING ENTRY (PARM-NAME 'ARQUIVOS ', THE    *
000530*                  FILES PUT BACK), ALL UNDER THE DATE OF THE   *
000540*                  GENERATION.  EVERY RESTORE ALSO RAISES AN    *
000550*                  ALERT FOR THE MORNING DIGEST (ALERTRPT):     *
000560*                  04 DONE, 08 REFUSED, 12 INCOMPLETE.          *
000570*                                                               *
000580*    RETURN CODES: 0 = FILES PUT BACK,                          *
000590*                  8 = NOTHING PUT BACK (CARD INVALID,          *
000600*                      GENERATION NOT FOUND, A FILE NOT         *
000610*                      CONFIRMED AGAINST THE MANIFEST, CTLGERA  *
000616*                      OR CTLMANIF UNUSABLE, SEQUENCE MISSING   *
000622*                      FOR A DATE WITH SEVERAL GENERATIONS),    *
000630*                  12 = A FILE COULD NOT BE PUT BACK WHOLE -    *
000640*                      RUN AGAIN FOR THAT FILE.                 *
000650*                                                               *
000660*    MODIFICATION HISTORY                                       *
000670*    --------------------------------------------------------  *
000680*    DATE       INIT  DESCRIPTION                               *
000690*    ---------- ----  ----------------------------------------  *
000700*    2026-10-13 ROS   ORIGINAL VERSION - AFTER A BAD NIGHT THE  *
000710*                     CONTROL FILES HAD TO BE REBUILT BY HAND.  *
000720*                                                               *
000730*****************************************************************
000740 IDENTIFICATION DIVISION.
000750 PROGRAM-ID.                  CTLREPOE.
000760 AUTHOR.                      R. OLIVEIRA SILVA.
000770 INSTALLATION.                PORTFOLIO BATCH UTILITIES.
000780 DATE-WRITTEN.                2026-10-13.
000790 DATE-COMPILED.
000800
000810*****************************************************************
000820 ENVIRONMENT DIVISION.
000830 CONFIGURATION SECTION.
000840 SOURCE-COMPUTER.             PORTFOLIO-BATCH.
000850 OBJECT-COMPUTER.             PORTFOLIO-BATCH.
000860
000870 INPUT-OUTPUT SECTION.
000880 FILE-CONTROL.
000890     SELECT RPCCARD-FILE      ASSIGN TO SYSIN
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS STATUS-RPCCARD.
000920
000930     SELECT EXPDATE-FILE      ASSIGN TO EXPDATE
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS STATUS-EXPDATE.
000960
000970     SELECT CHECKPT-FILE      ASSIGN TO CHECKPT
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS STATUS-CHECKPT.
001000
001010     SELECT DSPCHKPT-FILE     ASSIGN TO DSPCHKPT
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS STATUS-DSPCHKPT.
001040
001050     SELECT CARDSTK-FILE      ASSIGN TO CARDSTK
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS STATUS-CARDSTK.
001080
001090     SELECT NUMREJ-FILE       ASSIGN TO NUMREJ
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS STATUS-NUMREJ.
001120
001130     SELECT ALERTAS-FILE      ASSIGN TO ALERTAS
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS STATUS-ALERTAS.
001160
001170     SELECT CTLGERA-FILE      ASSIGN TO CTLGERA
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS CTLGERA-CHAVE
001210         FILE STATUS IS STATUS-CTLGERA.
001220
001230     SELECT CTLMANIF-FILE     ASSIGN TO CTLMANIF
001240         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS DYNAMIC
001260         RECORD KEY IS CTLMANIF-CHAVE
001270         FILE STATUS IS STATUS-CTLMANIF.
001280
001290     SELECT RUNLOG-FILE       ASSIGN TO RUNLOG
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS STATUS-RUNLOG.
001320
001330*****************************************************************
001340 DATA DIVISION.
001350 FILE SECTION.
001360 FD  RPCCARD-FILE
001370     RECORD CONTAINS 74 CHARACTERS.
001380 01  RPCCARD-REGISTRO            PIC X(74).
001390
001400 FD  EXPDATE-FILE
001410     RECORD CONTAINS 8 CHARACTERS.
001420 01  EXPDATE-REGISTRO            PIC X(08).
001430
001440 FD  CHECKPT-FILE
001450     RECORD CONTAINS 7 CHARACTERS.
001460 01  CHECKPT-REGISTRO            PIC X(07).
001470
001480 FD  DSPCHKPT-FILE
001490     RECORD CONTAINS 7 CHARACTERS.
001500 01  DSPCHKPT-REGISTRO           PIC X(07).
001510
001520 FD  CARDSTK-FILE
001530     RECORD CONTAINS 80 CHARACTERS.
001540 01  CARDSTK-REGISTRO            PIC X(80).
001550
001560 FD  NUMREJ-FILE
001570     RECORD CONTAINS 33 CHARACTERS.
001580 01  NUMREJ-REGISTRO             PIC X(33).
001590
001600 FD  ALERTAS-FILE
001610     RECORD CONTAINS 66 CHARACTERS.
001620 01  ALERTAS-REGISTRO            PIC X(66).
001630
001640 FD  CTLGERA-FILE
001650     RECORD CONTAINS 110 CHARACTERS.
001660 01  CTLGERA-REGISTRO.
001670     05  CTLGERA-CHAVE.
001680         10  CTLGERA-DATA        PIC X(08).
001690         10  CTLGERA-SEQ         PIC 9(02).
001700         10  CTLGERA-ARQUIVO     PIC X(08).
001710         10  CTLGERA-NUM         PIC 9(07).
001720     05  CTLGERA-RESTO           PIC X(85).
001730
001740 FD  CTLMANIF-FILE
001750     RECORD CONTAINS 60 CHARACTERS.
001760 01  CTLMANIF-REGISTRO.
001770     05  CTLMANIF-CHAVE.
001780         10  CTLMANIF-DATA       PIC X(08).
001790         10  CTLMANIF-SEQ        PIC 9(02).
001800         10  CTLMANIF-ARQUIVO    PIC X(08).
001810     05  CTLMANIF-RESTO          PIC X(42).
001820
001830 FD  RUNLOG-FILE
001840     RECORD CONTAINS 78 CHARACTERS.
001850 01  RUNLOG-REGISTRO             PIC X(78).
001860
001870*****************************************************************
001880 WORKING-STORAGE SECTION.
001890     COPY DATAPRM.
001900     COPY LOGREC.
001910     COPY ALERTREC.
001920     COPY CGERREC.
001930     COPY CMANREC.
001940
001950 01  RPC-CARD.
001960     05  RPC-PROGRAM-NAME        PIC X(08).
001970     05  RPC-DATA                PIC X(08).
001980     05  RPC-SEQ                 PIC X(02).
001990     05  RPC-OPERADOR            PIC X(08).
002000     05  RPC-ARQUIVOS.
002010         10  RPC-ARQUIVO         PIC X(08) OCCURS 6 TIMES.
002020
002030*    THE CONTROL FILES, IN THE ORDER CTLSALVA SAVES THEM.  THE
002040*    POSITION IN THIS TABLE SELECTS THE FILE IN 3200, 3400 AND
002050*    3500.
002060 01  ARQUIVOS-VALORES.
002070     05  FILLER                  PIC X(08) VALUE "EXPDATE ".
002080     05  FILLER                  PIC X(08) VALUE "CHECKPT ".
002090     05  FILLER                  PIC X(08) VALUE "DSPCHKPT".
002100     05  FILLER                  PIC X(08) VALUE "CARDSTK ".
002110     05  FILLER                  PIC X(08) VALUE "NUMREJ  ".
002120     05  FILLER                  PIC X(08) VALUE "ALERTAS ".
002130 01  ARQUIVOS REDEFINES ARQUIVOS-VALORES.
002140     05  ARQ-NOME                PIC X(08) OCCURS 6 TIMES.
002150 77  QTD-ARQUIVOS                PIC 9(02) VALUE 6.
002160 77  IND-ARQ                     PIC 9(02) VALUE ZEROS.
002170 77  IND-CARTAO                  PIC 9(02) VALUE ZEROS.
002180 77  IND-ACHADO                  PIC 9(02) VALUE ZEROS.
002190
002200*    WHAT IS KNOWN OF EACH FILE, BY ITS POSITION IN ARQUIVOS.
002210 01  TABELA-ARQUIVOS.
002220     05  TAR-ENTRADA OCCURS 6 TIMES.
002230         10  TAR-SELECIONADO     PIC X(01).
002240             88  TAR-A-REPOR         VALUE "Y".
002250         10  TAR-SITUACAO        PIC X(01).
002260             88  TAR-COPIADO         VALUE "C".
002270             88  TAR-AUSENTE         VALUE "A".
002280         10  TAR-QTD-MANIFESTO   PIC 9(07).
002290         10  TAR-QTD-GERACAO     PIC 9(07).
002300         10  TAR-QTD-REPOSTOS    PIC 9(07).
002310
002320*    THE GENERATION AS SHOWN ON THE CONSOLE AND IN RUNLOG.
002330 01  GERACAO-EDITADA.
002340     05  GED-DATA                PIC X(08).
002350     05  FILLER                  PIC X(01) VALUE "-".
002360     05  GED-SEQ                 PIC 9(02) VALUE ZEROS.
002370
002380 77  STATUS-RPCCARD              PIC X(02) VALUE SPACES.
002390 77  STATUS-EXPDATE              PIC X(02) VALUE SPACES.
002400 77  STATUS-CHECKPT              PIC X(02) VALUE SPACES.
002410 77  STATUS-DSPCHKPT             PIC X(02) VALUE SPACES.
002420 77  STATUS-CARDSTK              PIC X(02) VALUE SPACES.
002430 77  STATUS-NUMREJ               PIC X(02) VALUE SPACES.
002440 77  STATUS-ALERTAS              PIC X(02) VALUE SPACES.
002450 77  STATUS-CTLGERA              PIC X(02) VALUE SPACES.
002460 77  STATUS-CTLMANIF             PIC X(02) VALUE SPACES.
002470 77  STATUS-RUNLOG               PIC X(02) VALUE SPACES.
002480 77  STATUS-DESTINO              PIC X(02) VALUE SPACES.
002490
002500 77  FIM-ARQUIVO-SW              PIC X(01) VALUE "N".
002510     88  FIM-ARQUIVO                 VALUE "Y".
002520 77  CTLGERA-ABERTO-SW           PIC X(01) VALUE "N".
002530     88  CTLGERA-ABERTO              VALUE "Y".
002540 77  CTLMANIF-ABERTO-SW          PIC X(01) VALUE "N".
002550     88  CTLMANIF-ABERTO             VALUE "Y".
002560 77  GERACAO-ACHADA-SW           PIC X(01) VALUE "N".
002570     88  GERACAO-ACHADA              VALUE "Y".
002580 77  FALHA-ARQUIVO-SW            PIC X(01) VALUE "N".
002590     88  FALHA-ARQUIVO               VALUE "Y".
002600
002610 77  DATA-SISTEMA                PIC X(08) VALUE SPACES.
002620 77  DATA-NEGOCIO                PIC X(08) VALUE SPACES.
002630 77  SEQ-GERACAO                 PIC 9(02) VALUE ZEROS.
002640 77  SEQ-ULTIMA                  PIC 9(02) VALUE ZEROS.
002645 77  QTD-GERACOES                PIC 9(02) VALUE ZEROS.
002650
002660 77  QTD-CONFERIDOS              PIC 9(07) VALUE ZEROS.
002670 77  QTD-REPOSTOS                PIC 9(07) VALUE ZEROS.
002680 77  QTD-REGISTROS               PIC 9(07) VALUE ZEROS.
002690 77  QTD-FALHAS                  PIC 9(07) VALUE ZEROS.
002700 77  MOTIVO-RECUSA               PIC X(30) VALUE SPACES.
002710 77  MENSAGEM-ALERTA             PIC X(40) VALUE SPACES.
002720 77  CODIGO-RETORNO              PIC 9(02) VALUE ZEROS.
002730
002740*****************************************************************
002750 PROCEDURE DIVISION.
002760*****************************************************************
002770*    0000-MAINLINE : OVERALL FLOW OF CONTROL                    *
002780*****************************************************************
002790 0000-MAINLINE.
002800     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
002810     IF CODIGO-RETORNO < 8
002820         PERFORM 2000-CONFERE THRU 2000-CONFERE-EXIT
002830     END-IF.
002840     IF CODIGO-RETORNO < 8
002850         PERFORM 3000-REPOE THRU 3000-REPOE-EXIT
002860     END-IF.
002870     PERFORM 9000-ENCERRA THRU 9000-ENCERRA-EXIT.
002880     DISPLAY "CTLREPOE: FIM. GERACAO: " GERACAO-EDITADA
002890         " ARQUIVOS: " QTD-REPOSTOS
002900         " REGISTROS: " QTD-REGISTROS
002910         " RC: " CODIGO-RETORNO.
002920     MOVE CODIGO-RETORNO TO RETURN-CODE.
002930     GOBACK.
002940
002950*****************************************************************
002960*    1000-INICIALIZA : READ AND VALIDATE THE CONTROL CARD,      *
002970*                      OPEN CTLGERA AND CTLMANIF AND SETTLE     *
002980*                      THE GENERATION TO PUT BACK.              *
002990*****************************************************************
003000 1000-INICIALIZA.
003010     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
003020     MOVE "CTLREPOE" TO RPC-PROGRAM-NAME.
003030     MOVE SPACES     TO RPC-DATA.
003040     MOVE SPACES     TO RPC-SEQ.
003050     MOVE SPACES     TO RPC-OPERADOR.
003060     MOVE SPACES     TO RPC-ARQUIVOS.
003070     MOVE SPACES     TO GED-DATA.
003080     OPEN INPUT RPCCARD-FILE.
003090     IF STATUS-RPCCARD = "00"
003100         READ RPCCARD-FILE INTO RPC-CARD
003110             AT END
003120                 MOVE "35" TO STATUS-RPCCARD
003130         END-READ
003140         CLOSE RPCCARD-FILE
003150     END-IF.
003160     IF RPC-PROGRAM-NAME NOT = "CTLREPOE"
003170         DISPLAY "CTLREPOE: CARTAO DE CONTROLE PERTENCE A "
003180             RPC-PROGRAM-NAME " - EXECUCAO REJEITADA."
003190         MOVE 8 TO CODIGO-RETORNO
003200         GO TO 1000-INICIALIZA-EXIT
003210     END-IF.
003220     IF RPC-DATA = SPACES
003230         MOVE "CARTAO SEM DATA DA GERACAO" TO MOTIVO-RECUSA
003240         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
003250         GO TO 1000-INICIALIZA-EXIT
003260     END-IF.
003270     MOVE "V" TO DTP-FUNCAO.
003280     MOVE RPC-DATA TO DTP-DATA.
003290     CALL "DATACHK" USING DATA-PARAMETRO.
003300     IF DTP-DATA-INVALIDA
003310         MOVE "DATA DA GERACAO INVALIDA" TO MOTIVO-RECUSA
003320         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
003330         GO TO 1000-INICIALIZA-EXIT
003340     END-IF.
003350     MOVE RPC-DATA TO DATA-NEGOCIO.
003360     IF RPC-SEQ NOT = SPACES
003370         IF RPC-SEQ IS NOT NUMERIC OR RPC-SEQ = "00"
003380             MOVE "SEQUENCIA DA GERACAO INVALIDA"
003390                 TO MOTIVO-RECUSA
003400             PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
003410             GO TO 1000-INICIALIZA-EXIT
003420         END-IF
003430         MOVE RPC-SEQ TO SEQ-GERACAO
003440     END-IF.
003450     IF RPC-OPERADOR = SPACES
003460         MOVE "CARTAO SEM OPERADOR" TO MOTIVO-RECUSA
003470         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
003480         GO TO 1000-INICIALIZA-EXIT
003490     END-IF.
003500     PERFORM 1100-SELECIONA THRU 1100-SELECIONA-EXIT.
003510     IF CODIGO-RETORNO >= 8
003520         GO TO 1000-INICIALIZA-EXIT
003530     END-IF.
003540     OPEN INPUT CTLGERA-FILE.
003550     IF STATUS-CTLGERA NOT = "00"
003560         DISPLAY "CTLREPOE: CTLGERA INDISPONIVEL (STATUS "
003570             STATUS-CTLGERA ")."
003580         MOVE "CTLGERA INDISPONIVEL" TO MOTIVO-RECUSA
003590         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
003600         GO TO 1000-INICIALIZA-EXIT
003610     END-IF.
003620     MOVE "Y" TO CTLGERA-ABERTO-SW.
003630     OPEN INPUT CTLMANIF-FILE.
003640     IF STATUS-CTLMANIF NOT = "00"
003650         DISPLAY "CTLREPOE: CTLMANIF INDISPONIVEL (STATUS "
003660             STATUS-CTLMANIF ")."
003670         MOVE "CTLMANIF INDISPONIVEL" TO MOTIVO-RECUSA
003680         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
003690         GO TO 1000-INICIALIZA-EXIT
003700     END-IF.
003710     MOVE "Y" TO CTLMANIF-ABERTO-SW.
003720     PERFORM 1300-LOCALIZA-GERACAO
003730         THRU 1300-LOCALIZA-GERACAO-EXIT.
003740 1000-INICIALIZA-EXIT.
003750     EXIT.
003760
003770*****************************************************************
003780*    1100-SELECIONA : MARK THE FILES TO PUT BACK - THOSE NAMED  *
003790*                      ON THE CARD, OR ALL OF THEM.  A NAME     *
003800*                      THAT IS NOT ONE OF THE CONTROL FILES     *
003810*                      REFUSES THE RUN.                         *
003820*****************************************************************
003830 1100-SELECIONA.
003840     PERFORM 1150-LIMPA-ARQUIVO THRU 1150-LIMPA-ARQUIVO-EXIT
003850         VARYING IND-ARQ FROM 1 BY 1
003860         UNTIL IND-ARQ > QTD-ARQUIVOS.
003870     IF RPC-ARQUIVOS = SPACES
003880         GO TO 1100-SELECIONA-EXIT
003890     END-IF.
003900     PERFORM 1200-MARCA-ARQUIVO THRU 1200-MARCA-ARQUIVO-EXIT
003910         VARYING IND-CARTAO FROM 1 BY 1
003920         UNTIL IND-CARTAO > QTD-ARQUIVOS
003930            OR CODIGO-RETORNO >= 8.
003940 1100-SELECIONA-EXIT.
003950     EXIT.
003960
003970 1150-LIMPA-ARQUIVO.
003980     IF RPC-ARQUIVOS = SPACES
003990         MOVE "Y" TO TAR-SELECIONADO (IND-ARQ)
004000     ELSE
004010         MOVE "N" TO TAR-SELECIONADO (IND-ARQ)
004020     END-IF.
004030     MOVE SPACES TO TAR-SITUACAO (IND-ARQ).
004040     MOVE ZEROS TO TAR-QTD-MANIFESTO (IND-ARQ).
004050     MOVE ZEROS TO TAR-QTD-GERACAO (IND-ARQ).
004060     MOVE ZEROS TO TAR-QTD-REPOSTOS (IND-ARQ).
004070 1150-LIMPA-ARQUIVO-EXIT.
004080     EXIT.
004090
004100 1200-MARCA-ARQUIVO.
004110     IF RPC-ARQUIVO (IND-CARTAO) = SPACES
004120         GO TO 1200-MARCA-ARQUIVO-EXIT
004130     END-IF.
004140     MOVE ZEROS TO IND-ACHADO.
004150     PERFORM 1250-PROCURA-ARQUIVO THRU 1250-PROCURA-ARQUIVO-EXIT
004160         VARYING IND-ARQ FROM 1 BY 1
004170         UNTIL IND-ARQ > QTD-ARQUIVOS.
004180     IF IND-ACHADO = ZEROS
004190         DISPLAY "CTLREPOE: " RPC-ARQUIVO (IND-CARTAO)
004200             " NAO E UM ARQUIVO DE CONTROLE SALVO PELO CTLSALVA."
004210         MOVE SPACES TO MOTIVO-RECUSA
004220         STRING "ARQUIVO NAO PREVISTO: "
004230                RPC-ARQUIVO (IND-CARTAO)
004240             DELIMITED BY SIZE INTO MOTIVO-RECUSA
004250         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
004260         GO TO 1200-MARCA-ARQUIVO-EXIT
004270     END-IF.
004280     MOVE "Y" TO TAR-SELECIONADO (IND-ACHADO).
004290 1200-MARCA-ARQUIVO-EXIT.
004300     EXIT.
004310
004320 1250-PROCURA-ARQUIVO.
004330     IF ARQ-NOME (IND-ARQ) = RPC-ARQUIVO (IND-CARTAO)
004340         MOVE IND-ARQ TO IND-ACHADO
004350     END-IF.
004360 1250-PROCURA-ARQUIVO-EXIT.
004370     EXIT.
004380
004390*****************************************************************
004400*    1300-LOCALIZA-GERACAO : READ THE MANIFEST ENTRIES OF THE   *
004410*                      DATE.  WITHOUT A SEQUENCE ON THE CARD    *
004417*                      THE DATE MUST HAVE ONE GENERATION ONLY - *
004424*                      A LATER ONE MAY BE THE STATE BEING       *
004431*                      UNDONE; WITH ONE, IT MUST BE THERE.      *
004440*****************************************************************
004450 1300-LOCALIZA-GERACAO.
004460     MOVE ZEROS TO SEQ-ULTIMA.
004465     MOVE ZEROS TO QTD-GERACOES.
004470     MOVE "N" TO FIM-ARQUIVO-SW.
004480     MOVE DATA-NEGOCIO TO CTLMANIF-DATA.
004490     MOVE ZEROS TO CTLMANIF-SEQ.
004500     MOVE SPACES TO CTLMANIF-ARQUIVO.
004510     START CTLMANIF-FILE KEY >= CTLMANIF-CHAVE
004520         INVALID KEY
004530             MOVE "Y" TO FIM-ARQUIVO-SW
004540     END-START.
004550     PERFORM 1400-LE-MANIFESTO THRU 1400-LE-MANIFESTO-EXIT
004560         UNTIL FIM-ARQUIVO.
004561     IF RPC-SEQ = SPACES AND QTD-GERACOES > 1
004562         DISPLAY "CTLREPOE: A DATA " RPC-DATA " TEM " QTD-GERACOES
004563             " GERACOES - INFORME A SEQUENCIA NO CARTAO."
004564         MOVE "SEQUENCIA OBRIGATORIA" TO MOTIVO-RECUSA
004565         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
004566         GO TO 1300-LOCALIZA-GERACAO-EXIT
004567     END-IF.
004570     IF RPC-SEQ = SPACES AND SEQ-ULTIMA > ZEROS
004580         MOVE SEQ-ULTIMA TO SEQ-GERACAO
004590         MOVE "Y" TO GERACAO-ACHADA-SW
004600     END-IF.
004610     IF NOT GERACAO-ACHADA
004620         DISPLAY "CTLREPOE: NENHUMA GERACAO " RPC-DATA "-" RPC-SEQ
004630             " NO MANIFESTO."
004640         MOVE "GERACAO NAO ENCONTRADA" TO MOTIVO-RECUSA
004650         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
004660         GO TO 1300-LOCALIZA-GERACAO-EXIT
004670     END-IF.
004680     MOVE DATA-NEGOCIO TO GED-DATA.
004690     MOVE SEQ-GERACAO  TO GED-SEQ.
004700     DISPLAY "CTLREPOE: GERACAO " GERACAO-EDITADA
004710         " - OPERADOR " RPC-OPERADOR ".".
004720 1300-LOCALIZA-GERACAO-EXIT.
004730     EXIT.
004740
004750 1400-LE-MANIFESTO.
004760     READ CTLMANIF-FILE NEXT RECORD
004770         AT END
004780             MOVE "Y" TO FIM-ARQUIVO-SW
004790     END-READ.
004800     IF FIM-ARQUIVO
004810         GO TO 1400-LE-MANIFESTO-EXIT
004820     END-IF.
004830     IF CTLMANIF-DATA NOT = DATA-NEGOCIO
004840         MOVE "Y" TO FIM-ARQUIVO-SW
004850         GO TO 1400-LE-MANIFESTO-EXIT
004852     END-IF.
004854     IF CTLMANIF-SEQ NOT = SEQ-ULTIMA
004856         ADD 1 TO QTD-GERACOES
004860     END-IF.
004870     MOVE CTLMANIF-SEQ TO SEQ-ULTIMA.
004880     IF RPC-SEQ NOT = SPACES AND CTLMANIF-SEQ = SEQ-GERACAO
004890         MOVE "Y" TO GERACAO-ACHADA-SW
004900     END-IF.
004910 1400-LE-MANIFESTO-EXIT.
004920     EXIT.
004930
004940 1900-RECUSA.
004950     DISPLAY "CTLREPOE: " MOTIVO-RECUSA " - NADA REPOSTO.".
004960     MOVE 8 TO CODIGO-RETORNO.
004970 1900-RECUSA-EXIT.
004980     EXIT.
004990
005000*****************************************************************
005010*    2000-CONFERE : CONFIRM EVERY FILE TO PUT BACK AGAINST THE  *
005020*                   MANIFEST BEFORE ANY IS TOUCHED.  THE FIRST  *
005030*                   FILE THAT DOES NOT CONFIRM REFUSES THE RUN. *
005040*****************************************************************
005050 2000-CONFERE.
005060     PERFORM 2100-CONFERE-ARQUIVO THRU 2100-CONFERE-ARQUIVO-EXIT
005070         VARYING IND-ARQ FROM 1 BY 1
005080         UNTIL IND-ARQ > QTD-ARQUIVOS
005090            OR CODIGO-RETORNO >= 8.
005100 2000-CONFERE-EXIT.
005110     EXIT.
005120
005130 2100-CONFERE-ARQUIVO.
005140     IF NOT TAR-A-REPOR (IND-ARQ)
005150         GO TO 2100-CONFERE-ARQUIVO-EXIT
005160     END-IF.
005170     MOVE DATA-NEGOCIO TO CTLMANIF-DATA.
005180     MOVE SEQ-GERACAO TO CTLMANIF-SEQ.
005190     MOVE ARQ-NOME (IND-ARQ) TO CTLMANIF-ARQUIVO.
005195     MOVE SPACES TO CMAN-REGISTRO.
005200     READ CTLMANIF-FILE INTO CMAN-REGISTRO
005210         KEY IS CTLMANIF-CHAVE
005220         INVALID KEY
005230             MOVE SPACES TO CMN-SITUACAO
005240     END-READ.
005246     IF STATUS-CTLMANIF NOT = "00"
005252             OR (NOT CMN-COPIADO AND NOT CMN-AUSENTE)
005260         DISPLAY "CTLREPOE: " ARQ-NOME (IND-ARQ)
005270             " SEM ENTRADA VALIDA NO MANIFESTO DA GERACAO "
005280             GERACAO-EDITADA "."
005290         MOVE SPACES TO MOTIVO-RECUSA
005300         STRING ARQ-NOME (IND-ARQ) DELIMITED BY SPACE
005310                " NAO SALVO NA GERACAO" DELIMITED BY SIZE
005320             INTO MOTIVO-RECUSA
005330         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
005340         GO TO 2100-CONFERE-ARQUIVO-EXIT
005350     END-IF.
005360     MOVE CMN-SITUACAO TO TAR-SITUACAO (IND-ARQ).
005370     MOVE CMN-QTD-REGISTROS TO TAR-QTD-MANIFESTO (IND-ARQ).
005380     PERFORM 2200-CONTA-GERACAO THRU 2200-CONTA-GERACAO-EXIT.
005390     IF TAR-QTD-GERACAO (IND-ARQ)
005400             NOT = TAR-QTD-MANIFESTO (IND-ARQ)
005410         DISPLAY "CTLREPOE: " ARQ-NOME (IND-ARQ) " - MANIFESTO "
005420             TAR-QTD-MANIFESTO (IND-ARQ) " REGISTROS, CTLGERA "
005430             TAR-QTD-GERACAO (IND-ARQ) "."
005440         MOVE SPACES TO MOTIVO-RECUSA
005450         STRING ARQ-NOME (IND-ARQ) DELIMITED BY SPACE
005460                " DIVERGE DO MANIFESTO" DELIMITED BY SIZE
005470             INTO MOTIVO-RECUSA
005480         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
005490         GO TO 2100-CONFERE-ARQUIVO-EXIT
005500     END-IF.
005510     ADD 1 TO QTD-CONFERIDOS.
005520     IF TAR-AUSENTE (IND-ARQ)
005530         DISPLAY "CTLREPOE: " ARQ-NOME (IND-ARQ)
005540             " CONFERIDO - AUSENTE NA GERACAO, SERA ESVAZIADO."
005550     ELSE
005560         DISPLAY "CTLREPOE: " ARQ-NOME (IND-ARQ)
005570             " CONFERIDO - " TAR-QTD-GERACAO (IND-ARQ)
005580             " REGISTROS."
005590     END-IF.
005600 2100-CONFERE-ARQUIVO-EXIT.
005610     EXIT.
005620
005630*****************************************************************
005640*    2200-CONTA-GERACAO : COUNT THE FILE'S RECORDS IN CTLGERA.  *
005650*****************************************************************
005660 2200-CONTA-GERACAO.
005670     MOVE "N" TO FIM-ARQUIVO-SW.
005680     PERFORM 2300-POSICIONA-GERACAO
005690         THRU 2300-POSICIONA-GERACAO-EXIT.
005700     PERFORM 2400-CONTA-REGISTRO THRU 2400-CONTA-REGISTRO-EXIT
005710         UNTIL FIM-ARQUIVO.
005720 2200-CONTA-GERACAO-EXIT.
005730     EXIT.
005740
005750 2300-POSICIONA-GERACAO.
005760     MOVE DATA-NEGOCIO TO CTLGERA-DATA.
005770     MOVE SEQ-GERACAO TO CTLGERA-SEQ.
005780     MOVE ARQ-NOME (IND-ARQ) TO CTLGERA-ARQUIVO.
005790     MOVE ZEROS TO CTLGERA-NUM.
005800     START CTLGERA-FILE KEY >= CTLGERA-CHAVE
005810         INVALID KEY
005820             MOVE "Y" TO FIM-ARQUIVO-SW
005830     END-START.
005840 2300-POSICIONA-GERACAO-EXIT.
005850     EXIT.
005860
005870 2400-CONTA-REGISTRO.
005880     PERFORM 2500-LE-GERACAO THRU 2500-LE-GERACAO-EXIT.
005890     IF NOT FIM-ARQUIVO
005900         ADD 1 TO TAR-QTD-GERACAO (IND-ARQ)
005910     END-IF.
005920 2400-CONTA-REGISTRO-EXIT.
005930     EXIT.
005940
005950 2500-LE-GERACAO.
005960     READ CTLGERA-FILE NEXT RECORD INTO CGER-REGISTRO
005970         AT END
005980             MOVE "Y" TO FIM-ARQUIVO-SW
005990     END-READ.
006000     IF FIM-ARQUIVO
006010         GO TO 2500-LE-GERACAO-EXIT
006020     END-IF.
006030     IF CGR-DATA NOT = DATA-NEGOCIO
006040             OR CGR-SEQ-GERACAO NOT = SEQ-GERACAO
006050             OR CGR-ARQUIVO NOT = ARQ-NOME (IND-ARQ)
006060         MOVE "Y" TO FIM-ARQUIVO-SW
006070     END-IF.
006080 2500-LE-GERACAO-EXIT.
006090     EXIT.
006100
006110*****************************************************************
006120*    3000-REPOE : PUT BACK EACH CONFIRMED FILE.                 *
006130*****************************************************************
006140 3000-REPOE.
006150     PERFORM 3100-REPOE-ARQUIVO THRU 3100-REPOE-ARQUIVO-EXIT
006160         VARYING IND-ARQ FROM 1 BY 1
006170         UNTIL IND-ARQ > QTD-ARQUIVOS.
006180 3000-REPOE-EXIT.
006190     EXIT.
006200
006210*****************************************************************
006220*    3100-REPOE-ARQUIVO : REWRITE ONE FILE FROM THE GENERATION  *
006230*                      AND LOG IT.  A FILE WHOSE RECORDS        *
006240*                      WRITTEN DO NOT MATCH THE MANIFEST COUNTS *
006250*                      AS FAILED.                               *
006260*****************************************************************
006270 3100-REPOE-ARQUIVO.
006280     IF NOT TAR-A-REPOR (IND-ARQ)
006290         GO TO 3100-REPOE-ARQUIVO-EXIT
006300     END-IF.
006310     MOVE "N" TO FALHA-ARQUIVO-SW.
006320     MOVE "N" TO FIM-ARQUIVO-SW.
006330     PERFORM 3200-ABRE-DESTINO THRU 3200-ABRE-DESTINO-EXIT.
006340     IF STATUS-DESTINO NOT = "00"
006350         MOVE "Y" TO FALHA-ARQUIVO-SW
006360     ELSE
006370         IF TAR-COPIADO (IND-ARQ)
006380             PERFORM 2300-POSICIONA-GERACAO
006390                 THRU 2300-POSICIONA-GERACAO-EXIT
006400             PERFORM 3300-REPOE-REGISTRO
006410                 THRU 3300-REPOE-REGISTRO-EXIT
006420                 UNTIL FIM-ARQUIVO
006430         END-IF
006440         PERFORM 3500-FECHA-DESTINO THRU 3500-FECHA-DESTINO-EXIT
006450     END-IF.
006460     IF TAR-QTD-REPOSTOS (IND-ARQ)
006470             NOT = TAR-QTD-MANIFESTO (IND-ARQ)
006480         MOVE "Y" TO FALHA-ARQUIVO-SW
006490     END-IF.
006500     MOVE ARQ-NOME (IND-ARQ) TO LOG-PARM-NAME.
006510     MOVE TAR-QTD-REPOSTOS (IND-ARQ) TO LOG-PARM-VALUE.
006520     MOVE SPACES TO LOG-OUTCOME.
006530     EVALUATE TRUE
006540         WHEN FALHA-ARQUIVO
006550             ADD 1 TO QTD-FALHAS
006560             DISPLAY "CTLREPOE: " ARQ-NOME (IND-ARQ)
006570                 " NAO REPOSTO POR INTEIRO (STATUS "
006580                 STATUS-DESTINO ") - "
006590                 TAR-QTD-REPOSTOS (IND-ARQ) " DE "
006600                 TAR-QTD-MANIFESTO (IND-ARQ) " REGISTROS."
006610             STRING "FALHA NA REPOSICAO " GERACAO-EDITADA
006620                 DELIMITED BY SIZE INTO LOG-OUTCOME
006630         WHEN TAR-AUSENTE (IND-ARQ)
006640             ADD 1 TO QTD-REPOSTOS
006650             DISPLAY "CTLREPOE: " ARQ-NOME (IND-ARQ)
006660                 " ESVAZIADO (AUSENTE NA GERACAO)."
006670             STRING "VAZIO DA GERACAO " GERACAO-EDITADA
006680                 DELIMITED BY SIZE INTO LOG-OUTCOME
006690         WHEN OTHER
006700             ADD 1 TO QTD-REPOSTOS
006710             ADD TAR-QTD-REPOSTOS (IND-ARQ) TO QTD-REGISTROS
006720             DISPLAY "CTLREPOE: " ARQ-NOME (IND-ARQ)
006730                 " REPOSTO - " TAR-QTD-REPOSTOS (IND-ARQ)
006740                 " REGISTROS."
006750             STRING "REPOSTO DA GERACAO " GERACAO-EDITADA
006760                 DELIMITED BY SIZE INTO LOG-OUTCOME
006770     END-EVALUATE.
006780     PERFORM 8000-GRAVA-RUNLOG THRU 8000-GRAVA-RUNLOG-EXIT.
006790 3100-REPOE-ARQUIVO-EXIT.
006800     EXIT.
006810
006820 3200-ABRE-DESTINO.
006830     EVALUATE IND-ARQ
006840         WHEN 1
006850             OPEN OUTPUT EXPDATE-FILE
006860             MOVE STATUS-EXPDATE TO STATUS-DESTINO
006870         WHEN 2
006880             OPEN OUTPUT CHECKPT-FILE
006890             MOVE STATUS-CHECKPT TO STATUS-DESTINO
006900         WHEN 3
006910             OPEN OUTPUT DSPCHKPT-FILE
006920             MOVE STATUS-DSPCHKPT TO STATUS-DESTINO
006930         WHEN 4
006940             OPEN OUTPUT CARDSTK-FILE
006950             MOVE STATUS-CARDSTK TO STATUS-DESTINO
006960         WHEN 5
006970             OPEN OUTPUT NUMREJ-FILE
006980             MOVE STATUS-NUMREJ TO STATUS-DESTINO
006990         WHEN 6
007000             OPEN OUTPUT ALERTAS-FILE
007010             MOVE STATUS-ALERTAS TO STATUS-DESTINO
007020     END-EVALUATE.
007030 3200-ABRE-DESTINO-EXIT.
007040     EXIT.
007050
007060 3300-REPOE-REGISTRO.
007070     PERFORM 2500-LE-GERACAO THRU 2500-LE-GERACAO-EXIT.
007080     IF FIM-ARQUIVO
007090         GO TO 3300-REPOE-REGISTRO-EXIT
007100     END-IF.
007110     PERFORM 3400-GRAVA-DESTINO THRU 3400-GRAVA-DESTINO-EXIT.
007120     IF STATUS-DESTINO NOT = "00"
007130         MOVE "Y" TO FALHA-ARQUIVO-SW
007140         MOVE "Y" TO FIM-ARQUIVO-SW
007150         GO TO 3300-REPOE-REGISTRO-EXIT
007160     END-IF.
007170     ADD 1 TO TAR-QTD-REPOSTOS (IND-ARQ).
007180 3300-REPOE-REGISTRO-EXIT.
007190     EXIT.
007200
007210 3400-GRAVA-DESTINO.
007220     EVALUATE IND-ARQ
007230         WHEN 1
007240             WRITE EXPDATE-REGISTRO FROM CGR-TEXTO
007250             MOVE STATUS-EXPDATE TO STATUS-DESTINO
007260         WHEN 2
007270             WRITE CHECKPT-REGISTRO FROM CGR-TEXTO
007280             MOVE STATUS-CHECKPT TO STATUS-DESTINO
007290         WHEN 3
007300             WRITE DSPCHKPT-REGISTRO FROM CGR-TEXTO
007310             MOVE STATUS-DSPCHKPT TO STATUS-DESTINO
007320         WHEN 4
007330             WRITE CARDSTK-REGISTRO FROM CGR-TEXTO
007340             MOVE STATUS-CARDSTK TO STATUS-DESTINO
007350         WHEN 5
007360             WRITE NUMREJ-REGISTRO FROM CGR-TEXTO
007370             MOVE STATUS-NUMREJ TO STATUS-DESTINO
007380         WHEN 6
007390             WRITE ALERTAS-REGISTRO FROM CGR-TEXTO
007400             MOVE STATUS-ALERTAS TO STATUS-DESTINO
007410     END-EVALUATE.
007420 3400-GRAVA-DESTINO-EXIT.
007430     EXIT.
007440
007450 3500-FECHA-DESTINO.
007460     EVALUATE IND-ARQ
007470         WHEN 1
007480             CLOSE EXPDATE-FILE
007490         WHEN 2
007500             CLOSE CHECKPT-FILE
007510         WHEN 3
007520             CLOSE DSPCHKPT-FILE
007530         WHEN 4
007540             CLOSE CARDSTK-FILE
007550         WHEN 5
007560             CLOSE NUMREJ-FILE
007570         WHEN 6
007580             CLOSE ALERTAS-FILE
007590     END-EVALUATE.
007600 3500-FECHA-DESTINO-EXIT.
007610     EXIT.
007620
007630*****************************************************************
007640*    8000-GRAVA-RUNLOG : APPENDS THE LOG-RECORD PREPARED BY THE *
007650*                        CALLER TO RUNLOG.                      *
007660*****************************************************************
007670 8000-GRAVA-RUNLOG.
007680     MOVE "CTLREPOE" TO LOG-PROGRAM-NAME.
007690     IF DATA-NEGOCIO = SPACES
007700         MOVE DATA-SISTEMA TO LOG-RUN-DATE
007710     ELSE
007720         MOVE DATA-NEGOCIO TO LOG-RUN-DATE
007730     END-IF.
007740     ACCEPT LOG-RUN-TIME FROM TIME.
007750     MOVE "F" TO LOG-EVENT-TYPE.
007760     MOVE RPC-OPERADOR TO LOG-OPERATOR.
007770     OPEN EXTEND RUNLOG-FILE.
007780     IF STATUS-RUNLOG = "05" OR STATUS-RUNLOG = "35"
007790         OPEN OUTPUT RUNLOG-FILE
007800     END-IF.
007810     WRITE RUNLOG-REGISTRO FROM LOG-RECORD.
007820     CLOSE RUNLOG-FILE.
007830 8000-GRAVA-RUNLOG-EXIT.
007840     EXIT.
007850
007860*****************************************************************
007870*    8500-GRAVA-ALERTA : WRITES ONE SEVERITY-CODED RECORD, SET  *
007880*                        UP BY THE CALLER, TO THE SHARED        *
007890*                        ALERTAS FILE.  ONLY CALLED FROM 9000,  *
007900*                        AFTER ALERTAS MAY HAVE BEEN PUT BACK,  *
007910*                        SO THE RESTORE ITSELF IS NEVER LOST.   *
007920*****************************************************************
007930 8500-GRAVA-ALERTA.
007940     MOVE "CTLREPOE" TO ALR-PROGRAM-NAME.
007950     IF DATA-NEGOCIO = SPACES
007960         MOVE DATA-SISTEMA TO ALR-RUN-DATE
007970     ELSE
007980         MOVE DATA-NEGOCIO TO ALR-RUN-DATE
007990     END-IF.
008000     ACCEPT ALR-RUN-TIME FROM TIME.
008010     MOVE MENSAGEM-ALERTA TO ALR-MESSAGE.
008020     OPEN EXTEND ALERTAS-FILE.
008030     IF STATUS-ALERTAS = "05" OR STATUS-ALERTAS = "35"
008040         OPEN OUTPUT ALERTAS-FILE
008050     END-IF.
008060     WRITE ALERTAS-REGISTRO FROM ALERT-RECORD.
008070     CLOSE ALERTAS-FILE.
008080 8500-GRAVA-ALERTA-EXIT.
008090     EXIT.
008100
008110*****************************************************************
008120*    9000-ENCERRA : CLOSE THE GENERATION FILES, THEN THE        *
008130*                   CLOSING RUNLOG ENTRY AND THE ALERT (ONLY    *
008140*                   WHEN THE CARD WAS ADDRESSED TO CTLREPOE).   *
008150*****************************************************************
008160 9000-ENCERRA.
008170     IF CTLGERA-ABERTO
008180         CLOSE CTLGERA-FILE
008190     END-IF.
008200     IF CTLMANIF-ABERTO
008210         CLOSE CTLMANIF-FILE
008220     END-IF.
008230     IF RPC-PROGRAM-NAME NOT = "CTLREPOE"
008240         GO TO 9000-ENCERRA-EXIT
008250     END-IF.
008260     IF CODIGO-RETORNO < 8 AND QTD-FALHAS > ZEROS
008270         MOVE 12 TO CODIGO-RETORNO
008280     END-IF.
008290     MOVE "ARQUIVOS" TO LOG-PARM-NAME.
008300     MOVE QTD-REPOSTOS TO LOG-PARM-VALUE.
008310     MOVE SPACES TO LOG-OUTCOME.
008320     MOVE SPACES TO MENSAGEM-ALERTA.
008330     EVALUATE TRUE
008340         WHEN CODIGO-RETORNO = 8
008350             MOVE MOTIVO-RECUSA TO LOG-OUTCOME
008360             MOVE 08 TO ALR-SEVERITY
008370             STRING "RECUSADO: " MOTIVO-RECUSA
008380                 DELIMITED BY SIZE INTO MENSAGEM-ALERTA
008390         WHEN CODIGO-RETORNO = 12
008400             STRING "REPOSICAO PARCIAL " GERACAO-EDITADA
008410                 DELIMITED BY SIZE INTO LOG-OUTCOME
008420             MOVE 12 TO ALR-SEVERITY
008430             MOVE LOG-OUTCOME TO MENSAGEM-ALERTA
008440         WHEN OTHER
008450             STRING "GERACAO " GERACAO-EDITADA " REPOSTA"
008460                 DELIMITED BY SIZE INTO LOG-OUTCOME
008470             MOVE 04 TO ALR-SEVERITY
008480             STRING "CONTROLE REPOSTO - GERACAO "
008490                    GERACAO-EDITADA
008500                 DELIMITED BY SIZE INTO MENSAGEM-ALERTA
008510     END-EVALUATE.
008520     PERFORM 8000-GRAVA-RUNLOG THRU 8000-GRAVA-RUNLOG-EXIT.
008530     PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT.
008540 9000-ENCERRA-EXIT.
008550     EXIT.
