000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID  : CTLSALVA                                     *
000040*    AUTHOR      : R. OLIVEIRA SILVA - APPLICATIONS DEV.        *
000050*    INSTALLATION: PORTFOLIO BATCH UTILITIES                    *
000060*    DATE-WRITTEN: 2026-10-13                                   *
000070*                                                               *
000080*    DESCRIPTION : PRE-NIGHT SNAPSHOT OF THE SUITE'S CONTROL    *
000090*                  FILES.  RUN BEFORE DISPATCH, IT COPIES       *
000100*                  EXPDATE, CHECKPT, DSPCHKPT, CARDSTK, NUMREJ  *
000110*                  AND ALERTAS, RECORD BY RECORD, INTO A NEW    *
000120*                  GENERATION OF THE CTLGERA INDEXED FILE       *
000130*                  (COPYBOOK CGERREC), AND RECORDS IN THE       *
000140*                  CTLMANIF MANIFEST (COPYBOOK CMANREC) HOW     *
000150*                  MANY RECORDS OF EACH FILE WERE TAKEN.        *
000160*                  CTLREPOE PUTS A GENERATION BACK AFTER A BAD  *
000170*                  NIGHT.                                       *
000180*                                                               *
000190*                  A GENERATION IS NAMED BY THE BUSINESS DATE   *
000200*                  (EXPDATE; THE MACHINE DATE WHEN EXPDATE IS   *
000210*                  MISSING OR INVALID) AND A SEQUENCE, 01 TO    *
000220*                  99, WITHIN THE DATE - A SECOND SNAPSHOT ON   *
000230*                  THE SAME DATE (BEFORE A RERUN) NEVER         *
000240*                  REPLACES THE FIRST.  A FILE ABSENT AT THE    *
000250*                  TIME IS ENTERED IN THE MANIFEST AS ABSENT.   *
000260*                  THE MANIFEST RECORD OF A FILE IS ONLY        *
000270*                  WRITTEN ONCE THE WHOLE FILE IS IN CTLGERA.   *
000280*                                                               *
000290*    CONTROL CARD (SYSIN, 16 BYTES - OPTIONAL):                 *
000300*      COLS 01-08  SLV-PROGRAM-NAME  MUST BE 'CTLSALVA'         *
000310*      COLS 09-16  SLV-OPERADOR      OPERATOR (FOR RUNLOG AND   *
000320*                                    THE MANIFEST)              *
000330*                                                               *
000340*    RUN LOG     : ONE ENTRY PER FILE (PARM-NAME THE FILE,      *
000350*                  PARM-VALUE THE RECORDS SAVED) AND A CLOSING  *
000360*                  ENTRY (PARM-NAME 'ARQUIVOS ', THE FILES      *
000370*                  SAVED) NAMING THE GENERATION.                *
000380*                                                               *
000390*    RETURN CODES: 0 = GENERATION SAVED,                        *
000400*                  4 = GENERATION SAVED UNDER THE MACHINE DATE  *
000410*                      (EXPDATE MISSING OR INVALID),            *
000420*                  8 = NOTHING SAVED (CARD, CTLGERA OR CTLMANIF *
000430*                      UNUSABLE, 99 GENERATIONS ON THE DATE),   *
000440*                  12 = A FILE COULD NOT BE SAVED WHOLE - IT    *
000450*                      CANNOT BE PUT BACK FROM THIS GENERATION. *
000460*                                                               *
000470*    MODIFICATION HISTORY                                       *
000480*    --------------------------------------------------------  *
000490*    DATE       INIT  DESCRIPTION                               *
000500*    ---------- ----  ----------------------------------------  *
000510*    2026-10-13 ROS   ORIGINAL VERSION - AFTER A BAD NIGHT THE  *
000520*                     CONTROL FILES HAD TO BE REBUILT BY HAND.  *
000530*                                                               *
000540*****************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.                  CTLSALVA.
000570 AUTHOR.                      R. OLIVEIRA SILVA.
000580 INSTALLATION.                PORTFOLIO BATCH UTILITIES.
000590 DATE-WRITTEN.                2026-10-13.
000600 DATE-COMPILED.
000610
000620*****************************************************************
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER.             PORTFOLIO-BATCH.
000660 OBJECT-COMPUTER.             PORTFOLIO-BATCH.
000670
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT SLVCARD-FILE      ASSIGN TO SYSIN
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS STATUS-SLVCARD.
000730
000740     SELECT EXPDATE-FILE      ASSIGN TO EXPDATE
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS STATUS-EXPDATE.
000770
000780     SELECT CHECKPT-FILE      ASSIGN TO CHECKPT
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS STATUS-CHECKPT.
000810
000820     SELECT DSPCHKPT-FILE     ASSIGN TO DSPCHKPT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS STATUS-DSPCHKPT.
000850
000860     SELECT CARDSTK-FILE      ASSIGN TO CARDSTK
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS STATUS-CARDSTK.
000890
000900     SELECT NUMREJ-FILE       ASSIGN TO NUMREJ
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS STATUS-NUMREJ.
000930
000940     SELECT ALERTAS-FILE      ASSIGN TO ALERTAS
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS STATUS-ALERTAS.
000970
000980     SELECT CTLGERA-FILE      ASSIGN TO CTLGERA
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS CTLGERA-CHAVE
001020         FILE STATUS IS STATUS-CTLGERA.
001030
001040     SELECT CTLMANIF-FILE     ASSIGN TO CTLMANIF
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS CTLMANIF-CHAVE
001080         FILE STATUS IS STATUS-CTLMANIF.
001090
001100     SELECT RUNLOG-FILE       ASSIGN TO RUNLOG
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS STATUS-RUNLOG.
001130
001140*****************************************************************
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  SLVCARD-FILE
001180     RECORD CONTAINS 16 CHARACTERS.
001190 01  SLVCARD-REGISTRO            PIC X(16).
001200
001210 FD  EXPDATE-FILE
001220     RECORD CONTAINS 8 CHARACTERS.
001230 01  EXPDATE-REGISTRO            PIC X(08).
001240
001250 FD  CHECKPT-FILE
001260     RECORD CONTAINS 7 CHARACTERS.
001270 01  CHECKPT-REGISTRO            PIC X(07).
001280
001290 FD  DSPCHKPT-FILE
001300     RECORD CONTAINS 7 CHARACTERS.
001310 01  DSPCHKPT-REGISTRO           PIC X(07).
001320
001330 FD  CARDSTK-FILE
001340     RECORD CONTAINS 80 CHARACTERS.
001350 01  CARDSTK-REGISTRO            PIC X(80).
001360
001370 FD  NUMREJ-FILE
001380     RECORD CONTAINS 33 CHARACTERS.
001390 01  NUMREJ-REGISTRO             PIC X(33).
001400
001410 FD  ALERTAS-FILE
001420     RECORD CONTAINS 66 CHARACTERS.
001430 01  ALERTAS-REGISTRO            PIC X(66).
001440
001450 FD  CTLGERA-FILE
001460     RECORD CONTAINS 110 CHARACTERS.
001470 01  CTLGERA-REGISTRO.
001480     05  CTLGERA-CHAVE.
001490         10  CTLGERA-DATA        PIC X(08).
001500         10  CTLGERA-SEQ         PIC 9(02).
001510         10  CTLGERA-ARQUIVO     PIC X(08).
001520         10  CTLGERA-NUM         PIC 9(07).
001530     05  CTLGERA-RESTO           PIC X(85).
001540
001550 FD  CTLMANIF-FILE
001560     RECORD CONTAINS 60 CHARACTERS.
001570 01  CTLMANIF-REGISTRO.
001580     05  CTLMANIF-CHAVE.
001590         10  CTLMANIF-DATA       PIC X(08).
001600         10  CTLMANIF-SEQ        PIC 9(02).
001610         10  CTLMANIF-ARQUIVO    PIC X(08).
001620     05  CTLMANIF-RESTO          PIC X(42).
001630
001640 FD  RUNLOG-FILE
001650     RECORD CONTAINS 78 CHARACTERS.
001660 01  RUNLOG-REGISTRO             PIC X(78).
001670
001680*****************************************************************
001690 WORKING-STORAGE SECTION.
001700     COPY DATAPRM.
001710     COPY LOGREC.
001720     COPY ALERTREC.
001730     COPY CGERREC.
001740     COPY CMANREC.
001750
001760 01  SLV-CARD.
001770     05  SLV-PROGRAM-NAME        PIC X(08).
001780     05  SLV-OPERADOR            PIC X(08).
001790
001800*    THE CONTROL FILES, IN THE ORDER THEY ARE SAVED.  THE
001810*    POSITION IN THIS TABLE SELECTS THE FILE IN 2200, 2400
001820*    AND 2500.
001830 01  ARQUIVOS-VALORES.
001840     05  FILLER                  PIC X(08) VALUE "EXPDATE ".
001850     05  FILLER                  PIC X(08) VALUE "CHECKPT ".
001860     05  FILLER                  PIC X(08) VALUE "DSPCHKPT".
001870     05  FILLER                  PIC X(08) VALUE "CARDSTK ".
001880     05  FILLER                  PIC X(08) VALUE "NUMREJ  ".
001890     05  FILLER                  PIC X(08) VALUE "ALERTAS ".
001900 01  ARQUIVOS REDEFINES ARQUIVOS-VALORES.
001910     05  ARQ-NOME                PIC X(08) OCCURS 6 TIMES.
001920 77  QTD-ARQUIVOS                PIC 9(02) VALUE 6.
001930 77  IND-ARQ                     PIC 9(02) VALUE ZEROS.
001940
001950*    THE GENERATION AS SHOWN ON THE CONSOLE AND IN RUNLOG.
001960 01  GERACAO-EDITADA.
001970     05  GED-DATA                PIC X(08).
001980     05  FILLER                  PIC X(01) VALUE "-".
001990     05  GED-SEQ                 PIC 9(02) VALUE ZEROS.
002000
002010 77  STATUS-SLVCARD              PIC X(02) VALUE SPACES.
002020 77  STATUS-EXPDATE              PIC X(02) VALUE SPACES.
002030 77  STATUS-CHECKPT              PIC X(02) VALUE SPACES.
002040 77  STATUS-DSPCHKPT             PIC X(02) VALUE SPACES.
002050 77  STATUS-CARDSTK              PIC X(02) VALUE SPACES.
002060 77  STATUS-NUMREJ               PIC X(02) VALUE SPACES.
002070 77  STATUS-ALERTAS              PIC X(02) VALUE SPACES.
002080 77  STATUS-CTLGERA              PIC X(02) VALUE SPACES.
002090 77  STATUS-CTLMANIF             PIC X(02) VALUE SPACES.
002100 77  STATUS-RUNLOG               PIC X(02) VALUE SPACES.
002110 77  STATUS-ORIGEM               PIC X(02) VALUE SPACES.
002120
002130 77  FIM-ORIGEM-SW               PIC X(01) VALUE "N".
002140     88  FIM-ORIGEM                  VALUE "Y".
002150 77  FIM-ARQUIVO-SW              PIC X(01) VALUE "N".
002160     88  FIM-ARQUIVO                 VALUE "Y".
002170 77  CTLGERA-ABERTO-SW           PIC X(01) VALUE "N".
002180     88  CTLGERA-ABERTO              VALUE "Y".
002190 77  CTLMANIF-ABERTO-SW          PIC X(01) VALUE "N".
002200     88  CTLMANIF-ABERTO             VALUE "Y".
002210 77  DATA-DA-MAQUINA-SW          PIC X(01) VALUE "N".
002220     88  DATA-DA-MAQUINA             VALUE "Y".
002230 77  SITUACAO-ARQUIVO            PIC X(01) VALUE SPACES.
002240     88  ARQUIVO-COPIADO             VALUE "C".
002250     88  ARQUIVO-AUSENTE             VALUE "A".
002260     88  ARQUIVO-FALHOU              VALUE "F".
002270
002280 77  DATA-SISTEMA                PIC X(08) VALUE SPACES.
002290 77  HORA-SISTEMA                PIC X(08) VALUE SPACES.
002300 77  DATA-EXPDATE                PIC X(08) VALUE SPACES.
002310 77  DATA-NEGOCIO                PIC X(08) VALUE SPACES.
002320 77  SEQ-GERACAO                 PIC 9(02) VALUE ZEROS.
002330 77  MAX-GERACOES                PIC 9(02) VALUE 99.
002340 77  REGISTRO-ORIGEM             PIC X(80) VALUE SPACES.
002350
002360 77  QTD-COPIADOS                PIC 9(07) VALUE ZEROS.
002370 77  QTD-REGISTROS               PIC 9(07) VALUE ZEROS.
002380 77  QTD-SALVOS                  PIC 9(07) VALUE ZEROS.
002390 77  QTD-AUSENTES                PIC 9(07) VALUE ZEROS.
002400 77  QTD-FALHAS                  PIC 9(07) VALUE ZEROS.
002410 77  QTD-RESTOS                  PIC 9(07) VALUE ZEROS.
002420 77  MOTIVO-RECUSA               PIC X(30) VALUE SPACES.
002430 77  MENSAGEM-ALERTA             PIC X(40) VALUE SPACES.
002440 77  CODIGO-RETORNO              PIC 9(02) VALUE ZEROS.
002450
002460*****************************************************************
002470 PROCEDURE DIVISION.
002480*****************************************************************
002490*    0000-MAINLINE : OVERALL FLOW OF CONTROL                    *
002500*****************************************************************
002510 0000-MAINLINE.
002520     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
002530     IF CODIGO-RETORNO < 8
002540         PERFORM 2000-SALVA-ARQUIVOS THRU 2000-SALVA-ARQUIVOS-EXIT
002550     END-IF.
002560     PERFORM 9000-ENCERRA THRU 9000-ENCERRA-EXIT.
002570     DISPLAY "CTLSALVA: FIM. GERACAO: " GERACAO-EDITADA
002580         " ARQUIVOS: " QTD-SALVOS
002590         " AUSENTES: " QTD-AUSENTES
002600         " REGISTROS: " QTD-REGISTROS
002610         " RC: " CODIGO-RETORNO.
002620     MOVE CODIGO-RETORNO TO RETURN-CODE.
002630     GOBACK.
002640
002650*****************************************************************
002660*    1000-INICIALIZA : READ THE CONTROL CARD, DATE THE          *
002670*                      GENERATION (EXPDATE, ELSE THE MACHINE    *
002680*                      DATE), OPEN CTLGERA AND CTLMANIF         *
002690*                      (CREATED ON THE FIRST RUN) AND NUMBER    *
002700*                      THE NEW GENERATION.                      *
002710*****************************************************************
002720 1000-INICIALIZA.
002730     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
002740     MOVE "CTLSALVA" TO SLV-PROGRAM-NAME.
002750     MOVE SPACES     TO SLV-OPERADOR.
002760     MOVE SPACES     TO GED-DATA.
002770     OPEN INPUT SLVCARD-FILE.
002780     IF STATUS-SLVCARD = "00"
002790         READ SLVCARD-FILE INTO SLV-CARD
002800             AT END
002810                 MOVE "35" TO STATUS-SLVCARD
002820         END-READ
002830         CLOSE SLVCARD-FILE
002840     END-IF.
002850     IF SLV-PROGRAM-NAME NOT = "CTLSALVA"
002860         DISPLAY "CTLSALVA: CARTAO DE CONTROLE PERTENCE A "
002870             SLV-PROGRAM-NAME " - EXECUCAO REJEITADA."
002880         MOVE 8 TO CODIGO-RETORNO
002890         GO TO 1000-INICIALIZA-EXIT
002900     END-IF.
002910     OPEN INPUT EXPDATE-FILE.
002920     IF STATUS-EXPDATE = "00"
002930         READ EXPDATE-FILE
002940             AT END
002950                 MOVE "35" TO STATUS-EXPDATE
002960         END-READ
002970         IF STATUS-EXPDATE = "00"
002980             MOVE EXPDATE-REGISTRO TO DATA-EXPDATE
002990         END-IF
003000         CLOSE EXPDATE-FILE
003010     END-IF.
003020     MOVE DATA-EXPDATE TO DATA-NEGOCIO.
003030     IF DATA-NEGOCIO NOT = SPACES
003040         MOVE "V" TO DTP-FUNCAO
003050         MOVE DATA-NEGOCIO TO DTP-DATA
003060         CALL "DATACHK" USING DATA-PARAMETRO
003070         IF DTP-DATA-INVALIDA
003080             MOVE SPACES TO DATA-NEGOCIO
003090         END-IF
003100     END-IF.
003110     IF DATA-NEGOCIO = SPACES
003120         DISPLAY "CTLSALVA: EXPDATE AUSENTE OU INVALIDO ("
003130             DATA-EXPDATE ") - GERACAO DATADA PELA MAQUINA."
003140         MOVE DATA-SISTEMA TO DATA-NEGOCIO
003150         MOVE "Y" TO DATA-DA-MAQUINA-SW
003160     END-IF.
003170     OPEN I-O CTLGERA-FILE.
003180     IF STATUS-CTLGERA = "05" OR STATUS-CTLGERA = "35"
003190         OPEN OUTPUT CTLGERA-FILE
003200         CLOSE CTLGERA-FILE
003210         OPEN I-O CTLGERA-FILE
003220     END-IF.
003230     IF STATUS-CTLGERA NOT = "00"
003240         DISPLAY "CTLSALVA: CTLGERA INDISPONIVEL (STATUS "
003250             STATUS-CTLGERA ")."
003260         MOVE "CTLGERA INDISPONIVEL" TO MOTIVO-RECUSA
003270         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
003280         GO TO 1000-INICIALIZA-EXIT
003290     END-IF.
003300     MOVE "Y" TO CTLGERA-ABERTO-SW.
003310     OPEN I-O CTLMANIF-FILE.
003320     IF STATUS-CTLMANIF = "05" OR STATUS-CTLMANIF = "35"
003330         OPEN OUTPUT CTLMANIF-FILE
003340         CLOSE CTLMANIF-FILE
003350         OPEN I-O CTLMANIF-FILE
003360     END-IF.
003370     IF STATUS-CTLMANIF NOT = "00"
003380         DISPLAY "CTLSALVA: CTLMANIF INDISPONIVEL (STATUS "
003390             STATUS-CTLMANIF ")."
003400         MOVE "CTLMANIF INDISPONIVEL" TO MOTIVO-RECUSA
003410         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
003420         GO TO 1000-INICIALIZA-EXIT
003430     END-IF.
003440     MOVE "Y" TO CTLMANIF-ABERTO-SW.
003450     PERFORM 1100-NUMERA-GERACAO THRU 1100-NUMERA-GERACAO-EXIT.
003460     IF CODIGO-RETORNO < 8
003470         PERFORM 1300-LIMPA-GERACAO THRU 1300-LIMPA-GERACAO-EXIT
003480     END-IF.
003490 1000-INICIALIZA-EXIT.
003500     EXIT.
003510
003520*****************************************************************
003530*    1100-NUMERA-GERACAO : THE NEW GENERATION TAKES THE NEXT    *
003540*                      SEQUENCE AFTER THE LAST ONE IN THE       *
003550*                      MANIFEST FOR THE DATE.                   *
003560*****************************************************************
003570 1100-NUMERA-GERACAO.
003580     MOVE ZEROS TO SEQ-GERACAO.
003590     MOVE "N" TO FIM-ARQUIVO-SW.
003600     MOVE DATA-NEGOCIO TO CTLMANIF-DATA.
003610     MOVE ZEROS TO CTLMANIF-SEQ.
003620     MOVE SPACES TO CTLMANIF-ARQUIVO.
003630     START CTLMANIF-FILE KEY >= CTLMANIF-CHAVE
003640         INVALID KEY
003650             MOVE "Y" TO FIM-ARQUIVO-SW
003660     END-START.
003670     PERFORM 1200-LE-MANIFESTO THRU 1200-LE-MANIFESTO-EXIT
003680         UNTIL FIM-ARQUIVO.
003690     IF SEQ-GERACAO NOT < MAX-GERACOES
003700         DISPLAY "CTLSALVA: JA HA " MAX-GERACOES
003710             " GERACOES PARA " DATA-NEGOCIO "."
003720         MOVE "LIMITE DE GERACOES NA DATA" TO MOTIVO-RECUSA
003730         PERFORM 1900-RECUSA THRU 1900-RECUSA-EXIT
003740         GO TO 1100-NUMERA-GERACAO-EXIT
003750     END-IF.
003760     ADD 1 TO SEQ-GERACAO.
003770     MOVE DATA-NEGOCIO TO GED-DATA.
003780     MOVE SEQ-GERACAO  TO GED-SEQ.
003790 1100-NUMERA-GERACAO-EXIT.
003800     EXIT.
003810
003820 1200-LE-MANIFESTO.
003830     READ CTLMANIF-FILE NEXT RECORD
003840         AT END
003850             MOVE "Y" TO FIM-ARQUIVO-SW
003860     END-READ.
003870     IF FIM-ARQUIVO
003880         GO TO 1200-LE-MANIFESTO-EXIT
003890     END-IF.
003900     IF CTLMANIF-DATA NOT = DATA-NEGOCIO
003910         MOVE "Y" TO FIM-ARQUIVO-SW
003920         GO TO 1200-LE-MANIFESTO-EXIT
003930     END-IF.
003940     MOVE CTLMANIF-SEQ TO SEQ-GERACAO.
003950 1200-LE-MANIFESTO-EXIT.
003960     EXIT.
003970
003980*****************************************************************
003990*    1300-LIMPA-GERACAO : RECORDS UNDER THE NEW GENERATION CAN  *
004000*                      ONLY BE LEFT BY A SNAPSHOT INTERRUPTED   *
004010*                      BEFORE ITS FIRST MANIFEST RECORD - THEY  *
004020*                      ARE DELETED SO THE GENERATION STARTS     *
004030*                      CLEAN.                                   *
004040*****************************************************************
004050 1300-LIMPA-GERACAO.
004060     MOVE "N" TO FIM-ARQUIVO-SW.
004070     MOVE DATA-NEGOCIO TO CTLGERA-DATA.
004080     MOVE SEQ-GERACAO  TO CTLGERA-SEQ.
004090     MOVE SPACES TO CTLGERA-ARQUIVO.
004100     MOVE ZEROS TO CTLGERA-NUM.
004110     START CTLGERA-FILE KEY >= CTLGERA-CHAVE
004120         INVALID KEY
004130             MOVE "Y" TO FIM-ARQUIVO-SW
004140     END-START.
004150     PERFORM 1400-LIMPA-REGISTRO THRU 1400-LIMPA-REGISTRO-EXIT
004160         UNTIL FIM-ARQUIVO.
004170     IF QTD-RESTOS > ZEROS
004180         DISPLAY "CTLSALVA: " QTD-RESTOS
004190             " REGISTROS DE UMA GERACAO " GERACAO-EDITADA
004200             " INTERROMPIDA RETIRADOS DO CTLGERA."
004210     END-IF.
004220 1300-LIMPA-GERACAO-EXIT.
004230     EXIT.
004240
004250 1400-LIMPA-REGISTRO.
004260     READ CTLGERA-FILE NEXT RECORD
004270         AT END
004280             MOVE "Y" TO FIM-ARQUIVO-SW
004290     END-READ.
004300     IF FIM-ARQUIVO
004310         GO TO 1400-LIMPA-REGISTRO-EXIT
004320     END-IF.
004330     IF CTLGERA-DATA NOT = DATA-NEGOCIO
004340             OR CTLGERA-SEQ NOT = SEQ-GERACAO
004350         MOVE "Y" TO FIM-ARQUIVO-SW
004360         GO TO 1400-LIMPA-REGISTRO-EXIT
004370     END-IF.
004380     DELETE CTLGERA-FILE RECORD
004390         INVALID KEY
004400             CONTINUE
004410         NOT INVALID KEY
004420             ADD 1 TO QTD-RESTOS
004430     END-DELETE.
004440 1400-LIMPA-REGISTRO-EXIT.
004450     EXIT.
004460
004470 1900-RECUSA.
004480     DISPLAY "CTLSALVA: " MOTIVO-RECUSA
004490         " - NENHUMA GERACAO GRAVADA.".
004500     MOVE 8 TO CODIGO-RETORNO.
004510 1900-RECUSA-EXIT.
004520     EXIT.
004530
004540*****************************************************************
004550*    2000-SALVA-ARQUIVOS : EACH CONTROL FILE IN TURN.           *
004560*****************************************************************
004570 2000-SALVA-ARQUIVOS.
004580     PERFORM 2100-SALVA-ARQUIVO THRU 2100-SALVA-ARQUIVO-EXIT
004590         VARYING IND-ARQ FROM 1 BY 1
004600         UNTIL IND-ARQ > QTD-ARQUIVOS.
004610 2000-SALVA-ARQUIVOS-EXIT.
004620     EXIT.
004630
004640*****************************************************************
004650*    2100-SALVA-ARQUIVO : COPY ONE FILE TO CTLGERA, THEN ENTER  *
004660*                      IT IN THE MANIFEST AND IN RUNLOG.  A     *
004670*                      FILE THAT CANNOT BE OPENED FOR ANY       *
004680*                      REASON BUT ITS ABSENCE, OR THAT FAILS    *
004690*                      PART WAY, IS ENTERED AS FAILED.          *
004700*****************************************************************
004710 2100-SALVA-ARQUIVO.
004720     MOVE ZEROS TO QTD-COPIADOS.
004730     MOVE "N" TO FIM-ORIGEM-SW.
004740     MOVE "C" TO SITUACAO-ARQUIVO.
004750     PERFORM 2200-ABRE-ORIGEM THRU 2200-ABRE-ORIGEM-EXIT.
004760     EVALUATE STATUS-ORIGEM
004770         WHEN "00"
004780             PERFORM 2300-COPIA-REGISTRO
004790                 THRU 2300-COPIA-REGISTRO-EXIT
004800                 UNTIL FIM-ORIGEM
004810             PERFORM 2500-FECHA-ORIGEM
004820                 THRU 2500-FECHA-ORIGEM-EXIT
004830         WHEN "35"
004840             MOVE "A" TO SITUACAO-ARQUIVO
004850         WHEN OTHER
004860             MOVE "F" TO SITUACAO-ARQUIVO
004870     END-EVALUATE.
004880     PERFORM 2600-GRAVA-MANIFESTO THRU 2600-GRAVA-MANIFESTO-EXIT.
004890     MOVE ARQ-NOME (IND-ARQ) TO LOG-PARM-NAME.
004900     MOVE QTD-COPIADOS TO LOG-PARM-VALUE.
004910     MOVE SPACES TO LOG-OUTCOME.
004920     EVALUATE TRUE
004930         WHEN ARQUIVO-FALHOU
004940             ADD 1 TO QTD-FALHAS
004950             DISPLAY "CTLSALVA: " ARQ-NOME (IND-ARQ)
004960                 " NAO SALVO (STATUS " STATUS-ORIGEM
004970                 ") APOS " QTD-COPIADOS " REGISTROS."
004980             STRING "FALHA NA GERACAO " GERACAO-EDITADA
004990                 DELIMITED BY SIZE INTO LOG-OUTCOME
005000         WHEN ARQUIVO-AUSENTE
005010             ADD 1 TO QTD-AUSENTES
005020             DISPLAY "CTLSALVA: " ARQ-NOME (IND-ARQ)
005030                 " AUSENTE - REGISTRADO NO MANIFESTO."
005040             STRING "AUSENTE - GERACAO " GERACAO-EDITADA
005050                 DELIMITED BY SIZE INTO LOG-OUTCOME
005060         WHEN OTHER
005070             ADD 1 TO QTD-SALVOS
005080             ADD QTD-COPIADOS TO QTD-REGISTROS
005090             DISPLAY "CTLSALVA: " ARQ-NOME (IND-ARQ)
005100                 " SALVO - " QTD-COPIADOS " REGISTROS."
005110             STRING "SALVO NA GERACAO " GERACAO-EDITADA
005120                 DELIMITED BY SIZE INTO LOG-OUTCOME
005130     END-EVALUATE.
005140     PERFORM 8000-GRAVA-RUNLOG THRU 8000-GRAVA-RUNLOG-EXIT.
005150 2100-SALVA-ARQUIVO-EXIT.
005160     EXIT.
005170
005180 2200-ABRE-ORIGEM.
005190     EVALUATE IND-ARQ
005200         WHEN 1
005210             OPEN INPUT EXPDATE-FILE
005220             MOVE STATUS-EXPDATE TO STATUS-ORIGEM
005230         WHEN 2
005240             OPEN INPUT CHECKPT-FILE
005250             MOVE STATUS-CHECKPT TO STATUS-ORIGEM
005260         WHEN 3
005270             OPEN INPUT DSPCHKPT-FILE
005280             MOVE STATUS-DSPCHKPT TO STATUS-ORIGEM
005290         WHEN 4
005300             OPEN INPUT CARDSTK-FILE
005310             MOVE STATUS-CARDSTK TO STATUS-ORIGEM
005320         WHEN 5
005330             OPEN INPUT NUMREJ-FILE
005340             MOVE STATUS-NUMREJ TO STATUS-ORIGEM
005350         WHEN 6
005360             OPEN INPUT ALERTAS-FILE
005370             MOVE STATUS-ALERTAS TO STATUS-ORIGEM
005380     END-EVALUATE.
005390 2200-ABRE-ORIGEM-EXIT.
005400     EXIT.
005410
005420 2300-COPIA-REGISTRO.
005430     PERFORM 2400-LE-ORIGEM THRU 2400-LE-ORIGEM-EXIT.
005440     IF FIM-ORIGEM
005450         GO TO 2300-COPIA-REGISTRO-EXIT
005460     END-IF.
005470     IF STATUS-ORIGEM NOT = "00"
005480         MOVE "F" TO SITUACAO-ARQUIVO
005490         MOVE "Y" TO FIM-ORIGEM-SW
005500         GO TO 2300-COPIA-REGISTRO-EXIT
005510     END-IF.
005520     ADD 1 TO QTD-COPIADOS.
005530     MOVE SPACES TO CGER-REGISTRO.
005540     MOVE DATA-NEGOCIO TO CGR-DATA.
005550     MOVE SEQ-GERACAO TO CGR-SEQ-GERACAO.
005560     MOVE ARQ-NOME (IND-ARQ) TO CGR-ARQUIVO.
005570     MOVE QTD-COPIADOS TO CGR-NUM-REGISTRO.
005580     MOVE REGISTRO-ORIGEM TO CGR-TEXTO.
005590     WRITE CTLGERA-REGISTRO FROM CGER-REGISTRO
005600         INVALID KEY
005610             MOVE STATUS-CTLGERA TO STATUS-ORIGEM
005620             MOVE "F" TO SITUACAO-ARQUIVO
005630             MOVE "Y" TO FIM-ORIGEM-SW
005640     END-WRITE.
005650 2300-COPIA-REGISTRO-EXIT.
005660     EXIT.
005670
005680 2400-LE-ORIGEM.
005690     MOVE SPACES TO REGISTRO-ORIGEM.
005700     EVALUATE IND-ARQ
005710         WHEN 1
005720             READ EXPDATE-FILE INTO REGISTRO-ORIGEM
005730                 AT END
005740                     MOVE "Y" TO FIM-ORIGEM-SW
005750             END-READ
005760             MOVE STATUS-EXPDATE TO STATUS-ORIGEM
005770         WHEN 2
005780             READ CHECKPT-FILE INTO REGISTRO-ORIGEM
005790                 AT END
005800                     MOVE "Y" TO FIM-ORIGEM-SW
005810             END-READ
005820             MOVE STATUS-CHECKPT TO STATUS-ORIGEM
005830         WHEN 3
005840             READ DSPCHKPT-FILE INTO REGISTRO-ORIGEM
005850                 AT END
005860                     MOVE "Y" TO FIM-ORIGEM-SW
005870             END-READ
005880             MOVE STATUS-DSPCHKPT TO STATUS-ORIGEM
005890         WHEN 4
005900             READ CARDSTK-FILE INTO REGISTRO-ORIGEM
005910                 AT END
005920                     MOVE "Y" TO FIM-ORIGEM-SW
005930             END-READ
005940             MOVE STATUS-CARDSTK TO STATUS-ORIGEM
005950         WHEN 5
005960             READ NUMREJ-FILE INTO REGISTRO-ORIGEM
005970                 AT END
005980                     MOVE "Y" TO FIM-ORIGEM-SW
005990             END-READ
006000             MOVE STATUS-NUMREJ TO STATUS-ORIGEM
006010         WHEN 6
006020             READ ALERTAS-FILE INTO REGISTRO-ORIGEM
006030                 AT END
006040                     MOVE "Y" TO FIM-ORIGEM-SW
006050             END-READ
006060             MOVE STATUS-ALERTAS TO STATUS-ORIGEM
006070     END-EVALUATE.
006080 2400-LE-ORIGEM-EXIT.
006090     EXIT.
006100
006110 2500-FECHA-ORIGEM.
006120     EVALUATE IND-ARQ
006130         WHEN 1
006140             CLOSE EXPDATE-FILE
006150         WHEN 2
006160             CLOSE CHECKPT-FILE
006170         WHEN 3
006180             CLOSE DSPCHKPT-FILE
006190         WHEN 4
006200             CLOSE CARDSTK-FILE
006210         WHEN 5
006220             CLOSE NUMREJ-FILE
006230         WHEN 6
006240             CLOSE ALERTAS-FILE
006250     END-EVALUATE.
006260 2500-FECHA-ORIGEM-EXIT.
006270     EXIT.
006280
006290*****************************************************************
006300*    2600-GRAVA-MANIFESTO : THE FILE'S ENTRY IN THE MANIFEST.   *
006310*                      WHEN IT CANNOT BE WRITTEN THE FILE       *
006320*                      COUNTS AS FAILED - CTLREPOE WILL NOT     *
006330*                      PUT BACK A FILE WITHOUT ITS ENTRY.       *
006340*****************************************************************
006350 2600-GRAVA-MANIFESTO.
006360     ACCEPT HORA-SISTEMA FROM TIME.
006370     MOVE SPACES TO CMAN-REGISTRO.
006380     MOVE DATA-NEGOCIO TO CMN-DATA.
006390     MOVE SEQ-GERACAO TO CMN-SEQ-GERACAO.
006400     MOVE ARQ-NOME (IND-ARQ) TO CMN-ARQUIVO.
006410     MOVE SITUACAO-ARQUIVO TO CMN-SITUACAO.
006420     MOVE QTD-COPIADOS TO CMN-QTD-REGISTROS.
006430     MOVE DATA-SISTEMA TO CMN-DATA-SISTEMA.
006440     MOVE HORA-SISTEMA TO CMN-HORA.
006450     MOVE SLV-OPERADOR TO CMN-OPERADOR.
006460     WRITE CTLMANIF-REGISTRO FROM CMAN-REGISTRO
006470         INVALID KEY
006480             MOVE STATUS-CTLMANIF TO STATUS-ORIGEM
006490             MOVE "F" TO SITUACAO-ARQUIVO
006500     END-WRITE.
006510 2600-GRAVA-MANIFESTO-EXIT.
006520     EXIT.
006530
006540*****************************************************************
006550*    8000-GRAVA-RUNLOG : APPENDS THE LOG-RECORD PREPARED BY THE *
006560*                        CALLER TO RUNLOG.                      *
006570*****************************************************************
006580 8000-GRAVA-RUNLOG.
006590     MOVE "CTLSALVA" TO LOG-PROGRAM-NAME.
006600     IF DATA-NEGOCIO = SPACES
006610         MOVE DATA-SISTEMA TO LOG-RUN-DATE
006620     ELSE
006630         MOVE DATA-NEGOCIO TO LOG-RUN-DATE
006640     END-IF.
006650     ACCEPT LOG-RUN-TIME FROM TIME.
006660     MOVE "F" TO LOG-EVENT-TYPE.
006670     MOVE SLV-OPERADOR TO LOG-OPERATOR.
006680     OPEN EXTEND RUNLOG-FILE.
006690     IF STATUS-RUNLOG = "05" OR STATUS-RUNLOG = "35"
006700         OPEN OUTPUT RUNLOG-FILE
006710     END-IF.
006720     WRITE RUNLOG-REGISTRO FROM LOG-RECORD.
006730     CLOSE RUNLOG-FILE.
006740 8000-GRAVA-RUNLOG-EXIT.
006750     EXIT.
006760
006770*****************************************************************
006780*    8500-GRAVA-ALERTA : ONE ALERTAS RECORD.  SEVERITY AND      *
006790*                        MESSAGE ARRIVE FROM THE CALLER; THE    *
006800*                        RETURN-CODE FOLLOWS THE WORST          *
006810*                        SEVERITY RAISED.  ONLY CALLED FROM     *
006820*                        9000, ONCE ALERTAS ITSELF HAS BEEN     *
006830*                        SAVED.                                 *
006840*****************************************************************
006850 8500-GRAVA-ALERTA.
006860     MOVE "CTLSALVA" TO ALR-PROGRAM-NAME.
006870     IF DATA-NEGOCIO = SPACES
006880         MOVE DATA-SISTEMA TO ALR-RUN-DATE
006890     ELSE
006900         MOVE DATA-NEGOCIO TO ALR-RUN-DATE
006910     END-IF.
006920     ACCEPT ALR-RUN-TIME FROM TIME.
006930     MOVE MENSAGEM-ALERTA TO ALR-MESSAGE.
006940     OPEN EXTEND ALERTAS-FILE.
006950     IF STATUS-ALERTAS = "05" OR STATUS-ALERTAS = "35"
006960         OPEN OUTPUT ALERTAS-FILE
006970     END-IF.
006980     WRITE ALERTAS-REGISTRO FROM ALERT-RECORD.
006990     CLOSE ALERTAS-FILE.
007000     IF CODIGO-RETORNO < ALR-SEVERITY
007010         MOVE ALR-SEVERITY TO CODIGO-RETORNO
007020     END-IF.
007030 8500-GRAVA-ALERTA-EXIT.
007040     EXIT.
007050
007060*****************************************************************
007070*    9000-ENCERRA : CLOSE THE GENERATION FILES, WRITE THE       *
007080*                   CLOSING RUNLOG ENTRY AND ANY ALERT (ONLY    *
007090*                   WHEN THE CARD WAS ADDRESSED TO CTLSALVA).   *
007100*****************************************************************
007110 9000-ENCERRA.
007120     IF CTLGERA-ABERTO
007130         CLOSE CTLGERA-FILE
007140     END-IF.
007150     IF CTLMANIF-ABERTO
007160         CLOSE CTLMANIF-FILE
007170     END-IF.
007180     IF SLV-PROGRAM-NAME NOT = "CTLSALVA"
007190         GO TO 9000-ENCERRA-EXIT
007200     END-IF.
007210     MOVE "ARQUIVOS" TO LOG-PARM-NAME.
007220     COMPUTE LOG-PARM-VALUE = QTD-SALVOS + QTD-AUSENTES.
007230     MOVE SPACES TO LOG-OUTCOME.
007240     EVALUATE TRUE
007250         WHEN CODIGO-RETORNO >= 8
007260             MOVE MOTIVO-RECUSA TO LOG-OUTCOME
007270         WHEN QTD-FALHAS > ZEROS
007280             STRING "GERACAO " GERACAO-EDITADA " INCOMPLETA"
007290                 DELIMITED BY SIZE INTO LOG-OUTCOME
007300         WHEN OTHER
007310             STRING "GERACAO " GERACAO-EDITADA " SALVA"
007320                 DELIMITED BY SIZE INTO LOG-OUTCOME
007330     END-EVALUATE.
007340     PERFORM 8000-GRAVA-RUNLOG THRU 8000-GRAVA-RUNLOG-EXIT.
007350     IF CODIGO-RETORNO >= 8
007360         MOVE 08 TO ALR-SEVERITY
007370         MOVE SPACES TO MENSAGEM-ALERTA
007380         STRING "RECUSADO: " MOTIVO-RECUSA
007390             DELIMITED BY SIZE INTO MENSAGEM-ALERTA
007400         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
007410         GO TO 9000-ENCERRA-EXIT
007420     END-IF.
007430     IF QTD-FALHAS > ZEROS
007440         MOVE 12 TO ALR-SEVERITY
007450         MOVE SPACES TO MENSAGEM-ALERTA
007460         STRING "GERACAO " GERACAO-EDITADA " INCOMPLETA"
007470             DELIMITED BY SIZE INTO MENSAGEM-ALERTA
007480         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
007490     END-IF.
007500     IF DATA-DA-MAQUINA
007510         MOVE 04 TO ALR-SEVERITY
007520         MOVE "EXPDATE INVALIDO - GERACAO PELA MAQUINA"
007530             TO MENSAGEM-ALERTA
007540         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
007550     END-IF.
007560 9000-ENCERRA-EXIT.
007570     EXIT.
