000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID  : SEGRPT                                       *
000040*    AUTHOR      : R. OLIVEIRA SILVA - APPLICATIONS DEV.        *
000050*    INSTALLATION: PORTFOLIO BATCH UTILITIES                    *
000060*    DATE-WRITTEN: 2026-09-18                                   *
000070*                                                               *
000080*    DESCRIPTION : SECURITY REPORT FOR THE PERIODIC AUDIT       *
000090*                  REVIEW.  READS THE SEGEVENT FILE (COPYBOOK   *
000100*                  SEGREC) FOR THE PERIOD ON THE CONTROL CARD   *
000110*                  AND PRINTS TO SEGREPT, ONE SECTION EACH:     *
000120*                    - PROFILE CHANGES MADE WITH OPERADM;       *
000130*                    - FAILED, REFUSED AND LOCKED-OUT SIGN-ONS; *
000140*                    - PASSWORDS CHANGED BY THE OPERATORS;      *
000150*                  THEN THE COUNT OF EVENTS BY TYPE, AND THE    *
000160*                  CURRENT STATE OF EVERY PROFILE IN OPERFIL    *
000170*                  (COPYBOOK OPERREC) - SUSPENDED, LOCKED OUT,  *
000180*                  PASSWORD EXPIRED OR CHANGE FORCED.  NO       *
000190*                  PASSWORD IS EVER PRINTED.  A MISSING         *
000200*                  SEGEVENT FILE IS A PERIOD WITHOUT EVENTS.    *
000210*                                                               *
000220*    CONTROL CARD (SYSIN, 24 BYTES - OPTIONAL):                 *
000230*      COLS 01-08  SRP-PROGRAM-NAME  MUST BE 'SEGRPT  '          *
000240*      COLS 09-16  SRP-DATA-INICIO   FIRST DAY YYYYMMDD;        *
000250*                                    SPACES = DAY 01 OF THE     *
000260*                                    MONTH OF THE LAST DAY      *
000270*      COLS 17-24  SRP-DATA-FIM      LAST DAY YYYYMMDD;         *
000280*                                    SPACES = TODAY             *
000290*                                                               *
000300*    RETURN CODES: 0 = PERIOD REPORTED, NOTHING LOCKED OUT,     *
000310*                  4 = A LOCKOUT IN THE PERIOD OR A PROFILE     *
000320*                      STILL LOCKED OUT,                        *
000330*                  8 = CONTROL CARD/PERIOD INVALID OR SEGREPT   *
000340*                      CANNOT BE OPENED.                        *
000350*                                                               *
000360*    MODIFICATION HISTORY                                       *
000370*    --------------------------------------------------------  *
000380*    DATE       INIT  DESCRIPTION                               *
000390*    ---------- ----  ----------------------------------------  *
000400*    2026-09-18 ROS   ORIGINAL VERSION - AUDIT REVIEW OF        *
000410*                     OPERFIL CHANGES AND SIGN-ON FAILURES.     *
000420*                                                               *
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.                  SEGRPT.
000460 AUTHOR.                      R. OLIVEIRA SILVA.
000470 INSTALLATION.                PORTFOLIO BATCH UTILITIES.
000480 DATE-WRITTEN.                2026-09-18.
000490 DATE-COMPILED.
000500
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.             PORTFOLIO-BATCH.
000550 OBJECT-COMPUTER.             PORTFOLIO-BATCH.
000560
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT SRPCARD-FILE      ASSIGN TO SYSIN
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS STATUS-SRPCARD.
000620
000630     SELECT SEGEVENT-FILE     ASSIGN TO SEGEVENT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS STATUS-SEGEVENT.
000660
000670     SELECT OPERFIL-FILE      ASSIGN TO OPERFIL
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS STATUS-OPERFIL.
000700
000710     SELECT SEGREPT-FILE      ASSIGN TO SEGREPT
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS STATUS-SEGREPT.
000740
000750*****************************************************************
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  SRPCARD-FILE
000790     RECORD CONTAINS 24 CHARACTERS.
000800 01  SRPCARD-REGISTRO            PIC X(24).
000810
000820 FD  SEGEVENT-FILE
000830     RECORD CONTAINS 72 CHARACTERS.
000840 01  SEGEVENT-REGISTRO           PIC X(72).
000850
000860 FD  OPERFIL-FILE
000870     RECORD CONTAINS 60 CHARACTERS.
000880 01  OPERFIL-REGISTRO            PIC X(60).
000890
000900 FD  SEGREPT-FILE
000910     RECORD CONTAINS 80 CHARACTERS.
000920 01  SEGREPT-REGISTRO            PIC X(80).
000930
000940*****************************************************************
000950 WORKING-STORAGE SECTION.
000960     COPY DATAPRM.
000970     COPY OPERREC.
000980     COPY SEGREC.
000990
001000 01  SRP-CARD.
001010     05  SRP-PROGRAM-NAME        PIC X(08).
001020     05  SRP-DATA-INICIO         PIC X(08).
001030     05  SRP-DATA-FIM            PIC X(08).
001040
001050 77  STATUS-SRPCARD              PIC X(02) VALUE SPACES.
001060 77  STATUS-SEGEVENT             PIC X(02) VALUE SPACES.
001070 77  STATUS-OPERFIL              PIC X(02) VALUE SPACES.
001080 77  STATUS-SEGREPT              PIC X(02) VALUE SPACES.
001090
001100 77  FIM-SEGEVENT-SW             PIC X(01) VALUE "N".
001110     88  FIM-SEGEVENT                VALUE "Y".
001120 77  FIM-OPERFIL-SW              PIC X(01) VALUE "N".
001130     88  FIM-OPERFIL                 VALUE "Y".
001140 77  RELATORIO-ABERTO-SW         PIC X(01) VALUE "N".
001150     88  RELATORIO-ABERTO            VALUE "Y".
001160 77  GRUPO-PASSE                 PIC 9(01) VALUE ZEROS.
001170     88  PASSE-MUDANCAS              VALUE 1.
001180     88  PASSE-FALHAS                VALUE 2.
001190     88  PASSE-OUTROS                VALUE 3.
001200 77  EVENTO-DO-GRUPO-SW          PIC X(01) VALUE "N".
001210     88  EVENTO-DO-GRUPO             VALUE "Y".
001220
001230 01  TIPOS-EVENTO-VALORES.
001240     05  FILLER                  PIC X(26)
001250         VALUE "INPERFIL INCLUIDO         ".
001260     05  FILLER                  PIC X(26)
001270         VALUE "ALPERFIL ALTERADO         ".
001280     05  FILLER                  PIC X(26)
001290         VALUE "SUPERFIL SUSPENSO         ".
001300     05  FILLER                  PIC X(26)
001310         VALUE "RAPERFIL REATIVADO        ".
001320     05  FILLER                  PIC X(26)
001330         VALUE "EXPERFIL EXCLUIDO         ".
001340     05  FILLER                  PIC X(26)
001350         VALUE "TFTROCA DE SENHA FORCADA  ".
001360     05  FILLER                  PIC X(26)
001370         VALUE "FSSENHA INVALIDA          ".
001380     05  FILLER                  PIC X(26)
001390         VALUE "ODOPERADOR DESCONHECIDO   ".
001400     05  FILLER                  PIC X(26)
001410         VALUE "BQPERFIL BLOQUEADO        ".
001420     05  FILLER                  PIC X(26)
001430         VALUE "ARACESSO RECUSADO         ".
001440     05  FILLER                  PIC X(26)
001450         VALUE "NAOPERADM SEM NIVEL SENIOR".
001460     05  FILLER                  PIC X(26)
001470         VALUE "STSENHA TROCADA           ".
001480 01  TIPOS-EVENTO REDEFINES TIPOS-EVENTO-VALORES.
001490     05  TPE-ENTRADA OCCURS 12 TIMES.
001500         10  TPE-CODIGO          PIC X(02).
001510         10  TPE-DESCRICAO       PIC X(24).
001520 01  CONTAGEM-TIPOS.
001530     05  TPE-QUANTIDADE OCCURS 12 TIMES PIC 9(07).
001540 77  QTD-TIPOS                   PIC 9(02) VALUE 12.
001550 77  IND-TPE                     PIC 9(02) VALUE ZEROS.
001560 77  IND-ACHADO                  PIC 9(02) VALUE ZEROS.
001570
001580 77  VALIDADE-PADRAO             PIC 9(03) VALUE 90.
001590 77  VALIDADE-EM-VIGOR           PIC 9(03) VALUE ZEROS.
001600 77  DATA-SISTEMA                PIC X(08) VALUE SPACES.
001610 77  DATA-NUMERICA               PIC 9(08) VALUE ZEROS.
001620 77  DIAS-HOJE                   PIC 9(08) VALUE ZEROS.
001630 77  DIAS-SENHA                  PIC 9(08) VALUE ZEROS.
001640 77  IDADE-SENHA                 PIC S9(08) VALUE ZEROS.
001650 77  SITUACAO-EDITADA            PIC X(09) VALUE SPACES.
001660 77  SENHA-EDITADA               PIC X(13) VALUE SPACES.
001670
001680 77  QTD-LIDOS                   PIC 9(07) VALUE ZEROS.
001690 77  QTD-NO-PERIODO              PIC 9(07) VALUE ZEROS.
001700 77  QTD-IMPRESSOS               PIC 9(07) VALUE ZEROS.
001710 77  QTD-OUTROS                  PIC 9(07) VALUE ZEROS.
001720 77  QTD-PERFIS                  PIC 9(07) VALUE ZEROS.
001730 77  QTD-SUSPENSOS               PIC 9(07) VALUE ZEROS.
001740 77  QTD-BLOQUEADOS              PIC 9(07) VALUE ZEROS.
001750 77  QTD-EXPIRADOS               PIC 9(07) VALUE ZEROS.
001760 77  CODIGO-RETORNO              PIC 9(02) VALUE ZEROS.
001770 77  QTD-EDITADA                 PIC ZZZZZZ9.
001780
001790 01  LINHA-EVENTO.
001800     05  LEV-DATA                PIC X(08).
001810     05  FILLER                  PIC X(01) VALUE SPACES.
001820     05  LEV-HORA                PIC X(06).
001830     05  FILLER                  PIC X(01) VALUE SPACES.
001840     05  LEV-PROGRAMA            PIC X(08).
001850     05  FILLER                  PIC X(01) VALUE SPACES.
001860     05  LEV-TIPO                PIC X(02).
001870     05  FILLER                  PIC X(01) VALUE SPACES.
001880     05  LEV-OPERADOR            PIC X(08).
001890     05  FILLER                  PIC X(01) VALUE SPACES.
001900     05  LEV-PERFIL              PIC X(08).
001910     05  FILLER                  PIC X(01) VALUE SPACES.
001920     05  LEV-DETALHE             PIC X(30).
001930     05  FILLER                  PIC X(04) VALUE SPACES.
001940
001950 01  LINHA-PERFIL.
001960     05  LPF-ID                  PIC X(08).
001970     05  FILLER                  PIC X(01) VALUE SPACES.
001980     05  LPF-NOME                PIC X(20).
001990     05  FILLER                  PIC X(01) VALUE SPACES.
002000     05  LPF-NIVEL               PIC X(01).
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  LPF-SITUACAO            PIC X(09).
002030     05  FILLER                  PIC X(01) VALUE SPACES.
002040     05  LPF-DATA-SENHA          PIC X(08).
002050     05  FILLER                  PIC X(01) VALUE SPACES.
002060     05  LPF-SENHA               PIC X(13).
002070     05  FILLER                  PIC X(01) VALUE SPACES.
002080     05  LPF-FALHAS              PIC X(02).
002090     05  FILLER                  PIC X(01) VALUE SPACES.
002100     05  LPF-DATA-ALTERACAO      PIC X(08).
002110     05  FILLER                  PIC X(03) VALUE SPACES.
002120
002130 77  NUMERO-PAGINA               PIC 9(04) VALUE ZEROS.
002140 77  LINHAS-NA-PAGINA            PIC 9(02) VALUE 99.
002150 77  LINHAS-POR-PAGINA           PIC 9(02) VALUE 56.
002160 77  LINHA-IMPRESSAO             PIC X(80) VALUE SPACES.
002170
002180 01  CABECALHO-1.
002190     05  FILLER                  PIC X(09) VALUE "SEGRPT   ".
002200     05  FILLER                  PIC X(30)
002210         VALUE "- EVENTOS DE SEGURANCA        ".
002220     05  FILLER                  PIC X(06) VALUE "DATA: ".
002230     05  CAB1-DATA               PIC X(08).
002240     05  FILLER                  PIC X(10) VALUE "   PAGINA ".
002250     05  CAB1-PAGINA             PIC ZZZ9.
002260     05  FILLER                  PIC X(13) VALUE SPACES.
002270
002280 01  CABECALHO-EVENTOS.
002290     05  FILLER                  PIC X(46)
002300         VALUE "DATA     HORA   PROGRAMA TP OPERADOR PERFIL   ".
002310     05  FILLER                  PIC X(34)
002320         VALUE "DETALHE".
002330
002340 01  CABECALHO-PERFIS.
002350     05  FILLER                  PIC X(43)
002360         VALUE "ID       NOME                 NV SITUACAO  ".
002370     05  FILLER                  PIC X(37)
002380         VALUE "DT.SENHA VALIDADE      FL ALTERADO".
002390
002400*****************************************************************
002410 PROCEDURE DIVISION.
002420*****************************************************************
002430*    0000-MAINLINE : OVERALL FLOW OF CONTROL - ONE PASS OVER    *
002440*                    SEGEVENT PER SECTION, THEN THE TOTALS AND  *
002450*                    THE PROFILE STATE.                         *
002460*****************************************************************
002470 0000-MAINLINE.
002480     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
002490     IF CODIGO-RETORNO < 8
002500         MOVE 1 TO GRUPO-PASSE
002510         PERFORM 2000-PASSE-GRUPO THRU 2000-PASSE-GRUPO-EXIT
002520         MOVE 2 TO GRUPO-PASSE
002530         PERFORM 2000-PASSE-GRUPO THRU 2000-PASSE-GRUPO-EXIT
002540         MOVE 3 TO GRUPO-PASSE
002550         PERFORM 2000-PASSE-GRUPO THRU 2000-PASSE-GRUPO-EXIT
002560         PERFORM 3000-TOTAIS-TIPO THRU 3000-TOTAIS-TIPO-EXIT
002570         PERFORM 4000-SITUACAO-PERFIS
002580             THRU 4000-SITUACAO-PERFIS-EXIT
002590     END-IF.
002600     IF RELATORIO-ABERTO
002610         CLOSE SEGREPT-FILE
002620     END-IF.
002630     DISPLAY "SEGRPT: FIM. PERIODO " SRP-DATA-INICIO " A "
002640         SRP-DATA-FIM " EVENTOS: " QTD-NO-PERIODO
002650         " RC: " CODIGO-RETORNO.
002660     MOVE CODIGO-RETORNO TO RETURN-CODE.
002670     GOBACK.
002680
002690*****************************************************************
002700*    1000-INICIALIZA : READ THE CONTROL CARD, SETTLE THE        *
002710*                      PERIOD AND START THE REPORT.             *
002720*****************************************************************
002730 1000-INICIALIZA.
002740     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
002750     MOVE "SEGRPT  " TO SRP-PROGRAM-NAME.
002760     MOVE SPACES     TO SRP-DATA-INICIO.
002770     MOVE SPACES     TO SRP-DATA-FIM.
002780     OPEN INPUT SRPCARD-FILE.
002790     IF STATUS-SRPCARD = "00"
002800         READ SRPCARD-FILE INTO SRPCARD-REGISTRO
002810             AT END
002820                 MOVE "35" TO STATUS-SRPCARD
002830         END-READ
002840         IF STATUS-SRPCARD = "00"
002850             MOVE SRPCARD-REGISTRO TO SRP-CARD
002860         END-IF
002870         CLOSE SRPCARD-FILE
002880     END-IF.
002890     IF SRP-PROGRAM-NAME NOT = "SEGRPT  "
002900         DISPLAY "SEGRPT: CARTAO DE CONTROLE PERTENCE A "
002910             SRP-PROGRAM-NAME " - EXECUCAO REJEITADA."
002920         MOVE 8 TO CODIGO-RETORNO
002930         GO TO 1000-INICIALIZA-EXIT
002940     END-IF.
002950     IF SRP-DATA-FIM = SPACES
002960         MOVE DATA-SISTEMA TO SRP-DATA-FIM
002970     END-IF.
002980     IF SRP-DATA-INICIO = SPACES
002990         MOVE SRP-DATA-FIM TO SRP-DATA-INICIO
003000         MOVE "01" TO SRP-DATA-INICIO (7:2)
003010     END-IF.
003020     MOVE "V" TO DTP-FUNCAO.
003030     MOVE SRP-DATA-INICIO TO DTP-DATA.
003040     CALL "DATACHK" USING DATA-PARAMETRO.
003050     IF DTP-DATA-INVALIDA
003060         DISPLAY "SEGRPT: DATA INICIAL INVALIDA ("
003070             SRP-DATA-INICIO ") - EXECUCAO REJEITADA."
003080         MOVE 8 TO CODIGO-RETORNO
003090         GO TO 1000-INICIALIZA-EXIT
003100     END-IF.
003110     MOVE "V" TO DTP-FUNCAO.
003120     MOVE SRP-DATA-FIM TO DTP-DATA.
003130     CALL "DATACHK" USING DATA-PARAMETRO.
003140     IF DTP-DATA-INVALIDA
003150         DISPLAY "SEGRPT: DATA FINAL INVALIDA ("
003160             SRP-DATA-FIM ") - EXECUCAO REJEITADA."
003170         MOVE 8 TO CODIGO-RETORNO
003180         GO TO 1000-INICIALIZA-EXIT
003190     END-IF.
003200     IF SRP-DATA-INICIO > SRP-DATA-FIM
003210         DISPLAY "SEGRPT: DATA INICIAL POSTERIOR A FINAL - "
003220             "EXECUCAO REJEITADA."
003230         MOVE 8 TO CODIGO-RETORNO
003240         GO TO 1000-INICIALIZA-EXIT
003250     END-IF.
003260     OPEN OUTPUT SEGREPT-FILE.
003270     IF STATUS-SEGREPT NOT = "00"
003280         DISPLAY "SEGRPT: SEGREPT NAO PODE SER ABERTO "
003290             "(STATUS " STATUS-SEGREPT ")."
003300         MOVE 8 TO CODIGO-RETORNO
003310         GO TO 1000-INICIALIZA-EXIT
003320     END-IF.
003330     MOVE "Y" TO RELATORIO-ABERTO-SW.
003340     MOVE ZEROS TO CONTAGEM-TIPOS.
003350     PERFORM 7100-CABECALHO THRU 7100-CABECALHO-EXIT.
003360     STRING "PERIODO: "      DELIMITED BY SIZE
003370            SRP-DATA-INICIO  DELIMITED BY SIZE
003380            " A "            DELIMITED BY SIZE
003390            SRP-DATA-FIM     DELIMITED BY SIZE
003400         INTO LINHA-IMPRESSAO
003410     END-STRING.
003420     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
003430 1000-INICIALIZA-EXIT.
003440     EXIT.
003450
003460*****************************************************************
003470*    2000-PASSE-GRUPO : ONE PASS OVER SEGEVENT PRINTING THE     *
003480*                      EVENTS OF THE PERIOD THAT BELONG TO THE  *
003490*                      SECTION IN GRUPO-PASSE.  A MISSING FILE  *
003500*                      JUST LEAVES THE SECTION EMPTY.           *
003510*****************************************************************
003520 2000-PASSE-GRUPO.
003530     MOVE ZEROS TO QTD-IMPRESSOS.
003540     MOVE SPACES TO LINHA-IMPRESSAO.
003550     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
003560     EVALUATE TRUE
003570         WHEN PASSE-MUDANCAS
003580             MOVE "ALTERACOES DE PERFIS (OPERADM)"
003590                 TO LINHA-IMPRESSAO
003600         WHEN PASSE-FALHAS
003610             MOVE "FALHAS, RECUSAS E BLOQUEIOS DE ACESSO"
003620                 TO LINHA-IMPRESSAO
003630         WHEN OTHER
003640             MOVE "TROCAS DE SENHA E OUTROS EVENTOS"
003650                 TO LINHA-IMPRESSAO
003660     END-EVALUATE.
003670     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
003680     MOVE CABECALHO-EVENTOS TO LINHA-IMPRESSAO.
003690     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
003700     MOVE "N" TO FIM-SEGEVENT-SW.
003710     OPEN INPUT SEGEVENT-FILE.
003720     IF STATUS-SEGEVENT = "00"
003730         PERFORM 2100-LE-EVENTO THRU 2100-LE-EVENTO-EXIT
003740         PERFORM 2200-FILTRA-EVENTO THRU 2200-FILTRA-EVENTO-EXIT
003750             UNTIL FIM-SEGEVENT
003760         CLOSE SEGEVENT-FILE
003770     END-IF.
003780     IF QTD-IMPRESSOS = ZEROS
003790         MOVE "  NENHUM EVENTO NO PERIODO." TO LINHA-IMPRESSAO
003800         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
003810     END-IF.
003820 2000-PASSE-GRUPO-EXIT.
003830     EXIT.
003840
003850 2100-LE-EVENTO.
003860     READ SEGEVENT-FILE INTO EVENTO-SEGURANCA
003870         AT END
003880             MOVE "Y" TO FIM-SEGEVENT-SW
003890     END-READ.
003900 2100-LE-EVENTO-EXIT.
003910     EXIT.
003920
003930*****************************************************************
003940*    2200-FILTRA-EVENTO : PRINT THE EVENT WHEN IT FALLS IN THE  *
003950*                      PERIOD AND BELONGS TO THE CURRENT        *
003960*                      SECTION.  COUNTS ARE TAKEN ON THE FIRST  *
003970*                      PASS ONLY, SO EACH EVENT IS COUNTED      *
003980*                      ONCE.                                    *
003990*****************************************************************
004000 2200-FILTRA-EVENTO.
004010     IF SEG-DATA < SRP-DATA-INICIO OR SEG-DATA > SRP-DATA-FIM
004020         PERFORM 2100-LE-EVENTO THRU 2100-LE-EVENTO-EXIT
004030         GO TO 2200-FILTRA-EVENTO-EXIT
004040     END-IF.
004050     IF PASSE-MUDANCAS
004060         PERFORM 2300-CONTA-TIPO THRU 2300-CONTA-TIPO-EXIT
004070     END-IF.
004080     MOVE "N" TO EVENTO-DO-GRUPO-SW.
004090     EVALUATE TRUE
004100         WHEN SEG-MUDANCA-PERFIL
004110             IF PASSE-MUDANCAS
004120                 MOVE "Y" TO EVENTO-DO-GRUPO-SW
004130             END-IF
004140         WHEN SEG-FALHA-ACESSO
004150             IF PASSE-FALHAS
004160                 MOVE "Y" TO EVENTO-DO-GRUPO-SW
004170             END-IF
004180         WHEN OTHER
004190             IF PASSE-OUTROS
004200                 MOVE "Y" TO EVENTO-DO-GRUPO-SW
004210             END-IF
004220     END-EVALUATE.
004230     IF EVENTO-DO-GRUPO
004240         MOVE SEG-DATA       TO LEV-DATA
004250         MOVE SEG-HORA (1:6) TO LEV-HORA
004260         MOVE SEG-PROGRAMA   TO LEV-PROGRAMA
004270         MOVE SEG-TIPO       TO LEV-TIPO
004280         MOVE SEG-OPERADOR   TO LEV-OPERADOR
004290         MOVE SEG-PERFIL     TO LEV-PERFIL
004300         MOVE SEG-DETALHE    TO LEV-DETALHE
004310         MOVE LINHA-EVENTO TO LINHA-IMPRESSAO
004320         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
004330         ADD 1 TO QTD-IMPRESSOS
004340     END-IF.
004350     PERFORM 2100-LE-EVENTO THRU 2100-LE-EVENTO-EXIT.
004360 2200-FILTRA-EVENTO-EXIT.
004370     EXIT.
004380
004390*****************************************************************
004400*    2300-CONTA-TIPO : ADD THE EVENT TO THE COUNT OF ITS TYPE.  *
004410*                      A LOCKOUT IN THE PERIOD RAISES RC 4.     *
004420*****************************************************************
004430 2300-CONTA-TIPO.
004440     ADD 1 TO QTD-NO-PERIODO.
004450     MOVE ZEROS TO IND-ACHADO.
004460     PERFORM 2310-COMPARA-TIPO THRU 2310-COMPARA-TIPO-EXIT
004470         VARYING IND-TPE FROM 1 BY 1
004480             UNTIL IND-TPE > QTD-TIPOS OR IND-ACHADO > ZEROS.
004490     IF IND-ACHADO > ZEROS
004500         ADD 1 TO TPE-QUANTIDADE (IND-ACHADO)
004510     ELSE
004520         ADD 1 TO QTD-OUTROS
004530     END-IF.
004540     IF SEG-BLOQUEIO AND CODIGO-RETORNO < 4
004550         MOVE 4 TO CODIGO-RETORNO
004560     END-IF.
004570 2300-CONTA-TIPO-EXIT.
004580     EXIT.
004590
004600 2310-COMPARA-TIPO.
004610     IF TPE-CODIGO (IND-TPE) = SEG-TIPO
004620         MOVE IND-TPE TO IND-ACHADO
004630     END-IF.
004640 2310-COMPARA-TIPO-EXIT.
004650     EXIT.
004660
004670*****************************************************************
004680*    3000-TOTAIS-TIPO : COUNT OF THE PERIOD'S EVENTS BY TYPE.   *
004690*****************************************************************
004700 3000-TOTAIS-TIPO.
004710     MOVE SPACES TO LINHA-IMPRESSAO.
004720     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004730     MOVE "TOTAIS DO PERIODO POR TIPO DE EVENTO"
004740         TO LINHA-IMPRESSAO.
004750     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004760     PERFORM 3100-TOTAL-TIPO THRU 3100-TOTAL-TIPO-EXIT
004770         VARYING IND-TPE FROM 1 BY 1 UNTIL IND-TPE > QTD-TIPOS.
004780     IF QTD-OUTROS > ZEROS
004790         MOVE QTD-OUTROS TO QTD-EDITADA
004800         STRING "  ?? TIPO ILEGIVEL            : "
004810                                       DELIMITED BY SIZE
004820                QTD-EDITADA            DELIMITED BY SIZE
004830             INTO LINHA-IMPRESSAO
004840         END-STRING
004850         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
004860     END-IF.
004870     MOVE QTD-NO-PERIODO TO QTD-EDITADA.
004880     STRING "  TOTAL DE EVENTOS NO PERIODO  : "
004890                                       DELIMITED BY SIZE
004900            QTD-EDITADA                DELIMITED BY SIZE
004910         INTO LINHA-IMPRESSAO
004920     END-STRING.
004930     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004940 3000-TOTAIS-TIPO-EXIT.
004950     EXIT.
004960
004970 3100-TOTAL-TIPO.
004980     MOVE TPE-QUANTIDADE (IND-TPE) TO QTD-EDITADA.
004990     STRING "  "                       DELIMITED BY SIZE
005000            TPE-CODIGO (IND-TPE)       DELIMITED BY SIZE
005010            " "                        DELIMITED BY SIZE
005020            TPE-DESCRICAO (IND-TPE)    DELIMITED BY SIZE
005030            "  : "                     DELIMITED BY SIZE
005040            QTD-EDITADA                DELIMITED BY SIZE
005050         INTO LINHA-IMPRESSAO
005060     END-STRING.
005070     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
005080 3100-TOTAL-TIPO-EXIT.
005090     EXIT.
005100
005110*****************************************************************
005120*    4000-SITUACAO-PERFIS : EVERY PROFILE IN OPERFIL AS IT      *
005130*                      STANDS TODAY.  PASSWORD EXPIRY FOLLOWS   *
005140*                      THE OPSMENU SIGN-ON RULE.  A PROFILE     *
005150*                      STILL LOCKED OUT RAISES RC 4.            *
005160*****************************************************************
005170 4000-SITUACAO-PERFIS.
005180     MOVE SPACES TO LINHA-IMPRESSAO.
005190     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
005200     MOVE "SITUACAO ATUAL DOS PERFIS (OPERFIL)"
005210         TO LINHA-IMPRESSAO.
005220     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
005230     OPEN INPUT OPERFIL-FILE.
005240     IF STATUS-OPERFIL NOT = "00"
005250         STRING "  OPERFIL INDISPONIVEL (STATUS "
005260                                       DELIMITED BY SIZE
005270                STATUS-OPERFIL         DELIMITED BY SIZE
005280                ")."                   DELIMITED BY SIZE
005290             INTO LINHA-IMPRESSAO
005300         END-STRING
005310         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
005320         GO TO 4000-SITUACAO-PERFIS-EXIT
005330     END-IF.
005340     MOVE CABECALHO-PERFIS TO LINHA-IMPRESSAO.
005350     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
005360     MOVE DATA-SISTEMA TO DATA-NUMERICA.
005370     COMPUTE DIAS-HOJE = FUNCTION INTEGER-OF-DATE (DATA-NUMERICA).
005380     MOVE "N" TO FIM-OPERFIL-SW.
005390     PERFORM 4100-LE-PERFIL THRU 4100-LE-PERFIL-EXIT.
005400     PERFORM 4200-LISTA-PERFIL THRU 4200-LISTA-PERFIL-EXIT
005410         UNTIL FIM-OPERFIL.
005420     CLOSE OPERFIL-FILE.
005430     MOVE SPACES TO LINHA-IMPRESSAO.
005440     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
005450     MOVE QTD-PERFIS TO QTD-EDITADA.
005460     STRING "  PERFIS CADASTRADOS           : " DELIMITED BY SIZE
005470            QTD-EDITADA                        DELIMITED BY SIZE
005480         INTO LINHA-IMPRESSAO
005490     END-STRING.
005500     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
005510     MOVE QTD-SUSPENSOS TO QTD-EDITADA.
005520     STRING "  SUSPENSOS                    : " DELIMITED BY SIZE
005530            QTD-EDITADA                        DELIMITED BY SIZE
005540         INTO LINHA-IMPRESSAO
005550     END-STRING.
005560     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
005570     MOVE QTD-BLOQUEADOS TO QTD-EDITADA.
005580     STRING "  BLOQUEADOS                   : " DELIMITED BY SIZE
005590            QTD-EDITADA                        DELIMITED BY SIZE
005600         INTO LINHA-IMPRESSAO
005610     END-STRING.
005620     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
005630     MOVE QTD-EXPIRADOS TO QTD-EDITADA.
005640     STRING "  SENHA EXPIRADA OU A TROCAR   : " DELIMITED BY SIZE
005650            QTD-EDITADA                        DELIMITED BY SIZE
005660         INTO LINHA-IMPRESSAO
005670     END-STRING.
005680     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
005690     IF QTD-BLOQUEADOS > ZEROS AND CODIGO-RETORNO < 4
005700         MOVE 4 TO CODIGO-RETORNO
005710     END-IF.
005720 4000-SITUACAO-PERFIS-EXIT.
005730     EXIT.
005740
005750 4100-LE-PERFIL.
005760     READ OPERFIL-FILE INTO PERFIL-OPERADOR
005770         AT END
005780             MOVE "Y" TO FIM-OPERFIL-SW
005790     END-READ.
005800 4100-LE-PERFIL-EXIT.
005810     EXIT.
005820
005830 4200-LISTA-PERFIL.
005840     ADD 1 TO QTD-PERFIS.
005850     EVALUATE TRUE
005860         WHEN PER-SUSPENSO
005870             MOVE "SUSPENSO" TO SITUACAO-EDITADA
005880             ADD 1 TO QTD-SUSPENSOS
005890         WHEN PER-BLOQUEADO
005900             MOVE "BLOQUEADO" TO SITUACAO-EDITADA
005910             ADD 1 TO QTD-BLOQUEADOS
005920         WHEN PER-ATIVO
005930             MOVE "ATIVO" TO SITUACAO-EDITADA
005940         WHEN OTHER
005950             MOVE "ILEGIVEL" TO SITUACAO-EDITADA
005960     END-EVALUATE.
005970     PERFORM 4300-VERIFICA-VALIDADE
005980         THRU 4300-VERIFICA-VALIDADE-EXIT.
005990     MOVE PER-ID             TO LPF-ID.
006000     MOVE PER-NOME           TO LPF-NOME.
006010     MOVE PER-NIVEL          TO LPF-NIVEL.
006020     MOVE SITUACAO-EDITADA   TO LPF-SITUACAO.
006030     MOVE PER-DATA-SENHA     TO LPF-DATA-SENHA.
006040     MOVE SENHA-EDITADA      TO LPF-SENHA.
006050     MOVE PER-FALHAS         TO LPF-FALHAS.
006060     MOVE PER-DATA-ALTERACAO TO LPF-DATA-ALTERACAO.
006070     MOVE LINHA-PERFIL TO LINHA-IMPRESSAO.
006080     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
006090     PERFORM 4100-LE-PERFIL THRU 4100-LE-PERFIL-EXIT.
006100 4200-LISTA-PERFIL-EXIT.
006110     EXIT.
006120
006130*****************************************************************
006140*    4300-VERIFICA-VALIDADE : FORCED CHANGE, NO CHANGE DATE, OR *
006150*                      OLDER THAN THE EXPIRY PERIOD (ZERO =     *
006160*                      NEVER) - AS AT THE OPSMENU SIGN-ON.      *
006170*****************************************************************
006180 4300-VERIFICA-VALIDADE.
006190     IF PER-TROCA-OBRIGATORIA
006200         MOVE "TROCA EXIGIDA" TO SENHA-EDITADA
006210         ADD 1 TO QTD-EXPIRADOS
006220         GO TO 4300-VERIFICA-VALIDADE-EXIT
006230     END-IF.
006240     IF PER-DATA-SENHA IS NOT NUMERIC
006250         MOVE "EXPIRADA" TO SENHA-EDITADA
006260         ADD 1 TO QTD-EXPIRADOS
006270         GO TO 4300-VERIFICA-VALIDADE-EXIT
006280     END-IF.
006290     IF PER-VALIDADE-DIAS IS NUMERIC
006300         MOVE PER-VALIDADE-DIAS TO VALIDADE-EM-VIGOR
006310     ELSE
006320         MOVE VALIDADE-PADRAO TO VALIDADE-EM-VIGOR
006330     END-IF.
006340     IF VALIDADE-EM-VIGOR = ZEROS
006350         MOVE "NAO EXPIRA" TO SENHA-EDITADA
006360         GO TO 4300-VERIFICA-VALIDADE-EXIT
006370     END-IF.
006380     MOVE PER-DATA-SENHA TO DATA-NUMERICA.
006390     COMPUTE DIAS-SENHA =
006400         FUNCTION INTEGER-OF-DATE (DATA-NUMERICA).
006410     COMPUTE IDADE-SENHA = DIAS-HOJE - DIAS-SENHA.
006420     IF IDADE-SENHA >= VALIDADE-EM-VIGOR
006430         MOVE "EXPIRADA" TO SENHA-EDITADA
006440         ADD 1 TO QTD-EXPIRADOS
006450     ELSE
006460         MOVE "EM DIA" TO SENHA-EDITADA
006470     END-IF.
006480 4300-VERIFICA-VALIDADE-EXIT.
006490     EXIT.
006500
006510*****************************************************************
006520*    7000-GRAVA-LINHA : WRITE ONE REPORT LINE, STARTING A NEW   *
006530*                       PAGE WHEN THE CURRENT ONE IS FULL.      *
006540*****************************************************************
006550 7000-GRAVA-LINHA.
006560     IF LINHAS-NA-PAGINA >= LINHAS-POR-PAGINA
006570         PERFORM 7100-CABECALHO THRU 7100-CABECALHO-EXIT
006580     END-IF.
006590     WRITE SEGREPT-REGISTRO FROM LINHA-IMPRESSAO.
006600     ADD 1 TO LINHAS-NA-PAGINA.
006610     MOVE SPACES TO LINHA-IMPRESSAO.
006620 7000-GRAVA-LINHA-EXIT.
006630     EXIT.
006640
006650*****************************************************************
006660*    7100-CABECALHO : PAGE HEADING WITH RUN DATE AND PAGE       *
006670*                     NUMBER.                                   *
006680*****************************************************************
006690 7100-CABECALHO.
006700     ADD 1 TO NUMERO-PAGINA.
006710     MOVE DATA-SISTEMA  TO CAB1-DATA.
006720     MOVE NUMERO-PAGINA TO CAB1-PAGINA.
006730     WRITE SEGREPT-REGISTRO FROM CABECALHO-1.
006740     MOVE SPACES TO SEGREPT-REGISTRO.
006750     WRITE SEGREPT-REGISTRO.
006760     MOVE 2 TO LINHAS-NA-PAGINA.
006770 7100-CABECALHO-EXIT.
006780     EXIT.
