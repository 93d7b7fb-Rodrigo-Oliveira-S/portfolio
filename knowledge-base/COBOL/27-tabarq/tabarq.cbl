000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID  : TABARQ                                       *
000040*    AUTHOR      : R. OLIVEIRA SILVA - APPLICATIONS DEV.        *
000050*    INSTALLATION: PORTFOLIO BATCH UTILITIES                    *
000060*    DATE-WRITTEN: 2026-09-25                                   *
000070*                                                               *
000080*    DESCRIPTION : TABOUT REPORT ARCHIVE.  RUNS AFTER TABUADA   *
000090*                  AND COPIES THE WHOLE PRINTED REPORT - EVERY  *
000100*                  PAGE, HEADINGS AND THE CONTROL-TOTAL PAGE    *
000110*                  INCLUDED - INTO THE TABARQ INDEXED ARCHIVE   *
000120*                  (COPYBOOK TARQREC), KEYED BY BUSINESS DATE,  *
000130*                  PAGE AND LINE, WITH THE NUMERO OF EACH PAGE  *
000140*                  AS AN ALTERNATE KEY.  TABREIMP PRINTS IT     *
000150*                  BACK, SO AN OLD TABLE NO LONGER MEANS        *
000160*                  RERUNNING TABUADA FOR A PAST DATE.           *
000170*                                                               *
000180*                  THE BUSINESS DATE IS TAKEN FROM THE TABOUT   *
000190*                  PAGE HEADING.  A DATE ALREADY IN THE ARCHIVE *
000200*                  (A FORCED RERUN OF TABUADA) HAS ITS PAGES    *
000210*                  REPLACED BY THE NEW REPORT.                  *
000220*                                                               *
000230*                  WITH A RETENTION CUTOFF ON THE CARD, PAGES   *
000240*                  OF EARLIER DATES LEAVE THE ARCHIVE FOR THE   *
000250*                  GENERATION-STYLE FILE TABVELHO (OPENED       *
000260*                  EXTEND), AS LOGARCH DOES FOR RUNLOG.         *
000270*                                                               *
000280*    CONTROL CARD (SYSIN, 16 BYTES - OPTIONAL):                 *
000290*      COLS 01-08  TAC-PROGRAM-NAME  MUST BE 'TABARQ  '         *
000300*      COLS 09-16  TAC-DATA-CORTE    RETENTION CUTOFF YYYYMMDD; *
000310*                                    SPACES = NOTHING PURGED    *
000320*                                                               *
000330*    RETURN CODES: 0 = REPORT ARCHIVED,                         *
000340*                  4 = REPORT ARCHIVED, REPLACING PAGES ALREADY *
000350*                      ARCHIVED FOR THE DATE,                   *
000360*                  8 = NOTHING ARCHIVED (CARD, TABOUT OR THE    *
000370*                      ARCHIVE UNUSABLE),                       *
000380*                  12 = ARCHIVE WRITE OR PURGE FAILED PART WAY. *
000390*                                                               *
000400*    MODIFICATION HISTORY                                       *
000410*    --------------------------------------------------------  *
000420*    DATE       INIT  DESCRIPTION                               *
000430*    ---------- ----  ----------------------------------------  *
000440*    2026-09-25 ROS   ORIGINAL VERSION - EVERY TABUADA RUN      *
000450*                     OVERWROTE TABOUT AND OLD TABLES COULD     *
000460*                     ONLY BE HAD BY RERUNNING A PAST DATE.     *
000470*                                                               *
000480*****************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.                  TABARQ.
000510 AUTHOR.                      R. OLIVEIRA SILVA.
000520 INSTALLATION.                PORTFOLIO BATCH UTILITIES.
000530 DATE-WRITTEN.                2026-09-25.
000540 DATE-COMPILED.
000550
000560*****************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.             PORTFOLIO-BATCH.
000600 OBJECT-COMPUTER.             PORTFOLIO-BATCH.
000610
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT TACCARD-FILE      ASSIGN TO SYSIN
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS STATUS-TACCARD.
000670
000680     SELECT TABOUT-FILE       ASSIGN TO TABOUT
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS STATUS-TABOUT.
000710
000720     SELECT TABARQ-FILE       ASSIGN TO TABARQ
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS TABARQ-CHAVE
000760         ALTERNATE RECORD KEY IS TABARQ-CHAVE-NUMERO
000770             WITH DUPLICATES
000780         FILE STATUS IS STATUS-TABARQ.
000790
000800     SELECT TABVELHO-FILE     ASSIGN TO TABVELHO
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS STATUS-TABVELHO.
000830
000840     SELECT RUNLOG-FILE       ASSIGN TO RUNLOG
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS STATUS-RUNLOG.
000870
000880     SELECT ALERTAS-FILE      ASSIGN TO ALERTAS
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS STATUS-ALERTAS.
000910
000920*****************************************************************
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  TACCARD-FILE
000960     RECORD CONTAINS 16 CHARACTERS.
000970 01  TACCARD-REGISTRO            PIC X(16).
000980
000990 FD  TABOUT-FILE
001000     RECORD CONTAINS 80 CHARACTERS.
001010 01  TABOUT-REGISTRO             PIC X(80).
001020
001030 FD  TABARQ-FILE
001040     RECORD CONTAINS 114 CHARACTERS.
001050 01  TABARQ-REGISTRO.
001060     05  TABARQ-CHAVE.
001070         10  TABARQ-DATA         PIC X(08).
001080         10  TABARQ-PAGINA       PIC 9(04).
001090         10  TABARQ-LINHA        PIC 9(03).
001100     05  TABARQ-CHAVE-NUMERO.
001110         10  TABARQ-DATA-NUMERO  PIC X(08).
001120         10  TABARQ-NUMERO       PIC X(02).
001130     05  TABARQ-RESTO            PIC X(89).
001140
001150 FD  TABVELHO-FILE
001160     RECORD CONTAINS 114 CHARACTERS.
001170 01  TABVELHO-REGISTRO           PIC X(114).
001180
001190 FD  RUNLOG-FILE
001200     RECORD CONTAINS 78 CHARACTERS.
001210 01  RUNLOG-REGISTRO             PIC X(78).
001220
001230 FD  ALERTAS-FILE
001240     RECORD CONTAINS 66 CHARACTERS.
001250 01  ALERTAS-REGISTRO            PIC X(66).
001260
001270*****************************************************************
001280 WORKING-STORAGE SECTION.
001290     COPY ALERTREC.
001300     COPY DATAPRM.
001310     COPY LOGREC.
001320     COPY TARQREC.
001330
001340 01  TAC-CARD.
001350     05  TAC-PROGRAM-NAME        PIC X(08).
001360     05  TAC-DATA-CORTE          PIC X(08).
001370
001380*    THE TABUADA PAGE HEADING, AS 4300-CABECALHO-PAGINA THERE
001390*    WRITES IT - ONLY THE TITLE AND THE DATE ARE NEEDED HERE.
001400 01  CAB-TABOUT.
001410     05  CAB-TITULO              PIC X(31).
001420     05  FILLER                  PIC X(08).
001430     05  CAB-DATA                PIC X(08).
001440     05  FILLER                  PIC X(33).
001450
001460 01  TABELA-PAGINA.
001470     05  PAG-LINHA OCCURS 99 TIMES PIC X(80).
001480
001490 77  STATUS-TACCARD              PIC X(02) VALUE SPACES.
001500 77  STATUS-TABOUT               PIC X(02) VALUE SPACES.
001510 77  STATUS-TABARQ               PIC X(02) VALUE SPACES.
001520 77  STATUS-TABVELHO             PIC X(02) VALUE SPACES.
001530 77  STATUS-RUNLOG               PIC X(02) VALUE SPACES.
001540 77  STATUS-ALERTAS              PIC X(02) VALUE SPACES.
001550
001560 77  FIM-TABOUT-SW               PIC X(01) VALUE "N".
001570     88  FIM-TABOUT                  VALUE "Y".
001580 77  FIM-ARQUIVO-SW              PIC X(01) VALUE "N".
001590     88  FIM-ARQUIVO                 VALUE "Y".
001600 77  TABOUT-ABERTO-SW            PIC X(01) VALUE "N".
001610     88  TABOUT-ABERTO               VALUE "Y".
001620 77  TABARQ-ABERTO-SW            PIC X(01) VALUE "N".
001630     88  TABARQ-ABERTO               VALUE "Y".
001633 77  TABVELHO-FALHOU-SW          PIC X(01) VALUE "N".
001636     88  TABVELHO-FALHOU             VALUE "Y".
001640
001650 77  TITULO-TABUADA              PIC X(31)
001660         VALUE "TABUADA - RELATORIO DE TABUADAS".
001670 77  DATA-NEGOCIO                PIC X(08) VALUE SPACES.
001680 77  DATA-SISTEMA                PIC X(08) VALUE SPACES.
001690 77  NUMERO-PAGINA               PIC 9(04) VALUE ZEROS.
001700 77  NUMERO-CORRENTE             PIC X(02) VALUE SPACES.
001710 77  TIPO-CORRENTE               PIC X(01) VALUE SPACES.
001720 77  QTD-LINHAS-PAGINA           PIC 9(03) VALUE ZEROS.
001730 77  MAX-LINHAS-PAGINA           PIC 9(03) VALUE 99.
001740 77  IND-LINHA                   PIC 9(03) VALUE ZEROS.
001750
001760 77  QTD-LIDAS                   PIC 9(07) VALUE ZEROS.
001770 77  QTD-PAGINAS                 PIC 9(07) VALUE ZEROS.
001780 77  QTD-GRAVADAS                PIC 9(07) VALUE ZEROS.
001790 77  QTD-SUBSTITUIDAS            PIC 9(07) VALUE ZEROS.
001800 77  QTD-PERDIDAS                PIC 9(07) VALUE ZEROS.
001810 77  QTD-FALHAS                  PIC 9(07) VALUE ZEROS.
001820 77  QTD-EXPURGADAS              PIC 9(07) VALUE ZEROS.
001825 77  QTD-FALHAS-EXPURGO          PIC 9(07) VALUE ZEROS.
001830 77  MENSAGEM-ALERTA             PIC X(40) VALUE SPACES.
001840 77  CODIGO-RETORNO              PIC 9(02) VALUE ZEROS.
001850
001860*****************************************************************
001870 PROCEDURE DIVISION.
001880*****************************************************************
001890*    0000-MAINLINE : OVERALL FLOW OF CONTROL                    *
001900*****************************************************************
001910 0000-MAINLINE.
001920     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
001930     IF CODIGO-RETORNO < 8
001940         PERFORM 2000-RETIRA-ANTERIOR
001950             THRU 2000-RETIRA-ANTERIOR-EXIT
001960         PERFORM 3000-ARQUIVA-RELATORIO
001970             THRU 3000-ARQUIVA-RELATORIO-EXIT
001980     END-IF.
001990     IF CODIGO-RETORNO < 8 AND TAC-DATA-CORTE NOT = SPACES
002000         PERFORM 4000-EXPURGA THRU 4000-EXPURGA-EXIT
002010     END-IF.
002020     PERFORM 9000-ENCERRA THRU 9000-ENCERRA-EXIT.
002030     DISPLAY "TABARQ: FIM. DATA: " DATA-NEGOCIO
002040         " PAGINAS: " QTD-PAGINAS
002050         " LINHAS: " QTD-GRAVADAS
002060         " SUBSTITUIDAS: " QTD-SUBSTITUIDAS
002070         " EXPURGADAS: " QTD-EXPURGADAS
002080         " RC: " CODIGO-RETORNO.
002090     MOVE CODIGO-RETORNO TO RETURN-CODE.
002100     GOBACK.
002110
002120*****************************************************************
002130*    1000-INICIALIZA : READ THE CONTROL CARD, TAKE THE BUSINESS *
002140*                      DATE FROM THE FIRST TABOUT HEADING AND   *
002150*                      OPEN THE ARCHIVE (CREATED ON THE FIRST   *
002160*                      RUN).                                    *
002170*****************************************************************
002180 1000-INICIALIZA.
002190     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
002200     MOVE "TABARQ  " TO TAC-PROGRAM-NAME.
002210     MOVE SPACES     TO TAC-DATA-CORTE.
002220     OPEN INPUT TACCARD-FILE.
002230     IF STATUS-TACCARD = "00"
002240         READ TACCARD-FILE INTO TACCARD-REGISTRO
002250             AT END
002260                 MOVE "35" TO STATUS-TACCARD
002270         END-READ
002280         IF STATUS-TACCARD = "00"
002290             MOVE TACCARD-REGISTRO TO TAC-CARD
002300         END-IF
002310         CLOSE TACCARD-FILE
002320     END-IF.
002330     IF TAC-PROGRAM-NAME NOT = "TABARQ  "
002340         DISPLAY "TABARQ: CARTAO DE CONTROLE PERTENCE A "
002350             TAC-PROGRAM-NAME " - EXECUCAO REJEITADA."
002360         MOVE 8 TO CODIGO-RETORNO
002370         GO TO 1000-INICIALIZA-EXIT
002380     END-IF.
002390     IF TAC-DATA-CORTE NOT = SPACES
002400         MOVE "V" TO DTP-FUNCAO
002410         MOVE TAC-DATA-CORTE TO DTP-DATA
002420         CALL "DATACHK" USING DATA-PARAMETRO
002430         IF DTP-DATA-INVALIDA
002440             DISPLAY "TABARQ: DATA DE CORTE INVALIDA ("
002450                 TAC-DATA-CORTE ") - EXECUCAO REJEITADA."
002460             MOVE 8 TO CODIGO-RETORNO
002470             GO TO 1000-INICIALIZA-EXIT
002480         END-IF
002490     END-IF.
002500     OPEN INPUT TABOUT-FILE.
002510     IF STATUS-TABOUT NOT = "00"
002520         DISPLAY "TABARQ: TABOUT INDISPONIVEL (STATUS "
002530             STATUS-TABOUT ") - NADA ARQUIVADO."
002540         MOVE 08 TO ALR-SEVERITY
002550         MOVE "TABOUT INDISPONIVEL - NADA ARQUIVADO"
002560             TO MENSAGEM-ALERTA
002570         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
002580         GO TO 1000-INICIALIZA-EXIT
002590     END-IF.
002600     MOVE "Y" TO TABOUT-ABERTO-SW.
002610     PERFORM 1100-LE-TABOUT THRU 1100-LE-TABOUT-EXIT.
002620     MOVE TABOUT-REGISTRO TO CAB-TABOUT.
002630     IF FIM-TABOUT OR CAB-TITULO NOT = TITULO-TABUADA
002640         DISPLAY "TABARQ: TABOUT VAZIO OU SEM CABECALHO DO "
002650             "TABUADA - NADA ARQUIVADO."
002660         MOVE 08 TO ALR-SEVERITY
002670         MOVE "TABOUT SEM CABECALHO - NADA ARQUIVADO"
002680             TO MENSAGEM-ALERTA
002690         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
002700         GO TO 1000-INICIALIZA-EXIT
002710     END-IF.
002720     MOVE CAB-DATA TO DATA-NEGOCIO.
002730     MOVE "V" TO DTP-FUNCAO.
002740     MOVE DATA-NEGOCIO TO DTP-DATA.
002750     CALL "DATACHK" USING DATA-PARAMETRO.
002760     IF DTP-DATA-INVALIDA
002770         DISPLAY "TABARQ: DATA DO CABECALHO DO TABOUT INVALIDA ("
002780             DATA-NEGOCIO ") - NADA ARQUIVADO."
002790         MOVE 08 TO ALR-SEVERITY
002800         MOVE "TABOUT DATA INVALIDA - NADA ARQUIVADO"
002810             TO MENSAGEM-ALERTA
002820         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
002830         GO TO 1000-INICIALIZA-EXIT
002840     END-IF.
002850     IF TAC-DATA-CORTE NOT = SPACES
002860             AND TAC-DATA-CORTE > DATA-NEGOCIO
002870         DISPLAY "TABARQ: DATA DE CORTE " TAC-DATA-CORTE
002880             " POSTERIOR AO RELATORIO DE " DATA-NEGOCIO
002890             " - EXECUCAO REJEITADA."
002900         MOVE 8 TO CODIGO-RETORNO
002910         GO TO 1000-INICIALIZA-EXIT
002920     END-IF.
002930     OPEN I-O TABARQ-FILE.
002940     IF STATUS-TABARQ = "05" OR STATUS-TABARQ = "35"
002950         OPEN OUTPUT TABARQ-FILE
002960         CLOSE TABARQ-FILE
002970         OPEN I-O TABARQ-FILE
002980     END-IF.
002990     IF STATUS-TABARQ NOT = "00"
003000         DISPLAY "TABARQ: TABARQ INDISPONIVEL (STATUS "
003010             STATUS-TABARQ ") - NADA ARQUIVADO."
003020         MOVE 08 TO ALR-SEVERITY
003030         MOVE "TABARQ INDISPONIVEL - NADA ARQUIVADO"
003040             TO MENSAGEM-ALERTA
003050         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
003060         GO TO 1000-INICIALIZA-EXIT
003070     END-IF.
003080     MOVE "Y" TO TABARQ-ABERTO-SW.
003090 1000-INICIALIZA-EXIT.
003100     EXIT.
003110
003120 1100-LE-TABOUT.
003130     READ TABOUT-FILE
003140         AT END
003150             MOVE "Y" TO FIM-TABOUT-SW
003160     END-READ.
003170     IF NOT FIM-TABOUT
003180         ADD 1 TO QTD-LIDAS
003190     END-IF.
003200 1100-LE-TABOUT-EXIT.
003210     EXIT.
003220
003230*****************************************************************
003240*    2000-RETIRA-ANTERIOR : A DATE ALREADY ARCHIVED COMES FROM  *
003250*                      A FORCED RERUN OF TABUADA - ITS OLD      *
003260*                      PAGES ARE DELETED SO THE ARCHIVE HOLDS   *
003270*                      THE REPORT THAT WENT OUT LAST.           *
003280*****************************************************************
003290 2000-RETIRA-ANTERIOR.
003300     MOVE "N" TO FIM-ARQUIVO-SW.
003310     MOVE DATA-NEGOCIO TO TABARQ-DATA.
003320     MOVE ZEROS TO TABARQ-PAGINA.
003330     MOVE ZEROS TO TABARQ-LINHA.
003340     START TABARQ-FILE KEY >= TABARQ-CHAVE
003350         INVALID KEY
003360             MOVE "Y" TO FIM-ARQUIVO-SW
003370     END-START.
003380     PERFORM 2100-RETIRA-LINHA THRU 2100-RETIRA-LINHA-EXIT
003390         UNTIL FIM-ARQUIVO.
003400     IF QTD-SUBSTITUIDAS > ZEROS
003410         DISPLAY "TABARQ: RELATORIO DE " DATA-NEGOCIO
003420             " JA ARQUIVADO - " QTD-SUBSTITUIDAS
003430             " LINHAS SUBSTITUIDAS PELA NOVA EMISSAO."
003440         MOVE 04 TO ALR-SEVERITY
003450         MOVE "RELATORIO DA DATA SUBSTITUIDO NO ARQUIVO"
003460             TO MENSAGEM-ALERTA
003470         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
003480     END-IF.
003490 2000-RETIRA-ANTERIOR-EXIT.
003500     EXIT.
003510
003520 2100-RETIRA-LINHA.
003530     READ TABARQ-FILE NEXT RECORD
003540         AT END
003550             MOVE "Y" TO FIM-ARQUIVO-SW
003560     END-READ.
003570     IF FIM-ARQUIVO
003580         GO TO 2100-RETIRA-LINHA-EXIT
003590     END-IF.
003600     IF TABARQ-DATA NOT = DATA-NEGOCIO
003610         MOVE "Y" TO FIM-ARQUIVO-SW
003620         GO TO 2100-RETIRA-LINHA-EXIT
003630     END-IF.
003640     DELETE TABARQ-FILE RECORD
003650         INVALID KEY
003660             ADD 1 TO QTD-FALHAS
003670         NOT INVALID KEY
003680             ADD 1 TO QTD-SUBSTITUIDAS
003690     END-DELETE.
003700 2100-RETIRA-LINHA-EXIT.
003710     EXIT.
003720
003730*****************************************************************
003740*    3000-ARQUIVA-RELATORIO : ONE PASS OVER TABOUT.  LINES ARE  *
003750*                      HELD A PAGE AT A TIME, BECAUSE WHAT THE  *
003760*                      PAGE HOLDS (WHICH NUMERO, OR THE CONTROL *
003770*                      TOTALS) IS ONLY KNOWN FROM THE LINE      *
003780*                      AFTER THE HEADING.  THE FIRST HEADING    *
003790*                      WAS READ BY 1000.                        *
003800*****************************************************************
003810 3000-ARQUIVA-RELATORIO.
003820     MOVE ZEROS TO QTD-LINHAS-PAGINA.
003830     PERFORM 3100-TRATA-LINHA THRU 3100-TRATA-LINHA-EXIT
003840         UNTIL FIM-TABOUT.
003850     PERFORM 3200-GRAVA-PAGINA THRU 3200-GRAVA-PAGINA-EXIT.
003860     IF QTD-PERDIDAS > ZEROS
003870         DISPLAY "TABARQ: " QTD-PERDIDAS
003880             " LINHAS ALEM DO LIMITE DE " MAX-LINHAS-PAGINA
003890             " POR PAGINA NAO ARQUIVADAS."
003900         MOVE 08 TO ALR-SEVERITY
003910         MOVE "PAGINA DO TABOUT EXCEDE LIMITE DE LINHAS"
003920             TO MENSAGEM-ALERTA
003930         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
003940     END-IF.
003950     IF QTD-FALHAS > ZEROS
003960         DISPLAY "TABARQ: " QTD-FALHAS
003970             " LINHAS NAO PUDERAM SER GRAVADAS/RETIRADAS NO "
003980             "TABARQ (STATUS " STATUS-TABARQ ")."
003990         MOVE 12 TO ALR-SEVERITY
004000         MOVE "TABARQ INCOMPLETO - VERIFICAR ARQUIVO"
004010             TO MENSAGEM-ALERTA
004020         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
004030     END-IF.
004040 3000-ARQUIVA-RELATORIO-EXIT.
004050     EXIT.
004060
004070 3100-TRATA-LINHA.
004080     MOVE TABOUT-REGISTRO TO CAB-TABOUT.
004090     IF CAB-TITULO = TITULO-TABUADA
004100         PERFORM 3200-GRAVA-PAGINA THRU 3200-GRAVA-PAGINA-EXIT
004110         ADD 1 TO NUMERO-PAGINA
004120         MOVE ZEROS TO QTD-LINHAS-PAGINA
004130     END-IF.
004140     IF QTD-LINHAS-PAGINA < MAX-LINHAS-PAGINA
004150         ADD 1 TO QTD-LINHAS-PAGINA
004160         MOVE TABOUT-REGISTRO TO PAG-LINHA (QTD-LINHAS-PAGINA)
004170     ELSE
004180         ADD 1 TO QTD-PERDIDAS
004190     END-IF.
004200     PERFORM 1100-LE-TABOUT THRU 1100-LE-TABOUT-EXIT.
004210 3100-TRATA-LINHA-EXIT.
004220     EXIT.
004230
004240*****************************************************************
004250*    3200-GRAVA-PAGINA : WRITE THE PAGE HELD IN TABELA-PAGINA.  *
004260*                      LINE 3 (AFTER HEADING AND BLANK LINE)    *
004270*                      SAYS WHAT THE PAGE IS: 'TABUADA DO NN'   *
004280*                      STARTS A TABLE, 'TOTAIS DE CONTROLE' IS  *
004290*                      THE LAST PAGE, ANYTHING ELSE CONTINUES   *
004300*                      THE TABLE OF THE PAGE BEFORE.            *
004310*****************************************************************
004320 3200-GRAVA-PAGINA.
004330     IF QTD-LINHAS-PAGINA = ZEROS
004340         GO TO 3200-GRAVA-PAGINA-EXIT
004350     END-IF.
004360     MOVE "T" TO TIPO-CORRENTE.
004370     IF QTD-LINHAS-PAGINA >= 3
004380         IF PAG-LINHA (3) (1:11) = "TABUADA DO "
004390             MOVE PAG-LINHA (3) (12:2) TO NUMERO-CORRENTE
004400         END-IF
004410         IF PAG-LINHA (3) (1:18) = "TOTAIS DE CONTROLE"
004420             MOVE "C" TO TIPO-CORRENTE
004430             MOVE SPACES TO NUMERO-CORRENTE
004440         END-IF
004450     END-IF.
004460     ADD 1 TO QTD-PAGINAS.
004470     PERFORM 3300-GRAVA-LINHA THRU 3300-GRAVA-LINHA-EXIT
004480         VARYING IND-LINHA FROM 1 BY 1
004490         UNTIL IND-LINHA > QTD-LINHAS-PAGINA.
004500     MOVE ZEROS TO QTD-LINHAS-PAGINA.
004510 3200-GRAVA-PAGINA-EXIT.
004520     EXIT.
004530
004540 3300-GRAVA-LINHA.
004550     MOVE SPACES TO TARQ-REGISTRO.
004560     MOVE DATA-NEGOCIO TO TARQ-DATA.
004570     MOVE NUMERO-PAGINA TO TARQ-PAGINA.
004580     MOVE IND-LINHA TO TARQ-LINHA.
004590     MOVE DATA-NEGOCIO TO TARQ-DATA-NUMERO.
004600     MOVE NUMERO-CORRENTE TO TARQ-NUMERO.
004610     MOVE TIPO-CORRENTE TO TARQ-TIPO-PAGINA.
004620     MOVE DATA-SISTEMA TO TARQ-DATA-ARQUIVO.
004630     MOVE PAG-LINHA (IND-LINHA) TO TARQ-TEXTO.
004640     MOVE TARQ-REGISTRO TO TABARQ-REGISTRO.
004650     WRITE TABARQ-REGISTRO
004660         INVALID KEY
004670             ADD 1 TO QTD-FALHAS
004680         NOT INVALID KEY
004690             ADD 1 TO QTD-GRAVADAS
004700     END-WRITE.
004710 3300-GRAVA-LINHA-EXIT.
004720     EXIT.
004730
004740*****************************************************************
004750*    4000-EXPURGA : RETENTION.  EVERY ARCHIVED LINE OF A DATE   *
004760*                   BEFORE THE CUTOFF IS APPENDED TO TABVELHO   *
004770*                   AND DELETED FROM THE ARCHIVE.  THE KEY      *
004780*                   STARTS WITH THE DATE, SO THE AGED LINES ARE *
004785*                   ALL AT THE FRONT OF THE FILE.  A LINE IS    *
004790*                   ONLY DELETED ONCE IT IS IN TABVELHO - A     *
004795*                   FAILED WRITE STOPS THE PURGE THERE.         *
004800*****************************************************************
004810 4000-EXPURGA.
004820     OPEN EXTEND TABVELHO-FILE.
004830     IF STATUS-TABVELHO = "05" OR STATUS-TABVELHO = "35"
004840         OPEN OUTPUT TABVELHO-FILE
004850     END-IF.
004860     IF STATUS-TABVELHO NOT = "00"
004870         DISPLAY "TABARQ: TABVELHO INDISPONIVEL (STATUS "
004880             STATUS-TABVELHO ") - NADA EXPURGADO."
004890         MOVE 08 TO ALR-SEVERITY
004900         MOVE "TABVELHO INDISPONIVEL - NADA EXPURGADO"
004910             TO MENSAGEM-ALERTA
004920         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
004930         GO TO 4000-EXPURGA-EXIT
004940     END-IF.
004950     MOVE "N" TO FIM-ARQUIVO-SW.
004960     MOVE LOW-VALUES TO TABARQ-CHAVE.
004970     START TABARQ-FILE KEY >= TABARQ-CHAVE
004980         INVALID KEY
004990             MOVE "Y" TO FIM-ARQUIVO-SW
005000     END-START.
005010     PERFORM 4100-EXPURGA-LINHA THRU 4100-EXPURGA-LINHA-EXIT
005020         UNTIL FIM-ARQUIVO.
005030     CLOSE TABVELHO-FILE.
005031     IF TABVELHO-FALHOU
005032         DISPLAY "TABARQ: TABVELHO NAO PODE SER GRAVADO (STATUS "
005033             STATUS-TABVELHO ") - EXPURGO INTERROMPIDO."
005034         MOVE 12 TO ALR-SEVERITY
005035         MOVE "TABVELHO NAO GRAVADO - EXPURGO PARADO"
005036             TO MENSAGEM-ALERTA
005037         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
005038     END-IF.
005039     IF QTD-FALHAS-EXPURGO > ZEROS
005040         DISPLAY "TABARQ: " QTD-FALHAS-EXPURGO
005041             " LINHAS NAO PUDERAM SER RETIRADAS DO TABARQ "
005042             "(STATUS " STATUS-TABARQ ")."
005043         MOVE 12 TO ALR-SEVERITY
005044         MOVE "EXPURGO DO TABARQ INCOMPLETO"
005045             TO MENSAGEM-ALERTA
005046         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
005047     END-IF.
005048 4000-EXPURGA-EXIT.
005050     EXIT.
005060
005070 4100-EXPURGA-LINHA.
005080     READ TABARQ-FILE NEXT RECORD
005090         AT END
005100             MOVE "Y" TO FIM-ARQUIVO-SW
005110     END-READ.
005120     IF FIM-ARQUIVO
005130         GO TO 4100-EXPURGA-LINHA-EXIT
005140     END-IF.
005150     IF TABARQ-DATA NOT < TAC-DATA-CORTE
005160         MOVE "Y" TO FIM-ARQUIVO-SW
005170         GO TO 4100-EXPURGA-LINHA-EXIT
005180     END-IF.
005190     WRITE TABVELHO-REGISTRO FROM TABARQ-REGISTRO.
005191     IF STATUS-TABVELHO NOT = "00"
005192         MOVE "Y" TO TABVELHO-FALHOU-SW
005193         MOVE "Y" TO FIM-ARQUIVO-SW
005194         GO TO 4100-EXPURGA-LINHA-EXIT
005195     END-IF.
005200     DELETE TABARQ-FILE RECORD
005210         INVALID KEY
005220             ADD 1 TO QTD-FALHAS-EXPURGO
005230         NOT INVALID KEY
005240             ADD 1 TO QTD-EXPURGADAS
005250     END-DELETE.
005260 4100-EXPURGA-LINHA-EXIT.
005270     EXIT.
005280
005290*****************************************************************
005300*    8000-GRAVA-RUNLOG : APPENDS ONE RECORD TO RUNLOG FOR EVERY *
005310*                        EXECUTION, NOTING THE PAGES ARCHIVED   *
005320*                        AND HOW THE RUN CAME OUT.              *
005330*****************************************************************
005340 8000-GRAVA-RUNLOG.
005350     MOVE "F" TO LOG-EVENT-TYPE.
005360     MOVE SPACES TO LOG-OPERATOR.
005370     MOVE "TABARQ  " TO LOG-PROGRAM-NAME.
005380     IF DATA-NEGOCIO IS NUMERIC
005390         MOVE DATA-NEGOCIO TO LOG-RUN-DATE
005400     ELSE
005410         MOVE DATA-SISTEMA TO LOG-RUN-DATE
005420     END-IF.
005430     ACCEPT LOG-RUN-TIME FROM TIME.
005440     MOVE "PAGINAS " TO LOG-PARM-NAME.
005450     MOVE QTD-PAGINAS TO LOG-PARM-VALUE.
005460     EVALUATE TRUE
005470         WHEN CODIGO-RETORNO >= 12
005480             MOVE "ARQUIVAMENTO INCOMPLETO" TO LOG-OUTCOME
005490         WHEN CODIGO-RETORNO >= 8
005500             MOVE "ARQUIVAMENTO RECUSADO" TO LOG-OUTCOME
005510         WHEN QTD-SUBSTITUIDAS > ZEROS
005520             MOVE "RELATORIO SUBSTITUIDO NO ARQ." TO LOG-OUTCOME
005530         WHEN OTHER
005540             MOVE "RELATORIO ARQUIVADO" TO LOG-OUTCOME
005550     END-EVALUATE.
005560     OPEN EXTEND RUNLOG-FILE.
005570     IF STATUS-RUNLOG = "05" OR STATUS-RUNLOG = "35"
005580         OPEN OUTPUT RUNLOG-FILE
005590     END-IF.
005600     WRITE RUNLOG-REGISTRO FROM LOG-RECORD.
005610     CLOSE RUNLOG-FILE.
005620 8000-GRAVA-RUNLOG-EXIT.
005630     EXIT.
005640
005650*****************************************************************
005660*    8500-GRAVA-ALERTA : ONE ALERTAS RECORD.  SEVERITY AND      *
005670*                        MESSAGE ARRIVE FROM THE CALLER; THE    *
005680*                        RETURN-CODE FOLLOWS THE WORST          *
005690*                        SEVERITY RAISED.                       *
005700*****************************************************************
005710 8500-GRAVA-ALERTA.
005720     MOVE "TABARQ  " TO ALR-PROGRAM-NAME.
005730     IF DATA-NEGOCIO IS NUMERIC
005740         MOVE DATA-NEGOCIO TO ALR-RUN-DATE
005750     ELSE
005760         MOVE DATA-SISTEMA TO ALR-RUN-DATE
005770     END-IF.
005780     ACCEPT ALR-RUN-TIME FROM TIME.
005790     MOVE MENSAGEM-ALERTA TO ALR-MESSAGE.
005800     OPEN EXTEND ALERTAS-FILE.
005810     IF STATUS-ALERTAS = "05" OR STATUS-ALERTAS = "35"
005820         OPEN OUTPUT ALERTAS-FILE
005830     END-IF.
005840     WRITE ALERTAS-REGISTRO FROM ALERT-RECORD.
005850     CLOSE ALERTAS-FILE.
005860     IF CODIGO-RETORNO < ALR-SEVERITY
005870         MOVE ALR-SEVERITY TO CODIGO-RETORNO
005880     END-IF.
005890 8500-GRAVA-ALERTA-EXIT.
005900     EXIT.
005910
005920*****************************************************************
005930*    9000-ENCERRA : LOG THE RUN AND CLOSE THE FILES.            *
005940*****************************************************************
005950 9000-ENCERRA.
005960     IF TAC-PROGRAM-NAME = "TABARQ  "
005970         PERFORM 8000-GRAVA-RUNLOG THRU 8000-GRAVA-RUNLOG-EXIT
005980     END-IF.
005990     IF TABOUT-ABERTO
006000         CLOSE TABOUT-FILE
006010     END-IF.
006020     IF TABARQ-ABERTO
006030         CLOSE TABARQ-FILE
006040     END-IF.
006050 9000-ENCERRA-EXIT.
006060     EXIT.
