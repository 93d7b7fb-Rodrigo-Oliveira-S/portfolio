000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID  : RESEST                                       *
000040*    AUTHOR      : R. OLIVEIRA SILVA - APPLICATIONS DEV.        *
000050*    INSTALLATION: PORTFOLIO BATCH UTILITIES                    *
000060*    DATE-WRITTEN: 2026-10-07                                   *
000070*                                                               *
000080*    DESCRIPTION : MONTH-END STATISTICS REPORT OVER THE RESMES  *
000090*                  MONTHLY SUMMARY (COPYBOOK RMESREC) BUILT BY  *
000100*                  RESMENS.  FOR EVERY NUMERO IT PRINTS TO      *
000110*                  ESTLIST THE MONTH OF THE BUSINESS DATE, THE  *
000120*                  PREVIOUS MONTH AND THE SAME MONTH OF THE     *
000130*                  PREVIOUS YEAR - DAYS PRESENT, TOTAL ROWS AND *
000140*                  TOTAL HASH - WITH THE PERCENTAGE VARIATION   *
000150*                  OF THE MONTH'S ROWS AND HASH AGAINST EACH OF *
000160*                  THE OTHER TWO, THEN THE SAME FOR ALL NUMERO  *
000170*                  VALUES TOGETHER.  A NUMERO WITHOUT A SUMMARY *
000180*                  FOR ANY OF THE THREE MONTHS IS LEFT OUT.     *
000190*                  THE TRENDS NO LONGER NEED THE DAILY DETAIL,  *
000200*                  WHICH RESMENS PURGES FROM RESMAST.           *
000210*                                                               *
000220*    CONTROL CARD (SYSIN, 16 BYTES - OPTIONAL):                 *
000230*      COLS 01-08  EST-PROGRAM-NAME  MUST BE 'RESEST  '         *
000240*      COLS 09-16  EST-DATA-NEGOCIO  BUSINESS DATE YYYYMMDD -   *
000250*                                    ITS MONTH IS REPORTED;     *
000260*                                    BLANK = EXPDATE, OR THE    *
000270*                                    MACHINE DATE WITHOUT ONE   *
000280*                                                               *
000290*    RETURN CODES: 0 = REPORT PRINTED,                          *
000300*                  4 = THE MONTH HAS NO SUMMARY (RESMENS NOT    *
000310*                      RUN FOR IT) - ONLY THE OTHER TWO MONTHS  *
000320*                      PRINTED,                                 *
000326*                  8 = CARD, DATE, RESMES OR ESTLIST UNUSABLE - *
000332*                      NOTHING PRINTED.                         *
000340*                                                               *
000350*    MODIFICATION HISTORY                                       *
000360*    --------------------------------------------------------  *
000370*    DATE       INIT  DESCRIPTION                               *
000380*    ---------- ----  ----------------------------------------  *
000390*    2026-10-07 ROS   ORIGINAL VERSION.                         *
000400*                                                               *
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.                  RESEST.
000440 AUTHOR.                      R. OLIVEIRA SILVA.
000450 INSTALLATION.                PORTFOLIO BATCH UTILITIES.
000460 DATE-WRITTEN.                2026-10-07.
000470 DATE-COMPILED.
000480
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.             PORTFOLIO-BATCH.
000530 OBJECT-COMPUTER.             PORTFOLIO-BATCH.
000540
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT ESTCARD-FILE      ASSIGN TO SYSIN
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS STATUS-ESTCARD.
000600
000610     SELECT EXPDATE-FILE      ASSIGN TO EXPDATE
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS STATUS-EXPDATE.
000640
000650     SELECT RESMES-FILE       ASSIGN TO RESMES
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS RESMES-CHAVE
000690         FILE STATUS IS STATUS-RESMES.
000700
000710     SELECT ESTLIST-FILE      ASSIGN TO ESTLIST
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS STATUS-ESTLIST.
000740
000750*****************************************************************
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  ESTCARD-FILE
000790     RECORD CONTAINS 16 CHARACTERS.
000800 01  ESTCARD-REGISTRO            PIC X(16).
000810
000820 FD  EXPDATE-FILE
000830     RECORD CONTAINS 8 CHARACTERS.
000840 01  EXPDATE-REGISTRO            PIC X(08).
000850
000860 FD  RESMES-FILE
000870     RECORD CONTAINS 60 CHARACTERS.
000880 01  RESMES-REGISTRO.
000890     05  RESMES-CHAVE.
000900         10  RESMES-NUMERO       PIC X(02).
000910         10  RESMES-ANO-MES      PIC X(06).
000920     05  RESMES-RESTO            PIC X(52).
000930
000940 FD  ESTLIST-FILE
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  ESTLIST-REGISTRO            PIC X(80).
000970
000980*****************************************************************
000990 WORKING-STORAGE SECTION.
001000     COPY DATAPRM.
001010     COPY RMESREC.
001020
001030 01  EST-CARD.
001040     05  EST-PROGRAM-NAME        PIC X(08).
001050     05  EST-DATA-NEGOCIO        PIC X(08).
001060
001070*    THE THREE MONTHS COMPARED: 1 = THE MONTH OF THE BUSINESS
001080*    DATE, 2 = THE MONTH BEFORE, 3 = THE SAME MONTH A YEAR AGO.
001090 01  ROTULOS-VALORES.
001100     05  FILLER                  PIC X(09) VALUE "MES      ".
001110     05  FILLER                  PIC X(09) VALUE "MES ANT. ".
001120     05  FILLER                  PIC X(09) VALUE "ANO ANT. ".
001130 01  ROTULOS REDEFINES ROTULOS-VALORES.
001140     05  PER-ROTULO              PIC X(09) OCCURS 3 TIMES.
001150
001160 01  PERIODOS.
001170     05  PER-ENTRADA OCCURS 3 TIMES.
001180         10  PER-ANO-MES.
001190             15  PER-ANO         PIC 9(04).
001200             15  PER-MES         PIC 9(02).
001210         10  PER-QTD-NUMEROS     PIC 9(03).
001220         10  PER-TOTAL-LINHAS    PIC 9(11).
001230         10  PER-TOTAL-HASH      PIC 9(17).
001240
001250*    THE SUMMARIES OF THE NUMERO BEING PRINTED, ONE PER MONTH.
001260 01  TABELA-NUMERO.
001270     05  TNM-ENTRADA OCCURS 3 TIMES.
001280         10  TNM-ACHOU-SW        PIC X(01).
001290             88  TNM-ACHOU           VALUE "Y".
001300         10  TNM-DIAS            PIC 9(02).
001310         10  TNM-LINHAS          PIC 9(11).
001320         10  TNM-HASH            PIC 9(17).
001330
001340 77  STATUS-ESTCARD              PIC X(02) VALUE SPACES.
001350 77  STATUS-EXPDATE              PIC X(02) VALUE SPACES.
001360 77  STATUS-RESMES               PIC X(02) VALUE SPACES.
001370 77  STATUS-ESTLIST              PIC X(02) VALUE SPACES.
001380
001390 77  ESTOURO-SW                  PIC X(01) VALUE "N".
001400     88  ESTOURO                     VALUE "Y".
001410
001420 77  DATA-NEGOCIO                PIC X(08) VALUE SPACES.
001430 77  DATA-SISTEMA                PIC X(08) VALUE SPACES.
001440 77  IND-NUM                     PIC 9(03) VALUE ZEROS.
001450 77  IND-PER                     PIC 9(01) VALUE ZEROS.
001460 77  NUMERO-EDITADO              PIC 9(02) VALUE ZEROS.
001470 77  VAR-PERCENTUAL              PIC S9(04)V9 VALUE ZEROS.
001480
001490 77  QTD-IMPRESSOS               PIC 9(03) VALUE ZEROS.
001500 77  QTD-NOVOS                   PIC 9(03) VALUE ZEROS.
001510 77  QTD-SEM-MOVIMENTO           PIC 9(03) VALUE ZEROS.
001520 77  QTD-EDITADA                 PIC ZZ9.
001530 77  CODIGO-RETORNO              PIC 9(02) VALUE ZEROS.
001540
001550 77  NUMERO-PAGINA               PIC 9(04) VALUE ZEROS.
001560 77  LINHAS-NA-PAGINA            PIC 9(02) VALUE 99.
001570 77  LINHAS-POR-PAGINA           PIC 9(02) VALUE 56.
001580 77  LINHA-IMPRESSAO             PIC X(80) VALUE SPACES.
001590
001600 01  CABECALHO-1.
001610     05  FILLER                  PIC X(09) VALUE "RESEST   ".
001620     05  FILLER                  PIC X(30)
001630         VALUE "- ESTATISTICA MENSAL RESMAST  ".
001640     05  FILLER                  PIC X(06) VALUE "MES:  ".
001650     05  CAB1-ANO-MES            PIC X(08).
001660     05  FILLER                  PIC X(10) VALUE "   PAGINA ".
001670     05  CAB1-PAGINA             PIC ZZZ9.
001680     05  FILLER                  PIC X(13) VALUE SPACES.
001690
001700 01  CABECALHO-2.
001710     05  FILLER                  PIC X(15)
001720         VALUE "NUM  PERIODO   ".
001730     05  FILLER                  PIC X(06) VALUE "ANOMES".
001740     05  FILLER                  PIC X(04) VALUE "DIAS".
001750     05  FILLER                  PIC X(13)
001760         VALUE "       LINHAS".
001770     05  FILLER                  PIC X(19)
001780         VALUE "               HASH".
001790     05  FILLER                  PIC X(08) VALUE " %LINHAS".
001800     05  FILLER                  PIC X(08) VALUE "   %HASH".
001810     05  FILLER                  PIC X(07) VALUE SPACES.
001820
001830 01  LINHA-DETALHE.
001840     05  DET-NUMERO              PIC X(02).
001850     05  FILLER                  PIC X(03).
001860     05  DET-ROTULO              PIC X(09).
001870     05  FILLER                  PIC X(01).
001880     05  DET-ANO-MES             PIC X(06).
001890     05  FILLER                  PIC X(02).
001900     05  DET-VALORES.
001910         10  DET-DIAS            PIC Z9 BLANK WHEN ZERO.
001920         10  FILLER              PIC X(02).
001930         10  DET-LINHAS          PIC Z(10)9.
001940         10  FILLER              PIC X(02).
001950         10  DET-HASH            PIC Z(16)9.
001960     05  DET-SEM-DADOS REDEFINES DET-VALORES
001970                                 PIC X(34).
001980     05  FILLER                  PIC X(01).
001990     05  DET-VAR-LINHAS          PIC -ZZZ9.9.
002000     05  DET-VAR-LINHAS-X REDEFINES DET-VAR-LINHAS
002010                                 PIC X(07).
002020     05  FILLER                  PIC X(01).
002030     05  DET-VAR-HASH            PIC -ZZZ9.9.
002040     05  DET-VAR-HASH-X REDEFINES DET-VAR-HASH
002050                                 PIC X(07).
002060     05  FILLER                  PIC X(07).
002070
002080*****************************************************************
002090 PROCEDURE DIVISION.
002100*****************************************************************
002110*    0000-MAINLINE : OVERALL FLOW OF CONTROL                    *
002120*****************************************************************
002130 0000-MAINLINE.
002140     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
002150     IF CODIGO-RETORNO < 8
002160         PERFORM 2000-COMPARA-NUMEROS
002170             THRU 2000-COMPARA-NUMEROS-EXIT
002180         PERFORM 3000-TOTAIS THRU 3000-TOTAIS-EXIT
002190         PERFORM 9000-ENCERRA THRU 9000-ENCERRA-EXIT
002200     END-IF.
002210     DISPLAY "RESEST: FIM. MES: " PER-ANO-MES (1)
002220         " NUMEROS: " QTD-IMPRESSOS
002230         " RC: " CODIGO-RETORNO.
002240     MOVE CODIGO-RETORNO TO RETURN-CODE.
002250     GOBACK.
002260
002270*****************************************************************
002280*    1000-INICIALIZA : READ THE CONTROL CARD, SETTLE THE        *
002290*                      BUSINESS DATE (CARD, EXPDATE OR MACHINE  *
002300*                      DATE), WORK OUT THE THREE MONTHS AND     *
002310*                      OPEN THE SUMMARY AND THE REPORT.         *
002320*****************************************************************
002330 1000-INICIALIZA.
002340     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
002350     MOVE "RESEST  " TO EST-PROGRAM-NAME.
002360     MOVE SPACES     TO EST-DATA-NEGOCIO.
002370     MOVE ZEROS      TO PERIODOS.
002380     OPEN INPUT ESTCARD-FILE.
002390     IF STATUS-ESTCARD = "00"
002400         READ ESTCARD-FILE INTO EST-CARD
002410             AT END
002420                 MOVE "35" TO STATUS-ESTCARD
002430         END-READ
002440         CLOSE ESTCARD-FILE
002450     END-IF.
002460     IF EST-PROGRAM-NAME NOT = "RESEST  "
002470         DISPLAY "RESEST: CARTAO DE CONTROLE PERTENCE A "
002480             EST-PROGRAM-NAME " - EXECUCAO REJEITADA."
002490         MOVE 8 TO CODIGO-RETORNO
002500         GO TO 1000-INICIALIZA-EXIT
002510     END-IF.
002520     IF EST-DATA-NEGOCIO NOT = SPACES
002530         MOVE EST-DATA-NEGOCIO TO DATA-NEGOCIO
002540     ELSE
002550         OPEN INPUT EXPDATE-FILE
002560         IF STATUS-EXPDATE = "00"
002570             READ EXPDATE-FILE
002580                 AT END
002590                     MOVE "35" TO STATUS-EXPDATE
002600             END-READ
002610             IF STATUS-EXPDATE = "00"
002620                 MOVE EXPDATE-REGISTRO TO DATA-NEGOCIO
002630             END-IF
002640             CLOSE EXPDATE-FILE
002650         END-IF
002660         IF DATA-NEGOCIO = SPACES
002670             MOVE DATA-SISTEMA TO DATA-NEGOCIO
002680         END-IF
002690     END-IF.
002700     MOVE "V" TO DTP-FUNCAO.
002710     MOVE DATA-NEGOCIO TO DTP-DATA.
002720     CALL "DATACHK" USING DATA-PARAMETRO.
002730     IF DTP-DATA-INVALIDA
002740         DISPLAY "RESEST: DATA DE NEGOCIO INVALIDA ("
002750             DATA-NEGOCIO ") - EXECUCAO REJEITADA."
002760         MOVE 8 TO CODIGO-RETORNO
002770         GO TO 1000-INICIALIZA-EXIT
002780     END-IF.
002790     MOVE DATA-NEGOCIO (1:6) TO PER-ANO-MES (1).
002800     IF PER-MES (1) = 1
002810         COMPUTE PER-ANO (2) = PER-ANO (1) - 1
002820         MOVE 12 TO PER-MES (2)
002830     ELSE
002840         MOVE PER-ANO (1) TO PER-ANO (2)
002850         COMPUTE PER-MES (2) = PER-MES (1) - 1
002860     END-IF.
002870     COMPUTE PER-ANO (3) = PER-ANO (1) - 1.
002880     MOVE PER-MES (1) TO PER-MES (3).
002890     OPEN INPUT RESMES-FILE.
002900     IF STATUS-RESMES NOT = "00"
002910         DISPLAY "RESEST: RESMES INDISPONIVEL (STATUS "
002920             STATUS-RESMES ") - EXECUTE RESMENS ANTES."
002930         MOVE 8 TO CODIGO-RETORNO
002940         GO TO 1000-INICIALIZA-EXIT
002950     END-IF.
002960     OPEN OUTPUT ESTLIST-FILE.
002961     IF STATUS-ESTLIST NOT = "00"
002962         DISPLAY "RESEST: ESTLIST NAO PODE SER CRIADO (STATUS "
002963             STATUS-ESTLIST ") - EXECUCAO REJEITADA."
002964         CLOSE RESMES-FILE
002965         MOVE 8 TO CODIGO-RETORNO
002966         GO TO 1000-INICIALIZA-EXIT
002967     END-IF.
002970     PERFORM 7100-CABECALHO THRU 7100-CABECALHO-EXIT.
002980 1000-INICIALIZA-EXIT.
002990     EXIT.
003000
003010*****************************************************************
003020*    2000-COMPARA-NUMEROS : FOR EACH NUMERO 00-99, READ ITS     *
003030*                      SUMMARY FOR EACH OF THE THREE MONTHS AND *
003040*                      PRINT THE GROUP WHEN THERE IS ANY.       *
003050*****************************************************************
003060 2000-COMPARA-NUMEROS.
003070     PERFORM 2100-TRATA-NUMERO THRU 2100-TRATA-NUMERO-EXIT
003080         VARYING IND-NUM FROM 1 BY 1 UNTIL IND-NUM > 100.
003090     IF PER-QTD-NUMEROS (1) = ZEROS
003100         MOVE SPACES TO LINHA-IMPRESSAO
003110         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
003120         MOVE "MES SEM RESUMO NO RESMES - EXECUTE RESMENS."
003130             TO LINHA-IMPRESSAO
003140         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
003150         DISPLAY "RESEST: MES " PER-ANO-MES (1)
003160             " SEM RESUMO NO RESMES - EXECUTE RESMENS."
003170         MOVE 4 TO CODIGO-RETORNO
003180     END-IF.
003190 2000-COMPARA-NUMEROS-EXIT.
003200     EXIT.
003210
003220 2100-TRATA-NUMERO.
003230     COMPUTE NUMERO-EDITADO = IND-NUM - 1.
003240     PERFORM 2200-LE-RESUMO THRU 2200-LE-RESUMO-EXIT
003250         VARYING IND-PER FROM 1 BY 1 UNTIL IND-PER > 3.
003260     IF NOT TNM-ACHOU (1) AND NOT TNM-ACHOU (2)
003270             AND NOT TNM-ACHOU (3)
003280         GO TO 2100-TRATA-NUMERO-EXIT
003290     END-IF.
003300     ADD 1 TO QTD-IMPRESSOS.
003310     IF TNM-ACHOU (1) AND NOT TNM-ACHOU (2)
003320         ADD 1 TO QTD-NOVOS
003330     END-IF.
003340     IF TNM-ACHOU (2) AND NOT TNM-ACHOU (1)
003350         ADD 1 TO QTD-SEM-MOVIMENTO
003360     END-IF.
003370     IF LINHAS-NA-PAGINA + 4 > LINHAS-POR-PAGINA
003380         PERFORM 7100-CABECALHO THRU 7100-CABECALHO-EXIT
003390     END-IF.
003400     PERFORM 2300-LINHA-PERIODO THRU 2300-LINHA-PERIODO-EXIT
003410         VARYING IND-PER FROM 1 BY 1 UNTIL IND-PER > 3.
003420     MOVE SPACES TO LINHA-IMPRESSAO.
003430     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
003440 2100-TRATA-NUMERO-EXIT.
003450     EXIT.
003460
003470 2200-LE-RESUMO.
003480     MOVE "N" TO TNM-ACHOU-SW (IND-PER).
003490     MOVE ZEROS TO TNM-DIAS (IND-PER).
003500     MOVE ZEROS TO TNM-LINHAS (IND-PER).
003510     MOVE ZEROS TO TNM-HASH (IND-PER).
003520     MOVE NUMERO-EDITADO TO RESMES-NUMERO.
003530     MOVE PER-ANO-MES (IND-PER) TO RESMES-ANO-MES.
003540     READ RESMES-FILE
003550         INVALID KEY
003560             GO TO 2200-LE-RESUMO-EXIT
003570     END-READ.
003580     MOVE RESMES-REGISTRO TO RMES-REGISTRO.
003590     MOVE "Y" TO TNM-ACHOU-SW (IND-PER).
003600     MOVE RMS-DIAS-PRESENTES TO TNM-DIAS (IND-PER).
003610     MOVE RMS-TOTAL-LINHAS TO TNM-LINHAS (IND-PER).
003620     MOVE RMS-TOTAL-HASH TO TNM-HASH (IND-PER).
003630     ADD 1 TO PER-QTD-NUMEROS (IND-PER).
003640     ADD RMS-TOTAL-LINHAS TO PER-TOTAL-LINHAS (IND-PER).
003650     ADD RMS-TOTAL-HASH TO PER-TOTAL-HASH (IND-PER).
003660 2200-LE-RESUMO-EXIT.
003670     EXIT.
003680
003690*****************************************************************
003700*    2300-LINHA-PERIODO : ONE LINE OF THE NUMERO'S GROUP.  THE  *
003710*                      PREVIOUS-MONTH AND PREVIOUS-YEAR LINES   *
003720*                      CARRY THE VARIATION OF THE MONTH AGAINST *
003730*                      THEM.                                    *
003740*****************************************************************
003750 2300-LINHA-PERIODO.
003760     MOVE SPACES TO LINHA-DETALHE.
003770     IF IND-PER = 1
003780         MOVE NUMERO-EDITADO TO DET-NUMERO
003790     END-IF.
003800     MOVE PER-ROTULO (IND-PER) TO DET-ROTULO.
003810     MOVE PER-ANO-MES (IND-PER) TO DET-ANO-MES.
003820     IF TNM-ACHOU (IND-PER)
003830         MOVE TNM-DIAS (IND-PER) TO DET-DIAS
003840         MOVE TNM-LINHAS (IND-PER) TO DET-LINHAS
003850         MOVE TNM-HASH (IND-PER) TO DET-HASH
003860     ELSE
003870         MOVE "  -- SEM MOVIMENTO --" TO DET-SEM-DADOS
003880     END-IF.
003890     IF IND-PER > 1
003900         PERFORM 7200-VARIACAO THRU 7200-VARIACAO-EXIT
003910     END-IF.
003920     MOVE LINHA-DETALHE TO LINHA-IMPRESSAO.
003930     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
003940 2300-LINHA-PERIODO-EXIT.
003950     EXIT.
003960
003970*****************************************************************
003980*    3000-TOTAIS : THE SAME THREE LINES FOR ALL NUMERO VALUES   *
003990*                  TOGETHER, AND THE COUNTS OF THE MONTH.       *
004000*****************************************************************
004010 3000-TOTAIS.
004020     IF LINHAS-NA-PAGINA + 8 > LINHAS-POR-PAGINA
004030         PERFORM 7100-CABECALHO THRU 7100-CABECALHO-EXIT
004040     END-IF.
004050     MOVE SPACES TO LINHA-IMPRESSAO.
004060     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004070     MOVE "TOTAIS DE TODOS OS NUMEROS" TO LINHA-IMPRESSAO.
004080     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004090     MOVE "--------------------------" TO LINHA-IMPRESSAO.
004100     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004110     PERFORM 3100-TOTAL-PERIODO THRU 3100-TOTAL-PERIODO-EXIT
004120         VARYING IND-PER FROM 1 BY 1 UNTIL IND-PER > 3.
004130     MOVE SPACES TO LINHA-IMPRESSAO.
004140     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004150     MOVE PER-QTD-NUMEROS (1) TO QTD-EDITADA.
004160     STRING "NUMEROS NO MES          : " DELIMITED BY SIZE
004170            QTD-EDITADA                  DELIMITED BY SIZE
004180         INTO LINHA-IMPRESSAO
004190     END-STRING.
004200     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004210     MOVE QTD-NOVOS TO QTD-EDITADA.
004220     STRING "NOVOS DESDE O MES ANT.  : " DELIMITED BY SIZE
004230            QTD-EDITADA                  DELIMITED BY SIZE
004240         INTO LINHA-IMPRESSAO
004250     END-STRING.
004260     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004270     MOVE QTD-SEM-MOVIMENTO TO QTD-EDITADA.
004280     STRING "SEM MOVIMENTO NO MES    : " DELIMITED BY SIZE
004290            QTD-EDITADA                  DELIMITED BY SIZE
004300         INTO LINHA-IMPRESSAO
004310     END-STRING.
004320     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004330 3000-TOTAIS-EXIT.
004340     EXIT.
004350
004360 3100-TOTAL-PERIODO.
004370     MOVE "N" TO TNM-ACHOU-SW (IND-PER).
004380     IF PER-QTD-NUMEROS (IND-PER) > ZEROS
004390         MOVE "Y" TO TNM-ACHOU-SW (IND-PER)
004400     END-IF.
004410     MOVE ZEROS TO TNM-DIAS (IND-PER).
004420     MOVE PER-TOTAL-LINHAS (IND-PER) TO TNM-LINHAS (IND-PER).
004430     MOVE PER-TOTAL-HASH (IND-PER) TO TNM-HASH (IND-PER).
004440     MOVE SPACES TO LINHA-DETALHE.
004450     MOVE PER-ROTULO (IND-PER) TO DET-ROTULO.
004460     MOVE PER-ANO-MES (IND-PER) TO DET-ANO-MES.
004470     IF TNM-ACHOU (IND-PER)
004480         MOVE ZEROS TO DET-DIAS
004490         MOVE TNM-LINHAS (IND-PER) TO DET-LINHAS
004500         MOVE TNM-HASH (IND-PER) TO DET-HASH
004510     ELSE
004520         MOVE "  -- SEM RESUMO --" TO DET-SEM-DADOS
004530     END-IF.
004540     IF IND-PER > 1
004550         PERFORM 7200-VARIACAO THRU 7200-VARIACAO-EXIT
004560     END-IF.
004570     MOVE LINHA-DETALHE TO LINHA-IMPRESSAO.
004580     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004590 3100-TOTAL-PERIODO-EXIT.
004600     EXIT.
004610
004620*****************************************************************
004630*    7000-GRAVA-LINHA : WRITE ONE REPORT LINE, STARTING A NEW   *
004640*                       PAGE WHEN THE CURRENT ONE IS FULL.      *
004650*****************************************************************
004660 7000-GRAVA-LINHA.
004670     IF LINHAS-NA-PAGINA >= LINHAS-POR-PAGINA
004680         PERFORM 7100-CABECALHO THRU 7100-CABECALHO-EXIT
004690     END-IF.
004700     WRITE ESTLIST-REGISTRO FROM LINHA-IMPRESSAO.
004710     ADD 1 TO LINHAS-NA-PAGINA.
004720     MOVE SPACES TO LINHA-IMPRESSAO.
004730 7000-GRAVA-LINHA-EXIT.
004740     EXIT.
004750
004760*****************************************************************
004770*    7100-CABECALHO : PAGE HEADING WITH THE MONTH, THE PAGE     *
004780*                     NUMBER AND THE COLUMN TITLES.             *
004790*****************************************************************
004800 7100-CABECALHO.
004810     ADD 1 TO NUMERO-PAGINA.
004820     MOVE PER-ANO-MES (1) TO CAB1-ANO-MES.
004830     MOVE NUMERO-PAGINA TO CAB1-PAGINA.
004840     WRITE ESTLIST-REGISTRO FROM CABECALHO-1.
004850     MOVE SPACES TO ESTLIST-REGISTRO.
004860     WRITE ESTLIST-REGISTRO.
004870     WRITE ESTLIST-REGISTRO FROM CABECALHO-2.
004880     MOVE SPACES TO ESTLIST-REGISTRO.
004890     WRITE ESTLIST-REGISTRO.
004900     MOVE 4 TO LINHAS-NA-PAGINA.
004910 7100-CABECALHO-EXIT.
004920     EXIT.
004930
004940*****************************************************************
004950*    7200-VARIACAO : PERCENTAGE CHANGE OF THE MONTH (ENTRY 1)   *
004960*                    AGAINST ENTRY IND-PER, FOR ROWS AND HASH.  *
004970*                    NOT SHOWN WHEN EITHER SIDE IS MISSING OR   *
004980*                    THE BASE IS ZERO.                          *
004990*****************************************************************
005000 7200-VARIACAO.
005010     MOVE "    N/D" TO DET-VAR-LINHAS-X.
005020     MOVE "    N/D" TO DET-VAR-HASH-X.
005030     IF NOT TNM-ACHOU (1) OR NOT TNM-ACHOU (IND-PER)
005040         GO TO 7200-VARIACAO-EXIT
005050     END-IF.
005060     IF TNM-LINHAS (IND-PER) > ZEROS
005070         MOVE "N" TO ESTOURO-SW
005080         COMPUTE VAR-PERCENTUAL ROUNDED =
005090             (TNM-LINHAS (1) - TNM-LINHAS (IND-PER)) * 100
005100                 / TNM-LINHAS (IND-PER)
005110             ON SIZE ERROR
005120                 MOVE "Y" TO ESTOURO-SW
005130         END-COMPUTE
005140         IF ESTOURO
005150             MOVE " ******" TO DET-VAR-LINHAS-X
005160         ELSE
005170             MOVE VAR-PERCENTUAL TO DET-VAR-LINHAS
005180         END-IF
005190     END-IF.
005200     IF TNM-HASH (IND-PER) > ZEROS
005210         MOVE "N" TO ESTOURO-SW
005220         COMPUTE VAR-PERCENTUAL ROUNDED =
005230             (TNM-HASH (1) - TNM-HASH (IND-PER)) * 100
005240                 / TNM-HASH (IND-PER)
005250             ON SIZE ERROR
005260                 MOVE "Y" TO ESTOURO-SW
005270         END-COMPUTE
005280         IF ESTOURO
005290             MOVE " ******" TO DET-VAR-HASH-X
005300         ELSE
005310             MOVE VAR-PERCENTUAL TO DET-VAR-HASH
005320         END-IF
005330     END-IF.
005340 7200-VARIACAO-EXIT.
005350     EXIT.
005360
005370*****************************************************************
005380*    9000-ENCERRA : CLOSE THE SUMMARY AND THE REPORT.           *
005390*****************************************************************
005400 9000-ENCERRA.
005410     CLOSE RESMES-FILE.
005420     CLOSE ESTLIST-FILE.
005430 9000-ENCERRA-EXIT.
005440     EXIT.
