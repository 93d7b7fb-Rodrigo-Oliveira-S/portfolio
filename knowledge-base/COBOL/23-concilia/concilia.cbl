000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID  : CONCILIA                                     *
000040*    AUTHOR      : R. OLIVEIRA SILVA - APPLICATIONS DEV.        *
000050*    INSTALLATION: PORTFOLIO BATCH UTILITIES                    *
000060*    DATE-WRITTEN: 2026-09-15                                   *
000070*                                                               *
000080*    DESCRIPTION : END-OF-DAY BALANCING ACROSS THE FILES OF ONE *
000090*                  BUSINESS DATE (EXPDATE, OR THE DATE ON THE   *
000100*                  CONTROL CARD).  EACH FILE ALREADY CHECKS ITS *
000110*                  OWN CONTROLS; THIS PROGRAM PROVES THAT THEY  *
000120*                  AGREE WITH EACH OTHER:                       *
000130*                    (1) NUMEROS TRAILER COUNT LESS THE NUMREJ  *
000140*                        REJECTS EQUALS THE NUMBERS PROCESSED   *
000150*                        ON THE TABOUT CONTROL-TOTAL PAGE;      *
000160*                    (2) THE TABOUT GRAND TOTAL OF RESULTADO    *
000170*                        EQUALS THE TABCSV TRL HASH TOTAL;      *
000180*                    (3) THE RESMAST ROWS OF THE DATE ADD BACK  *
000190*                        TO THE TABCSV TRL ROW COUNT AND        *
000200*                    (4) TO ITS HASH TOTAL;                     *
000210*                    (5) PER NUMERO, THE RESMAST ROW COUNT AND  *
000220*                        HASH EQUAL THE LINES AND RESULTADO     *
000230*                        TOTAL OF THAT NUMERO'S TABLES ON       *
000240*                        TABOUT.                                *
000250*                  EVERY FIGURE, ITS COUNTERPART AND THE        *
000260*                  DIFFERENCE PRINT ON THE BALANCING SHEET      *
000270*                  (CONCREPT).  EVERY BREAK GOES TO ALERTAS AT  *
000280*                  SEVERITY 12; A FILE THAT CANNOT BE USED      *
000290*                  (MISSING, OR WITHOUT ITS CONTROLS) LEAVES    *
000300*                  ITS CHECKS UNPROVEN AND GOES TO ALERTAS AT   *
000310*                  SEVERITY 08.  A FILE STAMPED FOR ANOTHER     *
000320*                  DATE IS A BREAK.                             *
000330*                                                               *
000340*                  RUNS AFTER TABLOAD AND BEFORE NUMREJ OR      *
000350*                  NUMEROS ARE REPLACED BY THE RECICLA SWAP.    *
000360*                  NUMREJ CARRIES NO DATE OF ITS OWN AND IS     *
000370*                  TAKEN AS BELONGING TO THE TABOUT RUN.        *
000380*                                                               *
000390*    CONTROL CARD (SYSIN, 16 BYTES - OPTIONAL):                 *
000400*      COLS 01-08  CNC-PROGRAM-NAME  MUST BE 'CONCILIA'          *
000410*      COLS 09-16  CNC-DATA-NEGOCIO  BUSINESS DATE YYYYMMDD;    *
000420*                                    SPACES = EXPDATE           *
000430*                                                               *
000440*    RETURN CODES: 0 = EVERY FIGURE BALANCES, 8 = A CHECK COULD *
000450*                  NOT BE MADE (FILE MISSING OR WITHOUT         *
000460*                  CONTROLS) OR CONTROL CARD/DATE UNUSABLE,     *
000470*                  12 = AT LEAST ONE BREAK.                     *
000480*                                                               *
000490*    MODIFICATION HISTORY                                       *
000500*    --------------------------------------------------------  *
000510*    DATE       INIT  DESCRIPTION                               *
000520*    ---------- ----  ----------------------------------------  *
000530*    2026-09-15 ROS   ORIGINAL VERSION - AUDIT WANTED PROOF     *
000540*                     THAT WHAT WAS LOADED MATCHES WHAT WAS     *
000550*                     PRODUCED.                                 *
000560*                                                               *
000570*****************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID.                  CONCILIA.
000600 AUTHOR.                      R. OLIVEIRA SILVA.
000610 INSTALLATION.                PORTFOLIO BATCH UTILITIES.
000620 DATE-WRITTEN.                2026-09-15.
000630 DATE-COMPILED.
000640
000650*****************************************************************
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER.             PORTFOLIO-BATCH.
000690 OBJECT-COMPUTER.             PORTFOLIO-BATCH.
000700
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT CNCCARD-FILE      ASSIGN TO SYSIN
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS STATUS-CNCCARD.
000760
000770     SELECT EXPDATE-FILE      ASSIGN TO EXPDATE
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS STATUS-EXPDATE.
000800
000810     SELECT NUMEROS-FILE      ASSIGN TO NUMEROS
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS STATUS-NUMEROS.
000840
000850     SELECT NUMREJ-FILE       ASSIGN TO NUMREJ
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS STATUS-NUMREJ.
000880
000890     SELECT TABOUT-FILE       ASSIGN TO TABOUT
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS STATUS-TABOUT.
000920
000930     SELECT TABCSV-FILE       ASSIGN TO TABCSV
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS STATUS-TABCSV.
000960
000970     SELECT RESMAST-FILE      ASSIGN TO RESMAST
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS RESMAST-CHAVE
001010         ALTERNATE RECORD KEY IS RESMAST-DATA
001020             WITH DUPLICATES
001030         FILE STATUS IS STATUS-RESMAST.
001040
001050     SELECT CONCREPT-FILE     ASSIGN TO CONCREPT
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS STATUS-CONCREPT.
001080
001090     SELECT ALERTAS-FILE      ASSIGN TO ALERTAS
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS STATUS-ALERTAS.
001120
001130*****************************************************************
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  CNCCARD-FILE
001170     RECORD CONTAINS 16 CHARACTERS.
001180 01  CNCCARD-REGISTRO            PIC X(16).
001190
001200 FD  EXPDATE-FILE
001210     RECORD CONTAINS 8 CHARACTERS.
001220 01  EXPDATE-REGISTRO            PIC X(08).
001230
001240 FD  NUMEROS-FILE
001250     RECORD CONTAINS 11 CHARACTERS.
001260 01  NUMEROS-REGISTRO            PIC X(11).
001270 01  NUMEROS-CONTROLE.
001280     05  NUM-CTL-TIPO            PIC X(03).
001290     05  NUM-CTL-DADOS           PIC X(08).
001300
001310 FD  NUMREJ-FILE
001320     RECORD CONTAINS 33 CHARACTERS.
001330 01  NUMREJ-REGISTRO             PIC X(33).
001340
001350 FD  TABOUT-FILE
001360     RECORD CONTAINS 80 CHARACTERS.
001370 01  TABOUT-REGISTRO             PIC X(80).
001380
001390 FD  TABCSV-FILE
001400     RECORD CONTAINS 40 CHARACTERS.
001410 01  TABCSV-REGISTRO             PIC X(40).
001420
001430 FD  RESMAST-FILE
001440     RECORD CONTAINS 40 CHARACTERS.
001450 01  RESMAST-REGISTRO.
001460     05  RESMAST-CHAVE.
001470         10  RESMAST-NUMERO      PIC X(02).
001480         10  RESMAST-DATA        PIC X(08).
001490     05  RESMAST-QTD-LINHAS      PIC 9(07).
001500     05  RESMAST-HASH            PIC 9(13).
001510     05  RESMAST-HORA-CARGA      PIC X(08).
001520     05  FILLER                  PIC X(02).
001530
001540 FD  CONCREPT-FILE
001550     RECORD CONTAINS 80 CHARACTERS.
001560 01  CONCREPT-REGISTRO           PIC X(80).
001570
001580 FD  ALERTAS-FILE
001590     RECORD CONTAINS 66 CHARACTERS.
001600 01  ALERTAS-REGISTRO            PIC X(66).
001610
001620*****************************************************************
001630 WORKING-STORAGE SECTION.
001640     COPY ALERTREC.
001650     COPY DATAPRM.
001660
001670 01  CNC-CARD.
001680     05  CNC-PROGRAM-NAME        PIC X(08).
001690     05  CNC-DATA-NEGOCIO        PIC X(08).
001700
001710 77  STATUS-CNCCARD              PIC X(02) VALUE SPACES.
001720 77  STATUS-EXPDATE              PIC X(02) VALUE SPACES.
001730 77  STATUS-NUMEROS              PIC X(02) VALUE SPACES.
001740 77  STATUS-NUMREJ               PIC X(02) VALUE SPACES.
001750 77  STATUS-TABOUT               PIC X(02) VALUE SPACES.
001760 77  STATUS-TABCSV               PIC X(02) VALUE SPACES.
001770 77  STATUS-RESMAST              PIC X(02) VALUE SPACES.
001780 77  STATUS-CONCREPT             PIC X(02) VALUE SPACES.
001790 77  STATUS-ALERTAS              PIC X(02) VALUE SPACES.
001800
001810 77  FIM-ARQUIVO-SW              PIC X(01) VALUE "N".
001820     88  FIM-ARQUIVO                 VALUE "Y".
001830 77  RELATORIO-ABERTO-SW         PIC X(01) VALUE "N".
001840     88  RELATORIO-ABERTO            VALUE "Y".
001850 77  TRAILER-LIDO-SW             PIC X(01) VALUE "N".
001860     88  TRAILER-LIDO                VALUE "Y".
001870 77  PROCESSADOS-LIDO-SW         PIC X(01) VALUE "N".
001880     88  PROCESSADOS-LIDO            VALUE "Y".
001890 77  TOTAL-LIDO-SW               PIC X(01) VALUE "N".
001900     88  TOTAL-LIDO                  VALUE "Y".
001910 77  CONFERENCIA-POSSIVEL-SW     PIC X(01) VALUE "N".
001920     88  CONFERENCIA-POSSIVEL        VALUE "Y".
001930
001940 77  DATA-SISTEMA                PIC X(08) VALUE SPACES.
001950 77  DATA-NEGOCIO                PIC X(08) VALUE SPACES.
001960
001970*****************************************************************
001980*    ONE SLOT PER SOURCE FILE: HOW FAR IT COULD BE USED AND     *
001990*    THE BUSINESS DATE IT CARRIES.  1 NUMEROS, 2 NUMREJ,        *
002000*    3 TABOUT, 4 TABCSV, 5 RESMAST.                             *
002010*****************************************************************
002020 01  NOMES-FONTES-VALORES.
002030     05  FILLER                  PIC X(40)
002040         VALUE "NUMEROS NUMREJ  TABOUT  TABCSV  RESMAST ".
002050 01  NOMES-FONTES REDEFINES NOMES-FONTES-VALORES.
002060     05  NOME-FONTE OCCURS 5 TIMES PIC X(08).
002070 77  IND-FON                     PIC 9(01) VALUE ZEROS.
002080 01  TABELA-FONTES.
002090     05  FON-ENTRADA OCCURS 5 TIMES.
002100         10  FON-SITUACAO        PIC X(01).
002110             88  FON-UTILIZAVEL      VALUE "D".
002120             88  FON-INDISPONIVEL    VALUE "I".
002130             88  FON-SEM-CONTROLES   VALUE "C".
002140             88  FON-OUTRA-DATA      VALUE "O".
002150         10  FON-DATA            PIC X(08).
002160
002170 77  NUM-QTD-TRAILER             PIC 9(07) VALUE ZEROS.
002180 77  NUM-QTD-DETALHES            PIC 9(07) VALUE ZEROS.
002190 77  REJ-QTD-REGISTROS           PIC 9(07) VALUE ZEROS.
002200 77  TAB-QTD-PROCESSADOS         PIC 9(07) VALUE ZEROS.
002210 77  TAB-TOTAL-RESULTADOS        PIC 9(13) VALUE ZEROS.
002220 77  TAB-QTD-LINHAS              PIC 9(07) VALUE ZEROS.
002230 77  CSV-QTD-TRAILER             PIC 9(07) VALUE ZEROS.
002240 77  CSV-HASH-TRAILER            PIC 9(13) VALUE ZEROS.
002250 77  RES-QTD-REGISTROS           PIC 9(07) VALUE ZEROS.
002260 77  RES-QTD-LINHAS              PIC 9(07) VALUE ZEROS.
002270 77  RES-HASH                    PIC 9(13) VALUE ZEROS.
002280
002290 01  LINHA-TABOUT.
002300     05  LTB-NUMERO              PIC X(02).
002310     05  LTB-SINAL-X             PIC X(03).
002320     05  LTB-CONTADOR            PIC X(02).
002330     05  LTB-SINAL-IGUAL         PIC X(03).
002340     05  LTB-RESULTADO           PIC X(06).
002350     05  FILLER                  PIC X(64).
002360 01  LINHA-TABOUT-CAB REDEFINES LINHA-TABOUT.
002370     05  LTC-TITULO              PIC X(31).
002380     05  FILLER                  PIC X(08).
002390     05  LTC-DATA                PIC X(08).
002400     05  FILLER                  PIC X(33).
002410 01  LINHA-TABOUT-TOTAL REDEFINES LINHA-TABOUT.
002420     05  LTT-ROTULO              PIC X(22).
002430     05  LTT-VALOR               PIC X(13).
002440     05  FILLER                  PIC X(45).
002450
002460 77  CAMPO-VALOR                 PIC X(13) VALUE SPACES.
002470 77  RESULTADO-LIDO              PIC 9(06) VALUE ZEROS.
002480 77  NUMERO-LIDO                 PIC 9(02) VALUE ZEROS.
002490
002500 01  LINHA-CSV.
002510     05  CSV-TIPO                PIC X(04).
002520     05  FILLER                  PIC X(36).
002530 77  CAMPO-TIPO                  PIC X(04) VALUE SPACES.
002540 77  CAMPO-DATA                  PIC X(08) VALUE SPACES.
002550 77  CAMPO-QTD                   PIC X(07) VALUE SPACES.
002560 77  CAMPO-HASH                  PIC X(13) VALUE SPACES.
002570
002580 77  IND-NUM                     PIC 9(03) VALUE ZEROS.
002590 01  TABELA-NUMEROS.
002600     05  TNU-ENTRADA OCCURS 100 TIMES.
002610         10  TNU-TABOUT-SW       PIC X(01).
002620             88  TNU-NO-TABOUT       VALUE "Y".
002630         10  TNU-TAB-QTD         PIC 9(07).
002640         10  TNU-TAB-HASH        PIC 9(13).
002650         10  TNU-RESMAST-SW      PIC X(01).
002660             88  TNU-NO-RESMAST      VALUE "Y".
002670         10  TNU-RES-QTD         PIC 9(07).
002680         10  TNU-RES-HASH        PIC 9(13).
002690
002700 77  DESCRICAO-CONFERENCIA       PIC X(25) VALUE SPACES.
002710 77  VALOR-LADO-A                PIC S9(13) VALUE ZEROS.
002720 77  VALOR-LADO-B                PIC S9(13) VALUE ZEROS.
002730 77  VALOR-DIFERENCA             PIC S9(13) VALUE ZEROS.
002740 77  MENSAGEM-ALERTA             PIC X(40) VALUE SPACES.
002750
002760 77  QTD-CONFERENCIAS            PIC 9(07) VALUE ZEROS.
002770 77  QTD-QUEBRAS                 PIC 9(07) VALUE ZEROS.
002780 77  QTD-NAO-CONFERIDAS          PIC 9(07) VALUE ZEROS.
002790 77  QTD-ALERTAS                 PIC 9(07) VALUE ZEROS.
002800 77  CODIGO-RETORNO              PIC 9(02) VALUE ZEROS.
002810
002820 01  LINHA-CONFERENCIA.
002830     05  LCF-DESCRICAO           PIC X(25).
002840     05  LCF-LADO-A              PIC -(12)9.
002850     05  FILLER                  PIC X(01) VALUE SPACES.
002860     05  LCF-LADO-B              PIC -(12)9.
002870     05  FILLER                  PIC X(01) VALUE SPACES.
002880     05  LCF-DIFERENCA           PIC -(12)9.
002890     05  FILLER                  PIC X(02) VALUE SPACES.
002900     05  LCF-SITUACAO            PIC X(11).
002910     05  FILLER                  PIC X(01) VALUE SPACES.
002920
002930 01  CABECALHO-CONFERENCIA.
002940     05  FILLER                  PIC X(25) VALUE "CONFERENCIA".
002950     05  FILLER                  PIC X(14) VALUE "        LADO A".
002960     05  FILLER                  PIC X(14) VALUE "        LADO B".
002970     05  FILLER                  PIC X(16)
002980         VALUE "     DIFERENCA  ".
002990     05  FILLER                  PIC X(11) VALUE "SITUACAO".
003000
003010 01  LINHA-FONTE.
003020     05  LFO-NOME                PIC X(08).
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  LFO-SITUACAO            PIC X(22).
003050     05  FILLER                  PIC X(02) VALUE SPACES.
003060     05  LFO-DATA                PIC X(08).
003070     05  FILLER                  PIC X(38) VALUE SPACES.
003080
003090 77  NUMERO-EDITADO              PIC 9(02) VALUE ZEROS.
003100 77  QTD-EDITADA                 PIC ZZZZZZ9.
003110 77  NUMERO-PAGINA               PIC 9(04) VALUE ZEROS.
003120 77  LINHAS-NA-PAGINA            PIC 9(02) VALUE 99.
003130 77  LINHAS-POR-PAGINA           PIC 9(02) VALUE 56.
003140 77  LINHA-IMPRESSAO             PIC X(80) VALUE SPACES.
003150
003160 01  CABECALHO-1.
003170     05  FILLER                  PIC X(09) VALUE "CONCILIA ".
003180     05  FILLER                  PIC X(30)
003190         VALUE "- BALANCETE DE FIM DE DIA     ".
003200     05  FILLER                  PIC X(06) VALUE "DATA: ".
003210     05  CAB1-DATA               PIC X(08).
003220     05  FILLER                  PIC X(10) VALUE "   PAGINA ".
003230     05  CAB1-PAGINA             PIC ZZZ9.
003240     05  FILLER                  PIC X(13) VALUE SPACES.
003250
003260*****************************************************************
003270 PROCEDURE DIVISION.
003280*****************************************************************
003290*    0000-MAINLINE : OVERALL FLOW OF CONTROL                    *
003300*****************************************************************
003310 0000-MAINLINE.
003320     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
003330     IF CODIGO-RETORNO < 8
003340         PERFORM 2000-LE-NUMEROS THRU 2000-LE-NUMEROS-EXIT
003350         PERFORM 2200-LE-NUMREJ THRU 2200-LE-NUMREJ-EXIT
003360         PERFORM 2300-LE-TABOUT THRU 2300-LE-TABOUT-EXIT
003370         PERFORM 2400-LE-TABCSV THRU 2400-LE-TABCSV-EXIT
003380         PERFORM 2500-LE-RESMAST THRU 2500-LE-RESMAST-EXIT
003390         PERFORM 3000-SITUACAO-FONTES
003400             THRU 3000-SITUACAO-FONTES-EXIT
003410         PERFORM 4000-CONFERE-TOTAIS
003420             THRU 4000-CONFERE-TOTAIS-EXIT
003430         PERFORM 5000-CONFERE-NUMEROS
003440             THRU 5000-CONFERE-NUMEROS-EXIT
003450         PERFORM 6000-RESUMO THRU 6000-RESUMO-EXIT
003460     END-IF.
003470     PERFORM 9000-ENCERRA THRU 9000-ENCERRA-EXIT.
003480     DISPLAY "CONCILIA: FIM. DATA: " DATA-NEGOCIO
003490         " CONFERENCIAS: " QTD-CONFERENCIAS
003500         " QUEBRAS: " QTD-QUEBRAS
003510         " RC: " CODIGO-RETORNO.
003520     MOVE CODIGO-RETORNO TO RETURN-CODE.
003530     GOBACK.
003540
003550*****************************************************************
003560*    1000-INICIALIZA : READ THE CONTROL CARD, SETTLE THE        *
003570*                      BUSINESS DATE AND START THE SHEET.       *
003580*****************************************************************
003590 1000-INICIALIZA.
003600     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
003610     MOVE "CONCILIA" TO CNC-PROGRAM-NAME.
003620     MOVE SPACES     TO CNC-DATA-NEGOCIO.
003630     OPEN INPUT CNCCARD-FILE.
003640     IF STATUS-CNCCARD = "00"
003650         READ CNCCARD-FILE INTO CNCCARD-REGISTRO
003660             AT END
003670                 MOVE "35" TO STATUS-CNCCARD
003680         END-READ
003690         IF STATUS-CNCCARD = "00"
003700             MOVE CNCCARD-REGISTRO TO CNC-CARD
003710         END-IF
003720         CLOSE CNCCARD-FILE
003730     END-IF.
003740     IF CNC-PROGRAM-NAME NOT = "CONCILIA"
003750         DISPLAY "CONCILIA: CARTAO DE CONTROLE PERTENCE A "
003760             CNC-PROGRAM-NAME " - EXECUCAO REJEITADA."
003770         MOVE 8 TO CODIGO-RETORNO
003780         GO TO 1000-INICIALIZA-EXIT
003790     END-IF.
003800     IF CNC-DATA-NEGOCIO NOT = SPACES
003810         MOVE CNC-DATA-NEGOCIO TO DATA-NEGOCIO
003820     ELSE
003830         PERFORM 1100-LE-EXPDATE THRU 1100-LE-EXPDATE-EXIT
003840     END-IF.
003850     IF DATA-NEGOCIO = SPACES
003860         DISPLAY "CONCILIA: EXPDATE INDISPONIVEL E NENHUMA DATA "
003870             "NO CARTAO - EXECUCAO REJEITADA."
003880         MOVE 8 TO CODIGO-RETORNO
003890         GO TO 1000-INICIALIZA-EXIT
003900     END-IF.
003910     MOVE "V" TO DTP-FUNCAO.
003920     MOVE DATA-NEGOCIO TO DTP-DATA.
003930     CALL "DATACHK" USING DATA-PARAMETRO.
003940     IF DTP-DATA-INVALIDA
003950         DISPLAY "CONCILIA: DATA DE NEGOCIO INVALIDA ("
003960             DATA-NEGOCIO ") - EXECUCAO REJEITADA."
003970         MOVE 8 TO CODIGO-RETORNO
003980         GO TO 1000-INICIALIZA-EXIT
003990     END-IF.
004000     PERFORM 1200-LIMPA-TABELA THRU 1200-LIMPA-TABELA-EXIT
004010         VARYING IND-NUM FROM 1 BY 1 UNTIL IND-NUM > 100.
004020     PERFORM 1300-LIMPA-FONTE THRU 1300-LIMPA-FONTE-EXIT
004030         VARYING IND-FON FROM 1 BY 1 UNTIL IND-FON > 5.
004040     OPEN OUTPUT CONCREPT-FILE.
004050     MOVE "Y" TO RELATORIO-ABERTO-SW.
004060     PERFORM 7100-CABECALHO THRU 7100-CABECALHO-EXIT.
004070     MOVE SPACES TO LINHA-IMPRESSAO.
004080     STRING "DATA DE NEGOCIO CONCILIADA: " DELIMITED BY SIZE
004090            DATA-NEGOCIO                  DELIMITED BY SIZE
004100         INTO LINHA-IMPRESSAO
004110     END-STRING.
004120     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004130     MOVE SPACES TO LINHA-IMPRESSAO.
004140     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004150 1000-INICIALIZA-EXIT.
004160     EXIT.
004170
004180*****************************************************************
004190*    1100-LE-EXPDATE : THE BUSINESS DATE THE SUITE IS WORKING   *
004200*                      ON.  NO FILE LEAVES DATA-NEGOCIO BLANK.  *
004210*****************************************************************
004220 1100-LE-EXPDATE.
004230     OPEN INPUT EXPDATE-FILE.
004240     IF STATUS-EXPDATE = "00"
004250         READ EXPDATE-FILE
004260             AT END
004270                 MOVE "35" TO STATUS-EXPDATE
004280         END-READ
004290     END-IF.
004300     IF STATUS-EXPDATE = "00"
004310         MOVE EXPDATE-REGISTRO TO DATA-NEGOCIO
004320     END-IF.
004330     CLOSE EXPDATE-FILE.
004340 1100-LE-EXPDATE-EXIT.
004350     EXIT.
004360
004370 1200-LIMPA-TABELA.
004380     MOVE "N" TO TNU-TABOUT-SW (IND-NUM).
004390     MOVE ZEROS TO TNU-TAB-QTD (IND-NUM).
004400     MOVE ZEROS TO TNU-TAB-HASH (IND-NUM).
004410     MOVE "N" TO TNU-RESMAST-SW (IND-NUM).
004420     MOVE ZEROS TO TNU-RES-QTD (IND-NUM).
004430     MOVE ZEROS TO TNU-RES-HASH (IND-NUM).
004440 1200-LIMPA-TABELA-EXIT.
004450     EXIT.
004460
004470 1300-LIMPA-FONTE.
004480     MOVE "I" TO FON-SITUACAO (IND-FON).
004490     MOVE SPACES TO FON-DATA (IND-FON).
004500 1300-LIMPA-FONTE-EXIT.
004510     EXIT.
004520
004530*****************************************************************
004540*    2000-LE-NUMEROS : THE INPUT FEED - HDR BUSINESS DATE AND   *
004550*                      THE TRL RECORD COUNT.  THE DETAIL        *
004560*                      RECORDS ARE ONLY COUNTED.                *
004570*****************************************************************
004580 2000-LE-NUMEROS.
004590     MOVE 1 TO IND-FON.
004600     OPEN INPUT NUMEROS-FILE.
004610     IF STATUS-NUMEROS NOT = "00"
004620         GO TO 2000-LE-NUMEROS-EXIT
004630     END-IF.
004640     MOVE "N" TO FIM-ARQUIVO-SW.
004650     MOVE "N" TO TRAILER-LIDO-SW.
004660     MOVE "C" TO FON-SITUACAO (IND-FON).
004670     PERFORM 2100-LE-REGISTRO-NUMEROS
004680         THRU 2100-LE-REGISTRO-NUMEROS-EXIT.
004690     IF FIM-ARQUIVO OR NUM-CTL-TIPO NOT = "HDR"
004700         CLOSE NUMEROS-FILE
004710         GO TO 2000-LE-NUMEROS-EXIT
004720     END-IF.
004730     MOVE NUM-CTL-DADOS TO FON-DATA (IND-FON).
004740     PERFORM 2100-LE-REGISTRO-NUMEROS
004750         THRU 2100-LE-REGISTRO-NUMEROS-EXIT
004760         UNTIL FIM-ARQUIVO OR TRAILER-LIDO.
004770     CLOSE NUMEROS-FILE.
004780     IF NOT TRAILER-LIDO
004790         GO TO 2000-LE-NUMEROS-EXIT
004800     END-IF.
004810     IF NUM-CTL-DADOS (1:7) IS NOT NUMERIC
004820         GO TO 2000-LE-NUMEROS-EXIT
004830     END-IF.
004840     MOVE NUM-CTL-DADOS (1:7) TO NUM-QTD-TRAILER.
004850     PERFORM 2900-DATA-DA-FONTE THRU 2900-DATA-DA-FONTE-EXIT.
004860 2000-LE-NUMEROS-EXIT.
004870     EXIT.
004880
004890 2100-LE-REGISTRO-NUMEROS.
004900     READ NUMEROS-FILE
004910         AT END
004920             MOVE "Y" TO FIM-ARQUIVO-SW
004930     END-READ.
004940     IF FIM-ARQUIVO
004950         GO TO 2100-LE-REGISTRO-NUMEROS-EXIT
004960     END-IF.
004970     EVALUATE NUM-CTL-TIPO
004980         WHEN "HDR"
004990             CONTINUE
005000         WHEN "TRL"
005010             MOVE "Y" TO TRAILER-LIDO-SW
005020         WHEN OTHER
005030             ADD 1 TO NUM-QTD-DETALHES
005040     END-EVALUATE.
005050 2100-LE-REGISTRO-NUMEROS-EXIT.
005060     EXIT.
005070
005080*****************************************************************
005090*    2200-LE-NUMREJ : THE SUSPENSE FILE LEFT BY THE SAME        *
005100*                     TABUADA RUN - ONE RECORD PER REJECT.      *
005110*****************************************************************
005120 2200-LE-NUMREJ.
005130     MOVE 2 TO IND-FON.
005140     OPEN INPUT NUMREJ-FILE.
005150     IF STATUS-NUMREJ NOT = "00"
005160         GO TO 2200-LE-NUMREJ-EXIT
005170     END-IF.
005180     MOVE "N" TO FIM-ARQUIVO-SW.
005190     PERFORM 2210-LE-REJEITO THRU 2210-LE-REJEITO-EXIT
005200         UNTIL FIM-ARQUIVO.
005210     CLOSE NUMREJ-FILE.
005220     MOVE "D" TO FON-SITUACAO (IND-FON).
005230 2200-LE-NUMREJ-EXIT.
005240     EXIT.
005250
005260 2210-LE-REJEITO.
005270     READ NUMREJ-FILE
005280         AT END
005290             MOVE "Y" TO FIM-ARQUIVO-SW
005300     END-READ.
005310     IF NOT FIM-ARQUIVO
005320         ADD 1 TO REJ-QTD-REGISTROS
005330     END-IF.
005340 2210-LE-REJEITO-EXIT.
005350     EXIT.
005360
005370*****************************************************************
005380*    2300-LE-TABOUT : THE PRINTED REPORT.  THE PAGE HEADING     *
005390*                     GIVES THE BUSINESS DATE, EVERY TABLE LINE *
005400*                     ('NN X NN = RRRRRR') IS ADDED UP UNDER    *
005410*                     ITS NUMERO, AND THE CONTROL-TOTAL PAGE    *
005420*                     GIVES THE NUMBERS PROCESSED AND THE GRAND *
005430*                     TOTAL OF RESULTADO.                       *
005440*****************************************************************
005450 2300-LE-TABOUT.
005460     MOVE 3 TO IND-FON.
005470     OPEN INPUT TABOUT-FILE.
005480     IF STATUS-TABOUT NOT = "00"
005490         GO TO 2300-LE-TABOUT-EXIT
005500     END-IF.
005510     MOVE "C" TO FON-SITUACAO (IND-FON).
005520     MOVE "N" TO FIM-ARQUIVO-SW.
005530     PERFORM 2310-LE-LINHA-TABOUT THRU 2310-LE-LINHA-TABOUT-EXIT
005540         UNTIL FIM-ARQUIVO.
005550     CLOSE TABOUT-FILE.
005560     IF FON-DATA (IND-FON) = SPACES
005570         GO TO 2300-LE-TABOUT-EXIT
005580     END-IF.
005590     IF NOT PROCESSADOS-LIDO OR NOT TOTAL-LIDO
005600         GO TO 2300-LE-TABOUT-EXIT
005610     END-IF.
005620     PERFORM 2900-DATA-DA-FONTE THRU 2900-DATA-DA-FONTE-EXIT.
005630 2300-LE-TABOUT-EXIT.
005640     EXIT.
005650
005660 2310-LE-LINHA-TABOUT.
005670     READ TABOUT-FILE INTO LINHA-TABOUT
005680         AT END
005690             MOVE "Y" TO FIM-ARQUIVO-SW
005700     END-READ.
005710     IF FIM-ARQUIVO
005720         GO TO 2310-LE-LINHA-TABOUT-EXIT
005730     END-IF.
005740     IF LTC-TITULO = "TABUADA - RELATORIO DE TABUADAS"
005750         IF FON-DATA (IND-FON) = SPACES
005760             MOVE LTC-DATA TO FON-DATA (IND-FON)
005770         END-IF
005780         GO TO 2310-LE-LINHA-TABOUT-EXIT
005790     END-IF.
005800     IF LTT-ROTULO = "NUMEROS PROCESSADOS : "
005810         PERFORM 2320-VALOR-TOTAL THRU 2320-VALOR-TOTAL-EXIT
005820         IF CAMPO-VALOR IS NUMERIC
005830             MOVE CAMPO-VALOR TO TAB-QTD-PROCESSADOS
005840             MOVE "Y" TO PROCESSADOS-LIDO-SW
005850         END-IF
005860         GO TO 2310-LE-LINHA-TABOUT-EXIT
005870     END-IF.
005880     IF LTT-ROTULO = "TOTAL DOS RESULTADOS: "
005890         PERFORM 2320-VALOR-TOTAL THRU 2320-VALOR-TOTAL-EXIT
005900         IF CAMPO-VALOR IS NUMERIC
005910             MOVE CAMPO-VALOR TO TAB-TOTAL-RESULTADOS
005920             MOVE "Y" TO TOTAL-LIDO-SW
005930         END-IF
005940         GO TO 2310-LE-LINHA-TABOUT-EXIT
005950     END-IF.
005960     IF LTB-SINAL-X NOT = " X " OR LTB-SINAL-IGUAL NOT = " = "
005970         GO TO 2310-LE-LINHA-TABOUT-EXIT
005980     END-IF.
005990     IF LTB-NUMERO IS NOT NUMERIC
006000         GO TO 2310-LE-LINHA-TABOUT-EXIT
006010     END-IF.
006020     MOVE LTB-RESULTADO TO CAMPO-VALOR.
006030     INSPECT CAMPO-VALOR (1:6) REPLACING LEADING SPACES BY ZEROS.
006040     IF CAMPO-VALOR (1:6) IS NOT NUMERIC
006050         GO TO 2310-LE-LINHA-TABOUT-EXIT
006060     END-IF.
006070     MOVE CAMPO-VALOR (1:6) TO RESULTADO-LIDO.
006080     MOVE LTB-NUMERO TO NUMERO-LIDO.
006090     COMPUTE IND-NUM = NUMERO-LIDO + 1.
006100     MOVE "Y" TO TNU-TABOUT-SW (IND-NUM).
006110     ADD 1 TO TNU-TAB-QTD (IND-NUM).
006120     ADD RESULTADO-LIDO TO TNU-TAB-HASH (IND-NUM).
006130     ADD 1 TO TAB-QTD-LINHAS.
006140 2310-LE-LINHA-TABOUT-EXIT.
006150     EXIT.
006160
006170*****************************************************************
006180*    2320-VALOR-TOTAL : THE EDITED FIGURE AFTER A CONTROL-PAGE  *
006190*                     LABEL, RIGHT-ALIGNED IN 13 POSITIONS,     *
006200*                     WITH ITS LEADING BLANKS MADE ZEROS.       *
006210*****************************************************************
006220 2320-VALOR-TOTAL.
006230     MOVE LTT-VALOR TO CAMPO-VALOR.
006240     IF CAMPO-VALOR (8:6) = SPACES
006250         MOVE ZEROS TO CAMPO-VALOR
006260         MOVE LTT-VALOR (1:7) TO CAMPO-VALOR (7:7)
006270         INSPECT CAMPO-VALOR (7:7)
006280             REPLACING LEADING SPACES BY ZEROS
006290     ELSE
006300         INSPECT CAMPO-VALOR REPLACING LEADING SPACES BY ZEROS
006310     END-IF.
006320 2320-VALOR-TOTAL-EXIT.
006330     EXIT.
006340
006350*****************************************************************
006360*    2400-LE-TABCSV : THE DELIMITED EXTRACT - HDR BUSINESS DATE *
006370*                     AND THE TRL ROW COUNT AND HASH TOTAL.     *
006380*                     THE ROWS THEMSELVES ARE CSVVERIF'S        *
006390*                     BUSINESS AND ARE NOT RE-ADDED HERE.       *
006400*****************************************************************
006410 2400-LE-TABCSV.
006420     MOVE 4 TO IND-FON.
006430     OPEN INPUT TABCSV-FILE.
006440     IF STATUS-TABCSV NOT = "00"
006450         GO TO 2400-LE-TABCSV-EXIT
006460     END-IF.
006470     MOVE "C" TO FON-SITUACAO (IND-FON).
006480     MOVE "N" TO FIM-ARQUIVO-SW.
006490     MOVE "N" TO TRAILER-LIDO-SW.
006500     PERFORM 2410-LE-LINHA-CSV THRU 2410-LE-LINHA-CSV-EXIT.
006510     IF FIM-ARQUIVO OR CSV-TIPO NOT = "HDR,"
006520         CLOSE TABCSV-FILE
006530         GO TO 2400-LE-TABCSV-EXIT
006540     END-IF.
006550     UNSTRING LINHA-CSV DELIMITED BY ","
006560         INTO CAMPO-TIPO CAMPO-DATA
006570     END-UNSTRING.
006580     MOVE CAMPO-DATA TO FON-DATA (IND-FON).
006590     PERFORM 2410-LE-LINHA-CSV THRU 2410-LE-LINHA-CSV-EXIT
006600         UNTIL FIM-ARQUIVO OR TRAILER-LIDO.
006610     CLOSE TABCSV-FILE.
006620     IF NOT TRAILER-LIDO
006630         GO TO 2400-LE-TABCSV-EXIT
006640     END-IF.
006650     MOVE SPACES TO CAMPO-QTD CAMPO-HASH.
006660     UNSTRING LINHA-CSV DELIMITED BY ","
006670         INTO CAMPO-TIPO CAMPO-QTD CAMPO-HASH
006680     END-UNSTRING.
006690     IF CAMPO-QTD IS NOT NUMERIC OR CAMPO-HASH IS NOT NUMERIC
006700         GO TO 2400-LE-TABCSV-EXIT
006710     END-IF.
006720     MOVE CAMPO-QTD  TO CSV-QTD-TRAILER.
006730     MOVE CAMPO-HASH TO CSV-HASH-TRAILER.
006740     PERFORM 2900-DATA-DA-FONTE THRU 2900-DATA-DA-FONTE-EXIT.
006750 2400-LE-TABCSV-EXIT.
006760     EXIT.
006770
006780 2410-LE-LINHA-CSV.
006790     READ TABCSV-FILE INTO LINHA-CSV
006800         AT END
006810             MOVE "Y" TO FIM-ARQUIVO-SW
006820     END-READ.
006830     IF NOT FIM-ARQUIVO AND CSV-TIPO = "TRL,"
006840         MOVE "Y" TO TRAILER-LIDO-SW
006850     END-IF.
006860 2410-LE-LINHA-CSV-EXIT.
006870     EXIT.
006880
006890*****************************************************************
006900*    2500-LE-RESMAST : EVERY MASTER RECORD OF THE DATE, READ ON *
006910*                     THE ALTERNATE (DATE) KEY THE SAME WAY     *
006920*                     TABVAR DOES, TOTALLED AND KEPT PER        *
006930*                     NUMERO.                                   *
006940*****************************************************************
006950 2500-LE-RESMAST.
006960     MOVE 5 TO IND-FON.
006970     OPEN INPUT RESMAST-FILE.
006980     IF STATUS-RESMAST NOT = "00"
006990         GO TO 2500-LE-RESMAST-EXIT
007000     END-IF.
007010     MOVE "N" TO FIM-ARQUIVO-SW.
007020     MOVE DATA-NEGOCIO TO RESMAST-DATA.
007030     START RESMAST-FILE KEY >= RESMAST-DATA
007040         INVALID KEY
007050             MOVE "Y" TO FIM-ARQUIVO-SW
007060     END-START.
007070     PERFORM 2510-LE-MASTER THRU 2510-LE-MASTER-EXIT
007080         UNTIL FIM-ARQUIVO.
007090     CLOSE RESMAST-FILE.
007100     MOVE DATA-NEGOCIO TO FON-DATA (IND-FON).
007110     MOVE "D" TO FON-SITUACAO (IND-FON).
007120 2500-LE-RESMAST-EXIT.
007130     EXIT.
007140
007150 2510-LE-MASTER.
007160     READ RESMAST-FILE NEXT RECORD
007170         AT END
007180             MOVE "Y" TO FIM-ARQUIVO-SW
007190     END-READ.
007200     IF FIM-ARQUIVO
007210         GO TO 2510-LE-MASTER-EXIT
007220     END-IF.
007230     IF RESMAST-DATA NOT = DATA-NEGOCIO
007240         MOVE "Y" TO FIM-ARQUIVO-SW
007250         GO TO 2510-LE-MASTER-EXIT
007260     END-IF.
007270     IF RESMAST-NUMERO IS NOT NUMERIC
007280         GO TO 2510-LE-MASTER-EXIT
007290     END-IF.
007300     MOVE RESMAST-NUMERO TO NUMERO-LIDO.
007310     COMPUTE IND-NUM = NUMERO-LIDO + 1.
007320     MOVE "Y" TO TNU-RESMAST-SW (IND-NUM).
007330     ADD RESMAST-QTD-LINHAS TO TNU-RES-QTD (IND-NUM).
007340     ADD RESMAST-HASH TO TNU-RES-HASH (IND-NUM).
007350     ADD 1 TO RES-QTD-REGISTROS.
007360     ADD RESMAST-QTD-LINHAS TO RES-QTD-LINHAS.
007370     ADD RESMAST-HASH TO RES-HASH.
007380 2510-LE-MASTER-EXIT.
007390     EXIT.
007400
007410*****************************************************************
007420*    2900-DATA-DA-FONTE : A SOURCE WHOSE CONTROLS WERE READ IS  *
007430*                     USABLE WHEN IT CARRIES THE BUSINESS DATE  *
007440*                     BEING BALANCED.                           *
007450*****************************************************************
007460 2900-DATA-DA-FONTE.
007470     IF FON-DATA (IND-FON) = DATA-NEGOCIO
007480         MOVE "D" TO FON-SITUACAO (IND-FON)
007490     ELSE
007500         MOVE "O" TO FON-SITUACAO (IND-FON)
007510     END-IF.
007520 2900-DATA-DA-FONTE-EXIT.
007530     EXIT.
007540
007550*****************************************************************
007560*    3000-SITUACAO-FONTES : ONE SHEET LINE PER SOURCE FILE.  A  *
007570*                      FILE MISSING OR WITHOUT ITS CONTROLS IS  *
007580*                      ALERTED AT 08 (ITS CHECKS CANNOT BE      *
007590*                      MADE); A FILE OF ANOTHER DATE IS A BREAK *
007600*                      (12).                                    *
007610*****************************************************************
007620 3000-SITUACAO-FONTES.
007630     MOVE "SITUACAO DAS FONTES" TO LINHA-IMPRESSAO.
007640     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
007650     MOVE "-------------------" TO LINHA-IMPRESSAO.
007660     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
007670     PERFORM 3100-LINHA-FONTE THRU 3100-LINHA-FONTE-EXIT
007680         VARYING IND-FON FROM 1 BY 1 UNTIL IND-FON > 5.
007690     MOVE SPACES TO LINHA-IMPRESSAO.
007700     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
007710 3000-SITUACAO-FONTES-EXIT.
007720     EXIT.
007730
007740 3100-LINHA-FONTE.
007750     MOVE NOME-FONTE (IND-FON) TO LFO-NOME.
007760     MOVE FON-DATA (IND-FON) TO LFO-DATA.
007770     MOVE SPACES TO MENSAGEM-ALERTA.
007780     EVALUATE TRUE
007790         WHEN FON-UTILIZAVEL (IND-FON)
007800             MOVE "UTILIZADO" TO LFO-SITUACAO
007810         WHEN FON-INDISPONIVEL (IND-FON)
007820             MOVE "INDISPONIVEL" TO LFO-SITUACAO
007830             STRING NOME-FONTE (IND-FON) DELIMITED BY " "
007840                    " INDISPONIVEL - NAO CONCILIADO"
007850                                         DELIMITED BY SIZE
007860                 INTO MENSAGEM-ALERTA
007870             END-STRING
007880             MOVE 08 TO ALR-SEVERITY
007890         WHEN FON-SEM-CONTROLES (IND-FON)
007900             MOVE "SEM CONTROLES LEGIVEIS" TO LFO-SITUACAO
007910             STRING NOME-FONTE (IND-FON) DELIMITED BY " "
007920                    " SEM CONTROLES - NAO CONCILIADO"
007930                                         DELIMITED BY SIZE
007940                 INTO MENSAGEM-ALERTA
007950             END-STRING
007960             MOVE 08 TO ALR-SEVERITY
007970         WHEN FON-OUTRA-DATA (IND-FON)
007980             MOVE "** DE OUTRA DATA **" TO LFO-SITUACAO
007990             STRING NOME-FONTE (IND-FON) DELIMITED BY " "
008000                    " DE OUTRA DATA ("   DELIMITED BY SIZE
008010                    FON-DATA (IND-FON)   DELIMITED BY SIZE
008020                    ")"                  DELIMITED BY SIZE
008030                 INTO MENSAGEM-ALERTA
008040             END-STRING
008050             MOVE 12 TO ALR-SEVERITY
008060             ADD 1 TO QTD-QUEBRAS
008070     END-EVALUATE.
008080     MOVE LINHA-FONTE TO LINHA-IMPRESSAO.
008090     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008130     IF MENSAGEM-ALERTA NOT = SPACES
008140         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
008150     END-IF.
008160 3100-LINHA-FONTE-EXIT.
008170     EXIT.
008180
008190*****************************************************************
008200*    4000-CONFERE-TOTAIS : THE FOUR FILE-LEVEL CHECKS.  EACH    *
008210*                      IS MADE ONLY WHEN BOTH ITS SOURCES ARE   *
008220*                      USABLE.                                  *
008230*****************************************************************
008240 4000-CONFERE-TOTAIS.
008250     MOVE "TOTAIS POR ARQUIVO" TO LINHA-IMPRESSAO.
008260     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008270     MOVE "------------------" TO LINHA-IMPRESSAO.
008280     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008290     MOVE CABECALHO-CONFERENCIA TO LINHA-IMPRESSAO.
008300     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008310
008320     MOVE "(1) NUMEROS-NUMREJ/TABOUT" TO DESCRICAO-CONFERENCIA.
008330     MOVE "N" TO CONFERENCIA-POSSIVEL-SW.
008340     IF FON-UTILIZAVEL (1) AND FON-UTILIZAVEL (2)
008350             AND FON-UTILIZAVEL (3)
008360         MOVE "Y" TO CONFERENCIA-POSSIVEL-SW
008370         COMPUTE VALOR-LADO-A =
008380             NUM-QTD-TRAILER - REJ-QTD-REGISTROS
008390         MOVE TAB-QTD-PROCESSADOS TO VALOR-LADO-B
008400     END-IF.
008410     PERFORM 4900-LINHA-CONFERENCIA
008420         THRU 4900-LINHA-CONFERENCIA-EXIT.
008430
008440     MOVE "(2) TABOUT/TABCSV HASH" TO DESCRICAO-CONFERENCIA.
008450     MOVE "N" TO CONFERENCIA-POSSIVEL-SW.
008460     IF FON-UTILIZAVEL (3) AND FON-UTILIZAVEL (4)
008470         MOVE "Y" TO CONFERENCIA-POSSIVEL-SW
008480         MOVE TAB-TOTAL-RESULTADOS TO VALOR-LADO-A
008490         MOVE CSV-HASH-TRAILER TO VALOR-LADO-B
008500     END-IF.
008510     PERFORM 4900-LINHA-CONFERENCIA
008520         THRU 4900-LINHA-CONFERENCIA-EXIT.
008530
008540     MOVE "(3) RESMAST/TABCSV LINHAS" TO DESCRICAO-CONFERENCIA.
008550     MOVE "N" TO CONFERENCIA-POSSIVEL-SW.
008560     IF FON-UTILIZAVEL (5) AND FON-UTILIZAVEL (4)
008570         MOVE "Y" TO CONFERENCIA-POSSIVEL-SW
008580         MOVE RES-QTD-LINHAS TO VALOR-LADO-A
008590         MOVE CSV-QTD-TRAILER TO VALOR-LADO-B
008600     END-IF.
008610     PERFORM 4900-LINHA-CONFERENCIA
008620         THRU 4900-LINHA-CONFERENCIA-EXIT.
008630
008640     MOVE "(4) RESMAST/TABCSV HASH" TO DESCRICAO-CONFERENCIA.
008650     MOVE "N" TO CONFERENCIA-POSSIVEL-SW.
008660     IF FON-UTILIZAVEL (5) AND FON-UTILIZAVEL (4)
008670         MOVE "Y" TO CONFERENCIA-POSSIVEL-SW
008680         MOVE RES-HASH TO VALOR-LADO-A
008690         MOVE CSV-HASH-TRAILER TO VALOR-LADO-B
008700     END-IF.
008710     PERFORM 4900-LINHA-CONFERENCIA
008720         THRU 4900-LINHA-CONFERENCIA-EXIT.
008730
008740     MOVE SPACES TO LINHA-IMPRESSAO.
008750     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008760 4000-CONFERE-TOTAIS-EXIT.
008770     EXIT.
008780
008790*****************************************************************
008800*    4900-LINHA-CONFERENCIA : PRINT ONE CHECK - BOTH FIGURES,   *
008810*                      THE DIFFERENCE (A - B) AND THE OUTCOME.  *
008820*                      A BREAK IS ALERTED AT SEVERITY 12.       *
008830*****************************************************************
008840 4900-LINHA-CONFERENCIA.
008850     MOVE SPACES TO LINHA-CONFERENCIA.
008860     MOVE DESCRICAO-CONFERENCIA TO LCF-DESCRICAO.
008870     IF NOT CONFERENCIA-POSSIVEL
008880         MOVE "N/CONFERIDO" TO LCF-SITUACAO
008890         ADD 1 TO QTD-NAO-CONFERIDAS
008900         MOVE LINHA-CONFERENCIA TO LINHA-IMPRESSAO
008910         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
008920         GO TO 4900-LINHA-CONFERENCIA-EXIT
008930     END-IF.
008940     ADD 1 TO QTD-CONFERENCIAS.
008950     COMPUTE VALOR-DIFERENCA = VALOR-LADO-A - VALOR-LADO-B.
008960     MOVE VALOR-LADO-A    TO LCF-LADO-A.
008970     MOVE VALOR-LADO-B    TO LCF-LADO-B.
008980     MOVE VALOR-DIFERENCA TO LCF-DIFERENCA.
008990     IF VALOR-DIFERENCA = ZEROS
009000         MOVE "OK" TO LCF-SITUACAO
009010     ELSE
009020         MOVE "QUEBRA" TO LCF-SITUACAO
009030         ADD 1 TO QTD-QUEBRAS
009040     END-IF.
009050     MOVE LINHA-CONFERENCIA TO LINHA-IMPRESSAO.
009060     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
009070     IF VALOR-DIFERENCA NOT = ZEROS
009080         MOVE SPACES TO MENSAGEM-ALERTA
009090         STRING "QUEBRA "             DELIMITED BY SIZE
009100                DESCRICAO-CONFERENCIA DELIMITED BY "  "
009110             INTO MENSAGEM-ALERTA
009120         END-STRING
009130         MOVE 12 TO ALR-SEVERITY
009140         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
009150     END-IF.
009160 4900-LINHA-CONFERENCIA-EXIT.
009170     EXIT.
009180
009190*****************************************************************
009200*    5000-CONFERE-NUMEROS : PER NUMERO, THE RESMAST ROW COUNT   *
009210*                      AND HASH (SIDE A) AGAINST THE LINES AND  *
009220*                      RESULTADO TOTAL OF ITS TABOUT TABLES     *
009230*                      (SIDE B).  LEFT OUT WHEN EITHER FILE IS  *
009240*                      UNUSABLE OR RESMAST HOLDS NOTHING FOR    *
009250*                      THE DATE (CHECK 3 ALREADY SHOWS THAT).   *
009260*****************************************************************
009270 5000-CONFERE-NUMEROS.
009280     MOVE "CONFERENCIA POR NUMERO - RESMAST (A) X TABOUT (B)"
009290         TO LINHA-IMPRESSAO.
009300     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
009310     MOVE "--------------------------------------------------"
009320         TO LINHA-IMPRESSAO.
009330     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
009340     IF NOT FON-UTILIZAVEL (3) OR NOT FON-UTILIZAVEL (5)
009350         MOVE "RESMAST OU TABOUT INUTILIZAVEL - NAO CONFERIDO."
009360             TO LINHA-IMPRESSAO
009370         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
009380         ADD 1 TO QTD-NAO-CONFERIDAS
009390         GO TO 5000-CONFERE-NUMEROS-EXIT
009400     END-IF.
009410     IF RES-QTD-REGISTROS = ZEROS
009420         MOVE "RESMAST SEM REGISTROS NA DATA - NAO CONFERIDO."
009430             TO LINHA-IMPRESSAO
009440         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
009450         ADD 1 TO QTD-NAO-CONFERIDAS
009460         GO TO 5000-CONFERE-NUMEROS-EXIT
009470     END-IF.
009480     MOVE CABECALHO-CONFERENCIA TO LINHA-IMPRESSAO.
009490     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
009500     MOVE "Y" TO CONFERENCIA-POSSIVEL-SW.
009510     PERFORM 5100-CONFERE-NUMERO THRU 5100-CONFERE-NUMERO-EXIT
009520         VARYING IND-NUM FROM 1 BY 1 UNTIL IND-NUM > 100.
009530     MOVE SPACES TO LINHA-IMPRESSAO.
009540     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
009550 5000-CONFERE-NUMEROS-EXIT.
009560     EXIT.
009570
009580 5100-CONFERE-NUMERO.
009590     IF NOT TNU-NO-RESMAST (IND-NUM)
009600             AND NOT TNU-NO-TABOUT (IND-NUM)
009610         GO TO 5100-CONFERE-NUMERO-EXIT
009620     END-IF.
009630     COMPUTE NUMERO-EDITADO = IND-NUM - 1.
009640     MOVE SPACES TO DESCRICAO-CONFERENCIA.
009650     STRING "NUMERO "      DELIMITED BY SIZE
009660            NUMERO-EDITADO DELIMITED BY SIZE
009670            " LINHAS"      DELIMITED BY SIZE
009680         INTO DESCRICAO-CONFERENCIA
009690     END-STRING.
009700     MOVE TNU-RES-QTD (IND-NUM) TO VALOR-LADO-A.
009710     MOVE TNU-TAB-QTD (IND-NUM) TO VALOR-LADO-B.
009720     PERFORM 4900-LINHA-CONFERENCIA
009730         THRU 4900-LINHA-CONFERENCIA-EXIT.
009740     MOVE SPACES TO DESCRICAO-CONFERENCIA.
009750     STRING "NUMERO "      DELIMITED BY SIZE
009760            NUMERO-EDITADO DELIMITED BY SIZE
009770            " HASH"        DELIMITED BY SIZE
009780         INTO DESCRICAO-CONFERENCIA
009790     END-STRING.
009800     MOVE TNU-RES-HASH (IND-NUM) TO VALOR-LADO-A.
009810     MOVE TNU-TAB-HASH (IND-NUM) TO VALOR-LADO-B.
009820     PERFORM 4900-LINHA-CONFERENCIA
009830         THRU 4900-LINHA-CONFERENCIA-EXIT.
009840 5100-CONFERE-NUMERO-EXIT.
009850     EXIT.
009860
009870*****************************************************************
009880*    6000-RESUMO : COUNTS AND THE KEY TO THE TWO SIDES OF EACH  *
009890*                  FILE-LEVEL CHECK.                            *
009900*****************************************************************
009910 6000-RESUMO.
009920     MOVE "RESUMO" TO LINHA-IMPRESSAO.
009930     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
009940     MOVE "------" TO LINHA-IMPRESSAO.
009950     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
009960     MOVE QTD-CONFERENCIAS TO QTD-EDITADA.
009970     STRING "CONFERENCIAS FEITAS     : " DELIMITED BY SIZE
009980            QTD-EDITADA                  DELIMITED BY SIZE
009990         INTO LINHA-IMPRESSAO
010000     END-STRING.
010010     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
010020     MOVE QTD-QUEBRAS TO QTD-EDITADA.
010030     STRING "QUEBRAS                 : " DELIMITED BY SIZE
010040            QTD-EDITADA                  DELIMITED BY SIZE
010050         INTO LINHA-IMPRESSAO
010060     END-STRING.
010070     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
010080     MOVE QTD-NAO-CONFERIDAS TO QTD-EDITADA.
010090     STRING "NAO CONFERIDAS          : " DELIMITED BY SIZE
010100            QTD-EDITADA                  DELIMITED BY SIZE
010110         INTO LINHA-IMPRESSAO
010120     END-STRING.
010130     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
010140     MOVE QTD-ALERTAS TO QTD-EDITADA.
010150     STRING "ALERTAS GRAVADOS        : " DELIMITED BY SIZE
010160            QTD-EDITADA                  DELIMITED BY SIZE
010170         INTO LINHA-IMPRESSAO
010180     END-STRING.
010190     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
010200     MOVE SPACES TO LINHA-IMPRESSAO.
010210     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
010220     MOVE "(1) A = TRAILER DO NUMEROS MENOS REJEITOS DO NUMREJ,"
010230         TO LINHA-IMPRESSAO.
010240     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
010250     MOVE "    B = NUMEROS PROCESSADOS NO TABOUT"
010260         TO LINHA-IMPRESSAO.
010270     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
010280     MOVE "(2) A = TOTAL DOS RESULTADOS NO TABOUT,"
010290         TO LINHA-IMPRESSAO.
010300     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
010310     MOVE "    B = HASH DO TRAILER DO TABCSV"
010320         TO LINHA-IMPRESSAO.
010330     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
010340     MOVE "(3) A = SOMA DAS LINHAS DO RESMAST NA DATA,"
010350         TO LINHA-IMPRESSAO.
010360     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
010370     MOVE "    B = CONTAGEM DO TRAILER DO TABCSV"
010380         TO LINHA-IMPRESSAO.
010390     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
010400     MOVE "(4) A = SOMA DOS HASH DO RESMAST NA DATA,"
010410         TO LINHA-IMPRESSAO.
010420     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
010430     MOVE "    B = HASH DO TRAILER DO TABCSV"
010440         TO LINHA-IMPRESSAO.
010450     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
010460 6000-RESUMO-EXIT.
010470     EXIT.
010480
010490*****************************************************************
010500*    7000-GRAVA-LINHA : WRITE ONE REPORT LINE, STARTING A NEW   *
010510*                       PAGE WHEN THE CURRENT ONE IS FULL.      *
010520*****************************************************************
010530 7000-GRAVA-LINHA.
010540     IF LINHAS-NA-PAGINA >= LINHAS-POR-PAGINA
010550         PERFORM 7100-CABECALHO THRU 7100-CABECALHO-EXIT
010560     END-IF.
010570     WRITE CONCREPT-REGISTRO FROM LINHA-IMPRESSAO.
010580     ADD 1 TO LINHAS-NA-PAGINA.
010590     MOVE SPACES TO LINHA-IMPRESSAO.
010600 7000-GRAVA-LINHA-EXIT.
010610     EXIT.
010620
010630*****************************************************************
010640*    7100-CABECALHO : PAGE HEADING WITH RUN DATE AND PAGE       *
010650*                     NUMBER.                                   *
010660*****************************************************************
010670 7100-CABECALHO.
010680     ADD 1 TO NUMERO-PAGINA.
010690     MOVE DATA-SISTEMA  TO CAB1-DATA.
010700     MOVE NUMERO-PAGINA TO CAB1-PAGINA.
010710     WRITE CONCREPT-REGISTRO FROM CABECALHO-1.
010720     MOVE SPACES TO CONCREPT-REGISTRO.
010730     WRITE CONCREPT-REGISTRO.
010740     MOVE 2 TO LINHAS-NA-PAGINA.
010750 7100-CABECALHO-EXIT.
010760     EXIT.
010770
010780*****************************************************************
010790*    8500-GRAVA-ALERTA : ONE ALERTAS RECORD.  SEVERITY AND      *
010800*                        MESSAGE ARRIVE FROM THE CALLER; THE    *
010810*                        RETURN-CODE FOLLOWS THE WORST          *
010820*                        SEVERITY RAISED.                       *
010830*****************************************************************
010840 8500-GRAVA-ALERTA.
010850     MOVE "CONCILIA" TO ALR-PROGRAM-NAME.
010860     MOVE DATA-NEGOCIO TO ALR-RUN-DATE.
010870     ACCEPT ALR-RUN-TIME FROM TIME.
010880     MOVE MENSAGEM-ALERTA TO ALR-MESSAGE.
010890     OPEN EXTEND ALERTAS-FILE.
010900     IF STATUS-ALERTAS = "05" OR STATUS-ALERTAS = "35"
010910         OPEN OUTPUT ALERTAS-FILE
010920     END-IF.
010930     WRITE ALERTAS-REGISTRO FROM ALERT-RECORD.
010940     CLOSE ALERTAS-FILE.
010950     ADD 1 TO QTD-ALERTAS.
010960     IF CODIGO-RETORNO < ALR-SEVERITY
010970         MOVE ALR-SEVERITY TO CODIGO-RETORNO
010980     END-IF.
010990 8500-GRAVA-ALERTA-EXIT.
011000     EXIT.
011010
011020*****************************************************************
011030*    9000-ENCERRA : CLOSE THE BALANCING SHEET.                  *
011040*****************************************************************
011050 9000-ENCERRA.
011060     IF RELATORIO-ABERTO
011070         CLOSE CONCREPT-FILE
011080     END-IF.
011090 9000-ENCERRA-EXIT.
011100     EXIT.
