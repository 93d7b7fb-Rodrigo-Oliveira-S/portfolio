000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID  : RESMENS                                      *
000040*    AUTHOR      : R. OLIVEIRA SILVA - APPLICATIONS DEV.        *
000050*    INSTALLATION: PORTFOLIO BATCH UTILITIES                    *
000060*    DATE-WRITTEN: 2026-10-07                                   *
000070*                                                               *
000080*    DESCRIPTION : MONTH-END ROLL-UP AND RETENTION OF THE       *
000090*                  RESMAST RESULTS MASTER.  TABLOAD ADDS A ROW  *
000100*                  PER NUMERO FOR EVERY BUSINESS DATE AND       *
000110*                  NOTHING EVER TOOK ONE OUT.                   *
000120*                                                               *
000130*                  STEP 1 - EVERY RESMAST ROW OF THE MONTH OF   *
000140*                  THE BUSINESS DATE (READ ON THE ALTERNATE     *
000150*                  DATE KEY) IS TOTALLED PER NUMERO INTO THE    *
000160*                  RESMES MONTHLY SUMMARY (COPYBOOK RMESREC):   *
000170*                  DAYS PRESENT, TOTAL ROWS, TOTAL HASH, FIRST  *
000180*                  AND LAST DATE SEEN.  A SUMMARY ALREADY ON    *
000190*                  FILE IS REPLACED (RERUN OF THE MONTH), BUT   *
000200*                  NOT WHEN IT STARTS EARLIER THAN THE ROWS     *
000210*                  STILL IN RESMAST - THOSE WERE PURGED AND THE *
000214*                  OLD SUMMARY IS THE ONLY COMPLETE ONE.  IT IS *
000218*                  KEPT, AND THE ROWS DATED AFTER ITS LAST DATE *
000222*                  (LOADED SINCE IT WAS WRITTEN) ARE ADDED TO   *
000226*                  IT.                                          *
000230*                                                               *
000240*                  STEP 2 - WITH A RETENTION CUTOFF ON THE      *
000250*                  CARD, EVERY RESMAST ROW DATED BEFORE IT IS   *
000260*                  APPENDED TO THE GENERATION-STYLE FILE        *
000270*                  RESVELHO (OPENED EXTEND) AND DELETED, AS     *
000280*                  TABARQ DOES FOR TABVELHO.  A ROW IS ONLY     *
000290*                  PURGED WHEN ITS MONTH HAS A SUMMARY COVERING *
000300*                  ITS DATE; ROWS OF A MONTH NEVER ROLLED UP    *
000310*                  ARE KEPT AND REPORTED - RUN RESMENS WITH A   *
000320*                  DATE OF THAT MONTH TO ROLL IT UP.            *
000330*                                                               *
000340*                  RESEST PRINTS THE MONTH-END STATISTICS FROM  *
000350*                  RESMES.                                      *
000360*                                                               *
000370*    CONTROL CARD (SYSIN, 24 BYTES - OPTIONAL):                 *
000380*      COLS 01-08  RMC-PROGRAM-NAME  MUST BE 'RESMENS '         *
000390*      COLS 09-16  RMC-DATA-NEGOCIO  BUSINESS DATE YYYYMMDD -   *
000400*                                    ITS MONTH IS ROLLED UP;    *
000410*                                    BLANK = EXPDATE, OR THE    *
000420*                                    MACHINE DATE WITHOUT ONE   *
000430*      COLS 17-24  RMC-DATA-CORTE    RETENTION CUTOFF YYYYMMDD; *
000440*                                    SPACES = NOTHING PURGED.   *
000450*                                    NOT LATER THAN THE MONTH   *
000460*                                    ROLLED UP                  *
000470*                                                               *
000480*    RUN LOG     : ONE ENTRY FOR THE ROLL-UP (PARM-NAME         *
000490*                  'NUMEROS ', THE SUMMARIES WRITTEN) AND, WITH *
000500*                  A CUTOFF, ONE FOR THE PURGE (PARM-NAME       *
000510*                  'EXPURGO ', THE ROWS PURGED).                *
000520*                                                               *
000530*    RETURN CODES: 0 = MONTH ROLLED UP (AND PURGED),            *
000540*                  4 = DONE WITH WARNINGS - SUMMARIES REPLACED  *
000550*                      OR KEPT, NO ROWS FOR THE MONTH, OR ROWS  *
000560*                      BEFORE THE CUTOFF KEPT FOR WANT OF A     *
000570*                      SUMMARY,                                 *
000580*                  8 = NOTHING DONE (CARD, DATES, RESMAST OR    *
000590*                      RESMES UNUSABLE),                        *
000600*                  12 = RESMES, RESMAST OR RESVELHO UPDATE      *
000610*                      FAILED PART WAY.                         *
000620*                                                               *
000630*    MODIFICATION HISTORY                                       *
000640*    --------------------------------------------------------  *
000650*    DATE       INIT  DESCRIPTION                               *
000660*    ---------- ----  ----------------------------------------  *
000670*    2026-10-07 ROS   ORIGINAL VERSION - RESMAST KEPT EVERY     *
000680*                     DAILY ROW FOREVER AND ONLY TABVAR'S DAY-  *
000690*                     ON-DAY VIEW OF IT EXISTED.                *
000700*                                                               *
000710*****************************************************************
000720 IDENTIFICATION DIVISION.
000730 PROGRAM-ID.                  RESMENS.
000740 AUTHOR.                      R. OLIVEIRA SILVA.
000750 INSTALLATION.                PORTFOLIO BATCH UTILITIES.
000760 DATE-WRITTEN.                2026-10-07.
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
000870     SELECT RMCCARD-FILE      ASSIGN TO SYSIN
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS STATUS-RMCCARD.
000900
000910     SELECT EXPDATE-FILE      ASSIGN TO EXPDATE
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS STATUS-EXPDATE.
000940
000950     SELECT RESMAST-FILE      ASSIGN TO RESMAST
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS RESMAST-CHAVE
000990         ALTERNATE RECORD KEY IS RESMAST-DATA
001000             WITH DUPLICATES
001010         FILE STATUS IS STATUS-RESMAST.
001020
001030     SELECT RESMES-FILE       ASSIGN TO RESMES
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS RESMES-CHAVE
001070         FILE STATUS IS STATUS-RESMES.
001080
001090     SELECT RESVELHO-FILE     ASSIGN TO RESVELHO
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS STATUS-RESVELHO.
001120
001130     SELECT RUNLOG-FILE       ASSIGN TO RUNLOG
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS STATUS-RUNLOG.
001160
001170     SELECT ALERTAS-FILE      ASSIGN TO ALERTAS
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS STATUS-ALERTAS.
001200
001210*****************************************************************
001220 DATA DIVISION.
001230 FILE SECTION.
001240 FD  RMCCARD-FILE
001250     RECORD CONTAINS 24 CHARACTERS.
001260 01  RMCCARD-REGISTRO            PIC X(24).
001270
001280 FD  EXPDATE-FILE
001290     RECORD CONTAINS 8 CHARACTERS.
001300 01  EXPDATE-REGISTRO            PIC X(08).
001310
001320 FD  RESMAST-FILE
001330     RECORD CONTAINS 40 CHARACTERS.
001340 01  RESMAST-REGISTRO.
001350     05  RESMAST-CHAVE.
001360         10  RESMAST-NUMERO      PIC X(02).
001370         10  RESMAST-DATA        PIC X(08).
001380     05  RESMAST-QTD-LINHAS      PIC 9(07).
001390     05  RESMAST-HASH            PIC 9(13).
001400     05  RESMAST-HORA-CARGA      PIC X(08).
001410     05  FILLER                  PIC X(02).
001420
001430 FD  RESMES-FILE
001440     RECORD CONTAINS 60 CHARACTERS.
001450 01  RESMES-REGISTRO.
001460     05  RESMES-CHAVE.
001470         10  RESMES-NUMERO       PIC X(02).
001480         10  RESMES-ANO-MES      PIC X(06).
001490     05  RESMES-RESTO            PIC X(52).
001500
001510 FD  RESVELHO-FILE
001520     RECORD CONTAINS 40 CHARACTERS.
001530 01  RESVELHO-REGISTRO           PIC X(40).
001540
001550 FD  RUNLOG-FILE
001560     RECORD CONTAINS 78 CHARACTERS.
001570 01  RUNLOG-REGISTRO             PIC X(78).
001580
001590 FD  ALERTAS-FILE
001600     RECORD CONTAINS 66 CHARACTERS.
001610 01  ALERTAS-REGISTRO            PIC X(66).
001620
001630*****************************************************************
001640 WORKING-STORAGE SECTION.
001650     COPY ALERTREC.
001660     COPY DATAPRM.
001670     COPY LOGREC.
001680     COPY RMESREC.
001690
001700 01  RMC-CARD.
001710     05  RMC-PROGRAM-NAME        PIC X(08).
001720     05  RMC-DATA-NEGOCIO        PIC X(08).
001730     05  RMC-DATA-CORTE          PIC X(08).
001740
001750*    THE MONTH BEING ROLLED UP, ONE ENTRY PER NUMERO 00-99
001760*    (ENTRY = NUMERO + 1, AS IN TABVAR).
001770 01  TABELA-MES.
001780     05  TMS-ENTRADA OCCURS 100 TIMES.
001790         10  TMS-PRESENTE-SW     PIC X(01).
001800             88  TMS-PRESENTE        VALUE "Y".
001810         10  TMS-DIAS            PIC 9(02).
001820         10  TMS-LINHAS          PIC 9(09).
001830         10  TMS-HASH            PIC 9(15).
001840         10  TMS-PRIMEIRA-DATA   PIC X(08).
001850         10  TMS-ULTIMA-DATA     PIC X(08).
001860
001870 77  STATUS-RMCCARD              PIC X(02) VALUE SPACES.
001880 77  STATUS-EXPDATE              PIC X(02) VALUE SPACES.
001890 77  STATUS-RESMAST              PIC X(02) VALUE SPACES.
001900 77  STATUS-RESMES               PIC X(02) VALUE SPACES.
001910 77  STATUS-RESVELHO             PIC X(02) VALUE SPACES.
001920 77  STATUS-RUNLOG               PIC X(02) VALUE SPACES.
001930 77  STATUS-ALERTAS              PIC X(02) VALUE SPACES.
001940
001950 77  FIM-ARQUIVO-SW              PIC X(01) VALUE "N".
001960     88  FIM-ARQUIVO                 VALUE "Y".
001970 77  ACHOU-SW                    PIC X(01) VALUE "N".
001980     88  ACHOU                       VALUE "Y".
001990 77  RESMAST-ABERTO-SW           PIC X(01) VALUE "N".
002000     88  RESMAST-ABERTO              VALUE "Y".
002010 77  RESMES-ABERTO-SW            PIC X(01) VALUE "N".
002020     88  RESMES-ABERTO               VALUE "Y".
002030 77  EXPURGO-FEITO-SW            PIC X(01) VALUE "N".
002040     88  EXPURGO-FEITO               VALUE "Y".
002043 77  RESVELHO-FALHOU-SW          PIC X(01) VALUE "N".
002046     88  RESVELHO-FALHOU             VALUE "Y".
002050
002060 77  DATA-NEGOCIO                PIC X(08) VALUE SPACES.
002070 77  DATA-SISTEMA                PIC X(08) VALUE SPACES.
002080 77  ANO-MES                     PIC X(06) VALUE SPACES.
002090 77  DATA-INICIO-MES             PIC X(08) VALUE SPACES.
002100 77  IND-NUM                     PIC 9(03) VALUE ZEROS.
002110 77  NUMERO-EDITADO              PIC 9(02) VALUE ZEROS.
002120
002130 77  QTD-LIDAS                   PIC 9(07) VALUE ZEROS.
002140 77  QTD-IGNORADAS               PIC 9(07) VALUE ZEROS.
002150 77  QTD-NUMEROS                 PIC 9(07) VALUE ZEROS.
002160 77  QTD-INCLUIDOS               PIC 9(07) VALUE ZEROS.
002170 77  QTD-SUBSTITUIDOS            PIC 9(07) VALUE ZEROS.
002180 77  QTD-MANTIDOS                PIC 9(07) VALUE ZEROS.
002190 77  QTD-EXPURGADAS              PIC 9(07) VALUE ZEROS.
002200 77  QTD-RETIDAS                 PIC 9(07) VALUE ZEROS.
002210 77  QTD-FALHAS                  PIC 9(07) VALUE ZEROS.
002220 77  QTD-FALHAS-EXPURGO          PIC 9(07) VALUE ZEROS.
002223 77  QTD-COMPLETADOS             PIC 9(07) VALUE ZEROS.
002226 77  QTD-POSTERIORES             PIC 9(07) VALUE ZEROS.
002230 77  MENSAGEM-ALERTA             PIC X(40) VALUE SPACES.
002240 77  CODIGO-RETORNO              PIC 9(02) VALUE ZEROS.
002250
002260*****************************************************************
002270 PROCEDURE DIVISION.
002280*****************************************************************
002290*    0000-MAINLINE : OVERALL FLOW OF CONTROL                    *
002300*****************************************************************
002310 0000-MAINLINE.
002320     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
002330     IF CODIGO-RETORNO < 8
002340         PERFORM 2000-ACUMULA-MES THRU 2000-ACUMULA-MES-EXIT
002350         PERFORM 3000-GRAVA-RESUMO THRU 3000-GRAVA-RESUMO-EXIT
002360     END-IF.
002370     IF CODIGO-RETORNO < 8 AND RMC-DATA-CORTE NOT = SPACES
002380         PERFORM 4000-EXPURGA THRU 4000-EXPURGA-EXIT
002390     END-IF.
002400     PERFORM 9000-ENCERRA THRU 9000-ENCERRA-EXIT.
002410     DISPLAY "RESMENS: FIM. MES: " ANO-MES
002420         " LINHAS LIDAS: " QTD-LIDAS
002430         " RESUMOS: " QTD-NUMEROS
002440         " EXPURGADAS: " QTD-EXPURGADAS
002450         " RC: " CODIGO-RETORNO.
002460     MOVE CODIGO-RETORNO TO RETURN-CODE.
002470     GOBACK.
002480
002490*****************************************************************
002500*    1000-INICIALIZA : READ THE CONTROL CARD, SETTLE THE        *
002510*                      BUSINESS DATE (CARD, EXPDATE OR MACHINE  *
002520*                      DATE) AND THE CUTOFF, AND OPEN RESMAST   *
002530*                      AND RESMES (CREATED ON THE FIRST RUN).   *
002540*****************************************************************
002550 1000-INICIALIZA.
002560     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
002570     MOVE "RESMENS " TO RMC-PROGRAM-NAME.
002580     MOVE SPACES     TO RMC-DATA-NEGOCIO.
002590     MOVE SPACES     TO RMC-DATA-CORTE.
002600     OPEN INPUT RMCCARD-FILE.
002610     IF STATUS-RMCCARD = "00"
002620         READ RMCCARD-FILE INTO RMC-CARD
002630             AT END
002640                 MOVE "35" TO STATUS-RMCCARD
002650         END-READ
002660         CLOSE RMCCARD-FILE
002670     END-IF.
002680     IF RMC-PROGRAM-NAME NOT = "RESMENS "
002690         DISPLAY "RESMENS: CARTAO DE CONTROLE PERTENCE A "
002700             RMC-PROGRAM-NAME " - EXECUCAO REJEITADA."
002710         MOVE 8 TO CODIGO-RETORNO
002720         GO TO 1000-INICIALIZA-EXIT
002730     END-IF.
002740     IF RMC-DATA-NEGOCIO NOT = SPACES
002750         MOVE RMC-DATA-NEGOCIO TO DATA-NEGOCIO
002760     ELSE
002770         OPEN INPUT EXPDATE-FILE
002780         IF STATUS-EXPDATE = "00"
002790             READ EXPDATE-FILE
002800                 AT END
002810                     MOVE "35" TO STATUS-EXPDATE
002820             END-READ
002830             IF STATUS-EXPDATE = "00"
002840                 MOVE EXPDATE-REGISTRO TO DATA-NEGOCIO
002850             END-IF
002860             CLOSE EXPDATE-FILE
002870         END-IF
002880         IF DATA-NEGOCIO = SPACES
002890             MOVE DATA-SISTEMA TO DATA-NEGOCIO
002900         END-IF
002910     END-IF.
002920     MOVE "V" TO DTP-FUNCAO.
002930     MOVE DATA-NEGOCIO TO DTP-DATA.
002940     CALL "DATACHK" USING DATA-PARAMETRO.
002950     IF DTP-DATA-INVALIDA
002960         DISPLAY "RESMENS: DATA DE NEGOCIO INVALIDA ("
002970             DATA-NEGOCIO ") - EXECUCAO REJEITADA."
002980         MOVE 8 TO CODIGO-RETORNO
002990         GO TO 1000-INICIALIZA-EXIT
003000     END-IF.
003010     MOVE DATA-NEGOCIO (1:6) TO ANO-MES.
003020     MOVE ANO-MES TO DATA-INICIO-MES.
003030     MOVE "01" TO DATA-INICIO-MES (7:2).
003040     IF RMC-DATA-CORTE NOT = SPACES
003050         MOVE "V" TO DTP-FUNCAO
003060         MOVE RMC-DATA-CORTE TO DTP-DATA
003070         CALL "DATACHK" USING DATA-PARAMETRO
003080         IF DTP-DATA-INVALIDA
003090             DISPLAY "RESMENS: DATA DE CORTE INVALIDA ("
003100                 RMC-DATA-CORTE ") - EXECUCAO REJEITADA."
003110             MOVE 8 TO CODIGO-RETORNO
003120             GO TO 1000-INICIALIZA-EXIT
003130         END-IF
003140         IF RMC-DATA-CORTE (1:6) > ANO-MES
003150             DISPLAY "RESMENS: DATA DE CORTE " RMC-DATA-CORTE
003160                 " POSTERIOR AO MES " ANO-MES
003170                 " - EXECUCAO REJEITADA."
003180             MOVE 8 TO CODIGO-RETORNO
003190             GO TO 1000-INICIALIZA-EXIT
003200         END-IF
003210     END-IF.
003220     OPEN I-O RESMAST-FILE.
003230     IF STATUS-RESMAST NOT = "00"
003240         DISPLAY "RESMENS: RESMAST INDISPONIVEL (STATUS "
003250             STATUS-RESMAST ") - EXECUTE TABLOAD ANTES."
003260         MOVE 08 TO ALR-SEVERITY
003270         MOVE "RESMAST INDISPONIVEL - MES NAO RESUMIDO"
003280             TO MENSAGEM-ALERTA
003290         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
003300         GO TO 1000-INICIALIZA-EXIT
003310     END-IF.
003320     MOVE "Y" TO RESMAST-ABERTO-SW.
003330     OPEN I-O RESMES-FILE.
003340     IF STATUS-RESMES = "05" OR STATUS-RESMES = "35"
003350         OPEN OUTPUT RESMES-FILE
003360         CLOSE RESMES-FILE
003370         OPEN I-O RESMES-FILE
003380     END-IF.
003390     IF STATUS-RESMES NOT = "00"
003400         DISPLAY "RESMENS: RESMES INDISPONIVEL (STATUS "
003410             STATUS-RESMES ") - MES NAO RESUMIDO."
003420         MOVE 08 TO ALR-SEVERITY
003430         MOVE "RESMES INDISPONIVEL - MES NAO RESUMIDO"
003440             TO MENSAGEM-ALERTA
003450         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
003460         GO TO 1000-INICIALIZA-EXIT
003470     END-IF.
003480     MOVE "Y" TO RESMES-ABERTO-SW.
003490     PERFORM 1100-LIMPA-TABELA THRU 1100-LIMPA-TABELA-EXIT
003500         VARYING IND-NUM FROM 1 BY 1 UNTIL IND-NUM > 100.
003510 1000-INICIALIZA-EXIT.
003520     EXIT.
003530
003540 1100-LIMPA-TABELA.
003550     MOVE "N" TO TMS-PRESENTE-SW (IND-NUM).
003560     MOVE ZEROS TO TMS-DIAS (IND-NUM).
003570     MOVE ZEROS TO TMS-LINHAS (IND-NUM).
003580     MOVE ZEROS TO TMS-HASH (IND-NUM).
003590     MOVE SPACES TO TMS-PRIMEIRA-DATA (IND-NUM).
003600     MOVE SPACES TO TMS-ULTIMA-DATA (IND-NUM).
003610 1100-LIMPA-TABELA-EXIT.
003620     EXIT.
003630
003640*****************************************************************
003650*    2000-ACUMULA-MES : EVERY RESMAST ROW OF THE MONTH, READ ON  *
003660*                      THE ALTERNATE (DATE) KEY FROM THE FIRST  *
003670*                      OF THE MONTH AS TABVAR DOES FOR A DAY,   *
003680*                      TOTALLED PER NUMERO.  THE ROWS COME IN   *
003690*                      DATE ORDER, SO THE FIRST ROW OF A NUMERO *
003700*                      GIVES ITS FIRST DATE AND THE LAST ITS    *
003710*                      LAST.                                    *
003720*****************************************************************
003730 2000-ACUMULA-MES.
003740     MOVE "N" TO FIM-ARQUIVO-SW.
003750     MOVE DATA-INICIO-MES TO RESMAST-DATA.
003760     START RESMAST-FILE KEY >= RESMAST-DATA
003770         INVALID KEY
003780             MOVE "Y" TO FIM-ARQUIVO-SW
003790     END-START.
003800     PERFORM 2100-LE-MASTER THRU 2100-LE-MASTER-EXIT
003810         UNTIL FIM-ARQUIVO.
003820 2000-ACUMULA-MES-EXIT.
003830     EXIT.
003840
003850 2100-LE-MASTER.
003860     READ RESMAST-FILE NEXT RECORD
003870         AT END
003880             MOVE "Y" TO FIM-ARQUIVO-SW
003890     END-READ.
003900     IF FIM-ARQUIVO
003910         GO TO 2100-LE-MASTER-EXIT
003920     END-IF.
003930     IF RESMAST-DATA (1:6) NOT = ANO-MES
003940         MOVE "Y" TO FIM-ARQUIVO-SW
003950         GO TO 2100-LE-MASTER-EXIT
003960     END-IF.
003970     ADD 1 TO QTD-LIDAS.
003980     IF RESMAST-NUMERO IS NOT NUMERIC
003990         ADD 1 TO QTD-IGNORADAS
004000         GO TO 2100-LE-MASTER-EXIT
004010     END-IF.
004020     MOVE RESMAST-NUMERO TO NUMERO-EDITADO.
004030     COMPUTE IND-NUM = NUMERO-EDITADO + 1.
004040     IF NOT TMS-PRESENTE (IND-NUM)
004050         MOVE "Y" TO TMS-PRESENTE-SW (IND-NUM)
004060         MOVE RESMAST-DATA TO TMS-PRIMEIRA-DATA (IND-NUM)
004070     END-IF.
004080     ADD 1 TO TMS-DIAS (IND-NUM).
004090     ADD RESMAST-QTD-LINHAS TO TMS-LINHAS (IND-NUM).
004100     ADD RESMAST-HASH TO TMS-HASH (IND-NUM).
004110     MOVE RESMAST-DATA TO TMS-ULTIMA-DATA (IND-NUM).
004120 2100-LE-MASTER-EXIT.
004130     EXIT.
004140
004150*****************************************************************
004160*    3000-GRAVA-RESUMO : ONE RESMES RECORD PER NUMERO SEEN IN   *
004170*                      THE MONTH, THEN THE WARNINGS FOR WHAT    *
004180*                      COULD NOT BE DONE CLEANLY.               *
004190*****************************************************************
004200 3000-GRAVA-RESUMO.
004210     PERFORM 3100-GRAVA-NUMERO THRU 3100-GRAVA-NUMERO-EXIT
004220         VARYING IND-NUM FROM 1 BY 1 UNTIL IND-NUM > 100.
004230     IF QTD-LIDAS = ZEROS
004240         DISPLAY "RESMENS: NENHUMA LINHA DO MES " ANO-MES
004250             " NO RESMAST - NADA RESUMIDO."
004260         MOVE 04 TO ALR-SEVERITY
004270         MOVE "NENHUMA LINHA DO MES - NADA RESUMIDO"
004280             TO MENSAGEM-ALERTA
004290         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
004300     END-IF.
004310     IF QTD-IGNORADAS > ZEROS
004320         DISPLAY "RESMENS: " QTD-IGNORADAS
004330             " LINHAS COM NUMERO NAO NUMERICO IGNORADAS."
004340     END-IF.
004350     IF QTD-SUBSTITUIDOS > ZEROS
004360         DISPLAY "RESMENS: MES " ANO-MES " JA RESUMIDO - "
004370             QTD-SUBSTITUIDOS " RESUMOS SUBSTITUIDOS."
004380         MOVE 04 TO ALR-SEVERITY
004390         MOVE "RESUMO DO MES SUBSTITUIDO NO RESMES"
004400             TO MENSAGEM-ALERTA
004410         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
004411     END-IF.
004412     IF QTD-COMPLETADOS > ZEROS
004413         DISPLAY "RESMENS: " QTD-COMPLETADOS
004414             " RESUMOS DO MES " ANO-MES " COMPLETADOS COM AS "
004415             "LINHAS POSTERIORES."
004420     END-IF.
004430     IF QTD-MANTIDOS > ZEROS
004440         DISPLAY "RESMENS: " QTD-MANTIDOS
004450             " RESUMOS DO MES " ANO-MES " MANTIDOS - LINHAS "
004460             "DIARIAS JA EXPURGADAS DO RESMAST."
004470         MOVE 04 TO ALR-SEVERITY
004480         MOVE "RESUMO MANTIDO - LINHAS JA EXPURGADAS"
004490             TO MENSAGEM-ALERTA
004500         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
004510     END-IF.
004520     IF QTD-FALHAS > ZEROS
004530         DISPLAY "RESMENS: " QTD-FALHAS
004540             " RESUMOS NAO PUDERAM SER GRAVADOS NO RESMES "
004550             "(STATUS " STATUS-RESMES ")."
004560         MOVE 12 TO ALR-SEVERITY
004570         MOVE "RESMES INCOMPLETO - VERIFICAR ARQUIVO"
004580             TO MENSAGEM-ALERTA
004590         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
004600     END-IF.
004610 3000-GRAVA-RESUMO-EXIT.
004620     EXIT.
004630
004640*****************************************************************
004650*    3100-GRAVA-NUMERO : WRITE THE SUMMARY OF ONE NUMERO, OR    *
004660*                      REPLACE THE ONE ON FILE - UNLESS THAT    *
004670*                      ONE BEGINS BEFORE THE FIRST ROW FOUND    *
004676*                      NOW, IN WHICH CASE IT IS KEPT AND        *
004682*                      COMPLETED (3200).                        *
004690*****************************************************************
004700 3100-GRAVA-NUMERO.
004710     IF NOT TMS-PRESENTE (IND-NUM)
004720         GO TO 3100-GRAVA-NUMERO-EXIT
004730     END-IF.
004740     COMPUTE NUMERO-EDITADO = IND-NUM - 1.
004750     MOVE NUMERO-EDITADO TO RESMES-NUMERO.
004760     MOVE ANO-MES TO RESMES-ANO-MES.
004770     READ RESMES-FILE
004780         INVALID KEY
004790             MOVE "N" TO ACHOU-SW
004800         NOT INVALID KEY
004810             MOVE "Y" TO ACHOU-SW
004820     END-READ.
004830     IF ACHOU
004840         MOVE RESMES-REGISTRO TO RMES-REGISTRO
004850         IF RMS-PRIMEIRA-DATA < TMS-PRIMEIRA-DATA (IND-NUM)
004856             PERFORM 3200-COMPLETA-RESUMO
004862                 THRU 3200-COMPLETA-RESUMO-EXIT
004870             GO TO 3100-GRAVA-NUMERO-EXIT
004880         END-IF
004890     END-IF.
004900     MOVE SPACES TO RMES-REGISTRO.
004910     MOVE NUMERO-EDITADO TO RMS-NUMERO.
004920     MOVE ANO-MES TO RMS-ANO-MES.
004930     MOVE TMS-DIAS (IND-NUM) TO RMS-DIAS-PRESENTES.
004940     MOVE TMS-LINHAS (IND-NUM) TO RMS-TOTAL-LINHAS.
004950     MOVE TMS-HASH (IND-NUM) TO RMS-TOTAL-HASH.
004960     MOVE TMS-PRIMEIRA-DATA (IND-NUM) TO RMS-PRIMEIRA-DATA.
004970     MOVE TMS-ULTIMA-DATA (IND-NUM) TO RMS-ULTIMA-DATA.
004980     MOVE DATA-SISTEMA TO RMS-DATA-GERACAO.
004990     MOVE RMES-REGISTRO TO RESMES-REGISTRO.
005000     IF ACHOU
005010         REWRITE RESMES-REGISTRO
005020             INVALID KEY
005030                 ADD 1 TO QTD-FALHAS
005040             NOT INVALID KEY
005050                 ADD 1 TO QTD-SUBSTITUIDOS
005060                 ADD 1 TO QTD-NUMEROS
005070         END-REWRITE
005080     ELSE
005090         WRITE RESMES-REGISTRO
005100             INVALID KEY
005110                 ADD 1 TO QTD-FALHAS
005120             NOT INVALID KEY
005130                 ADD 1 TO QTD-INCLUIDOS
005140                 ADD 1 TO QTD-NUMEROS
005150         END-WRITE
005160     END-IF.
005170 3100-GRAVA-NUMERO-EXIT.
005180     EXIT.
005190
005200*****************************************************************
005201*    3200-COMPLETA-RESUMO : THE SUMMARY ON FILE (IN RMES-       *
005202*                      REGISTRO) IS KEPT.  THE ROWS OF THE      *
005203*                      NUMERO DATED AFTER ITS LAST DATE, READ   *
005204*                      ON THE PRIMARY KEY, ARE ADDED TO IT AND  *
005205*                      IT IS REWRITTEN; WITH NO SUCH ROWS IT IS *
005206*                      LEFT AS IT IS.                           *
005207*****************************************************************
005208 3200-COMPLETA-RESUMO.
005209     MOVE ZEROS TO QTD-POSTERIORES.
005210     MOVE "N" TO FIM-ARQUIVO-SW.
005211     MOVE RMS-NUMERO TO RESMAST-NUMERO.
005212     MOVE RMS-ULTIMA-DATA TO RESMAST-DATA.
005213     START RESMAST-FILE KEY > RESMAST-CHAVE
005214         INVALID KEY
005215             MOVE "Y" TO FIM-ARQUIVO-SW
005216     END-START.
005217     PERFORM 3210-SOMA-POSTERIOR THRU 3210-SOMA-POSTERIOR-EXIT
005218         UNTIL FIM-ARQUIVO.
005219     IF QTD-POSTERIORES = ZEROS
005220         ADD 1 TO QTD-MANTIDOS
005221         GO TO 3200-COMPLETA-RESUMO-EXIT
005222     END-IF.
005223     MOVE DATA-SISTEMA TO RMS-DATA-GERACAO.
005224     MOVE RMES-REGISTRO TO RESMES-REGISTRO.
005225     REWRITE RESMES-REGISTRO
005226         INVALID KEY
005227             ADD 1 TO QTD-FALHAS
005228         NOT INVALID KEY
005229             ADD 1 TO QTD-COMPLETADOS
005230             ADD 1 TO QTD-NUMEROS
005231     END-REWRITE.
005232 3200-COMPLETA-RESUMO-EXIT.
005233     EXIT.
005234
005235 3210-SOMA-POSTERIOR.
005236     READ RESMAST-FILE NEXT RECORD
005237         AT END
005238             MOVE "Y" TO FIM-ARQUIVO-SW
005239     END-READ.
005240     IF FIM-ARQUIVO
005241         GO TO 3210-SOMA-POSTERIOR-EXIT
005242     END-IF.
005243     IF RESMAST-NUMERO NOT = RMS-NUMERO
005244             OR RESMAST-DATA (1:6) NOT = ANO-MES
005245         MOVE "Y" TO FIM-ARQUIVO-SW
005246         GO TO 3210-SOMA-POSTERIOR-EXIT
005247     END-IF.
005248     ADD 1 TO QTD-POSTERIORES.
005249     ADD 1 TO RMS-DIAS-PRESENTES.
005250     ADD RESMAST-QTD-LINHAS TO RMS-TOTAL-LINHAS.
005251     ADD RESMAST-HASH TO RMS-TOTAL-HASH.
005252     MOVE RESMAST-DATA TO RMS-ULTIMA-DATA.
005253 3210-SOMA-POSTERIOR-EXIT.
005254     EXIT.
005255
005256*****************************************************************
005257*    4000-EXPURGA : RETENTION.  THE ROWS DATED BEFORE THE       *
005258*                   CUTOFF ARE AT THE FRONT OF THE ALTERNATE    *
005259*                   (DATE) KEY.  EACH ONE WHOSE MONTH HAS A     *
005260*                   SUMMARY COVERING ITS DATE IS APPENDED TO    *
005261*                   RESVELHO AND DELETED FROM RESMAST; THE      *
005262*                   OTHERS STAY.  A ROW IS ONLY DELETED ONCE    *
005263*                   IT IS IN RESVELHO - A FAILED WRITE STOPS    *
005264*                   THE PURGE THERE.                            *
005270*****************************************************************
005280 4000-EXPURGA.
005290     OPEN EXTEND RESVELHO-FILE.
005300     IF STATUS-RESVELHO = "05" OR STATUS-RESVELHO = "35"
005310         OPEN OUTPUT RESVELHO-FILE
005320     END-IF.
005330     IF STATUS-RESVELHO NOT = "00"
005340         DISPLAY "RESMENS: RESVELHO INDISPONIVEL (STATUS "
005350             STATUS-RESVELHO ") - NADA EXPURGADO."
005360         MOVE 08 TO ALR-SEVERITY
005370         MOVE "RESVELHO INDISPONIVEL - NADA EXPURGADO"
005380             TO MENSAGEM-ALERTA
005390         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
005400         GO TO 4000-EXPURGA-EXIT
005410     END-IF.
005420     MOVE "Y" TO EXPURGO-FEITO-SW.
005430     MOVE "N" TO FIM-ARQUIVO-SW.
005440     MOVE LOW-VALUES TO RESMAST-DATA.
005450     START RESMAST-FILE KEY >= RESMAST-DATA
005460         INVALID KEY
005470             MOVE "Y" TO FIM-ARQUIVO-SW
005480     END-START.
005490     PERFORM 4100-EXPURGA-LINHA THRU 4100-EXPURGA-LINHA-EXIT
005500         UNTIL FIM-ARQUIVO.
005510     CLOSE RESVELHO-FILE.
005511     IF RESVELHO-FALHOU
005512         DISPLAY "RESMENS: RESVELHO NAO PODE SER GRAVADO (STATUS "
005513             STATUS-RESVELHO ") - EXPURGO INTERROMPIDO."
005514         MOVE 12 TO ALR-SEVERITY
005515         MOVE "RESVELHO NAO GRAVADO - EXPURGO PARADO"
005516             TO MENSAGEM-ALERTA
005517         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
005518     END-IF.
005520     IF QTD-RETIDAS > ZEROS
005530         DISPLAY "RESMENS: " QTD-RETIDAS
005540             " LINHAS ANTERIORES A " RMC-DATA-CORTE
005550             " SEM RESUMO MENSAL - MANTIDAS NO RESMAST."
005560         DISPLAY "RESMENS: EXECUTE RESMENS COM UMA DATA DE CADA "
005570             "MES PENDENTE ANTES DE NOVO EXPURGO."
005580         MOVE 04 TO ALR-SEVERITY
005590         MOVE "LINHAS SEM RESUMO MENSAL NAO EXPURGADAS"
005600             TO MENSAGEM-ALERTA
005610         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
005620     END-IF.
005630     IF QTD-FALHAS-EXPURGO > ZEROS
005640         DISPLAY "RESMENS: " QTD-FALHAS-EXPURGO
005650             " LINHAS NAO PUDERAM SER RETIRADAS DO RESMAST "
005660             "(STATUS " STATUS-RESMAST ")."
005670         MOVE 12 TO ALR-SEVERITY
005680         MOVE "EXPURGO DO RESMAST INCOMPLETO"
005690             TO MENSAGEM-ALERTA
005700         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
005710     END-IF.
005720 4000-EXPURGA-EXIT.
005730     EXIT.
005740
005750 4100-EXPURGA-LINHA.
005760     READ RESMAST-FILE NEXT RECORD
005770         AT END
005780             MOVE "Y" TO FIM-ARQUIVO-SW
005790     END-READ.
005800     IF FIM-ARQUIVO
005810         GO TO 4100-EXPURGA-LINHA-EXIT
005820     END-IF.
005830     IF RESMAST-DATA NOT < RMC-DATA-CORTE
005840         MOVE "Y" TO FIM-ARQUIVO-SW
005850         GO TO 4100-EXPURGA-LINHA-EXIT
005860     END-IF.
005870     MOVE RESMAST-NUMERO TO RESMES-NUMERO.
005880     MOVE RESMAST-DATA (1:6) TO RESMES-ANO-MES.
005890     READ RESMES-FILE
005900         INVALID KEY
005910             MOVE "N" TO ACHOU-SW
005920         NOT INVALID KEY
005930             MOVE "Y" TO ACHOU-SW
005940     END-READ.
005950     IF NOT ACHOU
005960         ADD 1 TO QTD-RETIDAS
005970         GO TO 4100-EXPURGA-LINHA-EXIT
005980     END-IF.
005990     MOVE RESMES-REGISTRO TO RMES-REGISTRO.
006000     IF RESMAST-DATA < RMS-PRIMEIRA-DATA
006010             OR RESMAST-DATA > RMS-ULTIMA-DATA
006020         ADD 1 TO QTD-RETIDAS
006030         GO TO 4100-EXPURGA-LINHA-EXIT
006040     END-IF.
006050     WRITE RESVELHO-REGISTRO FROM RESMAST-REGISTRO.
006051     IF STATUS-RESVELHO NOT = "00"
006052         MOVE "Y" TO RESVELHO-FALHOU-SW
006053         MOVE "Y" TO FIM-ARQUIVO-SW
006054         GO TO 4100-EXPURGA-LINHA-EXIT
006055     END-IF.
006060     DELETE RESMAST-FILE RECORD
006070         INVALID KEY
006080             ADD 1 TO QTD-FALHAS-EXPURGO
006090         NOT INVALID KEY
006100             ADD 1 TO QTD-EXPURGADAS
006110     END-DELETE.
006120 4100-EXPURGA-LINHA-EXIT.
006130     EXIT.
006140
006150*****************************************************************
006160*    8000-GRAVA-RUNLOG : APPENDS THE LOG-RECORD PREPARED BY THE *
006170*                        CALLER TO RUNLOG.                      *
006180*****************************************************************
006190 8000-GRAVA-RUNLOG.
006200     MOVE "F" TO LOG-EVENT-TYPE.
006210     MOVE SPACES TO LOG-OPERATOR.
006220     MOVE "RESMENS " TO LOG-PROGRAM-NAME.
006230     IF DATA-NEGOCIO IS NUMERIC
006240         MOVE DATA-NEGOCIO TO LOG-RUN-DATE
006250     ELSE
006260         MOVE DATA-SISTEMA TO LOG-RUN-DATE
006270     END-IF.
006280     ACCEPT LOG-RUN-TIME FROM TIME.
006290     OPEN EXTEND RUNLOG-FILE.
006300     IF STATUS-RUNLOG = "05" OR STATUS-RUNLOG = "35"
006310         OPEN OUTPUT RUNLOG-FILE
006320     END-IF.
006330     WRITE RUNLOG-REGISTRO FROM LOG-RECORD.
006340     CLOSE RUNLOG-FILE.
006350 8000-GRAVA-RUNLOG-EXIT.
006360     EXIT.
006370
006380*****************************************************************
006390*    8500-GRAVA-ALERTA : ONE ALERTAS RECORD.  SEVERITY AND      *
006400*                        MESSAGE ARRIVE FROM THE CALLER; THE    *
006410*                        RETURN-CODE FOLLOWS THE WORST          *
006420*                        SEVERITY RAISED.                       *
006430*****************************************************************
006440 8500-GRAVA-ALERTA.
006450     MOVE "RESMENS " TO ALR-PROGRAM-NAME.
006460     IF DATA-NEGOCIO IS NUMERIC
006470         MOVE DATA-NEGOCIO TO ALR-RUN-DATE
006480     ELSE
006490         MOVE DATA-SISTEMA TO ALR-RUN-DATE
006500     END-IF.
006510     ACCEPT ALR-RUN-TIME FROM TIME.
006520     MOVE MENSAGEM-ALERTA TO ALR-MESSAGE.
006530     OPEN EXTEND ALERTAS-FILE.
006540     IF STATUS-ALERTAS = "05" OR STATUS-ALERTAS = "35"
006550         OPEN OUTPUT ALERTAS-FILE
006560     END-IF.
006570     WRITE ALERTAS-REGISTRO FROM ALERT-RECORD.
006580     CLOSE ALERTAS-FILE.
006590     IF CODIGO-RETORNO < ALR-SEVERITY
006600         MOVE ALR-SEVERITY TO CODIGO-RETORNO
006610     END-IF.
006620 8500-GRAVA-ALERTA-EXIT.
006630     EXIT.
006640
006650*****************************************************************
006660*    9000-ENCERRA : LOG THE ROLL-UP AND THE PURGE, AND CLOSE    *
006670*                   THE FILES.                                  *
006680*****************************************************************
006690 9000-ENCERRA.
006700     IF RMC-PROGRAM-NAME NOT = "RESMENS "
006710         GO TO 9000-ENCERRA-EXIT
006720     END-IF.
006730     MOVE "NUMEROS " TO LOG-PARM-NAME.
006740     MOVE QTD-NUMEROS TO LOG-PARM-VALUE.
006750     MOVE SPACES TO LOG-OUTCOME.
006760     EVALUATE TRUE
006770         WHEN CODIGO-RETORNO >= 8 AND NOT RESMES-ABERTO
006780             MOVE "RESUMO MENSAL RECUSADO" TO LOG-OUTCOME
006790         WHEN QTD-FALHAS > ZEROS
006800             STRING "MES " ANO-MES " RESUMO INCOMPLETO"
006810                 DELIMITED BY SIZE INTO LOG-OUTCOME
006820         WHEN QTD-LIDAS = ZEROS
006830             STRING "MES " ANO-MES " SEM LINHAS"
006840                 DELIMITED BY SIZE INTO LOG-OUTCOME
006850         WHEN QTD-SUBSTITUIDOS > ZEROS OR QTD-MANTIDOS > ZEROS
006855                 OR QTD-COMPLETADOS > ZEROS
006860             STRING "MES " ANO-MES " RESUMO REFEITO"
006870                 DELIMITED BY SIZE INTO LOG-OUTCOME
006880         WHEN OTHER
006890             STRING "MES " ANO-MES " RESUMIDO"
006900                 DELIMITED BY SIZE INTO LOG-OUTCOME
006910     END-EVALUATE.
006920     PERFORM 8000-GRAVA-RUNLOG THRU 8000-GRAVA-RUNLOG-EXIT.
006930     IF EXPURGO-FEITO
006940         MOVE "EXPURGO " TO LOG-PARM-NAME
006950         MOVE QTD-EXPURGADAS TO LOG-PARM-VALUE
006960         MOVE SPACES TO LOG-OUTCOME
006970         EVALUATE TRUE
006980             WHEN QTD-FALHAS-EXPURGO > ZEROS OR RESVELHO-FALHOU
006990                 MOVE "EXPURGO INCOMPLETO" TO LOG-OUTCOME
007000             WHEN QTD-RETIDAS > ZEROS
007010                 STRING "EXPURGO PARCIAL ANTES " RMC-DATA-CORTE
007020                     DELIMITED BY SIZE INTO LOG-OUTCOME
007030             WHEN OTHER
007040                 STRING "EXPURGO ANTES DE " RMC-DATA-CORTE
007050                     DELIMITED BY SIZE INTO LOG-OUTCOME
007060         END-EVALUATE
007070         PERFORM 8000-GRAVA-RUNLOG THRU 8000-GRAVA-RUNLOG-EXIT
007080     END-IF.
007090     IF RESMAST-ABERTO
007100         CLOSE RESMAST-FILE
007110     END-IF.
007120     IF RESMES-ABERTO
007130         CLOSE RESMES-FILE
007140     END-IF.
007150 9000-ENCERRA-EXIT.
007160     EXIT.
