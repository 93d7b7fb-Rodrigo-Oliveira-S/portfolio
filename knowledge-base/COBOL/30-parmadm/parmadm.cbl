000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID  : PARMADM                                      *
000040*    AUTHOR      : R. OLIVEIRA SILVA - APPLICATIONS DEV.        *
000050*    INSTALLATION: PORTFOLIO BATCH UTILITIES                    *
000060*    DATE-WRITTEN: 2026-09-29                                   *
000070*                                                               *
000080*    DESCRIPTION : MAINTENANCE AND LISTING OF THE CENTRAL       *
000090*                  PARAMETER TABLE PARAMS (COPYBOOK PARMREC)    *
000100*                  FROM WHICH TABUADA, CONTADOR, RECICLA,       *
000110*                  DISPATCH AND CARDEDIT TAKE THEIR LIMITS AND  *
000120*                  DEFAULTS THROUGH THE PARMCHK SUBPROGRAM.     *
000130*                                                               *
000140*                  WITH FUNCTION 'A' THE CHANGES PUNCHED ON     *
000150*                  PARMMOV (ONE PER CARD, SEE BELOW) ARE        *
000160*                  EDITED AND APPLIED, EACH APPLIED CHANGE      *
000170*                  LEAVING ITS OWN RUNLOG ENTRY, AND THE TABLE  *
000180*                  IS THEN LISTED.  WITH FUNCTION 'L' (OR       *
000190*                  BLANK) THE TABLE IS ONLY LISTED.  THE        *
000200*                  LISTING (PARMLIST) SHOWS THE CHANGES AND     *
000210*                  THEIR OUTCOME, EVERY ENTRY OF THE TABLE      *
000220*                  WITH THE ONE IN FORCE ON THE REFERENCE DATE  *
000230*                  MARKED '*', AND THE VALUE EACH CATALOGUED    *
000240*                  PARAMETER WILL TAKE ON THAT DATE.            *
000250*                                                               *
000260*    CATALOGUE   : ONLY THE PARAMETERS THE PROGRAMS ACTUALLY    *
000270*                  READ CAN BE ADDED OR CHANGED, AND ONLY       *
000280*                  WITHIN THE RANGE THE PROGRAM CAN HOLD:       *
000290*                    TABUADA  NUM-MAX   HIGHEST NUMERO    1-99  *
000300*                                       ACCEPTED (99)           *
000310*                    TABUADA  LIM-MAX   HIGHEST LIMITE    1-99  *
000320*                                       ACCEPTED (99)           *
000330*                    TABUADA  LIM-PAD   DEFAULT LIMITE    1-99  *
000340*                                       (10)                    *
000350*                    CONTADOR INT-CHKP  CHECKPOINT        1-    *
000360*                                       INTERVAL (1000) 9999999 *
000370*                    RECICLA  TENT-PAD  DEFAULT ATTEMPT   1-99  *
000380*                                       LIMIT (3)               *
000390*                    RECICLA  TENT-MAX  HIGHEST ATTEMPT   1-99  *
000400*                                       LIMIT ACCEPTED (99)     *
000410*                    DISPATCH RC-FALHA  LOWEST RETURN-    1-16  *
000420*                                       CODE THAT FAILS A       *
000430*                                       STEP (8)                *
000440*                  (DEFAULT - THE VALUE USED WITH NO ENTRY -    *
000450*                  IN BRACKETS.)                                *
000460*                                                               *
000470*    CONTROL CARD (SYSIN, 25 BYTES):                            *
000480*      COLS 01-08  PAC-PROGRAM-NAME  MUST BE 'PARMADM '         *
000490*      COLS 09-09  PAC-FUNCAO        'A' = APPLY PARMMOV AND    *
000500*                                    LIST, 'L' OR BLANK = LIST  *
000510*      COLS 10-17  PAC-DATA-REFER    REFERENCE (BUSINESS) DATE  *
000520*                                    YYYYMMDD; BLANK = EXPDATE, *
000530*                                    ELSE THE MACHINE DATE      *
000540*      COLS 18-25  PAC-OPERADOR      OPERATOR MAKING THE        *
000550*                                    CHANGES - REQUIRED FOR 'A' *
000560*                                                               *
000570*    CHANGE CARD (PARMMOV, 80 BYTES):                           *
000580*      COLS 01-01  MOV-ACAO          'I' = ADD, 'A' = CHANGE    *
000590*                                    THE VALUE, 'E' = DELETE    *
000600*      COLS 02-09  MOV-PROGRAMA      PROGRAM                    *
000610*      COLS 10-17  MOV-NOME          PARAMETER NAME             *
000620*      COLS 18-25  MOV-DATA-VIGOR    EFFECTIVE DATE YYYYMMDD -  *
000630*                                    NOT BEFORE THE REFERENCE   *
000640*                                    DATE FOR 'I' AND 'A'       *
000650*      COLS 26-32  MOV-VALOR         NEW VALUE (ZERO-FILLED)    *
000660*      COLS 33-62  MOV-DESCRICAO     TICKET / REASON; BLANK ON  *
000670*                                    AN 'A' KEEPS THE OLD TEXT  *
000680*                                                               *
000690*    RUN LOG     : ONE ENTRY PER CHANGE APPLIED - PARM-NAME IS  *
000700*                  THE PARAMETER, PARM-VALUE THE NEW VALUE (THE *
000710*                  VALUE REMOVED ON A DELETION), THE OUTCOME    *
000720*                  'INC', 'ALT' OR 'EXC' WITH THE PROGRAM, THE  *
000730*                  EFFECTIVE DATE AND, ON A CHANGE, THE VALUE   *
000740*                  REPLACED - PLUS ONE END-OF-RUN ENTRY.        *
000750*                                                               *
000760*    RETURN CODES: 0 = ALL CHANGES APPLIED / TABLE LISTED,      *
000770*                  4 = SOME CHANGES REJECTED, OR NO TABLE YET   *
000780*                      (EVERY PROGRAM ON ITS DEFAULTS),         *
000790*                  8 = RUN REFUSED (CARD INVALID, NO OPERATOR,  *
000800*                      NO PARMMOV OR TABLE UNUSABLE),           *
000810*                  12 = TABLE WRITE FAILURE.                    *
000820*                                                               *
000830*    MODIFICATION HISTORY                                       *
000840*    --------------------------------------------------------  *
000850*    DATE       INIT  DESCRIPTION                               *
000860*    ---------- ----  ----------------------------------------  *
000870*    2026-09-29 ROS   ORIGINAL VERSION - PROGRAM LIMITS MOVED   *
000880*                     FROM THE CODE TO THE PARAMETER TABLE.     *
000890*                                                               *
000900*****************************************************************
000910 IDENTIFICATION DIVISION.
000920 PROGRAM-ID.                  PARMADM.
000930 AUTHOR.                      R. OLIVEIRA SILVA.
000940 INSTALLATION.                PORTFOLIO BATCH UTILITIES.
000950 DATE-WRITTEN.                2026-09-29.
000960 DATE-COMPILED.
000970
000980*****************************************************************
000990 ENVIRONMENT DIVISION.
001000 CONFIGURATION SECTION.
001010 SOURCE-COMPUTER.             PORTFOLIO-BATCH.
001020 OBJECT-COMPUTER.             PORTFOLIO-BATCH.
001030
001040 INPUT-OUTPUT SECTION.
001050 FILE-CONTROL.
001060     SELECT PACCARD-FILE      ASSIGN TO SYSIN
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS STATUS-PACCARD.
001090
001100     SELECT PARAMS-FILE       ASSIGN TO PARAMS
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS DYNAMIC
001130         RECORD KEY IS PARAMS-CHAVE
001140         FILE STATUS IS STATUS-PARAMS.
001150
001160     SELECT PARMMOV-FILE      ASSIGN TO PARMMOV
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS STATUS-PARMMOV.
001190
001200     SELECT PARMLIST-FILE     ASSIGN TO PARMLIST
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS STATUS-PARMLIST.
001230
001240     SELECT EXPDATE-FILE      ASSIGN TO EXPDATE
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS STATUS-EXPDATE.
001270
001280     SELECT RUNLOG-FILE       ASSIGN TO RUNLOG
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS STATUS-RUNLOG.
001310
001320*****************************************************************
001330 DATA DIVISION.
001340 FILE SECTION.
001350 FD  PACCARD-FILE
001360     RECORD CONTAINS 25 CHARACTERS.
001370 01  PACCARD-REGISTRO            PIC X(25).
001380
001390 FD  PARAMS-FILE
001400     RECORD CONTAINS 80 CHARACTERS.
001410 01  PARAMS-REGISTRO.
001420     05  PARAMS-CHAVE.
001430         10  PARAMS-PROGRAMA     PIC X(08).
001440         10  PARAMS-NOME         PIC X(08).
001450         10  PARAMS-DATA-VIGOR   PIC X(08).
001460     05  PARAMS-RESTO            PIC X(56).
001470
001480 FD  PARMMOV-FILE
001490     RECORD CONTAINS 80 CHARACTERS.
001500 01  PARMMOV-REGISTRO            PIC X(80).
001510
001520 FD  PARMLIST-FILE
001530     RECORD CONTAINS 80 CHARACTERS.
001540 01  PARMLIST-REGISTRO           PIC X(80).
001550
001560 FD  EXPDATE-FILE
001570     RECORD CONTAINS 8 CHARACTERS.
001580 01  EXPDATE-REGISTRO            PIC X(08).
001590
001600 FD  RUNLOG-FILE
001610     RECORD CONTAINS 78 CHARACTERS.
001620 01  RUNLOG-REGISTRO             PIC X(78).
001630
001640*****************************************************************
001650 WORKING-STORAGE SECTION.
001660     COPY DATAPRM.
001670     COPY LOGREC.
001680     COPY PARMREC.
001690     COPY PARMPRM.
001700
001710 01  PAC-CARD.
001720     05  PAC-PROGRAM-NAME        PIC X(08).
001730     05  PAC-FUNCAO              PIC X(01).
001740         88  PAC-FN-APLICAR           VALUE "A".
001750         88  PAC-FN-LISTAR            VALUE "L" " ".
001760     05  PAC-DATA-REFER          PIC X(08).
001770     05  PAC-OPERADOR            PIC X(08).
001780
001790 01  MOVIMENTO.
001800     05  MOV-ACAO                PIC X(01).
001810         88  MOV-INCLUSAO             VALUE "I".
001820         88  MOV-ALTERACAO            VALUE "A".
001830         88  MOV-EXCLUSAO             VALUE "E".
001840         88  MOV-ACAO-VALIDA          VALUE "I" "A" "E".
001850     05  MOV-PROGRAMA            PIC X(08).
001860     05  MOV-NOME                PIC X(08).
001870     05  MOV-DATA-VIGOR          PIC X(08).
001880     05  MOV-VALOR               PIC X(07).
001890     05  MOV-VALOR-N REDEFINES MOV-VALOR
001900                                 PIC 9(07).
001910     05  MOV-DESCRICAO           PIC X(30).
001920     05  FILLER                  PIC X(18).
001930
001940*    PARAMETER CATALOGUE - PROGRAM, NAME, LOWEST AND HIGHEST
001950*    VALUE THE PROGRAM CAN HOLD, AND THE DEFAULT IT USES WHEN
001960*    THE TABLE HAS NO ENTRY IN FORCE.  KEEP IN STEP WITH THE
001970*    PARMCHK CALLS IN THE PROGRAMS NAMED.
001980 01  CATALOGO-VALORES.
001990     05  FILLER                  PIC X(16)
002000         VALUE "TABUADA NUM-MAX ".
002010     05  FILLER                  PIC 9(07) VALUE 1.
002020     05  FILLER                  PIC 9(07) VALUE 99.
002030     05  FILLER                  PIC 9(07) VALUE 99.
002040     05  FILLER                  PIC X(16)
002050         VALUE "TABUADA LIM-MAX ".
002060     05  FILLER                  PIC 9(07) VALUE 1.
002070     05  FILLER                  PIC 9(07) VALUE 99.
002080     05  FILLER                  PIC 9(07) VALUE 99.
002090     05  FILLER                  PIC X(16)
002100         VALUE "TABUADA LIM-PAD ".
002110     05  FILLER                  PIC 9(07) VALUE 1.
002120     05  FILLER                  PIC 9(07) VALUE 99.
002130     05  FILLER                  PIC 9(07) VALUE 10.
002140     05  FILLER                  PIC X(16)
002150         VALUE "CONTADORINT-CHKP".
002160     05  FILLER                  PIC 9(07) VALUE 1.
002170     05  FILLER                  PIC 9(07) VALUE 9999999.
002180     05  FILLER                  PIC 9(07) VALUE 1000.
002190     05  FILLER                  PIC X(16)
002200         VALUE "RECICLA TENT-PAD".
002210     05  FILLER                  PIC 9(07) VALUE 1.
002220     05  FILLER                  PIC 9(07) VALUE 99.
002230     05  FILLER                  PIC 9(07) VALUE 3.
002240     05  FILLER                  PIC X(16)
002250         VALUE "RECICLA TENT-MAX".
002260     05  FILLER                  PIC 9(07) VALUE 1.
002270     05  FILLER                  PIC 9(07) VALUE 99.
002280     05  FILLER                  PIC 9(07) VALUE 99.
002290     05  FILLER                  PIC X(16)
002300         VALUE "DISPATCHRC-FALHA".
002310     05  FILLER                  PIC 9(07) VALUE 1.
002320     05  FILLER                  PIC 9(07) VALUE 16.
002330     05  FILLER                  PIC 9(07) VALUE 8.
002340 01  CATALOGO REDEFINES CATALOGO-VALORES.
002350     05  CAT-ENTRADA OCCURS 7 TIMES.
002360         10  CAT-PROGRAMA        PIC X(08).
002370         10  CAT-NOME            PIC X(08).
002380         10  CAT-MINIMO          PIC 9(07).
002390         10  CAT-MAXIMO          PIC 9(07).
002400         10  CAT-PADRAO          PIC 9(07).
002410 77  QTD-CATALOGO                PIC 9(02) VALUE 7.
002420 77  IND-CAT                     PIC 9(02) VALUE ZEROS.
002430 77  IND-ACHADO                  PIC 9(02) VALUE ZEROS.
002440
002450 77  STATUS-PACCARD              PIC X(02) VALUE SPACES.
002460 77  STATUS-PARAMS               PIC X(02) VALUE SPACES.
002470 77  STATUS-PARMMOV              PIC X(02) VALUE SPACES.
002480 77  STATUS-PARMLIST             PIC X(02) VALUE SPACES.
002490 77  STATUS-EXPDATE              PIC X(02) VALUE SPACES.
002500 77  STATUS-RUNLOG               PIC X(02) VALUE SPACES.
002510
002520 77  FIM-PARMMOV-SW              PIC X(01) VALUE "N".
002530     88  FIM-PARMMOV                 VALUE "Y".
002540 77  FIM-PARAMS-SW               PIC X(01) VALUE "N".
002550     88  FIM-PARAMS                  VALUE "Y".
002560 77  PARMLIST-ABERTO-SW          PIC X(01) VALUE "N".
002570     88  PARMLIST-ABERTO             VALUE "Y".
002580 77  MOVIMENTO-VALIDO-SW         PIC X(01) VALUE "N".
002590     88  MOVIMENTO-VALIDO            VALUE "Y".
002600 77  TABELA-AUSENTE-SW           PIC X(01) VALUE "N".
002610     88  TABELA-AUSENTE              VALUE "Y".
002620
002630 77  DATA-SISTEMA                PIC X(08) VALUE SPACES.
002640 77  DATA-REFERENCIA             PIC X(08) VALUE SPACES.
002650 77  VALOR-ANTERIOR              PIC 9(07) VALUE ZEROS.
002660 77  MOTIVO-REJEICAO             PIC X(43) VALUE SPACES.
002670 77  QTD-LIDOS                   PIC 9(07) VALUE ZEROS.
002680 77  QTD-APLICADOS               PIC 9(07) VALUE ZEROS.
002690 77  QTD-REJEITADOS              PIC 9(07) VALUE ZEROS.
002700 77  QTD-ENTRADAS                PIC 9(07) VALUE ZEROS.
002710 77  CODIGO-RETORNO              PIC 9(02) VALUE ZEROS.
002720
002730 77  NUMERO-PAGINA               PIC 9(04) VALUE ZEROS.
002740 77  LINHAS-NA-PAGINA            PIC 9(02) VALUE 99.
002750 77  LINHAS-POR-PAGINA           PIC 9(02) VALUE 56.
002760 77  QTD-EDITADA                 PIC ZZZZZZ9.
002770 77  LINHA-IMPRESSAO             PIC X(80) VALUE SPACES.
002780
002790 01  CABECALHO-1.
002800     05  FILLER                  PIC X(09) VALUE "PARMADM  ".
002810     05  FILLER                  PIC X(30)
002820         VALUE "- TABELA DE PARAMETROS        ".
002830     05  FILLER                  PIC X(06) VALUE "REF.: ".
002840     05  CAB1-DATA               PIC X(08).
002850     05  FILLER                  PIC X(10) VALUE "   PAGINA ".
002860     05  CAB1-PAGINA             PIC ZZZ9.
002870     05  FILLER                  PIC X(13) VALUE SPACES.
002880
002890 01  LINHA-MOVIMENTO.
002900     05  LMV-ACAO                PIC X(01).
002910     05  FILLER                  PIC X(01) VALUE SPACES.
002920     05  LMV-PROGRAMA            PIC X(08).
002930     05  FILLER                  PIC X(01) VALUE SPACES.
002940     05  LMV-NOME                PIC X(08).
002950     05  FILLER                  PIC X(01) VALUE SPACES.
002960     05  LMV-DATA-VIGOR          PIC X(08).
002970     05  FILLER                  PIC X(01) VALUE SPACES.
002980     05  LMV-VALOR               PIC X(07).
002990     05  FILLER                  PIC X(01) VALUE SPACES.
003000     05  LMV-RESULTADO           PIC X(43).
003010
003020 01  LINHA-ENTRADA.
003030     05  LEN-PROGRAMA            PIC X(08).
003040     05  FILLER                  PIC X(01) VALUE SPACES.
003050     05  LEN-NOME                PIC X(08).
003060     05  FILLER                  PIC X(01) VALUE SPACES.
003070     05  LEN-DATA-VIGOR          PIC X(08).
003080     05  FILLER                  PIC X(01) VALUE SPACES.
003090     05  LEN-VALOR               PIC ZZZZZZ9.
003100     05  FILLER                  PIC X(01) VALUE SPACES.
003110     05  LEN-VIGENTE             PIC X(01).
003120     05  FILLER                  PIC X(01) VALUE SPACES.
003130     05  LEN-DESCRICAO           PIC X(30).
003140     05  FILLER                  PIC X(01) VALUE SPACES.
003150     05  LEN-DATA-ALTERACAO      PIC X(08).
003160     05  FILLER                  PIC X(04) VALUE SPACES.
003170
003180 01  LINHA-VIGENTE.
003190     05  LVG-PROGRAMA            PIC X(08).
003200     05  FILLER                  PIC X(01) VALUE SPACES.
003210     05  LVG-NOME                PIC X(08).
003220     05  FILLER                  PIC X(01) VALUE SPACES.
003230     05  LVG-VALOR               PIC ZZZZZZ9.
003240     05  FILLER                  PIC X(01) VALUE SPACES.
003250     05  LVG-MINIMO              PIC ZZZZZZ9.
003260     05  FILLER                  PIC X(03) VALUE " A ".
003270     05  LVG-MAXIMO              PIC ZZZZZZ9.
003280     05  FILLER                  PIC X(01) VALUE SPACES.
003290     05  LVG-PADRAO              PIC ZZZZZZ9.
003300     05  FILLER                  PIC X(01) VALUE SPACES.
003310     05  LVG-ORIGEM              PIC X(28).
003320
003330*****************************************************************
003340 PROCEDURE DIVISION.
003350*****************************************************************
003360*    0000-MAINLINE : OVERALL FLOW OF CONTROL                    *
003370*****************************************************************
003380 0000-MAINLINE.
003390     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
003400     IF CODIGO-RETORNO < 8
003410         IF PAC-FN-APLICAR
003420             PERFORM 2000-APLICA-MOVIMENTOS
003430                 THRU 2000-APLICA-MOVIMENTOS-EXIT
003440         END-IF
003450         PERFORM 3000-LISTA-TABELA THRU 3000-LISTA-TABELA-EXIT
003460         PERFORM 4000-LISTA-VIGENTES
003470             THRU 4000-LISTA-VIGENTES-EXIT
003480         PERFORM 5000-RESUMO THRU 5000-RESUMO-EXIT
003490     END-IF.
003500     PERFORM 9000-ENCERRA THRU 9000-ENCERRA-EXIT.
003510     DISPLAY "PARMADM: FIM. MOVIMENTOS: " QTD-LIDOS
003520         " APLICADOS: " QTD-APLICADOS
003530         " REJEITADOS: " QTD-REJEITADOS
003540         " RC: " CODIGO-RETORNO.
003550     MOVE CODIGO-RETORNO TO RETURN-CODE.
003560     GOBACK.
003570
003580*****************************************************************
003590*    1000-INICIALIZA : READ AND VALIDATE THE CONTROL CARD,      *
003600*                      SETTLE THE REFERENCE DATE AND OPEN THE   *
003610*                      LISTING.                                 *
003620*****************************************************************
003630 1000-INICIALIZA.
003640     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
003650     MOVE "PARMADM " TO PAC-PROGRAM-NAME.
003660     MOVE SPACES     TO PAC-FUNCAO.
003670     MOVE SPACES     TO PAC-DATA-REFER.
003680     MOVE SPACES     TO PAC-OPERADOR.
003690     OPEN INPUT PACCARD-FILE.
003700     IF STATUS-PACCARD = "00"
003710         READ PACCARD-FILE INTO PAC-CARD
003720             AT END
003730                 MOVE "35" TO STATUS-PACCARD
003740         END-READ
003750         CLOSE PACCARD-FILE
003760     END-IF.
003770     IF PAC-PROGRAM-NAME NOT = "PARMADM "
003780         DISPLAY "PARMADM: CARTAO DE CONTROLE PERTENCE A "
003790             PAC-PROGRAM-NAME " - EXECUCAO REJEITADA."
003800         MOVE 8 TO CODIGO-RETORNO
003810         GO TO 1000-INICIALIZA-EXIT
003820     END-IF.
003830     IF NOT PAC-FN-APLICAR AND NOT PAC-FN-LISTAR
003840         DISPLAY "PARMADM: FUNCAO " PAC-FUNCAO
003850             " INVALIDA (A/L) - EXECUCAO REJEITADA."
003860         MOVE 8 TO CODIGO-RETORNO
003870         GO TO 1000-INICIALIZA-EXIT
003880     END-IF.
003890     IF PAC-FN-APLICAR AND PAC-OPERADOR = SPACES
003900         DISPLAY "PARMADM: OPERADOR OBRIGATORIO PARA ALTERAR A "
003910             "TABELA - EXECUCAO REJEITADA."
003920         MOVE 8 TO CODIGO-RETORNO
003930         GO TO 1000-INICIALIZA-EXIT
003940     END-IF.
003950     PERFORM 1100-DEFINE-REFERENCIA
003960         THRU 1100-DEFINE-REFERENCIA-EXIT.
003970     IF CODIGO-RETORNO >= 8
003980         GO TO 1000-INICIALIZA-EXIT
003990     END-IF.
004000     OPEN OUTPUT PARMLIST-FILE.
004010     IF STATUS-PARMLIST NOT = "00"
004020         DISPLAY "PARMADM: PARMLIST NAO PODE SER CRIADO (STATUS "
004030             STATUS-PARMLIST ") - EXECUCAO REJEITADA."
004040         MOVE 8 TO CODIGO-RETORNO
004050         GO TO 1000-INICIALIZA-EXIT
004060     END-IF.
004070     MOVE "Y" TO PARMLIST-ABERTO-SW.
004080 1000-INICIALIZA-EXIT.
004090     EXIT.
004100
004110*****************************************************************
004120*    1100-DEFINE-REFERENCIA : THE DATE THE CHANGES ARE CHECKED  *
004130*                      AGAINST AND THE TABLE IS SHOWN AS OF -   *
004140*                      THE CARD DATE WHEN GIVEN, ELSE THE       *
004150*                      EXPECTED BUSINESS DATE IN EXPDATE, ELSE  *
004160*                      THE MACHINE DATE.                        *
004170*****************************************************************
004180 1100-DEFINE-REFERENCIA.
004190     MOVE DATA-SISTEMA TO DATA-REFERENCIA.
004200     IF PAC-DATA-REFER NOT = SPACES
004210         MOVE "V" TO DTP-FUNCAO
004220         MOVE PAC-DATA-REFER TO DTP-DATA
004230         CALL "DATACHK" USING DATA-PARAMETRO
004240         IF DTP-DATA-INVALIDA
004250             DISPLAY "PARMADM: DATA DE REFERENCIA INVALIDA ("
004260                 PAC-DATA-REFER ") - EXECUCAO REJEITADA."
004270             MOVE 8 TO CODIGO-RETORNO
004280         ELSE
004290             MOVE PAC-DATA-REFER TO DATA-REFERENCIA
004300         END-IF
004310         GO TO 1100-DEFINE-REFERENCIA-EXIT
004320     END-IF.
004330     OPEN INPUT EXPDATE-FILE.
004340     IF STATUS-EXPDATE = "00"
004350         READ EXPDATE-FILE
004360             AT END
004370                 MOVE "35" TO STATUS-EXPDATE
004380         END-READ
004390     END-IF.
004400     IF STATUS-EXPDATE = "00"
004410         MOVE EXPDATE-REGISTRO TO DATA-REFERENCIA
004420     END-IF.
004430     CLOSE EXPDATE-FILE.
004440 1100-DEFINE-REFERENCIA-EXIT.
004450     EXIT.
004460
004470*****************************************************************
004480*    2000-APLICA-MOVIMENTOS : EDIT AND APPLY EVERY CHANGE CARD  *
004490*                      ON PARMMOV.  THE TABLE IS CREATED EMPTY  *
004500*                      THE FIRST TIME.                          *
004510*****************************************************************
004520 2000-APLICA-MOVIMENTOS.
004530     OPEN INPUT PARMMOV-FILE.
004540     IF STATUS-PARMMOV NOT = "00"
004550         DISPLAY "PARMADM: PARMMOV INDISPONIVEL (STATUS "
004560             STATUS-PARMMOV ") - NADA A APLICAR."
004570         MOVE "PARMMOV INDISPONIVEL - NADA A APLICAR."
004580             TO LINHA-IMPRESSAO
004590         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
004600         MOVE 8 TO CODIGO-RETORNO
004610         GO TO 2000-APLICA-MOVIMENTOS-EXIT
004620     END-IF.
004630     OPEN I-O PARAMS-FILE.
004640     IF STATUS-PARAMS = "05" OR STATUS-PARAMS = "35"
004650         OPEN OUTPUT PARAMS-FILE
004660         CLOSE PARAMS-FILE
004670         OPEN I-O PARAMS-FILE
004680     END-IF.
004690     IF STATUS-PARAMS NOT = "00"
004700         DISPLAY "PARMADM: PARAMS INDISPONIVEL (STATUS "
004710             STATUS-PARAMS ") - NADA APLICADO."
004720         MOVE "PARAMS INDISPONIVEL - NADA APLICADO."
004730             TO LINHA-IMPRESSAO
004740         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
004750         MOVE 8 TO CODIGO-RETORNO
004760         CLOSE PARMMOV-FILE
004770         GO TO 2000-APLICA-MOVIMENTOS-EXIT
004780     END-IF.
004790     MOVE "MOVIMENTOS" TO LINHA-IMPRESSAO.
004800     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004810     MOVE "A PROGRAMA NOME     VIGENCIA VALOR   RESULTADO"
004820         TO LINHA-IMPRESSAO.
004830     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004840     PERFORM 2100-LE-MOVIMENTO THRU 2100-LE-MOVIMENTO-EXIT.
004850     PERFORM 2200-TRATA-MOVIMENTO THRU 2200-TRATA-MOVIMENTO-EXIT
004860         UNTIL FIM-PARMMOV.
004870     IF QTD-LIDOS = ZEROS
004880         MOVE "PARMMOV VAZIO - NADA A APLICAR." TO LINHA-IMPRESSAO
004890         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
004900     END-IF.
004910     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004920     CLOSE PARMMOV-FILE.
004930     CLOSE PARAMS-FILE.
004940 2000-APLICA-MOVIMENTOS-EXIT.
004950     EXIT.
004960
004970 2100-LE-MOVIMENTO.
004980     READ PARMMOV-FILE INTO MOVIMENTO
004990         AT END
005000             MOVE "Y" TO FIM-PARMMOV-SW
005010     END-READ.
005020 2100-LE-MOVIMENTO-EXIT.
005030     EXIT.
005040
005050*****************************************************************
005060*    2200-TRATA-MOVIMENTO : ONE CHANGE CARD - EDIT IT, APPLY IT *
005070*                      AND LIST THE OUTCOME.                    *
005080*****************************************************************
005090 2200-TRATA-MOVIMENTO.
005100     ADD 1 TO QTD-LIDOS.
005110     MOVE SPACES TO MOTIVO-REJEICAO.
005120     PERFORM 2300-VALIDA-MOVIMENTO
005130         THRU 2300-VALIDA-MOVIMENTO-EXIT.
005140     IF MOVIMENTO-VALIDO
005150         EVALUATE TRUE
005160             WHEN MOV-INCLUSAO
005170                 PERFORM 2400-INCLUI THRU 2400-INCLUI-EXIT
005180             WHEN MOV-ALTERACAO
005190                 PERFORM 2500-ALTERA THRU 2500-ALTERA-EXIT
005200             WHEN MOV-EXCLUSAO
005210                 PERFORM 2600-EXCLUI THRU 2600-EXCLUI-EXIT
005220         END-EVALUATE
005230     END-IF.
005240     MOVE MOV-ACAO       TO LMV-ACAO.
005250     MOVE MOV-PROGRAMA   TO LMV-PROGRAMA.
005260     MOVE MOV-NOME       TO LMV-NOME.
005270     MOVE MOV-DATA-VIGOR TO LMV-DATA-VIGOR.
005280     MOVE MOV-VALOR      TO LMV-VALOR.
005290     IF MOTIVO-REJEICAO = SPACES
005300         ADD 1 TO QTD-APLICADOS
005310         MOVE "APLICADO" TO LMV-RESULTADO
005320         PERFORM 8100-GRAVA-LOG-ALTERACAO
005330             THRU 8100-GRAVA-LOG-ALTERACAO-EXIT
005340     ELSE
005350         ADD 1 TO QTD-REJEITADOS
005360         MOVE MOTIVO-REJEICAO TO LMV-RESULTADO
005370         IF CODIGO-RETORNO < 4
005380             MOVE 4 TO CODIGO-RETORNO
005390         END-IF
005400     END-IF.
005410     MOVE LINHA-MOVIMENTO TO LINHA-IMPRESSAO.
005420     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
005430     PERFORM 2100-LE-MOVIMENTO THRU 2100-LE-MOVIMENTO-EXIT.
005440 2200-TRATA-MOVIMENTO-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480*    2300-VALIDA-MOVIMENTO : THE CARD MUST NAME AN ACTION, A    *
005490*                      PROGRAM AND PARAMETER, AND A VALID       *
005500*                      EFFECTIVE DATE.  AN ADD OR CHANGE MUST   *
005510*                      ALSO BE FOR A CATALOGUED PARAMETER,      *
005520*                      TAKE EFFECT NO EARLIER THAN THE          *
005530*                      REFERENCE DATE AND CARRY A VALUE THE     *
005540*                      PROGRAM CAN HOLD.                        *
005550*****************************************************************
005560 2300-VALIDA-MOVIMENTO.
005570     MOVE "N" TO MOVIMENTO-VALIDO-SW.
005580     IF NOT MOV-ACAO-VALIDA
005590         MOVE "REJEITADO - ACAO INVALIDA (I/A/E)"
005600             TO MOTIVO-REJEICAO
005610         GO TO 2300-VALIDA-MOVIMENTO-EXIT
005620     END-IF.
005630     IF MOV-PROGRAMA = SPACES OR MOV-NOME = SPACES
005640         MOVE "REJEITADO - PROGRAMA OU PARAMETRO EM BRANCO"
005650             TO MOTIVO-REJEICAO
005660         GO TO 2300-VALIDA-MOVIMENTO-EXIT
005670     END-IF.
005680     MOVE "V" TO DTP-FUNCAO.
005690     MOVE MOV-DATA-VIGOR TO DTP-DATA.
005700     CALL "DATACHK" USING DATA-PARAMETRO.
005710     IF DTP-DATA-INVALIDA
005720         MOVE "REJEITADO - DATA DE VIGENCIA INVALIDA"
005730             TO MOTIVO-REJEICAO
005740         GO TO 2300-VALIDA-MOVIMENTO-EXIT
005750     END-IF.
005760     IF MOV-EXCLUSAO
005770         MOVE "Y" TO MOVIMENTO-VALIDO-SW
005780         GO TO 2300-VALIDA-MOVIMENTO-EXIT
005790     END-IF.
005800     IF MOV-DATA-VIGOR < DATA-REFERENCIA
005810         MOVE "REJEITADO - VIGENCIA ANTERIOR A REFERENCIA"
005820             TO MOTIVO-REJEICAO
005830         GO TO 2300-VALIDA-MOVIMENTO-EXIT
005840     END-IF.
005850     MOVE ZEROS TO IND-ACHADO.
005860     PERFORM 2310-PROCURA-CATALOGO THRU 2310-PROCURA-CATALOGO-EXIT
005870         VARYING IND-CAT FROM 1 BY 1
005880         UNTIL IND-CAT > QTD-CATALOGO.
005890     IF IND-ACHADO = ZEROS
005900         MOVE "REJEITADO - PARAMETRO NAO CATALOGADO"
005910             TO MOTIVO-REJEICAO
005920         GO TO 2300-VALIDA-MOVIMENTO-EXIT
005930     END-IF.
005940     IF MOV-VALOR IS NOT NUMERIC
005950         MOVE "REJEITADO - VALOR NAO NUMERICO"
005960             TO MOTIVO-REJEICAO
005970         GO TO 2300-VALIDA-MOVIMENTO-EXIT
005980     END-IF.
005990     IF MOV-VALOR-N < CAT-MINIMO (IND-ACHADO)
006000             OR MOV-VALOR-N > CAT-MAXIMO (IND-ACHADO)
006010         MOVE "REJEITADO - VALOR FORA DA FAIXA DO CATALOGO"
006020             TO MOTIVO-REJEICAO
006030         GO TO 2300-VALIDA-MOVIMENTO-EXIT
006040     END-IF.
006050     MOVE "Y" TO MOVIMENTO-VALIDO-SW.
006060 2300-VALIDA-MOVIMENTO-EXIT.
006070     EXIT.
006080
006090 2310-PROCURA-CATALOGO.
006100     IF CAT-PROGRAMA (IND-CAT) = MOV-PROGRAMA
006110             AND CAT-NOME (IND-CAT) = MOV-NOME
006120         MOVE IND-CAT TO IND-ACHADO
006130     END-IF.
006140 2310-PROCURA-CATALOGO-EXIT.
006150     EXIT.
006160
006170*****************************************************************
006180*    2400-INCLUI : ADD A NEW ENTRY.  ONE ALREADY ON FILE FOR    *
006190*                  THE SAME EFFECTIVE DATE MUST BE CHANGED     *
006200*                  ('A'), NOT ADDED AGAIN.                      *
006210*****************************************************************
006220 2400-INCLUI.
006230     MOVE SPACES             TO PARM-REGISTRO.
006240     MOVE MOV-PROGRAMA       TO PRM-PROGRAMA.
006250     MOVE MOV-NOME           TO PRM-NOME.
006260     MOVE MOV-DATA-VIGOR     TO PRM-DATA-VIGOR.
006270     MOVE MOV-VALOR-N        TO PRM-VALOR.
006280     MOVE MOV-DESCRICAO      TO PRM-DESCRICAO.
006290     MOVE DATA-SISTEMA       TO PRM-DATA-ALTERACAO.
006300     MOVE PAC-OPERADOR       TO PRM-OPERADOR.
006310     MOVE PARM-REGISTRO TO PARAMS-REGISTRO.
006320     WRITE PARAMS-REGISTRO
006330         INVALID KEY
006340             MOVE "REJEITADO - JA EXISTE NA DATA - USE 'A'"
006350                 TO MOTIVO-REJEICAO
006360     END-WRITE.
006370     IF MOTIVO-REJEICAO = SPACES AND STATUS-PARAMS NOT = "00"
006380         PERFORM 2900-ERRO-TABELA THRU 2900-ERRO-TABELA-EXIT
006390     END-IF.
006400 2400-INCLUI-EXIT.
006410     EXIT.
006420
006430*****************************************************************
006440*    2500-ALTERA : NEW VALUE FOR AN EXISTING ENTRY.  A BLANK    *
006450*                  DESCRIPTION ON THE CARD KEEPS THE OLD ONE.   *
006460*****************************************************************
006470 2500-ALTERA.
006480     MOVE MOV-PROGRAMA   TO PARAMS-PROGRAMA.
006490     MOVE MOV-NOME       TO PARAMS-NOME.
006500     MOVE MOV-DATA-VIGOR TO PARAMS-DATA-VIGOR.
006510     READ PARAMS-FILE
006520         INVALID KEY
006530             MOVE "REJEITADO - NAO EXISTE NA DATA - USE 'I'"
006540                 TO MOTIVO-REJEICAO
006550     END-READ.
006560     IF MOTIVO-REJEICAO NOT = SPACES
006570         GO TO 2500-ALTERA-EXIT
006580     END-IF.
006590     MOVE PARAMS-REGISTRO TO PARM-REGISTRO.
006600     MOVE PRM-VALOR TO VALOR-ANTERIOR.
006610     MOVE MOV-VALOR-N TO PRM-VALOR.
006620     IF MOV-DESCRICAO NOT = SPACES
006630         MOVE MOV-DESCRICAO TO PRM-DESCRICAO
006640     END-IF.
006650     MOVE DATA-SISTEMA TO PRM-DATA-ALTERACAO.
006660     MOVE PAC-OPERADOR TO PRM-OPERADOR.
006670     REWRITE PARAMS-REGISTRO FROM PARM-REGISTRO
006680         INVALID KEY
006690             MOVE "23" TO STATUS-PARAMS
006700     END-REWRITE.
006710     IF STATUS-PARAMS NOT = "00"
006720         PERFORM 2900-ERRO-TABELA THRU 2900-ERRO-TABELA-EXIT
006730     END-IF.
006740 2500-ALTERA-EXIT.
006750     EXIT.
006760
006770*****************************************************************
006780*    2600-EXCLUI : REMOVE AN ENTRY (E.G. A CHANGE LOADED FOR A  *
006790*                  FUTURE DATE THAT IS NO LONGER WANTED).  THE  *
006800*                  VALUE REMOVED GOES TO RUNLOG.                *
006810*****************************************************************
006820 2600-EXCLUI.
006830     MOVE MOV-PROGRAMA   TO PARAMS-PROGRAMA.
006840     MOVE MOV-NOME       TO PARAMS-NOME.
006850     MOVE MOV-DATA-VIGOR TO PARAMS-DATA-VIGOR.
006860     READ PARAMS-FILE
006870         INVALID KEY
006880             MOVE "REJEITADO - NAO EXISTE NA DATA"
006890                 TO MOTIVO-REJEICAO
006900     END-READ.
006910     IF MOTIVO-REJEICAO NOT = SPACES
006920         GO TO 2600-EXCLUI-EXIT
006930     END-IF.
006940     MOVE PARAMS-REGISTRO TO PARM-REGISTRO.
006950     MOVE PRM-VALOR TO VALOR-ANTERIOR.
006960     DELETE PARAMS-FILE RECORD
006970         INVALID KEY
006980             MOVE "23" TO STATUS-PARAMS
006990     END-DELETE.
007000     IF STATUS-PARAMS NOT = "00"
007010         PERFORM 2900-ERRO-TABELA THRU 2900-ERRO-TABELA-EXIT
007020     END-IF.
007030 2600-EXCLUI-EXIT.
007040     EXIT.
007050
007060*****************************************************************
007070*    2900-ERRO-TABELA : A WRITE TO THE TABLE FAILED - THE       *
007080*                       CHANGE IS LISTED AS NOT APPLIED AND THE *
007090*                       RUN ENDS RC 12.                         *
007100*****************************************************************
007110 2900-ERRO-TABELA.
007120     DISPLAY "PARMADM: ERRO NA GRAVACAO DE PARAMS (STATUS "
007130         STATUS-PARAMS ") - " MOV-PROGRAMA " " MOV-NOME
007140         " " MOV-DATA-VIGOR " NAO APLICADO.".
007150     MOVE SPACES TO MOTIVO-REJEICAO.
007160     STRING "ERRO NA GRAVACAO DE PARAMS - STATUS "
007170                                 DELIMITED BY SIZE
007180            STATUS-PARAMS        DELIMITED BY SIZE
007190         INTO MOTIVO-REJEICAO
007200     END-STRING.
007210     MOVE 12 TO CODIGO-RETORNO.
007220 2900-ERRO-TABELA-EXIT.
007230     EXIT.
007240
007250*****************************************************************
007260*    3000-LISTA-TABELA : EVERY ENTRY OF THE TABLE IN KEY ORDER. *
007270*                      AN ENTRY IS PRINTED ONCE THE NEXT ONE    *
007280*                      HAS BEEN READ, SO THE ENTRY IN FORCE ON  *
007290*                      THE REFERENCE DATE (THE LAST ONE OF ITS  *
007300*                      PARAMETER NOT AFTER THAT DATE) CAN BE    *
007310*                      MARKED '*'.                              *
007320*****************************************************************
007330 3000-LISTA-TABELA.
007340     MOVE "CONTEUDO DA TABELA ('*' = EM VIGOR NA REFERENCIA)"
007350         TO LINHA-IMPRESSAO.
007360     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
007370     OPEN INPUT PARAMS-FILE.
007380     IF STATUS-PARAMS NOT = "00"
007390         MOVE "Y" TO TABELA-AUSENTE-SW
007400         DISPLAY "PARMADM: PARAMS INDISPONIVEL (STATUS "
007410             STATUS-PARAMS ") - PROGRAMAS NOS VALORES PADRAO."
007420         MOVE "PARAMS INEXISTENTE - PROGRAMAS NOS VALORES PADRAO."
007430             TO LINHA-IMPRESSAO
007440         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
007450         IF CODIGO-RETORNO < 4
007460             MOVE 4 TO CODIGO-RETORNO
007470         END-IF
007480         GO TO 3000-LISTA-TABELA-EXIT
007490     END-IF.
007500     MOVE "PROGRAMA NOME     VIGENCIA   VALOR V DESCRICAO"
007510         TO LINHA-IMPRESSAO.
007520     MOVE "ALTERADO" TO LINHA-IMPRESSAO (69:8).
007530     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
007540     MOVE "N" TO FIM-PARAMS-SW.
007550     PERFORM 3100-LE-TABELA THRU 3100-LE-TABELA-EXIT.
007560     IF FIM-PARAMS
007570         MOVE "TABELA VAZIA - PROGRAMAS NOS VALORES PADRAO."
007580             TO LINHA-IMPRESSAO
007590         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
007600     ELSE
007610         MOVE PARAMS-REGISTRO TO PARM-REGISTRO
007620         PERFORM 3200-LISTA-ENTRADA THRU 3200-LISTA-ENTRADA-EXIT
007630             UNTIL FIM-PARAMS
007640     END-IF.
007650     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
007660     CLOSE PARAMS-FILE.
007670 3000-LISTA-TABELA-EXIT.
007680     EXIT.
007690
007700 3100-LE-TABELA.
007710     READ PARAMS-FILE NEXT RECORD
007720         AT END
007730             MOVE "Y" TO FIM-PARAMS-SW
007740     END-READ.
007750 3100-LE-TABELA-EXIT.
007760     EXIT.
007770
007780*****************************************************************
007790*    3200-LISTA-ENTRADA : READ AHEAD, THEN PRINT THE ENTRY HELD *
007800*                      IN PARM-REGISTRO - IN FORCE WHEN IT IS   *
007810*                      NOT AFTER THE REFERENCE DATE AND THE     *
007820*                      NEXT ENTRY IS ANOTHER PARAMETER OR       *
007830*                      LATER THAN THAT DATE.                    *
007840*****************************************************************
007850 3200-LISTA-ENTRADA.
007860     ADD 1 TO QTD-ENTRADAS.
007870     PERFORM 3100-LE-TABELA THRU 3100-LE-TABELA-EXIT.
007880     MOVE SPACE TO LEN-VIGENTE.
007890     IF PRM-DATA-VIGOR NOT > DATA-REFERENCIA
007900         IF FIM-PARAMS
007910             MOVE "*" TO LEN-VIGENTE
007920         ELSE
007930             IF PARAMS-PROGRAMA NOT = PRM-PROGRAMA
007940                     OR PARAMS-NOME NOT = PRM-NOME
007950                     OR PARAMS-DATA-VIGOR > DATA-REFERENCIA
007960                 MOVE "*" TO LEN-VIGENTE
007970             END-IF
007980         END-IF
007990     END-IF.
008000     MOVE PRM-PROGRAMA       TO LEN-PROGRAMA.
008010     MOVE PRM-NOME           TO LEN-NOME.
008020     MOVE PRM-DATA-VIGOR     TO LEN-DATA-VIGOR.
008030     MOVE PRM-VALOR          TO LEN-VALOR.
008040     MOVE PRM-DESCRICAO      TO LEN-DESCRICAO.
008050     MOVE PRM-DATA-ALTERACAO TO LEN-DATA-ALTERACAO.
008060     MOVE LINHA-ENTRADA TO LINHA-IMPRESSAO.
008070     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008080     IF NOT FIM-PARAMS
008090         MOVE PARAMS-REGISTRO TO PARM-REGISTRO
008100     END-IF.
008110 3200-LISTA-ENTRADA-EXIT.
008120     EXIT.
008130
008140*****************************************************************
008150*    4000-LISTA-VIGENTES : FOR EVERY CATALOGUED PARAMETER, THE  *
008160*                      VALUE THE PROGRAM WILL TAKE ON THE       *
008170*                      REFERENCE DATE - ASKED OF PARMCHK, THE   *
008180*                      SAME WAY THE PROGRAM ITSELF ASKS.        *
008190*****************************************************************
008200 4000-LISTA-VIGENTES.
008210     MOVE SPACES TO LINHA-IMPRESSAO.
008220     STRING "VALORES EM USO EM " DELIMITED BY SIZE
008230            DATA-REFERENCIA      DELIMITED BY SIZE
008240         INTO LINHA-IMPRESSAO
008250     END-STRING.
008260     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008270     MOVE "PROGRAMA NOME       VALOR       FAIXA"
008280         TO LINHA-IMPRESSAO.
008290     MOVE "PADRAO ORIGEM" TO LINHA-IMPRESSAO (46:13).
008300     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008310     PERFORM 4100-LISTA-VIGENTE THRU 4100-LISTA-VIGENTE-EXIT
008320         VARYING IND-CAT FROM 1 BY 1
008330         UNTIL IND-CAT > QTD-CATALOGO.
008340     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008350 4000-LISTA-VIGENTES-EXIT.
008360     EXIT.
008370
008380 4100-LISTA-VIGENTE.
008390     MOVE CAT-PROGRAMA (IND-CAT) TO PCS-PROGRAMA.
008400     MOVE CAT-NOME (IND-CAT)     TO PCS-NOME.
008410     MOVE DATA-REFERENCIA        TO PCS-DATA.
008420     MOVE CAT-PADRAO (IND-CAT)   TO PCS-PADRAO.
008430     MOVE CAT-MINIMO (IND-CAT)   TO PCS-MINIMO.
008440     MOVE CAT-MAXIMO (IND-CAT)   TO PCS-MAXIMO.
008450     CALL "PARMCHK" USING PARM-CONSULTA.
008460     MOVE PCS-PROGRAMA TO LVG-PROGRAMA.
008470     MOVE PCS-NOME     TO LVG-NOME.
008480     MOVE PCS-VALOR    TO LVG-VALOR.
008490     MOVE PCS-MINIMO   TO LVG-MINIMO.
008500     MOVE PCS-MAXIMO   TO LVG-MAXIMO.
008510     MOVE PCS-PADRAO   TO LVG-PADRAO.
008520     MOVE SPACES TO LVG-ORIGEM.
008530     EVALUATE TRUE
008540         WHEN PCS-DA-TABELA
008550             STRING "TABELA, VIGENCIA " DELIMITED BY SIZE
008560                    PCS-DATA-VIGOR      DELIMITED BY SIZE
008570                 INTO LVG-ORIGEM
008580             END-STRING
008590         WHEN PCS-FORA-DA-FAIXA
008600             MOVE "PADRAO - VALOR FORA DA FAIXA" TO LVG-ORIGEM
008610         WHEN OTHER
008620             MOVE "PADRAO" TO LVG-ORIGEM
008630     END-EVALUATE.
008640     MOVE LINHA-VIGENTE TO LINHA-IMPRESSAO.
008650     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008660 4100-LISTA-VIGENTE-EXIT.
008670     EXIT.
008680
008690*****************************************************************
008700*    5000-RESUMO : COUNTS AT THE FOOT OF THE LISTING.           *
008710*****************************************************************
008720 5000-RESUMO.
008730     IF PAC-FN-APLICAR
008740         MOVE QTD-LIDOS TO QTD-EDITADA
008750         STRING "MOVIMENTOS LIDOS     : " DELIMITED BY SIZE
008760                QTD-EDITADA               DELIMITED BY SIZE
008770             INTO LINHA-IMPRESSAO
008780         END-STRING
008790         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
008800         MOVE QTD-APLICADOS TO QTD-EDITADA
008810         STRING "MOVIMENTOS APLICADOS : " DELIMITED BY SIZE
008820                QTD-EDITADA               DELIMITED BY SIZE
008830             INTO LINHA-IMPRESSAO
008840         END-STRING
008850         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
008860         MOVE QTD-REJEITADOS TO QTD-EDITADA
008870         STRING "MOVIMENTOS REJEITADOS: " DELIMITED BY SIZE
008880                QTD-EDITADA               DELIMITED BY SIZE
008890             INTO LINHA-IMPRESSAO
008900         END-STRING
008910         PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT
008920     END-IF.
008930     MOVE QTD-ENTRADAS TO QTD-EDITADA.
008940     STRING "ENTRADAS NA TABELA   : " DELIMITED BY SIZE
008950            QTD-EDITADA               DELIMITED BY SIZE
008960         INTO LINHA-IMPRESSAO
008970     END-STRING.
008980     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
008990 5000-RESUMO-EXIT.
009000     EXIT.
009010
009020*****************************************************************
009030*    7000-GRAVA-LINHA : WRITE ONE REPORT LINE, STARTING A NEW   *
009040*                       PAGE WHEN THE CURRENT ONE IS FULL.      *
009050*****************************************************************
009060 7000-GRAVA-LINHA.
009070     IF LINHAS-NA-PAGINA >= LINHAS-POR-PAGINA
009080         PERFORM 7100-CABECALHO THRU 7100-CABECALHO-EXIT
009090     END-IF.
009100     WRITE PARMLIST-REGISTRO FROM LINHA-IMPRESSAO.
009110     ADD 1 TO LINHAS-NA-PAGINA.
009120     MOVE SPACES TO LINHA-IMPRESSAO.
009130 7000-GRAVA-LINHA-EXIT.
009140     EXIT.
009150
009160*****************************************************************
009170*    7100-CABECALHO : PAGE HEADING WITH REFERENCE DATE AND      *
009180*                     PAGE NUMBER.                              *
009190*****************************************************************
009200 7100-CABECALHO.
009210     ADD 1 TO NUMERO-PAGINA.
009220     MOVE DATA-REFERENCIA TO CAB1-DATA.
009230     MOVE NUMERO-PAGINA   TO CAB1-PAGINA.
009240     WRITE PARMLIST-REGISTRO FROM CABECALHO-1.
009250     MOVE SPACES TO PARMLIST-REGISTRO.
009260     WRITE PARMLIST-REGISTRO.
009270     MOVE 2 TO LINHAS-NA-PAGINA.
009280 7100-CABECALHO-EXIT.
009290     EXIT.
009300
009310*****************************************************************
009320*    8000-GRAVA-RUNLOG : APPENDS THE LOG-RECORD PREPARED BY THE *
009330*                        CALLER TO RUNLOG.                      *
009340*****************************************************************
009350 8000-GRAVA-RUNLOG.
009360     MOVE "PARMADM " TO LOG-PROGRAM-NAME.
009370     MOVE DATA-REFERENCIA TO LOG-RUN-DATE.
009380     ACCEPT LOG-RUN-TIME FROM TIME.
009390     MOVE "F" TO LOG-EVENT-TYPE.
009400     MOVE PAC-OPERADOR TO LOG-OPERATOR.
009410     OPEN EXTEND RUNLOG-FILE.
009420     IF STATUS-RUNLOG = "05" OR STATUS-RUNLOG = "35"
009430         OPEN OUTPUT RUNLOG-FILE
009440     END-IF.
009450     WRITE RUNLOG-REGISTRO FROM LOG-RECORD.
009460     CLOSE RUNLOG-FILE.
009470 8000-GRAVA-RUNLOG-EXIT.
009480     EXIT.
009490
009500*****************************************************************
009510*    8100-GRAVA-LOG-ALTERACAO : ONE RUNLOG ENTRY FOR THE CHANGE *
009520*                        JUST APPLIED, SO EVERY CHANGE TO A     *
009530*                        LIMIT IS ON THE AUDIT TRAIL WITH WHO   *
009540*                        MADE IT.                               *
009550*****************************************************************
009560 8100-GRAVA-LOG-ALTERACAO.
009570     MOVE PRM-NOME TO LOG-PARM-NAME.
009580     MOVE SPACES TO LOG-OUTCOME.
009590     EVALUATE TRUE
009600         WHEN MOV-INCLUSAO
009610             MOVE PRM-VALOR TO LOG-PARM-VALUE
009620             STRING "INC "           DELIMITED BY SIZE
009630                    PRM-PROGRAMA     DELIMITED BY SIZE
009640                    " "              DELIMITED BY SIZE
009650                    PRM-DATA-VIGOR   DELIMITED BY SIZE
009660                 INTO LOG-OUTCOME
009670             END-STRING
009680         WHEN MOV-ALTERACAO
009690             MOVE PRM-VALOR TO LOG-PARM-VALUE
009700             STRING "ALT "           DELIMITED BY SIZE
009710                    PRM-PROGRAMA     DELIMITED BY SIZE
009720                    " "              DELIMITED BY SIZE
009730                    PRM-DATA-VIGOR   DELIMITED BY SIZE
009740                    " "              DELIMITED BY SIZE
009750                    VALOR-ANTERIOR   DELIMITED BY SIZE
009760                 INTO LOG-OUTCOME
009770             END-STRING
009780         WHEN MOV-EXCLUSAO
009790             MOVE VALOR-ANTERIOR TO LOG-PARM-VALUE
009800             STRING "EXC "           DELIMITED BY SIZE
009810                    PRM-PROGRAMA     DELIMITED BY SIZE
009820                    " "              DELIMITED BY SIZE
009830                    PRM-DATA-VIGOR   DELIMITED BY SIZE
009840                 INTO LOG-OUTCOME
009850             END-STRING
009860     END-EVALUATE.
009870     PERFORM 8000-GRAVA-RUNLOG THRU 8000-GRAVA-RUNLOG-EXIT.
009880 8100-GRAVA-LOG-ALTERACAO-EXIT.
009890     EXIT.
009900
009910*****************************************************************
009920*    9000-ENCERRA : END-OF-RUN RUNLOG ENTRY (WHEN THE CARD WAS  *
009930*                   ADDRESSED TO PARMADM) AND CLOSE THE         *
009940*                   LISTING.                                    *
009950*****************************************************************
009960 9000-ENCERRA.
009970     IF PAC-PROGRAM-NAME = "PARMADM "
009980         MOVE "MOVTOS  " TO LOG-PARM-NAME
009990         MOVE QTD-APLICADOS TO LOG-PARM-VALUE
010000         EVALUATE TRUE
010010             WHEN CODIGO-RETORNO >= 12
010020                 MOVE "ERRO NA GRAVACAO DA TABELA" TO LOG-OUTCOME
010030             WHEN CODIGO-RETORNO >= 8
010040                 MOVE "MANUTENCAO RECUSADA" TO LOG-OUTCOME
010050             WHEN QTD-REJEITADOS > ZEROS
010060                 MOVE "MOVIMENTOS REJEITADOS" TO LOG-OUTCOME
010070             WHEN PAC-FN-APLICAR
010080                 MOVE "TABELA ATUALIZADA" TO LOG-OUTCOME
010090             WHEN OTHER
010100                 MOVE "LISTAGEM DA TABELA" TO LOG-OUTCOME
010110         END-EVALUATE
010120         PERFORM 8000-GRAVA-RUNLOG THRU 8000-GRAVA-RUNLOG-EXIT
010130     END-IF.
010140     IF PARMLIST-ABERTO
010150         CLOSE PARMLIST-FILE
010160     END-IF.
010170 9000-ENCERRA-EXIT.
010180     EXIT.
