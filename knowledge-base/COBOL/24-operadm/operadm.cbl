000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID  : OPERADM                                      *
000040*    AUTHOR      : R. OLIVEIRA SILVA - APPLICATIONS DEV.        *
000050*    INSTALLATION: PORTFOLIO BATCH UTILITIES                    *
000060*    DATE-WRITTEN: 2026-09-18                                   *
000070*                                                               *
000080*    DESCRIPTION : OPERATOR PROFILE MAINTENANCE FOR THE OPERFIL *
000090*                  SIGN-ON FILE (COPYBOOK OPERREC), FOR SENIOR  *
000100*                  OPERATORS ONLY.  REPLACES HAND-EDITING OF    *
000110*                  OPERFIL.  FUNCTIONS:                         *
000120*                    I - ADD A PROFILE (THE INITIAL PASSWORD    *
000130*                        MUST BE CHANGED AT FIRST SIGN-ON);     *
000140*                    A - CHANGE NAME, LEVEL OR EXPIRY PERIOD;   *
000150*                    S - SUSPEND A PROFILE;                     *
000160*                    R - REACTIVATE A SUSPENDED OR LOCKED-OUT   *
000170*                        PROFILE AND CLEAR ITS FAILURE COUNT;   *
000180*                    E - DELETE A PROFILE;                      *
000190*                    T - SET A TEMPORARY PASSWORD AND FORCE A   *
000200*                        CHANGE AT THE NEXT SIGN-ON;            *
000210*                    L - LIST THE PROFILES (NO PASSWORDS).      *
000220*                  A SENIOR MAY NOT SUSPEND, DELETE OR CHANGE   *
000230*                  THE LEVEL OF HIS OR HER OWN PROFILE.  EVERY  *
000240*                  CHANGE IS WRITTEN TO SEGEVENT (COPYBOOK      *
000250*                  SEGREC) WITH THE SENIOR WHO MADE IT.         *
000260*                                                               *
000270*                  NORMALLY CALLED FROM OPSMENU OPTION 3, WHICH *
000280*                  PASSES THE SIGNED-ON ID IN CTL-OPERATOR.     *
000290*                  RUN ON ITS OWN IT ASKS FOR THE ID.  EITHER   *
000300*                  WAY THE PASSWORD IS ASKED AGAIN AND THE      *
000310*                  PROFILE MUST BE AN ACTIVE SENIOR WITH A      *
000320*                  CURRENT PASSWORD; A WRONG PASSWORD COUNTS    *
000330*                  TOWARDS THE LOCKOUT LIKE ONE AT OPSMENU.     *
000340*                                                               *
000350*    CONTROL CARD: STANDARD CTLCARD ON SYSIN, OPTIONAL.  ONLY   *
000360*                  CTL-OPERATOR IS USED, AND ONLY FROM A CARD   *
000370*                  NAMED 'OPERADM '.                            *
000380*                                                               *
000390*    RETURN CODES: 0 = SESSION ENDED NORMALLY,                  *
000400*                  8 = ACCESS REFUSED, OR OPERFIL UNUSABLE OR   *
000410*                      NOT REWRITTEN.                           *
000420*                                                               *
000430*    MODIFICATION HISTORY                                       *
000440*    --------------------------------------------------------  *
000450*    DATE       INIT  DESCRIPTION                               *
000460*    ---------- ----  ----------------------------------------  *
000470*    2026-09-18 ROS   ORIGINAL VERSION - AUDIT ASKED WHO        *
000480*                     CHANGED OPERFIL AND WHEN.                 *
000490*                                                               *
000500*****************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID.                  OPERADM.
000530 AUTHOR.                      R. OLIVEIRA SILVA.
000540 INSTALLATION.                PORTFOLIO BATCH UTILITIES.
000550 DATE-WRITTEN.                2026-09-18.
000560 DATE-COMPILED.
000570
000580*****************************************************************
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.             PORTFOLIO-BATCH.
000620 OBJECT-COMPUTER.             PORTFOLIO-BATCH.
000630
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT CTLCARD-FILE      ASSIGN TO SYSIN
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS STATUS-CTLCARD.
000690
000700     SELECT OPERFIL-FILE      ASSIGN TO OPERFIL
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS STATUS-OPERFIL.
000730
000740     SELECT SEGEVENT-FILE     ASSIGN TO SEGEVENT
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS STATUS-SEGEVENT.
000770
000780*****************************************************************
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  CTLCARD-FILE
000820     RECORD CONTAINS 42 CHARACTERS.
000830 01  CTLCARD-REGISTRO            PIC X(42).
000840
000850 FD  OPERFIL-FILE
000860     RECORD CONTAINS 60 CHARACTERS.
000870 01  OPERFIL-REGISTRO            PIC X(60).
000880
000890 FD  SEGEVENT-FILE
000900     RECORD CONTAINS 72 CHARACTERS.
000910 01  SEGEVENT-REGISTRO           PIC X(72).
000920
000930*****************************************************************
000940 WORKING-STORAGE SECTION.
000950 COPY CTLCARD.
000960 COPY OPERREC.
000970 COPY SEGREC.
000980
000990 77  STATUS-CTLCARD              PIC X(02) VALUE SPACES.
001000 77  STATUS-OPERFIL              PIC X(02) VALUE SPACES.
001010 77  STATUS-SEGEVENT             PIC X(02) VALUE SPACES.
001020
001030 77  FUNCAO                      PIC X(01) VALUE SPACES.
001040     88  FUNCAO-INCLUIR              VALUE "I".
001050     88  FUNCAO-ALTERAR              VALUE "A".
001060     88  FUNCAO-SUSPENDER            VALUE "S".
001070     88  FUNCAO-REATIVAR             VALUE "R".
001080     88  FUNCAO-EXCLUIR              VALUE "E".
001090     88  FUNCAO-FORCAR-TROCA         VALUE "T".
001100     88  FUNCAO-LISTAR               VALUE "L".
001110     88  FUNCAO-SAIR                 VALUE "0".
001120     88  FUNCAO-VALIDA               VALUE "I" "A" "S" "R"
001130                                           "E" "T" "L" "0".
001140
001150 77  FIM-OPERFIL-SW              PIC X(01) VALUE "N".
001160     88  FIM-OPERFIL                 VALUE "Y".
001170 77  OPERFIL-CARREGADO-SW        PIC X(01) VALUE "N".
001180     88  OPERFIL-CARREGADO           VALUE "Y".
001190 77  OPERFIL-EXCEDIDO-SW         PIC X(01) VALUE "N".
001200     88  OPERFIL-EXCEDIDO            VALUE "Y".
001210 77  ACHOU-OPERADOR-SW           PIC X(01) VALUE "N".
001220     88  ACHOU-OPERADOR              VALUE "Y".
001230 77  AUTORIZADO-SW               PIC X(01) VALUE "N".
001240     88  AUTORIZADO                  VALUE "Y".
001250 77  SENHA-EXPIRADA-SW           PIC X(01) VALUE "N".
001260     88  SENHA-EXPIRADA              VALUE "Y".
001270 77  PERFIL-ALTERADO-SW          PIC X(01) VALUE "N".
001280     88  PERFIL-ALTERADO             VALUE "Y".
001283 77  OPERFIL-GRAVADO-SW          PIC X(01) VALUE "N".
001286     88  OPERFIL-GRAVADO             VALUE "Y".
001290
001300 77  MAX-OPERADORES              PIC 9(03) VALUE 100.
001310 77  QTD-OPERADORES              PIC 9(03) VALUE ZEROS.
001320 77  IND-OPE                     PIC 9(03) VALUE ZEROS.
001330 77  IND-ACHADO                  PIC 9(03) VALUE ZEROS.
001335 77  IND-EXCLUIDO                PIC 9(03) VALUE ZEROS.
001340 01  TABELA-OPERADORES.
001350     05  OPE-REGISTRO OCCURS 100 TIMES PIC X(60).
001355 77  PERFIL-ANTERIOR             PIC X(60) VALUE SPACES.
001360
001370 77  LIMITE-FALHAS               PIC 9(02) VALUE 5.
001380 77  VALIDADE-PADRAO             PIC 9(03) VALUE 90.
001390 77  VALIDADE-EM-VIGOR           PIC 9(03) VALUE ZEROS.
001400 77  DATA-SISTEMA                PIC X(08) VALUE SPACES.
001410 77  DATA-NUMERICA               PIC 9(08) VALUE ZEROS.
001420 77  DIAS-HOJE                   PIC 9(08) VALUE ZEROS.
001430 77  DIAS-SENHA                  PIC 9(08) VALUE ZEROS.
001440 77  IDADE-SENHA                 PIC S9(08) VALUE ZEROS.
001450
001460 77  ENTRADA-ID                  PIC X(08) VALUE SPACES.
001470 77  ENTRADA-SENHA               PIC X(08) VALUE SPACES.
001480 77  OPERADOR-ATUAL              PIC X(08) VALUE SPACES.
001490 77  ALVO-ID                     PIC X(08) VALUE SPACES.
001500 77  BUSCA-ID                    PIC X(08) VALUE SPACES.
001510 77  ENTRADA-NOME                PIC X(20) VALUE SPACES.
001520 77  ENTRADA-NIVEL               PIC X(01) VALUE SPACES.
001530 77  ENTRADA-VALIDADE            PIC X(03) VALUE SPACES.
001540 77  RESPOSTA                    PIC X(01) VALUE SPACES.
001550     88  RESPOSTA-SIM                VALUE "S" "Y".
001560 77  NIVEL-ANTERIOR              PIC X(01) VALUE SPACES.
001570 77  VALIDADE-ANTERIOR           PIC X(03) VALUE SPACES.
001580 77  SITUACAO-EDITADA            PIC X(09) VALUE SPACES.
001590 77  NOME-ALTERADO               PIC X(05) VALUE SPACES.
001600
001610 77  QTD-ALTERACOES              PIC 9(05) VALUE ZEROS.
001620 77  CODIGO-RETORNO              PIC 9(02) VALUE ZEROS.
001630
001640*****************************************************************
001650 PROCEDURE DIVISION.
001660*****************************************************************
001670*    0000-MAINLINE : IDENTIFY THE SENIOR, THEN SERVE FUNCTIONS  *
001680*                    UNTIL 0 - SAIR.                            *
001690*****************************************************************
001700 0000-MAINLINE.
001710     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
001720     IF OPERFIL-CARREGADO
001730         PERFORM 1300-AUTENTICA THRU 1300-AUTENTICA-EXIT
001740     END-IF.
001750     IF AUTORIZADO
001760         PERFORM 2000-SERVE-FUNCAO THRU 2000-SERVE-FUNCAO-EXIT
001770             UNTIL FUNCAO-SAIR
001780     ELSE
001790         MOVE 8 TO CODIGO-RETORNO
001800     END-IF.
001810     DISPLAY "OPERADM: FIM. OPERADOR: " OPERADOR-ATUAL
001820         " ALTERACOES: " QTD-ALTERACOES
001830         " RC: " CODIGO-RETORNO.
001840     MOVE CODIGO-RETORNO TO RETURN-CODE.
001850     GOBACK.
001860
001870*****************************************************************
001880*    1000-INICIALIZA : TAKE THE SIGNED-ON ID FROM THE OPSMENU   *
001890*                      CARD, IF ANY, AND LOAD OPERFIL.          *
001900*****************************************************************
001910 1000-INICIALIZA.
001920     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
001930     DISPLAY "========== OPERADM - PERFIS DE ACESSO ==========".
001940     MOVE SPACES TO CTL-CARD.
001950     OPEN INPUT CTLCARD-FILE.
001960     IF STATUS-CTLCARD = "00"
001970         READ CTLCARD-FILE INTO CTL-CARD
001980             AT END
001990                 MOVE SPACES TO CTL-CARD
002000         END-READ
002010         CLOSE CTLCARD-FILE
002020     END-IF.
002030     IF CTL-PROGRAM-NAME = "OPERADM "
002040         MOVE CTL-OPERATOR TO ENTRADA-ID
002050     END-IF.
002060     PERFORM 1200-CARREGA-OPERFIL THRU 1200-CARREGA-OPERFIL-EXIT.
002070 1000-INICIALIZA-EXIT.
002080     EXIT.
002090
002100*****************************************************************
002110*    1200-CARREGA-OPERFIL : READ THE WHOLE PROFILE FILE INTO    *
002120*                      TABELA-OPERADORES.  A FILE LARGER THAN   *
002130*                      THE TABLE IS NOT USED, SO THE REWRITE    *
002140*                      CAN NEVER DROP PROFILES.  A MISSING      *
002150*                      OPERFIL IS REFUSED TOO - THE FIRST       *
002160*                      SENIOR PROFILE IS SET UP BY OPERATIONS.  *
002170*****************************************************************
002180 1200-CARREGA-OPERFIL.
002190     MOVE "N" TO OPERFIL-CARREGADO-SW.
002200     MOVE "N" TO OPERFIL-EXCEDIDO-SW.
002210     MOVE "N" TO FIM-OPERFIL-SW.
002220     MOVE ZEROS TO QTD-OPERADORES.
002230     OPEN INPUT OPERFIL-FILE.
002240     IF STATUS-OPERFIL NOT = "00"
002250         DISPLAY "OPERADM: OPERFIL INDISPONIVEL (STATUS "
002260             STATUS-OPERFIL ") - NADA PODE SER FEITO."
002270         GO TO 1200-CARREGA-OPERFIL-EXIT
002280     END-IF.
002290     PERFORM 1210-LE-PERFIL THRU 1210-LE-PERFIL-EXIT
002300         UNTIL FIM-OPERFIL.
002310     CLOSE OPERFIL-FILE.
002320     IF OPERFIL-EXCEDIDO
002330         DISPLAY "OPERADM: OPERFIL COM MAIS DE " MAX-OPERADORES
002340             " PERFIS - NADA PODE SER FEITO."
002350         GO TO 1200-CARREGA-OPERFIL-EXIT
002360     END-IF.
002370     MOVE "Y" TO OPERFIL-CARREGADO-SW.
002380 1200-CARREGA-OPERFIL-EXIT.
002390     EXIT.
002400
002410 1210-LE-PERFIL.
002420     READ OPERFIL-FILE
002430         AT END
002440             MOVE "Y" TO FIM-OPERFIL-SW
002450     END-READ.
002460     IF FIM-OPERFIL
002470         GO TO 1210-LE-PERFIL-EXIT
002480     END-IF.
002490     IF QTD-OPERADORES >= MAX-OPERADORES
002500         MOVE "Y" TO OPERFIL-EXCEDIDO-SW
002510         GO TO 1210-LE-PERFIL-EXIT
002520     END-IF.
002530     ADD 1 TO QTD-OPERADORES.
002540     MOVE OPERFIL-REGISTRO TO OPE-REGISTRO (QTD-OPERADORES).
002550 1210-LE-PERFIL-EXIT.
002560     EXIT.
002570
002580*****************************************************************
002590*    1300-AUTENTICA : THE PASSWORD IS ASKED AGAIN EVEN WHEN     *
002600*                     OPSMENU PASSED THE ID.  ONLY AN ACTIVE    *
002610*                     SENIOR WITH A CURRENT PASSWORD GETS IN.   *
002620*                     EVERY REFUSAL GOES TO SEGEVENT.           *
002630*****************************************************************
002640 1300-AUTENTICA.
002650     MOVE "N" TO AUTORIZADO-SW.
002660     IF ENTRADA-ID = SPACES
002670         DISPLAY "Identificacao do operador senior:"
002680         ACCEPT ENTRADA-ID
002690     END-IF.
002700     MOVE ENTRADA-ID TO OPERADOR-ATUAL.
002710     DISPLAY "Senha de " ENTRADA-ID " (confirmacao):".
002720     MOVE SPACES TO ENTRADA-SENHA.
002730     ACCEPT ENTRADA-SENHA.
002740     MOVE ENTRADA-ID TO BUSCA-ID.
002750     PERFORM 1400-BUSCA-PERFIL THRU 1400-BUSCA-PERFIL-EXIT.
002760     MOVE ENTRADA-ID TO SEG-PERFIL.
002770     MOVE SPACES TO SEG-DETALHE.
002780     IF NOT ACHOU-OPERADOR
002790         DISPLAY "OPERADM: OPERADOR OU SENHA INVALIDOS."
002800         MOVE "OD" TO SEG-TIPO
002810         MOVE "ID NAO CADASTRADO NO OPERFIL" TO SEG-DETALHE
002820         PERFORM 8500-GRAVA-EVENTO THRU 8500-GRAVA-EVENTO-EXIT
002830         GO TO 1300-AUTENTICA-EXIT
002840     END-IF.
002850     IF NOT PER-ATIVO
002860         DISPLAY "OPERADM: ACESSO RECUSADO - PERFIL SUSPENSO OU "
002870             "BLOQUEADO."
002880         MOVE "AR" TO SEG-TIPO
002890         MOVE "OPERADM - PERFIL INATIVO" TO SEG-DETALHE
002900         PERFORM 8500-GRAVA-EVENTO THRU 8500-GRAVA-EVENTO-EXIT
002910         GO TO 1300-AUTENTICA-EXIT
002920     END-IF.
002930     IF PER-SENHA NOT = ENTRADA-SENHA
002940         PERFORM 1310-REGISTRA-FALHA THRU 1310-REGISTRA-FALHA-EXIT
002950         GO TO 1300-AUTENTICA-EXIT
002960     END-IF.
002970     IF NOT PER-NIVEL-SENIOR
002980         DISPLAY "OPERADM: RESERVADO A OPERADORES SENIORES."
002990         MOVE "NA" TO SEG-TIPO
003000         MOVE "OPERADM SEM NIVEL SENIOR" TO SEG-DETALHE
003010         PERFORM 8500-GRAVA-EVENTO THRU 8500-GRAVA-EVENTO-EXIT
003020         GO TO 1300-AUTENTICA-EXIT
003030     END-IF.
003040     PERFORM 1320-VERIFICA-VALIDADE
003050         THRU 1320-VERIFICA-VALIDADE-EXIT.
003060     IF SENHA-EXPIRADA
003070         DISPLAY "OPERADM: SENHA EXPIRADA - TROQUE-A NO SIGN-ON "
003080             "DO OPSMENU."
003090         MOVE "AR" TO SEG-TIPO
003100         MOVE "OPERADM - SENHA EXPIRADA" TO SEG-DETALHE
003110         PERFORM 8500-GRAVA-EVENTO THRU 8500-GRAVA-EVENTO-EXIT
003120         GO TO 1300-AUTENTICA-EXIT
003130     END-IF.
003140     IF PER-FALHAS NOT = ZEROS
003150         MOVE ZEROS TO PER-FALHAS
003160         PERFORM 8000-GRAVA-OPERFIL THRU 8000-GRAVA-OPERFIL-EXIT
003170     END-IF.
003180     MOVE "Y" TO AUTORIZADO-SW.
003190     DISPLAY "OPERADM: BEM-VINDO " PER-NOME ".".
003200 1300-AUTENTICA-EXIT.
003210     EXIT.
003220
003230*****************************************************************
003240*    1310-REGISTRA-FALHA : WRONG PASSWORD - SAME FAILURE COUNT  *
003245*                     AND LOCKOUT AS THE OPSMENU SIGN-ON.  A    *
003250*                     COUNT OR LOCKOUT THAT CANNOT BE SAVED IS  *
003255*                     STILL LOGGED, AS 'NAO GRAVADO'.           *
003260*****************************************************************
003270 1310-REGISTRA-FALHA.
003280     DISPLAY "OPERADM: OPERADOR OU SENHA INVALIDOS.".
003290     IF PER-FALHAS IS NOT NUMERIC
003300         MOVE ZEROS TO PER-FALHAS
003310     END-IF.
003320     ADD 1 TO PER-FALHAS.
003330     IF PER-FALHAS >= LIMITE-FALHAS
003340         MOVE "B" TO PER-SITUACAO
003350         MOVE "BQ" TO SEG-TIPO
003360         STRING "BLOQUEADO APOS "   DELIMITED BY SIZE
003370                PER-FALHAS          DELIMITED BY SIZE
003380                " FALHAS"           DELIMITED BY SIZE
003390             INTO SEG-DETALHE
003400         END-STRING
003430     ELSE
003440         MOVE "FS" TO SEG-TIPO
003450         STRING "SENHA INVALIDA - FALHA "  DELIMITED BY SIZE
003460                PER-FALHAS                 DELIMITED BY SIZE
003470             INTO SEG-DETALHE
003480         END-STRING
003490     END-IF.
003500     PERFORM 8000-GRAVA-OPERFIL THRU 8000-GRAVA-OPERFIL-EXIT.
003502     IF NOT OPERFIL-GRAVADO
003503         MOVE SPACES TO SEG-DETALHE
003504         IF SEG-BLOQUEIO
003505             STRING "BLOQUEIO NAO GRAVADO, FALHA "
003506                                        DELIMITED BY SIZE
003507                    PER-FALHAS          DELIMITED BY SIZE
003508                 INTO SEG-DETALHE
003509             END-STRING
003510         ELSE
003511             MOVE "SENHA INVALIDA - NAO GRAVADO" TO SEG-DETALHE
003512         END-IF
003513     END-IF.
003514     PERFORM 8500-GRAVA-EVENTO THRU 8500-GRAVA-EVENTO-EXIT.
003515     IF OPERFIL-GRAVADO AND PER-BLOQUEADO
003516         DISPLAY "OPERADM: OPERADOR BLOQUEADO APOS FALHAS "
003517             "REPETIDAS."
003518     END-IF.
003520 1310-REGISTRA-FALHA-EXIT.
003530     EXIT.
003540
003550*****************************************************************
003560*    1320-VERIFICA-VALIDADE : SAME RULE AS THE OPSMENU SIGN-ON  *
003570*                     - FORCED CHANGE, NO CHANGE DATE, OR OLDER *
003580*                     THAN THE EXPIRY PERIOD (ZERO = NEVER).    *
003590*****************************************************************
003600 1320-VERIFICA-VALIDADE.
003610     MOVE "N" TO SENHA-EXPIRADA-SW.
003620     IF PER-TROCA-OBRIGATORIA OR PER-DATA-SENHA IS NOT NUMERIC
003630         MOVE "Y" TO SENHA-EXPIRADA-SW
003640         GO TO 1320-VERIFICA-VALIDADE-EXIT
003650     END-IF.
003660     IF PER-VALIDADE-DIAS IS NUMERIC
003670         MOVE PER-VALIDADE-DIAS TO VALIDADE-EM-VIGOR
003680     ELSE
003690         MOVE VALIDADE-PADRAO TO VALIDADE-EM-VIGOR
003700     END-IF.
003710     IF VALIDADE-EM-VIGOR = ZEROS
003720         GO TO 1320-VERIFICA-VALIDADE-EXIT
003730     END-IF.
003740     MOVE DATA-SISTEMA TO DATA-NUMERICA.
003750     COMPUTE DIAS-HOJE = FUNCTION INTEGER-OF-DATE (DATA-NUMERICA).
003760     MOVE PER-DATA-SENHA TO DATA-NUMERICA.
003770     COMPUTE DIAS-SENHA =
003780         FUNCTION INTEGER-OF-DATE (DATA-NUMERICA).
003790     COMPUTE IDADE-SENHA = DIAS-HOJE - DIAS-SENHA.
003800     IF IDADE-SENHA >= VALIDADE-EM-VIGOR
003810         MOVE "Y" TO SENHA-EXPIRADA-SW
003820     END-IF.
003830 1320-VERIFICA-VALIDADE-EXIT.
003840     EXIT.
003850
003860*****************************************************************
003870*    1400-BUSCA-PERFIL : SEARCH THE TABLE FOR BUSCA-ID.  THE    *
003880*                     PROFILE FOUND IS LEFT IN PERFIL-OPERADOR  *
003890*                     AND ITS POSITION IN IND-ACHADO.           *
003900*****************************************************************
003910 1400-BUSCA-PERFIL.
003920     MOVE "N" TO ACHOU-OPERADOR-SW.
003930     MOVE ZEROS TO IND-ACHADO.
003940     PERFORM 1410-COMPARA-PERFIL THRU 1410-COMPARA-PERFIL-EXIT
003950         VARYING IND-OPE FROM 1 BY 1
003960             UNTIL IND-OPE > QTD-OPERADORES OR ACHOU-OPERADOR.
003970 1400-BUSCA-PERFIL-EXIT.
003980     EXIT.
003990
004000 1410-COMPARA-PERFIL.
004010     MOVE OPE-REGISTRO (IND-OPE) TO PERFIL-OPERADOR.
004020     IF PER-ID = BUSCA-ID
004030         MOVE "Y" TO ACHOU-OPERADOR-SW
004040         MOVE IND-OPE TO IND-ACHADO
004050     END-IF.
004060 1410-COMPARA-PERFIL-EXIT.
004070     EXIT.
004080
004090*****************************************************************
004100*    2000-SERVE-FUNCAO : SHOW THE FUNCTION MENU AND SERVE ONE   *
004110*                        CHOICE.                                *
004120*****************************************************************
004130 2000-SERVE-FUNCAO.
004140     MOVE SPACES TO FUNCAO.
004150     PERFORM 2010-EXIBE-MENU THRU 2010-EXIBE-MENU-EXIT
004160         UNTIL FUNCAO-VALIDA.
004170     IF FUNCAO-SAIR
004180         GO TO 2000-SERVE-FUNCAO-EXIT
004190     END-IF.
004200     IF FUNCAO-LISTAR
004210         PERFORM 2700-LISTA-PERFIS THRU 2700-LISTA-PERFIS-EXIT
004220         GO TO 2000-SERVE-FUNCAO-EXIT
004230     END-IF.
004240     DISPLAY "Identificacao do operador:".
004250     MOVE SPACES TO ALVO-ID.
004260     ACCEPT ALVO-ID.
004270     IF ALVO-ID = SPACES
004280         DISPLAY "OPERADM: IDENTIFICACAO EM BRANCO - NADA FEITO."
004290         GO TO 2000-SERVE-FUNCAO-EXIT
004300     END-IF.
004310     MOVE ALVO-ID TO BUSCA-ID.
004320     PERFORM 1400-BUSCA-PERFIL THRU 1400-BUSCA-PERFIL-EXIT.
004330     IF FUNCAO-INCLUIR
004340         PERFORM 2100-INCLUI THRU 2100-INCLUI-EXIT
004350         GO TO 2000-SERVE-FUNCAO-EXIT
004360     END-IF.
004370     IF NOT ACHOU-OPERADOR
004380         DISPLAY "OPERADM: OPERADOR " ALVO-ID " NAO CADASTRADO."
004390         GO TO 2000-SERVE-FUNCAO-EXIT
004400     END-IF.
004410     EVALUATE TRUE
004420         WHEN FUNCAO-ALTERAR
004430             PERFORM 2200-ALTERA THRU 2200-ALTERA-EXIT
004440         WHEN FUNCAO-SUSPENDER
004450             PERFORM 2300-SUSPENDE THRU 2300-SUSPENDE-EXIT
004460         WHEN FUNCAO-REATIVAR
004470             PERFORM 2400-REATIVA THRU 2400-REATIVA-EXIT
004480         WHEN FUNCAO-EXCLUIR
004490             PERFORM 2500-EXCLUI THRU 2500-EXCLUI-EXIT
004500         WHEN FUNCAO-FORCAR-TROCA
004510             PERFORM 2600-FORCA-TROCA THRU 2600-FORCA-TROCA-EXIT
004520     END-EVALUATE.
004530 2000-SERVE-FUNCAO-EXIT.
004540     EXIT.
004550
004560 2010-EXIBE-MENU.
004570     DISPLAY "========== OPERADM - FUNCOES ==========".
004580     DISPLAY "  I - INCLUIR OPERADOR".
004590     DISPLAY "  A - ALTERAR NOME, NIVEL OU VALIDADE DA SENHA".
004600     DISPLAY "  S - SUSPENDER OPERADOR".
004610     DISPLAY "  R - REATIVAR / DESBLOQUEAR OPERADOR".
004620     DISPLAY "  E - EXCLUIR OPERADOR".
004630     DISPLAY "  T - FORCAR TROCA DE SENHA".
004640     DISPLAY "  L - LISTAR PERFIS".
004650     DISPLAY "  0 - SAIR".
004660     DISPLAY "=======================================".
004670     MOVE SPACES TO FUNCAO.
004680     ACCEPT FUNCAO.
004690     IF NOT FUNCAO-VALIDA
004700         DISPLAY "OPERADM: FUNCAO INVALIDA - TENTE NOVAMENTE."
004710     END-IF.
004720 2010-EXIBE-MENU-EXIT.
004730     EXIT.
004740
004750*****************************************************************
004760*    2100-INCLUI : NEW PROFILE.  NAME, LEVEL AND INITIAL        *
004770*                  PASSWORD ARE REQUIRED; THE EXPIRY PERIOD     *
004780*                  DEFAULTS TO 90 DAYS.  THE INITIAL PASSWORD   *
004790*                  MUST BE CHANGED AT THE FIRST SIGN-ON.        *
004800*****************************************************************
004810 2100-INCLUI.
004820     IF ACHOU-OPERADOR
004830         DISPLAY "OPERADM: OPERADOR " ALVO-ID " JA CADASTRADO."
004840         GO TO 2100-INCLUI-EXIT
004850     END-IF.
004860     IF QTD-OPERADORES >= MAX-OPERADORES
004870         DISPLAY "OPERADM: OPERFIL CHEIO (" MAX-OPERADORES
004880             " PERFIS) - INCLUSAO RECUSADA."
004890         GO TO 2100-INCLUI-EXIT
004900     END-IF.
004910     MOVE SPACES TO PERFIL-OPERADOR.
004920     MOVE ALVO-ID TO PER-ID.
004930     DISPLAY "Nome do operador:".
004940     MOVE SPACES TO ENTRADA-NOME.
004950     ACCEPT ENTRADA-NOME.
004960     IF ENTRADA-NOME = SPACES
004970         DISPLAY "OPERADM: NOME OBRIGATORIO - INCLUSAO RECUSADA."
004980         GO TO 2100-INCLUI-EXIT
004990     END-IF.
005000     MOVE ENTRADA-NOME TO PER-NOME.
005010     DISPLAY "Nivel (1 = OPERADOR, 2 = SENIOR):".
005020     MOVE SPACES TO ENTRADA-NIVEL.
005030     ACCEPT ENTRADA-NIVEL.
005040     MOVE ENTRADA-NIVEL TO PER-NIVEL.
005050     IF NOT PER-NIVEL-VALIDO
005060         DISPLAY "OPERADM: NIVEL INVALIDO - INCLUSAO RECUSADA."
005070         GO TO 2100-INCLUI-EXIT
005080     END-IF.
005090     DISPLAY "Senha inicial:".
005100     MOVE SPACES TO ENTRADA-SENHA.
005110     ACCEPT ENTRADA-SENHA.
005120     IF ENTRADA-SENHA = SPACES
005130         DISPLAY "OPERADM: SENHA OBRIGATORIA - INCLUSAO RECUSADA."
005140         GO TO 2100-INCLUI-EXIT
005150     END-IF.
005160     MOVE ENTRADA-SENHA TO PER-SENHA.
005170     PERFORM 2900-ACEITA-VALIDADE THRU 2900-ACEITA-VALIDADE-EXIT.
005180     IF ENTRADA-VALIDADE = SPACES
005190         MOVE VALIDADE-PADRAO TO PER-VALIDADE-DIAS
005200     ELSE
005210         IF ENTRADA-VALIDADE IS NOT NUMERIC
005220             DISPLAY "OPERADM: VALIDADE INVALIDA - INCLUSAO "
005230                 "RECUSADA."
005240             GO TO 2100-INCLUI-EXIT
005250         END-IF
005260         MOVE ENTRADA-VALIDADE TO PER-VALIDADE-DIAS
005270     END-IF.
005280     MOVE "A" TO PER-SITUACAO.
005290     MOVE DATA-SISTEMA TO PER-DATA-SENHA.
005300     MOVE ZEROS TO PER-FALHAS.
005310     MOVE "Y" TO PER-TROCA-SENHA.
005320     MOVE DATA-SISTEMA TO PER-DATA-ALTERACAO.
005330     ADD 1 TO QTD-OPERADORES.
005340     MOVE QTD-OPERADORES TO IND-ACHADO.
005350     PERFORM 8000-GRAVA-OPERFIL THRU 8000-GRAVA-OPERFIL-EXIT.
005352     IF NOT OPERFIL-GRAVADO
005354         SUBTRACT 1 FROM QTD-OPERADORES
005356         GO TO 2100-INCLUI-EXIT
005358     END-IF.
005360     MOVE "IN" TO SEG-TIPO.
005370     MOVE SPACES TO SEG-DETALHE.
005380     STRING "NIVEL "           DELIMITED BY SIZE
005390            PER-NIVEL          DELIMITED BY SIZE
005400            " VALIDADE "       DELIMITED BY SIZE
005410            PER-VALIDADE-DIAS  DELIMITED BY SIZE
005420            " DIAS"            DELIMITED BY SIZE
005430         INTO SEG-DETALHE
005440     END-STRING.
005450     PERFORM 8500-GRAVA-EVENTO THRU 8500-GRAVA-EVENTO-EXIT.
005460     DISPLAY "OPERADM: OPERADOR " ALVO-ID " INCLUIDO.".
005470 2100-INCLUI-EXIT.
005480     EXIT.
005490
005500*****************************************************************
005510*    2200-ALTERA : NAME, LEVEL AND EXPIRY PERIOD; ENTER KEEPS   *
005520*                  THE CURRENT VALUE.  A SENIOR CANNOT CHANGE   *
005530*                  HIS OR HER OWN LEVEL.                        *
005540*****************************************************************
005550 2200-ALTERA.
005560     MOVE "N" TO PERFIL-ALTERADO-SW.
005570     MOVE PER-NIVEL TO NIVEL-ANTERIOR.
005580     MOVE PER-VALIDADE-DIAS TO VALIDADE-ANTERIOR.
005590     MOVE SPACES TO NOME-ALTERADO.
005600     DISPLAY "Nome atual: " PER-NOME.
005610     DISPLAY "Novo nome (ENTER MANTEM):".
005620     MOVE SPACES TO ENTRADA-NOME.
005630     ACCEPT ENTRADA-NOME.
005640     IF ENTRADA-NOME NOT = SPACES AND ENTRADA-NOME NOT = PER-NOME
005650         MOVE ENTRADA-NOME TO PER-NOME
005660         MOVE "Y" TO PERFIL-ALTERADO-SW
005670         MOVE " NOME" TO NOME-ALTERADO
005680     END-IF.
005690     IF ALVO-ID = OPERADOR-ATUAL
005700         DISPLAY "OPERADM: O PROPRIO NIVEL NAO PODE SER ALTERADO."
005710     ELSE
005720         DISPLAY "Nivel atual: " PER-NIVEL
005730         DISPLAY "Novo nivel (1 OU 2, ENTER MANTEM):"
005740         MOVE SPACES TO ENTRADA-NIVEL
005750         ACCEPT ENTRADA-NIVEL
005760         IF ENTRADA-NIVEL NOT = SPACES
005770             IF ENTRADA-NIVEL NOT = "1" AND NOT = "2"
005780                 DISPLAY "OPERADM: NIVEL INVALIDO - MANTIDO."
005790             ELSE
005800                 IF ENTRADA-NIVEL NOT = PER-NIVEL
005810                     MOVE ENTRADA-NIVEL TO PER-NIVEL
005820                     MOVE "Y" TO PERFIL-ALTERADO-SW
005830                 END-IF
005840             END-IF
005850         END-IF
005860     END-IF.
005870     DISPLAY "Validade atual da senha (dias): " PER-VALIDADE-DIAS.
005880     PERFORM 2900-ACEITA-VALIDADE THRU 2900-ACEITA-VALIDADE-EXIT.
005890     IF ENTRADA-VALIDADE NOT = SPACES
005900         IF ENTRADA-VALIDADE IS NOT NUMERIC
005910             DISPLAY "OPERADM: VALIDADE INVALIDA - MANTIDA."
005920         ELSE
005930             IF ENTRADA-VALIDADE NOT = VALIDADE-ANTERIOR
005940                 MOVE ENTRADA-VALIDADE TO PER-VALIDADE-DIAS
005950                 MOVE "Y" TO PERFIL-ALTERADO-SW
005960             END-IF
005970         END-IF
005980     END-IF.
005990     IF NOT PERFIL-ALTERADO
006000         DISPLAY "OPERADM: NADA ALTERADO."
006010         GO TO 2200-ALTERA-EXIT
006020     END-IF.
006030     MOVE DATA-SISTEMA TO PER-DATA-ALTERACAO.
006040     PERFORM 8000-GRAVA-OPERFIL THRU 8000-GRAVA-OPERFIL-EXIT.
006042     IF NOT OPERFIL-GRAVADO
006044         GO TO 2200-ALTERA-EXIT
006046     END-IF.
006050     MOVE "AL" TO SEG-TIPO.
006060     MOVE SPACES TO SEG-DETALHE.
006070     STRING "NIVEL "           DELIMITED BY SIZE
006080            NIVEL-ANTERIOR     DELIMITED BY SIZE
006090            ">"                DELIMITED BY SIZE
006100            PER-NIVEL          DELIMITED BY SIZE
006110            " VALID "          DELIMITED BY SIZE
006120            VALIDADE-ANTERIOR  DELIMITED BY SIZE
006130            ">"                DELIMITED BY SIZE
006140            PER-VALIDADE-DIAS  DELIMITED BY SIZE
006150            NOME-ALTERADO      DELIMITED BY SIZE
006160         INTO SEG-DETALHE
006170     END-STRING.
006180     PERFORM 8500-GRAVA-EVENTO THRU 8500-GRAVA-EVENTO-EXIT.
006190     DISPLAY "OPERADM: OPERADOR " ALVO-ID " ALTERADO.".
006200 2200-ALTERA-EXIT.
006210     EXIT.
006220
006230*****************************************************************
006240*    2300-SUSPENDE : THE PROFILE CAN NO LONGER SIGN ON UNTIL A  *
006250*                    SENIOR REACTIVATES IT.                     *
006260*****************************************************************
006270 2300-SUSPENDE.
006280     IF ALVO-ID = OPERADOR-ATUAL
006290         DISPLAY "OPERADM: O PROPRIO PERFIL NAO PODE SER "
006300             "SUSPENSO."
006310         GO TO 2300-SUSPENDE-EXIT
006320     END-IF.
006330     IF PER-SUSPENSO
006340         DISPLAY "OPERADM: OPERADOR " ALVO-ID " JA SUSPENSO."
006350         GO TO 2300-SUSPENDE-EXIT
006360     END-IF.
006370     MOVE SPACES TO SEG-DETALHE.
006380     IF PER-BLOQUEADO
006390         MOVE "SUSPENSO (ESTAVA BLOQUEADO)" TO SEG-DETALHE
006400     END-IF.
006410     MOVE "S" TO PER-SITUACAO.
006420     MOVE DATA-SISTEMA TO PER-DATA-ALTERACAO.
006430     PERFORM 8000-GRAVA-OPERFIL THRU 8000-GRAVA-OPERFIL-EXIT.
006432     IF NOT OPERFIL-GRAVADO
006434         GO TO 2300-SUSPENDE-EXIT
006436     END-IF.
006440     MOVE "SU" TO SEG-TIPO.
006450     PERFORM 8500-GRAVA-EVENTO THRU 8500-GRAVA-EVENTO-EXIT.
006460     DISPLAY "OPERADM: OPERADOR " ALVO-ID " SUSPENSO.".
006470 2300-SUSPENDE-EXIT.
006480     EXIT.
006490
006500*****************************************************************
006510*    2400-REATIVA : BACK TO ACTIVE, FAILURE COUNT CLEARED.      *
006520*                   ALSO THE WAY OUT OF A LOCKOUT.              *
006530*****************************************************************
006540 2400-REATIVA.
006550     IF PER-ATIVO AND (PER-FALHAS = ZEROS
006560             OR PER-FALHAS IS NOT NUMERIC)
006570         DISPLAY "OPERADM: OPERADOR " ALVO-ID " JA ATIVO."
006580         GO TO 2400-REATIVA-EXIT
006590     END-IF.
006600     EVALUATE TRUE
006610         WHEN PER-SUSPENSO
006620             MOVE "ESTAVA SUSPENSO" TO SEG-DETALHE
006630         WHEN PER-BLOQUEADO
006640             MOVE "ESTAVA BLOQUEADO" TO SEG-DETALHE
006650         WHEN OTHER
006660             MOVE "FALHAS ZERADAS" TO SEG-DETALHE
006670     END-EVALUATE.
006680     MOVE "A" TO PER-SITUACAO.
006690     MOVE ZEROS TO PER-FALHAS.
006700     MOVE DATA-SISTEMA TO PER-DATA-ALTERACAO.
006710     PERFORM 8000-GRAVA-OPERFIL THRU 8000-GRAVA-OPERFIL-EXIT.
006712     IF NOT OPERFIL-GRAVADO
006714         GO TO 2400-REATIVA-EXIT
006716     END-IF.
006720     MOVE "RA" TO SEG-TIPO.
006730     PERFORM 8500-GRAVA-EVENTO THRU 8500-GRAVA-EVENTO-EXIT.
006740     DISPLAY "OPERADM: OPERADOR " ALVO-ID " REATIVADO.".
006750 2400-REATIVA-EXIT.
006760     EXIT.
006770
006780*****************************************************************
006790*    2500-EXCLUI : REMOVE THE PROFILE AFTER CONFIRMATION,       *
006800*                  CLOSING UP THE TABLE.                        *
006810*****************************************************************
006820 2500-EXCLUI.
006830     IF ALVO-ID = OPERADOR-ATUAL
006840         DISPLAY "OPERADM: O PROPRIO PERFIL NAO PODE SER "
006850             "EXCLUIDO."
006860         GO TO 2500-EXCLUI-EXIT
006870     END-IF.
006880     DISPLAY "Confirma a exclusao de " ALVO-ID " " PER-NOME
006890         "? (S/N)".
006900     MOVE SPACES TO RESPOSTA.
006910     ACCEPT RESPOSTA.
006920     IF NOT RESPOSTA-SIM
006930         DISPLAY "OPERADM: EXCLUSAO CANCELADA."
006940         GO TO 2500-EXCLUI-EXIT
006950     END-IF.
006960     MOVE SPACES TO SEG-DETALHE.
006970     STRING "EXCLUIDO - "  DELIMITED BY SIZE
006980            PER-NOME       DELIMITED BY SIZE
006990         INTO SEG-DETALHE
007000     END-STRING.
007005     MOVE IND-ACHADO TO IND-EXCLUIDO.
007010     PERFORM 2510-DESLOCA-PERFIL THRU 2510-DESLOCA-PERFIL-EXIT
007020         VARYING IND-OPE FROM IND-ACHADO BY 1
007030             UNTIL IND-OPE >= QTD-OPERADORES.
007040     SUBTRACT 1 FROM QTD-OPERADORES.
007050     MOVE ZEROS TO IND-ACHADO.
007060     PERFORM 8000-GRAVA-OPERFIL THRU 8000-GRAVA-OPERFIL-EXIT.
007061     IF NOT OPERFIL-GRAVADO
007062         ADD 1 TO QTD-OPERADORES
007063         PERFORM 2520-REPOE-PERFIL THRU 2520-REPOE-PERFIL-EXIT
007064             VARYING IND-OPE FROM QTD-OPERADORES BY -1
007065                 UNTIL IND-OPE <= IND-EXCLUIDO
007066         MOVE PERFIL-OPERADOR TO OPE-REGISTRO (IND-EXCLUIDO)
007067         GO TO 2500-EXCLUI-EXIT
007068     END-IF.
007070     MOVE "EX" TO SEG-TIPO.
007080     PERFORM 8500-GRAVA-EVENTO THRU 8500-GRAVA-EVENTO-EXIT.
007090     DISPLAY "OPERADM: OPERADOR " ALVO-ID " EXCLUIDO.".
007100 2500-EXCLUI-EXIT.
007110     EXIT.
007120
007130 2510-DESLOCA-PERFIL.
007140     MOVE OPE-REGISTRO (IND-OPE + 1) TO OPE-REGISTRO (IND-OPE).
007150 2510-DESLOCA-PERFIL-EXIT.
007151     EXIT.
007152
007153*****************************************************************
007154*    2520-REPOE-PERFIL : OPERFIL WAS NOT REWRITTEN - OPEN THE   *
007155*                       GAP AGAIN SO THE DELETED PROFILE GOES   *
007156*                       BACK WHERE IT WAS.                      *
007157*****************************************************************
007158 2520-REPOE-PERFIL.
007159     MOVE OPE-REGISTRO (IND-OPE - 1) TO OPE-REGISTRO (IND-OPE).
007160 2520-REPOE-PERFIL-EXIT.
007161     EXIT.
007170
007180*****************************************************************
007190*    2600-FORCA-TROCA : A TEMPORARY PASSWORD THAT THE OPERATOR  *
007200*                       MUST CHANGE AT THE NEXT SIGN-ON.  THE   *
007210*                       PROFILE STATUS IS NOT TOUCHED - A       *
007220*                       LOCKED-OUT PROFILE ALSO NEEDS R.        *
007230*****************************************************************
007240 2600-FORCA-TROCA.
007250     DISPLAY "Senha provisoria:".
007260     MOVE SPACES TO ENTRADA-SENHA.
007270     ACCEPT ENTRADA-SENHA.
007280     IF ENTRADA-SENHA = SPACES
007290         DISPLAY "OPERADM: SENHA EM BRANCO - NADA ALTERADO."
007300         GO TO 2600-FORCA-TROCA-EXIT
007310     END-IF.
007320     MOVE ENTRADA-SENHA TO PER-SENHA.
007330     MOVE DATA-SISTEMA TO PER-DATA-SENHA.
007340     MOVE "Y" TO PER-TROCA-SENHA.
007350     MOVE DATA-SISTEMA TO PER-DATA-ALTERACAO.
007360     PERFORM 8000-GRAVA-OPERFIL THRU 8000-GRAVA-OPERFIL-EXIT.
007362     IF NOT OPERFIL-GRAVADO
007364         GO TO 2600-FORCA-TROCA-EXIT
007366     END-IF.
007370     MOVE "TF" TO SEG-TIPO.
007380     MOVE "SENHA PROVISORIA A TROCAR" TO SEG-DETALHE.
007390     PERFORM 8500-GRAVA-EVENTO THRU 8500-GRAVA-EVENTO-EXIT.
007400     DISPLAY "OPERADM: TROCA DE SENHA EXIGIDA DE " ALVO-ID ".".
007410 2600-FORCA-TROCA-EXIT.
007420     EXIT.
007430
007440*****************************************************************
007450*    2700-LISTA-PERFIS : ONE CONSOLE LINE PER PROFILE - NEVER   *
007460*                        THE PASSWORD.                          *
007470*****************************************************************
007480 2700-LISTA-PERFIS.
007490     DISPLAY "ID       NOME                 NIV SITUACAO  "
007500         "SENHA EM VALID FALHAS TROCA".
007510     PERFORM 2710-LINHA-PERFIL THRU 2710-LINHA-PERFIL-EXIT
007520         VARYING IND-OPE FROM 1 BY 1
007530             UNTIL IND-OPE > QTD-OPERADORES.
007540     DISPLAY "OPERADM: " QTD-OPERADORES " PERFIS NO OPERFIL.".
007550 2700-LISTA-PERFIS-EXIT.
007560     EXIT.
007570
007580 2710-LINHA-PERFIL.
007590     MOVE OPE-REGISTRO (IND-OPE) TO PERFIL-OPERADOR.
007600     EVALUATE TRUE
007610         WHEN PER-SUSPENSO
007620             MOVE "SUSPENSO" TO SITUACAO-EDITADA
007630         WHEN PER-BLOQUEADO
007640             MOVE "BLOQUEADO" TO SITUACAO-EDITADA
007650         WHEN OTHER
007660             MOVE "ATIVO" TO SITUACAO-EDITADA
007670     END-EVALUATE.
007680     DISPLAY PER-ID " " PER-NOME " " PER-NIVEL "   "
007690         SITUACAO-EDITADA " " PER-DATA-SENHA " " PER-VALIDADE-DIAS
007700         "   " PER-FALHAS "     " PER-TROCA-SENHA.
007710 2710-LINHA-PERFIL-EXIT.
007720     EXIT.
007730
007740*****************************************************************
007750*    2900-ACEITA-VALIDADE : EXPIRY PERIOD IN DAYS, THREE        *
007760*                        DIGITS.  ENTER LEAVES IT BLANK FOR THE *
007770*                        CALLER TO DEFAULT OR KEEP.             *
007780*****************************************************************
007790 2900-ACEITA-VALIDADE.
007800     DISPLAY "Validade da senha em dias (3 DIGITOS, 000 = NAO "
007810         "EXPIRA, ENTER = PADRAO/MANTEM):".
007820     MOVE SPACES TO ENTRADA-VALIDADE.
007830     ACCEPT ENTRADA-VALIDADE.
007840 2900-ACEITA-VALIDADE-EXIT.
007850     EXIT.
007860
007870*****************************************************************
007880*    8000-GRAVA-OPERFIL : PUT THE PROFILE BACK IN THE TABLE     *
007890*                        (UNLESS IT WAS JUST DELETED) AND       *
007892*                        REWRITE OPERFIL FROM THE TABLE.  WHEN  *
007894*                        OPERFIL CANNOT BE OPENED THE TABLE     *
007896*                        ENTRY IS PUT BACK AS IT WAS AND        *
007898*                        OPERFIL-GRAVADO STAYS OFF; THE CALLER  *
007900*                        THEN UNDOES ANY INSERT OR DELETE AND   *
007902*                        WRITES NO EVENT.                       *
007910*****************************************************************
007920 8000-GRAVA-OPERFIL.
007925     MOVE "N" TO OPERFIL-GRAVADO-SW.
007930     IF IND-ACHADO > ZEROS
007935         MOVE OPE-REGISTRO (IND-ACHADO) TO PERFIL-ANTERIOR
007940         MOVE PERFIL-OPERADOR TO OPE-REGISTRO (IND-ACHADO)
007950     END-IF.
007960     OPEN OUTPUT OPERFIL-FILE.
007970     IF STATUS-OPERFIL NOT = "00"
007980         DISPLAY "OPERADM: OPERFIL NAO PODE SER ATUALIZADO "
007990             "(STATUS " STATUS-OPERFIL ") - NADA ALTERADO."
008000         MOVE 8 TO CODIGO-RETORNO
008002         IF IND-ACHADO > ZEROS
008004             MOVE PERFIL-ANTERIOR TO OPE-REGISTRO (IND-ACHADO)
008006         END-IF
008010         GO TO 8000-GRAVA-OPERFIL-EXIT
008020     END-IF.
008030     PERFORM 8010-GRAVA-PERFIL THRU 8010-GRAVA-PERFIL-EXIT
008040         VARYING IND-OPE FROM 1 BY 1
008050             UNTIL IND-OPE > QTD-OPERADORES.
008060     CLOSE OPERFIL-FILE.
008065     MOVE "Y" TO OPERFIL-GRAVADO-SW.
008070     IF AUTORIZADO
008080         ADD 1 TO QTD-ALTERACOES
008090     END-IF.
008100 8000-GRAVA-OPERFIL-EXIT.
008110     EXIT.
008120
008130 8010-GRAVA-PERFIL.
008140     WRITE OPERFIL-REGISTRO FROM OPE-REGISTRO (IND-OPE).
008150 8010-GRAVA-PERFIL-EXIT.
008160     EXIT.
008170
008180*****************************************************************
008190*    8500-GRAVA-EVENTO : APPEND ONE SECURITY EVENT TO SEGEVENT. *
008200*                        THE CALLER SETS SEG-TIPO AND           *
008210*                        SEG-DETALHE; THE PROFILE IS THE ONE    *
008220*                        BEING MAINTAINED, OR DURING THE        *
008230*                        IDENTIFICATION THE SENIOR'S OWN.       *
008240*****************************************************************
008250 8500-GRAVA-EVENTO.
008260     MOVE DATA-SISTEMA TO SEG-DATA.
008270     ACCEPT SEG-HORA FROM TIME.
008280     MOVE "OPERADM " TO SEG-PROGRAMA.
008290     MOVE OPERADOR-ATUAL TO SEG-OPERADOR.
008300     IF AUTORIZADO
008310         MOVE ALVO-ID TO SEG-PERFIL
008320     ELSE
008330         MOVE ENTRADA-ID TO SEG-PERFIL
008340     END-IF.
008350     OPEN EXTEND SEGEVENT-FILE.
008360     IF STATUS-SEGEVENT = "05" OR STATUS-SEGEVENT = "35"
008370         OPEN OUTPUT SEGEVENT-FILE
008380     END-IF.
008390     WRITE SEGEVENT-REGISTRO FROM EVENTO-SEGURANCA.
008400     CLOSE SEGEVENT-FILE.
008410 8500-GRAVA-EVENTO-EXIT.
008420     EXIT.
