000620*                     FLAG (CTL-FLAG-3) BEFORE EACH CARD IS      *
000630*                     WRITTEN, SO A DATE ALREADY CLEAN IN        *
000640*                     RUNHIST CAN BE RERUN FROM THE CONSOLE.     *
000642*    2026-09-18 ROS   OPERFIL WIDENED TO 60 BYTES (COPYBOOK     *
000644*                     OPERREC) WITH PROFILE STATUS, PASSWORD    *
000646*                     CHANGE DATE AND EXPIRY PERIOD, AND A      *
000648*                     FAILURE COUNT: FIVE FAILED SIGN-ONS IN A  *
000650*                     ROW LOCK THE PROFILE OUT, AND AN EXPIRED  *
000652*                     OR FORCED PASSWORD MUST BE CHANGED BEFORE *
000654*                     THE MENU IS SHOWN.  FAILED, REFUSED AND   *
000656*                     LOCKED-OUT SIGN-ONS AND PASSWORD CHANGES  *
000658*                     ARE WRITTEN TO SEGEVENT (COPYBOOK         *
000660*                     SEGREC).  SENIORS GET MENU OPTION 3, THE  *
000662*                     PROFILE MAINTENANCE PROGRAM OPERADM.      *
000663*    2026-10-15 ROS   A PROFILE UPDATE THAT CANNOT BE WRITTEN   *
000664*                     BACK TO OPERFIL NO LONGER GOES UNNOTICED: *
000665*                     A PASSWORD CHANGE NOT SAVED REFUSES THE   *
000666*                     SIGN-ON (EVENT 'AR' INSTEAD OF 'ST'), AND *
000667*                     A FAILURE OR LOCKOUT NOT SAVED IS LOGGED  *
000668*                     AS 'NAO GRAVADO' AND ENDS THE SESSION.    *
000669*                                                               *
000670*    OPERFIL     : ONE 60-BYTE RECORD PER OPERATOR, LAYOUT IN  *
000671*                  COPYBOOK OPERREC (COLS 01-37 ARE THE OLD     *
000672*                  LAYOUT: ID, PASSWORD, LEVEL, NAME).  THE     *
000673*                  WHOLE FILE IS READ AT EACH ATTEMPT AND       *
000674*                  REWRITTEN WHEN A PROFILE CHANGES.            *
000676*    SEGEVENT    : SECURITY EVENTS, COPYBOOK SEGREC, EXTENDED.  *
000690*                                                               *
000700*****************************************************************
000710 IDENTIFICATION DIVISION.
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS STATUS-OPERFIL.
000930
000932     SELECT SEGEVENT-FILE     ASSIGN TO SEGEVENT
000934         ORGANIZATION IS LINE SEQUENTIAL
000936         FILE STATUS IS STATUS-SEGEVENT.
000938
000940*****************************************************************
000950 DATA DIVISION.
000960 FILE SECTION.
000990 01  CTLCARD-REGISTRO            PIC X(42).
001000
001010 FD  OPERFIL-FILE
001014     RECORD CONTAINS 60 CHARACTERS.
001018 01  OPERFIL-REGISTRO            PIC X(60).
001022
001026 FD  SEGEVENT-FILE
001030     RECORD CONTAINS 72 CHARACTERS.
001034 01  SEGEVENT-REGISTRO           PIC X(72).
001040
001050*****************************************************************
001060 WORKING-STORAGE SECTION.
001080     88  OPCAO-TABUADA               VALUE "1".
001090     88  OPCAO-CONTADOR              VALUE "2".
001100     88  OPCAO-SAIR                  VALUE "0".
001106     88  OPCAO-OPERADORES            VALUE "3".
001112     88  OPCAO-VALIDA                VALUE "0" "1" "2" "3".
001120
001130 77  STATUS-CTLCARD              PIC X(02) VALUE SPACES.
001140
001210 77  RC-CHAMADA                  PIC 9(02) VALUE ZEROS.
001220 77  PROGRAMA-ESCOLHIDO          PIC X(08) VALUE SPACES.
001230
001240 COPY OPERREC.
001290
001300 77  STATUS-OPERFIL              PIC X(02) VALUE SPACES.
001310 77  FIM-OPERFIL-SW              PIC X(01) VALUE "N".
001320     88  FIM-OPERFIL                 VALUE "Y".
001321 77  OPERFIL-CARREGADO-SW        PIC X(01) VALUE "N".
001322     88  OPERFIL-CARREGADO           VALUE "Y".
001323 77  OPERFIL-EXCEDIDO-SW         PIC X(01) VALUE "N".
001324     88  OPERFIL-EXCEDIDO            VALUE "Y".
001325 77  MAX-OPERADORES              PIC 9(03) VALUE 100.
001326 77  QTD-OPERADORES              PIC 9(03) VALUE ZEROS.
001327 77  IND-OPE                     PIC 9(03) VALUE ZEROS.
001328 77  IND-ACHADO                  PIC 9(03) VALUE ZEROS.
001329 01  TABELA-OPERADORES.
001330     05  OPE-REGISTRO OCCURS 100 TIMES PIC X(60).
001331
001332 77  SIGNON-OK-SW                PIC X(01) VALUE "N".
001340     88  SIGNON-OK                   VALUE "Y".
001350 77  ACHOU-OPERADOR-SW           PIC X(01) VALUE "N".
001360     88  ACHOU-OPERADOR              VALUE "Y".
001420 77  NIVEL-ATUAL                 PIC X(01) VALUE SPACES.
001430     88  OPERADOR-SENIOR             VALUE "2".
001440 77  NOME-ATUAL                  PIC X(20) VALUE SPACES.
001441 77  LIMITE-FALHAS               PIC 9(02) VALUE 5.
001443 77  VALIDADE-PADRAO             PIC 9(03) VALUE 90.
001444 77  VALIDADE-EM-VIGOR           PIC 9(03) VALUE ZEROS.
001445 77  SENHA-EXPIRADA-SW           PIC X(01) VALUE "N".
001446     88  SENHA-EXPIRADA              VALUE "Y".
001447 77  SENHA-TROCADA-SW            PIC X(01) VALUE "N".
001448     88  SENHA-TROCADA               VALUE "Y".
001449 77  OPERFIL-GRAVADO-SW          PIC X(01) VALUE "N".
001450     88  OPERFIL-GRAVADO             VALUE "Y".
001451 77  TENTATIVAS-TROCA            PIC 9(02) VALUE ZEROS.
001452 77  NOVA-SENHA                  PIC X(08) VALUE SPACES.
001453 77  CONFIRMA-SENHA              PIC X(08) VALUE SPACES.
001454 77  DATA-SISTEMA                PIC X(08) VALUE SPACES.
001455 77  DATA-NUMERICA               PIC 9(08) VALUE ZEROS.
001456 77  DIAS-HOJE                   PIC 9(08) VALUE ZEROS.
001457 77  DIAS-SENHA                  PIC 9(08) VALUE ZEROS.
001458 77  IDADE-SENHA                 PIC S9(08) VALUE ZEROS.
001459 77  STATUS-SEGEVENT             PIC X(02) VALUE SPACES.
001460 77  RESPOSTA-RECONCIL           PIC X(01) VALUE SPACES.
001461     88  RECONCIL-SIM                VALUE "S" "Y".
001470 77  RESPOSTA-FORCAR             PIC X(01) VALUE SPACES.
001480     88  FORCAR-SIM                  VALUE "S" "Y".
001490
001580         10  SES-RC              PIC 9(02).
001590
001600 COPY CTLCARD.
001605 COPY SEGREC.
001610
001620*****************************************************************
001630 PROCEDURE DIVISION.
001870*                   PROFILE FILE - UP TO THREE ID/PASSWORD      *
001880*                   ATTEMPTS.  WITHOUT A GOOD SIGN-ON (OR       *
001890*                   WITHOUT OPERFIL AT ALL) NO MENU IS SHOWN.   *
001893*                   EVERY FAILED OR REFUSED ATTEMPT GOES TO     *
001896*                   SEGEVENT FOR THE SECURITY REVIEW.           *
001900*****************************************************************
001910 0500-SIGN-ON.
001915     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
001920     DISPLAY "========== OPSMENU - SIGN-ON ==========".
001930     PERFORM 0510-TENTA-SIGNON THRU 0510-TENTA-SIGNON-EXIT
001940         UNTIL SIGNON-OK
002020
002030*****************************************************************
002040*    0510-TENTA-SIGNON : ONE SIGN-ON ATTEMPT - ACCEPT ID AND    *
002043*                   PASSWORD AND LOOK THEM UP IN OPERFIL.  ONLY *
002046*                   AN ACTIVE PROFILE MAY SIGN ON; AN EXPIRED   *
002049*                   PASSWORD (OR ONE A SENIOR ORDERED CHANGED)  *
002052*                   MUST BE CHANGED BEFORE THE MENU IS SHOWN.   *
002055*                   A GOOD SIGN-ON CLEARS THE FAILURE COUNT.    *
002056*                   A NEW PASSWORD THAT CANNOT BE SAVED IN      *
002057*                   OPERFIL REFUSES THE SIGN-ON.                *
002060*****************************************************************
002070 0510-TENTA-SIGNON.
002080     DISPLAY "Identificacao do operador:".
002120     MOVE SPACES TO ENTRADA-SENHA.
002130     ACCEPT ENTRADA-SENHA.
002140     PERFORM 0520-BUSCA-OPERADOR THRU 0520-BUSCA-OPERADOR-EXIT.
002150     IF NOT OPERFIL-CARREGADO
002160         GO TO 0510-TENTA-SIGNON-EXIT
002170     END-IF.
002180     IF NOT ACHOU-OPERADOR
002210         ADD 1 TO TENTATIVAS-SIGNON
002220         DISPLAY "OPSMENU: OPERADOR OU SENHA INVALIDOS."
002222         MOVE "OD" TO SEG-TIPO
002224         MOVE "ID NAO CADASTRADO NO OPERFIL" TO SEG-DETALHE
002226         PERFORM 8500-GRAVA-EVENTO THRU 8500-GRAVA-EVENTO-EXIT
002228         GO TO 0510-TENTA-SIGNON-EXIT
002230     END-IF.
002231     IF NOT PER-ATIVO
002232         ADD 1 TO TENTATIVAS-SIGNON
002233         DISPLAY "OPSMENU: ACESSO RECUSADO - PROCURE UM OPERADOR "
002234             "SENIOR."
002235         MOVE "AR" TO SEG-TIPO
002236         IF PER-SUSPENSO
002237             MOVE "PERFIL SUSPENSO" TO SEG-DETALHE
002238         ELSE
002239             MOVE "PERFIL BLOQUEADO" TO SEG-DETALHE
002240         END-IF
002241         PERFORM 8500-GRAVA-EVENTO THRU 8500-GRAVA-EVENTO-EXIT
002242         GO TO 0510-TENTA-SIGNON-EXIT
002243     END-IF.
002244     IF PER-SENHA NOT = ENTRADA-SENHA
002245         PERFORM 0550-REGISTRA-FALHA THRU 0550-REGISTRA-FALHA-EXIT
002246         GO TO 0510-TENTA-SIGNON-EXIT
002247     END-IF.
002248     MOVE "N" TO SENHA-TROCADA-SW.
002249     PERFORM 0560-VERIFICA-VALIDADE
002250         THRU 0560-VERIFICA-VALIDADE-EXIT.
002251     IF SENHA-EXPIRADA
002252         PERFORM 0570-TROCA-SENHA THRU 0570-TROCA-SENHA-EXIT
002253         IF NOT SENHA-TROCADA
002254             MOVE TENTATIVAS-MAX-SIGNON TO TENTATIVAS-SIGNON
002255             GO TO 0510-TENTA-SIGNON-EXIT
002256         END-IF
002257     END-IF.
002258     IF PER-FALHAS NOT = ZEROS OR SENHA-TROCADA
002259         MOVE ZEROS TO PER-FALHAS
002260         PERFORM 0590-GRAVA-OPERFIL THRU 0590-GRAVA-OPERFIL-EXIT
002261     END-IF.
002262     IF SENHA-TROCADA
002263         PERFORM 0578-REGISTRA-TROCA THRU 0578-REGISTRA-TROCA-EXIT
002264         IF NOT OPERFIL-GRAVADO
002265             MOVE TENTATIVAS-MAX-SIGNON TO TENTATIVAS-SIGNON
002266             GO TO 0510-TENTA-SIGNON-EXIT
002267         END-IF
002268     END-IF.
002269     MOVE "Y" TO SIGNON-OK-SW.
002270     MOVE PER-ID TO OPERADOR-ATUAL.
002271     MOVE PER-NIVEL TO NIVEL-ATUAL.
002272     MOVE PER-NOME TO NOME-ATUAL.
002273 0510-TENTA-SIGNON-EXIT.
002274     EXIT.
002275
002276*****************************************************************
002278*    0520-BUSCA-OPERADOR : LOAD OPERFIL AND SEARCH IT FOR THE   *
002286*                   ID ENTERED.  THE MATCHING PROFILE IS LEFT   *
002294*                   IN PERFIL-OPERADOR AND ITS POSITION IN      *
002302*                   IND-ACHADO, SO IT CAN BE WRITTEN BACK.      *
002310*****************************************************************
002320 0520-BUSCA-OPERADOR.
002330     MOVE "N" TO ACHOU-OPERADOR-SW.
002331     PERFORM 0580-CARREGA-OPERFIL THRU 0580-CARREGA-OPERFIL-EXIT.
002332     IF NOT OPERFIL-CARREGADO
002333         MOVE TENTATIVAS-MAX-SIGNON TO TENTATIVAS-SIGNON
002334         GO TO 0520-BUSCA-OPERADOR-EXIT
002335     END-IF.
002336     PERFORM 0540-COMPARA-PERFIL THRU 0540-COMPARA-PERFIL-EXIT
002337         VARYING IND-OPE FROM 1 BY 1
002338             UNTIL IND-OPE > QTD-OPERADORES OR ACHOU-OPERADOR.
002339 0520-BUSCA-OPERADOR-EXIT.
002340     EXIT.
002341
002342 0530-LE-PERFIL.
002343     READ OPERFIL-FILE
002344         AT END
002345             MOVE "Y" TO FIM-OPERFIL-SW
002346     END-READ.
002347     IF FIM-OPERFIL
002348         GO TO 0530-LE-PERFIL-EXIT
002349     END-IF.
002350     IF QTD-OPERADORES >= MAX-OPERADORES
002351         MOVE "Y" TO OPERFIL-EXCEDIDO-SW
002352         GO TO 0530-LE-PERFIL-EXIT
002353     END-IF.
002354     ADD 1 TO QTD-OPERADORES.
002355     MOVE OPERFIL-REGISTRO TO OPE-REGISTRO (QTD-OPERADORES).
002356 0530-LE-PERFIL-EXIT.
002357     EXIT.
002358
002359 0540-COMPARA-PERFIL.
002360     MOVE OPE-REGISTRO (IND-OPE) TO PERFIL-OPERADOR.
002361     IF PER-ID = ENTRADA-ID
002362         MOVE "Y" TO ACHOU-OPERADOR-SW
002363         MOVE IND-OPE TO IND-ACHADO
002364     END-IF.
002365 0540-COMPARA-PERFIL-EXIT.
002366     EXIT.
002367
002368*****************************************************************
002369*    0550-REGISTRA-FALHA : WRONG PASSWORD FOR A KNOWN PROFILE.  *
002370*                   THE FAILURE COUNT IS KEPT IN THE PROFILE    *
002371*                   ACROSS SESSIONS; AT THE LIMIT THE PROFILE   *
002372*                   IS LOCKED OUT UNTIL A SENIOR REACTIVATES IT *
002373*                   WITH OPERADM, AND THE SESSION ENDS.  A      *
002374*                   COUNT OR LOCKOUT THAT CANNOT BE SAVED IS    *
002375*                   LOGGED 'NAO GRAVADO' AND ALSO ENDS IT.      *
002376*****************************************************************
002377 0550-REGISTRA-FALHA.
002378     ADD 1 TO TENTATIVAS-SIGNON.
002379     DISPLAY "OPSMENU: OPERADOR OU SENHA INVALIDOS.".
002380     IF PER-FALHAS IS NOT NUMERIC
002381         MOVE ZEROS TO PER-FALHAS
002382     END-IF.
002383     ADD 1 TO PER-FALHAS.
002384     MOVE SPACES TO SEG-DETALHE.
002385     IF PER-FALHAS >= LIMITE-FALHAS
002386         MOVE "B" TO PER-SITUACAO
002387         MOVE "BQ" TO SEG-TIPO
002388         STRING "BLOQUEADO APOS "   DELIMITED BY SIZE
002389                PER-FALHAS          DELIMITED BY SIZE
002390                " FALHAS"           DELIMITED BY SIZE
002391             INTO SEG-DETALHE
002392         END-STRING
002393         DISPLAY "OPSMENU: OPERADOR BLOQUEADO APOS FALHAS "
002394             "REPETIDAS - PROCURE UM OPERADOR SENIOR."
002395         MOVE TENTATIVAS-MAX-SIGNON TO TENTATIVAS-SIGNON
002396     ELSE
002397         MOVE "FS" TO SEG-TIPO
002398         STRING "SENHA INVALIDA - FALHA "  DELIMITED BY SIZE
002399                PER-FALHAS                 DELIMITED BY SIZE
002400             INTO SEG-DETALHE
002401         END-STRING
002402     END-IF.
002403     PERFORM 0590-GRAVA-OPERFIL THRU 0590-GRAVA-OPERFIL-EXIT.
002404     IF NOT OPERFIL-GRAVADO
002405         MOVE SPACES TO SEG-DETALHE
002406         IF SEG-BLOQUEIO
002407             STRING "BLOQUEIO NAO GRAVADO, FALHA "
002408                                        DELIMITED BY SIZE
002409                    PER-FALHAS          DELIMITED BY SIZE
002410                 INTO SEG-DETALHE
002411             END-STRING
002412         ELSE
002413             MOVE "SENHA INVALIDA - NAO GRAVADO" TO SEG-DETALHE
002414         END-IF
002415         DISPLAY "OPSMENU: FALHA NAO REGISTRADA NO OPERFIL - "
002416             "SESSAO ENCERRADA."
002417         MOVE TENTATIVAS-MAX-SIGNON TO TENTATIVAS-SIGNON
002418     END-IF.
002419     PERFORM 8500-GRAVA-EVENTO THRU 8500-GRAVA-EVENTO-EXIT.
002420 0550-REGISTRA-FALHA-EXIT.
002421     EXIT.
002422
002423*****************************************************************
002424*    0560-VERIFICA-VALIDADE : THE PASSWORD MUST BE CHANGED WHEN *
002425*                   A SENIOR FORCED IT, WHEN NO CHANGE DATE IS  *
002426*                   ON THE PROFILE, OR WHEN IT IS OLDER THAN    *
002427*                   THE PROFILE'S EXPIRY PERIOD (ZERO = NEVER). *
002428*****************************************************************
002429 0560-VERIFICA-VALIDADE.
002430     MOVE "N" TO SENHA-EXPIRADA-SW.
002431     IF PER-TROCA-OBRIGATORIA OR PER-DATA-SENHA IS NOT NUMERIC
002432         MOVE "Y" TO SENHA-EXPIRADA-SW
002433         GO TO 0560-VERIFICA-VALIDADE-EXIT
002434     END-IF.
002435     IF PER-VALIDADE-DIAS IS NUMERIC
002436         MOVE PER-VALIDADE-DIAS TO VALIDADE-EM-VIGOR
002437     ELSE
002438         MOVE VALIDADE-PADRAO TO VALIDADE-EM-VIGOR
002439     END-IF.
002440     IF VALIDADE-EM-VIGOR = ZEROS
002441         GO TO 0560-VERIFICA-VALIDADE-EXIT
002442     END-IF.
002443     MOVE DATA-SISTEMA TO DATA-NUMERICA.
002444     COMPUTE DIAS-HOJE = FUNCTION INTEGER-OF-DATE (DATA-NUMERICA).
002445     MOVE PER-DATA-SENHA TO DATA-NUMERICA.
002446     COMPUTE DIAS-SENHA =
002447         FUNCTION INTEGER-OF-DATE (DATA-NUMERICA).
002448     COMPUTE IDADE-SENHA = DIAS-HOJE - DIAS-SENHA.
002449     IF IDADE-SENHA >= VALIDADE-EM-VIGOR
002450         MOVE "Y" TO SENHA-EXPIRADA-SW
002451     END-IF.
002452 0560-VERIFICA-VALIDADE-EXIT.
002453     EXIT.
002454
002455*****************************************************************
002456*    0570-TROCA-SENHA : THE OPERATOR CHOOSES A NEW PASSWORD     *
002457*                   (KEYED TWICE, NOT BLANK, NOT THE CURRENT    *
002458*                   ONE) IN UP TO THREE TRIES.  WITHOUT IT THE  *
002459*                   SIGN-ON IS REFUSED.  A NEW PASSWORD IS      *
002460*                   LOGGED BY 0578 ONCE OPERFIL HAS BEEN        *
002461*                   REWRITTEN.                                  *
002462*****************************************************************
002463 0570-TROCA-SENHA.
002464     DISPLAY "OPSMENU: SENHA EXPIRADA OU TROCA EXIGIDA - "
002465         "ESCOLHA UMA NOVA SENHA.".
002466     MOVE ZEROS TO TENTATIVAS-TROCA.
002467     PERFORM 0575-ACEITA-NOVA-SENHA
002468         THRU 0575-ACEITA-NOVA-SENHA-EXIT
002469         UNTIL SENHA-TROCADA
002470             OR TENTATIVAS-TROCA >= TENTATIVAS-MAX-SIGNON.
002471     IF SENHA-TROCADA
002472         MOVE NOVA-SENHA TO PER-SENHA
002473         MOVE DATA-SISTEMA TO PER-DATA-SENHA
002474         MOVE "N" TO PER-TROCA-SENHA
002475         IF PER-VALIDADE-DIAS IS NOT NUMERIC
002476             MOVE VALIDADE-PADRAO TO PER-VALIDADE-DIAS
002477         END-IF
002478         GO TO 0570-TROCA-SENHA-EXIT
002479     END-IF.
002480     MOVE "AR" TO SEG-TIPO.
002481     MOVE "SENHA EXPIRADA E NAO TROCADA" TO SEG-DETALHE.
002482     DISPLAY "OPSMENU: SENHA NAO ALTERADA - ACESSO RECUSADO.".
002483     PERFORM 8500-GRAVA-EVENTO THRU 8500-GRAVA-EVENTO-EXIT.
002484 0570-TROCA-SENHA-EXIT.
002485     EXIT.
002486
002487 0575-ACEITA-NOVA-SENHA.
002488     ADD 1 TO TENTATIVAS-TROCA.
002489     DISPLAY "Nova senha:".
002490     MOVE SPACES TO NOVA-SENHA.
002491     ACCEPT NOVA-SENHA.
002492     DISPLAY "Repita a nova senha:".
002493     MOVE SPACES TO CONFIRMA-SENHA.
002494     ACCEPT CONFIRMA-SENHA.
002495     IF NOVA-SENHA = SPACES
002496         DISPLAY "OPSMENU: A SENHA NAO PODE FICAR EM BRANCO."
002497         GO TO 0575-ACEITA-NOVA-SENHA-EXIT
002498     END-IF.
002499     IF NOVA-SENHA = PER-SENHA
002500         DISPLAY "OPSMENU: A NOVA SENHA DEVE SER DIFERENTE DA "
002501             "ATUAL."
002502         GO TO 0575-ACEITA-NOVA-SENHA-EXIT
002503     END-IF.
002504     IF NOVA-SENHA NOT = CONFIRMA-SENHA
002505         DISPLAY "OPSMENU: AS DUAS SENHAS NAO CONFEREM."
002506         GO TO 0575-ACEITA-NOVA-SENHA-EXIT
002507     END-IF.
002508     MOVE "Y" TO SENHA-TROCADA-SW.
002509 0575-ACEITA-NOVA-SENHA-EXIT.
002510     EXIT.
002511
002512*****************************************************************
002513*    0578-REGISTRA-TROCA : A NEW PASSWORD COUNTS ONLY ONCE THE  *
002514*                   PROFILE IS BACK IN OPERFIL - EVENT 'ST'.    *
002515*                   IF THE REWRITE FAILED THE OLD PASSWORD IS   *
002516*                   STILL THE ONE ON FILE, SO THE SIGN-ON IS    *
002517*                   REFUSED - EVENT 'AR'.                       *
002518*****************************************************************
002519 0578-REGISTRA-TROCA.
002520     IF OPERFIL-GRAVADO
002521         MOVE "ST" TO SEG-TIPO
002522         MOVE "SENHA TROCADA NO SIGN-ON" TO SEG-DETALHE
002523         DISPLAY "OPSMENU: SENHA ALTERADA."
002524     ELSE
002525         MOVE "AR" TO SEG-TIPO
002526         MOVE "SENHA NAO GRAVADA NO OPERFIL" TO SEG-DETALHE
002527         DISPLAY "OPSMENU: SENHA NAO GRAVADA - ACESSO RECUSADO."
002528     END-IF.
002529     PERFORM 8500-GRAVA-EVENTO THRU 8500-GRAVA-EVENTO-EXIT.
002530 0578-REGISTRA-TROCA-EXIT.
002531     EXIT.
002532
002533*****************************************************************
002534*    0580-CARREGA-OPERFIL : READ THE WHOLE PROFILE FILE INTO    *
002535*                   TABELA-OPERADORES.  A FILE LARGER THAN THE  *
002536*                   TABLE IS NOT USED, SO A LATER REWRITE CAN   *
002537*                   NEVER DROP PROFILES.                        *
002538*****************************************************************
002539 0580-CARREGA-OPERFIL.
002540     MOVE "N" TO OPERFIL-CARREGADO-SW.
002541     MOVE "N" TO OPERFIL-EXCEDIDO-SW.
002542     MOVE "N" TO FIM-OPERFIL-SW.
002543     MOVE ZEROS TO QTD-OPERADORES.
002544     OPEN INPUT OPERFIL-FILE.
002545     IF STATUS-OPERFIL NOT = "00"
002546         DISPLAY "OPSMENU: OPERFIL INDISPONIVEL (STATUS "
002547             STATUS-OPERFIL ") - SIGN-ON IMPOSSIVEL."
002548         GO TO 0580-CARREGA-OPERFIL-EXIT
002549     END-IF.
002550     PERFORM 0530-LE-PERFIL THRU 0530-LE-PERFIL-EXIT
002551         UNTIL FIM-OPERFIL.
002552     CLOSE OPERFIL-FILE.
002553     IF OPERFIL-EXCEDIDO
002554         DISPLAY "OPSMENU: OPERFIL COM MAIS DE " MAX-OPERADORES
002555             " PERFIS - SIGN-ON IMPOSSIVEL."
002556         GO TO 0580-CARREGA-OPERFIL-EXIT
002557     END-IF.
002558     MOVE "Y" TO OPERFIL-CARREGADO-SW.
002559 0580-CARREGA-OPERFIL-EXIT.
002560     EXIT.
002561
002562*****************************************************************
002563*    0590-GRAVA-OPERFIL : PUT THE UPDATED PROFILE BACK IN THE   *
002564*                   TABLE AND REWRITE OPERFIL FROM IT.          *
002565*                   OPERFIL-GRAVADO TELLS THE CALLER WHETHER    *
002566*                   THE FILE WAS REWRITTEN.                     *
002567*****************************************************************
002568 0590-GRAVA-OPERFIL.
002569     MOVE "N" TO OPERFIL-GRAVADO-SW.
002570     MOVE PERFIL-OPERADOR TO OPE-REGISTRO (IND-ACHADO).
002571     OPEN OUTPUT OPERFIL-FILE.
002572     IF STATUS-OPERFIL NOT = "00"
002573         DISPLAY "OPSMENU: OPERFIL NAO PODE SER ATUALIZADO "
002574             "(STATUS " STATUS-OPERFIL ")."
002575         GO TO 0590-GRAVA-OPERFIL-EXIT
002576     END-IF.
002577     PERFORM 0595-GRAVA-PERFIL THRU 0595-GRAVA-PERFIL-EXIT
002578         VARYING IND-OPE FROM 1 BY 1
002579             UNTIL IND-OPE > QTD-OPERADORES.
002580     CLOSE OPERFIL-FILE.
002581     MOVE "Y" TO OPERFIL-GRAVADO-SW.
002582 0590-GRAVA-OPERFIL-EXIT.
002583     EXIT.
002584
002585 0595-GRAVA-PERFIL.
002586     WRITE OPERFIL-REGISTRO FROM OPE-REGISTRO (IND-OPE).
002590 0595-GRAVA-PERFIL-EXIT.
002640     EXIT.
002650
002660*****************************************************************
002850             PERFORM 2100-PREPARA-CARTAO-CONTADOR
002860                 THRU 2100-PREPARA-CARTAO-CONTADOR-EXIT
002870             MOVE "CONTADOR" TO PROGRAMA-ESCOLHIDO
002871             PERFORM 1600-CHAMA-UTILITARIO
002872                 THRU 1600-CHAMA-UTILITARIO-EXIT
002873         WHEN OPCAO-OPERADORES
002874             PERFORM 2200-PREPARA-CARTAO-OPERADM
002875                 THRU 2200-PREPARA-CARTAO-OPERADM-EXIT
002876             MOVE "OPERADM " TO PROGRAMA-ESCOLHIDO
002880             PERFORM 1600-CHAMA-UTILITARIO
002890                 THRU 1600-CHAMA-UTILITARIO-EXIT
002900         WHEN OPCAO-SAIR
003610     DISPLAY "========== OPSMENU - UTILITARIOS ===========".
003620     DISPLAY "  1 - TABUADA  (TABELA DE MULTIPLICAR)".
003630     DISPLAY "  2 - CONTADOR (CONTAGEM COM CHECKPOINT)".
003632     IF OPERADOR-SENIOR
003634         DISPLAY "  3 - OPERADORES (PERFIS DE ACESSO)"
003636     END-IF.
003640     DISPLAY "  0 - SAIR".
003650     DISPLAY "=============================================".
003660     MOVE SPACES TO OPCAO.
003670     ACCEPT OPCAO.
003672     IF OPCAO-OPERADORES AND NOT OPERADOR-SENIOR
003674         MOVE SPACES TO OPCAO
003676     END-IF.
003680     IF NOT OPCAO-VALIDA
003690         DISPLAY "OPSMENU: OPCAO INVALIDA - TENTE NOVAMENTE."
003700     END-IF.
004370         THRU 2070-PERGUNTA-FORCAR-EXIT.
004380     PERFORM 3000-GRAVA-CARTAO THRU 3000-GRAVA-CARTAO-EXIT.
004390 2100-PREPARA-CARTAO-CONTADOR-EXIT.
004391     EXIT.
004392
004393*****************************************************************
004394*    2200-PREPARA-CARTAO-OPERADM : CARD FOR THE PROFILE         *
004395*                      MAINTENANCE PROGRAM (SENIORS ONLY).  IT  *
004396*                      CARRIES ONLY THE SIGNED-ON ID IN         *
004397*                      CTL-OPERATOR; OPERADM ASKS FOR THE       *
004398*                      PASSWORD AGAIN BEFORE ANY CHANGE.        *
004399*****************************************************************
004400 2200-PREPARA-CARTAO-OPERADM.
004401     MOVE SPACES TO CTL-CARD.
004402     MOVE "OPERADM " TO CTL-PROGRAM-NAME.
004403     MOVE "I"        TO CTL-MODE.
004404     MOVE ZEROS      TO CTL-PARM-1 CTL-PARM-2.
004405     MOVE "N"        TO CTL-FLAG-1 CTL-FLAG-2 CTL-FLAG-3.
004406     MOVE SPACES     TO CTL-RUN-DATE.
004407     MOVE OPERADOR-ATUAL TO CTL-OPERATOR.
004408     PERFORM 3000-GRAVA-CARTAO THRU 3000-GRAVA-CARTAO-EXIT.
004409 2200-PREPARA-CARTAO-OPERADM-EXIT.
004410     EXIT.
004411
004420*****************************************************************
004430*    2050-ACEITA-NUMERO : ACCEPTS ONE NUMERIC FIELD FOR THE      *
004440*                     CONTROL CARD, REJECTING NON-NUMERIC INPUT  *
005180     CLOSE CTLCARD-FILE.
005190 3000-GRAVA-CARTAO-EXIT.
005200     EXIT.
005210
005220*****************************************************************
005230*    8500-GRAVA-EVENTO : APPEND ONE SECURITY EVENT TO SEGEVENT. *
005240*                        THE CALLER SETS SEG-TIPO AND           *
005250*                        SEG-DETALHE; THE EVENT IS ABOUT THE ID *
005260*                        KEYED AT THE SIGN-ON.                  *
005270*****************************************************************
005280 8500-GRAVA-EVENTO.
005290     MOVE DATA-SISTEMA TO SEG-DATA.
005300     ACCEPT SEG-HORA FROM TIME.
005310     MOVE "OPSMENU " TO SEG-PROGRAMA.
005320     MOVE ENTRADA-ID TO SEG-OPERADOR.
005330     MOVE ENTRADA-ID TO SEG-PERFIL.
005340     OPEN EXTEND SEGEVENT-FILE.
005350     IF STATUS-SEGEVENT = "05" OR STATUS-SEGEVENT = "35"
005360         OPEN OUTPUT SEGEVENT-FILE
005370     END-IF.
005380     WRITE SEGEVENT-REGISTRO FROM EVENTO-SEGURANCA.
005390     CLOSE SEGEVENT-FILE.
005400 8500-GRAVA-EVENTO-EXIT.
005410     EXIT.
