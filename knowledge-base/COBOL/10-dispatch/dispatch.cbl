000060*    DATE-WRITTEN: 2026-08-05                                   *
000070*                                                               *
000080*    DESCRIPTION : MULTI-STEP JOB-STREAM DRIVER.  READS A WHOLE *
000088*                  STACK OF STEP CARDS (COPYBOOK STEPCARD) FROM *
000096*                  CARDSTK AND ROUTES EACH CARD, IN ORDER, TO   *
000104*                  THE PROGRAM IT NAMES, SO THE WHOLE NIGHT -   *
000112*                  TABUADA, CONTADOR, CSVVERIF, TABLOAD,        *
000119*                  CONCILIA, TABVAR, RECICLA, CHKMON, SLAMON,   *
000124*                  ALERTRPT, SEGRPT, REMESSA, TABARQ, RESMENS,  *
000129*                  RESEST AND LOGARCH - NEEDS A SINGLE          *
000134*                  SUBMISSION.                                  *
000140*                                                               *
000146*                  COLUMNS 01-42 OF EACH STEP CARD (THE CALLED  *
000152*                  PROGRAM'S OWN CONTROL CARD) ARE REWRITTEN TO *
000158*                  SYSIN BEFORE THE CALL (SAME MECHANISM        *
000164*                  OPSMENU USES), SO THE CALLED PROGRAM FINDS   *
000170*                  ITS OWN CARD THERE.                          *
000180*                                                               *
000184*    STEP CONDITIONS : COLUMNS 43-55 OF EACH CARD SAY WHEN THE  *
000188*                  STEP RUNS (SEE STEPCARD):                    *
000192*                    ' '  ONLY WHILE NO EARLIER STEP FAILED     *
000196*                    'A'  ALWAYS, EVEN AFTER A FAILURE          *
000200*                    'R'  ONLY WHEN AN EARLIER STEP'S RC PASSES *
000204*                         THE TEST ON THE CARD, E.G.            *
000208*                         'RCSVVERIFEQ00' - TABLOAD RUNS ONLY   *
000212*                         IF CSVVERIF ENDED RC 0                *
000216*                    'E'  ONLY AFTER AN EARLIER STEP FAILED     *
000220*                  A FAILURE IS A STEP ENDING WITH RETURN-CODE  *
000223*                  8 OR HIGHER (THE THRESHOLD IS PARAMETER      *
000226*                  RC-FALHA IN THE CENTRAL PARAMETER TABLE, 8   *
000229*                  WHEN NO ENTRY IS IN FORCE), OR A STEP        *
000232*                  DISPATCH ITSELF REFUSES (UNKNOWN PROGRAM OR  *
000235*                  INVALID CONDITION).  A STEP WHOSE CONDITION  *
000238*                  IS NOT MET IS PASSED OVER AND LOGGED; THE    *
000241*                  DECK IS ALWAYS READ TO THE END.  A STEP      *
000242*                  PASSED OVER BY A RESUMPTION KEEPS THE        *
000243*                  RETURN-CODE (OR THE 'NOT EXECUTED') IT HAD   *
000244*                  BEFORE THE INTERRUPTION, SAVED IN DSPCHKPT;  *
000245*                  AN 'R' CONDITION ON A SKIPPED STEP WHOSE     *
000246*                  RETURN-CODE THE CHECKPOINT DOES NOT HOLD IS  *
000247*                  REFUSED.                                     *
000250*                                                               *
000260*    RUN LOG     : ONE RUNLOG ENTRY PER STEP (PROGRAM CALLED    *
000270*                  AND ITS RETURN-CODE) PLUS AN END-OF-STREAM   *
000880*                     REJECTION.  THE STALE CHECKPOINT IS       *
000890*                     CLEARED SO THE NEXT SUBMISSION RUNS FROM  *
000900*                     THE TOP; EXPDATE IS STILL NOT ADVANCED.   *
000901*    2026-09-08 ROS   EVERY PROGRAM OF THE NIGHT CAN NOW BE A   *
000902*                     STEP, AND EACH STEP CARD CARRIES ITS OWN  *
000903*                     RUN CONDITION (ALWAYS / NO EARLIER        *
000904*                     FAILURE / RC TEST ON AN EARLIER STEP /    *
000905*                     ONLY AFTER A FAILURE).  CARDSTK GREW TO   *
000906*                     80 BYTES (COPYBOOK STEPCARD) AND THE      *
000907*                     CONTINUE/STOP SWITCH OF THE OPTION CARD   *
000908*                     IS RETIRED - AN OPTION CARD STILL IN THE  *
000909*                     DECK IS IGNORED.  THE CHECKPOINT STOPS    *
000910*                     AT THE FIRST FAILED STEP AS BEFORE.       *
000912*    2026-09-11 ROS   THE SLA MONITOR SLAMON CAN RUN AS A STEP  *
000914*                     (BEFORE ALERTRPT, SO ITS ALERTS REACH THE *
000916*                     MORNING DIGEST).                          *
000918*    2026-09-15 ROS   THE END-OF-DAY BALANCING PROGRAM CONCILIA *
000920*                     CAN RUN AS A STEP (AFTER TABLOAD, BEFORE  *
000922*                     RECICLA REPLACES NUMEROS AND NUMREJ).     *
000923*    2026-09-18 ROS   THE SECURITY REPORT SEGRPT CAN RUN AS A   *
000924*                     STEP.                                     *
000925*    2026-09-22 ROS   THE OUTBOUND INTERFACE EXTRACT REMESSA    *
000926*                     CAN RUN AS A STEP.                        *
000928*    2026-09-25 ROS   THE TABOUT REPORT ARCHIVE TABARQ CAN RUN  *
000930*                     AS A STEP (AFTER TABUADA).                *
000931*    2026-09-29 ROS   THE RETURN-CODE THAT FAILS A STEP NOW     *
000932*                     COMES FROM THE CENTRAL PARAMETER TABLE    *
000933*                     (PARMCHK, NAME RC-FALHA) FOR THE          *
000934*                     BUSINESS DATE, 8 WHEN NO ENTRY IS IN      *
000935*                     FORCE.  A STEP DISPATCH REFUSES ITSELF    *
000936*                     ALWAYS COUNTS AS A FAILURE, WHATEVER THE  *
000937*                     THRESHOLD.                                *
000938*    2026-10-07 ROS   THE RESMAST MONTH-END ROLL-UP AND PURGE   *
000939*                     RESMENS AND THE MONTHLY STATISTICS REPORT *
000940*                     RESEST CAN RUN AS STEPS.                  *
000941*    2026-10-15 ROS   DSPCHKPT NOW ALSO KEEPS, AFTER THE STEP   *
000942*                     COUNT, ONE RECORD PER COMPLETED STEP WITH *
000943*                     ITS RETURN-CODE (OR 'NOT EXECUTED'), AND  *
000944*                     A RESUMPTION RELOADS THEM, SO AN 'R'      *
000945*                     CONDITION TESTS THE SAME RETURN-CODE AS   *
000946*                     IN THE INTERRUPTED RUN INSTEAD OF AN      *
000947*                     ASSUMED RC 0.  A SKIPPED STEP WITHOUT A   *
000948*                     SAVED RETURN-CODE (CHECKPOINT OF AN       *
000949*                     EARLIER RELEASE) CANNOT BE TESTED, AND AN *
000950*                     'R' CONDITION NAMING IT IS REFUSED.       *
000951*                                                               *
000952*****************************************************************
000953 IDENTIFICATION DIVISION.
000954 PROGRAM-ID.                  DISPATCH.
000955 AUTHOR.                      R. OLIVEIRA SILVA.
000960 INSTALLATION.                PORTFOLIO BATCH UTILITIES.
000970 DATE-WRITTEN.                2026-08-05.
000980 DATE-COMPILED.
001330 DATA DIVISION.
001340 FILE SECTION.
001350 FD  CARDSTK-FILE
001360     RECORD CONTAINS 80 CHARACTERS.
001370 01  CARDSTK-REGISTRO            PIC X(80).
001380
001390 FD  CTLCARD-FILE
001400     RECORD CONTAINS 42 CHARACTERS.
001510 FD  DSPCHKPT-FILE
001520     RECORD CONTAINS 7 CHARACTERS.
001530 01  DSPCHKPT-REGISTRO           PIC 9(07).
001531 01  DSPCHKPT-PASSO.
001532     05  DCK-SITUACAO            PIC X(01).
001533         88  DCK-SITUACAO-VALIDA     VALUE "E" "N" "D".
001534     05  DCK-RC                  PIC 9(02).
001535     05  FILLER                  PIC X(04).
001540
001550 FD  ALERTAS-FILE
001560     RECORD CONTAINS 66 CHARACTERS.
001580
001590*****************************************************************
001600 WORKING-STORAGE SECTION.
001610     COPY STEPCARD.
001620     COPY LOGREC.
001630     COPY DATAPRM.
001640     COPY ALERTREC.
001645     COPY PARMPRM.
001650
001660 77  STATUS-CARDSTK              PIC X(02) VALUE SPACES.
001670 77  STATUS-CTLCARD              PIC X(02) VALUE SPACES.
001760     88  FIM-CARDSTK                 VALUE "Y".
001770 77  INTERROMPIDO-SW             PIC X(01) VALUE "N".
001780     88  INTERROMPIDO                VALUE "Y".
001786 77  EXECUTA-PASSO-SW            PIC X(01) VALUE "N".
001792     88  EXECUTA-PASSO               VALUE "Y".
001798 77  CONDICAO-INVALIDA-SW        PIC X(01) VALUE "N".
001804     88  CONDICAO-INVALIDA           VALUE "Y".
001806 77  PASSO-RECUSADO-SW           PIC X(01) VALUE "N".
001808     88  PASSO-RECUSADO              VALUE "Y".
001810
001820 77  PROGRAMA-CHAMADO            PIC X(08) VALUE SPACES.
001821     88  PROGRAMA-DA-SUITE           VALUE "TABUADA " "CONTADOR"
001822                                           "CSVVERIF" "TABLOAD "
001823                                           "TABVAR  " "RECICLA "
001824                                           "CHKMON  " "ALERTRPT"
001826                                           "LOGARCH " "SLAMON  "
001827                                           "CONCILIA" "SEGRPT  "
001828                                           "REMESSA " "TABARQ  "
001829                                           "RESMENS " "RESEST  ".
001830 77  RC-PASSO                    PIC 9(02) VALUE ZEROS.
001840 77  RC-MAIOR                    PIC 9(02) VALUE ZEROS.
001850 77  RC-EDITADO                  PIC 9(02) VALUE ZEROS.
001855 77  RC-FALHA                    PIC 9(02) VALUE 8.
001860
001870 77  QTD-PASSOS                  PIC 9(07) VALUE ZEROS.
001880 77  STATUS-DSPCHKPT             PIC X(02) VALUE SPACES.
001940 77  QTD-ERROS                   PIC 9(07) VALUE ZEROS.
001950 77  QTD-ERROS-ED                PIC 9(02) VALUE ZEROS.
001960 77  PASSO-EDITADO               PIC 9(02) VALUE ZEROS.
001961 77  PASSO-FALHA                 PIC 9(07) VALUE ZEROS.
001962 77  QTD-NAO-EXECUTADOS          PIC 9(07) VALUE ZEROS.
001963
001964 77  MAX-PASSOS-RC               PIC 9(03) VALUE 100.
001965 77  QTD-PASSOS-RC               PIC 9(03) VALUE ZEROS.
001966 77  IND-RC                      PIC 9(03) VALUE ZEROS.
001967 77  IND-ACHADO                  PIC 9(03) VALUE ZEROS.
001968 77  RC-REFERENCIA               PIC 9(02) VALUE ZEROS.
001969 77  RC-DESCONHECIDO-SW          PIC X(01) VALUE "N".
001970     88  RC-DESCONHECIDO             VALUE "Y".
001971 01  TABELA-RC-PASSOS.
001972     05  TRC-ENTRADA OCCURS 100 TIMES.
001973         10  TRC-PROGRAMA        PIC X(08).
001974         10  TRC-RC              PIC 9(02).
001975         10  TRC-SITUACAO        PIC X(01).
001976             88  TRC-RC-DESCONHECIDO VALUE "D".
001977
001978 77  MAX-PASSOS-CHKPT            PIC 9(03) VALUE 100.
001979 77  QTD-SITUACOES               PIC 9(03) VALUE ZEROS.
001980 77  IND-SITUACAO                PIC 9(03) VALUE ZEROS.
001981 77  QTD-SEM-RC                  PIC 9(07) VALUE ZEROS.
001982 77  SITUACAO-PASSO              PIC X(01) VALUE SPACES.
001983 77  FIM-DSPCHKPT-SW             PIC X(01) VALUE "N".
001984     88  FIM-DSPCHKPT                VALUE "Y".
001985 01  TABELA-SITUACAO-PASSOS.
001986     05  TSP-ENTRADA OCCURS 100 TIMES.
001987         10  TSP-SITUACAO        PIC X(01).
001988         10  TSP-RC              PIC 9(02).
001989
001990*****************************************************************
001991 PROCEDURE DIVISION.
002000*****************************************************************
002010*    0000-MAINLINE : OVERALL FLOW OF CONTROL                    *
002020*****************************************************************
002030 0000-MAINLINE.
002040     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
002050     PERFORM 2000-PROCESSA-PASSO THRU 2000-PROCESSA-PASSO-EXIT
002060         UNTIL FIM-CARDSTK.
002070     PERFORM 3000-RESUMO THRU 3000-RESUMO-EXIT.
002080     MOVE RC-MAIOR TO RETURN-CODE.
002090     GOBACK.
002110*****************************************************************
002120*    1000-INICIALIZA : OPEN THE CARD STACK AND READ THE FIRST   *
002130*                      CARD.  AN OPTION CARD ADDRESSED TO       *
002140*                      DISPATCH ITSELF (RETIRED - CONDITIONS    *
002150*                      NOW RIDE ON EACH STEP CARD) IS SKIPPED.  *
002160*****************************************************************
002170 1000-INICIALIZA.
002180     ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
002200     IF EXPDATE-DISPONIVEL
002210         MOVE DATA-ESPERADA TO DATA-EXECUCAO
002220     END-IF.
002225     PERFORM 1400-LE-PARAMETROS THRU 1400-LE-PARAMETROS-EXIT.
002230     OPEN INPUT CARDSTK-FILE.
002240     IF STATUS-CARDSTK NOT = "00"
002250         DISPLAY "DISPATCH: CARDSTK INDISPONIVEL (STATUS "
002340         MOVE 8 TO RC-MAIOR
002350         GO TO 1000-INICIALIZA-EXIT
002360     END-IF.
002370     MOVE CARDSTK-REGISTRO TO STEP-CARD.
002380     IF STP-PROGRAM-NAME = "DISPATCH"
002390         DISPLAY "DISPATCH: CARTAO DE OPCAO IGNORADO - A "
002400             "CONDICAO DE CADA PASSO VEM NO PROPRIO CARTAO."
002450         PERFORM 1100-LE-CARTAO THRU 1100-LE-CARTAO-EXIT
002460         IF FIM-CARDSTK
002470             DISPLAY "DISPATCH: APENAS O CARTAO DE OPCAO NO "
002920*                      STEPS IT COUNTS AS COMPLETED ARE SKIPPED *
002930*                      ON THIS PASS AND THE RESUMPTION IS       *
002940*                      ANNOUNCED ON THE CONSOLE AND IN RUNLOG.  *
002945*                      SAME SCHEME AS CONTADOR'S CHECKPT.  THE  *
002950*                      RECORDS AFTER THE COUNT GIVE THE         *
002955*                      RETURN-CODE OF EACH SKIPPED STEP.        *
002960*****************************************************************
002970 1300-VERIFICA-CHECKPOINT.
002980     OPEN INPUT DSPCHKPT-FILE.
003020                 MOVE "35" TO STATUS-DSPCHKPT
003030         END-READ
003040     END-IF.
003041     IF STATUS-DSPCHKPT = "00"
003042             AND DSPCHKPT-REGISTRO IS NUMERIC
003043             AND DSPCHKPT-REGISTRO NOT = ZEROS
003044         MOVE DSPCHKPT-REGISTRO TO PASSOS-PULAR
003045         PERFORM 1310-LE-SITUACAO THRU 1310-LE-SITUACAO-EXIT
003046             UNTIL FIM-DSPCHKPT
003047     END-IF.
003050     CLOSE DSPCHKPT-FILE.
003060     IF PASSOS-PULAR = ZEROS
003110         GO TO 1300-VERIFICA-CHECKPOINT-EXIT
003120     END-IF.
003130     MOVE "Y" TO RETOMADA-SW.
003150     DISPLAY "DISPATCH: RETOMADA - PULANDO " PASSOS-PULAR
003160         " PASSOS JA CONCLUIDOS.".
003161     IF QTD-SITUACOES < PASSOS-PULAR
003162         SUBTRACT QTD-SITUACOES FROM PASSOS-PULAR
003163             GIVING QTD-SEM-RC
003164         DISPLAY "DISPATCH: " QTD-SEM-RC " PASSOS PULADOS SEM RC "
003165             "NO CHECKPOINT - CONDICOES 'R' SOBRE ELES SERAO "
003166             "RECUSADAS."
003167     END-IF.
003170     MOVE "DISPATCH" TO LOG-PROGRAM-NAME.
003180     MOVE DATA-EXECUCAO TO LOG-RUN-DATE.
003190     ACCEPT LOG-RUN-TIME FROM TIME.
003220     MOVE "RETOMADA DE FLUXO INTERROMPIDO" TO LOG-OUTCOME.
003230     PERFORM 8000-GRAVA-RUNLOG THRU 8000-GRAVA-RUNLOG-EXIT.
003240 1300-VERIFICA-CHECKPOINT-EXIT.
003241     EXIT.
003242
003243 1310-LE-SITUACAO.
003244     READ DSPCHKPT-FILE
003245         AT END
003246             MOVE "Y" TO FIM-DSPCHKPT-SW
003247     END-READ.
003248     IF FIM-DSPCHKPT OR STATUS-DSPCHKPT NOT = "00"
003249         MOVE "Y" TO FIM-DSPCHKPT-SW
003250         GO TO 1310-LE-SITUACAO-EXIT
003251     END-IF.
003252     IF QTD-SITUACOES >= MAX-PASSOS-CHKPT
003253             OR QTD-SITUACOES >= PASSOS-PULAR
003254             OR NOT DCK-SITUACAO-VALIDA
003255             OR DCK-RC IS NOT NUMERIC
003256         MOVE "Y" TO FIM-DSPCHKPT-SW
003257         GO TO 1310-LE-SITUACAO-EXIT
003258     END-IF.
003259     ADD 1 TO QTD-SITUACOES.
003260     MOVE DCK-SITUACAO TO TSP-SITUACAO (QTD-SITUACOES).
003261     MOVE DCK-RC TO TSP-RC (QTD-SITUACOES).
003262 1310-LE-SITUACAO-EXIT.
003263     EXIT.
003264
003270*****************************************************************
003271*    1400-LE-PARAMETROS : LOWEST STEP RETURN-CODE THAT COUNTS   *
003272*                      AS A FAILURE, IN FORCE ON THE BUSINESS   *
003273*                      DATE, FROM THE CENTRAL PARAMETER TABLE.  *
003274*                      WITHOUT AN ENTRY IT STAYS 8.             *
003275*****************************************************************
003276 1400-LE-PARAMETROS.
003277     MOVE "DISPATCH" TO PCS-PROGRAMA.
003278     MOVE "RC-FALHA" TO PCS-NOME.
003279     MOVE DATA-EXECUCAO TO PCS-DATA.
003280     MOVE RC-FALHA TO PCS-PADRAO.
003281     MOVE 1 TO PCS-MINIMO.
003282     MOVE 16 TO PCS-MAXIMO.
003283     CALL "PARMCHK" USING PARM-CONSULTA.
003284     MOVE PCS-VALOR TO RC-FALHA.
003285 1400-LE-PARAMETROS-EXIT.
003286     EXIT.
003287
003288*****************************************************************
003289*    2000-PROCESSA-PASSO : ONE STEP OF THE STREAM - TEST THE    *
003290*                          STEP'S RUN CONDITION, ROUTE THE CARD *
003291*                          TO THE PROGRAM IT NAMES, LOG THE     *
003294*                          STEP AND KEEP ITS RETURN-CODE FOR    *
003300*                          THE CONDITIONS OF LATER STEPS.  THE  *
003306*                          FIRST FAILURE FREEZES THE CHECKPOINT *
003312*                          SO A RESUBMISSION RESUMES THERE.     *
003320*****************************************************************
003330 2000-PROCESSA-PASSO.
003340     MOVE CARDSTK-REGISTRO TO STEP-CARD.
003350     ADD 1 TO QTD-PASSOS.
003360     IF QTD-PASSOS <= PASSOS-PULAR
003370         ADD 1 TO PASSOS-PULADOS
003371         PERFORM 2700-REPOE-PASSO THRU 2700-REPOE-PASSO-EXIT
003373         PERFORM 1100-LE-CARTAO THRU 1100-LE-CARTAO-EXIT
003374         GO TO 2000-PROCESSA-PASSO-EXIT
003375     END-IF.
003376     MOVE STP-PROGRAM-NAME TO PROGRAMA-CHAMADO.
003377     PERFORM 2500-AVALIA-CONDICAO THRU 2500-AVALIA-CONDICAO-EXIT.
003378     IF NOT EXECUTA-PASSO
003379         ADD 1 TO QTD-NAO-EXECUTADOS
003380         DISPLAY "DISPATCH: PASSO " QTD-PASSOS " - "
003381             STP-PROGRAM-NAME " NAO EXECUTADO (CONDICAO)."
003382         PERFORM 8200-GRAVA-LOG-PULADO
003383             THRU 8200-GRAVA-LOG-PULADO-EXIT
003384         IF NOT INTERROMPIDO
003386             MOVE "N" TO SITUACAO-PASSO
003388             MOVE ZEROS TO RC-PASSO
003390             PERFORM 2300-GRAVA-CHECKPOINT
003392                 THRU 2300-GRAVA-CHECKPOINT-EXIT
003394         END-IF
003396         PERFORM 1100-LE-CARTAO THRU 1100-LE-CARTAO-EXIT
003398         GO TO 2000-PROCESSA-PASSO-EXIT
003400     END-IF.
003410     MOVE ZEROS TO RC-PASSO.
003413     MOVE "N" TO PASSO-RECUSADO-SW.
003417     EVALUATE TRUE
003424         WHEN CONDICAO-INVALIDA
003431             DISPLAY "DISPATCH: PASSO " QTD-PASSOS
003438                 " - CONDICAO INVALIDA NO CARTAO DE "
003445                 STP-PROGRAM-NAME
003446             MOVE 8 TO RC-PASSO
003447             MOVE "Y" TO PASSO-RECUSADO-SW
003448         WHEN RC-DESCONHECIDO
003449             DISPLAY "DISPATCH: PASSO " QTD-PASSOS " - RC DE "
003450                 STP-COND-PROGRAMA " DESCONHECIDO NA RETOMADA - "
003451                 STP-PROGRAM-NAME " RECUSADO"
003452             MOVE 8 TO RC-PASSO
003455             MOVE "Y" TO PASSO-RECUSADO-SW
003459         WHEN PROGRAMA-DA-SUITE
003466             PERFORM 2100-EXECUTA-PROGRAMA
003473                 THRU 2100-EXECUTA-PROGRAMA-EXIT
003480         WHEN OTHER
003487             DISPLAY "DISPATCH: PASSO " QTD-PASSOS
003494                 " - PROGRAMA NAO RECONHECIDO: " STP-PROGRAM-NAME
003501             MOVE 8 TO RC-PASSO
003504             MOVE "Y" TO PASSO-RECUSADO-SW
003508     END-EVALUATE.
003520     IF RC-PASSO > RC-MAIOR
003530         MOVE RC-PASSO TO RC-MAIOR
003540     END-IF.
003550     IF RC-PASSO >= RC-FALHA OR PASSO-RECUSADO
003560         ADD 1 TO QTD-ERROS
003570     END-IF.
003572     MOVE "E" TO SITUACAO-PASSO.
003575     PERFORM 2600-GUARDA-RC THRU 2600-GUARDA-RC-EXIT.
003580     PERFORM 8100-GRAVA-LOG-PASSO THRU 8100-GRAVA-LOG-PASSO-EXIT.
003586     IF (RC-PASSO >= RC-FALHA OR PASSO-RECUSADO)
003592             AND NOT INTERROMPIDO
003600         DISPLAY "DISPATCH: ERRO NO PASSO " QTD-PASSOS
003610             " - SEGUEM SO OS PASSOS CUJA CONDICAO O PERMITE."
003620         MOVE "Y" TO INTERROMPIDO-SW
003625         MOVE QTD-PASSOS TO PASSO-FALHA
003630     END-IF.
003635     IF NOT INTERROMPIDO
003640         PERFORM 2300-GRAVA-CHECKPOINT
003650             THRU 2300-GRAVA-CHECKPOINT-EXIT
003670     END-IF.
003675     PERFORM 1100-LE-CARTAO THRU 1100-LE-CARTAO-EXIT.
003680 2000-PROCESSA-PASSO-EXIT.
003690     EXIT.
003700
003930     EXIT.
003940
003950*****************************************************************
003958*    2200-GRAVA-CARTAO : WRITES THE PROGRAM'S OWN CARD (COLUMNS *
003966*                        01-42 OF THE STEP CARD) OUT TO SYSIN   *
003974*                        SO THE CALLED PROGRAM FINDS IT THERE   *
003982*                        (SAME MECHANISM AS OPSMENU).           *
003990*****************************************************************
004000 2200-GRAVA-CARTAO.
004010     OPEN OUTPUT CTLCARD-FILE.
004020     MOVE STP-CARTAO-PROGRAMA TO CTLCARD-REGISTRO.
004030     WRITE CTLCARD-REGISTRO.
004040     CLOSE CTLCARD-FILE.
004050 2200-GRAVA-CARTAO-EXIT.
004100*                        PROGRESSED SO A RESUBMISSION AFTER AN  *
004110*                        INTERRUPTION RESUMES AT THE FAILED     *
004120*                        STEP INSTEAD OF RERUNNING THE NIGHT.   *
004122*                        THE COUNT IS FOLLOWED BY ONE RECORD    *
004124*                        PER STEP - 'E' AND ITS RETURN-CODE,    *
004126*                        'N' NOT EXECUTED, OR 'D' RETURN-CODE   *
004128*                        UNKNOWN - FOR THE FIRST 100 STEPS.     *
004130*****************************************************************
004140 2300-GRAVA-CHECKPOINT.
004142     IF QTD-PASSOS <= MAX-PASSOS-CHKPT
004144         MOVE SITUACAO-PASSO TO TSP-SITUACAO (QTD-PASSOS)
004146         MOVE RC-PASSO TO TSP-RC (QTD-PASSOS)
004148     END-IF.
004150     OPEN OUTPUT DSPCHKPT-FILE.
004160     MOVE QTD-PASSOS TO DSPCHKPT-REGISTRO.
004170     WRITE DSPCHKPT-REGISTRO.
004172     PERFORM 2310-GRAVA-SITUACAO THRU 2310-GRAVA-SITUACAO-EXIT
004174         VARYING IND-SITUACAO FROM 1 BY 1
004176         UNTIL IND-SITUACAO > QTD-PASSOS
004178            OR IND-SITUACAO > MAX-PASSOS-CHKPT.
004180     CLOSE DSPCHKPT-FILE.
004190 2300-GRAVA-CHECKPOINT-EXIT.
004191     EXIT.
004192
004193 2310-GRAVA-SITUACAO.
004194     MOVE SPACES TO DSPCHKPT-PASSO.
004195     MOVE TSP-SITUACAO (IND-SITUACAO) TO DCK-SITUACAO.
004196     MOVE TSP-RC (IND-SITUACAO) TO DCK-RC.
004197     WRITE DSPCHKPT-PASSO.
004198 2310-GRAVA-SITUACAO-EXIT.
004200     EXIT.
004210
004220*****************************************************************
004310     EXIT.
004320
004330*****************************************************************
004331*    2500-AVALIA-CONDICAO : DECIDE FROM THE CONDITION ON THE    *
004332*                        CARD WHETHER THE CURRENT STEP RUNS.    *
004333*                        A CONDITION THAT CANNOT BE READ LETS   *
004334*                        THE STEP THROUGH ONLY TO BE FAILED     *
004335*                        RC 8 WITHOUT A CALL, LIKE AN UNKNOWN   *
004336*                        PROGRAM.                               *
004337*****************************************************************
004338 2500-AVALIA-CONDICAO.
004339     MOVE "N" TO EXECUTA-PASSO-SW.
004340     MOVE "N" TO CONDICAO-INVALIDA-SW.
004341     MOVE "N" TO RC-DESCONHECIDO-SW.
004342     EVALUATE TRUE
004343         WHEN STP-COND-PADRAO
004344             IF QTD-ERROS = ZEROS
004345                 MOVE "Y" TO EXECUTA-PASSO-SW
004346             END-IF
004347         WHEN STP-COND-SEMPRE
004348             MOVE "Y" TO EXECUTA-PASSO-SW
004349         WHEN STP-COND-SE-ERRO
004350             IF QTD-ERROS > ZEROS
004351                 MOVE "Y" TO EXECUTA-PASSO-SW
004352             END-IF
004353         WHEN STP-COND-SE-RC
004354             IF STP-OPER-VALIDO AND STP-COND-RC IS NUMERIC
004355                 PERFORM 2510-TESTA-RC THRU 2510-TESTA-RC-EXIT
004356             ELSE
004357                 MOVE "Y" TO CONDICAO-INVALIDA-SW
004358                 MOVE "Y" TO EXECUTA-PASSO-SW
004359             END-IF
004360         WHEN OTHER
004361             MOVE "Y" TO CONDICAO-INVALIDA-SW
004362             MOVE "Y" TO EXECUTA-PASSO-SW
004363     END-EVALUATE.
004364 2500-AVALIA-CONDICAO-EXIT.
004365     EXIT.
004366
004367*****************************************************************
004368*    2510-TESTA-RC : LOOK UP THE LATEST EXECUTION OF THE STEP   *
004369*                        NAMED ON THE CARD AND COMPARE ITS      *
004370*                        RETURN-CODE.  A STEP THAT NEVER RAN    *
004371*                        IN THIS STREAM FAILS THE TEST; A STEP  *
004372*                        WHOSE RETURN-CODE A RESUMPTION COULD   *
004373*                        NOT RECOVER LETS THE STEP THROUGH ONLY *
004374*                        TO BE REFUSED RC 8 WITHOUT A CALL.     *
004375*****************************************************************
004376 2510-TESTA-RC.
004377     MOVE ZEROS TO IND-ACHADO.
004378     PERFORM 2520-PROCURA-RC THRU 2520-PROCURA-RC-EXIT
004379         VARYING IND-RC FROM 1 BY 1 UNTIL IND-RC > QTD-PASSOS-RC.
004380     IF IND-ACHADO = ZEROS
004381         GO TO 2510-TESTA-RC-EXIT
004382     END-IF.
004383     IF TRC-RC-DESCONHECIDO (IND-ACHADO)
004384         MOVE "Y" TO RC-DESCONHECIDO-SW
004385         MOVE "Y" TO EXECUTA-PASSO-SW
004386         GO TO 2510-TESTA-RC-EXIT
004387     END-IF.
004388     MOVE TRC-RC (IND-ACHADO) TO RC-REFERENCIA.
004389     EVALUATE TRUE
004390         WHEN STP-OPER-EQ AND RC-REFERENCIA = STP-COND-RC
004391             MOVE "Y" TO EXECUTA-PASSO-SW
004392         WHEN STP-OPER-NE AND RC-REFERENCIA NOT = STP-COND-RC
004393             MOVE "Y" TO EXECUTA-PASSO-SW
004394         WHEN STP-OPER-LT AND RC-REFERENCIA < STP-COND-RC
004395             MOVE "Y" TO EXECUTA-PASSO-SW
004396         WHEN STP-OPER-LE AND RC-REFERENCIA <= STP-COND-RC
004397             MOVE "Y" TO EXECUTA-PASSO-SW
004398         WHEN STP-OPER-GT AND RC-REFERENCIA > STP-COND-RC
004399             MOVE "Y" TO EXECUTA-PASSO-SW
004400         WHEN STP-OPER-GE AND RC-REFERENCIA >= STP-COND-RC
004401             MOVE "Y" TO EXECUTA-PASSO-SW
004402     END-EVALUATE.
004403 2510-TESTA-RC-EXIT.
004404     EXIT.
004405
004406 2520-PROCURA-RC.
004407     IF TRC-PROGRAMA (IND-RC) = STP-COND-PROGRAMA
004408         MOVE IND-RC TO IND-ACHADO
004409     END-IF.
004410 2520-PROCURA-RC-EXIT.
004411     EXIT.
004412
004413*****************************************************************
004414*    2600-GUARDA-RC : REMEMBER THE RETURN-CODE OF THE STEP JUST *
004415*                        FINISHED (OR PASSED OVER BY A          *
004416*                        RESUMPTION) FOR LATER 'R' CONDITIONS.  *
004417*                        SITUACAO-PASSO 'D' MARKS A RETURN-CODE *
004418*                        THE CHECKPOINT DID NOT HOLD.           *
004419*****************************************************************
004420 2600-GUARDA-RC.
004421     IF QTD-PASSOS-RC >= MAX-PASSOS-RC
004422         DISPLAY "DISPATCH: TABELA DE RC CHEIA - RC DE "
004423             STP-PROGRAM-NAME " NAO GUARDADO."
004424         GO TO 2600-GUARDA-RC-EXIT
004425     END-IF.
004426     ADD 1 TO QTD-PASSOS-RC.
004427     MOVE STP-PROGRAM-NAME TO TRC-PROGRAMA (QTD-PASSOS-RC).
004428     MOVE RC-PASSO TO TRC-RC (QTD-PASSOS-RC).
004429     MOVE SITUACAO-PASSO TO TRC-SITUACAO (QTD-PASSOS-RC).
004430 2600-GUARDA-RC-EXIT.
004431     EXIT.
004432
004433*****************************************************************
004434*    2700-REPOE-PASSO : A STEP PASSED OVER BY A RESUMPTION      *
004435*                        TAKES BACK THE OUTCOME THE CHECKPOINT  *
004436*                        SAVED FOR IT - ITS RETURN-CODE, OR     *
004437*                        NOT EXECUTED (NOTHING TO REMEMBER, AS  *
004438*                        IN THE ORIGINAL RUN).  WITHOUT A SAVED *
004439*                        OUTCOME ITS RETURN-CODE IS UNKNOWN.    *
004440*****************************************************************
004441 2700-REPOE-PASSO.
004442     IF QTD-PASSOS > QTD-SITUACOES
004443         MOVE "D" TO SITUACAO-PASSO
004444         MOVE ZEROS TO RC-PASSO
004445     ELSE
004446         MOVE TSP-SITUACAO (QTD-PASSOS) TO SITUACAO-PASSO
004447         MOVE TSP-RC (QTD-PASSOS) TO RC-PASSO
004448     END-IF.
004449     IF QTD-PASSOS <= MAX-PASSOS-CHKPT
004450         MOVE SITUACAO-PASSO TO TSP-SITUACAO (QTD-PASSOS)
004451         MOVE RC-PASSO TO TSP-RC (QTD-PASSOS)
004452     END-IF.
004453     IF SITUACAO-PASSO = "N"
004454         GO TO 2700-REPOE-PASSO-EXIT
004455     END-IF.
004456     PERFORM 2600-GUARDA-RC THRU 2600-GUARDA-RC-EXIT.
004457 2700-REPOE-PASSO-EXIT.
004458     EXIT.
004459
004460*****************************************************************
004461*    3000-RESUMO : END-OF-STREAM SUMMARY - ONE RUNLOG ENTRY AND *
004462*                  A CONSOLE RECAP OF STEPS AND ERRORS.         *
004463*****************************************************************
004464 3000-RESUMO.
004465     DISPLAY "DISPATCH: FIM DO FLUXO. PASSOS: " QTD-PASSOS
004466         " ERROS: " QTD-ERROS " RC: " RC-MAIOR.
004467     IF QTD-NAO-EXECUTADOS > ZEROS
004468         DISPLAY "DISPATCH: PASSOS NAO EXECUTADOS POR CONDICAO: "
004469             QTD-NAO-EXECUTADOS "."
004470     END-IF.
004471     IF RETOMADA
004472         DISPLAY "DISPATCH: PASSOS PULADOS NA RETOMADA: "
004473             PASSOS-PULADOS "."
004474     END-IF.
004475     MOVE "DISPATCH" TO LOG-PROGRAM-NAME.
004476     MOVE DATA-EXECUCAO TO LOG-RUN-DATE.
004477     ACCEPT LOG-RUN-TIME FROM TIME.
004478     MOVE "PASSOS  " TO LOG-PARM-NAME.
004480     MOVE QTD-PASSOS TO LOG-PARM-VALUE.
004490     IF QTD-ERROS > 99
004500         MOVE 99 TO QTD-ERROS-ED
004670             DISPLAY "DISPATCH: CHECKPOINT OBSOLETO - TODOS OS "
004680                 "PASSOS JA CONSTAM COMO CONCLUIDOS."
004690         WHEN INTERROMPIDO
004700             IF PASSO-FALHA > 99
004710                 MOVE 99 TO PASSO-EDITADO
004720             ELSE
004730                 MOVE PASSO-FALHA TO PASSO-EDITADO
004740             END-IF
004750             STRING "FLUXO INTERROMPIDO NO PASSO "
004760                                               DELIMITED BY SIZE
004880         MOVE 08 TO ALR-SEVERITY
004890         MOVE LOG-OUTCOME TO ALR-MESSAGE
004900         PERFORM 8500-GRAVA-ALERTA THRU 8500-GRAVA-ALERTA-EXIT
004980     END-IF.
004990     IF QTD-PASSOS > ZEROS AND PASSOS-PULADOS = QTD-PASSOS
005000         MOVE 08 TO ALR-SEVERITY
005880     MOVE QTD-PASSOS TO LOG-PARM-VALUE.
005890     MOVE RC-PASSO TO RC-EDITADO.
005900     MOVE SPACES TO LOG-OUTCOME.
005910     STRING STP-PROGRAM-NAME DELIMITED BY SIZE
005920            " RC "            DELIMITED BY SIZE
005930            RC-EDITADO        DELIMITED BY SIZE
005940         INTO LOG-OUTCOME
005950     END-STRING.
005960     PERFORM 8000-GRAVA-RUNLOG THRU 8000-GRAVA-RUNLOG-EXIT.
005970 8100-GRAVA-LOG-PASSO-EXIT.
005971     EXIT.
005972
005973*****************************************************************
005974*    8200-GRAVA-LOG-PULADO : ONE RUNLOG ENTRY FOR A STEP PASSED *
005975*                           OVER BECAUSE ITS CONDITION WAS NOT  *
005976*                           MET, SO THE LOG SHOWS EVERY CARD.   *
005977*****************************************************************
005978 8200-GRAVA-LOG-PULADO.
005979     MOVE "DISPATCH" TO LOG-PROGRAM-NAME.
005980     MOVE DATA-EXECUCAO TO LOG-RUN-DATE.
005981     ACCEPT LOG-RUN-TIME FROM TIME.
005982     MOVE "PASSO   " TO LOG-PARM-NAME.
005983     MOVE QTD-PASSOS TO LOG-PARM-VALUE.
005984     MOVE SPACES TO LOG-OUTCOME.
005985     STRING STP-PROGRAM-NAME DELIMITED BY SIZE
005986            " PULADO - CONDICAO" DELIMITED BY SIZE
005987         INTO LOG-OUTCOME
005988     END-STRING.
005989     PERFORM 8000-GRAVA-RUNLOG THRU 8000-GRAVA-RUNLOG-EXIT.
005990 8200-GRAVA-LOG-PULADO-EXIT.
005991     EXIT.
005992
006000*****************************************************************
006010*    8500-GRAVA-ALERTA : WRITES ONE SEVERITY-CODED RECORD TO    *
006020*                        THE SHARED ALERTAS FILE SO THE         *
