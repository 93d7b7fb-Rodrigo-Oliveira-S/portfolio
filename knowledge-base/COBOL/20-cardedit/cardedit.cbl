000110*                  SURFACING AT 2 A.M. WHEN DISPATCH REACHES   *
000120*                  IT.  EVERY CARD IS CHECKED AGAINST THE      *
000130*                  SAME RULES THE UTILITIES THEMSELVES APPLY:  *
000140*                    - PROGRAM NAME KNOWN TO DISPATCH (ANY     *
000150*                      PROGRAM OF THE NIGHT'S SUITE);          *
000170*                    - CTL-MODE 'B' FOR AN UNATTENDED STREAM;  *
000180*                    - PARMS NUMERIC AND IN RANGE FOR THE      *
000184*                      PROGRAM NAMED, DATES ON THE LOGARCH     *
000188*                      AND TABVAR CARDS VALID, NOTHING EXTRA   *
000192*                      ON THE CARD OF A PROGRAM THAT TAKES     *
000196*                      NONE;                                   *
000200*                    - CTL-RUN-DATE A VALID BUSINESS DAY       *
000210*                      (DATACHK) MATCHING THE EXPECTED DATE    *
000214*                      IN EXPDATE;                             *
000218*                    - THE STEP CONDITION (STEPCARD COLUMNS    *
000222*                      43-55) READABLE, AND AN RC TEST NAMING  *
000226*                      A STEP THAT COMES EARLIER IN THE DECK.  *
000230*                  AN EDIT REPORT GOES TO CARDLIST AND THE     *
000240*                  DECK IS ECHOED TO CARDOK; OPERATIONS ONLY   *
000250*                  MOUNTS CARDOK FOR THE NIGHT WHEN THIS       *
000350*    DATE       INIT  DESCRIPTION                               *
000360*    ---------- ----  ----------------------------------------  *
000370*    2026-08-28 ROS   ORIGINAL VERSION.                         *
000371*    2026-09-08 ROS   80-BYTE STEP CARDS (STEPCARD) FOR THE     *
000372*                     WHOLE SUITE: CARDS FOR RECICLA, LOGARCH,  *
000373*                     TABVAR AND THE NO-CARD PROGRAMS ARE       *
000374*                     EDITED, EVERY STEP CONDITION IS CHECKED,  *
000375*                     AND THE RETIRED DISPATCH OPTION CARD IS   *
000376*                     FLAGGED AS IGNORED.                       *
000377*    2026-09-11 ROS   SLAMON CARD EDITED (OPTIONAL BUSINESS     *
000378*                     DATE AND WINDOW OPENING TIME).            *
000381*    2026-09-15 ROS   CONCILIA CARD EDITED (OPTIONAL BUSINESS   *
000384*                     DATE).                                    *
000385*    2026-09-18 ROS   SEGRPT CARD EDITED (OPTIONAL REPORT       *
000386*                     PERIOD).                                  *
000387*    2026-09-22 ROS   REMESSA CARD EDITED (BUSINESS DATE AND    *
000388*                     REPLACEMENT FLAG).                        *
000390*    2026-09-25 ROS   TABARQ CARD EDITED (OPTIONAL RETENTION    *
000392*                     CUTOFF).                                  *
000393*    2026-09-29 ROS   THE TABUADA AND RECICLA PARM LIMITS AND   *
000394*                     DEFAULTS ARE NOW TAKEN FROM THE CENTRAL   *
000395*                     PARAMETER TABLE (PARMCHK) FOR THE CARD'S  *
000396*                     BUSINESS DATE, THE SAME VALUES THOSE      *
000397*                     PROGRAMS WILL USE, INSTEAD OF THE FIXED   *
000398*                     99, 10 AND 3.                             *
000399*    2026-10-07 ROS   RESMENS CARD EDITED (OPTIONAL BUSINESS    *
000400*                     DATE AND RETENTION CUTOFF, THE CUTOFF     *
000401*                     NOT LATER THAN THE MONTH ROLLED UP) AND   *
000402*                     RESEST CARD EDITED (OPTIONAL BUSINESS     *
000403*                     DATE).                                    *
000404*                                                               *
000405*****************************************************************
000406 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.                  CARDEDIT.
000420 AUTHOR.                      R. OLIVEIRA SILVA.
000430 INSTALLATION.                PORTFOLIO BATCH UTILITIES.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  CARDSTK-FILE
000750     RECORD CONTAINS 80 CHARACTERS.
000760 01  CARDSTK-REGISTRO            PIC X(80).
000770
000780 FD  CARDOK-FILE
000790     RECORD CONTAINS 80 CHARACTERS.
000800 01  CARDOK-REGISTRO             PIC X(80).
000810
000820 FD  CARDLIST-FILE
000830     RECORD CONTAINS 80 CHARACTERS.
000910 WORKING-STORAGE SECTION.
000920     COPY CTLCARD.
000930     COPY DATAPRM.
000931     COPY STEPCARD.
000932     COPY PARMPRM.
000933
000934 01  CARTAO-LOGARCH.
000935     05  FILLER                  PIC X(08).
000936     05  CLA-DATA-CORTE          PIC X(08).
000937     05  CLA-RESTO               PIC X(26).
000938
000939 01  CARTAO-TABVAR.
000940     05  FILLER                  PIC X(08).
000941     05  CTV-DATA-ATUAL          PIC X(08).
000942     05  CTV-DATA-ANTERIOR       PIC X(08).
000943     05  CTV-RESTO               PIC X(18).
000944
000945 01  CARTAO-SLAMON.
000946     05  FILLER                  PIC X(08).
000947     05  CSL-DATA-NEGOCIO        PIC X(08).
000948     05  CSL-ABERTURA            PIC X(04).
000949     05  CSL-ABERTURA-HORA REDEFINES CSL-ABERTURA.
000950         10  CSL-ABERTURA-HH     PIC 9(02).
000951         10  CSL-ABERTURA-MM     PIC 9(02).
000952     05  CSL-RESTO               PIC X(22).
000953
000954 01  CARTAO-CONCILIA.
000955     05  FILLER                  PIC X(08).
000956     05  CCN-DATA-NEGOCIO        PIC X(08).
000957     05  CCN-RESTO               PIC X(26).
000958
000959 01  CARTAO-SEGRPT.
000960     05  FILLER                  PIC X(08).
000961     05  CSG-DATA-INICIO         PIC X(08).
000962     05  CSG-DATA-FIM            PIC X(08).
000963     05  CSG-RESTO               PIC X(18).
000964
000965 01  CARTAO-REMESSA.
000966     05  FILLER                  PIC X(08).
000967     05  CRM-DATA-NEGOCIO        PIC X(08).
000968     05  CRM-SUBSTITUICAO        PIC X(01).
000969     05  CRM-RESTO               PIC X(25).
000970
000971 01  CARTAO-TABARQ.
000972     05  FILLER                  PIC X(08).
000973     05  CTQ-DATA-CORTE          PIC X(08).
000974     05  CTQ-RESTO               PIC X(26).
000975
000976 01  CARTAO-RESMENS.
000977     05  FILLER                  PIC X(08).
000978     05  CRS-DATA-NEGOCIO        PIC X(08).
000979     05  CRS-DATA-CORTE          PIC X(08).
000980     05  CRS-RESTO               PIC X(18).
000981
000982 01  CARTAO-RESEST.
000983     05  FILLER                  PIC X(08).
000984     05  CRE-DATA-NEGOCIO        PIC X(08).
000985     05  CRE-RESTO               PIC X(26).
000986
000987 77  STATUS-CARDSTK              PIC X(02) VALUE SPACES.
000988 77  STATUS-CARDOK               PIC X(02) VALUE SPACES.
000989 77  STATUS-CARDLIST             PIC X(02) VALUE SPACES.
000990 77  STATUS-EXPDATE              PIC X(02) VALUE SPACES.
000991
001000 77  FIM-CARDSTK-SW              PIC X(01) VALUE "N".
001010     88  FIM-CARDSTK                 VALUE "Y".
001020 77  DATA-ESPERADA               PIC X(08) VALUE SPACES.
001080 77  QTD-AVISOS                  PIC 9(07) VALUE ZEROS.
001090 77  ACHADOS-NO-CARTAO           PIC 9(02) VALUE ZEROS.
001100 77  CODIGO-RETORNO              PIC 9(02) VALUE ZEROS.
001101
001102 77  PROGRAMA-REFERIDO           PIC X(08) VALUE SPACES.
001103     88  PROGRAMA-DA-SUITE           VALUE "TABUADA " "CONTADOR"
001104                                           "CSVVERIF" "TABLOAD "
001105                                           "TABVAR  " "RECICLA "
001106                                           "CHKMON  " "ALERTRPT"
001107                                           "LOGARCH " "SLAMON  "
001108                                           "CONCILIA" "SEGRPT  "
001109                                           "REMESSA " "TABARQ  "
001110                                           "RESMENS " "RESEST  ".
001111 77  ACHOU-SW                    PIC X(01) VALUE "N".
001112     88  ACHOU                       VALUE "Y".
001113 77  DATAS-SEGRPT-VALIDAS-SW     PIC X(01) VALUE "Y".
001114     88  DATAS-SEGRPT-VALIDAS        VALUE "Y".
001115 77  MAX-VISTOS                  PIC 9(03) VALUE 100.
001116 77  QTD-VISTOS                  PIC 9(03) VALUE ZEROS.
001117 77  IND-VIS                     PIC 9(03) VALUE ZEROS.
001118 01  TABELA-VISTOS.
001119     05  VIS-PROGRAMA OCCURS 100 TIMES PIC X(08).
001120
001121 77  CARTAO-EDITADO              PIC ZZZZZZ9.
001130 77  QTD-EDITADA                 PIC ZZZZZZ9.
001140 77  MENSAGEM-ACHADO             PIC X(55) VALUE SPACES.
001143 77  PARM-MAXIMO                 PIC 9(02) VALUE ZEROS.
001146 77  PARM-PADRAO                 PIC 9(02) VALUE ZEROS.
001150
001160 77  DATA-SISTEMA                PIC X(08) VALUE SPACES.
001170 77  NUMERO-PAGINA               PIC 9(04) VALUE ZEROS.
002120*                      READ AHEAD.                              *
002130*****************************************************************
002140 2000-EDITA-CARTAO.
002146     MOVE CARDSTK-REGISTRO TO STEP-CARD.
002152     MOVE STP-CARTAO-PROGRAMA TO CTL-CARD.
002160     ADD 1 TO QTD-CARTOES.
002170     MOVE ZEROS TO ACHADOS-NO-CARTAO.
002180     EVALUATE STP-PROGRAM-NAME
002190         WHEN "DISPATCH"
002200             PERFORM 2200-EDITA-OPCAO
002210                 THRU 2200-EDITA-OPCAO-EXIT
002220         WHEN "TABUADA "
002230             PERFORM 2300-EDITA-TABUADA
002240                 THRU 2300-EDITA-TABUADA-EXIT
002250         WHEN "CONTADOR"
002260             PERFORM 2400-EDITA-CONTADOR
002270                 THRU 2400-EDITA-CONTADOR-EXIT
002271         WHEN "RECICLA "
002272             PERFORM 2600-EDITA-RECICLA
002273                 THRU 2600-EDITA-RECICLA-EXIT
002274         WHEN "LOGARCH "
002275             PERFORM 2610-EDITA-LOGARCH
002276                 THRU 2610-EDITA-LOGARCH-EXIT
002277         WHEN "SLAMON  "
002278             PERFORM 2640-EDITA-SLAMON
002279                 THRU 2640-EDITA-SLAMON-EXIT
002280         WHEN "CONCILIA"
002281             PERFORM 2650-EDITA-CONCILIA
002282                 THRU 2650-EDITA-CONCILIA-EXIT
002283         WHEN "SEGRPT  "
002284             PERFORM 2660-EDITA-SEGRPT
002285                 THRU 2660-EDITA-SEGRPT-EXIT
002286         WHEN "REMESSA "
002287             PERFORM 2670-EDITA-REMESSA
002288                 THRU 2670-EDITA-REMESSA-EXIT
002289         WHEN "TABARQ  "
002290             PERFORM 2680-EDITA-TABARQ
002291                 THRU 2680-EDITA-TABARQ-EXIT
002292         WHEN "RESMENS "
002293             PERFORM 2685-EDITA-RESMENS
002294                 THRU 2685-EDITA-RESMENS-EXIT
002295         WHEN "RESEST  "
002296             PERFORM 2690-EDITA-RESEST
002297                 THRU 2690-EDITA-RESEST-EXIT
002298         WHEN "TABVAR  "
002299             PERFORM 2620-EDITA-TABVAR
002300                 THRU 2620-EDITA-TABVAR-EXIT
002301         WHEN "CSVVERIF"
002302         WHEN "TABLOAD "
002303         WHEN "CHKMON  "
002304         WHEN "ALERTRPT"
002305             PERFORM 2630-EDITA-SEM-CARTAO
002306                 THRU 2630-EDITA-SEM-CARTAO-EXIT
002307         WHEN OTHER
002308             MOVE "PROGRAMA NAO RECONHECIDO PELO DISPATCH"
002309                 TO MENSAGEM-ACHADO
002310             PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
002320     END-EVALUATE.
002322     IF STP-PROGRAM-NAME NOT = "DISPATCH"
002324         PERFORM 2700-EDITA-CONDICAO THRU 2700-EDITA-CONDICAO-EXIT
002326         PERFORM 2750-GUARDA-VISTO THRU 2750-GUARDA-VISTO-EXIT
002328     END-IF.
002330     IF ACHADOS-NO-CARTAO = ZEROS
002340         PERFORM 6200-CARTAO-OK THRU 6200-CARTAO-OK-EXIT
002350     END-IF.
002360     WRITE CARDOK-REGISTRO FROM STEP-CARD.
002370     PERFORM 1100-LE-CARTAO THRU 1100-LE-CARTAO-EXIT.
002380 2000-EDITA-CARTAO-EXIT.
002390     EXIT.
002400
002410*****************************************************************
002417*    2200-EDITA-OPCAO : THE DISPATCH OPTION CARD IS RETIRED -   *
002424*                      STEP CONDITIONS REPLACED ITS CONTINUE/   *
002431*                      STOP SWITCH.  IN FIRST POSITION IT IS    *
002438*                      SKIPPED (WARNING); ANYWHERE ELSE         *
002445*                      DISPATCH WOULD REJECT IT AS AN UNKNOWN   *
002452*                      STEP.                                    *
002460*****************************************************************
002470 2200-EDITA-OPCAO.
002480     IF QTD-CARTOES NOT = 1
002490         MOVE "CARTAO DE OPCAO DISPATCH FORA DA 1A POSICAO"
002500             TO MENSAGEM-ACHADO
002510         PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
002520     ELSE
002530         MOVE "CARTAO DE OPCAO OBSOLETO - IGNORADO PELO DISPATCH"
002560             TO MENSAGEM-ACHADO
002570         PERFORM 6100-ACHADO-AVISO THRU 6100-ACHADO-AVISO-EXIT
002580     END-IF.
002620*****************************************************************
002630*    2300-EDITA-TABUADA : THE RULES TABUADA ITSELF APPLIES TO   *
002640*                      ITS CARD - MODE, PARM RANGES, FLAGS AND  *
002645*                      THE BUSINESS DATE.  THE HIGHEST NUMERO   *
002650*                      AND LIMITE AND THE DEFAULT LIMITE ARE    *
002655*                      THE ONES IN THE PARAMETER TABLE.         *
002660*****************************************************************
002670 2300-EDITA-TABUADA.
002680     PERFORM 2500-EDITA-COMUM THRU 2500-EDITA-COMUM-EXIT.
002681     MOVE "TABUADA " TO PCS-PROGRAMA.
002682     MOVE 1 TO PCS-MINIMO.
002683     MOVE 99 TO PCS-MAXIMO.
002684     MOVE "NUM-MAX " TO PCS-NOME.
002685     MOVE 99 TO PCS-PADRAO.
002686     PERFORM 2560-LE-PARAMETRO THRU 2560-LE-PARAMETRO-EXIT.
002687     MOVE PCS-VALOR TO PARM-MAXIMO.
002690     IF CTL-PARM-1 IS NOT NUMERIC
002700         MOVE "CTL-PARM-1 NAO NUMERICO" TO MENSAGEM-ACHADO
002710         PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
002720     ELSE
002725         IF CTL-PARM-1-SUPPLIED AND CTL-PARM-1 > PARM-MAXIMO
002730             MOVE SPACES TO MENSAGEM-ACHADO
002735             STRING "CTL-PARM-1 (NUMERO) FORA DA FAIXA 00-"
002740                                 DELIMITED BY SIZE
002745                    PARM-MAXIMO  DELIMITED BY SIZE
002750                 INTO MENSAGEM-ACHADO
002755             END-STRING
002760             PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
002770         END-IF
002780     END-IF.
002781     MOVE "LIM-MAX " TO PCS-NOME.
002782     MOVE 99 TO PCS-PADRAO.
002783     PERFORM 2560-LE-PARAMETRO THRU 2560-LE-PARAMETRO-EXIT.
002784     MOVE PCS-VALOR TO PARM-MAXIMO.
002785     MOVE "LIM-PAD " TO PCS-NOME.
002786     MOVE 10 TO PCS-PADRAO.
002787     PERFORM 2560-LE-PARAMETRO THRU 2560-LE-PARAMETRO-EXIT.
002788     MOVE PCS-VALOR TO PARM-PADRAO.
002790     IF CTL-PARM-2 IS NOT NUMERIC
002800         MOVE "CTL-PARM-2 NAO NUMERICO" TO MENSAGEM-ACHADO
002810         PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
002820     ELSE
002824         IF CTL-PARM-2 > PARM-MAXIMO
002828             MOVE SPACES TO MENSAGEM-ACHADO
002832             STRING "CTL-PARM-2 (LIMITE) ACIMA DE "
002836                                 DELIMITED BY SIZE
002840                    PARM-MAXIMO  DELIMITED BY SIZE
002844                    " - PADRAO " DELIMITED BY SIZE
002848                    PARM-PADRAO  DELIMITED BY SIZE
002852                 INTO MENSAGEM-ACHADO
002856             END-STRING
002860             PERFORM 6100-ACHADO-AVISO
002870                 THRU 6100-ACHADO-AVISO-EXIT
002880         END-IF
003360             TO MENSAGEM-ACHADO
003370         PERFORM 6100-ACHADO-AVISO THRU 6100-ACHADO-AVISO-EXIT
003380     END-IF.
003382     PERFORM 2550-EDITA-DATA-NEGOCIO
003384         THRU 2550-EDITA-DATA-NEGOCIO-EXIT.
003386 2500-EDITA-COMUM-EXIT.
003388     EXIT.
003390
003392*****************************************************************
003394*    2550-EDITA-DATA-NEGOCIO : CTL-RUN-DATE, WHEN GIVEN, MUST   *
003396*                      BE A BUSINESS DAY (DATACHK) AND THE      *
003398*                      DATE EXPECTED IN EXPDATE.                *
003400*****************************************************************
003402 2550-EDITA-DATA-NEGOCIO.
003404     IF CTL-RUN-DATE = SPACES
003406         GO TO 2550-EDITA-DATA-NEGOCIO-EXIT
003410     END-IF.
003420     MOVE "V" TO DTP-FUNCAO.
003430     MOVE CTL-RUN-DATE TO DTP-DATA.
003460         MOVE "CTL-RUN-DATE NAO E DATA DE CALENDARIO VALIDA"
003470             TO MENSAGEM-ACHADO
003480         PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
003490         GO TO 2550-EDITA-DATA-NEGOCIO-EXIT
003500     END-IF.
003510     IF DTP-DIA-UTIL-NAO
003520         MOVE "CTL-RUN-DATE NAO E DIA UTIL (FERIADOS)"
003640         END-STRING
003650         PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
003660     END-IF.
003661 2550-EDITA-DATA-NEGOCIO-EXIT.
003662     EXIT.
003663
003664*****************************************************************
003665*    2560-LE-PARAMETRO : ONE LIMIT OR DEFAULT FROM THE CENTRAL  *
003666*                      PARAMETER TABLE, AS THE PROGRAM WILL SEE *
003667*                      IT - IN FORCE ON THE CARD DATE WHEN      *
003668*                      GIVEN, ELSE ON THE EXPECTED DATE IN      *
003669*                      EXPDATE, ELSE ON TODAY'S DATE.  THE      *
003670*                      CALLER SETS PROGRAM, NAME, DEFAULT AND   *
003671*                      RANGE IN PARM-CONSULTA.                  *
003672*****************************************************************
003673 2560-LE-PARAMETRO.
003674     MOVE DATA-SISTEMA TO PCS-DATA.
003675     IF EXPDATE-DISPONIVEL
003676         MOVE DATA-ESPERADA TO PCS-DATA
003677     END-IF.
003678     IF CTL-RUN-DATE NOT = SPACES
003679         MOVE CTL-RUN-DATE TO PCS-DATA
003680     END-IF.
003681     CALL "PARMCHK" USING PARM-CONSULTA.
003682 2560-LE-PARAMETRO-EXIT.
003683     EXIT.
003684
003685*****************************************************************
003686*    2600-EDITA-RECICLA : THE RULES RECICLA ITSELF APPLIES -    *
003687*                      AN OUT-OF-RANGE ATTEMPT LIMIT FALLS BACK *
003688*                      TO THE DEFAULT; THE CARD DATE BECOMES    *
003689*                      THE NUMNOVO HDR DATE TABUADA CHECKS.     *
003690*                      THE HIGHEST LIMIT AND THE DEFAULT ARE    *
003691*                      THE ONES IN THE PARAMETER TABLE.         *
003692*****************************************************************
003693 2600-EDITA-RECICLA.
003694     MOVE "RECICLA " TO PCS-PROGRAMA.
003695     MOVE 1 TO PCS-MINIMO.
003696     MOVE 99 TO PCS-MAXIMO.
003697     MOVE "TENT-MAX" TO PCS-NOME.
003698     MOVE 99 TO PCS-PADRAO.
003699     PERFORM 2560-LE-PARAMETRO THRU 2560-LE-PARAMETRO-EXIT.
003700     MOVE PCS-VALOR TO PARM-MAXIMO.
003701     MOVE "TENT-PAD" TO PCS-NOME.
003702     MOVE 3 TO PCS-PADRAO.
003703     PERFORM 2560-LE-PARAMETRO THRU 2560-LE-PARAMETRO-EXIT.
003704     MOVE PCS-VALOR TO PARM-PADRAO.
003705     IF CTL-PARM-1 IS NOT NUMERIC
003706         MOVE "CTL-PARM-1 NAO NUMERICO" TO MENSAGEM-ACHADO
003707         PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
003708     ELSE
003709         IF CTL-PARM-1-SUPPLIED AND CTL-PARM-1 > PARM-MAXIMO
003710             MOVE SPACES TO MENSAGEM-ACHADO
003711             STRING "CTL-PARM-1 (TENTATIVAS) ACIMA DE "
003712                                 DELIMITED BY SIZE
003713                    PARM-MAXIMO  DELIMITED BY SIZE
003714                    " - PADRAO " DELIMITED BY SIZE
003715                    PARM-PADRAO  DELIMITED BY SIZE
003716                 INTO MENSAGEM-ACHADO
003717             END-STRING
003718             PERFORM 6100-ACHADO-AVISO
003719                 THRU 6100-ACHADO-AVISO-EXIT
003720         END-IF
003721     END-IF.
003722     PERFORM 2550-EDITA-DATA-NEGOCIO
003723         THRU 2550-EDITA-DATA-NEGOCIO-EXIT.
003724 2600-EDITA-RECICLA-EXIT.
003725     EXIT.
003726
003727*****************************************************************
003728*    2610-EDITA-LOGARCH : LOGARCH REJECTS A CARD WHOSE CUTOFF   *
003729*                      (COLUMNS 09-16) IS NOT A CALENDAR DATE.  *
003730*****************************************************************
003731 2610-EDITA-LOGARCH.
003732     MOVE STP-CARTAO-PROGRAMA TO CARTAO-LOGARCH.
003733     MOVE "V" TO DTP-FUNCAO.
003734     MOVE CLA-DATA-CORTE TO DTP-DATA.
003735     CALL "DATACHK" USING DATA-PARAMETRO.
003736     IF DTP-DATA-INVALIDA
003737         MOVE "DATA DE CORTE DO LOGARCH INVALIDA"
003738             TO MENSAGEM-ACHADO
003739         PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
003740     END-IF.
003741     IF CLA-RESTO NOT = SPACES
003742         MOVE "COLUNAS 17-42 IGNORADAS PELO LOGARCH"
003743             TO MENSAGEM-ACHADO
003744         PERFORM 6100-ACHADO-AVISO THRU 6100-ACHADO-AVISO-EXIT
003745     END-IF.
003746 2610-EDITA-LOGARCH-EXIT.
003747     EXIT.
003748
003749*****************************************************************
003750*    2620-EDITA-TABVAR : TABVAR REJECTS A CARD WHOSE CURRENT OR *
003751*                      PRIOR DATE IS NOT A CALENDAR DATE.       *
003752*****************************************************************
003753 2620-EDITA-TABVAR.
003754     MOVE STP-CARTAO-PROGRAMA TO CARTAO-TABVAR.
003755     MOVE "V" TO DTP-FUNCAO.
003756     MOVE CTV-DATA-ATUAL TO DTP-DATA.
003757     CALL "DATACHK" USING DATA-PARAMETRO.
003758     IF DTP-DATA-INVALIDA
003759         MOVE "DATA ATUAL DO TABVAR INVALIDA"
003760             TO MENSAGEM-ACHADO
003761         PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
003762     END-IF.
003763     MOVE "V" TO DTP-FUNCAO.
003764     MOVE CTV-DATA-ANTERIOR TO DTP-DATA.
003765     CALL "DATACHK" USING DATA-PARAMETRO.
003766     IF DTP-DATA-INVALIDA
003767         MOVE "DATA ANTERIOR DO TABVAR INVALIDA"
003768             TO MENSAGEM-ACHADO
003769         PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
003770     END-IF.
003771     IF CTV-RESTO NOT = SPACES
003772         MOVE "COLUNAS 25-42 IGNORADAS PELO TABVAR"
003773             TO MENSAGEM-ACHADO
003774         PERFORM 6100-ACHADO-AVISO THRU 6100-ACHADO-AVISO-EXIT
003775     END-IF.
003776 2620-EDITA-TABVAR-EXIT.
003777     EXIT.
003778
003779*****************************************************************
003780*    2630-EDITA-SEM-CARTAO : CSVVERIF, TABLOAD, CHKMON AND      *
003781*                      ALERTRPT READ NO CONTROL CARD - THE STEP *
003782*                      CARD CARRIES ONLY THE PROGRAM NAME.      *
003783*****************************************************************
003784 2630-EDITA-SEM-CARTAO.
003785     IF STP-PARAMETROS NOT = SPACES
003786         MOVE "COLUNAS 09-42 IGNORADAS - PROGRAMA SEM CARTAO"
003787             TO MENSAGEM-ACHADO
003788         PERFORM 6100-ACHADO-AVISO THRU 6100-ACHADO-AVISO-EXIT
003789     END-IF.
003790 2630-EDITA-SEM-CARTAO-EXIT.
003791     EXIT.
003792
003793*****************************************************************
003794*    2640-EDITA-SLAMON : BOTH FIELDS ARE OPTIONAL; WHEN GIVEN,  *
003795*                      SLAMON REJECTS A DATE THAT IS NOT A      *
003796*                      CALENDAR DATE OR A WINDOW OPENING THAT   *
003797*                      IS NOT A TIME OF DAY.                    *
003798*****************************************************************
003799 2640-EDITA-SLAMON.
003800     MOVE STP-CARTAO-PROGRAMA TO CARTAO-SLAMON.
003801     IF CSL-DATA-NEGOCIO NOT = SPACES
003802         MOVE "V" TO DTP-FUNCAO
003803         MOVE CSL-DATA-NEGOCIO TO DTP-DATA
003804         CALL "DATACHK" USING DATA-PARAMETRO
003805         IF DTP-DATA-INVALIDA
003806             MOVE "DATA DE NEGOCIO DO SLAMON INVALIDA"
003807                 TO MENSAGEM-ACHADO
003808             PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
003809         END-IF
003810     END-IF.
003811     IF CSL-ABERTURA NOT = SPACES
003812         IF CSL-ABERTURA IS NOT NUMERIC
003813             MOVE "ABERTURA DA JANELA NAO E HHMM"
003814                 TO MENSAGEM-ACHADO
003815             PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
003816         ELSE
003817             IF CSL-ABERTURA-HH > 23 OR CSL-ABERTURA-MM > 59
003818                 MOVE "ABERTURA DA JANELA NAO E HHMM"
003819                     TO MENSAGEM-ACHADO
003820                 PERFORM 6000-ACHADO-ERRO
003821                     THRU 6000-ACHADO-ERRO-EXIT
003822             END-IF
003823         END-IF
003824     END-IF.
003825     IF CSL-RESTO NOT = SPACES
003826         MOVE "COLUNAS 21-42 IGNORADAS PELO SLAMON"
003827             TO MENSAGEM-ACHADO
003828         PERFORM 6100-ACHADO-AVISO THRU 6100-ACHADO-AVISO-EXIT
003829     END-IF.
003830 2640-EDITA-SLAMON-EXIT.
003831     EXIT.
003832
003833*****************************************************************
003834*    2650-EDITA-CONCILIA : THE BUSINESS DATE IS OPTIONAL; WHEN  *
003835*                      GIVEN, CONCILIA REJECTS A DATE THAT IS   *
003836*                      NOT A CALENDAR DATE.                     *
003837*****************************************************************
003838 2650-EDITA-CONCILIA.
003839     MOVE STP-CARTAO-PROGRAMA TO CARTAO-CONCILIA.
003840     IF CCN-DATA-NEGOCIO NOT = SPACES
003841         MOVE "V" TO DTP-FUNCAO
003842         MOVE CCN-DATA-NEGOCIO TO DTP-DATA
003843         CALL "DATACHK" USING DATA-PARAMETRO
003844         IF DTP-DATA-INVALIDA
003845             MOVE "DATA DE NEGOCIO DO CONCILIA INVALIDA"
003846                 TO MENSAGEM-ACHADO
003847             PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
003848         END-IF
003849     END-IF.
003850     IF CCN-RESTO NOT = SPACES
003851         MOVE "COLUNAS 17-42 IGNORADAS PELO CONCILIA"
003852             TO MENSAGEM-ACHADO
003853         PERFORM 6100-ACHADO-AVISO THRU 6100-ACHADO-AVISO-EXIT
003854     END-IF.
003855 2650-EDITA-CONCILIA-EXIT.
003856     EXIT.
003857
003858*****************************************************************
003859*    2660-EDITA-SEGRPT : SEGRPT CARD - OPTIONAL FIRST AND LAST  *
003860*                      DAY OF THE REPORT PERIOD, IN ORDER.      *
003861*****************************************************************
003862 2660-EDITA-SEGRPT.
003863     MOVE STP-CARTAO-PROGRAMA TO CARTAO-SEGRPT.
003864     MOVE "Y" TO DATAS-SEGRPT-VALIDAS-SW.
003865     IF CSG-DATA-INICIO NOT = SPACES
003866         MOVE "V" TO DTP-FUNCAO
003867         MOVE CSG-DATA-INICIO TO DTP-DATA
003868         CALL "DATACHK" USING DATA-PARAMETRO
003869         IF DTP-DATA-INVALIDA
003870             MOVE "N" TO DATAS-SEGRPT-VALIDAS-SW
003871             MOVE "DATA INICIAL DO SEGRPT INVALIDA"
003872                 TO MENSAGEM-ACHADO
003873             PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
003874         END-IF
003875     END-IF.
003876     IF CSG-DATA-FIM NOT = SPACES
003877         MOVE "V" TO DTP-FUNCAO
003878         MOVE CSG-DATA-FIM TO DTP-DATA
003879         CALL "DATACHK" USING DATA-PARAMETRO
003880         IF DTP-DATA-INVALIDA
003881             MOVE "N" TO DATAS-SEGRPT-VALIDAS-SW
003882             MOVE "DATA FINAL DO SEGRPT INVALIDA"
003883                 TO MENSAGEM-ACHADO
003884             PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
003885         END-IF
003886     END-IF.
003887     IF CSG-DATA-INICIO NOT = SPACES AND CSG-DATA-FIM NOT = SPACES
003888             AND DATAS-SEGRPT-VALIDAS
003889             AND CSG-DATA-INICIO > CSG-DATA-FIM
003890         MOVE "DATA INICIAL DO SEGRPT POSTERIOR A FINAL"
003891             TO MENSAGEM-ACHADO
003892         PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
003893     END-IF.
003894     IF CSG-RESTO NOT = SPACES
003895         MOVE "COLUNAS 25-42 IGNORADAS PELO SEGRPT"
003896             TO MENSAGEM-ACHADO
003897         PERFORM 6100-ACHADO-AVISO THRU 6100-ACHADO-AVISO-EXIT
003898     END-IF.
003899 2660-EDITA-SEGRPT-EXIT.
003900     EXIT.
003901
003902*****************************************************************
003903*    2670-EDITA-REMESSA : REMESSA CARD - OPTIONAL BUSINESS DATE *
003904*                      AND THE REPLACEMENT FLAG IN COLUMN 17.   *
003905*****************************************************************
003906 2670-EDITA-REMESSA.
003907     MOVE STP-CARTAO-PROGRAMA TO CARTAO-REMESSA.
003908     IF CRM-DATA-NEGOCIO NOT = SPACES
003909         MOVE "V" TO DTP-FUNCAO
003910         MOVE CRM-DATA-NEGOCIO TO DTP-DATA
003911         CALL "DATACHK" USING DATA-PARAMETRO
003912         IF DTP-DATA-INVALIDA
003913             MOVE "DATA DE NEGOCIO DO REMESSA INVALIDA"
003914                 TO MENSAGEM-ACHADO
003915             PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
003916         END-IF
003917     END-IF.
003918     IF CRM-SUBSTITUICAO NOT = "S" AND NOT = SPACE
003919         MOVE "COLUNA 17 DO REMESSA DEVE SER 'S' OU BRANCO"
003920             TO MENSAGEM-ACHADO
003921         PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
003922     END-IF.
003923     IF CRM-SUBSTITUICAO = "S"
003924         MOVE "REMESSA MARCADO COMO ENVIO SUBSTITUTO"
003925             TO MENSAGEM-ACHADO
003926         PERFORM 6100-ACHADO-AVISO THRU 6100-ACHADO-AVISO-EXIT
003927     END-IF.
003928     IF CRM-RESTO NOT = SPACES
003929         MOVE "COLUNAS 18-42 IGNORADAS PELO REMESSA"
003930             TO MENSAGEM-ACHADO
003931         PERFORM 6100-ACHADO-AVISO THRU 6100-ACHADO-AVISO-EXIT
003932     END-IF.
003933 2670-EDITA-REMESSA-EXIT.
003934     EXIT.
003935
003936*****************************************************************
003937*    2680-EDITA-TABARQ : TABARQ CARD - OPTIONAL RETENTION       *
003938*                      CUTOFF FOR THE REPORT ARCHIVE.           *
003939*****************************************************************
003940 2680-EDITA-TABARQ.
003941     MOVE STP-CARTAO-PROGRAMA TO CARTAO-TABARQ.
003942     IF CTQ-DATA-CORTE NOT = SPACES
003943         MOVE "V" TO DTP-FUNCAO
003944         MOVE CTQ-DATA-CORTE TO DTP-DATA
003945         CALL "DATACHK" USING DATA-PARAMETRO
003946         IF DTP-DATA-INVALIDA
003947             MOVE "DATA DE CORTE DO TABARQ INVALIDA"
003948                 TO MENSAGEM-ACHADO
003949             PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
003950         END-IF
003951     END-IF.
003952     IF CTQ-RESTO NOT = SPACES
003953         MOVE "COLUNAS 17-42 IGNORADAS PELO TABARQ"
003954             TO MENSAGEM-ACHADO
003955         PERFORM 6100-ACHADO-AVISO THRU 6100-ACHADO-AVISO-EXIT
003956     END-IF.
003957 2680-EDITA-TABARQ-EXIT.
003958     EXIT.
003959
003960*****************************************************************
003961*    2685-EDITA-RESMENS : RESMENS CARD - OPTIONAL BUSINESS DATE *
003962*                      (ITS MONTH IS ROLLED UP) AND RETENTION   *
003963*                      CUTOFF, WHICH RESMENS REFUSES WHEN IT    *
003964*                      FALLS AFTER THAT MONTH.                  *
003965*****************************************************************
003966 2685-EDITA-RESMENS.
003967     MOVE STP-CARTAO-PROGRAMA TO CARTAO-RESMENS.
003968     IF CRS-DATA-NEGOCIO NOT = SPACES
003969         MOVE "V" TO DTP-FUNCAO
003970         MOVE CRS-DATA-NEGOCIO TO DTP-DATA
003971         CALL "DATACHK" USING DATA-PARAMETRO
003972         IF DTP-DATA-INVALIDA
003973             MOVE "DATA DE NEGOCIO DO RESMENS INVALIDA"
003974                 TO MENSAGEM-ACHADO
003975             PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
003976         END-IF
003977     END-IF.
003978     IF CRS-DATA-CORTE NOT = SPACES
003979         MOVE "V" TO DTP-FUNCAO
003980         MOVE CRS-DATA-CORTE TO DTP-DATA
003981         CALL "DATACHK" USING DATA-PARAMETRO
003982         IF DTP-DATA-INVALIDA
003983             MOVE "DATA DE CORTE DO RESMENS INVALIDA"
003984                 TO MENSAGEM-ACHADO
003985             PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
003986         ELSE
003987             IF CRS-DATA-NEGOCIO NOT = SPACES
003988                     AND CRS-DATA-CORTE (1:6) >
003989                         CRS-DATA-NEGOCIO (1:6)
003990                 MOVE "CORTE DO RESMENS POSTERIOR AO MES RESUMIDO"
003991                     TO MENSAGEM-ACHADO
003992                 PERFORM 6000-ACHADO-ERRO
003993                     THRU 6000-ACHADO-ERRO-EXIT
003994             END-IF
003995         END-IF
003996     END-IF.
003997     IF CRS-RESTO NOT = SPACES
003998         MOVE "COLUNAS 25-42 IGNORADAS PELO RESMENS"
003999             TO MENSAGEM-ACHADO
004000         PERFORM 6100-ACHADO-AVISO THRU 6100-ACHADO-AVISO-EXIT
004001     END-IF.
004002 2685-EDITA-RESMENS-EXIT.
004003     EXIT.
004004
004005*****************************************************************
004006*    2690-EDITA-RESEST : RESEST CARD - OPTIONAL BUSINESS DATE   *
004007*                      (ITS MONTH IS REPORTED).                 *
004008*****************************************************************
004009 2690-EDITA-RESEST.
004010     MOVE STP-CARTAO-PROGRAMA TO CARTAO-RESEST.
004011     IF CRE-DATA-NEGOCIO NOT = SPACES
004012         MOVE "V" TO DTP-FUNCAO
004013         MOVE CRE-DATA-NEGOCIO TO DTP-DATA
004014         CALL "DATACHK" USING DATA-PARAMETRO
004015         IF DTP-DATA-INVALIDA
004016             MOVE "DATA DE NEGOCIO DO RESEST INVALIDA"
004017                 TO MENSAGEM-ACHADO
004018             PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
004019         END-IF
004020     END-IF.
004021     IF CRE-RESTO NOT = SPACES
004022         MOVE "COLUNAS 17-42 IGNORADAS PELO RESEST"
004023             TO MENSAGEM-ACHADO
004024         PERFORM 6100-ACHADO-AVISO THRU 6100-ACHADO-AVISO-EXIT
004025     END-IF.
004026 2690-EDITA-RESEST-EXIT.
004027     EXIT.
004028
004029*****************************************************************
004030*    2700-EDITA-CONDICAO : THE RUN CONDITION IN COLUMNS 43-55.  *
004031*                      AN RC TEST MUST NAME A STEP THAT COMES   *
004032*                      EARLIER IN THE DECK - OTHERWISE DISPATCH *
004033*                      WOULD NEVER RUN THE STEP.                *
004034*****************************************************************
004035 2700-EDITA-CONDICAO.
004036     IF NOT STP-COND-VALIDA
004037         MOVE "CONDICAO (COLUNA 43) NAO E BRANCO/A/R/E"
004038             TO MENSAGEM-ACHADO
004039         PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
004040         GO TO 2700-EDITA-CONDICAO-EXIT
004041     END-IF.
004042     IF NOT STP-COND-SE-RC
004043         IF STP-CONDICAO (2:12) NOT = SPACES
004044             MOVE "COLUNAS 44-55 SO VALEM COM CONDICAO 'R'"
004045                 TO MENSAGEM-ACHADO
004046             PERFORM 6100-ACHADO-AVISO
004047                 THRU 6100-ACHADO-AVISO-EXIT
004048         END-IF
004049         IF STP-COND-SE-ERRO AND QTD-VISTOS = ZEROS
004050             MOVE "CONDICAO 'E' NO PRIMEIRO PASSO - NUNCA EXECUTA"
004051                 TO MENSAGEM-ACHADO
004052             PERFORM 6100-ACHADO-AVISO
004053                 THRU 6100-ACHADO-AVISO-EXIT
004054         END-IF
004055         GO TO 2700-EDITA-CONDICAO-EXIT
004056     END-IF.
004057     MOVE STP-COND-PROGRAMA TO PROGRAMA-REFERIDO.
004058     IF NOT PROGRAMA-DA-SUITE
004059         MOVE "CONDICAO TESTA PROGRAMA FORA DA SUITE"
004060             TO MENSAGEM-ACHADO
004061         PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
004062     ELSE
004063         MOVE "N" TO ACHOU-SW
004064         PERFORM 2710-PROCURA-VISTO THRU 2710-PROCURA-VISTO-EXIT
004065             VARYING IND-VIS FROM 1 BY 1
004066             UNTIL IND-VIS > QTD-VISTOS OR ACHOU
004067         IF NOT ACHOU
004068             MOVE "CONDICAO TESTA PASSO QUE NAO VEM ANTES NO DECK"
004069                 TO MENSAGEM-ACHADO
004070             PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
004071         END-IF
004072     END-IF.
004073     IF NOT STP-OPER-VALIDO
004074         MOVE "OPERADOR DA CONDICAO NAO E EQ/NE/LT/LE/GT/GE"
004075             TO MENSAGEM-ACHADO
004076         PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
004077     END-IF.
004078     IF STP-COND-RC IS NOT NUMERIC
004079         MOVE "RC DA CONDICAO (COLUNAS 54-55) NAO NUMERICO"
004080             TO MENSAGEM-ACHADO
004081         PERFORM 6000-ACHADO-ERRO THRU 6000-ACHADO-ERRO-EXIT
004082     END-IF.
004083 2700-EDITA-CONDICAO-EXIT.
004084     EXIT.
004085
004086 2710-PROCURA-VISTO.
004087     IF VIS-PROGRAMA (IND-VIS) = STP-COND-PROGRAMA
004088         MOVE "Y" TO ACHOU-SW
004089     END-IF.
004090 2710-PROCURA-VISTO-EXIT.
004091     EXIT.
004092
004093*****************************************************************
004094*    2750-GUARDA-VISTO : REMEMBER EVERY STEP SEEN SO FAR FOR    *
004095*                      THE RC-TEST CHECK OF LATER CARDS.        *
004096*****************************************************************
004097 2750-GUARDA-VISTO.
004098     IF QTD-VISTOS < MAX-VISTOS
004099         ADD 1 TO QTD-VISTOS
004100         MOVE STP-PROGRAM-NAME TO VIS-PROGRAMA (QTD-VISTOS)
004101     END-IF.
004102 2750-GUARDA-VISTO-EXIT.
004103     EXIT.
004104
004105*****************************************************************
004106*    6000-ACHADO-ERRO : PRINT ONE ERROR FINDING FOR THE         *
004107*                      CURRENT CARD.  THE MESSAGE ARRIVES IN    *
004108*                      LINHA-IMPRESSAO.                         *
004109*****************************************************************
004110 6000-ACHADO-ERRO.
004111     ADD 1 TO QTD-ERROS.
004112     ADD 1 TO ACHADOS-NO-CARTAO.
004113     PERFORM 6300-IMPRIME-ACHADO THRU 6300-IMPRIME-ACHADO-EXIT.
004114 6000-ACHADO-ERRO-EXIT.
004115     EXIT.
004116
004117 6100-ACHADO-AVISO.
004118     ADD 1 TO QTD-AVISOS.
004119     ADD 1 TO ACHADOS-NO-CARTAO.
004120     PERFORM 6300-IMPRIME-ACHADO THRU 6300-IMPRIME-ACHADO-EXIT.
004121 6100-ACHADO-AVISO-EXIT.
004122     EXIT.
004123
004124 6200-CARTAO-OK.
004125     MOVE "OK" TO MENSAGEM-ACHADO.
004126     PERFORM 6300-IMPRIME-ACHADO THRU 6300-IMPRIME-ACHADO-EXIT.
004127 6200-CARTAO-OK-EXIT.
004128     EXIT.
004129
004130*****************************************************************
004131*    6300-IMPRIME-ACHADO : ONE REPORT LINE - CARD NUMBER,       *
004132*                      PROGRAM NAMED AND THE FINDING TEXT       *
004133*                      PREPARED BY THE CALLER IN                *
004134*                      MENSAGEM-ACHADO.                         *
004135*****************************************************************
004136 6300-IMPRIME-ACHADO.
004137     MOVE QTD-CARTOES TO CARTAO-EDITADO.
004138     MOVE SPACES TO LINHA-IMPRESSAO.
004139     STRING "CARTAO " DELIMITED BY SIZE
004140            CARTAO-EDITADO DELIMITED BY SIZE
004141            " "       DELIMITED BY SIZE
004142            STP-PROGRAM-NAME DELIMITED BY SIZE
004143            " "       DELIMITED BY SIZE
004144            MENSAGEM-ACHADO DELIMITED BY SIZE
004145         INTO LINHA-IMPRESSAO
004146     END-STRING.
004147     MOVE SPACES TO MENSAGEM-ACHADO.
004148     PERFORM 7000-GRAVA-LINHA THRU 7000-GRAVA-LINHA-EXIT.
004149 6300-IMPRIME-ACHADO-EXIT.
004150     EXIT.
004160
004170*****************************************************************
