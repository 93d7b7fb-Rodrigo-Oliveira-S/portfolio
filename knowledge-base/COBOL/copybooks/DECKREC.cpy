000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK    : DECKREC                                      *
000040*    DESCRIPTION : STEP DECK LIBRARY RECORD (DECKLIB INDEXED    *
000050*                  FILE, 140 BYTES).  ONE RECORD PER STANDARD   *
000060*                  STEP CARD, FILED UNDER THE SCHEDULE ON WHICH *
000070*                  IT RUNS.  MAINTAINED AND LISTED BY DECKADM;  *
000080*                  READ BY DECKGER, WHICH BUILDS THE NIGHT'S    *
000090*                  CARDSTK FROM THE SCHEDULES THAT APPLY TO THE *
000100*                  BUSINESS DATE.                               *
000110*                                                               *
000120*    USAGE       : COPY DECKREC.  (WORKING-STORAGE - THE FD     *
000130*                  DECLARES THE KEY FIELDS, AS FOR PARAMS)      *
000140*                                                               *
000150*    KEY         : DCK-CHAVE - SCHEDULE + SEQUENCE.             *
000160*                                                               *
000170*    FIELD NOTES :                                              *
000180*      DCK-ESCALA         - SCHEDULE CODE:                      *
000190*                           'D' = EVERY BUSINESS DAY,           *
000200*                           'S' = MONDAYS ONLY,                 *
000210*                           'M' = LAST BUSINESS DAY OF THE      *
000220*                                 MONTH,                        *
000230*                           'F' = FIRST BUSINESS DAY AFTER A    *
000240*                                 HOLIDAY (FERIADOS CALENDAR).  *
000250*      DCK-SEQUENCIA      - POSITION OF THE STEP IN THE NIGHT'S *
000260*                           STREAM.  THE DECK IS BUILT IN       *
000270*                           SEQUENCE ORDER ACROSS ALL THE       *
000280*                           SCHEDULES THAT APPLY, SO A MONTH-   *
000290*                           END STEP CAN BE PLACED BETWEEN TWO  *
000300*                           DAILY ONES.                         *
000310*      DCK-CARTAO         - THE STEP CARD ITSELF (COPYBOOK      *
000320*                           STEPCARD).  THE BUSINESS DATE IS    *
000330*                           STAMPED ON IT WHEN THE DECK IS      *
000340*                           BUILT, SO IT IS HELD WITHOUT ONE.   *
000346*      DCK-RETENCAO-DIAS  - LOGARCH, TABARQ AND RESMENS ONLY:  *
000352*                           DAYS KEPT.                          *
000360*                           THE CUTOFF ON THE CARD IS SET TO    *
000370*                           THE BUSINESS DATE LESS THESE DAYS.  *
000380*                           ZERO = THE CUTOFF ON THE CARD IS    *
000390*                           USED AS IT STANDS.                  *
000400*      DCK-DESCRICAO      - FREE TEXT (PURPOSE OF THE STEP).    *
000410*      DCK-DATA-ALTERACAO - MACHINE DATE OF THE LAST CHANGE.    *
000420*      DCK-OPERADOR       - OPERATOR WHO MADE THE LAST CHANGE.  *
000430*                                                               *
000440*****************************************************************
000450 01  DECK-REGISTRO.
000460     05  DCK-CHAVE.
000470         10  DCK-ESCALA          PIC X(01).
000480             88  DCK-ESCALA-DIARIA     VALUE "D".
000490             88  DCK-ESCALA-SEGUNDA    VALUE "S".
000500             88  DCK-ESCALA-FIM-MES    VALUE "M".
000510             88  DCK-ESCALA-POS-FERIADO
000520                                       VALUE "F".
000530             88  DCK-ESCALA-VALIDA     VALUE "D" "S" "M" "F".
000540         10  DCK-SEQUENCIA       PIC 9(04).
000550     05  DCK-CARTAO              PIC X(80).
000560     05  DCK-RETENCAO-DIAS       PIC 9(04).
000570     05  DCK-DESCRICAO           PIC X(30).
000580     05  DCK-DATA-ALTERACAO      PIC X(08).
000590     05  DCK-OPERADOR            PIC X(08).
000600     05  FILLER                  PIC X(05).
