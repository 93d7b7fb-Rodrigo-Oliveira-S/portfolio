000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK    : STEPCARD                                     *
000040*    DESCRIPTION : ONE STEP CARD OF THE CARDSTK DECK RUN BY     *
000050*                  DISPATCH (80 BYTES).  COLUMNS 01-42 ARE THE  *
000060*                  CALLED PROGRAM'S OWN CONTROL CARD, WRITTEN   *
000070*                  TO SYSIN UNCHANGED BEFORE THE CALL (CTLCARD  *
000080*                  FOR TABUADA, CONTADOR AND RECICLA, THE       *
000090*                  PROGRAM'S OWN SHORT CARD FOR LOGARCH,        *
000095*                  TABVAR, SLAMON, CONCILIA, SEGRPT, REMESSA,   *
000100*                  TABARQ, RESMENS AND RESEST, THE PROGRAM NAME *
000105*                  ALONE FOR THE PROGRAMS THAT TAKE NO CARD).   *
000110*                  COLUMNS 43-55 ARE READ BY DISPATCH ONLY AND  *
000120*                  SAY WHEN THE STEP RUNS.                      *
000140*                                                               *
000150*    USAGE       : COPY STEPCARD.                               *
000160*                                                               *
000170*    FIELD NOTES :                                              *
000180*      STP-PROGRAM-NAME  - PROGRAM THE STEP CALLS; ALWAYS THE   *
000190*                          FIRST 8 BYTES OF ITS OWN CARD.       *
000200*      STP-COND-TIPO     - ' ' = RUN ONLY WHILE NO EARLIER      *
000210*                                STEP OF THE STREAM HAS ENDED   *
000220*                                WITH AN RC AT OR ABOVE THE     *
000222*                                DISPATCH RC-FALHA PARAMETER    *
000224*                                (DEFAULT 8).  BLANK IS THE     *
000226*                                NORMAL CONDITION.              *
000230*                          'A' = ALWAYS RUN, EVEN AFTER AN      *
000240*                                EARLIER STEP FAILED.           *
000250*                          'R' = RUN ONLY WHEN THE LATEST       *
000260*                                EXECUTION OF STP-COND-PROGRAMA *
000270*                                IN THIS STREAM ENDED WITH AN   *
000280*                                RC THAT SATISFIES              *
000290*                                STP-COND-OPERADOR AGAINST      *
000300*                                STP-COND-RC.  THE TEST ALONE   *
000310*                                DECIDES; A STEP NAMED THAT DID *
000320*                                NOT EXECUTE FAILS THE TEST.    *
000330*                          'E' = RUN ONLY WHEN AN EARLIER STEP  *
000340*                                HAS FAILED (RECOVERY STEPS).   *
000350*      STP-COND-PROGRAMA - 'R' ONLY: EARLIER STEP TESTED.       *
000360*      STP-COND-OPERADOR - 'R' ONLY: EQ NE LT LE GT GE.         *
000370*      STP-COND-RC       - 'R' ONLY: RETURN-CODE COMPARED.      *
000380*                                                               *
000390*****************************************************************
000400 01  STEP-CARD.
000410     05  STP-CARTAO-PROGRAMA.
000420         10  STP-PROGRAM-NAME    PIC X(08).
000430         10  STP-PARAMETROS      PIC X(34).
000440     05  STP-CONDICAO.
000450         10  STP-COND-TIPO       PIC X(01).
000460             88  STP-COND-PADRAO      VALUE " ".
000470             88  STP-COND-SEMPRE      VALUE "A".
000480             88  STP-COND-SE-RC       VALUE "R".
000490             88  STP-COND-SE-ERRO     VALUE "E".
000500             88  STP-COND-VALIDA      VALUE " " "A" "R" "E".
000510         10  STP-COND-PROGRAMA   PIC X(08).
000520         10  STP-COND-OPERADOR   PIC X(02).
000530             88  STP-OPER-EQ          VALUE "EQ".
000540             88  STP-OPER-NE          VALUE "NE".
000550             88  STP-OPER-LT          VALUE "LT".
000560             88  STP-OPER-LE          VALUE "LE".
000570             88  STP-OPER-GT          VALUE "GT".
000580             88  STP-OPER-GE          VALUE "GE".
000590             88  STP-OPER-VALIDO      VALUE "EQ" "NE" "LT" "LE"
000600                                            "GT" "GE".
000610         10  STP-COND-RC         PIC 9(02).
000620     05  FILLER                  PIC X(25).
