000280*                           'U' = DTP-DATA IS A BUSINESS DAY,   *
000290*                           'N' = WEEKEND OR CALENDAR           *
000300*                                 NON-WORKING DATE.             *
000302*      DTP-DIA-SEMANA     - SET FOR EVERY VALID DTP-DATA: DAY   *
000304*                           OF THE WEEK, 1 = MONDAY ... 7 =     *
000306*                           SUNDAY.                             *
000310*                                                               *
000320*****************************************************************
000330 01  DATA-PARAMETRO.
000430     05  DTP-DIA-UTIL            PIC X(01).
000440         88  DTP-DIA-UTIL-SIM         VALUE "U".
000450         88  DTP-DIA-UTIL-NAO         VALUE "N".
000460     05  DTP-DIA-SEMANA          PIC 9(01).
