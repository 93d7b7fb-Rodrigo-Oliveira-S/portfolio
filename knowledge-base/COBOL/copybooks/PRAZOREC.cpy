000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK    : PRAZOREC                                     *
000040*    DESCRIPTION : SCHEDULE-EXPECTATION RECORD (PRAZOS FILE,    *
000050*                  40 BYTES).  ONE RECORD PER PROGRAM OF THE    *
000060*                  NIGHT SAYING ON WHICH BUSINESS DAYS IT MUST  *
000070*                  RUN AND BY WHEN IT MUST HAVE STARTED AND     *
000080*                  FINISHED.  MAINTAINED BY OPERATIONS LIKE     *
000090*                  FERIADOS; READ BY THE SLA MONITOR SLAMON.    *
000100*                                                               *
000110*    USAGE       : COPY PRAZOREC.                               *
000120*                                                               *
000130*    FIELD NOTES :                                              *
000140*      PRZ-PROGRAM-NAME  - PROGRAM AS IT APPEARS IN RUNLOG.     *
000150*      PRZ-DIAS-SEMANA   - ONE BYTE PER WEEKDAY, MONDAY FIRST   *
000160*                          (SEG TER QUA QUI SEX SAB DOM): 'S' = *
000170*                          MUST RUN WHEN THAT WEEKDAY IS A      *
000180*                          BUSINESS DAY.  A HOLIDAY (FERIADOS)  *
000190*                          IS NEVER EXPECTED.                   *
000200*      PRZ-INICIO-LIMITE - LATEST ACCEPTABLE START, HHMM.       *
000210*                          SPACES = START NOT CHECKED.  ONLY    *
000220*                          PROGRAMS THAT LOG A START ('I')      *
000230*                          EVENT CAN BE CHECKED FOR IT.         *
000240*      PRZ-FIM-LIMITE    - LATEST ACCEPTABLE END, HHMM.         *
000250*                          REQUIRED.                            *
000260*                          BOTH TIMES ARE WALL-CLOCK TIMES OF   *
000270*                          THE NIGHT'S BATCH WINDOW: A TIME     *
000280*                          EARLIER THAN THE WINDOW OPENING      *
000290*                          (SLAMON CONTROL CARD, DEFAULT 1800)  *
000300*                          FALLS AFTER MIDNIGHT.                *
000310*      PRZ-CRITICO       - 'S' = A MISSING OR UNFINISHED RUN    *
000320*                          IS SEVERE (ALERT SEVERITY 12)        *
000330*                          INSTEAD OF AN ERROR (08).            *
000340*                                                               *
000350*****************************************************************
000360 01  PRAZO-RECORD.
000370     05  PRZ-PROGRAM-NAME        PIC X(08).
000380     05  PRZ-DIAS-SEMANA         PIC X(07).
000390     05  PRZ-DIAS-TABELA REDEFINES PRZ-DIAS-SEMANA.
000400         10  PRZ-DIA OCCURS 7 TIMES
000410                                 PIC X(01).
000420             88  PRZ-DIA-PREVISTO     VALUE "S".
000430     05  PRZ-INICIO-LIMITE       PIC X(04).
000440     05  PRZ-INICIO-HORA REDEFINES PRZ-INICIO-LIMITE.
000450         10  PRZ-INICIO-HH       PIC 9(02).
000460         10  PRZ-INICIO-MM       PIC 9(02).
000470     05  PRZ-FIM-LIMITE          PIC X(04).
000480     05  PRZ-FIM-HORA REDEFINES PRZ-FIM-LIMITE.
000490         10  PRZ-FIM-HH          PIC 9(02).
000500         10  PRZ-FIM-MM          PIC 9(02).
000510     05  PRZ-CRITICO             PIC X(01).
000520         88  PRZ-CRITICO-SIM          VALUE "S".
000530     05  FILLER                  PIC X(16).
