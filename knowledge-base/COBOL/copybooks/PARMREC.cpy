000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK    : PARMREC                                      *
000040*    DESCRIPTION : CENTRAL PARAMETER TABLE RECORD (PARAMS       *
000050*                  INDEXED FILE, 80 BYTES).  ONE RECORD PER     *
000060*                  PROGRAM LIMIT OR DEFAULT AND EFFECTIVE DATE, *
000070*                  SO A LIMIT CAN BE CHANGED UNDER CHANGE       *
000080*                  CONTROL WITHOUT A RECOMPILE.  MAINTAINED AND *
000090*                  LISTED BY PARMADM, READ BY THE PARMCHK       *
000100*                  SUBPROGRAM (SEE COPYBOOK PARMPRM).           *
000110*                                                               *
000120*    USAGE       : COPY PARMREC.  (WORKING-STORAGE - THE FD     *
000130*                  DECLARES THE KEY FIELDS, AS FOR RUNHIST)     *
000140*                                                               *
000150*    KEY         : PRM-CHAVE - PROGRAM + PARAMETER NAME +       *
000160*                  EFFECTIVE DATE.  SEVERAL DATES MAY BE HELD   *
000170*                  FOR ONE PARAMETER; THE ONE IN FORCE ON A     *
000180*                  BUSINESS DATE IS THE LATEST EFFECTIVE DATE   *
000190*                  NOT AFTER IT, SO A CHANGE CAN BE LOADED      *
000200*                  AHEAD OF THE NIGHT IT TAKES EFFECT.          *
000210*                                                               *
000220*    FIELD NOTES :                                              *
000230*      PRM-PROGRAMA       - PROGRAM THAT READS THE PARAMETER.   *
000240*      PRM-NOME           - PARAMETER NAME (SEE THE CATALOGUE   *
000250*                           IN PARMADM).                        *
000260*      PRM-DATA-VIGOR     - FIRST BUSINESS DATE THE VALUE       *
000270*                           APPLIES TO, YYYYMMDD.               *
000280*      PRM-VALOR          - THE VALUE.                          *
000290*      PRM-DESCRICAO      - FREE TEXT (CHANGE TICKET, REASON).  *
000300*      PRM-DATA-ALTERACAO - MACHINE DATE OF THE LAST CHANGE.    *
000310*      PRM-OPERADOR       - OPERATOR WHO MADE THE LAST CHANGE.  *
000320*                                                               *
000330*****************************************************************
000340 01  PARM-REGISTRO.
000350     05  PRM-CHAVE.
000360         10  PRM-PROGRAMA        PIC X(08).
000370         10  PRM-NOME            PIC X(08).
000380         10  PRM-DATA-VIGOR      PIC X(08).
000390     05  PRM-VALOR               PIC 9(07).
000400     05  PRM-DESCRICAO           PIC X(30).
000410     05  PRM-DATA-ALTERACAO      PIC X(08).
000420     05  PRM-OPERADOR            PIC X(08).
000430     05  FILLER                  PIC X(03).
