000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK    : PARMPRM                                      *
000040*    DESCRIPTION : PARAMETER AREA FOR THE PARMCHK SUBPROGRAM,   *
000050*                  SHARED BY EVERY PROGRAM THAT TAKES A LIMIT   *
000060*                  OR A DEFAULT FROM THE CENTRAL PARAMETER      *
000070*                  TABLE (PARAMS, COPYBOOK PARMREC).            *
000080*                                                               *
000090*    USAGE       : COPY PARMPRM.                                *
000100*                  CALL "PARMCHK" USING PARM-CONSULTA.          *
000110*                                                               *
000120*    FIELD NOTES :                                              *
000130*      PCS-PROGRAMA       - PROGRAM WHOSE PARAMETER IS WANTED.  *
000140*      PCS-NOME           - PARAMETER NAME.                     *
000150*      PCS-DATA           - BUSINESS DATE, YYYYMMDD; THE ENTRY  *
000160*                           WITH THE LATEST EFFECTIVE DATE NOT  *
000170*                           AFTER IT IS USED.  SPACES = THE     *
000180*                           MACHINE DATE.                       *
000190*      PCS-PADRAO         - VALUE TO USE WHEN THE TABLE HAS NO  *
000200*                           ENTRY IN FORCE (THE VALUE THE       *
000210*                           PROGRAM USED BEFORE THE TABLE).     *
000220*      PCS-MINIMO         - LOWEST AND HIGHEST VALUE THE        *
000230*      PCS-MAXIMO           CALLER CAN HOLD; AN ENTRY OUTSIDE   *
000240*                           THEM IS REPORTED AND THE DEFAULT    *
000250*                           IS USED INSTEAD.                    *
000260*      PCS-VALOR          - RETURNED: THE VALUE TO USE.         *
000270*      PCS-ORIGEM         - RETURNED: 'T' = FROM THE TABLE,     *
000280*                           'P' = DEFAULT (NO ENTRY IN FORCE    *
000290*                                 OR NO TABLE),                 *
000300*                           'F' = DEFAULT, THE ENTRY IN FORCE   *
000310*                                 WAS OUT OF RANGE.             *
000320*      PCS-DATA-VIGOR     - RETURNED: EFFECTIVE DATE OF THE     *
000330*                           ENTRY USED; SPACES WHEN 'P'.        *
000340*                                                               *
000350*****************************************************************
000360 01  PARM-CONSULTA.
000370     05  PCS-PROGRAMA            PIC X(08).
000380     05  PCS-NOME                PIC X(08).
000390     05  PCS-DATA                PIC X(08).
000400     05  PCS-PADRAO              PIC 9(07).
000410     05  PCS-MINIMO              PIC 9(07).
000420     05  PCS-MAXIMO              PIC 9(07).
000430     05  PCS-VALOR               PIC 9(07).
000440     05  PCS-ORIGEM              PIC X(01).
000450         88  PCS-DA-TABELA            VALUE "T".
000460         88  PCS-PADRAO-USADO         VALUE "P".
000470         88  PCS-FORA-DA-FAIXA        VALUE "F".
000480     05  PCS-DATA-VIGOR          PIC X(08).
