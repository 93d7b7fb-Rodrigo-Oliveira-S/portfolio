000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK    : RMESREC                                      *
000040*    DESCRIPTION : RESMAST MONTHLY SUMMARY RECORD (RESMES       *
000050*                  INDEXED FILE, 60 BYTES).  ONE RECORD PER     *
000060*                  NUMERO AND MONTH, ROLLED UP FROM THE DAILY   *
000070*                  RESMAST ROWS BY RESMENS SO THAT THE DAILY    *
000080*                  DETAIL CAN LEAVE THE MASTER WITHOUT LOSING   *
000090*                  THE HISTORY.  READ BY RESEST FOR THE MONTH-  *
000100*                  END STATISTICS REPORT.                       *
000110*                                                               *
000120*    USAGE       : COPY RMESREC.  (WORKING-STORAGE - THE FD     *
000130*                  DECLARES THE KEY FIELDS, AS FOR TABARQ)      *
000140*                                                               *
000150*    KEY         : RMS-CHAVE - NUMERO + YEAR-MONTH (YYYYMM).    *
000160*                                                               *
000170*    FIELD NOTES :                                              *
000180*      RMS-DIAS-PRESENTES - BUSINESS DATES OF THE MONTH ON      *
000190*                           WHICH THE NUMERO WAS LOADED.        *
000200*      RMS-TOTAL-LINHAS   - SUM OF RESMAST-QTD-LINHAS.          *
000210*      RMS-TOTAL-HASH     - SUM OF RESMAST-HASH.                *
000220*      RMS-PRIMEIRA-DATA  - FIRST AND LAST BUSINESS DATE OF THE *
000230*      RMS-ULTIMA-DATA      MONTH SEEN FOR THE NUMERO.  RESMENS *
000240*                           ONLY PURGES A DAILY ROW WHOSE DATE  *
000250*                           FALLS BETWEEN THE TWO.              *
000260*      RMS-DATA-GERACAO   - MACHINE DATE OF THE LAST ROLL-UP.   *
000270*                                                               *
000280*****************************************************************
000290 01  RMES-REGISTRO.
000300     05  RMS-CHAVE.
000310         10  RMS-NUMERO          PIC X(02).
000320         10  RMS-ANO-MES         PIC X(06).
000330     05  RMS-DIAS-PRESENTES      PIC 9(02).
000340     05  RMS-TOTAL-LINHAS        PIC 9(09).
000350     05  RMS-TOTAL-HASH          PIC 9(15).
000360     05  RMS-PRIMEIRA-DATA       PIC X(08).
000370     05  RMS-ULTIMA-DATA         PIC X(08).
000380     05  RMS-DATA-GERACAO        PIC X(08).
000390     05  FILLER                  PIC X(02).
