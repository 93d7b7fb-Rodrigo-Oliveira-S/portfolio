000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK    : CMANREC                                      *
000040*    DESCRIPTION : CONTROL-FILE GENERATION MANIFEST (CTLMANIF   *
000050*                  INDEXED FILE, 60 BYTES).  ONE RECORD PER     *
000060*                  FILE OF EACH GENERATION TAKEN BY CTLSALVA,   *
000070*                  WRITTEN ONCE THE FILE HAS BEEN COPIED TO     *
000080*                  CTLGERA (COPYBOOK CGERREC).  CTLREPOE        *
000090*                  COUNTS THE RECORDS OF A FILE IN CTLGERA      *
000100*                  AGAINST CMN-QTD-REGISTROS BEFORE IT PUTS     *
000110*                  THE FILE BACK.                               *
000120*                                                               *
000130*    USAGE       : COPY CMANREC.  (WORKING-STORAGE - THE FD     *
000140*                  DECLARES THE KEY FIELDS, AS FOR TABARQ)      *
000150*                                                               *
000160*    KEY         : CMN-CHAVE - GENERATION (BUSINESS DATE +      *
000170*                  SEQUENCE) + FILE NAME.                       *
000180*                                                               *
000190*    FIELD NOTES :                                              *
000200*      CMN-SITUACAO       - 'C' = FILE COPIED,                  *
000210*                           'A' = FILE ABSENT WHEN THE          *
000220*                                 GENERATION WAS TAKEN (IT IS   *
000230*                                 PUT BACK EMPTY, AS THE SUITE  *
000240*                                 CLEARS A CHECKPOINT),         *
000250*                           'F' = COPY FAILED - THE FILE CANNOT *
000260*                                 BE PUT BACK FROM THIS         *
000270*                                 GENERATION.                   *
000280*      CMN-QTD-REGISTROS  - RECORDS COPIED TO CTLGERA.          *
000290*      CMN-DATA-SISTEMA   - MACHINE DATE AND TIME THE FILE WAS  *
000300*      CMN-HORA             SAVED.                              *
000310*      CMN-OPERADOR       - OPERATOR ON THE CTLSALVA CARD.      *
000320*                                                               *
000330*****************************************************************
000340 01  CMAN-REGISTRO.
000350     05  CMN-CHAVE.
000360         10  CMN-GERACAO.
000370             15  CMN-DATA        PIC X(08).
000380             15  CMN-SEQ-GERACAO PIC 9(02).
000390         10  CMN-ARQUIVO         PIC X(08).
000400     05  CMN-SITUACAO            PIC X(01).
000410         88  CMN-COPIADO              VALUE "C".
000420         88  CMN-AUSENTE              VALUE "A".
000430         88  CMN-FALHOU               VALUE "F".
000440     05  CMN-QTD-REGISTROS       PIC 9(07).
000450     05  CMN-DATA-SISTEMA        PIC X(08).
000460     05  CMN-HORA                PIC X(08).
000470     05  CMN-OPERADOR            PIC X(08).
000480     05  FILLER                  PIC X(10).
