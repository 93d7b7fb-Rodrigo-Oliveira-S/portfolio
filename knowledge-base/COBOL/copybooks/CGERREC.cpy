000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK    : CGERREC                                      *
000040*    DESCRIPTION : CONTROL-FILE GENERATION RECORD (CTLGERA      *
000050*                  INDEXED FILE, 110 BYTES).  ONE RECORD PER    *
000060*                  RECORD OF EACH CONTROL FILE SAVED BY         *
000070*                  CTLSALVA BEFORE THE NIGHT (EXPDATE, CHECKPT, *
000080*                  DSPCHKPT, CARDSTK, NUMREJ, ALERTAS).  READ   *
000090*                  BACK BY CTLREPOE TO PUT A GENERATION, OR     *
000100*                  SOME OF ITS FILES, BACK IN PLACE.  THE       *
000110*                  RECORD COUNTS OF EACH GENERATION ARE IN THE  *
000120*                  MANIFEST CTLMANIF (COPYBOOK CMANREC).        *
000130*                                                               *
000140*    USAGE       : COPY CGERREC.  (WORKING-STORAGE - THE FD     *
000150*                  DECLARES THE KEY FIELDS, AS FOR TABARQ)      *
000160*                                                               *
000170*    KEY         : CGR-CHAVE - GENERATION (BUSINESS DATE +      *
000180*                  SEQUENCE WITHIN THE DATE) + FILE NAME +      *
000190*                  RECORD NUMBER WITHIN THE FILE.               *
000200*                                                               *
000210*    FIELD NOTES :                                              *
000220*      CGR-DATA           - BUSINESS DATE OF THE GENERATION     *
000230*                           (EXPDATE WHEN IT WAS TAKEN).        *
000240*      CGR-SEQ-GERACAO    - 01 FOR THE FIRST GENERATION OF THE  *
000250*                           DATE, 02 FOR THE NEXT, AND SO ON.   *
000260*      CGR-ARQUIVO        - LOGICAL NAME OF THE FILE SAVED.     *
000270*      CGR-NUM-REGISTRO   - 1 FOR THE FIRST RECORD OF THE FILE. *
000280*      CGR-TEXTO          - THE RECORD AS READ, PADDED WITH     *
000290*                           SPACES TO 80 BYTES.                 *
000300*                                                               *
000310*****************************************************************
000320 01  CGER-REGISTRO.
000330     05  CGR-CHAVE.
000340         10  CGR-GERACAO.
000350             15  CGR-DATA        PIC X(08).
000360             15  CGR-SEQ-GERACAO PIC 9(02).
000370         10  CGR-ARQUIVO         PIC X(08).
000380         10  CGR-NUM-REGISTRO    PIC 9(07).
000390     05  CGR-TEXTO               PIC X(80).
000400     05  FILLER                  PIC X(05).
