000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK    : TARQREC                                      *
000040*    DESCRIPTION : TABOUT REPORT ARCHIVE RECORD (TABARQ INDEXED *
000050*                  FILE, 114 BYTES).  ONE RECORD PER PRINTED    *
000060*                  LINE OF THE TABUADA REPORT - HEADINGS AND    *
000070*                  THE CONTROL-TOTAL PAGE INCLUDED - SO A PAGE  *
000080*                  CAN BE PRINTED AGAIN EXACTLY AS IT WENT OUT. *
000090*                  WRITTEN BY TABARQ, READ BY TABREIMP.         *
000100*                                                               *
000110*    USAGE       : COPY TARQREC.  (WORKING-STORAGE - THE FD     *
000120*                  DECLARES THE KEY FIELDS, AS FOR RUNHIST)     *
000130*                                                               *
000140*    KEYS        :                                              *
000150*      PRIMARY   TARQ-CHAVE        - BUSINESS DATE + PAGE +     *
000160*                                    LINE WITHIN THE PAGE.      *
000170*      ALTERNATE TARQ-CHAVE-NUMERO - BUSINESS DATE + NUMERO     *
000180*                                    (WITH DUPLICATES), SO THE  *
000190*                                    PAGES OF ONE TABLE CAN BE  *
000200*                                    REACHED WITHOUT READING    *
000210*                                    THE WHOLE DATE.            *
000220*                                                               *
000230*    FIELD NOTES :                                              *
000240*      TARQ-NUMERO       - THE NUMERO WHOSE TABLE IS ON THE     *
000250*                          PAGE (CONTINUATION PAGES CARRY THE   *
000260*                          NUMERO OF THEIR TABLE); SPACES ON    *
000270*                          THE CONTROL-TOTAL PAGE.              *
000280*      TARQ-TIPO-PAGINA  - 'T' TABLE PAGE, 'C' CONTROL-TOTAL    *
000290*                          PAGE.                                *
000300*      TARQ-DATA-ARQUIVO - MACHINE DATE THE PAGE WAS ARCHIVED.  *
000310*      TARQ-TEXTO        - THE PRINT LINE AS WRITTEN TO TABOUT. *
000320*                          LINE 001 OF EVERY PAGE IS THE PAGE   *
000330*                          HEADING.                             *
000340*                                                               *
000350*****************************************************************
000360 01  TARQ-REGISTRO.
000370     05  TARQ-CHAVE.
000380         10  TARQ-DATA           PIC X(08).
000390         10  TARQ-PAGINA         PIC 9(04).
000400         10  TARQ-LINHA          PIC 9(03).
000410     05  TARQ-CHAVE-NUMERO.
000420         10  TARQ-DATA-NUMERO    PIC X(08).
000430         10  TARQ-NUMERO         PIC X(02).
000440     05  TARQ-TIPO-PAGINA        PIC X(01).
000450         88  TARQ-PAGINA-TABELA       VALUE "T".
000460         88  TARQ-PAGINA-CONTROLE     VALUE "C".
000470     05  TARQ-DATA-ARQUIVO       PIC X(08).
000480     05  TARQ-TEXTO              PIC X(80).
