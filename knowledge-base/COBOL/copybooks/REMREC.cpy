000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK    : REMREC                                       *
000040*    DESCRIPTION : OUTBOUND INTERFACE RECORD (REMESSA FILE, 60  *
000050*                  BYTES, FIXED WIDTH) BUILT BY REMESSA FROM    *
000060*                  THE RESMAST RESULTS MASTER FOR ONE BUSINESS  *
000070*                  DATE.  THIS IS THE LAYOUT AGREED WITH THE    *
000080*                  RECEIVING SIDE - CHANGE IT ONLY WITH THEM.   *
000090*                  ONE FILE PER TRANSMISSION:                   *
000100*                    ONE HEADER    ('H')                        *
000110*                    ONE DETAIL    ('D') PER NUMERO ON RESMAST  *
000120*                    ONE TRAILER   ('T')                        *
000130*                  ALL NUMERIC FIELDS ARE UNSIGNED ZONED        *
000140*                  DECIMAL, ZERO-FILLED.                        *
000150*                                                               *
000160*    USAGE       : COPY REMREC.                                 *
000170*                                                               *
000180*    FIELD NOTES :                                              *
000190*      REM-TIPO-REGISTRO - 'H' HEADER, 'D' DETAIL, 'T' TRAILER. *
000200*      REH-INTERFACE     - INTERFACE NAME, ALWAYS 'PORTRES '.   *
000210*      REH-DATA-NEGOCIO  - BUSINESS DATE SENT, YYYYMMDD.        *
000220*      REH-SEQUENCIA     - TRANSMISSION SEQUENCE NUMBER, ONE    *
000230*                          HIGHER FOR EVERY FILE SENT, WHATEVER *
000240*                          THE DATE - A GAP MEANS A FILE WAS    *
000250*                          LOST ON THE WAY.                     *
000260*      REH-TIPO-ENVIO    - 'O' ORIGINAL SEND OF THE DATE,       *
000270*                          'S' REPLACEMENT OF AN EARLIER SEND.  *
000280*      REH-SEQ-SUBSTITUIDA - FOR 'S', THE SEQUENCE NUMBER OF    *
000290*                          THE FILE THIS ONE REPLACES; ZEROS    *
000300*                          FOR 'O'.                             *
000310*      REH-DATA-GERACAO / REH-HORA-GERACAO - WHEN THE FILE WAS  *
000320*                          BUILT (YYYYMMDD, HHMMSS).            *
000330*      RED-NUMERO        - THE NUMERO (00-99).                  *
000340*      RED-QTD-LINHAS    - RESULT ROWS OF THE NUMERO ON THE     *
000350*                          DATE.                                *
000360*      RED-HASH          - SUM OF THE RESULTADO COLUMN.         *
000370*      RET-QTD-DETALHES  - 'D' RECORDS IN THE FILE.             *
000380*      RET-QTD-LINHAS    - SUM OF RED-QTD-LINHAS.               *
000390*      RET-HASH-TOTAL    - SUM OF RED-HASH.                     *
000400*      RET-QTD-REGISTROS - ALL RECORDS IN THE FILE, HEADER AND  *
000410*                          TRAILER INCLUDED.                    *
000420*                                                               *
000430*****************************************************************
000440 01  REMESSA-REGISTRO.
000450     05  REM-TIPO-REGISTRO       PIC X(01).
000460         88  REM-HEADER               VALUE "H".
000470         88  REM-DETALHE              VALUE "D".
000480         88  REM-TRAILER              VALUE "T".
000490     05  REM-CORPO               PIC X(59).
000500     05  REM-CORPO-HEADER REDEFINES REM-CORPO.
000510         10  REH-INTERFACE       PIC X(08).
000520         10  REH-DATA-NEGOCIO    PIC X(08).
000530         10  REH-SEQUENCIA       PIC 9(06).
000540         10  REH-TIPO-ENVIO      PIC X(01).
000550             88  REH-ENVIO-ORIGINAL   VALUE "O".
000560             88  REH-ENVIO-SUBSTITUTO VALUE "S".
000570         10  REH-SEQ-SUBSTITUIDA PIC 9(06).
000580         10  REH-DATA-GERACAO    PIC X(08).
000590         10  REH-HORA-GERACAO    PIC X(06).
000600         10  FILLER              PIC X(16).
000610     05  REM-CORPO-DETALHE REDEFINES REM-CORPO.
000620         10  RED-DATA-NEGOCIO    PIC X(08).
000630         10  RED-SEQUENCIA       PIC 9(06).
000640         10  RED-NUMERO          PIC 9(02).
000650         10  RED-QTD-LINHAS      PIC 9(07).
000660         10  RED-HASH            PIC 9(13).
000670         10  FILLER              PIC X(23).
000680     05  REM-CORPO-TRAILER REDEFINES REM-CORPO.
000690         10  RET-SEQUENCIA       PIC 9(06).
000700         10  RET-QTD-DETALHES    PIC 9(07).
000710         10  RET-QTD-LINHAS      PIC 9(09).
000720         10  RET-HASH-TOTAL      PIC 9(15).
000730         10  RET-QTD-REGISTROS   PIC 9(07).
000740         10  FILLER              PIC X(15).
