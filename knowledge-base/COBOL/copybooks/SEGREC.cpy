000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK    : SEGREC                                       *
000040*    DESCRIPTION : SECURITY EVENT RECORD (SEGEVENT FILE, 72     *
000050*                  BYTES).  OPSMENU APPENDS ONE RECORD FOR      *
000060*                  EVERY FAILED, REFUSED OR LOCKED-OUT SIGN-ON  *
000070*                  AND EVERY PASSWORD CHANGED AT SIGN-ON;       *
000080*                  OPERADM APPENDS ONE FOR EVERY PROFILE        *
000090*                  CHANGE.  READ BY THE SECURITY REPORT SEGRPT. *
000100*                  OPERATIONS KEEPS THE FILE FOR THE AUDIT      *
000110*                  REVIEW - IT IS NEVER CLEARED BY THE SUITE.   *
000120*                                                               *
000130*    USAGE       : COPY SEGREC.                                 *
000140*                                                               *
000150*    FIELD NOTES :                                              *
000160*      SEG-DATA      - MACHINE DATE OF THE EVENT, YYYYMMDD.     *
000170*      SEG-HORA      - TIME OF THE EVENT, HHMMSSCC.             *
000180*      SEG-PROGRAMA  - PROGRAM THAT RECORDED IT.                *
000190*      SEG-TIPO      - PROFILE CHANGES (OPERADM):               *
000200*                        'IN' PROFILE ADDED                     *
000210*                        'AL' LEVEL, NAME OR EXPIRY CHANGED     *
000220*                        'SU' PROFILE SUSPENDED                 *
000230*                        'RA' PROFILE REACTIVATED / UNLOCKED    *
000240*                        'EX' PROFILE DELETED                   *
000250*                        'TF' PASSWORD CHANGE FORCED            *
000260*                      SIGN-ON EVENTS (OPSMENU, OPERADM):       *
000270*                        'FS' WRONG PASSWORD                    *
000280*                        'OD' UNKNOWN OPERATOR ID               *
000290*                        'BQ' PROFILE LOCKED OUT BY THIS        *
000300*                             FAILURE                           *
000310*                        'AR' SIGN-ON REFUSED - PROFILE         *
000320*                             SUSPENDED, LOCKED OR PASSWORD     *
000330*                             EXPIRED AND NOT CHANGED           *
000340*                        'NA' OPERADM REFUSED - NOT A SENIOR    *
000350*                        'ST' PASSWORD CHANGED BY THE OPERATOR  *
000360*      SEG-OPERADOR  - WHO ACTED: THE SENIOR FOR A PROFILE      *
000370*                      CHANGE, THE ID KEYED FOR A SIGN-ON.      *
000380*      SEG-PERFIL    - THE PROFILE AFFECTED.                    *
000390*      SEG-DETALHE   - SHORT TEXT (WHAT CHANGED, OR WHY).       *
000400*                                                               *
000410*****************************************************************
000420 01  EVENTO-SEGURANCA.
000430     05  SEG-DATA                PIC X(08).
000440     05  SEG-HORA                PIC X(08).
000450     05  SEG-PROGRAMA            PIC X(08).
000460     05  SEG-TIPO                PIC X(02).
000470         88  SEG-MUDANCA-PERFIL       VALUE "IN" "AL" "SU" "RA"
000480                                            "EX" "TF".
000490         88  SEG-FALHA-ACESSO         VALUE "FS" "OD" "BQ" "AR"
000500                                            "NA".
000510         88  SEG-BLOQUEIO             VALUE "BQ".
000520     05  SEG-OPERADOR            PIC X(08).
000530     05  SEG-PERFIL              PIC X(08).
000540     05  SEG-DETALHE             PIC X(30).
