000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK    : OPERREC                                      *
000040*    DESCRIPTION : OPERATOR PROFILE RECORD (OPERFIL FILE, 60    *
000050*                  BYTES).  ONE RECORD PER OPERATOR ALLOWED TO  *
000060*                  SIGN ON TO OPSMENU.  MAINTAINED ONLY WITH    *
000070*                  OPERADM (SENIOR OPERATORS); OPSMENU UPDATES  *
000080*                  THE FAILURE COUNT, THE LOCKOUT AND THE       *
000090*                  PASSWORD WHEN IT EXPIRES.  COLUMNS 01-37 ARE *
000100*                  THE ORIGINAL HAND-EDITED LAYOUT, SO OLD      *
000110*                  RECORDS STILL READ (SEE THE NOTES ON BLANK   *
000120*                  FIELDS BELOW).                               *
000130*                                                               *
000140*    USAGE       : COPY OPERREC.                                *
000150*                                                               *
000160*    FIELD NOTES :                                              *
000170*      PER-ID            - OPERATOR ID, THE SIGN-ON KEY.        *
000180*      PER-SENHA         - CURRENT PASSWORD.                    *
000190*      PER-NIVEL         - '1' = OPERATOR, '2' = SENIOR.        *
000200*      PER-NOME          - OPERATOR NAME FOR THE CONSOLE AND    *
000210*                          THE SESSION RECAP.                   *
000220*      PER-SITUACAO      - 'A' (OR SPACE) = ACTIVE,             *
000230*                          'S' = SUSPENDED BY A SENIOR,         *
000240*                          'B' = LOCKED OUT AFTER REPEATED      *
000250*                                FAILED SIGN-ONS.               *
000260*                          ONLY AN ACTIVE PROFILE MAY SIGN ON.  *
000270*      PER-DATA-SENHA    - DATE OF THE LAST PASSWORD CHANGE,    *
000280*                          YYYYMMDD.  SPACES = NEVER CHANGED    *
000290*                          SINCE THE PROFILE WAS CONVERTED -    *
000300*                          TREATED AS EXPIRED.                  *
000310*      PER-VALIDADE-DIAS - DAYS A PASSWORD STAYS VALID.  ZERO   *
000320*                          = NEVER EXPIRES; NOT NUMERIC = THE   *
000330*                          INSTALLATION DEFAULT (90).           *
000340*      PER-FALHAS        - CONSECUTIVE FAILED SIGN-ONS SINCE    *
000350*                          THE LAST GOOD ONE.  NOT NUMERIC =    *
000360*                          ZERO.                                *
000370*      PER-TROCA-SENHA   - 'Y' = A SENIOR FORCED A PASSWORD     *
000380*                          CHANGE AT THE NEXT SIGN-ON.          *
000390*      PER-DATA-ALTERACAO - DATE OF THE LAST CHANGE TO THE      *
000400*                          PROFILE BY OPERADM, YYYYMMDD.        *
000410*                                                               *
000420*****************************************************************
000430 01  PERFIL-OPERADOR.
000440     05  PER-ID                  PIC X(08).
000450     05  PER-SENHA               PIC X(08).
000460     05  PER-NIVEL               PIC X(01).
000470         88  PER-NIVEL-SENIOR         VALUE "2".
000480         88  PER-NIVEL-VALIDO         VALUE "1" "2".
000490     05  PER-NOME                PIC X(20).
000500     05  PER-SITUACAO            PIC X(01).
000510         88  PER-ATIVO                VALUE "A" " ".
000520         88  PER-SUSPENSO             VALUE "S".
000530         88  PER-BLOQUEADO            VALUE "B".
000540     05  PER-DATA-SENHA          PIC X(08).
000550     05  PER-VALIDADE-DIAS       PIC 9(03).
000560     05  PER-FALHAS              PIC 9(02).
000570     05  PER-TROCA-SENHA         PIC X(01).
000580         88  PER-TROCA-OBRIGATORIA    VALUE "Y".
000590     05  PER-DATA-ALTERACAO      PIC X(08).
