000950*                     42-BYTE CONTROL CARD, SO RUNS DRIVEN      *
000960*                     FROM AN OPSMENU SESSION CARRY THE         *
000970*                     SIGNED-ON OPERATOR INTO THE AUDIT TRAIL.  *
000971*    2026-09-29 ROS   THE CHECKPOINT INTERVAL NOW COMES FROM    *
000972*                     THE CENTRAL PARAMETER TABLE (PARMCHK,     *
000973*                     NAME INT-CHKP) FOR THE BUSINESS DATE, SO  *
000974*                     IT CAN BE CHANGED THROUGH PARMADM WITHOUT *
000975*                     A RECOMPILE.  WITH NO ENTRY IN FORCE IT   *
000976*                     STAYS 1000.                               *
000980*                                                               *
000990*****************************************************************
001000 IDENTIFICATION DIVISION.
001870     COPY LOGREC.
001880     COPY DATAPRM.
001890     COPY ALERTREC.
001895     COPY PARMPRM.
001900
001910 77  CONTADOR                    PIC 9(07) VALUE 1.
001920 77  MAXIMO                      PIC 9(07).
003000     END-IF.
003010     PERFORM 1500-GRAVA-LOG-INICIO
003020         THRU 1500-GRAVA-LOG-INICIO-EXIT.
003023     PERFORM 1700-LE-PARAMETROS
003026         THRU 1700-LE-PARAMETROS-EXIT.
003030
003040     IF CTL-PARM-2 > ZEROS
003050         MOVE CTL-PARM-2 TO INTERVALO-EXIBICAO
005030         MOVE "Y" TO EXECUCAO-ANTERIOR-SW
005040     END-IF.
005050 1610-LE-HISTORIA-EXIT.
005051     EXIT.
005052
005053*****************************************************************
005054*    1700-LE-PARAMETROS : CHECKPOINT INTERVAL IN FORCE ON THE   *
005055*                    BUSINESS DATE, FROM THE CENTRAL PARAMETER  *
005056*                    TABLE.  WITHOUT AN ENTRY IT STAYS 1000.    *
005057*****************************************************************
005058 1700-LE-PARAMETROS.
005059     MOVE "CONTADOR" TO PCS-PROGRAMA.
005060     MOVE "INT-CHKP" TO PCS-NOME.
005061     MOVE DATA-EXECUCAO TO PCS-DATA.
005062     MOVE INTERVALO-CHECKPOINT TO PCS-PADRAO.
005063     MOVE 1 TO PCS-MINIMO.
005064     MOVE 9999999 TO PCS-MAXIMO.
005065     CALL "PARMCHK" USING PARM-CONSULTA.
005066     MOVE PCS-VALOR TO INTERVALO-CHECKPOINT.
005067 1700-LE-PARAMETROS-EXIT.
005068     EXIT.
005070
005080
005090*****************************************************************
