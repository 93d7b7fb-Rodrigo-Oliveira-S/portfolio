000330*                     EXPDATE CYCLE CAN SKIP WEEKENDS AND       *
000340*                     HOLIDAYS INSTEAD OF FAILING EVERY MONDAY  *
000350*                     MORNING.                                  *
000352*    2026-09-11 ROS   DAY OF THE WEEK RETURNED IN THE NEW       *
000354*                     DTP-DIA-SEMANA (1 = MONDAY) FOR EVERY     *
000356*                     VALID DATE, FOR THE SLA MONITOR'S         *
000358*                     WEEKDAY SCHEDULES.                        *
000360*                                                               *
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
001100 0000-MAINLINE.
001110     MOVE SPACES TO DTP-DATA-SEGUINTE.
001120     MOVE SPACES TO DTP-DIA-UTIL.
001125     MOVE ZEROS TO DTP-DIA-SEMANA.
001130     PERFORM 1000-VALIDA-DATA THRU 1000-VALIDA-DATA-EXIT.
001140     IF DTP-DATA-VALIDA
001150         PERFORM 3100-CARREGA-FERIADOS
001200             MOVE "U" TO DTP-DIA-UTIL
001210         ELSE
001220             MOVE "N" TO DTP-DIA-UTIL
001221         END-IF
001222         IF DIA-SEMANA = ZEROS
001223             MOVE 7 TO DTP-DIA-SEMANA
001224         ELSE
001225             MOVE DIA-SEMANA TO DTP-DIA-SEMANA
001230         END-IF
001240     END-IF.
001250     IF DTP-DATA-VALIDA AND DTP-FN-PROXIMO
