000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID  : PARMCHK                                      *
000040*    AUTHOR      : R. OLIVEIRA SILVA - APPLICATIONS DEV.        *
000050*    INSTALLATION: PORTFOLIO BATCH UTILITIES                    *
000060*    DATE-WRITTEN: 2026-09-29                                   *
000070*                                                               *
000080*    DESCRIPTION : COMMON PARAMETER SUBPROGRAM.  RETURNS THE    *
000090*                  VALUE OF ONE PROGRAM LIMIT OR DEFAULT FROM   *
000100*                  THE CENTRAL PARAMETER TABLE PARAMS (COPYBOOK *
000110*                  PARMREC): THE ENTRY FOR THE PROGRAM AND      *
000120*                  PARAMETER NAME WITH THE LATEST EFFECTIVE     *
000130*                  DATE NOT AFTER THE BUSINESS DATE GIVEN.      *
000140*                  WITH NO SUCH ENTRY, OR NO TABLE AT ALL, THE  *
000150*                  CALLER'S OWN DEFAULT COMES BACK, SO EVERY    *
000160*                  PROGRAM BEHAVES AS IT ALWAYS HAS UNTIL       *
000170*                  OPERATIONS LOADS A VALUE.  AN ENTRY OUTSIDE  *
000180*                  THE RANGE THE CALLER CAN HOLD IS REPORTED ON *
000190*                  THE CONSOLE AND THE DEFAULT IS USED.  SEE    *
000200*                  COPYBOOK PARMPRM FOR THE PARAMETER AREA.     *
000210*                                                               *
000220*                  THE TABLE IS OPENED AND CLOSED ON EVERY      *
000230*                  CALL - A PROGRAM READS ITS HANDFUL OF LIMITS *
000240*                  ONCE AT START-UP.                            *
000250*                                                               *
000260*    MODIFICATION HISTORY                                       *
000270*    --------------------------------------------------------  *
000280*    DATE       INIT  DESCRIPTION                               *
000290*    ---------- ----  ----------------------------------------  *
000300*    2026-09-29 ROS   ORIGINAL VERSION.                         *
000310*                                                               *
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.                  PARMCHK.
000350 AUTHOR.                      R. OLIVEIRA SILVA.
000360 INSTALLATION.                PORTFOLIO BATCH UTILITIES.
000370 DATE-WRITTEN.                2026-09-29.
000380 DATE-COMPILED.
000390
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.             PORTFOLIO-BATCH.
000440 OBJECT-COMPUTER.             PORTFOLIO-BATCH.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PARAMS-FILE       ASSIGN TO PARAMS
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PARAMS-CHAVE
000520         FILE STATUS IS STATUS-PARAMS.
000530
000540*****************************************************************
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PARAMS-FILE
000580     RECORD CONTAINS 80 CHARACTERS.
000590 01  PARAMS-REGISTRO.
000600     05  PARAMS-CHAVE.
000610         10  PARAMS-PROGRAMA     PIC X(08).
000620         10  PARAMS-NOME         PIC X(08).
000630         10  PARAMS-DATA-VIGOR   PIC X(08).
000640     05  PARAMS-RESTO            PIC X(56).
000650
000660 WORKING-STORAGE SECTION.
000670     COPY PARMREC.
000680
000690 77  STATUS-PARAMS               PIC X(02) VALUE SPACES.
000700 77  FIM-PARAMS-SW               PIC X(01) VALUE "N".
000710     88  FIM-PARAMS                  VALUE "Y".
000720 77  ACHOU-SW                    PIC X(01) VALUE "N".
000730     88  ACHOU                       VALUE "Y".
000740 77  DATA-REFERENCIA             PIC X(08) VALUE SPACES.
000750
000760 LINKAGE SECTION.
000770     COPY PARMPRM.
000780
000790*****************************************************************
000800 PROCEDURE DIVISION USING PARM-CONSULTA.
000810*****************************************************************
000820*    0000-MAINLINE : START FROM THE CALLER'S DEFAULT, LOOK FOR  *
000830*                    THE ENTRY IN FORCE AND USE IT WHEN IT IS   *
000840*                    WITHIN THE CALLER'S RANGE.                 *
000850*****************************************************************
000860 0000-MAINLINE.
000870     MOVE PCS-PADRAO TO PCS-VALOR.
000880     MOVE "P" TO PCS-ORIGEM.
000890     MOVE SPACES TO PCS-DATA-VIGOR.
000900     IF PCS-DATA = SPACES
000910         ACCEPT DATA-REFERENCIA FROM DATE YYYYMMDD
000920     ELSE
000930         MOVE PCS-DATA TO DATA-REFERENCIA
000940     END-IF.
000950     PERFORM 1000-PROCURA-VIGENTE THRU 1000-PROCURA-VIGENTE-EXIT.
000960     IF ACHOU
000970         PERFORM 2000-VALIDA-FAIXA THRU 2000-VALIDA-FAIXA-EXIT
000980     END-IF.
000990     GOBACK.
001000
001010*****************************************************************
001020*    1000-PROCURA-VIGENTE : BROWSE THE ENTRIES OF THE PROGRAM   *
001030*                    AND PARAMETER IN EFFECTIVE-DATE ORDER; THE *
001040*                    LAST ONE NOT AFTER THE BUSINESS DATE IS    *
001050*                    LEFT IN PARM-REGISTRO.  NO FILE MEANS NO   *
001060*                    ENTRY.                                     *
001070*****************************************************************
001080 1000-PROCURA-VIGENTE.
001090     MOVE "N" TO ACHOU-SW.
001100     MOVE "N" TO FIM-PARAMS-SW.
001110     OPEN INPUT PARAMS-FILE.
001120     IF STATUS-PARAMS NOT = "00"
001130         GO TO 1000-PROCURA-VIGENTE-EXIT
001140     END-IF.
001150     MOVE PCS-PROGRAMA TO PARAMS-PROGRAMA.
001160     MOVE PCS-NOME TO PARAMS-NOME.
001170     MOVE LOW-VALUES TO PARAMS-DATA-VIGOR.
001180     START PARAMS-FILE KEY >= PARAMS-CHAVE
001190         INVALID KEY
001200             MOVE "Y" TO FIM-PARAMS-SW
001210     END-START.
001220     PERFORM 1100-LE-ENTRADA THRU 1100-LE-ENTRADA-EXIT
001230         UNTIL FIM-PARAMS.
001240     CLOSE PARAMS-FILE.
001250 1000-PROCURA-VIGENTE-EXIT.
001260     EXIT.
001270
001280 1100-LE-ENTRADA.
001290     READ PARAMS-FILE NEXT RECORD
001300         AT END
001310             MOVE "Y" TO FIM-PARAMS-SW
001320     END-READ.
001330     IF FIM-PARAMS
001340         GO TO 1100-LE-ENTRADA-EXIT
001350     END-IF.
001360     IF PARAMS-PROGRAMA NOT = PCS-PROGRAMA
001370             OR PARAMS-NOME NOT = PCS-NOME
001380             OR PARAMS-DATA-VIGOR > DATA-REFERENCIA
001390         MOVE "Y" TO FIM-PARAMS-SW
001400         GO TO 1100-LE-ENTRADA-EXIT
001410     END-IF.
001420     MOVE PARAMS-REGISTRO TO PARM-REGISTRO.
001430     MOVE "Y" TO ACHOU-SW.
001440 1100-LE-ENTRADA-EXIT.
001450     EXIT.
001460
001470*****************************************************************
001480*    2000-VALIDA-FAIXA : AN ENTRY THE CALLER CANNOT HOLD (NOT   *
001490*                    NUMERIC, BELOW PCS-MINIMO OR ABOVE         *
001500*                    PCS-MAXIMO) IS REPORTED AND THE DEFAULT    *
001510*                    STANDS.                                    *
001520*****************************************************************
001530 2000-VALIDA-FAIXA.
001540     IF PRM-VALOR IS NOT NUMERIC
001550             OR PRM-VALOR < PCS-MINIMO
001560             OR PRM-VALOR > PCS-MAXIMO
001570         MOVE "F" TO PCS-ORIGEM
001580         DISPLAY "PARMCHK: PARAMETRO " PCS-PROGRAMA " " PCS-NOME
001590             " DE " PRM-DATA-VIGOR " FORA DA FAIXA ("
001600             PCS-MINIMO "-" PCS-MAXIMO ") - PADRAO "
001610             PCS-PADRAO " USADO."
001620         GO TO 2000-VALIDA-FAIXA-EXIT
001630     END-IF.
001640     MOVE PRM-VALOR TO PCS-VALOR.
001650     MOVE "T" TO PCS-ORIGEM.
001660     MOVE PRM-DATA-VIGOR TO PCS-DATA-VIGOR.
001670 2000-VALIDA-FAIXA-EXIT.
001680     EXIT.
