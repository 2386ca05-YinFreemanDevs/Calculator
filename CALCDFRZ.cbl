000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Supervisor override for the cross-day duplicate
000160*               check.  A supervisor signed on against CALCOPER
000170*               keys a department and reference id; if it is on
000180*               the CALCPIDX duplicate register from an earlier
000190*               business date the earlier posting is shown and,
000200*               on confirmation and with a reason, an override
000210*               for the current business date is appended to
000220*               CALCDAUT stamped with the supervisor's id and the
000230*               date and time keyed.  CALCTRNP then posts that
000240*               department/reference id instead of rejecting it
000250*               DUP, and CALCEDIT shows it as a forced repeat.
000260*               CALCDAUT is the record of every override taken.
000270* Tectonics:    cobc
000280* Modification History:
000290*   2026-10-15 DR  Initial version.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CALCDFRZ.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CALC-OPER-FILE ASSIGN TO "CALCOPER"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS CALC-OPER-FS.
000400
000410     SELECT OPTIONAL CALC-DAU-FILE ASSIGN TO "CALCDAUT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CALC-DAU-FS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CALC-OPER-FILE
000480     LABEL RECORDS ARE STANDARD.
000490 COPY CALCOPRR.
000500
000510 FD  CALC-DAU-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 COPY CALCDAUR.
000540
000550 WORKING-STORAGE SECTION.
000560 01  CALC-OPER-FS                  PIC X(02).
000570 01  CALC-DAU-FS                   PIC X(02).
000580
000590 01  CALC-SWITCHES.
000600     05  CALC-FIN-SW               PIC X(01) VALUE 'N'.
000610         88  CALC-FIN-SESION       VALUE 'Y'.
000620
000630 77  CALC-FORZADAS-COUNT           PIC 9(04) COMP VALUE ZERO.
000640 77  CALC-FECHA-HOY                PIC 9(08) VALUE ZERO.
000650 77  CALC-BDGT-RC                  PIC 9(02) VALUE ZERO.
000660 77  CALC-FECHA-WS                 PIC 9(08) VALUE ZERO.
000670 77  CALC-HORA-WS                  PIC 9(08) VALUE ZERO.
000680
000690 01  CALC-OPERADOR-ID              PIC X(08).
000700 01  CALC-RESPUESTA                PIC X(01).
000710 01  CALC-DEPTO-WS                 PIC X(04).
000720 01  CALC-REFERENCIA-WS            PIC X(10).
000730 01  CALC-MOTIVO-WS                PIC X(30).
000740 01  CALC-DALK-AUTORIZO            PIC X(08).
000750 01  CALC-DALK-RC                  PIC 9(02).
000760     88  CALC-DALK-OK              VALUE 0.
000770 01  RES-EDIT                      PIC -9(6).99.
000780
000790 COPY CALCPIXA.
000800
000810 PROCEDURE DIVISION.
000820
000830******************************************************************
000840* 0000-MAINLINE
000850******************************************************************
000860 0000-MAINLINE.
000870     PERFORM 0500-FIRMAR-OPERADOR THRU 0500-EXIT.
000880     CALL 'CALCBDGT' USING CALC-FECHA-HOY CALC-BDGT-RC.
000890     DISPLAY "CALCDFRZ - DUPLICATE OVERRIDE FOR BUSINESS DATE "
000900         CALC-FECHA-HOY.
000910     PERFORM 2000-SESION THRU 2000-EXIT
000920         UNTIL CALC-FIN-SESION.
000930     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000940     STOP RUN.
000950
000960******************************************************************
000970* 0500-FIRMAR-OPERADOR - THE SUPERVISOR SIGNS ON AGAINST
000980*                         CALCOPER; THE ID IS STAMPED ON EVERY
000990*                         OVERRIDE TAKEN
001000******************************************************************
001010 0500-FIRMAR-OPERADOR.
001020     DISPLAY "SUPERVISOR ID:".
001030     ACCEPT CALC-OPERADOR-ID.
001040     INSPECT CALC-OPERADOR-ID CONVERTING
001050         "abcdefghijklmnopqrstuvwxyz" TO
001060         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001070     OPEN INPUT CALC-OPER-FILE.
001080     IF CALC-OPER-FS NOT = "00"
001090         DISPLAY "CALCDFRZ: UNABLE TO OPEN CALCOPER - STATUS "
001100             CALC-OPER-FS
001110         STOP RUN
001120     END-IF.
001130 0550-BUSCAR-OPERADOR.
001140     READ CALC-OPER-FILE
001150         AT END
001160             CLOSE CALC-OPER-FILE
001170             DISPLAY "OPERATOR NOT ON FILE - TRY AGAIN"
001180             GO TO 0500-FIRMAR-OPERADOR
001190     END-READ.
001200     IF OPR-ID NOT = CALC-OPERADOR-ID
001210         GO TO 0550-BUSCAR-OPERADOR
001220     END-IF.
001230     CLOSE CALC-OPER-FILE.
001240     DISPLAY "SIGNED ON: " CALC-OPERADOR-ID " " OPR-NOMBRE.
001250 0500-EXIT.
001260     EXIT.
001270
001280******************************************************************
001290* 2000-SESION - TAKE ONE DEPARTMENT AND REFERENCE ID; A BLANK
001300*                DEPARTMENT ENDS THE SESSION
001310******************************************************************
001320 2000-SESION.
001330     DISPLAY SPACE.
001340     DISPLAY "DEPARTMENT (BLANK TO EXIT):".
001350     MOVE SPACES TO CALC-DEPTO-WS.
001360     ACCEPT CALC-DEPTO-WS.
001370     INSPECT CALC-DEPTO-WS CONVERTING
001380         "abcdefghijklmnopqrstuvwxyz" TO
001390         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001400     IF CALC-DEPTO-WS = SPACES
001410         SET CALC-FIN-SESION TO TRUE
001420         GO TO 2000-EXIT
001430     END-IF.
001440     DISPLAY "REFERENCE ID:".
001450     MOVE SPACES TO CALC-REFERENCIA-WS.
001460     ACCEPT CALC-REFERENCIA-WS.
001470     INSPECT CALC-REFERENCIA-WS CONVERTING
001480         "abcdefghijklmnopqrstuvwxyz" TO
001490         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001500     IF CALC-REFERENCIA-WS = SPACES
001510         DISPLAY "REFERENCE ID MAY NOT BE BLANK"
001520         GO TO 2000-EXIT
001530     END-IF.
001540     SET PIXM-BUSCAR-ANTERIOR TO TRUE.
001550     MOVE CALC-DEPTO-WS TO PIXM-DEPTO.
001560     MOVE CALC-REFERENCIA-WS TO PIXM-REFERENCIA.
001570     MOVE CALC-FECHA-HOY TO PIXM-FECHA.
001580     CALL 'CALCPIXM' USING PIXM-AREA.
001590     IF NOT PIXM-OK
001600         DISPLAY "NOT ON THE DUPLICATE REGISTER - NO OVERRIDE "
001610             "NEEDED"
001620         GO TO 2000-EXIT
001630     END-IF.
001640     MOVE PIXM-RES TO RES-EDIT.
001650     DISPLAY "ALREADY POSTED ON " PIXM-FECHA
001660         " - OPERATION " PIXM-MENU " RESULT " RES-EDIT.
001670     CALL 'CALCDALK' USING CALC-DEPTO-WS CALC-REFERENCIA-WS
001680         CALC-FECHA-HOY CALC-DALK-AUTORIZO CALC-DALK-RC.
001690     IF CALC-DALK-OK
001700         DISPLAY "ALREADY FORCED THROUGH FOR " CALC-FECHA-HOY
001710             " BY " CALC-DALK-AUTORIZO
001720         GO TO 2000-EXIT
001730     END-IF.
001740 2050-PEDIR-MOTIVO.
001750     DISPLAY "REASON FOR THE REPEAT:".
001760     MOVE SPACES TO CALC-MOTIVO-WS.
001770     ACCEPT CALC-MOTIVO-WS.
001780     IF CALC-MOTIVO-WS = SPACES
001790         DISPLAY "A REASON IS REQUIRED"
001800         GO TO 2050-PEDIR-MOTIVO
001810     END-IF.
001820 2060-PEDIR-CONFIRMACION.
001830     DISPLAY "FORCE THIS REPEAT THROUGH (Y/N):".
001840     ACCEPT CALC-RESPUESTA.
001850     INSPECT CALC-RESPUESTA CONVERTING "yn" TO "YN".
001860     IF CALC-RESPUESTA = 'N'
001870         DISPLAY "NOT FORCED"
001880         GO TO 2000-EXIT
001890     END-IF.
001900     IF CALC-RESPUESTA NOT = 'Y'
001910         GO TO 2060-PEDIR-CONFIRMACION
001920     END-IF.
001930     PERFORM 3000-GRABAR-AUTORIZACION THRU 3000-EXIT.
001940     ADD 1 TO CALC-FORZADAS-COUNT.
001950     DISPLAY "OVERRIDE RECORDED - " CALC-DEPTO-WS "/"
001960         CALC-REFERENCIA-WS " WILL POST ON " CALC-FECHA-HOY.
001970 2000-EXIT.
001980     EXIT.
001990
002000******************************************************************
002010* 3000-GRABAR-AUTORIZACION - APPEND THE OVERRIDE TO CALCDAUT,
002020*                             STAMPED WITH THE SIGNED-ON
002030*                             SUPERVISOR AND THE DATE AND TIME
002040******************************************************************
002050 3000-GRABAR-AUTORIZACION.
002060     OPEN EXTEND CALC-DAU-FILE.
002070     IF CALC-DAU-FS NOT = "00" AND CALC-DAU-FS NOT = "05"
002080         DISPLAY "CALCDFRZ: UNABLE TO OPEN CALCDAUT - STATUS "
002090             CALC-DAU-FS
002100         STOP RUN
002110     END-IF.
002120     ACCEPT CALC-FECHA-WS FROM DATE YYYYMMDD.
002130     ACCEPT CALC-HORA-WS FROM TIME.
002140     MOVE CALC-DEPTO-WS TO DAU-DEPTO.
002150     MOVE CALC-REFERENCIA-WS TO DAU-REFERENCIA.
002160     MOVE CALC-FECHA-HOY TO DAU-FECHA.
002170     MOVE CALC-OPERADOR-ID TO DAU-AUTORIZO.
002180     MOVE CALC-FECHA-WS TO DAU-FECHA-CAPTURA.
002190     MOVE CALC-HORA-WS TO DAU-HORA-CAPTURA.
002200     MOVE CALC-MOTIVO-WS TO DAU-MOTIVO.
002210     WRITE CALC-DAU-RECORD.
002220     IF CALC-DAU-FS NOT = "00"
002230         DISPLAY "CALCDFRZ: UNABLE TO WRITE CALCDAUT - STATUS "
002240             CALC-DAU-FS
002250         STOP RUN
002260     END-IF.
002270     CLOSE CALC-DAU-FILE.
002280 3000-EXIT.
002290     EXIT.
002300
002310******************************************************************
002320* 9000-TERMINATE - REPORT HOW MANY OVERRIDES WERE TAKEN
002330******************************************************************
002340 9000-TERMINATE.
002350     DISPLAY "CALCDFRZ: " CALC-FORZADAS-COUNT
002360         " OVERRIDES RECORDED BY " CALC-OPERADOR-ID.
002370 9000-EXIT.
002380     EXIT.
002390
002400 END PROGRAM CALCDFRZ.
