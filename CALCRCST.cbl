000140* Date-Compiled:
000150* Purpose:      Run-control step gate for the end-of-day stream.
000160*               The required order - CALCRPT, then CALCHIXL,
000170*               then CALCGLEX, then the CALCCUAD pre-purge
000175*               reconciliation, then CALCARCH strictly last
000180*               (it purges the live CALCLOG the others read),
000190*               then the CALCDROL date roll - used to exist only
000200*               in program comments and operators' heads.  Each
000290* Tectonics:    cobc
000300* Modification History:
000310*   2026-09-02 DR  Initial version.
000311*   2026-10-15 DR  CALCCUAD pre-purge reconciliation added as a
000312*                  required step between CALCGLEX and CALCARCH.
000313*   2026-10-15 DR  Every refusal, and a step not in the sequence,
000314*                  is also appended to the CALCEXCP operations
000315*                  exceptions file through CALCEXLG.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CALCRCST.
000530     05  CALC-EOF-SW               PIC X(01) VALUE 'N'.
000540         88  CALC-FIN-ARCHIVO      VALUE 'Y'.
000550
000560 77  CALC-PASO-COUNT               PIC 9(04) COMP VALUE 6.
000570 77  CALC-PASO-IDX                 PIC 9(04) COMP VALUE ZERO.
000580 77  CALC-PASO-ESTE                PIC 9(04) COMP VALUE ZERO.
000590 77  CALC-HORA-WS                  PIC 9(08) VALUE ZERO.
000600
000610* THE END-OF-DAY STEPS IN REQUIRED ORDER.  CALCARCH MUST STAY
000620* AFTER EVERY READER OF THE LIVE CALCLOG, CALCCUAD IMMEDIATELY
000630* AHEAD OF IT, AND CALCDROL MUST STAY LAST OF ALL - IT MOVES THE
000635* BUSINESS DATE FORWARD.
000640 01  CALC-PASOS-INIT.
000650     05  FILLER                    PIC X(08) VALUE "CALCRPT".
000660     05  FILLER                    PIC X(08) VALUE "CALCHIXL".
000670     05  FILLER                    PIC X(08) VALUE "CALCGLEX".
000675     05  FILLER                    PIC X(08) VALUE "CALCCUAD".
000680     05  FILLER                    PIC X(08) VALUE "CALCARCH".
000690     05  FILLER                    PIC X(08) VALUE "CALCDROL".
000700 01  CALC-PASOS REDEFINES CALC-PASOS-INIT.
000710     05  CALC-PASO-NOMBRE          PIC X(08) OCCURS 6 TIMES.
000720
000730 01  CALC-COMPLETADOS.
000740     05  CALC-PASO-HECHO           PIC X(01) OCCURS 6 TIMES.
000743
000746 COPY CALCEXLA.
000750
000760 LINKAGE SECTION.
000770 01  RCST-PASO                     PIC X(08).
000970     IF RCST-PASO-DESCONOCIDO
000980         DISPLAY "CALCRCST: STEP " RCST-PASO
000990             " NOT IN THE END-OF-DAY SEQUENCE"
000991         MOVE 'C' TO EXLG-SEVERIDAD
000992         MOVE "RCST03" TO EXLG-CODIGO
000993         MOVE SPACES TO EXLG-TEXTO
000994         STRING "STEP " RCST-PASO
000995             " NOT IN THE END-OF-DAY SEQUENCE"
000996             DELIMITED BY SIZE INTO EXLG-TEXTO
000997         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
001000         GOBACK
001010     END-IF.
001020     IF RCST-INICIAR
001390         DISPLAY "CALCRCST: " RCST-PASO
001400             " ALREADY COMPLETED FOR " RCST-FECHA
001410             " - STEP REFUSED"
001411         MOVE 'W' TO EXLG-SEVERIDAD
001412         MOVE "RCST02" TO EXLG-CODIGO
001413         MOVE SPACES TO EXLG-TEXTO
001414         STRING RCST-PASO " ALREADY COMPLETED FOR " RCST-FECHA
001415             " - STEP REFUSED" DELIMITED BY SIZE INTO EXLG-TEXTO
001416         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
001420         GO TO 2000-EXIT
001430     END-IF.
001440     PERFORM 2300-REVISAR-PREDECESOR THRU 2300-EXIT
002030         DISPLAY "CALCRCST: " RCST-PASO " REFUSED - "
002040             CALC-PASO-NOMBRE (CALC-PASO-IDX)
002050             " HAS NOT COMPLETED FOR " RCST-FECHA
002051         MOVE 'C' TO EXLG-SEVERIDAD
002052         MOVE "RCST01" TO EXLG-CODIGO
002053         MOVE SPACES TO EXLG-TEXTO
002054         STRING RCST-PASO " REFUSED - "
002055             CALC-PASO-NOMBRE (CALC-PASO-IDX)
002056             " HAS NOT COMPLETED FOR " RCST-FECHA
002057             DELIMITED BY SIZE INTO EXLG-TEXTO
002058         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
002060     END-IF.
002070 2300-EXIT.
002080     EXIT.
002310 3000-EXIT.
002320     EXIT.
002330
002331******************************************************************
002332* 9800-ANOTAR-EXCEPCION - APPEND THE EXCEPTION IN EXLG-AREA TO
002333*                          THE CALCEXCP OPERATIONS EXCEPTIONS
002334*                          FILE
002335******************************************************************
002336 9800-ANOTAR-EXCEPCION.
002337     MOVE "CALCRCST" TO EXLG-PROGRAMA.
002338     MOVE RCST-FECHA TO EXLG-FECHA.
002339     CALL 'CALCEXLG' USING EXLG-AREA.
002340 9800-EXIT.
002341     EXIT.
002342
002340 END PROGRAM CALCRCST.
