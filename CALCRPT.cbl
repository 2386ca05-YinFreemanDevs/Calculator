000544*                  the work can be charged back.  CALCLOG has no
000545*                  department - interactive work stays in the
000546*                  operator section.
000547*   2026-10-15 DR  An unknown operation on CALCLOG is also
000548*                  appended to the CALCEXCP operations exceptions
000549*                  file through CALCEXLG.
000547******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. CALCRPT.
001755 01  CALC-RCST-RC                  PIC 9(02).
001756     88  CALC-RCST-OK              VALUE 0.
001760
001763 COPY CALCEXLA.
001766
001770 PROCEDURE DIVISION.
001780
001790******************************************************************
002350         ELSE
002360             DISPLAY "CALCRPT: UNKNOWN OPERATION ON LOG - "
002370                 LOG-OPERACION
002371             MOVE 'W' TO EXLG-SEVERIDAD
002372             MOVE "RPT001" TO EXLG-CODIGO
002373             MOVE SPACES TO EXLG-TEXTO
002374             STRING "UNKNOWN OPERATION ON LOG - " LOG-OPERACION
002375                 DELIMITED BY SIZE
002376                 INTO EXLG-TEXTO
002377             PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
002380         END-IF
002390     END-IF.
002400 2000-EXIT.
003890 9000-EXIT.
003900     EXIT.
003910
003911******************************************************************
003912* 9800-ANOTAR-EXCEPCION - APPEND THE EXCEPTION IN EXLG-AREA TO
003913*                          THE CALCEXCP OPERATIONS EXCEPTIONS
003914*                          FILE
003915******************************************************************
003916 9800-ANOTAR-EXCEPCION.
003917     MOVE "CALCRPT" TO EXLG-PROGRAMA.
003918     MOVE CALC-FECHA-HOY TO EXLG-FECHA.
003919     CALL 'CALCEXLG' USING EXLG-AREA.
003920 9800-EXIT.
003921     EXIT.
003922
003920 END PROGRAM CALCRPT.
