000308*                  day closes clean" means in practice.  The
000309*                  completion is recorded under the OLD date,
000310*                  before it rolls.
000311*   2026-10-15 DR  A missing CALCHOLS calendar is now reported.
000312*                  It and a seeded CALCBDAT are also appended to
000313*                  the CALCEXCP operations exceptions file through
000314*                  CALCEXLG.
000312******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CALCDROL.
000650         88  CALC-FECHA-LEIDA      VALUE 'Y'.
000660     05  CALC-HABIL-SW             PIC X(01) VALUE 'N'.
000670         88  CALC-DIA-HABIL        VALUE 'Y'.
000673     05  CALC-SIN-FERIADOS-SW      PIC X(01) VALUE 'N'.
000676         88  CALC-SIN-FERIADOS     VALUE 'Y'.
000680
000690 77  CALC-HOL-COUNT                PIC 9(04) COMP VALUE ZERO.
000700 77  CALC-HOL-MAX                  PIC 9(04) COMP VALUE 100.
000760
000770 01  CALC-FERIADOS.
000780     05  CALC-HOL-FECHA            PIC 9(08) OCCURS 100 TIMES.
000783
000786 COPY CALCEXLA.
000790
000800 PROCEDURE DIVISION.
000810
001175     IF NOT CALC-RCST-OK
001176         STOP RUN
001177     END-IF.
001178     IF NOT CALC-FECHA-LEIDA
001179         MOVE 'W' TO EXLG-SEVERIDAD
001180         MOVE "DROL02" TO EXLG-CODIGO
001181         MOVE SPACES TO EXLG-TEXTO
001182         STRING "CALCBDAT NOT ON FILE - SEEDED FROM SYSTEM DATE "
001183             CALC-FECHA-ACTUAL DELIMITED BY SIZE INTO EXLG-TEXTO
001184         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
001185     END-IF.
001186     IF CALC-SIN-FERIADOS
001187         DISPLAY "CALCDROL: CALCHOLS NOT ON FILE - DATE ROLLED "
001188             "WITH NO HOLIDAYS"
001189         MOVE 'W' TO EXLG-SEVERIDAD
001190         MOVE "DROL01" TO EXLG-CODIGO
001191         MOVE SPACES TO EXLG-TEXTO
001192         STRING "CALCHOLS NOT ON FILE - DATE ROLLED "
001193             "WITH NO HOLIDAYS" DELIMITED BY SIZE INTO EXLG-TEXTO
001194         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
001195     END-IF.
001180 1000-EXIT.
001190     EXIT.
001200
001280         DISPLAY "CALCDROL: UNABLE TO OPEN CALCHOLS - STATUS "
001290             CALC-HOLS-FS
001300         STOP RUN
001302     END-IF.
001304     IF CALC-HOLS-FS = "05"
001306         SET CALC-SIN-FERIADOS TO TRUE
001310     END-IF.
001320     PERFORM 1150-LEER-FERIADO THRU 1150-EXIT
001330         UNTIL CALC-FIN-FERIADOS.
002210 9000-EXIT.
002220     EXIT.
002230
002231******************************************************************
002232* 9800-ANOTAR-EXCEPCION - APPEND THE EXCEPTION IN EXLG-AREA TO
002233*                          THE CALCEXCP OPERATIONS EXCEPTIONS
002234*                          FILE
002235******************************************************************
002236 9800-ANOTAR-EXCEPCION.
002237     MOVE "CALCDROL" TO EXLG-PROGRAMA.
002238     MOVE CALC-FECHA-ACTUAL TO EXLG-FECHA.
002239     CALL 'CALCEXLG' USING EXLG-AREA.
002240 9800-EXIT.
002241     EXIT.
002242
002240 END PROGRAM CALCDROL.
