000310* Tectonics:    cobc
000320* Modification History:
000330*   2026-09-02 DR  Initial version.
000331*   2026-10-15 DR  CKPT-RECORD mirror carries the duplicates
000332*                  withheld count and sum CALCBATCH now saves.
000333*   2026-10-15 DR  A STALLED stream is also appended to the
000334*                  CALCEXCP operations exceptions file through
000335*                  CALCEXLG.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CALCMON.
000730     05  CKPT-SUMA                 PIC S9(08)V99
000740                                    SIGN IS TRAILING SEPARATE.
000750     05  CKPT-REJ-COUNT            PIC 9(08).
000752     05  CKPT-DUP-COUNT            PIC 9(08).
000754     05  CKPT-DUP-SUMA             PIC S9(08)V99
000756                                    SIGN IS TRAILING SEPARATE.
000760
000770 FD  TRANS-PART-FILE
000780     LABEL RECORDS ARE STANDARD.
001340     05  MON-D-POSTED              PIC ZZZZZZZ9.
001350     05  FILLER                    PIC X(10) VALUE " REJECTED=".
001360     05  MON-D-REJECTED            PIC ZZZZZZZ9.
001363
001366 COPY CALCEXLA.
001370
001380 PROCEDURE DIVISION.
001390
002460                 CALC-SNAP-ANT-RECNO (CALC-STREAM-NUM)
002470         DISPLAY "  *** STALLED - CHECKPOINT HAS NOT ADVANCED "
002480             "SINCE THE PREVIOUS INQUIRY ***"
002481         MOVE 'C' TO EXLG-SEVERIDAD
002482         MOVE "MON001" TO EXLG-CODIGO
002483         MOVE SPACES TO EXLG-TEXTO
002484         STRING "STREAM " CALC-STREAM-NUM
002485             " STALLED - CHECKPOINT STILL AT RECORD " CKPT-RECNO
002486             DELIMITED BY SIZE INTO EXLG-TEXTO
002487         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
002490     END-IF.
002500 2000-EXIT.
002510     EXIT.
003320 8100-EXIT.
003330     EXIT.
003340
003341******************************************************************
003342* 9800-ANOTAR-EXCEPCION - APPEND THE EXCEPTION IN EXLG-AREA TO
003343*                          THE CALCEXCP OPERATIONS EXCEPTIONS
003344*                          FILE
003345******************************************************************
003346 9800-ANOTAR-EXCEPCION.
003347     MOVE "CALCMON" TO EXLG-PROGRAMA.
003348     MOVE ZERO TO EXLG-FECHA.
003349     CALL 'CALCEXLG' USING EXLG-AREA.
003350 9800-EXIT.
003351     EXIT.
003352
003350 END PROGRAM CALCMON.
