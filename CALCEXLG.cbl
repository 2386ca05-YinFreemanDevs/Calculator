000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Operations exception writer.  Warnings and
000160*               failures used to exist only as console DISPLAYs
000170*               in each program and were lost once the console
000180*               scrolled.  Every program now also CALLs this
000190*               routine with the CALCEXLA call area when it
000200*               raises one; the routine stamps the business date
000210*               (looked up through CALCBDGT when the caller does
000220*               not pass it) and the time of day and appends the
000230*               CALCEXCR record to the shared CALCEXCP exceptions
000240*               file, which the CALCEXRP morning report lists and
000250*               CALCEXAK acknowledges.  A CALCEXCP that cannot be
000260*               written is reported on the console and returned
000270*               as EXLG-RC 1 - it never stops the calling job,
000280*               whose own console message still stands.
000290* Tectonics:    cobc
000300* Modification History:
000310*   2026-10-15 DR  Initial version.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CALCEXLG.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPTIONAL CALC-EXC-FILE ASSIGN TO "CALCEXCP"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS CALC-EXC-FS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CALC-EXC-FILE
000460     LABEL RECORDS ARE STANDARD.
000470 COPY CALCEXCR.
000480
000490 WORKING-STORAGE SECTION.
000500 01  CALC-EXC-FS                   PIC X(02).
000510 77  CALC-BDGT-RC                  PIC 9(02) VALUE ZERO.
000520 77  CALC-HORA-WS                  PIC 9(08) VALUE ZERO.
000530
000540 LINKAGE SECTION.
000550 COPY CALCEXLA.
000560
000570 PROCEDURE DIVISION USING EXLG-AREA.
000580
000590******************************************************************
000600* 0000-MAINLINE - BUILD THE EXCEPTION RECORD AND APPEND IT
000610******************************************************************
000620 0000-MAINLINE.
000630     MOVE ZERO TO EXLG-RC.
000640     IF EXLG-FECHA NOT NUMERIC OR EXLG-FECHA = ZERO
000650         CALL 'CALCBDGT' USING EXLG-FECHA CALC-BDGT-RC
000660     END-IF.
000670     ACCEPT CALC-HORA-WS FROM TIME.
000680     MOVE EXLG-FECHA TO EXC-FECHA.
000690     MOVE CALC-HORA-WS TO EXC-HORA.
000700     MOVE EXLG-PROGRAMA TO EXC-PROGRAMA.
000710     MOVE EXLG-SEVERIDAD TO EXC-SEVERIDAD.
000720     MOVE EXLG-CODIGO TO EXC-CODIGO.
000730     MOVE EXLG-TEXTO TO EXC-TEXTO.
000740     OPEN EXTEND CALC-EXC-FILE.
000750     IF CALC-EXC-FS NOT = "00" AND CALC-EXC-FS NOT = "05"
000760         DISPLAY "CALCEXLG: UNABLE TO OPEN CALCEXCP - STATUS "
000770             CALC-EXC-FS " - " EXLG-PROGRAMA " " EXLG-CODIGO
000780             " NOT LOGGED"
000790         MOVE 1 TO EXLG-RC
000800         GOBACK
000810     END-IF.
000820     WRITE CALC-EXC-RECORD.
000830     IF CALC-EXC-FS NOT = "00"
000840         DISPLAY "CALCEXLG: UNABLE TO WRITE CALCEXCP - STATUS "
000850             CALC-EXC-FS " - " EXLG-PROGRAMA " " EXLG-CODIGO
000860             " NOT LOGGED"
000870         MOVE 1 TO EXLG-RC
000880     END-IF.
000890     CLOSE CALC-EXC-FILE.
000900     GOBACK.
000910
000920 END PROGRAM CALCEXLG.
