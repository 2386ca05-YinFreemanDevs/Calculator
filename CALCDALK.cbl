000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Duplicate override lookup.  Given a department,
000160*               a reference id and a business date, says whether
000170*               a supervisor has forced that reference through
000180*               the cross-day duplicate check for that date, and
000190*               if so who.  The overrides for the business date
000200*               are loaded from CALCDAUT on the first call and
000210*               held for the life of the run, the same way
000220*               CALCRLKP holds the rate table; a call for a
000230*               different date reloads.
000240* Tectonics:    cobc
000250* Modification History:
000260*   2026-10-15 DR  Initial version.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CALCDALK.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPTIONAL CALC-DAU-FILE ASSIGN TO "CALCDAUT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS CALC-DAU-FS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  CALC-DAU-FILE
000410     LABEL RECORDS ARE STANDARD.
000420 COPY CALCDAUR.
000430
000440 WORKING-STORAGE SECTION.
000450 01  CALC-DAU-FS                   PIC X(02).
000460
000470 01  CALC-SWITCHES.
000480     05  CALC-EOF-SW               PIC X(01) VALUE 'N'.
000490         88  CALC-FIN-ARCHIVO      VALUE 'Y'.
000500
000510 77  CALC-FECHA-CARGADA            PIC 9(08) VALUE ZERO.
000520 77  CALC-DAU-COUNT                PIC 9(04) COMP VALUE ZERO.
000530 77  CALC-DAU-MAX                  PIC 9(04) COMP VALUE 200.
000540 77  CALC-DAU-IDX                  PIC 9(04) COMP VALUE ZERO.
000550 77  CALC-HALLADA-IDX              PIC 9(04) COMP VALUE ZERO.
000560
000570 01  CALC-DAU-TABLA.
000580     05  CALC-DAU-ENTRADA          OCCURS 200 TIMES.
000590         10  TAB-DEPTO             PIC X(04).
000600         10  TAB-REFERENCIA        PIC X(10).
000610         10  TAB-AUTORIZO          PIC X(08).
000620
000630 LINKAGE SECTION.
000640 01  DALK-DEPTO                    PIC X(04).
000650 01  DALK-REFERENCIA               PIC X(10).
000660 01  DALK-FECHA                    PIC 9(08).
000670 01  DALK-AUTORIZO                 PIC X(08).
000680 01  DALK-RETURN-CODE              PIC 9(02).
000690     88  DALK-OK                   VALUE 0.
000700     88  DALK-NO-HALLADA           VALUE 1.
000710
000720 PROCEDURE DIVISION USING DALK-DEPTO DALK-REFERENCIA DALK-FECHA
000730                           DALK-AUTORIZO DALK-RETURN-CODE.
000740
000750******************************************************************
000760* 0000-MAINLINE - LOAD THE DAY'S OVERRIDES ON FIRST CALL, THEN
000770*                  LOOK THE DEPARTMENT AND REFERENCE ID UP
000780******************************************************************
000790 0000-MAINLINE.
000800     IF DALK-FECHA NOT = CALC-FECHA-CARGADA
000810         PERFORM 1000-CARGAR-TABLA THRU 1000-EXIT
000820     END-IF.
000830     MOVE ZERO TO CALC-HALLADA-IDX.
000840     PERFORM 2000-REVISAR-ENTRADA THRU 2000-EXIT
000850         VARYING CALC-DAU-IDX FROM 1 BY 1
000860         UNTIL CALC-DAU-IDX > CALC-DAU-COUNT.
000870     IF CALC-HALLADA-IDX = ZERO
000880         SET DALK-NO-HALLADA TO TRUE
000890         MOVE SPACES TO DALK-AUTORIZO
000900     ELSE
000910         SET DALK-OK TO TRUE
000920         MOVE TAB-AUTORIZO (CALC-HALLADA-IDX) TO DALK-AUTORIZO
000930     END-IF.
000940     GOBACK.
000950
000960******************************************************************
000970* 1000-CARGAR-TABLA - READ THE OVERRIDES FOR THE BUSINESS DATE
000980*                      INTO THE TABLE.  A MISSING FILE JUST
000990*                      LEAVES THE TABLE EMPTY.
001000******************************************************************
001010 1000-CARGAR-TABLA.
001020     MOVE DALK-FECHA TO CALC-FECHA-CARGADA.
001030     MOVE ZERO TO CALC-DAU-COUNT.
001040     MOVE 'N' TO CALC-EOF-SW.
001050     OPEN INPUT CALC-DAU-FILE.
001060     IF CALC-DAU-FS NOT = "00" AND CALC-DAU-FS NOT = "05"
001070         DISPLAY "CALCDALK: UNABLE TO OPEN CALCDAUT - STATUS "
001080             CALC-DAU-FS
001090         STOP RUN
001100     END-IF.
001110     PERFORM 1100-LEER-AUTORIZACION THRU 1100-EXIT
001120         UNTIL CALC-FIN-ARCHIVO.
001130     CLOSE CALC-DAU-FILE.
001140 1000-EXIT.
001150     EXIT.
001160
001170 1100-LEER-AUTORIZACION.
001180     READ CALC-DAU-FILE
001190         AT END
001200             SET CALC-FIN-ARCHIVO TO TRUE
001210             GO TO 1100-EXIT
001220     END-READ.
001230     IF DAU-FECHA NOT = CALC-FECHA-CARGADA
001240         GO TO 1100-EXIT
001250     END-IF.
001260     IF CALC-DAU-COUNT >= CALC-DAU-MAX
001270         DISPLAY "CALCDALK: OVERRIDE TABLE FULL - RAISE "
001280             "CALC-DAU-MAX"
001290         STOP RUN
001300     END-IF.
001310     ADD 1 TO CALC-DAU-COUNT.
001320     MOVE DAU-DEPTO TO TAB-DEPTO (CALC-DAU-COUNT).
001330     MOVE DAU-REFERENCIA TO TAB-REFERENCIA (CALC-DAU-COUNT).
001340     MOVE DAU-AUTORIZO TO TAB-AUTORIZO (CALC-DAU-COUNT).
001350 1100-EXIT.
001360     EXIT.
001370
001380******************************************************************
001390* 2000-REVISAR-ENTRADA - KEEP THE LAST OVERRIDE KEYED FOR THE
001400*                         DEPARTMENT AND REFERENCE ID
001410******************************************************************
001420 2000-REVISAR-ENTRADA.
001430     IF TAB-DEPTO (CALC-DAU-IDX) = DALK-DEPTO
001440             AND TAB-REFERENCIA (CALC-DAU-IDX) = DALK-REFERENCIA
001450         MOVE CALC-DAU-IDX TO CALC-HALLADA-IDX
001460     END-IF.
001470 2000-EXIT.
001480     EXIT.
001490
001500 END PROGRAM CALCDALK.
