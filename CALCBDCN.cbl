000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Business-day counter.  Given two dates, returns
000160*               how many business days fall after the first and
000170*               up to and including the second - a business day
000180*               being, as CALCDROL rolls the date, a weekday not
000190*               on the CALCHOLS holiday calendar.  So an item
000200*               dated today is zero business days old on today
000210*               and one business day old on the next business
000220*               day.  A second date not after the first gives
000230*               zero.  The calendar is loaded from CALCHOLS on
000240*               the first call and held for the life of the run,
000250*               the same way CALCRLKP holds the rate table; a
000260*               missing calendar just means no holidays.
000270* Tectonics:    cobc
000280* Modification History:
000290*   2026-10-15 DR  Initial version.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CALCBDCN.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL CALC-HOLS-FILE ASSIGN TO "CALCHOLS"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS CALC-HOLS-FS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CALC-HOLS-FILE
000440     LABEL RECORDS ARE STANDARD.
000450 01  HOLS-RECORD.
000460     05  HOLS-FECHA                PIC 9(08).
000470
000480 WORKING-STORAGE SECTION.
000490 01  CALC-HOLS-FS                  PIC X(02).
000500
000510 01  CALC-SWITCHES.
000520     05  CALC-CARGADA-SW           PIC X(01) VALUE 'N'.
000530         88  CALC-TABLA-CARGADA    VALUE 'Y'.
000540     05  CALC-HOL-EOF-SW           PIC X(01) VALUE 'N'.
000550         88  CALC-FIN-FERIADOS     VALUE 'Y'.
000560     05  CALC-HABIL-SW             PIC X(01) VALUE 'N'.
000570         88  CALC-DIA-HABIL        VALUE 'Y'.
000580
000590 77  CALC-HOL-COUNT                PIC 9(04) COMP VALUE ZERO.
000600 77  CALC-HOL-MAX                  PIC 9(04) COMP VALUE 100.
000610 77  CALC-HOL-IDX                  PIC 9(04) COMP VALUE ZERO.
000620 77  CALC-ENTERO-DESDE             PIC 9(08) COMP VALUE ZERO.
000630 77  CALC-ENTERO-HASTA             PIC 9(08) COMP VALUE ZERO.
000640 77  CALC-FECHA-ENTERO             PIC 9(08) COMP VALUE ZERO.
000650 77  CALC-FECHA-PRUEBA             PIC 9(08) VALUE ZERO.
000660 77  CALC-DIA-SEMANA               PIC 9(01) VALUE ZERO.
000670
000680 01  CALC-FERIADOS.
000690     05  CALC-HOL-FECHA            PIC 9(08) OCCURS 100 TIMES.
000700
000710 LINKAGE SECTION.
000720 01  BDCN-DESDE                    PIC 9(08).
000730 01  BDCN-HASTA                    PIC 9(08).
000740 01  BDCN-DIAS                     PIC 9(04).
000750 01  BDCN-RETURN-CODE              PIC 9(02).
000760     88  BDCN-OK                   VALUE 0.
000770
000780 PROCEDURE DIVISION USING BDCN-DESDE BDCN-HASTA BDCN-DIAS
000790                           BDCN-RETURN-CODE.
000800
000810******************************************************************
000820* 0000-MAINLINE - LOAD THE CALENDAR ON FIRST CALL, THEN COUNT
000830*                  THE BUSINESS DAYS IN THE RANGE
000840******************************************************************
000850 0000-MAINLINE.
000860     IF NOT CALC-TABLA-CARGADA
000870         PERFORM 1000-LEER-FERIADOS THRU 1000-EXIT
000880     END-IF.
000890     SET BDCN-OK TO TRUE.
000900     MOVE ZERO TO BDCN-DIAS.
000910     IF BDCN-HASTA NOT > BDCN-DESDE
000920         GOBACK
000930     END-IF.
000940     COMPUTE CALC-ENTERO-DESDE =
000950         FUNCTION INTEGER-OF-DATE(BDCN-DESDE).
000960     COMPUTE CALC-ENTERO-HASTA =
000970         FUNCTION INTEGER-OF-DATE(BDCN-HASTA).
000980     PERFORM 2000-PROBAR-DIA THRU 2000-EXIT
000990         VARYING CALC-FECHA-ENTERO FROM CALC-ENTERO-DESDE BY 1
001000         UNTIL CALC-FECHA-ENTERO >= CALC-ENTERO-HASTA.
001010     GOBACK.
001020
001030******************************************************************
001040* 1000-LEER-FERIADOS - LOAD CALCHOLS INTO THE TABLE.  A MISSING
001050*                       CALENDAR JUST MEANS NO HOLIDAYS.
001060******************************************************************
001070 1000-LEER-FERIADOS.
001080     OPEN INPUT CALC-HOLS-FILE.
001090     IF CALC-HOLS-FS NOT = "00" AND CALC-HOLS-FS NOT = "05"
001100         DISPLAY "CALCBDCN: UNABLE TO OPEN CALCHOLS - STATUS "
001110             CALC-HOLS-FS
001120         STOP RUN
001130     END-IF.
001140     PERFORM 1100-LEER-FERIADO THRU 1100-EXIT
001150         UNTIL CALC-FIN-FERIADOS.
001160     CLOSE CALC-HOLS-FILE.
001170     SET CALC-TABLA-CARGADA TO TRUE.
001180 1000-EXIT.
001190     EXIT.
001200
001210 1100-LEER-FERIADO.
001220     READ CALC-HOLS-FILE
001230         AT END
001240             SET CALC-FIN-FERIADOS TO TRUE
001250             GO TO 1100-EXIT
001260     END-READ.
001270     IF CALC-HOL-COUNT >= CALC-HOL-MAX
001280         DISPLAY "CALCBDCN: HOLIDAY TABLE FULL - RAISE "
001290             "CALC-HOL-MAX"
001300         STOP RUN
001310     END-IF.
001320     ADD 1 TO CALC-HOL-COUNT.
001330     MOVE HOLS-FECHA TO CALC-HOL-FECHA (CALC-HOL-COUNT).
001340 1100-EXIT.
001350     EXIT.
001360
001370******************************************************************
001380* 2000-PROBAR-DIA - COUNT THE DAY AFTER CALC-FECHA-ENTERO IF IT
001390*                    IS NEITHER A WEEKEND NOR A LISTED HOLIDAY
001400******************************************************************
001410 2000-PROBAR-DIA.
001420     COMPUTE CALC-FECHA-PRUEBA =
001430         FUNCTION DATE-OF-INTEGER(CALC-FECHA-ENTERO + 1).
001440* DAY 1 OF THE INTEGER CALENDAR IS A MONDAY, SO REMAINDER 6 IS
001450* SATURDAY AND REMAINDER 0 IS SUNDAY.
001460     COMPUTE CALC-DIA-SEMANA =
001470         FUNCTION MOD(CALC-FECHA-ENTERO + 1, 7).
001480     IF CALC-DIA-SEMANA = 6 OR CALC-DIA-SEMANA = 0
001490         GO TO 2000-EXIT
001500     END-IF.
001510     SET CALC-DIA-HABIL TO TRUE.
001520     PERFORM 2100-PROBAR-FERIADO THRU 2100-EXIT
001530         VARYING CALC-HOL-IDX FROM 1 BY 1
001540         UNTIL CALC-HOL-IDX > CALC-HOL-COUNT.
001550     IF CALC-DIA-HABIL
001560         ADD 1 TO BDCN-DIAS
001570     END-IF.
001580 2000-EXIT.
001590     EXIT.
001600
001610 2100-PROBAR-FERIADO.
001620     IF CALC-HOL-FECHA (CALC-HOL-IDX) = CALC-FECHA-PRUEBA
001630         MOVE 'N' TO CALC-HABIL-SW
001640     END-IF.
001650 2100-EXIT.
001660     EXIT.
001670
001680 END PROGRAM CALCBDCN.
