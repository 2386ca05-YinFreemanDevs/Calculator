000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Standing-order due-date test.  Given a CALCSORD
000160*               record and a date, returns 0 when the order
000170*               generates on that date and 1 when it does not.
000180*               Only a business day (CALCBDCN's definition - a
000190*               weekday not on CALCHOLS) can be due.  A weekly
000200*               or monthly order is due on the business day
000210*               whose window - the calendar days after the
000220*               previous business day up to and including this
000230*               one - holds its scheduled day, so a day that
000240*               falls on a weekend or holiday generates on the
000250*               next business day and is never lost or doubled.
000260*               Shared by CALCSGEN, which generates on the
000270*               business date, and CALCSPRJ, which projects the
000280*               coming days, so the two can never disagree.
000290* Tectonics:    cobc
000300* Modification History:
000310*   2026-10-15 DR  Initial version.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CALCSDUE.
000350
000360 DATA DIVISION.
000370 WORKING-STORAGE SECTION.
000380 01  CALC-SWITCHES.
000390     05  CALC-HABIL-SW             PIC X(01) VALUE 'N'.
000400         88  CALC-DIA-HABIL        VALUE 'Y'.
000410
000420 77  CALC-ENTERO-HOY               PIC 9(08) COMP VALUE ZERO.
000430 77  CALC-ENTERO-ANT               PIC 9(08) COMP VALUE ZERO.
000440 77  CALC-ENTERO-PRUEBA            PIC 9(08) COMP VALUE ZERO.
000450 77  CALC-ENTERO-WS                PIC 9(08) COMP VALUE ZERO.
000460 77  CALC-INTENTOS                 PIC 9(04) COMP VALUE ZERO.
000470 77  CALC-DIA-SEMANA               PIC 9(01) VALUE ZERO.
000480 77  CALC-HABILES-HOY              PIC 9(04) VALUE ZERO.
000490 77  CALC-HABILES-MES              PIC 9(04) VALUE ZERO.
000500 77  CALC-BDCN-DIAS                PIC 9(04) VALUE ZERO.
000510 77  CALC-BDCN-RC                  PIC 9(02) VALUE ZERO.
000520 77  CALC-FECHA-ANTES              PIC 9(08) VALUE ZERO.
000530 77  CALC-FIN-MES-ANT              PIC 9(08) VALUE ZERO.
000540 77  CALC-FIN-MES                  PIC 9(08) VALUE ZERO.
000550
000560 01  CALC-FECHA-PRUEBA             PIC 9(08) VALUE ZERO.
000570 01  CALC-FECHA-PRUEBA-R REDEFINES CALC-FECHA-PRUEBA.
000580     05  CALC-FP-ANIO              PIC 9(04).
000590     05  CALC-FP-MES               PIC 9(02).
000600     05  CALC-FP-DIA               PIC 9(02).
000610
000620 01  CALC-FECHA-SIGUIENTE          PIC 9(08) VALUE ZERO.
000630 01  CALC-FECHA-SIGUIENTE-R REDEFINES CALC-FECHA-SIGUIENTE.
000640     05  CALC-FS-ANIO              PIC 9(04).
000650     05  CALC-FS-MES               PIC 9(02).
000660     05  CALC-FS-DIA               PIC 9(02).
000670
000680 LINKAGE SECTION.
000690 COPY CALCSORR.
000700 01  SDUE-FECHA                    PIC 9(08).
000710 01  SDUE-RETURN-CODE              PIC 9(02).
000720     88  SDUE-VENCE                VALUE 0.
000730     88  SDUE-NO-VENCE             VALUE 1.
000740
000750 PROCEDURE DIVISION USING CALC-SOR-RECORD SDUE-FECHA
000760                           SDUE-RETURN-CODE.
000770
000780******************************************************************
000790* 0000-MAINLINE - DATE RANGE, BUSINESS DAY, THEN THE FREQUENCY
000800******************************************************************
000810 0000-MAINLINE.
000820     SET SDUE-NO-VENCE TO TRUE.
000830     IF SDUE-FECHA < SOR-FEC-INICIO
000840         GOBACK
000850     END-IF.
000860     IF SOR-FEC-FIN NOT = ZERO AND SDUE-FECHA > SOR-FEC-FIN
000870         GOBACK
000880     END-IF.
000890     COMPUTE CALC-ENTERO-HOY =
000895         FUNCTION INTEGER-OF-DATE(SDUE-FECHA).
000900     MOVE CALC-ENTERO-HOY TO CALC-ENTERO-PRUEBA.
000910     PERFORM 1000-PROBAR-HABIL THRU 1000-EXIT.
000920     IF NOT CALC-DIA-HABIL
000930         GOBACK
000940     END-IF.
000950     IF SOR-DIARIA
000960         SET SDUE-VENCE TO TRUE
000970         GOBACK
000980     END-IF.
000990     IF SOR-DIA-HABIL
001000         PERFORM 5000-PROBAR-HABIL-MES THRU 5000-EXIT
001010         GOBACK
001020     END-IF.
001030     PERFORM 2000-BUSCAR-ANTERIOR THRU 2000-EXIT.
001040     IF SOR-SEMANAL
001050         PERFORM 3000-PROBAR-SEMANA THRU 3000-EXIT
001060             VARYING CALC-ENTERO-PRUEBA FROM CALC-ENTERO-ANT BY 1
001070             UNTIL CALC-ENTERO-PRUEBA >= CALC-ENTERO-HOY
001080     END-IF.
001090     IF SOR-MENSUAL
001100         PERFORM 4000-PROBAR-MES THRU 4000-EXIT
001110             VARYING CALC-ENTERO-PRUEBA FROM CALC-ENTERO-ANT BY 1
001120             UNTIL CALC-ENTERO-PRUEBA >= CALC-ENTERO-HOY
001130     END-IF.
001140     GOBACK.
001150
001160******************************************************************
001170* 1000-PROBAR-HABIL - IS THE DAY CALC-ENTERO-PRUEBA A BUSINESS
001180*                      DAY?  CALCBDCN COUNTS ONE FROM THE DAY
001190*                      BEFORE IT WHEN IT IS.
001200******************************************************************
001210 1000-PROBAR-HABIL.
001220     MOVE 'N' TO CALC-HABIL-SW.
001230     COMPUTE CALC-FECHA-PRUEBA =
001240         FUNCTION DATE-OF-INTEGER(CALC-ENTERO-PRUEBA).
001250     COMPUTE CALC-FECHA-ANTES =
001260         FUNCTION DATE-OF-INTEGER(CALC-ENTERO-PRUEBA - 1).
001270     CALL 'CALCBDCN' USING CALC-FECHA-ANTES CALC-FECHA-PRUEBA
001280         CALC-BDCN-DIAS CALC-BDCN-RC.
001290     IF CALC-BDCN-DIAS = 1
001300         SET CALC-DIA-HABIL TO TRUE
001310     END-IF.
001320 1000-EXIT.
001330     EXIT.
001340
001350******************************************************************
001360* 2000-BUSCAR-ANTERIOR - STEP BACK TO THE PREVIOUS BUSINESS DAY.
001370*                         THE WINDOW TESTED IS THE DAYS AFTER IT
001380*                         UP TO AND INCLUDING THE DATE GIVEN.  A
001390*                         MONTH WITH NO BUSINESS DAY IN IT CAN
001400*                         ONLY BE A BAD CALENDAR, SO THE SEARCH
001410*                         STOPS THERE.
001420******************************************************************
001430 2000-BUSCAR-ANTERIOR.
001440     MOVE CALC-ENTERO-HOY TO CALC-ENTERO-ANT.
001450     MOVE ZERO TO CALC-INTENTOS.
001460     MOVE 'N' TO CALC-HABIL-SW.
001470     PERFORM 2100-RETROCEDER THRU 2100-EXIT
001480         UNTIL CALC-DIA-HABIL OR CALC-INTENTOS >= 31.
001490 2000-EXIT.
001500     EXIT.
001510
001520 2100-RETROCEDER.
001530     SUBTRACT 1 FROM CALC-ENTERO-ANT.
001540     ADD 1 TO CALC-INTENTOS.
001550     MOVE CALC-ENTERO-ANT TO CALC-ENTERO-PRUEBA.
001560     PERFORM 1000-PROBAR-HABIL THRU 1000-EXIT.
001570 2100-EXIT.
001580     EXIT.
001590
001600******************************************************************
001610* 3000-PROBAR-SEMANA - DUE WHEN THE DAY AFTER CALC-ENTERO-PRUEBA
001620*                       IS THE ORDER'S DAY OF THE WEEK.  DAY 1
001630*                       OF THE INTEGER CALENDAR IS A MONDAY, SO
001640*                       REMAINDER 0 IS SUNDAY, DAY 7.
001650******************************************************************
001660 3000-PROBAR-SEMANA.
001670     COMPUTE CALC-DIA-SEMANA =
001680         FUNCTION MOD(CALC-ENTERO-PRUEBA + 1, 7).
001690     IF CALC-DIA-SEMANA = 0
001700         MOVE 7 TO CALC-DIA-SEMANA
001710     END-IF.
001720     IF CALC-DIA-SEMANA = SOR-DIA
001730         SET SDUE-VENCE TO TRUE
001740     END-IF.
001750 3000-EXIT.
001760     EXIT.
001770
001780******************************************************************
001790* 4000-PROBAR-MES - DUE WHEN THE DAY AFTER CALC-ENTERO-PRUEBA IS
001800*                    THE ORDER'S DAY OF THE MONTH, OR IS THE LAST
001810*                    DAY OF A MONTH TOO SHORT TO HAVE THAT DAY
001820******************************************************************
001830 4000-PROBAR-MES.
001840     COMPUTE CALC-FECHA-PRUEBA =
001850         FUNCTION DATE-OF-INTEGER(CALC-ENTERO-PRUEBA + 1).
001860     COMPUTE CALC-FECHA-SIGUIENTE =
001870         FUNCTION DATE-OF-INTEGER(CALC-ENTERO-PRUEBA + 2).
001880     IF CALC-FP-DIA = SOR-DIA
001890         SET SDUE-VENCE TO TRUE
001900         GO TO 4000-EXIT
001910     END-IF.
001920     IF CALC-FS-DIA = 01 AND SOR-DIA > CALC-FP-DIA
001930         SET SDUE-VENCE TO TRUE
001940     END-IF.
001950 4000-EXIT.
001960     EXIT.
001970
001980******************************************************************
001990* 5000-PROBAR-HABIL-MES - DUE WHEN THE DATE IS THE ORDER'S
002000*                          NUMBERED BUSINESS DAY OF ITS MONTH, OR
002010*                          IS THE MONTH'S LAST BUSINESS DAY AND
002020*                          THE MONTH HAS FEWER THAN THAT MANY
002030******************************************************************
002040 5000-PROBAR-HABIL-MES.
002050     MOVE SDUE-FECHA TO CALC-FECHA-PRUEBA.
002060     MOVE 01 TO CALC-FP-DIA.
002070     COMPUTE CALC-ENTERO-WS =
002080         FUNCTION INTEGER-OF-DATE(CALC-FECHA-PRUEBA) - 1.
002090     COMPUTE CALC-FIN-MES-ANT =
002100         FUNCTION DATE-OF-INTEGER(CALC-ENTERO-WS).
002110     CALL 'CALCBDCN' USING CALC-FIN-MES-ANT SDUE-FECHA
002120         CALC-HABILES-HOY CALC-BDCN-RC.
002130     IF CALC-HABILES-HOY = SOR-DIA
002140         SET SDUE-VENCE TO TRUE
002150         GO TO 5000-EXIT
002160     END-IF.
002170     IF SOR-DIA < CALC-HABILES-HOY
002180         GO TO 5000-EXIT
002190     END-IF.
002200     MOVE SDUE-FECHA TO CALC-FECHA-SIGUIENTE.
002210     MOVE 01 TO CALC-FS-DIA.
002220     IF CALC-FS-MES = 12
002230         ADD 1 TO CALC-FS-ANIO
002240         MOVE 01 TO CALC-FS-MES
002250     ELSE
002260         ADD 1 TO CALC-FS-MES
002270     END-IF.
002280     COMPUTE CALC-ENTERO-WS =
002290         FUNCTION INTEGER-OF-DATE(CALC-FECHA-SIGUIENTE) - 1.
002300     COMPUTE CALC-FIN-MES =
002310         FUNCTION DATE-OF-INTEGER(CALC-ENTERO-WS).
002320     CALL 'CALCBDCN' USING CALC-FIN-MES-ANT CALC-FIN-MES
002330         CALC-HABILES-MES CALC-BDCN-RC.
002340     IF CALC-HABILES-HOY = CALC-HABILES-MES
002350         SET SDUE-VENCE TO TRUE
002360     END-IF.
002370 5000-EXIT.
002380     EXIT.
002390
002400 END PROGRAM CALCSDUE.
