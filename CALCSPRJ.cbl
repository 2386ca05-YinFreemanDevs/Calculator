000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Standing-order projection.  Lists, day by day,
000160*               what CALCSGEN will generate into TRANSIN over
000170*               the 30 calendar days starting with the CALCBDAT
000180*               business date: the date, department, reference
000190*               id, operation or formula and operands of every
000200*               order due, and the result CALCTRNP projects for
000210*               it with the rates in effect on that date.  An
000220*               order that would reject on its date - a rate
000230*               expiring, a formula removed - is flagged with the
000240*               reason so it can be fixed before it comes due.
000250*               The due-date test is CALCSDUE, the same one
000260*               CALCSGEN uses.  Report is CALCSPRO.
000270* Tectonics:    cobc
000280* Modification History:
000290*   2026-10-15 DR  Initial version.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CALCSPRJ.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL CALC-SOR-FILE ASSIGN TO "CALCSORD"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS CALC-SOR-FS.
000400
000410     SELECT REPORT-FILE ASSIGN TO "CALCSPRO"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CALC-RPT-FS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CALC-SOR-FILE
000480     LABEL RECORDS ARE STANDARD.
000490 01  SOR-FD-RECORD                 PIC X(72).
000500
000510 FD  REPORT-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 01  RPT-LINE                      PIC X(80).
000540
000550 WORKING-STORAGE SECTION.
000560 01  CALC-SOR-FS                   PIC X(02).
000570 01  CALC-RPT-FS                   PIC X(02).
000580
000590 01  CALC-SWITCHES.
000600     05  CALC-EOF-SW               PIC X(01) VALUE 'N'.
000610         88  CALC-FIN-ARCHIVO      VALUE 'Y'.
000620
000630 77  CALC-SOR-COUNT                PIC 9(04) COMP VALUE ZERO.
000640 77  CALC-SOR-MAX                  PIC 9(04) COMP VALUE 500.
000650 77  CALC-SOR-IDX                  PIC 9(04) COMP VALUE ZERO.
000660 77  CALC-DIAS-PROYECCION          PIC 9(04) COMP VALUE 30.
000670 77  CALC-ENTERO-DESDE             PIC 9(08) COMP VALUE ZERO.
000680 77  CALC-ENTERO-HASTA             PIC 9(08) COMP VALUE ZERO.
000690 77  CALC-ENTERO-DIA               PIC 9(08) COMP VALUE ZERO.
000700 77  CALC-GEN-COUNT                PIC 9(06) COMP VALUE ZERO.
000710 77  CALC-RECHAZO-COUNT            PIC 9(06) COMP VALUE ZERO.
000720 77  CALC-GEN-SUMA                 PIC S9(08)V99 VALUE ZERO.
000730 77  CALC-FECHA-HOY                PIC 9(08) VALUE ZERO.
000740 77  CALC-BDGT-RC                  PIC 9(02) VALUE ZERO.
000750 77  CALC-SDUE-RC                  PIC 9(02) VALUE ZERO.
000760     88  CALC-SDUE-VENCE           VALUE 0.
000770
000780 COPY CALCSORR.
000790 COPY CALCTRNR.
000800 COPY CALCTRPR.
000810
000820 01  CALC-FECHA-DIA                PIC 9(08) VALUE ZERO.
000830 01  CALC-FECHA-DIA-X REDEFINES CALC-FECHA-DIA.
000840     05  FILLER                    PIC X(02).
000850     05  CALC-DIA-AAMMDD           PIC X(06).
000860 01  CALC-FECHA-HASTA              PIC 9(08) VALUE ZERO.
000870
000880 01  CALC-OPND-WS.
000890     05  CALC-OPND-X               PIC X(09).
000900     05  CALC-OPND-NUM REDEFINES CALC-OPND-X
000910                                   PIC S9(6)V99
000920                                    SIGN IS TRAILING SEPARATE.
000930
000940 01  CALC-SOR-TABLA.
000950     05  CALC-SOR-ENTRADA          PIC X(72) OCCURS 500 TIMES.
000960
000970 01  PRJ-ENCABEZADO-1.
000980     05  FILLER                    PIC X(36) VALUE
000990         "CALCSPRJ - STANDING ORDERS DUE FROM ".
001000     05  PRJ-E-DESDE               PIC 9(08).
001010     05  FILLER                    PIC X(04) VALUE " TO ".
001020     05  PRJ-E-HASTA               PIC 9(08).
001030     05  FILLER                    PIC X(24) VALUE SPACES.
001040
001050 01  PRJ-ENCABEZADO-2.
001060     05  FILLER                    PIC X(48) VALUE
001070         "DATE     DEPT REFERENCE  OPERATION    OPERAND-1 ".
001080     05  FILLER                    PIC X(32) VALUE
001085         "OPERAND-2  PROJECTED NOTE".
001090
001100 01  PRJ-DETALLE.
001110     05  PRJ-D-FECHA               PIC 9(08).
001120     05  FILLER                    PIC X(01) VALUE SPACE.
001130     05  PRJ-D-DEPTO               PIC X(04).
001140     05  FILLER                    PIC X(01) VALUE SPACE.
001150     05  PRJ-D-REFERENCIA          PIC X(10).
001160     05  FILLER                    PIC X(01) VALUE SPACE.
001170     05  PRJ-D-OPERACION           PIC X(12).
001180     05  FILLER                    PIC X(01) VALUE SPACE.
001190     05  PRJ-D-OPND1               PIC X(09).
001200     05  FILLER                    PIC X(01) VALUE SPACE.
001210     05  PRJ-D-OPND2               PIC X(09).
001220     05  FILLER                    PIC X(01) VALUE SPACE.
001230     05  PRJ-D-RESULTADO           PIC -9(6).99.
001240     05  FILLER                    PIC X(01) VALUE SPACE.
001250     05  PRJ-D-NOTA                PIC X(10).
001260     05  FILLER                    PIC X(01) VALUE SPACE.
001270
001280 01  PRJ-TOTALES.
001290     05  FILLER                    PIC X(18) VALUE
001300         "ORDERS TO GENERATE".
001310     05  FILLER                    PIC X(03) VALUE " = ".
001320     05  PRJ-T-GENERAR             PIC ZZZZZ9.
001330     05  FILLER                    PIC X(19) VALUE
001340         "  PROJECTED SUM = ".
001350     05  PRJ-T-SUMA                PIC -9(8).99.
001360     05  FILLER                    PIC X(13) VALUE
001370         "  REJECTS = ".
001380     05  PRJ-T-RECHAZOS            PIC ZZZZZ9.
001390     05  FILLER                    PIC X(03) VALUE SPACES.
001400
001410 PROCEDURE DIVISION.
001420
001430******************************************************************
001440* 0000-MAINLINE
001450******************************************************************
001460 0000-MAINLINE.
001470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001480     PERFORM 2000-PROYECTAR-DIA THRU 2000-EXIT
001490         VARYING CALC-ENTERO-DIA FROM CALC-ENTERO-DESDE BY 1
001500         UNTIL CALC-ENTERO-DIA > CALC-ENTERO-HASTA.
001510     PERFORM 8000-IMPRIMIR-TOTALES THRU 8000-EXIT.
001520     CLOSE REPORT-FILE.
001530     DISPLAY "CALCSPRJ: " CALC-GEN-COUNT " ORDERS DUE, "
001540         CALC-RECHAZO-COUNT " WOULD REJECT - SEE CALCSPRO".
001550     STOP RUN.
001560
001570******************************************************************
001580* 1000-INITIALIZE - GET THE BUSINESS DATE, FIX THE 30-DAY WINDOW,
001590*                    LOAD THE ORDERS AND START THE REPORT
001600******************************************************************
001610 1000-INITIALIZE.
001620     CALL 'CALCBDGT' USING CALC-FECHA-HOY CALC-BDGT-RC.
001630     COMPUTE CALC-ENTERO-DESDE =
001640         FUNCTION INTEGER-OF-DATE(CALC-FECHA-HOY).
001650     COMPUTE CALC-ENTERO-HASTA =
001660         CALC-ENTERO-DESDE + CALC-DIAS-PROYECCION - 1.
001670     COMPUTE CALC-FECHA-HASTA =
001680         FUNCTION DATE-OF-INTEGER(CALC-ENTERO-HASTA).
001690     OPEN INPUT CALC-SOR-FILE.
001700     IF CALC-SOR-FS NOT = "00" AND CALC-SOR-FS NOT = "05"
001710         DISPLAY "CALCSPRJ: UNABLE TO OPEN CALCSORD - STATUS "
001720             CALC-SOR-FS
001730         STOP RUN
001740     END-IF.
001750     PERFORM 1100-LEER-ORDEN THRU 1100-EXIT
001760         UNTIL CALC-FIN-ARCHIVO.
001770     CLOSE CALC-SOR-FILE.
001780     OPEN OUTPUT REPORT-FILE.
001790     IF CALC-RPT-FS NOT = "00"
001800         DISPLAY "CALCSPRJ: UNABLE TO OPEN CALCSPRO - STATUS "
001810             CALC-RPT-FS
001820         STOP RUN
001830     END-IF.
001840     MOVE CALC-FECHA-HOY TO PRJ-E-DESDE.
001850     MOVE CALC-FECHA-HASTA TO PRJ-E-HASTA.
001860     WRITE RPT-LINE FROM PRJ-ENCABEZADO-1.
001870     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
001880     MOVE SPACES TO RPT-LINE.
001890     WRITE RPT-LINE.
001900     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
001910     WRITE RPT-LINE FROM PRJ-ENCABEZADO-2.
001920     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
001930 1000-EXIT.
001940     EXIT.
001950
001960 1100-LEER-ORDEN.
001970     READ CALC-SOR-FILE
001980         AT END
001990             SET CALC-FIN-ARCHIVO TO TRUE
002000             GO TO 1100-EXIT
002010     END-READ.
002020     IF CALC-SOR-COUNT >= CALC-SOR-MAX
002030         DISPLAY "CALCSPRJ: STANDING ORDER TABLE FULL - RAISE "
002040             "CALC-SOR-MAX"
002050         STOP RUN
002060     END-IF.
002070     ADD 1 TO CALC-SOR-COUNT.
002080     MOVE SOR-FD-RECORD TO CALC-SOR-ENTRADA (CALC-SOR-COUNT).
002090 1100-EXIT.
002100     EXIT.
002110
002120******************************************************************
002130* 2000-PROYECTAR-DIA - RUN EVERY ORDER PAST CALCSDUE FOR ONE DAY
002140******************************************************************
002150 2000-PROYECTAR-DIA.
002160     COMPUTE CALC-FECHA-DIA =
002170         FUNCTION DATE-OF-INTEGER(CALC-ENTERO-DIA).
002180     PERFORM 2100-PROYECTAR-ORDEN THRU 2100-EXIT
002190         VARYING CALC-SOR-IDX FROM 1 BY 1
002200         UNTIL CALC-SOR-IDX > CALC-SOR-COUNT.
002210 2000-EXIT.
002220     EXIT.
002230
002240******************************************************************
002250* 2100-PROYECTAR-ORDEN - FOR AN ORDER DUE ON THE DAY, BUILD THE
002260*                         TRANSIN RECORD CALCSGEN WOULD WRITE AND
002270*                         LET CALCTRNP PROJECT ITS RESULT AS OF
002280*                         THAT DAY
002290******************************************************************
002300 2100-PROYECTAR-ORDEN.
002310     MOVE CALC-SOR-ENTRADA (CALC-SOR-IDX) TO CALC-SOR-RECORD.
002320     CALL 'CALCSDUE' USING CALC-SOR-RECORD CALC-FECHA-DIA
002330         CALC-SDUE-RC.
002340     IF NOT CALC-SDUE-VENCE
002350         GO TO 2100-EXIT
002360     END-IF.
002370     MOVE SPACES TO TRANS-IN-RECORD.
002380     MOVE SPACES TO PRJ-D-OPERACION.
002390     IF SOR-ES-FORMULA
002400         MOVE SOR-MENU-X TO TIN-MENU-X
002410         MOVE SOR-FRML-NOMBRE TO TIN-FRML-NOMBRE
002420         MOVE SOR-OPND1 TO CALC-OPND-X
002430         MOVE CALC-OPND-NUM TO TIN-FRML-NUM1
002440         MOVE SOR-OPND2 TO CALC-OPND-X
002450         MOVE CALC-OPND-NUM TO TIN-FRML-NUM2
002460         STRING "F " SOR-FRML-NOMBRE DELIMITED BY SIZE
002470             INTO PRJ-D-OPERACION
002480     ELSE
002490         MOVE SOR-MENU TO TIN-MENU
002500         MOVE SOR-OPND1 TO TIN-NUM1-X
002510         MOVE SOR-OPND2 TO TIN-NUM2-X
002520         STRING "OP " SOR-MENU-X DELIMITED BY SIZE
002530             INTO PRJ-D-OPERACION
002540     END-IF.
002550     MOVE SOR-DEPTO TO TIN-DEPTO.
002560     STRING SOR-PREFIJO CALC-DIA-AAMMDD DELIMITED BY SIZE
002570         INTO TIN-REFERENCIA.
002580     CALL 'CALCTRNP' USING TRANS-IN-RECORD CALC-FECHA-DIA
002590                           TRNP-SALIDA.
002600     ADD 1 TO CALC-GEN-COUNT.
002610     MOVE CALC-FECHA-DIA TO PRJ-D-FECHA.
002620     MOVE SOR-DEPTO TO PRJ-D-DEPTO.
002630     MOVE TIN-REFERENCIA TO PRJ-D-REFERENCIA.
002640     MOVE SOR-OPND1 TO PRJ-D-OPND1.
002650     MOVE SOR-OPND2 TO PRJ-D-OPND2.
002660     MOVE SPACES TO PRJ-D-NOTA.
002670     IF TRNP-OK
002680         MOVE TRNP-RES TO PRJ-D-RESULTADO
002690         ADD TRNP-RES TO CALC-GEN-SUMA
002700     ELSE
002710         MOVE ZERO TO PRJ-D-RESULTADO
002720         ADD 1 TO CALC-RECHAZO-COUNT
002730         STRING "REJECT " TRNP-MOTIVO DELIMITED BY SIZE
002740             INTO PRJ-D-NOTA
002750     END-IF.
002760     WRITE RPT-LINE FROM PRJ-DETALLE.
002770     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
002780 2100-EXIT.
002790     EXIT.
002800
002810******************************************************************
002820* 8000-IMPRIMIR-TOTALES - COUNT, PROJECTED SUM AND REJECTS
002830******************************************************************
002840 8000-IMPRIMIR-TOTALES.
002850     MOVE SPACES TO RPT-LINE.
002860     WRITE RPT-LINE.
002870     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
002880     MOVE CALC-GEN-COUNT TO PRJ-T-GENERAR.
002890     MOVE CALC-GEN-SUMA TO PRJ-T-SUMA.
002900     MOVE CALC-RECHAZO-COUNT TO PRJ-T-RECHAZOS.
002910     WRITE RPT-LINE FROM PRJ-TOTALES.
002920     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
002930 8000-EXIT.
002940     EXIT.
002950
002960******************************************************************
002970* 8050-VERIFICAR-ESCRITURA - HALT CLEANLY ON A FAILED REPORT
002980*                             WRITE
002990******************************************************************
003000 8050-VERIFICAR-ESCRITURA.
003010     IF CALC-RPT-FS NOT = "00"
003020         DISPLAY "CALCSPRJ: UNABLE TO WRITE CALCSPRO - STATUS "
003030             CALC-RPT-FS
003040         STOP RUN
003050     END-IF.
003060 8050-EXIT.
003070     EXIT.
003080
003090 END PROGRAM CALCSPRJ.
