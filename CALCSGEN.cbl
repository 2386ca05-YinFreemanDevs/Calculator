000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Standing-order generator, run early in the
000160*               overnight stream before CALCSPLT cuts TRANSIN.
000170*               Reads the CALCBDAT business date and every
000180*               CALCSORD standing order, asks CALCSDUE which are
000190*               due today (business days per CALCHOLS, the same
000200*               calendar CALCDROL rolls the date by), and appends
000210*               each due order to TRANSIN in the CALCTRNR layout
000220*               with its reference id - the order's prefix and
000230*               the business date as YYMMDD.  The generated count
000240*               and the results CALCTRNP projects for them are
000250*               added to the CALCCTL control total, so the
000260*               operator's keyed totals and the generated work
000270*               balance together in CALCBATCH/CALCMRGE.  An order
000280*               whose department and reference id are already
000290*               on TRANSIN is not written again, so a rerun after
000300*               a failure never doubles the day's work.
000310* Tectonics:    cobc
000320* Modification History:
000323*   2026-10-15 DR  Initial version.
000326*   2026-10-15 DR  A standing order that will reject, and a
000329*                  missing CALCCTL control record, are also
000332*                  appended to the CALCEXCP operations exceptions
000335*                  file through CALCEXLG.
000336*   2026-10-15 DR  CALCCTL is rewritten after each order goes to
000337*                  TRANSIN, not once at the end, so a rerun after
000338*                  a failure finds each order already on TRANSIN
000339*                  already in the control total.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CALCSGEN.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OPTIONAL CALC-SOR-FILE ASSIGN TO "CALCSORD"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CALC-SOR-FS.
000440
000450     SELECT OPTIONAL TRANS-IN-FILE ASSIGN TO "TRANSIN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CALC-IN-FS.
000480
000490     SELECT OPTIONAL CALC-CTL-FILE ASSIGN TO "CALCCTL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CALC-CTL-FS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CALC-SOR-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 01  SOR-FD-RECORD                 PIC X(72).
000580
000590 FD  TRANS-IN-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY CALCTRNR.
000620
000630 FD  CALC-CTL-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  CTL-RECORD.
000660     05  CTL-COUNT                 PIC 9(08).
000670     05  CTL-SUMA                  PIC S9(08)V99
000680                                    SIGN IS TRAILING SEPARATE.
000690
000700 WORKING-STORAGE SECTION.
000710 01  CALC-SOR-FS                   PIC X(02).
000720 01  CALC-IN-FS                    PIC X(02).
000730 01  CALC-CTL-FS                   PIC X(02).
000740
000750 01  CALC-SWITCHES.
000760     05  CALC-SOR-EOF-SW           PIC X(01) VALUE 'N'.
000770         88  CALC-FIN-ORDENES      VALUE 'Y'.
000780     05  CALC-IN-EOF-SW            PIC X(01) VALUE 'N'.
000790         88  CALC-FIN-TRANSIN      VALUE 'Y'.
000800     05  CALC-CTL-SW               PIC X(01) VALUE 'N'.
000810         88  CALC-HAY-CONTROL      VALUE 'Y'.
000820
000830 77  CALC-ORDEN-COUNT              PIC 9(06) COMP VALUE ZERO.
000840 77  CALC-VENCE-COUNT              PIC 9(04) COMP VALUE ZERO.
000850 77  CALC-VENCE-MAX                PIC 9(04) COMP VALUE 500.
000860 77  CALC-VENCE-IDX                PIC 9(04) COMP VALUE ZERO.
000870 77  CALC-GEN-COUNT                PIC 9(06) COMP VALUE ZERO.
000880 77  CALC-PRESENTE-COUNT           PIC 9(06) COMP VALUE ZERO.
000890 77  CALC-RECHAZO-COUNT            PIC 9(06) COMP VALUE ZERO.
000900 77  CALC-GEN-SUMA                 PIC S9(08)V99 VALUE ZERO.
000910 77  CALC-FECHA-HOY                PIC 9(08) VALUE ZERO.
000920 77  CALC-BDGT-RC                  PIC 9(02) VALUE ZERO.
000930 77  CALC-SDUE-RC                  PIC 9(02) VALUE ZERO.
000940     88  CALC-SDUE-VENCE           VALUE 0.
000950 77  CALC-CTL-COUNT                PIC 9(08) VALUE ZERO.
000960 77  CALC-CTL-SUMA                 PIC S9(08)V99 VALUE ZERO.
000970
000980 COPY CALCSORR.
000990 COPY CALCTRPR.
001000
001010 01  CALC-FECHA-HOY-X              PIC X(08).
001020 01  CALC-FECHA-HOY-R REDEFINES CALC-FECHA-HOY-X.
001030     05  FILLER                    PIC X(02).
001040     05  CALC-HOY-AAMMDD           PIC X(06).
001050
001060 01  CALC-OPND-WS.
001070     05  CALC-OPND-X               PIC X(09).
001080     05  CALC-OPND-NUM REDEFINES CALC-OPND-X
001090                                   PIC S9(6)V99
001100                                    SIGN IS TRAILING SEPARATE.
001110
001120* THE ORDERS DUE TODAY, WITH THE DEPARTMENT AND REFERENCE ID
001130* EACH WILL CARRY ON TRANSIN AND WHETHER TRANSIN HAS IT ALREADY
001140 01  CALC-VENCE-TABLA.
001150     05  CALC-VENCE-ENTRADA        OCCURS 500 TIMES.
001160         10  TV-REGISTRO           PIC X(72).
001170         10  TV-DEPTO              PIC X(04).
001180         10  TV-REFERENCIA         PIC X(10).
001190         10  TV-PRESENTE-SW        PIC X(01).
001200             88  TV-PRESENTE       VALUE 'Y'.
001210
001220 01  GEN-RESULTADO                 PIC -9(6).99.
001230 01  GEN-SUMA                      PIC -9(8).99.
001235
001240 COPY CALCEXLA.
001245
001250 PROCEDURE DIVISION.
001260
001270******************************************************************
001280* 0000-MAINLINE
001290******************************************************************
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001320     PERFORM 2000-SELECCIONAR-ORDEN THRU 2000-EXIT
001330         UNTIL CALC-FIN-ORDENES.
001340     CLOSE CALC-SOR-FILE.
001350     IF CALC-VENCE-COUNT > ZERO
001360         PERFORM 3000-BUSCAR-EN-TRANSIN THRU 3000-EXIT
001370         PERFORM 4000-GENERAR THRU 4000-EXIT
001380     END-IF.
001390     PERFORM 5000-ACTUALIZAR-CONTROL THRU 5000-EXIT.
001400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001410     STOP RUN.
001420
001430******************************************************************
001440* 1000-INITIALIZE - GET THE BUSINESS DATE AND CONTROL TOTAL AND
001450*                    OPEN THE STANDING ORDERS.  A MISSING
001460*                    CALCSORD JUST MEANS NOTHING IS GENERATED.
001470******************************************************************
001480 1000-INITIALIZE.
001490     CALL 'CALCBDGT' USING CALC-FECHA-HOY CALC-BDGT-RC.
001500     MOVE CALC-FECHA-HOY TO CALC-FECHA-HOY-X.
001510     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
001520     OPEN INPUT CALC-SOR-FILE.
001530     IF CALC-SOR-FS NOT = "00" AND CALC-SOR-FS NOT = "05"
001540         DISPLAY "CALCSGEN: UNABLE TO OPEN CALCSORD - STATUS "
001550             CALC-SOR-FS
001560         STOP RUN
001570     END-IF.
001580 1000-EXIT.
001590     EXIT.
001600
001610******************************************************************
001620* 1100-LEER-CONTROL - PICK UP THE OPERATOR'S CONTROL TOTAL, IF
001630*                      ONE HAS BEEN SUPPLIED
001640******************************************************************
001650 1100-LEER-CONTROL.
001660     OPEN INPUT CALC-CTL-FILE.
001670     IF CALC-CTL-FS = "00"
001680         READ CALC-CTL-FILE
001690             AT END
001700                 CONTINUE
001710             NOT AT END
001720                 MOVE CTL-COUNT TO CALC-CTL-COUNT
001730                 MOVE CTL-SUMA TO CALC-CTL-SUMA
001740                 SET CALC-HAY-CONTROL TO TRUE
001750         END-READ
001760     END-IF.
001770     CLOSE CALC-CTL-FILE.
001780 1100-EXIT.
001790     EXIT.
001800
001810******************************************************************
001820* 2000-SELECCIONAR-ORDEN - KEEP THE ORDER IF CALCSDUE SAYS IT IS
001830*                           DUE ON THE BUSINESS DATE
001840******************************************************************
001850 2000-SELECCIONAR-ORDEN.
001860     READ CALC-SOR-FILE INTO CALC-SOR-RECORD
001870         AT END
001880             SET CALC-FIN-ORDENES TO TRUE
001890             GO TO 2000-EXIT
001900     END-READ.
001910     ADD 1 TO CALC-ORDEN-COUNT.
001920     CALL 'CALCSDUE' USING CALC-SOR-RECORD CALC-FECHA-HOY
001930         CALC-SDUE-RC.
001940     IF NOT CALC-SDUE-VENCE
001950         GO TO 2000-EXIT
001960     END-IF.
001970     IF CALC-VENCE-COUNT >= CALC-VENCE-MAX
001980         DISPLAY "CALCSGEN: DUE TABLE FULL - RAISE CALC-VENCE-MAX"
001990         STOP RUN
002000     END-IF.
002010     ADD 1 TO CALC-VENCE-COUNT.
002020     MOVE CALC-SOR-RECORD TO TV-REGISTRO (CALC-VENCE-COUNT).
002030     MOVE SOR-DEPTO TO TV-DEPTO (CALC-VENCE-COUNT).
002040     MOVE SPACES TO TV-REFERENCIA (CALC-VENCE-COUNT).
002050     STRING SOR-PREFIJO CALC-HOY-AAMMDD DELIMITED BY SIZE
002060         INTO TV-REFERENCIA (CALC-VENCE-COUNT).
002070     MOVE 'N' TO TV-PRESENTE-SW (CALC-VENCE-COUNT).
002080 2000-EXIT.
002090     EXIT.
002100
002110******************************************************************
002120* 3000-BUSCAR-EN-TRANSIN - MARK EVERY DUE ORDER WHOSE DEPARTMENT
002130*                           AND REFERENCE ID ARE ALREADY ON
002140*                           TRANSIN FROM AN EARLIER ATTEMPT
002150******************************************************************
002160 3000-BUSCAR-EN-TRANSIN.
002170     OPEN INPUT TRANS-IN-FILE.
002180     IF CALC-IN-FS NOT = "00" AND CALC-IN-FS NOT = "05"
002190         DISPLAY "CALCSGEN: UNABLE TO OPEN TRANSIN - STATUS "
002200             CALC-IN-FS
002210         STOP RUN
002220     END-IF.
002230     PERFORM 3100-LEER-TRANSIN THRU 3100-EXIT
002240         UNTIL CALC-FIN-TRANSIN.
002250     CLOSE TRANS-IN-FILE.
002260 3000-EXIT.
002270     EXIT.
002280
002290 3100-LEER-TRANSIN.
002300     READ TRANS-IN-FILE
002310         AT END
002320             SET CALC-FIN-TRANSIN TO TRUE
002330             GO TO 3100-EXIT
002340     END-READ.
002350     IF TIN-REFERENCIA = SPACES
002360         GO TO 3100-EXIT
002370     END-IF.
002380     PERFORM 3200-COMPARAR-ORDEN THRU 3200-EXIT
002390         VARYING CALC-VENCE-IDX FROM 1 BY 1
002400         UNTIL CALC-VENCE-IDX > CALC-VENCE-COUNT.
002410 3100-EXIT.
002420     EXIT.
002430
002440 3200-COMPARAR-ORDEN.
002450     IF TV-DEPTO (CALC-VENCE-IDX) = TIN-DEPTO
002460             AND TV-REFERENCIA (CALC-VENCE-IDX) = TIN-REFERENCIA
002470         SET TV-PRESENTE (CALC-VENCE-IDX) TO TRUE
002480     END-IF.
002490 3200-EXIT.
002500     EXIT.
002510
002520******************************************************************
002530* 4000-GENERAR - APPEND EVERY DUE ORDER NOT ALREADY THERE TO
002540*                 TRANSIN
002550******************************************************************
002560 4000-GENERAR.
002570     OPEN EXTEND TRANS-IN-FILE.
002580     IF CALC-IN-FS NOT = "00" AND CALC-IN-FS NOT = "05"
002590         DISPLAY "CALCSGEN: UNABLE TO EXTEND TRANSIN - STATUS "
002600             CALC-IN-FS
002610         STOP RUN
002620     END-IF.
002630     PERFORM 4100-GENERAR-ORDEN THRU 4100-EXIT
002640         VARYING CALC-VENCE-IDX FROM 1 BY 1
002650         UNTIL CALC-VENCE-IDX > CALC-VENCE-COUNT.
002660     CLOSE TRANS-IN-FILE.
002670 4000-EXIT.
002680     EXIT.
002690
002700******************************************************************
002710* 4100-GENERAR-ORDEN - BUILD THE TRANSIN RECORD, LET CALCTRNP
002720*                       PROJECT ITS RESULT FOR THE CONTROL TOTAL,
002730*                       AND WRITE IT.  A RECORD CALCTRNP WOULD
002740*                       REJECT IS STILL WRITTEN, SO IT COMES OUT
002750*                       ON CALCREJ FOR CORRECTION LIKE ANY OTHER,
002760*                       BUT ITS RESULT CANNOT BE ADDED TO THE SUM.
002770******************************************************************
002780 4100-GENERAR-ORDEN.
002790     IF TV-PRESENTE (CALC-VENCE-IDX)
002800         ADD 1 TO CALC-PRESENTE-COUNT
002810         DISPLAY "CALCSGEN: " TV-DEPTO (CALC-VENCE-IDX) " "
002820             TV-REFERENCIA (CALC-VENCE-IDX)
002830             " ALREADY ON TRANSIN - NOT WRITTEN AGAIN"
002840         GO TO 4100-EXIT
002850     END-IF.
002860     MOVE TV-REGISTRO (CALC-VENCE-IDX) TO CALC-SOR-RECORD.
002870     MOVE SPACES TO TRANS-IN-RECORD.
002880     IF SOR-ES-FORMULA
002890         MOVE SOR-MENU-X TO TIN-MENU-X
002900         MOVE SOR-FRML-NOMBRE TO TIN-FRML-NOMBRE
002910         MOVE SOR-OPND1 TO CALC-OPND-X
002920         MOVE CALC-OPND-NUM TO TIN-FRML-NUM1
002930         MOVE SOR-OPND2 TO CALC-OPND-X
002940         MOVE CALC-OPND-NUM TO TIN-FRML-NUM2
002950     ELSE
002960         MOVE SOR-MENU TO TIN-MENU
002970         MOVE SOR-OPND1 TO TIN-NUM1-X
002980         MOVE SOR-OPND2 TO TIN-NUM2-X
002990     END-IF.
003000     MOVE SOR-DEPTO TO TIN-DEPTO.
003010     MOVE TV-REFERENCIA (CALC-VENCE-IDX) TO TIN-REFERENCIA.
003020     CALL 'CALCTRNP' USING TRANS-IN-RECORD CALC-FECHA-HOY
003030                           TRNP-SALIDA.
003040     IF TRNP-OK OR TRNP-DUPLICADO
003050         ADD TRNP-RES TO CALC-GEN-SUMA
003060     END-IF.
003070     IF NOT TRNP-OK
003080         ADD 1 TO CALC-RECHAZO-COUNT
003090         DISPLAY "CALCSGEN: " SOR-DEPTO " " TIN-REFERENCIA
003092             " WILL REJECT - REASON " TRNP-MOTIVO
003094         MOVE 'W' TO EXLG-SEVERIDAD
003096         MOVE "SGEN01" TO EXLG-CODIGO
003098         MOVE SPACES TO EXLG-TEXTO
003100         STRING "STANDING ORDER " SOR-DEPTO " " TIN-REFERENCIA
003102             " WILL REJECT - REASON " TRNP-MOTIVO
003104             DELIMITED BY SIZE
003106             INTO EXLG-TEXTO
003108         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
003110     END-IF.
003120     WRITE TRANS-IN-RECORD.
003130     IF CALC-IN-FS NOT = "00"
003140         DISPLAY "CALCSGEN: UNABLE TO WRITE TRANSIN - STATUS "
003150             CALC-IN-FS
003160         STOP RUN
003170     END-IF.
003180     ADD 1 TO CALC-GEN-COUNT.
003182     IF CALC-HAY-CONTROL
003184         PERFORM 5100-REESCRIBIR-CONTROL THRU 5100-EXIT
003186     END-IF.
003190     MOVE TRNP-RES TO GEN-RESULTADO.
003200     DISPLAY "CALCSGEN: GENERATED " SOR-DEPTO " " TIN-REFERENCIA
003210         " " TRANS-IN-RECORD (1:29) " = " GEN-RESULTADO.
003220 4100-EXIT.
003230     EXIT.
003240
003250******************************************************************
003260* 5000-ACTUALIZAR-CONTROL - BRING THE CONTROL TOTAL UP TO DATE
003270*                            FOR THE CONSOLE SUMMARY; CALCCTL
003280*                            ITSELF WAS REWRITTEN BY 5100 AS EACH
003290*                            ORDER WAS WRITTEN.  WITH NO CONTROL
003300*                            RECORD THERE IS NOTHING TO ADD TO
003310*                            (CALCBATCH SKIPS THE BALANCE THEN
003320*                            ANYWAY), AND A CONTROL TOTAL COVERING
003330*                            ONLY THE GENERATED WORK WOULD PUT A
003340*                            NIGHT OF KEYED WORK OUT OF BALANCE.
003350******************************************************************
003360 5000-ACTUALIZAR-CONTROL.
003370     IF CALC-GEN-COUNT = ZERO
003380         GO TO 5000-EXIT
003390     END-IF.
003400     IF NOT CALC-HAY-CONTROL
003410         DISPLAY "CALCSGEN: NO CALCCTL CONTROL RECORD - "
003420             "GENERATED TOTALS NOT ADDED"
003430         MOVE 'W' TO EXLG-SEVERIDAD
003440         MOVE "SGEN02" TO EXLG-CODIGO
003450         MOVE SPACES TO EXLG-TEXTO
003460         STRING "NO CALCCTL CONTROL RECORD - "
003470             "GENERATED TOTALS NOT ADDED" DELIMITED BY SIZE
003480             INTO EXLG-TEXTO
003490         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
003500         GO TO 5000-EXIT
003510     END-IF.
003520     ADD CALC-GEN-COUNT TO CALC-CTL-COUNT.
003530     ADD CALC-GEN-SUMA TO CALC-CTL-SUMA.
003540 5000-EXIT.
003550     EXIT.
003560
003570******************************************************************
003580* 5100-REESCRIBIR-CONTROL - REWRITE CALCCTL AS THE OPERATOR'S
003590*                            TOTAL PLUS EVERYTHING GENERATED SO
003600*                            FAR, AFTER EACH ORDER IS WRITTEN TO
003610*                            TRANSIN, SO THAT AN ORDER A RERUN
003620*                            FINDS ALREADY ON TRANSIN IS ALREADY
003630*                            IN THE CONTROL TOTAL AS WELL
003640******************************************************************
003650 5100-REESCRIBIR-CONTROL.
003660     OPEN OUTPUT CALC-CTL-FILE.
003670     IF CALC-CTL-FS NOT = "00"
003680         DISPLAY "CALCSGEN: UNABLE TO REWRITE CALCCTL - STATUS "
003690             CALC-CTL-FS
003700         STOP RUN
003710     END-IF.
003720     COMPUTE CTL-COUNT = CALC-CTL-COUNT + CALC-GEN-COUNT.
003730     COMPUTE CTL-SUMA = CALC-CTL-SUMA + CALC-GEN-SUMA.
003740     WRITE CTL-RECORD.
003750     IF CALC-CTL-FS NOT = "00"
003760         DISPLAY "CALCSGEN: UNABLE TO WRITE CALCCTL - STATUS "
003770             CALC-CTL-FS
003780         STOP RUN
003790     END-IF.
003800     CLOSE CALC-CTL-FILE.
003810 5100-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850* 9000-TERMINATE - CONSOLE SUMMARY
003860******************************************************************
003870 9000-TERMINATE.
003880     MOVE CALC-GEN-SUMA TO GEN-SUMA.
003890     DISPLAY "CALCSGEN: BUSINESS DATE " CALC-FECHA-HOY
003900         " ORDERS=" CALC-ORDEN-COUNT
003910         " DUE=" CALC-VENCE-COUNT
003920         " GENERATED=" CALC-GEN-COUNT
003930         " ALREADY ON TRANSIN=" CALC-PRESENTE-COUNT.
003940     DISPLAY "CALCSGEN: GENERATED SUM=" GEN-SUMA
003950         " WILL REJECT=" CALC-RECHAZO-COUNT.
003960     IF CALC-GEN-COUNT > ZERO AND CALC-HAY-CONTROL
003970         DISPLAY "CALCSGEN: CALCCTL NOW COUNT=" CALC-CTL-COUNT
003980     END-IF.
003990 9000-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030* 9800-ANOTAR-EXCEPCION - APPEND THE EXCEPTION IN EXLG-AREA TO
004040*                          THE CALCEXCP OPERATIONS EXCEPTIONS
004050*                          FILE
004060******************************************************************
004070 9800-ANOTAR-EXCEPCION.
004080     MOVE "CALCSGEN" TO EXLG-PROGRAMA.
004090     MOVE CALC-FECHA-HOY TO EXLG-FECHA.
004100     CALL 'CALCEXLG' USING EXLG-AREA.
004110 9800-EXIT.
004120     EXIT.
004130
004140 END PROGRAM CALCSGEN.
