000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Nightly rate and formula where-used report.
000160*               Cross-references every CALCRATE rate name to the
000170*               CALCFRML formula steps that name it (FRM-OPND1/
000180*               FRM-OPND2), to the day's TRANSIN operands, to the
000190*               live CALCSORD standing orders and to the rate
000200*               names keyed at the CALCULADORA prompts (the
000210*               CALCRUJN use journal), and every formula to the
000220*               TRANSIN records and standing orders that invoke
000230*               it.  Warns on CALCRXRO about any referenced rate
000240*               that is not in effect today or has no entry in
000250*               effect on one of the next CALC-VENTANA-DIAS
000260*               business days - the RTE and FRM rejects of the
000270*               coming mornings - and lists every reference to a
000280*               rate or formula name that is not on file at
000290*               all.  Keeps the CALCRUSE last-use register:
000300*               a name is dated by the business date of the
000310*               last TRANSIN or interactive use (a rate also by
000320*               the use of any formula that names it), and a
000330*               name seen for the first time starts from the
000340*               night it was seen.  Rates and formulas last
000350*               used more than CALC-INACTIVO-DIAS calendar days
000360*               ago are listed for clean-up.  CALCXPRM may give
000370*               other values for either.  Runs after CALCSGEN,
000380*               once the day's TRANSIN is complete, and before
000390*               CALCSPLT; it changes nothing the stream posts,
000400*               so it is not gated through CALCRCST.
000410* Tectonics:    cobc
000420* Modification History:
000423*   2026-10-15 DR  Initial version.
000426*   2026-10-15 DR  Rates lapsing within the window, and references
000429*                  to names not on file, are also appended to the
000432*                  CALCEXCP operations exceptions file through
000435*                  CALCEXLG.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. CALCRXRF.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT OPTIONAL CALC-XPRM-FILE ASSIGN TO "CALCXPRM"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CALC-XPRM-FS.
000540
000550     SELECT OPTIONAL CALC-RATE-FILE ASSIGN TO "CALCRATE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CALC-RATE-FS.
000580
000590     SELECT OPTIONAL CALC-FRM-FILE ASSIGN TO "CALCFRML"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS CALC-FRM-FS.
000620
000630     SELECT OPTIONAL CALC-RUSE-FILE ASSIGN TO "CALCRUSE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CALC-RUSE-FS.
000660
000670     SELECT OPTIONAL CALC-RUJN-FILE ASSIGN TO "CALCRUJN"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS CALC-RUJN-FS.
000700
000710     SELECT OPTIONAL TRANS-IN-FILE ASSIGN TO "TRANSIN"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS CALC-IN-FS.
000740
000750     SELECT OPTIONAL CALC-SOR-FILE ASSIGN TO "CALCSORD"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS CALC-SOR-FS.
000780
000790     SELECT REPORT-FILE ASSIGN TO "CALCRXRO"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS CALC-RPT-FS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  CALC-XPRM-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  XPRM-RECORD.
000880     05  XPRM-VENTANA-DIAS         PIC 9(02).
000890     05  XPRM-INACTIVO-DIAS        PIC 9(03).
000900
000910 FD  CALC-RATE-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY CALCRATR.
000940
000950 FD  CALC-FRM-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 COPY CALCFRMR.
000980
000990 FD  CALC-RUSE-FILE
001000     LABEL RECORDS ARE STANDARD.
001002* MIRRORS THE CALCRUSR RECORD - THE LAST-USE REGISTER HAS ITS OWN
001004* RECORD AREA SO THE JOURNAL'S IS NEVER TOUCHED WHILE CALCRUJN IS
001006* CLOSED.  THE LAYOUT HERE MUST TRACK THE COPYBOOK.
001010 01  RUSE-RECORD.
001011     05  RUSE-TIPO                 PIC X(01).
001012         88  RUSE-ES-RATE          VALUE 'R'.
001014         88  RUSE-ES-FORMULA       VALUE 'F'.
001016     05  RUSE-NOMBRE               PIC X(10).
001018     05  RUSE-FECHA                PIC 9(08).
001020
001030 FD  CALC-RUJN-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 COPY CALCRUSR.
001060
001070 FD  TRANS-IN-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 COPY CALCTRNR.
001100
001110 FD  CALC-SOR-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 COPY CALCSORR.
001140
001150 FD  REPORT-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  RPT-LINE                      PIC X(80).
001180
001190 WORKING-STORAGE SECTION.
001200 01  CALC-XPRM-FS                  PIC X(02).
001210 01  CALC-RATE-FS                  PIC X(02).
001220 01  CALC-FRM-FS                   PIC X(02).
001230 01  CALC-RUSE-FS                  PIC X(02).
001240 01  CALC-RUJN-FS                  PIC X(02).
001250 01  CALC-IN-FS                    PIC X(02).
001260 01  CALC-SOR-FS                   PIC X(02).
001270 01  CALC-RPT-FS                   PIC X(02).
001280
001290 01  CALC-SWITCHES.
001300     05  CALC-EOF-SW               PIC X(01) VALUE 'N'.
001310         88  CALC-FIN-ARCHIVO      VALUE 'Y'.
001320     05  CALC-VIGENTE-SW           PIC X(01) VALUE 'N'.
001330         88  CALC-VIGENTE          VALUE 'Y'.
001340     05  CALC-LISTADO-SW           PIC X(01) VALUE 'N'.
001350         88  CALC-ALGO-LISTADO     VALUE 'Y'.
001360
001370* BUSINESS DAYS AHEAD A REFERENCED RATE MUST STAY IN EFFECT, AND
001380* CALENDAR DAYS WITHOUT USE BEFORE A NAME IS LISTED FOR CLEAN-UP.
001390* CALCXPRM OVERRIDES EITHER.
001400 77  CALC-VENTANA-DIAS             PIC 9(02) VALUE 5.
001410 77  CALC-VENTANA-MAX              PIC 9(02) VALUE 30.
001420 77  CALC-INACTIVO-DIAS            PIC 9(03) VALUE 90.
001430 77  CALC-TRT-COUNT                PIC 9(04) COMP VALUE ZERO.
001440 77  CALC-TRT-MAX                  PIC 9(04) COMP VALUE 500.
001450 77  CALC-TRT-IDX                  PIC 9(04) COMP VALUE ZERO.
001460 77  CALC-TRT-MEJOR                PIC 9(04) COMP VALUE ZERO.
001470 77  CALC-RNM-COUNT                PIC 9(04) COMP VALUE ZERO.
001480 77  CALC-RNM-MAX                  PIC 9(04) COMP VALUE 300.
001490 77  CALC-RNM-IDX                  PIC 9(04) COMP VALUE ZERO.
001500 77  CALC-RNM-USO                  PIC 9(04) COMP VALUE ZERO.
001510 77  CALC-RNM-POS                  PIC 9(04) COMP VALUE ZERO.
001520 77  CALC-FNM-COUNT                PIC 9(04) COMP VALUE ZERO.
001530 77  CALC-FNM-MAX                  PIC 9(04) COMP VALUE 200.
001540 77  CALC-FNM-IDX                  PIC 9(04) COMP VALUE ZERO.
001550 77  CALC-FNM-USO                  PIC 9(04) COMP VALUE ZERO.
001560 77  CALC-FNM-POS                  PIC 9(04) COMP VALUE ZERO.
001570 77  CALC-TPS-COUNT                PIC 9(04) COMP VALUE ZERO.
001580 77  CALC-TPS-MAX                  PIC 9(04) COMP VALUE 1000.
001590 77  CALC-TPS-IDX                  PIC 9(04) COMP VALUE ZERO.
001600 77  CALC-UND-COUNT                PIC 9(04) COMP VALUE ZERO.
001610 77  CALC-UND-MAX                  PIC 9(04) COMP VALUE 300.
001620 77  CALC-UND-IDX                  PIC 9(04) COMP VALUE ZERO.
001630 77  CALC-UND-PERDIDAS             PIC 9(06) COMP VALUE ZERO.
001640 77  CALC-VEN-COUNT                PIC 9(04) COMP VALUE ZERO.
001650 77  CALC-VEN-IDX                  PIC 9(04) COMP VALUE ZERO.
001660 77  CALC-OPND-NUM                 PIC 9(01) VALUE ZERO.
001670 77  CALC-IN-COUNT                 PIC 9(06) COMP VALUE ZERO.
001680 77  CALC-SOR-COUNT                PIC 9(06) COMP VALUE ZERO.
001690 77  CALC-JRN-COUNT                PIC 9(06) COMP VALUE ZERO.
001700 77  CALC-AVISO-COUNT              PIC 9(04) COMP VALUE ZERO.
001710 77  CALC-SINUSO-COUNT             PIC 9(04) COMP VALUE ZERO.
001720 77  CALC-ENTERO-PRUEBA            PIC 9(08) COMP VALUE ZERO.
001730 77  CALC-ENTERO-WS                PIC 9(08) COMP VALUE ZERO.
001740 77  CALC-BDCN-DIAS                PIC 9(04) VALUE ZERO.
001750 77  CALC-BDCN-RC                  PIC 9(02) VALUE ZERO.
001760 77  CALC-FECHA-ANTES              PIC 9(08) VALUE ZERO.
001770 77  CALC-FECHA-PRUEBA             PIC 9(08) VALUE ZERO.
001780 77  CALC-FECHA-CORTE              PIC 9(08) VALUE ZERO.
001790 77  CALC-FECHA-HOY                PIC 9(08) VALUE ZERO.
001800 77  CALC-BDGT-RC                  PIC 9(02) VALUE ZERO.
001810
001820 01  CALC-NOMBRE-WS                PIC X(10).
001830 01  CALC-OPND-WS                  PIC X(09).
001840 01  CALC-TIPO-WS                  PIC X(01).
001850 01  CALC-DONDE-WS                 PIC X(40).
001860
001870* EVERY CALCRATE ENTRY, AS CALCRLKP HOLDS THEM
001880 01  CALC-TRT-TABLA.
001890     05  CALC-TRT-ENTRADA          OCCURS 500 TIMES.
001900         10  TRT-NOMBRE            PIC X(09).
001910         10  TRT-VALOR             PIC S9(6)V99
001920                                    SIGN IS TRAILING SEPARATE.
001930         10  TRT-EFECTIVA          PIC 9(08).
001940         10  TRT-EXPIRA            PIC 9(08).
001950
001960* ONE ENTRY PER RATE NAME, KEPT IN NAME ORDER FOR THE REPORT
001970 01  CALC-RNM-TABLA.
001980     05  CALC-RNM-ENTRADA          OCCURS 300 TIMES.
001990         10  RNM-NOMBRE            PIC X(09).
002000         10  RNM-USO               PIC 9(08).
002010         10  RNM-PASOS             PIC 9(04) COMP.
002020         10  RNM-TRANSIN           PIC 9(06) COMP.
002030         10  RNM-SORD              PIC 9(04) COMP.
002040         10  RNM-INTERACTIVO       PIC 9(06) COMP.
002050         10  RNM-VIGENTE-SW        PIC X(01).
002060         10  RNM-VALOR             PIC S9(6)V99
002070                                    SIGN IS TRAILING SEPARATE.
002080         10  RNM-EXPIRA            PIC 9(08).
002090         10  RNM-FALTA             PIC 9(08).
002100
002110* ONE ENTRY PER FORMULA NAME, KEPT IN NAME ORDER FOR THE REPORT
002120 01  CALC-FNM-TABLA.
002130     05  CALC-FNM-ENTRADA          OCCURS 200 TIMES.
002140         10  FNM-NOMBRE            PIC X(10).
002150         10  FNM-USO               PIC 9(08).
002160         10  FNM-PASOS             PIC 9(04) COMP.
002170         10  FNM-TRANSIN           PIC 9(06) COMP.
002180         10  FNM-SORD              PIC 9(04) COMP.
002190
002200* EVERY CALCFRML STEP, IN FILE ORDER
002210 01  CALC-TPS-TABLA.
002220     05  CALC-TPS-ENTRADA          OCCURS 1000 TIMES.
002230         10  TPS-NOMBRE            PIC X(10).
002240         10  TPS-PASO              PIC 9(02).
002250         10  TPS-OPND1             PIC X(09).
002260         10  TPS-OPND2             PIC X(09).
002270
002280* REFERENCES TO A RATE OR FORMULA NAME THAT IS NOT ON FILE
002290 01  CALC-UND-TABLA.
002300     05  CALC-UND-ENTRADA          OCCURS 300 TIMES.
002310         10  UND-TIPO              PIC X(01).
002320         10  UND-NOMBRE            PIC X(10).
002330         10  UND-DONDE             PIC X(40).
002340
002350* TODAY AND THE NEXT CALC-VENTANA-DIAS BUSINESS DAYS
002360 01  CALC-VEN-TABLA.
002370     05  CALC-VEN-FECHA            PIC 9(08) OCCURS 31 TIMES.
002380
002390 01  RXR-ENCABEZADO-1.
002400     05  FILLER                    PIC X(41) VALUE
002410         "CALCRXRF - RATE AND FORMULA WHERE-USED - ".
002420     05  FILLER                    PIC X(14) VALUE
002430         "BUSINESS DATE ".
002440     05  RXR-H-FECHA               PIC 9(08).
002450
002460 01  RXR-ENCABEZADO-2.
002470     05  FILLER                    PIC X(14) VALUE
002480         "EXPIRY WINDOW ".
002490     05  RXR-H-DIAS                PIC Z9.
002500     05  FILLER                    PIC X(18) VALUE
002510         " BUSINESS DAYS TO ".
002520     05  RXR-H-HASTA               PIC 9(08).
002530     05  FILLER                    PIC X(19) VALUE
002540         "  UNUSED IF BEFORE ".
002550     05  FILLER                    PIC X(01) VALUE SPACE.
002560     05  RXR-H-CORTE               PIC 9(08).
002570
002580 01  RXR-TITULO.
002590     05  RXR-T-TEXTO               PIC X(60).
002600
002610 01  RXR-RATE-TITULOS.
002620     05  FILLER                    PIC X(31) VALUE
002630         "RATE     VALUE TODAY  EXPIRES  ".
002640     05  FILLER                    PIC X(36) VALUE
002650         "LAST USE STEPS TRANSIN STD ORD  CALC".
002660
002670 01  RXR-RATE.
002680     05  RXR-R-NOMBRE              PIC X(09).
002690     05  FILLER                    PIC X(01) VALUE SPACE.
002700     05  RXR-R-VALOR-G.
002710         10  RXR-R-VALOR           PIC -ZZZZZ9.99.
002720     05  FILLER                    PIC X(02) VALUE SPACES.
002730     05  RXR-R-EXPIRA              PIC X(08).
002740     05  FILLER                    PIC X(01) VALUE SPACE.
002750     05  RXR-R-USO                 PIC 9(08).
002760     05  FILLER                    PIC X(01) VALUE SPACE.
002770     05  RXR-R-PASOS               PIC ZZZZ9.
002780     05  FILLER                    PIC X(01) VALUE SPACE.
002790     05  RXR-R-TRANSIN             PIC ZZZZZZ9.
002800     05  FILLER                    PIC X(01) VALUE SPACE.
002810     05  RXR-R-SORD                PIC ZZZZZZ9.
002820     05  FILLER                    PIC X(01) VALUE SPACE.
002830     05  RXR-R-CALC                PIC ZZZZ9.
002840
002850 01  RXR-PASO.
002860     05  FILLER                    PIC X(11) VALUE SPACES.
002870     05  FILLER                    PIC X(08) VALUE "FORMULA ".
002880     05  RXR-P-FORMULA             PIC X(10).
002890     05  FILLER                    PIC X(06) VALUE " STEP ".
002900     05  RXR-P-PASO                PIC 9(02).
002910     05  FILLER                    PIC X(09) VALUE " OPERAND ".
002920     05  RXR-P-OPND                PIC 9(01).
002930
002940 01  RXR-FRML-TITULOS.
002950     05  FILLER                    PIC X(44) VALUE
002960         "FORMULA    STEPS  TRANSIN  STD ORD  LAST USE".
002970
002980 01  RXR-FRML.
002990     05  RXR-F-NOMBRE              PIC X(10).
003000     05  FILLER                    PIC X(02) VALUE SPACES.
003010     05  RXR-F-PASOS               PIC ZZZ9.
003020     05  FILLER                    PIC X(02) VALUE SPACES.
003030     05  RXR-F-TRANSIN             PIC ZZZZZZ9.
003040     05  FILLER                    PIC X(02) VALUE SPACES.
003050     05  RXR-F-SORD                PIC ZZZZZZ9.
003060     05  FILLER                    PIC X(02) VALUE SPACES.
003070     05  RXR-F-USO                 PIC 9(08).
003080
003090 01  RXR-AVISO.
003100     05  FILLER                    PIC X(05) VALUE "RATE ".
003110     05  RXR-A-NOMBRE              PIC X(09).
003120     05  FILLER                    PIC X(02) VALUE SPACES.
003130     05  RXR-A-TEXTO               PIC X(30).
003140     05  RXR-A-FECHA               PIC X(08).
003150
003160 01  RXR-INDEFINIDO.
003170     05  RXR-I-TIPO                PIC X(08).
003180     05  RXR-I-NOMBRE              PIC X(10).
003190     05  FILLER                    PIC X(02) VALUE SPACES.
003200     05  RXR-I-DONDE               PIC X(40).
003210
003220 01  RXR-SINUSO.
003230     05  RXR-U-TIPO                PIC X(08).
003240     05  RXR-U-NOMBRE              PIC X(10).
003250     05  FILLER                    PIC X(11) VALUE
003260         "  LAST USE ".
003270     05  RXR-U-FECHA               PIC 9(08).
003280
003290 01  RXR-MAS.
003300     05  FILLER                    PIC X(06) VALUE SPACES.
003310     05  RXR-M-CUENTA              PIC ZZZZZ9.
003320     05  FILLER                    PIC X(16) VALUE
003330         " MORE NOT LISTED".
003340
003350 01  RXR-NINGUNO.
003360     05  FILLER                    PIC X(06) VALUE SPACES.
003370     05  FILLER                    PIC X(04) VALUE "NONE".
003375
003380 COPY CALCEXLA.
003385
003390 PROCEDURE DIVISION.
003400
003410******************************************************************
003420* 0000-MAINLINE
003430******************************************************************
003440 0000-MAINLINE.
003450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003460     PERFORM 1200-CARGAR-RATES THRU 1200-EXIT.
003470     PERFORM 1400-CARGAR-FORMULAS THRU 1400-EXIT.
003480     PERFORM 1600-CARGAR-REGISTRO THRU 1600-EXIT.
003490     PERFORM 2000-LEER-DIARIO THRU 2000-EXIT.
003500     PERFORM 3000-LEER-TRANSIN THRU 3000-EXIT.
003510     PERFORM 3500-LEER-ORDENES THRU 3500-EXIT.
003520     PERFORM 4000-REVISAR-PASO THRU 4000-EXIT
003530         VARYING CALC-TPS-IDX FROM 1 BY 1
003540         UNTIL CALC-TPS-IDX > CALC-TPS-COUNT.
003550     PERFORM 4500-FECHAR-RATE THRU 4500-EXIT
003560         VARYING CALC-RNM-IDX FROM 1 BY 1
003570         UNTIL CALC-RNM-IDX > CALC-RNM-COUNT.
003580     PERFORM 4600-FECHAR-FORMULA THRU 4600-EXIT
003590         VARYING CALC-FNM-IDX FROM 1 BY 1
003600         UNTIL CALC-FNM-IDX > CALC-FNM-COUNT.
003610     PERFORM 5000-REVISAR-VIGENCIA THRU 5000-EXIT
003620         VARYING CALC-RNM-IDX FROM 1 BY 1
003630         UNTIL CALC-RNM-IDX > CALC-RNM-COUNT.
003640     PERFORM 8000-IMPRIMIR-REPORTE THRU 8000-EXIT.
003650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003660     STOP RUN.
003670
003680******************************************************************
003690* 1000-INITIALIZE - BUSINESS DATE, PARAMETERS, THE BUSINESS DAYS
003700*                    OF THE EXPIRY WINDOW AND THE CLEAN-UP
003710*                    CUTOFF; OPEN THE REPORT
003720******************************************************************
003730 1000-INITIALIZE.
003740     CALL 'CALCBDGT' USING CALC-FECHA-HOY CALC-BDGT-RC.
003750     PERFORM 1100-LEER-PARAMETRO THRU 1100-EXIT.
003760     MOVE 1 TO CALC-VEN-COUNT.
003770     MOVE CALC-FECHA-HOY TO CALC-VEN-FECHA (1).
003780     COMPUTE CALC-ENTERO-PRUEBA =
003790         FUNCTION INTEGER-OF-DATE(CALC-FECHA-HOY).
003800     PERFORM 1150-ARMAR-VENTANA THRU 1150-EXIT
003810         UNTIL CALC-VEN-COUNT > CALC-VENTANA-DIAS.
003820     COMPUTE CALC-ENTERO-WS =
003830         FUNCTION INTEGER-OF-DATE(CALC-FECHA-HOY)
003840         - CALC-INACTIVO-DIAS.
003850     COMPUTE CALC-FECHA-CORTE =
003860         FUNCTION DATE-OF-INTEGER(CALC-ENTERO-WS).
003870     OPEN OUTPUT REPORT-FILE.
003880     IF CALC-RPT-FS NOT = "00"
003890         DISPLAY "CALCRXRF: UNABLE TO OPEN CALCRXRO - STATUS "
003900             CALC-RPT-FS
003910         STOP RUN
003920     END-IF.
003930 1000-EXIT.
003940     EXIT.
003950
003960******************************************************************
003970* 1100-LEER-PARAMETRO - A CALCXPRM RECORD, IF SUPPLIED, GIVES THE
003980*                        EXPIRY WINDOW IN BUSINESS DAYS AND THE
003990*                        CLEAN-UP AGE IN CALENDAR DAYS
004000******************************************************************
004010 1100-LEER-PARAMETRO.
004020     OPEN INPUT CALC-XPRM-FILE.
004030     IF CALC-XPRM-FS NOT = "00" AND CALC-XPRM-FS NOT = "05"
004040         DISPLAY "CALCRXRF: UNABLE TO OPEN CALCXPRM - STATUS "
004050             CALC-XPRM-FS
004060         STOP RUN
004070     END-IF.
004080     READ CALC-XPRM-FILE
004090         AT END
004100             CONTINUE
004110         NOT AT END
004120             IF XPRM-VENTANA-DIAS NUMERIC
004130                     AND XPRM-VENTANA-DIAS > ZERO
004140                 MOVE XPRM-VENTANA-DIAS TO CALC-VENTANA-DIAS
004150             END-IF
004160             IF XPRM-INACTIVO-DIAS NUMERIC
004170                     AND XPRM-INACTIVO-DIAS > ZERO
004180                 MOVE XPRM-INACTIVO-DIAS TO CALC-INACTIVO-DIAS
004190             END-IF
004200     END-READ.
004210     CLOSE CALC-XPRM-FILE.
004220     IF CALC-VENTANA-DIAS > CALC-VENTANA-MAX
004230         MOVE CALC-VENTANA-MAX TO CALC-VENTANA-DIAS
004240     END-IF.
004250 1100-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290* 1150-ARMAR-VENTANA - STEP ONE CALENDAR DAY FORWARD AND KEEP IT
004300*                       WHEN IT IS A BUSINESS DAY (CALCBDCN
004310*                       COUNTS ONE FROM THE DAY BEFORE IT)
004320******************************************************************
004330 1150-ARMAR-VENTANA.
004340     ADD 1 TO CALC-ENTERO-PRUEBA.
004350     COMPUTE CALC-FECHA-PRUEBA =
004360         FUNCTION DATE-OF-INTEGER(CALC-ENTERO-PRUEBA).
004370     COMPUTE CALC-FECHA-ANTES =
004380         FUNCTION DATE-OF-INTEGER(CALC-ENTERO-PRUEBA - 1).
004390     CALL 'CALCBDCN' USING CALC-FECHA-ANTES CALC-FECHA-PRUEBA
004400         CALC-BDCN-DIAS CALC-BDCN-RC.
004410     IF CALC-BDCN-DIAS = 1
004420         ADD 1 TO CALC-VEN-COUNT
004430         MOVE CALC-FECHA-PRUEBA TO CALC-VEN-FECHA (CALC-VEN-COUNT)
004440     END-IF.
004450 1150-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490* 1200-CARGAR-RATES - EVERY CALCRATE ENTRY INTO THE ENTRY TABLE
004500*                      AND EACH NAME INTO THE NAME TABLE
004510******************************************************************
004520 1200-CARGAR-RATES.
004530     OPEN INPUT CALC-RATE-FILE.
004540     IF CALC-RATE-FS NOT = "00" AND CALC-RATE-FS NOT = "05"
004550         DISPLAY "CALCRXRF: UNABLE TO OPEN CALCRATE - STATUS "
004560             CALC-RATE-FS
004570         STOP RUN
004580     END-IF.
004590     MOVE 'N' TO CALC-EOF-SW.
004600     PERFORM 1250-LEER-RATE THRU 1250-EXIT
004610         UNTIL CALC-FIN-ARCHIVO.
004620     CLOSE CALC-RATE-FILE.
004630 1200-EXIT.
004640     EXIT.
004650
004660 1250-LEER-RATE.
004670     READ CALC-RATE-FILE
004680         AT END
004690             SET CALC-FIN-ARCHIVO TO TRUE
004700             GO TO 1250-EXIT
004710     END-READ.
004720     IF CALC-TRT-COUNT >= CALC-TRT-MAX
004730         DISPLAY "CALCRXRF: RATE TABLE FULL - RAISE CALC-TRT-MAX"
004740         STOP RUN
004750     END-IF.
004760     ADD 1 TO CALC-TRT-COUNT.
004770     MOVE RATE-NOMBRE TO TRT-NOMBRE (CALC-TRT-COUNT).
004780     MOVE RATE-VALOR TO TRT-VALOR (CALC-TRT-COUNT).
004790     MOVE RATE-FEC-EFECTIVA TO TRT-EFECTIVA (CALC-TRT-COUNT).
004800     MOVE RATE-FEC-EXPIRA TO TRT-EXPIRA (CALC-TRT-COUNT).
004810     MOVE RATE-NOMBRE TO CALC-NOMBRE-WS.
004820     PERFORM 6100-ANOTAR-RATE THRU 6100-EXIT.
004830 1250-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870* 1400-CARGAR-FORMULAS - EVERY CALCFRML STEP INTO THE STEP TABLE
004880*                         AND EACH FORMULA NAME INTO THE NAME
004890*                         TABLE
004900******************************************************************
004910 1400-CARGAR-FORMULAS.
004920     OPEN INPUT CALC-FRM-FILE.
004930     IF CALC-FRM-FS NOT = "00" AND CALC-FRM-FS NOT = "05"
004940         DISPLAY "CALCRXRF: UNABLE TO OPEN CALCFRML - STATUS "
004950             CALC-FRM-FS
004960         STOP RUN
004970     END-IF.
004980     MOVE 'N' TO CALC-EOF-SW.
004990     PERFORM 1450-LEER-PASO THRU 1450-EXIT
005000         UNTIL CALC-FIN-ARCHIVO.
005010     CLOSE CALC-FRM-FILE.
005020 1400-EXIT.
005030     EXIT.
005040
005050 1450-LEER-PASO.
005060     READ CALC-FRM-FILE
005070         AT END
005080             SET CALC-FIN-ARCHIVO TO TRUE
005090             GO TO 1450-EXIT
005100     END-READ.
005110     IF CALC-TPS-COUNT >= CALC-TPS-MAX
005120         DISPLAY "CALCRXRF: FORMULA STEP TABLE FULL - RAISE "
005130             "CALC-TPS-MAX"
005140         STOP RUN
005150     END-IF.
005160     ADD 1 TO CALC-TPS-COUNT.
005170     MOVE FRM-NOMBRE TO TPS-NOMBRE (CALC-TPS-COUNT).
005180     MOVE FRM-PASO TO TPS-PASO (CALC-TPS-COUNT).
005190     MOVE FRM-OPND1 TO TPS-OPND1 (CALC-TPS-COUNT).
005200     MOVE FRM-OPND2 TO TPS-OPND2 (CALC-TPS-COUNT).
005210     MOVE FRM-NOMBRE TO CALC-NOMBRE-WS.
005220     PERFORM 6300-ANOTAR-FORMULA THRU 6300-EXIT.
005230     ADD 1 TO FNM-PASOS (CALC-FNM-USO).
005240 1450-EXIT.
005250     EXIT.
005260
005270******************************************************************
005280* 1600-CARGAR-REGISTRO - THE LAST-USE DATES FROM CALCRUSE.  A
005290*                         NAME NO LONGER ON FILE IS DROPPED.
005300******************************************************************
005310 1600-CARGAR-REGISTRO.
005320     OPEN INPUT CALC-RUSE-FILE.
005330     IF CALC-RUSE-FS NOT = "00" AND CALC-RUSE-FS NOT = "05"
005340         DISPLAY "CALCRXRF: UNABLE TO OPEN CALCRUSE - STATUS "
005350             CALC-RUSE-FS
005360         STOP RUN
005370     END-IF.
005380     MOVE 'N' TO CALC-EOF-SW.
005390     PERFORM 1650-LEER-REGISTRO THRU 1650-EXIT
005400         UNTIL CALC-FIN-ARCHIVO.
005410     CLOSE CALC-RUSE-FILE.
005420 1600-EXIT.
005430     EXIT.
005440
005450 1650-LEER-REGISTRO.
005460     READ CALC-RUSE-FILE
005470         AT END
005480             SET CALC-FIN-ARCHIVO TO TRUE
005490             GO TO 1650-EXIT
005500     END-READ.
005510     MOVE RUSE-NOMBRE TO CALC-NOMBRE-WS.
005520     IF RUSE-ES-RATE
005530         PERFORM 6000-BUSCAR-RATE THRU 6000-EXIT
005540         IF CALC-RNM-USO > ZERO
005550             MOVE RUSE-FECHA TO RNM-USO (CALC-RNM-USO)
005560         END-IF
005570     END-IF.
005580     IF RUSE-ES-FORMULA
005590         PERFORM 6200-BUSCAR-FORMULA THRU 6200-EXIT
005600         IF CALC-FNM-USO > ZERO
005610             MOVE RUSE-FECHA TO FNM-USO (CALC-FNM-USO)
005620         END-IF
005630     END-IF.
005640 1650-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680* 2000-LEER-DIARIO - THE RATE NAMES KEYED AT CALCULADORA SINCE
005690*                     THE LAST RUN, FROM THE CALCRUJN JOURNAL
005700******************************************************************
005710 2000-LEER-DIARIO.
005720     OPEN INPUT CALC-RUJN-FILE.
005730     IF CALC-RUJN-FS NOT = "00" AND CALC-RUJN-FS NOT = "05"
005740         DISPLAY "CALCRXRF: UNABLE TO OPEN CALCRUJN - STATUS "
005750             CALC-RUJN-FS
005760         STOP RUN
005770     END-IF.
005780     MOVE 'N' TO CALC-EOF-SW.
005790     PERFORM 2050-LEER-USO THRU 2050-EXIT
005800         UNTIL CALC-FIN-ARCHIVO.
005810     CLOSE CALC-RUJN-FILE.
005820 2000-EXIT.
005830     EXIT.
005840
005850 2050-LEER-USO.
005860     READ CALC-RUJN-FILE
005870         AT END
005880             SET CALC-FIN-ARCHIVO TO TRUE
005890             GO TO 2050-EXIT
005900     END-READ.
005910     ADD 1 TO CALC-JRN-COUNT.
005920     IF NOT RUSO-ES-RATE
005930         GO TO 2050-EXIT
005940     END-IF.
005950     MOVE RUSO-NOMBRE TO CALC-NOMBRE-WS.
005960     PERFORM 6000-BUSCAR-RATE THRU 6000-EXIT.
005970     IF CALC-RNM-USO = ZERO
005980         GO TO 2050-EXIT
005990     END-IF.
006000     ADD 1 TO RNM-INTERACTIVO (CALC-RNM-USO).
006010     IF RUSO-FECHA > RNM-USO (CALC-RNM-USO)
006020         MOVE RUSO-FECHA TO RNM-USO (CALC-RNM-USO)
006030     END-IF.
006040 2050-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080* 3000-LEER-TRANSIN - THE DAY'S TRANSIN: A FORMULA RECORD USES
006090*                      ITS FORMULA, AN OPERATION RECORD USES ANY
006100*                      OPERAND THAT IS A RATE NAME (FIRST
006110*                      CHARACTER ALPHABETIC, AS CALCTRNP TESTS)
006120******************************************************************
006130 3000-LEER-TRANSIN.
006140     OPEN INPUT TRANS-IN-FILE.
006150     IF CALC-IN-FS NOT = "00" AND CALC-IN-FS NOT = "05"
006160         DISPLAY "CALCRXRF: UNABLE TO OPEN TRANSIN - STATUS "
006170             CALC-IN-FS
006180         STOP RUN
006190     END-IF.
006200     MOVE 'N' TO CALC-EOF-SW.
006210     PERFORM 3050-LEER-TRANSACCION THRU 3050-EXIT
006220         UNTIL CALC-FIN-ARCHIVO.
006230     CLOSE TRANS-IN-FILE.
006240 3000-EXIT.
006250     EXIT.
006260
006270 3050-LEER-TRANSACCION.
006280     READ TRANS-IN-FILE
006290         AT END
006300             SET CALC-FIN-ARCHIVO TO TRUE
006310             GO TO 3050-EXIT
006320     END-READ.
006330     ADD 1 TO CALC-IN-COUNT.
006340     MOVE SPACES TO CALC-DONDE-WS.
006350     STRING "TRANSIN DEPT " TIN-DEPTO " REF " TIN-REFERENCIA
006360         DELIMITED BY SIZE INTO CALC-DONDE-WS.
006370     IF TIN-ES-FORMULA
006380         MOVE TIN-FRML-NOMBRE TO CALC-NOMBRE-WS
006390         PERFORM 6200-BUSCAR-FORMULA THRU 6200-EXIT
006400         IF CALC-FNM-USO > ZERO
006410             ADD 1 TO FNM-TRANSIN (CALC-FNM-USO)
006420         ELSE
006430             MOVE 'F' TO CALC-TIPO-WS
006440             PERFORM 6500-ANOTAR-INDEFINIDO THRU 6500-EXIT
006450         END-IF
006460         GO TO 3050-EXIT
006470     END-IF.
006480     IF TIN-MENU-X NOT NUMERIC
006490         GO TO 3050-EXIT
006500     END-IF.
006510     MOVE TIN-NUM1-X TO CALC-OPND-WS.
006520     PERFORM 3100-USAR-OPERANDO THRU 3100-EXIT.
006530     MOVE TIN-NUM2-X TO CALC-OPND-WS.
006540     PERFORM 3100-USAR-OPERANDO THRU 3100-EXIT.
006550 3050-EXIT.
006560     EXIT.
006570
006580 3100-USAR-OPERANDO.
006590     IF CALC-OPND-WS (1:1) NOT ALPHABETIC
006600             OR CALC-OPND-WS (1:1) = SPACE
006610         GO TO 3100-EXIT
006620     END-IF.
006630     MOVE CALC-OPND-WS TO CALC-NOMBRE-WS.
006640     PERFORM 6000-BUSCAR-RATE THRU 6000-EXIT.
006650     IF CALC-RNM-USO > ZERO
006660         ADD 1 TO RNM-TRANSIN (CALC-RNM-USO)
006670     ELSE
006680         MOVE 'R' TO CALC-TIPO-WS
006690         PERFORM 6500-ANOTAR-INDEFINIDO THRU 6500-EXIT
006700     END-IF.
006710 3100-EXIT.
006720     EXIT.
006730
006740******************************************************************
006750* 3500-LEER-ORDENES - THE STANDING ORDERS STILL RUNNING REFER TO
006760*                      THEIR FORMULA OR RATE NAMES THE SAME WAY.
006770*                      A REFERENCE IS NOT A USE - AN ORDER ONLY
006780*                      USES A NAME ON THE DAYS CALCSGEN WRITES IT
006790*                      TO TRANSIN.
006800******************************************************************
006810 3500-LEER-ORDENES.
006820     OPEN INPUT CALC-SOR-FILE.
006830     IF CALC-SOR-FS NOT = "00" AND CALC-SOR-FS NOT = "05"
006840         DISPLAY "CALCRXRF: UNABLE TO OPEN CALCSORD - STATUS "
006850             CALC-SOR-FS
006860         STOP RUN
006870     END-IF.
006880     MOVE 'N' TO CALC-EOF-SW.
006890     PERFORM 3550-LEER-ORDEN THRU 3550-EXIT
006900         UNTIL CALC-FIN-ARCHIVO.
006910     CLOSE CALC-SOR-FILE.
006920 3500-EXIT.
006930     EXIT.
006940
006950 3550-LEER-ORDEN.
006960     READ CALC-SOR-FILE
006970         AT END
006980             SET CALC-FIN-ARCHIVO TO TRUE
006990             GO TO 3550-EXIT
007000     END-READ.
007010     IF SOR-FEC-FIN NOT = ZERO AND SOR-FEC-FIN < CALC-FECHA-HOY
007020         GO TO 3550-EXIT
007030     END-IF.
007040     ADD 1 TO CALC-SOR-COUNT.
007050     MOVE SPACES TO CALC-DONDE-WS.
007060     STRING "STANDING ORDER DEPT " SOR-DEPTO " PREFIX "
007070         SOR-PREFIJO DELIMITED BY SIZE INTO CALC-DONDE-WS.
007080     IF SOR-ES-FORMULA
007090         MOVE SOR-FRML-NOMBRE TO CALC-NOMBRE-WS
007100         PERFORM 6200-BUSCAR-FORMULA THRU 6200-EXIT
007110         IF CALC-FNM-USO > ZERO
007120             ADD 1 TO FNM-SORD (CALC-FNM-USO)
007130         ELSE
007140             MOVE 'F' TO CALC-TIPO-WS
007150             PERFORM 6500-ANOTAR-INDEFINIDO THRU 6500-EXIT
007160         END-IF
007170         GO TO 3550-EXIT
007180     END-IF.
007190     MOVE SOR-OPND1 TO CALC-OPND-WS.
007200     PERFORM 3600-REFERIR-OPERANDO THRU 3600-EXIT.
007210     MOVE SOR-OPND2 TO CALC-OPND-WS.
007220     PERFORM 3600-REFERIR-OPERANDO THRU 3600-EXIT.
007230 3550-EXIT.
007240     EXIT.
007250
007260 3600-REFERIR-OPERANDO.
007270     IF CALC-OPND-WS (1:1) NOT ALPHABETIC
007280             OR CALC-OPND-WS (1:1) = SPACE
007290         GO TO 3600-EXIT
007300     END-IF.
007310     MOVE CALC-OPND-WS TO CALC-NOMBRE-WS.
007320     PERFORM 6000-BUSCAR-RATE THRU 6000-EXIT.
007330     IF CALC-RNM-USO > ZERO
007340         ADD 1 TO RNM-SORD (CALC-RNM-USO)
007350     ELSE
007360         MOVE 'R' TO CALC-TIPO-WS
007370         PERFORM 6500-ANOTAR-INDEFINIDO THRU 6500-EXIT
007380     END-IF.
007390 3600-EXIT.
007400     EXIT.
007410
007420******************************************************************
007430* 4000-REVISAR-PASO - EACH RATE NAME A FORMULA STEP REFERS TO IS
007440*                      COUNTED AGAINST THE RATE, AND IS USED
007450*                      TODAY WHEN THE FORMULA RAN ON TRANSIN.  A
007460*                      NAME NOT ON CALCRATE IS AN FRM REJECT
007470*                      WAITING TO HAPPEN.
007480******************************************************************
007490 4000-REVISAR-PASO.
007500     MOVE TPS-NOMBRE (CALC-TPS-IDX) TO CALC-NOMBRE-WS.
007510     PERFORM 6200-BUSCAR-FORMULA THRU 6200-EXIT.
007520     MOVE SPACES TO CALC-DONDE-WS.
007530     STRING "FORMULA " TPS-NOMBRE (CALC-TPS-IDX) " STEP "
007540         TPS-PASO (CALC-TPS-IDX) DELIMITED BY SIZE
007550         INTO CALC-DONDE-WS.
007560     MOVE TPS-OPND1 (CALC-TPS-IDX) TO CALC-OPND-WS.
007570     PERFORM 4100-REVISAR-OPERANDO THRU 4100-EXIT.
007580     MOVE TPS-OPND2 (CALC-TPS-IDX) TO CALC-OPND-WS.
007590     PERFORM 4100-REVISAR-OPERANDO THRU 4100-EXIT.
007600 4000-EXIT.
007610     EXIT.
007620
007630 4100-REVISAR-OPERANDO.
007640     IF CALC-OPND-WS (1:1) NOT ALPHABETIC
007650             OR CALC-OPND-WS (1:1) = SPACE
007660         GO TO 4100-EXIT
007670     END-IF.
007680     MOVE CALC-OPND-WS TO CALC-NOMBRE-WS.
007690     PERFORM 6000-BUSCAR-RATE THRU 6000-EXIT.
007700     IF CALC-RNM-USO = ZERO
007710         MOVE 'R' TO CALC-TIPO-WS
007720         PERFORM 6500-ANOTAR-INDEFINIDO THRU 6500-EXIT
007730         GO TO 4100-EXIT
007740     END-IF.
007750     ADD 1 TO RNM-PASOS (CALC-RNM-USO).
007760     IF FNM-TRANSIN (CALC-FNM-USO) > ZERO
007770         MOVE CALC-FECHA-HOY TO RNM-USO (CALC-RNM-USO)
007780     END-IF.
007790 4100-EXIT.
007800     EXIT.
007810
007820******************************************************************
007830* 4500-FECHAR-RATE / 4600-FECHAR-FORMULA - A NAME USED ON TODAY'S
007840*                    TRANSIN IS DATED TODAY; A NAME WITH NO DATE
007850*                    YET STARTS FROM TODAY
007860******************************************************************
007870 4500-FECHAR-RATE.
007880     IF RNM-TRANSIN (CALC-RNM-IDX) > ZERO
007890             OR RNM-USO (CALC-RNM-IDX) = ZERO
007900         MOVE CALC-FECHA-HOY TO RNM-USO (CALC-RNM-IDX)
007910     END-IF.
007920 4500-EXIT.
007930     EXIT.
007940
007950 4600-FECHAR-FORMULA.
007960     IF FNM-TRANSIN (CALC-FNM-IDX) > ZERO
007970             OR FNM-USO (CALC-FNM-IDX) = ZERO
007980         MOVE CALC-FECHA-HOY TO FNM-USO (CALC-FNM-IDX)
007990     END-IF.
008000 4600-EXIT.
008010     EXIT.
008020
008030******************************************************************
008040* 5000-REVISAR-VIGENCIA - THE ENTRY IN EFFECT TODAY, BY THE
008050*                          CALCRLKP RULE, AND THE FIRST DAY OF
008060*                          THE WINDOW WITH NO ENTRY IN EFFECT
008070******************************************************************
008080 5000-REVISAR-VIGENCIA.
008090     MOVE CALC-FECHA-HOY TO CALC-FECHA-PRUEBA.
008100     PERFORM 5100-BUSCAR-VIGENTE THRU 5100-EXIT.
008110     IF CALC-TRT-MEJOR = ZERO
008120         MOVE 'N' TO RNM-VIGENTE-SW (CALC-RNM-IDX)
008130         MOVE ZERO TO RNM-VALOR (CALC-RNM-IDX)
008140         MOVE ZERO TO RNM-EXPIRA (CALC-RNM-IDX)
008150     ELSE
008160         MOVE 'Y' TO RNM-VIGENTE-SW (CALC-RNM-IDX)
008170         MOVE TRT-VALOR (CALC-TRT-MEJOR)
008180             TO RNM-VALOR (CALC-RNM-IDX)
008190         MOVE TRT-EXPIRA (CALC-TRT-MEJOR)
008200             TO RNM-EXPIRA (CALC-RNM-IDX)
008210     END-IF.
008220     MOVE ZERO TO RNM-FALTA (CALC-RNM-IDX).
008230     PERFORM 5300-PROBAR-DIA THRU 5300-EXIT
008240         VARYING CALC-VEN-IDX FROM 1 BY 1
008250         UNTIL CALC-VEN-IDX > CALC-VEN-COUNT
008260             OR RNM-FALTA (CALC-RNM-IDX) > ZERO.
008270 5000-EXIT.
008280     EXIT.
008290
008300 5100-BUSCAR-VIGENTE.
008310     MOVE ZERO TO CALC-TRT-MEJOR.
008320     PERFORM 5150-REVISAR-ENTRADA THRU 5150-EXIT
008330         VARYING CALC-TRT-IDX FROM 1 BY 1
008340         UNTIL CALC-TRT-IDX > CALC-TRT-COUNT.
008350 5100-EXIT.
008360     EXIT.
008370
008380 5150-REVISAR-ENTRADA.
008390     IF TRT-NOMBRE (CALC-TRT-IDX) NOT = RNM-NOMBRE (CALC-RNM-IDX)
008400         GO TO 5150-EXIT
008410     END-IF.
008420     IF TRT-EFECTIVA (CALC-TRT-IDX) > CALC-FECHA-PRUEBA
008430         GO TO 5150-EXIT
008440     END-IF.
008450     IF TRT-EXPIRA (CALC-TRT-IDX) NOT = ZERO
008460             AND TRT-EXPIRA (CALC-TRT-IDX) NOT > CALC-FECHA-PRUEBA
008470         GO TO 5150-EXIT
008480     END-IF.
008490     IF CALC-TRT-MEJOR = ZERO
008500         MOVE CALC-TRT-IDX TO CALC-TRT-MEJOR
008510         GO TO 5150-EXIT
008520     END-IF.
008530     IF TRT-EFECTIVA (CALC-TRT-IDX) NOT <
008540             TRT-EFECTIVA (CALC-TRT-MEJOR)
008550         MOVE CALC-TRT-IDX TO CALC-TRT-MEJOR
008560     END-IF.
008570 5150-EXIT.
008580     EXIT.
008590
008600 5300-PROBAR-DIA.
008610     MOVE CALC-VEN-FECHA (CALC-VEN-IDX) TO CALC-FECHA-PRUEBA.
008620     PERFORM 5100-BUSCAR-VIGENTE THRU 5100-EXIT.
008630     IF CALC-TRT-MEJOR = ZERO
008640         MOVE CALC-FECHA-PRUEBA TO RNM-FALTA (CALC-RNM-IDX)
008650     END-IF.
008660 5300-EXIT.
008670     EXIT.
008680
008690******************************************************************
008700* 6000-BUSCAR-RATE - CALC-RNM-USO TO THE NAME TABLE ENTRY FOR
008710*                     CALC-NOMBRE-WS, ZERO WHEN NOT ON FILE
008720******************************************************************
008730 6000-BUSCAR-RATE.
008740     MOVE ZERO TO CALC-RNM-USO.
008750     PERFORM 6050-COMPARAR-RATE THRU 6050-EXIT
008760         VARYING CALC-RNM-IDX FROM 1 BY 1
008770         UNTIL CALC-RNM-IDX > CALC-RNM-COUNT
008780             OR CALC-RNM-USO > ZERO.
008790 6000-EXIT.
008800     EXIT.
008810
008820 6050-COMPARAR-RATE.
008830     IF RNM-NOMBRE (CALC-RNM-IDX) = CALC-NOMBRE-WS
008840         MOVE CALC-RNM-IDX TO CALC-RNM-USO
008850     END-IF.
008860 6050-EXIT.
008870     EXIT.
008880
008890******************************************************************
008900* 6100-ANOTAR-RATE - ADD CALC-NOMBRE-WS TO THE RATE NAME TABLE IN
008910*                     NAME ORDER UNLESS IT IS ALREADY THERE
008920******************************************************************
008930 6100-ANOTAR-RATE.
008940     PERFORM 6000-BUSCAR-RATE THRU 6000-EXIT.
008950     IF CALC-RNM-USO > ZERO
008960         GO TO 6100-EXIT
008970     END-IF.
008980     IF CALC-RNM-COUNT >= CALC-RNM-MAX
008990         DISPLAY "CALCRXRF: RATE NAME TABLE FULL - RAISE "
009000             "CALC-RNM-MAX"
009010         STOP RUN
009020     END-IF.
009030     MOVE ZERO TO CALC-RNM-POS.
009040     PERFORM 6150-BUSCAR-POSICION THRU 6150-EXIT
009050         VARYING CALC-RNM-IDX FROM 1 BY 1
009060         UNTIL CALC-RNM-IDX > CALC-RNM-COUNT
009070             OR CALC-RNM-POS > ZERO.
009080     IF CALC-RNM-POS = ZERO
009090         COMPUTE CALC-RNM-POS = CALC-RNM-COUNT + 1
009100     END-IF.
009110     PERFORM 6180-CORRER-RATE THRU 6180-EXIT
009120         VARYING CALC-RNM-IDX FROM CALC-RNM-COUNT BY -1
009130         UNTIL CALC-RNM-IDX < CALC-RNM-POS.
009140     ADD 1 TO CALC-RNM-COUNT.
009150     MOVE CALC-RNM-POS TO CALC-RNM-USO.
009160     MOVE CALC-NOMBRE-WS TO RNM-NOMBRE (CALC-RNM-USO).
009170     MOVE ZERO TO RNM-USO (CALC-RNM-USO).
009180     MOVE ZERO TO RNM-PASOS (CALC-RNM-USO).
009190     MOVE ZERO TO RNM-TRANSIN (CALC-RNM-USO).
009200     MOVE ZERO TO RNM-SORD (CALC-RNM-USO).
009210     MOVE ZERO TO RNM-INTERACTIVO (CALC-RNM-USO).
009220 6100-EXIT.
009230     EXIT.
009240
009250 6150-BUSCAR-POSICION.
009260     IF RNM-NOMBRE (CALC-RNM-IDX) > CALC-NOMBRE-WS
009270         MOVE CALC-RNM-IDX TO CALC-RNM-POS
009280     END-IF.
009290 6150-EXIT.
009300     EXIT.
009310
009320 6180-CORRER-RATE.
009330     MOVE CALC-RNM-ENTRADA (CALC-RNM-IDX)
009340         TO CALC-RNM-ENTRADA (CALC-RNM-IDX + 1).
009350 6180-EXIT.
009360     EXIT.
009370
009380******************************************************************
009390* 6200-BUSCAR-FORMULA - CALC-FNM-USO TO THE NAME TABLE ENTRY FOR
009400*                        CALC-NOMBRE-WS, ZERO WHEN NOT ON FILE
009410******************************************************************
009420 6200-BUSCAR-FORMULA.
009430     MOVE ZERO TO CALC-FNM-USO.
009440     PERFORM 6250-COMPARAR-FORMULA THRU 6250-EXIT
009450         VARYING CALC-FNM-IDX FROM 1 BY 1
009460         UNTIL CALC-FNM-IDX > CALC-FNM-COUNT
009470             OR CALC-FNM-USO > ZERO.
009480 6200-EXIT.
009490     EXIT.
009500
009510 6250-COMPARAR-FORMULA.
009520     IF FNM-NOMBRE (CALC-FNM-IDX) = CALC-NOMBRE-WS
009530         MOVE CALC-FNM-IDX TO CALC-FNM-USO
009540     END-IF.
009550 6250-EXIT.
009560     EXIT.
009570
009580******************************************************************
009590* 6300-ANOTAR-FORMULA - ADD CALC-NOMBRE-WS TO THE FORMULA NAME
009600*                        TABLE IN NAME ORDER UNLESS IT IS ALREADY
009610*                        THERE; CALC-FNM-USO POINTS AT IT
009620******************************************************************
009630 6300-ANOTAR-FORMULA.
009640     PERFORM 6200-BUSCAR-FORMULA THRU 6200-EXIT.
009650     IF CALC-FNM-USO > ZERO
009660         GO TO 6300-EXIT
009670     END-IF.
009680     IF CALC-FNM-COUNT >= CALC-FNM-MAX
009690         DISPLAY "CALCRXRF: FORMULA NAME TABLE FULL - RAISE "
009700             "CALC-FNM-MAX"
009710         STOP RUN
009720     END-IF.
009730     MOVE ZERO TO CALC-FNM-POS.
009740     PERFORM 6350-BUSCAR-POSICION THRU 6350-EXIT
009750         VARYING CALC-FNM-IDX FROM 1 BY 1
009760         UNTIL CALC-FNM-IDX > CALC-FNM-COUNT
009770             OR CALC-FNM-POS > ZERO.
009780     IF CALC-FNM-POS = ZERO
009790         COMPUTE CALC-FNM-POS = CALC-FNM-COUNT + 1
009800     END-IF.
009810     PERFORM 6380-CORRER-FORMULA THRU 6380-EXIT
009820         VARYING CALC-FNM-IDX FROM CALC-FNM-COUNT BY -1
009830         UNTIL CALC-FNM-IDX < CALC-FNM-POS.
009840     ADD 1 TO CALC-FNM-COUNT.
009850     MOVE CALC-FNM-POS TO CALC-FNM-USO.
009860     MOVE CALC-NOMBRE-WS TO FNM-NOMBRE (CALC-FNM-USO).
009870     MOVE ZERO TO FNM-USO (CALC-FNM-USO).
009880     MOVE ZERO TO FNM-PASOS (CALC-FNM-USO).
009890     MOVE ZERO TO FNM-TRANSIN (CALC-FNM-USO).
009900     MOVE ZERO TO FNM-SORD (CALC-FNM-USO).
009910 6300-EXIT.
009920     EXIT.
009930
009940 6350-BUSCAR-POSICION.
009950     IF FNM-NOMBRE (CALC-FNM-IDX) > CALC-NOMBRE-WS
009960         MOVE CALC-FNM-IDX TO CALC-FNM-POS
009970     END-IF.
009980 6350-EXIT.
009990     EXIT.
010000
010010 6380-CORRER-FORMULA.
010020     MOVE CALC-FNM-ENTRADA (CALC-FNM-IDX)
010030         TO CALC-FNM-ENTRADA (CALC-FNM-IDX + 1).
010040 6380-EXIT.
010050     EXIT.
010060
010070******************************************************************
010080* 6500-ANOTAR-INDEFINIDO - KEEP A REFERENCE TO A NAME NOT ON
010090*                           FILE: CALC-NOMBRE-WS, FROM WHERE
010100*                           CALC-DONDE-WS SAYS, OF THE KIND IN
010110*                           CALC-TIPO-WS (R RATE, F FORMULA)
010120******************************************************************
010130 6500-ANOTAR-INDEFINIDO.
010140     IF CALC-UND-COUNT >= CALC-UND-MAX
010150         ADD 1 TO CALC-UND-PERDIDAS
010160         GO TO 6500-EXIT
010170     END-IF.
010180     ADD 1 TO CALC-UND-COUNT.
010190     MOVE CALC-TIPO-WS TO UND-TIPO (CALC-UND-COUNT).
010200     MOVE CALC-NOMBRE-WS TO UND-NOMBRE (CALC-UND-COUNT).
010210     MOVE CALC-DONDE-WS TO UND-DONDE (CALC-UND-COUNT).
010220 6500-EXIT.
010230     EXIT.
010240
010250******************************************************************
010260* 8000-IMPRIMIR-REPORTE - RATES WITH THEIR FORMULA STEPS,
010270*                          FORMULAS, EXPIRY WARNINGS, NAMES NOT ON
010280*                          FILE AND NAMES FOR CLEAN-UP
010290******************************************************************
010300 8000-IMPRIMIR-REPORTE.
010310     MOVE CALC-FECHA-HOY TO RXR-H-FECHA.
010320     WRITE RPT-LINE FROM RXR-ENCABEZADO-1.
010330     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
010340     MOVE CALC-VENTANA-DIAS TO RXR-H-DIAS.
010350     MOVE CALC-VEN-FECHA (CALC-VEN-COUNT) TO RXR-H-HASTA.
010360     MOVE CALC-FECHA-CORTE TO RXR-H-CORTE.
010370     WRITE RPT-LINE FROM RXR-ENCABEZADO-2.
010380     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
010390     MOVE "RATES AND WHERE THEY ARE USED" TO RXR-T-TEXTO.
010400     PERFORM 8800-IMPRIMIR-TITULO THRU 8800-EXIT.
010410     WRITE RPT-LINE FROM RXR-RATE-TITULOS.
010420     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
010430     PERFORM 8100-IMPRIMIR-RATE THRU 8100-EXIT
010440         VARYING CALC-RNM-IDX FROM 1 BY 1
010450         UNTIL CALC-RNM-IDX > CALC-RNM-COUNT.
010460     MOVE "FORMULAS AND WHERE THEY ARE USED" TO RXR-T-TEXTO.
010470     PERFORM 8800-IMPRIMIR-TITULO THRU 8800-EXIT.
010480     WRITE RPT-LINE FROM RXR-FRML-TITULOS.
010490     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
010500     PERFORM 8200-IMPRIMIR-FORMULA THRU 8200-EXIT
010510         VARYING CALC-FNM-IDX FROM 1 BY 1
010520         UNTIL CALC-FNM-IDX > CALC-FNM-COUNT.
010530     MOVE "*** REFERENCED RATES NOT IN EFFECT IN THE WINDOW ***"
010540         TO RXR-T-TEXTO.
010550     PERFORM 8800-IMPRIMIR-TITULO THRU 8800-EXIT.
010560     MOVE 'N' TO CALC-LISTADO-SW.
010570     PERFORM 8300-IMPRIMIR-AVISO THRU 8300-EXIT
010580         VARYING CALC-RNM-IDX FROM 1 BY 1
010590         UNTIL CALC-RNM-IDX > CALC-RNM-COUNT.
010600     PERFORM 8700-NINGUNO THRU 8700-EXIT.
010610     MOVE "*** REFERENCES TO NAMES NOT ON FILE ***"
010620         TO RXR-T-TEXTO.
010630     PERFORM 8800-IMPRIMIR-TITULO THRU 8800-EXIT.
010640     MOVE 'N' TO CALC-LISTADO-SW.
010650     PERFORM 8400-IMPRIMIR-INDEFINIDO THRU 8400-EXIT
010660         VARYING CALC-UND-IDX FROM 1 BY 1
010670         UNTIL CALC-UND-IDX > CALC-UND-COUNT.
010680     PERFORM 8700-NINGUNO THRU 8700-EXIT.
010690     IF CALC-UND-PERDIDAS > ZERO
010700         MOVE CALC-UND-PERDIDAS TO RXR-M-CUENTA
010710         WRITE RPT-LINE FROM RXR-MAS
010720         PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT
010730     END-IF.
010740     MOVE "RATES AND FORMULAS NOT USED SINCE THE CUTOFF"
010750         TO RXR-T-TEXTO.
010760     PERFORM 8800-IMPRIMIR-TITULO THRU 8800-EXIT.
010770     MOVE 'N' TO CALC-LISTADO-SW.
010780     PERFORM 8500-IMPRIMIR-RATE-SINUSO THRU 8500-EXIT
010790         VARYING CALC-RNM-IDX FROM 1 BY 1
010800         UNTIL CALC-RNM-IDX > CALC-RNM-COUNT.
010810     PERFORM 8600-IMPRIMIR-FRML-SINUSO THRU 8600-EXIT
010820         VARYING CALC-FNM-IDX FROM 1 BY 1
010830         UNTIL CALC-FNM-IDX > CALC-FNM-COUNT.
010840     PERFORM 8700-NINGUNO THRU 8700-EXIT.
010850 8000-EXIT.
010860     EXIT.
010870
010880******************************************************************
010890* 8100-IMPRIMIR-RATE - ONE RATE: ITS VALUE AND EXPIRY TODAY, LAST
010900*                       USE AND REFERENCE COUNTS, THEN EVERY
010910*                       FORMULA STEP THAT NAMES IT
010920******************************************************************
010930 8100-IMPRIMIR-RATE.
010940     MOVE RNM-NOMBRE (CALC-RNM-IDX) TO RXR-R-NOMBRE.
010950     IF RNM-VIGENTE-SW (CALC-RNM-IDX) = 'Y'
010960         MOVE RNM-VALOR (CALC-RNM-IDX) TO RXR-R-VALOR
010970         IF RNM-EXPIRA (CALC-RNM-IDX) = ZERO
010980             MOVE "OPEN" TO RXR-R-EXPIRA
010990         ELSE
011000             MOVE RNM-EXPIRA (CALC-RNM-IDX) TO RXR-R-EXPIRA
011010         END-IF
011020     ELSE
011030         MOVE SPACES TO RXR-R-VALOR-G
011040         MOVE "NONE" TO RXR-R-EXPIRA
011050     END-IF.
011060     MOVE RNM-USO (CALC-RNM-IDX) TO RXR-R-USO.
011070     MOVE RNM-PASOS (CALC-RNM-IDX) TO RXR-R-PASOS.
011080     MOVE RNM-TRANSIN (CALC-RNM-IDX) TO RXR-R-TRANSIN.
011090     MOVE RNM-SORD (CALC-RNM-IDX) TO RXR-R-SORD.
011100     MOVE RNM-INTERACTIVO (CALC-RNM-IDX) TO RXR-R-CALC.
011110     WRITE RPT-LINE FROM RXR-RATE.
011120     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
011130     PERFORM 8150-IMPRIMIR-PASO THRU 8150-EXIT
011140         VARYING CALC-TPS-IDX FROM 1 BY 1
011150         UNTIL CALC-TPS-IDX > CALC-TPS-COUNT.
011160 8100-EXIT.
011170     EXIT.
011180
011190 8150-IMPRIMIR-PASO.
011200     MOVE ZERO TO CALC-OPND-NUM.
011210     IF TPS-OPND1 (CALC-TPS-IDX) = RNM-NOMBRE (CALC-RNM-IDX)
011220         MOVE 1 TO CALC-OPND-NUM
011230         PERFORM 8160-GRABAR-PASO THRU 8160-EXIT
011240     END-IF.
011250     IF TPS-OPND2 (CALC-TPS-IDX) = RNM-NOMBRE (CALC-RNM-IDX)
011260         MOVE 2 TO CALC-OPND-NUM
011270         PERFORM 8160-GRABAR-PASO THRU 8160-EXIT
011280     END-IF.
011290 8150-EXIT.
011300     EXIT.
011310
011320 8160-GRABAR-PASO.
011330     MOVE TPS-NOMBRE (CALC-TPS-IDX) TO RXR-P-FORMULA.
011340     MOVE TPS-PASO (CALC-TPS-IDX) TO RXR-P-PASO.
011350     MOVE CALC-OPND-NUM TO RXR-P-OPND.
011360     WRITE RPT-LINE FROM RXR-PASO.
011370     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
011380 8160-EXIT.
011390     EXIT.
011400
011410 8200-IMPRIMIR-FORMULA.
011420     MOVE FNM-NOMBRE (CALC-FNM-IDX) TO RXR-F-NOMBRE.
011430     MOVE FNM-PASOS (CALC-FNM-IDX) TO RXR-F-PASOS.
011440     MOVE FNM-TRANSIN (CALC-FNM-IDX) TO RXR-F-TRANSIN.
011450     MOVE FNM-SORD (CALC-FNM-IDX) TO RXR-F-SORD.
011460     MOVE FNM-USO (CALC-FNM-IDX) TO RXR-F-USO.
011470     WRITE RPT-LINE FROM RXR-FRML.
011480     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
011490 8200-EXIT.
011500     EXIT.
011510
011520******************************************************************
011530* 8300-IMPRIMIR-AVISO - A RATE SOMETHING REFERS TO THAT IS NOT IN
011540*                        EFFECT TODAY OR LAPSES IN THE WINDOW
011550******************************************************************
011560 8300-IMPRIMIR-AVISO.
011570     IF RNM-FALTA (CALC-RNM-IDX) = ZERO
011580         GO TO 8300-EXIT
011590     END-IF.
011600     IF RNM-PASOS (CALC-RNM-IDX) = ZERO
011610             AND RNM-TRANSIN (CALC-RNM-IDX) = ZERO
011620             AND RNM-SORD (CALC-RNM-IDX) = ZERO
011630             AND RNM-INTERACTIVO (CALC-RNM-IDX) = ZERO
011640         GO TO 8300-EXIT
011650     END-IF.
011660     ADD 1 TO CALC-AVISO-COUNT.
011670     SET CALC-ALGO-LISTADO TO TRUE.
011680     MOVE RNM-NOMBRE (CALC-RNM-IDX) TO RXR-A-NOMBRE.
011690     IF RNM-FALTA (CALC-RNM-IDX) = CALC-FECHA-HOY
011700         MOVE "NOT IN EFFECT TODAY" TO RXR-A-TEXTO
011710         MOVE SPACES TO RXR-A-FECHA
011720     ELSE
011730         MOVE "NO ENTRY IN EFFECT FROM" TO RXR-A-TEXTO
011740         MOVE RNM-FALTA (CALC-RNM-IDX) TO RXR-A-FECHA
011750     END-IF.
011760     WRITE RPT-LINE FROM RXR-AVISO.
011770     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
011780 8300-EXIT.
011790     EXIT.
011800
011810 8400-IMPRIMIR-INDEFINIDO.
011820     SET CALC-ALGO-LISTADO TO TRUE.
011830     IF UND-TIPO (CALC-UND-IDX) = 'F'
011840         MOVE "FORMULA" TO RXR-I-TIPO
011850     ELSE
011860         MOVE "RATE" TO RXR-I-TIPO
011870     END-IF.
011880     MOVE UND-NOMBRE (CALC-UND-IDX) TO RXR-I-NOMBRE.
011890     MOVE UND-DONDE (CALC-UND-IDX) TO RXR-I-DONDE.
011900     WRITE RPT-LINE FROM RXR-INDEFINIDO.
011910     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
011920 8400-EXIT.
011930     EXIT.
011940
011950 8500-IMPRIMIR-RATE-SINUSO.
011960     IF RNM-USO (CALC-RNM-IDX) NOT < CALC-FECHA-CORTE
011970         GO TO 8500-EXIT
011980     END-IF.
011990     ADD 1 TO CALC-SINUSO-COUNT.
012000     SET CALC-ALGO-LISTADO TO TRUE.
012010     MOVE "RATE" TO RXR-U-TIPO.
012020     MOVE RNM-NOMBRE (CALC-RNM-IDX) TO RXR-U-NOMBRE.
012030     MOVE RNM-USO (CALC-RNM-IDX) TO RXR-U-FECHA.
012040     WRITE RPT-LINE FROM RXR-SINUSO.
012050     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
012060 8500-EXIT.
012070     EXIT.
012080
012090 8600-IMPRIMIR-FRML-SINUSO.
012100     IF FNM-USO (CALC-FNM-IDX) NOT < CALC-FECHA-CORTE
012110         GO TO 8600-EXIT
012120     END-IF.
012130     ADD 1 TO CALC-SINUSO-COUNT.
012140     SET CALC-ALGO-LISTADO TO TRUE.
012150     MOVE "FORMULA" TO RXR-U-TIPO.
012160     MOVE FNM-NOMBRE (CALC-FNM-IDX) TO RXR-U-NOMBRE.
012170     MOVE FNM-USO (CALC-FNM-IDX) TO RXR-U-FECHA.
012180     WRITE RPT-LINE FROM RXR-SINUSO.
012190     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
012200 8600-EXIT.
012210     EXIT.
012220
012230 8700-NINGUNO.
012240     IF NOT CALC-ALGO-LISTADO
012250         WRITE RPT-LINE FROM RXR-NINGUNO
012260         PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT
012270     END-IF.
012280 8700-EXIT.
012290     EXIT.
012300
012310 8800-IMPRIMIR-TITULO.
012320     MOVE SPACES TO RPT-LINE.
012330     WRITE RPT-LINE.
012340     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
012350     WRITE RPT-LINE FROM RXR-TITULO.
012360     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
012370 8800-EXIT.
012380     EXIT.
012390
012400******************************************************************
012410* 8050-VERIFICAR-ESCRITURA - HALT CLEANLY ON A FAILED REPORT
012420*                             WRITE
012430******************************************************************
012440 8050-VERIFICAR-ESCRITURA.
012450     IF CALC-RPT-FS NOT = "00"
012460         DISPLAY "CALCRXRF: UNABLE TO WRITE CALCRXRO - STATUS "
012470             CALC-RPT-FS
012480         STOP RUN
012490     END-IF.
012500 8050-EXIT.
012510     EXIT.
012520
012530******************************************************************
012540* 9000-TERMINATE - REWRITE THE LAST-USE REGISTER, EMPTY THE USE
012550*                   JOURNAL NOW IT IS FOLDED IN, AND SAY WHAT
012560*                   NEEDS ATTENTION
012570******************************************************************
012580 9000-TERMINATE.
012590     CLOSE REPORT-FILE.
012600     OPEN OUTPUT CALC-RUSE-FILE.
012610     IF CALC-RUSE-FS NOT = "00"
012620         DISPLAY "CALCRXRF: UNABLE TO REWRITE CALCRUSE - STATUS "
012630             CALC-RUSE-FS
012640         STOP RUN
012650     END-IF.
012660     PERFORM 9100-GRABAR-RATE THRU 9100-EXIT
012670         VARYING CALC-RNM-IDX FROM 1 BY 1
012680         UNTIL CALC-RNM-IDX > CALC-RNM-COUNT.
012690     PERFORM 9200-GRABAR-FORMULA THRU 9200-EXIT
012700         VARYING CALC-FNM-IDX FROM 1 BY 1
012710         UNTIL CALC-FNM-IDX > CALC-FNM-COUNT.
012720     CLOSE CALC-RUSE-FILE.
012730     OPEN OUTPUT CALC-RUJN-FILE.
012740     IF CALC-RUJN-FS NOT = "00"
012750         DISPLAY "CALCRXRF: UNABLE TO EMPTY CALCRUJN - STATUS "
012760             CALC-RUJN-FS
012770         STOP RUN
012780     END-IF.
012790     CLOSE CALC-RUJN-FILE.
012800     DISPLAY "CALCRXRF: " CALC-RNM-COUNT " RATES, "
012810         CALC-FNM-COUNT " FORMULAS, " CALC-IN-COUNT
012820         " TRANSIN RECORDS, " CALC-JRN-COUNT " INTERACTIVE USES".
012830     IF CALC-AVISO-COUNT > ZERO
012840         DISPLAY "CALCRXRF: *** " CALC-AVISO-COUNT
012850             " REFERENCED RATES NOT IN EFFECT WITHIN "
012852             CALC-VENTANA-DIAS " BUSINESS DAYS - SEE CALCRXRO ***"
012854         MOVE CALC-AVISO-COUNT TO EXLG-CIFRA-1
012856         MOVE 'W' TO EXLG-SEVERIDAD
012858         MOVE "RXRF01" TO EXLG-CODIGO
012860         MOVE SPACES TO EXLG-TEXTO
012862         STRING EXLG-CIFRA-1 " REFERENCED RATES NOT IN EFFECT IN "
012864             CALC-VENTANA-DIAS " BUSINESS DAYS" DELIMITED BY SIZE
012866             INTO EXLG-TEXTO
012868         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
012870     END-IF.
012880     IF CALC-UND-COUNT > ZERO
012890         DISPLAY "CALCRXRF: *** " CALC-UND-COUNT
012891             " REFERENCES TO NAMES NOT ON FILE - SEE CALCRXRO ***"
012892         MOVE CALC-UND-COUNT TO EXLG-CIFRA-1
012893         MOVE 'W' TO EXLG-SEVERIDAD
012894         MOVE "RXRF02" TO EXLG-CODIGO
012895         MOVE SPACES TO EXLG-TEXTO
012896         STRING EXLG-CIFRA-1
012897             " REFERENCES TO NAMES NOT ON FILE - SEE CALCRXRO"
012898             DELIMITED BY SIZE
012899             INTO EXLG-TEXTO
012900         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
012910     END-IF.
012920 9000-EXIT.
012930     EXIT.
012940
012950 9100-GRABAR-RATE.
012960     SET RUSE-ES-RATE TO TRUE.
012970     MOVE RNM-NOMBRE (CALC-RNM-IDX) TO RUSE-NOMBRE.
012980     MOVE RNM-USO (CALC-RNM-IDX) TO RUSE-FECHA.
012990     PERFORM 9300-GRABAR-REGISTRO THRU 9300-EXIT.
013000 9100-EXIT.
013010     EXIT.
013020
013030 9200-GRABAR-FORMULA.
013040     SET RUSE-ES-FORMULA TO TRUE.
013050     MOVE FNM-NOMBRE (CALC-FNM-IDX) TO RUSE-NOMBRE.
013060     MOVE FNM-USO (CALC-FNM-IDX) TO RUSE-FECHA.
013070     PERFORM 9300-GRABAR-REGISTRO THRU 9300-EXIT.
013080 9200-EXIT.
013090     EXIT.
013100
013110 9300-GRABAR-REGISTRO.
013120     WRITE RUSE-RECORD.
013130     IF CALC-RUSE-FS NOT = "00"
013140         DISPLAY "CALCRXRF: UNABLE TO WRITE CALCRUSE - STATUS "
013150             CALC-RUSE-FS
013160         STOP RUN
013170     END-IF.
013180 9300-EXIT.
013190     EXIT.
013191
013192******************************************************************
013193* 9800-ANOTAR-EXCEPCION - APPEND THE EXCEPTION IN EXLG-AREA TO
013194*                          THE CALCEXCP OPERATIONS EXCEPTIONS
013195*                          FILE
013196******************************************************************
013197 9800-ANOTAR-EXCEPCION.
013198     MOVE "CALCRXRF" TO EXLG-PROGRAMA.
013199     MOVE CALC-FECHA-HOY TO EXLG-FECHA.
013200     CALL 'CALCEXLG' USING EXLG-AREA.
013201 9800-EXIT.
013202     EXIT.
013203
013210 END PROGRAM CALCRXRF.
