000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Month-end department chargeback.  Walks the
000160*               CALCHCAT catalog for every business date in the
000170*               month, reads that day's batch output generation
000180*               (CALCTHST.YYYYMMDD, the TRANSOUT CALCARCH kept)
000190*               and interactive history generation (CALCHIST.
000200*               YYYYMMDD), and prices every calculation from the
000210*               CALCFEES fee table in effect on the day it was
000220*               posted.  Prints a statement per department to
000230*               CALCCHGO - volume by operation, the fee and the
000240*               charge on each line, and a department total -
000250*               and writes the fixed-layout CALCCHGB billing
000260*               file: a type-1 header with the month, a type-2
000270*               detail per statement line and a type-9 trailer
000280*               with the detail count, the total volume and a
000290*               hash total of the charges, the same shape the
000300*               CALCGLIF extract uses.  Interactive work carries
000310*               no department, so it is billed to the department
000320*               named in CALCCPRM (CALC-DEPTO-INTERACTIVO when
000330*               none is given).  The month defaults to the month
000340*               of the CALCBDAT business date, so the job runs
000350*               after CALCARCH on the last business day of the
000360*               month; CALCCPRM names another month for a rerun.
000363*               CALCARCH keeps the daily CALCHIST and CALCTHST
000366*               generations 45 days, so a rerun for a past month
000369*               must be made within two weeks of its month end.
000370*               A calculation with no fee in effect is counted
000380*               at zero and flagged on the statement.
000390* Tectonics:    cobc
000400* Modification History:
000403*   2026-10-15 DR  Initial version.
000406*   2026-10-15 DR  Calculations billed at zero, and records with
000409*                  an unknown operation, are also appended to the
000412*                  CALCEXCP operations exceptions file through
000415*                  CALCEXLG.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. CALCCHBK.
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPTIONAL CALC-CPRM-FILE ASSIGN TO "CALCCPRM"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CALC-CPRM-FS.
000520
000530     SELECT CALC-FEE-FILE ASSIGN TO "CALCFEES"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CALC-FEE-FS.
000560
000570     SELECT OPTIONAL CALC-HCAT-FILE ASSIGN TO "CALCHCAT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CALC-HCAT-FS.
000600
000610     SELECT OPTIONAL CALC-HIST-FILE
000620         ASSIGN TO DYNAMIC CALC-HIST-NOMBRE
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS CALC-HIST-FS.
000650
000660     SELECT OPTIONAL CALC-THST-FILE
000670         ASSIGN TO DYNAMIC CALC-THST-NOMBRE
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS CALC-THST-FS.
000700
000710     SELECT REPORT-FILE ASSIGN TO "CALCCHGO"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS CALC-RPT-FS.
000740
000750     SELECT CALC-CHGB-FILE ASSIGN TO "CALCCHGB"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS CALC-CHGB-FS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  CALC-CPRM-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  CPRM-RECORD.
000840     05  CPRM-MES                  PIC 9(06).
000850     05  CPRM-DEPTO-LOG            PIC X(04).
000860
000870 FD  CALC-FEE-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY CALCFEER.
000900
000910 FD  CALC-HCAT-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  HCAT-RECORD.
000940     05  HCAT-FECHA                PIC 9(08).
000950
000960 FD  CALC-HIST-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 COPY CALCLOGR.
000990
001000 FD  CALC-THST-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 COPY CALCTOUR.
001030
001040 FD  REPORT-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  RPT-LINE                      PIC X(80).
001070
001080 FD  CALC-CHGB-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 01  CHGB-ENCABEZADO.
001110     05  CHH-TIPO                  PIC X(01).
001120     05  CHH-MES                   PIC 9(06).
001130     05  CHH-FECHA                 PIC 9(08).
001140 01  CHGB-DETALLE.
001150     05  CHD-TIPO                  PIC X(01).
001160     05  CHD-MES                   PIC 9(06).
001170     05  CHD-DEPTO                 PIC X(04).
001180     05  CHD-OPERACION             PIC X(13).
001190     05  CHD-VOLUMEN               PIC 9(08).
001200     05  CHD-TARIFA                PIC S9(4)V9999
001210                                    SIGN IS TRAILING SEPARATE.
001220     05  CHD-CARGO                 PIC S9(8)V99
001230                                    SIGN IS TRAILING SEPARATE.
001240 01  CHGB-COLA.
001250     05  CHT-TIPO                  PIC X(01).
001260     05  CHT-COUNT                 PIC 9(08).
001270     05  CHT-VOLUMEN               PIC 9(10).
001280     05  CHT-HASH                  PIC S9(10)V99
001290                                    SIGN IS TRAILING SEPARATE.
001300
001310 WORKING-STORAGE SECTION.
001320 01  CALC-CPRM-FS                  PIC X(02).
001330 01  CALC-FEE-FS                   PIC X(02).
001340 01  CALC-HCAT-FS                  PIC X(02).
001350 01  CALC-HIST-FS                  PIC X(02).
001360 01  CALC-THST-FS                  PIC X(02).
001370 01  CALC-RPT-FS                   PIC X(02).
001380 01  CALC-CHGB-FS                  PIC X(02).
001390
001400 01  CALC-SWITCHES.
001410     05  CALC-FEE-EOF-SW           PIC X(01) VALUE 'N'.
001420         88  CALC-FIN-TARIFAS      VALUE 'Y'.
001430     05  CALC-CAT-EOF-SW           PIC X(01) VALUE 'N'.
001440         88  CALC-FIN-CATALOGO     VALUE 'Y'.
001450     05  CALC-GEN-EOF-SW           PIC X(01) VALUE 'N'.
001460         88  CALC-FIN-GENERACION   VALUE 'Y'.
001470     05  CALC-LIN-HALLADA-SW       PIC X(01) VALUE 'N'.
001480         88  CALC-LIN-HALLADA      VALUE 'Y'.
001490     05  CALC-DEP-HALLADO-SW       PIC X(01) VALUE 'N'.
001500         88  CALC-DEP-HALLADO      VALUE 'Y'.
001510
001520* INTERACTIVE (CALCHIST) WORK IS BILLED TO THIS DEPARTMENT WHEN
001530* CALCCPRM DOES NOT NAME ONE.
001540 77  CALC-DEPTO-INTERACTIVO        PIC X(04) VALUE "INTR".
001550 77  CALC-FEE-COUNT                PIC 9(04) COMP VALUE ZERO.
001560 77  CALC-FEE-MAX                  PIC 9(04) COMP VALUE 100.
001570 77  CALC-FEE-IDX                  PIC 9(04) COMP VALUE ZERO.
001580 77  CALC-FEE-MEJOR                PIC 9(04) COMP VALUE ZERO.
001590 77  CALC-CAT-COUNT                PIC 9(04) COMP VALUE ZERO.
001600 77  CALC-CAT-MAX                  PIC 9(04) COMP VALUE 400.
001610 77  CALC-CAT-IDX                  PIC 9(04) COMP VALUE ZERO.
001620 77  CALC-LIN-COUNT                PIC 9(04) COMP VALUE ZERO.
001630 77  CALC-LIN-MAX                  PIC 9(04) COMP VALUE 1000.
001640 77  CALC-LIN-IDX                  PIC 9(04) COMP VALUE ZERO.
001650 77  CALC-LIN-USO                  PIC 9(04) COMP VALUE ZERO.
001660 77  CALC-DEP-COUNT                PIC 9(04) COMP VALUE ZERO.
001670 77  CALC-DEP-MAX                  PIC 9(04) COMP VALUE 300.
001680 77  CALC-DEP-IDX                  PIC 9(04) COMP VALUE ZERO.
001690 77  CALC-DEP-POS                  PIC 9(04) COMP VALUE ZERO.
001700 77  CALC-OP-IDX                   PIC 9(04) COMP VALUE ZERO.
001710 77  CALC-OP-USO                   PIC 9(04) COMP VALUE ZERO.
001720 77  CALC-DIAS-LEIDOS              PIC 9(04) COMP VALUE ZERO.
001730 77  CALC-BATCH-COUNT              PIC 9(08) COMP VALUE ZERO.
001740 77  CALC-LOG-COUNT                PIC 9(08) COMP VALUE ZERO.
001750 77  CALC-DESCONOCIDAS             PIC 9(08) COMP VALUE ZERO.
001760 77  CALC-SIN-TARIFA-COUNT         PIC 9(08) COMP VALUE ZERO.
001770 77  CALC-DET-COUNT                PIC 9(08) COMP VALUE ZERO.
001780 77  CALC-TOT-VOLUMEN              PIC 9(10) COMP VALUE ZERO.
001790 77  CALC-TOT-CARGO                PIC S9(10)V99
001800                                   SIGN IS TRAILING SEPARATE
001810                                   VALUE ZERO.
001820 77  CALC-DEP-VOLUMEN              PIC 9(10) COMP VALUE ZERO.
001830 77  CALC-DEP-CARGO                PIC S9(10)V99
001840                                   SIGN IS TRAILING SEPARATE
001850                                   VALUE ZERO.
001860 77  CALC-FECHA-HOY                PIC 9(08) VALUE ZERO.
001870 77  CALC-BDGT-RC                  PIC 9(02) VALUE ZERO.
001880 77  CALC-MES                      PIC 9(06) VALUE ZERO.
001890
001900 01  CALC-DEPTO-WS                 PIC X(04).
001910 01  CALC-DIA-FECHA                PIC 9(08).
001920 01  CALC-DIA-FECHA-R REDEFINES CALC-DIA-FECHA.
001930     05  CALC-DIA-MES              PIC 9(06).
001940     05  FILLER                    PIC 9(02).
001980 01  CALC-CARGO-WS                 PIC S9(8)V99
001990                                    SIGN IS TRAILING SEPARATE.
002000
002010 01  CALC-HIST-NOMBRE.
002020     05  FILLER                    PIC X(09) VALUE "CALCHIST.".
002030     05  CALC-HIST-NOMBRE-FECHA    PIC 9(08).
002040
002050 01  CALC-THST-NOMBRE.
002060     05  FILLER                    PIC X(09) VALUE "CALCTHST.".
002070     05  CALC-THST-NOMBRE-FECHA    PIC 9(08).
002080
002090 01  CALC-CATALOGO.
002100     05  CALC-CAT-FECHA            PIC 9(08) OCCURS 400 TIMES.
002110
002120* OPERATIONS BILLED - THE EIGHT CALCOPS OPERATIONS IN MENU ORDER,
002130* THEN FORMULA RUNS AND REVERSALS.  THE NAMES ARE THE CALCFEES
002140* FEE-OPERACION KEYS.
002150 01  CHB-NOMBRES-INIT.
002160     05  FILLER                    PIC X(13) VALUE 'SUMAR'.
002170     05  FILLER                    PIC X(13) VALUE 'RESTAR'.
002180     05  FILLER                    PIC X(13) VALUE
002181         'MULTIPLICAR'.
002190     05  FILLER                    PIC X(13) VALUE 'DIVIDIR'.
002200     05  FILLER                    PIC X(13) VALUE 'PORCENTAJE'.
002210     05  FILLER                    PIC X(13) VALUE 'POTENCIA'.
002220     05  FILLER                    PIC X(13) VALUE 'MODULO'.
002230     05  FILLER                    PIC X(13) VALUE
002231         'RAIZ CUADRADA'.
002240     05  FILLER                    PIC X(13) VALUE 'FORMULA'.
002250     05  FILLER                    PIC X(13) VALUE 'REVERSO'.
002260 01  CHB-NOMBRES REDEFINES CHB-NOMBRES-INIT.
002270     05  CHB-NOMBRE-TABLA          PIC X(13) OCCURS 10 TIMES.
002280
002290* THE FEE IN EFFECT FOR EACH OPERATION ON THE DAY BEING READ
002300 01  CALC-DIA-TARIFAS.
002310     05  CALC-DIA-ENTRADA          OCCURS 10 TIMES.
002320         10  DIA-TARIFA            PIC S9(4)V9999
002330                                    SIGN IS TRAILING SEPARATE.
002340         10  DIA-HALLADA-SW        PIC X(01).
002350
002360 01  CALC-FEE-TABLA.
002370     05  CALC-FEE-ENTRADA          OCCURS 100 TIMES.
002380         10  TFE-OPERACION         PIC X(13).
002390         10  TFE-TARIFA            PIC S9(4)V9999
002400                                    SIGN IS TRAILING SEPARATE.
002410         10  TFE-EFECTIVA          PIC 9(08).
002420         10  TFE-EXPIRA            PIC 9(08).
002430
002440* ONE ENTRY PER DEPARTMENT, OPERATION AND FEE - A FEE CHANGED
002450* PART WAY THROUGH THE MONTH GIVES THE OPERATION TWO LINES
002460 01  CALC-LIN-TABLA.
002470     05  CALC-LIN-ENTRADA          OCCURS 1000 TIMES.
002480         10  LIN-DEPTO             PIC X(04).
002490         10  LIN-OP                PIC 9(02).
002500         10  LIN-TARIFA            PIC S9(4)V9999
002510                                    SIGN IS TRAILING SEPARATE.
002520         10  LIN-HALLADA-SW        PIC X(01).
002530         10  LIN-VOLUMEN           PIC 9(08) COMP.
002540
002550* DEPARTMENTS SEEN, KEPT IN CODE ORDER FOR THE STATEMENTS
002560 01  CALC-DEP-TABLA.
002570     05  CALC-DEP-CODIGO           PIC X(04) OCCURS 300 TIMES.
002580
002590 01  CHB-ENCABEZADO-1.
002600     05  FILLER                    PIC X(45) VALUE
002610         "CALCCHBK - DEPARTMENT CHARGEBACK STATEMENT - ".
002620     05  FILLER                    PIC X(06) VALUE "MONTH ".
002630     05  CHB-H-MES                 PIC 9(06).
002640
002650 01  CHB-ENCABEZADO-2.
002660     05  FILLER                    PIC X(11) VALUE "DEPARTMENT ".
002670     05  CHB-H-DEPTO               PIC X(04).
002680     05  CHB-H-NOTA                PIC X(30).
002690
002700 01  CHB-ENCABEZADO-3.
002710     05  FILLER                    PIC X(14) VALUE "OPERATION".
002720     05  FILLER                    PIC X(12) VALUE
002725         "      VOLUME".
002730     05  FILLER                    PIC X(13) VALUE
002735         "          FEE".
002740     05  FILLER                    PIC X(16) VALUE
002750         "          CHARGE".
002760
002770 01  CHB-DETALLE.
002780     05  CHB-D-OPERACION           PIC X(14).
002790     05  CHB-D-VOLUMEN             PIC ZZZ,ZZZ,ZZ9.
002800     05  FILLER                    PIC X(02) VALUE SPACES.
002810     05  CHB-D-TARIFA              PIC -ZZZZ9.9999.
002820     05  FILLER                    PIC X(02) VALUE SPACES.
002830     05  CHB-D-CARGO               PIC -ZZ,ZZZ,ZZ9.99.
002840     05  FILLER                    PIC X(01) VALUE SPACE.
002850     05  CHB-D-NOTA                PIC X(17).
002860
002870 01  CHB-TOTAL.
002880     05  CHB-T-ETIQUETA            PIC X(14).
002890     05  CHB-T-VOLUMEN             PIC ZZZ,ZZZ,ZZ9.
002900     05  FILLER                    PIC X(15) VALUE SPACES.
002910     05  CHB-T-CARGO               PIC -ZZ,ZZZ,ZZ9.99.
002920
002930 01  CHB-RESUMEN.
002940     05  FILLER                    PIC X(12) VALUE "DAYS READ = ".
002950     05  CHB-R-DIAS                PIC ZZZ9.
002960     05  FILLER                    PIC X(10) VALUE "  BATCH = ".
002970     05  CHB-R-BATCH               PIC ZZZZZZZ9.
002980     05  FILLER                    PIC X(16) VALUE
002990         "  INTERACTIVE = ".
003000     05  CHB-R-LOG                 PIC ZZZZZZZ9.
003005
003010 COPY CALCEXLA.
003015
003020 PROCEDURE DIVISION.
003030
003040******************************************************************
003050* 0000-MAINLINE
003060******************************************************************
003070 0000-MAINLINE.
003080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003090     PERFORM 2000-REVISAR-GENERACION THRU 2000-EXIT
003100         VARYING CALC-CAT-IDX FROM 1 BY 1
003110         UNTIL CALC-CAT-IDX > CALC-CAT-COUNT.
003120     PERFORM 8000-IMPRIMIR-ESTADOS THRU 8000-EXIT.
003130     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003140     STOP RUN.
003150
003160******************************************************************
003170* 1000-INITIALIZE - SETTLE THE MONTH, LOAD THE FEE TABLE AND THE
003180*                    GENERATION CATALOG, OPEN THE OUTPUTS AND
003190*                    WRITE THE BILLING HEADER
003200******************************************************************
003210 1000-INITIALIZE.
003220     CALL 'CALCBDGT' USING CALC-FECHA-HOY CALC-BDGT-RC.
003230     MOVE CALC-FECHA-HOY TO CALC-DIA-FECHA.
003240     MOVE CALC-DIA-MES TO CALC-MES.
003250     PERFORM 1100-LEER-PARAMETRO THRU 1100-EXIT.
003260     PERFORM 1200-CARGAR-TARIFAS THRU 1200-EXIT.
003270     PERFORM 1300-LEER-CATALOGO THRU 1300-EXIT.
003280     OPEN OUTPUT REPORT-FILE.
003290     IF CALC-RPT-FS NOT = "00"
003300         DISPLAY "CALCCHBK: UNABLE TO OPEN CALCCHGO - STATUS "
003310             CALC-RPT-FS
003320         STOP RUN
003330     END-IF.
003340     OPEN OUTPUT CALC-CHGB-FILE.
003350     IF CALC-CHGB-FS NOT = "00"
003360         DISPLAY "CALCCHBK: UNABLE TO OPEN CALCCHGB - STATUS "
003370             CALC-CHGB-FS
003380         STOP RUN
003390     END-IF.
003400     MOVE '1' TO CHH-TIPO.
003410     MOVE CALC-MES TO CHH-MES.
003420     MOVE CALC-FECHA-HOY TO CHH-FECHA.
003430     WRITE CHGB-ENCABEZADO.
003440     PERFORM 8060-VERIFICAR-FACTURA THRU 8060-EXIT.
003450 1000-EXIT.
003460     EXIT.
003470
003480******************************************************************
003490* 1100-LEER-PARAMETRO - A CALCCPRM RECORD, IF SUPPLIED, NAMES THE
003500*                        MONTH TO BILL AND THE DEPARTMENT THAT
003510*                        INTERACTIVE WORK IS BILLED TO
003520******************************************************************
003530 1100-LEER-PARAMETRO.
003540     OPEN INPUT CALC-CPRM-FILE.
003550     IF CALC-CPRM-FS NOT = "00" AND CALC-CPRM-FS NOT = "05"
003560         DISPLAY "CALCCHBK: UNABLE TO OPEN CALCCPRM - STATUS "
003570             CALC-CPRM-FS
003580         STOP RUN
003590     END-IF.
003600     READ CALC-CPRM-FILE
003610         AT END
003620             CONTINUE
003630         NOT AT END
003640             IF CPRM-MES NUMERIC AND CPRM-MES > ZERO
003650                 MOVE CPRM-MES TO CALC-MES
003660             END-IF
003670             IF CPRM-DEPTO-LOG NOT = SPACES
003680                 MOVE CPRM-DEPTO-LOG TO CALC-DEPTO-INTERACTIVO
003690             END-IF
003700     END-READ.
003710     CLOSE CALC-CPRM-FILE.
003720 1100-EXIT.
003730     EXIT.
003740
003750******************************************************************
003760* 1200-CARGAR-TARIFAS - READ CALCFEES INTO THE TABLE.  THERE IS
003770*                        NOTHING TO BILL WITHOUT IT.
003780******************************************************************
003790 1200-CARGAR-TARIFAS.
003800     OPEN INPUT CALC-FEE-FILE.
003810     IF CALC-FEE-FS NOT = "00"
003820         DISPLAY "CALCCHBK: UNABLE TO OPEN CALCFEES - STATUS "
003830             CALC-FEE-FS
003840         STOP RUN
003850     END-IF.
003860     PERFORM 1250-LEER-TARIFA THRU 1250-EXIT
003870         UNTIL CALC-FIN-TARIFAS.
003880     CLOSE CALC-FEE-FILE.
003890 1200-EXIT.
003900     EXIT.
003910
003920 1250-LEER-TARIFA.
003930     READ CALC-FEE-FILE
003940         AT END
003950             SET CALC-FIN-TARIFAS TO TRUE
003960             GO TO 1250-EXIT
003970     END-READ.
003980     IF CALC-FEE-COUNT >= CALC-FEE-MAX
003990         DISPLAY "CALCCHBK: FEE TABLE FULL - RAISE CALC-FEE-MAX"
004000         STOP RUN
004010     END-IF.
004020     ADD 1 TO CALC-FEE-COUNT.
004030     MOVE FEE-OPERACION TO TFE-OPERACION (CALC-FEE-COUNT).
004040     MOVE FEE-TARIFA TO TFE-TARIFA (CALC-FEE-COUNT).
004050     MOVE FEE-FEC-EFECTIVA TO TFE-EFECTIVA (CALC-FEE-COUNT).
004060     MOVE FEE-FEC-EXPIRA TO TFE-EXPIRA (CALC-FEE-COUNT).
004070 1250-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110* 1300-LEER-CATALOGO - LOAD THE DATES OF THE GENERATIONS ON
004120*                       HAND, THE SAME WAY CALCARCH DOES
004130******************************************************************
004140 1300-LEER-CATALOGO.
004150     OPEN INPUT CALC-HCAT-FILE.
004160     IF CALC-HCAT-FS NOT = "00" AND CALC-HCAT-FS NOT = "05"
004170         DISPLAY "CALCCHBK: UNABLE TO OPEN CALCHCAT - STATUS "
004180             CALC-HCAT-FS
004190         STOP RUN
004200     END-IF.
004210     PERFORM 1350-LEER-CATALOGO-REG THRU 1350-EXIT
004220         UNTIL CALC-FIN-CATALOGO.
004230     CLOSE CALC-HCAT-FILE.
004240 1300-EXIT.
004250     EXIT.
004260
004270 1350-LEER-CATALOGO-REG.
004280     READ CALC-HCAT-FILE
004290         AT END
004300             SET CALC-FIN-CATALOGO TO TRUE
004310             GO TO 1350-EXIT
004320     END-READ.
004330     IF CALC-CAT-COUNT >= CALC-CAT-MAX
004340         DISPLAY "CALCCHBK: GENERATION CATALOG FULL - RAISE "
004350             "CALC-CAT-MAX"
004360         STOP RUN
004370     END-IF.
004380     ADD 1 TO CALC-CAT-COUNT.
004390     MOVE HCAT-FECHA TO CALC-CAT-FECHA (CALC-CAT-COUNT).
004400 1350-EXIT.
004410     EXIT.
004420
004430******************************************************************
004440* 2000-REVISAR-GENERACION - FOR A CATALOGED DATE IN THE MONTH,
004450*                            SETTLE THE DAY'S FEES AND READ ITS
004460*                            BATCH AND INTERACTIVE GENERATIONS
004470******************************************************************
004480 2000-REVISAR-GENERACION.
004490     MOVE CALC-CAT-FECHA (CALC-CAT-IDX) TO CALC-DIA-FECHA.
004500     IF CALC-DIA-MES NOT = CALC-MES
004510         GO TO 2000-EXIT
004520     END-IF.
004530     ADD 1 TO CALC-DIAS-LEIDOS.
004540     PERFORM 2100-TARIFA-DEL-DIA THRU 2100-EXIT
004550         VARYING CALC-OP-IDX FROM 1 BY 1
004560         UNTIL CALC-OP-IDX > 10.
004570     PERFORM 2200-LEER-SALIDAS THRU 2200-EXIT.
004580     PERFORM 2400-LEER-HISTORIA THRU 2400-EXIT.
004590 2000-EXIT.
004600     EXIT.
004610
004620******************************************************************
004630* 2100-TARIFA-DEL-DIA - THE FEE FOR ONE OPERATION ON THE DAY: THE
004640*                        ENTRY WITH THE LATEST EFFECTIVE DATE NOT
004650*                        AFTER IT THAT HAS NOT EXPIRED, THE SAME
004660*                        RULE CALCRLKP APPLIES TO RATES
004670******************************************************************
004680 2100-TARIFA-DEL-DIA.
004690     MOVE ZERO TO CALC-FEE-MEJOR.
004700     PERFORM 2150-REVISAR-TARIFA THRU 2150-EXIT
004710         VARYING CALC-FEE-IDX FROM 1 BY 1
004720         UNTIL CALC-FEE-IDX > CALC-FEE-COUNT.
004730     IF CALC-FEE-MEJOR = ZERO
004740         MOVE ZERO TO DIA-TARIFA (CALC-OP-IDX)
004750         MOVE 'N' TO DIA-HALLADA-SW (CALC-OP-IDX)
004760     ELSE
004770         MOVE TFE-TARIFA (CALC-FEE-MEJOR)
004780             TO DIA-TARIFA (CALC-OP-IDX)
004790         MOVE 'Y' TO DIA-HALLADA-SW (CALC-OP-IDX)
004800     END-IF.
004810 2100-EXIT.
004820     EXIT.
004830
004840 2150-REVISAR-TARIFA.
004850     IF TFE-OPERACION (CALC-FEE-IDX) NOT =
004860             CHB-NOMBRE-TABLA (CALC-OP-IDX)
004870         GO TO 2150-EXIT
004880     END-IF.
004890     IF TFE-EFECTIVA (CALC-FEE-IDX) > CALC-DIA-FECHA
004900         GO TO 2150-EXIT
004910     END-IF.
004920     IF TFE-EXPIRA (CALC-FEE-IDX) NOT = ZERO
004930             AND TFE-EXPIRA (CALC-FEE-IDX) NOT > CALC-DIA-FECHA
004940         GO TO 2150-EXIT
004950     END-IF.
004960     IF CALC-FEE-MEJOR = ZERO
004970         MOVE CALC-FEE-IDX TO CALC-FEE-MEJOR
004980         GO TO 2150-EXIT
004990     END-IF.
005000     IF TFE-EFECTIVA (CALC-FEE-IDX) NOT <
005010             TFE-EFECTIVA (CALC-FEE-MEJOR)
005020         MOVE CALC-FEE-IDX TO CALC-FEE-MEJOR
005030     END-IF.
005040 2150-EXIT.
005050     EXIT.
005060
005070******************************************************************
005080* 2200-LEER-SALIDAS - READ ONE CALCTHST.YYYYMMDD BATCH OUTPUT
005090*                      GENERATION.  ONE THAT IS MISSING ON DISK
005100*                      IS REPORTED, NOT FATAL.
005110******************************************************************
005120 2200-LEER-SALIDAS.
005130     MOVE CALC-DIA-FECHA TO CALC-THST-NOMBRE-FECHA.
005140     MOVE 'N' TO CALC-GEN-EOF-SW.
005150     OPEN INPUT CALC-THST-FILE.
005160     IF CALC-THST-FS = "05" OR CALC-THST-FS = "35"
005170         DISPLAY "CALCCHBK: " CALC-THST-NOMBRE
005180             " NOT ON DISK - NO BATCH WORK BILLED FOR THE DAY"
005190         IF CALC-THST-FS = "05"
005200             CLOSE CALC-THST-FILE
005210         END-IF
005220         GO TO 2200-EXIT
005230     END-IF.
005240     IF CALC-THST-FS NOT = "00"
005250         DISPLAY "CALCCHBK: UNABLE TO OPEN " CALC-THST-NOMBRE
005260             " - STATUS " CALC-THST-FS
005270         STOP RUN
005280     END-IF.
005290     PERFORM 2300-ACUMULAR-SALIDA THRU 2300-EXIT
005300         UNTIL CALC-FIN-GENERACION.
005310     CLOSE CALC-THST-FILE.
005320 2200-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360* 2300-ACUMULAR-SALIDA - BILL ONE POSTED BATCH RESULT TO THE
005370*                         REQUESTING DEPARTMENT
005380******************************************************************
005390 2300-ACUMULAR-SALIDA.
005400     READ CALC-THST-FILE
005410         AT END
005420             SET CALC-FIN-GENERACION TO TRUE
005430             GO TO 2300-EXIT
005440     END-READ.
005450     MOVE ZERO TO CALC-OP-USO.
005460     IF TOUT-ES-FORMULA
005470         MOVE 9 TO CALC-OP-USO
005480     END-IF.
005490     IF TOUT-ES-REVERSO
005500         MOVE 10 TO CALC-OP-USO
005510     END-IF.
005520     IF CALC-OP-USO = ZERO
005530             AND TOUT-MENU-X NUMERIC
005540             AND TOUT-MENU >= 1 AND TOUT-MENU <= 8
005550         MOVE TOUT-MENU TO CALC-OP-USO
005560     END-IF.
005570     IF CALC-OP-USO = ZERO
005580         ADD 1 TO CALC-DESCONOCIDAS
005590         GO TO 2300-EXIT
005600     END-IF.
005610     ADD 1 TO CALC-BATCH-COUNT.
005620     MOVE TOUT-DEPTO TO CALC-DEPTO-WS.
005630     PERFORM 2600-ACUMULAR-LINEA THRU 2600-EXIT.
005640 2300-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680* 2400-LEER-HISTORIA - READ ONE CALCHIST.YYYYMMDD INTERACTIVE
005690*                       GENERATION.  ONE THAT IS MISSING ON DISK
005700*                       IS REPORTED, NOT FATAL.
005710******************************************************************
005720 2400-LEER-HISTORIA.
005730     MOVE CALC-DIA-FECHA TO CALC-HIST-NOMBRE-FECHA.
005740     MOVE 'N' TO CALC-GEN-EOF-SW.
005750     OPEN INPUT CALC-HIST-FILE.
005760     IF CALC-HIST-FS = "05" OR CALC-HIST-FS = "35"
005770         DISPLAY "CALCCHBK: " CALC-HIST-NOMBRE
005780             " CATALOGED BUT NOT ON DISK - SKIPPED"
005790         IF CALC-HIST-FS = "05"
005800             CLOSE CALC-HIST-FILE
005810         END-IF
005820         GO TO 2400-EXIT
005830     END-IF.
005840     IF CALC-HIST-FS NOT = "00"
005850         DISPLAY "CALCCHBK: UNABLE TO OPEN " CALC-HIST-NOMBRE
005860             " - STATUS " CALC-HIST-FS
005870         STOP RUN
005880     END-IF.
005890     PERFORM 2500-ACUMULAR-HISTORIA THRU 2500-EXIT
005900         UNTIL CALC-FIN-GENERACION.
005910     CLOSE CALC-HIST-FILE.
005920 2400-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960* 2500-ACUMULAR-HISTORIA - BILL ONE INTERACTIVE CALCULATION TO
005970*                           THE INTERACTIVE DEPARTMENT
005980******************************************************************
005990 2500-ACUMULAR-HISTORIA.
006000     READ CALC-HIST-FILE
006010         AT END
006020             SET CALC-FIN-GENERACION TO TRUE
006030             GO TO 2500-EXIT
006040     END-READ.
006050     MOVE ZERO TO CALC-OP-USO.
006060     PERFORM 2550-BUSCAR-OPERACION THRU 2550-EXIT
006070         VARYING CALC-OP-IDX FROM 1 BY 1
006080         UNTIL CALC-OP-IDX > 8.
006090     IF CALC-OP-USO = ZERO
006100         ADD 1 TO CALC-DESCONOCIDAS
006110         GO TO 2500-EXIT
006120     END-IF.
006130     ADD 1 TO CALC-LOG-COUNT.
006140     MOVE CALC-DEPTO-INTERACTIVO TO CALC-DEPTO-WS.
006150     PERFORM 2600-ACUMULAR-LINEA THRU 2600-EXIT.
006160 2500-EXIT.
006170     EXIT.
006180
006190 2550-BUSCAR-OPERACION.
006200     IF CHB-NOMBRE-TABLA (CALC-OP-IDX) = LOG-OPERACION
006210         MOVE CALC-OP-IDX TO CALC-OP-USO
006220     END-IF.
006230 2550-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270* 2600-ACUMULAR-LINEA - COUNT THE CALCULATION ON THE LINE FOR
006280*                        ITS DEPARTMENT, OPERATION AND THE DAY'S
006290*                        FEE, CREATING THE LINE ON FIRST SIGHT.
006300*                        THE LAST LINE USED IS TRIED FIRST - A
006310*                        DEPARTMENT'S WORK ARRIVES TOGETHER.
006320******************************************************************
006330 2600-ACUMULAR-LINEA.
006340     IF CALC-LIN-USO > ZERO
006350         MOVE CALC-LIN-USO TO CALC-LIN-IDX
006360         PERFORM 2650-COMPARAR-LINEA THRU 2650-EXIT
006370         IF CALC-LIN-HALLADA
006380             ADD 1 TO LIN-VOLUMEN (CALC-LIN-USO)
006390             GO TO 2600-EXIT
006400         END-IF
006410     END-IF.
006420     MOVE 'N' TO CALC-LIN-HALLADA-SW.
006430     PERFORM 2650-COMPARAR-LINEA THRU 2650-EXIT
006440         VARYING CALC-LIN-IDX FROM 1 BY 1
006450         UNTIL CALC-LIN-IDX > CALC-LIN-COUNT
006460             OR CALC-LIN-HALLADA.
006470     IF CALC-LIN-HALLADA
006480         SUBTRACT 1 FROM CALC-LIN-IDX
006490         MOVE CALC-LIN-IDX TO CALC-LIN-USO
006500         ADD 1 TO LIN-VOLUMEN (CALC-LIN-USO)
006510         GO TO 2600-EXIT
006520     END-IF.
006530     IF CALC-LIN-COUNT >= CALC-LIN-MAX
006540         DISPLAY "CALCCHBK: STATEMENT LINE TABLE FULL - RAISE "
006550             "CALC-LIN-MAX"
006560         STOP RUN
006570     END-IF.
006580     ADD 1 TO CALC-LIN-COUNT.
006590     MOVE CALC-LIN-COUNT TO CALC-LIN-USO.
006600     MOVE CALC-DEPTO-WS TO LIN-DEPTO (CALC-LIN-USO).
006610     MOVE CALC-OP-USO TO LIN-OP (CALC-LIN-USO).
006620     MOVE DIA-TARIFA (CALC-OP-USO) TO LIN-TARIFA (CALC-LIN-USO).
006630     MOVE DIA-HALLADA-SW (CALC-OP-USO)
006640         TO LIN-HALLADA-SW (CALC-LIN-USO).
006650     MOVE 1 TO LIN-VOLUMEN (CALC-LIN-USO).
006660     PERFORM 2700-ANOTAR-DEPARTAMENTO THRU 2700-EXIT.
006670 2600-EXIT.
006680     EXIT.
006690
006700 2650-COMPARAR-LINEA.
006710     MOVE 'N' TO CALC-LIN-HALLADA-SW.
006720     IF LIN-DEPTO (CALC-LIN-IDX) = CALC-DEPTO-WS
006730             AND LIN-OP (CALC-LIN-IDX) = CALC-OP-USO
006740             AND LIN-TARIFA (CALC-LIN-IDX) =
006741                 DIA-TARIFA (CALC-OP-USO)
006750             AND LIN-HALLADA-SW (CALC-LIN-IDX) =
006760                 DIA-HALLADA-SW (CALC-OP-USO)
006770         SET CALC-LIN-HALLADA TO TRUE
006780     END-IF.
006790 2650-EXIT.
006800     EXIT.
006810
006820******************************************************************
006830* 2700-ANOTAR-DEPARTAMENTO - ADD A NEW DEPARTMENT TO THE TABLE IN
006840*                             CODE ORDER, UNLESS IT IS ALREADY
006850*                             THERE
006860******************************************************************
006870 2700-ANOTAR-DEPARTAMENTO.
006880     MOVE 'N' TO CALC-DEP-HALLADO-SW.
006890     MOVE ZERO TO CALC-DEP-POS.
006900     PERFORM 2750-BUSCAR-DEPARTAMENTO THRU 2750-EXIT
006910         VARYING CALC-DEP-IDX FROM 1 BY 1
006920         UNTIL CALC-DEP-IDX > CALC-DEP-COUNT
006930             OR CALC-DEP-HALLADO
006940             OR CALC-DEP-POS > ZERO.
006950     IF CALC-DEP-HALLADO
006960         GO TO 2700-EXIT
006970     END-IF.
006980     IF CALC-DEP-COUNT >= CALC-DEP-MAX
006990         DISPLAY "CALCCHBK: DEPARTMENT TABLE FULL - RAISE "
007000             "CALC-DEP-MAX"
007010         STOP RUN
007020     END-IF.
007030     IF CALC-DEP-POS = ZERO
007040         COMPUTE CALC-DEP-POS = CALC-DEP-COUNT + 1
007050     END-IF.
007060     PERFORM 2780-CORRER-DEPARTAMENTO THRU 2780-EXIT
007070         VARYING CALC-DEP-IDX FROM CALC-DEP-COUNT BY -1
007080         UNTIL CALC-DEP-IDX < CALC-DEP-POS.
007090     MOVE CALC-DEPTO-WS TO CALC-DEP-CODIGO (CALC-DEP-POS).
007100     ADD 1 TO CALC-DEP-COUNT.
007110 2700-EXIT.
007120     EXIT.
007130
007140 2750-BUSCAR-DEPARTAMENTO.
007150     IF CALC-DEP-CODIGO (CALC-DEP-IDX) = CALC-DEPTO-WS
007160         SET CALC-DEP-HALLADO TO TRUE
007170         GO TO 2750-EXIT
007180     END-IF.
007190     IF CALC-DEP-CODIGO (CALC-DEP-IDX) > CALC-DEPTO-WS
007200         MOVE CALC-DEP-IDX TO CALC-DEP-POS
007210     END-IF.
007220 2750-EXIT.
007230     EXIT.
007240
007250 2780-CORRER-DEPARTAMENTO.
007260     MOVE CALC-DEP-CODIGO (CALC-DEP-IDX)
007270         TO CALC-DEP-CODIGO (CALC-DEP-IDX + 1).
007280 2780-EXIT.
007290     EXIT.
007300
007310******************************************************************
007320* 8000-IMPRIMIR-ESTADOS - ONE STATEMENT PER DEPARTMENT IN CODE
007330*                          ORDER, THE GRAND TOTAL, AND THE
007340*                          BILLING TRAILER
007350******************************************************************
007360 8000-IMPRIMIR-ESTADOS.
007370     MOVE CALC-MES TO CHB-H-MES.
007380     WRITE RPT-LINE FROM CHB-ENCABEZADO-1.
007390     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
007400     PERFORM 8100-IMPRIMIR-DEPARTAMENTO THRU 8100-EXIT
007410         VARYING CALC-DEP-IDX FROM 1 BY 1
007420         UNTIL CALC-DEP-IDX > CALC-DEP-COUNT.
007430     PERFORM 8900-LINEA-BLANCA THRU 8900-EXIT.
007440     MOVE "ALL DEPTS" TO CHB-T-ETIQUETA.
007450     MOVE CALC-TOT-VOLUMEN TO CHB-T-VOLUMEN.
007460     MOVE CALC-TOT-CARGO TO CHB-T-CARGO.
007470     WRITE RPT-LINE FROM CHB-TOTAL.
007480     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
007490     MOVE CALC-DIAS-LEIDOS TO CHB-R-DIAS.
007500     MOVE CALC-BATCH-COUNT TO CHB-R-BATCH.
007510     MOVE CALC-LOG-COUNT TO CHB-R-LOG.
007520     WRITE RPT-LINE FROM CHB-RESUMEN.
007530     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
007540     PERFORM 8500-GRABAR-COLA THRU 8500-EXIT.
007550 8000-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590* 8100-IMPRIMIR-DEPARTAMENTO - ONE DEPARTMENT'S STATEMENT: ITS
007600*                               LINES IN OPERATION ORDER AND ITS
007610*                               TOTAL
007620******************************************************************
007630 8100-IMPRIMIR-DEPARTAMENTO.
007640     MOVE CALC-DEP-CODIGO (CALC-DEP-IDX) TO CALC-DEPTO-WS.
007650     MOVE ZERO TO CALC-DEP-VOLUMEN.
007660     MOVE ZERO TO CALC-DEP-CARGO.
007670     PERFORM 8900-LINEA-BLANCA THRU 8900-EXIT.
007680     MOVE CALC-DEPTO-WS TO CHB-H-DEPTO.
007690     MOVE SPACES TO CHB-H-NOTA.
007700     IF CALC-DEPTO-WS = CALC-DEPTO-INTERACTIVO
007710         MOVE " - INTERACTIVE (CALCULADORA)" TO CHB-H-NOTA
007720     END-IF.
007730     WRITE RPT-LINE FROM CHB-ENCABEZADO-2.
007740     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
007750     WRITE RPT-LINE FROM CHB-ENCABEZADO-3.
007760     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
007770     PERFORM 8200-IMPRIMIR-OPERACION THRU 8200-EXIT
007780         VARYING CALC-OP-IDX FROM 1 BY 1
007790         UNTIL CALC-OP-IDX > 10.
007800     MOVE "DEPT TOTAL" TO CHB-T-ETIQUETA.
007810     MOVE CALC-DEP-VOLUMEN TO CHB-T-VOLUMEN.
007820     MOVE CALC-DEP-CARGO TO CHB-T-CARGO.
007830     WRITE RPT-LINE FROM CHB-TOTAL.
007840     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
007850 8100-EXIT.
007860     EXIT.
007870
007880 8200-IMPRIMIR-OPERACION.
007890     PERFORM 8300-IMPRIMIR-LINEA THRU 8300-EXIT
007900         VARYING CALC-LIN-IDX FROM 1 BY 1
007910         UNTIL CALC-LIN-IDX > CALC-LIN-COUNT.
007920 8200-EXIT.
007930     EXIT.
007940
007950******************************************************************
007960* 8300-IMPRIMIR-LINEA - PRICE ONE STATEMENT LINE, PRINT IT AND
007970*                        WRITE ITS BILLING DETAIL
007980******************************************************************
007990 8300-IMPRIMIR-LINEA.
008000     IF LIN-DEPTO (CALC-LIN-IDX) NOT = CALC-DEPTO-WS
008010             OR LIN-OP (CALC-LIN-IDX) NOT = CALC-OP-IDX
008020         GO TO 8300-EXIT
008030     END-IF.
008040     COMPUTE CALC-CARGO-WS ROUNDED =
008050         LIN-VOLUMEN (CALC-LIN-IDX) * LIN-TARIFA (CALC-LIN-IDX).
008060     ADD LIN-VOLUMEN (CALC-LIN-IDX) TO CALC-DEP-VOLUMEN.
008070     ADD LIN-VOLUMEN (CALC-LIN-IDX) TO CALC-TOT-VOLUMEN.
008080     ADD CALC-CARGO-WS TO CALC-DEP-CARGO.
008090     ADD CALC-CARGO-WS TO CALC-TOT-CARGO.
008100     MOVE CHB-NOMBRE-TABLA (CALC-OP-IDX) TO CHB-D-OPERACION.
008110     MOVE LIN-VOLUMEN (CALC-LIN-IDX) TO CHB-D-VOLUMEN.
008120     MOVE LIN-TARIFA (CALC-LIN-IDX) TO CHB-D-TARIFA.
008130     MOVE CALC-CARGO-WS TO CHB-D-CARGO.
008140     MOVE SPACES TO CHB-D-NOTA.
008150     IF LIN-HALLADA-SW (CALC-LIN-IDX) NOT = 'Y'
008160         MOVE "NO FEE IN EFFECT" TO CHB-D-NOTA
008170         ADD LIN-VOLUMEN (CALC-LIN-IDX) TO CALC-SIN-TARIFA-COUNT
008180     END-IF.
008190     WRITE RPT-LINE FROM CHB-DETALLE.
008200     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
008210     MOVE '2' TO CHD-TIPO.
008220     MOVE CALC-MES TO CHD-MES.
008230     MOVE CALC-DEPTO-WS TO CHD-DEPTO.
008240     MOVE CHB-NOMBRE-TABLA (CALC-OP-IDX) TO CHD-OPERACION.
008250     MOVE LIN-VOLUMEN (CALC-LIN-IDX) TO CHD-VOLUMEN.
008260     MOVE LIN-TARIFA (CALC-LIN-IDX) TO CHD-TARIFA.
008270     MOVE CALC-CARGO-WS TO CHD-CARGO.
008280     WRITE CHGB-DETALLE.
008290     PERFORM 8060-VERIFICAR-FACTURA THRU 8060-EXIT.
008300     ADD 1 TO CALC-DET-COUNT.
008310 8300-EXIT.
008320     EXIT.
008330
008340******************************************************************
008350* 8500-GRABAR-COLA - WRITE THE BILLING TRAILER WITH THE DETAIL
008360*                     COUNT, TOTAL VOLUME AND HASH OF CHARGES
008370******************************************************************
008380 8500-GRABAR-COLA.
008390     MOVE '9' TO CHT-TIPO.
008400     MOVE CALC-DET-COUNT TO CHT-COUNT.
008410     MOVE CALC-TOT-VOLUMEN TO CHT-VOLUMEN.
008420     MOVE CALC-TOT-CARGO TO CHT-HASH.
008430     WRITE CHGB-COLA.
008440     PERFORM 8060-VERIFICAR-FACTURA THRU 8060-EXIT.
008450 8500-EXIT.
008460     EXIT.
008470
008480******************************************************************
008490* 8050-VERIFICAR-ESCRITURA - HALT CLEANLY ON A FAILED REPORT
008500*                             WRITE
008510******************************************************************
008520 8050-VERIFICAR-ESCRITURA.
008530     IF CALC-RPT-FS NOT = "00"
008540         DISPLAY "CALCCHBK: UNABLE TO WRITE CALCCHGO - STATUS "
008550             CALC-RPT-FS
008560         STOP RUN
008570     END-IF.
008580 8050-EXIT.
008590     EXIT.
008600
008610******************************************************************
008620* 8060-VERIFICAR-FACTURA - HALT CLEANLY ON A FAILED BILLING FILE
008630*                           WRITE
008640******************************************************************
008650 8060-VERIFICAR-FACTURA.
008660     IF CALC-CHGB-FS NOT = "00"
008670         DISPLAY "CALCCHBK: UNABLE TO WRITE CALCCHGB - STATUS "
008680             CALC-CHGB-FS
008690         STOP RUN
008700     END-IF.
008710 8060-EXIT.
008720     EXIT.
008730
008740 8900-LINEA-BLANCA.
008750     MOVE SPACES TO RPT-LINE.
008760     WRITE RPT-LINE.
008770     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
008780 8900-EXIT.
008790     EXIT.
008800
008810******************************************************************
008820* 9000-TERMINATE - CLOSE THE OUTPUTS AND SAY WHAT WAS BILLED
008830******************************************************************
008840 9000-TERMINATE.
008850     CLOSE REPORT-FILE.
008860     CLOSE CALC-CHGB-FILE.
008870     DISPLAY "CALCCHBK: MONTH " CALC-MES " - " CALC-DIAS-LEIDOS
008880         " DAYS, " CALC-DET-COUNT " BILLING DETAILS, VOLUME "
008890         CALC-TOT-VOLUMEN " CHARGE " CALC-TOT-CARGO.
008900     IF CALC-SIN-TARIFA-COUNT > ZERO
008910         DISPLAY "CALCCHBK: *** " CALC-SIN-TARIFA-COUNT
008920             " CALCULATIONS HAD NO FEE IN EFFECT - BILLED AT "
008921             "ZERO ***"
008922         MOVE CALC-SIN-TARIFA-COUNT TO EXLG-CIFRA-1
008923         MOVE 'W' TO EXLG-SEVERIDAD
008924         MOVE "CHBK01" TO EXLG-CODIGO
008925         MOVE SPACES TO EXLG-TEXTO
008926         STRING EXLG-CIFRA-1
008927             " CALCULATIONS HAD NO FEE IN EFFECT - BILLED AT ZERO"
008928             DELIMITED BY SIZE
008929             INTO EXLG-TEXTO
008930         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
008940     END-IF.
008950     IF CALC-DESCONOCIDAS > ZERO
008960         DISPLAY "CALCCHBK: " CALC-DESCONOCIDAS
008961             " RECORDS WITH AN UNKNOWN OPERATION NOT BILLED"
008962         MOVE CALC-DESCONOCIDAS TO EXLG-CIFRA-1
008963         MOVE 'I' TO EXLG-SEVERIDAD
008964         MOVE "CHBK02" TO EXLG-CODIGO
008965         MOVE SPACES TO EXLG-TEXTO
008966         STRING EXLG-CIFRA-1
008967             " RECORDS WITH AN UNKNOWN OPERATION NOT BILLED"
008968             DELIMITED BY SIZE
008969             INTO EXLG-TEXTO
008970         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
008980     END-IF.
008990 9000-EXIT.
009000     EXIT.
009001
009002******************************************************************
009003* 9800-ANOTAR-EXCEPCION - APPEND THE EXCEPTION IN EXLG-AREA TO
009004*                          THE CALCEXCP OPERATIONS EXCEPTIONS
009005*                          FILE
009006******************************************************************
009007 9800-ANOTAR-EXCEPCION.
009008     MOVE "CALCCHBK" TO EXLG-PROGRAMA.
009009     MOVE CALC-FECHA-HOY TO EXLG-FECHA.
009010     CALL 'CALCEXLG' USING EXLG-AREA.
009011 9800-EXIT.
009012     EXIT.
009013
009020 END PROGRAM CALCCHBK.
