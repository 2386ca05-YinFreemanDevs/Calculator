000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Month-end GL tie-out.  CALCGACK proves each
000160*               day's CALCGLIF transmission was accepted; this
000170*               job proves the month.  Every CALCGSTA status
000180*               record dated in the month is matched, business
000190*               date by business date, against the activity
000200*               actually archived for the day: the batch
000210*               postings on the CALCTHST.YYYYMMDD generation
000220*               (source B) and the interactive log on the
000230*               CALCHIST.YYYYMMDD generation (source L), each
000240*               counted and hash-totalled on the result the way
000250*               CALCGLEX totals its trailer.  The CALCHQHS hold
000260*               history accounts for the large-value hold:
000270*               details held on a day are taken off that day's
000280*               amount to send, and held items released later
000290*               are added to the day whose sequence carried
000300*               them.  The CALCGTIO report prints each day by
000310*               source, then lists the days with no confirmed
000320*               transmission, the days whose confirmed count or
000330*               hash differs from the archived activity, and
000340*               every sequence still P or R, and ends with the
000350*               month's grand totals and a sign-off block for
000360*               the controller.  The month defaults to the
000370*               month before the CALCBDAT business date, so the
000380*               job runs after CALCGACK on the first business
000390*               day of the new month, once the last day's
000400*               acknowledgment is in; CALCTPRM names another
000410*               month for a rerun.  CALCARCH keeps the daily
000413*               CALCHIST and CALCTHST generations 45 days, so the
000416*               job, or a rerun, must be made within two weeks of
000419*               the month end or the month's first days are gone.
000420* Tectonics:    cobc
000430* Modification History:
000434*   2026-10-15 DR  Initial version.
000438*   2026-10-15 DR  A month that does not tie out is also appended
000442*                  to the CALCEXCP operations exceptions file
000446*                  through CALCEXLG.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. CALCGTIE.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT OPTIONAL CALC-TPRM-FILE ASSIGN TO "CALCTPRM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CALC-TPRM-FS.
000550
000560     SELECT OPTIONAL CALC-GSTA-FILE ASSIGN TO "CALCGSTA"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS CALC-GSTA-FS.
000590
000600     SELECT OPTIONAL CALC-HQHS-FILE ASSIGN TO "CALCHQHS"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS CALC-HQHS-FS.
000630
000640     SELECT OPTIONAL CALC-HCAT-FILE ASSIGN TO "CALCHCAT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS CALC-HCAT-FS.
000670
000680     SELECT OPTIONAL CALC-HIST-FILE
000690         ASSIGN TO DYNAMIC CALC-HIST-NOMBRE
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS CALC-HIST-FS.
000720
000730     SELECT OPTIONAL CALC-THST-FILE
000740         ASSIGN TO DYNAMIC CALC-THST-NOMBRE
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS CALC-THST-FS.
000770
000780     SELECT REPORT-FILE ASSIGN TO "CALCGTIO"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS CALC-RPT-FS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  CALC-TPRM-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  TPRM-RECORD.
000870     05  TPRM-MES                  PIC 9(06).
000880
000890 FD  CALC-GSTA-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 COPY CALCGSTR.
000920
000930 FD  CALC-HQHS-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 COPY CALCHQUR.
000960
000970 FD  CALC-HCAT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  HCAT-RECORD.
001000     05  HCAT-FECHA                PIC 9(08).
001010
001020 FD  CALC-HIST-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY CALCLOGR.
001050
001060 FD  CALC-THST-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 COPY CALCTOUR.
001090
001100 FD  REPORT-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 01  RPT-LINE                      PIC X(80).
001130
001140 WORKING-STORAGE SECTION.
001150 01  CALC-TPRM-FS                  PIC X(02).
001160 01  CALC-GSTA-FS                  PIC X(02).
001170 01  CALC-HQHS-FS                  PIC X(02).
001180 01  CALC-HCAT-FS                  PIC X(02).
001190 01  CALC-HIST-FS                  PIC X(02).
001200 01  CALC-THST-FS                  PIC X(02).
001210 01  CALC-RPT-FS                   PIC X(02).
001220
001230 01  CALC-SWITCHES.
001240     05  CALC-GSTA-EOF-SW          PIC X(01) VALUE 'N'.
001250         88  CALC-FIN-ESTADO       VALUE 'Y'.
001260     05  CALC-HQHS-EOF-SW          PIC X(01) VALUE 'N'.
001270         88  CALC-FIN-HISTORIA     VALUE 'Y'.
001280     05  CALC-CAT-EOF-SW           PIC X(01) VALUE 'N'.
001290         88  CALC-FIN-CATALOGO     VALUE 'Y'.
001300     05  CALC-GEN-EOF-SW           PIC X(01) VALUE 'N'.
001310         88  CALC-FIN-GENERACION   VALUE 'Y'.
001320     05  CALC-HABIL-SW             PIC X(01) VALUE 'N'.
001330         88  CALC-DIA-HABIL        VALUE 'Y'.
001340
001350 77  CALC-SEC-COUNT                PIC 9(04) COMP VALUE ZERO.
001360 77  CALC-SEC-MAX                  PIC 9(04) COMP VALUE 200.
001370 77  CALC-SEC-IDX                  PIC 9(04) COMP VALUE ZERO.
001380 77  CALC-SEC-USO                  PIC 9(04) COMP VALUE ZERO.
001390 77  CALC-CAT-COUNT                PIC 9(04) COMP VALUE ZERO.
001400 77  CALC-CAT-MAX                  PIC 9(04) COMP VALUE 400.
001410 77  CALC-CAT-IDX                  PIC 9(04) COMP VALUE ZERO.
001420 77  CALC-DIA-IDX                  PIC 9(04) COMP VALUE ZERO.
001430 77  CALC-DIAS-MES                 PIC 9(04) COMP VALUE ZERO.
001440 77  CALC-DIAS-REVISADOS           PIC 9(04) COMP VALUE ZERO.
001450 77  CALC-SIN-CONF-COUNT           PIC 9(04) COMP VALUE ZERO.
001460 77  CALC-DIFIEREN-COUNT           PIC 9(04) COMP VALUE ZERO.
001470 77  CALC-ABIERTAS-COUNT           PIC 9(04) COMP VALUE ZERO.
001480 77  CALC-EXCEPCIONES              PIC 9(04) COMP VALUE ZERO.
001490 77  CALC-ENTERO-PRIMERO           PIC 9(08) COMP VALUE ZERO.
001500 77  CALC-ENTERO-SIGUIENTE         PIC 9(08) COMP VALUE ZERO.
001510 77  CALC-ENTERO-PRUEBA            PIC 9(08) COMP VALUE ZERO.
001520 77  CALC-BDCN-DIAS                PIC 9(04) VALUE ZERO.
001530 77  CALC-BDCN-RC                  PIC 9(02) VALUE ZERO.
001540 77  CALC-FECHA-ANTES              PIC 9(08) VALUE ZERO.
001550 77  CALC-FECHA-HOY                PIC 9(08) VALUE ZERO.
001560 77  CALC-BDGT-RC                  PIC 9(02) VALUE ZERO.
001570 77  CALC-RES-SALIDA               PIC S9(6)V99
001580                                   SIGN IS TRAILING SEPARATE
001590                                   VALUE ZERO.
001600
001610 01  CALC-MES                      PIC 9(06) VALUE ZERO.
001620 01  CALC-MES-R REDEFINES CALC-MES.
001630     05  CALC-MES-AAAA             PIC 9(04).
001640     05  CALC-MES-MM               PIC 9(02).
001650
001660 01  CALC-FECHA-WS                 PIC 9(08).
001670 01  CALC-FECHA-WS-R REDEFINES CALC-FECHA-WS.
001680     05  CALC-FECHA-WS-MES         PIC 9(06).
001690     05  CALC-FECHA-WS-DD          PIC 9(02).
001700
001710 01  CALC-SIGUIENTE-MES            PIC 9(06) VALUE ZERO.
001720 01  CALC-SIGUIENTE-MES-R REDEFINES CALC-SIGUIENTE-MES.
001730     05  CALC-SIGUIENTE-AAAA       PIC 9(04).
001740     05  CALC-SIGUIENTE-MM         PIC 9(02).
001750
001760 01  CALC-HIST-NOMBRE.
001770     05  FILLER                    PIC X(09) VALUE "CALCHIST.".
001780     05  CALC-HIST-NOMBRE-FECHA    PIC 9(08).
001790
001800 01  CALC-THST-NOMBRE.
001810     05  FILLER                    PIC X(09) VALUE "CALCTHST.".
001820     05  CALC-THST-NOMBRE-FECHA    PIC 9(08).
001830
001840 01  CALC-CATALOGO.
001850     05  CALC-CAT-FECHA            PIC 9(08) OCCURS 400 TIMES.
001860
001870* THE CALCGSTA SEQUENCES DATED IN THE MONTH
001880 01  CALC-SEC-TABLA.
001890     05  CALC-SEC-ENTRADA          OCCURS 200 TIMES.
001900         10  SEC-SECUENCIA         PIC 9(06).
001910         10  SEC-FECHA             PIC 9(08).
001920         10  SEC-COUNT             PIC 9(08).
001930         10  SEC-HASH              PIC S9(10)V99
001940                                    SIGN IS TRAILING SEPARATE.
001950         10  SEC-ESTADO            PIC X(01).
001960
001970* ONE ENTRY PER CALENDAR DAY OF THE MONTH, BY DAY NUMBER.  RB/RL
001980* ARE THE B AND L DETAILS HELD ON THE DAY; LIB IS THE RELEASED
001990* ITEMS FROM EARLIER DAYS THE DAY'S SEQUENCE CARRIED.
002000 01  CALC-DIA-TABLA.
002010     05  CALC-DIA-ENTRADA          OCCURS 31 TIMES.
002020         10  DIA-INCLUIDO-SW       PIC X(01).
002030         10  DIA-ARCHIVO-SW        PIC X(01).
002040         10  DIA-B-COUNT           PIC 9(08) COMP.
002050         10  DIA-B-HASH            PIC S9(10)V99
002060                                    SIGN IS TRAILING SEPARATE.
002070         10  DIA-L-COUNT           PIC 9(08) COMP.
002080         10  DIA-L-HASH            PIC S9(10)V99
002090                                    SIGN IS TRAILING SEPARATE.
002100         10  DIA-RB-COUNT          PIC 9(08) COMP.
002110         10  DIA-RB-HASH           PIC S9(10)V99
002120                                    SIGN IS TRAILING SEPARATE.
002130         10  DIA-RL-COUNT          PIC 9(08) COMP.
002140         10  DIA-RL-HASH           PIC S9(10)V99
002150                                    SIGN IS TRAILING SEPARATE.
002160         10  DIA-LIB-COUNT         PIC 9(08) COMP.
002170         10  DIA-LIB-HASH          PIC S9(10)V99
002180                                    SIGN IS TRAILING SEPARATE.
002190         10  DIA-CONF-COUNT        PIC 9(08) COMP.
002200         10  DIA-CONF-HASH         PIC S9(10)V99
002210                                    SIGN IS TRAILING SEPARATE.
002220         10  DIA-SEC-COUNT         PIC 9(04) COMP.
002230         10  DIA-CONF-SEC          PIC 9(04) COMP.
002240
002250* THE DAY BEING PRINTED - WHAT SHOULD HAVE GONE AND THE
002260* DIFFERENCE FROM WHAT THE GL CONFIRMED
002270 01  CALC-ENVIAR-COUNT             PIC S9(08).
002280 01  CALC-ENVIAR-HASH              PIC S9(10)V99
002290                                    SIGN IS TRAILING SEPARATE.
002300 01  CALC-DIF-COUNT                PIC S9(08).
002310 01  CALC-DIF-HASH                 PIC S9(10)V99
002320                                    SIGN IS TRAILING SEPARATE.
002330
002340* MONTH TOTALS
002350 01  CALC-TOTALES.
002360     05  TOT-B-COUNT               PIC 9(08) COMP VALUE ZERO.
002370     05  TOT-B-HASH                PIC S9(10)V99
002380                                    SIGN IS TRAILING SEPARATE
002390                                    VALUE ZERO.
002400     05  TOT-L-COUNT               PIC 9(08) COMP VALUE ZERO.
002410     05  TOT-L-HASH                PIC S9(10)V99
002420                                    SIGN IS TRAILING SEPARATE
002430                                    VALUE ZERO.
002440     05  TOT-RET-COUNT             PIC 9(08) COMP VALUE ZERO.
002450     05  TOT-RET-HASH              PIC S9(10)V99
002460                                    SIGN IS TRAILING SEPARATE
002470                                    VALUE ZERO.
002480     05  TOT-LIB-COUNT             PIC 9(08) COMP VALUE ZERO.
002490     05  TOT-LIB-HASH              PIC S9(10)V99
002500                                    SIGN IS TRAILING SEPARATE
002510                                    VALUE ZERO.
002520     05  TOT-ENVIAR-COUNT          PIC S9(08) VALUE ZERO.
002530     05  TOT-ENVIAR-HASH           PIC S9(10)V99
002540                                    SIGN IS TRAILING SEPARATE
002550                                    VALUE ZERO.
002560     05  TOT-CONF-COUNT            PIC 9(08) COMP VALUE ZERO.
002570     05  TOT-CONF-HASH             PIC S9(10)V99
002580                                    SIGN IS TRAILING SEPARATE
002590                                    VALUE ZERO.
002600     05  TOT-DIF-COUNT             PIC S9(08) VALUE ZERO.
002610     05  TOT-DIF-HASH              PIC S9(10)V99
002620                                    SIGN IS TRAILING SEPARATE
002630                                    VALUE ZERO.
002640
002650 01  TIE-ENCABEZADO-1.
002660     05  FILLER                    PIC X(40) VALUE
002670         "CALCGTIE - MONTH-END GL TIE-OUT - MONTH ".
002680     05  TIE-H-MES                 PIC 9(06).
002690     05  FILLER                    PIC X(16) VALUE
002700         "  BUSINESS DATE ".
002710     05  TIE-H-FECHA               PIC 9(08).
002720
002730 01  TIE-ENCABEZADO-2.
002740     05  FILLER                    PIC X(28) VALUE
002750         "DATE     ITEM          COUNT".
002760     05  FILLER                    PIC X(44) VALUE
002770         "           HASH  HLD/DIF           HASH NOTE".
002780
002790 01  TIE-TITULO.
002800     05  TIE-T-TEXTO               PIC X(60).
002810
002820 01  TIE-DETALLE.
002830     05  TIE-D-FECHA               PIC X(08).
002840     05  FILLER                    PIC X(01) VALUE SPACE.
002850     05  TIE-D-ITEM                PIC X(12).
002860     05  TIE-D-COUNT               PIC ZZZ,ZZ9.
002870     05  FILLER                    PIC X(01) VALUE SPACE.
002880     05  TIE-D-HASH                PIC -ZZ,ZZZ,ZZ9.99.
002890     05  TIE-D-SEGUNDO.
002900         10  FILLER                PIC X(01) VALUE SPACE.
002910         10  TIE-D-COUNT2          PIC -ZZZ,ZZ9.
002920         10  FILLER                PIC X(01) VALUE SPACE.
002930         10  TIE-D-HASH2           PIC -ZZ,ZZZ,ZZ9.99.
002940     05  FILLER                    PIC X(01) VALUE SPACE.
002950     05  TIE-D-NOTA                PIC X(12).
002960
002970 01  TIE-TOTAL.
002980     05  TIE-T-ETIQUETA            PIC X(26).
002990     05  TIE-T-COUNT               PIC -ZZ,ZZZ,ZZ9.
003000     05  FILLER                    PIC X(02) VALUE SPACES.
003010     05  TIE-T-HASH                PIC -Z,ZZZ,ZZZ,ZZ9.99.
003020
003030 01  TIE-RESUMEN.
003040     05  FILLER                    PIC X(19) VALUE
003050         "DAYS NOT CONFIRMED ".
003060     05  TIE-R-SIN-CONF            PIC ZZZ9.
003070     05  FILLER                    PIC X(17) VALUE
003080         "  DAYS DIFFERING ".
003090     05  TIE-R-DIFIEREN            PIC ZZZ9.
003100     05  FILLER                    PIC X(18) VALUE
003110         "  OPEN SEQUENCES ".
003120     05  TIE-R-ABIERTAS            PIC ZZZ9.
003130
003140 01  TIE-FIRMA-1.
003150     05  FILLER                    PIC X(35) VALUE
003160         "PREPARED BY CALCGTIE BUSINESS DATE ".
003170     05  TIE-F-FECHA               PIC 9(08).
003180
003190 01  TIE-FIRMA-2.
003200     05  FILLER                    PIC X(40) VALUE
003210         "CONTROLLER SIGN-OFF ____________________".
003220     05  FILLER                    PIC X(21) VALUE
003230         "  DATE ______________".
003235
003240 COPY CALCEXLA.
003245
003250 PROCEDURE DIVISION.
003260
003270******************************************************************
003280* 0000-MAINLINE
003290******************************************************************
003300 0000-MAINLINE.
003310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003320     PERFORM 2000-CARGAR-ESTADO THRU 2000-EXIT.
003330     PERFORM 2500-CARGAR-RETENCIONES THRU 2500-EXIT.
003340     PERFORM 3000-REVISAR-DIA THRU 3000-EXIT
003350         VARYING CALC-DIA-IDX FROM 1 BY 1
003360         UNTIL CALC-DIA-IDX > CALC-DIAS-MES.
003370     PERFORM 8000-IMPRIMIR-REPORTE THRU 8000-EXIT.
003380     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003390     STOP RUN.
003400
003410******************************************************************
003420* 1000-INITIALIZE - SETTLE THE MONTH AND ITS LENGTH, LOAD THE
003430*                    GENERATION CATALOG AND OPEN THE REPORT
003440******************************************************************
003450 1000-INITIALIZE.
003460     CALL 'CALCBDGT' USING CALC-FECHA-HOY CALC-BDGT-RC.
003470     MOVE CALC-FECHA-HOY TO CALC-FECHA-WS.
003480     MOVE CALC-FECHA-WS-MES TO CALC-MES.
003490     IF CALC-MES-MM = 1
003500         SUBTRACT 1 FROM CALC-MES-AAAA
003510         MOVE 12 TO CALC-MES-MM
003520     ELSE
003530         SUBTRACT 1 FROM CALC-MES-MM
003540     END-IF.
003550     PERFORM 1100-LEER-PARAMETRO THRU 1100-EXIT.
003560     MOVE CALC-MES TO CALC-SIGUIENTE-MES.
003570     IF CALC-SIGUIENTE-MM = 12
003580         ADD 1 TO CALC-SIGUIENTE-AAAA
003590         MOVE 1 TO CALC-SIGUIENTE-MM
003600     ELSE
003610         ADD 1 TO CALC-SIGUIENTE-MM
003620     END-IF.
003630     COMPUTE CALC-FECHA-WS = CALC-MES * 100 + 1.
003640     COMPUTE CALC-ENTERO-PRIMERO =
003650         FUNCTION INTEGER-OF-DATE(CALC-FECHA-WS).
003660     COMPUTE CALC-FECHA-WS = CALC-SIGUIENTE-MES * 100 + 1.
003670     COMPUTE CALC-ENTERO-SIGUIENTE =
003680         FUNCTION INTEGER-OF-DATE(CALC-FECHA-WS).
003690     COMPUTE CALC-DIAS-MES =
003700         CALC-ENTERO-SIGUIENTE - CALC-ENTERO-PRIMERO.
003710     PERFORM 1500-LIMPIAR-DIA THRU 1500-EXIT
003720         VARYING CALC-DIA-IDX FROM 1 BY 1
003730         UNTIL CALC-DIA-IDX > 31.
003740     PERFORM 1300-LEER-CATALOGO THRU 1300-EXIT.
003750     OPEN OUTPUT REPORT-FILE.
003760     IF CALC-RPT-FS NOT = "00"
003770         DISPLAY "CALCGTIE: UNABLE TO OPEN CALCGTIO - STATUS "
003780             CALC-RPT-FS
003790         STOP RUN
003800     END-IF.
003810 1000-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850* 1100-LEER-PARAMETRO - A CALCTPRM RECORD, IF SUPPLIED, NAMES THE
003860*                        MONTH TO TIE OUT
003870******************************************************************
003880 1100-LEER-PARAMETRO.
003890     OPEN INPUT CALC-TPRM-FILE.
003900     IF CALC-TPRM-FS NOT = "00" AND CALC-TPRM-FS NOT = "05"
003910         DISPLAY "CALCGTIE: UNABLE TO OPEN CALCTPRM - STATUS "
003920             CALC-TPRM-FS
003930         STOP RUN
003940     END-IF.
003950     READ CALC-TPRM-FILE
003960         AT END
003970             CONTINUE
003980         NOT AT END
003990             IF TPRM-MES NUMERIC AND TPRM-MES > ZERO
004000                 MOVE TPRM-MES TO CALC-MES
004010             END-IF
004020     END-READ.
004030     CLOSE CALC-TPRM-FILE.
004040     IF CALC-MES-MM < 1 OR CALC-MES-MM > 12
004050         DISPLAY "CALCGTIE: CALCTPRM MONTH " CALC-MES
004060             " IS NOT A VALID YYYYMM"
004070         STOP RUN
004080     END-IF.
004090 1100-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130* 1300-LEER-CATALOGO - LOAD THE DATES OF THE GENERATIONS ON
004140*                       HAND, THE SAME WAY CALCARCH DOES
004150******************************************************************
004160 1300-LEER-CATALOGO.
004170     OPEN INPUT CALC-HCAT-FILE.
004180     IF CALC-HCAT-FS NOT = "00" AND CALC-HCAT-FS NOT = "05"
004190         DISPLAY "CALCGTIE: UNABLE TO OPEN CALCHCAT - STATUS "
004200             CALC-HCAT-FS
004210         STOP RUN
004220     END-IF.
004230     PERFORM 1350-LEER-CATALOGO-REG THRU 1350-EXIT
004240         UNTIL CALC-FIN-CATALOGO.
004250     CLOSE CALC-HCAT-FILE.
004260 1300-EXIT.
004270     EXIT.
004280
004290 1350-LEER-CATALOGO-REG.
004300     READ CALC-HCAT-FILE
004310         AT END
004320             SET CALC-FIN-CATALOGO TO TRUE
004330             GO TO 1350-EXIT
004340     END-READ.
004350     IF CALC-CAT-COUNT >= CALC-CAT-MAX
004360         DISPLAY "CALCGTIE: GENERATION CATALOG FULL - RAISE "
004370             "CALC-CAT-MAX"
004380         STOP RUN
004390     END-IF.
004400     ADD 1 TO CALC-CAT-COUNT.
004410     MOVE HCAT-FECHA TO CALC-CAT-FECHA (CALC-CAT-COUNT).
004420 1350-EXIT.
004430     EXIT.
004440
004450 1500-LIMPIAR-DIA.
004460     MOVE 'N' TO DIA-INCLUIDO-SW (CALC-DIA-IDX).
004470     MOVE 'N' TO DIA-ARCHIVO-SW (CALC-DIA-IDX).
004480     MOVE ZERO TO DIA-B-COUNT (CALC-DIA-IDX).
004490     MOVE ZERO TO DIA-B-HASH (CALC-DIA-IDX).
004500     MOVE ZERO TO DIA-L-COUNT (CALC-DIA-IDX).
004510     MOVE ZERO TO DIA-L-HASH (CALC-DIA-IDX).
004520     MOVE ZERO TO DIA-RB-COUNT (CALC-DIA-IDX).
004530     MOVE ZERO TO DIA-RB-HASH (CALC-DIA-IDX).
004540     MOVE ZERO TO DIA-RL-COUNT (CALC-DIA-IDX).
004550     MOVE ZERO TO DIA-RL-HASH (CALC-DIA-IDX).
004560     MOVE ZERO TO DIA-LIB-COUNT (CALC-DIA-IDX).
004570     MOVE ZERO TO DIA-LIB-HASH (CALC-DIA-IDX).
004580     MOVE ZERO TO DIA-CONF-COUNT (CALC-DIA-IDX).
004590     MOVE ZERO TO DIA-CONF-HASH (CALC-DIA-IDX).
004600     MOVE ZERO TO DIA-SEC-COUNT (CALC-DIA-IDX).
004610     MOVE ZERO TO DIA-CONF-SEC (CALC-DIA-IDX).
004620 1500-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660* 2000-CARGAR-ESTADO - LOAD THE CALCGSTA SEQUENCES DATED IN THE
004670*                       MONTH AND ADD EACH CONFIRMED ONE TO ITS
004680*                       DAY.  A MISSING CALCGSTA MEANS NOTHING
004690*                       WAS CONFIRMED.
004700******************************************************************
004710 2000-CARGAR-ESTADO.
004720     OPEN INPUT CALC-GSTA-FILE.
004730     IF CALC-GSTA-FS NOT = "00" AND CALC-GSTA-FS NOT = "05"
004740         DISPLAY "CALCGTIE: UNABLE TO OPEN CALCGSTA - STATUS "
004750             CALC-GSTA-FS
004760         STOP RUN
004770     END-IF.
004780     PERFORM 2100-LEER-ESTADO THRU 2100-EXIT
004790         UNTIL CALC-FIN-ESTADO.
004800     CLOSE CALC-GSTA-FILE.
004810 2000-EXIT.
004820     EXIT.
004830
004840 2100-LEER-ESTADO.
004850     READ CALC-GSTA-FILE
004860         AT END
004870             SET CALC-FIN-ESTADO TO TRUE
004880             GO TO 2100-EXIT
004890     END-READ.
004900     MOVE GSTA-FECHA TO CALC-FECHA-WS.
004910     IF CALC-FECHA-WS-MES NOT = CALC-MES
004920         GO TO 2100-EXIT
004930     END-IF.
004940     IF CALC-SEC-COUNT >= CALC-SEC-MAX
004950         DISPLAY "CALCGTIE: SEQUENCE TABLE FULL - RAISE "
004960             "CALC-SEC-MAX"
004970         STOP RUN
004980     END-IF.
004990     ADD 1 TO CALC-SEC-COUNT.
005000     MOVE GSTA-SECUENCIA TO SEC-SECUENCIA (CALC-SEC-COUNT).
005010     MOVE GSTA-FECHA TO SEC-FECHA (CALC-SEC-COUNT).
005020     MOVE GSTA-COUNT TO SEC-COUNT (CALC-SEC-COUNT).
005030     MOVE GSTA-HASH TO SEC-HASH (CALC-SEC-COUNT).
005040     MOVE GSTA-ESTADO TO SEC-ESTADO (CALC-SEC-COUNT).
005050     MOVE CALC-FECHA-WS-DD TO CALC-DIA-IDX.
005060     ADD 1 TO DIA-SEC-COUNT (CALC-DIA-IDX).
005070     IF GSTA-CONFIRMADA
005080         ADD 1 TO DIA-CONF-SEC (CALC-DIA-IDX)
005090         ADD GSTA-COUNT TO DIA-CONF-COUNT (CALC-DIA-IDX)
005100         ADD GSTA-HASH TO DIA-CONF-HASH (CALC-DIA-IDX)
005110     END-IF.
005120 2100-EXIT.
005130     EXIT.
005140
005150******************************************************************
005160* 2500-CARGAR-RETENCIONES - READ THE CALCHQHS HOLD HISTORY.  A
005170*                            HOLD (H) DATED IN THE MONTH COMES
005180*                            OFF THE DAY IT WAS HELD, BY SOURCE;
005190*                            AN ITEM SENT (E) ON ONE OF THE
005200*                            MONTH'S SEQUENCES IS ADDED TO THAT
005210*                            SEQUENCE'S DAY.
005220******************************************************************
005230 2500-CARGAR-RETENCIONES.
005240     OPEN INPUT CALC-HQHS-FILE.
005250     IF CALC-HQHS-FS NOT = "00" AND CALC-HQHS-FS NOT = "05"
005260         DISPLAY "CALCGTIE: UNABLE TO OPEN CALCHQHS - STATUS "
005270             CALC-HQHS-FS
005280         STOP RUN
005290     END-IF.
005300     PERFORM 2600-LEER-RETENCION THRU 2600-EXIT
005310         UNTIL CALC-FIN-HISTORIA.
005320     CLOSE CALC-HQHS-FILE.
005330 2500-EXIT.
005340     EXIT.
005350
005360 2600-LEER-RETENCION.
005370     READ CALC-HQHS-FILE
005380         AT END
005390             SET CALC-FIN-HISTORIA TO TRUE
005400             GO TO 2600-EXIT
005410     END-READ.
005420     IF HQ-ENVIADO
005430         PERFORM 2700-ANOTAR-ENVIO THRU 2700-EXIT
005440         GO TO 2600-EXIT
005450     END-IF.
005460     IF NOT HQ-RETENIDO
005470         GO TO 2600-EXIT
005480     END-IF.
005490     MOVE HQ-FECHA TO CALC-FECHA-WS.
005500     IF CALC-FECHA-WS-MES NOT = CALC-MES
005510         GO TO 2600-EXIT
005520     END-IF.
005530     MOVE CALC-FECHA-WS-DD TO CALC-DIA-IDX.
005540     IF HQD-FUENTE = 'B'
005550         ADD 1 TO DIA-RB-COUNT (CALC-DIA-IDX)
005560         ADD HQD-RESULTADO TO DIA-RB-HASH (CALC-DIA-IDX)
005570     ELSE
005580         ADD 1 TO DIA-RL-COUNT (CALC-DIA-IDX)
005590         ADD HQD-RESULTADO TO DIA-RL-HASH (CALC-DIA-IDX)
005600     END-IF.
005610 2600-EXIT.
005620     EXIT.
005630
005640 2700-ANOTAR-ENVIO.
005650     MOVE ZERO TO CALC-SEC-USO.
005660     PERFORM 2750-BUSCAR-SECUENCIA THRU 2750-EXIT
005670         VARYING CALC-SEC-IDX FROM 1 BY 1
005680         UNTIL CALC-SEC-IDX > CALC-SEC-COUNT
005690             OR CALC-SEC-USO > ZERO.
005700     IF CALC-SEC-USO = ZERO
005710         GO TO 2700-EXIT
005720     END-IF.
005730     MOVE SEC-FECHA (CALC-SEC-USO) TO CALC-FECHA-WS.
005740     MOVE CALC-FECHA-WS-DD TO CALC-DIA-IDX.
005750     ADD 1 TO DIA-LIB-COUNT (CALC-DIA-IDX).
005760     ADD HQD-RESULTADO TO DIA-LIB-HASH (CALC-DIA-IDX).
005770 2700-EXIT.
005780     EXIT.
005790
005800 2750-BUSCAR-SECUENCIA.
005810     IF SEC-SECUENCIA (CALC-SEC-IDX) = HQ-SEC-ENVIO
005820         MOVE CALC-SEC-IDX TO CALC-SEC-USO
005830     END-IF.
005840 2750-EXIT.
005850     EXIT.
005860
005870******************************************************************
005880* 3000-REVISAR-DIA - A DAY OF THE MONTH IS TIED OUT WHEN IT IS A
005890*                     BUSINESS DAY BEFORE THE CURRENT BUSINESS
005900*                     DATE, OR WHEN ANYTHING WAS ARCHIVED OR
005910*                     TRANSMITTED FOR IT.  ITS CATALOGED
005920*                     GENERATIONS ARE READ.
005930******************************************************************
005940 3000-REVISAR-DIA.
005950     COMPUTE CALC-ENTERO-PRUEBA =
005960         CALC-ENTERO-PRIMERO + CALC-DIA-IDX - 1.
005970     COMPUTE CALC-FECHA-WS =
005980         FUNCTION DATE-OF-INTEGER(CALC-ENTERO-PRUEBA).
005990     PERFORM 3100-BUSCAR-CATALOGO THRU 3100-EXIT
006000         VARYING CALC-CAT-IDX FROM 1 BY 1
006010         UNTIL CALC-CAT-IDX > CALC-CAT-COUNT.
006020     PERFORM 3200-PROBAR-HABIL THRU 3200-EXIT.
006030     IF CALC-DIA-HABIL AND CALC-FECHA-WS < CALC-FECHA-HOY
006040         MOVE 'Y' TO DIA-INCLUIDO-SW (CALC-DIA-IDX)
006050     END-IF.
006060     IF DIA-ARCHIVO-SW (CALC-DIA-IDX) = 'Y'
006070             OR DIA-SEC-COUNT (CALC-DIA-IDX) > ZERO
006080             OR DIA-RB-COUNT (CALC-DIA-IDX) > ZERO
006090             OR DIA-RL-COUNT (CALC-DIA-IDX) > ZERO
006100         MOVE 'Y' TO DIA-INCLUIDO-SW (CALC-DIA-IDX)
006110     END-IF.
006120     IF DIA-INCLUIDO-SW (CALC-DIA-IDX) NOT = 'Y'
006130         GO TO 3000-EXIT
006140     END-IF.
006150     ADD 1 TO CALC-DIAS-REVISADOS.
006160     IF DIA-ARCHIVO-SW (CALC-DIA-IDX) = 'Y'
006170         PERFORM 3300-LEER-SALIDAS THRU 3300-EXIT
006180         PERFORM 3500-LEER-HISTORIA THRU 3500-EXIT
006190     END-IF.
006200 3000-EXIT.
006210     EXIT.
006220
006230 3100-BUSCAR-CATALOGO.
006240     IF CALC-CAT-FECHA (CALC-CAT-IDX) = CALC-FECHA-WS
006250         MOVE 'Y' TO DIA-ARCHIVO-SW (CALC-DIA-IDX)
006260     END-IF.
006270 3100-EXIT.
006280     EXIT.
006290
006300******************************************************************
006310* 3200-PROBAR-HABIL - IS CALC-FECHA-WS A BUSINESS DAY?  CALCBDCN
006320*                      COUNTS ONE FROM THE DAY BEFORE IT WHEN IT
006330*                      IS.
006340******************************************************************
006350 3200-PROBAR-HABIL.
006360     MOVE 'N' TO CALC-HABIL-SW.
006370     COMPUTE CALC-FECHA-ANTES =
006380         FUNCTION DATE-OF-INTEGER(CALC-ENTERO-PRUEBA - 1).
006390     CALL 'CALCBDCN' USING CALC-FECHA-ANTES CALC-FECHA-WS
006400         CALC-BDCN-DIAS CALC-BDCN-RC.
006410     IF CALC-BDCN-DIAS = 1
006420         SET CALC-DIA-HABIL TO TRUE
006430     END-IF.
006440 3200-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480* 3300-LEER-SALIDAS - COUNT AND HASH ONE CALCTHST.YYYYMMDD BATCH
006490*                      OUTPUT GENERATION.  ONE THAT IS MISSING ON
006500*                      DISK COUNTS AS NOTHING ARCHIVED.
006510******************************************************************
006520 3300-LEER-SALIDAS.
006530     MOVE CALC-FECHA-WS TO CALC-THST-NOMBRE-FECHA.
006540     MOVE 'N' TO CALC-GEN-EOF-SW.
006550     OPEN INPUT CALC-THST-FILE.
006560     IF CALC-THST-FS = "05" OR CALC-THST-FS = "35"
006570         DISPLAY "CALCGTIE: " CALC-THST-NOMBRE
006580             " NOT ON DISK - NO BATCH ACTIVITY FOR THE DAY"
006590         IF CALC-THST-FS = "05"
006600             CLOSE CALC-THST-FILE
006610         END-IF
006620         GO TO 3300-EXIT
006630     END-IF.
006640     IF CALC-THST-FS NOT = "00"
006650         DISPLAY "CALCGTIE: UNABLE TO OPEN " CALC-THST-NOMBRE
006660             " - STATUS " CALC-THST-FS
006670         STOP RUN
006680     END-IF.
006690     PERFORM 3400-ACUMULAR-SALIDA THRU 3400-EXIT
006700         UNTIL CALC-FIN-GENERACION.
006710     CLOSE CALC-THST-FILE.
006720 3300-EXIT.
006730     EXIT.
006740
006750 3400-ACUMULAR-SALIDA.
006760     READ CALC-THST-FILE
006770         AT END
006780             SET CALC-FIN-GENERACION TO TRUE
006790             GO TO 3400-EXIT
006800     END-READ.
006810     COMPUTE CALC-RES-SALIDA = FUNCTION NUMVAL(TOUT-RES).
006820     ADD 1 TO DIA-B-COUNT (CALC-DIA-IDX).
006830     ADD CALC-RES-SALIDA TO DIA-B-HASH (CALC-DIA-IDX).
006840 3400-EXIT.
006850     EXIT.
006860
006870******************************************************************
006880* 3500-LEER-HISTORIA - COUNT AND HASH ONE CALCHIST.YYYYMMDD
006890*                       INTERACTIVE GENERATION.  ONE THAT IS
006900*                       MISSING ON DISK COUNTS AS NOTHING
006910*                       ARCHIVED.
006920******************************************************************
006930 3500-LEER-HISTORIA.
006940     MOVE CALC-FECHA-WS TO CALC-HIST-NOMBRE-FECHA.
006950     MOVE 'N' TO CALC-GEN-EOF-SW.
006960     OPEN INPUT CALC-HIST-FILE.
006970     IF CALC-HIST-FS = "05" OR CALC-HIST-FS = "35"
006980         DISPLAY "CALCGTIE: " CALC-HIST-NOMBRE
006990             " CATALOGED BUT NOT ON DISK - SKIPPED"
007000         IF CALC-HIST-FS = "05"
007010             CLOSE CALC-HIST-FILE
007020         END-IF
007030         GO TO 3500-EXIT
007040     END-IF.
007050     IF CALC-HIST-FS NOT = "00"
007060         DISPLAY "CALCGTIE: UNABLE TO OPEN " CALC-HIST-NOMBRE
007070             " - STATUS " CALC-HIST-FS
007080         STOP RUN
007090     END-IF.
007100     PERFORM 3600-ACUMULAR-HISTORIA THRU 3600-EXIT
007110         UNTIL CALC-FIN-GENERACION.
007120     CLOSE CALC-HIST-FILE.
007130 3500-EXIT.
007140     EXIT.
007150
007160 3600-ACUMULAR-HISTORIA.
007170     READ CALC-HIST-FILE
007180         AT END
007190             SET CALC-FIN-GENERACION TO TRUE
007200             GO TO 3600-EXIT
007210     END-READ.
007220     ADD 1 TO DIA-L-COUNT (CALC-DIA-IDX).
007230     ADD LOG-RESULTADO TO DIA-L-HASH (CALC-DIA-IDX).
007240 3600-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280* 8000-IMPRIMIR-REPORTE - THE DAYS BY SOURCE, THE THREE EXCEPTION
007290*                          LISTS, THE GRAND TOTALS AND THE
007300*                          SIGN-OFF BLOCK
007310******************************************************************
007320 8000-IMPRIMIR-REPORTE.
007330     MOVE CALC-MES TO TIE-H-MES.
007340     MOVE CALC-FECHA-HOY TO TIE-H-FECHA.
007350     WRITE RPT-LINE FROM TIE-ENCABEZADO-1.
007360     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
007370     PERFORM 8900-LINEA-BLANCA THRU 8900-EXIT.
007380     WRITE RPT-LINE FROM TIE-ENCABEZADO-2.
007390     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
007400     PERFORM 8100-IMPRIMIR-DIA THRU 8100-EXIT
007410         VARYING CALC-DIA-IDX FROM 1 BY 1
007420         UNTIL CALC-DIA-IDX > CALC-DIAS-MES.
007430     MOVE "DAYS WITH NO CONFIRMED TRANSMISSION" TO TIE-T-TEXTO.
007440     PERFORM 8800-IMPRIMIR-TITULO THRU 8800-EXIT.
007450     PERFORM 8300-LISTAR-SIN-CONFIRMAR THRU 8300-EXIT
007460         VARYING CALC-DIA-IDX FROM 1 BY 1
007470         UNTIL CALC-DIA-IDX > CALC-DIAS-MES.
007480     MOVE "DAYS WHOSE CONFIRMED TOTAL DIFFERS FROM THE ARCHIVE"
007490         TO TIE-T-TEXTO.
007500     PERFORM 8800-IMPRIMIR-TITULO THRU 8800-EXIT.
007510     PERFORM 8400-LISTAR-DIFERENCIAS THRU 8400-EXIT
007520         VARYING CALC-DIA-IDX FROM 1 BY 1
007530         UNTIL CALC-DIA-IDX > CALC-DIAS-MES.
007540     MOVE "SEQUENCES STILL PENDING (P) OR REJECTED (R)"
007550         TO TIE-T-TEXTO.
007560     PERFORM 8800-IMPRIMIR-TITULO THRU 8800-EXIT.
007570     PERFORM 8500-LISTAR-ABIERTA THRU 8500-EXIT
007580         VARYING CALC-SEC-IDX FROM 1 BY 1
007590         UNTIL CALC-SEC-IDX > CALC-SEC-COUNT.
007600     PERFORM 8600-IMPRIMIR-TOTALES THRU 8600-EXIT.
007610 8000-EXIT.
007620     EXIT.
007630
007640******************************************************************
007650* 8100-IMPRIMIR-DIA - ONE DAY: THE ARCHIVED B AND L ACTIVITY WITH
007660*                      WHAT WAS HELD, THE RELEASED ITEMS ITS
007670*                      SEQUENCE CARRIED, WHAT SHOULD HAVE BEEN
007680*                      SENT AND WHAT THE GL CONFIRMED
007690******************************************************************
007700 8100-IMPRIMIR-DIA.
007710     IF DIA-INCLUIDO-SW (CALC-DIA-IDX) NOT = 'Y'
007720         GO TO 8100-EXIT
007730     END-IF.
007740     PERFORM 8200-CALCULAR-DIA THRU 8200-EXIT.
007750     ADD DIA-B-COUNT (CALC-DIA-IDX) TO TOT-B-COUNT.
007760     ADD DIA-B-HASH (CALC-DIA-IDX) TO TOT-B-HASH.
007770     ADD DIA-L-COUNT (CALC-DIA-IDX) TO TOT-L-COUNT.
007780     ADD DIA-L-HASH (CALC-DIA-IDX) TO TOT-L-HASH.
007790     ADD DIA-RB-COUNT (CALC-DIA-IDX) DIA-RL-COUNT (CALC-DIA-IDX)
007800         TO TOT-RET-COUNT.
007810     ADD DIA-RB-HASH (CALC-DIA-IDX) DIA-RL-HASH (CALC-DIA-IDX)
007820         TO TOT-RET-HASH.
007830     ADD DIA-LIB-COUNT (CALC-DIA-IDX) TO TOT-LIB-COUNT.
007840     ADD DIA-LIB-HASH (CALC-DIA-IDX) TO TOT-LIB-HASH.
007850     ADD CALC-ENVIAR-COUNT TO TOT-ENVIAR-COUNT.
007860     ADD CALC-ENVIAR-HASH TO TOT-ENVIAR-HASH.
007870     ADD DIA-CONF-COUNT (CALC-DIA-IDX) TO TOT-CONF-COUNT.
007880     ADD DIA-CONF-HASH (CALC-DIA-IDX) TO TOT-CONF-HASH.
007890     PERFORM 8900-LINEA-BLANCA THRU 8900-EXIT.
007900     MOVE SPACES TO TIE-D-NOTA.
007910     MOVE CALC-FECHA-WS TO TIE-D-FECHA.
007920     MOVE "BATCH (B)" TO TIE-D-ITEM.
007930     MOVE DIA-B-COUNT (CALC-DIA-IDX) TO TIE-D-COUNT.
007940     MOVE DIA-B-HASH (CALC-DIA-IDX) TO TIE-D-HASH.
007950     MOVE DIA-RB-COUNT (CALC-DIA-IDX) TO TIE-D-COUNT2.
007960     MOVE DIA-RB-HASH (CALC-DIA-IDX) TO TIE-D-HASH2.
007970     IF DIA-ARCHIVO-SW (CALC-DIA-IDX) NOT = 'Y'
007980         MOVE "NOT ARCHIVED" TO TIE-D-NOTA
007990     END-IF.
008000     WRITE RPT-LINE FROM TIE-DETALLE.
008010     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
008020     MOVE SPACES TO TIE-D-FECHA.
008030     MOVE SPACES TO TIE-D-NOTA.
008040     MOVE "LOG (L)" TO TIE-D-ITEM.
008050     MOVE DIA-L-COUNT (CALC-DIA-IDX) TO TIE-D-COUNT.
008060     MOVE DIA-L-HASH (CALC-DIA-IDX) TO TIE-D-HASH.
008070     MOVE DIA-RL-COUNT (CALC-DIA-IDX) TO TIE-D-COUNT2.
008080     MOVE DIA-RL-HASH (CALC-DIA-IDX) TO TIE-D-HASH2.
008090     WRITE RPT-LINE FROM TIE-DETALLE.
008100     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
008110     IF DIA-LIB-COUNT (CALC-DIA-IDX) > ZERO
008120         MOVE "RELEASED" TO TIE-D-ITEM
008130         MOVE DIA-LIB-COUNT (CALC-DIA-IDX) TO TIE-D-COUNT
008140         MOVE DIA-LIB-HASH (CALC-DIA-IDX) TO TIE-D-HASH
008150         MOVE SPACES TO TIE-D-SEGUNDO
008160         MOVE "FROM HOLD" TO TIE-D-NOTA
008170         WRITE RPT-LINE FROM TIE-DETALLE
008180         PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT
008190     END-IF.
008200     MOVE "TO SEND" TO TIE-D-ITEM.
008210     MOVE CALC-ENVIAR-COUNT TO TIE-D-COUNT.
008220     MOVE CALC-ENVIAR-HASH TO TIE-D-HASH.
008230     MOVE SPACES TO TIE-D-SEGUNDO.
008240     MOVE SPACES TO TIE-D-NOTA.
008250     WRITE RPT-LINE FROM TIE-DETALLE.
008260     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
008270     MOVE "CONFIRMED" TO TIE-D-ITEM.
008280     MOVE DIA-CONF-COUNT (CALC-DIA-IDX) TO TIE-D-COUNT.
008290     MOVE DIA-CONF-HASH (CALC-DIA-IDX) TO TIE-D-HASH.
008300     MOVE CALC-DIF-COUNT TO TIE-D-COUNT2.
008310     MOVE CALC-DIF-HASH TO TIE-D-HASH2.
008320     MOVE "AGREES" TO TIE-D-NOTA.
008330     IF DIA-CONF-SEC (CALC-DIA-IDX) = ZERO
008340         MOVE "UNCONFIRMED" TO TIE-D-NOTA
008350         ADD 1 TO CALC-SIN-CONF-COUNT
008360     ELSE
008370         IF CALC-DIF-COUNT NOT = ZERO OR CALC-DIF-HASH NOT = ZERO
008380             MOVE "DIFFERS" TO TIE-D-NOTA
008390             ADD 1 TO CALC-DIFIEREN-COUNT
008400         END-IF
008410     END-IF.
008420     WRITE RPT-LINE FROM TIE-DETALLE.
008430     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
008440 8100-EXIT.
008450     EXIT.
008460
008470******************************************************************
008480* 8200-CALCULAR-DIA - WHAT THE DAY'S SEQUENCE SHOULD HAVE
008490*                      CARRIED (ARCHIVED, LESS HELD, PLUS
008500*                      RELEASED) AND HOW FAR THE CONFIRMED TOTAL
008510*                      IS FROM IT
008520******************************************************************
008530 8200-CALCULAR-DIA.
008540     COMPUTE CALC-FECHA-WS = CALC-MES * 100 + CALC-DIA-IDX.
008550     COMPUTE CALC-ENVIAR-COUNT =
008560         DIA-B-COUNT (CALC-DIA-IDX) + DIA-L-COUNT (CALC-DIA-IDX)
008570         - DIA-RB-COUNT (CALC-DIA-IDX)
008580         - DIA-RL-COUNT (CALC-DIA-IDX)
008590         + DIA-LIB-COUNT (CALC-DIA-IDX).
008600     COMPUTE CALC-ENVIAR-HASH =
008610         DIA-B-HASH (CALC-DIA-IDX) + DIA-L-HASH (CALC-DIA-IDX)
008620         - DIA-RB-HASH (CALC-DIA-IDX)
008630         - DIA-RL-HASH (CALC-DIA-IDX)
008640         + DIA-LIB-HASH (CALC-DIA-IDX).
008650     COMPUTE CALC-DIF-COUNT =
008660         DIA-CONF-COUNT (CALC-DIA-IDX) - CALC-ENVIAR-COUNT.
008670     COMPUTE CALC-DIF-HASH =
008680         DIA-CONF-HASH (CALC-DIA-IDX) - CALC-ENVIAR-HASH.
008690 8200-EXIT.
008700     EXIT.
008710
008720 8300-LISTAR-SIN-CONFIRMAR.
008730     IF DIA-INCLUIDO-SW (CALC-DIA-IDX) NOT = 'Y'
008740             OR DIA-CONF-SEC (CALC-DIA-IDX) > ZERO
008750         GO TO 8300-EXIT
008760     END-IF.
008770     PERFORM 8200-CALCULAR-DIA THRU 8200-EXIT.
008780     MOVE CALC-FECHA-WS TO TIE-D-FECHA.
008790     MOVE "TO SEND" TO TIE-D-ITEM.
008800     MOVE CALC-ENVIAR-COUNT TO TIE-D-COUNT.
008810     MOVE CALC-ENVIAR-HASH TO TIE-D-HASH.
008820     MOVE SPACES TO TIE-D-SEGUNDO.
008830     MOVE SPACES TO TIE-D-NOTA.
008840     IF DIA-SEC-COUNT (CALC-DIA-IDX) = ZERO
008850         MOVE "NOT SENT" TO TIE-D-NOTA
008860     END-IF.
008870     WRITE RPT-LINE FROM TIE-DETALLE.
008880     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
008890 8300-EXIT.
008900     EXIT.
008910
008920 8400-LISTAR-DIFERENCIAS.
008930     IF DIA-INCLUIDO-SW (CALC-DIA-IDX) NOT = 'Y'
008940             OR DIA-CONF-SEC (CALC-DIA-IDX) = ZERO
008950         GO TO 8400-EXIT
008960     END-IF.
008970     PERFORM 8200-CALCULAR-DIA THRU 8200-EXIT.
008980     IF CALC-DIF-COUNT = ZERO AND CALC-DIF-HASH = ZERO
008990         GO TO 8400-EXIT
009000     END-IF.
009010     MOVE CALC-FECHA-WS TO TIE-D-FECHA.
009020     MOVE "CONFIRMED" TO TIE-D-ITEM.
009030     MOVE DIA-CONF-COUNT (CALC-DIA-IDX) TO TIE-D-COUNT.
009040     MOVE DIA-CONF-HASH (CALC-DIA-IDX) TO TIE-D-HASH.
009050     MOVE CALC-DIF-COUNT TO TIE-D-COUNT2.
009060     MOVE CALC-DIF-HASH TO TIE-D-HASH2.
009070     MOVE "DIFFERS" TO TIE-D-NOTA.
009080     WRITE RPT-LINE FROM TIE-DETALLE.
009090     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
009100 8400-EXIT.
009110     EXIT.
009120
009130 8500-LISTAR-ABIERTA.
009140     IF SEC-ESTADO (CALC-SEC-IDX) = 'C'
009150         GO TO 8500-EXIT
009160     END-IF.
009170     ADD 1 TO CALC-ABIERTAS-COUNT.
009180     MOVE SEC-FECHA (CALC-SEC-IDX) TO TIE-D-FECHA.
009190     MOVE SPACES TO TIE-D-ITEM.
009200     STRING "SEQ " SEC-SECUENCIA (CALC-SEC-IDX)
009210         DELIMITED BY SIZE INTO TIE-D-ITEM.
009220     MOVE SEC-COUNT (CALC-SEC-IDX) TO TIE-D-COUNT.
009230     MOVE SEC-HASH (CALC-SEC-IDX) TO TIE-D-HASH.
009240     MOVE SPACES TO TIE-D-SEGUNDO.
009250     IF SEC-ESTADO (CALC-SEC-IDX) = 'R'
009260         MOVE "REJECTED" TO TIE-D-NOTA
009270     ELSE
009280         MOVE "PENDING" TO TIE-D-NOTA
009290     END-IF.
009300     WRITE RPT-LINE FROM TIE-DETALLE.
009310     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
009320 8500-EXIT.
009330     EXIT.
009340
009350******************************************************************
009360* 8600-IMPRIMIR-TOTALES - THE MONTH'S GRAND TOTALS, THE EXCEPTION
009370*                         COUNTS, THE VERDICT AND THE SIGN-OFF
009380******************************************************************
009390 8600-IMPRIMIR-TOTALES.
009400     MOVE "GRAND TOTAL FOR THE MONTH" TO TIE-T-TEXTO.
009410     PERFORM 8800-IMPRIMIR-TITULO THRU 8800-EXIT.
009420     MOVE "ARCHIVED BATCH (B)" TO TIE-T-ETIQUETA.
009430     MOVE TOT-B-COUNT TO TIE-T-COUNT.
009440     MOVE TOT-B-HASH TO TIE-T-HASH.
009450     PERFORM 8650-IMPRIMIR-TOTAL THRU 8650-EXIT.
009460     MOVE "ARCHIVED LOG (L)" TO TIE-T-ETIQUETA.
009470     MOVE TOT-L-COUNT TO TIE-T-COUNT.
009480     MOVE TOT-L-HASH TO TIE-T-HASH.
009490     PERFORM 8650-IMPRIMIR-TOTAL THRU 8650-EXIT.
009500     MOVE "LESS HELD" TO TIE-T-ETIQUETA.
009510     MOVE TOT-RET-COUNT TO TIE-T-COUNT.
009520     MOVE TOT-RET-HASH TO TIE-T-HASH.
009530     PERFORM 8650-IMPRIMIR-TOTAL THRU 8650-EXIT.
009540     MOVE "PLUS RELEASED FROM HOLD" TO TIE-T-ETIQUETA.
009550     MOVE TOT-LIB-COUNT TO TIE-T-COUNT.
009560     MOVE TOT-LIB-HASH TO TIE-T-HASH.
009570     PERFORM 8650-IMPRIMIR-TOTAL THRU 8650-EXIT.
009580     MOVE "TO SEND" TO TIE-T-ETIQUETA.
009590     MOVE TOT-ENVIAR-COUNT TO TIE-T-COUNT.
009600     MOVE TOT-ENVIAR-HASH TO TIE-T-HASH.
009610     PERFORM 8650-IMPRIMIR-TOTAL THRU 8650-EXIT.
009620     MOVE "CONFIRMED BY THE GL" TO TIE-T-ETIQUETA.
009630     MOVE TOT-CONF-COUNT TO TIE-T-COUNT.
009640     MOVE TOT-CONF-HASH TO TIE-T-HASH.
009650     PERFORM 8650-IMPRIMIR-TOTAL THRU 8650-EXIT.
009660     COMPUTE TOT-DIF-COUNT = TOT-CONF-COUNT - TOT-ENVIAR-COUNT.
009670     COMPUTE TOT-DIF-HASH = TOT-CONF-HASH - TOT-ENVIAR-HASH.
009680     MOVE "DIFFERENCE" TO TIE-T-ETIQUETA.
009690     MOVE TOT-DIF-COUNT TO TIE-T-COUNT.
009700     MOVE TOT-DIF-HASH TO TIE-T-HASH.
009710     PERFORM 8650-IMPRIMIR-TOTAL THRU 8650-EXIT.
009720     PERFORM 8900-LINEA-BLANCA THRU 8900-EXIT.
009730     MOVE CALC-SIN-CONF-COUNT TO TIE-R-SIN-CONF.
009740     MOVE CALC-DIFIEREN-COUNT TO TIE-R-DIFIEREN.
009750     MOVE CALC-ABIERTAS-COUNT TO TIE-R-ABIERTAS.
009760     WRITE RPT-LINE FROM TIE-RESUMEN.
009770     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
009780     COMPUTE CALC-EXCEPCIONES = CALC-SIN-CONF-COUNT
009790         + CALC-DIFIEREN-COUNT + CALC-ABIERTAS-COUNT.
009800     IF CALC-EXCEPCIONES = ZERO
009810             AND TOT-DIF-COUNT = ZERO AND TOT-DIF-HASH = ZERO
009820         MOVE "MONTH TIES OUT - NO EXCEPTIONS" TO RPT-LINE
009830     ELSE
009840         MOVE "*** MONTH DOES NOT TIE OUT - SEE EXCEPTIONS ***"
009850             TO RPT-LINE
009860     END-IF.
009870     WRITE RPT-LINE.
009880     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
009890     PERFORM 8900-LINEA-BLANCA THRU 8900-EXIT.
009900     MOVE CALC-FECHA-HOY TO TIE-F-FECHA.
009910     WRITE RPT-LINE FROM TIE-FIRMA-1.
009920     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
009930     PERFORM 8900-LINEA-BLANCA THRU 8900-EXIT.
009940     WRITE RPT-LINE FROM TIE-FIRMA-2.
009950     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
009960 8600-EXIT.
009970     EXIT.
009980
009990 8650-IMPRIMIR-TOTAL.
010000     WRITE RPT-LINE FROM TIE-TOTAL.
010010     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
010020 8650-EXIT.
010030     EXIT.
010040
010050 8800-IMPRIMIR-TITULO.
010060     PERFORM 8900-LINEA-BLANCA THRU 8900-EXIT.
010070     WRITE RPT-LINE FROM TIE-TITULO.
010080     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
010090 8800-EXIT.
010100     EXIT.
010110
010120******************************************************************
010130* 8050-VERIFICAR-ESCRITURA - HALT CLEANLY ON A FAILED REPORT
010140*                             WRITE
010150******************************************************************
010160 8050-VERIFICAR-ESCRITURA.
010170     IF CALC-RPT-FS NOT = "00"
010180         DISPLAY "CALCGTIE: UNABLE TO WRITE CALCGTIO - STATUS "
010190             CALC-RPT-FS
010200         STOP RUN
010210     END-IF.
010220 8050-EXIT.
010230     EXIT.
010240
010250 8900-LINEA-BLANCA.
010260     MOVE SPACES TO RPT-LINE.
010270     WRITE RPT-LINE.
010280     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
010290 8900-EXIT.
010300     EXIT.
010310
010320******************************************************************
010330* 9000-TERMINATE - CLOSE THE REPORT AND SAY HOW THE MONTH CAME
010340*                   OUT
010350******************************************************************
010360 9000-TERMINATE.
010370     CLOSE REPORT-FILE.
010380     DISPLAY "CALCGTIE: MONTH " CALC-MES " - " CALC-DIAS-REVISADOS
010390         " DAYS, " CALC-SEC-COUNT " SEQUENCES, TO SEND "
010400         TOT-ENVIAR-COUNT " CONFIRMED " TOT-CONF-COUNT.
010410     IF CALC-EXCEPCIONES > ZERO
010420         DISPLAY "CALCGTIE: *** MONTH DOES NOT TIE OUT - "
010430             CALC-SIN-CONF-COUNT " DAYS NOT CONFIRMED, "
010440             CALC-DIFIEREN-COUNT " DIFFERING, "
010441             CALC-ABIERTAS-COUNT " SEQUENCES OPEN ***"
010442         MOVE CALC-EXCEPCIONES TO EXLG-CIFRA-1
010443         MOVE 'C' TO EXLG-SEVERIDAD
010444         MOVE "GTIE01" TO EXLG-CODIGO
010445         MOVE SPACES TO EXLG-TEXTO
010446         STRING "MONTH " CALC-MES " NOT TIED OUT - "
010447             EXLG-CIFRA-1 " EXCEPTIONS - CALCGTIO"
010448             DELIMITED BY SIZE
010449             INTO EXLG-TEXTO
010450         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
010460     END-IF.
010470 9000-EXIT.
010480     EXIT.
010481
010482******************************************************************
010483* 9800-ANOTAR-EXCEPCION - APPEND THE EXCEPTION IN EXLG-AREA TO
010484*                          THE CALCEXCP OPERATIONS EXCEPTIONS
010485*                          FILE
010486******************************************************************
010487 9800-ANOTAR-EXCEPCION.
010488     MOVE "CALCGTIE" TO EXLG-PROGRAMA.
010489     MOVE CALC-FECHA-HOY TO EXLG-FECHA.
010490     CALL 'CALCEXLG' USING EXLG-AREA.
010491 9800-EXIT.
010492     EXIT.
010493
010500 END PROGRAM CALCGTIE.
