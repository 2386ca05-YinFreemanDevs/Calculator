000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Pre-purge reconciliation of the live CALCLOG.
000160*               The CALCRCST step order only proves CALCHIXL and
000170*               CALCGLEX ran, not that they took everything, and
000180*               once CALCARCH purges the live log the evidence
000190*               is gone.  This step runs between CALCGLEX and
000200*               CALCARCH and accounts for every CALCLOG record
000210*               one for one: it must be on the indexed history
000220*               CALCHIXD (allowing for the time CALCHIXL bumps on
000230*               a duplicate key); when it is dated the business
000240*               date it must be an L-source detail on the day's
000250*               CALCGLIF or an L-source detail CALCGLEX held on
000260*               the CALCHQUE queue (CALCHQHS history); and the
000270*               CALCHIST generation CALCARCH will append it to
000280*               must not already hold it and must not fall
000290*               before the CALCARCH retention cutoff, where the
000300*               same archive run would delete it again.  Record
000310*               counts and hash totals of the result amounts are
000320*               printed for each source on CALCCUAO with a
000330*               discrepancy listing of every record missing and
000340*               where, and of any CALCGLIF or held L detail with
000350*               no CALCLOG record behind it.  Any discrepancy
000360*               ends the step without recording completion, so
000370*               the CALCRCST gate refuses CALCARCH until the
000380*               difference is cleared and this step rerun.
000390*               CALCLOG records dated other than the business
000400*               date are not extracted by CALCGLEX; they are
000410*               counted separately and are only required on
000420*               CALCHIXD and CALCHIST.
000430* Tectonics:    cobc
000440* Modification History:
000444*   2026-10-15 DR  Initial version.
000448*   2026-10-15 DR  A refusing reconciliation is also appended to
000452*                  the CALCEXCP operations exceptions file through
000456*                  CALCEXLG.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. CALCCUAD.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT OPTIONAL CALC-LOG-FILE ASSIGN TO "CALCLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CALC-LOG-FS.
000560
000570     SELECT OPTIONAL CALC-HIX-FILE ASSIGN TO "CALCHIXD"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS HIX-CLAVE
000610         FILE STATUS IS CALC-HIX-FS.
000620
000630     SELECT OPTIONAL CALC-GLIF-FILE ASSIGN TO "CALCGLIF"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CALC-GLIF-FS.
000660
000670     SELECT OPTIONAL CALC-HQHS-FILE ASSIGN TO "CALCHQHS"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS CALC-HQHS-FS.
000700
000710     SELECT OPTIONAL CALC-HIST-FILE
000720         ASSIGN TO DYNAMIC CALC-HIST-NOMBRE
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS CALC-HIST-FS.
000750
000760     SELECT REPORT-FILE ASSIGN TO "CALCCUAO"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS CALC-RPT-FS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  CALC-LOG-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY CALCLOGR.
000850
000860 FD  CALC-HIX-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 COPY CALCHIXR.
000890
000900* MIRRORS THE CALCGLEX FD - THE OPERATION, OPERANDS, RESULT AND
000910* OPERATOR OF A TYPE-2 DETAIL SIT IN POSITIONS 11-58, THE SAME
000920* 48 POSITIONS THEY OCCUPY FROM 17 ON A CALCLOG RECORD.
000930 FD  CALC-GLIF-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  GLIF-ENCABEZADO.
000960     05  GLH-TIPO                  PIC X(01).
000970     05  GLH-FECHA                 PIC 9(08).
000980     05  GLH-SECUENCIA             PIC 9(06).
000990 01  GLIF-DETALLE.
001000     05  GLD-TIPO                  PIC X(01).
001010     05  GLD-FUENTE                PIC X(01).
001020     05  GLD-FECHA                 PIC 9(08).
001030     05  GLD-DATOS.
001040         10  GLD-OPERACION         PIC X(13).
001050         10  GLD-NUM1              PIC S9(6)V99
001060                                    SIGN IS TRAILING SEPARATE.
001070         10  GLD-NUM2              PIC S9(6)V99
001080                                    SIGN IS TRAILING SEPARATE.
001090         10  GLD-RESULTADO         PIC S9(6)V99
001100                                    SIGN IS TRAILING SEPARATE.
001110         10  GLD-OPERADOR          PIC X(08).
001120     05  GLD-DEPTO                 PIC X(04).
001130     05  GLD-REFERENCIA            PIC X(10).
001140
001150 FD  CALC-HQHS-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY CALCHQUR.
001180
001190 FD  CALC-HIST-FILE
001200     LABEL RECORDS ARE STANDARD.
001210* MIRRORS THE CALCLOGR RECORD - MUST TRACK THE CALCARCH FD.
001220 01  CALC-HIST-RECORD              PIC X(64).
001230
001240 FD  REPORT-FILE
001250     LABEL RECORDS ARE STANDARD.
001260 01  RPT-LINE                      PIC X(80).
001270
001280 WORKING-STORAGE SECTION.
001290 01  CALC-LOG-FS                   PIC X(02).
001300 01  CALC-HIX-FS                   PIC X(02).
001310 01  CALC-GLIF-FS                  PIC X(02).
001320 01  CALC-HQHS-FS                  PIC X(02).
001330 01  CALC-HIST-FS                  PIC X(02).
001340 01  CALC-RPT-FS                   PIC X(02).
001350
001360 01  CALC-HIST-NOMBRE.
001370     05  FILLER                    PIC X(09) VALUE "CALCHIST.".
001380     05  CALC-HIST-NOMBRE-FECHA    PIC 9(08).
001390
001400 01  CALC-SWITCHES.
001410     05  CALC-EOF-SW               PIC X(01) VALUE 'N'.
001420         88  CALC-FIN-ARCHIVO      VALUE 'Y'.
001430     05  CALC-GLIF-HDR-SW          PIC X(01) VALUE 'N'.
001440         88  CALC-GLIF-CON-ENCABEZADO VALUE 'Y'.
001450     05  CALC-HALLADO-SW           PIC X(01) VALUE 'N'.
001460         88  CALC-HALLADO          VALUE 'Y'.
001470
001480* RETENTION PERIOD IN CALENDAR DAYS - KEPT IN STEP WITH THE
001490* GENERATION RETENTION IN CALCARCH.
001500 77  CALC-RETENCION-DIAS           PIC 9(04) VALUE 45.
001510 77  CALC-CORTE-ENTERO             PIC 9(08) COMP VALUE ZERO.
001520 77  CALC-FECHA-CORTE              PIC 9(08) VALUE ZERO.
001530 77  CALC-FECHA-HOY                PIC 9(08) VALUE ZERO.
001540 77  CALC-BDGT-RC                  PIC 9(02) VALUE ZERO.
001550 01  CALC-RCST-PASO                PIC X(08) VALUE "CALCCUAD".
001560 01  CALC-RCST-FUNCION             PIC X(01).
001570 01  CALC-RCST-RC                  PIC 9(02).
001580     88  CALC-RCST-OK              VALUE 0.
001590 77  CALC-TLG-COUNT                PIC 9(06) COMP VALUE ZERO.
001600 77  CALC-TLG-MAX                  PIC 9(06) COMP VALUE 5000.
001610 77  CALC-TLG-IDX                  PIC 9(06) COMP VALUE ZERO.
001620 77  CALC-GEN-COUNT                PIC 9(04) COMP VALUE ZERO.
001630 77  CALC-GEN-MAX                  PIC 9(04) COMP VALUE 31.
001640 77  CALC-GEN-IDX                  PIC 9(04) COMP VALUE ZERO.
001650 77  CALC-EXT-COUNT                PIC 9(04) COMP VALUE ZERO.
001660 77  CALC-EXT-MAX                  PIC 9(04) COMP VALUE 200.
001670 77  CALC-EXT-IDX                  PIC 9(04) COMP VALUE ZERO.
001680 77  CALC-EXT-PERDIDAS             PIC 9(06) COMP VALUE ZERO.
001690 77  CALC-DIF-COUNT                PIC 9(06) COMP VALUE ZERO.
001700 77  CALC-FUENTE-WS                PIC X(01) VALUE SPACE.
001710 77  CALC-GLIF-FECHA               PIC 9(08) VALUE ZERO.
001720 77  CALC-GLIF-SECUENCIA           PIC 9(06) VALUE ZERO.
001730
001740* DATOS OF THE RECORD BEING MATCHED - OPERATION THROUGH OPERATOR
001750 01  CALC-DATOS-WS                 PIC X(48).
001760 01  CALC-DATOS-FECHA              PIC 9(08).
001770 01  CALC-DATOS-HORA               PIC 9(08).
001780
001790* COUNT AND HASH TOTAL OF THE RESULT AMOUNTS FOR EACH SOURCE.
001800* ACCOUNTED = CALCLOG RECORDS FOUND THERE.
001810 01  CALC-TOTALES.
001820     05  TOT-LOG-COUNT             PIC 9(08) COMP VALUE ZERO.
001830     05  TOT-LOG-HASH              PIC S9(10)V99 VALUE ZERO.
001840     05  TOT-HIX-COUNT             PIC 9(08) COMP VALUE ZERO.
001850     05  TOT-HIX-HASH              PIC S9(10)V99 VALUE ZERO.
001860     05  TOT-HOY-COUNT             PIC 9(08) COMP VALUE ZERO.
001870     05  TOT-HOY-HASH              PIC S9(10)V99 VALUE ZERO.
001880     05  TOT-GLIF-COUNT            PIC 9(08) COMP VALUE ZERO.
001890     05  TOT-GLIF-HASH             PIC S9(10)V99 VALUE ZERO.
001900     05  TOT-RET-COUNT             PIC 9(08) COMP VALUE ZERO.
001910     05  TOT-RET-HASH              PIC S9(10)V99 VALUE ZERO.
001920     05  TOT-GL-COUNT              PIC 9(08) COMP VALUE ZERO.
001930     05  TOT-GL-HASH               PIC S9(10)V99 VALUE ZERO.
001940     05  TOT-EXT-COUNT             PIC 9(08) COMP VALUE ZERO.
001950     05  TOT-EXT-HASH              PIC S9(10)V99 VALUE ZERO.
001960     05  TOT-OTRA-COUNT            PIC 9(08) COMP VALUE ZERO.
001970     05  TOT-OTRA-HASH             PIC S9(10)V99 VALUE ZERO.
001980     05  TOT-HIST-COUNT            PIC 9(08) COMP VALUE ZERO.
001990     05  TOT-HIST-HASH             PIC S9(10)V99 VALUE ZERO.
002000
002010* THE LIVE CALCLOG, ONE ENTRY PER RECORD, WITH WHERE EACH WAS
002020* FOUND.  HIX/GL: Y = FOUND, N = NOT YET.  HIST: N = WILL BE
002030* ARCHIVED, D = ALREADY IN ITS GENERATION, V = GENERATION PAST
002040* THE RETENTION CUTOFF.
002050 01  CALC-TLG-TABLA.
002060     05  CALC-TLG-ENTRADA          OCCURS 5000 TIMES.
002070         10  TLG-REGISTRO.
002080             15  TLG-FECHA         PIC 9(08).
002090             15  TLG-HORA          PIC 9(08).
002100             15  TLG-DATOS.
002110                 20  TLG-OPERACION PIC X(13).
002120                 20  FILLER        PIC X(27).
002130                 20  TLG-OPERADOR  PIC X(08).
002140         10  TLG-RESULTADO         PIC S9(6)V99
002150                                    SIGN IS TRAILING SEPARATE.
002160         10  TLG-HIX-SW            PIC X(01).
002170         10  TLG-GL-SW             PIC X(01).
002180         10  TLG-HIST-SW           PIC X(01).
002190
002200* EACH LOG DATE - THE CALCHIST GENERATION CALCARCH WILL APPEND TO
002210 01  CALC-GEN-TABLA.
002220     05  CALC-GEN-ENTRADA          OCCURS 31 TIMES.
002230         10  GEN-FECHA             PIC 9(08).
002240         10  GEN-EN-ARCHIVO        PIC 9(08) COMP.
002250         10  GEN-NUEVOS            PIC 9(08) COMP.
002260         10  GEN-REPETIDOS         PIC 9(08) COMP.
002270
002280* CALCGLIF OR HELD L DETAILS WITH NO CALCLOG RECORD BEHIND THEM
002290 01  CALC-EXT-TABLA.
002300     05  CALC-EXT-ENTRADA          OCCURS 200 TIMES.
002310         10  EXT-FUENTE            PIC X(01).
002320         10  EXT-FECHA             PIC 9(08).
002330         10  EXT-OPERACION         PIC X(13).
002340         10  EXT-RESULTADO         PIC S9(6)V99
002350                                    SIGN IS TRAILING SEPARATE.
002360         10  EXT-OPERADOR          PIC X(08).
002370
002380 01  CUA-ENCABEZADO-1.
002390     05  FILLER                    PIC X(46) VALUE
002400         "CALCCUAD - PRE-PURGE CALCLOG RECONCILIATION - ".
002410     05  FILLER                    PIC X(14) VALUE
002420         "BUSINESS DATE ".
002430     05  CUA-H-FECHA               PIC 9(08).
002440
002450 01  CUA-ENCABEZADO-2.
002460     05  FILLER                    PIC X(18) VALUE
002470         "CALCGLIF SEQUENCE ".
002480     05  CUA-H-SECUENCIA           PIC 9(06).
002490     05  FILLER                    PIC X(07) VALUE " DATED ".
002500     05  CUA-H-GLIF-FECHA          PIC 9(08).
002510     05  FILLER                    PIC X(27) VALUE
002520         "   CALCHIST RETENTION FROM ".
002530     05  CUA-H-CORTE               PIC 9(08).
002540
002550 01  CUA-TITULO.
002560     05  CUA-T-TEXTO               PIC X(60).
002570
002580 01  CUA-TOTAL-TITULOS.
002590     05  FILLER                    PIC X(40) VALUE
002600         "SOURCE                       RECORDS    ".
002610     05  FILLER                    PIC X(38) VALUE
002620         "    HASH TOTAL   MISSING  MISSING HASH".
002630
002640 01  CUA-TOTAL.
002650     05  CUA-T-NOMBRE              PIC X(28).
002660     05  CUA-T-COUNT               PIC ZZZZZZZ9.
002670     05  FILLER                    PIC X(02) VALUE SPACES.
002680     05  CUA-T-HASH                PIC -ZZZZZZZZZ9.99.
002690     05  FILLER                    PIC X(02) VALUE SPACES.
002700     05  CUA-T-FALTA-G.
002710         10  CUA-T-FALTA           PIC ZZZZZZZ9.
002720         10  FILLER                PIC X(02) VALUE SPACES.
002730         10  CUA-T-FALTA-HASH      PIC -ZZZZZZZZZ9.99.
002740
002750 01  CUA-GENERACION.
002760     05  FILLER                    PIC X(09) VALUE "CALCHIST.".
002770     05  CUA-G-FECHA               PIC 9(08).
002780     05  FILLER                    PIC X(09) VALUE "  ON FILE".
002790     05  CUA-G-ARCHIVO             PIC ZZZZZZ9.
002800     05  FILLER                    PIC X(08) VALUE "  TO ADD".
002810     05  CUA-G-NUEVOS              PIC ZZZZZZ9.
002820     05  FILLER                    PIC X(08) VALUE "  AFTER ".
002830     05  CUA-G-DESPUES             PIC ZZZZZZ9.
002840     05  FILLER                    PIC X(02) VALUE SPACES.
002850     05  CUA-G-NOTA                PIC X(15).
002860
002870 01  CUA-DIF-TITULOS.
002880     05  FILLER                    PIC X(40) VALUE
002890         "LOG DATE TIME     OPERATION         RESU".
002900     05  FILLER                    PIC X(25) VALUE
002910         "LT OPERATOR PROBLEM".
002920
002930 01  CUA-DIFERENCIA.
002940     05  CUA-D-FECHA               PIC 9(08).
002950     05  FILLER                    PIC X(01) VALUE SPACE.
002960     05  CUA-D-HORA                PIC X(08).
002970     05  FILLER                    PIC X(01) VALUE SPACE.
002980     05  CUA-D-OPERACION           PIC X(13).
002990     05  FILLER                    PIC X(01) VALUE SPACE.
003000     05  CUA-D-RESULTADO           PIC -ZZZZZ9.99.
003010     05  FILLER                    PIC X(01) VALUE SPACE.
003020     05  CUA-D-OPERADOR            PIC X(08).
003030     05  FILLER                    PIC X(01) VALUE SPACE.
003040     05  CUA-D-TEXTO               PIC X(28).
003050
003060 01  CUA-GLIF-MAL.
003070     05  FILLER                    PIC X(18) VALUE
003080         "CALCGLIF IS DATED ".
003090     05  CUA-M-FECHA               PIC 9(08).
003100     05  FILLER                    PIC X(36) VALUE
003110         " - NOT THE EXTRACT FOR THE BUSINESS ".
003120     05  FILLER                    PIC X(04) VALUE "DATE".
003130
003140 01  CUA-MAS.
003150     05  FILLER                    PIC X(06) VALUE SPACES.
003160     05  CUA-X-CUENTA              PIC ZZZZZ9.
003170     05  FILLER                    PIC X(16) VALUE
003180         " MORE NOT LISTED".
003190
003200 01  CUA-NINGUNO.
003210     05  FILLER                    PIC X(06) VALUE SPACES.
003220     05  FILLER                    PIC X(04) VALUE "NONE".
003230
003240 01  CUA-VEREDICTO.
003250     05  FILLER                    PIC X(04) VALUE "*** ".
003260     05  CUA-V-COUNT               PIC ZZZZZ9.
003270     05  FILLER                    PIC X(42) VALUE
003280         " DISCREPANCIES - CALCARCH WILL BE REFUSED ".
003290     05  FILLER                    PIC X(03) VALUE "***".
003295
003300 COPY CALCEXLA.
003305
003310 PROCEDURE DIVISION.
003320
003330******************************************************************
003340* 0000-MAINLINE
003350******************************************************************
003360 0000-MAINLINE.
003370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003380     PERFORM 2000-CARGAR-LOG THRU 2000-EXIT.
003390     PERFORM 3000-REVISAR-HISTORIA-IDX THRU 3000-EXIT.
003400     PERFORM 4000-REVISAR-GLIF THRU 4000-EXIT.
003410     PERFORM 4500-REVISAR-RETENIDAS THRU 4500-EXIT.
003420     PERFORM 5000-REVISAR-GENERACION THRU 5000-EXIT
003430         VARYING CALC-GEN-IDX FROM 1 BY 1
003440         UNTIL CALC-GEN-IDX > CALC-GEN-COUNT.
003450     PERFORM 6000-SUMAR-ENTRADA THRU 6000-EXIT
003460         VARYING CALC-TLG-IDX FROM 1 BY 1
003470         UNTIL CALC-TLG-IDX > CALC-TLG-COUNT.
003480     PERFORM 8000-IMPRIMIR-REPORTE THRU 8000-EXIT.
003490     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003500     STOP RUN.
003510
003520******************************************************************
003530* 1000-INITIALIZE - BUSINESS DATE, STEP GATE, THE CALCARCH
003540*                    RETENTION CUTOFF; OPEN THE REPORT
003550******************************************************************
003560 1000-INITIALIZE.
003570     CALL 'CALCBDGT' USING CALC-FECHA-HOY CALC-BDGT-RC.
003580     MOVE 'B' TO CALC-RCST-FUNCION.
003590     CALL 'CALCRCST' USING CALC-RCST-PASO CALC-FECHA-HOY
003600         CALC-RCST-FUNCION CALC-RCST-RC.
003610     IF NOT CALC-RCST-OK
003620         STOP RUN
003630     END-IF.
003640     COMPUTE CALC-CORTE-ENTERO =
003650         FUNCTION INTEGER-OF-DATE(CALC-FECHA-HOY)
003660         - CALC-RETENCION-DIAS.
003670     COMPUTE CALC-FECHA-CORTE =
003680         FUNCTION DATE-OF-INTEGER(CALC-CORTE-ENTERO).
003690     OPEN OUTPUT REPORT-FILE.
003700     IF CALC-RPT-FS NOT = "00"
003710         DISPLAY "CALCCUAD: UNABLE TO OPEN CALCCUAO - STATUS "
003720             CALC-RPT-FS
003730         STOP RUN
003740     END-IF.
003750 1000-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790* 2000-CARGAR-LOG - EVERY LIVE CALCLOG RECORD INTO THE TABLE,
003800*                    WITH THE TOTALS AND THE DATES IT CARRIES
003810******************************************************************
003820 2000-CARGAR-LOG.
003830     OPEN INPUT CALC-LOG-FILE.
003840     IF CALC-LOG-FS NOT = "00" AND CALC-LOG-FS NOT = "05"
003850         DISPLAY "CALCCUAD: UNABLE TO OPEN CALCLOG - STATUS "
003860             CALC-LOG-FS
003870         STOP RUN
003880     END-IF.
003890     MOVE 'N' TO CALC-EOF-SW.
003900     PERFORM 2100-LEER-LOG THRU 2100-EXIT
003910         UNTIL CALC-FIN-ARCHIVO.
003920     CLOSE CALC-LOG-FILE.
003930 2000-EXIT.
003940     EXIT.
003950
003960 2100-LEER-LOG.
003970     READ CALC-LOG-FILE
003980         AT END
003990             SET CALC-FIN-ARCHIVO TO TRUE
004000             GO TO 2100-EXIT
004010     END-READ.
004020     IF CALC-TLG-COUNT >= CALC-TLG-MAX
004030         DISPLAY "CALCCUAD: LOG TABLE FULL - RAISE CALC-TLG-MAX"
004040         STOP RUN
004050     END-IF.
004060     ADD 1 TO CALC-TLG-COUNT.
004070     MOVE CALC-LOG-RECORD TO TLG-REGISTRO (CALC-TLG-COUNT).
004080     MOVE LOG-RESULTADO TO TLG-RESULTADO (CALC-TLG-COUNT).
004090     MOVE 'N' TO TLG-HIX-SW (CALC-TLG-COUNT).
004100     MOVE 'N' TO TLG-GL-SW (CALC-TLG-COUNT).
004110     MOVE 'N' TO TLG-HIST-SW (CALC-TLG-COUNT).
004120     ADD 1 TO TOT-LOG-COUNT.
004130     ADD LOG-RESULTADO TO TOT-LOG-HASH.
004140     IF LOG-FECHA = CALC-FECHA-HOY
004150         ADD 1 TO TOT-HOY-COUNT
004160         ADD LOG-RESULTADO TO TOT-HOY-HASH
004170     ELSE
004180         ADD 1 TO TOT-OTRA-COUNT
004190         ADD LOG-RESULTADO TO TOT-OTRA-HASH
004200     END-IF.
004210     MOVE 'N' TO CALC-HALLADO-SW.
004220     PERFORM 2150-BUSCAR-FECHA THRU 2150-EXIT
004230         VARYING CALC-GEN-IDX FROM 1 BY 1
004240         UNTIL CALC-GEN-IDX > CALC-GEN-COUNT
004250             OR CALC-HALLADO.
004260     IF CALC-HALLADO
004270         GO TO 2100-EXIT
004280     END-IF.
004290     IF CALC-GEN-COUNT >= CALC-GEN-MAX
004300         DISPLAY "CALCCUAD: LOG DATE TABLE FULL - RAISE "
004310             "CALC-GEN-MAX"
004320         STOP RUN
004330     END-IF.
004340     ADD 1 TO CALC-GEN-COUNT.
004350     MOVE LOG-FECHA TO GEN-FECHA (CALC-GEN-COUNT).
004360     MOVE ZERO TO GEN-EN-ARCHIVO (CALC-GEN-COUNT).
004370     MOVE ZERO TO GEN-NUEVOS (CALC-GEN-COUNT).
004380     MOVE ZERO TO GEN-REPETIDOS (CALC-GEN-COUNT).
004390 2100-EXIT.
004400     EXIT.
004410
004420 2150-BUSCAR-FECHA.
004430     IF GEN-FECHA (CALC-GEN-IDX) = LOG-FECHA
004440         SET CALC-HALLADO TO TRUE
004450     END-IF.
004460 2150-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500* 3000-REVISAR-HISTORIA-IDX - READ CALCHIXD FOR EVERY DATE ON THE
004510*                              LOG AND TICK OFF THE LOG RECORDS
004520*                              IT HOLDS
004530******************************************************************
004540 3000-REVISAR-HISTORIA-IDX.
004550     OPEN INPUT CALC-HIX-FILE.
004560     IF CALC-HIX-FS NOT = "00" AND CALC-HIX-FS NOT = "05"
004570         DISPLAY "CALCCUAD: UNABLE TO OPEN CALCHIXD - STATUS "
004580             CALC-HIX-FS
004590         STOP RUN
004600     END-IF.
004610     PERFORM 3100-LEER-FECHA-IDX THRU 3100-EXIT
004620         VARYING CALC-GEN-IDX FROM 1 BY 1
004630         UNTIL CALC-GEN-IDX > CALC-GEN-COUNT.
004640     CLOSE CALC-HIX-FILE.
004650 3000-EXIT.
004660     EXIT.
004670
004680 3100-LEER-FECHA-IDX.
004690     MOVE 'N' TO CALC-EOF-SW.
004700     MOVE GEN-FECHA (CALC-GEN-IDX) TO HIX-FECHA.
004710     MOVE ZERO TO HIX-HORA.
004720     START CALC-HIX-FILE KEY NOT < HIX-CLAVE
004730         INVALID KEY
004740             SET CALC-FIN-ARCHIVO TO TRUE
004750     END-START.
004760     PERFORM 3150-LEER-IDX THRU 3150-EXIT
004770         UNTIL CALC-FIN-ARCHIVO.
004780 3100-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820* 3150-LEER-IDX - ONE CALCHIXD RECORD OF THE DATE.  CALCHIXL
004830*                  BUMPS THE TIME OF A RECORD WHOSE KEY WAS
004840*                  TAKEN, SO IT MATCHES THE FIRST LOG RECORD NOT
004850*                  YET FOUND WITH THE SAME CONTENTS AT OR BEFORE
004860*                  ITS TIME.
004870******************************************************************
004880 3150-LEER-IDX.
004890     READ CALC-HIX-FILE NEXT RECORD
004900         AT END
004910             SET CALC-FIN-ARCHIVO TO TRUE
004920             GO TO 3150-EXIT
004930     END-READ.
004940     IF HIX-FECHA NOT = GEN-FECHA (CALC-GEN-IDX)
004950         SET CALC-FIN-ARCHIVO TO TRUE
004960         GO TO 3150-EXIT
004970     END-IF.
004980     MOVE CALC-HIX-RECORD (17:48) TO CALC-DATOS-WS.
004990     MOVE 'N' TO CALC-HALLADO-SW.
005000     PERFORM 3200-COMPARAR-IDX THRU 3200-EXIT
005010         VARYING CALC-TLG-IDX FROM 1 BY 1
005020         UNTIL CALC-TLG-IDX > CALC-TLG-COUNT
005030             OR CALC-HALLADO.
005040 3150-EXIT.
005050     EXIT.
005060
005070 3200-COMPARAR-IDX.
005080     IF TLG-HIX-SW (CALC-TLG-IDX) = 'N'
005090             AND TLG-FECHA (CALC-TLG-IDX) = HIX-FECHA
005100             AND TLG-HORA (CALC-TLG-IDX) NOT > HIX-HORA
005110             AND TLG-DATOS (CALC-TLG-IDX) = CALC-DATOS-WS
005120         MOVE 'Y' TO TLG-HIX-SW (CALC-TLG-IDX)
005130         SET CALC-HALLADO TO TRUE
005140     END-IF.
005150 3200-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190* 4000-REVISAR-GLIF - THE DAY'S EXTRACT: THE HEADER MUST CARRY
005200*                      THE BUSINESS DATE, AND EACH L DETAIL FOR
005210*                      THE BUSINESS DATE TICKS OFF ONE LOG
005220*                      RECORD.  RELEASED ITEMS SENT FROM THE
005230*                      QUEUE CARRY THEIR OWN EARLIER DATE AND ARE
005240*                      NOT PART OF TODAY'S LOG.
005250******************************************************************
005260 4000-REVISAR-GLIF.
005270     OPEN INPUT CALC-GLIF-FILE.
005280     IF CALC-GLIF-FS NOT = "00" AND CALC-GLIF-FS NOT = "05"
005290         DISPLAY "CALCCUAD: UNABLE TO OPEN CALCGLIF - STATUS "
005300             CALC-GLIF-FS
005310         STOP RUN
005320     END-IF.
005330     MOVE 'N' TO CALC-EOF-SW.
005340     PERFORM 4100-LEER-GLIF THRU 4100-EXIT
005350         UNTIL CALC-FIN-ARCHIVO.
005360     CLOSE CALC-GLIF-FILE.
005370     IF NOT CALC-GLIF-CON-ENCABEZADO
005380             OR CALC-GLIF-FECHA NOT = CALC-FECHA-HOY
005390         ADD 1 TO CALC-DIF-COUNT
005400     END-IF.
005410 4000-EXIT.
005420     EXIT.
005430
005440 4100-LEER-GLIF.
005450     READ CALC-GLIF-FILE
005460         AT END
005470             SET CALC-FIN-ARCHIVO TO TRUE
005480             GO TO 4100-EXIT
005490     END-READ.
005500     IF GLH-TIPO = '1'
005510         SET CALC-GLIF-CON-ENCABEZADO TO TRUE
005520         MOVE GLH-FECHA TO CALC-GLIF-FECHA
005530         MOVE GLH-SECUENCIA TO CALC-GLIF-SECUENCIA
005540         GO TO 4100-EXIT
005550     END-IF.
005560     IF GLD-TIPO NOT = '2' OR GLD-FUENTE NOT = 'L'
005570         GO TO 4100-EXIT
005580     END-IF.
005590     IF GLD-FECHA NOT = CALC-FECHA-HOY
005600         GO TO 4100-EXIT
005610     END-IF.
005620     MOVE GLD-DATOS TO CALC-DATOS-WS.
005630     PERFORM 4200-BUSCAR-GL THRU 4200-EXIT.
005640     IF CALC-HALLADO
005650         ADD 1 TO TOT-GLIF-COUNT
005660         ADD GLD-RESULTADO TO TOT-GLIF-HASH
005670     ELSE
005680         MOVE 'G' TO CALC-FUENTE-WS
005690         PERFORM 4700-ANOTAR-SOBRANTE THRU 4700-EXIT
005700     END-IF.
005710 4100-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750* 4200-BUSCAR-GL - TICK OFF THE FIRST BUSINESS-DATE LOG RECORD
005760*                   NOT YET FOUND ON THE EXTRACT WHOSE CONTENTS
005770*                   MATCH CALC-DATOS-WS
005780******************************************************************
005790 4200-BUSCAR-GL.
005800     MOVE 'N' TO CALC-HALLADO-SW.
005810     PERFORM 4250-COMPARAR-GL THRU 4250-EXIT
005820         VARYING CALC-TLG-IDX FROM 1 BY 1
005830         UNTIL CALC-TLG-IDX > CALC-TLG-COUNT
005840             OR CALC-HALLADO.
005850 4200-EXIT.
005860     EXIT.
005870
005880 4250-COMPARAR-GL.
005890     IF TLG-GL-SW (CALC-TLG-IDX) = 'N'
005900             AND TLG-FECHA (CALC-TLG-IDX) = CALC-FECHA-HOY
005910             AND TLG-DATOS (CALC-TLG-IDX) = CALC-DATOS-WS
005920         MOVE 'Y' TO TLG-GL-SW (CALC-TLG-IDX)
005930         SET CALC-HALLADO TO TRUE
005940     END-IF.
005950 4250-EXIT.
005960     EXIT.
005970
005980******************************************************************
005990* 4500-REVISAR-RETENIDAS - AN L DETAIL CALCGLEX HELD TODAY IS NOT
006000*                           ON CALCGLIF BUT IS ACCOUNTED FOR BY
006010*                           ITS H RECORD ON THE CALCHQHS HISTORY
006020******************************************************************
006030 4500-REVISAR-RETENIDAS.
006040     OPEN INPUT CALC-HQHS-FILE.
006050     IF CALC-HQHS-FS NOT = "00" AND CALC-HQHS-FS NOT = "05"
006060         DISPLAY "CALCCUAD: UNABLE TO OPEN CALCHQHS - STATUS "
006070             CALC-HQHS-FS
006080         STOP RUN
006090     END-IF.
006100     MOVE 'N' TO CALC-EOF-SW.
006110     PERFORM 4550-LEER-RETENIDA THRU 4550-EXIT
006120         UNTIL CALC-FIN-ARCHIVO.
006130     CLOSE CALC-HQHS-FILE.
006140 4500-EXIT.
006150     EXIT.
006160
006170 4550-LEER-RETENIDA.
006180     READ CALC-HQHS-FILE
006190         AT END
006200             SET CALC-FIN-ARCHIVO TO TRUE
006210             GO TO 4550-EXIT
006220     END-READ.
006230     IF NOT HQ-RETENIDO OR HQ-FECHA NOT = CALC-FECHA-HOY
006240         GO TO 4550-EXIT
006250     END-IF.
006260     IF HQD-TIPO NOT = '2' OR HQD-FUENTE NOT = 'L'
006270             OR HQD-FECHA NOT = CALC-FECHA-HOY
006280         GO TO 4550-EXIT
006290     END-IF.
006300     MOVE HQ-DETALLE (11:48) TO CALC-DATOS-WS.
006310     PERFORM 4200-BUSCAR-GL THRU 4200-EXIT.
006320     IF CALC-HALLADO
006330         ADD 1 TO TOT-RET-COUNT
006340         ADD HQD-RESULTADO TO TOT-RET-HASH
006350     ELSE
006360         MOVE 'H' TO CALC-FUENTE-WS
006370         PERFORM 4700-ANOTAR-SOBRANTE THRU 4700-EXIT
006380     END-IF.
006390 4550-EXIT.
006400     EXIT.
006410
006420******************************************************************
006430* 4700-ANOTAR-SOBRANTE - KEEP AN EXTRACTED (G) OR HELD (H) L
006440*                         DETAIL WITH NO CALCLOG RECORD BEHIND IT
006450******************************************************************
006460 4700-ANOTAR-SOBRANTE.
006470     ADD 1 TO CALC-DIF-COUNT.
006480     ADD 1 TO TOT-EXT-COUNT.
006490     IF CALC-EXT-COUNT >= CALC-EXT-MAX
006500         ADD 1 TO CALC-EXT-PERDIDAS
006510         GO TO 4700-EXIT
006520     END-IF.
006530     ADD 1 TO CALC-EXT-COUNT.
006540     MOVE CALC-FUENTE-WS TO EXT-FUENTE (CALC-EXT-COUNT).
006550     IF CALC-FUENTE-WS = 'H'
006560         MOVE HQD-FECHA TO EXT-FECHA (CALC-EXT-COUNT)
006570         MOVE HQD-OPERACION TO EXT-OPERACION (CALC-EXT-COUNT)
006580         MOVE HQD-RESULTADO TO EXT-RESULTADO (CALC-EXT-COUNT)
006590         MOVE HQD-OPERADOR TO EXT-OPERADOR (CALC-EXT-COUNT)
006600     ELSE
006610         MOVE GLD-FECHA TO EXT-FECHA (CALC-EXT-COUNT)
006620         MOVE GLD-OPERACION TO EXT-OPERACION (CALC-EXT-COUNT)
006630         MOVE GLD-RESULTADO TO EXT-RESULTADO (CALC-EXT-COUNT)
006640         MOVE GLD-OPERADOR TO EXT-OPERADOR (CALC-EXT-COUNT)
006650     END-IF.
006660 4700-EXIT.
006670     EXIT.
006680
006690******************************************************************
006700* 5000-REVISAR-GENERACION - READ THE CALCHIST GENERATION CALCARCH
006710*                            WILL APPEND THIS DATE'S LOG RECORDS
006720*                            TO.  A LOG RECORD ALREADY IN IT WOULD
006730*                            BE ARCHIVED TWICE; A DATE BEFORE THE
006740*                            RETENTION CUTOFF WOULD BE DELETED BY
006750*                            THE SAME ARCHIVE RUN.
006760******************************************************************
006770 5000-REVISAR-GENERACION.
006780     MOVE GEN-FECHA (CALC-GEN-IDX) TO CALC-HIST-NOMBRE-FECHA.
006790     OPEN INPUT CALC-HIST-FILE.
006800     IF CALC-HIST-FS = "35"
006810         GO TO 5000-MARCAR
006820     END-IF.
006830     IF CALC-HIST-FS NOT = "00" AND CALC-HIST-FS NOT = "05"
006840         DISPLAY "CALCCUAD: UNABLE TO OPEN " CALC-HIST-NOMBRE
006850             " - STATUS " CALC-HIST-FS
006860         STOP RUN
006870     END-IF.
006880     MOVE 'N' TO CALC-EOF-SW.
006890     PERFORM 5100-LEER-GENERACION THRU 5100-EXIT
006900         UNTIL CALC-FIN-ARCHIVO.
006910     CLOSE CALC-HIST-FILE.
006920 5000-MARCAR.
006930     PERFORM 5200-MARCAR-ENTRADA THRU 5200-EXIT
006940         VARYING CALC-TLG-IDX FROM 1 BY 1
006950         UNTIL CALC-TLG-IDX > CALC-TLG-COUNT.
006960 5000-EXIT.
006970     EXIT.
006980
006990 5100-LEER-GENERACION.
007000     READ CALC-HIST-FILE
007010         AT END
007020             SET CALC-FIN-ARCHIVO TO TRUE
007030             GO TO 5100-EXIT
007040     END-READ.
007050     ADD 1 TO GEN-EN-ARCHIVO (CALC-GEN-IDX).
007060     MOVE 'N' TO CALC-HALLADO-SW.
007070     PERFORM 5150-COMPARAR-GENERACION THRU 5150-EXIT
007080         VARYING CALC-TLG-IDX FROM 1 BY 1
007090         UNTIL CALC-TLG-IDX > CALC-TLG-COUNT
007100             OR CALC-HALLADO.
007110 5100-EXIT.
007120     EXIT.
007130
007140 5150-COMPARAR-GENERACION.
007150     IF TLG-HIST-SW (CALC-TLG-IDX) = 'N'
007160             AND TLG-REGISTRO (CALC-TLG-IDX) = CALC-HIST-RECORD
007170         MOVE 'D' TO TLG-HIST-SW (CALC-TLG-IDX)
007180         ADD 1 TO GEN-REPETIDOS (CALC-GEN-IDX)
007190         SET CALC-HALLADO TO TRUE
007200     END-IF.
007210 5150-EXIT.
007220     EXIT.
007230
007240 5200-MARCAR-ENTRADA.
007250     IF TLG-FECHA (CALC-TLG-IDX) NOT = GEN-FECHA (CALC-GEN-IDX)
007260             OR TLG-HIST-SW (CALC-TLG-IDX) NOT = 'N'
007270         GO TO 5200-EXIT
007280     END-IF.
007290     IF GEN-FECHA (CALC-GEN-IDX) < CALC-FECHA-CORTE
007300         MOVE 'V' TO TLG-HIST-SW (CALC-TLG-IDX)
007310     ELSE
007320         ADD 1 TO GEN-NUEVOS (CALC-GEN-IDX)
007330     END-IF.
007340 5200-EXIT.
007350     EXIT.
007360
007370******************************************************************
007380* 6000-SUMAR-ENTRADA - ADD ONE LOG RECORD TO THE TOTALS OF EACH
007390*                       PLACE IT WAS FOUND AND COUNT EVERY PLACE
007400*                       IT IS MISSING
007410******************************************************************
007420 6000-SUMAR-ENTRADA.
007430     IF TLG-HIX-SW (CALC-TLG-IDX) = 'Y'
007440         ADD 1 TO TOT-HIX-COUNT
007450         ADD TLG-RESULTADO (CALC-TLG-IDX) TO TOT-HIX-HASH
007460     ELSE
007470         ADD 1 TO CALC-DIF-COUNT
007480     END-IF.
007490     IF TLG-FECHA (CALC-TLG-IDX) = CALC-FECHA-HOY
007500         IF TLG-GL-SW (CALC-TLG-IDX) = 'Y'
007510             ADD 1 TO TOT-GL-COUNT
007520             ADD TLG-RESULTADO (CALC-TLG-IDX) TO TOT-GL-HASH
007530         ELSE
007540             ADD 1 TO CALC-DIF-COUNT
007550         END-IF
007560     END-IF.
007570     IF TLG-HIST-SW (CALC-TLG-IDX) = 'N'
007580         ADD 1 TO TOT-HIST-COUNT
007590         ADD TLG-RESULTADO (CALC-TLG-IDX) TO TOT-HIST-HASH
007600     ELSE
007610         ADD 1 TO CALC-DIF-COUNT
007620     END-IF.
007630 6000-EXIT.
007640     EXIT.
007650
007660******************************************************************
007670* 8000-IMPRIMIR-REPORTE - CONTROL TOTALS, THE CALCHIST
007680*                          GENERATIONS, THE DISCREPANCY LISTING
007690*                          AND THE VERDICT
007700******************************************************************
007710 8000-IMPRIMIR-REPORTE.
007720     MOVE CALC-FECHA-HOY TO CUA-H-FECHA.
007730     WRITE RPT-LINE FROM CUA-ENCABEZADO-1.
007740     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
007750     MOVE CALC-GLIF-SECUENCIA TO CUA-H-SECUENCIA.
007760     MOVE CALC-GLIF-FECHA TO CUA-H-GLIF-FECHA.
007770     MOVE CALC-FECHA-CORTE TO CUA-H-CORTE.
007780     WRITE RPT-LINE FROM CUA-ENCABEZADO-2.
007790     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
007800     MOVE "CONTROL TOTALS" TO CUA-T-TEXTO.
007810     PERFORM 8800-IMPRIMIR-TITULO THRU 8800-EXIT.
007820     WRITE RPT-LINE FROM CUA-TOTAL-TITULOS.
007830     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
007840     PERFORM 8100-IMPRIMIR-TOTALES THRU 8100-EXIT.
007850     MOVE "CALCHIST GENERATIONS CALCARCH WILL APPEND TO"
007860         TO CUA-T-TEXTO.
007870     PERFORM 8800-IMPRIMIR-TITULO THRU 8800-EXIT.
007880     PERFORM 8200-IMPRIMIR-GENERACION THRU 8200-EXIT
007890         VARYING CALC-GEN-IDX FROM 1 BY 1
007900         UNTIL CALC-GEN-IDX > CALC-GEN-COUNT.
007910     IF CALC-GEN-COUNT = ZERO
007920         WRITE RPT-LINE FROM CUA-NINGUNO
007930         PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT
007940     END-IF.
007950     MOVE "*** DISCREPANCIES ***" TO CUA-T-TEXTO.
007960     PERFORM 8800-IMPRIMIR-TITULO THRU 8800-EXIT.
007970     IF CALC-DIF-COUNT = ZERO
007980         WRITE RPT-LINE FROM CUA-NINGUNO
007990         PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT
008000         GO TO 8000-VEREDICTO
008010     END-IF.
008020     IF NOT CALC-GLIF-CON-ENCABEZADO
008030         MOVE "CALCGLIF HAS NO HEADER - NOT EXTRACTED TODAY"
008040             TO RPT-LINE
008050         WRITE RPT-LINE
008060         PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT
008070     ELSE
008080         IF CALC-GLIF-FECHA NOT = CALC-FECHA-HOY
008090             MOVE CALC-GLIF-FECHA TO CUA-M-FECHA
008100             WRITE RPT-LINE FROM CUA-GLIF-MAL
008110             PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT
008120         END-IF
008130     END-IF.
008140     WRITE RPT-LINE FROM CUA-DIF-TITULOS.
008150     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
008160     PERFORM 8300-IMPRIMIR-FALTANTE THRU 8300-EXIT
008170         VARYING CALC-TLG-IDX FROM 1 BY 1
008180         UNTIL CALC-TLG-IDX > CALC-TLG-COUNT.
008190     PERFORM 8400-IMPRIMIR-SOBRANTE THRU 8400-EXIT
008200         VARYING CALC-EXT-IDX FROM 1 BY 1
008210         UNTIL CALC-EXT-IDX > CALC-EXT-COUNT.
008220     IF CALC-EXT-PERDIDAS > ZERO
008230         MOVE CALC-EXT-PERDIDAS TO CUA-X-CUENTA
008240         WRITE RPT-LINE FROM CUA-MAS
008250         PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT
008260     END-IF.
008270 8000-VEREDICTO.
008280     MOVE SPACES TO RPT-LINE.
008290     WRITE RPT-LINE.
008300     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
008310     IF CALC-DIF-COUNT = ZERO
008320         MOVE "CALCLOG FULLY ACCOUNTED FOR - CALCARCH MAY RUN"
008330             TO RPT-LINE
008340         WRITE RPT-LINE
008350     ELSE
008360         MOVE CALC-DIF-COUNT TO CUA-V-COUNT
008370         WRITE RPT-LINE FROM CUA-VEREDICTO
008380     END-IF.
008390     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
008400 8000-EXIT.
008410     EXIT.
008420
008430******************************************************************
008440* 8050-VERIFICAR-ESCRITURA - HALT CLEANLY ON A FAILED REPORT
008450*                             WRITE
008460******************************************************************
008470 8050-VERIFICAR-ESCRITURA.
008480     IF CALC-RPT-FS NOT = "00"
008490         DISPLAY "CALCCUAD: UNABLE TO WRITE CALCCUAO - STATUS "
008500             CALC-RPT-FS
008510         STOP RUN
008520     END-IF.
008530 8050-EXIT.
008540     EXIT.
008550
008560******************************************************************
008570* 8100-IMPRIMIR-TOTALES - ONE LINE PER SOURCE.  MISSING IS THE
008580*                          LOG RECORDS THE SOURCE SHOULD HOLD AND
008590*                          DOES NOT.
008600******************************************************************
008610 8100-IMPRIMIR-TOTALES.
008620     MOVE "CALCLOG - ALL DATES" TO CUA-T-NOMBRE.
008630     MOVE TOT-LOG-COUNT TO CUA-T-COUNT.
008640     MOVE TOT-LOG-HASH TO CUA-T-HASH.
008650     MOVE SPACES TO CUA-T-FALTA-G.
008660     PERFORM 8150-GRABAR-TOTAL THRU 8150-EXIT.
008670     MOVE "CALCHIXD - LOADED" TO CUA-T-NOMBRE.
008680     MOVE TOT-HIX-COUNT TO CUA-T-COUNT.
008690     MOVE TOT-HIX-HASH TO CUA-T-HASH.
008700     COMPUTE CUA-T-FALTA = TOT-LOG-COUNT - TOT-HIX-COUNT.
008710     COMPUTE CUA-T-FALTA-HASH = TOT-LOG-HASH - TOT-HIX-HASH.
008720     PERFORM 8150-GRABAR-TOTAL THRU 8150-EXIT.
008730     MOVE "CALCHIST - TO BE ARCHIVED" TO CUA-T-NOMBRE.
008740     MOVE TOT-HIST-COUNT TO CUA-T-COUNT.
008750     MOVE TOT-HIST-HASH TO CUA-T-HASH.
008760     COMPUTE CUA-T-FALTA = TOT-LOG-COUNT - TOT-HIST-COUNT.
008770     COMPUTE CUA-T-FALTA-HASH = TOT-LOG-HASH - TOT-HIST-HASH.
008780     PERFORM 8150-GRABAR-TOTAL THRU 8150-EXIT.
008790     MOVE SPACES TO RPT-LINE.
008800     WRITE RPT-LINE.
008810     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
008820     MOVE "CALCLOG - BUSINESS DATE" TO CUA-T-NOMBRE.
008830     MOVE TOT-HOY-COUNT TO CUA-T-COUNT.
008840     MOVE TOT-HOY-HASH TO CUA-T-HASH.
008850     MOVE SPACES TO CUA-T-FALTA-G.
008860     PERFORM 8150-GRABAR-TOTAL THRU 8150-EXIT.
008870     MOVE "CALCGLIF - L DETAILS" TO CUA-T-NOMBRE.
008880     MOVE TOT-GLIF-COUNT TO CUA-T-COUNT.
008890     MOVE TOT-GLIF-HASH TO CUA-T-HASH.
008900     PERFORM 8150-GRABAR-TOTAL THRU 8150-EXIT.
008910     MOVE "CALCHQUE - L DETAILS HELD" TO CUA-T-NOMBRE.
008920     MOVE TOT-RET-COUNT TO CUA-T-COUNT.
008930     MOVE TOT-RET-HASH TO CUA-T-HASH.
008940     PERFORM 8150-GRABAR-TOTAL THRU 8150-EXIT.
008950     MOVE "GL EXTRACT - SENT AND HELD" TO CUA-T-NOMBRE.
008960     MOVE TOT-GL-COUNT TO CUA-T-COUNT.
008970     MOVE TOT-GL-HASH TO CUA-T-HASH.
008980     COMPUTE CUA-T-FALTA = TOT-HOY-COUNT - TOT-GL-COUNT.
008990     COMPUTE CUA-T-FALTA-HASH = TOT-HOY-HASH - TOT-GL-HASH.
009000     PERFORM 8150-GRABAR-TOTAL THRU 8150-EXIT.
009010     MOVE "GL EXTRACT - NOT IN CALCLOG" TO CUA-T-NOMBRE.
009020     MOVE TOT-EXT-COUNT TO CUA-T-COUNT.
009030     PERFORM 8160-SUMAR-SOBRANTES THRU 8160-EXIT.
009040     MOVE TOT-EXT-HASH TO CUA-T-HASH.
009050     MOVE SPACES TO CUA-T-FALTA-G.
009060     PERFORM 8150-GRABAR-TOTAL THRU 8150-EXIT.
009070     MOVE "CALCLOG - OTHER DATES" TO CUA-T-NOMBRE.
009080     MOVE TOT-OTRA-COUNT TO CUA-T-COUNT.
009090     MOVE TOT-OTRA-HASH TO CUA-T-HASH.
009100     PERFORM 8150-GRABAR-TOTAL THRU 8150-EXIT.
009110     MOVE "  (NOT EXTRACTED BY CALCGLEX - CALCHIXD/CALCHIST ONLY)"
009120         TO RPT-LINE.
009130     WRITE RPT-LINE.
009140     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
009150 8100-EXIT.
009160     EXIT.
009170
009180 8150-GRABAR-TOTAL.
009190     WRITE RPT-LINE FROM CUA-TOTAL.
009200     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
009210 8150-EXIT.
009220     EXIT.
009230
009240 8160-SUMAR-SOBRANTES.
009250     MOVE ZERO TO TOT-EXT-HASH.
009260     PERFORM 8170-SUMAR-SOBRANTE THRU 8170-EXIT
009270         VARYING CALC-EXT-IDX FROM 1 BY 1
009280         UNTIL CALC-EXT-IDX > CALC-EXT-COUNT.
009290 8160-EXIT.
009300     EXIT.
009310
009320 8170-SUMAR-SOBRANTE.
009330     ADD EXT-RESULTADO (CALC-EXT-IDX) TO TOT-EXT-HASH.
009340 8170-EXIT.
009350     EXIT.
009360
009370 8200-IMPRIMIR-GENERACION.
009380     MOVE GEN-FECHA (CALC-GEN-IDX) TO CUA-G-FECHA.
009390     MOVE GEN-EN-ARCHIVO (CALC-GEN-IDX) TO CUA-G-ARCHIVO.
009400     MOVE GEN-NUEVOS (CALC-GEN-IDX) TO CUA-G-NUEVOS.
009410     COMPUTE CUA-G-DESPUES = GEN-EN-ARCHIVO (CALC-GEN-IDX)
009420         + GEN-NUEVOS (CALC-GEN-IDX).
009430     MOVE SPACES TO CUA-G-NOTA.
009440     IF GEN-REPETIDOS (CALC-GEN-IDX) > ZERO
009450         MOVE "ALREADY HOLDS" TO CUA-G-NOTA
009460     END-IF.
009470     IF GEN-FECHA (CALC-GEN-IDX) < CALC-FECHA-CORTE
009480         MOVE "PAST RETENTION" TO CUA-G-NOTA
009490     END-IF.
009500     WRITE RPT-LINE FROM CUA-GENERACION.
009510     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
009520 8200-EXIT.
009530     EXIT.
009540
009550******************************************************************
009560* 8300-IMPRIMIR-FALTANTE - ONE LINE FOR EACH PLACE A LOG RECORD
009570*                           IS MISSING
009580******************************************************************
009590 8300-IMPRIMIR-FALTANTE.
009600     MOVE TLG-FECHA (CALC-TLG-IDX) TO CUA-D-FECHA.
009610     MOVE TLG-HORA (CALC-TLG-IDX) TO CUA-D-HORA.
009620     MOVE TLG-OPERACION (CALC-TLG-IDX) TO CUA-D-OPERACION.
009630     MOVE TLG-RESULTADO (CALC-TLG-IDX) TO CUA-D-RESULTADO.
009640     MOVE TLG-OPERADOR (CALC-TLG-IDX) TO CUA-D-OPERADOR.
009650     IF TLG-HIX-SW (CALC-TLG-IDX) NOT = 'Y'
009660         MOVE "NOT LOADED TO CALCHIXD" TO CUA-D-TEXTO
009670         PERFORM 8350-GRABAR-DIFERENCIA THRU 8350-EXIT
009680     END-IF.
009690     IF TLG-FECHA (CALC-TLG-IDX) = CALC-FECHA-HOY
009700             AND TLG-GL-SW (CALC-TLG-IDX) NOT = 'Y'
009710         MOVE "NOT ON CALCGLIF OR HELD" TO CUA-D-TEXTO
009720         PERFORM 8350-GRABAR-DIFERENCIA THRU 8350-EXIT
009730     END-IF.
009740     IF TLG-HIST-SW (CALC-TLG-IDX) = 'D'
009750         MOVE "ALREADY IN CALCHIST" TO CUA-D-TEXTO
009760         PERFORM 8350-GRABAR-DIFERENCIA THRU 8350-EXIT
009770     END-IF.
009780     IF TLG-HIST-SW (CALC-TLG-IDX) = 'V'
009790         MOVE "CALCHIST PAST RETENTION" TO CUA-D-TEXTO
009800         PERFORM 8350-GRABAR-DIFERENCIA THRU 8350-EXIT
009810     END-IF.
009820 8300-EXIT.
009830     EXIT.
009840
009850 8350-GRABAR-DIFERENCIA.
009860     WRITE RPT-LINE FROM CUA-DIFERENCIA.
009870     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
009880 8350-EXIT.
009890     EXIT.
009900
009910 8400-IMPRIMIR-SOBRANTE.
009920     MOVE EXT-FECHA (CALC-EXT-IDX) TO CUA-D-FECHA.
009930     MOVE SPACES TO CUA-D-HORA.
009940     MOVE EXT-OPERACION (CALC-EXT-IDX) TO CUA-D-OPERACION.
009950     MOVE EXT-RESULTADO (CALC-EXT-IDX) TO CUA-D-RESULTADO.
009960     MOVE EXT-OPERADOR (CALC-EXT-IDX) TO CUA-D-OPERADOR.
009970     IF EXT-FUENTE (CALC-EXT-IDX) = 'H'
009980         MOVE "HELD, NOT IN CALCLOG" TO CUA-D-TEXTO
009990     ELSE
010000         MOVE "ON CALCGLIF, NOT IN CALCLOG" TO CUA-D-TEXTO
010010     END-IF.
010020     PERFORM 8350-GRABAR-DIFERENCIA THRU 8350-EXIT.
010030 8400-EXIT.
010040     EXIT.
010050
010060 8800-IMPRIMIR-TITULO.
010070     MOVE SPACES TO RPT-LINE.
010080     WRITE RPT-LINE.
010090     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
010100     WRITE RPT-LINE FROM CUA-TITULO.
010110     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
010120 8800-EXIT.
010130     EXIT.
010140
010150******************************************************************
010160* 9000-TERMINATE - ON ANY DISCREPANCY END WITHOUT RECORDING
010170*                   COMPLETION, SO CALCRCST REFUSES CALCARCH;
010180*                   OTHERWISE RECORD THE STEP COMPLETE
010190******************************************************************
010200 9000-TERMINATE.
010210     CLOSE REPORT-FILE.
010220     DISPLAY "CALCCUAD: " TOT-LOG-COUNT " CALCLOG RECORDS, "
010230         TOT-HIX-COUNT " ON CALCHIXD, " TOT-GL-COUNT
010240         " EXTRACTED OR HELD, " TOT-HIST-COUNT " TO BE ARCHIVED".
010250     IF CALC-DIF-COUNT > ZERO
010260         DISPLAY "CALCCUAD: *** " CALC-DIF-COUNT
010270             " DISCREPANCIES - CALCARCH WILL BE REFUSED - "
010271             "SEE CALCCUAO ***"
010272         MOVE CALC-DIF-COUNT TO EXLG-CIFRA-1
010273         MOVE 'C' TO EXLG-SEVERIDAD
010274         MOVE "CUAD01" TO EXLG-CODIGO
010275         MOVE SPACES TO EXLG-TEXTO
010276         STRING EXLG-CIFRA-1
010278             " DISCREPANCIES - CALCARCH BLOCKED - "
010280             "SEE CALCCUAO"
010282             DELIMITED BY SIZE
010284             INTO EXLG-TEXTO
010286         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
010290         STOP RUN
010300     END-IF.
010310     MOVE 'E' TO CALC-RCST-FUNCION.
010320     CALL 'CALCRCST' USING CALC-RCST-PASO CALC-FECHA-HOY
010330         CALC-RCST-FUNCION CALC-RCST-RC.
010340 9000-EXIT.
010350     EXIT.
010351
010352******************************************************************
010353* 9800-ANOTAR-EXCEPCION - APPEND THE EXCEPTION IN EXLG-AREA TO
010354*                          THE CALCEXCP OPERATIONS EXCEPTIONS
010355*                          FILE
010356******************************************************************
010357 9800-ANOTAR-EXCEPCION.
010358     MOVE "CALCCUAD" TO EXLG-PROGRAMA.
010359     MOVE CALC-FECHA-HOY TO EXLG-FECHA.
010360     CALL 'CALCEXLG' USING EXLG-AREA.
010361 9800-EXIT.
010362     EXIT.
010363
010370 END PROGRAM CALCCUAD.
