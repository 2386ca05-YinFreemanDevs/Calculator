000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Morning operations exception report.  Lists on
000160*               CALCEXRO every exception appended to CALCEXCP
000170*               since the last morning report - the night's
000180*               exceptions - grouped by severity (critical,
000190*               warning, information) with whether and by whom
000200*               each has been acknowledged, then a count of the
000210*               night's exceptions by program and severity, then
000220*               every earlier exception still not acknowledged
000230*               on the CALCEXAJ journal, carried forward the
000240*               same way until the shift lead clears it through
000250*               CALCEXAK.  The CALCEXUL control record keeps the
000260*               last exception number reported and the business
000270*               date it was reported for, so a rerun the same
000280*               morning reprints the same night rather than an
000290*               empty one.
000300* Tectonics:    cobc
000310* Modification History:
000320*   2026-10-15 DR  Initial version.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. CALCEXRP.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPTIONAL CALC-EXC-FILE ASSIGN TO "CALCEXCP"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS CALC-EXC-FS.
000430
000440     SELECT OPTIONAL CALC-EXAJ-FILE ASSIGN TO "CALCEXAJ"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS CALC-EXAJ-FS.
000470
000480     SELECT OPTIONAL CALC-EXUL-FILE ASSIGN TO "CALCEXUL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS CALC-EXUL-FS.
000510
000520     SELECT REPORT-FILE ASSIGN TO "CALCEXRO"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CALC-RPT-FS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CALC-EXC-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY CALCEXCR.
000610
000620 FD  CALC-EXAJ-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY CALCEXKR.
000650
000660 FD  CALC-EXUL-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  EXUL-RECORD.
000690     05  EXUL-FECHA                PIC 9(08).
000700     05  EXUL-DESDE                PIC 9(08).
000710     05  EXUL-HASTA                PIC 9(08).
000720
000730 FD  REPORT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  RPT-LINE                      PIC X(80).
000760
000770 WORKING-STORAGE SECTION.
000780 01  CALC-EXC-FS                   PIC X(02).
000790 01  CALC-EXAJ-FS                  PIC X(02).
000800 01  CALC-EXUL-FS                  PIC X(02).
000810 01  CALC-RPT-FS                   PIC X(02).
000820
000830 01  CALC-SWITCHES.
000840     05  CALC-EOF-SW               PIC X(01) VALUE 'N'.
000850         88  CALC-FIN-ARCHIVO      VALUE 'Y'.
000860     05  CALC-HALLADO-SW           PIC X(01) VALUE 'N'.
000870         88  CALC-HALLADO          VALUE 'Y'.
000880
000890 77  CALC-FECHA-HOY                PIC 9(08) VALUE ZERO.
000900 77  CALC-BDGT-RC                  PIC 9(02) VALUE ZERO.
000910 77  CALC-DESDE                    PIC 9(08) VALUE 1.
000920 77  CALC-EXC-NUMERO               PIC 9(08) VALUE ZERO.
000930 77  CALC-ACK-COUNT                PIC 9(06) COMP VALUE ZERO.
000940 77  CALC-ACK-MAX                  PIC 9(06) COMP VALUE 9000.
000950 77  CALC-ACK-IDX                  PIC 9(06) COMP VALUE ZERO.
000960 77  CALC-ACK-USO                  PIC 9(06) COMP VALUE ZERO.
000970 77  CALC-TEX-COUNT                PIC 9(04) COMP VALUE ZERO.
000980 77  CALC-TEX-MAX                  PIC 9(04) COMP VALUE 2000.
000990 77  CALC-TEX-IDX                  PIC 9(04) COMP VALUE ZERO.
001000 77  CALC-PRG-COUNT                PIC 9(04) COMP VALUE ZERO.
001010 77  CALC-PRG-MAX                  PIC 9(04) COMP VALUE 60.
001020 77  CALC-PRG-IDX                  PIC 9(04) COMP VALUE ZERO.
001030 77  CALC-NUEVAS-COUNT             PIC 9(06) COMP VALUE ZERO.
001040 77  CALC-NUEVAS-ACK               PIC 9(06) COMP VALUE ZERO.
001050 77  CALC-ARRASTRE-COUNT           PIC 9(06) COMP VALUE ZERO.
001060 77  CALC-LINEAS-SECCION           PIC 9(06) COMP VALUE ZERO.
001070
001080* THE SECTION AND SEVERITY BEING PRINTED: N = THE NIGHT'S,
001090* A = CARRIED FORWARD.  SEVERITY I ALSO TAKES ANY CODE THAT IS
001100* NEITHER C NOR W.
001110 01  CALC-SECCION                  PIC X(01).
001120 01  CALC-SEVERIDAD                PIC X(01).
001130
001140 01  CALC-HORA-EXC                 PIC 9(08).
001150 01  CALC-HORA-EXC-R REDEFINES CALC-HORA-EXC.
001160     05  CALC-HORA-HH              PIC 9(02).
001170     05  CALC-HORA-MM              PIC 9(02).
001180     05  CALC-HORA-SS              PIC 9(02).
001190     05  FILLER                    PIC 9(02).
001200
001210* EVERY ACKNOWLEDGMENT ON THE JOURNAL
001220 01  CALC-ACK-TABLA.
001230     05  CALC-ACK-ENTRADA          OCCURS 9000 TIMES.
001240         10  TAK-NUMERO            PIC 9(08).
001250         10  TAK-CLAVE             PIC X(24).
001260         10  TAK-OPERADOR          PIC X(08).
001270
001280* THE EXCEPTIONS TO PRINT - THE NIGHT'S AND THE OPEN EARLIER ONES
001290 01  CALC-TEX-TABLA.
001300     05  CALC-TEX-ENTRADA          OCCURS 2000 TIMES.
001310         10  TEX-SECCION           PIC X(01).
001320         10  TEX-NUMERO            PIC 9(08).
001330         10  TEX-OPERADOR          PIC X(08).
001340         10  TEX-REGISTRO          PIC X(91).
001350
001360* THE NIGHT'S EXCEPTIONS BY PROGRAM
001370 01  CALC-PRG-TABLA.
001380     05  CALC-PRG-ENTRADA          OCCURS 60 TIMES.
001390         10  PRG-PROGRAMA          PIC X(08).
001400         10  PRG-CRITICAS          PIC 9(06).
001410         10  PRG-AVISOS            PIC 9(06).
001420         10  PRG-INFORMATIVAS      PIC 9(06).
001430
001440 01  PRG-TOTALES.
001450     05  PRT-CRITICAS              PIC 9(06) VALUE ZERO.
001460     05  PRT-AVISOS                PIC 9(06) VALUE ZERO.
001470     05  PRT-INFORMATIVAS          PIC 9(06) VALUE ZERO.
001480
001490 01  EXR-ENCABEZADO-1.
001500     05  FILLER                    PIC X(42) VALUE
001510         "CALCEXRP - OPERATIONS EXCEPTION REPORT - ".
001520     05  FILLER                    PIC X(14) VALUE
001530         "BUSINESS DATE ".
001540     05  EXR-H-FECHA               PIC 9(08).
001550
001560 01  EXR-ENCABEZADO-2.
001570     05  FILLER                    PIC X(11) VALUE "EXCEPTIONS ".
001580     05  EXR-H-DESDE               PIC ZZZZZZZ9.
001590     05  FILLER                    PIC X(06) VALUE " THRU ".
001600     05  EXR-H-HASTA               PIC ZZZZZZZ9.
001610     05  FILLER                    PIC X(23) VALUE
001620         " SINCE THE LAST REPORT".
001630
001640 01  EXR-TITULO.
001650     05  EXR-T-TEXTO               PIC X(60).
001660
001670 01  EXR-DETALLE-1.
001680     05  EXR-D-NUMERO              PIC ZZZZZZZ9.
001690     05  FILLER                    PIC X(01) VALUE SPACE.
001700     05  EXR-D-FECHA               PIC 9(08).
001710     05  FILLER                    PIC X(01) VALUE SPACE.
001720     05  EXR-D-HH                  PIC 9(02).
001730     05  FILLER                    PIC X(01) VALUE ":".
001740     05  EXR-D-MM                  PIC 9(02).
001750     05  FILLER                    PIC X(01) VALUE ":".
001760     05  EXR-D-SS                  PIC 9(02).
001770     05  FILLER                    PIC X(01) VALUE SPACE.
001780     05  EXR-D-PROGRAMA            PIC X(08).
001790     05  FILLER                    PIC X(01) VALUE SPACE.
001800     05  EXR-D-CODIGO              PIC X(06).
001810     05  FILLER                    PIC X(02) VALUE SPACES.
001820     05  EXR-D-ESTADO              PIC X(16).
001830
001840 01  EXR-DETALLE-2.
001850     05  FILLER                    PIC X(09) VALUE SPACES.
001860     05  EXR-D-TEXTO               PIC X(60).
001870
001880 01  EXR-PRG-TITULOS.
001890     05  FILLER                    PIC X(40) VALUE
001900         "PROGRAM    CRITICAL   WARNING      INFO ".
001910     05  FILLER                    PIC X(10) VALUE
001920         "     TOTAL".
001930
001940 01  EXR-PRG-LINEA.
001950     05  EXR-P-PROGRAMA            PIC X(08).
001960     05  FILLER                    PIC X(02) VALUE SPACES.
001970     05  EXR-P-CRITICAS            PIC ZZZZZZZZ9.
001980     05  FILLER                    PIC X(01) VALUE SPACE.
001990     05  EXR-P-AVISOS              PIC ZZZZZZZZ9.
002000     05  FILLER                    PIC X(01) VALUE SPACE.
002010     05  EXR-P-INFORMATIVAS        PIC ZZZZZZZZ9.
002020     05  FILLER                    PIC X(01) VALUE SPACE.
002030     05  EXR-P-TOTAL               PIC ZZZZZZZZ9.
002040
002050 01  EXR-RESUMEN.
002060     05  EXR-R-NUEVAS              PIC ZZZZZ9.
002070     05  FILLER                    PIC X(06) VALUE " NEW (".
002080     05  EXR-R-NUEVAS-ACK          PIC ZZZZZ9.
002090     05  FILLER                    PIC X(16) VALUE
002100         " ACKNOWLEDGED), ".
002110     05  EXR-R-ARRASTRE            PIC ZZZZZ9.
002120     05  FILLER                    PIC X(31) VALUE
002130         " EARLIER STILL NOT ACKNOWLEDGED".
002140
002150 01  EXR-NINGUNA.
002160     05  FILLER                    PIC X(06) VALUE SPACES.
002170     05  FILLER                    PIC X(04) VALUE "NONE".
002180
002190 PROCEDURE DIVISION.
002200
002210******************************************************************
002220* 0000-MAINLINE
002230******************************************************************
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002260     PERFORM 1500-CARGAR-ACUSES THRU 1500-EXIT.
002270     PERFORM 2000-CARGAR-EXCEPCIONES THRU 2000-EXIT.
002280     PERFORM 8000-IMPRIMIR-REPORTE THRU 8000-EXIT.
002290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002300     STOP RUN.
002310
002320******************************************************************
002330* 1000-INITIALIZE - BUSINESS DATE AND THE FIRST EXCEPTION NUMBER
002340*                    OF THE NIGHT FROM CALCEXUL; OPEN THE REPORT
002350******************************************************************
002360 1000-INITIALIZE.
002370     CALL 'CALCBDGT' USING CALC-FECHA-HOY CALC-BDGT-RC.
002380     OPEN INPUT CALC-EXUL-FILE.
002390     IF CALC-EXUL-FS NOT = "00" AND CALC-EXUL-FS NOT = "05"
002400         DISPLAY "CALCEXRP: UNABLE TO OPEN CALCEXUL - STATUS "
002410             CALC-EXUL-FS
002420         STOP RUN
002430     END-IF.
002440     READ CALC-EXUL-FILE
002450         AT END
002460             CONTINUE
002470         NOT AT END
002480             IF EXUL-FECHA = CALC-FECHA-HOY
002490                 MOVE EXUL-DESDE TO CALC-DESDE
002500             ELSE
002510                 COMPUTE CALC-DESDE = EXUL-HASTA + 1
002520             END-IF
002530     END-READ.
002540     CLOSE CALC-EXUL-FILE.
002550     OPEN OUTPUT REPORT-FILE.
002560     IF CALC-RPT-FS NOT = "00"
002570         DISPLAY "CALCEXRP: UNABLE TO OPEN CALCEXRO - STATUS "
002580             CALC-RPT-FS
002590         STOP RUN
002600     END-IF.
002610 1000-EXIT.
002620     EXIT.
002630
002640******************************************************************
002650* 1500-CARGAR-ACUSES - READ THE CALCEXAJ JOURNAL INTO THE TABLE
002660******************************************************************
002670 1500-CARGAR-ACUSES.
002680     OPEN INPUT CALC-EXAJ-FILE.
002690     IF CALC-EXAJ-FS NOT = "00" AND CALC-EXAJ-FS NOT = "05"
002700         DISPLAY "CALCEXRP: UNABLE TO OPEN CALCEXAJ - STATUS "
002710             CALC-EXAJ-FS
002720         STOP RUN
002730     END-IF.
002740     MOVE 'N' TO CALC-EOF-SW.
002750     PERFORM 1600-LEER-ACUSE THRU 1600-EXIT
002760         UNTIL CALC-FIN-ARCHIVO.
002770     CLOSE CALC-EXAJ-FILE.
002780 1500-EXIT.
002790     EXIT.
002800
002810 1600-LEER-ACUSE.
002820     READ CALC-EXAJ-FILE
002830         AT END
002840             SET CALC-FIN-ARCHIVO TO TRUE
002850             GO TO 1600-EXIT
002860     END-READ.
002870     IF CALC-ACK-COUNT >= CALC-ACK-MAX
002880         DISPLAY "CALCEXRP: ACKNOWLEDGMENT TABLE FULL - RAISE "
002890             "CALC-ACK-MAX"
002900         STOP RUN
002910     END-IF.
002920     ADD 1 TO CALC-ACK-COUNT.
002930     MOVE EXK-NUMERO TO TAK-NUMERO (CALC-ACK-COUNT).
002940     MOVE EXK-EXC-FECHA TO TAK-CLAVE (CALC-ACK-COUNT) (1:8).
002950     MOVE EXK-EXC-HORA TO TAK-CLAVE (CALC-ACK-COUNT) (9:8).
002960     MOVE EXK-EXC-PROGRAMA TO TAK-CLAVE (CALC-ACK-COUNT) (17:8).
002970     MOVE EXK-OPERADOR TO TAK-OPERADOR (CALC-ACK-COUNT).
002980 1600-EXIT.
002990     EXIT.
003000
003010******************************************************************
003020* 2000-CARGAR-EXCEPCIONES - NUMBER EVERY CALCEXCP RECORD BY ITS
003030*                            POSITION; KEEP THE NIGHT'S AND THE
003040*                            OPEN EARLIER ONES
003050******************************************************************
003060 2000-CARGAR-EXCEPCIONES.
003070     OPEN INPUT CALC-EXC-FILE.
003080     IF CALC-EXC-FS NOT = "00" AND CALC-EXC-FS NOT = "05"
003090         DISPLAY "CALCEXRP: UNABLE TO OPEN CALCEXCP - STATUS "
003100             CALC-EXC-FS
003110         STOP RUN
003120     END-IF.
003130     MOVE 'N' TO CALC-EOF-SW.
003140     PERFORM 2100-LEER-EXCEPCION THRU 2100-EXIT
003150         UNTIL CALC-FIN-ARCHIVO.
003160     CLOSE CALC-EXC-FILE.
003170 2000-EXIT.
003180     EXIT.
003190
003200 2100-LEER-EXCEPCION.
003210     READ CALC-EXC-FILE
003220         AT END
003230             SET CALC-FIN-ARCHIVO TO TRUE
003240             GO TO 2100-EXIT
003250     END-READ.
003260     ADD 1 TO CALC-EXC-NUMERO.
003270     MOVE 'N' TO CALC-HALLADO-SW.
003280     MOVE ZERO TO CALC-ACK-USO.
003290     PERFORM 2200-BUSCAR-ACUSE THRU 2200-EXIT
003300         VARYING CALC-ACK-IDX FROM 1 BY 1
003310         UNTIL CALC-ACK-IDX > CALC-ACK-COUNT
003320             OR CALC-HALLADO.
003330     IF CALC-EXC-NUMERO < CALC-DESDE AND CALC-HALLADO
003340         GO TO 2100-EXIT
003350     END-IF.
003360     IF CALC-TEX-COUNT >= CALC-TEX-MAX
003370         DISPLAY "CALCEXRP: EXCEPTION TABLE FULL - RAISE "
003380             "CALC-TEX-MAX"
003390         STOP RUN
003400     END-IF.
003410     ADD 1 TO CALC-TEX-COUNT.
003420     MOVE CALC-EXC-NUMERO TO TEX-NUMERO (CALC-TEX-COUNT).
003430     MOVE CALC-EXC-RECORD TO TEX-REGISTRO (CALC-TEX-COUNT).
003440     MOVE SPACES TO TEX-OPERADOR (CALC-TEX-COUNT).
003450     IF CALC-HALLADO
003460         MOVE TAK-OPERADOR (CALC-ACK-USO)
003470             TO TEX-OPERADOR (CALC-TEX-COUNT)
003480     END-IF.
003490     IF CALC-EXC-NUMERO < CALC-DESDE
003500         MOVE 'A' TO TEX-SECCION (CALC-TEX-COUNT)
003510         ADD 1 TO CALC-ARRASTRE-COUNT
003520         GO TO 2100-EXIT
003530     END-IF.
003540     MOVE 'N' TO TEX-SECCION (CALC-TEX-COUNT).
003550     ADD 1 TO CALC-NUEVAS-COUNT.
003560     IF CALC-HALLADO
003570         ADD 1 TO CALC-NUEVAS-ACK
003580     END-IF.
003590     PERFORM 2300-CONTAR-PROGRAMA THRU 2300-EXIT.
003600 2100-EXIT.
003610     EXIT.
003620
003630 2200-BUSCAR-ACUSE.
003640     IF TAK-NUMERO (CALC-ACK-IDX) = CALC-EXC-NUMERO
003650             AND TAK-CLAVE (CALC-ACK-IDX) (1:8) = EXC-FECHA
003660             AND TAK-CLAVE (CALC-ACK-IDX) (9:8) = EXC-HORA
003670             AND TAK-CLAVE (CALC-ACK-IDX) (17:8) = EXC-PROGRAMA
003680         SET CALC-HALLADO TO TRUE
003690         MOVE CALC-ACK-IDX TO CALC-ACK-USO
003700     END-IF.
003710 2200-EXIT.
003720     EXIT.
003730
003740******************************************************************
003750* 2300-CONTAR-PROGRAMA - ADD ONE OF THE NIGHT'S EXCEPTIONS TO ITS
003760*                         PROGRAM'S COUNT BY SEVERITY
003770******************************************************************
003780 2300-CONTAR-PROGRAMA.
003790     MOVE 'N' TO CALC-HALLADO-SW.
003800     PERFORM 2350-BUSCAR-PROGRAMA THRU 2350-EXIT
003810         VARYING CALC-PRG-IDX FROM 1 BY 1
003820         UNTIL CALC-PRG-IDX > CALC-PRG-COUNT
003830             OR CALC-HALLADO.
003840     IF CALC-HALLADO
003850         SUBTRACT 1 FROM CALC-PRG-IDX
003860     ELSE
003870         IF CALC-PRG-COUNT >= CALC-PRG-MAX
003880             DISPLAY "CALCEXRP: PROGRAM TABLE FULL - RAISE "
003890                 "CALC-PRG-MAX"
003900             STOP RUN
003910         END-IF
003920         ADD 1 TO CALC-PRG-COUNT
003930         MOVE CALC-PRG-COUNT TO CALC-PRG-IDX
003940         MOVE EXC-PROGRAMA TO PRG-PROGRAMA (CALC-PRG-IDX)
003950         MOVE ZERO TO PRG-CRITICAS (CALC-PRG-IDX)
003960         MOVE ZERO TO PRG-AVISOS (CALC-PRG-IDX)
003970         MOVE ZERO TO PRG-INFORMATIVAS (CALC-PRG-IDX)
003980     END-IF.
003990     IF EXC-CRITICA
004000         ADD 1 TO PRG-CRITICAS (CALC-PRG-IDX)
004010         ADD 1 TO PRT-CRITICAS
004020         GO TO 2300-EXIT
004030     END-IF.
004040     IF EXC-AVISO
004050         ADD 1 TO PRG-AVISOS (CALC-PRG-IDX)
004060         ADD 1 TO PRT-AVISOS
004070         GO TO 2300-EXIT
004080     END-IF.
004090     ADD 1 TO PRG-INFORMATIVAS (CALC-PRG-IDX).
004100     ADD 1 TO PRT-INFORMATIVAS.
004110 2300-EXIT.
004120     EXIT.
004130
004140 2350-BUSCAR-PROGRAMA.
004150     IF PRG-PROGRAMA (CALC-PRG-IDX) = EXC-PROGRAMA
004160         SET CALC-HALLADO TO TRUE
004170     END-IF.
004180 2350-EXIT.
004190     EXIT.
004200
004210******************************************************************
004220* 8000-IMPRIMIR-REPORTE - THE NIGHT'S EXCEPTIONS BY SEVERITY, THE
004230*                          COUNT BY PROGRAM, THE OPEN EXCEPTIONS
004240*                          CARRIED FORWARD AND THE SUMMARY
004250******************************************************************
004260 8000-IMPRIMIR-REPORTE.
004270     MOVE CALC-FECHA-HOY TO EXR-H-FECHA.
004280     WRITE RPT-LINE FROM EXR-ENCABEZADO-1.
004290     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
004300     IF CALC-NUEVAS-COUNT = ZERO
004310         MOVE "NO NEW EXCEPTIONS SINCE THE LAST REPORT"
004320             TO RPT-LINE
004330         WRITE RPT-LINE
004340     ELSE
004350         MOVE CALC-DESDE TO EXR-H-DESDE
004360         MOVE CALC-EXC-NUMERO TO EXR-H-HASTA
004370         WRITE RPT-LINE FROM EXR-ENCABEZADO-2
004380     END-IF.
004390     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
004400     MOVE 'N' TO CALC-SECCION.
004410     MOVE 'C' TO CALC-SEVERIDAD.
004420     MOVE "THE NIGHT'S EXCEPTIONS - CRITICAL" TO EXR-T-TEXTO.
004430     PERFORM 8100-IMPRIMIR-GRUPO THRU 8100-EXIT.
004440     MOVE 'W' TO CALC-SEVERIDAD.
004450     MOVE "THE NIGHT'S EXCEPTIONS - WARNING" TO EXR-T-TEXTO.
004460     PERFORM 8100-IMPRIMIR-GRUPO THRU 8100-EXIT.
004470     MOVE 'I' TO CALC-SEVERIDAD.
004480     MOVE "THE NIGHT'S EXCEPTIONS - INFORMATION" TO EXR-T-TEXTO.
004490     PERFORM 8100-IMPRIMIR-GRUPO THRU 8100-EXIT.
004500     PERFORM 8300-IMPRIMIR-PROGRAMAS THRU 8300-EXIT.
004510     MOVE 'A' TO CALC-SECCION.
004520     MOVE 'C' TO CALC-SEVERIDAD.
004530     MOVE "CARRIED FORWARD - NOT YET ACKNOWLEDGED - CRITICAL"
004540         TO EXR-T-TEXTO.
004550     PERFORM 8100-IMPRIMIR-GRUPO THRU 8100-EXIT.
004560     MOVE 'W' TO CALC-SEVERIDAD.
004570     MOVE "CARRIED FORWARD - NOT YET ACKNOWLEDGED - WARNING"
004580         TO EXR-T-TEXTO.
004590     PERFORM 8100-IMPRIMIR-GRUPO THRU 8100-EXIT.
004600     MOVE 'I' TO CALC-SEVERIDAD.
004610     MOVE "CARRIED FORWARD - NOT YET ACKNOWLEDGED - INFORMATION"
004620         TO EXR-T-TEXTO.
004630     PERFORM 8100-IMPRIMIR-GRUPO THRU 8100-EXIT.
004640     MOVE SPACES TO RPT-LINE.
004650     WRITE RPT-LINE.
004660     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
004670     MOVE CALC-NUEVAS-COUNT TO EXR-R-NUEVAS.
004680     MOVE CALC-NUEVAS-ACK TO EXR-R-NUEVAS-ACK.
004690     MOVE CALC-ARRASTRE-COUNT TO EXR-R-ARRASTRE.
004700     WRITE RPT-LINE FROM EXR-RESUMEN.
004710     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
004720 8000-EXIT.
004730     EXIT.
004740
004750******************************************************************
004760* 8050-VERIFICAR-ESCRITURA - HALT CLEANLY ON A FAILED REPORT
004770*                             WRITE
004780******************************************************************
004790 8050-VERIFICAR-ESCRITURA.
004800     IF CALC-RPT-FS NOT = "00"
004810         DISPLAY "CALCEXRP: UNABLE TO WRITE CALCEXRO - STATUS "
004820             CALC-RPT-FS
004830         STOP RUN
004840     END-IF.
004850 8050-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890* 8100-IMPRIMIR-GRUPO - ONE SECTION AND SEVERITY: THE TITLE, THEN
004900*                        EVERY EXCEPTION IN IT IN NUMBER ORDER
004910******************************************************************
004920 8100-IMPRIMIR-GRUPO.
004930     MOVE SPACES TO RPT-LINE.
004940     WRITE RPT-LINE.
004950     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
004960     WRITE RPT-LINE FROM EXR-TITULO.
004970     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
004980     MOVE ZERO TO CALC-LINEAS-SECCION.
004990     PERFORM 8200-IMPRIMIR-EXCEPCION THRU 8200-EXIT
005000         VARYING CALC-TEX-IDX FROM 1 BY 1
005010         UNTIL CALC-TEX-IDX > CALC-TEX-COUNT.
005020     IF CALC-LINEAS-SECCION = ZERO
005030         WRITE RPT-LINE FROM EXR-NINGUNA
005040         PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT
005050     END-IF.
005060 8100-EXIT.
005070     EXIT.
005080
005090 8200-IMPRIMIR-EXCEPCION.
005100     IF TEX-SECCION (CALC-TEX-IDX) NOT = CALC-SECCION
005110         GO TO 8200-EXIT
005120     END-IF.
005130     MOVE TEX-REGISTRO (CALC-TEX-IDX) TO CALC-EXC-RECORD.
005140     IF CALC-SEVERIDAD = 'I'
005150         IF EXC-CRITICA OR EXC-AVISO
005160             GO TO 8200-EXIT
005170         END-IF
005180     ELSE
005190         IF EXC-SEVERIDAD NOT = CALC-SEVERIDAD
005200             GO TO 8200-EXIT
005210         END-IF
005220     END-IF.
005230     ADD 1 TO CALC-LINEAS-SECCION.
005240     MOVE TEX-NUMERO (CALC-TEX-IDX) TO EXR-D-NUMERO.
005250     MOVE EXC-FECHA TO EXR-D-FECHA.
005260     MOVE EXC-HORA TO CALC-HORA-EXC.
005270     MOVE CALC-HORA-HH TO EXR-D-HH.
005280     MOVE CALC-HORA-MM TO EXR-D-MM.
005290     MOVE CALC-HORA-SS TO EXR-D-SS.
005300     MOVE EXC-PROGRAMA TO EXR-D-PROGRAMA.
005310     MOVE EXC-CODIGO TO EXR-D-CODIGO.
005320     IF TEX-OPERADOR (CALC-TEX-IDX) = SPACES
005330         MOVE "OPEN" TO EXR-D-ESTADO
005340     ELSE
005350         MOVE SPACES TO EXR-D-ESTADO
005360         STRING "ACK BY " TEX-OPERADOR (CALC-TEX-IDX)
005370             DELIMITED BY SIZE INTO EXR-D-ESTADO
005380     END-IF.
005390     WRITE RPT-LINE FROM EXR-DETALLE-1.
005400     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
005410     MOVE EXC-TEXTO TO EXR-D-TEXTO.
005420     WRITE RPT-LINE FROM EXR-DETALLE-2.
005430     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
005440 8200-EXIT.
005450     EXIT.
005460
005470******************************************************************
005480* 8300-IMPRIMIR-PROGRAMAS - THE NIGHT'S EXCEPTIONS COUNTED BY
005490*                            PROGRAM AND SEVERITY
005500******************************************************************
005510 8300-IMPRIMIR-PROGRAMAS.
005520     MOVE SPACES TO RPT-LINE.
005530     WRITE RPT-LINE.
005540     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
005550     MOVE "THE NIGHT'S EXCEPTIONS BY PROGRAM" TO EXR-T-TEXTO.
005560     WRITE RPT-LINE FROM EXR-TITULO.
005570     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
005580     WRITE RPT-LINE FROM EXR-PRG-TITULOS.
005590     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
005600     PERFORM 8350-IMPRIMIR-PROGRAMA THRU 8350-EXIT
005610         VARYING CALC-PRG-IDX FROM 1 BY 1
005620         UNTIL CALC-PRG-IDX > CALC-PRG-COUNT.
005630     MOVE "TOTAL" TO EXR-P-PROGRAMA.
005640     MOVE PRT-CRITICAS TO EXR-P-CRITICAS.
005650     MOVE PRT-AVISOS TO EXR-P-AVISOS.
005660     MOVE PRT-INFORMATIVAS TO EXR-P-INFORMATIVAS.
005670     COMPUTE EXR-P-TOTAL = PRT-CRITICAS + PRT-AVISOS
005680         + PRT-INFORMATIVAS.
005690     WRITE RPT-LINE FROM EXR-PRG-LINEA.
005700     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
005710 8300-EXIT.
005720     EXIT.
005730
005740 8350-IMPRIMIR-PROGRAMA.
005750     MOVE PRG-PROGRAMA (CALC-PRG-IDX) TO EXR-P-PROGRAMA.
005760     MOVE PRG-CRITICAS (CALC-PRG-IDX) TO EXR-P-CRITICAS.
005770     MOVE PRG-AVISOS (CALC-PRG-IDX) TO EXR-P-AVISOS.
005780     MOVE PRG-INFORMATIVAS (CALC-PRG-IDX) TO EXR-P-INFORMATIVAS.
005790     COMPUTE EXR-P-TOTAL = PRG-CRITICAS (CALC-PRG-IDX)
005800         + PRG-AVISOS (CALC-PRG-IDX)
005810         + PRG-INFORMATIVAS (CALC-PRG-IDX).
005820     WRITE RPT-LINE FROM EXR-PRG-LINEA.
005830     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
005840 8350-EXIT.
005850     EXIT.
005860
005870******************************************************************
005880* 9000-TERMINATE - RECORD HOW FAR THIS REPORT WENT IN CALCEXUL
005890******************************************************************
005900 9000-TERMINATE.
005910     CLOSE REPORT-FILE.
005920     OPEN OUTPUT CALC-EXUL-FILE.
005930     IF CALC-EXUL-FS NOT = "00" AND CALC-EXUL-FS NOT = "05"
005940         DISPLAY "CALCEXRP: UNABLE TO REWRITE CALCEXUL - STATUS "
005950             CALC-EXUL-FS
005960         STOP RUN
005970     END-IF.
005980     MOVE CALC-FECHA-HOY TO EXUL-FECHA.
005990     MOVE CALC-DESDE TO EXUL-DESDE.
006000     MOVE CALC-EXC-NUMERO TO EXUL-HASTA.
006010     WRITE EXUL-RECORD.
006020     IF CALC-EXUL-FS NOT = "00"
006030         DISPLAY "CALCEXRP: UNABLE TO WRITE CALCEXUL - STATUS "
006040             CALC-EXUL-FS
006050         STOP RUN
006060     END-IF.
006070     CLOSE CALC-EXUL-FILE.
006080     DISPLAY "CALCEXRP: " CALC-NUEVAS-COUNT " NEW EXCEPTIONS, "
006090         CALC-ARRASTRE-COUNT " EARLIER STILL OPEN".
006100 9000-EXIT.
006110     EXIT.
006120
006130 END PROGRAM CALCEXRP.
