000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Control-file backup set.  First step of the
000160*               overnight run, ahead of CALCSGEN and before
000170*               anything is posted.  Copies every small control
000180*               file the stream rewrites in place - CALCBDAT,
000190*               CALCGSEQ, CALCGSTA, CALCRCTL, CALCRATE,
000200*               CALCRPND, CALCFRML, CALCOPER, CALCSTRM and the
000210*               CALCCKPT checkpoints - into a backup generation
000220*               for the business date, each copy named after its
000230*               file as name.BKYYYYMMDD, and writes the
000240*               CALCBMAN.YYYYMMDD manifest giving each file's
000250*               record count.  Every copy is read back and its
000260*               count checked before the manifest records it.
000270*               The CALCBCAT catalog lists the generations on
000280*               hand; the oldest are deleted so that only the
000290*               number of generations on the one-record CALCBPRM
000300*               control file are kept (CALC-GENERACIONES when
000310*               CALCBPRM is missing or zero).  A rerun on the
000320*               same business date replaces that date's
000330*               generation, which is taken off the catalog while
000340*               it is being rewritten.  CALCBRES puts a
000350*               generation back.
000360* Tectonics:    cobc
000370* Modification History:
000380*   2026-10-15 DR  Initial version.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. CALCBKUP.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OPTIONAL CALC-ORIG-FILE
000470         ASSIGN TO DYNAMIC CALC-ORIG-NOMBRE
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS CALC-ORIG-FS.
000500
000510     SELECT OPTIONAL CALC-COPIA-FILE
000520         ASSIGN TO DYNAMIC CALC-COPIA-NOMBRE
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CALC-COPIA-FS.
000550
000560     SELECT OPTIONAL CALC-BMAN-FILE
000570         ASSIGN TO DYNAMIC CALC-BMAN-NOMBRE
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CALC-BMAN-FS.
000600
000610     SELECT OPTIONAL CALC-BCAT-FILE ASSIGN TO "CALCBCAT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CALC-BCAT-FS.
000640
000650     SELECT OPTIONAL CALC-BPRM-FILE ASSIGN TO "CALCBPRM"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS CALC-BPRM-FS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710* THE CONTROL FILES ARE ALL SHORT LINE SEQUENTIAL RECORDS - THIS
000720* LENGTH ONLY HAS TO COVER THE LONGEST OF THEM.
000730 FD  CALC-ORIG-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  CALC-ORIG-RECORD              PIC X(128).
000760
000770 FD  CALC-COPIA-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  CALC-COPIA-RECORD             PIC X(128).
000800
000810 FD  CALC-BMAN-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY CALCBMNR.
000840
000850 FD  CALC-BCAT-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  BCAT-RECORD.
000880     05  BCAT-FECHA                PIC 9(08).
000890
000900 FD  CALC-BPRM-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  BPRM-RECORD.
000930     05  BPRM-GENERACIONES         PIC 9(02).
000940
000950 WORKING-STORAGE SECTION.
000960 01  CALC-ORIG-FS                  PIC X(02).
000970 01  CALC-COPIA-FS                 PIC X(02).
000980 01  CALC-BMAN-FS                  PIC X(02).
000990 01  CALC-BCAT-FS                  PIC X(02).
001000 01  CALC-BPRM-FS                  PIC X(02).
001010
001020 01  CALC-SWITCHES.
001030     05  CALC-EOF-SW               PIC X(01) VALUE 'N'.
001040         88  CALC-FIN-ARCHIVO      VALUE 'Y'.
001050     05  CALC-CAT-EOF-SW           PIC X(01) VALUE 'N'.
001060         88  CALC-FIN-CATALOGO     VALUE 'Y'.
001070
001080* GENERATIONS KEPT WHEN CALCBPRM DOES NOT SUPPLY A NUMBER
001090 77  CALC-GENERACIONES             PIC 9(02) VALUE 7.
001100 77  CALC-FECHA-HOY                PIC 9(08) VALUE ZERO.
001110 77  CALC-HORA-HOY                 PIC 9(08) VALUE ZERO.
001120 77  CALC-BDGT-RC                  PIC 9(02) VALUE ZERO.
001130 77  CALC-GEN-FECHA                PIC 9(08) VALUE ZERO.
001140 77  CALC-ARC-IDX                  PIC 9(04) COMP VALUE ZERO.
001150 77  CALC-REG-COUNT                PIC 9(08) COMP VALUE ZERO.
001160 77  CALC-VER-COUNT                PIC 9(08) COMP VALUE ZERO.
001170 77  CALC-REG-TOTAL                PIC 9(08) COMP VALUE ZERO.
001180 77  CALC-COPIADOS-COUNT           PIC 9(04) COMP VALUE ZERO.
001190 77  CALC-AUSENTES-COUNT           PIC 9(04) COMP VALUE ZERO.
001200 77  CALC-BORRADAS-COUNT           PIC 9(04) COMP VALUE ZERO.
001210 77  CALC-CAT-COUNT                PIC 9(04) COMP VALUE ZERO.
001220 77  CALC-CAT-VIGENTES             PIC 9(04) COMP VALUE ZERO.
001230 77  CALC-CAT-MAX                  PIC 9(04) COMP VALUE 100.
001240 77  CALC-CAT-IDX                  PIC 9(04) COMP VALUE ZERO.
001250 77  CALC-CAT-USO                  PIC 9(04) COMP VALUE ZERO.
001260
001270* THE BACKUP SET.  CALCCKPT IS THE SINGLE-STREAM CHECKPOINT AND
001280* CALCCKPT1-4 THOSE OF THE CALCSPLT STREAMS.  A FILE ADDED HERE
001290* IS PICKED UP BY CALCBRES THROUGH THE MANIFEST.
001300 01  CALC-ARCHIVOS-INIT.
001310     05  FILLER                    PIC X(09) VALUE "CALCBDAT".
001320     05  FILLER                    PIC X(09) VALUE "CALCGSEQ".
001330     05  FILLER                    PIC X(09) VALUE "CALCGSTA".
001340     05  FILLER                    PIC X(09) VALUE "CALCRCTL".
001350     05  FILLER                    PIC X(09) VALUE "CALCRATE".
001360     05  FILLER                    PIC X(09) VALUE "CALCRPND".
001370     05  FILLER                    PIC X(09) VALUE "CALCFRML".
001380     05  FILLER                    PIC X(09) VALUE "CALCOPER".
001390     05  FILLER                    PIC X(09) VALUE "CALCSTRM".
001400     05  FILLER                    PIC X(09) VALUE "CALCCKPT".
001410     05  FILLER                    PIC X(09) VALUE "CALCCKPT1".
001420     05  FILLER                    PIC X(09) VALUE "CALCCKPT2".
001430     05  FILLER                    PIC X(09) VALUE "CALCCKPT3".
001440     05  FILLER                    PIC X(09) VALUE "CALCCKPT4".
001450 01  CALC-ARCHIVOS REDEFINES CALC-ARCHIVOS-INIT.
001460     05  CALC-ARC-NOMBRE           PIC X(09) OCCURS 14 TIMES.
001470 77  CALC-ARC-COUNT                PIC 9(04) COMP VALUE 14.
001480
001490 01  CALC-ORIG-NOMBRE              PIC X(09).
001500 01  CALC-COPIA-NOMBRE             PIC X(20).
001510 01  CALC-BMAN-NOMBRE.
001520     05  FILLER                    PIC X(09) VALUE "CALCBMAN.".
001530     05  CALC-BMAN-NOMBRE-FECHA    PIC 9(08).
001540
001550 01  CALC-CATALOGO.
001560     05  CALC-CAT-FECHA            PIC 9(08) OCCURS 100 TIMES.
001570
001580 COPY CALCEXLA.
001590
001600 PROCEDURE DIVISION.
001610
001620******************************************************************
001630* 0000-MAINLINE
001640******************************************************************
001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001670     PERFORM 2000-RESPALDAR-ARCHIVO THRU 2000-EXIT
001680         VARYING CALC-ARC-IDX FROM 1 BY 1
001690         UNTIL CALC-ARC-IDX > CALC-ARC-COUNT.
001700     PERFORM 3000-CATALOGAR-GENERACION THRU 3000-EXIT.
001710     PERFORM 4000-RETENCION THRU 4000-EXIT.
001720     PERFORM 5000-REESCRIBIR-CATALOGO THRU 5000-EXIT.
001730     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001740     STOP RUN.
001750
001760******************************************************************
001770* 1000-INITIALIZE - PICK UP THE BUSINESS DATE, THE NUMBER OF
001780*                    GENERATIONS TO KEEP AND THE CATALOG, AND
001790*                    OPEN THE MANIFEST FOR THE NEW GENERATION
001800******************************************************************
001810 1000-INITIALIZE.
001820     CALL 'CALCBDGT' USING CALC-FECHA-HOY CALC-BDGT-RC.
001830     ACCEPT CALC-HORA-HOY FROM TIME.
001840     PERFORM 1100-LEER-PARAMETRO THRU 1100-EXIT.
001850     PERFORM 1200-LEER-CATALOGO THRU 1200-EXIT.
001860     PERFORM 1300-RETIRAR-REPETIDA THRU 1300-EXIT.
001870     MOVE CALC-FECHA-HOY TO CALC-BMAN-NOMBRE-FECHA.
001880     OPEN OUTPUT CALC-BMAN-FILE.
001890     IF CALC-BMAN-FS NOT = "00" AND CALC-BMAN-FS NOT = "05"
001900         DISPLAY "CALCBKUP: UNABLE TO OPEN " CALC-BMAN-NOMBRE
001910             " - STATUS " CALC-BMAN-FS
001920         STOP RUN
001930     END-IF.
001940 1000-EXIT.
001950     EXIT.
001960
001970******************************************************************
001980* 1100-LEER-PARAMETRO - PICK UP THE NUMBER OF GENERATIONS TO
001990*                        KEEP FROM CALCBPRM, IF SUPPLIED
002000******************************************************************
002010 1100-LEER-PARAMETRO.
002020     OPEN INPUT CALC-BPRM-FILE.
002030     IF CALC-BPRM-FS NOT = "00" AND CALC-BPRM-FS NOT = "05"
002040         DISPLAY "CALCBKUP: UNABLE TO OPEN CALCBPRM - STATUS "
002050             CALC-BPRM-FS
002060         STOP RUN
002070     END-IF.
002080     READ CALC-BPRM-FILE
002090         AT END
002100             CONTINUE
002110         NOT AT END
002120             IF BPRM-GENERACIONES NUMERIC
002130                     AND BPRM-GENERACIONES > ZERO
002140                 MOVE BPRM-GENERACIONES TO CALC-GENERACIONES
002150             END-IF
002160     END-READ.
002170     CLOSE CALC-BPRM-FILE.
002180 1100-EXIT.
002190     EXIT.
002200
002210******************************************************************
002220* 1200-LEER-CATALOGO - LOAD THE DATES OF THE GENERATIONS ON HAND
002230******************************************************************
002240 1200-LEER-CATALOGO.
002250     OPEN INPUT CALC-BCAT-FILE.
002260     IF CALC-BCAT-FS NOT = "00" AND CALC-BCAT-FS NOT = "05"
002270         DISPLAY "CALCBKUP: UNABLE TO OPEN CALCBCAT - STATUS "
002280             CALC-BCAT-FS
002290         STOP RUN
002300     END-IF.
002310     PERFORM 1250-LEER-CATALOGO-REG THRU 1250-EXIT
002320         UNTIL CALC-FIN-CATALOGO.
002330     CLOSE CALC-BCAT-FILE.
002340     MOVE CALC-CAT-COUNT TO CALC-CAT-VIGENTES.
002350 1200-EXIT.
002360     EXIT.
002370
002380 1250-LEER-CATALOGO-REG.
002390     READ CALC-BCAT-FILE
002400         AT END
002410             SET CALC-FIN-CATALOGO TO TRUE
002420             GO TO 1250-EXIT
002430     END-READ.
002440     IF CALC-CAT-COUNT >= CALC-CAT-MAX
002450         DISPLAY "CALCBKUP: BACKUP CATALOG FULL - RAISE "
002460             "CALC-CAT-MAX"
002470         STOP RUN
002480     END-IF.
002490     ADD 1 TO CALC-CAT-COUNT.
002500     MOVE BCAT-FECHA TO CALC-CAT-FECHA (CALC-CAT-COUNT).
002510 1250-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550* 1300-RETIRAR-REPETIDA - ON A RERUN FOR THE SAME BUSINESS DATE,
002560*                          TAKE THAT DATE'S GENERATION OFF THE
002570*                          CATALOG BEFORE ITS FILES ARE
002580*                          OVERWRITTEN, SO A RUN THAT FAILS
002590*                          PART WAY NEVER LEAVES A HALF-WRITTEN
002600*                          SET CATALOGED FOR RESTORE
002610******************************************************************
002620 1300-RETIRAR-REPETIDA.
002630     MOVE ZERO TO CALC-CAT-USO.
002640     PERFORM 1350-BUSCAR-FECHA THRU 1350-EXIT
002650         VARYING CALC-CAT-IDX FROM 1 BY 1
002660         UNTIL CALC-CAT-IDX > CALC-CAT-COUNT.
002670     IF CALC-CAT-USO = ZERO
002680         GO TO 1300-EXIT
002690     END-IF.
002700     DISPLAY "CALCBKUP: GENERATION " CALC-FECHA-HOY
002710         " ALREADY ON FILE - BEING REPLACED".
002720     MOVE ZERO TO CALC-CAT-FECHA (CALC-CAT-USO).
002730     SUBTRACT 1 FROM CALC-CAT-VIGENTES.
002740     PERFORM 5000-REESCRIBIR-CATALOGO THRU 5000-EXIT.
002750 1300-EXIT.
002760     EXIT.
002770
002780 1350-BUSCAR-FECHA.
002790     IF CALC-CAT-FECHA (CALC-CAT-IDX) = CALC-FECHA-HOY
002800         MOVE CALC-CAT-IDX TO CALC-CAT-USO
002810     END-IF.
002820 1350-EXIT.
002830     EXIT.
002840
002850******************************************************************
002860* 2000-RESPALDAR-ARCHIVO - COPY ONE CONTROL FILE INTO THE NEW
002870*                           GENERATION, READ THE COPY BACK TO
002880*                           CHECK ITS COUNT, AND RECORD IT ON THE
002890*                           MANIFEST.  A FILE NOT ON DISK IS
002900*                           RECORDED AS ABSENT AND ANY COPY LEFT
002910*                           BY A REPLACED GENERATION IS REMOVED.
002920******************************************************************
002930 2000-RESPALDAR-ARCHIVO.
002940     MOVE CALC-ARC-NOMBRE (CALC-ARC-IDX) TO CALC-ORIG-NOMBRE.
002950     MOVE CALC-FECHA-HOY TO CALC-GEN-FECHA.
002960     PERFORM 8100-NOMBRE-COPIA THRU 8100-EXIT.
002970     MOVE ZERO TO CALC-REG-COUNT.
002980     MOVE 'N' TO CALC-EOF-SW.
002990     OPEN INPUT CALC-ORIG-FILE.
003000     IF CALC-ORIG-FS = "05"
003010         CLOSE CALC-ORIG-FILE
003020         PERFORM 4200-BORRAR-COPIA THRU 4200-EXIT
003030         MOVE 'A' TO BMAN-ESTADO
003040         ADD 1 TO CALC-AUSENTES-COUNT
003050         PERFORM 8200-GRABAR-MANIFIESTO THRU 8200-EXIT
003060         GO TO 2000-EXIT
003070     END-IF.
003080     IF CALC-ORIG-FS NOT = "00"
003090         DISPLAY "CALCBKUP: UNABLE TO OPEN " CALC-ORIG-NOMBRE
003100             " - STATUS " CALC-ORIG-FS
003110         STOP RUN
003120     END-IF.
003130     OPEN OUTPUT CALC-COPIA-FILE.
003140     IF CALC-COPIA-FS NOT = "00" AND CALC-COPIA-FS NOT = "05"
003150         DISPLAY "CALCBKUP: UNABLE TO OPEN " CALC-COPIA-NOMBRE
003160             " - STATUS " CALC-COPIA-FS
003170         STOP RUN
003180     END-IF.
003190     PERFORM 2100-COPIAR-REGISTRO THRU 2100-EXIT
003200         UNTIL CALC-FIN-ARCHIVO.
003210     CLOSE CALC-ORIG-FILE.
003220     CLOSE CALC-COPIA-FILE.
003230     PERFORM 2200-VERIFICAR-COPIA THRU 2200-EXIT.
003240     MOVE 'C' TO BMAN-ESTADO.
003250     ADD 1 TO CALC-COPIADOS-COUNT.
003260     ADD CALC-REG-COUNT TO CALC-REG-TOTAL.
003270     PERFORM 8200-GRABAR-MANIFIESTO THRU 8200-EXIT.
003280 2000-EXIT.
003290     EXIT.
003300
003310 2100-COPIAR-REGISTRO.
003320     READ CALC-ORIG-FILE
003330         AT END
003340             SET CALC-FIN-ARCHIVO TO TRUE
003350             GO TO 2100-EXIT
003360     END-READ.
003370     WRITE CALC-COPIA-RECORD FROM CALC-ORIG-RECORD.
003380     IF CALC-COPIA-FS NOT = "00"
003390         DISPLAY "CALCBKUP: UNABLE TO WRITE " CALC-COPIA-NOMBRE
003400             " - STATUS " CALC-COPIA-FS
003410         STOP RUN
003420     END-IF.
003430     ADD 1 TO CALC-REG-COUNT.
003440 2100-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480* 2200-VERIFICAR-COPIA - READ THE COPY BACK AND HALT THE RUN IF
003490*                         IT DOES NOT HOLD EVERY RECORD COPIED -
003500*                         THE STREAM MUST NOT GO ON TO REWRITE
003510*                         FILES WHOSE BACKUP IS NOT GOOD
003520******************************************************************
003530 2200-VERIFICAR-COPIA.
003540     MOVE ZERO TO CALC-VER-COUNT.
003550     MOVE 'N' TO CALC-EOF-SW.
003560     OPEN INPUT CALC-COPIA-FILE.
003570     IF CALC-COPIA-FS NOT = "00"
003580         DISPLAY "CALCBKUP: UNABLE TO REOPEN " CALC-COPIA-NOMBRE
003590             " - STATUS " CALC-COPIA-FS
003600         STOP RUN
003610     END-IF.
003620     PERFORM 2250-CONTAR-COPIA THRU 2250-EXIT
003630         UNTIL CALC-FIN-ARCHIVO.
003640     CLOSE CALC-COPIA-FILE.
003650     IF CALC-VER-COUNT NOT = CALC-REG-COUNT
003660         DISPLAY "CALCBKUP: *** " CALC-COPIA-NOMBRE " HOLDS "
003670             CALC-VER-COUNT " RECORDS, " CALC-REG-COUNT
003680             " COPIED - BACKUP SET NOT TAKEN ***"
003690         MOVE CALC-VER-COUNT TO EXLG-CIFRA-1
003700         MOVE CALC-REG-COUNT TO EXLG-CIFRA-2
003710         MOVE 'C' TO EXLG-SEVERIDAD
003720         MOVE "BKUP01" TO EXLG-CODIGO
003730         MOVE SPACES TO EXLG-TEXTO
003740         STRING CALC-COPIA-NOMBRE DELIMITED BY SPACE
003750             " HAS " EXLG-CIFRA-1 "/" EXLG-CIFRA-2
003760             " - SET NOT TAKEN" DELIMITED BY SIZE
003770             INTO EXLG-TEXTO
003780         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
003790         STOP RUN
003800     END-IF.
003810 2200-EXIT.
003820     EXIT.
003830
003840 2250-CONTAR-COPIA.
003850     READ CALC-COPIA-FILE
003860         AT END
003870             SET CALC-FIN-ARCHIVO TO TRUE
003880             GO TO 2250-EXIT
003890     END-READ.
003900     ADD 1 TO CALC-VER-COUNT.
003910 2250-EXIT.
003920     EXIT.
003930
003940******************************************************************
003950* 3000-CATALOGAR-GENERACION - CLOSE THE MANIFEST AND ADD THE NEW
003960*                              GENERATION TO THE CATALOG TABLE
003970******************************************************************
003980 3000-CATALOGAR-GENERACION.
003990     CLOSE CALC-BMAN-FILE.
004000     IF CALC-CAT-COUNT >= CALC-CAT-MAX
004010         DISPLAY "CALCBKUP: BACKUP CATALOG FULL - RAISE "
004020             "CALC-CAT-MAX"
004030         STOP RUN
004040     END-IF.
004050     ADD 1 TO CALC-CAT-COUNT.
004060     MOVE CALC-FECHA-HOY TO CALC-CAT-FECHA (CALC-CAT-COUNT).
004070     ADD 1 TO CALC-CAT-VIGENTES.
004080 3000-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120* 4000-RETENCION - DELETE THE OLDEST GENERATIONS UNTIL NO MORE
004130*                   THAN CALC-GENERACIONES REMAIN
004140******************************************************************
004150 4000-RETENCION.
004160     PERFORM 4100-BORRAR-GENERACION THRU 4100-EXIT
004170         UNTIL CALC-CAT-VIGENTES NOT > CALC-GENERACIONES.
004180 4000-EXIT.
004190     EXIT.
004200
004210 4100-BORRAR-GENERACION.
004220     MOVE ZERO TO CALC-CAT-USO.
004230     PERFORM 4150-BUSCAR-ANTIGUA THRU 4150-EXIT
004240         VARYING CALC-CAT-IDX FROM 1 BY 1
004250         UNTIL CALC-CAT-IDX > CALC-CAT-COUNT.
004260     MOVE CALC-CAT-FECHA (CALC-CAT-USO) TO CALC-GEN-FECHA.
004270     PERFORM 4200-BORRAR-COPIA THRU 4200-EXIT
004280         VARYING CALC-ARC-IDX FROM 1 BY 1
004290         UNTIL CALC-ARC-IDX > CALC-ARC-COUNT.
004300     MOVE CALC-GEN-FECHA TO CALC-BMAN-NOMBRE-FECHA.
004310     DELETE FILE CALC-BMAN-FILE.
004320     IF CALC-BMAN-FS NOT = "00" AND CALC-BMAN-FS NOT = "35"
004330         DISPLAY "CALCBKUP: UNABLE TO DELETE " CALC-BMAN-NOMBRE
004340             " - STATUS " CALC-BMAN-FS
004350         STOP RUN
004360     END-IF.
004370     MOVE ZERO TO CALC-CAT-FECHA (CALC-CAT-USO).
004380     SUBTRACT 1 FROM CALC-CAT-VIGENTES.
004390     ADD 1 TO CALC-BORRADAS-COUNT.
004400 4100-EXIT.
004410     EXIT.
004420
004430 4150-BUSCAR-ANTIGUA.
004440     IF CALC-CAT-FECHA (CALC-CAT-IDX) = ZERO
004450         GO TO 4150-EXIT
004460     END-IF.
004470     IF CALC-CAT-USO = ZERO
004480         MOVE CALC-CAT-IDX TO CALC-CAT-USO
004490         GO TO 4150-EXIT
004500     END-IF.
004510     IF CALC-CAT-FECHA (CALC-CAT-IDX) <
004520             CALC-CAT-FECHA (CALC-CAT-USO)
004530         MOVE CALC-CAT-IDX TO CALC-CAT-USO
004540     END-IF.
004550 4150-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590* 4200-BORRAR-COPIA - DELETE THE COPY OF ONE CONTROL FILE IN THE
004600*                      GENERATION FOR CALC-GEN-FECHA.  A COPY
004610*                      THAT IS NOT THERE IS NOT AN ERROR.
004620******************************************************************
004630 4200-BORRAR-COPIA.
004640     PERFORM 8100-NOMBRE-COPIA THRU 8100-EXIT.
004650     DELETE FILE CALC-COPIA-FILE.
004660     IF CALC-COPIA-FS NOT = "00" AND CALC-COPIA-FS NOT = "35"
004670         DISPLAY "CALCBKUP: UNABLE TO DELETE " CALC-COPIA-NOMBRE
004680             " - STATUS " CALC-COPIA-FS
004690         STOP RUN
004700     END-IF.
004710 4200-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750* 5000-REESCRIBIR-CATALOGO - REWRITE CALCBCAT WITH THE
004760*                             GENERATIONS ON HAND
004770******************************************************************
004780 5000-REESCRIBIR-CATALOGO.
004790     OPEN OUTPUT CALC-BCAT-FILE.
004800     IF CALC-BCAT-FS NOT = "00" AND CALC-BCAT-FS NOT = "05"
004810         DISPLAY "CALCBKUP: UNABLE TO REWRITE CALCBCAT - STATUS "
004820             CALC-BCAT-FS
004830         STOP RUN
004840     END-IF.
004850     PERFORM 5100-GRABAR-FECHA THRU 5100-EXIT
004860         VARYING CALC-CAT-IDX FROM 1 BY 1
004870         UNTIL CALC-CAT-IDX > CALC-CAT-COUNT.
004880     CLOSE CALC-BCAT-FILE.
004890 5000-EXIT.
004900     EXIT.
004910
004920 5100-GRABAR-FECHA.
004930     IF CALC-CAT-FECHA (CALC-CAT-IDX) > ZERO
004940         MOVE CALC-CAT-FECHA (CALC-CAT-IDX) TO BCAT-FECHA
004950         WRITE BCAT-RECORD
004960         IF CALC-BCAT-FS NOT = "00"
004970             DISPLAY "CALCBKUP: UNABLE TO WRITE CALCBCAT - "
004980                 "STATUS " CALC-BCAT-FS
004990             STOP RUN
005000         END-IF
005010     END-IF.
005020 5100-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060* 8100-NOMBRE-COPIA - BUILD THE NAME OF THE COPY OF CONTROL FILE
005070*                      CALC-ARC-IDX IN THE GENERATION FOR
005080*                      CALC-GEN-FECHA
005090******************************************************************
005100 8100-NOMBRE-COPIA.
005110     MOVE SPACES TO CALC-COPIA-NOMBRE.
005120     STRING CALC-ARC-NOMBRE (CALC-ARC-IDX) DELIMITED BY SPACE
005130         ".BK" CALC-GEN-FECHA DELIMITED BY SIZE
005140         INTO CALC-COPIA-NOMBRE.
005150 8100-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190* 8200-GRABAR-MANIFIESTO - RECORD THE CONTROL FILE JUST HANDLED
005200*                           ON THE MANIFEST
005210******************************************************************
005220 8200-GRABAR-MANIFIESTO.
005230     MOVE CALC-ORIG-NOMBRE TO BMAN-ARCHIVO.
005240     MOVE CALC-REG-COUNT TO BMAN-REGISTROS.
005250     MOVE CALC-FECHA-HOY TO BMAN-FECHA.
005260     MOVE CALC-HORA-HOY TO BMAN-HORA.
005270     WRITE CALC-BMAN-RECORD.
005280     IF CALC-BMAN-FS NOT = "00"
005290         DISPLAY "CALCBKUP: UNABLE TO WRITE " CALC-BMAN-NOMBRE
005300             " - STATUS " CALC-BMAN-FS
005310         STOP RUN
005320     END-IF.
005330 8200-EXIT.
005340     EXIT.
005350
005360******************************************************************
005370* 9000-TERMINATE - REPORT WHAT THE RUN DID
005380******************************************************************
005390 9000-TERMINATE.
005400     DISPLAY "CALCBKUP: GENERATION " CALC-FECHA-HOY " - "
005410         CALC-COPIADOS-COUNT " FILES COPIED, "
005420         CALC-AUSENTES-COUNT " NOT ON FILE, "
005430         CALC-REG-TOTAL " RECORDS - SEE CALCBMAN." CALC-FECHA-HOY.
005440     DISPLAY "CALCBKUP: " CALC-CAT-VIGENTES " GENERATIONS KEPT, "
005450         CALC-BORRADAS-COUNT " DELETED".
005460 9000-EXIT.
005470     EXIT.
005480
005490******************************************************************
005500* 9800-ANOTAR-EXCEPCION - APPEND THE EXCEPTION IN EXLG-AREA TO
005510*                          THE CALCEXCP OPERATIONS EXCEPTIONS
005520*                          FILE
005530******************************************************************
005540 9800-ANOTAR-EXCEPCION.
005550     MOVE "CALCBKUP" TO EXLG-PROGRAMA.
005560     MOVE CALC-FECHA-HOY TO EXLG-FECHA.
005570     CALL 'CALCEXLG' USING EXLG-AREA.
005580 9800-EXIT.
005590     EXIT.
005600
005610 END PROGRAM CALCBKUP.
