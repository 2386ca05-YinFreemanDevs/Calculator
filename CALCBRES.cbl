000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Point-in-time restore of the control-file backup
000160*               set CALCBKUP takes.  The CALCBRCP control cards
000170*               name the generation (its business date, or zero
000180*               for the latest on the CALCBCAT catalog) and the
000190*               operator asking for the restore, followed by the
000200*               control files to put back - no file cards means
000210*               the whole set.  Every name is checked against
000220*               the generation's CALCBMAN manifest before
000230*               anything is touched.  Each file is copied back,
000240*               read again, and its record count checked against
000250*               the manifest; a file the manifest shows was not
000260*               on disk when the set was taken is deleted, so
000270*               that, say, a stale checkpoint does not outlive
000280*               the restore.  Every file handled is appended to
000290*               the CALCBRLG restore journal with the operator,
000300*               date and time, and the restore and any failed
000310*               check go to the CALCEXCP exceptions file.
000320* Tectonics:    cobc
000330* Modification History:
000340*   2026-10-15 DR  Initial version.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. CALCBRES.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CALC-BRCP-FILE ASSIGN TO "CALCBRCP"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS CALC-BRCP-FS.
000450
000460     SELECT OPTIONAL CALC-BCAT-FILE ASSIGN TO "CALCBCAT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS CALC-BCAT-FS.
000490
000500     SELECT OPTIONAL CALC-BMAN-FILE
000510         ASSIGN TO DYNAMIC CALC-BMAN-NOMBRE
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CALC-BMAN-FS.
000540
000550     SELECT CALC-COPIA-FILE
000560         ASSIGN TO DYNAMIC CALC-COPIA-NOMBRE
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS CALC-COPIA-FS.
000590
000600     SELECT OPTIONAL CALC-ORIG-FILE
000610         ASSIGN TO DYNAMIC CALC-ORIG-NOMBRE
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CALC-ORIG-FS.
000640
000650     SELECT OPTIONAL CALC-BRLG-FILE ASSIGN TO "CALCBRLG"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS CALC-BRLG-FS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710* FIRST CARD: GENERATION AND OPERATOR.  EVERY CARD AFTER IT
000720* NAMES ONE CONTROL FILE TO RESTORE.
000730 FD  CALC-BRCP-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  BRCP-CABECERA.
000760     05  BRCP-GENERACION           PIC 9(08).
000770     05  BRCP-OPERADOR             PIC X(08).
000780 01  BRCP-ARCHIVO-REG.
000790     05  BRCP-ARCHIVO              PIC X(09).
000800
000810 FD  CALC-BCAT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  BCAT-RECORD.
000840     05  BCAT-FECHA                PIC 9(08).
000850
000860 FD  CALC-BMAN-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 COPY CALCBMNR.
000890
000900* THE SAME LENGTH CALCBKUP COPIES WITH
000910 FD  CALC-COPIA-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  CALC-COPIA-RECORD             PIC X(128).
000940
000950 FD  CALC-ORIG-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  CALC-ORIG-RECORD              PIC X(128).
000980
000990 FD  CALC-BRLG-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 COPY CALCBRLR.
001020
001030 WORKING-STORAGE SECTION.
001040 01  CALC-BRCP-FS                  PIC X(02).
001050 01  CALC-BCAT-FS                  PIC X(02).
001060 01  CALC-BMAN-FS                  PIC X(02).
001070 01  CALC-COPIA-FS                 PIC X(02).
001080 01  CALC-ORIG-FS                  PIC X(02).
001090 01  CALC-BRLG-FS                  PIC X(02).
001100
001110 01  CALC-SWITCHES.
001120     05  CALC-EOF-SW               PIC X(01) VALUE 'N'.
001130         88  CALC-FIN-ARCHIVO      VALUE 'Y'.
001140     05  CALC-HALLADO-SW           PIC X(01) VALUE 'N'.
001150         88  CALC-HALLADO          VALUE 'Y'.
001160
001170 77  CALC-GENERACION               PIC 9(08) VALUE ZERO.
001180 77  CALC-OPERADOR-ID              PIC X(08) VALUE SPACES.
001190 77  CALC-FECHA-WS                 PIC 9(08) VALUE ZERO.
001200 77  CALC-HORA-WS                  PIC 9(08) VALUE ZERO.
001210 77  CALC-REG-COUNT                PIC 9(08) COMP VALUE ZERO.
001220 77  CALC-VER-COUNT                PIC 9(08) COMP VALUE ZERO.
001230 77  CALC-RESTAURADOS-COUNT        PIC 9(04) COMP VALUE ZERO.
001240 77  CALC-RETIRADOS-COUNT          PIC 9(04) COMP VALUE ZERO.
001250 77  CALC-FALLIDOS-COUNT           PIC 9(04) COMP VALUE ZERO.
001260 77  CALC-PED-COUNT                PIC 9(04) COMP VALUE ZERO.
001270 77  CALC-PED-MAX                  PIC 9(04) COMP VALUE 30.
001280 77  CALC-PED-IDX                  PIC 9(04) COMP VALUE ZERO.
001290 77  CALC-MAN-COUNT                PIC 9(04) COMP VALUE ZERO.
001300 77  CALC-MAN-MAX                  PIC 9(04) COMP VALUE 30.
001310 77  CALC-MAN-IDX                  PIC 9(04) COMP VALUE ZERO.
001320 77  CALC-CAT-HALLADA-SW           PIC X(01) VALUE 'N'.
001325     88  CALC-CAT-HALLADA          VALUE 'Y'.
001330 77  CALC-ULTIMA-SW                PIC X(01) VALUE 'N'.
001335     88  CALC-PIDE-ULTIMA          VALUE 'Y'.
001340
001350 01  CALC-ORIG-NOMBRE              PIC X(09).
001360 01  CALC-COPIA-NOMBRE             PIC X(20).
001370 01  CALC-BMAN-NOMBRE.
001380     05  FILLER                    PIC X(09) VALUE "CALCBMAN.".
001390     05  CALC-BMAN-NOMBRE-FECHA    PIC 9(08).
001400
001410* THE FILES NAMED ON THE CONTROL CARDS
001420 01  CALC-PEDIDOS.
001430     05  CALC-PED-ARCHIVO          PIC X(09) OCCURS 30 TIMES.
001440
001450* THE GENERATION'S MANIFEST, WITH WHETHER EACH FILE IS TO BE PUT
001460* BACK THIS RUN
001470 01  CALC-MANIFIESTO.
001480     05  CALC-MAN-ENTRADA          OCCURS 30 TIMES.
001490         10  TMN-ARCHIVO           PIC X(09).
001500         10  TMN-ESTADO            PIC X(01).
001510             88  TMN-AUSENTE       VALUE 'A'.
001520         10  TMN-REGISTROS         PIC 9(08).
001530         10  TMN-SELECCION         PIC X(01).
001540             88  TMN-SELECCIONADO  VALUE 'Y'.
001550
001560 COPY CALCEXLA.
001570
001580 PROCEDURE DIVISION.
001590
001600******************************************************************
001610* 0000-MAINLINE
001620******************************************************************
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     PERFORM 2000-RESTAURAR-ARCHIVO THRU 2000-EXIT
001660         VARYING CALC-MAN-IDX FROM 1 BY 1
001670         UNTIL CALC-MAN-IDX > CALC-MAN-COUNT.
001680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001690     STOP RUN.
001700
001710******************************************************************
001720* 1000-INITIALIZE - READ THE CONTROL CARDS, FIND THE GENERATION,
001730*                    LOAD ITS MANIFEST AND MARK THE FILES TO PUT
001740*                    BACK.  ANY ERROR HERE STOPS THE RUN BEFORE
001750*                    A SINGLE FILE HAS BEEN TOUCHED.
001760******************************************************************
001770 1000-INITIALIZE.
001780     ACCEPT CALC-FECHA-WS FROM DATE YYYYMMDD.
001790     ACCEPT CALC-HORA-WS FROM TIME.
001800     PERFORM 1100-LEER-TARJETAS THRU 1100-EXIT.
001810     PERFORM 1200-BUSCAR-GENERACION THRU 1200-EXIT.
001820     PERFORM 1300-LEER-MANIFIESTO THRU 1300-EXIT.
001830     PERFORM 1400-SELECCIONAR THRU 1400-EXIT.
001840     OPEN EXTEND CALC-BRLG-FILE.
001850     IF CALC-BRLG-FS NOT = "00" AND CALC-BRLG-FS NOT = "05"
001860         DISPLAY "CALCBRES: UNABLE TO OPEN CALCBRLG - STATUS "
001870             CALC-BRLG-FS
001880         STOP RUN
001890     END-IF.
001900     DISPLAY "CALCBRES: RESTORING GENERATION " CALC-GENERACION
001910         " FOR " CALC-OPERADOR-ID.
001920 1000-EXIT.
001930     EXIT.
001940
001950******************************************************************
001960* 1100-LEER-TARJETAS - THE GENERATION/OPERATOR CARD, THEN ANY
001970*                       FILE CARDS
001980******************************************************************
001990 1100-LEER-TARJETAS.
002000     OPEN INPUT CALC-BRCP-FILE.
002010     IF CALC-BRCP-FS NOT = "00"
002020         DISPLAY "CALCBRES: UNABLE TO OPEN CALCBRCP - STATUS "
002030             CALC-BRCP-FS
002040         STOP RUN
002050     END-IF.
002060     READ CALC-BRCP-FILE
002070         AT END
002080             DISPLAY "CALCBRES: CALCBRCP IS EMPTY - NOTHING "
002090                 "RESTORED"
002100             STOP RUN
002110     END-READ.
002120     IF BRCP-GENERACION NOT NUMERIC
002130         DISPLAY "CALCBRES: GENERATION ON CALCBRCP IS NOT A "
002140             "DATE - NOTHING RESTORED"
002150         STOP RUN
002160     END-IF.
002170     IF BRCP-OPERADOR = SPACES
002180         DISPLAY "CALCBRES: NO OPERATOR ON CALCBRCP - NOTHING "
002190             "RESTORED"
002200         STOP RUN
002210     END-IF.
002214     MOVE BRCP-GENERACION TO CALC-GENERACION.
002218     IF BRCP-GENERACION = ZERO
002222         SET CALC-PIDE-ULTIMA TO TRUE
002226     END-IF.
002230     MOVE BRCP-OPERADOR TO CALC-OPERADOR-ID.
002240     PERFORM 1150-LEER-PEDIDO THRU 1150-EXIT
002250         UNTIL CALC-FIN-ARCHIVO.
002260     CLOSE CALC-BRCP-FILE.
002270 1100-EXIT.
002280     EXIT.
002290
002300 1150-LEER-PEDIDO.
002310     READ CALC-BRCP-FILE
002320         AT END
002330             SET CALC-FIN-ARCHIVO TO TRUE
002340             GO TO 1150-EXIT
002350     END-READ.
002360     IF BRCP-ARCHIVO = SPACES
002370         GO TO 1150-EXIT
002380     END-IF.
002390     IF CALC-PED-COUNT >= CALC-PED-MAX
002400         DISPLAY "CALCBRES: FILE CARD TABLE FULL - RAISE "
002410             "CALC-PED-MAX"
002420         STOP RUN
002430     END-IF.
002440     ADD 1 TO CALC-PED-COUNT.
002450     MOVE BRCP-ARCHIVO TO CALC-PED-ARCHIVO (CALC-PED-COUNT).
002460 1150-EXIT.
002470     EXIT.
002480
002490******************************************************************
002500* 1200-BUSCAR-GENERACION - CHECK THE GENERATION IS ON THE
002510*                           CATALOG, OR TAKE THE LATEST WHEN THE
002520*                           CARD GIVES ZERO
002530******************************************************************
002540 1200-BUSCAR-GENERACION.
002550     MOVE 'N' TO CALC-EOF-SW.
002560     OPEN INPUT CALC-BCAT-FILE.
002570     IF CALC-BCAT-FS NOT = "00" AND CALC-BCAT-FS NOT = "05"
002580         DISPLAY "CALCBRES: UNABLE TO OPEN CALCBCAT - STATUS "
002590             CALC-BCAT-FS
002600         STOP RUN
002610     END-IF.
002620     PERFORM 1250-LEER-CATALOGO-REG THRU 1250-EXIT
002630         UNTIL CALC-FIN-ARCHIVO.
002640     CLOSE CALC-BCAT-FILE.
002650     IF NOT CALC-CAT-HALLADA
002660         DISPLAY "CALCBRES: GENERATION " CALC-GENERACION
002670             " IS NOT ON CALCBCAT - NOTHING RESTORED"
002680         STOP RUN
002690     END-IF.
002700 1200-EXIT.
002710     EXIT.
002720
002730 1250-LEER-CATALOGO-REG.
002740     READ CALC-BCAT-FILE
002750         AT END
002760             SET CALC-FIN-ARCHIVO TO TRUE
002770             GO TO 1250-EXIT
002780     END-READ.
002790     IF CALC-PIDE-ULTIMA
002800         IF BCAT-FECHA > CALC-GENERACION
002810             MOVE BCAT-FECHA TO CALC-GENERACION
002820             SET CALC-CAT-HALLADA TO TRUE
002830         END-IF
002840         GO TO 1250-EXIT
002850     END-IF.
002860     IF BCAT-FECHA = CALC-GENERACION
002870         SET CALC-CAT-HALLADA TO TRUE
002880     END-IF.
002890 1250-EXIT.
002900     EXIT.
002910
002920******************************************************************
002930* 1300-LEER-MANIFIESTO - LOAD THE GENERATION'S MANIFEST
002940******************************************************************
002950 1300-LEER-MANIFIESTO.
002960     MOVE 'N' TO CALC-EOF-SW.
002970     MOVE CALC-GENERACION TO CALC-BMAN-NOMBRE-FECHA.
002980     OPEN INPUT CALC-BMAN-FILE.
002990     IF CALC-BMAN-FS NOT = "00"
003000         DISPLAY "CALCBRES: UNABLE TO OPEN " CALC-BMAN-NOMBRE
003010             " - STATUS " CALC-BMAN-FS " - NOTHING RESTORED"
003020         STOP RUN
003030     END-IF.
003040     PERFORM 1350-LEER-MANIFIESTO-REG THRU 1350-EXIT
003050         UNTIL CALC-FIN-ARCHIVO.
003060     CLOSE CALC-BMAN-FILE.
003070 1300-EXIT.
003080     EXIT.
003090
003100 1350-LEER-MANIFIESTO-REG.
003110     READ CALC-BMAN-FILE
003120         AT END
003130             SET CALC-FIN-ARCHIVO TO TRUE
003140             GO TO 1350-EXIT
003150     END-READ.
003160     IF CALC-MAN-COUNT >= CALC-MAN-MAX
003170         DISPLAY "CALCBRES: MANIFEST TABLE FULL - RAISE "
003180             "CALC-MAN-MAX"
003190         STOP RUN
003200     END-IF.
003210     ADD 1 TO CALC-MAN-COUNT.
003220     MOVE BMAN-ARCHIVO TO TMN-ARCHIVO (CALC-MAN-COUNT).
003230     MOVE BMAN-ESTADO TO TMN-ESTADO (CALC-MAN-COUNT).
003240     MOVE BMAN-REGISTROS TO TMN-REGISTROS (CALC-MAN-COUNT).
003250     MOVE 'N' TO TMN-SELECCION (CALC-MAN-COUNT).
003260     IF CALC-PED-COUNT = ZERO
003270         MOVE 'Y' TO TMN-SELECCION (CALC-MAN-COUNT)
003280     END-IF.
003290 1350-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330* 1400-SELECCIONAR - MARK EVERY FILE NAMED ON A CARD, REFUSING
003340*                     THE WHOLE RUN IF ONE IS NOT IN THE SET
003350******************************************************************
003360 1400-SELECCIONAR.
003370     PERFORM 1450-MARCAR-PEDIDO THRU 1450-EXIT
003380         VARYING CALC-PED-IDX FROM 1 BY 1
003390         UNTIL CALC-PED-IDX > CALC-PED-COUNT.
003400 1400-EXIT.
003410     EXIT.
003420
003430 1450-MARCAR-PEDIDO.
003440     MOVE 'N' TO CALC-HALLADO-SW.
003450     PERFORM 1460-BUSCAR-EN-MANIFIESTO THRU 1460-EXIT
003460         VARYING CALC-MAN-IDX FROM 1 BY 1
003470         UNTIL CALC-MAN-IDX > CALC-MAN-COUNT.
003480     IF NOT CALC-HALLADO
003490         DISPLAY "CALCBRES: " CALC-PED-ARCHIVO (CALC-PED-IDX)
003500             " IS NOT IN THE BACKUP SET FOR " CALC-GENERACION
003510             " - NOTHING RESTORED"
003520         STOP RUN
003530     END-IF.
003540 1450-EXIT.
003550     EXIT.
003560
003570 1460-BUSCAR-EN-MANIFIESTO.
003580     IF TMN-ARCHIVO (CALC-MAN-IDX) =
003590             CALC-PED-ARCHIVO (CALC-PED-IDX)
003600         MOVE 'Y' TO TMN-SELECCION (CALC-MAN-IDX)
003610         SET CALC-HALLADO TO TRUE
003620     END-IF.
003630 1460-EXIT.
003640     EXIT.
003650
003660******************************************************************
003670* 2000-RESTAURAR-ARCHIVO - PUT ONE SELECTED CONTROL FILE BACK AS
003680*                           IT WAS IN THE GENERATION AND CHECK
003690*                           ITS COUNT AGAINST THE MANIFEST
003700******************************************************************
003710 2000-RESTAURAR-ARCHIVO.
003720     IF NOT TMN-SELECCIONADO (CALC-MAN-IDX)
003730         GO TO 2000-EXIT
003740     END-IF.
003750     MOVE TMN-ARCHIVO (CALC-MAN-IDX) TO CALC-ORIG-NOMBRE.
003760     MOVE SPACES TO CALC-COPIA-NOMBRE.
003770     STRING TMN-ARCHIVO (CALC-MAN-IDX) DELIMITED BY SPACE
003780         ".BK" CALC-GENERACION DELIMITED BY SIZE
003790         INTO CALC-COPIA-NOMBRE.
003800     MOVE ZERO TO CALC-REG-COUNT.
003810     MOVE ZERO TO CALC-VER-COUNT.
003820     IF TMN-AUSENTE (CALC-MAN-IDX)
003830         PERFORM 2300-RETIRAR-ARCHIVO THRU 2300-EXIT
003840         GO TO 2000-EXIT
003850     END-IF.
003860     MOVE 'N' TO CALC-EOF-SW.
003870     OPEN INPUT CALC-COPIA-FILE.
003880     IF CALC-COPIA-FS NOT = "00"
003890         DISPLAY "CALCBRES: *** " CALC-COPIA-NOMBRE
003900             " CANNOT BE READ - STATUS " CALC-COPIA-FS " - "
003910             CALC-ORIG-NOMBRE " LEFT AS IT IS ***"
003920         MOVE 'F' TO BRLG-RESULTADO
003930         ADD 1 TO CALC-FALLIDOS-COUNT
003940         MOVE 'C' TO EXLG-SEVERIDAD
003950         MOVE "BRES01" TO EXLG-CODIGO
003960         MOVE SPACES TO EXLG-TEXTO
003970         STRING CALC-COPIA-NOMBRE DELIMITED BY SPACE
003980             " UNREADABLE - " DELIMITED BY SIZE
003990             CALC-ORIG-NOMBRE DELIMITED BY SPACE
004000             " NOT RESTORED" DELIMITED BY SIZE
004010             INTO EXLG-TEXTO
004020         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
004030         PERFORM 8200-GRABAR-BITACORA THRU 8200-EXIT
004040         GO TO 2000-EXIT
004050     END-IF.
004060     OPEN OUTPUT CALC-ORIG-FILE.
004070     IF CALC-ORIG-FS NOT = "00" AND CALC-ORIG-FS NOT = "05"
004080         DISPLAY "CALCBRES: UNABLE TO OPEN " CALC-ORIG-NOMBRE
004090             " - STATUS " CALC-ORIG-FS
004100         STOP RUN
004110     END-IF.
004120     PERFORM 2100-COPIAR-REGISTRO THRU 2100-EXIT
004130         UNTIL CALC-FIN-ARCHIVO.
004140     CLOSE CALC-COPIA-FILE.
004150     CLOSE CALC-ORIG-FILE.
004160     PERFORM 2200-VERIFICAR-ARCHIVO THRU 2200-EXIT.
004170     PERFORM 8200-GRABAR-BITACORA THRU 8200-EXIT.
004180 2000-EXIT.
004190     EXIT.
004200
004210 2100-COPIAR-REGISTRO.
004220     READ CALC-COPIA-FILE
004230         AT END
004240             SET CALC-FIN-ARCHIVO TO TRUE
004250             GO TO 2100-EXIT
004260     END-READ.
004270     WRITE CALC-ORIG-RECORD FROM CALC-COPIA-RECORD.
004280     IF CALC-ORIG-FS NOT = "00"
004290         DISPLAY "CALCBRES: UNABLE TO WRITE " CALC-ORIG-NOMBRE
004300             " - STATUS " CALC-ORIG-FS
004310         STOP RUN
004320     END-IF.
004330     ADD 1 TO CALC-REG-COUNT.
004340 2100-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380* 2200-VERIFICAR-ARCHIVO - READ THE RESTORED FILE BACK AND
004390*                           COMPARE ITS COUNT WITH THE MANIFEST
004400******************************************************************
004410 2200-VERIFICAR-ARCHIVO.
004420     MOVE 'N' TO CALC-EOF-SW.
004430     OPEN INPUT CALC-ORIG-FILE.
004440     IF CALC-ORIG-FS NOT = "00"
004450         DISPLAY "CALCBRES: UNABLE TO REOPEN " CALC-ORIG-NOMBRE
004460             " - STATUS " CALC-ORIG-FS
004470         STOP RUN
004480     END-IF.
004490     PERFORM 2250-CONTAR-REGISTRO THRU 2250-EXIT
004500         UNTIL CALC-FIN-ARCHIVO.
004510     CLOSE CALC-ORIG-FILE.
004520     IF CALC-VER-COUNT = TMN-REGISTROS (CALC-MAN-IDX)
004530         MOVE 'R' TO BRLG-RESULTADO
004540         ADD 1 TO CALC-RESTAURADOS-COUNT
004550         DISPLAY "CALCBRES: " CALC-ORIG-NOMBRE " RESTORED - "
004560             CALC-VER-COUNT " RECORDS, AS ON THE MANIFEST"
004570         GO TO 2200-EXIT
004580     END-IF.
004590     MOVE 'M' TO BRLG-RESULTADO.
004600     ADD 1 TO CALC-FALLIDOS-COUNT.
004610     DISPLAY "CALCBRES: *** " CALC-ORIG-NOMBRE " RESTORED WITH "
004620         CALC-VER-COUNT " RECORDS - MANIFEST GIVES "
004630         TMN-REGISTROS (CALC-MAN-IDX) " ***".
004640     MOVE CALC-VER-COUNT TO EXLG-CIFRA-1.
004650     MOVE 'C' TO EXLG-SEVERIDAD.
004660     MOVE "BRES02" TO EXLG-CODIGO.
004670     MOVE SPACES TO EXLG-TEXTO.
004680     STRING CALC-ORIG-NOMBRE DELIMITED BY SPACE
004690         " RESTORED " EXLG-CIFRA-1 " RECORDS, MANIFEST "
004700         TMN-REGISTROS (CALC-MAN-IDX)
004710         DELIMITED BY SIZE INTO EXLG-TEXTO.
004720     PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT.
004730 2200-EXIT.
004740     EXIT.
004750
004760 2250-CONTAR-REGISTRO.
004770     READ CALC-ORIG-FILE
004780         AT END
004790             SET CALC-FIN-ARCHIVO TO TRUE
004800             GO TO 2250-EXIT
004810     END-READ.
004820     ADD 1 TO CALC-VER-COUNT.
004830 2250-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870* 2300-RETIRAR-ARCHIVO - THE FILE WAS NOT ON DISK WHEN THE SET
004880*                         WAS TAKEN, SO IT IS DELETED NOW
004890******************************************************************
004900 2300-RETIRAR-ARCHIVO.
004910     DELETE FILE CALC-ORIG-FILE.
004920     IF CALC-ORIG-FS NOT = "00" AND CALC-ORIG-FS NOT = "35"
004930         DISPLAY "CALCBRES: UNABLE TO DELETE " CALC-ORIG-NOMBRE
004940             " - STATUS " CALC-ORIG-FS
004950         STOP RUN
004960     END-IF.
004970     MOVE 'X' TO BRLG-RESULTADO.
004980     ADD 1 TO CALC-RETIRADOS-COUNT.
004990     DISPLAY "CALCBRES: " CALC-ORIG-NOMBRE " REMOVED - NOT ON "
005000         "FILE WHEN THE SET WAS TAKEN".
005010     PERFORM 8200-GRABAR-BITACORA THRU 8200-EXIT.
005020 2300-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060* 8200-GRABAR-BITACORA - APPEND THE FILE JUST HANDLED TO THE
005070*                         CALCBRLG RESTORE JOURNAL
005080******************************************************************
005090 8200-GRABAR-BITACORA.
005100     MOVE CALC-FECHA-WS TO BRLG-FECHA.
005110     MOVE CALC-HORA-WS TO BRLG-HORA.
005120     MOVE CALC-OPERADOR-ID TO BRLG-OPERADOR.
005130     MOVE CALC-GENERACION TO BRLG-GENERACION.
005140     MOVE CALC-ORIG-NOMBRE TO BRLG-ARCHIVO.
005150     MOVE TMN-REGISTROS (CALC-MAN-IDX) TO BRLG-ESPERADOS.
005160     MOVE CALC-VER-COUNT TO BRLG-RESTAURADOS.
005170     WRITE CALC-BRLG-RECORD.
005180     IF CALC-BRLG-FS NOT = "00"
005190         DISPLAY "CALCBRES: UNABLE TO WRITE CALCBRLG - STATUS "
005200             CALC-BRLG-FS
005210         STOP RUN
005220     END-IF.
005230 8200-EXIT.
005240     EXIT.
005250
005260******************************************************************
005270* 9000-TERMINATE - REPORT THE RESTORE AND RECORD IT ON THE
005280*                   EXCEPTIONS FILE FOR THE MORNING REPORT
005290******************************************************************
005300 9000-TERMINATE.
005310     CLOSE CALC-BRLG-FILE.
005320     DISPLAY "CALCBRES: GENERATION " CALC-GENERACION " - "
005330         CALC-RESTAURADOS-COUNT " FILES RESTORED, "
005340         CALC-RETIRADOS-COUNT " REMOVED, "
005350         CALC-FALLIDOS-COUNT " FAILED - BY " CALC-OPERADOR-ID.
005360     MOVE CALC-RESTAURADOS-COUNT TO EXLG-CIFRA-1.
005370     ADD CALC-RETIRADOS-COUNT TO EXLG-CIFRA-1.
005380     MOVE 'W' TO EXLG-SEVERIDAD.
005390     MOVE "BRES00" TO EXLG-CODIGO.
005400     MOVE SPACES TO EXLG-TEXTO.
005410     STRING "GENERATION " CALC-GENERACION " RESTORED BY "
005420         DELIMITED BY SIZE
005430         CALC-OPERADOR-ID DELIMITED BY SPACE
005440         " - " EXLG-CIFRA-1 " FILES" DELIMITED BY SIZE
005450         INTO EXLG-TEXTO.
005460     PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT.
005470     IF CALC-FALLIDOS-COUNT > ZERO
005480         DISPLAY "CALCBRES: *** " CALC-FALLIDOS-COUNT
005490             " FILES FAILED THE MANIFEST CHECK - SEE CALCBRLG ***"
005500     END-IF.
005510 9000-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550* 9800-ANOTAR-EXCEPCION - APPEND THE EXCEPTION IN EXLG-AREA TO
005560*                          THE CALCEXCP OPERATIONS EXCEPTIONS
005570*                          FILE
005580******************************************************************
005590 9800-ANOTAR-EXCEPCION.
005600     MOVE "CALCBRES" TO EXLG-PROGRAMA.
005610     MOVE ZERO TO EXLG-FECHA.
005620     CALL 'CALCEXLG' USING EXLG-AREA.
005630 9800-EXIT.
005640     EXIT.
005650
005660 END PROGRAM CALCBRES.
