000354*                  business date, and a completed run is refused
000355*                  a second time.  Completion is recorded at
000356*                  clean end of job.
000357*   2026-10-15 DR  Also trims the CALCPIDX duplicate register:
000358*                  postings older than the register retention
000359*                  are deleted through CALCPIXM.  The retention
000360*                  in calendar days comes from the one-record
000361*                  CALCPRET control file, CALC-REGISTRO-DIAS
000362*                  when CALCPRET is missing or empty.  A repeat
000363*                  older than this is no longer caught, and a
000364*                  reversal may not name a posting older than it.
000365*   2026-10-15 DR  The day's TRANSOUT is also kept, as a dated
000366*                  batch-output generation CALCTHST.YYYYMMDD for
000367*                  the business date, cataloged in CALCHCAT with
000368*                  the CALCHIST generation of the same date (an
000369*                  empty CALCHIST is created for a day with no
000370*                  interactive work) and deleted with it by the
000371*                  retention pass, so month-end jobs can read a
000372*                  whole month's batch postings.
000373*   2026-10-15 DR  Generation retention raised from 30 to 45
000374*                  calendar days, so the previous month's CALCHIST
000375*                  and CALCTHST generations are still on hand for
000376*                  CALCGTIE and CALCCHBK two weeks into the next
000377*                  month.
000357******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. CALCARCH.
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CALC-HCAT-FS.
000540
000541     SELECT OPTIONAL CALC-PRET-FILE ASSIGN TO "CALCPRET"
000542         ORGANIZATION IS LINE SEQUENTIAL
000543         FILE STATUS IS CALC-PRET-FS.
000544
000545     SELECT OPTIONAL TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
000546         ORGANIZATION IS LINE SEQUENTIAL
000547         FILE STATUS IS CALC-OUT-FS.
000548
000549     SELECT OPTIONAL CALC-THST-FILE
000550         ASSIGN TO DYNAMIC CALC-THST-NOMBRE
000551         ORGANIZATION IS LINE SEQUENTIAL
000552         FILE STATUS IS CALC-THST-FS.
000553
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CALC-LOG-FILE
000690 01  HCAT-RECORD.
000700     05  HCAT-FECHA                PIC 9(08).
000710
000711 FD  CALC-PRET-FILE
000712     LABEL RECORDS ARE STANDARD.
000713 01  PRET-RECORD.
000714     05  PRET-DIAS                 PIC 9(04).
000715
000716 FD  TRANS-OUT-FILE
000717     LABEL RECORDS ARE STANDARD.
000718 COPY CALCTOUR.
000719
000720 FD  CALC-THST-FILE
000721     LABEL RECORDS ARE STANDARD.
000722* MIRRORS THE CALCTOUR RECORD - WRITTEN FROM TRANS-OUT-RECORD, SO
000723* THE LENGTH HERE MUST TRACK THE COPYBOOK.
000724 01  CALC-THST-RECORD              PIC X(43).
000725
000720 WORKING-STORAGE SECTION.
000730 01  CALC-LOG-FS                   PIC X(02).
000740 01  CALC-HIST-FS                  PIC X(02).
000750 01  CALC-HCAT-FS                  PIC X(02).
000752 01  CALC-PRET-FS                  PIC X(02).
000754 01  CALC-OUT-FS                   PIC X(02).
000756 01  CALC-THST-FS                  PIC X(02).
000760
000770 01  CALC-SWITCHES.
000780     05  CALC-EOF-SW               PIC X(01) VALUE 'N'.
000830         88  CALC-GEN-ABIERTA      VALUE 'Y'.
000840     05  CALC-CAT-HALLADA-SW       PIC X(01) VALUE 'N'.
000850         88  CALC-CAT-HALLADA      VALUE 'Y'.
000853     05  CALC-OUT-EOF-SW           PIC X(01) VALUE 'N'.
000856         88  CALC-FIN-SALIDAS      VALUE 'Y'.
000860
000870* RETENTION PERIOD IN CALENDAR DAYS - GENERATIONS WHOSE DATE
000880* FALLS BEFORE TODAY MINUS THIS MANY DAYS ARE DELETED.
000890 77  CALC-RETENCION-DIAS           PIC 9(04) VALUE 45.
000891* DUPLICATE REGISTER RETENTION IN CALENDAR DAYS WHEN CALCPRET
000892* DOES NOT SUPPLY ONE.
000893 77  CALC-REGISTRO-DIAS            PIC 9(04) VALUE 90.
000894 77  CALC-REG-CORTE                PIC 9(08) VALUE ZERO.
000895 77  CALC-REG-BORRADOS             PIC 9(08) VALUE ZERO.
000900 77  CALC-ARCH-COUNT               PIC 9(08) COMP VALUE ZERO.
000905 77  CALC-SAL-COUNT                PIC 9(08) COMP VALUE ZERO.
000910 77  CALC-BORRADAS-COUNT           PIC 9(04) COMP VALUE ZERO.
000920 77  CALC-CAT-COUNT                PIC 9(04) COMP VALUE ZERO.
000930 77  CALC-CAT-IDX                  PIC 9(04) COMP VALUE ZERO.
001010     05  FILLER                    PIC X(09) VALUE "CALCHIST.".
001020     05  CALC-HIST-NOMBRE-FECHA    PIC 9(08).
001030
001032 01  CALC-THST-NOMBRE.
001034     05  FILLER                    PIC X(09) VALUE "CALCTHST.".
001036     05  CALC-THST-NOMBRE-FECHA    PIC 9(08).
001038
001040 01  CALC-CATALOGO.
001050     05  CALC-CAT-FECHA            PIC 9(08) OCCURS 400 TIMES.
001053
001056 COPY CALCPIXA.
001060
001070 PROCEDURE DIVISION.
001080
001140     PERFORM 2000-ARCHIVAR-REGISTRO THRU 2000-EXIT
001150         UNTIL CALC-FIN-LOG.
001160     PERFORM 3000-CERRAR-ARCHIVO THRU 3000-EXIT.
001165     PERFORM 3500-ARCHIVAR-SALIDA THRU 3500-EXIT.
001170     PERFORM 4000-PURGAR-LOG THRU 4000-EXIT.
001180     PERFORM 5000-RETENCION THRU 5000-EXIT.
001185     PERFORM 5500-PURGAR-REGISTRO THRU 5500-EXIT.
001190     PERFORM 6000-REESCRIBIR-CATALOGO THRU 6000-EXIT.
001200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001210     STOP RUN.
001300         FUNCTION INTEGER-OF-DATE(CALC-FECHA-HOY)
001310         - CALC-RETENCION-DIAS.
001320     COMPUTE CALC-FECHA-CORTE =
001321         FUNCTION DATE-OF-INTEGER(CALC-CORTE-ENTERO).
001322     PERFORM 1200-LEER-RETENCION THRU 1200-EXIT.
001323     COMPUTE CALC-CORTE-ENTERO =
001324         FUNCTION INTEGER-OF-DATE(CALC-FECHA-HOY)
001325         - CALC-REGISTRO-DIAS.
001326     COMPUTE CALC-REG-CORTE =
001330         FUNCTION DATE-OF-INTEGER(CALC-CORTE-ENTERO).
001340     PERFORM 1100-LEER-CATALOGO THRU 1100-EXIT.
001350     OPEN INPUT CALC-LOG-FILE.
001720     ADD 1 TO CALC-CAT-COUNT.
001730     MOVE HCAT-FECHA TO CALC-CAT-FECHA (CALC-CAT-COUNT).
001740 1150-EXIT.
001741     EXIT.
001742
001743******************************************************************
001744* 1200-LEER-RETENCION - PICK UP THE DUPLICATE REGISTER RETENTION
001745*                        FROM CALCPRET, IF SUPPLIED
001746******************************************************************
001747 1200-LEER-RETENCION.
001748     OPEN INPUT CALC-PRET-FILE.
001749     IF CALC-PRET-FS NOT = "00" AND CALC-PRET-FS NOT = "05"
001750         DISPLAY "CALCARCH: UNABLE TO OPEN CALCPRET - STATUS "
001751             CALC-PRET-FS
001752         STOP RUN
001753     END-IF.
001754     READ CALC-PRET-FILE
001755         AT END
001756             CONTINUE
001757         NOT AT END
001758             IF PRET-DIAS NUMERIC AND PRET-DIAS > ZERO
001759                 MOVE PRET-DIAS TO CALC-REGISTRO-DIAS
001760             END-IF
001761     END-READ.
001762     CLOSE CALC-PRET-FILE.
001763 1200-EXIT.
001750     EXIT.
001760
001770******************************************************************
002700     EXIT.
002710
002720******************************************************************
002721* 3500-ARCHIVAR-SALIDA - COPY THE DAY'S TRANSOUT TO THE BATCH
002722*                         OUTPUT GENERATION FOR THE BUSINESS DATE
002723*                         AND MAKE SURE THE DATE IS CATALOGED
002724*                         WITH A CALCHIST GENERATION BESIDE IT
002725******************************************************************
002726 3500-ARCHIVAR-SALIDA.
002727     MOVE CALC-FECHA-HOY TO CALC-GEN-FECHA.
002728     MOVE CALC-FECHA-HOY TO CALC-HIST-NOMBRE-FECHA.
002729     OPEN EXTEND CALC-HIST-FILE.
002730     IF CALC-HIST-FS NOT = "00" AND CALC-HIST-FS NOT = "05"
002731         DISPLAY "CALCARCH: UNABLE TO OPEN " CALC-HIST-NOMBRE
002732             " - STATUS " CALC-HIST-FS
002733         STOP RUN
002734     END-IF.
002735     CLOSE CALC-HIST-FILE.
002736     PERFORM 2200-CATALOGAR-FECHA THRU 2200-EXIT.
002737     OPEN INPUT TRANS-OUT-FILE.
002738     IF CALC-OUT-FS NOT = "00" AND CALC-OUT-FS NOT = "05"
002739         DISPLAY "CALCARCH: UNABLE TO OPEN TRANSOUT - STATUS "
002740             CALC-OUT-FS
002741         STOP RUN
002742     END-IF.
002743     MOVE CALC-FECHA-HOY TO CALC-THST-NOMBRE-FECHA.
002744     OPEN OUTPUT CALC-THST-FILE.
002745     IF CALC-THST-FS NOT = "00" AND CALC-THST-FS NOT = "05"
002746         DISPLAY "CALCARCH: UNABLE TO OPEN " CALC-THST-NOMBRE
002747             " - STATUS " CALC-THST-FS
002748         STOP RUN
002749     END-IF.
002750     PERFORM 3600-COPIAR-SALIDA THRU 3600-EXIT
002751         UNTIL CALC-FIN-SALIDAS.
002752     CLOSE TRANS-OUT-FILE.
002753     CLOSE CALC-THST-FILE.
002754 3500-EXIT.
002755     EXIT.
002756
002757 3600-COPIAR-SALIDA.
002758     READ TRANS-OUT-FILE
002759         AT END
002760             SET CALC-FIN-SALIDAS TO TRUE
002761             GO TO 3600-EXIT
002762     END-READ.
002763     WRITE CALC-THST-RECORD FROM TRANS-OUT-RECORD.
002764     IF CALC-THST-FS NOT = "00"
002765         DISPLAY "CALCARCH: UNABLE TO WRITE " CALC-THST-NOMBRE
002766             " - STATUS " CALC-THST-FS
002767         STOP RUN
002768     END-IF.
002769     ADD 1 TO CALC-SAL-COUNT.
002770 3600-EXIT.
002771     EXIT.
002772
002773******************************************************************
002730* 4000-PURGAR-LOG - CLEAR THE LIVE CALCLOG FOR THE NEXT SHIFT.
002740*                    ONLY REACHED ONCE EVERY RECORD HAS BEEN
002750*                    SAFELY WRITTEN TO ITS GENERATION.
003080                 CALC-HIST-NOMBRE " - STATUS " CALC-HIST-FS
003090             STOP RUN
003100         END-IF
003101         MOVE CALC-CAT-FECHA (CALC-CAT-IDX)
003102             TO CALC-THST-NOMBRE-FECHA
003103         DELETE FILE CALC-THST-FILE
003104         IF CALC-THST-FS NOT = "00" AND CALC-THST-FS NOT = "35"
003105             DISPLAY "CALCARCH: UNABLE TO DELETE "
003106                 CALC-THST-NOMBRE " - STATUS " CALC-THST-FS
003107             STOP RUN
003108         END-IF
003110         ADD 1 TO CALC-BORRADAS-COUNT
003120         MOVE ZERO TO CALC-CAT-FECHA (CALC-CAT-IDX)
003130     END-IF.
003140 5100-EXIT.
003141     EXIT.
003142
003143******************************************************************
003144* 5500-PURGAR-REGISTRO - DELETE POSTINGS OLDER THAN THE REGISTER
003145*                         CUTOFF FROM THE CALCPIDX DUPLICATE
003146*                         REGISTER
003147******************************************************************
003148 5500-PURGAR-REGISTRO.
003149     SET PIXM-PURGAR TO TRUE.
003150     MOVE CALC-REG-CORTE TO PIXM-FECHA.
003151     CALL 'CALCPIXM' USING PIXM-AREA.
003152     MOVE PIXM-CONTADOR TO CALC-REG-BORRADOS.
003153 5500-EXIT.
003150     EXIT.
003160
003170******************************************************************
003520     DISPLAY "CALCARCH: " CALC-ARCH-COUNT " RECORDS ARCHIVED, "
003530         CALC-BORRADAS-COUNT " GENERATIONS DELETED, CUTOFF "
003540         CALC-FECHA-CORTE.
003541     DISPLAY "CALCARCH: " CALC-SAL-COUNT
003542         " TRANSOUT RECORDS KEPT IN " CALC-THST-NOMBRE.
003543     DISPLAY "CALCARCH: " CALC-REG-BORRADOS
003544         " POSTINGS DROPPED FROM CALCPIDX, CUTOFF "
003545         CALC-REG-CORTE.
003542     MOVE 'E' TO CALC-RCST-FUNCION.
003544     CALL 'CALCRCST' USING CALC-RCST-PASO CALC-FECHA-HOY
003546         CALC-RCST-FUNCION CALC-RCST-RC.
