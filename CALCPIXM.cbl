000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Access routine for the CALCPIDX posting index.
000160*               Looks a posting up by department, reference id
000170*               and business date, adds a new posting, or links
000180*               an original posting to the reversal that
000190*               cancelled it (see the CALCPIXA call area).  The
000200*               file is opened and closed on every call, the
000210*               same trade-off CALCBATCH makes for CALCCKPT, so
000220*               parallel streams never hold it between records
000230*               and an abend never leaves it open.  An add that
000240*               finds the identical posting already on file is
000250*               a restart or rerun and is accepted as done; a
000260*               link that finds the original already linked to
000270*               the same reversal is accepted the same way.
000280* Tectonics:    cobc
000290* Modification History:
000300*   2026-10-15 DR  Initial version.
000302*   2026-10-15 DR  The index doubles as the cross-day duplicate
000303*                  register: added the D function (latest
000304*                  posting of a department/reference id on an
000305*                  earlier business date) for CALCTRNP, CALCEDIT
000306*                  and CALCDFRZ, and the P function (purge before
000307*                  a cutoff date) for the CALCARCH retention.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CALCPIXM.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPTIONAL CALC-PIX-FILE ASSIGN TO "CALCPIDX"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS PIX-CLAVE
000420         FILE STATUS IS CALC-PIX-FS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CALC-PIX-FILE
000470     LABEL RECORDS ARE STANDARD.
000480 COPY CALCPIXR.
000490
000500 WORKING-STORAGE SECTION.
000510 01  CALC-PIX-FS                   PIC X(02).
000520
000530* HOLD AREA FOR THE POSTING BEING ADDED WHILE THE COPY ALREADY ON
000540* FILE UNDER THE SAME KEY IS READ FOR COMPARISON - MUST TRACK THE
000550* CALCPIXR RECORD LENGTH.
000560 01  CALC-PIX-GUARDADO             PIC X(68).
000562
000564 01  CALC-SWITCHES.
000566     05  CALC-FIN-SW               PIC X(01) VALUE 'N'.
000568         88  CALC-FIN-BUSQUEDA     VALUE 'Y'.
000570
000573 77  CALC-FECHA-LIMITE             PIC 9(08) VALUE ZERO.
000576
000580 LINKAGE SECTION.
000590 COPY CALCPIXA.
000600
000610 PROCEDURE DIVISION USING PIXM-AREA.
000620
000630******************************************************************
000640* 0000-MAINLINE - DISPATCH ON THE FUNCTION
000650******************************************************************
000660 0000-MAINLINE.
000670     SET PIXM-OK TO TRUE.
000680     IF PIXM-BUSCAR
000690         PERFORM 1000-BUSCAR THRU 1000-EXIT
000700         GOBACK
000710     END-IF.
000720     IF PIXM-ANOTAR
000730         PERFORM 2000-ANOTAR THRU 2000-EXIT
000740         GOBACK
000750     END-IF.
000760     IF PIXM-VINCULAR
000770         PERFORM 3000-VINCULAR THRU 3000-EXIT
000780         GOBACK
000790     END-IF.
000792     IF PIXM-BUSCAR-ANTERIOR
000794         PERFORM 4000-BUSCAR-ANTERIOR THRU 4000-EXIT
000796         GOBACK
000798     END-IF.
000799     IF PIXM-PURGAR
000800         PERFORM 5000-PURGAR THRU 5000-EXIT
000801         GOBACK
000802     END-IF.
000803     DISPLAY "CALCPIXM: UNKNOWN FUNCTION '" PIXM-FUNCION "'".
000810     STOP RUN.
000820
000830******************************************************************
000840* 1000-BUSCAR - READ THE POSTING UNDER PIXM-CLAVE INTO THE CALL
000850*                AREA.  A MISSING FILE IS AN EMPTY INDEX.
000860******************************************************************
000870 1000-BUSCAR.
000880     OPEN INPUT CALC-PIX-FILE.
000890     IF CALC-PIX-FS = "05"
000900         CLOSE CALC-PIX-FILE
000910         SET PIXM-NO-HALLADO TO TRUE
000920         GO TO 1000-EXIT
000930     END-IF.
000940     IF CALC-PIX-FS NOT = "00"
000950         DISPLAY "CALCPIXM: UNABLE TO OPEN CALCPIDX - STATUS "
000960             CALC-PIX-FS
000970         STOP RUN
000980     END-IF.
000990     MOVE PIXM-CLAVE TO PIX-CLAVE.
001000     READ CALC-PIX-FILE
001010         INVALID KEY
001020             SET PIXM-NO-HALLADO TO TRUE
001030         NOT INVALID KEY
001040             MOVE CALC-PIX-RECORD TO PIXM-POSTEO
001050     END-READ.
001060     CLOSE CALC-PIX-FILE.
001070 1000-EXIT.
001080     EXIT.
001090
001100******************************************************************
001110* 2000-ANOTAR - ADD THE POSTING IN THE CALL AREA.  ON A DUPLICATE
001120*                KEY THE COPY ON FILE IS COMPARED: IDENTICAL
001130*                MEANS A RESTART ALREADY ADDED IT, ANYTHING ELSE
001140*                IS A SECOND POSTING UNDER THE SAME REFERENCE ID
001150*                ON THE SAME DAY AND IS LEFT FOR THE CALLER.
001160******************************************************************
001170 2000-ANOTAR.
001180     PERFORM 8000-ABRIR-ACTUALIZAR THRU 8000-EXIT.
001190     MOVE PIXM-POSTEO TO CALC-PIX-RECORD.
001200     WRITE CALC-PIX-RECORD.
001210     IF CALC-PIX-FS = "22"
001220         MOVE CALC-PIX-RECORD TO CALC-PIX-GUARDADO
001230         READ CALC-PIX-FILE
001240             INVALID KEY
001250                 MOVE CALC-PIX-GUARDADO TO CALC-PIX-RECORD
001260         END-READ
001270         IF CALC-PIX-RECORD NOT = CALC-PIX-GUARDADO
001280             SET PIXM-EN-CONFLICTO TO TRUE
001290         END-IF
001300         GO TO 2000-CERRAR
001310     END-IF.
001320     IF CALC-PIX-FS NOT = "00"
001330         DISPLAY "CALCPIXM: UNABLE TO WRITE CALCPIDX - STATUS "
001340             CALC-PIX-FS
001350         STOP RUN
001360     END-IF.
001370 2000-CERRAR.
001380     CLOSE CALC-PIX-FILE.
001390 2000-EXIT.
001400     EXIT.
001410
001420******************************************************************
001430* 3000-VINCULAR - LINK THE ORIGINAL POSTING UNDER PIXM-CLAVE TO
001440*                  THE REVERSAL IN PIXM-ENLACE, UNLESS A
001450*                  DIFFERENT REVERSAL ALREADY CANCELLED IT
001460******************************************************************
001470 3000-VINCULAR.
001480     PERFORM 8000-ABRIR-ACTUALIZAR THRU 8000-EXIT.
001490     MOVE PIXM-CLAVE TO PIX-CLAVE.
001500     READ CALC-PIX-FILE
001510         INVALID KEY
001520             SET PIXM-NO-HALLADO TO TRUE
001530             GO TO 3000-CERRAR
001540     END-READ.
001550     IF PIX-ENLACE = PIXM-ENLACE
001560         GO TO 3000-CERRAR
001570     END-IF.
001580     IF PIX-ENLACE-FECHA NOT = ZERO
001590         SET PIXM-EN-CONFLICTO TO TRUE
001600         GO TO 3000-CERRAR
001610     END-IF.
001620     MOVE PIXM-ENLACE TO PIX-ENLACE.
001630     REWRITE CALC-PIX-RECORD.
001640     IF CALC-PIX-FS NOT = "00"
001650         DISPLAY "CALCPIXM: UNABLE TO REWRITE CALCPIDX - STATUS "
001660             CALC-PIX-FS
001670         STOP RUN
001680     END-IF.
001690 3000-CERRAR.
001700     CLOSE CALC-PIX-FILE.
001710 3000-EXIT.
001720     EXIT.
001730
001731******************************************************************
001732* 4000-BUSCAR-ANTERIOR - POSITION ON THE FIRST POSTING OF THE
001733*                         DEPARTMENT AND REFERENCE ID AND RETURN
001734*                         THE LATEST ONE MADE BEFORE THE BUSINESS
001735*                         DATE IN PIXM-FECHA.  POSTINGS OF THE
001736*                         SAME BUSINESS DATE ARE NOT DUPLICATES -
001737*                         A RESTART OR A RESUBMISSION REPOSTS
001738*                         UNDER THE SAME DATE.
001739******************************************************************
001740 4000-BUSCAR-ANTERIOR.
001741     SET PIXM-NO-HALLADO TO TRUE.
001742     MOVE PIXM-FECHA TO CALC-FECHA-LIMITE.
001743     OPEN INPUT CALC-PIX-FILE.
001744     IF CALC-PIX-FS = "05"
001745         CLOSE CALC-PIX-FILE
001746         GO TO 4000-EXIT
001747     END-IF.
001748     IF CALC-PIX-FS NOT = "00"
001749         DISPLAY "CALCPIXM: UNABLE TO OPEN CALCPIDX - STATUS "
001750             CALC-PIX-FS
001751         STOP RUN
001752     END-IF.
001753     MOVE PIXM-DEPTO TO PIX-DEPTO.
001754     MOVE PIXM-REFERENCIA TO PIX-REFERENCIA.
001755     MOVE ZERO TO PIX-FECHA.
001756     MOVE 'N' TO CALC-FIN-SW.
001757     START CALC-PIX-FILE KEY NOT < PIX-CLAVE
001758         INVALID KEY
001759             SET CALC-FIN-BUSQUEDA TO TRUE
001760     END-START.
001761     PERFORM 4100-LEER-ANTERIOR THRU 4100-EXIT
001762         UNTIL CALC-FIN-BUSQUEDA.
001763     CLOSE CALC-PIX-FILE.
001764 4000-EXIT.
001765     EXIT.
001766
001767 4100-LEER-ANTERIOR.
001768     READ CALC-PIX-FILE NEXT RECORD
001769         AT END
001770             SET CALC-FIN-BUSQUEDA TO TRUE
001771             GO TO 4100-EXIT
001772     END-READ.
001773     IF PIX-DEPTO NOT = PIXM-DEPTO
001774             OR PIX-REFERENCIA NOT = PIXM-REFERENCIA
001775             OR PIX-FECHA NOT < CALC-FECHA-LIMITE
001776         SET CALC-FIN-BUSQUEDA TO TRUE
001777         GO TO 4100-EXIT
001778     END-IF.
001779     MOVE CALC-PIX-RECORD TO PIXM-POSTEO.
001780     SET PIXM-OK TO TRUE.
001781 4100-EXIT.
001782     EXIT.
001783
001784******************************************************************
001785* 5000-PURGAR - DELETE EVERY POSTING MADE BEFORE THE CUTOFF DATE
001786*                IN PIXM-FECHA.  THE KEY LEADS WITH DEPARTMENT
001787*                AND REFERENCE ID, SO THE WHOLE FILE IS READ.
001788******************************************************************
001789 5000-PURGAR.
001790     MOVE ZERO TO PIXM-CONTADOR.
001791     MOVE PIXM-FECHA TO CALC-FECHA-LIMITE.
001792     PERFORM 8000-ABRIR-ACTUALIZAR THRU 8000-EXIT.
001793     MOVE 'N' TO CALC-FIN-SW.
001794     PERFORM 5100-PURGAR-POSTEO THRU 5100-EXIT
001795         UNTIL CALC-FIN-BUSQUEDA.
001796     CLOSE CALC-PIX-FILE.
001797 5000-EXIT.
001798     EXIT.
001799
001800 5100-PURGAR-POSTEO.
001801     READ CALC-PIX-FILE NEXT RECORD
001802         AT END
001803             SET CALC-FIN-BUSQUEDA TO TRUE
001804             GO TO 5100-EXIT
001805     END-READ.
001806     IF PIX-FECHA NOT < CALC-FECHA-LIMITE
001807         GO TO 5100-EXIT
001808     END-IF.
001809     DELETE CALC-PIX-FILE RECORD.
001810     IF CALC-PIX-FS NOT = "00"
001811         DISPLAY "CALCPIXM: UNABLE TO DELETE FROM CALCPIDX - "
001812             "STATUS " CALC-PIX-FS
001813         STOP RUN
001814     END-IF.
001815     ADD 1 TO PIXM-CONTADOR.
001816 5100-EXIT.
001817     EXIT.
001818
001819******************************************************************
001820* 8000-ABRIR-ACTUALIZAR - OPEN THE INDEX FOR UPDATE, CREATING IT
001821*                          ON FIRST USE
001822******************************************************************
001823 8000-ABRIR-ACTUALIZAR.
001824     OPEN I-O CALC-PIX-FILE.
001825     IF CALC-PIX-FS NOT = "00" AND CALC-PIX-FS NOT = "05"
001826         DISPLAY "CALCPIXM: UNABLE TO OPEN CALCPIDX - STATUS "
001827             CALC-PIX-FS
001830         STOP RUN
001840     END-IF.
001850 8000-EXIT.
001860     EXIT.
001870
001880 END PROGRAM CALCPIXM.
