000354*                  the transaction are carried to TRANSOUT on a
000355*                  good resubmission; CALC-RJOT-RECORD widened
000356*                  to X(68) to track the new CALCREJR length.
000357*   2026-10-15 DR  Runs under the business date from CALCBDGT
000358*                  instead of the system date, and adds each good
000359*                  resubmission to the CALCPIDX posting index the
000360*                  way CALCBATCH does, so a corrected reversal (R
000361*                  record) posts, links and is carried to
000362*                  TRANSOUT exactly as it would overnight.
000363*   2026-10-15 DR  A corrected record whose department and
000364*                  reference id were already posted on an earlier
000365*                  business date re-rejects as DUP unless a
000366*                  supervisor override is on CALCDAUT; one let
000367*                  through under an override is DISPLAYed with
000368*                  the supervisor's id.
000369*   2026-10-15 DR  A duplicate forced through, a reference already
000370*                  indexed for the day and a reversal that could
000371*                  not be linked to its original are logged to
000372*                  the CALCEXCP operations exceptions file through
000373*                  CALCEXLG as well as DISPLAYed, as in CALCBATCH.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. CALCRSUB.
000840                                   SIGN IS TRAILING SEPARATE
000850                                   VALUE ZERO.
000860 77  CALC-FECHA-HOY                PIC 9(08) VALUE ZERO.
000865 77  CALC-BDGT-RC                  PIC 9(02) VALUE ZERO.
000870
000880 COPY CALCTRNR.
000890 COPY CALCTRPR.
000895 COPY CALCPIXA.
000896 COPY CALCEXLA.
000900
000910 PROCEDURE DIVISION.
000920
001040* 1000-INITIALIZE - OPEN THE FILES AND PRIME THE READ
001050******************************************************************
001060 1000-INITIALIZE.
001070     CALL 'CALCBDGT' USING CALC-FECHA-HOY CALC-BDGT-RC.
001080     OPEN INPUT CALC-RJIN-FILE.
001090     IF CALC-RJIN-FS NOT = "00"
001100         DISPLAY "CALCRSUB: UNABLE TO OPEN CALCRJIN - STATUS "
001410         PERFORM 2400-ESCRIBIR-RECHAZO THRU 2400-EXIT
001420         GO TO 2000-EXIT
001430     END-IF.
001431     IF TRNP-FORZADO-POR NOT = SPACES
001432         DISPLAY "CALCRSUB: " TIN-DEPTO "/" TIN-REFERENCIA
001433             " ALREADY POSTED " TRNP-DUP-FECHA
001434             " - FORCED THROUGH BY " TRNP-FORZADO-POR
001435         MOVE 'I' TO EXLG-SEVERIDAD
001436         MOVE "RSUB01" TO EXLG-CODIGO
001437         MOVE SPACES TO EXLG-TEXTO
001438         STRING TIN-DEPTO "/" TIN-REFERENCIA " POSTED "
001439             TRNP-DUP-FECHA " FORCED BY " TRNP-FORZADO-POR
001440             DELIMITED BY SIZE INTO EXLG-TEXTO
001441         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
001442     END-IF.
001440     MOVE TRNP-MENU-SALIDA TO TOUT-MENU-X.
001450     IF TIN-ES-REVERSO
001460         MOVE TIN-REV-REFERENCIA TO TOUT-REV-REFERENCIA
001461         MOVE TIN-REV-FECHA TO TOUT-REV-FECHA
001462     ELSE
001463         MOVE TRNP-NUM1-SALIDA TO TOUT-NUM1
001464         MOVE TRNP-NUM2-SALIDA TO TOUT-NUM2
001465     END-IF.
001470     MOVE TRNP-RES TO TOUT-RES.
001472     MOVE TIN-DEPTO TO TOUT-DEPTO.
001474     MOVE TIN-REFERENCIA TO TOUT-REFERENCIA.
001530     END-IF.
001540     ADD 1 TO CALC-POST-COUNT.
001550     ADD TRNP-RES TO CALC-POST-SUMA.
001555     PERFORM 2500-ANOTAR-POSTEO THRU 2500-EXIT.
001560 2000-EXIT.
001570     PERFORM 2900-LEER-SIGUIENTE THRU 2900-EXIT.
001580     EXIT.
001710     END-IF.
001720     ADD 1 TO CALC-RREJ-COUNT.
001730 2400-EXIT.
001731     EXIT.
001732
001733******************************************************************
001734* 2500-ANOTAR-POSTEO - ADD THE POSTING JUST WRITTEN TO THE
001735*                       CALCPIDX POSTING INDEX, AND FOR A
001736*                       REVERSAL LINK THE ORIGINAL TO IT
001737******************************************************************
001738 2500-ANOTAR-POSTEO.
001739     IF TIN-REFERENCIA = SPACES
001740         GO TO 2500-EXIT
001741     END-IF.
001742     SET PIXM-ANOTAR TO TRUE.
001743     MOVE TIN-DEPTO TO PIXM-DEPTO.
001744     MOVE TIN-REFERENCIA TO PIXM-REFERENCIA.
001745     MOVE CALC-FECHA-HOY TO PIXM-FECHA.
001746     MOVE TRNP-MENU-SALIDA TO PIXM-MENU.
001747     MOVE TRNP-NUM1-SALIDA TO PIXM-NUM1.
001748     MOVE TRNP-NUM2-SALIDA TO PIXM-NUM2.
001749     MOVE TRNP-RES TO PIXM-RES.
001750     IF TIN-ES-REVERSO
001751         MOVE TIN-REV-REFERENCIA TO PIXM-ENLACE-REFERENCIA
001752         MOVE TIN-REV-FECHA TO PIXM-ENLACE-FECHA
001753     ELSE
001754         MOVE SPACES TO PIXM-ENLACE-REFERENCIA
001755         MOVE ZERO TO PIXM-ENLACE-FECHA
001756     END-IF.
001757     CALL 'CALCPIXM' USING PIXM-AREA.
001758     IF PIXM-EN-CONFLICTO
001759         DISPLAY "CALCRSUB: REFERENCE " TIN-REFERENCIA
001760             " ALREADY INDEXED FOR THE DAY - NOT INDEXED AGAIN"
001761         MOVE 'W' TO EXLG-SEVERIDAD
001762         MOVE "RSUB02" TO EXLG-CODIGO
001763         MOVE SPACES TO EXLG-TEXTO
001764         STRING TIN-DEPTO "/" TIN-REFERENCIA
001765             " ALREADY INDEXED TODAY - NOT INDEXED AGAIN"
001766             DELIMITED BY SIZE INTO EXLG-TEXTO
001767         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
001768     END-IF.
001769     IF NOT TIN-ES-REVERSO
001770         GO TO 2500-EXIT
001771     END-IF.
001772     SET PIXM-VINCULAR TO TRUE.
001773     MOVE TIN-DEPTO TO PIXM-DEPTO.
001774     MOVE TIN-REV-REFERENCIA TO PIXM-REFERENCIA.
001775     MOVE TIN-REV-FECHA TO PIXM-FECHA.
001776     MOVE TIN-REFERENCIA TO PIXM-ENLACE-REFERENCIA.
001777     MOVE CALC-FECHA-HOY TO PIXM-ENLACE-FECHA.
001778     CALL 'CALCPIXM' USING PIXM-AREA.
001779     IF NOT PIXM-OK
001780         DISPLAY "CALCRSUB: UNABLE TO LINK REVERSED POSTING "
001781             TIN-REV-REFERENCIA " - RC " PIXM-RC
001782         MOVE 'C' TO EXLG-SEVERIDAD
001783         MOVE "RSUB03" TO EXLG-CODIGO
001784         MOVE SPACES TO EXLG-TEXTO
001785         STRING "REVERSAL " TIN-DEPTO "/" TIN-REFERENCIA
001786             " NOT LINKED TO " TIN-REV-REFERENCIA " RC " PIXM-RC
001787             DELIMITED BY SIZE INTO EXLG-TEXTO
001788         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
001789     END-IF.
001790 2500-EXIT.
001740     EXIT.
001750
001760******************************************************************
001980 9000-EXIT.
001990     EXIT.
002000
002001******************************************************************
002002* 9800-ANOTAR-EXCEPCION - APPEND THE EXCEPTION IN EXLG-AREA TO
002003*                          THE CALCEXCP OPERATIONS EXCEPTIONS
002004*                          FILE
002005******************************************************************
002006 9800-ANOTAR-EXCEPCION.
002007     MOVE "CALCRSUB" TO EXLG-PROGRAMA.
002008     MOVE CALC-FECHA-HOY TO EXLG-FECHA.
002009     CALL 'CALCEXLG' USING EXLG-AREA.
002010 9800-EXIT.
002011     EXIT.
002012
002010 END PROGRAM CALCRSUB.
