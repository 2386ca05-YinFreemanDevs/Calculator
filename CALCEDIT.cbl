000370*                  only rejects overnight for a surprise (a rate
000380*                  expiring between edit and run, an overflow),
000390*                  not a typo.
000391*   2026-10-15 DR  Reversal records (R in position one) are
000392*                  edited too: the reversal's own reference id
000393*                  and the original's reference id must be
000394*                  present, the original's date numeric, and the
000395*                  original must be on the CALCPIDX posting index
000396*                  (through CALCPIXM) and not already reversed -
000397*                  the same tests CALCTRNP rejects RNF/RRV on.
000398*   2026-10-15 DR  Every record with a reference id is looked up
000399*                  on the CALCPIDX duplicate register; one already
000400*                  posted for the department on an earlier
000401*                  business date is an error line (it will reject
000402*                  DUP overnight) unless a supervisor override is
000403*                  on CALCDAUT, in which case a warning line names
000404*                  the supervisor and the record still counts as
000405*                  clean.
000406*   2026-10-15 DR  An edit with error lines is also appended to
000407*                  the CALCEXCP operations exceptions file through
000408*                  CALCEXLG.
000409*   2026-10-15 DR  A reversal whose original is linked to this
000410*                  same reversal for the business date (an edit
000411*                  rerun after posting) is no longer reported as
000412*                  already reversed, as in CALCTRNP.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. CALCEDIT.
001340 01  CALC-NUM2-MALO-SW             PIC X(01) VALUE 'N'.
001350     88  CALC-NUM2-MALO            VALUE 'Y'.
001360
001361 COPY CALCPIXA.
001362 01  CALC-DALK-AUTORIZO            PIC X(08).
001363 01  CALC-DALK-RC                  PIC 9(02).
001364     88  CALC-DALK-OK              VALUE 0.
001365
001370 01  CALC-FRM-NOMBRES.
001380     05  CALC-FRM-NOMBRE           PIC X(10) OCCURS 200 TIMES.
001390
001630     05  EDT-C-ESPERADO            PIC ZZZZZZZ9.
001640     05  FILLER                    PIC X(03) VALUE " - ".
001650     05  EDT-C-VEREDICTO           PIC X(40).
001653
001656 COPY CALCEXLA.
001660
001670 PROCEDURE DIVISION.
001680
002680     IF TIN-ES-FORMULA
002690         PERFORM 3000-EDITAR-FORMULA THRU 3000-EXIT
002700     ELSE
002710         IF TIN-ES-REVERSO
002712             PERFORM 3500-EDITAR-REVERSO THRU 3500-EXIT
002714         ELSE
002716             PERFORM 4000-EDITAR-OPERACION THRU 4000-EXIT
002718         END-IF
002720     END-IF.
002725     PERFORM 6000-REVISAR-DUPLICADO THRU 6000-EXIT.
002730     IF NOT CALC-REG-MALO
002740         ADD 1 TO CALC-LIMPIOS-COUNT
002750     END-IF.
003230     EXIT.
003240
003250******************************************************************
003251* 3500-EDITAR-REVERSO - A REVERSAL NEEDS ITS OWN REFERENCE ID, AND
003252*                        THE POSTING IT NAMES MUST BE ON THE
003253*                        POSTING INDEX AND NOT ALREADY REVERSED
003254******************************************************************
003255 3500-EDITAR-REVERSO.
003256     IF TIN-REFERENCIA = SPACES
003257         MOVE "REVERSAL HAS NO REFERENCE ID OF ITS OWN"
003258             TO EDT-D-MENSAJE
003259         PERFORM 7000-ESCRIBIR-ERROR THRU 7000-EXIT
003260     END-IF.
003261     IF TIN-REV-REFERENCIA = SPACES
003262             OR TIN-REV-FECHA-X NOT NUMERIC
003263         MOVE "REVERSAL DOES NOT NAME AN ORIGINAL REFERENCE/DATE"
003264             TO EDT-D-MENSAJE
003265         PERFORM 7000-ESCRIBIR-ERROR THRU 7000-EXIT
003266         GO TO 3500-EXIT
003267     END-IF.
003268     SET PIXM-BUSCAR TO TRUE.
003269     MOVE TIN-DEPTO TO PIXM-DEPTO.
003270     MOVE TIN-REV-REFERENCIA TO PIXM-REFERENCIA.
003271     MOVE TIN-REV-FECHA TO PIXM-FECHA.
003272     CALL 'CALCPIXM' USING PIXM-AREA.
003273     IF NOT PIXM-OK
003274         MOVE SPACES TO EDT-D-MENSAJE
003275         STRING "ORIGINAL '" DELIMITED BY SIZE
003276             TIN-REV-REFERENCIA DELIMITED BY SIZE
003277             "' " DELIMITED BY SIZE
003278             TIN-REV-FECHA-X DELIMITED BY SIZE
003279             " NOT POSTED FOR THE DEPARTMENT" DELIMITED BY SIZE
003280             INTO EDT-D-MENSAJE
003281         PERFORM 7000-ESCRIBIR-ERROR THRU 7000-EXIT
003282         GO TO 3500-EXIT
003283     END-IF.
003284     IF PIXM-ES-REVERSO
003285         MOVE "ORIGINAL NAMED IS ITSELF A REVERSAL"
003286             TO EDT-D-MENSAJE
003287         PERFORM 7000-ESCRIBIR-ERROR THRU 7000-EXIT
003288         GO TO 3500-EXIT
003289     END-IF.
003290     IF PIXM-ENLACE-FECHA NOT = ZERO
003291             AND (PIXM-ENLACE-REFERENCIA NOT = TIN-REFERENCIA
003292                 OR PIXM-ENLACE-FECHA NOT = CALC-FECHA-HOY)
003293         MOVE SPACES TO EDT-D-MENSAJE
003294         STRING "ORIGINAL ALREADY REVERSED BY '" DELIMITED BY SIZE
003295             PIXM-ENLACE-REFERENCIA DELIMITED BY SIZE
003296             "'" DELIMITED BY SIZE
003297             INTO EDT-D-MENSAJE
003298         PERFORM 7000-ESCRIBIR-ERROR THRU 7000-EXIT
003299     END-IF.
003300 3500-EXIT.
003301     EXIT.
003302
003303******************************************************************
003260* 4000-EDITAR-OPERACION - OPERATION CODE IN RANGE, OPERANDS
003270*                          VALID, AND THE CALCOPS REFUSALS
003280*                          (ZERO DIVISOR, NEGATIVE ROOT) CAUGHT
003340         MOVE SPACES TO EDT-D-MENSAJE
003350         STRING "OPERATION CODE '" DELIMITED BY SIZE
003360             TIN-MENU-X DELIMITED BY SIZE
003370             "' NOT 1-8, F OR R" DELIMITED BY SIZE
003380             INTO EDT-D-MENSAJE
003390         PERFORM 7000-ESCRIBIR-ERROR THRU 7000-EXIT
003400         GO TO 4000-EXIT
004240     EXIT.
004250
004260******************************************************************
004261* 6000-REVISAR-DUPLICADO - A DEPARTMENT/REFERENCE ID ALREADY ON
004262*                           THE DUPLICATE REGISTER FROM AN EARLIER
004263*                           BUSINESS DATE REJECTS DUP OVERNIGHT
004264*                           UNLESS A SUPERVISOR HAS FORCED IT -
004265*                           THE SAME TEST CALCTRNP APPLIES
004266******************************************************************
004267 6000-REVISAR-DUPLICADO.
004268     IF TIN-REFERENCIA = SPACES
004269         GO TO 6000-EXIT
004270     END-IF.
004271     SET PIXM-BUSCAR-ANTERIOR TO TRUE.
004272     MOVE TIN-DEPTO TO PIXM-DEPTO.
004273     MOVE TIN-REFERENCIA TO PIXM-REFERENCIA.
004274     MOVE CALC-FECHA-HOY TO PIXM-FECHA.
004275     CALL 'CALCPIXM' USING PIXM-AREA.
004276     IF NOT PIXM-OK
004277         GO TO 6000-EXIT
004278     END-IF.
004279     CALL 'CALCDALK' USING TIN-DEPTO TIN-REFERENCIA
004280         CALC-FECHA-HOY CALC-DALK-AUTORIZO CALC-DALK-RC.
004281     MOVE SPACES TO EDT-D-MENSAJE.
004282     IF CALC-DALK-OK
004283         STRING "DUPLICATE OF " DELIMITED BY SIZE
004284             PIXM-FECHA DELIMITED BY SIZE
004285             " - FORCED BY " DELIMITED BY SIZE
004286             CALC-DALK-AUTORIZO DELIMITED BY SIZE
004287             INTO EDT-D-MENSAJE
004288         PERFORM 7100-ESCRIBIR-AVISO THRU 7100-EXIT
004289     ELSE
004290         STRING "ALREADY POSTED ON " DELIMITED BY SIZE
004291             PIXM-FECHA DELIMITED BY SIZE
004292             " - WILL REJECT DUP" DELIMITED BY SIZE
004293             INTO EDT-D-MENSAJE
004294         PERFORM 7000-ESCRIBIR-ERROR THRU 7000-EXIT
004295     END-IF.
004296 6000-EXIT.
004297     EXIT.
004298
004299******************************************************************
004270* 7000-ESCRIBIR-ERROR - ONE REPORT LINE PER FINDING, WITH THE
004280*                        MESSAGE ALREADY SET IN EDT-D-MENSAJE
004290******************************************************************
004340     WRITE RPT-LINE FROM EDT-DETALLE.
004350     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
004360 7000-EXIT.
004361     EXIT.
004362
004363******************************************************************
004364* 7100-ESCRIBIR-AVISO - A WARNING LINE THAT DOES NOT MAKE THE
004365*                        RECORD BAD OR COUNT AS AN ERROR
004366******************************************************************
004367 7100-ESCRIBIR-AVISO.
004368     MOVE CALC-REC-COUNT TO EDT-D-RECNO.
004369     WRITE RPT-LINE FROM EDT-DETALLE.
004370     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
004371 7100-EXIT.
004370     EXIT.
004380
004390******************************************************************
004890     ELSE
004900         DISPLAY "CALCEDIT: *** " CALC-ERROR-COUNT
004910             " ERROR LINES - SEE CALCEDTO ***"
004911         MOVE CALC-ERROR-COUNT TO EXLG-CIFRA-1
004912         MOVE 'W' TO EXLG-SEVERIDAD
004913         MOVE "EDIT01" TO EXLG-CODIGO
004914         MOVE SPACES TO EXLG-TEXTO
004915         STRING EXLG-CIFRA-1 " ERROR LINES - SEE CALCEDTO"
004916             DELIMITED BY SIZE
004917             INTO EXLG-TEXTO
004918         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
004920     END-IF.
004930 9000-EXIT.
004940     EXIT.
004950
004951******************************************************************
004952* 9800-ANOTAR-EXCEPCION - APPEND THE EXCEPTION IN EXLG-AREA TO
004953*                          THE CALCEXCP OPERATIONS EXCEPTIONS
004954*                          FILE
004955******************************************************************
004956 9800-ANOTAR-EXCEPCION.
004957     MOVE "CALCEDIT" TO EXLG-PROGRAMA.
004958     MOVE CALC-FECHA-HOY TO EXLG-FECHA.
004959     CALL 'CALCEXLG' USING EXLG-AREA.
004960 9800-EXIT.
004961     EXIT.
004962
004960 END PROGRAM CALCEDIT.
