000307*                  new TRNP-OVERFLOW (OVF) reason so CALCBATCH
000308*                  and CALCRSUB reject it through the normal
000309*                  correction cycle.
000310*   2026-10-15 DR  Added the reversal record type (R).  The
000311*                  posting it names is looked up on the CALCPIDX
000312*                  posting index through CALCPIXM; a posting not
000313*                  on file is returned with the new RNF reason,
000314*                  one already cancelled by a different reversal
000315*                  (or itself a reversal) with RRV, and otherwise
000316*                  the original operands come back with the
000317*                  negated original result.  Nothing is updated
000318*                  here - the caller links the original once the
000319*                  reversal has actually posted, so the
000320*                  verification job can rerun it harmlessly.
000321*   2026-10-15 DR  Cross-day duplicate check: a record that
000322*                  would post, and whose department and
000323*                  reference id already posted on an earlier
000324*                  business date (CALCPIDX, through CALCPIXM), is
000325*                  returned with the new DUP reason unless a
000326*                  supervisor override for the business date is
000327*                  on CALCDAUT (through CALCDALK), in which case
000328*                  it posts and the supervisor's id comes back in
000329*                  TRNP-FORZADO-POR.  Done here so CALCBATCH,
000330*                  CALCRSUB and the verification job agree.
000331*   2026-10-15 DR  A reversal with no reference id of its own is
000332*                  returned RNF: CALCBATCH and CALCRSUB cannot
000333*                  link the original to it, so it could be
000334*                  reversed again and again.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CALCTRNP.
000610     88  CALC-ERROR-OPERACION-INVALIDA VALUE 3.
000612     88  CALC-ERROR-OVERFLOW       VALUE 4.
000620
000621 COPY CALCPIXA.
000622 01  CALC-DALK-AUTORIZO            PIC X(08).
000623 01  CALC-DALK-RC                  PIC 9(02).
000624     88  CALC-DALK-OK              VALUE 0.
000625
000630 LINKAGE SECTION.
000640 COPY CALCTRNR.
000650 01  TRNP-FECHA                    PIC 9(08).
000680 PROCEDURE DIVISION USING TRANS-IN-RECORD TRNP-FECHA TRNP-SALIDA.
000690
000700******************************************************************
000710* 0000-MAINLINE - DISPATCH ON THE RECORD TYPE, THEN CHECK A
000713*                  RECORD THAT WOULD POST AGAINST THE DUPLICATE
000716*                  REGISTER
000720******************************************************************
000730 0000-MAINLINE.
000740     MOVE SPACES TO TRNP-MOTIVO.
000750     MOVE ZERO TO TRNP-RES.
000753     MOVE ZERO TO TRNP-DUP-FECHA.
000756     MOVE SPACES TO TRNP-FORZADO-POR.
000760     IF TIN-ES-FORMULA
000770         PERFORM 3000-PROCESAR-FORMULA THRU 3000-EXIT
000780     ELSE
000790         IF TIN-ES-REVERSO
000791             PERFORM 4000-PROCESAR-REVERSO THRU 4000-EXIT
000792         ELSE
000793             PERFORM 2000-PROCESAR-OPERACION THRU 2000-EXIT
000794         END-IF
000795     END-IF.
000796     IF TRNP-OK
000797         PERFORM 5000-REVISAR-DUPLICADO THRU 5000-EXIT
000800     END-IF.
000810     GOBACK.
000820
001720 3000-EXIT.
001730     EXIT.
001740
001741******************************************************************
001742* 4000-PROCESAR-REVERSO - AN R RECORD CANCELLING THE POSTING
001743*                          NAMED BY REFERENCE ID AND BUSINESS
001744*                          DATE IN THE SAME DEPARTMENT.  A
001745*                          POSTING ALREADY LINKED TO THIS VERY
001746*                          REVERSAL (A RESTART OR A VERIFICATION
001747*                          RERUN) IS NOT A SECOND REVERSAL.
001748******************************************************************
001749 4000-PROCESAR-REVERSO.
001750     MOVE TIN-MENU-X TO TRNP-MENU-SALIDA.
001751     MOVE ZERO TO TRNP-NUM1-SALIDA.
001752     MOVE ZERO TO TRNP-NUM2-SALIDA.
001753     IF TIN-REFERENCIA = SPACES OR TIN-REV-REFERENCIA = SPACES
001754             OR TIN-REV-FECHA-X NOT NUMERIC
001755         SET TRNP-REVERSO-NO-HALLADO TO TRUE
001756         GO TO 4000-EXIT
001757     END-IF.
001758     SET PIXM-BUSCAR TO TRUE.
001759     MOVE TIN-DEPTO TO PIXM-DEPTO.
001760     MOVE TIN-REV-REFERENCIA TO PIXM-REFERENCIA.
001761     MOVE TIN-REV-FECHA TO PIXM-FECHA.
001762     CALL 'CALCPIXM' USING PIXM-AREA.
001763     IF NOT PIXM-OK
001764         SET TRNP-REVERSO-NO-HALLADO TO TRUE
001765         GO TO 4000-EXIT
001766     END-IF.
001767     IF PIXM-ES-REVERSO
001768         SET TRNP-YA-REVERTIDO TO TRUE
001769         GO TO 4000-EXIT
001770     END-IF.
001771     IF PIXM-ENLACE-FECHA NOT = ZERO
001772             AND (PIXM-ENLACE-REFERENCIA NOT = TIN-REFERENCIA
001773                 OR PIXM-ENLACE-FECHA NOT = TRNP-FECHA)
001774         SET TRNP-YA-REVERTIDO TO TRUE
001775         GO TO 4000-EXIT
001776     END-IF.
001777     MOVE PIXM-NUM1 TO TRNP-NUM1-SALIDA.
001778     MOVE PIXM-NUM2 TO TRNP-NUM2-SALIDA.
001779     COMPUTE TRNP-RES = ZERO - PIXM-RES.
001780 4000-EXIT.
001781     EXIT.
001782
001783******************************************************************
001784* 5000-REVISAR-DUPLICADO - A DEPARTMENT AND REFERENCE ID ALREADY
001785*                           POSTED ON AN EARLIER BUSINESS DATE IS
001786*                           A RESEND UNLESS A SUPERVISOR HAS
001787*                           FORCED IT THROUGH FOR THIS DATE.  THE
001788*                           RESULT IS LEFT IN TRNP-RES EITHER WAY.
001789******************************************************************
001790 5000-REVISAR-DUPLICADO.
001791     IF TIN-REFERENCIA = SPACES
001792         GO TO 5000-EXIT
001793     END-IF.
001794     SET PIXM-BUSCAR-ANTERIOR TO TRUE.
001795     MOVE TIN-DEPTO TO PIXM-DEPTO.
001796     MOVE TIN-REFERENCIA TO PIXM-REFERENCIA.
001797     MOVE TRNP-FECHA TO PIXM-FECHA.
001798     CALL 'CALCPIXM' USING PIXM-AREA.
001799     IF NOT PIXM-OK
001800         GO TO 5000-EXIT
001801     END-IF.
001802     MOVE PIXM-FECHA TO TRNP-DUP-FECHA.
001803     CALL 'CALCDALK' USING TIN-DEPTO TIN-REFERENCIA TRNP-FECHA
001804         CALC-DALK-AUTORIZO CALC-DALK-RC.
001805     IF CALC-DALK-OK
001806         MOVE CALC-DALK-AUTORIZO TO TRNP-FORZADO-POR
001807     ELSE
001808         SET TRNP-DUPLICADO TO TRUE
001809     END-IF.
001810 5000-EXIT.
001811     EXIT.
001812
001750 END PROGRAM CALCTRNP.
