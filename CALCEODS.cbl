000150* Purpose:      End-of-day stream status display.  Shows, for
000160*               the current business date, which steps of the
000170*               required sequence (CALCRPT, CALCHIXL, CALCGLEX,
000180*               CALCCUAD, CALCARCH, CALCDROL) have completed per
000190*               the CALCRCTL run-control file and which step is
000200*               next to run, so after a failure the operator
000210*               restarts from the failed step instead of guessing
000220*               what is safe to rerun.  Display only - the
000230*               refusals themselves are enforced inside each step
000240*               by the CALCRCST gate.
000250* Tectonics:    cobc
000260* Modification History:
000270*   2026-09-02 DR  Initial version.
000271*   2026-10-15 DR  Also lists the CALCHQUE large-value hold
000272*                  queue - every item still held or released and
000273*                  waiting for the next extract, with how many
000274*                  business days it has been on the queue - and
000275*                  flags OVERDUE any item held more than the
000276*                  CALCHAGE number of business days.
000277*   2026-10-15 DR  CALCCUAD pre-purge reconciliation added to the
000278*                  step list ahead of CALCARCH.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CALCEODS.
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CALC-RCTL-FS.
000380
000381     SELECT OPTIONAL CALC-HQ-FILE ASSIGN TO "CALCHQUE"
000382         ORGANIZATION IS LINE SEQUENTIAL
000383         FILE STATUS IS CALC-HQ-FS.
000384
000385     SELECT OPTIONAL CALC-HAGE-FILE ASSIGN TO "CALCHAGE"
000386         ORGANIZATION IS LINE SEQUENTIAL
000387         FILE STATUS IS CALC-HAGE-FS.
000388
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  CALC-RCTL-FILE
000420     LABEL RECORDS ARE STANDARD.
000430 COPY CALCRCLR.
000440
000441 FD  CALC-HQ-FILE
000442     LABEL RECORDS ARE STANDARD.
000443 COPY CALCHQUR.
000444
000445 FD  CALC-HAGE-FILE
000446     LABEL RECORDS ARE STANDARD.
000447 01  HAGE-RECORD.
000448     05  HAGE-DIAS                 PIC 9(03).
000449
000450 WORKING-STORAGE SECTION.
000460 01  CALC-RCTL-FS                  PIC X(02).
000463 01  CALC-HQ-FS                    PIC X(02).
000466 01  CALC-HAGE-FS                  PIC X(02).
000470
000480 01  CALC-SWITCHES.
000490     05  CALC-EOF-SW               PIC X(01) VALUE 'N'.
000500         88  CALC-FIN-ARCHIVO      VALUE 'Y'.
000503     05  CALC-HQ-EOF-SW            PIC X(01) VALUE 'N'.
000506         88  CALC-FIN-RETENIDAS    VALUE 'Y'.
000510
000520 77  CALC-PASO-COUNT               PIC 9(04) COMP VALUE 6.
000530 77  CALC-PASO-IDX                 PIC 9(04) COMP VALUE ZERO.
000540 77  CALC-SIGUIENTE                PIC 9(04) COMP VALUE ZERO.
000550 77  CALC-FECHA-HOY                PIC 9(08) VALUE ZERO.
000560 77  CALC-BDGT-RC                  PIC 9(02) VALUE ZERO.
000561* BUSINESS DAYS AN ITEM MAY STAY HELD BEFORE IT IS FLAGGED, WHEN
000562* CALCHAGE DOES NOT SAY.  CALCHREL USES THE SAME DEFAULT.
000563 77  CALC-DIAS-AVISO               PIC 9(03) VALUE 3.
000564 77  CALC-RETENIDAS-COUNT          PIC 9(04) COMP VALUE ZERO.
000565 77  CALC-LIBERADAS-COUNT          PIC 9(04) COMP VALUE ZERO.
000566 77  CALC-VENCIDAS-COUNT           PIC 9(04) COMP VALUE ZERO.
000567 01  CALC-BDCN-DIAS                PIC 9(04).
000568 01  CALC-BDCN-RC                  PIC 9(02).
000570
000580* THE SAME STEP ORDER THE CALCRCST GATE ENFORCES.
000590 01  CALC-PASOS-INIT.
000600     05  FILLER                    PIC X(08) VALUE "CALCRPT".
000610     05  FILLER                    PIC X(08) VALUE "CALCHIXL".
000620     05  FILLER                    PIC X(08) VALUE "CALCGLEX".
000625     05  FILLER                    PIC X(08) VALUE "CALCCUAD".
000630     05  FILLER                    PIC X(08) VALUE "CALCARCH".
000640     05  FILLER                    PIC X(08) VALUE "CALCDROL".
000650 01  CALC-PASOS REDEFINES CALC-PASOS-INIT.
000660     05  CALC-PASO-NOMBRE          PIC X(08) OCCURS 6 TIMES.
000670
000680 01  CALC-ESTADO-PASOS.
000690     05  CALC-PASO-DETALLE         OCCURS 6 TIMES.
000700         10  CALC-PASO-HECHO       PIC X(01).
000710         10  CALC-PASO-HORA        PIC 9(08).
000720
000770     05  FILLER                    PIC X(02) VALUE SPACES.
000780     05  EOD-D-HORA                PIC 9(08).
000790
000791 01  EOD-RETENIDA.
000792     05  EOD-R-FECHA               PIC 9(08).
000793     05  FILLER                    PIC X(01) VALUE "-".
000794     05  EOD-R-NUMERO              PIC 9(06).
000795     05  FILLER                    PIC X(01) VALUE SPACE.
000796     05  EOD-R-OPERACION           PIC X(13).
000797     05  FILLER                    PIC X(01) VALUE SPACE.
000798     05  EOD-R-DEPTO               PIC X(04).
000799     05  FILLER                    PIC X(01) VALUE SPACE.
000800     05  EOD-R-RESULTADO           PIC -9(6).99.
000801     05  FILLER                    PIC X(01) VALUE SPACE.
000802     05  EOD-R-ESTADO              PIC X(08).
000803     05  EOD-R-DIAS                PIC ZZZ9.
000804     05  FILLER                    PIC X(02) VALUE " D".
000805     05  EOD-R-AVISO               PIC X(09).
000806
000800 PROCEDURE DIVISION.
000810
000820******************************************************************
000850 0000-MAINLINE.
000860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000870     PERFORM 8000-MOSTRAR-ESTADO THRU 8000-EXIT.
000875     PERFORM 8500-MOSTRAR-RETENIDAS THRU 8500-EXIT.
000880     STOP RUN.
000890
000900******************************************************************
001720 8100-EXIT.
001730     EXIT.
001740
001741******************************************************************
001742* 8500-MOSTRAR-RETENIDAS - ONE LINE PER ITEM ON THE LARGE-VALUE
001743*                           HOLD QUEUE, OVERDUE ITEMS FLAGGED
001744******************************************************************
001745 8500-MOSTRAR-RETENIDAS.
001746     OPEN INPUT CALC-HAGE-FILE.
001747     IF CALC-HAGE-FS NOT = "00" AND CALC-HAGE-FS NOT = "05"
001748         DISPLAY "CALCEODS: UNABLE TO OPEN CALCHAGE - STATUS "
001749             CALC-HAGE-FS
001750         STOP RUN
001751     END-IF.
001752     READ CALC-HAGE-FILE
001753         AT END
001754             CONTINUE
001755         NOT AT END
001756             IF HAGE-DIAS NUMERIC AND HAGE-DIAS > ZERO
001757                 MOVE HAGE-DIAS TO CALC-DIAS-AVISO
001758             END-IF
001759     END-READ.
001760     CLOSE CALC-HAGE-FILE.
001761     OPEN INPUT CALC-HQ-FILE.
001762     IF CALC-HQ-FS NOT = "00" AND CALC-HQ-FS NOT = "05"
001763         DISPLAY "CALCEODS: UNABLE TO OPEN CALCHQUE - STATUS "
001764             CALC-HQ-FS
001765         STOP RUN
001766     END-IF.
001767     DISPLAY SPACE.
001768     DISPLAY "LARGE-VALUE HOLD QUEUE - OVERDUE AFTER "
001769         CALC-DIAS-AVISO " BUSINESS DAYS".
001770     PERFORM 8600-MOSTRAR-RETENIDA THRU 8600-EXIT
001771         UNTIL CALC-FIN-RETENIDAS.
001772     CLOSE CALC-HQ-FILE.
001773     DISPLAY CALC-RETENIDAS-COUNT " HELD, "
001774         CALC-LIBERADAS-COUNT " RELEASED FOR THE NEXT EXTRACT, "
001775         CALC-VENCIDAS-COUNT " OVERDUE".
001776 8500-EXIT.
001777     EXIT.
001778
001779 8600-MOSTRAR-RETENIDA.
001780     READ CALC-HQ-FILE
001781         AT END
001782             SET CALC-FIN-RETENIDAS TO TRUE
001783             GO TO 8600-EXIT
001784     END-READ.
001785     CALL 'CALCBDCN' USING HQ-FECHA CALC-FECHA-HOY CALC-BDCN-DIAS
001786         CALC-BDCN-RC.
001787     MOVE HQ-FECHA TO EOD-R-FECHA.
001788     MOVE HQ-NUMERO TO EOD-R-NUMERO.
001789     MOVE HQD-OPERACION TO EOD-R-OPERACION.
001790     MOVE HQD-DEPTO TO EOD-R-DEPTO.
001791     MOVE HQD-RESULTADO TO EOD-R-RESULTADO.
001792     MOVE CALC-BDCN-DIAS TO EOD-R-DIAS.
001793     MOVE SPACES TO EOD-R-AVISO.
001794     IF HQ-LIBERADO
001795         MOVE "RELEASED" TO EOD-R-ESTADO
001796         ADD 1 TO CALC-LIBERADAS-COUNT
001797     ELSE
001798         MOVE "HELD" TO EOD-R-ESTADO
001799         ADD 1 TO CALC-RETENIDAS-COUNT
001800         IF CALC-BDCN-DIAS > CALC-DIAS-AVISO
001801             MOVE " OVERDUE" TO EOD-R-AVISO
001802             ADD 1 TO CALC-VENCIDAS-COUNT
001803         END-IF
001804     END-IF.
001805     DISPLAY EOD-RETENIDA.
001806 8600-EXIT.
001807     EXIT.
001808
001750 END PROGRAM CALCEODS.
