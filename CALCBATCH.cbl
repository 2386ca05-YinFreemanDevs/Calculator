001384*                  so rejects go back to the requesting
001385*                  department by name and posted work can be
001386*                  charged back.
001387*   2026-10-15 DR  Every posting that carries a reference id is
001388*                  now added to the CALCPIDX posting index through
001389*                  CALCPIXM, so a later reversal (R record) can
001390*                  find it.  A posted reversal carries the
001391*                  reference id and business date of the posting
001392*                  it cancels to TRANSOUT in place of the
001393*                  operands, and the original is linked to it on
001394*                  the index so it cannot be reversed twice.  A
001395*                  reversal that names an unknown or already
001396*                  reversed posting is rejected (RNF/RRV) through
001397*                  CALCTRNP like any other skip.
001398*   2026-10-15 DR  A department/reference id already posted on an
001399*                  earlier business date comes back from CALCTRNP
001400*                  as a DUP reject unless a supervisor override is
001401*                  on file.  Duplicates withheld are counted and
001402*                  summed (CKPT-DUP-COUNT/CKPT-DUP-SUMA carried in
001403*                  the checkpoint) and the balance now compares
001404*                  posted plus withheld duplicates against
001405*                  CALCCTL, reporting the duplicates separately,
001406*                  so a resent deck shows as withheld work
001407*                  instead of an unexplained shortfall.  A
001408*                  duplicate let through under an override is
001409*                  DISPLAYed with the supervisor's id.
001410*   2026-10-15 DR  An out-of-balance run, or a run with no control
001411*                  record, is also appended to the CALCEXCP
001412*                  operations exceptions file through CALCEXLG.
001413*   2026-10-15 DR  A duplicate forced through, a reference already
001414*                  indexed for the day and a reversal that could
001415*                  not be linked to its original are logged to
001416*                  CALCEXCP as well as DISPLAYed.
001387******************************************************************
001390 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. CALCBATCH.
001840     05  CKPT-SUMA                 PIC S9(08)V99
001850                                    SIGN IS TRAILING SEPARATE.
001860     05  CKPT-REJ-COUNT            PIC 9(08).
001862     05  CKPT-DUP-COUNT            PIC 9(08).
001864     05  CKPT-DUP-SUMA             PIC S9(08)V99
001866                                    SIGN IS TRAILING SEPARATE.
001870
001880 FD  CALC-CTL-FILE
001890     LABEL RECORDS ARE STANDARD.
002240 77  CALC-SKIP-IDX                 PIC 9(08) COMP VALUE ZERO.
002250 77  CALC-POST-COUNT               PIC 9(08) COMP VALUE ZERO.
002260 77  CALC-REJ-COUNT                PIC 9(08) COMP VALUE ZERO.
002265 77  CALC-DUP-COUNT                PIC 9(08) COMP VALUE ZERO.
002270 77  CALC-FECHA-HOY                PIC 9(08) VALUE ZERO.
002272 77  CALC-BDGT-RC                  PIC 9(02) VALUE ZERO.
002280 COPY CALCTRPR.
002285 COPY CALCPIXA.
002290
002300 01  CALC-STREAM-ID                PIC X(01) VALUE SPACE.
002310 01  CALC-STREAM-SW                PIC X(01) VALUE 'N'.
002490 77  CALC-CTL-SUMA                 PIC S9(08)V99
002500                                   SIGN IS TRAILING SEPARATE
002510                                   VALUE ZERO.
002511 77  CALC-DUP-SUMA                 PIC S9(08)V99
002512                                   SIGN IS TRAILING SEPARATE
002513                                   VALUE ZERO.
002514 77  CALC-BAL-COUNT                PIC 9(08) COMP VALUE ZERO.
002515 77  CALC-BAL-SUMA                 PIC S9(08)V99
002516                                   SIGN IS TRAILING SEPARATE
002517                                   VALUE ZERO.
002520
002525 COPY CALCEXLA.
002530
002540 PROCEDURE DIVISION.
002550
003500                 MOVE CKPT-POST-COUNT TO CALC-POST-COUNT
003510                 MOVE CKPT-SUMA TO CALC-ACTUAL-SUMA
003520                 MOVE CKPT-REJ-COUNT TO CALC-REJ-COUNT
003523                 MOVE CKPT-DUP-COUNT TO CALC-DUP-COUNT
003526                 MOVE CKPT-DUP-SUMA TO CALC-DUP-SUMA
003530         END-READ
003540         CLOSE CALC-CKPT-FILE
003550     END-IF.
004020             " SKIPPED - REASON " TRNP-MOTIVO
004030         MOVE TRNP-MOTIVO TO REJ-MOTIVO
004040         PERFORM 2400-ESCRIBIR-RECHAZO THRU 2400-EXIT
004041         IF TRNP-DUPLICADO
004042             DISPLAY "CALCBATCH: RECORD " CALC-REC-COUNT
004043                 " - " TIN-DEPTO "/" TIN-REFERENCIA
004044                 " ALREADY POSTED " TRNP-DUP-FECHA
004045             ADD 1 TO CALC-DUP-COUNT
004046             ADD TRNP-RES TO CALC-DUP-SUMA
004047         END-IF
004050         GO TO 2000-EXIT
004060     END-IF.
004061     IF TRNP-FORZADO-POR NOT = SPACES
004062         DISPLAY "CALCBATCH: RECORD " CALC-REC-COUNT
004063             " - " TIN-DEPTO "/" TIN-REFERENCIA
004064             " ALREADY POSTED " TRNP-DUP-FECHA
004065             " - FORCED THROUGH BY " TRNP-FORZADO-POR
004066         MOVE 'I' TO EXLG-SEVERIDAD
004067         MOVE "BATC03" TO EXLG-CODIGO
004068         MOVE SPACES TO EXLG-TEXTO
004069         STRING TIN-DEPTO "/" TIN-REFERENCIA " POSTED "
004070             TRNP-DUP-FECHA " FORCED BY " TRNP-FORZADO-POR
004071             DELIMITED BY SIZE INTO EXLG-TEXTO
004072         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
004073     END-IF.
004070     MOVE TRNP-MENU-SALIDA TO TOUT-MENU-X.
004080     IF TIN-ES-REVERSO
004090         MOVE TIN-REV-REFERENCIA TO TOUT-REV-REFERENCIA
004091         MOVE TIN-REV-FECHA TO TOUT-REV-FECHA
004092     ELSE
004093         MOVE TRNP-NUM1-SALIDA TO TOUT-NUM1
004094         MOVE TRNP-NUM2-SALIDA TO TOUT-NUM2
004095     END-IF.
004100     MOVE TRNP-RES TO TOUT-RES.
004102     MOVE TIN-DEPTO TO TOUT-DEPTO.
004104     MOVE TIN-REFERENCIA TO TOUT-REFERENCIA.
004160     END-IF.
004170     ADD 1 TO CALC-POST-COUNT.
004180     ADD TRNP-RES TO CALC-ACTUAL-SUMA.
004185     PERFORM 2500-ANOTAR-POSTEO THRU 2500-EXIT.
004190 2000-EXIT.
004200     PERFORM 2200-ESCRIBIR-CHECKPOINT THRU 2200-EXIT.
004210     PERFORM 2900-LEER-SIGUIENTE THRU 2900-EXIT.
004520     MOVE CALC-POST-COUNT TO CKPT-POST-COUNT.
004530     MOVE CALC-ACTUAL-SUMA TO CKPT-SUMA.
004540     MOVE CALC-REJ-COUNT TO CKPT-REJ-COUNT.
004543     MOVE CALC-DUP-COUNT TO CKPT-DUP-COUNT.
004546     MOVE CALC-DUP-SUMA TO CKPT-DUP-SUMA.
004550     WRITE CKPT-RECORD.
004560     IF CALC-CKPT-FS NOT = "00"
004570         DISPLAY "CALCBATCH: UNABLE TO WRITE CALCCKPT - STATUS "
004810     EXIT.
004820
004830******************************************************************
004831* 2500-ANOTAR-POSTEO - ADD THE POSTING JUST WRITTEN TO THE
004832*                       CALCPIDX POSTING INDEX, AND FOR A
004833*                       REVERSAL LINK THE ORIGINAL TO IT.  A
004834*                       POSTING WITH NO REFERENCE ID CANNOT BE
004835*                       NAMED BY A REVERSAL AND IS NOT INDEXED.
004836******************************************************************
004837 2500-ANOTAR-POSTEO.
004838     IF TIN-REFERENCIA = SPACES
004839         GO TO 2500-EXIT
004840     END-IF.
004841     SET PIXM-ANOTAR TO TRUE.
004842     MOVE TIN-DEPTO TO PIXM-DEPTO.
004843     MOVE TIN-REFERENCIA TO PIXM-REFERENCIA.
004844     MOVE CALC-FECHA-HOY TO PIXM-FECHA.
004845     MOVE TRNP-MENU-SALIDA TO PIXM-MENU.
004846     MOVE TRNP-NUM1-SALIDA TO PIXM-NUM1.
004847     MOVE TRNP-NUM2-SALIDA TO PIXM-NUM2.
004848     MOVE TRNP-RES TO PIXM-RES.
004849     IF TIN-ES-REVERSO
004850         MOVE TIN-REV-REFERENCIA TO PIXM-ENLACE-REFERENCIA
004851         MOVE TIN-REV-FECHA TO PIXM-ENLACE-FECHA
004852     ELSE
004853         MOVE SPACES TO PIXM-ENLACE-REFERENCIA
004854         MOVE ZERO TO PIXM-ENLACE-FECHA
004855     END-IF.
004856     CALL 'CALCPIXM' USING PIXM-AREA.
004857     IF PIXM-EN-CONFLICTO
004858         DISPLAY "CALCBATCH: RECORD " CALC-REC-COUNT
004859             " - REFERENCE " TIN-REFERENCIA
004860             " ALREADY INDEXED FOR THE DAY - NOT INDEXED AGAIN"
004861         MOVE 'W' TO EXLG-SEVERIDAD
004862         MOVE "BATC04" TO EXLG-CODIGO
004863         MOVE SPACES TO EXLG-TEXTO
004864         STRING TIN-DEPTO "/" TIN-REFERENCIA
004865             " ALREADY INDEXED TODAY - NOT INDEXED AGAIN"
004866             DELIMITED BY SIZE INTO EXLG-TEXTO
004867         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
004868     END-IF.
004869     IF NOT TIN-ES-REVERSO
004870         GO TO 2500-EXIT
004871     END-IF.
004872     SET PIXM-VINCULAR TO TRUE.
004873     MOVE TIN-DEPTO TO PIXM-DEPTO.
004874     MOVE TIN-REV-REFERENCIA TO PIXM-REFERENCIA.
004875     MOVE TIN-REV-FECHA TO PIXM-FECHA.
004876     MOVE TIN-REFERENCIA TO PIXM-ENLACE-REFERENCIA.
004877     MOVE CALC-FECHA-HOY TO PIXM-ENLACE-FECHA.
004878     CALL 'CALCPIXM' USING PIXM-AREA.
004879     IF NOT PIXM-OK
004880         DISPLAY "CALCBATCH: RECORD " CALC-REC-COUNT
004881             " - UNABLE TO LINK REVERSED POSTING "
004882             TIN-REV-REFERENCIA " - RC " PIXM-RC
004883         MOVE 'C' TO EXLG-SEVERIDAD
004884         MOVE "BATC05" TO EXLG-CODIGO
004885         MOVE SPACES TO EXLG-TEXTO
004886         STRING "REVERSAL " TIN-DEPTO "/" TIN-REFERENCIA
004887             " NOT LINKED TO " TIN-REV-REFERENCIA " RC " PIXM-RC
004888             DELIMITED BY SIZE INTO EXLG-TEXTO
004889         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
004890     END-IF.
004891 2500-EXIT.
004892     EXIT.
004893
004894******************************************************************
004840* 2900-LEER-SIGUIENTE - READ THE NEXT TRANSACTION RECORD
004850******************************************************************
004860 2900-LEER-SIGUIENTE.
005030         DISPLAY "CALCBATCH: " CALC-REJ-COUNT
005040             " RECORDS REJECTED TO CALCREJ"
005050     END-IF.
005052     IF CALC-DUP-COUNT > ZERO
005054         DISPLAY "CALCBATCH: " CALC-DUP-COUNT
005056             " DUPLICATES WITHHELD - SUM=" CALC-DUP-SUMA
005058     END-IF.
005060     PERFORM 9100-BALANCEAR THRU 9100-EXIT.
005070     MOVE ZERO TO CALC-CKPT-RECNO.
005080     MOVE ZERO TO CALC-POST-COUNT.
005090     MOVE ZERO TO CALC-ACTUAL-SUMA.
005100     MOVE ZERO TO CALC-REJ-COUNT.
005103     MOVE ZERO TO CALC-DUP-COUNT.
005106     MOVE ZERO TO CALC-DUP-SUMA.
005110     PERFORM 2300-GRABAR-CHECKPOINT THRU 2300-EXIT.
005120 9000-EXIT.
005130     EXIT.
005140
005150******************************************************************
005160* 9100-BALANCEAR - COMPARE ACTUAL COUNT/SUM AGAINST THE OPERATOR'S
005170*                   CONTROL TOTALS AND REPORT BALANCED OR NOT.
005172*                   DUPLICATES WITHHELD WERE IN THE DECK THE
005174*                   CONTROL TOTALS DESCRIBE, SO THEY ARE ADDED
005176*                   BACK BEFORE THE COMPARISON AND SHOWN APART.
005180******************************************************************
005190 9100-BALANCEAR.
005200     IF CALC-MODO-STREAM
005240             " - BALANCE CHECKED BY CALCMRGE"
005250         GO TO 9100-EXIT
005260     END-IF.
005263     COMPUTE CALC-BAL-COUNT = CALC-POST-COUNT + CALC-DUP-COUNT.
005266     COMPUTE CALC-BAL-SUMA = CALC-ACTUAL-SUMA + CALC-DUP-SUMA.
005270     IF NOT CALC-HAY-CONTROL
005280         DISPLAY "CALCBATCH: NO CONTROL RECORD SUPPLIED - "
005290             "BALANCE NOT CHECKED"
005291         MOVE 'W' TO EXLG-SEVERIDAD
005292         MOVE "BATC02" TO EXLG-CODIGO
005293         MOVE "NO CONTROL RECORD SUPPLIED - BALANCE NOT CHECKED"
005294             TO EXLG-TEXTO
005295         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
005300     ELSE
005310         IF CALC-BAL-COUNT = CALC-CTL-COUNT
005320                 AND CALC-BAL-SUMA = CALC-CTL-SUMA
005330             DISPLAY "CALCBATCH: RUN IN BALANCE - COUNT="
005340                 CALC-POST-COUNT " SUM=" CALC-ACTUAL-SUMA
005342             IF CALC-DUP-COUNT > ZERO
005344                 DISPLAY "  PLUS DUPLICATES WITHHELD COUNT="
005346                     CALC-DUP-COUNT " SUM=" CALC-DUP-SUMA
005348             END-IF
005350         ELSE
005360             DISPLAY "CALCBATCH: *** OUT OF BALANCE ***"
005370             DISPLAY "  EXPECTED COUNT=" CALC-CTL-COUNT
005380                 " ACTUAL COUNT=" CALC-POST-COUNT
005390             DISPLAY "  EXPECTED SUM  =" CALC-CTL-SUMA
005400                 " ACTUAL SUM  =" CALC-ACTUAL-SUMA
005401             IF CALC-DUP-COUNT > ZERO
005402                 DISPLAY "  DUPLICATES WITHHELD COUNT="
005403                     CALC-DUP-COUNT " SUM=" CALC-DUP-SUMA
005404             END-IF
005405             MOVE 'C' TO EXLG-SEVERIDAD
005406             MOVE "BATC01" TO EXLG-CODIGO
005407             MOVE SPACES TO EXLG-TEXTO
005408             IF CALC-BAL-COUNT NOT = CALC-CTL-COUNT
005409                 MOVE CALC-BAL-COUNT TO EXLG-CIFRA-1
005410                 STRING "OUT OF BALANCE - EXPECTED COUNT "
005411                     CALC-CTL-COUNT " ACTUAL " EXLG-CIFRA-1
005412                     DELIMITED BY SIZE INTO EXLG-TEXTO
005413             ELSE
005414                 MOVE CALC-CTL-SUMA TO EXLG-IMPORTE-1
005415                 MOVE CALC-BAL-SUMA TO EXLG-IMPORTE-2
005416                 STRING "OUT OF BAL - EXPECTED SUM "
005417                     EXLG-IMPORTE-1 " ACTUAL " EXLG-IMPORTE-2
005418                     DELIMITED BY SIZE INTO EXLG-TEXTO
005419             END-IF
005420             PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
005410         END-IF
005420     END-IF.
005430 9100-EXIT.
005440     EXIT.
005450
005451******************************************************************
005452* 9800-ANOTAR-EXCEPCION - APPEND THE EXCEPTION IN EXLG-AREA TO
005453*                          THE CALCEXCP OPERATIONS EXCEPTIONS
005454*                          FILE
005455******************************************************************
005456 9800-ANOTAR-EXCEPCION.
005457* LOGS UNDER ITS AGREED EIGHT-CHARACTER ID - SEE CALCEXCR
005458     MOVE "CALCBTCH" TO EXLG-PROGRAMA.
005459     MOVE CALC-FECHA-HOY TO EXLG-FECHA.
005460     CALL 'CALCEXLG' USING EXLG-AREA.
005461 9800-EXIT.
005462     EXIT.
005463
005460 END PROGRAM CALCBATCH.
