000364*                  CALC-REJ-MERGED to X(68) to track the
000366*                  department code and reference id added to
000367*                  CALCTOUR and CALCREJR.
000368*   2026-10-15 DR  DUP (cross-day duplicate) rejects were in the
000369*                  deck CALCCTL describes, so the balance now
000370*                  compares merged postings plus duplicates
000371*                  withheld against the control totals.  The
000372*                  duplicate's amount is recomputed through
000373*                  CALCTRNP from the original record carried on
000374*                  the reject, as of the CALCBDGT business date.
000375*   2026-10-15 DR  An out-of-balance merge, or a merge with no
000376*                  control record, is also appended to the
000377*                  CALCEXCP operations exceptions file through
000378*                  CALCEXLG.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. CALCMRGE.
001090 01  CALC-REJ-FS                   PIC X(02).
001100 01  CALC-CTL-FS                   PIC X(02).
001110
001112 COPY CALCTRNR.
001114
001116 COPY CALCTRPR.
001118
001120 01  CALC-SWITCHES.
001130     05  CALC-EOF-SW               PIC X(01) VALUE 'N'.
001140         88  CALC-FIN-STREAM       VALUE 'Y'.
001320 01  CALC-STREAM-SUMA              PIC S9(08)V99
001330                                   SIGN IS TRAILING SEPARATE
001340                                   VALUE ZERO.
001341 77  CALC-DUP-COUNT                PIC 9(08) COMP VALUE ZERO.
001342 77  CALC-DUP-SUMA                 PIC S9(08)V99
001343                                   SIGN IS TRAILING SEPARATE
001344                                   VALUE ZERO.
001345 77  CALC-BAL-COUNT                PIC 9(08) COMP VALUE ZERO.
001346 77  CALC-BAL-SUMA                 PIC S9(08)V99
001347                                   SIGN IS TRAILING SEPARATE
001348                                   VALUE ZERO.
001349 77  CALC-FECHA-HOY                PIC 9(08) VALUE ZERO.
001350 77  CALC-BDGT-RC                  PIC 9(02) VALUE ZERO.
001350
001360 01  CALC-TSAL-NOMBRE.
001370     05  FILLER                    PIC X(08) VALUE "TRANSOUT".
001400 01  CALC-RSTR-NOMBRE.
001410     05  FILLER                    PIC X(07) VALUE "CALCREJ".
001420     05  CALC-RSTR-SUF             PIC 9(01).
001423
001426 COPY CALCEXLA.
001430
001440 PROCEDURE DIVISION.
001450
001770         STOP RUN
001780     END-IF.
001790     MOVE STRM-COUNT TO CALC-STREAMS.
001795     CALL 'CALCBDGT' USING CALC-FECHA-HOY CALC-BDGT-RC.
001800     PERFORM 1150-LEER-CONTROL THRU 1150-EXIT.
001810     OPEN OUTPUT TRANS-OUT-FILE.
001820     IF CALC-OUT-FS NOT = "00" AND CALC-OUT-FS NOT = "05"
002810         STOP RUN
002820     END-IF.
002830     ADD 1 TO CALC-REJ-COUNT.
002831     IF REJ-DUPLICADO
002832         MOVE REJ-TRANS TO TRANS-IN-RECORD
002833         CALL 'CALCTRNP' USING TRANS-IN-RECORD CALC-FECHA-HOY
002834             TRNP-SALIDA
002835         ADD 1 TO CALC-DUP-COUNT
002836         ADD TRNP-RES TO CALC-DUP-SUMA
002837     END-IF.
002840 2200-EXIT.
002850     EXIT.
002860
002950         DISPLAY "CALCMRGE: " CALC-REJ-COUNT
002960             " STREAM REJECTS COMBINED INTO CALCREJ"
002970     END-IF.
002972     IF CALC-DUP-COUNT > ZERO
002974         DISPLAY "CALCMRGE: " CALC-DUP-COUNT
002976             " DUPLICATES WITHHELD - SUM=" CALC-DUP-SUMA
002978     END-IF.
002980     PERFORM 9100-BALANCEAR THRU 9100-EXIT.
002990 9000-EXIT.
003000     EXIT.
003010
003020******************************************************************
003030* 9100-BALANCEAR - COMPARE CONSOLIDATED COUNT/SUM AGAINST THE
003040*                   OPERATOR'S CONTROL TOTALS, WITH THE
003045*                   DUPLICATES WITHHELD ADDED BACK AND SHOWN APART
003050******************************************************************
003060 9100-BALANCEAR.
003070     IF NOT CALC-HAY-CONTROL
003080         DISPLAY "CALCMRGE: NO CONTROL RECORD SUPPLIED - "
003090             "BALANCE NOT CHECKED"
003091         MOVE 'W' TO EXLG-SEVERIDAD
003092         MOVE "MRGE02" TO EXLG-CODIGO
003093         MOVE "NO CONTROL RECORD SUPPLIED - BALANCE NOT CHECKED"
003094             TO EXLG-TEXTO
003095         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
003100         GO TO 9100-EXIT
003110     END-IF.
003120     COMPUTE CALC-BAL-COUNT = CALC-POST-COUNT + CALC-DUP-COUNT.
003130     COMPUTE CALC-BAL-SUMA = CALC-ACTUAL-SUMA + CALC-DUP-SUMA.
003133     IF CALC-BAL-COUNT = CALC-CTL-COUNT
003136             AND CALC-BAL-SUMA = CALC-CTL-SUMA
003140         DISPLAY "CALCMRGE: RUN IN BALANCE - COUNT="
003150             CALC-POST-COUNT " SUM=" CALC-ACTUAL-SUMA
003152         IF CALC-DUP-COUNT > ZERO
003154             DISPLAY "  PLUS DUPLICATES WITHHELD COUNT="
003156                 CALC-DUP-COUNT " SUM=" CALC-DUP-SUMA
003158         END-IF
003160     ELSE
003170         DISPLAY "CALCMRGE: *** OUT OF BALANCE ***"
003180         DISPLAY "  EXPECTED COUNT=" CALC-CTL-COUNT
003190             " ACTUAL COUNT=" CALC-POST-COUNT
003200         DISPLAY "  EXPECTED SUM  =" CALC-CTL-SUMA
003210             " ACTUAL SUM  =" CALC-ACTUAL-SUMA
003211         IF CALC-DUP-COUNT > ZERO
003212             DISPLAY "  DUPLICATES WITHHELD COUNT="
003213                 CALC-DUP-COUNT " SUM=" CALC-DUP-SUMA
003214         END-IF
003215         MOVE 'C' TO EXLG-SEVERIDAD
003216         MOVE "MRGE01" TO EXLG-CODIGO
003217         MOVE SPACES TO EXLG-TEXTO
003218         IF CALC-BAL-COUNT NOT = CALC-CTL-COUNT
003219             MOVE CALC-BAL-COUNT TO EXLG-CIFRA-1
003220             STRING "OUT OF BALANCE - EXPECTED COUNT "
003221                 CALC-CTL-COUNT " ACTUAL " EXLG-CIFRA-1
003222                 DELIMITED BY SIZE INTO EXLG-TEXTO
003223         ELSE
003224             MOVE CALC-CTL-SUMA TO EXLG-IMPORTE-1
003225             MOVE CALC-BAL-SUMA TO EXLG-IMPORTE-2
003226             STRING "OUT OF BAL - EXPECTED SUM "
003227                 EXLG-IMPORTE-1 " ACTUAL " EXLG-IMPORTE-2
003228                 DELIMITED BY SIZE INTO EXLG-TEXTO
003229         END-IF
003230         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
003220     END-IF.
003230 9100-EXIT.
003240     EXIT.
003250
003251******************************************************************
003252* 9800-ANOTAR-EXCEPCION - APPEND THE EXCEPTION IN EXLG-AREA TO
003253*                          THE CALCEXCP OPERATIONS EXCEPTIONS
003254*                          FILE
003255******************************************************************
003256 9800-ANOTAR-EXCEPCION.
003257     MOVE "CALCMRGE" TO EXLG-PROGRAMA.
003258     MOVE CALC-FECHA-HOY TO EXLG-FECHA.
003259     CALL 'CALCEXLG' USING EXLG-AREA.
003260 9800-EXIT.
003261     EXIT.
003262
003260 END PROGRAM CALCMRGE.
