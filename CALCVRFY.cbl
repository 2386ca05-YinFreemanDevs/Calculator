000380*                  output count and the totals line overstated
000390*                  OUTPUTS.  Also moved 2800 ahead of 3000 to
000400*                  keep the paragraphs in ascending order.
000401*   2026-10-15 DR  Runs under the business date from CALCBDGT
000402*                  instead of the system date, so a verification
000403*                  cut after midnight still resolves rates and
000404*                  recognises the day's reversal links the way
000405*                  CALCBATCH did.  A posted reversal (R) is
000406*                  compared on the original reference id and date
000407*                  it carries instead of on operands.
000408*   2026-10-15 DR  A verification with discrepancies is also
000409*                  appended to the CALCEXCP operations exceptions
000410*                  file through CALCEXLG.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. CALCVRFY.
000830         88  CALC-FIN-SALIDA       VALUE 'Y'.
000840
000850 77  CALC-FECHA-HOY                PIC 9(08) VALUE ZERO.
000855 77  CALC-BDGT-RC                  PIC 9(02) VALUE ZERO.
000860 77  CALC-REC-COUNT                PIC 9(08) COMP VALUE ZERO.
000870 77  CALC-OUT-COUNT                PIC 9(08) COMP VALUE ZERO.
000880 77  CALC-SKIP-COUNT               PIC 9(08) COMP VALUE ZERO.
001440         " DISCREPANCIES = ".
001450     05  VRF-T-DIFS                PIC ZZZZZZZ9.
001460
001463 COPY CALCEXLA.
001466
001470 PROCEDURE DIVISION.
001480
001490******************************************************************
001630*                    THE INPUT READ
001640******************************************************************
001650 1000-INITIALIZE.
001660     CALL 'CALCBDGT' USING CALC-FECHA-HOY CALC-BDGT-RC.
001670     OPEN INPUT TRANS-IN-FILE.
001680     IF CALC-IN-FS NOT = "00"
001690         DISPLAY "CALCVRFY: UNABLE TO OPEN TRANSIN - STATUS "
002150         PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT
002160         GO TO 2000-EXIT
002170     END-IF.
002180     IF TIN-ES-REVERSO
002190         IF TOUT-MENU-X NOT = TRNP-MENU-SALIDA
002200                 OR TOUT-REV-REFERENCIA NOT = TIN-REV-REFERENCIA
002210                 OR TOUT-REV-FECHA NOT = TIN-REV-FECHA
002220             PERFORM 2100-INFORMAR-CAMPOS THRU 2100-EXIT
002230         END-IF
002240     ELSE
002241         IF TOUT-MENU-X NOT = TRNP-MENU-SALIDA
002242                 OR TOUT-NUM1 NOT = TRNP-NUM1-SALIDA
002243                 OR TOUT-NUM2 NOT = TRNP-NUM2-SALIDA
002244             PERFORM 2100-INFORMAR-CAMPOS THRU 2100-EXIT
002245         END-IF
002250     END-IF.
002260     COMPUTE CALC-RES-SALIDA = FUNCTION NUMVAL(TOUT-RES).
002270     IF CALC-RES-SALIDA NOT = TRNP-RES
002340     END-IF.
002350 2000-EXIT.
002360     PERFORM 2900-LEER-ENTRADA THRU 2900-EXIT.
002361     EXIT.
002362
002363******************************************************************
002364* 2100-INFORMAR-CAMPOS - REPORT AN OUTPUT WHOSE OPERATION OR
002365*                         OPERANDS (ORIGINAL REFERENCE FOR A
002366*                         REVERSAL) DIFFER FROM THE INPUT
002367******************************************************************
002368 2100-INFORMAR-CAMPOS.
002369     ADD 1 TO CALC-DIF-COUNT.
002370     MOVE CALC-REC-COUNT TO VRF-C-RECNO.
002371     WRITE RPT-LINE FROM VRF-D-CAMPOS.
002372     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
002373 2100-EXIT.
002370     EXIT.
002380
002390******************************************************************
003170     ELSE
003180         DISPLAY "CALCVRFY: *** " CALC-DIF-COUNT
003190             " DISCREPANCIES - SEE CALCVRPT ***"
003191         MOVE CALC-DIF-COUNT TO EXLG-CIFRA-1
003192         MOVE 'C' TO EXLG-SEVERIDAD
003193         MOVE "VRFY01" TO EXLG-CODIGO
003194         MOVE SPACES TO EXLG-TEXTO
003195         STRING EXLG-CIFRA-1 " DISCREPANCIES - SEE CALCVRPT"
003196             DELIMITED BY SIZE
003197             INTO EXLG-TEXTO
003198         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
003200     END-IF.
003210 9000-EXIT.
003220     EXIT.
003230
003231******************************************************************
003232* 9800-ANOTAR-EXCEPCION - APPEND THE EXCEPTION IN EXLG-AREA TO
003233*                          THE CALCEXCP OPERATIONS EXCEPTIONS
003234*                          FILE
003235******************************************************************
003236 9800-ANOTAR-EXCEPCION.
003237     MOVE "CALCVRFY" TO EXLG-PROGRAMA.
003238     MOVE CALC-FECHA-HOY TO EXLG-FECHA.
003239     CALL 'CALCEXLG' USING EXLG-AREA.
003240 9800-EXIT.
003241     EXIT.
003242
003240 END PROGRAM CALCVRFY.
