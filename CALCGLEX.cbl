000425*                  departmental and GLD-OPERADOR already says
000426*                  whose it is.  Detail (and the hold copy)
000427*                  widened to 72 positions.
000428*   2026-10-15 DR  A posted reversal (R record on TRANSOUT) goes
000429*                  out as a type-3 reversal detail instead of a
000430*                  type-2: it carries the operation name, the
000431*                  business date and reference id of the posting
000432*                  it cancels (looked up on CALCPIDX through
000433*                  CALCPIXM) and the negated result, so the GL
000434*                  side can back the original out by reference.
000435*                  Counted and hashed in the trailer like any
000436*                  other detail.
000437*   2026-10-15 DR  Large-value hold.  A detail whose result,
000438*                  either sign, is over the lowest CALCUMBR
000439*                  release threshold for its operation and
000440*                  department - or a reversal of a posting still
000441*                  held - is left out of CALCGLIF and the trailer
000442*                  totals and added to the CALCHQUE hold queue
000443*                  instead.  Items a supervisor has since
000444*                  released through CALCHREL go out on this
000445*                  extract, ahead of the day's own details, with
000446*                  their original date.  Every hold and every item
000447*                  sent from the queue is appended to the CALCHQHS
000448*                  hold history.
000449*   2026-10-15 DR  Details held over the large-value threshold are
000450*                  also appended to the CALCEXCP operations
000451*                  exceptions file through CALCEXLG.
000452*   2026-10-15 DR  CALCHQUE and CALCHQHS are now written after
000453*                  CALCGSEQ and CALCGSTA, so a failed sequence
000454*                  or status write leaves the hold queue as it
000455*                  was for the rerun.
000456*   2026-10-15 DR  A reversal whose original a supervisor
000457*                  cancelled through CALCHREL is never sent.  The
000458*                  cancelled originals are loaded from CALCHQHS,
000459*                  back as far as the CALCPRET register retention;
000460*                  a new reversal of one is held for CALCHREL to
000461*                  cancel, and one already released is cancelled
000462*                  here.  Both are logged as GLEX02 exceptions.
000463*                  The hold record is now kept in working storage
000464*                  instead of the CALCHQUE record area.
000428******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. CALCGLEX.
000620         ORGANIZATION IS LINE SEQUENTIAL
000621         FILE STATUS IS CALC-GSTA-FS.
000622
000623     SELECT OPTIONAL CALC-UMB-FILE ASSIGN TO "CALCUMBR"
000624         ORGANIZATION IS LINE SEQUENTIAL
000625         FILE STATUS IS CALC-UMB-FS.
000626
000627     SELECT OPTIONAL CALC-HQ-FILE ASSIGN TO "CALCHQUE"
000628         ORGANIZATION IS LINE SEQUENTIAL
000629         FILE STATUS IS CALC-HQ-FS.
000630
000631     SELECT OPTIONAL CALC-HQHS-FILE ASSIGN TO "CALCHQHS"
000632         ORGANIZATION IS LINE SEQUENTIAL
000633         FILE STATUS IS CALC-HQHS-FS.
000634
000635     SELECT OPTIONAL CALC-PRET-FILE ASSIGN TO "CALCPRET"
000636         ORGANIZATION IS LINE SEQUENTIAL
000637         FILE STATUS IS CALC-PRET-FS.
000622
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  TRANS-OUT-FILE
000950     05  GLD-OPERADOR              PIC X(08).
000952     05  GLD-DEPTO                 PIC X(04).
000954     05  GLD-REFERENCIA            PIC X(10).
000955* THE REVERSAL DETAIL LINES UP WITH THE TYPE-2 DETAIL: THE
000956* ORIGINAL'S DATE AND REFERENCE ID OCCUPY THE OPERAND POSITIONS
000957* AND THE RESULT, OPERATOR, DEPARTMENT AND REFERENCE ID SIT WHERE
000958* THEY DO ON A TYPE-2, SO 2800-GRABAR-DETALLE WRITES EITHER ONE.
000959 01  GLIF-REVERSO.
000960     05  GLR-TIPO                  PIC X(01).
000961     05  GLR-FUENTE                PIC X(01).
000962     05  GLR-FECHA                 PIC 9(08).
000963     05  GLR-OPERACION             PIC X(13).
000964     05  GLR-ORIG-FECHA            PIC 9(08).
000965     05  GLR-ORIG-REFERENCIA       PIC X(10).
000966     05  GLR-RESULTADO             PIC S9(6)V99
000967                                    SIGN IS TRAILING SEPARATE.
000968     05  GLR-OPERADOR              PIC X(08).
000969     05  GLR-DEPTO                 PIC X(04).
000970     05  GLR-REFERENCIA            PIC X(10).
000960 01  GLIF-COLA.
000970     05  GLT-TIPO                  PIC X(01).
000980     05  GLT-COUNT                 PIC 9(08).
001021     LABEL RECORDS ARE STANDARD.
001022 COPY CALCGSTR.
001023
001024 FD  CALC-UMB-FILE
001025     LABEL RECORDS ARE STANDARD.
001026 COPY CALCUMBR.
001027
001028 FD  CALC-HQ-FILE
001029     LABEL RECORDS ARE STANDARD.
001030* MIRRORS THE CALCHQUR RECORD - READ INTO AND WRITTEN FROM
001031* CALC-HQ-RECORD IN WORKING-STORAGE.
001032 01  CALC-HQ-COLA-RECORD           PIC X(125).
001031
001032 FD  CALC-HQHS-FILE
001033     LABEL RECORDS ARE STANDARD.
001034 01  CALC-HQHS-RECORD              PIC X(125).
001035
001036 FD  CALC-PRET-FILE
001037     LABEL RECORDS ARE STANDARD.
001038 01  PRET-RECORD.
001039     05  PRET-DIAS                 PIC 9(04).
001035
001030 WORKING-STORAGE SECTION.
001040 01  CALC-OUT-FS                   PIC X(02).
001050 01  CALC-LOG-FS                   PIC X(02).
001070 01  CALC-GLIF-FS                  PIC X(02).
001072 01  CALC-GHLD-FS                  PIC X(02).
001074 01  CALC-GSTA-FS                  PIC X(02).
001075 01  CALC-UMB-FS                   PIC X(02).
001076 01  CALC-HQ-FS                    PIC X(02).
001077 01  CALC-HQHS-FS                  PIC X(02).
001078 01  CALC-PRET-FS                  PIC X(02).
001076
001077 01  CALC-GHLD-NOMBRE.
001078     05  FILLER                    PIC X(09) VALUE "CALCGHLD.".
001110         88  CALC-FIN-SALIDAS      VALUE 'Y'.
001120     05  CALC-LOG-EOF-SW           PIC X(01) VALUE 'N'.
001130         88  CALC-FIN-LOG          VALUE 'Y'.
001131     05  CALC-UMB-EOF-SW           PIC X(01) VALUE 'N'.
001132         88  CALC-FIN-UMBRALES     VALUE 'Y'.
001133     05  CALC-HQ-EOF-SW            PIC X(01) VALUE 'N'.
001134         88  CALC-FIN-RETENIDAS    VALUE 'Y'.
001135     05  CALC-ENVIO-SW             PIC X(01) VALUE 'N'.
001136         88  CALC-ENVIANDO-LIBERADA VALUE 'Y'.
001137     05  CALC-RETENER-SW           PIC X(01) VALUE 'N'.
001138         88  CALC-RETENER          VALUE 'Y'.
001139     05  CALC-LIMITE-SW            PIC X(01) VALUE 'N'.
001140         88  CALC-LIMITE-HALLADO   VALUE 'Y'.
001141     05  CALC-HQHS-EOF-SW          PIC X(01) VALUE 'N'.
001142         88  CALC-FIN-HISTORIA     VALUE 'Y'.
001143     05  CALC-CANCELADA-SW         PIC X(01) VALUE 'N'.
001144         88  CALC-ORIG-CANCELADA   VALUE 'Y'.
001140
001150 77  CALC-FECHA-HOY                PIC 9(08) VALUE ZERO.
001152 77  CALC-BDGT-RC                  PIC 9(02) VALUE ZERO.
001180 77  CALC-HASH-TOTAL               PIC S9(10)V99
001190                                   SIGN IS TRAILING SEPARATE
001200                                   VALUE ZERO.
001201 77  CALC-UMB-COUNT                PIC 9(04) COMP VALUE ZERO.
001202 77  CALC-UMB-MAX                  PIC 9(04) COMP VALUE 100.
001203 77  CALC-UMB-IDX                  PIC 9(04) COMP VALUE ZERO.
001204 77  CALC-HQ-COUNT                 PIC 9(04) COMP VALUE ZERO.
001205 77  CALC-HQ-MAX                   PIC 9(04) COMP VALUE 500.
001206 77  CALC-HQ-IDX                   PIC 9(04) COMP VALUE ZERO.
001207 77  CALC-HQ-NUMERO                PIC 9(06) VALUE ZERO.
001208 77  CALC-RETENIDAS-COUNT          PIC 9(06) COMP VALUE ZERO.
001209 77  CALC-LIBERADAS-COUNT          PIC 9(06) COMP VALUE ZERO.
001210 77  CALC-QUEDAN-COUNT             PIC 9(06) COMP VALUE ZERO.
001211 77  CALC-MONTO                    PIC 9(6)V99 VALUE ZERO.
001212 77  CALC-LIMITE-WS                PIC 9(6)V99 VALUE ZERO.
001213 77  CALC-CAN-COUNT                PIC 9(04) COMP VALUE ZERO.
001214 77  CALC-CAN-MAX                  PIC 9(04) COMP VALUE 500.
001215 77  CALC-CAN-IDX                  PIC 9(04) COMP VALUE ZERO.
001216* DAYS A POSTING STAYS ON THE CALCPIDX REGISTER, AND SO HOW FAR
001217* BACK A REVERSAL CAN REACH, WHEN CALCPRET DOES NOT SAY - THE
001218* SAME DEFAULT AS CALCARCH.
001219 77  CALC-REGISTRO-DIAS            PIC 9(04) VALUE 90.
001220 77  CALC-REG-CORTE                PIC 9(08) VALUE ZERO.
001221 77  CALC-CORTE-ENTERO             PIC 9(08) COMP VALUE ZERO.
001222 77  CALC-ORIG-FECHA               PIC 9(08) VALUE ZERO.
001223 77  CALC-ORIG-DEPTO               PIC X(04) VALUE SPACES.
001224 77  CALC-ORIG-REFERENCIA          PIC X(10) VALUE SPACES.
001213 COPY CALCPIXA.
001210 01  CALC-RES-SALIDA               PIC S9(6)V99
001220                                    SIGN IS TRAILING SEPARATE.
001230
001320     05  FILLER                    PIC X(13) VALUE 'RAIZ CUADRADA'.
001330 01  CALC-GL-NOMBRES REDEFINES CALC-GL-NOMBRES-INIT.
001340     05  GL-NOMBRE-TABLA           PIC X(13) OCCURS 8 TIMES.
001341
001342 01  CALC-UMB-TABLA.
001343     05  CALC-UMB-ENTRADA          OCCURS 100 TIMES.
001344         10  TUM-OPERACION         PIC X(13).
001345         10  TUM-DEPTO             PIC X(04).
001346         10  TUM-LIMITE            PIC 9(6)V99.
001347
001348* THE HOLD QUEUE AS LOADED, PLUS TODAY'S NEW HOLDS.  TQ-ACCION
001349* SAYS WHAT THIS RUN DID TO THE ITEM: N = HELD TODAY, E = SENT
001350* TODAY, C = CANCELLED TODAY, SPACE = UNTOUCHED.
001351 01  CALC-HQ-TABLA.
001352     05  CALC-HQ-ENTRADA           OCCURS 500 TIMES.
001353         10  TQ-ESTADO             PIC X(01).
001354         10  TQ-ACCION             PIC X(01).
001355         10  TQ-FECHA              PIC 9(08).
001356         10  TQ-DEPTO              PIC X(04).
001357         10  TQ-REFERENCIA         PIC X(10).
001358         10  TQ-REGISTRO           PIC X(125).
001359
001360* TYPE-2 ITEMS A SUPERVISOR CANCELLED THROUGH CALCHREL, FROM THE
001361* CALCHQHS HOLD HISTORY.  NO REVERSAL OF ONE OF THESE IS SENT.
001362 01  CALC-CAN-TABLA.
001363     05  CALC-CAN-ENTRADA          OCCURS 500 TIMES.
001364         10  TCN-FECHA             PIC 9(08).
001365         10  TCN-DEPTO             PIC X(04).
001366         10  TCN-REFERENCIA        PIC X(10).
001367
001368 COPY CALCHQUR.
001359
001360 COPY CALCEXLA.
001350
001360 PROCEDURE DIVISION.
001370
001800     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
001802     WRITE CALC-GHLD-RECORD FROM GLIF-ENCABEZADO.
001804     PERFORM 8060-VERIFICAR-RESGUARDO THRU 8060-EXIT.
001805     PERFORM 1200-CARGAR-UMBRALES THRU 1200-EXIT.
001806     PERFORM 1300-CARGAR-RETENIDAS THRU 1300-EXIT.
001807     PERFORM 1400-CARGAR-CANCELADAS THRU 1400-EXIT.
001807     SET CALC-ENVIANDO-LIBERADA TO TRUE.
001808     PERFORM 1500-ENVIAR-LIBERADA THRU 1500-EXIT
001809         VARYING CALC-HQ-IDX FROM 1 BY 1
001810         UNTIL CALC-HQ-IDX > CALC-HQ-COUNT.
001811     MOVE 'N' TO CALC-ENVIO-SW.
001810     PERFORM 2900-LEER-SALIDA THRU 2900-EXIT.
001820     PERFORM 3900-LEER-LOG THRU 3900-EXIT.
001830 1000-EXIT.
002070     EXIT.
002080
002090******************************************************************
002091* 1200-CARGAR-UMBRALES - READ THE CALCUMBR RELEASE THRESHOLDS.
002092*                         WITH NO FILE NOTHING IS HELD.
002093******************************************************************
002094 1200-CARGAR-UMBRALES.
002095     OPEN INPUT CALC-UMB-FILE.
002096     IF CALC-UMB-FS NOT = "00" AND CALC-UMB-FS NOT = "05"
002097         DISPLAY "CALCGLEX: UNABLE TO OPEN CALCUMBR - STATUS "
002098             CALC-UMB-FS
002099         STOP RUN
002100     END-IF.
002101     PERFORM 1250-LEER-UMBRAL THRU 1250-EXIT
002102         UNTIL CALC-FIN-UMBRALES.
002103     CLOSE CALC-UMB-FILE.
002104 1200-EXIT.
002105     EXIT.
002106
002107 1250-LEER-UMBRAL.
002108     READ CALC-UMB-FILE
002109         AT END
002110             SET CALC-FIN-UMBRALES TO TRUE
002111             GO TO 1250-EXIT
002112     END-READ.
002113     IF CALC-UMB-COUNT >= CALC-UMB-MAX
002114         DISPLAY "CALCGLEX: THRESHOLD TABLE FULL - RAISE "
002115             "CALC-UMB-MAX"
002116         STOP RUN
002117     END-IF.
002118     ADD 1 TO CALC-UMB-COUNT.
002119     MOVE UMB-OPERACION TO TUM-OPERACION (CALC-UMB-COUNT).
002120     MOVE UMB-DEPTO TO TUM-DEPTO (CALC-UMB-COUNT).
002121     MOVE UMB-LIMITE TO TUM-LIMITE (CALC-UMB-COUNT).
002122 1250-EXIT.
002123     EXIT.
002124
002125******************************************************************
002126* 1300-CARGAR-RETENIDAS - READ THE CALCHQUE HOLD QUEUE INTO THE
002127*                          TABLE AND PICK UP THE LAST ITEM NUMBER
002128*                          USED FOR THE BUSINESS DATE
002129******************************************************************
002130 1300-CARGAR-RETENIDAS.
002131     OPEN INPUT CALC-HQ-FILE.
002132     IF CALC-HQ-FS NOT = "00" AND CALC-HQ-FS NOT = "05"
002133         DISPLAY "CALCGLEX: UNABLE TO OPEN CALCHQUE - STATUS "
002134             CALC-HQ-FS
002135         STOP RUN
002136     END-IF.
002137     PERFORM 1350-LEER-RETENIDA THRU 1350-EXIT
002138         UNTIL CALC-FIN-RETENIDAS.
002139     CLOSE CALC-HQ-FILE.
002140 1300-EXIT.
002141     EXIT.
002142
002143 1350-LEER-RETENIDA.
002144     READ CALC-HQ-FILE INTO CALC-HQ-RECORD
002145         AT END
002146             SET CALC-FIN-RETENIDAS TO TRUE
002147             GO TO 1350-EXIT
002148     END-READ.
002149     IF CALC-HQ-COUNT >= CALC-HQ-MAX
002150         DISPLAY "CALCGLEX: HOLD QUEUE TABLE FULL - RAISE "
002151             "CALC-HQ-MAX"
002152         STOP RUN
002153     END-IF.
002154     ADD 1 TO CALC-HQ-COUNT.
002155     MOVE HQ-ESTADO TO TQ-ESTADO (CALC-HQ-COUNT).
002156     MOVE SPACE TO TQ-ACCION (CALC-HQ-COUNT).
002157     MOVE HQ-FECHA TO TQ-FECHA (CALC-HQ-COUNT).
002158     MOVE HQD-DEPTO TO TQ-DEPTO (CALC-HQ-COUNT).
002159     MOVE HQD-REFERENCIA TO TQ-REFERENCIA (CALC-HQ-COUNT).
002160     MOVE CALC-HQ-RECORD TO TQ-REGISTRO (CALC-HQ-COUNT).
002161     IF HQ-FECHA = CALC-FECHA-HOY
002162             AND HQ-NUMERO > CALC-HQ-NUMERO
002163         MOVE HQ-NUMERO TO CALC-HQ-NUMERO
002164     END-IF.
002165 1350-EXIT.
002166     EXIT.
002167
002168******************************************************************
002169* 1400-CARGAR-CANCELADAS - LOAD FROM THE CALCHQHS HOLD HISTORY
002170*                           THE TYPE-2 ITEMS A SUPERVISOR
002171*                           CANCELLED, BACK AS FAR AS A REVERSAL
002172*                           CAN REACH
002173******************************************************************
002174 1400-CARGAR-CANCELADAS.
002175     PERFORM 1410-LEER-RETENCION THRU 1410-EXIT.
002176     COMPUTE CALC-CORTE-ENTERO =
002177         FUNCTION INTEGER-OF-DATE(CALC-FECHA-HOY)
002178         - CALC-REGISTRO-DIAS.
002179     COMPUTE CALC-REG-CORTE =
002180         FUNCTION DATE-OF-INTEGER(CALC-CORTE-ENTERO).
002181     OPEN INPUT CALC-HQHS-FILE.
002182     IF CALC-HQHS-FS NOT = "00" AND CALC-HQHS-FS NOT = "05"
002183         DISPLAY "CALCGLEX: UNABLE TO OPEN CALCHQHS - STATUS "
002184             CALC-HQHS-FS
002185         STOP RUN
002186     END-IF.
002187     PERFORM 1450-LEER-CANCELADA THRU 1450-EXIT
002188         UNTIL CALC-FIN-HISTORIA.
002189     CLOSE CALC-HQHS-FILE.
002190 1400-EXIT.
002191     EXIT.
002192
002193 1410-LEER-RETENCION.
002194     OPEN INPUT CALC-PRET-FILE.
002195     IF CALC-PRET-FS NOT = "00" AND CALC-PRET-FS NOT = "05"
002196         DISPLAY "CALCGLEX: UNABLE TO OPEN CALCPRET - STATUS "
002197             CALC-PRET-FS
002198         STOP RUN
002199     END-IF.
002200     READ CALC-PRET-FILE
002201         AT END
002202             CONTINUE
002203         NOT AT END
002204             IF PRET-DIAS NUMERIC AND PRET-DIAS > ZERO
002205                 MOVE PRET-DIAS TO CALC-REGISTRO-DIAS
002206             END-IF
002207     END-READ.
002208     CLOSE CALC-PRET-FILE.
002209 1410-EXIT.
002210     EXIT.
002211
002212 1450-LEER-CANCELADA.
002213     READ CALC-HQHS-FILE INTO CALC-HQ-RECORD
002214         AT END
002215             SET CALC-FIN-HISTORIA TO TRUE
002216             GO TO 1450-EXIT
002217     END-READ.
002218     IF NOT HQ-CANCELADO OR HQD-TIPO NOT = '2'
002219             OR HQD-FECHA < CALC-REG-CORTE
002220         GO TO 1450-EXIT
002221     END-IF.
002222     IF CALC-CAN-COUNT >= CALC-CAN-MAX
002223         DISPLAY "CALCGLEX: CANCELLED ITEM TABLE FULL - RAISE "
002224             "CALC-CAN-MAX"
002225         STOP RUN
002226     END-IF.
002227     ADD 1 TO CALC-CAN-COUNT.
002228     MOVE HQD-FECHA TO TCN-FECHA (CALC-CAN-COUNT).
002229     MOVE HQD-DEPTO TO TCN-DEPTO (CALC-CAN-COUNT).
002230     MOVE HQD-REFERENCIA TO TCN-REFERENCIA (CALC-CAN-COUNT).
002231 1450-EXIT.
002232     EXIT.
002233
002234******************************************************************
002169* 1500-ENVIAR-LIBERADA - SEND ONE RELEASED ITEM EXACTLY AS IT
002170*                         WAS HELD, AND MARK IT SENT ON THIS
002171*                         SEQUENCE.  A RELEASED REVERSAL OF A
002172*                         CANCELLED ORIGINAL IS CANCELLED
002173*                         INSTEAD
002172******************************************************************
002173 1500-ENVIAR-LIBERADA.
002174     IF TQ-ESTADO (CALC-HQ-IDX) NOT = 'L'
002175         GO TO 1500-EXIT
002176     END-IF.
002177     MOVE TQ-REGISTRO (CALC-HQ-IDX) TO CALC-HQ-RECORD.
002178     IF HQD-TIPO = '3'
002179         MOVE HQD-ORIG-FECHA TO CALC-ORIG-FECHA
002180         MOVE HQD-DEPTO TO CALC-ORIG-DEPTO
002181         MOVE HQD-ORIG-REFERENCIA TO CALC-ORIG-REFERENCIA
002182         PERFORM 2730-BUSCAR-CANCELADA THRU 2730-EXIT
002183         IF CALC-ORIG-CANCELADA
002184             PERFORM 1550-CANCELAR-REVERSO THRU 1550-EXIT
002185             GO TO 1500-EXIT
002186         END-IF
002187     END-IF.
002178     MOVE HQ-DETALLE TO GLIF-DETALLE.
002179     PERFORM 2800-GRABAR-DETALLE THRU 2800-EXIT.
002180     SET HQ-ENVIADO TO TRUE.
002181     MOVE CALC-SECUENCIA TO HQ-SEC-ENVIO.
002182     MOVE CALC-HQ-RECORD TO TQ-REGISTRO (CALC-HQ-IDX).
002183     MOVE 'E' TO TQ-ESTADO (CALC-HQ-IDX).
002184     MOVE 'E' TO TQ-ACCION (CALC-HQ-IDX).
002185     ADD 1 TO CALC-LIBERADAS-COUNT.
002186 1500-EXIT.
002187     EXIT.
002188
002189 1550-CANCELAR-REVERSO.
002190     SET HQ-CANCELADO TO TRUE.
002191     MOVE "CALCGLEX" TO HQ-SUPERVISOR.
002192     ACCEPT HQ-FEC-DECISION FROM DATE YYYYMMDD.
002193     ACCEPT HQ-HORA-DECISION FROM TIME.
002194     MOVE CALC-HQ-RECORD TO TQ-REGISTRO (CALC-HQ-IDX).
002195     MOVE 'C' TO TQ-ESTADO (CALC-HQ-IDX).
002196     MOVE 'C' TO TQ-ACCION (CALC-HQ-IDX).
002197     MOVE 'W' TO EXLG-SEVERIDAD.
002198     MOVE "GLEX02" TO EXLG-CODIGO.
002199     MOVE SPACES TO EXLG-TEXTO.
002200     STRING "REVERSAL OF " CALC-ORIG-DEPTO " "
002201         CALC-ORIG-REFERENCIA
002202         " CANCELLED - ORIGINAL CANCELLED"
002203         DELIMITED BY SIZE
002204         INTO EXLG-TEXTO.
002205     PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT.
002206 1550-EXIT.
002187     EXIT.
002188
002189******************************************************************
002100* 2000-EXTRAER-BATCH - ONE DETAIL PER POSTED TRANSOUT RECORD
002110******************************************************************
002120 2000-EXTRAER-BATCH.
002122     IF TOUT-ES-REVERSO
002124         PERFORM 2100-EXTRAER-REVERSO THRU 2100-EXIT
002126         GO TO 2000-EXIT
002128     END-IF.
002130     MOVE '2' TO GLD-TIPO.
002140     MOVE 'B' TO GLD-FUENTE.
002150     MOVE CALC-FECHA-HOY TO GLD-FECHA.
002330     EXIT.
002340
002350******************************************************************
002351* 2100-EXTRAER-REVERSO - ONE TYPE-3 REVERSAL DETAIL FOR A POSTED
002352*                         REVERSAL, NAMING THE OPERATION OF THE
002353*                         POSTING IT CANCELS
002354******************************************************************
002355 2100-EXTRAER-REVERSO.
002356     MOVE '3' TO GLR-TIPO.
002357     MOVE 'B' TO GLR-FUENTE.
002358     MOVE CALC-FECHA-HOY TO GLR-FECHA.
002359     SET PIXM-BUSCAR TO TRUE.
002360     MOVE TOUT-DEPTO TO PIXM-DEPTO.
002361     MOVE TOUT-REV-REFERENCIA TO PIXM-REFERENCIA.
002362     MOVE TOUT-REV-FECHA TO PIXM-FECHA.
002363     CALL 'CALCPIXM' USING PIXM-AREA.
002364     MOVE 'DESCONOCIDA' TO GLR-OPERACION.
002365     IF PIXM-OK
002366         IF PIXM-ES-FORMULA
002367             MOVE 'FORMULA' TO GLR-OPERACION
002368         ELSE
002369             IF PIXM-MENU-N >= 1 AND PIXM-MENU-N <= 8
002370                 MOVE GL-NOMBRE-TABLA (PIXM-MENU-N)
002371                     TO GLR-OPERACION
002372             END-IF
002373         END-IF
002374     END-IF.
002375     MOVE TOUT-REV-FECHA TO GLR-ORIG-FECHA.
002376     MOVE TOUT-REV-REFERENCIA TO GLR-ORIG-REFERENCIA.
002377     COMPUTE CALC-RES-SALIDA = FUNCTION NUMVAL(TOUT-RES).
002378     MOVE CALC-RES-SALIDA TO GLR-RESULTADO.
002379     MOVE SPACES TO GLR-OPERADOR.
002380     MOVE TOUT-DEPTO TO GLR-DEPTO.
002381     MOVE TOUT-REFERENCIA TO GLR-REFERENCIA.
002382     PERFORM 2800-GRABAR-DETALLE THRU 2800-EXIT.
002383 2100-EXIT.
002384     EXIT.
002385
002386******************************************************************
002387* 2700-PROBAR-UMBRAL - DECIDE WHETHER THE DETAIL IN THE RECORD
002388*                       AREA IS HELD: ITS RESULT, EITHER SIGN, IS
002389*                       OVER THE LOWEST THRESHOLD FOR ITS
002390*                       OPERATION AND DEPARTMENT, OR IT REVERSES
002391*                       A POSTING THAT IS STILL HELD OR WAS
002392*                       CANCELLED
002392******************************************************************
002393 2700-PROBAR-UMBRAL.
002394     MOVE 'N' TO CALC-RETENER-SW.
002395     MOVE 'N' TO CALC-LIMITE-SW.
002396     MOVE ZERO TO CALC-LIMITE-WS.
002397     IF GLR-TIPO = '3'
002398         MOVE GLR-ORIG-FECHA TO CALC-ORIG-FECHA
002399         MOVE GLR-DEPTO TO CALC-ORIG-DEPTO
002400         MOVE GLR-ORIG-REFERENCIA TO CALC-ORIG-REFERENCIA
002401         PERFORM 2730-BUSCAR-CANCELADA THRU 2730-EXIT
002402         IF CALC-ORIG-CANCELADA
002403             SET CALC-RETENER TO TRUE
002404             PERFORM 2740-AVISAR-CANCELADA THRU 2740-EXIT
002405         END-IF
002406     END-IF.
002397     IF GLD-RESULTADO < ZERO
002398         COMPUTE CALC-MONTO = ZERO - GLD-RESULTADO
002399     ELSE
002400         MOVE GLD-RESULTADO TO CALC-MONTO
002401     END-IF.
002402     PERFORM 2710-REVISAR-UMBRAL THRU 2710-EXIT
002403         VARYING CALC-UMB-IDX FROM 1 BY 1
002404         UNTIL CALC-UMB-IDX > CALC-UMB-COUNT.
002405     IF CALC-LIMITE-HALLADO AND CALC-MONTO > CALC-LIMITE-WS
002406         SET CALC-RETENER TO TRUE
002407         GO TO 2700-EXIT
002408     END-IF.
002409     IF GLR-TIPO = '3'
002410         PERFORM 2720-REVISAR-ORIGINAL THRU 2720-EXIT
002411             VARYING CALC-HQ-IDX FROM 1 BY 1
002412             UNTIL CALC-HQ-IDX > CALC-HQ-COUNT
002413     END-IF.
002414 2700-EXIT.
002415     EXIT.
002416
002417 2710-REVISAR-UMBRAL.
002418     IF TUM-OPERACION (CALC-UMB-IDX) NOT = SPACES
002419             AND TUM-OPERACION (CALC-UMB-IDX) NOT = GLD-OPERACION
002420         GO TO 2710-EXIT
002421     END-IF.
002422     IF TUM-DEPTO (CALC-UMB-IDX) NOT = SPACES
002423             AND TUM-DEPTO (CALC-UMB-IDX) NOT = GLD-DEPTO
002424         GO TO 2710-EXIT
002425     END-IF.
002426     IF NOT CALC-LIMITE-HALLADO
002427             OR TUM-LIMITE (CALC-UMB-IDX) < CALC-LIMITE-WS
002428         MOVE TUM-LIMITE (CALC-UMB-IDX) TO CALC-LIMITE-WS
002429         SET CALC-LIMITE-HALLADO TO TRUE
002430     END-IF.
002431 2710-EXIT.
002432     EXIT.
002433
002434 2720-REVISAR-ORIGINAL.
002435     IF TQ-ESTADO (CALC-HQ-IDX) = 'H'
002436             AND TQ-FECHA (CALC-HQ-IDX) = GLR-ORIG-FECHA
002437             AND TQ-DEPTO (CALC-HQ-IDX) = GLR-DEPTO
002438             AND TQ-REFERENCIA (CALC-HQ-IDX) = GLR-ORIG-REFERENCIA
002439         SET CALC-RETENER TO TRUE
002440     END-IF.
002441 2720-EXIT.
002442     EXIT.
002443
002444 2730-BUSCAR-CANCELADA.
002445     MOVE 'N' TO CALC-CANCELADA-SW.
002446     PERFORM 2735-REVISAR-CANCELADA THRU 2735-EXIT
002447         VARYING CALC-CAN-IDX FROM 1 BY 1
002448         UNTIL CALC-CAN-IDX > CALC-CAN-COUNT
002449             OR CALC-ORIG-CANCELADA.
002450 2730-EXIT.
002451     EXIT.
002452
002453 2735-REVISAR-CANCELADA.
002454     IF TCN-FECHA (CALC-CAN-IDX) = CALC-ORIG-FECHA
002455             AND TCN-DEPTO (CALC-CAN-IDX) = CALC-ORIG-DEPTO
002456             AND TCN-REFERENCIA (CALC-CAN-IDX)
002457                 = CALC-ORIG-REFERENCIA
002458         SET CALC-ORIG-CANCELADA TO TRUE
002459     END-IF.
002460 2735-EXIT.
002461     EXIT.
002462
002463 2740-AVISAR-CANCELADA.
002464     MOVE 'W' TO EXLG-SEVERIDAD.
002465     MOVE "GLEX02" TO EXLG-CODIGO.
002466     MOVE SPACES TO EXLG-TEXTO.
002467     STRING "REVERSAL OF " CALC-ORIG-DEPTO " "
002468         CALC-ORIG-REFERENCIA
002469         " HELD - ORIGINAL CANCELLED"
002470         DELIMITED BY SIZE
002471         INTO EXLG-TEXTO.
002472     PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT.
002473 2740-EXIT.
002442     EXIT.
002443
002444******************************************************************
002445* 2750-RETENER - ADD THE DETAIL IN THE RECORD AREA TO THE HOLD
002446*                 QUEUE INSTEAD OF TRANSMITTING IT
002447******************************************************************
002448 2750-RETENER.
002449     IF CALC-HQ-COUNT >= CALC-HQ-MAX
002450         DISPLAY "CALCGLEX: HOLD QUEUE TABLE FULL - RAISE "
002451             "CALC-HQ-MAX"
002452         STOP RUN
002453     END-IF.
002454     ADD 1 TO CALC-HQ-NUMERO.
002455     MOVE CALC-FECHA-HOY TO HQ-FECHA.
002456     MOVE CALC-HQ-NUMERO TO HQ-NUMERO.
002457     SET HQ-RETENIDO TO TRUE.
002458     MOVE CALC-LIMITE-WS TO HQ-LIMITE.
002459     MOVE SPACES TO HQ-SUPERVISOR.
002460     MOVE ZERO TO HQ-FEC-DECISION.
002461     MOVE ZERO TO HQ-HORA-DECISION.
002462     MOVE ZERO TO HQ-SEC-ENVIO.
002463     MOVE GLIF-DETALLE TO HQ-DETALLE.
002464     ADD 1 TO CALC-HQ-COUNT.
002465     MOVE 'H' TO TQ-ESTADO (CALC-HQ-COUNT).
002466     MOVE 'N' TO TQ-ACCION (CALC-HQ-COUNT).
002467     MOVE HQ-FECHA TO TQ-FECHA (CALC-HQ-COUNT).
002468     MOVE HQD-DEPTO TO TQ-DEPTO (CALC-HQ-COUNT).
002469     MOVE HQD-REFERENCIA TO TQ-REFERENCIA (CALC-HQ-COUNT).
002470     MOVE CALC-HQ-RECORD TO TQ-REGISTRO (CALC-HQ-COUNT).
002471     ADD 1 TO CALC-RETENIDAS-COUNT.
002472 2750-EXIT.
002473     EXIT.
002474
002475******************************************************************
002360* 2800-GRABAR-DETALLE - WRITE ONE DETAIL AND ACCUMULATE THE
002370*                        TRAILER TOTALS.  A DETAIL OVER ITS
002372*                        THRESHOLD IS HELD INSTEAD; AN ITEM
002374*                        BEING SENT FROM THE QUEUE WAS ALREADY
002376*                        RELEASED AND IS NOT TESTED AGAIN.
002380******************************************************************
002390 2800-GRABAR-DETALLE.
002391     IF NOT CALC-ENVIANDO-LIBERADA
002392         PERFORM 2700-PROBAR-UMBRAL THRU 2700-EXIT
002393         IF CALC-RETENER
002394             PERFORM 2750-RETENER THRU 2750-EXIT
002395             GO TO 2800-EXIT
002396         END-IF
002397     END-IF.
002400     WRITE GLIF-DETALLE.
002410     PERFORM 8050-VERIFICAR-ESCRITURA THRU 8050-EXIT.
002412     WRITE CALC-GHLD-RECORD FROM GLIF-DETALLE.
003370     END-IF.
003380     CLOSE CALC-GSEQ-FILE.
003382     PERFORM 9100-ANOTAR-ESTADO THRU 9100-EXIT.
003383* THE HOLD QUEUE AND ITS HISTORY ARE COMMITTED ONLY ONCE THE
003384* SEQUENCE AND STATUS ARE SAFELY WRITTEN - A RERUN REUSES THE
003385* SEQUENCE AND MUST FIND THE QUEUE AS IT WAS.
003386     PERFORM 9200-REESCRIBIR-RETENIDAS THRU 9200-EXIT.
003387     PERFORM 9300-ANOTAR-HISTORIA THRU 9300-EXIT.
003390     DISPLAY "CALCGLEX: FILE " CALC-SECUENCIA " WRITTEN - "
003400         CALC-DET-COUNT " DETAILS, HASH " CALC-HASH-TOTAL.
003401     DISPLAY "CALCGLEX: " CALC-RETENIDAS-COUNT
003402         " DETAILS HELD OVER THRESHOLD, " CALC-LIBERADAS-COUNT
003403         " RELEASED ITEMS SENT, " CALC-QUEDAN-COUNT
003404         " ITEMS ON THE HOLD QUEUE".
003405     IF CALC-RETENIDAS-COUNT > ZERO
003406         MOVE CALC-RETENIDAS-COUNT TO EXLG-CIFRA-1
003407         MOVE 'I' TO EXLG-SEVERIDAD
003408         MOVE "GLEX01" TO EXLG-CODIGO
003409         MOVE SPACES TO EXLG-TEXTO
003410         STRING EXLG-CIFRA-1
003411             " DETAILS HELD OVER THRESHOLD - AWAITING RELEASE"
003412             DELIMITED BY SIZE
003413             INTO EXLG-TEXTO
003414         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
003415     END-IF.
003402     MOVE 'E' TO CALC-RCST-FUNCION.
003404     CALL 'CALCRCST' USING CALC-RCST-PASO CALC-FECHA-HOY
003406         CALC-RCST-FUNCION CALC-RCST-RC.
003456 9100-EXIT.
003457     EXIT.
003458
003459******************************************************************
003460* 9200-REESCRIBIR-RETENIDAS - REWRITE CALCHQUE WITH THE ITEMS
003461*                              STILL HELD OR RELEASED; ITEMS SENT
003462*                              TODAY LEAVE THE QUEUE
003463******************************************************************
003464 9200-REESCRIBIR-RETENIDAS.
003465     OPEN OUTPUT CALC-HQ-FILE.
003466     IF CALC-HQ-FS NOT = "00" AND CALC-HQ-FS NOT = "05"
003467         DISPLAY "CALCGLEX: UNABLE TO REWRITE CALCHQUE - STATUS "
003468             CALC-HQ-FS
003469         STOP RUN
003470     END-IF.
003471     PERFORM 9250-GRABAR-RETENIDA THRU 9250-EXIT
003472         VARYING CALC-HQ-IDX FROM 1 BY 1
003473         UNTIL CALC-HQ-IDX > CALC-HQ-COUNT.
003474     CLOSE CALC-HQ-FILE.
003475 9200-EXIT.
003476     EXIT.
003477
003478 9250-GRABAR-RETENIDA.
003479     IF TQ-ESTADO (CALC-HQ-IDX) NOT = 'H'
003480             AND TQ-ESTADO (CALC-HQ-IDX) NOT = 'L'
003481         GO TO 9250-EXIT
003482     END-IF.
003483     WRITE CALC-HQ-COLA-RECORD FROM TQ-REGISTRO (CALC-HQ-IDX).
003485     IF CALC-HQ-FS NOT = "00"
003486         DISPLAY "CALCGLEX: UNABLE TO WRITE CALCHQUE - STATUS "
003487             CALC-HQ-FS
003488         STOP RUN
003489     END-IF.
003490     ADD 1 TO CALC-QUEDAN-COUNT.
003491 9250-EXIT.
003492     EXIT.
003493
003494******************************************************************
003495* 9300-ANOTAR-HISTORIA - APPEND TODAY'S HOLDS AND THE ITEMS SENT
003496*                         OR CANCELLED FROM THE QUEUE TO CALCHQHS
003497******************************************************************
003498 9300-ANOTAR-HISTORIA.
003499     OPEN EXTEND CALC-HQHS-FILE.
003500     IF CALC-HQHS-FS NOT = "00" AND CALC-HQHS-FS NOT = "05"
003501         DISPLAY "CALCGLEX: UNABLE TO OPEN CALCHQHS - STATUS "
003502             CALC-HQHS-FS
003503         STOP RUN
003504     END-IF.
003505     PERFORM 9350-GRABAR-HISTORIA THRU 9350-EXIT
003506         VARYING CALC-HQ-IDX FROM 1 BY 1
003507         UNTIL CALC-HQ-IDX > CALC-HQ-COUNT.
003508     CLOSE CALC-HQHS-FILE.
003509 9300-EXIT.
003510     EXIT.
003511
003512 9350-GRABAR-HISTORIA.
003513     IF TQ-ACCION (CALC-HQ-IDX) = SPACE
003514         GO TO 9350-EXIT
003515     END-IF.
003516     WRITE CALC-HQHS-RECORD FROM TQ-REGISTRO (CALC-HQ-IDX).
003517     IF CALC-HQHS-FS NOT = "00"
003518         DISPLAY "CALCGLEX: UNABLE TO WRITE CALCHQHS - STATUS "
003519             CALC-HQHS-FS
003520         STOP RUN
003521     END-IF.
003522 9350-EXIT.
003523     EXIT.
003524
003525******************************************************************
003526* 9800-ANOTAR-EXCEPCION - APPEND THE EXCEPTION IN EXLG-AREA TO
003527*                          THE CALCEXCP OPERATIONS EXCEPTIONS
003528*                          FILE
003529******************************************************************
003530 9800-ANOTAR-EXCEPCION.
003531     MOVE "CALCGLEX" TO EXLG-PROGRAMA.
003532     MOVE CALC-FECHA-HOY TO EXLG-FECHA.
003533     CALL 'CALCEXLG' USING EXLG-AREA.
003534 9800-EXIT.
003535     EXIT.
003536
003460 END PROGRAM CALCGLEX.
