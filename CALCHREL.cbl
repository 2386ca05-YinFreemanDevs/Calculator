000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Large-value hold release.  Works the CALCHQUE
000160*               queue CALCGLEX fills with details over their
000170*               CALCUMBR release threshold: shows each held item
000180*               - operation, department, reference id, result,
000190*               the threshold it broke, who keyed it and how many
000200*               business days it has been held - and lets a
000210*               supervisor signed on against CALCOPER release it,
000220*               cancel it or skip it.  A released item goes out
000230*               on the next CALCGLEX extract; a cancelled one is
000240*               never transmitted and leaves the queue.  An item
000250*               keyed by the signed-on operator is refused and
000260*               left held for someone else.  Every decision is
000270*               stamped with the supervisor's id and the date and
000280*               time and appended to the CALCHQHS hold history.
000290*               An item held more than the CALCHAGE number of
000300*               business days (CALC-DIAS-AVISO when CALCHAGE is
000310*               missing) is flagged OVERDUE, as it is on the
000320*               CALCEODS display.
000322*               A reversal whose original has been cancelled, in
000324*               this session or an earlier one, is never released;
000326*               it may only be cancelled.
000330* Tectonics:    cobc
000340* Modification History:
000350*   2026-10-15 DR  Initial version.
000351*   2026-10-15 DR  A held reversal whose original was cancelled
000352*                  (on CALCHQHS, or earlier in the session) may be
000353*                  cancelled or skipped but not released.  The
000354*                  hold record is now kept in working storage
000355*                  instead of the CALCHQUE record area.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. CALCHREL.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CALC-OPER-FILE ASSIGN TO "CALCOPER"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS CALC-OPER-FS.
000460
000470     SELECT OPTIONAL CALC-HQ-FILE ASSIGN TO "CALCHQUE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS CALC-HQ-FS.
000500
000510     SELECT OPTIONAL CALC-HQHS-FILE ASSIGN TO "CALCHQHS"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CALC-HQHS-FS.
000540
000550     SELECT OPTIONAL CALC-HAGE-FILE ASSIGN TO "CALCHAGE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CALC-HAGE-FS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CALC-OPER-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 COPY CALCOPRR.
000640
000650 FD  CALC-HQ-FILE
000660     LABEL RECORDS ARE STANDARD.
000663* MIRRORS THE CALCHQUR RECORD - READ INTO AND WRITTEN FROM
000666* CALC-HQ-RECORD IN WORKING-STORAGE.
000670 01  CALC-HQ-COLA-RECORD           PIC X(125).
000680
000690 FD  CALC-HQHS-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  CALC-HQHS-RECORD              PIC X(125).
000720
000730 FD  CALC-HAGE-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  HAGE-RECORD.
000760     05  HAGE-DIAS                 PIC 9(03).
000770
000780 WORKING-STORAGE SECTION.
000790 01  CALC-OPER-FS                  PIC X(02).
000800 01  CALC-HQ-FS                    PIC X(02).
000810 01  CALC-HQHS-FS                  PIC X(02).
000820 01  CALC-HAGE-FS                  PIC X(02).
000830
000840 01  CALC-SWITCHES.
000850     05  CALC-HQ-EOF-SW            PIC X(01) VALUE 'N'.
000860         88  CALC-FIN-RETENIDAS    VALUE 'Y'.
000863     05  CALC-HQHS-EOF-SW          PIC X(01) VALUE 'N'.
000866         88  CALC-FIN-HISTORIA     VALUE 'Y'.
000870
000880* BUSINESS DAYS AN ITEM MAY STAY HELD BEFORE IT IS FLAGGED, WHEN
000890* CALCHAGE DOES NOT SAY.
000900 77  CALC-DIAS-AVISO               PIC 9(03) VALUE 3.
000910 77  CALC-HQ-COUNT                 PIC 9(04) COMP VALUE ZERO.
000920 77  CALC-HQ-MAX                   PIC 9(04) COMP VALUE 500.
000930 77  CALC-HQ-IDX                   PIC 9(04) COMP VALUE ZERO.
000940 77  CALC-RETENIDAS-COUNT          PIC 9(04) COMP VALUE ZERO.
000950 77  CALC-LIBERADAS-COUNT          PIC 9(04) COMP VALUE ZERO.
000960 77  CALC-CANCELADAS-COUNT         PIC 9(04) COMP VALUE ZERO.
000970 77  CALC-QUEDAN-COUNT             PIC 9(04) COMP VALUE ZERO.
000980 77  CALC-FECHA-HOY                PIC 9(08) VALUE ZERO.
000990 77  CALC-BDGT-RC                  PIC 9(02) VALUE ZERO.
001000 77  CALC-FECHA-WS                 PIC 9(08) VALUE ZERO.
001010 77  CALC-HORA-WS                  PIC 9(08) VALUE ZERO.
001012 77  CALC-MARCA-IDX                PIC 9(04) COMP VALUE ZERO.
001014 77  CALC-CAN-FECHA                PIC 9(08) VALUE ZERO.
001016 77  CALC-CAN-DEPTO                PIC X(04) VALUE SPACES.
001018 77  CALC-CAN-REFERENCIA           PIC X(10) VALUE SPACES.
001020
001030 01  CALC-OPERADOR-ID              PIC X(08).
001040 01  CALC-RESPUESTA                PIC X(01).
001050 01  CALC-BDCN-DIAS                PIC 9(04).
001060 01  CALC-BDCN-RC                  PIC 9(02).
001070 01  RES-EDIT                      PIC -9(6).99.
001080 01  LIM-EDIT                      PIC 9(6).99.
001090
001092* THE QUEUE AS LOADED.  FOR A REVERSAL, THE DATE, DEPARTMENT
001094* AND REFERENCE OF THE POSTING IT REVERSES, AND WHETHER THAT
001096* POSTING HAS BEEN CANCELLED.
001100 01  CALC-HQ-TABLA.
001110     05  CALC-HQ-ENTRADA           OCCURS 500 TIMES.
001111         10  TQ-ORIG-SW            PIC X(01).
001112             88  TQ-ORIG-CANCELADA VALUE 'C'.
001113         10  TQ-ORIG-FECHA         PIC 9(08).
001114         10  TQ-ORIG-DEPTO         PIC X(04).
001115         10  TQ-ORIG-REFERENCIA    PIC X(10).
001120         10  TQ-REGISTRO           PIC X(125).
001123
001126 COPY CALCHQUR.
001130
001140 PROCEDURE DIVISION.
001150
001160******************************************************************
001170* 0000-MAINLINE
001180******************************************************************
001190 0000-MAINLINE.
001200     PERFORM 0500-FIRMAR-OPERADOR THRU 0500-EXIT.
001210     CALL 'CALCBDGT' USING CALC-FECHA-HOY CALC-BDGT-RC.
001220     PERFORM 1000-LEER-AVISO THRU 1000-EXIT.
001230     PERFORM 1500-CARGAR-RETENIDAS THRU 1500-EXIT.
001235     PERFORM 1700-CARGAR-CANCELADAS THRU 1700-EXIT.
001240     IF CALC-HQ-COUNT = ZERO
001250         DISPLAY "CALCHREL: NO ITEMS ON THE HOLD QUEUE"
001260         STOP RUN
001270     END-IF.
001280     DISPLAY "CALCHREL - LARGE-VALUE HOLD RELEASE FOR BUSINESS "
001290         "DATE " CALC-FECHA-HOY.
001300     PERFORM 2000-REVISAR-RETENIDA THRU 2000-EXIT
001310         VARYING CALC-HQ-IDX FROM 1 BY 1
001320         UNTIL CALC-HQ-IDX > CALC-HQ-COUNT.
001330     PERFORM 8500-REESCRIBIR-RETENIDAS THRU 8500-EXIT.
001340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001350     STOP RUN.
001360
001370******************************************************************
001380* 0500-FIRMAR-OPERADOR - THE SUPERVISOR SIGNS ON AGAINST
001390*                         CALCOPER; THE ID IS STAMPED ON EVERY
001400*                         RELEASE AND CANCELLATION
001410******************************************************************
001420 0500-FIRMAR-OPERADOR.
001430     DISPLAY "SUPERVISOR ID:".
001440     ACCEPT CALC-OPERADOR-ID.
001450     INSPECT CALC-OPERADOR-ID CONVERTING
001460         "abcdefghijklmnopqrstuvwxyz" TO
001470         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001480     OPEN INPUT CALC-OPER-FILE.
001490     IF CALC-OPER-FS NOT = "00"
001500         DISPLAY "CALCHREL: UNABLE TO OPEN CALCOPER - STATUS "
001510             CALC-OPER-FS
001520         STOP RUN
001530     END-IF.
001540 0550-BUSCAR-OPERADOR.
001550     READ CALC-OPER-FILE
001560         AT END
001570             CLOSE CALC-OPER-FILE
001580             DISPLAY "OPERATOR NOT ON FILE - TRY AGAIN"
001590             GO TO 0500-FIRMAR-OPERADOR
001600     END-READ.
001610     IF OPR-ID NOT = CALC-OPERADOR-ID
001620         GO TO 0550-BUSCAR-OPERADOR
001630     END-IF.
001640     CLOSE CALC-OPER-FILE.
001650     DISPLAY "SIGNED ON: " CALC-OPERADOR-ID " " OPR-NOMBRE.
001660 0500-EXIT.
001670     EXIT.
001680
001690******************************************************************
001700* 1000-LEER-AVISO - THE OVERDUE LIMIT IN BUSINESS DAYS FROM
001710*                    CALCHAGE, IF SUPPLIED
001720******************************************************************
001730 1000-LEER-AVISO.
001740     OPEN INPUT CALC-HAGE-FILE.
001750     IF CALC-HAGE-FS NOT = "00" AND CALC-HAGE-FS NOT = "05"
001760         DISPLAY "CALCHREL: UNABLE TO OPEN CALCHAGE - STATUS "
001770             CALC-HAGE-FS
001780         STOP RUN
001790     END-IF.
001800     READ CALC-HAGE-FILE
001810         AT END
001820             CONTINUE
001830         NOT AT END
001840             IF HAGE-DIAS NUMERIC AND HAGE-DIAS > ZERO
001850                 MOVE HAGE-DIAS TO CALC-DIAS-AVISO
001860             END-IF
001870     END-READ.
001880     CLOSE CALC-HAGE-FILE.
001890 1000-EXIT.
001900     EXIT.
001910
001920******************************************************************
001930* 1500-CARGAR-RETENIDAS - READ THE CALCHQUE QUEUE INTO THE TABLE
001940******************************************************************
001950 1500-CARGAR-RETENIDAS.
001960     OPEN INPUT CALC-HQ-FILE.
001970     IF CALC-HQ-FS NOT = "00" AND CALC-HQ-FS NOT = "05"
001980         DISPLAY "CALCHREL: UNABLE TO OPEN CALCHQUE - STATUS "
001990             CALC-HQ-FS
002000         STOP RUN
002010     END-IF.
002020     PERFORM 1600-LEER-RETENIDA THRU 1600-EXIT
002030         UNTIL CALC-FIN-RETENIDAS.
002040     CLOSE CALC-HQ-FILE.
002050 1500-EXIT.
002060     EXIT.
002070
002080 1600-LEER-RETENIDA.
002090     READ CALC-HQ-FILE INTO CALC-HQ-RECORD
002100         AT END
002110             SET CALC-FIN-RETENIDAS TO TRUE
002120             GO TO 1600-EXIT
002130     END-READ.
002140     IF CALC-HQ-COUNT >= CALC-HQ-MAX
002150         DISPLAY "CALCHREL: HOLD QUEUE TABLE FULL - RAISE "
002160             "CALC-HQ-MAX"
002170         STOP RUN
002180     END-IF.
002190     ADD 1 TO CALC-HQ-COUNT.
002200     MOVE CALC-HQ-RECORD TO TQ-REGISTRO (CALC-HQ-COUNT).
002201     MOVE 'N' TO TQ-ORIG-SW (CALC-HQ-COUNT).
002202     MOVE ZERO TO TQ-ORIG-FECHA (CALC-HQ-COUNT).
002203     MOVE SPACES TO TQ-ORIG-DEPTO (CALC-HQ-COUNT).
002204     MOVE SPACES TO TQ-ORIG-REFERENCIA (CALC-HQ-COUNT).
002205     IF HQD-TIPO = '3'
002206         MOVE HQD-ORIG-FECHA TO TQ-ORIG-FECHA (CALC-HQ-COUNT)
002207         MOVE HQD-DEPTO TO TQ-ORIG-DEPTO (CALC-HQ-COUNT)
002208         MOVE HQD-ORIG-REFERENCIA
002209             TO TQ-ORIG-REFERENCIA (CALC-HQ-COUNT)
002210     END-IF.
002211 1600-EXIT.
002212     EXIT.
002213
002214******************************************************************
002215* 1700-CARGAR-CANCELADAS - MARK EACH QUEUED REVERSAL WHOSE
002216*                           ORIGINAL THE CALCHQHS HOLD HISTORY
002217*                           SHOWS CANCELLED
002218******************************************************************
002219 1700-CARGAR-CANCELADAS.
002220     OPEN INPUT CALC-HQHS-FILE.
002221     IF CALC-HQHS-FS NOT = "00" AND CALC-HQHS-FS NOT = "05"
002222         DISPLAY "CALCHREL: UNABLE TO OPEN CALCHQHS - STATUS "
002223             CALC-HQHS-FS
002224         STOP RUN
002225     END-IF.
002226     PERFORM 1750-LEER-CANCELADA THRU 1750-EXIT
002227         UNTIL CALC-FIN-HISTORIA.
002228     CLOSE CALC-HQHS-FILE.
002229 1700-EXIT.
002230     EXIT.
002231
002232 1750-LEER-CANCELADA.
002233     READ CALC-HQHS-FILE INTO CALC-HQ-RECORD
002234         AT END
002235             SET CALC-FIN-HISTORIA TO TRUE
002236             GO TO 1750-EXIT
002237     END-READ.
002238     IF HQ-CANCELADO AND HQD-TIPO = '2'
002239         PERFORM 1800-MARCAR-REVERSOS THRU 1800-EXIT
002240     END-IF.
002241 1750-EXIT.
002242     EXIT.
002243
002244******************************************************************
002245* 1800-MARCAR-REVERSOS - MARK EVERY QUEUED REVERSAL OF THE
002246*                         CANCELLED ITEM IN CALC-HQ-RECORD
002247******************************************************************
002248 1800-MARCAR-REVERSOS.
002249     MOVE HQD-FECHA TO CALC-CAN-FECHA.
002250     MOVE HQD-DEPTO TO CALC-CAN-DEPTO.
002251     MOVE HQD-REFERENCIA TO CALC-CAN-REFERENCIA.
002252     PERFORM 1850-MARCAR-REVERSO THRU 1850-EXIT
002253         VARYING CALC-MARCA-IDX FROM 1 BY 1
002254         UNTIL CALC-MARCA-IDX > CALC-HQ-COUNT.
002255 1800-EXIT.
002256     EXIT.
002257
002258 1850-MARCAR-REVERSO.
002259     IF TQ-ORIG-FECHA (CALC-MARCA-IDX) = CALC-CAN-FECHA
002260             AND TQ-ORIG-DEPTO (CALC-MARCA-IDX) = CALC-CAN-DEPTO
002261             AND TQ-ORIG-REFERENCIA (CALC-MARCA-IDX)
002262                 = CALC-CAN-REFERENCIA
002263         SET TQ-ORIG-CANCELADA (CALC-MARCA-IDX) TO TRUE
002264     END-IF.
002265 1850-EXIT.
002266     EXIT.
002267
002268******************************************************************
002269* 2000-REVISAR-RETENIDA - SHOW ONE ITEM AND, IF IT IS STILL HELD,
002270*                          TAKE THE SUPERVISOR'S DECISION.  THE
002271*                          OPERATOR WHO KEYED IT MAY NOT RELEASE
002272*                          OR CANCEL IT.  A REVERSAL OF A
002273*                          CANCELLED ORIGINAL MAY NOT BE
002274*                          RELEASED.
002275******************************************************************
002300 2000-REVISAR-RETENIDA.
002310     MOVE TQ-REGISTRO (CALC-HQ-IDX) TO CALC-HQ-RECORD.
002320     DISPLAY SPACE.
002330     IF HQ-LIBERADO
002340         DISPLAY "ITEM " HQ-FECHA "-" HQ-NUMERO " RELEASED BY "
002350             HQ-SUPERVISOR " - AWAITING THE NEXT EXTRACT"
002352         IF TQ-ORIG-CANCELADA (CALC-HQ-IDX)
002354             DISPLAY "  ORIGINAL WAS CANCELLED - THE NEXT "
002356                 "EXTRACT CANCELS THIS REVERSAL"
002358         END-IF
002360         GO TO 2000-EXIT
002370     END-IF.
002380     ADD 1 TO CALC-RETENIDAS-COUNT.
002390     CALL 'CALCBDCN' USING HQ-FECHA CALC-FECHA-HOY CALC-BDCN-DIAS
002400         CALC-BDCN-RC.
002410     MOVE HQD-RESULTADO TO RES-EDIT.
002420     MOVE HQ-LIMITE TO LIM-EDIT.
002430     DISPLAY "HELD ITEM " HQ-FECHA "-" HQ-NUMERO " - "
002440         HQD-OPERACION " SOURCE " HQD-FUENTE
002450         " DEPT " HQD-DEPTO " REF " HQD-REFERENCIA.
002460     DISPLAY "  RESULT " RES-EDIT " THRESHOLD " LIM-EDIT
002470         " KEYED BY " HQD-OPERADOR.
002480     IF HQD-TIPO = '3'
002490         DISPLAY "  REVERSAL OF " HQD-OPERANDOS
002492         IF TQ-ORIG-CANCELADA (CALC-HQ-IDX)
002494             DISPLAY "  ORIGINAL WAS CANCELLED - THIS "
002496                 "REVERSAL MAY ONLY BE CANCELLED"
002498         END-IF
002500     END-IF.
002510     IF CALC-BDCN-DIAS > CALC-DIAS-AVISO
002520         DISPLAY "  HELD " CALC-BDCN-DIAS
002530             " BUSINESS DAYS - *** OVERDUE ***"
002540     ELSE
002550         DISPLAY "  HELD " CALC-BDCN-DIAS " BUSINESS DAYS"
002560     END-IF.
002570     IF HQD-OPERADOR = CALC-OPERADOR-ID
002580         DISPLAY "  KEYED BY THE SIGNED-ON OPERATOR - A "
002590             "DIFFERENT SUPERVISOR MUST DECIDE - LEFT HELD"
002600         GO TO 2000-EXIT
002610     END-IF.
002620 2050-PEDIR-DECISION.
002630     DISPLAY "RELEASE, CANCEL OR SKIP (R/C/S):".
002640     ACCEPT CALC-RESPUESTA.
002650     INSPECT CALC-RESPUESTA CONVERTING "rcs" TO "RCS".
002652     IF CALC-RESPUESTA = 'R' AND TQ-ORIG-CANCELADA (CALC-HQ-IDX)
002654         DISPLAY "ORIGINAL WAS CANCELLED - RELEASE REFUSED"
002656         GO TO 2050-PEDIR-DECISION
002658     END-IF.
002660     IF CALC-RESPUESTA = 'R'
002670         SET HQ-LIBERADO TO TRUE
002680         PERFORM 3000-ANOTAR-DECISION THRU 3000-EXIT
002690         ADD 1 TO CALC-LIBERADAS-COUNT
002700         DISPLAY "RELEASED - GOES OUT ON THE NEXT EXTRACT"
002710         GO TO 2000-EXIT
002720     END-IF.
002730     IF CALC-RESPUESTA = 'C'
002740         SET HQ-CANCELADO TO TRUE
002750         PERFORM 3000-ANOTAR-DECISION THRU 3000-EXIT
002760         ADD 1 TO CALC-CANCELADAS-COUNT
002762         IF HQD-TIPO = '2'
002764             PERFORM 1800-MARCAR-REVERSOS THRU 1800-EXIT
002766         END-IF
002770         DISPLAY "CANCELLED - REMOVED FROM THE QUEUE"
002780         GO TO 2000-EXIT
002790     END-IF.
002800     IF CALC-RESPUESTA = 'S'
002810         DISPLAY "SKIPPED - LEFT HELD"
002820         GO TO 2000-EXIT
002830     END-IF.
002840     GO TO 2050-PEDIR-DECISION.
002850 2000-EXIT.
002860     EXIT.
002870
002880******************************************************************
002890* 3000-ANOTAR-DECISION - STAMP THE DECISION ON THE ITEM AND
002900*                         APPEND IT TO THE HOLD HISTORY
002910******************************************************************
002920 3000-ANOTAR-DECISION.
002930     ACCEPT CALC-FECHA-WS FROM DATE YYYYMMDD.
002940     ACCEPT CALC-HORA-WS FROM TIME.
002950     MOVE CALC-OPERADOR-ID TO HQ-SUPERVISOR.
002960     MOVE CALC-FECHA-WS TO HQ-FEC-DECISION.
002970     MOVE CALC-HORA-WS TO HQ-HORA-DECISION.
002980     MOVE CALC-HQ-RECORD TO TQ-REGISTRO (CALC-HQ-IDX).
002990     OPEN EXTEND CALC-HQHS-FILE.
003000     IF CALC-HQHS-FS NOT = "00" AND CALC-HQHS-FS NOT = "05"
003010         DISPLAY "CALCHREL: UNABLE TO OPEN CALCHQHS - STATUS "
003020             CALC-HQHS-FS
003030         STOP RUN
003040     END-IF.
003050     WRITE CALC-HQHS-RECORD FROM TQ-REGISTRO (CALC-HQ-IDX).
003060     IF CALC-HQHS-FS NOT = "00"
003070         DISPLAY "CALCHREL: UNABLE TO WRITE CALCHQHS - STATUS "
003080             CALC-HQHS-FS
003090         STOP RUN
003100     END-IF.
003110     CLOSE CALC-HQHS-FILE.
003120 3000-EXIT.
003130     EXIT.
003140
003150******************************************************************
003160* 8500-REESCRIBIR-RETENIDAS - REWRITE CALCHQUE WITH THE ITEMS
003170*                              STILL HELD AND THOSE RELEASED FOR
003180*                              THE NEXT EXTRACT
003190******************************************************************
003200 8500-REESCRIBIR-RETENIDAS.
003210     OPEN OUTPUT CALC-HQ-FILE.
003220     IF CALC-HQ-FS NOT = "00" AND CALC-HQ-FS NOT = "05"
003230         DISPLAY "CALCHREL: UNABLE TO REWRITE CALCHQUE - STATUS "
003240             CALC-HQ-FS
003250         STOP RUN
003260     END-IF.
003270     PERFORM 8600-GRABAR-RETENIDA THRU 8600-EXIT
003280         VARYING CALC-HQ-IDX FROM 1 BY 1
003290         UNTIL CALC-HQ-IDX > CALC-HQ-COUNT.
003300     CLOSE CALC-HQ-FILE.
003310 8500-EXIT.
003320     EXIT.
003330
003340 8600-GRABAR-RETENIDA.
003350     MOVE TQ-REGISTRO (CALC-HQ-IDX) TO CALC-HQ-RECORD.
003360     IF NOT HQ-RETENIDO AND NOT HQ-LIBERADO
003370         GO TO 8600-EXIT
003380     END-IF.
003390     WRITE CALC-HQ-COLA-RECORD FROM CALC-HQ-RECORD.
003400     IF CALC-HQ-FS NOT = "00"
003410         DISPLAY "CALCHREL: UNABLE TO WRITE CALCHQUE - STATUS "
003420             CALC-HQ-FS
003430         STOP RUN
003440     END-IF.
003450     ADD 1 TO CALC-QUEDAN-COUNT.
003460 8600-EXIT.
003470     EXIT.
003480
003490******************************************************************
003500* 9000-TERMINATE - REPORT WHAT THE SESSION DID
003510******************************************************************
003520 9000-TERMINATE.
003530     DISPLAY SPACE.
003540     DISPLAY "CALCHREL: " CALC-RETENIDAS-COUNT
003545         " HELD ITEMS SHOWN, "
003550         CALC-LIBERADAS-COUNT " RELEASED, "
003560         CALC-CANCELADAS-COUNT " CANCELLED, "
003570         CALC-QUEDAN-COUNT " LEFT ON THE QUEUE".
003580 9000-EXIT.
003590     EXIT.
003600
003610 END PROGRAM CALCHREL.
