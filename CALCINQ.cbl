000220* Tectonics:    cobc
000230* Modification History:
000240*   2026-08-22 DR  Initial version.
000241*   2026-10-15 DR  The clerk may also enter a department and
000242*                  batch reference id for the date to see that
000243*                  posting from the CALCPIDX posting index
000244*                  (through CALCPIXM) together with the reversal
000245*                  that cancelled it, or - for a reversal - the
000246*                  original posting it cancelled.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CALCINQ.
000580 01  CALC-FECHA-CONSULTA           PIC 9(08).
000590 01  CALC-OPER-FILTRO              PIC X(13).
000600 01  CALC-RESPUESTA                PIC X(01).
000601 01  CALC-REF-CONSULTA             PIC X(10).
000602 01  CALC-DEPTO-CONSULTA           PIC X(04).
000603
000604 COPY CALCPIXA.
000605
000606 01  CALC-INQ-NOMBRES-INIT.
000607     05  FILLER                    PIC X(13) VALUE 'SUMAR'.
000608     05  FILLER                    PIC X(13) VALUE 'RESTAR'.
000609     05  FILLER                    PIC X(13) VALUE 'MULTIPLICAR'.
000610     05  FILLER                    PIC X(13) VALUE 'DIVIDIR'.
000611     05  FILLER                    PIC X(13) VALUE 'PORCENTAJE'.
000612     05  FILLER                    PIC X(13) VALUE 'POTENCIA'.
000613     05  FILLER                    PIC X(13) VALUE 'MODULO'.
000614     05  FILLER                    PIC X(13)
000615                                   VALUE 'RAIZ CUADRADA'.
000616 01  CALC-INQ-NOMBRES REDEFINES CALC-INQ-NOMBRES-INIT.
000617     05  INQ-NOMBRE-TABLA          PIC X(13) OCCURS 8 TIMES.
000610
000620 01  INQ-DETALLE.
000630     05  INQ-D-FECHA               PIC 9(08).
000730     05  INQ-D-RES                 PIC -9(6).99.
000740     05  FILLER                    PIC X(01) VALUE SPACE.
000750     05  INQ-D-OPERADOR            PIC X(08).
000751
000752 01  INQ-POSTEO.
000753     05  INQ-P-ROTULO              PIC X(12).
000754     05  FILLER                    PIC X(01) VALUE SPACE.
000755     05  INQ-P-DEPTO               PIC X(04).
000756     05  FILLER                    PIC X(01) VALUE SPACE.
000757     05  INQ-P-REFERENCIA          PIC X(10).
000758     05  FILLER                    PIC X(01) VALUE SPACE.
000759     05  INQ-P-FECHA               PIC 9(08).
000760     05  FILLER                    PIC X(01) VALUE SPACE.
000761     05  INQ-P-OPERACION           PIC X(13).
000762     05  FILLER                    PIC X(01) VALUE SPACE.
000763     05  INQ-P-NUM1                PIC -9(6).99.
000764     05  FILLER                    PIC X(01) VALUE SPACE.
000765     05  INQ-P-NUM2                PIC -9(6).99.
000766     05  FILLER                    PIC X(01) VALUE SPACE.
000767     05  INQ-P-RES                 PIC -9(6).99.
000760
000770 PROCEDURE DIVISION.
000780
001160         GO TO 2000-CONSULTA
001170     END-IF.
001180     MOVE CALC-FECHA-ENTRADA TO CALC-FECHA-CONSULTA.
001181     DISPLAY "BATCH REFERENCE ID (BLANK FOR THE DAY'S LOG):".
001182     ACCEPT CALC-REF-CONSULTA.
001183     IF CALC-REF-CONSULTA NOT = SPACES
001184         PERFORM 2500-CONSULTAR-POSTEO THRU 2500-EXIT
001185         GO TO 2000-EXIT
001186     END-IF.
001190     DISPLAY "OPERATION (BLANK FOR ALL):".
001200     ACCEPT CALC-OPER-FILTRO.
001210     INSPECT CALC-OPER-FILTRO CONVERTING
001770     EXIT.
001780
001790******************************************************************
001791* 2500-CONSULTAR-POSTEO - SHOW ONE BATCH POSTING FROM THE
001792*                          POSTING INDEX AND, WHEN IT IS LINKED,
001793*                          THE POSTING AT THE OTHER END OF THE
001794*                          LINK: THE REVERSAL THAT CANCELLED AN
001795*                          ORIGINAL, OR THE ORIGINAL A REVERSAL
001796*                          CANCELLED
001797******************************************************************
001798 2500-CONSULTAR-POSTEO.
001799     DISPLAY "DEPARTMENT:".
001800     ACCEPT CALC-DEPTO-CONSULTA.
001801     INSPECT CALC-DEPTO-CONSULTA CONVERTING
001802         "abcdefghijklmnopqrstuvwxyz" TO
001803         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001804     INSPECT CALC-REF-CONSULTA CONVERTING
001805         "abcdefghijklmnopqrstuvwxyz" TO
001806         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001807     SET PIXM-BUSCAR TO TRUE.
001808     MOVE CALC-DEPTO-CONSULTA TO PIXM-DEPTO.
001809     MOVE CALC-REF-CONSULTA TO PIXM-REFERENCIA.
001810     MOVE CALC-FECHA-CONSULTA TO PIXM-FECHA.
001811     CALL 'CALCPIXM' USING PIXM-AREA.
001812     IF NOT PIXM-OK
001813         DISPLAY "NO BATCH POSTING UNDER THAT DEPARTMENT, "
001814             "REFERENCE AND DATE"
001815         DISPLAY SPACE
001816         GO TO 2500-EXIT
001817     END-IF.
001818     MOVE "POSTING" TO INQ-P-ROTULO.
001819     PERFORM 2600-MOSTRAR-POSTEO THRU 2600-EXIT.
001820     IF PIXM-ENLACE-FECHA = ZERO
001821         DISPLAY "NOT REVERSED"
001822         DISPLAY SPACE
001823         GO TO 2500-EXIT
001824     END-IF.
001825     IF PIXM-ES-REVERSO
001826         MOVE "REVERSES" TO INQ-P-ROTULO
001827     ELSE
001828         MOVE "REVERSED BY" TO INQ-P-ROTULO
001829     END-IF.
001830     MOVE PIXM-ENLACE-REFERENCIA TO PIXM-REFERENCIA.
001831     MOVE PIXM-ENLACE-FECHA TO PIXM-FECHA.
001832     CALL 'CALCPIXM' USING PIXM-AREA.
001833     IF NOT PIXM-OK
001834         DISPLAY INQ-P-ROTULO " " PIXM-REFERENCIA " "
001835             PIXM-FECHA " - NOT ON THE POSTING INDEX"
001836         DISPLAY SPACE
001837         GO TO 2500-EXIT
001838     END-IF.
001839     PERFORM 2600-MOSTRAR-POSTEO THRU 2600-EXIT.
001840     DISPLAY SPACE.
001841 2500-EXIT.
001842     EXIT.
001843
001844******************************************************************
001845* 2600-MOSTRAR-POSTEO - DISPLAY THE POSTING IN THE CALL AREA
001846*                        UNDER THE LABEL IN INQ-P-ROTULO
001847******************************************************************
001848 2600-MOSTRAR-POSTEO.
001849     MOVE PIXM-DEPTO TO INQ-P-DEPTO.
001850     MOVE PIXM-REFERENCIA TO INQ-P-REFERENCIA.
001851     MOVE PIXM-FECHA TO INQ-P-FECHA.
001852     IF PIXM-ES-REVERSO
001853         MOVE 'REVERSO' TO INQ-P-OPERACION
001854     ELSE
001855         IF PIXM-ES-FORMULA
001856             MOVE 'FORMULA' TO INQ-P-OPERACION
001857         ELSE
001858             IF PIXM-MENU-N >= 1 AND PIXM-MENU-N <= 8
001859                 MOVE INQ-NOMBRE-TABLA (PIXM-MENU-N)
001860                     TO INQ-P-OPERACION
001861             ELSE
001862                 MOVE 'DESCONOCIDA' TO INQ-P-OPERACION
001863             END-IF
001864         END-IF
001865     END-IF.
001866     MOVE PIXM-NUM1 TO INQ-P-NUM1.
001867     MOVE PIXM-NUM2 TO INQ-P-NUM2.
001868     MOVE PIXM-RES TO INQ-P-RES.
001869     DISPLAY INQ-POSTEO.
001870 2600-EXIT.
001871     EXIT.
001872
001873******************************************************************
001800* 9000-TERMINATE - CLOSE THE HISTORY
001810******************************************************************
001820 9000-TERMINATE.
