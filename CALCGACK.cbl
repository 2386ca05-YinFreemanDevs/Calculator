000362*   2026-09-02 DR  Hold/transmission records widened to X(72) to
000364*                  track the department code and reference id
000366*                  added to the CALCGLIF type-2 detail.
000367*   2026-10-15 DR  Every PAGE OPERATIONS line, and a duplicate
000368*                  acknowledgment ignored, is also appended to the
000369*                  CALCEXCP operations exceptions file through
000370*                  CALCEXLG.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. CALCGACK.
001300                                    SIGN IS TRAILING SEPARATE.
001310         10  TAB-ESTADO            PIC X(01).
001320
001323 COPY CALCEXLA.
001326
001330 PROCEDURE DIVISION.
001340
001350******************************************************************
002210             "BETWEEN " CALC-SEC-ANTERIOR " AND "
002220             TAB-SECUENCIA (CALC-STA-IDX) " ON CALCGSTA ***"
002230         SET CALC-HAY-PAGINA TO TRUE
002231         MOVE 'C' TO EXLG-SEVERIDAD
002232         MOVE "GACK01" TO EXLG-CODIGO
002233         MOVE SPACES TO EXLG-TEXTO
002234         STRING "SEQUENCE GAP BETWEEN " CALC-SEC-ANTERIOR " AND "
002235             TAB-SECUENCIA (CALC-STA-IDX) " ON CALCGSTA"
002236             DELIMITED BY SIZE
002237             INTO EXLG-TEXTO
002238         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
002240     END-IF.
002250     MOVE TAB-SECUENCIA (CALC-STA-IDX) TO CALC-SEC-ANTERIOR.
002260 1250-EXIT.
002370         DISPLAY "CALCGACK: *** PAGE OPERATIONS - ACK FOR "
002380             "SEQUENCE " GAK-SECUENCIA " NEVER SENT ***"
002390         SET CALC-HAY-PAGINA TO TRUE
002391         MOVE 'C' TO EXLG-SEVERIDAD
002392         MOVE "GACK02" TO EXLG-CODIGO
002393         MOVE SPACES TO EXLG-TEXTO
002394         STRING "ACK FOR SEQUENCE " GAK-SECUENCIA " NEVER SENT"
002395             DELIMITED BY SIZE
002396             INTO EXLG-TEXTO
002397         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
002400         GO TO 2000-EXIT
002410     END-IF.
002420     IF TAB-ESTADO (CALC-STA-USO) = 'C'
002430         DISPLAY "CALCGACK: DUPLICATE ACK FOR SEQUENCE "
002440             GAK-SECUENCIA " IGNORED"
002441         MOVE 'I' TO EXLG-SEVERIDAD
002442         MOVE "GACK03" TO EXLG-CODIGO
002443         MOVE SPACES TO EXLG-TEXTO
002444         STRING "DUPLICATE ACK FOR SEQUENCE " GAK-SECUENCIA
002445             " IGNORED" DELIMITED BY SIZE
002446             INTO EXLG-TEXTO
002447         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
002450         GO TO 2000-EXIT
002460     END-IF.
002470     IF GAK-ACEPTADA
002570             GAK-SECUENCIA " ACCEPTED BUT COUNT/HASH DISAGREE "
002580             "- TREATED AS REJECTED ***"
002590         SET CALC-HAY-PAGINA TO TRUE
002591         MOVE 'C' TO EXLG-SEVERIDAD
002592         MOVE "GACK04" TO EXLG-CODIGO
002593         MOVE SPACES TO EXLG-TEXTO
002594         STRING "SEQUENCE " GAK-SECUENCIA
002595             " ACCEPTED BUT COUNT/HASH DISAGREE - REJECTED"
002596             DELIMITED BY SIZE
002597             INTO EXLG-TEXTO
002598         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
002600     END-IF.
002610     MOVE 'R' TO TAB-ESTADO (CALC-STA-USO).
002620     ADD 1 TO CALC-RECH-COUNT.
003630             CALC-GHLD-FS " - SEQUENCE CANNOT BE "
003640             "RETRANSMITTED ***"
003650         SET CALC-HAY-PAGINA TO TRUE
003651         MOVE 'C' TO EXLG-SEVERIDAD
003652         MOVE "GACK05" TO EXLG-CODIGO
003653         MOVE SPACES TO EXLG-TEXTO
003654         STRING "HOLD COPY " CALC-GHLD-NOMBRE " STATUS "
003655             CALC-GHLD-FS " - CANNOT RETRANSMIT" DELIMITED BY SIZE
003656             INTO EXLG-TEXTO
003657         PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT
003660         GO TO 3100-EXIT
003670     END-IF.
003680     OPEN OUTPUT CALC-GLIF-FILE.
004260         TAB-FECHA (CALC-STA-IDX)
004270         " NOT ACKNOWLEDGED - EXTRACT HELD ***".
004280     SET CALC-HAY-PAGINA TO TRUE.
004281     MOVE 'C' TO EXLG-SEVERIDAD.
004282     MOVE "GACK06" TO EXLG-CODIGO.
004283     MOVE SPACES TO EXLG-TEXTO.
004284     STRING "SEQUENCE " TAB-SECUENCIA (CALC-STA-IDX) " SENT "
004285         TAB-FECHA (CALC-STA-IDX)
004286         " NOT ACKED - EXTRACT HELD" DELIMITED BY SIZE
004287         INTO EXLG-TEXTO.
004288     PERFORM 9800-ANOTAR-EXCEPCION THRU 9800-EXIT.
004290 4100-EXIT.
004300     EXIT.
004310
004840 9000-EXIT.
004850     EXIT.
004860
004861******************************************************************
004862* 9800-ANOTAR-EXCEPCION - APPEND THE EXCEPTION IN EXLG-AREA TO
004863*                          THE CALCEXCP OPERATIONS EXCEPTIONS
004864*                          FILE
004865******************************************************************
004866 9800-ANOTAR-EXCEPCION.
004867     MOVE "CALCGACK" TO EXLG-PROGRAMA.
004868     MOVE ZERO TO EXLG-FECHA.
004869     CALL 'CALCEXLG' USING EXLG-AREA.
004870 9800-EXIT.
004871     EXIT.
004872
004870 END PROGRAM CALCGACK.
