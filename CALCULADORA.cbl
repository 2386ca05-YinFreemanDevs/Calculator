000914*                  posting a truncated CALC-RES.  Every operation
000915*                  paragraph re-prompts on it the same way
000916*                  DIVIDIR re-prompts on a zero divisor.
000917*   2026-10-15 DR  A rate name that resolves at a NUM1/NUM2 prompt
000918*                  is appended to the CALCRUJN use journal, so the
000919*                  nightly CALCRXRF where-used report knows the
000920*                  rate is still keyed interactively and does not
000921*                  list it for clean-up.
000917******************************************************************
000930 IDENTIFICATION DIVISION.
000940 PROGRAM-ID. CALCULADORA.
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS CALC-OPER-FS.
001060
001062     SELECT OPTIONAL CALC-RUJN-FILE ASSIGN TO "CALCRUJN"
001064         ORGANIZATION IS LINE SEQUENTIAL
001066         FILE STATUS IS CALC-RUJN-FS.
001068
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  CALC-LOG-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 COPY CALCOPRR.
001160
001162 FD  CALC-RUJN-FILE
001164     LABEL RECORDS ARE STANDARD.
001166 COPY CALCRUSR.
001168
001170 WORKING-STORAGE SECTION.
001180 01  CALC-LOG-FS                   PIC X(02).
001190 01  CALC-OPER-FS                  PIC X(02).
001195 01  CALC-RUJN-FS                  PIC X(02).
001200 01  CALC-OPERADOR-ID              PIC X(08).
001210 01  CALC-OPERADOR-NOMBRE          PIC X(20).
001220 01  CALC-PERMISOS-WS.
002910     ACCEPT CALC-FECHA-LKP FROM DATE YYYYMMDD.
002920     CALL 'CALCRLKP' USING CALC-RATE-NOMBRE CALC-FECHA-LKP
002930         CALC-RATE-VALOR CALC-RATE-RC.
002931     IF CALC-RATE-HALLADA
002932         PERFORM ANOTAR-USO-RATE
002933     END-IF.
002934
002935 ANOTAR-USO-RATE.
002936     OPEN EXTEND CALC-RUJN-FILE.
002937     IF CALC-RUJN-FS NOT = "00" AND CALC-RUJN-FS NOT = "05"
002938         DISPLAY "CALCULADORA: UNABLE TO OPEN CALCRUJN - STATUS "
002939             CALC-RUJN-FS
002940         STOP RUN
002941     END-IF.
002942     SET RUSO-ES-RATE TO TRUE.
002943     MOVE CALC-RATE-NOMBRE TO RUSO-NOMBRE.
002944     MOVE CALC-FECHA-LKP TO RUSO-FECHA.
002945     WRITE CALC-RUSO-RECORD.
002946     IF CALC-RUJN-FS NOT = "00"
002947         DISPLAY "CALCULADORA: UNABLE TO WRITE CALCRUJN - STATUS "
002948             CALC-RUJN-FS
002949         STOP RUN
002950     END-IF.
002951     CLOSE CALC-RUJN-FILE.
002940
002950 MANEJAR-MEMORIA.
002960     IF CALC-NUM-ENTRADA = "MS"
