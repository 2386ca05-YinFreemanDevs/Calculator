000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Maintenance program for the CALCSORD standing
000160*               orders CALCSGEN generates into TRANSIN: list the
000170*               orders, add, change and delete them.  Entry is
000180*               validated the way CALCEDIT edits TRANSIN - an
000190*               operation code 1-8 or F, operands as signed
000200*               literals or CALCRATE names (a formula's two
000210*               starting values literals only), a formula name
000220*               that is on CALCFRML - so an order cannot be
000230*               saved that would reject every time it comes due.
000240*               A rate name not in effect on the business date
000250*               is only warned about, since an order may start
000260*               after a rate it uses comes in.  The department
000270*               and reference prefix identify the order and must
000280*               be unique together, which keeps every generated
000290*               reference id unique; to move an order to another
000300*               department or prefix, delete it and add it
000310*               again.  The operator signs on against CALCOPER
000320*               and is stamped on each order added or changed.
000330*               The file is rewritten after every change, the
000340*               same as CALCFMNT.
000350* Tectonics:    cobc
000360* Modification History:
000370*   2026-10-15 DR  Initial version.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. CALCSMNT.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OPTIONAL CALC-SOR-FILE ASSIGN TO "CALCSORD"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CALC-SOR-FS.
000480
000490     SELECT CALC-OPER-FILE ASSIGN TO "CALCOPER"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CALC-OPER-FS.
000520
000530     SELECT OPTIONAL CALC-FRM-FILE ASSIGN TO "CALCFRML"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CALC-FRM-FS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CALC-SOR-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  SOR-FD-RECORD                 PIC X(72).
000620
000630 FD  CALC-OPER-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 COPY CALCOPRR.
000660
000670 FD  CALC-FRM-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY CALCFRMR.
000700
000710 WORKING-STORAGE SECTION.
000720 01  CALC-SOR-FS                   PIC X(02).
000730 01  CALC-OPER-FS                  PIC X(02).
000740 01  CALC-FRM-FS                   PIC X(02).
000750
000760 01  CALC-SWITCHES.
000770     05  CALC-FIN-SW               PIC X(01) VALUE 'N'.
000780         88  CALC-FIN-SESION       VALUE 'Y'.
000790     05  CALC-EOF-SW               PIC X(01) VALUE 'N'.
000800         88  CALC-FIN-ARCHIVO      VALUE 'Y'.
000810     05  CALC-FRM-EOF-SW           PIC X(01) VALUE 'N'.
000820         88  CALC-FIN-FORMULAS     VALUE 'Y'.
000830     05  CALC-OPND-MALO-SW         PIC X(01) VALUE 'N'.
000840         88  CALC-OPND-MALO        VALUE 'Y'.
000850     05  CALC-SOLO-LITERAL-SW      PIC X(01) VALUE 'N'.
000860         88  CALC-SOLO-LITERAL     VALUE 'Y'.
000870     05  CALC-HALLADA-SW           PIC X(01) VALUE 'N'.
000880         88  CALC-HALLADA          VALUE 'Y'.
000890
000900 77  CALC-SOR-COUNT                PIC 9(04) COMP VALUE ZERO.
000910 77  CALC-SOR-MAX                  PIC 9(04) COMP VALUE 500.
000920 77  CALC-SOR-IDX                  PIC 9(04) COMP VALUE ZERO.
000930 77  CALC-FRM-COUNT                PIC 9(04) COMP VALUE ZERO.
000940 77  CALC-FRM-MAX                  PIC 9(04) COMP VALUE 200.
000950 77  CALC-FRM-IDX                  PIC 9(04) COMP VALUE ZERO.
000960 77  CALC-ENTRADA-NUM              PIC 9(04) VALUE ZERO.
000970 77  CALC-ESPACIOS                 PIC 9(02) VALUE ZERO.
000980 77  CALC-DIA-MAX                  PIC 9(02) VALUE ZERO.
000990 77  CALC-FECHA-HOY                PIC 9(08) VALUE ZERO.
001000 77  CALC-BDGT-RC                  PIC 9(02) VALUE ZERO.
001010
001020 01  CALC-OPCION                   PIC 9(01) VALUE ZERO.
001030 01  CALC-CAMPO-ENTRADA            PIC X(10).
001040 01  CALC-OPERADOR-ID              PIC X(08).
001050 01  CALC-FECHA-WS                 PIC 9(08).
001060
001070 01  CALC-OPND-WS.
001080     05  CALC-OPND-X               PIC X(09).
001090     05  CALC-OPND-NUM REDEFINES CALC-OPND-X
001100                                   PIC S9(6)V99
001110                                    SIGN IS TRAILING SEPARATE.
001120 01  CALC-OPND-ETIQUETA            PIC X(15).
001130 01  CALC-RATE-NOMBRE              PIC X(09).
001140 01  CALC-RATE-VALOR               PIC S9(6)V99
001150                                    SIGN IS TRAILING SEPARATE.
001160 01  CALC-RATE-RC                  PIC 9(02).
001170     88  CALC-RATE-HALLADA         VALUE 0.
001180     88  CALC-RATE-NO-HALLADA      VALUE 1.
001190
001200 COPY CALCSORR.
001210
001220 01  CALC-SOR-TABLA.
001230     05  CALC-SOR-ENTRADA          OCCURS 500 TIMES.
001240         10  TAB-DEPTO             PIC X(04).
001250         10  TAB-PREFIJO           PIC X(04).
001260         10  TAB-RESTO             PIC X(64).
001270
001280 01  CALC-FRM-NOMBRES.
001290     05  CALC-FRM-NOMBRE           PIC X(10) OCCURS 200 TIMES.
001300
001310 01  MNT-DETALLE.
001320     05  MNT-D-NUM                 PIC ZZZ9.
001330     05  FILLER                    PIC X(02) VALUE SPACES.
001340     05  MNT-D-DEPTO               PIC X(04).
001350     05  FILLER                    PIC X(01) VALUE SPACE.
001360     05  MNT-D-PREFIJO             PIC X(04).
001370     05  FILLER                    PIC X(01) VALUE SPACE.
001380     05  MNT-D-MENU                PIC X(01).
001390     05  FILLER                    PIC X(01) VALUE SPACE.
001400     05  MNT-D-FORMULA             PIC X(10).
001410     05  FILLER                    PIC X(01) VALUE SPACE.
001420     05  MNT-D-OPND1               PIC X(09).
001430     05  FILLER                    PIC X(01) VALUE SPACE.
001440     05  MNT-D-OPND2               PIC X(09).
001450     05  FILLER                    PIC X(01) VALUE SPACE.
001460     05  MNT-D-FRECUENCIA          PIC X(01).
001470     05  MNT-D-DIA                 PIC Z9.
001480     05  FILLER                    PIC X(01) VALUE SPACE.
001490     05  MNT-D-INICIO              PIC 9(08).
001500     05  FILLER                    PIC X(01) VALUE SPACE.
001510     05  MNT-D-FIN                 PIC 9(08).
001520
001530 PROCEDURE DIVISION.
001540
001550******************************************************************
001560* 0000-MAINLINE
001570******************************************************************
001580 0000-MAINLINE.
001590     CALL 'CALCBDGT' USING CALC-FECHA-HOY CALC-BDGT-RC.
001600     PERFORM 0500-FIRMAR-OPERADOR THRU 0500-EXIT.
001610     PERFORM 1000-CARGAR-TABLA THRU 1000-EXIT.
001620     PERFORM 1200-CARGAR-FORMULAS THRU 1200-EXIT.
001630     PERFORM 2000-SESION THRU 2000-EXIT
001640         UNTIL CALC-FIN-SESION.
001650     STOP RUN.
001660
001670******************************************************************
001680* 0500-FIRMAR-OPERADOR - THE KEYING OPERATOR SIGNS ON AGAINST
001690*                         CALCOPER; THE ID IS STAMPED ON EVERY
001700*                         ORDER ADDED OR CHANGED
001710******************************************************************
001720 0500-FIRMAR-OPERADOR.
001730     DISPLAY "OPERATOR ID:".
001740     ACCEPT CALC-OPERADOR-ID.
001750     INSPECT CALC-OPERADOR-ID CONVERTING
001760         "abcdefghijklmnopqrstuvwxyz" TO
001770         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001780     OPEN INPUT CALC-OPER-FILE.
001790     IF CALC-OPER-FS NOT = "00"
001800         DISPLAY "CALCSMNT: UNABLE TO OPEN CALCOPER - STATUS "
001810             CALC-OPER-FS
001820         STOP RUN
001830     END-IF.
001840 0550-BUSCAR-OPERADOR.
001850     READ CALC-OPER-FILE
001860         AT END
001870             CLOSE CALC-OPER-FILE
001880             DISPLAY "OPERATOR NOT ON FILE - TRY AGAIN"
001890             GO TO 0500-FIRMAR-OPERADOR
001900     END-READ.
001910     IF OPR-ID NOT = CALC-OPERADOR-ID
001920         GO TO 0550-BUSCAR-OPERADOR
001930     END-IF.
001940     CLOSE CALC-OPER-FILE.
001950     DISPLAY "SIGNED ON: " CALC-OPERADOR-ID " " OPR-NOMBRE.
001960 0500-EXIT.
001970     EXIT.
001980
001990******************************************************************
002000* 1000-CARGAR-TABLA - READ CALCSORD INTO THE TABLE.  A MISSING
002010*                      FILE JUST STARTS AN EMPTY TABLE.
002020******************************************************************
002030 1000-CARGAR-TABLA.
002040     OPEN INPUT CALC-SOR-FILE.
002050     IF CALC-SOR-FS NOT = "00" AND CALC-SOR-FS NOT = "05"
002060         DISPLAY "CALCSMNT: UNABLE TO OPEN CALCSORD - STATUS "
002070             CALC-SOR-FS
002080         STOP RUN
002090     END-IF.
002100     PERFORM 1100-LEER-ORDEN THRU 1100-EXIT
002110         UNTIL CALC-FIN-ARCHIVO.
002120     CLOSE CALC-SOR-FILE.
002130 1000-EXIT.
002140     EXIT.
002150
002160 1100-LEER-ORDEN.
002170     READ CALC-SOR-FILE
002180         AT END
002190             SET CALC-FIN-ARCHIVO TO TRUE
002200             GO TO 1100-EXIT
002210     END-READ.
002220     IF CALC-SOR-COUNT >= CALC-SOR-MAX
002230         DISPLAY "CALCSMNT: STANDING ORDER TABLE FULL - RAISE "
002240             "CALC-SOR-MAX"
002250         STOP RUN
002260     END-IF.
002270     ADD 1 TO CALC-SOR-COUNT.
002280     MOVE SOR-FD-RECORD TO CALC-SOR-ENTRADA (CALC-SOR-COUNT).
002290 1100-EXIT.
002300     EXIT.
002310
002320******************************************************************
002330* 1200-CARGAR-FORMULAS - LOAD THE CALCFRML FORMULA NAMES.  A
002340*                         MISSING FILE JUST LEAVES THE TABLE
002350*                         EMPTY, THE SAME AS CALCFEXE.
002360******************************************************************
002370 1200-CARGAR-FORMULAS.
002380     OPEN INPUT CALC-FRM-FILE.
002390     IF CALC-FRM-FS NOT = "00" AND CALC-FRM-FS NOT = "05"
002400         DISPLAY "CALCSMNT: UNABLE TO OPEN CALCFRML - STATUS "
002410             CALC-FRM-FS
002420         STOP RUN
002430     END-IF.
002440     PERFORM 1250-LEER-FORMULA THRU 1250-EXIT
002450         UNTIL CALC-FIN-FORMULAS.
002460     CLOSE CALC-FRM-FILE.
002470 1200-EXIT.
002480     EXIT.
002490
002500 1250-LEER-FORMULA.
002510     READ CALC-FRM-FILE
002520         AT END
002530             SET CALC-FIN-FORMULAS TO TRUE
002540             GO TO 1250-EXIT
002550     END-READ.
002560     IF CALC-FRM-COUNT >= CALC-FRM-MAX
002570         DISPLAY "CALCSMNT: FORMULA TABLE FULL - RAISE "
002580             "CALC-FRM-MAX"
002590         STOP RUN
002600     END-IF.
002610     ADD 1 TO CALC-FRM-COUNT.
002620     MOVE FRM-NOMBRE TO CALC-FRM-NOMBRE (CALC-FRM-COUNT).
002630 1250-EXIT.
002640     EXIT.
002650
002660******************************************************************
002670* 2000-SESION - ONE PASS AROUND THE MAINTENANCE MENU
002680******************************************************************
002690 2000-SESION.
002700     DISPLAY "CALCSMNT - STANDING ORDER MAINTENANCE".
002710     DISPLAY "1. LIST".
002720     DISPLAY "2. ADD".
002730     DISPLAY "3. CHANGE".
002740     DISPLAY "4. DELETE".
002750     DISPLAY "9. EXIT".
002760     ACCEPT CALC-OPCION.
002770     DISPLAY SPACE.
002780     IF CALC-OPCION = 1
002790         PERFORM 3000-LISTAR THRU 3000-EXIT.
002800     IF CALC-OPCION = 2
002810         PERFORM 4000-AGREGAR THRU 4000-EXIT.
002820     IF CALC-OPCION = 3
002830         PERFORM 5000-CAMBIAR THRU 5000-EXIT.
002840     IF CALC-OPCION = 4
002850         PERFORM 6000-BORRAR THRU 6000-EXIT.
002860     IF CALC-OPCION = 9
002870         SET CALC-FIN-SESION TO TRUE.
002880 2000-EXIT.
002890     EXIT.
002900
002910******************************************************************
002920* 3000-LISTAR - SHOW EVERY ORDER WITH ITS NUMBER
002930******************************************************************
002940 3000-LISTAR.
002950     IF CALC-SOR-COUNT = ZERO
002960         DISPLAY "NO STANDING ORDERS ON FILE"
002970         GO TO 3000-FIN
002980     END-IF.
002990     DISPLAY " NUM  DEPT PREF O FORMULA    OPERAND-1 OPERAND-2 "
003000         "FDY START    END".
003010     PERFORM 3100-LISTAR-ORDEN THRU 3100-EXIT
003020         VARYING CALC-SOR-IDX FROM 1 BY 1
003030         UNTIL CALC-SOR-IDX > CALC-SOR-COUNT.
003040 3000-FIN.
003050     DISPLAY SPACE.
003060 3000-EXIT.
003070     EXIT.
003080
003090 3100-LISTAR-ORDEN.
003100     MOVE CALC-SOR-ENTRADA (CALC-SOR-IDX) TO CALC-SOR-RECORD.
003110     MOVE CALC-SOR-IDX TO MNT-D-NUM.
003120     MOVE SOR-DEPTO TO MNT-D-DEPTO.
003130     MOVE SOR-PREFIJO TO MNT-D-PREFIJO.
003140     MOVE SOR-MENU-X TO MNT-D-MENU.
003150     MOVE SOR-FRML-NOMBRE TO MNT-D-FORMULA.
003160     MOVE SOR-OPND1 TO MNT-D-OPND1.
003170     MOVE SOR-OPND2 TO MNT-D-OPND2.
003180     MOVE SOR-FRECUENCIA TO MNT-D-FRECUENCIA.
003190     MOVE SOR-DIA TO MNT-D-DIA.
003200     MOVE SOR-FEC-INICIO TO MNT-D-INICIO.
003210     MOVE SOR-FEC-FIN TO MNT-D-FIN.
003220     DISPLAY MNT-DETALLE.
003230 3100-EXIT.
003240     EXIT.
003250
003260******************************************************************
003270* 4000-AGREGAR - KEY A NEW ORDER AND REWRITE THE FILE
003280******************************************************************
003290 4000-AGREGAR.
003300     IF CALC-SOR-COUNT >= CALC-SOR-MAX
003310         DISPLAY "STANDING ORDER TABLE IS FULL"
003320         GO TO 4000-EXIT
003330     END-IF.
003340     MOVE SPACES TO CALC-SOR-RECORD.
003350     PERFORM 7000-PEDIR-DEPTO THRU 7000-EXIT.
003360     IF SOR-DEPTO = SPACES
003370         GO TO 4000-EXIT
003380     END-IF.
003390     PERFORM 7050-PEDIR-PREFIJO THRU 7050-EXIT.
003400     MOVE 'N' TO CALC-HALLADA-SW.
003410     PERFORM 4100-BUSCAR-CLAVE THRU 4100-EXIT
003420         VARYING CALC-SOR-IDX FROM 1 BY 1
003430         UNTIL CALC-SOR-IDX > CALC-SOR-COUNT.
003440     IF CALC-HALLADA
003450         DISPLAY "DEPARTMENT " SOR-DEPTO " ALREADY HAS AN ORDER "
003460             "WITH PREFIX " SOR-PREFIJO
003470         DISPLAY SPACE
003480         GO TO 4000-EXIT
003490     END-IF.
003500     PERFORM 7500-PEDIR-DETALLE THRU 7500-EXIT.
003510     ADD 1 TO CALC-SOR-COUNT.
003520     MOVE CALC-SOR-RECORD TO CALC-SOR-ENTRADA (CALC-SOR-COUNT).
003530     PERFORM 8000-REESCRIBIR-ARCHIVO THRU 8000-EXIT.
003540     DISPLAY "ORDER " SOR-DEPTO " " SOR-PREFIJO " ADDED".
003550     DISPLAY SPACE.
003560 4000-EXIT.
003570     EXIT.
003580
003590 4100-BUSCAR-CLAVE.
003600     IF TAB-DEPTO (CALC-SOR-IDX) = SOR-DEPTO
003610             AND TAB-PREFIJO (CALC-SOR-IDX) = SOR-PREFIJO
003620         SET CALC-HALLADA TO TRUE
003630     END-IF.
003640 4100-EXIT.
003650     EXIT.
003660
003670******************************************************************
003680* 5000-CAMBIAR - RE-KEY EVERYTHING BUT THE DEPARTMENT AND PREFIX
003690*                 OF AN ORDER CHOSEN FROM THE LIST
003700******************************************************************
003710 5000-CAMBIAR.
003720     PERFORM 7900-PEDIR-NUMERO THRU 7900-EXIT.
003730     IF CALC-ENTRADA-NUM = ZERO
003740         GO TO 5000-EXIT
003750     END-IF.
003760     MOVE CALC-SOR-ENTRADA (CALC-ENTRADA-NUM) TO CALC-SOR-RECORD.
003770     DISPLAY "CHANGING ORDER " SOR-DEPTO " " SOR-PREFIJO.
003780     PERFORM 7500-PEDIR-DETALLE THRU 7500-EXIT.
003790     MOVE CALC-SOR-RECORD TO CALC-SOR-ENTRADA (CALC-ENTRADA-NUM).
003800     PERFORM 8000-REESCRIBIR-ARCHIVO THRU 8000-EXIT.
003810     DISPLAY "ORDER CHANGED".
003820     DISPLAY SPACE.
003830 5000-EXIT.
003840     EXIT.
003850
003860******************************************************************
003870* 6000-BORRAR - DELETE AN ORDER CHOSEN FROM THE LIST AND REWRITE
003880*                THE FILE
003890******************************************************************
003900 6000-BORRAR.
003910     PERFORM 7900-PEDIR-NUMERO THRU 7900-EXIT.
003920     IF CALC-ENTRADA-NUM = ZERO
003930         GO TO 6000-EXIT
003940     END-IF.
003950     MOVE CALC-SOR-ENTRADA (CALC-ENTRADA-NUM) TO CALC-SOR-RECORD.
003960     DISPLAY "DELETE ORDER " SOR-DEPTO " " SOR-PREFIJO
003970         " (Y/N)?".
003980     ACCEPT CALC-CAMPO-ENTRADA.
003990     IF CALC-CAMPO-ENTRADA (1:1) NOT = 'Y'
004000             AND CALC-CAMPO-ENTRADA (1:1) NOT = 'y'
004010         DISPLAY "NOT DELETED"
004020         DISPLAY SPACE
004030         GO TO 6000-EXIT
004040     END-IF.
004050     PERFORM 6100-SUBIR-ENTRADA THRU 6100-EXIT
004060         VARYING CALC-SOR-IDX FROM CALC-ENTRADA-NUM BY 1
004070         UNTIL CALC-SOR-IDX >= CALC-SOR-COUNT.
004080     SUBTRACT 1 FROM CALC-SOR-COUNT.
004090     PERFORM 8000-REESCRIBIR-ARCHIVO THRU 8000-EXIT.
004100     DISPLAY "ORDER DELETED".
004110     DISPLAY SPACE.
004120 6000-EXIT.
004130     EXIT.
004140
004150 6100-SUBIR-ENTRADA.
004160     MOVE CALC-SOR-ENTRADA (CALC-SOR-IDX + 1)
004170         TO CALC-SOR-ENTRADA (CALC-SOR-IDX).
004180 6100-EXIT.
004190     EXIT.
004200
004210******************************************************************
004220* 7000-PEDIR-DEPTO - ASK FOR THE DEPARTMENT CODE, BLANK TO CANCEL
004230******************************************************************
004240 7000-PEDIR-DEPTO.
004250     DISPLAY "DEPARTMENT CODE (BLANK TO CANCEL):".
004260     ACCEPT CALC-CAMPO-ENTRADA.
004270     INSPECT CALC-CAMPO-ENTRADA CONVERTING
004280         "abcdefghijklmnopqrstuvwxyz" TO
004290         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004300     MOVE CALC-CAMPO-ENTRADA (1:4) TO SOR-DEPTO.
004310 7000-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350* 7050-PEDIR-PREFIJO - ASK FOR THE FOUR-CHARACTER REFERENCE
004360*                       PREFIX.  ALL FOUR POSITIONS MUST BE
004370*                       FILLED SO THE REFERENCE ID HAS NO GAP.
004380******************************************************************
004390 7050-PEDIR-PREFIJO.
004400     DISPLAY "REFERENCE PREFIX (4 CHARACTERS):".
004410     ACCEPT CALC-CAMPO-ENTRADA.
004420     INSPECT CALC-CAMPO-ENTRADA CONVERTING
004430         "abcdefghijklmnopqrstuvwxyz" TO
004440         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004450     MOVE ZERO TO CALC-ESPACIOS.
004460     INSPECT CALC-CAMPO-ENTRADA (1:4) TALLYING CALC-ESPACIOS
004470         FOR ALL SPACE.
004480     IF CALC-ESPACIOS NOT = ZERO
004490         DISPLAY "PREFIX MUST BE EXACTLY 4 CHARACTERS"
004500         GO TO 7050-PEDIR-PREFIJO
004510     END-IF.
004520     MOVE CALC-CAMPO-ENTRADA (1:4) TO SOR-PREFIJO.
004530 7050-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570* 7100-PEDIR-OPERACION - ASK FOR THE OPERATION CODE 1-8, OR F FOR
004580*                         A FORMULA, AND THEN FOR ITS OPERANDS
004590******************************************************************
004600 7100-PEDIR-OPERACION.
004610     DISPLAY "OPERATION CODE (1-8, OR F FOR A FORMULA):".
004620     ACCEPT CALC-CAMPO-ENTRADA.
004630     IF CALC-CAMPO-ENTRADA (1:1) = 'F'
004640             OR CALC-CAMPO-ENTRADA (1:1) = 'f'
004650         MOVE 'F' TO SOR-MENU-X
004660         PERFORM 7150-PEDIR-FORMULA THRU 7150-EXIT
004670         SET CALC-SOLO-LITERAL TO TRUE
004680         MOVE "STARTING VALUE1" TO CALC-OPND-ETIQUETA
004690         PERFORM 7200-PEDIR-OPERANDO THRU 7200-EXIT
004700         MOVE CALC-OPND-X TO SOR-OPND1
004710         MOVE "STARTING VALUE2" TO CALC-OPND-ETIQUETA
004720         PERFORM 7200-PEDIR-OPERANDO THRU 7200-EXIT
004730         MOVE CALC-OPND-X TO SOR-OPND2
004740         GO TO 7100-EXIT
004750     END-IF.
004760     IF CALC-CAMPO-ENTRADA (1:1) NOT NUMERIC
004770             OR CALC-CAMPO-ENTRADA (1:1) = '0'
004780             OR CALC-CAMPO-ENTRADA (1:1) = '9'
004790         DISPLAY "OPERATION CODE MUST BE 1-8 OR F"
004800         GO TO 7100-PEDIR-OPERACION
004810     END-IF.
004820     MOVE CALC-CAMPO-ENTRADA (1:1) TO SOR-MENU-X.
004830     MOVE SPACES TO SOR-FRML-NOMBRE.
004840     MOVE 'N' TO CALC-SOLO-LITERAL-SW.
004850     MOVE "OPERAND1" TO CALC-OPND-ETIQUETA.
004860     PERFORM 7200-PEDIR-OPERANDO THRU 7200-EXIT.
004870     MOVE CALC-OPND-X TO SOR-OPND1.
004880     MOVE "OPERAND2" TO CALC-OPND-ETIQUETA.
004890     PERFORM 7200-PEDIR-OPERANDO THRU 7200-EXIT.
004900     MOVE CALC-OPND-X TO SOR-OPND2.
004910 7100-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950* 7150-PEDIR-FORMULA - ASK FOR A FORMULA NAME ON CALCFRML
004960******************************************************************
004970 7150-PEDIR-FORMULA.
004980     DISPLAY "FORMULA NAME:".
004990     ACCEPT CALC-CAMPO-ENTRADA.
005000     INSPECT CALC-CAMPO-ENTRADA CONVERTING
005010         "abcdefghijklmnopqrstuvwxyz" TO
005020         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005030     MOVE 'N' TO CALC-HALLADA-SW.
005040     PERFORM 7160-BUSCAR-FORMULA THRU 7160-EXIT
005050         VARYING CALC-FRM-IDX FROM 1 BY 1
005060         UNTIL CALC-FRM-IDX > CALC-FRM-COUNT.
005070     IF NOT CALC-HALLADA
005080         DISPLAY "FORMULA NOT ON CALCFRML"
005090         GO TO 7150-PEDIR-FORMULA
005100     END-IF.
005110     MOVE CALC-CAMPO-ENTRADA TO SOR-FRML-NOMBRE.
005120 7150-EXIT.
005130     EXIT.
005140
005150 7160-BUSCAR-FORMULA.
005160     IF CALC-FRM-NOMBRE (CALC-FRM-IDX) = CALC-CAMPO-ENTRADA
005170         SET CALC-HALLADA TO TRUE
005180     END-IF.
005190 7160-EXIT.
005200     EXIT.
005210
005220******************************************************************
005230* 7200-PEDIR-OPERANDO - ASK FOR AN OPERAND: A SIGNED LITERAL IN
005240*                        THE TRANSACTION FORMAT, OR (NOT FOR A
005250*                        FORMULA'S STARTING VALUES) A RATE NAME
005260******************************************************************
005270 7200-PEDIR-OPERANDO.
005280     IF CALC-SOLO-LITERAL
005290         DISPLAY CALC-OPND-ETIQUETA " (NNNNNNNN+/-):"
005300     ELSE
005310         DISPLAY CALC-OPND-ETIQUETA
005320             " (RATE NAME OR NNNNNNNN+/-):"
005330     END-IF.
005340     ACCEPT CALC-CAMPO-ENTRADA.
005350     INSPECT CALC-CAMPO-ENTRADA CONVERTING
005360         "abcdefghijklmnopqrstuvwxyz" TO
005370         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005380     MOVE CALC-CAMPO-ENTRADA (1:9) TO CALC-OPND-X.
005390     PERFORM 7250-REVISAR-OPERANDO THRU 7250-EXIT.
005400     IF CALC-OPND-MALO
005410         GO TO 7200-PEDIR-OPERANDO
005420     END-IF.
005430 7200-EXIT.
005440     EXIT.
005450
005460 7250-REVISAR-OPERANDO.
005470     MOVE 'N' TO CALC-OPND-MALO-SW.
005480     IF CALC-OPND-X (1:8) NUMERIC
005490             AND (CALC-OPND-X (9:1) = '+'
005500                 OR CALC-OPND-X (9:1) = '-')
005510         GO TO 7250-EXIT
005520     END-IF.
005530     IF CALC-OPND-X (1:1) ALPHABETIC
005540             AND CALC-OPND-X (1:1) NOT = SPACE
005550             AND NOT CALC-SOLO-LITERAL
005560         MOVE CALC-OPND-X TO CALC-RATE-NOMBRE
005570         CALL 'CALCRLKP' USING CALC-RATE-NOMBRE CALC-FECHA-HOY
005580             CALC-RATE-VALOR CALC-RATE-RC
005590         IF CALC-RATE-NO-HALLADA
005600             DISPLAY "WARNING - RATE '" CALC-OPND-X
005610                 "' NOT IN EFFECT ON " CALC-FECHA-HOY
005620         END-IF
005630         GO TO 7250-EXIT
005640     END-IF.
005650     SET CALC-OPND-MALO TO TRUE.
005660     IF CALC-SOLO-LITERAL
005670         DISPLAY "VALUE MUST BE A SIGNED LITERAL NNNNNNNN+ OR "
005680             "NNNNNNNN-"
005690     ELSE
005700         DISPLAY "OPERAND MUST BE A RATE NAME OR A SIGNED "
005710             "LITERAL NNNNNNNN+ OR NNNNNNNN-"
005720     END-IF.
005730 7250-EXIT.
005740     EXIT.
005750
005760******************************************************************
005770* 7300-PEDIR-FRECUENCIA - ASK FOR THE FREQUENCY AND, EXCEPT FOR
005780*                          DAILY, THE DAY IT APPLIES TO
005790******************************************************************
005800 7300-PEDIR-FRECUENCIA.
005810     DISPLAY "FREQUENCY (D=DAILY W=WEEKLY M=MONTHLY "
005820         "B=BUSINESS DAY OF MONTH):".
005830     ACCEPT CALC-CAMPO-ENTRADA.
005840     INSPECT CALC-CAMPO-ENTRADA CONVERTING
005850         "abcdefghijklmnopqrstuvwxyz" TO
005860         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005870     MOVE CALC-CAMPO-ENTRADA (1:1) TO SOR-FRECUENCIA.
005880     IF NOT SOR-DIARIA AND NOT SOR-SEMANAL
005890             AND NOT SOR-MENSUAL AND NOT SOR-DIA-HABIL
005900         DISPLAY "FREQUENCY MUST BE D, W, M OR B"
005910         GO TO 7300-PEDIR-FRECUENCIA
005920     END-IF.
005930     MOVE ZERO TO SOR-DIA.
005940     IF SOR-DIARIA
005950         GO TO 7300-EXIT
005960     END-IF.
005970     IF SOR-SEMANAL
005980         MOVE 7 TO CALC-DIA-MAX
005990         DISPLAY "DAY OF THE WEEK (1=MONDAY .. 7=SUNDAY):"
006000     END-IF.
006010     IF SOR-MENSUAL
006020         MOVE 31 TO CALC-DIA-MAX
006030         DISPLAY "DAY OF THE MONTH (1-31):"
006040     END-IF.
006050     IF SOR-DIA-HABIL
006060         MOVE 23 TO CALC-DIA-MAX
006070         DISPLAY "BUSINESS DAY OF THE MONTH (1-23):"
006080     END-IF.
006090     PERFORM 7350-PEDIR-DIA THRU 7350-EXIT.
006100 7300-EXIT.
006110     EXIT.
006120
006130 7350-PEDIR-DIA.
006140     ACCEPT CALC-CAMPO-ENTRADA.
006150     IF CALC-CAMPO-ENTRADA (2:1) = SPACE
006160         MOVE CALC-CAMPO-ENTRADA (1:1) TO CALC-CAMPO-ENTRADA (2:1)
006170         MOVE '0' TO CALC-CAMPO-ENTRADA (1:1)
006180     END-IF.
006190     IF CALC-CAMPO-ENTRADA (1:2) NOT NUMERIC
006200         DISPLAY "DAY MUST BE 1-" CALC-DIA-MAX
006210         GO TO 7350-PEDIR-DIA
006220     END-IF.
006230     MOVE CALC-CAMPO-ENTRADA (1:2) TO SOR-DIA.
006240     IF SOR-DIA < 1 OR SOR-DIA > CALC-DIA-MAX
006250         DISPLAY "DAY MUST BE 1-" CALC-DIA-MAX
006260         GO TO 7350-PEDIR-DIA
006270     END-IF.
006280 7350-EXIT.
006290     EXIT.
006300
006310******************************************************************
006320* 7400-PEDIR-FECHAS - ASK FOR THE START DATE (BLANK FOR THE
006330*                      BUSINESS DATE) AND THE END DATE (BLANK FOR
006340*                      OPEN-ENDED)
006350******************************************************************
006360 7400-PEDIR-FECHAS.
006370     DISPLAY "START DATE (YYYYMMDD, BLANK FOR " CALC-FECHA-HOY
006380         "):".
006390     ACCEPT CALC-CAMPO-ENTRADA.
006400     IF CALC-CAMPO-ENTRADA = SPACES
006410         MOVE CALC-FECHA-HOY TO SOR-FEC-INICIO
006420         GO TO 7450-PEDIR-FIN
006430     END-IF.
006440     IF CALC-CAMPO-ENTRADA (1:8) NOT NUMERIC
006450         DISPLAY "INVALID DATE - PLEASE ENTER YYYYMMDD"
006460         GO TO 7400-PEDIR-FECHAS
006470     END-IF.
006480     MOVE CALC-CAMPO-ENTRADA (1:8) TO SOR-FEC-INICIO.
006490 7450-PEDIR-FIN.
006500     DISPLAY "END DATE (YYYYMMDD, BLANK FOR NONE):".
006510     ACCEPT CALC-CAMPO-ENTRADA.
006520     IF CALC-CAMPO-ENTRADA = SPACES
006530         MOVE ZERO TO SOR-FEC-FIN
006540         GO TO 7400-EXIT
006550     END-IF.
006560     IF CALC-CAMPO-ENTRADA (1:8) NOT NUMERIC
006570         DISPLAY "INVALID DATE - PLEASE ENTER YYYYMMDD"
006580         GO TO 7450-PEDIR-FIN
006590     END-IF.
006600     MOVE CALC-CAMPO-ENTRADA (1:8) TO SOR-FEC-FIN.
006610     IF SOR-FEC-FIN < SOR-FEC-INICIO
006620         DISPLAY "END DATE MAY NOT BE BEFORE THE START DATE"
006630         GO TO 7450-PEDIR-FIN
006640     END-IF.
006650 7400-EXIT.
006660     EXIT.
006670
006680******************************************************************
006690* 7500-PEDIR-DETALLE - KEY EVERYTHING BEHIND THE DEPARTMENT AND
006700*                       PREFIX, AND STAMP THE OPERATOR AND DATE
006710******************************************************************
006720 7500-PEDIR-DETALLE.
006730     PERFORM 7100-PEDIR-OPERACION THRU 7100-EXIT.
006740     PERFORM 7300-PEDIR-FRECUENCIA THRU 7300-EXIT.
006750     PERFORM 7400-PEDIR-FECHAS THRU 7400-EXIT.
006760     ACCEPT CALC-FECHA-WS FROM DATE YYYYMMDD.
006770     MOVE CALC-OPERADOR-ID TO SOR-CAPTURO.
006780     MOVE CALC-FECHA-WS TO SOR-FEC-CAPTURA.
006790 7500-EXIT.
006800     EXIT.
006810
006820******************************************************************
006830* 7900-PEDIR-NUMERO - ASK FOR AN ORDER NUMBER FROM THE LIST,
006840*                      ZERO OR BLANK TO CANCEL
006850******************************************************************
006860 7900-PEDIR-NUMERO.
006870     DISPLAY "ORDER NUMBER (FROM LIST, BLANK TO CANCEL):".
006880     ACCEPT CALC-CAMPO-ENTRADA.
006890     IF CALC-CAMPO-ENTRADA = SPACES
006900         MOVE ZERO TO CALC-ENTRADA-NUM
006910         GO TO 7900-EXIT
006920     END-IF.
006930     IF CALC-CAMPO-ENTRADA (1:4) NOT NUMERIC
006940         DISPLAY "INVALID ORDER NUMBER"
006950         GO TO 7900-PEDIR-NUMERO
006960     END-IF.
006970     MOVE CALC-CAMPO-ENTRADA (1:4) TO CALC-ENTRADA-NUM.
006980     IF CALC-ENTRADA-NUM = ZERO
006990         GO TO 7900-EXIT
007000     END-IF.
007010     IF CALC-ENTRADA-NUM > CALC-SOR-COUNT
007020         DISPLAY "NO SUCH ORDER"
007030         GO TO 7900-PEDIR-NUMERO
007040     END-IF.
007050 7900-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090* 8000-REESCRIBIR-ARCHIVO - REWRITE CALCSORD FROM THE TABLE
007100******************************************************************
007110 8000-REESCRIBIR-ARCHIVO.
007120     OPEN OUTPUT CALC-SOR-FILE.
007130     IF CALC-SOR-FS NOT = "00" AND CALC-SOR-FS NOT = "05"
007140         DISPLAY "CALCSMNT: UNABLE TO REWRITE CALCSORD - STATUS "
007150             CALC-SOR-FS
007160         STOP RUN
007170     END-IF.
007180     PERFORM 8100-GRABAR-ORDEN THRU 8100-EXIT
007190         VARYING CALC-SOR-IDX FROM 1 BY 1
007200         UNTIL CALC-SOR-IDX > CALC-SOR-COUNT.
007210     CLOSE CALC-SOR-FILE.
007220 8000-EXIT.
007230     EXIT.
007240
007250 8100-GRABAR-ORDEN.
007260     MOVE CALC-SOR-ENTRADA (CALC-SOR-IDX) TO SOR-FD-RECORD.
007270     WRITE SOR-FD-RECORD.
007280     IF CALC-SOR-FS NOT = "00"
007290         DISPLAY "CALCSMNT: UNABLE TO WRITE CALCSORD - STATUS "
007300             CALC-SOR-FS
007310         STOP RUN
007320     END-IF.
007330 8100-EXIT.
007340     EXIT.
007350
007360 END PROGRAM CALCSMNT.
