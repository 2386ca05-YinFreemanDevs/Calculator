000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Operations exception acknowledgment.  The shift
000160*               lead signs on against CALCOPER and is shown, in
000170*               the order they were raised, every exception on
000180*               CALCEXCP not yet acknowledged - its number,
000190*               business date, time, program, severity, code and
000200*               text - and acknowledges it, skips it for now or
000210*               quits the session.  An acknowledgment takes a
000220*               short note of the action taken and is appended
000230*               at once to the CALCEXAJ journal with the
000240*               operator id and the date and time, so the
000250*               auditors can be shown who saw each problem and
000260*               when.  CALCEXCP itself is never rewritten.
000270* Tectonics:    cobc
000280* Modification History:
000290*   2026-10-15 DR  Initial version.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CALCEXAK.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CALC-OPER-FILE ASSIGN TO "CALCOPER"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS CALC-OPER-FS.
000400
000410     SELECT OPTIONAL CALC-EXC-FILE ASSIGN TO "CALCEXCP"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CALC-EXC-FS.
000440
000450     SELECT OPTIONAL CALC-EXAJ-FILE ASSIGN TO "CALCEXAJ"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CALC-EXAJ-FS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CALC-OPER-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 COPY CALCOPRR.
000540
000550 FD  CALC-EXC-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 COPY CALCEXCR.
000580
000590 FD  CALC-EXAJ-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY CALCEXKR.
000620
000630 WORKING-STORAGE SECTION.
000640 01  CALC-OPER-FS                  PIC X(02).
000650 01  CALC-EXC-FS                   PIC X(02).
000660 01  CALC-EXAJ-FS                  PIC X(02).
000670
000680 01  CALC-SWITCHES.
000690     05  CALC-EOF-SW               PIC X(01) VALUE 'N'.
000700         88  CALC-FIN-ARCHIVO      VALUE 'Y'.
000710     05  CALC-SALIR-SW             PIC X(01) VALUE 'N'.
000720         88  CALC-SALIR            VALUE 'Y'.
000730     05  CALC-ACUSADA-SW           PIC X(01) VALUE 'N'.
000740         88  CALC-ACUSADA          VALUE 'Y'.
000750
000760 77  CALC-ACK-COUNT                PIC 9(06) COMP VALUE ZERO.
000770 77  CALC-ACK-MAX                  PIC 9(06) COMP VALUE 9000.
000780 77  CALC-ACK-IDX                  PIC 9(06) COMP VALUE ZERO.
000790 77  CALC-EXC-NUMERO               PIC 9(08) VALUE ZERO.
000800 77  CALC-ABIERTAS-COUNT           PIC 9(06) VALUE ZERO.
000810 77  CALC-ACUSADAS-COUNT           PIC 9(06) VALUE ZERO.
000820 77  CALC-SALTADAS-COUNT           PIC 9(06) VALUE ZERO.
000830 77  CALC-FECHA-WS                 PIC 9(08) VALUE ZERO.
000840 77  CALC-HORA-WS                  PIC 9(08) VALUE ZERO.
000850
000860 01  CALC-OPERADOR-ID              PIC X(08).
000870 01  CALC-RESPUESTA                PIC X(01).
000880 01  CALC-NOTA                     PIC X(40).
000890 01  CALC-SEVERIDAD-TEXTO          PIC X(11).
000900
000910 01  CALC-HORA-EXC                 PIC 9(08).
000920 01  CALC-HORA-EXC-R REDEFINES CALC-HORA-EXC.
000930     05  CALC-HORA-HH              PIC 9(02).
000940     05  CALC-HORA-MM              PIC 9(02).
000950     05  CALC-HORA-SS              PIC 9(02).
000960     05  FILLER                    PIC 9(02).
000970
000980 01  HORA-EDIT.
000990     05  HORA-EDIT-HH              PIC 9(02).
001000     05  FILLER                    PIC X(01) VALUE ":".
001010     05  HORA-EDIT-MM              PIC 9(02).
001020     05  FILLER                    PIC X(01) VALUE ":".
001030     05  HORA-EDIT-SS              PIC 9(02).
001040
001050* EVERY ACKNOWLEDGMENT ON THE JOURNAL - THE EXCEPTION NUMBER AND
001060* THE DATE, TIME AND PROGRAM IT WAS GIVEN FOR
001070 01  CALC-ACK-TABLA.
001080     05  CALC-ACK-ENTRADA          OCCURS 9000 TIMES.
001090         10  TAK-NUMERO            PIC 9(08).
001100         10  TAK-CLAVE             PIC X(24).
001110
001120 PROCEDURE DIVISION.
001130
001140******************************************************************
001150* 0000-MAINLINE
001160******************************************************************
001170 0000-MAINLINE.
001180     PERFORM 0500-FIRMAR-OPERADOR THRU 0500-EXIT.
001190     PERFORM 1000-CARGAR-ACUSES THRU 1000-EXIT.
001200     OPEN INPUT CALC-EXC-FILE.
001210     IF CALC-EXC-FS NOT = "00" AND CALC-EXC-FS NOT = "05"
001220         DISPLAY "CALCEXAK: UNABLE TO OPEN CALCEXCP - STATUS "
001230             CALC-EXC-FS
001240         STOP RUN
001250     END-IF.
001260     DISPLAY "CALCEXAK - OPERATIONS EXCEPTION ACKNOWLEDGMENT".
001270     PERFORM 2000-REVISAR-EXCEPCION THRU 2000-EXIT
001280         UNTIL CALC-FIN-ARCHIVO OR CALC-SALIR.
001290     CLOSE CALC-EXC-FILE.
001300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001310     STOP RUN.
001320
001330******************************************************************
001340* 0500-FIRMAR-OPERADOR - THE SHIFT LEAD SIGNS ON AGAINST
001350*                         CALCOPER; THE ID IS STAMPED ON EVERY
001360*                         ACKNOWLEDGMENT
001370******************************************************************
001380 0500-FIRMAR-OPERADOR.
001390     DISPLAY "SHIFT LEAD ID:".
001400     ACCEPT CALC-OPERADOR-ID.
001410     INSPECT CALC-OPERADOR-ID CONVERTING
001420         "abcdefghijklmnopqrstuvwxyz" TO
001430         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001440     OPEN INPUT CALC-OPER-FILE.
001450     IF CALC-OPER-FS NOT = "00"
001460         DISPLAY "CALCEXAK: UNABLE TO OPEN CALCOPER - STATUS "
001470             CALC-OPER-FS
001480         STOP RUN
001490     END-IF.
001500 0550-BUSCAR-OPERADOR.
001510     READ CALC-OPER-FILE
001520         AT END
001530             CLOSE CALC-OPER-FILE
001540             DISPLAY "OPERATOR NOT ON FILE - TRY AGAIN"
001550             GO TO 0500-FIRMAR-OPERADOR
001560     END-READ.
001570     IF OPR-ID NOT = CALC-OPERADOR-ID
001580         GO TO 0550-BUSCAR-OPERADOR
001590     END-IF.
001600     CLOSE CALC-OPER-FILE.
001610     DISPLAY "SIGNED ON: " CALC-OPERADOR-ID " " OPR-NOMBRE.
001620 0500-EXIT.
001630     EXIT.
001640
001650******************************************************************
001660* 1000-CARGAR-ACUSES - READ THE CALCEXAJ JOURNAL INTO THE TABLE
001670******************************************************************
001680 1000-CARGAR-ACUSES.
001690     OPEN INPUT CALC-EXAJ-FILE.
001700     IF CALC-EXAJ-FS NOT = "00" AND CALC-EXAJ-FS NOT = "05"
001710         DISPLAY "CALCEXAK: UNABLE TO OPEN CALCEXAJ - STATUS "
001720             CALC-EXAJ-FS
001730         STOP RUN
001740     END-IF.
001750     PERFORM 1100-LEER-ACUSE THRU 1100-EXIT
001760         UNTIL CALC-FIN-ARCHIVO.
001770     CLOSE CALC-EXAJ-FILE.
001780     MOVE 'N' TO CALC-EOF-SW.
001790 1000-EXIT.
001800     EXIT.
001810
001820 1100-LEER-ACUSE.
001830     READ CALC-EXAJ-FILE
001840         AT END
001850             SET CALC-FIN-ARCHIVO TO TRUE
001860             GO TO 1100-EXIT
001870     END-READ.
001880     PERFORM 1200-ANOTAR-ACUSE THRU 1200-EXIT.
001890 1100-EXIT.
001900     EXIT.
001910
001920 1200-ANOTAR-ACUSE.
001930     IF CALC-ACK-COUNT >= CALC-ACK-MAX
001940         DISPLAY "CALCEXAK: ACKNOWLEDGMENT TABLE FULL - RAISE "
001950             "CALC-ACK-MAX"
001960         STOP RUN
001970     END-IF.
001980     ADD 1 TO CALC-ACK-COUNT.
001990     MOVE EXK-NUMERO TO TAK-NUMERO (CALC-ACK-COUNT).
002000     MOVE EXK-EXC-FECHA TO TAK-CLAVE (CALC-ACK-COUNT) (1:8).
002010     MOVE EXK-EXC-HORA TO TAK-CLAVE (CALC-ACK-COUNT) (9:8).
002020     MOVE EXK-EXC-PROGRAMA TO TAK-CLAVE (CALC-ACK-COUNT) (17:8).
002030 1200-EXIT.
002040     EXIT.
002050
002060******************************************************************
002070* 2000-REVISAR-EXCEPCION - READ THE NEXT EXCEPTION AND, IF NO
002080*                           ONE HAS ACKNOWLEDGED IT, SHOW IT AND
002090*                           TAKE THE SHIFT LEAD'S ANSWER
002100******************************************************************
002110 2000-REVISAR-EXCEPCION.
002120     READ CALC-EXC-FILE
002130         AT END
002140             SET CALC-FIN-ARCHIVO TO TRUE
002150             GO TO 2000-EXIT
002160     END-READ.
002170     ADD 1 TO CALC-EXC-NUMERO.
002180     MOVE 'N' TO CALC-ACUSADA-SW.
002190     PERFORM 2100-BUSCAR-ACUSE THRU 2100-EXIT
002200         VARYING CALC-ACK-IDX FROM 1 BY 1
002210         UNTIL CALC-ACK-IDX > CALC-ACK-COUNT
002220             OR CALC-ACUSADA.
002230     IF CALC-ACUSADA
002240         GO TO 2000-EXIT
002250     END-IF.
002260     ADD 1 TO CALC-ABIERTAS-COUNT.
002270     MOVE "INFORMATION" TO CALC-SEVERIDAD-TEXTO.
002280     IF EXC-CRITICA
002290         MOVE "CRITICAL" TO CALC-SEVERIDAD-TEXTO
002300     END-IF.
002310     IF EXC-AVISO
002320         MOVE "WARNING" TO CALC-SEVERIDAD-TEXTO
002330     END-IF.
002340     MOVE EXC-HORA TO CALC-HORA-EXC.
002350     MOVE CALC-HORA-HH TO HORA-EDIT-HH.
002360     MOVE CALC-HORA-MM TO HORA-EDIT-MM.
002370     MOVE CALC-HORA-SS TO HORA-EDIT-SS.
002380     DISPLAY SPACE.
002390     DISPLAY "EXCEPTION " CALC-EXC-NUMERO " - " EXC-FECHA " "
002400         HORA-EDIT " " EXC-PROGRAMA " " EXC-CODIGO " "
002410         CALC-SEVERIDAD-TEXTO.
002420     DISPLAY "  " EXC-TEXTO.
002430 2050-PEDIR-RESPUESTA.
002440     DISPLAY "ACKNOWLEDGE, SKIP OR QUIT (A/S/Q):".
002450     ACCEPT CALC-RESPUESTA.
002460     INSPECT CALC-RESPUESTA CONVERTING "asq" TO "ASQ".
002470     IF CALC-RESPUESTA = 'A'
002480         PERFORM 3000-ANOTAR-ACUSE THRU 3000-EXIT
002490         ADD 1 TO CALC-ACUSADAS-COUNT
002500         DISPLAY "ACKNOWLEDGED BY " CALC-OPERADOR-ID
002510         GO TO 2000-EXIT
002520     END-IF.
002530     IF CALC-RESPUESTA = 'S'
002540         ADD 1 TO CALC-SALTADAS-COUNT
002550         DISPLAY "SKIPPED - LEFT OPEN"
002560         GO TO 2000-EXIT
002570     END-IF.
002580     IF CALC-RESPUESTA = 'Q'
002590         SET CALC-SALIR TO TRUE
002600         GO TO 2000-EXIT
002610     END-IF.
002620     GO TO 2050-PEDIR-RESPUESTA.
002630 2000-EXIT.
002640     EXIT.
002650
002660 2100-BUSCAR-ACUSE.
002670     IF TAK-NUMERO (CALC-ACK-IDX) = CALC-EXC-NUMERO
002680             AND TAK-CLAVE (CALC-ACK-IDX) (1:8) = EXC-FECHA
002690             AND TAK-CLAVE (CALC-ACK-IDX) (9:8) = EXC-HORA
002700             AND TAK-CLAVE (CALC-ACK-IDX) (17:8) = EXC-PROGRAMA
002710         SET CALC-ACUSADA TO TRUE
002720     END-IF.
002730 2100-EXIT.
002740     EXIT.
002750
002760******************************************************************
002770* 3000-ANOTAR-ACUSE - TAKE THE NOTE OF THE ACTION TAKEN AND
002780*                      APPEND THE ACKNOWLEDGMENT TO THE JOURNAL
002790******************************************************************
002800 3000-ANOTAR-ACUSE.
002810     DISPLAY "ACTION TAKEN (UP TO 40 CHARACTERS):".
002820     MOVE SPACES TO CALC-NOTA.
002830     ACCEPT CALC-NOTA.
002840     IF CALC-NOTA = SPACES
002850         DISPLAY "A NOTE OF THE ACTION TAKEN IS REQUIRED"
002860         GO TO 3000-ANOTAR-ACUSE
002870     END-IF.
002880     ACCEPT CALC-FECHA-WS FROM DATE YYYYMMDD.
002890     ACCEPT CALC-HORA-WS FROM TIME.
002900     MOVE CALC-EXC-NUMERO TO EXK-NUMERO.
002910     MOVE EXC-FECHA TO EXK-EXC-FECHA.
002920     MOVE EXC-HORA TO EXK-EXC-HORA.
002930     MOVE EXC-PROGRAMA TO EXK-EXC-PROGRAMA.
002940     MOVE CALC-OPERADOR-ID TO EXK-OPERADOR.
002950     MOVE CALC-FECHA-WS TO EXK-FECHA.
002960     MOVE CALC-HORA-WS TO EXK-HORA.
002970     MOVE CALC-NOTA TO EXK-NOTA.
002980     OPEN EXTEND CALC-EXAJ-FILE.
002990     IF CALC-EXAJ-FS NOT = "00" AND CALC-EXAJ-FS NOT = "05"
003000         DISPLAY "CALCEXAK: UNABLE TO OPEN CALCEXAJ - STATUS "
003010             CALC-EXAJ-FS
003020         STOP RUN
003030     END-IF.
003040     WRITE CALC-EXK-RECORD.
003050     IF CALC-EXAJ-FS NOT = "00"
003060         DISPLAY "CALCEXAK: UNABLE TO WRITE CALCEXAJ - STATUS "
003070             CALC-EXAJ-FS
003080         STOP RUN
003090     END-IF.
003100     CLOSE CALC-EXAJ-FILE.
003110     PERFORM 1200-ANOTAR-ACUSE THRU 1200-EXIT.
003120 3000-EXIT.
003130     EXIT.
003140
003150******************************************************************
003160* 9000-TERMINATE - REPORT WHAT THE SESSION DID
003170******************************************************************
003180 9000-TERMINATE.
003190     DISPLAY SPACE.
003200     IF CALC-SALIR
003210         DISPLAY "CALCEXAK: SESSION ENDED BY THE SHIFT LEAD"
003220     END-IF.
003230     DISPLAY "CALCEXAK: " CALC-ABIERTAS-COUNT
003240         " OPEN EXCEPTIONS SHOWN, "
003250         CALC-ACUSADAS-COUNT " ACKNOWLEDGED, "
003260         CALC-SALTADAS-COUNT " SKIPPED".
003270 9000-EXIT.
003280     EXIT.
003290
003300 END PROGRAM CALCEXAK.
