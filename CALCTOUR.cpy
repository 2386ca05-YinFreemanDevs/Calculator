000232*                  type-2 detail and the new per-department
000233*                  CALCRPT section know whose work each posted
000234*                  result is.
000235*   2026-10-15 DR  Added the posted reversal: R in the operation
000236*                  position, the negated result in TOUT-RES, and
000237*                  the reference id and business date of the
000238*                  posting it cancels in the TOUT-DATOS-REV view
000239*                  over the operand area.  TOUT-NUM1/TOUT-NUM2
000240*                  grouped under TOUT-DATOS to carry the view;
000241*                  the record layout is unchanged.
000235******************************************************************
000240 01  TRANS-OUT-RECORD.
000250     05  TOUT-MENU                 PIC 9.
000252     05  TOUT-MENU-X REDEFINES TOUT-MENU
000254                                   PIC X(01).
000256         88  TOUT-ES-FORMULA       VALUE 'F'.
000260         88  TOUT-ES-REVERSO       VALUE 'R'.
000263     05  TOUT-DATOS.
000266         10  TOUT-NUM1             PIC S9(6)V99
000270                                    SIGN IS TRAILING SEPARATE.
000280         10  TOUT-NUM2             PIC S9(6)V99
000290                                    SIGN IS TRAILING SEPARATE.
000292     05  TOUT-DATOS-REV REDEFINES TOUT-DATOS.
000294         10  TOUT-REV-REFERENCIA   PIC X(10).
000296         10  TOUT-REV-FECHA        PIC 9(08).
000300     05  TOUT-RES                  PIC -9(6).99.
000310     05  TOUT-DEPTO                PIC X(04).
000320     05  TOUT-REFERENCIA           PIC X(10).
