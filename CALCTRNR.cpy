000231*                  Carried untouched through TRANS-OUT-RECORD,
000232*                  the CALCREJ reject record and the CALCGLIF
000233*                  type-2 detail.  Blank on old-format records.
000234*   2026-10-15 DR  Added the reversal record type: an R in the
000235*                  first position cancels an earlier posting,
000236*                  named by its reference id and business date in
000237*                  the TIN-DATOS-REV view.  The department code
000238*                  is the original's; TIN-REFERENCIA is the
000239*                  reversal's own reference id.
000234******************************************************************
000230 01  TRANS-IN-RECORD.
000240     05  TIN-MENU                  PIC 9.
000242     05  TIN-MENU-X REDEFINES TIN-MENU
000244                                   PIC X(01).
000246         88  TIN-ES-FORMULA        VALUE 'F'.
000247         88  TIN-ES-REVERSO        VALUE 'R'.
000248     05  TIN-DATOS                 PIC X(28).
000250     05  TIN-DATOS-OP REDEFINES TIN-DATOS.
000252         10  TIN-NUM1              PIC S9(6)V99
000276                                    SIGN IS TRAILING SEPARATE.
000278         10  TIN-FRML-NUM2         PIC S9(6)V99
000280                                    SIGN IS TRAILING SEPARATE.
000281     05  TIN-DATOS-REV REDEFINES TIN-DATOS.
000282         10  TIN-REV-REFERENCIA    PIC X(10).
000283         10  TIN-REV-FECHA         PIC 9(08).
000284         10  TIN-REV-FECHA-X REDEFINES TIN-REV-FECHA
000285                                   PIC X(08).
000286         10  FILLER                PIC X(10).
000282     05  TIN-DEPTO                 PIC X(04).
000284     05  TIN-REFERENCIA            PIC X(10).
