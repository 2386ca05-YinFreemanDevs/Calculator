000239*                  each department gets its rejects back by name,
000240*                  and REJ-TRANS widened to X(43) to track the
000241*                  new CALCTRNR record length.
000242*   2026-10-15 DR  Added the RNF (reversal names a posting not on
000243*                  CALCPIDX) and RRV (posting already reversed)
000244*                  reasons.
000245*   2026-10-15 DR  Added the DUP reason - department and
000246*                  reference id already posted on an earlier
000247*                  business date (cross-day duplicate).
000242******************************************************************
000240 01  CALC-REJ-RECORD.
000250     05  REJ-RECNO                 PIC 9(08).
000294         88  REJ-FORMULA-DESCONOCIDA VALUE 'FNF'.
000296         88  REJ-FORMULA-ERROR     VALUE 'FRM'.
000298         88  REJ-OVERFLOW          VALUE 'OVF'.
000299         88  REJ-REVERSO-NO-HALLADO VALUE 'RNF'.
000300         88  REJ-YA-REVERTIDO      VALUE 'RRV'.
000301         88  REJ-DUPLICADO         VALUE 'DUP'.
000299     05  REJ-DEPTO                 PIC X(04).
000300     05  REJ-REFERENCIA            PIC X(10).
000310     05  REJ-TRANS                 PIC X(43).
