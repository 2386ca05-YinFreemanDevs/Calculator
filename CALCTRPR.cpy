000242*   2026-09-02 DR  Added the OVF reason - CALCOPS reported an
000244*                  arithmetic overflow, so the record is rejected
000246*                  instead of posted with a truncated result.
000247*   2026-10-15 DR  Added the reversal reasons: RNF - the posting
000248*                  a reversal names is not on the CALCPIDX
000249*                  posting index; RRV - that posting has already
000250*                  been reversed, or is itself a reversal.
000251*   2026-10-15 DR  Added the DUP reason - the department and
000252*                  reference id already posted on an earlier
000253*                  business date (CALCPIDX duplicate register)
000254*                  and no supervisor override is on CALCDAUT.
000255*                  TRNP-RES still carries the result the record
000256*                  would have posted, so the balance can account
000257*                  for the withheld work.  TRNP-DUP-FECHA names
000258*                  the earlier posting date; TRNP-FORZADO-POR
000259*                  names the supervisor when a duplicate was
000260*                  let through under an override.
000250******************************************************************
000260 01  TRNP-SALIDA.
000270     05  TRNP-MOTIVO               PIC X(03).
000330         88  TRNP-FORMULA-DESCONOCIDA VALUE 'FNF'.
000340         88  TRNP-FORMULA-ERROR    VALUE 'FRM'.
000342         88  TRNP-OVERFLOW         VALUE 'OVF'.
000344         88  TRNP-REVERSO-NO-HALLADO VALUE 'RNF'.
000346         88  TRNP-YA-REVERTIDO     VALUE 'RRV'.
000348         88  TRNP-DUPLICADO        VALUE 'DUP'.
000350     05  TRNP-MENU-SALIDA          PIC X(01).
000360     05  TRNP-NUM1-SALIDA          PIC S9(6)V99
000370                                    SIGN IS TRAILING SEPARATE.
000390                                    SIGN IS TRAILING SEPARATE.
000400     05  TRNP-RES                  PIC S9(6)V99
000410                                    SIGN IS TRAILING SEPARATE.
000420     05  TRNP-DUP-FECHA            PIC 9(08).
000430     05  TRNP-FORZADO-POR          PIC X(08).
