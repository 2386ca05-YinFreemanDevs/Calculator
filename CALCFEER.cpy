000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Chargeback fee record (CALCFEES file).  One entry
000160*               per operation billed to the departments - the
000170*               eight CALCOPS operation names SUMAR through RAIZ
000180*               CUADRADA, FORMULA for a CALCFRML formula run and
000190*               REVERSO for a posted reversal - with the charge
000200*               per calculation and effective dates on the same
000210*               rules as CALCRATE: the entry with the latest
000220*               effective date not after the posting date that
000230*               has not expired applies, and an expiry date of
000240*               zero means the fee is open-ended.
000250* Modification History:
000260*   2026-10-15 DR  Initial version.
000270******************************************************************
000280 01  CALC-FEE-RECORD.
000290     05  FEE-OPERACION             PIC X(13).
000300     05  FEE-TARIFA                PIC S9(4)V9999
000310                                    SIGN IS TRAILING SEPARATE.
000320     05  FEE-FEC-EFECTIVA          PIC 9(08).
000330     05  FEE-FEC-EXPIRA            PIC 9(08).
