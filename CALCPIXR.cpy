000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Posting index record (CALCPIDX indexed file).
000160*               One record per batch posting that carried a
000170*               reference id, keyed by department, reference id
000180*               and the business date it posted on: the output
000190*               operation character, the operands, the result
000200*               and a link.  On an original posting the link is
000210*               empty until a reversal cancels it, and then
000220*               names that reversal; on a posted reversal (R)
000230*               the link names the original it cancels.  Written
000240*               through CALCPIXM by CALCBATCH and CALCRSUB, read
000250*               through CALCPIXM by CALCTRNP, CALCGLEX and
000260*               CALCINQ.
000270* Modification History:
000280*   2026-10-15 DR  Initial version.
000282*   2026-10-15 DR  Also the cross-day duplicate register: a
000284*                  department/reference id already on file under
000286*                  an earlier business date is a resend.  Kept
000288*                  for the CALCPRET retention by CALCARCH.
000290******************************************************************
000300 01  CALC-PIX-RECORD.
000310     05  PIX-CLAVE.
000320         10  PIX-DEPTO             PIC X(04).
000330         10  PIX-REFERENCIA        PIC X(10).
000340         10  PIX-FECHA             PIC 9(08).
000350     05  PIX-MENU                  PIC X(01).
000360         88  PIX-ES-REVERSO        VALUE 'R'.
000370     05  PIX-NUM1                  PIC S9(6)V99
000380                                    SIGN IS TRAILING SEPARATE.
000390     05  PIX-NUM2                  PIC S9(6)V99
000400                                    SIGN IS TRAILING SEPARATE.
000410     05  PIX-RES                   PIC S9(6)V99
000420                                    SIGN IS TRAILING SEPARATE.
000430     05  PIX-ENLACE.
000440         10  PIX-ENLACE-REFERENCIA PIC X(10).
000450         10  PIX-ENLACE-FECHA      PIC 9(08).
