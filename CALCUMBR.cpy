000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Large-value release threshold record (CALCUMBR
000160*               file).  One record per limit: an operation name
000170*               as CALCGLEX writes it to GLD-OPERACION (SUMAR
000180*               through RAIZ CUADRADA, or FORMULA), a department
000190*               code, or both.  A blank operation applies to
000200*               every operation and a blank department to every
000210*               department, so a record with both blank is the
000220*               house-wide limit.  A detail whose result, either
000230*               sign, is over the LOWEST limit that applies to it
000240*               is held by CALCGLEX instead of being transmitted.
000250*               A detail no limit applies to is never held.
000260* Modification History:
000270*   2026-10-15 DR  Initial version.
000280******************************************************************
000290 01  CALC-UMB-RECORD.
000300     05  UMB-OPERACION             PIC X(13).
000310     05  UMB-DEPTO                 PIC X(04).
000320     05  UMB-LIMITE                PIC 9(6)V99.
