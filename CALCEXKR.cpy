000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Exception acknowledgment record (CALCEXAJ
000160*               journal).  Appended by CALCEXAK when the shift
000170*               lead acknowledges an exception: the exception
000180*               number (its position on CALCEXCP), the business
000190*               date, time and program of the exception as it
000200*               was shown - so an acknowledgment can never be
000210*               matched to a different record - the operator id
000220*               and the date and time it was acknowledged, and
000230*               the action the shift lead noted.  Read by the
000240*               CALCEXRP morning report to tell acknowledged
000250*               exceptions from open ones.
000260* Modification History:
000270*   2026-10-15 DR  Initial version.
000280******************************************************************
000290 01  CALC-EXK-RECORD.
000300     05  EXK-NUMERO                PIC 9(08).
000310     05  EXK-EXC-FECHA             PIC 9(08).
000320     05  EXK-EXC-HORA              PIC 9(08).
000330     05  EXK-EXC-PROGRAMA          PIC X(08).
000340     05  EXK-OPERADOR              PIC X(08).
000350     05  EXK-FECHA                 PIC 9(08).
000360     05  EXK-HORA                  PIC 9(08).
000370     05  EXK-NOTA                  PIC X(40).
