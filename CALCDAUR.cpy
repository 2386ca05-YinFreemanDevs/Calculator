000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Duplicate override record (CALCDAUT file).  One
000160*               record per department/reference id a supervisor
000170*               has forced through the cross-day duplicate check
000180*               for one business date: who authorized it, when,
000190*               and why.  Appended by CALCDFRZ and never
000200*               rewritten, so the file is the audit trail of
000210*               every override; read through CALCDALK by
000220*               CALCTRNP and CALCEDIT.
000230* Modification History:
000240*   2026-10-15 DR  Initial version.
000250******************************************************************
000260 01  CALC-DAU-RECORD.
000270     05  DAU-DEPTO                 PIC X(04).
000280     05  DAU-REFERENCIA            PIC X(10).
000290     05  DAU-FECHA                 PIC 9(08).
000300     05  DAU-AUTORIZO              PIC X(08).
000310     05  DAU-FECHA-CAPTURA         PIC 9(08).
000320     05  DAU-HORA-CAPTURA          PIC 9(08).
000330     05  DAU-MOTIVO                PIC X(30).
