000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Operations exception record (CALCEXCP file).
000160*               One record per warning or failure raised by any
000170*               program of the suite, appended through CALCEXLG
000180*               alongside the console message: the business date,
000190*               the time, the program, the severity, a short
000200*               message code and the message text.  The file is
000210*               never rewritten - an exception is known by its
000220*               position on the file, its exception number, and
000230*               is acknowledged by a separate CALCEXAJ journal
000240*               record (CALCEXKR) naming that number.
000250*               Severities:  C - critical: a step failed, was
000260*                                refused or is out of balance
000270*                            W - warning: needs looking at today
000280*                            I - information only
000282*               The program is the PROGRAM-ID, except where that
000284*               is longer than eight characters and the program
000286*               logs under an agreed eight-character id instead:
000288*                            CALCBATCH  logs as  CALCBTCH
000290* Modification History:
000300*   2026-10-15 DR  Initial version.
000310******************************************************************
000320 01  CALC-EXC-RECORD.
000330     05  EXC-FECHA                 PIC 9(08).
000340     05  EXC-HORA                  PIC 9(08).
000350     05  EXC-PROGRAMA              PIC X(08).
000360     05  EXC-SEVERIDAD             PIC X(01).
000370         88  EXC-CRITICA           VALUE 'C'.
000380         88  EXC-AVISO             VALUE 'W'.
000390         88  EXC-INFORMATIVA       VALUE 'I'.
000400     05  EXC-CODIGO                PIC X(06).
000410     05  EXC-TEXTO                 PIC X(60).
