000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Rate and formula use record.  The same layout
000160*               serves two files.  CALCRUJN is the use journal:
000170*               CALCULADORA appends one record each time a rate
000180*               name keyed at a NUM1/NUM2 prompt resolves, dated
000190*               the day it was keyed.  CALCRUSE is the last-use
000200*               register CALCRXRF keeps: one record per rate
000210*               (R) or formula (F) on file, dated the last
000220*               business date anything used it - or the first
000230*               night CALCRXRF saw it, for a name nothing has
000240*               used yet.  CALCRXRF folds the journal into the
000250*               register each night and empties it.
000260* Modification History:
000270*   2026-10-15 DR  Initial version.
000280******************************************************************
000290 01  CALC-RUSO-RECORD.
000300     05  RUSO-TIPO                 PIC X(01).
000310         88  RUSO-ES-RATE          VALUE 'R'.
000320         88  RUSO-ES-FORMULA       VALUE 'F'.
000330     05  RUSO-NOMBRE               PIC X(10).
000340     05  RUSO-FECHA                PIC 9(08).
