000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Restore audit record.  CALCBRES appends one
000160*               record to CALCBRLG for every control file it
000170*               puts back: who asked for the restore, when, the
000180*               backup generation, the record count the manifest
000190*               gives, the count actually restored, and the
000200*               outcome.  The journal is never rewritten.
000210* Modification History:
000220*   2026-10-15 DR  Initial version.
000230******************************************************************
000240 01  CALC-BRLG-RECORD.
000250     05  BRLG-FECHA                PIC 9(08).
000260     05  BRLG-HORA                 PIC 9(08).
000270     05  BRLG-OPERADOR             PIC X(08).
000280     05  BRLG-GENERACION           PIC 9(08).
000290     05  BRLG-ARCHIVO              PIC X(09).
000300     05  BRLG-ESPERADOS            PIC 9(08).
000310     05  BRLG-RESTAURADOS          PIC 9(08).
000320     05  BRLG-RESULTADO            PIC X(01).
000330         88  BRLG-VERIFICADO       VALUE 'R'.
000340         88  BRLG-RETIRADO         VALUE 'X'.
000350         88  BRLG-DIFERENCIA       VALUE 'M'.
000360         88  BRLG-SIN-COPIA        VALUE 'F'.
