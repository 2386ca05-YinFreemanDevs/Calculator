000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Backup set manifest record.  CALCBKUP writes one
000160*               manifest per generation, CALCBMAN.YYYYMMDD for
000170*               the business date it was taken on, with one
000180*               record for every control file in the set: the
000190*               record count copied, or BMAN-AUSENTE when the
000200*               file was not on disk at the time - a checkpoint
000210*               with no stream running, say.  CALCBRES restores
000220*               from the manifest and checks the restored counts
000230*               against it.
000240* Modification History:
000250*   2026-10-15 DR  Initial version.
000260******************************************************************
000270 01  CALC-BMAN-RECORD.
000280     05  BMAN-ARCHIVO              PIC X(09).
000290     05  BMAN-ESTADO               PIC X(01).
000300         88  BMAN-COPIADO          VALUE 'C'.
000310         88  BMAN-AUSENTE          VALUE 'A'.
000320     05  BMAN-REGISTROS            PIC 9(08).
000330     05  BMAN-FECHA                PIC 9(08).
000340     05  BMAN-HORA                 PIC 9(08).
