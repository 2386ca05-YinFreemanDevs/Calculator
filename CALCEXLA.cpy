000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Call area for CALCEXLG, the operations exception
000160*               writer: the calling program, the business date
000170*               (zero to have CALCEXLG look it up through
000180*               CALCBDGT), the severity, the message code and
000190*               text, and the return code.  Used by every caller
000200*               and by CALCEXLG itself so the shape is defined
000210*               once.  Severities as on the CALCEXCR record.
000220*               Return codes: 0 written, 1 CALCEXCP could not be
000230*               written - the console message stands alone.
000240*               EXLG-CIFRAS is not passed: it is working space
000250*               in which a caller puts counts and amounts into
000260*               display form to STRING them into EXLG-TEXTO.
000270* Modification History:
000280*   2026-10-15 DR  Initial version.
000290******************************************************************
000300 01  EXLG-AREA.
000310     05  EXLG-PROGRAMA             PIC X(08).
000320     05  EXLG-FECHA                PIC 9(08).
000330     05  EXLG-SEVERIDAD            PIC X(01).
000340         88  EXLG-CRITICA          VALUE 'C'.
000350         88  EXLG-AVISO            VALUE 'W'.
000360         88  EXLG-INFORMATIVA      VALUE 'I'.
000370     05  EXLG-CODIGO               PIC X(06).
000380     05  EXLG-TEXTO                PIC X(60).
000390     05  EXLG-RC                   PIC 9(02).
000400         88  EXLG-OK               VALUE 0.
000410 01  EXLG-CIFRAS.
000420     05  EXLG-CIFRA-1              PIC 9(08).
000430     05  EXLG-CIFRA-2              PIC 9(08).
000440     05  EXLG-CIFRA-3              PIC 9(08).
000450     05  EXLG-IMPORTE-1            PIC -9(8).99.
000460     05  EXLG-IMPORTE-2            PIC -9(8).99.
