000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Standing-order record (CALCSORD file).  One
000160*               record per recurring transaction CALCSGEN
000170*               writes to TRANSIN on the business days it falls
000180*               due.  SOR-MENU follows TIN-MENU: 1-8 is a plain
000190*               operation whose operands are signed literals in
000200*               the transaction format or CALCRATE names; F is a
000210*               CALCFRML formula named in SOR-FRML-NOMBRE whose
000220*               two starting values must be signed literals.
000230*               The generated reference id is SOR-PREFIJO
000240*               followed by the business date as YYMMDD, so the
000250*               department and prefix together must be unique
000260*               on the file (CALCSMNT enforces it).  Frequency:
000270*               D = every business day; W = weekly, SOR-DIA the
000280*               day of the week (1 = Monday .. 7 = Sunday); M =
000290*               monthly, SOR-DIA the day of the month (past the
000300*               end of a short month means its last day); B =
000310*               the SOR-DIA'TH business day of the month (past
000320*               the month's last business day means that day).
000330*               A W or M day that is not a business day falls
000340*               due on the next business day.  SOR-FEC-FIN of
000350*               zero means open-ended.
000360* Modification History:
000370*   2026-10-15 DR  Initial version.
000380******************************************************************
000390 01  CALC-SOR-RECORD.
000400     05  SOR-DEPTO                 PIC X(04).
000410     05  SOR-PREFIJO               PIC X(04).
000420     05  SOR-MENU                  PIC 9.
000430     05  SOR-MENU-X REDEFINES SOR-MENU
000440                                   PIC X(01).
000450         88  SOR-ES-FORMULA        VALUE 'F'.
000460     05  SOR-FRML-NOMBRE           PIC X(10).
000470     05  SOR-OPND1                 PIC X(09).
000480     05  SOR-OPND2                 PIC X(09).
000490     05  SOR-FRECUENCIA            PIC X(01).
000500         88  SOR-DIARIA            VALUE 'D'.
000510         88  SOR-SEMANAL           VALUE 'W'.
000520         88  SOR-MENSUAL           VALUE 'M'.
000530         88  SOR-DIA-HABIL         VALUE 'B'.
000540     05  SOR-DIA                   PIC 9(02).
000550     05  SOR-FEC-INICIO            PIC 9(08).
000560     05  SOR-FEC-FIN               PIC 9(08).
000570     05  SOR-CAPTURO               PIC X(08).
000580     05  SOR-FEC-CAPTURA           PIC 9(08).
