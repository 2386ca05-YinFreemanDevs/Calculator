000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Call area for CALCPIXM, the CALCPIDX posting
000160*               index access routine: the function, the return
000170*               code and one posting laid out exactly as the
000180*               CALCPIXR record.  Used by every caller and by
000190*               CALCPIXM itself so the shape is defined once.
000200*               Functions:  L - look up the posting under the
000210*                               key in PIXM-CLAVE
000220*                           A - add the posting in PIXM-POSTEO
000230*                           V - link the posting under the key
000240*                               in PIXM-CLAVE to the reversal
000250*                               named in PIXM-ENLACE
000260*               Return codes: 0 done, 1 posting not on file,
000270*               2 key already on file with different contents
000280*               (A) or already linked to a different reversal
000290*               (V).
000291*                           D - find the latest posting under
000292*                               the department and reference
000293*                               id in PIXM-CLAVE made on a
000294*                               business date BEFORE PIXM-FECHA
000295*                               (the duplicate register check)
000296*                           P - delete every posting made
000297*                               before the cutoff date in
000298*                               PIXM-FECHA; the number deleted
000299*                               comes back in PIXM-CONTADOR
000300* Modification History:
000310*   2026-10-15 DR  Initial version.
000315*   2026-10-15 DR  Added the D (earlier posting) and P (purge)
000316*                  functions and PIXM-CONTADOR.
000320******************************************************************
000330 01  PIXM-AREA.
000340     05  PIXM-FUNCION              PIC X(01).
000350         88  PIXM-BUSCAR           VALUE 'L'.
000360         88  PIXM-ANOTAR           VALUE 'A'.
000370         88  PIXM-VINCULAR         VALUE 'V'.
000372         88  PIXM-BUSCAR-ANTERIOR  VALUE 'D'.
000374         88  PIXM-PURGAR           VALUE 'P'.
000380     05  PIXM-RC                   PIC 9(02).
000390         88  PIXM-OK               VALUE 0.
000400         88  PIXM-NO-HALLADO       VALUE 1.
000410         88  PIXM-EN-CONFLICTO     VALUE 2.
000420     05  PIXM-POSTEO.
000430         10  PIXM-CLAVE.
000440             15  PIXM-DEPTO        PIC X(04).
000450             15  PIXM-REFERENCIA   PIC X(10).
000460             15  PIXM-FECHA        PIC 9(08).
000470         10  PIXM-MENU             PIC X(01).
000480             88  PIXM-ES-REVERSO   VALUE 'R'.
000482             88  PIXM-ES-FORMULA   VALUE 'F'.
000484         10  PIXM-MENU-N REDEFINES PIXM-MENU
000486                                   PIC 9.
000490         10  PIXM-NUM1             PIC S9(6)V99
000500                                    SIGN IS TRAILING SEPARATE.
000510         10  PIXM-NUM2             PIC S9(6)V99
000520                                    SIGN IS TRAILING SEPARATE.
000530         10  PIXM-RES              PIC S9(6)V99
000540                                    SIGN IS TRAILING SEPARATE.
000550         10  PIXM-ENLACE.
000560             15  PIXM-ENLACE-REFERENCIA
000570                                   PIC X(10).
000580             15  PIXM-ENLACE-FECHA PIC 9(08).
000590     05  PIXM-CONTADOR             PIC 9(08).
