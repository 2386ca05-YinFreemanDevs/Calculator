000100******************************************************************
000110* Author:       D. REYES - APPLICATIONS PROGRAMMING
000120* Installation: HOME OFFICE DATA CENTER
000130* Date-Written: 2026-10-15
000140* Date-Compiled:
000150* Purpose:      Large-value hold queue record (CALCHQUE file, and
000160*               the CALCHQHS hold history).  One record per GL
000170*               detail CALCGLEX kept out of CALCGLIF because its
000180*               result was over the release threshold: the
000190*               business date and item number that identify it,
000200*               the threshold it broke, its status, and the
000210*               detail itself exactly as it would have been
000220*               transmitted.  H = held, waiting for a supervisor;
000230*               L = released through CALCHREL, goes out on the
000240*               next extract; C = cancelled through CALCHREL,
000250*               never transmitted; E = sent on the extract whose
000260*               sequence number is in HQ-SEC-ENVIO.  CALCHQUE
000270*               carries only H and L items; every hold and every
000280*               decision is also appended to CALCHQHS, which is
000290*               never rewritten.
000300* Modification History:
000310*   2026-10-15 DR  Initial version.
000313*   2026-10-15 DR  HQD-OPERANDOS redefined as the original's
000316*                  date and reference for a type-3 detail.
000320******************************************************************
000330 01  CALC-HQ-RECORD.
000340     05  HQ-FECHA                  PIC 9(08).
000350     05  HQ-NUMERO                 PIC 9(06).
000360     05  HQ-ESTADO                 PIC X(01).
000370         88  HQ-RETENIDO           VALUE 'H'.
000380         88  HQ-LIBERADO           VALUE 'L'.
000390         88  HQ-CANCELADO          VALUE 'C'.
000400         88  HQ-ENVIADO            VALUE 'E'.
000410     05  HQ-LIMITE                 PIC 9(6)V99.
000420     05  HQ-SUPERVISOR             PIC X(08).
000430     05  HQ-FEC-DECISION           PIC 9(08).
000440     05  HQ-HORA-DECISION          PIC 9(08).
000450     05  HQ-SEC-ENVIO              PIC 9(06).
000460* THE CALCGLIF TYPE-2 OR TYPE-3 DETAIL, 72 POSITIONS.  THE
000470* FIELDS BELOW ARE THE ONES BOTH DETAIL TYPES SHARE; ON A TYPE-3
000480* THE OPERAND POSITIONS HOLD THE ORIGINAL'S DATE AND REFERENCE.
000490     05  HQ-DETALLE                PIC X(72).
000500     05  HQ-DETALLE-R REDEFINES HQ-DETALLE.
000510         10  HQD-TIPO              PIC X(01).
000520         10  HQD-FUENTE            PIC X(01).
000530         10  HQD-FECHA             PIC 9(08).
000540         10  HQD-OPERACION         PIC X(13).
000550         10  HQD-OPERANDOS         PIC X(18).
000552         10  HQD-REVERSO REDEFINES HQD-OPERANDOS.
000554             15  HQD-ORIG-FECHA    PIC 9(08).
000556             15  HQD-ORIG-REFERENCIA PIC X(10).
000560         10  HQD-RESULTADO         PIC S9(6)V99
000570                                    SIGN IS TRAILING SEPARATE.
000580         10  HQD-OPERADOR          PIC X(08).
000590         10  HQD-DEPTO             PIC X(04).
000600         10  HQD-REFERENCIA        PIC X(10).
