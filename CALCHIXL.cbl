000274*                  recorded at clean end of job, so the AFTER
000275*                  CALCRPT / BEFORE CALCARCH order the header
000276*                  describes is now enforced.
000277*   2026-10-15 DR  Retention raised from 30 to 45 calendar days,
000278*                  in step with the CALCARCH generation retention.
000277******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CALCHIXL.
000650
000660* RETENTION PERIOD IN CALENDAR DAYS - KEPT IN STEP WITH THE
000670* GENERATION RETENTION IN CALCARCH.
000680 77  CALC-RETENCION-DIAS           PIC 9(04) VALUE 45.
000690 77  CALC-CARGADOS-COUNT           PIC 9(08) COMP VALUE ZERO.
000700 77  CALC-BORRADOS-COUNT           PIC 9(08) COMP VALUE ZERO.
000710 77  CALC-OMITIDOS-COUNT           PIC 9(08) COMP VALUE ZERO.
