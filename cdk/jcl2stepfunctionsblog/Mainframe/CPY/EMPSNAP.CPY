      * COLUMN ('Y' = COLUMN WAS NULL, DATA FIELD NOT TO BE TRUSTED). *
      * WRITTEN BY COBDB26 (SNAPOUT) IN WORKDEPT/EMPNO ORDER, READ    *
      * BY THE REPORT PROGRAMS (SNAPIN) WHEN DB2 IS UNAVAILABLE.      *
      * COBDB44 WRITES THE EMP TABLE AS OF A PAST DATE IN THE SAME    *
      * LAYOUT AND ORDER (SNAPOUT), FOR THE SAME REPORTS TO READ.     *
      * LRECL 120.                                                    *
      ******************************************************************
       01  SNAP-RECORD.
