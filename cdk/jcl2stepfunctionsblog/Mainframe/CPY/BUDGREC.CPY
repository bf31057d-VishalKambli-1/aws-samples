      ******************************************************************
      * BUDGREC - DEPARTMENT BUDGET CARD, ONE PER DEPTNO PER FISCAL   *
      * YEAR (THE FISCAL YEAR IS THE CALENDAR YEAR).  MAINTAINED BY   *
      * FINANCE.  THE SALARY AND BONUS+COMM AMOUNTS ARE ANNUAL, AND   *
      * ARE COMPARED WITH THE ANNUAL RATES ON EMP.  AMOUNTS ARE       *
      * 9(09)V99, SO '00010000000' MEANS 100,000.00.                  *
      * READ BY COBDB22 (BUDGET) FOR THE OVER-BUDGET HOLD ON ADDS AND *
      * SALARY CHANGES, AND BY COBDB41 (BUDGET) FOR THE MONTHLY       *
      * BUDGET-VS-ACTUAL VARIANCE REPORT.  LRECL 80.                  *
      ******************************************************************
       01  BUDGET-RECORD.
           05  BUD-DEPTNO              PIC X(03).
           05  FILLER                  PIC X(01).
           05  BUD-FISCAL-YEAR         PIC 9(04).
           05  BUD-FISCAL-YEAR-X REDEFINES BUD-FISCAL-YEAR
                                       PIC X(04).
           05  FILLER                  PIC X(01).
           05  BUD-HEADCOUNT           PIC 9(05).
           05  BUD-HEADCOUNT-X REDEFINES BUD-HEADCOUNT
                                       PIC X(05).
           05  FILLER                  PIC X(01).
           05  BUD-SALARY              PIC 9(09)V99.
           05  BUD-SALARY-X REDEFINES BUD-SALARY
                                       PIC X(11).
           05  FILLER                  PIC X(01).
           05  BUD-BONUS-COMM          PIC 9(09)V99.
           05  BUD-BONUS-COMM-X REDEFINES BUD-BONUS-COMM
                                       PIC X(11).
           05  FILLER                  PIC X(42).
