      * ARE USED; TRANS-SALARY AND TRANS-COMM MAY BE LEFT BLANK.     *
      * THE LAST FOUR BYTES CARRY THE REJECT-REASON CODE ON THE      *
      * REJECT DATASET AND ARE IGNORED ON INPUT, SO A CORRECTED      *
      * REJECT FILE CAN BE RESUBMITTED AS-IS.  A TRANSACTION HELD    *
      * OVER ITS DEPARTMENT BUDGET CARRIES R021 THERE ON PENDOUT.    *
      ******************************************************************
       01  TRANS-RECORD.
           05  TRANS-EMPNO             PIC X(6).
