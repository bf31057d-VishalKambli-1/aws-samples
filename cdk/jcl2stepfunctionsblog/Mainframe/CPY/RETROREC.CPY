      ******************************************************************
      * RETROREC - RETROACTIVE-PAY INTERFACE RECORD FOR PAYROLL.      *
      * WRITTEN BY COBDB40 (RETROOUT) FOR EVERY ACCEPTED 'C' CHANGE   *
      * WHOSE EFFECTIVE DATE IS EARLIER THAN ITS POSTING RUN DATE.    *
      * LRECL 100.                                                    *
      *                                                               *
      * RTR-REC-TYPE SAYS WHICH VIEW OF THE RECORD APPLIES :          *
      *   'H' - ONE HEADER, FIRST ON THE FILE                         *
      *   'D' - ONE DETAIL PER BACK-DATED CHANGE                      *
      *   'T' - ONE TRAILER, LAST ON THE FILE, WITH THE DETAIL COUNT  *
      *         AND THE SUMS OF THE DETAIL RETRO AMOUNTS              *
      * THE DIFF FIELDS ARE THE ANNUAL SALARY AND COMM CHANGE (NEW -  *
      * OLD).  THE RETRO FIELDS ARE THE DIFF PER PAY PERIOD TIMES     *
      * THE PERIODS BETWEEN THE EFFECTIVE DATE AND THE RUN DATE;      *
      * A NEGATIVE AMOUNT IS AN OVERPAYMENT TO RECOVER.               *
      ******************************************************************
       01  RETRO-RECORD.
           05  RTR-REC-TYPE            PIC X(01).
               88  RTR-HEADER-REC      VALUE 'H'.
               88  RTR-DETAIL-REC      VALUE 'D'.
               88  RTR-TRAILER-REC     VALUE 'T'.
           05  RTR-DETAIL.
               10  RTR-EMPNO           PIC X(06).
               10  RTR-WORKDEPT        PIC X(03).
               10  RTR-EFFDATE         PIC X(10).
               10  RTR-RUN-DATE        PIC X(10).
               10  RTR-PAY-FREQ        PIC X(01).
               10  RTR-DAYS            PIC 9(05).
               10  RTR-PERIODS         PIC 9(03)V9(04).
               10  RTR-SALARY-DIFF     PIC S9(07)V99.
               10  RTR-COMM-DIFF       PIC S9(07)V99.
               10  RTR-RETRO-SALARY    PIC S9(07)V99.
               10  RTR-RETRO-COMM      PIC S9(07)V99.
               10  RTR-RETRO-TOTAL     PIC S9(07)V99.
               10  RTR-AUD-SEQ-NO      PIC 9(07).
               10  FILLER              PIC X(05).
           05  RTR-HEADER REDEFINES RTR-DETAIL.
               10  RTR-HDR-ID          PIC X(08).
               10  RTR-HDR-RUN-DATE    PIC X(10).
               10  RTR-HDR-CREATED     PIC X(10).
               10  RTR-HDR-PAY-FREQ    PIC X(01).
               10  FILLER              PIC X(70).
           05  RTR-TRAILER REDEFINES RTR-DETAIL.
               10  RTR-TRL-COUNT       PIC 9(07).
               10  RTR-TRL-SALARY      PIC S9(11)V99.
               10  RTR-TRL-COMM        PIC S9(11)V99.
               10  RTR-TRL-TOTAL       PIC S9(11)V99.
               10  FILLER              PIC X(53).
