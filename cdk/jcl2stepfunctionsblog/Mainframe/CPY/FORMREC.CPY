      ******************************************************************
      * FORMREC - FORMER-EMPLOYEE MASTER.  THE FULL EMP ROW OF A      *
      * TERMINATED EMPLOYEE AS IT STOOD JUST BEFORE THE DELETE, IN    *
      * THE EMPSNAP LAYOUT (SAME FIELDS, SAME ORDER, SAME NULL FLAGS) *
      * FOLLOWED BY THE TERMINATION EFFECTIVE DATE AND THE POSTING    *
      * RUN THAT REMOVED THE ROW.  ONE RECORD PER TERMINATION, IN     *
      * POSTING ORDER; THE MASTER IS NEVER PURGED.                    *
      * READ (FORMIN) AND RE-WRITTEN AS THE NEXT GENERATION (FORMOUT) *
      * BY COBDB22, READ BY COBDB36, COBDB37 AND COBDB44 (FORMIN).    *
      * LRECL 150.                                                    *
      ******************************************************************
       01  FORMER-RECORD.
           05  FRM-EMPNO               PIC X(06).
           05  FRM-FIRSTNME            PIC X(12).
           05  FRM-MIDINIT             PIC X(01).
           05  FRM-LASTNAME            PIC X(15).
           05  FRM-WORKDEPT            PIC X(03).
           05  FRM-PHONENO             PIC X(04).
           05  FRM-HIREDATE            PIC X(10).
           05  FRM-JOB                 PIC X(08).
           05  FRM-EDLEVEL             PIC 9(04).
           05  FRM-SEX                 PIC X(01).
           05  FRM-BIRTHDATE           PIC X(10).
           05  FRM-SALARY              PIC 9(07)V99.
           05  FRM-BONUS               PIC 9(07)V99.
           05  FRM-COMM                PIC 9(07)V99.
           05  FRM-NULL-FLAGS.
               10  FRM-WORKDEPT-NF     PIC X(01).
               10  FRM-PHONENO-NF      PIC X(01).
               10  FRM-HIREDATE-NF     PIC X(01).
               10  FRM-JOB-NF          PIC X(01).
               10  FRM-EDLEVEL-NF      PIC X(01).
               10  FRM-SEX-NF          PIC X(01).
               10  FRM-BIRTHDATE-NF    PIC X(01).
               10  FRM-SALARY-NF       PIC X(01).
               10  FRM-BONUS-NF        PIC X(01).
               10  FRM-COMM-NF         PIC X(01).
           05  FRM-TERM-DATE           PIC X(10).
           05  FRM-TERM-RUN-DATE       PIC X(10).
           05  FRM-TERM-SEQ-NO         PIC 9(07).
           05  FILLER                  PIC X(12).
