      ******************************************************************
      * EXCPREC - ONE DATA-QUALITY FINDING FROM THE COBDB43 WEEKLY    *
      * EMP/DEPT INTEGRITY SWEEP.  ONE RECORD PER RULE BROKEN PER     *
      * ROW, SO A ROW WITH TWO PROBLEMS HAS TWO RECORDS.  WRITTEN BY  *
      * COBDB43 (EXCOUT) IN THE ORDER FOUND : DEPT ROWS, THEN EMP     *
      * ROWS, AN EMP ROW'S Q010 RECORDS LAST.  LRECL 100.             *
      * REASON CODES :                                                *
      *   Q001  EMP WORKDEPT IS NULL                                  *
      *   Q002  EMP WORKDEPT NOT ON DEPT                              *
      *   Q003  EMP JOB NULL OR NOT ON JOBRATE                        *
      *   Q004  EMP HIREDATE BEFORE BIRTHDATE                         *
      *   Q005  EMP HIRED UNDER THE MINIMUM WORKING AGE               *
      *   Q006  EMP HIREDATE IN THE FUTURE                            *
      *   Q007  EMP BIRTHDATE IN THE FUTURE                           *
      *   Q008  EMP EDLEVEL NULL OR OUT OF RANGE                      *
      *   Q009  EMP SALARY IS NULL                                    *
      *   Q010  EMP SAME NAME AND BIRTHDATE AS ANOTHER EMPNO          *
      *         (EXC-OTHER-KEY), ONE RECORD PER EMPNO PER PARTNER     *
      *   Q011  DEPT MGRNO NOT ON EMP                                 *
      *   Q012  DEPT ADMRDEPT NOT ON DEPT                             *
      * EXC-DEPT IS THE EMP ROW'S WORKDEPT (SPACES WHEN NULL) OR THE  *
      * DEPT ROW'S OWN DEPTNO.  EXC-VALUE IS THE OFFENDING VALUE AS   *
      * TEXT, OR 'NULL'.                                              *
      ******************************************************************
       01  EXCEPTION-RECORD.
           05  EXC-SWEEP-DATE          PIC X(10).
           05  EXC-TABLE               PIC X(04).
               88  EXC-EMP-ROW         VALUE 'EMP '.
               88  EXC-DEPT-ROW        VALUE 'DEPT'.
           05  EXC-KEY                 PIC X(06).
           05  EXC-DEPT                PIC X(03).
           05  EXC-REASON              PIC X(04).
           05  EXC-COLUMN              PIC X(10).
           05  EXC-VALUE               PIC X(20).
           05  EXC-OTHER-KEY           PIC X(06).
           05  EXC-TEXT                PIC X(30).
           05  FILLER                  PIC X(07).
