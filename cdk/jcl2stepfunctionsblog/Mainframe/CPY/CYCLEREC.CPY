      ******************************************************************
      * CYCLEREC - NIGHTLY CYCLE CONTROL.  ONE RECORD PER STEP OF THE *
      * NIGHTLY SEQUENCE, IN RUN ORDER :                              *
      *   01 COBDB25P  PRE-RUN EMP SUMS SNAPSHOT (COBDB25 'P')        *
      *   02 COBDB34   SAME-NIGHT DUPLICATE EDIT                      *
      *   03 COBDB22   POSTING RUN                                    *
      *   04 COBDB25R  POSTING RUN BALANCING (COBDB25 'R')            *
      *   05 COBDB30   AUDIT HISTORY CONSOLIDATION                    *
      *   06 COBDB26   EMP SNAPSHOT UNLOAD                            *
      *   07 COBDB31   SNAPSHOT DELTA EXTRACT                         *
      * COBDB25 'P' OPENS EACH CYCLE, REWRITING ALL SEVEN RECORDS     *
      * WITH THE NEW CYCLE DATE AND A BLANK STATUS.  EVERY STEP       *
      * CHECKS AT STARTUP THAT THE STEPS AHEAD OF IT ENDED CLEAN IN   *
      * THIS CYCLE AND THAT NONE AFTER IT HAS STARTED, ENDS WITH      *
      * RETURN CODE 12 IF NOT, AND OTHERWISE MARKS ITSELF STARTED     *
      * AND, AT THE END, ENDED WITH ITS RETURN CODE.  THE DATASET IS  *
      * READ AND REWRITTEN WHOLE (CYCLE, DISP=OLD) BY EACH OF THOSE   *
      * STEPS, AND READ BY THE COBDB42 CYCLE STATUS REPORT (CYCLE).   *
      * LRECL 80.                                                     *
      ******************************************************************
       01  CYCLE-RECORD.
           05  CYC-STEP-ID             PIC X(08).
           05  CYC-STEP-NO             PIC 9(02).
           05  CYC-CYCLE-DATE          PIC X(10).
           05  CYC-STATUS              PIC X(01).
               88  CYC-OUTSTANDING     VALUE ' '.
               88  CYC-STARTED         VALUE 'S'.
               88  CYC-ENDED-OK        VALUE 'E'.
               88  CYC-FAILED          VALUE 'F'.
           05  CYC-START-DATE          PIC X(10).
           05  CYC-START-TIME          PIC X(06).
           05  CYC-END-DATE            PIC X(10).
           05  CYC-END-TIME            PIC X(06).
           05  CYC-RETURN-CODE         PIC 9(04).
           05  CYC-RUN-COUNT           PIC 9(03).
           05  FILLER                  PIC X(20).
