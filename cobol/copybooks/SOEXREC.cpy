      ******************************************************************
      * SOEXREC - STANDING ORDER EXCEPTION RECORD LAYOUT
      * Written by STORD-POST for every due occurrence it could not
      * post, keyed by SOX-KEY (order + due date) on the STORDEXC
      * indexed file, so a failed or stopped occurrence outlives the
      * run report and ALERT-EXTRACT can tell the customer their
      * order did not pay. A later run that meets the same
      * occurrence again rewrites the record with the newer outcome.
      *
      * Outcomes: 'F' failed - PROCESS-TX refused the occurrence, or
      *               an earlier attempt under its TX-ID had failed;
      *               reported for manual posting and the schedule
      *               advanced past it
      *           'V' voided - the approver stopped the occurrence
      *           'L' lookup failed - a duplicate TX-ID whose audit
      *               entry could not be read; the schedule waits and
      *               the next run tries again
      ******************************************************************
       01  STORD-EXC-RECORD.
           05  SOX-KEY.
               10  SOX-ORDER-ID        PIC X(16).
               10  SOX-DUE-DATE        PIC X(8).
           05  SOX-FROM-ACCT           PIC X(16).
           05  SOX-TO-ACCT             PIC X(16).
           05  SOX-AMOUNT              PIC 9(12)V99.
           05  SOX-CURRENCY            PIC X(3).
           05  SOX-OUTCOME             PIC X(1).
               88  SOX-FAILED          VALUE 'F'.
               88  SOX-VOIDED          VALUE 'V'.
               88  SOX-LOOKUP-FAILED   VALUE 'L'.
           05  SOX-STATUS-CODE         PIC X(2).
           05  SOX-STATUS-MSG          PIC X(80).
      *    Business date of the run that recorded the outcome
           05  SOX-RUN-DATE            PIC X(8).
           05  SOX-RECORDED-TS         PIC X(26).
