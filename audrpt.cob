      *   2026-09-02  SJM   CLOSED-PERIOD OVERRIDE RECORDS (STATUS     *
      *                     'OVR-*') BROKEN OUT TOO - ONE RECORD PER   *
      *                     SUPERVISOR OVERRIDE, NOT A RUN             *
      *   2026-10-15  SJM   SUSPECTED-DUPLICATE PAYMENT RECORDS        *
      *                     (STATUS 'SDP-*') BROKEN OUT THE SAME WAY - *
      *                     ONE RECORD PER SUSPECT, NOT A RUN          *
      *   2026-10-15  SJM   TRNBKOUT RUN BACK-OUTS (STATUS 'BKO-*')    *
      *                     BROKEN OUT THE SAME WAY - A BACK-OUT       *
      *                     UNDOES A RUN AND MUST NOT COUNT AS ONE     *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDRPT.
           05  WS-TOT-MAINT-ACTIONS           PIC 9(5)    VALUE 0.
           05  WS-TOT-TEST-RUNS               PIC 9(5)    VALUE 0.
           05  WS-TOT-OVERRIDES               PIC 9(5)    VALUE 0.
           05  WS-TOT-SUSPECTS                PIC 9(5)    VALUE 0.
           05  WS-TOT-BACKOUTS                PIC 9(5)    VALUE 0.

       01  WS-TRAIL-SUM                       PIC 9(9)    VALUE 0.
       01  WS-TRAIL-CNT                       PIC 9(3)    VALUE 0.
                       PERFORM 2050-TALLY-TEST-RUN
                   WHEN AUD-STATUS(1:4) = 'OVR-'
                       PERFORM 2060-TALLY-OVERRIDE
                   WHEN AUD-STATUS(1:4) = 'SDP-'
                       PERFORM 2070-TALLY-SUSPECT
                   WHEN AUD-STATUS(1:4) = 'BKO-'
                       PERFORM 2080-TALLY-BACKOUT
                   WHEN OTHER
                       PERFORM 2010-FIND-DAY-SLOT
                       IF WS-DAY-HIT-IX > 0
       2060-TALLY-OVERRIDE.
           ADD 1 TO WS-TOT-OVERRIDES.

      *    ONE RECORD PER SUSPECTED-DUPLICATE PAYMENT TRNPROC POSTED
      *    OR HELD - THE SUSPECT AND ORIGINAL TRANS-IDS ARE IN THE
      *    AUDLOG DETAIL.
       2070-TALLY-SUSPECT.
           ADD 1 TO WS-TOT-SUSPECTS.

      *    ONE RECORD PER SUPERVISED RUN BACK-OUT - THE SUPERVISOR IS
      *    IN THE JOB-ID FIELD, THE RUN DATE AND JOB ID BACKED OUT IN
      *    THE DETAIL.
       2080-TALLY-BACKOUT.
           ADD 1 TO WS-TOT-BACKOUTS.

       2100-READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
           MOVE 'CLOSED-PD OVERRIDES:     ' TO SUM-LABEL
           MOVE WS-TOT-OVERRIDES TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'SUSPECT DUPLICATES:      ' TO SUM-LABEL
           MOVE WS-TOT-SUSPECTS TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'RUNS BACKED OUT:         ' TO SUM-LABEL
           MOVE WS-TOT-BACKOUTS TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           COMPUTE WS-RATE-BASE = WS-TOT-PROCESSED + WS-TOT-REJECTS
           IF WS-RATE-BASE > 0
               COMPUTE WS-RATE-PCT ROUNDED =
