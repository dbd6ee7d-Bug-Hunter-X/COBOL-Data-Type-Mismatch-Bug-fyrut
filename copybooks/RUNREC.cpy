      *---------------------------------------------------------------*
      *   DATE       BY    DESCRIPTION                                *
      *   2026-09-02  SJM   INITIAL VERSION                            *
      *   2026-10-15  SJM   POSTING DATE ON THE TRNPROC END STAMP      *
      *---------------------------------------------------------------*
       01  RUN-CONTROL-RECORD.
           05  RUN-BUS-DATE                    PIC X(8).
           05  RUN-PHASE                       PIC X(5).
           05  RUN-STAMP-TIME                  PIC X(6).
           05  RUN-RETURN-CODE                 PIC 9(2).
      *    ON A TRNPROC END STAMP, THE RUN DATE ITS JOURNAL, WAREHOUSE
      *    AND HOLD ROWS WERE FILED UNDER - THE ORIGINAL RUN'S DATE
      *    AFTER A CHECKPOINT RESTART, WHICH MAY HAVE CROSSED
      *    MIDNIGHT.  SPACES ON EVERY OTHER STAMP.
           05  RUN-POST-DATE                   PIC X(8).
           05  FILLER                          PIC X(3).
