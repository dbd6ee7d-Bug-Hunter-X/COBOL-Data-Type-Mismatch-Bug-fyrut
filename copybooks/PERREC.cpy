      *   PER MONTH AS THE TRUTH, SO REOPENING A PERIOD IS JUST        *
      *   APPENDING AN 'O' RECORD, NEVER REWRITING HISTORY.  A MONTH   *
      *   WITH NO RECORD AT ALL IS OPEN.  READ BY TRNPROC TO REJECT    *
      *   TRANSACTIONS DATED INTO A CLOSED PERIOD ('CLS').  A 'G'      *
      *   RECORD (CHARGES GENERATED) LEAVES THE MONTH OPEN TO EVERY    *
      *   READER; SVCGEN LOOKS FOR ONE ANYWHERE IN THE MONTH'S         *
      *   HISTORY SO A REOPEN CANNOT LET THE CHARGES RUN TWICE.        *
      *---------------------------------------------------------------*
      *   DATE       BY    DESCRIPTION                                *
      *   2026-09-02  SJM   INITIAL VERSION                            *
      *   2026-10-15  SJM   'G' RECORD APPENDED BY SVCGEN ONCE THE     *
      *                     MONTH'S SERVICE CHARGES AND INTEREST ARE   *
      *                     GENERATED - THE PERIOD STAYS OPEN          *
      *---------------------------------------------------------------*
       01  PERIOD-CONTROL-RECORD.
           05  PER-MONTH                       PIC X(6).
           05  PER-STATUS                      PIC X(1).
               88  PER-PERIOD-OPEN                     VALUE 'O'.
               88  PER-PERIOD-CLOSED                   VALUE 'C'.
               88  PER-CHARGES-GENERATED               VALUE 'G'.
           05  PER-STAMP-DATE                  PIC X(8).
           05  FILLER                          PIC X(25).
