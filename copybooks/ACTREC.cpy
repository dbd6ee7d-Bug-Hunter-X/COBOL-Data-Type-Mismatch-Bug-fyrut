      *   ACTIVITY STATEMENT.  ROWS ARE SET UP BY THE OFFICE THAT      *
      *   OWNS THE ACCOUNT - A TRANSACTION NAMING AN ACCOUNT WITH NO   *
      *   ROW REJECTS 'ACT' RATHER THAN INVENTING ONE.                 *
      *   ACTMAINT IS THE ONLY PROGRAM THAT OPENS, RENAMES, FREEZES    *
      *   OR CLOSES A ROW; TRNPROC REJECTS POSTINGS TO A FROZEN        *
      *   ('FRZ') OR CLOSED ('CLA') ACCOUNT.  ROWS THAT PREDATE THE    *
      *   STATUS BYTE CARRY SPACES THERE AND COUNT AS OPEN.            *
      *---------------------------------------------------------------*
      *   DATE       BY    DESCRIPTION                                *
      *   2026-09-02  SJM   INITIAL VERSION                            *
      *   2026-10-15  SJM   ACCOUNT STATUS, OPEN/CLOSE DATES AND       *
      *                     OWNING OFFICE CARVED OUT OF THE FILLER     *
      *---------------------------------------------------------------*
       01  ACT-ACCOUNT-RECORD.
           05  ACT-ACCOUNT-NO                  PIC X(8).
           05  ACT-ACCOUNT-NAME                PIC X(30).
           05  ACT-BALANCE                     PIC S9(11)V99.
           05  ACT-LAST-ACTIVITY-DATE          PIC X(8).
           05  ACT-STATUS                      PIC X.
               88  ACT-STATUS-OPEN                     VALUE 'O' ' '.
               88  ACT-STATUS-FROZEN                   VALUE 'F'.
               88  ACT-STATUS-CLOSED                   VALUE 'C'.
           05  ACT-OPEN-DATE                   PIC X(8).
           05  ACT-CLOSE-DATE                  PIC X(8).
           05  ACT-OWNING-OFFICE               PIC X.
           05  FILLER                          PIC X(3).
