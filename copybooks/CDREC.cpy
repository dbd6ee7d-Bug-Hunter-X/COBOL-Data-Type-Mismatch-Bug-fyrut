      *---------------------------------------------------------------*
      *   DATE       BY    DESCRIPTION                                *
      *   2026-09-02  SJM   INITIAL VERSION                            *
      *   2026-10-15  SJM   ORIGIN BYTE: 'S' ON A RECORD FROM THE      *
      *                     SVCGEN MONTH-END CHARGES FEED, WHICH NOW   *
      *                     LEAVES A DISPOSITION TOO                   *
      *---------------------------------------------------------------*
       01  CORR-DISP-RECORD.
           05  CD-RUN-DATE                     PIC X(8).
           05  CD-ATTEMPT                      PIC X(2).
           05  CD-DISPOSITION                  PIC X(3).
               88  CD-POSTED                           VALUE 'PST'.
      *    'S' A SYSTEM-GENERATED CHARGE OR INTEREST CREDIT (TRNIN
      *    POSITION 78) - NOT A CORRECTION, SO CORRPT KEEPS IT OUT
      *    OF THE OPERATOR FIGURES; SPACE ON EVERYTHING ELSE.
           05  CD-ORIGIN                       PIC X(1).
               88  CD-FROM-CHARGE-FEED                 VALUE 'S'.
           05  FILLER                          PIC X(8).
