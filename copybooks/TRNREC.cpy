      *   2026-09-02  SJM   RUN COUNTERS WIDENED 9(5) TO 9(7) -        *
      *                     QUARTER-END VOLUME WITH FIVE FEEDS IN      *
      *                     ONE TRNIN IS CLOSING IN ON 99999           *
      *   2026-10-15  SJM   RELEASE-FEED ID (POSITION 79) STAMPED BY   *
      *                     TRNMERGE ON AN ITEM IT RELEASES FROM A     *
      *                     HOLDING FILE ('W' FUTURE-DATED WAREHOUSE)  *
      *                     - POSITION 78 STILL NAMES THE OFFICE       *
      *   2026-10-15  SJM   RELEASE-FEED 'D' STAMPED BY TRNREPR ON A   *
      *                     SUSPECTED DUPLICATE A SUPERVISOR RELEASED  *
      *   2026-10-15  SJM   RELEASE-FEED 'H' (LARGE-VALUE APPROVAL     *
      *                     QUEUE) AND THE SUPERVISOR'S DECISION       *
      *                     (POSITION 80) STAMPED BY TRNMERGE ON AN    *
      *                     ITEM RELEASED FROM TRNHOLD                 *
      *   2026-10-15  SJM   CHARGE KIND (POSITION 81) ON A TYPE '30'   *
      *                     GENERATED BY SVCGEN FOR SYSTEM FEED 'S' -  *
      *                     'C' SERVICE CHARGE, 'I' INTEREST CREDIT    *
      *   2026-10-15  SJM   RECORD TYPE '40' ACCOUNT-TO-ACCOUNT        *
      *                     TRANSFER - FROM-ACCOUNT IN 70-77, TO-      *
      *                     ACCOUNT (POSITIONS 82-89) CARVED OUT OF    *
      *                     THE FILLER; TRANSFER COUNT AND AMOUNT      *
      *---------------------------------------------------------------*
       01  TR-TRANSACTION-RECORD.
           05  TR-RECORD-TYPE                  PIC X(2).
               88  TR-TYPE-PAYMENT                     VALUE '10'.
               88  TR-TYPE-REVERSAL                    VALUE '20'.
               88  TR-TYPE-ADJUSTMENT                  VALUE '30'.
               88  TR-TYPE-TRANSFER                    VALUE '40'.
               88  TR-TYPE-KNOWN                       VALUE '10' '20'
                                                             '30' '40'.
           05  TR-TRANS-ID                     PIC X(10).
           05  TR-TRANS-DATE                   PIC 9(8).
           05  TR-AMOUNT                       PIC 9(9)V99.
               10  TR-ACCOUNT-NO               PIC X(8).
               10  FILLER                      PIC X(23).
      *    THE FEED THAT FIRST SENT THE RECORD ('E' KEYED ENTRIES,
      *    'A'/'B'/'C' REGIONS, 'S' THE MONTH-END CHARGES SVCGEN
      *    GENERATES), STAMPED BY TRNMERGE.  A RECYCLED OR RELEASED
      *    RECORD IS ONLY STAMPED WHEN BLANK, SO IT KEEPS NAMING ITS
      *    ORIGINAL FEED; AN OFFICE OR KEYED RECORD IS ALWAYS STAMPED
      *    AND ARRIVES WITH 79-81 CLEARED.
      *    SPACE ON A RECORD FROM BEFORE THE STAMP WENT IN.
           05  TR-SOURCE-STAMP REDEFINES TR-FILLER.
               10  FILLER                      PIC X(26).
               10  TR-SOURCE-FEED              PIC X(1).
                   88  TR-FROM-CHARGE-FEED             VALUE 'S'.
               10  FILLER                      PIC X(22).
      *    THE HOLDING FILE AN ITEM WAS RELEASED FROM ('W' THE
      *    FUTURE-DATED WAREHOUSE, 'H' THE LARGE-VALUE APPROVAL
      *    QUEUE), STAMPED BY TRNMERGE ON THE NIGHT IT RELEASES -
      *    'H' ONLY WHEN NOTHING IS THERE ALREADY; SPACE ON AN ITEM
      *    THAT CAME STRAIGHT IN.  'D'
      *    IS STAMPED BY TRNREPR INSTEAD, ON A SUSPECTED-DUPLICATE
      *    PAYMENT A SUPERVISOR RELEASED AS GENUINE - TRNPROC POSTS
      *    IT WITHOUT REPEATING THE CHECK.  THE ORIGINAL OFFICE
      *    STAMP IN 78 IS LEFT ALONE.
           05  TR-RELEASE-STAMP REDEFINES TR-FILLER.
               10  FILLER                      PIC X(27).
               10  TR-RELEASE-FEED             PIC X(1).
               10  FILLER                      PIC X(21).
      *    THE SUPERVISOR'S DECISION ON AN ITEM HELD FOR BEING OVER
      *    THE LARGE-VALUE THRESHOLD, STAMPED BY TRNMERGE FROM THE
      *    TRNHOLD ROW: 'A' APPROVED - TRNPROC POSTS IT WITHOUT
      *    HOLDING IT AGAIN; 'X' DECLINED - TRNPROC REJECTS IT 'LVD'.
      *    KEPT APART FROM 79 SO AN APPROVED ITEM THAT IS ALSO A
      *    RELEASED SUSPECTED DUPLICATE CARRIES BOTH RELEASES.
           05  TR-APPROVAL-STAMP REDEFINES TR-FILLER.
               10  FILLER                      PIC X(28).
               10  TR-HOLD-DECISION            PIC X(1).
                   88  TR-HOLD-APPROVED                VALUE 'A'.
                   88  TR-HOLD-DECLINED                VALUE 'X'.
               10  FILLER                      PIC X(20).
      *    ON A TYPE '30' FROM THE CHARGES FEED, WHICH WAY IT MOVES
      *    THE ACCOUNT: 'C' A SERVICE CHARGE, TAKEN OFF THE BALANCE;
      *    'I' AN INTEREST CREDIT, ADDED LIKE AN ADJUSTMENT.  SPACE
      *    ON EVERY OTHER RECORD - A KEYED ADJUSTMENT ONLY ADDS.
           05  TR-CHARGE-STAMP REDEFINES TR-FILLER.
               10  FILLER                      PIC X(29).
               10  TR-CHARGE-KIND              PIC X(1).
                   88  TR-KIND-SERVICE-CHARGE          VALUE 'C'.
                   88  TR-KIND-INTEREST                VALUE 'I'.
               10  FILLER                      PIC X(19).
      *    ON A TYPE '40' THE ACCOUNT THE MONEY GOES TO - THE
      *    ACCOUNT IN 70-77 IS THE ONE IT COMES OUT OF.  BOTH SIDES
      *    POST TOGETHER OR THE WHOLE TRANSFER REJECTS.  SPACES ON
      *    EVERY OTHER RECORD TYPE.
           05  TR-TRANSFER-STAMP REDEFINES TR-FILLER.
               10  FILLER                      PIC X(30).
               10  TR-TO-ACCOUNT-NO            PIC X(8).
               10  FILLER                      PIC X(11).

       01  TR-COUNT-RECORD.
           05  TR-COUNT-TX                     PIC 9(7)    VALUE 0.
           05  TR-COUNT-PAYMENT                PIC 9(7)    VALUE 0.
           05  TR-COUNT-REVERSAL               PIC 9(7)    VALUE 0.
           05  TR-COUNT-ADJUST                 PIC 9(7)    VALUE 0.
           05  TR-COUNT-TRANSFER               PIC 9(7)    VALUE 0.
           05  TR-AMT-PAYMENT                  PIC 9(11)V99 VALUE 0.
           05  TR-AMT-REVERSAL                 PIC 9(11)V99 VALUE 0.
           05  TR-AMT-ADJUST                   PIC 9(11)V99 VALUE 0.
           05  TR-AMT-TRANSFER                 PIC 9(11)V99 VALUE 0.
