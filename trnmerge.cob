      * TOTALS, AND WRITES THE FEEDMAN MANIFEST OF FEED IDS THAT       *
      * TRNPROC CARRIES INTO THE AUDLOG AUDIT RECORD.                  *
      *                                                                *
      * SYSTEM FEED 'W' RELEASES THE POST-DATED ITEMS TRNPROC          *
      * WAREHOUSED ON TRNWHSE WHOSE EFFECTIVE DATE HAS ARRIVED. IT     *
      * NEEDS NO FEEDCTL CARD - ITS EXPECTED COUNT IS THE NUMBER OF    *
      * ITEMS FALLING DUE - AND THE RELEASED ROWS ARE DELETED FROM     *
      * THE WAREHOUSE ONLY AFTER A MERGE THAT DID NOT FAIL, THE WAY    *
      * PENDFILE IS CONSUMED.                                          *
      *                                                                *
      * SYSTEM FEED 'H' RELEASES THE LARGE-VALUE ITEMS A SUPERVISOR    *
      * HAS DECIDED ON THE TRNHOLD APPROVAL QUEUE - APPROVED ONES TO   *
      * POST, DECLINED ONES TO REJECT 'LVD' - STAMPED WITH THE         *
      * DECISION IN POSITION 80.  IT CARDS ITSELF LIKE 'W', AND THE    *
      * DECIDED ROWS ARE DELETED ON THE SAME TERMS.  A DECISION MADE   *
      * WHILE THE MERGE IS RUNNING WAITS FOR THE NEXT MERGE.           *
      *                                                                *
      * SYSTEM FEED 'S' IS THE MONTH'S SERVICE CHARGES AND INTEREST    *
      * CREDITS SVCGEN GENERATES ON SVCFEED.  UNLIKE 'W' AND 'H' IT    *
      * IS CARDED LIKE AN OFFICE FILE - SVCGEN PUNCHES THE 'S' CARD    *
      * FOR THE NIGHT'S FEEDCTL - AND IT MERGES BEHIND THE RELEASES,   *
      * AHEAD OF THE REGIONS.  SVCFEED IS EMPTIED AFTER A MERGE THE    *
      * WAY PENDFILE IS, AND AN EMPTY UNCARDED SVCFEED IS NOT A FEED.  *
      *                                                                *
      * FEEDCTL CARDS: COL 1 FEED ID ('R' RECYCLE, 'E' KEYED          *
      * ENTRIES, 'S' MONTH-END CHARGES, 'A'/'B'/'C' REGIONS, 'P'       *
      * PARAMETERS), COLS 3-22                                         *
      * FEED NAME, COLS 23-29                                          *
      * EXPECTED COUNT (FOR 'P': STALE-DAYS TOLERANCE PASSED THROUGH   *
      * TO THE PARMIN CARD).  ON THE 'P' CARD ONLY, COLS 30-32 ARE     *
      * THE SUSPECTED-DUPLICATE WINDOW IN DAYS AND COL 33 IS 'P' TO    *
      * POST OR 'H' TO HOLD A SUSPECT - BOTH PASSED THROUGH TO PARMIN. *
      * COLS 34-44, 45-55 AND 56-66 OF THE 'P' CARD ARE THE            *
      * LARGE-VALUE THRESHOLDS (9(9)V99) FOR PAYMENTS, REVERSALS AND   *
      * ADJUSTMENTS, ALSO PASSED THROUGH; BLANK OR ZERO HOLDS NOTHING. *
      *                                                                *
      * RETURN CODES: 16 ANY FEED OUT OF BALANCE OR CARDED BUT         *
      * MISSING, 8 A FEED ARRIVED WITHOUT A CONTROL CARD, 0 CLEAN.     *
      *   2026-09-02  SJM   RUNCTL RUN-CONTROL STAMPS AT START AND     *
      *                     END SO THE TRNPROC GATE AND CYCSTAT CAN    *
      *                     SEE WHETHER TONIGHT'S MERGE COMPLETED      *
      *   2026-10-15  SJM   SYSTEM FEED 'W' RELEASES DUE ITEMS FROM    *
      *                     THE TRNWHSE FUTURE-DATED WAREHOUSE BEHIND  *
      *                     THE KEYED ENTRIES, STAMPED 'W' IN          *
      *                     POSITION 79, COUNTED INTO PARMIN AND       *
      *                     NAMED IN MANIFEST BYTE 5; RELEASED ROWS    *
      *                     ARE DELETED AFTER A MERGE BELOW RC 16      *
      *   2026-10-15  SJM   'P' CARD CARRIES THE SUSPECTED-DUPLICATE   *
      *                     PAYMENT WINDOW AND POST/HOLD SWITCH        *
      *                     THROUGH TO THE PARMIN CARD FOR TRNPROC     *
      *   2026-10-15  SJM   SYSTEM FEED 'H' RELEASES SUPERVISOR-       *
      *                     DECIDED ITEMS FROM THE TRNHOLD LARGE-      *
      *                     VALUE QUEUE BEHIND THE WAREHOUSE, STAMPED  *
      *                     'H' IN 79 WHEN BLANK AND WITH THE          *
      *                     DECISION IN 80, NAMED IN MANIFEST BYTE 6;  *
      *                     'P' CARD CARRIES THE PER-TYPE THRESHOLDS   *
      *                     THROUGH TO PARMIN                          *
      *   2026-10-15  SJM   SYSTEM FEED 'S' MERGES THE SVCGEN MONTH-   *
      *                     END CHARGES FROM SVCFEED BEHIND THE        *
      *                     RELEASES, BALANCED AGAINST ITS FEEDCTL     *
      *                     CARD, NAMED IN MANIFEST BYTE 7, AND        *
      *                     EMPTIED AFTER A MERGE BELOW RC 16          *
      *   2026-10-15  SJM   TRNWHSE SEQUENCE SHOWN ON A FAILED DELETE  *
      *   2026-10-15  SJM   OFFICE AND KEYED-ENTRY RECORDS ARE ALWAYS  *
      *                     STAMPED WITH THEIR OWN FEED ID IN 78 AND   *
      *                     HAVE 79-81 CLEARED - RELEASE, APPROVAL AND *
      *                     CHARGE-KIND STAMPS ONLY COME FROM OUR OWN  *
      *                     FILES                                      *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNMERGE.
           SELECT PEND-FILE ASSIGN TO PENDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDFILE-STATUS.
           SELECT SVC-FILE ASSIGN TO SVCFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVCFEED-STATUS.
           SELECT FEED-A-FILE ASSIGN TO TRNINA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRNINA-STATUS.
           SELECT RUN-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO TRNWHSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHS-KEY
               FILE STATUS IS WS-TRNWHSE-STATUS.
           SELECT HOLD-FILE ASSIGN TO TRNHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-TRNHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 100 CHARACTERS.
       01  PEND-RECORD                         PIC X(100).

       FD  SVC-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
       01  SVC-RECORD                          PIC X(100).

       FD  FEED-A-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           05  FILLER                          PIC X(1).
           05  FC-FEED-NAME                    PIC X(20).
           05  FC-EXPECTED                     PIC 9(7).
           05  FC-DUP-WINDOW                   PIC X(3).
           05  FC-DUP-ACTION                   PIC X(1).
           05  FC-LV-LIMIT-PAY                 PIC X(11).
           05  FC-LV-LIMIT-REV                 PIC X(11).
           05  FC-LV-LIMIT-ADJ                 PIC X(11).
           05  FILLER                          PIC X(14).

       FD  MERGED-FILE
           RECORDING MODE IS F
       01  PARM-RECORD.
           05  PARM-EXPECTED-COUNT             PIC 9(7).
           05  PARM-STALE-DAYS                 PIC 9(3).
           05  PARM-DUP-WINDOW                 PIC 9(3).
           05  PARM-DUP-ACTION                 PIC X(1).
           05  PARM-LV-LIMIT-PAY               PIC X(11).
           05  PARM-LV-LIMIT-REV               PIC X(11).
           05  PARM-LV-LIMIT-ADJ               PIC X(11).
           05  FILLER                          PIC X(33).

       FD  MANIFEST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  MANIFEST-RECORD.
           05  MAN-FEED-IDS                    PIC X(4).
           05  MAN-SYSTEM-IDS                  PIC X(4).
           05  FILLER                          PIC X(72).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       COPY RUNREC.

       FD  WAREHOUSE-FILE
           RECORD CONTAINS 150 CHARACTERS.
       COPY WHSREC.

       FD  HOLD-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY HLDREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FLAGS.
           05  WS-RECYCLE-STATUS               PIC X(2)    VALUE '00'.
           05  WS-PENDFILE-STATUS              PIC X(2)    VALUE '00'.
           05  WS-SVCFEED-STATUS               PIC X(2)    VALUE '00'.
           05  WS-TRNINA-STATUS                PIC X(2)    VALUE '00'.
           05  WS-TRNINB-STATUS                PIC X(2)    VALUE '00'.
           05  WS-TRNINC-STATUS                PIC X(2)    VALUE '00'.
           05  WS-FEEDMAN-STATUS               PIC X(2)    VALUE '00'.
           05  WS-MRGRPT-STATUS                PIC X(2)    VALUE '00'.
           05  WS-RUNCTL-STATUS                PIC X(2)    VALUE '00'.
           05  WS-TRNWHSE-STATUS               PIC X(2)    VALUE '00'.
           05  WS-TRNHOLD-STATUS               PIC X(2)    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CTL-EOF-SWITCH              PIC X       VALUE 'N'.
               88  WS-FEED-EOF                         VALUE 'Y'.
           05  WS-FEED-OPEN-SWITCH            PIC X       VALUE 'N'.
               88  WS-FEED-OPEN                        VALUE 'Y'.
           05  WS-HLD-FOUND-SWITCH            PIC X       VALUE 'N'.
               88  WS-HLD-FOUND                        VALUE 'Y'.

      *    FIXED FEED ORDER: RECYCLED REJECTS AND KEYED ENTRIES GO
      *    AHEAD OF THE DAILY REGIONAL FEEDS SO CORRECTION WORK
      *    POSTS FIRST; WAREHOUSE RELEASES AND THEN THE DECIDED
      *    LARGE-VALUE ITEMS FOLLOW THEM, SINCE THOSE ITEMS ARRIVED
      *    ON AN EARLIER NIGHT THAN TONIGHT'S FEEDS.  THE MONTH-END
      *    CHARGES COME LAST AMONG THE SYSTEM FEEDS.
       01  WS-FEED-ORDER                      PIC X(8)
                                               VALUE 'REWHSABC'.
       01  WS-FEED-IX                         PIC 9(1)    COMP.
       01  WS-CUR-FEED-ID                     PIC X(1)    VALUE SPACE.

       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 8 TIMES.
               10  WS-FEED-NAME               PIC X(20).
               10  WS-FEED-EXPECTED           PIC 9(7).
               10  WS-FEED-CARDED             PIC X(1).
               10  WS-FEED-STATUS             PIC X(10).

       01  WS-STALE-DAYS                      PIC 9(3)    VALUE 30.
       01  WS-DUP-WINDOW                      PIC 9(3)    VALUE 3.
       01  WS-DUP-ACTION                      PIC X(1)    VALUE 'P'.
       01  WS-LV-LIMIT-PAY                    PIC X(11)   VALUE SPACES.
       01  WS-LV-LIMIT-REV                    PIC X(11)   VALUE SPACES.
       01  WS-LV-LIMIT-ADJ                    PIC X(11)   VALUE SPACES.
       01  WS-TOTAL-EXPECTED                  PIC 9(7)    VALUE 0.
       01  WS-TOTAL-WRITTEN                   PIC 9(7)    VALUE 0.
       01  WS-MANIFEST-IDS                    PIC X(4)    VALUE SPACES.
       01  WS-SYSTEM-IDS                      PIC X(4)    VALUE SPACES.
       01  WS-RUN-DATE                        PIC X(8)    VALUE SPACES.
       01  WS-WHS-DELETED                     PIC 9(7)    VALUE 0.
       01  WS-HLD-DELETED                     PIC 9(7)    VALUE 0.
      *    WHEN THIS MERGE STARTED (CCYYMMDDHHMMSS) - ONLY DECISIONS
      *    STAMPED NO LATER ARE RELEASED, AND ONLY THOSE DELETED.
       01  WS-HLD-CUTOFF                      PIC X(14)   VALUE SPACES.
       01  WS-RETURN-CODE                     PIC 9(2)    VALUE 0.
       01  WS-STAMP-PHASE                     PIC X(5)    VALUE SPACES.
       01  WS-STAMP-RC                        PIC 9(2)    VALUE 0.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-FEED
               VARYING WS-FEED-IX FROM 1 BY 1
               UNTIL WS-FEED-IX > 8
           PERFORM 3000-TERMINATE
           STOP RUN.

               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HLD-CUTOFF
           PERFORM 1010-CLEAR-FEED-TABLE
               VARYING WS-FEED-IX FROM 1 BY 1
               UNTIL WS-FEED-IX > 8
           PERFORM 1020-STAMP-STEP-START
           PERFORM 1100-LOAD-CONTROL-CARDS
           WRITE REPORT-LINE FROM WS-HEADING-1
                   PERFORM 1130-STORE-FEED-CARD
               WHEN 'E'
                   PERFORM 1130-STORE-FEED-CARD
               WHEN 'S'
                   PERFORM 1130-STORE-FEED-CARD
               WHEN 'A'
                   PERFORM 1130-STORE-FEED-CARD
               WHEN 'B'
                     AND FC-EXPECTED > 0
                       MOVE FC-EXPECTED TO WS-STALE-DAYS
                   END-IF
                   IF FC-DUP-WINDOW IS NUMERIC
                       MOVE FC-DUP-WINDOW TO WS-DUP-WINDOW
                   END-IF
                   IF FC-DUP-ACTION = 'P' OR 'H'
                       MOVE FC-DUP-ACTION TO WS-DUP-ACTION
                   END-IF
                   IF FC-LV-LIMIT-PAY IS NUMERIC
                       MOVE FC-LV-LIMIT-PAY TO WS-LV-LIMIT-PAY
                   END-IF
                   IF FC-LV-LIMIT-REV IS NUMERIC
                       MOVE FC-LV-LIMIT-REV TO WS-LV-LIMIT-REV
                   END-IF
                   IF FC-LV-LIMIT-ADJ IS NUMERIC
                       MOVE FC-LV-LIMIT-ADJ TO WS-LV-LIMIT-ADJ
                   END-IF
               WHEN OTHER
                   DISPLAY 'TRNMERGE: UNKNOWN FEEDCTL CARD '
                           FC-FEED-ID ' IGNORED'
                   MOVE 1 TO WS-FEED-IX
               WHEN 'E'
                   MOVE 2 TO WS-FEED-IX
               WHEN 'S'
                   MOVE 5 TO WS-FEED-IX
               WHEN 'A'
                   MOVE 6 TO WS-FEED-IX
               WHEN 'B'
                   MOVE 7 TO WS-FEED-IX
               WHEN 'C'
                   MOVE 8 TO WS-FEED-IX
           END-EVALUATE.

       2000-PROCESS-ONE-FEED.
               PERFORM 2100-COPY-FEED-RECORD
                   UNTIL WS-FEED-EOF
               PERFORM 2300-CLOSE-CURRENT-FEED
               PERFORM 2050-CARD-SYSTEM-FEED
               PERFORM 2060-DROP-EMPTY-CHARGES
           END-IF
           PERFORM 2400-BALANCE-FEED.

      *    SVCFEED IS EMPTIED AFTER EVERY MERGE, SO ON ANY NIGHT BUT
      *    MONTH-END IT ARRIVES EMPTY AND UNCARDED - THAT IS NO FEED
      *    AT ALL, NOT AN UNCARDED ONE.  A CARDED 'S' THAT ARRIVES
      *    EMPTY STILL BALANCES SHORT.
       2060-DROP-EMPTY-CHARGES.
           IF WS-CUR-FEED-ID = 'S'
             AND WS-FEED-READ(WS-FEED-IX) = 0
             AND WS-FEED-CARDED(WS-FEED-IX) = 'N'
               MOVE 'N' TO WS-FEED-PRESENT(WS-FEED-IX)
           END-IF.

      *    A SYSTEM FEED IS BUILT FROM OUR OWN FILES, SO NOBODY CAN
      *    CARD IT IN ADVANCE - IT CARDS ITSELF AT THE COUNT THAT
      *    FELL DUE AND ENTERS THE PARMIN TOTAL THERE, WHERE TRNPROC
      *    STILL HOLDS IT TO ACCOUNT RECORD BY RECORD.
       2050-CARD-SYSTEM-FEED.
           IF WS-CUR-FEED-ID = 'W'
               MOVE 'WAREHOUSE RELEASE' TO WS-FEED-NAME(WS-FEED-IX)
               MOVE WS-FEED-READ(WS-FEED-IX)
                   TO WS-FEED-EXPECTED(WS-FEED-IX)
               MOVE 'Y' TO WS-FEED-CARDED(WS-FEED-IX)
           END-IF
           IF WS-CUR-FEED-ID = 'H'
               MOVE 'LARGE-VALUE RELEASE' TO WS-FEED-NAME(WS-FEED-IX)
               MOVE WS-FEED-READ(WS-FEED-IX)
                   TO WS-FEED-EXPECTED(WS-FEED-IX)
               MOVE 'Y' TO WS-FEED-CARDED(WS-FEED-IX)
           END-IF.

       2010-OPEN-CURRENT-FEED.
           MOVE 'N' TO WS-FEED-OPEN-SWITCH
           EVALUATE WS-CUR-FEED-ID
                   IF WS-PENDFILE-STATUS = '00'
                       MOVE 'Y' TO WS-FEED-OPEN-SWITCH
                   END-IF
               WHEN 'W'
                   OPEN INPUT WAREHOUSE-FILE
                   IF WS-TRNWHSE-STATUS = '00'
                       MOVE 'Y' TO WS-FEED-OPEN-SWITCH
                   END-IF
               WHEN 'H'
                   OPEN INPUT HOLD-FILE
                   IF WS-TRNHOLD-STATUS = '00'
                       MOVE 'Y' TO WS-FEED-OPEN-SWITCH
                   END-IF
               WHEN 'S'
                   OPEN INPUT SVC-FILE
                   IF WS-SVCFEED-STATUS = '00'
                       MOVE 'Y' TO WS-FEED-OPEN-SWITCH
                   END-IF
               WHEN 'A'
                   OPEN INPUT FEED-A-FILE
                   IF WS-TRNINA-STATUS = '00'
                   END-IF
           END-EVALUATE.

      *    A RECORD FROM AN OFFICE FILE OR PENDFILE IS ALWAYS
      *    STAMPED WITH THE FEED IT CAME IN ON, AND ITS 79-81 ARE
      *    CLEARED: TRNPROC TRUSTS A RELEASE, A SUPERVISOR DECISION
      *    AND A CHARGE KIND THERE, AND NONE OF THEM MAY COME FROM
      *    OUTSIDE.  SVCFEED IS SVCGEN'S OWN, SO 'S' AND ITS CHARGE
      *    KIND COME ONLY FROM THERE.  THE SOURCE-FEED STAMP IS ONLY
      *    APPLIED WHEN BLANK ON THE RECYCLE FEED AND THE RELEASES:
      *    THEY ALREADY CARRY THE FEED THAT FIRST SENT THEM, AND
      *    OVERSTAMPING WOULD HIDE THE OFFICE RESPONSIBLE FROM THE
      *    REJECT ANALYSIS AND THE OFFICE ACKNOWLEDGEMENT.
      *    A RELEASED ITEM KEEPS ITS OFFICE STAMP AND IS MARKED IN
      *    79 WITH THE HOLDING FILE IT CAME FROM, SO THE OFFICE
      *    ACKNOWLEDGEMENT STEP DOES NOT COUNT IT AGAINST TONIGHT'S
      *    OFFICE FILE A SECOND TIME.  A LARGE-VALUE ITEM MAY HAVE
      *    BEEN HELD ON ITS WAY OUT OF ANOTHER HOLDING FILE, SO 'H'
      *    ONLY GOES INTO AN EMPTY 79; THE SUPERVISOR'S DECISION
      *    ALWAYS GOES INTO 80 - 'A' APPROVED, 'X' DECLINED.
       2100-COPY-FEED-RECORD.
           EVALUATE WS-CUR-FEED-ID
               WHEN 'R'
               WHEN 'W'
               WHEN 'H'
                   IF MERGED-RECORD(78:1) = SPACE
                       MOVE WS-CUR-FEED-ID TO MERGED-RECORD(78:1)
                   END-IF
               WHEN 'S'
                   MOVE WS-CUR-FEED-ID TO MERGED-RECORD(78:1)
               WHEN OTHER
                   MOVE WS-CUR-FEED-ID TO MERGED-RECORD(78:1)
                   MOVE SPACES TO MERGED-RECORD(79:3)
           END-EVALUATE
           IF WS-CUR-FEED-ID = 'W'
               MOVE WS-CUR-FEED-ID TO MERGED-RECORD(79:1)
           END-IF
           IF WS-CUR-FEED-ID = 'H'
               IF MERGED-RECORD(79:1) = SPACE
                   MOVE WS-CUR-FEED-ID TO MERGED-RECORD(79:1)
               END-IF
               IF HLD-APPROVED
                   MOVE 'A' TO MERGED-RECORD(80:1)
               ELSE
                   MOVE 'X' TO MERGED-RECORD(80:1)
               END-IF
           END-IF
           WRITE MERGED-RECORD
           ADD 1 TO WS-FEED-READ(WS-FEED-IX)
                       NOT AT END
                           MOVE PEND-RECORD TO MERGED-RECORD
                   END-READ
               WHEN 'W'
                   PERFORM 2210-READ-DUE-WAREHOUSE-ITEM
                   IF NOT WS-FEED-EOF
                       MOVE WHS-TRANSACTION-DATA TO MERGED-RECORD
                   END-IF
               WHEN 'H'
                   PERFORM 2220-READ-DECIDED-HOLD-ITEM
                   IF NOT WS-FEED-EOF
                       MOVE HLD-TRANSACTION-DATA TO MERGED-RECORD
                   END-IF
               WHEN 'S'
                   READ SVC-FILE
                       AT END
                           SET WS-FEED-EOF TO TRUE
                       NOT AT END
                           MOVE SVC-RECORD TO MERGED-RECORD
                   END-READ
               WHEN 'A'
                   READ FEED-A-FILE
                       AT END
                   END-READ
           END-EVALUATE.

      *    THE WAREHOUSE IS KEYED EFFECTIVE DATE FIRST, SO THE DUE
      *    ITEMS ARE ALL AT THE FRONT - THE FIRST DATE STILL TO COME
      *    ENDS THE FEED.
       2210-READ-DUE-WAREHOUSE-ITEM.
           READ WAREHOUSE-FILE NEXT
               AT END
                   SET WS-FEED-EOF TO TRUE
           END-READ
           IF NOT WS-FEED-EOF
               IF WS-TRNWHSE-STATUS NOT = '00'
                 OR WHS-EFF-DATE > WS-RUN-DATE
                   SET WS-FEED-EOF TO TRUE
               END-IF
           END-IF.

      *    DECIDED ROWS ARE SCATTERED AMONG THE ONES STILL WAITING,
      *    SO THE WHOLE QUEUE IS READ AND THE PENDING ROWS - AND ANY
      *    DECIDED AFTER THIS MERGE STARTED - ARE PASSED OVER.
       2220-READ-DECIDED-HOLD-ITEM.
           MOVE 'N' TO WS-HLD-FOUND-SWITCH
           PERFORM 2225-READ-NEXT-HOLD-ROW
               UNTIL WS-HLD-FOUND OR WS-FEED-EOF.

       2225-READ-NEXT-HOLD-ROW.
           READ HOLD-FILE NEXT
               AT END
                   SET WS-FEED-EOF TO TRUE
           END-READ
           IF NOT WS-FEED-EOF
               IF WS-TRNHOLD-STATUS NOT = '00'
                   SET WS-FEED-EOF TO TRUE
               ELSE
                   IF (HLD-APPROVED OR HLD-DECLINED)
                     AND HLD-DECISION-STAMP NOT > WS-HLD-CUTOFF
                       MOVE 'Y' TO WS-HLD-FOUND-SWITCH
                   END-IF
               END-IF
           END-IF.

       2300-CLOSE-CURRENT-FEED.
           EVALUATE WS-CUR-FEED-ID
               WHEN 'R'
                   CLOSE RECYCLE-FILE
               WHEN 'E'
                   CLOSE PEND-FILE
               WHEN 'W'
                   CLOSE WAREHOUSE-FILE
               WHEN 'H'
                   CLOSE HOLD-FILE
               WHEN 'S'
                   CLOSE SVC-FILE
               WHEN 'A'
                   CLOSE FEED-A-FILE
               WHEN 'B'

      *    MANIFEST POSITIONS ARE FIXED SO FOUR BYTES COVER FIVE
      *    FEEDS: BYTE 1 IS THE CORRECTIONS CHANNEL ('R' RECYCLE,
      *    'E' KEYED ENTRIES, 'X' BOTH), BYTES 2-4 THE REGIONS.  THE
      *    SYSTEM FEEDS HAVE FOUR BYTES OF THEIR OWN AFTER THAT, SO
      *    THE FIRST FOUR READ AS THEY ALWAYS HAVE: BYTE 5 'W',
      *    BYTE 6 'H', BYTE 7 'S'.
       2410-NOTE-FEED-PRESENT.
           EVALUATE WS-CUR-FEED-ID
               WHEN 'R'
                   MOVE 'B' TO WS-MANIFEST-IDS(3:1)
               WHEN 'C'
                   MOVE 'C' TO WS-MANIFEST-IDS(4:1)
               WHEN 'W'
                   IF WS-FEED-READ(WS-FEED-IX) > 0
                       MOVE 'W' TO WS-SYSTEM-IDS(1:1)
                   END-IF
               WHEN 'H'
                   IF WS-FEED-READ(WS-FEED-IX) > 0
                       MOVE 'H' TO WS-SYSTEM-IDS(2:1)
                   END-IF
               WHEN 'S'
                   IF WS-FEED-READ(WS-FEED-IX) > 0
                       MOVE 'S' TO WS-SYSTEM-IDS(3:1)
                   END-IF
           END-EVALUATE.

       2420-PRINT-FEED-LINE.
               MOVE SPACES TO PARM-RECORD
               MOVE WS-TOTAL-EXPECTED TO PARM-EXPECTED-COUNT
               MOVE WS-STALE-DAYS TO PARM-STALE-DAYS
               MOVE WS-DUP-WINDOW TO PARM-DUP-WINDOW
               MOVE WS-DUP-ACTION TO PARM-DUP-ACTION
               MOVE WS-LV-LIMIT-PAY TO PARM-LV-LIMIT-PAY
               MOVE WS-LV-LIMIT-REV TO PARM-LV-LIMIT-REV
               MOVE WS-LV-LIMIT-ADJ TO PARM-LV-LIMIT-ADJ
               WRITE PARM-RECORD
               CLOSE PARM-FILE
           END-IF
           ELSE
               MOVE SPACES TO MANIFEST-RECORD
               MOVE WS-MANIFEST-IDS TO MAN-FEED-IDS
               MOVE WS-SYSTEM-IDS TO MAN-SYSTEM-IDS
               WRITE MANIFEST-RECORD
               CLOSE MANIFEST-FILE
           END-IF
           PERFORM 3100-CONSUME-PENDING
           PERFORM 3110-CONSUME-WAREHOUSE
           PERFORM 3130-CONSUME-HOLD-QUEUE
           PERFORM 3150-CONSUME-CHARGES
           CLOSE MERGED-FILE
           CLOSE REPORT-FILE
           PERFORM 3090-STAMP-STEP-END
                   CLOSE PEND-FILE
               END-IF
           END-IF.

      *    THE RELEASED ITEMS ARE IN TRNIN NOW - DELETE THEM FROM THE
      *    WAREHOUSE ON THE SAME TERMS AS PENDFILE: ONLY AFTER A MERGE
      *    BELOW RC 16, SO A FAILED MERGE'S RERUN RELEASES THEM AGAIN.
      *    THE DELETE PASS STOPS AT THE SAME FIRST DATE STILL TO COME,
      *    AND MUST REMOVE EXACTLY WHAT WAS RELEASED.
       3110-CONSUME-WAREHOUSE.
           IF WS-RETURN-CODE < 16
             AND WS-FEED-READ(3) > 0
               OPEN I-O WAREHOUSE-FILE
               IF WS-TRNWHSE-STATUS NOT = '00'
                   DISPLAY 'TRNMERGE: *** UNABLE TO OPEN TRNWHSE FOR '
                           'RELEASE - STATUS ' WS-TRNWHSE-STATUS
                           ' - ITEMS WILL RELEASE AGAIN ***'
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               ELSE
                   MOVE 0 TO WS-WHS-DELETED
                   MOVE 'N' TO WS-FEED-EOF-SWITCH
                   PERFORM 2210-READ-DUE-WAREHOUSE-ITEM
                   PERFORM 3120-DELETE-RELEASED-ITEM
                       UNTIL WS-FEED-EOF
                   CLOSE WAREHOUSE-FILE
                   IF WS-WHS-DELETED NOT = WS-FEED-READ(3)
                       DISPLAY 'TRNMERGE: *** ' WS-WHS-DELETED
                               ' WAREHOUSE ITEM(S) DELETED BUT '
                               WS-FEED-READ(3) ' RELEASED ***'
                       IF WS-RETURN-CODE < 8
                           MOVE 8 TO WS-RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3120-DELETE-RELEASED-ITEM.
           DELETE WAREHOUSE-FILE RECORD
           IF WS-TRNWHSE-STATUS NOT = '00'
               DISPLAY 'TRNMERGE: *** TRNWHSE DELETE FAILED FOR '
                       WHS-TRANS-ID '/' WHS-SEQ ' - STATUS '
                       WS-TRNWHSE-STATUS ' ***'
               SET WS-FEED-EOF TO TRUE
           ELSE
               ADD 1 TO WS-WHS-DELETED
               PERFORM 2210-READ-DUE-WAREHOUSE-ITEM
           END-IF.

      *    THE DECIDED ITEMS ARE IN TRNIN NOW - DELETE THEM FROM THE
      *    QUEUE ON THE WAREHOUSE'S TERMS, PASSING OVER THE SAME
      *    PENDING AND LATE-DECIDED ROWS THE RELEASE PASSED OVER.
       3130-CONSUME-HOLD-QUEUE.
           IF WS-RETURN-CODE < 16
             AND WS-FEED-READ(4) > 0
               OPEN I-O HOLD-FILE
               IF WS-TRNHOLD-STATUS NOT = '00'
                   DISPLAY 'TRNMERGE: *** UNABLE TO OPEN TRNHOLD FOR '
                           'RELEASE - STATUS ' WS-TRNHOLD-STATUS
                           ' - ITEMS WILL RELEASE AGAIN ***'
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               ELSE
                   MOVE 0 TO WS-HLD-DELETED
                   MOVE 'N' TO WS-FEED-EOF-SWITCH
                   PERFORM 2220-READ-DECIDED-HOLD-ITEM
                   PERFORM 3140-DELETE-DECIDED-ITEM
                       UNTIL WS-FEED-EOF
                   CLOSE HOLD-FILE
                   IF WS-HLD-DELETED NOT = WS-FEED-READ(4)
                       DISPLAY 'TRNMERGE: *** ' WS-HLD-DELETED
                               ' LARGE-VALUE ITEM(S) DELETED BUT '
                               WS-FEED-READ(4) ' RELEASED ***'
                       IF WS-RETURN-CODE < 8
                           MOVE 8 TO WS-RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3140-DELETE-DECIDED-ITEM.
           DELETE HOLD-FILE RECORD
           IF WS-TRNHOLD-STATUS NOT = '00'
               DISPLAY 'TRNMERGE: *** TRNHOLD DELETE FAILED FOR '
                       HLD-TRANS-ID ' - STATUS ' WS-TRNHOLD-STATUS
                       ' ***'
               SET WS-FEED-EOF TO TRUE
           ELSE
               ADD 1 TO WS-HLD-DELETED
               PERFORM 2220-READ-DECIDED-HOLD-ITEM
           END-IF.

      *    THE MONTH'S CHARGES ARE IN TRNIN NOW - EMPTY SVCFEED ON
      *    PENDFILE'S TERMS SO THEY CANNOT MERGE A SECOND TIME.
       3150-CONSUME-CHARGES.
           IF WS-RETURN-CODE < 16
             AND WS-FEED-READ(5) > 0
               OPEN OUTPUT SVC-FILE
               IF WS-SVCFEED-STATUS NOT = '00'
                   DISPLAY 'TRNMERGE: *** UNABLE TO EMPTY SVCFEED - '
                           'STATUS ' WS-SVCFEED-STATUS
                           ' - CHARGES WILL RE-MERGE ***'
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               ELSE
                   CLOSE SVC-FILE
               END-IF
           END-IF.
