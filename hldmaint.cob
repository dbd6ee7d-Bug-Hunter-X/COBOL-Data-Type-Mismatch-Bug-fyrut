      *---------------------------------------------------------------*
      * HLDMAINT - ONLINE SUPERVISOR RELEASE OF LARGE-VALUE HOLDS      *
      *---------------------------------------------------------------*
      * A PAYMENT, REVERSAL OR ADJUSTMENT OVER THE PARMIN THRESHOLD    *
      * FOR ITS TYPE SITS ON TRNHOLD FROM THE NIGHT TRNPROC HELD IT    *
      * UNTIL A SUPERVISOR DECIDES IT HERE, IN THE SAME SIGN-ON/       *
      * SCREEN STYLE AS WHSMAINT.  ANY OPERATOR MAY KEY A HELD DATE,   *
      * TRANS-ID AND SEQUENCE (AS PRINTED ON HLDRPT; A BLANK SEQUENCE  *
      * MEANS 01) AND SEE THE ITEM - TYPE, ACCOUNT, OFFICE, AMOUNT,    *
      * MEMO, THE THRESHOLD IT BROKE AND WHERE IT STANDS.              *
      *   ACTION 'N' - SHOW THE NEXT ITEM STILL WAITING AFTER THE KEY  *
      *                ON THE SCREEN (FROM THE TOP WHEN IT IS BLANK),  *
      *                SO THE QUEUE CAN BE WORKED WITHOUT HLDRPT.      *
      * A SUPERVISOR MAY ALSO:                                         *
      *   ACTION 'A' - APPROVE THE ITEM: THE NEXT TRNMERGE RELEASES    *
      *                IT AS FEED 'H' AND TRNPROC POSTS IT.            *
      *   ACTION 'D' - DECLINE THE ITEM: THE NEXT TRNMERGE RELEASES    *
      *                IT AND TRNPROC REJECTS IT 'LVD' TO TRNREJ.  A   *
      *                NOTE GIVING THE REASON IS REQUIRED.             *
      * EITHER WAY THE ITEM MUST BE THE ONE ALREADY ON DISPLAY -       *
      * INQUIRE FIRST, THEN ACT - AND STILL WAITING; A DECISION IS     *
      * FINAL.  A SUPERVISOR MAY NOT DECIDE AN ITEM THEY KEYED ON      *
      * TRNENTRY THEMSELVES.                                           *
      *                                                                *
      * EVERY DECISION CUTS AN AUDLOG RECORD (STATUS 'MNT-LVAPPR' OR   *
      * 'MNT-LVDECL', SUPERVISOR IN THE JOB-ID FIELD, TRANS-ID AND     *
      * NOTE IN THE DETAIL) FOR THE AUDRPT MAINTENANCE SECTION, AND    *
      * THE SUPERVISOR AND TIME ARE KEPT ON THE ROW ITSELF.  A BLANK   *
      * TRANS-ID ENDS THE SESSION UNLESS THE ACTION IS 'N'.            *
      *---------------------------------------------------------------*
      * MAINTENANCE LOG                                                *
      *   DATE       BY    DESCRIPTION                                *
      *   2026-10-15  SJM   INITIAL VERSION                            *
      *   2026-10-15  SJM   NOTE CLEARED AFTER EVERY PASS WITH THE     *
      *                     ACTION                                     *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO TRNHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-TRNHOLD-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY HLDREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 74 CHARACTERS.
       COPY AUDREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FLAGS.
           05  WS-TRNHOLD-STATUS               PIC X(2)    VALUE '00'.
           05  WS-AUDLOG-STATUS                PIC X(2)    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-DONE-SWITCH                 PIC X       VALUE 'N'.
               88  WS-SESSION-DONE                     VALUE 'Y'.
           05  WS-FOUND-SWITCH                PIC X       VALUE 'N'.
               88  WS-ROW-FOUND                        VALUE 'Y'.
           05  WS-SCAN-SWITCH                 PIC X       VALUE 'N'.
               88  WS-SCAN-DONE                        VALUE 'Y'.

       01  WS-ENTRY-FIELDS.
           05  ENT-OPERATOR                   PIC X(8)    VALUE SPACES.
           05  ENT-SUPERVISOR                 PIC X(1)    VALUE 'N'.
           05  ENT-KEY.
               10  ENT-HELD-DATE              PIC X(8)    VALUE SPACES.
               10  ENT-TRANS-ID               PIC X(10)   VALUE SPACES.
               10  ENT-SEQ                    PIC X(2)    VALUE SPACES.
           05  ENT-ACTION                     PIC X(1)    VALUE SPACE.
           05  ENT-NOTE                       PIC X(20)   VALUE SPACES.
           05  ENT-MESSAGE                    PIC X(60)   VALUE SPACES.

      *    THE ITEM WHOSE ROW (OR NOT-ON-FILE NOTICE) IS ON THE
      *    SCREEN - A DECISION ONLY ACTS ON THAT ONE, SO A MISTYPED
      *    KEY CANNOT RELEASE AN ITEM NOBODY HAS LOOKED AT.
       01  WS-SHOWN-KEY                       PIC X(20)   VALUE SPACES.

       COPY TRNREC.

       01  WS-INQUIRY-FIELDS.
           05  INQ-TYPE                       PIC X(3)    VALUE SPACES.
           05  INQ-ACCOUNT                    PIC X(8)    VALUE SPACES.
           05  INQ-OFFICE                     PIC X(1)    VALUE SPACE.
           05  INQ-AMOUNT                     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  INQ-THRESHOLD                  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  INQ-MEMO                       PIC X(20)   VALUE SPACES.
           05  INQ-HELD-JOB                   PIC X(8)    VALUE SPACES.
           05  INQ-DECISION                   PIC X(8)    VALUE SPACES.
           05  INQ-SUPERVISOR                 PIC X(8)    VALUE SPACES.
           05  INQ-DECIDED-ON                 PIC X(8)    VALUE SPACES.

       01  WS-ACTION-COUNT                    PIC 9(5)    VALUE 0.
       01  WS-AUDIT-STATUS                    PIC X(10)   VALUE SPACES.

       01  WS-RUN-DATE-NUM                    PIC 9(8).
       01  WS-RUN-DATE-DSP.
           05  WS-RD-MM                       PIC 9(2).
           05  FILLER                         PIC X       VALUE '/'.
           05  WS-RD-DD                       PIC 9(2).
           05  FILLER                         PIC X       VALUE '/'.
           05  WS-RD-CCYY                     PIC 9(4).

       01  WS-RUN-TIME-NUM                    PIC 9(6).
       01  WS-RUN-TIME-DSP.
           05  WS-RT-HH                       PIC 9(2).
           05  FILLER                         PIC X       VALUE ':'.
           05  WS-RT-MM                       PIC 9(2).
           05  FILLER                         PIC X       VALUE ':'.
           05  WS-RT-SS                       PIC 9(2).

       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2
               VALUE 'HLDMAINT - LARGE-VALUE APPROVAL QUEUE'.
           05  LINE 3 COLUMN 2
               VALUE 'OPERATOR ID...:'.
           05  LINE 3 COLUMN 18 PIC X(8) USING ENT-OPERATOR.
           05  LINE 4 COLUMN 2
               VALUE 'SUPERVISOR Y/N:'.
           05  LINE 4 COLUMN 18 PIC X(1) USING ENT-SUPERVISOR.
           05  LINE 6 COLUMN 2
               VALUE 'ENTER YOUR OPERATOR ID TO SIGN ON'.

       01  ITEM-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2
               VALUE 'HLDMAINT - LARGE-VALUE APPROVAL QUEUE'.
           05  LINE 1 COLUMN 50
               VALUE 'OPERATOR:'.
           05  LINE 1 COLUMN 60 PIC X(8) FROM ENT-OPERATOR.
           05  LINE 3 COLUMN 2
               VALUE 'HELD DATE.....:'.
           05  LINE 3 COLUMN 18 PIC X(8) USING ENT-HELD-DATE.
           05  LINE 3 COLUMN 30
               VALUE '(CCYYMMDD)'.
           05  LINE 4 COLUMN 2
               VALUE 'TRANS-ID......:'.
           05  LINE 4 COLUMN 18 PIC X(10) USING ENT-TRANS-ID.
           05  LINE 4 COLUMN 30
               VALUE '(BLANK TO END SESSION)'.
           05  LINE 5 COLUMN 2
               VALUE 'SEQUENCE......:'.
           05  LINE 5 COLUMN 18 PIC X(2) USING ENT-SEQ.
           05  LINE 5 COLUMN 30
               VALUE '(BLANK FOR 01)'.
           05  LINE 6 COLUMN 2
               VALUE 'ACTION........:'.
           05  LINE 6 COLUMN 18 PIC X(1) USING ENT-ACTION.
           05  LINE 6 COLUMN 22
               VALUE '(SPACE INQUIRE, N NEXT, A APPROVE, D DECLINE)'.
           05  LINE 7 COLUMN 2
               VALUE 'NOTE..........:'.
           05  LINE 7 COLUMN 18 PIC X(20) USING ENT-NOTE.
           05  LINE 9 COLUMN 2
               VALUE 'TYPE:'.
           05  LINE 9 COLUMN 18 PIC X(3) FROM INQ-TYPE.
           05  LINE 9 COLUMN 30
               VALUE 'ACCOUNT:'.
           05  LINE 9 COLUMN 39 PIC X(8) FROM INQ-ACCOUNT.
           05  LINE 9 COLUMN 50
               VALUE 'OFFICE:'.
           05  LINE 9 COLUMN 58 PIC X(1) FROM INQ-OFFICE.
           05  LINE 10 COLUMN 2
               VALUE 'AMOUNT:'.
           05  LINE 10 COLUMN 18 PIC Z,ZZZ,ZZZ,ZZ9.99
               FROM INQ-AMOUNT.
           05  LINE 10 COLUMN 38
               VALUE 'MEMO:'.
           05  LINE 10 COLUMN 44 PIC X(20) FROM INQ-MEMO.
           05  LINE 11 COLUMN 2
               VALUE 'THRESHOLD:'.
           05  LINE 11 COLUMN 18 PIC Z,ZZZ,ZZZ,ZZ9.99
               FROM INQ-THRESHOLD.
           05  LINE 11 COLUMN 38
               VALUE 'HELD BY JOB:'.
           05  LINE 11 COLUMN 51 PIC X(8) FROM INQ-HELD-JOB.
           05  LINE 12 COLUMN 2
               VALUE 'STATUS:'.
           05  LINE 12 COLUMN 18 PIC X(8) FROM INQ-DECISION.
           05  LINE 12 COLUMN 30
               VALUE 'BY:'.
           05  LINE 12 COLUMN 34 PIC X(8) FROM INQ-SUPERVISOR.
           05  LINE 12 COLUMN 44
               VALUE 'ON:'.
           05  LINE 12 COLUMN 48 PIC X(8) FROM INQ-DECIDED-ON.
           05  LINE 14 COLUMN 2 PIC X(60) FROM ENT-MESSAGE.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MAINTENANCE-SESSION UNTIL WS-SESSION-DONE
           PERFORM 3000-TERMINATE
           STOP RUN.

      *    TRNPROC CREATES THE QUEUE THE FIRST TIME IT HOLDS AN
      *    ITEM; UNTIL THEN THERE IS NOTHING HERE TO DECIDE.
       1000-INITIALIZE.
           OPEN I-O HOLD-FILE
           IF WS-TRNHOLD-STATUS = '35'
               DISPLAY 'HLDMAINT: NO TRNHOLD FILE - NOTHING HELD'
               STOP RUN
           END-IF
           IF WS-TRNHOLD-STATUS NOT = '00'
               DISPLAY 'HLDMAINT: *** UNABLE TO OPEN TRNHOLD - STATUS '
                       WS-TRNHOLD-STATUS ' ***'
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM
           MOVE WS-RUN-DATE-NUM(5:2) TO WS-RD-MM
           MOVE WS-RUN-DATE-NUM(7:2) TO WS-RD-DD
           MOVE WS-RUN-DATE-NUM(1:4) TO WS-RD-CCYY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME-NUM
           MOVE WS-RUN-TIME-NUM(1:2) TO WS-RT-HH
           MOVE WS-RUN-TIME-NUM(3:2) TO WS-RT-MM
           MOVE WS-RUN-TIME-NUM(5:2) TO WS-RT-SS
           PERFORM 1200-SIGN-ON.

       1200-SIGN-ON.
           PERFORM 1210-ACCEPT-SIGN-ON
               UNTIL ENT-OPERATOR NOT = SPACES.

       1210-ACCEPT-SIGN-ON.
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN.

      *    THE ACTION IS CLEARED AFTER EVERY PASS SO PRESSING ENTER
      *    AGAIN RE-DISPLAYS THE ITEM RATHER THAN REPEATING THE
      *    DECISION (AND CUTTING A SECOND AUDIT RECORD).  THE NOTE
      *    IS CLEARED WITH IT, SO ONE ITEM'S REASON CANNOT BE FILED
      *    AGAINST THE NEXT.
       2000-MAINTENANCE-SESSION.
           DISPLAY ITEM-SCREEN
           ACCEPT ITEM-SCREEN
           IF ENT-TRANS-ID = SPACES
             AND ENT-ACTION NOT = 'N'
               MOVE 'Y' TO WS-DONE-SWITCH
           ELSE
               IF ENT-SEQ = SPACES
                   MOVE '01' TO ENT-SEQ
               END-IF
               EVALUATE ENT-ACTION
                   WHEN SPACE
                       PERFORM 2010-FETCH-HOLD-ROW
                       PERFORM 2020-SHOW-HOLD-ROW
                   WHEN 'N'
                       PERFORM 2040-FIND-NEXT-PENDING
                       PERFORM 2020-SHOW-HOLD-ROW
                   WHEN 'A'
                       PERFORM 2010-FETCH-HOLD-ROW
                       PERFORM 2030-DECIDE-ITEM
                   WHEN 'D'
                       PERFORM 2010-FETCH-HOLD-ROW
                       PERFORM 2030-DECIDE-ITEM
                   WHEN OTHER
                       MOVE 'ACTION MUST BE SPACE, N, A OR D'
                           TO ENT-MESSAGE
               END-EVALUATE
               MOVE ENT-KEY TO WS-SHOWN-KEY
               MOVE SPACE TO ENT-ACTION
               MOVE SPACES TO ENT-NOTE
           END-IF.

       2010-FETCH-HOLD-ROW.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ENT-KEY TO HLD-KEY
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-TRNHOLD-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-FOUND-SWITCH
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'HLDMAINT: *** TRNHOLD READ FAILED - '
                           'STATUS ' WS-TRNHOLD-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   PERFORM 3000-TERMINATE
                   STOP RUN
           END-EVALUATE.

      *    AN ITEM NOT ON FILE HAS EITHER NEVER BEEN HELD OR BEEN
      *    DECIDED AND ALREADY RELEASED BY TRNMERGE - TRNMSTR OR
      *    REJRPT SAYS WHICH.
       2020-SHOW-HOLD-ROW.
           IF WS-ROW-FOUND
               MOVE HLD-TRANSACTION-DATA TO TR-TRANSACTION-RECORD
               EVALUATE TRUE
                   WHEN TR-TYPE-PAYMENT
                       MOVE 'PAY' TO INQ-TYPE
                   WHEN TR-TYPE-REVERSAL
                       MOVE 'REV' TO INQ-TYPE
                   WHEN TR-TYPE-ADJUSTMENT
                       MOVE 'ADJ' TO INQ-TYPE
                   WHEN OTHER
                       MOVE TR-RECORD-TYPE TO INQ-TYPE
               END-EVALUATE
               MOVE TR-ACCOUNT-NO TO INQ-ACCOUNT
               MOVE HLD-SOURCE-FEED TO INQ-OFFICE
               MOVE TR-AMOUNT TO INQ-AMOUNT
               MOVE HLD-THRESHOLD TO INQ-THRESHOLD
               MOVE TR-MEMO-TEXT TO INQ-MEMO
               MOVE HLD-HELD-JOB-ID TO INQ-HELD-JOB
               EVALUATE TRUE
                   WHEN HLD-APPROVED
                       MOVE 'APPROVED' TO INQ-DECISION
                   WHEN HLD-DECLINED
                       MOVE 'DECLINED' TO INQ-DECISION
                   WHEN OTHER
                       MOVE 'PENDING' TO INQ-DECISION
               END-EVALUATE
               MOVE HLD-SUPERVISOR TO INQ-SUPERVISOR
               MOVE HLD-DECISION-DATE TO INQ-DECIDED-ON
               MOVE 'DISPLAYED' TO ENT-MESSAGE
           ELSE
               PERFORM 2025-CLEAR-INQUIRY
               MOVE 'ITEM NOT ON THE APPROVAL QUEUE' TO ENT-MESSAGE
           END-IF.

       2025-CLEAR-INQUIRY.
           MOVE SPACES TO INQ-TYPE
           MOVE SPACES TO INQ-ACCOUNT
           MOVE SPACE TO INQ-OFFICE
           MOVE 0 TO INQ-AMOUNT
           MOVE 0 TO INQ-THRESHOLD
           MOVE SPACES TO INQ-MEMO
           MOVE SPACES TO INQ-HELD-JOB
           MOVE SPACES TO INQ-DECISION
           MOVE SPACES TO INQ-SUPERVISOR
           MOVE SPACES TO INQ-DECIDED-ON.

      *    APPROVE AND DECLINE SHARE THE SAME GUARDS.  THE ROW STAYS
      *    ON THE QUEUE WITH ITS DECISION UNTIL TRNMERGE RELEASES IT,
      *    SO HLDRPT CAN SHOW WHAT IS DECIDED BUT NOT YET THROUGH.
       2030-DECIDE-ITEM.
           IF WS-ROW-FOUND
               MOVE HLD-TRANSACTION-DATA TO TR-TRANSACTION-RECORD
           END-IF
           EVALUATE TRUE
               WHEN ENT-SUPERVISOR NOT = 'Y'
                   MOVE 'A DECISION REQUIRES SUPERVISOR SIGN-ON'
                       TO ENT-MESSAGE
               WHEN NOT WS-ROW-FOUND
                   MOVE 'ITEM NOT ON THE APPROVAL QUEUE' TO ENT-MESSAGE
               WHEN ENT-KEY NOT = WS-SHOWN-KEY
                   MOVE 'INQUIRE ON THE ITEM BEFORE DECIDING IT'
                       TO ENT-MESSAGE
               WHEN NOT HLD-PENDING
                   MOVE 'ITEM ALREADY DECIDED - A DECISION IS FINAL'
                       TO ENT-MESSAGE
               WHEN TR-SOURCE-FEED = 'E'
                 AND TR-ENT-OPERATOR = ENT-OPERATOR
                   MOVE 'KEYED BY YOU - ANOTHER SUPERVISOR MUST DECIDE'
                       TO ENT-MESSAGE
               WHEN ENT-ACTION = 'D'
                 AND ENT-NOTE = SPACES
                   MOVE 'A NOTE IS REQUIRED TO DECLINE' TO ENT-MESSAGE
               WHEN OTHER
                   PERFORM 2035-RECORD-DECISION
           END-EVALUATE.

       2035-RECORD-DECISION.
           IF ENT-ACTION = 'A'
               SET HLD-APPROVED TO TRUE
               MOVE 'MNT-LVAPPR' TO WS-AUDIT-STATUS
           ELSE
               SET HLD-DECLINED TO TRUE
               MOVE 'MNT-LVDECL' TO WS-AUDIT-STATUS
           END-IF
           MOVE ENT-OPERATOR TO HLD-SUPERVISOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO HLD-DECISION-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO HLD-DECISION-TIME
           MOVE ENT-NOTE TO HLD-NOTE
           REWRITE HLD-RECORD
           IF WS-TRNHOLD-STATUS NOT = '00'
               DISPLAY 'HLDMAINT: *** TRNHOLD REWRITE FAILED - '
                       'STATUS ' WS-TRNHOLD-STATUS ' ***'
               MOVE 96 TO RETURN-CODE
               PERFORM 3000-TERMINATE
               STOP RUN
           END-IF
           PERFORM 2500-WRITE-AUDIT-ACTION
           PERFORM 2020-SHOW-HOLD-ROW
           IF HLD-APPROVED
               MOVE 'ITEM APPROVED - AUDIT RECORD CUT' TO ENT-MESSAGE
           ELSE
               MOVE 'ITEM DECLINED - AUDIT RECORD CUT' TO ENT-MESSAGE
           END-IF.

      *    THE NEXT WAITING ITEM STRICTLY AFTER THE KEY ON THE
      *    SCREEN; ITS KEY IS PUT BACK ON THE SCREEN SO IT COUNTS AS
      *    SHOWN AND CAN BE DECIDED ON THE NEXT PASS.
       2040-FIND-NEXT-PENDING.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 'N' TO WS-SCAN-SWITCH
           IF ENT-TRANS-ID = SPACES
               MOVE LOW-VALUES TO HLD-KEY
           ELSE
               MOVE ENT-KEY TO HLD-KEY
           END-IF
           START HOLD-FILE KEY IS GREATER THAN HLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-SWITCH
           END-START
           PERFORM 2045-READ-NEXT-ROW UNTIL WS-SCAN-DONE
           IF WS-ROW-FOUND
               MOVE HLD-KEY TO ENT-KEY
           ELSE
               MOVE SPACES TO ENT-KEY
           END-IF.

       2045-READ-NEXT-ROW.
           READ HOLD-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-SCAN-SWITCH
           END-READ
           IF NOT WS-SCAN-DONE
               IF WS-TRNHOLD-STATUS NOT = '00'
                   DISPLAY 'HLDMAINT: *** TRNHOLD READ FAILED - '
                           'STATUS ' WS-TRNHOLD-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   PERFORM 3000-TERMINATE
                   STOP RUN
               END-IF
               IF HLD-PENDING
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE 'Y' TO WS-SCAN-SWITCH
               END-IF
           END-IF.

      *    ONE AUDLOG RECORD PER DECISION, LAID OUT AS WHSMAINT LAYS
      *    OUT ITS OWN: SUPERVISOR IN THE JOB-ID FIELD, THE TRANS-ID
      *    DECIDED AND THE FIRST HALF OF THE NOTE IN THE DETAIL.
       2500-WRITE-AUDIT-ACTION.
           MOVE WS-RUN-DATE-DSP TO AUD-RUN-DATE
           MOVE WS-RUN-TIME-DSP TO AUD-RUN-TIME
           MOVE ENT-OPERATOR TO AUD-JOB-ID
           MOVE 1 TO AUD-COUNT
           MOVE WS-AUDIT-STATUS TO AUD-STATUS
           MOVE 0 TO AUD-REJECT-COUNT
           MOVE SPACES TO AUD-FEED-IDS
           MOVE SPACES TO AUD-DETAIL
           MOVE ENT-TRANS-ID TO AUD-DETAIL(1:10)
           MOVE ENT-NOTE(1:10) TO AUD-DETAIL(11:10)
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDLOG-STATUS NOT = '00'
               DISPLAY 'HLDMAINT: *** UNABLE TO OPEN AUDLOG - '
                       'STATUS ' WS-AUDLOG-STATUS ' ***'
           ELSE
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
               ADD 1 TO WS-ACTION-COUNT
           END-IF.

       3000-TERMINATE.
           CLOSE HOLD-FILE
           DISPLAY 'HLDMAINT: ' WS-ACTION-COUNT
                   ' ITEM(S) DECIDED BY ' ENT-OPERATOR.
