      *---------------------------------------------------------------*
      * DATA-ENTRY SCREEN FOR THE SMALL-VOLUME CORRECTIONS THAT USED   *
      * TO WAIT FOR THE UPSTREAM SYSTEM'S NEXT-DAY FILE.  CAPTURES     *
      * THE TRNREC FIELDS (TYPE, TRANS-ID, DATE, AMOUNT, MEMO, AND     *
      * THE FROM- AND TO-ACCOUNT OF A TRANSFER), APPLIES THE SAME      *
      * EDITS TRNPROC ENFORCES - RECORD TYPE, REAL CALENDAR DATE,      *
      * NOT FUTURE, BUSINESS DAY PER CALDAYS, NUMERIC AMOUNT,          *
      * ADJUSTMENT AND TRANSFER RULES - SO NOTHING CAN BE KEYED THAT   *
      * THE BATCH WOULD REJECT, AND WRITES STANDARD 100-BYTE TRNIN     *
      * RECORDS TO PENDFILE, WHICH TRNMERGE CARRIES INTO THE NEXT      *
      * RUN AS FEED 'E'.  EVERY RECORD IS STAMPED WITH THE KEYING      *
      * OPERATOR'S ID, AND THE SESSION CUTS AN AUDLOG RECORD SO THE    *
      *                     CARRY SPACES IN THE DETAIL                 *
      *   2026-09-02  SJM   RUNCTL RUN-CONTROL STAMPS AT START AND     *
      *                     END OF EACH SESSION FOR CYCSTAT            *
      *   2026-10-15  SJM   RECORD TYPE 40 (ACCOUNT-TO-ACCOUNT         *
      *                     TRANSFER) ACCEPTED, WITH FROM-ACCOUNT AND  *
      *                     TO-ACCOUNT FIELDS KEYED ONLY ON A TRANSFER *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNENTRY.
           05  ENT-DATE                       PIC X(8)    VALUE SPACES.
           05  ENT-AMOUNT                     PIC X(11)   VALUE SPACES.
           05  ENT-MEMO                       PIC X(20)   VALUE SPACES.
           05  ENT-FROM-ACCOUNT               PIC X(8)    VALUE SPACES.
           05  ENT-TO-ACCOUNT                 PIC X(8)    VALUE SPACES.
           05  ENT-MESSAGE                    PIC X(60)   VALUE SPACES.

       01  WS-KEYED-COUNT                     PIC 9(5)    VALUE 0.
               VALUE 'RECORD TYPE...:'.
           05  LINE 3 COLUMN 18 PIC X(2) USING ENT-TYPE.
           05  LINE 3 COLUMN 22
               VALUE '(10 PAYMENT, 20 REVERSAL, 30 ADJUSTMENT,'.
           05  LINE 3 COLUMN 63
               VALUE '40 TRANSFER)'.
           05  LINE 4 COLUMN 2
               VALUE 'TRANS-ID......:'.
           05  LINE 4 COLUMN 18 PIC X(10) USING ENT-TRANS-ID.
           05  LINE 7 COLUMN 2
               VALUE 'MEMO..........:'.
           05  LINE 7 COLUMN 18 PIC X(20) USING ENT-MEMO.
           05  LINE 8 COLUMN 2
               VALUE 'FROM ACCOUNT..:'.
           05  LINE 8 COLUMN 18 PIC X(8) USING ENT-FROM-ACCOUNT.
           05  LINE 8 COLUMN 30
               VALUE '(TRANSFER ONLY)'.
           05  LINE 9 COLUMN 2
               VALUE 'TO ACCOUNT....:'.
           05  LINE 9 COLUMN 18 PIC X(8) USING ENT-TO-ACCOUNT.
           05  LINE 9 COLUMN 30
               VALUE '(TRANSFER ONLY)'.
           05  LINE 11 COLUMN 2 PIC X(60) FROM ENT-MESSAGE.

       PROCEDURE DIVISION.

           MOVE 'N' TO WS-STALE-SWITCH
           MOVE SPACES TO ENT-MESSAGE
           EVALUATE TRUE
               WHEN ENT-TYPE NOT = '10' AND '20' AND '30' AND '40'
                   MOVE 'RECORD TYPE MUST BE 10, 20, 30 OR 40'
                       TO ENT-MESSAGE
                   MOVE 'N' TO WS-VALID-SWITCH
               WHEN ENT-DATE IS NOT NUMERIC
                       MOVE 'ADJUSTMENT NEEDS A REASON IN THE MEMO'
                           TO ENT-MESSAGE
                       MOVE 'N' TO WS-VALID-SWITCH
                   WHEN ENT-TYPE = '40'
                       PERFORM 2050-EDIT-TRANSFER
                   WHEN ENT-FROM-ACCOUNT NOT = SPACES
                     OR ENT-TO-ACCOUNT NOT = SPACES
                       MOVE 'ACCOUNTS ARE KEYED ON A TRANSFER ONLY'
                           TO ENT-MESSAGE
                       MOVE 'N' TO WS-VALID-SWITCH
               END-EVALUATE
           END-IF.

      *    THE SAME RULES AS THE BATCH 'XFR' EDIT.  WHETHER THE TWO
      *    ACCOUNTS ARE ON TRNACCT AND FREE TO MOVE IS LEFT TO THE
      *    BATCH, WHICH JUDGES THEM AS THEY STAND ON THE NIGHT.
       2050-EDIT-TRANSFER.
           EVALUATE TRUE
               WHEN ENT-AMOUNT = ZEROS
                   MOVE 'TRANSFER AMOUNT MAY NOT BE ZERO'
                       TO ENT-MESSAGE
                   MOVE 'N' TO WS-VALID-SWITCH
               WHEN ENT-FROM-ACCOUNT = SPACES
                 OR ENT-TO-ACCOUNT = SPACES
                   MOVE 'TRANSFER NEEDS A FROM AND A TO ACCOUNT'
                       TO ENT-MESSAGE
                   MOVE 'N' TO WS-VALID-SWITCH
               WHEN ENT-FROM-ACCOUNT = ENT-TO-ACCOUNT
                   MOVE 'TRANSFER ACCOUNTS MUST DIFFER'
                       TO ENT-MESSAGE
                   MOVE 'N' TO WS-VALID-SWITCH
           END-EVALUATE.

       2020-EDIT-ENTRY-DATE.
           MOVE ENT-DATE TO WS-TRAN-DATE-NUM
           PERFORM 2015-EDIT-DATE-RANGE
           MOVE ENT-AMOUNT TO TR-TRANSACTION-RECORD(21:11)
           MOVE ENT-MEMO TO TR-MEMO-TEXT
           MOVE ENT-OPERATOR TO TR-ENT-OPERATOR
           IF ENT-TYPE = '40'
               MOVE ENT-FROM-ACCOUNT TO TR-ACCOUNT-NO
               MOVE ENT-TO-ACCOUNT TO TR-TO-ACCOUNT-NO
           END-IF
           WRITE PEND-RECORD FROM TR-TRANSACTION-RECORD
           ADD 1 TO WS-KEYED-COUNT
           IF WS-STALE-DATED
           MOVE SPACES TO ENT-TRANS-ID
           MOVE SPACES TO ENT-DATE
           MOVE SPACES TO ENT-AMOUNT
           MOVE SPACES TO ENT-MEMO
           MOVE SPACES TO ENT-FROM-ACCOUNT
           MOVE SPACES TO ENT-TO-ACCOUNT.

      *    THE SESSION AUDIT RECORD PUTS THE OPERATOR IN THE JOB-ID
      *    FIELD AND 'ENTRY' IN THE STATUS, SO AUDRPT AND THE
