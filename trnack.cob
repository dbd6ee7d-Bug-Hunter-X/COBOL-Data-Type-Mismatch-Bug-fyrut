      *---------------------------------------------------------------*
      * TRNACK - PER-OFFICE ACKNOWLEDGEMENT FILES AFTER TRNPROC        *
      *---------------------------------------------------------------*
      * THE REGIONAL OFFICES NEVER HEARD WHAT HAPPENED TO WHAT THEY    *
      * SENT AND PHONED OPERATIONS TO FIND THEIR REJECTS.  THIS STEP   *
      * RUNS BEHIND TRNPROC AND WRITES ONE ACKNOWLEDGEMENT FILE PER    *
      * OFFICE (ACKA/ACKB/ACKC, LAYOUT IN ACKREC): ONE DETAIL PER      *
      * RECORD THAT OFFICE SENT TONIGHT WITH ITS TRANS-ID, AMOUNT AND  *
      * OUTCOME ('PST', 'WHS', 'LVH' OR THE TRNREJ REASON CODE), THEN  *
      * A TRAILER WHOSE COUNTS TIE TO THE OFFICE'S FEEDCTL EXPECTED    *
      * COUNT.                                                         *
      *                                                                *
      * THE OUTCOME COMES FROM WALKING TRNIN AND TRNREJ SIDE BY SIDE:  *
      * TRNPROC WRITES ITS REJECTS IN TRNIN ORDER (A CHECKPOINT        *
      * RESTART REPOSITIONS TRNREJ EXACTLY), SO A TRNIN RECORD WHOSE   *
      * IMAGE MATCHES THE NEXT UNCLAIMED REJECT DREW THAT REJECT, AND  *
      * ANY OTHER RECORD POSTED.  A RECORD BELONGS TO AN OFFICE WHEN   *
      * TRNMERGE STAMPED ITS FEED ID IN POSITION 78 AND IT CARRIES NO  *
      * RECYCLE ATTEMPT IN 52-53 - A RECYCLED REJECT KEEPS ITS         *
      * ORIGINAL OFFICE STAMP BUT CAME IN THROUGH THE RECYCLE FEED,    *
      * NOT IN TONIGHT'S OFFICE FILE, AND IS NOT IN ITS EXPECTED       *
      * COUNT.                                                         *
      *                                                                *
      * AN ITEM TRNMERGE RELEASED TONIGHT FROM THE WAREHOUSE ('W' IN   *
      * POSITION 79) OR THE LARGE-VALUE QUEUE ('H') WAS ACKNOWLEDGED   *
      * 'WHS' OR 'LVH' ON THE NIGHT IT ARRIVED.  IT IS ACKNOWLEDGED    *
      * AGAIN UNDER ITS POSITION-78 OFFICE WITH ITS FINAL OUTCOME AND  *
      * THE RELEASING FILE IN ACK-RELEASED-FROM, SO AN ITEM THAT       *
      * REJECTS ON ITS RELEASE NIGHT STILL REACHES THE OFFICE.  IT IS  *
      * COUNTED IN THE TRAILER'S RELEASED FIGURE ONLY - IT WAS NOT IN  *
      * TONIGHT'S OFFICE FILE, SO IT STAYS OUT OF THE RECORD COUNT     *
      * THAT TIES TO FEEDCTL.                                          *
      *                                                                *
      * A RECORD THAT DREW NO REJECT IS 'WHS' WHEN TONIGHT'S TRNPROC   *
      * HELD IT ON THE TRNWHSE WAREHOUSE FOR ITS EFFECTIVE DATE, AND   *
      * 'PST' OTHERWISE.  WITHOUT A TRNWHSE DD EVERY SUCH RECORD IS    *
      * 'PST', AS BEFORE THE WAREHOUSE EXISTED.  LIKEWISE IT IS 'LVH'  *
      * WHEN TONIGHT'S TRNPROC HELD IT ON THE TRNHOLD LARGE-VALUE      *
      * QUEUE FOR A SUPERVISOR.  THE DECISION REACHES THE OFFICE ON    *
      * THE NIGHT TRNMERGE RELEASES THE ITEM, AS A RELEASED ITEM       *
      * ABOVE - 'LVD' IF IT WAS DECLINED.                              *
      *                                                                *
      * THE STEP REFUSES TO RUN (RC 16) UNLESS THE LATEST TRNPROC END  *
      * STAMP ON RUNCTL SHOWS A COMPLETED RUN AND NO TRNMERGE HAS      *
      * STAMPED SINCE - AN ABENDED OR GATE-REFUSED RUN, OR A TRNIN     *
      * MERGED AFTER THE LAST POSTING, WOULD OTHERWISE BE ACKNOWLEDGED *
      * AS POSTED.  THE DATE ON THE ACKNOWLEDGEMENTS, AND THE HELD DATE*
      * THE WAREHOUSE AND HOLD ROWS ARE MATCHED ON, IS THE RUN DATE    *
      * THAT STAMP CARRIES - THE ORIGINAL RUN'S DATE AFTER A RESTART   *
      * THAT CROSSED MIDNIGHT.                                         *
      * RC 8: AN OFFICE TRAILER DOES NOT BALANCE OR A TRNREJ RECORD    *
      * COULD NOT BE MATCHED BACK TO TRNIN.                            *
      *---------------------------------------------------------------*
      * MAINTENANCE LOG                                                *
      *   DATE       BY    DESCRIPTION                                *
      *   2026-10-15  SJM   INITIAL VERSION                            *
      *   2026-10-15  SJM   'WHS' OUTCOME FOR ITEMS TRNPROC            *
      *                     WAREHOUSED, WAREHOUSED COUNT ON THE        *
      *                     TRAILER; WAREHOUSE RELEASES NOT            *
      *                     ACKNOWLEDGED AGAIN                         *
      *   2026-10-15  SJM   'LVH' OUTCOME FOR ITEMS TRNPROC HELD ON    *
      *                     THE TRNHOLD LARGE-VALUE QUEUE, HELD COUNT  *
      *                     ON THE TRAILER                             *
      *   2026-10-15  SJM   TRNWHSE ROWS FOUND BY DATE, TRANS-ID AND   *
      *                     IMAGE NOW THE KEY CARRIES A SEQUENCE       *
      *   2026-10-15  SJM   WAREHOUSE AND LARGE-VALUE RELEASES         *
      *                     ACKNOWLEDGED UNDER THEIR OFFICE WITH THEIR *
      *                     FINAL OUTCOME, COUNTED APART AS RELEASED   *
      *   2026-10-15  SJM   RUN DATE TAKEN FROM THE TRNPROC END STAMP, *
      *                     NOT THE CLOCK, SO ITEMS HELD BY A RESTART  *
      *                     PAST MIDNIGHT ARE STILL FOUND; A MERGE     *
      *                     SINCE THE LAST POSTING REFUSES THE STEP    *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRN-FILE ASSIGN TO TRNIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRNIN-STATUS.
           SELECT REJECT-FILE ASSIGN TO TRNREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRNREJ-STATUS.
           SELECT FEEDCTL-FILE ASSIGN TO FEEDCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDCTL-STATUS.
           SELECT RUN-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ACK-A-FILE ASSIGN TO ACKA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKA-STATUS.
           SELECT ACK-B-FILE ASSIGN TO ACKB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKB-STATUS.
           SELECT ACK-C-FILE ASSIGN TO ACKC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKC-STATUS.
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
       FD  TRN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
       01  TRNIN-RECORD                        PIC X(100).

       FD  REJECT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 103 CHARACTERS.
       01  REJECT-RECORD.
           05  RJ-REASON-CODE                  PIC X(3).
           05  RJ-RAW-DATA                     PIC X(100).

       FD  FEEDCTL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  FEEDCTL-RECORD.
           05  FC-FEED-ID                      PIC X(1).
           05  FILLER                          PIC X(1).
           05  FC-FEED-NAME                    PIC X(20).
           05  FC-EXPECTED                     PIC 9(7).
           05  FILLER                          PIC X(51).

       FD  RUN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS.
       COPY RUNREC.

       FD  ACK-A-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 70 CHARACTERS.
       01  ACK-A-RECORD                        PIC X(70).

       FD  ACK-B-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 70 CHARACTERS.
       01  ACK-B-RECORD                        PIC X(70).

       FD  ACK-C-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 70 CHARACTERS.
       01  ACK-C-RECORD                        PIC X(70).

       FD  WAREHOUSE-FILE
           RECORD CONTAINS 150 CHARACTERS.
       COPY WHSREC.

       FD  HOLD-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY HLDREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FLAGS.
           05  WS-TRNIN-STATUS                 PIC X(2)    VALUE '00'.
           05  WS-TRNREJ-STATUS                PIC X(2)    VALUE '00'.
           05  WS-FEEDCTL-STATUS               PIC X(2)    VALUE '00'.
           05  WS-RUNCTL-STATUS                PIC X(2)    VALUE '00'.
           05  WS-ACKA-STATUS                  PIC X(2)    VALUE '00'.
           05  WS-ACKB-STATUS                  PIC X(2)    VALUE '00'.
           05  WS-ACKC-STATUS                  PIC X(2)    VALUE '00'.
           05  WS-TRNWHSE-STATUS               PIC X(2)    VALUE '00'.
           05  WS-TRNHOLD-STATUS               PIC X(2)    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                  PIC X       VALUE 'N'.
               88  WS-EOF                              VALUE 'Y'.
           05  WS-REJ-EOF-SWITCH              PIC X       VALUE 'N'.
               88  WS-REJ-EOF                          VALUE 'Y'.
           05  WS-CTL-EOF-SWITCH              PIC X       VALUE 'N'.
               88  WS-CTL-EOF                          VALUE 'Y'.
           05  WS-RUN-EOF-SWITCH              PIC X       VALUE 'N'.
               88  WS-RUN-EOF                          VALUE 'Y'.
           05  WS-PROC-DONE-SWITCH            PIC X       VALUE 'N'.
               88  WS-PROC-DONE                        VALUE 'Y'.
           05  WS-WHSE-OPEN-SWITCH            PIC X       VALUE 'N'.
               88  WS-WHSE-OPEN                        VALUE 'Y'.
           05  WS-HOLD-OPEN-SWITCH            PIC X       VALUE 'N'.
               88  WS-HOLD-OPEN                        VALUE 'Y'.
           05  WS-HOLD-SCAN-SWITCH            PIC X       VALUE 'N'.
               88  WS-HOLD-SCAN-DONE                   VALUE 'Y'.
           05  WS-WHSE-SCAN-SWITCH            PIC X       VALUE 'N'.
               88  WS-WHSE-SCAN-DONE                   VALUE 'Y'.

      *    ONE SLOT PER OFFICE, IN FEED-ID ORDER A/B/C.
       01  WS-OFFICE-IDS                      PIC X(3)    VALUE 'ABC'.
       01  WS-OFC-IX                          PIC 9(1)    COMP.
       01  WS-OFFICE-TABLE.
           05  WS-OFC-ENTRY OCCURS 3 TIMES.
               10  WS-OFC-CARDED              PIC X(1).
               10  WS-OFC-EXPECTED            PIC 9(7).
               10  WS-OFC-RECORDS             PIC 9(7).
               10  WS-OFC-POSTED              PIC 9(7).
               10  WS-OFC-REJECTED            PIC 9(7).
               10  WS-OFC-WAREHOUSED          PIC 9(7).
               10  WS-OFC-LV-HELD             PIC 9(7).
               10  WS-OFC-RELEASED            PIC 9(7).

       01  WS-OUTCOME                         PIC X(3)    VALUE SPACES.
       01  WS-UNMATCHED-REJECTS               PIC 9(7)    VALUE 0.
       01  WS-RETURN-CODE                     PIC 9(2)    VALUE 0.
       01  WS-GATE-DATE                       PIC X(8)    VALUE SPACES.
       01  WS-PROC-RC                         PIC 9(2)    VALUE 0.
       01  WS-RUN-DATE-NUM                    PIC 9(8).

       COPY ACKREC.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACKNOWLEDGE-RECORD UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-VERIFY-POSTING-RUN
           MOVE WS-GATE-DATE TO WS-RUN-DATE-NUM
           OPEN INPUT TRN-FILE
           IF WS-TRNIN-STATUS NOT = '00'
               DISPLAY 'TRNACK: *** UNABLE TO OPEN TRNIN - STATUS '
                       WS-TRNIN-STATUS ' ***'
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REJECT-FILE
           IF WS-TRNREJ-STATUS NOT = '00'
               DISPLAY 'TRNACK: *** UNABLE TO OPEN TRNREJ - STATUS '
                       WS-TRNREJ-STATUS ' ***'
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACK-A-FILE
           OPEN OUTPUT ACK-B-FILE
           OPEN OUTPUT ACK-C-FILE
           IF WS-ACKA-STATUS NOT = '00'
             OR WS-ACKB-STATUS NOT = '00'
             OR WS-ACKC-STATUS NOT = '00'
               DISPLAY 'TRNACK: *** UNABLE TO OPEN ACK FILES - '
                       'STATUS ' WS-ACKA-STATUS '/' WS-ACKB-STATUS
                       '/' WS-ACKC-STATUS ' ***'
               MOVE 97 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1010-CLEAR-OFFICE-SLOT
               VARYING WS-OFC-IX FROM 1 BY 1
               UNTIL WS-OFC-IX > 3
           PERFORM 1100-LOAD-CONTROL-CARDS
           PERFORM 1200-OPEN-WAREHOUSE
           PERFORM 1210-OPEN-HOLD-QUEUE
           PERFORM 2200-READ-REJECT
           PERFORM 2100-READ-TRANSACTION.

      *    TRNPROC STAMPS END ON EVERY RUN THAT GOT PAST ITS GATE -
      *    THE LATEST ONE WINS, SO A CHECKPOINT RESTART THAT FINISHED
      *    CLEARS THE DEAD RUN'S ABEND STAMP.  AN I/O ABEND (RC 96
      *    AND UP) LEFT TRNREJ PART-WRITTEN AND IS NOT ACKNOWLEDGED;
      *    A CONTROL-TOTAL RC 16 RUN DID POST AND IS.  A PREVIEW RUN
      *    NEVER STAMPS, SO IT NEVER QUALIFIES.  ANY TRNMERGE STAMP
      *    AFTER IT MEANS TRNIN HAS BEEN REBUILT SINCE THAT RUN.
      *    THE RUN DATE COMES FROM THE STAMP, NOT THE CLOCK; AN END
      *    STAMP FROM BEFORE IT CARRIED ONE GIVES ITS OWN DATE.
       1050-VERIFY-POSTING-RUN.
           OPEN INPUT RUN-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'TRNACK: *** UNABLE TO OPEN RUNCTL - STATUS '
                       WS-RUNCTL-STATUS ' - NO ACKNOWLEDGEMENTS ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1060-READ-RUN-STAMP
           PERFORM 1070-JUDGE-RUN-STAMP UNTIL WS-RUN-EOF
           CLOSE RUN-FILE
           IF NOT WS-PROC-DONE
               DISPLAY 'TRNACK: *** NO COMPLETED TRNPROC RUN SINCE '
                       'THE LAST TRNMERGE ON RUNCTL - NO '
                       'ACKNOWLEDGEMENTS ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'TRNACK: ACKNOWLEDGING TRNPROC RUN OF '
                   WS-GATE-DATE.

       1060-READ-RUN-STAMP.
           READ RUN-FILE
               AT END
                   SET WS-RUN-EOF TO TRUE
           END-READ.

       1070-JUDGE-RUN-STAMP.
           EVALUATE TRUE
               WHEN RUN-STEP-NAME = 'TRNMERGE'
                   MOVE 'N' TO WS-PROC-DONE-SWITCH
               WHEN RUN-STEP-NAME = 'TRNPROC'
                AND RUN-PHASE = 'END'
                   IF RUN-RETURN-CODE IS NUMERIC
                     AND RUN-RETURN-CODE < 96
                       MOVE 'Y' TO WS-PROC-DONE-SWITCH
                       MOVE RUN-RETURN-CODE TO WS-PROC-RC
                       IF RUN-POST-DATE NOT = SPACES
                           MOVE RUN-POST-DATE TO WS-GATE-DATE
                       ELSE
                           MOVE RUN-BUS-DATE TO WS-GATE-DATE
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-PROC-DONE-SWITCH
                   END-IF
           END-EVALUATE
           PERFORM 1060-READ-RUN-STAMP.

       1010-CLEAR-OFFICE-SLOT.
           MOVE 'N' TO WS-OFC-CARDED(WS-OFC-IX)
           MOVE 0 TO WS-OFC-EXPECTED(WS-OFC-IX)
           MOVE 0 TO WS-OFC-RECORDS(WS-OFC-IX)
           MOVE 0 TO WS-OFC-POSTED(WS-OFC-IX)
           MOVE 0 TO WS-OFC-REJECTED(WS-OFC-IX)
           MOVE 0 TO WS-OFC-WAREHOUSED(WS-OFC-IX)
           MOVE 0 TO WS-OFC-LV-HELD(WS-OFC-IX)
           MOVE 0 TO WS-OFC-RELEASED(WS-OFC-IX).

      *    ONLY THE OFFICE CARDS MATTER HERE; THE CORRECTIONS AND
      *    PARAMETER CARDS ARE TRNMERGE'S BUSINESS.  WITHOUT A
      *    FEEDCTL THE TRAILERS STILL GO OUT, MARKED 'NO CARD'.
       1100-LOAD-CONTROL-CARDS.
           OPEN INPUT FEEDCTL-FILE
           IF WS-FEEDCTL-STATUS NOT = '00'
               DISPLAY 'TRNACK: NO FEEDCTL DD - TRAILERS CARRY NO '
                       'EXPECTED COUNT'
           ELSE
               PERFORM 1110-READ-CONTROL-CARD
               PERFORM 1120-STORE-CONTROL-CARD
                   UNTIL WS-CTL-EOF
               CLOSE FEEDCTL-FILE
           END-IF.

       1110-READ-CONTROL-CARD.
           READ FEEDCTL-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
           END-READ.

       1120-STORE-CONTROL-CARD.
           PERFORM 1130-SET-OFFICE-INDEX
           IF WS-OFC-IX > 0
               MOVE 'Y' TO WS-OFC-CARDED(WS-OFC-IX)
               IF FC-EXPECTED IS NUMERIC
                   MOVE FC-EXPECTED TO WS-OFC-EXPECTED(WS-OFC-IX)
               END-IF
           END-IF
           PERFORM 1110-READ-CONTROL-CARD.

       1130-SET-OFFICE-INDEX.
           EVALUATE FC-FEED-ID
               WHEN 'A'
                   MOVE 1 TO WS-OFC-IX
               WHEN 'B'
                   MOVE 2 TO WS-OFC-IX
               WHEN 'C'
                   MOVE 3 TO WS-OFC-IX
               WHEN OTHER
                   MOVE 0 TO WS-OFC-IX
           END-EVALUATE.

      *    THE WAREHOUSE IS ONLY LOOKED UP, NEVER CHANGED.  A SITE
      *    THAT HAS NEVER WAREHOUSED ANYTHING HAS NO FILE (STATUS
      *    35); ANY OTHER FAILURE IS WORTH A WARNING, SINCE HELD
      *    ITEMS WILL THEN BE ACKNOWLEDGED AS POSTED.
       1200-OPEN-WAREHOUSE.
           OPEN INPUT WAREHOUSE-FILE
           EVALUATE WS-TRNWHSE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-WHSE-OPEN-SWITCH
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TRNACK: *** UNABLE TO OPEN TRNWHSE - '
                           'STATUS ' WS-TRNWHSE-STATUS
                           ' - HELD ITEMS SHOW AS POSTED ***'
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.

      *    THE LARGE-VALUE QUEUE ON THE SAME TERMS AS THE WAREHOUSE.
       1210-OPEN-HOLD-QUEUE.
           OPEN INPUT HOLD-FILE
           EVALUATE WS-TRNHOLD-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-HOLD-OPEN-SWITCH
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TRNACK: *** UNABLE TO OPEN TRNHOLD - '
                           'STATUS ' WS-TRNHOLD-STATUS
                           ' - HELD ITEMS SHOW AS POSTED ***'
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.

      *    THE REJECT WALK ADVANCES ON EVERY TRNIN RECORD, OFFICE OR
      *    NOT, SO THE CORRECTIONS-CHANNEL REJECTS ARE CLAIMED BY
      *    THEIR OWN RECORDS AND NEVER DRIFT ONTO AN OFFICE'S.
       2000-ACKNOWLEDGE-RECORD.
           IF NOT WS-REJ-EOF
             AND RJ-RAW-DATA = TRNIN-RECORD
               MOVE RJ-REASON-CODE TO WS-OUTCOME
               PERFORM 2200-READ-REJECT
           ELSE
               MOVE 'PST' TO WS-OUTCOME
               IF WS-WHSE-OPEN
                   PERFORM 2030-CHECK-WAREHOUSED
               END-IF
               IF WS-HOLD-OPEN
                 AND WS-OUTCOME = 'PST'
                   PERFORM 2040-CHECK-LARGE-VALUE-HELD
               END-IF
           END-IF
           EVALUATE TRNIN-RECORD(78:1)
               WHEN 'A'
                   MOVE 1 TO WS-OFC-IX
               WHEN 'B'
                   MOVE 2 TO WS-OFC-IX
               WHEN 'C'
                   MOVE 3 TO WS-OFC-IX
               WHEN OTHER
                   MOVE 0 TO WS-OFC-IX
           END-EVALUATE
           IF WS-OFC-IX > 0
             AND TRNIN-RECORD(52:2) IS NOT NUMERIC
             AND (TRNIN-RECORD(79:1) = SPACE
               OR TRNIN-RECORD(79:1) = 'W'
               OR TRNIN-RECORD(79:1) = 'H')
               PERFORM 2010-WRITE-ACK-DETAIL
           END-IF
           PERFORM 2100-READ-TRANSACTION.

      *    A RELEASED ITEM IS COUNTED ONLY AS RELEASED; THE OTHER
      *    FIGURES ARE WHAT BECAME OF TONIGHT'S OFFICE FILE.
       2010-WRITE-ACK-DETAIL.
           MOVE SPACES TO ACK-RECORD
           MOVE 'D' TO ACK-RECORD-TYPE
           MOVE WS-RUN-DATE-NUM TO ACK-RUN-DATE
           MOVE TRNIN-RECORD(78:1) TO ACK-FEED-ID
           MOVE TRNIN-RECORD(3:10) TO ACK-TRANS-ID
           MOVE TRNIN-RECORD(21:11) TO ACK-AMOUNT-X
           MOVE WS-OUTCOME TO ACK-OUTCOME
           MOVE TRNIN-RECORD(79:1) TO ACK-RELEASED-FROM
           PERFORM 2020-WRITE-ACK-RECORD
           EVALUATE TRUE
               WHEN ACK-RELEASED-FROM NOT = SPACE
                   ADD 1 TO WS-OFC-RELEASED(WS-OFC-IX)
               WHEN ACK-POSTED
                   ADD 1 TO WS-OFC-RECORDS(WS-OFC-IX)
                   ADD 1 TO WS-OFC-POSTED(WS-OFC-IX)
               WHEN ACK-WAREHOUSED
                   ADD 1 TO WS-OFC-RECORDS(WS-OFC-IX)
                   ADD 1 TO WS-OFC-WAREHOUSED(WS-OFC-IX)
               WHEN ACK-LV-HELD
                   ADD 1 TO WS-OFC-RECORDS(WS-OFC-IX)
                   ADD 1 TO WS-OFC-LV-HELD(WS-OFC-IX)
               WHEN OTHER
                   ADD 1 TO WS-OFC-RECORDS(WS-OFC-IX)
                   ADD 1 TO WS-OFC-REJECTED(WS-OFC-IX)
           END-EVALUATE.

       2020-WRITE-ACK-RECORD.
           EVALUATE WS-OFC-IX
               WHEN 1
                   WRITE ACK-A-RECORD FROM ACK-RECORD
               WHEN 2
                   WRITE ACK-B-RECORD FROM ACK-RECORD
               WHEN 3
                   WRITE ACK-C-RECORD FROM ACK-RECORD
           END-EVALUATE.

      *    THE WAREHOUSE KEY IS THE ITEM'S OWN DATE, TRANS-ID AND A
      *    SEQUENCE, SO ITS ROWS SIT TOGETHER FROM SEQUENCE 00 UP.
      *    TWO PARTIAL REFUNDS OF ONE PAYMENT SHARE A TRANS-ID, SO
      *    THE IMAGE MUST MATCH; AND A ROW HELD ON AN EARLIER NIGHT
      *    IS NOT THIS RECORD, SO ONLY A ROW HELD THAT RUN COUNTS.
       2030-CHECK-WAREHOUSED.
           MOVE TRNIN-RECORD(13:8) TO WHS-EFF-DATE
           MOVE TRNIN-RECORD(3:10) TO WHS-TRANS-ID
           MOVE 0 TO WHS-SEQ
           MOVE 'N' TO WS-WHSE-SCAN-SWITCH
           START WAREHOUSE-FILE KEY IS NOT LESS THAN WHS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WHSE-SCAN-SWITCH
           END-START
           PERFORM 2035-READ-NEXT-WAREHOUSE-ROW
               UNTIL WS-WHSE-SCAN-DONE.

       2035-READ-NEXT-WAREHOUSE-ROW.
           READ WAREHOUSE-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-WHSE-SCAN-SWITCH
           END-READ
           IF NOT WS-WHSE-SCAN-DONE
               IF WS-TRNWHSE-STATUS NOT = '00'
                 OR WHS-EFF-DATE NOT = TRNIN-RECORD(13:8)
                 OR WHS-TRANS-ID NOT = TRNIN-RECORD(3:10)
                   MOVE 'Y' TO WS-WHSE-SCAN-SWITCH
               ELSE
                   IF WHS-TRANSACTION-DATA = TRNIN-RECORD
                     AND WHS-HELD-DATE = WS-GATE-DATE
                       MOVE 'WHS' TO WS-OUTCOME
                       MOVE 'Y' TO WS-WHSE-SCAN-SWITCH
                   END-IF
               END-IF
           END-IF.

      *    THE QUEUE IS KEYED ON THE HOLDING RUN'S DATE, THE
      *    TRANS-ID AND A SEQUENCE, SO THE POSTING RUN'S ROWS FOR
      *    THIS TRANS-ID SIT TOGETHER FROM SEQUENCE 00 UP.  TWO PARTIAL
      *    REFUNDS OF ONE PAYMENT SHARE A TRANS-ID, SO THE IMAGE MUST
      *    MATCH TOO.
       2040-CHECK-LARGE-VALUE-HELD.
           MOVE WS-GATE-DATE TO HLD-HELD-DATE
           MOVE TRNIN-RECORD(3:10) TO HLD-TRANS-ID
           MOVE 0 TO HLD-SEQ
           MOVE 'N' TO WS-HOLD-SCAN-SWITCH
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-SCAN-SWITCH
           END-START
           PERFORM 2045-READ-NEXT-HELD-ROW
               UNTIL WS-HOLD-SCAN-DONE.

       2045-READ-NEXT-HELD-ROW.
           READ HOLD-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-HOLD-SCAN-SWITCH
           END-READ
           IF NOT WS-HOLD-SCAN-DONE
               IF WS-TRNHOLD-STATUS NOT = '00'
                 OR HLD-HELD-DATE NOT = WS-GATE-DATE
                 OR HLD-TRANS-ID NOT = TRNIN-RECORD(3:10)
                   MOVE 'Y' TO WS-HOLD-SCAN-SWITCH
               ELSE
                   IF HLD-TRANSACTION-DATA = TRNIN-RECORD
                       MOVE 'LVH' TO WS-OUTCOME
                       MOVE 'Y' TO WS-HOLD-SCAN-SWITCH
                   END-IF
               END-IF
           END-IF.

       2100-READ-TRANSACTION.
           READ TRN-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-READ-REJECT.
           READ REJECT-FILE
               AT END
                   SET WS-REJ-EOF TO TRUE
           END-READ.

       3000-TERMINATE.
           PERFORM 3050-COUNT-UNMATCHED-REJECT UNTIL WS-REJ-EOF
           IF WS-UNMATCHED-REJECTS > 0
               DISPLAY 'TRNACK: *** ' WS-UNMATCHED-REJECTS
                       ' TRNREJ RECORD(S) NOT MATCHED TO TRNIN - '
                       'CHECK TRNREJ IS FROM TONIGHT''S RUN ***'
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           PERFORM 3010-WRITE-ACK-TRAILER
               VARYING WS-OFC-IX FROM 1 BY 1
               UNTIL WS-OFC-IX > 3
           CLOSE TRN-FILE
           CLOSE REJECT-FILE
           CLOSE ACK-A-FILE
           CLOSE ACK-B-FILE
           CLOSE ACK-C-FILE
           IF WS-WHSE-OPEN
               CLOSE WAREHOUSE-FILE
           END-IF
           IF WS-HOLD-OPEN
               CLOSE HOLD-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE.

      *    EVERY OFFICE GETS A TRAILER, EVEN ON A NIGHT IT SENT
      *    NOTHING, SO ITS LOAD JOB ALWAYS HAS COUNTS TO TIE TO.
       3010-WRITE-ACK-TRAILER.
           MOVE SPACES TO ACK-RECORD
           MOVE 'T' TO ACK-RECORD-TYPE
           MOVE WS-RUN-DATE-NUM TO ACK-RUN-DATE
           MOVE WS-OFFICE-IDS(WS-OFC-IX:1) TO ACK-FEED-ID
           MOVE WS-OFC-EXPECTED(WS-OFC-IX) TO ACK-TRL-EXPECTED
           MOVE WS-OFC-RECORDS(WS-OFC-IX) TO ACK-TRL-RECORDS
           MOVE WS-OFC-POSTED(WS-OFC-IX) TO ACK-TRL-POSTED
           MOVE WS-OFC-REJECTED(WS-OFC-IX) TO ACK-TRL-REJECTED
           MOVE WS-OFC-WAREHOUSED(WS-OFC-IX) TO ACK-TRL-WAREHOUSED
           MOVE WS-OFC-LV-HELD(WS-OFC-IX) TO ACK-TRL-LV-HELD
           MOVE WS-OFC-RELEASED(WS-OFC-IX) TO ACK-TRL-RELEASED
           EVALUATE TRUE
               WHEN WS-OFC-CARDED(WS-OFC-IX) = 'N'
                   MOVE 'NO CARD' TO ACK-TRL-BALANCE
               WHEN WS-OFC-RECORDS(WS-OFC-IX) =
                       WS-OFC-EXPECTED(WS-OFC-IX)
                   MOVE 'BALANCED' TO ACK-TRL-BALANCE
               WHEN WS-OFC-RECORDS(WS-OFC-IX) <
                       WS-OFC-EXPECTED(WS-OFC-IX)
                   MOVE 'SHORT' TO ACK-TRL-BALANCE
               WHEN OTHER
                   MOVE 'OVER' TO ACK-TRL-BALANCE
           END-EVALUATE
           PERFORM 2020-WRITE-ACK-RECORD
           DISPLAY 'TRNACK: OFFICE ' ACK-FEED-ID ' - '
                   WS-OFC-RECORDS(WS-OFC-IX) ' SENT, '
                   WS-OFC-POSTED(WS-OFC-IX) ' POSTED, '
                   WS-OFC-REJECTED(WS-OFC-IX) ' REJECTED, '
                   WS-OFC-WAREHOUSED(WS-OFC-IX) ' WAREHOUSED, '
                   WS-OFC-LV-HELD(WS-OFC-IX) ' HELD, '
                   WS-OFC-RELEASED(WS-OFC-IX) ' RELEASED - '
                   ACK-TRL-BALANCE
           IF ACK-TRL-BALANCE NOT = 'BALANCED'
             AND (WS-OFC-CARDED(WS-OFC-IX) = 'Y'
               OR WS-OFC-RECORDS(WS-OFC-IX) > 0)
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       3050-COUNT-UNMATCHED-REJECT.
           ADD 1 TO WS-UNMATCHED-REJECTS
           PERFORM 2200-READ-REJECT.
