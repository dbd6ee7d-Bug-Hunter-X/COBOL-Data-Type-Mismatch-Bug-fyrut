      *---------------------------------------------------------------*
      * ACKREC - SHARED ACKA/ACKB/ACKC OFFICE ACKNOWLEDGEMENT LAYOUT   *
      *---------------------------------------------------------------*
      *   ONE 70-BYTE RECORD PER RECORD A REGIONAL OFFICE SENT IN      *
      *   TONIGHT'S FEED, WRITTEN BY TRNACK AFTER TRNPROC: THE         *
      *   TRANS-ID AND AMOUNT AS SENT AND THE OUTCOME - 'PST' POSTED,  *
      *   'WHS' HELD ON THE WAREHOUSE UNTIL ITS EFFECTIVE DATE, 'LVH'  *
      *   HELD FOR SUPERVISOR APPROVAL AS A LARGE-VALUE ITEM, OR THE   *
      *   TRNREJ REASON CODE IT DREW.  THE FILE ENDS WITH ONE      *
      *   TRAILER WHOSE RECORD COUNT TIES TO THE FEEDCTL EXPECTED      *
      *   COUNT FOR THAT OFFICE'S FEED.  THE AMOUNT IS PASSED BACK     *
      *   EXACTLY AS RECEIVED (AN 'AMT' REJECT MAY NOT BE NUMERIC).    *
      *   AN ITEM RELEASED TONIGHT FROM THE WAREHOUSE ('W') OR THE     *
      *   LARGE-VALUE QUEUE ('H') IS ACKNOWLEDGED AGAIN WITH ITS FINAL *
      *   OUTCOME AND THE RELEASING FILE IN ACK-RELEASED-FROM; THE     *
      *   TRAILER COUNTS THOSE IN ITS RELEASED FIGURE ONLY, SO THE     *
      *   RECORD COUNT STILL TIES TO FEEDCTL.                          *
      *---------------------------------------------------------------*
      *   DATE       BY    DESCRIPTION                                *
      *   2026-10-15  SJM   INITIAL VERSION                            *
      *   2026-10-15  SJM   'WHS' OUTCOME AND TRAILER WAREHOUSED COUNT *
      *   2026-10-15  SJM   'LVH' OUTCOME AND TRAILER LARGE-VALUE HELD *
      *                     COUNT                                      *
      *   2026-10-15  SJM   RELEASED ITEMS ACKNOWLEDGED WITH THEIR     *
      *                     RELEASING FILE, TRAILER RELEASED COUNT -   *
      *                     RECORD GROWN 60 TO 70                      *
      *---------------------------------------------------------------*
       01  ACK-RECORD.
           05  ACK-RECORD-TYPE                 PIC X.
               88  ACK-DETAIL                          VALUE 'D'.
               88  ACK-TRAILER                         VALUE 'T'.
           05  ACK-RUN-DATE                    PIC X(8).
           05  ACK-FEED-ID                     PIC X.
           05  ACK-BODY                        PIC X(60).
           05  ACK-DETAIL-BODY REDEFINES ACK-BODY.
               10  ACK-TRANS-ID                PIC X(10).
               10  ACK-AMOUNT                  PIC 9(9)V99.
               10  ACK-AMOUNT-X REDEFINES ACK-AMOUNT
                                               PIC X(11).
               10  ACK-OUTCOME                 PIC X(3).
                   88  ACK-POSTED                      VALUE 'PST'.
                   88  ACK-WAREHOUSED                  VALUE 'WHS'.
                   88  ACK-LV-HELD                     VALUE 'LVH'.
               10  ACK-RELEASED-FROM           PIC X(1).
               10  FILLER                      PIC X(35).
           05  ACK-TRAILER-BODY REDEFINES ACK-BODY.
               10  ACK-TRL-EXPECTED            PIC 9(7).
               10  ACK-TRL-RECORDS             PIC 9(7).
               10  ACK-TRL-POSTED              PIC 9(7).
               10  ACK-TRL-REJECTED            PIC 9(7).
               10  ACK-TRL-BALANCE             PIC X(8).
               10  ACK-TRL-WAREHOUSED          PIC 9(7).
               10  ACK-TRL-LV-HELD             PIC 9(7).
               10  ACK-TRL-RELEASED            PIC 9(7).
               10  FILLER                      PIC X(3).
