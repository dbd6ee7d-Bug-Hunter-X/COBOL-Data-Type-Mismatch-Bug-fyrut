      *                     SEVEN-FIGURE REJECT VOLUME THE OLD 9(5)    *
      *                     FIELDS WRAPPED SILENTLY AND COULD          *
      *                     SUPPRESS THE SUPERVISOR-REVIEW ALERT       *
      *   2026-10-15  SJM   'REL' CARD RELEASES A SUSPECTED-DUPLICATE  *
      *                     PAYMENT HELD AS AN 'SDP' REJECT - STAMPED  *
      *                     'D' IN POSITION 79 SO TRNPROC POSTS IT     *
      *                     WITHOUT REPEATING THE CHECK                *
      *   2026-10-15  SJM   'LVD' REJECTS (LARGE-VALUE ITEMS DECLINED  *
      *                     BY A SUPERVISOR) ARE CLOSED OFF AS         *
      *                     DECLINED, NEVER RECYCLED                   *
      *   2026-10-15  SJM   A DATE OR AMOUNT CORRECTION DROPS THE      *
      *                     LARGE-VALUE APPROVAL AND A 'D' DUPLICATE   *
      *                     RELEASE, SO THE CORRECTED ITEM IS CHECKED  *
      *                     AGAIN                                      *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNREPR.

      *    CORRECTION CARD: 1-10 TRANS-ID OF THE REJECT, 11-13 ACTION
      *    ('DAT' NEW DATE IN 14-21, 'AMT' NEW AMOUNT IN 22-32,
      *    'ABN' ABANDON THE RECORD, 'REL' RELEASE A HELD 'SDP'
      *    SUSPECTED DUPLICATE AS GENUINE), REST COMMENTS.
       FD  CORR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           05  WS-COUNT-RECYCLED              PIC 9(7)    VALUE 0.
           05  WS-COUNT-ABANDONED             PIC 9(7)    VALUE 0.
           05  WS-COUNT-REVIEW                PIC 9(7)    VALUE 0.
           05  WS-COUNT-DECLINED              PIC 9(7)    VALUE 0.

       COPY TRNREC.


      *    A RECORD REPAIRED ON THIS PASS ALWAYS GETS ITS RECYCLE -
      *    THE ATTEMPT LIMIT EXISTS TO STOP UNATTENDED BOUNCING, NOT
      *    TO THROW AWAY A FIX THE CLERK JUST KEYED.  A LARGE-VALUE
      *    ITEM A SUPERVISOR DECLINED IS FINISHED - NO CARD REOPENS
      *    IT, AND RECYCLING IT WOULD ONLY REJECT IT AGAIN.
       2000-PROCESS-REJECTS.
           ADD 1 TO WS-COUNT-READ
           MOVE 'N' TO WS-REPAIR-SWITCH
           MOVE RJ-RAW-DATA TO TR-TRANSACTION-RECORD
           PERFORM 2010-STAMP-RECYCLE-HISTORY
           IF RJ-REASON-CODE = 'LVD'
               PERFORM 2065-CLOSE-DECLINED-ITEM
           ELSE
               PERFORM 2020-FIND-CORRECTION-CARD
               IF WS-CARD-FOUND
                 AND WS-CARD-ACTION(WS-CARD-HIT-IX) = 'ABN'
                   PERFORM 2060-ABANDON-REJECT
               ELSE
                   IF WS-CARD-FOUND
                       PERFORM 2030-APPLY-CORRECTION
                   END-IF
                   IF TR-RCY-ATTEMPT >= WS-MAX-ATTEMPTS
                     AND NOT WS-REPAIRED-THIS-PASS
                       PERFORM 2070-FORCE-SUPERVISOR-REVIEW
                   ELSE
                       PERFORM 2040-WRITE-RECYCLE
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-REJECT.
               WHEN 'DAT'
                   MOVE WS-CARD-DATE(WS-CARD-HIT-IX)
                       TO TR-TRANSACTION-RECORD(13:8)
                   PERFORM 2032-DROP-RELEASE-STAMPS
                   ADD 1 TO WS-COUNT-REPAIRED
                   MOVE 'Y' TO WS-REPAIR-SWITCH
               WHEN 'AMT'
                   MOVE WS-CARD-AMOUNT(WS-CARD-HIT-IX)
                       TO TR-TRANSACTION-RECORD(21:11)
                   PERFORM 2032-DROP-RELEASE-STAMPS
                   ADD 1 TO WS-COUNT-REPAIRED
                   MOVE 'Y' TO WS-REPAIR-SWITCH
               WHEN 'REL'
                   PERFORM 2035-RELEASE-SUSPECT
               WHEN OTHER
                   DISPLAY 'TRNREPR: UNKNOWN ACTION '
                           WS-CARD-ACTION(WS-CARD-HIT-IX)
                           ' FOR ' TR-TRANS-ID ' - CARD IGNORED'
           END-EVALUATE.

      *    A SUPERVISOR'S LARGE-VALUE APPROVAL OR DUPLICATE RELEASE
      *    WAS GIVEN FOR THE DATE AND AMOUNT THEY SAW.  ONCE EITHER
      *    IS RE-KEYED THE ITEM GOES THROUGH BOTH CHECKS AGAIN.  A
      *    'W' OR 'H' IN 79 ONLY SAYS WHERE IT WAS RELEASED FROM.
       2032-DROP-RELEASE-STAMPS.
           MOVE SPACE TO TR-HOLD-DECISION
           IF TR-RELEASE-FEED = 'D'
               MOVE SPACE TO TR-RELEASE-FEED
           END-IF.

      *    A SUSPECTED DUPLICATE IS HELD UNTIL A SUPERVISOR LOOKS AT
      *    IT; LEFT ALONE IT RECYCLES, IS HELD AGAIN, AND REACHES
      *    SUPOUT ON THE ATTEMPT LIMIT LIKE ANY OTHER REJECT.  'REL'
      *    IS THE SUPERVISOR'S "IT IS GENUINE" - ONLY MEANINGFUL ON
      *    AN 'SDP' REJECT, SINCE ON ANY OTHER THE STAMP WOULD FIX
      *    NOTHING.
       2035-RELEASE-SUSPECT.
           IF RJ-REASON-CODE = 'SDP'
               MOVE 'D' TO TR-RELEASE-FEED
               ADD 1 TO WS-COUNT-REPAIRED
               MOVE 'Y' TO WS-REPAIR-SWITCH
           ELSE
               DISPLAY 'TRNREPR: REL CARD FOR ' TR-TRANS-ID
                       ' - REJECT IS ' RJ-REASON-CODE
                       ' NOT SDP - CARD IGNORED'
           END-IF.

       2040-WRITE-RECYCLE.
           MOVE TR-TRANSACTION-RECORD TO RECYCLE-RECORD
           WRITE RECYCLE-RECORD
           MOVE 'ABANDONED' TO DTL-DISPOSITION
           PERFORM 2050-PRINT-DETAIL-LINE.

       2065-CLOSE-DECLINED-ITEM.
           ADD 1 TO WS-COUNT-DECLINED
           MOVE 'DECLINED' TO DTL-DISPOSITION
           PERFORM 2050-PRINT-DETAIL-LINE.

       2070-FORCE-SUPERVISOR-REVIEW.
           ADD 1 TO WS-COUNT-REVIEW
           MOVE RJ-REASON-CODE TO SUP-REASON
           MOVE 'RECORDS ABANDONED:       ' TO SUM-LABEL
           MOVE WS-COUNT-ABANDONED TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'LARGE-VALUE DECLINED:    ' TO SUM-LABEL
           MOVE WS-COUNT-DECLINED TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'FORCED TO REVIEW:        ' TO SUM-LABEL
           MOVE WS-COUNT-REVIEW TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
