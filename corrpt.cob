      *     VS REJECTED AGAIN, SO THE THREE-ATTEMPT SUPOUT            *
      *     ESCALATION IN TRNREPR CAN BE JUDGED AGAINST WHAT LATER    *
      *     ATTEMPTS ACTUALLY RECOVER.                                 *
      * THE MONTH-END SERVICE CHARGES AND INTEREST CREDITS THAT USED   *
      * TO BE KEYED AS ADJUSTMENTS NOW COME FROM SVCGEN AS FEED 'S'.   *
      * TRNPROC STILL LEAVES A CORDISP RECORD FOR EACH, MARKED WITH    *
      * ORIGIN 'S', AND THEY ARE ROLLED UP IN A SECTION OF THEIR OWN - *
      * KEPT OUT OF THE CORRECTIONS FIGURES ABOVE SO THOSE STILL       *
      * MEASURE ONLY WHAT PEOPLE KEYED AND REPAIRED.                   *
      *                                                                *
      * RESTART NOTE: A TRNPROC CHECKPOINT RESTART MAY REPLAY UP TO    *
      * ONE INTERVAL OF DISPOSITIONS, SO THESE ARE OPERATIONAL        *
      * MAINTENANCE LOG                                                *
      *   DATE       BY    DESCRIPTION                                *
      *   2026-09-02  SJM   INITIAL VERSION                            *
      *   2026-10-15  SJM   'FRZ' (FROZEN ACCOUNT) AND 'CLA' (CLOSED   *
      *                     ACCOUNT) SEEDED WITH THE KNOWN CODES       *
      *   2026-10-15  SJM   'SDP' (SUSPECTED DUPLICATE PAYMENT HELD)   *
      *                     SEEDED WITH THE KNOWN CODES                *
      *   2026-10-15  SJM   'LVD' (LARGE-VALUE ITEM DECLINED BY A      *
      *                     SUPERVISOR) SEEDED WITH THE KNOWN CODES    *
      *   2026-10-15  SJM   'XFR' (MALFORMED ACCOUNT-TO-ACCOUNT        *
      *                     TRANSFER) SEEDED WITH THE KNOWN CODES      *
      *   2026-10-15  SJM   SYSTEM-GENERATED CHARGES AND INTEREST      *
      *                     (CORDISP ORIGIN 'S') REPORTED IN THEIR     *
      *                     OWN SECTION AND SUMMARY LINES, OUT OF THE  *
      *                     CORRECTIONS-CHANNEL COUNTS                 *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRPT.
       01  WS-RSN-MAX                         PIC 9(3)    COMP
                                                          VALUE 20.
       01  WS-RSN-SEEDED                      PIC 9(3)    COMP
                                                          VALUE 16.
       01  WS-RSN-COUNT                       PIC 9(3)    COMP
                                                          VALUE 16.
       01  WS-RSN-IX                          PIC 9(3)    COMP.
       01  WS-RSN-HIT-IX                      PIC 9(3)    COMP.
       01  WS-RSN-OFFSET                      PIC 9(3)    COMP.
       01  WS-REASON-CODES                    PIC X(48)
               VALUE 'TYPDATAMTADJDUPUNMFUTNBDACTOVFCLSFRZCLASDPLVDXFR'.
       01  WS-REASON-NAMES.
           05  WS-RSN-NAME OCCURS 20 TIMES    PIC X(3).

               10  WS-OPR-RSN-TALLY OCCURS 20 TIMES
                                              PIC 9(7).

      *    THE CHARGES FEED'S REJECTS, PER REASON SLOT - THE SAME
      *    SLOTS AS THE OPERATOR BREAKOUT.
       01  WS-GEN-RSN-TABLE.
           05  WS-GEN-RSN-TALLY OCCURS 20 TIMES
                                              PIC 9(7).

      *    ATTEMPT SLOTS 1-9 PLUS SLOT 10 FOR TEN AND OVER.
       01  WS-ATT-IX                          PIC 9(2)    COMP.
       01  WS-ATT-SLOT                        PIC 9(2)    COMP.
           05  WS-CNT-POSTED                  PIC 9(7)    VALUE 0.
           05  WS-CNT-REJECTED                PIC 9(7)    VALUE 0.
           05  WS-CNT-OVER-LIMIT              PIC 9(7)    VALUE 0.
           05  WS-CNT-GEN-POSTED              PIC 9(7)    VALUE 0.
           05  WS-CNT-GEN-REJECTED            PIC 9(7)    VALUE 0.

       01  WS-RUN-DATE-NUM                    PIC 9(8).
       01  WS-RUN-DATE-DSP.
           05  ATL-REJECTED                   PIC ZZZZZZ9.
           05  FILLER                         PIC X(84)   VALUE SPACES.

       01  WS-GEN-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  GNL-LABEL                      PIC X(18)
                   VALUE 'CHARGES FEED S'.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  GNL-PST-LIT                    PIC X(8)
                   VALUE 'POSTED'.
           05  GNL-POSTED                     PIC ZZZZZZ9.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  GNL-REJ-LIT                    PIC X(10)
                   VALUE 'REJECTED'.
           05  GNL-REJECTED                   PIC ZZZZZZ9.
           05  FILLER                         PIC X(77)   VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  SUM-LABEL                      PIC X(25).
           PERFORM 1200-CLEAR-ATTEMPT-SLOT
               VARYING WS-ATT-IX FROM 1 BY 1
               UNTIL WS-ATT-IX > 10
           PERFORM 1300-CLEAR-GENERATED-REASON
               VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX > WS-RSN-MAX
           PERFORM 2100-READ-DISPOSITION.

       1100-SEED-REASON-NAME.
           MOVE 0 TO WS-ATT-POSTED(WS-ATT-IX)
           MOVE 0 TO WS-ATT-REJECTED(WS-ATT-IX).

       1300-CLEAR-GENERATED-REASON.
           MOVE 0 TO WS-GEN-RSN-TALLY(WS-RSN-IX).

      *    A RECORD THE CHARGES FEED GENERATED IS NOBODY'S KEYING OR
      *    REPAIR WORK, EVEN WHEN IT HAS BEEN ROUND THE RECYCLE LOOP,
      *    SO IT ONLY EVER COUNTS IN ITS OWN SECTION.
       2000-TALLY-DISPOSITION.
           ADD 1 TO WS-CNT-READ
           IF CD-FROM-CHARGE-FEED
               PERFORM 2400-TALLY-GENERATED
           ELSE
               IF CD-POSTED
                   ADD 1 TO WS-CNT-POSTED
               ELSE
                   ADD 1 TO WS-CNT-REJECTED
               END-IF
               IF CD-OPERATOR NOT = SPACES
                   PERFORM 2200-TALLY-BY-OPERATOR
               END-IF
               IF CD-ATTEMPT IS NUMERIC
                   PERFORM 2300-TALLY-BY-ATTEMPT
               END-IF
           END-IF
           PERFORM 2100-READ-DISPOSITION.

           MOVE 0 TO WS-OPR-RSN-TALLY(WS-OPR-COUNT WS-RSN-IX).

       2230-TALLY-OPERATOR-REASON.
           PERFORM 2235-FIND-REASON-SLOT
           ADD 1 TO WS-OPR-RSN-TALLY(WS-OPR-HIT-IX WS-RSN-HIT-IX).

       2235-FIND-REASON-SLOT.
           MOVE 'N' TO WS-RSN-SWITCH
           MOVE 0 TO WS-RSN-HIT-IX
           PERFORM 2240-SCAN-REASON-NAMES
               ELSE
                   MOVE WS-RSN-MAX TO WS-RSN-HIT-IX
               END-IF
           END-IF.

       2240-SCAN-REASON-NAMES.
           IF WS-RSN-NAME(WS-RSN-IX) = CD-DISPOSITION
               END-IF
           END-IF.

       2400-TALLY-GENERATED.
           IF CD-POSTED
               ADD 1 TO WS-CNT-GEN-POSTED
           ELSE
               ADD 1 TO WS-CNT-GEN-REJECTED
               PERFORM 2235-FIND-REASON-SLOT
               ADD 1 TO WS-GEN-RSN-TALLY(WS-RSN-HIT-IX)
           END-IF.

       3000-PRINT-REPORT.
           PERFORM 3005-PRINT-HEADINGS
           MOVE 'DISPOSITION BY KEYING OPERATOR' TO SEC-TITLE
           PERFORM 3030-PRINT-ATTEMPT-LINE
               VARYING WS-ATT-IX FROM 1 BY 1
               UNTIL WS-ATT-IX > 10
           MOVE 'SYSTEM-GENERATED CHARGES AND INTEREST' TO SEC-TITLE
           PERFORM 3008-PRINT-SECTION-TITLE
           PERFORM 3040-PRINT-GENERATED-BLOCK
           PERFORM 3050-PRINT-SUMMARY.

       3005-PRINT-HEADINGS.
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       3040-PRINT-GENERATED-BLOCK.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3005-PRINT-HEADINGS
           END-IF
           MOVE WS-CNT-GEN-POSTED TO GNL-POSTED
           MOVE WS-CNT-GEN-REJECTED TO GNL-REJECTED
           WRITE REPORT-LINE FROM WS-GEN-LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM 3045-PRINT-GENERATED-REASON
               VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX > WS-RSN-COUNT.

       3045-PRINT-GENERATED-REASON.
           IF WS-GEN-RSN-TALLY(WS-RSN-IX) > 0
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 3005-PRINT-HEADINGS
               END-IF
               MOVE WS-RSN-NAME(WS-RSN-IX) TO RSL-CODE
               MOVE WS-GEN-RSN-TALLY(WS-RSN-IX) TO RSL-TALLY
               WRITE REPORT-LINE FROM WS-RSN-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       3050-PRINT-SUMMARY.
           MOVE 'DISPOSITIONS READ:       ' TO SUM-LABEL
           MOVE WS-CNT-READ TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'FAILED AT ATTEMPT >= 3:  ' TO SUM-LABEL
           MOVE WS-CNT-OVER-LIMIT TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CHARGES FEED POSTED:     ' TO SUM-LABEL
           MOVE WS-CNT-GEN-POSTED TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CHARGES FEED REJECTED:   ' TO SUM-LABEL
           MOVE WS-CNT-GEN-REJECTED TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

       4000-TERMINATE.
