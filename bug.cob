      *                     OVERFLOW HALT MOVED TO 9999999 - FIVE      *
      *                     FEEDS IN ONE TRNIN WERE CLOSING IN ON      *
      *                     THE OLD GUARD AT QUARTER-END              *
      *   2026-10-15  SJM   ACCOUNT STATUS ENFORCED: A POSTING TO A    *
      *                     TRNACCT ROW ACTMAINT HAS FROZEN REJECTS    *
      *                     'FRZ', TO ONE IT HAS CLOSED 'CLA'          *
      *   2026-10-15  SJM   FUTURE-DATED WAREHOUSE: A POST-DATED ITEM  *
      *                     THAT PASSES EVERY OTHER EDIT IS WRITTEN    *
      *                     TO THE TRNWHSE KEYED WAREHOUSE INSTEAD OF  *
      *                     REJECTING 'FUT' (TRNMERGE RELEASES IT ON   *
      *                     ITS DATE); WAREHOUSED ITEMS ARE COUNTED    *
      *                     INTO THE CONTROL TOTAL AND THE RPTOUT      *
      *                     SUMMARY AND RIDE IN THE CHECKPOINT; THE    *
      *                     SYSTEM FEEDS ON THE FEEDMAN MANIFEST ARE   *
      *                     CARRIED IN THE RUN AUDIT RECORD'S DETAIL   *
      *   2026-10-15  SJM   SUSPECTED DUPLICATE PAYMENTS: A PAYMENT    *
      *                     WHOSE ACCOUNT AND AMOUNT MATCH AN          *
      *                     UNREVERSED PAYMENT UNDER ANOTHER TRANS-ID  *
      *                     DATED WITHIN THE PARMIN WINDOW (FOUND      *
      *                     THROUGH THE NEW TRNPAYX MATCH INDEX) IS    *
      *                     LISTED BESIDE ITS ORIGINAL ON DUPRPT AND   *
      *                     CUTS AN 'SDP-' AUDLOG RECORD; PER THE      *
      *                     PARMIN SWITCH IT EITHER POSTS OR IS HELD   *
      *                     AS AN 'SDP' REJECT UNTIL A TRNREPR 'REL'   *
      *                     CARD RELEASES IT                           *
      *   2026-10-15  SJM   POSTING JOURNAL: EVERY TRNMSTR WRITE AND   *
      *                     REWRITE AND EVERY TRNACCT REWRITE FILES    *
      *                     ITS BEFORE AND AFTER IMAGES ON THE NEW     *
      *                     TRNJRNL, TAGGED WITH THE RUN DATE AND JOB  *
      *                     ID, SO TRNBKOUT CAN BACK A WHOLE RUN OUT   *
      *   2026-10-15  SJM   LARGE-VALUE HOLD: A PAYMENT, REVERSAL OR   *
      *                     ADJUSTMENT OVER THE PARMIN THRESHOLD FOR   *
      *                     ITS TYPE IS WRITTEN TO THE TRNHOLD         *
      *                     APPROVAL QUEUE INSTEAD OF POSTING, COUNTED *
      *                     INTO THE CONTROL TOTAL AND THE RPTOUT      *
      *                     SUMMARY, AND RIDES IN THE CHECKPOINT.  AN  *
      *                     APPROVED ITEM COMING BACK THROUGH          *
      *                     TRNMERGE POSTS WITHOUT BEING HELD AGAIN; A *
      *                     DECLINED ONE REJECTS 'LVD'                 *
      *   2026-10-15  SJM   MONTH-END CHARGES FEED 'S': A TYPE '30'    *
      *                     SVCGEN GENERATED IS A SERVICE CHARGE       *
      *                     (KIND 'C' IN POSITION 81 - TAKEN OFF THE   *
      *                     ACCOUNT) OR AN INTEREST CREDIT (KIND 'I'), *
      *                     COUNTED APART FROM KEYED ADJUSTMENTS ON    *
      *                     RPTOUT AND IN THE CHECKPOINT, POSTED TO    *
      *                     ITS OWN SVCCHRG/INTEREST GLOUT ENTRIES,    *
      *                     AND LEFT ON CORDISP WITH ORIGIN 'S'; IT    *
      *                     DOES NOT RESTAMP THE ACCOUNT'S LAST        *
      *                     ACTIVITY DATE                              *
      *   2026-10-15  SJM   ACCOUNT-TO-ACCOUNT TRANSFER TYPE '40': THE *
      *                     FROM-ACCOUNT (70-77) AND TO-ACCOUNT        *
      *                     (82-89) ARE BOTH EDITED BEFORE ANYTHING    *
      *                     POSTS, SO EITHER SIDE FAILING REJECTS THE  *
      *                     WHOLE TRANSFER; A GOOD ONE IS WRITTEN ONCE *
      *                     TO TRNMSTR AND MOVES BOTH TRNACCT ROWS.    *
      *                     A MALFORMED TRANSFER REJECTS 'XFR'.  OWN   *
      *                     COUNT AND AMOUNT ON RPTOUT AND IN THE      *
      *                     CHECKPOINT, OWN XFERIN/XFEROUT GLOUT       *
      *                     ENTRIES                                    *
      *   2026-10-15  SJM   A POST-DATED REVERSAL IS WAREHOUSED WHEN   *
      *                     ITS PAYMENT HAS ENOUGH LEFT TO NET AGAINST *
      *                     AND REJECTS 'UNM' OTHERWISE, NOT 'DUP'.    *
      *                     TRNWHSE KEY CARRIES A SEQUENCE SO PARTIAL  *
      *                     REFUNDS DUE THE SAME DAY EACH GET A ROW.   *
      *                     WAREHOUSE AND HOLD ROWS ARE STAMPED WITH   *
      *                     THE JOURNAL'S RUN DATE, SO A RESTART PAST  *
      *                     MIDNIGHT KEEPS THEM WITH THE ORIGINAL RUN  *
      *   2026-10-15  SJM   END STAMP CARRIES THE JOURNAL'S RUN DATE   *
      *                     FOR TRNACK.  PARMIN DUP WINDOW DECLARED    *
      *                     9(3) AS TRNMERGE WRITES IT                 *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNPROC.
           SELECT DISP-FILE ASSIGN TO CORDISP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORDISP-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO TRNWHSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WHS-KEY
               FILE STATUS IS WS-TRNWHSE-STATUS.
           SELECT PAYMENT-INDEX-FILE ASSIGN TO TRNPAYX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYX-KEY
               FILE STATUS IS WS-TRNPAYX-STATUS.
           SELECT SUSPECT-FILE ASSIGN TO DUPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPRPT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO TRNJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-KEY
               FILE STATUS IS WS-TRNJRNL-STATUS.
           SELECT HOLD-FILE ASSIGN TO TRNHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-TRNHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PARMIN-RECORD.
           05  PARM-EXPECTED-COUNT             PIC 9(7).
           05  PARM-STALE-DAYS                 PIC 9(3).
      *    SUSPECTED-DUPLICATE WINDOW IN DAYS EITHER SIDE OF THE
      *    PAYMENT'S DATE, AND 'P' POST / 'H' HOLD FOR A SUSPECT -
      *    CARRIED THROUGH FROM THE FEEDCTL 'P' CARD BY TRNMERGE.
           05  PARM-DUP-WINDOW                 PIC 9(3).
           05  PARM-DUP-ACTION                 PIC X(1).
      *    LARGE-VALUE THRESHOLDS, 9(9)V99 EACH, FOR PAYMENTS,
      *    REVERSALS AND ADJUSTMENTS - ALSO FROM THE 'P' CARD.  AN
      *    ITEM OVER ITS TYPE'S THRESHOLD IS HELD FOR A SUPERVISOR;
      *    ZERO OR BLANK MEANS THAT TYPE IS NEVER HELD.
           05  PARM-LV-LIMIT-PAY               PIC X(11).
           05  PARM-LV-LIMIT-REV               PIC X(11).
           05  PARM-LV-LIMIT-ADJ               PIC X(11).
           05  FILLER                          PIC X(33).

       FD  REJECT-FILE
           RECORDING MODE IS F
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 11773 CHARACTERS.
       01  CHECKPOINT-RECORD.
           05  CKPT-LAST-COUNT                 PIC 9(7).
           05  CKPT-LAST-KEY                   PIC X(10).
      *    FORGIVENESS ONLY TRUSTS MASTER ROWS THE DEAD RUN WROTE.
           05  CKPT-RUN-DATE                   PIC X(10).
           05  CKPT-RUN-DATE-NUM               PIC X(8).
           05  CKPT-WHS-COUNT                  PIC 9(7).
           05  CKPT-WHS-AMT                    PIC 9(11)V99.
      *    THE SUSPECTED-DUPLICATE REPORT IS ALSO PRINTED AT END OF
      *    RUN FROM A TABLE, SO IT RIDES HERE THE WAY THE STALE
      *    SECTION DOES.
           05  CKPT-SDP-COUNT                  PIC 9(7).
           05  CKPT-SDP-HELD                   PIC 9(7).
           05  CKPT-SDP-POSTED-AMT             PIC 9(11)V99.
           05  CKPT-SDP-HELD-AMT               PIC 9(11)V99.
           05  CKPT-SDP-LISTED                 PIC 9(3).
           05  CKPT-SDP-TABLE                  PIC X(6900).
           05  CKPT-LVH-COUNT                  PIC 9(7).
           05  CKPT-LVH-AMT                    PIC 9(11)V99.
           05  CKPT-CHG-COUNT                  PIC 9(7).
           05  CKPT-CHG-AMT                    PIC 9(11)V99.
           05  CKPT-INT-COUNT                  PIC 9(7).
           05  CKPT-INT-AMT                    PIC 9(11)V99.
           05  CKPT-XFR-COUNT                  PIC 9(7).
           05  CKPT-XFR-AMT                    PIC 9(11)V99.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
      *    BYTES 5-8 NAME THE SYSTEM FEEDS ('W' WAREHOUSE RELEASE
      *    IN BYTE 5), SPACES ON A MANIFEST FROM BEFORE THEY EXISTED.
       01  MANIFEST-RECORD.
           05  MAN-FEED-IDS                    PIC X(4).
           05  MAN-SYSTEM-IDS                  PIC X(4).
           05  FILLER                          PIC X(72).

      *    NON-BUSINESS-DAY CALENDAR: ONE CARD PER BANK HOLIDAY.
      *    WEEKENDS ARE COMPUTED, NOT LISTED, SO THE FILE ONLY NEEDS
           RECORD CONTAINS 40 CHARACTERS.
       COPY CDREC.

      *    POST-DATED ITEMS HELD FOR THEIR EFFECTIVE DATE - WRITTEN
      *    HERE, RELEASED BY TRNMERGE, CANCELLED THROUGH WHSMAINT.
       FD  WAREHOUSE-FILE
           RECORD CONTAINS 150 CHARACTERS.
       COPY WHSREC.

      *    PAYMENT MATCH INDEX - ACCOUNT/AMOUNT/DATE ORDER, FOR THE
      *    SUSPECTED-DUPLICATE CHECK THE TRANS-ID KEY CANNOT DO.
       FD  PAYMENT-INDEX-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PAYXREC.

      *    SUSPECTED-DUPLICATE REPORT: EACH SUSPECT BESIDE THE
      *    ORIGINAL IT RESEMBLES, FOR THE REVIEWING SUPERVISOR.
       FD  SUSPECT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  SUSPECT-LINE                        PIC X(132).

      *    POSTING JOURNAL - BEFORE AND AFTER IMAGES OF EVERY MASTER
      *    AND ACCOUNT CHANGE, FOR THE TRNBKOUT RUN BACK-OUT.
       FD  JOURNAL-FILE
           RECORD CONTAINS 360 CHARACTERS.
       COPY JRNREC.

      *    LARGE-VALUE ITEMS AWAITING A SUPERVISOR - WRITTEN HERE,
      *    DECIDED ON HLDMAINT, RELEASED BY TRNMERGE.
       FD  HOLD-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY HLDREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FLAGS.
           05  WS-TRNIN-STATUS                PIC X(2)    VALUE '00'.
           05  WS-PERCTL-STATUS                PIC X(2)    VALUE '00'.
           05  WS-PEROVRD-STATUS               PIC X(2)    VALUE '00'.
           05  WS-CORDISP-STATUS               PIC X(2)    VALUE '00'.
           05  WS-TRNWHSE-STATUS               PIC X(2)    VALUE '00'.
           05  WS-TRNPAYX-STATUS               PIC X(2)    VALUE '00'.
           05  WS-DUPRPT-STATUS                PIC X(2)    VALUE '00'.
           05  WS-TRNJRNL-STATUS               PIC X(2)    VALUE '00'.
           05  WS-TRNHOLD-STATUS               PIC X(2)    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                  PIC X       VALUE 'N'.
               88  WS-OVERRIDE-PENDING                 VALUE 'Y'.
           05  WS-DISP-OPEN-SWITCH              PIC X      VALUE 'N'.
               88  WS-DISP-OPEN                        VALUE 'Y'.
           05  WS-FUTURE-SWITCH                 PIC X      VALUE 'N'.
               88  WS-FUTURE-DATED                     VALUE 'Y'.
           05  WS-WAREHOUSED-SWITCH             PIC X      VALUE 'N'.
               88  WS-WAREHOUSED                       VALUE 'Y'.
           05  WS-SUSPECT-SWITCH                PIC X      VALUE 'N'.
               88  WS-SUSPECT-DUPLICATE                VALUE 'Y'.
           05  WS-CAND-END-SWITCH               PIC X      VALUE 'N'.
               88  WS-CAND-END                         VALUE 'Y'.
           05  WS-JRN-OPEN-SWITCH               PIC X      VALUE 'N'.
               88  WS-JRN-OPEN                         VALUE 'Y'.
           05  WS-LARGE-VALUE-SWITCH            PIC X      VALUE 'N'.
               88  WS-LARGE-VALUE                      VALUE 'Y'.
           05  WS-LV-HELD-SWITCH                PIC X      VALUE 'N'.
               88  WS-LV-HELD                          VALUE 'Y'.
           05  WS-LV-SETTLED-SWITCH             PIC X      VALUE 'N'.
               88  WS-LV-SETTLED                       VALUE 'Y'.
           05  WS-WHS-SETTLED-SWITCH            PIC X      VALUE 'N'.
               88  WS-WHS-SETTLED                      VALUE 'Y'.

      *    A WIDE INTERVAL NO LONGER RISKS DUPLICATED OUTPUT: THE
      *    CHECKPOINT CARRIES THE RPTOUT LINE AND TRNREJ RECORD
       01  WS-ACCOUNTED-COUNT                 PIC 9(7)    VALUE 0.
       01  WS-NET-PAYMENT-COUNT               PIC S9(7)   VALUE 0.
       01  WS-NET-PAYMENT-AMT                 PIC S9(12)V99 VALUE 0.
       01  WS-WHS-COUNT                       PIC 9(7)    VALUE 0.
       01  WS-WHS-AMT                         PIC 9(11)V99 VALUE 0.
       01  WS-LVH-COUNT                       PIC 9(7)    VALUE 0.
       01  WS-LVH-AMT                         PIC 9(11)V99 VALUE 0.
      *    THE MONTH-END CHARGES FEED'S TYPE '30' RECORDS, KEPT OUT
      *    OF THE KEYED-ADJUSTMENT FIGURES: SERVICE CHARGES TAKEN OFF
      *    ACCOUNTS AND INTEREST CREDITED TO THEM.
       01  WS-CHG-COUNT                       PIC 9(7)    VALUE 0.
       01  WS-CHG-AMT                         PIC 9(11)V99 VALUE 0.
       01  WS-INT-COUNT                       PIC 9(7)    VALUE 0.
       01  WS-INT-AMT                         PIC 9(11)V99 VALUE 0.
       01  WS-GL-SETTLE-AMT                   PIC S9(12)V99 VALUE 0.

      *    DATE EDIT WORK AREAS - DAY NUMBERS COUNT FROM 1601-01-01
      *    (DAY 1, A MONDAY), SO REMAINDER 6 IS SATURDAY AND
      *    REMAINDER 0 IS SUNDAY.
       01  WS-FEED-IDS                        PIC X(4)    VALUE SPACES.
       01  WS-SYSTEM-FEED-IDS                 PIC X(4)    VALUE SPACES.
       01  WS-STALE-DAYS                      PIC 9(3)    VALUE 30.
       01  WS-RUN-INTEGER                     PIC S9(9)   VALUE 0.
       01  WS-TRAN-DATE-NUM                   PIC 9(8)    VALUE 0.
               10  WS-STALE-DATE              PIC X(8).
               10  WS-STALE-AGE               PIC 9(5).

      *    SUSPECTED-DUPLICATE CONTROLS FROM PARMIN: A WINDOW OF
      *    DAYS EITHER SIDE OF THE PAYMENT DATE (ZERO MEANS THE SAME
      *    DATE ONLY) AND WHETHER A SUSPECT POSTS OR IS HELD.  THE
      *    DEFAULTS POST AND REPORT, SO A SHOP THAT HAS NOT CARDED
      *    THE SWITCH SEES THE REPORT BEFORE ANYTHING IS HELD.
       01  WS-DUP-WINDOW                      PIC 9(3)    VALUE 3.
       01  WS-DUP-ACTION                      PIC X(1)    VALUE 'P'.
           88  WS-DUP-HOLD                             VALUE 'H'.
       01  WS-DUP-LOW-INTEGER                 PIC S9(9)   VALUE 0.
       01  WS-DUP-HIGH-INTEGER                PIC S9(9)   VALUE 0.
       01  WS-DUP-LOW-DATE                    PIC 9(8)    VALUE 0.
       01  WS-DUP-HIGH-DATE                   PIC 9(8)    VALUE 0.
       01  WS-SDP-ORIG-ID                     PIC X(10)   VALUE SPACES.
       01  WS-SDP-ORIG-DATE                   PIC X(8)    VALUE SPACES.
       01  WS-SDP-ORIG-POSTED                 PIC X(10)   VALUE SPACES.

       01  WS-SDP-MAX                         PIC 9(3)    COMP
                                                          VALUE 100.
       01  WS-SDP-COUNT                       PIC 9(7)    VALUE 0.
       01  WS-SDP-HELD                        PIC 9(7)    VALUE 0.
       01  WS-SDP-POSTED                      PIC 9(7)    VALUE 0.
       01  WS-SDP-POSTED-AMT                  PIC 9(11)V99 VALUE 0.
       01  WS-SDP-HELD-AMT                    PIC 9(11)V99 VALUE 0.
       01  WS-SDP-LISTED                      PIC 9(3)    COMP
                                                          VALUE 0.
       01  WS-SDP-IX                          PIC 9(3)    COMP.
       01  WS-SUSPECT-TABLE.
           05  WS-SDP-ENTRY OCCURS 100 TIMES.
               10  WS-SDP-ID                  PIC X(10).
               10  WS-SDP-DATE                PIC X(8).
               10  WS-SDP-AMOUNT              PIC 9(9)V99.
               10  WS-SDP-ACCOUNT             PIC X(8).
               10  WS-SDP-DISPOSITION         PIC X(4).
               10  WS-SDP-ORIG-ENTRY-ID       PIC X(10).
               10  WS-SDP-ORIG-ENTRY-DATE     PIC X(8).
               10  WS-SDP-ORIG-ENTRY-POSTED   PIC X(10).

      *    LARGE-VALUE THRESHOLDS FROM PARMIN, ONE PER TYPE.  THE
      *    DEFAULTS HOLD NOTHING, SO A SHOP THAT HAS NOT CARDED THEM
      *    POSTS AS IT ALWAYS HAS.  THE CARD FIELDS ARRIVE AS TEXT
      *    AND LAND THROUGH THE ZONED OVERLAY.
       01  WS-LV-LIMIT-PAY                    PIC 9(9)V99 VALUE 0.
       01  WS-LV-LIMIT-REV                    PIC 9(9)V99 VALUE 0.
       01  WS-LV-LIMIT-ADJ                    PIC 9(9)V99 VALUE 0.
       01  WS-LV-LIMIT                        PIC 9(9)V99 VALUE 0.
       01  WS-LV-CARD-AMOUNT                  PIC 9(9)V99 VALUE 0.
       01  WS-LV-CARD-AMOUNT-X REDEFINES WS-LV-CARD-AMOUNT
                                              PIC X(11).
       01  WS-LV-SEQ                          PIC 9(2)    VALUE 0.
       01  WS-WHS-SEQ                         PIC 9(2)    VALUE 0.

       COPY TRNREC.

       01  WS-RUN-DATE-NUM                    PIC 9(8).

      *    POSTING JOURNAL WORK AREAS.  THE RUN TAG IS THE RUN DATE,
      *    OR THE ORIGINAL RUN'S DATE ON A RESTART, SO ONE RUN'S
      *    ENTRIES STAY TOGETHER FOR TRNBKOUT WHATEVER DAY IT ENDS.
       01  WS-JRN-RUN-DATE                    PIC X(8)    VALUE SPACES.
       01  WS-JRN-SEQ                         PIC 9(7)    VALUE 0.
       01  WS-JRN-CNT-WRITTEN                 PIC 9(7)    VALUE 0.
       01  WS-JRN-FILE-ID                     PIC X(1)    VALUE SPACE.
       01  WS-JRN-ACTION                      PIC X(1)    VALUE SPACE.
       01  WS-JRN-ROW-KEY                     PIC X(10)   VALUE SPACES.
       01  WS-JRN-BEFORE-IMAGE                PIC X(145)  VALUE SPACES.
       01  WS-JRN-AFTER-IMAGE                 PIC X(145)  VALUE SPACES.
       01  WS-RUN-DATE-DSP.
           05  WS-RD-MM                       PIC 9(2).
           05  FILLER                         PIC X       VALUE '/'.
           05  STL-CNT-COUNT                  PIC ZZZZZZ9.
           05  FILLER                         PIC X(99)   VALUE SPACES.

       01  WS-SDP-LINE-COUNT                  PIC 9(3)    VALUE 0.
       01  WS-SDP-PAGE-COUNT                  PIC 9(3)    VALUE 0.

       01  WS-SDP-HEADING-1.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  SDP1-PROGRAM                   PIC X(10)
                   VALUE 'TRNPROC'.
           05  FILLER                         PIC X(10)   VALUE SPACES.
           05  SDP1-TITLE                     PIC X(30)
                   VALUE 'SUSPECTED DUPLICATE PAYMENTS'.
           05  FILLER                         PIC X(10)   VALUE SPACES.
           05  SDP1-PAGE-LIT                  PIC X(5)
                   VALUE 'PAGE '.
           05  SDP1-PAGE-NO                   PIC ZZZ9.
           05  FILLER                         PIC X(62)   VALUE SPACES.

       01  WS-SDP-HEADING-2.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  SDP2-DATE-LIT                  PIC X(9)
                   VALUE 'RUN DATE '.
           05  SDP2-RUN-DATE                  PIC X(10).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  SDP2-WINDOW-LIT                PIC X(11)
                   VALUE 'WINDOW +/- '.
           05  SDP2-WINDOW                    PIC ZZ9.
           05  SDP2-DAYS-LIT                  PIC X(7)    VALUE ' DAYS'.
           05  SDP2-ACTION                    PIC X(24).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  SDP2-MODE-FLAG                 PIC X(23).
           05  FILLER                         PIC X(40)   VALUE SPACES.

       01  WS-SDP-HEADING-3.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  SDP3-ID-LIT                    PIC X(12)
                   VALUE 'SUSPECT ID'.
           05  SDP3-DATE-LIT                  PIC X(10)
                   VALUE 'TRAN DATE'.
           05  SDP3-AMT-LIT                   PIC X(16)
                   VALUE '        AMOUNT'.
           05  SDP3-ACCT-LIT                  PIC X(12)
                   VALUE 'ACCOUNT'.
           05  SDP3-ORIG-LIT                  PIC X(12)
                   VALUE 'ORIGINAL ID'.
           05  SDP3-ODATE-LIT                 PIC X(10)
                   VALUE 'ORIG DATE'.
           05  SDP3-POSTED-LIT                PIC X(14)
                   VALUE 'ORIG POSTED'.
           05  SDP3-ACTION-LIT                PIC X(6)
                   VALUE 'ACTION'.
           05  FILLER                         PIC X(39)   VALUE SPACES.

       01  WS-SDP-DETAIL.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  SDPD-ID                        PIC X(10).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  SDPD-DATE                      PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  SDPD-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  SDPD-ACCOUNT                   PIC X(8).
           05  FILLER                         PIC X(4)    VALUE SPACES.
           05  SDPD-ORIG-ID                   PIC X(10).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  SDPD-ORIG-DATE                 PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  SDPD-ORIG-POSTED               PIC X(10).
           05  FILLER                         PIC X(4)    VALUE SPACES.
           05  SDPD-ACTION                    PIC X(4).
           05  FILLER                         PIC X(41)   VALUE SPACES.

       01  WS-SDP-NONE-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  SDPN-TEXT                      PIC X(45)
                   VALUE 'NO SUSPECTED DUPLICATE PAYMENTS THIS RUN'.
           05  FILLER                         PIC X(86)   VALUE SPACES.

       01  WS-STAMP-PHASE                     PIC X(5)    VALUE SPACES.
       01  WS-STAMP-RC                        PIC 9(2)    VALUE 0.
       01  WS-GATE-DATE                       PIC X(8)    VALUE SPACES.
           PERFORM 1070-OPEN-OUTPUT-FILES
           PERFORM 1080-OPEN-MASTER
           PERFORM 1085-OPEN-ACCOUNT-MASTER
           PERFORM 1087-OPEN-WAREHOUSE
           PERFORM 1088-OPEN-PAYMENT-INDEX
           PERFORM 1086-OPEN-HOLD-QUEUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM
           MOVE WS-RUN-DATE-NUM(5:2) TO WS-RD-MM
           MOVE WS-RUN-DATE-NUM(7:2) TO WS-RD-DD
           MOVE WS-RUN-TIME-NUM(1:2) TO WS-RT-HH
           MOVE WS-RUN-TIME-NUM(3:2) TO WS-RT-MM
           MOVE WS-RUN-TIME-NUM(5:2) TO WS-RT-SS
           PERFORM 1089-OPEN-JOURNAL
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1090-LOAD-CALENDAR
           PERFORM 1093-LOAD-PERIOD-CONTROL
               MOVE WS-STAMP-PHASE TO RUN-PHASE
               MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-STAMP-TIME
               MOVE WS-STAMP-RC TO RUN-RETURN-CODE
               IF WS-STAMP-PHASE = 'END'
                   MOVE WS-JRN-RUN-DATE TO RUN-POST-DATE
               END-IF
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-FILE
           END-IF.
               END-READ
               IF WS-FEEDMAN-STATUS = '00'
                   MOVE MAN-FEED-IDS TO WS-FEED-IDS
                   MOVE MAN-SYSTEM-IDS TO WS-SYSTEM-FEED-IDS
               END-IF
               CLOSE MANIFEST-FILE
           END-IF.
                   MOVE CKPT-OVERRIDE-USED TO WS-OVERRIDE-USED
                   MOVE CKPT-RUN-DATE TO WS-CKPT-RUN-DATE
                   MOVE CKPT-RUN-DATE-NUM TO WS-CKPT-RUN-DATE-NUM
                   MOVE CKPT-WHS-COUNT TO WS-WHS-COUNT
                   MOVE CKPT-WHS-AMT TO WS-WHS-AMT
                   MOVE CKPT-SDP-COUNT TO WS-SDP-COUNT
                   MOVE CKPT-SDP-HELD TO WS-SDP-HELD
                   MOVE CKPT-SDP-POSTED-AMT TO WS-SDP-POSTED-AMT
                   MOVE CKPT-SDP-HELD-AMT TO WS-SDP-HELD-AMT
                   MOVE CKPT-SDP-LISTED TO WS-SDP-LISTED
                   MOVE CKPT-SDP-TABLE TO WS-SUSPECT-TABLE
                   MOVE CKPT-LVH-COUNT TO WS-LVH-COUNT
                   MOVE CKPT-LVH-AMT TO WS-LVH-AMT
                   MOVE CKPT-CHG-COUNT TO WS-CHG-COUNT
                   MOVE CKPT-CHG-AMT TO WS-CHG-AMT
                   MOVE CKPT-INT-COUNT TO WS-INT-COUNT
                   MOVE CKPT-INT-AMT TO WS-INT-AMT
                   MOVE CKPT-XFR-COUNT TO TR-COUNT-TRANSFER
                   MOVE CKPT-XFR-AMT TO TR-AMT-TRANSFER
                   MOVE CKPT-LAST-KEY TO WS-CKPT-LAST-KEY
                   MOVE 'Y' TO WS-SKIP-SWITCH
                   MOVE 'Y' TO WS-RESTART-SWITCH
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF.

      *    THE WAREHOUSE IS PRIMED LIKE THE MASTERS ON THE FIRST
      *    NIGHT A POST-DATED ITEM ARRIVES; A PREVIEW ONLY READS IT.
       1087-OPEN-WAREHOUSE.
           IF WS-TEST-MODE
               OPEN INPUT WAREHOUSE-FILE
           ELSE
               OPEN I-O WAREHOUSE-FILE
           END-IF
           IF WS-TRNWHSE-STATUS = '35'
             AND NOT WS-TEST-MODE
               OPEN OUTPUT WAREHOUSE-FILE
               CLOSE WAREHOUSE-FILE
               OPEN I-O WAREHOUSE-FILE
           END-IF
           IF WS-TRNWHSE-STATUS NOT = '00'
               DISPLAY 'TRNPROC: *** UNABLE TO OPEN TRNWHSE - STATUS '
                       WS-TRNWHSE-STATUS ' ***'
               MOVE 97 TO RETURN-CODE
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF.

      *    THE LARGE-VALUE APPROVAL QUEUE IS PRIMED LIKE THE
      *    WAREHOUSE ON THE FIRST NIGHT AN ITEM GOES OVER A
      *    THRESHOLD.  A PREVIEW WRITES NO HOLD ROWS AND NEVER
      *    NEEDS TO LOOK AT THE QUEUE, SO IT DOES NOT OPEN IT.
       1086-OPEN-HOLD-QUEUE.
           IF NOT WS-TEST-MODE
               OPEN I-O HOLD-FILE
               IF WS-TRNHOLD-STATUS = '35'
                   OPEN OUTPUT HOLD-FILE
                   CLOSE HOLD-FILE
                   OPEN I-O HOLD-FILE
               END-IF
               IF WS-TRNHOLD-STATUS NOT = '00'
                   DISPLAY 'TRNPROC: *** UNABLE TO OPEN TRNHOLD - '
                           'STATUS ' WS-TRNHOLD-STATUS ' ***'
                   MOVE 97 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABEND-SWITCH
               END-IF
           END-IF.

      *    THE PAYMENT MATCH INDEX IS PRIMED LIKE THE MASTERS; A
      *    SHOP THAT NEVER RAN THE PAYXLOAD STEP STARTS WITH AN EMPTY
      *    INDEX AND ONLY CATCHES DUPLICATES OF PAYMENTS POSTED FROM
      *    TONIGHT ON.  A PREVIEW ONLY READS IT.
       1088-OPEN-PAYMENT-INDEX.
           IF WS-TEST-MODE
               OPEN INPUT PAYMENT-INDEX-FILE
           ELSE
               OPEN I-O PAYMENT-INDEX-FILE
           END-IF
           IF WS-TRNPAYX-STATUS = '35'
             AND NOT WS-TEST-MODE
               OPEN OUTPUT PAYMENT-INDEX-FILE
               CLOSE PAYMENT-INDEX-FILE
               OPEN I-O PAYMENT-INDEX-FILE
           END-IF
           IF WS-TRNPAYX-STATUS NOT = '00'
               DISPLAY 'TRNPROC: *** UNABLE TO OPEN TRNPAYX - STATUS '
                       WS-TRNPAYX-STATUS ' ***'
               MOVE 97 TO RETURN-CODE
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF.

      *    THE POSTING JOURNAL IS WHAT MAKES A RUN BACK-OUTABLE, SO A
      *    LIVE RUN WILL NOT POST WITHOUT IT.  TEST MODE CHANGES NO
      *    MASTER AND DOES NOT OPEN IT.  THE RUN IS TAGGED WITH ITS
      *    OWN DATE, OR ON A RESTART WITH THE DATE OF THE RUN BEING
      *    RESUMED, AND THE ENTRY NUMBERING PICKS UP AFTER THE LAST
      *    ENTRY ALREADY FILED UNDER THAT TAG - THE NEWEST ENTRY OF A
      *    RUN IS THE FIRST ONE A START AT THE FRONT OF THE RUN FINDS.
       1089-OPEN-JOURNAL.
           IF NOT WS-TEST-MODE
               OPEN I-O JOURNAL-FILE
               IF WS-TRNJRNL-STATUS = '35'
                   OPEN OUTPUT JOURNAL-FILE
                   CLOSE JOURNAL-FILE
                   OPEN I-O JOURNAL-FILE
               END-IF
               IF WS-TRNJRNL-STATUS = '00'
                   MOVE 'Y' TO WS-JRN-OPEN-SWITCH
                   PERFORM 1089A-FIND-LAST-ENTRY
               ELSE
                   DISPLAY 'TRNPROC: *** UNABLE TO OPEN TRNJRNL - '
                           'STATUS ' WS-TRNJRNL-STATUS ' ***'
                   MOVE 97 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABEND-SWITCH
               END-IF
           END-IF.

       1089A-FIND-LAST-ENTRY.
           IF WS-RESTARTING
             AND WS-CKPT-RUN-DATE-NUM NOT = SPACES
               MOVE WS-CKPT-RUN-DATE-NUM TO WS-JRN-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-JRN-RUN-DATE
           END-IF
           MOVE 0 TO WS-JRN-SEQ
           MOVE WS-JRN-RUN-DATE TO JRN-RUN-DATE
           MOVE WS-JOB-ID TO JRN-JOB-ID
           MOVE 0 TO JRN-REVERSE-SEQ
           START JOURNAL-FILE KEY IS NOT LESS THAN JRN-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-TRNJRNL-STATUS = '00'
               READ JOURNAL-FILE NEXT
                   AT END
                       CONTINUE
               END-READ
               IF WS-TRNJRNL-STATUS = '00'
                 AND JRN-RUN-DATE = WS-JRN-RUN-DATE
                 AND JRN-JOB-ID = WS-JOB-ID
                   SUBTRACT JRN-REVERSE-SEQ FROM 9999999
                       GIVING WS-JRN-SEQ
                   DISPLAY 'TRNPROC: TRNJRNL RESUMING RUN '
                           WS-JRN-RUN-DATE ' AFTER ENTRY ' WS-JRN-SEQ
               END-IF
           END-IF.

      *    EXEC PARM LAYOUT: POSITIONS 1-4 RUN-MODE ('LIVE'/'TEST'),
      *    POSITIONS 6-25 DEFAULT MEMO TEXT APPLIED TO BLANK MEMOS,
      *    POSITIONS 26-33 CALLING JOB/STEP ID FOR THE AUDIT TRAIL.
                 AND PARM-STALE-DAYS > 0
                   MOVE PARM-STALE-DAYS TO WS-STALE-DAYS
               END-IF
               IF PARM-DUP-WINDOW IS NUMERIC
                   MOVE PARM-DUP-WINDOW TO WS-DUP-WINDOW
               END-IF
               IF PARM-DUP-ACTION = 'P' OR 'H'
                   MOVE PARM-DUP-ACTION TO WS-DUP-ACTION
               END-IF
               IF PARM-LV-LIMIT-PAY IS NUMERIC
                   MOVE PARM-LV-LIMIT-PAY TO WS-LV-CARD-AMOUNT-X
                   MOVE WS-LV-CARD-AMOUNT TO WS-LV-LIMIT-PAY
               END-IF
               IF PARM-LV-LIMIT-REV IS NUMERIC
                   MOVE PARM-LV-LIMIT-REV TO WS-LV-CARD-AMOUNT-X
                   MOVE WS-LV-CARD-AMOUNT TO WS-LV-LIMIT-REV
               END-IF
               IF PARM-LV-LIMIT-ADJ IS NUMERIC
                   MOVE PARM-LV-LIMIT-ADJ TO WS-LV-CARD-AMOUNT-X
                   MOVE WS-LV-CARD-AMOUNT TO WS-LV-LIMIT-ADJ
               END-IF
           END-IF
           CLOSE PARM-FILE.

                   IF TR-MEMO-TEXT = SPACES
                       MOVE WS-DEFAULT-MEMO TO TR-MEMO-TEXT
                   END-IF
                   PERFORM 2029-CHECK-LARGE-VALUE
                   EVALUATE TRUE
                       WHEN WS-FUTURE-DATED
                           PERFORM 2025-WAREHOUSE-TRANSACTION
                       WHEN WS-LARGE-VALUE
                           PERFORM 2028-HOLD-LARGE-VALUE
                       WHEN TR-TYPE-PAYMENT
                           PERFORM 2030-PROCESS-PAYMENT
                       WHEN TR-TYPE-REVERSAL
                           PERFORM 2035-PROCESS-REVERSAL
                       WHEN TR-TYPE-ADJUSTMENT
                           PERFORM 2040-PROCESS-ADJUSTMENT
                       WHEN TR-TYPE-TRANSFER
                           PERFORM 2045-PROCESS-TRANSFER
                   END-EVALUATE
               ELSE
                   PERFORM 2020-WRITE-REJECT
               MOVE WS-OVERRIDE-USED TO CKPT-OVERRIDE-USED
               MOVE HDG2-RUN-DATE TO CKPT-RUN-DATE
               MOVE WS-RUN-DATE-NUM TO CKPT-RUN-DATE-NUM
               MOVE WS-WHS-COUNT TO CKPT-WHS-COUNT
               MOVE WS-WHS-AMT TO CKPT-WHS-AMT
               MOVE WS-SDP-COUNT TO CKPT-SDP-COUNT
               MOVE WS-SDP-HELD TO CKPT-SDP-HELD
               MOVE WS-SDP-POSTED-AMT TO CKPT-SDP-POSTED-AMT
               MOVE WS-SDP-HELD-AMT TO CKPT-SDP-HELD-AMT
               MOVE WS-SDP-LISTED TO CKPT-SDP-LISTED
               MOVE WS-SUSPECT-TABLE TO CKPT-SDP-TABLE
               MOVE WS-LVH-COUNT TO CKPT-LVH-COUNT
               MOVE WS-LVH-AMT TO CKPT-LVH-AMT
               MOVE WS-CHG-COUNT TO CKPT-CHG-COUNT
               MOVE WS-CHG-AMT TO CKPT-CHG-AMT
               MOVE WS-INT-COUNT TO CKPT-INT-COUNT
               MOVE WS-INT-AMT TO CKPT-INT-AMT
               MOVE TR-COUNT-TRANSFER TO CKPT-XFR-COUNT
               MOVE TR-AMT-TRANSFER TO CKPT-XFR-AMT
               MOVE TRNIN-RECORD(3:10) TO CKPT-LAST-KEY
               OPEN OUTPUT CHECKPOINT-FILE
               WRITE CHECKPOINT-RECORD
      *    TRNIN-RECORD LAYOUT (POSITIONAL, FORMALIZED LATER AS A
      *    COPYBOOK): 1-2 TYPE, 3-12 TRANS-ID, 13-20 DATE (NUMERIC),
      *    21-31 AMOUNT (NUMERIC), 32-51 MEMO, 52-100 FILLER.
      *    AN ITEM A SUPERVISOR DECLINED ON THE LARGE-VALUE QUEUE
      *    COMES BACK STAMPED 'X' IN POSITION 80 AND REJECTS 'LVD'
      *    AHEAD OF EVERY OTHER EDIT - THE DECISION IS ITS
      *    DISPOSITION.
       2010-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-SWITCH
           MOVE 'N' TO WS-STALE-SWITCH
           MOVE 'N' TO WS-OVR-PENDING-SWITCH
           MOVE 'N' TO WS-FUTURE-SWITCH
           IF TRNIN-RECORD(80:1) = 'X'
               MOVE 'LVD' TO RJ-REASON-CODE
               MOVE 'N' TO WS-VALID-SWITCH
           ELSE
               IF TRNIN-RECORD(1:2) NOT = '10' AND '20' AND '30'
                                         AND '40'
                   MOVE 'TYP' TO RJ-REASON-CODE
                   MOVE 'N' TO WS-VALID-SWITCH
               ELSE
                   IF TRNIN-RECORD(13:8) IS NOT NUMERIC
                       MOVE 'DAT' TO RJ-REASON-CODE
                       MOVE 'N' TO WS-VALID-SWITCH
                   ELSE
                       PERFORM 2012-EDIT-TRANS-DATE
                       IF WS-RECORD-VALID
                           IF TRNIN-RECORD(21:11) IS NOT NUMERIC
                               MOVE 'AMT' TO RJ-REASON-CODE
                               MOVE 'N' TO WS-VALID-SWITCH
                           ELSE
                               IF TRNIN-RECORD(1:2) = '30'
                                   PERFORM 2015-EDIT-ADJUSTMENT
                               END-IF
                               IF TRNIN-RECORD(1:2) = '40'
                                   PERFORM 2019-EDIT-TRANSFER
                               END-IF
                               IF WS-RECORD-VALID
                                   PERFORM 2017-EDIT-ACCOUNT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    A NUMERIC DATE STILL HAS TO BE A REAL CALENDAR DATE ON A
      *    BUSINESS DAY.  A DATE OLDER THAN THE PARMIN TOLERANCE IS
      *    A LEGITIMATE LATE ARRIVAL - IT PROCESSES, BUT GOES TO THE
      *    WARNING SECTION ON RPTOUT.  A DATE STILL TO COME IS A
      *    POST-DATED ITEM: IT FACES THE BUSINESS-DAY, PERIOD, AMOUNT
      *    AND ACCOUNT EDITS LIKE ANY OTHER, AND ONLY THEN IS
      *    WAREHOUSED (2025) RATHER THAN POSTED - THE 'FUT' REJECT IS
      *    NO LONGER CUT, BUT THE CODE STAYS ON THE REJECT REPORTS
      *    FOR THE HISTORY ALREADY ON FILE.
       2012-EDIT-TRANS-DATE.
           MOVE TRNIN-RECORD(13:8) TO WS-TRAN-DATE-NUM
           PERFORM 2011-EDIT-DATE-RANGE
               MOVE 'N' TO WS-VALID-SWITCH
           ELSE
               IF WS-TRAN-INTEGER > WS-RUN-INTEGER
                   MOVE 'Y' TO WS-FUTURE-SWITCH
               END-IF
               PERFORM 2013-EDIT-BUSINESS-DAY
               IF WS-RECORD-VALID
                   PERFORM 2018-EDIT-CLOSED-PERIOD
               END-IF
               IF WS-RECORD-VALID AND NOT WS-FUTURE-DATED
                   SUBTRACT WS-TRAN-INTEGER FROM WS-RUN-INTEGER
                       GIVING WS-TRAN-AGE-DAYS
                   IF WS-TRAN-AGE-DAYS > WS-STALE-DAYS
                       MOVE 'Y' TO WS-STALE-SWITCH
                   END-IF
               END-IF
           END-IF.
             OR TRNIN-RECORD(32:20) = SPACES
               MOVE 'ADJ' TO RJ-REASON-CODE
               MOVE 'N' TO WS-VALID-SWITCH
           ELSE
               IF TRNIN-RECORD(78:1) = 'S'
                   PERFORM 2016-EDIT-CHARGE-KIND
               END-IF
           END-IF.

      *    A TYPE '30' FROM THE MONTH-END CHARGES FEED MUST SAY WHICH
      *    WAY IT MOVES THE ACCOUNT AND MUST NAME THE ACCOUNT - A
      *    CHARGE WITH NOWHERE TO LAND IS A BAD ADJUSTMENT, NOT A
      *    LEGACY RECORD.  POSITION 81 MEANS NOTHING ON A RECORD
      *    FROM ANY OTHER FEED, WHICH POSTS AS A KEYED ADJUSTMENT.
       2016-EDIT-CHARGE-KIND.
           IF (TRNIN-RECORD(81:1) NOT = 'C' AND 'I')
             OR TRNIN-RECORD(70:8) = SPACES
               MOVE 'ADJ' TO RJ-REASON-CODE
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF.

      *    A TRANSFER MOVES MONEY BETWEEN TWO SUBLEDGER ROWS, SO IT
      *    MUST NAME BOTH, THEY MUST DIFFER, AND IT MUST MOVE
      *    SOMETHING - OTHERWISE IT REJECTS 'XFR' AS A WHOLE.  THERE
      *    IS NO LEGACY FORM OF A TRANSFER WITHOUT ACCOUNTS.
       2019-EDIT-TRANSFER.
           IF TRNIN-RECORD(21:11) = ZEROS
             OR TRNIN-RECORD(70:8) = SPACES
             OR TRNIN-RECORD(82:8) = SPACES
             OR TRNIN-RECORD(70:8) = TRNIN-RECORD(82:8)
               MOVE 'XFR' TO RJ-REASON-CODE
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF.

      *    A BLANK ACCOUNT IS A LEGACY RECORD AND POSTS WITHOUT
      *    SUBLEDGER TRACKING; A POPULATED ACCOUNT MUST NAME A ROW
      *    THE OWNING OFFICE HAS SET UP ON TRNACCT - REJECTING 'ACT'
      *    BEATS INVENTING A BALANCE ROW NOBODY OWNS.  THE FETCHED
      *    ROW IS HELD FOR THE BALANCE REWRITE AFTER POSTING.  A
      *    ROW ACTMAINT HAS FROZEN REJECTS 'FRZ' AND ONE IT HAS
      *    CLOSED REJECTS 'CLA' - NEITHER MAY MOVE, WHATEVER THE
      *    TRANSACTION TYPE.  A BLANK STATUS IS A ROW FROM BEFORE
      *    ACCOUNT MAINTENANCE AND COUNTS AS OPEN.
      *    A TRANSFER'S TO-ACCOUNT FACES THE SAME EDIT FIRST, SO
      *    NEITHER SIDE POSTS UNLESS BOTH CAN; THE FROM-ACCOUNT IS
      *    JUDGED LAST AND IS THE ROW LEFT HELD.  THE TO-ACCOUNT IS
      *    READ AGAIN WHEN ITS SIDE POSTS (2091).
       2017-EDIT-ACCOUNT.
           MOVE 'N' TO WS-ACCT-SWITCH
           IF TRNIN-RECORD(1:2) = '40'
               MOVE TRNIN-RECORD(82:8) TO ACT-ACCOUNT-NO
               PERFORM 2017A-JUDGE-ACCOUNT-ROW
               MOVE 'N' TO WS-ACCT-SWITCH
           END-IF
           IF WS-RECORD-VALID
             AND TRNIN-RECORD(70:8) NOT = SPACES
               MOVE TRNIN-RECORD(70:8) TO ACT-ACCOUNT-NO
               PERFORM 2017A-JUDGE-ACCOUNT-ROW
           END-IF.

       2017A-JUDGE-ACCOUNT-ROW.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-TRNACCT-STATUS
               WHEN '00'
                   EVALUATE TRUE
                       WHEN ACT-STATUS-FROZEN
                           MOVE 'FRZ' TO RJ-REASON-CODE
                           MOVE 'N' TO WS-VALID-SWITCH
                       WHEN ACT-STATUS-CLOSED
                           MOVE 'CLA' TO RJ-REASON-CODE
                           MOVE 'N' TO WS-VALID-SWITCH
                       WHEN OTHER
                           MOVE 'Y' TO WS-ACCT-SWITCH
                   END-EVALUATE
               WHEN '23'
                   MOVE 'ACT' TO RJ-REASON-CODE
                   MOVE 'N' TO WS-VALID-SWITCH
               WHEN OTHER
                   DISPLAY 'TRNPROC: *** TRNACCT READ FAILED - '
                           'STATUS ' WS-TRNACCT-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABEND-SWITCH
                   PERFORM 3000-TERMINATE
                   STOP RUN
           END-EVALUATE.

       2020-WRITE-REJECT.
           MOVE TRNIN-RECORD TO RJ-RAW-DATA
           WRITE REJECT-RECORD
           ADD 1 TO TR-COUNT-REJECT
           MOVE RJ-REASON-CODE TO WS-DISP-CODE
           PERFORM 2095-WRITE-DISPOSITION.

      *    A TRANS-ID THE MASTER ALREADY HOLDS IS A RE-SENT ITEM AND
      *    REJECTS 'DUP' TONIGHT RATHER THAN ON THE NIGHT IT WOULD
      *    RELEASE; SO DOES ONE ALREADY WAITING IN THE WAREHOUSE FOR
      *    THE SAME DATE.  A REVERSAL IS THE EXCEPTION: IT CARRIES ITS
      *    PAYMENT'S TRANS-ID, SO IT IS JUDGED THE WAY 2028 JUDGES A
      *    HELD ONE - THE PAYMENT MUST BE ON FILE WITH ENOUGH LEFT TO
      *    NET AGAINST, OR IT REJECTS 'UNM' TONIGHT.  NOTHING IS
      *    NETTED HERE; IT IS JUDGED AGAIN WHEN IT RELEASES.  A
      *    WAREHOUSED ITEM HAS NOT BEEN DISPOSED OF YET, SO IT LEAVES
      *    NO CORDISP RECORD AND NO DETAIL LINE - BOTH COME WHEN IT
      *    RELEASES AND POSTS.  THE CLOSED-PERIOD OVERRIDE, IF ANY, IS
      *    JUDGED AGAIN ON THAT NIGHT TOO.
       2025-WAREHOUSE-TRANSACTION.
           MOVE 'N' TO WS-WAREHOUSED-SWITCH
           MOVE 'N' TO WS-REPLAY-HIT-SWITCH
           MOVE TR-TRANS-ID TO MST-TRANS-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TRNMSTR-STATUS NOT = '00' AND '23'
               DISPLAY 'TRNPROC: *** TRNMSTR READ FAILED - '
                       'STATUS ' WS-TRNMSTR-STATUS ' ***'
               MOVE 96 TO RETURN-CODE
               MOVE 'Y' TO WS-ABEND-SWITCH
               PERFORM 3000-TERMINATE
               STOP RUN
           END-IF
           IF TR-TYPE-REVERSAL
               IF WS-TRNMSTR-STATUS = '00'
                 AND MST-TRANSACTION-DATA(1:2) = '10'
                 AND TR-AMOUNT <= MST-UNREVERSED-AMT
                   PERFORM 2026-WRITE-WAREHOUSE-ROW
               ELSE
                   MOVE 'UNM' TO RJ-REASON-CODE
               END-IF
           ELSE
               IF WS-TRNMSTR-STATUS = '23'
                   PERFORM 2026-WRITE-WAREHOUSE-ROW
               END-IF
               IF NOT WS-WAREHOUSED
                   MOVE 'DUP' TO RJ-REASON-CODE
               END-IF
           END-IF
           IF WS-WAREHOUSED
               ADD 1 TO WS-WHS-COUNT
               ADD TR-AMOUNT TO WS-WHS-AMT
           ELSE
               PERFORM 2020-WRITE-REJECT
           END-IF.

      *    THE ROW CARRIES THE ITEM EXACTLY AS RECEIVED - THE DEFAULT
      *    MEMO IS APPLIED WHEN IT FINALLY POSTS, NOT HERE.  SEQUENCE
      *    01 IS TRIED FIRST.  A KEY ALREADY TAKEN BY A PAYMENT OR
      *    ADJUSTMENT IS THE SAME ITEM SENT AGAIN ('DUP'); FOR A
      *    REVERSAL IT IS AN EARLIER PARTIAL REFUND OF THE SAME
      *    PAYMENT DUE THE SAME DAY, AND THE NEXT SEQUENCE IS TRIED -
      *    UNLESS, INSIDE THE RESTART WINDOW, THE ROW IS THIS VERY
      *    ITEM WAREHOUSED BY THE DEAD RUN.  THE HELD DATE IS THE
      *    JOURNAL'S RUN DATE, SO A RESTART THAT CROSSES MIDNIGHT
      *    STILL STAMPS THE ORIGINAL RUN AND TRNBKOUT FINDS THE ROW.
      *    A TEST PREVIEW TAKES ITS VERDICT FROM A READ AND WRITES
      *    NOTHING.
       2026-WRITE-WAREHOUSE-ROW.
           IF WS-TEST-MODE
               IF TR-TYPE-REVERSAL
                   MOVE 'Y' TO WS-WAREHOUSED-SWITCH
               ELSE
                   MOVE TRNIN-RECORD(13:8) TO WHS-EFF-DATE
                   MOVE TRNIN-RECORD(3:10) TO WHS-TRANS-ID
                   MOVE 1 TO WHS-SEQ
                   READ WAREHOUSE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-TRNWHSE-STATUS = '23'
                       MOVE 'Y' TO WS-WAREHOUSED-SWITCH
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO WS-WHS-SEQ
               MOVE 'N' TO WS-WHS-SETTLED-SWITCH
               PERFORM 2026A-TRY-WAREHOUSE-SEQUENCE
                   UNTIL WS-WHS-SETTLED
           END-IF.

       2026A-TRY-WAREHOUSE-SEQUENCE.
           ADD 1 TO WS-WHS-SEQ
           MOVE SPACES TO WHS-RECORD
           MOVE TRNIN-RECORD(13:8) TO WHS-EFF-DATE
           MOVE TRNIN-RECORD(3:10) TO WHS-TRANS-ID
           MOVE WS-WHS-SEQ TO WHS-SEQ
           MOVE TRNIN-RECORD TO WHS-TRANSACTION-DATA
           MOVE TRNIN-RECORD(78:1) TO WHS-SOURCE-FEED
           MOVE WS-JRN-RUN-DATE TO WHS-HELD-DATE
           MOVE WS-JOB-ID TO WHS-HELD-JOB-ID
           WRITE WHS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE WS-TRNWHSE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-WAREHOUSED-SWITCH
                   MOVE 'Y' TO WS-WHS-SETTLED-SWITCH
               WHEN '22'
                   IF WS-REPLAY-REMAINING > 0
                       PERFORM 2027-CHECK-REPLAYED-HOLD
                   END-IF
                   IF NOT TR-TYPE-REVERSAL
                       MOVE 'Y' TO WS-WHS-SETTLED-SWITCH
                   END-IF
                   IF WS-WHS-SEQ >= 99
                     AND NOT WS-WHS-SETTLED
                       DISPLAY 'TRNPROC: *** TRNWHSE SEQUENCE '
                               'EXHAUSTED FOR ' TR-TRANS-ID ' ***'
                       MOVE 96 TO RETURN-CODE
                       MOVE 'Y' TO WS-ABEND-SWITCH
                       PERFORM 3000-TERMINATE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY 'TRNPROC: *** TRNWHSE WRITE FAILED - '
                           'STATUS ' WS-TRNWHSE-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABEND-SWITCH
                   PERFORM 3000-TERMINATE
                   STOP RUN
           END-EVALUATE.

      *    SAME FORGIVENESS RULE AS THE MASTER (2034): INSIDE THE
      *    REPLAY WINDOW A DUPLICATE WAREHOUSE KEY IS OUR OWN ROW
      *    ONLY IF IT MATCHES BYTE FOR BYTE AND THE DEAD RUN WROTE IT.
       2027-CHECK-REPLAYED-HOLD.
           READ WAREHOUSE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TRNWHSE-STATUS = '00'
             AND WHS-TRANSACTION-DATA = TRNIN-RECORD
             AND WHS-HELD-DATE = WS-CKPT-RUN-DATE-NUM
               MOVE 'Y' TO WS-WAREHOUSED-SWITCH
               MOVE 'Y' TO WS-WHS-SETTLED-SWITCH
               MOVE 'Y' TO WS-REPLAY-HIT-SWITCH
           END-IF.

      *    AN ITEM OVER THE PARMIN THRESHOLD FOR ITS TYPE WAITS FOR
      *    A SUPERVISOR INSTEAD OF POSTING - UNLESS IT IS COMING BACK
      *    FROM THE QUEUE ALREADY APPROVED.  A ZERO THRESHOLD NEVER
      *    HOLDS.  A POST-DATED ITEM IS WAREHOUSED FIRST AND ONLY
      *    JUDGED HERE ON THE NIGHT IT RELEASES, WHEN IT WOULD POST.
      *    A TRANSFER HAS NO THRESHOLD ON PARMIN AND IS NEVER HELD -
      *    IT MOVES MONEY BETWEEN OUR OWN ROWS, NOT IN OR OUT.
       2029-CHECK-LARGE-VALUE.
           MOVE 'N' TO WS-LARGE-VALUE-SWITCH
           MOVE 0 TO WS-LV-LIMIT
           IF NOT TR-HOLD-APPROVED
               EVALUATE TRUE
                   WHEN TR-TYPE-PAYMENT
                       MOVE WS-LV-LIMIT-PAY TO WS-LV-LIMIT
                   WHEN TR-TYPE-REVERSAL
                       MOVE WS-LV-LIMIT-REV TO WS-LV-LIMIT
                   WHEN TR-TYPE-ADJUSTMENT
                       MOVE WS-LV-LIMIT-ADJ TO WS-LV-LIMIT
               END-EVALUATE
               IF WS-LV-LIMIT > 0
                 AND TR-AMOUNT > WS-LV-LIMIT
                   MOVE 'Y' TO WS-LARGE-VALUE-SWITCH
               END-IF
           END-IF.

      *    THE SUPERVISOR SHOULD ONLY SEE ITEMS THAT WOULD POST IF
      *    APPROVED, SO THE MASTER IS CONSULTED FIRST THE WAY THE
      *    POSTING PARAGRAPHS WOULD: A PAYMENT OR ADJUSTMENT WHOSE
      *    TRANS-ID IS ALREADY ON FILE REJECTS 'DUP', AND A REVERSAL
      *    WITH NO PAYMENT (OR NOT ENOUGH LEFT) TO NET AGAINST
      *    REJECTS 'UNM' - TONIGHT, NOT ON THE NIGHT IT IS APPROVED.
      *    NOTHING IS NETTED OR RESERVED HERE; THE REVERSAL IS
      *    JUDGED AGAIN WHEN IT COMES BACK.  LIKE A WAREHOUSED ITEM,
      *    A HELD ONE LEAVES NO CORDISP RECORD AND NO DETAIL LINE
      *    UNTIL IT POSTS.
       2028-HOLD-LARGE-VALUE.
           MOVE 'N' TO WS-LV-HELD-SWITCH
           MOVE 'N' TO WS-REPLAY-HIT-SWITCH
           MOVE TR-TRANS-ID TO MST-TRANS-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TRNMSTR-STATUS NOT = '00' AND '23'
               DISPLAY 'TRNPROC: *** TRNMSTR READ FAILED - '
                       'STATUS ' WS-TRNMSTR-STATUS ' ***'
               MOVE 96 TO RETURN-CODE
               MOVE 'Y' TO WS-ABEND-SWITCH
               PERFORM 3000-TERMINATE
               STOP RUN
           END-IF
           IF TR-TYPE-REVERSAL
               IF WS-TRNMSTR-STATUS = '00'
                 AND MST-TRANSACTION-DATA(1:2) = '10'
                 AND TR-AMOUNT <= MST-UNREVERSED-AMT
                   PERFORM 2028A-WRITE-HOLD-ROW
               ELSE
                   MOVE 'UNM' TO RJ-REASON-CODE
               END-IF
           ELSE
               IF WS-TRNMSTR-STATUS = '23'
                   PERFORM 2028A-WRITE-HOLD-ROW
               ELSE
                   MOVE 'DUP' TO RJ-REASON-CODE
               END-IF
           END-IF
           IF WS-LV-HELD
               ADD 1 TO WS-LVH-COUNT
               ADD TR-AMOUNT TO WS-LVH-AMT
           ELSE
               PERFORM 2020-WRITE-REJECT
           END-IF.

      *    THE ROW CARRIES THE ITEM EXACTLY AS RECEIVED.  SEQUENCE 01
      *    IS TRIED FIRST; A KEY ALREADY TAKEN MEANS THE SAME
      *    TRANS-ID WAS HELD EARLIER TONIGHT (A SECOND PARTIAL
      *    REFUND), AND THE NEXT SEQUENCE IS TRIED - UNLESS, INSIDE
      *    THE RESTART WINDOW, THE ROW IS THIS VERY ITEM HELD BY THE
      *    DEAD RUN.  A PREVIEW WRITES NOTHING AND CALLS IT HELD.
       2028A-WRITE-HOLD-ROW.
           IF WS-TEST-MODE
               MOVE 'Y' TO WS-LV-HELD-SWITCH
           ELSE
               MOVE 0 TO WS-LV-SEQ
               MOVE 'N' TO WS-LV-SETTLED-SWITCH
               PERFORM 2028B-TRY-HOLD-SEQUENCE
                   UNTIL WS-LV-SETTLED
           END-IF.

       2028B-TRY-HOLD-SEQUENCE.
           ADD 1 TO WS-LV-SEQ
           MOVE SPACES TO HLD-RECORD
           MOVE WS-JRN-RUN-DATE TO HLD-HELD-DATE
           MOVE TRNIN-RECORD(3:10) TO HLD-TRANS-ID
           MOVE WS-LV-SEQ TO HLD-SEQ
           MOVE TRNIN-RECORD TO HLD-TRANSACTION-DATA
           MOVE TRNIN-RECORD(78:1) TO HLD-SOURCE-FEED
           MOVE WS-JOB-ID TO HLD-HELD-JOB-ID
           MOVE WS-LV-LIMIT TO HLD-THRESHOLD
           WRITE HLD-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE WS-TRNHOLD-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-LV-HELD-SWITCH
                   MOVE 'Y' TO WS-LV-SETTLED-SWITCH
               WHEN '22'
                   IF WS-REPLAY-REMAINING > 0
                       PERFORM 2028C-CHECK-REPLAYED-HOLD
                   END-IF
                   IF WS-LV-SEQ >= 99
                     AND NOT WS-LV-SETTLED
                       DISPLAY 'TRNPROC: *** TRNHOLD SEQUENCE '
                               'EXHAUSTED FOR ' TR-TRANS-ID ' ***'
                       MOVE 96 TO RETURN-CODE
                       MOVE 'Y' TO WS-ABEND-SWITCH
                       PERFORM 3000-TERMINATE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY 'TRNPROC: *** TRNHOLD WRITE FAILED - '
                           'STATUS ' WS-TRNHOLD-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABEND-SWITCH
                   PERFORM 3000-TERMINATE
                   STOP RUN
           END-EVALUATE.

      *    SAME FORGIVENESS RULE AS THE WAREHOUSE (2027): THE ROW IS
      *    OUR OWN ONLY IF IT MATCHES BYTE FOR BYTE AND THE DEAD RUN
      *    WROTE IT.
       2028C-CHECK-REPLAYED-HOLD.
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TRNHOLD-STATUS = '00'
             AND HLD-TRANSACTION-DATA = TRNIN-RECORD
             AND HLD-HELD-DATE = WS-CKPT-RUN-DATE-NUM
             AND HLD-HELD-JOB-ID = WS-JOB-ID
               MOVE 'Y' TO WS-LV-HELD-SWITCH
               MOVE 'Y' TO WS-LV-SETTLED-SWITCH
               MOVE 'Y' TO WS-REPLAY-HIT-SWITCH
           END-IF.

      *    A PAYMENT TO AN ACCOUNT IS FIRST CHECKED FOR A SUSPECTED
      *    DUPLICATE - THE SAME AMOUNT TO THE SAME ACCOUNT UNDER A
      *    DIFFERENT TRANS-ID, DATED INSIDE THE PARMIN WINDOW.  THE
      *    'DUP' EDIT ONLY CATCHES A RE-SENT TRANS-ID; THIS CATCHES
      *    THE OFFICE THAT KEYED THE SAME CHEQUE TWICE.  PER THE
      *    PARMIN SWITCH A SUSPECT EITHER POSTS AND IS REPORTED, OR
      *    IS HELD AS AN 'SDP' REJECT.  A HELD SUSPECT A SUPERVISOR
      *    HAS RELEASED THROUGH A TRNREPR 'REL' CARD COMES BACK
      *    STAMPED 'D' IN POSITION 79 AND POSTS WITHOUT THE CHECK.
       2030-PROCESS-PAYMENT.
           MOVE 'N' TO WS-SUSPECT-SWITCH
           IF TR-ACCOUNT-NO NOT = SPACES
             AND TR-RELEASE-FEED NOT = 'D'
               PERFORM 2031-CHECK-SUSPECT-DUPLICATE
           END-IF
           IF WS-SUSPECT-DUPLICATE AND WS-DUP-HOLD
               PERFORM 2039A-HOLD-SUSPECT
           ELSE
               PERFORM 2033-POST-TO-MASTER
               IF WS-POSTED
                   PERFORM 2050-CHECK-COUNTER-LIMIT
                   ADD 1 TO TR-COUNT-TX
                   ADD 1 TO TR-COUNT-PAYMENT
                   ADD TR-AMOUNT TO TR-AMT-PAYMENT
                   PERFORM 2090-POST-TO-ACCOUNT
                   PERFORM 2038-INDEX-PAYMENT
                   MOVE 'PAY' TO DTL-TYPE
                   PERFORM 2060-PRINT-DETAIL-LINE
                   IF WS-SUSPECT-DUPLICATE
                       PERFORM 2039-RECORD-SUSPECT
                   END-IF
               ELSE
                   MOVE 'DUP' TO RJ-REASON-CODE
                   PERFORM 2020-WRITE-REJECT
               END-IF
           END-IF.

      *    THE MATCH INDEX IS STARTED AT ACCOUNT + AMOUNT + THE
      *    FRONT OF THE WINDOW AND READ FORWARD UNTIL THE ACCOUNT OR
      *    AMOUNT CHANGES OR THE DATE PASSES THE BACK OF THE WINDOW.
      *    THE PAYMENT'S OWN ROW IS SKIPPED, AND A CANDIDATE ONLY
      *    COUNTS IF ITS MASTER ROW IS STILL THERE AND NOT FULLY
      *    REVERSED - A REFUNDED PAYMENT SENT AGAIN IS A LEGITIMATE
      *    RE-PAYMENT.  INSIDE THE RESTART WINDOW A PAYMENT THE DEAD
      *    RUN ALREADY POSTED (2034'S TEST) IS NOT JUDGED AGAIN: ITS
      *    OWN LATER PAYMENTS ARE ON THE INDEX NOW AND WOULD MAKE IT
      *    LOOK LIKE THEIR DUPLICATE, AND THE DEAD RUN ALREADY
      *    AUDITED IT IF IT WAS A SUSPECT.  A TEST PREVIEW INDEXES
      *    NOTHING, SO IT ONLY SEES SUSPECTS AGAINST PAYMENTS POSTED
      *    BY EARLIER RUNS, NOT AGAINST ONES IN THE SAME FEED.
       2031-CHECK-SUSPECT-DUPLICATE.
           MOVE 'N' TO WS-REPLAY-HIT-SWITCH
           IF WS-REPLAY-REMAINING > 0
               PERFORM 2034-CHECK-REPLAYED-POST
           END-IF
           IF NOT WS-REPLAYED-HIT
               COMPUTE WS-DUP-LOW-INTEGER =
                   WS-TRAN-INTEGER - WS-DUP-WINDOW
               IF WS-DUP-LOW-INTEGER < 1
                   MOVE 1 TO WS-DUP-LOW-INTEGER
               END-IF
               COMPUTE WS-DUP-HIGH-INTEGER =
                   WS-TRAN-INTEGER + WS-DUP-WINDOW
               COMPUTE WS-DUP-LOW-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUP-LOW-INTEGER)
               COMPUTE WS-DUP-HIGH-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUP-HIGH-INTEGER)
               MOVE TR-ACCOUNT-NO TO PAYX-ACCOUNT-NO
               MOVE TR-AMOUNT TO PAYX-AMOUNT
               MOVE WS-DUP-LOW-DATE TO PAYX-TRANS-DATE
               MOVE LOW-VALUES TO PAYX-TRANS-ID
               MOVE 'N' TO WS-CAND-END-SWITCH
               START PAYMENT-INDEX-FILE
                   KEY IS NOT LESS THAN PAYX-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               EVALUATE WS-TRNPAYX-STATUS
                   WHEN '00'
                       PERFORM 2031A-READ-CANDIDATE
                       PERFORM 2031B-JUDGE-CANDIDATE
                           UNTIL WS-CAND-END
                              OR WS-SUSPECT-DUPLICATE
                   WHEN '23'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'TRNPROC: *** TRNPAYX START FAILED - '
                               'STATUS ' WS-TRNPAYX-STATUS ' ***'
                       MOVE 96 TO RETURN-CODE
                       MOVE 'Y' TO WS-ABEND-SWITCH
                       PERFORM 3000-TERMINATE
               END-EVALUATE
           END-IF.

       2031A-READ-CANDIDATE.
           READ PAYMENT-INDEX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CAND-END-SWITCH
           END-READ
           IF NOT WS-CAND-END
             AND WS-TRNPAYX-STATUS NOT = '00'
               DISPLAY 'TRNPROC: *** TRNPAYX READ FAILED - STATUS '
                       WS-TRNPAYX-STATUS ' ***'
               MOVE 96 TO RETURN-CODE
               MOVE 'Y' TO WS-ABEND-SWITCH
               PERFORM 3000-TERMINATE
               STOP RUN
           END-IF.

       2031B-JUDGE-CANDIDATE.
           IF PAYX-ACCOUNT-NO NOT = TR-ACCOUNT-NO
             OR PAYX-AMOUNT NOT = TR-AMOUNT
             OR PAYX-TRANS-DATE > WS-DUP-HIGH-DATE
               MOVE 'Y' TO WS-CAND-END-SWITCH
           ELSE
               IF PAYX-TRANS-ID NOT = TR-TRANS-ID
                   PERFORM 2031C-CONFIRM-ORIGINAL
               END-IF
               IF NOT WS-SUSPECT-DUPLICATE
                   PERFORM 2031A-READ-CANDIDATE
               END-IF
           END-IF.

       2031C-CONFIRM-ORIGINAL.
           MOVE PAYX-TRANS-ID TO MST-TRANS-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-TRNMSTR-STATUS
               WHEN '00'
                   IF MST-REVERSED-FLAG NOT = 'Y'
                       MOVE 'Y' TO WS-SUSPECT-SWITCH
                       MOVE PAYX-TRANS-ID TO WS-SDP-ORIG-ID
                       MOVE PAYX-TRANS-DATE TO WS-SDP-ORIG-DATE
                       MOVE MST-POSTED-DATE TO WS-SDP-ORIG-POSTED
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TRNPROC: *** TRNMSTR READ FAILED - '
                           'STATUS ' WS-TRNMSTR-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABEND-SWITCH
                   PERFORM 3000-TERMINATE
                   STOP RUN
           END-EVALUATE.

      *    A DUPLICATE-KEY HIT ('22') MEANS THE FEED RE-SENT A
      *    TRANS-ID WE ALREADY POSTED - THE CALLER REJECTS IT SO A
      *    RE-SENT FILE CANNOT DOUBLE-POST.  ANY OTHER NON-ZERO
           END-WRITE
           IF WS-TRNMSTR-STATUS = '00'
               MOVE 'Y' TO WS-POST-SWITCH
               MOVE 'M' TO WS-JRN-FILE-ID
               MOVE 'W' TO WS-JRN-ACTION
               MOVE MST-TRANS-ID TO WS-JRN-ROW-KEY
               MOVE SPACES TO WS-JRN-BEFORE-IMAGE
               MOVE MASTER-RECORD TO WS-JRN-AFTER-IMAGE
               PERFORM 2092-WRITE-JOURNAL-ENTRY
           ELSE
               EVALUATE WS-TRNMSTR-STATUS
                   WHEN '22'
           END-IF.

       2037-NET-REVERSAL.
           MOVE MASTER-RECORD TO WS-JRN-BEFORE-IMAGE
           SUBTRACT TR-AMOUNT FROM MST-UNREVERSED-AMT
           IF MST-UNREVERSED-AMT = 0
               MOVE 'Y' TO MST-REVERSED-FLAG
               PERFORM 3000-TERMINATE
               STOP RUN
           END-IF
           MOVE 'M' TO WS-JRN-FILE-ID
           MOVE 'R' TO WS-JRN-ACTION
           MOVE MST-TRANS-ID TO WS-JRN-ROW-KEY
           MOVE MASTER-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 2092-WRITE-JOURNAL-ENTRY
           MOVE 'Y' TO WS-MATCH-SWITCH.

      *    EVERY POSTED PAYMENT THAT CARRIES AN ACCOUNT GOES ON THE
      *    MATCH INDEX AT ONCE, SO A SECOND COPY LATER IN THE SAME
      *    FEED IS CAUGHT TOO.  THE TRANS-ID IS PART OF THE KEY AND
      *    UNIQUE ON THE MASTER, SO A DUPLICATE KEY ('22') CAN ONLY
      *    BE THE DEAD RUN'S ROW FOR A REPLAYED POSTING.
       2038-INDEX-PAYMENT.
           IF TR-ACCOUNT-NO NOT = SPACES AND NOT WS-TEST-MODE
               MOVE SPACES TO PAYX-RECORD
               MOVE TR-ACCOUNT-NO TO PAYX-ACCOUNT-NO
               MOVE TR-AMOUNT TO PAYX-AMOUNT
               MOVE TRNIN-RECORD(13:8) TO PAYX-TRANS-DATE
               MOVE TR-TRANS-ID TO PAYX-TRANS-ID
               MOVE HDG2-RUN-DATE TO PAYX-POSTED-DATE
               MOVE WS-JOB-ID TO PAYX-JOB-ID
               WRITE PAYX-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-TRNPAYX-STATUS NOT = '00'
                 AND WS-TRNPAYX-STATUS NOT = '22'
                   DISPLAY 'TRNPROC: *** TRNPAYX WRITE FAILED - '
                           'STATUS ' WS-TRNPAYX-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABEND-SWITCH
                   PERFORM 3000-TERMINATE
                   STOP RUN
               END-IF
           END-IF.

      *    SUSPECTS BEYOND THE TABLE LIMIT STILL COUNT IN THE DUPRPT
      *    TOTALS AND STILL CUT THEIR AUDIT RECORD - ONLY THE DETAIL
      *    LINE IS LOST.  A REPLAYED POSTING NEVER REACHES HERE (SEE
      *    2031), BUT THE GUARD ON THE AUDIT STAYS FOR SAFETY.
       2039-RECORD-SUSPECT.
           ADD 1 TO WS-SDP-COUNT
           IF WS-DUP-HOLD
               ADD 1 TO WS-SDP-HELD
               ADD TR-AMOUNT TO WS-SDP-HELD-AMT
           ELSE
               ADD TR-AMOUNT TO WS-SDP-POSTED-AMT
           END-IF
           IF WS-SDP-LISTED < WS-SDP-MAX
               ADD 1 TO WS-SDP-LISTED
               MOVE TR-TRANS-ID TO WS-SDP-ID(WS-SDP-LISTED)
               MOVE TRNIN-RECORD(13:8) TO WS-SDP-DATE(WS-SDP-LISTED)
               MOVE TR-AMOUNT TO WS-SDP-AMOUNT(WS-SDP-LISTED)
               MOVE TR-ACCOUNT-NO TO WS-SDP-ACCOUNT(WS-SDP-LISTED)
               IF WS-DUP-HOLD
                   MOVE 'HELD' TO WS-SDP-DISPOSITION(WS-SDP-LISTED)
               ELSE
                   MOVE 'POST' TO WS-SDP-DISPOSITION(WS-SDP-LISTED)
               END-IF
               MOVE WS-SDP-ORIG-ID
                   TO WS-SDP-ORIG-ENTRY-ID(WS-SDP-LISTED)
               MOVE WS-SDP-ORIG-DATE
                   TO WS-SDP-ORIG-ENTRY-DATE(WS-SDP-LISTED)
               MOVE WS-SDP-ORIG-POSTED
                   TO WS-SDP-ORIG-ENTRY-POSTED(WS-SDP-LISTED)
           END-IF
           IF NOT WS-REPLAYED-HIT
               PERFORM 2039B-AUDIT-SUSPECT
           END-IF.

      *    A HELD SUSPECT WHOSE OWN TRANS-ID IS ALREADY ON THE
      *    MASTER IS A PLAIN RE-SENT ITEM AND REJECTS 'DUP' AS IT
      *    ALWAYS HAS; OTHERWISE IT REJECTS 'SDP' AND WAITS IN THE
      *    REPAIR CHANNEL FOR A SUPERVISOR'S 'REL' OR 'ABN' CARD.
      *    NOTHING WAS POSTED, SO THE MASTERS AND THE INDEX ARE NOT
      *    TOUCHED.  INSIDE THE RESTART WINDOW A SUSPECT THE DEAD RUN
      *    ALREADY HELD IS HELD AND AUDITED AGAIN - LIKE CORDISP, THE
      *    'SDP-HOLD' COUNT FOR A RESTARTED DATE IS OPERATIONAL.
       2039A-HOLD-SUSPECT.
           MOVE 'N' TO WS-REPLAY-HIT-SWITCH
           MOVE TR-TRANS-ID TO MST-TRANS-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-TRNMSTR-STATUS
               WHEN '00'
                   MOVE 'DUP' TO RJ-REASON-CODE
               WHEN '23'
                   MOVE 'SDP' TO RJ-REASON-CODE
                   PERFORM 2039-RECORD-SUSPECT
               WHEN OTHER
                   DISPLAY 'TRNPROC: *** TRNMSTR READ FAILED - '
                           'STATUS ' WS-TRNMSTR-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABEND-SWITCH
                   PERFORM 3000-TERMINATE
                   STOP RUN
           END-EVALUATE
           PERFORM 2020-WRITE-REJECT.

      *    ONE AUDLOG RECORD PER SUSPECT, NAMING THE SUSPECT AND THE
      *    ORIGINAL IT RESEMBLES - 'SDP-POST' OR 'SDP-HOLD' AFTER
      *    WHAT WAS DONE WITH IT.  A PREVIEW LEAVES NO AUDIT TRACK.
       2039B-AUDIT-SUSPECT.
           IF NOT WS-TEST-MODE
               MOVE HDG2-RUN-DATE TO AUD-RUN-DATE
               MOVE WS-RUN-TIME-DSP TO AUD-RUN-TIME
               MOVE WS-JOB-ID TO AUD-JOB-ID
               MOVE 1 TO AUD-COUNT
               IF WS-DUP-HOLD
                   MOVE 'SDP-HOLD' TO AUD-STATUS
               ELSE
                   MOVE 'SDP-POST' TO AUD-STATUS
               END-IF
               MOVE 0 TO AUD-REJECT-COUNT
               MOVE SPACES TO AUD-FEED-IDS
               MOVE TR-TRANS-ID TO AUD-DETAIL(1:10)
               MOVE WS-SDP-ORIG-ID TO AUD-DETAIL(11:10)
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDLOG-STATUS NOT = '00'
                   DISPLAY 'TRNPROC: *** UNABLE TO OPEN AUDLOG FOR '
                           'SUSPECT - STATUS ' WS-AUDLOG-STATUS
                           ' ***'
               ELSE
                   WRITE AUDIT-RECORD
                   CLOSE AUDIT-FILE
               END-IF
           END-IF.

      *    A GENERATED CHARGE OR INTEREST CREDIT POSTS LIKE ANY
      *    ADJUSTMENT BUT IS COUNTED UNDER ITS OWN KIND, SO THE
      *    KEYED-ADJUSTMENT FIGURES STILL MEAN WHAT THEY ALWAYS DID.
       2040-PROCESS-ADJUSTMENT.
           PERFORM 2033-POST-TO-MASTER
           IF WS-POSTED
               PERFORM 2050-CHECK-COUNTER-LIMIT
               ADD 1 TO TR-COUNT-TX
               EVALUATE TRUE
                   WHEN TR-FROM-CHARGE-FEED AND TR-KIND-SERVICE-CHARGE
                       ADD 1 TO WS-CHG-COUNT
                       ADD TR-AMOUNT TO WS-CHG-AMT
                       MOVE 'CHG' TO DTL-TYPE
                   WHEN TR-FROM-CHARGE-FEED AND TR-KIND-INTEREST
                       ADD 1 TO WS-INT-COUNT
                       ADD TR-AMOUNT TO WS-INT-AMT
                       MOVE 'INT' TO DTL-TYPE
                   WHEN OTHER
                       ADD 1 TO TR-COUNT-ADJUST
                       ADD TR-AMOUNT TO TR-AMT-ADJUST
                       MOVE 'ADJ' TO DTL-TYPE
               END-EVALUATE
               PERFORM 2090-POST-TO-ACCOUNT
               PERFORM 2060-PRINT-DETAIL-LINE
           ELSE
               MOVE 'DUP' TO RJ-REASON-CODE
               PERFORM 2020-WRITE-REJECT
           END-IF.

      *    A TRANSFER IS ONE MASTER ROW THAT MOVES TWO SUBLEDGER
      *    ROWS: THE FROM-ACCOUNT HELD BY THE 2017 EDIT IS TAKEN
      *    DOWN (2090) AND THE TO-ACCOUNT IS BROUGHT UP (2091).  BOTH
      *    SIDES PASSED THE EDIT, SO ONCE THE MASTER ROW IS WRITTEN
      *    NEITHER CAN REFUSE; A RE-SENT TRANS-ID REJECTS 'DUP' AND
      *    MOVES NEITHER.
       2045-PROCESS-TRANSFER.
           PERFORM 2033-POST-TO-MASTER
           IF WS-POSTED
               PERFORM 2050-CHECK-COUNTER-LIMIT
               ADD 1 TO TR-COUNT-TX
               ADD 1 TO TR-COUNT-TRANSFER
               ADD TR-AMOUNT TO TR-AMT-TRANSFER
               PERFORM 2090-POST-TO-ACCOUNT
               PERFORM 2091-POST-TRANSFER-CREDIT
               MOVE 'XFR' TO DTL-TYPE
               PERFORM 2060-PRINT-DETAIL-LINE
           ELSE
               MOVE 'DUP' TO RJ-REASON-CODE

      *    THE SUBLEDGER ROW WAS FETCHED BY THE 2017 EDIT AND HELD,
      *    SO THE BALANCE UPDATE REWRITES IN PLACE: PAYMENTS AND
      *    ADJUSTMENTS ADD, REVERSALS, GENERATED SERVICE CHARGES AND
      *    THE FROM SIDE OF A TRANSFER SUBTRACT.  A REPLAYED RECORD
      *    INSIDE THE RESTART WINDOW ALREADY MOVED THE BALANCE ON
      *    THE DEAD RUN AND MUST NOT MOVE IT AGAIN.  A GENERATED
      *    CHARGE OR INTEREST CREDIT IS NOT THE CUSTOMER'S ACTIVITY
      *    AND LEAVES THE LAST-ACTIVITY DATE ALONE - OTHERWISE NO
      *    ACCOUNT COULD EVER GO DORMANT.
       2090-POST-TO-ACCOUNT.
           IF WS-ACCT-PRESENT AND NOT WS-REPLAYED-HIT
                             AND NOT WS-TEST-MODE
               MOVE ACT-ACCOUNT-RECORD TO WS-JRN-BEFORE-IMAGE
               EVALUATE TRUE
                   WHEN TR-TYPE-REVERSAL
                       SUBTRACT TR-AMOUNT FROM ACT-BALANCE
                   WHEN TR-TYPE-ADJUSTMENT AND TR-FROM-CHARGE-FEED
                                           AND TR-KIND-SERVICE-CHARGE
                       SUBTRACT TR-AMOUNT FROM ACT-BALANCE
                   WHEN TR-TYPE-TRANSFER
                       SUBTRACT TR-AMOUNT FROM ACT-BALANCE
                   WHEN OTHER
                       ADD TR-AMOUNT TO ACT-BALANCE
               END-EVALUATE
               IF NOT TR-FROM-CHARGE-FEED
                   MOVE WS-RUN-DATE-NUM TO ACT-LAST-ACTIVITY-DATE
               END-IF
               PERFORM 2093-REWRITE-ACCOUNT-ROW
           END-IF.

      *    THE TO SIDE OF A TRANSFER.  THE ROW PASSED THE 2017 EDIT
      *    MOMENTS AGO, SO ANYTHING BUT A CLEAN READ NOW IS AN I/O
      *    FAILURE, NOT A REJECT - THE FROM SIDE HAS ALREADY MOVED
      *    AND THE RUN STOPS FOR TRNBKOUT RATHER THAN LEAVE THE
      *    TWO ACCOUNTS OUT OF STEP.  THE SAME REPLAY AND PREVIEW
      *    RULES AS 2090 APPLY.
       2091-POST-TRANSFER-CREDIT.
           IF WS-ACCT-PRESENT AND NOT WS-REPLAYED-HIT
                             AND NOT WS-TEST-MODE
               MOVE TR-TO-ACCOUNT-NO TO ACT-ACCOUNT-NO
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TRNACCT-STATUS NOT = '00'
                   DISPLAY 'TRNPROC: *** TRNACCT READ FAILED FOR '
                           TR-TO-ACCOUNT-NO ' - STATUS '
                           WS-TRNACCT-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABEND-SWITCH
                   PERFORM 3000-TERMINATE
                   STOP RUN
               END-IF
               MOVE ACT-ACCOUNT-RECORD TO WS-JRN-BEFORE-IMAGE
               ADD TR-AMOUNT TO ACT-BALANCE
               MOVE WS-RUN-DATE-NUM TO ACT-LAST-ACTIVITY-DATE
               PERFORM 2093-REWRITE-ACCOUNT-ROW
           END-IF.

      *    THE BEFORE IMAGE IS ALREADY IN THE JOURNAL WORK AREA.
       2093-REWRITE-ACCOUNT-ROW.
           REWRITE ACT-ACCOUNT-RECORD
           IF WS-TRNACCT-STATUS NOT = '00'
               DISPLAY 'TRNPROC: *** TRNACCT REWRITE FAILED - '
                       'STATUS ' WS-TRNACCT-STATUS ' ***'
               MOVE 96 TO RETURN-CODE
               MOVE 'Y' TO WS-ABEND-SWITCH
               PERFORM 3000-TERMINATE
               STOP RUN
           END-IF
           MOVE 'A' TO WS-JRN-FILE-ID
           MOVE 'R' TO WS-JRN-ACTION
           MOVE ACT-ACCOUNT-NO TO WS-JRN-ROW-KEY
           MOVE ACT-ACCOUNT-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 2092-WRITE-JOURNAL-ENTRY.

      *    ONE JOURNAL ENTRY PER MASTER OR ACCOUNT CHANGE, FILED ONLY
      *    ONCE THE CHANGE ITSELF HAS GONE THROUGH - AN ENTRY FOR A
      *    CHANGE THAT NEVER HAPPENED WOULD HAVE TRNBKOUT UNDO
      *    SOMEONE ELSE'S ROW.  A POSTING THE JOURNAL CANNOT RECORD
      *    COULD NOT BE BACKED OUT, SO A FAILED WRITE STOPS THE RUN.
       2092-WRITE-JOURNAL-ENTRY.
           IF WS-JRN-OPEN
               ADD 1 TO WS-JRN-SEQ
               MOVE SPACES TO JRN-RECORD
               MOVE WS-JRN-RUN-DATE TO JRN-RUN-DATE
               MOVE WS-JOB-ID TO JRN-JOB-ID
               SUBTRACT WS-JRN-SEQ FROM 9999999 GIVING JRN-REVERSE-SEQ
               MOVE WS-JRN-FILE-ID TO JRN-FILE-ID
               MOVE WS-JRN-ACTION TO JRN-ACTION
               MOVE WS-JRN-ROW-KEY TO JRN-ROW-KEY
               MOVE FUNCTION CURRENT-DATE(9:6) TO JRN-STAMP-TIME
               MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
               MOVE WS-JRN-AFTER-IMAGE TO JRN-AFTER-IMAGE
               WRITE JRN-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-TRNJRNL-STATUS NOT = '00'
                   DISPLAY 'TRNPROC: *** TRNJRNL WRITE FAILED FOR '
                           WS-JRN-ROW-KEY ' - STATUS '
                           WS-TRNJRNL-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABEND-SWITCH
                   PERFORM 3000-TERMINATE
                   STOP RUN
               END-IF
               ADD 1 TO WS-JRN-CNT-WRITTEN
           END-IF.

       2060-PRINT-DETAIL-LINE.
      *    ONLY CORRECTIONS-CHANNEL RECORDS LEAVE A DISPOSITION: A
      *    KEYED ENTRY CARRIES ITS OPERATOR (RAW 62-69), A RECYCLED
      *    REJECT ITS ATTEMPT COUNT (RAW 52-53) - A RECORD REPAIRED
      *    AFTER A KEYED ENTRY REJECTED CARRIES BOTH.  THE MONTH-END
      *    CHARGES USED TO BE KEYED AS ADJUSTMENTS, SO A RECORD FROM
      *    THE CHARGES FEED (RAW 78 'S') IS TRACKED TOO, MARKED WITH
      *    ITS ORIGIN SO CORRPT CAN TELL IT FROM A KEYED ONE.
      *    ORDINARY UPSTREAM RECORDS PASS THROUGH UNTRACKED.
       2095-WRITE-DISPOSITION.
           IF WS-DISP-OPEN
             AND (TRNIN-RECORD(62:8) NOT = SPACES
               OR TRNIN-RECORD(52:2) IS NUMERIC
               OR TRNIN-RECORD(78:1) = 'S')
               MOVE SPACES TO CORR-DISP-RECORD
               MOVE WS-RUN-DATE-NUM TO CD-RUN-DATE
               MOVE TRNIN-RECORD(3:10) TO CD-TRANS-ID
               MOVE TRNIN-RECORD(62:8) TO CD-OPERATOR
               MOVE TRNIN-RECORD(52:2) TO CD-ATTEMPT
               MOVE WS-DISP-CODE TO CD-DISPOSITION
               IF TRNIN-RECORD(78:1) = 'S'
                   MOVE 'S' TO CD-ORIGIN
               END-IF
               WRITE CORR-DISP-RECORD
               IF WS-CORDISP-STATUS NOT = '00'
                   DISPLAY 'TRNPROC: CORDISP WRITE FAILED - STATUS '
                   PERFORM 3020-PRINT-STALE-SECTION
               END-IF
           END-IF
           PERFORM 3030-PRINT-SUSPECT-REPORT
           IF NOT WS-ABENDING AND NOT WS-TEST-MODE
               PERFORM 3050-CLEAR-CHECKPOINT
           END-IF
           CLOSE REPORT-FILE
           CLOSE MASTER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE WAREHOUSE-FILE
           CLOSE PAYMENT-INDEX-FILE
           IF NOT WS-TEST-MODE
               CLOSE HOLD-FILE
           END-IF
           IF WS-DISP-OPEN
               CLOSE DISP-FILE
           END-IF
           IF WS-JRN-OPEN
               CLOSE JOURNAL-FILE
               DISPLAY 'TRNPROC: ' WS-JRN-CNT-WRITTEN
                       ' TRNJRNL ENTRIES FILED UNDER RUN '
                       WS-JRN-RUN-DATE ' ' WS-JOB-ID
           END-IF
           PERFORM 3090-STAMP-STEP-END.

       3090-STAMP-STEP-END.
           MOVE TR-COUNT-ADJUST TO SUM2-COUNT
           MOVE TR-AMT-ADJUST TO SUM2-AMOUNT
           WRITE REPORT-LINE FROM WS-TYPE-SUMMARY-LINE
           MOVE 'TRANSFERS POSTED:        ' TO SUM2-LABEL
           MOVE TR-COUNT-TRANSFER TO SUM2-COUNT
           MOVE TR-AMT-TRANSFER TO SUM2-AMOUNT
           WRITE REPORT-LINE FROM WS-TYPE-SUMMARY-LINE
           IF WS-CHG-COUNT > 0 OR WS-INT-COUNT > 0
               MOVE 'SERVICE CHARGES TAKEN:   ' TO SUM2-LABEL
               MOVE WS-CHG-COUNT TO SUM2-COUNT
               MOVE WS-CHG-AMT TO SUM2-AMOUNT
               WRITE REPORT-LINE FROM WS-TYPE-SUMMARY-LINE
               MOVE 'INTEREST CREDITED:       ' TO SUM2-LABEL
               MOVE WS-INT-COUNT TO SUM2-COUNT
               MOVE WS-INT-AMT TO SUM2-AMOUNT
               WRITE REPORT-LINE FROM WS-TYPE-SUMMARY-LINE
           END-IF
           SUBTRACT TR-COUNT-REVERSAL FROM TR-COUNT-PAYMENT
               GIVING WS-NET-PAYMENT-COUNT
           SUBTRACT TR-AMT-REVERSAL FROM TR-AMT-PAYMENT
               MOVE WS-OVERRIDE-USED TO SUM2-COUNT
               MOVE 0 TO SUM2-AMOUNT
               WRITE REPORT-LINE FROM WS-TYPE-SUMMARY-LINE
           END-IF
           IF WS-WHS-COUNT > 0
               MOVE 'POST-DATED WAREHOUSED:   ' TO SUM2-LABEL
               MOVE WS-WHS-COUNT TO SUM2-COUNT
               MOVE WS-WHS-AMT TO SUM2-AMOUNT
               WRITE REPORT-LINE FROM WS-TYPE-SUMMARY-LINE
           END-IF
           IF WS-LVH-COUNT > 0
               MOVE 'LARGE-VALUE HELD:        ' TO SUM2-LABEL
               MOVE WS-LVH-COUNT TO SUM2-COUNT
               MOVE WS-LVH-AMT TO SUM2-AMOUNT
               WRITE REPORT-LINE FROM WS-TYPE-SUMMARY-LINE
           END-IF
           IF WS-SDP-COUNT > 0
               SUBTRACT WS-SDP-HELD FROM WS-SDP-COUNT
                   GIVING WS-SDP-POSTED
               MOVE 'SUSPECT DUPS POSTED:     ' TO SUM2-LABEL
               MOVE WS-SDP-POSTED TO SUM2-COUNT-SIGNED
               MOVE WS-SDP-POSTED-AMT TO SUM2-AMOUNT
               WRITE REPORT-LINE FROM WS-TYPE-SUMMARY-LINE
               MOVE 'SUSPECT DUPS HELD (SDP): ' TO SUM2-LABEL
               MOVE WS-SDP-HELD TO SUM2-COUNT-SIGNED
               MOVE WS-SDP-HELD-AMT TO SUM2-AMOUNT
               WRITE REPORT-LINE FROM WS-TYPE-SUMMARY-LINE
           END-IF.

       3020-PRINT-STALE-SECTION.
           MOVE WS-STALE-AGE(WS-STALE-IX) TO STL-AGE
           WRITE REPORT-LINE FROM WS-STALE-DETAIL.

      *    DUPRPT IS WRITTEN WHOLE AT END OF RUN FROM THE TABLE THE
      *    CHECKPOINT CARRIES, SO A RESTART REPRINTS IT COMPLETE.  A
      *    PREVIEW PRINTS IT TOO, FLAGGED LIKE RPTOUT.  THE REPORT
      *    IS FOR REVIEW, NOT POSTING - A BAD DD IS REPORTED AND THE
      *    RUN'S RETURN CODE IS LEFT ALONE.
       3030-PRINT-SUSPECT-REPORT.
           OPEN OUTPUT SUSPECT-FILE
           IF WS-DUPRPT-STATUS NOT = '00'
               DISPLAY 'TRNPROC: *** UNABLE TO OPEN DUPRPT - STATUS '
                       WS-DUPRPT-STATUS ' ***'
           ELSE
               MOVE HDG2-RUN-DATE TO SDP2-RUN-DATE
               MOVE WS-DUP-WINDOW TO SDP2-WINDOW
               IF WS-DUP-HOLD
                   MOVE 'SUSPECTS HELD FOR REVIEW' TO SDP2-ACTION
               ELSE
                   MOVE 'SUSPECTS POSTED' TO SDP2-ACTION
               END-IF
               MOVE HDG2-MODE-FLAG TO SDP2-MODE-FLAG
               PERFORM 3035-PRINT-SUSPECT-HEADINGS
               IF WS-SDP-COUNT = 0
                   WRITE SUSPECT-LINE FROM WS-SDP-NONE-LINE
               ELSE
                   PERFORM 3036-PRINT-SUSPECT-DETAIL
                       VARYING WS-SDP-IX FROM 1 BY 1
                       UNTIL WS-SDP-IX > WS-SDP-LISTED
               END-IF
               SUBTRACT WS-SDP-HELD FROM WS-SDP-COUNT
                   GIVING WS-SDP-POSTED
               MOVE 'SUSPECTS POSTED:         ' TO SUM2-LABEL
               MOVE WS-SDP-POSTED TO SUM2-COUNT-SIGNED
               MOVE WS-SDP-POSTED-AMT TO SUM2-AMOUNT
               WRITE SUSPECT-LINE FROM WS-TYPE-SUMMARY-LINE
               MOVE 'SUSPECTS HELD (SDP):     ' TO SUM2-LABEL
               MOVE WS-SDP-HELD TO SUM2-COUNT-SIGNED
               MOVE WS-SDP-HELD-AMT TO SUM2-AMOUNT
               WRITE SUSPECT-LINE FROM WS-TYPE-SUMMARY-LINE
               IF WS-SDP-COUNT > WS-SDP-LISTED
                   MOVE 'NOT LISTED - TABLE FULL: ' TO SUM2-LABEL
                   SUBTRACT WS-SDP-LISTED FROM WS-SDP-COUNT
                       GIVING WS-SDP-POSTED
                   MOVE WS-SDP-POSTED TO SUM2-COUNT-SIGNED
                   MOVE 0 TO SUM2-AMOUNT
                   WRITE SUSPECT-LINE FROM WS-TYPE-SUMMARY-LINE
               END-IF
               CLOSE SUSPECT-FILE
           END-IF.

       3035-PRINT-SUSPECT-HEADINGS.
           ADD 1 TO WS-SDP-PAGE-COUNT
           MOVE WS-SDP-PAGE-COUNT TO SDP1-PAGE-NO
           WRITE SUSPECT-LINE FROM WS-SDP-HEADING-1
           WRITE SUSPECT-LINE FROM WS-SDP-HEADING-2
           WRITE SUSPECT-LINE FROM WS-SDP-HEADING-3
           MOVE 0 TO WS-SDP-LINE-COUNT.

       3036-PRINT-SUSPECT-DETAIL.
           IF WS-SDP-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3035-PRINT-SUSPECT-HEADINGS
           END-IF
           MOVE WS-SDP-ID(WS-SDP-IX) TO SDPD-ID
           MOVE WS-SDP-DATE(WS-SDP-IX) TO SDPD-DATE
           MOVE WS-SDP-AMOUNT(WS-SDP-IX) TO SDPD-AMOUNT
           MOVE WS-SDP-ACCOUNT(WS-SDP-IX) TO SDPD-ACCOUNT
           MOVE WS-SDP-ORIG-ENTRY-ID(WS-SDP-IX) TO SDPD-ORIG-ID
           MOVE WS-SDP-ORIG-ENTRY-DATE(WS-SDP-IX) TO SDPD-ORIG-DATE
           MOVE WS-SDP-ORIG-ENTRY-POSTED(WS-SDP-IX)
               TO SDPD-ORIG-POSTED
           MOVE WS-SDP-DISPOSITION(WS-SDP-IX) TO SDPD-ACTION
           WRITE SUSPECT-LINE FROM WS-SDP-DETAIL
           ADD 1 TO WS-SDP-LINE-COUNT.

      *    A CLEAN FINISH LEAVES NO CHECKPOINT BEHIND SO THE NEXT RUN
      *    STARTS FRESH INSTEAD OF SKIPPING RECORDS THAT NEVER RAN.
       3050-CLEAR-CHECKPOINT.
           MOVE TR-COUNT-REJECT TO AUD-REJECT-COUNT
           MOVE WS-FEED-IDS TO AUD-FEED-IDS
           MOVE SPACES TO AUD-DETAIL
           MOVE WS-SYSTEM-FEED-IDS TO AUD-DETAIL(1:4)
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDLOG-STATUS NOT = '00'
               DISPLAY 'TRNPROC: *** UNABLE TO OPEN AUDLOG - STATUS '
      *    (REVERSALS + SETTLEMENT), SO THE SETTLEMENT ENTRY IS THE
      *    NET OF THE THREE TYPE TOTALS; IF REVERSALS EVER EXCEED
      *    THE OTHER TWO THE SETTLEMENT FLIPS TO THE DEBIT SIDE.
      *    ON A NIGHT THE MONTH-END CHARGES FEED POSTED, INTEREST
      *    CREDITED JOINS THE DEBITS AND SERVICE CHARGES TAKEN JOIN
      *    THE CREDITS, EACH ON AN ENTRY OF ITS OWN; ON EVERY OTHER
      *    NIGHT GLOUT CARRIES THE USUAL FOUR ENTRIES.  TRANSFERS
      *    ONLY MOVE MONEY BETWEEN SUBLEDGER ROWS: ON A NIGHT ANY
      *    POSTED, THE MONEY BROUGHT INTO THE TO-ACCOUNTS IS DEBITED
      *    TO XFERIN AND THE SAME AMOUNT TAKEN OUT OF THE FROM-
      *    ACCOUNTS IS CREDITED TO XFEROUT - THE PAIR BALANCES ITSELF
      *    AND LEAVES THE SETTLEMENT ENTRY ALONE.
       3080-WRITE-GL-INTERFACE.
           OPEN OUTPUT GL-FILE
           IF WS-GLOUT-STATUS NOT = '00'
               MOVE TR-AMT-ADJUST TO GL-AMOUNT
               MOVE 'DAILY ADJUSTMENTS APPLIED' TO GL-DESCRIPTION
               WRITE GL-RECORD
               IF WS-CHG-COUNT > 0 OR WS-INT-COUNT > 0
                   MOVE 'SVCCHRG' TO GL-ACCOUNT
                   MOVE 'CR' TO GL-DR-CR
                   MOVE WS-CHG-AMT TO GL-AMOUNT
                   MOVE 'MONTHLY SVC CHARGES TAKEN' TO GL-DESCRIPTION
                   WRITE GL-RECORD
                   MOVE 'INTEREST' TO GL-ACCOUNT
                   MOVE 'DR' TO GL-DR-CR
                   MOVE WS-INT-AMT TO GL-AMOUNT
                   MOVE 'MONTHLY INTEREST CREDITED' TO GL-DESCRIPTION
                   WRITE GL-RECORD
               END-IF
               IF TR-COUNT-TRANSFER > 0
                   MOVE 'XFERIN' TO GL-ACCOUNT
                   MOVE 'DR' TO GL-DR-CR
                   MOVE TR-AMT-TRANSFER TO GL-AMOUNT
                   MOVE 'DAILY TRANSFERS IN' TO GL-DESCRIPTION
                   WRITE GL-RECORD
                   MOVE 'XFEROUT' TO GL-ACCOUNT
                   MOVE 'CR' TO GL-DR-CR
                   MOVE TR-AMT-TRANSFER TO GL-AMOUNT
                   MOVE 'DAILY TRANSFERS OUT' TO GL-DESCRIPTION
                   WRITE GL-RECORD
               END-IF
               COMPUTE WS-GL-SETTLE-AMT =
                   TR-AMT-PAYMENT + TR-AMT-ADJUST + WS-INT-AMT
                   - TR-AMT-REVERSAL - WS-CHG-AMT
               MOVE 'SETTLMNT' TO GL-ACCOUNT
               IF WS-GL-SETTLE-AMT < 0
                   MOVE 'DR' TO GL-DR-CR
      *    THE CONTROL TOTAL HAS TO ACCOUNT FOR EVERY RECORD READ, NOT
      *    JUST THE ONES THAT PASSED VALIDATION - A RUN WITH LEGITIMATE
      *    REJECTS IS STILL BALANCED AS LONG AS PROCESSED + REJECTED
      *    + WAREHOUSED + HELD FOR APPROVAL ADDS UP TO WHAT PARMIN
      *    SAID TO EXPECT.
       3100-RECONCILE-CONTROL-TOTAL.
           ADD TR-COUNT-TX TR-COUNT-REJECT WS-WHS-COUNT WS-LVH-COUNT
               GIVING WS-ACCOUNTED-COUNT
           IF WS-EXPECTED-COUNT = WS-ACCOUNTED-COUNT
               DISPLAY 'TRNPROC: CONTROL TOTAL BALANCED - '
                       TR-COUNT-TX ' RECORDS PROCESSED'
               DISPLAY '  EXPECTED   = ' WS-EXPECTED-COUNT
               DISPLAY '  PROCESSED  = ' TR-COUNT-TX
               DISPLAY '  REJECTED   = ' TR-COUNT-REJECT
               DISPLAY '  WAREHOUSED = ' WS-WHS-COUNT
               DISPLAY '  HELD       = ' WS-LVH-COUNT
               IF WS-RUN-MODE NOT = 'TEST' AND NOT WS-ABENDING
                   MOVE 16 TO RETURN-CODE
               END-IF
