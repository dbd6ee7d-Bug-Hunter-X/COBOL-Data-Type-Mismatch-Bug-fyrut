      *---------------------------------------------------------------*
      * TRNBKOUT - SUPERVISED BACK-OUT OF A TRNPROC POSTING RUN        *
      *---------------------------------------------------------------*
      * WHEN A BAD FEED POSTED - AN OFFICE RE-SENT YESTERDAY'S FILE,   *
      * A FEED CAME THROUGH WITH THE WRONG AMOUNTS - THE ONLY WAY      *
      * BACK WAS A RESTORE OF TRNMSTR AND TRNACCT FROM THE PRIOR       *
      * NIGHT'S BACKUP, LOSING EVERYTHING ELSE DONE SINCE.  TRNPROC    *
      * NOW FILES A BEFORE AND AFTER IMAGE OF EVERY MASTER AND         *
      * ACCOUNT CHANGE ON THE TRNJRNL POSTING JOURNAL, TAGGED WITH     *
      * THE RUN DATE AND JOB ID.  THIS STEP TAKES A NAMED RUN BACK     *
      * OUT OF BOTH FILES, NEWEST CHANGE FIRST:                        *
      *   - A TRNMSTR ROW THE RUN ADDED IS DELETED, AND FOR A          *
      *     PAYMENT ITS TRNPAYX MATCH-INDEX ROW WITH IT;               *
      *   - A TRNMSTR ROW THE RUN REWROTE (A REVERSAL NETTED INTO      *
      *     ITS PAYMENT) AND A TRNACCT ROW IT REWROTE ARE PUT BACK     *
      *     AS THEY STOOD BEFORE;                                      *
      *   - ITEMS THE RUN WAREHOUSED ON TRNWHSE THAT TRNMERGE HAS      *
      *     NOT YET RELEASED ARE CANCELLED;                            *
      *   - LARGE-VALUE ITEMS THE RUN HELD ON TRNHOLD THAT TRNMERGE    *
      *     HAS NOT YET RELEASED ARE CANCELLED, DECIDED OR NOT;        *
      *   - OFFSETTING GLOUT ENTRIES ARE WRITTEN, DATED WITH THE       *
      *     BACKED-OUT RUN SO THEY NET AGAINST ITS OWN ENTRIES IN      *
      *     THE SAME PERIOD (PAYMENTS, ADJUSTMT, INTEREST AND XFERIN   *
      *     CREDITED, REVERSAL, SVCCHRG AND XFEROUT DEBITED, SETTLMNT  *
      *     ON THE OPPOSITE SIDE);                                     *
      *   - ONE AUDLOG RECORD (STATUS 'BKO-RUN') NAMES THE SUPERVISOR  *
      *     AND THE RUN;                                               *
      *   - BKORPT LISTS EVERY ENTRY BACKED OUT AND THE TOTALS.        *
      *                                                                *
      * NOTHING IS TOUCHED UNTIL THE WHOLE RUN HAS BEEN CHECKED: EACH  *
      * ROW THE RUN CHANGED MUST STILL STAND EXACTLY AS THE RUN LEFT   *
      * IT.  A ROW CHANGED SINCE - A LATER RUN'S POSTING, AN ACTMAINT  *
      * FREEZE, A TRNMINQ CORRECTION - IS LISTED AS A CONFLICT AND     *
      * THE BACK-OUT IS REFUSED; THOSE CHANGES HAVE TO BE TAKEN OUT    *
      * FIRST (BACK OUT THE LATER RUN, OR UNDO THE MAINTENANCE) SO     *
      * NOBODY ELSE'S WORK IS OVERLAID.  A RUN DATED INTO A PERIOD     *
      * PERCTL HAS CLOSED IS REFUSED OUTRIGHT - THE CLOSED MONTH'S     *
      * STATEMENT HAS BEEN FILED AND IS NOT REOPENED FROM HERE.        *
      *                                                                *
      * THE RUN'S WAREHOUSED AND LARGE-VALUE ITEMS ARE CANCELLED       *
      * FIRST, THEN ITS JOURNAL ENTRIES ARE UNDONE.  EACH JOURNAL ENTRY*
      * IS MARKED WITH THE BACK-OUT DATE AND THE SUPERVISOR AS IT IS   *
      * UNDONE.  A BACK-OUT THAT DIES PART WAY IS SIMPLY RUN AGAIN: THE*
      * MARKED ENTRIES ARE PASSED OVER (BUT STILL COUNTED INTO THE GL  *
      * OFFSETS, WHICH ARE ONLY WRITTEN AT THE END) AND THE REST ARE   *
      * TAKEN OUT.  AN ENTRY WHOSE ROW WAS UNDONE BUT WHICH DIED BEFORE*
      * IT WAS MARKED - AN ADDED ROW ALREADY GONE, A REWRITTEN ONE     *
      * ALREADY AS IT WAS BEFORE - IS NOT A CONFLICT; IT IS ONLY       *
      * MARKED.  A RUN COUNTS AS BACKED OUT ONLY ONCE ITS 'BKO-RUN'    *
      * AUDLOG RECORD IS WRITTEN, AFTER THE GL OFFSETS; A RUN WITH ONE *
      * IS REFUSED.  A RUN WITH EVERY ENTRY MARKED BUT NO AUDLOG RECORD*
      * DIED AT THE END AND IS FINISHED OFF: GLOUT AND THE AUDLOG      *
      * RECORD ARE WRITTEN.                                            *
      *                                                                *
      * A RUN THAT ABENDED PART WAY IS BACKED OUT AS FAR AS IT GOT;    *
      * CLEAR ITS CKPTFILE BEFORE THE NEXT TRNPROC, OR THE NEXT RUN    *
      * WILL TRY TO RESUME IT.  SEQUENTIAL OUTPUTS OF THE RUN (RPTOUT, *
      * TRNREJ, CORDISP, EXTOUT) ARE NOT UNWOUND.                      *
      *                                                                *
      * BKOPARM CARD: 1-8 RUN DATE CCYYMMDD, 9-16 JOB ID (AS ON THE    *
      * TRNPROC EXEC PARM - SPACES IF IT HAD NONE), 17-24 SUPERVISOR   *
      * ID (REQUIRED), 25-28 'LIVE' TO BACK THE RUN OUT.  ANY OTHER    *
      * MODE IS A PREVIEW: THE CHECKS RUN AND BKORPT LISTS WHAT WOULD  *
      * BE BACKED OUT, BUT NO FILE IS CHANGED AND NO GL OR AUDIT       *
      * RECORD IS WRITTEN.                                             *
      *                                                                *
      * RETURN CODES: 16 REFUSED (NO OR BAD BKOPARM, NO SUPERVISOR,    *
      * CLOSED PERIOD, NO JOURNAL ENTRIES, ALREADY BACKED OUT, OR      *
      * CONFLICTS); 0 BACKED OUT OR PREVIEWED CLEAN.                   *
      * 96 GLOUT OR AUDLOG COULD NOT BE WRITTEN - THE RUN IS NOT YET   *
      * RECORDED AS BACKED OUT; RUN AGAIN ONCE THE FILE IS FIXED.      *
      *---------------------------------------------------------------*
      * MAINTENANCE LOG                                                *
      *   DATE       BY    DESCRIPTION                                *
      *   2026-10-15  SJM   INITIAL VERSION                            *
      *   2026-10-15  SJM   CANCELS THE RUN'S UNRELEASED TRNHOLD       *
      *                     LARGE-VALUE ITEMS AS IT DOES ITS           *
      *                     WAREHOUSED ONES                            *
      *   2026-10-15  SJM   MONTH-END CHARGES FEED: SERVICE CHARGES    *
      *                     AND INTEREST TAKEN OUT ARE TOTALLED ON     *
      *                     THEIR OWN AND OFFSET TO SVCCHRG AND        *
      *                     INTEREST RATHER THAN ADJUSTMT              *
      *   2026-10-15  SJM   TRANSFERS (TYPE '40') TAKEN OUT ARE        *
      *                     TOTALLED ON THEIR OWN AND OFFSET TO BOTH   *
      *                     XFERIN AND XFEROUT; EACH OF THE TWO TRNACCT*
      *                     ROWS A TRANSFER MOVED IS PUT BACK FROM ITS *
      *                     OWN JOURNAL ENTRY                          *
      *   2026-10-15  SJM   A ROW ALREADY UNDONE BY A BACK-OUT THAT    *
      *                     DIED BEFORE MARKING ITS ENTRY IS NO LONGER *
      *                     A CONFLICT - THE RERUN MARKS THE ENTRY AND *
      *                     CARRIES ON.  TRNWHSE SEQUENCE SHOWN        *
      *   2026-10-15  SJM   HELD ITEMS CANCELLED BEFORE THE JOURNAL    *
      *                     ENTRIES ARE UNDONE; 'ALREADY BACKED OUT'   *
      *                     NOW MEANS A BKO-RUN AUDLOG RECORD FOR THE  *
      *                     RUN, SO ONE THAT DIED AFTER MARKING ITS    *
      *                     LAST ENTRY IS FINISHED BY A RERUN; GLOUT   *
      *                     AND AUDLOG WRITES STATUS-CHECKED           *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNBKOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO BKOPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKOPARM-STATUS.
           SELECT PERIOD-FILE ASSIGN TO PERCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERCTL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO TRNJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-KEY
               FILE STATUS IS WS-TRNJRNL-STATUS.
           SELECT WORK-FILE ASSIGN TO BKOWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-KEY
               FILE STATUS IS WS-BKOWORK-STATUS.
           SELECT MASTER-FILE ASSIGN TO TRNMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-TRANS-ID
               FILE STATUS IS WS-TRNMSTR-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO TRNACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACT-ACCOUNT-NO
               FILE STATUS IS WS-TRNACCT-STATUS.
           SELECT PAYMENT-INDEX-FILE ASSIGN TO TRNPAYX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAYX-KEY
               FILE STATUS IS WS-TRNPAYX-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO TRNWHSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WHS-KEY
               FILE STATUS IS WS-TRNWHSE-STATUS.
           SELECT HOLD-FILE ASSIGN TO TRNHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-TRNHOLD-STATUS.
           SELECT GL-FILE ASSIGN TO GLOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLOUT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDLOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO BKORPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKORPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05  PARM-RUN-DATE                   PIC X(8).
           05  PARM-JOB-ID                     PIC X(8).
           05  PARM-SUPERVISOR                 PIC X(8).
           05  PARM-MODE                       PIC X(4).
           05  FILLER                          PIC X(52).

       FD  PERIOD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS.
       COPY PERREC.

       FD  JOURNAL-FILE
           RECORD CONTAINS 360 CHARACTERS.
       COPY JRNREC.

      *    ONE ROW PER MASTER OR ACCOUNT ROW SEEN WHILE CHECKING THE
      *    RUN - THE FIRST ENTRY FOUND FOR A ROW IS ITS NEWEST, THE
      *    ONLY ONE WHOSE AFTER IMAGE THE ROW MUST STILL MATCH.
       FD  WORK-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  WORK-RECORD.
           05  WRK-KEY.
               10  WRK-FILE-ID                 PIC X(1).
               10  WRK-ROW-KEY                 PIC X(10).
           05  FILLER                          PIC X(9).

       FD  MASTER-FILE
           RECORD CONTAINS 145 CHARACTERS.
       COPY MSTREC.

       FD  ACCOUNT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ACTREC.

       FD  PAYMENT-INDEX-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PAYXREC.

       FD  WAREHOUSE-FILE
           RECORD CONTAINS 150 CHARACTERS.
       COPY WHSREC.

       FD  HOLD-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY HLDREC.

       FD  GL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       COPY GLREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 74 CHARACTERS.
       COPY AUDREC.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FLAGS.
           05  WS-BKOPARM-STATUS               PIC X(2)    VALUE '00'.
           05  WS-PERCTL-STATUS                PIC X(2)    VALUE '00'.
           05  WS-TRNJRNL-STATUS               PIC X(2)    VALUE '00'.
           05  WS-BKOWORK-STATUS               PIC X(2)    VALUE '00'.
           05  WS-TRNMSTR-STATUS               PIC X(2)    VALUE '00'.
           05  WS-TRNACCT-STATUS               PIC X(2)    VALUE '00'.
           05  WS-TRNPAYX-STATUS               PIC X(2)    VALUE '00'.
           05  WS-TRNWHSE-STATUS               PIC X(2)    VALUE '00'.
           05  WS-TRNHOLD-STATUS               PIC X(2)    VALUE '00'.
           05  WS-GLOUT-STATUS                 PIC X(2)    VALUE '00'.
           05  WS-AUDLOG-STATUS                PIC X(2)    VALUE '00'.
           05  WS-BKORPT-STATUS                PIC X(2)    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-LIVE-SWITCH                 PIC X       VALUE 'N'.
               88  WS-LIVE-MODE                        VALUE 'Y'.
           05  WS-REFUSED-SWITCH              PIC X       VALUE 'N'.
               88  WS-REFUSED                          VALUE 'Y'.
           05  WS-PER-EOF-SWITCH              PIC X       VALUE 'N'.
               88  WS-PER-EOF                          VALUE 'Y'.
           05  WS-CLOSED-SWITCH               PIC X       VALUE 'N'.
               88  WS-PERIOD-CLOSED                    VALUE 'Y'.
           05  WS-RUN-END-SWITCH              PIC X       VALUE 'N'.
               88  WS-RUN-END                          VALUE 'Y'.
           05  WS-WHS-EOF-SWITCH              PIC X       VALUE 'N'.
               88  WS-WHS-EOF                          VALUE 'Y'.
           05  WS-FILES-OPEN-SWITCH           PIC X       VALUE 'N'.
               88  WS-FILES-OPEN                       VALUE 'Y'.
           05  WS-WHS-OPEN-SWITCH             PIC X       VALUE 'N'.
               88  WS-WHS-OPEN                         VALUE 'Y'.
           05  WS-HLD-EOF-SWITCH              PIC X       VALUE 'N'.
               88  WS-HLD-EOF                          VALUE 'Y'.
           05  WS-HLD-OPEN-SWITCH             PIC X       VALUE 'N'.
               88  WS-HLD-OPEN                         VALUE 'Y'.
           05  WS-AUD-EOF-SWITCH              PIC X       VALUE 'N'.
               88  WS-AUD-EOF                          VALUE 'Y'.
           05  WS-BKO-RECORDED-SWITCH         PIC X       VALUE 'N'.
               88  WS-BKO-RECORDED                     VALUE 'Y'.

      *    THE RUN BEING BACKED OUT, FROM THE BKOPARM CARD.
       01  WS-TARGET-DATE                     PIC X(8)    VALUE SPACES.
       01  WS-TARGET-JOB-ID                   PIC X(8)    VALUE SPACES.
       01  WS-SUPERVISOR                      PIC X(8)    VALUE SPACES.
       01  WS-TARGET-DATE-DSP.
           05  WS-TD-MM                       PIC X(2).
           05  FILLER                         PIC X       VALUE '/'.
           05  WS-TD-DD                       PIC X(2).
           05  FILLER                         PIC X       VALUE '/'.
           05  WS-TD-CCYY                     PIC X(4).

       01  WS-REFUSAL-TEXT                    PIC X(80)   VALUE SPACES.

      *    WHERE AN ENTRY'S ROW STANDS NOW - SEE 2050.
       01  WS-ROW-STATE                       PIC X(1)    VALUE SPACE.
           88  WS-ROW-AS-RUN-LEFT                         VALUE 'A'.
           88  WS-ROW-ALREADY-UNDONE                      VALUE 'B'.
           88  WS-ROW-CHANGED                             VALUE 'C'.

       01  WS-COUNTS.
           05  WS-CNT-ENTRIES                 PIC 9(7)    VALUE 0.
           05  WS-CNT-DONE-EARLIER            PIC 9(7)    VALUE 0.
           05  WS-CNT-FOUND-UNDONE            PIC 9(7)    VALUE 0.
           05  WS-CNT-CONFLICTS               PIC 9(7)    VALUE 0.
           05  WS-CNT-BACKED-OUT              PIC 9(7)    VALUE 0.
           05  WS-CNT-MST-DELETED             PIC 9(7)    VALUE 0.
           05  WS-CNT-MST-RESTORED            PIC 9(7)    VALUE 0.
           05  WS-CNT-ACT-RESTORED            PIC 9(7)    VALUE 0.
           05  WS-CNT-PAYX-DELETED            PIC 9(7)    VALUE 0.
           05  WS-CNT-WHS-CANCELLED           PIC 9(7)    VALUE 0.
           05  WS-CNT-HLD-CANCELLED           PIC 9(7)    VALUE 0.

      *    WHAT THE RUN POSTED THAT IS BEING TAKEN OUT, PER GL
      *    ACCOUNT - THE OFFSETTING GLOUT ENTRIES ARE CUT FROM THESE.
       01  WS-BACKOUT-TOTALS.
           05  WS-BKO-PAY-COUNT               PIC 9(7)    VALUE 0.
           05  WS-BKO-PAY-AMT                 PIC 9(13)V99 VALUE 0.
           05  WS-BKO-REV-COUNT               PIC 9(7)    VALUE 0.
           05  WS-BKO-REV-AMT                 PIC 9(13)V99 VALUE 0.
           05  WS-BKO-ADJ-COUNT               PIC 9(7)    VALUE 0.
           05  WS-BKO-ADJ-AMT                 PIC 9(13)V99 VALUE 0.
           05  WS-BKO-CHG-COUNT               PIC 9(7)    VALUE 0.
           05  WS-BKO-CHG-AMT                 PIC 9(13)V99 VALUE 0.
           05  WS-BKO-INT-COUNT               PIC 9(7)    VALUE 0.
           05  WS-BKO-INT-AMT                 PIC 9(13)V99 VALUE 0.
           05  WS-BKO-XFR-COUNT               PIC 9(7)    VALUE 0.
           05  WS-BKO-XFR-AMT                 PIC 9(13)V99 VALUE 0.
       01  WS-GL-SETTLE-AMT                   PIC S9(13)V99 VALUE 0.

      *    THE JOURNAL IMAGES ARE RAW ROWS - EVERY NUMBER IN THEM
      *    MUST LAND THROUGH AN ALPHANUMERIC OVERLAY, NEVER BY AN
      *    ALPHANUMERIC MOVE TO THE NUMERIC FIELD.
       01  WS-ROW-AMOUNT                      PIC 9(9)V99 VALUE 0.
       01  WS-ROW-AMOUNT-X REDEFINES WS-ROW-AMOUNT
                                              PIC X(11).
       01  WS-BEFORE-UNREV                    PIC 9(11)V99 VALUE 0.
       01  WS-BEFORE-UNREV-X REDEFINES WS-BEFORE-UNREV
                                              PIC X(13).
       01  WS-AFTER-UNREV                     PIC 9(11)V99 VALUE 0.
       01  WS-AFTER-UNREV-X REDEFINES WS-AFTER-UNREV
                                              PIC X(13).
       01  WS-BEFORE-BALANCE                  PIC S9(11)V99 VALUE 0.
       01  WS-BEFORE-BALANCE-X REDEFINES WS-BEFORE-BALANCE
                                              PIC X(13).
       01  WS-AFTER-BALANCE                   PIC S9(11)V99 VALUE 0.
       01  WS-AFTER-BALANCE-X REDEFINES WS-AFTER-BALANCE
                                              PIC X(13).
       01  WS-ENTRY-AMOUNT                    PIC S9(11)V99 VALUE 0.
       01  WS-ROW-TYPE                        PIC X(2)    VALUE SPACES.

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

       01  WS-LINE-COUNT                      PIC 9(3)    VALUE 0.
       01  WS-PAGE-COUNT                      PIC 9(3)    VALUE 0.
       01  WS-LINES-PER-PAGE                  PIC 9(3)    VALUE 55.

       01  WS-HEADING-1.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  HDG1-PROGRAM              PIC X(10)   VALUE 'TRNBKOUT'.
           05  FILLER                         PIC X(10)   VALUE SPACES.
           05  HDG1-TITLE                     PIC X(30)
                   VALUE 'POSTING RUN BACK-OUT'.
           05  FILLER                         PIC X(10)   VALUE SPACES.
           05  HDG1-PAGE-LIT             PIC X(5)    VALUE 'PAGE '.
           05  HDG1-PAGE-NO                   PIC ZZZ9.
           05  FILLER                         PIC X(62)   VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  HDG2-DATE-LIT             PIC X(9)    VALUE 'RUN DATE '.
           05  HDG2-RUN-DATE                  PIC X(10).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  HDG2-TARGET-LIT                PIC X(12)
                   VALUE 'TARGET RUN  '.
           05  HDG2-TARGET-DATE               PIC X(8).
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  HDG2-TARGET-JOB                PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  HDG2-SUPER-LIT                 PIC X(11)
                   VALUE 'SUPERVISOR '.
           05  HDG2-SUPERVISOR                PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  HDG2-MODE-FLAG                 PIC X(22)
                   VALUE '** PREVIEW ONLY **'.
           05  FILLER                         PIC X(36)   VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  SEC-TITLE                      PIC X(50).
           05  FILLER                         PIC X(81)   VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  FILLER                         PIC X(10)
                   VALUE 'FILE'.
           05  FILLER                         PIC X(11)
                   VALUE 'ACTION'.
           05  FILLER                         PIC X(12)
                   VALUE 'ROW KEY'.
           05  FILLER                         PIC X(5)    VALUE 'TYP'.
           05  FILLER                         PIC X(17)
                   VALUE '         AMOUNT'.
           05  FILLER                         PIC X(16)
                   VALUE 'RESULT'.
           05  FILLER                         PIC X(30)
                   VALUE 'NOTE'.
           05  FILLER                         PIC X(30)   VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  DTL-FILE                       PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTL-ACTION                     PIC X(9).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTL-KEY                        PIC X(10).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTL-TYPE                       PIC X(3).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTL-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTL-RESULT                     PIC X(14).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTL-NOTE                       PIC X(30).
           05  FILLER                         PIC X(30)   VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  SUM-LABEL                      PIC X(30).
           05  SUM-COUNT                      PIC ZZZZZZ9.
           05  FILLER                         PIC X(3)    VALUE SPACES.
           05  SUM-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(70)   VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  NTE-TEXT                       PIC X(80).
           05  FILLER                         PIC X(51)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-REFUSED
               PERFORM 2000-VERIFY-RUN
           END-IF
           IF NOT WS-REFUSED
               PERFORM 3500-CANCEL-HELD-ITEMS
               PERFORM 3600-CANCEL-LARGE-VALUE-ITEMS
               PERFORM 3000-BACK-OUT-RUN
               IF WS-LIVE-MODE
                   PERFORM 4000-WRITE-GL-OFFSETS
                   PERFORM 4100-WRITE-AUDIT-RECORD
               END-IF
           END-IF
           PERFORM 4500-PRINT-SUMMARY
           PERFORM 5000-TERMINATE
           STOP RUN.

      *    THE REPORT OPENS FIRST SO A REFUSAL IS ALWAYS ON PAPER.
      *    EACH CHECK THAT CAN REFUSE RUNS ONLY IF NOTHING BEFORE IT
      *    HAS - THE FIRST REASON FOUND IS THE ONE PRINTED.
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           IF WS-BKORPT-STATUS NOT = '00'
               DISPLAY 'TRNBKOUT: *** UNABLE TO OPEN BKORPT - '
                       'STATUS ' WS-BKORPT-STATUS ' ***'
               MOVE 97 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM
           MOVE WS-RUN-DATE-NUM(5:2) TO WS-RD-MM
           MOVE WS-RUN-DATE-NUM(7:2) TO WS-RD-DD
           MOVE WS-RUN-DATE-NUM(1:4) TO WS-RD-CCYY
           MOVE WS-RUN-DATE-DSP TO HDG2-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME-NUM
           MOVE WS-RUN-TIME-NUM(1:2) TO WS-RT-HH
           MOVE WS-RUN-TIME-NUM(3:2) TO WS-RT-MM
           MOVE WS-RUN-TIME-NUM(5:2) TO WS-RT-SS
           PERFORM 1100-READ-BACKOUT-CARD
           MOVE WS-TARGET-DATE TO HDG2-TARGET-DATE
           MOVE WS-TARGET-JOB-ID TO HDG2-TARGET-JOB
           MOVE WS-SUPERVISOR TO HDG2-SUPERVISOR
           IF WS-LIVE-MODE
               MOVE 'LIVE BACK-OUT' TO HDG2-MODE-FLAG
           END-IF
           PERFORM 3005-PRINT-HEADINGS
           IF NOT WS-REFUSED
               PERFORM 1200-CHECK-PERIOD-STATUS
           END-IF
           IF NOT WS-REFUSED
               PERFORM 1300-OPEN-FILES
           END-IF.

      *    NO CARD, NO BACK-OUT - THERE IS NO SAFE DEFAULT RUN TO
      *    TAKE OUT, AND AN UNSIGNED BACK-OUT IS NOT SUPERVISED.
       1100-READ-BACKOUT-CARD.
           OPEN INPUT PARM-FILE
           IF WS-BKOPARM-STATUS NOT = '00'
               MOVE 'NO BKOPARM DD - NOTHING TO BACK OUT'
                   TO WS-REFUSAL-TEXT
               PERFORM 1900-REFUSE-BACKOUT
           ELSE
               READ PARM-FILE
                   AT END
                       MOVE 'BKOPARM EMPTY - NOTHING TO BACK OUT'
                           TO WS-REFUSAL-TEXT
                       PERFORM 1900-REFUSE-BACKOUT
               END-READ
               IF WS-BKOPARM-STATUS = '00'
                   MOVE PARM-RUN-DATE TO WS-TARGET-DATE
                   MOVE PARM-JOB-ID TO WS-TARGET-JOB-ID
                   MOVE PARM-SUPERVISOR TO WS-SUPERVISOR
                   IF PARM-MODE = 'LIVE'
                       MOVE 'Y' TO WS-LIVE-SWITCH
                   END-IF
                   PERFORM 1110-EDIT-BACKOUT-CARD
               END-IF
               CLOSE PARM-FILE
           END-IF.

       1110-EDIT-BACKOUT-CARD.
           EVALUATE TRUE
               WHEN PARM-RUN-DATE IS NOT NUMERIC
                 OR PARM-RUN-DATE = '00000000'
                   MOVE 'BKOPARM RUN DATE MISSING OR NOT NUMERIC'
                       TO WS-REFUSAL-TEXT
                   PERFORM 1900-REFUSE-BACKOUT
               WHEN PARM-SUPERVISOR = SPACES
                   MOVE 'BKOPARM SUPERVISOR ID MISSING'
                       TO WS-REFUSAL-TEXT
                   PERFORM 1900-REFUSE-BACKOUT
               WHEN OTHER
                   MOVE WS-TARGET-DATE(5:2) TO WS-TD-MM
                   MOVE WS-TARGET-DATE(7:2) TO WS-TD-DD
                   MOVE WS-TARGET-DATE(1:4) TO WS-TD-CCYY
           END-EVALUATE.

      *    LATEST PERCTL RECORD PER MONTH WINS, AS TRNPROC AND
      *    PERCLOSE READ IT.  NO PERCTL MEANS NO MONTH HAS BEEN
      *    CLOSED YET.
       1200-CHECK-PERIOD-STATUS.
           OPEN INPUT PERIOD-FILE
           IF WS-PERCTL-STATUS NOT = '00'
               DISPLAY 'TRNBKOUT: PERCTL NOT FOUND - TREATED AS ALL '
                       'PERIODS OPEN'
           ELSE
               PERFORM 1210-READ-PERIOD-RECORD
               PERFORM 1220-JUDGE-PERIOD-RECORD
                   UNTIL WS-PER-EOF
               CLOSE PERIOD-FILE
           END-IF
           IF WS-PERIOD-CLOSED
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'RUN DATED INTO PERIOD ' DELIMITED BY SIZE
                      WS-TARGET-DATE(1:6) DELIMITED BY SIZE
                      ' - PERIOD IS CLOSED ON PERCTL'
                          DELIMITED BY SIZE
                      INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM 1900-REFUSE-BACKOUT
           END-IF.

       1210-READ-PERIOD-RECORD.
           READ PERIOD-FILE
               AT END
                   SET WS-PER-EOF TO TRUE
           END-READ.

       1220-JUDGE-PERIOD-RECORD.
           IF PER-MONTH = WS-TARGET-DATE(1:6)
               IF PER-PERIOD-CLOSED
                   MOVE 'Y' TO WS-CLOSED-SWITCH
               ELSE
                   MOVE 'N' TO WS-CLOSED-SWITCH
               END-IF
           END-IF
           PERFORM 1210-READ-PERIOD-RECORD.

      *    A PREVIEW OPENS EVERYTHING INPUT AND CAN CHANGE NOTHING.
      *    A LIVE BACK-OUT OPENS GLOUT HERE, BEFORE ANY ROW IS
      *    TOUCHED, SO A MISSING GL DD STOPS IT WHILE THE MASTERS
      *    ARE STILL WHOLE.  THE WAREHOUSE IS OPTIONAL - A SHOP
      *    THAT HAS NEVER WAREHOUSED AN ITEM HAS NO TRNWHSE - AND SO
      *    IS THE LARGE-VALUE QUEUE.
       1300-OPEN-FILES.
           IF WS-LIVE-MODE
               OPEN I-O JOURNAL-FILE
           ELSE
               OPEN INPUT JOURNAL-FILE
           END-IF
           IF WS-TRNJRNL-STATUS NOT = '00'
               DISPLAY 'TRNBKOUT: *** UNABLE TO OPEN TRNJRNL - '
                       'STATUS ' WS-TRNJRNL-STATUS ' ***'
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LIVE-MODE
               OPEN I-O MASTER-FILE
               OPEN I-O ACCOUNT-FILE
               OPEN I-O PAYMENT-INDEX-FILE
               OPEN I-O WAREHOUSE-FILE
               OPEN I-O HOLD-FILE
           ELSE
               OPEN INPUT MASTER-FILE
               OPEN INPUT ACCOUNT-FILE
               OPEN INPUT PAYMENT-INDEX-FILE
               OPEN INPUT WAREHOUSE-FILE
               OPEN INPUT HOLD-FILE
           END-IF
           IF WS-TRNMSTR-STATUS NOT = '00'
               DISPLAY 'TRNBKOUT: *** UNABLE TO OPEN TRNMSTR - '
                       'STATUS ' WS-TRNMSTR-STATUS ' ***'
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRNACCT-STATUS NOT = '00'
               DISPLAY 'TRNBKOUT: *** UNABLE TO OPEN TRNACCT - '
                       'STATUS ' WS-TRNACCT-STATUS ' ***'
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRNPAYX-STATUS NOT = '00'
               DISPLAY 'TRNBKOUT: *** UNABLE TO OPEN TRNPAYX - '
                       'STATUS ' WS-TRNPAYX-STATUS ' ***'
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRNWHSE-STATUS = '00'
               MOVE 'Y' TO WS-WHS-OPEN-SWITCH
           ELSE
               DISPLAY 'TRNBKOUT: NO TRNWHSE (STATUS '
                       WS-TRNWHSE-STATUS ') - NO HELD ITEMS TO CANCEL'
           END-IF
           IF WS-TRNHOLD-STATUS = '00'
               MOVE 'Y' TO WS-HLD-OPEN-SWITCH
           ELSE
               DISPLAY 'TRNBKOUT: NO TRNHOLD (STATUS '
                       WS-TRNHOLD-STATUS ') - NO LARGE-VALUE ITEMS '
                       'TO CANCEL'
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-BKOWORK-STATUS NOT = '00'
               DISPLAY 'TRNBKOUT: *** UNABLE TO OPEN BKOWORK - '
                       'STATUS ' WS-BKOWORK-STATUS ' ***'
               MOVE 97 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LIVE-MODE
               OPEN OUTPUT GL-FILE
               IF WS-GLOUT-STATUS NOT = '00'
                   DISPLAY 'TRNBKOUT: *** UNABLE TO OPEN GLOUT - '
                           'STATUS ' WS-GLOUT-STATUS ' ***'
                   MOVE 97 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE 'Y' TO WS-FILES-OPEN-SWITCH.

       1900-REFUSE-BACKOUT.
           MOVE 'Y' TO WS-REFUSED-SWITCH
           MOVE 16 TO RETURN-CODE
           DISPLAY 'TRNBKOUT: *** BACK-OUT REFUSED - '
                   WS-REFUSAL-TEXT.

      *    FIRST PASS: EVERY ENTRY OF THE RUN, NEWEST FIRST.  NOTHING
      *    IS CHANGED HERE - A SINGLE CONFLICT ANYWHERE IN THE RUN
      *    REFUSES THE WHOLE BACK-OUT, SO A RUN IS NEVER LEFT HALF
      *    TAKEN OUT BY A ROW SOMEBODY ELSE HAS SINCE CHANGED.
       2000-VERIFY-RUN.
           MOVE 'ROWS CHANGED SINCE THE RUN (CONFLICTS)'
               TO SEC-TITLE
           PERFORM 3008-PRINT-SECTION-TITLE
           PERFORM 2010-START-RUN-ENTRIES
           PERFORM 2020-VERIFY-ENTRY UNTIL WS-RUN-END
           IF WS-CNT-CONFLICTS = 0
               MOVE 'NONE' TO NTE-TEXT
               PERFORM 3910-PRINT-NOTE-LINE
           END-IF
           PERFORM 2200-FIND-BACKOUT-RECORD
           EVALUATE TRUE
               WHEN WS-CNT-ENTRIES = 0
                   MOVE 'NO TRNJRNL ENTRIES FOR THIS RUN DATE AND JOB'
                       TO WS-REFUSAL-TEXT
                   PERFORM 1900-REFUSE-BACKOUT
               WHEN WS-BKO-RECORDED
                   MOVE 'RUN HAS ALREADY BEEN BACKED OUT'
                       TO WS-REFUSAL-TEXT
                   PERFORM 1900-REFUSE-BACKOUT
               WHEN WS-CNT-CONFLICTS > 0
                   MOVE 'ROWS CHANGED SINCE THE RUN - SEE CONFLICTS'
                       TO WS-REFUSAL-TEXT
                   PERFORM 1900-REFUSE-BACKOUT
               WHEN WS-CNT-DONE-EARLIER > 0
                 OR WS-CNT-FOUND-UNDONE > 0
                   DISPLAY 'TRNBKOUT: RESUMING AN INTERRUPTED '
                           'BACK-OUT - ' WS-CNT-DONE-EARLIER
                           ' ENTRIES ALREADY UNDONE, '
                           WS-CNT-FOUND-UNDONE ' MORE UNDONE BUT '
                           'NOT MARKED'
           END-EVALUATE.

      *    THE REVERSE SEQUENCE PUTS THE NEWEST ENTRY OF THE RUN AT
      *    THE FRONT OF ITS KEY RANGE.
       2010-START-RUN-ENTRIES.
           MOVE 'N' TO WS-RUN-END-SWITCH
           MOVE WS-TARGET-DATE TO JRN-RUN-DATE
           MOVE WS-TARGET-JOB-ID TO JRN-JOB-ID
           MOVE 0 TO JRN-REVERSE-SEQ
           START JOURNAL-FILE KEY IS NOT LESS THAN JRN-KEY
               INVALID KEY
                   SET WS-RUN-END TO TRUE
           END-START
           IF NOT WS-RUN-END
               PERFORM 2100-READ-RUN-ENTRY
           END-IF.

      *    AN ENTRY A KILLED BACK-OUT ALREADY UNDID IS PASSED OVER -
      *    ITS ROW NOW STANDS AS THE NEXT OLDER ENTRY LEFT IT, AND
      *    THAT ENTRY IS THE ONE CHECKED.
       2020-VERIFY-ENTRY.
           ADD 1 TO WS-CNT-ENTRIES
           IF JRN-BACKOUT-DATE NOT = SPACES
               ADD 1 TO WS-CNT-DONE-EARLIER
           ELSE
               MOVE SPACES TO WORK-RECORD
               MOVE JRN-FILE-ID TO WRK-FILE-ID
               MOVE JRN-ROW-KEY TO WRK-ROW-KEY
               WRITE WORK-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               EVALUATE WS-BKOWORK-STATUS
                   WHEN '00'
                       PERFORM 2030-COMPARE-CURRENT-ROW
                   WHEN '22'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'TRNBKOUT: *** BKOWORK WRITE FAILED - '
                               'STATUS ' WS-BKOWORK-STATUS ' ***'
                       MOVE 96 TO RETURN-CODE
                       PERFORM 5000-TERMINATE
                       STOP RUN
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-RUN-ENTRY.

      *    THE ROW MUST STILL BE EXACTLY THE RUN'S AFTER IMAGE - OR
      *    ALREADY BACK TO ITS BEFORE IMAGE, WHEN AN EARLIER ATTEMPT
      *    UNDID IT AND DIED BEFORE MARKING THE ENTRY.
       2030-COMPARE-CURRENT-ROW.
           PERFORM 3100-DESCRIBE-ENTRY
           PERFORM 2050-JUDGE-ROW-STATE
           EVALUATE TRUE
               WHEN WS-ROW-CHANGED
                   PERFORM 2040-RECORD-CONFLICT
               WHEN WS-ROW-ALREADY-UNDONE
                   ADD 1 TO WS-CNT-FOUND-UNDONE
           END-EVALUATE.

       2040-RECORD-CONFLICT.
           ADD 1 TO WS-CNT-CONFLICTS
           MOVE 'CONFLICT' TO DTL-RESULT
           PERFORM 3900-PRINT-DETAIL-LINE.

      *    WHERE THE ROW STANDS AGAINST THIS ENTRY: AS THE RUN LEFT
      *    IT ('A'); ALREADY AS IT WAS BEFORE THE RUN ('B') - AN
      *    ADDED TRNMSTR ROW GONE, A REWRITTEN ROW EQUAL TO ITS
      *    BEFORE IMAGE; OR CHANGED BY SOMEBODY ELSE ('C'), WITH THE
      *    REASON IN THE NOTE.
       2050-JUDGE-ROW-STATE.
           MOVE 'C' TO WS-ROW-STATE
           IF JRN-MASTER-ROW
               MOVE JRN-ROW-KEY TO MST-TRANS-ID
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE WS-TRNMSTR-STATUS
                   WHEN '00'
                       EVALUATE TRUE
                           WHEN MASTER-RECORD = JRN-AFTER-IMAGE
                               MOVE 'A' TO WS-ROW-STATE
                           WHEN JRN-ROW-REWRITTEN
                             AND MASTER-RECORD = JRN-BEFORE-IMAGE
                               MOVE 'B' TO WS-ROW-STATE
                           WHEN OTHER
                               MOVE 'ROW CHANGED SINCE THE RUN'
                                   TO DTL-NOTE
                       END-EVALUATE
                   WHEN '23'
                       IF JRN-ROW-WRITTEN
                           MOVE 'B' TO WS-ROW-STATE
                       ELSE
                           MOVE 'ROW NO LONGER ON TRNMSTR' TO DTL-NOTE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'TRNBKOUT: *** TRNMSTR READ FAILED - '
                               'STATUS ' WS-TRNMSTR-STATUS ' ***'
                       MOVE 96 TO RETURN-CODE
                       PERFORM 5000-TERMINATE
                       STOP RUN
               END-EVALUATE
           ELSE
               MOVE JRN-ROW-KEY TO ACT-ACCOUNT-NO
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE WS-TRNACCT-STATUS
                   WHEN '00'
                       EVALUATE TRUE
                           WHEN ACT-ACCOUNT-RECORD
                               = JRN-AFTER-IMAGE(1:80)
                               MOVE 'A' TO WS-ROW-STATE
                           WHEN ACT-ACCOUNT-RECORD
                               = JRN-BEFORE-IMAGE(1:80)
                               MOVE 'B' TO WS-ROW-STATE
                           WHEN OTHER
                               MOVE 'ROW CHANGED SINCE THE RUN'
                                   TO DTL-NOTE
                       END-EVALUATE
                   WHEN '23'
                       MOVE 'ROW NO LONGER ON TRNACCT' TO DTL-NOTE
                   WHEN OTHER
                       DISPLAY 'TRNBKOUT: *** TRNACCT READ FAILED - '
                               'STATUS ' WS-TRNACCT-STATUS ' ***'
                       MOVE 96 TO RETURN-CODE
                       PERFORM 5000-TERMINATE
                       STOP RUN
               END-EVALUATE
           END-IF.

       2100-READ-RUN-ENTRY.
           READ JOURNAL-FILE NEXT
               AT END
                   SET WS-RUN-END TO TRUE
           END-READ
           IF NOT WS-RUN-END
               IF WS-TRNJRNL-STATUS NOT = '00'
                   DISPLAY 'TRNBKOUT: *** TRNJRNL READ FAILED - '
                           'STATUS ' WS-TRNJRNL-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   PERFORM 5000-TERMINATE
                   STOP RUN
               END-IF
               IF JRN-RUN-DATE NOT = WS-TARGET-DATE
                 OR JRN-JOB-ID NOT = WS-TARGET-JOB-ID
                   SET WS-RUN-END TO TRUE
               END-IF
           END-IF.

      *    ONLY A FINISHED BACK-OUT LEAVES A 'BKO-RUN' RECORD ON
      *    AUDLOG - 4100 WRITES IT AFTER THE GL OFFSETS - SO IT, NOT
      *    A FULLY MARKED JOURNAL, SAYS THE RUN IS ALREADY OUT.  NO
      *    AUDLOG MEANS NO BACK-OUT HAS EVER FINISHED.
       2200-FIND-BACKOUT-RECORD.
           MOVE 'N' TO WS-BKO-RECORDED-SWITCH
           OPEN INPUT AUDIT-FILE
           IF WS-AUDLOG-STATUS = '00'
               MOVE 'N' TO WS-AUD-EOF-SWITCH
               PERFORM 2210-READ-AUDIT-RECORD
               PERFORM 2220-CHECK-AUDIT-RECORD
                   UNTIL WS-AUD-EOF OR WS-BKO-RECORDED
               CLOSE AUDIT-FILE
           END-IF.

       2210-READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
           END-READ.

       2220-CHECK-AUDIT-RECORD.
           IF AUD-STATUS = 'BKO-RUN'
             AND AUD-DETAIL(1:8) = WS-TARGET-DATE
             AND AUD-DETAIL(9:8) = WS-TARGET-JOB-ID
               MOVE 'Y' TO WS-BKO-RECORDED-SWITCH
           ELSE
               PERFORM 2210-READ-AUDIT-RECORD
           END-IF.

      *    SECOND PASS, SAME ORDER: TAKE EACH ENTRY OUT AND MARK IT.
      *    IN A PREVIEW THE SAME LINES PRINT WITH NOTHING CHANGED.
       3000-BACK-OUT-RUN.
           IF WS-LIVE-MODE
               MOVE 'JOURNAL ENTRIES BACKED OUT (NEWEST FIRST)'
                   TO SEC-TITLE
           ELSE
               MOVE 'JOURNAL ENTRIES THAT WOULD BE BACKED OUT'
                   TO SEC-TITLE
           END-IF
           PERFORM 3008-PRINT-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
           ADD 1 TO WS-LINE-COUNT
           PERFORM 2010-START-RUN-ENTRIES
           PERFORM 3010-BACK-OUT-ENTRY UNTIL WS-RUN-END.

       3010-BACK-OUT-ENTRY.
           PERFORM 3100-DESCRIBE-ENTRY
           PERFORM 3150-TALLY-ENTRY
           IF JRN-BACKOUT-DATE = SPACES
               PERFORM 2050-JUDGE-ROW-STATE
               MOVE SPACES TO DTL-NOTE
           END-IF
           EVALUATE TRUE
               WHEN JRN-BACKOUT-DATE NOT = SPACES
                   MOVE 'DONE EARLIER' TO DTL-RESULT
                   MOVE 'BY ' TO DTL-NOTE
                   MOVE JRN-BACKOUT-SUPERVISOR TO DTL-NOTE(4:8)
               WHEN WS-ROW-ALREADY-UNDONE
                   PERFORM 3050-FINISH-UNDONE-ENTRY
               WHEN JRN-MASTER-ROW AND JRN-ROW-WRITTEN
                   PERFORM 3020-REMOVE-MASTER-ROW
               WHEN JRN-MASTER-ROW
                   PERFORM 3030-RESTORE-MASTER-ROW
               WHEN OTHER
                   PERFORM 3040-RESTORE-ACCOUNT-ROW
           END-EVALUATE
           IF WS-LIVE-MODE
             AND JRN-BACKOUT-DATE = SPACES
               PERFORM 3060-MARK-ENTRY
           END-IF
           PERFORM 3900-PRINT-DETAIL-LINE
           PERFORM 2100-READ-RUN-ENTRY.

      *    A PAYMENT WITH AN ACCOUNT TOOK A TRNPAYX ROW WHEN IT
      *    POSTED; LEFT BEHIND IT WOULD STILL POINT THE DUPLICATE
      *    CHECK AT A PAYMENT THAT NO LONGER EXISTS.
       3020-REMOVE-MASTER-ROW.
           IF WS-LIVE-MODE
               MOVE JRN-ROW-KEY TO MST-TRANS-ID
               DELETE MASTER-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-TRNMSTR-STATUS NOT = '00'
                   DISPLAY 'TRNBKOUT: *** TRNMSTR DELETE FAILED FOR '
                           JRN-ROW-KEY ' - STATUS '
                           WS-TRNMSTR-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   PERFORM 5000-TERMINATE
                   STOP RUN
               END-IF
               MOVE 'DELETED' TO DTL-RESULT
           ELSE
               MOVE 'WOULD DELETE' TO DTL-RESULT
           END-IF
           ADD 1 TO WS-CNT-MST-DELETED
           IF WS-ROW-TYPE = '10'
             AND JRN-AFTER-IMAGE(80:8) NOT = SPACES
             AND JRN-AFTER-IMAGE(31:11) IS NUMERIC
               PERFORM 3025-REMOVE-INDEX-ROW
           END-IF.

       3025-REMOVE-INDEX-ROW.
           MOVE JRN-AFTER-IMAGE(80:8) TO PAYX-ACCOUNT-NO
           MOVE JRN-AFTER-IMAGE(31:11) TO WS-ROW-AMOUNT-X
           MOVE WS-ROW-AMOUNT TO PAYX-AMOUNT
           MOVE JRN-AFTER-IMAGE(23:8) TO PAYX-TRANS-DATE
           MOVE JRN-ROW-KEY TO PAYX-TRANS-ID
           IF WS-LIVE-MODE
               DELETE PAYMENT-INDEX-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               READ PAYMENT-INDEX-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           EVALUATE WS-TRNPAYX-STATUS
               WHEN '00'
                   ADD 1 TO WS-CNT-PAYX-DELETED
                   MOVE 'WITH ITS TRNPAYX ROW' TO DTL-NOTE
               WHEN '23'
                   MOVE 'NO TRNPAYX ROW' TO DTL-NOTE
               WHEN OTHER
                   DISPLAY 'TRNBKOUT: *** TRNPAYX DELETE FAILED FOR '
                           JRN-ROW-KEY ' - STATUS '
                           WS-TRNPAYX-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   PERFORM 5000-TERMINATE
                   STOP RUN
           END-EVALUATE.

       3030-RESTORE-MASTER-ROW.
           IF WS-LIVE-MODE
               MOVE JRN-BEFORE-IMAGE TO MASTER-RECORD
               REWRITE MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-TRNMSTR-STATUS NOT = '00'
                   DISPLAY 'TRNBKOUT: *** TRNMSTR REWRITE FAILED FOR '
                           JRN-ROW-KEY ' - STATUS '
                           WS-TRNMSTR-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   PERFORM 5000-TERMINATE
                   STOP RUN
               END-IF
               MOVE 'RESTORED' TO DTL-RESULT
           ELSE
               MOVE 'WOULD RESTORE' TO DTL-RESULT
           END-IF
           ADD 1 TO WS-CNT-MST-RESTORED
           MOVE 'REVERSAL NETTING UNDONE' TO DTL-NOTE.

       3040-RESTORE-ACCOUNT-ROW.
           IF WS-LIVE-MODE
               MOVE JRN-BEFORE-IMAGE(1:80) TO ACT-ACCOUNT-RECORD
               REWRITE ACT-ACCOUNT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-TRNACCT-STATUS NOT = '00'
                   DISPLAY 'TRNBKOUT: *** TRNACCT REWRITE FAILED FOR '
                           JRN-ROW-KEY ' - STATUS '
                           WS-TRNACCT-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   PERFORM 5000-TERMINATE
                   STOP RUN
               END-IF
               MOVE 'RESTORED' TO DTL-RESULT
           ELSE
               MOVE 'WOULD RESTORE' TO DTL-RESULT
           END-IF
           ADD 1 TO WS-CNT-ACT-RESTORED
           MOVE 'BALANCE CHANGE TAKEN OFF' TO DTL-NOTE.

      *    AN EARLIER ATTEMPT UNDID THIS ROW AND DIED BEFORE MARKING
      *    THE ENTRY, SO THERE IS NOTHING TO PUT BACK - THE ENTRY IS
      *    ONLY MARKED.  A FAILED TRNPAYX DELETE IS ONE WAY THAT
      *    HAPPENS, SO AN ADDED PAYMENT'S INDEX ROW IS STILL TAKEN
      *    OUT IF IT IS THERE.
       3050-FINISH-UNDONE-ENTRY.
           MOVE 'ALREADY UNDONE' TO DTL-RESULT
           MOVE 'ROW ALREADY AS BEFORE THE RUN' TO DTL-NOTE
           IF JRN-MASTER-ROW
             AND JRN-ROW-WRITTEN
             AND WS-ROW-TYPE = '10'
             AND JRN-AFTER-IMAGE(80:8) NOT = SPACES
             AND JRN-AFTER-IMAGE(31:11) IS NUMERIC
               PERFORM 3025-REMOVE-INDEX-ROW
           END-IF.

      *    THE JOURNAL IS IN DYNAMIC ACCESS AND THE ENTRY WAS THE
      *    LAST ONE READ, SO IT IS REWRITTEN IN PLACE.
       3060-MARK-ENTRY.
           MOVE WS-RUN-DATE-NUM TO JRN-BACKOUT-DATE
           MOVE WS-SUPERVISOR TO JRN-BACKOUT-SUPERVISOR
           REWRITE JRN-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-TRNJRNL-STATUS NOT = '00'
               DISPLAY 'TRNBKOUT: *** TRNJRNL REWRITE FAILED - '
                       'STATUS ' WS-TRNJRNL-STATUS ' ***'
               MOVE 96 TO RETURN-CODE
               PERFORM 5000-TERMINATE
               STOP RUN
           END-IF
           ADD 1 TO WS-CNT-BACKED-OUT.

      *    FILE, ACTION, KEY, TYPE AND AMOUNT FOR THE LISTING.  THE
      *    AMOUNT IS THE ENTRY'S EFFECT: A NEW ROW'S TRANSACTION
      *    AMOUNT, A NETTED REVERSAL'S DROP IN THE UNREVERSED AMOUNT,
      *    AN ACCOUNT'S CHANGE IN BALANCE.  A TYPE '30' ROW FROM THE
      *    MONTH-END CHARGES FEED (FEED 'S', TRNIN POSITION 78) IS A
      *    SERVICE CHARGE OR INTEREST BY ITS KIND IN POSITION 81.
      *    A TRANSFER'S ONE MASTER ROW MOVED TWO TRNACCT ROWS, EACH
      *    JOURNALED - AND LISTED - ON ITS OWN.
       3100-DESCRIBE-ENTRY.
           MOVE SPACES TO DTL-RESULT
           MOVE SPACES TO DTL-NOTE
           MOVE SPACES TO DTL-TYPE
           MOVE SPACES TO WS-ROW-TYPE
           MOVE 0 TO WS-ENTRY-AMOUNT
           MOVE JRN-ROW-KEY TO DTL-KEY
           IF JRN-ROW-WRITTEN
               MOVE 'ADDED' TO DTL-ACTION
           ELSE
               MOVE 'REWRITTEN' TO DTL-ACTION
           END-IF
           IF JRN-MASTER-ROW
               MOVE 'TRNMSTR' TO DTL-FILE
               MOVE JRN-AFTER-IMAGE(11:2) TO WS-ROW-TYPE
               EVALUATE WS-ROW-TYPE
                   WHEN '10'
                       MOVE 'PAY' TO DTL-TYPE
                   WHEN '30'
                       PERFORM 3110-DESCRIBE-ADJUSTMENT
                   WHEN '40'
                       MOVE 'XFR' TO DTL-TYPE
                   WHEN OTHER
                       MOVE WS-ROW-TYPE TO DTL-TYPE
               END-EVALUATE
               IF JRN-ROW-WRITTEN
                   IF JRN-AFTER-IMAGE(31:11) IS NUMERIC
                       MOVE JRN-AFTER-IMAGE(31:11) TO WS-ROW-AMOUNT-X
                       MOVE WS-ROW-AMOUNT TO WS-ENTRY-AMOUNT
                   END-IF
               ELSE
                   MOVE 'REV' TO DTL-TYPE
                   MOVE JRN-BEFORE-IMAGE(130:13) TO WS-BEFORE-UNREV-X
                   MOVE JRN-AFTER-IMAGE(130:13) TO WS-AFTER-UNREV-X
                   COMPUTE WS-ENTRY-AMOUNT =
                       WS-BEFORE-UNREV - WS-AFTER-UNREV
               END-IF
           ELSE
               MOVE 'TRNACCT' TO DTL-FILE
               MOVE JRN-BEFORE-IMAGE(39:13) TO WS-BEFORE-BALANCE-X
               MOVE JRN-AFTER-IMAGE(39:13) TO WS-AFTER-BALANCE-X
               COMPUTE WS-ENTRY-AMOUNT =
                   WS-AFTER-BALANCE - WS-BEFORE-BALANCE
           END-IF
           MOVE WS-ENTRY-AMOUNT TO DTL-AMOUNT.

       3110-DESCRIBE-ADJUSTMENT.
           EVALUATE TRUE
               WHEN JRN-AFTER-IMAGE(88:1) = 'S'
                 AND JRN-AFTER-IMAGE(91:1) = 'C'
                   MOVE 'CHG' TO DTL-TYPE
               WHEN JRN-AFTER-IMAGE(88:1) = 'S'
                 AND JRN-AFTER-IMAGE(91:1) = 'I'
                   MOVE 'INT' TO DTL-TYPE
               WHEN OTHER
                   MOVE 'ADJ' TO DTL-TYPE
           END-EVALUATE.

      *    ONLY THE MASTER ENTRIES FEED THE GL OFFSETS - THE ACCOUNT
      *    ENTRIES ARE THE SAME MONEY SEEN FROM THE SUBLEDGER SIDE.
       3150-TALLY-ENTRY.
           IF JRN-MASTER-ROW
               IF JRN-ROW-WRITTEN
                   EVALUATE WS-ROW-TYPE
                       WHEN '10'
                           ADD 1 TO WS-BKO-PAY-COUNT
                           ADD WS-ENTRY-AMOUNT TO WS-BKO-PAY-AMT
                       WHEN '30'
                           PERFORM 3155-TALLY-ADJUSTMENT
                       WHEN '40'
                           ADD 1 TO WS-BKO-XFR-COUNT
                           ADD WS-ENTRY-AMOUNT TO WS-BKO-XFR-AMT
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-BKO-REV-COUNT
                   ADD WS-ENTRY-AMOUNT TO WS-BKO-REV-AMT
               END-IF
           END-IF.

       3155-TALLY-ADJUSTMENT.
           EVALUATE DTL-TYPE
               WHEN 'CHG'
                   ADD 1 TO WS-BKO-CHG-COUNT
                   ADD WS-ENTRY-AMOUNT TO WS-BKO-CHG-AMT
               WHEN 'INT'
                   ADD 1 TO WS-BKO-INT-COUNT
                   ADD WS-ENTRY-AMOUNT TO WS-BKO-INT-AMT
               WHEN OTHER
                   ADD 1 TO WS-BKO-ADJ-COUNT
                   ADD WS-ENTRY-AMOUNT TO WS-BKO-ADJ-AMT
           END-EVALUATE.

      *    ITEMS THE RUN HELD FOR A LATER EFFECTIVE DATE CAME FROM
      *    THE SAME FEED AS WHAT IT POSTED.  ONES TRNMERGE HAS ALREADY
      *    RELEASED ARE GONE FROM THE WAREHOUSE AND POSTED UNDER A
      *    LATER RUN - THAT RUN IS BACKED OUT ON ITS OWN.  THIS RUNS
      *    BEFORE 3000, SO ONCE THE LAST JOURNAL ENTRY IS MARKED ONLY
      *    THE GL OFFSETS AND THE AUDLOG RECORD ARE LEFT TO WRITE.
       3500-CANCEL-HELD-ITEMS.
           IF WS-LIVE-MODE
               MOVE 'WAREHOUSED ITEMS CANCELLED' TO SEC-TITLE
           ELSE
               MOVE 'WAREHOUSED ITEMS THAT WOULD BE CANCELLED'
                   TO SEC-TITLE
           END-IF
           PERFORM 3008-PRINT-SECTION-TITLE
           IF WS-WHS-OPEN
               PERFORM 3510-READ-HELD-ITEM
               PERFORM 3520-CHECK-HELD-ITEM UNTIL WS-WHS-EOF
           END-IF
           IF WS-CNT-WHS-CANCELLED = 0
               MOVE 'NONE' TO NTE-TEXT
               PERFORM 3910-PRINT-NOTE-LINE
           END-IF.

       3510-READ-HELD-ITEM.
           READ WAREHOUSE-FILE NEXT
               AT END
                   SET WS-WHS-EOF TO TRUE
           END-READ.

       3520-CHECK-HELD-ITEM.
           IF WHS-HELD-DATE = WS-TARGET-DATE
             AND WHS-HELD-JOB-ID = WS-TARGET-JOB-ID
               PERFORM 3530-CANCEL-HELD-ITEM
           END-IF
           PERFORM 3510-READ-HELD-ITEM.

       3530-CANCEL-HELD-ITEM.
           MOVE 'TRNWHSE' TO DTL-FILE
           MOVE 'HELD' TO DTL-ACTION
           MOVE WHS-TRANS-ID TO DTL-KEY
           MOVE WHS-TRANSACTION-DATA(1:2) TO DTL-TYPE
           MOVE 0 TO WS-ENTRY-AMOUNT
           IF WHS-TRANSACTION-DATA(21:11) IS NUMERIC
               MOVE WHS-TRANSACTION-DATA(21:11) TO WS-ROW-AMOUNT-X
               MOVE WS-ROW-AMOUNT TO WS-ENTRY-AMOUNT
           END-IF
           MOVE WS-ENTRY-AMOUNT TO DTL-AMOUNT
           MOVE SPACES TO DTL-NOTE
           STRING 'EFFECTIVE ' DELIMITED BY SIZE
                  WHS-EFF-DATE DELIMITED BY SIZE
                  ' SEQ ' DELIMITED BY SIZE
                  WHS-SEQ DELIMITED BY SIZE
                  INTO DTL-NOTE
           END-STRING
           IF WS-LIVE-MODE
               DELETE WAREHOUSE-FILE RECORD
               IF WS-TRNWHSE-STATUS NOT = '00'
                   DISPLAY 'TRNBKOUT: *** TRNWHSE DELETE FAILED FOR '
                           WHS-TRANS-ID '/' WHS-SEQ ' - STATUS '
                           WS-TRNWHSE-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   PERFORM 5000-TERMINATE
                   STOP RUN
               END-IF
               MOVE 'CANCELLED' TO DTL-RESULT
           ELSE
               MOVE 'WOULD CANCEL' TO DTL-RESULT
           END-IF
           ADD 1 TO WS-CNT-WHS-CANCELLED
           PERFORM 3900-PRINT-DETAIL-LINE.

      *    THE SAME GOES FOR LARGE-VALUE ITEMS THE RUN HELD FOR A
      *    SUPERVISOR.  AN ITEM ALREADY APPROVED OR DECLINED BUT NOT
      *    YET RELEASED IS CANCELLED TOO - THE DECISION WAS TAKEN ON
      *    AN ITEM THAT SHOULD NEVER HAVE ARRIVED.
       3600-CANCEL-LARGE-VALUE-ITEMS.
           IF WS-LIVE-MODE
               MOVE 'LARGE-VALUE ITEMS CANCELLED' TO SEC-TITLE
           ELSE
               MOVE 'LARGE-VALUE ITEMS THAT WOULD BE CANCELLED'
                   TO SEC-TITLE
           END-IF
           PERFORM 3008-PRINT-SECTION-TITLE
           IF WS-HLD-OPEN
               PERFORM 3610-READ-LARGE-VALUE-ITEM
               PERFORM 3620-CHECK-LARGE-VALUE-ITEM UNTIL WS-HLD-EOF
           END-IF
           IF WS-CNT-HLD-CANCELLED = 0
               MOVE 'NONE' TO NTE-TEXT
               PERFORM 3910-PRINT-NOTE-LINE
           END-IF.

       3610-READ-LARGE-VALUE-ITEM.
           READ HOLD-FILE NEXT
               AT END
                   SET WS-HLD-EOF TO TRUE
           END-READ.

       3620-CHECK-LARGE-VALUE-ITEM.
           IF HLD-HELD-DATE = WS-TARGET-DATE
             AND HLD-HELD-JOB-ID = WS-TARGET-JOB-ID
               PERFORM 3630-CANCEL-LARGE-VALUE-ITEM
           END-IF
           PERFORM 3610-READ-LARGE-VALUE-ITEM.

       3630-CANCEL-LARGE-VALUE-ITEM.
           MOVE 'TRNHOLD' TO DTL-FILE
           MOVE 'HELD' TO DTL-ACTION
           MOVE HLD-TRANS-ID TO DTL-KEY
           MOVE HLD-TRANSACTION-DATA(1:2) TO DTL-TYPE
           MOVE 0 TO WS-ENTRY-AMOUNT
           IF HLD-TRANSACTION-DATA(21:11) IS NUMERIC
               MOVE HLD-TRANSACTION-DATA(21:11) TO WS-ROW-AMOUNT-X
               MOVE WS-ROW-AMOUNT TO WS-ENTRY-AMOUNT
           END-IF
           MOVE WS-ENTRY-AMOUNT TO DTL-AMOUNT
           EVALUATE TRUE
               WHEN HLD-APPROVED
                   MOVE 'APPROVED BY ' TO DTL-NOTE
               WHEN HLD-DECLINED
                   MOVE 'DECLINED BY ' TO DTL-NOTE
               WHEN OTHER
                   MOVE 'AWAITING DECISION' TO DTL-NOTE
           END-EVALUATE
           IF NOT HLD-PENDING
               MOVE HLD-SUPERVISOR TO DTL-NOTE(13:8)
           END-IF
           IF WS-LIVE-MODE
               DELETE HOLD-FILE RECORD
               IF WS-TRNHOLD-STATUS NOT = '00'
                   DISPLAY 'TRNBKOUT: *** TRNHOLD DELETE FAILED FOR '
                           HLD-TRANS-ID ' - STATUS '
                           WS-TRNHOLD-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   PERFORM 5000-TERMINATE
                   STOP RUN
               END-IF
               MOVE 'CANCELLED' TO DTL-RESULT
           ELSE
               MOVE 'WOULD CANCEL' TO DTL-RESULT
           END-IF
           ADD 1 TO WS-CNT-HLD-CANCELLED
           PERFORM 3900-PRINT-DETAIL-LINE.

       3005-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO
           WRITE REPORT-LINE FROM WS-HEADING-1
           WRITE REPORT-LINE FROM WS-HEADING-2
           MOVE 0 TO WS-LINE-COUNT.

       3008-PRINT-SECTION-TITLE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3005-PRINT-HEADINGS
           END-IF
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           ADD 1 TO WS-LINE-COUNT.

       3900-PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3005-PRINT-HEADINGS
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       3910-PRINT-NOTE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3005-PRINT-HEADINGS
           END-IF
           WRITE REPORT-LINE FROM WS-NOTE-LINE
           ADD 1 TO WS-LINE-COUNT.

      *    THE MIRROR OF TRNPROC'S ENTRIES FOR WHAT WAS TAKEN OUT,
      *    DATED WITH THE BACKED-OUT RUN SO PERCLOSE AND GLRECON SEE
      *    THEM IN THE SAME PERIOD AND NET THEM AGAINST IT.  SVCCHRG
      *    AND INTEREST ARE ONLY WRITTEN WHEN THE RUN CARRIED THEM,
      *    AS TRNPROC ONLY WRITES THEM THEN.
       4000-WRITE-GL-OFFSETS.
           MOVE WS-TARGET-DATE-DSP TO GL-RUN-DATE
           MOVE 'PAYMENTS' TO GL-ACCOUNT
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-BKO-PAY-AMT TO GL-AMOUNT
           MOVE 'BACKOUT - PAYMENTS REMOVED' TO GL-DESCRIPTION
           PERFORM 4010-WRITE-GL-RECORD
           MOVE 'REVERSAL' TO GL-ACCOUNT
           MOVE 'DR' TO GL-DR-CR
           MOVE WS-BKO-REV-AMT TO GL-AMOUNT
           MOVE 'BACKOUT - REVERSALS RESTORED' TO GL-DESCRIPTION
           PERFORM 4010-WRITE-GL-RECORD
           MOVE 'ADJUSTMT' TO GL-ACCOUNT
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-BKO-ADJ-AMT TO GL-AMOUNT
           MOVE 'BACKOUT - ADJUSTMENTS REMOVED' TO GL-DESCRIPTION
           PERFORM 4010-WRITE-GL-RECORD
           IF WS-BKO-CHG-COUNT > 0 OR WS-BKO-INT-COUNT > 0
               MOVE 'SVCCHRG' TO GL-ACCOUNT
               MOVE 'DR' TO GL-DR-CR
               MOVE WS-BKO-CHG-AMT TO GL-AMOUNT
               MOVE 'BACKOUT - SVC CHARGES REMOVED' TO GL-DESCRIPTION
               PERFORM 4010-WRITE-GL-RECORD
               MOVE 'INTEREST' TO GL-ACCOUNT
               MOVE 'CR' TO GL-DR-CR
               MOVE WS-BKO-INT-AMT TO GL-AMOUNT
               MOVE 'BACKOUT - INTEREST REMOVED' TO GL-DESCRIPTION
               PERFORM 4010-WRITE-GL-RECORD
           END-IF
           IF WS-BKO-XFR-COUNT > 0
               MOVE 'XFERIN' TO GL-ACCOUNT
               MOVE 'CR' TO GL-DR-CR
               MOVE WS-BKO-XFR-AMT TO GL-AMOUNT
               MOVE 'BACKOUT - TRANSFERS IN UNDONE' TO GL-DESCRIPTION
               PERFORM 4010-WRITE-GL-RECORD
               MOVE 'XFEROUT' TO GL-ACCOUNT
               MOVE 'DR' TO GL-DR-CR
               MOVE WS-BKO-XFR-AMT TO GL-AMOUNT
               MOVE 'BACKOUT - TRANSFERS OUT UNDONE' TO GL-DESCRIPTION
               PERFORM 4010-WRITE-GL-RECORD
           END-IF
           COMPUTE WS-GL-SETTLE-AMT =
               WS-BKO-PAY-AMT + WS-BKO-ADJ-AMT + WS-BKO-INT-AMT
               - WS-BKO-REV-AMT - WS-BKO-CHG-AMT
           MOVE 'SETTLMNT' TO GL-ACCOUNT
           IF WS-GL-SETTLE-AMT < 0
               MOVE 'CR' TO GL-DR-CR
               COMPUTE GL-AMOUNT = 0 - WS-GL-SETTLE-AMT
           ELSE
               MOVE 'DR' TO GL-DR-CR
               MOVE WS-GL-SETTLE-AMT TO GL-AMOUNT
           END-IF
           MOVE 'BACKOUT - SETTLEMENT OFFSET' TO GL-DESCRIPTION
           PERFORM 4010-WRITE-GL-RECORD.

      *    THE AUDLOG RECORD IS NOT WRITTEN AFTER A FAILED GL WRITE,
      *    SO A RERUN WRITES GLOUT AGAIN FROM THE START.
       4010-WRITE-GL-RECORD.
           WRITE GL-RECORD
           IF WS-GLOUT-STATUS NOT = '00'
               DISPLAY 'TRNBKOUT: *** GLOUT WRITE FAILED FOR '
                       GL-ACCOUNT ' - STATUS ' WS-GLOUT-STATUS ' ***'
               MOVE 96 TO RETURN-CODE
               PERFORM 5000-TERMINATE
               STOP RUN
           END-IF.

      *    SUPERVISOR IN THE JOB-ID FIELD AS ACTMAINT AND TRNMINQ DO
      *    IT; THE RUN BACKED OUT (DATE AND JOB ID) IN THE DETAIL.
       4100-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE-DSP TO AUD-RUN-DATE
           MOVE WS-RUN-TIME-DSP TO AUD-RUN-TIME
           MOVE WS-SUPERVISOR TO AUD-JOB-ID
           MOVE WS-CNT-BACKED-OUT TO AUD-COUNT
           MOVE 'BKO-RUN' TO AUD-STATUS
           MOVE 0 TO AUD-REJECT-COUNT
           MOVE SPACES TO AUD-FEED-IDS
           MOVE SPACES TO AUD-DETAIL
           MOVE WS-TARGET-DATE TO AUD-DETAIL(1:8)
           MOVE WS-TARGET-JOB-ID TO AUD-DETAIL(9:8)
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDLOG-STATUS NOT = '00'
               DISPLAY 'TRNBKOUT: *** UNABLE TO OPEN AUDLOG - '
                       'STATUS ' WS-AUDLOG-STATUS ' - RUN NOT '
                       'RECORDED AS BACKED OUT ***'
               MOVE 96 TO RETURN-CODE
           ELSE
               WRITE AUDIT-RECORD
               IF WS-AUDLOG-STATUS NOT = '00'
                   DISPLAY 'TRNBKOUT: *** AUDLOG WRITE FAILED - '
                           'STATUS ' WS-AUDLOG-STATUS ' - RUN NOT '
                           'RECORDED AS BACKED OUT ***'
                   MOVE 96 TO RETURN-CODE
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

       4500-PRINT-SUMMARY.
           MOVE 'SUMMARY' TO SEC-TITLE
           PERFORM 3008-PRINT-SECTION-TITLE
           IF WS-REFUSED
               MOVE SPACES TO NTE-TEXT
               STRING 'BACK-OUT REFUSED - ' DELIMITED BY SIZE
                      WS-REFUSAL-TEXT DELIMITED BY SIZE
                      INTO NTE-TEXT
               END-STRING
               PERFORM 3910-PRINT-NOTE-LINE
               MOVE 'NO FILE HAS BEEN CHANGED' TO NTE-TEXT
               PERFORM 3910-PRINT-NOTE-LINE
           END-IF
           MOVE 0 TO SUM-AMOUNT
           MOVE 'JOURNAL ENTRIES FOR THE RUN:  ' TO SUM-LABEL
           MOVE WS-CNT-ENTRIES TO SUM-COUNT
           PERFORM 4510-PRINT-SUMMARY-LINE
           MOVE 'UNDONE BY AN EARLIER ATTEMPT: ' TO SUM-LABEL
           MOVE WS-CNT-DONE-EARLIER TO SUM-COUNT
           PERFORM 4510-PRINT-SUMMARY-LINE
           MOVE 'UNDONE EARLIER, NOT MARKED:   ' TO SUM-LABEL
           MOVE WS-CNT-FOUND-UNDONE TO SUM-COUNT
           PERFORM 4510-PRINT-SUMMARY-LINE
           MOVE 'CONFLICTS:                    ' TO SUM-LABEL
           MOVE WS-CNT-CONFLICTS TO SUM-COUNT
           PERFORM 4510-PRINT-SUMMARY-LINE
           IF NOT WS-REFUSED
               PERFORM 4520-PRINT-BACKOUT-FIGURES
           END-IF.

       4510-PRINT-SUMMARY-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3005-PRINT-HEADINGS
           END-IF
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           ADD 1 TO WS-LINE-COUNT.

       4520-PRINT-BACKOUT-FIGURES.
           MOVE 'TRNMSTR ROWS DELETED:         ' TO SUM-LABEL
           MOVE WS-CNT-MST-DELETED TO SUM-COUNT
           PERFORM 4510-PRINT-SUMMARY-LINE
           MOVE 'TRNMSTR ROWS RESTORED:        ' TO SUM-LABEL
           MOVE WS-CNT-MST-RESTORED TO SUM-COUNT
           PERFORM 4510-PRINT-SUMMARY-LINE
           MOVE 'TRNACCT ROWS RESTORED:        ' TO SUM-LABEL
           MOVE WS-CNT-ACT-RESTORED TO SUM-COUNT
           PERFORM 4510-PRINT-SUMMARY-LINE
           MOVE 'TRNPAYX ROWS REMOVED:         ' TO SUM-LABEL
           MOVE WS-CNT-PAYX-DELETED TO SUM-COUNT
           PERFORM 4510-PRINT-SUMMARY-LINE
           MOVE 'WAREHOUSED ITEMS CANCELLED:   ' TO SUM-LABEL
           MOVE WS-CNT-WHS-CANCELLED TO SUM-COUNT
           PERFORM 4510-PRINT-SUMMARY-LINE
           MOVE 'LARGE-VALUE ITEMS CANCELLED:  ' TO SUM-LABEL
           MOVE WS-CNT-HLD-CANCELLED TO SUM-COUNT
           PERFORM 4510-PRINT-SUMMARY-LINE
           MOVE 'PAYMENTS TAKEN OUT:           ' TO SUM-LABEL
           MOVE WS-BKO-PAY-COUNT TO SUM-COUNT
           MOVE WS-BKO-PAY-AMT TO SUM-AMOUNT
           PERFORM 4510-PRINT-SUMMARY-LINE
           MOVE 'REVERSALS TAKEN OUT:          ' TO SUM-LABEL
           MOVE WS-BKO-REV-COUNT TO SUM-COUNT
           MOVE WS-BKO-REV-AMT TO SUM-AMOUNT
           PERFORM 4510-PRINT-SUMMARY-LINE
           MOVE 'ADJUSTMENTS TAKEN OUT:        ' TO SUM-LABEL
           MOVE WS-BKO-ADJ-COUNT TO SUM-COUNT
           MOVE WS-BKO-ADJ-AMT TO SUM-AMOUNT
           PERFORM 4510-PRINT-SUMMARY-LINE
           IF WS-BKO-CHG-COUNT > 0 OR WS-BKO-INT-COUNT > 0
               MOVE 'SERVICE CHARGES TAKEN OUT:    ' TO SUM-LABEL
               MOVE WS-BKO-CHG-COUNT TO SUM-COUNT
               MOVE WS-BKO-CHG-AMT TO SUM-AMOUNT
               PERFORM 4510-PRINT-SUMMARY-LINE
               MOVE 'INTEREST TAKEN OUT:           ' TO SUM-LABEL
               MOVE WS-BKO-INT-COUNT TO SUM-COUNT
               MOVE WS-BKO-INT-AMT TO SUM-AMOUNT
               PERFORM 4510-PRINT-SUMMARY-LINE
           END-IF
           IF WS-BKO-XFR-COUNT > 0
               MOVE 'TRANSFERS TAKEN OUT:          ' TO SUM-LABEL
               MOVE WS-BKO-XFR-COUNT TO SUM-COUNT
               MOVE WS-BKO-XFR-AMT TO SUM-AMOUNT
               PERFORM 4510-PRINT-SUMMARY-LINE
           END-IF
           IF WS-LIVE-MODE
               MOVE 'OFFSETTING GLOUT ENTRIES WRITTEN - AUDLOG CUT'
                   TO NTE-TEXT
           ELSE
               MOVE 'PREVIEW ONLY - NO FILE CHANGED, RERUN AS LIVE'
                   TO NTE-TEXT
           END-IF
           PERFORM 3910-PRINT-NOTE-LINE.

       5000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE JOURNAL-FILE
               CLOSE WORK-FILE
               CLOSE MASTER-FILE
               CLOSE ACCOUNT-FILE
               CLOSE PAYMENT-INDEX-FILE
               IF WS-WHS-OPEN
                   CLOSE WAREHOUSE-FILE
               END-IF
               IF WS-HLD-OPEN
                   CLOSE HOLD-FILE
               END-IF
               IF WS-LIVE-MODE
                   CLOSE GL-FILE
               END-IF
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'TRNBKOUT: RUN ' WS-TARGET-DATE ' ' WS-TARGET-JOB-ID
                   ' - ' WS-CNT-BACKED-OUT ' ENTRIES BACKED OUT, '
                   WS-CNT-CONFLICTS ' CONFLICTS'.
