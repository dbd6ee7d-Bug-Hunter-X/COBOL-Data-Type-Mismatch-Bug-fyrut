      *---------------------------------------------------------------*
      * JRNREC - SHARED TRNJRNL POSTING JOURNAL RECORD LAYOUT          *
      *---------------------------------------------------------------*
      *   ONE ROW FOR EVERY TRNMSTR WRITE OR REWRITE AND EVERY         *
      *   TRNACCT REWRITE TRNPROC MAKES, CARRYING THE ROW AS IT STOOD  *
      *   BEFORE THE CHANGE AND AS IT STOOD AFTER.  KEYED ON THE RUN   *
      *   (TRNPROC RUN DATE CCYYMMDD + JOB ID) AND A REVERSE SEQUENCE  *
      *   (9999999 LESS THE ENTRY'S NUMBER WITHIN THE RUN), SO A       *
      *   START AT THE FRONT OF A RUN READS ITS ENTRIES NEWEST FIRST - *
      *   THE ORDER TRNBKOUT MUST UNDO THEM IN.  A RESTARTED RUN KEEPS *
      *   THE ORIGINAL RUN'S DATE AND CARRIES ON ITS NUMBERING.        *
      *                                                                *
      *   THE IMAGE SLOTS ARE SIZED FOR A TRNMSTR ROW (145); A TRNACCT *
      *   ROW (80) SITS IN THE FRONT OF THE SLOT, SPACE-FILLED.  THE   *
      *   BEFORE IMAGE OF A NEW TRNMSTR ROW IS SPACES.                 *
      *---------------------------------------------------------------*
      *   DATE       BY    DESCRIPTION                                *
      *   2026-10-15  SJM   INITIAL VERSION                            *
      *---------------------------------------------------------------*
       01  JRN-RECORD.
           05  JRN-KEY.
               10  JRN-RUN-DATE                PIC X(8).
               10  JRN-JOB-ID                  PIC X(8).
               10  JRN-REVERSE-SEQ             PIC 9(7).
           05  JRN-FILE-ID                     PIC X(1).
               88  JRN-MASTER-ROW                       VALUE 'M'.
               88  JRN-ACCOUNT-ROW                      VALUE 'A'.
           05  JRN-ACTION                      PIC X(1).
               88  JRN-ROW-WRITTEN                      VALUE 'W'.
               88  JRN-ROW-REWRITTEN                    VALUE 'R'.
           05  JRN-ROW-KEY                     PIC X(10).
           05  JRN-STAMP-TIME                  PIC X(6).
           05  JRN-BEFORE-IMAGE                PIC X(145).
           05  JRN-AFTER-IMAGE                 PIC X(145).
      *    SET BY TRNBKOUT WHEN THE ENTRY IS UNDONE - THE BACK-OUT
      *    DATE (CCYYMMDD) AND THE SUPERVISOR WHO RAN IT.  SPACES
      *    WHILE THE ENTRY STANDS.
           05  JRN-BACKOUT-DATE                PIC X(8).
           05  JRN-BACKOUT-SUPERVISOR          PIC X(8).
           05  FILLER                          PIC X(13).
