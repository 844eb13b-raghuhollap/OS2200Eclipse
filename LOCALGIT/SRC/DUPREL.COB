       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DUPREL.
      ******************************************************************
      *                                                                *
      *  Reviewer release/reject and aging for MAIN's MAINDUPQ queue.  *
      *                                                                *
      *  MAIN queues any validated transaction that matches a recent   *
      *  posting on region/dept/sub and signed amount - the same       *
      *  posting keyed into two days' extracts, or twice into one.     *
      *  A reviewer checks each one with the department and submits   *
      *  decisions in DUPDECN, one row per item: the transaction id    *
      *  (from the duplicate report or AUDITLOG), R to release or X    *
      *  to reject, the reviewer's id and a short note.                *
      *                                                                *
      *  A release writes the item to MAINRCYC flagged cleared, so     *
      *  MAIN posts it on the next run without queueing it again.  A   *
      *  reject cancels the item - it never posts.  Either way the     *
      *  queue row is stamped with the decision, reviewer and date     *
      *  so it cannot be decided twice, and the decision goes on the   *
      *  item's TRANHIST trace.  A decision naming no QUEUED item, or  *
      *  carrying an unknown action or no reviewer, is listed on the   *
      *  report and ends the run with condition code 4.                *
      *                                                                *
      *  Items still QUEUED are aged against the run date; anything    *
      *  on the queue longer than the threshold is listed in the       *
      *  aging section of DUPRPT, the same discipline as MAINHOLD.     *
      *                                                                *
      *  A command-line argument gives the aging threshold in days;    *
      *  it defaults to 5 when omitted or non-numeric.                 *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-QUEUE-FILE ASSIGN TO "MAINDUPQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPQ-STATUS.
           SELECT DECISION-FILE ASSIGN TO "DUPDECN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT RECYCLE-FILE ASSIGN TO "MAINRCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DUP-QUEUE-FILE.
       COPY DUPREC.
       FD  DECISION-FILE.
       01  DECISION-REC.
           05  DC-TRAN-ID               PIC X(16).
           05  DC-ACTION                PIC X(01).
               88  DC-RELEASE           VALUE "R".
               88  DC-REJECT            VALUE "X".
           05  DC-USER                  PIC X(08).
           05  DC-NOTE                  PIC X(20).
       FD  RECYCLE-FILE.
       01  RECYCLE-REC.
           05  RCY-REGION               PIC X(02).
           05  RCY-DEPT                 PIC X(02).
           05  RCY-SUB                  PIC X(02).
           05  RCY-AMOUNT               PIC S9(09)V99.
           05  RCY-TRAN-ID              PIC X(16).
           05  RCY-RELEASE-IND          PIC X(01).
           05  RCY-ACCT-DATE            PIC 9(08).
           05  RCY-CURRENCY             PIC X(03).
           05  RCY-ORIG-AMOUNT          PIC S9(11)V99.
           05  RCY-ACCRUAL-IND          PIC X(01).
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  TRAN-HISTORY-FILE.
       COPY TRANHIST.

       WORKING-STORAGE SECTION.
       01  WS-DUPQ-STATUS              PIC X(02).
           88  WS-DUPQ-OK              VALUE "00".
       01  WS-DECISION-STATUS          PIC X(02).
           88  WS-DECISION-OK          VALUE "00".
       01  WS-RECYCLE-STATUS           PIC X(02).
           88  WS-RECYCLE-OK           VALUE "00".
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK            VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-TRANHIST-STATUS          PIC X(02).
           88  WS-TRANHIST-OK          VALUE "00".
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-AGE-PARM-X               PIC X(02).
       01  WS-ENV-PARM                 PIC X(01) VALUE SPACE.
       01  WS-TEST-WATERMARK           PIC X(50) VALUE
           "********  TEST RUN - NOT PRODUCTION  ********".
       01  WS-AGE-THRESHOLD            PIC 9(02) VALUE 5.
       01  WS-DC-EOF-SW                PIC X(01) VALUE "N".
           88  WS-DC-EOF               VALUE "Y".
       01  WS-DC-OVERFLOW-SW           PIC X(01) VALUE "N".
           88  WS-DC-OVERFLOW          VALUE "Y".
       01  WS-DC-OVERFLOW-MSG          PIC X(60) VALUE
           "DUPREL: DUPDECN OVER 500 ROWS - EXCESS IGNORED".
       01  WS-DQ-EOF-SW                PIC X(01) VALUE "N".
           88  WS-DQ-EOF               VALUE "Y".
       01  WS-DQ-OVERFLOW-SW           PIC X(01) VALUE "N".
           88  WS-DQ-OVERFLOW          VALUE "Y".
       01  WS-DQ-OVERFLOW-MSG          PIC X(60) VALUE
           "DUPREL: MAINDUPQ OVER 2000 ROWS - RUN STOPPED".
       01  WS-PRECOUNT                 PIC 9(06) VALUE ZERO.
       01  WS-DC-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  WS-DC-IDX                   PIC 9(04) COMP.
       01  WS-DC-MATCH-IDX             PIC 9(04) COMP.
      *    Reviewer decisions, loaded up front so each queued item
      *    can be matched on a single pass.  A decision is consumed
      *    by the item whose transaction id it names; a malformed
      *    one is marked bad at load and never matches.
       01  WS-DC-TABLE.
           05  WS-DC-ENTRY             OCCURS 500 TIMES.
               10  WS-DC-TRAN-ID       PIC X(16).
               10  WS-DC-ACTION        PIC X(01).
                   88  WS-DC-RELEASE   VALUE "R".
                   88  WS-DC-REJECT    VALUE "X".
               10  WS-DC-USER          PIC X(08).
               10  WS-DC-NOTE          PIC X(20).
               10  WS-DC-USED-SW       PIC X(01).
                   88  WS-DC-USED      VALUE "Y".
                   88  WS-DC-BAD       VALUE "B".
      *    The whole queue file is carried through the run so it can
      *    be rewritten with the decision stamps once the input pass
      *    is done - LINE SEQUENTIAL gives us no REWRITE.
       01  WS-DQ-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  WS-DQ-IDX                   PIC 9(04) COMP.
       01  WS-DQ-TABLE.
           05  WS-DQ-ENTRY             PIC X(137) OCCURS 2000 TIMES.
       01  WS-RELEASED-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-QUEUED-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-AGED-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-AGE-DAYS                 PIC 9(05).
       01  WS-RUN-DAY-NO               PIC 9(08) COMP.
       01  WS-QUEUE-DAY-NO             PIC 9(08) COMP.
       01  WS-AGE-DAYS-DISP            PIC ZZZZ9.
       01  WS-COUNT-DISP               PIC ZZZ9.
       01  WS-COUNT-DISP-2             PIC ZZZ9.
       01  WS-AMOUNT-DISP              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-DECISION-TEXT            PIC X(09).
       COPY P1RUN.

       PROCEDURE DIVISION.
       A000-CONTROL.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-AGE-PARM-X WS-ENV-PARM.
      *    A one-digit argument lands left-justified with a trailing
      *    space, so it is right-aligned here before the numeric test
      *    instead of being quietly thrown away.
           IF WS-AGE-PARM-X (1:1) IS NUMERIC
              AND WS-AGE-PARM-X (2:1) = SPACE
               MOVE WS-AGE-PARM-X (1:1) TO WS-AGE-PARM-X (2:1)
               MOVE "0" TO WS-AGE-PARM-X (1:1)
           END-IF.
           IF WS-AGE-PARM-X IS NUMERIC
               MOVE WS-AGE-PARM-X TO WS-AGE-THRESHOLD
           END-IF.

           PERFORM P0005-INIT-RUN-CONTROL.

           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           MOVE "DUPREL - DUPLICATE QUEUE REVIEW AND AGING REPORT"
               TO REPORT-REC.
           WRITE REPORT-REC.
           IF NOT P1-ENV-PRODUCTION
               MOVE WS-TEST-WATERMARK TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           PERFORM B000-LOAD-DECISIONS.
           PERFORM C000-PROCESS-QUEUE.

           IF WS-ERROR-COUNT > ZERO
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           STOP RUN.
       A000-EXIT.
           EXIT.

      *    P1-RUN-ID is today's run date, the same convention as the
      *    batch programs, so DUPREL audit rows line up with the
      *    day's run in AUDITLOG.
       P0005-INIT-RUN-CONTROL.
           ACCEPT P1-RUN-DATE      FROM DATE YYYYMMDD.
           MOVE P1-RUN-DATE        TO P1-RUN-ID.
           EVALUATE WS-ENV-PARM
               WHEN "T"
               WHEN "t"
                   SET P1-ENV-TEST        TO TRUE
               WHEN "D"
               WHEN "d"
                   SET P1-ENV-DEVELOPMENT TO TRUE
               WHEN OTHER
                   SET P1-ENV-PRODUCTION  TO TRUE
           END-EVALUATE.
           SET P1-RESTART-NO       TO TRUE.
           MOVE 1 TO P1-CYCLE-NO.
       P0005-EXIT.
           EXIT.

       B000-LOAD-DECISIONS.
           MOVE ZERO TO WS-DC-COUNT.
           OPEN INPUT DECISION-FILE.
           IF WS-DECISION-OK
               PERFORM UNTIL WS-DC-EOF
                   READ DECISION-FILE
                       AT END
                           MOVE "Y" TO WS-DC-EOF-SW
                       NOT AT END
                           IF WS-DC-COUNT >= 500
                               IF NOT WS-DC-OVERFLOW
                                   SET WS-DC-OVERFLOW TO TRUE
                                   MOVE WS-DC-OVERFLOW-MSG
                                       TO REPORT-REC
                                   WRITE REPORT-REC
                               END-IF
                           ELSE
                               PERFORM B100-STORE-DECISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
           ELSE
               MOVE "DUPREL: no DUPDECN decisions - aging only"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
       B000-EXIT.
           EXIT.

      *    A decision must name an action DUPREL knows and the
      *    reviewer who made it - an anonymous release is exactly
      *    the unreviewed posting the queue exists to stop.
       B100-STORE-DECISION.
           ADD 1 TO WS-DC-COUNT.
           MOVE DC-TRAN-ID TO WS-DC-TRAN-ID (WS-DC-COUNT).
           MOVE DC-ACTION  TO WS-DC-ACTION (WS-DC-COUNT).
           MOVE DC-USER    TO WS-DC-USER (WS-DC-COUNT).
           MOVE DC-NOTE    TO WS-DC-NOTE (WS-DC-COUNT).
           MOVE "N"        TO WS-DC-USED-SW (WS-DC-COUNT).
           IF (NOT DC-RELEASE AND NOT DC-REJECT)
              OR DC-USER = SPACES
               SET WS-DC-BAD (WS-DC-COUNT) TO TRUE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "REJECTED DECISION " DC-TRAN-ID
                      " ACTION '" DC-ACTION "' USER '" DC-USER
                      "' - NEEDS ACTION R OR X AND A REVIEWER"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO AU-KEY-INPUT
               STRING "DUP DECISION ID=" DC-TRAN-ID
                      " ACTION=" DC-ACTION
                   DELIMITED BY SIZE INTO AU-KEY-INPUT
               MOVE "DECISION REJECTED - BAD ACTION OR NO USER"
                   TO AU-KEY-OUTPUT
               MOVE 90 TO AU-RETURN-CODE
               PERFORM L900-WRITE-AUDIT
           END-IF.
       B100-EXIT.
           EXIT.

      *    Single pass over MAINDUPQ: match queued items to unused
      *    decisions, release or cancel them, age what stays queued,
      *    then rewrite the file from the carried table.
       C000-PROCESS-QUEUE.
           PERFORM C050-COUNT-QUEUE.
           IF WS-DQ-OVERFLOW
      *        Stopping BEFORE any decision is applied means no item
      *        is recycled whose RELEASED status could not be
      *        written back - a partial pass here would double-post.
               MOVE WS-DQ-OVERFLOW-MSG TO REPORT-REC
               WRITE REPORT-REC
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM C060-DECIDE-AND-REWRITE
           END-IF.
       C000-EXIT.
           EXIT.

      *    The whole file is carried through working storage for the
      *    rewrite, so a file past the table size has to stop the run
      *    up front - carrying what fits and dropping the rest would
      *    silently delete live queued items.
       C050-COUNT-QUEUE.
           MOVE ZERO TO WS-PRECOUNT.
           OPEN INPUT DUP-QUEUE-FILE.
           IF WS-DUPQ-OK
               PERFORM UNTIL WS-DQ-EOF
                   READ DUP-QUEUE-FILE
                       AT END
                           MOVE "Y" TO WS-DQ-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-PRECOUNT
                   END-READ
               END-PERFORM
               CLOSE DUP-QUEUE-FILE
               MOVE "N" TO WS-DQ-EOF-SW
               IF WS-PRECOUNT > 2000
                   SET WS-DQ-OVERFLOW TO TRUE
               END-IF
           END-IF.
       C050-EXIT.
           EXIT.

       C060-DECIDE-AND-REWRITE.
           OPEN INPUT DUP-QUEUE-FILE.
           IF NOT WS-DUPQ-OK
               MOVE "DUPREL: no MAINDUPQ on file - nothing to do"
                   TO REPORT-REC
               WRITE REPORT-REC
           ELSE
      *        MAINRCYC may already hold corrected suspense items
      *        and hold releases still waiting for tonight's MAIN -
      *        extend, never truncate, or those items would be lost
      *        for good.
               OPEN EXTEND RECYCLE-FILE
               IF NOT WS-RECYCLE-OK
                   OPEN OUTPUT RECYCLE-FILE
               END-IF
               OPEN EXTEND TRAN-HISTORY-FILE
               IF NOT WS-TRANHIST-OK
                   OPEN OUTPUT TRAN-HISTORY-FILE
               END-IF
               PERFORM UNTIL WS-DQ-EOF
                   READ DUP-QUEUE-FILE
                       AT END
                           MOVE "Y" TO WS-DQ-EOF-SW
                       NOT AT END
                           PERFORM C100-PROCESS-ITEM
                   END-READ
               END-PERFORM
               CLOSE DUP-QUEUE-FILE
               CLOSE RECYCLE-FILE
               CLOSE TRAN-HISTORY-FILE

               OPEN OUTPUT DUP-QUEUE-FILE
               PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
                       UNTIL WS-DQ-IDX > WS-DQ-COUNT
                   MOVE WS-DQ-ENTRY (WS-DQ-IDX)
                       TO DQ-DUP-REC
                   WRITE DQ-DUP-REC
               END-PERFORM
               CLOSE DUP-QUEUE-FILE
           END-IF.
           PERFORM C800-LIST-UNMATCHED.
           PERFORM C900-WRITE-TOTALS.
       C060-EXIT.
           EXIT.

       C100-PROCESS-ITEM.
           IF DQ-QUEUED
               PERFORM C200-MATCH-DECISION
               IF WS-DC-MATCH-IDX > ZERO
                   PERFORM C300-APPLY-DECISION
               ELSE
                   ADD 1 TO WS-QUEUED-COUNT
                   PERFORM C400-AGE-ITEM
               END-IF
           END-IF.
           IF WS-DQ-COUNT < 2000
               ADD 1 TO WS-DQ-COUNT
               MOVE DQ-DUP-REC TO WS-DQ-ENTRY (WS-DQ-COUNT)
           END-IF.
       C100-EXIT.
           EXIT.

       C200-MATCH-DECISION.
           MOVE ZERO TO WS-DC-MATCH-IDX.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
                      OR WS-DC-MATCH-IDX > ZERO
               IF WS-DC-USED-SW (WS-DC-IDX) = "N"
                  AND DQ-TRAN-ID = WS-DC-TRAN-ID (WS-DC-IDX)
                   MOVE WS-DC-IDX TO WS-DC-MATCH-IDX
               END-IF
           END-PERFORM.
       C200-EXIT.
           EXIT.

       C300-APPLY-DECISION.
           IF WS-DC-RELEASE (WS-DC-MATCH-IDX)
               MOVE DQ-REGION  TO RCY-REGION
               MOVE DQ-DEPT    TO RCY-DEPT
               MOVE DQ-SUB     TO RCY-SUB
               MOVE DQ-AMOUNT  TO RCY-AMOUNT
               MOVE DQ-TRAN-ID TO RCY-TRAN-ID
      *        The cleared flag is what lets the item through MAIN's
      *        duplicate check on the recycle run.
               MOVE "D"        TO RCY-RELEASE-IND
               IF DQ-ACCT-DATE IS NUMERIC
                   MOVE DQ-ACCT-DATE TO RCY-ACCT-DATE
               ELSE
                   MOVE ZERO TO RCY-ACCT-DATE
               END-IF
               MOVE DQ-CURRENCY TO RCY-CURRENCY
               IF DQ-ORIG-AMOUNT IS NUMERIC
                   MOVE DQ-ORIG-AMOUNT TO RCY-ORIG-AMOUNT
               ELSE
                   MOVE DQ-AMOUNT TO RCY-ORIG-AMOUNT
               END-IF
               MOVE DQ-ACCRUAL-IND TO RCY-ACCRUAL-IND
               WRITE RECYCLE-REC
               SET DQ-RELEASED TO TRUE
               ADD 1 TO WS-RELEASED-COUNT
               MOVE "RELEASED" TO WS-DECISION-TEXT
           ELSE
               SET DQ-REJECTED TO TRUE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "CANCELLED" TO WS-DECISION-TEXT
           END-IF.
           MOVE P1-RUN-DATE TO DQ-REVIEW-DATE.
           MOVE WS-DC-USER (WS-DC-MATCH-IDX) TO DQ-REVIEW-USER.
           MOVE WS-DC-NOTE (WS-DC-MATCH-IDX) TO DQ-REVIEW-NOTE.
           SET WS-DC-USED (WS-DC-MATCH-IDX) TO TRUE.

           MOVE SPACES TO REPORT-REC.
           MOVE DQ-AMOUNT TO WS-AMOUNT-DISP.
           STRING WS-DECISION-TEXT " " DQ-REGION "/" DQ-DEPT "/"
                  DQ-SUB " AMOUNT " WS-AMOUNT-DISP
                  " ID " DQ-TRAN-ID
                  " DUP OF " DQ-MATCH-TRAN-ID
                  " BY " DQ-REVIEW-USER
                  " " DQ-REVIEW-NOTE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO AU-KEY-INPUT.
           STRING "DUP ID=" DQ-TRAN-ID
                  " BY " DQ-REVIEW-USER
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           IF DQ-RELEASED
               MOVE "RELEASED - RECYCLED FOR NEXT RUN"
                   TO AU-KEY-OUTPUT
           ELSE
               MOVE "REJECTED - CANCELLED, WILL NOT POST"
                   TO AU-KEY-OUTPUT
           END-IF.
           MOVE 0 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
           PERFORM C350-WRITE-HISTORY.
       C300-EXIT.
           EXIT.

      *    The decision goes on the item's permanent TRANHIST trace
      *    with the reviewer, so the inquiry shows who cleared or
      *    cancelled the suspected repeat and when.
       C350-WRITE-HISTORY.
           MOVE SPACES TO TH-HISTORY-REC.
           MOVE DQ-TRAN-ID TO TH-TRAN-ID.
           MOVE P1-RUN-DATE TO TH-EVENT-DATE.
           IF DQ-RELEASED
               SET TH-DUP-RELEASED TO TRUE
           ELSE
               SET TH-DUP-REJECTED TO TRUE
           END-IF.
           MOVE "DUPREL" TO TH-PROGRAM-ID.
           MOVE P1-RUN-ID TO TH-RUN-ID.
           MOVE P1-CYCLE-NO TO TH-CYCLE-NO.
           MOVE DQ-REGION TO TH-REGION.
           MOVE DQ-DEPT TO TH-DEPT.
           MOVE DQ-SUB TO TH-SUB.
           MOVE DQ-AMOUNT TO TH-AMOUNT.
           MOVE ZERO TO TH-POSTED-AMOUNT.
           MOVE DQ-REASON-CODE TO TH-REASON-CODE.
           MOVE DQ-REVIEW-USER TO TH-USER-ID.
           MOVE DQ-REVIEW-NOTE TO TH-NOTE.
           WRITE TH-HISTORY-REC.
       C350-EXIT.
           EXIT.

      *    Days on the queue is a straight day-number difference; an
      *    item at or past the threshold goes on the aging section so
      *    a queued posting cannot quietly gather dust.
       C400-AGE-ITEM.
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE (P1-RUN-DATE).
           COMPUTE WS-QUEUE-DAY-NO =
               FUNCTION INTEGER-OF-DATE (DQ-QUEUE-DATE).
           COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NO - WS-QUEUE-DAY-NO.
           IF WS-AGE-DAYS >= WS-AGE-THRESHOLD
               ADD 1 TO WS-AGED-COUNT
               MOVE WS-AGE-DAYS TO WS-AGE-DAYS-DISP
               MOVE DQ-AMOUNT TO WS-AMOUNT-DISP
               MOVE SPACES TO REPORT-REC
               STRING "AGED " DQ-REGION "/" DQ-DEPT "/" DQ-SUB
                      " AMOUNT " WS-AMOUNT-DISP
                      " ID " DQ-TRAN-ID
                      " DUP OF " DQ-MATCH-TRAN-ID
                      " - QUEUED " WS-AGE-DAYS-DISP " DAYS"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.
       C400-EXIT.
           EXIT.

      *    A well-formed decision no QUEUED item consumed names an
      *    id that is not on the queue or was decided already - the
      *    reviewer is told rather than left assuming it applied.
       C800-LIST-UNMATCHED.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-USED-SW (WS-DC-IDX) = "N"
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING "UNMATCHED DECISION "
                          WS-DC-TRAN-ID (WS-DC-IDX)
                          " - NO QUEUED ITEM WITH THIS ID"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
                   MOVE SPACES TO AU-KEY-INPUT
                   STRING "DUP DECISION ID=" WS-DC-TRAN-ID (WS-DC-IDX)
                       DELIMITED BY SIZE INTO AU-KEY-INPUT
                   MOVE "NO QUEUED ITEM - DECISION NOT APPLIED"
                       TO AU-KEY-OUTPUT
                   MOVE 90 TO AU-RETURN-CODE
                   PERFORM L900-WRITE-AUDIT
               END-IF
           END-PERFORM.
       C800-EXIT.
           EXIT.

       C900-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-RELEASED-COUNT TO WS-COUNT-DISP.
           STRING "TOTAL RELEASED AND RECYCLED:  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP.
           STRING "TOTAL REJECTED AND CANCELLED: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-QUEUED-COUNT TO WS-COUNT-DISP.
           STRING "TOTAL STILL QUEUED:           " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-AGED-COUNT TO WS-COUNT-DISP.
           STRING "TOTAL OVER AGE THRESHOLD:     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISP.
           STRING "TOTAL DECISIONS NOT APPLIED:  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO AU-KEY-INPUT.
           MOVE WS-RELEASED-COUNT TO WS-COUNT-DISP.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP-2.
           STRING "RELEASED=" WS-COUNT-DISP
                  " REJECTED=" WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE SPACES TO AU-KEY-OUTPUT.
           MOVE WS-QUEUED-COUNT TO WS-COUNT-DISP.
           STRING "QUEUED=" WS-COUNT-DISP
               DELIMITED BY SIZE INTO AU-KEY-OUTPUT.
           MOVE 0 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
       C900-EXIT.
           EXIT.

      *    Appends one AUDITLOG record; callers set AU-KEY-INPUT,
      *    AU-KEY-OUTPUT and AU-RETURN-CODE just before performing
      *    this, the same convention as COBADD and ALLOC.
       L900-WRITE-AUDIT.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE "DUPREL"     TO AU-PROGRAM-ID.
           MOVE P1-RUN-ID    TO AU-RUN-ID.
           MOVE P1-ENVIRONMENT TO AU-ENVIRONMENT.
           MOVE P1-CYCLE-NO  TO AU-CYCLE-NO.
           WRITE AU-AUDIT-REC.
       L900-EXIT.
           EXIT.
