       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUSCMNT.
      ******************************************************************
      *                                                                *
      *  Business-day calendar master maintenance.                     *
      *                                                                *
      *  Applies analyst-submitted changes from BUSCCHG to the BUSCAL  *
      *  business-day calendar and reports what changed on BUSCRPT -   *
      *  the same treatment FISCMNT gives the fiscal calendar.  The    *
      *  calendar is what the suspense, hold and write-off aging       *
      *  count business days by and what the nightly gap check         *
      *  judges missed runs against, so next year's bank holidays      *
      *  are loaded here ahead of the year as change rows.             *
      *                                                                *
      *  Monday to Friday is a business day and the weekend is not;    *
      *  the calendar only carries the exceptions.  Change rows carry  *
      *  an action, the date (YYYYMMDD), the day type and a            *
      *  description:                                                  *
      *    A  add a date - H a weekday the shop is closed, W a         *
      *       weekend date worked as a business day (rejected when     *
      *       the date is already on the calendar)                     *
      *    U  change the day type or description of a date             *
      *    D  delete a date entered in error                           *
      *  An H on a weekend or a W on a weekday says nothing the        *
      *  weekday does not already say, and is rejected as a likely     *
      *  keying slip.  Rejected rows are reported with a reason and    *
      *  leave the master untouched; any reject ends the run with      *
      *  condition code 4 so the analyst knows to look.                *
      *                                                                *
      *  Changes are maker-checker, exactly as on the other masters.   *
      *  The command-line argument picks the run:                      *
      *    S  (the default) submit - each valid BUSCCHG row, which     *
      *       carries the submitter's id, is appended to BUSCPEND as   *
      *       a numbered pending change; BUSCAL is not touched         *
      *    A  approve - each BUSCAPPR row names a pending number, an   *
      *       A(pprove) or R(eject) and the approver's id.  Approved   *
      *       changes are applied to BUSCAL and recorded before and    *
      *       after on the MSTHIST change history; an approver who     *
      *       is the submitter is refused and the change stays         *
      *       pending.  Decided changes leave BUSCPEND; those still    *
      *       waiting are listed at the foot of the report.            *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.
           SELECT CHANGE-FILE ASSIGN TO "BUSCCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BUSCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PENDING-FILE ASSIGN TO "BUSCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "BUSCAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "MSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       COPY BUSCAL.
       FD  CHANGE-FILE.
       01  CHANGE-FILE-REC              PIC X(38).
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  PENDING-FILE.
       COPY MSTPEND.
       FD  APPROVAL-FILE.
       COPY MSTAPPR.
       FD  HISTORY-FILE.
       COPY MSTHIST.

       WORKING-STORAGE SECTION.
       01  WS-BUSCAL-STATUS            PIC X(02).
           88  WS-BUSCAL-OK            VALUE "00".
       01  WS-CHANGE-STATUS            PIC X(02).
           88  WS-CHANGE-OK            VALUE "00".
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK            VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-PENDING-STATUS           PIC X(02).
           88  WS-PENDING-OK           VALUE "00".
       01  WS-APPROVAL-STATUS          PIC X(02).
           88  WS-APPROVAL-OK          VALUE "00".
       01  WS-HISTORY-STATUS           PIC X(02).
           88  WS-HISTORY-OK           VALUE "00".
      *    The change row being submitted or applied - read from
      *    BUSCCHG on a submit run, taken from the pending image on
      *    an approve run.
       01  CHANGE-REC.
           05  CHG-ACTION               PIC X(01).
               88  CHG-ADD              VALUE "A".
               88  CHG-UPDATE           VALUE "U".
               88  CHG-DELETE           VALUE "D".
           05  CHG-CAL-DATE             PIC 9(08).
           05  CHG-DAY-TYPE             PIC X(01).
               88  CHG-HOLIDAY          VALUE "H".
               88  CHG-WORKED-DAY       VALUE "W".
           05  CHG-DESCRIPTION          PIC X(20).
           05  CHG-SUBMITTER            PIC X(08).
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-MODE-PARM                PIC X(01) VALUE SPACE.
           88  WS-APPROVE-RUN          VALUE "A".
       01  WS-MST-EOF-SW               PIC X(01) VALUE "N".
           88  WS-MST-EOF              VALUE "Y".
       01  WS-MST-OVERFLOW-SW          PIC X(01) VALUE "N".
           88  WS-MST-OVERFLOW         VALUE "Y".
       01  WS-MST-OVERFLOW-MSG         PIC X(60) VALUE
           "BUSCMNT: BUSCAL OVER 1000 ROWS - RUN STOPPED".
       01  WS-CHG-EOF-SW               PIC X(01) VALUE "N".
           88  WS-CHG-EOF              VALUE "Y".
       01  WS-MST-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-MST-IDX                  PIC 9(04) COMP.
       01  WS-MST-MATCH-IDX            PIC 9(04) COMP.
       01  WS-MST-TABLE.
           05  WS-MST-ENTRY            OCCURS 1000 TIMES.
               10  WS-MST-CAL-DATE     PIC 9(08).
               10  WS-MST-DAY-TYPE     PIC X(01).
               10  WS-MST-DESCRIPTION  PIC X(20).
      *    Day number and weekday of the change row's date, for the
      *    calendar-date and weekend checks (1 = Monday, the same
      *    rule BUSDAY counts by).
       01  WS-DAY-NO                   PIC 9(08) COMP.
       01  WS-WEEKDAY                  PIC 9(01).
       01  WS-ADD-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-UPD-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-DEL-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-REJ-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-SUB-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-REVIEW-REJ-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-REJECT-REASON            PIC X(30).
       01  WS-COUNT-DISP               PIC ZZZ9.
       01  WS-PEND-NO-DISP             PIC 9(06).
      *    Pending changes.  A submit run only needs the highest
      *    number on file; an approve run carries the whole file so
      *    it can be rewritten without the decided rows.
       01  WS-PEND-EOF-SW              PIC X(01) VALUE "N".
           88  WS-PEND-EOF             VALUE "Y".
       01  WS-PEND-OVERFLOW-SW         PIC X(01) VALUE "N".
           88  WS-PEND-OVERFLOW        VALUE "Y".
       01  WS-PEND-OVERFLOW-MSG        PIC X(60) VALUE
           "BUSCMNT: BUSCPEND OVER 500 ROWS - RUN STOPPED".
       01  WS-APPR-EOF-SW              PIC X(01) VALUE "N".
           88  WS-APPR-EOF             VALUE "Y".
       01  WS-LAST-PEND-NO             PIC 9(06) VALUE ZERO.
       01  WS-PEND-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  WS-PEND-IDX                 PIC 9(04) COMP.
       01  WS-PEND-MATCH-IDX           PIC 9(04) COMP.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY           OCCURS 500 TIMES.
               10  WS-PEND-ROW         PIC X(82).
               10  WS-PEND-DECIDED-SW  PIC X(01).
                   88  WS-PEND-DECIDED VALUE "Y".
      *    Before/after images of the master row an applied change
      *    touched, for the MSTHIST history.
       01  WS-APPROVER                 PIC X(08).
       01  WS-BEFORE-IMAGE             PIC X(60).
       01  WS-AFTER-IMAGE              PIC X(60).
       COPY P1RUN.

       PROCEDURE DIVISION.
       A000-CONTROL.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-MODE-PARM.

           PERFORM P0005-INIT-RUN-CONTROL.
           OPEN OUTPUT REPORT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE "BUSCMNT - BUSINESS DAY CALENDAR MAINTENANCE"
               TO REPORT-REC.
           WRITE REPORT-REC.

           IF WS-APPROVE-RUN
               MOVE "APPROVE RUN - APPROVED CHANGES APPLIED TO BUSCAL"
                   TO REPORT-REC
               WRITE REPORT-REC
               PERFORM B000-LOAD-MASTER
               IF NOT WS-MST-OVERFLOW
                   PERFORM F000-LOAD-PENDING
               END-IF
               IF WS-MST-OVERFLOW
      *            Rewriting from a load that did not fit would
      *            silently delete the rows past the table - stop
      *            with the master untouched instead.
                   MOVE WS-MST-OVERFLOW-MSG TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-PEND-OVERFLOW
                       MOVE WS-PEND-OVERFLOW-MSG TO REPORT-REC
                       WRITE REPORT-REC
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM G000-APPLY-APPROVALS
                       PERFORM D000-REWRITE-MASTER
                       PERFORM F900-REWRITE-PENDING
                       PERFORM E000-WRITE-TOTALS
                       IF WS-REJ-COUNT > ZERO
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE "SUBMIT RUN - CHANGES HELD PENDING APPROVAL"
                   TO REPORT-REC
               WRITE REPORT-REC
               PERFORM F000-LOAD-PENDING
               PERFORM C000-SUBMIT-CHANGES
               PERFORM E000-WRITE-TOTALS
               IF WS-REJ-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           STOP RUN.
       A000-EXIT.
           EXIT.

       P0005-INIT-RUN-CONTROL.
           ACCEPT P1-RUN-DATE      FROM DATE YYYYMMDD.
           MOVE P1-RUN-DATE        TO P1-RUN-ID.
           SET P1-ENV-PRODUCTION   TO TRUE.
           SET P1-RESTART-NO       TO TRUE.
           MOVE 1 TO P1-CYCLE-NO.
       P0005-EXIT.
           EXIT.

      *    A missing calendar is an empty one - the very first
      *    BUSCMNT run is how the calendar gets built.
       B000-LOAD-MASTER.
           OPEN INPUT CALENDAR-FILE.
           IF WS-BUSCAL-OK
               PERFORM UNTIL WS-MST-EOF
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO WS-MST-EOF-SW
                       NOT AT END
                           IF WS-MST-COUNT >= 1000
                               SET WS-MST-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-MST-COUNT
                               MOVE BC-CAL-DATE TO
                                   WS-MST-CAL-DATE (WS-MST-COUNT)
                               MOVE BC-DAY-TYPE TO
                                   WS-MST-DAY-TYPE (WS-MST-COUNT)
                               MOVE BC-DESCRIPTION TO
                                   WS-MST-DESCRIPTION (WS-MST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           ELSE
               MOVE "BUSCMNT: no BUSCAL yet - building a new calendar"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
       B000-EXIT.
           EXIT.

      *    Submit run: every change row that passes the field checks
      *    goes on BUSCPEND under the next pending number.  Checks
      *    against the calendar itself (date already there, date not
      *    there) wait for the approve run, when the calendar is the
      *    one the change will actually be applied to.
       C000-SUBMIT-CHANGES.
           OPEN INPUT CHANGE-FILE.
           IF NOT WS-CHANGE-OK
               MOVE "BUSCMNT: no BUSCCHG changes - nothing to submit"
                   TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               OPEN EXTEND PENDING-FILE
               IF NOT WS-PENDING-OK
                   OPEN OUTPUT PENDING-FILE
               END-IF
               PERFORM UNTIL WS-CHG-EOF
                   READ CHANGE-FILE INTO CHANGE-REC
                       AT END
                           MOVE "Y" TO WS-CHG-EOF-SW
                       NOT AT END
                           PERFORM C050-SUBMIT-ONE-CHANGE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-FILE
               CLOSE PENDING-FILE
           END-IF.
       C000-EXIT.
           EXIT.

       C050-SUBMIT-ONE-CHANGE.
           PERFORM C150-VALIDATE-CHANGE.
           IF WS-REJECT-REASON = SPACES
              AND CHG-SUBMITTER = SPACES
               MOVE "SUBMITTER ID MISSING" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM C900-REJECT-CHANGE
           ELSE
               ADD 1 TO WS-LAST-PEND-NO
               MOVE WS-LAST-PEND-NO TO MP-PEND-NO
               MOVE P1-RUN-DATE     TO MP-SUBMIT-DATE
               MOVE CHG-SUBMITTER   TO MP-SUBMIT-USER
               MOVE CHANGE-REC      TO MP-CHANGE-IMAGE
               WRITE MP-PENDING-REC
               ADD 1 TO WS-SUB-COUNT
               MOVE WS-LAST-PEND-NO TO WS-PEND-NO-DISP
               MOVE SPACES TO REPORT-REC
               STRING "PENDING " WS-PEND-NO-DISP " " CHG-ACTION
                      " DATE " CHG-CAL-DATE
                      " TYPE " CHG-DAY-TYPE
                      " " CHG-DESCRIPTION
                      " BY " CHG-SUBMITTER
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO AU-KEY-INPUT
               STRING "CHANGE " CHG-ACTION " DATE " CHG-CAL-DATE
                      " BY " CHG-SUBMITTER
                   DELIMITED BY SIZE INTO AU-KEY-INPUT
               MOVE SPACES TO AU-KEY-OUTPUT
               STRING "PENDING " WS-PEND-NO-DISP
                   DELIMITED BY SIZE INTO AU-KEY-OUTPUT
               MOVE 0 TO AU-RETURN-CODE
               PERFORM L900-WRITE-AUDIT
           END-IF.
       C050-EXIT.
           EXIT.

      *    Approve run: the change in CHANGE-REC has been approved -
      *    recheck it and apply it to the in-storage calendar.
       C100-APPLY-ONE-CHANGE.
           PERFORM C150-VALIDATE-CHANGE.
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN CHG-ADD
                       PERFORM C200-ADD-DATE
                   WHEN CHG-UPDATE
                       PERFORM C300-UPDATE-DATE
                   WHEN CHG-DELETE
                       PERFORM C400-DELETE-DATE
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM C900-REJECT-CHANGE
           END-IF.
       C100-EXIT.
           EXIT.

      *    The date must be a real calendar date - the day number
      *    comes back zero for a thirteenth month or a thirty-first
      *    of June.  A delete needs only the date.
       C150-VALIDATE-CHANGE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO TO WS-DAY-NO.
           IF NOT CHG-ADD AND NOT CHG-UPDATE AND NOT CHG-DELETE
               MOVE "INVALID ACTION" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND CHG-CAL-DATE IS NOT NUMERIC
               MOVE "DATE NOT NUMERIC" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF CHG-CAL-DATE (5:2) < "01" OR CHG-CAL-DATE (5:2) > "12"
                  OR CHG-CAL-DATE (7:2) < "01"
                  OR CHG-CAL-DATE (7:2) > "31"
                   MOVE "NOT A CALENDAR DATE" TO WS-REJECT-REASON
               ELSE
                   COMPUTE WS-DAY-NO =
                       FUNCTION INTEGER-OF-DATE (CHG-CAL-DATE)
                   IF WS-DAY-NO = ZERO
                       MOVE "NOT A CALENDAR DATE" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES AND NOT CHG-DELETE
               IF NOT CHG-HOLIDAY AND NOT CHG-WORKED-DAY
                   MOVE "DAY TYPE MUST BE H OR W" TO WS-REJECT-REASON
               ELSE
                   COMPUTE WS-WEEKDAY =
                       FUNCTION MOD (WS-DAY-NO - 1, 7) + 1
                   IF CHG-HOLIDAY AND WS-WEEKDAY > 5
                       MOVE "WEEKEND IS NOT A BUSINESS DAY"
                           TO WS-REJECT-REASON
                   END-IF
                   IF CHG-WORKED-DAY AND WS-WEEKDAY < 6
                       MOVE "WEEKDAY IS ALREADY WORKED"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       C150-EXIT.
           EXIT.

       C200-ADD-DATE.
           PERFORM C500-FIND-DATE.
           IF WS-MST-MATCH-IDX > ZERO
               MOVE "DATE ALREADY ON CALENDAR" TO WS-REJECT-REASON
           ELSE
               IF WS-MST-COUNT >= 1000
                   MOVE "CALENDAR TABLE FULL" TO WS-REJECT-REASON
               ELSE
                   ADD 1 TO WS-MST-COUNT
                   MOVE CHG-CAL-DATE TO WS-MST-CAL-DATE (WS-MST-COUNT)
                   MOVE CHG-DAY-TYPE TO WS-MST-DAY-TYPE (WS-MST-COUNT)
                   MOVE CHG-DESCRIPTION
                       TO WS-MST-DESCRIPTION (WS-MST-COUNT)
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-MST-ENTRY (WS-MST-COUNT) TO WS-AFTER-IMAGE
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM C800-REPORT-CHANGE
               END-IF
           END-IF.
       C200-EXIT.
           EXIT.

       C300-UPDATE-DATE.
           PERFORM C500-FIND-DATE.
           IF WS-MST-MATCH-IDX = ZERO
               MOVE "DATE NOT ON CALENDAR" TO WS-REJECT-REASON
           ELSE
               MOVE WS-MST-ENTRY (WS-MST-MATCH-IDX) TO WS-BEFORE-IMAGE
               MOVE CHG-DAY-TYPE TO WS-MST-DAY-TYPE (WS-MST-MATCH-IDX)
               MOVE CHG-DESCRIPTION
                   TO WS-MST-DESCRIPTION (WS-MST-MATCH-IDX)
               MOVE WS-MST-ENTRY (WS-MST-MATCH-IDX) TO WS-AFTER-IMAGE
               ADD 1 TO WS-UPD-COUNT
               PERFORM C800-REPORT-CHANGE
           END-IF.
       C300-EXIT.
           EXIT.

       C400-DELETE-DATE.
           PERFORM C500-FIND-DATE.
           IF WS-MST-MATCH-IDX = ZERO
               MOVE "DATE NOT ON CALENDAR" TO WS-REJECT-REASON
           ELSE
               MOVE WS-MST-ENTRY (WS-MST-MATCH-IDX) TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM VARYING WS-MST-IDX FROM WS-MST-MATCH-IDX BY 1
                       UNTIL WS-MST-IDX >= WS-MST-COUNT
                   MOVE WS-MST-ENTRY (WS-MST-IDX + 1)
                       TO WS-MST-ENTRY (WS-MST-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-MST-COUNT
               ADD 1 TO WS-DEL-COUNT
               PERFORM C800-REPORT-CHANGE
           END-IF.
       C400-EXIT.
           EXIT.

       C500-FIND-DATE.
           MOVE ZERO TO WS-MST-MATCH-IDX.
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
                      OR WS-MST-MATCH-IDX > ZERO
               IF WS-MST-CAL-DATE (WS-MST-IDX) = CHG-CAL-DATE
                   MOVE WS-MST-IDX TO WS-MST-MATCH-IDX
               END-IF
           END-PERFORM.
       C500-EXIT.
           EXIT.

       C800-REPORT-CHANGE.
           MOVE SPACES TO REPORT-REC.
           STRING "APPLIED " CHG-ACTION " DATE " CHG-CAL-DATE
                  " TYPE " CHG-DAY-TYPE
                  " " CHG-DESCRIPTION
                  " BY " CHG-SUBMITTER
                  " APPROVED " WS-APPROVER
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO AU-KEY-INPUT.
           STRING "CHANGE " CHG-ACTION " DATE " CHG-CAL-DATE
                  " PENDING " WS-PEND-NO-DISP
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE SPACES TO AU-KEY-OUTPUT.
           STRING "APPLIED - APPROVED BY " WS-APPROVER
               DELIMITED BY SIZE INTO AU-KEY-OUTPUT.
           MOVE 0 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
           PERFORM C850-WRITE-HISTORY.
       C800-EXIT.
           EXIT.

       C850-WRITE-HISTORY.
           MOVE SPACES TO MH-HISTORY-REC.
           MOVE "BUSCAL"        TO MH-MASTER-NAME.
           MOVE CHG-CAL-DATE    TO MH-KEY.
           MOVE P1-RUN-DATE     TO MH-CHANGE-DATE.
           MOVE CHG-ACTION      TO MH-ACTION.
           MOVE WS-PEND-NO-DISP TO MH-PEND-NO.
           MOVE CHG-SUBMITTER   TO MH-SUBMIT-USER.
           MOVE WS-APPROVER     TO MH-APPROVE-USER.
           MOVE WS-BEFORE-IMAGE TO MH-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE  TO MH-AFTER-IMAGE.
           WRITE MH-HISTORY-REC.
       C850-EXIT.
           EXIT.

       C900-REJECT-CHANGE.
           ADD 1 TO WS-REJ-COUNT.
           MOVE SPACES TO REPORT-REC.
           STRING "REJECTED " CHG-ACTION " DATE " CHG-CAL-DATE
                  " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO AU-KEY-INPUT.
           STRING "CHANGE " CHG-ACTION " DATE " CHG-CAL-DATE
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE WS-REJECT-REASON TO AU-KEY-OUTPUT.
           MOVE 90 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
       C900-EXIT.
           EXIT.

       D000-REWRITE-MASTER.
           OPEN OUTPUT CALENDAR-FILE.
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               MOVE WS-MST-CAL-DATE (WS-MST-IDX) TO BC-CAL-DATE
               MOVE WS-MST-DAY-TYPE (WS-MST-IDX) TO BC-DAY-TYPE
               MOVE WS-MST-DESCRIPTION (WS-MST-IDX) TO BC-DESCRIPTION
               WRITE BC-CALENDAR-REC
           END-PERFORM.
           CLOSE CALENDAR-FILE.
       D000-EXIT.
           EXIT.

       E000-WRITE-TOTALS.
           IF WS-APPROVE-RUN
               MOVE SPACES TO REPORT-REC
               MOVE WS-ADD-COUNT TO WS-COUNT-DISP
               STRING "ADDED:   " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               MOVE WS-UPD-COUNT TO WS-COUNT-DISP
               STRING "UPDATED: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               MOVE WS-DEL-COUNT TO WS-COUNT-DISP
               STRING "DELETED: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               MOVE WS-REVIEW-REJ-COUNT TO WS-COUNT-DISP
               STRING "DECLINED:" WS-COUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           ELSE
               MOVE SPACES TO REPORT-REC
               MOVE WS-SUB-COUNT TO WS-COUNT-DISP
               STRING "PENDING: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-REJ-COUNT TO WS-COUNT-DISP.
           STRING "REJECTED:" WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
       E000-EXIT.
           EXIT.

      *    A missing BUSCPEND is an empty one.  The submit run only
      *    wants the highest pending number; the approve run keeps
      *    every row for the rewrite.
       F000-LOAD-PENDING.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-OK
               PERFORM UNTIL WS-PEND-EOF
                   READ PENDING-FILE
                       AT END
                           MOVE "Y" TO WS-PEND-EOF-SW
                       NOT AT END
                           IF MP-PEND-NO > WS-LAST-PEND-NO
                               MOVE MP-PEND-NO TO WS-LAST-PEND-NO
                           END-IF
                           IF WS-APPROVE-RUN
                              AND MP-CHANGE-IMAGE NOT = SPACES
                               PERFORM F100-CARRY-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
       F000-EXIT.
           EXIT.

       F100-CARRY-PENDING.
           IF WS-PEND-COUNT >= 500
               SET WS-PEND-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-PEND-COUNT
               MOVE MP-PENDING-REC TO WS-PEND-ROW (WS-PEND-COUNT)
               MOVE "N" TO WS-PEND-DECIDED-SW (WS-PEND-COUNT)
           END-IF.
       F100-EXIT.
           EXIT.

      *    Decided changes leave the file - an applied one lives on
      *    in MSTHIST, a declined or failed one in AUDITLOG - and
      *    what is still waiting is listed for the approvers.
       F900-REWRITE-PENDING.
           OPEN OUTPUT PENDING-FILE.
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF NOT WS-PEND-DECIDED (WS-PEND-IDX)
                   MOVE WS-PEND-ROW (WS-PEND-IDX) TO MP-PENDING-REC
                   WRITE MP-PENDING-REC
                   MOVE MP-CHANGE-IMAGE TO CHANGE-REC
                   MOVE MP-PEND-NO TO WS-PEND-NO-DISP
                   MOVE SPACES TO REPORT-REC
                   STRING "STILL PENDING " WS-PEND-NO-DISP " "
                          CHG-ACTION " DATE " CHG-CAL-DATE
                          " SUBMITTED " MP-SUBMIT-DATE
                          " BY " MP-SUBMIT-USER
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               END-IF
           END-PERFORM.
      *    The high-water row keeps the last number issued on file
      *    once every change is decided, so a number already quoted
      *    on MSTHIST or AUDITLOG is never handed out again.
           IF WS-LAST-PEND-NO > ZERO
               MOVE SPACES          TO MP-PENDING-REC
               MOVE WS-LAST-PEND-NO TO MP-PEND-NO
               MOVE P1-RUN-DATE     TO MP-SUBMIT-DATE
               WRITE MP-PENDING-REC
           END-IF.
           CLOSE PENDING-FILE.
       F900-EXIT.
           EXIT.

      *    Approve run: each BUSCAPPR row decides one pending change.
       G000-APPLY-APPROVALS.
           OPEN EXTEND HISTORY-FILE.
           IF NOT WS-HISTORY-OK
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           OPEN INPUT APPROVAL-FILE.
           IF NOT WS-APPROVAL-OK
               MOVE "BUSCMNT: no BUSCAPPR approvals - nothing to apply"
                   TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               PERFORM UNTIL WS-APPR-EOF
                   READ APPROVAL-FILE
                       AT END
                           MOVE "Y" TO WS-APPR-EOF-SW
                       NOT AT END
                           PERFORM G100-APPLY-ONE-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.
           CLOSE HISTORY-FILE.
       G000-EXIT.
           EXIT.

       G100-APPLY-ONE-APPROVAL.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO TO WS-PEND-MATCH-IDX.
           IF MA-PEND-NO IS NOT NUMERIC
               MOVE "PENDING NUMBER NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                       UNTIL WS-PEND-IDX > WS-PEND-COUNT
                          OR WS-PEND-MATCH-IDX > ZERO
                   MOVE WS-PEND-ROW (WS-PEND-IDX) TO MP-PENDING-REC
                   IF MP-PEND-NO = MA-PEND-NO
                      AND NOT WS-PEND-DECIDED (WS-PEND-IDX)
                       MOVE WS-PEND-IDX TO WS-PEND-MATCH-IDX
                   END-IF
               END-PERFORM
               IF WS-PEND-MATCH-IDX = ZERO
                   MOVE "NO SUCH PENDING CHANGE" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-PEND-ROW (WS-PEND-MATCH-IDX) TO MP-PENDING-REC
               EVALUATE TRUE
                   WHEN NOT MA-APPROVE AND NOT MA-REJECT
                       MOVE "INVALID DECISION" TO WS-REJECT-REASON
                   WHEN MA-USER-ID = SPACES
                       MOVE "APPROVER ID MISSING" TO WS-REJECT-REASON
                   WHEN MA-USER-ID = MP-SUBMIT-USER
                       MOVE "APPROVER IS THE SUBMITTER"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           MOVE MA-PEND-NO TO WS-PEND-NO-DISP.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM G900-REFUSE-APPROVAL
           ELSE
               PERFORM G200-DECIDE-PENDING
           END-IF.
       G100-EXIT.
           EXIT.

       G200-DECIDE-PENDING.
           MOVE "Y" TO WS-PEND-DECIDED-SW (WS-PEND-MATCH-IDX).
           MOVE MP-CHANGE-IMAGE TO CHANGE-REC.
           MOVE MP-SUBMIT-USER  TO CHG-SUBMITTER.
           MOVE MA-USER-ID      TO WS-APPROVER.
           IF MA-REJECT
               ADD 1 TO WS-REVIEW-REJ-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "DECLINED " WS-PEND-NO-DISP " " CHG-ACTION
                      " DATE " CHG-CAL-DATE
                      " BY " MA-USER-ID
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO AU-KEY-INPUT
               STRING "CHANGE " CHG-ACTION " DATE " CHG-CAL-DATE
                      " PENDING " WS-PEND-NO-DISP
                   DELIMITED BY SIZE INTO AU-KEY-INPUT
               MOVE SPACES TO AU-KEY-OUTPUT
               STRING "DECLINED BY " MA-USER-ID
                   DELIMITED BY SIZE INTO AU-KEY-OUTPUT
               MOVE 0 TO AU-RETURN-CODE
               PERFORM L900-WRITE-AUDIT
           ELSE
               PERFORM C100-APPLY-ONE-CHANGE
           END-IF.
       G200-EXIT.
           EXIT.

      *    A refused decision leaves the pending change untouched
      *    for a proper approver to pick up.
       G900-REFUSE-APPROVAL.
           ADD 1 TO WS-REJ-COUNT.
           MOVE SPACES TO REPORT-REC.
           STRING "REFUSED " WS-PEND-NO-DISP " " MA-ACTION
                  " BY " MA-USER-ID " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO AU-KEY-INPUT.
           STRING "DECISION " MA-ACTION " PENDING " WS-PEND-NO-DISP
                  " BY " MA-USER-ID
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE WS-REJECT-REASON TO AU-KEY-OUTPUT.
           MOVE 90 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
       G900-EXIT.
           EXIT.

      *    Appends one AUDITLOG record; callers set AU-KEY-INPUT,
      *    AU-KEY-OUTPUT and AU-RETURN-CODE just before performing
      *    this, the same convention as COBADD and ALLOC.
       L900-WRITE-AUDIT.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE "BUSCMNT"    TO AU-PROGRAM-ID.
           MOVE P1-RUN-ID    TO AU-RUN-ID.
           MOVE P1-ENVIRONMENT TO AU-ENVIRONMENT.
           MOVE P1-CYCLE-NO  TO AU-CYCLE-NO.
           WRITE AU-AUDIT-REC.
       L900-EXIT.
           EXIT.
