       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PSTATMNT.
      ******************************************************************
      *                                                                *
      *  Fiscal period status maintenance.                             *
      *                                                                *
      *  Applies analyst-submitted changes from PSTATCHG to the        *
      *  PERDSTAT period status file and reports what changed on       *
      *  PSTATRPT - the same treatment FISCMNT gives the calendar.     *
      *  The status is how finance closes a FISCCAL period to the      *
      *  back-dated items MAIN would otherwise post into it: open,     *
      *  soft-closed (items still post but are flagged) or             *
      *  hard-closed (items dated into it are suspended).              *
      *                                                                *
      *  Change rows carry the fiscal year and period (01-13), the     *
      *  new status (O, S or H) and the submitter's id.  On approval   *
      *  the change is rejected when:                                  *
      *    - the period is not on the FISCCAL calendar                 *
      *    - the period is already hard-closed (a hard close is        *
      *      final) or already has the status asked for                *
      *    - a close is asked for a period whose last date has not     *
      *      yet passed                                                *
      *  Rejected rows are reported with a reason and leave the        *
      *  file untouched; any reject ends the run with condition        *
      *  code 4 so the analyst knows to look.                          *
      *                                                                *
      *  Changes are maker-checker, exactly as on the masters.         *
      *  The command-line argument picks the run:                      *
      *    S  (the default) submit - each valid PSTATCHG row is        *
      *       appended to PSTATPND as a numbered pending change;       *
      *       PERDSTAT is not touched                                  *
      *    A  approve - each PSTATAPR row names a pending number, an   *
      *       A(pprove) or R(eject) and the approver's id.  Approved   *
      *       changes are applied to PERDSTAT and recorded before and  *
      *       after on the MSTHIST change history; an approver who     *
      *       is the submitter is refused and the change stays         *
      *       pending.  Decided changes leave PSTATPND; those still    *
      *       waiting are listed at the foot of the report.            *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-FILE ASSIGN TO "PERDSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERDSTAT-STATUS.
           SELECT CHANGE-FILE ASSIGN TO "PSTATCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PSTATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PSTATPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "PSTATAPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "MSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-FILE.
       COPY PERDSTAT.
       FD  CHANGE-FILE.
       01  CHANGE-FILE-REC              PIC X(15).
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
       01  WS-PERDSTAT-STATUS          PIC X(02).
           88  WS-PERDSTAT-OK          VALUE "00".
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
      *    PSTATCHG on a submit run, taken from the pending image on
      *    an approve run.
       01  CHANGE-REC.
           05  CHG-FISC-YEAR            PIC 9(04).
           05  CHG-FISC-PERIOD          PIC 9(02).
           05  CHG-NEW-STATUS           PIC X(01).
               88  CHG-TO-OPEN          VALUE "O".
               88  CHG-TO-SOFT          VALUE "S".
               88  CHG-TO-HARD          VALUE "H".
               88  CHG-STATUS-VALID     VALUE "O" "S" "H".
           05  CHG-SUBMITTER            PIC X(08).
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-MODE-PARM                PIC X(01) VALUE SPACE.
           88  WS-APPROVE-RUN          VALUE "A".
       01  WS-MST-EOF-SW               PIC X(01) VALUE "N".
           88  WS-MST-EOF              VALUE "Y".
       01  WS-MST-OVERFLOW-SW          PIC X(01) VALUE "N".
           88  WS-MST-OVERFLOW         VALUE "Y".
       01  WS-MST-OVERFLOW-MSG         PIC X(60) VALUE
           "PSTATMNT: PERDSTAT OVER 200 ROWS - RUN STOPPED".
       01  WS-CHG-EOF-SW               PIC X(01) VALUE "N".
           88  WS-CHG-EOF              VALUE "Y".
      *    At most one row per FISCCAL period - the calendar's size.
       01  WS-MST-COUNT                PIC 9(03) COMP VALUE ZERO.
       01  WS-MST-IDX                  PIC 9(03) COMP.
       01  WS-MST-MATCH-IDX            PIC 9(03) COMP.
       01  WS-MST-TABLE.
           05  WS-MST-ENTRY            OCCURS 200 TIMES.
               10  WS-MST-FISC-YEAR    PIC 9(04).
               10  WS-MST-FISC-PERIOD  PIC 9(02).
               10  WS-MST-STATUS       PIC X(01).
                   88  WS-MST-HARD-CLOSED VALUE "H".
               10  WS-MST-STATUS-DATE  PIC 9(08).
               10  WS-MST-STATUS-USER  PIC X(08).
       01  WS-CUR-STATUS               PIC X(01).
       01  WS-HIST-ACTION              PIC X(01).
       01  WS-ADD-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-UPD-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-REJ-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-SUB-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-REVIEW-REJ-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-REJECT-REASON            PIC X(30).
       01  WS-COUNT-DISP               PIC ZZZ9.
       01  WS-PEND-NO-DISP             PIC 9(06).
      *    The period's key as the report and MSTHIST show it -
      *    fiscal year/period.
       01  WS-KEY-DISP                 PIC X(07).
       01  WS-STATUS-WORD              PIC X(11).
      *    Pending changes.  A submit run only needs the highest
      *    number on file; an approve run carries the whole file so
      *    it can be rewritten without the decided rows.
       01  WS-PEND-EOF-SW              PIC X(01) VALUE "N".
           88  WS-PEND-EOF             VALUE "Y".
       01  WS-PEND-OVERFLOW-SW         PIC X(01) VALUE "N".
           88  WS-PEND-OVERFLOW        VALUE "Y".
       01  WS-PEND-OVERFLOW-MSG        PIC X(60) VALUE
           "PSTATMNT: PSTATPND OVER 500 ROWS - RUN STOPPED".
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
      *    Before/after images of the status row an applied change
      *    touched, for the MSTHIST history.
       01  WS-APPROVER                 PIC X(08).
       01  WS-BEFORE-IMAGE             PIC X(60).
       01  WS-AFTER-IMAGE              PIC X(60).
       COPY FISCPARM.
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

           MOVE "PSTATMNT - FISCAL PERIOD STATUS MAINTENANCE"
               TO REPORT-REC.
           WRITE REPORT-REC.

           IF WS-APPROVE-RUN
               MOVE "APPROVE RUN - APPROVED CHANGES APPLIED TO PERDSTAT"
                   TO REPORT-REC
               WRITE REPORT-REC
               PERFORM B000-LOAD-MASTER
               IF NOT WS-MST-OVERFLOW
                   PERFORM F000-LOAD-PENDING
               END-IF
               IF WS-MST-OVERFLOW
      *            Rewriting from a load that did not fit would
      *            silently reopen the periods past the table - stop
      *            with the file untouched instead.
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

      *    A missing PERDSTAT is an empty one - every period open.
       B000-LOAD-MASTER.
           OPEN INPUT STATUS-FILE.
           IF WS-PERDSTAT-OK
               PERFORM UNTIL WS-MST-EOF
                   READ STATUS-FILE
                       AT END
                           MOVE "Y" TO WS-MST-EOF-SW
                       NOT AT END
                           IF WS-MST-COUNT >= 200
                               SET WS-MST-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-MST-COUNT
                               MOVE PS-STATUS-REC TO
                                   WS-MST-ENTRY (WS-MST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATUS-FILE
           ELSE
               MOVE "PSTATMNT: no PERDSTAT yet - every period is open"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
       B000-EXIT.
           EXIT.

      *    Submit run: every change row that passes the field checks
      *    goes on PSTATPND under the next pending number.  Checks
      *    against the calendar and the period's current status wait
      *    for the approve run, when they are the ones the change
      *    will actually be applied against.
       C000-SUBMIT-CHANGES.
           OPEN INPUT CHANGE-FILE.
           IF NOT WS-CHANGE-OK
               MOVE "PSTATMNT: no PSTATCHG changes - nothing to submit"
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
               STRING "PENDING " WS-PEND-NO-DISP
                      " PERIOD " WS-KEY-DISP
                      " TO " WS-STATUS-WORD
                      " BY " CHG-SUBMITTER
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO AU-KEY-INPUT
               STRING "STATUS " CHG-NEW-STATUS " PERIOD " WS-KEY-DISP
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
      *    recheck it against the calendar and the period's current
      *    status and apply it to the in-storage file.
       C100-APPLY-ONE-CHANGE.
           PERFORM C150-VALIDATE-CHANGE.
           IF WS-REJECT-REASON = SPACES
               PERFORM C200-CHECK-CALENDAR
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM C500-FIND-PERIOD
               IF WS-MST-MATCH-IDX > ZERO
                   MOVE WS-MST-STATUS (WS-MST-MATCH-IDX)
                       TO WS-CUR-STATUS
               ELSE
                   MOVE "O" TO WS-CUR-STATUS
               END-IF
               EVALUATE TRUE
                   WHEN WS-CUR-STATUS = "H"
                       MOVE "PERIOD ALREADY HARD-CLOSED"
                           TO WS-REJECT-REASON
                   WHEN WS-CUR-STATUS = CHG-NEW-STATUS
                       MOVE "PERIOD ALREADY AT THAT STATUS"
                           TO WS-REJECT-REASON
                   WHEN NOT CHG-TO-OPEN
                    AND FP-END-DATE >= P1-RUN-DATE
                       MOVE "PERIOD HAS NOT ENDED YET"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM C300-SET-STATUS
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM C900-REJECT-CHANGE
           END-IF.
       C100-EXIT.
           EXIT.

       C150-VALIDATE-CHANGE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-KEY-DISP.
           STRING CHG-FISC-YEAR "/" CHG-FISC-PERIOD
               DELIMITED BY SIZE INTO WS-KEY-DISP.
           EVALUATE TRUE
               WHEN CHG-TO-OPEN
                   MOVE "OPEN" TO WS-STATUS-WORD
               WHEN CHG-TO-SOFT
                   MOVE "SOFT-CLOSED" TO WS-STATUS-WORD
               WHEN CHG-TO-HARD
                   MOVE "HARD-CLOSED" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE CHG-NEW-STATUS TO WS-STATUS-WORD
           END-EVALUATE.
           IF CHG-FISC-YEAR IS NOT NUMERIC
               MOVE "FISCAL YEAR NOT NUMERIC" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF CHG-FISC-PERIOD IS NOT NUMERIC
                   MOVE "FISCAL PERIOD NOT NUMERIC" TO WS-REJECT-REASON
               ELSE
                   IF CHG-FISC-PERIOD < 1 OR CHG-FISC-PERIOD > 13
                       MOVE "FISCAL PERIOD NOT 01-13"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND NOT CHG-STATUS-VALID
               MOVE "STATUS NOT O, S OR H" TO WS-REJECT-REASON
           END-IF.
       C150-EXIT.
           EXIT.

      *    Only a period on the calendar can be closed, and its last
      *    date is what a close is checked against.
       C200-CHECK-CALENDAR.
           MOVE "P" TO FP-FUNCTION.
           MOVE CHG-FISC-YEAR TO FP-FISC-YEAR.
           MOVE CHG-FISC-PERIOD TO FP-FISC-PERIOD.
           CALL "FISCPER" USING FP-FISCAL-PARM.
           EVALUATE TRUE
               WHEN FP-NO-CALENDAR
                   MOVE "NO FISCCAL CALENDAR" TO WS-REJECT-REASON
               WHEN FP-PERIOD-NOT-FOUND
                   MOVE "PERIOD NOT ON CALENDAR" TO WS-REJECT-REASON
           END-EVALUATE.
       C200-EXIT.
           EXIT.

       C300-SET-STATUS.
           IF WS-MST-MATCH-IDX = ZERO
               IF WS-MST-COUNT >= 200
                   MOVE "STATUS TABLE FULL" TO WS-REJECT-REASON
               ELSE
                   ADD 1 TO WS-MST-COUNT
                   MOVE WS-MST-COUNT TO WS-MST-MATCH-IDX
                   MOVE CHG-FISC-YEAR
                       TO WS-MST-FISC-YEAR (WS-MST-MATCH-IDX)
                   MOVE CHG-FISC-PERIOD
                       TO WS-MST-FISC-PERIOD (WS-MST-MATCH-IDX)
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE "A" TO WS-HIST-ACTION
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           ELSE
               MOVE WS-MST-ENTRY (WS-MST-MATCH-IDX) TO WS-BEFORE-IMAGE
               MOVE "U" TO WS-HIST-ACTION
               ADD 1 TO WS-UPD-COUNT
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE CHG-NEW-STATUS TO WS-MST-STATUS (WS-MST-MATCH-IDX)
               MOVE P1-RUN-DATE
                   TO WS-MST-STATUS-DATE (WS-MST-MATCH-IDX)
               MOVE WS-APPROVER
                   TO WS-MST-STATUS-USER (WS-MST-MATCH-IDX)
               MOVE WS-MST-ENTRY (WS-MST-MATCH-IDX) TO WS-AFTER-IMAGE
               PERFORM C800-REPORT-CHANGE
           END-IF.
       C300-EXIT.
           EXIT.

       C500-FIND-PERIOD.
           MOVE ZERO TO WS-MST-MATCH-IDX.
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
                      OR WS-MST-MATCH-IDX > ZERO
               IF WS-MST-FISC-YEAR (WS-MST-IDX) = CHG-FISC-YEAR
                  AND WS-MST-FISC-PERIOD (WS-MST-IDX) = CHG-FISC-PERIOD
                   MOVE WS-MST-IDX TO WS-MST-MATCH-IDX
               END-IF
           END-PERFORM.
       C500-EXIT.
           EXIT.

       C800-REPORT-CHANGE.
           MOVE SPACES TO REPORT-REC.
           STRING "APPLIED PERIOD " WS-KEY-DISP
                  " TO " WS-STATUS-WORD
                  " BY " CHG-SUBMITTER
                  " APPROVED " WS-APPROVER
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO AU-KEY-INPUT.
           STRING "STATUS " CHG-NEW-STATUS " PERIOD " WS-KEY-DISP
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
           MOVE "PERDSTAT"      TO MH-MASTER-NAME.
           MOVE WS-KEY-DISP     TO MH-KEY.
           MOVE P1-RUN-DATE     TO MH-CHANGE-DATE.
           MOVE WS-HIST-ACTION  TO MH-ACTION.
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
           STRING "REJECTED PERIOD " WS-KEY-DISP
                  " TO " WS-STATUS-WORD
                  " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO AU-KEY-INPUT.
           STRING "STATUS " CHG-NEW-STATUS " PERIOD " WS-KEY-DISP
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE WS-REJECT-REASON TO AU-KEY-OUTPUT.
           MOVE 90 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
       C900-EXIT.
           EXIT.

       D000-REWRITE-MASTER.
           OPEN OUTPUT STATUS-FILE.
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               MOVE WS-MST-ENTRY (WS-MST-IDX) TO PS-STATUS-REC
               WRITE PS-STATUS-REC
           END-PERFORM.
           CLOSE STATUS-FILE.
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

      *    A missing PSTATPND is an empty one.  The submit run only
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
                   STRING "STILL PENDING " WS-PEND-NO-DISP
                          " PERIOD " CHG-FISC-YEAR
                          "/" CHG-FISC-PERIOD
                          " TO " CHG-NEW-STATUS
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

      *    Approve run: each PSTATAPR row decides one pending change.
       G000-APPLY-APPROVALS.
           OPEN EXTEND HISTORY-FILE.
           IF NOT WS-HISTORY-OK
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           OPEN INPUT APPROVAL-FILE.
           IF NOT WS-APPROVAL-OK
               MOVE "PSTATMNT: no PSTATAPR approvals - nothing to apply"
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
               MOVE SPACES TO WS-KEY-DISP
               STRING CHG-FISC-YEAR "/" CHG-FISC-PERIOD
                   DELIMITED BY SIZE INTO WS-KEY-DISP
               MOVE SPACES TO REPORT-REC
               STRING "DECLINED " WS-PEND-NO-DISP
                      " PERIOD " WS-KEY-DISP
                      " TO " CHG-NEW-STATUS
                      " BY " MA-USER-ID
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO AU-KEY-INPUT
               STRING "STATUS " CHG-NEW-STATUS " PERIOD " WS-KEY-DISP
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
           MOVE "PSTATMNT"   TO AU-PROGRAM-ID.
           MOVE P1-RUN-ID    TO AU-RUN-ID.
           MOVE P1-ENVIRONMENT TO AU-ENVIRONMENT.
           MOVE P1-CYCLE-NO  TO AU-CYCLE-NO.
           WRITE AU-AUDIT-REC.
       L900-EXIT.
           EXIT.
