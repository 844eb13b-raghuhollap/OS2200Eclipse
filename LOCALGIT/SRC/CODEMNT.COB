      *  master untouched; any reject ends the run with condition     *
      *  code 4 so the analyst knows to look.                         *
      *                                                                *
      *  Changes are maker-checker.  The command-line argument picks   *
      *  the run:                                                      *
      *    S  (the default) submit - each valid CODEMCHG row, which    *
      *       carries the submitter's id, is appended to CODEPEND as   *
      *       a numbered pending change; CODEMST is not touched        *
      *    A  approve - each CODEAPPR row names a pending number, an   *
      *       A(pprove) or R(eject) and the approver's id.  Approved   *
      *       changes are applied to CODEMST and recorded before and   *
      *       after on the MSTHIST change history; an approver who     *
      *       is the submitter is refused and the change stays         *
      *       pending.  Decided changes leave CODEPEND; those still    *
      *       waiting are listed at the foot of the report.            *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PENDING-FILE ASSIGN TO "CODEPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "CODEAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "MSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CODE-MASTER-FILE.
       COPY CODEMST.
       FD  CHANGE-FILE.
       01  CHANGE-FILE-REC              PIC X(37).
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
       01  WS-CODEMST-STATUS           PIC X(02).
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
      *    CODEMCHG on a submit run, taken from the pending image on
      *    an approve run.
       01  CHANGE-REC.
           05  CHG-ACTION               PIC X(01).
               88  CHG-ADD              VALUE "A".
               88  CHG-UPDATE           VALUE "U".
               88  CHG-EXPIRE           VALUE "X".
           05  CHG-CODE-TYPE            PIC X(01).
               88  CHG-TYPE-VALID       VALUE "R" "D" "S".
           05  CHG-CODE                 PIC X(02).
           05  CHG-EFF-DATE             PIC 9(08).
           05  CHG-EXP-DATE             PIC 9(08).
           05  CHG-DESC                 PIC X(09).
           05  CHG-SUBMITTER            PIC X(08).
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-MODE-PARM                PIC X(01) VALUE SPACE.
           88  WS-APPROVE-RUN          VALUE "A".
       01  WS-MST-EOF-SW               PIC X(01) VALUE "N".
           88  WS-MST-EOF              VALUE "Y".
       01  WS-MST-OVERFLOW-SW          PIC X(01) VALUE "N".
       01  WS-UPD-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-EXP-COUNT                PIC 9(04) VALUE ZERO.
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
           "CODEMNT: CODEPEND OVER 500 ROWS - RUN STOPPED".
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
           MOVE "CODEMNT - CODE MASTER MAINTENANCE" TO REPORT-REC.
           WRITE REPORT-REC.

           IF WS-APPROVE-RUN
               MOVE "APPROVE RUN - APPROVED CHANGES APPLIED TO CODEMST"
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
       B000-EXIT.
           EXIT.

      *    Submit run: every change row that passes the field checks
      *    goes on CODEPEND under the next pending number.  Checks
      *    against the master itself (key already there, key not
      *    there) wait for the approve run, when the master is the
      *    one the change will actually be applied to.
       C000-SUBMIT-CHANGES.
           OPEN INPUT CHANGE-FILE.
           IF NOT WS-CHANGE-OK
               MOVE "CODEMNT: no CODEMCHG changes - nothing to submit"
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
                      " " CHG-CODE-TYPE "/"
                      CHG-CODE " EFF " CHG-EFF-DATE
                      " EXP " CHG-EXP-DATE " " CHG-DESC
                      " BY " CHG-SUBMITTER
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO AU-KEY-INPUT
               STRING "CHANGE " CHG-ACTION " " CHG-CODE-TYPE "/"
                      CHG-CODE " BY " CHG-SUBMITTER
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
      *    recheck it and apply it to the in-storage master.
       C100-APPLY-ONE-CHANGE.
           PERFORM C150-VALIDATE-CHANGE.
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN CHG-ADD
                       PERFORM C300-UPDATE-CODE
                   WHEN CHG-EXPIRE
                       PERFORM C400-EXPIRE-CODE
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
       C100-EXIT.
           EXIT.

       C150-VALIDATE-CHANGE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT CHG-TYPE-VALID
               MOVE "INVALID CODE TYPE" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND CHG-EFF-DATE IS NOT NUMERIC
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND CHG-EXP-DATE IS NOT NUMERIC
               MOVE "EXPIRY DATE NOT NUMERIC" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND NOT CHG-ADD AND NOT CHG-UPDATE AND NOT CHG-EXPIRE
               MOVE "INVALID ACTION" TO WS-REJECT-REASON
           END-IF.
       C150-EXIT.
           EXIT.

       C200-ADD-CODE.
           IF CHG-DESC = SPACES
               MOVE "DESCRIPTION REQUIRED" TO WS-REJECT-REASON
                       MOVE CHG-EFF-DATE TO WS-MST-EFF (WS-MST-COUNT)
                       MOVE CHG-EXP-DATE TO WS-MST-EXP (WS-MST-COUNT)
                       MOVE CHG-DESC TO WS-MST-DESC (WS-MST-COUNT)
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE WS-MST-ENTRY (WS-MST-COUNT)
                           TO WS-AFTER-IMAGE
                       ADD 1 TO WS-ADD-COUNT
                       PERFORM C800-REPORT-CHANGE
                   END-IF
           IF WS-MST-MATCH-IDX = ZERO
               MOVE "CODE NOT ON MASTER" TO WS-REJECT-REASON
           ELSE
               MOVE WS-MST-ENTRY (WS-MST-MATCH-IDX) TO WS-BEFORE-IMAGE
               MOVE CHG-EFF-DATE TO WS-MST-EFF (WS-MST-MATCH-IDX)
               MOVE CHG-EXP-DATE TO WS-MST-EXP (WS-MST-MATCH-IDX)
               IF CHG-DESC NOT = SPACES
                   MOVE CHG-DESC TO WS-MST-DESC (WS-MST-MATCH-IDX)
               END-IF
               MOVE WS-MST-ENTRY (WS-MST-MATCH-IDX) TO WS-AFTER-IMAGE
               ADD 1 TO WS-UPD-COUNT
               PERFORM C800-REPORT-CHANGE
           END-IF.
           IF WS-MST-MATCH-IDX = ZERO
               MOVE "CODE NOT ON MASTER" TO WS-REJECT-REASON
           ELSE
               MOVE WS-MST-ENTRY (WS-MST-MATCH-IDX) TO WS-BEFORE-IMAGE
               IF CHG-EXP-DATE = ZERO
                   MOVE P1-RUN-DATE TO WS-MST-EXP (WS-MST-MATCH-IDX)
               ELSE
                   MOVE CHG-EXP-DATE TO WS-MST-EXP (WS-MST-MATCH-IDX)
               END-IF
               MOVE WS-MST-ENTRY (WS-MST-MATCH-IDX) TO WS-AFTER-IMAGE
               ADD 1 TO WS-EXP-COUNT
               PERFORM C800-REPORT-CHANGE
           END-IF.
           STRING "APPLIED " CHG-ACTION " " CHG-CODE-TYPE "/"
                  CHG-CODE " EFF " CHG-EFF-DATE
                  " EXP " CHG-EXP-DATE " " CHG-DESC
                  " BY " CHG-SUBMITTER
                  " APPROVED " WS-APPROVER
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO AU-KEY-INPUT.
           STRING "CHANGE " CHG-ACTION " " CHG-CODE-TYPE "/" CHG-CODE
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
           MOVE "CODEMST"       TO MH-MASTER-NAME.
           STRING CHG-CODE-TYPE "/" CHG-CODE
               DELIMITED BY SIZE INTO MH-KEY.
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
               MOVE WS-EXP-COUNT TO WS-COUNT-DISP
               STRING "EXPIRED: " WS-COUNT-DISP
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
       E000-EXIT.
           EXIT.

      *    A missing CODEPEND is an empty one.  The submit run only
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
                          CHG-ACTION " " CHG-CODE-TYPE "/" CHG-CODE
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

      *    Approve run: each CODEAPPR row decides one pending change.
       G000-APPLY-APPROVALS.
           OPEN EXTEND HISTORY-FILE.
           IF NOT WS-HISTORY-OK
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           OPEN INPUT APPROVAL-FILE.
           IF NOT WS-APPROVAL-OK
               MOVE "CODEMNT: no CODEAPPR approvals - nothing to apply"
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
                      " " CHG-CODE-TYPE "/" CHG-CODE
                      " BY " MA-USER-ID
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO AU-KEY-INPUT
               STRING "CHANGE " CHG-ACTION " " CHG-CODE-TYPE "/"
                      CHG-CODE " PENDING " WS-PEND-NO-DISP
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
