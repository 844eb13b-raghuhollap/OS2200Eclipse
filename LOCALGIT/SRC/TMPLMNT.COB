       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TMPLMNT.
      ******************************************************************
      *                                                                *
      *  Recurring allocation template master maintenance.             *
      *                                                                *
      *  Applies analyst-submitted changes from TMPLCHG to the         *
      *  TMPLMST template master and reports what changed on           *
      *  TMPLRPT - the same treatment FISCMNT gives the calendar.      *
      *  TMPLGEN reads the master ahead of COBADD in the nightly and   *
      *  writes each template due for the business date into           *
      *  COBADDIN as a SET record and its BAS records, so the rent     *
      *  and chargeback splits are set up here once, not rekeyed.      *
      *                                                                *
      *  Change rows carry an action, the template id and line         *
      *  number, the line's data and the submitter's id:               *
      *    line 00  the header - set id, total to allocate,            *
      *             frequency (D W M Q A P) and due day, effective     *
      *             and expiry dates (expiry zero = open-ended) and    *
      *             a short description                                *
      *    line 01-20  one basis line per cost center - the center,    *
      *             its weight and R on the residual line              *
      *    A  add a line (rejected when it is already on file, or      *
      *       for a basis line, when the template has no header)       *
      *    U  replace the data on an existing line                     *
      *    D  delete a line; a header is only deleted once its         *
      *       basis lines are gone                                     *
      *  The basis cost centers are checked against CCMST by COBADD's  *
      *  gate when the set is allocated, as for a keyed set.           *
      *  Rejected rows are reported with a reason and leave the        *
      *  master untouched; any reject ends the run with condition      *
      *  code 4 so the analyst knows to look.                          *
      *                                                                *
      *  Changes are maker-checker, exactly as on the other masters.   *
      *  The command-line argument picks the run:                      *
      *    S  (the default) submit - each valid TMPLCHG row, which     *
      *       carries the submitter's id, is appended to TMPLPEND as   *
      *       a numbered pending change; TMPLMST is not touched        *
      *    A  approve - each TMPLAPPR row names a pending number, an   *
      *       A(pprove) or R(eject) and the approver's id.  Approved   *
      *       changes are applied to TMPLMST and recorded before and   *
      *       after on the MSTHIST change history; an approver who     *
      *       is the submitter is refused and the change stays         *
      *       pending.  Decided changes leave TMPLPEND; those still    *
      *       waiting are listed at the foot of the report.            *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-FILE ASSIGN TO "TMPLMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMPLMST-STATUS.
           SELECT CHANGE-FILE ASSIGN TO "TMPLCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TMPLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PENDING-FILE ASSIGN TO "TMPLPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "TMPLAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "MSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-FILE.
       COPY TMPLMST.
       FD  CHANGE-FILE.
       01  CHANGE-FILE-REC              PIC X(60).
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
       01  WS-TMPLMST-STATUS           PIC X(02).
           88  WS-TMPLMST-OK           VALUE "00".
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
      *    TMPLCHG on a submit run, taken from the pending image on
      *    an approve run.  The line data is laid out as the master
      *    line it replaces, header or basis.
       01  CHANGE-REC.
           05  CHG-ACTION               PIC X(01).
               88  CHG-ADD              VALUE "A".
               88  CHG-UPDATE           VALUE "U".
               88  CHG-DELETE           VALUE "D".
           05  CHG-TEMPLATE-KEY.
               10  CHG-TEMPLATE-ID      PIC X(06).
               10  CHG-LINE-NO          PIC 9(02).
                   88  CHG-HEADER-LINE  VALUE ZERO.
           05  CHG-LINE-DATA            PIC X(43).
           05  CHG-HEADER-DATA REDEFINES CHG-LINE-DATA.
               10  CHG-SET-ID           PIC X(04).
               10  CHG-SET-TOTAL        PIC 9(10).
               10  CHG-FREQUENCY        PIC X(01).
                   88  CHG-FREQUENCY-VALID VALUE "D" "W" "M" "Q"
                                                 "A" "P".
                   88  CHG-NO-DUE-DAY   VALUE "D" "P".
                   88  CHG-WEEKDAY-DUE  VALUE "W".
               10  CHG-DUE-DAY          PIC 9(02).
               10  CHG-EFF-DATE         PIC 9(08).
               10  CHG-EXP-DATE         PIC 9(08).
               10  CHG-DESC             PIC X(10).
           05  CHG-BASIS-DATA REDEFINES CHG-LINE-DATA.
               10  CHG-COST-CTR         PIC X(06).
               10  CHG-WEIGHT           PIC 9(10).
               10  CHG-RESID-FLAG       PIC X(01).
                   88  CHG-RESID-VALID  VALUE SPACE "R".
               10  FILLER               PIC X(26).
           05  CHG-SUBMITTER            PIC X(08).
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-MODE-PARM                PIC X(01) VALUE SPACE.
           88  WS-APPROVE-RUN          VALUE "A".
       01  WS-MST-EOF-SW               PIC X(01) VALUE "N".
           88  WS-MST-EOF              VALUE "Y".
       01  WS-MST-OVERFLOW-SW          PIC X(01) VALUE "N".
           88  WS-MST-OVERFLOW         VALUE "Y".
       01  WS-MST-OVERFLOW-MSG         PIC X(60) VALUE
           "TMPLMNT: TMPLMST OVER 2000 ROWS - RUN STOPPED".
       01  WS-CHG-EOF-SW               PIC X(01) VALUE "N".
           88  WS-CHG-EOF              VALUE "Y".
      *    A hundred templates of up to twenty basis lines each.  The
      *    table is kept in template id/line order, so an added line
      *    is slotted in after the lines that sort before it and the
      *    rewritten master stays in the order TMPLGEN reads it.
       01  WS-MST-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-MST-IDX                  PIC 9(04) COMP.
       01  WS-MST-MATCH-IDX            PIC 9(04) COMP.
       01  WS-MST-INSERT-IDX           PIC 9(04) COMP.
       01  WS-MST-TABLE.
           05  WS-MST-ENTRY            OCCURS 2000 TIMES.
               10  WS-MST-KEY.
                   15  WS-MST-TEMPLATE-ID PIC X(06).
                   15  WS-MST-LINE-NO  PIC 9(02).
               10  WS-MST-LINE-DATA    PIC X(43).
       01  WS-ADD-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-UPD-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-DEL-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-REJ-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-SUB-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-REVIEW-REJ-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-REJECT-REASON            PIC X(30).
       01  WS-COUNT-DISP               PIC ZZZ9.
       01  WS-PEND-NO-DISP             PIC 9(06).
      *    The line's key as the report and MSTHIST show it -
      *    template id/line - and what the line says.
       01  WS-KEY-DISP                 PIC X(09).
       01  WS-LINE-DISP                PIC X(60).
      *    Date validation - an effective or expiry date that is not
      *    a real calendar date is rejected before TMPLGEN sees it.
       01  WS-DATE-CHECK               PIC 9(08).
       01  WS-DATE-CHECK-R REDEFINES WS-DATE-CHECK.
           05  WS-DATE-CHECK-YYYY      PIC 9(04).
           05  WS-DATE-CHECK-MM        PIC 9(02).
           05  WS-DATE-CHECK-DD        PIC 9(02).
       01  WS-DATE-OK-SW               PIC X(01).
           88  WS-DATE-OK              VALUE "Y".
      *    Pending changes.  A submit run only needs the highest
      *    number on file; an approve run carries the whole file so
      *    it can be rewritten without the decided rows.
       01  WS-PEND-EOF-SW              PIC X(01) VALUE "N".
           88  WS-PEND-EOF             VALUE "Y".
       01  WS-PEND-OVERFLOW-SW         PIC X(01) VALUE "N".
           88  WS-PEND-OVERFLOW        VALUE "Y".
       01  WS-PEND-OVERFLOW-MSG        PIC X(60) VALUE
           "TMPLMNT: TMPLPEND OVER 500 ROWS - RUN STOPPED".
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

           MOVE "TMPLMNT - ALLOCATION TEMPLATE MAINTENANCE"
               TO REPORT-REC.
           WRITE REPORT-REC.

           IF WS-APPROVE-RUN
               MOVE "APPROVE RUN - APPROVED CHANGES APPLIED TO TMPLMST"
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

      *    A missing master is an empty one - the very first TMPLMNT
      *    approve run is how the template master gets built.
       B000-LOAD-MASTER.
           OPEN INPUT TEMPLATE-FILE.
           IF WS-TMPLMST-OK
               PERFORM UNTIL WS-MST-EOF
                   READ TEMPLATE-FILE
                       AT END
                           MOVE "Y" TO WS-MST-EOF-SW
                       NOT AT END
                           IF WS-MST-COUNT >= 2000
                               SET WS-MST-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-MST-COUNT
                               MOVE TM-TEMPLATE-REC TO
                                   WS-MST-ENTRY (WS-MST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           ELSE
               MOVE "TMPLMNT: no TMPLMST yet - building a new master"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
       B000-EXIT.
           EXIT.

      *    Submit run: every change row that passes the field checks
      *    goes on TMPLPEND under the next pending number.  Checks
      *    against the master itself (line already there, not there,
      *    no header, basis lines left) wait for the approve run,
      *    when the master is the one the change will actually be
      *    applied to.
       C000-SUBMIT-CHANGES.
           OPEN INPUT CHANGE-FILE.
           IF NOT WS-CHANGE-OK
               MOVE "TMPLMNT: no TMPLCHG changes - nothing to submit"
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
                      " TEMPLATE " WS-KEY-DISP
                      WS-LINE-DISP
                      " BY " CHG-SUBMITTER
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO AU-KEY-INPUT
               STRING "CHANGE " CHG-ACTION " TEMPLATE " WS-KEY-DISP
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
      *    recheck it and apply it to the in-storage master.
       C100-APPLY-ONE-CHANGE.
           PERFORM C150-VALIDATE-CHANGE.
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN CHG-ADD
                       PERFORM C200-ADD-LINE
                   WHEN CHG-UPDATE
                       PERFORM C300-UPDATE-LINE
                   WHEN CHG-DELETE
                       PERFORM C400-DELETE-LINE
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM C900-REJECT-CHANGE
           END-IF.
       C100-EXIT.
           EXIT.

       C150-VALIDATE-CHANGE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-KEY-DISP.
           STRING CHG-TEMPLATE-ID "/" CHG-LINE-NO
               DELIMITED BY SIZE INTO WS-KEY-DISP.
           MOVE SPACES TO WS-LINE-DISP.
           IF CHG-TEMPLATE-ID = SPACES
               MOVE "TEMPLATE ID MISSING" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF CHG-LINE-NO IS NOT NUMERIC
                   MOVE "LINE NUMBER NOT NUMERIC" TO WS-REJECT-REASON
               ELSE
                   IF CHG-LINE-NO > 20
                       MOVE "LINE NUMBER NOT 00-20"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND NOT CHG-ADD AND NOT CHG-UPDATE AND NOT CHG-DELETE
               MOVE "INVALID ACTION" TO WS-REJECT-REASON
           END-IF.
      *    A delete only needs the key; adds and updates need a
      *    complete line of the kind the line number says it is.
           IF WS-REJECT-REASON = SPACES AND NOT CHG-DELETE
               IF CHG-HEADER-LINE
                   PERFORM C170-VALIDATE-HEADER
               ELSE
                   PERFORM C180-VALIDATE-BASIS
               END-IF
           END-IF.
       C150-EXIT.
           EXIT.

       C160-CHECK-DATE.
           MOVE "N" TO WS-DATE-OK-SW.
           IF WS-DATE-CHECK IS NUMERIC
              AND WS-DATE-CHECK-YYYY > 1900
              AND WS-DATE-CHECK-MM >= 1 AND WS-DATE-CHECK-MM <= 12
              AND WS-DATE-CHECK-DD >= 1 AND WS-DATE-CHECK-DD <= 31
               MOVE "Y" TO WS-DATE-OK-SW
           END-IF.
       C160-EXIT.
           EXIT.

      *    The due day is a weekday (1 = Monday .. 7) on a weekly
      *    template, a day of the month on a monthly, quarterly or
      *    annual one, and unused (00) on a daily or fiscal-period
      *    template.
       C170-VALIDATE-HEADER.
           STRING " SET " CHG-SET-ID " TOTAL " CHG-SET-TOTAL
                  " " CHG-FREQUENCY CHG-DUE-DAY
                  " FROM " CHG-EFF-DATE " TO " CHG-EXP-DATE
               DELIMITED BY SIZE INTO WS-LINE-DISP.
           IF CHG-SET-ID = SPACES
               MOVE "SET ID MISSING" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF CHG-SET-TOTAL IS NOT NUMERIC
                   MOVE "SET TOTAL NOT NUMERIC" TO WS-REJECT-REASON
               ELSE
                   IF CHG-SET-TOTAL = ZERO
                       MOVE "SET TOTAL IS ZERO" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND NOT CHG-FREQUENCY-VALID
               MOVE "FREQUENCY NOT D W M Q A OR P" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF CHG-DUE-DAY IS NOT NUMERIC
                   MOVE "DUE DAY NOT NUMERIC" TO WS-REJECT-REASON
               ELSE
                   EVALUATE TRUE
                       WHEN CHG-NO-DUE-DAY
                           IF CHG-DUE-DAY NOT = ZERO
                               MOVE "DUE DAY MUST BE 00"
                                   TO WS-REJECT-REASON
                           END-IF
                       WHEN CHG-WEEKDAY-DUE
                           IF CHG-DUE-DAY < 1 OR CHG-DUE-DAY > 7
                               MOVE "DUE DAY NOT 1-7"
                                   TO WS-REJECT-REASON
                           END-IF
                       WHEN OTHER
                           IF CHG-DUE-DAY < 1 OR CHG-DUE-DAY > 31
                               MOVE "DUE DAY NOT 1-31"
                                   TO WS-REJECT-REASON
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE CHG-EFF-DATE TO WS-DATE-CHECK
               PERFORM C160-CHECK-DATE
               IF NOT WS-DATE-OK
                   MOVE "EFFECTIVE DATE INVALID" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF CHG-EXP-DATE IS NOT NUMERIC
                   MOVE "EXPIRY DATE INVALID" TO WS-REJECT-REASON
               ELSE
                   IF CHG-EXP-DATE NOT = ZERO
                       MOVE CHG-EXP-DATE TO WS-DATE-CHECK
                       PERFORM C160-CHECK-DATE
                       IF NOT WS-DATE-OK
                           MOVE "EXPIRY DATE INVALID"
                               TO WS-REJECT-REASON
                       ELSE
                           IF CHG-EXP-DATE < CHG-EFF-DATE
                               MOVE "EXPIRY BEFORE EFFECTIVE DATE"
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       C170-EXIT.
           EXIT.

       C180-VALIDATE-BASIS.
           STRING " CC " CHG-COST-CTR " WEIGHT " CHG-WEIGHT
                  " " CHG-RESID-FLAG
               DELIMITED BY SIZE INTO WS-LINE-DISP.
           IF CHG-COST-CTR = SPACES
               MOVE "COST CENTER MISSING" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF CHG-WEIGHT IS NOT NUMERIC
                   MOVE "WEIGHT NOT NUMERIC" TO WS-REJECT-REASON
               ELSE
                   IF CHG-WEIGHT = ZERO
                       MOVE "WEIGHT IS ZERO" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND NOT CHG-RESID-VALID
               MOVE "RESIDUAL FLAG NOT R OR BLANK" TO WS-REJECT-REASON
           END-IF.
       C180-EXIT.
           EXIT.

      *    A basis line can only be added under a header already on
      *    the master.  The new line goes in at the point C500 found
      *    for it, the lines after it moving down one.
       C200-ADD-LINE.
           PERFORM C500-FIND-LINE.
           IF WS-MST-MATCH-IDX > ZERO
               MOVE "LINE ALREADY ON MASTER" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND NOT CHG-HEADER-LINE
               PERFORM C550-FIND-HEADER
               IF WS-MST-MATCH-IDX = ZERO
                   MOVE "NO HEADER LINE FOR TEMPLATE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF WS-MST-COUNT >= 2000
                   MOVE "MASTER TABLE FULL" TO WS-REJECT-REASON
               ELSE
                   PERFORM VARYING WS-MST-IDX FROM WS-MST-COUNT BY -1
                           UNTIL WS-MST-IDX < WS-MST-INSERT-IDX
                       MOVE WS-MST-ENTRY (WS-MST-IDX)
                           TO WS-MST-ENTRY (WS-MST-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-MST-COUNT
                   MOVE CHG-TEMPLATE-KEY
                       TO WS-MST-KEY (WS-MST-INSERT-IDX)
                   MOVE CHG-LINE-DATA
                       TO WS-MST-LINE-DATA (WS-MST-INSERT-IDX)
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-MST-ENTRY (WS-MST-INSERT-IDX)
                       TO WS-AFTER-IMAGE
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM C800-REPORT-CHANGE
               END-IF
           END-IF.
       C200-EXIT.
           EXIT.

       C300-UPDATE-LINE.
           PERFORM C500-FIND-LINE.
           IF WS-MST-MATCH-IDX = ZERO
               MOVE "LINE NOT ON MASTER" TO WS-REJECT-REASON
           ELSE
               MOVE WS-MST-ENTRY (WS-MST-MATCH-IDX) TO WS-BEFORE-IMAGE
               MOVE CHG-LINE-DATA
                   TO WS-MST-LINE-DATA (WS-MST-MATCH-IDX)
               MOVE WS-MST-ENTRY (WS-MST-MATCH-IDX) TO WS-AFTER-IMAGE
               ADD 1 TO WS-UPD-COUNT
               PERFORM C800-REPORT-CHANGE
           END-IF.
       C300-EXIT.
           EXIT.

      *    A header with basis lines still under it would leave the
      *    lines orphaned, so they have to be deleted first.  A
      *    deleted line closes the gap in the table, so the rewrite
      *    simply leaves it out.
       C400-DELETE-LINE.
           PERFORM C500-FIND-LINE.
           IF WS-MST-MATCH-IDX = ZERO
               MOVE "LINE NOT ON MASTER" TO WS-REJECT-REASON
           ELSE
               IF CHG-HEADER-LINE
                  AND WS-MST-MATCH-IDX < WS-MST-COUNT
                   IF WS-MST-TEMPLATE-ID (WS-MST-MATCH-IDX + 1)
                      = CHG-TEMPLATE-ID
                       MOVE "BASIS LINES STILL ON TEMPLATE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
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

      *    Finds the line by key, and where it would go if it is not
      *    there - ahead of the first line whose key sorts after it.
       C500-FIND-LINE.
           MOVE ZERO TO WS-MST-MATCH-IDX.
           MOVE ZERO TO WS-MST-INSERT-IDX.
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
                      OR WS-MST-MATCH-IDX > ZERO
                      OR WS-MST-INSERT-IDX > ZERO
               IF WS-MST-KEY (WS-MST-IDX) = CHG-TEMPLATE-KEY
                   MOVE WS-MST-IDX TO WS-MST-MATCH-IDX
               ELSE
                   IF WS-MST-KEY (WS-MST-IDX) > CHG-TEMPLATE-KEY
                       MOVE WS-MST-IDX TO WS-MST-INSERT-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MST-INSERT-IDX = ZERO
               COMPUTE WS-MST-INSERT-IDX = WS-MST-COUNT + 1
           END-IF.
       C500-EXIT.
           EXIT.

       C550-FIND-HEADER.
           MOVE ZERO TO WS-MST-MATCH-IDX.
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
                      OR WS-MST-MATCH-IDX > ZERO
               IF WS-MST-TEMPLATE-ID (WS-MST-IDX) = CHG-TEMPLATE-ID
                  AND WS-MST-LINE-NO (WS-MST-IDX) = ZERO
                   MOVE WS-MST-IDX TO WS-MST-MATCH-IDX
               END-IF
           END-PERFORM.
       C550-EXIT.
           EXIT.

       C800-REPORT-CHANGE.
           MOVE SPACES TO REPORT-REC.
           STRING "APPLIED " CHG-ACTION " TEMPLATE " WS-KEY-DISP
                  WS-LINE-DISP
                  " BY " CHG-SUBMITTER
                  " APPROVED " WS-APPROVER
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO AU-KEY-INPUT.
           STRING "CHANGE " CHG-ACTION " TEMPLATE " WS-KEY-DISP
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
           MOVE "TMPLMST"       TO MH-MASTER-NAME.
           MOVE WS-KEY-DISP     TO MH-KEY.
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
           STRING "REJECTED " CHG-ACTION " TEMPLATE " WS-KEY-DISP
                  " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO AU-KEY-INPUT.
           STRING "CHANGE " CHG-ACTION " TEMPLATE " WS-KEY-DISP
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE WS-REJECT-REASON TO AU-KEY-OUTPUT.
           MOVE 90 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
       C900-EXIT.
           EXIT.

       D000-REWRITE-MASTER.
           OPEN OUTPUT TEMPLATE-FILE.
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               MOVE WS-MST-ENTRY (WS-MST-IDX) TO TM-TEMPLATE-REC
               WRITE TM-TEMPLATE-REC
           END-PERFORM.
           CLOSE TEMPLATE-FILE.
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

      *    A missing TMPLPEND is an empty one.  The submit run only
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
                          CHG-ACTION " TEMPLATE " CHG-TEMPLATE-ID
                          "/" CHG-LINE-NO
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

      *    Approve run: each TMPLAPPR row decides one pending change.
       G000-APPLY-APPROVALS.
           OPEN EXTEND HISTORY-FILE.
           IF NOT WS-HISTORY-OK
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           OPEN INPUT APPROVAL-FILE.
           IF NOT WS-APPROVAL-OK
               MOVE "TMPLMNT: no TMPLAPPR approvals - nothing to apply"
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
               STRING CHG-TEMPLATE-ID "/" CHG-LINE-NO
                   DELIMITED BY SIZE INTO WS-KEY-DISP
               MOVE SPACES TO REPORT-REC
               STRING "DECLINED " WS-PEND-NO-DISP " " CHG-ACTION
                      " TEMPLATE " WS-KEY-DISP
                      " BY " MA-USER-ID
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO AU-KEY-INPUT
               STRING "CHANGE " CHG-ACTION " TEMPLATE " WS-KEY-DISP
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
           MOVE "TMPLMNT"    TO AU-PROGRAM-ID.
           MOVE P1-RUN-ID    TO AU-RUN-ID.
           MOVE P1-ENVIRONMENT TO AU-ENVIRONMENT.
           MOVE P1-CYCLE-NO  TO AU-CYCLE-NO.
           WRITE AU-AUDIT-REC.
       L900-EXIT.
           EXIT.
