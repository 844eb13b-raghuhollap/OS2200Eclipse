       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MSTHRPT.
      ******************************************************************
      *                                                                *
      *  Master-file change history report from MSTHIST.               *
      *                                                                *
      *  Every change the approve runs of CODEMNT, RATEMNT, LIMITMNT,  *
      *  GLMAPMNT, CCMNT, BUDGMNT, FISCMNT, TMPLMNT, PSTATMNT,         *
      *  FXRATMNT and BUSCMNT apply to their masters is appended to    *
      *  the permanent MSTHIST book with the master row before and     *
      *  after the change, the submitter and the approver.  This       *
      *  daytime step reads the requests in MSTHQRY and prints the     *
      *  matching history on MSTHRPTF, oldest first, for the auditors. *
      *                                                                *
      *  A request row names a master (CODEMST, RATEMST, LIMITMST,     *
      *  GLMAPMST, CCMST, BUDGMST, FISCCAL, TMPLMST, PERDSTAT,         *
      *  FXRATMST, BUSCAL), a key as the maintenance report shows it   *
      *  (R/01, a department, 01/02/03, a cost center, 01/02/03        *
      *  2026/04, 2026/09, RENT01/00, EUR 20261001, 20261225) and a    *
      *  from/to date range.  A blank master or key matches any; a     *
      *  blank date leaves that end of the range open.  A row with a   *
      *  non-numeric date or an unknown master is rejected on the      *
      *  report (condition code 4).                                    *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUERY-FILE ASSIGN TO "MSTHQRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUERY-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "MSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MSTHRPTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUERY-FILE.
       01  QUERY-REC.
           05  MQ-MASTER-NAME           PIC X(08).
           05  MQ-KEY                   PIC X(20).
           05  MQ-FROM-DATE             PIC X(08).
           05  MQ-TO-DATE               PIC X(08).
       FD  HISTORY-FILE.
       COPY MSTHIST.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-QUERY-STATUS             PIC X(02).
           88  WS-QUERY-OK             VALUE "00".
       01  WS-HISTORY-STATUS           PIC X(02).
           88  WS-HISTORY-OK           VALUE "00".
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK            VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-ENV-PARM                 PIC X(01) VALUE SPACE.
       01  WS-TEST-WATERMARK           PIC X(50) VALUE
           "********  TEST RUN - NOT PRODUCTION  ********".
       01  WS-MQ-EOF-SW                PIC X(01) VALUE "N".
           88  WS-MQ-EOF               VALUE "Y".
       01  WS-HIST-EOF-SW              PIC X(01).
           88  WS-HIST-EOF             VALUE "Y".
       01  WS-HIST-MISSING-SW          PIC X(01) VALUE "N".
           88  WS-HIST-MISSING         VALUE "Y".
       01  WS-MQ-VALID-SW              PIC X(01).
           88  WS-MQ-VALID             VALUE "Y".
       01  WS-MQ-REASON                PIC X(40).
       01  WS-SEL-MASTER               PIC X(08).
           88  WS-SEL-MASTER-KNOWN     VALUES "CODEMST " "RATEMST "
                                              "LIMITMST" "GLMAPMST"
                                              "CCMST   " "BUDGMST "
                                              "FISCCAL " "TMPLMST "
                                              "PERDSTAT" "FXRATMST"
                                              "BUSCAL  ".
       01  WS-SEL-FROM-DATE            PIC 9(08).
       01  WS-SEL-TO-DATE              PIC 9(08).
       01  WS-ACTION-TEXT              PIC X(07).
       01  WS-MATCH-COUNT              PIC 9(06).
       01  WS-REQUEST-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-LISTED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-NOT-FOUND-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-COUNT-DISP               PIC ZZZZZ9.
       COPY P1RUN.

       PROCEDURE DIVISION.
       A000-CONTROL.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-ENV-PARM.

           PERFORM P0005-INIT-RUN-CONTROL.

           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           MOVE "MSTHRPT - MASTER-FILE CHANGE HISTORY" TO REPORT-REC.
           WRITE REPORT-REC.
           IF NOT P1-ENV-PRODUCTION
               MOVE WS-TEST-WATERMARK TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

      *    No history book yet means no approved change has been
      *    applied - said plainly on the report, with the warning
      *    code, rather than answering every request "none".
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-OK
               CLOSE HISTORY-FILE
           ELSE
               SET WS-HIST-MISSING TO TRUE
           END-IF.

           OPEN INPUT QUERY-FILE.
           IF NOT WS-QUERY-OK
               MOVE "MSTHRPT: no MSTHQRY requests - nothing to report"
                   TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               IF WS-HIST-MISSING
                   MOVE "MSTHRPT: no MSTHIST change history on file"
                       TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE "MSTHIST" TO AU-KEY-INPUT
                   MOVE "HISTORY FILE NOT ON FILE - NOTHING REPORTED"
                       TO AU-KEY-OUTPUT
                   MOVE 90 TO AU-RETURN-CODE
                   PERFORM L900-WRITE-AUDIT
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-MQ-EOF
                       READ QUERY-FILE
                           AT END
                               MOVE "Y" TO WS-MQ-EOF-SW
                           NOT AT END
                               PERFORM B000-ANSWER-REQUEST
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE QUERY-FILE
               PERFORM E000-WRITE-TOTALS
           END-IF.

           IF WS-REJECT-COUNT > ZERO
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           STOP RUN.
       A000-EXIT.
           EXIT.

      *    P1-RUN-ID is today's run date, the same convention as the
      *    other daytime steps, so MSTHRPT audit rows line up with
      *    the day's work in AUDITLOG.
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

      *    One request: validate, then one pass of the history
      *    listing every row that matches.
       B000-ANSWER-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT.
           PERFORM B100-VALIDATE-REQUEST.
           IF NOT WS-MQ-VALID
               PERFORM B900-REJECT-REQUEST
           ELSE
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               STRING "CHANGES TO " WS-SEL-MASTER
                      " KEY " MQ-KEY
                      " FROM " WS-SEL-FROM-DATE
                      " TO " WS-SEL-TO-DATE
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE ZERO TO WS-MATCH-COUNT
               MOVE "N" TO WS-HIST-EOF-SW
               OPEN INPUT HISTORY-FILE
               PERFORM UNTIL WS-HIST-EOF
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-HIST-EOF-SW
                       NOT AT END
                           PERFORM C000-CHECK-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               IF WS-MATCH-COUNT = ZERO
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   MOVE "  NO CHANGES ON FILE FOR THIS REQUEST"
                       TO REPORT-REC
                   WRITE REPORT-REC
               END-IF
               MOVE SPACES TO AU-KEY-INPUT
               STRING "HISTORY " WS-SEL-MASTER " " MQ-KEY
                      " " WS-SEL-FROM-DATE "-" WS-SEL-TO-DATE
                   DELIMITED BY SIZE INTO AU-KEY-INPUT
               MOVE SPACES TO AU-KEY-OUTPUT
               MOVE WS-MATCH-COUNT TO WS-COUNT-DISP
               STRING "CHANGES LISTED=" WS-COUNT-DISP
                   DELIMITED BY SIZE INTO AU-KEY-OUTPUT
               MOVE 0 TO AU-RETURN-CODE
               PERFORM L900-WRITE-AUDIT
           END-IF.
       B000-EXIT.
           EXIT.

       B100-VALIDATE-REQUEST.
           SET WS-MQ-VALID TO TRUE.
           MOVE SPACES TO WS-MQ-REASON.
           MOVE MQ-MASTER-NAME TO WS-SEL-MASTER.
           MOVE ZERO TO WS-SEL-FROM-DATE.
           MOVE 99999999 TO WS-SEL-TO-DATE.
           IF WS-SEL-MASTER NOT = SPACES
              AND NOT WS-SEL-MASTER-KNOWN
               MOVE "N" TO WS-MQ-VALID-SW
               MOVE "UNKNOWN MASTER NAME" TO WS-MQ-REASON
           END-IF.
           IF MQ-FROM-DATE NOT = SPACES
               IF MQ-FROM-DATE IS NUMERIC
                   MOVE MQ-FROM-DATE TO WS-SEL-FROM-DATE
               ELSE
                   MOVE "N" TO WS-MQ-VALID-SW
                   MOVE "FROM DATE NOT NUMERIC" TO WS-MQ-REASON
               END-IF
           END-IF.
           IF MQ-TO-DATE NOT = SPACES
               IF MQ-TO-DATE IS NUMERIC
                   MOVE MQ-TO-DATE TO WS-SEL-TO-DATE
               ELSE
                   MOVE "N" TO WS-MQ-VALID-SW
                   MOVE "TO DATE NOT NUMERIC" TO WS-MQ-REASON
               END-IF
           END-IF.
           IF WS-MQ-VALID
              AND WS-SEL-FROM-DATE > WS-SEL-TO-DATE
               MOVE "N" TO WS-MQ-VALID-SW
               MOVE "FROM DATE AFTER TO DATE" TO WS-MQ-REASON
           END-IF.
       B100-EXIT.
           EXIT.

       B900-REJECT-REQUEST.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           STRING "REJECTED REQUEST " QUERY-REC
                  " - " WS-MQ-REASON
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO AU-KEY-INPUT.
           STRING "HISTORY " QUERY-REC
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE WS-MQ-REASON TO AU-KEY-OUTPUT.
           MOVE 90 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
       B900-EXIT.
           EXIT.

       C000-CHECK-HISTORY-ROW.
           IF (WS-SEL-MASTER = SPACES
               OR MH-MASTER-NAME = WS-SEL-MASTER)
              AND (MQ-KEY = SPACES
               OR MH-KEY = MQ-KEY)
              AND MH-CHANGE-DATE >= WS-SEL-FROM-DATE
              AND MH-CHANGE-DATE <= WS-SEL-TO-DATE
               ADD 1 TO WS-MATCH-COUNT
               ADD 1 TO WS-LISTED-COUNT
               PERFORM D000-PRINT-CHANGE
           END-IF.
       C000-EXIT.
           EXIT.

      *    Three lines a change: who and when, then the master row
      *    as it stood before and after.
       D000-PRINT-CHANGE.
           EVALUATE TRUE
               WHEN MH-ADDED
                   MOVE "ADDED"   TO WS-ACTION-TEXT
               WHEN MH-UPDATED
                   MOVE "UPDATED" TO WS-ACTION-TEXT
               WHEN MH-EXPIRED
                   MOVE "EXPIRED" TO WS-ACTION-TEXT
               WHEN MH-DELETED
                   MOVE "DELETED" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE MH-ACTION TO WS-ACTION-TEXT
           END-EVALUATE.
           MOVE SPACES TO REPORT-REC.
           STRING "  " MH-CHANGE-DATE " " MH-MASTER-NAME
                  " " MH-KEY " " WS-ACTION-TEXT
                  "  PENDING " MH-PEND-NO
                  "  SUBMITTED BY " MH-SUBMIT-USER
                  "  APPROVED BY " MH-APPROVE-USER
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           IF MH-ADDED
               STRING "      BEFORE: (NEW ROW)"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "      BEFORE: " MH-BEFORE-IMAGE
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           IF MH-DELETED
               STRING "      AFTER:  (ROW DELETED)"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "      AFTER:  " MH-AFTER-IMAGE
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
       D000-EXIT.
           EXIT.

       E000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-REQUEST-COUNT TO WS-COUNT-DISP.
           STRING "TOTAL REQUESTS:      " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-LISTED-COUNT TO WS-COUNT-DISP.
           STRING "TOTAL CHANGES LISTED:" WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-NOT-FOUND-COUNT TO WS-COUNT-DISP.
           STRING "TOTAL NOT FOUND:     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISP.
           STRING "TOTAL REJECTED:      " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
       E000-EXIT.
           EXIT.

      *    Appends one AUDITLOG record; callers set AU-KEY-INPUT,
      *    AU-KEY-OUTPUT and AU-RETURN-CODE just before performing
      *    this, the same convention as COBADD and ALLOC.
       L900-WRITE-AUDIT.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE "MSTHRPT"    TO AU-PROGRAM-ID.
           MOVE P1-RUN-ID    TO AU-RUN-ID.
           MOVE P1-ENVIRONMENT TO AU-ENVIRONMENT.
           MOVE P1-CYCLE-NO  TO AU-CYCLE-NO.
           WRITE AU-AUDIT-REC.
       L900-EXIT.
           EXIT.
