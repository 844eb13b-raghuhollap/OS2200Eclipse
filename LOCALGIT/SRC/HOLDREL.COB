      *  it a second time, and the hold row flips to RELEASED so it    *
      *  cannot be released twice.                                     *
      *                                                                *
      *  Items still HELD are aged against the run date in business    *
      *  days off the BUSCAL calendar; anything on the queue longer    *
      *  than the threshold is listed in the aging section of          *
      *  HOLDRPT, the same discipline as OPEN suspense.                *
      *                                                                *
      *  A command-line argument gives the aging threshold in          *
      *  business days; it defaults to 5 when omitted or non-numeric.  *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
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
       01  WS-HOLD-STATUS              PIC X(02).
           88  WS-REPORT-OK            VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-TRANHIST-STATUS          PIC X(02).
           88  WS-TRANHIST-OK          VALUE "00".
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-AGE-PARM-X               PIC X(02).
       01  WS-ENV-PARM                 PIC X(01) VALUE SPACE.
       01  WS-HOLD-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  WS-HOLD-IDX                 PIC 9(04) COMP.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY           PIC X(77) OCCURS 2000 TIMES.
       01  WS-RELEASED-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-AGED-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-AGE-DAYS                 PIC 9(05).
       01  WS-AGE-DAYS-DISP            PIC ZZZZ9.
       01  WS-NO-BUSCAL-SW             PIC X(01) VALUE "N".
           88  WS-NO-BUSCAL-NOTED      VALUE "Y".
       01  WS-COUNT-DISP               PIC ZZZ9.
       01  WS-AMOUNT-DISP              PIC ZZZ,ZZZ,ZZ9.99-.
       COPY BUSPARM.
       COPY P1RUN.

       PROCEDURE DIVISION.
               IF NOT WS-RECYCLE-OK
                   OPEN OUTPUT RECYCLE-FILE
               END-IF
               OPEN EXTEND TRAN-HISTORY-FILE
               IF NOT WS-TRANHIST-OK
                   OPEN OUTPUT TRAN-HISTORY-FILE
               END-IF
               PERFORM UNTIL WS-HOLD-EOF
                   READ HOLD-FILE
                       AT END
               END-PERFORM
               CLOSE HOLD-FILE
               CLOSE RECYCLE-FILE
               CLOSE TRAN-HISTORY-FILE

               OPEN OUTPUT HOLD-FILE
               PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
      *    The release flag is what lets the item through MAIN's
      *    threshold gate on the recycle run.
           MOVE "R"        TO RCY-RELEASE-IND.
           IF HD-ACCT-DATE IS NUMERIC
               MOVE HD-ACCT-DATE TO RCY-ACCT-DATE
           ELSE
               MOVE ZERO TO RCY-ACCT-DATE
           END-IF.
           MOVE HD-CURRENCY TO RCY-CURRENCY.
           IF HD-ORIG-AMOUNT IS NUMERIC
               MOVE HD-ORIG-AMOUNT TO RCY-ORIG-AMOUNT
           ELSE
               MOVE HD-AMOUNT TO RCY-ORIG-AMOUNT
           END-IF.
           MOVE HD-ACCRUAL-IND TO RCY-ACCRUAL-IND.
           WRITE RECYCLE-REC.
           SET WS-APP-USED (WS-APP-MATCH-IDX) TO TRUE.
           SET HD-RELEASED TO TRUE.
           MOVE "RELEASED - RECYCLED FOR NEXT RUN" TO AU-KEY-OUTPUT.
           MOVE 0 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
           PERFORM C350-WRITE-HISTORY.
       C300-EXIT.
           EXIT.

      *    The release goes on the item's permanent TRANHIST trace
      *    with the approver, so the inquiry shows who let it
      *    through the threshold and when.
       C350-WRITE-HISTORY.
           MOVE SPACES TO TH-HISTORY-REC.
           MOVE HD-TRAN-ID TO TH-TRAN-ID.
           MOVE P1-RUN-DATE TO TH-EVENT-DATE.
           SET TH-RELEASED TO TRUE.
           MOVE "HOLDREL" TO TH-PROGRAM-ID.
           MOVE P1-RUN-ID TO TH-RUN-ID.
           MOVE P1-CYCLE-NO TO TH-CYCLE-NO.
           MOVE HD-REGION TO TH-REGION.
           MOVE HD-DEPT TO TH-DEPT.
           MOVE HD-SUB TO TH-SUB.
           MOVE HD-AMOUNT TO TH-AMOUNT.
           MOVE ZERO TO TH-POSTED-AMOUNT.
           MOVE HD-REASON-CODE TO TH-REASON-CODE.
           MOVE WS-APP-APPROVER (WS-APP-MATCH-IDX) TO TH-USER-ID.
           MOVE "RECYCLED FOR POSTING" TO TH-NOTE.
           WRITE TH-HISTORY-REC.
       C350-EXIT.
           EXIT.

      *    Days on the queue are business days from the BUSDAY
      *    lookup, the same count SUSPFIX ages suspense by; an item
      *    at or past the threshold goes on the aging section so a
      *    held posting cannot quietly gather dust.  With no BUSCAL
      *    the count is Monday to Friday, and the report says so
      *    once.
       C400-AGE-ITEM.
           SET BD-COUNT-DAYS TO TRUE.
           MOVE HD-HOLD-DATE TO BD-FROM-DATE.
           MOVE P1-RUN-DATE TO BD-TO-DATE.
           CALL "BUSDAY" USING BD-BUSINESS-PARM.
           IF BD-NO-CALENDAR AND NOT WS-NO-BUSCAL-NOTED
               SET WS-NO-BUSCAL-NOTED TO TRUE
               MOVE "NO BUSCAL CALENDAR - HOLIDAYS COUNT AS BUS DAYS"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           MOVE BD-DAY-COUNT TO WS-AGE-DAYS.
           IF WS-AGE-DAYS >= WS-AGE-THRESHOLD
               ADD 1 TO WS-AGED-COUNT
               MOVE WS-AGE-DAYS TO WS-AGE-DAYS-DISP
               STRING "AGED " HD-REGION "/" HD-DEPT "/" HD-SUB
                      " AMOUNT " WS-AMOUNT-DISP
                      " ID " HD-TRAN-ID
                      " - HELD " WS-AGE-DAYS-DISP " BUS DAYS"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.
