       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RATERCLC.
      ******************************************************************
      *                                                                *
      *  Retroactive rate-change recalculation for SUBHE and SUBFI.    *
      *                                                                *
      *  A RATEMST rate staged with an effective date in the past      *
      *  only reaches the nights run after it was approved; what was   *
      *  already posted inside its window stays at the old rate.       *
      *  This daytime step takes a department (HE or FI) and a range   *
      *  of business dates, finds every posting MAIN made for the      *
      *  department in the range on the permanent TRANHIST book, and   *
      *  recalculates each through the department's own SUBHE or       *
      *  SUBFI with the RATEMST rate now in force for the business     *
      *  date it posted under - an automatic reversal under its        *
      *  accrual's date, the same date MAIN calculated it with.        *
      *  RATERPT lists old amount, new amount and difference by        *
      *  transaction.                                                  *
      *                                                                *
      *  Run with POST, every non-zero difference is written to        *
      *  MAINRCYC as an adjustment for tonight's MAIN to post through  *
      *  the recycle path, so DISTMST, GLINTF and the audit trail all  *
      *  pick it up.  The adjustment carries its own id - today's      *
      *  date, cycle 00 (never a MAIN cycle) and a sequence - which    *
      *  tells MAIN to post it as it stands, with no second            *
      *  surcharge or withholding on top.  A RATE ADJUSTED row on the  *
      *  original item's TRANHIST trace names the adjustment and       *
      *  carries the difference, and every later recalculation of      *
      *  the item counts those rows as already posted, so running      *
      *  the same range twice raises nothing the second time.          *
      *  Without POST (LIST, the default) the report is printed and    *
      *  nothing is queued.                                            *
      *                                                                *
      *  Arguments: department, from date, to date (YYYYMMDD), then    *
      *  POST or LIST, then the environment letter.  A department      *
      *  with no calculation, a bad or reversed date range, or a to    *
      *  date after today stops the step with condition code 8; so     *
      *  does a range holding more postings than the table carries,    *
      *  before anything is queued - split the range and rerun.        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.
           SELECT RECYCLE-FILE ASSIGN TO "MAINRCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RATERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-HISTORY-FILE.
       COPY TRANHIST.
       FD  RECYCLE-FILE.
       01  RECYCLE-REC.
           05  RCY-REGION               PIC X(02).
           05  RCY-DEPT                 PIC X(02).
           05  RCY-SUB                  PIC X(02).
           05  RCY-AMOUNT               PIC S9(09)V99.
           05  RCY-TRAN-ID              PIC X(16).
      *    Space here: an adjustment still faces MAIN's code gate;
      *    the cycle-00 id alone keeps it off the hold and
      *    duplicate queues.
           05  RCY-RELEASE-IND          PIC X(01).
      *    Zero - the adjustment books under the business date of
      *    the MAIN run that posts it.
           05  RCY-ACCT-DATE            PIC 9(08).
           05  RCY-CURRENCY             PIC X(03).
           05  RCY-ORIG-AMOUNT          PIC S9(11)V99.
           05  RCY-ACCRUAL-IND          PIC X(01).
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-TRANHIST-STATUS          PIC X(02).
           88  WS-TRANHIST-OK          VALUE "00".
       01  WS-RECYCLE-STATUS           PIC X(02).
           88  WS-RECYCLE-OK           VALUE "00".
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK            VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-DEPT-PARM                PIC X(02) VALUE SPACE.
       01  WS-FROM-PARM                PIC X(08) VALUE SPACE.
       01  WS-TO-PARM                  PIC X(08) VALUE SPACE.
       01  WS-MODE-PARM                PIC X(04) VALUE SPACE.
       01  WS-ENV-PARM                 PIC X(01) VALUE SPACE.
       01  WS-TEST-WATERMARK           PIC X(50) VALUE
           "********  TEST RUN - NOT PRODUCTION  ********".
       01  WS-SEL-DEPT                 PIC X(02).
           88  WS-SEL-DEPT-CALCULATED  VALUES "HE" "FI".
       01  WS-SEL-FROM-DATE            PIC 9(08).
       01  WS-SEL-TO-DATE              PIC 9(08).
       01  WS-POST-SW                  PIC X(01) VALUE "N".
           88  WS-POST-MODE            VALUE "Y".
       01  WS-PARM-VALID-SW            PIC X(01).
           88  WS-PARM-VALID           VALUE "Y".
       01  WS-PARM-REASON              PIC X(40).
       01  WS-TH-EOF-SW                PIC X(01).
           88  WS-TH-EOF               VALUE "Y".
       01  WS-CD-OVERFLOW-SW           PIC X(01) VALUE "N".
           88  WS-CD-OVERFLOW          VALUE "Y".
      *    The postings in range, carried through the run: the first
      *    pass of TRANHIST collects them, the second settles each
      *    one's calculation date and what earlier adjustments have
      *    already moved it by.
       01  WS-CD-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  WS-CD-IDX                   PIC 9(04) COMP.
       01  WS-CD-TABLE.
           05  WS-CD-ENTRY             OCCURS 5000 TIMES.
               10  WS-CD-TRAN-ID       PIC X(16).
               10  WS-CD-POST-DATE     PIC 9(08).
               10  WS-CD-CALC-DATE     PIC 9(08).
               10  WS-CD-REGION        PIC X(02).
               10  WS-CD-DEPT          PIC X(02).
               10  WS-CD-SUB           PIC X(02).
               10  WS-CD-AMOUNT        PIC S9(09)V99.
               10  WS-CD-POSTED        PIC S9(09)V99.
               10  WS-CD-PRIOR-ADJ     PIC S9(09)V99.
      *            An automatic reversal names its accrual; the
      *            accrual's own posting date is its calculation
      *            date.
               10  WS-CD-ACCRUAL-ID    PIC X(16).
               10  WS-CD-ACCRUAL-SW    PIC X(01).
                   88  WS-CD-REVERSAL  VALUE "R".
                   88  WS-CD-RESOLVED  VALUE "Y".
       01  WS-REVERSAL-COUNT           PIC 9(04) COMP VALUE ZERO.
      *    Today's adjustment ids: run date, cycle 00, sequence -
      *    continuing after any adjustment an earlier run today
      *    already raised.
       01  WS-ADJ-TRAN-ID.
           05  WS-ADJ-RUN-ID           PIC X(08).
           05  WS-ADJ-CYCLE            PIC X(02) VALUE "00".
           05  WS-ADJ-SEQ              PIC 9(06).
       01  WS-ADJ-LAST-SEQ             PIC 9(06) VALUE ZERO.
       01  WS-NOTE-ID.
           05  WS-NOTE-RUN-ID          PIC X(08).
           05  WS-NOTE-CYCLE           PIC X(02).
           05  WS-NOTE-SEQ             PIC X(06).
       01  WS-CALC-AMOUNT              PIC S9(09)V99.
       01  WS-NEW-POSTED               PIC S9(09)V99.
       01  WS-CALC-DATE                PIC 9(08).
       01  WS-OLD-POSTED               PIC S9(09)V99.
       01  WS-DIFFERENCE               PIC S9(09)V99.
       01  WS-EXAMINED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-CHANGED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-QUEUED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-OLD-TOTAL                PIC S9(11)V99 VALUE ZERO.
       01  WS-NEW-TOTAL                PIC S9(11)V99 VALUE ZERO.
       01  WS-DIFF-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01  WS-ACTION-TEXT              PIC X(24).
       01  WS-MODE-TEXT                PIC X(40).
       01  WS-COUNT-DISP               PIC ZZZZZ9.
       01  WS-AMOUNT-DISP              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-OLD-DISP                 PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-NEW-DISP                 PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-DIFF-DISP                PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-TOTAL-DISP               PIC Z,ZZZ,ZZZ,ZZ9.99-.
       COPY P1RUN.

       PROCEDURE DIVISION.
       A000-CONTROL.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-DEPT-PARM WS-FROM-PARM WS-TO-PARM
                    WS-MODE-PARM WS-ENV-PARM.
      *    A lone letter where the mode goes is the environment of a
      *    listing run - "HE 20260801 20260831 T".
           IF WS-MODE-PARM (2:3) = SPACES
              AND WS-MODE-PARM (1:1) NOT = SPACE
              AND WS-ENV-PARM = SPACE
               MOVE WS-MODE-PARM (1:1) TO WS-ENV-PARM
               MOVE SPACES TO WS-MODE-PARM
           END-IF.
           IF WS-MODE-PARM = "POST"
               SET WS-POST-MODE TO TRUE
           END-IF.

           PERFORM P0005-INIT-RUN-CONTROL.

           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           MOVE "RATERCLC - RETROACTIVE RATE RECALCULATION"
               TO REPORT-REC.
           WRITE REPORT-REC.
           IF NOT P1-ENV-PRODUCTION
               MOVE WS-TEST-WATERMARK TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           PERFORM B000-VALIDATE-PARMS.
           IF NOT WS-PARM-VALID
               MOVE SPACES TO REPORT-REC
               STRING "RATERCLC: " DELIMITED BY SIZE
                      WS-PARM-REASON DELIMITED BY "  "
                      " - RUN STOPPED" DELIMITED BY SIZE
                   INTO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO AU-KEY-INPUT
               STRING "RECALC " WS-DEPT-PARM " " WS-FROM-PARM
                      "-" WS-TO-PARM
                   DELIMITED BY SIZE INTO AU-KEY-INPUT
               MOVE WS-PARM-REASON TO AU-KEY-OUTPUT
               MOVE 90 TO AU-RETURN-CODE
               PERFORM L900-WRITE-AUDIT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO REPORT-REC
               IF WS-POST-MODE
                   MOVE "POST - DIFFERENCES QUEUED TO MAINRCYC"
                       TO WS-MODE-TEXT
               ELSE
                   MOVE "LIST ONLY - NOTHING QUEUED" TO WS-MODE-TEXT
               END-IF
               STRING "DEPARTMENT " WS-SEL-DEPT
                      "  BUSINESS DATES " WS-SEL-FROM-DATE
                      " TO " WS-SEL-TO-DATE
                      "  " WS-MODE-TEXT
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               PERFORM C000-COLLECT-POSTINGS
               IF WS-CD-OVERFLOW
                   PERFORM C900-LOG-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM C100-SETTLE-POSTINGS
                   PERFORM D000-RECALCULATE
                   PERFORM E000-WRITE-TOTALS
               END-IF
           END-IF.

           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           STOP RUN.
       A000-EXIT.
           EXIT.

      *    P1-RUN-ID is today's run date, the same convention as the
      *    other daytime steps, so RATERCLC audit rows line up with
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

      *    Only a department with a calculation can have posted at
      *    the wrong rate.  The range may not reach past today: a
      *    business date not yet run has nothing posted to correct.
       B000-VALIDATE-PARMS.
           SET WS-PARM-VALID TO TRUE.
           MOVE SPACES TO WS-PARM-REASON.
           MOVE WS-DEPT-PARM TO WS-SEL-DEPT.
           MOVE ZERO TO WS-SEL-FROM-DATE.
           MOVE ZERO TO WS-SEL-TO-DATE.
           EVALUATE TRUE
               WHEN NOT WS-SEL-DEPT-CALCULATED
                   MOVE "DEPARTMENT HAS NO RATE CALCULATION"
                       TO WS-PARM-REASON
               WHEN WS-FROM-PARM IS NOT NUMERIC
                   MOVE "FROM DATE NOT NUMERIC" TO WS-PARM-REASON
               WHEN WS-TO-PARM IS NOT NUMERIC
                   MOVE "TO DATE NOT NUMERIC" TO WS-PARM-REASON
               WHEN OTHER
                   MOVE WS-FROM-PARM TO WS-SEL-FROM-DATE
                   MOVE WS-TO-PARM TO WS-SEL-TO-DATE
                   IF WS-SEL-FROM-DATE > WS-SEL-TO-DATE
                       MOVE "FROM DATE AFTER TO DATE"
                           TO WS-PARM-REASON
                   END-IF
                   IF WS-SEL-TO-DATE > P1-RUN-DATE
                       MOVE "TO DATE AFTER TODAY" TO WS-PARM-REASON
                   END-IF
           END-EVALUATE.
           IF WS-PARM-REASON NOT = SPACES
               MOVE "N" TO WS-PARM-VALID-SW
           END-IF.
       B000-EXIT.
           EXIT.

      *    First pass: MAIN's posting rows for the department inside
      *    the range.  Earlier adjustments are postings too, but
      *    they are already differences - they are never themselves
      *    recalculated.  No TRANHIST means nothing has posted.
       C000-COLLECT-POSTINGS.
           MOVE ZERO TO WS-ADJ-LAST-SEQ.
           MOVE "N" TO WS-TH-EOF-SW.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-TRANHIST-OK
               PERFORM UNTIL WS-TH-EOF
                   READ TRAN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-TH-EOF-SW
                       NOT AT END
                           PERFORM C050-CHECK-POSTING
                   END-READ
               END-PERFORM
               CLOSE TRAN-HISTORY-FILE
           END-IF.
       C000-EXIT.
           EXIT.

       C050-CHECK-POSTING.
           IF TH-RATE-ADJUSTED
               MOVE TH-NOTE (1:16) TO WS-NOTE-ID
               IF WS-NOTE-RUN-ID = P1-RUN-ID
                  AND WS-NOTE-CYCLE = "00"
                  AND WS-NOTE-SEQ IS NUMERIC
                  AND WS-NOTE-SEQ > WS-ADJ-LAST-SEQ
                   MOVE WS-NOTE-SEQ TO WS-ADJ-LAST-SEQ
               END-IF
           END-IF.
           IF TH-POSTED
              AND TH-DEPT = WS-SEL-DEPT
              AND TH-EVENT-DATE >= WS-SEL-FROM-DATE
              AND TH-EVENT-DATE <= WS-SEL-TO-DATE
              AND TH-TRAN-ID (9:2) NOT = "00"
               IF WS-CD-COUNT >= 5000
                   SET WS-CD-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-CD-COUNT
                   MOVE TH-TRAN-ID    TO WS-CD-TRAN-ID (WS-CD-COUNT)
                   MOVE TH-EVENT-DATE TO WS-CD-POST-DATE (WS-CD-COUNT)
                   MOVE TH-EVENT-DATE TO WS-CD-CALC-DATE (WS-CD-COUNT)
                   MOVE TH-REGION     TO WS-CD-REGION (WS-CD-COUNT)
                   MOVE TH-DEPT       TO WS-CD-DEPT (WS-CD-COUNT)
                   MOVE TH-SUB        TO WS-CD-SUB (WS-CD-COUNT)
                   MOVE TH-AMOUNT     TO WS-CD-AMOUNT (WS-CD-COUNT)
                   MOVE TH-POSTED-AMOUNT
                       TO WS-CD-POSTED (WS-CD-COUNT)
                   MOVE ZERO          TO WS-CD-PRIOR-ADJ (WS-CD-COUNT)
                   MOVE SPACES        TO WS-CD-ACCRUAL-ID (WS-CD-COUNT)
                   MOVE SPACE         TO WS-CD-ACCRUAL-SW (WS-CD-COUNT)
                   IF TH-NOTE (1:4) = "REV "
                       MOVE TH-NOTE (5:16)
                           TO WS-CD-ACCRUAL-ID (WS-CD-COUNT)
                       SET WS-CD-REVERSAL (WS-CD-COUNT) TO TRUE
                       ADD 1 TO WS-REVERSAL-COUNT
                   END-IF
               END-IF
           END-IF.
       C050-EXIT.
           EXIT.

      *    Second pass: every rate-adjustment row already on an
      *    item's trace counts against it, wherever its date falls,
      *    and a reversal picks up its accrual's posting date.
       C100-SETTLE-POSTINGS.
           IF WS-CD-COUNT > ZERO
               MOVE "N" TO WS-TH-EOF-SW
               OPEN INPUT TRAN-HISTORY-FILE
               PERFORM UNTIL WS-TH-EOF
                   READ TRAN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-TH-EOF-SW
                       NOT AT END
                           IF TH-RATE-ADJUSTED
                              OR (TH-POSTED
                                  AND WS-REVERSAL-COUNT > ZERO)
                               PERFORM C150-MATCH-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAN-HISTORY-FILE
           END-IF.
       C100-EXIT.
           EXIT.

       C150-MATCH-HISTORY-ROW.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-COUNT
               IF TH-RATE-ADJUSTED
                  AND TH-TRAN-ID = WS-CD-TRAN-ID (WS-CD-IDX)
                   ADD TH-AMOUNT TO WS-CD-PRIOR-ADJ (WS-CD-IDX)
               END-IF
               IF TH-POSTED
                  AND WS-CD-REVERSAL (WS-CD-IDX)
                  AND TH-TRAN-ID = WS-CD-ACCRUAL-ID (WS-CD-IDX)
                   MOVE TH-EVENT-DATE TO WS-CD-CALC-DATE (WS-CD-IDX)
                   SET WS-CD-RESOLVED (WS-CD-IDX) TO TRUE
               END-IF
           END-PERFORM.
       C150-EXIT.
           EXIT.

       C900-LOG-OVERFLOW.
           MOVE "RATERCLC: OVER 5000 POSTINGS IN RANGE - RUN STOPPED,"
               TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "          NOTHING QUEUED - SPLIT THE DATE RANGE"
               TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO AU-KEY-INPUT.
           STRING "RECALC " WS-SEL-DEPT " " WS-SEL-FROM-DATE
                  "-" WS-SEL-TO-DATE
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE "POSTINGS OVER TABLE - RUN STOPPED" TO AU-KEY-OUTPUT.
           MOVE 90 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
       C900-EXIT.
           EXIT.

      *    Each posting recalculated and listed in the order it
      *    posted.  The old amount is what the ledger holds today -
      *    the original posting plus any adjustment already raised.
       D000-RECALCULATE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           STRING "  TRANSACTION ID   POSTED   RATED ON CODES    "
                  "         AMOUNT             OLD             NEW"
                  "      DIFFERENCE  ADJUSTMENT"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-POST-MODE
               OPEN EXTEND RECYCLE-FILE
               IF NOT WS-RECYCLE-OK
                   OPEN OUTPUT RECYCLE-FILE
               END-IF
               OPEN EXTEND TRAN-HISTORY-FILE
               IF NOT WS-TRANHIST-OK
                   OPEN OUTPUT TRAN-HISTORY-FILE
               END-IF
           END-IF.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-COUNT
               PERFORM D100-RECALCULATE-ONE
           END-PERFORM.
           IF WS-CD-COUNT = ZERO
               MOVE "  NO POSTINGS FOR THE DEPARTMENT IN THIS RANGE"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           IF WS-POST-MODE
               CLOSE RECYCLE-FILE
               CLOSE TRAN-HISTORY-FILE
           END-IF.
       D000-EXIT.
           EXIT.

       D100-RECALCULATE-ONE.
           ADD 1 TO WS-EXAMINED-COUNT.
           MOVE WS-CD-AMOUNT (WS-CD-IDX)    TO WS-CALC-AMOUNT.
           MOVE WS-CD-CALC-DATE (WS-CD-IDX) TO WS-CALC-DATE.
           EVALUATE WS-SEL-DEPT
               WHEN "HE"
                   CALL 'SUBHE' USING WS-CALC-AMOUNT,
                                      WS-NEW-POSTED,
                                      WS-CALC-DATE
               WHEN "FI"
                   CALL 'SUBFI' USING WS-CALC-AMOUNT,
                                      WS-NEW-POSTED,
                                      WS-CALC-DATE
           END-EVALUATE.
           COMPUTE WS-OLD-POSTED =
               WS-CD-POSTED (WS-CD-IDX) + WS-CD-PRIOR-ADJ (WS-CD-IDX).
           COMPUTE WS-DIFFERENCE = WS-NEW-POSTED - WS-OLD-POSTED.
           ADD WS-OLD-POSTED TO WS-OLD-TOTAL.
           ADD WS-NEW-POSTED TO WS-NEW-TOTAL.
           MOVE SPACES TO WS-ACTION-TEXT.
           IF WS-DIFFERENCE = ZERO
               MOVE "NO CHANGE" TO WS-ACTION-TEXT
           ELSE
               ADD 1 TO WS-CHANGED-COUNT
               ADD WS-DIFFERENCE TO WS-DIFF-TOTAL
               IF WS-POST-MODE
                   PERFORM D200-QUEUE-ADJUSTMENT
                   MOVE WS-ADJ-TRAN-ID TO WS-ACTION-TEXT
               ELSE
                   MOVE "NOT QUEUED" TO WS-ACTION-TEXT
               END-IF
           END-IF.
           MOVE WS-CD-AMOUNT (WS-CD-IDX) TO WS-AMOUNT-DISP.
           MOVE WS-OLD-POSTED TO WS-OLD-DISP.
           MOVE WS-NEW-POSTED TO WS-NEW-DISP.
           MOVE WS-DIFFERENCE TO WS-DIFF-DISP.
           MOVE SPACES TO REPORT-REC.
           STRING "  " WS-CD-TRAN-ID (WS-CD-IDX)
                  " " WS-CD-POST-DATE (WS-CD-IDX)
                  " " WS-CD-CALC-DATE (WS-CD-IDX)
                  " " WS-CD-REGION (WS-CD-IDX)
                  "/" WS-CD-DEPT (WS-CD-IDX)
                  "/" WS-CD-SUB (WS-CD-IDX)
                  " " WS-AMOUNT-DISP
                  " " WS-OLD-DISP
                  " " WS-NEW-DISP
                  " " WS-DIFF-DISP
                  "  " WS-ACTION-TEXT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
       D100-EXIT.
           EXIT.

      *    The difference goes to MAINRCYC under its own id for
      *    tonight's MAIN, and onto the original item's trace so no
      *    later recalculation raises it again.
       D200-QUEUE-ADJUSTMENT.
           ADD 1 TO WS-ADJ-LAST-SEQ.
           MOVE P1-RUN-ID       TO WS-ADJ-RUN-ID.
           MOVE WS-ADJ-LAST-SEQ TO WS-ADJ-SEQ.
           MOVE SPACES TO RECYCLE-REC.
           MOVE WS-CD-REGION (WS-CD-IDX) TO RCY-REGION.
           MOVE WS-CD-DEPT (WS-CD-IDX)   TO RCY-DEPT.
           MOVE WS-CD-SUB (WS-CD-IDX)    TO RCY-SUB.
           MOVE WS-DIFFERENCE            TO RCY-AMOUNT.
           MOVE WS-ADJ-TRAN-ID           TO RCY-TRAN-ID.
           MOVE ZERO                     TO RCY-ACCT-DATE.
           MOVE ZERO                     TO RCY-ORIG-AMOUNT.
           WRITE RECYCLE-REC.
           ADD 1 TO WS-QUEUED-COUNT.

           MOVE SPACES TO TH-HISTORY-REC.
           MOVE WS-CD-TRAN-ID (WS-CD-IDX) TO TH-TRAN-ID.
           MOVE P1-RUN-DATE TO TH-EVENT-DATE.
           SET TH-RATE-ADJUSTED TO TRUE.
           MOVE "RATERCLC" TO TH-PROGRAM-ID.
           MOVE P1-RUN-ID TO TH-RUN-ID.
           MOVE P1-CYCLE-NO TO TH-CYCLE-NO.
           MOVE WS-CD-REGION (WS-CD-IDX) TO TH-REGION.
           MOVE WS-CD-DEPT (WS-CD-IDX)   TO TH-DEPT.
           MOVE WS-CD-SUB (WS-CD-IDX)    TO TH-SUB.
           MOVE WS-DIFFERENCE TO TH-AMOUNT.
           MOVE ZERO TO TH-POSTED-AMOUNT.
           MOVE WS-ADJ-TRAN-ID TO TH-NOTE.
           MOVE ZERO TO TH-ACCT-DATE.
           WRITE TH-HISTORY-REC.

           MOVE SPACES TO AU-KEY-INPUT.
           MOVE WS-DIFFERENCE TO WS-DIFF-DISP.
           STRING "RATE ADJ " WS-CD-TRAN-ID (WS-CD-IDX)
                  " DIFF=" WS-DIFF-DISP
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE SPACES TO AU-KEY-OUTPUT.
           STRING "QUEUED TO MAINRCYC AS " WS-ADJ-TRAN-ID
               DELIMITED BY SIZE INTO AU-KEY-OUTPUT.
           MOVE 0 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
       D200-EXIT.
           EXIT.

       E000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-EXAMINED-COUNT TO WS-COUNT-DISP.
           STRING "POSTINGS RECALCULATED: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-CHANGED-COUNT TO WS-COUNT-DISP.
           STRING "POSTINGS CHANGED:      " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-QUEUED-COUNT TO WS-COUNT-DISP.
           STRING "ADJUSTMENTS QUEUED:    " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-OLD-TOTAL TO WS-TOTAL-DISP.
           STRING "TOTAL OLD AMOUNT:      " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-NEW-TOTAL TO WS-TOTAL-DISP.
           STRING "TOTAL NEW AMOUNT:      " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-DIFF-TOTAL TO WS-TOTAL-DISP.
           STRING "TOTAL DIFFERENCE:      " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO AU-KEY-INPUT.
           STRING "RECALC " WS-SEL-DEPT " " WS-SEL-FROM-DATE
                  "-" WS-SEL-TO-DATE
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE SPACES TO AU-KEY-OUTPUT.
           MOVE WS-DIFF-TOTAL TO WS-TOTAL-DISP.
           STRING "COUNT=" WS-EXAMINED-COUNT
                  " CHG=" WS-CHANGED-COUNT
                  " QUEUED=" WS-QUEUED-COUNT
                  " DIFF=" WS-TOTAL-DISP
               DELIMITED BY SIZE INTO AU-KEY-OUTPUT.
           MOVE 0 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
       E000-EXIT.
           EXIT.

      *    Appends one AUDITLOG record; callers set AU-KEY-INPUT,
      *    AU-KEY-OUTPUT and AU-RETURN-CODE just before performing
      *    this, the same convention as COBADD and ALLOC.
       L900-WRITE-AUDIT.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE "RATERCLC"   TO AU-PROGRAM-ID.
           MOVE P1-RUN-ID    TO AU-RUN-ID.
           MOVE P1-ENVIRONMENT TO AU-ENVIRONMENT.
           MOVE P1-CYCLE-NO  TO AU-CYCLE-NO.
           WRITE AU-AUDIT-REC.
       L900-EXIT.
           EXIT.
