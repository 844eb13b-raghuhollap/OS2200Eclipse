      *  is applied (aging still runs) and the step ends with          *
      *  condition code 8.                                             *
      *                                                                *
      *  Items still OPEN are aged against the run date in business    *
      *  days off the BUSCAL calendar - a Friday item is one day old   *
      *  on Monday, not three; anything in suspense longer than the    *
      *  threshold is listed in the aging section of SUSPRPT so        *
      *  nothing falls on the floor unseen.                            *
      *                                                                *
      *  The recycled item keeps the accounting date it suspended      *
      *  with.  A correction may carry a new accounting date (an item  *
      *  suspended AD or PC is re-dated into an open period); spaces   *
      *  keep the item's own date, and a date that is not numeric      *
      *  rejects the correction.                                       *
      *                                                                *
      *  An item suspended FX (no exchange rate in force) has nothing  *
      *  wrong with its codes: once treasury has the rate on FXRATMST  *
      *  the analyst submits a correction carrying the item's own      *
      *  codes, and it recycles in its original currency for MAIN to   *
      *  convert at the rate then in force.                            *
      *                                                                *
      *  A command-line argument gives the aging threshold in          *
      *  business days; it defaults to 5 when omitted or non-numeric.  *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
           SELECT CODE-MASTER-FILE ASSIGN TO "CODEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODEMST-STATUS.
           SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           05  COR-NEW-DEPT             PIC X(02).
           05  COR-NEW-SUB              PIC X(02).
           05  COR-TRAN-ID              PIC X(16).
           05  COR-NEW-ACCT-DATE        PIC X(08).
       FD  RECYCLE-FILE.
       01  RECYCLE-REC.
           05  RCY-REGION               PIC X(02).
      *    release, so the recycled item still faces MAIN's
      *    threshold gate.
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
       01  WS-SUSPENSE-STATUS          PIC X(02).
           88  WS-REPORT-OK            VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-TRANHIST-STATUS          PIC X(02).
           88  WS-TRANHIST-OK          VALUE "00".
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-AGE-PARM-X               PIC X(02).
       01  WS-ENV-PARM                 PIC X(01) VALUE SPACE.
               10  WS-COR-NEW-DEPT     PIC X(02).
               10  WS-COR-NEW-SUB      PIC X(02).
               10  WS-COR-TRAN-ID      PIC X(16).
               10  WS-COR-ACCT-DATE    PIC X(08).
               10  WS-COR-USED-SW      PIC X(01).
                   88  WS-COR-USED     VALUE "Y".
      *    The whole suspense file is carried through the run so it
       01  WS-SUSP-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  WS-SUSP-IDX                 PIC 9(04) COMP.
       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY           PIC X(121) OCCURS 2000 TIMES.
       01  WS-CORRECTED-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-OPEN-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-AGED-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-ODD-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-AGE-DAYS                 PIC 9(05).
       01  WS-AGE-DAYS-DISP            PIC ZZZZ9.
       01  WS-NO-BUSCAL-SW             PIC X(01) VALUE "N".
           88  WS-NO-BUSCAL-NOTED      VALUE "Y".
       01  WS-COUNT-DISP               PIC ZZZ9.
       01  WS-CODEMST-STATUS           PIC X(02).
           88  WS-CODEMST-OK           VALUE "00".
           88  WS-CODE-FOUND           VALUE "Y".
       01  WS-COR-REASON               PIC X(30).
       01  WS-COR-REJ-COUNT            PIC 9(04) VALUE ZERO.
       COPY BUSPARM.
       COPY P1RUN.
       COPY CODEWORK.

                                   WS-COR-NEW-SUB (WS-COR-COUNT)
                               MOVE COR-TRAN-ID TO
                                   WS-COR-TRAN-ID (WS-COR-COUNT)
                               MOVE COR-NEW-ACCT-DATE TO
                                   WS-COR-ACCT-DATE (WS-COR-COUNT)
                               MOVE "N" TO
                                   WS-COR-USED-SW (WS-COR-COUNT)
                           END-IF
                       DELIMITED BY SIZE INTO WS-COR-REASON
               END-IF
           END-IF.

      *    MAIN decides tomorrow whether the new date's period is
      *    still open; here it only has to be a date at all.
           IF COR-NEW-ACCT-DATE NOT = SPACES
              AND COR-NEW-ACCT-DATE IS NOT NUMERIC
               MOVE "N" TO WS-COR-VALID-SW
               IF WS-COR-REASON = SPACES
                   MOVE "ACCT DATE NOT NUMERIC" TO WS-COR-REASON
               END-IF
           END-IF.
       B070-EXIT.
           EXIT.

               IF NOT WS-RECYCLE-OK
                   OPEN OUTPUT RECYCLE-FILE
               END-IF
               OPEN EXTEND TRAN-HISTORY-FILE
               IF NOT WS-TRANHIST-OK
                   OPEN OUTPUT TRAN-HISTORY-FILE
               END-IF
               PERFORM UNTIL WS-SUSP-EOF
                   READ SUSPENSE-FILE
                       AT END
               END-PERFORM
               CLOSE SUSPENSE-FILE
               CLOSE RECYCLE-FILE
               CLOSE TRAN-HISTORY-FILE

               OPEN OUTPUT SUSPENSE-FILE
               PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
      *    The recycled item keeps the identity it suspended under.
           MOVE SU-TRAN-ID                           TO RCY-TRAN-ID.
           MOVE SPACE                                TO RCY-RELEASE-IND.
           IF WS-COR-ACCT-DATE (WS-COR-MATCH-IDX) NOT = SPACES
               MOVE WS-COR-ACCT-DATE (WS-COR-MATCH-IDX)
                   TO SU-ACCT-DATE
           END-IF.
           IF SU-ACCT-DATE IS NOT NUMERIC
               MOVE ZERO TO SU-ACCT-DATE
           END-IF.
           MOVE SU-ACCT-DATE                         TO RCY-ACCT-DATE.
      *    A foreign item goes back in its own currency, so MAIN
      *    converts it afresh at the rate in force when it recycles.
           MOVE SU-CURRENCY                          TO RCY-CURRENCY.
           IF SU-ORIG-AMOUNT IS NUMERIC
               MOVE SU-ORIG-AMOUNT                   TO RCY-ORIG-AMOUNT
           ELSE
               MOVE SU-AMOUNT                        TO RCY-ORIG-AMOUNT
           END-IF.
           MOVE SU-ACCRUAL-IND                       TO RCY-ACCRUAL-IND.
           WRITE RECYCLE-REC.
           SET WS-COR-USED (WS-COR-MATCH-IDX) TO TRUE.
           SET SU-CORRECTED TO TRUE.
               DELIMITED BY SIZE INTO AU-KEY-OUTPUT.
           MOVE 0 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
           PERFORM C350-WRITE-HISTORY.
       C300-EXIT.
           EXIT.

      *    The correction goes on the item's permanent TRANHIST
      *    trace carrying the NEW codes it will recycle under, so
      *    the inquiry shows where the item moved and when.
       C350-WRITE-HISTORY.
           MOVE SPACES TO TH-HISTORY-REC.
           MOVE SU-TRAN-ID TO TH-TRAN-ID.
           MOVE P1-RUN-DATE TO TH-EVENT-DATE.
           SET TH-CORRECTED TO TRUE.
           MOVE "SUSPFIX" TO TH-PROGRAM-ID.
           MOVE P1-RUN-ID TO TH-RUN-ID.
           MOVE P1-CYCLE-NO TO TH-CYCLE-NO.
           MOVE WS-COR-NEW-REGION (WS-COR-MATCH-IDX) TO TH-REGION.
           MOVE WS-COR-NEW-DEPT (WS-COR-MATCH-IDX)   TO TH-DEPT.
           MOVE WS-COR-NEW-SUB (WS-COR-MATCH-IDX)    TO TH-SUB.
           MOVE SU-AMOUNT TO TH-AMOUNT.
           MOVE ZERO TO TH-POSTED-AMOUNT.
           MOVE SU-REASON-CODE TO TH-REASON-CODE.
           MOVE SPACES TO TH-NOTE.
           STRING "WAS " SU-REGION "/" SU-DEPT "/" SU-SUB
               DELIMITED BY SIZE INTO TH-NOTE.
           WRITE TH-HISTORY-REC.
       C350-EXIT.
           EXIT.

      *    Days in suspense are business days from the BUSDAY lookup,
      *    so a weekend or a bank holiday does not push an item over
      *    the threshold; an item at or past it goes on the aging
      *    section so the business can see exactly what is still
      *    outstanding.  With no BUSCAL the count is Monday to
      *    Friday, and the report says so once.
       C400-AGE-ITEM.
           SET BD-COUNT-DAYS TO TRUE.
           MOVE SU-SUSP-DATE TO BD-FROM-DATE.
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
                      " REASON " SU-REASON-CODE
                      " SUSPENDED " SU-RUN-ID
                      " ID " SU-TRAN-ID
                      " - OPEN " WS-AGE-DAYS-DISP " BUS DAYS"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.
