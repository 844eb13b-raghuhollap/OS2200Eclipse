      *  reason.  A matched OPEN item flips to the terminal            *
      *  WRITTEN-OFF status with a who/when/why stamp, and the         *
      *  write-off register on SUSPWRPT shows every item with the      *
      *  value totaled, and how many business days (off the BUSCAL     *
      *  calendar, the same count SUSPFIX ages by) it sat open.        *
      *                                                                *
      *  GLEXTR picks the night's written-off items up and surfaces    *
      *  the value to the GL interface as WOF records, so the ledger   *
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
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
       01  WS-ENV-PARM                 PIC X(01) VALUE SPACE.
       01  WS-TEST-WATERMARK           PIC X(50) VALUE
       01  WS-SUSP-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  WS-SUSP-IDX                 PIC 9(04) COMP.
       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY           PIC X(121) OCCURS 2000 TIMES.
       01  WS-WRITTEN-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-WRITTEN-AMOUNT           PIC S9(12)V99 VALUE ZERO.
       01  WS-COUNT-DISP               PIC ZZZ9.
       01  WS-AMOUNT-DISP              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AGE-DAYS-DISP            PIC ZZZZ9.
       01  WS-NO-BUSCAL-SW             PIC X(01) VALUE "N".
           88  WS-NO-BUSCAL-NOTED      VALUE "Y".
       COPY BUSPARM.
       COPY P1RUN.

       PROCEDURE DIVISION.
                   TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               OPEN EXTEND TRAN-HISTORY-FILE
               IF NOT WS-TRANHIST-OK
                   OPEN OUTPUT TRAN-HISTORY-FILE
               END-IF
               PERFORM UNTIL WS-SUSP-EOF
                   READ SUSPENSE-FILE
                       AT END
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               CLOSE TRAN-HISTORY-FILE

               OPEN OUTPUT SUSPENSE-FILE
               PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
           SET WS-WO-USED (WS-WO-MATCH-IDX) TO TRUE.
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD SU-AMOUNT TO WS-WRITTEN-AMOUNT.
           PERFORM C310-AGE-ITEM.

           MOVE SPACES TO REPORT-REC.
           MOVE SU-AMOUNT TO WS-AMOUNT-DISP.
                  " ID " SU-TRAN-ID
                  " BY " SU-WOFF-USER
                  " - " SU-WOFF-REASON
                  " OPEN " WS-AGE-DAYS-DISP " BUS DAYS"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

               DELIMITED BY SIZE INTO AU-KEY-OUTPUT.
           MOVE 0 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
           PERFORM C350-WRITE-HISTORY.
       C300-EXIT.
           EXIT.

      *    Business days the item sat in suspense before it was
      *    written off, from the BUSDAY lookup.  With no BUSCAL the
      *    count is Monday to Friday, and the register says so once.
       C310-AGE-ITEM.
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
           MOVE BD-DAY-COUNT TO WS-AGE-DAYS-DISP.
       C310-EXIT.
           EXIT.

      *    The write-off closes the item's permanent TRANHIST trace
      *    with the authorizing user and reason.
       C350-WRITE-HISTORY.
           MOVE SPACES TO TH-HISTORY-REC.
           MOVE SU-TRAN-ID TO TH-TRAN-ID.
           MOVE P1-RUN-DATE TO TH-EVENT-DATE.
           SET TH-WRITTEN-OFF TO TRUE.
           MOVE "SUSPWOF" TO TH-PROGRAM-ID.
           MOVE P1-RUN-ID TO TH-RUN-ID.
           MOVE P1-CYCLE-NO TO TH-CYCLE-NO.
           MOVE SU-REGION TO TH-REGION.
           MOVE SU-DEPT TO TH-DEPT.
           MOVE SU-SUB TO TH-SUB.
           MOVE SU-AMOUNT TO TH-AMOUNT.
           MOVE ZERO TO TH-POSTED-AMOUNT.
           MOVE SU-REASON-CODE TO TH-REASON-CODE.
           MOVE SU-WOFF-USER TO TH-USER-ID.
           MOVE SU-WOFF-REASON TO TH-NOTE.
           WRITE TH-HISTORY-REC.
       C350-EXIT.
           EXIT.

      *    A write-off row that never matched an OPEN item is a
      *    rejected authorization: a typo, an item already
      *    corrected, or one already written off.
