       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCPCONV.
      ******************************************************************
      *                                                                *
      *  OPERATOR UTILITY - CCPOSMST reload in the current layout.     *
      *                                                                *
      *  Copies a flat unload of the cost-center position (staged as   *
      *  CCPOSMSO) into the INDEXED CCPOSMST that ALLOCPST maintains,  *
      *  keyed on cost center - the DISTCONV treatment for the         *
      *  allocation side.  Rows unloaded before CCPOSMST grew its      *
      *  year-to-date buckets read in short, with spaces there, and    *
      *  come across with year-to-date zero, so the reload is best     *
      *  done at a fiscal year boundary.  Run with the nightly         *
      *  quiesced.  A duplicate key is a data error and stops the      *
      *  reload with condition code 8 - the partly built CCPOSMST      *
      *  should be deleted and the input fixed before rerunning.       *
      *                                                                *
      *  The reload is logged to AUDITLOG with the row count so the    *
      *  cutover leaves a trace.                                       *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-POSITION-FILE ASSIGN TO "CCPOSMSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT POSITION-FILE ASSIGN TO "CCPOSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-COST-CTR
               FILE STATUS IS WS-CCPOS-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-POSITION-FILE.
       01  OLD-POS-REC                  PIC X(88).
       FD  POSITION-FILE.
       COPY CCPOSREC.
       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS               PIC X(02).
           88  WS-OLD-OK               VALUE "00".
       01  WS-CCPOS-STATUS             PIC X(02).
           88  WS-CCPOS-OK             VALUE "00" "05".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-FILE-EOF             VALUE "Y".
       01  WS-DUP-SW                   PIC X(01) VALUE "N".
           88  WS-DUP-KEY              VALUE "Y".
       01  WS-ROW-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-COUNT-DISP               PIC ZZZZZ9.
       COPY P1RUN.

       PROCEDURE DIVISION.
       A000-CONTROL.
           ACCEPT P1-RUN-DATE FROM DATE YYYYMMDD.
           MOVE P1-RUN-DATE   TO P1-RUN-ID.
           SET P1-ENV-PRODUCTION TO TRUE.
           SET P1-RESTART-NO  TO TRUE.
           MOVE 1 TO P1-CYCLE-NO.

           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           OPEN INPUT OLD-POSITION-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CCPCONV: NO CCPOSMSO INPUT - NOTHING TO DO"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT POSITION-FILE
               IF NOT WS-CCPOS-OK
                   DISPLAY "CCPCONV: CCPOSMST WOULD NOT OPEN OUTPUT"
                   MOVE 8 TO RETURN-CODE
                   CLOSE OLD-POSITION-FILE
               ELSE
                   PERFORM B000-COPY-ROWS
                   CLOSE OLD-POSITION-FILE
                   CLOSE POSITION-FILE
                   PERFORM C000-LOG-RESULT
               END-IF
           END-IF.

           CLOSE AUDIT-FILE.
           STOP RUN.
       A000-EXIT.
           EXIT.

      *    The field order is unchanged - the unloaded row lands
      *    straight in CP-POS-REC and the WRITE indexes it.
       B000-COPY-ROWS.
           PERFORM UNTIL WS-FILE-EOF OR WS-DUP-KEY
               READ OLD-POSITION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       MOVE OLD-POS-REC TO CP-POS-REC
                       IF CP-YTD-COUNT IS NOT NUMERIC
                           MOVE ZERO TO CP-YTD-COUNT
                           MOVE ZERO TO CP-YTD-AMOUNT
                       END-IF
                       WRITE CP-POS-REC
                           INVALID KEY
                               SET WS-DUP-KEY TO TRUE
                               DISPLAY "CCPCONV: DUPLICATE KEY "
                                       CP-COST-CTR " - RELOAD STOPPED"
                       END-WRITE
                       IF NOT WS-DUP-KEY
                           ADD 1 TO WS-ROW-COUNT
                       END-IF
               END-READ
           END-PERFORM.
       B000-EXIT.
           EXIT.

       C000-LOG-RESULT.
           MOVE WS-ROW-COUNT TO WS-COUNT-DISP.
           IF WS-DUP-KEY
               MOVE 8 TO RETURN-CODE
               MOVE "CCPOSMSO" TO AU-KEY-INPUT
               MOVE "RELOAD STOPPED ON DUPLICATE KEY"
                   TO AU-KEY-OUTPUT
               MOVE 90 TO AU-RETURN-CODE
           ELSE
               DISPLAY "CCPCONV: " WS-COUNT-DISP
                       " ROWS RELOADED TO CCPOSMST"
               MOVE "CCPOSMSO" TO AU-KEY-INPUT
               MOVE SPACES TO AU-KEY-OUTPUT
               STRING "RELOADED ROWS=" WS-COUNT-DISP
                   DELIMITED BY SIZE INTO AU-KEY-OUTPUT
               MOVE 0 TO AU-RETURN-CODE
           END-IF.
           PERFORM L900-WRITE-AUDIT.
       C000-EXIT.
           EXIT.

      *    Appends one AUDITLOG record; callers set AU-KEY-INPUT,
      *    AU-KEY-OUTPUT and AU-RETURN-CODE just before performing
      *    this, the same convention as COBADD and ALLOC.
       L900-WRITE-AUDIT.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE "CCPCONV"    TO AU-PROGRAM-ID.
           MOVE P1-RUN-ID    TO AU-RUN-ID.
           MOVE P1-ENVIRONMENT TO AU-ENVIRONMENT.
           MOVE P1-CYCLE-NO  TO AU-CYCLE-NO.
           WRITE AU-AUDIT-REC.
       L900-EXIT.
           EXIT.
