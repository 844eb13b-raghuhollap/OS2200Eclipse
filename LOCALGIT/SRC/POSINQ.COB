       IDENTIFICATION DIVISION.
       PROGRAM-ID.    POSINQ.
      ******************************************************************
      *                                                                *
      *  Daytime terminal inquiry over the DISTMST distribution        *
      *  master and the CCPOSMST cost-center position.                 *
      *                                                                *
      *  "Where is HE/NY month-to-date" used to wait for the nightly   *
      *  DISTRPT/ALLOCPRPT print or a month-end PERDEND run.  The      *
      *  department head's question is now a keyed lookup at the       *
      *  terminal:                                                     *
      *    D rrddss   DISTMST from region/dept/sub rrddss - daily,     *
      *               period-to-date, prior-period and year-to-date    *
      *               counts and amounts, with the CODEMST             *
      *               descriptions of each code                        *
      *    C cccccc   CCPOSMST from cost center cccccc - daily,        *
      *               period-to-date and year-to-date, with the CCMST  *
      *               description (CCPOSMST keeps no prior-period      *
      *               bucket - ALLOCPST RESET only zeroes the period)  *
      *    N          next page forward in key order (also ENTER)      *
      *    B          previous page, back in key order                 *
      *    Q          end the session                                  *
      *  A short or blank key starts at the first key not below it,    *
      *  so "D HE" browses region HE from the top.                     *
      *                                                                *
      *  Read-only: both masters are opened INPUT, one page at a       *
      *  time, and closed again before the next prompt, so a session   *
      *  left open at a desk never holds a master.  Before every page  *
      *  the RUNLOCKS book is read; while DISTPOST (for DISTMST) or    *
      *  ALLOCPST (for CCPOSMST) holds its run lock the master is      *
      *  being rewritten and the page is refused with the holding run  *
      *  named - the inquiry never shows a half-posted position.       *
      *                                                                *
      *  One AUDITLOG row records the session and how many pages it    *
      *  showed.                                                       *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIST-MASTER-FILE ASSIGN TO "DISTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DIST-KEY
               FILE STATUS IS WS-DISTMST-STATUS.
           SELECT OPTIONAL POSITION-FILE ASSIGN TO "CCPOSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-COST-CTR
               FILE STATUS IS WS-CCPOS-STATUS.
           SELECT CODE-MASTER-FILE ASSIGN TO "CODEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODEMST-STATUS.
           SELECT CENTER-MASTER-FILE ASSIGN TO "CCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCMST-STATUS.
           SELECT LOCK-FILE ASSIGN TO "RUNLOCKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIST-MASTER-FILE.
       COPY DISTREC.
       FD  POSITION-FILE.
       COPY CCPOSREC.
       FD  CODE-MASTER-FILE.
       COPY CODEMST.
       FD  CENTER-MASTER-FILE.
       COPY CCMST.
       FD  LOCK-FILE.
       COPY RUNLOCK.
       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-DISTMST-STATUS           PIC X(02).
           88  WS-DISTMST-OK           VALUE "00".
       01  WS-CCPOS-STATUS             PIC X(02).
           88  WS-CCPOS-OK             VALUE "00".
       01  WS-CODEMST-STATUS           PIC X(02).
           88  WS-CODEMST-OK           VALUE "00".
       01  WS-CCMST-STATUS             PIC X(02).
           88  WS-CCMST-OK             VALUE "00".
       01  WS-LOCK-STATUS              PIC X(02).
           88  WS-LOCK-OK              VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-ENV-PARM                 PIC X(01) VALUE SPACE.
       01  WS-TEST-WATERMARK           PIC X(50) VALUE
           "********  TEST RUN - NOT PRODUCTION  ********".
      *    One terminal command: a verb letter and an optional key.
       01  WS-COMMAND-IN               PIC X(20).
       01  WS-CMD-VERB                 PIC X(01).
       01  WS-CMD-KEY                  PIC X(06).
       01  WS-QUIT-SW                  PIC X(01) VALUE "N".
           88  WS-QUIT                 VALUE "Y".
      *    Which master the session is browsing; N and B page the
      *    one named by the last D or C command.
       01  WS-BROWSE-SW                PIC X(01) VALUE SPACE.
           88  WS-BROWSE-DIST          VALUE "D".
           88  WS-BROWSE-CENTER        VALUE "C".
           88  WS-BROWSE-NONE          VALUE SPACE.
      *    How the next page is positioned: from a key (I), after
      *    the last key shown (A), or back from the first key shown
      *    (B).
       01  WS-PAGE-DIRECTION           PIC X(01).
           88  WS-PAGE-FROM-KEY        VALUE "I".
           88  WS-PAGE-AFTER           VALUE "A".
           88  WS-PAGE-BACK            VALUE "B".
       01  WS-PAGE-LINES               PIC 9(02) COMP VALUE 5.
       01  WS-ROW-COUNT                PIC 9(02) COMP.
       01  WS-BACK-COUNT               PIC 9(02) COMP.
       01  WS-START-KEY                PIC X(06).
       01  WS-TOP-KEY                  PIC X(06) VALUE SPACES.
       01  WS-BOTTOM-KEY               PIC X(06) VALUE SPACES.
       01  WS-FILE-EOF-SW              PIC X(01).
           88  WS-FILE-EOF             VALUE "Y".
       01  WS-POSITIONED-SW            PIC X(01).
           88  WS-POSITIONED           VALUE "Y".
       01  WS-PAGE-SHOWN-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-COUNT-DISP               PIC ZZZZZ9.
      *    Run-lock test: the lock is held while the program id has
      *    more L rows than R/F rows on RUNLOCKS.
       01  WS-LOCK-PROGRAM             PIC X(08).
       01  WS-LOCK-EOF-SW              PIC X(01).
           88  WS-LOCK-EOF             VALUE "Y".
       01  WS-LOCK-NET                 PIC S9(04) COMP.
       01  WS-LOCK-HOLDER-RUN          PIC X(08).
       01  WS-LOCK-HELD-SW             PIC X(01).
           88  WS-LOCK-HELD            VALUE "Y".
      *    CODEMST descriptions, loaded the same way MAIN and
      *    SUSPFIX load the code tables.
       01  WS-CM-EOF-SW                PIC X(01) VALUE "N".
           88  WS-CM-EOF               VALUE "Y".
       01  WS-CM-OVERFLOW-SW           PIC X(01) VALUE "N".
           88  WS-CM-OVERFLOW          VALUE "Y".
       01  WS-CT-IDX                   PIC 9(02).
      *    CCMST descriptions, the same 200-center table COBADD
      *    carries.
       01  WS-CC-EOF-SW                PIC X(01) VALUE "N".
           88  WS-CC-EOF               VALUE "Y".
       01  WS-CC-OVERFLOW-SW           PIC X(01) VALUE "N".
           88  WS-CC-OVERFLOW          VALUE "Y".
       01  WS-CC-COUNT                 PIC 9(03) COMP VALUE ZERO.
       01  WS-CC-IDX                   PIC 9(03) COMP.
       01  WS-CC-TABLE.
           05  WS-CC-ENTRY             OCCURS 200 TIMES.
               10  WS-CC-CODE          PIC X(06).
               10  WS-CC-EFF           PIC 9(08).
               10  WS-CC-EXP           PIC 9(08).
               10  WS-CC-DESC          PIC X(15).
       01  WS-REGION-DESC              PIC X(09).
       01  WS-DEPT-DESC                PIC X(09).
       01  WS-SUB-DESC                 PIC X(09).
       01  WS-CENTER-DESC              PIC X(15).
       01  WS-FIND-CODE                PIC X(02).
       01  WS-FIND-DESC                PIC X(09).
       01  WS-NOT-ON-MASTER            PIC X(15) VALUE
           "*NOT ON MASTER*".
      *    Display lines.
       01  WS-DIST-AMT-DISP            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-CTR-AMT-DISP             PIC ZZZ,ZZZ,ZZZ,ZZ9.9999-.
       01  WS-CNT-DISP                 PIC ZZZZZ9.
       01  WS-LINE-LEFT                PIC X(38).
       01  WS-LINE-RIGHT               PIC X(38).
       COPY P1RUN.
       COPY CODEWORK.

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

           DISPLAY "POSINQ - DISTMST / CCPOSMST POSITION INQUIRY".
           IF NOT P1-ENV-PRODUCTION
               DISPLAY WS-TEST-WATERMARK
           END-IF.
           PERFORM B040-LOAD-CODE-MASTER.
           PERFORM B050-LOAD-CENTER-MASTER.
           PERFORM C900-SHOW-HELP.

           PERFORM UNTIL WS-QUIT
               PERFORM C000-GET-COMMAND
           END-PERFORM.

           MOVE "INQUIRY SESSION" TO AU-KEY-INPUT.
           MOVE SPACES TO AU-KEY-OUTPUT.
           MOVE WS-PAGE-SHOWN-COUNT TO WS-CNT-DISP.
           MOVE WS-REFUSED-COUNT TO WS-COUNT-DISP.
           STRING "PAGES=" WS-CNT-DISP " LOCK-REFUSED=" WS-COUNT-DISP
               DELIMITED BY SIZE INTO AU-KEY-OUTPUT.
           MOVE 0 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.

           CLOSE AUDIT-FILE.
           STOP RUN.
       A000-EXIT.
           EXIT.

      *    P1-RUN-ID is today's date, the same convention as the
      *    other daytime steps, so the session row lines up with
      *    the day on AUDITLOG.
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

      *    A missing or over-full code master only costs the
      *    descriptions - the figures still show, with the code
      *    marked as not found.
       B040-LOAD-CODE-MASTER.
           OPEN INPUT CODE-MASTER-FILE.
           IF NOT WS-CODEMST-OK
               DISPLAY "POSINQ: no CODEMST - code descriptions blank"
           ELSE
               PERFORM UNTIL WS-CM-EOF
                   READ CODE-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-CM-EOF-SW
                       NOT AT END
                           PERFORM B045-STORE-CODE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CODE-MASTER-FILE
               IF WS-CM-OVERFLOW
                   DISPLAY "POSINQ: CODEMST OVER 50 CODES OF A TYPE"
                           " - SOME DESCRIPTIONS MISSING"
               END-IF
           END-IF.
       B040-EXIT.
           EXIT.

       B045-STORE-CODE-ENTRY.
           EVALUATE TRUE
               WHEN CM-REGION-TYPE
                   IF CT-REGION-COUNT >= 50
                       SET WS-CM-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO CT-REGION-COUNT
                       MOVE CM-CODE TO
                           CT-REGION-CODE (CT-REGION-COUNT)
                       MOVE CM-EFF-DATE TO
                           CT-REGION-EFF (CT-REGION-COUNT)
                       MOVE CM-EXP-DATE TO
                           CT-REGION-EXP (CT-REGION-COUNT)
                       MOVE CM-DESC TO
                           CT-REGION-DESC (CT-REGION-COUNT)
                   END-IF
               WHEN CM-DEPT-TYPE
                   IF CT-DEPT-COUNT >= 50
                       SET WS-CM-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO CT-DEPT-COUNT
                       MOVE CM-CODE TO
                           CT-DEPT-CODE (CT-DEPT-COUNT)
                       MOVE CM-EFF-DATE TO
                           CT-DEPT-EFF (CT-DEPT-COUNT)
                       MOVE CM-EXP-DATE TO
                           CT-DEPT-EXP (CT-DEPT-COUNT)
                       MOVE CM-DESC TO
                           CT-DEPT-DESC (CT-DEPT-COUNT)
                   END-IF
               WHEN CM-SUB-TYPE
                   IF CT-SUB-COUNT >= 50
                       SET WS-CM-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO CT-SUB-COUNT
                       MOVE CM-CODE TO
                           CT-SUB-CODE (CT-SUB-COUNT)
                       MOVE CM-EFF-DATE TO
                           CT-SUB-EFF (CT-SUB-COUNT)
                       MOVE CM-EXP-DATE TO
                           CT-SUB-EXP (CT-SUB-COUNT)
                       MOVE CM-DESC TO
                           CT-SUB-DESC (CT-SUB-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       B045-EXIT.
           EXIT.

       B050-LOAD-CENTER-MASTER.
           OPEN INPUT CENTER-MASTER-FILE.
           IF NOT WS-CCMST-OK
               DISPLAY "POSINQ: no CCMST - center descriptions blank"
           ELSE
               PERFORM UNTIL WS-CC-EOF
                   READ CENTER-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-CC-EOF-SW
                       NOT AT END
                           IF WS-CC-COUNT >= 200
                               SET WS-CC-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-CC-COUNT
                               MOVE CC-COST-CTR TO
                                   WS-CC-CODE (WS-CC-COUNT)
                               MOVE CC-EFF-DATE TO
                                   WS-CC-EFF (WS-CC-COUNT)
                               MOVE CC-EXP-DATE TO
                                   WS-CC-EXP (WS-CC-COUNT)
                               MOVE CC-DESC TO
                                   WS-CC-DESC (WS-CC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CENTER-MASTER-FILE
               IF WS-CC-OVERFLOW
                   DISPLAY "POSINQ: CCMST OVER 200 CENTERS"
                           " - SOME DESCRIPTIONS MISSING"
               END-IF
           END-IF.
       B050-EXIT.
           EXIT.

      *    One prompt, one command.  Letters are taken in either
      *    case; codes on the masters are upper case.
       C000-GET-COMMAND.
           DISPLAY "POSINQ COMMAND (D key, C key, N, B, Q, H):".
           MOVE SPACES TO WS-COMMAND-IN.
           ACCEPT WS-COMMAND-IN.
           INSPECT WS-COMMAND-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-CMD-VERB WS-CMD-KEY.
           UNSTRING WS-COMMAND-IN DELIMITED BY ALL SPACE
               INTO WS-CMD-VERB WS-CMD-KEY.
      *    A leading space leaves the verb in the second slot.
           IF WS-COMMAND-IN (1:1) = SPACE
               MOVE SPACES TO WS-CMD-VERB WS-CMD-KEY
               UNSTRING WS-COMMAND-IN DELIMITED BY ALL SPACE
                   INTO WS-CMD-LINE WS-CMD-VERB WS-CMD-KEY
           END-IF.
           EVALUATE WS-CMD-VERB
               WHEN "D"
                   SET WS-BROWSE-DIST TO TRUE
                   MOVE WS-CMD-KEY TO WS-START-KEY
                   SET WS-PAGE-FROM-KEY TO TRUE
                   PERFORM D000-SHOW-DIST-PAGE
               WHEN "C"
                   SET WS-BROWSE-CENTER TO TRUE
                   MOVE WS-CMD-KEY TO WS-START-KEY
                   SET WS-PAGE-FROM-KEY TO TRUE
                   PERFORM E000-SHOW-CENTER-PAGE
               WHEN "N"
               WHEN SPACE
                   SET WS-PAGE-AFTER TO TRUE
                   PERFORM C100-PAGE-CURRENT
               WHEN "B"
                   SET WS-PAGE-BACK TO TRUE
                   PERFORM C100-PAGE-CURRENT
               WHEN "Q"
                   SET WS-QUIT TO TRUE
               WHEN "H"
                   PERFORM C900-SHOW-HELP
               WHEN OTHER
                   DISPLAY "POSINQ: UNKNOWN COMMAND '" WS-CMD-VERB
                           "' - H FOR HELP"
           END-EVALUATE.
       C000-EXIT.
           EXIT.

       C100-PAGE-CURRENT.
           EVALUATE TRUE
               WHEN WS-BROWSE-DIST
                   PERFORM D000-SHOW-DIST-PAGE
               WHEN WS-BROWSE-CENTER
                   PERFORM E000-SHOW-CENTER-PAGE
               WHEN OTHER
                   DISPLAY "POSINQ: START WITH D OR C AND A KEY"
           END-EVALUATE.
       C100-EXIT.
           EXIT.

       C900-SHOW-HELP.
           DISPLAY "  D rrddss  DISTMST FROM REGION/DEPT/SUB".
           DISPLAY "  C cccccc  CCPOSMST FROM COST CENTER".
           DISPLAY "  N         NEXT PAGE (OR ENTER)".
           DISPLAY "  B         PREVIOUS PAGE".
           DISPLAY "  Q         END THE INQUIRY".
       C900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    One page of DISTMST.  The run lock is checked first; the
      *    master is opened INPUT only for the page and closed
      *    before the next prompt.  A page that finds no keys in
      *    the direction asked leaves the last page's place alone.
      *----------------------------------------------------------------
       D000-SHOW-DIST-PAGE.
           MOVE "DISTPOST" TO WS-LOCK-PROGRAM.
           PERFORM K200-CHECK-RUN-LOCK.
           IF WS-LOCK-HELD
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "POSINQ: DISTMST IS BEING UPDATED BY DISTPOST"
                       " RUN " WS-LOCK-HOLDER-RUN " - TRY AGAIN LATER"
           ELSE
               OPEN INPUT DIST-MASTER-FILE
               IF NOT WS-DISTMST-OK
                   DISPLAY "POSINQ: DISTMST NOT AVAILABLE - STATUS "
                           WS-DISTMST-STATUS
               ELSE
                   PERFORM D050-POSITION-DIST
                   IF WS-POSITIONED
                       PERFORM D060-READ-DIST-PAGE
                   END-IF
                   CLOSE DIST-MASTER-FILE
               END-IF
           END-IF.
       D000-EXIT.
           EXIT.

      *    Backward paging reads up to a page of keys below the
      *    first key shown, then shows forward from the lowest of
      *    them - the page lines up the same way whichever way the
      *    user arrived at it.
       D050-POSITION-DIST.
           MOVE "N" TO WS-POSITIONED-SW.
           MOVE "N" TO WS-FILE-EOF-SW.
           IF WS-PAGE-BACK
               MOVE WS-TOP-KEY TO DM-DIST-KEY
               START DIST-MASTER-FILE KEY < DM-DIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FILE-EOF-SW
               END-START
               MOVE ZERO TO WS-BACK-COUNT
               PERFORM UNTIL WS-FILE-EOF
                          OR WS-BACK-COUNT >= WS-PAGE-LINES
                   READ DIST-MASTER-FILE PREVIOUS RECORD
                       AT END
                           MOVE "Y" TO WS-FILE-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-BACK-COUNT
                           MOVE DM-DIST-KEY TO WS-START-KEY
                   END-READ
               END-PERFORM
               IF WS-BACK-COUNT = ZERO
                   DISPLAY "POSINQ: AT START OF DISTMST"
               ELSE
                   MOVE "N" TO WS-FILE-EOF-SW
                   MOVE WS-START-KEY TO DM-DIST-KEY
                   START DIST-MASTER-FILE KEY NOT < DM-DIST-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-FILE-EOF-SW
                   END-START
                   IF NOT WS-FILE-EOF
                       SET WS-POSITIONED TO TRUE
                   END-IF
               END-IF
           ELSE
               IF WS-PAGE-AFTER
                   MOVE WS-BOTTOM-KEY TO DM-DIST-KEY
                   START DIST-MASTER-FILE KEY > DM-DIST-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-FILE-EOF-SW
                   END-START
               ELSE
                   MOVE WS-START-KEY TO DM-DIST-KEY
                   START DIST-MASTER-FILE KEY NOT < DM-DIST-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-FILE-EOF-SW
                   END-START
               END-IF
               IF WS-FILE-EOF
                   DISPLAY "POSINQ: NO MORE DISTMST KEYS"
               ELSE
                   SET WS-POSITIONED TO TRUE
               END-IF
           END-IF.
       D050-EXIT.
           EXIT.

       D060-READ-DIST-PAGE.
           MOVE ZERO TO WS-ROW-COUNT.
           DISPLAY "----------------------------------------"
                   "--------------------------------------".
           PERFORM UNTIL WS-FILE-EOF
                      OR WS-ROW-COUNT >= WS-PAGE-LINES
               READ DIST-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ROW-COUNT
                       IF WS-ROW-COUNT = 1
                           MOVE DM-DIST-KEY TO WS-TOP-KEY
                       END-IF
                       MOVE DM-DIST-KEY TO WS-BOTTOM-KEY
                       PERFORM D100-SHOW-DIST-ROW
               END-READ
           END-PERFORM.
           IF WS-ROW-COUNT > ZERO
               ADD 1 TO WS-PAGE-SHOWN-COUNT
           END-IF.
           IF WS-FILE-EOF
               DISPLAY "  -- END OF DISTMST --"
           END-IF.
       D060-EXIT.
           EXIT.

      *    The daily figures are the last night the key posted
      *    (named on the first line), not necessarily last night.
       D100-SHOW-DIST-ROW.
           MOVE DM-REGION TO WS-FIND-CODE.
           PERFORM F100-FIND-REGION-DESC.
           MOVE WS-FIND-DESC TO WS-REGION-DESC.
           MOVE DM-DEPT TO WS-FIND-CODE.
           PERFORM F200-FIND-DEPT-DESC.
           MOVE WS-FIND-DESC TO WS-DEPT-DESC.
           MOVE DM-SUB TO WS-FIND-CODE.
           PERFORM F300-FIND-SUB-DESC.
           MOVE WS-FIND-DESC TO WS-SUB-DESC.
           DISPLAY DM-REGION "/" DM-DEPT "/" DM-SUB "  "
                   WS-REGION-DESC " " WS-DEPT-DESC " " WS-SUB-DESC
                   "  LAST POSTED " DM-LAST-POST-DATE.

           MOVE DM-DAILY-COUNT  TO WS-CNT-DISP.
           MOVE DM-DAILY-AMOUNT TO WS-DIST-AMT-DISP.
           MOVE SPACES TO WS-LINE-LEFT.
           STRING "  DAILY  " WS-CNT-DISP " " WS-DIST-AMT-DISP
               DELIMITED BY SIZE INTO WS-LINE-LEFT.
           MOVE DM-PTD-COUNT    TO WS-CNT-DISP.
           MOVE DM-PTD-AMOUNT   TO WS-DIST-AMT-DISP.
           MOVE SPACES TO WS-LINE-RIGHT.
           STRING "  PTD    " WS-CNT-DISP " " WS-DIST-AMT-DISP
               DELIMITED BY SIZE INTO WS-LINE-RIGHT.
           DISPLAY WS-LINE-LEFT WS-LINE-RIGHT.

           MOVE DM-PRIOR-PTD-COUNT  TO WS-CNT-DISP.
           MOVE DM-PRIOR-PTD-AMOUNT TO WS-DIST-AMT-DISP.
           MOVE SPACES TO WS-LINE-LEFT.
           STRING "  PRIOR  " WS-CNT-DISP " " WS-DIST-AMT-DISP
               DELIMITED BY SIZE INTO WS-LINE-LEFT.
           MOVE DM-YTD-COUNT    TO WS-CNT-DISP.
           MOVE DM-YTD-AMOUNT   TO WS-DIST-AMT-DISP.
           MOVE SPACES TO WS-LINE-RIGHT.
           STRING "  YTD    " WS-CNT-DISP " " WS-DIST-AMT-DISP
               DELIMITED BY SIZE INTO WS-LINE-RIGHT.
           DISPLAY WS-LINE-LEFT WS-LINE-RIGHT.
       D100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    One page of CCPOSMST - the same discipline as the
      *    DISTMST page, checked against the ALLOCPST run lock.
      *----------------------------------------------------------------
       E000-SHOW-CENTER-PAGE.
           MOVE "ALLOCPST" TO WS-LOCK-PROGRAM.
           PERFORM K200-CHECK-RUN-LOCK.
           IF WS-LOCK-HELD
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "POSINQ: CCPOSMST IS BEING UPDATED BY ALLOCPST"
                       " RUN " WS-LOCK-HOLDER-RUN " - TRY AGAIN LATER"
           ELSE
               OPEN INPUT POSITION-FILE
               IF NOT WS-CCPOS-OK
                   DISPLAY "POSINQ: CCPOSMST NOT AVAILABLE - STATUS "
                           WS-CCPOS-STATUS
               ELSE
                   PERFORM E050-POSITION-CENTER
                   IF WS-POSITIONED
                       PERFORM E060-READ-CENTER-PAGE
                   END-IF
                   CLOSE POSITION-FILE
               END-IF
           END-IF.
       E000-EXIT.
           EXIT.

       E050-POSITION-CENTER.
           MOVE "N" TO WS-POSITIONED-SW.
           MOVE "N" TO WS-FILE-EOF-SW.
           IF WS-PAGE-BACK
               MOVE WS-TOP-KEY TO CP-COST-CTR
               START POSITION-FILE KEY < CP-COST-CTR
                   INVALID KEY
                       MOVE "Y" TO WS-FILE-EOF-SW
               END-START
               MOVE ZERO TO WS-BACK-COUNT
               PERFORM UNTIL WS-FILE-EOF
                          OR WS-BACK-COUNT >= WS-PAGE-LINES
                   READ POSITION-FILE PREVIOUS RECORD
                       AT END
                           MOVE "Y" TO WS-FILE-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-BACK-COUNT
                           MOVE CP-COST-CTR TO WS-START-KEY
                   END-READ
               END-PERFORM
               IF WS-BACK-COUNT = ZERO
                   DISPLAY "POSINQ: AT START OF CCPOSMST"
               ELSE
                   MOVE "N" TO WS-FILE-EOF-SW
                   MOVE WS-START-KEY TO CP-COST-CTR
                   START POSITION-FILE KEY NOT < CP-COST-CTR
                       INVALID KEY
                           MOVE "Y" TO WS-FILE-EOF-SW
                   END-START
                   IF NOT WS-FILE-EOF
                       SET WS-POSITIONED TO TRUE
                   END-IF
               END-IF
           ELSE
               IF WS-PAGE-AFTER
                   MOVE WS-BOTTOM-KEY TO CP-COST-CTR
                   START POSITION-FILE KEY > CP-COST-CTR
                       INVALID KEY
                           MOVE "Y" TO WS-FILE-EOF-SW
                   END-START
               ELSE
                   MOVE WS-START-KEY TO CP-COST-CTR
                   START POSITION-FILE KEY NOT < CP-COST-CTR
                       INVALID KEY
                           MOVE "Y" TO WS-FILE-EOF-SW
                   END-START
               END-IF
               IF WS-FILE-EOF
                   DISPLAY "POSINQ: NO MORE CCPOSMST CENTERS"
               ELSE
                   SET WS-POSITIONED TO TRUE
               END-IF
           END-IF.
       E050-EXIT.
           EXIT.

       E060-READ-CENTER-PAGE.
           MOVE ZERO TO WS-ROW-COUNT.
           DISPLAY "----------------------------------------"
                   "--------------------------------------".
           PERFORM UNTIL WS-FILE-EOF
                      OR WS-ROW-COUNT >= WS-PAGE-LINES
               READ POSITION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ROW-COUNT
                       IF WS-ROW-COUNT = 1
                           MOVE CP-COST-CTR TO WS-TOP-KEY
                       END-IF
                       MOVE CP-COST-CTR TO WS-BOTTOM-KEY
                       PERFORM E100-SHOW-CENTER-ROW
               END-READ
           END-PERFORM.
           IF WS-ROW-COUNT > ZERO
               ADD 1 TO WS-PAGE-SHOWN-COUNT
           END-IF.
           IF WS-FILE-EOF
               DISPLAY "  -- END OF CCPOSMST --"
           END-IF.
       E060-EXIT.
           EXIT.

      *    Shares carry four decimals on the position, so the
      *    amounts show all four.
       E100-SHOW-CENTER-ROW.
           PERFORM F400-FIND-CENTER-DESC.
           DISPLAY CP-COST-CTR "  " WS-CENTER-DESC
                   "  LAST POSTED " CP-LAST-POST-DATE.
           MOVE CP-DAILY-COUNT  TO WS-CNT-DISP.
           MOVE CP-DAILY-AMOUNT TO WS-CTR-AMT-DISP.
           DISPLAY "  DAILY  " WS-CNT-DISP " " WS-CTR-AMT-DISP.
           MOVE CP-PTD-COUNT    TO WS-CNT-DISP.
           MOVE CP-PTD-AMOUNT   TO WS-CTR-AMT-DISP.
           DISPLAY "  PTD    " WS-CNT-DISP " " WS-CTR-AMT-DISP.
           DISPLAY "  PRIOR  NOT KEPT FOR COST CENTERS".
           MOVE CP-YTD-COUNT    TO WS-CNT-DISP.
           MOVE CP-YTD-AMOUNT   TO WS-CTR-AMT-DISP.
           DISPLAY "  YTD    " WS-CNT-DISP " " WS-CTR-AMT-DISP.
       E100-EXIT.
           EXIT.

      *    Description lookups: the row in force today wins; failing
      *    that, any row for the code (a retired code still names
      *    its history); failing that, the code is flagged.
       F100-FIND-REGION-DESC.
           MOVE SPACES TO WS-FIND-DESC.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > CT-REGION-COUNT
               IF WS-FIND-CODE = CT-REGION-CODE (WS-CT-IDX)
                   IF WS-FIND-DESC = SPACES
                      OR (CT-REGION-EFF (WS-CT-IDX) <= P1-RUN-DATE
                          AND (CT-REGION-EXP (WS-CT-IDX) = ZERO
                           OR CT-REGION-EXP (WS-CT-IDX) >= P1-RUN-DATE))
                       MOVE CT-REGION-DESC (WS-CT-IDX) TO WS-FIND-DESC
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FIND-DESC = SPACES
               MOVE WS-NOT-ON-MASTER TO WS-FIND-DESC
           END-IF.
       F100-EXIT.
           EXIT.

       F200-FIND-DEPT-DESC.
           MOVE SPACES TO WS-FIND-DESC.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > CT-DEPT-COUNT
               IF WS-FIND-CODE = CT-DEPT-CODE (WS-CT-IDX)
                   IF WS-FIND-DESC = SPACES
                      OR (CT-DEPT-EFF (WS-CT-IDX) <= P1-RUN-DATE
                          AND (CT-DEPT-EXP (WS-CT-IDX) = ZERO
                           OR CT-DEPT-EXP (WS-CT-IDX) >= P1-RUN-DATE))
                       MOVE CT-DEPT-DESC (WS-CT-IDX) TO WS-FIND-DESC
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FIND-DESC = SPACES
               MOVE WS-NOT-ON-MASTER TO WS-FIND-DESC
           END-IF.
       F200-EXIT.
           EXIT.

       F300-FIND-SUB-DESC.
           MOVE SPACES TO WS-FIND-DESC.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > CT-SUB-COUNT
               IF WS-FIND-CODE = CT-SUB-CODE (WS-CT-IDX)
                   IF WS-FIND-DESC = SPACES
                      OR (CT-SUB-EFF (WS-CT-IDX) <= P1-RUN-DATE
                          AND (CT-SUB-EXP (WS-CT-IDX) = ZERO
                           OR CT-SUB-EXP (WS-CT-IDX) >= P1-RUN-DATE))
                       MOVE CT-SUB-DESC (WS-CT-IDX) TO WS-FIND-DESC
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FIND-DESC = SPACES
               MOVE WS-NOT-ON-MASTER TO WS-FIND-DESC
           END-IF.
       F300-EXIT.
           EXIT.

       F400-FIND-CENTER-DESC.
           MOVE SPACES TO WS-CENTER-DESC.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               IF CP-COST-CTR = WS-CC-CODE (WS-CC-IDX)
                   IF WS-CENTER-DESC = SPACES
                      OR (WS-CC-EFF (WS-CC-IDX) <= P1-RUN-DATE
                          AND (WS-CC-EXP (WS-CC-IDX) = ZERO
                           OR WS-CC-EXP (WS-CC-IDX) >= P1-RUN-DATE))
                       MOVE WS-CC-DESC (WS-CC-IDX) TO WS-CENTER-DESC
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CENTER-DESC = SPACES
               MOVE WS-NOT-ON-MASTER TO WS-CENTER-DESC
           END-IF.
       F400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    K200-CHECK-RUN-LOCK reads the RUNLOCKS book the way
      *    K200-CLAIM-RUN-LOCK does in the posting programs, but
      *    only looks - the inquiry never claims or releases a lock.
      *    A missing book means nothing has ever locked.
      *----------------------------------------------------------------
       K200-CHECK-RUN-LOCK.
           MOVE ZERO TO WS-LOCK-NET.
           MOVE SPACES TO WS-LOCK-HOLDER-RUN.
           MOVE "N" TO WS-LOCK-HELD-SW.
           MOVE "N" TO WS-LOCK-EOF-SW.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-OK
               PERFORM UNTIL WS-LOCK-EOF
                   READ LOCK-FILE
                       AT END
                           MOVE "Y" TO WS-LOCK-EOF-SW
                       NOT AT END
                           IF RL-PROGRAM-ID = WS-LOCK-PROGRAM
                               IF RL-LOCKED
                                   ADD 1 TO WS-LOCK-NET
                                   MOVE RL-RUN-ID
                                       TO WS-LOCK-HOLDER-RUN
                               ELSE
                                   SUBTRACT 1 FROM WS-LOCK-NET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF.
           IF WS-LOCK-NET > ZERO
               SET WS-LOCK-HELD TO TRUE
           END-IF.
       K200-EXIT.
           EXIT.

      *    Appends one AUDITLOG record; callers set AU-KEY-INPUT,
      *    AU-KEY-OUTPUT and AU-RETURN-CODE just before performing
      *    this.
       L900-WRITE-AUDIT.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE "POSINQ"     TO AU-PROGRAM-ID.
           MOVE P1-RUN-ID    TO AU-RUN-ID.
           MOVE P1-ENVIRONMENT TO AU-ENVIRONMENT.
           MOVE P1-CYCLE-NO  TO AU-CYCLE-NO.
           WRITE AU-AUDIT-REC.
       L900-EXIT.
           EXIT.
