       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPTSTMT.
      ******************************************************************
      *                                                                *
      *  Per-department period activity statements.                    *
      *                                                                *
      *  Replaces cutting the PERDEND report apart by hand: one        *
      *  statement per department code for a fiscal period, each on    *
      *  its own print file so distribution needs no splitting.  The   *
      *  file for department dd in period yyyy/pp is STMTddyyyypp.     *
      *  Each statement holds:                                         *
      *    - a cover page naming the department from CODEMST           *
      *    - posted transactions booked to the period: tran id,        *
      *      accounting date, region/sub, amount as entered, the       *
      *      SUBHE surcharge or SUBFI withholding, and the posted      *
      *      amount                                                    *
      *    - credits and reversals (negative postings) on their own    *
      *    - prior-period items posted during the period, which        *
      *      DISTPOST books to the prior-period bucket                 *
      *    - items still held on MAINHOLD                              *
      *    - open MAINSUSP items, and items written off in the         *
      *      period                                                    *
      *    - a closing total of the period's postings tied to the      *
      *      department's DISTMST period-to-date                       *
      *  A closing total that does not agree with DISTMST is flagged   *
      *  on the statement and on the DEPTSRPT control listing, writes  *
      *  an AUDITLOG exception row and ends the step with condition    *
      *  code 4.                                                       *
      *                                                                *
      *  Run from MONTHEND.ECL BEFORE the DISTPOST RESET roll, while   *
      *  DISTMST still holds the closing period.  A period other than  *
      *  the one today falls in can be reprinted, but DISTMST no       *
      *  longer holds it, so that statement is not tied.               *
      *                                                                *
      *  Departments are the CODEMST department codes in force at any  *
      *  time in the period, plus any department on DISTMST that       *
      *  CODEMST no longer names.  Each statement is its own pass      *
      *  over TRANHIST, MAINHOLD and MAINSUSP; the listing holds up    *
      *  to 5000 items per department, and the totals are complete     *
      *  whatever the listing holds.  Read-only against every input.   *
      *                                                                *
      *  Arguments: fiscal period (YYYYPP, default the period today    *
      *  falls in), an optional department code to print just that     *
      *  one statement, then the environment letter.                   *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODE-MASTER-FILE ASSIGN TO "CODEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODEMST-STATUS.
           SELECT OPTIONAL DIST-MASTER-FILE ASSIGN TO "DISTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-DIST-KEY
               FILE STATUS IS WS-DISTMST-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HOLD-FILE ASSIGN TO "MAINHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "MAINSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
      *    One print file per department: the name is built from the
      *    department code and period before each OPEN.
           SELECT STATEMENT-FILE ASSIGN TO WS-STMT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DEPTSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CODE-MASTER-FILE.
       COPY CODEMST.
       FD  DIST-MASTER-FILE.
       COPY DISTREC.
       FD  HISTORY-FILE.
       COPY TRANHIST.
       FD  HOLD-FILE.
       COPY HOLDREC.
       FD  SUSPENSE-FILE.
       COPY SUSPREC.
       FD  STATEMENT-FILE.
       01  STATEMENT-REC                PIC X(132).
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-CODEMST-STATUS           PIC X(02).
           88  WS-CODEMST-OK           VALUE "00".
       01  WS-DISTMST-STATUS           PIC X(02).
           88  WS-DISTMST-OK           VALUE "00" "05".
       01  WS-HISTORY-STATUS           PIC X(02).
           88  WS-HISTORY-OK           VALUE "00".
       01  WS-HOLD-STATUS              PIC X(02).
           88  WS-HOLD-OK              VALUE "00".
       01  WS-SUSPENSE-STATUS          PIC X(02).
           88  WS-SUSPENSE-OK          VALUE "00".
       01  WS-STMT-STATUS              PIC X(02).
           88  WS-STMT-OK              VALUE "00".
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK            VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-ARG-1                    PIC X(08) VALUE SPACE.
       01  WS-ARG-2                    PIC X(08) VALUE SPACE.
       01  WS-ARG-3                    PIC X(08) VALUE SPACE.
       01  WS-PERIOD                   PIC X(06).
       01  WS-PERIOD-DISP              PIC X(07) VALUE SPACE.
       01  WS-PERIOD-START             PIC 9(08).
       01  WS-PERIOD-END               PIC 9(08).
       01  WS-FISCAL-SW                PIC X(01) VALUE "Y".
           88  WS-FISCAL-OK            VALUE "Y".
      *    Whether DISTMST still holds the period as its period-to-
      *    date - only when the period is the one today falls in.
       01  WS-TIE-SW                   PIC X(01) VALUE "N".
           88  WS-TIE-AVAILABLE        VALUE "Y".
       01  WS-DISTMST-FAIL-SW          PIC X(01) VALUE "N".
           88  WS-DISTMST-FAILED       VALUE "Y".
       01  WS-ONLY-DEPT                PIC X(02) VALUE SPACES.
       01  WS-ENV-PARM                 PIC X(01) VALUE SPACE.
       01  WS-TEST-WATERMARK           PIC X(50) VALUE
           "********  TEST RUN - NOT PRODUCTION  ********".
       01  WS-EOF-SW                   PIC X(01).
           88  WS-FILE-EOF             VALUE "Y".
       01  WS-STMT-FILE-NAME           PIC X(12).
      *    The departments to print, in code order, with the DISTMST
      *    period-to-date each statement ties to.
       01  WS-DEPT-OVERFLOW-SW         PIC X(01) VALUE "N".
           88  WS-DEPT-OVERFLOW        VALUE "Y".
       01  WS-DEPT-COUNT               PIC 9(03) COMP VALUE ZERO.
       01  WS-DEPT-IDX                 PIC 9(03) COMP.
       01  WS-SHIFT-IDX                PIC 9(03) COMP.
       01  WS-PLACE-IDX                PIC 9(03) COMP.
       01  WS-FIND-DEPT                PIC X(02).
       01  WS-FIND-DESC                PIC X(09).
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY           OCCURS 100 TIMES.
               10  WS-DEPT-CODE        PIC X(02).
               10  WS-DEPT-DESC        PIC X(09).
               10  WS-DEPT-KEY-COUNT   PIC 9(05).
               10  WS-DEPT-PTD-AMOUNT  PIC S9(13)V99.
       01  WS-NOT-ON-CODEMST           PIC X(09) VALUE "*NO CODE*".
      *    One department's statement items, staged so each section
      *    prints together whatever order the files hold them in.
      *      1  posted to the period        4  held on MAINHOLD
      *      2  credit or reversal          5  open suspense
      *      3  prior-period item posted    6  written off
       01  WS-ITEM-OVERFLOW-SW         PIC X(01).
           88  WS-ITEM-OVERFLOW        VALUE "Y".
       01  WS-ITEM-COUNT               PIC 9(04) COMP.
       01  WS-ITEM-IDX                 PIC 9(04) COMP.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY           OCCURS 5000 TIMES.
               10  WS-ITEM-SECTION     PIC 9(01).
               10  WS-ITEM-TRAN-ID     PIC X(16).
               10  WS-ITEM-DATE        PIC 9(08).
               10  WS-ITEM-REGION      PIC X(02).
               10  WS-ITEM-SUB         PIC X(02).
               10  WS-ITEM-AMOUNT      PIC S9(09)V99.
               10  WS-ITEM-ADJUST      PIC S9(09)V99.
               10  WS-ITEM-POSTED      PIC S9(09)V99.
               10  WS-ITEM-NOTE        PIC X(20).
      *    The item being staged.
       01  WS-NEW-ITEM.
           05  WS-NEW-SECTION          PIC 9(01).
           05  WS-NEW-TRAN-ID          PIC X(16).
           05  WS-NEW-DATE             PIC 9(08).
           05  WS-NEW-REGION           PIC X(02).
           05  WS-NEW-SUB              PIC X(02).
           05  WS-NEW-AMOUNT           PIC S9(09)V99.
           05  WS-NEW-ADJUST           PIC S9(09)V99.
           05  WS-NEW-POSTED           PIC S9(09)V99.
           05  WS-NEW-NOTE             PIC X(20).
       01  WS-BOOK-DATE                PIC 9(08).
      *    Per-section totals for the department - complete even
      *    when the listing overflows.
       01  WS-SECT-IDX                 PIC 9(01).
       01  WS-SECT-TOTALS.
           05  WS-SECT-TOTAL-ENTRY     OCCURS 6 TIMES.
               10  WS-SECT-COUNT       PIC 9(07).
               10  WS-SECT-AMOUNT      PIC S9(13)V99.
               10  WS-SECT-ADJUST      PIC S9(13)V99.
               10  WS-SECT-POSTED      PIC S9(13)V99.
       01  WS-SECT-TITLE-VALUES.
           05  FILLER                  PIC X(40) VALUE
               "POSTED TRANSACTIONS".
           05  FILLER                  PIC X(40) VALUE
               "CREDITS AND REVERSALS".
           05  FILLER                  PIC X(40) VALUE
               "PRIOR-PERIOD ITEMS POSTED THIS PERIOD".
           05  FILLER                  PIC X(40) VALUE
               "ITEMS HELD ON MAINHOLD - NOT POSTED".
           05  FILLER                  PIC X(40) VALUE
               "OPEN SUSPENSE ITEMS - NOT POSTED".
           05  FILLER                  PIC X(40) VALUE
               "SUSPENSE ITEMS WRITTEN OFF THIS PERIOD".
       01  WS-SECT-TITLE-TABLE REDEFINES WS-SECT-TITLE-VALUES.
           05  WS-SECT-TITLE           PIC X(40) OCCURS 6 TIMES.
       01  WS-NET-POSTED               PIC S9(13)V99.
       01  WS-TIE-DIFFERENCE           PIC S9(13)V99.
       01  WS-STMT-RESULT              PIC X(10).
      *    Run totals for the control listing.
       01  WS-STMT-WRITTEN-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-STMT-FAILED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-STMT-DIFFER-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-STMT-TRUNC-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-COUNT-DISP               PIC ZZZZZ9.
       01  WS-COUNT-DISP-2             PIC ZZZZZ9.
       01  WS-AMOUNT-DISP              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-DISP-2            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-DISP-3            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ITEM-AMT-DISP            PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-ITEM-ADJ-DISP            PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-ITEM-PST-DISP            PIC ZZZ,ZZZ,ZZ9.99-.
       COPY P1RUN.
       COPY FISCPARM.

       PROCEDURE DIVISION.
       A000-CONTROL.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-ARG-1 WS-ARG-2 WS-ARG-3.
           PERFORM P0005-INIT-RUN-CONTROL.
           PERFORM P0010-FIND-FISCAL-PERIOD.

           OPEN OUTPUT REPORT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO REPORT-REC.
           IF WS-FISCAL-OK
               STRING "DEPTSTMT - DEPARTMENT STATEMENTS - "
                      "FISCAL PERIOD " WS-PERIOD-DISP
                      " (" WS-PERIOD-START " - " WS-PERIOD-END ")"
                      " - RUN ID " P1-RUN-ID
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "DEPTSTMT - DEPARTMENT STATEMENTS - "
                      "PERIOD " WS-PERIOD
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
           IF NOT P1-ENV-PRODUCTION
               MOVE WS-TEST-WATERMARK TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           IF NOT WS-FISCAL-OK
               MOVE SPACES TO REPORT-REC
               IF FP-NO-CALENDAR
                   MOVE "NO FISCCAL CALENDAR - NO STATEMENTS PRODUCED"
                       TO REPORT-REC
               ELSE
                   STRING "PERIOD " WS-PERIOD
                          " IS NOT ON THE FISCCAL CALENDAR"
                          " - NO STATEMENTS PRODUCED"
                       DELIMITED BY SIZE INTO REPORT-REC
               END-IF
               WRITE REPORT-REC
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM B000-LOAD-DEPARTMENTS
               PERFORM B200-LOAD-DIST-TOTALS
               IF WS-DEPT-OVERFLOW
                   MOVE "DEPTSTMT: OVER 100 DEPARTMENTS - RUN STOPPED"
                       TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM C000-WRITE-STATEMENTS
               END-IF
           END-IF.

           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           STOP RUN.
       A000-EXIT.
           EXIT.

      *    A six-digit first argument is the period; a two-character
      *    argument is the one department to print; a single letter
      *    is the environment.
       P0005-INIT-RUN-CONTROL.
           ACCEPT P1-SYSTEM-DATE   FROM DATE YYYYMMDD.
           MOVE P1-SYSTEM-DATE     TO P1-RUN-DATE.
           MOVE P1-RUN-DATE        TO P1-RUN-ID.
           MOVE SPACES TO WS-PERIOD.
           IF WS-ARG-1 (1:6) IS NUMERIC
               MOVE WS-ARG-1 (1:6) TO WS-PERIOD
               MOVE WS-ARG-2 TO WS-ARG-1
               MOVE WS-ARG-3 TO WS-ARG-2
           END-IF.
           IF WS-ARG-1 (2:1) NOT = SPACE
              AND WS-ARG-1 (3:6) = SPACES
               MOVE WS-ARG-1 (1:2) TO WS-ONLY-DEPT
               MOVE WS-ARG-2 (1:1) TO WS-ENV-PARM
           ELSE
               MOVE WS-ARG-1 (1:1) TO WS-ENV-PARM
           END-IF.
           INSPECT WS-ONLY-DEPT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
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

      *    The same lookup PERDEND makes.  DISTMST only holds the
      *    period as period-to-date while today is still in it.
       P0010-FIND-FISCAL-PERIOD.
           IF WS-PERIOD IS NUMERIC
               SET FP-BY-PERIOD TO TRUE
               MOVE WS-PERIOD (1:4) TO FP-FISC-YEAR
               MOVE WS-PERIOD (5:2) TO FP-FISC-PERIOD
           ELSE
               SET FP-BY-DATE TO TRUE
               MOVE P1-SYSTEM-DATE TO FP-REQUEST-DATE
           END-IF.
           CALL "FISCPER" USING FP-FISCAL-PARM.
           IF FP-PERIOD-FOUND
               MOVE FP-FISC-YEAR TO WS-PERIOD (1:4)
               MOVE FP-FISC-PERIOD TO WS-PERIOD (5:2)
               STRING WS-PERIOD (1:4) "/" WS-PERIOD (5:2)
                   DELIMITED BY SIZE INTO WS-PERIOD-DISP
               MOVE FP-START-DATE TO WS-PERIOD-START
               MOVE FP-END-DATE TO WS-PERIOD-END
               IF P1-SYSTEM-DATE NOT < WS-PERIOD-START
                  AND P1-SYSTEM-DATE NOT > WS-PERIOD-END
                   SET WS-TIE-AVAILABLE TO TRUE
               END-IF
           ELSE
               MOVE "N" TO WS-FISCAL-SW
           END-IF.
       P0010-EXIT.
           EXIT.

      *    Every department code in force at some time in the period,
      *    once each.  A code retired before the period began still
      *    prints if DISTMST holds activity for it (B200).
       B000-LOAD-DEPARTMENTS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT CODE-MASTER-FILE.
           IF NOT WS-CODEMST-OK
               MOVE "DEPTSTMT: no CODEMST - departments from DISTMST"
                   TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               PERFORM UNTIL WS-FILE-EOF OR WS-DEPT-OVERFLOW
                   READ CODE-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF CM-DEPT-TYPE
                              AND CM-EFF-DATE NOT > WS-PERIOD-END
                              AND (CM-EXP-DATE = ZERO
                                OR CM-EXP-DATE NOT < WS-PERIOD-START)
                               MOVE CM-CODE TO WS-FIND-DEPT
                               MOVE CM-DESC TO WS-FIND-DESC
                               PERFORM B100-FIND-OR-ADD-DEPT
                               IF WS-DEPT-IDX > ZERO
                                   MOVE CM-DESC TO
                                       WS-DEPT-DESC (WS-DEPT-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CODE-MASTER-FILE
           END-IF.
       B000-EXIT.
           EXIT.

      *    Finds the row for WS-FIND-DEPT, or opens one at its place
      *    in code order; WS-DEPT-IDX points at it either way.  A
      *    single-department run keeps only that department.
       B100-FIND-OR-ADD-DEPT.
           MOVE ZERO TO WS-DEPT-IDX.
           IF WS-ONLY-DEPT = SPACES
              OR WS-ONLY-DEPT = WS-FIND-DEPT
               MOVE ZERO TO WS-PLACE-IDX
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                          OR WS-PLACE-IDX > ZERO
                   IF WS-DEPT-CODE (WS-DEPT-IDX) NOT < WS-FIND-DEPT
                       MOVE WS-DEPT-IDX TO WS-PLACE-IDX
                   END-IF
               END-PERFORM
               IF WS-PLACE-IDX = ZERO
                   COMPUTE WS-PLACE-IDX = WS-DEPT-COUNT + 1
               END-IF
               IF WS-PLACE-IDX > WS-DEPT-COUNT
                  OR WS-DEPT-CODE (WS-PLACE-IDX) NOT = WS-FIND-DEPT
                   IF WS-DEPT-COUNT >= 100
                       SET WS-DEPT-OVERFLOW TO TRUE
                       MOVE ZERO TO WS-PLACE-IDX
                   ELSE
                       PERFORM VARYING WS-SHIFT-IDX
                               FROM WS-DEPT-COUNT BY -1
                               UNTIL WS-SHIFT-IDX < WS-PLACE-IDX
                           MOVE WS-DEPT-ENTRY (WS-SHIFT-IDX)
                               TO WS-DEPT-ENTRY (WS-SHIFT-IDX + 1)
                       END-PERFORM
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE WS-FIND-DEPT TO WS-DEPT-CODE (WS-PLACE-IDX)
                       MOVE WS-FIND-DESC TO WS-DEPT-DESC (WS-PLACE-IDX)
                       MOVE ZERO TO WS-DEPT-KEY-COUNT (WS-PLACE-IDX)
                       MOVE ZERO TO WS-DEPT-PTD-AMOUNT (WS-PLACE-IDX)
                   END-IF
               END-IF
               MOVE WS-PLACE-IDX TO WS-DEPT-IDX
           END-IF.
       B100-EXIT.
           EXIT.

      *    Sequential pass over the keyed master, read-only: the
      *    department's period-to-date is the sum over every region
      *    and sub it posts under.
       B200-LOAD-DIST-TOTALS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT DIST-MASTER-FILE.
           IF NOT WS-DISTMST-OK
               SET WS-DISTMST-FAILED TO TRUE
               MOVE "DEPTSTMT: DISTMST WOULD NOT OPEN - NOTHING TIED"
                   TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               PERFORM UNTIL WS-FILE-EOF OR WS-DEPT-OVERFLOW
                   READ DIST-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           MOVE DM-DEPT TO WS-FIND-DEPT
                           MOVE WS-NOT-ON-CODEMST TO WS-FIND-DESC
                           PERFORM B100-FIND-OR-ADD-DEPT
                           IF WS-DEPT-IDX > ZERO
                               ADD 1 TO WS-DEPT-KEY-COUNT (WS-DEPT-IDX)
                               ADD DM-PTD-AMOUNT
                                   TO WS-DEPT-PTD-AMOUNT (WS-DEPT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIST-MASTER-FILE
           END-IF.
       B200-EXIT.
           EXIT.

       C000-WRITE-STATEMENTS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "DEPT  DESCRIPTION  PRINT FILE     ITEMS"
                  "     NET POSTED TO PERIOD    DISTMST PTD"
                  "     RESULT"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM C100-ONE-STATEMENT
           END-PERFORM.
           IF WS-DEPT-COUNT = ZERO
               MOVE SPACES TO REPORT-REC
               IF WS-ONLY-DEPT = SPACES
                   MOVE "NO DEPARTMENTS IN FORCE - NO STATEMENTS"
                       TO REPORT-REC
               ELSE
                   STRING "DEPARTMENT " WS-ONLY-DEPT
                          " IS NOT ON CODEMST OR DISTMST"
                          " - NO STATEMENT"
                       DELIMITED BY SIZE INTO REPORT-REC
                   MOVE 4 TO RETURN-CODE
               END-IF
               WRITE REPORT-REC
           END-IF.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-STMT-WRITTEN-COUNT TO WS-COUNT-DISP.
           STRING "STATEMENTS WRITTEN:     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-STMT-DIFFER-COUNT TO WS-COUNT-DISP.
           STRING "NOT AGREEING TO DISTMST: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-STMT-TRUNC-COUNT TO WS-COUNT-DISP.
           STRING "LISTINGS CUT AT 5000:    " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-STMT-FAILED-COUNT TO WS-COUNT-DISP.
           STRING "PRINT FILES NOT OPENED:  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF NOT WS-TIE-AVAILABLE
               MOVE SPACES TO REPORT-REC
               STRING "PERIOD " WS-PERIOD-DISP
                      " IS NOT THE OPEN PERIOD - DISTMST NO LONGER"
                      " HOLDS IT, STATEMENTS NOT TIED"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           IF WS-STMT-FAILED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-STMT-DIFFER-COUNT > ZERO
                  OR WS-STMT-TRUNC-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE SPACES TO AU-KEY-INPUT.
           STRING "FISCAL " WS-PERIOD-DISP " DEPT=" WS-ONLY-DEPT
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE SPACES TO AU-KEY-OUTPUT.
           MOVE WS-STMT-WRITTEN-COUNT TO WS-COUNT-DISP.
           MOVE WS-STMT-DIFFER-COUNT TO WS-COUNT-DISP-2.
           STRING "STATEMENTS=" WS-COUNT-DISP " DIFFER=" WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO AU-KEY-OUTPUT.
           MOVE RETURN-CODE TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
       C000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    One department: stage its items, then write the cover
      *    page, the sections and the closing total to its own file.
      *----------------------------------------------------------------
       C100-ONE-STATEMENT.
           MOVE SPACES TO WS-STMT-FILE-NAME.
           STRING "STMT" WS-DEPT-CODE (WS-DEPT-IDX) WS-PERIOD
               DELIMITED BY SIZE INTO WS-STMT-FILE-NAME.
           OPEN OUTPUT STATEMENT-FILE.
           IF NOT WS-STMT-OK
               ADD 1 TO WS-STMT-FAILED-COUNT
               MOVE SPACES TO REPORT-REC
               STRING WS-DEPT-CODE (WS-DEPT-IDX) "    "
                      WS-DEPT-DESC (WS-DEPT-IDX) "    "
                      WS-STMT-FILE-NAME
                      "   PRINT FILE WOULD NOT OPEN - STATUS "
                      WS-STMT-STATUS
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           ELSE
               MOVE ZERO TO WS-ITEM-COUNT
               MOVE "N" TO WS-ITEM-OVERFLOW-SW
               INITIALIZE WS-SECT-TOTALS
               PERFORM D000-STAGE-POSTINGS
               PERFORM D200-STAGE-HOLDS
               PERFORM D300-STAGE-SUSPENSE
               PERFORM E000-WRITE-COVER-PAGE
               PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                       UNTIL WS-SECT-IDX > 6
                   PERFORM E100-WRITE-SECTION
               END-PERFORM
               PERFORM E300-WRITE-CLOSING-TOTAL
               CLOSE STATEMENT-FILE
               ADD 1 TO WS-STMT-WRITTEN-COUNT
               IF WS-ITEM-OVERFLOW
                   ADD 1 TO WS-STMT-TRUNC-COUNT
               END-IF
               PERFORM C200-CONTROL-LINE
           END-IF.
       C100-EXIT.
           EXIT.

       C200-CONTROL-LINE.
           MOVE SPACES TO REPORT-REC.
           COMPUTE WS-COUNT-DISP = WS-SECT-COUNT (1) + WS-SECT-COUNT (2)
               + WS-SECT-COUNT (3) + WS-SECT-COUNT (4)
               + WS-SECT-COUNT (5) + WS-SECT-COUNT (6).
           MOVE WS-NET-POSTED TO WS-AMOUNT-DISP.
           MOVE WS-DEPT-PTD-AMOUNT (WS-DEPT-IDX) TO WS-AMOUNT-DISP-2.
           STRING WS-DEPT-CODE (WS-DEPT-IDX) "    "
                  WS-DEPT-DESC (WS-DEPT-IDX) "    "
                  WS-STMT-FILE-NAME " " WS-COUNT-DISP "  "
                  WS-AMOUNT-DISP "  " WS-AMOUNT-DISP-2 "  "
                  WS-STMT-RESULT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
       C200-EXIT.
           EXIT.

      *    Postings made during the period.  One booked to the period
      *    (its accounting date, or the posting date on rows from
      *    before accounting dates were kept) is a debit or a credit;
      *    one booked to an earlier period went to DISTMST's prior-
      *    period bucket and is listed on its own.  The SUBHE or
      *    SUBFI effect is the posted amount less the amount entered.
       D000-STAGE-POSTINGS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-OK
               PERFORM UNTIL WS-FILE-EOF
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF TH-POSTED
                              AND TH-DEPT = WS-DEPT-CODE (WS-DEPT-IDX)
                              AND TH-EVENT-DATE NOT < WS-PERIOD-START
                              AND TH-EVENT-DATE NOT > WS-PERIOD-END
                               PERFORM D100-STAGE-ONE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
       D000-EXIT.
           EXIT.

       D100-STAGE-ONE-POSTING.
           IF TH-ACCT-DATE IS NUMERIC
              AND TH-ACCT-DATE > ZERO
               MOVE TH-ACCT-DATE TO WS-BOOK-DATE
           ELSE
               MOVE TH-EVENT-DATE TO WS-BOOK-DATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-BOOK-DATE < WS-PERIOD-START
                   MOVE 3 TO WS-NEW-SECTION
               WHEN TH-POSTED-AMOUNT < ZERO
                   MOVE 2 TO WS-NEW-SECTION
               WHEN OTHER
                   MOVE 1 TO WS-NEW-SECTION
           END-EVALUATE.
           MOVE TH-TRAN-ID TO WS-NEW-TRAN-ID.
           MOVE WS-BOOK-DATE TO WS-NEW-DATE.
           MOVE TH-REGION TO WS-NEW-REGION.
           MOVE TH-SUB TO WS-NEW-SUB.
           MOVE TH-AMOUNT TO WS-NEW-AMOUNT.
           COMPUTE WS-NEW-ADJUST = TH-POSTED-AMOUNT - TH-AMOUNT.
           MOVE TH-POSTED-AMOUNT TO WS-NEW-POSTED.
           MOVE TH-NOTE TO WS-NEW-NOTE.
           PERFORM F000-ADD-ITEM.
       D100-EXIT.
           EXIT.

      *    Everything still held at the end of the period - a hold
      *    is pending until HOLDREL releases it, whenever it began.
       D200-STAGE-HOLDS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-OK
               PERFORM UNTIL WS-FILE-EOF
                   READ HOLD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF HD-HELD
                              AND HD-DEPT = WS-DEPT-CODE (WS-DEPT-IDX)
                              AND HD-HOLD-DATE NOT > WS-PERIOD-END
                               MOVE 4 TO WS-NEW-SECTION
                               MOVE HD-TRAN-ID TO WS-NEW-TRAN-ID
                               MOVE HD-HOLD-DATE TO WS-NEW-DATE
                               MOVE HD-REGION TO WS-NEW-REGION
                               MOVE HD-SUB TO WS-NEW-SUB
                               MOVE HD-AMOUNT TO WS-NEW-AMOUNT
                               MOVE ZERO TO WS-NEW-ADJUST
                               MOVE ZERO TO WS-NEW-POSTED
                               MOVE SPACES TO WS-NEW-NOTE
                               STRING "HOLD REASON " HD-REASON-CODE
                                   DELIMITED BY SIZE INTO WS-NEW-NOTE
                               PERFORM F000-ADD-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.
       D200-EXIT.
           EXIT.

      *    Open suspense carried at the period end, and the items
      *    written off during the period - the same split PERDEND
      *    makes for the whole book.  A suspended item is listed under
      *    the department it was keyed to.
       D300-STAGE-SUSPENSE.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-OK
               PERFORM UNTIL WS-FILE-EOF
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF SU-DEPT = WS-DEPT-CODE (WS-DEPT-IDX)
                               PERFORM D310-STAGE-ONE-SUSPENSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.
       D300-EXIT.
           EXIT.

       D310-STAGE-ONE-SUSPENSE.
           MOVE SU-TRAN-ID TO WS-NEW-TRAN-ID.
           MOVE SU-REGION TO WS-NEW-REGION.
           MOVE SU-SUB TO WS-NEW-SUB.
           MOVE SU-AMOUNT TO WS-NEW-AMOUNT.
           MOVE ZERO TO WS-NEW-ADJUST.
           MOVE ZERO TO WS-NEW-POSTED.
           MOVE SPACES TO WS-NEW-NOTE.
           EVALUATE TRUE
               WHEN SU-OPEN
                AND SU-SUSP-DATE NOT > WS-PERIOD-END
                   MOVE 5 TO WS-NEW-SECTION
                   MOVE SU-SUSP-DATE TO WS-NEW-DATE
                   STRING "SUSPENSE REASON " SU-REASON-CODE
                       DELIMITED BY SIZE INTO WS-NEW-NOTE
                   PERFORM F000-ADD-ITEM
               WHEN SU-WRITTEN-OFF
                AND SU-WOFF-DATE NOT < WS-PERIOD-START
                AND SU-WOFF-DATE NOT > WS-PERIOD-END
                   MOVE 6 TO WS-NEW-SECTION
                   MOVE SU-WOFF-DATE TO WS-NEW-DATE
                   STRING SU-WOFF-USER " " SU-WOFF-REASON
                       DELIMITED BY SIZE INTO WS-NEW-NOTE
                   PERFORM F000-ADD-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       D310-EXIT.
           EXIT.

       E000-WRITE-COVER-PAGE.
           MOVE SPACES TO STATEMENT-REC.
           MOVE "DEPARTMENT ACTIVITY STATEMENT" TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           IF NOT P1-ENV-PRODUCTION
               MOVE WS-TEST-WATERMARK TO STATEMENT-REC
               WRITE STATEMENT-REC
           END-IF.
           MOVE SPACES TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE SPACES TO STATEMENT-REC.
           STRING "DEPARTMENT     " WS-DEPT-CODE (WS-DEPT-IDX)
                  "  " WS-DEPT-DESC (WS-DEPT-IDX)
               DELIMITED BY SIZE INTO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE SPACES TO STATEMENT-REC.
           STRING "FISCAL PERIOD  " WS-PERIOD-DISP
                  "  " WS-PERIOD-START " TO " WS-PERIOD-END
               DELIMITED BY SIZE INTO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE SPACES TO STATEMENT-REC.
           STRING "PREPARED       " P1-SYSTEM-DATE
                  "  RUN ID " P1-RUN-ID
               DELIMITED BY SIZE INTO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE SPACES TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE "THIS STATEMENT CONTAINS:" TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                   UNTIL WS-SECT-IDX > 6
               MOVE SPACES TO STATEMENT-REC
               MOVE WS-SECT-COUNT (WS-SECT-IDX) TO WS-COUNT-DISP
               STRING "  " WS-SECT-TITLE (WS-SECT-IDX) " "
                      WS-COUNT-DISP " ITEMS"
                   DELIMITED BY SIZE INTO STATEMENT-REC
               WRITE STATEMENT-REC
           END-PERFORM.
           MOVE "  CLOSING TOTAL AGAINST DISTMST" TO STATEMENT-REC.
           WRITE STATEMENT-REC.
       E000-EXIT.
           EXIT.

      *    Each section starts a new page: its heading, every staged
      *    item of that section, then the section total.
       E100-WRITE-SECTION.
           MOVE SPACES TO STATEMENT-REC.
           STRING WS-SECT-TITLE (WS-SECT-IDX) "  - DEPARTMENT "
                  WS-DEPT-CODE (WS-DEPT-IDX) " PERIOD " WS-PERIOD-DISP
               DELIMITED BY SIZE INTO STATEMENT-REC.
           WRITE STATEMENT-REC AFTER ADVANCING PAGE.
           MOVE SPACES TO STATEMENT-REC.
           EVALUATE WS-SECT-IDX
               WHEN 1 THRU 3
                   STRING "TRANSACTION ID    ACCT DATE RG SB"
                          "         ENTERED   SURCHG/WHOLD"
                          "         POSTED  NOTE"
                       DELIMITED BY SIZE INTO STATEMENT-REC
               WHEN 4
                   STRING "TRANSACTION ID    HELD ON   RG SB"
                          "          AMOUNT  NOTE"
                       DELIMITED BY SIZE INTO STATEMENT-REC
               WHEN 5
                   STRING "TRANSACTION ID    SUSPENDED RG SB"
                          "          AMOUNT  NOTE"
                       DELIMITED BY SIZE INTO STATEMENT-REC
               WHEN OTHER
                   STRING "TRANSACTION ID    WRITE-OFF RG SB"
                          "          AMOUNT  BY / REASON"
                       DELIMITED BY SIZE INTO STATEMENT-REC
           END-EVALUATE.
           WRITE STATEMENT-REC.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITEM-SECTION (WS-ITEM-IDX) = WS-SECT-IDX
                   PERFORM E200-WRITE-ITEM-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE SPACES TO STATEMENT-REC.
           MOVE WS-SECT-COUNT (WS-SECT-IDX) TO WS-COUNT-DISP.
           IF WS-SECT-IDX > 3
               MOVE WS-SECT-AMOUNT (WS-SECT-IDX) TO WS-AMOUNT-DISP
               STRING "SECTION TOTAL " WS-COUNT-DISP " ITEMS    "
                      WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO STATEMENT-REC
           ELSE
               MOVE WS-SECT-AMOUNT (WS-SECT-IDX) TO WS-AMOUNT-DISP
               MOVE WS-SECT-ADJUST (WS-SECT-IDX) TO WS-AMOUNT-DISP-2
               MOVE WS-SECT-POSTED (WS-SECT-IDX) TO WS-AMOUNT-DISP-3
               STRING "SECTION TOTAL " WS-COUNT-DISP " ITEMS    "
                      WS-AMOUNT-DISP " " WS-AMOUNT-DISP-2 " "
                      WS-AMOUNT-DISP-3
                   DELIMITED BY SIZE INTO STATEMENT-REC
           END-IF.
           WRITE STATEMENT-REC.
           IF WS-ITEM-OVERFLOW
               MOVE "LISTING STOPPED AT 5000 ITEMS - TOTALS COMPLETE"
                   TO STATEMENT-REC
               WRITE STATEMENT-REC
           END-IF.
       E100-EXIT.
           EXIT.

       E200-WRITE-ITEM-LINE.
           MOVE SPACES TO STATEMENT-REC.
           MOVE WS-ITEM-AMOUNT (WS-ITEM-IDX) TO WS-ITEM-AMT-DISP.
           IF WS-SECT-IDX > 3
               STRING WS-ITEM-TRAN-ID (WS-ITEM-IDX) "  "
                      WS-ITEM-DATE (WS-ITEM-IDX) "  "
                      WS-ITEM-REGION (WS-ITEM-IDX) " "
                      WS-ITEM-SUB (WS-ITEM-IDX) " "
                      WS-ITEM-AMT-DISP "  "
                      WS-ITEM-NOTE (WS-ITEM-IDX)
                   DELIMITED BY SIZE INTO STATEMENT-REC
           ELSE
               MOVE WS-ITEM-ADJUST (WS-ITEM-IDX) TO WS-ITEM-ADJ-DISP
               MOVE WS-ITEM-POSTED (WS-ITEM-IDX) TO WS-ITEM-PST-DISP
               STRING WS-ITEM-TRAN-ID (WS-ITEM-IDX) "  "
                      WS-ITEM-DATE (WS-ITEM-IDX) "  "
                      WS-ITEM-REGION (WS-ITEM-IDX) " "
                      WS-ITEM-SUB (WS-ITEM-IDX) " "
                      WS-ITEM-AMT-DISP " " WS-ITEM-ADJ-DISP " "
                      WS-ITEM-PST-DISP "  "
                      WS-ITEM-NOTE (WS-ITEM-IDX)
                   DELIMITED BY SIZE INTO STATEMENT-REC
           END-IF.
           WRITE STATEMENT-REC.
       E200-EXIT.
           EXIT.

      *    The period's postings net of credits are what DISTPOST
      *    folded into the department's period-to-date buckets.
      *    Prior-period items, holds and suspense are shown below
      *    the tie - none of them is in the period-to-date.
       E300-WRITE-CLOSING-TOTAL.
           COMPUTE WS-NET-POSTED = WS-SECT-POSTED (1)
                                 + WS-SECT-POSTED (2).
           MOVE "CLOSING TOTAL" TO STATEMENT-REC.
           WRITE STATEMENT-REC AFTER ADVANCING PAGE.
           MOVE SPACES TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE 1 TO WS-SECT-IDX.
           PERFORM E310-WRITE-TOTAL-LINE.
           MOVE 2 TO WS-SECT-IDX.
           PERFORM E310-WRITE-TOTAL-LINE.
           MOVE SPACES TO STATEMENT-REC.
           MOVE WS-NET-POSTED TO WS-AMOUNT-DISP.
           STRING "NET POSTED TO THE PERIOD                 "
                  "               " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE SPACES TO STATEMENT-REC.
           EVALUATE TRUE
               WHEN NOT WS-TIE-AVAILABLE
                   MOVE "NOT TIED" TO WS-STMT-RESULT
                   STRING "DISTMST NO LONGER HOLDS PERIOD "
                          WS-PERIOD-DISP " - NOT TIED"
                       DELIMITED BY SIZE INTO STATEMENT-REC
               WHEN WS-DISTMST-FAILED
                   MOVE "NOT TIED" TO WS-STMT-RESULT
                   MOVE "DISTMST NOT AVAILABLE - NOT TIED"
                       TO STATEMENT-REC
               WHEN OTHER
                   MOVE WS-DEPT-PTD-AMOUNT (WS-DEPT-IDX)
                       TO WS-AMOUNT-DISP
                   MOVE WS-DEPT-KEY-COUNT (WS-DEPT-IDX)
                       TO WS-COUNT-DISP
                   STRING "DISTMST PERIOD-TO-DATE ("
                          WS-COUNT-DISP " KEYS)                "
                          WS-AMOUNT-DISP
                       DELIMITED BY SIZE INTO STATEMENT-REC
                   COMPUTE WS-TIE-DIFFERENCE = WS-NET-POSTED
                       - WS-DEPT-PTD-AMOUNT (WS-DEPT-IDX)
           END-EVALUATE.
           WRITE STATEMENT-REC.
           IF WS-TIE-AVAILABLE AND NOT WS-DISTMST-FAILED
               MOVE SPACES TO STATEMENT-REC
               IF WS-TIE-DIFFERENCE = ZERO
                   MOVE "AGREES" TO WS-STMT-RESULT
                   MOVE "STATEMENT AGREES WITH DISTMST" TO STATEMENT-REC
               ELSE
                   MOVE "DIFFERS" TO WS-STMT-RESULT
                   ADD 1 TO WS-STMT-DIFFER-COUNT
                   MOVE WS-TIE-DIFFERENCE TO WS-AMOUNT-DISP
                   STRING "*** DIFFERS FROM DISTMST BY             "
                          "               " WS-AMOUNT-DISP
                       DELIMITED BY SIZE INTO STATEMENT-REC
                   PERFORM E400-AUDIT-DIFFERENCE
               END-IF
               WRITE STATEMENT-REC
           END-IF.
           MOVE SPACES TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE "NOT IN THE PERIOD-TO-DATE:" TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           PERFORM VARYING WS-SECT-IDX FROM 3 BY 1
                   UNTIL WS-SECT-IDX > 6
               PERFORM E310-WRITE-TOTAL-LINE
           END-PERFORM.
       E300-EXIT.
           EXIT.

       E310-WRITE-TOTAL-LINE.
           MOVE SPACES TO STATEMENT-REC.
           MOVE WS-SECT-COUNT (WS-SECT-IDX) TO WS-COUNT-DISP.
           IF WS-SECT-IDX > 3
               MOVE WS-SECT-AMOUNT (WS-SECT-IDX) TO WS-AMOUNT-DISP
           ELSE
               MOVE WS-SECT-POSTED (WS-SECT-IDX) TO WS-AMOUNT-DISP
           END-IF.
           STRING WS-SECT-TITLE (WS-SECT-IDX) " " WS-COUNT-DISP
                  " ITEMS  " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO STATEMENT-REC.
           WRITE STATEMENT-REC.
       E310-EXIT.
           EXIT.

       E400-AUDIT-DIFFERENCE.
           MOVE SPACES TO AU-KEY-INPUT.
           MOVE WS-NET-POSTED TO WS-AMOUNT-DISP.
           STRING "STATEMENT " WS-STMT-FILE-NAME " NET="
                  WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE SPACES TO AU-KEY-OUTPUT.
           MOVE WS-DEPT-PTD-AMOUNT (WS-DEPT-IDX) TO WS-AMOUNT-DISP.
           STRING "DIFFERS FROM DISTMST PTD=" WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO AU-KEY-OUTPUT.
           MOVE 90 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
       E400-EXIT.
           EXIT.

      *    Counts every item into its section total; lists it while
      *    there is room.
       F000-ADD-ITEM.
           ADD 1 TO WS-SECT-COUNT (WS-NEW-SECTION).
           ADD WS-NEW-AMOUNT TO WS-SECT-AMOUNT (WS-NEW-SECTION).
           ADD WS-NEW-ADJUST TO WS-SECT-ADJUST (WS-NEW-SECTION).
           ADD WS-NEW-POSTED TO WS-SECT-POSTED (WS-NEW-SECTION).
           IF WS-ITEM-COUNT >= 5000
               SET WS-ITEM-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-NEW-ITEM TO WS-ITEM-ENTRY (WS-ITEM-COUNT)
           END-IF.
       F000-EXIT.
           EXIT.

      *    Appends one AUDITLOG record; callers set AU-KEY-INPUT,
      *    AU-KEY-OUTPUT and AU-RETURN-CODE just before performing
      *    this, the same convention as COBADD and ALLOC.
       L900-WRITE-AUDIT.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE "DEPTSTMT"   TO AU-PROGRAM-ID.
           MOVE P1-RUN-ID    TO AU-RUN-ID.
           MOVE P1-ENVIRONMENT TO AU-ENVIRONMENT.
           MOVE P1-CYCLE-NO  TO AU-CYCLE-NO.
           WRITE AU-AUDIT-REC.
       L900-EXIT.
           EXIT.
