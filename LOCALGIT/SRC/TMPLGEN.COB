       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TMPLGEN.
      ******************************************************************
      *                                                                *
      *  Recurring allocation generator - runs ahead of COBADD.        *
      *                                                                *
      *  Reads the TMPLMST templates TMPLMNT maintains and writes      *
      *  every one that falls due for the business date into           *
      *  tonight's COBADDIN as a SET record and its BAS records, so    *
      *  the monthly rent and chargeback splits allocate without       *
      *  anyone rekeying them.  Each generated SET carries its         *
      *  template id, which COBADD prints on the proof.                *
      *                                                                *
      *  A template is due on the dates its frequency gives inside     *
      *  its effective window (see COPYLIB/TMPLMST.CPY).  The dates    *
      *  looked at run from the day after the last business date       *
      *  TMPLGEN ran (TMPLLOG) up to tonight's, so a template due on   *
      *  a weekend or on a night that never ran goes out on the next   *
      *  run; a daily template goes out for the business date only.    *
      *  A template and due date already generated by another run or   *
      *  cycle is not generated twice.                                 *
      *                                                                *
      *  COBADDIN is rewritten as its header, the records it came      *
      *  with, the generated sets and a new trailer whose count and    *
      *  hash cover them all.  Sets an earlier pass of this same       *
      *  date and cycle generated are dropped first, so a rerun        *
      *  writes the same file again.  The incoming trailer must        *
      *  balance and the header must carry the run date, or the step   *
      *  stops (condition code 8) with COBADDIN untouched.  With no    *
      *  COBADDIN on file a new one is started with the highest        *
      *  active COBADDIN layout version on LAYREG.  Nothing due        *
      *  leaves COBADDIN as it is.                                     *
      *                                                                *
      *  A template that cannot be generated (no basis lines, more     *
      *  than COBADD's twenty, no fiscal calendar for a fiscal-        *
      *  period template) is reported on TMPLGRPT and skipped with     *
      *  condition code 4; the rest still go out.                      *
      *                                                                *
      *  Arguments as the other nightly steps: business date, cycle    *
      *  and environment, all optional.                                *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-FILE ASSIGN TO "TMPLMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMPLMST-STATUS.
           SELECT LOG-FILE ASSIGN TO "TMPLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT PAIR-FILE ASSIGN TO "COBADDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIR-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "LAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TMPLGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-FILE.
       COPY TMPLMST.
       FD  LOG-FILE.
       COPY TMPLLOG.
      *    COBADDIN exactly as COBADD reads it.
       FD  PAIR-FILE.
       01  PAIR-REC.
           05  PAIR-REC-TYPE            PIC X(03).
               88  PAIR-HEADER-REC      VALUE "HDR".
               88  PAIR-DETAIL-REC      VALUE "DTL".
               88  PAIR-SET-REC         VALUE "SET".
               88  PAIR-BASIS-REC       VALUE "BAS".
               88  PAIR-TRAILER-REC     VALUE "TRL".
           05  PAIR-REC-DATA            PIC X(26).
           05  PAIR-DETAIL-DATA REDEFINES PAIR-REC-DATA.
               10  PAIR-DIVIDEND        PIC 9(10).
               10  PAIR-DIVISOR         PIC 9(10).
               10  FILLER               PIC X(06).
           05  PAIR-HEADER-DATA REDEFINES PAIR-REC-DATA.
               10  PAIR-HDR-DATE        PIC 9(08).
               10  PAIR-HDR-VERSION     PIC X(04).
               10  FILLER               PIC X(14).
           05  PAIR-TRAILER-DATA REDEFINES PAIR-REC-DATA.
               10  PAIR-TRL-COUNT       PIC 9(06).
               10  PAIR-TRL-HASH        PIC 9(12).
               10  FILLER               PIC X(08).
           05  PAIR-SET-DATA REDEFINES PAIR-REC-DATA.
               10  PAIR-SET-ID          PIC X(04).
               10  PAIR-SET-TOTAL       PIC 9(10).
               10  PAIR-SET-TEMPLATE    PIC X(06).
               10  FILLER               PIC X(06).
           05  PAIR-BASIS-DATA REDEFINES PAIR-REC-DATA.
               10  PAIR-BAS-COST-CTR    PIC X(06).
               10  PAIR-BAS-VALUE       PIC 9(10).
               10  PAIR-BAS-RESID-FLAG  PIC X(01).
               10  FILLER               PIC X(09).
       FD  REGISTRY-FILE.
       COPY LAYREG.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-TMPLMST-STATUS           PIC X(02).
           88  WS-TMPLMST-OK           VALUE "00".
       01  WS-LOG-STATUS               PIC X(02).
           88  WS-LOG-OK               VALUE "00".
       01  WS-PAIR-STATUS              PIC X(02).
           88  WS-PAIR-OK              VALUE "00".
       01  WS-REGISTRY-STATUS          PIC X(02).
           88  WS-REGISTRY-OK          VALUE "00".
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK            VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-RUN-DATE-PARM            PIC X(08) VALUE SPACE.
       01  WS-CYCLE-PARM-X             PIC X(02) VALUE SPACE.
       01  WS-ENV-PARM                 PIC X(01) VALUE SPACE.
       01  WS-EOF-SW                   PIC X(01).
           88  WS-EOF                  VALUE "Y".
      *    Any reason the step cannot go on - set once, reported
      *    once, and COBADDIN and TMPLLOG are left as they were.
       01  WS-STOP-REASON              PIC X(60) VALUE SPACES.
       01  WS-WARNING-SW               PIC X(01) VALUE "N".
           88  WS-WARNING              VALUE "Y".
      *    Template headers, and their basis lines tied back to the
      *    header by table position.  A hundred templates of up to
      *    twenty lines each, as TMPLMNT carries them.
       01  WS-HDR-COUNT                PIC 9(03) COMP VALUE ZERO.
       01  WS-HDR-IDX                  PIC 9(03) COMP.
       01  WS-HDR-MATCH-IDX            PIC 9(03) COMP.
       01  WS-HDR-TABLE.
           05  WS-HDR-ENTRY            OCCURS 100 TIMES.
               10  WS-HDR-TEMPLATE-ID  PIC X(06).
               10  WS-HDR-DATA         PIC X(43).
               10  WS-HDR-FIELDS REDEFINES WS-HDR-DATA.
                   15  WS-HDR-SET-ID   PIC X(04).
                   15  WS-HDR-SET-TOTAL PIC 9(10).
                   15  WS-HDR-FREQUENCY PIC X(01).
                       88  WS-HDR-DAILY     VALUE "D".
                       88  WS-HDR-WEEKLY    VALUE "W".
                       88  WS-HDR-MONTHLY   VALUE "M".
                       88  WS-HDR-QUARTERLY VALUE "Q".
                       88  WS-HDR-ANNUAL    VALUE "A".
                       88  WS-HDR-EACH-PERIOD VALUE "P".
                       88  WS-HDR-FREQUENCY-VALID VALUE "D" "W" "M"
                                                  "Q" "A" "P".
                   15  WS-HDR-DUE-DAY  PIC 9(02).
                   15  WS-HDR-EFF-DATE PIC 9(08).
                   15  WS-HDR-EXP-DATE PIC 9(08).
                   15  WS-HDR-DESC     PIC X(10).
               10  WS-HDR-BASIS-COUNT  PIC 9(04) COMP.
       01  WS-BAS-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-BAS-IDX                  PIC 9(04) COMP.
       01  WS-BAS-TABLE.
           05  WS-BAS-ENTRY            OCCURS 2000 TIMES.
               10  WS-BAS-HDR-IDX      PIC 9(03) COMP.
               10  WS-BAS-COST-CTR     PIC X(06).
               10  WS-BAS-WEIGHT       PIC 9(10).
               10  WS-BAS-RESID-FLAG   PIC X(01).
      *    TMPLLOG: the last business date run before this one, and
      *    the templates already generated for the dates in reach.
       01  WS-PREV-RUN-DATE            PIC 9(08) VALUE ZERO.
       01  WS-PREV-RUN-CYCLE           PIC 9(02) VALUE ZERO.
       01  WS-RERUN-SW                 PIC X(01) VALUE "N".
           88  WS-RERUN                VALUE "Y".
       01  WS-GEN-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-GEN-IDX                  PIC 9(04) COMP.
       01  WS-GEN-MATCH-IDX            PIC 9(04) COMP.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY            OCCURS 3000 TIMES.
               10  WS-GEN-TEMPLATE-ID  PIC X(06).
               10  WS-GEN-SCHED-DATE   PIC 9(08).
               10  WS-GEN-OWN-SW       PIC X(01).
                   88  WS-GEN-OWN-RUN  VALUE "Y".
      *    The due-date window, as dates and as day numbers.  It
      *    reaches back at most a year.
       01  WS-WINDOW-FROM              PIC 9(08).
       01  WS-FROM-INT                 PIC 9(07) COMP.
       01  WS-TO-INT                   PIC 9(07) COMP.
       01  WS-FIRST-INT                PIC 9(07) COMP.
       01  WS-LAST-INT                 PIC 9(07) COMP.
       01  WS-DAY-INT                  PIC 9(07) COMP.
       01  WS-MONTH-START-INT          PIC 9(07) COMP.
       01  WS-DAY-DATE                 PIC 9(08).
       01  WS-DAY-DATE-R REDEFINES WS-DAY-DATE.
           05  WS-DAY-YYYY             PIC 9(04).
           05  WS-DAY-MM               PIC 9(02).
           05  WS-DAY-DD               PIC 9(02).
       01  WS-EFF-WORK                 PIC 9(08).
       01  WS-EFF-WORK-R REDEFINES WS-EFF-WORK.
           05  FILLER                  PIC 9(04).
           05  WS-EFF-MM               PIC 9(02).
           05  FILLER                  PIC 9(02).
       01  WS-WORK-DATE                PIC 9(08).
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY            PIC 9(04).
           05  WS-WORK-MM              PIC 9(02).
           05  WS-WORK-DD              PIC 9(02).
       01  WS-WEEKDAY                  PIC 9(01).
       01  WS-MONTH-DAYS               PIC 9(02).
       01  WS-DUE-DOM                  PIC 9(02).
       01  WS-MONTH-GAP                PIC 9(02).
       01  WS-IS-DUE-SW                PIC X(01).
           88  WS-IS-DUE               VALUE "Y".
       01  WS-SKIP-REASON              PIC X(40).
      *    Template/date pairs due tonight, in template order.
       01  WS-DUE-COUNT                PIC 9(03) COMP VALUE ZERO.
       01  WS-DUE-IDX                  PIC 9(03) COMP.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY            OCCURS 500 TIMES.
               10  WS-DUE-HDR-IDX      PIC 9(03) COMP.
               10  WS-DUE-SCHED-DATE   PIC 9(08).
               10  WS-DUE-BASIS-COUNT  PIC 9(02).
       01  WS-ALREADY-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-SKIPPED-COUNT            PIC 9(04) VALUE ZERO.
      *    COBADDIN as it came in, less any sets an earlier pass of
      *    this run generated.  The records the trailer covers are
      *    counted and hashed the way COBADD counts them.
       01  WS-NEW-FILE-SW              PIC X(01) VALUE "N".
           88  WS-NEW-FILE             VALUE "Y".
       01  WS-HDR-SEEN-SW              PIC X(01) VALUE "N".
           88  WS-HDR-SEEN             VALUE "Y".
       01  WS-TRL-SEEN-SW              PIC X(01) VALUE "N".
           88  WS-TRL-SEEN             VALUE "Y".
       01  WS-DROPPING-SW              PIC X(01) VALUE "N".
           88  WS-DROPPING             VALUE "Y".
       01  WS-PAIR-HEADER              PIC X(29).
       01  WS-LAYOUT-VERSION           PIC X(04) VALUE SPACES.
       01  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-PHYS-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-HASH-TOTAL               PIC 9(12) VALUE ZERO.
       01  WS-TRL-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-TRL-HASH                 PIC 9(12) VALUE ZERO.
       01  WS-DROPPED-SETS             PIC 9(04) VALUE ZERO.
       01  WS-KEPT-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-KEPT-IDX                 PIC 9(05) COMP.
       01  WS-KEPT-TABLE.
           05  WS-KEPT-REC             PIC X(29) OCCURS 50000 TIMES.
       01  WS-OUT-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-OUT-HASH                 PIC 9(12) VALUE ZERO.
       01  WS-GENERATED-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-COUNT-DISP               PIC ZZZZZZ9.
       01  WS-HASH-DISP                PIC Z(11)9.
       01  WS-TOTAL-DISP               PIC Z(9)9.
       01  WS-CYCLE-DISP               PIC 9(02).
       COPY FISCPARM.
       COPY P1RUN.

       PROCEDURE DIVISION.
       A000-CONTROL.
           PERFORM P0005-INIT-RUN-CONTROL.
           OPEN OUTPUT REPORT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "TMPLGEN - RECURRING ALLOCATION TEMPLATES FOR COBADDIN"
               TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM B000-LOAD-TEMPLATES.
           IF WS-STOP-REASON = SPACES
               PERFORM C000-SCAN-LOG
           END-IF.
           IF WS-STOP-REASON = SPACES
               PERFORM D000-FIND-DUE
           END-IF.
      *    Nothing due leaves COBADDIN exactly as it arrived - a
      *    supplemental cycle run against the morning's file still
      *    looks like the morning's file to COBADD.
           IF WS-STOP-REASON = SPACES
              AND WS-DUE-COUNT > ZERO
               PERFORM E000-LOAD-COBADDIN
               IF WS-STOP-REASON = SPACES
                   PERFORM F000-REWRITE-COBADDIN
               END-IF
           END-IF.
           IF WS-STOP-REASON = SPACES
               PERFORM G000-WRITE-LOG
               PERFORM H000-WRITE-TOTALS
               MOVE SPACES TO AU-KEY-INPUT
               STRING "TMPLMST DUE " WS-WINDOW-FROM " - " P1-RUN-DATE
                   DELIMITED BY SIZE INTO AU-KEY-INPUT
               MOVE SPACES TO AU-KEY-OUTPUT
               MOVE WS-GENERATED-COUNT TO WS-COUNT-DISP
               STRING "SETS GENERATED=" WS-COUNT-DISP
                   DELIMITED BY SIZE INTO AU-KEY-OUTPUT
               MOVE 0 TO AU-RETURN-CODE
               PERFORM L900-WRITE-AUDIT
               IF WS-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WS-STOP-REASON TO REPORT-REC
               WRITE REPORT-REC
               MOVE "COBADDIN NOT CHANGED - RUN STOPPED" TO REPORT-REC
               WRITE REPORT-REC
               MOVE "TMPLMST" TO AU-KEY-INPUT
               MOVE WS-STOP-REASON TO AU-KEY-OUTPUT
               MOVE 90 TO AU-RETURN-CODE
               PERFORM L900-WRITE-AUDIT
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           STOP RUN.
       A000-EXIT.
           EXIT.

       P0005-INIT-RUN-CONTROL.
           ACCEPT WS-CMD-LINE      FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-RUN-DATE-PARM WS-CYCLE-PARM-X WS-ENV-PARM.
      *    A lone single-letter argument is the environment, not a
      *    run date - the test deck passes just "T".
           IF WS-RUN-DATE-PARM (1:1) NOT = SPACE
              AND WS-RUN-DATE-PARM (2:7) = SPACES
              AND WS-RUN-DATE-PARM IS NOT NUMERIC
              AND WS-ENV-PARM = SPACE
               MOVE WS-RUN-DATE-PARM (1:1) TO WS-ENV-PARM
               MOVE SPACES TO WS-RUN-DATE-PARM
           END-IF.
      *    A letter in the cycle slot is the environment of a run
      *    with no cycle argument - "20260902 T" still works.
           IF WS-CYCLE-PARM-X (1:1) NOT = SPACE
              AND WS-CYCLE-PARM-X IS NOT NUMERIC
              AND WS-ENV-PARM = SPACE
               MOVE WS-CYCLE-PARM-X (1:1) TO WS-ENV-PARM
               MOVE SPACES TO WS-CYCLE-PARM-X
           END-IF.
           IF WS-CYCLE-PARM-X (1:1) IS NUMERIC
              AND WS-CYCLE-PARM-X (2:1) = SPACE
               MOVE WS-CYCLE-PARM-X (1:1) TO WS-CYCLE-PARM-X (2:1)
               MOVE "0" TO WS-CYCLE-PARM-X (1:1)
           END-IF.
           MOVE 1 TO P1-CYCLE-NO.
           IF WS-CYCLE-PARM-X IS NUMERIC
              AND WS-CYCLE-PARM-X NOT = "00"
               MOVE WS-CYCLE-PARM-X TO P1-CYCLE-NO
           END-IF.
           ACCEPT P1-SYSTEM-DATE   FROM DATE YYYYMMDD.
           IF WS-RUN-DATE-PARM IS NUMERIC
               MOVE WS-RUN-DATE-PARM TO P1-RUN-DATE
           ELSE
               MOVE P1-SYSTEM-DATE   TO P1-RUN-DATE
           END-IF.
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
       P0005-EXIT.
           EXIT.

      *    No master is no templates - the step still logs the run
      *    so the next night's window starts in the right place.  A
      *    master past the tables stops the step: a short load would
      *    quietly stop generating the templates beyond the table.
       B000-LOAD-TEMPLATES.
           OPEN INPUT TEMPLATE-FILE.
           IF NOT WS-TMPLMST-OK
               MOVE "TMPLGEN: no TMPLMST - no templates to generate"
                   TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF OR WS-STOP-REASON NOT = SPACES
                   READ TEMPLATE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF TM-HEADER-LINE
                               PERFORM B100-STORE-HEADER
                           ELSE
                               PERFORM B200-STORE-BASIS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.
       B000-EXIT.
           EXIT.

       B100-STORE-HEADER.
           IF WS-HDR-COUNT >= 100
               MOVE "TMPLGEN: TMPLMST OVER 100 TEMPLATES - RUN STOPPED"
                   TO WS-STOP-REASON
           ELSE
               ADD 1 TO WS-HDR-COUNT
               MOVE TM-TEMPLATE-ID TO WS-HDR-TEMPLATE-ID (WS-HDR-COUNT)
               MOVE TM-LINE-DATA TO WS-HDR-DATA (WS-HDR-COUNT)
               MOVE ZERO TO WS-HDR-BASIS-COUNT (WS-HDR-COUNT)
           END-IF.
       B100-EXIT.
           EXIT.

      *    The master is kept in template order, so a basis line's
      *    header has already been stored; one with no header is
      *    reported and left out.
       B200-STORE-BASIS.
           MOVE ZERO TO WS-HDR-MATCH-IDX.
           PERFORM VARYING WS-HDR-IDX FROM 1 BY 1
                   UNTIL WS-HDR-IDX > WS-HDR-COUNT
                      OR WS-HDR-MATCH-IDX > ZERO
               IF WS-HDR-TEMPLATE-ID (WS-HDR-IDX) = TM-TEMPLATE-ID
                   MOVE WS-HDR-IDX TO WS-HDR-MATCH-IDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-HDR-MATCH-IDX = ZERO
                   MOVE SPACES TO REPORT-REC
                   STRING "SKIPPED  " TM-TEMPLATE-ID "/" TM-LINE-NO
                          " - BASIS LINE WITH NO HEADER LINE"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
                   SET WS-WARNING TO TRUE
               WHEN WS-BAS-COUNT >= 2000
                   MOVE "TMPLGEN: TMPLMST OVER 2000 LINES - RUN STOPPED"
                       TO WS-STOP-REASON
               WHEN OTHER
                   ADD 1 TO WS-BAS-COUNT
                   MOVE WS-HDR-MATCH-IDX
                       TO WS-BAS-HDR-IDX (WS-BAS-COUNT)
                   MOVE TM-COST-CTR TO WS-BAS-COST-CTR (WS-BAS-COUNT)
                   MOVE TM-WEIGHT TO WS-BAS-WEIGHT (WS-BAS-COUNT)
                   MOVE TM-RESID-FLAG
                       TO WS-BAS-RESID-FLAG (WS-BAS-COUNT)
                   ADD 1 TO WS-HDR-BASIS-COUNT (WS-HDR-MATCH-IDX)
           END-EVALUATE.
       B200-EXIT.
           EXIT.

      *    Two passes over TMPLLOG.  The run rows give the last
      *    business date run before this one - an earlier date, or
      *    an earlier cycle of this date - and whether this date and
      *    cycle has run before (a rerun).  That sets the window, and
      *    the second pass keeps the generated rows inside it.
       C000-SCAN-LOG.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF TG-RUN-ROW
                               PERFORM C100-CHECK-RUN-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.
           PERFORM C200-SET-WINDOW.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF OR WS-STOP-REASON NOT = SPACES
                   READ LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF TG-GENERATED-ROW
                              AND TG-SCHED-DATE >= WS-WINDOW-FROM
                              AND TG-SCHED-DATE <= P1-RUN-DATE
                               PERFORM C300-CARRY-GENERATED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.
       C000-EXIT.
           EXIT.

       C100-CHECK-RUN-ROW.
           IF TG-RUN-DATE = P1-RUN-DATE
              AND TG-CYCLE-NO = P1-CYCLE-NO
               SET WS-RERUN TO TRUE
           END-IF.
           IF TG-RUN-DATE < P1-RUN-DATE
              OR (TG-RUN-DATE = P1-RUN-DATE
                  AND TG-CYCLE-NO < P1-CYCLE-NO)
               IF TG-RUN-DATE > WS-PREV-RUN-DATE
                  OR (TG-RUN-DATE = WS-PREV-RUN-DATE
                      AND TG-CYCLE-NO > WS-PREV-RUN-CYCLE)
                   MOVE TG-RUN-DATE TO WS-PREV-RUN-DATE
                   MOVE TG-CYCLE-NO TO WS-PREV-RUN-CYCLE
               END-IF
           END-IF.
       C100-EXIT.
           EXIT.

      *    The first run ever, or a later cycle of a date already
      *    run, looks at the business date alone (a later cycle
      *    still picks up a template approved since the morning -
      *    the generated rows keep it from repeating the morning's).
      *    Otherwise the window opens the day after the last run,
      *    no more than a year back.
       C200-SET-WINDOW.
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE (P1-RUN-DATE).
           IF WS-PREV-RUN-DATE = ZERO
              OR WS-PREV-RUN-DATE = P1-RUN-DATE
               MOVE WS-TO-INT TO WS-FROM-INT
           ELSE
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE (WS-PREV-RUN-DATE) + 1
               IF WS-TO-INT - WS-FROM-INT > 365
                   COMPUTE WS-FROM-INT = WS-TO-INT - 365
               END-IF
           END-IF.
           COMPUTE WS-WINDOW-FROM =
               FUNCTION DATE-OF-INTEGER (WS-FROM-INT).
           MOVE P1-CYCLE-NO TO WS-CYCLE-DISP.
           MOVE SPACES TO REPORT-REC.
           STRING "RUN DATE " P1-RUN-DATE " CYCLE " WS-CYCLE-DISP
                  " - TEMPLATES DUE " WS-WINDOW-FROM
                  " THROUGH " P1-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-RERUN
               MOVE "RERUN OF THIS DATE AND CYCLE - SETS WRITTEN AGAIN"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
       C200-EXIT.
           EXIT.

       C300-CARRY-GENERATED.
           IF WS-GEN-COUNT >= 3000
               MOVE "TMPLGEN: TMPLLOG OVER 3000 ROWS - RUN STOPPED"
                   TO WS-STOP-REASON
           ELSE
               ADD 1 TO WS-GEN-COUNT
               MOVE TG-TEMPLATE-ID TO WS-GEN-TEMPLATE-ID (WS-GEN-COUNT)
               MOVE TG-SCHED-DATE TO WS-GEN-SCHED-DATE (WS-GEN-COUNT)
               MOVE "N" TO WS-GEN-OWN-SW (WS-GEN-COUNT)
               IF TG-RUN-DATE = P1-RUN-DATE
                  AND TG-CYCLE-NO = P1-CYCLE-NO
                   MOVE "Y" TO WS-GEN-OWN-SW (WS-GEN-COUNT)
               END-IF
           END-IF.
       C300-EXIT.
           EXIT.

      *    Walks every template through the window, one day at a
      *    time inside its own effective window.
       D000-FIND-DUE.
           PERFORM VARYING WS-HDR-IDX FROM 1 BY 1
                   UNTIL WS-HDR-IDX > WS-HDR-COUNT
                      OR WS-STOP-REASON NOT = SPACES
               PERFORM D100-CHECK-TEMPLATE
           END-PERFORM.
           IF WS-STOP-REASON = SPACES
              AND WS-DUE-COUNT = ZERO
               MOVE "NOTHING DUE - COBADDIN NOT CHANGED" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
       D000-EXIT.
           EXIT.

       D100-CHECK-TEMPLATE.
           MOVE SPACES TO WS-SKIP-REASON.
           MOVE ZERO TO WS-FIRST-INT.
           MOVE ZERO TO WS-LAST-INT.
           IF WS-HDR-SET-TOTAL (WS-HDR-IDX) IS NOT NUMERIC
              OR WS-HDR-DUE-DAY (WS-HDR-IDX) IS NOT NUMERIC
              OR WS-HDR-EFF-DATE (WS-HDR-IDX) IS NOT NUMERIC
              OR WS-HDR-EXP-DATE (WS-HDR-IDX) IS NOT NUMERIC
              OR NOT WS-HDR-FREQUENCY-VALID (WS-HDR-IDX)
               MOVE "HEADER LINE NOT VALID" TO WS-SKIP-REASON
           ELSE
               COMPUTE WS-FIRST-INT = FUNCTION INTEGER-OF-DATE
                   (WS-HDR-EFF-DATE (WS-HDR-IDX))
               MOVE WS-TO-INT TO WS-LAST-INT
               IF WS-HDR-EXP-DATE (WS-HDR-IDX) NOT = ZERO
                   COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE
                       (WS-HDR-EXP-DATE (WS-HDR-IDX))
               END-IF
               IF WS-FIRST-INT = ZERO OR WS-LAST-INT = ZERO
                   MOVE "EFFECTIVE OR EXPIRY DATE NOT VALID"
                       TO WS-SKIP-REASON
               END-IF
           END-IF.
      *    Outside its effective window it is simply not due - only
      *    a template that is in force and cannot be built is
      *    reported as skipped.
           IF WS-SKIP-REASON = SPACES
               IF WS-FIRST-INT < WS-FROM-INT
                   MOVE WS-FROM-INT TO WS-FIRST-INT
               END-IF
               IF WS-LAST-INT > WS-TO-INT
                   MOVE WS-TO-INT TO WS-LAST-INT
               END-IF
               IF WS-FIRST-INT <= WS-LAST-INT
                   EVALUATE TRUE
                       WHEN WS-HDR-BASIS-COUNT (WS-HDR-IDX) = ZERO
                           MOVE "NO BASIS LINES" TO WS-SKIP-REASON
                       WHEN WS-HDR-BASIS-COUNT (WS-HDR-IDX) > 20
                           MOVE "MORE THAN 20 BASIS LINES"
                               TO WS-SKIP-REASON
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-SKIP-REASON = SPACES
               MOVE WS-HDR-EFF-DATE (WS-HDR-IDX) TO WS-EFF-WORK
               PERFORM VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
                       UNTIL WS-DAY-INT > WS-LAST-INT
                          OR WS-SKIP-REASON NOT = SPACES
                          OR WS-STOP-REASON NOT = SPACES
                   PERFORM D200-CHECK-DAY
               END-PERFORM
           END-IF.
           IF WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               SET WS-WARNING TO TRUE
               MOVE SPACES TO REPORT-REC
               STRING "SKIPPED  " WS-HDR-TEMPLATE-ID (WS-HDR-IDX)
                      " - " WS-SKIP-REASON
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.
       D100-EXIT.
           EXIT.

      *    Day numbers count from a Monday, so the weekday falls out
      *    of the remainder by seven (1 = Monday).
       D200-CHECK-DAY.
           MOVE "N" TO WS-IS-DUE-SW.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
           EVALUATE TRUE
               WHEN WS-HDR-DAILY (WS-HDR-IDX)
                   IF WS-DAY-DATE = P1-RUN-DATE
                       MOVE "Y" TO WS-IS-DUE-SW
                   END-IF
               WHEN WS-HDR-WEEKLY (WS-HDR-IDX)
                   COMPUTE WS-WEEKDAY =
                       FUNCTION MOD (WS-DAY-INT - 1, 7) + 1
                   IF WS-WEEKDAY = WS-HDR-DUE-DAY (WS-HDR-IDX)
                       MOVE "Y" TO WS-IS-DUE-SW
                   END-IF
               WHEN WS-HDR-EACH-PERIOD (WS-HDR-IDX)
                   SET FP-BY-DATE TO TRUE
                   MOVE WS-DAY-DATE TO FP-REQUEST-DATE
                   CALL "FISCPER" USING FP-FISCAL-PARM
                   EVALUATE TRUE
                       WHEN FP-NO-CALENDAR
                           MOVE "NO FISCCAL CALENDAR FOR PERIOD DATES"
                               TO WS-SKIP-REASON
                       WHEN FP-PERIOD-FOUND
                           IF FP-START-DATE = WS-DAY-DATE
                               MOVE "Y" TO WS-IS-DUE-SW
                           END-IF
                   END-EVALUATE
               WHEN OTHER
                   PERFORM D300-CHECK-MONTH-DAY
           END-EVALUATE.
           IF WS-IS-DUE
               PERFORM D400-RECORD-DUE
           END-IF.
       D200-EXIT.
           EXIT.

      *    Monthly, quarterly and annual templates fall on the due
      *    day of the month, or the month's last day when the month
      *    is shorter; quarterly ones every third month counting
      *    from the effective month, annual ones in that month.
       D300-CHECK-MONTH-DAY.
           MOVE WS-DAY-YYYY TO WS-WORK-YYYY.
           MOVE WS-DAY-MM TO WS-WORK-MM.
           MOVE 1 TO WS-WORK-DD.
           COMPUTE WS-MONTH-START-INT = FUNCTION INTEGER-OF-DATE
               (WS-WORK-DATE).
           IF WS-WORK-MM = 12
               ADD 1 TO WS-WORK-YYYY
               MOVE 1 TO WS-WORK-MM
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF.
           COMPUTE WS-MONTH-DAYS = FUNCTION INTEGER-OF-DATE
               (WS-WORK-DATE) - WS-MONTH-START-INT.
           MOVE WS-HDR-DUE-DAY (WS-HDR-IDX) TO WS-DUE-DOM.
           IF WS-DUE-DOM > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-DUE-DOM
           END-IF.
           IF WS-DAY-DD = WS-DUE-DOM
               EVALUATE TRUE
                   WHEN WS-HDR-MONTHLY (WS-HDR-IDX)
                       MOVE "Y" TO WS-IS-DUE-SW
                   WHEN WS-HDR-QUARTERLY (WS-HDR-IDX)
                       COMPUTE WS-MONTH-GAP =
                           FUNCTION MOD (WS-DAY-MM + 12 - WS-EFF-MM, 3)
                       IF WS-MONTH-GAP = ZERO
                           MOVE "Y" TO WS-IS-DUE-SW
                       END-IF
                   WHEN WS-HDR-ANNUAL (WS-HDR-IDX)
                       IF WS-DAY-MM = WS-EFF-MM
                           MOVE "Y" TO WS-IS-DUE-SW
                       END-IF
               END-EVALUATE
           END-IF.
       D300-EXIT.
           EXIT.

      *    A due date another run or cycle already generated is
      *    reported and left alone; one this date and cycle
      *    generated on an earlier pass is generated again, since
      *    that pass's sets are dropped from COBADDIN.
       D400-RECORD-DUE.
           MOVE ZERO TO WS-GEN-MATCH-IDX.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
                      OR WS-GEN-MATCH-IDX > ZERO
               IF WS-GEN-TEMPLATE-ID (WS-GEN-IDX)
                  = WS-HDR-TEMPLATE-ID (WS-HDR-IDX)
                  AND WS-GEN-SCHED-DATE (WS-GEN-IDX) = WS-DAY-DATE
                  AND NOT WS-GEN-OWN-RUN (WS-GEN-IDX)
                   MOVE WS-GEN-IDX TO WS-GEN-MATCH-IDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-GEN-MATCH-IDX > ZERO
                   ADD 1 TO WS-ALREADY-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING "ALREADY  " WS-HDR-TEMPLATE-ID (WS-HDR-IDX)
                          " DUE " WS-DAY-DATE
                          " - GENERATED BY AN EARLIER RUN"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               WHEN WS-DUE-COUNT >= 500
                   MOVE "TMPLGEN: OVER 500 SETS DUE - RUN STOPPED"
                       TO WS-STOP-REASON
               WHEN OTHER
                   ADD 1 TO WS-DUE-COUNT
                   MOVE WS-HDR-IDX TO WS-DUE-HDR-IDX (WS-DUE-COUNT)
                   MOVE WS-DAY-DATE TO WS-DUE-SCHED-DATE (WS-DUE-COUNT)
                   MOVE WS-HDR-BASIS-COUNT (WS-HDR-IDX)
                       TO WS-DUE-BASIS-COUNT (WS-DUE-COUNT)
           END-EVALUATE.
       D400-EXIT.
           EXIT.

      *    Reads COBADDIN whole before anything is written.  The
      *    records the trailer covers are counted and hashed as
      *    COBADD counts them; any other record type is carried
      *    through untouched for the edit gate to report.
       E000-LOAD-COBADDIN.
           OPEN INPUT PAIR-FILE.
           IF NOT WS-PAIR-OK
               SET WS-NEW-FILE TO TRUE
               PERFORM E200-START-NEW-FILE
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF OR WS-STOP-REASON NOT = SPACES
                   READ PAIR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM E100-CLASSIFY-RECORD
                   END-READ
               END-PERFORM
               CLOSE PAIR-FILE
               IF WS-STOP-REASON = SPACES
                   PERFORM E300-VERIFY-TRAILER
               END-IF
           END-IF.
       E000-EXIT.
           EXIT.

       E100-CLASSIFY-RECORD.
           MOVE WS-READ-COUNT TO WS-COUNT-DISP.
           EVALUATE TRUE
               WHEN WS-READ-COUNT = 1 AND NOT PAIR-HEADER-REC
                   MOVE "COBADDIN DOES NOT START WITH A HEADER RECORD"
                       TO WS-STOP-REASON
               WHEN WS-TRL-SEEN
                   MOVE "COBADDIN HAS RECORDS AFTER ITS TRAILER"
                       TO WS-STOP-REASON
               WHEN PAIR-HEADER-REC
                   IF WS-HDR-SEEN
                       MOVE "COBADDIN HAS A SECOND HEADER RECORD"
                           TO WS-STOP-REASON
                   ELSE
                       SET WS-HDR-SEEN TO TRUE
                       MOVE PAIR-REC TO WS-PAIR-HEADER
                       IF PAIR-HDR-DATE NOT = P1-RUN-DATE
                           STRING "COBADDIN HEADER DATE " PAIR-HDR-DATE
                                  " IS NOT THE RUN DATE"
                               DELIMITED BY SIZE INTO WS-STOP-REASON
                       END-IF
                   END-IF
               WHEN PAIR-TRAILER-REC
                   SET WS-TRL-SEEN TO TRUE
                   IF PAIR-TRL-COUNT IS NOT NUMERIC
                      OR PAIR-TRL-HASH IS NOT NUMERIC
                       MOVE "COBADDIN TRAILER TOTALS NOT NUMERIC"
                           TO WS-STOP-REASON
                   ELSE
                       MOVE PAIR-TRL-COUNT TO WS-TRL-COUNT
                       MOVE PAIR-TRL-HASH TO WS-TRL-HASH
                   END-IF
               WHEN PAIR-DETAIL-REC
                   MOVE "N" TO WS-DROPPING-SW
                   ADD 1 TO WS-PHYS-COUNT
                   IF PAIR-DIVIDEND IS NOT NUMERIC
                       STRING "COBADDIN RECORD " WS-COUNT-DISP
                              " AMOUNT NOT NUMERIC"
                           DELIMITED BY SIZE INTO WS-STOP-REASON
                   ELSE
                       ADD PAIR-DIVIDEND TO WS-HASH-TOTAL
                       PERFORM E150-KEEP-RECORD
                   END-IF
               WHEN PAIR-SET-REC
                   MOVE "N" TO WS-DROPPING-SW
                   ADD 1 TO WS-PHYS-COUNT
                   IF PAIR-SET-TOTAL IS NOT NUMERIC
                       STRING "COBADDIN RECORD " WS-COUNT-DISP
                              " AMOUNT NOT NUMERIC"
                           DELIMITED BY SIZE INTO WS-STOP-REASON
                   ELSE
                       ADD PAIR-SET-TOTAL TO WS-HASH-TOTAL
                       IF PAIR-SET-TEMPLATE NOT = SPACES
                           SET WS-DROPPING TO TRUE
                           ADD 1 TO WS-DROPPED-SETS
                       ELSE
                           PERFORM E150-KEEP-RECORD
                       END-IF
                   END-IF
               WHEN PAIR-BASIS-REC
                   ADD 1 TO WS-PHYS-COUNT
                   IF NOT WS-DROPPING
                       PERFORM E150-KEEP-RECORD
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-DROPPING-SW
                   PERFORM E150-KEEP-RECORD
           END-EVALUATE.
       E100-EXIT.
           EXIT.

       E150-KEEP-RECORD.
           IF WS-KEPT-COUNT >= 50000
               MOVE "TMPLGEN: COBADDIN OVER 50000 RECORDS - RUN STOPPED"
                   TO WS-STOP-REASON
           ELSE
               ADD 1 TO WS-KEPT-COUNT
               MOVE PAIR-REC TO WS-KEPT-REC (WS-KEPT-COUNT)
           END-IF.
       E150-EXIT.
           EXIT.

      *    A night with no allocation file from upstream still gets
      *    its templates: a new COBADDIN is started under the
      *    highest layout version LAYREG has active for it, so the
      *    COBADD handshake accepts it.
       E200-START-NEW-FILE.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REGISTRY-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ REGISTRY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF LR-FILE-ID = "COBADDIN"
                              AND LR-ACTIVE
                              AND LR-VERSION > WS-LAYOUT-VERSION
                               MOVE LR-VERSION TO WS-LAYOUT-VERSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.
           IF WS-LAYOUT-VERSION = SPACES
               MOVE "NO COBADDIN AND NO ACTIVE LAYOUT FOR IT ON LAYREG"
                   TO WS-STOP-REASON
           ELSE
               MOVE SPACES TO PAIR-REC
               MOVE "HDR" TO PAIR-REC-TYPE
               MOVE P1-RUN-DATE TO PAIR-HDR-DATE
               MOVE WS-LAYOUT-VERSION TO PAIR-HDR-VERSION
               MOVE PAIR-REC TO WS-PAIR-HEADER
           END-IF.
       E200-EXIT.
           EXIT.

      *    The file has to balance as it stands before sets are
      *    added to it - otherwise the new trailer would paper over
      *    a short or damaged transmission.
       E300-VERIFY-TRAILER.
           IF NOT WS-TRL-SEEN
               MOVE "NO TRAILER RECORD ON COBADDIN - FILE TRUNCATED?"
                   TO WS-STOP-REASON
           ELSE
               IF WS-TRL-COUNT NOT = WS-PHYS-COUNT
                  OR WS-TRL-HASH NOT = WS-HASH-TOTAL
                   MOVE WS-PHYS-COUNT TO WS-COUNT-DISP
                   MOVE WS-HASH-TOTAL TO WS-HASH-DISP
                   STRING "COBADDIN TRAILER MISMATCH - READ "
                          WS-COUNT-DISP " HASH " WS-HASH-DISP
                       DELIMITED BY SIZE INTO WS-STOP-REASON
               END-IF
           END-IF.
       E300-EXIT.
           EXIT.

      *    Header, the records kept, the generated sets and a
      *    trailer recounted over everything written.
       F000-REWRITE-COBADDIN.
           OPEN OUTPUT PAIR-FILE.
           MOVE WS-PAIR-HEADER TO PAIR-REC.
           WRITE PAIR-REC.
           PERFORM VARYING WS-KEPT-IDX FROM 1 BY 1
                   UNTIL WS-KEPT-IDX > WS-KEPT-COUNT
               MOVE WS-KEPT-REC (WS-KEPT-IDX) TO PAIR-REC
               EVALUATE TRUE
                   WHEN PAIR-DETAIL-REC
                       ADD 1 TO WS-OUT-COUNT
                       ADD PAIR-DIVIDEND TO WS-OUT-HASH
                   WHEN PAIR-SET-REC
                       ADD 1 TO WS-OUT-COUNT
                       ADD PAIR-SET-TOTAL TO WS-OUT-HASH
                   WHEN PAIR-BASIS-REC
                       ADD 1 TO WS-OUT-COUNT
               END-EVALUATE
               WRITE PAIR-REC
           END-PERFORM.
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               PERFORM F100-WRITE-SET
           END-PERFORM.
           MOVE SPACES TO PAIR-REC.
           MOVE "TRL" TO PAIR-REC-TYPE.
           MOVE WS-OUT-COUNT TO PAIR-TRL-COUNT.
           MOVE WS-OUT-HASH TO PAIR-TRL-HASH.
           WRITE PAIR-REC.
           CLOSE PAIR-FILE.
       F000-EXIT.
           EXIT.

       F100-WRITE-SET.
           MOVE WS-DUE-HDR-IDX (WS-DUE-IDX) TO WS-HDR-IDX.
           MOVE SPACES TO PAIR-REC.
           MOVE "SET" TO PAIR-REC-TYPE.
           MOVE WS-HDR-SET-ID (WS-HDR-IDX) TO PAIR-SET-ID.
           MOVE WS-HDR-SET-TOTAL (WS-HDR-IDX) TO PAIR-SET-TOTAL.
           MOVE WS-HDR-TEMPLATE-ID (WS-HDR-IDX) TO PAIR-SET-TEMPLATE.
           WRITE PAIR-REC.
           ADD 1 TO WS-OUT-COUNT.
           ADD PAIR-SET-TOTAL TO WS-OUT-HASH.
           PERFORM VARYING WS-BAS-IDX FROM 1 BY 1
                   UNTIL WS-BAS-IDX > WS-BAS-COUNT
               IF WS-BAS-HDR-IDX (WS-BAS-IDX) = WS-HDR-IDX
                   MOVE SPACES TO PAIR-REC
                   MOVE "BAS" TO PAIR-REC-TYPE
                   MOVE WS-BAS-COST-CTR (WS-BAS-IDX)
                       TO PAIR-BAS-COST-CTR
                   MOVE WS-BAS-WEIGHT (WS-BAS-IDX) TO PAIR-BAS-VALUE
                   MOVE WS-BAS-RESID-FLAG (WS-BAS-IDX)
                       TO PAIR-BAS-RESID-FLAG
                   WRITE PAIR-REC
                   ADD 1 TO WS-OUT-COUNT
               END-IF
           END-PERFORM.
           ADD 1 TO WS-GENERATED-COUNT.
           MOVE WS-HDR-SET-TOTAL (WS-HDR-IDX) TO WS-TOTAL-DISP.
           MOVE SPACES TO REPORT-REC.
           STRING "DUE      " WS-HDR-TEMPLATE-ID (WS-HDR-IDX)
                  " " WS-HDR-DESC (WS-HDR-IDX)
                  " SET " WS-HDR-SET-ID (WS-HDR-IDX)
                  " TOTAL=" WS-TOTAL-DISP
                  " SCHEDULED " WS-DUE-SCHED-DATE (WS-DUE-IDX)
                  " BASIS LINES=" WS-DUE-BASIS-COUNT (WS-DUE-IDX)
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
       F100-EXIT.
           EXIT.

      *    The run row moves the next night's window on; the
      *    generated rows stop another run or cycle repeating these
      *    dates.  A rerun adds only what its earlier pass did not.
       G000-WRITE-LOG.
           OPEN EXTEND LOG-FILE.
           IF NOT WS-LOG-OK
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF NOT WS-RERUN
               MOVE SPACES TO TG-LOG-REC
               SET TG-RUN-ROW TO TRUE
               MOVE P1-RUN-DATE TO TG-RUN-DATE
               MOVE P1-CYCLE-NO TO TG-CYCLE-NO
               MOVE ZERO TO TG-SCHED-DATE
               MOVE ZERO TO TG-SET-TOTAL
               MOVE ZERO TO TG-BASIS-COUNT
               WRITE TG-LOG-REC
           END-IF.
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               MOVE WS-DUE-HDR-IDX (WS-DUE-IDX) TO WS-HDR-IDX
               MOVE ZERO TO WS-GEN-MATCH-IDX
               PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                       UNTIL WS-GEN-IDX > WS-GEN-COUNT
                          OR WS-GEN-MATCH-IDX > ZERO
                   IF WS-GEN-TEMPLATE-ID (WS-GEN-IDX)
                      = WS-HDR-TEMPLATE-ID (WS-HDR-IDX)
                      AND WS-GEN-SCHED-DATE (WS-GEN-IDX)
                          = WS-DUE-SCHED-DATE (WS-DUE-IDX)
                      AND WS-GEN-OWN-RUN (WS-GEN-IDX)
                       MOVE WS-GEN-IDX TO WS-GEN-MATCH-IDX
                   END-IF
               END-PERFORM
               IF WS-GEN-MATCH-IDX = ZERO
                   MOVE SPACES TO TG-LOG-REC
                   SET TG-GENERATED-ROW TO TRUE
                   MOVE P1-RUN-DATE TO TG-RUN-DATE
                   MOVE P1-CYCLE-NO TO TG-CYCLE-NO
                   MOVE WS-HDR-TEMPLATE-ID (WS-HDR-IDX)
                       TO TG-TEMPLATE-ID
                   MOVE WS-DUE-SCHED-DATE (WS-DUE-IDX) TO TG-SCHED-DATE
                   MOVE WS-HDR-SET-ID (WS-HDR-IDX) TO TG-SET-ID
                   MOVE WS-HDR-SET-TOTAL (WS-HDR-IDX) TO TG-SET-TOTAL
                   MOVE WS-DUE-BASIS-COUNT (WS-DUE-IDX)
                       TO TG-BASIS-COUNT
                   WRITE TG-LOG-REC
               END-IF
           END-PERFORM.
           CLOSE LOG-FILE.
       G000-EXIT.
           EXIT.

       H000-WRITE-TOTALS.
           IF WS-DUE-COUNT > ZERO
               MOVE SPACES TO REPORT-REC
               IF WS-NEW-FILE
                   STRING "COBADDIN STARTED NEW - LAYOUT VERSION "
                          WS-LAYOUT-VERSION
                       DELIMITED BY SIZE INTO REPORT-REC
               ELSE
                   MOVE WS-READ-COUNT TO WS-COUNT-DISP
                   STRING "COBADDIN RECORDS READ: " WS-COUNT-DISP
                          "   EARLIER GENERATED SETS DROPPED: "
                          WS-DROPPED-SETS
                       DELIMITED BY SIZE INTO REPORT-REC
               END-IF
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               MOVE WS-OUT-COUNT TO WS-COUNT-DISP
               MOVE WS-OUT-HASH TO WS-HASH-DISP
               STRING "NEW TRAILER COUNT=" WS-COUNT-DISP
                      " HASH=" WS-HASH-DISP
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-GENERATED-COUNT TO WS-COUNT-DISP.
           STRING "SETS GENERATED:    " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-ALREADY-COUNT TO WS-COUNT-DISP.
           STRING "ALREADY GENERATED: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP.
           STRING "TEMPLATES SKIPPED: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
       H000-EXIT.
           EXIT.

      *    Appends one AUDITLOG record; callers set AU-KEY-INPUT,
      *    AU-KEY-OUTPUT and AU-RETURN-CODE just before performing
      *    this, the same convention as COBADD and ALLOC.
       L900-WRITE-AUDIT.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE "TMPLGEN"    TO AU-PROGRAM-ID.
           MOVE P1-RUN-ID    TO AU-RUN-ID.
           MOVE P1-ENVIRONMENT TO AU-ENVIRONMENT.
           MOVE P1-CYCLE-NO  TO AU-CYCLE-NO.
           WRITE AU-AUDIT-REC.
       L900-EXIT.
           EXIT.
