      *  that file.  A rerun for a completed run id skips, so the      *
      *  same night's shares can never double the position.            *
      *                                                                *
      *  Every share also adds to the center's year-to-date buckets.   *
      *                                                                *
      *  While CCPOSMST is open for update the step holds the ALLOCPST *
      *  run lock on RUNLOCKS (condition code 12 if it is already      *
      *  held), so the daytime POSINQ inquiry never reads a position   *
      *  half-way through a posting or a roll.                         *
      *                                                                *
      *  Arguments: [RESET|YEAREND] [run date] [cycle] [environment].  *
      *  RESET is the period-end roll: the period-to-date buckets      *
      *  zero for the new period, mirroring the DISTPOST RESET -       *
      *  run from the period-end deck, not the nightly.  The period    *
      *  closed is the FISCCAL fiscal period the run date falls in,    *
      *  and a fiscal period rolls once only.  YEAREND is the fiscal   *
      *  year-end close: every center's closing year-to-date           *
      *  position is printed on ALLOCPRPT and the year-to-date         *
      *  buckets zero for the new fiscal year - refused unless the     *
      *  run date is in the last period of its year.                   *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT LOCK-FILE ASSIGN TO "RUNLOCKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "DISTCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
       COPY CTLREC.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  LOCK-FILE.
       COPY RUNLOCK.
       FD  CHECKPOINT-FILE.
       COPY CHKPTREC.

           88  WS-CONTROL-OK           VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-LOCK-STATUS              PIC X(02).
           88  WS-LOCK-OK              VALUE "00".
       01  WS-LOCK-EOF-SW              PIC X(01).
           88  WS-LOCK-EOF             VALUE "Y".
       01  WS-LOCK-NET                 PIC S9(04) COMP.
       01  WS-LOCK-HOLDER-RUN          PIC X(08).
       01  WS-LOCK-REFUSED-SW          PIC X(01) VALUE "N".
           88  WS-LOCK-REFUSED         VALUE "Y".
       01  WS-CHECKPOINT-STATUS        PIC X(02).
           88  WS-CHECKPOINT-OK        VALUE "00".
       01  WS-CKPT-EOF-SW              PIC X(01) VALUE "N".
       01  WS-ALREADY-DONE-SW          PIC X(01) VALUE "N".
           88  WS-ALREADY-DONE         VALUE "Y".
      *    Posting and the period reset are separate units of work,
      *    so the already-done guard keys them apart.  As in DISTPOST,
      *    a roll is done once per fiscal period (run id FPyyyypp)
      *    and a year-end close once per fiscal year (FYyyyy).
       01  WS-CKPT-PGM-ID              PIC X(08).
       01  WS-CKPT-RUN-ID              PIC X(08).
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-ARG-1                    PIC X(08) VALUE SPACE.
       01  WS-ARG-2                    PIC X(08) VALUE SPACE.
       01  WS-MODE-SW                  PIC X(01) VALUE "P".
           88  WS-POST-MODE            VALUE "P".
           88  WS-RESET-MODE           VALUE "R".
           88  WS-YEAREND-MODE         VALUE "Y".
      *    The fiscal period the run date falls in, for the rolls.
       01  WS-FISCAL-SW                PIC X(01) VALUE "Y".
           88  WS-FISCAL-OK            VALUE "Y".
       01  WS-FISC-DISP                PIC X(07).
       01  WS-YTD-TOTAL-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-YTD-TOTAL-AMOUNT         PIC S9(14)V9(04) VALUE ZERO.
       01  WS-COUNT-DISP-2             PIC ZZZZZZ9.
       01  WS-TOTAL-DISP               PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.9999-.
       01  WS-TEST-WATERMARK           PIC X(50) VALUE
           "********  TEST RUN - NOT PRODUCTION  ********".
       01  WS-EOF-SW                   PIC X(01) VALUE "N".
       01  WS-IDLE-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-COUNT-DISP               PIC ZZZZZ9.
       01  WS-AMOUNT-DISP              PIC ZZZ,ZZZ,ZZZ,ZZ9.9999-.
       COPY FISCPARM.
       COPY P1RUN.

       PROCEDURE DIVISION.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-ARG-1 WS-ARG-2 WS-ARG-3 WS-ARG-4.
           IF WS-ARG-1 = "RESET" OR WS-ARG-1 = "YEAREND"
               IF WS-ARG-1 = "RESET"
                   SET WS-RESET-MODE TO TRUE
               ELSE
                   SET WS-YEAREND-MODE TO TRUE
               END-IF
               MOVE WS-ARG-2 TO WS-RUN-DATE-PARM
               MOVE WS-ARG-3 (1:2) TO WS-CYCLE-PARM-X
               MOVE WS-ARG-4 (1:1) TO WS-ENV-PARM
               MOVE WS-ARG-3 (1:1) TO WS-ENV-PARM
           END-IF.
           PERFORM P0005-INIT-RUN-CONTROL.
           MOVE P1-RUN-ID TO WS-CKPT-RUN-ID.
           EVALUATE TRUE
               WHEN WS-RESET-MODE
                   MOVE "ALLOCRST" TO WS-CKPT-PGM-ID
               WHEN WS-YEAREND-MODE
                   MOVE "ALLOCYND" TO WS-CKPT-PGM-ID
               WHEN OTHER
                   MOVE "ALLOCPST" TO WS-CKPT-PGM-ID
           END-EVALUATE.

           OPEN OUTPUT REPORT-FILE.
           IF NOT P1-ENV-PRODUCTION
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           IF NOT WS-POST-MODE
               PERFORM B000-FIND-FISCAL-PERIOD
           END-IF.
           IF WS-FISCAL-OK
               PERFORM K000-READ-CHECKPOINT
           END-IF.
           IF WS-ALREADY-DONE OR NOT WS-FISCAL-OK
               IF NOT WS-FISCAL-OK
      *            No fiscal period, no roll - a guess at the period
      *            would close the wrong books.
                   MOVE 8 TO RETURN-CODE
               ELSE
      *            Folding the same night's shares into the
      *            cumulative period-to-date buckets twice would
      *            double the position, so a rerun for a completed
      *            run id skips.
                   MOVE "ALLOCPST: RUN ALREADY COMPLETE - SKIPPED"
                       TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE "RESTART" TO AU-KEY-INPUT
                   MOVE "SKIPPED - ALREADY COMPLETE" TO AU-KEY-OUTPUT
                   MOVE 0 TO AU-RETURN-CODE
                   PERFORM L900-WRITE-AUDIT
               END-IF
           ELSE
               PERFORM K200-CLAIM-RUN-LOCK
               IF WS-LOCK-REFUSED
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM B200-UPDATE-POSITION
                   PERFORM K900-RELEASE-RUN-LOCK
               END-IF
           END-IF.

       P0005-EXIT.
           EXIT.

      *    The rolls close the fiscal period the run date falls in.
      *    A date the calendar does not cover stops the roll, and a
      *    year-end close is refused short of the year's last period.
       B000-FIND-FISCAL-PERIOD.
           MOVE "D" TO FP-FUNCTION.
           MOVE P1-RUN-DATE TO FP-REQUEST-DATE.
           CALL "FISCPER" USING FP-FISCAL-PARM.
           MOVE SPACES TO REPORT-REC.
           EVALUATE TRUE
               WHEN FP-NO-CALENDAR
                   MOVE "N" TO WS-FISCAL-SW
                   MOVE "ALLOCPST: NO FISCCAL CALENDAR - ROLL NOT RUN"
                       TO REPORT-REC
               WHEN FP-PERIOD-NOT-FOUND
                   MOVE "N" TO WS-FISCAL-SW
                   STRING "ALLOCPST: " P1-RUN-DATE
                          " IN NO FISCAL PERIOD - ROLL NOT RUN"
                       DELIMITED BY SIZE INTO REPORT-REC
               WHEN OTHER
                   MOVE SPACES TO WS-FISC-DISP
                   STRING FP-FISC-YEAR "/" FP-FISC-PERIOD
                       DELIMITED BY SIZE INTO WS-FISC-DISP
                   MOVE SPACES TO WS-CKPT-RUN-ID
                   IF WS-RESET-MODE
                       STRING "FP" FP-FISC-YEAR FP-FISC-PERIOD
                           DELIMITED BY SIZE INTO WS-CKPT-RUN-ID
                   ELSE
                       STRING "FY" FP-FISC-YEAR
                           DELIMITED BY SIZE INTO WS-CKPT-RUN-ID
                       IF NOT FP-LAST-PERIOD-OF-YEAR
                           MOVE "N" TO WS-FISCAL-SW
                           STRING "ALLOCPST: " WS-FISC-DISP
                                  " IS NOT THE LAST PERIOD OF THE"
                                  " YEAR - YEAR-END NOT RUN"
                               DELIMITED BY SIZE INTO REPORT-REC
                       END-IF
                   END-IF
           END-EVALUATE.
           IF NOT WS-FISCAL-OK
               WRITE REPORT-REC
               MOVE "FISCAL PERIOD" TO AU-KEY-INPUT
               MOVE REPORT-REC TO AU-KEY-OUTPUT
               MOVE 90 TO AU-RETURN-CODE
               PERFORM L900-WRITE-AUDIT
           END-IF.
       B000-EXIT.
           EXIT.

      *    Opens the position for update and runs the posting, the
      *    RESET roll or the YEAREND close against it, with the run
      *    lock held throughout.
       B200-UPDATE-POSITION.
           OPEN I-O POSITION-FILE.
           IF NOT WS-CCPOS-OK
               MOVE "ALLOCPST: CCPOSMST WOULD NOT OPEN - STOPPED"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE 8 TO RETURN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN WS-RESET-MODE
                       PERFORM F000-PERIOD-RESET
                   WHEN WS-YEAREND-MODE
                       PERFORM G000-YEAR-END-CLOSE
                   WHEN OTHER
                       PERFORM C000-POST-SHARES
               END-EVALUATE
               CLOSE POSITION-FILE
               IF WS-IO-FAILED
                   MOVE "ALLOCPST: POSITION I-O ERROR - STOPPED"
                       TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-POST-MODE
                       PERFORM E000-WRITE-CONTROL-TOTALS
                   END-IF
                   PERFORM K150-MARK-RUN-COMPLETE
               END-IF
           END-IF.
       B200-EXIT.
           EXIT.

       C000-POST-SHARES.
           OPEN INPUT ALLOC-RESULT-FILE.
           IF NOT WS-ARES-OK
           MOVE AR-SHARE TO CP-DAILY-AMOUNT.
           MOVE 1 TO CP-PTD-COUNT.
           MOVE AR-SHARE TO CP-PTD-AMOUNT.
           MOVE 1 TO CP-YTD-COUNT.
           MOVE AR-SHARE TO CP-YTD-AMOUNT.
           WRITE CP-POS-REC
               INVALID KEY
                   SET WS-IO-FAILED TO TRUE
           ADD AR-SHARE TO CP-DAILY-AMOUNT.
           ADD 1 TO CP-PTD-COUNT.
           ADD AR-SHARE TO CP-PTD-AMOUNT.
           ADD 1 TO CP-YTD-COUNT.
           ADD AR-SHARE TO CP-YTD-AMOUNT.
           MOVE P1-RUN-DATE TO CP-LAST-POST-DATE.
           REWRITE CP-POS-REC
               INVALID KEY
      *    period, one keyed row at a time.  CCPOSMST carries no
      *    prior-period buckets yet, so the roll is a straight
      *    zeroing; PERDEND reads the position BEFORE this runs.
      *    Year-to-date is untouched - it runs on until the
      *    year-end close.
       F000-PERIOD-RESET.
           MOVE "N" TO WS-MST-EOF-SW.
           MOVE LOW-VALUES TO CP-COST-CTR.
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-RESET-COUNT TO WS-COUNT-DISP.
           STRING "PERIOD RESET - FISCAL " WS-FISC-DISP
                  " CLOSED - " WS-COUNT-DISP
                  " CENTERS ZEROED FOR THE NEW PERIOD"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO AU-KEY-INPUT.
           STRING "PERIOD RESET " WS-FISC-DISP
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE SPACES TO AU-KEY-OUTPUT.
           MOVE WS-RESET-COUNT TO WS-COUNT-DISP.
           STRING "CENTERS ZEROED=" WS-COUNT-DISP
       F000-EXIT.
           EXIT.

      *    Fiscal year-end close, mirroring DISTPOST's: every
      *    center's closing year-to-date position is printed, then
      *    the year-to-date buckets zero for the new fiscal year.
       G000-YEAR-END-CLOSE.
           MOVE SPACES TO REPORT-REC.
           STRING "ALLOCPST - FISCAL YEAR-END CLOSE - FISCAL YEAR "
                  FP-FISC-YEAR " - CLOSING YEAR-TO-DATE POSITION"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "N" TO WS-MST-EOF-SW.
           MOVE LOW-VALUES TO CP-COST-CTR.
           START POSITION-FILE KEY NOT < CP-COST-CTR
               INVALID KEY
                   MOVE "Y" TO WS-MST-EOF-SW
           END-START.
           PERFORM UNTIL WS-MST-EOF OR WS-IO-FAILED
               READ POSITION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MST-EOF-SW
                   NOT AT END
                       PERFORM G100-CLOSE-ONE-CENTER
               END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-YTD-TOTAL-COUNT TO WS-COUNT-DISP-2.
           MOVE WS-YTD-TOTAL-AMOUNT TO WS-TOTAL-DISP.
           STRING "FISCAL YEAR TOTAL  COUNT " WS-COUNT-DISP-2
                  " AMOUNT " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-RESET-COUNT TO WS-COUNT-DISP.
           STRING "YEAR-END CLOSE - " WS-COUNT-DISP
                  " CENTERS ZEROED FOR THE NEW FISCAL YEAR"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO AU-KEY-INPUT.
           STRING "YEAR-END CLOSE FY" FP-FISC-YEAR
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE SPACES TO AU-KEY-OUTPUT.
           STRING "CENTERS ZEROED=" WS-COUNT-DISP
                  " YTD=" WS-TOTAL-DISP
               DELIMITED BY SIZE INTO AU-KEY-OUTPUT.
           MOVE 0 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
       G000-EXIT.
           EXIT.

       G100-CLOSE-ONE-CENTER.
           ADD CP-YTD-COUNT TO WS-YTD-TOTAL-COUNT.
           ADD CP-YTD-AMOUNT TO WS-YTD-TOTAL-AMOUNT.
           MOVE SPACES TO REPORT-REC.
           MOVE CP-YTD-COUNT TO WS-COUNT-DISP.
           MOVE CP-YTD-AMOUNT TO WS-AMOUNT-DISP.
           STRING "  " CP-COST-CTR
                  "  YTD COUNT " WS-COUNT-DISP
                  " AMOUNT " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ZERO TO CP-YTD-COUNT.
           MOVE ZERO TO CP-YTD-AMOUNT.
           REWRITE CP-POS-REC
               INVALID KEY
                   SET WS-IO-FAILED TO TRUE
           END-REWRITE.
           ADD 1 TO WS-RESET-COUNT.
       G100-EXIT.
           EXIT.

      *    One CTLTOTS row per step run so BALCHK can prove every
      *    ALLOCRES row landed in the position (or was a counted
      *    foreign-run skip).
                               MOVE 1 TO CK-CYCLE-NO
                           END-IF
                           IF CK-PROGRAM-ID = WS-CKPT-PGM-ID
                              AND CK-RUN-ID = WS-CKPT-RUN-ID
                              AND CK-ENVIRONMENT = P1-ENVIRONMENT
                              AND CK-CYCLE-NO = P1-CYCLE-NO
                              AND CK-STEP-COMPLETE
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF.
           MOVE WS-CKPT-PGM-ID  TO CK-PROGRAM-ID.
           MOVE WS-CKPT-RUN-ID  TO CK-RUN-ID.
           MOVE WS-POSTED-COUNT TO CK-LAST-RECORD-NO.
           MOVE P1-ENVIRONMENT  TO CK-ENVIRONMENT.
           MOVE P1-CYCLE-NO     TO CK-CYCLE-NO.
       K150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    K200-CLAIM-RUN-LOCK / K900-RELEASE-RUN-LOCK hold the
      *    ALLOCPST lock on RUNLOCKS for as long as the position is
      *    open for update - the same lock book COBADD, ALLOC and MAIN
      *    keep.  A second concurrent run is refused with condition
      *    code 12, and the daytime POSINQ inquiry will not read the
      *    position while the lock is held.  A stale lock after an
      *    abend is cleared with the LOCKCLR utility.
      *----------------------------------------------------------------
       K200-CLAIM-RUN-LOCK.
           MOVE ZERO TO WS-LOCK-NET.
           MOVE SPACES TO WS-LOCK-HOLDER-RUN.
           MOVE "N" TO WS-LOCK-EOF-SW.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-OK
               PERFORM UNTIL WS-LOCK-EOF
                   READ LOCK-FILE
                       AT END
                           MOVE "Y" TO WS-LOCK-EOF-SW
                       NOT AT END
                           IF RL-PROGRAM-ID = "ALLOCPST"
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
               SET WS-LOCK-REFUSED TO TRUE
               DISPLAY "ALLOCPST: RUN LOCK HELD BY RUN "
                       WS-LOCK-HOLDER-RUN
                       " - START REFUSED, USE LOCKCLR IF STALE"
               MOVE SPACES TO REPORT-REC
               STRING "ALLOCPST: RUN LOCK HELD BY RUN "
                      WS-LOCK-HOLDER-RUN " - RUN STOPPED"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO AU-KEY-INPUT
               STRING "LOCK HELD BY RUN " WS-LOCK-HOLDER-RUN
                   DELIMITED BY SIZE INTO AU-KEY-INPUT
               MOVE "START REFUSED" TO AU-KEY-OUTPUT
               MOVE 12 TO AU-RETURN-CODE
               PERFORM L900-WRITE-AUDIT
           ELSE
               OPEN EXTEND LOCK-FILE
               IF NOT WS-LOCK-OK
                   OPEN OUTPUT LOCK-FILE
               END-IF
               MOVE "ALLOCPST"  TO RL-PROGRAM-ID
               MOVE P1-RUN-ID   TO RL-RUN-ID
               MOVE P1-CYCLE-NO TO RL-CYCLE-NO
               SET RL-LOCKED    TO TRUE
               ACCEPT RL-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT RL-STAMP-TIME FROM TIME
               WRITE RL-RUN-LOCK-REC
               CLOSE LOCK-FILE
           END-IF.
       K200-EXIT.
           EXIT.

       K900-RELEASE-RUN-LOCK.
           OPEN EXTEND LOCK-FILE.
           IF NOT WS-LOCK-OK
               OPEN OUTPUT LOCK-FILE
           END-IF.
           MOVE "ALLOCPST"  TO RL-PROGRAM-ID.
           MOVE P1-RUN-ID   TO RL-RUN-ID.
           MOVE P1-CYCLE-NO TO RL-CYCLE-NO.
           SET RL-RELEASED  TO TRUE.
           ACCEPT RL-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-STAMP-TIME FROM TIME.
           WRITE RL-RUN-LOCK-REC.
           CLOSE LOCK-FILE.
       K900-EXIT.
           EXIT.

      *    Appends one AUDITLOG record; callers set AU-KEY-INPUT,
      *    AU-KEY-OUTPUT and AU-RETURN-CODE just before performing
      *    this, the same convention as COBADD and ALLOC.
