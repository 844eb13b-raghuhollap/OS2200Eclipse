      *  period-to-date position is one DISTREST restore away, not a   *
      *  replay of every MAINRSLT since the period opened.             *
      *                                                                *
      *  Every posting also adds to the key's year-to-date buckets.    *
      *  An item MAIN booked back into the prior fiscal period (its    *
      *  accounting date fell there and the period was not yet         *
      *  hard-closed) adds to the prior-period bucket instead of       *
      *  period-to-date, and to year-to-date only when that prior      *
      *  period is in the current fiscal year.                         *
      *                                                                *
      *  While DISTMST is open for update the step holds the DISTPOST  *
      *  run lock on RUNLOCKS (condition code 12 if it is already      *
      *  held), so the daytime POSINQ inquiry never reads a master     *
      *  half-way through a posting or a roll.                         *
      *                                                                *
      *  Arguments: [RESET|YEAREND] [run date] [cycle] [environment].  *
      *  RESET is the                                                  *
      *  period-end roll: period-to-date moves to prior-period and     *
      *  zeroes, ready for the new period - run from the period-end    *
      *  deck, not the nightly.  The period closed is the fiscal       *
      *  period of the FISCCAL calendar the run date falls in, and a   *
      *  fiscal period rolls once only, whatever date the deck runs.   *
      *  YEAREND is the fiscal year-end close: it prints every key's   *
      *  closing year-to-date position on DISTRPT and zeroes the       *
      *  year-to-date buckets for the new fiscal year - refused        *
      *  unless the run date is in the last period of its year.        *
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
           05  RESULT-VALUE             PIC X(21).
           05  RESULT-AMOUNT            PIC S9(09)V99.
           05  RESULT-TRAN-ID           PIC X(16).
      *    Accounting date and the fiscal period MAIN booked the item
      *    to; C the run date's period, P the prior period of the
      *    same fiscal year, Y a prior period in the previous year.
           05  RESULT-ACCT-DATE         PIC 9(08).
           05  RESULT-FISC-YEAR         PIC 9(04).
           05  RESULT-FISC-PERIOD       PIC 9(02).
           05  RESULT-PERIOD-IND        PIC X(01).
               88  RESULT-PRIOR-PERIOD  VALUE "P" "Y".
               88  RESULT-PRIOR-YEAR    VALUE "Y".
      *    Currency, original-currency amount and exchange rate of
      *    the item; DISTPOST buckets the dollar RESULT-AMOUNT only.
           05  RESULT-CURRENCY          PIC X(03).
           05  RESULT-ORIG-AMOUNT       PIC S9(11)V99.
           05  RESULT-FX-RATE           PIC 9(04)V9(06).
       FD  DIST-MASTER-FILE.
       COPY DISTREC.
       FD  BACKUP-FILE.
       01  BACKUP-REC                   PIC X(98).
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  LOCK-FILE.
       COPY RUNLOCK.
       FD  CHECKPOINT-FILE.
       COPY CHKPTREC.

           88  WS-REPORT-OK            VALUE "00".
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
      *    so the already-done guard keys them apart.  A posting is
      *    done once per run id; a roll once per fiscal period (run
      *    id FPyyyypp) and a year-end close once per fiscal year
      *    (FYyyyy), so a rerun on a later date cannot roll twice.
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
       01  WS-YTD-TOTAL-AMOUNT         PIC S9(13)V99 VALUE ZERO.
       01  WS-COUNT-DISP-2             PIC ZZZZZZ9.
       01  WS-TOTAL-DISP               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-FILE-EOF             VALUE "Y".
       01  WS-MST-EOF-SW               PIC X(01) VALUE "N".
           88  WS-BACKUP-FAILED        VALUE "Y".
       01  WS-BACKUP-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-POSTED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-PRIOR-POSTED-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-RESET-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-NEW-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-UPD-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-IDLE-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-COUNT-DISP               PIC ZZZZZ9.
       01  WS-AMOUNT-DISP              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
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

           OPEN OUTPUT REPORT-FILE.
           IF NOT P1-ENV-PRODUCTION
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           IF NOT WS-POST-MODE
               PERFORM B000-FIND-FISCAL-PERIOD
           END-IF.
           EVALUATE TRUE
               WHEN WS-RESET-MODE
                   MOVE "DISTRSET" TO WS-CKPT-PGM-ID
               WHEN WS-YEAREND-MODE
                   MOVE "DISTYEND" TO WS-CKPT-PGM-ID
               WHEN OTHER
                   MOVE "DISTPOST" TO WS-CKPT-PGM-ID
           END-EVALUATE.
           IF WS-FISCAL-OK
               PERFORM K000-READ-CHECKPOINT
           END-IF.
           IF WS-ALREADY-DONE OR NOT WS-FISCAL-OK
               IF NOT WS-FISCAL-OK
      *            No fiscal period, no roll - a guess at the period
      *            would close the wrong books.
                   MOVE 8 TO RETURN-CODE
               ELSE
      *            Folding the same night's results into the
      *            cumulative period-to-date buckets twice would
      *            double the position, so a rerun for a completed
      *            run id skips.
                   MOVE "DISTPOST: RUN ALREADY COMPLETE - SKIPPED"
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
                   PERFORM B200-UPDATE-MASTER
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
                   MOVE "DISTPOST: NO FISCCAL CALENDAR - ROLL NOT RUN"
                       TO REPORT-REC
               WHEN FP-PERIOD-NOT-FOUND
                   MOVE "N" TO WS-FISCAL-SW
                   STRING "DISTPOST: " P1-RUN-DATE
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
                           STRING "DISTPOST: " WS-FISC-DISP
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

      *    Flat copy of every master row to DISTMSTB in key order -
      *    the prior night's generation, named and on file before
      *    tonight's first update.  The operator falls back to it
       B100-EXIT.
           EXIT.

      *    Opens the master for update and runs the posting, the
      *    RESET roll or the YEAREND close against it, with the run
      *    lock held throughout.
       B200-UPDATE-MASTER.
           OPEN I-O DIST-MASTER-FILE.
           IF NOT WS-DISTMST-OK
               MOVE "DISTPOST: DISTMST WOULD NOT OPEN - RUN STOPPED"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE 8 TO RETURN-CODE
           ELSE
      *        The prior generation is secured BEFORE the first
      *        update lands; a run that cannot take its backup
      *        does not touch the master.
               PERFORM B100-BACKUP-MASTER
               IF WS-BACKUP-FAILED
                   MOVE "DISTPOST: DISTMSTB BACKUP FAILED - STOPPED"
                       TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE 8 TO RETURN-CODE
               ELSE
                   EVALUATE TRUE
                       WHEN WS-RESET-MODE
                           PERFORM E000-PERIOD-RESET
                       WHEN WS-YEAREND-MODE
                           PERFORM F000-YEAR-END-CLOSE
                       WHEN OTHER
                           PERFORM C000-POST-RESULTS
                   END-EVALUATE
               END-IF
               CLOSE DIST-MASTER-FILE
               IF WS-IO-FAILED
                   MOVE "DISTPOST: MASTER I-O ERROR - RUN STOPPED"
                       TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF NOT WS-BACKUP-FAILED
                       PERFORM K150-MARK-RUN-COMPLETE
                   END-IF
               END-IF
           END-IF.
       B200-EXIT.
           EXIT.

       C000-POST-RESULTS.
           OPEN INPUT RESULT-FILE.
           IF NOT WS-RESULT-OK
           MOVE RESULT-A-X3 TO DM-SUB.
           MOVE P1-RUN-DATE TO DM-FIRST-POST-DATE.
           MOVE P1-RUN-DATE TO DM-LAST-POST-DATE.
           MOVE ZERO TO DM-DAILY-COUNT.
           MOVE ZERO TO DM-DAILY-AMOUNT.
           MOVE ZERO TO DM-PTD-COUNT.
           MOVE ZERO TO DM-PTD-AMOUNT.
           MOVE ZERO TO DM-PRIOR-PTD-COUNT.
           MOVE ZERO TO DM-PRIOR-PTD-AMOUNT.
           MOVE ZERO TO DM-YTD-COUNT.
           MOVE ZERO TO DM-YTD-AMOUNT.
           PERFORM C130-ADD-TO-BUCKETS.
           WRITE DM-DIST-REC
               INVALID KEY
                   SET WS-IO-FAILED TO TRUE
               MOVE ZERO TO DM-DAILY-COUNT
               MOVE ZERO TO DM-DAILY-AMOUNT
           END-IF.
           PERFORM C130-ADD-TO-BUCKETS.
           MOVE P1-RUN-DATE TO DM-LAST-POST-DATE.
           REWRITE DM-DIST-REC
               INVALID KEY
       C120-EXIT.
           EXIT.

      *    Tonight's daily bucket takes every posting; a prior-period
      *    item goes to the prior-period bucket, everything else to
      *    period-to-date.  A prior period in last fiscal year was
      *    already closed out of year-to-date by the year-end roll.
       C130-ADD-TO-BUCKETS.
           ADD 1 TO DM-DAILY-COUNT.
           ADD RESULT-AMOUNT TO DM-DAILY-AMOUNT.
           IF RESULT-PRIOR-PERIOD
               ADD 1 TO DM-PRIOR-PTD-COUNT
               ADD RESULT-AMOUNT TO DM-PRIOR-PTD-AMOUNT
               ADD 1 TO WS-PRIOR-POSTED-COUNT
           ELSE
               ADD 1 TO DM-PTD-COUNT
               ADD RESULT-AMOUNT TO DM-PTD-AMOUNT
           END-IF.
           IF NOT RESULT-PRIOR-YEAR
               ADD 1 TO DM-YTD-COUNT
               ADD RESULT-AMOUNT TO DM-YTD-AMOUNT
           END-IF.
       C130-EXIT.
           EXIT.

      *    Sequential pass over the whole master in key order for
      *    the change report: the post dates on each row say what
      *    happened tonight, so no in-core status table is needed
           STRING "NO-ACTIVITY KEYS: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-PRIOR-POSTED-COUNT TO WS-COUNT-DISP.
           STRING "PRIOR-PERIOD POSTINGS: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO AU-KEY-INPUT.
           MOVE WS-POSTED-COUNT TO WS-COUNT-DISP.

      *    Period-end roll: the closing period's position moves to
      *    the prior-period bucket and the new period opens at zero,
      *    one keyed row at a time.  Year-to-date is untouched - it
      *    runs on until the year-end close.
       E000-PERIOD-RESET.
           MOVE "N" TO WS-MST-EOF-SW.
           MOVE LOW-VALUES TO DM-DIST-KEY.
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-RESET-COUNT TO WS-COUNT-DISP.
           STRING "PERIOD RESET - FISCAL " WS-FISC-DISP
                  " CLOSED - " WS-COUNT-DISP
                  " KEYS ROLLED TO PRIOR PERIOD"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO AU-KEY-INPUT.
           STRING "PERIOD RESET " WS-FISC-DISP
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE SPACES TO AU-KEY-OUTPUT.
           MOVE WS-RESET-COUNT TO WS-COUNT-DISP.
           STRING "KEYS ROLLED=" WS-COUNT-DISP
       E000-EXIT.
           EXIT.

      *    Fiscal year-end close: every key's closing year-to-date
      *    position is printed, then the year-to-date buckets zero
      *    for the new fiscal year, one keyed row at a time.  The
      *    period buckets belong to the period rolls and are left
      *    alone.
       F000-YEAR-END-CLOSE.
           MOVE SPACES TO REPORT-REC.
           STRING "DISTPOST - FISCAL YEAR-END CLOSE - FISCAL YEAR "
                  FP-FISC-YEAR " - CLOSING YEAR-TO-DATE POSITION"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "N" TO WS-MST-EOF-SW.
           MOVE LOW-VALUES TO DM-DIST-KEY.
           START DIST-MASTER-FILE KEY NOT < DM-DIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MST-EOF-SW
           END-START.
           PERFORM UNTIL WS-MST-EOF OR WS-IO-FAILED
               READ DIST-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MST-EOF-SW
                   NOT AT END
                       PERFORM F100-CLOSE-ONE-KEY
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
                  " KEYS ZEROED FOR THE NEW FISCAL YEAR"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO AU-KEY-INPUT.
           STRING "YEAR-END CLOSE FY" FP-FISC-YEAR
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE SPACES TO AU-KEY-OUTPUT.
           STRING "KEYS ZEROED=" WS-COUNT-DISP
                  " YTD=" WS-TOTAL-DISP
               DELIMITED BY SIZE INTO AU-KEY-OUTPUT.
           MOVE 0 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
       F000-EXIT.
           EXIT.

       F100-CLOSE-ONE-KEY.
           ADD DM-YTD-COUNT TO WS-YTD-TOTAL-COUNT.
           ADD DM-YTD-AMOUNT TO WS-YTD-TOTAL-AMOUNT.
           MOVE SPACES TO REPORT-REC.
           MOVE DM-YTD-COUNT TO WS-COUNT-DISP.
           MOVE DM-YTD-AMOUNT TO WS-AMOUNT-DISP.
           STRING "  " DM-REGION "/" DM-DEPT "/" DM-SUB
                  "  YTD COUNT " WS-COUNT-DISP
                  " AMOUNT " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ZERO TO DM-YTD-COUNT.
           MOVE ZERO TO DM-YTD-AMOUNT.
           REWRITE DM-DIST-REC
               INVALID KEY
                   SET WS-IO-FAILED TO TRUE
           END-REWRITE.
           ADD 1 TO WS-RESET-COUNT.
       F100-EXIT.
           EXIT.

      *    Same already-done protection as the batch programs: a
      *    COMPLETE row for this unit of work, run id and
      *    environment means the night already posted.
                               MOVE 1 TO CK-CYCLE-NO
                           END-IF
                           IF CK-PROGRAM-ID = WS-CKPT-PGM-ID
                              AND CK-RUN-ID = WS-CKPT-RUN-ID
                              AND CK-ENVIRONMENT = P1-ENVIRONMENT
                              AND CK-CYCLE-NO = P1-CYCLE-NO
                              AND CK-STEP-COMPLETE
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF.
           MOVE WS-CKPT-PGM-ID TO CK-PROGRAM-ID.
           MOVE WS-CKPT-RUN-ID TO CK-RUN-ID.
           MOVE WS-POSTED-COUNT TO CK-LAST-RECORD-NO.
           MOVE P1-ENVIRONMENT TO CK-ENVIRONMENT.
           MOVE P1-CYCLE-NO    TO CK-CYCLE-NO.
       K150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    K200-CLAIM-RUN-LOCK / K900-RELEASE-RUN-LOCK hold the
      *    DISTPOST lock on RUNLOCKS for as long as the master is
      *    open for update - the same lock book COBADD, ALLOC and MAIN
      *    keep.  A second concurrent run is refused with condition
      *    code 12, and the daytime POSINQ inquiry will not read the
      *    master while the lock is held.  A stale lock after an
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
                           IF RL-PROGRAM-ID = "DISTPOST"
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
               DISPLAY "DISTPOST: RUN LOCK HELD BY RUN "
                       WS-LOCK-HOLDER-RUN
                       " - START REFUSED, USE LOCKCLR IF STALE"
               MOVE SPACES TO REPORT-REC
               STRING "DISTPOST: RUN LOCK HELD BY RUN "
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
               MOVE "DISTPOST"  TO RL-PROGRAM-ID
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
           MOVE "DISTPOST"  TO RL-PROGRAM-ID.
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
