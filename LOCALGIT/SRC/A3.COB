            SELECT PROC-REGISTER-FILE ASSIGN TO "PROCREG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PROCREG-STATUS.
            SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRANHIST-STATUS.
            SELECT DUP-QUEUE-FILE ASSIGN TO "MAINDUPQ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DUPQ-STATUS.
            SELECT PERIOD-STATUS-FILE ASSIGN TO "PERDSTAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PERDSTAT-STATUS.
            SELECT FXRATE-MASTER-FILE ASSIGN TO "FXRATMST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FXRATMST-STATUS.
            SELECT REVERSAL-FILE  ASSIGN TO "MAINREV"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MAINREV-STATUS.
      *> I-O-CONTROL.

       DATA DIVISION.
      *    D or space is an ordinary debit - so a department can
      *    back out a mistaken posting through the nightly instead
      *    of accounting booking a manual ledger offset.
      *    TRAN-ACCT-DATE is the accounting date the department
      *    books the item under; blank or zero means the processing
      *    date.  A date back in the prior fiscal period posts to
      *    that period while PERDSTAT still has it open.
      *    TRAN-CURRENCY is the currency the item was originally in;
      *    blank or USD is a dollar item and posts TRAN-AMOUNT as
      *    before.  Any other code is a foreign item: MAIN converts
      *    TRAN-ORIG-AMOUNT at the FXRATMST rate in force for the
      *    business date and the region's TRAN-AMOUNT is not used.
      *    TRAN-ACCRUAL-IND A marks a month-end accrual that is to
      *    reverse itself: once it posts, the first run of the next
      *    fiscal period posts the opposite entry automatically
      *    (see COPYLIB/REVLOG.CPY), instead of someone keying the
      *    credit by hand on the first business day.
        FD  TRANSACTION-FILE.
        01  TRANSACTION-REC.
            05 TRAN-REC-TYPE          PIC X(03).
               88 TRAN-HEADER-REC     VALUE "HDR".
               88 TRAN-DETAIL-REC     VALUE "DTL".
               88 TRAN-TRAILER-REC    VALUE "TRL".
            05 TRAN-REC-DATA          PIC X(43).
            05 TRAN-DETAIL-DATA REDEFINES TRAN-REC-DATA.
               10 TRAN-REGION         PIC X(02).
               10 TRAN-DEPT           PIC X(02).
               10 TRAN-DC-IND         PIC X(01).
                  88 TRAN-CREDIT      VALUE "C".
                  88 TRAN-DEBIT       VALUE "D" " ".
               10 TRAN-ACCT-DATE      PIC X(08).
               10 TRAN-CURRENCY       PIC X(03).
               10 TRAN-ORIG-AMOUNT    PIC 9(11)V99.
               10 TRAN-ACCRUAL-IND    PIC X(01).
                  88 TRAN-AUTO-REVERSE VALUE "A".
            05 TRAN-HEADER-DATA REDEFINES TRAN-REC-DATA.
               10 TRAN-HDR-DATE       PIC 9(08).
               10 TRAN-HDR-VERSION    PIC X(04).
               10 FILLER              PIC X(31).
            05 TRAN-TRAILER-DATA REDEFINES TRAN-REC-DATA.
               10 TRAN-TRL-COUNT      PIC 9(06).
               10 FILLER              PIC X(37).

        FD  SUSPENSE-FILE.
        COPY SUSPREC.

      *    Corrected suspense items written back by SUSPFIX; MAIN
      *    reads them ahead of MAININ so they pass through the same
      *    P0010-VALIDATE-CODES gate as a fresh transaction.  The
      *    holds HOLDREL and DUPREL release, and the retroactive
      *    rate adjustments RATERCLC raises, arrive the same way.
        FD  RECYCLE-FILE.
        01  RECYCLE-REC.
            05 RCY-REGION             PIC X(02).
            05 RCY-TRAN-ID            PIC X(16).
      *     "R" marks an item a supervisor released from the hold
      *     queue - it passes the threshold check exactly once,
      *     instead of bouncing straight back onto MAINHOLD.  "D"
      *     marks an item a reviewer cleared off the duplicate
      *     queue - it passes the duplicate check the same way.
            05 RCY-RELEASE-IND        PIC X(01).
               88 RCY-RELEASED        VALUE "R".
               88 RCY-DUP-CLEARED     VALUE "D".
      *     The accounting date the item carried in, zero if none.
            05 RCY-ACCT-DATE          PIC 9(08).
      *     The currency and original-currency amount the item came
      *     in with; a foreign item is converted again at the rate
      *     in force for the business date it recycles under.
            05 RCY-CURRENCY           PIC X(03).
            05 RCY-ORIG-AMOUNT        PIC S9(11)V99.
      *     The accrual flag the item came in with, so an accrual
      *     that suspended or waited on a queue still leaves its
      *     pending reversal when it finally posts.
            05 RCY-ACCRUAL-IND        PIC X(01).

        FD  RESULT-FILE.
        01  RESULT-REC.
            05 RESULT-VALUE           PIC X(21).
            05 RESULT-AMOUNT          PIC S9(09)V99.
            05 RESULT-TRAN-ID         PIC X(16).
      *     The accounting date and fiscal period the item was
      *     booked to, for DISTPOST's buckets and the GLINTF detail:
      *     C the run date's period, P the prior period of the same
      *     fiscal year, Y a prior period in the previous year.
            05 RESULT-ACCT-DATE       PIC 9(08).
            05 RESULT-FISC-YEAR       PIC 9(04).
            05 RESULT-FISC-PERIOD     PIC 9(02).
            05 RESULT-PERIOD-IND      PIC X(01).
      *     The currency the item was entered in, its amount in that
      *     currency, and the FXRATMST rate it was converted at
      *     (USD, the dollar amount and 1.000000 for a dollar item).
            05 RESULT-CURRENCY        PIC X(03).
            05 RESULT-ORIG-AMOUNT     PIC S9(11)V99.
            05 RESULT-FX-RATE         PIC 9(04)V9(06).

        FD  CHECKPOINT-FILE.
        COPY CHKPTREC.
        FD  PROC-REGISTER-FILE.
        COPY PROCREG.

      *    Permanent posted-transaction history: one row for every
      *    suspend, hold and posting, so an item can be traced long
      *    after tonight's MAINRSLT is overwritten.  Extended, never
      *    truncated.
        FD  TRAN-HISTORY-FILE.
        COPY TRANHIST.

      *    Suspected-duplicate review queue: validated transactions
      *    matching a recent posting wait here for the daytime
      *    DUPREL review instead of posting.  Extended, never
      *    truncated, the same as MAINHOLD.
        FD  DUP-QUEUE-FILE.
        COPY DUPREC.

      *    Fiscal period close status finance maintains through
      *    PSTATMNT; a period with no row is open.
        FD  PERIOD-STATUS-FILE.
        COPY PERDSTAT.

      *    Exchange-rate master treasury maintains through FXRATMNT.
        FD  FXRATE-MASTER-FILE.
        COPY FXRATE.

      *    Auto-reversing accrual log: a pending row per accrual
      *    posted, a reversed or failed row per reversal fed back.
      *    Extended, never truncated, the same as TRANHIST.
        FD  REVERSAL-FILE.
        COPY REVLOG.

        WORKING-STORAGE SECTION.
        01  WS-A. 
           05 WS-A-X1             PIC X(02). 
        01  WS-VERSION-ERROR      PIC X(40).
        01  WS-PROCREG-STATUS     PIC X(02).
           88 WS-PROCREG-OK       VALUE "00".
        01  WS-TRANHIST-STATUS    PIC X(02).
           88 WS-TRANHIST-OK      VALUE "00".
        01  WS-TH-EOF-SW          PIC X(01) VALUE "N".
           88 WS-TH-EOF           VALUE "Y".
        01  WS-DUPQ-STATUS        PIC X(02).
           88 WS-DUPQ-OK          VALUE "00".
      *    Duplicate window in days either side of the run date,
      *    from the optional leading command-line argument.
        01  WS-DUP-DAYS-PARM      PIC X(08) VALUE SPACE.
        01  WS-DUP-ARG-SW         PIC X(01) VALUE "N".
           88 WS-DUP-ARG-GIVEN    VALUE "Y".
        01  WS-CMD-PTR            PIC 9(03) COMP.
        01  WS-DUP-WINDOW         PIC 9(03) VALUE 5.
        01  WS-DUP-FROM-DATE      PIC 9(08).
        01  WS-DUP-TO-DATE        PIC 9(08).
        01  WS-DUP-DAY-NO         PIC 9(08) COMP.
      *    Postings the duplicate check compares against: every
      *    TRANHIST posting row inside the window, loaded at run
      *    start, plus each item posted as tonight's run goes - so
      *    the same posting keyed twice into one file is caught
      *    as well as one keyed into two days' files.
        01  WS-DH-COUNT           PIC 9(04) COMP VALUE ZERO.
        01  WS-DH-IDX             PIC 9(04) COMP.
        01  WS-DH-MATCH-IDX       PIC 9(04) COMP.
        01  WS-DH-OVERFLOW-SW     PIC X(01) VALUE "N".
           88 WS-DH-OVERFLOW      VALUE "Y".
        01  WS-DH-FULL-SW         PIC X(01) VALUE "N".
           88 WS-DH-FULL          VALUE "Y".
        01  WS-DH-TABLE.
           05 WS-DH-ENTRY         OCCURS 9999 TIMES.
              10 WS-DH-REGION     PIC X(02).
              10 WS-DH-DEPT       PIC X(02).
              10 WS-DH-SUB        PIC X(02).
              10 WS-DH-AMOUNT     PIC S9(09)V99.
              10 WS-DH-DATE       PIC 9(08).
              10 WS-DH-TRAN-ID    PIC X(16).
        01  WS-DUPQ-COUNT         PIC 9(06) VALUE ZERO.
        01  WS-PR-EOF-SW          PIC X(01).
           88 WS-PR-EOF           VALUE "Y".
        01  WS-DUP-FILE-SW        PIC X(01) VALUE "N".
        01  WS-STAGE-SUB          PIC X(02).
        01  WS-STAGE-AMOUNT       PIC S9(09)V99.
        01  WS-STAGE-TRAN-ID      PIC X(16).
      *    No MAIN run is cycle 00: an id carrying it is a
      *    retroactive rate adjustment RATERCLC raised, already the
      *    exact difference to post.
        01  WS-STAGE-TRAN-ID-R REDEFINES WS-STAGE-TRAN-ID.
           05 FILLER              PIC X(08).
           05 WS-STAGE-ID-CYCLE   PIC X(02).
              88 WS-STAGE-RATE-ADJUSTMENT VALUE "00".
           05 FILLER              PIC X(06).
        01  WS-STAGE-RELEASE-SW   PIC X(01).
           88 WS-STAGE-RELEASED   VALUE "R".
           88 WS-STAGE-DUP-CLEARED VALUE "D".
           88 WS-STAGE-AUTO-REVERSAL VALUE "A".
        01  WS-STAGE-ACCT-DATE    PIC 9(08).
        01  WS-STAGE-CURRENCY     PIC X(03).
        01  WS-STAGE-ORIG-AMOUNT  PIC S9(11)V99.
        01  WS-STAGE-ORIG-SW      PIC X(01).
           88 WS-STAGE-ORIG-NUMERIC VALUE "Y".
        01  WS-STAGE-ACCRUAL-SW   PIC X(01).
           88 WS-STAGE-ACCRUAL    VALUE "A".
      *    An automatic reversal carries the rate its accrual was
      *    converted at (zero on every other item, which converts at
      *    the rate in force), the date the accrual's department
      *    calculation ran under, and the accrual's own id.
        01  WS-STAGE-FX-RATE      PIC 9(04)V9(06).
        01  WS-STAGE-CALC-DATE    PIC 9(08).
        01  WS-STAGE-ORIG-TRAN-ID PIC X(16).
        01  WS-CALC-DATE          PIC 9(08).
      *    The accounting date and fiscal period an item is booked
      *    to, settled by P0034 before any queue sees the item.
        01  WS-ACCT-DATE          PIC 9(08).
        01  WS-ACCT-FISC-YEAR     PIC 9(04).
        01  WS-ACCT-FISC-PERIOD   PIC 9(02).
        01  WS-ACCT-PERIOD-IND    PIC X(01).
           88 WS-ACCT-CURRENT     VALUE "C".
           88 WS-ACCT-PRIOR       VALUE "P" "Y".
        01  WS-ACCT-STATUS        PIC X(01).
           88 WS-ACCT-SOFT-CLOSED VALUE "S".
           88 WS-ACCT-HARD-CLOSED VALUE "H".
        01  WS-PERIOD-DISP        PIC X(07).
        01  WS-SUSPEND-NOTE       PIC X(20).
      *    The run date's fiscal period and the one before it -
      *    the only two periods DISTMST carries buckets for.
        01  WS-FISCAL-SW          PIC X(01) VALUE "N".
           88 WS-FISCAL-KNOWN     VALUE "Y".
        01  WS-CUR-FISC-YEAR      PIC 9(04) VALUE ZERO.
        01  WS-CUR-FISC-PERIOD    PIC 9(02) VALUE ZERO.
        01  WS-CUR-START-DATE     PIC 9(08) VALUE ZERO.
        01  WS-PRIOR-SW           PIC X(01) VALUE "N".
           88 WS-PRIOR-KNOWN      VALUE "Y".
        01  WS-PRIOR-FISC-YEAR    PIC 9(04) VALUE ZERO.
        01  WS-PRIOR-FISC-PERIOD  PIC 9(02) VALUE ZERO.
        01  WS-PRIOR-START-DATE   PIC 9(08) VALUE ZERO.
        01  WS-PERDSTAT-STATUS    PIC X(02).
           88 WS-PERDSTAT-OK      VALUE "00".
        01  WS-PS-EOF-SW          PIC X(01) VALUE "N".
           88 WS-PS-EOF           VALUE "Y".
        01  WS-PS-OVERFLOW-SW     PIC X(01) VALUE "N".
           88 WS-PS-OVERFLOW      VALUE "Y".
        01  WS-PS-COUNT           PIC 9(03) COMP VALUE ZERO.
        01  WS-PS-IDX             PIC 9(03) COMP.
        01  WS-PS-TABLE.
           05 WS-PS-ENTRY         OCCURS 200 TIMES.
              10 WS-PS-FISC-YEAR  PIC 9(04).
              10 WS-PS-FISC-PERIOD PIC 9(02).
              10 WS-PS-STATUS     PIC X(01).
        01  WS-SOFT-POST-COUNT    PIC 9(06) VALUE ZERO.
      *    Exchange-rate windows loaded from FXRATMST at run start,
      *    sized to FXRATMNT's full 500-row capacity.  No master
      *    means no rates - every foreign item suspends FX until
      *    treasury puts one on file; dollar items never look.
        01  WS-FXRATMST-STATUS    PIC X(02).
           88 WS-FXRATMST-OK      VALUE "00".
        01  WS-FR-EOF-SW          PIC X(01) VALUE "N".
           88 WS-FR-EOF           VALUE "Y".
        01  WS-FR-OVERFLOW-SW     PIC X(01) VALUE "N".
           88 WS-FR-OVERFLOW      VALUE "Y".
        01  WS-FR-COUNT           PIC 9(03) COMP VALUE ZERO.
        01  WS-FR-IDX             PIC 9(03) COMP.
        01  WS-FR-TABLE.
           05 WS-FR-ENTRY         OCCURS 500 TIMES.
              10 WS-FR-CURRENCY   PIC X(03).
              10 WS-FR-EFF        PIC 9(08).
              10 WS-FR-EXP        PIC 9(08).
              10 WS-FR-RATE       PIC 9(04)V9(06).
        01  WS-BASE-CURRENCY      PIC X(03) VALUE "USD".
      *    The currency leg of the item in hand, settled by P0037.
        01  WS-TRAN-CURRENCY      PIC X(03).
        01  WS-TRAN-ORIG-AMOUNT   PIC S9(11)V99.
        01  WS-FX-RATE            PIC 9(04)V9(06).
        01  WS-FX-BEST-EFF        PIC 9(08).
        01  WS-FX-REASON          PIC X(02).
        01  WS-FX-NOTE            PIC X(20).
        01  WS-ORIG-DISP          PIC Z(10)9.99-.
        01  WS-ACCT-DAY-NO        PIC 9(08) COMP.
      *    The transaction sequence id stamped on each fresh DTL at
      *    intake: tonight's run id plus the detail ordinal, so the
      *    numbering is deterministic and a restart re-stamps the
           05 WS-ATI-RUN-ID       PIC X(08).
           05 WS-ATI-CYCLE        PIC 9(02).
           05 WS-ATI-SEQ          PIC 9(06).
      *    Accruals still waiting for their reversal, loaded from
      *    MAINREV at run start: every pending row not yet settled by
      *    a reversed or failed row.  Rows this same run and cycle
      *    wrote on an earlier attempt are left out of the load
      *    altogether, so a restart sees the same list - and the
      *    same checkpoint numbering - as the attempt it resumes.
        01  WS-MAINREV-STATUS     PIC X(02).
           88 WS-MAINREV-OK       VALUE "00".
        01  WS-RV-EOF-SW          PIC X(01) VALUE "N".
           88 WS-RV-EOF           VALUE "Y".
        01  WS-RV-OVERFLOW-SW     PIC X(01) VALUE "N".
           88 WS-RV-OVERFLOW      VALUE "Y".
        01  WS-RV-COUNT           PIC 9(04) COMP VALUE ZERO.
        01  WS-RV-IDX             PIC 9(04) COMP.
        01  WS-RV-MATCH-IDX       PIC 9(04) COMP.
        01  WS-RV-TABLE.
           05 WS-RV-ENTRY         OCCURS 2000 TIMES.
              10 WS-RV-ORIG-TRAN-ID PIC X(16).
              10 WS-RV-POST-DATE  PIC 9(08).
              10 WS-RV-REGION     PIC X(02).
              10 WS-RV-DEPT       PIC X(02).
              10 WS-RV-SUB        PIC X(02).
              10 WS-RV-AMOUNT     PIC S9(09)V99.
              10 WS-RV-ACCT-DATE  PIC 9(08).
              10 WS-RV-CURRENCY   PIC X(03).
              10 WS-RV-ORIG-AMOUNT PIC S9(11)V99.
              10 WS-RV-FX-RATE    PIC 9(04)V9(06).
        01  WS-REV-COUNT          PIC 9(06) VALUE ZERO.
        01  WS-REV-DUE-COUNT      PIC 9(06) VALUE ZERO.
        01  WS-REV-POSTED-COUNT   PIC 9(06) VALUE ZERO.
        01  WS-REV-FAILED-COUNT   PIC 9(06) VALUE ZERO.
        01  WS-ACCRUAL-COUNT      PIC 9(06) VALUE ZERO.
        01  WS-TRAN-AMOUNT        PIC S9(09)V99.
        01  WS-POSTED-AMOUNT      PIC S9(09)V99.
        01  WS-AMOUNT-DISP        PIC ZZZ,ZZZ,ZZ9.99-.
        Copy P1RUN.
        Copy CODEWORK.
        Copy FISCPARM.
      *>LINKAGE SECTION.
       PROCEDURE DIVISION.
      *>  USING Data-Name
                       Perform P0023-LOG-LIMIT-FAILURE
                       MOVE 8 TO RETURN-CODE
                   ELSE
      *                The same rule again for the posting history
      *                the duplicate check compares against - a
      *                window that did not fully load would wave
      *                through the very repeats it is there to stop.
                       Perform P0026-LOAD-POSTING-HISTORY
                       IF WS-DH-OVERFLOW
                           Perform P0029-LOG-HISTORY-FAILURE
                           MOVE 8 TO RETURN-CODE
                       ELSE
      *                    And for the period status file: a closed
      *                    period that did not load would take
      *                    postings it was closed against.
                           Perform P0033-LOAD-PERIOD-STATUS
                           IF WS-PS-OVERFLOW
                               Perform P0036-LOG-PERIOD-FAILURE
                               MOVE 8 TO RETURN-CODE
                           ELSE
      *                        And for the exchange-rate master: a
      *                        rate that did not load would suspend
      *                        the items it was put on file to convert.
                               Perform P0038-LOAD-FX-RATES
                               IF WS-FR-OVERFLOW
                                   Perform P0039-LOG-FX-FAILURE
                                   MOVE 8 TO RETURN-CODE
                               ELSE
      *                            And for the pending reversals: an
      *                            accrual left off the table would
      *                            never be reversed.
                                   Perform P0041-LOAD-REVERSALS
                                   IF WS-RV-OVERFLOW
                                       Perform P0042-LOG-REV-FAILURE
                                       MOVE 8 TO RETURN-CODE
                                   ELSE
                                       Perform P0001-RUN-BODY
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               Perform K900-RELEASE-RUN-LOCK
                   IF WS-HOLD-STATUS NOT = "00"
                       OPEN OUTPUT HOLD-FILE
                   END-IF
                   OPEN EXTEND DUP-QUEUE-FILE
                   IF NOT WS-DUPQ-OK
                       OPEN OUTPUT DUP-QUEUE-FILE
                   END-IF
                   OPEN EXTEND TRAN-HISTORY-FILE
                   IF NOT WS-TRANHIST-OK
                       OPEN OUTPUT TRAN-HISTORY-FILE
                   END-IF
                   OPEN EXTEND AUDIT-FILE
                   IF NOT WS-AUDIT-OK
                       OPEN OUTPUT AUDIT-FILE
                   END-IF
                   OPEN EXTEND REVERSAL-FILE
                   IF NOT WS-MAINREV-OK
                       OPEN OUTPUT REVERSAL-FILE
                   END-IF

                   Perform P0003-PROCESS-RECYCLE
                   Perform P0040-PROCESS-REVERSALS

                   PERFORM UNTIL WS-TRAN-EOF
                       READ TRANSACTION-FILE

                   CLOSE SUSPENSE-FILE
                         HOLD-FILE
                         DUP-QUEUE-FILE
                         TRAN-HISTORY-FILE
                         RESULT-FILE
                         AUDIT-FILE
                         CHECKPOINT-FILE
                         REVERSAL-FILE
               END-IF
               CLOSE TRANSACTION-FILE
               END-IF

      *    Reads one transaction (region/dept/sub code triple), builds
      *    WS-A the same way the old hardcoded literals did, and
      *    dispatches it through SUB1 if the codes validate - unless
      *    it looks like a repeat of a recent posting (duplicate
      *    queue) or exceeds its department limit (hold queue).  A
      *    rate adjustment already is the surcharge or withholding
      *    difference, so it posts as it stands.
         P0002-PROCESS-TRANSACTION.
           MOVE SPACES             TO WS-A.
           MOVE WS-STAGE-REGION    TO WS-B.
           MOVE WS-STAGE-DEPT      TO WS-C.
           MOVE WS-STAGE-SUB       TO WS-D.
           MOVE WS-STAGE-AMOUNT    TO WS-TRAN-AMOUNT.
           IF WS-STAGE-AUTO-REVERSAL
               MOVE WS-STAGE-CALC-DATE TO WS-CALC-DATE
           ELSE
               MOVE P1-RUN-DATE        TO WS-CALC-DATE
           END-IF.
           Move WS-B               to WS-A-X1.
           Move WS-C               to WS-A-X2.
           Move WS-D               to WS-A-X3.
           Perform P0010-VALIDATE-CODES.
           IF WS-RECORD-VALID
               Perform P0034-CHECK-ACCT-PERIOD
           END-IF.
           Perform P0037-CONVERT-CURRENCY.
           IF NOT WS-RECORD-VALID
               Perform P0020-SUSPEND-RECORD
           ELSE
               Perform P0027-CHECK-DUPLICATE
               IF WS-DH-MATCH-IDX > ZERO
                   Perform P0028-QUEUE-DUPLICATE
               ELSE
                   Perform P0024-CHECK-THRESHOLD
                   IF WS-HOLD-RECORD
                       Perform P0025-HOLD-RECORD
                   ELSE
                       CALL 'SUB1' USING WS-A, WS-RESULT,
                                         WS-REGION-DESC, WS-DEPT-DESC
                       IF WS-STAGE-RATE-ADJUSTMENT
                           MOVE WS-TRAN-AMOUNT TO WS-POSTED-AMOUNT
                       ELSE
                           Perform P0015-CALCULATE-AMOUNT
                       END-IF
                       DISPLAY WS-RESULT UPON PRINTER
                       Perform P0030-WRITE-RESULT
                   END-IF
               END-IF
           END-IF.
         P0002-EXIT. EXIT.
      *    so each subprogram applies the RATEMST rate in force for
      *    the processing date, not whatever was compiled in.  A
      *    department with no calculation rules posts the amount as
      *    entered.  An automatic reversal is calculated under its
      *    accrual's date instead, so a rate change in between
      *    cannot leave a residue on either side.
         P0015-CALCULATE-AMOUNT.
           EVALUATE WS-C
               WHEN "HE"
                   CALL 'SUBHE' USING WS-TRAN-AMOUNT,
                                      WS-POSTED-AMOUNT,
                                      WS-CALC-DATE
               WHEN "FI"
                   CALL 'SUBFI' USING WS-TRAN-AMOUNT,
                                      WS-POSTED-AMOUNT,
                                      WS-CALC-DATE
               WHEN OTHER
                   MOVE WS-TRAN-AMOUNT TO WS-POSTED-AMOUNT
           END-EVALUATE.
      *    checkpoint record numbering stays deterministic and a
      *    restart skips recycled items it already posted.  No
      *    MAINRCYC on file just means nothing was corrected since
      *    the last run.  Automatic reversals (P0040) follow the
      *    recycled items on the same numbering, still ahead of MAININ.
         P0003-PROCESS-RECYCLE.
           OPEN INPUT RECYCLE-FILE.
           IF WS-RECYCLE-OK
                           MOVE RCY-TRAN-ID TO WS-STAGE-TRAN-ID
                           MOVE RCY-RELEASE-IND
                               TO WS-STAGE-RELEASE-SW
                           IF RCY-ACCT-DATE IS NUMERIC
                               MOVE RCY-ACCT-DATE TO WS-STAGE-ACCT-DATE
                           ELSE
                               MOVE ZERO TO WS-STAGE-ACCT-DATE
                           END-IF
                           MOVE RCY-CURRENCY TO WS-STAGE-CURRENCY
                           MOVE ZERO TO WS-STAGE-ORIG-AMOUNT
                           SET WS-STAGE-ORIG-NUMERIC TO TRUE
                           IF RCY-ORIG-AMOUNT IS NUMERIC
                               MOVE RCY-ORIG-AMOUNT
                                   TO WS-STAGE-ORIG-AMOUNT
                           ELSE
                               MOVE "N" TO WS-STAGE-ORIG-SW
                           END-IF
                           MOVE RCY-ACCRUAL-IND TO WS-STAGE-ACCRUAL-SW
                           MOVE ZERO TO WS-STAGE-FX-RATE
                           ADD 1 TO WS-TRAN-COUNT
                           ADD 1 TO WS-RCY-COUNT
                           IF WS-TRAN-COUNT > WS-RESTART-FROM
                   ELSE
                       MOVE TRAN-AMOUNT TO WS-STAGE-AMOUNT
                   END-IF
      *            A foreign item's dollar amount is P0037's to work
      *            out, so whatever the region left in TRAN-AMOUNT is
      *            dropped; the original amount takes the credit sign
      *            the same way the dollar amount does.
                   MOVE TRAN-CURRENCY TO WS-STAGE-CURRENCY
                   MOVE ZERO TO WS-STAGE-ORIG-AMOUNT
                   SET WS-STAGE-ORIG-NUMERIC TO TRUE
                   IF TRAN-CURRENCY NOT = SPACES
                      AND TRAN-CURRENCY NOT = WS-BASE-CURRENCY
                       MOVE ZERO TO WS-STAGE-AMOUNT
                       IF TRAN-ORIG-AMOUNT IS NOT NUMERIC
                           MOVE "N" TO WS-STAGE-ORIG-SW
                       ELSE
                           IF TRAN-CREDIT
                               COMPUTE WS-STAGE-ORIG-AMOUNT =
                                   0 - TRAN-ORIG-AMOUNT
                           ELSE
                               MOVE TRAN-ORIG-AMOUNT
                                   TO WS-STAGE-ORIG-AMOUNT
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO WS-TRAN-COUNT
                   ADD 1 TO WS-DTL-COUNT
                   MOVE P1-RUN-ID TO WS-ATI-RUN-ID
                   MOVE WS-DTL-COUNT TO WS-ATI-SEQ
                   MOVE WS-ASSIGN-TRAN-ID TO WS-STAGE-TRAN-ID
                   MOVE SPACE TO WS-STAGE-RELEASE-SW
                   MOVE TRAN-ACCRUAL-IND TO WS-STAGE-ACCRUAL-SW
                   MOVE ZERO TO WS-STAGE-FX-RATE
      *            A date that is not even numeric is carried as
      *            all nines, which P0034 suspends as no date.
                   EVALUATE TRUE
                       WHEN TRAN-ACCT-DATE = SPACES
                           MOVE ZERO TO WS-STAGE-ACCT-DATE
                       WHEN TRAN-ACCT-DATE IS NUMERIC
                           MOVE TRAN-ACCT-DATE TO WS-STAGE-ACCT-DATE
                       WHEN OTHER
                           MOVE ALL "9" TO WS-STAGE-ACCT-DATE
                   END-EVALUATE
                   IF WS-TRAN-COUNT > WS-RESTART-FROM
                       Perform P0002-PROCESS-TRANSACTION
                       Perform K100-WRITE-CHECKPOINT

      *    One CTLTOTS row per step run; BALCHK reads the day's
      *    rows back and reconciles the whole job.  Input covers
      *    MAININ details plus recycled suspense items plus the
      *    automatic reversals, since all three land in RESULT-FILE
      *    or SUSPENSE-FILE.
         P0009-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-FILE.
           IF NOT WS-CONTROL-OK
           MOVE SPACES             TO TL-CONTROL-REC.
           MOVE "MAIN"             TO TL-PROGRAM-ID.
           MOVE P1-RUN-ID          TO TL-RUN-ID.
           COMPUTE TL-INPUT-COUNT =
               WS-DTL-COUNT + WS-RCY-COUNT + WS-REV-COUNT.
           MOVE WS-RESULT-COUNT    TO TL-OUTPUT-COUNT.
      *    Held items are exceptions like suspended ones - they
      *    read but did not post, so BALCHK's input = output +
      *    exceptions equation still closes.  Queued duplicates
      *    are exceptions on the same footing.
           COMPUTE TL-EXCEPT-COUNT =
               WS-SUSPENDED-COUNT + WS-HELD-COUNT + WS-DUPQ-COUNT.
           MOVE WS-TRL-COUNT       TO TL-TRAILER-COUNT.
           MOVE ZERO               TO TL-HASH-TOTAL.
           MOVE ZERO               TO TL-TRAILER-HASH.
           IF WS-HOLD-STATUS NOT = "00"
               OPEN OUTPUT HOLD-FILE
           END-IF.
           OPEN EXTEND DUP-QUEUE-FILE.
           IF NOT WS-DUPQ-OK
               OPEN OUTPUT DUP-QUEUE-FILE
           END-IF.
           OPEN EXTEND TRAN-HISTORY-FILE.
           IF NOT WS-TRANHIST-OK
               OPEN OUTPUT TRAN-HISTORY-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN EXTEND REVERSAL-FILE.
           IF NOT WS-MAINREV-OK
               OPEN OUTPUT REVERSAL-FILE
           END-IF.
           Perform P0003-PROCESS-RECYCLE.
           Perform P0040-PROCESS-REVERSALS.
           Perform P0009-WRITE-CONTROL-TOTALS.
           IF WS-IN-BALANCE
               Perform K150-MARK-RUN-COMPLETE
           END-IF.
           CLOSE SUSPENSE-FILE
                 HOLD-FILE
                 DUP-QUEUE-FILE
                 TRAN-HISTORY-FILE
                 RESULT-FILE
                 AUDIT-FILE
                 CHECKPOINT-FILE
                 REVERSAL-FILE.
         P0018-EXIT. EXIT.

         P0005-INIT-RUN-CONTROL.
      *    is only flipped to YES by K000-READ-CHECKPOINT if it
      *    finds a checkpoint already on file for the run id.
           ACCEPT WS-CMD-LINE      FROM COMMAND-LINE.
      *    An optional leading argument of one to three digits is
      *    the duplicate window in days; it cannot be mistaken for
      *    an eight-digit run date or an environment letter, so
      *    every existing catch-up and test invocation still reads
      *    the way it always did and takes the default window.
           MOVE 1 TO WS-CMD-PTR.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-DUP-DAYS-PARM
               WITH POINTER WS-CMD-PTR.
           MOVE "N" TO WS-DUP-ARG-SW.
           IF WS-DUP-DAYS-PARM (4:5) = SPACES
              AND WS-DUP-DAYS-PARM (1:1) IS NUMERIC
               EVALUATE TRUE
                   WHEN WS-DUP-DAYS-PARM (2:2) = SPACES
                       MOVE WS-DUP-DAYS-PARM (1:1) TO WS-DUP-WINDOW
                       SET WS-DUP-ARG-GIVEN TO TRUE
                   WHEN WS-DUP-DAYS-PARM (3:1) = SPACE
                    AND WS-DUP-DAYS-PARM (1:2) IS NUMERIC
                       MOVE WS-DUP-DAYS-PARM (1:2) TO WS-DUP-WINDOW
                       SET WS-DUP-ARG-GIVEN TO TRUE
                   WHEN WS-DUP-DAYS-PARM (1:3) IS NUMERIC
                       MOVE WS-DUP-DAYS-PARM (1:3) TO WS-DUP-WINDOW
                       SET WS-DUP-ARG-GIVEN TO TRUE
               END-EVALUATE
           END-IF.
           IF WS-DUP-ARG-GIVEN
               UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                   INTO WS-RUN-DATE-PARM WS-CYCLE-PARM-X WS-ENV-PARM
                   WITH POINTER WS-CMD-PTR
           ELSE
               UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                   INTO WS-RUN-DATE-PARM WS-CYCLE-PARM-X WS-ENV-PARM
           END-IF.
      *    A lone single-letter argument is the environment, not a
      *    run date - the test deck passes just "T".
           IF WS-RUN-DATE-PARM (1:1) NOT = SPACE
      *    than a fat-fingered posting - exceeds it.  An item a
      *    supervisor already released passes the gate exactly
      *    once, on the recycle run that carries its release flag.
      *    An automatic reversal only undoes an accrual that has
      *    already passed the gate, and a rate adjustment only
      *    corrects a posting that did, so neither is ever held.
         P0024-CHECK-THRESHOLD.
           MOVE SPACE TO WS-HOLD-SW.
           IF NOT WS-STAGE-RELEASED
              AND NOT WS-STAGE-AUTO-REVERSAL
              AND NOT WS-STAGE-RATE-ADJUSTMENT
               IF WS-TRAN-AMOUNT < ZERO
                   COMPUTE WS-CHECK-AMOUNT = ZERO - WS-TRAN-AMOUNT
               ELSE
           SET HD-LARGE-VALUE       TO TRUE.
           SET HD-HELD              TO TRUE.
           MOVE WS-STAGE-TRAN-ID    TO HD-TRAN-ID.
           MOVE WS-STAGE-ACCT-DATE  TO HD-ACCT-DATE.
           MOVE WS-TRAN-CURRENCY    TO HD-CURRENCY.
           MOVE WS-TRAN-ORIG-AMOUNT TO HD-ORIG-AMOUNT.
           MOVE WS-STAGE-ACCRUAL-SW TO HD-ACCRUAL-IND.
           WRITE HD-HOLD-REC.
           ADD 1 TO WS-HELD-COUNT.
           Display "RECORD HELD - AMOUNT OVER THRESHOLD" Upon Printer.
           MOVE "HELD FOR REVIEW"   TO AU-KEY-OUTPUT.
           MOVE 90                  TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
           MOVE SPACES              TO TH-HISTORY-REC.
           SET TH-HELD              TO TRUE.
           MOVE ZERO                TO TH-POSTED-AMOUNT.
           MOVE HD-REASON-CODE      TO TH-REASON-CODE.
           MOVE "OVER DEPT LIMIT"   TO TH-NOTE.
           Perform P0032-WRITE-HISTORY.
         P0025-EXIT. EXIT.

      *    Loads the duplicate-check table from the permanent
      *    TRANHIST history: every posting row dated within the
      *    window either side of the run date (either side, so a
      *    catch-up night still sees the postings of the nights
      *    that ran after it).  No history on file yet just means
      *    nothing to compare against.
         P0026-LOAD-POSTING-HISTORY.
           COMPUTE WS-DUP-DAY-NO =
               FUNCTION INTEGER-OF-DATE (P1-RUN-DATE) - WS-DUP-WINDOW.
           COMPUTE WS-DUP-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DUP-DAY-NO).
           COMPUTE WS-DUP-DAY-NO =
               FUNCTION INTEGER-OF-DATE (P1-RUN-DATE) + WS-DUP-WINDOW.
           COMPUTE WS-DUP-TO-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DUP-DAY-NO).
           MOVE ZERO TO WS-DH-COUNT.
           MOVE "N" TO WS-TH-EOF-SW.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-TRANHIST-OK
               PERFORM UNTIL WS-TH-EOF
                   READ TRAN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-TH-EOF-SW
                       NOT AT END
                           IF TH-POSTED
                              AND TH-EVENT-DATE >= WS-DUP-FROM-DATE
                              AND TH-EVENT-DATE <= WS-DUP-TO-DATE
                               IF WS-DH-COUNT >= 9999
                                   SET WS-DH-OVERFLOW TO TRUE
                               ELSE
                                   ADD 1 TO WS-DH-COUNT
                                   MOVE TH-REGION TO
                                       WS-DH-REGION (WS-DH-COUNT)
                                   MOVE TH-DEPT TO
                                       WS-DH-DEPT (WS-DH-COUNT)
                                   MOVE TH-SUB TO
                                       WS-DH-SUB (WS-DH-COUNT)
                                   MOVE TH-AMOUNT TO
                                       WS-DH-AMOUNT (WS-DH-COUNT)
                                   MOVE TH-EVENT-DATE TO
                                       WS-DH-DATE (WS-DH-COUNT)
                                   MOVE TH-TRAN-ID TO
                                       WS-DH-TRAN-ID (WS-DH-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAN-HISTORY-FILE
           END-IF.
         P0026-EXIT. EXIT.

      *    A validated item is a suspected duplicate when a posting
      *    in the table carries the same region/dept/sub and the
      *    same signed amount as entered - a reversal of a posting
      *    is the opposite sign and never matches it.  The item's
      *    own id is skipped, so a restart re-reading tonight's
      *    rows never matches an item against itself.  An item a
      *    reviewer already cleared, or one a supervisor released
      *    from hold (it passed this check before it was held),
      *    goes straight through, and so does an automatic
      *    reversal - it repeats its accrual's codes and amount in
      *    the opposite sign by design - and a rate adjustment, where
      *    one rate change gives every posting of the same amount
      *    the same difference.
         P0027-CHECK-DUPLICATE.
           MOVE ZERO TO WS-DH-MATCH-IDX.
           IF NOT WS-STAGE-RELEASED
              AND NOT WS-STAGE-DUP-CLEARED
              AND NOT WS-STAGE-AUTO-REVERSAL
              AND NOT WS-STAGE-RATE-ADJUSTMENT
               PERFORM VARYING WS-DH-IDX FROM 1 BY 1
                       UNTIL WS-DH-IDX > WS-DH-COUNT
                          OR WS-DH-MATCH-IDX > ZERO
                   IF WS-B = WS-DH-REGION (WS-DH-IDX)
                      AND WS-C = WS-DH-DEPT (WS-DH-IDX)
                      AND WS-D = WS-DH-SUB (WS-DH-IDX)
                      AND WS-TRAN-AMOUNT = WS-DH-AMOUNT (WS-DH-IDX)
                      AND WS-STAGE-TRAN-ID NOT =
                              WS-DH-TRAN-ID (WS-DH-IDX)
                       MOVE WS-DH-IDX TO WS-DH-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF.
         P0027-EXIT. EXIT.

      *    Writes the suspected duplicate to MAINDUPQ for review,
      *    naming the posting it matched.  DUPREL releases it back
      *    through the recycle path or cancels it.
         P0028-QUEUE-DUPLICATE.
           MOVE SPACES              TO DQ-DUP-REC.
           MOVE P1-RUN-ID           TO DQ-RUN-ID.
           MOVE P1-RUN-DATE         TO DQ-QUEUE-DATE.
           MOVE WS-B                TO DQ-REGION.
           MOVE WS-C                TO DQ-DEPT.
           MOVE WS-D                TO DQ-SUB.
           MOVE WS-TRAN-AMOUNT      TO DQ-AMOUNT.
           SET DQ-SUSPECT-DUP       TO TRUE.
           SET DQ-QUEUED            TO TRUE.
           MOVE WS-STAGE-TRAN-ID    TO DQ-TRAN-ID.
           MOVE WS-DH-TRAN-ID (WS-DH-MATCH-IDX) TO DQ-MATCH-TRAN-ID.
           MOVE WS-DH-DATE (WS-DH-MATCH-IDX)    TO DQ-MATCH-DATE.
           MOVE ZERO                TO DQ-REVIEW-DATE.
           MOVE WS-STAGE-ACCT-DATE  TO DQ-ACCT-DATE.
           MOVE WS-TRAN-CURRENCY    TO DQ-CURRENCY.
           MOVE WS-TRAN-ORIG-AMOUNT TO DQ-ORIG-AMOUNT.
           MOVE WS-STAGE-ACCRUAL-SW TO DQ-ACCRUAL-IND.
           WRITE DQ-DUP-REC.
           ADD 1 TO WS-DUPQ-COUNT.
           Display "RECORD QUEUED - SUSPECTED DUPLICATE" Upon Printer.
           MOVE SPACES              TO AU-KEY-INPUT.
           MOVE WS-TRAN-AMOUNT      TO WS-AMOUNT-DISP.
           STRING "DUP " WS-A " AMOUNT=" WS-AMOUNT-DISP
                  " ID=" WS-STAGE-TRAN-ID
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE SPACES              TO AU-KEY-OUTPUT.
           STRING "QUEUED - MATCHES " DQ-MATCH-TRAN-ID
               DELIMITED BY SIZE INTO AU-KEY-OUTPUT.
           MOVE 90                  TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
           MOVE SPACES              TO TH-HISTORY-REC.
           SET TH-DUP-QUEUED        TO TRUE.
           MOVE ZERO                TO TH-POSTED-AMOUNT.
           MOVE DQ-REASON-CODE      TO TH-REASON-CODE.
           MOVE DQ-MATCH-TRAN-ID    TO TH-NOTE.
           Perform P0032-WRITE-HISTORY.
         P0028-EXIT. EXIT.

      *    Leaves an AUDITLOG trace and an operator message when
      *    the run stops because the window's postings would not
      *    fit the duplicate-check table.
         P0029-LOG-HISTORY-FAILURE.
           Display "MAIN: TRANHIST WINDOW OVER 9999 POSTINGS - RUN"
                   " STOPPED, SHORTEN THE DUPLICATE WINDOW"
               Upon Printer.
           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "TRANHIST"          TO AU-KEY-INPUT.
           MOVE "DUPLICATE WINDOW OVER TABLE - RUN STOPPED"
               TO AU-KEY-OUTPUT.
           MOVE 90                  TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
           CLOSE AUDIT-FILE.
         P0029-EXIT. EXIT.

      *    P0014 loads the LAYREG registry ALLOC maintains and
      *    reads MAININ's leading record: a HDR carrying an ACTIVE
      *    version for this file lets the run proceed (the header

      *    Writes the structured suspense record SUSPFIX works from:
      *    original code triple, first failing component, and the
      *    run id/date it suspended in, status OPEN.  An accrual
      *    keeps its reversing flag through SUSPFIX, so it still
      *    reverses once it posts.  An automatic reversal that
      *    will not post settles its accrual on MAINREV as failed:
      *    from here on it is an ordinary suspense item, corrected
      *    and recycled like any other.
         P0020-SUSPEND-RECORD.
           MOVE SPACES              TO SU-SUSPENSE-REC.
           MOVE P1-RUN-ID           TO SU-RUN-ID.
           MOVE WS-STAGE-TRAN-ID    TO SU-TRAN-ID.
           MOVE ZERO                TO SU-WOFF-DATE.
           MOVE ZERO                TO SU-WOFF-SENT-DATE.
           MOVE WS-STAGE-ACCT-DATE  TO SU-ACCT-DATE.
           MOVE WS-TRAN-CURRENCY    TO SU-CURRENCY.
           MOVE WS-TRAN-ORIG-AMOUNT TO SU-ORIG-AMOUNT.
           MOVE WS-STAGE-ACCRUAL-SW TO SU-ACCRUAL-IND.
           WRITE SU-SUSPENSE-REC.
           ADD 1 TO WS-SUSPENDED-COUNT.
           MOVE SPACES              TO AU-KEY-INPUT.
           EVALUATE TRUE
               WHEN SU-PERIOD-CLOSED OR SU-BAD-ACCT-DATE
                   Display "RECORD SUSPENDED - " WS-SUSPEND-NOTE
                       Upon Printer
                   STRING "ACCT DATE="      DELIMITED BY SIZE
                          WS-ACCT-DATE      DELIMITED BY SIZE
                          " PERIOD="        DELIMITED BY SIZE
                          WS-PERIOD-DISP    DELIMITED BY SIZE
                          " REASON="        DELIMITED BY SIZE
                          WS-SUSPEND-REASON DELIMITED BY SIZE
                          " ID="            DELIMITED BY SIZE
                          WS-STAGE-TRAN-ID  DELIMITED BY SIZE
                          INTO AU-KEY-INPUT
               WHEN SU-NO-FX-RATE OR SU-BAD-FX-AMOUNT
                   Display "RECORD SUSPENDED - " WS-SUSPEND-NOTE
                       Upon Printer
                   MOVE WS-TRAN-ORIG-AMOUNT TO WS-ORIG-DISP
                   STRING "CCY="            DELIMITED BY SIZE
                          WS-TRAN-CURRENCY  DELIMITED BY SIZE
                          " ORIG="          DELIMITED BY SIZE
                          WS-ORIG-DISP      DELIMITED BY SIZE
                          " REASON="        DELIMITED BY SIZE
                          WS-SUSPEND-REASON DELIMITED BY SIZE
                          " ID="            DELIMITED BY SIZE
                          WS-STAGE-TRAN-ID  DELIMITED BY SIZE
                          INTO AU-KEY-INPUT
               WHEN OTHER
                   MOVE "BAD CODE"      TO WS-SUSPEND-NOTE
                   Display "RECORD SUSPENDED - BAD CODE" Upon Printer
                   STRING "BAD CODE  B="    DELIMITED BY SIZE
                          WS-B              DELIMITED BY SIZE
                          " C="             DELIMITED BY SIZE
                          WS-C              DELIMITED BY SIZE
                          " D="             DELIMITED BY SIZE
                          WS-D              DELIMITED BY SIZE
                          " REASON="        DELIMITED BY SIZE
                          WS-SUSPEND-REASON DELIMITED BY SIZE
                          " ID="            DELIMITED BY SIZE
                          WS-STAGE-TRAN-ID  DELIMITED BY SIZE
                          INTO AU-KEY-INPUT
           END-EVALUATE.
           MOVE "SUSPENDED"         TO AU-KEY-OUTPUT.
           MOVE 90                  TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
           MOVE SPACES              TO TH-HISTORY-REC.
           SET TH-SUSPENDED         TO TRUE.
           MOVE ZERO                TO TH-POSTED-AMOUNT.
           MOVE WS-SUSPEND-REASON   TO TH-REASON-CODE.
           MOVE WS-SUSPEND-NOTE     TO TH-NOTE.
           Perform P0032-WRITE-HISTORY.
           IF WS-STAGE-AUTO-REVERSAL
               MOVE SPACES              TO RV-REVERSAL-REC
               SET RV-FAILED            TO TRUE
               MOVE WS-STAGE-ORIG-TRAN-ID TO RV-ORIG-TRAN-ID
               MOVE WS-STAGE-TRAN-ID    TO RV-REV-TRAN-ID
               MOVE ZERO                TO RV-POSTED-AMOUNT
               MOVE WS-STAGE-ACCT-DATE  TO RV-ACCT-DATE
               MOVE ZERO                TO RV-FISC-YEAR
               MOVE ZERO                TO RV-FISC-PERIOD
               MOVE WS-SUSPEND-REASON   TO RV-REASON-CODE
               MOVE WS-SUSPEND-NOTE     TO RV-NOTE
               Perform P0043-WRITE-REVERSAL-LOG
               ADD 1 TO WS-REV-FAILED-COUNT
           END-IF.
         P0020-EXIT. EXIT.

         P0030-WRITE-RESULT.
           MOVE WS-RESULT           TO RESULT-VALUE.
           MOVE WS-POSTED-AMOUNT    TO RESULT-AMOUNT.
           MOVE WS-STAGE-TRAN-ID    TO RESULT-TRAN-ID.
           MOVE WS-ACCT-DATE        TO RESULT-ACCT-DATE.
           MOVE WS-ACCT-FISC-YEAR   TO RESULT-FISC-YEAR.
           MOVE WS-ACCT-FISC-PERIOD TO RESULT-FISC-PERIOD.
           MOVE WS-ACCT-PERIOD-IND  TO RESULT-PERIOD-IND.
           MOVE WS-TRAN-CURRENCY    TO RESULT-CURRENCY.
           MOVE WS-TRAN-ORIG-AMOUNT TO RESULT-ORIG-AMOUNT.
           MOVE WS-FX-RATE          TO RESULT-FX-RATE.
           WRITE RESULT-REC.
           ADD 1 TO WS-RESULT-COUNT.
           MOVE SPACES              TO AU-KEY-INPUT.
               DELIMITED BY SIZE INTO AU-KEY-OUTPUT.
           MOVE 0                   TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
           MOVE SPACES              TO TH-HISTORY-REC.
           SET TH-POSTED            TO TRUE.
           MOVE WS-POSTED-AMOUNT    TO TH-POSTED-AMOUNT.
           IF WS-STAGE-RELEASED
               MOVE "RELEASED FROM HOLD" TO TH-NOTE
           END-IF.
           IF WS-STAGE-DUP-CLEARED
               MOVE "CLEARED AS NOT DUP" TO TH-NOTE
           END-IF.
           IF WS-STAGE-AUTO-REVERSAL
               STRING "REV " WS-STAGE-ORIG-TRAN-ID
                   DELIMITED BY SIZE INTO TH-NOTE
           END-IF.
           IF WS-STAGE-ACCRUAL AND TH-NOTE = SPACES
               MOVE "AUTO-REVERSING"    TO TH-NOTE
           END-IF.
           IF WS-STAGE-RATE-ADJUSTMENT AND TH-NOTE = SPACES
               MOVE "RATE ADJUSTMENT"   TO TH-NOTE
           END-IF.
           IF WS-ACCT-PRIOR AND TH-NOTE = SPACES
               STRING "PRIOR PERIOD " WS-PERIOD-DISP
                   DELIMITED BY SIZE INTO TH-NOTE
           END-IF.
           Perform P0032-WRITE-HISTORY.
           Perform P0031-REMEMBER-POSTING.
      *    A reversal settles its accrual on MAINREV; an accrual
      *    posting leaves the pending row a later period's first
      *    run reverses.
           IF WS-STAGE-AUTO-REVERSAL
               MOVE SPACES              TO RV-REVERSAL-REC
               SET RV-REVERSED          TO TRUE
               MOVE WS-STAGE-ORIG-TRAN-ID TO RV-ORIG-TRAN-ID
               MOVE WS-STAGE-TRAN-ID    TO RV-REV-TRAN-ID
               MOVE WS-POSTED-AMOUNT    TO RV-POSTED-AMOUNT
               MOVE WS-ACCT-DATE        TO RV-ACCT-DATE
               MOVE WS-ACCT-FISC-YEAR   TO RV-FISC-YEAR
               MOVE WS-ACCT-FISC-PERIOD TO RV-FISC-PERIOD
               Perform P0043-WRITE-REVERSAL-LOG
               ADD 1 TO WS-REV-POSTED-COUNT
           ELSE
               IF WS-STAGE-ACCRUAL
                   MOVE SPACES              TO RV-REVERSAL-REC
                   SET RV-PENDING           TO TRUE
                   MOVE WS-STAGE-TRAN-ID    TO RV-ORIG-TRAN-ID
                   MOVE WS-POSTED-AMOUNT    TO RV-POSTED-AMOUNT
                   MOVE WS-ACCT-DATE        TO RV-ACCT-DATE
                   MOVE WS-ACCT-FISC-YEAR   TO RV-FISC-YEAR
                   MOVE WS-ACCT-FISC-PERIOD TO RV-FISC-PERIOD
                   Perform P0043-WRITE-REVERSAL-LOG
                   ADD 1 TO WS-ACCRUAL-COUNT
               END-IF
           END-IF.
      *    An item finance is closing the period over still posts -
      *    only a hard close stops it - but it is flagged as an
      *    exception so the close sees it.
           IF WS-ACCT-SOFT-CLOSED
               ADD 1 TO WS-SOFT-POST-COUNT
               Display "LATE POSTING INTO SOFT-CLOSED PERIOD "
                       WS-PERIOD-DISP Upon Printer
               MOVE SPACES          TO AU-KEY-INPUT
               STRING "LATE POSTING " WS-A " ACCT DATE=" WS-ACCT-DATE
                      " ID=" WS-STAGE-TRAN-ID
                   DELIMITED BY SIZE INTO AU-KEY-INPUT
               MOVE SPACES          TO AU-KEY-OUTPUT
               STRING "POSTED INTO SOFT-CLOSED PERIOD " WS-PERIOD-DISP
                   DELIMITED BY SIZE INTO AU-KEY-OUTPUT
               MOVE 90              TO AU-RETURN-CODE
               PERFORM L900-WRITE-AUDIT
           END-IF.
         P0030-EXIT. EXIT.

      *    Adds tonight's posting to the duplicate-check table, so a
      *    second keying of it later in the same file - or in the
      *    recycle items behind it - is caught too.  A table filled
      *    mid-run is reported once; items after that are still
      *    checked against everything already loaded.
         P0031-REMEMBER-POSTING.
           IF WS-DH-COUNT >= 9999
               IF NOT WS-DH-FULL
                   SET WS-DH-FULL TO TRUE
                   Display "MAIN: DUPLICATE-CHECK TABLE FULL - LATER"
                           " POSTINGS NOT ADDED" Upon Printer
                   MOVE "TRANHIST"  TO AU-KEY-INPUT
                   MOVE "DUPLICATE-CHECK TABLE FULL MID-RUN"
                       TO AU-KEY-OUTPUT
                   MOVE 90          TO AU-RETURN-CODE
                   PERFORM L900-WRITE-AUDIT
               END-IF
           ELSE
               ADD 1 TO WS-DH-COUNT
               MOVE WS-B             TO WS-DH-REGION (WS-DH-COUNT)
               MOVE WS-C             TO WS-DH-DEPT (WS-DH-COUNT)
               MOVE WS-D             TO WS-DH-SUB (WS-DH-COUNT)
               MOVE WS-TRAN-AMOUNT   TO WS-DH-AMOUNT (WS-DH-COUNT)
               MOVE P1-RUN-DATE      TO WS-DH-DATE (WS-DH-COUNT)
               MOVE WS-STAGE-TRAN-ID TO WS-DH-TRAN-ID (WS-DH-COUNT)
           END-IF.
         P0031-EXIT. EXIT.

      *    Appends one TRANHIST row; callers clear the record and set
      *    the event code, posted amount, reason and note, and this
      *    stamps the item's identity - tran id, codes, the amount
      *    as entered, and tonight's run - the same split of duties
      *    as L900-WRITE-AUDIT.
         P0032-WRITE-HISTORY.
           MOVE WS-STAGE-TRAN-ID    TO TH-TRAN-ID.
           MOVE P1-RUN-DATE         TO TH-EVENT-DATE.
           MOVE "MAIN"              TO TH-PROGRAM-ID.
           MOVE P1-RUN-ID           TO TH-RUN-ID.
           MOVE P1-CYCLE-NO         TO TH-CYCLE-NO.
           MOVE WS-B                TO TH-REGION.
           MOVE WS-C                TO TH-DEPT.
           MOVE WS-D                TO TH-SUB.
           MOVE WS-TRAN-AMOUNT      TO TH-AMOUNT.
           IF TH-POSTED
               MOVE WS-ACCT-DATE        TO TH-ACCT-DATE
           ELSE
               MOVE WS-STAGE-ACCT-DATE  TO TH-ACCT-DATE
           END-IF.
           WRITE TH-HISTORY-REC.
         P0032-EXIT. EXIT.

      *    Loads the PERDSTAT close status finance keeps through
      *    PSTATMNT (no file means every period is open) and settles
      *    the run date's fiscal period and the period before it -
      *    the two periods DISTMST has buckets for.  No FISCCAL
      *    calendar, or a run date outside it, leaves every item
      *    posting under the run date as it always did; only a
      *    back-dated item then has nowhere to go.
         P0033-LOAD-PERIOD-STATUS.
           MOVE "N" TO WS-PS-EOF-SW.
           OPEN INPUT PERIOD-STATUS-FILE.
           IF WS-PERDSTAT-OK
               PERFORM UNTIL WS-PS-EOF
                   READ PERIOD-STATUS-FILE
                       AT END
                           MOVE "Y" TO WS-PS-EOF-SW
                       NOT AT END
                           IF WS-PS-COUNT >= 200
                               SET WS-PS-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-PS-COUNT
                               MOVE PS-FISC-YEAR TO
                                   WS-PS-FISC-YEAR (WS-PS-COUNT)
                               MOVE PS-FISC-PERIOD TO
                                   WS-PS-FISC-PERIOD (WS-PS-COUNT)
                               MOVE PS-STATUS TO
                                   WS-PS-STATUS (WS-PS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS-FILE
           END-IF.
           MOVE "D"                 TO FP-FUNCTION.
           MOVE P1-RUN-DATE         TO FP-REQUEST-DATE.
           CALL "FISCPER" USING FP-FISCAL-PARM.
           IF FP-PERIOD-FOUND
               SET WS-FISCAL-KNOWN  TO TRUE
               MOVE FP-FISC-YEAR    TO WS-CUR-FISC-YEAR
               MOVE FP-FISC-PERIOD  TO WS-CUR-FISC-PERIOD
               MOVE FP-START-DATE   TO WS-CUR-START-DATE
               COMPUTE WS-ACCT-DAY-NO =
                   FUNCTION INTEGER-OF-DATE (FP-START-DATE) - 1
               MOVE "D"             TO FP-FUNCTION
               COMPUTE FP-REQUEST-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-ACCT-DAY-NO)
               CALL "FISCPER" USING FP-FISCAL-PARM
               IF FP-PERIOD-FOUND
                   SET WS-PRIOR-KNOWN   TO TRUE
                   MOVE FP-FISC-YEAR    TO WS-PRIOR-FISC-YEAR
                   MOVE FP-FISC-PERIOD  TO WS-PRIOR-FISC-PERIOD
                   MOVE FP-START-DATE   TO WS-PRIOR-START-DATE
               END-IF
           END-IF.
         P0033-EXIT. EXIT.

      *    Settles the accounting date and fiscal period a validated
      *    item books to, and suspends what cannot book:
      *      PC  the period is hard-closed on PERDSTAT
      *      AD  the date is not a real date, is after the run date,
      *          falls in no fiscal period, or is older than the
      *          prior period (DISTMST has no bucket for it)
      *    A blank date is the run date.  The prior period posts
      *    to the prior-period bucket; a soft-closed period still
      *    posts but P0030 flags it.
         P0034-CHECK-ACCT-PERIOD.
           MOVE SPACES              TO WS-ACCT-STATUS.
           MOVE SPACES              TO WS-PERIOD-DISP.
           MOVE SPACES              TO WS-SUSPEND-NOTE.
           MOVE WS-CUR-FISC-YEAR    TO WS-ACCT-FISC-YEAR.
           MOVE WS-CUR-FISC-PERIOD  TO WS-ACCT-FISC-PERIOD.
           MOVE "C"                 TO WS-ACCT-PERIOD-IND.
           IF WS-STAGE-ACCT-DATE = ZERO
               MOVE P1-RUN-DATE        TO WS-ACCT-DATE
           ELSE
               MOVE WS-STAGE-ACCT-DATE TO WS-ACCT-DATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-ACCT-DATE = P1-RUN-DATE
                   CONTINUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-ACCT-DATE) NOT = 0
                   MOVE "AD"                 TO WS-SUSPEND-REASON
                   MOVE "INVALID ACCT DATE"  TO WS-SUSPEND-NOTE
               WHEN WS-ACCT-DATE > P1-RUN-DATE
                   MOVE "AD"                 TO WS-SUSPEND-REASON
                   MOVE "ACCT DATE AFTER RUN" TO WS-SUSPEND-NOTE
               WHEN NOT WS-FISCAL-KNOWN
                   MOVE "AD"                 TO WS-SUSPEND-REASON
                   MOVE "NO FISCAL PERIOD"   TO WS-SUSPEND-NOTE
               WHEN WS-ACCT-DATE >= WS-CUR-START-DATE
                   CONTINUE
               WHEN WS-PRIOR-KNOWN
                AND WS-ACCT-DATE >= WS-PRIOR-START-DATE
                   MOVE WS-PRIOR-FISC-YEAR   TO WS-ACCT-FISC-YEAR
                   MOVE WS-PRIOR-FISC-PERIOD TO WS-ACCT-FISC-PERIOD
                   IF WS-PRIOR-FISC-YEAR = WS-CUR-FISC-YEAR
                       MOVE "P" TO WS-ACCT-PERIOD-IND
                   ELSE
                       MOVE "Y" TO WS-ACCT-PERIOD-IND
                   END-IF
               WHEN OTHER
                   MOVE "D"                  TO FP-FUNCTION
                   MOVE WS-ACCT-DATE         TO FP-REQUEST-DATE
                   CALL "FISCPER" USING FP-FISCAL-PARM
                   MOVE "AD"                 TO WS-SUSPEND-REASON
                   IF FP-PERIOD-FOUND
                       MOVE FP-FISC-YEAR     TO WS-ACCT-FISC-YEAR
                       MOVE FP-FISC-PERIOD   TO WS-ACCT-FISC-PERIOD
                       MOVE "BEFORE PRIOR PERIOD" TO WS-SUSPEND-NOTE
                   ELSE
                       MOVE ZERO             TO WS-ACCT-FISC-YEAR
                       MOVE ZERO             TO WS-ACCT-FISC-PERIOD
                       MOVE "NO FISCAL PERIOD" TO WS-SUSPEND-NOTE
                   END-IF
           END-EVALUATE.
      *    A hard close outranks every other date reason - the
      *    analyst must re-date the item whatever else is wrong.
           IF WS-ACCT-FISC-YEAR > ZERO
               STRING WS-ACCT-FISC-YEAR "/" WS-ACCT-FISC-PERIOD
                   DELIMITED BY SIZE INTO WS-PERIOD-DISP
               PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                       UNTIL WS-PS-IDX > WS-PS-COUNT
                   IF WS-PS-FISC-YEAR (WS-PS-IDX) = WS-ACCT-FISC-YEAR
                      AND WS-PS-FISC-PERIOD (WS-PS-IDX) =
                              WS-ACCT-FISC-PERIOD
                       MOVE WS-PS-STATUS (WS-PS-IDX) TO WS-ACCT-STATUS
                   END-IF
               END-PERFORM
               IF WS-ACCT-HARD-CLOSED
                   MOVE "PC"                 TO WS-SUSPEND-REASON
                   MOVE "PERIOD HARD-CLOSED" TO WS-SUSPEND-NOTE
               END-IF
           END-IF.
           IF WS-SUSPEND-REASON NOT = SPACES
               SET WS-RECORD-INVALID TO TRUE
           END-IF.
         P0034-EXIT. EXIT.

      *    Leaves an AUDITLOG trace and an operator message when
      *    the run stops because PERDSTAT would not fit the table.
         P0036-LOG-PERIOD-FAILURE.
           Display "MAIN: PERDSTAT OVER 200 PERIODS - RUN STOPPED"
               Upon Printer.
           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "PERDSTAT"          TO AU-KEY-INPUT.
           MOVE "PERIOD STATUS FILE OVER TABLE - RUN STOPPED"
               TO AU-KEY-OUTPUT.
           MOVE 90                  TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
           CLOSE AUDIT-FILE.
         P0036-EXIT. EXIT.

      *    Settles the currency leg of an item.  A dollar item (no
      *    currency code, or USD) is its own original amount at a
      *    rate of one.  A foreign item is converted from its
      *    original amount at the FXRATMST rate in force for the
      *    business date - the latest effective date wins where
      *    windows overlap, the same rule as RATEMST - and suspends
      *    when it cannot be:
      *      FX  no rate in force for the currency
      *      FA  the original amount is not numeric, or its dollar
      *          value will not fit the amount field
      *    A suspended foreign item carries a zero dollar amount,
      *    never a guessed one.  A code or date reason found first
      *    is the one the item suspends under.  An automatic
      *    reversal arrives with its accrual's rate already staged
      *    and converts at that, not tonight's.
         P0037-CONVERT-CURRENCY.
           MOVE SPACES              TO WS-FX-REASON.
           MOVE WS-STAGE-CURRENCY   TO WS-TRAN-CURRENCY.
           IF WS-TRAN-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-TRAN-CURRENCY
           END-IF.
           IF WS-TRAN-CURRENCY = WS-BASE-CURRENCY
               MOVE 1                TO WS-FX-RATE
               MOVE WS-TRAN-AMOUNT   TO WS-TRAN-ORIG-AMOUNT
           ELSE
               MOVE ZERO             TO WS-FX-RATE
               MOVE ZERO             TO WS-FX-BEST-EFF
               MOVE ZERO             TO WS-TRAN-AMOUNT
               MOVE WS-STAGE-ORIG-AMOUNT TO WS-TRAN-ORIG-AMOUNT
               PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                       UNTIL WS-FR-IDX > WS-FR-COUNT
                   IF WS-FR-CURRENCY (WS-FR-IDX) = WS-TRAN-CURRENCY
                      AND WS-FR-EFF (WS-FR-IDX) <= P1-RUN-DATE
                      AND (WS-FR-EXP (WS-FR-IDX) = ZERO
                           OR WS-FR-EXP (WS-FR-IDX) >= P1-RUN-DATE)
                      AND WS-FR-EFF (WS-FR-IDX) >= WS-FX-BEST-EFF
                       MOVE WS-FR-RATE (WS-FR-IDX) TO WS-FX-RATE
                       MOVE WS-FR-EFF (WS-FR-IDX)  TO WS-FX-BEST-EFF
                   END-IF
               END-PERFORM
               IF WS-STAGE-FX-RATE > ZERO
                   MOVE WS-STAGE-FX-RATE TO WS-FX-RATE
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-STAGE-ORIG-NUMERIC
                       MOVE ZERO TO WS-TRAN-ORIG-AMOUNT
                       MOVE "FA"                  TO WS-FX-REASON
                       MOVE "ORIG AMOUNT NOT NUM" TO WS-FX-NOTE
                   WHEN WS-FX-RATE = ZERO
                       MOVE "FX"                  TO WS-FX-REASON
                       MOVE "NO FX RATE IN FORCE" TO WS-FX-NOTE
                   WHEN OTHER
                       COMPUTE WS-TRAN-AMOUNT ROUNDED =
                           WS-TRAN-ORIG-AMOUNT * WS-FX-RATE
                           ON SIZE ERROR
                               MOVE ZERO TO WS-TRAN-AMOUNT
                               MOVE "FA"          TO WS-FX-REASON
                               MOVE "FX AMOUNT TOO LARGE"
                                   TO WS-FX-NOTE
                       END-COMPUTE
               END-EVALUATE
           END-IF.
           IF WS-FX-REASON NOT = SPACES
              AND WS-RECORD-VALID
               SET WS-RECORD-INVALID TO TRUE
               MOVE WS-FX-REASON     TO WS-SUSPEND-REASON
               MOVE WS-FX-NOTE       TO WS-SUSPEND-NOTE
           END-IF.
         P0037-EXIT. EXIT.

      *    Loads the FXRATMST exchange-rate master FXRATMNT
      *    maintains.  No file is no rates, the way LIMITMST is no
      *    limits; a master over the table stops the run, the same
      *    rule P0019 applies.
         P0038-LOAD-FX-RATES.
           MOVE "N" TO WS-FR-EOF-SW.
           OPEN INPUT FXRATE-MASTER-FILE.
           IF WS-FXRATMST-OK
               PERFORM UNTIL WS-FR-EOF
                   READ FXRATE-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-FR-EOF-SW
                       NOT AT END
                           IF WS-FR-COUNT >= 500
                               SET WS-FR-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-FR-COUNT
                               MOVE FX-CURRENCY TO
                                   WS-FR-CURRENCY (WS-FR-COUNT)
                               MOVE FX-EFF-DATE TO
                                   WS-FR-EFF (WS-FR-COUNT)
                               MOVE FX-EXP-DATE TO
                                   WS-FR-EXP (WS-FR-COUNT)
                               MOVE FX-RATE TO
                                   WS-FR-RATE (WS-FR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FXRATE-MASTER-FILE
           END-IF.
         P0038-EXIT. EXIT.

      *    Leaves an AUDITLOG trace and an operator message when
      *    the run stops because FXRATMST would not fit the table.
         P0039-LOG-FX-FAILURE.
           Display "MAIN: FXRATMST OVER 500 RATES - RUN STOPPED"
               Upon Printer.
           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "FXRATMST"          TO AU-KEY-INPUT.
           MOVE "EXCHANGE RATE MASTER OVER TABLE - RUN STOPPED"
               TO AU-KEY-OUTPUT.
           MOVE 90                  TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
           CLOSE AUDIT-FILE.
         P0039-EXIT. EXIT.

      *    Loads the accruals still waiting for their reversal from
      *    MAINREV.  A pending row joins the table; a reversed or
      *    failed row naming it takes it off again, so the table
      *    ends the read holding exactly the unsettled accruals, in
      *    the order they posted.  No file yet is nothing pending; a
      *    backlog over the table stops the run, the same rule P0019
      *    applies, rather than silently leaving accruals unreversed.
         P0041-LOAD-REVERSALS.
           MOVE "N" TO WS-RV-EOF-SW.
           OPEN INPUT REVERSAL-FILE.
           IF WS-MAINREV-OK
               PERFORM UNTIL WS-RV-EOF
                   READ REVERSAL-FILE
                       AT END
                           MOVE "Y" TO WS-RV-EOF-SW
                       NOT AT END
                           IF RV-ENVIRONMENT = P1-ENVIRONMENT
                              AND (RV-RUN-ID NOT = P1-RUN-ID
                                   OR RV-CYCLE-NO NOT = P1-CYCLE-NO)
                               IF RV-PENDING
                                   Perform P0044-STORE-PENDING
                               ELSE
                                   Perform P0045-SETTLE-PENDING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVERSAL-FILE
           END-IF.
         P0041-EXIT. EXIT.

         P0044-STORE-PENDING.
           IF WS-RV-COUNT >= 2000
               SET WS-RV-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-RV-COUNT
               MOVE RV-ORIG-TRAN-ID  TO WS-RV-ORIG-TRAN-ID (WS-RV-COUNT)
               MOVE RV-EVENT-DATE    TO WS-RV-POST-DATE (WS-RV-COUNT)
               MOVE RV-REGION        TO WS-RV-REGION (WS-RV-COUNT)
               MOVE RV-DEPT          TO WS-RV-DEPT (WS-RV-COUNT)
               MOVE RV-SUB           TO WS-RV-SUB (WS-RV-COUNT)
               MOVE RV-AMOUNT        TO WS-RV-AMOUNT (WS-RV-COUNT)
               MOVE RV-ACCT-DATE     TO WS-RV-ACCT-DATE (WS-RV-COUNT)
               MOVE RV-CURRENCY      TO WS-RV-CURRENCY (WS-RV-COUNT)
               MOVE RV-ORIG-AMOUNT   TO WS-RV-ORIG-AMOUNT (WS-RV-COUNT)
               MOVE RV-FX-RATE       TO WS-RV-FX-RATE (WS-RV-COUNT)
           END-IF.
         P0044-EXIT. EXIT.

      *    Takes a settled accrual off the table, closing the gap so
      *    the rest keep their order.
         P0045-SETTLE-PENDING.
           MOVE ZERO TO WS-RV-MATCH-IDX.
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
                      OR WS-RV-MATCH-IDX > ZERO
               IF WS-RV-ORIG-TRAN-ID (WS-RV-IDX) = RV-ORIG-TRAN-ID
                   MOVE WS-RV-IDX TO WS-RV-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-RV-MATCH-IDX > ZERO
               PERFORM VARYING WS-RV-IDX FROM WS-RV-MATCH-IDX BY 1
                       UNTIL WS-RV-IDX >= WS-RV-COUNT
                   MOVE WS-RV-ENTRY (WS-RV-IDX + 1)
                       TO WS-RV-ENTRY (WS-RV-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-RV-COUNT
           END-IF.
         P0045-EXIT. EXIT.

      *    Leaves an AUDITLOG trace and an operator message when
      *    the run stops because the pending accruals on MAINREV
      *    would not fit the table.
         P0042-LOG-REV-FAILURE.
           Display "MAIN: MAINREV OVER 2000 PENDING ACCRUALS - RUN"
                   " STOPPED" Upon Printer.
           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "MAINREV"           TO AU-KEY-INPUT.
           MOVE "PENDING ACCRUALS OVER TABLE - RUN STOPPED"
               TO AU-KEY-OUTPUT.
           MOVE 90                  TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
           CLOSE AUDIT-FILE.
         P0042-EXIT. EXIT.

      *    Generates the reversal of every pending accrual that has
      *    come due: the run date's fiscal period starts after the
      *    accrual's accounting date.  Each goes through the normal
      *    dispatch as the opposite posting - same codes, the
      *    department calculation under the accrual's own date,
      *    the accrual's exchange rate - booked under the run date,
      *    with its own id from sequence 900001 so it can never
      *    collide with a MAININ detail.  Reversals follow the
      *    recycled items on WS-TRAN-COUNT, so a restart skips the
      *    ones the failed attempt already posted.  No fiscal
      *    calendar means no period to judge by, and nothing is due.
         P0040-PROCESS-REVERSALS.
           IF WS-FISCAL-KNOWN
               PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                       UNTIL WS-RV-IDX > WS-RV-COUNT
                   IF WS-RV-ACCT-DATE (WS-RV-IDX) < WS-CUR-START-DATE
                       Perform P0046-STAGE-REVERSAL
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-RV-COUNT > ZERO
               MOVE SPACES              TO AU-KEY-INPUT
               STRING "MAINREV ACCRUALS DUE=" WS-REV-DUE-COUNT
                   DELIMITED BY SIZE INTO AU-KEY-INPUT
               MOVE SPACES              TO AU-KEY-OUTPUT
               STRING "REVERSED=" WS-REV-POSTED-COUNT
                      " FAILED=" WS-REV-FAILED-COUNT
                   DELIMITED BY SIZE INTO AU-KEY-OUTPUT
               IF WS-REV-FAILED-COUNT > ZERO
                   MOVE 90              TO AU-RETURN-CODE
               ELSE
                   MOVE 0               TO AU-RETURN-CODE
               END-IF
               PERFORM L900-WRITE-AUDIT
           END-IF.
         P0040-EXIT. EXIT.

         P0046-STAGE-REVERSAL.
           ADD 1 TO WS-REV-DUE-COUNT.
           MOVE WS-RV-REGION (WS-RV-IDX) TO WS-STAGE-REGION.
           MOVE WS-RV-DEPT (WS-RV-IDX)   TO WS-STAGE-DEPT.
           MOVE WS-RV-SUB (WS-RV-IDX)    TO WS-STAGE-SUB.
           COMPUTE WS-STAGE-AMOUNT = 0 - WS-RV-AMOUNT (WS-RV-IDX).
           MOVE WS-RV-CURRENCY (WS-RV-IDX) TO WS-STAGE-CURRENCY.
           COMPUTE WS-STAGE-ORIG-AMOUNT =
               0 - WS-RV-ORIG-AMOUNT (WS-RV-IDX).
           SET WS-STAGE-ORIG-NUMERIC TO TRUE.
           MOVE WS-RV-FX-RATE (WS-RV-IDX) TO WS-STAGE-FX-RATE.
           SET WS-STAGE-AUTO-REVERSAL TO TRUE.
           MOVE SPACE TO WS-STAGE-ACCRUAL-SW.
           MOVE ZERO TO WS-STAGE-ACCT-DATE.
           MOVE WS-RV-POST-DATE (WS-RV-IDX) TO WS-STAGE-CALC-DATE.
           MOVE WS-RV-ORIG-TRAN-ID (WS-RV-IDX) TO WS-STAGE-ORIG-TRAN-ID.
           ADD 1 TO WS-TRAN-COUNT.
           ADD 1 TO WS-REV-COUNT.
           MOVE P1-RUN-ID TO WS-ATI-RUN-ID.
           MOVE P1-CYCLE-NO TO WS-ATI-CYCLE.
           COMPUTE WS-ATI-SEQ = 900000 + WS-REV-COUNT.
           MOVE WS-ASSIGN-TRAN-ID TO WS-STAGE-TRAN-ID.
           IF WS-TRAN-COUNT > WS-RESTART-FROM
               Perform P0002-PROCESS-TRANSACTION
               Perform K100-WRITE-CHECKPOINT
           END-IF.
         P0046-EXIT. EXIT.

      *    Appends one MAINREV row; callers clear the record and set
      *    the event code, both ids, the posted amount, the period
      *    booked to and any reason, and this stamps tonight's run
      *    and the item itself - the same split as P0032.
         P0043-WRITE-REVERSAL-LOG.
           MOVE P1-RUN-DATE         TO RV-EVENT-DATE.
           MOVE P1-RUN-ID           TO RV-RUN-ID.
           MOVE P1-CYCLE-NO         TO RV-CYCLE-NO.
           MOVE P1-ENVIRONMENT      TO RV-ENVIRONMENT.
           MOVE WS-B                TO RV-REGION.
           MOVE WS-C                TO RV-DEPT.
           MOVE WS-D                TO RV-SUB.
           MOVE WS-TRAN-AMOUNT      TO RV-AMOUNT.
           MOVE WS-TRAN-CURRENCY    TO RV-CURRENCY.
           MOVE WS-TRAN-ORIG-AMOUNT TO RV-ORIG-AMOUNT.
           MOVE WS-FX-RATE          TO RV-FX-RATE.
           WRITE RV-REVERSAL-REC.
         P0043-EXIT. EXIT.

      *----------------------------------------------------------------
      *    K200-CLAIM-RUN-LOCK / K900-RELEASE-RUN-LOCK keep a second
      *    concurrent MAIN from interleaving audit and checkpoint
         K100-EXIT. EXIT.

      *    Marks today's run id complete once TRANSACTION-FILE is
      *    exhausted, and says so on the audit trail so RUNGAP can
      *    tell which business dates were actually run.
         K150-MARK-RUN-COMPLETE.
           MOVE "MAIN"           TO CK-PROGRAM-ID.
           MOVE P1-RUN-ID        TO CK-RUN-ID.
           MOVE P1-CYCLE-NO      TO CK-CYCLE-NO.
           SET CK-STEP-COMPLETE  TO TRUE.
           WRITE CK-CHECKPOINT-REC.
           MOVE "CHECKPOINT"     TO AU-KEY-INPUT.
           MOVE "RUN COMPLETE"   TO AU-KEY-OUTPUT.
           MOVE 0                TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
         K150-EXIT. EXIT.

         L900-WRITE-AUDIT.
