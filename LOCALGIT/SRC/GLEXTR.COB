      *                                                                *
      *  Reads MAINRSLT and ALLOCRES and writes GLINTF:                *
      *    HDR  run date and run id, so the receiver can tell which    *
      *         night's work this is, and the fiscal year and period   *
      *         the run date falls in on the FISCCAL calendar, so GL   *
      *         books the night to the finance period                  *
      *    DTL  one per posted result - region/dept/sub codes, the     *
      *         description text, and the ledger account and cost      *
      *         center resolved from the GLMAPMST mapping master       *
      *         GLMAPMNT maintains, with the accounting date and the   *
      *         fiscal period MAIN booked the item to (the prior       *
      *         period for a back-dated item, else the header's), and  *
      *         the currency, original amount and exchange rate the    *
      *         dollar amount was converted from                       *
      *    ADT  one per allocation share from COBADD's sets - set      *
      *         id, cost center, share and residual flag - so the     *
      *         allocation postings stop being manual                  *
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
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
      *    The currency the item was entered in, its amount in that
      *    currency and the FXRATMST rate MAIN converted it at; rows
      *    from before currencies came in carry spaces.
           05  RESULT-CURRENCY          PIC X(03).
           05  RESULT-ORIG-AMOUNT       PIC S9(11)V99.
           05  RESULT-FX-RATE           PIC 9(04)V9(06).
       FD  INTERFACE-FILE.
       01  INTERFACE-REC.
           05  GI-REC-TYPE              PIC X(03).
           05  GI-REC-DATA              PIC X(108).
           05  GI-HEADER-DATA REDEFINES GI-REC-DATA.
               10  GI-HDR-RUN-DATE      PIC 9(08).
               10  GI-HDR-RUN-ID        PIC X(08).
      *        nightly, 02+ a same-day supplemental batch, so the
      *        receiver books the two files of one date apart.
               10  GI-HDR-CYCLE         PIC 9(02).
      *        The fiscal period the run date belongs to, from the
      *        FISCCAL calendar rather than the YYYYMM of the date -
      *        the fiscal year does not start in January.
               10  GI-HDR-FISC-YEAR     PIC 9(04).
               10  GI-HDR-FISC-PERIOD   PIC 9(02).
               10  FILLER               PIC X(84).
           05  GI-DETAIL-DATA REDEFINES GI-REC-DATA.
               10  GI-DTL-REGION        PIC X(02).
               10  GI-DTL-DEPT          PIC X(02).
      *        auditor can trace one GLINTF detail back to its
      *        MAININ record and MAINRSLT row across run dates.
               10  GI-DTL-TRAN-ID       PIC X(16).
      *        The fiscal period the posting is booked to, which is
      *        the header period unless MAIN posted the item back
      *        into the prior period on its accounting date.
               10  GI-DTL-FISC-YEAR     PIC 9(04).
               10  GI-DTL-FISC-PERIOD   PIC 9(02).
               10  GI-DTL-ACCT-DATE     PIC 9(08).
      *        The currency the item was entered in, the amount in
      *        that currency and the rate MAIN converted it at -
      *        USD, the dollar amount and 1.000000 for a dollar
      *        item.  GI-DTL-AMOUNT is always dollars.
               10  GI-DTL-CURRENCY      PIC X(03).
               10  GI-DTL-ORIG-AMOUNT   PIC S9(11)V99.
               10  GI-DTL-FX-RATE       PIC 9(04)V9(06).
           05  GI-ALLOC-DATA REDEFINES GI-REC-DATA.
               10  GI-ADT-SET-ID        PIC X(04).
               10  GI-ADT-COST-CTR      PIC X(06).
               10  GI-ADT-SHARE         PIC S9(10)V9(04).
               10  GI-ADT-RESID-FLAG    PIC X(01).
               10  FILLER               PIC X(83).
           05  GI-WOFF-DATA REDEFINES GI-REC-DATA.
               10  GI-WOF-REGION        PIC X(02).
               10  GI-WOF-DEPT          PIC X(02).
               10  GI-WOF-SUB           PIC X(02).
               10  GI-WOF-AMOUNT        PIC S9(09)V99.
               10  GI-WOF-TRAN-ID       PIC X(16).
               10  GI-WOF-CURRENCY      PIC X(03).
               10  GI-WOF-ORIG-AMOUNT   PIC S9(11)V99.
               10  FILLER               PIC X(59).
           05  GI-TRAILER-DATA REDEFINES GI-REC-DATA.
               10  GI-TRL-COUNT         PIC 9(06).
               10  GI-TRL-HASH          PIC S9(12).
               10  FILLER               PIC X(90).
       FD  CONTROL-FILE.
       COPY CTLREC.
       FD  ALLOC-RESULT-FILE.
       01  EXCEPTION-REC                PIC X(132).
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  TRAN-HISTORY-FILE.
       COPY TRANHIST.

       WORKING-STORAGE SECTION.
       01  WS-RESULT-STATUS            PIC X(02).
           88  WS-CONTROL-OK           VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-TRANHIST-STATUS          PIC X(02).
           88  WS-TRANHIST-OK          VALUE "00".
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-RUN-DATE-PARM            PIC X(08) VALUE SPACE.
       01  WS-CYCLE-PARM-X             PIC X(02) VALUE SPACE.
       01  WS-SUSP-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  WS-SUSP-IDX                 PIC 9(04) COMP.
       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY           PIC X(121) OCCURS 2000 TIMES.
      *    Marks the carried rows whose WOF record went out on THIS
      *    extract, so only those land on TRANHIST once the run is
      *    judged clean.
       01  WS-SUSP-SENT-TABLE.
           05  WS-SUSP-SENT-SW         PIC X(01) OCCURS 2000 TIMES.
               88  WS-SUSP-SENT-NOW    VALUE "Y".
       01  WS-DETAIL-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-RESULT-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-HASH-TOTAL               PIC S9(12) VALUE ZERO.
           88  WS-MAP-EOF              VALUE "Y".
       01  WS-MAP-LOADED-SW            PIC X(01) VALUE "N".
           88  WS-MAP-LOADED           VALUE "Y".
       01  WS-FISCAL-SW                PIC X(01) VALUE "N".
           88  WS-FISCAL-OK            VALUE "Y".
       01  WS-MAP-OVERFLOW-SW          PIC X(01) VALUE "N".
           88  WS-MAP-OVERFLOW         VALUE "Y".
       01  WS-MAP-COUNT                PIC 9(03) COMP VALUE ZERO.
               10  WS-MAP-COST-CTR     PIC X(06).
       01  WS-EXCEPT-COUNT             PIC 9(06) VALUE ZERO.
       COPY P1RUN.
       COPY FISCPARM.

       PROCEDURE DIVISION.
       A000-CONTROL.

      *    No mapping master means no account can be resolved - the
      *    step stops before a single detail goes out, the same way
      *    MAIN stops without its code master.  A run date with no
      *    fiscal period on the calendar stops it the same way - the
      *    header could not tell GL which period to book.
           PERFORM M000-LOAD-MAPPING.
           IF WS-MAP-LOADED
               PERFORM M200-FIND-FISCAL-PERIOD
           END-IF.
           IF NOT WS-MAP-LOADED OR NOT WS-FISCAL-OK
               PERFORM M100-LOG-MAP-FAILURE
               MOVE 8 TO RETURN-CODE
           ELSE
                   IF WS-WOFF-COUNT > ZERO
                       PERFORM C770-REWRITE-SUSPENSE
                   END-IF
                   PERFORM H000-RECORD-HISTORY
               END-IF
               CLOSE EXCEPTION-FILE
           END-IF.
           EXIT.

       M100-LOG-MAP-FAILURE.
           IF NOT WS-MAP-LOADED
               MOVE "GLMAPMST" TO AU-KEY-INPUT
               MOVE "MAPPING MASTER MISSING OR UNUSABLE - RUN STOPPED"
                   TO AU-KEY-OUTPUT
           ELSE
               MOVE "FISCCAL" TO AU-KEY-INPUT
               MOVE "NO FISCAL PERIOD FOR RUN DATE - RUN STOPPED"
                   TO AU-KEY-OUTPUT
           END-IF.
           MOVE 90 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
       M100-EXIT.
           EXIT.

       M200-FIND-FISCAL-PERIOD.
           SET FP-BY-DATE TO TRUE.
           MOVE P1-RUN-DATE TO FP-REQUEST-DATE.
           CALL "FISCPER" USING FP-FISCAL-PARM.
           EVALUATE TRUE
               WHEN FP-PERIOD-FOUND
                   SET WS-FISCAL-OK TO TRUE
               WHEN FP-NO-CALENDAR
                   DISPLAY "GLEXTR: NO FISCCAL CALENDAR - RUN STOPPED"
               WHEN OTHER
                   DISPLAY "GLEXTR: " P1-RUN-DATE
                           " IN NO FISCAL PERIOD - RUN STOPPED"
           END-EVALUATE.
       M200-EXIT.
           EXIT.

      *    The command-line argument overrides the processing date
      *    for catch-up runs, so the interface header and control
      *    row land under the same run id as the MAIN step that
           MOVE P1-RUN-DATE   TO GI-HDR-RUN-DATE.
           MOVE P1-RUN-ID     TO GI-HDR-RUN-ID.
           MOVE P1-CYCLE-NO   TO GI-HDR-CYCLE.
           MOVE FP-FISC-YEAR  TO GI-HDR-FISC-YEAR.
           MOVE FP-FISC-PERIOD TO GI-HDR-FISC-PERIOD.
           WRITE INTERFACE-REC.
       B000-EXIT.
           EXIT.
               MOVE WS-MAP-COST-CTR (WS-MAP-MATCH-IDX)
                   TO GI-DTL-COST-CTR
               MOVE RESULT-TRAN-ID TO GI-DTL-TRAN-ID
               PERFORM C120-SET-DETAIL-PERIOD
               PERFORM C130-SET-DETAIL-CURRENCY
               WRITE INTERFACE-REC
               ADD 1 TO WS-DETAIL-COUNT
      *        The hash total is the posted amounts summed in
       C100-EXIT.
           EXIT.

      *    A result row from before accounting dates were carried
      *    (or one MAIN left unset) books to the header period on
      *    the run date, as every detail did before.
       C120-SET-DETAIL-PERIOD.
           IF RESULT-FISC-YEAR IS NUMERIC
              AND RESULT-FISC-PERIOD IS NUMERIC
              AND RESULT-FISC-YEAR > ZERO
              AND RESULT-FISC-PERIOD > ZERO
               MOVE RESULT-FISC-YEAR   TO GI-DTL-FISC-YEAR
               MOVE RESULT-FISC-PERIOD TO GI-DTL-FISC-PERIOD
           ELSE
               MOVE FP-FISC-YEAR       TO GI-DTL-FISC-YEAR
               MOVE FP-FISC-PERIOD     TO GI-DTL-FISC-PERIOD
           END-IF.
           IF RESULT-ACCT-DATE IS NUMERIC
              AND RESULT-ACCT-DATE > ZERO
               MOVE RESULT-ACCT-DATE   TO GI-DTL-ACCT-DATE
           ELSE
               MOVE P1-RUN-DATE        TO GI-DTL-ACCT-DATE
           END-IF.
       C120-EXIT.
           EXIT.

      *    A result row from before currencies were carried is a
      *    dollar item: its own amount at a rate of one.
       C130-SET-DETAIL-CURRENCY.
           IF RESULT-CURRENCY = SPACES
              OR RESULT-ORIG-AMOUNT IS NOT NUMERIC
              OR RESULT-FX-RATE IS NOT NUMERIC
               MOVE "USD"              TO GI-DTL-CURRENCY
               MOVE RESULT-AMOUNT      TO GI-DTL-ORIG-AMOUNT
               MOVE 1                  TO GI-DTL-FX-RATE
           ELSE
               MOVE RESULT-CURRENCY    TO GI-DTL-CURRENCY
               MOVE RESULT-ORIG-AMOUNT TO GI-DTL-ORIG-AMOUNT
               MOVE RESULT-FX-RATE     TO GI-DTL-FX-RATE
           END-IF.
       C130-EXIT.
           EXIT.

      *    The mapping in force for the run date; a row can sit on
      *    the master ahead of its go-live (or past its retirement)
      *    without resolving, the same windowing as CODEMST.
      *                    in the sent date; only a WRITTEN-OFF row
      *                    with a real sent date has been
      *                    transmitted.
                           IF WS-SUSP-COUNT < 2000
                               ADD 1 TO WS-SUSP-COUNT
                               MOVE "N"
                                   TO WS-SUSP-SENT-SW (WS-SUSP-COUNT)
                           END-IF
                           IF SU-WRITTEN-OFF
                              AND (SU-WOFF-SENT-DATE IS NOT NUMERIC
                                   OR SU-WOFF-SENT-DATE = ZERO)
                               PERFORM C800-WRITE-WOFF-DETAIL
                               MOVE P1-RUN-DATE TO SU-WOFF-SENT-DATE
                               SET WS-SUSP-SENT-NOW (WS-SUSP-COUNT)
                                   TO TRUE
                           END-IF
                           MOVE SU-SUSPENSE-REC
                               TO WS-SUSP-ENTRY (WS-SUSP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           MOVE SU-SUB        TO GI-WOF-SUB.
           MOVE SU-AMOUNT     TO GI-WOF-AMOUNT.
           MOVE SU-TRAN-ID    TO GI-WOF-TRAN-ID.
           IF SU-CURRENCY = SPACES
              OR SU-ORIG-AMOUNT IS NOT NUMERIC
               MOVE "USD"          TO GI-WOF-CURRENCY
               MOVE SU-AMOUNT      TO GI-WOF-ORIG-AMOUNT
           ELSE
               MOVE SU-CURRENCY    TO GI-WOF-CURRENCY
               MOVE SU-ORIG-AMOUNT TO GI-WOF-ORIG-AMOUNT
           END-IF.
           WRITE INTERFACE-REC.
           ADD 1 TO WS-DETAIL-COUNT.
           COMPUTE WS-HASH-TOTAL =
       C800-EXIT.
           EXIT.

      *    Once the extract is judged clean, every result that went
      *    out on tonight's GLINTF and every write-off it cleared
      *    goes on the items' permanent TRANHIST trace, naming this
      *    run and cycle and the ledger account it booked to.  A
      *    failed extract records nothing - its GLINTF is replaced
      *    by the corrective rerun, which records the run GL
      *    actually received.
       H000-RECORD-HISTORY.
           OPEN EXTEND TRAN-HISTORY-FILE.
           IF NOT WS-TRANHIST-OK
               OPEN OUTPUT TRAN-HISTORY-FILE
           END-IF.
           MOVE "N" TO WS-RESULT-EOF-SW.
           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-OK
               PERFORM UNTIL WS-RESULT-EOF
                   READ RESULT-FILE
                       AT END
                           MOVE "Y" TO WS-RESULT-EOF-SW
                       NOT AT END
                           PERFORM H100-HISTORY-DETAIL
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF.
           PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                   UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
               IF WS-SUSP-SENT-NOW (WS-SUSP-IDX)
                   MOVE WS-SUSP-ENTRY (WS-SUSP-IDX)
                       TO SU-SUSPENSE-REC
                   PERFORM H200-HISTORY-WRITEOFF
               END-IF
           END-PERFORM.
           CLOSE TRAN-HISTORY-FILE.
       H000-EXIT.
           EXIT.

       H100-HISTORY-DETAIL.
           PERFORM C150-RESOLVE-MAPPING.
           MOVE SPACES TO TH-HISTORY-REC.
           MOVE RESULT-TRAN-ID TO TH-TRAN-ID.
           MOVE P1-RUN-DATE TO TH-EVENT-DATE.
           SET TH-GL-SENT TO TRUE.
           MOVE "GLEXTR" TO TH-PROGRAM-ID.
           MOVE P1-RUN-ID TO TH-RUN-ID.
           MOVE P1-CYCLE-NO TO TH-CYCLE-NO.
           MOVE RESULT-A-X1 TO TH-REGION.
           MOVE RESULT-A-X2 TO TH-DEPT.
           MOVE RESULT-A-X3 TO TH-SUB.
           MOVE ZERO TO TH-AMOUNT.
           MOVE RESULT-AMOUNT TO TH-POSTED-AMOUNT.
           IF RESULT-ACCT-DATE IS NUMERIC
               MOVE RESULT-ACCT-DATE TO TH-ACCT-DATE
           ELSE
               MOVE ZERO TO TH-ACCT-DATE
           END-IF.
           IF WS-MAP-MATCH-IDX > ZERO
               STRING "GL " WS-MAP-ACCOUNT (WS-MAP-MATCH-IDX)
                      "/" WS-MAP-COST-CTR (WS-MAP-MATCH-IDX)
                   DELIMITED BY SIZE INTO TH-NOTE
           END-IF.
           WRITE TH-HISTORY-REC.
       H100-EXIT.
           EXIT.

       H200-HISTORY-WRITEOFF.
           MOVE SPACES TO TH-HISTORY-REC.
           MOVE SU-TRAN-ID TO TH-TRAN-ID.
           MOVE P1-RUN-DATE TO TH-EVENT-DATE.
           SET TH-WOFF-SENT TO TRUE.
           MOVE "GLEXTR" TO TH-PROGRAM-ID.
           MOVE P1-RUN-ID TO TH-RUN-ID.
           MOVE P1-CYCLE-NO TO TH-CYCLE-NO.
           MOVE SU-REGION TO TH-REGION.
           MOVE SU-DEPT TO TH-DEPT.
           MOVE SU-SUB TO TH-SUB.
           MOVE SU-AMOUNT TO TH-AMOUNT.
           MOVE ZERO TO TH-POSTED-AMOUNT.
           MOVE SU-REASON-CODE TO TH-REASON-CODE.
           MOVE "WOF TO GL SUSPENSE" TO TH-NOTE.
           WRITE TH-HISTORY-REC.
       H200-EXIT.
           EXIT.

       D000-WRITE-TRAILER.
           MOVE SPACES          TO INTERFACE-REC.
           MOVE "TRL"           TO GI-REC-TYPE.
