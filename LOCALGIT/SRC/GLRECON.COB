       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLRECON.
      ******************************************************************
      *                                                                *
      *  GL trial-balance reconciliation.                              *
      *                                                                *
      *  GLACKCHK proves each GLINTF file arrived; this step proves    *
      *  the ledger still agrees with our books at month end, so a     *
      *  manual entry or reclass on the GL side shows up at the close  *
      *  and not at the audit.  The GL team's trial-balance extract    *
      *  (GLTBAL: account, cost center, fiscal period, period          *
      *  balance) is compared with:                                    *
      *    - DISTMST period-to-date, rolled up to GL account and cost  *
      *      center through the GLMAPMST mapping in force on the run   *
      *      date - the same mapping GLEXTR sent the postings under    *
      *    - CCPOSMST period-to-date for the allocation accounts       *
      *      listed on GLALLACT; allocation shares go to GL by cost    *
      *      center, so every allocation account's rows for a center   *
      *      are reconciled together and shown under the first         *
      *      account on GLALLACT                                       *
      *  GLRCNRPT lists every account and cost center as:              *
      *    AGREES      both sides equal (an allocation center agrees   *
      *                when the gap is under a cent per share - GL     *
      *                truncates each share to the penny)              *
      *    DIFFERS     both sides present, with the difference (GL     *
      *                less books)                                     *
      *    GL ONLY     on the trial balance, nothing on our books      *
      *    BOOKS ONLY  on our books, not on the trial balance          *
      *  with a subtotal per account.  Trial-balance rows on accounts  *
      *  neither GLMAPMST nor GLALLACT names belong to other systems   *
      *  and are only counted; rows for another fiscal period are      *
      *  rejected.  A DISTMST key with no mapping in force reports     *
      *  under account UNMAPPED.  Any line not agreeing, or any        *
      *  rejected row, ends the step with condition code 4 and an      *
      *  AUDITLOG exception row; no trial balance at all is also a     *
      *  condition code 4 - the close carries on either way.           *
      *                                                                *
      *  Run from MONTHEND.ECL BEFORE the DISTPOST and ALLOCPST RESET  *
      *  rolls, while both masters still hold the closing period.      *
      *  Read-only against every input.                                *
      *                                                                *
      *  Arguments: fiscal period (YYYYPP, default the period today    *
      *  falls in), then the environment letter.                       *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "GLTBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT ALLOC-ACCOUNT-FILE ASSIGN TO "GLALLACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLACT-STATUS.
           SELECT MAP-MASTER-FILE ASSIGN TO "GLMAPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT OPTIONAL DIST-MASTER-FILE ASSIGN TO "DISTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-DIST-KEY
               FILE STATUS IS WS-DISTMST-STATUS.
           SELECT OPTIONAL POSITION-FILE ASSIGN TO "CCPOSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-COST-CTR
               FILE STATUS IS WS-CCPOS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "GLRCNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    One row per ledger account and cost center, as the GL
      *    team extracts it at their period close: the balance is
      *    the period's net activity, signed like GLINTF amounts.
       FD  BALANCE-FILE.
       01  TB-BALANCE-REC.
           05  TB-GL-ACCOUNT            PIC X(08).
           05  TB-COST-CTR              PIC X(06).
           05  TB-FISC-YEAR             PIC 9(04).
           05  TB-FISC-PERIOD           PIC 9(02).
           05  TB-BALANCE               PIC S9(13)V99.
      *    The ledger accounts COBADD's allocation shares book to.
       FD  ALLOC-ACCOUNT-FILE.
       01  AA-ACCOUNT-REC.
           05  AA-GL-ACCOUNT            PIC X(08).
           05  AA-DESC                  PIC X(20).
       FD  MAP-MASTER-FILE.
       COPY GLMAP.
       FD  DIST-MASTER-FILE.
       COPY DISTREC.
       FD  POSITION-FILE.
       COPY CCPOSREC.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-BALANCE-STATUS           PIC X(02).
           88  WS-BALANCE-OK           VALUE "00".
       01  WS-ALLACT-STATUS            PIC X(02).
           88  WS-ALLACT-OK            VALUE "00".
       01  WS-GLMAP-STATUS             PIC X(02).
           88  WS-GLMAP-OK             VALUE "00".
       01  WS-DISTMST-STATUS           PIC X(02).
           88  WS-DISTMST-OK           VALUE "00" "05".
       01  WS-CCPOS-STATUS             PIC X(02).
           88  WS-CCPOS-OK             VALUE "00" "05".
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK            VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-ARG-1                    PIC X(08) VALUE SPACE.
       01  WS-ARG-2                    PIC X(08) VALUE SPACE.
       01  WS-PERIOD                   PIC X(06).
       01  WS-PERIOD-DISP              PIC X(07) VALUE SPACE.
       01  WS-FISC-YEAR                PIC 9(04).
       01  WS-FISC-PERIOD              PIC 9(02).
       01  WS-FISCAL-SW                PIC X(01) VALUE "Y".
           88  WS-FISCAL-OK            VALUE "Y".
      *    The masters only hold the period as period-to-date while
      *    today is still in it.
       01  WS-OPEN-PERIOD-SW           PIC X(01) VALUE "N".
           88  WS-OPEN-PERIOD          VALUE "Y".
       01  WS-STOP-SW                  PIC X(01) VALUE "N".
           88  WS-RUN-STOPPED          VALUE "Y".
       01  WS-STOP-REASON              PIC X(60).
       01  WS-ENV-PARM                 PIC X(01) VALUE SPACE.
       01  WS-TEST-WATERMARK           PIC X(50) VALUE
           "********  TEST RUN - NOT PRODUCTION  ********".
       01  WS-EOF-SW                   PIC X(01).
           88  WS-FILE-EOF             VALUE "Y".
       01  WS-NO-BALANCE-SW            PIC X(01) VALUE "N".
           88  WS-NO-BALANCE           VALUE "Y".
      *    Allocation accounts, in GLALLACT order.
       01  WS-AA-COUNT                 PIC 9(02) COMP VALUE ZERO.
       01  WS-AA-IDX                   PIC 9(02) COMP.
       01  WS-AA-MATCH-IDX             PIC 9(02) COMP.
       01  WS-AA-TABLE.
           05  WS-AA-ACCOUNT           PIC X(08) OCCURS 20 TIMES.
      *    The mapping master, as GLEXTR carries it.
       01  WS-MAP-COUNT                PIC 9(03) COMP VALUE ZERO.
       01  WS-MAP-IDX                  PIC 9(03) COMP.
       01  WS-MAP-MATCH-IDX            PIC 9(03) COMP.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY            OCCURS 200 TIMES.
               10  WS-MAP-REGION       PIC X(02).
               10  WS-MAP-DEPT         PIC X(02).
               10  WS-MAP-SUB          PIC X(02).
               10  WS-MAP-EFF          PIC 9(08).
               10  WS-MAP-EXP          PIC 9(08).
               10  WS-MAP-ACCOUNT      PIC X(08).
               10  WS-MAP-COST-CTR     PIC X(06).
      *    One row per account and cost center seen on either side,
      *    kept in key order as it is built.
       01  WS-KEY-OVERFLOW-SW          PIC X(01) VALUE "N".
           88  WS-KEY-OVERFLOW         VALUE "Y".
       01  WS-KEY-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-KEY-IDX                  PIC 9(04) COMP.
       01  WS-SHIFT-IDX                PIC 9(04) COMP.
       01  WS-PLACE-IDX                PIC 9(04) COMP.
       01  WS-FIND-KEY.
           05  WS-FIND-ACCOUNT         PIC X(08).
           05  WS-FIND-COST-CTR        PIC X(06).
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY            OCCURS 2000 TIMES.
               10  WS-KEY-ID.
                   15  WS-KEY-ACCOUNT  PIC X(08).
                   15  WS-KEY-COST-CTR PIC X(06).
               10  WS-KEY-ALLOC-SW     PIC X(01).
                   88  WS-KEY-ALLOC    VALUE "Y".
               10  WS-KEY-GL-SW        PIC X(01).
                   88  WS-KEY-ON-GL    VALUE "Y".
               10  WS-KEY-BOOK-SW      PIC X(01).
                   88  WS-KEY-ON-BOOKS VALUE "Y".
               10  WS-KEY-GL-AMOUNT    PIC S9(13)V99.
               10  WS-KEY-BOOK-AMOUNT  PIC S9(13)V99.
               10  WS-KEY-SHARE-COUNT  PIC 9(07).
       01  WS-UNMAPPED-ACCOUNT         PIC X(08) VALUE "UNMAPPED".
      *    Account subtotals and the run totals.
       01  WS-PREV-ACCOUNT             PIC X(08).
       01  WS-ACCT-GL-TOTAL            PIC S9(13)V99.
       01  WS-ACCT-BOOK-TOTAL          PIC S9(13)V99.
       01  WS-GRAND-GL-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01  WS-GRAND-BOOK-TOTAL         PIC S9(13)V99 VALUE ZERO.
       01  WS-LINE-DIFFERENCE          PIC S9(13)V99.
       01  WS-LINE-TOLERANCE           PIC S9(07)V99.
       01  WS-LINE-STATUS              PIC X(10).
       01  WS-BOOK-CENTS               PIC S9(13)V99.
       01  WS-TB-READ-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-TB-OTHER-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-TB-REJECT-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-AGREE-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-DIFFER-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-GL-ONLY-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-BOOK-ONLY-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-UNRECON-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-COUNT-DISP               PIC ZZZZZ9.
       01  WS-COUNT-DISP-2             PIC ZZZZZ9.
       01  WS-GL-DISP                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-BOOK-DISP                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-DIFF-DISP                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       COPY P1RUN.
       COPY FISCPARM.

       PROCEDURE DIVISION.
       A000-CONTROL.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-ARG-1 WS-ARG-2.
           PERFORM P0005-INIT-RUN-CONTROL.
           PERFORM P0010-FIND-FISCAL-PERIOD.

           OPEN OUTPUT REPORT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO REPORT-REC.
           STRING "GLRECON - GL TRIAL BALANCE RECONCILIATION - "
                  "FISCAL PERIOD " WS-PERIOD-DISP
                  " - RUN ID " P1-RUN-ID
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF NOT P1-ENV-PRODUCTION
               MOVE WS-TEST-WATERMARK TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-FISCAL-OK
                   SET WS-RUN-STOPPED TO TRUE
                   MOVE SPACES TO WS-STOP-REASON
                   STRING "PERIOD " WS-PERIOD
                          " IS NOT ON THE FISCCAL CALENDAR"
                       DELIMITED BY SIZE INTO WS-STOP-REASON
               WHEN NOT WS-OPEN-PERIOD
                   SET WS-RUN-STOPPED TO TRUE
                   MOVE SPACES TO WS-STOP-REASON
                   STRING "PERIOD " WS-PERIOD-DISP
                          " IS NO LONGER ON DISTMST/CCPOSMST"
                       DELIMITED BY SIZE INTO WS-STOP-REASON
               WHEN OTHER
                   PERFORM B000-LOAD-ALLOC-ACCOUNTS
                   PERFORM B100-LOAD-MAPPING
           END-EVALUATE.
           IF NOT WS-RUN-STOPPED
               PERFORM C000-LOAD-TRIAL-BALANCE
           END-IF.
           IF NOT WS-RUN-STOPPED AND NOT WS-NO-BALANCE
               PERFORM D000-LOAD-DIST-BOOKS
           END-IF.
           IF NOT WS-RUN-STOPPED AND NOT WS-NO-BALANCE
               PERFORM D200-LOAD-CENTER-BOOKS
           END-IF.
           IF NOT WS-RUN-STOPPED AND WS-KEY-OVERFLOW
               SET WS-RUN-STOPPED TO TRUE
               MOVE "OVER 2000 ACCOUNT/CENTER LINES" TO WS-STOP-REASON
           END-IF.

           EVALUATE TRUE
               WHEN WS-RUN-STOPPED
                   MOVE SPACES TO REPORT-REC
                   STRING "GLRECON: " WS-STOP-REASON
                          " - NOT RECONCILED"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
                   MOVE "RUN STOPPED" TO AU-KEY-OUTPUT
                   MOVE WS-STOP-REASON TO AU-KEY-INPUT
                   MOVE 8 TO AU-RETURN-CODE
                   PERFORM L900-WRITE-AUDIT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-BALANCE
                   MOVE "GLRECON: no GLTBAL - NOT RECONCILED"
                       TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE "NO GLTBAL TRIAL BALANCE" TO AU-KEY-INPUT
                   MOVE "NOT RECONCILED" TO AU-KEY-OUTPUT
                   MOVE 90 TO AU-RETURN-CODE
                   PERFORM L900-WRITE-AUDIT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM E000-WRITE-REPORT
           END-EVALUATE.

           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           STOP RUN.
       A000-EXIT.
           EXIT.

       P0005-INIT-RUN-CONTROL.
           ACCEPT P1-SYSTEM-DATE   FROM DATE YYYYMMDD.
           MOVE P1-SYSTEM-DATE     TO P1-RUN-DATE.
           MOVE P1-RUN-DATE        TO P1-RUN-ID.
           IF WS-ARG-1 (1:6) IS NUMERIC
               MOVE WS-ARG-1 (1:6) TO WS-PERIOD
               MOVE WS-ARG-2 (1:1) TO WS-ENV-PARM
           ELSE
               MOVE SPACES TO WS-PERIOD
               MOVE WS-ARG-1 (1:1) TO WS-ENV-PARM
           END-IF.
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

      *    The same lookup PERDEND makes.  Only the period today
      *    falls in is still on the masters as period-to-date.
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
               MOVE FP-FISC-YEAR TO WS-FISC-YEAR
               MOVE FP-FISC-PERIOD TO WS-FISC-PERIOD
               MOVE FP-FISC-YEAR TO WS-PERIOD (1:4)
               MOVE FP-FISC-PERIOD TO WS-PERIOD (5:2)
               STRING WS-PERIOD (1:4) "/" WS-PERIOD (5:2)
                   DELIMITED BY SIZE INTO WS-PERIOD-DISP
               IF P1-SYSTEM-DATE NOT < FP-START-DATE
                  AND P1-SYSTEM-DATE NOT > FP-END-DATE
                   SET WS-OPEN-PERIOD TO TRUE
               END-IF
           ELSE
               MOVE "N" TO WS-FISCAL-SW
               MOVE WS-PERIOD TO WS-PERIOD-DISP
           END-IF.
       P0010-EXIT.
           EXIT.

      *    No GLALLACT just means no allocation accounts are
      *    reconciled - CCPOSMST is then left out.
       B000-LOAD-ALLOC-ACCOUNTS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ALLOC-ACCOUNT-FILE.
           IF NOT WS-ALLACT-OK
               MOVE "GLRECON: no GLALLACT - allocation accounts skipped"
                   TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               PERFORM UNTIL WS-FILE-EOF
                   READ ALLOC-ACCOUNT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF AA-GL-ACCOUNT NOT = SPACES
                               IF WS-AA-COUNT >= 20
                                   SET WS-RUN-STOPPED TO TRUE
                                   MOVE "GLALLACT OVER 20 ACCOUNTS"
                                       TO WS-STOP-REASON
                               ELSE
                                   ADD 1 TO WS-AA-COUNT
                                   MOVE AA-GL-ACCOUNT
                                       TO WS-AA-ACCOUNT (WS-AA-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLOC-ACCOUNT-FILE
           END-IF.
       B000-EXIT.
           EXIT.

      *    Without the mapping nothing on DISTMST can be placed on
      *    an account, so the step stops - the same rule GLEXTR
      *    follows.
       B100-LOAD-MAPPING.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT MAP-MASTER-FILE.
           IF NOT WS-GLMAP-OK
               SET WS-RUN-STOPPED TO TRUE
               MOVE "NO GLMAPMST MAPPING MASTER" TO WS-STOP-REASON
           ELSE
               PERFORM UNTIL WS-FILE-EOF OR WS-RUN-STOPPED
                   READ MAP-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-MAP-COUNT >= 200
                               SET WS-RUN-STOPPED TO TRUE
                               MOVE "GLMAPMST OVER 200 ROWS"
                                   TO WS-STOP-REASON
                           ELSE
                               ADD 1 TO WS-MAP-COUNT
                               MOVE GM-REGION TO
                                   WS-MAP-REGION (WS-MAP-COUNT)
                               MOVE GM-DEPT TO
                                   WS-MAP-DEPT (WS-MAP-COUNT)
                               MOVE GM-SUB TO
                                   WS-MAP-SUB (WS-MAP-COUNT)
                               MOVE GM-EFF-DATE TO
                                   WS-MAP-EFF (WS-MAP-COUNT)
                               MOVE GM-EXP-DATE TO
                                   WS-MAP-EXP (WS-MAP-COUNT)
                               MOVE GM-GL-ACCOUNT TO
                                   WS-MAP-ACCOUNT (WS-MAP-COUNT)
                               MOVE GM-COST-CENTER TO
                                   WS-MAP-COST-CTR (WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAP-MASTER-FILE
           END-IF.
       B100-EXIT.
           EXIT.

      *    Only accounts our books feed are reconciled; the rest of
      *    the ledger is counted and left alone.  An allocation
      *    account's rows fold by cost center under the first
      *    GLALLACT account.
       C000-LOAD-TRIAL-BALANCE.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT BALANCE-FILE.
           IF NOT WS-BALANCE-OK
               SET WS-NO-BALANCE TO TRUE
           ELSE
               PERFORM UNTIL WS-FILE-EOF OR WS-KEY-OVERFLOW
                   READ BALANCE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-TB-READ-COUNT
                           PERFORM C100-FOLD-BALANCE-ROW
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.
       C000-EXIT.
           EXIT.

       C100-FOLD-BALANCE-ROW.
           IF TB-FISC-YEAR NOT = WS-FISC-YEAR
              OR TB-FISC-PERIOD NOT = WS-FISC-PERIOD
              OR TB-BALANCE IS NOT NUMERIC
               ADD 1 TO WS-TB-REJECT-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "REJECTED TRIAL BALANCE ROW: " TB-BALANCE-REC
                      " - WRONG PERIOD OR BALANCE NOT NUMERIC"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           ELSE
               PERFORM C200-FIND-ALLOC-ACCOUNT
               IF WS-AA-MATCH-IDX > ZERO
                   MOVE WS-AA-ACCOUNT (1) TO WS-FIND-ACCOUNT
                   MOVE TB-COST-CTR TO WS-FIND-COST-CTR
                   PERFORM F000-FIND-OR-ADD-KEY
                   IF NOT WS-KEY-OVERFLOW
                       SET WS-KEY-ALLOC (WS-KEY-IDX) TO TRUE
                   END-IF
               ELSE
                   PERFORM C300-FIND-MAPPED-ACCOUNT
                   IF WS-MAP-MATCH-IDX > ZERO
                       MOVE TB-GL-ACCOUNT TO WS-FIND-ACCOUNT
                       MOVE TB-COST-CTR TO WS-FIND-COST-CTR
                       PERFORM F000-FIND-OR-ADD-KEY
                   ELSE
                       ADD 1 TO WS-TB-OTHER-COUNT
                       MOVE ZERO TO WS-KEY-IDX
                   END-IF
               END-IF
               IF WS-KEY-IDX > ZERO AND NOT WS-KEY-OVERFLOW
                   SET WS-KEY-ON-GL (WS-KEY-IDX) TO TRUE
                   ADD TB-BALANCE TO WS-KEY-GL-AMOUNT (WS-KEY-IDX)
               END-IF
           END-IF.
       C100-EXIT.
           EXIT.

       C200-FIND-ALLOC-ACCOUNT.
           MOVE ZERO TO WS-AA-MATCH-IDX.
           PERFORM VARYING WS-AA-IDX FROM 1 BY 1
                   UNTIL WS-AA-IDX > WS-AA-COUNT
                      OR WS-AA-MATCH-IDX > ZERO
               IF WS-AA-ACCOUNT (WS-AA-IDX) = TB-GL-ACCOUNT
                   MOVE WS-AA-IDX TO WS-AA-MATCH-IDX
               END-IF
           END-PERFORM.
       C200-EXIT.
           EXIT.

      *    Any mapping row naming the account, in force or not, makes
      *    it one of ours - a reclass onto a retired mapping is
      *    exactly what the reconciliation should catch.
       C300-FIND-MAPPED-ACCOUNT.
           MOVE ZERO TO WS-MAP-MATCH-IDX.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR WS-MAP-MATCH-IDX > ZERO
               IF WS-MAP-ACCOUNT (WS-MAP-IDX) = TB-GL-ACCOUNT
                   MOVE WS-MAP-IDX TO WS-MAP-MATCH-IDX
               END-IF
           END-PERFORM.
       C300-EXIT.
           EXIT.

      *    Each DISTMST key's period-to-date goes to the account and
      *    cost center its mapping in force today names.
       D000-LOAD-DIST-BOOKS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT DIST-MASTER-FILE.
           IF NOT WS-DISTMST-OK
               SET WS-RUN-STOPPED TO TRUE
               MOVE "DISTMST WOULD NOT OPEN" TO WS-STOP-REASON
           ELSE
               PERFORM UNTIL WS-FILE-EOF OR WS-KEY-OVERFLOW
                   READ DIST-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF DM-PTD-AMOUNT NOT = ZERO
                              OR DM-PTD-COUNT NOT = ZERO
                               PERFORM D100-FOLD-DIST-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIST-MASTER-FILE
           END-IF.
       D000-EXIT.
           EXIT.

       D100-FOLD-DIST-KEY.
           MOVE ZERO TO WS-MAP-MATCH-IDX.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR WS-MAP-MATCH-IDX > ZERO
               IF WS-MAP-REGION (WS-MAP-IDX) = DM-REGION
                  AND WS-MAP-DEPT (WS-MAP-IDX) = DM-DEPT
                  AND WS-MAP-SUB (WS-MAP-IDX) = DM-SUB
                  AND WS-MAP-EFF (WS-MAP-IDX) <= P1-RUN-DATE
                  AND (WS-MAP-EXP (WS-MAP-IDX) = ZERO
                    OR WS-MAP-EXP (WS-MAP-IDX) >= P1-RUN-DATE)
                   MOVE WS-MAP-IDX TO WS-MAP-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MAP-MATCH-IDX > ZERO
               MOVE WS-MAP-ACCOUNT (WS-MAP-MATCH-IDX)
                   TO WS-FIND-ACCOUNT
               MOVE WS-MAP-COST-CTR (WS-MAP-MATCH-IDX)
                   TO WS-FIND-COST-CTR
           ELSE
               MOVE WS-UNMAPPED-ACCOUNT TO WS-FIND-ACCOUNT
               MOVE DM-DIST-KEY TO WS-FIND-COST-CTR
           END-IF.
           PERFORM F000-FIND-OR-ADD-KEY.
           IF NOT WS-KEY-OVERFLOW
               SET WS-KEY-ON-BOOKS (WS-KEY-IDX) TO TRUE
               ADD DM-PTD-AMOUNT TO WS-KEY-BOOK-AMOUNT (WS-KEY-IDX)
           END-IF.
       D100-EXIT.
           EXIT.

      *    CCPOSMST carries shares to four decimals; the books side
      *    is the period-to-date truncated to the cent, and the
      *    share count sets how far GL's per-share truncation may
      *    drift from it.
       D200-LOAD-CENTER-BOOKS.
           IF WS-AA-COUNT > ZERO
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT POSITION-FILE
               IF NOT WS-CCPOS-OK
                   SET WS-RUN-STOPPED TO TRUE
                   MOVE "CCPOSMST WOULD NOT OPEN" TO WS-STOP-REASON
               ELSE
                   PERFORM UNTIL WS-FILE-EOF OR WS-KEY-OVERFLOW
                       READ POSITION-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               IF CP-PTD-AMOUNT NOT = ZERO
                                  OR CP-PTD-COUNT NOT = ZERO
                                   PERFORM D300-FOLD-CENTER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE POSITION-FILE
               END-IF
           END-IF.
       D200-EXIT.
           EXIT.

       D300-FOLD-CENTER.
           MOVE WS-AA-ACCOUNT (1) TO WS-FIND-ACCOUNT.
           MOVE CP-COST-CTR TO WS-FIND-COST-CTR.
           PERFORM F000-FIND-OR-ADD-KEY.
           IF NOT WS-KEY-OVERFLOW
               MOVE CP-PTD-AMOUNT TO WS-BOOK-CENTS
               SET WS-KEY-ALLOC (WS-KEY-IDX) TO TRUE
               SET WS-KEY-ON-BOOKS (WS-KEY-IDX) TO TRUE
               ADD WS-BOOK-CENTS TO WS-KEY-BOOK-AMOUNT (WS-KEY-IDX)
               ADD CP-PTD-COUNT TO WS-KEY-SHARE-COUNT (WS-KEY-IDX)
           END-IF.
       D300-EXIT.
           EXIT.

      *    One pass over the key table in account order, with a
      *    subtotal at each account break.
       E000-WRITE-REPORT.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "ACCOUNT  CENTER          GL BALANCE"
                  "        BOOKS BALANCE    DIFFERENCE (GL-BOOKS)"
                  "  STATUS"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ZERO TO WS-ACCT-GL-TOTAL.
           MOVE ZERO TO WS-ACCT-BOOK-TOTAL.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-IDX > 1
                  AND WS-KEY-ACCOUNT (WS-KEY-IDX) NOT = WS-PREV-ACCOUNT
                   PERFORM E200-ACCOUNT-BREAK
               END-IF
               PERFORM E100-REPORT-ONE-KEY
           END-PERFORM.
           IF WS-KEY-COUNT > ZERO
               PERFORM E200-ACCOUNT-BREAK
           END-IF.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-GRAND-GL-TOTAL TO WS-GL-DISP.
           MOVE WS-GRAND-BOOK-TOTAL TO WS-BOOK-DISP.
           COMPUTE WS-LINE-DIFFERENCE =
               WS-GRAND-GL-TOTAL - WS-GRAND-BOOK-TOTAL.
           MOVE WS-LINE-DIFFERENCE TO WS-DIFF-DISP.
           STRING "GRAND TOTAL     " WS-GL-DISP " " WS-BOOK-DISP " "
                  WS-DIFF-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-AGREE-COUNT TO WS-COUNT-DISP.
           STRING "AGREE:                 " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-DIFFER-COUNT TO WS-COUNT-DISP.
           STRING "DIFFER:                " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-GL-ONLY-COUNT TO WS-COUNT-DISP.
           STRING "GL ONLY:               " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-BOOK-ONLY-COUNT TO WS-COUNT-DISP.
           STRING "BOOKS ONLY:            " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-TB-READ-COUNT TO WS-COUNT-DISP.
           STRING "TRIAL BALANCE ROWS:    " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-TB-OTHER-COUNT TO WS-COUNT-DISP.
           STRING "  OTHER SYSTEM ROWS:   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-TB-REJECT-COUNT TO WS-COUNT-DISP.
           STRING "  REJECTED ROWS:       " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           COMPUTE WS-UNRECON-COUNT = WS-DIFFER-COUNT
               + WS-GL-ONLY-COUNT + WS-BOOK-ONLY-COUNT.
           MOVE SPACES TO AU-KEY-INPUT.
           MOVE WS-TB-READ-COUNT TO WS-COUNT-DISP.
           STRING "FISCAL " WS-PERIOD-DISP " TB ROWS=" WS-COUNT-DISP
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE SPACES TO AU-KEY-OUTPUT.
           MOVE WS-UNRECON-COUNT TO WS-COUNT-DISP.
           MOVE WS-TB-REJECT-COUNT TO WS-COUNT-DISP-2.
           STRING "UNRECONCILED=" WS-COUNT-DISP
                  " REJECTED=" WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO AU-KEY-OUTPUT.
           IF WS-UNRECON-COUNT > ZERO
              OR WS-TB-REJECT-COUNT > ZERO
               MOVE 90 TO AU-RETURN-CODE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO AU-RETURN-CODE
           END-IF.
           PERFORM L900-WRITE-AUDIT.
       E000-EXIT.
           EXIT.

       E100-REPORT-ONE-KEY.
           MOVE WS-KEY-ACCOUNT (WS-KEY-IDX) TO WS-PREV-ACCOUNT.
           COMPUTE WS-LINE-DIFFERENCE = WS-KEY-GL-AMOUNT (WS-KEY-IDX)
               - WS-KEY-BOOK-AMOUNT (WS-KEY-IDX).
           EVALUATE TRUE
               WHEN NOT WS-KEY-ON-BOOKS (WS-KEY-IDX)
                   MOVE "GL ONLY" TO WS-LINE-STATUS
                   ADD 1 TO WS-GL-ONLY-COUNT
               WHEN NOT WS-KEY-ON-GL (WS-KEY-IDX)
                   MOVE "BOOKS ONLY" TO WS-LINE-STATUS
                   ADD 1 TO WS-BOOK-ONLY-COUNT
               WHEN OTHER
                   MOVE ZERO TO WS-LINE-TOLERANCE
                   IF WS-KEY-ALLOC (WS-KEY-IDX)
                       COMPUTE WS-LINE-TOLERANCE =
                           WS-KEY-SHARE-COUNT (WS-KEY-IDX) * 0.01
                   END-IF
                   IF WS-LINE-DIFFERENCE = ZERO
                      OR (WS-LINE-DIFFERENCE < WS-LINE-TOLERANCE
                      AND WS-LINE-DIFFERENCE > 0 - WS-LINE-TOLERANCE)
                       MOVE "AGREES" TO WS-LINE-STATUS
                       ADD 1 TO WS-AGREE-COUNT
                   ELSE
                       MOVE "DIFFERS" TO WS-LINE-STATUS
                       ADD 1 TO WS-DIFFER-COUNT
                   END-IF
           END-EVALUATE.
           MOVE WS-KEY-GL-AMOUNT (WS-KEY-IDX) TO WS-GL-DISP.
           MOVE WS-KEY-BOOK-AMOUNT (WS-KEY-IDX) TO WS-BOOK-DISP.
           MOVE WS-LINE-DIFFERENCE TO WS-DIFF-DISP.
           MOVE SPACES TO REPORT-REC.
           STRING WS-KEY-ACCOUNT (WS-KEY-IDX) " "
                  WS-KEY-COST-CTR (WS-KEY-IDX) " "
                  WS-GL-DISP " " WS-BOOK-DISP " " WS-DIFF-DISP "  "
                  WS-LINE-STATUS
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-LINE-STATUS NOT = "AGREES"
               MOVE SPACES TO AU-KEY-INPUT
               STRING "GL " WS-KEY-ACCOUNT (WS-KEY-IDX) " CENTER "
                      WS-KEY-COST-CTR (WS-KEY-IDX) " " WS-GL-DISP
                   DELIMITED BY SIZE INTO AU-KEY-INPUT
               MOVE SPACES TO AU-KEY-OUTPUT
               STRING WS-LINE-STATUS " BOOKS " WS-BOOK-DISP
                   DELIMITED BY SIZE INTO AU-KEY-OUTPUT
               MOVE 90 TO AU-RETURN-CODE
               PERFORM L900-WRITE-AUDIT
           END-IF.
           ADD WS-KEY-GL-AMOUNT (WS-KEY-IDX) TO WS-ACCT-GL-TOTAL.
           ADD WS-KEY-BOOK-AMOUNT (WS-KEY-IDX) TO WS-ACCT-BOOK-TOTAL.
       E100-EXIT.
           EXIT.

       E200-ACCOUNT-BREAK.
           MOVE WS-ACCT-GL-TOTAL TO WS-GL-DISP.
           MOVE WS-ACCT-BOOK-TOTAL TO WS-BOOK-DISP.
           COMPUTE WS-LINE-DIFFERENCE =
               WS-ACCT-GL-TOTAL - WS-ACCT-BOOK-TOTAL.
           MOVE WS-LINE-DIFFERENCE TO WS-DIFF-DISP.
           MOVE SPACES TO REPORT-REC.
           STRING WS-PREV-ACCOUNT " TOTAL  "
                  WS-GL-DISP " " WS-BOOK-DISP " " WS-DIFF-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           ADD WS-ACCT-GL-TOTAL TO WS-GRAND-GL-TOTAL.
           ADD WS-ACCT-BOOK-TOTAL TO WS-GRAND-BOOK-TOTAL.
           MOVE ZERO TO WS-ACCT-GL-TOTAL.
           MOVE ZERO TO WS-ACCT-BOOK-TOTAL.
       E200-EXIT.
           EXIT.

      *    Finds the row for WS-FIND-KEY, or opens one at its place
      *    in key order; WS-KEY-IDX points at it either way.
       F000-FIND-OR-ADD-KEY.
           MOVE ZERO TO WS-PLACE-IDX.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
                      OR WS-PLACE-IDX > ZERO
               IF WS-KEY-ID (WS-KEY-IDX) NOT < WS-FIND-KEY
                   MOVE WS-KEY-IDX TO WS-PLACE-IDX
               END-IF
           END-PERFORM.
           IF WS-PLACE-IDX = ZERO
               COMPUTE WS-PLACE-IDX = WS-KEY-COUNT + 1
           END-IF.
           IF WS-PLACE-IDX > WS-KEY-COUNT
              OR WS-KEY-ID (WS-PLACE-IDX) NOT = WS-FIND-KEY
               IF WS-KEY-COUNT >= 2000
                   SET WS-KEY-OVERFLOW TO TRUE
               ELSE
                   PERFORM VARYING WS-SHIFT-IDX FROM WS-KEY-COUNT BY -1
                           UNTIL WS-SHIFT-IDX < WS-PLACE-IDX
                       MOVE WS-KEY-ENTRY (WS-SHIFT-IDX)
                           TO WS-KEY-ENTRY (WS-SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-FIND-KEY TO WS-KEY-ID (WS-PLACE-IDX)
                   MOVE "N" TO WS-KEY-ALLOC-SW (WS-PLACE-IDX)
                   MOVE "N" TO WS-KEY-GL-SW (WS-PLACE-IDX)
                   MOVE "N" TO WS-KEY-BOOK-SW (WS-PLACE-IDX)
                   MOVE ZERO TO WS-KEY-GL-AMOUNT (WS-PLACE-IDX)
                   MOVE ZERO TO WS-KEY-BOOK-AMOUNT (WS-PLACE-IDX)
                   MOVE ZERO TO WS-KEY-SHARE-COUNT (WS-PLACE-IDX)
               END-IF
           END-IF.
           MOVE WS-PLACE-IDX TO WS-KEY-IDX.
       F000-EXIT.
           EXIT.

      *    Appends one AUDITLOG record; callers set AU-KEY-INPUT,
      *    AU-KEY-OUTPUT and AU-RETURN-CODE just before performing
      *    this, the same convention as COBADD and ALLOC.
       L900-WRITE-AUDIT.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE "GLRECON"    TO AU-PROGRAM-ID.
           MOVE P1-RUN-ID    TO AU-RUN-ID.
           MOVE P1-ENVIRONMENT TO AU-ENVIRONMENT.
           MOVE P1-CYCLE-NO  TO AU-CYCLE-NO.
           WRITE AU-AUDIT-REC.
       L900-EXIT.
           EXIT.
