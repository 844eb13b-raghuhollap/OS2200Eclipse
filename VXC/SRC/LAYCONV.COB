       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LAYCONV.
      ******************************************************************
      *                                                                *
      *  Extract layout conversion utility.                            *
      *                                                                *
      *  When an upstream system moves to a new layout version,        *
      *  LAYREG rightly refuses the old one - but stragglers keep      *
      *  sending it for weeks.  This step rebuilds such a COBADDIN     *
      *  or MAININ under the new version from the field-by-field       *
      *  definitions ALLOCLAY already holds for both, instead of an    *
      *  afternoon of hand edits:                                      *
      *    - each field of the target version is filled from the       *
      *      source field of the same name, whatever its position,     *
      *      converting between DISPLAY, COMP, COMP-3 and DISP-2       *
      *      (ALLOC's D/C/P/J usages) and realigning decimals          *
      *    - a target field the source version does not have is        *
      *      defaulted: zero, or spaces for DISP-2                     *
      *    - a source field the target version does not have is        *
      *      listed as not mapped                                      *
      *  The versioned fields describe the DTL record after its        *
      *  three-byte record type, as laid out in ALLOCLAY order.  The   *
      *  HDR record keeps its date and takes the target version;       *
      *  COBADDIN's SET and BAS records carry no versioned fields      *
      *  and are copied as they are; the TRL record is recounted       *
      *  (and for COBADDIN rehashed) over what was written, the way    *
      *  COBADD and MAIN check it.                                     *
      *                                                                *
      *  The input must be whole before anything is converted: a       *
      *  header of the source version first, nothing after the         *
      *  trailer, and a trailer count that agrees with the records.    *
      *  Otherwise, or when either version is not on ALLOCLAY or the   *
      *  target is retired, the step stops with condition code 8 and   *
      *  writes no CONVOUT.  A detail whose field cannot be converted  *
      *  (not numeric, too large for the target, a negative into an    *
      *  unsigned field, decimals or text that would be cut) is        *
      *  listed and left out, and the step ends with condition code    *
      *  8 - CONVOUT is then short and not fit to submit as it is.     *
      *                                                                *
      *  Arguments: file id (COBADDIN or MAININ), source version,      *
      *  target version [environment].                                 *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE ASSIGN TO "ALLOCLAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.
           SELECT INPUT-FILE ASSIGN TO "CONVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "CONVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LAYCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    ALLOCLAY exactly as ALLOC reads it.
       FD  LAYOUT-FILE.
       01  LAYOUT-REC.
           03  LAY-FIELD-NAME            PIC X(15).
           03  LAY-PIC-DIGITS            PIC 9(02).
           03  LAY-PIC-DECIMALS          PIC 9(02).
           03  LAY-USAGE                 PIC X(01).
      *        D = DISPLAY, C = COMP, P = COMP-3, J = DISP-2
           03  LAY-SIGNED                PIC X(01).
      *        Y = signed field, N = unsigned field
           03  LAY-FILE-ID               PIC X(08).
           03  LAY-VERSION               PIC X(04).
           03  LAY-VERSION-STATUS        PIC X(01).
      *        A = active, R = retired
       FD  INPUT-FILE.
       01  INPUT-REC                    PIC X(200).
       FD  OUTPUT-FILE.
       01  OUTPUT-REC                   PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-LAYOUT-STATUS            PIC X(02).
           88  WS-LAYOUT-OK            VALUE "00".
       01  WS-INPUT-STATUS             PIC X(02).
           88  WS-INPUT-OK             VALUE "00".
       01  WS-OUTPUT-STATUS            PIC X(02).
           88  WS-OUTPUT-OK            VALUE "00".
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK            VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-FILE-PARM                PIC X(08) VALUE SPACE.
           88  WS-FILE-COBADDIN        VALUE "COBADDIN".
           88  WS-FILE-MAININ          VALUE "MAININ".
       01  WS-FROM-VERSION             PIC X(04) VALUE SPACE.
       01  WS-TO-VERSION               PIC X(04) VALUE SPACE.
       01  WS-ENV-PARM                 PIC X(01) VALUE SPACE.
       01  WS-TEST-WATERMARK           PIC X(50) VALUE
           "********  TEST RUN - NOT PRODUCTION  ********".
       01  WS-EOF-SW                   PIC X(01).
           88  WS-FILE-EOF             VALUE "Y".
      *    Any reason the conversion cannot be done - set once,
      *    reported once, and no CONVOUT is written.
       01  WS-STOP-REASON              PIC X(60) VALUE SPACES.
      *    The two versions' field lists, in ALLOCLAY order, with
      *    each field's byte offset and width in the record.  A
      *    target field carries the source field it is filled from
      *    (zero = new field, defaulted).
       01  WS-SRC-COUNT                PIC 9(02) COMP VALUE ZERO.
       01  WS-SRC-IDX                  PIC 9(02) COMP.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY            OCCURS 50 TIMES.
               10  WS-SRC-NAME         PIC X(15).
               10  WS-SRC-DIGITS       PIC 9(02).
               10  WS-SRC-DECIMALS     PIC 9(02).
               10  WS-SRC-USAGE        PIC X(01).
               10  WS-SRC-SIGNED       PIC X(01).
               10  WS-SRC-OFFSET       PIC 9(03) COMP.
               10  WS-SRC-WIDTH        PIC 9(03) COMP.
               10  WS-SRC-USED-SW      PIC X(01).
                   88  WS-SRC-USED     VALUE "Y".
       01  WS-TGT-COUNT                PIC 9(02) COMP VALUE ZERO.
       01  WS-TGT-IDX                  PIC 9(02) COMP.
       01  WS-TGT-TABLE.
           05  WS-TGT-ENTRY            OCCURS 50 TIMES.
               10  WS-TGT-NAME         PIC X(15).
               10  WS-TGT-DIGITS       PIC 9(02).
               10  WS-TGT-DECIMALS     PIC 9(02).
               10  WS-TGT-USAGE        PIC X(01).
               10  WS-TGT-SIGNED       PIC X(01).
               10  WS-TGT-OFFSET       PIC 9(03) COMP.
               10  WS-TGT-WIDTH        PIC 9(03) COMP.
               10  WS-TGT-SRC-IDX      PIC 9(02) COMP.
       01  WS-TGT-STATUS               PIC X(01) VALUE SPACE.
           88  WS-TGT-RETIRED          VALUE "R".
       01  WS-SRC-RECLEN               PIC 9(03) COMP VALUE 3.
       01  WS-TGT-RECLEN               PIC 9(03) COMP VALUE 3.
       01  WS-WORK-WIDTH               PIC 9(03) COMP.
       01  WS-WORK-USAGE               PIC X(01).
       01  WS-WORK-DIGITS              PIC 9(02).

       01  WS-POWER-OF-TEN-TBL.
           05  FILLER   PIC 9(18) VALUE 1.
           05  FILLER   PIC 9(18) VALUE 10.
           05  FILLER   PIC 9(18) VALUE 100.
           05  FILLER   PIC 9(18) VALUE 1000.
           05  FILLER   PIC 9(18) VALUE 10000.
           05  FILLER   PIC 9(18) VALUE 100000.
           05  FILLER   PIC 9(18) VALUE 1000000.
           05  FILLER   PIC 9(18) VALUE 10000000.
           05  FILLER   PIC 9(18) VALUE 100000000.
           05  FILLER   PIC 9(18) VALUE 1000000000.
           05  FILLER   PIC 9(18) VALUE 10000000000.
           05  FILLER   PIC 9(18) VALUE 100000000000.
           05  FILLER   PIC 9(18) VALUE 1000000000000.
           05  FILLER   PIC 9(18) VALUE 10000000000000.
           05  FILLER   PIC 9(18) VALUE 100000000000000.
           05  FILLER   PIC 9(18) VALUE 1000000000000000.
           05  FILLER   PIC 9(18) VALUE 10000000000000000.
           05  FILLER   PIC 9(18) VALUE 100000000000000000.
       01  WS-POWER-OF-TEN REDEFINES WS-POWER-OF-TEN-TBL.
           05  WS-POWER-VALUE          PIC 9(18) OCCURS 18 TIMES.

      *    One field's value on its way through: a scaled integer
      *    for the numeric usages, the raw text for DISP-2.
       01  WS-VALUE                    PIC S9(18).
       01  WS-ABS-VALUE                PIC 9(18).
       01  WS-QUOTIENT                 PIC S9(18).
       01  WS-REMAINDER                PIC S9(18).
       01  WS-SCALE                    PIC 9(02).
       01  WS-PIECE                    PIC X(99).
       01  WS-TEXT-SW                  PIC X(01).
           88  WS-VALUE-IS-TEXT        VALUE "Y".
       01  WS-FIELD-ERROR              PIC X(40).
      *    Typed views a field's bytes are lined up in, right-
      *    aligned, to be read or written under each usage.
       01  WS-DISP-S18                 PIC S9(18).
       01  WS-DISP-U18 REDEFINES WS-DISP-S18
                                       PIC 9(18).
       01  WS-DISP-X REDEFINES WS-DISP-S18
                                       PIC X(18).
       01  WS-PACK-S18                 PIC S9(18) COMP-3.
       01  WS-PACK-U18 REDEFINES WS-PACK-S18
                                       PIC 9(18) COMP-3.
       01  WS-PACK-X REDEFINES WS-PACK-S18
                                       PIC X(10).
       01  WS-BIN-S4                   PIC S9(04) COMP.
       01  WS-BIN-U4 REDEFINES WS-BIN-S4
                                       PIC 9(04) COMP.
       01  WS-BIN-X2 REDEFINES WS-BIN-S4
                                       PIC X(02).
       01  WS-BIN-S9                   PIC S9(09) COMP.
       01  WS-BIN-U9 REDEFINES WS-BIN-S9
                                       PIC 9(09) COMP.
       01  WS-BIN-X4 REDEFINES WS-BIN-S9
                                       PIC X(04).
       01  WS-BIN-S18                  PIC S9(18) COMP.
       01  WS-BIN-U18 REDEFINES WS-BIN-S18
                                       PIC 9(18) COMP.
       01  WS-BIN-X8 REDEFINES WS-BIN-S18
                                       PIC X(08).
       01  WS-START                    PIC 9(03) COMP.

       01  WS-OUT-REC                  PIC X(200).
       01  WS-REC-ERROR-SW             PIC X(01).
           88  WS-REC-ERROR            VALUE "Y".
      *    Counts, and the trailer rebuilt over what was written.
       01  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-BODY-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-IN-TRL-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-HDR-SEEN-SW              PIC X(01) VALUE "N".
           88  WS-HDR-SEEN             VALUE "Y".
       01  WS-TRL-SEEN-SW              PIC X(01) VALUE "N".
           88  WS-TRL-SEEN             VALUE "Y".
       01  WS-CONVERTED-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-COPIED-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-DEFAULTED-COUNT          PIC 9(02) VALUE ZERO.
       01  WS-UNMAPPED-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-OUT-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-OUT-HASH                 PIC 9(12) VALUE ZERO.
       01  WS-HASH-PIECE               PIC X(10).
       01  WS-HASH-PIECE-N REDEFINES WS-HASH-PIECE
                                       PIC 9(10).
       01  WS-COUNT-DISP               PIC ZZZZZZ9.
       01  WS-COUNT-DISP-2             PIC ZZZZZZ9.
       01  WS-HASH-DISP                PIC Z(11)9.
       01  WS-POS-DISP                 PIC ZZ9.
       01  WS-POS-DISP-2               PIC ZZ9.
       COPY P1RUN.

       PROCEDURE DIVISION.
       A000-CONTROL.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-FILE-PARM WS-FROM-VERSION WS-TO-VERSION
                    WS-ENV-PARM.
           PERFORM P0005-INIT-RUN-CONTROL.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
           STRING "LAYCONV - LAYOUT CONVERSION - " WS-FILE-PARM
                  " VERSION " WS-FROM-VERSION " TO " WS-TO-VERSION
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF NOT P1-ENV-PRODUCTION
               MOVE WS-TEST-WATERMARK TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           IF NOT WS-FILE-COBADDIN AND NOT WS-FILE-MAININ
               MOVE "FILE ID MUST BE COBADDIN OR MAININ"
                   TO WS-STOP-REASON
           END-IF.
           IF WS-STOP-REASON = SPACES
              AND (WS-FROM-VERSION = SPACES
                   OR WS-TO-VERSION = SPACES
                   OR WS-FROM-VERSION = WS-TO-VERSION)
               MOVE "TWO DIFFERENT LAYOUT VERSIONS ARE NEEDED"
                   TO WS-STOP-REASON
           END-IF.
           IF WS-STOP-REASON = SPACES
               PERFORM B000-LOAD-LAYOUTS
           END-IF.
           IF WS-STOP-REASON = SPACES
               PERFORM B500-MAP-FIELDS
               PERFORM C000-VERIFY-INPUT
           END-IF.
           IF WS-STOP-REASON = SPACES
               PERFORM D000-CONVERT-FILE
               PERFORM E000-WRITE-TOTALS
           END-IF.

           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO AU-KEY-INPUT.
           STRING WS-FILE-PARM " " WS-FROM-VERSION " TO "
                  WS-TO-VERSION
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           IF WS-STOP-REASON NOT = SPACES
               MOVE WS-STOP-REASON TO REPORT-REC
               WRITE REPORT-REC
               MOVE "NO CONVOUT WRITTEN - RUN STOPPED" TO REPORT-REC
               WRITE REPORT-REC
               MOVE WS-STOP-REASON TO AU-KEY-OUTPUT
               MOVE 90 TO AU-RETURN-CODE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO AU-KEY-OUTPUT
               MOVE WS-CONVERTED-COUNT TO WS-COUNT-DISP
               MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP-2
               STRING "CONVERTED=" WS-COUNT-DISP
                      " REJECTED=" WS-COUNT-DISP-2
                   DELIMITED BY SIZE INTO AU-KEY-OUTPUT
               IF WS-REJECTED-COUNT > ZERO
                   MOVE 90 TO AU-RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO AU-RETURN-CODE
               END-IF
           END-IF.
           PERFORM L900-WRITE-AUDIT.
           CLOSE AUDIT-FILE.

           CLOSE REPORT-FILE.
           STOP RUN.
       A000-EXIT.
           EXIT.

       P0005-INIT-RUN-CONTROL.
           ACCEPT P1-SYSTEM-DATE   FROM DATE YYYYMMDD.
           MOVE P1-SYSTEM-DATE     TO P1-RUN-DATE.
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

      *    Both versions' field rows, in file order, with their
      *    positions worked out as ALLOC's byte widths give them.
      *    The target's status is its last row's, as ALLOC registers
      *    it; the source may well be retired - that is the point.
       B000-LOAD-LAYOUTS.
           OPEN INPUT LAYOUT-FILE.
           IF NOT WS-LAYOUT-OK
               MOVE "NO ALLOCLAY LAYOUT FILE" TO WS-STOP-REASON
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-FILE-EOF OR WS-STOP-REASON NOT = SPACES
                   READ LAYOUT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF LAY-FILE-ID = WS-FILE-PARM
                               PERFORM B100-STORE-FIELD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-FILE
           END-IF.
           IF WS-STOP-REASON = SPACES AND WS-SRC-COUNT = ZERO
               STRING "VERSION " WS-FROM-VERSION " OF " WS-FILE-PARM
                      " IS NOT ON ALLOCLAY"
                   DELIMITED BY SIZE INTO WS-STOP-REASON
           END-IF.
           IF WS-STOP-REASON = SPACES AND WS-TGT-COUNT = ZERO
               STRING "VERSION " WS-TO-VERSION " OF " WS-FILE-PARM
                      " IS NOT ON ALLOCLAY"
                   DELIMITED BY SIZE INTO WS-STOP-REASON
           END-IF.
           IF WS-STOP-REASON = SPACES AND WS-TGT-RETIRED
               STRING "TARGET VERSION " WS-TO-VERSION
                      " IS RETIRED ON ALLOCLAY"
                   DELIMITED BY SIZE INTO WS-STOP-REASON
           END-IF.
           IF WS-STOP-REASON = SPACES
              AND (WS-SRC-RECLEN > 200 OR WS-TGT-RECLEN > 200)
               MOVE "LAYOUT LONGER THAN 200 BYTES" TO WS-STOP-REASON
           END-IF.
       B000-EXIT.
           EXIT.

       B100-STORE-FIELD.
           IF LAY-PIC-DIGITS IS NOT NUMERIC
              OR LAY-PIC-DECIMALS IS NOT NUMERIC
              OR LAY-PIC-DIGITS = ZERO
              OR (LAY-USAGE NOT = "J" AND LAY-PIC-DIGITS > 18)
              OR LAY-PIC-DECIMALS > LAY-PIC-DIGITS
              OR (LAY-USAGE NOT = "D" AND LAY-USAGE NOT = "C"
                  AND LAY-USAGE NOT = "P" AND LAY-USAGE NOT = "J")
               IF LAY-VERSION = WS-FROM-VERSION
                  OR LAY-VERSION = WS-TO-VERSION
                   STRING "ALLOCLAY FIELD " LAY-FIELD-NAME
                          " HAS A BAD PICTURE OR USAGE"
                       DELIMITED BY SIZE INTO WS-STOP-REASON
               END-IF
           ELSE
               MOVE LAY-USAGE TO WS-WORK-USAGE
               MOVE LAY-PIC-DIGITS TO WS-WORK-DIGITS
               PERFORM B200-FIELD-WIDTH
               IF LAY-VERSION = WS-FROM-VERSION
                   IF WS-SRC-COUNT >= 50
                       MOVE "SOURCE VERSION HAS OVER 50 FIELDS"
                           TO WS-STOP-REASON
                   ELSE
                       ADD 1 TO WS-SRC-COUNT
                       MOVE WS-SRC-COUNT TO WS-SRC-IDX
                       MOVE LAY-FIELD-NAME
                           TO WS-SRC-NAME (WS-SRC-IDX)
                       MOVE LAY-PIC-DIGITS
                           TO WS-SRC-DIGITS (WS-SRC-IDX)
                       MOVE LAY-PIC-DECIMALS
                           TO WS-SRC-DECIMALS (WS-SRC-IDX)
                       MOVE LAY-USAGE TO WS-SRC-USAGE (WS-SRC-IDX)
                       MOVE LAY-SIGNED TO WS-SRC-SIGNED (WS-SRC-IDX)
                       COMPUTE WS-SRC-OFFSET (WS-SRC-IDX) =
                           WS-SRC-RECLEN + 1
                       MOVE WS-WORK-WIDTH TO WS-SRC-WIDTH (WS-SRC-IDX)
                       MOVE "N" TO WS-SRC-USED-SW (WS-SRC-IDX)
                       ADD WS-WORK-WIDTH TO WS-SRC-RECLEN
                   END-IF
               END-IF
               IF LAY-VERSION = WS-TO-VERSION
                   MOVE LAY-VERSION-STATUS TO WS-TGT-STATUS
                   IF WS-TGT-COUNT >= 50
                       MOVE "TARGET VERSION HAS OVER 50 FIELDS"
                           TO WS-STOP-REASON
                   ELSE
                       ADD 1 TO WS-TGT-COUNT
                       MOVE WS-TGT-COUNT TO WS-TGT-IDX
                       MOVE LAY-FIELD-NAME
                           TO WS-TGT-NAME (WS-TGT-IDX)
                       MOVE LAY-PIC-DIGITS
                           TO WS-TGT-DIGITS (WS-TGT-IDX)
                       MOVE LAY-PIC-DECIMALS
                           TO WS-TGT-DECIMALS (WS-TGT-IDX)
                       MOVE LAY-USAGE TO WS-TGT-USAGE (WS-TGT-IDX)
                       MOVE LAY-SIGNED TO WS-TGT-SIGNED (WS-TGT-IDX)
                       COMPUTE WS-TGT-OFFSET (WS-TGT-IDX) =
                           WS-TGT-RECLEN + 1
                       MOVE WS-WORK-WIDTH TO WS-TGT-WIDTH (WS-TGT-IDX)
                       MOVE ZERO TO WS-TGT-SRC-IDX (WS-TGT-IDX)
                       ADD WS-WORK-WIDTH TO WS-TGT-RECLEN
                   END-IF
               END-IF
           END-IF.
       B100-EXIT.
           EXIT.

      *    Bytes a field occupies, the same sizes ALLOC's COMP/DISP-2
      *    suite proves: DISPLAY and DISP-2 a byte a digit, COMP a
      *    halfword, word or doubleword, COMP-3 two digits a byte
      *    plus the sign.
       B200-FIELD-WIDTH.
           EVALUATE WS-WORK-USAGE
               WHEN "C"
                   EVALUATE TRUE
                       WHEN WS-WORK-DIGITS < 5
                           MOVE 2 TO WS-WORK-WIDTH
                       WHEN WS-WORK-DIGITS < 10
                           MOVE 4 TO WS-WORK-WIDTH
                       WHEN OTHER
                           MOVE 8 TO WS-WORK-WIDTH
                   END-EVALUATE
               WHEN "P"
                   COMPUTE WS-WORK-WIDTH = (WS-WORK-DIGITS / 2) + 1
               WHEN OTHER
                   MOVE WS-WORK-DIGITS TO WS-WORK-WIDTH
           END-EVALUATE.
       B200-EXIT.
           EXIT.

      *    Ties each target field to the source field of the same
      *    name and prints the map: where each field comes from,
      *    which are new and defaulted, which old ones are dropped.
       B500-MAP-FIELDS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "FIELD             FROM POS USAGE  TO POS USAGE"
               TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                   UNTIL WS-TGT-IDX > WS-TGT-COUNT
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > WS-SRC-COUNT
                          OR WS-TGT-SRC-IDX (WS-TGT-IDX) > ZERO
                   IF WS-SRC-NAME (WS-SRC-IDX) =
                           WS-TGT-NAME (WS-TGT-IDX)
                      AND NOT WS-SRC-USED (WS-SRC-IDX)
                       MOVE WS-SRC-IDX TO WS-TGT-SRC-IDX (WS-TGT-IDX)
                       SET WS-SRC-USED (WS-SRC-IDX) TO TRUE
                   END-IF
               END-PERFORM
               PERFORM B600-REPORT-TARGET-FIELD
           END-PERFORM.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               IF NOT WS-SRC-USED (WS-SRC-IDX)
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE WS-SRC-OFFSET (WS-SRC-IDX) TO WS-POS-DISP
                   MOVE SPACES TO REPORT-REC
                   STRING WS-SRC-NAME (WS-SRC-IDX) "   "
                          WS-POS-DISP "     "
                          WS-SRC-USAGE (WS-SRC-IDX)
                          "      ** NOT IN TARGET - NOT MAPPED"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
       B500-EXIT.
           EXIT.

       B600-REPORT-TARGET-FIELD.
           MOVE WS-TGT-OFFSET (WS-TGT-IDX) TO WS-POS-DISP-2.
           MOVE SPACES TO REPORT-REC.
           IF WS-TGT-SRC-IDX (WS-TGT-IDX) = ZERO
               ADD 1 TO WS-DEFAULTED-COUNT
               IF WS-TGT-USAGE (WS-TGT-IDX) = "J"
                   STRING WS-TGT-NAME (WS-TGT-IDX) "   NEW      "
                          "     " WS-POS-DISP-2 "    "
                          WS-TGT-USAGE (WS-TGT-IDX)
                          "  DEFAULTED TO SPACES"
                       DELIMITED BY SIZE INTO REPORT-REC
               ELSE
                   STRING WS-TGT-NAME (WS-TGT-IDX) "   NEW      "
                          "     " WS-POS-DISP-2 "    "
                          WS-TGT-USAGE (WS-TGT-IDX)
                          "  DEFAULTED TO ZERO"
                       DELIMITED BY SIZE INTO REPORT-REC
               END-IF
           ELSE
               MOVE WS-TGT-SRC-IDX (WS-TGT-IDX) TO WS-SRC-IDX
               MOVE WS-SRC-OFFSET (WS-SRC-IDX) TO WS-POS-DISP
               STRING WS-TGT-NAME (WS-TGT-IDX) "   "
                      WS-POS-DISP "     "
                      WS-SRC-USAGE (WS-SRC-IDX) "      "
                      WS-POS-DISP-2 "    "
                      WS-TGT-USAGE (WS-TGT-IDX)
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
       B600-EXIT.
           EXIT.

      *    The input must be whole before a byte of it is rebuilt -
      *    a new trailer over a short transmission would hide it.
       C000-VERIFY-INPUT.
           OPEN INPUT INPUT-FILE.
           IF NOT WS-INPUT-OK
               MOVE "NO CONVIN INPUT FILE" TO WS-STOP-REASON
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-FILE-EOF OR WS-STOP-REASON NOT = SPACES
                   READ INPUT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM C100-CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE INPUT-FILE
           END-IF.
           IF WS-STOP-REASON = SPACES
               IF NOT WS-TRL-SEEN
                   MOVE "NO TRAILER RECORD ON CONVIN - FILE TRUNCATED?"
                       TO WS-STOP-REASON
               ELSE
                   IF WS-IN-TRL-COUNT NOT = WS-BODY-COUNT
                       MOVE WS-BODY-COUNT TO WS-COUNT-DISP
                       STRING "CONVIN TRAILER MISMATCH - RECORDS READ "
                              WS-COUNT-DISP
                           DELIMITED BY SIZE INTO WS-STOP-REASON
                   END-IF
               END-IF
           END-IF.
       C000-EXIT.
           EXIT.

       C100-CHECK-RECORD.
           EVALUATE TRUE
               WHEN WS-READ-COUNT = 1 AND INPUT-REC (1:3) NOT = "HDR"
                   MOVE "CONVIN DOES NOT START WITH A HEADER RECORD"
                       TO WS-STOP-REASON
               WHEN WS-TRL-SEEN
                   MOVE "CONVIN HAS RECORDS AFTER ITS TRAILER"
                       TO WS-STOP-REASON
               WHEN INPUT-REC (1:3) = "HDR"
                   IF WS-HDR-SEEN
                       MOVE "CONVIN HAS A SECOND HEADER RECORD"
                           TO WS-STOP-REASON
                   ELSE
                       SET WS-HDR-SEEN TO TRUE
                       IF INPUT-REC (12:4) NOT = WS-FROM-VERSION
                           STRING "CONVIN HEADER CARRIES VERSION "
                                  INPUT-REC (12:4) " NOT "
                                  WS-FROM-VERSION
                               DELIMITED BY SIZE INTO WS-STOP-REASON
                       END-IF
                   END-IF
               WHEN INPUT-REC (1:3) = "TRL"
                   SET WS-TRL-SEEN TO TRUE
                   IF INPUT-REC (4:6) IS NOT NUMERIC
                       MOVE "CONVIN TRAILER COUNT NOT NUMERIC"
                           TO WS-STOP-REASON
                   ELSE
                       MOVE INPUT-REC (4:6) TO WS-IN-TRL-COUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BODY-COUNT
           END-EVALUATE.
       C100-EXIT.
           EXIT.

      *    Second pass: the header under the new version, each
      *    record converted or copied, and a recounted trailer.
       D000-CONVERT-FILE.
           OPEN INPUT INPUT-FILE.
           OPEN OUTPUT OUTPUT-FILE.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-FILE-EOF
               READ INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM D100-CONVERT-RECORD
               END-READ
           END-PERFORM.
           CLOSE INPUT-FILE.
           CLOSE OUTPUT-FILE.
       D000-EXIT.
           EXIT.

       D100-CONVERT-RECORD.
           EVALUATE INPUT-REC (1:3)
               WHEN "HDR"
                   MOVE INPUT-REC TO OUTPUT-REC
                   MOVE WS-TO-VERSION TO OUTPUT-REC (12:4)
                   WRITE OUTPUT-REC
               WHEN "TRL"
                   PERFORM D900-WRITE-TRAILER
               WHEN "DTL"
                   PERFORM D200-CONVERT-DETAIL
                   IF NOT WS-REC-ERROR
                       ADD 1 TO WS-CONVERTED-COUNT
                       MOVE WS-OUT-REC TO OUTPUT-REC
                       PERFORM D800-COUNT-AND-WRITE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-COPIED-COUNT
                   MOVE INPUT-REC TO OUTPUT-REC
                   PERFORM D800-COUNT-AND-WRITE
           END-EVALUATE.
       D100-EXIT.
           EXIT.

       D200-CONVERT-DETAIL.
           MOVE "N" TO WS-REC-ERROR-SW.
           MOVE SPACES TO WS-OUT-REC.
           MOVE INPUT-REC (1:3) TO WS-OUT-REC (1:3).
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                   UNTIL WS-TGT-IDX > WS-TGT-COUNT
               MOVE SPACES TO WS-FIELD-ERROR
               MOVE "N" TO WS-TEXT-SW
               MOVE ZERO TO WS-VALUE
               MOVE SPACES TO WS-PIECE
               IF WS-TGT-SRC-IDX (WS-TGT-IDX) > ZERO
                   MOVE WS-TGT-SRC-IDX (WS-TGT-IDX) TO WS-SRC-IDX
                   PERFORM D300-GET-SOURCE-VALUE
                   IF WS-FIELD-ERROR = SPACES
                      AND NOT WS-VALUE-IS-TEXT
                       PERFORM D400-ALIGN-DECIMALS
                   END-IF
               END-IF
               IF WS-FIELD-ERROR = SPACES
                   PERFORM D500-PUT-TARGET-VALUE
               END-IF
               IF WS-FIELD-ERROR NOT = SPACES
                   PERFORM D700-REPORT-FIELD-ERROR
               END-IF
           END-PERFORM.
           IF WS-REC-ERROR
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
       D200-EXIT.
           EXIT.

      *    Reads the source field at WS-SRC-IDX by its usage into a
      *    scaled integer, or keeps its text when it is DISP-2 going
      *    to DISP-2.  A DISP-2 going to a numeric field must hold
      *    digits only.
       D300-GET-SOURCE-VALUE.
           MOVE INPUT-REC (WS-SRC-OFFSET (WS-SRC-IDX):
                           WS-SRC-WIDTH (WS-SRC-IDX))
               TO WS-PIECE.
           MOVE WS-SRC-WIDTH (WS-SRC-IDX) TO WS-WORK-WIDTH.
           EVALUATE WS-SRC-USAGE (WS-SRC-IDX)
               WHEN "J"
                   IF WS-TGT-USAGE (WS-TGT-IDX) = "J"
                       SET WS-VALUE-IS-TEXT TO TRUE
                   ELSE
                       IF WS-PIECE (1:WS-WORK-WIDTH) IS NOT NUMERIC
                           MOVE "TEXT FIELD NOT NUMERIC"
                               TO WS-FIELD-ERROR
                       ELSE
                           MOVE ALL "0" TO WS-DISP-X
                           COMPUTE WS-START = 18 - WS-WORK-WIDTH + 1
                           MOVE WS-PIECE (1:WS-WORK-WIDTH)
                               TO WS-DISP-X (WS-START:WS-WORK-WIDTH)
                           MOVE WS-DISP-U18 TO WS-VALUE
                       END-IF
                   END-IF
               WHEN "D"
                   MOVE ALL "0" TO WS-DISP-X
                   COMPUTE WS-START = 18 - WS-WORK-WIDTH + 1
                   MOVE WS-PIECE (1:WS-WORK-WIDTH)
                       TO WS-DISP-X (WS-START:WS-WORK-WIDTH)
                   IF WS-SRC-SIGNED (WS-SRC-IDX) = "Y"
                       IF WS-DISP-S18 IS NUMERIC
                           MOVE WS-DISP-S18 TO WS-VALUE
                       ELSE
                           MOVE "DISPLAY FIELD NOT NUMERIC"
                               TO WS-FIELD-ERROR
                       END-IF
                   ELSE
                       IF WS-DISP-U18 IS NUMERIC
                           MOVE WS-DISP-U18 TO WS-VALUE
                       ELSE
                           MOVE "DISPLAY FIELD NOT NUMERIC"
                               TO WS-FIELD-ERROR
                       END-IF
                   END-IF
               WHEN "P"
                   MOVE LOW-VALUES TO WS-PACK-X
                   COMPUTE WS-START = 10 - WS-WORK-WIDTH + 1
                   MOVE WS-PIECE (1:WS-WORK-WIDTH)
                       TO WS-PACK-X (WS-START:WS-WORK-WIDTH)
                   IF WS-PACK-S18 IS NUMERIC
                       MOVE WS-PACK-S18 TO WS-VALUE
                   ELSE
                       MOVE "COMP-3 FIELD NOT VALID PACKED"
                           TO WS-FIELD-ERROR
                   END-IF
               WHEN "C"
                   PERFORM D350-GET-BINARY-VALUE
           END-EVALUATE.
       D300-EXIT.
           EXIT.

       D350-GET-BINARY-VALUE.
           EVALUATE WS-WORK-WIDTH
               WHEN 2
                   MOVE WS-PIECE (1:2) TO WS-BIN-X2
                   IF WS-SRC-SIGNED (WS-SRC-IDX) = "Y"
                       MOVE WS-BIN-S4 TO WS-VALUE
                   ELSE
                       MOVE WS-BIN-U4 TO WS-VALUE
                   END-IF
               WHEN 4
                   MOVE WS-PIECE (1:4) TO WS-BIN-X4
                   IF WS-SRC-SIGNED (WS-SRC-IDX) = "Y"
                       MOVE WS-BIN-S9 TO WS-VALUE
                   ELSE
                       MOVE WS-BIN-U9 TO WS-VALUE
                   END-IF
               WHEN OTHER
                   MOVE WS-PIECE (1:8) TO WS-BIN-X8
                   IF WS-SRC-SIGNED (WS-SRC-IDX) = "Y"
                       MOVE WS-BIN-S18 TO WS-VALUE
                   ELSE
                       MOVE WS-BIN-U18 TO WS-VALUE
                   END-IF
           END-EVALUATE.
       D350-EXIT.
           EXIT.

      *    Moves the implied decimal point from the source's places
      *    to the target's.  Dropping places is allowed only when
      *    the dropped digits are zero - a cent is never lost.
       D400-ALIGN-DECIMALS.
           IF WS-TGT-DECIMALS (WS-TGT-IDX) >
                   WS-SRC-DECIMALS (WS-SRC-IDX)
               COMPUTE WS-SCALE = WS-TGT-DECIMALS (WS-TGT-IDX)
                   - WS-SRC-DECIMALS (WS-SRC-IDX)
               COMPUTE WS-VALUE =
                   WS-VALUE * WS-POWER-VALUE (WS-SCALE + 1)
                   ON SIZE ERROR
                       MOVE "VALUE TOO LARGE FOR TARGET"
                           TO WS-FIELD-ERROR
               END-COMPUTE
           END-IF.
           IF WS-TGT-DECIMALS (WS-TGT-IDX) <
                   WS-SRC-DECIMALS (WS-SRC-IDX)
               COMPUTE WS-SCALE = WS-SRC-DECIMALS (WS-SRC-IDX)
                   - WS-TGT-DECIMALS (WS-TGT-IDX)
               DIVIDE WS-VALUE BY WS-POWER-VALUE (WS-SCALE + 1)
                   GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
               IF WS-REMAINDER NOT = ZERO
                   MOVE "DECIMAL PLACES WOULD BE LOST"
                       TO WS-FIELD-ERROR
               ELSE
                   MOVE WS-QUOTIENT TO WS-VALUE
               END-IF
           END-IF.
       D400-EXIT.
           EXIT.

      *    Writes the value into the target field at its offset.  A
      *    new field (no source) goes out as zero or, for DISP-2,
      *    spaces.
       D500-PUT-TARGET-VALUE.
           MOVE WS-TGT-WIDTH (WS-TGT-IDX) TO WS-WORK-WIDTH.
           IF WS-VALUE-IS-TEXT
               PERFORM D550-PUT-TEXT-VALUE
           ELSE
               IF WS-TGT-USAGE (WS-TGT-IDX) = "J"
                  AND WS-TGT-SRC-IDX (WS-TGT-IDX) = ZERO
                   MOVE SPACES TO WS-OUT-REC
                       (WS-TGT-OFFSET (WS-TGT-IDX):WS-WORK-WIDTH)
               ELSE
                   PERFORM D600-CHECK-TARGET-FIT
                   IF WS-FIELD-ERROR = SPACES
                       PERFORM D650-PUT-NUMERIC-VALUE
                   END-IF
               END-IF
           END-IF.
       D500-EXIT.
           EXIT.

       D550-PUT-TEXT-VALUE.
           IF WS-SRC-WIDTH (WS-SRC-IDX) > WS-WORK-WIDTH
              AND WS-PIECE (WS-WORK-WIDTH + 1:
                   WS-SRC-WIDTH (WS-SRC-IDX) - WS-WORK-WIDTH)
                       NOT = SPACES
               MOVE "TEXT WOULD BE CUT SHORT" TO WS-FIELD-ERROR
           ELSE
               MOVE WS-PIECE (1:WS-WORK-WIDTH) TO WS-OUT-REC
                   (WS-TGT-OFFSET (WS-TGT-IDX):WS-WORK-WIDTH)
           END-IF.
       D550-EXIT.
           EXIT.

       D600-CHECK-TARGET-FIT.
           IF WS-VALUE < ZERO
               COMPUTE WS-ABS-VALUE = WS-VALUE * -1
               IF WS-TGT-SIGNED (WS-TGT-IDX) NOT = "Y"
                  OR WS-TGT-USAGE (WS-TGT-IDX) = "J"
                   MOVE "NEGATIVE INTO UNSIGNED FIELD"
                       TO WS-FIELD-ERROR
               END-IF
           ELSE
               MOVE WS-VALUE TO WS-ABS-VALUE
           END-IF.
           IF WS-FIELD-ERROR = SPACES
              AND WS-TGT-DIGITS (WS-TGT-IDX) < 18
               IF WS-ABS-VALUE >=
                       WS-POWER-VALUE (WS-TGT-DIGITS (WS-TGT-IDX) + 1)
                   MOVE "VALUE TOO LARGE FOR TARGET"
                       TO WS-FIELD-ERROR
               END-IF
           END-IF.
       D600-EXIT.
           EXIT.

       D650-PUT-NUMERIC-VALUE.
           EVALUATE WS-TGT-USAGE (WS-TGT-IDX)
               WHEN "D"
               WHEN "J"
                   IF WS-TGT-SIGNED (WS-TGT-IDX) = "Y"
                      AND WS-TGT-USAGE (WS-TGT-IDX) = "D"
                       MOVE WS-VALUE TO WS-DISP-S18
                   ELSE
                       MOVE WS-ABS-VALUE TO WS-DISP-U18
                   END-IF
                   COMPUTE WS-START = 18 - WS-WORK-WIDTH + 1
                   MOVE WS-DISP-X (WS-START:WS-WORK-WIDTH) TO WS-OUT-REC
                       (WS-TGT-OFFSET (WS-TGT-IDX):WS-WORK-WIDTH)
               WHEN "P"
                   IF WS-TGT-SIGNED (WS-TGT-IDX) = "Y"
                       MOVE WS-VALUE TO WS-PACK-S18
                   ELSE
                       MOVE WS-ABS-VALUE TO WS-PACK-U18
                   END-IF
                   COMPUTE WS-START = 10 - WS-WORK-WIDTH + 1
                   MOVE WS-PACK-X (WS-START:WS-WORK-WIDTH) TO WS-OUT-REC
                       (WS-TGT-OFFSET (WS-TGT-IDX):WS-WORK-WIDTH)
               WHEN "C"
                   PERFORM D660-PUT-BINARY-VALUE
           END-EVALUATE.
       D650-EXIT.
           EXIT.

       D660-PUT-BINARY-VALUE.
           EVALUATE WS-WORK-WIDTH
               WHEN 2
                   IF WS-TGT-SIGNED (WS-TGT-IDX) = "Y"
                       MOVE WS-VALUE TO WS-BIN-S4
                   ELSE
                       MOVE WS-ABS-VALUE TO WS-BIN-U4
                   END-IF
                   MOVE WS-BIN-X2 TO WS-OUT-REC
                       (WS-TGT-OFFSET (WS-TGT-IDX):2)
               WHEN 4
                   IF WS-TGT-SIGNED (WS-TGT-IDX) = "Y"
                       MOVE WS-VALUE TO WS-BIN-S9
                   ELSE
                       MOVE WS-ABS-VALUE TO WS-BIN-U9
                   END-IF
                   MOVE WS-BIN-X4 TO WS-OUT-REC
                       (WS-TGT-OFFSET (WS-TGT-IDX):4)
               WHEN OTHER
                   IF WS-TGT-SIGNED (WS-TGT-IDX) = "Y"
                       MOVE WS-VALUE TO WS-BIN-S18
                   ELSE
                       MOVE WS-ABS-VALUE TO WS-BIN-U18
                   END-IF
                   MOVE WS-BIN-X8 TO WS-OUT-REC
                       (WS-TGT-OFFSET (WS-TGT-IDX):8)
           END-EVALUATE.
       D660-EXIT.
           EXIT.

       D700-REPORT-FIELD-ERROR.
           SET WS-REC-ERROR TO TRUE.
           MOVE WS-READ-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO REPORT-REC.
           STRING "** RECORD " WS-COUNT-DISP " FIELD "
                  WS-TGT-NAME (WS-TGT-IDX) " - " WS-FIELD-ERROR
                  " - RECORD LEFT OUT"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
       D700-EXIT.
           EXIT.

      *    Counted and hashed the way the consuming step checks the
      *    trailer: COBADD counts DTL, SET and BAS and hashes the
      *    DTL dividend and the SET total; MAIN counts its details.
       D800-COUNT-AND-WRITE.
           ADD 1 TO WS-OUT-COUNT.
           IF WS-FILE-COBADDIN
               MOVE SPACES TO WS-HASH-PIECE
               IF OUTPUT-REC (1:3) = "DTL"
                   MOVE OUTPUT-REC (4:10) TO WS-HASH-PIECE
               END-IF
               IF OUTPUT-REC (1:3) = "SET"
                   MOVE OUTPUT-REC (8:10) TO WS-HASH-PIECE
               END-IF
               IF WS-HASH-PIECE-N IS NUMERIC
                   ADD WS-HASH-PIECE-N TO WS-OUT-HASH
               END-IF
           END-IF.
           WRITE OUTPUT-REC.
           IF NOT WS-OUTPUT-OK
               MOVE WS-READ-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO REPORT-REC
               STRING "** RECORD " WS-COUNT-DISP
                      " - CONVOUT WRITE FAILED, STATUS "
                      WS-OUTPUT-STATUS
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               SUBTRACT 1 FROM WS-OUT-COUNT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
       D800-EXIT.
           EXIT.

       D900-WRITE-TRAILER.
           MOVE SPACES TO OUTPUT-REC.
           MOVE "TRL" TO OUTPUT-REC (1:3).
           MOVE WS-OUT-COUNT TO OUTPUT-REC (4:6).
           IF WS-FILE-COBADDIN
               MOVE WS-OUT-HASH TO OUTPUT-REC (10:12)
           END-IF.
           WRITE OUTPUT-REC.
       D900-EXIT.
           EXIT.

       E000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-READ-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO REPORT-REC.
           STRING "RECORDS READ          " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-CONVERTED-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO REPORT-REC.
           STRING "DETAILS CONVERTED     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-COPIED-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO REPORT-REC.
           STRING "RECORDS COPIED AS-IS  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO REPORT-REC.
           STRING "DETAILS LEFT OUT      " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-DEFAULTED-COUNT TO WS-COUNT-DISP.
           MOVE WS-UNMAPPED-COUNT TO WS-COUNT-DISP-2.
           MOVE SPACES TO REPORT-REC.
           STRING "FIELDS DEFAULTED      " WS-COUNT-DISP
                  "   NOT MAPPED " WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-OUT-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO REPORT-REC.
           IF WS-FILE-COBADDIN
               MOVE WS-OUT-HASH TO WS-HASH-DISP
               STRING "NEW TRAILER COUNT     " WS-COUNT-DISP
                      "   HASH " WS-HASH-DISP
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "NEW TRAILER COUNT     " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
           IF WS-REJECTED-COUNT > ZERO
               MOVE "** CONVOUT IS SHORT - NOT FIT TO SUBMIT AS IT IS"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
       E000-EXIT.
           EXIT.

       L900-WRITE-AUDIT.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE "LAYCONV"    TO AU-PROGRAM-ID.
           MOVE P1-RUN-ID    TO AU-RUN-ID.
           MOVE P1-ENVIRONMENT TO AU-ENVIRONMENT.
           MOVE P1-CYCLE-NO  TO AU-CYCLE-NO.
           WRITE AU-AUDIT-REC.
       L900-EXIT.
           EXIT.
