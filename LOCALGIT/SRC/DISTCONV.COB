      *  The conversion is logged to AUDITLOG with the row count so    *
      *  the cutover leaves a trace.                                   *
      *                                                                *
      *  The same run reloads a master written before DISTMST grew     *
      *  its year-to-date buckets: stage the old DISTMSTB flat copy    *
      *  as DISTMSTO and every row comes across with year-to-date      *
      *  zero - best done at a fiscal year boundary.                   *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE.
       01  OLD-DIST-REC                 PIC X(98).
       FD  DIST-MASTER-FILE.
       COPY DISTREC.
       FD  AUDIT-FILE.

      *    Byte layout is unchanged by the conversion - the old row
      *    lands straight in DM-DIST-REC and the WRITE indexes it.
      *    A row from before the year-to-date buckets is short and
      *    reads in with spaces there; its year-to-date opens at
      *    zero, so the same run reloads a pre-YTD master (staged
      *    from DISTMSTB) in the current layout.
       B000-COPY-ROWS.
           PERFORM UNTIL WS-FILE-EOF OR WS-DUP-KEY
               READ OLD-MASTER-FILE
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       MOVE OLD-DIST-REC TO DM-DIST-REC
                       IF DM-YTD-COUNT IS NOT NUMERIC
                           MOVE ZERO TO DM-YTD-COUNT
                           MOVE ZERO TO DM-YTD-AMOUNT
                       END-IF
                       WRITE DM-DIST-REC
                           INVALID KEY
                               SET WS-DUP-KEY TO TRUE
