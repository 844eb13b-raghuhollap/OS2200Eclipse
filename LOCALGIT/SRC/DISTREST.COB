       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE.
       01  BACKUP-REC                   PIC X(98).
       FD  DIST-MASTER-FILE.
       COPY DISTREC.
       FD  AUDIT-FILE.
       A000-EXIT.
           EXIT.

      *    A backup taken before DISTMST grew its year-to-date
      *    buckets reads in short, with spaces there - those rows
      *    restore with year-to-date zero.
       B000-RESTORE-ROWS.
           PERFORM UNTIL WS-FILE-EOF OR WS-DUP-KEY
               READ BACKUP-FILE
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       MOVE BACKUP-REC TO DM-DIST-REC
                       IF DM-YTD-COUNT IS NOT NUMERIC
                           MOVE ZERO TO DM-YTD-COUNT
                           MOVE ZERO TO DM-YTD-AMOUNT
                       END-IF
                       WRITE DM-DIST-REC
                           INVALID KEY
                               SET WS-DUP-KEY TO TRUE
