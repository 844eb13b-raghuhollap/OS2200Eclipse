      *----------------------------------------------------------------
      *    MSTAPPR - approval decision on a pending master change.
      *
      *    One row per pending change being decided, read by the
      *    approve run of the owning maintenance program from its
      *    approval file (CODEAPPR, RATEAPPR, LIMITAPR, GLMAPAPR,
      *    CCAPPR, BUDGAPPR, FISCAPPR, TMPLAPPR, PSTATAPR, FXRATAPR,
      *    BUSCAPPR).  The approver's id must differ from the id the
      *    change was submitted under, or the decision is refused
      *    and the change stays pending.
      *----------------------------------------------------------------
       01  MA-APPROVAL-REC.
           05  MA-PEND-NO                   PIC 9(06).
           05  MA-ACTION                    PIC X(01).
               88  MA-APPROVE               VALUE "A".
               88  MA-REJECT                VALUE "R".
           05  MA-USER-ID                   PIC X(08).
