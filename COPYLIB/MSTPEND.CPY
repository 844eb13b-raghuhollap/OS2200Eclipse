      *----------------------------------------------------------------
      *    MSTPEND - pending master-file change awaiting approval.
      *
      *    The master maintenance programs (CODEMNT, RATEMNT, LIMITMNT,
      *    GLMAPMNT, CCMNT, BUDGMNT, FISCMNT, TMPLMNT, PSTATMNT for
      *    the PERDSTAT period status file, FXRATMNT for the
      *    FXRATMST exchange-rate master, and BUSCMNT for the BUSCAL
      *    business-day calendar) no longer apply
      *    an analyst's change rows to the live master.  A submit run
      *    validates the rows and appends each one here, numbered and
      *    stamped with the submitter's id; an approve run applies only
      *    the rows a second, different user approves, and drops every
      *    decided row from the file.  Each master has its own pending
      *    file - CODEPEND, RATEPEND, LIMITPND, GLMAPPND, CCPEND,
      *    BUDGPEND, FISCPEND, TMPLPEND, PSTATPND, FXRATPND and
      *    BUSCPEND - all with this layout.
      *    The approve run also leaves a high-water row (change image
      *    spaces) carrying the last number issued, so numbers are never
      *    reused once the file empties; it is never an approvable
      *    change.
      *----------------------------------------------------------------
       01  MP-PENDING-REC.
      *    Pending number, one higher than the highest on the file
      *    when the row was submitted - the number the approver
      *    quotes back on the approval row.
           05  MP-PEND-NO                   PIC 9(06).
           05  MP-SUBMIT-DATE               PIC 9(08).
           05  MP-SUBMIT-USER               PIC X(08).
      *    The change row exactly as submitted, in the owning
      *    program's change-row layout.
           05  MP-CHANGE-IMAGE              PIC X(60).
