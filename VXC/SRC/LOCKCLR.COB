      *                                                                *
      *  Operator utility: clears a stale run lock left on RUNLOCKS    *
      *  after an abend.  The command-line argument names the          *
      *  program whose lock is to be cleared (COBADD, ALLOC, MAIN,     *
      *  DISTPOST, ALLOCPST).                                          *
      *                                                                *
      *  The lock book is append-only, so "clearing" appends an F      *
      *  (forced release) row rather than rewriting history - the      *
