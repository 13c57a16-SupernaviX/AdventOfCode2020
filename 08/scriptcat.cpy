                   88 cat-freq-monthly VALUE 'M'.
                   88 cat-unscheduled  VALUE ' '.
               05 cat-next-run-date   PIC 9(8).
      * Job-stream dependencies: the scripts that must run ahead of
      * this one in the same batch. Maintained by catmaint (DEP and
      * DRP); schedgen orders the control file so these come first,
      * and part3 holds this script when any of them comes out
      * FAIL, BAD, CTL, OVFL or HELD.
               05 cat-pred-count      PIC 9.
               05 cat-predecessor     PIC X(20) OCCURS 5 TIMES.
      * Production promotion: the library version promote last
      * signed off, when and by whom, and the instruction count and
      * operand hash that version carries - part3 checks what it
      * loads against these so only promoted content runs unflagged.
      * A version of zero means nothing has been promoted yet.
               05 cat-promoted-version PIC 9(5).
               05 cat-promoted-date    PIC 9(8).
               05 cat-promoted-by      PIC X(8).
               05 cat-promoted-count   PIC 9(5).
               05 cat-promoted-hash    PIC S9(11) SIGN IS LEADING
                                       SEPARATE.
