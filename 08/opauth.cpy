      * Operator authority record - one entry per operator ID,
      * keyed by the same user ID GET-OPERATOR-ID picks up, with a
      * flag per protected function in the order opfunc.cpy lists
      * them and who last granted or revoked each one. Maintained by
      * authmaint; every program that does a protected thing reads
      * it first and refuses, with an audit record carrying return
      * code 20, an operator who does not hold the function. An
      * operator with no entry holds nothing.
           01 authority-record.
               05 opa-operator        PIC X(8).
               05 opa-auth OCCURS 7 TIMES.
                   10 opa-auth-flag   PIC X.
                       88 opa-granted VALUE 'Y'.
                       88 opa-revoked VALUE 'N'.
                   10 opa-auth-date   PIC 9(8).
                   10 opa-auth-by     PIC X(8).
