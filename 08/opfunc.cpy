      * Protected functions checked against the operator authority
      * file. The position in this list is the position of the
      * function's flag on the authority record; the code is what
      * authmaint transactions key, the name is what goes on the
      * console, the audit record and the authority report. Set
      * the function wanted through its 88 before CHECK-AUTHORITY.
           01 auth-function-values.
               05 FILLER PIC X(23) VALUE 'CATCATALOG CHANGE      '.
               05 FILLER PIC X(23) VALUE 'BASBASELINE APPROVE    '.
               05 FILLER PIC X(23) VALUE 'ARCARCHIVE/PURGE       '.
               05 FILLER PIC X(23) VALUE 'RSTRESTORE             '.
               05 FILLER PIC X(23) VALUE 'LCKLOCK OVERRIDE       '.
               05 FILLER PIC X(23) VALUE 'LIBLIBRARY CHECK-IN    '.
               05 FILLER PIC X(23) VALUE 'BATBATCH RUN           '.
           01 auth-function-table REDEFINES auth-function-values.
               05 auth-function OCCURS 7 TIMES.
                   10 auth-function-code PIC X(3).
                   10 auth-function-name PIC X(20).
           01 auth-request PIC 9 VALUE 0.
               88 auth-catalog-change   VALUE 1.
               88 auth-baseline-approve VALUE 2.
               88 auth-archive-purge    VALUE 3.
               88 auth-restore          VALUE 4.
               88 auth-lock-override    VALUE 5.
               88 auth-library-checkin  VALUE 6.
               88 auth-batch-run        VALUE 7.
           01 auth-result PIC 9 VALUE 0.
               88 operator-authorized VALUE 1.
