       IDENTIFICATION DIVISION.
       PROGRAM-ID. catconv.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT old-catalog-file ASSIGN TO 'scriptcat-old'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS old-script-id
               FILE STATUS IS ws-old-catalog-status.
               SELECT catalog-file ASSIGN TO 'scriptcat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cat-script-id
               FILE STATUS IS ws-catalog-status.
               SELECT OPTIONAL audit-file ASSIGN TO 'auditlog'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT authority-file ASSIGN TO 'opauth'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS opa-operator
               FILE STATUS IS ws-authority-status.
               SELECT OPTIONAL lock-file ASSIGN TO 'runlock'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-status.

       DATA DIVISION.
           FILE SECTION.
      * The catalog record as it stood before the job-stream
      * dependency and production promotion fields were added. The
      * operator renames the existing catalog to scriptcat-old; this
      * program reloads every entry into a new scriptcat in the
      * current layout.
           FD old-catalog-file.
           01 old-catalog-record.
               05 old-script-id       PIC X(20).
               05 old-owner-dept      PIC X(8).
               05 old-description     PIC X(30).
               05 old-date-registered PIC 9(8).
               05 old-last-run-date   PIC 9(8).
               05 old-last-acc        PIC S9(13) SIGN IS LEADING
                                      SEPARATE.
               05 old-last-status     PIC X(4).
               05 old-active-flag     PIC X.
               05 old-run-freq        PIC X.
               05 old-next-run-date   PIC 9(8).

           FD catalog-file.
           COPY "scriptcat.cpy".

           FD audit-file.
           COPY "auditlog.cpy".

           FD authority-file.
           COPY "opauth.cpy".

           FD lock-file.
           COPY "runlock.cpy".

           WORKING-STORAGE SECTION.
           01 ws-lock-status PIC XX.
           01 ws-lock-state PIC 9.
               88 lock-free VALUE 1.
           01 ws-lock-override PIC X VALUE SPACE.
               88 lock-override VALUE 'Y'.
           01 ws-stale-mins PIC 9(5) USAGE IS COMP VALUE 120.
           01 ws-stale-mins-raw PIC X(8).
           01 lock-today-int PIC 9(8) USAGE IS COMP.
           01 lock-held-int PIC 9(8) USAGE IS COMP.
           01 lock-held-mins PIC S9(8) USAGE IS COMP.
           01 ws-lock-now-date PIC 9(8).
           01 ws-lock-now-time PIC X(8).
           01 ws-authority-status PIC XX.
           01 ws-refused-date PIC 9(8).
           01 ws-refused-time PIC X(8).
           COPY "opfunc.cpy".
           01 ws-old-catalog-status PIC XX.
           01 ws-catalog-status PIC XX.
           01 ws-old-catalog-state PIC 9.
               88 old-catalog-done VALUE 1.
           01 ws-current-date PIC 9(8).
           01 ws-time-raw PIC X(8).
           01 ws-operator PIC X(8).
           01 pred-idx PIC 9(5) USAGE IS COMP.
           01 converted-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 error-count PIC 9(5) USAGE IS COMP VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           PERFORM GET-OPERATOR-ID.
           SET auth-catalog-change TO TRUE.
           PERFORM CHECK-AUTHORITY.
           IF NOT operator-authorized THEN
               PERFORM LOG-REFUSED-ATTEMPT
               STOP RUN
           END-IF.
           PERFORM ACQUIRE-RUN-LOCK.
           OPEN INPUT old-catalog-file.
           IF ws-old-catalog-status IS NOT EQUAL TO "00" THEN
               DISPLAY "CANNOT OPEN OLD CATALOG 'scriptcat-old' - "
                   "STATUS " ws-old-catalog-status
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
      * A catalog already in place may be one converted earlier and
      * stamped since - it is never written over.
           OPEN INPUT catalog-file.
           IF ws-catalog-status IS EQUAL TO "00" THEN
               CLOSE catalog-file
               CLOSE old-catalog-file
               DISPLAY "SCRIPTCAT ALREADY EXISTS - NOT CONVERTED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN OUTPUT catalog-file.
           IF ws-catalog-status IS NOT EQUAL TO "00" THEN
               DISPLAY "CANNOT CREATE SCRIPTCAT - STATUS "
                   ws-catalog-status
               CLOSE old-catalog-file
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           MOVE 0 TO ws-old-catalog-state.
           PERFORM CONVERT-ONE-ENTRY UNTIL old-catalog-done.
           CLOSE catalog-file.
           CLOSE old-catalog-file.
           DISPLAY converted-count " CATALOG ENTRY(IES) CONVERTED, "
               error-count " ERROR(S)".
           IF error-count IS GREATER THAN 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-AUDIT-LOG.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.

           CONVERT-ONE-ENTRY.
      * Every field the old record carried moves across as it was.
      * A converted entry has no predecessors and has never been
      * promoted - the same state catmaint ADD gives a new entry.
           READ old-catalog-file NEXT
               AT END MOVE 1 TO ws-old-catalog-state
           END-READ.
           IF NOT old-catalog-done
               MOVE SPACES TO catalog-record
               MOVE old-script-id TO cat-script-id
               MOVE old-owner-dept TO cat-owner-dept
               MOVE old-description TO cat-description
               MOVE old-date-registered TO cat-date-registered
               MOVE old-last-run-date TO cat-last-run-date
               MOVE old-last-acc TO cat-last-acc
               MOVE old-last-status TO cat-last-status
               MOVE old-active-flag TO cat-active-flag
               MOVE old-run-freq TO cat-run-freq
               MOVE old-next-run-date TO cat-next-run-date
               MOVE 0 TO cat-pred-count
               PERFORM CLEAR-ONE-PREDECESSOR VARYING pred-idx
                   FROM 1 BY 1 UNTIL pred-idx IS GREATER THAN 5
               MOVE 0 TO cat-promoted-version
               MOVE 0 TO cat-promoted-date
               MOVE SPACES TO cat-promoted-by
               MOVE 0 TO cat-promoted-count
               MOVE 0 TO cat-promoted-hash
               WRITE catalog-record
               IF ws-catalog-status IS EQUAL TO "00" THEN
                   ADD 1 TO converted-count
               ELSE
                   DISPLAY "CANNOT WRITE " cat-script-id
                       " - STATUS " ws-catalog-status
                   ADD 1 TO error-count
               END-IF
           END-IF.

           CLEAR-ONE-PREDECESSOR.
           MOVE SPACES TO cat-predecessor(pred-idx).

           WRITE-AUDIT-LOG.
      * The count column carries the entries reloaded.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           ACCEPT ws-time-raw FROM TIME.
           OPEN EXTEND audit-file.
           MOVE SPACES TO audit-record.
           MOVE 'catconv' TO aud-program.
           MOVE ws-current-date TO aud-run-date.
           MOVE ws-time-raw(1:6) TO aud-run-time.
           MOVE ws-operator TO aud-operator.
           MOVE 'scriptcat-old' TO aud-input-file.
           MOVE converted-count TO aud-instr-count.
           MOVE 0 TO aud-acc.
           MOVE RETURN-CODE TO aud-return-code.
           MOVE 0 TO aud-fix-line.
           WRITE audit-record.
           CLOSE audit-file.

           GET-OPERATOR-ID.
           MOVE SPACES TO ws-operator.
           ACCEPT ws-operator FROM ENVIRONMENT "USER".
           IF ws-operator IS EQUAL TO SPACES THEN
               ACCEPT ws-operator FROM ENVIRONMENT "LOGNAME"
           END-IF.
           IF ws-operator IS EQUAL TO SPACES THEN
               MOVE 'UNKNOWN ' TO ws-operator
           END-IF.

           ACQUIRE-RUN-LOCK.
      * One run at a time across the suite - the shared catalog,
      * history and audit files have no record locking, so the lock
      * is claimed before any of them is touched. A lock older than
      * LOCK_STALE_MINS minutes (default 120) was left by an abend
      * and is taken over with a console note; LOCK_OVERRIDE=Y is
      * the operator override for everything else.
           PERFORM GET-OPERATOR-ID.
           ACCEPT ws-lock-override FROM ENVIRONMENT "LOCK_OVERRIDE".
           MOVE SPACES TO ws-stale-mins-raw.
           ACCEPT ws-stale-mins-raw FROM ENVIRONMENT
               "LOCK_STALE_MINS".
           IF ws-stale-mins-raw IS NOT EQUAL TO SPACES
                   AND FUNCTION TEST-NUMVAL(ws-stale-mins-raw)
                       IS EQUAL TO 0 THEN
               COMPUTE ws-stale-mins =
                   FUNCTION NUMVAL(ws-stale-mins-raw)
           END-IF.
           MOVE 0 TO ws-lock-state.
           OPEN INPUT lock-file.
           READ lock-file
               AT END SET lock-free TO TRUE
           END-READ.
           CLOSE lock-file.
           IF NOT lock-free THEN
               PERFORM CHECK-LOCK-STALE
           END-IF.
           IF NOT lock-free THEN
               IF lock-override THEN
                   SET auth-lock-override TO TRUE
                   PERFORM CHECK-AUTHORITY
                   IF NOT operator-authorized THEN
                       PERFORM LOG-REFUSED-ATTEMPT
                       STOP RUN
                   END-IF
                   DISPLAY "LOCK OVERRIDE - TAKING LOCK HELD BY "
                       lck-operator "/" lck-program
                   SET lock-free TO TRUE
               ELSE
                   DISPLAY "RESOURCE HELD BY " lck-operator "/"
                       lck-program " SINCE " lck-date " " lck-time
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT lock-file.
           MOVE SPACES TO lock-record.
           MOVE ws-operator TO lck-operator.
           MOVE 'catconv' TO lck-program.
           ACCEPT ws-lock-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-lock-now-time FROM TIME.
           MOVE ws-lock-now-date TO lck-date.
           MOVE ws-lock-now-time(1:6) TO lck-time.
           WRITE lock-record.
           CLOSE lock-file.

           CHECK-LOCK-STALE.
      * Held-time spans midnight via day arithmetic, so an
      * overnight batch's lock is not mistaken for a dead one at
      * one minute past twelve.
           ACCEPT ws-lock-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-lock-now-time FROM TIME.
           COMPUTE lock-today-int =
               FUNCTION INTEGER-OF-DATE(ws-lock-now-date).
           COMPUTE lock-held-int =
               FUNCTION INTEGER-OF-DATE(lck-date).
           COMPUTE lock-held-mins =
               (lock-today-int - lock-held-int) * 1440
               + FUNCTION NUMVAL(ws-lock-now-time(1:2)) * 60
               + FUNCTION NUMVAL(ws-lock-now-time(3:2))
               - lck-time-hh * 60 - lck-time-mm.
           IF lock-held-mins IS GREATER THAN ws-stale-mins THEN
               DISPLAY "STALE LOCK HELD BY " lck-operator "/"
                   lck-program " SINCE " lck-date " " lck-time
                   " - TAKEN OVER"
               SET lock-free TO TRUE
           END-IF.

           RELEASE-RUN-LOCK.
      * Truncate rather than delete - an empty lock file reads as
      * free on the next claim.
           OPEN OUTPUT lock-file.
           CLOSE lock-file.

           CHECK-AUTHORITY.
      * The operator must hold the function auth-request names on
      * the authority file - no file, no entry and no flag all mean
      * no.
           MOVE 0 TO auth-result.
           OPEN INPUT authority-file.
           IF ws-authority-status IS EQUAL TO "00" THEN
               MOVE ws-operator TO opa-operator
               READ authority-file
               IF ws-authority-status IS EQUAL TO "00" THEN
                   IF opa-granted(auth-request) THEN
                       SET operator-authorized TO TRUE
                   END-IF
               END-IF
               CLOSE authority-file
           END-IF.

           LOG-REFUSED-ATTEMPT.
      * A refusal is evidence too - it goes on the audit log under
      * its own return code so the access review finds every one.
      * Nothing protected has been touched when it is written.
           DISPLAY "OPERATOR " ws-operator " NOT AUTHORIZED FOR "
               auth-function-name(auth-request) " - REFUSED".
           MOVE 20 TO RETURN-CODE.
           ACCEPT ws-refused-date FROM DATE YYYYMMDD.
           ACCEPT ws-refused-time FROM TIME.
           OPEN EXTEND audit-file.
           MOVE SPACES TO audit-record.
           MOVE 'catconv' TO aud-program.
           MOVE ws-refused-date TO aud-run-date.
           MOVE ws-refused-time(1:6) TO aud-run-time.
           MOVE ws-operator TO aud-operator.
           MOVE auth-function-name(auth-request) TO aud-input-file.
           MOVE 0 TO aud-instr-count.
           MOVE 0 TO aud-acc.
           MOVE 20 TO aud-return-code.
           MOVE 0 TO aud-fix-line.
           WRITE audit-record.
           CLOSE audit-file.
