               FILE STATUS IS ws-baseline-status.
               SELECT recon-report-file ASSIGN TO 'reconout'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT exception-file ASSIGN TO 'exceptq'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS exc-key
               FILE STATUS IS ws-exception-status.
               SELECT authority-file ASSIGN TO 'opauth'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS opa-operator
               FILE STATUS IS ws-authority-status.
               SELECT OPTIONAL audit-file ASSIGN TO 'auditlog'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL lock-file ASSIGN TO 'runlock'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-status.

       DATA DIVISION.
           FILE SECTION.
           FD recon-report-file.
           01 recon-report-line PIC X(100).

           FD exception-file.
           COPY "exceptq.cpy".

           FD authority-file.
           COPY "opauth.cpy".

           FD audit-file.
           COPY "auditlog.cpy".

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
           01 ws-operator PIC X(8).
           01 ws-history-file PIC X(100).
           01 ws-history-status PIC XX.
           01 ws-baseline-status PIC XX.
                   10 scr-name        PIC X(20).
                   10 scr-last-acc    PIC S9(13) USAGE IS COMP.
                   10 scr-last-status PIC X(4).
                   10 scr-last-date   PIC 9(8).
                   10 scr-last-fix    PIC 9(5).
                   10 scr-matched     PIC 9.
           01 scr-idx PIC 9(5) USAGE IS COMP.
           01 found-idx PIC 9(5) USAGE IS COMP.
           01 ws-acc-expected-display PIC -(13)9.
           01 ws-acc-actual-display PIC -(13)9.
           01 ws-count-display PIC Z(4)9.
      * Each deviation also goes on the exception queue against the
      * run that produced it, unless that run is already queued -
      * part3 will have put a FAIL there itself, and a rerun of
      * the reconciliation must not reopen what someone has closed.
           01 ws-exception-status PIC XX.
           01 ws-exception-state PIC 9 VALUE 0.
               88 exception-queue-open VALUE 1.
           01 queued-count PIC 9(5) USAGE IS COMP VALUE 0.

       PROCEDURE DIVISION.
           PERFORM GET-HISTORY-FILE-NAME.
           PERFORM ACQUIRE-RUN-LOCK.
           OPEN INPUT history-file.
           IF ws-history-status IS NOT EQUAL TO "00" THEN
               DISPLAY "CANNOT OPEN RUN HISTORY '"
                   FUNCTION TRIM(ws-history-file) "' - STATUS "
                   ws-history-status
               MOVE 16 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           MOVE 0 TO ws-history-state.
               DISPLAY "CANNOT OPEN BASELINE MASTER - STATUS "
                   ws-baseline-status
               MOVE 16 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           PERFORM OPEN-EXCEPTION-QUEUE.
           OPEN OUTPUT recon-report-file.
           MOVE 0 TO ws-baseline-state.
           PERFORM CHECK-ONE-BASELINE UNTIL baseline-done.
           CLOSE baseline-file.
           IF exception-queue-open THEN
               CLOSE exception-file
           END-IF.
           PERFORM REPORT-UNBASELINED VARYING scr-idx FROM 1 BY 1
               UNTIL scr-idx IS GREATER THAN script-count.
           PERFORM WRITE-RECON-SUMMARY.
               DISPLAY dropped-count " SCRIPT(S) NOT TRACKED - "
                   "SCRIPT TABLE FULL"
           END-IF.
           IF queued-count IS GREATER THAN 0 THEN
               DISPLAY queued-count " DEVIATION(S) QUEUED AS "
                   "EXCEPTIONS"
           END-IF.
           IF exception-count IS GREATER THAN 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.

           GET-HISTORY-FILE-NAME.
               IF found-idx IS NOT EQUAL TO 0
                   MOVE hst-acc TO scr-last-acc(found-idx)
                   MOVE hst-status TO scr-last-status(found-idx)
                   MOVE hst-run-date TO scr-last-date(found-idx)
                   MOVE hst-fix-line TO scr-last-fix(found-idx)
               END-IF
           END-IF.

           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO deviated-count.
           ADD 1 TO exception-count.
           IF exception-queue-open THEN
               PERFORM QUEUE-DEVIATION
           END-IF.

           QUEUE-DEVIATION.
           MOVE bas-script-id TO exc-script-id.
           MOVE scr-last-date(found-idx) TO exc-run-date.
           READ exception-file.
           IF ws-exception-status IS NOT EQUAL TO "00" THEN
               MOVE SPACES TO exception-record
               MOVE bas-script-id TO exc-script-id
               MOVE scr-last-date(found-idx) TO exc-run-date
               MOVE "DEV " TO exc-status-code
               MOVE scr-last-acc(found-idx) TO exc-acc
               MOVE bas-expected-acc TO exc-expected-acc
               MOVE scr-last-fix(found-idx) TO exc-fix-line
               MOVE 'baserecon' TO exc-program
               SET exc-open TO TRUE
               MOVE 0 TO exc-assigned-date
               MOVE 0 TO exc-note-date
               MOVE 0 TO exc-closed-date
               WRITE exception-record
               IF ws-exception-status IS EQUAL TO "00" THEN
                   ADD 1 TO queued-count
               ELSE
                   DISPLAY "EXCEPTION QUEUE UPDATE FAILED FOR "
                       bas-script-id " - STATUS " ws-exception-status
               END-IF
           END-IF.

           REPORT-UNBASELINED.
           IF scr-matched(scr-idx) IS EQUAL TO 0 THEN
           WRITE-REPORT-LINE.
           MOVE ws-report-line TO recon-report-line.
           WRITE recon-report-line.

           OPEN-EXCEPTION-QUEUE.
           OPEN I-O exception-file.
           IF ws-exception-status IS EQUAL TO "35" THEN
               OPEN OUTPUT exception-file
               CLOSE exception-file
               OPEN I-O exception-file
           END-IF.
           IF ws-exception-status IS EQUAL TO "00" THEN
               SET exception-queue-open TO TRUE
           ELSE
               DISPLAY "CANNOT OPEN EXCEPTION QUEUE - STATUS "
                   ws-exception-status " - DEVIATIONS NOT QUEUED"
           END-IF.

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
           MOVE 'basereco' TO lck-program.
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
           MOVE 'basereco' TO aud-program.
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
