       IDENTIFICATION DIVISION.
       PROGRAM-ID. intfextr.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT history-file ASSIGN TO 'runhist'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-history-status.
               SELECT catalog-file ASSIGN TO 'scriptcat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS cat-script-id
               FILE STATUS IS ws-catalog-status.
               SELECT baseline-file ASSIGN TO 'basemast'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS bas-script-id
               FILE STATUS IS ws-baseline-status.
               SELECT interface-file ASSIGN TO DYNAMIC ws-interface-file
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-interface-status.
               SELECT OPTIONAL generation-log-file ASSIGN TO 'intflog'
               ORGANIZATION IS LINE SEQUENTIAL.
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
           FD history-file.
           COPY "runhist.cpy".

           FD catalog-file.
           COPY "scriptcat.cpy".

           FD baseline-file.
           COPY "basemast.cpy".

           FD interface-file.
           01 interface-record PIC X(150).

           FD generation-log-file.
           COPY "intflog.cpy".

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
           01 ws-history-status PIC XX.
           01 ws-catalog-status PIC XX.
           01 ws-baseline-status PIC XX.
           01 ws-interface-status PIC XX.
           01 ws-history-state PIC 9.
               88 history-done VALUE 1.
           01 ws-log-state PIC 9.
               88 log-done VALUE 1.
           01 ws-current-date PIC 9(8).
           01 ws-time-raw PIC X(8).
           01 ws-operator PIC X(8).
      * The run date to extract defaults to today - the extract runs
      * after each batch; a rerun for an earlier night passes the
      * date explicitly.
           01 ws-extract-date-raw PIC X(20).
           01 ws-extract-date PIC 9(8).
           01 ws-interface-file PIC X(100).
           COPY "intfrec.cpy".
      * Generations are numbered off the log, one past the highest
      * ever issued, so a number is never reused even after a rerun.
           01 last-generation PIC 9(7) VALUE 0.
           01 new-generation PIC 9(7) VALUE 0.
           01 prior-generation PIC 9(7) VALUE 0.
           01 extract-count PIC 9(7) USAGE IS COMP VALUE 0.
           01 extract-hash PIC S9(15) USAGE IS COMP-3 VALUE 0.
           01 no-catalog-count PIC 9(7) USAGE IS COMP VALUE 0.
           01 no-baseline-count PIC 9(7) USAGE IS COMP VALUE 0.
           01 ws-count-display PIC Z(6)9.
           01 ws-hash-display PIC -(15)9.

       PROCEDURE DIVISION.
           PERFORM GET-EXTRACT-DATE.
           PERFORM GET-OPERATOR-ID.
           SET auth-batch-run TO TRUE.
           PERFORM CHECK-AUTHORITY.
           IF NOT operator-authorized THEN
               PERFORM LOG-REFUSED-ATTEMPT
               STOP RUN
           END-IF.
           PERFORM ACQUIRE-RUN-LOCK.
           PERFORM FIND-LAST-GENERATION.
           COMPUTE new-generation = last-generation + 1.
           MOVE SPACES TO ws-interface-file.
           STRING "runintf-g" DELIMITED BY SIZE
               new-generation DELIMITED BY SIZE
               INTO ws-interface-file.
           PERFORM CHECK-INTERFACE-ABSENT.
           PERFORM OPEN-EXTRACT-INPUTS.
           OPEN OUTPUT interface-file.
           PERFORM WRITE-INTERFACE-HEADER.
           MOVE 0 TO ws-history-state.
           PERFORM EXTRACT-ONE-HISTORY-RECORD UNTIL history-done.
           PERFORM WRITE-INTERFACE-TRAILER.
           CLOSE interface-file.
           CLOSE history-file.
           CLOSE catalog-file.
           CLOSE baseline-file.
           PERFORM APPEND-GENERATION-LOG.
           MOVE extract-count TO ws-count-display.
           MOVE extract-hash TO ws-hash-display.
           DISPLAY "GENERATION " new-generation " FOR "
               ws-extract-date " WRITTEN TO "
               FUNCTION TRIM(ws-interface-file) " -"
               ws-count-display " RECORD(S), HASH"
               ws-hash-display.
           IF no-catalog-count IS GREATER THAN 0 THEN
               DISPLAY no-catalog-count " RUN(S) FOR SCRIPTS NOT ON "
                   "THE CATALOG - OWNER SHOWN AS UNKNOWN"
           END-IF.
           IF no-baseline-count IS GREATER THAN 0 THEN
               DISPLAY no-baseline-count " RUN(S) WITH NO ACTIVE "
                   "BASELINE - EXPECTED ACCUMULATOR ZERO"
           END-IF.
      * An empty generation and a second generation for the same
      * night are both legitimate, but the receiver has to be told.
           IF extract-count IS EQUAL TO 0 THEN
               DISPLAY "NO RUNS ON RUN HISTORY FOR " ws-extract-date
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF prior-generation IS GREATER THAN 0 THEN
               DISPLAY "RUN DATE " ws-extract-date
                   " WAS ALREADY EXTRACTED AS GENERATION "
                   prior-generation
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-AUDIT-LOG.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.

           GET-EXTRACT-DATE.
           MOVE SPACES TO ws-extract-date-raw.
           ACCEPT ws-extract-date-raw FROM COMMAND-LINE.
           IF ws-extract-date-raw IS EQUAL TO SPACES THEN
               ACCEPT ws-extract-date-raw FROM ENVIRONMENT
                   "EXTRACT_DATE"
           END-IF.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           IF ws-extract-date-raw IS NOT EQUAL TO SPACES
                   AND FUNCTION TEST-NUMVAL(ws-extract-date-raw)
                       IS EQUAL TO 0 THEN
               COMPUTE ws-extract-date =
                   FUNCTION NUMVAL(ws-extract-date-raw)
           ELSE
               MOVE ws-current-date TO ws-extract-date
           END-IF.

           FIND-LAST-GENERATION.
           OPEN INPUT generation-log-file.
           MOVE 0 TO ws-log-state.
           PERFORM SCAN-ONE-GENERATION UNTIL log-done.
           CLOSE generation-log-file.

           SCAN-ONE-GENERATION.
           READ generation-log-file
               AT END MOVE 1 TO ws-log-state
           END-READ.
           IF NOT log-done
               IF gen-generation IS NUMERIC
                       AND gen-generation IS GREATER THAN
                           last-generation THEN
                   MOVE gen-generation TO last-generation
               END-IF
               IF gen-run-date IS EQUAL TO ws-extract-date THEN
                   MOVE gen-generation TO prior-generation
               END-IF
           END-IF.

           CHECK-INTERFACE-ABSENT.
      * A generation file already on disk with no log line behind it
      * is somebody's delivery - it is never overwritten.
           OPEN INPUT interface-file.
           IF ws-interface-status IS EQUAL TO "00" THEN
               CLOSE interface-file
               DISPLAY "INTERFACE FILE ALREADY EXISTS: '"
                   FUNCTION TRIM(ws-interface-file)
                   "' - NOT OVERWRITTEN"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

           OPEN-EXTRACT-INPUTS.
           OPEN INPUT history-file.
           IF ws-history-status IS NOT EQUAL TO "00" THEN
               DISPLAY "CANNOT OPEN RUN HISTORY - STATUS "
                   ws-history-status
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN INPUT catalog-file.
           IF ws-catalog-status IS NOT EQUAL TO "00" THEN
               DISPLAY "CANNOT OPEN SCRIPT CATALOG - STATUS "
                   ws-catalog-status
               CLOSE history-file
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN INPUT baseline-file.
           IF ws-baseline-status IS NOT EQUAL TO "00" THEN
               DISPLAY "CANNOT OPEN BASELINE MASTER - STATUS "
                   ws-baseline-status
               CLOSE history-file
               CLOSE catalog-file
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

           WRITE-INTERFACE-HEADER.
           ACCEPT ws-time-raw FROM TIME.
           MOVE SPACES TO ws-intf-header.
           MOVE 'HDR' TO ifh-tag.
           MOVE new-generation TO ifh-generation.
           MOVE ws-extract-date TO ifh-run-date.
           MOVE ws-current-date TO ifh-created-date.
           MOVE ws-time-raw(1:6) TO ifh-created-time.
           MOVE SPACES TO interface-record.
           MOVE ws-intf-header TO interface-record.
           WRITE interface-record.

           EXTRACT-ONE-HISTORY-RECORD.
           READ history-file
               AT END MOVE 1 TO ws-history-state
           END-READ.
           IF NOT history-done
                   AND hst-run-date IS EQUAL TO ws-extract-date
               MOVE SPACES TO ws-intf-detail
               MOVE 'DTL' TO ifd-tag
               MOVE hst-script TO ifd-script-id
               MOVE hst-run-date TO ifd-run-date
               MOVE hst-run-time TO ifd-run-time
               MOVE hst-status TO ifd-status
               MOVE hst-acc TO ifd-acc
               MOVE hst-fix-line TO ifd-fix-line
               PERFORM ENRICH-FROM-CATALOG
               PERFORM ENRICH-FROM-BASELINE
               MOVE SPACES TO interface-record
               MOVE ws-intf-detail TO interface-record
               WRITE interface-record
               ADD 1 TO extract-count
               ADD hst-acc TO extract-hash
           END-IF.

           ENRICH-FROM-CATALOG.
           MOVE hst-script TO cat-script-id.
           READ catalog-file.
           IF ws-catalog-status IS EQUAL TO "00" THEN
               MOVE cat-owner-dept TO ifd-owner-dept
               MOVE cat-description TO ifd-description
           ELSE
               MOVE 'UNKNOWN' TO ifd-owner-dept
               ADD 1 TO no-catalog-count
           END-IF.

           ENRICH-FROM-BASELINE.
      * Only an active baseline is an expectation - a retired one
      * describes a result nobody is held to any more.
           MOVE hst-script TO bas-script-id.
           READ baseline-file.
           IF ws-baseline-status IS EQUAL TO "00"
                   AND bas-active THEN
               MOVE 'Y' TO ifd-baseline-flag
               MOVE bas-expected-acc TO ifd-expected-acc
           ELSE
               MOVE 'N' TO ifd-baseline-flag
               MOVE 0 TO ifd-expected-acc
               ADD 1 TO no-baseline-count
           END-IF.

           WRITE-INTERFACE-TRAILER.
           MOVE SPACES TO ws-intf-trailer.
           MOVE 'TRL' TO ift-tag.
           MOVE extract-count TO ift-count.
           MOVE extract-hash TO ift-hash.
           MOVE SPACES TO interface-record.
           MOVE ws-intf-trailer TO interface-record.
           WRITE interface-record.

           APPEND-GENERATION-LOG.
           OPEN EXTEND generation-log-file.
           MOVE SPACES TO generation-record.
           MOVE new-generation TO gen-generation.
           MOVE ws-extract-date TO gen-run-date.
           MOVE ws-current-date TO gen-created-date.
           MOVE ws-time-raw(1:6) TO gen-created-time.
           MOVE ws-operator TO gen-operator.
           MOVE ws-interface-file(1:20) TO gen-file-name.
           MOVE extract-count TO gen-count.
           MOVE extract-hash TO gen-hash.
           WRITE generation-record.
           CLOSE generation-log-file.

           WRITE-AUDIT-LOG.
      * The count column carries the detail records extracted and
      * the accumulator column their hash total - the same figures
      * the trailer and the generation log carry.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           ACCEPT ws-time-raw FROM TIME.
           OPEN EXTEND audit-file.
           MOVE SPACES TO audit-record.
           MOVE 'intfextr' TO aud-program.
           MOVE ws-current-date TO aud-run-date.
           MOVE ws-time-raw(1:6) TO aud-run-time.
           MOVE ws-operator TO aud-operator.
           MOVE ws-interface-file(1:20) TO aud-input-file.
           IF extract-count IS GREATER THAN 99999 THEN
               MOVE 99999 TO aud-instr-count
           ELSE
               MOVE extract-count TO aud-instr-count
           END-IF.
           MOVE extract-hash TO aud-acc.
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
           MOVE 'intfextr' TO lck-program.
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
           MOVE 'intfextr' TO aud-program.
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
