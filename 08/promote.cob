       IDENTIFICATION DIVISION.
       PROGRAM-ID. promote.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT OPTIONAL library-file ASSIGN TO 'scriptlib'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT member-file ASSIGN TO DYNAMIC ws-member-file
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-member-status.
               SELECT analysis-file ASSIGN TO DYNAMIC ws-analysis-file
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-analysis-status.
               SELECT OPTIONAL waiver-file ASSIGN TO 'promwaiv'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT baseline-file ASSIGN TO 'basemast'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS bas-script-id
               FILE STATUS IS ws-baseline-status.
               SELECT catalog-file ASSIGN TO 'scriptcat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS cat-script-id
               FILE STATUS IS ws-catalog-status.
               SELECT checklist-file ASSIGN TO 'promoteout'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL promotion-log-file ASSIGN TO 'promlog'
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
           FD library-file.
           COPY "scriptlib.cpy".

           FD member-file.
           01 member-record PIC X(40).

           FD analysis-file.
           01 analysis-record PIC X(80).

           FD waiver-file.
           COPY "promwaiv.cpy".

           FD baseline-file.
           COPY "basemast.cpy".

           FD catalog-file.
           COPY "scriptcat.cpy".

           FD checklist-file.
           01 checklist-line PIC X(100).

           FD promotion-log-file.
           COPY "promlog.cpy".

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
           01 ws-current-date PIC 9(8).
           01 ws-time-raw PIC X(8).
           01 ws-operator PIC X(8).
      * The script ID and library version to promote come in on the
      * command line, the same way libcomp takes them.
           01 ws-cmd-raw PIC X(200).
           01 ws-tok1 PIC X(50).
           01 ws-tok2 PIC X(50).
           01 ws-script-id PIC X(20).
           01 ws-version PIC 9(5).
           01 ws-version-display PIC 9(5).
           01 ws-member-file PIC X(100).
           01 ws-member-status PIC XX.
           01 ws-analysis-file PIC X(100).
           01 ws-analysis-status PIC XX.
           01 ws-baseline-status PIC XX.
           01 ws-catalog-status PIC XX.
           01 ws-catalog-state PIC 9 VALUE 0.
               88 catalog-open VALUE 1.
           01 ws-library-state PIC 9.
               88 library-done VALUE 1.
           01 ws-member-state PIC 9.
               88 member-done VALUE 1.
           01 ws-analysis-state PIC 9.
               88 analysis-done VALUE 1.
           01 ws-waiver-state PIC 9.
               88 waiver-done VALUE 1.
           01 lib-found-state PIC 9 VALUE 0.
               88 version-on-index VALUE 1.
           01 index-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 index-hash PIC S9(11) USAGE IS COMP VALUE 0.

           01 ws-script-line PIC X(40).
           COPY "scripthdr.cpy".
           01 header-state PIC 9 VALUE 0.
               88 header-seen VALUE 1.
           01 trailer-state PIC 9 VALUE 0.
               88 trailer-seen VALUE 1.
           01 hash-total PIC S9(11) USAGE IS COMP VALUE 0.
      * Wide packed hold so an oversized operand is caught by its
      * value instead of being truncated on the way in - the fixed
      * layout carries at most a signed 6-digit operand.
           01 operand-value PIC S9(15) USAGE IS COMP-3.
           01 expected-count PIC 9(5) USAGE IS COMP.
           01 expected-hash PIC S9(11) USAGE IS COMP.
           01 ctl-fail PIC 9 VALUE 0.
               88 control-totals-bad VALUE 1.
           01 ws-command.
               05 ws-command-name PIC A(3).
               05 blank-space PIC X.
               05 ws-command-value PIC X(7).
           01 pc PIC 9(5) USAGE IS COMP.
           01 last-pc PIC 9(5) USAGE IS COMP VALUE 0.
           01 row-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 instructions.
               05 row OCCURS 10000 TIMES.
                   10 row-name PIC A(3).
                   10 row-value USAGE IS COMP-2.
                   10 row-seen PIC 9.
      * Same width as part1's accumulator, so the figure compared
      * with the baseline is the figure a production run produces.
           01 acc PIC S9(13) USAGE IS COMP-3 VALUE 0.
           01 bad-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 overflow-state PIC 9 VALUE 0.
               88 acc-overflowed VALUE 1.

      * One entry per gate, in checklist order. A gate that depends
      * on an earlier one that failed is never run and reports as
      * not reached rather than as a second failure.
           01 gate-label-values.
               05 FILLER PIC X(28) VALUE "VERSION ON LIBRARY INDEX".
               05 FILLER PIC X(28) VALUE "MEMBER MATCHES INDEX TOTALS".
               05 FILLER PIC X(28) VALUE "ANALYSIS CLEAN OR WAIVED".
               05 FILLER PIC X(28) VALUE "SIMULATION TERMINATES".
               05 FILLER PIC X(28) VALUE "MATCHES ACTIVE BASELINE".
               05 FILLER PIC X(28) VALUE "REGISTERED ON CATALOG".
           01 gate-label-table REDEFINES gate-label-values.
               05 gate-label PIC X(28) OCCURS 6 TIMES.
           01 gate-table.
               05 gate-entry OCCURS 6 TIMES.
                   10 gate-code PIC X.
                       88 gate-passed  VALUE 'P'.
                       88 gate-failed  VALUE 'F'.
                       88 gate-skipped VALUE '-'.
                   10 gate-note PIC X(50).
           01 gate-idx PIC 9(3) USAGE IS COMP.
           01 pass-count PIC 9(3) USAGE IS COMP VALUE 0.
           01 ws-result PIC X(8).
           01 ws-gate-codes PIC X(6).
           01 ws-gate-word PIC X(4).

      * Every unreachable line and wild jump the analyze report
      * lists, and the waiver that clears it if there is one.
           01 ws-section PIC 9 VALUE 0.
               88 in-unreachable VALUE 1.
               88 in-wild-jumps  VALUE 2.
               88 in-regions     VALUE 3.
           01 ws-section-seen PIC 9 VALUE 0.
               88 report-complete VALUE 1.
           01 clean-exit-tally PIC 9(3) USAGE IS COMP.
           01 finding-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 finding-table.
               05 fnd OCCURS 1000 TIMES.
                   10 fnd-kind   PIC X(4).
                   10 fnd-line   PIC 9(5) USAGE IS COMP.
                   10 fnd-waived PIC X(8).
           01 fnd-idx PIC 9(5) USAGE IS COMP.
           01 waived-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 unwaived-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 ws-finding-kind PIC X(4).
           01 ws-finding-line PIC 9(5) USAGE IS COMP.
           01 waiver-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 waiver-table.
               05 wvt OCCURS 1000 TIMES.
                   10 wvt-kind PIC X(4).
                   10 wvt-line PIC 9(5) USAGE IS COMP.
                   10 wvt-by   PIC X(8).
           01 wvt-idx PIC 9(5) USAGE IS COMP.
      * A waiver is only a sign-off if someone who may approve a
      * baseline put their name to it - the rest are turned away
      * and counted on the checklist.
           01 unsigned-waiver-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 unapproved-waiver-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 approver-authority-state PIC 9 VALUE 0.
               88 approver-authority-open VALUE 1.
           01 approver-state PIC 9.
               88 approver-authorized VALUE 1.

           01 ws-report-line PIC X(100).
           01 ws-acc-display PIC -(13)9.
           01 ws-line-display PIC Z(4)9.
           01 ws-count-display PIC Z(4)9.

       PROCEDURE DIVISION.
           PERFORM PARSE-COMMAND-LINE.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           PERFORM GET-OPERATOR-ID.
           SET auth-baseline-approve TO TRUE.
           PERFORM CHECK-AUTHORITY.
           IF NOT operator-authorized THEN
               PERFORM LOG-REFUSED-ATTEMPT
               STOP RUN
           END-IF.
           PERFORM ACQUIRE-RUN-LOCK.
           PERFORM INIT-ONE-GATE VARYING gate-idx FROM 1 BY 1
               UNTIL gate-idx IS GREATER THAN 6.
           PERFORM CHECK-LIBRARY-INDEX.
           IF gate-passed(1) THEN
               PERFORM CHECK-MEMBER-TOTALS
           END-IF.
           IF gate-passed(2) THEN
               PERFORM CHECK-ANALYSIS-REPORT
               PERFORM CHECK-SIMULATION
           END-IF.
           IF gate-passed(4) THEN
               PERFORM CHECK-BASELINE
           END-IF.
           PERFORM CHECK-CATALOG-ENTRY.
           MOVE 0 TO pass-count.
           PERFORM COUNT-ONE-GATE VARYING gate-idx FROM 1 BY 1
               UNTIL gate-idx IS GREATER THAN 6.
           IF pass-count IS EQUAL TO 6 THEN
               PERFORM RECORD-PROMOTION
           END-IF.
           IF catalog-open THEN
               CLOSE catalog-file
           END-IF.
           IF pass-count IS EQUAL TO 6 THEN
               MOVE 'PROMOTED' TO ws-result
           ELSE
               MOVE 'REJECTED' TO ws-result
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-CHECKLIST.
           PERFORM APPEND-PROMOTION-LOG.
           DISPLAY ws-script-id " VERSION " ws-version-display " "
               ws-result.
           PERFORM WRITE-AUDIT-LOG.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.

           PARSE-COMMAND-LINE.
           MOVE SPACES TO ws-cmd-raw.
           ACCEPT ws-cmd-raw FROM COMMAND-LINE.
           MOVE SPACES TO ws-tok1.
           MOVE SPACES TO ws-tok2.
           UNSTRING ws-cmd-raw DELIMITED BY ALL ' '
               INTO ws-tok1 ws-tok2.
           IF ws-tok1 IS EQUAL TO SPACES
                   OR FUNCTION TEST-NUMVAL(ws-tok2)
                       IS NOT EQUAL TO 0 THEN
               DISPLAY "USAGE: promote script-id version"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ws-tok1(1:20) TO ws-script-id.
           COMPUTE ws-version = FUNCTION NUMVAL(ws-tok2).
           MOVE ws-version TO ws-version-display.
           MOVE SPACES TO ws-member-file.
           STRING "libmbr-" DELIMITED BY SIZE
               FUNCTION TRIM(ws-script-id) DELIMITED BY SIZE
               "-v" DELIMITED BY SIZE
               ws-version-display DELIMITED BY SIZE
               INTO ws-member-file.
      * analyze names its report after the file it was given, so a
      * version is analyzed by running analyze against its member.
           MOVE SPACES TO ws-analysis-file.
           STRING FUNCTION TRIM(ws-member-file) DELIMITED BY SIZE
               "-analysis" DELIMITED BY SIZE
               INTO ws-analysis-file.

           INIT-ONE-GATE.
           SET gate-skipped(gate-idx) TO TRUE.
           MOVE "NOT REACHED" TO gate-note(gate-idx).

           COUNT-ONE-GATE.
           IF gate-passed(gate-idx) THEN
               ADD 1 TO pass-count
           END-IF.

           CHECK-LIBRARY-INDEX.
      * The index is append-only and a version number is never
      * reused, so the first matching line is the only one.
           OPEN INPUT library-file.
           MOVE 0 TO ws-library-state.
           PERFORM SCAN-ONE-INDEX-RECORD
               UNTIL library-done OR version-on-index.
           CLOSE library-file.
           IF version-on-index THEN
               SET gate-passed(1) TO TRUE
               MOVE SPACES TO gate-note(1)
               STRING "CHECKED IN " DELIMITED BY SIZE
                   lib-date DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   lib-operator DELIMITED BY SPACE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(lib-source) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO gate-note(1)
           ELSE
               SET gate-failed(1) TO TRUE
               MOVE "NO SUCH VERSION ON SCRIPTLIB" TO gate-note(1)
           END-IF.

           SCAN-ONE-INDEX-RECORD.
           READ library-file
               AT END MOVE 1 TO ws-library-state
           END-READ.
           IF NOT library-done
                   AND lib-script-id IS EQUAL TO ws-script-id
                   AND lib-version IS EQUAL TO ws-version
               SET version-on-index TO TRUE
               MOVE lib-instr-count TO index-count
               MOVE lib-hash TO index-hash
           END-IF.

           CHECK-MEMBER-TOTALS.
      * The member is loaded exactly as part1 loads a script, and
      * must come to the totals the index recorded at check-in - a
      * member altered since then is not the version being signed
      * off.
           OPEN INPUT member-file.
           IF ws-member-status IS NOT EQUAL TO "00" THEN
               SET gate-failed(2) TO TRUE
               MOVE SPACES TO gate-note(2)
               STRING "MEMBER FILE MISSING - STATUS " DELIMITED BY SIZE
                   ws-member-status DELIMITED BY SIZE
                   INTO gate-note(2)
           ELSE
               MOVE 0 TO ws-member-state
               PERFORM READ-ONE-MEMBER-LINE UNTIL member-done
               CLOSE member-file
               PERFORM VALIDATE-CONTROL-TOTALS
               IF bad-count IS GREATER THAN 0 THEN
                   SET gate-failed(2) TO TRUE
                   MOVE bad-count TO ws-count-display
                   MOVE SPACES TO gate-note(2)
                   STRING FUNCTION TRIM(ws-count-display)
                           DELIMITED BY SIZE
                       " INVALID LINE(S)" DELIMITED BY SIZE
                       INTO gate-note(2)
               ELSE
                   IF control-totals-bad THEN
                       SET gate-failed(2) TO TRUE
                       MOVE "HEADER/TRAILER CONTROL TOTALS DO NOT MATCH"
                           TO gate-note(2)
                   ELSE
                       IF row-count IS NOT EQUAL TO index-count
                               OR hash-total IS NOT EQUAL TO index-hash
                               THEN
                           SET gate-failed(2) TO TRUE
                           MOVE "MEMBER CHANGED SINCE CHECK-IN"
                               TO gate-note(2)
                       ELSE
                           SET gate-passed(2) TO TRUE
                           MOVE row-count TO ws-count-display
                           MOVE SPACES TO gate-note(2)
                           STRING FUNCTION TRIM(ws-count-display)
                                   DELIMITED BY SIZE
                               " INSTRUCTION(S)" DELIMITED BY SIZE
                               INTO gate-note(2)
                       END-IF
                   END-IF
               END-IF
           END-IF.

           READ-ONE-MEMBER-LINE.
           READ member-file INTO ws-script-line
               AT END MOVE 1 TO ws-member-state
           END-READ.
           IF NOT member-done
               IF ws-script-line(1:3) IS EQUAL TO 'HDR'
                       AND row-count IS EQUAL TO 0
                       AND NOT header-seen THEN
                   MOVE ws-script-line TO ws-header-line
                   SET header-seen TO TRUE
               ELSE
                   IF ws-script-line(1:3) IS EQUAL TO 'TRL'
                           AND NOT trailer-seen THEN
                       MOVE ws-script-line TO ws-trailer-line
                       MOVE trl-count TO expected-count
                       MOVE trl-hash TO expected-hash
                       SET trailer-seen TO TRUE
                   ELSE
                       PERFORM LOAD-ONE-INSTRUCTION
                   END-IF
               END-IF
           END-IF.

           LOAD-ONE-INSTRUCTION.
           IF trailer-seen THEN
               ADD 1 TO bad-count
           END-IF.
           IF row-count IS LESS THAN 10000 THEN
               ADD 1 TO row-count
               MOVE ws-script-line TO ws-command
               MOVE ws-command-name TO row-name(row-count)
               MOVE 0 TO row-seen(row-count)
               IF row-name(row-count) IS NOT EQUAL TO 'acc'
                       AND row-name(row-count) IS NOT EQUAL TO 'jmp'
                       AND row-name(row-count) IS NOT EQUAL TO 'nop'
                       AND row-name(row-count) IS NOT EQUAL TO 'mul'
                       AND row-name(row-count) IS NOT EQUAL TO 'set'
                       THEN
                   ADD 1 TO bad-count
               END-IF
               IF FUNCTION TEST-NUMVAL(ws-command-value)
                       IS NOT EQUAL TO 0 THEN
                   ADD 1 TO bad-count
                   MOVE 0 TO row-value(row-count)
               ELSE
                   MOVE 0 TO operand-value
                   COMPUTE operand-value =
                       FUNCTION NUMVAL(ws-command-value)
                       ON SIZE ERROR MOVE 9999999 TO operand-value
                   END-COMPUTE
                   IF operand-value IS GREATER THAN 999999
                           OR operand-value IS LESS THAN -999999 THEN
                       ADD 1 TO bad-count
                       MOVE 0 TO row-value(row-count)
                   ELSE
                       MOVE operand-value TO row-value(row-count)
                       ADD row-value(row-count) TO hash-total
                   END-IF
               END-IF
           ELSE
      * Longer than any simulator will load - it can never run, so
      * it can never be promoted.
               ADD 1 TO bad-count
           END-IF.

           VALIDATE-CONTROL-TOTALS.
           IF header-seen AND NOT trailer-seen THEN
               SET control-totals-bad TO TRUE
           END-IF.
           IF trailer-seen THEN
               IF expected-count IS NOT EQUAL TO row-count
                       OR expected-hash IS NOT EQUAL TO hash-total
                       THEN
                   SET control-totals-bad TO TRUE
               END-IF
           END-IF.

           CHECK-ANALYSIS-REPORT.
      * The analyze report for this member is the evidence - every
      * unreachable line and every wild jump it lists must carry a
      * waiver for this script and version. A clean exit jump is the
      * script's normal way out and never needs one.
           PERFORM LOAD-WAIVERS.
           MOVE 0 TO ws-section.
           MOVE 0 TO ws-section-seen.
           OPEN INPUT analysis-file.
           IF ws-analysis-status IS NOT EQUAL TO "00" THEN
               SET gate-failed(3) TO TRUE
               MOVE "NO ANALYZE REPORT FOR THIS VERSION"
                   TO gate-note(3)
           ELSE
               MOVE 0 TO ws-analysis-state
               PERFORM READ-ONE-ANALYSIS-LINE UNTIL analysis-done
               CLOSE analysis-file
               IF NOT report-complete THEN
                   SET gate-failed(3) TO TRUE
                   MOVE "ANALYZE REPORT EMPTY OR INCOMPLETE"
                       TO gate-note(3)
               ELSE
                   PERFORM MATCH-ONE-FINDING VARYING fnd-idx
                       FROM 1 BY 1
                       UNTIL fnd-idx IS GREATER THAN finding-count
                   MOVE SPACES TO gate-note(3)
                   IF unwaived-count IS GREATER THAN 0 THEN
                       SET gate-failed(3) TO TRUE
                       MOVE unwaived-count TO ws-count-display
                       STRING FUNCTION TRIM(ws-count-display)
                               DELIMITED BY SIZE
                           " UNWAIVED FINDING(S)" DELIMITED BY SIZE
                           INTO gate-note(3)
                   ELSE
                       SET gate-passed(3) TO TRUE
                       MOVE waived-count TO ws-count-display
                       STRING FUNCTION TRIM(ws-count-display)
                               DELIMITED BY SIZE
                           " FINDING(S), ALL WAIVED" DELIMITED BY SIZE
                           INTO gate-note(3)
                   END-IF
               END-IF
           END-IF.

           LOAD-WAIVERS.
      * Each approver is looked up on the authority file for the
      * same function promote itself needs. No authority file means
      * no approver can be shown to hold it.
           MOVE 0 TO waiver-count.
           SET auth-baseline-approve TO TRUE.
           MOVE 0 TO approver-authority-state.
           OPEN INPUT authority-file.
           IF ws-authority-status IS EQUAL TO "00" THEN
               SET approver-authority-open TO TRUE
           END-IF.
           OPEN INPUT waiver-file.
           MOVE 0 TO ws-waiver-state.
           PERFORM READ-ONE-WAIVER UNTIL waiver-done.
           CLOSE waiver-file.
           IF approver-authority-open THEN
               CLOSE authority-file
           END-IF.

           READ-ONE-WAIVER.
           READ waiver-file
               AT END MOVE 1 TO ws-waiver-state
           END-READ.
           IF NOT waiver-done
                   AND wav-script-id IS EQUAL TO ws-script-id
                   AND wav-version IS NUMERIC
                   AND wav-line IS NUMERIC
               IF wav-version IS EQUAL TO ws-version THEN
                   IF wav-approved-by IS EQUAL TO SPACES THEN
                       ADD 1 TO unsigned-waiver-count
                   ELSE
                       PERFORM CHECK-WAIVER-APPROVER
                       IF NOT approver-authorized THEN
                           ADD 1 TO unapproved-waiver-count
                       ELSE
                           IF waiver-count IS LESS THAN 1000 THEN
                               ADD 1 TO waiver-count
                               MOVE wav-kind TO wvt-kind(waiver-count)
                               MOVE wav-line TO wvt-line(waiver-count)
                               MOVE wav-approved-by
                                   TO wvt-by(waiver-count)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           CHECK-WAIVER-APPROVER.
           MOVE 0 TO approver-state.
           IF approver-authority-open THEN
               MOVE wav-approved-by TO opa-operator
               READ authority-file
               IF ws-authority-status IS EQUAL TO "00" THEN
                   IF opa-granted(auth-request) THEN
                       SET approver-authorized TO TRUE
                   END-IF
               END-IF
           END-IF.

           READ-ONE-ANALYSIS-LINE.
           READ analysis-file
               AT END MOVE 1 TO ws-analysis-state
           END-READ.
           IF NOT analysis-done
               IF analysis-record(1:24) IS EQUAL TO
                       "UNREACHABLE FROM LINE 1:" THEN
                   SET in-unreachable TO TRUE
               ELSE
                   IF analysis-record(1:18) IS EQUAL TO
                           "WILD JUMP TARGETS:" THEN
                       SET in-wild-jumps TO TRUE
                   ELSE
                       IF analysis-record(1:17) IS EQUAL TO
                               "REGION STRUCTURE:" THEN
      * The region section is written last - reaching it means the
      * report was written out in full.
                           SET in-regions TO TRUE
                           SET report-complete TO TRUE
                       ELSE
                           IF analysis-record(1:6) IS EQUAL TO "  LINE"
                                   AND FUNCTION TEST-NUMVAL(
                                           analysis-record(7:5))
                                       IS EQUAL TO 0 THEN
                               COMPUTE ws-finding-line =
                                   FUNCTION NUMVAL(analysis-record(7:5))
                               IF in-unreachable THEN
                                   MOVE 'UNRE' TO ws-finding-kind
                                   PERFORM ADD-ONE-FINDING
                               END-IF
                               IF in-wild-jumps THEN
                                   MOVE 0 TO clean-exit-tally
                                   INSPECT analysis-record TALLYING
                                       clean-exit-tally
                                       FOR ALL "(CLEAN EXIT)"
                                   IF clean-exit-tally IS EQUAL TO 0
                                           THEN
                                       MOVE 'WILD' TO ws-finding-kind
                                       PERFORM ADD-ONE-FINDING
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           ADD-ONE-FINDING.
           IF finding-count IS LESS THAN 1000 THEN
               ADD 1 TO finding-count
               MOVE ws-finding-kind TO fnd-kind(finding-count)
               MOVE ws-finding-line TO fnd-line(finding-count)
               MOVE SPACES TO fnd-waived(finding-count)
           ELSE
      * More findings than the table holds - the excess can never be
      * shown waived, so it holds the version.
               ADD 1 TO unwaived-count
           END-IF.

           MATCH-ONE-FINDING.
           PERFORM MATCH-ONE-WAIVER VARYING wvt-idx FROM 1 BY 1
               UNTIL wvt-idx IS GREATER THAN waiver-count
                   OR fnd-waived(fnd-idx) IS NOT EQUAL TO SPACES.
           IF fnd-waived(fnd-idx) IS EQUAL TO SPACES THEN
               ADD 1 TO unwaived-count
           ELSE
               ADD 1 TO waived-count
           END-IF.

           MATCH-ONE-WAIVER.
           IF wvt-kind(wvt-idx) IS EQUAL TO fnd-kind(fnd-idx)
                   AND wvt-line(wvt-idx) IS EQUAL TO fnd-line(fnd-idx)
                   THEN
               MOVE wvt-by(wvt-idx) TO fnd-waived(fnd-idx)
           END-IF.

           CHECK-SIMULATION.
      * The same run part1 makes of a script: straight through, no
      * fix search - a version that needs part2's help to terminate
      * is not ready for production.
           MOVE 1 TO pc.
           MOVE 0 TO acc.
           PERFORM RUN-STEP UNTIL pc IS GREATER THAN row-count
               OR pc IS LESS THAN 1
               OR row-seen(pc) IS EQUAL TO 1
               OR acc-overflowed.
           MOVE last-pc TO ws-line-display.
           MOVE SPACES TO gate-note(4).
           IF acc-overflowed THEN
               SET gate-failed(4) TO TRUE
               STRING "ACCUMULATOR OVERFLOW AT LINE " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-line-display) DELIMITED BY SIZE
                   INTO gate-note(4)
           ELSE
               IF pc IS GREATER THAN row-count THEN
                   SET gate-passed(4) TO TRUE
                   MOVE acc TO ws-acc-display
                   STRING "PASS, ACC " DELIMITED BY SIZE
                       FUNCTION TRIM(ws-acc-display) DELIMITED BY SIZE
                       INTO gate-note(4)
               ELSE
                   IF pc IS LESS THAN 1 THEN
                       SET gate-failed(4) TO TRUE
                       STRING "JMP AT LINE " DELIMITED BY SIZE
                           FUNCTION TRIM(ws-line-display)
                                   DELIMITED BY SIZE
                           " LEAVES BEFORE LINE 1" DELIMITED BY SIZE
                           INTO gate-note(4)
                   ELSE
                       SET gate-failed(4) TO TRUE
                       MOVE pc TO ws-line-display
                       STRING "LOOPS - LINE " DELIMITED BY SIZE
                           FUNCTION TRIM(ws-line-display)
                                   DELIMITED BY SIZE
                           " RE-ENTERED" DELIMITED BY SIZE
                           INTO gate-note(4)
                   END-IF
               END-IF
           END-IF.

           RUN-STEP.
           MOVE pc TO last-pc.
           MOVE 1 TO row-seen(pc).
           IF row-name(pc) IS EQUAL TO 'acc' THEN
               ADD row-value(pc) TO acc
                   ON SIZE ERROR SET acc-overflowed TO TRUE
               END-ADD
           END-IF.
           IF row-name(pc) IS EQUAL TO 'mul' THEN
               COMPUTE acc = acc * row-value(pc)
                   ON SIZE ERROR SET acc-overflowed TO TRUE
               END-COMPUTE
           END-IF.
           IF row-name(pc) IS EQUAL TO 'set' THEN
               MOVE row-value(pc) TO acc
           END-IF.
           IF row-name(pc) IS EQUAL TO 'jmp' THEN
               COMPUTE pc = row-value(pc) + pc
           ELSE
               ADD 1 TO pc
           END-IF.

           CHECK-BASELINE.
      * Only an active baseline binds - a retired one is history, not
      * a sign-off, so it cannot approve a new version.
           MOVE SPACES TO gate-note(5).
           OPEN INPUT baseline-file.
           IF ws-baseline-status IS NOT EQUAL TO "00" THEN
               SET gate-failed(5) TO TRUE
               STRING "BASELINE MASTER UNAVAILABLE - STATUS "
                       DELIMITED BY SIZE
                   ws-baseline-status DELIMITED BY SIZE
                   INTO gate-note(5)
           ELSE
               MOVE ws-script-id TO bas-script-id
               READ baseline-file
               IF ws-baseline-status IS NOT EQUAL TO "00" THEN
                   SET gate-failed(5) TO TRUE
                   MOVE "NO BASELINE ON FILE" TO gate-note(5)
               ELSE
                   IF NOT bas-active THEN
                       SET gate-failed(5) TO TRUE
                       MOVE "BASELINE RETIRED" TO gate-note(5)
                   ELSE
                       IF bas-expected-acc IS NOT EQUAL TO acc
                               OR bas-expected-status IS NOT EQUAL TO
                                   "PASS"
                               THEN
                           SET gate-failed(5) TO TRUE
                           MOVE bas-expected-acc TO ws-acc-display
                           STRING "EXPECTED " DELIMITED BY SIZE
                               FUNCTION TRIM(ws-acc-display)
                                       DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               bas-expected-status DELIMITED BY SIZE
                               " APPROVED " DELIMITED BY SIZE
                               bas-approved-date DELIMITED BY SIZE
                               INTO gate-note(5)
                       ELSE
                           SET gate-passed(5) TO TRUE
                           STRING "APPROVED " DELIMITED BY SIZE
                               bas-approved-date DELIMITED BY SIZE
                               " BY " DELIMITED BY SIZE
                               bas-approved-by DELIMITED BY SPACE
                               INTO gate-note(5)
                       END-IF
                   END-IF
               END-IF
               CLOSE baseline-file
           END-IF.

           CHECK-CATALOG-ENTRY.
      * The promoted version is recorded on the catalog entry, so a
      * script with no live entry has nowhere to record it.
           MOVE SPACES TO gate-note(6).
           OPEN I-O catalog-file.
           IF ws-catalog-status IS NOT EQUAL TO "00" THEN
               SET gate-failed(6) TO TRUE
               STRING "CATALOG UNAVAILABLE - STATUS "
                       DELIMITED BY SIZE
                   ws-catalog-status DELIMITED BY SIZE
                   INTO gate-note(6)
           ELSE
               SET catalog-open TO TRUE
               MOVE ws-script-id TO cat-script-id
               READ catalog-file
               IF ws-catalog-status IS NOT EQUAL TO "00" THEN
                   SET gate-failed(6) TO TRUE
                   MOVE "NOT ON CATALOG" TO gate-note(6)
               ELSE
                   IF NOT cat-active THEN
                       SET gate-failed(6) TO TRUE
                       MOVE "CATALOG ENTRY RETIRED" TO gate-note(6)
                   ELSE
                       SET gate-passed(6) TO TRUE
                       IF cat-promoted-version IS NUMERIC
                               AND cat-promoted-version
                                   IS GREATER THAN 0
                               THEN
                           STRING "OWNER " DELIMITED BY SIZE
                               cat-owner-dept DELIMITED BY SPACE
                               ", REPLACES V" DELIMITED BY SIZE
                               cat-promoted-version DELIMITED BY SIZE
                               INTO gate-note(6)
                       ELSE
                           STRING "OWNER " DELIMITED BY SIZE
                               cat-owner-dept DELIMITED BY SPACE
                               ", FIRST PROMOTION" DELIMITED BY SIZE
                               INTO gate-note(6)
                       END-IF
                   END-IF
               END-IF
           END-IF.

           RECORD-PROMOTION.
      * The catalog record is still the one CHECK-CATALOG-ENTRY read.
           MOVE ws-version TO cat-promoted-version.
           MOVE ws-current-date TO cat-promoted-date.
           MOVE ws-operator TO cat-promoted-by.
           MOVE row-count TO cat-promoted-count.
           MOVE hash-total TO cat-promoted-hash.
           REWRITE catalog-record.
           IF ws-catalog-status IS NOT EQUAL TO "00" THEN
               SET gate-failed(6) TO TRUE
               MOVE SPACES TO gate-note(6)
               STRING "CATALOG UPDATE FAILED - STATUS "
                       DELIMITED BY SIZE
                   ws-catalog-status DELIMITED BY SIZE
                   INTO gate-note(6)
               SUBTRACT 1 FROM pass-count
           END-IF.

           WRITE-CHECKLIST.
      * The checklist goes to the console as well as to promoteout,
      * so the operator sees why a version was held without opening
      * the report.
           OPEN OUTPUT checklist-file.
           MOVE SPACES TO ws-report-line.
           STRING "PROMOTION CHECKLIST: " DELIMITED BY SIZE
               FUNCTION TRIM(ws-script-id) DELIMITED BY SIZE
               " VERSION " DELIMITED BY SIZE
               ws-version-display DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               ws-operator DELIMITED BY SPACE
               " ON " DELIMITED BY SIZE
               ws-current-date DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-gate-codes.
           PERFORM WRITE-ONE-GATE-LINE VARYING gate-idx FROM 1 BY 1
               UNTIL gate-idx IS GREATER THAN 6.
           IF finding-count IS GREATER THAN 0 THEN
               MOVE "ANALYSIS FINDINGS:" TO ws-report-line
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-ONE-FINDING VARYING fnd-idx FROM 1 BY 1
                   UNTIL fnd-idx IS GREATER THAN finding-count
           END-IF.
           IF unsigned-waiver-count IS GREATER THAN 0 THEN
               MOVE unsigned-waiver-count TO ws-count-display
               MOVE SPACES TO ws-report-line
               STRING "WAIVERS REJECTED, NOT SIGNED: " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-count-display) DELIMITED BY SIZE
                   INTO ws-report-line
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF unapproved-waiver-count IS GREATER THAN 0 THEN
               MOVE unapproved-waiver-count TO ws-count-display
               MOVE SPACES TO ws-report-line
               STRING "WAIVERS REJECTED, APPROVER NOT AUTHORIZED: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(ws-count-display) DELIMITED BY SIZE
                   INTO ws-report-line
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO ws-report-line.
           STRING "RESULT: " DELIMITED BY SIZE
               ws-result DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           CLOSE checklist-file.

           WRITE-ONE-GATE-LINE.
           IF gate-passed(gate-idx) THEN
               MOVE "PASS" TO ws-gate-word
           ELSE
               IF gate-failed(gate-idx) THEN
                   MOVE "FAIL" TO ws-gate-word
               ELSE
                   MOVE "----" TO ws-gate-word
               END-IF
           END-IF.
           MOVE gate-code(gate-idx) TO ws-gate-codes(gate-idx:1).
           MOVE SPACES TO ws-report-line.
           STRING "  " DELIMITED BY SIZE
               ws-gate-word DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               gate-label(gate-idx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               gate-note(gate-idx) DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.

           WRITE-ONE-FINDING.
           MOVE fnd-line(fnd-idx) TO ws-line-display.
           MOVE SPACES TO ws-report-line.
           IF fnd-kind(fnd-idx) IS EQUAL TO 'UNRE' THEN
               STRING "  UNREACHABLE LINE" DELIMITED BY SIZE
                   ws-line-display DELIMITED BY SIZE
                   INTO ws-report-line
           ELSE
               STRING "  WILD JUMP AT LINE" DELIMITED BY SIZE
                   ws-line-display DELIMITED BY SIZE
                   INTO ws-report-line
           END-IF.
           IF fnd-waived(fnd-idx) IS EQUAL TO SPACES THEN
               MOVE "NOT WAIVED" TO ws-report-line(30:)
           ELSE
               STRING "WAIVED BY " DELIMITED BY SIZE
                   fnd-waived(fnd-idx) DELIMITED BY SPACE
                   INTO ws-report-line(30:)
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
           MOVE ws-report-line TO checklist-line.
           WRITE checklist-line.
           DISPLAY FUNCTION TRIM(ws-report-line TRAILING).

           APPEND-PROMOTION-LOG.
      * The promotion log is append-only like the run history - a
      * rejected attempt is logged as well as a promotion, so the log
      * shows every sign-off that was asked for, not just the ones
      * that went through.
           ACCEPT ws-time-raw FROM TIME.
           OPEN EXTEND promotion-log-file.
           MOVE SPACES TO promotion-record.
           MOVE ws-script-id TO prm-script-id.
           MOVE ws-version TO prm-version.
           MOVE ws-current-date TO prm-date.
           MOVE ws-time-raw(1:6) TO prm-time.
           MOVE ws-operator TO prm-operator.
           MOVE ws-result TO prm-result.
           MOVE ws-gate-codes TO prm-gates.
           MOVE row-count TO prm-instr-count.
           MOVE hash-total TO prm-hash.
           MOVE acc TO prm-acc.
           MOVE waived-count TO prm-waived.
           WRITE promotion-record.
           CLOSE promotion-log-file.

           WRITE-AUDIT-LOG.
      * A promotion changes what production is allowed to run, so it
      * leaves its own record; the fix-line slot carries the version
      * that was put up for promotion.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           ACCEPT ws-time-raw FROM TIME.
           OPEN EXTEND audit-file.
           MOVE SPACES TO audit-record.
           MOVE 'promote' TO aud-program.
           MOVE ws-current-date TO aud-run-date.
           MOVE ws-time-raw(1:6) TO aud-run-time.
           MOVE ws-operator TO aud-operator.
           MOVE ws-script-id TO aud-input-file.
           MOVE row-count TO aud-instr-count.
           MOVE acc TO aud-acc.
           MOVE RETURN-CODE TO aud-return-code.
           MOVE ws-version TO aud-fix-line.
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
           MOVE 'promote' TO lck-program.
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
           MOVE 'promote' TO aud-program.
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
