       IDENTIFICATION DIVISION.
       PROGRAM-ID. lineedit.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT OPTIONAL library-file ASSIGN TO 'scriptlib'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT member-file ASSIGN TO DYNAMIC ws-member-file
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-member-status.
               SELECT trans-file ASSIGN TO DYNAMIC ws-trans-file
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-trans-status.
               SELECT OPTIONAL edit-log-file ASSIGN TO 'editlog'
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

           FD trans-file.
           01 trans-record PIC X(80).

           FD edit-log-file.
           COPY "editlog.cpy".

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
      * The script ID and the version to edit come in on the command
      * line the way libcomp takes them; the transaction file is the
      * optional third word, else TRANS_FILE, else edittrans.
           01 ws-cmd-raw PIC X(200).
           01 ws-tok1 PIC X(50).
           01 ws-tok2 PIC X(50).
           01 ws-tok3 PIC X(50).
           01 ws-script-id PIC X(20).
           01 ws-from-version PIC 9(5).
           01 ws-new-version PIC 9(5) VALUE 0.
           01 ws-version-display PIC 9(5).
           01 ws-member-file PIC X(100).
           01 ws-member-status PIC XX.
           01 ws-trans-file PIC X(100).
           01 ws-trans-status PIC XX.
           01 ws-current-date PIC 9(8).
           01 ws-time-raw PIC X(8).
           01 ws-operator PIC X(8).
           01 ws-library-state PIC 9.
               88 library-done VALUE 1.
           01 ws-member-state PIC 9.
               88 member-done VALUE 1.
           01 ws-trans-state PIC 9.
               88 trans-done VALUE 1.
           01 lib-found-state PIC 9.
               88 version-on-index VALUE 1.
           01 checkin-state PIC 9 VALUE 0.
               88 edit-checked-in VALUE 1.

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
           01 row-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 bad-count PIC 9(5) USAGE IS COMP VALUE 0.
      * The version being edited, line by line as it stands on the
      * library, with what the transactions do to each line and
      * where it lands in the edited script (zero once deleted).
           01 source-lines.
               05 src OCCURS 10000 TIMES.
                   10 src-name      PIC A(3).
                   10 src-value     PIC S9(7) USAGE IS COMP.
                   10 src-state     PIC 9.
                       88 src-kept     VALUE 0.
                       88 src-deleted  VALUE 1.
                       88 src-replaced VALUE 2.
                   10 src-rep-txn   PIC 9(5) USAGE IS COMP.
                   10 src-new-pos   PIC 9(5) USAGE IS COMP.
                   10 src-new-value PIC S9(7) USAGE IS COMP.
           01 src-idx PIC 9(5) USAGE IS COMP.

      * One transaction per line: a 3-char action, the line number
      * it applies to, then for INS and REP the instruction in the
      * script's own layout. Every line number is a line of the
      * version as checked in, never of the script part-way through
      * editing, so the transactions can be keyed in any order. INS
      * 0 puts lines ahead of line 1; several INS after one line go
      * in the order keyed.
           01 ws-trans-line.
               05 trn-action      PIC X(3).
               05 FILLER          PIC X.
               05 trn-line        PIC X(5).
               05 FILLER          PIC X.
               05 trn-instruction PIC X(11).
           01 trans-table.
               05 txn OCCURS 1000 TIMES.
                   10 txn-action      PIC X(3).
                   10 txn-line        PIC 9(5) USAGE IS COMP.
                   10 txn-instruction PIC X(11).
                   10 txn-name        PIC A(3).
                   10 txn-value       PIC S9(7) USAGE IS COMP.
                   10 txn-state       PIC 9.
                       88 txn-bad VALUE 1.
           01 txn-idx PIC 9(5) USAGE IS COMP.
           01 trans-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 txn-bad-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 dropped-trans-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 line-number PIC S9(7) USAGE IS COMP.
           01 line-low PIC 9(5) USAGE IS COMP.

           01 place-line PIC 9(5) USAGE IS COMP.
           01 new-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 new-hash PIC S9(11) USAGE IS COMP VALUE 0.
           01 jmp-target PIC S9(7) USAGE IS COMP.
           01 target PIC 9(5) USAGE IS COMP.
           01 lost-target-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 rebased-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 wide-operand-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 out-name PIC A(3).
           01 out-value PIC S9(7) USAGE IS COMP.
           01 ws-edited-line.
               05 eln-name  PIC A(3).
               05 eln-sep   PIC X.
               05 eln-value PIC X(7).
           01 ws-edited-sign PIC X.
           01 ws-edited-digits PIC Z(5)9.
           01 ws-edited-value PIC X(7).

       PROCEDURE DIVISION.
           PERFORM PARSE-COMMAND-LINE.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           ACCEPT ws-time-raw FROM TIME.
           PERFORM GET-OPERATOR-ID.
           SET auth-library-checkin TO TRUE.
           PERFORM CHECK-AUTHORITY.
           IF NOT operator-authorized THEN
               PERFORM LOG-REFUSED-ATTEMPT
               STOP RUN
           END-IF.
           PERFORM ACQUIRE-RUN-LOCK.
           PERFORM LOAD-SOURCE-VERSION.
           PERFORM LOAD-EDIT-TRANSACTIONS.
           IF trans-count IS EQUAL TO 0 THEN
               DISPLAY "NO EDIT TRANSACTIONS - NOTHING CHECKED IN"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           IF txn-bad-count IS GREATER THAN 0 THEN
               DISPLAY txn-bad-count " UNUSABLE EDIT TRANSACTION(S)"
                   " - NOT CHECKED IN"
               MOVE 8 TO RETURN-CODE
               PERFORM LOG-EDIT-TRANSACTIONS
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           PERFORM MAP-NEW-POSITIONS.
           IF new-count IS EQUAL TO 0
                   OR new-count IS GREATER THAN 10000 THEN
               DISPLAY "EDITED SCRIPT WOULD HAVE " new-count
                   " INSTRUCTION(S) - NOT CHECKED IN"
               MOVE 8 TO RETURN-CODE
               PERFORM LOG-EDIT-TRANSACTIONS
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           PERFORM REBASE-ONE-JUMP VARYING src-idx FROM 1 BY 1
               UNTIL src-idx IS GREATER THAN row-count.
           IF lost-target-count IS GREATER THAN 0 THEN
               DISPLAY lost-target-count " JUMP(S) TARGET A DELETED "
                   "LINE - EDIT REJECTED"
               MOVE 4 TO RETURN-CODE
               PERFORM LOG-EDIT-TRANSACTIONS
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           IF wide-operand-count IS GREATER THAN 0 THEN
               DISPLAY wide-operand-count " JUMP OPERAND(S) TOO WIDE "
                   "ONCE RE-BASED - EDIT REJECTED"
               MOVE 4 TO RETURN-CODE
               PERFORM LOG-EDIT-TRANSACTIONS
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           PERFORM FIND-NEXT-VERSION.
           PERFORM WRITE-EDITED-MEMBER.
           PERFORM APPEND-LIBRARY-RECORD.
           SET edit-checked-in TO TRUE.
           PERFORM LOG-EDIT-TRANSACTIONS.
           DISPLAY "CHECKED IN " ws-script-id " VERSION "
               ws-version-display " (LINE EDITED) FROM VERSION "
               ws-from-version.
           DISPLAY trans-count " EDIT(S) APPLIED, " rebased-count
               " JUMP OPERAND(S) RE-BASED".
           PERFORM WRITE-AUDIT-LOG.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.

           PARSE-COMMAND-LINE.
           MOVE SPACES TO ws-cmd-raw.
           ACCEPT ws-cmd-raw FROM COMMAND-LINE.
           MOVE SPACES TO ws-tok1.
           MOVE SPACES TO ws-tok2.
           MOVE SPACES TO ws-tok3.
           UNSTRING ws-cmd-raw DELIMITED BY ALL ' '
               INTO ws-tok1 ws-tok2 ws-tok3.
           IF ws-tok1 IS EQUAL TO SPACES
                   OR ws-tok2 IS EQUAL TO SPACES
                   OR FUNCTION TEST-NUMVAL(ws-tok2)
                       IS NOT EQUAL TO 0 THEN
               DISPLAY "USAGE: lineedit script-id version "
                   "[transaction-file]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ws-tok1(1:20) TO ws-script-id.
           COMPUTE ws-from-version = FUNCTION NUMVAL(ws-tok2).
           MOVE SPACES TO ws-trans-file.
           MOVE ws-tok3 TO ws-trans-file.
           IF ws-trans-file IS EQUAL TO SPACES THEN
               ACCEPT ws-trans-file FROM ENVIRONMENT "TRANS_FILE"
           END-IF.
           IF ws-trans-file IS EQUAL TO SPACES THEN
               MOVE 'edittrans' TO ws-trans-file
           END-IF.

           LOAD-SOURCE-VERSION.
      * Only a version on the library index can be edited, and only
      * one libcheck would have accepted - the edit must start from
      * content whose totals are known to be right.
           MOVE ws-from-version TO ws-version-display.
           PERFORM CHECK-LIBRARY-INDEX.
           IF NOT version-on-index THEN
               DISPLAY "VERSION " ws-version-display
                   " NOT ON SCRIPTLIB FOR " ws-script-id
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           PERFORM SET-MEMBER-FILE-NAME.
           OPEN INPUT member-file.
           IF ws-member-status IS NOT EQUAL TO "00" THEN
               DISPLAY "VERSION " ws-version-display
                   " NOT IN LIBRARY FOR " ws-script-id
                   " - STATUS " ws-member-status
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           MOVE 0 TO ws-member-state.
           PERFORM READ-ONE-MEMBER-LINE UNTIL member-done.
           CLOSE member-file.
           IF bad-count IS GREATER THAN 0 THEN
               DISPLAY bad-count " INVALID LINE(S) IN VERSION "
                   ws-version-display " - NOT EDITED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           PERFORM VALIDATE-CONTROL-TOTALS.
           IF control-totals-bad THEN
               DISPLAY "CONTROL TOTALS DO NOT MATCH - NOT EDITED"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

           CHECK-LIBRARY-INDEX.
      * The index is append-only and a version number is never
      * reused, so the first matching line is the only one.
           MOVE 0 TO lib-found-state.
           OPEN INPUT library-file.
           MOVE 0 TO ws-library-state.
           PERFORM FIND-ONE-INDEX-RECORD
               UNTIL library-done OR version-on-index.
           CLOSE library-file.

           FIND-ONE-INDEX-RECORD.
           READ library-file
               AT END MOVE 1 TO ws-library-state
           END-READ.
           IF NOT library-done
                   AND lib-script-id IS EQUAL TO ws-script-id
                   AND lib-version IS EQUAL TO ws-from-version
               SET version-on-index TO TRUE
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
               DISPLAY "LINE " row-count ": RECORD AFTER TRAILER"
               ADD 1 TO bad-count
           END-IF.
           IF row-count IS LESS THAN 10000 THEN
               ADD 1 TO row-count
               MOVE ws-script-line TO ws-command
               MOVE ws-command-name TO src-name(row-count)
               MOVE 0 TO src-value(row-count)
               MOVE 0 TO src-state(row-count)
               MOVE 0 TO src-rep-txn(row-count)
               MOVE 0 TO src-new-pos(row-count)
               IF src-name(row-count) IS NOT EQUAL TO 'acc'
                       AND src-name(row-count) IS NOT EQUAL TO 'jmp'
                       AND src-name(row-count) IS NOT EQUAL TO 'nop'
                       AND src-name(row-count) IS NOT EQUAL TO 'mul'
                       AND src-name(row-count) IS NOT EQUAL TO 'set'
                       THEN
                   DISPLAY "LINE " row-count
                       ": UNRECOGNIZED OPCODE '" ws-command-name "'"
                   ADD 1 TO bad-count
               END-IF
               IF FUNCTION TEST-NUMVAL(ws-command-value)
                       IS NOT EQUAL TO 0 THEN
                   DISPLAY "LINE " row-count
                       ": UNREADABLE OPERAND '" ws-command-value "'"
                   ADD 1 TO bad-count
               ELSE
                   MOVE 0 TO operand-value
                   COMPUTE operand-value =
                       FUNCTION NUMVAL(ws-command-value)
                       ON SIZE ERROR MOVE 9999999 TO operand-value
                   END-COMPUTE
                   IF operand-value IS GREATER THAN 999999
                           OR operand-value IS LESS THAN -999999 THEN
                       DISPLAY "LINE " row-count
                           ": OPERAND '" ws-command-value
                           "' EXCEEDS 6 DIGITS"
                       ADD 1 TO bad-count
                   ELSE
                       MOVE operand-value TO src-value(row-count)
                       ADD src-value(row-count) TO hash-total
                   END-IF
               END-IF
           ELSE
               DISPLAY "BOOT SCRIPT TOO LONG - EXCEEDS 10000 "
                   "INSTRUCTIONS"
               ADD 1 TO bad-count
           END-IF.

           VALIDATE-CONTROL-TOTALS.
           IF header-seen AND NOT trailer-seen THEN
               DISPLAY "TRAILER RECORD MISSING"
               SET control-totals-bad TO TRUE
           END-IF.
           IF trailer-seen THEN
               IF expected-count IS NOT EQUAL TO row-count THEN
                   DISPLAY "TRAILER COUNT " expected-count
                       " DOES NOT MATCH " row-count
                       " INSTRUCTION(S) READ"
                   SET control-totals-bad TO TRUE
               END-IF
               IF expected-hash IS NOT EQUAL TO hash-total THEN
                   DISPLAY "TRAILER HASH TOTAL DOES NOT MATCH "
                       "OPERANDS READ"
                   SET control-totals-bad TO TRUE
               END-IF
           END-IF.

           LOAD-EDIT-TRANSACTIONS.
           OPEN INPUT trans-file.
           IF ws-trans-status IS NOT EQUAL TO "00" THEN
               DISPLAY "CANNOT OPEN EDIT TRANSACTIONS '"
                   FUNCTION TRIM(ws-trans-file) "' - STATUS "
                   ws-trans-status
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           MOVE 0 TO ws-trans-state.
           PERFORM LOAD-ONE-TRANSACTION UNTIL trans-done.
           CLOSE trans-file.
           IF dropped-trans-count IS GREATER THAN 0 THEN
               DISPLAY dropped-trans-count " EDIT TRANSACTION(S) "
                   "BEYOND THE 1000 ONE RUN TAKES"
               ADD dropped-trans-count TO txn-bad-count
           END-IF.

           LOAD-ONE-TRANSACTION.
           READ trans-file INTO ws-trans-line
               AT END MOVE 1 TO ws-trans-state
           END-READ.
           IF NOT trans-done
                   AND ws-trans-line IS NOT EQUAL TO SPACES
               IF trans-count IS LESS THAN 1000 THEN
                   ADD 1 TO trans-count
                   MOVE trans-count TO txn-idx
                   MOVE trn-action TO txn-action(txn-idx)
                   MOVE trn-instruction TO txn-instruction(txn-idx)
                   MOVE 0 TO txn-line(txn-idx)
                   MOVE SPACES TO txn-name(txn-idx)
                   MOVE 0 TO txn-value(txn-idx)
                   MOVE 0 TO txn-state(txn-idx)
                   PERFORM VALIDATE-ONE-TRANSACTION
               ELSE
                   ADD 1 TO dropped-trans-count
               END-IF
           END-IF.

           VALIDATE-ONE-TRANSACTION.
      * Flag it but keep reading - the operator gets the full list
      * of unusable transactions, not just the first.
           IF txn-action(txn-idx) IS NOT EQUAL TO 'INS'
                   AND txn-action(txn-idx) IS NOT EQUAL TO 'DEL'
                   AND txn-action(txn-idx) IS NOT EQUAL TO 'REP' THEN
               DISPLAY "EDIT " txn-idx ": UNKNOWN ACTION '"
                   txn-action(txn-idx) "'"
               SET txn-bad(txn-idx) TO TRUE
           END-IF.
           PERFORM CHECK-TRANSACTION-LINE.
           IF txn-action(txn-idx) IS EQUAL TO 'INS'
                   OR txn-action(txn-idx) IS EQUAL TO 'REP' THEN
               PERFORM CHECK-TRANSACTION-INSTRUCTION
           END-IF.
           IF NOT txn-bad(txn-idx)
               IF txn-action(txn-idx) IS EQUAL TO 'DEL'
                       OR txn-action(txn-idx) IS EQUAL TO 'REP' THEN
                   PERFORM CLAIM-SOURCE-LINE
               END-IF
           END-IF.
           IF txn-bad(txn-idx) THEN
               ADD 1 TO txn-bad-count
           END-IF.

           CHECK-TRANSACTION-LINE.
           IF trn-line IS EQUAL TO SPACES
                   OR FUNCTION TEST-NUMVAL(trn-line)
                       IS NOT EQUAL TO 0 THEN
               DISPLAY "EDIT " txn-idx ": UNREADABLE LINE NUMBER '"
                   trn-line "'"
               SET txn-bad(txn-idx) TO TRUE
           ELSE
               COMPUTE line-number = FUNCTION NUMVAL(trn-line)
               IF txn-action(txn-idx) IS EQUAL TO 'INS' THEN
                   MOVE 0 TO line-low
               ELSE
                   MOVE 1 TO line-low
               END-IF
               IF line-number IS LESS THAN line-low
                       OR line-number IS GREATER THAN row-count THEN
                   DISPLAY "EDIT " txn-idx ": LINE " trn-line
                       " IS NOT ON VERSION " ws-from-version
                   SET txn-bad(txn-idx) TO TRUE
               ELSE
                   MOVE line-number TO txn-line(txn-idx)
               END-IF
           END-IF.

           CHECK-TRANSACTION-INSTRUCTION.
      * An inserted or replacement line is held to the same rules
      * libcheck applies to a whole script.
           MOVE txn-instruction(txn-idx) TO ws-command.
           IF ws-command-name IS NOT EQUAL TO 'acc'
                   AND ws-command-name IS NOT EQUAL TO 'jmp'
                   AND ws-command-name IS NOT EQUAL TO 'nop'
                   AND ws-command-name IS NOT EQUAL TO 'mul'
                   AND ws-command-name IS NOT EQUAL TO 'set' THEN
               DISPLAY "EDIT " txn-idx
                   ": UNRECOGNIZED OPCODE '" ws-command-name "'"
               SET txn-bad(txn-idx) TO TRUE
           END-IF.
           IF ws-command-value IS EQUAL TO SPACES
                   OR FUNCTION TEST-NUMVAL(ws-command-value)
                       IS NOT EQUAL TO 0 THEN
               DISPLAY "EDIT " txn-idx
                   ": UNREADABLE OPERAND '" ws-command-value "'"
               SET txn-bad(txn-idx) TO TRUE
           ELSE
               MOVE 0 TO operand-value
               COMPUTE operand-value =
                   FUNCTION NUMVAL(ws-command-value)
                   ON SIZE ERROR MOVE 9999999 TO operand-value
               END-COMPUTE
               IF operand-value IS GREATER THAN 999999
                       OR operand-value IS LESS THAN -999999 THEN
                   DISPLAY "EDIT " txn-idx
                       ": OPERAND '" ws-command-value
                       "' EXCEEDS 6 DIGITS"
                   SET txn-bad(txn-idx) TO TRUE
               ELSE
                   MOVE ws-command-name TO txn-name(txn-idx)
                   MOVE operand-value TO txn-value(txn-idx)
               END-IF
           END-IF.

           CLAIM-SOURCE-LINE.
      * A line can be deleted or replaced once - two transactions
      * against the same line cannot both be meant.
           MOVE txn-line(txn-idx) TO src-idx.
           IF NOT src-kept(src-idx) THEN
               DISPLAY "EDIT " txn-idx ": LINE " trn-line
                   " ALREADY DELETED OR REPLACED BY AN EARLIER EDIT"
               SET txn-bad(txn-idx) TO TRUE
           ELSE
               IF txn-action(txn-idx) IS EQUAL TO 'DEL' THEN
                   SET src-deleted(src-idx) TO TRUE
               ELSE
                   SET src-replaced(src-idx) TO TRUE
                   MOVE txn-idx TO src-rep-txn(src-idx)
               END-IF
           END-IF.

           MAP-NEW-POSITIONS.
      * Walk the version in order, counting each surviving line and
      * each insert where it will fall - the same walk
      * WRITE-EDITED-MEMBER makes when it writes the lines out.
           MOVE 0 TO new-count.
           MOVE 0 TO place-line.
           PERFORM COUNT-INSERTS-AFTER.
           PERFORM PLACE-ONE-LINE VARYING src-idx FROM 1 BY 1
               UNTIL src-idx IS GREATER THAN row-count.

           PLACE-ONE-LINE.
           IF src-deleted(src-idx) THEN
               MOVE 0 TO src-new-pos(src-idx)
           ELSE
               ADD 1 TO new-count
               MOVE new-count TO src-new-pos(src-idx)
           END-IF.
           MOVE src-idx TO place-line.
           PERFORM COUNT-INSERTS-AFTER.

           COUNT-INSERTS-AFTER.
           PERFORM COUNT-ONE-INSERT VARYING txn-idx FROM 1 BY 1
               UNTIL txn-idx IS GREATER THAN trans-count.

           COUNT-ONE-INSERT.
           IF txn-action(txn-idx) IS EQUAL TO 'INS'
                   AND txn-line(txn-idx) IS EQUAL TO place-line THEN
               ADD 1 TO new-count
           END-IF.

           REBASE-ONE-JUMP.
      * A surviving jmp or nop is re-pointed at the line it pointed
      * at before the edit - a nop operand is a jump part2 may yet
      * swap in, so it is kept true the same way. A jump that leaves
      * the script keeps the same distance past the edge it leaves
      * by, so the clean exit stays the clean exit and a wild jump
      * stays wild for analyze to report. Inserted and replacement
      * lines are new text, taken as written against the edited
      * script.
           MOVE src-value(src-idx) TO src-new-value(src-idx).
           IF src-kept(src-idx)
                   AND (src-name(src-idx) IS EQUAL TO 'jmp'
                       OR src-name(src-idx) IS EQUAL TO 'nop')
               COMPUTE jmp-target = src-idx + src-value(src-idx)
               IF jmp-target IS GREATER THAN 0
                       AND jmp-target IS NOT GREATER THAN row-count
                       THEN
                   MOVE jmp-target TO target
                   IF src-deleted(target) THEN
                       IF src-name(src-idx) IS EQUAL TO 'jmp' THEN
                           DISPLAY "LINE " src-idx ": jmp TARGET LINE "
                               target " IS DELETED"
                           ADD 1 TO lost-target-count
                       ELSE
                           DISPLAY "LINE " src-idx ": nop OPERAND "
                               "POINTS AT DELETED LINE " target
                               " - LEFT AS WRITTEN"
                       END-IF
                   ELSE
                       COMPUTE src-new-value(src-idx) =
                           src-new-pos(target) - src-new-pos(src-idx)
                   END-IF
               ELSE
                   IF jmp-target IS LESS THAN 1 THEN
                       COMPUTE src-new-value(src-idx) =
                           jmp-target - src-new-pos(src-idx)
                   ELSE
                       COMPUTE src-new-value(src-idx) = new-count
                           + (jmp-target - row-count)
                           - src-new-pos(src-idx)
                   END-IF
               END-IF
               IF src-new-value(src-idx) IS GREATER THAN 999999
                       OR src-new-value(src-idx) IS LESS THAN -999999
                       THEN
                   DISPLAY "LINE " src-idx ": " src-name(src-idx)
                       " OPERAND WOULD NOT FIT ONCE RE-BASED"
                   ADD 1 TO wide-operand-count
               END-IF
               IF src-new-value(src-idx) IS NOT EQUAL TO
                       src-value(src-idx) THEN
                   ADD 1 TO rebased-count
               END-IF
           END-IF.

           FIND-NEXT-VERSION.
      * The index is append-only, so the highest version on file
      * for this script plus one is the next number - no separate
      * counter to fall out of step with the index itself.
           MOVE 0 TO ws-new-version.
           OPEN INPUT library-file.
           MOVE 0 TO ws-library-state.
           PERFORM SCAN-ONE-INDEX-RECORD UNTIL library-done.
           CLOSE library-file.
           ADD 1 TO ws-new-version.
           MOVE ws-new-version TO ws-version-display.

           SCAN-ONE-INDEX-RECORD.
           READ library-file
               AT END MOVE 1 TO ws-library-state
           END-READ.
           IF NOT library-done
                   AND lib-script-id IS EQUAL TO ws-script-id
                   AND lib-version IS GREATER THAN ws-new-version
               MOVE lib-version TO ws-new-version
           END-IF.

           WRITE-EDITED-MEMBER.
      * The edited version always goes out under the control-record
      * convention, whatever the version it came from carried: the
      * header is re-stamped with the script ID and today's date and
      * the trailer rebuilt from the lines actually written.
           PERFORM SET-MEMBER-FILE-NAME.
           OPEN OUTPUT member-file.
           MOVE 0 TO new-hash.
           MOVE SPACES TO ws-header-line.
           MOVE 'HDR' TO hdr-tag.
           MOVE ws-script-id TO hdr-script-id.
           MOVE ws-current-date TO hdr-date.
           MOVE ws-header-line TO member-record.
           WRITE member-record.
           MOVE 0 TO place-line.
           PERFORM EMIT-INSERTS-AFTER.
           PERFORM EMIT-ONE-LINE VARYING src-idx FROM 1 BY 1
               UNTIL src-idx IS GREATER THAN row-count.
           MOVE SPACES TO ws-trailer-line.
           MOVE 'TRL' TO trl-tag.
           MOVE new-count TO trl-count.
           MOVE new-hash TO trl-hash.
           MOVE ws-trailer-line TO member-record.
           WRITE member-record.
           CLOSE member-file.

           EMIT-ONE-LINE.
           IF src-kept(src-idx) THEN
               MOVE src-name(src-idx) TO out-name
               MOVE src-new-value(src-idx) TO out-value
               PERFORM WRITE-EDITED-LINE
           ELSE
               IF src-replaced(src-idx) THEN
                   MOVE src-rep-txn(src-idx) TO txn-idx
                   MOVE txn-name(txn-idx) TO out-name
                   MOVE txn-value(txn-idx) TO out-value
                   PERFORM WRITE-EDITED-LINE
               END-IF
           END-IF.
           MOVE src-idx TO place-line.
           PERFORM EMIT-INSERTS-AFTER.

           EMIT-INSERTS-AFTER.
           PERFORM EMIT-ONE-INSERT VARYING txn-idx FROM 1 BY 1
               UNTIL txn-idx IS GREATER THAN trans-count.

           EMIT-ONE-INSERT.
           IF txn-action(txn-idx) IS EQUAL TO 'INS'
                   AND txn-line(txn-idx) IS EQUAL TO place-line THEN
               MOVE txn-name(txn-idx) TO out-name
               MOVE txn-value(txn-idx) TO out-value
               PERFORM WRITE-EDITED-LINE
           END-IF.

           WRITE-EDITED-LINE.
           MOVE out-name TO eln-name.
           MOVE SPACE TO eln-sep.
           MOVE SPACES TO ws-edited-value.
           IF out-value IS LESS THAN 0
               MOVE '-' TO ws-edited-sign
               COMPUTE ws-edited-digits = 0 - out-value
           ELSE
               MOVE '+' TO ws-edited-sign
               MOVE out-value TO ws-edited-digits
           END-IF.
           STRING ws-edited-sign DELIMITED BY SIZE
               FUNCTION TRIM(ws-edited-digits) DELIMITED BY SIZE
               INTO ws-edited-value.
           MOVE ws-edited-value TO eln-value.
           MOVE ws-edited-line TO member-record.
           WRITE member-record.
           ADD out-value TO new-hash.

           SET-MEMBER-FILE-NAME.
           MOVE SPACES TO ws-member-file.
           STRING "libmbr-" DELIMITED BY SIZE
               FUNCTION TRIM(ws-script-id) DELIMITED BY SIZE
               "-v" DELIMITED BY SIZE
               ws-version-display DELIMITED BY SIZE
               INTO ws-member-file.

           APPEND-LIBRARY-RECORD.
           OPEN EXTEND library-file.
           MOVE SPACES TO library-record.
           MOVE ws-script-id TO lib-script-id.
           MOVE ws-new-version TO lib-version.
           MOVE ws-current-date TO lib-date.
           MOVE ws-time-raw(1:6) TO lib-time.
           MOVE ws-operator TO lib-operator.
           MOVE 'LINE EDITED' TO lib-source.
           MOVE new-count TO lib-instr-count.
           MOVE new-hash TO lib-hash.
           WRITE library-record.
           CLOSE library-file.

           LOG-EDIT-TRANSACTIONS.
      * Every transaction is logged whether or not the edit went in,
      * so a turned-away edit leaves the same trail as an applied
      * one.
           OPEN EXTEND edit-log-file.
           PERFORM LOG-ONE-TRANSACTION VARYING txn-idx FROM 1 BY 1
               UNTIL txn-idx IS GREATER THAN trans-count.
           CLOSE edit-log-file.

           LOG-ONE-TRANSACTION.
           MOVE SPACES TO edit-log-record.
           MOVE ws-script-id TO elg-script-id.
           MOVE ws-from-version TO elg-from-version.
           IF edit-checked-in THEN
               MOVE ws-new-version TO elg-to-version
           ELSE
               MOVE 0 TO elg-to-version
           END-IF.
           MOVE ws-current-date TO elg-date.
           MOVE ws-time-raw(1:6) TO elg-time.
           MOVE ws-operator TO elg-operator.
           MOVE txn-idx TO elg-seq.
           MOVE txn-action(txn-idx) TO elg-action.
           MOVE txn-line(txn-idx) TO elg-line.
           MOVE txn-instruction(txn-idx) TO elg-instruction.
           IF edit-checked-in THEN
               MOVE 'APPL' TO elg-result
           ELSE
               IF txn-bad(txn-idx) THEN
                   MOVE 'BAD ' TO elg-result
               ELSE
                   MOVE 'REJ ' TO elg-result
               END-IF
           END-IF.
           WRITE edit-log-record.

           WRITE-AUDIT-LOG.
      * An edit changes what the library holds, so it leaves its
      * own record behind the same way a check-in does.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           ACCEPT ws-time-raw FROM TIME.
           OPEN EXTEND audit-file.
           MOVE SPACES TO audit-record.
           MOVE 'lineedit' TO aud-program.
           MOVE ws-current-date TO aud-run-date.
           MOVE ws-time-raw(1:6) TO aud-run-time.
           MOVE ws-operator TO aud-operator.
           MOVE ws-script-id TO aud-input-file.
           MOVE new-count TO aud-instr-count.
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
           MOVE 'lineedit' TO lck-program.
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
           MOVE 'lineedit' TO aud-program.
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
