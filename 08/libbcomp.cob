       IDENTIFICATION DIVISION.
       PROGRAM-ID. libbcomp.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT OPTIONAL library-file ASSIGN TO 'scriptlib'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT member-file ASSIGN TO DYNAMIC ws-member-file
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-member-status.
               SELECT compare-report-file ASSIGN TO 'libbcompout'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD library-file.
           COPY "scriptlib.cpy".

           FD member-file.
           01 member-record PIC X(40).

           FD compare-report-file.
           01 compare-report-line PIC X(80).

           WORKING-STORAGE SECTION.
      * The script ID and the two version numbers come in on the
      * command line, the same way libcomp takes them. libcomp says
      * which lines differ; this says what the difference does when
      * each version is run the way part1 runs a script.
           01 ws-cmd-raw PIC X(200).
           01 ws-tok1 PIC X(50).
           01 ws-tok2 PIC X(50).
           01 ws-tok3 PIC X(50).
           01 ws-script-id PIC X(20).
           01 ws-version-a PIC 9(5).
           01 ws-version-b PIC 9(5).
           01 ws-version-display PIC 9(5).
           01 ws-member-file PIC X(100).
           01 ws-member-status PIC XX.
           01 ws-library-state PIC 9.
               88 library-done VALUE 1.
           01 ws-member-state PIC 9.
               88 member-done VALUE 1.
           01 lib-found-state PIC 9.
               88 version-on-index VALUE 1.

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
      * Same width as part1's accumulator, so each version's figure
      * is the figure a production run of it would produce.
           01 acc PIC S9(13) USAGE IS COMP-3 VALUE 0.
           01 bad-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 overflow-state PIC 9 VALUE 0.
               88 acc-overflowed VALUE 1.
           01 step-count PIC 9(5) USAGE IS COMP VALUE 0.

      * One side per version, first version on the command line in
      * side 1. Each keeps its own instruction text, which lines
      * ran, and its execution path step by step - a line runs at
      * most once before the loop check fires, so the path is never
      * longer than the script.
           01 side-idx PIC 9 USAGE IS COMP.
           01 other-idx PIC 9 USAGE IS COMP.
           01 side-table.
               05 vsn OCCURS 2 TIMES.
                   10 sd-version    PIC 9(5).
                   10 sd-status     PIC X(4).
                   10 sd-acc        PIC S9(13) USAGE IS COMP-3.
                   10 sd-outcome    PIC X(26).
                   10 sd-row-count  PIC 9(5) USAGE IS COMP.
                   10 sd-step-count PIC 9(5) USAGE IS COMP.
                   10 sd-run-state  PIC 9.
                       88 sd-simulated VALUE 1.
                   10 sd-line OCCURS 10000 TIMES.
                       15 sd-op     PIC X(3).
                       15 sd-val    PIC X(7).
                       15 sd-seen   PIC 9.
                   10 sd-step OCCURS 10000 TIMES.
                       15 sd-step-pc  PIC 9(5) USAGE IS COMP.
                       15 sd-step-acc PIC S9(13) USAGE IS COMP-3.
           01 cx PIC 9(5) USAGE IS COMP.
           01 step-idx PIC 9(5) USAGE IS COMP.
           01 common-steps PIC 9(5) USAGE IS COMP.
           01 split-step PIC 9(5) USAGE IS COMP VALUE 0.
           01 acc-split-step PIC 9(5) USAGE IS COMP VALUE 0.
           01 only-count PIC 9(5) USAGE IS COMP.
           01 diff-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 acc-delta PIC S9(14) USAGE IS COMP-3.
           01 ws-report-line PIC X(80).
           01 ws-line-display PIC Z(4)9.
           01 ws-step-display PIC Z(4)9.
           01 ws-count-display PIC Z(4)9.
           01 ws-acc-display PIC -(13)9.
           01 ws-delta-display PIC +(14)9.
           01 ws-side-line.
               05 sdl-label PIC X(20).
               05 sdl-a     PIC X(28).
               05 sdl-b     PIC X(28).
               05 FILLER    PIC X(4).

       PROCEDURE DIVISION.
           PERFORM PARSE-COMMAND-LINE.
           MOVE ws-version-a TO sd-version(1).
           MOVE ws-version-b TO sd-version(2).
           PERFORM RUN-ONE-VERSION VARYING side-idx FROM 1 BY 1
               UNTIL side-idx IS GREATER THAN 2.
           OPEN OUTPUT compare-report-file.
           PERFORM WRITE-SIDE-BY-SIDE.
           PERFORM WRITE-LINE-DIFFERENCES.
           PERFORM WRITE-PATH-SPLIT.
           IF diff-count IS EQUAL TO 0 THEN
               MOVE SPACES TO ws-report-line
               PERFORM WRITE-REPORT-LINE
               MOVE "VERSIONS BEHAVE IDENTICALLY" TO ws-report-line
               PERFORM WRITE-REPORT-LINE
           END-IF.
           CLOSE compare-report-file.
           DISPLAY diff-count " BEHAVIORAL DIFFERENCE(S) BETWEEN "
               ws-script-id " V" ws-version-a
               " AND V" ws-version-b.
           IF diff-count IS GREATER THAN 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
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
                   OR FUNCTION TEST-NUMVAL(ws-tok2)
                       IS NOT EQUAL TO 0
                   OR FUNCTION TEST-NUMVAL(ws-tok3)
                       IS NOT EQUAL TO 0 THEN
               DISPLAY "USAGE: libbcomp script-id version version"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ws-tok1(1:20) TO ws-script-id.
           COMPUTE ws-version-a = FUNCTION NUMVAL(ws-tok2).
           COMPUTE ws-version-b = FUNCTION NUMVAL(ws-tok3).

           RUN-ONE-VERSION.
      * Both versions must be on the library index - a member file
      * that was never checked in is not a version anyone can be
      * asked to approve.
           MOVE sd-version(side-idx) TO ws-version-display.
           PERFORM CHECK-LIBRARY-INDEX.
           IF NOT version-on-index THEN
               DISPLAY "VERSION " ws-version-display
                   " NOT ON SCRIPTLIB FOR " ws-script-id
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO ws-member-file.
           STRING "libmbr-" DELIMITED BY SIZE
               FUNCTION TRIM(ws-script-id) DELIMITED BY SIZE
               "-v" DELIMITED BY SIZE
               ws-version-display DELIMITED BY SIZE
               INTO ws-member-file.
           OPEN INPUT member-file.
           IF ws-member-status IS NOT EQUAL TO "00" THEN
               DISPLAY "VERSION " ws-version-display
                   " NOT IN LIBRARY FOR " ws-script-id
                   " - STATUS " ws-member-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO row-count.
           MOVE 0 TO bad-count.
           MOVE 0 TO hash-total.
           MOVE 0 TO header-state.
           MOVE 0 TO trailer-state.
           MOVE 0 TO ctl-fail.
           MOVE 0 TO ws-member-state.
           PERFORM READ-ONE-MEMBER-LINE UNTIL member-done.
           CLOSE member-file.
           PERFORM VALIDATE-CONTROL-TOTALS.
           MOVE row-count TO sd-row-count(side-idx).
           MOVE 0 TO sd-step-count(side-idx).
           MOVE 0 TO sd-run-state(side-idx).
           MOVE 0 TO sd-acc(side-idx).
           MOVE SPACES TO sd-outcome(side-idx).
      * A version part1 would reject is not run here either.
           IF bad-count IS GREATER THAN 0 THEN
               MOVE "BAD " TO sd-status(side-idx)
               MOVE bad-count TO ws-count-display
               STRING "NOT RUN -" DELIMITED BY SIZE
                   ws-count-display DELIMITED BY SIZE
                   " BAD LINE(S)" DELIMITED BY SIZE
                   INTO sd-outcome(side-idx)
           ELSE
               IF control-totals-bad THEN
                   MOVE "CTL " TO sd-status(side-idx)
                   MOVE "NOT RUN - CONTROL TOTALS"
                       TO sd-outcome(side-idx)
               ELSE
                   PERFORM SIMULATE-VERSION
               END-IF
           END-IF.
           PERFORM SAVE-ONE-SEEN-FLAG VARYING cx FROM 1 BY 1
               UNTIL cx IS GREATER THAN row-count.

           CHECK-LIBRARY-INDEX.
      * The index is append-only and a version number is never
      * reused, so the first matching line is the only one.
           MOVE 0 TO lib-found-state.
           OPEN INPUT library-file.
           MOVE 0 TO ws-library-state.
           PERFORM SCAN-ONE-INDEX-RECORD
               UNTIL library-done OR version-on-index.
           CLOSE library-file.

           SCAN-ONE-INDEX-RECORD.
           READ library-file
               AT END MOVE 1 TO ws-library-state
           END-READ.
           IF NOT library-done
                   AND lib-script-id IS EQUAL TO ws-script-id
                   AND lib-version IS EQUAL TO sd-version(side-idx)
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
               ADD 1 TO bad-count
           END-IF.
           IF row-count IS LESS THAN 10000 THEN
               ADD 1 TO row-count
               MOVE ws-script-line TO ws-command
               MOVE ws-command-name TO row-name(row-count)
               MOVE 0 TO row-seen(row-count)
               MOVE ws-command-name TO sd-op(side-idx, row-count)
               MOVE ws-command-value TO sd-val(side-idx, row-count)
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

           SIMULATE-VERSION.
      * The same run part1 makes of a script: straight through, no
      * fix search, stopping the moment a line would run twice.
           MOVE 1 TO pc.
           MOVE 0 TO acc.
           MOVE 0 TO overflow-state.
           MOVE 0 TO step-count.
           PERFORM RUN-STEP UNTIL pc IS GREATER THAN row-count
               OR pc IS LESS THAN 1
               OR row-seen(pc) IS EQUAL TO 1
               OR acc-overflowed.
           SET sd-simulated(side-idx) TO TRUE.
           MOVE step-count TO sd-step-count(side-idx).
           MOVE acc TO sd-acc(side-idx).
           MOVE last-pc TO ws-line-display.
           IF acc-overflowed THEN
               MOVE "OVFL" TO sd-status(side-idx)
               STRING "OVERFLOW AT LINE " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-line-display) DELIMITED BY SIZE
                   INTO sd-outcome(side-idx)
           ELSE
               IF pc IS GREATER THAN row-count THEN
                   MOVE "PASS" TO sd-status(side-idx)
                   MOVE "TERMINATES" TO sd-outcome(side-idx)
               ELSE
                   IF pc IS LESS THAN 1 THEN
                       MOVE "FAIL" TO sd-status(side-idx)
                       STRING "EXITS FRONT AT LINE " DELIMITED BY SIZE
                           FUNCTION TRIM(ws-line-display)
                                   DELIMITED BY SIZE
                           INTO sd-outcome(side-idx)
                   ELSE
                       MOVE "FAIL" TO sd-status(side-idx)
                       MOVE pc TO ws-line-display
                       STRING "LOOPS - LINE " DELIMITED BY SIZE
                           FUNCTION TRIM(ws-line-display)
                                   DELIMITED BY SIZE
                           " AGAIN" DELIMITED BY SIZE
                           INTO sd-outcome(side-idx)
                   END-IF
               END-IF
           END-IF.

           RUN-STEP.
           MOVE pc TO last-pc.
           ADD 1 TO step-count.
           MOVE pc TO sd-step-pc(side-idx, step-count).
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
           MOVE acc TO sd-step-acc(side-idx, step-count).
           IF row-name(pc) IS EQUAL TO 'jmp' THEN
               COMPUTE pc = row-value(pc) + pc
           ELSE
               ADD 1 TO pc
           END-IF.

           SAVE-ONE-SEEN-FLAG.
           MOVE row-seen(cx) TO sd-seen(side-idx, cx).

           WRITE-SIDE-BY-SIDE.
           MOVE SPACES TO ws-report-line.
           STRING "BEHAVIORAL COMPARE OF " DELIMITED BY SIZE
               FUNCTION TRIM(ws-script-id) DELIMITED BY SIZE
               " V" DELIMITED BY SIZE
               ws-version-a DELIMITED BY SIZE
               " AND V" DELIMITED BY SIZE
               ws-version-b DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-side-line.
           STRING "V" DELIMITED BY SIZE
               ws-version-a DELIMITED BY SIZE
               INTO sdl-a.
           STRING "V" DELIMITED BY SIZE
               ws-version-b DELIMITED BY SIZE
               INTO sdl-b.
           PERFORM WRITE-SIDE-LINE.
           MOVE SPACES TO ws-side-line.
           MOVE "FINAL STATUS" TO sdl-label.
           MOVE sd-status(1) TO sdl-a.
           MOVE sd-status(2) TO sdl-b.
           PERFORM WRITE-SIDE-LINE.
           MOVE SPACES TO ws-side-line.
           MOVE "RUN OUTCOME" TO sdl-label.
           MOVE sd-outcome(1) TO sdl-a.
           MOVE sd-outcome(2) TO sdl-b.
           PERFORM WRITE-SIDE-LINE.
           MOVE SPACES TO ws-side-line.
           MOVE "ACCUMULATOR" TO sdl-label.
           MOVE sd-acc(1) TO ws-acc-display.
           MOVE FUNCTION TRIM(ws-acc-display) TO sdl-a.
           MOVE sd-acc(2) TO ws-acc-display.
           MOVE FUNCTION TRIM(ws-acc-display) TO sdl-b.
           PERFORM WRITE-SIDE-LINE.
           MOVE SPACES TO ws-side-line.
           MOVE "INSTRUCTIONS" TO sdl-label.
           MOVE sd-row-count(1) TO ws-count-display.
           MOVE FUNCTION TRIM(ws-count-display) TO sdl-a.
           MOVE sd-row-count(2) TO ws-count-display.
           MOVE FUNCTION TRIM(ws-count-display) TO sdl-b.
           PERFORM WRITE-SIDE-LINE.
           MOVE SPACES TO ws-side-line.
           MOVE "STEPS EXECUTED" TO sdl-label.
           MOVE sd-step-count(1) TO ws-count-display.
           MOVE FUNCTION TRIM(ws-count-display) TO sdl-a.
           MOVE sd-step-count(2) TO ws-count-display.
           MOVE FUNCTION TRIM(ws-count-display) TO sdl-b.
           PERFORM WRITE-SIDE-LINE.
           MOVE SPACES TO ws-report-line.
      * The delta only means something when both versions ran.
           IF sd-simulated(1) AND sd-simulated(2) THEN
               COMPUTE acc-delta = sd-acc(2) - sd-acc(1)
               MOVE acc-delta TO ws-delta-display
               STRING "ACCUMULATOR DELTA (V" DELIMITED BY SIZE
                   ws-version-b DELIMITED BY SIZE
                   " - V" DELIMITED BY SIZE
                   ws-version-a DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-delta-display) DELIMITED BY SIZE
                   INTO ws-report-line
           ELSE
               MOVE "ACCUMULATOR DELTA: NOT BOTH VERSIONS RUN"
                   TO ws-report-line
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF sd-status(1) IS NOT EQUAL TO sd-status(2)
                   OR sd-acc(1) IS NOT EQUAL TO sd-acc(2) THEN
               ADD 1 TO diff-count
           END-IF.

           WRITE-SIDE-LINE.
           MOVE ws-side-line TO ws-report-line.
           PERFORM WRITE-REPORT-LINE.

           WRITE-LINE-DIFFERENCES.
      * Lines are matched by number, as libcomp matches them - the
      * script addresses its instructions that way.
           MOVE 1 TO side-idx.
           MOVE 2 TO other-idx.
           PERFORM LIST-ONE-SIDE-ONLY.
           MOVE 2 TO side-idx.
           MOVE 1 TO other-idx.
           PERFORM LIST-ONE-SIDE-ONLY.

           LIST-ONE-SIDE-ONLY.
           MOVE SPACES TO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE sd-version(side-idx) TO ws-version-display.
           MOVE SPACES TO ws-report-line.
           STRING "LINES EXECUTED BY V" DELIMITED BY SIZE
               ws-version-display DELIMITED BY SIZE
               " ONLY:" DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO only-count.
           PERFORM CHECK-ONE-LINE-ONLY VARYING cx FROM 1 BY 1
               UNTIL cx IS GREATER THAN sd-row-count(side-idx).
           IF only-count IS EQUAL TO 0 THEN
               MOVE "  NONE" TO ws-report-line
               PERFORM WRITE-REPORT-LINE
           END-IF.
           ADD only-count TO diff-count.

           CHECK-ONE-LINE-ONLY.
           IF sd-seen(side-idx, cx) IS EQUAL TO 1 THEN
               IF cx IS GREATER THAN sd-row-count(other-idx) THEN
                   MOVE SPACES TO ws-report-line
                   MOVE "  (NO SUCH LINE)" TO ws-report-line(30:)
                   PERFORM WRITE-ONLY-LINE
               ELSE
                   IF sd-seen(other-idx, cx) IS EQUAL TO 0 THEN
                       MOVE SPACES TO ws-report-line
                       IF sd-op(side-idx, cx) IS NOT EQUAL TO
                               sd-op(other-idx, cx)
                               OR sd-val(side-idx, cx) IS NOT EQUAL
                                   TO sd-val(other-idx, cx) THEN
                           MOVE "  (LINE CHANGED)"
                               TO ws-report-line(30:)
                       END-IF
                       PERFORM WRITE-ONLY-LINE
                   END-IF
               END-IF
           END-IF.

           WRITE-ONLY-LINE.
      * The note, if any, is already in place from column 30.
           MOVE cx TO ws-line-display.
           STRING "  LINE" DELIMITED BY SIZE
               ws-line-display DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               sd-op(side-idx, cx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               sd-val(side-idx, cx) DELIMITED BY SIZE
               INTO ws-report-line(1:29).
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO only-count.

           WRITE-PATH-SPLIT.
           MOVE SPACES TO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           IF NOT sd-simulated(1) OR NOT sd-simulated(2) THEN
               MOVE "EXECUTION PATHS NOT COMPARED - NOT BOTH RUN"
                   TO ws-report-line
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM FIND-PATH-SPLIT
               PERFORM WRITE-PATH-RESULT
           END-IF.

           FIND-PATH-SPLIT.
      * Step by step, the line each version executed. Where one
      * path simply stops while the other goes on, the split is the
      * first step only the longer one took.
           IF sd-step-count(1) IS LESS THAN sd-step-count(2) THEN
               MOVE sd-step-count(1) TO common-steps
           ELSE
               MOVE sd-step-count(2) TO common-steps
           END-IF.
           MOVE 0 TO split-step.
           MOVE 0 TO acc-split-step.
           PERFORM COMPARE-ONE-STEP VARYING step-idx FROM 1 BY 1
               UNTIL step-idx IS GREATER THAN common-steps
                   OR split-step IS NOT EQUAL TO 0.
           IF split-step IS EQUAL TO 0
                   AND sd-step-count(1) IS NOT EQUAL TO
                       sd-step-count(2) THEN
               COMPUTE split-step = common-steps + 1
           END-IF.

           COMPARE-ONE-STEP.
           IF sd-step-pc(1, step-idx) IS NOT EQUAL TO
                   sd-step-pc(2, step-idx) THEN
               MOVE step-idx TO split-step
           ELSE
               IF acc-split-step IS EQUAL TO 0
                       AND sd-step-acc(1, step-idx) IS NOT EQUAL TO
                           sd-step-acc(2, step-idx) THEN
                   MOVE step-idx TO acc-split-step
               END-IF
           END-IF.

           WRITE-PATH-RESULT.
           IF split-step IS EQUAL TO 0 THEN
               MOVE sd-step-count(1) TO ws-count-display
               MOVE SPACES TO ws-report-line
               STRING "EXECUTION PATHS IDENTICAL -" DELIMITED BY SIZE
                   ws-count-display DELIMITED BY SIZE
                   " STEP(S)" DELIMITED BY SIZE
                   INTO ws-report-line
               PERFORM WRITE-REPORT-LINE
           ELSE
               ADD 1 TO diff-count
               MOVE split-step TO ws-step-display
               MOVE SPACES TO ws-report-line
               STRING "EXECUTION PATHS SPLIT AT STEP" DELIMITED BY SIZE
                   ws-step-display DELIMITED BY SIZE
                   INTO ws-report-line
               PERFORM WRITE-REPORT-LINE
               IF split-step IS GREATER THAN 1 THEN
                   COMPUTE step-idx = split-step - 1
                   MOVE sd-step-pc(1, step-idx) TO ws-line-display
                   MOVE SPACES TO ws-report-line
                   STRING "  BOTH LAST AT LINE" DELIMITED BY SIZE
                       ws-line-display DELIMITED BY SIZE
                       INTO ws-report-line
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE 1 TO side-idx
               PERFORM WRITE-SPLIT-SIDE
               MOVE 2 TO side-idx
               PERFORM WRITE-SPLIT-SIDE
           END-IF.
      * Same path, different arithmetic - a changed operand shows
      * up here rather than as a split.
           IF acc-split-step IS NOT EQUAL TO 0 THEN
               MOVE acc-split-step TO ws-step-display
               MOVE sd-step-pc(1, acc-split-step) TO ws-line-display
               MOVE SPACES TO ws-report-line
               STRING "ACCUMULATORS FIRST DIFFER AT STEP"
                       DELIMITED BY SIZE
                   ws-step-display DELIMITED BY SIZE
                   " (LINE" DELIMITED BY SIZE
                   ws-line-display DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO ws-report-line
               PERFORM WRITE-REPORT-LINE
           END-IF.

           WRITE-SPLIT-SIDE.
           MOVE sd-version(side-idx) TO ws-version-display.
           MOVE SPACES TO ws-report-line.
           IF split-step IS GREATER THAN sd-step-count(side-idx) THEN
               STRING "  V" DELIMITED BY SIZE
                   ws-version-display DELIMITED BY SIZE
                   ": STOPS - " DELIMITED BY SIZE
                   FUNCTION TRIM(sd-outcome(side-idx))
                       DELIMITED BY SIZE
                   INTO ws-report-line
           ELSE
               MOVE sd-step-pc(side-idx, split-step) TO ws-line-display
               STRING "  V" DELIMITED BY SIZE
                   ws-version-display DELIMITED BY SIZE
                   ": LINE" DELIMITED BY SIZE
                   ws-line-display DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   sd-op(side-idx, sd-step-pc(side-idx, split-step))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   sd-val(side-idx, sd-step-pc(side-idx, split-step))
                       DELIMITED BY SIZE
                   INTO ws-report-line
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
           MOVE ws-report-line TO compare-report-line.
           WRITE compare-report-line.
