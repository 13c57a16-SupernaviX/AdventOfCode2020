       IDENTIFICATION DIVISION.
       PROGRAM-ID. batchfcst.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT OPTIONAL stats-file ASSIGN TO 'runstats'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-stats-status.
               SELECT catalog-file ASSIGN TO 'scriptcat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cat-script-id
               FILE STATUS IS ws-catalog-status.
               SELECT forecast-report-file ASSIGN TO 'fcstout'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD stats-file.
           COPY "runstats.cpy".

           FD catalog-file.
           COPY "scriptcat.cpy".

           FD forecast-report-file.
           01 forecast-report-line PIC X(100).

           WORKING-STORAGE SECTION.
           01 ws-stats-status PIC XX.
           01 ws-stats-state PIC 9.
               88 stats-done VALUE 1.
           01 ws-catalog-status PIC XX.
           01 ws-catalog-state PIC 9.
               88 catalog-done VALUE 1.
           01 ws-current-date PIC 9(8).
           01 today-int PIC 9(8) USAGE IS COMP.
      * The batch window is operator-tunable; an unset or unreadable
      * value falls back to the standard four-hour overnight window.
           01 window-mins PIC 9(5) USAGE IS COMP VALUE 240.
           01 ws-window-mins-raw PIC X(8).
           01 window-secs PIC 9(9)V99 USAGE IS COMP-3.
      * Elapsed time per script off the run-statistics file, every
      * execution part1, part2 and part3 have recorded. The average
      * is what one more run of that script is expected to cost.
           01 stats-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 stats-table.
               05 sta OCCURS 1000 TIMES.
                   10 sta-script     PIC X(20).
                   10 sta-run-count  PIC 9(7) USAGE IS COMP.
                   10 sta-total-secs PIC 9(11)V99 USAGE IS COMP-3.
           01 sta-idx PIC 9(5) USAGE IS COMP.
           01 found-idx PIC 9(5) USAGE IS COMP.
           01 dropped-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 fleet-run-count PIC 9(9) USAGE IS COMP VALUE 0.
           01 fleet-total-secs PIC 9(13)V99 USAGE IS COMP-3 VALUE 0.
           01 fleet-avg-secs PIC 9(9)V99 USAGE IS COMP-3 VALUE 0.
      * Every active, scheduled catalog entry with its own copy of
      * the next-run date, rolled forward night by night exactly as
      * schedgen ROLL would roll the real one. A script with no
      * statistics yet is costed at the average across all scripts.
           01 sched-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 sched-table.
               05 sch OCCURS 1000 TIMES.
                   10 sch-script-id PIC X(20).
                   10 sch-freq      PIC X.
                   10 sch-due-date  PIC 9(8).
                   10 sch-next-date PIC 9(8).
                   10 sch-run-count PIC 9(7) USAGE IS COMP.
                   10 sch-avg-secs  PIC 9(9)V99 USAGE IS COMP-3.
           01 sch-idx PIC 9(5) USAGE IS COMP.
           01 sched-dropped PIC 9(5) USAGE IS COMP VALUE 0.
           01 no-history-count PIC 9(5) USAGE IS COMP VALUE 0.
      * The projection itself - tonight and the 29 nights after it.
           01 night-table.
               05 ngt OCCURS 30 TIMES.
                   10 ngt-date       PIC 9(8).
                   10 ngt-scripts    PIC 9(5) USAGE IS COMP.
                   10 ngt-no-history PIC 9(5) USAGE IS COMP.
                   10 ngt-secs       PIC 9(11)V99 USAGE IS COMP-3.
           01 ngt-idx PIC 9(5) USAGE IS COMP.
           01 night-int PIC 9(8) USAGE IS COMP.
           01 next-int PIC 9(8) USAGE IS COMP.
           01 over-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 peak-secs PIC 9(11)V99 USAGE IS COMP-3 VALUE 0.
           01 peak-date PIC 9(8) VALUE 0.
           01 ws-next-date PIC 9(8).
           01 ws-date-parts REDEFINES ws-next-date.
               05 ws-next-yyyy PIC 9(4).
               05 ws-next-mm   PIC 9(2).
               05 ws-next-dd   PIC 9(2).
           01 ws-month-days PIC 9(2).
           01 ws-leap-rem PIC 9(4) USAGE IS COMP.
           01 ws-report-line PIC X(100).
           01 ws-count-display PIC Z(4)9.
           01 ws-secs-display PIC Z(8)9.99.
           01 ws-mins-display PIC Z(6)9.9.
           01 ws-date-display PIC 9(8).
           01 ws-script-line.
               05 scl-script-id PIC X(20).
               05 FILLER        PIC X(2).
               05 scl-freq      PIC X.
               05 FILLER        PIC X(4).
               05 scl-next-date PIC 9(8).
               05 FILLER        PIC X(2).
               05 scl-runs      PIC Z(4)9.
               05 FILLER        PIC X(2).
               05 scl-avg-secs  PIC Z(8)9.99.
               05 FILLER        PIC X(2).
               05 scl-note      PIC X(20).
               05 FILLER        PIC X(22).
           01 ws-night-line.
               05 nl-date       PIC 9(8).
               05 FILLER        PIC X(2).
               05 nl-scripts    PIC Z(4)9.
               05 FILLER        PIC X(3).
               05 nl-no-history PIC Z(4)9.
               05 FILLER        PIC X(2).
               05 nl-secs       PIC Z(10)9.99.
               05 FILLER        PIC X(2).
               05 nl-mins       PIC Z(6)9.9.
               05 FILLER        PIC X(2).
               05 nl-flag       PIC X(16).
               05 FILLER        PIC X(32).

       PROCEDURE DIVISION.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           COMPUTE today-int =
               FUNCTION INTEGER-OF-DATE(ws-current-date).
           PERFORM GET-WINDOW-MINS.
           OPEN INPUT stats-file.
           IF ws-stats-status IS NOT EQUAL TO "00"
                   AND ws-stats-status IS NOT EQUAL TO "05" THEN
               DISPLAY "CANNOT OPEN RUN STATISTICS - STATUS "
                   ws-stats-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO ws-stats-state.
           PERFORM LOAD-ONE-STATS-RECORD UNTIL stats-done.
           CLOSE stats-file.
           IF fleet-run-count IS GREATER THAN 0 THEN
               COMPUTE fleet-avg-secs ROUNDED =
                   fleet-total-secs / fleet-run-count
           END-IF.

           OPEN INPUT catalog-file.
           IF ws-catalog-status IS NOT EQUAL TO "00" THEN
               DISPLAY "CANNOT OPEN SCRIPT CATALOG - STATUS "
                   ws-catalog-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO ws-catalog-state.
           PERFORM LOAD-ONE-CATALOG-ENTRY UNTIL catalog-done.
           CLOSE catalog-file.

           PERFORM PROJECT-ONE-NIGHT VARYING ngt-idx FROM 1 BY 1
               UNTIL ngt-idx IS GREATER THAN 30.

           OPEN OUTPUT forecast-report-file.
           PERFORM WRITE-FORECAST-HEADING.
           PERFORM WRITE-SCRIPT-LINE VARYING sch-idx FROM 1 BY 1
               UNTIL sch-idx IS GREATER THAN sched-count.
           MOVE SPACES TO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           STRING "NIGHT   SCRIPTS NO HIST" DELIMITED BY SIZE
               "  PROJECTED SECS    MINUTES" DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-NIGHT-LINE VARYING ngt-idx FROM 1 BY 1
               UNTIL ngt-idx IS GREATER THAN 30.
           PERFORM WRITE-FORECAST-SUMMARY.
           CLOSE forecast-report-file.
           DISPLAY sched-count " SCHEDULED SCRIPT(S), "
               no-history-count " WITHOUT RUN STATISTICS, "
               over-count " NIGHT(S) OVER WINDOW".
           IF dropped-count IS GREATER THAN 0 THEN
               DISPLAY dropped-count " STATISTICS RECORD(S) NOT "
                   "AVERAGED - SCRIPT TABLE FULL"
           END-IF.
           IF sched-dropped IS GREATER THAN 0 THEN
               DISPLAY sched-dropped " SCHEDULED SCRIPT(S) NOT "
                   "FORECAST - SCHEDULE TABLE FULL"
           END-IF.
           IF over-count IS GREATER THAN 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           GET-WINDOW-MINS.
           MOVE SPACES TO ws-window-mins-raw.
           ACCEPT ws-window-mins-raw FROM ENVIRONMENT
               "BATCH_WINDOW_MINS".
           IF ws-window-mins-raw IS NOT EQUAL TO SPACES
                   AND FUNCTION TEST-NUMVAL(ws-window-mins-raw)
                       IS EQUAL TO 0 THEN
               COMPUTE window-mins =
                   FUNCTION NUMVAL(ws-window-mins-raw)
           END-IF.
           COMPUTE window-secs = window-mins * 60.

           LOAD-ONE-STATS-RECORD.
      * Only runs that simulated are costed - a HELD, BAD or CTL
      * script is turned away in a moment and would pull the
      * average down for the nights it does run.
           READ stats-file
               AT END MOVE 1 TO ws-stats-state
           END-READ.
           IF NOT stats-done
                   AND sts-elapsed IS NUMERIC
                   AND (sts-status IS EQUAL TO 'PASS'
                       OR sts-status IS EQUAL TO 'FAIL'
                       OR sts-status IS EQUAL TO 'OVFL') THEN
               MOVE 0 TO found-idx
               PERFORM FIND-STATS-SLOT VARYING sta-idx FROM 1 BY 1
                   UNTIL sta-idx IS GREATER THAN stats-count
                       OR found-idx IS NOT EQUAL TO 0
               IF found-idx IS EQUAL TO 0 THEN
                   IF stats-count IS LESS THAN 1000 THEN
                       ADD 1 TO stats-count
                       MOVE stats-count TO found-idx
                       MOVE sts-script TO sta-script(found-idx)
                       MOVE 0 TO sta-run-count(found-idx)
                       MOVE 0 TO sta-total-secs(found-idx)
                   ELSE
                       ADD 1 TO dropped-count
                   END-IF
               END-IF
               IF found-idx IS NOT EQUAL TO 0
                   ADD 1 TO sta-run-count(found-idx)
                   ADD sts-elapsed TO sta-total-secs(found-idx)
               END-IF
               ADD 1 TO fleet-run-count
               ADD sts-elapsed TO fleet-total-secs
           END-IF.

           FIND-STATS-SLOT.
           IF sta-script(sta-idx) IS EQUAL TO sts-script THEN
               MOVE sta-idx TO found-idx
           END-IF.

           LOAD-ONE-CATALOG-ENTRY.
      * Scheduled means what schedgen means by it: active, with a
      * daily, weekly or monthly frequency.
           READ catalog-file NEXT
               AT END MOVE 1 TO ws-catalog-state
           END-READ.
           IF NOT catalog-done
               IF cat-active
                       AND (cat-run-freq IS EQUAL TO 'D'
                           OR cat-run-freq IS EQUAL TO 'W'
                           OR cat-run-freq IS EQUAL TO 'M') THEN
                   IF sched-count IS LESS THAN 1000 THEN
                       ADD 1 TO sched-count
                       PERFORM ADD-SCHEDULE-ENTRY
                   ELSE
                       ADD 1 TO sched-dropped
                   END-IF
               END-IF
           END-IF.

           ADD-SCHEDULE-ENTRY.
           MOVE cat-script-id TO sch-script-id(sched-count).
           MOVE cat-run-freq TO sch-freq(sched-count).
           MOVE cat-next-run-date TO sch-due-date(sched-count).
           MOVE cat-next-run-date TO sch-next-date(sched-count).
           MOVE 0 TO found-idx.
           PERFORM FIND-CATALOG-STATS VARYING sta-idx FROM 1 BY 1
               UNTIL sta-idx IS GREATER THAN stats-count
                   OR found-idx IS NOT EQUAL TO 0.
           IF found-idx IS EQUAL TO 0 THEN
               MOVE 0 TO sch-run-count(sched-count)
               MOVE fleet-avg-secs TO sch-avg-secs(sched-count)
               ADD 1 TO no-history-count
           ELSE
               MOVE sta-run-count(found-idx)
                   TO sch-run-count(sched-count)
               COMPUTE sch-avg-secs(sched-count) ROUNDED =
                   sta-total-secs(found-idx)
                   / sta-run-count(found-idx)
           END-IF.

           FIND-CATALOG-STATS.
           IF sta-script(sta-idx) IS EQUAL TO cat-script-id THEN
               MOVE sta-idx TO found-idx
           END-IF.

           PROJECT-ONE-NIGHT.
           COMPUTE night-int = today-int + ngt-idx - 1.
           COMPUTE ngt-date(ngt-idx) =
               FUNCTION DATE-OF-INTEGER(night-int).
           MOVE 0 TO ngt-scripts(ngt-idx).
           MOVE 0 TO ngt-no-history(ngt-idx).
           MOVE 0 TO ngt-secs(ngt-idx).
           PERFORM PROJECT-ONE-SCRIPT VARYING sch-idx FROM 1 BY 1
               UNTIL sch-idx IS GREATER THAN sched-count.
           IF ngt-secs(ngt-idx) IS GREATER THAN peak-secs THEN
               MOVE ngt-secs(ngt-idx) TO peak-secs
               MOVE ngt-date(ngt-idx) TO peak-date
           END-IF.

           PROJECT-ONE-SCRIPT.
      * Due on or before this night runs this night - a zero
      * next-run date is due now, as schedgen treats it - and is
      * then rolled forward from this night, not from the stored
      * date, the same way ROLL does after a real batch.
           IF sch-next-date(sch-idx) IS NOT GREATER THAN
                   ngt-date(ngt-idx) THEN
               ADD 1 TO ngt-scripts(ngt-idx)
               ADD sch-avg-secs(sch-idx) TO ngt-secs(ngt-idx)
               IF sch-run-count(sch-idx) IS EQUAL TO 0 THEN
                   ADD 1 TO ngt-no-history(ngt-idx)
               END-IF
               PERFORM ROLL-SCHEDULE-ENTRY
           END-IF.

           ROLL-SCHEDULE-ENTRY.
           IF sch-freq(sch-idx) IS EQUAL TO 'D' THEN
               COMPUTE next-int = night-int + 1
               COMPUTE sch-next-date(sch-idx) =
                   FUNCTION DATE-OF-INTEGER(next-int)
           END-IF.
           IF sch-freq(sch-idx) IS EQUAL TO 'W' THEN
               COMPUTE next-int = night-int + 7
               COMPUTE sch-next-date(sch-idx) =
                   FUNCTION DATE-OF-INTEGER(next-int)
           END-IF.
           IF sch-freq(sch-idx) IS EQUAL TO 'M' THEN
               PERFORM ADD-ONE-MONTH
               MOVE ws-next-date TO sch-next-date(sch-idx)
           END-IF.

           ADD-ONE-MONTH.
      * Calendar month, day-of-month preserved where it exists and
      * clamped to the month end where it does not - schedgen's
      * rule, so the forecast and the real schedule never part.
           MOVE ngt-date(ngt-idx) TO ws-next-date.
           IF ws-next-mm IS EQUAL TO 12 THEN
               MOVE 1 TO ws-next-mm
               ADD 1 TO ws-next-yyyy
           ELSE
               ADD 1 TO ws-next-mm
           END-IF.
           PERFORM GET-MONTH-DAYS.
           IF ws-next-dd IS GREATER THAN ws-month-days THEN
               MOVE ws-month-days TO ws-next-dd
           END-IF.

           GET-MONTH-DAYS.
           IF ws-next-mm IS EQUAL TO 2 THEN
               MOVE 28 TO ws-month-days
               COMPUTE ws-leap-rem =
                   FUNCTION MOD(ws-next-yyyy, 4)
               IF ws-leap-rem IS EQUAL TO 0 THEN
                   COMPUTE ws-leap-rem =
                       FUNCTION MOD(ws-next-yyyy, 100)
                   IF ws-leap-rem IS NOT EQUAL TO 0 THEN
                       MOVE 29 TO ws-month-days
                   ELSE
                       COMPUTE ws-leap-rem =
                           FUNCTION MOD(ws-next-yyyy, 400)
                       IF ws-leap-rem IS EQUAL TO 0 THEN
                           MOVE 29 TO ws-month-days
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF ws-next-mm IS EQUAL TO 4
                       OR ws-next-mm IS EQUAL TO 6
                       OR ws-next-mm IS EQUAL TO 9
                       OR ws-next-mm IS EQUAL TO 11 THEN
                   MOVE 30 TO ws-month-days
               ELSE
                   MOVE 31 TO ws-month-days
               END-IF
           END-IF.

           WRITE-FORECAST-HEADING.
           MOVE SPACES TO ws-report-line.
           MOVE ws-current-date TO ws-date-display.
           MOVE window-mins TO ws-count-display.
           STRING "BATCH WINDOW FORECAST AS OF " DELIMITED BY SIZE
               ws-date-display DELIMITED BY SIZE
               " - WINDOW" DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               " MINUTES" DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           STRING "SCRIPT              FREQ   NEXT RUN"
                   DELIMITED BY SIZE
               "   RUNS   AVG SECONDS" DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.

           WRITE-SCRIPT-LINE.
           MOVE SPACES TO ws-script-line.
           MOVE sch-script-id(sch-idx) TO scl-script-id.
           MOVE sch-freq(sch-idx) TO scl-freq.
           MOVE sch-due-date(sch-idx) TO scl-next-date.
           MOVE sch-run-count(sch-idx) TO scl-runs.
           MOVE sch-avg-secs(sch-idx) TO scl-avg-secs.
           IF sch-run-count(sch-idx) IS EQUAL TO 0 THEN
               MOVE "NO HISTORY - AVERAGE" TO scl-note
           END-IF.
           MOVE ws-script-line TO ws-report-line.
           PERFORM WRITE-REPORT-LINE.

           WRITE-NIGHT-LINE.
           MOVE SPACES TO ws-night-line.
           MOVE ngt-date(ngt-idx) TO nl-date.
           MOVE ngt-scripts(ngt-idx) TO nl-scripts.
           MOVE ngt-no-history(ngt-idx) TO nl-no-history.
           MOVE ngt-secs(ngt-idx) TO nl-secs.
           COMPUTE nl-mins ROUNDED = ngt-secs(ngt-idx) / 60.
           IF ngt-secs(ngt-idx) IS GREATER THAN window-secs THEN
               MOVE "** OVER WINDOW" TO nl-flag
               ADD 1 TO over-count
           END-IF.
           MOVE ws-night-line TO ws-report-line.
           PERFORM WRITE-REPORT-LINE.

           WRITE-FORECAST-SUMMARY.
           MOVE SPACES TO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           MOVE sched-count TO ws-count-display.
           STRING "** SCHEDULED SCRIPTS:" DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           MOVE no-history-count TO ws-count-display.
           MOVE fleet-avg-secs TO ws-secs-display.
           STRING "** WITHOUT RUN STATISTICS:" DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               " (COSTED AT" DELIMITED BY SIZE
               ws-secs-display DELIMITED BY SIZE
               " SECONDS EACH)" DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           MOVE peak-date TO ws-date-display.
           COMPUTE ws-mins-display ROUNDED = peak-secs / 60.
           STRING "** LONGEST NIGHT: " DELIMITED BY SIZE
               ws-date-display DELIMITED BY SIZE
               ws-mins-display DELIMITED BY SIZE
               " MINUTES" DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           MOVE over-count TO ws-count-display.
           STRING "** NIGHTS OVER WINDOW:" DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
           MOVE ws-report-line TO forecast-report-line.
           WRITE forecast-report-line.
