       IDENTIFICATION DIVISION.
       PROGRAM-ID. excage.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT exception-file ASSIGN TO 'exceptq'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS exc-key
               FILE STATUS IS ws-exception-status.
               SELECT OPTIONAL catalog-file ASSIGN TO 'scriptcat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS cat-script-id
               FILE STATUS IS ws-catalog-status.
               SELECT aging-report-file ASSIGN TO 'excagerpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD exception-file.
           COPY "exceptq.cpy".

           FD catalog-file.
           COPY "scriptcat.cpy".

           FD aging-report-file.
           01 aging-report-line PIC X(100).

           WORKING-STORAGE SECTION.
           01 ws-exception-status PIC XX.
           01 ws-exception-state PIC 9.
               88 exception-done VALUE 1.
           01 ws-catalog-status PIC XX.
           01 ws-catalog-state PIC 9 VALUE 0.
               88 catalog-open VALUE 1.
           01 ws-current-date PIC 9(8).
           01 today-int PIC 9(8) USAGE IS COMP.
           01 run-date-int PIC 9(8) USAGE IS COMP.
           01 days-open PIC S9(8) USAGE IS COMP.
      * Open items only, pulled into storage so the listing can be
      * grouped by the owner department the catalog gives each
      * script - the queue itself is keyed by script and run date.
      * A script the catalog does not know is aged under UNKNOWN
      * rather than dropped.
           01 entry-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 entry-table.
               05 ent OCCURS 1000 TIMES.
                   10 ent-script-id     PIC X(20).
                   10 ent-run-date      PIC 9(8).
                   10 ent-owner-dept    PIC X(8).
                   10 ent-status-code   PIC X(4).
                   10 ent-days-open     PIC 9(5).
                   10 ent-assigned-to   PIC X(8).
                   10 ent-note          PIC X(40).
                   10 ent-age-bucket    PIC 9.
                       88 ent-age-7days  VALUE 1.
                       88 ent-age-30days VALUE 2.
                       88 ent-age-older  VALUE 3.
           01 ent-idx PIC 9(5) USAGE IS COMP.
           01 closed-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 dropped-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 dept-count PIC 9(3) USAGE IS COMP VALUE 0.
           01 dept-table.
               05 dpt OCCURS 100 TIMES.
                   10 dpt-name PIC X(8).
           01 dpt-idx PIC 9(3) USAGE IS COMP.
           01 found-idx PIC 9(3) USAGE IS COMP.
           01 dept-dropped-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 ws-owner-dept PIC X(8).
      * Per-department recap accumulators, reset at each department
      * break, and the same buckets across the whole queue.
           01 dept-open-count PIC 9(5) USAGE IS COMP.
           01 dept-unassigned-count PIC 9(5) USAGE IS COMP.
           01 dept-age-7-count PIC 9(5) USAGE IS COMP.
           01 dept-age-30-count PIC 9(5) USAGE IS COMP.
           01 dept-age-older-count PIC 9(5) USAGE IS COMP.
           01 total-unassigned-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 total-age-7-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 total-age-30-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 total-age-older-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 ws-report-line PIC X(100).
           01 ws-count-display PIC Z(4)9.
           01 ws-date-display PIC 9(8).
           01 ws-detail-line.
               05 det-script-id   PIC X(20).
               05 FILLER          PIC X(1).
               05 det-run-date    PIC 9(8).
               05 FILLER          PIC X(1).
               05 det-status      PIC X(4).
               05 FILLER          PIC X(1).
               05 det-days-open   PIC Z(4)9.
               05 FILLER          PIC X(1).
               05 det-assigned-to PIC X(8).
               05 FILLER          PIC X(1).
               05 det-note        PIC X(40).
               05 FILLER          PIC X(10).

       PROCEDURE DIVISION.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           COMPUTE today-int =
               FUNCTION INTEGER-OF-DATE(ws-current-date).
           OPEN INPUT exception-file.
           IF ws-exception-status IS NOT EQUAL TO "00" THEN
               DISPLAY "CANNOT OPEN EXCEPTION QUEUE - STATUS "
                   ws-exception-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT catalog-file.
           IF ws-catalog-status IS EQUAL TO "00" THEN
               SET catalog-open TO TRUE
           ELSE
               DISPLAY "SCRIPT CATALOG UNAVAILABLE - STATUS "
                   ws-catalog-status " - ALL ITEMS AGED AS UNKNOWN"
           END-IF.
           MOVE 0 TO ws-exception-state.
           PERFORM LOAD-ONE-EXCEPTION UNTIL exception-done.
           CLOSE exception-file.
           IF catalog-open THEN
               CLOSE catalog-file
           END-IF.

           OPEN OUTPUT aging-report-file.
           MOVE SPACES TO ws-report-line.
           MOVE ws-current-date TO ws-date-display.
           STRING "OPEN EXCEPTIONS BY OWNER DEPARTMENT AS OF "
                   DELIMITED BY SIZE
               ws-date-display DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           PERFORM REPORT-ONE-DEPT VARYING dpt-idx FROM 1 BY 1
               UNTIL dpt-idx IS GREATER THAN dept-count.
           IF entry-count IS EQUAL TO 0 THEN
               MOVE "NO OPEN EXCEPTIONS" TO ws-report-line
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM WRITE-QUEUE-TOTALS
           END-IF.
           CLOSE aging-report-file.
           DISPLAY entry-count " OPEN EXCEPTION(S) IN "
               dept-count " DEPARTMENT(S), "
               closed-count " CLOSED".
           IF dropped-count IS GREATER THAN 0 THEN
               DISPLAY dropped-count " EXCEPTION(S) NOT LISTED - "
                   "ENTRY TABLE FULL"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF dept-dropped-count IS GREATER THAN 0 THEN
               DISPLAY dept-dropped-count " EXCEPTION(S) NOT LISTED "
                   "- DEPARTMENT TABLE FULL"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           LOAD-ONE-EXCEPTION.
           READ exception-file NEXT
               AT END MOVE 1 TO ws-exception-state
           END-READ.
           IF NOT exception-done
               IF exc-closed THEN
                   ADD 1 TO closed-count
               ELSE
                   PERFORM GET-OWNER-DEPT
                   PERFORM NOTE-OWNER-DEPT
                   IF found-idx IS NOT EQUAL TO 0 THEN
                       PERFORM KEEP-EXCEPTION
                   END-IF
               END-IF
           END-IF.

           GET-OWNER-DEPT.
           MOVE 'UNKNOWN' TO ws-owner-dept.
           IF catalog-open THEN
               MOVE exc-script-id TO cat-script-id
               READ catalog-file
               IF ws-catalog-status IS EQUAL TO "00"
                       AND cat-owner-dept IS NOT EQUAL TO SPACES THEN
                   MOVE cat-owner-dept TO ws-owner-dept
               END-IF
           END-IF.

           NOTE-OWNER-DEPT.
           MOVE 0 TO found-idx.
           PERFORM FIND-DEPT-SLOT VARYING dpt-idx FROM 1 BY 1
               UNTIL dpt-idx IS GREATER THAN dept-count
                   OR found-idx IS NOT EQUAL TO 0.
           IF found-idx IS EQUAL TO 0 THEN
               IF dept-count IS LESS THAN 100 THEN
                   ADD 1 TO dept-count
                   MOVE ws-owner-dept TO dpt-name(dept-count)
                   MOVE dept-count TO found-idx
               ELSE
                   ADD 1 TO dept-dropped-count
               END-IF
           END-IF.

           FIND-DEPT-SLOT.
           IF dpt-name(dpt-idx) IS EQUAL TO ws-owner-dept THEN
               MOVE dpt-idx TO found-idx
           END-IF.

           KEEP-EXCEPTION.
           IF entry-count IS LESS THAN 1000 THEN
               ADD 1 TO entry-count
               MOVE exc-script-id TO ent-script-id(entry-count)
               MOVE exc-run-date TO ent-run-date(entry-count)
               MOVE ws-owner-dept TO ent-owner-dept(entry-count)
               MOVE exc-status-code TO ent-status-code(entry-count)
               MOVE exc-assigned-to TO ent-assigned-to(entry-count)
               MOVE exc-note TO ent-note(entry-count)
               PERFORM SET-AGE-BUCKET
           ELSE
               ADD 1 TO dropped-count
           END-IF.

           SET-AGE-BUCKET.
      * Days outstanding run from the night the problem turned up,
      * not from when someone got round to assigning it.
           COMPUTE run-date-int =
               FUNCTION INTEGER-OF-DATE(exc-run-date).
           COMPUTE days-open = today-int - run-date-int.
           IF days-open IS LESS THAN 0 THEN
               MOVE 0 TO days-open
           END-IF.
           MOVE days-open TO ent-days-open(entry-count).
           IF days-open IS NOT GREATER THAN 7 THEN
               SET ent-age-7days(entry-count) TO TRUE
           ELSE
               IF days-open IS NOT GREATER THAN 30 THEN
                   SET ent-age-30days(entry-count) TO TRUE
               ELSE
                   SET ent-age-older(entry-count) TO TRUE
               END-IF
           END-IF.

           REPORT-ONE-DEPT.
           MOVE 0 TO dept-open-count.
           MOVE 0 TO dept-unassigned-count.
           MOVE 0 TO dept-age-7-count.
           MOVE 0 TO dept-age-30-count.
           MOVE 0 TO dept-age-older-count.
           MOVE SPACES TO ws-report-line.
           STRING "DEPARTMENT: " DELIMITED BY SIZE
               dpt-name(dpt-idx) DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           PERFORM REPORT-ONE-ENTRY VARYING ent-idx FROM 1 BY 1
               UNTIL ent-idx IS GREATER THAN entry-count.
           PERFORM WRITE-DEPT-RECAP.
           MOVE SPACES TO ws-report-line.
           PERFORM WRITE-REPORT-LINE.

           REPORT-ONE-ENTRY.
           IF ent-owner-dept(ent-idx) IS EQUAL TO
                   dpt-name(dpt-idx) THEN
               MOVE SPACES TO ws-detail-line
               MOVE ent-script-id(ent-idx) TO det-script-id
               MOVE ent-run-date(ent-idx) TO det-run-date
               MOVE ent-status-code(ent-idx) TO det-status
               MOVE ent-days-open(ent-idx) TO det-days-open
               MOVE ent-note(ent-idx) TO det-note
               ADD 1 TO dept-open-count
               IF ent-assigned-to(ent-idx) IS EQUAL TO SPACES THEN
                   MOVE "NOBODY" TO det-assigned-to
                   ADD 1 TO dept-unassigned-count
                   ADD 1 TO total-unassigned-count
               ELSE
                   MOVE ent-assigned-to(ent-idx) TO det-assigned-to
               END-IF
               IF ent-age-7days(ent-idx) THEN
                   ADD 1 TO dept-age-7-count
                   ADD 1 TO total-age-7-count
               END-IF
               IF ent-age-30days(ent-idx) THEN
                   ADD 1 TO dept-age-30-count
                   ADD 1 TO total-age-30-count
               END-IF
               IF ent-age-older(ent-idx) THEN
                   ADD 1 TO dept-age-older-count
                   ADD 1 TO total-age-older-count
               END-IF
               MOVE ws-detail-line TO ws-report-line
               PERFORM WRITE-REPORT-LINE
           END-IF.

           WRITE-DEPT-RECAP.
           MOVE SPACES TO ws-report-line.
           MOVE dept-open-count TO ws-count-display.
           STRING "  OPEN:" DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-report-line.
           MOVE dept-unassigned-count TO ws-count-display.
           STRING "  UNASSIGNED:" DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-report-line(14:).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           MOVE dept-age-7-count TO ws-count-display.
           STRING "  0-7 DAYS:" DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-report-line.
           MOVE dept-age-30-count TO ws-count-display.
           STRING "  8-30 DAYS:" DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-report-line(18:).
           MOVE dept-age-older-count TO ws-count-display.
           STRING "  OVER 30 DAYS:" DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-report-line(36:).
           PERFORM WRITE-REPORT-LINE.

           WRITE-QUEUE-TOTALS.
           MOVE SPACES TO ws-report-line.
           MOVE entry-count TO ws-count-display.
           STRING "** OPEN EXCEPTIONS:" DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           MOVE total-unassigned-count TO ws-count-display.
           STRING "** UNASSIGNED:" DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           MOVE total-age-7-count TO ws-count-display.
           STRING "** 0-7 DAYS:" DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           MOVE total-age-30-count TO ws-count-display.
           STRING "** 8-30 DAYS:" DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           MOVE total-age-older-count TO ws-count-display.
           STRING "** OVER 30 DAYS:" DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
           MOVE ws-report-line TO aging-report-line.
           WRITE aging-report-line.
