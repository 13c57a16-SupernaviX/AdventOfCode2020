               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cat-script-id
               FILE STATUS IS ws-catalog-status.
               SELECT OPTIONAL department-file ASSIGN TO 'deptmast'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS dmt-dept-code
               FILE STATUS IS ws-department-status.
               SELECT catalog-report-file ASSIGN TO 'catlist'
               ORGANIZATION IS LINE SEQUENTIAL.

           FD catalog-file.
           COPY "scriptcat.cpy".

           FD department-file.
           COPY "deptmast.cpy".

           FD catalog-report-file.
           01 catalog-report-line PIC X(100).

           01 ws-catalog-status PIC XX.
           01 ws-catalog-state PIC 9.
               88 catalog-done VALUE 1.
           01 ws-department-status PIC XX.
           01 ws-department-state PIC 9 VALUE 0.
               88 department-open VALUE 1.
           01 dept-lookup PIC 9.
               88 dept-known VALUE 1.
           01 ws-current-date PIC 9(8).
           01 today-int PIC 9(8) USAGE IS COMP.
           01 last-run-int PIC 9(8) USAGE IS COMP.
           PERFORM LOAD-ONE-CATALOG-ENTRY UNTIL catalog-done.
           CLOSE catalog-file.

           OPEN INPUT department-file.
           IF ws-department-status IS EQUAL TO "00" THEN
               SET department-open TO TRUE
           END-IF.
           OPEN OUTPUT catalog-report-file.
           MOVE SPACES TO ws-report-line.
           MOVE ws-current-date TO ws-date-display.
               PERFORM WRITE-REPORT-LINE
           END-IF.
           CLOSE catalog-report-file.
           IF department-open THEN
               CLOSE department-file
           END-IF.
           DISPLAY entry-count " ENTRY(S) LISTED IN "
               dept-count " DEPARTMENT(S)".
           IF dropped-count IS GREATER THAN 0 THEN
           STRING "DEPARTMENT: " DELIMITED BY SIZE
               dpt-name(dpt-idx) DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM GET-DEPT-NAME.
           PERFORM WRITE-REPORT-LINE.
           PERFORM REPORT-ONE-ENTRY VARYING ent-idx FROM 1 BY 1
               UNTIL ent-idx IS GREATER THAN entry-count.
           MOVE SPACES TO ws-report-line.
           PERFORM WRITE-REPORT-LINE.

           GET-DEPT-NAME.
      * Full name and manager from the department master, so the
      * heading says who answers for the entries under it. A code
      * the master does not know, or has retired, says so instead.
           MOVE 0 TO dept-lookup.
           IF department-open THEN
               MOVE dpt-name(dpt-idx) TO dmt-dept-code
               READ department-file
               IF ws-department-status IS EQUAL TO "00" THEN
                   SET dept-known TO TRUE
               END-IF
           END-IF.
           IF NOT dept-known THEN
               MOVE "(NOT ON DEPARTMENT MASTER)"
                   TO ws-report-line(22:)
           ELSE
               STRING dmt-full-name DELIMITED BY SIZE
                   " MANAGER: " DELIMITED BY SIZE
                   dmt-manager DELIMITED BY SIZE
                   INTO ws-report-line(22:)
               IF dmt-inactive THEN
                   MOVE "(INACTIVE)" TO ws-report-line(83:)
               END-IF
           END-IF.

           REPORT-ONE-ENTRY.
           IF ent-owner-dept(ent-idx) IS EQUAL TO
                   dpt-name(dpt-idx) THEN
