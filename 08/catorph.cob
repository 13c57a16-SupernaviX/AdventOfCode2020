       IDENTIFICATION DIVISION.
       PROGRAM-ID. catorph.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT catalog-file ASSIGN TO 'scriptcat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cat-script-id
               FILE STATUS IS ws-catalog-status.
               SELECT department-file ASSIGN TO 'deptmast'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS dmt-dept-code
               FILE STATUS IS ws-department-status.
               SELECT orphan-report-file ASSIGN TO 'catorphout'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD catalog-file.
           COPY "scriptcat.cpy".

           FD department-file.
           COPY "deptmast.cpy".

           FD orphan-report-file.
           01 orphan-report-line PIC X(100).

           WORKING-STORAGE SECTION.
           01 ws-catalog-status PIC XX.
           01 ws-catalog-state PIC 9.
               88 catalog-done VALUE 1.
           01 ws-department-status PIC XX.
           01 ws-current-date PIC 9(8).
      * Only active catalog entries are checked - a retired script
      * has no one to reassign it to and needs nobody to answer for
      * it. Entries are listed in script-ID order, the order the
      * catalog is read, with the reason each needs a new owner.
           01 checked-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 missing-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 inactive-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 ws-report-line PIC X(100).
           01 ws-count-display PIC Z(4)9.
           01 ws-date-display PIC 9(8).
           01 ws-detail-line.
               05 det-script-id   PIC X(20).
               05 FILLER          PIC X(1).
               05 det-owner-dept  PIC X(8).
               05 FILLER          PIC X(1).
               05 det-reason      PIC X(22).
               05 FILLER          PIC X(1).
               05 det-description PIC X(30).
               05 FILLER          PIC X(17).

       PROCEDURE DIVISION.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           OPEN INPUT catalog-file.
           IF ws-catalog-status IS NOT EQUAL TO "00" THEN
               DISPLAY "CANNOT OPEN SCRIPT CATALOG - STATUS "
                   ws-catalog-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT department-file.
           IF ws-department-status IS NOT EQUAL TO "00" THEN
               DISPLAY "CANNOT OPEN DEPARTMENT MASTER - STATUS "
                   ws-department-status
               CLOSE catalog-file
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT orphan-report-file.
           MOVE SPACES TO ws-report-line.
           MOVE ws-current-date TO ws-date-display.
           STRING "CATALOG ENTRIES NEEDING A NEW OWNER AS OF "
                   DELIMITED BY SIZE
               ws-date-display DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO ws-catalog-state.
           PERFORM CHECK-ONE-CATALOG-ENTRY UNTIL catalog-done.
           CLOSE catalog-file.
           CLOSE department-file.
           PERFORM WRITE-ORPHAN-SUMMARY.
           CLOSE orphan-report-file.
           DISPLAY checked-count " ACTIVE ENTRY(S) CHECKED, "
               missing-count " MISSING, "
               inactive-count " INACTIVE".
           IF missing-count IS GREATER THAN 0
                   OR inactive-count IS GREATER THAN 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           CHECK-ONE-CATALOG-ENTRY.
           READ catalog-file NEXT
               AT END MOVE 1 TO ws-catalog-state
           END-READ.
           IF NOT catalog-done
               IF cat-active THEN
                   ADD 1 TO checked-count
                   MOVE SPACES TO ws-detail-line
                   MOVE cat-owner-dept TO dmt-dept-code
                   READ department-file
                   IF ws-department-status IS NOT EQUAL TO "00" THEN
                       IF cat-owner-dept IS EQUAL TO SPACES THEN
                           MOVE "NO OWNER RECORDED"
                               TO det-reason
                       ELSE
                           MOVE "NOT ON DEPT MASTER"
                               TO det-reason
                       END-IF
                       ADD 1 TO missing-count
                       PERFORM WRITE-ORPHAN-DETAIL
                   ELSE
                       IF NOT dmt-active THEN
                           MOVE "DEPARTMENT INACTIVE" TO det-reason
                           ADD 1 TO inactive-count
                           PERFORM WRITE-ORPHAN-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-IF.

           WRITE-ORPHAN-DETAIL.
           MOVE cat-script-id TO det-script-id.
           MOVE cat-owner-dept TO det-owner-dept.
           MOVE cat-description TO det-description.
           MOVE ws-detail-line TO ws-report-line.
           PERFORM WRITE-REPORT-LINE.

           WRITE-ORPHAN-SUMMARY.
           IF missing-count IS EQUAL TO 0
                   AND inactive-count IS EQUAL TO 0 THEN
               MOVE "EVERY ACTIVE ENTRY HAS AN ACTIVE OWNER"
                   TO ws-report-line
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO ws-report-line
               MOVE missing-count TO ws-count-display
               STRING "** OWNER NOT ON DEPARTMENT MASTER:"
                       DELIMITED BY SIZE
                   ws-count-display DELIMITED BY SIZE
                   INTO ws-report-line
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO ws-report-line
               MOVE inactive-count TO ws-count-display
               STRING "** OWNER INACTIVE:" DELIMITED BY SIZE
                   ws-count-display DELIMITED BY SIZE
                   INTO ws-report-line
               PERFORM WRITE-REPORT-LINE
           END-IF.

           WRITE-REPORT-LINE.
           MOVE ws-report-line TO orphan-report-line.
           WRITE orphan-report-line.
