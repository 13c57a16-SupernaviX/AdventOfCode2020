       IDENTIFICATION DIVISION.
       PROGRAM-ID. authrpt.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT authority-file ASSIGN TO 'opauth'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS opa-operator
               FILE STATUS IS ws-authority-status.
               SELECT OPTIONAL audit-file ASSIGN TO 'auditlog'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
               SELECT authority-report-file ASSIGN TO 'authrptout'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD authority-file.
           COPY "opauth.cpy".

           FD audit-file.
           COPY "auditlog.cpy".

           FD authority-report-file.
           01 authority-report-line PIC X(100).

           WORKING-STORAGE SECTION.
           01 ws-authority-status PIC XX.
           01 ws-audit-status PIC XX.
           01 ws-authority-state PIC 9.
               88 authority-done VALUE 1.
           01 ws-audit-state PIC 9.
               88 audit-done VALUE 1.
           COPY "opfunc.cpy".
           01 ws-current-date PIC 9(8).
           01 ws-cmd-raw PIC X(200).
           01 ws-tok1 PIC X(50).
           01 ws-tok2 PIC X(50).
      * The refused-attempt section covers the review period given
      * on the command line (from and to dates, both optional); the
      * holder section is always the file as it stands today.
           01 ws-from-date PIC 9(8) VALUE 0.
           01 ws-to-date PIC 9(8) VALUE 99999999.
           01 fn-idx PIC 9 USAGE IS COMP.
           01 col-pos PIC 9(3) USAGE IS COMP.
           01 operator-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 refused-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 holder-counts.
               05 holder-count PIC 9(5) USAGE IS COMP OCCURS 7 TIMES.
           01 ws-report-line PIC X(100).
           01 ws-count-display PIC Z(4)9.
           01 ws-date-display PIC 9(8).
           01 ws-refused-line.
               05 ref-date        PIC 9(8).
               05 FILLER          PIC X(1).
               05 ref-time        PIC 9(6).
               05 FILLER          PIC X(1).
               05 ref-operator    PIC X(8).
               05 FILLER          PIC X(1).
               05 ref-program     PIC X(8).
               05 FILLER          PIC X(1).
               05 ref-function    PIC X(20).
               05 FILLER          PIC X(46).

       PROCEDURE DIVISION.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           PERFORM PARSE-COMMAND-LINE.
           OPEN INPUT authority-file.
           IF ws-authority-status IS NOT EQUAL TO "00" THEN
               DISPLAY "CANNOT OPEN OPERATOR AUTHORITY FILE - STATUS "
                   ws-authority-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT authority-report-file.
           MOVE SPACES TO ws-report-line.
           MOVE ws-current-date TO ws-date-display.
           STRING "OPERATOR AUTHORITIES AS OF " DELIMITED BY SIZE
               ws-date-display DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-FUNCTION-KEY VARYING fn-idx FROM 1 BY 1
               UNTIL fn-idx IS GREATER THAN 7.
           MOVE SPACES TO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE "OPERATOR" TO ws-report-line.
           PERFORM PUT-FUNCTION-HEADING VARYING fn-idx FROM 1 BY 1
               UNTIL fn-idx IS GREATER THAN 7.
           PERFORM WRITE-REPORT-LINE.
           PERFORM CLEAR-HOLDER-COUNT VARYING fn-idx FROM 1 BY 1
               UNTIL fn-idx IS GREATER THAN 7.
           MOVE 0 TO ws-authority-state.
           PERFORM REPORT-ONE-OPERATOR UNTIL authority-done.
           CLOSE authority-file.
           MOVE "HOLDERS" TO ws-report-line.
           PERFORM PUT-HOLDER-COUNT VARYING fn-idx FROM 1 BY 1
               UNTIL fn-idx IS GREATER THAN 7.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO ws-report-line.
           STRING "REFUSED ATTEMPTS " DELIMITED BY SIZE
               ws-from-date DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               ws-to-date DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT audit-file.
           MOVE 0 TO ws-audit-state.
           PERFORM REPORT-ONE-AUDIT-RECORD UNTIL audit-done.
           CLOSE audit-file.
           MOVE SPACES TO ws-report-line.
           MOVE refused-count TO ws-count-display.
           STRING "** REFUSED ATTEMPTS:" DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           CLOSE authority-report-file.
           DISPLAY operator-count " OPERATOR(S) ON FILE, "
               refused-count " REFUSED ATTEMPT(S)".
           IF refused-count IS GREATER THAN 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           PARSE-COMMAND-LINE.
           MOVE SPACES TO ws-cmd-raw.
           ACCEPT ws-cmd-raw FROM COMMAND-LINE.
           MOVE SPACES TO ws-tok1.
           MOVE SPACES TO ws-tok2.
           UNSTRING ws-cmd-raw DELIMITED BY ALL ' '
               INTO ws-tok1 ws-tok2.
           IF ws-tok1 IS NOT EQUAL TO SPACES
                   AND FUNCTION TEST-NUMVAL(ws-tok1)
                       IS EQUAL TO 0 THEN
               COMPUTE ws-from-date = FUNCTION NUMVAL(ws-tok1)
           END-IF.
           IF ws-tok2 IS NOT EQUAL TO SPACES
                   AND FUNCTION TEST-NUMVAL(ws-tok2)
                       IS EQUAL TO 0 THEN
               COMPUTE ws-to-date = FUNCTION NUMVAL(ws-tok2)
           END-IF.

           WRITE-FUNCTION-KEY.
           MOVE SPACES TO ws-report-line.
           STRING "  " DELIMITED BY SIZE
               auth-function-code(fn-idx) DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               auth-function-name(fn-idx) DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.

           PUT-FUNCTION-HEADING.
           COMPUTE col-pos = 11 + (fn-idx - 1) * 5.
           MOVE auth-function-code(fn-idx)
               TO ws-report-line(col-pos:3).

           CLEAR-HOLDER-COUNT.
           MOVE 0 TO holder-count(fn-idx).

           REPORT-ONE-OPERATOR.
           READ authority-file NEXT
               AT END MOVE 1 TO ws-authority-state
           END-READ.
           IF NOT authority-done
               ADD 1 TO operator-count
               MOVE SPACES TO ws-report-line
               MOVE opa-operator TO ws-report-line(1:8)
               PERFORM PUT-OPERATOR-FLAG VARYING fn-idx FROM 1 BY 1
                   UNTIL fn-idx IS GREATER THAN 7
               PERFORM WRITE-REPORT-LINE
           END-IF.

           PUT-OPERATOR-FLAG.
           COMPUTE col-pos = 12 + (fn-idx - 1) * 5.
           IF opa-granted(fn-idx) THEN
               MOVE 'Y' TO ws-report-line(col-pos:1)
               ADD 1 TO holder-count(fn-idx)
           ELSE
               MOVE '-' TO ws-report-line(col-pos:1)
           END-IF.

           PUT-HOLDER-COUNT.
           COMPUTE col-pos = 8 + (fn-idx - 1) * 5.
           MOVE holder-count(fn-idx) TO ws-count-display.
           MOVE ws-count-display TO ws-report-line(col-pos:5).

           REPORT-ONE-AUDIT-RECORD.
           READ audit-file
               AT END MOVE 1 TO ws-audit-state
           END-READ.
           IF NOT audit-done
               IF aud-return-code IS EQUAL TO 20
                       AND aud-run-date IS NOT LESS THAN ws-from-date
                       AND aud-run-date IS NOT GREATER THAN
                           ws-to-date THEN
                   MOVE SPACES TO ws-refused-line
                   MOVE aud-run-date TO ref-date
                   MOVE aud-run-time TO ref-time
                   MOVE aud-operator TO ref-operator
                   MOVE aud-program TO ref-program
                   MOVE aud-input-file TO ref-function
                   MOVE ws-refused-line TO ws-report-line
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO refused-count
               END-IF
           END-IF.

           WRITE-REPORT-LINE.
           MOVE ws-report-line TO authority-report-line.
           WRITE authority-report-line.
