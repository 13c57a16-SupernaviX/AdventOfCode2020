       IDENTIFICATION DIVISION.
       PROGRAM-ID. intfrecon.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT OPTIONAL generation-log-file ASSIGN TO 'intflog'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-log-status.
               SELECT OPTIONAL ack-file ASSIGN TO DYNAMIC ws-ack-file
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ack-status.
               SELECT recon-report-file ASSIGN TO 'intfreconout'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD generation-log-file.
           COPY "intflog.cpy".

           FD ack-file.
           COPY "intfack.cpy".

           FD recon-report-file.
           01 recon-report-line PIC X(100).

           WORKING-STORAGE SECTION.
           01 ws-log-status PIC XX.
           01 ws-ack-status PIC XX.
           01 ws-log-state PIC 9.
               88 log-done VALUE 1.
           01 ws-ack-state PIC 9.
               88 ack-done VALUE 1.
           01 ws-ack-file PIC X(100).
           01 ws-current-date PIC 9(8).
           01 today-int PIC 9(8) USAGE IS COMP.
           01 created-int PIC 9(8) USAGE IS COMP.
           01 days-outstanding PIC 9(5) USAGE IS COMP.
      * One slot per generation on the log. The last acknowledgment
      * received for a generation decides it, so a generation the
      * receiver reloaded after a resend clears once its totals
      * agree.
           01 generation-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 generation-table.
               05 gtb OCCURS 5000 TIMES.
                   10 gtb-generation   PIC 9(7).
                   10 gtb-run-date     PIC 9(8).
                   10 gtb-created-date PIC 9(8).
                   10 gtb-file-name    PIC X(20).
                   10 gtb-count        PIC 9(7) USAGE IS COMP.
                   10 gtb-hash         PIC S9(15) USAGE IS COMP-3.
                   10 gtb-ack-state    PIC 9.
                       88 gtb-not-acked    VALUE 0.
                       88 gtb-acked-agreed VALUE 1.
                       88 gtb-acked-differ VALUE 2.
                   10 gtb-ack-date     PIC 9(8).
                   10 gtb-ack-count    PIC 9(7) USAGE IS COMP.
                   10 gtb-ack-hash     PIC S9(15) USAGE IS COMP-3.
           01 gtb-idx PIC 9(5) USAGE IS COMP.
           01 found-idx PIC 9(5) USAGE IS COMP.
           01 dropped-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 ack-read-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 agreed-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 not-acked-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 differ-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 unknown-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 exception-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 ws-report-line PIC X(100).
           01 ws-count-a-display PIC Z(6)9.
           01 ws-count-b-display PIC Z(6)9.
           01 ws-hash-a-display PIC -(15)9.
           01 ws-hash-b-display PIC -(15)9.
           01 ws-days-display PIC Z(4)9.
           01 ws-date-display PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM GET-ACK-FILE-NAME.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           COMPUTE today-int =
               FUNCTION INTEGER-OF-DATE(ws-current-date).
           OPEN INPUT generation-log-file.
           IF ws-log-status IS NOT EQUAL TO "00"
                   AND ws-log-status IS NOT EQUAL TO "05" THEN
               DISPLAY "CANNOT OPEN INTERFACE LOG - STATUS "
                   ws-log-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO ws-log-state.
           PERFORM LOAD-ONE-GENERATION UNTIL log-done.
           CLOSE generation-log-file.

           OPEN OUTPUT recon-report-file.
           MOVE SPACES TO ws-report-line.
           MOVE ws-current-date TO ws-date-display.
           STRING "INTERFACE ACKNOWLEDGMENT RECONCILIATION "
                   DELIMITED BY SIZE
               ws-date-display DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           STRING "ACKNOWLEDGMENT FILE: " DELIMITED BY SIZE
               ws-ack-file DELIMITED BY SPACE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.

      * No acknowledgment file is not an error in itself - it means
      * nothing has come back, and every generation is listed as
      * not acknowledged below.
           OPEN INPUT ack-file.
           IF ws-ack-status IS NOT EQUAL TO "00"
                   AND ws-ack-status IS NOT EQUAL TO "05" THEN
               DISPLAY "CANNOT OPEN ACKNOWLEDGMENT FILE - STATUS "
                   ws-ack-status
               CLOSE recon-report-file
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO ws-ack-state.
           PERFORM MATCH-ONE-ACK UNTIL ack-done.
           CLOSE ack-file.

           PERFORM REPORT-ONE-GENERATION VARYING gtb-idx FROM 1 BY 1
               UNTIL gtb-idx IS GREATER THAN generation-count.
           PERFORM WRITE-RECON-SUMMARY.
           CLOSE recon-report-file.
           DISPLAY generation-count " GENERATION(S) LOGGED, "
               ack-read-count " ACKNOWLEDGMENT(S) READ, "
               exception-count " EXCEPTION(S)".
           IF dropped-count IS GREATER THAN 0 THEN
               DISPLAY dropped-count " GENERATION(S) NOT "
                   "TRACKED - GENERATION TABLE FULL"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF exception-count IS GREATER THAN 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           GET-ACK-FILE-NAME.
      * The receiver's file is named on the command line, else by
      * ACK_FILE, else it is expected under the default name.
           MOVE SPACES TO ws-ack-file.
           ACCEPT ws-ack-file FROM COMMAND-LINE.
           IF ws-ack-file IS EQUAL TO SPACES THEN
               ACCEPT ws-ack-file FROM ENVIRONMENT "ACK_FILE"
           END-IF.
           IF ws-ack-file IS EQUAL TO SPACES THEN
               MOVE 'intfack' TO ws-ack-file
           END-IF.

           LOAD-ONE-GENERATION.
           READ generation-log-file
               AT END MOVE 1 TO ws-log-state
           END-READ.
           IF NOT log-done
               IF generation-count IS LESS THAN 5000 THEN
                   ADD 1 TO generation-count
                   MOVE generation-count TO gtb-idx
                   MOVE gen-generation TO gtb-generation(gtb-idx)
                   MOVE gen-run-date TO gtb-run-date(gtb-idx)
                   MOVE gen-created-date TO gtb-created-date(gtb-idx)
                   MOVE gen-file-name TO gtb-file-name(gtb-idx)
                   MOVE gen-count TO gtb-count(gtb-idx)
                   MOVE gen-hash TO gtb-hash(gtb-idx)
                   MOVE 0 TO gtb-ack-state(gtb-idx)
                   MOVE 0 TO gtb-ack-date(gtb-idx)
                   MOVE 0 TO gtb-ack-count(gtb-idx)
                   MOVE 0 TO gtb-ack-hash(gtb-idx)
               ELSE
                   ADD 1 TO dropped-count
               END-IF
           END-IF.

           MATCH-ONE-ACK.
           READ ack-file
               AT END MOVE 1 TO ws-ack-state
           END-READ.
           IF NOT ack-done
               ADD 1 TO ack-read-count
               MOVE 0 TO found-idx
               PERFORM FIND-GENERATION-SLOT
                   VARYING gtb-idx FROM 1 BY 1
                   UNTIL gtb-idx IS GREATER THAN generation-count
                       OR found-idx IS NOT EQUAL TO 0
               IF found-idx IS EQUAL TO 0 THEN
                   MOVE ack-date TO ws-date-display
                   MOVE SPACES TO ws-report-line
                   STRING "ACK FOR UNKNOWN GENERATION: "
                           DELIMITED BY SIZE
                       ack-generation DELIMITED BY SIZE
                       " ACK DATE " DELIMITED BY SIZE
                       ws-date-display DELIMITED BY SIZE
                       INTO ws-report-line
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO unknown-count
                   ADD 1 TO exception-count
               ELSE
                   MOVE ack-date TO gtb-ack-date(found-idx)
                   MOVE ack-count TO gtb-ack-count(found-idx)
                   MOVE ack-hash TO gtb-ack-hash(found-idx)
                   IF ack-count IS EQUAL TO gtb-count(found-idx)
                           AND ack-hash IS EQUAL TO
                               gtb-hash(found-idx) THEN
                       SET gtb-acked-agreed(found-idx) TO TRUE
                   ELSE
                       SET gtb-acked-differ(found-idx) TO TRUE
                   END-IF
               END-IF
           END-IF.

           FIND-GENERATION-SLOT.
           IF gtb-generation(gtb-idx) IS EQUAL TO ack-generation THEN
               MOVE gtb-idx TO found-idx
           END-IF.

           REPORT-ONE-GENERATION.
           IF gtb-acked-agreed(gtb-idx) THEN
               ADD 1 TO agreed-count
           ELSE
               IF gtb-acked-differ(gtb-idx) THEN
                   MOVE gtb-ack-date(gtb-idx) TO ws-date-display
                   MOVE SPACES TO ws-report-line
                   STRING "ACKNOWLEDGED WITH DIFFERENT TOTALS: "
                           DELIMITED BY SIZE
                       "GENERATION "
                           DELIMITED BY SIZE
                       gtb-generation(gtb-idx) DELIMITED BY SIZE
                       " ACK DATE " DELIMITED BY SIZE
                       ws-date-display DELIMITED BY SIZE
                       INTO ws-report-line
                   PERFORM WRITE-REPORT-LINE
                   MOVE gtb-count(gtb-idx) TO ws-count-a-display
                   MOVE gtb-hash(gtb-idx) TO ws-hash-a-display
                   MOVE gtb-ack-count(gtb-idx) TO ws-count-b-display
                   MOVE gtb-ack-hash(gtb-idx) TO ws-hash-b-display
                   MOVE SPACES TO ws-report-line
                   STRING "    SENT" DELIMITED BY SIZE
                       ws-count-a-display DELIMITED BY SIZE
                       " HASH" DELIMITED BY SIZE
                       ws-hash-a-display DELIMITED BY SIZE
                       "  RECEIVED" DELIMITED BY SIZE
                       ws-count-b-display DELIMITED BY SIZE
                       " HASH" DELIMITED BY SIZE
                       ws-hash-b-display DELIMITED BY SIZE
                       INTO ws-report-line
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO differ-count
                   ADD 1 TO exception-count
               ELSE
                   COMPUTE created-int = FUNCTION INTEGER-OF-DATE(
                       gtb-created-date(gtb-idx))
                   IF today-int IS GREATER THAN created-int THEN
                       COMPUTE days-outstanding =
                           today-int - created-int
                   ELSE
                       MOVE 0 TO days-outstanding
                   END-IF
                   MOVE days-outstanding TO ws-days-display
                   MOVE gtb-run-date(gtb-idx) TO ws-date-display
                   MOVE SPACES TO ws-report-line
                   STRING "NOT ACKNOWLEDGED: GENERATION "
                           DELIMITED BY SIZE
                       gtb-generation(gtb-idx) DELIMITED BY SIZE
                       " RUN DATE " DELIMITED BY SIZE
                       ws-date-display DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       gtb-file-name(gtb-idx) DELIMITED BY SIZE
                       ws-days-display DELIMITED BY SIZE
                       " DAY(S) OUTSTANDING" DELIMITED BY SIZE
                       INTO ws-report-line
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO not-acked-count
                   ADD 1 TO exception-count
               END-IF
           END-IF.

           WRITE-RECON-SUMMARY.
           MOVE SPACES TO ws-report-line.
           MOVE generation-count TO ws-count-a-display.
           STRING "** GENERATIONS LOGGED:" DELIMITED BY SIZE
               ws-count-a-display DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           MOVE agreed-count TO ws-count-a-display.
           STRING "** ACKNOWLEDGED, TOTALS AGREE:" DELIMITED BY SIZE
               ws-count-a-display DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           MOVE differ-count TO ws-count-a-display.
           STRING "** ACKNOWLEDGED WITH DIFFERENT TOTALS:"
                   DELIMITED BY SIZE
               ws-count-a-display DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           MOVE not-acked-count TO ws-count-a-display.
           STRING "** NOT ACKNOWLEDGED:" DELIMITED BY SIZE
               ws-count-a-display DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ws-report-line.
           MOVE unknown-count TO ws-count-a-display.
           STRING "** ACKS FOR UNKNOWN GENERATIONS:" DELIMITED BY SIZE
               ws-count-a-display DELIMITED BY SIZE
               INTO ws-report-line.
           PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
           MOVE ws-report-line TO recon-report-line.
           WRITE recon-report-line.
