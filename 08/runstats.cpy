      * Run-statistics record - one line appended per script
      * execution alongside its run-history record, carrying what the
      * run cost rather than what it produced: instructions loaded,
      * steps simulated, fix candidates proved, and the wall-clock
      * span in hundredths of a second. Written by part1/part2/part3
      * and averaged per script by batchfcst.
           01 stats-record.
               05 sts-run-date     PIC 9(8).
               05 FILLER           PIC X.
               05 sts-script       PIC X(20).
               05 FILLER           PIC X.
               05 sts-program      PIC X(8).
               05 FILLER           PIC X.
               05 sts-instr-count  PIC 9(5).
               05 FILLER           PIC X.
               05 sts-steps        PIC 9(9).
               05 FILLER           PIC X.
               05 sts-fix-tried    PIC 9(5).
               05 FILLER           PIC X.
               05 sts-start-date   PIC 9(8).
               05 FILLER           PIC X.
               05 sts-start-time   PIC 9(8).
               05 FILLER           PIC X.
               05 sts-end-date     PIC 9(8).
               05 FILLER           PIC X.
               05 sts-end-time     PIC 9(8).
               05 FILLER           PIC X.
               05 sts-elapsed      PIC 9(7)V99.
               05 FILLER           PIC X.
               05 sts-status       PIC X(4).
