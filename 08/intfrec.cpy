      * Downstream interface file - the run results the reporting
      * group loads instead of re-keying them, one generation per
      * extract, named runintf-g<generation>. Laid out the same way
      * as the scripthdr control records: a header naming the
      * generation and the run date it covers, one detail line per
      * script run off runhist enriched from scriptcat and basemast,
      * and a trailer carrying the detail count and a hash total of
      * the accumulator column so the receiver can prove it got the
      * whole file. Written by intfextr.
           01 ws-intf-header.
               05 ifh-tag          PIC X(3).
               05 FILLER           PIC X.
               05 ifh-generation   PIC 9(7).
               05 FILLER           PIC X.
               05 ifh-run-date     PIC 9(8).
               05 FILLER           PIC X.
               05 ifh-created-date PIC 9(8).
               05 FILLER           PIC X.
               05 ifh-created-time PIC 9(6).
           01 ws-intf-detail.
               05 ifd-tag          PIC X(3).
               05 FILLER           PIC X.
               05 ifd-script-id    PIC X(20).
               05 FILLER           PIC X.
               05 ifd-run-date     PIC 9(8).
               05 FILLER           PIC X.
               05 ifd-run-time     PIC 9(6).
               05 FILLER           PIC X.
               05 ifd-status       PIC X(4).
               05 FILLER           PIC X.
               05 ifd-acc          PIC S9(13) SIGN IS LEADING
                                   SEPARATE.
               05 FILLER           PIC X.
               05 ifd-fix-line     PIC 9(5).
               05 FILLER           PIC X.
               05 ifd-owner-dept   PIC X(8).
               05 FILLER           PIC X.
               05 ifd-description  PIC X(30).
               05 FILLER           PIC X.
      * Y when an active baseline was on file at extract time; the
      * expected accumulator is zero otherwise.
               05 ifd-baseline-flag PIC X.
               05 FILLER           PIC X.
               05 ifd-expected-acc PIC S9(13) SIGN IS LEADING
                                   SEPARATE.
           01 ws-intf-trailer.
               05 ift-tag          PIC X(3).
               05 FILLER           PIC X.
               05 ift-count        PIC 9(7).
               05 FILLER           PIC X.
               05 ift-hash         PIC S9(15) SIGN IS LEADING
                                   SEPARATE.
