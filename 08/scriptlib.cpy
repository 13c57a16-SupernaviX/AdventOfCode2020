      * Script library index record - one line appended per version
      * checked in, never overwritten, so the library itself is the
      * version history: which script, which numbered version, when,
      * by whom, and whether it arrived by transmission, came out
      * of the corrector, or was line-edited from an earlier
      * version. The instruction count and operand hash identify
      * the content the same way the scripthdr trailer does. The
      * stored copy lives in its own member file named
      * libmbr-<script-id>-v<version>. Written by libcheck and
      * lineedit and read by liblist and libcomp.
           01 library-record.
               05 lib-script-id   PIC X(20).
               05 FILLER          PIC X.
