      * Line-edit log - one line appended per edit transaction, never
      * overwritten: which script and version it was keyed against,
      * the version the edited script was checked in as (zero when
      * the edit was turned away), when and by whom, the transaction
      * itself and what became of it. Written by lineedit.
           01 edit-log-record.
               05 elg-script-id    PIC X(20).
               05 FILLER           PIC X.
               05 elg-from-version PIC 9(5).
               05 FILLER           PIC X.
               05 elg-to-version   PIC 9(5).
               05 FILLER           PIC X.
               05 elg-date         PIC 9(8).
               05 FILLER           PIC X.
               05 elg-time         PIC 9(6).
               05 FILLER           PIC X.
               05 elg-operator     PIC X(8).
               05 FILLER           PIC X.
               05 elg-seq          PIC 9(5).
               05 FILLER           PIC X.
               05 elg-action       PIC X(3).
               05 FILLER           PIC X.
               05 elg-line         PIC 9(5).
               05 FILLER           PIC X.
               05 elg-instruction  PIC X(11).
               05 FILLER           PIC X.
      * APPL applied in the new version, BAD the transaction itself
      * was unusable, REJ sound but the edit as a whole was refused.
               05 elg-result       PIC X(4).
