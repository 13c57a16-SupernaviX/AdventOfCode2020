      * Department master record - one entry per owning department,
      * keyed by the same 8-character code the catalog carries in
      * cat-owner-dept. Maintained by deptmaint; catmaint refuses an
      * owner that is not here and active, catrpt and part3 print
      * the full name and manager against each department, and
      * catorph lists catalog entries left with a missing or
      * inactive owner.
           01 department-record.
               05 dmt-dept-code       PIC X(8).
               05 dmt-full-name       PIC X(30).
               05 dmt-manager         PIC X(20).
               05 dmt-cost-center     PIC X(8).
               05 dmt-active-flag     PIC X.
                   88 dmt-active   VALUE 'A'.
                   88 dmt-inactive VALUE 'I'.
               05 dmt-date-added      PIC 9(8).
               05 dmt-date-changed    PIC 9(8).
               05 dmt-changed-by      PIC X(8).
