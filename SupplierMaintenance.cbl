           COPY 'IndexedSupplierStr' IN copy-lib.

       FD  MAINT-AUDIT-OUT.
       01  MAINT-AUDIT-RECORD        PIC X(47).

       WORKING-STORAGE SECTION.
       01  FLAGS-AND-COUNTERS.
