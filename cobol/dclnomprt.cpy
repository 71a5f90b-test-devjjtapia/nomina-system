       01 DCLNOMPRT.
           05 PR-PARTICION        PIC S9(04) COMP.
           05 PR-EMP-ID-DESDE     PIC X(06).
           05 PR-EMP-ID-HASTA     PIC X(06).
