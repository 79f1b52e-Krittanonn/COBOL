           05 ACC-BALANCE  PIC 9(8)V99.
           05 ACC-STATUS   PIC X(8).
           05 ACC-FAILED-PINS PIC 9(2).
           05 ACC-TYPE     PIC X(3).

       FD LOWBAL-REPORT-FILE.
       01 LOWBAL-REPORT-LINE PIC X(100).
