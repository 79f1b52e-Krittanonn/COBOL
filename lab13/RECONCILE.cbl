          05 ACC-BALANCE  PIC 9(8)V99.
           05 ACC-STATUS   PIC X(8).
           05 ACC-FAILED-PINS PIC 9(2).
           05 ACC-TYPE     PIC X(3).

       FD ACCOUNTS-NEW.
       01 ACCOUNT-REC-NEW.
          05 NEW-ACC-BALANCE  PIC 9(8)V99.
          05 NEW-ACC-STATUS   PIC X(8).
          05 NEW-ACC-FAILED-PINS PIC 9(2).
          05 NEW-ACC-TYPE     PIC X(3).

       FD RECONCILE-LOG-FILE.
       01 RECONCILE-LOG-LINE  PIC X(100).
