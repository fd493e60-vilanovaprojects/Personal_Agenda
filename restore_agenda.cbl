           02  usr-level               PIC X(1).
               88  User-Supervisor     VALUE 'S'.
               88  User-Operator       VALUE 'O'.
           02  usr-fail-count          PIC 9(2).
           02  usr-locked              PIC X(1).
               88  User-Locked         VALUE 'Y'.
           02  usr-pwd-changed         PIC X(8).
           02  usr-last-signon         PIC X(14).

       FD SYSLOCK-FILE.
       01  Syslock-Rec.
           IF User-No-Error-Found
           AND usr-password = WS-OPERATOR-PASSWORD
           AND User-Supervisor
           AND NOT User-Locked
             MOVE 'Y' TO WS-OPERATOR-OK-SW
           END-IF
           CLOSE USER-FILE
