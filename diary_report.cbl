               03  ap-code               PIC 9(6).
           02  ap-subject                PIC X(40).
           02  ap-place                  PIC X(20).
           02  ap-duration               PIC 9(3).
           02  ap-series-id              PIC 9(6).

       FD DIARY-PRINT.
       01  DIARY-PRINT-LINE            PIC X(132).
