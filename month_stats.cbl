                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS stats-status.

       SELECT SYSLOCK-FILE ASSIGN TO "SYSLOCK.DAT"
                 ORGANIZATION IS RELATIVE
                 ACCESS MODE IS DYNAMIC
                 RELATIVE KEY IS lock-rel-key
                 FILE STATUS IS lock-status.

       DATA DIVISION.
       FILE SECTION.

           02  aud-timestamp             PIC X(14).
           02  aud-action                PIC X(1).
           02  aud-user                  PIC X(8).
           02  aud-seq                   PIC 9(9).
           02  aud-check                 PIC 9(9).

       FD STATS-FILE.
       01  Stats-Rec.
               03  st-cat-code          PIC X(4).
               03  st-cat-qty           PIC 9(6).

       FD SYSLOCK-FILE.
       01  Syslock-Rec.
           02  lock-sw                  PIC X(1).
               88  Batch-Lock-Held     VALUE 'Y'.
           02  lock-job                 PIC X(20).
           02  lock-since               PIC X(14).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
       01 WS-I                        PIC 9(2).
       01 WS-CAT-INDEX                PIC 9(2) VALUE 0.

       01 lock-status                 PIC X(2).
          88 Lock-No-Error-Found      VALUE "00".
          88 Lock-File-Missing        VALUE "35".
       01 lock-rel-key                PIC 9(4) VALUE 1.

       01 WS-NIGHT-SW                 PIC X(1) VALUE 'N'.
          88 Under-Night-Stream       VALUE 'Y'.

       PROCEDURE DIVISION.

       PERFORM CHECK-NIGHT-STREAM.

       IF Under-Night-Stream
         MOVE 0 TO WS-TARGET-MONTH
       ELSE
         DISPLAY "MONTH TO SNAPSHOT (YYYYMM, 0 = CURRENT): "
         ACCEPT WS-TARGET-MONTH
       END-IF.

       IF WS-TARGET-MONTH = 0
         ACCEPT WS-TODAY FROM DATE YYYYMMDD
                 WS-CAT-OVERFLOW-COUNT
       END-IF.

       GOBACK.

       CHECK-NIGHT-STREAM.
         MOVE 'N' TO WS-NIGHT-SW.
         MOVE 1 TO lock-rel-key.

         OPEN INPUT SYSLOCK-FILE.
         IF NOT Lock-File-Missing
           READ SYSLOCK-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Lock-No-Error-Found AND Batch-Lock-Held
           AND lock-job = "NIGHT STREAM"
             MOVE 'Y' TO WS-NIGHT-SW
           END-IF
           CLOSE SYSLOCK-FILE
         END-IF.

       COUNT-CONTACTS.
         OPEN INPUT AGENDA.
             WHEN 'A'
               ADD 1 TO WS-ADD-COUNT
             WHEN 'M'
             WHEN 'G'
               ADD 1 TO WS-MOD-COUNT
             WHEN 'D'
               ADD 1 TO WS-DEL-COUNT
