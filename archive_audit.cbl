                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS keep-status.

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

       FD ARCHIVE-FILE.
       01  Archive-Rec                 PIC X(251).
           88  END-ARCH-CHECK VALUE HIGH-VALUES.

       FD KEEP-FILE.
       01  Keep-Rec.
           88  END-KEEP VALUE HIGH-VALUES.
           02  FILLER                  PIC X(251).

       FD SYSLOCK-FILE.
       01  Syslock-Rec.
           02  lock-sw                  PIC X(1).
               88  Batch-Lock-Held     VALUE 'Y'.
           02  lock-job                 PIC X(20).
           02  lock-since               PIC X(14).

       WORKING-STORAGE SECTION.

       01 WS-CUTOFF-DATE              PIC 9(8).
       01 WS-CUTOFF-YEAR              PIC 9(4).
       01 WS-CHECK-YEAR               PIC 9(4).
       01 WS-TODAY                    PIC 9(8).

       01 lock-status                 PIC X(2).
          88 Lock-No-Error-Found      VALUE "00".
          88 Lock-File-Missing        VALUE "35".
       01 lock-rel-key                PIC 9(4) VALUE 1.

       01 WS-NIGHT-SW                 PIC X(1) VALUE 'N'.
          88 Under-Night-Stream       VALUE 'Y'.

       01 WS-AUD-DATE                 PIC 9(8).
       01 WS-AUD-YEAR                 PIC 9(4).
          88 Layout-Ok                VALUE 'Y'.
       01 WS-CURRENT-YEAR             PIC 9(4) VALUE 0.

       01 WS-KEEP-REST-SW             PIC X(1) VALUE 'N'.
          88 Keep-Rest                VALUE 'Y'.

       01 WS-SEAL-REQUEST.
           03 WS-SL-FUNCTION           PIC X(1).
           03 WS-SL-PREV-CHECK         PIC 9(9).
           03 WS-SL-SEQ                PIC 9(9).
           03 WS-SL-CHECK              PIC 9(9).
           03 WS-SL-STAMP              PIC X(14).
           03 WS-SL-BASE-SEQ           PIC 9(9).
           03 WS-SL-BASE-CHECK         PIC 9(9).

       01 WS-MOVED-COUNT              PIC 9(6) VALUE 0.
       01 WS-KEPT-COUNT               PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       PERFORM CHECK-NIGHT-STREAM.

       IF Under-Night-Stream
         ACCEPT WS-TODAY FROM DATE YYYYMMDD
         COMPUTE WS-CUTOFF-DATE = WS-TODAY - 10000
         MOVE "01" TO WS-CUTOFF-DATE(7:2)
         DISPLAY "ARCHIVE AUDIT ENTRIES BEFORE " WS-CUTOFF-DATE
       ELSE
         DISPLAY "ARCHIVE AUDIT ENTRIES BEFORE (YYYYMMDD): "
         ACCEPT WS-CUTOFF-DATE
       END-IF.

       IF WS-CUTOFF-DATE = 0
         DISPLAY "CUTOFF DATE IS REQUIRED"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.

       MOVE WS-CUTOFF-DATE(1:4) TO WS-CUTOFF-YEAR.

       PERFORM REWRITE-LIVE-FILE.

       IF WS-MOVED-COUNT > 0
         MOVE 'B' TO WS-SL-FUNCTION
         CALL "AGENDA-AUDIT-SEAL" USING WS-SEAL-REQUEST Audit-Rec
         CANCEL "AGENDA-AUDIT-SEAL"
       END-IF.

       DISPLAY "AUDIT ENTRIES MOVED TO ARCHIVE: " WS-MOVED-COUNT.
       DISPLAY "AUDIT ENTRIES KEPT:             " WS-KEPT-COUNT.

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

       SPLIT-REG.

         MOVE aud-timestamp(1:8) TO WS-AUD-DATE.
         MOVE aud-timestamp(1:4) TO WS-AUD-YEAR.

         IF WS-AUD-DATE NOT < WS-CUTOFF-DATE
           MOVE 'Y' TO WS-KEEP-REST-SW
         END-IF.
         IF Archive-Open AND WS-AUD-YEAR < WS-CURRENT-YEAR
           MOVE 'Y' TO WS-KEEP-REST-SW
         END-IF.

         IF Keep-Rest
           WRITE Keep-Rec FROM Audit-Rec
           ADD 1 TO WS-KEPT-COUNT
         ELSE
           IF NOT Archive-Open
           OR WS-AUD-YEAR NOT = WS-CURRENT-YEAR
             PERFORM OPEN-ARCHIVE-YEAR
           END-IF
           WRITE Archive-Rec FROM Audit-Rec
           ADD 1 TO WS-MOVED-COUNT
           MOVE aud-seq   TO WS-SL-BASE-SEQ
           MOVE aud-check TO WS-SL-BASE-CHECK
         END-IF.

         READ AUDIT-FILE
         PERFORM CHECK-ARCHIVE-LAYOUT.
         IF NOT Layout-Ok
           DISPLAY "ARCHIVE IN OLD LAYOUT: " WS-ARCHIVE-NAME
           DISPLAY "RUN AGENDA-AUDIT-MIG3 FIRST - ARCHIVING STOPPED"
           DISPLAY "NO AUDIT ENTRIES HAVE BEEN MOVED"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF.

       OPEN-ARCHIVE-YEAR.

         IF Archive-Rec(1:6) NOT NUMERIC
         OR Archive-Rec(211:14) NOT NUMERIC
         OR Archive-Rec(234:9) NOT NUMERIC
           MOVE 'N' TO WS-LAYOUT-OK-SW
         END-IF.

