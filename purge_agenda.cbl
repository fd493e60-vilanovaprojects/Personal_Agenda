           02  aud-timestamp             PIC X(14).
           02  aud-action                PIC X(1).
           02  aud-user                  PIC X(8).
           02  aud-seq                   PIC 9(9).
           02  aud-check                 PIC 9(9).

       FD ADDR-HIST-FILE.
       01  Addr-Hist-Rec.
           02  usr-level               PIC X(1).
               88  User-Supervisor     VALUE 'S'.
               88  User-Operator       VALUE 'O'.
           02  usr-fail-count          PIC 9(2).
           02  usr-locked              PIC X(1).
               88  User-Locked         VALUE 'Y'.
           02  usr-pwd-changed         PIC X(8).
           02  usr-last-signon         PIC X(14).

       FD AUDIT-IDX-FILE.
       01  Audit-Idx-Rec.
       01 WS-AUD-DATE                 PIC 9(8).
       01 WS-AUD-TIME                 PIC 9(8).

       01 WS-SEAL-REQUEST.
           03 WS-SL-FUNCTION           PIC X(1).
           03 WS-SL-PREV-CHECK         PIC 9(9).
           03 WS-SL-SEQ                PIC 9(9).
           03 WS-SL-CHECK              PIC 9(9).
           03 WS-SL-STAMP              PIC X(14).
           03 WS-SL-BASE-SEQ           PIC 9(9).
           03 WS-SL-BASE-CHECK         PIC 9(9).

       01 WS-SAVE-REC.
           02  WS-SAVE-CODE            PIC 9(6).
           02  WS-SAVE-NAME            PIC X(35).

       STOP RUN.

       SEAL-AUDIT-RECORD.
         MOVE 'S' TO WS-SL-FUNCTION.
         CALL "AGENDA-AUDIT-SEAL" USING WS-SEAL-REQUEST Audit-Rec.
         CANCEL "AGENDA-AUDIT-SEAL".

       WRITE-AUDIT-INDEX.
         OPEN I-O AUDIT-IDX-FILE.
         IF Idx-File-Missing
           IF User-No-Error-Found
           AND usr-password = WS-OPERATOR-PASSWORD
           AND User-Supervisor
           AND NOT User-Locked
             MOVE 'Y' TO WS-OPERATOR-OK-SW
           END-IF
           CLOSE USER-FILE
         MOVE WS-AUD-DATE TO aud-timestamp(1:8).
         MOVE WS-AUD-TIME TO aud-timestamp(9:6).

         PERFORM SEAL-AUDIT-RECORD.
         WRITE Audit-Rec.

         CLOSE AUDIT-FILE.
