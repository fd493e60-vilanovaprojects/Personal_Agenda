                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS audit-status.

       SELECT CONSENT-FILE ASSIGN TO "AGENDA-CONSENT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS cs-code
                 FILE STATUS IS consent-status.

       SELECT DELTA-FILE ASSIGN TO "AGENDA-DELTA.DAT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS delta-status.
           02  aud-timestamp             PIC X(14).
           02  aud-action                PIC X(1).
           02  aud-user                  PIC X(8).
           02  aud-seq                   PIC 9(9).
           02  aud-check                 PIC 9(9).

       FD CONSENT-FILE.
       01  Consent-Rec.
           02  cs-code                 PIC 9(6).
           02  cs-mail                 PIC X(1).
               88  Mail-Objected       VALUE 'N'.
           02  cs-mail-date            PIC X(8).
           02  cs-mail-source          PIC X(10).
           02  cs-email                PIC X(1).
               88  Email-Objected      VALUE 'N'.
           02  cs-email-date           PIC X(8).
           02  cs-email-source         PIC X(10).
           02  cs-phone                PIC X(1).
               88  Phone-Objected      VALUE 'N'.
           02  cs-phone-date           PIC X(8).
           02  cs-phone-source         PIC X(10).
           02  cs-share                PIC X(1).
               88  Share-Objected      VALUE 'N'.
           02  cs-share-date           PIC X(8).
           02  cs-share-source         PIC X(10).
           02  cs-changed-by           PIC X(8).
           02  cs-changed              PIC X(14).

       FD DELTA-FILE.
       01  Delta-Rec.
          02 dctl-status                PIC X(2).
             88 Dctl-No-Error-Found    VALUE "00".
             88 Dctl-Not-Found         VALUE "35".
          02 consent-status             PIC X(2).
             88 Consent-No-Error-Found VALUE "00".
             88 Consent-File-Missing  VALUE "35".

       01  dctl-rel-key               PIC 9(4) VALUE 1.

       01 WS-NEW-TIMESTAMP            PIC X(14) VALUE LOW-VALUES.

       01 WS-DELTA-COUNT              PIC 9(6) VALUE 0.
       01 WS-CONSENT-OPEN-SW          PIC X(1) VALUE 'N'.
          88 Consent-Open             VALUE 'Y'.
       01 WS-CONSENT-SKIPPED          PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.


       OPEN INPUT AUDIT-FILE.
       OPEN INPUT AGENDA.
       PERFORM OPEN-CONSENT.
       OPEN OUTPUT DELTA-FILE.

       MOVE WS-LAST-TIMESTAMP TO WS-NEW-TIMESTAMP.

       CLOSE AUDIT-FILE.
       CLOSE AGENDA.
       IF Consent-Open
         CLOSE CONSENT-FILE
       END-IF.
       CLOSE DELTA-FILE.

       PERFORM SAVE-DELTA-CTL.

       DISPLAY "DELTA TRANSACTIONS WRITTEN: " WS-DELTA-COUNT.
       DISPLAY "SUPPRESSED BY CONSENT:      " WS-CONSENT-SKIPPED.
       DISPLAY "EXTRACTED UP TO: " WS-NEW-TIMESTAMP.

       GOBACK.
       EXTRACT-REG.

         IF aud-timestamp > WS-LAST-TIMESTAMP
         AND aud-action NOT = 'X'
         AND aud-action NOT = 'Q'
         AND aud-action NOT = 'V'
         AND aud-action NOT = 'J'
         AND aud-action NOT = 'E'
         AND aud-action NOT = 'K'
         AND aud-user NOT = "DELTA-IN"
           PERFORM WRITE-DELTA-TXN
           IF aud-timestamp > WS-NEW-TIMESTAMP
             MOVE aud-timestamp TO WS-NEW-TIMESTAMP
           MOVE SPACES TO dl-contact
           MOVE aud-code TO dl-code
         ELSE
           PERFORM READ-CONSENT
           IF Share-Objected
             MOVE 'D' TO dl-action
             MOVE SPACES TO dl-contact
             MOVE aud-code TO dl-code
             ADD 1 TO WS-CONSENT-SKIPPED
           ELSE
             IF aud-action = 'A'
               MOVE 'A' TO dl-action
             ELSE
               MOVE 'M' TO dl-action
             END-IF
             MOVE Agenda-Rec TO dl-contact
           END-IF
         END-IF.

         WRITE Delta-Rec.
         ADD 1 TO WS-DELTA-COUNT.

       OPEN-CONSENT.
         OPEN INPUT CONSENT-FILE.
         IF consent-status = "00"
           MOVE 'Y' TO WS-CONSENT-OPEN-SW
         END-IF.

       READ-CONSENT.
         INITIALIZE Consent-Rec.
         IF Consent-Open
           MOVE agenda-code TO cs-code
           READ CONSENT-FILE
             INVALID KEY
               INITIALIZE Consent-Rec
           END-READ
         END-IF.

       LOAD-DELTA-CTL.
         MOVE 1 TO dctl-rel-key.
         OPEN INPUT DELTA-CTL-FILE.
