                           WITH DUPLICATES
                 FILE STATUS IS agenda-status.

       SELECT CONSENT-FILE ASSIGN TO "AGENDA-CONSENT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS cs-code
                 FILE STATUS IS consent-status.

       SELECT CSV-FILE ASSIGN TO "AGENDA.CSV"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS csv-status.
       SELECT EXC-PRINT ASSIGN TO "AGENDA-EXPORT-EXC.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DLIST-FILE ASSIGN TO "AGENDA-DLIST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS dl-name
                 FILE STATUS IS dlist-status.

       SELECT DLMEMB-FILE ASSIGN TO "AGENDA-DLMEMB.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS dm-key
                 ALTERNATE RECORD KEY IS dm-code
                           WITH DUPLICATES
                 FILE STATUS IS dlmemb-status.

       DATA DIVISION.
       FILE SECTION.

               88  Contact-Active      VALUE 'A'.
               88  Contact-Inactive    VALUE 'I'.

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

       FD CSV-FILE.
       01  CSV-Line                    PIC X(130).

       FD EXC-PRINT.
       01  EXC-PRINT-LINE              PIC X(80).

       FD DLIST-FILE.
       01  Dlist-Rec.
           02  dl-name                 PIC X(20).
           02  dl-description          PIC X(40).
           02  dl-owner                PIC X(8).
           02  dl-created              PIC X(8).

       FD DLMEMB-FILE.
       01  Dlmemb-Rec.
           02  dm-key.
               03  dm-list             PIC X(20).
               03  dm-code             PIC 9(6).
           02  dm-added                PIC X(8).
           02  dm-added-by             PIC X(8).
           02  dm-source               PIC X(1).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 agenda-status              PIC X(2).
          02 csv-status                 PIC X(2).
          02 vcf-status                 PIC X(2).
          02 consent-status             PIC X(2).
             88 Consent-No-Error-Found VALUE "00".
             88 Consent-File-Missing  VALUE "35".
          02 dlist-status               PIC X(2).
             88 Dl-No-Error-Found     VALUE "00".
          02 dlmemb-status              PIC X(2).
             88 Dlm-No-Error-Found    VALUE "00".

       01 WS-FORMAT-OPTION            PIC X(1).
          88 Format-Csv               VALUE 'C'.

       01 WS-EXPORT-COUNT             PIC 9(6) VALUE 0.
       01 WS-EXC-COUNT                PIC 9(6) VALUE 0.
       01 WS-WITHHELD-COUNT           PIC 9(6) VALUE 0.

       01 WS-CONSENT-OPEN-SW          PIC X(1) VALUE 'N'.
          88 Consent-Open             VALUE 'Y'.
       01 WS-CONSENT-SKIPPED          PIC 9(6) VALUE 0.

       01 WS-LIST-NAME                PIC X(20) VALUE SPACES.
       01 WS-LIST-MEMBER-SW           PIC X(1) VALUE 'Y'.
          88 List-Member              VALUE 'Y'.
       01 WS-LIST-FOUND-SW            PIC X(1) VALUE 'N'.
          88 List-Found               VALUE 'Y'.

       01 WS-TRIM-FIELD               PIC X(40).
       01 WS-TRIM-LEN                 PIC 9(2) VALUE 0.
              "TOTAL WITHOUT E-MAIL: ".
           03 WS-E-COUNT                PIC ZZZ,ZZ9.

       01 WS-CONSENT-TOTAL-LINE.
           03 FILLER                   PIC X(25) VALUE
              "SUPPRESSED BY CONSENT: ".
           03 WS-CS-COUNT               PIC ZZZ,ZZ9.

       01 WS-WITHHELD-TOTAL-LINE.
           03 FILLER                   PIC X(25) VALUE
              "CHANNELS WITHHELD: ".
           03 WS-WH-COUNT               PIC ZZZ,ZZ9.

       01 WS-LIST-TOTAL-LINE.
           03 FILLER                   PIC X(25) VALUE
              "DISTRIBUTION LIST: ".
           03 WS-LT-NAME                PIC X(20).

       01 WS-SPOOL-REPORT             PIC X(20) VALUE
          "EXPORT EXCEPTIONS".
       01 WS-SPOOL-FILE               PIC X(30) VALUE
         STOP RUN
       END-IF.

       DISPLAY "DISTRIBUTION LIST (BLANK = WHOLE FILE): ".
       ACCEPT WS-LIST-NAME.

       IF WS-LIST-NAME NOT = SPACES
         PERFORM OPEN-LIST
         IF NOT List-Found
           DISPLAY "LIST NOT FOUND: " WS-LIST-NAME
           STOP RUN
         END-IF
         IF NOT Dlm-No-Error-Found
           DISPLAY "NO LIST MEMBERS ON DISK"
           STOP RUN
         END-IF
       END-IF.

       OPEN INPUT AGENDA.
       PERFORM OPEN-CONSENT.
       OPEN OUTPUT EXC-PRINT.

       WRITE EXC-PRINT-LINE FROM WS-EXC-TITLE.

       MOVE WS-EXC-COUNT TO WS-E-COUNT.
       WRITE EXC-PRINT-LINE FROM WS-EXC-TOTAL-LINE.
       MOVE WS-CONSENT-SKIPPED TO WS-CS-COUNT.
       WRITE EXC-PRINT-LINE FROM WS-CONSENT-TOTAL-LINE.
       MOVE WS-WITHHELD-COUNT TO WS-WH-COUNT.
       WRITE EXC-PRINT-LINE FROM WS-WITHHELD-TOTAL-LINE.
       IF WS-LIST-NAME NOT = SPACES
         MOVE WS-LIST-NAME TO WS-LT-NAME
         WRITE EXC-PRINT-LINE FROM WS-LIST-TOTAL-LINE
         CLOSE DLMEMB-FILE
       END-IF.

       CLOSE AGENDA.
       IF Consent-Open
         CLOSE CONSENT-FILE
       END-IF.
       CLOSE EXC-PRINT.

       CALL "AGENDA-SPOOL" USING WS-SPOOL-REPORT WS-SPOOL-FILE.

       DISPLAY "CONTACTS EXPORTED: " WS-EXPORT-COUNT.
       DISPLAY "CONTACTS WITHOUT E-MAIL: " WS-EXC-COUNT.
       DISPLAY "SUPPRESSED BY CONSENT: " WS-CONSENT-SKIPPED.

       STOP RUN.

       EXPORT-REG.

         PERFORM CHECK-LIST-MEMBER.

         IF Contact-Active AND List-Member
           PERFORM READ-CONSENT
           IF Phone-Objected AND Email-Objected
             ADD 1 TO WS-CONSENT-SKIPPED
           ELSE
             PERFORM EXPORT-CONTACT
           END-IF
         END-IF.

         READ AGENDA NEXT RECORD
         PERFORM TRIM-FIELD.
         MOVE WS-TRIM-LEN TO WS-EMAIL-LEN.

         IF Phone-Objected AND WS-PHONE-LEN > 0
           MOVE 0 TO WS-PHONE-LEN
           ADD 1 TO WS-WITHHELD-COUNT
         END-IF.

         IF Email-Objected AND WS-EMAIL-LEN > 0
           MOVE 0 TO WS-EMAIL-LEN
           ADD 1 TO WS-WITHHELD-COUNT
         END-IF.

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

       OPEN-LIST.
         MOVE 'N' TO WS-LIST-FOUND-SW.

         OPEN INPUT DLIST-FILE.
         IF Dl-No-Error-Found
           MOVE WS-LIST-NAME TO dl-name
           READ DLIST-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Dl-No-Error-Found
             MOVE 'Y' TO WS-LIST-FOUND-SW
             OPEN INPUT DLMEMB-FILE
           END-IF
           CLOSE DLIST-FILE
         END-IF.

       CHECK-LIST-MEMBER.
         MOVE 'Y' TO WS-LIST-MEMBER-SW.

         IF WS-LIST-NAME NOT = SPACES
           MOVE 'N' TO WS-LIST-MEMBER-SW
           MOVE WS-LIST-NAME TO dm-list
           MOVE agenda-code  TO dm-code
           READ DLMEMB-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Dlm-No-Error-Found
             MOVE 'Y' TO WS-LIST-MEMBER-SW
           END-IF
         END-IF.

       TRIM-FIELD.
         MOVE 0 TO WS-TRIM-LEN.
         PERFORM VARYING WS-T FROM 40 BY -1
