       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-CONSENT-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AGENDA ASSIGN TO "AGENDA.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS agenda-code
                 ALTERNATE RECORD KEY IS agenda-surname
                           WITH DUPLICATES
                 FILE STATUS IS agenda-status.

       SELECT CONSENT-FILE ASSIGN TO "AGENDA-CONSENT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS cs-code
                 FILE STATUS IS consent-status.

       SELECT CONSENT-JNL-FILE ASSIGN TO "AGENDA-CONSENT-JNL.DAT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS consent-jnl-status.

       SELECT CONSENT-PRINT ASSIGN TO "AGENDA-CONSENT.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD AGENDA.
       01  Agenda-Rec.
           02  agenda-code             PIC 9(6).
           02  agenda-name             PIC X(35).
           02  agenda-surname          PIC X(35).
           02  agenda-address          PIC X(40).
           02  agenda-b-date           PIC X(14).
           02  agenda-city             PIC X(20).
           02  agenda-phone            PIC X(15).
           02  agenda-email            PIC X(40).
           02  agenda-category         PIC X(4).
           02  agenda-active           PIC X(1).
               88  Contact-Active      VALUE 'A'.
               88  Contact-Inactive    VALUE 'I'.

       FD CONSENT-FILE.
       01  Consent-Rec.
           02  cs-code                 PIC 9(6).
           02  cs-channels.
               03  cs-mail             PIC X(1).
               03  cs-mail-date        PIC X(8).
               03  cs-mail-source      PIC X(10).
               03  cs-email            PIC X(1).
               03  cs-email-date       PIC X(8).
               03  cs-email-source     PIC X(10).
               03  cs-phone            PIC X(1).
               03  cs-phone-date       PIC X(8).
               03  cs-phone-source     PIC X(10).
               03  cs-share            PIC X(1).
               03  cs-share-date       PIC X(8).
               03  cs-share-source     PIC X(10).
           02  cs-channel-table REDEFINES cs-channels.
               03  cs-channel          OCCURS 4 TIMES.
                   04  cs-ch-flag      PIC X(1).
                   04  cs-ch-date      PIC X(8).
                   04  cs-ch-source    PIC X(10).
           02  cs-changed-by           PIC X(8).
           02  cs-changed              PIC X(14).

       FD CONSENT-JNL-FILE.
       01  Consent-Jnl-Rec.
           88  END-CONSENT-JNL VALUE HIGH-VALUES.
           02  cj-code                 PIC 9(6).
           02  cj-timestamp            PIC X(14).
           02  cj-channel              PIC X(1).
           02  cj-flag                 PIC X(1).
           02  cj-date                 PIC X(8).
           02  cj-source               PIC X(10).
           02  cj-user                 PIC X(8).

       FD CONSENT-PRINT.
       01  CONSENT-PRINT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 agenda-status              PIC X(2).
             88 No-Error-Found        VALUE "00".
          02 consent-status             PIC X(2).
             88 Consent-No-Error-Found VALUE "00".
             88 Consent-File-Missing  VALUE "35".
          02 consent-jnl-status         PIC X(2).
             88 Consent-Jnl-Missing   VALUE "35".

       01 WS-TARGET-CODE              PIC 9(6).
       01 WS-CH                       PIC 9(1).
       01 WS-HIST-COUNT               PIC 9(6) VALUE 0.

       01 WS-CONSENT-FOUND-SW         PIC X(1) VALUE 'N'.
          88 Consent-Found            VALUE 'Y'.

       01 WS-TODAY                    PIC 9(8).
       01 WS-NOW-TIME                 PIC 9(8).

       01 WS-CHANNEL-CODES            PIC X(4) VALUE "MEPS".
       01 WS-CONSENT-NAMES.
           03 FILLER                   PIC X(8) VALUE "MAIL".
           03 FILLER                   PIC X(8) VALUE "E-MAIL".
           03 FILLER                   PIC X(8) VALUE "PHONE".
           03 FILLER                   PIC X(8) VALUE "SHARING".
       01 WS-CONSENT-NAME-TABLE REDEFINES WS-CONSENT-NAMES.
           03 WS-CONSENT-NAME          OCCURS 4 TIMES PIC X(8).

       01 WS-TITLE-LINE               PIC X(60) VALUE
          "PERSONAL AGENDA - CONSENT EVIDENCE".

       01 WS-CODE-LINE.
           03 FILLER                   PIC X(9)  VALUE "CONTACT: ".
           03 WS-CL-CODE               PIC 9(6).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-CL-NAME               PIC X(35).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-CL-SURNAME            PIC X(35).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-CL-ACTIVE             PIC X(10).

       01 WS-STAMP-LINE.
           03 FILLER                   PIC X(12) VALUE "PRODUCED AT ".
           03 WS-ST-DATE               PIC 9(8).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-ST-TIME               PIC 9(6).

       01 WS-SECTION-LINE             PIC X(60).

       01 WS-CURRENT-COLUMNS.
           03 FILLER PIC X(10) VALUE "CHANNEL".
           03 FILLER PIC X(14) VALUE "STATUS".
           03 FILLER PIC X(10) VALUE "DATE".
           03 FILLER PIC X(12) VALUE "SOURCE".
           03 FILLER PIC X(10) VALUE "BY".
           03 FILLER PIC X(14) VALUE "RECORDED AT".

       01 WS-CURRENT-LINE.
           03 WS-CU-CHANNEL            PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-CU-STATUS             PIC X(12).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-CU-DATE               PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-CU-SOURCE             PIC X(10).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-CU-USER               PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-CU-CHANGED            PIC X(14).

       01 WS-HIST-COLUMNS.
           03 FILLER PIC X(16) VALUE "CHANGED AT".
           03 FILLER PIC X(10) VALUE "CHANNEL".
           03 FILLER PIC X(14) VALUE "STATUS".
           03 FILLER PIC X(10) VALUE "DATE".
           03 FILLER PIC X(12) VALUE "SOURCE".
           03 FILLER PIC X(8)  VALUE "BY".

       01 WS-HIST-LINE.
           03 WS-HI-TIMESTAMP          PIC X(14).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-HI-CHANNEL            PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-HI-STATUS             PIC X(12).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-HI-DATE               PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-HI-SOURCE             PIC X(10).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-HI-USER               PIC X(8).

       01 WS-STATUS-TEXT              PIC X(12).
       01 WS-FLAG                     PIC X(1).

       01 WS-HIST-TOTAL-LINE.
           03 FILLER                   PIC X(24) VALUE
              "TOTAL HISTORY ENTRIES: ".
           03 WS-HT-COUNT              PIC ZZZ,ZZ9.

       01 WS-SPOOL-REPORT             PIC X(20) VALUE
          "CONSENT EVIDENCE".
       01 WS-SPOOL-FILE               PIC X(30) VALUE
          "AGENDA-CONSENT.PRT".

       PROCEDURE DIVISION.

       DISPLAY "AGENDA CODE: ".
       ACCEPT WS-TARGET-CODE.

       OPEN INPUT AGENDA.
       MOVE WS-TARGET-CODE TO agenda-code.
       READ AGENDA
         INVALID KEY
           CONTINUE
       END-READ.
       IF NOT No-Error-Found
         DISPLAY "CONTACT NOT FOUND: " WS-TARGET-CODE
         CLOSE AGENDA
         GOBACK
       END-IF.
       CLOSE AGENDA.

       ACCEPT WS-TODAY FROM DATE YYYYMMDD.
       ACCEPT WS-NOW-TIME FROM TIME.

       OPEN OUTPUT CONSENT-PRINT.

       WRITE CONSENT-PRINT-LINE FROM WS-TITLE-LINE.
       MOVE agenda-code    TO WS-CL-CODE.
       MOVE agenda-name    TO WS-CL-NAME.
       MOVE agenda-surname TO WS-CL-SURNAME.
       IF Contact-Active
         MOVE "ACTIVE"   TO WS-CL-ACTIVE
       ELSE
         MOVE "INACTIVE" TO WS-CL-ACTIVE
       END-IF.
       WRITE CONSENT-PRINT-LINE FROM WS-CODE-LINE.
       MOVE WS-TODAY         TO WS-ST-DATE.
       MOVE WS-NOW-TIME(1:6) TO WS-ST-TIME.
       WRITE CONSENT-PRINT-LINE FROM WS-STAMP-LINE.

       PERFORM PRINT-CURRENT-SECTION.
       PERFORM PRINT-HISTORY-SECTION.

       CLOSE CONSENT-PRINT.

       CALL "AGENDA-SPOOL" USING WS-SPOOL-REPORT WS-SPOOL-FILE.
       CANCEL "AGENDA-SPOOL".

       DISPLAY "CONSENT EVIDENCE WRITTEN TO AGENDA-CONSENT.PRT".
       DISPLAY "HISTORY ENTRIES: " WS-HIST-COUNT.

       GOBACK.

       WRITE-SECTION-HEADER.
         MOVE SPACES TO CONSENT-PRINT-LINE.
         WRITE CONSENT-PRINT-LINE.
         WRITE CONSENT-PRINT-LINE FROM WS-SECTION-LINE.

       PRINT-CURRENT-SECTION.
         MOVE "CURRENT CONSENT (AGENDA-CONSENT.DAT)"
           TO WS-SECTION-LINE.
         PERFORM WRITE-SECTION-HEADER.
         WRITE CONSENT-PRINT-LINE FROM WS-CURRENT-COLUMNS.

         MOVE 'N' TO WS-CONSENT-FOUND-SW.
         INITIALIZE Consent-Rec.
         OPEN INPUT CONSENT-FILE.
         IF NOT Consent-File-Missing
           MOVE WS-TARGET-CODE TO cs-code
           READ CONSENT-FILE
             INVALID KEY
               INITIALIZE Consent-Rec
           END-READ
           IF Consent-No-Error-Found
             MOVE 'Y' TO WS-CONSENT-FOUND-SW
           END-IF
           CLOSE CONSENT-FILE
         END-IF.

         PERFORM PRINT-CURRENT-CHANNEL
             VARYING WS-CH FROM 1 BY 1 UNTIL WS-CH > 4.

       PRINT-CURRENT-CHANNEL.
         MOVE WS-CONSENT-NAME(WS-CH) TO WS-CU-CHANNEL.
         MOVE cs-ch-flag(WS-CH)      TO WS-FLAG.
         PERFORM DESCRIBE-FLAG.
         MOVE WS-STATUS-TEXT         TO WS-CU-STATUS.
         MOVE cs-ch-date(WS-CH)      TO WS-CU-DATE.
         MOVE cs-ch-source(WS-CH)    TO WS-CU-SOURCE.
         IF Consent-Found
           MOVE cs-changed-by        TO WS-CU-USER
           MOVE cs-changed           TO WS-CU-CHANGED
         ELSE
           MOVE SPACES               TO WS-CU-USER
           MOVE SPACES               TO WS-CU-CHANGED
         END-IF.
         WRITE CONSENT-PRINT-LINE FROM WS-CURRENT-LINE.

       DESCRIBE-FLAG.
         EVALUATE WS-FLAG
           WHEN 'Y'
             MOVE "CONSENTED"    TO WS-STATUS-TEXT
           WHEN 'N'
             MOVE "OBJECTED"     TO WS-STATUS-TEXT
           WHEN OTHER
             MOVE "NOT RECORDED" TO WS-STATUS-TEXT
         END-EVALUATE.

       PRINT-HISTORY-SECTION.
         MOVE "CONSENT HISTORY (AGENDA-CONSENT-JNL.DAT)"
           TO WS-SECTION-LINE.
         PERFORM WRITE-SECTION-HEADER.
         WRITE CONSENT-PRINT-LINE FROM WS-HIST-COLUMNS.

         OPEN INPUT CONSENT-JNL-FILE.
         IF NOT Consent-Jnl-Missing
           READ CONSENT-JNL-FILE
               AT END SET END-CONSENT-JNL TO TRUE
           END-READ

           PERFORM PRINT-HIST-REG UNTIL END-CONSENT-JNL

           CLOSE CONSENT-JNL-FILE
         END-IF.

         MOVE SPACES TO CONSENT-PRINT-LINE.
         WRITE CONSENT-PRINT-LINE.
         MOVE WS-HIST-COUNT TO WS-HT-COUNT.
         WRITE CONSENT-PRINT-LINE FROM WS-HIST-TOTAL-LINE.

       PRINT-HIST-REG.

         IF cj-code = WS-TARGET-CODE
           ADD 1 TO WS-HIST-COUNT
           MOVE cj-timestamp TO WS-HI-TIMESTAMP
           MOVE SPACES       TO WS-HI-CHANNEL
           PERFORM VARYING WS-CH FROM 1 BY 1 UNTIL WS-CH > 4
             IF WS-CHANNEL-CODES(WS-CH:1) = cj-channel
               MOVE WS-CONSENT-NAME(WS-CH) TO WS-HI-CHANNEL
             END-IF
           END-PERFORM
           MOVE cj-flag      TO WS-FLAG
           PERFORM DESCRIBE-FLAG
           MOVE WS-STATUS-TEXT TO WS-HI-STATUS
           MOVE cj-date      TO WS-HI-DATE
           MOVE cj-source    TO WS-HI-SOURCE
           MOVE cj-user      TO WS-HI-USER
           WRITE CONSENT-PRINT-LINE FROM WS-HIST-LINE
         END-IF.

         READ CONSENT-JNL-FILE
           AT END SET END-CONSENT-JNL TO TRUE
         END-READ.
       END-PRINT-HIST-REG.
