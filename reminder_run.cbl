       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-REMIND.
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

       SELECT APPT-FILE ASSIGN TO "AGENDA-APPT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ap-key
                 ALTERNATE RECORD KEY IS ap-code
                           WITH DUPLICATES
                 FILE STATUS IS appt-status.

       SELECT TPL-FILE ASSIGN TO "LETTER-TPL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS tpl-key
                 FILE STATUS IS tpl-status.

       SELECT CONSENT-FILE ASSIGN TO "AGENDA-CONSENT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS cs-code
                 FILE STATUS IS consent-status.

       SELECT MAILHIST-FILE ASSIGN TO "AGENDA-MAILHIST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS mh-key
                 FILE STATUS IS mailhist-status.

       SELECT BADADDR-FILE ASSIGN TO "AGENDA-BADADDR.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ba-code
                 FILE STATUS IS badaddr-status.

       SELECT LETTER-PRINT ASSIGN TO "AGENDA-REMIND.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CALL-PRINT ASSIGN TO "AGENDA-CALLS.PRT"
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

       FD APPT-FILE.
       01  Appt-Rec.
           02  ap-key.
               03  ap-date               PIC X(8).
               03  ap-time               PIC X(4).
               03  ap-code               PIC 9(6).
           02  ap-subject                PIC X(40).
           02  ap-place                  PIC X(20).
           02  ap-duration               PIC 9(3).
           02  ap-series-id              PIC 9(6).

       FD TPL-FILE.
       01  Template-Rec.
           02  tpl-key.
               03  tpl-name              PIC X(8).
               03  tpl-line-no           PIC 9(2).
           02  tpl-text                  PIC X(60).

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

       FD LETTER-PRINT.
       01  LETTER-PRINT-LINE           PIC X(80).

       FD CALL-PRINT.
       01  CALL-PRINT-LINE             PIC X(132).

       FD MAILHIST-FILE.
       01  Mail-Hist-Rec.
           02  mh-key.
               03  mh-code             PIC 9(6).
               03  mh-template         PIC X(8).
               03  mh-run-date         PIC X(8).
               03  mh-run-time         PIC X(6).
           02  mh-output               PIC X(1).
           02  mh-address              PIC X(40).
           02  mh-city                 PIC X(20).
           02  mh-returned             PIC X(1).
               88  Mail-Returned       VALUE 'Y'.
           02  mh-returned-date        PIC X(8).

       FD BADADDR-FILE.
       01  Bad-Addr-Rec.
           02  ba-code                 PIC 9(6).
           02  ba-address              PIC X(40).
           02  ba-city                 PIC X(20).
           02  ba-returned-date        PIC X(8).
           02  ba-reason               PIC X(20).
           02  ba-user                 PIC X(8).
           02  ba-flagged              PIC X(14).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 agenda-status              PIC X(2).
             88 No-Error-Found        VALUE "00".
          02 appt-status                PIC X(2).
             88 Appt-Not-Found        VALUE "35".
          02 tpl-status                 PIC X(2).
             88 Tpl-File-Missing       VALUE "35".
          02 consent-status             PIC X(2).
             88 Consent-No-Error-Found VALUE "00".
             88 Consent-File-Missing  VALUE "35".
          02 mailhist-status            PIC X(2).
             88 Mailhist-No-Error-Found VALUE "00".
             88 Mailhist-Duplicate    VALUE "22".
             88 Mailhist-File-Missing VALUE "35".
          02 badaddr-status             PIC X(2).
             88 Badaddr-No-Error-Found VALUE "00".

       01 WS-DAYS-AHEAD               PIC 9(3) VALUE 0.
       01 WS-G                        PIC 9(3).

       01 WS-TODAY                    PIC 9(8).
       01 WS-START-DATE               PIC 9(8).
       01 WS-END-DATE                 PIC 9(8).

       01 WS-END-YEAR                 PIC 9(4).
       01 WS-END-MONTH                PIC 9(2).
       01 WS-END-DAY                  PIC 9(2).
       01 WS-MONTH-DAYS               PIC 9(2).
       01 WS-YEAR-QUOT                PIC 9(4).
       01 WS-YEAR-REM                 PIC 9(4).

       01 WS-SCAN-DONE-SW             PIC X(1) VALUE 'N'.
          88 Scan-Done                VALUE 'Y'.

       01 WS-APPT-COUNT               PIC 9(6) VALUE 0.
       01 WS-LETTER-COUNT             PIC 9(6) VALUE 0.
       01 WS-CALL-COUNT               PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT            PIC 9(6) VALUE 0.
       01 WS-CONSENT-OPEN-SW          PIC X(1) VALUE 'N'.
          88 Consent-Open             VALUE 'Y'.
       01 WS-CONSENT-SKIPPED          PIC 9(6) VALUE 0.
       01 WS-BADADDR-OPEN-SW          PIC X(1) VALUE 'N'.
          88 Badaddr-Open             VALUE 'Y'.
       01 WS-ADDR-BAD-SW              PIC X(1) VALUE 'N'.
          88 Address-Bad              VALUE 'Y'.
       01 WS-BAD-ADDR-COUNT           PIC 9(6) VALUE 0.
       01 WS-RUN-TIME                 PIC X(8).
       01 WS-MH-TIME.
           03 WS-MH-HH                 PIC 9(2).
           03 WS-MH-MM                 PIC 9(2).
           03 WS-MH-SS                 PIC 9(2).
       01 WS-MH-TRIES                 PIC 9(2) VALUE 0.
       01 WS-MH-WRITTEN-SW            PIC X(1) VALUE 'N'.
          88 Mh-Written               VALUE 'Y'.
       01 WS-MH-LOST-COUNT            PIC 9(6) VALUE 0.

       01 WS-TRIM-FIELD               PIC X(40).
       01 WS-TRIM-LEN                 PIC 9(2) VALUE 0.
       01 WS-T                        PIC 9(2) VALUE 0.

       01 WS-FULL-NAME                PIC X(53).
       01 WS-PTR                      PIC 9(3) VALUE 1.

       01 WS-APPT-DATE-OUT.
           03 WS-AD-DD                 PIC X(2).
           03 FILLER                   PIC X(1)  VALUE "/".
           03 WS-AD-MM                 PIC X(2).
           03 FILLER                   PIC X(1)  VALUE "/".
           03 WS-AD-YYYY               PIC X(4).

       01 WS-APPT-TIME-OUT.
           03 WS-AT-HH                 PIC X(2).
           03 FILLER                   PIC X(1)  VALUE ":".
           03 WS-AT-MIN                PIC X(2).

       01 WS-LETTER-LINE-COUNT        PIC 9(2) VALUE 0.
       01 WS-LETTER-PAGE-LINES        PIC 9(2) VALUE 30.

       01 WS-SALUTE-LINE              PIC X(80).

       01 WS-TPL-TARGET               PIC X(8).

       01 WS-TPL-TABLE.
           03 WS-TPL-LINE OCCURS 20 TIMES
                                      PIC X(60).
       01 WS-TPL-COUNT                PIC 9(2) VALUE 0.
       01 WS-TPL-DONE-SW              PIC X(1) VALUE 'N'.
          88 Tpl-Scan-Done            VALUE 'Y'.

       01 WS-TPL-IN                   PIC X(70).
       01 WS-TPL-OUT                  PIC X(80).
       01 WS-IN-PTR                   PIC 9(2).
       01 WS-OUT-PTR                  PIC 9(3).
       01 WS-L                        PIC 9(2).

       01 WS-CALL-TITLE               PIC X(60) VALUE
          "PERSONAL AGENDA - APPOINTMENT REMINDER CALL SHEET".

       01 WS-CALL-HEADER.
           03 FILLER            PIC X(17) VALUE "APPOINTMENTS ".
           03 WS-CH-FROM         PIC 9(8).
           03 FILLER            PIC X(4)  VALUE " TO ".
           03 WS-CH-TO           PIC 9(8).

       01 WS-CALL-COLUMNS.
           03 FILLER PIC X(12) VALUE "DATE".
           03 FILLER PIC X(7)  VALUE "TIME".
           03 FILLER PIC X(8)  VALUE "CODE".
           03 FILLER PIC X(31) VALUE "CONTACT".
           03 FILLER PIC X(17) VALUE "PHONE".
           03 FILLER PIC X(41) VALUE "SUBJECT".
           03 FILLER PIC X(10) VALUE "PLACE".

       01 WS-CALL-LINE.
           03 WS-C-DATE                PIC X(10).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-C-TIME                PIC X(5).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-C-CODE                PIC 9(6).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-C-NAME                PIC X(30).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-C-PHONE               PIC X(15).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-C-SUBJECT             PIC X(40).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-C-PLACE               PIC X(20).

       01 WS-CALL-EMAIL-LINE.
           03 FILLER                   PIC X(27) VALUE SPACES.
           03 FILLER                   PIC X(21) VALUE
              "NO PHONE - E-MAIL: ".
           03 WS-CE-EMAIL              PIC X(40).

       01 WS-RUN-TOTAL-LINE-1.
           03 FILLER                   PIC X(24) VALUE
              "APPOINTMENTS READ:      ".
           03 WS-RT-APPTS              PIC ZZZ,ZZ9.

       01 WS-RUN-TOTAL-LINE-2.
           03 FILLER                   PIC X(24) VALUE
              "REMINDER LETTERS:       ".
           03 WS-RT-LETTERS            PIC ZZZ,ZZ9.

       01 WS-RUN-TOTAL-LINE-3.
           03 FILLER                   PIC X(24) VALUE
              "PHONE CALLS:            ".
           03 WS-RT-CALLS              PIC ZZZ,ZZ9.

       01 WS-RUN-TOTAL-LINE-4.
           03 FILLER                   PIC X(24) VALUE
              "NOT ON FILE / INACTIVE: ".
           03 WS-RT-SKIPPED            PIC ZZZ,ZZ9.

       01 WS-RUN-TOTAL-LINE-5.
           03 FILLER                   PIC X(24) VALUE
              "SUPPRESSED BY CONSENT:  ".
           03 WS-RT-SUPPRESSED         PIC ZZZ,ZZ9.

       01 WS-RUN-TOTAL-LINE-6.
           03 FILLER                   PIC X(24) VALUE
              "RETURNED-MAIL ADDRESS:  ".
           03 WS-RT-BAD-ADDR           PIC ZZZ,ZZ9.

       01 WS-SPOOL-REPORT             PIC X(20).
       01 WS-SPOOL-FILE               PIC X(30).

       PROCEDURE DIVISION.

       DISPLAY "REMIND APPOINTMENTS IN THE NEXT (DAYS): ".
       ACCEPT WS-DAYS-AHEAD.

       IF WS-DAYS-AHEAD = 0
         MOVE 7 TO WS-DAYS-AHEAD
       END-IF.

       DISPLAY "TEMPLATE NAME (BLANK = REMINDER): ".
       ACCEPT WS-TPL-TARGET.
       IF WS-TPL-TARGET = SPACES
         MOVE "REMINDER" TO WS-TPL-TARGET
       END-IF.

       PERFORM LOAD-TEMPLATE.
       IF WS-TPL-COUNT = 0 AND WS-TPL-TARGET = "REMINDER"
         CALL "AGENDA-TPL-SEED"
         CANCEL "AGENDA-TPL-SEED"
         PERFORM LOAD-TEMPLATE
       END-IF.
       IF WS-TPL-COUNT = 0
         DISPLAY "TEMPLATE NOT FOUND: " WS-TPL-TARGET
         GOBACK
       END-IF.

       OPEN INPUT APPT-FILE.
       IF Appt-Not-Found
         DISPLAY "NO APPOINTMENTS FILE - NOTHING TO REMIND"
         GOBACK
       END-IF.

       PERFORM COMPUTE-DATE-RANGE.

       OPEN INPUT AGENDA.
       PERFORM OPEN-CONSENT.
       PERFORM OPEN-MAIL-FILES.
       OPEN OUTPUT LETTER-PRINT.
       OPEN OUTPUT CALL-PRINT.

       MOVE WS-START-DATE TO WS-CH-FROM.
       MOVE WS-END-DATE   TO WS-CH-TO.
       WRITE CALL-PRINT-LINE FROM WS-CALL-TITLE.
       WRITE CALL-PRINT-LINE FROM WS-CALL-HEADER.
       MOVE SPACES TO CALL-PRINT-LINE.
       WRITE CALL-PRINT-LINE.
       WRITE CALL-PRINT-LINE FROM WS-CALL-COLUMNS.

       MOVE WS-START-DATE TO ap-date.
       MOVE LOW-VALUES    TO ap-time.
       MOVE ZEROS         TO ap-code.

       START APPT-FILE KEY IS >= ap-key
         INVALID KEY
           MOVE 'Y' TO WS-SCAN-DONE-SW
       END-START.

       IF NOT Scan-Done
         READ APPT-FILE NEXT RECORD
           AT END MOVE 'Y' TO WS-SCAN-DONE-SW
         END-READ
       END-IF.

       PERFORM REMIND-REG UNTIL Scan-Done.

       PERFORM WRITE-TOTALS-PAGE.

       CLOSE APPT-FILE.
       CLOSE AGENDA.
       IF Consent-Open
         CLOSE CONSENT-FILE
       END-IF.
       CLOSE MAILHIST-FILE.
       IF Badaddr-Open
         CLOSE BADADDR-FILE
       END-IF.
       CLOSE LETTER-PRINT.
       CLOSE CALL-PRINT.

       MOVE "REMINDER LETTERS"    TO WS-SPOOL-REPORT.
       MOVE "AGENDA-REMIND.PRT"   TO WS-SPOOL-FILE.
       CALL "AGENDA-SPOOL" USING WS-SPOOL-REPORT WS-SPOOL-FILE.
       CANCEL "AGENDA-SPOOL".

       MOVE "REMINDER CALL SHEET" TO WS-SPOOL-REPORT.
       MOVE "AGENDA-CALLS.PRT"    TO WS-SPOOL-FILE.
       CALL "AGENDA-SPOOL" USING WS-SPOOL-REPORT WS-SPOOL-FILE.
       CANCEL "AGENDA-SPOOL".

       DISPLAY "APPOINTMENTS READ: " WS-APPT-COUNT.
       DISPLAY "REMINDER LETTERS:  " WS-LETTER-COUNT.
       DISPLAY "PHONE CALLS:       " WS-CALL-COUNT.
       DISPLAY "SUPPRESSED:        " WS-CONSENT-SKIPPED.
       DISPLAY "RETURNED ADDRESS:  " WS-BAD-ADDR-COUNT.

       IF WS-MH-LOST-COUNT > 0
         DISPLAY "MAIL HISTORY NOT WRITTEN: " WS-MH-LOST-COUNT
       END-IF.

       GOBACK.

       COMPUTE-DATE-RANGE.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.

         MOVE WS-TODAY(1:4) TO WS-END-YEAR.
         MOVE WS-TODAY(5:2) TO WS-END-MONTH.
         MOVE WS-TODAY(7:2) TO WS-END-DAY.

         PERFORM ADD-ONE-DAY.
         MOVE WS-END-YEAR  TO WS-START-DATE(1:4).
         MOVE WS-END-MONTH TO WS-START-DATE(5:2).
         MOVE WS-END-DAY   TO WS-START-DATE(7:2).

         PERFORM ADD-ONE-DAY
             VARYING WS-G FROM 2 BY 1
             UNTIL WS-G > WS-DAYS-AHEAD.
         MOVE WS-END-YEAR  TO WS-END-DATE(1:4).
         MOVE WS-END-MONTH TO WS-END-DATE(5:2).
         MOVE WS-END-DAY   TO WS-END-DATE(7:2).

       ADD-ONE-DAY.
         PERFORM GET-MONTH-DAYS.
         IF WS-END-DAY < WS-MONTH-DAYS
           ADD 1 TO WS-END-DAY
         ELSE
           MOVE 1 TO WS-END-DAY
           IF WS-END-MONTH < 12
             ADD 1 TO WS-END-MONTH
           ELSE
             MOVE 1 TO WS-END-MONTH
             ADD 1 TO WS-END-YEAR
           END-IF
         END-IF.

       GET-MONTH-DAYS.
         EVALUATE WS-END-MONTH
           WHEN 1
           WHEN 3
           WHEN 5
           WHEN 7
           WHEN 8
           WHEN 10
           WHEN 12
             MOVE 31 TO WS-MONTH-DAYS
           WHEN 4
           WHEN 6
           WHEN 9
           WHEN 11
             MOVE 30 TO WS-MONTH-DAYS
           WHEN 2
             DIVIDE WS-END-YEAR BY 4
                 GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM
             IF WS-YEAR-REM = 0
               MOVE 29 TO WS-MONTH-DAYS
             ELSE
               MOVE 28 TO WS-MONTH-DAYS
             END-IF
         END-EVALUATE.

       REMIND-REG.

         IF ap-date > WS-END-DATE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           ADD 1 TO WS-APPT-COUNT
           PERFORM REMIND-APPOINTMENT

           READ APPT-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-REMIND-REG.

       REMIND-APPOINTMENT.
         MOVE ap-date(7:2) TO WS-AD-DD.
         MOVE ap-date(5:2) TO WS-AD-MM.
         MOVE ap-date(1:4) TO WS-AD-YYYY.
         MOVE ap-time(1:2) TO WS-AT-HH.
         MOVE ap-time(3:2) TO WS-AT-MIN.

         MOVE ap-code TO agenda-code.
         READ AGENDA
           INVALID KEY
             CONTINUE
         END-READ.

         IF NOT No-Error-Found OR NOT Contact-Active
           ADD 1 TO WS-SKIPPED-COUNT
         ELSE
           PERFORM BUILD-FULL-NAME
           PERFORM READ-CONSENT
           PERFORM CHECK-BAD-ADDRESS
           IF Address-Bad
             ADD 1 TO WS-BAD-ADDR-COUNT
           END-IF
           EVALUATE TRUE
             WHEN agenda-address NOT = SPACES
              AND agenda-city NOT = SPACES
              AND NOT Mail-Objected
              AND NOT Address-Bad
               PERFORM WRITE-LETTER
               PERFORM WRITE-MAIL-HISTORY
             WHEN Phone-Objected
              AND (Email-Objected OR agenda-email = SPACES)
               ADD 1 TO WS-CONSENT-SKIPPED
             WHEN Mail-Objected
              AND (agenda-phone = SPACES OR Phone-Objected)
              AND (agenda-email = SPACES OR Email-Objected)
               ADD 1 TO WS-CONSENT-SKIPPED
             WHEN OTHER
               PERFORM WRITE-CALL-LINE
           END-EVALUATE
         END-IF.

       WRITE-CALL-LINE.
         MOVE WS-APPT-DATE-OUT TO WS-C-DATE.
         MOVE WS-APPT-TIME-OUT TO WS-C-TIME.
         MOVE ap-code          TO WS-C-CODE.
         MOVE WS-FULL-NAME     TO WS-C-NAME.
         MOVE agenda-phone     TO WS-C-PHONE.
         IF Phone-Objected
           MOVE SPACES         TO WS-C-PHONE
         END-IF.
         MOVE ap-subject       TO WS-C-SUBJECT.
         MOVE ap-place         TO WS-C-PLACE.
         WRITE CALL-PRINT-LINE FROM WS-CALL-LINE.

         IF WS-C-PHONE = SPACES AND NOT Email-Objected
           MOVE agenda-email TO WS-CE-EMAIL
           WRITE CALL-PRINT-LINE FROM WS-CALL-EMAIL-LINE
         END-IF.

         ADD 1 TO WS-CALL-COUNT.

       BUILD-FULL-NAME.
         MOVE agenda-name TO WS-TRIM-FIELD.
         PERFORM TRIM-FIELD.

         MOVE SPACES TO WS-FULL-NAME.
         MOVE 1 TO WS-PTR.
         IF WS-TRIM-LEN > 0
           STRING agenda-name(1:WS-TRIM-LEN) DELIMITED BY SIZE
               INTO WS-FULL-NAME WITH POINTER WS-PTR
           STRING " " DELIMITED BY SIZE
               INTO WS-FULL-NAME WITH POINTER WS-PTR
         END-IF.

         MOVE agenda-surname TO WS-TRIM-FIELD.
         PERFORM TRIM-FIELD.
         IF WS-TRIM-LEN > 0
           STRING agenda-surname(1:WS-TRIM-LEN) DELIMITED BY SIZE
               INTO WS-FULL-NAME WITH POINTER WS-PTR
         END-IF.

       OPEN-MAIL-FILES.
         OPEN I-O MAILHIST-FILE.
         IF Mailhist-File-Missing
           OPEN OUTPUT MAILHIST-FILE
           CLOSE MAILHIST-FILE
           OPEN I-O MAILHIST-FILE
         END-IF.

         OPEN INPUT BADADDR-FILE.
         IF badaddr-status = "00"
           MOVE 'Y' TO WS-BADADDR-OPEN-SW
         END-IF.

       CHECK-BAD-ADDRESS.
         MOVE 'N' TO WS-ADDR-BAD-SW.
         IF Badaddr-Open
           MOVE agenda-code TO ba-code
           READ BADADDR-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Badaddr-No-Error-Found
           AND ba-address = agenda-address
             MOVE 'Y' TO WS-ADDR-BAD-SW
           END-IF
         END-IF.

       WRITE-MAIL-HISTORY.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-TIME(1:6)  TO WS-MH-TIME.

         MOVE agenda-code       TO mh-code.
         MOVE WS-TPL-TARGET     TO mh-template.
         MOVE WS-TODAY          TO mh-run-date.
         MOVE 'P'               TO mh-output.
         MOVE agenda-address    TO mh-address.
         MOVE agenda-city       TO mh-city.
         MOVE 'N'               TO mh-returned.
         MOVE SPACES            TO mh-returned-date.

         MOVE 0   TO WS-MH-TRIES.
         MOVE 'N' TO WS-MH-WRITTEN-SW.
         PERFORM WRITE-MAIL-HIST-REG
             UNTIL Mh-Written OR WS-MH-TRIES > 98.

         IF NOT Mh-Written
           ADD 1 TO WS-MH-LOST-COUNT
           DISPLAY "MAIL HISTORY NOT WRITTEN FOR " agenda-code
                   " STATUS " mailhist-status
         END-IF.

       WRITE-MAIL-HIST-REG.
         MOVE WS-MH-TIME TO mh-run-time.

         WRITE Mail-Hist-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF Mailhist-No-Error-Found
           MOVE 'Y' TO WS-MH-WRITTEN-SW
         ELSE
           IF Mailhist-Duplicate
             ADD 1 TO WS-MH-TRIES
             PERFORM NEXT-MAIL-HIST-TIME
           ELSE
             MOVE 99 TO WS-MH-TRIES
           END-IF
         END-IF.

       NEXT-MAIL-HIST-TIME.
         ADD 1 TO WS-MH-SS.
         IF WS-MH-SS > 59
           MOVE 0 TO WS-MH-SS
           ADD 1 TO WS-MH-MM
           IF WS-MH-MM > 59
             MOVE 0 TO WS-MH-MM
             ADD 1 TO WS-MH-HH
           END-IF
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

       TRIM-FIELD.
         MOVE 0 TO WS-TRIM-LEN.
         PERFORM VARYING WS-T FROM 40 BY -1
                 UNTIL WS-T < 1 OR WS-TRIM-LEN > 0
           IF WS-TRIM-FIELD(WS-T:1) NOT = SPACE
             MOVE WS-T TO WS-TRIM-LEN
           END-IF
         END-PERFORM.

       WRITE-LETTER.
         MOVE 0 TO WS-LETTER-LINE-COUNT.

         MOVE SPACES TO LETTER-PRINT-LINE.
         WRITE LETTER-PRINT-LINE.
         WRITE LETTER-PRINT-LINE FROM WS-FULL-NAME.
         WRITE LETTER-PRINT-LINE FROM agenda-address.
         WRITE LETTER-PRINT-LINE FROM agenda-city.

         MOVE SPACES TO WS-SALUTE-LINE.
         MOVE 1 TO WS-PTR.
         STRING "DEAR " DELIMITED BY SIZE
             INTO WS-SALUTE-LINE WITH POINTER WS-PTR.
         STRING WS-FULL-NAME DELIMITED BY "  "
             INTO WS-SALUTE-LINE WITH POINTER WS-PTR.
         STRING "," DELIMITED BY SIZE
             INTO WS-SALUTE-LINE WITH POINTER WS-PTR.

         MOVE SPACES TO LETTER-PRINT-LINE.
         WRITE LETTER-PRINT-LINE.
         WRITE LETTER-PRINT-LINE FROM WS-SALUTE-LINE.
         MOVE SPACES TO LETTER-PRINT-LINE.
         WRITE LETTER-PRINT-LINE.

         MOVE 7 TO WS-LETTER-LINE-COUNT.

         PERFORM WRITE-TPL-LETTER-LINE
             VARYING WS-L FROM 1 BY 1
             UNTIL WS-L > WS-TPL-COUNT.

         PERFORM UNTIL WS-LETTER-LINE-COUNT >= WS-LETTER-PAGE-LINES
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           ADD 1 TO WS-LETTER-LINE-COUNT
         END-PERFORM.

         ADD 1 TO WS-LETTER-COUNT.

       WRITE-TPL-LETTER-LINE.
         MOVE SPACES TO WS-TPL-IN.
         MOVE WS-TPL-LINE(WS-L) TO WS-TPL-IN(1:60).
         PERFORM EXPAND-TEMPLATE-LINE.
         WRITE LETTER-PRINT-LINE FROM WS-TPL-OUT.
         ADD 1 TO WS-LETTER-LINE-COUNT.

       EXPAND-TEMPLATE-LINE.
         MOVE SPACES TO WS-TPL-OUT.
         MOVE 1 TO WS-OUT-PTR.
         MOVE 1 TO WS-IN-PTR.
         PERFORM EXPAND-TPL-CHAR UNTIL WS-IN-PTR > 60.

       EXPAND-TPL-CHAR.
         IF WS-TPL-IN(WS-IN-PTR:1) NOT = '&'
           STRING WS-TPL-IN(WS-IN-PTR:1) DELIMITED BY SIZE
               INTO WS-TPL-OUT WITH POINTER WS-OUT-PTR
             ON OVERFLOW
               CONTINUE
           END-STRING
           ADD 1 TO WS-IN-PTR
         ELSE
           EVALUATE TRUE
             WHEN WS-TPL-IN(WS-IN-PTR:9) = "&FULLNAME"
               STRING WS-FULL-NAME DELIMITED BY "  "
                   INTO WS-TPL-OUT WITH POINTER WS-OUT-PTR
                 ON OVERFLOW
                   CONTINUE
               END-STRING
               ADD 9 TO WS-IN-PTR
             WHEN WS-TPL-IN(WS-IN-PTR:9) = "&APPTDATE"
               STRING WS-APPT-DATE-OUT DELIMITED BY SIZE
                   INTO WS-TPL-OUT WITH POINTER WS-OUT-PTR
                 ON OVERFLOW
                   CONTINUE
               END-STRING
               ADD 9 TO WS-IN-PTR
             WHEN WS-TPL-IN(WS-IN-PTR:9) = "&APPTTIME"
               STRING WS-APPT-TIME-OUT DELIMITED BY SIZE
                   INTO WS-TPL-OUT WITH POINTER WS-OUT-PTR
                 ON OVERFLOW
                   CONTINUE
               END-STRING
               ADD 9 TO WS-IN-PTR
             WHEN WS-TPL-IN(WS-IN-PTR:8) = "&SUBJECT"
               STRING ap-subject DELIMITED BY "  "
                   INTO WS-TPL-OUT WITH POINTER WS-OUT-PTR
                 ON OVERFLOW
                   CONTINUE
               END-STRING
               ADD 8 TO WS-IN-PTR
             WHEN WS-TPL-IN(WS-IN-PTR:8) = "&SURNAME"
               STRING agenda-surname DELIMITED BY "  "
                   INTO WS-TPL-OUT WITH POINTER WS-OUT-PTR
                 ON OVERFLOW
                   CONTINUE
               END-STRING
               ADD 8 TO WS-IN-PTR
             WHEN WS-TPL-IN(WS-IN-PTR:8) = "&ADDRESS"
               STRING agenda-address DELIMITED BY "  "
                   INTO WS-TPL-OUT WITH POINTER WS-OUT-PTR
                 ON OVERFLOW
                   CONTINUE
               END-STRING
               ADD 8 TO WS-IN-PTR
             WHEN WS-TPL-IN(WS-IN-PTR:6) = "&PLACE"
               STRING ap-place DELIMITED BY "  "
                   INTO WS-TPL-OUT WITH POINTER WS-OUT-PTR
                 ON OVERFLOW
                   CONTINUE
               END-STRING
               ADD 6 TO WS-IN-PTR
             WHEN WS-TPL-IN(WS-IN-PTR:5) = "&NAME"
               STRING agenda-name DELIMITED BY "  "
                   INTO WS-TPL-OUT WITH POINTER WS-OUT-PTR
                 ON OVERFLOW
                   CONTINUE
               END-STRING
               ADD 5 TO WS-IN-PTR
             WHEN WS-TPL-IN(WS-IN-PTR:5) = "&CITY"
               STRING agenda-city DELIMITED BY "  "
                   INTO WS-TPL-OUT WITH POINTER WS-OUT-PTR
                 ON OVERFLOW
                   CONTINUE
               END-STRING
               ADD 5 TO WS-IN-PTR
             WHEN OTHER
               STRING WS-TPL-IN(WS-IN-PTR:1) DELIMITED BY SIZE
                   INTO WS-TPL-OUT WITH POINTER WS-OUT-PTR
                 ON OVERFLOW
                   CONTINUE
               END-STRING
               ADD 1 TO WS-IN-PTR
           END-EVALUATE
         END-IF.

       WRITE-TOTALS-PAGE.
         MOVE WS-APPT-COUNT    TO WS-RT-APPTS.
         MOVE WS-LETTER-COUNT  TO WS-RT-LETTERS.
         MOVE WS-CALL-COUNT    TO WS-RT-CALLS.
         MOVE WS-SKIPPED-COUNT TO WS-RT-SKIPPED.
         MOVE WS-CONSENT-SKIPPED TO WS-RT-SUPPRESSED.
         MOVE WS-BAD-ADDR-COUNT  TO WS-RT-BAD-ADDR.

         MOVE SPACES TO LETTER-PRINT-LINE.
         WRITE LETTER-PRINT-LINE.
         MOVE "RUN TOTALS" TO LETTER-PRINT-LINE.
         WRITE LETTER-PRINT-LINE.
         WRITE LETTER-PRINT-LINE FROM WS-RUN-TOTAL-LINE-1.
         WRITE LETTER-PRINT-LINE FROM WS-RUN-TOTAL-LINE-2.
         WRITE LETTER-PRINT-LINE FROM WS-RUN-TOTAL-LINE-3.
         WRITE LETTER-PRINT-LINE FROM WS-RUN-TOTAL-LINE-4.
         WRITE LETTER-PRINT-LINE FROM WS-RUN-TOTAL-LINE-5.
         WRITE LETTER-PRINT-LINE FROM WS-RUN-TOTAL-LINE-6.

         MOVE SPACES TO CALL-PRINT-LINE.
         WRITE CALL-PRINT-LINE.
         MOVE "RUN TOTALS" TO CALL-PRINT-LINE.
         WRITE CALL-PRINT-LINE.
         WRITE CALL-PRINT-LINE FROM WS-RUN-TOTAL-LINE-1.
         WRITE CALL-PRINT-LINE FROM WS-RUN-TOTAL-LINE-2.
         WRITE CALL-PRINT-LINE FROM WS-RUN-TOTAL-LINE-3.
         WRITE CALL-PRINT-LINE FROM WS-RUN-TOTAL-LINE-4.
         WRITE CALL-PRINT-LINE FROM WS-RUN-TOTAL-LINE-5.
         WRITE CALL-PRINT-LINE FROM WS-RUN-TOTAL-LINE-6.

       LOAD-TEMPLATE.
         MOVE 0 TO WS-TPL-COUNT.
         MOVE 'N' TO WS-TPL-DONE-SW.

         OPEN INPUT TPL-FILE.
         IF Tpl-File-Missing
           CALL "AGENDA-TPL-SEED"
           CANCEL "AGENDA-TPL-SEED"
           OPEN INPUT TPL-FILE
         END-IF.
         IF Tpl-File-Missing
           MOVE 'Y' TO WS-TPL-DONE-SW
         ELSE
           MOVE WS-TPL-TARGET TO tpl-name
           MOVE ZEROS TO tpl-line-no
           START TPL-FILE KEY IS >= tpl-key
             INVALID KEY
               MOVE 'Y' TO WS-TPL-DONE-SW
           END-START

           IF NOT Tpl-Scan-Done
             READ TPL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-TPL-DONE-SW
             END-READ
           END-IF
         END-IF.

         PERFORM LOAD-TPL-REG UNTIL Tpl-Scan-Done.

         IF NOT Tpl-File-Missing
           CLOSE TPL-FILE
         END-IF.

       LOAD-TPL-REG.

         IF tpl-name NOT = WS-TPL-TARGET
           MOVE 'Y' TO WS-TPL-DONE-SW
         ELSE
           IF WS-TPL-COUNT < 20
             ADD 1 TO WS-TPL-COUNT
             MOVE tpl-text TO WS-TPL-LINE(WS-TPL-COUNT)
           END-IF

           READ TPL-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-TPL-DONE-SW
           END-READ
         END-IF.
       END-LOAD-TPL-REG.
