       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-FUP-ESC.
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

       SELECT NOTES-FILE ASSIGN TO "AGENDA-NOTES.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS nt-key
                 ALTERNATE RECORD KEY IS nt-code
                           WITH DUPLICATES
                 FILE STATUS IS notes-status.

       SELECT FUP-FILE ASSIGN TO "AGENDA-FUP.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS fu-key
                 ALTERNATE RECORD KEY IS fu-owner
                           WITH DUPLICATES
                 FILE STATUS IS fup-status.

       SELECT USER-FILE ASSIGN TO "AGENDA-USERS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS usr-id
                 FILE STATUS IS user-status.

       SELECT ESC-PRINT ASSIGN TO "AGENDA-FUP-ESC.PRT"
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

       FD NOTES-FILE.
       01  Note-Rec.
           02  nt-key.
               03  nt-code               PIC 9(6).
               03  nt-noted-date         PIC X(14).
           02  nt-text                   PIC X(60).
           02  nt-followup-date          PIC X(8).

       FD FUP-FILE.
       01  Followup-Rec.
           88  END-FUP VALUE HIGH-VALUES.
           02  fu-key.
               03  fu-code               PIC 9(6).
               03  fu-noted-date         PIC X(14).
           02  fu-owner                  PIC X(8).
           02  fu-due-date               PIC X(8).
           02  fu-status                 PIC X(1).
               88  Fup-Open            VALUE 'O'.
               88  Fup-Done            VALUE 'D'.
               88  Fup-Rescheduled     VALUE 'R'.
           02  fu-remark                 PIC X(40).
           02  fu-closed-by              PIC X(8).
           02  fu-closed-date            PIC X(8).

       FD USER-FILE.
       01  User-Rec.
           02  usr-id                  PIC X(8).
           02  usr-password            PIC X(8).
           02  usr-level               PIC X(1).
           02  usr-fail-count          PIC 9(2).
           02  usr-locked              PIC X(1).
           02  usr-pwd-changed         PIC X(8).
           02  usr-last-signon         PIC X(14).

       FD ESC-PRINT.
       01  ESC-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 agenda-status              PIC X(2).
             88 No-Error-Found        VALUE "00".
          02 notes-status               PIC X(2).
             88 Note-No-Error-Found   VALUE "00".
             88 Note-File-Missing     VALUE "35".
          02 fup-status                 PIC X(2).
             88 Fup-File-Missing      VALUE "35".
          02 user-status                PIC X(2).
             88 User-No-Error-Found   VALUE "00".
             88 User-File-Missing     VALUE "35".

       01 WS-TODAY.
           03 WS-TODAY-YYYY            PIC 9(4).
           03 WS-TODAY-MM              PIC 9(2).
           03 WS-TODAY-DD              PIC 9(2).

       01 WS-GRACE-DAYS               PIC 9(3) VALUE 0.
       01 WS-G                        PIC 9(3).

       01 WS-CUTOFF-DATE.
           03 WS-CAL-YEAR              PIC 9(4).
           03 WS-CAL-MONTH             PIC 9(2).
           03 WS-CAL-DAY               PIC 9(2).
       01 WS-MONTH-DAYS               PIC 9(2).
       01 WS-YEAR-QUOT                PIC 9(4).
       01 WS-YEAR-REM                 PIC 9(4).

       01 WS-CURRENT-OWNER            PIC X(8) VALUE LOW-VALUES.
       01 WS-OWNER-COUNT              PIC 9(6) VALUE 0.
       01 WS-TOTAL-COUNT              PIC 9(6) VALUE 0.
       01 WS-OPERATOR-COUNT           PIC 9(6) VALUE 0.

       01 WS-TITLE-LINE               PIC X(80) VALUE
          "PERSONAL AGENDA - OVERDUE FOLLOW-UP ESCALATION".

       01 WS-PAGE-HEADER-1.
           03 FILLER            PIC X(10) VALUE "DATE: ".
           03 WS-H-YYYY          PIC 9(4).
           03 FILLER            PIC X(1)  VALUE "/".
           03 WS-H-MM            PIC 9(2).
           03 FILLER            PIC X(1)  VALUE "/".
           03 WS-H-DD            PIC 9(2).
           03 FILLER            PIC X(6)  VALUE SPACES.
           03 FILLER            PIC X(20) VALUE
              "OVERDUE BY MORE THAN".
           03 WS-H-GRACE         PIC ZZ9.
           03 FILLER            PIC X(5)  VALUE " DAYS".

       01 WS-OWNER-LINE.
           03 FILLER                   PIC X(10) VALUE "OPERATOR: ".
           03 WS-O-OWNER               PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-O-FLAG                PIC X(30).

       01 WS-COLUMN-LINE.
           03 FILLER PIC X(12) VALUE "  DUE".
           03 FILLER PIC X(3)  VALUE "S".
           03 FILLER PIC X(8)  VALUE "CODE".
           03 FILLER PIC X(31) VALUE "CONTACT".
           03 FILLER PIC X(60) VALUE "NOTE".

       01 WS-DETAIL-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-D-DD                  PIC X(2).
           03 FILLER                   PIC X(1)  VALUE "/".
           03 WS-D-MM                  PIC X(2).
           03 FILLER                   PIC X(1)  VALUE "/".
           03 WS-D-YYYY                PIC X(4).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-D-STATUS              PIC X(1).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-D-CODE                PIC 9(6).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-D-CONTACT             PIC X(30).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-D-TEXT                PIC X(60).

       01 WS-OWNER-TOTAL-LINE.
           03 FILLER                   PIC X(20) VALUE
              "  OVERDUE ITEMS: ".
           03 WS-OT-COUNT               PIC ZZZ,ZZ9.

       01 WS-TOTAL-LINE.
           03 FILLER                   PIC X(20) VALUE
              "TOTAL OVERDUE: ".
           03 WS-TOT-COUNT              PIC ZZZ,ZZ9.
           03 FILLER                   PIC X(15) VALUE
              "  OPERATORS: ".
           03 WS-TOT-OPERATORS          PIC ZZZ,ZZ9.

       01 WS-SPOOL-REPORT             PIC X(20) VALUE
          "FOLLOW-UP ESCALATION".
       01 WS-SPOOL-FILE               PIC X(30) VALUE
          "AGENDA-FUP-ESC.PRT".

       PROCEDURE DIVISION.

       DISPLAY "ESCALATE FOLLOW-UPS OVERDUE BY MORE THAN (DAYS): ".
       ACCEPT WS-GRACE-DAYS.

       ACCEPT WS-TODAY FROM DATE YYYYMMDD.

       PERFORM COMPUTE-CUTOFF.

       OPEN OUTPUT ESC-PRINT.
       PERFORM WRITE-PAGE-HEADERS.

       OPEN INPUT FUP-FILE.
       IF Fup-File-Missing
         SET END-FUP TO TRUE
       ELSE
         OPEN INPUT AGENDA
         OPEN INPUT NOTES-FILE
         OPEN INPUT USER-FILE
         MOVE LOW-VALUES TO fu-owner
         START FUP-FILE KEY IS >= fu-owner
           INVALID KEY
             SET END-FUP TO TRUE
         END-START
         IF NOT END-FUP
           READ FUP-FILE NEXT RECORD
             AT END SET END-FUP TO TRUE
           END-READ
         END-IF
       END-IF.

       PERFORM ESCALATE-REG UNTIL END-FUP.

       IF WS-OWNER-COUNT > 0
         PERFORM WRITE-OWNER-TOTAL
       END-IF.

       MOVE WS-TOTAL-COUNT    TO WS-TOT-COUNT.
       MOVE WS-OPERATOR-COUNT TO WS-TOT-OPERATORS.
       MOVE SPACES TO ESC-PRINT-LINE.
       WRITE ESC-PRINT-LINE.
       WRITE ESC-PRINT-LINE FROM WS-TOTAL-LINE.

       IF NOT Fup-File-Missing
         CLOSE AGENDA
         IF NOT Note-File-Missing
           CLOSE NOTES-FILE
         END-IF
         IF NOT User-File-Missing
           CLOSE USER-FILE
         END-IF
         CLOSE FUP-FILE
       END-IF.

       CLOSE ESC-PRINT.

       CALL "AGENDA-SPOOL" USING WS-SPOOL-REPORT WS-SPOOL-FILE.
       CANCEL "AGENDA-SPOOL".

       DISPLAY "OVERDUE FOLLOW-UPS: " WS-TOTAL-COUNT.

       GOBACK.

       COMPUTE-CUTOFF.
         MOVE WS-TODAY-YYYY TO WS-CAL-YEAR.
         MOVE WS-TODAY-MM   TO WS-CAL-MONTH.
         MOVE WS-TODAY-DD   TO WS-CAL-DAY.

         PERFORM SUBTRACT-ONE-DAY
             VARYING WS-G FROM 1 BY 1
             UNTIL WS-G > WS-GRACE-DAYS.

       SUBTRACT-ONE-DAY.
         IF WS-CAL-DAY > 1
           SUBTRACT 1 FROM WS-CAL-DAY
         ELSE
           IF WS-CAL-MONTH > 1
             SUBTRACT 1 FROM WS-CAL-MONTH
           ELSE
             MOVE 12 TO WS-CAL-MONTH
             SUBTRACT 1 FROM WS-CAL-YEAR
           END-IF
           PERFORM GET-MONTH-DAYS
           MOVE WS-MONTH-DAYS TO WS-CAL-DAY
         END-IF.

       GET-MONTH-DAYS.
         EVALUATE WS-CAL-MONTH
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
             DIVIDE WS-CAL-YEAR BY 4
                 GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM
             IF WS-YEAR-REM = 0
               MOVE 29 TO WS-MONTH-DAYS
             ELSE
               MOVE 28 TO WS-MONTH-DAYS
             END-IF
         END-EVALUATE.

       ESCALATE-REG.

         IF (Fup-Open OR Fup-Rescheduled)
         AND fu-due-date < WS-CUTOFF-DATE
           IF fu-owner NOT = WS-CURRENT-OWNER
             PERFORM START-OWNER-GROUP
           END-IF
           PERFORM PRINT-DETAIL
         END-IF.

         READ FUP-FILE NEXT RECORD
           AT END SET END-FUP TO TRUE
         END-READ.
       END-ESCALATE-REG.

       START-OWNER-GROUP.
         IF WS-OWNER-COUNT > 0
           PERFORM WRITE-OWNER-TOTAL
         END-IF.

         MOVE fu-owner TO WS-CURRENT-OWNER.
         MOVE 0 TO WS-OWNER-COUNT.
         ADD 1 TO WS-OPERATOR-COUNT.

         MOVE fu-owner TO WS-O-OWNER.
         MOVE SPACES   TO WS-O-FLAG.
         IF fu-owner = SPACES
           MOVE "** NOT ASSIGNED **" TO WS-O-FLAG
         ELSE
           IF NOT User-File-Missing
             MOVE fu-owner TO usr-id
             READ USER-FILE
               INVALID KEY
                 CONTINUE
             END-READ
             IF NOT User-No-Error-Found
               MOVE "** NO LONGER A USER **" TO WS-O-FLAG
             END-IF
           END-IF
         END-IF.

         MOVE SPACES TO ESC-PRINT-LINE.
         WRITE ESC-PRINT-LINE.
         WRITE ESC-PRINT-LINE FROM WS-OWNER-LINE.
         WRITE ESC-PRINT-LINE FROM WS-COLUMN-LINE.

       PRINT-DETAIL.
         MOVE fu-due-date(7:2) TO WS-D-DD.
         MOVE fu-due-date(5:2) TO WS-D-MM.
         MOVE fu-due-date(1:4) TO WS-D-YYYY.
         MOVE fu-status        TO WS-D-STATUS.
         MOVE fu-code          TO WS-D-CODE.

         MOVE SPACES TO WS-D-CONTACT.
         MOVE fu-code TO agenda-code.
         READ AGENDA
           INVALID KEY
             CONTINUE
         END-READ.
         IF No-Error-Found
           STRING agenda-name DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  agenda-surname DELIMITED BY "  "
               INTO WS-D-CONTACT
         END-IF.

         MOVE SPACES TO WS-D-TEXT.
         IF NOT Note-File-Missing
           MOVE fu-key TO nt-key
           READ NOTES-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Note-No-Error-Found
             MOVE nt-text TO WS-D-TEXT
           END-IF
         END-IF.

         WRITE ESC-PRINT-LINE FROM WS-DETAIL-LINE.

         ADD 1 TO WS-OWNER-COUNT.
         ADD 1 TO WS-TOTAL-COUNT.

       WRITE-OWNER-TOTAL.
         MOVE WS-OWNER-COUNT TO WS-OT-COUNT.
         WRITE ESC-PRINT-LINE FROM WS-OWNER-TOTAL-LINE.

       WRITE-PAGE-HEADERS.
         MOVE WS-TODAY-YYYY TO WS-H-YYYY.
         MOVE WS-TODAY-MM   TO WS-H-MM.
         MOVE WS-TODAY-DD   TO WS-H-DD.
         MOVE WS-GRACE-DAYS TO WS-H-GRACE.

         WRITE ESC-PRINT-LINE FROM WS-TITLE-LINE.
         WRITE ESC-PRINT-LINE FROM WS-PAGE-HEADER-1.
