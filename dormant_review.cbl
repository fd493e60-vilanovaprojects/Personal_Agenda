       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-DORMANT.
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

       SELECT AUDIT-IDX-FILE ASSIGN TO "AGENDA-AUDIT-IDX.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ax-key
                 FILE STATUS IS audit-idx-status.

       SELECT NOTES-FILE ASSIGN TO "AGENDA-NOTES.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS nt-key
                 ALTERNATE RECORD KEY IS nt-code
                           WITH DUPLICATES
                 FILE STATUS IS notes-status.

       SELECT APPT-FILE ASSIGN TO "AGENDA-APPT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ap-key
                 ALTERNATE RECORD KEY IS ap-code
                           WITH DUPLICATES
                 FILE STATUS IS appt-status.

       SELECT REVIEW-FILE ASSIGN TO "AGENDA-REVIEW.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS rv-code
                 ALTERNATE RECORD KEY IS rv-category
                           WITH DUPLICATES
                 FILE STATUS IS review-status.

       SELECT REVIEWED-FILE ASSIGN TO "AGENDA-REVIEWED.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS rd-code
                 FILE STATUS IS reviewed-status.

       SELECT CATEGORY-FILE ASSIGN TO "CATEGORY.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS cat-code
                 FILE STATUS IS category-status.

       SELECT DORMANT-PRINT ASSIGN TO "AGENDA-DORMANT.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD AGENDA.
       01  Agenda-Rec.
           88  END-AGENDA VALUE HIGH-VALUES.
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

       FD AUDIT-IDX-FILE.
       01  Audit-Idx-Rec.
           02  ax-key.
               03  ax-code               PIC 9(6).
               03  ax-timestamp          PIC X(14).
               03  ax-seq                PIC 9(2).
           02  ax-action                 PIC X(1).
           02  ax-user                   PIC X(8).

       FD NOTES-FILE.
       01  Note-Rec.
           02  nt-key.
               03  nt-code               PIC 9(6).
               03  nt-noted-date         PIC X(14).
           02  nt-text                   PIC X(60).
           02  nt-followup-date          PIC X(8).

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

       FD REVIEW-FILE.
       01  Review-Rec.
           88  END-REVIEW VALUE HIGH-VALUES.
           02  rv-code                  PIC 9(6).
           02  rv-category              PIC X(4).
           02  rv-surname               PIC X(35).
           02  rv-name                  PIC X(35).
           02  rv-last-activity         PIC X(8).
           02  rv-listed                PIC X(8).
           02  rv-decision              PIC X(1).
               88  Rv-Undecided        VALUE SPACE.
           02  rv-decided-by            PIC X(8).
           02  rv-decided               PIC X(14).

       FD REVIEWED-FILE.
       01  Reviewed-Rec.
           02  rd-code                  PIC 9(6).
           02  rd-reviewed              PIC X(8).
           02  rd-decision              PIC X(1).
           02  rd-decided-by            PIC X(8).
           02  rd-applied-by            PIC X(8).

       FD CATEGORY-FILE.
       01  Category-Rec.
           02  cat-code                PIC X(4).
           02  cat-description         PIC X(30).

       FD DORMANT-PRINT.
       01  DORMANT-PRINT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 agenda-status              PIC X(2).
          02 audit-idx-status           PIC X(2).
             88 Idx-File-Missing      VALUE "35".
          02 notes-status               PIC X(2).
             88 Note-File-Missing     VALUE "35".
          02 appt-status                PIC X(2).
             88 Appt-File-Missing     VALUE "35".
          02 review-status              PIC X(2).
             88 Review-No-Error-Found VALUE "00".
             88 Review-File-Missing   VALUE "35".
          02 reviewed-status            PIC X(2).
             88 Reviewed-No-Error-Found VALUE "00".
             88 Reviewed-File-Missing VALUE "35".
          02 category-status            PIC X(2).
             88 Category-No-Error-Found VALUE "00".
             88 Category-File-Missing VALUE "35".

       01 WS-TODAY.
           03 WS-TODAY-YYYY            PIC 9(4).
           03 WS-TODAY-MM              PIC 9(2).
           03 WS-TODAY-DD              PIC 9(2).

       01 WS-DORMANT-MONTHS           PIC 9(3) VALUE 0.
       01 WS-DORMANT-DEFAULT          PIC 9(3) VALUE 24.
       01 WS-G                        PIC 9(3).

       01 WS-CUTOFF-DATE.
           03 WS-CAL-YEAR              PIC 9(4).
           03 WS-CAL-MONTH             PIC 9(2).
           03 WS-CAL-DAY               PIC 9(2).
       01 WS-MONTH-DAYS               PIC 9(2).
       01 WS-YEAR-QUOT                PIC 9(4).
       01 WS-YEAR-REM                 PIC 9(4).

       01 WS-SCAN-DONE-SW             PIC X(1) VALUE 'N'.
          88 Scan-Done                VALUE 'Y'.
       01 WS-CANDIDATE-SW             PIC X(1) VALUE 'N'.
          88 Is-Candidate             VALUE 'Y'.

       01 WS-LAST-ACTIVITY            PIC X(8).
       01 WS-PREV-CATEGORY            PIC X(4).
       01 WS-FIRST-GROUP-SW           PIC X(1) VALUE 'Y'.
          88 First-Group              VALUE 'Y'.

       01 WS-SCANNED-COUNT            PIC 9(6) VALUE 0.
       01 WS-LISTED-COUNT             PIC 9(6) VALUE 0.
       01 WS-ALREADY-COUNT            PIC 9(6) VALUE 0.
       01 WS-RECENT-COUNT             PIC 9(6) VALUE 0.
       01 WS-OPEN-COUNT               PIC 9(6) VALUE 0.
       01 WS-GROUP-COUNT              PIC 9(6) VALUE 0.

       01 WS-TITLE-LINE               PIC X(80) VALUE
          "PERSONAL AGENDA - DORMANT CONTACT REVIEW LIST".

       01 WS-PAGE-HEADER-1.
           03 FILLER            PIC X(10) VALUE "DATE: ".
           03 WS-H-YYYY          PIC 9(4).
           03 FILLER            PIC X(1)  VALUE "/".
           03 WS-H-MM            PIC 9(2).
           03 FILLER            PIC X(1)  VALUE "/".
           03 WS-H-DD            PIC 9(2).
           03 FILLER            PIC X(6)  VALUE SPACES.
           03 FILLER            PIC X(22) VALUE
              "NO ACTIVITY SINCE ".
           03 WS-H-CUTOFF        PIC X(8).
           03 FILLER            PIC X(2)  VALUE " (".
           03 WS-H-MONTHS        PIC ZZ9.
           03 FILLER            PIC X(8)  VALUE " MONTHS)".

       01 WS-GROUP-HEADER.
           03 FILLER                   PIC X(10) VALUE "CATEGORY: ".
           03 WS-GH-CATEGORY           PIC X(4).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-GH-DESCRIPTION        PIC X(30).

       01 WS-COLUMN-LINE.
           03 FILLER PIC X(10) VALUE "  CODE".
           03 FILLER PIC X(37) VALUE "SURNAME / NAME".
           03 FILLER PIC X(15) VALUE "LAST ACTIVITY".
           03 FILLER PIC X(10) VALUE "LISTED".
           03 FILLER PIC X(10) VALUE "DECISION".

       01 WS-DETAIL-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-D-CODE                PIC 9(6).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-D-NAME                PIC X(35).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-D-LAST                PIC X(13).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-D-LISTED              PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-D-DECISION            PIC X(10).

       01 WS-GROUP-TOTAL-LINE.
           03 FILLER                   PIC X(10) VALUE "  TOTAL: ".
           03 WS-GT-COUNT               PIC ZZZ,ZZ9.

       01 WS-SUMMARY-LINE.
           03 WS-S-TEXT                 PIC X(30).
           03 WS-S-COUNT                PIC ZZZ,ZZ9.

       01 WS-SPOOL-REPORT             PIC X(20) VALUE
          "DORMANT REVIEW".
       01 WS-SPOOL-FILE               PIC X(30) VALUE
          "AGENDA-DORMANT.PRT".

       PROCEDURE DIVISION.

       DISPLAY "CONTACT IS DORMANT AFTER (MONTHS WITHOUT ACTIVITY, "
               "BLANK=" WS-DORMANT-DEFAULT "): ".
       ACCEPT WS-DORMANT-MONTHS.

       IF WS-DORMANT-MONTHS = 0
         MOVE WS-DORMANT-DEFAULT TO WS-DORMANT-MONTHS
       END-IF.

       ACCEPT WS-TODAY FROM DATE YYYYMMDD.
       PERFORM COMPUTE-CUTOFF.

       OPEN INPUT AUDIT-IDX-FILE.
       IF Idx-File-Missing
         DISPLAY "NO AUDIT INDEX - RUN AGENDA-IDX-BUILD"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.

       OPEN INPUT NOTES-FILE.
       OPEN INPUT APPT-FILE.
       OPEN INPUT REVIEWED-FILE.

       OPEN I-O REVIEW-FILE.
       IF Review-File-Missing
         OPEN OUTPUT REVIEW-FILE
         CLOSE REVIEW-FILE
         OPEN I-O REVIEW-FILE
       END-IF.

       OPEN INPUT AGENDA.

       READ AGENDA NEXT RECORD
           AT END SET END-AGENDA TO TRUE
       END-READ.

       PERFORM SCAN-REG UNTIL END-AGENDA.

       CLOSE AGENDA.
       CLOSE REVIEW-FILE.
       CLOSE AUDIT-IDX-FILE.
       IF NOT Note-File-Missing
         CLOSE NOTES-FILE
       END-IF.
       IF NOT Appt-File-Missing
         CLOSE APPT-FILE
       END-IF.
       IF NOT Reviewed-File-Missing
         CLOSE REVIEWED-FILE
       END-IF.

       PERFORM PRINT-REVIEW-LIST.

       CALL "AGENDA-SPOOL" USING WS-SPOOL-REPORT WS-SPOOL-FILE.
       CANCEL "AGENDA-SPOOL".

       DISPLAY "ACTIVE CONTACTS SCANNED: " WS-SCANNED-COUNT.
       DISPLAY "NEWLY LISTED FOR REVIEW: " WS-LISTED-COUNT.
       DISPLAY "ALREADY ON THE LIST:     " WS-ALREADY-COUNT.
       DISPLAY "REVIEWED THIS CYCLE:     " WS-RECENT-COUNT.
       DISPLAY "OPEN ON THE REVIEW LIST: " WS-OPEN-COUNT.

       MOVE 0 TO RETURN-CODE.
       GOBACK.

       COMPUTE-CUTOFF.
         MOVE WS-TODAY-YYYY TO WS-CAL-YEAR.
         MOVE WS-TODAY-MM   TO WS-CAL-MONTH.
         MOVE WS-TODAY-DD   TO WS-CAL-DAY.

         PERFORM SUBTRACT-ONE-MONTH
             VARYING WS-G FROM 1 BY 1
             UNTIL WS-G > WS-DORMANT-MONTHS.

         PERFORM GET-MONTH-DAYS.
         IF WS-CAL-DAY > WS-MONTH-DAYS
           MOVE WS-MONTH-DAYS TO WS-CAL-DAY
         END-IF.

       SUBTRACT-ONE-MONTH.
         IF WS-CAL-MONTH > 1
           SUBTRACT 1 FROM WS-CAL-MONTH
         ELSE
           MOVE 12 TO WS-CAL-MONTH
           SUBTRACT 1 FROM WS-CAL-YEAR
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

       SCAN-REG.

         IF Contact-Active
           ADD 1 TO WS-SCANNED-COUNT
           PERFORM CHECK-CANDIDATE
           IF Is-Candidate
             PERFORM FIND-LAST-ACTIVITY
             IF WS-LAST-ACTIVITY < WS-CUTOFF-DATE
               PERFORM WRITE-REVIEW-ENTRY
             END-IF
           END-IF
         END-IF.

         READ AGENDA NEXT RECORD
           AT END SET END-AGENDA TO TRUE
         END-READ.
       END-SCAN-REG.

       CHECK-CANDIDATE.
         MOVE 'Y' TO WS-CANDIDATE-SW.

         MOVE agenda-code TO rv-code.
         READ REVIEW-FILE
           INVALID KEY
             CONTINUE
         END-READ.
         IF Review-No-Error-Found
           MOVE 'N' TO WS-CANDIDATE-SW
           ADD 1 TO WS-ALREADY-COUNT
         END-IF.

         IF Is-Candidate AND NOT Reviewed-File-Missing
           MOVE agenda-code TO rd-code
           READ REVIEWED-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Reviewed-No-Error-Found
           AND rd-reviewed >= WS-CUTOFF-DATE
             MOVE 'N' TO WS-CANDIDATE-SW
             ADD 1 TO WS-RECENT-COUNT
           END-IF
         END-IF.

       FIND-LAST-ACTIVITY.
         MOVE SPACES TO WS-LAST-ACTIVITY.

         MOVE 'N' TO WS-SCAN-DONE-SW.
         MOVE agenda-code TO ax-code.
         MOVE LOW-VALUES  TO ax-timestamp.
         MOVE ZEROS       TO ax-seq.
         START AUDIT-IDX-FILE KEY IS >= ax-key
           INVALID KEY
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-START.
         IF NOT Scan-Done
           READ AUDIT-IDX-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
         PERFORM AUDIT-ACT-REG UNTIL Scan-Done.

         IF NOT Note-File-Missing
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE agenda-code TO nt-code
           START NOTES-FILE KEY IS = nt-code
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           IF NOT Scan-Done
             READ NOTES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-DONE-SW
             END-READ
           END-IF
           PERFORM NOTE-ACT-REG UNTIL Scan-Done
         END-IF.

         IF NOT Appt-File-Missing
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE agenda-code TO ap-code
           START APPT-FILE KEY IS = ap-code
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           IF NOT Scan-Done
             READ APPT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-DONE-SW
             END-READ
           END-IF
           PERFORM APPT-ACT-REG UNTIL Scan-Done
         END-IF.

       AUDIT-ACT-REG.

         IF ax-code NOT = agenda-code
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           IF ax-timestamp(1:8) > WS-LAST-ACTIVITY
             MOVE ax-timestamp(1:8) TO WS-LAST-ACTIVITY
           END-IF
           READ AUDIT-IDX-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-AUDIT-ACT-REG.

       NOTE-ACT-REG.

         IF nt-code NOT = agenda-code
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           IF nt-noted-date(1:8) > WS-LAST-ACTIVITY
             MOVE nt-noted-date(1:8) TO WS-LAST-ACTIVITY
           END-IF
           READ NOTES-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-NOTE-ACT-REG.

       APPT-ACT-REG.

         IF ap-code NOT = agenda-code
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           IF ap-date > WS-LAST-ACTIVITY
             MOVE ap-date TO WS-LAST-ACTIVITY
           END-IF
           READ APPT-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-APPT-ACT-REG.

       WRITE-REVIEW-ENTRY.
         MOVE agenda-code      TO rv-code.
         MOVE agenda-category  TO rv-category.
         MOVE agenda-surname   TO rv-surname.
         MOVE agenda-name      TO rv-name.
         MOVE WS-LAST-ACTIVITY TO rv-last-activity.
         MOVE WS-TODAY         TO rv-listed.
         MOVE SPACES           TO rv-decision.
         MOVE SPACES           TO rv-decided-by.
         MOVE SPACES           TO rv-decided.

         WRITE Review-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF Review-No-Error-Found
           ADD 1 TO WS-LISTED-COUNT
         END-IF.

       PRINT-REVIEW-LIST.
         OPEN OUTPUT DORMANT-PRINT.

         MOVE WS-TODAY-YYYY     TO WS-H-YYYY.
         MOVE WS-TODAY-MM       TO WS-H-MM.
         MOVE WS-TODAY-DD       TO WS-H-DD.
         MOVE WS-CUTOFF-DATE    TO WS-H-CUTOFF.
         MOVE WS-DORMANT-MONTHS TO WS-H-MONTHS.
         WRITE DORMANT-PRINT-LINE FROM WS-TITLE-LINE.
         WRITE DORMANT-PRINT-LINE FROM WS-PAGE-HEADER-1.

         OPEN INPUT CATEGORY-FILE.
         OPEN INPUT REVIEW-FILE.

         MOVE 'Y' TO WS-FIRST-GROUP-SW.
         MOVE LOW-VALUES TO rv-category.
         START REVIEW-FILE KEY IS >= rv-category
           INVALID KEY
             SET END-REVIEW TO TRUE
         END-START.

         IF NOT END-REVIEW
           READ REVIEW-FILE NEXT RECORD
             AT END SET END-REVIEW TO TRUE
           END-READ
         END-IF.

         PERFORM PRINT-REG UNTIL END-REVIEW.

         IF NOT First-Group
           PERFORM PRINT-GROUP-TOTAL
         END-IF.

         CLOSE REVIEW-FILE.
         IF NOT Category-File-Missing
           CLOSE CATEGORY-FILE
         END-IF.

         MOVE SPACES TO DORMANT-PRINT-LINE.
         WRITE DORMANT-PRINT-LINE.

         MOVE "ACTIVE CONTACTS SCANNED:" TO WS-S-TEXT.
         MOVE WS-SCANNED-COUNT TO WS-S-COUNT.
         WRITE DORMANT-PRINT-LINE FROM WS-SUMMARY-LINE.

         MOVE "NEWLY LISTED FOR REVIEW:" TO WS-S-TEXT.
         MOVE WS-LISTED-COUNT TO WS-S-COUNT.
         WRITE DORMANT-PRINT-LINE FROM WS-SUMMARY-LINE.

         MOVE "REVIEWED THIS CYCLE:" TO WS-S-TEXT.
         MOVE WS-RECENT-COUNT TO WS-S-COUNT.
         WRITE DORMANT-PRINT-LINE FROM WS-SUMMARY-LINE.

         MOVE "OPEN ON THE REVIEW LIST:" TO WS-S-TEXT.
         MOVE WS-OPEN-COUNT TO WS-S-COUNT.
         WRITE DORMANT-PRINT-LINE FROM WS-SUMMARY-LINE.

         CLOSE DORMANT-PRINT.

       PRINT-REG.

         IF First-Group OR rv-category NOT = WS-PREV-CATEGORY
           IF NOT First-Group
             PERFORM PRINT-GROUP-TOTAL
           END-IF
           PERFORM PRINT-GROUP-HEADER
         END-IF.

         ADD 1 TO WS-OPEN-COUNT.
         ADD 1 TO WS-GROUP-COUNT.

         MOVE rv-code TO WS-D-CODE.
         MOVE SPACES  TO WS-D-NAME.
         STRING rv-surname DELIMITED BY "  "
                ", " DELIMITED BY SIZE
                rv-name DELIMITED BY "  "
             INTO WS-D-NAME.
         IF rv-last-activity = SPACES
           MOVE "NONE ON FILE" TO WS-D-LAST
         ELSE
           MOVE rv-last-activity TO WS-D-LAST
         END-IF.
         MOVE rv-listed TO WS-D-LISTED.
         EVALUATE rv-decision
           WHEN 'K'
             MOVE "KEEP"       TO WS-D-DECISION
           WHEN 'D'
             MOVE "DEACTIVATE" TO WS-D-DECISION
           WHEN 'E'
             MOVE "ERASURE"    TO WS-D-DECISION
           WHEN OTHER
             MOVE SPACES       TO WS-D-DECISION
         END-EVALUATE.
         WRITE DORMANT-PRINT-LINE FROM WS-DETAIL-LINE.

         READ REVIEW-FILE NEXT RECORD
           AT END SET END-REVIEW TO TRUE
         END-READ.
       END-PRINT-REG.

       PRINT-GROUP-HEADER.
         MOVE 'N'         TO WS-FIRST-GROUP-SW.
         MOVE rv-category TO WS-PREV-CATEGORY.
         MOVE 0           TO WS-GROUP-COUNT.

         MOVE rv-category TO WS-GH-CATEGORY.
         MOVE SPACES      TO WS-GH-DESCRIPTION.
         IF NOT Category-File-Missing
           MOVE rv-category TO cat-code
           READ CATEGORY-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Category-No-Error-Found
             MOVE cat-description TO WS-GH-DESCRIPTION
           END-IF
         END-IF.

         MOVE SPACES TO DORMANT-PRINT-LINE.
         WRITE DORMANT-PRINT-LINE.
         WRITE DORMANT-PRINT-LINE FROM WS-GROUP-HEADER.
         WRITE DORMANT-PRINT-LINE FROM WS-COLUMN-LINE.

       PRINT-GROUP-TOTAL.
         MOVE WS-GROUP-COUNT TO WS-GT-COUNT.
         WRITE DORMANT-PRINT-LINE FROM WS-GROUP-TOTAL-LINE.
