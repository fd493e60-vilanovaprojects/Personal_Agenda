       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-DLIST-RPT.
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

       SELECT DLIST-PRINT ASSIGN TO "AGENDA-DLIST.PRT"
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

       FD DLIST-FILE.
       01  Dlist-Rec.
           88  END-DLIST VALUE HIGH-VALUES.
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

       FD DLIST-PRINT.
       01  DLIST-PRINT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 agenda-status              PIC X(2).
             88 No-Error-Found        VALUE "00".
          02 dlist-status               PIC X(2).
             88 Dl-No-Error-Found     VALUE "00".
             88 Dl-File-Missing       VALUE "35".
          02 dlmemb-status              PIC X(2).
             88 Dlm-File-Missing      VALUE "35".

       01 WS-TODAY.
           03 WS-TODAY-YYYY            PIC 9(4).
           03 WS-TODAY-MM              PIC 9(2).
           03 WS-TODAY-DD              PIC 9(2).

       01 WS-LIST-NAME                PIC X(20) VALUE SPACES.

       01 WS-SCAN-DONE-SW             PIC X(1) VALUE 'N'.
          88 Scan-Done                VALUE 'Y'.

       01 WS-LIST-COUNT               PIC 9(6) VALUE 0.
       01 WS-MEMBER-COUNT             PIC 9(6) VALUE 0.
       01 WS-INACTIVE-COUNT           PIC 9(6) VALUE 0.
       01 WS-LIST-MEMBERS             PIC 9(6) VALUE 0.
       01 WS-LIST-INACTIVE            PIC 9(6) VALUE 0.

       01 WS-TITLE-LINE               PIC X(80) VALUE
          "PERSONAL AGENDA - DISTRIBUTION LIST MEMBERSHIP".

       01 WS-PAGE-HEADER-1.
           03 FILLER            PIC X(10) VALUE "DATE: ".
           03 WS-H-YYYY          PIC 9(4).
           03 FILLER            PIC X(1)  VALUE "/".
           03 WS-H-MM            PIC 9(2).
           03 FILLER            PIC X(1)  VALUE "/".
           03 WS-H-DD            PIC 9(2).

       01 WS-LIST-HEADER-1.
           03 FILLER                   PIC X(6)  VALUE "LIST: ".
           03 WS-LH-NAME               PIC X(20).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-LH-DESCRIPTION        PIC X(40).

       01 WS-LIST-HEADER-2.
           03 FILLER                   PIC X(8)  VALUE "OWNER: ".
           03 WS-LH-OWNER              PIC X(8).
           03 FILLER                   PIC X(12) VALUE "  CREATED: ".
           03 WS-LH-CREATED            PIC X(8).

       01 WS-COLUMN-LINE.
           03 FILLER PIC X(10) VALUE "  CODE".
           03 FILLER PIC X(37) VALUE "SURNAME / NAME".
           03 FILLER PIC X(22) VALUE "CITY".
           03 FILLER PIC X(10) VALUE "ADDED".
           03 FILLER PIC X(10) VALUE "BY".
           03 FILLER PIC X(11) VALUE "STATUS".

       01 WS-DETAIL-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-D-CODE                PIC 9(6).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-D-NAME                PIC X(35).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-D-CITY                PIC X(20).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-D-ADDED               PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-D-BY                  PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-D-STATUS              PIC X(11).

       01 WS-LIST-TOTAL-LINE.
           03 FILLER                   PIC X(11) VALUE "  MEMBERS: ".
           03 WS-LT-MEMBERS            PIC ZZZ,ZZ9.
           03 FILLER                   PIC X(16) VALUE
              "   DEACTIVATED: ".
           03 WS-LT-INACTIVE           PIC ZZZ,ZZ9.

       01 WS-SUMMARY-LINE.
           03 WS-S-TEXT                 PIC X(30).
           03 WS-S-COUNT                PIC ZZZ,ZZ9.

       01 WS-SPOOL-REPORT             PIC X(20) VALUE
          "DISTRIBUTION LISTS".
       01 WS-SPOOL-FILE               PIC X(30) VALUE
          "AGENDA-DLIST.PRT".

       PROCEDURE DIVISION.

       DISPLAY "DISTRIBUTION LIST (BLANK = ALL LISTS): ".
       ACCEPT WS-LIST-NAME.

       ACCEPT WS-TODAY FROM DATE YYYYMMDD.

       OPEN INPUT DLIST-FILE.
       IF Dl-File-Missing
         DISPLAY "NO DISTRIBUTION LISTS ON FILE"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.

       IF WS-LIST-NAME NOT = SPACES
         MOVE WS-LIST-NAME TO dl-name
         READ DLIST-FILE
           INVALID KEY
             CONTINUE
         END-READ
         IF NOT Dl-No-Error-Found
           DISPLAY "LIST NOT FOUND: " WS-LIST-NAME
           CLOSE DLIST-FILE
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
       END-IF.

       OPEN INPUT AGENDA.
       OPEN INPUT DLMEMB-FILE.
       OPEN OUTPUT DLIST-PRINT.

       MOVE WS-TODAY-YYYY TO WS-H-YYYY.
       MOVE WS-TODAY-MM   TO WS-H-MM.
       MOVE WS-TODAY-DD   TO WS-H-DD.
       WRITE DLIST-PRINT-LINE FROM WS-TITLE-LINE.
       WRITE DLIST-PRINT-LINE FROM WS-PAGE-HEADER-1.

       IF WS-LIST-NAME NOT = SPACES
         PERFORM PRINT-ONE-LIST
       ELSE
         MOVE LOW-VALUES TO dl-name
         START DLIST-FILE KEY IS >= dl-name
           INVALID KEY
             SET END-DLIST TO TRUE
         END-START
         IF NOT END-DLIST
           READ DLIST-FILE NEXT RECORD
             AT END SET END-DLIST TO TRUE
           END-READ
         END-IF
         PERFORM LIST-REG UNTIL END-DLIST
       END-IF.

       MOVE SPACES TO DLIST-PRINT-LINE.
       WRITE DLIST-PRINT-LINE.

       MOVE "LISTS PRINTED:" TO WS-S-TEXT.
       MOVE WS-LIST-COUNT TO WS-S-COUNT.
       WRITE DLIST-PRINT-LINE FROM WS-SUMMARY-LINE.

       MOVE "MEMBERSHIPS:" TO WS-S-TEXT.
       MOVE WS-MEMBER-COUNT TO WS-S-COUNT.
       WRITE DLIST-PRINT-LINE FROM WS-SUMMARY-LINE.

       MOVE "DEACTIVATED MEMBERS:" TO WS-S-TEXT.
       MOVE WS-INACTIVE-COUNT TO WS-S-COUNT.
       WRITE DLIST-PRINT-LINE FROM WS-SUMMARY-LINE.

       CLOSE DLIST-PRINT.
       CLOSE AGENDA.
       CLOSE DLIST-FILE.
       IF NOT Dlm-File-Missing
         CLOSE DLMEMB-FILE
       END-IF.

       CALL "AGENDA-SPOOL" USING WS-SPOOL-REPORT WS-SPOOL-FILE.
       CANCEL "AGENDA-SPOOL".

       DISPLAY "LISTS PRINTED:       " WS-LIST-COUNT.
       DISPLAY "MEMBERSHIPS:         " WS-MEMBER-COUNT.
       DISPLAY "DEACTIVATED MEMBERS: " WS-INACTIVE-COUNT.

       MOVE 0 TO RETURN-CODE.
       GOBACK.

       LIST-REG.

         PERFORM PRINT-ONE-LIST.

         READ DLIST-FILE NEXT RECORD
           AT END SET END-DLIST TO TRUE
         END-READ.
       END-LIST-REG.

       PRINT-ONE-LIST.
         ADD 1 TO WS-LIST-COUNT.
         MOVE 0 TO WS-LIST-MEMBERS.
         MOVE 0 TO WS-LIST-INACTIVE.

         MOVE dl-name        TO WS-LH-NAME.
         MOVE dl-description TO WS-LH-DESCRIPTION.
         MOVE dl-owner       TO WS-LH-OWNER.
         MOVE dl-created     TO WS-LH-CREATED.

         MOVE SPACES TO DLIST-PRINT-LINE.
         WRITE DLIST-PRINT-LINE.
         WRITE DLIST-PRINT-LINE FROM WS-LIST-HEADER-1.
         WRITE DLIST-PRINT-LINE FROM WS-LIST-HEADER-2.
         WRITE DLIST-PRINT-LINE FROM WS-COLUMN-LINE.

         MOVE 'N' TO WS-SCAN-DONE-SW.
         IF Dlm-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE dl-name TO dm-list
           MOVE 0       TO dm-code
           START DLMEMB-FILE KEY IS >= dm-key
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           IF NOT Scan-Done
             READ DLMEMB-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-DONE-SW
             END-READ
           END-IF
         END-IF.

         PERFORM MEMBER-REG UNTIL Scan-Done.

         MOVE WS-LIST-MEMBERS  TO WS-LT-MEMBERS.
         MOVE WS-LIST-INACTIVE TO WS-LT-INACTIVE.
         WRITE DLIST-PRINT-LINE FROM WS-LIST-TOTAL-LINE.

       MEMBER-REG.

         IF dm-list NOT = dl-name
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           ADD 1 TO WS-LIST-MEMBERS
           ADD 1 TO WS-MEMBER-COUNT

           MOVE dm-code     TO WS-D-CODE
           MOVE dm-added    TO WS-D-ADDED
           MOVE dm-added-by TO WS-D-BY
           MOVE SPACES      TO WS-D-NAME
           MOVE SPACES      TO WS-D-CITY
           MOVE SPACES      TO WS-D-STATUS

           MOVE dm-code TO agenda-code
           READ AGENDA
             INVALID KEY
               CONTINUE
           END-READ

           IF No-Error-Found
             STRING agenda-surname DELIMITED BY "  "
                    ", " DELIMITED BY SIZE
                    agenda-name DELIMITED BY "  "
                 INTO WS-D-NAME
             MOVE agenda-city TO WS-D-CITY
             IF NOT Contact-Active
               MOVE "DEACTIVATED" TO WS-D-STATUS
               ADD 1 TO WS-LIST-INACTIVE
               ADD 1 TO WS-INACTIVE-COUNT
             END-IF
           ELSE
             MOVE "NOT ON FILE" TO WS-D-STATUS
             ADD 1 TO WS-LIST-INACTIVE
             ADD 1 TO WS-INACTIVE-COUNT
           END-IF

           WRITE DLIST-PRINT-LINE FROM WS-DETAIL-LINE

           READ DLMEMB-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-MEMBER-REG.
