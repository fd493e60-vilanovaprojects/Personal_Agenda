       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-DLIST.
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

       SELECT HH-FILE ASSIGN TO "AGENDA-HH.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS hl-member-code
                 ALTERNATE RECORD KEY IS hl-household-id
                           WITH DUPLICATES
                 FILE STATUS IS hh-status.

       SELECT CATEGORY-FILE ASSIGN TO "CATEGORY.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS cat-code
                 FILE STATUS IS category-status.

       SELECT USER-FILE ASSIGN TO "AGENDA-USERS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS usr-id
                 FILE STATUS IS user-status.

       SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
                 ORGANIZATION IS RELATIVE
                 ACCESS MODE IS DYNAMIC
                 RELATIVE KEY IS so-rel-key
                 FILE STATUS IS signon-status.

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

       FD HH-FILE.
       01  Household-Rec.
           02  hl-member-code          PIC 9(6).
           02  hl-household-id         PIC 9(6).
           02  hl-relation             PIC X(1).

       FD CATEGORY-FILE.
       01  Category-Rec.
           02  cat-code                PIC X(4).
           02  cat-description         PIC X(30).

       FD USER-FILE.
       01  User-Rec.
           02  usr-id                  PIC X(8).
           02  usr-password            PIC X(8).
           02  usr-level               PIC X(1).
           02  usr-fail-count          PIC 9(2).
           02  usr-locked              PIC X(1).
           02  usr-pwd-changed         PIC X(8).
           02  usr-last-signon         PIC X(14).

       FD SIGNON-FILE.
       01  Signon-Rec.
           02  so-user-id               PIC X(8).
           02  so-user-level            PIC X(1).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 agenda-status              PIC X(2).
             88 No-Error-Found        VALUE "00".
          02 dlist-status               PIC X(2).
             88 Dl-No-Error-Found     VALUE "00".
             88 Dl-ALREADY-EXIST      VALUE "22".
             88 Dl-File-Missing       VALUE "35".
          02 dlmemb-status              PIC X(2).
             88 Dlm-No-Error-Found    VALUE "00".
             88 Dlm-ALREADY-EXIST     VALUE "22".
             88 Dlm-File-Missing      VALUE "35".
          02 hh-status                  PIC X(2).
             88 Hh-No-Error-Found     VALUE "00".
             88 Hh-File-Missing       VALUE "35".
          02 category-status            PIC X(2).
             88 Category-No-Error-Found VALUE "00".
             88 Category-File-Missing VALUE "35".
          02 user-status                PIC X(2).
             88 User-No-Error-Found   VALUE "00".
             88 User-File-Missing     VALUE "35".
          02 signon-status              PIC X(2).
             88 Signon-File-Missing   VALUE "35".

       01 so-rel-key                  PIC 9(4) VALUE 1.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-LEVEL           PIC X(1) VALUE 'O'.
          88 Operator-Supervisor      VALUE 'S'.

       01 WS-VALID-SWITCH             PIC X(1) VALUE 'Y'.
          88 Is-Valid                 VALUE 'Y'.

       01 WS-FOUND-SWITCH             PIC X(1) VALUE 'Y'.
          88 Rec-Found                VALUE 'Y'.

       01 WS-CONTACT-OK-SW            PIC X(1) VALUE 'N'.
          88 Contact-Ok               VALUE 'Y'.

       01 WS-SCAN-DONE-SW             PIC X(1) VALUE 'N'.
          88 Scan-Done                VALUE 'Y'.

       01 WS-CHECK-CODE               PIC 9(6).
       01 WS-LAST-LIST                PIC X(20) VALUE SPACES.
       01 WS-LIST-OWNER               PIC X(8).
       01 WS-TODAY                    PIC X(8).
       01 WS-SOURCE                   PIC X(1).
       01 WS-HOUSEHOLD-ID             PIC 9(6).

       01 WS-MEMBER-COUNT             PIC 9(6) VALUE 0.
       01 WS-ADDED-COUNT              PIC 9(6) VALUE 0.
       01 WS-ALREADY-COUNT            PIC 9(6) VALUE 0.
       01 WS-MSG-ADDED                PIC ZZZZZ9.
       01 WS-MSG-ALREADY              PIC ZZZZZ9.

       01 WS-SEARCH-REQUEST.
           03 WS-SR-MODE              PIC X(1).
           03 WS-SR-PICKED-CODE       PIC 9(6).

       01  WK01.
           03 WE-L06C014 PIC X(020).
           03 WE-L07C014 PIC X(001).
             88 Is-Add            VALUE 'A'.
             88 Is-Modify         VALUE 'M'.
             88 Is-Delete         VALUE 'D'.
             88 Is-Add-Code       VALUE 'C'.
             88 Is-Remove         VALUE 'R'.
             88 Is-Add-Search     VALUE 'S'.
             88 Is-Copy-Category  VALUE 'G'.
             88 Is-Copy-Household VALUE 'H'.
           03 WE-L09C014 PIC X(040).
           03 WE-L10C014 PIC X(008).
           03 WE-L10C040 PIC X(008).
           03 WE-L11C014 PIC ZZZZZ9.
           03 WE-L13C014 PIC 9(006).
           03 WE-L14C014 PIC X(004).
           03 WE-L15C014 PIC X(040).
           03 WE-L19C011 PIC X(001).
             88 exit-yes  VALUE 'Y'.

       01 WE-L17C014 PIC X(040).

       SCREEN SECTION.

       01  SCREEN-ACTION.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 03 COLUMN 01 VALUE
           "PERSONAL AGENDA"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 05 COLUMN 25 VALUE
           "DISTRIBUTION LISTS"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 01 VALUE
           "LIST NAME:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L06C014 PIC X(020)
                        LINE 06 COLUMN 014
                        USING WE-L06C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 07 COLUMN 01 VALUE
           "ACTION:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L07C014 PIC X(001)
                        LINE 07 COLUMN 014
                        USING WE-L07C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 09 COLUMN 01 VALUE
           "A=NEW LIST  M=CHANGE DESCRIPTION/OWNER  D=DELETE LIST"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 10 COLUMN 01 VALUE
           "C=ADD MEMBER BY CODE  R=REMOVE MEMBER"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 11 COLUMN 01 VALUE
           "S=ADD FROM CONTACT SEARCH"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 12 COLUMN 01 VALUE
           "G=COPY A WHOLE CATEGORY  H=COPY A WHOLE HOUSEHOLD"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

           03 WX-L17C014 PIC X(040)
                        LINE 17 COLUMN 015
                        USING WE-L17C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

           03 LINE 19 COLUMN 01 VALUE
           "EXIT"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L19C011 PIC X(001)
                        LINE 19 COLUMN 011
                        USING WE-L19C011
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 19 COLUMN 15 VALUE
           "write Y to exit"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

       01  SCREEN-01.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 03 COLUMN 01 VALUE
           "PERSONAL AGENDA"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 05 COLUMN 25 VALUE
           "DISTRIBUTION LISTS"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 01 VALUE
           "LIST NAME:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L06C014 PIC X(020)
                        LINE 06 COLUMN 014
                        FROM WE-L06C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 07 COLUMN 01 VALUE
           "ACTION:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L07C014 PIC X(001)
                        LINE 07 COLUMN 014
                        FROM WE-L07C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 09 COLUMN 01 VALUE
           "DESCRIPTION:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L09C014 PIC X(040)
                        LINE 09 COLUMN 014
                        USING WE-L09C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 10 COLUMN 01 VALUE
           "OWNER:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L10C014 PIC X(008)
                        LINE 10 COLUMN 014
                        USING WE-L10C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 10 COLUMN 28 VALUE
           "CREATED:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L10C040 PIC X(008)
                        LINE 10 COLUMN 040
                        FROM WE-L10C040
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 11 COLUMN 01 VALUE
           "MEMBERS:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L11C014 PIC ZZZZZ9
                        LINE 11 COLUMN 014
                        FROM WE-L11C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

           03 WX-L17C014 PIC X(040)
                        LINE 17 COLUMN 015
                        USING WE-L17C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

           03 LINE 19 COLUMN 01 VALUE
           "BACK"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L19C011 PIC X(001)
                        LINE 19 COLUMN 011
                        USING WE-L19C011
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 19 COLUMN 15 VALUE
           "write Y to return to the list name"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

       01  SCREEN-02.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 03 COLUMN 01 VALUE
           "PERSONAL AGENDA"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 05 COLUMN 25 VALUE
           "DISTRIBUTION LIST MEMBERS"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 01 VALUE
           "LIST NAME:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-M-L06C014 PIC X(020)
                        LINE 06 COLUMN 014
                        FROM WE-L06C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 07 COLUMN 01 VALUE
           "ACTION:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-M-L07C014 PIC X(001)
                        LINE 07 COLUMN 014
                        FROM WE-L07C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 09 COLUMN 01 VALUE
           "DESCRIPTION:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-M-L09C014 PIC X(040)
                        LINE 09 COLUMN 014
                        FROM WE-L09C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 13 COLUMN 01 VALUE
           "MEMBER CODE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-M-L13C014 PIC 9(006)
                        LINE 13 COLUMN 014
                        USING WE-L13C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 15 COLUMN 01 VALUE
           "MEMBER:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-M-L15C014 PIC X(040)
                        LINE 15 COLUMN 014
                        FROM WE-L15C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

           03 WX-M-L17C014 PIC X(040)
                        LINE 17 COLUMN 015
                        USING WE-L17C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

           03 LINE 19 COLUMN 01 VALUE
           "BACK"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-M-L19C011 PIC X(001)
                        LINE 19 COLUMN 011
                        USING WE-L19C011
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 19 COLUMN 15 VALUE
           "write Y to return to the list name"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

       01  SCREEN-03.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 03 COLUMN 01 VALUE
           "PERSONAL AGENDA"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 05 COLUMN 25 VALUE
           "COPY A CATEGORY INTO THE LIST"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 01 VALUE
           "LIST NAME:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-G-L06C014 PIC X(020)
                        LINE 06 COLUMN 014
                        FROM WE-L06C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 09 COLUMN 01 VALUE
           "DESCRIPTION:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-G-L09C014 PIC X(040)
                        LINE 09 COLUMN 014
                        FROM WE-L09C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 14 COLUMN 01 VALUE
           "CATEGORY:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-G-L14C014 PIC X(004)
                        LINE 14 COLUMN 014
                        USING WE-L14C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 14 COLUMN 20 VALUE
           "(ACTIVE CONTACTS OF THE CATEGORY ARE ADDED)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

           03 WX-G-L17C014 PIC X(040)
                        LINE 17 COLUMN 015
                        USING WE-L17C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

           03 LINE 19 COLUMN 01 VALUE
           "BACK"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-G-L19C011 PIC X(001)
                        LINE 19 COLUMN 011
                        USING WE-L19C011
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 19 COLUMN 15 VALUE
           "write Y to return to the list name"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

       01  SCREEN-04.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 03 COLUMN 01 VALUE
           "PERSONAL AGENDA"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 05 COLUMN 25 VALUE
           "COPY A HOUSEHOLD INTO THE LIST"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 01 VALUE
           "LIST NAME:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-H-L06C014 PIC X(020)
                        LINE 06 COLUMN 014
                        FROM WE-L06C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 09 COLUMN 01 VALUE
           "DESCRIPTION:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-H-L09C014 PIC X(040)
                        LINE 09 COLUMN 014
                        FROM WE-L09C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 13 COLUMN 01 VALUE
           "HOUSEHOLD:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-H-L13C014 PIC 9(006)
                        LINE 13 COLUMN 014
                        USING WE-L13C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 13 COLUMN 22 VALUE
           "(CODE OF ANY MEMBER OF THE HOUSEHOLD)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

           03 WX-H-L17C014 PIC X(040)
                        LINE 17 COLUMN 015
                        USING WE-L17C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

           03 LINE 19 COLUMN 01 VALUE
           "BACK"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-H-L19C011 PIC X(001)
                        LINE 19 COLUMN 011
                        USING WE-L19C011
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 19 COLUMN 15 VALUE
           "write Y to return to the list name"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

       PROCEDURE DIVISION.

       PERFORM INITIAL-PROCEDURE.
       PERFORM PROCEDURE001.

       INITIAL-PROCEDURE.
       MOVE SPACES TO WE-L17C014.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD.
       PERFORM LOAD-SIGNON-USER.

       LOAD-SIGNON-USER.
         MOVE 1 TO so-rel-key.
         OPEN INPUT SIGNON-FILE.
         IF NOT Signon-File-Missing
           READ SIGNON-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF signon-status = "00"
             MOVE so-user-id    TO WS-OPERATOR-ID
             MOVE so-user-level TO WS-OPERATOR-LEVEL
           END-IF
           CLOSE SIGNON-FILE
         END-IF.

       PROCEDURE001.
           INITIALIZE WK01.
           MOVE WS-LAST-LIST TO WE-L06C014.
           DISPLAY SCREEN-ACTION.
           ACCEPT  SCREEN-ACTION.

           IF exit-yes
             GOBACK
           END-IF.

           MOVE WE-L06C014 TO WS-LAST-LIST.

           IF NOT (Is-Add OR Is-Modify OR Is-Delete
                   OR Is-Add-Code OR Is-Remove OR Is-Add-Search
                   OR Is-Copy-Category OR Is-Copy-Household)
             MOVE "INVALID ACTION - SEE THE CODES BELOW"
               TO WE-L17C014
             PERFORM PROCEDURE001
           ELSE
             IF WE-L06C014 = SPACES
               MOVE "LIST NAME IS REQUIRED" TO WE-L17C014
               PERFORM PROCEDURE001
             ELSE
               PERFORM LOAD-LIST
               PERFORM PROCEDURE001A
             END-IF
           END-IF.

       PROCEDURE001A.
           IF Is-Add
             IF Rec-Found
               MOVE "LIST ALREADY EXISTS" TO WE-L17C014
               PERFORM PROCEDURE001
             ELSE
               MOVE WS-OPERATOR-ID TO WE-L10C014
               MOVE WS-TODAY       TO WE-L10C040
               PERFORM PROCEDURE001B
             END-IF
           ELSE
             IF NOT Rec-Found
               MOVE "LIST NOT FOUND" TO WE-L17C014
               PERFORM PROCEDURE001
             ELSE
               EVALUATE TRUE
                 WHEN Is-Modify
                 WHEN Is-Delete
                   PERFORM PROCEDURE001B
                 WHEN Is-Add-Code
                 WHEN Is-Remove
                   PERFORM PROCEDURE001C
                 WHEN Is-Copy-Category
                   PERFORM PROCEDURE001D
                 WHEN Is-Copy-Household
                   PERFORM PROCEDURE001E
                 WHEN Is-Add-Search
                   PERFORM ADD-FROM-SEARCH
                   PERFORM PROCEDURE001
               END-EVALUATE
             END-IF
           END-IF.

       PROCEDURE001B.
           DISPLAY SCREEN-01.
           ACCEPT  SCREEN-01.

           IF exit-yes
             MOVE SPACES TO WE-L17C014
             PERFORM PROCEDURE001
           ELSE
             PERFORM PROCEDURE002
           END-IF.

       PROCEDURE001C.
           MOVE SPACE TO WE-L19C011.
           DISPLAY SCREEN-02.
           ACCEPT  SCREEN-02.

           IF exit-yes
             MOVE SPACES TO WE-L17C014
             PERFORM PROCEDURE001
           ELSE
             PERFORM PROCEDURE003
           END-IF.

       PROCEDURE001D.
           MOVE SPACE TO WE-L19C011.
           DISPLAY SCREEN-03.
           ACCEPT  SCREEN-03.

           IF exit-yes
             MOVE SPACES TO WE-L17C014
             PERFORM PROCEDURE001
           ELSE
             PERFORM COPY-CATEGORY
           END-IF.

       PROCEDURE001E.
           MOVE SPACE TO WE-L19C011.
           DISPLAY SCREEN-04.
           ACCEPT  SCREEN-04.

           IF exit-yes
             MOVE SPACES TO WE-L17C014
             PERFORM PROCEDURE001
           ELSE
             PERFORM COPY-HOUSEHOLD
           END-IF.

       LOAD-LIST.
         MOVE 'N' TO WS-FOUND-SWITCH.
         MOVE 0 TO WS-MEMBER-COUNT.
         MOVE SPACES TO WS-LIST-OWNER.

         OPEN INPUT DLIST-FILE.
         IF NOT Dl-File-Missing
           MOVE WE-L06C014 TO dl-name
           READ DLIST-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Dl-No-Error-Found
             MOVE 'Y' TO WS-FOUND-SWITCH
             MOVE dl-description TO WE-L09C014
             MOVE dl-owner       TO WE-L10C014
             MOVE dl-owner       TO WS-LIST-OWNER
             MOVE dl-created     TO WE-L10C040
           END-IF
           CLOSE DLIST-FILE
         END-IF.

         IF Rec-Found
           PERFORM COUNT-MEMBERS
           MOVE WS-MEMBER-COUNT TO WE-L11C014
         END-IF.

       COUNT-MEMBERS.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN INPUT DLMEMB-FILE.
         IF Dlm-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE WE-L06C014 TO dm-list
           MOVE 0          TO dm-code
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

         PERFORM COUNT-MEMBER-REG UNTIL Scan-Done.

         IF NOT Dlm-File-Missing
           CLOSE DLMEMB-FILE
         END-IF.

       COUNT-MEMBER-REG.

         IF dm-list NOT = WE-L06C014
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           ADD 1 TO WS-MEMBER-COUNT
           READ DLMEMB-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-COUNT-MEMBER-REG.

       PROCEDURE002.
         MOVE 'Y' TO WS-VALID-SWITCH.

         IF (Is-Modify OR Is-Delete)
         AND WS-LIST-OWNER NOT = WS-OPERATOR-ID
         AND NOT Operator-Supervisor
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "ONLY THE LIST OWNER OR A SUPERVISOR" TO WE-L17C014
         END-IF.

         IF Is-Valid AND (Is-Add OR Is-Modify)
           PERFORM VALIDATE-HEADER
         END-IF.

         IF Is-Valid
           OPEN I-O DLIST-FILE
           IF Dl-File-Missing
             OPEN OUTPUT DLIST-FILE
           END-IF
           MOVE WE-L06C014 TO dl-name

           EVALUATE TRUE
             WHEN Is-Add
               PERFORM ADD-LIST
             WHEN Is-Modify
               PERFORM MODIFY-LIST
             WHEN Is-Delete
               PERFORM DELETE-LIST
           END-EVALUATE

           CLOSE DLIST-FILE
         END-IF.

         IF Is-Valid
           PERFORM PROCEDURE001
         ELSE
           PERFORM PROCEDURE001B
         END-IF.

       VALIDATE-HEADER.
         IF WE-L09C014 = SPACES
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "DESCRIPTION IS REQUIRED" TO WE-L17C014
         END-IF.

         IF Is-Valid AND WE-L10C014 = SPACES
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "OWNER IS REQUIRED" TO WE-L17C014
         END-IF.

         IF Is-Valid
           OPEN INPUT USER-FILE
           IF NOT User-File-Missing
             MOVE WE-L10C014 TO usr-id
             READ USER-FILE
               INVALID KEY
                 MOVE 'N' TO WS-VALID-SWITCH
                 MOVE "OWNER IS NOT A KNOWN USER ID" TO WE-L17C014
             END-READ
             CLOSE USER-FILE
           END-IF
         END-IF.

       ADD-LIST.
         MOVE WE-L09C014 TO dl-description.
         MOVE WE-L10C014 TO dl-owner.
         MOVE WS-TODAY   TO dl-created.

         WRITE Dlist-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF Dl-No-Error-Found
           MOVE "LIST SAVED SUCCESSFULLY" TO WE-L17C014
         ELSE
           IF Dl-ALREADY-EXIST
             MOVE "LIST ALREADY EXISTS" TO WE-L17C014
           ELSE
             MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
           END-IF
         END-IF.

       MODIFY-LIST.
         READ DLIST-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF NOT Dl-No-Error-Found
           MOVE "LIST NOT FOUND" TO WE-L17C014
         ELSE
           MOVE WE-L09C014 TO dl-description
           MOVE WE-L10C014 TO dl-owner

           REWRITE Dlist-Rec
             INVALID KEY
               MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
           END-REWRITE

           IF Dl-No-Error-Found
             MOVE "LIST UPDATED SUCCESSFULLY" TO WE-L17C014
           END-IF
         END-IF.

       DELETE-LIST.
         READ DLIST-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF NOT Dl-No-Error-Found
           MOVE "LIST NOT FOUND" TO WE-L17C014
         ELSE
           DELETE DLIST-FILE RECORD
             INVALID KEY
               MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
           END-DELETE

           IF Dl-No-Error-Found
             PERFORM DELETE-ALL-MEMBERS
             MOVE WS-ADDED-COUNT TO WS-MSG-ADDED
             MOVE SPACES TO WE-L17C014
             STRING "LIST DELETED WITH " WS-MSG-ADDED " MEMBERS"
                 DELIMITED BY SIZE INTO WE-L17C014
           END-IF
         END-IF.

       DELETE-ALL-MEMBERS.
         MOVE 0 TO WS-ADDED-COUNT.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN I-O DLMEMB-FILE.
         IF Dlm-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE WE-L06C014 TO dm-list
           MOVE 0          TO dm-code
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

         PERFORM DELETE-MEMBER-REG UNTIL Scan-Done.

         IF NOT Dlm-File-Missing
           CLOSE DLMEMB-FILE
         END-IF.

       DELETE-MEMBER-REG.

         IF dm-list NOT = WE-L06C014
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           DELETE DLMEMB-FILE RECORD
             INVALID KEY
               CONTINUE
           END-DELETE
           ADD 1 TO WS-ADDED-COUNT
           READ DLMEMB-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-DELETE-MEMBER-REG.

       PROCEDURE003.
         MOVE SPACES TO WE-L15C014.

         IF WE-L13C014 = 0
           MOVE "MEMBER CODE IS REQUIRED" TO WE-L17C014
         ELSE
           MOVE WE-L13C014 TO WS-CHECK-CODE
           PERFORM CHECK-CONTACT
           IF Is-Add-Code
             IF NOT Contact-Ok
               MOVE "UNKNOWN OR INACTIVE CONTACT" TO WE-L17C014
             ELSE
               MOVE 'C' TO WS-SOURCE
               PERFORM ADD-ONE-MEMBER
               IF WS-ADDED-COUNT > 0
                 MOVE "MEMBER ADDED" TO WE-L17C014
               ELSE
                 MOVE "ALREADY ON THE LIST" TO WE-L17C014
               END-IF
             END-IF
           ELSE
             PERFORM REMOVE-MEMBER
           END-IF
         END-IF.

         MOVE 0 TO WE-L13C014.
         PERFORM PROCEDURE001C.

       CHECK-CONTACT.
         MOVE 'N' TO WS-CONTACT-OK-SW.

         OPEN INPUT AGENDA.
         MOVE WS-CHECK-CODE TO agenda-code.

         READ AGENDA
           INVALID KEY
             CONTINUE
         END-READ.

         IF No-Error-Found
           MOVE SPACES TO WE-L15C014
           STRING agenda-name DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  agenda-surname DELIMITED BY "  "
               INTO WE-L15C014
           IF Contact-Active
             MOVE 'Y' TO WS-CONTACT-OK-SW
           END-IF
         END-IF.

         CLOSE AGENDA.

       REMOVE-MEMBER.
         OPEN I-O DLMEMB-FILE.
         IF Dlm-File-Missing
           MOVE "NOT A MEMBER OF THIS LIST" TO WE-L17C014
         ELSE
           MOVE WE-L06C014 TO dm-list
           MOVE WE-L13C014 TO dm-code
           READ DLMEMB-FILE
             INVALID KEY
               CONTINUE
           END-READ

           IF NOT Dlm-No-Error-Found
             MOVE "NOT A MEMBER OF THIS LIST" TO WE-L17C014
           ELSE
             DELETE DLMEMB-FILE RECORD
               INVALID KEY
                 MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
             END-DELETE
             IF Dlm-No-Error-Found
               MOVE "MEMBER REMOVED" TO WE-L17C014
             END-IF
           END-IF
           CLOSE DLMEMB-FILE
         END-IF.

       ADD-FROM-SEARCH.
         MOVE 'P' TO WS-SR-MODE.
         CALL "AGENDA-SEARCH" USING WS-SEARCH-REQUEST.
         CANCEL "AGENDA-SEARCH".

         IF WS-SR-PICKED-CODE = 0
           MOVE "NO CONTACT PICKED" TO WE-L17C014
         ELSE
           MOVE WS-SR-PICKED-CODE TO WS-CHECK-CODE
           MOVE WS-SR-PICKED-CODE TO WE-L13C014
           PERFORM CHECK-CONTACT
           IF NOT Contact-Ok
             MOVE "UNKNOWN OR INACTIVE CONTACT" TO WE-L17C014
           ELSE
             MOVE 'S' TO WS-SOURCE
             PERFORM ADD-ONE-MEMBER
             MOVE SPACES TO WE-L17C014
             IF WS-ADDED-COUNT > 0
               STRING "CONTACT " WS-SR-PICKED-CODE " ADDED"
                   DELIMITED BY SIZE INTO WE-L17C014
             ELSE
               STRING "CONTACT " WS-SR-PICKED-CODE
                      " ALREADY ON THE LIST"
                   DELIMITED BY SIZE INTO WE-L17C014
             END-IF
           END-IF
         END-IF.

       ADD-ONE-MEMBER.
         MOVE 0 TO WS-ADDED-COUNT.
         MOVE 0 TO WS-ALREADY-COUNT.
         PERFORM OPEN-MEMBERS.
         MOVE WE-L13C014 TO WS-CHECK-CODE.
         PERFORM WRITE-MEMBER.
         CLOSE DLMEMB-FILE.

       OPEN-MEMBERS.
         OPEN I-O DLMEMB-FILE.
         IF Dlm-File-Missing
           OPEN OUTPUT DLMEMB-FILE
           CLOSE DLMEMB-FILE
           OPEN I-O DLMEMB-FILE
         END-IF.

       WRITE-MEMBER.
         MOVE WE-L06C014     TO dm-list.
         MOVE WS-CHECK-CODE  TO dm-code.
         MOVE WS-TODAY       TO dm-added.
         MOVE WS-OPERATOR-ID TO dm-added-by.
         MOVE WS-SOURCE      TO dm-source.

         WRITE Dlmemb-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF Dlm-No-Error-Found
           ADD 1 TO WS-ADDED-COUNT
         ELSE
           ADD 1 TO WS-ALREADY-COUNT
         END-IF.

       COPY-CATEGORY.
         MOVE 'Y' TO WS-VALID-SWITCH.

         IF WE-L14C014 = SPACES
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "CATEGORY IS REQUIRED" TO WE-L17C014
         ELSE
           OPEN INPUT CATEGORY-FILE
           IF NOT Category-File-Missing
             MOVE WE-L14C014 TO cat-code
             READ CATEGORY-FILE
               INVALID KEY
                 MOVE 'N' TO WS-VALID-SWITCH
                 MOVE "UNKNOWN CATEGORY" TO WE-L17C014
             END-READ
             CLOSE CATEGORY-FILE
           END-IF
         END-IF.

         IF Is-Valid
           PERFORM CATEGORY-TO-LIST
           PERFORM PROCEDURE001
         ELSE
           PERFORM PROCEDURE001D
         END-IF.

       CATEGORY-TO-LIST.
         MOVE 0 TO WS-ADDED-COUNT.
         MOVE 0 TO WS-ALREADY-COUNT.
         MOVE 'G' TO WS-SOURCE.

         PERFORM OPEN-MEMBERS.
         OPEN INPUT AGENDA.

         READ AGENDA NEXT RECORD
           AT END SET END-AGENDA TO TRUE
         END-READ.

         PERFORM COPY-CATEGORY-REG UNTIL END-AGENDA.

         CLOSE AGENDA.
         CLOSE DLMEMB-FILE.

         PERFORM SHOW-COPY-COUNTS.

       COPY-CATEGORY-REG.

         IF Contact-Active
         AND agenda-category = WE-L14C014
           MOVE agenda-code TO WS-CHECK-CODE
           PERFORM WRITE-MEMBER
         END-IF.

         READ AGENDA NEXT RECORD
           AT END SET END-AGENDA TO TRUE
         END-READ.
       END-COPY-CATEGORY-REG.

       COPY-HOUSEHOLD.
         MOVE 'Y' TO WS-VALID-SWITCH.

         IF WE-L13C014 = 0
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "HOUSEHOLD CODE IS REQUIRED" TO WE-L17C014
         ELSE
           OPEN INPUT HH-FILE
           IF Hh-File-Missing
             MOVE 'N' TO WS-VALID-SWITCH
             MOVE "NO HOUSEHOLD LINKS ON FILE" TO WE-L17C014
           ELSE
             MOVE WE-L13C014 TO hl-member-code
             READ HH-FILE
               INVALID KEY
                 MOVE 'N' TO WS-VALID-SWITCH
                 MOVE "CONTACT IS NOT IN A HOUSEHOLD" TO WE-L17C014
             END-READ
             IF Is-Valid
               MOVE hl-household-id TO WS-HOUSEHOLD-ID
             END-IF
             CLOSE HH-FILE
           END-IF
         END-IF.

         IF Is-Valid
           PERFORM HOUSEHOLD-TO-LIST
           PERFORM PROCEDURE001
         ELSE
           PERFORM PROCEDURE001E
         END-IF.

       HOUSEHOLD-TO-LIST.
         MOVE 0 TO WS-ADDED-COUNT.
         MOVE 0 TO WS-ALREADY-COUNT.
         MOVE 'H' TO WS-SOURCE.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         PERFORM OPEN-MEMBERS.
         OPEN INPUT AGENDA.
         OPEN INPUT HH-FILE.

         MOVE WS-HOUSEHOLD-ID TO hl-household-id.
         START HH-FILE KEY IS = hl-household-id
           INVALID KEY
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-START.

         IF NOT Scan-Done
           READ HH-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

         PERFORM COPY-HOUSEHOLD-REG UNTIL Scan-Done.

         CLOSE HH-FILE.
         CLOSE AGENDA.
         CLOSE DLMEMB-FILE.

         PERFORM SHOW-COPY-COUNTS.

       COPY-HOUSEHOLD-REG.

         IF hl-household-id NOT = WS-HOUSEHOLD-ID
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE hl-member-code TO agenda-code
           READ AGENDA
             INVALID KEY
               CONTINUE
           END-READ
           IF No-Error-Found AND Contact-Active
             MOVE agenda-code TO WS-CHECK-CODE
             PERFORM WRITE-MEMBER
           END-IF

           READ HH-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-COPY-HOUSEHOLD-REG.

       SHOW-COPY-COUNTS.
         MOVE WS-ADDED-COUNT   TO WS-MSG-ADDED.
         MOVE WS-ALREADY-COUNT TO WS-MSG-ALREADY.
         MOVE SPACES TO WE-L17C014.
         STRING "ADDED " WS-MSG-ADDED
                "  ALREADY ON LIST " WS-MSG-ALREADY
             DELIMITED BY SIZE INTO WE-L17C014.
