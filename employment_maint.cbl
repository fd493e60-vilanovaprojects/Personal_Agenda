       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-EMP.
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

       SELECT ORG-FILE ASSIGN TO "AGENDA-ORG.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS org-code
                 ALTERNATE RECORD KEY IS org-name
                           WITH DUPLICATES
                 FILE STATUS IS org-status.

       SELECT EMP-FILE ASSIGN TO "AGENDA-EMP.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS em-key
                 ALTERNATE RECORD KEY IS em-org-code
                           WITH DUPLICATES
                 FILE STATUS IS emp-status.

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

       FD ORG-FILE.
       01  Org-Rec.
           02  org-code                PIC 9(6).
           02  org-name                PIC X(40).
           02  org-phone               PIC X(15).
           02  org-address             PIC X(40).
           02  org-city                PIC X(20).
           02  org-category            PIC X(4).

       FD EMP-FILE.
       01  Emp-Rec.
           02  em-key.
               03  em-code             PIC 9(6).
               03  em-org-code         PIC 9(6).
           02  em-job-title            PIC X(30).
           02  em-start-date           PIC X(8).
           02  em-end-date             PIC X(8).

       WORKING-STORAGE SECTION.

       01  WS-VALID-SWITCH            PIC X(1) VALUE 'Y'.
           88 Is-Valid                VALUE 'Y'.

       01  WS-FOUND-SWITCH            PIC X(1) VALUE 'Y'.
           88 Rec-Found               VALUE 'Y'.

       01  WS-CONTACT-OK-SW           PIC X(1) VALUE 'N'.
           88 Contact-Ok              VALUE 'Y'.

       01  WS-ORG-OK-SW               PIC X(1) VALUE 'N'.
           88 Org-Ok                  VALUE 'Y'.

       01  WS-VAL-DAY                 PIC 9(2).
       01  WS-VAL-MONTH               PIC 9(2).
       01  WS-VAL-DATE-IN             PIC X(10).
       01  WS-VAL-DATE-OUT            PIC X(8).
       01  WS-START-DATE              PIC X(8).
       01  WS-END-DATE                PIC X(8).

       01  WK01.
           03 WE-L06C017 PIC X(001).
             88 Is-Add     VALUE 'A'.
             88 Is-Modify  VALUE 'M'.
             88 Is-Delete  VALUE 'D'.
           03 WE-L07C014 PIC 9(006).
           03 WE-L08C014 PIC 9(006).
           03 WE-L07C022 PIC X(035).
           03 WE-L08C022 PIC X(040).
           03 WE-L10C014 PIC X(030).
           03 WE-L12C022 PIC X(010).
           03 WE-L13C022 PIC X(010).
           03 WE-L19C011 PIC X(001).
             88 exit-yes  VALUE 'Y'.

       01 Status-Codes.
          02 agenda-status              PIC X(2).
             88 No-Error-Found        VALUE "00".
          02 org-status                 PIC X(2).
             88 Org-No-Error-Found    VALUE "00".
             88 Org-File-Missing      VALUE "35".
          02 emp-status                 PIC X(2).
             88 Emp-No-Error-Found    VALUE "00".
             88 Emp-ALREADY-EXIST     VALUE "22".
             88 Emp-Not-Found         VALUE "23".
             88 Emp-File-Missing      VALUE "35".

       01 WE-L17C014 PIC X(040).

       SCREEN SECTION.

       01  SCREEN-ACTION.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 03 COLUMN 01 VALUE
           "PERSONAL AGENDA"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 05 COLUMN 25 VALUE
           "EMPLOYMENT LINKS"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 01 VALUE
           "ACTION (A/M/D):"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L06C017 PIC X(001)
                        LINE 06 COLUMN 017
                        USING WE-L06C017
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 07 COLUMN 01 VALUE
           "CONTACT:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L07C014 PIC 9(006)
                        LINE 07 COLUMN 014
                        USING WE-L07C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 08 COLUMN 01 VALUE
           "ORGANISATION:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L08C014 PIC 9(006)
                        LINE 08 COLUMN 014
                        USING WE-L08C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.

       01  SCREEN-01.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 03 COLUMN 01 VALUE
           "PERSONAL AGENDA"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 05 COLUMN 25 VALUE
           "EMPLOYMENT LINKS"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 01 VALUE
           "ACTION (A/M/D):"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L06C017 PIC X(001)
                        LINE 06 COLUMN 017
                        FROM WE-L06C017
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 07 COLUMN 01 VALUE
           "CONTACT:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L07C014 PIC 9(006)
                        LINE 07 COLUMN 014
                        FROM WE-L07C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L07C022 PIC X(035)
                        LINE 07 COLUMN 022
                        FROM WE-L07C022
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 08 COLUMN 01 VALUE
           "ORGANISATION:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L08C014 PIC 9(006)
                        LINE 08 COLUMN 014
                        FROM WE-L08C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L08C022 PIC X(040)
                        LINE 08 COLUMN 022
                        FROM WE-L08C022
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 10 COLUMN 01 VALUE
           "JOB TITLE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L10C014 PIC X(030)
                        LINE 10 COLUMN 014
                        USING WE-L10C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 12 COLUMN 01 VALUE
           "START DATE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L12C022 PIC X(010)
                        LINE 12 COLUMN 022
                        USING WE-L12C022
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 12 COLUMN 34 VALUE
           "DD/MM/YYYY"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 13 COLUMN 01 VALUE
           "END DATE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L13C022 PIC X(010)
                        LINE 13 COLUMN 022
                        USING WE-L13C022
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 13 COLUMN 34 VALUE
           "DD/MM/YYYY - BLANK WHILE STILL THERE"
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

       PROCEDURE DIVISION.

       PERFORM INITIAL-PROCEDURE.
       PERFORM PROCEDURE001.

       INITIAL-PROCEDURE.
       MOVE SPACES TO WE-L17C014.

       PROCEDURE001.
           INITIALIZE WK01.
           DISPLAY SCREEN-ACTION.
           ACCEPT  SCREEN-ACTION.

           IF WE-L06C017 = SPACE
             MOVE 'A' TO WE-L06C017
           END-IF.

           IF NOT (Is-Add OR Is-Modify OR Is-Delete)
             MOVE "INVALID ACTION - USE A/M/D" TO WE-L17C014
             PERFORM PROCEDURE001
           ELSE
             PERFORM CHECK-CONTACT
             PERFORM CHECK-ORGANISATION
             EVALUATE TRUE
               WHEN NOT Contact-Ok
                 MOVE "UNKNOWN CONTACT CODE" TO WE-L17C014
                 PERFORM PROCEDURE001
               WHEN NOT Org-Ok
                 MOVE "UNKNOWN ORGANISATION CODE" TO WE-L17C014
                 PERFORM PROCEDURE001
               WHEN OTHER
                 MOVE 'Y' TO WS-FOUND-SWITCH
                 IF Is-Modify OR Is-Delete
                   PERFORM LOAD-EXISTING-RECORD
                 END-IF

                 IF NOT Rec-Found
                   MOVE "LINK NOT FOUND" TO WE-L17C014
                   PERFORM PROCEDURE001
                 ELSE
                   PERFORM PROCEDURE001B
                 END-IF
             END-EVALUATE
           END-IF.

       PROCEDURE001B.
           DISPLAY SCREEN-01.
           ACCEPT  SCREEN-01.

           IF exit-yes
             GOBACK
           ELSE
             PERFORM PROCEDURE002
           END-IF.

       CHECK-CONTACT.
         MOVE 'N' TO WS-CONTACT-OK-SW.

         OPEN INPUT AGENDA.
         MOVE WE-L07C014 TO agenda-code.

         READ AGENDA
           INVALID KEY
             CONTINUE
         END-READ.

         IF No-Error-Found AND Contact-Active
           MOVE 'Y' TO WS-CONTACT-OK-SW
           MOVE SPACES TO WE-L07C022
           STRING agenda-name DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  agenda-surname DELIMITED BY "  "
               INTO WE-L07C022
         END-IF.

         CLOSE AGENDA.

       CHECK-ORGANISATION.
         MOVE 'N' TO WS-ORG-OK-SW.

         OPEN INPUT ORG-FILE.
         IF NOT Org-File-Missing
           MOVE WE-L08C014 TO org-code
           READ ORG-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Org-No-Error-Found
             MOVE 'Y' TO WS-ORG-OK-SW
             MOVE org-name TO WE-L08C022
           END-IF
           CLOSE ORG-FILE
         END-IF.

       LOAD-EXISTING-RECORD.
         MOVE 'N' TO WS-FOUND-SWITCH.
         OPEN INPUT EMP-FILE.

         IF NOT Emp-File-Missing
           MOVE WE-L07C014 TO em-code
           MOVE WE-L08C014 TO em-org-code
           READ EMP-FILE
             INVALID KEY
               CONTINUE
           END-READ

           IF Emp-No-Error-Found
             MOVE 'Y' TO WS-FOUND-SWITCH
             MOVE em-job-title TO WE-L10C014
             MOVE SPACES TO WE-L12C022 WE-L13C022
             IF em-start-date NOT = SPACES
               STRING em-start-date(7:2) "/" em-start-date(5:2) "/"
                      em-start-date(1:4)
                   DELIMITED BY SIZE INTO WE-L12C022
             END-IF
             IF em-end-date NOT = SPACES
               STRING em-end-date(7:2) "/" em-end-date(5:2) "/"
                      em-end-date(1:4)
                   DELIMITED BY SIZE INTO WE-L13C022
             END-IF
           END-IF

           CLOSE EMP-FILE
         END-IF.

       PROCEDURE002.
         MOVE 'Y' TO WS-VALID-SWITCH.
         IF Is-Add OR Is-Modify
           PERFORM VALIDATE-ENTRY
         END-IF.

         IF Is-Valid
           OPEN I-O EMP-FILE
           IF Emp-File-Missing
             OPEN OUTPUT EMP-FILE
           END-IF
           MOVE WE-L07C014 TO em-code
           MOVE WE-L08C014 TO em-org-code

           EVALUATE TRUE
             WHEN Is-Add
               PERFORM ADD-RECORD
             WHEN Is-Modify
               PERFORM MODIFY-RECORD
             WHEN Is-Delete
               PERFORM DELETE-RECORD
           END-EVALUATE

           CLOSE EMP-FILE
         END-IF.

         IF Is-Valid
           PERFORM PROCEDURE001
         ELSE
           PERFORM PROCEDURE001B
         END-IF.

       VALIDATE-ENTRY.
         IF WE-L10C014 = SPACES
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "JOB TITLE IS REQUIRED" TO WE-L17C014
         END-IF.

         MOVE SPACES TO WS-START-DATE WS-END-DATE.

         IF Is-Valid AND WE-L12C022 NOT = SPACES
           MOVE WE-L12C022 TO WS-VAL-DATE-IN
           PERFORM VALIDATE-DATE
           IF Is-Valid
             MOVE WS-VAL-DATE-OUT TO WS-START-DATE
           ELSE
             MOVE "INVALID START DATE - USE DD/MM/YYYY"
               TO WE-L17C014
           END-IF
         END-IF.

         IF Is-Valid AND WE-L13C022 NOT = SPACES
           MOVE WE-L13C022 TO WS-VAL-DATE-IN
           PERFORM VALIDATE-DATE
           IF Is-Valid
             MOVE WS-VAL-DATE-OUT TO WS-END-DATE
           ELSE
             MOVE "INVALID END DATE - USE DD/MM/YYYY"
               TO WE-L17C014
           END-IF
         END-IF.

         IF Is-Valid
           AND WS-START-DATE NOT = SPACES
           AND WS-END-DATE NOT = SPACES
           AND WS-END-DATE < WS-START-DATE
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "END DATE IS BEFORE START DATE" TO WE-L17C014
         END-IF.

       VALIDATE-DATE.
         IF WS-VAL-DATE-IN(1:2)  NOT NUMERIC
         OR WS-VAL-DATE-IN(3:1)  NOT = '/'
         OR WS-VAL-DATE-IN(4:2)  NOT NUMERIC
         OR WS-VAL-DATE-IN(6:1)  NOT = '/'
         OR WS-VAL-DATE-IN(7:4)  NOT NUMERIC
           MOVE 'N' TO WS-VALID-SWITCH
         END-IF.

         IF Is-Valid
           MOVE WS-VAL-DATE-IN(1:2) TO WS-VAL-DAY
           MOVE WS-VAL-DATE-IN(4:2) TO WS-VAL-MONTH
           IF WS-VAL-DAY < 1 OR WS-VAL-DAY > 31
           OR WS-VAL-MONTH < 1 OR WS-VAL-MONTH > 12
             MOVE 'N' TO WS-VALID-SWITCH
           END-IF
         END-IF.

         IF Is-Valid
           MOVE WS-VAL-DATE-IN(7:4) TO WS-VAL-DATE-OUT(1:4)
           MOVE WS-VAL-DATE-IN(4:2) TO WS-VAL-DATE-OUT(5:2)
           MOVE WS-VAL-DATE-IN(1:2) TO WS-VAL-DATE-OUT(7:2)
         END-IF.

       ADD-RECORD.
         MOVE WE-L10C014    TO em-job-title.
         MOVE WS-START-DATE TO em-start-date.
         MOVE WS-END-DATE   TO em-end-date.

         WRITE Emp-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF Emp-No-Error-Found
           MOVE "LINK SAVED SUCCESSFULLY" TO WE-L17C014
         ELSE
           IF Emp-ALREADY-EXIST
             MOVE "CONTACT ALREADY LINKED TO THIS FIRM"
               TO WE-L17C014
           ELSE
             MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
           END-IF
         END-IF.

       MODIFY-RECORD.
         READ EMP-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Emp-Not-Found
           MOVE "LINK NOT FOUND" TO WE-L17C014
         ELSE
           MOVE WE-L10C014    TO em-job-title
           MOVE WS-START-DATE TO em-start-date
           MOVE WS-END-DATE   TO em-end-date

           REWRITE Emp-Rec
             INVALID KEY
               MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
           END-REWRITE

           IF Emp-No-Error-Found
             MOVE "LINK UPDATED SUCCESSFULLY" TO WE-L17C014
           END-IF
         END-IF.

       DELETE-RECORD.
         READ EMP-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Emp-Not-Found
           MOVE "LINK NOT FOUND" TO WE-L17C014
         ELSE
           DELETE EMP-FILE RECORD
             INVALID KEY
               MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
           END-DELETE

           IF Emp-No-Error-Found
             MOVE "LINK DELETED SUCCESSFULLY" TO WE-L17C014
           END-IF
         END-IF.
