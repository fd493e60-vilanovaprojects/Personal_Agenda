       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-ORG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       SELECT CATEGORY-FILE ASSIGN TO "CATEGORY.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS cat-code
                 FILE STATUS IS category-status.

       DATA DIVISION.
       FILE SECTION.

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

       FD CATEGORY-FILE.
       01  Category-Rec.
           02  cat-code                PIC X(4).
           02  cat-description         PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-VALID-SWITCH            PIC X(1) VALUE 'Y'.
           88 Is-Valid                VALUE 'Y'.

       01  WS-FOUND-SWITCH            PIC X(1) VALUE 'Y'.
           88 Rec-Found               VALUE 'Y'.

       01  WS-SCAN-DONE-SW            PIC X(1) VALUE 'N'.
           88 Scan-Done               VALUE 'Y'.

       01  WS-NEXT-CODE               PIC 9(6) VALUE 0.

       01  WK01.
           03 WE-L06C017 PIC X(001).
             88 Is-Add     VALUE 'A'.
             88 Is-Modify  VALUE 'M'.
             88 Is-Delete  VALUE 'D'.
           03 WE-L07C014 PIC 9(006).
           03 WE-L09C014 PIC X(040).
           03 WE-L11C014 PIC X(015).
           03 WE-L13C014 PIC X(040).
           03 WE-L15C014 PIC X(020).
           03 WE-L15C046 PIC X(004).
           03 WE-L19C011 PIC X(001).
             88 exit-yes  VALUE 'Y'.

       01 Status-Codes.
          02 org-status                 PIC X(2).
             88 No-Error-Found        VALUE "00".
             88 Rec-ALREADY-EXIST     VALUE "22".
             88 Rec-Not-Found         VALUE "23".
             88 Org-File-Missing      VALUE "35".
          02 emp-status                 PIC X(2).
             88 Emp-No-Error-Found    VALUE "00".
             88 Emp-File-Missing      VALUE "35".
          02 category-status            PIC X(2).
             88 Cat-No-Error-Found    VALUE "00".

       01 WE-L17C014 PIC X(040).

       SCREEN SECTION.

       01  SCREEN-ACTION.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 03 COLUMN 01 VALUE
           "PERSONAL AGENDA"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 05 COLUMN 25 VALUE
           "ORGANISATIONS"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 01 VALUE
           "ACTION (A/M/D):"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L06C017 PIC X(001)
                        LINE 06 COLUMN 017
                        USING WE-L06C017
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 07 COLUMN 01 VALUE
           "CODE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L07C014 PIC 9(006)
                        LINE 07 COLUMN 014
                        USING WE-L07C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 07 COLUMN 22 VALUE
           "(0 ON ADD = NEXT FREE CODE)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

       01  SCREEN-01.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 03 COLUMN 01 VALUE
           "PERSONAL AGENDA"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 05 COLUMN 25 VALUE
           "ORGANISATIONS"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 01 VALUE
           "ACTION (A/M/D):"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L06C017 PIC X(001)
                        LINE 06 COLUMN 017
                        FROM WE-L06C017
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 07 COLUMN 01 VALUE
           "CODE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L07C014 PIC 9(006)
                        LINE 07 COLUMN 014
                        FROM WE-L07C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 09 COLUMN 01 VALUE
           "NAME:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L09C014 PIC X(040)
                        LINE 09 COLUMN 014
                        USING WE-L09C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 11 COLUMN 01 VALUE
           "SWITCHBOARD:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L11C014 PIC X(015)
                        LINE 11 COLUMN 014
                        USING WE-L11C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 13 COLUMN 01 VALUE
           "ADDRESS:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L13C014 PIC X(040)
                        LINE 13 COLUMN 014
                        USING WE-L13C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 15 COLUMN 01 VALUE
           "CITY:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L15C014 PIC X(020)
                        LINE 15 COLUMN 014
                        USING WE-L15C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 15 COLUMN 36 VALUE
           "CATEGORY:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L15C046 PIC X(004)
                        LINE 15 COLUMN 046
                        USING WE-L15C046
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.

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
             MOVE 'Y' TO WS-FOUND-SWITCH
             IF Is-Add AND WE-L07C014 = 0
               PERFORM GET-NEXT-ORG-CODE
             END-IF
             IF Is-Modify OR Is-Delete
               PERFORM LOAD-EXISTING-RECORD
             END-IF

             IF NOT Rec-Found
               MOVE "RECORD NOT FOUND" TO WE-L17C014
               PERFORM PROCEDURE001
             ELSE
               PERFORM PROCEDURE001B
             END-IF
           END-IF.

       PROCEDURE001B.
           DISPLAY SCREEN-01.
           ACCEPT  SCREEN-01.

           IF exit-yes
             GOBACK
           ELSE
             PERFORM PROCEDURE002
           END-IF.

       GET-NEXT-ORG-CODE.
         MOVE 0 TO WS-NEXT-CODE.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN INPUT ORG-FILE.
         IF Org-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE ZEROS TO org-code
           START ORG-FILE KEY IS >= org-code
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
         END-IF.

         PERFORM UNTIL Scan-Done
           READ ORG-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
           IF NOT Scan-Done
             MOVE org-code TO WS-NEXT-CODE
           END-IF
         END-PERFORM.

         IF NOT Org-File-Missing
           CLOSE ORG-FILE
         END-IF.

         COMPUTE WE-L07C014 = WS-NEXT-CODE + 1.

       LOAD-EXISTING-RECORD.
         MOVE 'N' TO WS-FOUND-SWITCH.
         OPEN INPUT ORG-FILE.
         MOVE WE-L07C014 TO org-code.

         IF NOT Org-File-Missing
           READ ORG-FILE
             INVALID KEY
               CONTINUE
           END-READ

           IF No-Error-Found
             MOVE 'Y' TO WS-FOUND-SWITCH
             MOVE org-name     TO WE-L09C014
             MOVE org-phone    TO WE-L11C014
             MOVE org-address  TO WE-L13C014
             MOVE org-city     TO WE-L15C014
             MOVE org-category TO WE-L15C046
           END-IF

           CLOSE ORG-FILE
         END-IF.

       PROCEDURE002.
         MOVE 'Y' TO WS-VALID-SWITCH.
         IF Is-Add OR Is-Modify
           PERFORM VALIDATE-ENTRY
         END-IF.

         IF Is-Valid AND Is-Delete
           PERFORM CHECK-EMPLOYEES
         END-IF.

         IF Is-Valid
           OPEN I-O ORG-FILE
           IF Org-File-Missing
             OPEN OUTPUT ORG-FILE
           END-IF
           MOVE WE-L07C014 TO org-code

           EVALUATE TRUE
             WHEN Is-Add
               PERFORM ADD-RECORD
             WHEN Is-Modify
               PERFORM MODIFY-RECORD
             WHEN Is-Delete
               PERFORM DELETE-RECORD
           END-EVALUATE

           CLOSE ORG-FILE
         END-IF.

         IF Is-Valid
           PERFORM PROCEDURE001
         ELSE
           PERFORM PROCEDURE001B
         END-IF.

       VALIDATE-ENTRY.
         IF WE-L07C014 = 0
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "CODE IS REQUIRED" TO WE-L17C014
         END-IF.

         IF Is-Valid AND WE-L09C014 = SPACES
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "NAME IS REQUIRED" TO WE-L17C014
         END-IF.

         IF Is-Valid
           INSPECT WE-L15C014 CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         END-IF.

         IF Is-Valid AND WE-L15C046 NOT = SPACES
           PERFORM CHECK-CATEGORY
         END-IF.

       CHECK-CATEGORY.
         OPEN INPUT CATEGORY-FILE.
         MOVE WE-L15C046 TO cat-code.

         READ CATEGORY-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF NOT Cat-No-Error-Found
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "UNKNOWN CATEGORY" TO WE-L17C014
         END-IF.

         CLOSE CATEGORY-FILE.

       CHECK-EMPLOYEES.
         OPEN INPUT EMP-FILE.
         IF NOT Emp-File-Missing
           MOVE WE-L07C014 TO em-org-code
           START EMP-FILE KEY IS = em-org-code
             INVALID KEY
               CONTINUE
           END-START
           IF Emp-No-Error-Found
             MOVE 'N' TO WS-VALID-SWITCH
             MOVE "PEOPLE STILL LINKED - NOT DELETED"
               TO WE-L17C014
           END-IF
           CLOSE EMP-FILE
         END-IF.

       ADD-RECORD.
         MOVE WE-L07C014 TO org-code.
         MOVE WE-L09C014 TO org-name.
         MOVE WE-L11C014 TO org-phone.
         MOVE WE-L13C014 TO org-address.
         MOVE WE-L15C014 TO org-city.
         MOVE WE-L15C046 TO org-category.

         WRITE Org-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF No-Error-Found
           MOVE "ORGANISATION SAVED SUCCESSFULLY" TO WE-L17C014
         ELSE
           IF Rec-ALREADY-EXIST
             MOVE "ORGANISATION ALREADY EXIST" TO WE-L17C014
           ELSE
             MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
           END-IF
         END-IF.

       MODIFY-RECORD.
         READ ORG-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Rec-Not-Found
           MOVE "RECORD NOT FOUND" TO WE-L17C014
         ELSE
           MOVE WE-L09C014 TO org-name
           MOVE WE-L11C014 TO org-phone
           MOVE WE-L13C014 TO org-address
           MOVE WE-L15C014 TO org-city
           MOVE WE-L15C046 TO org-category

           REWRITE Org-Rec
             INVALID KEY
               MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
           END-REWRITE

           IF No-Error-Found
             MOVE "ORGANISATION UPDATED SUCCESSFULLY" TO WE-L17C014
           END-IF
         END-IF.

       DELETE-RECORD.
         READ ORG-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Rec-Not-Found
           MOVE "RECORD NOT FOUND" TO WE-L17C014
         ELSE
           DELETE ORG-FILE RECORD
             INVALID KEY
               MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
           END-DELETE

           IF No-Error-Found
             MOVE "ORGANISATION DELETED SUCCESSFULLY" TO WE-L17C014
           END-IF
         END-IF.
