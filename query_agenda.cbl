                           WITH DUPLICATES
                 FILE STATUS IS notes-status.

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

           02  nt-text                   PIC X(60).
           02  nt-followup-date          PIC X(8).

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

       01  WK01.
           03 WE-L15C036 PIC X(020).
           03 WE-L16C014 PIC X(015).
           03 WE-L16C036 PIC X(040).
           03 WE-L18C014 PIC X(060).
           03 WE-L19C011 PIC X(001).
             88 exit-yes  VALUE 'Y'.
           03 WE-L21C001 PIC X(075).
          02 hh-status                  PIC X(2).
             88 Hh-No-Error-Found     VALUE "00".
             88 Hh-File-Missing       VALUE "35".
          02 org-status                 PIC X(2).
             88 Org-No-Error-Found    VALUE "00".
             88 Org-File-Missing      VALUE "35".
          02 emp-status                 PIC X(2).
             88 Emp-File-Missing      VALUE "35".

       01 WS-EMP-DONE-SW              PIC X(1) VALUE 'N'.
          88 Emp-Scan-Done            VALUE 'Y'.
       01 WS-EMP-PTR                  PIC 9(3).
       01 WS-TODAY                    PIC X(8).

       01 WS-HH-DONE-SW               PIC X(1) VALUE 'N'.
          88 Hh-Scan-Done             VALUE 'Y'.
                        LINE 16 COLUMN 036
                        FROM WE-L16C036
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 18 COLUMN 01 VALUE
           "EMPLOYER:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L18C014 PIC X(060)
                        LINE 18 COLUMN 014
                        FROM WE-L18C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

           03 WX-L17C014 PIC X(040)
                        LINE 17 COLUMN 015
                      WE-L16C014 WE-L16C036.
       MOVE SPACES TO WE-L21C001 WE-L22C001 WE-L23C001.
       MOVE SPACES TO WE-L24C001.
       MOVE SPACES TO WE-L18C014.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD.

       PROCEDURE001.
           MOVE ZEROS TO WE-L07C014.
                          WE-L16C014 WE-L16C036
           MOVE SPACES TO WE-L21C001 WE-L22C001 WE-L23C001
           MOVE SPACES TO WE-L24C001
           MOVE SPACES TO WE-L18C014
         ELSE
           MOVE agenda-category TO WE-L08C014
           MOVE agenda-name    TO WE-L09C014
           MOVE SPACES         TO WE-L17C014
           PERFORM LOAD-RECENT-NOTES
           PERFORM LOAD-HOUSEHOLD-LINE
           PERFORM LOAD-EMPLOYER-LINE
         END-IF.

         CLOSE AGENDA.
         END-IF.
       END-HH-MEMBER-REG.

       LOAD-EMPLOYER-LINE.
         MOVE SPACES TO WE-L18C014.
         MOVE 'N' TO WS-EMP-DONE-SW.
         MOVE 1 TO WS-EMP-PTR.

         OPEN INPUT EMP-FILE.
         IF Emp-File-Missing
           MOVE 'Y' TO WS-EMP-DONE-SW
         ELSE
           OPEN INPUT ORG-FILE
           MOVE WE-L07C014 TO em-code
           MOVE ZEROS      TO em-org-code
           START EMP-FILE KEY IS >= em-key
             INVALID KEY
               MOVE 'Y' TO WS-EMP-DONE-SW
           END-START

           IF NOT Emp-Scan-Done
             READ EMP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EMP-DONE-SW
             END-READ
           END-IF
         END-IF.

         PERFORM EMPLOYER-REG UNTIL Emp-Scan-Done.

         IF NOT Emp-File-Missing
           IF NOT Org-File-Missing
             CLOSE ORG-FILE
           END-IF
           CLOSE EMP-FILE
         END-IF.

       EMPLOYER-REG.

         IF em-code NOT = WE-L07C014
           MOVE 'Y' TO WS-EMP-DONE-SW
         ELSE
           IF (em-end-date = SPACES OR em-end-date NOT < WS-TODAY)
           AND (em-start-date = SPACES
                OR em-start-date NOT > WS-TODAY)
             MOVE em-org-code TO org-code
             MOVE SPACES      TO org-name
             IF NOT Org-File-Missing
               READ ORG-FILE
                 INVALID KEY
                   CONTINUE
               END-READ
             END-IF
             IF WS-EMP-PTR > 1
               STRING "; " DELIMITED BY SIZE
                   INTO WE-L18C014 WITH POINTER WS-EMP-PTR
                 ON OVERFLOW
                   CONTINUE
               END-STRING
             END-IF
             STRING org-name DELIMITED BY "  "
                    " (" DELIMITED BY SIZE
                    em-job-title DELIMITED BY "  "
                    ")" DELIMITED BY SIZE
                 INTO WE-L18C014 WITH POINTER WS-EMP-PTR
               ON OVERFLOW
                 CONTINUE
             END-STRING
           END-IF

           READ EMP-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-EMP-DONE-SW
           END-READ
         END-IF.
       END-EMPLOYER-REG.

       NOTE-REG.

         IF nt-code NOT = WE-L07C014
