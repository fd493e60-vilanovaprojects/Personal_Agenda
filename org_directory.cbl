       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-ORG-DIR.
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

       SELECT ORGDIR-PRINT ASSIGN TO "AGENDA-ORGDIR.PRT"
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

       FD ORG-FILE.
       01  Org-Rec.
           88  END-ORG VALUE HIGH-VALUES.
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

       FD ORGDIR-PRINT.
       01  ORGDIR-PRINT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 agenda-status              PIC X(2).
             88 No-Error-Found        VALUE "00".
          02 org-status                 PIC X(2).
             88 Org-File-Missing      VALUE "35".
          02 emp-status                 PIC X(2).
             88 Emp-File-Missing      VALUE "35".

       01 WS-TARGET-CATEGORY          PIC X(4).

       01 WS-TODAY.
           03 WS-TODAY-YYYY            PIC 9(4).
           03 WS-TODAY-MM              PIC 9(2).
           03 WS-TODAY-DD              PIC 9(2).
       01 WS-TODAY-X REDEFINES WS-TODAY
                                      PIC X(8).

       01 WS-EMP-DONE-SW              PIC X(1) VALUE 'N'.
          88 Emp-Scan-Done            VALUE 'Y'.

       01 WS-PAGE-NO                  PIC 9(4) VALUE 1.
       01 WS-LINE-COUNT               PIC 9(4) VALUE 0.
       01 WS-LINES-PER-PAGE           PIC 9(4) VALUE 40.
       01 WS-ORG-COUNT                PIC 9(6) VALUE 0.
       01 WS-PEOPLE-COUNT             PIC 9(6) VALUE 0.
       01 WS-ORG-PEOPLE               PIC 9(4) VALUE 0.

       01 WS-PAGE-HEADER-1.
           03 FILLER            PIC X(10) VALUE "DATE: ".
           03 WS-H-YYYY          PIC 9(4).
           03 FILLER            PIC X(1)  VALUE "/".
           03 WS-H-MM            PIC 9(2).
           03 FILLER            PIC X(1)  VALUE "/".
           03 WS-H-DD            PIC 9(2).
           03 FILLER            PIC X(30) VALUE SPACES.
           03 FILLER            PIC X(6)  VALUE "PAGE: ".
           03 WS-H-PAGE          PIC ZZZ9.

       01 WS-TITLE-LINE              PIC X(80) VALUE
          "PERSONAL AGENDA - COMPANY DIRECTORY".

       01 WS-CATEGORY-LINE.
           03 FILLER                   PIC X(10) VALUE "CATEGORY: ".
           03 WS-H-CATEGORY             PIC X(4).

       01 WS-ORG-LINE.
           03 WS-O-CODE                PIC 9(6).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-O-NAME                PIC X(40).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-O-PHONE               PIC X(15).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-O-ADDRESS             PIC X(40).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-O-CITY                PIC X(20).

       01 WS-PERSON-LINE.
           03 FILLER                   PIC X(8)  VALUE SPACES.
           03 WS-P-CODE                PIC 9(6).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-P-NAME                PIC X(40).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-P-TITLE               PIC X(30).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-P-PHONE               PIC X(15).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-P-SINCE               PIC X(10).

       01 WS-NOBODY-LINE.
           03 FILLER                   PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X(30) VALUE
              "(NO CURRENT PEOPLE ON FILE)".

       01 WS-SPOOL-REPORT             PIC X(20) VALUE
          "COMPANY DIRECTORY".
       01 WS-SPOOL-FILE               PIC X(30) VALUE
          "AGENDA-ORGDIR.PRT".

       01 WS-TOTAL-LINE-1.
           03 FILLER                   PIC X(22) VALUE
              "TOTAL ORGANISATIONS: ".
           03 WS-TOT-ORGS               PIC ZZZ,ZZ9.

       01 WS-TOTAL-LINE-2.
           03 FILLER                   PIC X(22) VALUE
              "TOTAL PEOPLE LISTED: ".
           03 WS-TOT-PEOPLE             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       DISPLAY "CATEGORY TO PRINT (BLANK = ALL): ".
       ACCEPT WS-TARGET-CATEGORY.

       ACCEPT WS-TODAY FROM DATE YYYYMMDD.

       OPEN INPUT ORG-FILE.
       IF Org-File-Missing
         DISPLAY "NO ORGANISATION FILE - NOTHING TO PRINT"
         GOBACK
       END-IF.

       OPEN INPUT EMP-FILE.
       OPEN INPUT AGENDA.
       OPEN OUTPUT ORGDIR-PRINT.

       MOVE LOW-VALUES TO org-name.
       START ORG-FILE KEY IS >= org-name
         INVALID KEY
           SET END-ORG TO TRUE
       END-START.

       IF NOT END-ORG
         READ ORG-FILE NEXT RECORD
             AT END SET END-ORG TO TRUE
         END-READ
       END-IF.

       PERFORM PRINT-REG UNTIL END-ORG.

       MOVE WS-ORG-COUNT    TO WS-TOT-ORGS.
       MOVE WS-PEOPLE-COUNT TO WS-TOT-PEOPLE.
       MOVE SPACES TO ORGDIR-PRINT-LINE.
       WRITE ORGDIR-PRINT-LINE.
       WRITE ORGDIR-PRINT-LINE FROM WS-TOTAL-LINE-1.
       WRITE ORGDIR-PRINT-LINE FROM WS-TOTAL-LINE-2.

       CLOSE AGENDA.
       IF NOT Emp-File-Missing
         CLOSE EMP-FILE
       END-IF.
       CLOSE ORG-FILE.
       CLOSE ORGDIR-PRINT.

       CALL "AGENDA-SPOOL" USING WS-SPOOL-REPORT WS-SPOOL-FILE.
       CANCEL "AGENDA-SPOOL".

       GOBACK.

       PRINT-REG.

         IF WS-TARGET-CATEGORY = SPACES
         OR org-category = WS-TARGET-CATEGORY
           PERFORM PRINT-ORGANISATION
         END-IF.

         READ ORG-FILE NEXT RECORD
           AT END SET END-ORG TO TRUE
         END-READ.
       END-PRINT-REG.

       PRINT-ORGANISATION.
         IF WS-LINE-COUNT = 0
           PERFORM WRITE-PAGE-HEADERS
         END-IF.

         MOVE org-code    TO WS-O-CODE.
         MOVE org-name    TO WS-O-NAME.
         MOVE org-phone   TO WS-O-PHONE.
         MOVE org-address TO WS-O-ADDRESS.
         MOVE org-city    TO WS-O-CITY.

         MOVE SPACES TO ORGDIR-PRINT-LINE.
         WRITE ORGDIR-PRINT-LINE.
         WRITE ORGDIR-PRINT-LINE FROM WS-ORG-LINE.
         ADD 2 TO WS-LINE-COUNT.
         ADD 1 TO WS-ORG-COUNT.

         MOVE 0 TO WS-ORG-PEOPLE.
         MOVE 'N' TO WS-EMP-DONE-SW.

         IF Emp-File-Missing
           MOVE 'Y' TO WS-EMP-DONE-SW
         ELSE
           MOVE org-code TO em-org-code
           START EMP-FILE KEY IS = em-org-code
             INVALID KEY
               MOVE 'Y' TO WS-EMP-DONE-SW
           END-START
           IF NOT Emp-Scan-Done
             READ EMP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EMP-DONE-SW
             END-READ
           END-IF
         END-IF.

         PERFORM PERSON-REG UNTIL Emp-Scan-Done.

         IF WS-ORG-PEOPLE = 0
           WRITE ORGDIR-PRINT-LINE FROM WS-NOBODY-LINE
           ADD 1 TO WS-LINE-COUNT
         END-IF.

         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
           MOVE 0 TO WS-LINE-COUNT
           ADD 1 TO WS-PAGE-NO
         END-IF.

       PERSON-REG.

         IF em-org-code NOT = org-code
           MOVE 'Y' TO WS-EMP-DONE-SW
         ELSE
           IF (em-end-date = SPACES OR em-end-date NOT < WS-TODAY-X)
           AND (em-start-date = SPACES
                OR em-start-date NOT > WS-TODAY-X)
             PERFORM PRINT-PERSON
           END-IF

           READ EMP-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-EMP-DONE-SW
           END-READ
         END-IF.
       END-PERSON-REG.

       PRINT-PERSON.
         MOVE em-code TO agenda-code.
         READ AGENDA
           INVALID KEY
             CONTINUE
         END-READ.

         IF No-Error-Found AND Contact-Active
           MOVE agenda-code  TO WS-P-CODE
           MOVE SPACES       TO WS-P-NAME
           STRING agenda-name DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  agenda-surname DELIMITED BY "  "
               INTO WS-P-NAME
           MOVE em-job-title TO WS-P-TITLE
           MOVE agenda-phone TO WS-P-PHONE
           MOVE SPACES       TO WS-P-SINCE
           IF em-start-date NOT = SPACES
             STRING em-start-date(7:2) "/" em-start-date(5:2) "/"
                    em-start-date(1:4)
                 DELIMITED BY SIZE INTO WS-P-SINCE
           END-IF

           WRITE ORGDIR-PRINT-LINE FROM WS-PERSON-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-ORG-PEOPLE
           ADD 1 TO WS-PEOPLE-COUNT
         END-IF.

       WRITE-PAGE-HEADERS.
         MOVE WS-TODAY-YYYY TO WS-H-YYYY.
         MOVE WS-TODAY-MM   TO WS-H-MM.
         MOVE WS-TODAY-DD   TO WS-H-DD.
         MOVE WS-PAGE-NO    TO WS-H-PAGE.

         WRITE ORGDIR-PRINT-LINE FROM WS-TITLE-LINE.
         WRITE ORGDIR-PRINT-LINE FROM WS-PAGE-HEADER-1.
         IF WS-TARGET-CATEGORY NOT = SPACES
           MOVE WS-TARGET-CATEGORY TO WS-H-CATEGORY
           WRITE ORGDIR-PRINT-LINE FROM WS-CATEGORY-LINE
         END-IF.
