       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-SEC-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SECJNL-FILE ASSIGN TO "AGENDA-SECJNL.DAT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS secjnl-status.

       SELECT USER-FILE ASSIGN TO "AGENDA-USERS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS usr-id
                 FILE STATUS IS user-status.

       SELECT SEC-PRINT ASSIGN TO "AGENDA-SEC.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SECJNL-FILE.
       01  Security-Rec.
           88  END-SECJNL VALUE HIGH-VALUES.
           02  sj-timestamp             PIC X(14).
           02  sj-user-id               PIC X(8).
           02  sj-event                 PIC X(1).
               88  Sj-Signon-Ok        VALUE 'S'.
               88  Sj-Signon-Failed    VALUE 'F'.
               88  Sj-Locked-Out       VALUE 'L'.
               88  Sj-Locked-Attempt   VALUE 'B'.
               88  Sj-Password-Changed VALUE 'C'.
               88  Sj-Lock-Reset       VALUE 'R'.
           02  sj-by-user               PIC X(8).

       FD USER-FILE.
       01  User-Rec.
           88  END-USERS VALUE HIGH-VALUES.
           02  usr-id                  PIC X(8).
           02  usr-password            PIC X(8).
           02  usr-level               PIC X(1).
               88  User-Supervisor     VALUE 'S'.
               88  User-Operator       VALUE 'O'.
           02  usr-fail-count          PIC 9(2).
           02  usr-locked              PIC X(1).
               88  User-Locked         VALUE 'Y'.
           02  usr-pwd-changed         PIC X(8).
           02  usr-last-signon         PIC X(14).

       FD SEC-PRINT.
       01  SEC-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 secjnl-status              PIC X(2).
             88 Secjnl-Not-Found      VALUE "35".
          02 user-status                PIC X(2).
             88 User-File-Missing     VALUE "35".

       01 WS-TODAY.
           03 WS-TODAY-YYYY            PIC 9(4).
           03 WS-TODAY-MM              PIC 9(2).
           03 WS-TODAY-DD              PIC 9(2).

       01 WS-FROM-DATE                PIC X(8).
       01 WS-TO-DATE                  PIC X(8).
       01 WS-DORMANT-DAYS             PIC 9(3) VALUE 0.
       01 WS-G                        PIC 9(3).

       01 WS-CUTOFF-DATE.
           03 WS-CAL-YEAR              PIC 9(4).
           03 WS-CAL-MONTH             PIC 9(2).
           03 WS-CAL-DAY               PIC 9(2).
       01 WS-MONTH-DAYS               PIC 9(2).
       01 WS-YEAR-QUOT                PIC 9(4).
       01 WS-YEAR-REM                 PIC 9(4).

       01 WS-FAILED-COUNT             PIC 9(6) VALUE 0.
       01 WS-LOCKOUT-COUNT            PIC 9(6) VALUE 0.
       01 WS-LOCKED-TRY-COUNT         PIC 9(6) VALUE 0.
       01 WS-RESET-COUNT              PIC 9(6) VALUE 0.
       01 WS-LOCKED-USER-COUNT        PIC 9(6) VALUE 0.
       01 WS-DORMANT-COUNT            PIC 9(6) VALUE 0.

       01 WS-TITLE-LINE               PIC X(80) VALUE
          "PERSONAL AGENDA - SIGN-ON SECURITY REPORT".

       01 WS-PAGE-HEADER-1.
           03 FILLER            PIC X(10) VALUE "DATE: ".
           03 WS-H-YYYY          PIC 9(4).
           03 FILLER            PIC X(1)  VALUE "/".
           03 WS-H-MM            PIC 9(2).
           03 FILLER            PIC X(1)  VALUE "/".
           03 WS-H-DD            PIC 9(2).
           03 FILLER            PIC X(6)  VALUE SPACES.
           03 FILLER            PIC X(8)  VALUE "EVENTS ".
           03 WS-H-FROM          PIC X(8).
           03 FILLER            PIC X(4)  VALUE " TO ".
           03 WS-H-TO            PIC X(8).

       01 WS-SECTION-LINE             PIC X(60).

       01 WS-EVENT-COLUMNS.
           03 FILLER PIC X(17) VALUE "  TIMESTAMP".
           03 FILLER PIC X(10) VALUE "USER ID".
           03 FILLER PIC X(30) VALUE "EVENT".
           03 FILLER PIC X(8)  VALUE "BY".

       01 WS-EVENT-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-E-TIMESTAMP           PIC X(14).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-E-USER                PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-E-EVENT               PIC X(30).
           03 WS-E-BY                  PIC X(8).

       01 WS-USER-COLUMNS.
           03 FILLER PIC X(12) VALUE "  USER ID".
           03 FILLER PIC X(7)  VALUE "LEVEL".
           03 FILLER PIC X(8)  VALUE "FAILS".
           03 FILLER PIC X(16) VALUE "LAST SIGN-ON".
           03 FILLER PIC X(10) VALUE "PWD SET".

       01 WS-USER-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-U-ID                  PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-U-LEVEL               PIC X(1).
           03 FILLER                   PIC X(6)  VALUE SPACES.
           03 WS-U-FAILS               PIC Z9.
           03 FILLER                   PIC X(6)  VALUE SPACES.
           03 WS-U-LAST                PIC X(14).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-U-PWD                 PIC X(8).

       01 WS-COUNT-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-C-LABEL               PIC X(30).
           03 WS-C-COUNT               PIC ZZZ,ZZ9.

       01 WS-SPOOL-REPORT             PIC X(20) VALUE
          "SIGN-ON SECURITY".
       01 WS-SPOOL-FILE               PIC X(30) VALUE
          "AGENDA-SEC.PRT".

       PROCEDURE DIVISION.

       DISPLAY "SIGN-ON EVENTS FROM DATE (YYYYMMDD): ".
       ACCEPT WS-FROM-DATE.
       DISPLAY "SIGN-ON EVENTS TO DATE (YYYYMMDD, BLANK=TODAY): ".
       ACCEPT WS-TO-DATE.
       DISPLAY "USER IS DORMANT AFTER (DAYS WITHOUT SIGN-ON): ".
       ACCEPT WS-DORMANT-DAYS.

       ACCEPT WS-TODAY FROM DATE YYYYMMDD.

       IF WS-TO-DATE = SPACES
         MOVE WS-TODAY TO WS-TO-DATE
       END-IF.

       PERFORM COMPUTE-CUTOFF.

       OPEN OUTPUT SEC-PRINT.
       PERFORM WRITE-PAGE-HEADERS.

       PERFORM LIST-JOURNAL-EVENTS.
       PERFORM LIST-LOCKED-USERS.
       PERFORM LIST-DORMANT-USERS.

       MOVE SPACES TO SEC-PRINT-LINE.
       WRITE SEC-PRINT-LINE.
       MOVE "TOTALS" TO WS-SECTION-LINE.
       WRITE SEC-PRINT-LINE FROM WS-SECTION-LINE.
       MOVE "FAILED SIGN-ONS:" TO WS-C-LABEL.
       MOVE WS-FAILED-COUNT TO WS-C-COUNT.
       WRITE SEC-PRINT-LINE FROM WS-COUNT-LINE.
       MOVE "LOCK-OUTS:" TO WS-C-LABEL.
       MOVE WS-LOCKOUT-COUNT TO WS-C-COUNT.
       WRITE SEC-PRINT-LINE FROM WS-COUNT-LINE.
       MOVE "TRIES ON A LOCKED ID:" TO WS-C-LABEL.
       MOVE WS-LOCKED-TRY-COUNT TO WS-C-COUNT.
       WRITE SEC-PRINT-LINE FROM WS-COUNT-LINE.
       MOVE "LOCKS RESET BY SUPERVISOR:" TO WS-C-LABEL.
       MOVE WS-RESET-COUNT TO WS-C-COUNT.
       WRITE SEC-PRINT-LINE FROM WS-COUNT-LINE.
       MOVE "USER IDS NOW LOCKED:" TO WS-C-LABEL.
       MOVE WS-LOCKED-USER-COUNT TO WS-C-COUNT.
       WRITE SEC-PRINT-LINE FROM WS-COUNT-LINE.
       MOVE "DORMANT USER IDS:" TO WS-C-LABEL.
       MOVE WS-DORMANT-COUNT TO WS-C-COUNT.
       WRITE SEC-PRINT-LINE FROM WS-COUNT-LINE.

       CLOSE SEC-PRINT.

       CALL "AGENDA-SPOOL" USING WS-SPOOL-REPORT WS-SPOOL-FILE.
       CANCEL "AGENDA-SPOOL".

       DISPLAY "FAILED SIGN-ONS:  " WS-FAILED-COUNT.
       DISPLAY "LOCKED USER IDS:  " WS-LOCKED-USER-COUNT.
       DISPLAY "DORMANT USER IDS: " WS-DORMANT-COUNT.

       GOBACK.

       COMPUTE-CUTOFF.
         MOVE WS-TODAY-YYYY TO WS-CAL-YEAR.
         MOVE WS-TODAY-MM   TO WS-CAL-MONTH.
         MOVE WS-TODAY-DD   TO WS-CAL-DAY.

         PERFORM SUBTRACT-ONE-DAY
             VARYING WS-G FROM 1 BY 1
             UNTIL WS-G > WS-DORMANT-DAYS.

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

       LIST-JOURNAL-EVENTS.
         MOVE SPACES TO SEC-PRINT-LINE.
         WRITE SEC-PRINT-LINE.
         MOVE "FAILED SIGN-ONS, LOCK-OUTS AND RESETS"
           TO WS-SECTION-LINE.
         WRITE SEC-PRINT-LINE FROM WS-SECTION-LINE.
         WRITE SEC-PRINT-LINE FROM WS-EVENT-COLUMNS.

         OPEN INPUT SECJNL-FILE.
         IF Secjnl-Not-Found
           MOVE "  NO SIGN-ON JOURNAL FOUND" TO SEC-PRINT-LINE
           WRITE SEC-PRINT-LINE
         ELSE
           READ SECJNL-FILE
               AT END SET END-SECJNL TO TRUE
           END-READ
           PERFORM JOURNAL-REG UNTIL END-SECJNL
           CLOSE SECJNL-FILE
         END-IF.

       JOURNAL-REG.

         IF sj-timestamp(1:8) >= WS-FROM-DATE
         AND sj-timestamp(1:8) <= WS-TO-DATE
           EVALUATE TRUE
             WHEN Sj-Signon-Failed
               MOVE "FAILED SIGN-ON" TO WS-E-EVENT
               ADD 1 TO WS-FAILED-COUNT
               PERFORM PRINT-EVENT
             WHEN Sj-Locked-Out
               MOVE "USER ID LOCKED" TO WS-E-EVENT
               ADD 1 TO WS-LOCKOUT-COUNT
               PERFORM PRINT-EVENT
             WHEN Sj-Locked-Attempt
               MOVE "SIGN-ON TRIED ON LOCKED ID" TO WS-E-EVENT
               ADD 1 TO WS-LOCKED-TRY-COUNT
               PERFORM PRINT-EVENT
             WHEN Sj-Lock-Reset
               MOVE "LOCK RESET" TO WS-E-EVENT
               ADD 1 TO WS-RESET-COUNT
               PERFORM PRINT-EVENT
             WHEN OTHER
               CONTINUE
           END-EVALUATE
         END-IF.

         READ SECJNL-FILE
           AT END SET END-SECJNL TO TRUE
         END-READ.
       END-JOURNAL-REG.

       PRINT-EVENT.
         MOVE sj-timestamp TO WS-E-TIMESTAMP.
         MOVE sj-user-id   TO WS-E-USER.
         MOVE sj-by-user   TO WS-E-BY.
         WRITE SEC-PRINT-LINE FROM WS-EVENT-LINE.

       LIST-LOCKED-USERS.
         MOVE SPACES TO SEC-PRINT-LINE.
         WRITE SEC-PRINT-LINE.
         MOVE "USER IDS CURRENTLY LOCKED" TO WS-SECTION-LINE.
         WRITE SEC-PRINT-LINE FROM WS-SECTION-LINE.
         WRITE SEC-PRINT-LINE FROM WS-USER-COLUMNS.

         OPEN INPUT USER-FILE.
         IF NOT User-File-Missing
           READ USER-FILE NEXT RECORD
               AT END SET END-USERS TO TRUE
           END-READ
           PERFORM LOCKED-REG UNTIL END-USERS
           CLOSE USER-FILE
         END-IF.

       LOCKED-REG.

         IF User-Locked
           PERFORM PRINT-USER
           ADD 1 TO WS-LOCKED-USER-COUNT
         END-IF.

         READ USER-FILE NEXT RECORD
           AT END SET END-USERS TO TRUE
         END-READ.
       END-LOCKED-REG.

       LIST-DORMANT-USERS.
         MOVE SPACES TO SEC-PRINT-LINE.
         WRITE SEC-PRINT-LINE.
         MOVE SPACES TO WS-SECTION-LINE.
         STRING "DORMANT USER IDS (NO SIGN-ON SINCE "
                WS-CUTOFF-DATE ")"
                DELIMITED BY SIZE INTO WS-SECTION-LINE.
         WRITE SEC-PRINT-LINE FROM WS-SECTION-LINE.
         WRITE SEC-PRINT-LINE FROM WS-USER-COLUMNS.

         OPEN INPUT USER-FILE.
         IF NOT User-File-Missing
           READ USER-FILE NEXT RECORD
               AT END SET END-USERS TO TRUE
           END-READ
           PERFORM DORMANT-REG UNTIL END-USERS
           CLOSE USER-FILE
         END-IF.

       DORMANT-REG.

         IF usr-last-signon = SPACES
         OR usr-last-signon(1:8) < WS-CUTOFF-DATE
           PERFORM PRINT-USER
           ADD 1 TO WS-DORMANT-COUNT
         END-IF.

         READ USER-FILE NEXT RECORD
           AT END SET END-USERS TO TRUE
         END-READ.
       END-DORMANT-REG.

       PRINT-USER.
         MOVE usr-id          TO WS-U-ID.
         MOVE usr-level       TO WS-U-LEVEL.
         MOVE usr-fail-count  TO WS-U-FAILS.
         IF usr-last-signon = SPACES
           MOVE "NEVER" TO WS-U-LAST
         ELSE
           MOVE usr-last-signon TO WS-U-LAST
         END-IF.
         MOVE usr-pwd-changed TO WS-U-PWD.
         WRITE SEC-PRINT-LINE FROM WS-USER-LINE.

       WRITE-PAGE-HEADERS.
         MOVE WS-TODAY-YYYY TO WS-H-YYYY.
         MOVE WS-TODAY-MM   TO WS-H-MM.
         MOVE WS-TODAY-DD   TO WS-H-DD.
         MOVE WS-FROM-DATE  TO WS-H-FROM.
         MOVE WS-TO-DATE    TO WS-H-TO.

         WRITE SEC-PRINT-LINE FROM WS-TITLE-LINE.
         WRITE SEC-PRINT-LINE FROM WS-PAGE-HEADER-1.
