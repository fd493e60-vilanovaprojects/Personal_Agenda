       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-ACT-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS audit-status.

       SELECT USER-FILE ASSIGN TO "AGENDA-USERS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS usr-id
                 FILE STATUS IS user-status.

       SELECT ACTTHR-FILE ASSIGN TO "AGENDA-ACTTHR.DAT"
                 ORGANIZATION IS RELATIVE
                 ACCESS MODE IS DYNAMIC
                 RELATIVE KEY IS thr-rel-key
                 FILE STATUS IS actthr-status.

       SELECT SYSLOCK-FILE ASSIGN TO "SYSLOCK.DAT"
                 ORGANIZATION IS RELATIVE
                 ACCESS MODE IS DYNAMIC
                 RELATIVE KEY IS lock-rel-key
                 FILE STATUS IS lock-status.

       SELECT SORT-WORK ASSIGN TO "ACTSORT.WRK".

       SELECT ACT-SORTED ASSIGN TO "ACTSORT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ACT-PRINT ASSIGN TO "AGENDA-ACT.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD AUDIT-FILE.
       01  Audit-Rec.
           88  END-AUDIT VALUE HIGH-VALUES.
           02  aud-code                 PIC 9(6).
           02  aud-name                 PIC X(35).
           02  aud-surname              PIC X(35).
           02  aud-address              PIC X(40).
           02  aud-b-date                PIC X(14).
           02  aud-city                  PIC X(20).
           02  aud-phone                 PIC X(15).
           02  aud-email                 PIC X(40).
           02  aud-category              PIC X(4).
           02  aud-active                PIC X(1).
           02  aud-timestamp             PIC X(14).
           02  aud-action                PIC X(1).
           02  aud-user                  PIC X(8).
           02  aud-seq                   PIC 9(9).
           02  aud-check                 PIC 9(9).

       FD USER-FILE.
       01  User-Rec.
           02  usr-id                  PIC X(8).
           02  usr-password            PIC X(8).
           02  usr-level               PIC X(1).
           02  usr-fail-count          PIC 9(2).
           02  usr-locked              PIC X(1).
           02  usr-pwd-changed         PIC X(8).
           02  usr-last-signon         PIC X(14).

       FD ACTTHR-FILE.
       01  Act-Thr-Rec.
           02  thr-office-start         PIC 9(4).
           02  thr-office-end           PIC 9(4).
           02  thr-weekend              PIC X(1).
           02  thr-bulk-deletes         PIC 9(3).
           02  thr-bulk-minutes         PIC 9(3).
           02  thr-repeat-changes       PIC 9(3).

       FD SYSLOCK-FILE.
       01  Syslock-Rec.
           02  lock-sw                  PIC X(1).
               88  Batch-Lock-Held     VALUE 'Y'.
           02  lock-job                 PIC X(20).
           02  lock-since               PIC X(14).

       SD SORT-WORK.
       01  SORT-WORK-REC.
           02  SW-DATE                 PIC X(8).
           02  SW-USER                 PIC X(8).
           02  SW-TIME                 PIC X(6).
           02  SW-SEQ                  PIC 9(9).
           02  SW-ACTION               PIC X(1).
           02  SW-CODE                 PIC 9(6).

       FD ACT-SORTED.
       01  ACT-SORTED-REC              PIC X(38).

       FD ACT-PRINT.
       01  ACT-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 audit-status               PIC X(2).
             88 Audit-Not-Found        VALUE "35".
          02 user-status                PIC X(2).
             88 User-Found             VALUE "00".
             88 User-File-Missing      VALUE "35".
          02 actthr-status              PIC X(2).
             88 Thr-No-Error-Found     VALUE "00".
             88 Thr-File-Missing       VALUE "35".

       01 lock-status                 PIC X(2).
          88 Lock-No-Error-Found      VALUE "00".
          88 Lock-File-Missing        VALUE "35".
       01 lock-rel-key                PIC 9(4) VALUE 1.
       01 thr-rel-key                 PIC 9(4) VALUE 1.

       01 WS-NIGHT-SW                 PIC X(1) VALUE 'N'.
          88 Under-Night-Stream       VALUE 'Y'.

       01 WS-AUDIT-FILE-NAME          PIC X(16) VALUE
          "AGENDA-AUDIT.DAT".

       01 WS-ARCHIVE-NAME.
           03 FILLER                   PIC X(5)  VALUE "AUDIT".
           03 WS-ARCHIVE-YEAR           PIC 9(4).
           03 FILLER                   PIC X(4)  VALUE ".DAT".

       01 WS-TODAY.
           03 WS-TODAY-YYYY            PIC 9(4).
           03 WS-TODAY-MM              PIC 9(2).
           03 WS-TODAY-DD              PIC 9(2).

       01 WS-FROM-DATE                PIC X(8).
       01 WS-TO-DATE                  PIC X(8).
       01 WS-FROM-YEAR                PIC 9(4).
       01 WS-TO-YEAR                  PIC 9(4).
       01 WS-YEAR                     PIC 9(4).

       01 WS-LAYOUT-OK-SW             PIC X(1) VALUE 'Y'.
          88 Layout-Ok                VALUE 'Y'.

       01 WS-OFFICE-START             PIC 9(4) VALUE 0800.
       01 WS-OFFICE-END               PIC 9(4) VALUE 1800.
       01 WS-WEEKEND-SW               PIC X(1) VALUE 'Y'.
          88 Weekend-Out-Of-Hours     VALUE 'Y'.
       01 WS-BULK-DELETES             PIC 9(3) VALUE 20.
       01 WS-BULK-MINUTES             PIC 9(3) VALUE 10.
       01 WS-REPEAT-CHANGES           PIC 9(3) VALUE 5.

       01 WS-PREV-ACTION              PIC X(1).
       01 WS-PREV-USER                PIC X(8).

       01 WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
          88 END-SORTED               VALUE 'Y'.

       01 WS-FIRST-GROUP-SW           PIC X(1) VALUE 'Y'.
          88 First-Group              VALUE 'Y'.

       01 WS-IN-REC.
           03 WS-IN-DATE               PIC X(8).
           03 WS-IN-USER               PIC X(8).
           03 WS-IN-TIME.
              05 WS-IN-HHMM            PIC 9(4).
              05 WS-IN-SS              PIC 9(2).
           03 WS-IN-SEQ                PIC 9(9).
           03 WS-IN-ACTION             PIC X(1).
           03 WS-IN-CODE               PIC 9(6).

       01 WS-CUR-DATE                 PIC X(8) VALUE SPACES.
       01 WS-CUR-USER                 PIC X(8) VALUE SPACES.

       01 WS-WEEKEND-DAY-SW           PIC X(1) VALUE 'N'.
          88 Weekend-Day              VALUE 'Y'.
       01 WS-UNKNOWN-SW               PIC X(1) VALUE 'N'.
          88 Unknown-User             VALUE 'Y'.
       01 WS-EXCEPTION-SW             PIC X(1) VALUE 'N'.
          88 Day-Has-Exception        VALUE 'Y'.

       01 WS-Z-YEAR                   PIC 9(4).
       01 WS-Z-MONTH                  PIC 9(2).
       01 WS-Z-DAY                    PIC 9(2).
       01 WS-Z-CENTURY                PIC 9(2).
       01 WS-Z-YY                     PIC 9(2).
       01 WS-Z-TERM                   PIC 9(3).
       01 WS-Z-SUM                    PIC 9(5).
       01 WS-Z-QUOT                   PIC 9(5).
       01 WS-Z-WEEKDAY                PIC 9(1).

       01 WS-DAY-TOTALS.
           03 WS-DAY-ADDS              PIC 9(5).
           03 WS-DAY-MODS              PIC 9(5).
           03 WS-DAY-DELS              PIC 9(5).
           03 WS-DAY-UNDELS            PIC 9(5).
           03 WS-DAY-MERGES            PIC 9(5).
           03 WS-DAY-LATE              PIC 9(5).
           03 WS-DAY-LATE-FIRST        PIC X(6).
           03 WS-DEL-COUNT             PIC 9(3).
           03 WS-WIN-START             PIC 9(3).
           03 WS-BULK-MAX              PIC 9(3).
           03 WS-BULK-FROM             PIC X(6).
           03 WS-REP-COUNT             PIC 9(3).

       01 WS-DEL-TABLE.
           03 WS-DEL-ENTRY OCCURS 999 TIMES.
              05 WS-DEL-MINUTE         PIC 9(4).
              05 WS-DEL-TIME           PIC X(6).

       01 WS-REP-TABLE.
           03 WS-REP-ENTRY OCCURS 500 TIMES.
              05 WS-REP-CODE           PIC 9(6).
              05 WS-REP-QTY            PIC 9(5).

       01 WS-I                        PIC 9(3).
       01 WS-REP-INDEX                PIC 9(3).
       01 WS-IN-HH                    PIC 9(2).
       01 WS-IN-MI                    PIC 9(2).
       01 WS-IN-MINUTE                PIC 9(4).
       01 WS-SPAN                     PIC 9(4).
       01 WS-WIN-SIZE                 PIC 9(3).

       01 WS-DAYS-COUNT               PIC 9(6) VALUE 0.
       01 WS-EXC-DAYS-COUNT           PIC 9(6) VALUE 0.
       01 WS-LATE-DAYS-COUNT          PIC 9(6) VALUE 0.
       01 WS-BULK-DAYS-COUNT          PIC 9(6) VALUE 0.
       01 WS-REPEAT-DAYS-COUNT        PIC 9(6) VALUE 0.
       01 WS-UNKNOWN-DAYS-COUNT       PIC 9(6) VALUE 0.
       01 WS-TOT-ADDS                 PIC 9(7) VALUE 0.
       01 WS-TOT-MODS                 PIC 9(7) VALUE 0.
       01 WS-TOT-DELS                 PIC 9(7) VALUE 0.
       01 WS-TOT-UNDELS               PIC 9(7) VALUE 0.
       01 WS-TOT-MERGES               PIC 9(7) VALUE 0.
       01 WS-SKIPPED-FILES            PIC 9(4) VALUE 0.
       01 WS-REP-OVERFLOW-COUNT       PIC 9(6) VALUE 0.

       01 WS-TITLE-LINE               PIC X(80) VALUE
          "PERSONAL AGENDA - OPERATOR ACTIVITY EXCEPTION REPORT".

       01 WS-PAGE-HEADER-1.
           03 FILLER            PIC X(10) VALUE "DATE: ".
           03 WS-H-YYYY          PIC 9(4).
           03 FILLER            PIC X(1)  VALUE "/".
           03 WS-H-MM            PIC 9(2).
           03 FILLER            PIC X(1)  VALUE "/".
           03 WS-H-DD            PIC 9(2).
           03 FILLER            PIC X(6)  VALUE SPACES.
           03 FILLER            PIC X(9)  VALUE "ACTIVITY ".
           03 WS-H-FROM          PIC X(8).
           03 FILLER            PIC X(4)  VALUE " TO ".
           03 WS-H-TO            PIC X(8).

       01 WS-THRESHOLD-LINE.
           03 FILLER            PIC X(20) VALUE
              "OFFICE HOURS: ".
           03 WS-T-START         PIC 9(4).
           03 FILLER            PIC X(1)  VALUE "-".
           03 WS-T-END           PIC 9(4).
           03 FILLER            PIC X(20) VALUE
              "  WEEKEND LATE: ".
           03 WS-T-WEEKEND       PIC X(1).
           03 FILLER            PIC X(16) VALUE
              "  BULK DELETE: ".
           03 WS-T-BULK          PIC ZZ9.
           03 FILLER            PIC X(8)  VALUE " WITHIN ".
           03 WS-T-MINUTES       PIC ZZ9.
           03 FILLER            PIC X(26) VALUE
              " MIN  CHANGES PER CONTACT:".
           03 WS-T-REPEAT        PIC ZZ9.

       01 WS-COLUMN-LINE.
           03 FILLER PIC X(10) VALUE "DATE".
           03 FILLER PIC X(10) VALUE "OPERATOR".
           03 FILLER PIC X(7)  VALUE "  ADDS".
           03 FILLER PIC X(7)  VALUE "  MODS".
           03 FILLER PIC X(7)  VALUE "  DELS".
           03 FILLER PIC X(7)  VALUE " UNDEL".
           03 FILLER PIC X(7)  VALUE " MERGE".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(30) VALUE "EXCEPTIONS".

       01 WS-DAY-LINE.
           03 WS-D-DATE                PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-D-USER                PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-D-ADDS                PIC ZZZZZZ9.
           03 WS-D-MODS                PIC ZZZZZZ9.
           03 WS-D-DELS                PIC ZZZZZZ9.
           03 WS-D-UNDELS              PIC ZZZZZZ9.
           03 WS-D-MERGES              PIC ZZZZZZ9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-D-FLAGS               PIC X(30).

       01 WS-FLAG-WORK.
           03 WS-F-LATE                PIC X(6).
           03 WS-F-BULK                PIC X(5).
           03 WS-F-REPEAT              PIC X(7).
           03 WS-F-UNKNOWN             PIC X(10).

       01 WS-LATE-LINE.
           03 FILLER                   PIC X(22) VALUE
              "      OUT OF HOURS:   ".
           03 WS-L-COUNT               PIC ZZZZ9.
           03 FILLER                   PIC X(20) VALUE
              " CHANGES, FIRST AT ".
           03 WS-L-HH                  PIC X(2).
           03 FILLER                   PIC X(1)  VALUE ":".
           03 WS-L-MI                  PIC X(2).
           03 WS-L-NOTE                PIC X(10).

       01 WS-BULK-LINE.
           03 FILLER                   PIC X(22) VALUE
              "      BULK DELETE:    ".
           03 WS-B-COUNT               PIC ZZZZ9.
           03 FILLER                   PIC X(16) VALUE
              " DELETES WITHIN ".
           03 WS-B-MINUTES             PIC ZZ9.
           03 FILLER                   PIC X(14) VALUE
              " MINUTES FROM ".
           03 WS-B-HH                  PIC X(2).
           03 FILLER                   PIC X(1)  VALUE ":".
           03 WS-B-MI                  PIC X(2).

       01 WS-REPEAT-LINE.
           03 FILLER                   PIC X(31) VALUE
              "      REPEATED CHANGES: CONTACT".
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-R-CODE                PIC 9(6).
           03 FILLER                   PIC X(9)  VALUE " CHANGED ".
           03 WS-R-QTY                 PIC ZZZZ9.
           03 FILLER                   PIC X(6)  VALUE " TIMES".

       01 WS-UNKNOWN-LINE             PIC X(60) VALUE
          "      USER ID NOT IN AGENDA-USERS.DAT".

       01 WS-SECTION-LINE             PIC X(60).

       01 WS-COUNT-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-C-LABEL               PIC X(34).
           03 WS-C-COUNT               PIC Z,ZZZ,ZZ9.

       01 WS-SPOOL-REPORT             PIC X(20) VALUE
          "OPERATOR ACTIVITY".
       01 WS-SPOOL-FILE               PIC X(30) VALUE
          "AGENDA-ACT.PRT".

       PROCEDURE DIVISION.

       ACCEPT WS-TODAY FROM DATE YYYYMMDD.

       PERFORM CHECK-NIGHT-STREAM.

       IF Under-Night-Stream
         MOVE lock-since(1:8) TO WS-FROM-DATE
         MOVE lock-since(1:8) TO WS-TO-DATE
       ELSE
         DISPLAY "ACTIVITY FROM DATE (YYYYMMDD, BLANK=TODAY): "
         ACCEPT WS-FROM-DATE
         DISPLAY "ACTIVITY TO DATE (YYYYMMDD, BLANK=FROM DATE): "
         ACCEPT WS-TO-DATE
       END-IF.

       IF WS-FROM-DATE = SPACES
         MOVE WS-TODAY TO WS-FROM-DATE
       END-IF.

       IF WS-TO-DATE = SPACES
         MOVE WS-FROM-DATE TO WS-TO-DATE
       END-IF.

       IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
       OR WS-FROM-DATE > WS-TO-DATE
         DISPLAY "INVALID ACTIVITY PERIOD " WS-FROM-DATE
                 " TO " WS-TO-DATE
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.

       MOVE WS-FROM-DATE(1:4) TO WS-FROM-YEAR.
       MOVE WS-TO-DATE(1:4)   TO WS-TO-YEAR.

       PERFORM LOAD-THRESHOLDS.

       SORT SORT-WORK
           ON ASCENDING KEY SW-DATE SW-USER SW-TIME SW-SEQ
           INPUT PROCEDURE IS BUILD-SORT-RECS
           GIVING ACT-SORTED.

       OPEN INPUT USER-FILE.
       OPEN OUTPUT ACT-PRINT.
       PERFORM WRITE-PAGE-HEADERS.

       OPEN INPUT ACT-SORTED.

       READ ACT-SORTED
           AT END SET END-SORTED TO TRUE
       END-READ.

       PERFORM BREAK-REG UNTIL END-SORTED.

       IF NOT First-Group
         PERFORM END-OPERATOR-DAY
       END-IF.

       CLOSE ACT-SORTED.

       PERFORM WRITE-TOTALS.

       CLOSE ACT-PRINT.
       IF NOT User-File-Missing
         CLOSE USER-FILE
       END-IF.

       CALL "AGENDA-SPOOL" USING WS-SPOOL-REPORT WS-SPOOL-FILE.
       CANCEL "AGENDA-SPOOL".

       DISPLAY "OPERATOR-DAYS REPORTED:  " WS-DAYS-COUNT.
       DISPLAY "WITH EXCEPTIONS:         " WS-EXC-DAYS-COUNT.

       IF WS-EXC-DAYS-COUNT > 0
         MOVE 4 TO RETURN-CODE
       END-IF.

       GOBACK.

       CHECK-NIGHT-STREAM.
         MOVE 'N' TO WS-NIGHT-SW.
         MOVE 1 TO lock-rel-key.

         OPEN INPUT SYSLOCK-FILE.
         IF NOT Lock-File-Missing
           READ SYSLOCK-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Lock-No-Error-Found AND Batch-Lock-Held
           AND lock-job = "NIGHT STREAM"
             MOVE 'Y' TO WS-NIGHT-SW
           END-IF
           CLOSE SYSLOCK-FILE
         END-IF.

       LOAD-THRESHOLDS.
         MOVE 1 TO thr-rel-key.
         OPEN INPUT ACTTHR-FILE.
         IF NOT Thr-File-Missing
           READ ACTTHR-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Thr-No-Error-Found
             MOVE thr-office-start   TO WS-OFFICE-START
             MOVE thr-office-end     TO WS-OFFICE-END
             MOVE thr-weekend        TO WS-WEEKEND-SW
             MOVE thr-bulk-deletes   TO WS-BULK-DELETES
             MOVE thr-bulk-minutes   TO WS-BULK-MINUTES
             MOVE thr-repeat-changes TO WS-REPEAT-CHANGES
           END-IF
           CLOSE ACTTHR-FILE
         END-IF.

       BUILD-SORT-RECS.
         MOVE SPACES TO WS-PREV-ACTION.
         MOVE SPACES TO WS-PREV-USER.

         PERFORM SELECT-ARCHIVE-YEAR
             VARYING WS-YEAR FROM WS-FROM-YEAR BY 1
             UNTIL WS-YEAR > WS-TO-YEAR.

         MOVE "AGENDA-AUDIT.DAT" TO WS-AUDIT-FILE-NAME.
         PERFORM SELECT-ONE-FILE.

       SELECT-ARCHIVE-YEAR.
         MOVE WS-YEAR TO WS-ARCHIVE-YEAR.
         MOVE WS-ARCHIVE-NAME TO WS-AUDIT-FILE-NAME.
         PERFORM SELECT-ONE-FILE.

       SELECT-ONE-FILE.
         OPEN INPUT AUDIT-FILE.

         IF Audit-Not-Found
           CONTINUE
         ELSE
           MOVE 'Y' TO WS-LAYOUT-OK-SW

           READ AUDIT-FILE
               AT END SET END-AUDIT TO TRUE
           END-READ

           PERFORM SELECT-REG UNTIL END-AUDIT OR NOT Layout-Ok

           CLOSE AUDIT-FILE
         END-IF.

       SELECT-REG.

         IF aud-seq NOT NUMERIC
           MOVE 'N' TO WS-LAYOUT-OK-SW
           ADD 1 TO WS-SKIPPED-FILES
           DISPLAY "NOT IN SEALED LAYOUT - RUN AGENDA-AUDIT-MIG3: "
                   WS-AUDIT-FILE-NAME
         ELSE
           PERFORM SELECT-CHANGE
         END-IF.

         IF Layout-Ok
           READ AUDIT-FILE
             AT END SET END-AUDIT TO TRUE
           END-READ
         END-IF.
       END-SELECT-REG.

       SELECT-CHANGE.
         IF aud-timestamp(1:8) NOT < WS-FROM-DATE
         AND aud-timestamp(1:8) NOT > WS-TO-DATE
           EVALUATE TRUE
             WHEN aud-action = 'D' AND WS-PREV-ACTION = 'G'
                  AND aud-user = WS-PREV-USER
               CONTINUE
             WHEN aud-action = 'A' OR 'M' OR 'D' OR 'R' OR 'G'
               MOVE aud-timestamp(1:8)  TO SW-DATE
               MOVE aud-user            TO SW-USER
               MOVE aud-timestamp(9:6)  TO SW-TIME
               MOVE aud-seq             TO SW-SEQ
               MOVE aud-action          TO SW-ACTION
               MOVE aud-code            TO SW-CODE
               RELEASE SORT-WORK-REC
             WHEN OTHER
               CONTINUE
           END-EVALUATE
         END-IF.

         MOVE aud-action TO WS-PREV-ACTION.
         MOVE aud-user   TO WS-PREV-USER.

       WRITE-PAGE-HEADERS.
         WRITE ACT-PRINT-LINE FROM WS-TITLE-LINE.

         MOVE WS-TODAY-YYYY TO WS-H-YYYY.
         MOVE WS-TODAY-MM   TO WS-H-MM.
         MOVE WS-TODAY-DD   TO WS-H-DD.
         MOVE WS-FROM-DATE  TO WS-H-FROM.
         MOVE WS-TO-DATE    TO WS-H-TO.
         WRITE ACT-PRINT-LINE FROM WS-PAGE-HEADER-1.

         MOVE WS-OFFICE-START   TO WS-T-START.
         MOVE WS-OFFICE-END     TO WS-T-END.
         MOVE WS-WEEKEND-SW     TO WS-T-WEEKEND.
         MOVE WS-BULK-DELETES   TO WS-T-BULK.
         MOVE WS-BULK-MINUTES   TO WS-T-MINUTES.
         MOVE WS-REPEAT-CHANGES TO WS-T-REPEAT.
         WRITE ACT-PRINT-LINE FROM WS-THRESHOLD-LINE.

         MOVE SPACES TO ACT-PRINT-LINE.
         WRITE ACT-PRINT-LINE.
         WRITE ACT-PRINT-LINE FROM WS-COLUMN-LINE.

       BREAK-REG.

         MOVE ACT-SORTED-REC TO WS-IN-REC.

         IF First-Group
           PERFORM START-OPERATOR-DAY
           MOVE 'N' TO WS-FIRST-GROUP-SW
         END-IF.

         IF WS-IN-DATE NOT = WS-CUR-DATE
         OR WS-IN-USER NOT = WS-CUR-USER
           PERFORM END-OPERATOR-DAY
           PERFORM START-OPERATOR-DAY
         END-IF.

         PERFORM TALLY-CHANGE.

         READ ACT-SORTED
           AT END SET END-SORTED TO TRUE
         END-READ.
       END-BREAK-REG.

       START-OPERATOR-DAY.
         IF WS-IN-DATE NOT = WS-CUR-DATE
           MOVE WS-IN-DATE TO WS-CUR-DATE
           PERFORM CHECK-WEEKEND
         END-IF.

         MOVE WS-IN-USER TO WS-CUR-USER.
         INITIALIZE WS-DAY-TOTALS.
         MOVE 1 TO WS-WIN-START.

         MOVE 'N' TO WS-UNKNOWN-SW.
         IF WS-CUR-USER NOT = SPACES
         AND WS-CUR-USER NOT = "DELTA-IN"
           IF User-File-Missing
             MOVE 'Y' TO WS-UNKNOWN-SW
           ELSE
             MOVE WS-CUR-USER TO usr-id
             READ USER-FILE
               INVALID KEY
                 CONTINUE
             END-READ
             IF NOT User-Found
               MOVE 'Y' TO WS-UNKNOWN-SW
             END-IF
           END-IF
         END-IF.

       CHECK-WEEKEND.
         MOVE 'N' TO WS-WEEKEND-DAY-SW.

         IF WS-CUR-DATE NUMERIC
           MOVE WS-CUR-DATE(1:4) TO WS-Z-YEAR
           MOVE WS-CUR-DATE(5:2) TO WS-Z-MONTH
           MOVE WS-CUR-DATE(7:2) TO WS-Z-DAY

           IF WS-Z-MONTH < 3
             ADD 12 TO WS-Z-MONTH
             SUBTRACT 1 FROM WS-Z-YEAR
           END-IF

           DIVIDE WS-Z-YEAR BY 100
               GIVING WS-Z-CENTURY REMAINDER WS-Z-YY

           MOVE WS-Z-DAY TO WS-Z-SUM
           ADD 1 TO WS-Z-MONTH
           MULTIPLY 13 BY WS-Z-MONTH GIVING WS-Z-TERM
           DIVIDE WS-Z-TERM BY 5 GIVING WS-Z-TERM
           ADD WS-Z-TERM TO WS-Z-SUM
           ADD WS-Z-YY TO WS-Z-SUM
           DIVIDE WS-Z-YY BY 4 GIVING WS-Z-TERM
           ADD WS-Z-TERM TO WS-Z-SUM
           DIVIDE WS-Z-CENTURY BY 4 GIVING WS-Z-TERM
           ADD WS-Z-TERM TO WS-Z-SUM
           MULTIPLY 5 BY WS-Z-CENTURY GIVING WS-Z-TERM
           ADD WS-Z-TERM TO WS-Z-SUM

           DIVIDE WS-Z-SUM BY 7
               GIVING WS-Z-QUOT REMAINDER WS-Z-WEEKDAY

           IF WS-Z-WEEKDAY = 0 OR WS-Z-WEEKDAY = 1
             MOVE 'Y' TO WS-WEEKEND-DAY-SW
           END-IF
         END-IF.

       TALLY-CHANGE.
         EVALUATE WS-IN-ACTION
           WHEN 'A'
             ADD 1 TO WS-DAY-ADDS
           WHEN 'M'
             ADD 1 TO WS-DAY-MODS
           WHEN 'D'
             ADD 1 TO WS-DAY-DELS
             PERFORM TRACK-DELETE
           WHEN 'R'
             ADD 1 TO WS-DAY-UNDELS
           WHEN 'G'
             ADD 1 TO WS-DAY-MERGES
         END-EVALUATE.

         IF (Weekend-Day AND Weekend-Out-Of-Hours)
         OR WS-IN-HHMM < WS-OFFICE-START
         OR WS-IN-HHMM NOT < WS-OFFICE-END
           ADD 1 TO WS-DAY-LATE
           IF WS-DAY-LATE = 1
             MOVE WS-IN-TIME TO WS-DAY-LATE-FIRST
           END-IF
         END-IF.

         PERFORM TRACK-CONTACT.

       TRACK-DELETE.
         IF WS-DEL-COUNT < 999
           ADD 1 TO WS-DEL-COUNT
           MOVE WS-IN-TIME(1:2) TO WS-IN-HH
           MOVE WS-IN-TIME(3:2) TO WS-IN-MI
           COMPUTE WS-IN-MINUTE = WS-IN-HH * 60 + WS-IN-MI
           MOVE WS-IN-MINUTE TO WS-DEL-MINUTE(WS-DEL-COUNT)
           MOVE WS-IN-TIME   TO WS-DEL-TIME(WS-DEL-COUNT)

           PERFORM COMPUTE-SPAN
           PERFORM ADVANCE-WINDOW UNTIL WS-SPAN < WS-BULK-MINUTES

           COMPUTE WS-WIN-SIZE = WS-DEL-COUNT - WS-WIN-START + 1
           IF WS-WIN-SIZE > WS-BULK-MAX
             MOVE WS-WIN-SIZE TO WS-BULK-MAX
             MOVE WS-DEL-TIME(WS-WIN-START) TO WS-BULK-FROM
           END-IF
         END-IF.

       COMPUTE-SPAN.
         COMPUTE WS-SPAN = WS-DEL-MINUTE(WS-DEL-COUNT)
                         - WS-DEL-MINUTE(WS-WIN-START).

       ADVANCE-WINDOW.
         ADD 1 TO WS-WIN-START.
         PERFORM COMPUTE-SPAN.

       TRACK-CONTACT.
         MOVE 0 TO WS-REP-INDEX.
         PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-REP-COUNT OR WS-REP-INDEX > 0
           IF WS-REP-CODE(WS-I) = WS-IN-CODE
             MOVE WS-I TO WS-REP-INDEX
           END-IF
         END-PERFORM.

         IF WS-REP-INDEX > 0
           ADD 1 TO WS-REP-QTY(WS-REP-INDEX)
         ELSE
           IF WS-REP-COUNT < 500
             ADD 1 TO WS-REP-COUNT
             MOVE WS-IN-CODE TO WS-REP-CODE(WS-REP-COUNT)
             MOVE 1 TO WS-REP-QTY(WS-REP-COUNT)
           ELSE
             ADD 1 TO WS-REP-OVERFLOW-COUNT
           END-IF
         END-IF.

       END-OPERATOR-DAY.
         ADD 1 TO WS-DAYS-COUNT.
         ADD WS-DAY-ADDS   TO WS-TOT-ADDS.
         ADD WS-DAY-MODS   TO WS-TOT-MODS.
         ADD WS-DAY-DELS   TO WS-TOT-DELS.
         ADD WS-DAY-UNDELS TO WS-TOT-UNDELS.
         ADD WS-DAY-MERGES TO WS-TOT-MERGES.

         MOVE 'N' TO WS-EXCEPTION-SW.
         MOVE SPACES TO WS-FLAG-WORK.

         IF WS-DAY-LATE > 0
           MOVE 'Y' TO WS-EXCEPTION-SW
           MOVE "HOURS" TO WS-F-LATE
           ADD 1 TO WS-LATE-DAYS-COUNT
         END-IF.

         IF WS-BULK-MAX NOT < WS-BULK-DELETES
           MOVE 'Y' TO WS-EXCEPTION-SW
           MOVE "BULK" TO WS-F-BULK
           ADD 1 TO WS-BULK-DAYS-COUNT
         END-IF.

         MOVE 0 TO WS-REP-INDEX.
         PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-REP-COUNT
           IF WS-REP-QTY(WS-I) > WS-REPEAT-CHANGES
             MOVE WS-I TO WS-REP-INDEX
           END-IF
         END-PERFORM.

         IF WS-REP-INDEX > 0
           MOVE 'Y' TO WS-EXCEPTION-SW
           MOVE "REPEAT" TO WS-F-REPEAT
           ADD 1 TO WS-REPEAT-DAYS-COUNT
         END-IF.

         IF Unknown-User
           MOVE 'Y' TO WS-EXCEPTION-SW
           MOVE "UNKNOWN-ID" TO WS-F-UNKNOWN
           ADD 1 TO WS-UNKNOWN-DAYS-COUNT
         END-IF.

         IF Day-Has-Exception
           ADD 1 TO WS-EXC-DAYS-COUNT
         END-IF.

         MOVE WS-CUR-DATE   TO WS-D-DATE.
         IF WS-CUR-USER = SPACES
           MOVE "(NONE)" TO WS-D-USER
         ELSE
           MOVE WS-CUR-USER TO WS-D-USER
         END-IF.
         MOVE WS-DAY-ADDS   TO WS-D-ADDS.
         MOVE WS-DAY-MODS   TO WS-D-MODS.
         MOVE WS-DAY-DELS   TO WS-D-DELS.
         MOVE WS-DAY-UNDELS TO WS-D-UNDELS.
         MOVE WS-DAY-MERGES TO WS-D-MERGES.
         MOVE WS-FLAG-WORK  TO WS-D-FLAGS.
         WRITE ACT-PRINT-LINE FROM WS-DAY-LINE.

         IF WS-DAY-LATE > 0
           MOVE WS-DAY-LATE TO WS-L-COUNT
           MOVE WS-DAY-LATE-FIRST(1:2) TO WS-L-HH
           MOVE WS-DAY-LATE-FIRST(3:2) TO WS-L-MI
           IF Weekend-Day AND Weekend-Out-Of-Hours
             MOVE " (WEEKEND)" TO WS-L-NOTE
           ELSE
             MOVE SPACES TO WS-L-NOTE
           END-IF
           WRITE ACT-PRINT-LINE FROM WS-LATE-LINE
         END-IF.

         IF WS-BULK-MAX NOT < WS-BULK-DELETES
           MOVE WS-BULK-MAX     TO WS-B-COUNT
           MOVE WS-BULK-MINUTES TO WS-B-MINUTES
           MOVE WS-BULK-FROM(1:2) TO WS-B-HH
           MOVE WS-BULK-FROM(3:2) TO WS-B-MI
           WRITE ACT-PRINT-LINE FROM WS-BULK-LINE
         END-IF.

         PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-REP-COUNT
           IF WS-REP-QTY(WS-I) > WS-REPEAT-CHANGES
             MOVE WS-REP-CODE(WS-I) TO WS-R-CODE
             MOVE WS-REP-QTY(WS-I)  TO WS-R-QTY
             WRITE ACT-PRINT-LINE FROM WS-REPEAT-LINE
           END-IF
         END-PERFORM.

         IF Unknown-User
           WRITE ACT-PRINT-LINE FROM WS-UNKNOWN-LINE
         END-IF.

       WRITE-TOTALS.
         MOVE SPACES TO ACT-PRINT-LINE.
         WRITE ACT-PRINT-LINE.

         IF WS-DAYS-COUNT = 0
           MOVE "NO CHANGES IN THE AUDIT TRAIL FOR THIS PERIOD"
             TO WS-SECTION-LINE
           WRITE ACT-PRINT-LINE FROM WS-SECTION-LINE
           MOVE SPACES TO ACT-PRINT-LINE
           WRITE ACT-PRINT-LINE
         END-IF.

         MOVE "TOTALS" TO WS-SECTION-LINE.
         WRITE ACT-PRINT-LINE FROM WS-SECTION-LINE.
         MOVE "ADDS:" TO WS-C-LABEL.
         MOVE WS-TOT-ADDS TO WS-C-COUNT.
         WRITE ACT-PRINT-LINE FROM WS-COUNT-LINE.
         MOVE "MODIFIES:" TO WS-C-LABEL.
         MOVE WS-TOT-MODS TO WS-C-COUNT.
         WRITE ACT-PRINT-LINE FROM WS-COUNT-LINE.
         MOVE "DELETES:" TO WS-C-LABEL.
         MOVE WS-TOT-DELS TO WS-C-COUNT.
         WRITE ACT-PRINT-LINE FROM WS-COUNT-LINE.
         MOVE "UNDELETES:" TO WS-C-LABEL.
         MOVE WS-TOT-UNDELS TO WS-C-COUNT.
         WRITE ACT-PRINT-LINE FROM WS-COUNT-LINE.
         MOVE "MERGES:" TO WS-C-LABEL.
         MOVE WS-TOT-MERGES TO WS-C-COUNT.
         WRITE ACT-PRINT-LINE FROM WS-COUNT-LINE.
         MOVE "OPERATOR-DAYS REPORTED:" TO WS-C-LABEL.
         MOVE WS-DAYS-COUNT TO WS-C-COUNT.
         WRITE ACT-PRINT-LINE FROM WS-COUNT-LINE.
         MOVE "OPERATOR-DAYS WITH EXCEPTIONS:" TO WS-C-LABEL.
         MOVE WS-EXC-DAYS-COUNT TO WS-C-COUNT.
         WRITE ACT-PRINT-LINE FROM WS-COUNT-LINE.
         MOVE "  OUT OF HOURS:" TO WS-C-LABEL.
         MOVE WS-LATE-DAYS-COUNT TO WS-C-COUNT.
         WRITE ACT-PRINT-LINE FROM WS-COUNT-LINE.
         MOVE "  BULK DELETES:" TO WS-C-LABEL.
         MOVE WS-BULK-DAYS-COUNT TO WS-C-COUNT.
         WRITE ACT-PRINT-LINE FROM WS-COUNT-LINE.
         MOVE "  REPEATED CHANGES:" TO WS-C-LABEL.
         MOVE WS-REPEAT-DAYS-COUNT TO WS-C-COUNT.
         WRITE ACT-PRINT-LINE FROM WS-COUNT-LINE.
         MOVE "  UNKNOWN USER IDS:" TO WS-C-LABEL.
         MOVE WS-UNKNOWN-DAYS-COUNT TO WS-C-COUNT.
         WRITE ACT-PRINT-LINE FROM WS-COUNT-LINE.

         IF WS-REP-OVERFLOW-COUNT > 0
           MOVE "CHANGES NOT CHECKED FOR REPEATS:" TO WS-C-LABEL
           MOVE WS-REP-OVERFLOW-COUNT TO WS-C-COUNT
           WRITE ACT-PRINT-LINE FROM WS-COUNT-LINE
         END-IF.

         IF WS-SKIPPED-FILES > 0
           MOVE "AUDIT FILES SKIPPED (OLD LAYOUT):" TO WS-C-LABEL
           MOVE WS-SKIPPED-FILES TO WS-C-COUNT
           WRITE ACT-PRINT-LINE FROM WS-COUNT-LINE
         END-IF.
