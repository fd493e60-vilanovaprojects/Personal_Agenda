       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-AUDIT-VERIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS audit-status.

       SELECT VERIFY-PRINT ASSIGN TO "AGENDA-AUDVER.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPEN-FILE ASSIGN TO "AGENDA-AUDVER.OPN"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS open-status.

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
               88  Aud-Erasure-List    VALUE 'E'.
               88  Aud-Acknowledgement VALUE 'K'.
           02  aud-user                  PIC X(8).
           02  aud-seq                   PIC 9(9).
           02  aud-check                 PIC 9(9).
       01  Seq-List-Rec.
           02  FILLER                   PIC 9(6).
           02  sl-count                 PIC 9(2).
           02  sl-seq                   PIC 9(9) OCCURS 22 TIMES.
           02  FILLER                   PIC X(4).
           02  FILLER                   PIC X(41).

       FD VERIFY-PRINT.
       01  VERIFY-PRINT-LINE           PIC X(80).

       FD OPEN-FILE.
       01  Open-Rec.
           02  op-line.
               03  op-file               PIC X(16).
               03  FILLER                PIC X(1).
               03  op-seq                PIC 9(9).
               03  FILLER                PIC X(1).
               03  op-stamp              PIC X(14).
               03  FILLER                PIC X(1).
               03  op-text               PIC X(38).
           02  op-kind                   PIC X(1).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 audit-status               PIC X(2).
             88 Audit-Read-Clean       VALUE "00".
             88 Audit-Not-Found        VALUE "35".
          02 open-status                PIC X(2).

       01 WS-AUDIT-FILE-NAME          PIC X(16) VALUE
          "AGENDA-AUDIT.DAT".

       01 WS-ARCHIVE-NAME.
           03 FILLER                   PIC X(5)  VALUE "AUDIT".
           03 WS-ARCHIVE-YEAR           PIC 9(4).
           03 FILLER                   PIC X(4)  VALUE ".DAT".

       01 WS-YEAR                     PIC 9(4).
       01 WS-CURRENT-YEAR             PIC 9(4).
       01 WS-TODAY                    PIC 9(8).

       01 WS-SEAL-REQUEST.
           03 WS-SL-FUNCTION           PIC X(1).
           03 WS-SL-PREV-CHECK         PIC 9(9).
           03 WS-SL-SEQ                PIC 9(9).
           03 WS-SL-CHECK              PIC 9(9).
           03 WS-SL-STAMP              PIC X(14).
           03 WS-SL-BASE-SEQ           PIC 9(9).
           03 WS-SL-BASE-CHECK         PIC 9(9).

       01 WS-PREV-SEQ                 PIC 9(9) VALUE 0.
       01 WS-PREV-CHECK               PIC 9(9) VALUE 0.
       01 WS-PREV-STAMP               PIC X(14) VALUE LOW-VALUES.
       01 WS-EXPECTED-SEQ             PIC 9(9).

       01 WS-LAYOUT-OK-SW             PIC X(1) VALUE 'Y'.
          88 Layout-Ok                VALUE 'Y'.

       01 WS-FILE-COUNT               PIC 9(6) VALUE 0.
       01 WS-RECORD-COUNT             PIC 9(9) VALUE 0.
       01 WS-ERASED-COUNT             PIC 9(9) VALUE 0.
       01 WS-GAP-COUNT                PIC 9(6) VALUE 0.
       01 WS-BROKEN-COUNT             PIC 9(6) VALUE 0.
       01 WS-ORDER-COUNT              PIC 9(6) VALUE 0.
       01 WS-LAYOUT-COUNT             PIC 9(6) VALUE 0.
       01 WS-TAIL-COUNT               PIC 9(6) VALUE 0.
       01 WS-ACK-COUNT                PIC 9(6) VALUE 0.

       01 WS-E-KIND                   PIC X(1).
       01 WS-HELD-COUNT               PIC 9(4) VALUE 0.
       01 WS-MAX-HELD                 PIC 9(4) VALUE 5000.
       01 WS-KEEP                     PIC 9(4).
       01 WS-H                        PIC 9(4).
       01 WS-L                        PIC 9(2).
       01 WS-HELD-TABLE.
           03 WS-HELD OCCURS 5000 TIMES.
              05 WS-H-LINE.
                 07 FILLER             PIC X(17).
                 07 WS-H-SEQ           PIC 9(9).
                 07 FILLER             PIC X(54).
              05 WS-H-KIND             PIC X(1).

       01 WS-TITLE-LINE               PIC X(60) VALUE
          "PERSONAL AGENDA - AUDIT TRAIL VERIFICATION".

       01 WS-HEADING-LINE.
           03 FILLER                   PIC X(17) VALUE "FILE".
           03 FILLER                   PIC X(10) VALUE "SEQUENCE".
           03 FILLER                   PIC X(15) VALUE "TIMESTAMP".
           03 FILLER                   PIC X(36) VALUE "EXCEPTION".

       01 WS-EXCEPTION-LINE.
           03 WS-E-FILE                 PIC X(16).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-E-SEQ                  PIC 9(9).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-E-STAMP                PIC X(14).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-E-TEXT                 PIC X(38).

       01 WS-GAP-TEXT.
           03 FILLER                   PIC X(19) VALUE
              "GAP - EXPECTED SEQ ".
           03 WS-G-EXPECTED             PIC 9(9).

       01 WS-SUMMARY-LINE.
           03 WS-S-TEXT                 PIC X(40).
           03 WS-S-COUNT                PIC ZZZ,ZZZ,ZZ9.

       01 WS-RESULT-LINE               PIC X(40).

       01 WS-SPOOL-REPORT             PIC X(20) VALUE
          "AUDIT VERIFICATION".
       01 WS-SPOOL-FILE               PIC X(30) VALUE
          "AGENDA-AUDVER.PRT".

       PROCEDURE DIVISION.

       ACCEPT WS-TODAY FROM DATE YYYYMMDD.
       MOVE WS-TODAY(1:4) TO WS-CURRENT-YEAR.

       OPEN OUTPUT VERIFY-PRINT.
       OPEN OUTPUT OPEN-FILE.
       WRITE VERIFY-PRINT-LINE FROM WS-TITLE-LINE.
       MOVE SPACES TO VERIFY-PRINT-LINE.
       WRITE VERIFY-PRINT-LINE.
       WRITE VERIFY-PRINT-LINE FROM WS-HEADING-LINE.

       PERFORM VERIFY-ARCHIVE-YEAR
           VARYING WS-YEAR FROM 1990 BY 1
           UNTIL WS-YEAR > WS-CURRENT-YEAR.

       MOVE "AGENDA-AUDIT.DAT" TO WS-AUDIT-FILE-NAME.
       PERFORM VERIFY-ONE-FILE.

       PERFORM CHECK-CHAIN-CONTROL.

       PERFORM REPORT-HELD-ENTRY
           VARYING WS-H FROM 1 BY 1
           UNTIL WS-H > WS-HELD-COUNT.

       PERFORM WRITE-SUMMARY.

       CLOSE OPEN-FILE.
       CLOSE VERIFY-PRINT.

       CALL "AGENDA-SPOOL" USING WS-SPOOL-REPORT WS-SPOOL-FILE.
       CANCEL "AGENDA-SPOOL".
       CANCEL "AGENDA-AUDIT-SEAL".

       IF WS-GAP-COUNT > 0 OR WS-BROKEN-COUNT > 0
       OR WS-ORDER-COUNT > 0 OR WS-LAYOUT-COUNT > 0
       OR WS-TAIL-COUNT > 0
         MOVE 8 TO RETURN-CODE
       END-IF.

       GOBACK.

       VERIFY-ARCHIVE-YEAR.
         MOVE WS-YEAR TO WS-ARCHIVE-YEAR.
         MOVE WS-ARCHIVE-NAME TO WS-AUDIT-FILE-NAME.
         PERFORM VERIFY-ONE-FILE.

       VERIFY-ONE-FILE.
         OPEN INPUT AUDIT-FILE.

         IF Audit-Not-Found
           CONTINUE
         ELSE
           ADD 1 TO WS-FILE-COUNT
           MOVE 'Y' TO WS-LAYOUT-OK-SW

           READ AUDIT-FILE
               AT END SET END-AUDIT TO TRUE
           END-READ

           PERFORM VERIFY-REG UNTIL END-AUDIT OR NOT Layout-Ok

           CLOSE AUDIT-FILE
         END-IF.

       VERIFY-REG.

         IF aud-seq NOT NUMERIC OR aud-check NOT NUMERIC
         OR NOT Audit-Read-Clean
           MOVE 'N' TO WS-LAYOUT-OK-SW
           ADD 1 TO WS-LAYOUT-COUNT
           MOVE 0 TO WS-E-SEQ
           MOVE SPACES TO WS-E-STAMP
           MOVE "NOT IN SEALED LAYOUT - FILE SKIPPED" TO WS-E-TEXT
           PERFORM WRITE-EXCEPTION
         ELSE
           PERFORM CHECK-RECORD
         END-IF.

         IF Layout-Ok
           READ AUDIT-FILE
             AT END SET END-AUDIT TO TRUE
           END-READ
         END-IF.
       END-VERIFY-REG.

       CHECK-RECORD.
         ADD 1 TO WS-RECORD-COUNT.
         ADD 1 TO WS-PREV-SEQ GIVING WS-EXPECTED-SEQ.
         MOVE aud-seq       TO WS-E-SEQ.
         MOVE aud-timestamp TO WS-E-STAMP.

         IF aud-seq NOT = WS-EXPECTED-SEQ
           IF aud-seq > WS-EXPECTED-SEQ
             MOVE WS-EXPECTED-SEQ TO WS-G-EXPECTED
             MOVE WS-GAP-TEXT TO WS-E-TEXT
           ELSE
             MOVE "SEQUENCE REPEATED OR OUT OF ORDER" TO WS-E-TEXT
           END-IF
           MOVE 'G' TO WS-E-KIND
           PERFORM HOLD-EXCEPTION
         ELSE
           MOVE 'C'           TO WS-SL-FUNCTION
           MOVE WS-PREV-CHECK TO WS-SL-PREV-CHECK
           CALL "AGENDA-AUDIT-SEAL" USING WS-SEAL-REQUEST Audit-Rec
           IF WS-SL-CHECK = aud-check
             IF (Aud-Erasure-List OR Aud-Acknowledgement)
             AND aud-code = 0
               PERFORM APPLY-SEQ-LIST
             END-IF
           ELSE
             IF aud-code = 0
             AND aud-name = SPACES AND aud-surname = SPACES
             AND aud-address = SPACES AND aud-b-date = SPACES
             AND aud-city = SPACES AND aud-phone = SPACES
             AND aud-email = SPACES AND aud-category = SPACES
             AND aud-active = SPACES
               MOVE "BLANKED - NO ERASURE RECORD FOUND"
                 TO WS-E-TEXT
               MOVE 'X' TO WS-E-KIND
             ELSE
               MOVE "CHECK VALUE BROKEN - RECORD ALTERED"
                 TO WS-E-TEXT
               MOVE 'B' TO WS-E-KIND
             END-IF
             PERFORM HOLD-EXCEPTION
           END-IF
         END-IF.

         IF aud-timestamp < WS-PREV-STAMP
           MOVE "TIMESTAMP EARLIER THAN PREVIOUS ENTRY" TO WS-E-TEXT
           MOVE 'O' TO WS-E-KIND
           PERFORM HOLD-EXCEPTION
         END-IF.

         MOVE aud-seq       TO WS-PREV-SEQ.
         MOVE aud-check     TO WS-PREV-CHECK.
         MOVE aud-timestamp TO WS-PREV-STAMP.

       HOLD-EXCEPTION.
         MOVE WS-AUDIT-FILE-NAME TO WS-E-FILE.

         IF WS-HELD-COUNT < WS-MAX-HELD
           ADD 1 TO WS-HELD-COUNT
           MOVE WS-EXCEPTION-LINE TO WS-H-LINE(WS-HELD-COUNT)
           MOVE WS-E-KIND         TO WS-H-KIND(WS-HELD-COUNT)
         ELSE
           PERFORM REPORT-EXCEPTION
         END-IF.

       APPLY-SEQ-LIST.
         IF sl-count NUMERIC AND sl-count NOT > 22
           PERFORM CLEAR-LISTED-SEQ
               VARYING WS-L FROM 1 BY 1
               UNTIL WS-L > sl-count
           PERFORM COMPACT-HELD
         END-IF.

       CLEAR-LISTED-SEQ.
         PERFORM MATCH-HELD-ENTRY
             VARYING WS-H FROM 1 BY 1
             UNTIL WS-H > WS-HELD-COUNT.

       MATCH-HELD-ENTRY.
         IF WS-H-SEQ(WS-H) = sl-seq(WS-L)
         AND WS-H-KIND(WS-H) NOT = SPACE
           IF Aud-Acknowledgement
             MOVE SPACE TO WS-H-KIND(WS-H)
             ADD 1 TO WS-ACK-COUNT
             PERFORM WRITE-ACKNOWLEDGED
           ELSE
             IF WS-H-KIND(WS-H) = 'X'
               MOVE SPACE TO WS-H-KIND(WS-H)
               ADD 1 TO WS-ERASED-COUNT
             END-IF
           END-IF
         END-IF.

       WRITE-ACKNOWLEDGED.
         MOVE WS-H-LINE(WS-H) TO WS-EXCEPTION-LINE.
         MOVE SPACES TO WS-E-TEXT.
         STRING "ACKNOWLEDGED BY SUPERVISOR " aud-user
             DELIMITED BY SIZE INTO WS-E-TEXT.
         WRITE VERIFY-PRINT-LINE FROM WS-EXCEPTION-LINE.

       COMPACT-HELD.
         MOVE 0 TO WS-KEEP.

         PERFORM COMPACT-HELD-ENTRY
             VARYING WS-H FROM 1 BY 1
             UNTIL WS-H > WS-HELD-COUNT.

         MOVE WS-KEEP TO WS-HELD-COUNT.

       COMPACT-HELD-ENTRY.
         IF WS-H-KIND(WS-H) NOT = SPACE
           ADD 1 TO WS-KEEP
           IF WS-KEEP NOT = WS-H
             MOVE WS-HELD(WS-H) TO WS-HELD(WS-KEEP)
           END-IF
         END-IF.

       REPORT-HELD-ENTRY.
         MOVE WS-H-LINE(WS-H) TO WS-EXCEPTION-LINE.
         MOVE WS-H-KIND(WS-H) TO WS-E-KIND.
         PERFORM REPORT-EXCEPTION.

       REPORT-EXCEPTION.
         EVALUATE WS-E-KIND
           WHEN 'G'
             ADD 1 TO WS-GAP-COUNT
           WHEN 'O'
             ADD 1 TO WS-ORDER-COUNT
           WHEN OTHER
             ADD 1 TO WS-BROKEN-COUNT
         END-EVALUATE.

         WRITE VERIFY-PRINT-LINE FROM WS-EXCEPTION-LINE.

         MOVE WS-EXCEPTION-LINE TO op-line.
         MOVE WS-E-KIND         TO op-kind.
         WRITE Open-Rec.

       CHECK-CHAIN-CONTROL.
         MOVE 'G' TO WS-SL-FUNCTION.
         CALL "AGENDA-AUDIT-SEAL" USING WS-SEAL-REQUEST Audit-Rec.

         MOVE "AGENDA-AUDIT.CTL" TO WS-E-FILE.
         MOVE WS-SL-SEQ          TO WS-E-SEQ.
         MOVE WS-SL-STAMP        TO WS-E-STAMP.

         IF WS-SL-SEQ > WS-PREV-SEQ
           ADD 1 TO WS-TAIL-COUNT
           MOVE "ENTRIES MISSING AT END OF TRAIL" TO WS-E-TEXT
           PERFORM WRITE-CONTROL-EXCEPTION
         ELSE
           IF WS-SL-SEQ < WS-PREV-SEQ
             ADD 1 TO WS-TAIL-COUNT
             MOVE "ENTRIES BEYOND THE CONTROL RECORD"
               TO WS-E-TEXT
             PERFORM WRITE-CONTROL-EXCEPTION
           ELSE
             IF WS-SL-CHECK NOT = WS-PREV-CHECK
               ADD 1 TO WS-TAIL-COUNT
               MOVE "LAST CHECK VALUE DOES NOT MATCH"
                 TO WS-E-TEXT
               PERFORM WRITE-CONTROL-EXCEPTION
             END-IF
           END-IF
         END-IF.

       WRITE-EXCEPTION.
         MOVE WS-AUDIT-FILE-NAME TO WS-E-FILE.
         WRITE VERIFY-PRINT-LINE FROM WS-EXCEPTION-LINE.

       WRITE-CONTROL-EXCEPTION.
         WRITE VERIFY-PRINT-LINE FROM WS-EXCEPTION-LINE.

       WRITE-SUMMARY.
         MOVE SPACES TO VERIFY-PRINT-LINE.
         WRITE VERIFY-PRINT-LINE.

         MOVE "AUDIT FILES CHECKED:           " TO WS-S-TEXT.
         MOVE WS-FILE-COUNT TO WS-S-COUNT.
         WRITE VERIFY-PRINT-LINE FROM WS-SUMMARY-LINE.
         DISPLAY WS-SUMMARY-LINE.

         MOVE "AUDIT ENTRIES CHECKED:         " TO WS-S-TEXT.
         MOVE WS-RECORD-COUNT TO WS-S-COUNT.
         WRITE VERIFY-PRINT-LINE FROM WS-SUMMARY-LINE.
         DISPLAY WS-SUMMARY-LINE.

         MOVE "ENTRIES BLANKED BY ERASURE:    " TO WS-S-TEXT.
         MOVE WS-ERASED-COUNT TO WS-S-COUNT.
         WRITE VERIFY-PRINT-LINE FROM WS-SUMMARY-LINE.
         DISPLAY WS-SUMMARY-LINE.

         MOVE "ENTRIES ACKNOWLEDGED BY SUPERVISOR:" TO WS-S-TEXT.
         MOVE WS-ACK-COUNT TO WS-S-COUNT.
         WRITE VERIFY-PRINT-LINE FROM WS-SUMMARY-LINE.
         DISPLAY WS-SUMMARY-LINE.

         MOVE "SEQUENCE GAPS:                 " TO WS-S-TEXT.
         MOVE WS-GAP-COUNT TO WS-S-COUNT.
         WRITE VERIFY-PRINT-LINE FROM WS-SUMMARY-LINE.
         DISPLAY WS-SUMMARY-LINE.

         MOVE "BROKEN CHECK VALUES:           " TO WS-S-TEXT.
         MOVE WS-BROKEN-COUNT TO WS-S-COUNT.
         WRITE VERIFY-PRINT-LINE FROM WS-SUMMARY-LINE.
         DISPLAY WS-SUMMARY-LINE.

         MOVE "OUT-OF-ORDER TIMESTAMPS:       " TO WS-S-TEXT.
         MOVE WS-ORDER-COUNT TO WS-S-COUNT.
         WRITE VERIFY-PRINT-LINE FROM WS-SUMMARY-LINE.
         DISPLAY WS-SUMMARY-LINE.

         MOVE "FILES NOT IN SEALED LAYOUT:    " TO WS-S-TEXT.
         MOVE WS-LAYOUT-COUNT TO WS-S-COUNT.
         WRITE VERIFY-PRINT-LINE FROM WS-SUMMARY-LINE.
         DISPLAY WS-SUMMARY-LINE.

         MOVE "END-OF-TRAIL MISMATCHES:       " TO WS-S-TEXT.
         MOVE WS-TAIL-COUNT TO WS-S-COUNT.
         WRITE VERIFY-PRINT-LINE FROM WS-SUMMARY-LINE.
         DISPLAY WS-SUMMARY-LINE.

         IF WS-GAP-COUNT > 0 OR WS-BROKEN-COUNT > 0
         OR WS-ORDER-COUNT > 0 OR WS-LAYOUT-COUNT > 0
         OR WS-TAIL-COUNT > 0
           MOVE "AUDIT TRAIL VERIFICATION: FAILED" TO WS-RESULT-LINE
         ELSE
           MOVE "AUDIT TRAIL VERIFICATION: OK" TO WS-RESULT-LINE
         END-IF.
         WRITE VERIFY-PRINT-LINE FROM WS-RESULT-LINE.
         DISPLAY WS-RESULT-LINE.
