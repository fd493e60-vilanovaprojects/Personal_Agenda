           02  aud-timestamp             PIC X(14).
           02  aud-action                PIC X(1).
           02  aud-user                  PIC X(8).
           02  aud-seq                   PIC 9(9).
           02  aud-check                 PIC 9(9).

       FD SIGNON-FILE.
       01  Signon-Rec.
       01 WS-AUD-DATE                 PIC 9(8).
       01 WS-AUD-TIME                 PIC 9(8).

       01 WS-SEAL-REQUEST.
           03 WS-SL-FUNCTION           PIC X(1).
           03 WS-SL-PREV-CHECK         PIC 9(9).
           03 WS-SL-SEQ                PIC 9(9).
           03 WS-SL-CHECK              PIC 9(9).
           03 WS-SL-STAMP              PIC X(14).
           03 WS-SL-BASE-SEQ           PIC 9(9).
           03 WS-SL-BASE-CHECK         PIC 9(9).

       01 WS-MATCH-COUNT              PIC 9(4) VALUE 0.
       01 WS-HIT-TABLE.
           03 WS-HIT OCCURS 500 TIMES.
              05 FILLER    PIC X(4) VALUE " OF ".
              05 WE-P-TOT  PIC ZZZ9.
           03 WE-CHOICE    PIC X(006).
           03 WE-L18C030   PIC X(001).
             88 Confirm-Yes VALUE 'Y'.

       01 WE-L17C014 PIC X(040).

       01 WS-CASCADE-REQUEST.
           03 WS-CX-FUNCTION          PIC X(1).
           03 WS-CX-CODE              PIC 9(6).
           03 WS-CX-OTHER-CODE        PIC 9(6).
           03 WS-CX-OPERATOR          PIC X(8).
           03 WS-CX-APPT-COUNT        PIC 9(4).
           03 WS-CX-HH-COUNT          PIC 9(4).
           03 WS-CX-FUP-COUNT         PIC 9(4).
           03 WS-CX-NOTE-COUNT        PIC 9(4).
           03 WS-CX-SKIP-COUNT        PIC 9(4).
           03 WS-CX-NEW-HEAD          PIC 9(6).
           03 WS-CX-EMP-COUNT         PIC 9(4).
           03 WS-CX-LIST-COUNT        PIC 9(4).
       01 WS-DEPENDENT-COUNT          PIC 9(5) VALUE 0.

       SCREEN SECTION.

       01  SCREEN-LIST.
                        USING WE-L17C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

       01  CONFIRM-SCREEN.
           03 LINE 18 COLUMN 01 VALUE
           "RESTORE DEPENDENTS TOO (Y/N):"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L18C030 PIC X(001)
                        LINE 18 COLUMN 030
                        USING WE-L18C030
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.

       PROCEDURE DIVISION.

       PERFORM INITIAL-PROCEDURE.
             IF No-Error-Found
               PERFORM WRITE-AUDIT-RECORD-R
               MOVE "CONTACT RESTORED SUCCESSFULLY" TO WE-L17C014
               PERFORM OFFER-DEPENDENTS
             END-IF
           END-IF
         END-IF.

         CLOSE AGENDA.

       OFFER-DEPENDENTS.
         MOVE 'V'             TO WS-CX-FUNCTION.
         MOVE agenda-code     TO WS-CX-CODE.
         MOVE ZEROS           TO WS-CX-OTHER-CODE.
         MOVE WS-OPERATOR-ID  TO WS-CX-OPERATOR.

         CALL "AGENDA-CASCADE" USING WS-CASCADE-REQUEST.
         CANCEL "AGENDA-CASCADE".

         COMPUTE WS-DEPENDENT-COUNT = WS-CX-APPT-COUNT
                                    + WS-CX-HH-COUNT
                                    + WS-CX-FUP-COUNT.

         IF WS-DEPENDENT-COUNT > 0
           MOVE SPACES TO WE-L17C014
           STRING "APPTS "      WS-CX-APPT-COUNT
                  " HOUSEHOLD " WS-CX-HH-COUNT
                  " FUP "       WS-CX-FUP-COUNT
                  DELIMITED BY SIZE INTO WE-L17C014
           MOVE SPACE TO WE-L18C030
           DISPLAY WX-L17C014
           DISPLAY CONFIRM-SCREEN
           ACCEPT  CONFIRM-SCREEN
           IF Confirm-Yes
             PERFORM RESTORE-DEPENDENTS
           ELSE
             MOVE "CONTACT RESTORED - DEPENDENTS NOT"
               TO WE-L17C014
           END-IF
         END-IF.

       RESTORE-DEPENDENTS.
         MOVE 'U' TO WS-CX-FUNCTION.

         CALL "AGENDA-CASCADE" USING WS-CASCADE-REQUEST.
         CANCEL "AGENDA-CASCADE".

         IF WS-CX-SKIP-COUNT > 0
           MOVE SPACES TO WE-L17C014
           STRING "RESTORED - DEPENDENTS SKIPPED "
                  WS-CX-SKIP-COUNT
                  DELIMITED BY SIZE INTO WE-L17C014
         ELSE
           MOVE "CONTACT AND DEPENDENTS RESTORED" TO WE-L17C014
         END-IF.

       SEAL-AUDIT-RECORD.
         MOVE 'S' TO WS-SL-FUNCTION.
         CALL "AGENDA-AUDIT-SEAL" USING WS-SEAL-REQUEST Audit-Rec.
         CANCEL "AGENDA-AUDIT-SEAL".

       WRITE-AUDIT-INDEX.
         OPEN I-O AUDIT-IDX-FILE.
         IF Idx-File-Missing
         IF Audit-Not-Found
           OPEN OUTPUT AUDIT-FILE
         END-IF.
         PERFORM SEAL-AUDIT-RECORD.
         WRITE Audit-Rec.
         CLOSE AUDIT-FILE.

