                 RECORD KEY IS city-name
                 FILE STATUS IS city-status.

       SELECT CONSENT-FILE ASSIGN TO "AGENDA-CONSENT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS cs-code
                 FILE STATUS IS consent-status.

       SELECT CONSENT-JNL-FILE ASSIGN TO "AGENDA-CONSENT-JNL.DAT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS consent-jnl-status.

       SELECT BADADDR-FILE ASSIGN TO "AGENDA-BADADDR.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ba-code
                 FILE STATUS IS badaddr-status.

       DATA DIVISION.
       FILE SECTION.

           02  aud-timestamp             PIC X(14).
           02  aud-action                PIC X(1).
           02  aud-user                  PIC X(8).
           02  aud-seq                   PIC 9(9).
           02  aud-check                 PIC 9(9).

       FD ADDR-HIST-FILE.
       01  Addr-Hist-Rec.
       01  City-Rec.
           02  city-name               PIC X(20).

       FD CONSENT-FILE.
       01  Consent-Rec.
           02  cs-code                 PIC 9(6).
           02  cs-channels.
               03  cs-mail             PIC X(1).
               03  cs-mail-date        PIC X(8).
               03  cs-mail-source      PIC X(10).
               03  cs-email            PIC X(1).
               03  cs-email-date       PIC X(8).
               03  cs-email-source     PIC X(10).
               03  cs-phone            PIC X(1).
               03  cs-phone-date       PIC X(8).
               03  cs-phone-source     PIC X(10).
               03  cs-share            PIC X(1).
               03  cs-share-date       PIC X(8).
               03  cs-share-source     PIC X(10).
           02  cs-channel-table REDEFINES cs-channels.
               03  cs-channel          OCCURS 4 TIMES.
                   04  cs-ch-flag      PIC X(1).
                   04  cs-ch-date      PIC X(8).
                   04  cs-ch-source    PIC X(10).
           02  cs-changed-by           PIC X(8).
           02  cs-changed              PIC X(14).

       FD CONSENT-JNL-FILE.
       01  Consent-Jnl-Rec.
           02  cj-code                 PIC 9(6).
           02  cj-timestamp            PIC X(14).
           02  cj-channel              PIC X(1).
           02  cj-flag                 PIC X(1).
           02  cj-date                 PIC X(8).
           02  cj-source               PIC X(10).
           02  cj-user                 PIC X(8).

       FD BADADDR-FILE.
       01  Bad-Addr-Rec.
           02  ba-code                 PIC 9(6).
           02  ba-address              PIC X(40).
           02  ba-city                 PIC X(20).
           02  ba-returned-date        PIC X(8).
           02  ba-reason               PIC X(20).
           02  ba-user                 PIC X(8).
           02  ba-flagged              PIC X(14).

       WORKING-STORAGE SECTION.

       01  audit-status                PIC X(2).
           88 City-No-Error-Found     VALUE "00".
           88 City-File-Missing       VALUE "35".

       01  consent-status              PIC X(2).
           88 Consent-No-Error-Found  VALUE "00".
           88 Consent-File-Missing    VALUE "35".
       01  consent-jnl-status          PIC X(2).
           88 Consent-Jnl-Missing     VALUE "35".
       01  badaddr-status             PIC X(2).
           88 Badaddr-No-Error-Found  VALUE "00".
           88 Badaddr-File-Missing    VALUE "35".
       01  WS-ADDR-CHANGED-SW         PIC X(1) VALUE 'N'.
           88 Address-Changed         VALUE 'Y'.

       01  WS-CITY-KNOWN-SW           PIC X(1) VALUE 'N'.
           88 City-Known              VALUE 'Y'.

       01  WS-AUD-DATE                 PIC 9(8).
       01  WS-AUD-TIME                 PIC 9(8).

       01  WS-SEAL-REQUEST.
           03 WS-SL-FUNCTION           PIC X(1).
           03 WS-SL-PREV-CHECK         PIC 9(9).
           03 WS-SL-SEQ                PIC 9(9).
           03 WS-SL-CHECK              PIC 9(9).
           03 WS-SL-STAMP              PIC X(14).
           03 WS-SL-BASE-SEQ           PIC 9(9).
           03 WS-SL-BASE-CHECK         PIC 9(9).

       01  ctl-rel-key                PIC 9(4) VALUE 1.

       01  signon-status              PIC X(2).
           88 Signon-File-Missing     VALUE "35".
       01  so-rel-key                 PIC 9(4) VALUE 1.
       01  WS-OPERATOR-ID             PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-LEVEL          PIC X(1) VALUE 'O'.
           88 Operator-Supervisor     VALUE 'S'.

       01 audit-idx-status            PIC X(2).
          88 Idx-No-Error-Found       VALUE "00".
       01  WS-VAL-DAY                 PIC 9(2).
       01  WS-VAL-MONTH               PIC 9(2).

       01  WS-CHANNEL-CODES           PIC X(4) VALUE "MEPS".
       01  WS-CH                      PIC 9(1).
       01  WS-CONSENT-ENTRY.
           03 WS-CN-ENTRY             OCCURS 4 TIMES.
              05 WS-CN-FLAG           PIC X(1).
              05 WS-CN-DATE           PIC X(10).
              05 WS-CN-SOURCE         PIC X(10).
       01  WS-CONSENT-NEW.
           03 WS-CW-ENTRY             OCCURS 4 TIMES.
              05 WS-CW-FLAG           PIC X(1).
              05 WS-CW-DATE           PIC X(8).
              05 WS-CW-SOURCE         PIC X(10).
       01  WS-CONSENT-NAMES.
           03 FILLER                  PIC X(8) VALUE "MAIL".
           03 FILLER                  PIC X(8) VALUE "E-MAIL".
           03 FILLER                  PIC X(8) VALUE "PHONE".
           03 FILLER                  PIC X(8) VALUE "SHARING".
       01  WS-CONSENT-NAME-TABLE REDEFINES WS-CONSENT-NAMES.
           03 WS-CONSENT-NAME         OCCURS 4 TIMES PIC X(8).
       01  WS-CONSENT-NEW-SW          PIC X(1) VALUE 'N'.
           88 Consent-Is-New          VALUE 'Y'.
       01  WS-CONSENT-CHANGED-SW      PIC X(1) VALUE 'N'.
           88 Consent-Changed         VALUE 'Y'.
       01  WS-CONSENT-TODAY           PIC 9(8).
       01  WS-CONSENT-NOW             PIC X(14).

       01  WS-CASCADE-REQUEST.
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
       01  WS-DEPENDENT-COUNT         PIC 9(5) VALUE 0.

       01  WS-PENDING-REQUEST.
           03 WS-PD-FUNCTION          PIC X(1).
           03 WS-PD-ID                PIC 9(6).
           03 WS-PD-TYPE              PIC X(1).
           03 WS-PD-CODE              PIC 9(6).
           03 WS-PD-OTHER-CODE        PIC 9(6).
           03 WS-PD-USER              PIC X(8).
           03 WS-PD-TEXT              PIC X(40).
           03 WS-PD-IMAGE             PIC X(210).
           03 WS-PD-OTHER-IMAGE       PIC X(210).
           03 WS-PD-REQUESTED-BY      PIC X(8).
           03 WS-PD-DECIDED-BY        PIC X(8).
           03 WS-PD-STATUS            PIC X(1).
           03 WS-PD-FOUND             PIC X(1).
              88 Pd-Found             VALUE 'Y'.

       01  Ctl-Status-Codes.
           02 ctl-status                PIC X(2).
              88 Ctl-No-Error-Found     VALUE "00".
           03 WE-L15C036 PIC X(020).
           03 WE-L16C014 PIC X(015).
           03 WE-L16C036 PIC X(040).
           03 WE-L10C014 PIC X(001).
           03 WE-L10C016 PIC X(010).
           03 WE-L10C027 PIC X(010).
           03 WE-L10C052 PIC X(001).
           03 WE-L10C054 PIC X(010).
           03 WE-L10C065 PIC X(010).
           03 WE-L12C014 PIC X(001).
           03 WE-L12C016 PIC X(010).
           03 WE-L12C027 PIC X(010).
           03 WE-L12C052 PIC X(001).
           03 WE-L12C054 PIC X(010).
           03 WE-L12C065 PIC X(010).
           03 WE-L18C030 PIC X(001).
             88 Confirm-Yes VALUE 'Y'.
           03 WE-L18C022 PIC X(040).
           03 WE-L19C011 PIC X(001).
             88 exit-yes  VALUE 'Y'.

                        LINE 09 COLUMN 014
                        USING WE-L09C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 10 COLUMN 01 VALUE
           "MAIL:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L10C014 PIC X(001)
                        LINE 10 COLUMN 014
                        USING WE-L10C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 WX-L10C016 PIC X(010)
                        LINE 10 COLUMN 016
                        USING WE-L10C016
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 WX-L10C027 PIC X(010)
                        LINE 10 COLUMN 027
                        USING WE-L10C027
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 10 COLUMN 40 VALUE
           "E-MAIL:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L10C052 PIC X(001)
                        LINE 10 COLUMN 052
                        USING WE-L10C052
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 WX-L10C054 PIC X(010)
                        LINE 10 COLUMN 054
                        USING WE-L10C054
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 WX-L10C065 PIC X(010)
                        LINE 10 COLUMN 065
                        USING WE-L10C065
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 11 COLUMN 01 VALUE
           "SURNAME:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
                        LINE 11 COLUMN 014
                        USING WE-L11C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 12 COLUMN 01 VALUE
           "PHONE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L12C014 PIC X(001)
                        LINE 12 COLUMN 014
                        USING WE-L12C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 WX-L12C016 PIC X(010)
                        LINE 12 COLUMN 016
                        USING WE-L12C016
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 WX-L12C027 PIC X(010)
                        LINE 12 COLUMN 027
                        USING WE-L12C027
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 12 COLUMN 40 VALUE
           "SHARING:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L12C052 PIC X(001)
                        LINE 12 COLUMN 052
                        USING WE-L12C052
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 WX-L12C054 PIC X(010)
                        LINE 12 COLUMN 054
                        USING WE-L12C054
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 WX-L12C065 PIC X(010)
                        LINE 12 COLUMN 065
                        USING WE-L12C065
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 13 COLUMN 01 VALUE
           "ADDRESS:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
                        LINE 13 COLUMN 014
                        USING WE-L13C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 14 COLUMN 01 VALUE
           "CONSENT Y/N, DATE DD/MM/YYYY (BLANK = TODAY), SOURCE"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 15 COLUMN 01 VALUE
           "BORN DATE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
                        USING WE-L18C030
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.

       01  CONFIRM-CASCADE-SCREEN.
           03 LINE 18 COLUMN 01 VALUE
           "DELETE WITH DEPENDENTS (Y/N):"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WY-L18C030 PIC X(001)
                        LINE 18 COLUMN 030
                        USING WE-L18C030
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.

       01  REQUEST-REASON-SCREEN.
           03 LINE 18 COLUMN 01 VALUE
           "REASON FOR DELETE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L18C022 PIC X(040)
                        LINE 18 COLUMN 022
                        USING WE-L18C022
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.

       PROCEDURE DIVISION.

       PERFORM INITIAL-PROCEDURE.
               CONTINUE
           END-READ
           IF signon-status = "00"
             MOVE so-user-id    TO WS-OPERATOR-ID
             MOVE so-user-level TO WS-OPERATOR-LEVEL
           END-IF
           CLOSE SIGNON-FILE
         END-IF.
               MOVE "RECORD NOT FOUND" TO WE-L17C014
               PERFORM PROCEDURE001
             ELSE
               IF (Is-Modify OR Is-Delete) AND Pd-Found
                 MOVE "CONTACT PENDING SUPERVISOR APPROVAL"
                   TO WE-L17C014
                 PERFORM PROCEDURE001
               ELSE
                 PERFORM PROCEDURE001B
               END-IF
             END-IF
           END-IF.


         CLOSE AGENDA.

         IF Rec-Found
           PERFORM LOAD-CONSENT
           PERFORM CHECK-PENDING
         END-IF.

       CHECK-PENDING.
         MOVE 'C'        TO WS-PD-FUNCTION.
         MOVE WE-L07C014 TO WS-PD-CODE.

         CALL "AGENDA-PENDING" USING WS-PENDING-REQUEST.
         CANCEL "AGENDA-PENDING".

       LOAD-CONSENT.
         OPEN INPUT CONSENT-FILE.
         IF Consent-File-Missing
           INITIALIZE Consent-Rec
         ELSE
           MOVE WE-L07C014 TO cs-code
           READ CONSENT-FILE
             INVALID KEY
               INITIALIZE Consent-Rec
           END-READ
           CLOSE CONSENT-FILE
         END-IF.

         PERFORM LOAD-CONSENT-CHANNEL
             VARYING WS-CH FROM 1 BY 1 UNTIL WS-CH > 4.

         MOVE WS-CN-FLAG(1)   TO WE-L10C014.
         MOVE WS-CN-DATE(1)   TO WE-L10C016.
         MOVE WS-CN-SOURCE(1) TO WE-L10C027.
         MOVE WS-CN-FLAG(2)   TO WE-L10C052.
         MOVE WS-CN-DATE(2)   TO WE-L10C054.
         MOVE WS-CN-SOURCE(2) TO WE-L10C065.
         MOVE WS-CN-FLAG(3)   TO WE-L12C014.
         MOVE WS-CN-DATE(3)   TO WE-L12C016.
         MOVE WS-CN-SOURCE(3) TO WE-L12C027.
         MOVE WS-CN-FLAG(4)   TO WE-L12C052.
         MOVE WS-CN-DATE(4)   TO WE-L12C054.
         MOVE WS-CN-SOURCE(4) TO WE-L12C065.

       LOAD-CONSENT-CHANNEL.
         MOVE cs-ch-flag(WS-CH)   TO WS-CN-FLAG(WS-CH).
         MOVE cs-ch-source(WS-CH) TO WS-CN-SOURCE(WS-CH).
         MOVE SPACES              TO WS-CN-DATE(WS-CH).
         IF cs-ch-date(WS-CH) NOT = SPACES
           STRING cs-ch-date(WS-CH)(7:2) "/"
                  cs-ch-date(WS-CH)(5:2) "/"
                  cs-ch-date(WS-CH)(1:4)
                  DELIMITED BY SIZE INTO WS-CN-DATE(WS-CH)
         END-IF.

       PROCEDURE002.
         MOVE 'Y' TO WS-VALID-SWITCH.
         MOVE 'N' TO WS-SKIP-WRITE-SW.
           PERFORM CHECK-CITY
         END-IF.

         IF Is-Valid
           PERFORM VALIDATE-CONSENT
         END-IF.

       VALIDATE-CONSENT.
         ACCEPT WS-CONSENT-TODAY FROM DATE YYYYMMDD.
         MOVE SPACES TO WE-L17C014.

         MOVE WE-L10C014 TO WS-CN-FLAG(1).
         MOVE WE-L10C016 TO WS-CN-DATE(1).
         MOVE WE-L10C027 TO WS-CN-SOURCE(1).
         MOVE WE-L10C052 TO WS-CN-FLAG(2).
         MOVE WE-L10C054 TO WS-CN-DATE(2).
         MOVE WE-L10C065 TO WS-CN-SOURCE(2).
         MOVE WE-L12C014 TO WS-CN-FLAG(3).
         MOVE WE-L12C016 TO WS-CN-DATE(3).
         MOVE WE-L12C027 TO WS-CN-SOURCE(3).
         MOVE WE-L12C052 TO WS-CN-FLAG(4).
         MOVE WE-L12C054 TO WS-CN-DATE(4).
         MOVE WE-L12C065 TO WS-CN-SOURCE(4).

         PERFORM VALIDATE-CONSENT-CHANNEL
             VARYING WS-CH FROM 1 BY 1
             UNTIL WS-CH > 4 OR NOT Is-Valid.

       VALIDATE-CONSENT-CHANNEL.
         INSPECT WS-CN-FLAG(WS-CH) CONVERTING "yn" TO "YN".
         MOVE WS-CN-FLAG(WS-CH)   TO WS-CW-FLAG(WS-CH).
         MOVE WS-CN-SOURCE(WS-CH) TO WS-CW-SOURCE(WS-CH).
         MOVE SPACES              TO WS-CW-DATE(WS-CH).

         IF WS-CN-FLAG(WS-CH) NOT = SPACE
         AND WS-CN-FLAG(WS-CH) NOT = 'Y'
         AND WS-CN-FLAG(WS-CH) NOT = 'N'
           MOVE 'N' TO WS-VALID-SWITCH
           STRING WS-CONSENT-NAME(WS-CH) DELIMITED BY SPACE
                  " CONSENT MUST BE Y, N OR BLANK"
                  DELIMITED BY SIZE INTO WE-L17C014
         END-IF.

         IF Is-Valid AND WS-CN-FLAG(WS-CH) NOT = SPACE
           IF WS-CN-SOURCE(WS-CH) = SPACES
             MOVE 'N' TO WS-VALID-SWITCH
             STRING WS-CONSENT-NAME(WS-CH) DELIMITED BY SPACE
                    " CONSENT SOURCE IS REQUIRED"
                    DELIMITED BY SIZE INTO WE-L17C014
           END-IF
         END-IF.

         IF Is-Valid AND WS-CN-FLAG(WS-CH) NOT = SPACE
           IF WS-CN-DATE(WS-CH) = SPACES
             MOVE WS-CONSENT-TODAY TO WS-CW-DATE(WS-CH)
           ELSE
             IF WS-CN-DATE(WS-CH)(1:2)  NOT NUMERIC
             OR WS-CN-DATE(WS-CH)(3:1)  NOT = '/'
             OR WS-CN-DATE(WS-CH)(4:2)  NOT NUMERIC
             OR WS-CN-DATE(WS-CH)(6:1)  NOT = '/'
             OR WS-CN-DATE(WS-CH)(7:4)  NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
             ELSE
               MOVE WS-CN-DATE(WS-CH)(1:2) TO WS-VAL-DAY
               MOVE WS-CN-DATE(WS-CH)(4:2) TO WS-VAL-MONTH
               IF WS-VAL-DAY < 1 OR WS-VAL-DAY > 31
               OR WS-VAL-MONTH < 1 OR WS-VAL-MONTH > 12
                 MOVE 'N' TO WS-VALID-SWITCH
               ELSE
                 STRING WS-CN-DATE(WS-CH)(7:4)
                        WS-CN-DATE(WS-CH)(4:2)
                        WS-CN-DATE(WS-CH)(1:2)
                        DELIMITED BY SIZE INTO WS-CW-DATE(WS-CH)
                 IF WS-CW-DATE(WS-CH) > WS-CONSENT-TODAY
                   MOVE 'N' TO WS-VALID-SWITCH
                 END-IF
               END-IF
             END-IF
             IF NOT Is-Valid
               STRING WS-CONSENT-NAME(WS-CH) DELIMITED BY SPACE
                      " CONSENT DATE INVALID OR FUTURE"
                      DELIMITED BY SIZE INTO WE-L17C014
             END-IF
           END-IF
         END-IF.

         IF WS-CN-FLAG(WS-CH) = SPACE
           MOVE SPACES TO WS-CW-SOURCE(WS-CH)
         END-IF.

       CHECK-CATEGORY.
         OPEN INPUT CATEGORY-FILE.
         MOVE WE-L08C014 TO cat-code.
           IF No-Error-Found
             PERFORM UPDATE-LAST-CODE
             PERFORM WRITE-AUDIT-RECORD-A
             PERFORM SAVE-CONSENT
             IF Code-Reassigned
               STRING "CONTACT SAVED WITH CODE " WE-L07C014
                   DELIMITED BY SIZE INTO WE-L17C014
         DISPLAY CONFIRM-SCREEN.
         ACCEPT  CONFIRM-SCREEN.

       CONFIRM-CASCADE.
         MOVE SPACE TO WE-L18C030.
         DISPLAY WX-L17C014.
         DISPLAY CONFIRM-CASCADE-SCREEN.
         ACCEPT  CONFIRM-CASCADE-SCREEN.

       CHECK-DUPLICATE.
         MOVE 'N' TO WS-DUP-SWITCH.
         MOVE 'N' TO WS-DUP-SCAN-DONE-SW.
       APPLY-MODIFY.
           PERFORM WRITE-AUDIT-RECORD-M

           MOVE 'N' TO WS-ADDR-CHANGED-SW
           IF agenda-address NOT = WE-L13C014
             MOVE 'Y' TO WS-ADDR-CHANGED-SW
             PERFORM WRITE-ADDR-HIST
           END-IF

           END-REWRITE

           IF No-Error-Found
             PERFORM SAVE-CONSENT
             IF Address-Changed
               PERFORM CLEAR-BAD-ADDRESS
             END-IF
             MOVE "CONTACT UPDATED SUCCESSFULLY" TO WE-L17C014
           END-IF.

       CLEAR-BAD-ADDRESS.
         OPEN I-O BADADDR-FILE.
         IF NOT Badaddr-File-Missing
           MOVE agenda-code TO ba-code
           READ BADADDR-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Badaddr-No-Error-Found
             DELETE BADADDR-FILE RECORD
               INVALID KEY
                 CONTINUE
             END-DELETE
           END-IF
           CLOSE BADADDR-FILE
         END-IF.

       HANDLE-UPDATE-CONFLICT.
         MOVE 'Y' TO WS-SKIP-WRITE-SW.
         MOVE "RECORD CHANGED BY ANOTHER USER - RETRY"
         END-IF.

       APPLY-DELETE.
           IF NOT Operator-Supervisor
             PERFORM REQUEST-DELETE
           ELSE
             PERFORM CHECK-DEPENDENTS
           END-IF

           IF NOT Skip-Write AND Operator-Supervisor
             PERFORM WRITE-AUDIT-RECORD-D

             MOVE 'I' TO agenda-active

             REWRITE Agenda-Rec
               INVALID KEY
                 MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
             END-REWRITE

             IF No-Error-Found
               MOVE "CONTACT DELETED SUCCESSFULLY" TO WE-L17C014
               IF WS-DEPENDENT-COUNT > 0
                 PERFORM CASCADE-DEPENDENTS
               END-IF
             END-IF
           END-IF.

       REQUEST-DELETE.
         MOVE SPACES TO WE-L18C022.
         MOVE "DELETE NEEDS SUPERVISOR APPROVAL" TO WE-L17C014.
         DISPLAY WX-L17C014.
         DISPLAY REQUEST-REASON-SCREEN.
         ACCEPT  REQUEST-REASON-SCREEN.

         IF WE-L18C022 = SPACES
           MOVE 'Y' TO WS-SKIP-WRITE-SW
           MOVE "DELETE NOT SENT - REASON REQUIRED" TO WE-L17C014
         ELSE
           MOVE 'Q'            TO WS-PD-FUNCTION
           MOVE 'D'            TO WS-PD-TYPE
           MOVE agenda-code    TO WS-PD-CODE
           MOVE ZEROS          TO WS-PD-OTHER-CODE
           MOVE WS-OPERATOR-ID TO WS-PD-USER
           MOVE WE-L18C022     TO WS-PD-TEXT
           MOVE Agenda-Rec     TO WS-PD-IMAGE
           MOVE SPACES         TO WS-PD-OTHER-IMAGE

           CALL "AGENDA-PENDING" USING WS-PENDING-REQUEST
           CANCEL "AGENDA-PENDING"

           IF Pd-Found
             MOVE "DELETE SENT FOR SUPERVISOR APPROVAL" TO WE-L17C014
           ELSE
             MOVE 'Y' TO WS-SKIP-WRITE-SW
             MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
           END-IF
         END-IF.

       CHECK-DEPENDENTS.
         MOVE 'C'            TO WS-CX-FUNCTION.
         MOVE agenda-code    TO WS-CX-CODE.
         MOVE ZEROS          TO WS-CX-OTHER-CODE.
         MOVE WS-OPERATOR-ID TO WS-CX-OPERATOR.

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
           PERFORM CONFIRM-CASCADE
           IF NOT Confirm-Yes
             MOVE 'Y' TO WS-SKIP-WRITE-SW
             MOVE "DELETE CANCELLED" TO WE-L17C014
           END-IF
         END-IF.

       CASCADE-DEPENDENTS.
         MOVE 'D' TO WS-CX-FUNCTION.

         CALL "AGENDA-CASCADE" USING WS-CASCADE-REQUEST.
         CANCEL "AGENDA-CASCADE".

         IF WS-CX-NEW-HEAD > 0
           MOVE SPACES TO WE-L17C014
           STRING "DELETED - NEW HOUSEHOLD HEAD " WS-CX-NEW-HEAD
                  DELIMITED BY SIZE INTO WE-L17C014
         ELSE
           MOVE "CONTACT AND DEPENDENTS DELETED" TO WE-L17C014
         END-IF.

       SAVE-CONSENT.
         OPEN I-O CONSENT-FILE.
         IF Consent-File-Missing
           OPEN OUTPUT CONSENT-FILE
           CLOSE CONSENT-FILE
           OPEN I-O CONSENT-FILE
         END-IF.

         MOVE 'N' TO WS-CONSENT-NEW-SW.
         MOVE 'N' TO WS-CONSENT-CHANGED-SW.
         MOVE agenda-code TO cs-code.
         READ CONSENT-FILE
           INVALID KEY
             MOVE 'Y' TO WS-CONSENT-NEW-SW
             INITIALIZE Consent-Rec
             MOVE agenda-code TO cs-code
         END-READ.

         ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-AUD-TIME FROM TIME.
         MOVE WS-AUD-DATE TO WS-CONSENT-NOW(1:8).
         MOVE WS-AUD-TIME TO WS-CONSENT-NOW(9:6).

         OPEN EXTEND CONSENT-JNL-FILE.
         IF Consent-Jnl-Missing
           OPEN OUTPUT CONSENT-JNL-FILE
         END-IF.

         PERFORM SAVE-CONSENT-CHANNEL
             VARYING WS-CH FROM 1 BY 1 UNTIL WS-CH > 4.

         CLOSE CONSENT-JNL-FILE.

         IF Consent-Changed
           MOVE WS-OPERATOR-ID  TO cs-changed-by
           MOVE WS-CONSENT-NOW  TO cs-changed
           IF Consent-Is-New
             WRITE Consent-Rec
               INVALID KEY
                 CONTINUE
             END-WRITE
           ELSE
             REWRITE Consent-Rec
               INVALID KEY
                 CONTINUE
             END-REWRITE
           END-IF
         END-IF.

         CLOSE CONSENT-FILE.

       SAVE-CONSENT-CHANNEL.
         IF WS-CW-ENTRY(WS-CH) NOT = cs-channel(WS-CH)
           MOVE 'Y' TO WS-CONSENT-CHANGED-SW
           MOVE WS-CW-ENTRY(WS-CH) TO cs-channel(WS-CH)

           MOVE agenda-code              TO cj-code
           MOVE WS-CONSENT-NOW           TO cj-timestamp
           MOVE WS-CHANNEL-CODES(WS-CH:1) TO cj-channel
           MOVE cs-ch-flag(WS-CH)        TO cj-flag
           MOVE cs-ch-date(WS-CH)        TO cj-date
           MOVE cs-ch-source(WS-CH)      TO cj-source
           MOVE WS-OPERATOR-ID           TO cj-user
           WRITE Consent-Jnl-Rec
         END-IF.

       GET-NEXT-CODE.
         MOVE ZEROS TO WE-L07C014.
         MOVE 1 TO ctl-rel-key.
         MOVE WS-AUD-TIME TO aud-timestamp(9:6).

         OPEN EXTEND AUDIT-FILE.
         PERFORM SEAL-AUDIT-RECORD.
         WRITE Audit-Rec.
         CLOSE AUDIT-FILE.

         PERFORM WRITE-AUDIT-INDEX.

       SEAL-AUDIT-RECORD.
         MOVE 'S' TO WS-SL-FUNCTION.
         CALL "AGENDA-AUDIT-SEAL" USING WS-SEAL-REQUEST Audit-Rec.
         CANCEL "AGENDA-AUDIT-SEAL".

       WRITE-AUDIT-INDEX.
         OPEN I-O AUDIT-IDX-FILE.
         IF Idx-File-Missing
