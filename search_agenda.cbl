
       01 WE-L17C014 PIC X(040).

       LINKAGE SECTION.

       01 LK-SEARCH-REQUEST.
           03 LK-SEARCH-MODE           PIC X(1).
              88 Lk-Pick-Mode          VALUE 'P'.
           03 LK-PICKED-CODE           PIC 9(6).

       SCREEN SECTION.

       01  SCREEN-SEARCH.
                        USING WD-L19C011
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.

       PROCEDURE DIVISION USING LK-SEARCH-REQUEST.

       PERFORM INITIAL-PROCEDURE.
       PERFORM PROCEDURE001.

       INITIAL-PROCEDURE.
       MOVE SPACES TO WE-L17C014.
       MOVE 0 TO LK-PICKED-CODE.

       PROCEDURE001.
           INITIALIZE WK01.
               PERFORM PROCEDURE001
             ELSE
               MOVE SPACES TO WE-L17C014
               IF Lk-Pick-Mode
                 MOVE "KEY THE NO OF THE CONTACT TO PICK"
                   TO WE-L17C014
               END-IF
               MOVE 1 TO WS-PAGE
               COMPUTE WS-PAGES = (WS-MATCH-COUNT + 9) / 10
               PERFORM SHOW-LIST
             MOVE "INVALID CHOICE" TO WE-L17C014
             PERFORM SHOW-LIST
           ELSE
             IF Lk-Pick-Mode
               MOVE WS-HIT-CODE(WS-PICK-INDEX) TO LK-PICKED-CODE
               GOBACK
             END-IF
             MOVE SPACES TO WE-L17C014
             PERFORM SHOW-DETAIL
             PERFORM SHOW-LIST
