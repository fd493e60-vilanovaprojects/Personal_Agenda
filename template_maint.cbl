           03 LINE 13 COLUMN 01 VALUE
           "              &ADDRESS &CITY"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 14 COLUMN 01 VALUE
           "REMINDERS:    &APPTDATE &APPTTIME &PLACE &SUBJECT"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

           03 WX-L17C014 PIC X(040)
                        LINE 17 COLUMN 015
