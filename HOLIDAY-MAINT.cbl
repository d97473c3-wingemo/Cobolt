      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance screen for the bank holiday calendar
      *          HOLIDAYS.DAT, keyed on the date. Each year's Swedish
      *          bank holidays are entered here ahead of time - the
      *          fixed ones, the Easter and Ascension dates, and the
      *          eves (midsummer, Christmas, New Year) on which the
      *          clearing does not run. Accepts a date (YYYYMMDD), a
      *          description and an action: A adds the holiday or
      *          amends its description, D deletes it. Entries are
      *          taken one after another until a zero date is given,
      *          and the calendar for the year last worked on is then
      *          listed so the operator can check it is complete.
      *          POST-INTEREST, DORMANT-SCAN, POST-FEES, GENERATE-
      *          STANDING-ORDERS and NIGHTLY-RUN treat a date on this
      *          file like a Saturday or Sunday.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDAY-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAYS ASSIGN TO "HOLIDAYS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOL_DATE
           FILE STATUS IS WS_HOLIDAYS_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HOLIDAYS.
       COPY "HOLIREC.cpy".
       WORKING-STORAGE SECTION.
       01  WS_HOLIDAYS_STATUS  PIC XX.
       01  WS_HOLIDAYS_MISSING PIC X.
           88  HOLIDAYS-FILE-MISSING  VALUE "Y".
       01  WS_HOLIDAYS_EOF     PIC X.
           88  END-OF-HOLIDAYS        VALUE "Y".
       01  WS_ENTERED_DATE     PIC 9(8).
       01  WS_ENTERED_DATE_X REDEFINES WS_ENTERED_DATE.
           02  WS_ENTERED_YEAR  PIC 9(4).
           02  WS_ENTERED_MONTH PIC 99.
           02  WS_ENTERED_DAY   PIC 99.
       01  WS_DESCRIPTION      PIC X(30).
       01  WS_ACTION           PIC X.
           88  ACTION-IS-ADD          VALUE "A".
           88  ACTION-IS-DELETE       VALUE "D".
       01  WS_LIST_YEAR        PIC 9(4).
       01  WS_ENTRY_DONE       PIC X.
           88  ENTRY-FINISHED         VALUE "Y".
       01  WS_ENTRY_VALID      PIC X.
           88  ENTRY-IS-VALID         VALUE "Y".
       01  WS_MONTH_LIMIT      PIC 99.
       01  WS_HOLIDAY_COUNT    PIC 99.
       01  WS_DAY_NUMBER       PIC 9(7).
       01  WS_WEEKDAY          PIC 9.
       01  WS_WEEKDAY_NAMES.
           02  FILLER  PIC X(3) VALUE "SUN".
           02  FILLER  PIC X(3) VALUE "MON".
           02  FILLER  PIC X(3) VALUE "TUE".
           02  FILLER  PIC X(3) VALUE "WED".
           02  FILLER  PIC X(3) VALUE "THU".
           02  FILLER  PIC X(3) VALUE "FRI".
           02  FILLER  PIC X(3) VALUE "SAT".
       01  WS_WEEKDAY_TABLE REDEFINES WS_WEEKDAY_NAMES.
           02  WS_WEEKDAY_NAME PIC X(3) OCCURS 7 TIMES.
       01  WS_MONTH_DAYS.
           02  FILLER  PIC 99 VALUE 31.
           02  FILLER  PIC 99 VALUE 28.
           02  FILLER  PIC 99 VALUE 31.
           02  FILLER  PIC 99 VALUE 30.
           02  FILLER  PIC 99 VALUE 31.
           02  FILLER  PIC 99 VALUE 30.
           02  FILLER  PIC 99 VALUE 31.
           02  FILLER  PIC 99 VALUE 31.
           02  FILLER  PIC 99 VALUE 30.
           02  FILLER  PIC 99 VALUE 31.
           02  FILLER  PIC 99 VALUE 30.
           02  FILLER  PIC 99 VALUE 31.
       01  WS_MONTH_DAY_TABLE REDEFINES WS_MONTH_DAYS.
           02  WS_DAYS_IN_MONTH PIC 99 OCCURS 12 TIMES.
       01  WS_LIST_LINE.
           02  WS_LIST_DATE    PIC X(10).
           02  FILLER          PIC XX   VALUE SPACE.
           02  WS_LIST_DAY     PIC X(3).
           02  FILLER          PIC XX   VALUE SPACE.
           02  WS_LIST_DESC    PIC X(30).
       SCREEN SECTION.
       01  HOLIDAY-ENTRY-SCREEN.
           02  BLANK SCREEN FOREGROUND-COLOR 3.
           02  VALUE "HOLIDAY-MAINT"  LINE 02 COL 50.
           02  VALUE "F12 = CANCEL"  LINE 28 COL 2.
           02  VALUE "HOLIDAY DATE (YYYYMMDD, 0 = FINISH):"
               LINE 10 COL 2.
           02  INPUT-DATE LINE 10 COL 40 UNDERLINE
               TO WS_ENTERED_DATE.
           02  VALUE "DESCRIPTION:" LINE 12 COL 2.
           02  INPUT-DESC LINE 12 COL 40 UNDERLINE
               TO WS_DESCRIPTION.
           02  VALUE "ACTION (A = ADD/AMEND, D = DELETE):"
               LINE 14 COL 2.
           02  INPUT-ACTION LINE 14 COL 40 UNDERLINE
               TO WS_ACTION.
       PROCEDURE DIVISION.
       HOLIDAY-MAINT-MAIN.
           PERFORM OPEN-HOLIDAYS-FILE.
           IF NOT HOLIDAYS-FILE-MISSING
               MOVE ZERO TO WS_LIST_YEAR
               MOVE "N" TO WS_ENTRY_DONE
               PERFORM UNTIL ENTRY-FINISHED
                   PERFORM TAKE-ONE-ENTRY
               END-PERFORM
               IF WS_LIST_YEAR NOT = ZERO
                   PERFORM LIST-YEAR-CALENDAR
               END-IF
               CLOSE HOLIDAYS
           END-IF.
       STOP RUN.

       OPEN-HOLIDAYS-FILE.
           MOVE "N" TO WS_HOLIDAYS_MISSING.
           OPEN I-O HOLIDAYS.
           IF WS_HOLIDAYS_STATUS = "35"
               OPEN OUTPUT HOLIDAYS
               CLOSE HOLIDAYS
               OPEN I-O HOLIDAYS
           END-IF.
           IF WS_HOLIDAYS_STATUS NOT = "00"
               DISPLAY "HOLIDAY CALENDAR NOT AVAILABLE"
               MOVE "Y" TO WS_HOLIDAYS_MISSING
               MOVE 1 TO RETURN-CODE
           END-IF.

       TAKE-ONE-ENTRY.
           MOVE ZERO   TO WS_ENTERED_DATE.
           MOVE SPACES TO WS_DESCRIPTION.
           MOVE "A"    TO WS_ACTION.
           DISPLAY HOLIDAY-ENTRY-SCREEN.
           ACCEPT HOLIDAY-ENTRY-SCREEN.
           IF WS_ENTERED_DATE = ZERO
               SET ENTRY-FINISHED TO TRUE
           ELSE
               PERFORM VALIDATE-HOLIDAY-ENTRY
               IF ENTRY-IS-VALID
                   MOVE WS_ENTERED_YEAR TO WS_LIST_YEAR
                   IF ACTION-IS-ADD
                       PERFORM SAVE-HOLIDAY
                   ELSE
                       PERFORM DELETE-HOLIDAY
                   END-IF
               ELSE
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

       VALIDATE-HOLIDAY-ENTRY.
           MOVE "Y" TO WS_ENTRY_VALID.
           IF WS_ENTERED_MONTH < 1 OR WS_ENTERED_MONTH > 12
               DISPLAY "DATE NOT A VALID DATE - REJECTED"
               MOVE "N" TO WS_ENTRY_VALID
           ELSE
               MOVE WS_DAYS_IN_MONTH(WS_ENTERED_MONTH)
                   TO WS_MONTH_LIMIT
               IF WS_ENTERED_MONTH = 2
                   AND FUNCTION MOD(WS_ENTERED_YEAR, 4) = 0
                   AND (FUNCTION MOD(WS_ENTERED_YEAR, 100) NOT = 0
                        OR FUNCTION MOD(WS_ENTERED_YEAR, 400) = 0)
                   MOVE 29 TO WS_MONTH_LIMIT
               END-IF
               IF WS_ENTERED_DAY < 1
                   OR WS_ENTERED_DAY > WS_MONTH_LIMIT
                   DISPLAY "DATE NOT A VALID DATE - REJECTED"
                   MOVE "N" TO WS_ENTRY_VALID
               END-IF
           END-IF.
           IF WS_ENTERED_YEAR < 1601
               DISPLAY "DATE NOT A VALID DATE - REJECTED"
               MOVE "N" TO WS_ENTRY_VALID
           END-IF.
           IF NOT ACTION-IS-ADD AND NOT ACTION-IS-DELETE
               DISPLAY "ACTION MUST BE A OR D - REJECTED"
               MOVE "N" TO WS_ENTRY_VALID
           END-IF.
           IF ENTRY-IS-VALID AND ACTION-IS-ADD
               AND WS_DESCRIPTION = SPACES
               DISPLAY "DESCRIPTION REQUIRED - REJECTED"
               MOVE "N" TO WS_ENTRY_VALID
           END-IF.

       SAVE-HOLIDAY.
           MOVE WS_ENTERED_DATE TO HOL_DATE.
           READ HOLIDAYS
               INVALID KEY
                   MOVE WS_DESCRIPTION TO HOL_DESCRIPTION
                   WRITE HOLIDAY_RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO ADD HOLIDAY"
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "HOLIDAY ADDED " WS_ENTERED_DATE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS_DESCRIPTION TO HOL_DESCRIPTION
                   REWRITE HOLIDAY_RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO AMEND HOLIDAY"
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "HOLIDAY AMENDED " WS_ENTERED_DATE
                   END-REWRITE
           END-READ.

       DELETE-HOLIDAY.
           MOVE WS_ENTERED_DATE TO HOL_DATE.
           DELETE HOLIDAYS
               INVALID KEY
                   DISPLAY "NO HOLIDAY ON FILE FOR " WS_ENTERED_DATE
               NOT INVALID KEY
                   DISPLAY "HOLIDAY DELETED " WS_ENTERED_DATE
           END-DELETE.

       LIST-YEAR-CALENDAR.
           MOVE ZERO TO WS_HOLIDAY_COUNT.
           DISPLAY " ".
           DISPLAY "BANK HOLIDAYS ON FILE FOR " WS_LIST_YEAR.
           MOVE WS_LIST_YEAR TO WS_ENTERED_YEAR.
           MOVE 1 TO WS_ENTERED_MONTH.
           MOVE 1 TO WS_ENTERED_DAY.
           MOVE WS_ENTERED_DATE TO HOL_DATE.
           MOVE "N" TO WS_HOLIDAYS_EOF.
           START HOLIDAYS KEY IS NOT LESS THAN HOL_DATE
               INVALID KEY
                   SET END-OF-HOLIDAYS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-HOLIDAYS
               READ HOLIDAYS NEXT RECORD
                   AT END
                       SET END-OF-HOLIDAYS TO TRUE
                   NOT AT END
                       IF HOL_DATE(1:4) NOT = WS_LIST_YEAR
                           SET END-OF-HOLIDAYS TO TRUE
                       ELSE
                           PERFORM SHOW-ONE-HOLIDAY
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "HOLIDAYS LISTED: " WS_HOLIDAY_COUNT.

       SHOW-ONE-HOLIDAY.
           ADD 1 TO WS_HOLIDAY_COUNT.
           MOVE SPACES TO WS_LIST_DATE.
           STRING HOL_DATE(1:4) "-" HOL_DATE(5:2) "-" HOL_DATE(7:2)
               DELIMITED BY SIZE INTO WS_LIST_DATE.
           COMPUTE WS_DAY_NUMBER = FUNCTION INTEGER-OF-DATE(HOL_DATE).
           COMPUTE WS_WEEKDAY = FUNCTION MOD(WS_DAY_NUMBER, 7).
           MOVE WS_WEEKDAY_NAME(WS_WEEKDAY + 1) TO WS_LIST_DAY.
           MOVE HOL_DESCRIPTION TO WS_LIST_DESC.
           DISPLAY WS_LIST_LINE.
       END PROGRAM HOLIDAY-MAINT.
