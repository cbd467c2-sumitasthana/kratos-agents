      *          day; a wrong business date is a wrong deceased-
      *          grace window and a wrong merger run-off window,
      *          which is a wrong coverage number.
      * USED BY: CYCLE-OPEN.cob, DAILY-AVERAGE-ACCUM.cob
      *================================================================*
       01 BUSINESS-CALENDAR-REC.
           05 CAL-HOLIDAY-DATE     PIC X(10).
