      * EXCHANGE HOLIDAY CALENDAR RECORD - ONE PER DATE THE
      * EXCHANGE IS CLOSED ON A WEEKDAY, KEYED ON HOL-DATE.  THE
      * FILE (HOLCAL) IS LOADED BY THE BDTLOAD CONTROL CARD RUN
      * AND READ BY BDTROLL WHEN IT MOVES THE BUSINESS DATE ON.
       01  HOL-RECORD.
           05  HOL-DATE             PIC X(008).
           05  HOL-DESC             PIC X(030).
