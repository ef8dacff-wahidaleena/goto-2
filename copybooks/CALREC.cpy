      ***************************************************************
      * BUSINESS-DAY CALENDAR RECORD (CALENDAR DATASET, LRECL 80).
      * GENERATED AND MAINTAINED BY CALMNT (JOB CALMNTJ): ONE RECORD
      * PER CALENDAR DAY, IN DATE ORDER WITH NO GAPS, FROM THE FIRST
      * OF THE PRIOR MONTH TO THE END OF THE LAST YEAR GENERATED --
      * NEVER MORE THAN 800 DAYS. DAY TYPES:
      *   B  NORMAL BUSINESS DAY
      *   H  HOLIDAY (TRANSACTIONS DATED HERE ARE REJECTED);
      *      SATURDAYS AND SUNDAYS ARE CARRIED AS 'H', DESC 'WEEKEND'
      *   E  MONTH-END CUTOFF -- THE LAST BUSINESS DAY OF A CLOSING
      *      MONTH. THE MOST RECENT CUTOFF BEFORE THE RUN DATE OPENS
      *      THE DAILY PROCESSING WINDOW.
