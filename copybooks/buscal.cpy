      * Shop business calendar, one record per date, read by the
      * nightly driver to decide tonight's schedule.  DAY-TYPE is
      * 'B' business day, 'H' holiday, 'W' week-end; the stream
      * only runs on a business day.  MONTH-END 'Y' marks the
      * business day the month is closed on, which forces demo1
      * into a full refresh and adds the monthly maintenance steps.
      * The weekly maintenance steps run on the last business day
      * of each Monday-to-Sunday week, so every date of the year
      * should be on file.  DESC is free text (a holiday's name).
       01  BCAL-RECORD.
           05  BCAL-DATE               PIC 9(8).
           05  BCAL-DAY-TYPE           PIC X(1).
           05  BCAL-MONTH-END          PIC X(1).
           05  BCAL-DESC               PIC X(20).
