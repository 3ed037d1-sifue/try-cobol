      *> BUSINESS.CALENDAR record layout - one row per date that is
      *> not an ordinary day.  BC-DAY-TYPE HOLIDAY marks a date on
      *> which the business is closed; MONTHEND names the month-end
      *> day for that date's month, overriding the default of the
      *> last business day of the month.  Saturdays and Sundays are
      *> weekend days without needing a row.
       01 CALENDAR-RECORD.
           05 BC-DATE           PIC 9(8).
           05 FILLER            PIC X.
           05 BC-DAY-TYPE       PIC X(8).
           05 FILLER            PIC X.
           05 BC-DESCRIPTION    PIC X(30).
