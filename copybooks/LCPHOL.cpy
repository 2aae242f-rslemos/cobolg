     *>***************************************************************
     *> LCPHOL.CPY
     *>
     *> Record layout for the shop holiday list (HOLIDAYS): one
     *> record per date the shop does not count as a business day,
     *> whatever the day of the week.  The expected-run calendar
     *> (LCPCAL.cpy) skips these dates for its weekday, month-end and
     *> first-business-day rules; a daily or specific-date rule still
     *> falls on them.
     *>***************************************************************
      01  LCPD-RECORD.
          05  LCPD-DATE               PIC 9(08).
          05  LCPD-DESCRIPTION        PIC X(30).
