     *>***************************************************************
     *> LCPCAL.CPY
     *>
     *> Record layout for the expected-run calendar (RUNCAL).  Each
     *> record is one scheduling rule for a report id from the report
     *> master; a report may carry several (weekdays plus a handful
     *> of specific dates, say), and it is expected on a business
     *> date when any one of its rules says so.  PRTSKED holds the
     *> day's TALYFILE and PRTQCTL evidence against it to list what
     *> should have run and did not, what ran late against
     *> LCPM-READY-BY, and what ran when it was not expected at all.
     *>
     *> "Business day" means Monday to Friday and not on the shop
     *> holiday list (HOLIDAYS, LCPHOL.cpy).  LCPC-RUN-DATE is used
     *> by the specific-date rule only and is zero on the others.
     *>***************************************************************
      01  LCPC-RECORD.
          05  LCPC-REPORT-ID          PIC X(08).
          05  LCPC-RULE               PIC X(01).
     *>        'D' = daily, every calendar day
     *>        'W' = weekdays, every business day
     *>        'M' = month-end, the last business day of the month
     *>        'F' = the first business day of the month
     *>        'S' = the specific date in LCPC-RUN-DATE
          05  LCPC-RUN-DATE           PIC 9(08).
