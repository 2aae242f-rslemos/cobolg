     *>***************************************************************
     *> LCPACCS.CPY
     *>
     *> Record layout for the restricted-report access log (ACCSLOG).
     *> PRTREPRT, PRTBNDLR, PRTSRCH, PRTXTRC and PRTCOMP write one
     *> record every time a request of theirs touches a report whose
     *> report master entry carries a sensitivity class -- whether
     *> the pages were handed over or withheld -- naming the
     *> requester id, the report, run date and pages concerned, so
     *> audit can answer who saw the payroll register and when, and
     *> who tried to.  The file is opened EXTEND and accumulates
     *> permanently.
     *>
     *> LCPY-FROM-PAGE and LCPY-TO-PAGE are the pages asked for
     *> (a PRTSRCH hit is logged as the one page it was found on; a
     *> PRTXTRC extract as the first and last page read for the run
     *> date; a PRTCOMP comparison as one record for each of the two
     *> runs compared, pages 1 through the run's last page);
     *> LCPY-PAGES is how many pages actually went out, zero when
     *> they were withheld.  LCPY-RECIPIENT is the bundle's recipient
     *> on a PRTBNDLR rebuild, spaces otherwise.  LCPY-CLASS '*' is a
     *> report whose class could not be known -- the report master
     *> held more restricted reports than PRTBNDLR or PRTSRCH could
     *> load -- always withheld.
     *>***************************************************************
      01  LCPY-RECORD.
          05  LCPY-DATE               PIC 9(08).
          05  LCPY-TIME               PIC 9(08).
          05  LCPY-PROGRAM            PIC X(08).
          05  LCPY-REQUESTER-ID       PIC X(08).
          05  LCPY-REPORT-ID          PIC X(08).
          05  LCPY-RUN-DATE           PIC 9(08).
          05  LCPY-CLASS              PIC X(01).
          05  LCPY-FROM-PAGE          PIC 9(05).
          05  LCPY-TO-PAGE            PIC 9(05).
          05  LCPY-PAGES              PIC 9(05).
          05  LCPY-RESULT             PIC X(01).
     *>        'G' = granted, pages handed over
     *>        'W' = withheld, requester not authorized
          05  LCPY-RECIPIENT          PIC X(20).
