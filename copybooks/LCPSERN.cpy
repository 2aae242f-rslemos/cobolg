     *>***************************************************************
     *> LCPSERN.CPY
     *>
     *> Record layout for the serial-number register (SERREG) kept for
     *> the pre-numbered negotiable forms -- the forms a report master
     *> entry marks serial-controlled (LCPM-SERIAL-CTL).  Every sheet
     *> of such stock that goes through a printer is one record here,
     *> against the serial number it carries, so each sheet of cheque
     *> or warrant stock is accounted for:
     *>
     *>   PRTQPRT    one 'P' per production page as it starts onto
     *>              the sheet ('A' when the report is an alignment
     *>              chart), and one 'S' for a restart marker sheet
     *>   PRTREPRT   one 'R' per page reprinted
     *>   PRTSERL    the operator's record of the stock: 'L' when a
     *>              printer is loaded (the serial is the first sheet
     *>              of the stock; no sheet is used), 'S' for each
     *>              sheet spoiled in a jam or otherwise destroyed,
     *>              'U' when the stock is taken off (the serial is
     *>              the first sheet that came off unused)
     *>
     *> The register is the only record of where each printer's stock
     *> stands: a printer's next serial is the serial of its last 'L'
     *> record, or one past the serial of its last record of any
     *> other purpose; after a 'U' it has no serial stock at all.  A
     *> form is printed on a printer only when the last stock loaded
     *> there is that form and not since unloaded, and nothing off
     *> serial stock is printed on a printer that holds some.
     *> The file is opened EXTEND and accumulates permanently;
     *> PRTSREC reconciles it a day at a time, each printer's run of
     *> a stock -- from its 'L' to the next 'L' or 'U' -- sheet by
     *> sheet.
     *>
     *> The queue entry a page was printed for is named the way the
     *> progress file names it: job name, report id and the entry's
     *> queue date and time (zeros when the sheet did not come from
     *> the queue).
     *>***************************************************************
      01  LCPN-RECORD.
          05  LCPN-DATE               PIC 9(08).
          05  LCPN-TIME               PIC 9(08).
          05  LCPN-PRINTER-NO         PIC 9(01).
          05  LCPN-FORM-NUMBER        PIC X(04).
          05  LCPN-SERIAL-NO          PIC 9(09).
          05  LCPN-PURPOSE            PIC X(01).
     *>        'P' = production, 'R' = reprint, 'A' = alignment,
     *>        'S' = spoiled, 'L' = stock loaded (no sheet used),
     *>        'U' = stock unloaded (no sheet used)
          05  LCPN-REPORT-ID          PIC X(08).
          05  LCPN-RUN-DATE           PIC 9(08).
          05  LCPN-PAGE-NO            PIC 9(05).
          05  LCPN-JOB-NAME           PIC X(08).
          05  LCPN-QUEUE-DATE         PIC 9(08).
          05  LCPN-QUEUE-TIME         PIC 9(08).
          05  LCPN-PROGRAM            PIC X(08).
          05  LCPN-OPERATOR-ID        PIC X(08).
