     *>***************************************************************
     *> LCPPROG.CPY
     *>
     *> Record layout for the physical print progress file
     *> (PRTQPROG).  PRTQPRT appends one record each time a page of a
     *> queue entry has been copied in full to its physical printer,
     *> naming the entry (job name, report id and the entry's queue
     *> date and time, which stay fixed while it is PRINTING) and how
     *> many of its pages are now confirmed printed, and on which
     *> printer.  When a pass abends or a printer jams, the next
     *> pass takes the last record for the entry as its restart
     *> point and resumes at the page after it, instead of printing
     *> the whole report again.  An entry's records are purged from
     *> the file once it reaches DONE, the same way EVAL purges a
     *> finished job's CKPTFILE records, so the file only ever holds
     *> work that was interrupted.
     *>***************************************************************
      01  LCPP-RECORD.
          05  LCPP-JOB-NAME           PIC X(08).
          05  LCPP-REPORT-ID          PIC X(08).
          05  LCPP-QUEUE-DATE         PIC 9(08).
          05  LCPP-QUEUE-TIME         PIC 9(08).
          05  LCPP-DATE               PIC 9(08).
          05  LCPP-TIME               PIC 9(08).
          05  LCPP-PRINTER-NO         PIC 9(01).
          05  LCPP-PAGES-DONE         PIC 9(05).
