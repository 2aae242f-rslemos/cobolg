     *>***************************************************************
     *> LCPMCHG.CPY
     *>
     *> Record layout for the master-file change log.  PRTMAINT
     *> writes one record for every maintenance transaction it reads
     *> from MSTTRAN -- applied or rejected -- against the report
     *> master (RPTMAST, LCPRMST.cpy) or the routing master
     *> (ROUTMAST, LCPROUT.cpy), carrying the operator id and reason
     *> code the transaction arrived with, a timestamp, and the
     *> master record's image before and after, so finance and audit
     *> can see when a department's report moved or a deadline
     *> changed, and who moved it, long after the MSTLIST edit
     *> listing is gone.  The file is opened EXTEND and accumulates
     *> permanently.
     *>
     *> LCPG-MASTER 'M' is the report master, 'R' the routing
     *> master; LCPG-ACTION is the transaction's 'A'dd, 'C'hange or
     *> 'D'elete.  LCPG-RESULT 'A' means the transaction was
     *> applied, 'J' that it was rejected by the edits.  The images
     *> are the master record exactly as laid out on file, left
     *> justified in a field wide enough for either master: spaces
     *> before an add and after a delete.  On a rejected transaction
     *> the after image equals the before image.
     *>***************************************************************
      01  LCPG-RECORD.
          05  LCPG-DATE               PIC 9(08).
          05  LCPG-TIME               PIC 9(08).
          05  LCPG-OPERATOR-ID        PIC X(08).
          05  LCPG-REASON-CODE        PIC X(04).
          05  LCPG-MASTER             PIC X(01).
     *>        'M' = report master, 'R' = routing master
          05  LCPG-ACTION             PIC X(01).
     *>        'A' = add, 'C' = change, 'D' = delete
          05  LCPG-RESULT             PIC X(01).
     *>        'A' = applied, 'J' = rejected
          05  LCPG-REPORT-ID          PIC X(08).
          05  LCPG-BEFORE-IMAGE       PIC X(80).
          05  LCPG-AFTER-IMAGE        PIC X(80).
