     *>        'J' = duplicate active start of the same job/report
     *>        'R' = report id not found in the report master
     *>        'P' = final page count outside the master's range
     *>        'T' = feeder control totals did not prove out; the
     *>              report's queue entry arrived HELD
          05  LCPX-ASA-CODE           PIC X(01).
          05  LCPX-LIN-DATA           PIC X(132).
