*>                    count, alongside the '#' total-line record, so
*>                    the department chargeback can price pages from
*>                    the tally history without re-reading any spool.
*>   2026-10-15  RSL  New end-of-job call LCP-ASA = 'H': everything
*>                    'Z' does, except that LCP-LIN-DATA carries the
*>                    reason the output must not go straight to
*>                    paper -- it is logged as a type 'T' exception
*>                    and the PRTQCTL entry arrives HELD instead of
*>                    RELEASED.  PRTDRV sends it for a report whose
*>                    feeder control totals did not prove out.
*>
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 77  LCP-ARCH-LINE-SEQ           PIC 9(05)                VALUE ZERO.
 77  LCP-PDF-MODE-SW             PIC X                    VALUE 'N'.
     88  LCP-PDF-MODE-ON                                 VALUE 'Y'.
*>***************************************************************
*> LCP-QUEUE-HOLD-SW is turned on by the 'H' end-of-job call so
*> LCP-WRITE-QUEUE-ENTRY queues the job HELD; LCP-TERMINATE turns
*> it off again for the next job of the run unit.
*>***************************************************************
 77  LCP-QUEUE-HOLD-SW           PIC X                    VALUE 'N'.
     88  LCP-QUEUE-ARRIVES-HELD                          VALUE 'Y'.
 77  LCP-FALLBACK-COUNT          PIC 9(07)                VALUE ZERO.
 77  LCP-OVERFLOW-COUNT          PIC 9(07)                VALUE ZERO.
 77  LCP-TOTAL-LINE-COUNT        PIC 9(07)                VALUE ZERO.
         PERFORM LCP-TERMINATE THRU LCP-TERMINATE-EXIT
         EXIT PROGRAM
     END-IF.
     IF LCP-ASA = 'H'
         PERFORM LCP-WRITE-HOLD-EXCEPTION
             THRU LCP-WRITE-HOLD-EXCEPTION-EXIT
         MOVE 'Y' TO LCP-QUEUE-HOLD-SW
         PERFORM LCP-TERMINATE THRU LCP-TERMINATE-EXIT
         EXIT PROGRAM
     END-IF.
     IF LCP-ASA = 'K'
         PERFORM LCP-WRITE-CHECKPOINT THRU LCP-WRITE-CHECKPOINT-EXIT
         EXIT PROGRAM
*> and content go through LCP-PROCESS-ONE-LIN exactly as a
*> one-line call would.  A count past the 250 the block holds is
*> clamped with a console warning rather than read past the
*> caller's storage.  A 'Z', 'H', 'K' or 'B' byte inside an entry
*> is a control letter where a carriage control belongs: it falls
*> through LCP-WRITE-POS-LIN's bad-ASA fallback like any other
*> garbled byte, so the line still prints and the exception file
*> shows what the feeder did.
*>***************************************************************
*> LCP-WRITE-POS-LIN positions LIN on the printer according to the
*> ASA carriage-control code supplied by the calling program.
*> LCP-ASA = 'Z' and 'H' are reserved by the caller as end-of-job
*> sentinels (see LCP-MAINLINE) and never reach this EVALUATE.
*>***************************************************************
 LCP-WRITE-POS-LIN   SECTION.
     EVALUATE LCP-ASA
 LCP-WRITE-ASA-EXCEPTION-EXIT.
     EXIT.
*>***************************************************************
*> LCP-TERMINATE runs once, at end of job (LCP-ASA = 'Z', or 'H'
*> once its exception is logged).  It displays the per-channel hit
*> tally on the console and writes the same figures, plus the
*> fallback and total-line counts, to the persistent tally file so
*> operations can see, run over run, which skip channels are still
*> exercised before any of them are retired on the next printer/
*> forms change.  This job's own record(s) are then purged from
*> the shared CKPTFILE since the job finished clean and must not
*> be mistaken for a restart point by a later run of the same job
*> -- any other job's pending checkpoint in that same file is left
*> alone.  LCP-FILES-OPEN-SW and the per-job counters are reset at
*> the end so a second job processed by the same run unit opens
*> its own files and starts its own counters from zero instead of
*> silently reusing this job's.
*>***************************************************************
 LCP-TERMINATE.
     DISPLAY 'LCP-WRITE-POS-LIN CHANNEL USAGE TALLY - JOB '
     MOVE ZERO TO LCP-TOTAL-LINE-COUNT.
     MOVE ZERO TO LCP-ARCH-LINE-SEQ.
     MOVE ZERO TO LCP-CHANNEL-COUNTERS.
     MOVE 'N' TO LCP-QUEUE-HOLD-SW.
 LCP-TERMINATE-EXIT.
     EXIT.
*>***************************************************************
*>***************************************************************
*> LCP-WRITE-QUEUE-ENTRY hands the finished job over to the print
*> queue: one PRTQCTL record carrying the identity, final page
*> count and the arrival defaults (RELEASED, priority 50) -- HELD
*> instead when the job ended with the 'H' call.  From
*> here the output waits in the LINPRT spool for PRTQOPR holds or
*> priority bumps and for the PRTQPRT physical print pass, instead
*> of being committed to the printer the moment the driver ran.
     MOVE LCP-REPORT-ID          TO LCPQ-REPORT-ID.
     ACCEPT LCPQ-DATE            FROM DATE YYYYMMDD.
     ACCEPT LCPQ-TIME            FROM TIME.
     IF LCP-QUEUE-ARRIVES-HELD
         MOVE 'H'                TO LCPQ-STATUS
     ELSE
         MOVE 'R'                TO LCPQ-STATUS
     END-IF.
     MOVE 50                     TO LCPQ-PRIORITY.
     MOVE LCP-PAGE-NO            TO LCPQ-PAGE-COUNT.
     WRITE LCPQ-RECORD.
     WRITE LCPX-RECORD.
 LCP-WRITE-VOLUME-EXCEPTION-EXIT.
     EXIT.
*>***************************************************************
*> LCP-WRITE-HOLD-EXCEPTION logs why a job ending with the 'H'
*> call is being queued HELD, as a type 'T' exception carrying the
*> caller's own text -- for PRTDRV, the feeder control totals that
*> did not prove out -- so the morning summary shows why the
*> report is sitting in the queue.
*>***************************************************************
 LCP-WRITE-HOLD-EXCEPTION.
     MOVE LCP-JOB-NAME           TO LCPX-JOB-NAME.
     MOVE LCP-REPORT-ID          TO LCPX-REPORT-ID.
     ACCEPT LCPX-DATE            FROM DATE YYYYMMDD.
     ACCEPT LCPX-TIME            FROM TIME.
     MOVE 'T'                    TO LCPX-TYPE.
     MOVE SPACE                  TO LCPX-ASA-CODE.
     MOVE LCP-LIN-DATA           TO LCPX-LIN-DATA.
     WRITE LCPX-RECORD.
 LCP-WRITE-HOLD-EXCEPTION-EXIT.
     EXIT.
