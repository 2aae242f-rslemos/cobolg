     *>
     *> A new entry arrives RELEASED at priority 50, so a shop that
     *> never touches the queue prints exactly as it always has; the
     *> operator holds or bumps what the shift needs.  The one
     *> exception is a job ended with the 'H' call (a PRTDRV report
     *> whose feeder control totals did not prove out): it arrives
     *> HELD, with a type 'T' exception saying why, and reaches
     *> paper only once an operator releases it through PRTQOPR.
     *>
     *> LCPQ-DATE/LCPQ-TIME are the entry's arrival timestamp until
     *> PRTQPRT marks it DONE, at which point they are refreshed to
