       *> queue's completion timestamps and projects misses while
       *> there is still time to REPRI.
       *>
       *> LCPM-SENS-CLASS is the sensitivity class: space for an
       *> unrestricted report, any letter makes the report restricted
       *> to that class (for instance 'P' payroll, 'H' personnel).
       *> Only recipients and requester ids the authorization list
       *> (SECAUTH, LCPSAUT.cpy) names for the class may receive its
       *> pages.  PRTBURST and
       *> PRTPDFDS refuse to route it anywhere else; PRTREPRT,
       *> PRTBNDLR and PRTSRCH withhold it from anyone else and log
       *> every access to it on ACCSLOG (LCPACCS.cpy).
       *>
       *> LCPM-SERIAL-CTL marks a report that runs on pre-numbered
       *> negotiable stock (cheques, warrants): 'S' for a report whose
       *> pages are production, 'A' for an alignment chart set up to
       *> run on the stock; space otherwise.  A form is serial-
       *> controlled when any report on it carries the mark, and then
       *> every sheet PRTQPRT or PRTREPRT puts through a printer on
       *> that form is logged against its serial number on the serial
       *> register (SERREG, LCPSERN.cpy).
       *>
       *> LCPM-OVERLAY is 'Y' for a report whose form's static content
       *> is held on the form overlay file (FORMOVL, LCPOVLY.cpy), so
       *> it can print complete on plain stock; space otherwise.  A
       *> form is overlay-capable when any report on it carries the
       *> mark: PRTQPRT then merges the overlay onto every page as it
       *> prints (and no longer waits on a mount of the pre-printed
       *> form), and PRTREPRT and PRTPDFDS merge it into their copies.
       *>
       *> This copybook is laid out to copy cleanly into both the
       *> fixed-format drivers and the free-format print-control
       *> programs, the same way LCPBLK.cpy is.
            05  LCPM-MIN-PAGES      PIC 9(05).
            05  LCPM-MAX-PAGES      PIC 9(05).
            05  LCPM-READY-BY       PIC 9(04).
            05  LCPM-SENS-CLASS     PIC X(01).
            05  LCPM-SERIAL-CTL     PIC X(01).
            05  LCPM-OVERLAY        PIC X(01).
