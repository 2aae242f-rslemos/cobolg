     *>***************************************************************
     *> LCPSAUT.CPY
     *>
     *> Record layout for the sensitivity authorization list
     *> (SECAUTH).  A report whose report master entry carries a
     *> sensitivity class (LCPM-SENS-CLASS) may only reach the
     *> recipients and requester ids listed here against that class;
     *> a class nobody is listed for reaches nobody.  Unrestricted
     *> reports (class space) are not affected by the list at all.
     *>
     *> A 'R' entry names a routing recipient exactly as it stands
     *> in LCPR-RECIPIENT -- PRTBURST and PRTPDFDS check it before
     *> a bundle or section is made, and PRTBNDLR before a bundle is
     *> rebuilt.  A 'U' entry names a requester id, the id PRTREPRT,
     *> PRTBNDLR, PRTSRCH, PRTXTRC and PRTCOMP requests carry; only
     *> its first eight positions are significant.
     *>***************************************************************
      01  LCPS-RECORD.
          05  LCPS-CLASS              PIC X(01).
          05  FILLER                  PIC X(01).
          05  LCPS-ENTRY-TYPE         PIC X(01).
     *>        'R' = routing recipient
     *>        'U' = requester id
          05  FILLER                  PIC X(01).
          05  LCPS-AUTH-ID            PIC X(20).
