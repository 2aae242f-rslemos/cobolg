     *>***************************************************************
     *> LCPOVLY.CPY
     *>
     *> Record layout for the electronic form overlay file (FORMOVL):
     *> the static content of a special form -- box rules, captions,
     *> logo text -- that would otherwise have to come pre-printed on
     *> the stock.  The file is keyed by form number (the report
     *> master's LCPM-FORM-NUMBER); a form's overlay is every record
     *> carrying its number, one per piece of text, in any order.
     *>
     *> LCPL-LINE-NO is the line of the page the text goes on,
     *> counting the LCPHDR header line the page starts with as line
     *> one, and LCPL-COLUMN the print position its first character
     *> lands in.  Trailing spaces in LCPL-TEXT are not part of it.
     *>
     *> The overlay is merged under the report's own output: a
     *> position the report prints on keeps the report's character,
     *> and a space in the overlay text never blanks anything.
     *> PRTQPRT merges it onto every page of a report whose form the
     *> report master marks overlay-capable (LCPM-OVERLAY), and
     *> PRTREPRT and PRTPDFDS merge it into the reprinted and
     *> electronic copies the same way.
     *>***************************************************************
      01  LCPL-RECORD.
          05  LCPL-FORM-NUMBER        PIC X(04).
          05  LCPL-LINE-NO            PIC 9(03).
          05  LCPL-COLUMN             PIC 9(03).
          05  LCPL-TEXT               PIC X(122).
