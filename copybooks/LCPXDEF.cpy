     *>***************************************************************
     *> LCPXDEF.CPY
     *>
     *> Record layout for the extract layout definitions (XTRDEFN)
     *> PRTXTRC works from.  A report's definition is every record
     *> carrying its report id, of two kinds:
     *>
     *> 'R' row rules say which in-page archive lines of the report
     *> are data rows; a line is a data row only when every rule for
     *> the report holds.  A rule looks at LCPF-COLUMN for
     *> LCPF-LENGTH positions:
     *>        'L' = the positions hold LCPF-LITERAL
     *>        'X' = the positions do not hold LCPF-LITERAL
     *>        'D' = the positions are all digits
     *>        'N' = the positions are not all blank
     *> A zero length on an 'L' or 'X' rule means the literal's own
     *> length (trailing spaces not counted), on a 'D' or 'N' rule
     *> one position.  The LCPHDR header line is never a data row.
     *>
     *> 'F' field records name the columns pulled from each data
     *> row, in the order they are to appear in the extract, with
     *> LCPF-FIELD-NAME as the heading.  LCPF-KIND 'A' copies
     *> the text as printed, blanks trimmed; 'N' takes an amount in
     *> the shop's edited form (period thousands separator, comma
     *> decimal point, sign as '-', CR or DB) and writes it plain:
     *> leading '-' when negative, no separators, period decimal.
     *>***************************************************************
      01  LCPF-RECORD.
          05  LCPF-REPORT-ID          PIC X(08).
          05  FILLER                  PIC X(01).
          05  LCPF-REC-TYPE           PIC X(01).
     *>        'R' = row rule, 'F' = field
          05  FILLER                  PIC X(01).
          05  LCPF-KIND               PIC X(01).
     *>        rule kind on an 'R' record, field type on an 'F'
          05  FILLER                  PIC X(01).
          05  LCPF-COLUMN             PIC 9(03).
          05  FILLER                  PIC X(01).
          05  LCPF-LENGTH             PIC 9(03).
          05  FILLER                  PIC X(01).
          05  LCPF-TEXT               PIC X(40).
          05  LCPF-RULE-VIEW REDEFINES LCPF-TEXT.
              10  LCPF-LITERAL        PIC X(40).
          05  LCPF-FIELD-VIEW REDEFINES LCPF-TEXT.
              10  LCPF-FIELD-NAME     PIC X(20).
              10  FILLER              PIC X(20).
