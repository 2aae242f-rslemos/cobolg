*>                    against each report's LCPM-READY-BY deadline.
*>                    Arrival time is still on the record for every
*>                    status short of DONE.
*>   2026-10-15  RSL  Page-level restart.  Each page copied in full
*>                    to a physical printer is confirmed on the
*>                    PRTQPROG progress file (LCPPROG.cpy), and an
*>                    entry found PRINTING at load -- left there by an
*>                    abended pass -- is picked up again and resumed
*>                    at the page after the last one confirmed,
*>                    instead of sitting stuck until reset and
*>                    printed whole.  The operator may name an earlier
*>                    page to back up to after a jam, and send the
*>                    remainder to another printer PRNTCFG declares as
*>                    holding the same form, through PRTQRST.  Resumed
*>                    output starts with a restart marker page so the
*>                    collator can see the break.  An entry's progress
*>                    records are purged once it reaches DONE.
*>   2026-10-15  RSL  Serial control for pre-numbered stock.  An
*>                    entry whose form the report master marks
*>                    serial-controlled prints only on a printer
*>                    whose last stock recorded on the SERREG serial
*>                    register (LCPSERN.cpy) is that form; otherwise
*>                    a stock-load request goes to MNTREQ and the
*>                    entry is left RELEASED, as for a form mount.
*>                    Each page is logged on the register against
*>                    the next serial of the printer's stock as it
*>                    starts onto the sheet -- production, or
*>                    alignment for a chart report -- and a restart
*>                    marker sheet is logged as spoiled.
*>   2026-10-15  RSL  Electronic form overlay.  An entry whose form
*>                    the report master marks overlay-capable has the
*>                    form's static content from FORMOVL (LCPOVLY.cpy)
*>                    merged onto every page as it is copied to the
*>                    printer, whether or not the pre-printed form is
*>                    loaded, and no longer waits on a mount: with no
*>                    printer declared as holding the form it prints
*>                    on plain stock on printer one.  A serial-
*>                    controlled form still needs its serial stock.
*>   2026-10-15  RSL  An entry not on serial stock is no longer sent
*>                    to a printer the register shows holding serial
*>                    stock, nor to one PRNTCFG declares as holding
*>                    some other special form -- the plain-stock
*>                    fallback to printer one included.  An unload
*>                    or plain-stock request goes to MNTREQ and the
*>                    entry is left RELEASED.  A stock unload posted
*>                    through PRTSERL clears a printer's serial stock.
*>   2026-10-15  RSL  A PRTQRST restart directive names the queue
*>                    date and time of the interrupted entry it is
*>                    for, so one left in the file cannot apply to a
*>                    later run of the same job and report, and is
*>                    ignored when its page is past the one after the
*>                    last confirmed printed -- it may only back up.
*>
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
     SELECT QUE-SCR-FILE     ASSIGN TO QUESCR
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS QPR-SCR-STATUS.
     SELECT PROG-FILE        ASSIGN TO PRTQPROG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS QPR-PROG-STATUS.
     SELECT PROG-SCR-FILE    ASSIGN TO PROGSCR
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS QPR-PSCR-STATUS.
     SELECT RST-FILE         ASSIGN TO PRTQRST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS QPR-RST-STATUS.
     SELECT SER-FILE         ASSIGN TO SERREG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS QPR-SER-STATUS.
     SELECT OVL-FILE         ASSIGN TO FORMOVL
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS QPR-OVL-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  QUEUE-FILE
 FD  QUE-SCR-FILE
     LABEL RECORDS ARE STANDARD.
 01  QPR-SCR-RECORD              PIC X(40).
 FD  PROG-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPPROG.
*>***************************************************************
*> PROG-SCR-FILE holds the progress records of every other entry
*> while a finished entry's records are purged from PRTQPROG.
*> QPR-PSCR-RECORD matches LCPP-RECORD byte for byte.
*>***************************************************************
 FD  PROG-SCR-FILE
     LABEL RECORDS ARE STANDARD.
 01  QPR-PSCR-RECORD             PIC X(54).
 FD  RST-FILE
     LABEL RECORDS ARE STANDARD.
*>***************************************************************
*> One operator restart directive per record, fixed columns:
*>   1-8   job name
*>   10-17 report id
*>   19-23 page to restart at (zeros = the page after the last one
*>         confirmed printed)
*>   25    printer to send the remainder to (zero = the printer the
*>         form dispatch picks); it must be declared in PRNTCFG as
*>         holding the entry's form
*>   27-34 operator id (required -- a directive without one is
*>         ignored, since the marker page must name who restarted)
*>   36-43 queue date and
*>   45-52 queue time of the interrupted entry, as they stand on
*>         its queue record and its PRTQPROG progress records
*> A directive applies only to the interrupted entry (found PRINTING
*> at load, or carrying progress records) whose queue date and time
*> it names.  An entry gets a fresh date and time when it reaches
*> DONE or is queued again, so a directive left in the file cannot
*> touch any later run of the same job and report.  It may only back
*> up: a page past the one after the last confirmed is ignored.
*>***************************************************************
 01  QPR-RST-REC.
     05  QPR-RST-JOB-NAME        PIC X(08).
     05  FILLER                  PIC X(01).
     05  QPR-RST-REPORT-ID       PIC X(08).
     05  FILLER                  PIC X(01).
     05  QPR-RST-START-PAGE      PIC 9(05).
     05  FILLER                  PIC X(01).
     05  QPR-RST-PRINTER-NO      PIC 9(01).
     05  FILLER                  PIC X(01).
     05  QPR-RST-OPERATOR-ID     PIC X(08).
     05  FILLER                  PIC X(01).
     05  QPR-RST-QUEUE-DATE      PIC 9(08).
     05  FILLER                  PIC X(01).
     05  QPR-RST-QUEUE-TIME      PIC 9(08).
 FD  SER-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPSERN.
 FD  OVL-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPOVLY.
 WORKING-STORAGE SECTION.
 77  QPR-QUE-STATUS              PIC XX     VALUE '00'.
     88  QPR-QUE-FILE-EOF                   VALUE '10'.
 77  QPR-MNT-STATUS              PIC XX     VALUE '00'.
 77  QPR-SCR-STATUS              PIC XX     VALUE '00'.
     88  QPR-SCR-FILE-EOF                   VALUE '10'.
 77  QPR-PROG-STATUS             PIC XX     VALUE '00'.
     88  QPR-PROG-FILE-EOF                  VALUE '10'.
     88  QPR-PROG-FILE-NOT-FOUND            VALUE '35'.
 77  QPR-PSCR-STATUS             PIC XX     VALUE '00'.
     88  QPR-PSCR-FILE-EOF                  VALUE '10'.
 77  QPR-RST-STATUS              PIC XX     VALUE '00'.
     88  QPR-RST-FILE-EOF                   VALUE '10'.
     88  QPR-RST-FILE-NOT-FOUND             VALUE '35'.
 77  QPR-SER-STATUS              PIC XX     VALUE '00'.
     88  QPR-SER-FILE-EOF                   VALUE '10'.
     88  QPR-SER-FILE-NOT-FOUND             VALUE '35'.
 77  QPR-OVL-STATUS              PIC XX     VALUE '00'.
     88  QPR-OVL-FILE-EOF                   VALUE '10'.
     88  QPR-OVL-FILE-NOT-FOUND             VALUE '35'.
*>***************************************************************
*> QPR-QT-FORM and QPR-QT-PASS-SW ride along in the work table but
*> are never written back to PRTQCTL: the form comes fresh from the
*> report master each pass, and the pass-over mark only means 'no
*> printer holds this form tonight' -- the entry itself stays
*> RELEASED on the file of record for the next pass.
*>
*> The restart fields are likewise work-table only.  QPR-QT-RESUME-
*> SW marks an entry interrupted by an earlier pass; QPR-QT-DONE-
*> PAGES and QPR-QT-DONE-PRINTER are its last confirmed page and
*> the printer it went to, from PRTQPROG; QPR-QT-RST-* hold an
*> operator restart directive from PRTQRST, if one was accepted.
*>
*> QPR-QT-SERIAL-PURPOSE is set at load for an entry on a serial-
*> controlled form: the purpose its sheets are logged under.
*>
*> QPR-QT-OVERLAY-SW is set at load for an entry on an overlay-
*> capable form whose overlay is on file: its pages print with the
*> overlay merged.
*>***************************************************************
 01  QPR-QUEUE-TABLE.
     05  QPR-QT-ENTRY OCCURS 100 TIMES.
         10  QPR-QT-FORM         PIC X(04).
         10  QPR-QT-PASS-SW      PIC X(01).
             88  QPR-QT-PASSED-OVER         VALUE 'Y'.
         10  QPR-QT-RESUME-SW    PIC X(01).
             88  QPR-QT-RESUMING            VALUE 'Y'.
         10  QPR-QT-DONE-PAGES   PIC 9(05).
         10  QPR-QT-DONE-PRINTER PIC 9(01).
         10  QPR-QT-RST-PAGE     PIC 9(05).
         10  QPR-QT-RST-PRINTER  PIC 9(01).
         10  QPR-QT-RST-OPERATOR PIC X(08).
         10  QPR-QT-SERIAL-PURPOSE PIC X(01).
             88  QPR-QT-ON-SERIAL-STOCK     VALUE 'P' 'A'.
         10  QPR-QT-OVERLAY-SW   PIC X(01).
             88  QPR-QT-OVERLAID            VALUE 'Y'.
 77  QPR-QT-COUNT                PIC 9(03)  VALUE ZERO.
 77  QPR-QT-SUB                  PIC 9(03)  VALUE ZERO.
 77  QPR-PICK-SUB                PIC 9(03)  VALUE ZERO.
*> from the report master at initialize.  An id the master does not
*> know resolves to a form of spaces -- it cannot name a form to
*> mount, so it prints on printer one, the same place an
*> unconfigured shop prints everything.  QPR-FT-SERIAL-CTL is the
*> report's serial-control mark, QPR-FT-OVERLAY its overlay mark.
*>***************************************************************
 01  QPR-FORM-TABLE.
     05  QPR-FT-ENTRY OCCURS 100 TIMES.
         10  QPR-FT-REPORT-ID    PIC X(08).
         10  QPR-FT-FORM         PIC X(04).
         10  QPR-FT-SERIAL-CTL   PIC X(01).
         10  QPR-FT-OVERLAY      PIC X(01).
 77  QPR-FT-COUNT                PIC 9(03)  VALUE ZERO.
 77  QPR-FT-SUB                  PIC 9(03)  VALUE ZERO.
 77  QPR-FT-FULL-SW              PIC X(01)  VALUE 'N'.
     88  QPR-FT-TABLE-FULL                  VALUE 'Y'.
 77  QPR-FORM-SEARCH-ID          PIC X(08)  VALUE SPACES.
 77  QPR-SF-SUB                  PIC 9(03)  VALUE ZERO.
 77  QPR-SERIAL-FORM-SW          PIC X(01)  VALUE 'N'.
     88  QPR-FORM-IS-SERIAL                 VALUE 'Y'.
*>***************************************************************
*> QPR-OVERLAY-TABLE is the form overlay file, loaded whole at
*> initialize.  QPR-OV-LAST-LINE is the deepest page line the
*> overlay of QPR-OV-SEARCH-FORM reaches (zero: it has none), and
*> QPR-PAGE-LINE the line of the page going to paper, the header
*> line being line one.
*>***************************************************************
 01  QPR-OVERLAY-TABLE.
     05  QPR-OV-ENTRY OCCURS 300 TIMES.
         10  QPR-OV-FORM         PIC X(04).
         10  QPR-OV-LINE         PIC 9(03).
         10  QPR-OV-COLUMN       PIC 9(03).
         10  QPR-OV-TEXT         PIC X(122).
 77  QPR-OV-COUNT                PIC 9(03)  VALUE ZERO.
 77  QPR-OV-SUB                  PIC 9(03)  VALUE ZERO.
 77  QPR-OV-FULL-SW              PIC X(01)  VALUE 'N'.
     88  QPR-OV-TABLE-FULL                  VALUE 'Y'.
 77  QPR-OV-SEARCH-FORM          PIC X(04)  VALUE SPACES.
 77  QPR-OV-LAST-LINE            PIC 9(03)  VALUE ZERO.
 77  QPR-OV-CHAR                 PIC 9(03)  VALUE ZERO.
 77  QPR-OV-POS                  PIC 9(04)  VALUE ZERO.
 77  QPR-OV-FILL-FROM            PIC 9(05)  VALUE ZERO.
 77  QPR-PAGE-LINE               PIC 9(05)  VALUE ZERO.
 77  QPR-OVERLAY-FORM-SW         PIC X(01)  VALUE 'N'.
     88  QPR-FORM-IS-OVERLAY                VALUE 'Y'.
 77  QPR-PLAIN-STOCK-SW          PIC X(01)  VALUE 'N'.
     88  QPR-ON-PLAIN-STOCK                 VALUE 'Y'.
 77  QPR-OVERLAY-COUNT           PIC 9(03)  VALUE ZERO.
*>***************************************************************
*> QPR-SK-FORM and QPR-SK-NEXT are where each physical printer's
*> serial stock stands, per the SERREG register: the form of the
*> last stock loaded on it (spaces if none ever was, or the last
*> was unloaded) and the serial of the next sheet.
*>***************************************************************
 01  QPR-STOCK-TABLE.
     05  QPR-SK-ENTRY OCCURS 3 TIMES.
         10  QPR-SK-FORM         PIC X(04).
         10  QPR-SK-NEXT         PIC 9(09).
 77  QPR-STOCK-REQ-COUNT         PIC 9(03)  VALUE ZERO.
 77  QPR-SERIAL-PURPOSE          PIC X(01)  VALUE SPACE.
 77  QPR-SERIAL-RUN-DATE         PIC 9(08)  VALUE ZERO.
 77  QPR-SERIAL-PAGE             PIC 9(05)  VALUE ZERO.
 77  QPR-FIRST-SERIAL            PIC 9(09)  VALUE ZERO.
 77  QPR-LAST-SERIAL             PIC 9(09)  VALUE ZERO.
 77  QPR-SHEETS-LOGGED           PIC 9(05)  VALUE ZERO.
 77  QPR-REFUSED-SW              PIC X(01)  VALUE 'N'.
     88  QPR-PRINTER-REFUSED                VALUE 'Y'.
*>***************************************************************
*> QPR-PR-FORM holds the form each of the three physical printers
*> is declared as carrying tonight, per PRNTCFG.  Spaces means the
 77  QPR-OVERFLOW-COUNT          PIC 9(05)  VALUE ZERO.
 77  QPR-QT-FULL-SW              PIC X(01)  VALUE 'N'.
     88  QPR-QT-TABLE-FULL                  VALUE 'Y'.
*>***************************************************************
*> Restart working fields.  QPR-START-PAGE is the first page of the
*> entry that goes to paper this time (1 on a fresh entry);
*> QPR-PAGE-OPEN-SW is up while a page of the entry is part-way
*> onto the printer, and a page is confirmed on PRTQPROG only when
*> the next page header (or the end of the spool) closes it.
*>***************************************************************
 77  QPR-START-PAGE              PIC 9(05)  VALUE ZERO.
 77  QPR-PAGE-OPEN-SW            PIC X(01)  VALUE 'N'.
     88  QPR-PAGE-OPEN                      VALUE 'Y'.
 77  QPR-RESUME-COUNT            PIC 9(03)  VALUE ZERO.
 77  QPR-REDIRECT-PRINTER        PIC 9(01)  VALUE ZERO.
 77  QPR-ENTRY-QUEUE-DATE        PIC 9(08)  VALUE ZERO.
 77  QPR-ENTRY-QUEUE-TIME        PIC 9(08)  VALUE ZERO.
 77  QPR-NOW-DATE                PIC 9(08)  VALUE ZERO.
 77  QPR-NOW-TIME                PIC 9(08)  VALUE ZERO.
 77  QPR-PHYS-OUT                PIC X(132) VALUE SPACES.
 PROCEDURE DIVISION.
 QPR-MAINLINE SECTION.
     ACCEPT QPR-TODAY FROM DATE YYYYMMDD.
     PERFORM QPR-LOAD-MASTER THRU QPR-LOAD-MASTER-EXIT.
     PERFORM QPR-LOAD-OVERLAY THRU QPR-LOAD-OVERLAY-EXIT.
     PERFORM QPR-LOAD-PRINTER-CFG THRU QPR-LOAD-PRINTER-CFG-EXIT.
     PERFORM QPR-LOAD-SERIAL-STOCK THRU QPR-LOAD-SERIAL-STOCK-EXIT.
     PERFORM QPR-LOAD-QUEUE THRU QPR-LOAD-QUEUE-EXIT.
     OPEN OUTPUT PHYS-FILE-1 PHYS-FILE-2 PHYS-FILE-3.
     OPEN OUTPUT MNT-FILE.
         DISPLAY 'PRTQPRT: ' QPR-MOUNT-COUNT
             ' ENTRIES WAITING ON A FORM MOUNT - SEE MNTREQ'
     END-IF.
     IF QPR-STOCK-REQ-COUNT > ZERO
         DISPLAY 'PRTQPRT: ' QPR-STOCK-REQ-COUNT
             ' ENTRIES WAITING ON A SERIAL STOCK CHANGE - SEE MNTREQ'
     END-IF.
     IF QPR-OVERLAY-COUNT > ZERO
         DISPLAY 'PRTQPRT: ' QPR-OVERLAY-COUNT
             ' ENTRIES PRINTED WITH THE FORM OVERLAY MERGED'
     END-IF.
     IF QPR-RESUME-COUNT > ZERO
         DISPLAY 'PRTQPRT: ' QPR-RESUME-COUNT
             ' INTERRUPTED ENTRIES RESUMED BEHIND A RESTART PAGE'
     END-IF.
     STOP RUN.
 QPR-MAINLINE-EXIT.
     EXIT.
                     TO QPR-FT-REPORT-ID(QPR-FT-COUNT)
                 MOVE LCPM-FORM-NUMBER
                     TO QPR-FT-FORM(QPR-FT-COUNT)
                 MOVE LCPM-SERIAL-CTL
                     TO QPR-FT-SERIAL-CTL(QPR-FT-COUNT)
                 MOVE LCPM-OVERLAY
                     TO QPR-FT-OVERLAY(QPR-FT-COUNT)
             ELSE
                 MOVE 'Y' TO QPR-FT-FULL-SW
             END-IF
 QPR-LOAD-MASTER-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> QPR-LOAD-OVERLAY loads the form overlay file.  A record with no
*> form number, a page line that is not a positive number or a
*> column off the 132-position line cannot be placed and is
*> reported and skipped.  No FORMOVL means no form has an overlay:
*> every form then needs its pre-printed stock, as before.
*>***************************************************************
 QPR-LOAD-OVERLAY.
     OPEN INPUT OVL-FILE.
     IF QPR-OVL-FILE-NOT-FOUND
         SET QPR-OVL-FILE-EOF TO TRUE
     ELSE
         PERFORM QPR-LOAD-OVERLAY-RECORD
             THRU QPR-LOAD-OVERLAY-RECORD-EXIT
             UNTIL QPR-OVL-FILE-EOF
         CLOSE OVL-FILE
     END-IF.
     IF QPR-OV-TABLE-FULL
         DISPLAY 'PRTQPRT: FORM OVERLAY EXCEEDS 300 RECORDS - '
             'EXCESS TEXT NOT PRINTED'
     END-IF.
 QPR-LOAD-OVERLAY-EXIT.
     EXIT.
 QPR-LOAD-OVERLAY-RECORD.
     READ OVL-FILE
         AT END
             SET QPR-OVL-FILE-EOF TO TRUE
         NOT AT END
             IF LCPL-FORM-NUMBER = SPACES
                 OR LCPL-LINE-NO IS NOT NUMERIC
                 OR LCPL-COLUMN IS NOT NUMERIC
                 DISPLAY 'PRTQPRT: FORMOVL RECORD FOR FORM '
                     LCPL-FORM-NUMBER ' LINE ' LCPL-LINE-NO
                     ' COLUMN ' LCPL-COLUMN ' NOT NUMERIC - IGNORED'
             ELSE
             IF LCPL-LINE-NO = ZERO
                 OR LCPL-COLUMN = ZERO OR LCPL-COLUMN > 132
                 DISPLAY 'PRTQPRT: FORMOVL RECORD FOR FORM '
                     LCPL-FORM-NUMBER ' LINE ' LCPL-LINE-NO
                     ' COLUMN ' LCPL-COLUMN ' OFF THE PAGE - IGNORED'
             ELSE
             IF QPR-OV-COUNT < 300
                 ADD 1 TO QPR-OV-COUNT
                 MOVE LCPL-FORM-NUMBER TO QPR-OV-FORM(QPR-OV-COUNT)
                 MOVE LCPL-LINE-NO     TO QPR-OV-LINE(QPR-OV-COUNT)
                 MOVE LCPL-COLUMN      TO QPR-OV-COLUMN(QPR-OV-COUNT)
                 MOVE LCPL-TEXT        TO QPR-OV-TEXT(QPR-OV-COUNT)
             ELSE
                 MOVE 'Y' TO QPR-OV-FULL-SW
             END-IF
             END-IF
             END-IF
     END-READ.
 QPR-LOAD-OVERLAY-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> QPR-LOAD-PRINTER-CFG reads what form each physical printer is
*> declared as holding.  No PRNTCFG at all leaves the shop in
*> single-printer mode: everything goes to printer one regardless
     END-READ.
 QPR-LOAD-CFG-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> QPR-LOAD-SERIAL-STOCK reads the serial register through to learn
*> where each printer's serial stock stands: a load sets the form
*> and the next serial, every sheet used or spoiled moves the next
*> serial one past it.  No register means no serial stock has ever
*> been recorded, and no serial-controlled form can print until it
*> is.
*>***************************************************************
 QPR-LOAD-SERIAL-STOCK.
     PERFORM QPR-CLEAR-STOCK-STEP THRU QPR-CLEAR-STOCK-STEP-EXIT
         VARYING QPR-PR-SUB FROM 1 BY 1
         UNTIL QPR-PR-SUB > 3.
     OPEN INPUT SER-FILE.
     IF QPR-SER-FILE-NOT-FOUND
         SET QPR-SER-FILE-EOF TO TRUE
     ELSE
         PERFORM QPR-LOAD-SERIAL-RECORD
             THRU QPR-LOAD-SERIAL-RECORD-EXIT
             UNTIL QPR-SER-FILE-EOF
         CLOSE SER-FILE
     END-IF.
 QPR-LOAD-SERIAL-STOCK-EXIT.
     EXIT.
 QPR-CLEAR-STOCK-STEP.
     MOVE SPACES TO QPR-SK-FORM(QPR-PR-SUB).
     MOVE ZERO TO QPR-SK-NEXT(QPR-PR-SUB).
 QPR-CLEAR-STOCK-STEP-EXIT.
     EXIT.
 QPR-LOAD-SERIAL-RECORD.
     READ SER-FILE
         AT END
             SET QPR-SER-FILE-EOF TO TRUE
         NOT AT END
             IF LCPN-PRINTER-NO >= 1 AND LCPN-PRINTER-NO <= 3
                 EVALUATE LCPN-PURPOSE
                     WHEN 'L'
                         MOVE LCPN-FORM-NUMBER
                             TO QPR-SK-FORM(LCPN-PRINTER-NO)
                         MOVE LCPN-SERIAL-NO
                             TO QPR-SK-NEXT(LCPN-PRINTER-NO)
                     WHEN 'U'
                         MOVE SPACES TO QPR-SK-FORM(LCPN-PRINTER-NO)
                         MOVE ZERO TO QPR-SK-NEXT(LCPN-PRINTER-NO)
                     WHEN OTHER
                         COMPUTE QPR-SK-NEXT(LCPN-PRINTER-NO) =
                             LCPN-SERIAL-NO + 1
                 END-EVALUATE
             END-IF
     END-READ.
 QPR-LOAD-SERIAL-RECORD-EXIT.
     EXIT.
 QPR-LOAD-QUEUE.
     OPEN OUTPUT QUE-SCR-FILE.
     OPEN INPUT QUEUE-FILE.
         DISPLAY 'PRTQPRT: QUEUE EXCEEDS 100 ENTRIES - '
             QPR-OVERFLOW-COUNT ' CARRIED FORWARD UNPRINTED'
     END-IF.
     PERFORM QPR-LOAD-PROGRESS THRU QPR-LOAD-PROGRESS-EXIT.
     PERFORM QPR-LOAD-RESTART THRU QPR-LOAD-RESTART-EXIT.
*>***************************************************************
*> Priming pick: QPR-PICK-SUB doubles as the loop control -- zero
*> means nothing RELEASED is left and the pass is over.
                 MOVE LCPQ-DATE   TO QPR-QT-DATE(QPR-QT-COUNT)
                 MOVE LCPQ-TIME   TO QPR-QT-TIME(QPR-QT-COUNT)
                 MOVE LCPQ-STATUS TO QPR-QT-STATUS(QPR-QT-COUNT)
                 MOVE 'N' TO QPR-QT-RESUME-SW(QPR-QT-COUNT)
                 MOVE ZERO TO QPR-QT-DONE-PAGES(QPR-QT-COUNT)
                 MOVE ZERO TO QPR-QT-DONE-PRINTER(QPR-QT-COUNT)
                 MOVE ZERO TO QPR-QT-RST-PAGE(QPR-QT-COUNT)
                 MOVE ZERO TO QPR-QT-RST-PRINTER(QPR-QT-COUNT)
                 MOVE SPACES TO QPR-QT-RST-OPERATOR(QPR-QT-COUNT)
*>***************************************************************
*> Only one print pass runs at a time, so an entry already PRINTING
*> at load was left there by a pass that never finished.  It goes
*> back into the running as RELEASED, flagged to resume.
*>***************************************************************
                 IF LCPQ-STATUS = 'P'
                     MOVE 'R' TO QPR-QT-STATUS(QPR-QT-COUNT)
                     MOVE 'Y' TO QPR-QT-RESUME-SW(QPR-QT-COUNT)
                     DISPLAY 'PRTQPRT: JOB=' LCPQ-JOB-NAME
                         ' RPT=' LCPQ-REPORT-ID
                         ' WAS LEFT PRINTING - WILL RESUME'
                 END-IF
                 MOVE LCPQ-PRIORITY
                     TO QPR-QT-PRIORITY(QPR-QT-COUNT)
                 MOVE LCPQ-PAGE-COUNT
                     TO QPR-QT-PAGE-COUNT(QPR-QT-COUNT)
                 MOVE LCPQ-REPORT-ID TO QPR-FORM-SEARCH-ID
                 PERFORM QPR-FIND-FORM THRU QPR-FIND-FORM-EXIT
                 MOVE SPACE TO QPR-QT-SERIAL-PURPOSE(QPR-QT-COUNT)
                 MOVE 'N' TO QPR-QT-OVERLAY-SW(QPR-QT-COUNT)
                 IF QPR-FT-SUB > QPR-FT-COUNT
                     MOVE SPACES TO QPR-QT-FORM(QPR-QT-COUNT)
                 ELSE
                     MOVE QPR-FT-FORM(QPR-FT-SUB)
                         TO QPR-QT-FORM(QPR-QT-COUNT)
                     PERFORM QPR-SET-SERIAL-PURPOSE
                         THRU QPR-SET-SERIAL-PURPOSE-EXIT
                     PERFORM QPR-SET-OVERLAY THRU QPR-SET-OVERLAY-EXIT
                 END-IF
                 MOVE 'N' TO QPR-QT-PASS-SW(QPR-QT-COUNT)
             ELSE
 QPR-LOAD-QUEUE-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> QPR-LOAD-PROGRESS reads the print progress file and hangs each
*> interrupted entry's restart point on it.  Records are appended
*> a page at a time, so the last one for an entry is the furthest
*> it got.  An entry with progress on file that is RELEASED (the
*> operator may have released it by hand since the abend) resumes
*> as surely as one found PRINTING.  No PRTQPROG at all simply
*> means nothing was ever interrupted.
*>***************************************************************
 QPR-LOAD-PROGRESS.
     OPEN INPUT PROG-FILE.
     IF QPR-PROG-FILE-NOT-FOUND
         SET QPR-PROG-FILE-EOF TO TRUE
     ELSE
         PERFORM QPR-LOAD-PROGRESS-RECORD
             THRU QPR-LOAD-PROGRESS-RECORD-EXIT
             UNTIL QPR-PROG-FILE-EOF
         CLOSE PROG-FILE
     END-IF.
 QPR-LOAD-PROGRESS-EXIT.
     EXIT.
 QPR-LOAD-PROGRESS-RECORD.
     READ PROG-FILE
         AT END
             SET QPR-PROG-FILE-EOF TO TRUE
         NOT AT END
             PERFORM QPR-FIND-PROGRESS-ENTRY
                 THRU QPR-FIND-PROGRESS-ENTRY-EXIT
             IF QPR-QT-SUB NOT > QPR-QT-COUNT
                 MOVE 'Y' TO QPR-QT-RESUME-SW(QPR-QT-SUB)
                 MOVE LCPP-PAGES-DONE
                     TO QPR-QT-DONE-PAGES(QPR-QT-SUB)
                 MOVE LCPP-PRINTER-NO
                     TO QPR-QT-DONE-PRINTER(QPR-QT-SUB)
             END-IF
     END-READ.
 QPR-LOAD-PROGRESS-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> QPR-FIND-PROGRESS-ENTRY finds the RELEASED entry a progress
*> record belongs to: same job, report and queue date and time.
*> On return QPR-QT-SUB points at it, or past QPR-QT-COUNT.
*>***************************************************************
 QPR-FIND-PROGRESS-ENTRY.
     PERFORM QPR-FIND-PROGRESS-ENTRY-STEP
         THRU QPR-FIND-PROGRESS-ENTRY-STEP-EXIT
         VARYING QPR-QT-SUB FROM 1 BY 1
         UNTIL QPR-QT-SUB > QPR-QT-COUNT
            OR (QPR-QT-JOB-NAME(QPR-QT-SUB) = LCPP-JOB-NAME
                AND QPR-QT-REPORT-ID(QPR-QT-SUB) = LCPP-REPORT-ID
                AND QPR-QT-DATE(QPR-QT-SUB) = LCPP-QUEUE-DATE
                AND QPR-QT-TIME(QPR-QT-SUB) = LCPP-QUEUE-TIME
                AND QPR-QT-STATUS(QPR-QT-SUB) = 'R').
 QPR-FIND-PROGRESS-ENTRY-EXIT.
     EXIT.
 QPR-FIND-PROGRESS-ENTRY-STEP.
     CONTINUE.
 QPR-FIND-PROGRESS-ENTRY-STEP-EXIT.
     EXIT.
*>***************************************************************
*> QPR-LOAD-RESTART applies the operator's restart directives from
*> PRTQRST.  Each is checked against the queue as loaded: it must
*> carry an operator id, name an interrupted entry by its queue
*> date and time, only back up (never past the page after the last
*> one confirmed printed), and any printer it redirects to must be
*> declared in PRNTCFG as holding that entry's form -- the same rule
*> the form dispatch lives by.  A directive that fails is reported
*> on the console and ignored; the entry then resumes from its own
*> progress.  No PRTQRST is normal.
*>***************************************************************
 QPR-LOAD-RESTART.
     OPEN INPUT RST-FILE.
     IF QPR-RST-FILE-NOT-FOUND
         SET QPR-RST-FILE-EOF TO TRUE
     ELSE
         PERFORM QPR-LOAD-RESTART-RECORD
             THRU QPR-LOAD-RESTART-RECORD-EXIT
             UNTIL QPR-RST-FILE-EOF
         CLOSE RST-FILE
     END-IF.
 QPR-LOAD-RESTART-EXIT.
     EXIT.
 QPR-LOAD-RESTART-RECORD.
     READ RST-FILE
         AT END
             SET QPR-RST-FILE-EOF TO TRUE
         NOT AT END
             PERFORM QPR-APPLY-RESTART THRU QPR-APPLY-RESTART-EXIT
     END-READ.
 QPR-LOAD-RESTART-RECORD-EXIT.
     EXIT.
 QPR-APPLY-RESTART.
     MOVE ZERO TO QPR-QT-SUB.
     IF QPR-RST-QUEUE-DATE IS NUMERIC
        AND QPR-RST-QUEUE-TIME IS NUMERIC
         PERFORM QPR-FIND-RESTART-ENTRY
             THRU QPR-FIND-RESTART-ENTRY-EXIT
     END-IF.
     EVALUATE TRUE
         WHEN QPR-RST-OPERATOR-ID = SPACES
             DISPLAY 'PRTQPRT: RESTART FOR JOB=' QPR-RST-JOB-NAME
                 ' RPT=' QPR-RST-REPORT-ID
                 ' IGNORED - NO OPERATOR ID'
         WHEN QPR-RST-START-PAGE NOT NUMERIC
           OR QPR-RST-PRINTER-NO NOT NUMERIC
             DISPLAY 'PRTQPRT: RESTART FOR JOB=' QPR-RST-JOB-NAME
                 ' RPT=' QPR-RST-REPORT-ID
                 ' IGNORED - PAGE OR PRINTER NOT NUMERIC'
         WHEN QPR-QT-SUB = ZERO
             DISPLAY 'PRTQPRT: RESTART FOR JOB=' QPR-RST-JOB-NAME
                 ' RPT=' QPR-RST-REPORT-ID
                 ' IGNORED - QUEUE DATE OR TIME NOT NUMERIC'
         WHEN QPR-QT-SUB > QPR-QT-COUNT
             DISPLAY 'PRTQPRT: RESTART FOR JOB=' QPR-RST-JOB-NAME
                 ' RPT=' QPR-RST-REPORT-ID
                 ' QUEUED=' QPR-RST-QUEUE-DATE ' ' QPR-RST-QUEUE-TIME
                 ' IGNORED - NO INTERRUPTED ENTRY TO RESTART'
         WHEN QPR-RST-START-PAGE > QPR-QT-DONE-PAGES(QPR-QT-SUB) + 1
             DISPLAY 'PRTQPRT: RESTART FOR JOB=' QPR-RST-JOB-NAME
                 ' RPT=' QPR-RST-REPORT-ID
                 ' PAGE=' QPR-RST-START-PAGE
                 ' IGNORED - PAGE NOT YET PRINTED'
         WHEN QPR-RST-PRINTER-NO > 3
             DISPLAY 'PRTQPRT: RESTART FOR JOB=' QPR-RST-JOB-NAME
                 ' RPT=' QPR-RST-REPORT-ID
                 ' IGNORED - ONLY PRINTERS 1-3 EXIST'
         WHEN QPR-RST-PRINTER-NO > ZERO
          AND (NOT QPR-CFG-FILE-PRESENT
               OR QPR-QT-FORM(QPR-QT-SUB) = SPACES
               OR QPR-PR-FORM(QPR-RST-PRINTER-NO)
                  NOT = QPR-QT-FORM(QPR-QT-SUB))
             DISPLAY 'PRTQPRT: RESTART FOR JOB=' QPR-RST-JOB-NAME
                 ' RPT=' QPR-RST-REPORT-ID
                 ' IGNORED - PRINTER ' QPR-RST-PRINTER-NO
                 ' NOT DECLARED WITH FORM ' QPR-QT-FORM(QPR-QT-SUB)
         WHEN OTHER
             MOVE QPR-RST-START-PAGE TO QPR-QT-RST-PAGE(QPR-QT-SUB)
             MOVE QPR-RST-PRINTER-NO
                 TO QPR-QT-RST-PRINTER(QPR-QT-SUB)
             MOVE QPR-RST-OPERATOR-ID
                 TO QPR-QT-RST-OPERATOR(QPR-QT-SUB)
             DISPLAY 'PRTQPRT: RESTART FOR JOB=' QPR-RST-JOB-NAME
                 ' RPT=' QPR-RST-REPORT-ID
                 ' PAGE=' QPR-RST-START-PAGE
                 ' PRINTER=' QPR-RST-PRINTER-NO
                 ' ACCEPTED FROM OPERATOR ' QPR-RST-OPERATOR-ID
     END-EVALUATE.
 QPR-APPLY-RESTART-EXIT.
     EXIT.
*>***************************************************************
*> QPR-FIND-RESTART-ENTRY finds the interrupted RELEASED entry a
*> restart directive names: same job, report and queue date and
*> time.  On return QPR-QT-SUB points at it, or past QPR-QT-COUNT.
*>***************************************************************
 QPR-FIND-RESTART-ENTRY.
     PERFORM QPR-FIND-RESTART-ENTRY-STEP
         THRU QPR-FIND-RESTART-ENTRY-STEP-EXIT
         VARYING QPR-QT-SUB FROM 1 BY 1
         UNTIL QPR-QT-SUB > QPR-QT-COUNT
            OR (QPR-QT-JOB-NAME(QPR-QT-SUB) = QPR-RST-JOB-NAME
                AND QPR-QT-REPORT-ID(QPR-QT-SUB) = QPR-RST-REPORT-ID
                AND QPR-QT-DATE(QPR-QT-SUB) = QPR-RST-QUEUE-DATE
                AND QPR-QT-TIME(QPR-QT-SUB) = QPR-RST-QUEUE-TIME
                AND QPR-QT-STATUS(QPR-QT-SUB) = 'R'
                AND QPR-QT-RESUMING(QPR-QT-SUB)).
 QPR-FIND-RESTART-ENTRY-EXIT.
     EXIT.
 QPR-FIND-RESTART-ENTRY-STEP.
     CONTINUE.
 QPR-FIND-RESTART-ENTRY-STEP-EXIT.
     EXIT.
*>***************************************************************
*> QPR-FIND-FORM does a linear scan of the form lookup table for
*> QPR-FORM-SEARCH-ID.  On return QPR-FT-SUB points at the match,
*> or past QPR-FT-COUNT when the master does not know the id.
 QPR-FIND-FORM-STEP-EXIT.
     EXIT.
*>***************************************************************
*> QPR-SET-SERIAL-PURPOSE marks the entry just loaded (its report
*> at QPR-FT-SUB) when its form is serial-controlled, which it is
*> when any report on the form carries the master's mark.  An
*> alignment chart's sheets are logged as alignment, everything
*> else on the form as production.
*>***************************************************************
 QPR-SET-SERIAL-PURPOSE.
     IF QPR-FT-SERIAL-CTL(QPR-FT-SUB) = 'A'
         MOVE 'A' TO QPR-QT-SERIAL-PURPOSE(QPR-QT-COUNT)
     ELSE
         MOVE 'N' TO QPR-SERIAL-FORM-SW
         PERFORM QPR-FIND-SERIAL-STEP THRU QPR-FIND-SERIAL-STEP-EXIT
             VARYING QPR-SF-SUB FROM 1 BY 1
             UNTIL QPR-SF-SUB > QPR-FT-COUNT
                OR QPR-FORM-IS-SERIAL
         IF QPR-FORM-IS-SERIAL
             MOVE 'P' TO QPR-QT-SERIAL-PURPOSE(QPR-QT-COUNT)
         END-IF
     END-IF.
 QPR-SET-SERIAL-PURPOSE-EXIT.
     EXIT.
 QPR-FIND-SERIAL-STEP.
     IF QPR-FT-FORM(QPR-SF-SUB) = QPR-QT-FORM(QPR-QT-COUNT)
         AND QPR-FT-SERIAL-CTL(QPR-SF-SUB) NOT = SPACE
         MOVE 'Y' TO QPR-SERIAL-FORM-SW
     END-IF.
 QPR-FIND-SERIAL-STEP-EXIT.
     EXIT.
*>***************************************************************
*> QPR-SET-OVERLAY marks the entry just loaded (its report at
*> QPR-FT-SUB) for the overlay when its form is overlay-capable,
*> which it is when any report on the form carries the master's
*> mark, and the overlay file holds the form's content.  A form
*> marked but with nothing on FORMOVL is reported and printed the
*> old way, on its pre-printed stock.
*>***************************************************************
 QPR-SET-OVERLAY.
     IF QPR-QT-FORM(QPR-QT-COUNT) = SPACES
         GO TO QPR-SET-OVERLAY-EXIT
     END-IF.
     IF QPR-FT-OVERLAY(QPR-FT-SUB) = 'Y'
         MOVE 'Y' TO QPR-OVERLAY-FORM-SW
     ELSE
         MOVE 'N' TO QPR-OVERLAY-FORM-SW
         PERFORM QPR-FIND-OVERLAY-STEP THRU QPR-FIND-OVERLAY-STEP-EXIT
             VARYING QPR-SF-SUB FROM 1 BY 1
             UNTIL QPR-SF-SUB > QPR-FT-COUNT
                OR QPR-FORM-IS-OVERLAY
     END-IF.
     IF NOT QPR-FORM-IS-OVERLAY
         GO TO QPR-SET-OVERLAY-EXIT
     END-IF.
     MOVE QPR-QT-FORM(QPR-QT-COUNT) TO QPR-OV-SEARCH-FORM.
     PERFORM QPR-FIND-OVERLAY-LAST THRU QPR-FIND-OVERLAY-LAST-EXIT.
     IF QPR-OV-LAST-LINE = ZERO
         DISPLAY 'PRTQPRT: FORM ' QPR-OV-SEARCH-FORM
             ' IS MARKED FOR OVERLAY BUT HAS NONE ON FORMOVL - JOB='
             LCPQ-JOB-NAME ' RPT=' LCPQ-REPORT-ID
             ' NEEDS THE PRE-PRINTED FORM'
     ELSE
         MOVE 'Y' TO QPR-QT-OVERLAY-SW(QPR-QT-COUNT)
     END-IF.
 QPR-SET-OVERLAY-EXIT.
     EXIT.
 QPR-FIND-OVERLAY-STEP.
     IF QPR-FT-FORM(QPR-SF-SUB) = QPR-QT-FORM(QPR-QT-COUNT)
         AND QPR-FT-OVERLAY(QPR-SF-SUB) = 'Y'
         MOVE 'Y' TO QPR-OVERLAY-FORM-SW
     END-IF.
 QPR-FIND-OVERLAY-STEP-EXIT.
     EXIT.
*>***************************************************************
*> QPR-FIND-OVERLAY-LAST sets QPR-OV-LAST-LINE to the deepest page
*> line the overlay of QPR-OV-SEARCH-FORM reaches, zero when the
*> form has no overlay on file.
*>***************************************************************
 QPR-FIND-OVERLAY-LAST.
     MOVE ZERO TO QPR-OV-LAST-LINE.
     PERFORM QPR-FIND-OVERLAY-LAST-STEP
         THRU QPR-FIND-OVERLAY-LAST-STEP-EXIT
         VARYING QPR-OV-SUB FROM 1 BY 1
         UNTIL QPR-OV-SUB > QPR-OV-COUNT.
 QPR-FIND-OVERLAY-LAST-EXIT.
     EXIT.
 QPR-FIND-OVERLAY-LAST-STEP.
     IF QPR-OV-FORM(QPR-OV-SUB) = QPR-OV-SEARCH-FORM
         AND QPR-OV-LINE(QPR-OV-SUB) > QPR-OV-LAST-LINE
         MOVE QPR-OV-LINE(QPR-OV-SUB) TO QPR-OV-LAST-LINE
     END-IF.
 QPR-FIND-OVERLAY-LAST-STEP-EXIT.
     EXIT.
*>***************************************************************
*> QPR-PICK-BEST-ENTRY scans the whole table twice over in one
*> pass: the best RELEASED entry on the form just printed (so
*> same-form reports run consecutively and the operator changes
*> is marked PRINTING and the queue rewritten (so an abend leaves
*> the truth on file), its pages are copied from the spool to that
*> printer's file, it is marked DONE, the queue rewritten again,
*> and the next piece of work is picked.  An entry on a serial-
*> controlled form also needs the printer's recorded stock to be
*> that form; if it is not, a stock-load request and a pass-over
*> stand in for the print, the same as a mount.  An entry printing
*> with the form overlay never needs a mount: when no printer holds
*> its form it goes out on plain stock on printer one, the place a
*> report with no form to mount always goes.  Any entry not on
*> serial stock is held off a printer that carries serial stock or
*> another special form (QPR-CHECK-PLAIN-PRINTER), with a request
*> and a pass-over in place of the print.
*>***************************************************************
 QPR-PRINT-NEXT-RELEASED.
     MOVE QPR-QT-FORM(QPR-PICK-SUB) TO QPR-ENTRY-FORM.
     PERFORM QPR-FIND-PRINTER THRU QPR-FIND-PRINTER-EXIT.
     IF QPR-QT-RST-PRINTER(QPR-PICK-SUB) > ZERO
         MOVE QPR-QT-RST-PRINTER(QPR-PICK-SUB) TO QPR-PRINTER-NO
     END-IF.
     MOVE 'N' TO QPR-PLAIN-STOCK-SW.
     IF QPR-PRINTER-NO = ZERO
         AND QPR-QT-OVERLAID(QPR-PICK-SUB)
         MOVE 1 TO QPR-PRINTER-NO
         IF NOT QPR-QT-ON-SERIAL-STOCK(QPR-PICK-SUB)
             MOVE 'Y' TO QPR-PLAIN-STOCK-SW
         END-IF
     END-IF.
     IF QPR-PRINTER-NO > ZERO
         AND QPR-QT-ON-SERIAL-STOCK(QPR-PICK-SUB)
         AND QPR-SK-FORM(QPR-PRINTER-NO) NOT = QPR-ENTRY-FORM
         PERFORM QPR-WRITE-STOCK-REQUEST
             THRU QPR-WRITE-STOCK-REQUEST-EXIT
         MOVE 'Y' TO QPR-QT-PASS-SW(QPR-PICK-SUB)
         PERFORM QPR-PICK-BEST-ENTRY THRU QPR-PICK-BEST-ENTRY-EXIT
         GO TO QPR-PRINT-NEXT-RELEASED-EXIT
     END-IF.
     IF QPR-PRINTER-NO > ZERO
         AND NOT QPR-QT-ON-SERIAL-STOCK(QPR-PICK-SUB)
         PERFORM QPR-CHECK-PLAIN-PRINTER
             THRU QPR-CHECK-PLAIN-PRINTER-EXIT
         IF QPR-PRINTER-REFUSED
             MOVE 'Y' TO QPR-QT-PASS-SW(QPR-PICK-SUB)
             PERFORM QPR-PICK-BEST-ENTRY THRU QPR-PICK-BEST-ENTRY-EXIT
             GO TO QPR-PRINT-NEXT-RELEASED-EXIT
         END-IF
     END-IF.
     IF QPR-PRINTER-NO = ZERO
         PERFORM QPR-WRITE-MOUNT-REQUEST
             THRU QPR-WRITE-MOUNT-REQUEST-EXIT
         PERFORM QPR-REWRITE-QUEUE THRU QPR-REWRITE-QUEUE-EXIT
         MOVE QPR-QT-REPORT-ID(QPR-PICK-SUB)
             TO QPR-TARGET-REPORT-ID
         PERFORM QPR-SET-START-PAGE THRU QPR-SET-START-PAGE-EXIT
         MOVE QPR-QT-DATE(QPR-PICK-SUB) TO QPR-ENTRY-QUEUE-DATE
         MOVE QPR-QT-TIME(QPR-PICK-SUB) TO QPR-ENTRY-QUEUE-TIME
         MOVE ZERO TO QPR-SHEETS-LOGGED
         IF QPR-QT-OVERLAID(QPR-PICK-SUB)
             MOVE QPR-ENTRY-FORM TO QPR-OV-SEARCH-FORM
             PERFORM QPR-FIND-OVERLAY-LAST
                 THRU QPR-FIND-OVERLAY-LAST-EXIT
         END-IF
         IF QPR-QT-ON-SERIAL-STOCK(QPR-PICK-SUB)
             OPEN EXTEND SER-FILE
             IF QPR-SER-FILE-NOT-FOUND
                 OPEN OUTPUT SER-FILE
             END-IF
         END-IF
         IF QPR-QT-RESUMING(QPR-PICK-SUB)
             PERFORM QPR-WRITE-RESTART-PAGE
                 THRU QPR-WRITE-RESTART-PAGE-EXIT
             ADD 1 TO QPR-RESUME-COUNT
             IF QPR-QT-ON-SERIAL-STOCK(QPR-PICK-SUB)
                 MOVE 'S' TO QPR-SERIAL-PURPOSE
                 MOVE ZERO TO QPR-SERIAL-RUN-DATE
                 MOVE ZERO TO QPR-SERIAL-PAGE
                 PERFORM QPR-LOG-SERIAL-SHEET
                     THRU QPR-LOG-SERIAL-SHEET-EXIT
             END-IF
         END-IF
         PERFORM QPR-COPY-REPORT-PAGES
             THRU QPR-COPY-REPORT-PAGES-EXIT
         IF QPR-QT-ON-SERIAL-STOCK(QPR-PICK-SUB)
             CLOSE SER-FILE
         END-IF
         MOVE 'D' TO QPR-QT-STATUS(QPR-PICK-SUB)
         ACCEPT QPR-QT-DATE(QPR-PICK-SUB) FROM DATE YYYYMMDD
         ACCEPT QPR-QT-TIME(QPR-PICK-SUB) FROM TIME
         PERFORM QPR-REWRITE-QUEUE THRU QPR-REWRITE-QUEUE-EXIT
         PERFORM QPR-PURGE-PROGRESS THRU QPR-PURGE-PROGRESS-EXIT
         ADD 1 TO QPR-PRINTED-COUNT
         MOVE QPR-ENTRY-FORM TO QPR-LAST-FORM
         DISPLAY 'PRTQPRT: PRINTED JOB='
             ' PRINTER=' QPR-PRINTER-NO
             ' PAGES=' QPR-ENTRY-PAGES
             ' LINES=' QPR-ENTRY-LINES
         IF QPR-QT-OVERLAID(QPR-PICK-SUB)
             ADD 1 TO QPR-OVERLAY-COUNT
             IF QPR-ON-PLAIN-STOCK
                 DISPLAY 'PRTQPRT: FORM ' QPR-ENTRY-FORM
                     ' NOT LOADED - OVERLAY MERGED ONTO PLAIN STOCK'
                     ' ON PRINTER ' QPR-PRINTER-NO
             ELSE
                 DISPLAY 'PRTQPRT: FORM ' QPR-ENTRY-FORM
                     ' OVERLAY MERGED ON PRINTER ' QPR-PRINTER-NO
             END-IF
         END-IF
         IF QPR-QT-RESUMING(QPR-PICK-SUB)
             DISPLAY 'PRTQPRT: JOB='
                 QPR-QT-JOB-NAME(QPR-PICK-SUB)
                 ' RPT=' QPR-QT-REPORT-ID(QPR-PICK-SUB)
                 ' RESUMED AT PAGE ' QPR-START-PAGE
                 ' ON PRINTER ' QPR-PRINTER-NO
             IF QPR-START-PAGE > QPR-ENTRY-PAGES
                 DISPLAY 'PRTQPRT: RESTART PAGE ' QPR-START-PAGE
                     ' IS PAST THE LAST PAGE - NOTHING REPRINTED'
             END-IF
         END-IF
         IF QPR-SHEETS-LOGGED > ZERO
             DISPLAY 'PRTQPRT: FORM ' QPR-ENTRY-FORM
                 ' SERIALS ' QPR-FIRST-SERIAL ' THRU '
                 QPR-LAST-SERIAL ' USED ON PRINTER ' QPR-PRINTER-NO
                 ' (' QPR-SHEETS-LOGGED ' SHEETS)'
         END-IF
     END-IF.
     PERFORM QPR-PICK-BEST-ENTRY THRU QPR-PICK-BEST-ENTRY-EXIT.
 QPR-PRINT-NEXT-RELEASED-EXIT.
     EXIT.
*>***************************************************************
*> QPR-SET-START-PAGE decides where the picked entry goes to paper
*> from: the page the operator named, else the page after the last
*> one confirmed printed, else (a fresh entry) page one.
*>***************************************************************
 QPR-SET-START-PAGE.
     IF QPR-QT-RST-PAGE(QPR-PICK-SUB) > ZERO
         MOVE QPR-QT-RST-PAGE(QPR-PICK-SUB) TO QPR-START-PAGE
     ELSE
         IF QPR-QT-RESUMING(QPR-PICK-SUB)
             COMPUTE QPR-START-PAGE =
                 QPR-QT-DONE-PAGES(QPR-PICK-SUB) + 1
         ELSE
             MOVE 1 TO QPR-START-PAGE
         END-IF
     END-IF.
 QPR-SET-START-PAGE-EXIT.
     EXIT.
*>***************************************************************
*> QPR-WRITE-RESTART-PAGE puts a marker page on the printer ahead
*> of a resumed entry's remaining pages, so whoever collates the
*> bundle can see where the break was, which page follows it, how
*> far the interrupted pass got and where, and who restarted it.
*>***************************************************************
 QPR-WRITE-RESTART-PAGE.
     ACCEPT QPR-NOW-DATE FROM DATE YYYYMMDD.
     ACCEPT QPR-NOW-TIME FROM TIME.
     MOVE SPACES TO QPR-PHYS-OUT.
     STRING '*** RESTART *** RESTART *** RESTART *** RESTART ***'
         ' RESTART *** RESTART *** RESTART ***'
         DELIMITED BY SIZE
         INTO QPR-PHYS-OUT.
     PERFORM QPR-WRITE-PHYS-PAGE THRU QPR-WRITE-PHYS-PAGE-EXIT.
     MOVE SPACES TO QPR-PHYS-OUT.
     PERFORM QPR-WRITE-PHYS-LINE THRU QPR-WRITE-PHYS-LINE-EXIT.
     STRING 'JOB=' QPR-QT-JOB-NAME(QPR-PICK-SUB)
         '  RPT=' QPR-QT-REPORT-ID(QPR-PICK-SUB)
         '  FORM=' QPR-ENTRY-FORM
         '  PRINTER=' QPR-PRINTER-NO
         DELIMITED BY SIZE
         INTO QPR-PHYS-OUT.
     PERFORM QPR-WRITE-PHYS-LINE THRU QPR-WRITE-PHYS-LINE-EXIT.
     MOVE SPACES TO QPR-PHYS-OUT.
     STRING 'OUTPUT RESUMES AFTER THIS SHEET AT PAGE '
         QPR-START-PAGE ' OF THE REPORT'
         DELIMITED BY SIZE
         INTO QPR-PHYS-OUT.
     PERFORM QPR-WRITE-PHYS-LINE THRU QPR-WRITE-PHYS-LINE-EXIT.
     MOVE SPACES TO QPR-PHYS-OUT.
     IF QPR-QT-DONE-PAGES(QPR-PICK-SUB) > ZERO
         STRING 'LAST PAGE CONFIRMED PRINTED BEFORE THE BREAK: '
             QPR-QT-DONE-PAGES(QPR-PICK-SUB)
             ' ON PRINTER ' QPR-QT-DONE-PRINTER(QPR-PICK-SUB)
             DELIMITED BY SIZE
             INTO QPR-PHYS-OUT
     ELSE
         MOVE 'NO PAGE WAS CONFIRMED PRINTED BEFORE THE BREAK'
             TO QPR-PHYS-OUT
     END-IF.
     PERFORM QPR-WRITE-PHYS-LINE THRU QPR-WRITE-PHYS-LINE-EXIT.
     MOVE SPACES TO QPR-PHYS-OUT.
     IF QPR-QT-RST-OPERATOR(QPR-PICK-SUB) = SPACES
         MOVE 'RESTARTED FROM PRINT PROGRESS - NO OPERATOR DIRECTIVE'
             TO QPR-PHYS-OUT
     ELSE
         STRING 'RESTART DIRECTED BY OPERATOR '
             QPR-QT-RST-OPERATOR(QPR-PICK-SUB)
             DELIMITED BY SIZE
             INTO QPR-PHYS-OUT
     END-IF.
     PERFORM QPR-WRITE-PHYS-LINE THRU QPR-WRITE-PHYS-LINE-EXIT.
     IF QPR-QT-DONE-PRINTER(QPR-PICK-SUB) > ZERO
         AND QPR-QT-DONE-PRINTER(QPR-PICK-SUB) NOT = QPR-PRINTER-NO
         MOVE SPACES TO QPR-PHYS-OUT
         STRING 'REMAINDER REDIRECTED FROM PRINTER '
             QPR-QT-DONE-PRINTER(QPR-PICK-SUB)
             ' TO PRINTER ' QPR-PRINTER-NO
             DELIMITED BY SIZE
             INTO QPR-PHYS-OUT
         PERFORM QPR-WRITE-PHYS-LINE THRU QPR-WRITE-PHYS-LINE-EXIT
     END-IF.
     MOVE SPACES TO QPR-PHYS-OUT.
     STRING 'RESTARTED ' QPR-NOW-DATE ' ' QPR-NOW-TIME(1:6)
         DELIMITED BY SIZE
         INTO QPR-PHYS-OUT.
     PERFORM QPR-WRITE-PHYS-LINE THRU QPR-WRITE-PHYS-LINE-EXIT.
     MOVE SPACES TO QPR-PHYS-OUT.
     PERFORM QPR-WRITE-PHYS-LINE THRU QPR-WRITE-PHYS-LINE-EXIT.
     STRING '*** RESTART *** RESTART *** RESTART *** RESTART ***'
         ' RESTART *** RESTART *** RESTART ***'
         DELIMITED BY SIZE
         INTO QPR-PHYS-OUT.
     PERFORM QPR-WRITE-PHYS-LINE THRU QPR-WRITE-PHYS-LINE-EXIT.
 QPR-WRITE-RESTART-PAGE-EXIT.
     EXIT.
*>***************************************************************
*> QPR-FIND-PRINTER resolves QPR-ENTRY-FORM to a physical printer.
*> With no PRNTCFG the shop is in single-printer mode and printer
*> one takes everything.  A spaces form (report id the master does
 QPR-WRITE-MOUNT-REQUEST-EXIT.
     EXIT.
*>***************************************************************
*> QPR-WRITE-STOCK-REQUEST records that an entry's form is serial-
*> controlled and the printer it dispatches to has no stock of it
*> recorded.  The operator loads the stock and posts the first
*> serial through PRTSERL; the entry stays RELEASED until then.
*>***************************************************************
 QPR-WRITE-STOCK-REQUEST.
     ADD 1 TO QPR-STOCK-REQ-COUNT.
     MOVE SPACES TO QPR-MNT-LINE.
     STRING 'LOAD SERIAL STOCK FORM ' QPR-ENTRY-FORM
         ' ON PRINTER ' QPR-PRINTER-NO
         ' FOR JOB=' QPR-QT-JOB-NAME(QPR-PICK-SUB)
         ' RPT=' QPR-QT-REPORT-ID(QPR-PICK-SUB)
         ' - POST FIRST SERIAL ON SERLOAD'
         ' - LEFT RELEASED'
         DELIMITED BY SIZE
         INTO QPR-MNT-LINE.
     WRITE QPR-MNT-LINE.
     DISPLAY 'PRTQPRT: NO SERIAL STOCK OF FORM ' QPR-ENTRY-FORM
         ' RECORDED ON PRINTER ' QPR-PRINTER-NO ' - JOB='
         QPR-QT-JOB-NAME(QPR-PICK-SUB)
         ' RPT=' QPR-QT-REPORT-ID(QPR-PICK-SUB)
         ' LEFT RELEASED'.
 QPR-WRITE-STOCK-REQUEST-EXIT.
     EXIT.
*>***************************************************************
*> QPR-CHECK-PLAIN-PRINTER refuses QPR-PRINTER-NO to an entry not
*> on serial stock when the register shows serial stock on the
*> printer -- the form of its last load is one the master marks
*> serial-controlled -- or PRNTCFG declares it as holding a special
*> form other than the entry's.  Printing there would spend
*> negotiable sheets the register never hears of, or put the
*> report on the wrong form.
*>***************************************************************
 QPR-CHECK-PLAIN-PRINTER.
     MOVE 'N' TO QPR-REFUSED-SW.
     IF QPR-SK-FORM(QPR-PRINTER-NO) NOT = SPACES
         MOVE 'N' TO QPR-SERIAL-FORM-SW
         PERFORM QPR-FIND-STOCK-SERIAL-STEP
             THRU QPR-FIND-STOCK-SERIAL-STEP-EXIT
             VARYING QPR-SF-SUB FROM 1 BY 1
             UNTIL QPR-SF-SUB > QPR-FT-COUNT
                OR QPR-FORM-IS-SERIAL
         IF QPR-FORM-IS-SERIAL
             PERFORM QPR-WRITE-UNLOAD-REQUEST
                 THRU QPR-WRITE-UNLOAD-REQUEST-EXIT
             MOVE 'Y' TO QPR-REFUSED-SW
             GO TO QPR-CHECK-PLAIN-PRINTER-EXIT
         END-IF
     END-IF.
     IF QPR-CFG-FILE-PRESENT
         AND QPR-PR-FORM(QPR-PRINTER-NO) NOT = SPACES
         AND QPR-PR-FORM(QPR-PRINTER-NO) NOT = QPR-ENTRY-FORM
         PERFORM QPR-WRITE-PLAIN-REQUEST
             THRU QPR-WRITE-PLAIN-REQUEST-EXIT
         MOVE 'Y' TO QPR-REFUSED-SW
     END-IF.
 QPR-CHECK-PLAIN-PRINTER-EXIT.
     EXIT.
 QPR-FIND-STOCK-SERIAL-STEP.
     IF QPR-FT-FORM(QPR-SF-SUB) = QPR-SK-FORM(QPR-PRINTER-NO)
         AND QPR-FT-SERIAL-CTL(QPR-SF-SUB) NOT = SPACE
         MOVE 'Y' TO QPR-SERIAL-FORM-SW
     END-IF.
 QPR-FIND-STOCK-SERIAL-STEP-EXIT.
     EXIT.
*>***************************************************************
*> QPR-WRITE-UNLOAD-REQUEST records that an entry not on serial
*> stock waits on a printer the register shows holding serial
*> stock.  The operator takes the stock off and posts the unload
*> through PRTSERL; the entry stays RELEASED until then.
*>***************************************************************
 QPR-WRITE-UNLOAD-REQUEST.
     ADD 1 TO QPR-STOCK-REQ-COUNT.
     MOVE SPACES TO QPR-MNT-LINE.
     STRING 'UNLOAD SERIAL STOCK FORM ' QPR-SK-FORM(QPR-PRINTER-NO)
         ' FROM PRINTER ' QPR-PRINTER-NO
         ' FOR JOB=' QPR-QT-JOB-NAME(QPR-PICK-SUB)
         ' RPT=' QPR-QT-REPORT-ID(QPR-PICK-SUB)
         ' - POST THE UNLOAD ON SERLOAD'
         ' - LEFT RELEASED'
         DELIMITED BY SIZE
         INTO QPR-MNT-LINE.
     WRITE QPR-MNT-LINE.
     DISPLAY 'PRTQPRT: PRINTER ' QPR-PRINTER-NO
         ' HOLDS SERIAL STOCK OF FORM ' QPR-SK-FORM(QPR-PRINTER-NO)
         ' - JOB=' QPR-QT-JOB-NAME(QPR-PICK-SUB)
         ' RPT=' QPR-QT-REPORT-ID(QPR-PICK-SUB)
         ' LEFT RELEASED'.
 QPR-WRITE-UNLOAD-REQUEST-EXIT.
     EXIT.
*>***************************************************************
*> QPR-WRITE-PLAIN-REQUEST records that an entry with no form of
*> its own to mount -- one printing on plain stock, with or without
*> the overlay -- waits on a printer PRNTCFG declares as holding a
*> special form.  Once the printer is given plain stock and PRNTCFG
*> no longer names a form for it, the next pass prints the entry.
*>***************************************************************
 QPR-WRITE-PLAIN-REQUEST.
     ADD 1 TO QPR-MOUNT-COUNT.
     MOVE SPACES TO QPR-MNT-LINE.
     STRING 'MOUNT PLAIN STOCK ON PRINTER ' QPR-PRINTER-NO
         ' IN PLACE OF FORM ' QPR-PR-FORM(QPR-PRINTER-NO)
         ' FOR JOB=' QPR-QT-JOB-NAME(QPR-PICK-SUB)
         ' RPT=' QPR-QT-REPORT-ID(QPR-PICK-SUB)
         ' PAGES=' QPR-QT-PAGE-COUNT(QPR-PICK-SUB)
         ' - ENTRY LEFT RELEASED FOR NEXT PASS'
         DELIMITED BY SIZE
         INTO QPR-MNT-LINE.
     WRITE QPR-MNT-LINE.
     DISPLAY 'PRTQPRT: PRINTER ' QPR-PRINTER-NO
         ' HOLDS FORM ' QPR-PR-FORM(QPR-PRINTER-NO)
         ' - JOB=' QPR-QT-JOB-NAME(QPR-PICK-SUB)
         ' RPT=' QPR-QT-REPORT-ID(QPR-PICK-SUB)
         ' LEFT RELEASED'.
 QPR-WRITE-PLAIN-REQUEST-EXIT.
     EXIT.
*>***************************************************************
*> QPR-COPY-REPORT-PAGES selects this entry's pages out of the
*> spool by the report id in each LCPHDR page header, the same way
*> PRTBURST does, and copies them (headers included) to the file
*> of the printer the form dispatch chose, with the form overlay
*> merged onto each page when the entry prints with one.
*>***************************************************************
 QPR-COPY-REPORT-PAGES.
     MOVE ZERO TO QPR-ENTRY-PAGES.
     MOVE ZERO TO QPR-ENTRY-LINES.
     MOVE 'N' TO QPR-COPYING-SW.
     MOVE 'N' TO QPR-PAGE-OPEN-SW.
     OPEN EXTEND PROG-FILE.
     IF QPR-PROG-FILE-NOT-FOUND
         OPEN OUTPUT PROG-FILE
     END-IF.
     OPEN INPUT LIN-FILE.
     IF QPR-LIN-FILE-NOT-FOUND
         SET QPR-LIN-FILE-EOF TO TRUE
             UNTIL QPR-LIN-FILE-EOF
         CLOSE LIN-FILE
     END-IF.
     IF QPR-COPYING-PAGE
         AND QPR-QT-OVERLAID(QPR-PICK-SUB)
         PERFORM QPR-FILL-OVERLAY THRU QPR-FILL-OVERLAY-EXIT
     END-IF.
     IF QPR-PAGE-OPEN
         PERFORM QPR-CONFIRM-PAGE THRU QPR-CONFIRM-PAGE-EXIT
     END-IF.
     CLOSE PROG-FILE.
 QPR-COPY-REPORT-PAGES-EXIT.
     EXIT.
*>***************************************************************
*> Every page header closes whatever page of the entry was going to
*> paper (confirming it on PRTQPROG) before deciding whether the new
*> page is one of ours.  Pages of the entry below QPR-START-PAGE
*> were printed by an earlier pass and are counted but not copied.
*> On an overlay entry the page is first finished off with any of
*> the overlay that lies below its last line.
*>***************************************************************
 QPR-COPY-SPOOL-RECORD.
     READ LIN-FILE
         AT END
             SET QPR-LIN-FILE-EOF TO TRUE
         NOT AT END
             IF LIN(31:5) = 'PAGE '
                 IF QPR-COPYING-PAGE
                     AND QPR-QT-OVERLAID(QPR-PICK-SUB)
                     PERFORM QPR-FILL-OVERLAY
                         THRU QPR-FILL-OVERLAY-EXIT
                 END-IF
                 MOVE ZERO TO QPR-PAGE-LINE
                 IF QPR-PAGE-OPEN
                     PERFORM QPR-CONFIRM-PAGE
                         THRU QPR-CONFIRM-PAGE-EXIT
                 END-IF
                 IF LIN(21:8) = QPR-TARGET-REPORT-ID
                     ADD 1 TO QPR-ENTRY-PAGES
                     IF QPR-ENTRY-PAGES < QPR-START-PAGE
                         MOVE 'N' TO QPR-COPYING-SW
                     ELSE
                         MOVE 'Y' TO QPR-COPYING-SW
                         MOVE 'Y' TO QPR-PAGE-OPEN-SW
                         IF QPR-QT-ON-SERIAL-STOCK(QPR-PICK-SUB)
                             PERFORM QPR-LOG-PAGE-SHEET
                                 THRU QPR-LOG-PAGE-SHEET-EXIT
                         END-IF
                     END-IF
                 ELSE
                     MOVE 'N' TO QPR-COPYING-SW
                 END-IF
             END-IF
             IF QPR-COPYING-PAGE
                 MOVE LIN TO QPR-PHYS-OUT
                 ADD 1 TO QPR-PAGE-LINE
                 IF QPR-QT-OVERLAID(QPR-PICK-SUB)
                     PERFORM QPR-MERGE-OVERLAY
                         THRU QPR-MERGE-OVERLAY-EXIT
                 END-IF
                 PERFORM QPR-WRITE-PHYS-LINE
                     THRU QPR-WRITE-PHYS-LINE-EXIT
                 ADD 1 TO QPR-ENTRY-LINES
     END-READ.
 QPR-COPY-SPOOL-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> QPR-MERGE-OVERLAY lays the entry form's overlay text for page
*> line QPR-PAGE-LINE into QPR-PHYS-OUT.  Only blank positions
*> take an overlay character: what the report prints stands, and
*> the text is cut off at print position 132.
*>***************************************************************
 QPR-MERGE-OVERLAY.
     PERFORM QPR-MERGE-OVERLAY-STEP THRU QPR-MERGE-OVERLAY-STEP-EXIT
         VARYING QPR-OV-SUB FROM 1 BY 1
         UNTIL QPR-OV-SUB > QPR-OV-COUNT.
 QPR-MERGE-OVERLAY-EXIT.
     EXIT.
 QPR-MERGE-OVERLAY-STEP.
     IF QPR-OV-FORM(QPR-OV-SUB) = QPR-ENTRY-FORM
         AND QPR-OV-LINE(QPR-OV-SUB) = QPR-PAGE-LINE
         PERFORM QPR-MERGE-CHAR-STEP THRU QPR-MERGE-CHAR-STEP-EXIT
             VARYING QPR-OV-CHAR FROM 1 BY 1
             UNTIL QPR-OV-CHAR > 122
     END-IF.
 QPR-MERGE-OVERLAY-STEP-EXIT.
     EXIT.
 QPR-MERGE-CHAR-STEP.
     COMPUTE QPR-OV-POS = QPR-OV-COLUMN(QPR-OV-SUB) + QPR-OV-CHAR - 1.
     IF QPR-OV-POS NOT > 132
         AND QPR-OV-TEXT(QPR-OV-SUB)(QPR-OV-CHAR:1) NOT = SPACE
         AND QPR-PHYS-OUT(QPR-OV-POS:1) = SPACE
         MOVE QPR-OV-TEXT(QPR-OV-SUB)(QPR-OV-CHAR:1)
             TO QPR-PHYS-OUT(QPR-OV-POS:1)
     END-IF.
 QPR-MERGE-CHAR-STEP-EXIT.
     EXIT.
*>***************************************************************
*> QPR-FILL-OVERLAY finishes a page shorter than its form: every
*> line from the one after the page's last down to the deepest
*> line of the overlay goes to the printer holding only the
*> overlay, so box rules and captions below the data still print.
*>***************************************************************
 QPR-FILL-OVERLAY.
     IF QPR-PAGE-LINE < QPR-OV-LAST-LINE
         COMPUTE QPR-OV-FILL-FROM = QPR-PAGE-LINE + 1
         PERFORM QPR-FILL-OVERLAY-STEP THRU QPR-FILL-OVERLAY-STEP-EXIT
             VARYING QPR-PAGE-LINE FROM QPR-OV-FILL-FROM BY 1
             UNTIL QPR-PAGE-LINE > QPR-OV-LAST-LINE
     END-IF.
 QPR-FILL-OVERLAY-EXIT.
     EXIT.
 QPR-FILL-OVERLAY-STEP.
     MOVE SPACES TO QPR-PHYS-OUT.
     PERFORM QPR-MERGE-OVERLAY THRU QPR-MERGE-OVERLAY-EXIT.
     PERFORM QPR-WRITE-PHYS-LINE THRU QPR-WRITE-PHYS-LINE-EXIT.
 QPR-FILL-OVERLAY-STEP-EXIT.
     EXIT.
*>***************************************************************
*> QPR-CONFIRM-PAGE appends the entry's progress: the page just
*> completed is now the furthest confirmed printed, on this printer.
*> The entry is named by the arrival stamp saved before the copy.
*>***************************************************************
 QPR-CONFIRM-PAGE.
     MOVE QPR-QT-JOB-NAME(QPR-PICK-SUB)  TO LCPP-JOB-NAME.
     MOVE QPR-QT-REPORT-ID(QPR-PICK-SUB) TO LCPP-REPORT-ID.
     MOVE QPR-ENTRY-QUEUE-DATE TO LCPP-QUEUE-DATE.
     MOVE QPR-ENTRY-QUEUE-TIME TO LCPP-QUEUE-TIME.
     ACCEPT LCPP-DATE FROM DATE YYYYMMDD.
     ACCEPT LCPP-TIME FROM TIME.
     MOVE QPR-PRINTER-NO  TO LCPP-PRINTER-NO.
     MOVE QPR-ENTRY-PAGES TO LCPP-PAGES-DONE.
     WRITE LCPP-RECORD.
     MOVE 'N' TO QPR-PAGE-OPEN-SW.
 QPR-CONFIRM-PAGE-EXIT.
     EXIT.
*>***************************************************************
*> QPR-LOG-PAGE-SHEET logs the page whose header was just read
*> against the next sheet of the printer's serial stock, before a
*> line of it goes to the printer.  The run date comes from the
*> header when the header carries one.
*>***************************************************************
 QPR-LOG-PAGE-SHEET.
     MOVE QPR-QT-SERIAL-PURPOSE(QPR-PICK-SUB) TO QPR-SERIAL-PURPOSE.
     IF LIN(1:8) IS NUMERIC
         MOVE LIN(1:8) TO QPR-SERIAL-RUN-DATE
     ELSE
         MOVE ZERO TO QPR-SERIAL-RUN-DATE
     END-IF.
     MOVE QPR-ENTRY-PAGES TO QPR-SERIAL-PAGE.
     PERFORM QPR-LOG-SERIAL-SHEET THRU QPR-LOG-SERIAL-SHEET-EXIT.
 QPR-LOG-PAGE-SHEET-EXIT.
     EXIT.
*>***************************************************************
*> QPR-LOG-SERIAL-SHEET appends one register record for the next
*> sheet of the printer's stock and moves the stock on by one.
*>***************************************************************
 QPR-LOG-SERIAL-SHEET.
     MOVE SPACES TO LCPN-RECORD.
     ACCEPT LCPN-DATE FROM DATE YYYYMMDD.
     ACCEPT LCPN-TIME FROM TIME.
     MOVE QPR-PRINTER-NO TO LCPN-PRINTER-NO.
     MOVE QPR-ENTRY-FORM TO LCPN-FORM-NUMBER.
     MOVE QPR-SK-NEXT(QPR-PRINTER-NO) TO LCPN-SERIAL-NO.
     MOVE QPR-SERIAL-PURPOSE TO LCPN-PURPOSE.
     MOVE QPR-QT-REPORT-ID(QPR-PICK-SUB) TO LCPN-REPORT-ID.
     MOVE QPR-SERIAL-RUN-DATE TO LCPN-RUN-DATE.
     MOVE QPR-SERIAL-PAGE TO LCPN-PAGE-NO.
     MOVE QPR-QT-JOB-NAME(QPR-PICK-SUB) TO LCPN-JOB-NAME.
     MOVE QPR-ENTRY-QUEUE-DATE TO LCPN-QUEUE-DATE.
     MOVE QPR-ENTRY-QUEUE-TIME TO LCPN-QUEUE-TIME.
     MOVE 'PRTQPRT' TO LCPN-PROGRAM.
     MOVE QPR-QT-RST-OPERATOR(QPR-PICK-SUB) TO LCPN-OPERATOR-ID.
     WRITE LCPN-RECORD.
     IF QPR-SHEETS-LOGGED = ZERO
         MOVE LCPN-SERIAL-NO TO QPR-FIRST-SERIAL
     END-IF.
     MOVE LCPN-SERIAL-NO TO QPR-LAST-SERIAL.
     ADD 1 TO QPR-SHEETS-LOGGED.
     ADD 1 TO QPR-SK-NEXT(QPR-PRINTER-NO).
 QPR-LOG-SERIAL-SHEET-EXIT.
     EXIT.
 QPR-WRITE-PHYS-LINE.
     EVALUATE QPR-PRINTER-NO
         WHEN 1
             MOVE QPR-PHYS-OUT TO QPR-PHYS-LINE-1
             WRITE QPR-PHYS-LINE-1
         WHEN 2
             MOVE QPR-PHYS-OUT TO QPR-PHYS-LINE-2
             WRITE QPR-PHYS-LINE-2
         WHEN 3
             MOVE QPR-PHYS-OUT TO QPR-PHYS-LINE-3
             WRITE QPR-PHYS-LINE-3
     END-EVALUATE.
 QPR-WRITE-PHYS-LINE-EXIT.
     EXIT.
 QPR-WRITE-PHYS-PAGE.
     EVALUATE QPR-PRINTER-NO
         WHEN 1
             MOVE QPR-PHYS-OUT TO QPR-PHYS-LINE-1
             WRITE QPR-PHYS-LINE-1 AFTER ADVANCING PAGE
         WHEN 2
             MOVE QPR-PHYS-OUT TO QPR-PHYS-LINE-2
             WRITE QPR-PHYS-LINE-2 AFTER ADVANCING PAGE
         WHEN 3
             MOVE QPR-PHYS-OUT TO QPR-PHYS-LINE-3
             WRITE QPR-PHYS-LINE-3 AFTER ADVANCING PAGE
     END-EVALUATE.
 QPR-WRITE-PHYS-PAGE-EXIT.
     EXIT.
 QPR-REWRITE-QUEUE.
     OPEN OUTPUT QUEUE-FILE.
     PERFORM QPR-REWRITE-QUEUE-STEP THRU QPR-REWRITE-QUEUE-STEP-EXIT
     WRITE LCPQ-RECORD.
 QPR-REWRITE-QUEUE-STEP-EXIT.
     EXIT.
*>***************************************************************
*> QPR-PURGE-PROGRESS removes a finished entry's records from
*> PRTQPROG, the way EVAL purges a finished job's checkpoints: every
*> other record is copied to PROGSCR and copied back.  Records of
*> other entries -- interrupted work not yet resumed -- survive.
*> The finished entry is named by the arrival stamp saved before
*> the copy, since its queue record now carries the DONE stamp.
*>***************************************************************
 QPR-PURGE-PROGRESS.
     OPEN INPUT PROG-FILE.
     IF NOT QPR-PROG-FILE-NOT-FOUND
         OPEN OUTPUT PROG-SCR-FILE
         PERFORM QPR-PURGE-PROGRESS-STEP
             THRU QPR-PURGE-PROGRESS-STEP-EXIT
             UNTIL QPR-PROG-FILE-EOF
         CLOSE PROG-FILE PROG-SCR-FILE
         OPEN INPUT PROG-SCR-FILE
         OPEN OUTPUT PROG-FILE
         PERFORM QPR-PURGE-COPY-BACK THRU QPR-PURGE-COPY-BACK-EXIT
             UNTIL QPR-PSCR-FILE-EOF
         CLOSE PROG-SCR-FILE PROG-FILE
     END-IF.
 QPR-PURGE-PROGRESS-EXIT.
     EXIT.
 QPR-PURGE-PROGRESS-STEP.
     READ PROG-FILE
         AT END
             SET QPR-PROG-FILE-EOF TO TRUE
         NOT AT END
             IF LCPP-JOB-NAME = QPR-QT-JOB-NAME(QPR-PICK-SUB)
                 AND LCPP-REPORT-ID = QPR-QT-REPORT-ID(QPR-PICK-SUB)
                 AND LCPP-QUEUE-DATE = QPR-ENTRY-QUEUE-DATE
                 AND LCPP-QUEUE-TIME = QPR-ENTRY-QUEUE-TIME
                 CONTINUE
             ELSE
                 MOVE LCPP-RECORD TO QPR-PSCR-RECORD
                 WRITE QPR-PSCR-RECORD
             END-IF
     END-READ.
 QPR-PURGE-PROGRESS-STEP-EXIT.
     EXIT.
 QPR-PURGE-COPY-BACK.
     READ PROG-SCR-FILE
         AT END
             SET QPR-PSCR-FILE-EOF TO TRUE
         NOT AT END
             MOVE QPR-PSCR-RECORD TO LCPP-RECORD
             WRITE LCPP-RECORD
     END-READ.
 QPR-PURGE-COPY-BACK-EXIT.
     EXIT.
