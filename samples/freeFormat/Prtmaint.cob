 ID DIVISION.
 PROGRAM-ID. PRTMAINT.
 AUTHOR. PRINT SERVICES GROUP.
 INSTALLATION. CENTRAL DATA CENTER.
 DATE-WRITTEN. 2026-10-15.
 DATE-COMPILED.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  RSL  Original coding.  Batch maintenance for the
*>                    report master (RPTMAST, LCPRMST.cpy) and the
*>                    routing master (ROUTMAST, LCPROUT.cpy), which
*>                    until now were kept by hand-editing the files
*>                    in place.  Add / change / delete transactions
*>                    are read from MSTTRAN and edited one at a
*>                    time against the masters as they stand at
*>                    that point in the run: numeric page range
*>                    with the minimum not above the maximum, a
*>                    real HHMM ready-by, a form number PRNTCFG
*>                    declares, no routing entry for a report id
*>                    the report master lacks, and no deleting a
*>                    report that still has routing entries or live
*>                    PRTQCTL queue entries.  Only clean
*>                    transactions are applied; rejects are listed
*>                    on MSTLIST with the reason.  Every
*>                    transaction, applied or rejected, goes to the
*>                    permanent MSTCHGLG change log (LCPMCHG.cpy)
*>                    with who made it and the record's before and
*>                    after images.
*>   2026-10-15  RSL  The report master now carries a sensitivity
*>                    class (LCPM-SENS-CLASS); it must be a space
*>                    (unrestricted) or a letter A-Z.
*>   2026-10-15  RSL  The report master now carries the serial-
*>                    control mark (LCPM-SERIAL-CTL) for reports on
*>                    pre-numbered stock: space, 'S' production or
*>                    'A' alignment chart, and a marked report must
*>                    name its form.
*>   2026-10-15  RSL  The report master now carries the overlay mark
*>                    (LCPM-OVERLAY): space, or 'Y' for a report
*>                    whose form prints from the form overlay file.
*>                    A marked report must name its form, and its
*>                    form need not be declared on a printer, since
*>                    it prints on plain stock when none holds it.
*>
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT TRAN-FILE        ASSIGN TO MSTTRAN
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS MMT-TRAN-STATUS.
     SELECT RMST-FILE        ASSIGN TO RPTMAST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS MMT-RMST-STATUS.
     SELECT ROUT-FILE        ASSIGN TO ROUTMAST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS MMT-ROUT-STATUS.
     SELECT CFG-FILE         ASSIGN TO PRNTCFG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS MMT-CFG-STATUS.
     SELECT QUEUE-FILE       ASSIGN TO PRTQCTL
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS MMT-QUE-STATUS.
     SELECT LIST-FILE        ASSIGN TO MSTLIST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS MMT-LIST-STATUS.
     SELECT CHG-FILE         ASSIGN TO MSTCHGLG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS MMT-CHG-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  TRAN-FILE
     LABEL RECORDS ARE STANDARD.
*>***************************************************************
*> One maintenance transaction per record, fixed columns:
*>   1     master: M = report master, R = routing master
*>   3     action: A = add, C = change, D = delete
*>   5-12  operator id (required -- a transaction without one is
*>         rejected, since the change log must name who acted)
*>   14-17 reason code (optional, carried to the change log)
*>   19-   the master record image, laid out exactly as on file
*>         (LCPRMST.cpy for M, LCPROUT.cpy for R).  A change
*>         carries the complete new image; the key (report id, and
*>         recipient for routing) names the record being changed.
*>         A delete needs only the key.
*>***************************************************************
 01  MMT-TRAN-REC.
     05  MMT-TRAN-MASTER         PIC X(01).
     05  FILLER                  PIC X(01).
     05  MMT-TRAN-ACTION         PIC X(01).
     05  FILLER                  PIC X(01).
     05  MMT-TRAN-OPERATOR       PIC X(08).
     05  FILLER                  PIC X(01).
     05  MMT-TRAN-REASON         PIC X(04).
     05  FILLER                  PIC X(01).
     05  MMT-TRAN-IMAGE          PIC X(80).
     05  MMT-TRAN-RMST REDEFINES MMT-TRAN-IMAGE.
         10  MMT-TM-IMAGE.
             15  MMT-TM-REPORT-ID    PIC X(08).
             15  MMT-TM-DESCRIPTION  PIC X(30).
             15  MMT-TM-DEPARTMENT   PIC X(08).
             15  MMT-TM-FORM-NUMBER  PIC X(04).
             15  MMT-TM-MIN-PAGES    PIC 9(05).
             15  MMT-TM-MAX-PAGES    PIC 9(05).
             15  MMT-TM-READY-BY     PIC 9(04).
             15  MMT-TM-READY-BY-R REDEFINES MMT-TM-READY-BY.
                 20  MMT-TM-READY-HH PIC 9(02).
                 20  MMT-TM-READY-MM PIC 9(02).
             15  MMT-TM-SENS-CLASS   PIC X(01).
             15  MMT-TM-SERIAL-CTL   PIC X(01).
             15  MMT-TM-OVERLAY      PIC X(01).
         10  FILLER              PIC X(13).
     05  MMT-TRAN-ROUT REDEFINES MMT-TRAN-IMAGE.
         10  MMT-TR-IMAGE.
             15  MMT-TR-REPORT-ID    PIC X(08).
             15  MMT-TR-RECIPIENT    PIC X(20).
             15  MMT-TR-DELIVERY     PIC X(08).
             15  MMT-TR-COPIES       PIC 9(02).
         10  FILLER              PIC X(42).
 FD  RMST-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPRMST.
 FD  ROUT-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPROUT.
*>***************************************************************
*> PRNTCFG is read the way PRTQPRT reads it: one record per
*> configured printer, printer number and the form declared
*> loaded on it.  Those declared forms are the forms the shop
*> knows how to print.
*>***************************************************************
 FD  CFG-FILE
     LABEL RECORDS ARE STANDARD.
 01  MMT-CFG-REC.
     05  MMT-CFG-PRINTER-NO      PIC 9(01).
     05  MMT-CFG-FORM-NUMBER     PIC X(04).
 FD  QUEUE-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPQUE.
 FD  LIST-FILE
     LABEL RECORDS ARE STANDARD.
 01  MMT-LIST-LINE               PIC X(132).
 FD  CHG-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPMCHG.
 WORKING-STORAGE SECTION.
 77  MMT-TRAN-STATUS             PIC XX     VALUE '00'.
     88  MMT-TRAN-FILE-EOF                  VALUE '10'.
     88  MMT-TRAN-FILE-NOT-FOUND            VALUE '35'.
 77  MMT-RMST-STATUS             PIC XX     VALUE '00'.
     88  MMT-RMST-FILE-EOF                  VALUE '10'.
     88  MMT-RMST-FILE-NOT-FOUND            VALUE '35'.
 77  MMT-ROUT-STATUS             PIC XX     VALUE '00'.
     88  MMT-ROUT-FILE-EOF                  VALUE '10'.
     88  MMT-ROUT-FILE-NOT-FOUND            VALUE '35'.
 77  MMT-CFG-STATUS              PIC XX     VALUE '00'.
     88  MMT-CFG-FILE-EOF                   VALUE '10'.
     88  MMT-CFG-FILE-NOT-FOUND             VALUE '35'.
 77  MMT-QUE-STATUS              PIC XX     VALUE '00'.
     88  MMT-QUE-FILE-EOF                   VALUE '10'.
     88  MMT-QUE-FILE-NOT-FOUND             VALUE '35'.
 77  MMT-LIST-STATUS             PIC XX     VALUE '00'.
 77  MMT-CHG-STATUS              PIC XX     VALUE '00'.
     88  MMT-CHG-FILE-NOT-FOUND             VALUE '35'.
*>***************************************************************
*> Both masters are small enough to be loaded whole, maintained in
*> place and rewritten once every transaction has been applied.
*> MMT-RM-IMAGE and MMT-RT-IMAGE match the file records byte for
*> byte, so a record moves between file, table and change log as a
*> single image.  A deleted entry keeps its slot, flagged, and is
*> simply not written back.  A master with more records than its
*> table is never rewritten: the run rejects every transaction
*> rather than write back a truncated file of record.
*>***************************************************************
 01  MMT-MASTER-TABLE.
     05  MMT-RM-ENTRY OCCURS 100 TIMES.
         10  MMT-RM-IMAGE.
             15  MMT-RM-REPORT-ID    PIC X(08).
             15  MMT-RM-DESCRIPTION  PIC X(30).
             15  MMT-RM-DEPARTMENT   PIC X(08).
             15  MMT-RM-FORM         PIC X(04).
             15  MMT-RM-MIN-PAGES    PIC 9(05).
             15  MMT-RM-MAX-PAGES    PIC 9(05).
             15  MMT-RM-READY-BY     PIC 9(04).
             15  MMT-RM-SENS-CLASS   PIC X(01).
             15  MMT-RM-SERIAL-CTL   PIC X(01).
             15  MMT-RM-OVERLAY      PIC X(01).
         10  MMT-RM-DELETE-SW    PIC X(01).
             88  MMT-RM-DELETED             VALUE 'Y'.
 77  MMT-RM-COUNT                PIC 9(03)  VALUE ZERO.
 77  MMT-RM-SUB                  PIC 9(03)  VALUE ZERO.
 77  MMT-RM-FULL-SW              PIC X(01)  VALUE 'N'.
     88  MMT-RM-TABLE-FULL                  VALUE 'Y'.
 01  MMT-ROUTING-TABLE.
     05  MMT-RT-ENTRY OCCURS 100 TIMES.
         10  MMT-RT-IMAGE.
             15  MMT-RT-REPORT-ID    PIC X(08).
             15  MMT-RT-RECIPIENT    PIC X(20).
             15  MMT-RT-DELIVERY     PIC X(08).
             15  MMT-RT-COPIES       PIC 9(02).
         10  MMT-RT-DELETE-SW    PIC X(01).
             88  MMT-RT-DELETED             VALUE 'Y'.
 77  MMT-RT-COUNT                PIC 9(03)  VALUE ZERO.
 77  MMT-RT-SUB                  PIC 9(03)  VALUE ZERO.
 77  MMT-RT-FULL-SW              PIC X(01)  VALUE 'N'.
     88  MMT-RT-TABLE-FULL                  VALUE 'Y'.
*>***************************************************************
*> MMT-PR-FORM holds the form each of the three physical printers
*> is declared as carrying, per PRNTCFG.  With no PRNTCFG at all
*> the shop is in single-printer mode (PRTQPRT prints everything
*> on printer one whatever its form) and the form edit is not
*> applied.
*>***************************************************************
 01  MMT-PRINTER-TABLE.
     05  MMT-PR-FORM             PIC X(04)  OCCURS 3 TIMES.
 77  MMT-PR-SUB                  PIC 9(01)  VALUE ZERO.
 77  MMT-CFG-PRESENT-SW          PIC X(01)  VALUE 'N'.
     88  MMT-CFG-FILE-PRESENT               VALUE 'Y'.
 77  MMT-FORM-KNOWN-SW           PIC X(01)  VALUE 'N'.
     88  MMT-FORM-IS-KNOWN                  VALUE 'Y'.
 77  MMT-SEARCH-REPORT-ID        PIC X(08)  VALUE SPACES.
 77  MMT-SEARCH-RECIPIENT        PIC X(20)  VALUE SPACES.
 77  MMT-MASTER-SUB              PIC 9(03)  VALUE ZERO.
 77  MMT-ROUTE-SUB               PIC 9(03)  VALUE ZERO.
 77  MMT-ROUTE-REFS              PIC 9(03)  VALUE ZERO.
 77  MMT-QUEUE-REFS              PIC 9(03)  VALUE ZERO.
*>***************************************************************
*> MMT-REJECT-REASON is spaces while a transaction is clean; the
*> first edit that fails fills it in, and a transaction with a
*> reason is never applied.  MMT-BEFORE-IMAGE / MMT-AFTER-IMAGE
*> carry the record images to the change log.
*>***************************************************************
 77  MMT-REJECT-REASON           PIC X(50)  VALUE SPACES.
 77  MMT-BEFORE-IMAGE            PIC X(80)  VALUE SPACES.
 77  MMT-AFTER-IMAGE             PIC X(80)  VALUE SPACES.
 77  MMT-RESULT                  PIC X(01)  VALUE 'A'.
 77  MMT-LIST-RECIPIENT          PIC X(20)  VALUE SPACES.
 77  MMT-RMST-CHANGED-SW         PIC X(01)  VALUE 'N'.
     88  MMT-RMST-CHANGED                   VALUE 'Y'.
 77  MMT-ROUT-CHANGED-SW         PIC X(01)  VALUE 'N'.
     88  MMT-ROUT-CHANGED                   VALUE 'Y'.
 77  MMT-TRAN-COUNT              PIC 9(05)  VALUE ZERO.
 77  MMT-APPLIED-COUNT           PIC 9(05)  VALUE ZERO.
 77  MMT-REJECT-COUNT            PIC 9(05)  VALUE ZERO.
 77  MMT-RM-WRITTEN              PIC 9(05)  VALUE ZERO.
 77  MMT-RT-WRITTEN              PIC 9(05)  VALUE ZERO.
 PROCEDURE DIVISION.
 MMT-MAINLINE SECTION.
     PERFORM MMT-INITIALIZE THRU MMT-INITIALIZE-EXIT.
     PERFORM MMT-LOAD-MASTER THRU MMT-LOAD-MASTER-EXIT.
     PERFORM MMT-LOAD-ROUTING THRU MMT-LOAD-ROUTING-EXIT.
     PERFORM MMT-LOAD-PRINTER-CFG THRU MMT-LOAD-PRINTER-CFG-EXIT.
     PERFORM MMT-PROCESS-TRANSACTIONS
         THRU MMT-PROCESS-TRANSACTIONS-EXIT.
     IF MMT-RMST-CHANGED
         PERFORM MMT-REWRITE-MASTER THRU MMT-REWRITE-MASTER-EXIT
     END-IF.
     IF MMT-ROUT-CHANGED
         PERFORM MMT-REWRITE-ROUTING THRU MMT-REWRITE-ROUTING-EXIT
     END-IF.
     PERFORM MMT-LIST-TOTALS THRU MMT-LIST-TOTALS-EXIT.
     CLOSE LIST-FILE CHG-FILE.
     STOP RUN.
 MMT-MAINLINE-EXIT.
     EXIT.
 MMT-INITIALIZE.
     OPEN EXTEND CHG-FILE.
     IF MMT-CHG-FILE-NOT-FOUND
         OPEN OUTPUT CHG-FILE
     END-IF.
     OPEN OUTPUT LIST-FILE.
     MOVE SPACES TO MMT-LIST-LINE.
     MOVE 'MASTER FILE MAINTENANCE - EDIT LISTING' TO MMT-LIST-LINE.
     WRITE MMT-LIST-LINE.
     MOVE SPACES TO MMT-LIST-LINE.
     WRITE MMT-LIST-LINE.
 MMT-INITIALIZE-EXIT.
     EXIT.
*>***************************************************************
*> MMT-LOAD-MASTER loads the report master.  A missing master is
*> an empty one -- the first run in a new shop builds it from add
*> transactions.
*>***************************************************************
 MMT-LOAD-MASTER.
     OPEN INPUT RMST-FILE.
     IF MMT-RMST-FILE-NOT-FOUND
         SET MMT-RMST-FILE-EOF TO TRUE
     ELSE
         PERFORM MMT-LOAD-MASTER-RECORD
             THRU MMT-LOAD-MASTER-RECORD-EXIT
             UNTIL MMT-RMST-FILE-EOF
         CLOSE RMST-FILE
     END-IF.
     IF MMT-RM-TABLE-FULL
         MOVE SPACES TO MMT-LIST-LINE
         STRING 'WARNING    REPORT MASTER EXCEEDS 100 ENTRIES - '
             'NO TRANSACTIONS APPLIED THIS RUN'
             DELIMITED BY SIZE
             INTO MMT-LIST-LINE
         WRITE MMT-LIST-LINE
     END-IF.
 MMT-LOAD-MASTER-EXIT.
     EXIT.
 MMT-LOAD-MASTER-RECORD.
     READ RMST-FILE
         AT END
             SET MMT-RMST-FILE-EOF TO TRUE
         NOT AT END
             IF MMT-RM-COUNT < 100
                 ADD 1 TO MMT-RM-COUNT
                 MOVE LCPM-RECORD TO MMT-RM-IMAGE(MMT-RM-COUNT)
                 MOVE 'N' TO MMT-RM-DELETE-SW(MMT-RM-COUNT)
             ELSE
                 MOVE 'Y' TO MMT-RM-FULL-SW
             END-IF
     END-READ.
 MMT-LOAD-MASTER-RECORD-EXIT.
     EXIT.
 MMT-LOAD-ROUTING.
     OPEN INPUT ROUT-FILE.
     IF MMT-ROUT-FILE-NOT-FOUND
         SET MMT-ROUT-FILE-EOF TO TRUE
     ELSE
         PERFORM MMT-LOAD-ROUTING-RECORD
             THRU MMT-LOAD-ROUTING-RECORD-EXIT
             UNTIL MMT-ROUT-FILE-EOF
         CLOSE ROUT-FILE
     END-IF.
     IF MMT-RT-TABLE-FULL
         MOVE SPACES TO MMT-LIST-LINE
         STRING 'WARNING    ROUTING MASTER EXCEEDS 100 ENTRIES - '
             'NO TRANSACTIONS APPLIED THIS RUN'
             DELIMITED BY SIZE
             INTO MMT-LIST-LINE
         WRITE MMT-LIST-LINE
     END-IF.
 MMT-LOAD-ROUTING-EXIT.
     EXIT.
 MMT-LOAD-ROUTING-RECORD.
     READ ROUT-FILE
         AT END
             SET MMT-ROUT-FILE-EOF TO TRUE
         NOT AT END
             IF MMT-RT-COUNT < 100
                 ADD 1 TO MMT-RT-COUNT
                 MOVE LCPR-RECORD TO MMT-RT-IMAGE(MMT-RT-COUNT)
                 MOVE 'N' TO MMT-RT-DELETE-SW(MMT-RT-COUNT)
             ELSE
                 MOVE 'Y' TO MMT-RT-FULL-SW
             END-IF
     END-READ.
 MMT-LOAD-ROUTING-RECORD-EXIT.
     EXIT.
 MMT-LOAD-PRINTER-CFG.
     MOVE SPACES TO MMT-PRINTER-TABLE.
     OPEN INPUT CFG-FILE.
     IF MMT-CFG-FILE-NOT-FOUND
         SET MMT-CFG-FILE-EOF TO TRUE
         MOVE SPACES TO MMT-LIST-LINE
         STRING 'NOTE       NO PRNTCFG - SINGLE-PRINTER MODE, FORM '
             'NUMBERS NOT EDITED'
             DELIMITED BY SIZE
             INTO MMT-LIST-LINE
         WRITE MMT-LIST-LINE
     ELSE
         MOVE 'Y' TO MMT-CFG-PRESENT-SW
         PERFORM MMT-LOAD-CFG-RECORD THRU MMT-LOAD-CFG-RECORD-EXIT
             UNTIL MMT-CFG-FILE-EOF
         CLOSE CFG-FILE
     END-IF.
 MMT-LOAD-PRINTER-CFG-EXIT.
     EXIT.
 MMT-LOAD-CFG-RECORD.
     READ CFG-FILE
         AT END
             SET MMT-CFG-FILE-EOF TO TRUE
         NOT AT END
             IF MMT-CFG-PRINTER-NO >= 1 AND MMT-CFG-PRINTER-NO <= 3
                 MOVE MMT-CFG-FORM-NUMBER
                     TO MMT-PR-FORM(MMT-CFG-PRINTER-NO)
             END-IF
     END-READ.
 MMT-LOAD-CFG-RECORD-EXIT.
     EXIT.
 MMT-PROCESS-TRANSACTIONS.
     OPEN INPUT TRAN-FILE.
     IF MMT-TRAN-FILE-NOT-FOUND
         SET MMT-TRAN-FILE-EOF TO TRUE
     ELSE
         PERFORM MMT-PROCESS-ONE-TRAN THRU MMT-PROCESS-ONE-TRAN-EXIT
             UNTIL MMT-TRAN-FILE-EOF
         CLOSE TRAN-FILE
     END-IF.
     IF MMT-TRAN-COUNT = ZERO
         MOVE SPACES TO MMT-LIST-LINE
         STRING 'NOTE       NO TRANSACTIONS ON MSTTRAN - '
             'MASTERS UNCHANGED'
             DELIMITED BY SIZE
             INTO MMT-LIST-LINE
         WRITE MMT-LIST-LINE
     END-IF.
 MMT-PROCESS-TRANSACTIONS-EXIT.
     EXIT.
*>***************************************************************
*> MMT-PROCESS-ONE-TRAN edits one transaction against the masters
*> as they stand after every transaction before it, so a run can
*> add a report and then its routing, or delete a report's routing
*> and then the report, in that order.  A clean transaction is
*> applied to the work tables; either way it is listed and logged.
*>***************************************************************
 MMT-PROCESS-ONE-TRAN.
     READ TRAN-FILE
         AT END
             SET MMT-TRAN-FILE-EOF TO TRUE
         NOT AT END
             ADD 1 TO MMT-TRAN-COUNT
             MOVE SPACES TO MMT-REJECT-REASON
             MOVE SPACES TO MMT-BEFORE-IMAGE
             MOVE SPACES TO MMT-LIST-RECIPIENT
             MOVE ZERO   TO MMT-MASTER-SUB
             MOVE ZERO   TO MMT-ROUTE-SUB
             IF MMT-TRAN-MASTER = 'R'
                 MOVE MMT-TR-RECIPIENT TO MMT-LIST-RECIPIENT
             END-IF
             PERFORM MMT-EDIT-TRANSACTION
                 THRU MMT-EDIT-TRANSACTION-EXIT
             IF MMT-REJECT-REASON = SPACES
                 PERFORM MMT-APPLY-TRANSACTION
                     THRU MMT-APPLY-TRANSACTION-EXIT
             ELSE
                 PERFORM MMT-REJECT-TRANSACTION
                     THRU MMT-REJECT-TRANSACTION-EXIT
             END-IF
             PERFORM MMT-WRITE-CHANGE-LOG
                 THRU MMT-WRITE-CHANGE-LOG-EXIT
     END-READ.
 MMT-PROCESS-ONE-TRAN-EXIT.
     EXIT.
 MMT-EDIT-TRANSACTION.
     IF MMT-TRAN-OPERATOR = SPACES
         MOVE 'NO OPERATOR ID ON TRANSACTION' TO MMT-REJECT-REASON
         GO TO MMT-EDIT-TRANSACTION-EXIT
     END-IF.
     IF MMT-RM-TABLE-FULL OR MMT-RT-TABLE-FULL
         MOVE 'MASTER EXCEEDS WORK TABLE - NO UPDATES THIS RUN'
             TO MMT-REJECT-REASON
         GO TO MMT-EDIT-TRANSACTION-EXIT
     END-IF.
     EVALUATE MMT-TRAN-MASTER
         WHEN 'M'
             PERFORM MMT-EDIT-MASTER-TRAN
                 THRU MMT-EDIT-MASTER-TRAN-EXIT
         WHEN 'R'
             PERFORM MMT-EDIT-ROUTING-TRAN
                 THRU MMT-EDIT-ROUTING-TRAN-EXIT
         WHEN OTHER
             MOVE 'UNKNOWN MASTER CODE - MUST BE M OR R'
                 TO MMT-REJECT-REASON
     END-EVALUATE.
 MMT-EDIT-TRANSACTION-EXIT.
     EXIT.
*>***************************************************************
*> MMT-EDIT-MASTER-TRAN edits a report master transaction.  An add
*> must name a new report id and a change or delete an existing
*> one.  A delete is refused while any routing entry still names
*> the report, or while PRTQCTL holds a live entry for it (HELD,
*> RELEASED or PRINTING -- DONE and CANCELLED entries are history
*> the print pass sheds on its own).
*>***************************************************************
 MMT-EDIT-MASTER-TRAN.
     MOVE MMT-TM-REPORT-ID TO MMT-SEARCH-REPORT-ID.
     PERFORM MMT-FIND-MASTER THRU MMT-FIND-MASTER-EXIT.
     IF MMT-MASTER-SUB NOT = ZERO
         MOVE MMT-RM-IMAGE(MMT-MASTER-SUB) TO MMT-BEFORE-IMAGE
     END-IF.
     IF MMT-TM-REPORT-ID = SPACES
         MOVE 'NO REPORT ID ON TRANSACTION' TO MMT-REJECT-REASON
         GO TO MMT-EDIT-MASTER-TRAN-EXIT
     END-IF.
     EVALUATE MMT-TRAN-ACTION
         WHEN 'A'
             IF MMT-MASTER-SUB NOT = ZERO
                 MOVE 'REPORT ID ALREADY ON REPORT MASTER'
                     TO MMT-REJECT-REASON
             ELSE
             IF MMT-RM-COUNT NOT < 100
                 MOVE 'REPORT MASTER WORK TABLE FULL'
                     TO MMT-REJECT-REASON
             ELSE
                 PERFORM MMT-EDIT-MASTER-FIELDS
                     THRU MMT-EDIT-MASTER-FIELDS-EXIT
             END-IF
             END-IF
         WHEN 'C'
             IF MMT-MASTER-SUB = ZERO
                 MOVE 'REPORT ID NOT ON REPORT MASTER'
                     TO MMT-REJECT-REASON
             ELSE
                 PERFORM MMT-EDIT-MASTER-FIELDS
                     THRU MMT-EDIT-MASTER-FIELDS-EXIT
             END-IF
         WHEN 'D'
             IF MMT-MASTER-SUB = ZERO
                 MOVE 'REPORT ID NOT ON REPORT MASTER'
                     TO MMT-REJECT-REASON
             ELSE
                 PERFORM MMT-EDIT-MASTER-DELETE
                     THRU MMT-EDIT-MASTER-DELETE-EXIT
             END-IF
         WHEN OTHER
             MOVE 'UNKNOWN ACTION CODE - MUST BE A, C OR D'
                 TO MMT-REJECT-REASON
     END-EVALUATE.
 MMT-EDIT-MASTER-TRAN-EXIT.
     EXIT.
*>***************************************************************
*> MMT-EDIT-MASTER-FIELDS checks the fields a column shift breaks
*> first.  Page counts must be numeric, and the minimum may not
*> exceed the maximum unless the maximum is zero (no volume check
*> wanted).  The ready-by must be a real HHMM time, 0000 meaning
*> no deadline.  The sensitivity class is a space or a single
*> letter.  The serial-control mark is a space, 'S' or 'A', and
*> a report marked as running on pre-numbered stock must name the
*> form the stock is.  The overlay mark is a space or 'Y', and a
*> report marked for the form overlay must name its form too.  A
*> form number must be one PRNTCFG declares on some printer --
*> spaces (plain stock) always pass, and so does the form of a
*> report marked for the overlay, which prints on plain stock when
*> no printer holds it -- and on a change it is only edited when
*> the form itself is changing, so a deadline change does not wait
*> on tonight's printer setup.
*>***************************************************************
 MMT-EDIT-MASTER-FIELDS.
     IF MMT-TM-MIN-PAGES IS NOT NUMERIC
         OR MMT-TM-MAX-PAGES IS NOT NUMERIC
         MOVE 'MIN/MAX PAGES NOT NUMERIC' TO MMT-REJECT-REASON
         GO TO MMT-EDIT-MASTER-FIELDS-EXIT
     END-IF.
     IF MMT-TM-MAX-PAGES > ZERO
         AND MMT-TM-MIN-PAGES > MMT-TM-MAX-PAGES
         MOVE 'MIN PAGES ABOVE MAX PAGES' TO MMT-REJECT-REASON
         GO TO MMT-EDIT-MASTER-FIELDS-EXIT
     END-IF.
     IF MMT-TM-READY-BY IS NOT NUMERIC
         MOVE 'READY-BY NOT NUMERIC HHMM' TO MMT-REJECT-REASON
         GO TO MMT-EDIT-MASTER-FIELDS-EXIT
     END-IF.
     IF MMT-TM-READY-HH > 23 OR MMT-TM-READY-MM > 59
         MOVE 'READY-BY NOT A VALID HHMM TIME' TO MMT-REJECT-REASON
         GO TO MMT-EDIT-MASTER-FIELDS-EXIT
     END-IF.
     IF MMT-TM-SENS-CLASS IS NOT ALPHABETIC-UPPER
         MOVE 'SENSITIVITY CLASS NOT A LETTER' TO MMT-REJECT-REASON
         GO TO MMT-EDIT-MASTER-FIELDS-EXIT
     END-IF.
     IF MMT-TM-SERIAL-CTL NOT = SPACE
         AND MMT-TM-SERIAL-CTL NOT = 'S'
         AND MMT-TM-SERIAL-CTL NOT = 'A'
         MOVE 'SERIAL CONTROL NOT SPACE, S OR A' TO MMT-REJECT-REASON
         GO TO MMT-EDIT-MASTER-FIELDS-EXIT
     END-IF.
     IF MMT-TM-SERIAL-CTL NOT = SPACE
         AND MMT-TM-FORM-NUMBER = SPACES
         MOVE 'SERIAL-CONTROLLED REPORT WITH NO FORM NUMBER'
             TO MMT-REJECT-REASON
         GO TO MMT-EDIT-MASTER-FIELDS-EXIT
     END-IF.
     IF MMT-TM-OVERLAY NOT = SPACE
         AND MMT-TM-OVERLAY NOT = 'Y'
         MOVE 'OVERLAY MARK NOT SPACE OR Y' TO MMT-REJECT-REASON
         GO TO MMT-EDIT-MASTER-FIELDS-EXIT
     END-IF.
     IF MMT-TM-OVERLAY = 'Y'
         AND MMT-TM-FORM-NUMBER = SPACES
         MOVE 'OVERLAY REPORT WITH NO FORM NUMBER'
             TO MMT-REJECT-REASON
         GO TO MMT-EDIT-MASTER-FIELDS-EXIT
     END-IF.
     IF MMT-TM-FORM-NUMBER = SPACES OR NOT MMT-CFG-FILE-PRESENT
         OR MMT-TM-OVERLAY = 'Y'
         GO TO MMT-EDIT-MASTER-FIELDS-EXIT
     END-IF.
     IF MMT-TRAN-ACTION = 'C'
         AND MMT-TM-FORM-NUMBER = MMT-RM-FORM(MMT-MASTER-SUB)
         GO TO MMT-EDIT-MASTER-FIELDS-EXIT
     END-IF.
     MOVE 'N' TO MMT-FORM-KNOWN-SW.
     PERFORM MMT-FIND-FORM-STEP THRU MMT-FIND-FORM-STEP-EXIT
         VARYING MMT-PR-SUB FROM 1 BY 1
         UNTIL MMT-PR-SUB > 3.
     IF NOT MMT-FORM-IS-KNOWN
         MOVE 'FORM NOT DECLARED ON ANY PRINTER IN PRNTCFG'
             TO MMT-REJECT-REASON
     END-IF.
 MMT-EDIT-MASTER-FIELDS-EXIT.
     EXIT.
 MMT-FIND-FORM-STEP.
     IF MMT-PR-FORM(MMT-PR-SUB) = MMT-TM-FORM-NUMBER
         MOVE 'Y' TO MMT-FORM-KNOWN-SW
     END-IF.
 MMT-FIND-FORM-STEP-EXIT.
     EXIT.
 MMT-EDIT-MASTER-DELETE.
     MOVE ZERO TO MMT-ROUTE-REFS.
     PERFORM MMT-COUNT-ROUTE-REFS-STEP
         THRU MMT-COUNT-ROUTE-REFS-STEP-EXIT
         VARYING MMT-RT-SUB FROM 1 BY 1
         UNTIL MMT-RT-SUB > MMT-RT-COUNT.
     IF MMT-ROUTE-REFS > ZERO
         MOVE SPACES TO MMT-REJECT-REASON
         STRING 'REPORT STILL HAS ' MMT-ROUTE-REFS
             ' ROUTING ENTRIES'
             DELIMITED BY SIZE
             INTO MMT-REJECT-REASON
         GO TO MMT-EDIT-MASTER-DELETE-EXIT
     END-IF.
     PERFORM MMT-COUNT-QUEUE-REFS THRU MMT-COUNT-QUEUE-REFS-EXIT.
     IF MMT-QUEUE-REFS > ZERO
         MOVE SPACES TO MMT-REJECT-REASON
         STRING 'REPORT STILL HAS ' MMT-QUEUE-REFS
             ' LIVE ENTRIES IN PRTQCTL'
             DELIMITED BY SIZE
             INTO MMT-REJECT-REASON
     END-IF.
 MMT-EDIT-MASTER-DELETE-EXIT.
     EXIT.
 MMT-COUNT-ROUTE-REFS-STEP.
     IF NOT MMT-RT-DELETED(MMT-RT-SUB)
         AND MMT-RT-REPORT-ID(MMT-RT-SUB) = MMT-SEARCH-REPORT-ID
         ADD 1 TO MMT-ROUTE-REFS
     END-IF.
 MMT-COUNT-ROUTE-REFS-STEP-EXIT.
     EXIT.
*>***************************************************************
*> MMT-COUNT-QUEUE-REFS reads PRTQCTL straight through for live
*> entries naming the report.  Deletes are rare, and reading the
*> file each time means no queue table can overflow and hide an
*> entry from the check.
*>***************************************************************
 MMT-COUNT-QUEUE-REFS.
     MOVE ZERO TO MMT-QUEUE-REFS.
     MOVE '00' TO MMT-QUE-STATUS.
     OPEN INPUT QUEUE-FILE.
     IF MMT-QUE-FILE-NOT-FOUND
         SET MMT-QUE-FILE-EOF TO TRUE
     ELSE
         PERFORM MMT-COUNT-QUEUE-RECORD
             THRU MMT-COUNT-QUEUE-RECORD-EXIT
             UNTIL MMT-QUE-FILE-EOF
         CLOSE QUEUE-FILE
     END-IF.
 MMT-COUNT-QUEUE-REFS-EXIT.
     EXIT.
 MMT-COUNT-QUEUE-RECORD.
     READ QUEUE-FILE
         AT END
             SET MMT-QUE-FILE-EOF TO TRUE
         NOT AT END
             IF LCPQ-REPORT-ID = MMT-SEARCH-REPORT-ID
                 AND LCPQ-STATUS NOT = 'D'
                 AND LCPQ-STATUS NOT = 'C'
                 ADD 1 TO MMT-QUEUE-REFS
             END-IF
     END-READ.
 MMT-COUNT-QUEUE-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> MMT-EDIT-ROUTING-TRAN edits a routing master transaction.  The
*> key is report id plus recipient.  An add or change must name a
*> report the report master carries (a routing entry for a report
*> that does not exist routes nothing and hides the typo); a
*> delete need not, so an orphan left over from the hand-edited
*> days can still be cleared.  Every routing entry needs a
*> delivery point and a copy count of 01-99.
*>***************************************************************
 MMT-EDIT-ROUTING-TRAN.
     MOVE MMT-TR-REPORT-ID TO MMT-SEARCH-REPORT-ID.
     MOVE MMT-TR-RECIPIENT TO MMT-SEARCH-RECIPIENT.
     PERFORM MMT-FIND-MASTER THRU MMT-FIND-MASTER-EXIT.
     PERFORM MMT-FIND-ROUTING THRU MMT-FIND-ROUTING-EXIT.
     IF MMT-ROUTE-SUB NOT = ZERO
         MOVE MMT-RT-IMAGE(MMT-ROUTE-SUB) TO MMT-BEFORE-IMAGE
     END-IF.
     IF MMT-TR-REPORT-ID = SPACES OR MMT-TR-RECIPIENT = SPACES
         MOVE 'NO REPORT ID OR RECIPIENT ON TRANSACTION'
             TO MMT-REJECT-REASON
         GO TO MMT-EDIT-ROUTING-TRAN-EXIT
     END-IF.
     EVALUATE MMT-TRAN-ACTION
         WHEN 'A'
             IF MMT-ROUTE-SUB NOT = ZERO
                 MOVE 'ROUTING ENTRY ALREADY ON ROUTING MASTER'
                     TO MMT-REJECT-REASON
             ELSE
             IF MMT-RT-COUNT NOT < 100
                 MOVE 'ROUTING MASTER WORK TABLE FULL'
                     TO MMT-REJECT-REASON
             ELSE
                 PERFORM MMT-EDIT-ROUTING-FIELDS
                     THRU MMT-EDIT-ROUTING-FIELDS-EXIT
             END-IF
             END-IF
         WHEN 'C'
             IF MMT-ROUTE-SUB = ZERO
                 MOVE 'ROUTING ENTRY NOT ON ROUTING MASTER'
                     TO MMT-REJECT-REASON
             ELSE
                 PERFORM MMT-EDIT-ROUTING-FIELDS
                     THRU MMT-EDIT-ROUTING-FIELDS-EXIT
             END-IF
         WHEN 'D'
             IF MMT-ROUTE-SUB = ZERO
                 MOVE 'ROUTING ENTRY NOT ON ROUTING MASTER'
                     TO MMT-REJECT-REASON
             END-IF
         WHEN OTHER
             MOVE 'UNKNOWN ACTION CODE - MUST BE A, C OR D'
                 TO MMT-REJECT-REASON
     END-EVALUATE.
 MMT-EDIT-ROUTING-TRAN-EXIT.
     EXIT.
 MMT-EDIT-ROUTING-FIELDS.
     IF MMT-MASTER-SUB = ZERO
         MOVE 'REPORT ID NOT ON REPORT MASTER' TO MMT-REJECT-REASON
         GO TO MMT-EDIT-ROUTING-FIELDS-EXIT
     END-IF.
     IF MMT-TR-DELIVERY = SPACES
         MOVE 'NO DELIVERY POINT ON ROUTING ENTRY' TO MMT-REJECT-REASON
         GO TO MMT-EDIT-ROUTING-FIELDS-EXIT
     END-IF.
     IF MMT-TR-COPIES IS NOT NUMERIC
         MOVE 'COPY COUNT NOT NUMERIC' TO MMT-REJECT-REASON
         GO TO MMT-EDIT-ROUTING-FIELDS-EXIT
     END-IF.
     IF MMT-TR-COPIES = ZERO
         MOVE 'COPY COUNT MUST BE 01-99' TO MMT-REJECT-REASON
     END-IF.
 MMT-EDIT-ROUTING-FIELDS-EXIT.
     EXIT.
*>***************************************************************
*> MMT-FIND-MASTER / MMT-FIND-ROUTING locate the live (not
*> deleted) table entry for the search key.  On return the
*> MMT-MASTER-SUB / MMT-ROUTE-SUB points at it, or is zero when
*> there is none.
*>***************************************************************
 MMT-FIND-MASTER.
     MOVE ZERO TO MMT-MASTER-SUB.
     PERFORM MMT-FIND-MASTER-STEP THRU MMT-FIND-MASTER-STEP-EXIT
         VARYING MMT-RM-SUB FROM 1 BY 1
         UNTIL MMT-RM-SUB > MMT-RM-COUNT.
 MMT-FIND-MASTER-EXIT.
     EXIT.
 MMT-FIND-MASTER-STEP.
     IF MMT-MASTER-SUB = ZERO
         AND NOT MMT-RM-DELETED(MMT-RM-SUB)
         AND MMT-RM-REPORT-ID(MMT-RM-SUB) = MMT-SEARCH-REPORT-ID
         MOVE MMT-RM-SUB TO MMT-MASTER-SUB
     END-IF.
 MMT-FIND-MASTER-STEP-EXIT.
     EXIT.
 MMT-FIND-ROUTING.
     MOVE ZERO TO MMT-ROUTE-SUB.
     PERFORM MMT-FIND-ROUTING-STEP THRU MMT-FIND-ROUTING-STEP-EXIT
         VARYING MMT-RT-SUB FROM 1 BY 1
         UNTIL MMT-RT-SUB > MMT-RT-COUNT.
 MMT-FIND-ROUTING-EXIT.
     EXIT.
 MMT-FIND-ROUTING-STEP.
     IF MMT-ROUTE-SUB = ZERO
         AND NOT MMT-RT-DELETED(MMT-RT-SUB)
         AND MMT-RT-REPORT-ID(MMT-RT-SUB) = MMT-SEARCH-REPORT-ID
         AND MMT-RT-RECIPIENT(MMT-RT-SUB) = MMT-SEARCH-RECIPIENT
         MOVE MMT-RT-SUB TO MMT-ROUTE-SUB
     END-IF.
 MMT-FIND-ROUTING-STEP-EXIT.
     EXIT.
*>***************************************************************
*> MMT-APPLY-TRANSACTION applies a clean transaction to the work
*> table, captures the after image for the change log and lists
*> it.  An add takes the next free slot; a delete only flags its
*> entry, which the rewrite then leaves off the file.
*>***************************************************************
 MMT-APPLY-TRANSACTION.
     ADD 1 TO MMT-APPLIED-COUNT.
     MOVE 'A' TO MMT-RESULT.
     MOVE SPACES TO MMT-AFTER-IMAGE.
     IF MMT-TRAN-MASTER = 'M'
         MOVE 'Y' TO MMT-RMST-CHANGED-SW
         EVALUATE MMT-TRAN-ACTION
             WHEN 'A'
                 ADD 1 TO MMT-RM-COUNT
                 MOVE MMT-TM-IMAGE TO MMT-RM-IMAGE(MMT-RM-COUNT)
                 MOVE 'N' TO MMT-RM-DELETE-SW(MMT-RM-COUNT)
                 MOVE MMT-RM-IMAGE(MMT-RM-COUNT) TO MMT-AFTER-IMAGE
             WHEN 'C'
                 MOVE MMT-TM-IMAGE TO MMT-RM-IMAGE(MMT-MASTER-SUB)
                 MOVE MMT-RM-IMAGE(MMT-MASTER-SUB) TO MMT-AFTER-IMAGE
             WHEN 'D'
                 MOVE 'Y' TO MMT-RM-DELETE-SW(MMT-MASTER-SUB)
         END-EVALUATE
     ELSE
         MOVE 'Y' TO MMT-ROUT-CHANGED-SW
         EVALUATE MMT-TRAN-ACTION
             WHEN 'A'
                 ADD 1 TO MMT-RT-COUNT
                 MOVE MMT-TR-IMAGE TO MMT-RT-IMAGE(MMT-RT-COUNT)
                 MOVE 'N' TO MMT-RT-DELETE-SW(MMT-RT-COUNT)
                 MOVE MMT-RT-IMAGE(MMT-RT-COUNT) TO MMT-AFTER-IMAGE
             WHEN 'C'
                 MOVE MMT-TR-IMAGE TO MMT-RT-IMAGE(MMT-ROUTE-SUB)
                 MOVE MMT-RT-IMAGE(MMT-ROUTE-SUB) TO MMT-AFTER-IMAGE
             WHEN 'D'
                 MOVE 'Y' TO MMT-RT-DELETE-SW(MMT-ROUTE-SUB)
         END-EVALUATE
     END-IF.
     MOVE SPACES TO MMT-LIST-LINE.
     STRING 'APPLIED    MASTER=' MMT-TRAN-MASTER
         ' ACTION=' MMT-TRAN-ACTION
         ' RPT=' MMT-TRAN-IMAGE(1:8)
         ' RCPT=' MMT-LIST-RECIPIENT
         ' OPR=' MMT-TRAN-OPERATOR
         ' REASON=' MMT-TRAN-REASON
         DELIMITED BY SIZE
         INTO MMT-LIST-LINE.
     WRITE MMT-LIST-LINE.
 MMT-APPLY-TRANSACTION-EXIT.
     EXIT.
 MMT-REJECT-TRANSACTION.
     ADD 1 TO MMT-REJECT-COUNT.
     MOVE 'J' TO MMT-RESULT.
     MOVE MMT-BEFORE-IMAGE TO MMT-AFTER-IMAGE.
     MOVE SPACES TO MMT-LIST-LINE.
     STRING 'REJECTED   MASTER=' MMT-TRAN-MASTER
         ' ACTION=' MMT-TRAN-ACTION
         ' RPT=' MMT-TRAN-IMAGE(1:8)
         ' RCPT=' MMT-LIST-RECIPIENT
         ' OPR=' MMT-TRAN-OPERATOR
         ' - ' MMT-REJECT-REASON
         DELIMITED BY SIZE
         INTO MMT-LIST-LINE.
     WRITE MMT-LIST-LINE.
 MMT-REJECT-TRANSACTION-EXIT.
     EXIT.
*>***************************************************************
*> MMT-WRITE-CHANGE-LOG records the transaction just processed to
*> the permanent change log: who, when, which master, what was
*> asked, whether it took, and the record before and after.
*>***************************************************************
 MMT-WRITE-CHANGE-LOG.
     ACCEPT LCPG-DATE FROM DATE YYYYMMDD.
     ACCEPT LCPG-TIME FROM TIME.
     MOVE MMT-TRAN-OPERATOR      TO LCPG-OPERATOR-ID.
     MOVE MMT-TRAN-REASON        TO LCPG-REASON-CODE.
     MOVE MMT-TRAN-MASTER        TO LCPG-MASTER.
     MOVE MMT-TRAN-ACTION        TO LCPG-ACTION.
     MOVE MMT-RESULT             TO LCPG-RESULT.
     MOVE MMT-TRAN-IMAGE(1:8)    TO LCPG-REPORT-ID.
     MOVE MMT-BEFORE-IMAGE       TO LCPG-BEFORE-IMAGE.
     MOVE MMT-AFTER-IMAGE        TO LCPG-AFTER-IMAGE.
     WRITE LCPG-RECORD.
 MMT-WRITE-CHANGE-LOG-EXIT.
     EXIT.
 MMT-REWRITE-MASTER.
     OPEN OUTPUT RMST-FILE.
     PERFORM MMT-REWRITE-MASTER-STEP THRU MMT-REWRITE-MASTER-STEP-EXIT
         VARYING MMT-RM-SUB FROM 1 BY 1
         UNTIL MMT-RM-SUB > MMT-RM-COUNT.
     CLOSE RMST-FILE.
 MMT-REWRITE-MASTER-EXIT.
     EXIT.
 MMT-REWRITE-MASTER-STEP.
     IF NOT MMT-RM-DELETED(MMT-RM-SUB)
         MOVE MMT-RM-IMAGE(MMT-RM-SUB) TO LCPM-RECORD
         WRITE LCPM-RECORD
         ADD 1 TO MMT-RM-WRITTEN
     END-IF.
 MMT-REWRITE-MASTER-STEP-EXIT.
     EXIT.
 MMT-REWRITE-ROUTING.
     OPEN OUTPUT ROUT-FILE.
     PERFORM MMT-REWRITE-ROUTING-STEP
         THRU MMT-REWRITE-ROUTING-STEP-EXIT
         VARYING MMT-RT-SUB FROM 1 BY 1
         UNTIL MMT-RT-SUB > MMT-RT-COUNT.
     CLOSE ROUT-FILE.
 MMT-REWRITE-ROUTING-EXIT.
     EXIT.
 MMT-REWRITE-ROUTING-STEP.
     IF NOT MMT-RT-DELETED(MMT-RT-SUB)
         MOVE MMT-RT-IMAGE(MMT-RT-SUB) TO LCPR-RECORD
         WRITE LCPR-RECORD
         ADD 1 TO MMT-RT-WRITTEN
     END-IF.
 MMT-REWRITE-ROUTING-STEP-EXIT.
     EXIT.
 MMT-LIST-TOTALS.
     MOVE SPACES TO MMT-LIST-LINE.
     WRITE MMT-LIST-LINE.
     MOVE SPACES TO MMT-LIST-LINE.
     STRING 'TOTALS  TRANSACTIONS=' MMT-TRAN-COUNT
         ' APPLIED=' MMT-APPLIED-COUNT
         ' REJECTED=' MMT-REJECT-COUNT
         DELIMITED BY SIZE
         INTO MMT-LIST-LINE.
     WRITE MMT-LIST-LINE.
     IF MMT-RMST-CHANGED
         MOVE SPACES TO MMT-LIST-LINE
         STRING 'REWRITE RPTMAST  RECORDS=' MMT-RM-WRITTEN
             DELIMITED BY SIZE
             INTO MMT-LIST-LINE
         WRITE MMT-LIST-LINE
     END-IF.
     IF MMT-ROUT-CHANGED
         MOVE SPACES TO MMT-LIST-LINE
         STRING 'REWRITE ROUTMAST RECORDS=' MMT-RT-WRITTEN
             DELIMITED BY SIZE
             INTO MMT-LIST-LINE
         WRITE MMT-LIST-LINE
     END-IF.
     DISPLAY 'PRTMAINT: TRANSACTIONS=' MMT-TRAN-COUNT
         ' APPLIED=' MMT-APPLIED-COUNT
         ' REJECTED=' MMT-REJECT-COUNT.
 MMT-LIST-TOTALS-EXIT.
     EXIT.
