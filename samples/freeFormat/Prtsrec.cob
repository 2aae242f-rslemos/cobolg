 ID DIVISION.
 PROGRAM-ID. PRTSREC.
 AUTHOR. PRINT SERVICES GROUP.
 INSTALLATION. CENTRAL DATA CENTER.
 DATE-WRITTEN. 2026-10-15.
 DATE-COMPILED.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  RSL  Original coding.  Daily serial reconciliation
*>                    of the pre-numbered forms: for the date on
*>                    SRECPARM (blank or no file = today) every
*>                    sheet the SERREG serial register (LCPSERN.cpy)
*>                    accounts for is put in form and serial order,
*>                    and SRECLST shows per form the opening and
*>                    closing serial, the loads posted, the sheets
*>                    used by purpose -- production, reprint,
*>                    alignment, spoiled -- and every serial in the
*>                    range that nothing accounts for (a gap) or
*>                    that two uses claim (a duplicate).  A form
*>                    with neither is RECONCILED, otherwise OUT OF
*>                    BALANCE, so audit can see every cheque and
*>                    warrant sheet accounted for or explained.
*>   2026-10-15  RSL  Gaps are now found per stock run -- one
*>                    printer's sheets of a form, in register order,
*>                    from the load to the next load or unload --
*>                    instead of across the form's serials as a
*>                    whole, so a form loaded on two printers at
*>                    once no longer shows false gaps.  A run the
*>                    day continues from before is measured from
*>                    the printer's next serial at the prior close,
*>                    so sheets passed over at the day's first page
*>                    are a gap too.  A sheet below its run's next
*>                    serial, or on a printer with no load of its
*>                    form, is out of sequence.  Any of these puts
*>                    the form OUT OF BALANCE.  Unloads (UNLD on
*>                    PRTSERL) are listed with the loads.
*>
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PARM-FILE        ASSIGN TO SRECPARM
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS SRR-PARM-STATUS.
     SELECT SER-FILE         ASSIGN TO SERREG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS SRR-SER-STATUS.
     SELECT RPT-FILE         ASSIGN TO SRECLST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS SRR-RPT-STATUS.
 DATA DIVISION.
 FILE SECTION.
*>***************************************************************
*> The one SRECPARM record, if any:
*>   1-8   date to reconcile (YYYYMMDD), blank = today
*>***************************************************************
 FD  PARM-FILE
     LABEL RECORDS ARE STANDARD.
 01  SRR-PARM-REC.
     05  SRR-PARM-DATE           PIC X(08).
 FD  SER-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPSERN.
 FD  RPT-FILE
     LABEL RECORDS ARE STANDARD.
 01  SRR-RPT-LINE                PIC X(132).
 WORKING-STORAGE SECTION.
 77  SRR-PARM-STATUS             PIC XX     VALUE '00'.
     88  SRR-PARM-FILE-OK                   VALUE '00'.
 77  SRR-SER-STATUS              PIC XX     VALUE '00'.
     88  SRR-SER-FILE-EOF                   VALUE '10'.
     88  SRR-SER-FILE-NOT-FOUND             VALUE '35'.
 77  SRR-RPT-STATUS              PIC XX     VALUE '00'.
 77  SRR-RECON-DATE              PIC 9(08)  VALUE ZERO.
*>***************************************************************
*> SRR-SHEET-TABLE holds the day's sheets, kept in form and serial
*> order as they are read (SRR-ST-KEY), with enough of each use to
*> say what it was when two claim one serial.  SRR-DAY-TABLE holds
*> the same sheets and the day's loads and unloads in register
*> order, the order each printer's stock went through it.
*>***************************************************************
 01  SRR-SHEET-TABLE.
     05  SRR-ST-ENTRY OCCURS 5000 TIMES.
         10  SRR-ST-KEY.
             15  SRR-ST-FORM     PIC X(04).
             15  SRR-ST-SERIAL   PIC 9(09).
         10  SRR-ST-PURPOSE      PIC X(01).
         10  SRR-ST-PRINTER-NO   PIC 9(01).
         10  SRR-ST-REPORT-ID    PIC X(08).
         10  SRR-ST-PAGE-NO      PIC 9(05).
         10  SRR-ST-PROGRAM      PIC X(08).
 77  SRR-ST-COUNT                PIC 9(04)  VALUE ZERO.
 77  SRR-ST-SUB                  PIC 9(04)  VALUE ZERO.
 77  SRR-INS-SUB                 PIC 9(04)  VALUE ZERO.
 77  SRR-PREV-SUB                PIC 9(04)  VALUE ZERO.
 77  SRR-ST-OVERFLOW             PIC 9(07)  VALUE ZERO.
 01  SRR-DAY-TABLE.
     05  SRR-DY-ENTRY OCCURS 5000 TIMES.
         10  SRR-DY-FORM         PIC X(04).
         10  SRR-DY-PRINTER-NO   PIC 9(01).
         10  SRR-DY-SERIAL       PIC 9(09).
         10  SRR-DY-PURPOSE      PIC X(01).
 77  SRR-DY-COUNT                PIC 9(04)  VALUE ZERO.
 77  SRR-DY-SUB                  PIC 9(04)  VALUE ZERO.
 77  SRR-PLACED-SW               PIC X(01)  VALUE 'N'.
     88  SRR-ENTRY-PLACED                   VALUE 'Y'.
 01  SRR-NEW-ENTRY.
     05  SRR-NEW-KEY.
         10  SRR-NEW-FORM        PIC X(04).
         10  SRR-NEW-SERIAL      PIC 9(09).
     05  SRR-NEW-PURPOSE         PIC X(01).
     05  SRR-NEW-PRINTER-NO      PIC 9(01).
     05  SRR-NEW-REPORT-ID       PIC X(08).
     05  SRR-NEW-PAGE-NO         PIC 9(05).
     05  SRR-NEW-PROGRAM         PIC X(08).
*>***************************************************************
*> SRR-FORM-TABLE carries one entry per form on the register:
*> the highest serial used before the day (its prior close),
*> whether the day touched it, the day's use by purpose, and what
*> the walk of its serials found.
*>***************************************************************
 01  SRR-FORM-TABLE.
     05  SRR-FM-ENTRY OCCURS 50 TIMES.
         10  SRR-FM-FORM         PIC X(04).
         10  SRR-FM-ACTIVE-SW    PIC X(01).
             88  SRR-FM-ACTIVE              VALUE 'Y'.
         10  SRR-FM-PRIOR-CLOSE  PIC 9(09).
         10  SRR-FM-LOADS        PIC 9(03).
         10  SRR-FM-UNLOADS      PIC 9(03).
         10  SRR-FM-PRODUCTION   PIC 9(05).
         10  SRR-FM-REPRINT      PIC 9(05).
         10  SRR-FM-ALIGNMENT    PIC 9(05).
         10  SRR-FM-SPOILED      PIC 9(05).
 77  SRR-FM-COUNT                PIC 9(02)  VALUE ZERO.
 77  SRR-FM-SUB                  PIC 9(02)  VALUE ZERO.
 77  SRR-FM-FULL-SW              PIC X(01)  VALUE 'N'.
     88  SRR-FM-TABLE-FULL                  VALUE 'Y'.
 77  SRR-SEARCH-FORM             PIC X(04)  VALUE SPACES.
*>***************************************************************
*> SRR-LOAD-TABLE holds the day's stock loads and unloads, in
*> register order.
*>***************************************************************
 01  SRR-LOAD-TABLE.
     05  SRR-LD-ENTRY OCCURS 100 TIMES.
         10  SRR-LD-PURPOSE      PIC X(01).
         10  SRR-LD-FORM         PIC X(04).
         10  SRR-LD-PRINTER-NO   PIC 9(01).
         10  SRR-LD-SERIAL       PIC 9(09).
         10  SRR-LD-TIME         PIC 9(08).
         10  SRR-LD-OPERATOR-ID  PIC X(08).
 77  SRR-LD-COUNT                PIC 9(03)  VALUE ZERO.
 77  SRR-LD-SUB                  PIC 9(03)  VALUE ZERO.
*>***************************************************************
*> SRR-PRINTER-TABLE holds where each printer's stock stood at the
*> close of the day before, as the register left it (form of the
*> last load not since unloaded, and the serial of its next sheet),
*> and where it stands as the walk of the day's runs goes along.
*>***************************************************************
 01  SRR-PRINTER-TABLE.
     05  SRR-PR-ENTRY OCCURS 3 TIMES.
         10  SRR-CY-FORM         PIC X(04).
         10  SRR-CY-NEXT         PIC 9(09).
         10  SRR-RN-FORM         PIC X(04).
         10  SRR-RN-NEXT         PIC 9(09).
 77  SRR-PR-SUB                  PIC 9(01)  VALUE ZERO.
*>***************************************************************
*> Walk of one form's serials, and the run totals.
*>***************************************************************
 77  SRR-WALK-SHEETS             PIC 9(05)  VALUE ZERO.
 77  SRR-OPENING                 PIC 9(09)  VALUE ZERO.
 77  SRR-CLOSING                 PIC 9(09)  VALUE ZERO.
 77  SRR-GAP-FIRST               PIC 9(09)  VALUE ZERO.
 77  SRR-GAP-LAST                PIC 9(09)  VALUE ZERO.
 77  SRR-GAP-SHEETS              PIC 9(09)  VALUE ZERO.
 77  SRR-FORM-GAPS               PIC 9(05)  VALUE ZERO.
 77  SRR-FORM-MISSING            PIC 9(09)  VALUE ZERO.
 77  SRR-FORM-DUPS               PIC 9(05)  VALUE ZERO.
 77  SRR-FORM-SEQUENCE           PIC 9(05)  VALUE ZERO.
 77  SRR-LOAD-TIME               PIC 9(06)  VALUE ZERO.
 77  SRR-TOTAL-FORMS             PIC 9(03)  VALUE ZERO.
 77  SRR-TOTAL-SHEETS            PIC 9(07)  VALUE ZERO.
 77  SRR-TOTAL-GAPS              PIC 9(05)  VALUE ZERO.
 77  SRR-TOTAL-MISSING           PIC 9(09)  VALUE ZERO.
 77  SRR-TOTAL-DUPS              PIC 9(05)  VALUE ZERO.
 77  SRR-TOTAL-SEQUENCE          PIC 9(05)  VALUE ZERO.
 77  SRR-OUT-OF-BALANCE          PIC 9(03)  VALUE ZERO.
 PROCEDURE DIVISION.
 SRR-MAINLINE SECTION.
     PERFORM SRR-INITIALIZE THRU SRR-INITIALIZE-EXIT.
     PERFORM SRR-LOAD-REGISTER THRU SRR-LOAD-REGISTER-EXIT.
     PERFORM SRR-LIST-FORM THRU SRR-LIST-FORM-EXIT
         VARYING SRR-FM-SUB FROM 1 BY 1
         UNTIL SRR-FM-SUB > SRR-FM-COUNT.
     PERFORM SRR-WRITE-TOTALS THRU SRR-WRITE-TOTALS-EXIT.
     CLOSE RPT-FILE.
     STOP RUN.
 SRR-MAINLINE-EXIT.
     EXIT.
*>***************************************************************
*> SRR-INITIALIZE takes the date to reconcile from SRECPARM.  No
*> file, a blank date or one that is not a date all mean today.
*>***************************************************************
 SRR-INITIALIZE.
     ACCEPT SRR-RECON-DATE FROM DATE YYYYMMDD.
     OPEN INPUT PARM-FILE.
     IF SRR-PARM-FILE-OK
         READ PARM-FILE
             NOT AT END
                 IF SRR-PARM-DATE IS NUMERIC
                     MOVE SRR-PARM-DATE TO SRR-RECON-DATE
                 ELSE
                     IF SRR-PARM-DATE NOT = SPACES
                         DISPLAY 'PRTSREC: SRECPARM DATE '
                             SRR-PARM-DATE
                             ' NOT NUMERIC - TODAY RECONCILED'
                     END-IF
                 END-IF
         END-READ
         CLOSE PARM-FILE
     END-IF.
     OPEN OUTPUT RPT-FILE.
     MOVE SPACES TO SRR-RPT-LINE.
     STRING 'SERIAL FORMS RECONCILIATION - ' SRR-RECON-DATE
         DELIMITED BY SIZE
         INTO SRR-RPT-LINE.
     WRITE SRR-RPT-LINE.
     MOVE SPACES TO SRR-RPT-LINE.
     WRITE SRR-RPT-LINE.
 SRR-INITIALIZE-EXIT.
     EXIT.
*>***************************************************************
*> SRR-LOAD-REGISTER reads the whole register.  Records before the
*> day only carry each printer's stock forward and raise their
*> form's prior close; the day's loads and unloads go to the load
*> table, the day's sheets into the sheet table in order, and all
*> of the day's records into the day table.  Later days are
*> ignored.
*>***************************************************************
 SRR-LOAD-REGISTER.
     MOVE SPACES TO SRR-PRINTER-TABLE.
     PERFORM SRR-CLEAR-PRINTER-STEP THRU SRR-CLEAR-PRINTER-STEP-EXIT
         VARYING SRR-PR-SUB FROM 1 BY 1
         UNTIL SRR-PR-SUB > 3.
     OPEN INPUT SER-FILE.
     IF SRR-SER-FILE-NOT-FOUND
         DISPLAY 'PRTSREC: NO SERREG - NO SERIAL STOCK EVER RECORDED'
         MOVE SPACES TO SRR-RPT-LINE
         MOVE 'NO SERIAL REGISTER' TO SRR-RPT-LINE
         WRITE SRR-RPT-LINE
     ELSE
         PERFORM SRR-LOAD-REGISTER-RECORD
             THRU SRR-LOAD-REGISTER-RECORD-EXIT
             UNTIL SRR-SER-FILE-EOF
         CLOSE SER-FILE
     END-IF.
 SRR-LOAD-REGISTER-EXIT.
     EXIT.
 SRR-CLEAR-PRINTER-STEP.
     MOVE ZERO TO SRR-CY-NEXT(SRR-PR-SUB).
     MOVE ZERO TO SRR-RN-NEXT(SRR-PR-SUB).
 SRR-CLEAR-PRINTER-STEP-EXIT.
     EXIT.
 SRR-LOAD-REGISTER-RECORD.
     READ SER-FILE
         AT END
             SET SRR-SER-FILE-EOF TO TRUE
         NOT AT END
             IF LCPN-DATE NOT > SRR-RECON-DATE
                 PERFORM SRR-TAKE-RECORD THRU SRR-TAKE-RECORD-EXIT
             END-IF
     END-READ.
 SRR-LOAD-REGISTER-RECORD-EXIT.
     EXIT.
 SRR-TAKE-RECORD.
     IF LCPN-DATE < SRR-RECON-DATE
         PERFORM SRR-CARRY-STOCK THRU SRR-CARRY-STOCK-EXIT
     END-IF.
     MOVE LCPN-FORM-NUMBER TO SRR-SEARCH-FORM.
     PERFORM SRR-FIND-FORM THRU SRR-FIND-FORM-EXIT.
     IF SRR-FM-SUB > SRR-FM-COUNT
         GO TO SRR-TAKE-RECORD-EXIT
     END-IF.
     IF LCPN-DATE < SRR-RECON-DATE
         IF LCPN-PURPOSE NOT = 'L' AND LCPN-PURPOSE NOT = 'U'
             AND LCPN-SERIAL-NO > SRR-FM-PRIOR-CLOSE(SRR-FM-SUB)
             MOVE LCPN-SERIAL-NO TO SRR-FM-PRIOR-CLOSE(SRR-FM-SUB)
         END-IF
         GO TO SRR-TAKE-RECORD-EXIT
     END-IF.
     MOVE 'Y' TO SRR-FM-ACTIVE-SW(SRR-FM-SUB).
     EVALUATE LCPN-PURPOSE
         WHEN 'L'
             ADD 1 TO SRR-FM-LOADS(SRR-FM-SUB)
             PERFORM SRR-TAKE-LOAD THRU SRR-TAKE-LOAD-EXIT
         WHEN 'U'
             ADD 1 TO SRR-FM-UNLOADS(SRR-FM-SUB)
             PERFORM SRR-TAKE-LOAD THRU SRR-TAKE-LOAD-EXIT
         WHEN 'P'
             ADD 1 TO SRR-FM-PRODUCTION(SRR-FM-SUB)
         WHEN 'R'
             ADD 1 TO SRR-FM-REPRINT(SRR-FM-SUB)
         WHEN 'A'
             ADD 1 TO SRR-FM-ALIGNMENT(SRR-FM-SUB)
         WHEN OTHER
             ADD 1 TO SRR-FM-SPOILED(SRR-FM-SUB)
     END-EVALUATE.
     IF SRR-DY-COUNT NOT < 5000
         ADD 1 TO SRR-ST-OVERFLOW
         GO TO SRR-TAKE-RECORD-EXIT
     END-IF.
     ADD 1 TO SRR-DY-COUNT.
     MOVE LCPN-FORM-NUMBER TO SRR-DY-FORM(SRR-DY-COUNT).
     MOVE LCPN-PRINTER-NO  TO SRR-DY-PRINTER-NO(SRR-DY-COUNT).
     MOVE LCPN-SERIAL-NO   TO SRR-DY-SERIAL(SRR-DY-COUNT).
     MOVE LCPN-PURPOSE     TO SRR-DY-PURPOSE(SRR-DY-COUNT).
     IF LCPN-PURPOSE = 'L' OR LCPN-PURPOSE = 'U'
         GO TO SRR-TAKE-RECORD-EXIT
     END-IF.
     MOVE LCPN-FORM-NUMBER TO SRR-NEW-FORM.
     MOVE LCPN-SERIAL-NO   TO SRR-NEW-SERIAL.
     MOVE LCPN-PURPOSE     TO SRR-NEW-PURPOSE.
     MOVE LCPN-PRINTER-NO  TO SRR-NEW-PRINTER-NO.
     MOVE LCPN-REPORT-ID   TO SRR-NEW-REPORT-ID.
     MOVE LCPN-PAGE-NO     TO SRR-NEW-PAGE-NO.
     MOVE LCPN-PROGRAM     TO SRR-NEW-PROGRAM.
     PERFORM SRR-INSERT-SHEET THRU SRR-INSERT-SHEET-EXIT.
 SRR-TAKE-RECORD-EXIT.
     EXIT.
 SRR-TAKE-LOAD.
     IF SRR-LD-COUNT < 100
         ADD 1 TO SRR-LD-COUNT
         MOVE LCPN-PURPOSE TO SRR-LD-PURPOSE(SRR-LD-COUNT)
         MOVE LCPN-FORM-NUMBER TO SRR-LD-FORM(SRR-LD-COUNT)
         MOVE LCPN-PRINTER-NO TO SRR-LD-PRINTER-NO(SRR-LD-COUNT)
         MOVE LCPN-SERIAL-NO TO SRR-LD-SERIAL(SRR-LD-COUNT)
         MOVE LCPN-TIME TO SRR-LD-TIME(SRR-LD-COUNT)
         MOVE LCPN-OPERATOR-ID TO SRR-LD-OPERATOR-ID(SRR-LD-COUNT)
     END-IF.
 SRR-TAKE-LOAD-EXIT.
     EXIT.
*>***************************************************************
*> SRR-CARRY-STOCK moves a printer's stock along for a record
*> before the day, the way PRTQPRT reads the register: a load sets
*> its form and next serial, an unload clears them, any other
*> record moves it one past the serial.
*>***************************************************************
 SRR-CARRY-STOCK.
     IF LCPN-PRINTER-NO < 1 OR LCPN-PRINTER-NO > 3
         GO TO SRR-CARRY-STOCK-EXIT
     END-IF.
     EVALUATE LCPN-PURPOSE
         WHEN 'L'
             MOVE LCPN-FORM-NUMBER TO SRR-CY-FORM(LCPN-PRINTER-NO)
             MOVE LCPN-SERIAL-NO TO SRR-CY-NEXT(LCPN-PRINTER-NO)
         WHEN 'U'
             MOVE SPACES TO SRR-CY-FORM(LCPN-PRINTER-NO)
             MOVE ZERO TO SRR-CY-NEXT(LCPN-PRINTER-NO)
         WHEN OTHER
             COMPUTE SRR-CY-NEXT(LCPN-PRINTER-NO) =
                 LCPN-SERIAL-NO + 1
     END-EVALUATE.
 SRR-CARRY-STOCK-EXIT.
     EXIT.
*>***************************************************************
*> SRR-FIND-FORM points SRR-FM-SUB at SRR-SEARCH-FORM's entry,
*> adding one when the form is new.  With the table full a new
*> form is left past SRR-FM-COUNT and its records go unreconciled.
*>***************************************************************
 SRR-FIND-FORM.
     PERFORM SRR-FIND-FORM-STEP THRU SRR-FIND-FORM-STEP-EXIT
         VARYING SRR-FM-SUB FROM 1 BY 1
         UNTIL SRR-FM-SUB > SRR-FM-COUNT
            OR SRR-FM-FORM(SRR-FM-SUB) = SRR-SEARCH-FORM.
     IF SRR-FM-SUB > SRR-FM-COUNT
         IF SRR-FM-COUNT < 50
             ADD 1 TO SRR-FM-COUNT
             MOVE SRR-SEARCH-FORM TO SRR-FM-FORM(SRR-FM-COUNT)
             MOVE 'N'  TO SRR-FM-ACTIVE-SW(SRR-FM-COUNT)
             MOVE ZERO TO SRR-FM-PRIOR-CLOSE(SRR-FM-COUNT)
             MOVE ZERO TO SRR-FM-LOADS(SRR-FM-COUNT)
             MOVE ZERO TO SRR-FM-UNLOADS(SRR-FM-COUNT)
             MOVE ZERO TO SRR-FM-PRODUCTION(SRR-FM-COUNT)
             MOVE ZERO TO SRR-FM-REPRINT(SRR-FM-COUNT)
             MOVE ZERO TO SRR-FM-ALIGNMENT(SRR-FM-COUNT)
             MOVE ZERO TO SRR-FM-SPOILED(SRR-FM-COUNT)
             MOVE SRR-FM-COUNT TO SRR-FM-SUB
         ELSE
             MOVE 'Y' TO SRR-FM-FULL-SW
         END-IF
     END-IF.
 SRR-FIND-FORM-EXIT.
     EXIT.
 SRR-FIND-FORM-STEP.
     CONTINUE.
 SRR-FIND-FORM-STEP-EXIT.
     EXIT.
*>***************************************************************
*> SRR-INSERT-SHEET puts SRR-NEW-ENTRY in key order: entries with
*> a higher key move up one, from the top down, until the entry
*> below the hole is not higher.  Equal keys keep register order.
*>***************************************************************
 SRR-INSERT-SHEET.
     ADD 1 TO SRR-ST-COUNT.
     MOVE SRR-ST-COUNT TO SRR-INS-SUB.
     MOVE 'N' TO SRR-PLACED-SW.
     PERFORM SRR-INSERT-STEP THRU SRR-INSERT-STEP-EXIT
         UNTIL SRR-INS-SUB = 1
            OR SRR-ENTRY-PLACED.
     MOVE SRR-NEW-ENTRY TO SRR-ST-ENTRY(SRR-INS-SUB).
 SRR-INSERT-SHEET-EXIT.
     EXIT.
 SRR-INSERT-STEP.
     COMPUTE SRR-PREV-SUB = SRR-INS-SUB - 1.
     IF SRR-ST-KEY(SRR-PREV-SUB) > SRR-NEW-KEY
         MOVE SRR-ST-ENTRY(SRR-PREV-SUB) TO SRR-ST-ENTRY(SRR-INS-SUB)
         MOVE SRR-PREV-SUB TO SRR-INS-SUB
     ELSE
         MOVE 'Y' TO SRR-PLACED-SW
     END-IF.
 SRR-INSERT-STEP-EXIT.
     EXIT.
*>***************************************************************
*> SRR-LIST-FORM reconciles one form the day touched: its loads
*> and unloads, its use by purpose, a walk of each printer's runs
*> of its stock for gaps and sheets out of sequence, a walk of its
*> serials in order for duplicates, and the verdict.
*>***************************************************************
 SRR-LIST-FORM.
     IF NOT SRR-FM-ACTIVE(SRR-FM-SUB)
         GO TO SRR-LIST-FORM-EXIT
     END-IF.
     ADD 1 TO SRR-TOTAL-FORMS.
     MOVE ZERO TO SRR-WALK-SHEETS.
     MOVE ZERO TO SRR-OPENING.
     MOVE ZERO TO SRR-CLOSING.
     MOVE ZERO TO SRR-FORM-GAPS.
     MOVE ZERO TO SRR-FORM-MISSING.
     MOVE ZERO TO SRR-FORM-DUPS.
     MOVE ZERO TO SRR-FORM-SEQUENCE.
     MOVE ZERO TO SRR-PREV-SUB.
     MOVE SPACES TO SRR-RPT-LINE.
     STRING 'FORM ' SRR-FM-FORM(SRR-FM-SUB)
         '  PRIOR CLOSE=' SRR-FM-PRIOR-CLOSE(SRR-FM-SUB)
         '  LOADS=' SRR-FM-LOADS(SRR-FM-SUB)
         '  UNLOADS=' SRR-FM-UNLOADS(SRR-FM-SUB)
         DELIMITED BY SIZE
         INTO SRR-RPT-LINE.
     WRITE SRR-RPT-LINE.
     PERFORM SRR-LIST-LOAD-STEP THRU SRR-LIST-LOAD-STEP-EXIT
         VARYING SRR-LD-SUB FROM 1 BY 1
         UNTIL SRR-LD-SUB > SRR-LD-COUNT.
     PERFORM SRR-START-RUN-STEP THRU SRR-START-RUN-STEP-EXIT
         VARYING SRR-PR-SUB FROM 1 BY 1
         UNTIL SRR-PR-SUB > 3.
     PERFORM SRR-RUN-STEP THRU SRR-RUN-STEP-EXIT
         VARYING SRR-DY-SUB FROM 1 BY 1
         UNTIL SRR-DY-SUB > SRR-DY-COUNT.
     PERFORM SRR-WALK-STEP THRU SRR-WALK-STEP-EXIT
         VARYING SRR-ST-SUB FROM 1 BY 1
         UNTIL SRR-ST-SUB > SRR-ST-COUNT.
     MOVE SPACES TO SRR-RPT-LINE.
     STRING 'USED       PRODUCTION=' SRR-FM-PRODUCTION(SRR-FM-SUB)
         ' REPRINT=' SRR-FM-REPRINT(SRR-FM-SUB)
         ' ALIGNMENT=' SRR-FM-ALIGNMENT(SRR-FM-SUB)
         ' SPOILED=' SRR-FM-SPOILED(SRR-FM-SUB)
         ' TOTAL=' SRR-WALK-SHEETS
         DELIMITED BY SIZE
         INTO SRR-RPT-LINE.
     WRITE SRR-RPT-LINE.
     IF SRR-WALK-SHEETS > ZERO
         MOVE SPACES TO SRR-RPT-LINE
         STRING 'RANGE      OPENING SERIAL=' SRR-OPENING
             ' CLOSING SERIAL=' SRR-CLOSING
             DELIMITED BY SIZE
             INTO SRR-RPT-LINE
         WRITE SRR-RPT-LINE
     END-IF.
     MOVE SPACES TO SRR-RPT-LINE.
     IF SRR-FORM-GAPS = ZERO AND SRR-FORM-DUPS = ZERO
         AND SRR-FORM-SEQUENCE = ZERO
         STRING 'RECONCILED FORM ' SRR-FM-FORM(SRR-FM-SUB)
             ' - ALL ' SRR-WALK-SHEETS ' SHEETS ACCOUNTED FOR'
             DELIMITED BY SIZE
             INTO SRR-RPT-LINE
     ELSE
         ADD 1 TO SRR-OUT-OF-BALANCE
         STRING 'OUT OF BALANCE FORM ' SRR-FM-FORM(SRR-FM-SUB)
             ' - GAPS=' SRR-FORM-GAPS
             ' MISSING=' SRR-FORM-MISSING
             ' DUPLICATES=' SRR-FORM-DUPS
             ' OUT OF SEQUENCE=' SRR-FORM-SEQUENCE
             DELIMITED BY SIZE
             INTO SRR-RPT-LINE
     END-IF.
     WRITE SRR-RPT-LINE.
     MOVE SPACES TO SRR-RPT-LINE.
     WRITE SRR-RPT-LINE.
     ADD SRR-WALK-SHEETS   TO SRR-TOTAL-SHEETS.
     ADD SRR-FORM-GAPS     TO SRR-TOTAL-GAPS.
     ADD SRR-FORM-MISSING  TO SRR-TOTAL-MISSING.
     ADD SRR-FORM-DUPS     TO SRR-TOTAL-DUPS.
     ADD SRR-FORM-SEQUENCE TO SRR-TOTAL-SEQUENCE.
 SRR-LIST-FORM-EXIT.
     EXIT.
 SRR-LIST-LOAD-STEP.
     IF SRR-LD-FORM(SRR-LD-SUB) = SRR-FM-FORM(SRR-FM-SUB)
         MOVE SRR-LD-TIME(SRR-LD-SUB)(1:6) TO SRR-LOAD-TIME
         MOVE SPACES TO SRR-RPT-LINE
         IF SRR-LD-PURPOSE(SRR-LD-SUB) = 'L'
             STRING 'LOADED     PRINTER=' SRR-LD-PRINTER-NO(SRR-LD-SUB)
                 ' FIRST SERIAL=' SRR-LD-SERIAL(SRR-LD-SUB)
                 ' AT ' SRR-LOAD-TIME
                 ' BY=' SRR-LD-OPERATOR-ID(SRR-LD-SUB)
                 DELIMITED BY SIZE
                 INTO SRR-RPT-LINE
         ELSE
             STRING 'UNLOADED   PRINTER=' SRR-LD-PRINTER-NO(SRR-LD-SUB)
                 ' FIRST SERIAL OFF=' SRR-LD-SERIAL(SRR-LD-SUB)
                 ' AT ' SRR-LOAD-TIME
                 ' BY=' SRR-LD-OPERATOR-ID(SRR-LD-SUB)
                 DELIMITED BY SIZE
                 INTO SRR-RPT-LINE
         END-IF
         WRITE SRR-RPT-LINE
     END-IF.
 SRR-LIST-LOAD-STEP-EXIT.
     EXIT.
*>***************************************************************
*> SRR-START-RUN-STEP starts each printer's walk where the register
*> left its stock at the close of the day before.
*>***************************************************************
 SRR-START-RUN-STEP.
     MOVE SRR-CY-FORM(SRR-PR-SUB) TO SRR-RN-FORM(SRR-PR-SUB).
     MOVE SRR-CY-NEXT(SRR-PR-SUB) TO SRR-RN-NEXT(SRR-PR-SUB).
 SRR-START-RUN-STEP-EXIT.
     EXIT.
*>***************************************************************
*> SRR-RUN-STEP takes the day's records in register order, moving
*> each printer's stock along as PRTQPRT does: a load starts a run
*> at its first serial, an unload ends one, and each sheet should
*> carry its printer's next serial.  For a record of the form in
*> hand, a serial above the next is a gap (the unload included:
*> sheets passed over before the stock came off), one below it is
*> out of sequence, and so is a sheet on a printer whose stock is
*> not the form.
*>***************************************************************
 SRR-RUN-STEP.
     MOVE SRR-DY-PRINTER-NO(SRR-DY-SUB) TO SRR-PR-SUB.
     IF SRR-PR-SUB < 1 OR SRR-PR-SUB > 3
         GO TO SRR-RUN-STEP-EXIT
     END-IF.
     IF SRR-DY-PURPOSE(SRR-DY-SUB) = 'L'
         MOVE SRR-DY-FORM(SRR-DY-SUB) TO SRR-RN-FORM(SRR-PR-SUB)
         MOVE SRR-DY-SERIAL(SRR-DY-SUB) TO SRR-RN-NEXT(SRR-PR-SUB)
         GO TO SRR-RUN-STEP-EXIT
     END-IF.
     IF SRR-DY-FORM(SRR-DY-SUB) = SRR-FM-FORM(SRR-FM-SUB)
         IF SRR-RN-FORM(SRR-PR-SUB) NOT = SRR-DY-FORM(SRR-DY-SUB)
             PERFORM SRR-LIST-NO-STOCK THRU SRR-LIST-NO-STOCK-EXIT
             MOVE SRR-DY-FORM(SRR-DY-SUB) TO SRR-RN-FORM(SRR-PR-SUB)
         ELSE
             IF SRR-DY-SERIAL(SRR-DY-SUB) > SRR-RN-NEXT(SRR-PR-SUB)
                 PERFORM SRR-LIST-GAP THRU SRR-LIST-GAP-EXIT
             END-IF
             IF SRR-DY-SERIAL(SRR-DY-SUB) < SRR-RN-NEXT(SRR-PR-SUB)
                 PERFORM SRR-LIST-SEQUENCE THRU SRR-LIST-SEQUENCE-EXIT
             END-IF
         END-IF
     END-IF.
     IF SRR-DY-PURPOSE(SRR-DY-SUB) = 'U'
         MOVE SPACES TO SRR-RN-FORM(SRR-PR-SUB)
         MOVE ZERO TO SRR-RN-NEXT(SRR-PR-SUB)
     ELSE
         COMPUTE SRR-RN-NEXT(SRR-PR-SUB) =
             SRR-DY-SERIAL(SRR-DY-SUB) + 1
     END-IF.
 SRR-RUN-STEP-EXIT.
     EXIT.
 SRR-LIST-GAP.
     MOVE SRR-RN-NEXT(SRR-PR-SUB) TO SRR-GAP-FIRST.
     COMPUTE SRR-GAP-LAST = SRR-DY-SERIAL(SRR-DY-SUB) - 1.
     COMPUTE SRR-GAP-SHEETS = SRR-GAP-LAST - SRR-GAP-FIRST + 1.
     ADD 1 TO SRR-FORM-GAPS.
     ADD SRR-GAP-SHEETS TO SRR-FORM-MISSING.
     MOVE SPACES TO SRR-RPT-LINE.
     STRING 'GAP        PRINTER=' SRR-PR-SUB
         ' SERIALS ' SRR-GAP-FIRST ' THRU ' SRR-GAP-LAST
         ' - ' SRR-GAP-SHEETS ' SHEETS NOT ACCOUNTED FOR'
         DELIMITED BY SIZE
         INTO SRR-RPT-LINE.
     WRITE SRR-RPT-LINE.
 SRR-LIST-GAP-EXIT.
     EXIT.
 SRR-LIST-SEQUENCE.
     ADD 1 TO SRR-FORM-SEQUENCE.
     MOVE SPACES TO SRR-RPT-LINE.
     STRING 'SEQUENCE   PRINTER=' SRR-PR-SUB
         ' SERIAL=' SRR-DY-SERIAL(SRR-DY-SUB)
         ' ' SRR-DY-PURPOSE(SRR-DY-SUB)
         ' - BELOW THE NEXT SERIAL ' SRR-RN-NEXT(SRR-PR-SUB)
         ' OF THE STOCK'
         DELIMITED BY SIZE
         INTO SRR-RPT-LINE.
     WRITE SRR-RPT-LINE.
 SRR-LIST-SEQUENCE-EXIT.
     EXIT.
 SRR-LIST-NO-STOCK.
     ADD 1 TO SRR-FORM-SEQUENCE.
     MOVE SPACES TO SRR-RPT-LINE.
     STRING 'SEQUENCE   PRINTER=' SRR-PR-SUB
         ' SERIAL=' SRR-DY-SERIAL(SRR-DY-SUB)
         ' ' SRR-DY-PURPOSE(SRR-DY-SUB)
         ' - NO STOCK OF THE FORM LOADED ON THE PRINTER'
         DELIMITED BY SIZE
         INTO SRR-RPT-LINE.
     WRITE SRR-RPT-LINE.
 SRR-LIST-NO-STOCK-EXIT.
     EXIT.
*>***************************************************************
*> SRR-WALK-STEP takes the form's sheets in serial order, whatever
*> printer they went through, for the range and for duplicates:
*> the same serial twice means two uses claim one sheet.
*>***************************************************************
 SRR-WALK-STEP.
     IF SRR-ST-FORM(SRR-ST-SUB) NOT = SRR-FM-FORM(SRR-FM-SUB)
         GO TO SRR-WALK-STEP-EXIT
     END-IF.
     ADD 1 TO SRR-WALK-SHEETS.
     IF SRR-PREV-SUB = ZERO
         MOVE SRR-ST-SERIAL(SRR-ST-SUB) TO SRR-OPENING
     ELSE
         IF SRR-ST-SERIAL(SRR-ST-SUB) = SRR-ST-SERIAL(SRR-PREV-SUB)
             PERFORM SRR-LIST-DUPLICATE THRU SRR-LIST-DUPLICATE-EXIT
         END-IF
     END-IF.
     MOVE SRR-ST-SERIAL(SRR-ST-SUB) TO SRR-CLOSING.
     MOVE SRR-ST-SUB TO SRR-PREV-SUB.
 SRR-WALK-STEP-EXIT.
     EXIT.
 SRR-LIST-DUPLICATE.
     ADD 1 TO SRR-FORM-DUPS.
     MOVE SPACES TO SRR-RPT-LINE.
     STRING 'DUPLICATE  SERIAL=' SRR-ST-SERIAL(SRR-ST-SUB)
         '  ' SRR-ST-PURPOSE(SRR-PREV-SUB)
         ' ' SRR-ST-REPORT-ID(SRR-PREV-SUB)
         ' PAGE ' SRR-ST-PAGE-NO(SRR-PREV-SUB)
         ' PRINTER ' SRR-ST-PRINTER-NO(SRR-PREV-SUB)
         ' ' SRR-ST-PROGRAM(SRR-PREV-SUB)
         '  AND  ' SRR-ST-PURPOSE(SRR-ST-SUB)
         ' ' SRR-ST-REPORT-ID(SRR-ST-SUB)
         ' PAGE ' SRR-ST-PAGE-NO(SRR-ST-SUB)
         ' PRINTER ' SRR-ST-PRINTER-NO(SRR-ST-SUB)
         ' ' SRR-ST-PROGRAM(SRR-ST-SUB)
         DELIMITED BY SIZE
         INTO SRR-RPT-LINE.
     WRITE SRR-RPT-LINE.
 SRR-LIST-DUPLICATE-EXIT.
     EXIT.
 SRR-WRITE-TOTALS.
     IF SRR-TOTAL-FORMS = ZERO
         MOVE SPACES TO SRR-RPT-LINE
         MOVE 'NO SERIAL STOCK USED OR LOADED ON THIS DATE'
             TO SRR-RPT-LINE
         WRITE SRR-RPT-LINE
     END-IF.
     IF SRR-ST-OVERFLOW > ZERO
         MOVE SPACES TO SRR-RPT-LINE
         STRING 'WARNING    OVER 5000 SHEETS - ' SRR-ST-OVERFLOW
             ' NOT RECONCILED'
             DELIMITED BY SIZE
             INTO SRR-RPT-LINE
         WRITE SRR-RPT-LINE
     END-IF.
     IF SRR-FM-TABLE-FULL
         MOVE SPACES TO SRR-RPT-LINE
         STRING 'WARNING    OVER 50 FORMS ON THE REGISTER - '
             'EXCESS NOT RECONCILED'
             DELIMITED BY SIZE
             INTO SRR-RPT-LINE
         WRITE SRR-RPT-LINE
     END-IF.
     MOVE SPACES TO SRR-RPT-LINE.
     STRING 'TOTALS  FORMS=' SRR-TOTAL-FORMS
         ' SHEETS=' SRR-TOTAL-SHEETS
         ' GAPS=' SRR-TOTAL-GAPS
         ' MISSING=' SRR-TOTAL-MISSING
         ' DUPLICATES=' SRR-TOTAL-DUPS
         ' OUT-OF-SEQUENCE=' SRR-TOTAL-SEQUENCE
         ' OUT-OF-BALANCE=' SRR-OUT-OF-BALANCE
         DELIMITED BY SIZE
         INTO SRR-RPT-LINE.
     WRITE SRR-RPT-LINE.
     DISPLAY 'PRTSREC: ' SRR-TOTAL-FORMS ' FORMS RECONCILED FOR '
         SRR-RECON-DATE ', ' SRR-OUT-OF-BALANCE ' OUT OF BALANCE'.
 SRR-WRITE-TOTALS-EXIT.
     EXIT.
