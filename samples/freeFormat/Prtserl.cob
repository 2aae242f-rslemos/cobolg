 ID DIVISION.
 PROGRAM-ID. PRTSERL.
 AUTHOR. PRINT SERVICES GROUP.
 INSTALLATION. CENTRAL DATA CENTER.
 DATE-WRITTEN. 2026-10-15.
 DATE-COMPILED.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  RSL  Original coding.  Serial stock posting: the
*>                    operator's record of the pre-numbered stock
*>                    the serial-controlled forms print on, keyed
*>                    onto SERLOAD.  A LOAD says which form's stock
*>                    went into which printer and the serial of its
*>                    first sheet; a SPOIL gives back a run of
*>                    sheets destroyed in a jam or otherwise never
*>                    printed on.  Each is edited and appended to
*>                    the SERREG serial register (LCPSERN.cpy), the
*>                    record PRTQPRT and PRTREPRT take each
*>                    printer's next serial from.  SERLLST lists
*>                    what was posted, what was rejected and why,
*>                    and where each printer's stock stands after.
*>   2026-10-15  RSL  UNLD posting: a printer's serial stock taken
*>                    off, with the serial of the first sheet that
*>                    came off unused, so the printer is free for
*>                    work on plain stock again.  PRTQPRT holds
*>                    such work off a printer until its serial
*>                    stock is unloaded.
*>
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT LOAD-FILE        ASSIGN TO SERLOAD
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS SRL-LOAD-STATUS.
     SELECT SER-FILE         ASSIGN TO SERREG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS SRL-SER-STATUS.
     SELECT RMST-FILE        ASSIGN TO RPTMAST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS SRL-RMST-STATUS.
     SELECT RPT-FILE         ASSIGN TO SERLLST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS SRL-RPT-STATUS.
 DATA DIVISION.
 FILE SECTION.
*>***************************************************************
*> One SERLOAD record per posting, fixed columns:
*>   1-5   'LOAD ' = stock loaded on a printer
*>         'SPOIL' = sheets of a printer's stock destroyed
*>         'UNLD ' = a printer's stock taken off unused
*>   7     printer number, 1-3
*>   9-12  form number
*>   14-22 serial: the first sheet of the stock loaded, the
*>         first sheet spoiled, or the first sheet taken off
*>   24-32 last sheet spoiled, blank or zero = the one sheet
*>   34-41 operator id, required
*>   43-50 report id the spoiled sheets were printing, if known
*>***************************************************************
 FD  LOAD-FILE
     LABEL RECORDS ARE STANDARD.
 01  SRL-LOAD-REC.
     05  SRL-LOAD-ACTION         PIC X(05).
     05  FILLER                  PIC X(01).
     05  SRL-LOAD-PRINTER-NO     PIC X(01).
     05  FILLER                  PIC X(01).
     05  SRL-LOAD-FORM           PIC X(04).
     05  FILLER                  PIC X(01).
     05  SRL-LOAD-FROM-SERIAL    PIC X(09).
     05  FILLER                  PIC X(01).
     05  SRL-LOAD-TO-SERIAL      PIC X(09).
     05  FILLER                  PIC X(01).
     05  SRL-LOAD-OPERATOR-ID    PIC X(08).
     05  FILLER                  PIC X(01).
     05  SRL-LOAD-REPORT-ID      PIC X(08).
 FD  SER-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPSERN.
 FD  RMST-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPRMST.
 FD  RPT-FILE
     LABEL RECORDS ARE STANDARD.
 01  SRL-RPT-LINE                PIC X(132).
 WORKING-STORAGE SECTION.
 77  SRL-LOAD-STATUS             PIC XX     VALUE '00'.
     88  SRL-LOAD-FILE-EOF                  VALUE '10'.
     88  SRL-LOAD-FILE-NOT-FOUND            VALUE '35'.
 77  SRL-SER-STATUS              PIC XX     VALUE '00'.
     88  SRL-SER-FILE-EOF                   VALUE '10'.
     88  SRL-SER-FILE-NOT-FOUND             VALUE '35'.
 77  SRL-RMST-STATUS             PIC XX     VALUE '00'.
     88  SRL-RMST-FILE-EOF                  VALUE '10'.
     88  SRL-RMST-FILE-NOT-FOUND            VALUE '35'.
 77  SRL-RPT-STATUS              PIC XX     VALUE '00'.
*>***************************************************************
*> SRL-SERIAL-FORM-TABLE holds every form the report master marks
*> serial-controlled.  Without RPTMAST the forms go unchecked.
*>***************************************************************
 01  SRL-SERIAL-FORM-TABLE.
     05  SRL-SF-FORM             PIC X(04) OCCURS 50 TIMES.
 77  SRL-SF-COUNT                PIC 9(02)  VALUE ZERO.
 77  SRL-SF-SUB                  PIC 9(02)  VALUE ZERO.
 77  SRL-RMST-MISSING-SW         PIC X(01)  VALUE 'N'.
     88  SRL-RMST-MISSING                   VALUE 'Y'.
 77  SRL-FORM-FOUND-SW           PIC X(01)  VALUE 'N'.
     88  SRL-FORM-FOUND                     VALUE 'Y'.
*>***************************************************************
*> Where each printer's stock stands on the register (form of the
*> last stock loaded and the serial of its next sheet), and the
*> highest serial of each form ever used or spoiled, which a new
*> load should be above.
*>***************************************************************
 01  SRL-STOCK-TABLE.
     05  SRL-SK-ENTRY OCCURS 3 TIMES.
         10  SRL-SK-FORM         PIC X(04).
         10  SRL-SK-NEXT         PIC 9(09).
 77  SRL-PR-SUB                  PIC 9(01)  VALUE ZERO.
 01  SRL-FORM-HIGH-TABLE.
     05  SRL-FH-ENTRY OCCURS 50 TIMES.
         10  SRL-FH-FORM         PIC X(04).
         10  SRL-FH-HIGH         PIC 9(09).
 77  SRL-FH-COUNT                PIC 9(02)  VALUE ZERO.
 77  SRL-FH-SUB                  PIC 9(02)  VALUE ZERO.
 77  SRL-FH-SEARCH-FORM          PIC X(04)  VALUE SPACES.
*>***************************************************************
*> The posting in hand, once edited.
*>***************************************************************
 77  SRL-PRINTER-NO              PIC 9(01)  VALUE ZERO.
 77  SRL-FROM-SERIAL             PIC 9(09)  VALUE ZERO.
 77  SRL-TO-SERIAL               PIC 9(09)  VALUE ZERO.
 77  SRL-SERIAL                  PIC 9(09)  VALUE ZERO.
 77  SRL-GAP-LAST                PIC 9(09)  VALUE ZERO.
 77  SRL-SHEETS                  PIC 9(09)  VALUE ZERO.
 77  SRL-REJECT-REASON           PIC X(44)  VALUE SPACES.
 77  SRL-TODAY                   PIC 9(08)  VALUE ZERO.
 77  SRL-NOW-TIME                PIC 9(08)  VALUE ZERO.
 77  SRL-READ-COUNT              PIC 9(05)  VALUE ZERO.
 77  SRL-REJECT-COUNT            PIC 9(05)  VALUE ZERO.
 77  SRL-LOAD-COUNT              PIC 9(05)  VALUE ZERO.
 77  SRL-SPOIL-COUNT             PIC 9(05)  VALUE ZERO.
 77  SRL-UNLOAD-COUNT            PIC 9(05)  VALUE ZERO.
 77  SRL-SPOILED-SHEETS          PIC 9(07)  VALUE ZERO.
 PROCEDURE DIVISION.
 SRL-MAINLINE SECTION.
     PERFORM SRL-INITIALIZE THRU SRL-INITIALIZE-EXIT.
     PERFORM SRL-LOAD-MASTER THRU SRL-LOAD-MASTER-EXIT.
     PERFORM SRL-LOAD-STOCK THRU SRL-LOAD-STOCK-EXIT.
     PERFORM SRL-POST-COMMANDS THRU SRL-POST-COMMANDS-EXIT.
     PERFORM SRL-WRITE-TOTALS THRU SRL-WRITE-TOTALS-EXIT.
     CLOSE RPT-FILE.
     STOP RUN.
 SRL-MAINLINE-EXIT.
     EXIT.
 SRL-INITIALIZE.
     ACCEPT SRL-TODAY FROM DATE YYYYMMDD.
     ACCEPT SRL-NOW-TIME FROM TIME.
     OPEN OUTPUT RPT-FILE.
     MOVE SPACES TO SRL-RPT-LINE.
     STRING 'SERIAL STOCK POSTING - ' SRL-TODAY
         DELIMITED BY SIZE
         INTO SRL-RPT-LINE.
     WRITE SRL-RPT-LINE.
     MOVE SPACES TO SRL-RPT-LINE.
     WRITE SRL-RPT-LINE.
 SRL-INITIALIZE-EXIT.
     EXIT.
*>***************************************************************
*> SRL-LOAD-MASTER collects the serial-controlled forms: every form
*> any report on the master carries the serial-control mark for.
*>***************************************************************
 SRL-LOAD-MASTER.
     OPEN INPUT RMST-FILE.
     IF SRL-RMST-FILE-NOT-FOUND
         MOVE 'Y' TO SRL-RMST-MISSING-SW
         DISPLAY 'PRTSERL: NO RPTMAST - FORMS NOT CHECKED'
         MOVE SPACES TO SRL-RPT-LINE
         MOVE 'WARNING    NO RPTMAST - FORMS NOT CHECKED'
             TO SRL-RPT-LINE
         WRITE SRL-RPT-LINE
     ELSE
         PERFORM SRL-LOAD-MASTER-RECORD
             THRU SRL-LOAD-MASTER-RECORD-EXIT
             UNTIL SRL-RMST-FILE-EOF
         CLOSE RMST-FILE
     END-IF.
 SRL-LOAD-MASTER-EXIT.
     EXIT.
 SRL-LOAD-MASTER-RECORD.
     READ RMST-FILE
         AT END
             SET SRL-RMST-FILE-EOF TO TRUE
         NOT AT END
             IF LCPM-SERIAL-CTL NOT = SPACE
                 AND LCPM-FORM-NUMBER NOT = SPACES
                 MOVE LCPM-FORM-NUMBER TO SRL-FH-SEARCH-FORM
                 PERFORM SRL-FIND-SERIAL-FORM
                     THRU SRL-FIND-SERIAL-FORM-EXIT
                 IF NOT SRL-FORM-FOUND AND SRL-SF-COUNT < 50
                     ADD 1 TO SRL-SF-COUNT
                     MOVE LCPM-FORM-NUMBER TO SRL-SF-FORM(SRL-SF-COUNT)
                 END-IF
             END-IF
     END-READ.
 SRL-LOAD-MASTER-RECORD-EXIT.
     EXIT.
 SRL-FIND-SERIAL-FORM.
     MOVE 'N' TO SRL-FORM-FOUND-SW.
     PERFORM SRL-FIND-SERIAL-STEP THRU SRL-FIND-SERIAL-STEP-EXIT
         VARYING SRL-SF-SUB FROM 1 BY 1
         UNTIL SRL-SF-SUB > SRL-SF-COUNT
            OR SRL-FORM-FOUND.
 SRL-FIND-SERIAL-FORM-EXIT.
     EXIT.
 SRL-FIND-SERIAL-STEP.
     IF SRL-SF-FORM(SRL-SF-SUB) = SRL-FH-SEARCH-FORM
         MOVE 'Y' TO SRL-FORM-FOUND-SW
     END-IF.
 SRL-FIND-SERIAL-STEP-EXIT.
     EXIT.
*>***************************************************************
*> SRL-LOAD-STOCK reads the register through: a load sets its
*> printer's form and next serial, an unload clears them, any
*> other record moves its printer one past the serial and raises
*> its form's high mark.
*>***************************************************************
 SRL-LOAD-STOCK.
     MOVE SPACES TO SRL-STOCK-TABLE.
     PERFORM SRL-CLEAR-STOCK-STEP THRU SRL-CLEAR-STOCK-STEP-EXIT
         VARYING SRL-PR-SUB FROM 1 BY 1
         UNTIL SRL-PR-SUB > 3.
     OPEN INPUT SER-FILE.
     IF SRL-SER-FILE-NOT-FOUND
         SET SRL-SER-FILE-EOF TO TRUE
     ELSE
         PERFORM SRL-LOAD-STOCK-RECORD THRU SRL-LOAD-STOCK-RECORD-EXIT
             UNTIL SRL-SER-FILE-EOF
         CLOSE SER-FILE
     END-IF.
 SRL-LOAD-STOCK-EXIT.
     EXIT.
 SRL-CLEAR-STOCK-STEP.
     MOVE ZERO TO SRL-SK-NEXT(SRL-PR-SUB).
 SRL-CLEAR-STOCK-STEP-EXIT.
     EXIT.
 SRL-LOAD-STOCK-RECORD.
     READ SER-FILE
         AT END
             SET SRL-SER-FILE-EOF TO TRUE
         NOT AT END
             IF LCPN-PRINTER-NO >= 1 AND LCPN-PRINTER-NO <= 3
                 EVALUATE LCPN-PURPOSE
                     WHEN 'L'
                         MOVE LCPN-FORM-NUMBER
                             TO SRL-SK-FORM(LCPN-PRINTER-NO)
                         MOVE LCPN-SERIAL-NO
                             TO SRL-SK-NEXT(LCPN-PRINTER-NO)
                     WHEN 'U'
                         MOVE SPACES TO SRL-SK-FORM(LCPN-PRINTER-NO)
                         MOVE ZERO TO SRL-SK-NEXT(LCPN-PRINTER-NO)
                     WHEN OTHER
                         COMPUTE SRL-SK-NEXT(LCPN-PRINTER-NO) =
                             LCPN-SERIAL-NO + 1
                 END-EVALUATE
             END-IF
             IF LCPN-PURPOSE NOT = 'L' AND LCPN-PURPOSE NOT = 'U'
                 MOVE LCPN-FORM-NUMBER TO SRL-FH-SEARCH-FORM
                 MOVE LCPN-SERIAL-NO TO SRL-SERIAL
                 PERFORM SRL-RAISE-FORM-HIGH
                     THRU SRL-RAISE-FORM-HIGH-EXIT
             END-IF
     END-READ.
 SRL-LOAD-STOCK-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> SRL-FIND-FORM-HIGH points SRL-FH-SUB at SRL-FH-SEARCH-FORM's
*> high mark, or past SRL-FH-COUNT when the form has none yet.
*> SRL-RAISE-FORM-HIGH carries SRL-SERIAL into it.
*>***************************************************************
 SRL-FIND-FORM-HIGH.
     PERFORM SRL-FIND-HIGH-STEP THRU SRL-FIND-HIGH-STEP-EXIT
         VARYING SRL-FH-SUB FROM 1 BY 1
         UNTIL SRL-FH-SUB > SRL-FH-COUNT
            OR SRL-FH-FORM(SRL-FH-SUB) = SRL-FH-SEARCH-FORM.
 SRL-FIND-FORM-HIGH-EXIT.
     EXIT.
 SRL-FIND-HIGH-STEP.
     CONTINUE.
 SRL-FIND-HIGH-STEP-EXIT.
     EXIT.
 SRL-RAISE-FORM-HIGH.
     PERFORM SRL-FIND-FORM-HIGH THRU SRL-FIND-FORM-HIGH-EXIT.
     IF SRL-FH-SUB > SRL-FH-COUNT
         IF SRL-FH-COUNT < 50
             ADD 1 TO SRL-FH-COUNT
             MOVE SRL-FH-SEARCH-FORM TO SRL-FH-FORM(SRL-FH-COUNT)
             MOVE SRL-SERIAL TO SRL-FH-HIGH(SRL-FH-COUNT)
         END-IF
     ELSE
         IF SRL-SERIAL > SRL-FH-HIGH(SRL-FH-SUB)
             MOVE SRL-SERIAL TO SRL-FH-HIGH(SRL-FH-SUB)
         END-IF
     END-IF.
 SRL-RAISE-FORM-HIGH-EXIT.
     EXIT.
*>***************************************************************
*> SRL-POST-COMMANDS edits and posts each SERLOAD record in turn,
*> so a load followed by a spoil on the same stock posts cleanly.
*> No SERLOAD means nothing to post -- said, not an error.
*>***************************************************************
 SRL-POST-COMMANDS.
     OPEN INPUT LOAD-FILE.
     IF SRL-LOAD-FILE-NOT-FOUND
         DISPLAY 'PRTSERL: NO SERLOAD - NOTHING TO POST'
         MOVE SPACES TO SRL-RPT-LINE
         MOVE 'NO STOCK POSTINGS' TO SRL-RPT-LINE
         WRITE SRL-RPT-LINE
     ELSE
         OPEN EXTEND SER-FILE
         IF SRL-SER-FILE-NOT-FOUND
             OPEN OUTPUT SER-FILE
         END-IF
         PERFORM SRL-POST-COMMAND THRU SRL-POST-COMMAND-EXIT
             UNTIL SRL-LOAD-FILE-EOF
         CLOSE LOAD-FILE SER-FILE
     END-IF.
 SRL-POST-COMMANDS-EXIT.
     EXIT.
 SRL-POST-COMMAND.
     READ LOAD-FILE
         AT END
             SET SRL-LOAD-FILE-EOF TO TRUE
         NOT AT END
             ADD 1 TO SRL-READ-COUNT
             PERFORM SRL-APPLY-COMMAND THRU SRL-APPLY-COMMAND-EXIT
     END-READ.
 SRL-POST-COMMAND-EXIT.
     EXIT.
 SRL-APPLY-COMMAND.
     PERFORM SRL-EDIT-COMMAND THRU SRL-EDIT-COMMAND-EXIT.
     IF SRL-REJECT-REASON NOT = SPACES
         ADD 1 TO SRL-REJECT-COUNT
         MOVE SPACES TO SRL-RPT-LINE
         STRING 'REJECTED   ' SRL-LOAD-ACTION
             ' PRINTER=' SRL-LOAD-PRINTER-NO
             ' FORM=' SRL-LOAD-FORM
             ' SERIAL=' SRL-LOAD-FROM-SERIAL
             ' BY=' SRL-LOAD-OPERATOR-ID
             ' - ' SRL-REJECT-REASON
             DELIMITED BY SIZE
             INTO SRL-RPT-LINE
         WRITE SRL-RPT-LINE
         GO TO SRL-APPLY-COMMAND-EXIT
     END-IF.
     EVALUATE SRL-LOAD-ACTION
         WHEN 'LOAD '
             PERFORM SRL-POST-LOAD THRU SRL-POST-LOAD-EXIT
         WHEN 'SPOIL'
             PERFORM SRL-POST-SPOIL THRU SRL-POST-SPOIL-EXIT
         WHEN OTHER
             PERFORM SRL-POST-UNLOAD THRU SRL-POST-UNLOAD-EXIT
     END-EVALUATE.
 SRL-APPLY-COMMAND-EXIT.
     EXIT.
*>***************************************************************
*> SRL-EDIT-COMMAND leaves SRL-REJECT-REASON blank for a posting
*> fit to go on the register.  A spoil must be of the stock the
*> register has on the printer, and of sheets not yet accounted
*> for: nothing below the printer's next serial.  So must an
*> unload, whose serial is the first sheet that came off unused.
*>***************************************************************
 SRL-EDIT-COMMAND.
     MOVE SPACES TO SRL-REJECT-REASON.
     MOVE 'N' TO SRL-FORM-FOUND-SW.
     IF NOT SRL-RMST-MISSING
         MOVE SRL-LOAD-FORM TO SRL-FH-SEARCH-FORM
         PERFORM SRL-FIND-SERIAL-FORM THRU SRL-FIND-SERIAL-FORM-EXIT
     END-IF.
     EVALUATE TRUE
         WHEN SRL-LOAD-OPERATOR-ID = SPACES
             MOVE 'OPERATOR ID MISSING' TO SRL-REJECT-REASON
         WHEN SRL-LOAD-ACTION NOT = 'LOAD '
             AND SRL-LOAD-ACTION NOT = 'SPOIL'
             AND SRL-LOAD-ACTION NOT = 'UNLD '
             MOVE 'ACTION NOT LOAD, SPOIL OR UNLD' TO SRL-REJECT-REASON
         WHEN SRL-LOAD-PRINTER-NO NOT = '1'
             AND SRL-LOAD-PRINTER-NO NOT = '2'
             AND SRL-LOAD-PRINTER-NO NOT = '3'
             MOVE 'PRINTER NOT 1, 2 OR 3' TO SRL-REJECT-REASON
         WHEN SRL-LOAD-FORM = SPACES
             MOVE 'FORM NUMBER MISSING' TO SRL-REJECT-REASON
         WHEN SRL-LOAD-FROM-SERIAL NOT NUMERIC
             MOVE 'SERIAL NOT NUMERIC' TO SRL-REJECT-REASON
         WHEN SRL-LOAD-FROM-SERIAL = ZERO
             MOVE 'SERIAL ZERO' TO SRL-REJECT-REASON
         WHEN SRL-LOAD-TO-SERIAL NOT = SPACES
             AND SRL-LOAD-TO-SERIAL NOT NUMERIC
             MOVE 'LAST SERIAL NOT NUMERIC' TO SRL-REJECT-REASON
         WHEN NOT SRL-RMST-MISSING AND NOT SRL-FORM-FOUND
             MOVE 'FORM NOT SERIAL-CONTROLLED ON RPTMAST'
                 TO SRL-REJECT-REASON
     END-EVALUATE.
     IF SRL-REJECT-REASON NOT = SPACES
         GO TO SRL-EDIT-COMMAND-EXIT
     END-IF.
     MOVE SRL-LOAD-PRINTER-NO TO SRL-PRINTER-NO.
     MOVE SRL-LOAD-FROM-SERIAL TO SRL-FROM-SERIAL.
     IF SRL-LOAD-TO-SERIAL = SPACES OR SRL-LOAD-TO-SERIAL = ZERO
         MOVE SRL-FROM-SERIAL TO SRL-TO-SERIAL
     ELSE
         MOVE SRL-LOAD-TO-SERIAL TO SRL-TO-SERIAL
     END-IF.
     IF SRL-LOAD-ACTION = 'SPOIL'
         EVALUATE TRUE
             WHEN SRL-SK-FORM(SRL-PRINTER-NO) NOT = SRL-LOAD-FORM
                 MOVE 'FORM IS NOT THE STOCK ON THE PRINTER'
                     TO SRL-REJECT-REASON
             WHEN SRL-TO-SERIAL < SRL-FROM-SERIAL
                 MOVE 'LAST SERIAL BELOW FIRST SERIAL'
                     TO SRL-REJECT-REASON
             WHEN SRL-TO-SERIAL - SRL-FROM-SERIAL >= 500
                 MOVE 'OVER 500 SHEETS IN ONE SPOIL'
                     TO SRL-REJECT-REASON
             WHEN SRL-FROM-SERIAL < SRL-SK-NEXT(SRL-PRINTER-NO)
                 MOVE 'SERIAL ALREADY ACCOUNTED FOR ON THE REGISTER'
                     TO SRL-REJECT-REASON
         END-EVALUATE
     END-IF.
     IF SRL-LOAD-ACTION = 'UNLD '
         EVALUATE TRUE
             WHEN SRL-SK-FORM(SRL-PRINTER-NO) NOT = SRL-LOAD-FORM
                 MOVE 'FORM IS NOT THE STOCK ON THE PRINTER'
                     TO SRL-REJECT-REASON
             WHEN SRL-FROM-SERIAL < SRL-SK-NEXT(SRL-PRINTER-NO)
                 MOVE 'SERIAL ALREADY ACCOUNTED FOR ON THE REGISTER'
                     TO SRL-REJECT-REASON
         END-EVALUATE
     END-IF.
 SRL-EDIT-COMMAND-EXIT.
     EXIT.
*>***************************************************************
*> SRL-POST-LOAD records a printer's new stock.  A first serial at
*> or below the highest the form has already used is posted but
*> flagged: those sheets may be accounted for twice.
*>***************************************************************
 SRL-POST-LOAD.
     MOVE SRL-LOAD-FORM TO SRL-FH-SEARCH-FORM.
     PERFORM SRL-FIND-FORM-HIGH THRU SRL-FIND-FORM-HIGH-EXIT.
     IF SRL-FH-SUB NOT > SRL-FH-COUNT
         IF SRL-FROM-SERIAL NOT > SRL-FH-HIGH(SRL-FH-SUB)
             MOVE SPACES TO SRL-RPT-LINE
             STRING 'WARNING    FORM ' SRL-LOAD-FORM
                 ' SERIALS UP TO ' SRL-FH-HIGH(SRL-FH-SUB)
                 ' ARE ALREADY ON THE REGISTER - CHECK THE STOCK'
                 DELIMITED BY SIZE
                 INTO SRL-RPT-LINE
             WRITE SRL-RPT-LINE
         END-IF
     END-IF.
     IF SRL-SK-FORM(SRL-PRINTER-NO) NOT = SPACES
         MOVE SPACES TO SRL-RPT-LINE
         STRING 'REPLACES   PRINTER=' SRL-PRINTER-NO
             ' FORM=' SRL-SK-FORM(SRL-PRINTER-NO)
             ' NEXT SERIAL=' SRL-SK-NEXT(SRL-PRINTER-NO)
             DELIMITED BY SIZE
             INTO SRL-RPT-LINE
         WRITE SRL-RPT-LINE
     END-IF.
     MOVE 'L' TO LCPN-PURPOSE.
     MOVE SRL-FROM-SERIAL TO SRL-SERIAL.
     PERFORM SRL-WRITE-REGISTER THRU SRL-WRITE-REGISTER-EXIT.
     MOVE SRL-LOAD-FORM TO SRL-SK-FORM(SRL-PRINTER-NO).
     MOVE SRL-FROM-SERIAL TO SRL-SK-NEXT(SRL-PRINTER-NO).
     ADD 1 TO SRL-LOAD-COUNT.
     MOVE SPACES TO SRL-RPT-LINE.
     STRING 'LOADED     PRINTER=' SRL-PRINTER-NO
         ' FORM=' SRL-LOAD-FORM
         ' FIRST SERIAL=' SRL-FROM-SERIAL
         ' BY=' SRL-LOAD-OPERATOR-ID
         DELIMITED BY SIZE
         INTO SRL-RPT-LINE.
     WRITE SRL-RPT-LINE.
 SRL-POST-LOAD-EXIT.
     EXIT.
*>***************************************************************
*> SRL-POST-SPOIL writes one spoiled record per sheet and moves
*> the printer's stock past the last of them.  Sheets skipped
*> between the next serial and the first spoiled are not posted;
*> they will show as a gap on the reconciliation until accounted
*> for.
*>***************************************************************
 SRL-POST-SPOIL.
     IF SRL-FROM-SERIAL > SRL-SK-NEXT(SRL-PRINTER-NO)
         COMPUTE SRL-GAP-LAST = SRL-FROM-SERIAL - 1
         MOVE SPACES TO SRL-RPT-LINE
         STRING 'WARNING    PRINTER=' SRL-PRINTER-NO
             ' FORM=' SRL-LOAD-FORM
             ' SERIALS ' SRL-SK-NEXT(SRL-PRINTER-NO)
             ' THRU ' SRL-GAP-LAST
             ' PASSED OVER - NOT ACCOUNTED FOR'
             DELIMITED BY SIZE
             INTO SRL-RPT-LINE
         WRITE SRL-RPT-LINE
     END-IF.
     MOVE 'S' TO LCPN-PURPOSE.
     PERFORM SRL-WRITE-SPOIL-STEP THRU SRL-WRITE-SPOIL-STEP-EXIT
         VARYING SRL-SERIAL FROM SRL-FROM-SERIAL BY 1
         UNTIL SRL-SERIAL > SRL-TO-SERIAL.
     COMPUTE SRL-SK-NEXT(SRL-PRINTER-NO) = SRL-TO-SERIAL + 1.
     MOVE SRL-LOAD-FORM TO SRL-FH-SEARCH-FORM.
     MOVE SRL-TO-SERIAL TO SRL-SERIAL.
     PERFORM SRL-RAISE-FORM-HIGH THRU SRL-RAISE-FORM-HIGH-EXIT.
     COMPUTE SRL-SHEETS = SRL-TO-SERIAL - SRL-FROM-SERIAL + 1.
     ADD SRL-SHEETS TO SRL-SPOILED-SHEETS.
     ADD 1 TO SRL-SPOIL-COUNT.
     MOVE SPACES TO SRL-RPT-LINE.
     STRING 'SPOILED    PRINTER=' SRL-PRINTER-NO
         ' FORM=' SRL-LOAD-FORM
         ' SERIALS ' SRL-FROM-SERIAL ' THRU ' SRL-TO-SERIAL
         ' RPT=' SRL-LOAD-REPORT-ID
         ' BY=' SRL-LOAD-OPERATOR-ID
         DELIMITED BY SIZE
         INTO SRL-RPT-LINE.
     WRITE SRL-RPT-LINE.
 SRL-POST-SPOIL-EXIT.
     EXIT.
*>***************************************************************
*> SRL-POST-UNLOAD records a printer's stock taken off.  The serial
*> posted is the first sheet that came off unused; sheets between
*> the printer's next serial and it are warned of as for a spoil.
*> The printer is left with no serial stock recorded.
*>***************************************************************
 SRL-POST-UNLOAD.
     IF SRL-FROM-SERIAL > SRL-SK-NEXT(SRL-PRINTER-NO)
         COMPUTE SRL-GAP-LAST = SRL-FROM-SERIAL - 1
         MOVE SPACES TO SRL-RPT-LINE
         STRING 'WARNING    PRINTER=' SRL-PRINTER-NO
             ' FORM=' SRL-LOAD-FORM
             ' SERIALS ' SRL-SK-NEXT(SRL-PRINTER-NO)
             ' THRU ' SRL-GAP-LAST
             ' PASSED OVER - NOT ACCOUNTED FOR'
             DELIMITED BY SIZE
             INTO SRL-RPT-LINE
         WRITE SRL-RPT-LINE
     END-IF.
     MOVE 'U' TO LCPN-PURPOSE.
     MOVE SRL-FROM-SERIAL TO SRL-SERIAL.
     PERFORM SRL-WRITE-REGISTER THRU SRL-WRITE-REGISTER-EXIT.
     MOVE SPACES TO SRL-SK-FORM(SRL-PRINTER-NO).
     MOVE ZERO TO SRL-SK-NEXT(SRL-PRINTER-NO).
     ADD 1 TO SRL-UNLOAD-COUNT.
     MOVE SPACES TO SRL-RPT-LINE.
     STRING 'UNLOADED   PRINTER=' SRL-PRINTER-NO
         ' FORM=' SRL-LOAD-FORM
         ' FIRST SERIAL OFF=' SRL-FROM-SERIAL
         ' BY=' SRL-LOAD-OPERATOR-ID
         DELIMITED BY SIZE
         INTO SRL-RPT-LINE.
     WRITE SRL-RPT-LINE.
 SRL-POST-UNLOAD-EXIT.
     EXIT.
 SRL-WRITE-SPOIL-STEP.
     PERFORM SRL-WRITE-REGISTER THRU SRL-WRITE-REGISTER-EXIT.
 SRL-WRITE-SPOIL-STEP-EXIT.
     EXIT.
*>***************************************************************
*> SRL-WRITE-REGISTER appends the posting in hand for SRL-SERIAL
*> under the purpose already set in LCPN-PURPOSE.
*>***************************************************************
 SRL-WRITE-REGISTER.
     MOVE SRL-TODAY            TO LCPN-DATE.
     MOVE SRL-NOW-TIME         TO LCPN-TIME.
     MOVE SRL-PRINTER-NO       TO LCPN-PRINTER-NO.
     MOVE SRL-LOAD-FORM        TO LCPN-FORM-NUMBER.
     MOVE SRL-SERIAL           TO LCPN-SERIAL-NO.
     MOVE SRL-LOAD-REPORT-ID   TO LCPN-REPORT-ID.
     MOVE ZERO                 TO LCPN-RUN-DATE.
     MOVE ZERO                 TO LCPN-PAGE-NO.
     MOVE SPACES               TO LCPN-JOB-NAME.
     MOVE ZERO                 TO LCPN-QUEUE-DATE.
     MOVE ZERO                 TO LCPN-QUEUE-TIME.
     MOVE 'PRTSERL'            TO LCPN-PROGRAM.
     MOVE SRL-LOAD-OPERATOR-ID TO LCPN-OPERATOR-ID.
     WRITE LCPN-RECORD.
 SRL-WRITE-REGISTER-EXIT.
     EXIT.
 SRL-WRITE-TOTALS.
     MOVE SPACES TO SRL-RPT-LINE.
     WRITE SRL-RPT-LINE.
     PERFORM SRL-LIST-STOCK-STEP THRU SRL-LIST-STOCK-STEP-EXIT
         VARYING SRL-PR-SUB FROM 1 BY 1
         UNTIL SRL-PR-SUB > 3.
     MOVE SPACES TO SRL-RPT-LINE.
     WRITE SRL-RPT-LINE.
     MOVE SPACES TO SRL-RPT-LINE.
     STRING 'TOTALS  POSTINGS=' SRL-READ-COUNT
         ' REJECTED=' SRL-REJECT-COUNT
         ' LOADS=' SRL-LOAD-COUNT
         ' SPOILS=' SRL-SPOIL-COUNT
         ' SHEETS-SPOILED=' SRL-SPOILED-SHEETS
         ' UNLOADS=' SRL-UNLOAD-COUNT
         DELIMITED BY SIZE
         INTO SRL-RPT-LINE.
     WRITE SRL-RPT-LINE.
     DISPLAY 'PRTSERL: ' SRL-LOAD-COUNT ' LOADS, '
         SRL-SPOIL-COUNT ' SPOILS, '
         SRL-UNLOAD-COUNT ' UNLOADS POSTED, '
         SRL-REJECT-COUNT ' REJECTED'.
 SRL-WRITE-TOTALS-EXIT.
     EXIT.
 SRL-LIST-STOCK-STEP.
     MOVE SPACES TO SRL-RPT-LINE.
     IF SRL-SK-FORM(SRL-PR-SUB) = SPACES
         STRING 'STOCK      PRINTER=' SRL-PR-SUB
             ' NO SERIAL STOCK RECORDED'
             DELIMITED BY SIZE
             INTO SRL-RPT-LINE
     ELSE
         STRING 'STOCK      PRINTER=' SRL-PR-SUB
             ' FORM=' SRL-SK-FORM(SRL-PR-SUB)
             ' NEXT SERIAL=' SRL-SK-NEXT(SRL-PR-SUB)
             DELIMITED BY SIZE
             INTO SRL-RPT-LINE
     END-IF.
     WRITE SRL-RPT-LINE.
 SRL-LIST-STOCK-STEP-EXIT.
     EXIT.
