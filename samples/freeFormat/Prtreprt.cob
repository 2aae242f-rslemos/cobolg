*>                    index, and the scan-counting that went with it,
*>                    are gone: a two-page reprint now costs two
*>                    pages of reading, not the whole archive.
*>   2026-10-15  RSL  REPRPARM now carries the requester id in
*>                    columns 27-34 and a request without one is
*>                    refused.  A report with a sensitivity class on
*>                    the report master is reprinted only for a
*>                    requester SECAUTH authorizes for the class, and
*>                    every request for one, granted or withheld, is
*>                    logged on ACCSLOG.  Without RPTMAST the class
*>                    cannot be known and nothing is reprinted.
*>   2026-10-15  RSL  A report on a serial-controlled form (report
*>                    master) is reprinted only onto serial stock:
*>                    REPRPARM column 35 names the printer the
*>                    reprint is fed to, and the SERREG register
*>                    must show that form's stock loaded there.
*>                    Each page reprinted is logged on the register
*>                    against the next serial of that stock.
*>   2026-10-15  RSL  A report whose form the report master marks
*>                    overlay-capable is reprinted with the form's
*>                    static content from FORMOVL (LCPOVLY.cpy)
*>                    merged onto each page, the same pages PRTQPRT
*>                    puts on paper, so a reprint on plain stock
*>                    looks like the form.
*>   2026-10-15  RSL  A stock unload on the SERREG register leaves
*>                    the printer with no serial stock recorded.
*>
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
     SELECT REPR-OUT-FILE    ASSIGN TO REPROUT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS RPR-OUT-STATUS.
     SELECT RMST-FILE        ASSIGN TO RPTMAST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS RPR-RMST-STATUS.
     SELECT AUTH-FILE        ASSIGN TO SECAUTH
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS RPR-AUTH-STATUS.
     SELECT ACCS-FILE        ASSIGN TO ACCSLOG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS RPR-ACCS-STATUS.
     SELECT SER-FILE         ASSIGN TO SERREG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS RPR-SER-STATUS.
     SELECT OVL-FILE         ASSIGN TO FORMOVL
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS RPR-OVL-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  ARCH-FILE
     05  RPR-PARM-RUN-DATE       PIC 9(08).
     05  RPR-PARM-FROM-PAGE      PIC 9(05).
     05  RPR-PARM-TO-PAGE        PIC 9(05).
     05  RPR-PARM-REQUESTER      PIC X(08).
     05  RPR-PARM-PRINTER-NO     PIC X(01).
 FD  REPR-OUT-FILE
     LABEL RECORDS ARE STANDARD.
 01  RPR-OUT-LINE                PIC X(132).
 FD  RMST-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPRMST.
 FD  AUTH-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPSAUT.
 FD  ACCS-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPACCS.
 FD  SER-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPSERN.
 FD  OVL-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPOVLY.
 WORKING-STORAGE SECTION.
 77  RPR-ARCH-STATUS             PIC XX     VALUE '00'.
     88  RPR-ARCH-FILE-EOF                  VALUE '10'.
 77  RPR-PARM-STATUS             PIC XX     VALUE '00'.
     88  RPR-PARM-FILE-OK                   VALUE '00'.
 77  RPR-OUT-STATUS              PIC XX     VALUE '00'.
 77  RPR-RMST-STATUS             PIC XX     VALUE '00'.
     88  RPR-RMST-FILE-EOF                  VALUE '10'.
     88  RPR-RMST-FILE-NOT-FOUND            VALUE '35'.
 77  RPR-AUTH-STATUS             PIC XX     VALUE '00'.
     88  RPR-AUTH-FILE-EOF                  VALUE '10'.
     88  RPR-AUTH-FILE-NOT-FOUND            VALUE '35'.
 77  RPR-ACCS-STATUS             PIC XX     VALUE '00'.
     88  RPR-ACCS-FILE-NOT-FOUND            VALUE '35'.
 77  RPR-SER-STATUS              PIC XX     VALUE '00'.
     88  RPR-SER-FILE-EOF                   VALUE '10'.
     88  RPR-SER-FILE-NOT-FOUND             VALUE '35'.
 77  RPR-OVL-STATUS              PIC XX     VALUE '00'.
     88  RPR-OVL-FILE-EOF                   VALUE '10'.
     88  RPR-OVL-FILE-NOT-FOUND             VALUE '35'.
 77  RPR-REPORT-ID               PIC X(08)  VALUE SPACES.
 77  RPR-RUN-DATE                PIC 9(08)  VALUE ZERO.
 77  RPR-FROM-PAGE               PIC 9(05)  VALUE ZERO.
 77  RPR-TO-PAGE                 PIC 9(05)  VALUE ZERO.
 77  RPR-REQUESTER               PIC X(08)  VALUE SPACES.
 77  RPR-REPORT-CLASS            PIC X(01)  VALUE SPACE.
 77  RPR-REPORT-FORM             PIC X(04)  VALUE SPACES.
 77  RPR-REPORT-SERIAL-CTL       PIC X(01)  VALUE SPACE.
 77  RPR-REPORT-OVERLAY          PIC X(01)  VALUE SPACE.
 77  RPR-PRINTER-NO              PIC X(01)  VALUE SPACE.
     88  RPR-PRINTER-VALID                  VALUE '1' '2' '3'.
 77  RPR-SERIAL-FORM-SW          PIC X(01)  VALUE 'N'.
     88  RPR-FORM-IS-SERIAL                 VALUE 'Y'.
 77  RPR-STOCK-OK-SW             PIC X(01)  VALUE 'N'.
     88  RPR-STOCK-OK                       VALUE 'Y'.
 77  RPR-STOCK-FORM              PIC X(04)  VALUE SPACES.
 77  RPR-NEXT-SERIAL             PIC 9(09)  VALUE ZERO.
 77  RPR-FIRST-SERIAL            PIC 9(09)  VALUE ZERO.
 77  RPR-SHEETS-LOGGED           PIC 9(05)  VALUE ZERO.
 77  RPR-RMST-MISSING-SW         PIC X(01)  VALUE 'N'.
     88  RPR-RMST-MISSING                   VALUE 'Y'.
 77  RPR-AUTHORIZED-SW           PIC X(01)  VALUE 'N'.
     88  RPR-REQUEST-AUTHORIZED             VALUE 'Y'.
 77  RPR-PARM-FOUND-SW           PIC X(01)  VALUE 'N'.
     88  RPR-PARM-WAS-READ                  VALUE 'Y'.
 77  RPR-START-OK-SW             PIC X(01)  VALUE 'N'.
     88  RPR-START-POSITIONED               VALUE 'Y'.
 77  RPR-PAGES-OUT               PIC 9(05)  VALUE ZERO.
 77  RPR-LINES-OUT               PIC 9(07)  VALUE ZERO.
*>***************************************************************
*> RPR-OVERLAY-TABLE holds the overlay of the report's form when
*> the form is overlay-capable.  RPR-OV-LAST-LINE is the deepest
*> page line it reaches, and RPR-PAGE-LINE the line of the page
*> the last line went out on, the header being line one (zero
*> before the first page).
*>***************************************************************
 01  RPR-OVERLAY-TABLE.
     05  RPR-OV-ENTRY OCCURS 300 TIMES.
         10  RPR-OV-LINE         PIC 9(03).
         10  RPR-OV-COLUMN       PIC 9(03).
         10  RPR-OV-TEXT         PIC X(122).
 77  RPR-OV-COUNT                PIC 9(03)  VALUE ZERO.
 77  RPR-OV-SUB                  PIC 9(03)  VALUE ZERO.
 77  RPR-OV-FULL-SW              PIC X(01)  VALUE 'N'.
     88  RPR-OV-TABLE-FULL                  VALUE 'Y'.
 77  RPR-OV-LAST-LINE            PIC 9(03)  VALUE ZERO.
 77  RPR-OV-CHAR                 PIC 9(03)  VALUE ZERO.
 77  RPR-OV-POS                  PIC 9(04)  VALUE ZERO.
 77  RPR-OV-FILL-FROM            PIC 9(05)  VALUE ZERO.
 77  RPR-OV-FILL-TO              PIC 9(05)  VALUE ZERO.
 77  RPR-PAGE-LINE               PIC 9(05)  VALUE ZERO.
 77  RPR-OVERLAY-FORM-SW         PIC X(01)  VALUE 'N'.
     88  RPR-FORM-IS-OVERLAY                VALUE 'Y'.
 PROCEDURE DIVISION.
 RPR-MAINLINE SECTION.
     PERFORM RPR-INITIALIZE THRU RPR-INITIALIZE-EXIT.
     IF RPR-PARM-WAS-READ
         PERFORM RPR-CHECK-AUTHORITY THRU RPR-CHECK-AUTHORITY-EXIT
         IF RPR-REQUEST-AUTHORIZED
             PERFORM RPR-CHECK-SERIAL-STOCK
                 THRU RPR-CHECK-SERIAL-STOCK-EXIT
             IF RPR-STOCK-OK
                 PERFORM RPR-CHECK-OVERLAY THRU RPR-CHECK-OVERLAY-EXIT
                 PERFORM RPR-COPY-PAGES THRU RPR-COPY-PAGES-EXIT
                 PERFORM RPR-DISPLAY-RESULT
                     THRU RPR-DISPLAY-RESULT-EXIT
             END-IF
         END-IF
         IF RPR-REPORT-CLASS NOT = SPACE
             PERFORM RPR-LOG-ACCESS THRU RPR-LOG-ACCESS-EXIT
         END-IF
     END-IF.
     CLOSE REPR-OUT-FILE.
     STOP RUN.
                 MOVE RPR-PARM-RUN-DATE  TO RPR-RUN-DATE
                 MOVE RPR-PARM-FROM-PAGE TO RPR-FROM-PAGE
                 MOVE RPR-PARM-TO-PAGE   TO RPR-TO-PAGE
                 MOVE RPR-PARM-REQUESTER TO RPR-REQUESTER
                 MOVE RPR-PARM-PRINTER-NO TO RPR-PRINTER-NO
         END-READ
         CLOSE PARM-FILE
     END-IF.
 RPR-INITIALIZE-EXIT.
     EXIT.
*>***************************************************************
*> RPR-CHECK-AUTHORITY decides whether the request may be served.
*> The report's sensitivity class comes from the report master
*> (a report id not on it is unrestricted); a restricted report
*> needs a 'U' entry on SECAUTH for its class naming the
*> requester.  No requester id, or no report master to say
*> whether the report is restricted, refuses the request outright.
*>***************************************************************
 RPR-CHECK-AUTHORITY.
     MOVE 'N' TO RPR-AUTHORIZED-SW.
     PERFORM RPR-FIND-CLASS THRU RPR-FIND-CLASS-EXIT.
     EVALUATE TRUE
         WHEN RPR-RMST-MISSING
             DISPLAY 'PRTREPRT: NO RPTMAST - CLASS UNKNOWN, '
                 'REQUEST REFUSED'
         WHEN RPR-REQUESTER = SPACES
             DISPLAY 'PRTREPRT: NO REQUESTER ID ON REPRPARM - '
                 'REQUEST REFUSED'
         WHEN RPR-REPORT-CLASS = SPACE
             MOVE 'Y' TO RPR-AUTHORIZED-SW
         WHEN OTHER
             PERFORM RPR-CHECK-REQUESTER
                 THRU RPR-CHECK-REQUESTER-EXIT
             IF NOT RPR-REQUEST-AUTHORIZED
                 DISPLAY 'PRTREPRT: RPT=' RPR-REPORT-ID
                     ' CLASS=' RPR-REPORT-CLASS
                     ' REQUESTER=' RPR-REQUESTER
                     ' NOT AUTHORIZED - REQUEST REFUSED'
             END-IF
     END-EVALUATE.
 RPR-CHECK-AUTHORITY-EXIT.
     EXIT.
 RPR-FIND-CLASS.
     MOVE SPACE TO RPR-REPORT-CLASS.
     OPEN INPUT RMST-FILE.
     IF RPR-RMST-FILE-NOT-FOUND
         MOVE 'Y' TO RPR-RMST-MISSING-SW
     ELSE
         PERFORM RPR-FIND-CLASS-RECORD THRU RPR-FIND-CLASS-RECORD-EXIT
             UNTIL RPR-RMST-FILE-EOF
         CLOSE RMST-FILE
     END-IF.
 RPR-FIND-CLASS-EXIT.
     EXIT.
 RPR-FIND-CLASS-RECORD.
     READ RMST-FILE
         AT END
             SET RPR-RMST-FILE-EOF TO TRUE
         NOT AT END
             IF LCPM-REPORT-ID = RPR-REPORT-ID
                 MOVE LCPM-SENS-CLASS TO RPR-REPORT-CLASS
                 MOVE LCPM-FORM-NUMBER TO RPR-REPORT-FORM
                 MOVE LCPM-SERIAL-CTL TO RPR-REPORT-SERIAL-CTL
                 MOVE LCPM-OVERLAY TO RPR-REPORT-OVERLAY
                 SET RPR-RMST-FILE-EOF TO TRUE
             END-IF
     END-READ.
 RPR-FIND-CLASS-RECORD-EXIT.
     EXIT.
 RPR-CHECK-REQUESTER.
     OPEN INPUT AUTH-FILE.
     IF RPR-AUTH-FILE-NOT-FOUND
         SET RPR-AUTH-FILE-EOF TO TRUE
     ELSE
         PERFORM RPR-CHECK-AUTH-RECORD THRU RPR-CHECK-AUTH-RECORD-EXIT
             UNTIL RPR-AUTH-FILE-EOF
         CLOSE AUTH-FILE
     END-IF.
 RPR-CHECK-REQUESTER-EXIT.
     EXIT.
 RPR-CHECK-AUTH-RECORD.
     READ AUTH-FILE
         AT END
             SET RPR-AUTH-FILE-EOF TO TRUE
         NOT AT END
             IF LCPS-CLASS = RPR-REPORT-CLASS
                 AND LCPS-ENTRY-TYPE = 'U'
                 AND LCPS-AUTH-ID(1:8) = RPR-REQUESTER
                 MOVE 'Y' TO RPR-AUTHORIZED-SW
                 SET RPR-AUTH-FILE-EOF TO TRUE
             END-IF
     END-READ.
 RPR-CHECK-AUTH-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> RPR-CHECK-SERIAL-STOCK decides whether the reprint may go to
*> paper.  A report whose form no master entry marks serial-
*> controlled may, as always.  One on a serial-controlled form
*> needs a printer named on REPRPARM and that printer's last stock
*> loaded, per the register, to be the report's form; the next
*> serial of that stock is where the reprint's sheets start.
*>***************************************************************
 RPR-CHECK-SERIAL-STOCK.
     MOVE 'N' TO RPR-STOCK-OK-SW.
     MOVE 'N' TO RPR-SERIAL-FORM-SW.
     IF RPR-REPORT-SERIAL-CTL NOT = SPACE
         MOVE 'Y' TO RPR-SERIAL-FORM-SW
     ELSE
         IF RPR-REPORT-FORM NOT = SPACES
             OPEN INPUT RMST-FILE
             PERFORM RPR-FIND-SERIAL-RECORD
                 THRU RPR-FIND-SERIAL-RECORD-EXIT
                 UNTIL RPR-RMST-FILE-EOF
             CLOSE RMST-FILE
         END-IF
     END-IF.
     IF NOT RPR-FORM-IS-SERIAL
         MOVE 'Y' TO RPR-STOCK-OK-SW
         GO TO RPR-CHECK-SERIAL-STOCK-EXIT
     END-IF.
     IF NOT RPR-PRINTER-VALID
         DISPLAY 'PRTREPRT: FORM ' RPR-REPORT-FORM
             ' IS SERIAL-CONTROLLED - NO PRINTER 1-3 ON REPRPARM, '
             'REQUEST REFUSED'
         GO TO RPR-CHECK-SERIAL-STOCK-EXIT
     END-IF.
     MOVE SPACES TO RPR-STOCK-FORM.
     MOVE ZERO TO RPR-NEXT-SERIAL.
     OPEN INPUT SER-FILE.
     IF RPR-SER-FILE-NOT-FOUND
         SET RPR-SER-FILE-EOF TO TRUE
     ELSE
         PERFORM RPR-LOAD-STOCK-RECORD THRU RPR-LOAD-STOCK-RECORD-EXIT
             UNTIL RPR-SER-FILE-EOF
         CLOSE SER-FILE
     END-IF.
     IF RPR-STOCK-FORM NOT = RPR-REPORT-FORM
         DISPLAY 'PRTREPRT: NO SERIAL STOCK OF FORM ' RPR-REPORT-FORM
             ' RECORDED ON PRINTER ' RPR-PRINTER-NO
             ' - POST THE LOAD ON SERLOAD, REQUEST REFUSED'
     ELSE
         MOVE 'Y' TO RPR-STOCK-OK-SW
     END-IF.
 RPR-CHECK-SERIAL-STOCK-EXIT.
     EXIT.
 RPR-FIND-SERIAL-RECORD.
     READ RMST-FILE
         AT END
             SET RPR-RMST-FILE-EOF TO TRUE
         NOT AT END
             IF LCPM-FORM-NUMBER = RPR-REPORT-FORM
                 AND LCPM-SERIAL-CTL NOT = SPACE
                 MOVE 'Y' TO RPR-SERIAL-FORM-SW
                 SET RPR-RMST-FILE-EOF TO TRUE
             END-IF
     END-READ.
 RPR-FIND-SERIAL-RECORD-EXIT.
     EXIT.
 RPR-LOAD-STOCK-RECORD.
     READ SER-FILE
         AT END
             SET RPR-SER-FILE-EOF TO TRUE
         NOT AT END
             IF LCPN-PRINTER-NO = RPR-PRINTER-NO
                 EVALUATE LCPN-PURPOSE
                     WHEN 'L'
                         MOVE LCPN-FORM-NUMBER TO RPR-STOCK-FORM
                         MOVE LCPN-SERIAL-NO TO RPR-NEXT-SERIAL
                     WHEN 'U'
                         MOVE SPACES TO RPR-STOCK-FORM
                         MOVE ZERO TO RPR-NEXT-SERIAL
                     WHEN OTHER
                         COMPUTE RPR-NEXT-SERIAL = LCPN-SERIAL-NO + 1
                 END-EVALUATE
             END-IF
     END-READ.
 RPR-LOAD-STOCK-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> RPR-CHECK-OVERLAY decides whether the reprint carries the form
*> overlay: it does when the report's form is overlay-capable --
*> any master entry on the form carries the mark, as PRTQPRT
*> judges it -- and FORMOVL holds the form's content, which is
*> then loaded.  A form marked but with no overlay on file is
*> reprinted bare, as before, with a console warning.
*>***************************************************************
 RPR-CHECK-OVERLAY.
     MOVE 'N' TO RPR-OVERLAY-FORM-SW.
     IF RPR-REPORT-FORM = SPACES
         GO TO RPR-CHECK-OVERLAY-EXIT
     END-IF.
     IF RPR-REPORT-OVERLAY = 'Y'
         MOVE 'Y' TO RPR-OVERLAY-FORM-SW
     ELSE
         OPEN INPUT RMST-FILE
         PERFORM RPR-FIND-OVERLAY-RECORD
             THRU RPR-FIND-OVERLAY-RECORD-EXIT
             UNTIL RPR-RMST-FILE-EOF
         CLOSE RMST-FILE
     END-IF.
     IF NOT RPR-FORM-IS-OVERLAY
         GO TO RPR-CHECK-OVERLAY-EXIT
     END-IF.
     MOVE ZERO TO RPR-OV-LAST-LINE.
     OPEN INPUT OVL-FILE.
     IF RPR-OVL-FILE-NOT-FOUND
         SET RPR-OVL-FILE-EOF TO TRUE
     ELSE
         PERFORM RPR-LOAD-OVERLAY-RECORD
             THRU RPR-LOAD-OVERLAY-RECORD-EXIT
             UNTIL RPR-OVL-FILE-EOF
         CLOSE OVL-FILE
     END-IF.
     IF RPR-OV-COUNT = ZERO
         MOVE 'N' TO RPR-OVERLAY-FORM-SW
         DISPLAY 'PRTREPRT: FORM ' RPR-REPORT-FORM
             ' IS MARKED FOR OVERLAY BUT HAS NONE ON FORMOVL - '
             'REPRINTED WITHOUT IT'
     END-IF.
     IF RPR-OV-TABLE-FULL
         DISPLAY 'PRTREPRT: FORM ' RPR-REPORT-FORM
             ' OVERLAY EXCEEDS 300 RECORDS - EXCESS TEXT NOT PRINTED'
     END-IF.
 RPR-CHECK-OVERLAY-EXIT.
     EXIT.
 RPR-FIND-OVERLAY-RECORD.
     READ RMST-FILE
         AT END
             SET RPR-RMST-FILE-EOF TO TRUE
         NOT AT END
             IF LCPM-FORM-NUMBER = RPR-REPORT-FORM
                 AND LCPM-OVERLAY = 'Y'
                 MOVE 'Y' TO RPR-OVERLAY-FORM-SW
                 SET RPR-RMST-FILE-EOF TO TRUE
             END-IF
     END-READ.
 RPR-FIND-OVERLAY-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> RPR-LOAD-OVERLAY-RECORD keeps the form's overlay records that
*> can be placed on the page, by PRTQPRT's rules; the rest are
*> skipped.
*>***************************************************************
 RPR-LOAD-OVERLAY-RECORD.
     READ OVL-FILE
         AT END
             SET RPR-OVL-FILE-EOF TO TRUE
         NOT AT END
             IF LCPL-FORM-NUMBER = RPR-REPORT-FORM
                 AND LCPL-LINE-NO IS NUMERIC
                 AND LCPL-COLUMN IS NUMERIC
                 IF LCPL-LINE-NO > ZERO
                     AND LCPL-COLUMN > ZERO AND LCPL-COLUMN NOT > 132
                     IF RPR-OV-COUNT < 300
                         ADD 1 TO RPR-OV-COUNT
                         MOVE LCPL-LINE-NO
                             TO RPR-OV-LINE(RPR-OV-COUNT)
                         MOVE LCPL-COLUMN
                             TO RPR-OV-COLUMN(RPR-OV-COUNT)
                         MOVE LCPL-TEXT
                             TO RPR-OV-TEXT(RPR-OV-COUNT)
                         IF LCPL-LINE-NO > RPR-OV-LAST-LINE
                             MOVE LCPL-LINE-NO TO RPR-OV-LAST-LINE
                         END-IF
                     ELSE
                         MOVE 'Y' TO RPR-OV-FULL-SW
                     END-IF
                 END-IF
             END-IF
     END-READ.
 RPR-LOAD-OVERLAY-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> RPR-LOG-ACCESS appends the request for a restricted report to
*> the access log: granted with the pages actually re-emitted, or
*> withheld with none.  The log is created the first time it does
*> not yet exist.
*>***************************************************************
 RPR-LOG-ACCESS.
     OPEN EXTEND ACCS-FILE.
     IF RPR-ACCS-FILE-NOT-FOUND
         OPEN OUTPUT ACCS-FILE
     END-IF.
     MOVE SPACES TO LCPY-RECORD.
     ACCEPT LCPY-DATE FROM DATE YYYYMMDD.
     ACCEPT LCPY-TIME FROM TIME.
     MOVE 'PRTREPRT'        TO LCPY-PROGRAM.
     MOVE RPR-REQUESTER     TO LCPY-REQUESTER-ID.
     MOVE RPR-REPORT-ID     TO LCPY-REPORT-ID.
     MOVE RPR-RUN-DATE      TO LCPY-RUN-DATE.
     MOVE RPR-REPORT-CLASS  TO LCPY-CLASS.
     MOVE RPR-FROM-PAGE     TO LCPY-FROM-PAGE.
     MOVE RPR-TO-PAGE       TO LCPY-TO-PAGE.
     IF RPR-REQUEST-AUTHORIZED
         MOVE RPR-PAGES-OUT TO LCPY-PAGES
         MOVE 'G'           TO LCPY-RESULT
     ELSE
         MOVE ZERO          TO LCPY-PAGES
         MOVE 'W'           TO LCPY-RESULT
     END-IF.
     WRITE LCPY-RECORD.
     CLOSE ACCS-FILE.
 RPR-LOG-ACCESS-EXIT.
     EXIT.
*>***************************************************************
*> RPR-COPY-PAGES STARTs the keyed archive at the first requested
*> page -- report id, run date, from-page, line zero -- and reads
*> forward.  The key orders a report's pages contiguously, so the
*> copy ends the moment a record past the requested range (a higher
*> page, another date, another report) comes up, having read
*> nothing it did not emit.  A START that finds nothing at or past
*> the key means the archive holds nothing for the request.  With
*> the form overlay, the last page is finished off with whatever
*> of the overlay lies below its last line.
*>***************************************************************
 RPR-COPY-PAGES.
     IF RPR-FORM-IS-SERIAL
         OPEN EXTEND SER-FILE
         IF RPR-SER-FILE-NOT-FOUND
             OPEN OUTPUT SER-FILE
         END-IF
     END-IF.
     OPEN INPUT ARCH-FILE.
     IF RPR-ARCH-FILE-NOT-FOUND
         SET RPR-ARCH-FILE-EOF TO TRUE
         END-IF
         CLOSE ARCH-FILE
     END-IF.
     IF RPR-FORM-IS-OVERLAY
         AND RPR-PAGE-LINE > ZERO
         MOVE RPR-OV-LAST-LINE TO RPR-OV-FILL-TO
         PERFORM RPR-FILL-OVERLAY THRU RPR-FILL-OVERLAY-EXIT
     END-IF.
     IF RPR-FORM-IS-SERIAL
         CLOSE SER-FILE
     END-IF.
 RPR-COPY-PAGES-EXIT.
     EXIT.
 RPR-COPY-ARCH-RECORD.
*> same carriage control the original printing used -- the 'P'
*> record goes out AFTER ADVANCING PAGE, an 'L' record after its
*> recorded advance count, an advance of zero overprinting just as
*> an ASA '+' did.  On serial stock each page is logged as a
*> reprint against the next serial before it goes out.
*>
*> With the form overlay the page is walked a line at a time
*> instead: each line the archive skips over goes out holding just
*> the overlay (one line advance each, landing where the original
*> advance landed), the archived line goes out merged with the
*> overlay for its page line, and an overprint goes out as it
*> stands, its line already carrying the overlay.  A new page
*> first finishes the one before it with the rest of the overlay.
*>***************************************************************
 RPR-EMIT-ARCH-RECORD.
     IF LCPA-TYPE = 'P'
         ADD 1 TO RPR-PAGES-OUT
         IF RPR-FORM-IS-SERIAL
             PERFORM RPR-LOG-SERIAL-SHEET
                 THRU RPR-LOG-SERIAL-SHEET-EXIT
         END-IF
     END-IF.
     IF RPR-FORM-IS-OVERLAY
         PERFORM RPR-EMIT-OVERLAID THRU RPR-EMIT-OVERLAID-EXIT
         GO TO RPR-EMIT-ARCH-RECORD-EXIT
     END-IF.
     MOVE LCPA-LIN-DATA TO RPR-OUT-LINE.
     IF LCPA-TYPE = 'P'
     ADD 1 TO RPR-LINES-OUT.
 RPR-EMIT-ARCH-RECORD-EXIT.
     EXIT.
 RPR-EMIT-OVERLAID.
     IF LCPA-TYPE = 'P'
         IF RPR-PAGE-LINE > ZERO
             MOVE RPR-OV-LAST-LINE TO RPR-OV-FILL-TO
             PERFORM RPR-FILL-OVERLAY THRU RPR-FILL-OVERLAY-EXIT
         END-IF
         MOVE 1 TO RPR-PAGE-LINE
         MOVE LCPA-LIN-DATA TO RPR-OUT-LINE
         PERFORM RPR-MERGE-OVERLAY THRU RPR-MERGE-OVERLAY-EXIT
         WRITE RPR-OUT-LINE  AFTER ADVANCING PAGE
     ELSE
         IF LCPA-ADV-LINES = ZERO
             MOVE LCPA-LIN-DATA TO RPR-OUT-LINE
             WRITE RPR-OUT-LINE  AFTER ADVANCING 0 LINES
         ELSE
             COMPUTE RPR-OV-FILL-TO =
                 RPR-PAGE-LINE + LCPA-ADV-LINES - 1
             PERFORM RPR-FILL-OVERLAY THRU RPR-FILL-OVERLAY-EXIT
             ADD 1 TO RPR-PAGE-LINE
             MOVE LCPA-LIN-DATA TO RPR-OUT-LINE
             PERFORM RPR-MERGE-OVERLAY THRU RPR-MERGE-OVERLAY-EXIT
             WRITE RPR-OUT-LINE  AFTER ADVANCING 1 LINES
         END-IF
     END-IF.
     ADD 1 TO RPR-LINES-OUT.
 RPR-EMIT-OVERLAID-EXIT.
     EXIT.
*>***************************************************************
*> RPR-MERGE-OVERLAY lays the overlay text for page line
*> RPR-PAGE-LINE into RPR-OUT-LINE, into blank positions only, the
*> same merge PRTQPRT makes.
*>***************************************************************
 RPR-MERGE-OVERLAY.
     PERFORM RPR-MERGE-OVERLAY-STEP THRU RPR-MERGE-OVERLAY-STEP-EXIT
         VARYING RPR-OV-SUB FROM 1 BY 1
         UNTIL RPR-OV-SUB > RPR-OV-COUNT.
 RPR-MERGE-OVERLAY-EXIT.
     EXIT.
 RPR-MERGE-OVERLAY-STEP.
     IF RPR-OV-LINE(RPR-OV-SUB) = RPR-PAGE-LINE
         PERFORM RPR-MERGE-CHAR-STEP THRU RPR-MERGE-CHAR-STEP-EXIT
             VARYING RPR-OV-CHAR FROM 1 BY 1
             UNTIL RPR-OV-CHAR > 122
     END-IF.
 RPR-MERGE-OVERLAY-STEP-EXIT.
     EXIT.
 RPR-MERGE-CHAR-STEP.
     COMPUTE RPR-OV-POS = RPR-OV-COLUMN(RPR-OV-SUB) + RPR-OV-CHAR - 1.
     IF RPR-OV-POS NOT > 132
         AND RPR-OV-TEXT(RPR-OV-SUB)(RPR-OV-CHAR:1) NOT = SPACE
         AND RPR-OUT-LINE(RPR-OV-POS:1) = SPACE
         MOVE RPR-OV-TEXT(RPR-OV-SUB)(RPR-OV-CHAR:1)
             TO RPR-OUT-LINE(RPR-OV-POS:1)
     END-IF.
 RPR-MERGE-CHAR-STEP-EXIT.
     EXIT.
*>***************************************************************
*> RPR-FILL-OVERLAY puts out every page line after RPR-PAGE-LINE
*> down to RPR-OV-FILL-TO holding only the overlay, one line
*> advance apiece, leaving RPR-PAGE-LINE on the last line put out.
*>***************************************************************
 RPR-FILL-OVERLAY.
     IF RPR-PAGE-LINE < RPR-OV-FILL-TO
         COMPUTE RPR-OV-FILL-FROM = RPR-PAGE-LINE + 1
         PERFORM RPR-FILL-OVERLAY-STEP THRU RPR-FILL-OVERLAY-STEP-EXIT
             VARYING RPR-PAGE-LINE FROM RPR-OV-FILL-FROM BY 1
             UNTIL RPR-PAGE-LINE > RPR-OV-FILL-TO
         MOVE RPR-OV-FILL-TO TO RPR-PAGE-LINE
     END-IF.
 RPR-FILL-OVERLAY-EXIT.
     EXIT.
 RPR-FILL-OVERLAY-STEP.
     MOVE SPACES TO RPR-OUT-LINE.
     PERFORM RPR-MERGE-OVERLAY THRU RPR-MERGE-OVERLAY-EXIT.
     WRITE RPR-OUT-LINE  AFTER ADVANCING 1 LINES.
 RPR-FILL-OVERLAY-STEP-EXIT.
     EXIT.
 RPR-LOG-SERIAL-SHEET.
     MOVE SPACES TO LCPN-RECORD.
     ACCEPT LCPN-DATE FROM DATE YYYYMMDD.
     ACCEPT LCPN-TIME FROM TIME.
     MOVE RPR-PRINTER-NO    TO LCPN-PRINTER-NO.
     MOVE RPR-REPORT-FORM   TO LCPN-FORM-NUMBER.
     MOVE RPR-NEXT-SERIAL   TO LCPN-SERIAL-NO.
     MOVE 'R'               TO LCPN-PURPOSE.
     MOVE RPR-REPORT-ID     TO LCPN-REPORT-ID.
     MOVE LCPA-RUN-DATE     TO LCPN-RUN-DATE.
     MOVE LCPA-PAGE-NO      TO LCPN-PAGE-NO.
     MOVE LCPA-JOB-NAME     TO LCPN-JOB-NAME.
     MOVE ZERO              TO LCPN-QUEUE-DATE.
     MOVE ZERO              TO LCPN-QUEUE-TIME.
     MOVE 'PRTREPRT'        TO LCPN-PROGRAM.
     MOVE RPR-REQUESTER     TO LCPN-OPERATOR-ID.
     WRITE LCPN-RECORD.
     IF RPR-SHEETS-LOGGED = ZERO
         MOVE RPR-NEXT-SERIAL TO RPR-FIRST-SERIAL
     END-IF.
     ADD 1 TO RPR-SHEETS-LOGGED.
     ADD 1 TO RPR-NEXT-SERIAL.
 RPR-LOG-SERIAL-SHEET-EXIT.
     EXIT.
*>***************************************************************
*> RPR-DISPLAY-RESULT tells the operator what the retrieval did:
*> how many pages were re-emitted, and that the archive held
     IF RPR-PAGES-OUT = ZERO
         DISPLAY 'PRTREPRT: NOTHING IN ARCHIVE FOR THIS REQUEST'
     END-IF.
     IF RPR-SHEETS-LOGGED > ZERO
         SUBTRACT 1 FROM RPR-NEXT-SERIAL
         DISPLAY 'PRTREPRT: FORM ' RPR-REPORT-FORM
             ' SERIALS ' RPR-FIRST-SERIAL ' THRU ' RPR-NEXT-SERIAL
             ' USED ON PRINTER ' RPR-PRINTER-NO
     END-IF.
 RPR-DISPLAY-RESULT-EXIT.
     EXIT.
