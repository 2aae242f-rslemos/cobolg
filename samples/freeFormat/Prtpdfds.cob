*>                    deliberately not honored here: duplicating an
*>                    electronic copy serves nobody, the delivery
*>                    point replicates at will.
*>   2026-10-15  RSL  Every routed section delivered is now entered
*>                    on the delivery register (DLVREG, LCPDLVR.cpy)
*>                    as copy 01 with its report id, run date,
*>                    recipient, delivery point and page count,
*>                    awaiting the delivery point's receipt, the
*>                    same as PRTBURST enters its paper bundles.
*>   2026-10-15  RSL  Restricted reports, as in PRTBURST: a report
*>                    with a sensitivity class on the report master
*>                    is delivered only to recipients SECAUTH
*>                    authorizes for the class, refused and listed
*>                    for any other routing entry, and never put in
*>                    the catch-all section.
*>   2026-10-15  RSL  Pages of a report whose form the report master
*>                    marks overlay-capable are delivered with the
*>                    form's static content from FORMOVL (LCPOVLY.cpy)
*>                    merged in, the same pages PRTQPRT puts on
*>                    paper, so the electronic copy looks like the
*>                    form the customer sees.
*>   2026-10-15  RSL  Once the report master has more restricted ids
*>                    than the 500 the table holds, a report not in
*>                    the table is taken as of unknown class and
*>                    withheld from every recipient, rather than
*>                    delivered unchecked.
*>
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
     SELECT MANIF-FILE       ASSIGN TO PDFMANIF
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS PDD-MAN-STATUS.
     SELECT DLV-REG-FILE     ASSIGN TO DLVREG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS PDD-DLV-STATUS.
     SELECT RMST-FILE        ASSIGN TO RPTMAST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS PDD-RMST-STATUS.
     SELECT AUTH-FILE        ASSIGN TO SECAUTH
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS PDD-AUTH-STATUS.
     SELECT OVL-FILE         ASSIGN TO FORMOVL
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS PDD-OVL-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  PDF-FILE
 FD  MANIF-FILE
     LABEL RECORDS ARE STANDARD.
 01  PDD-MAN-LINE                PIC X(132).
 FD  DLV-REG-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPDLVR.
 FD  RMST-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPRMST.
 FD  AUTH-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPSAUT.
 FD  OVL-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPOVLY.
 WORKING-STORAGE SECTION.
 77  PDD-PDF-STATUS              PIC XX     VALUE '00'.
     88  PDD-PDF-FILE-EOF                   VALUE '10'.
     88  PDD-ROUT-FILE-NOT-FOUND            VALUE '35'.
 77  PDD-OUT-STATUS              PIC XX     VALUE '00'.
 77  PDD-MAN-STATUS              PIC XX     VALUE '00'.
 77  PDD-DLV-STATUS              PIC XX     VALUE '00'.
     88  PDD-DLV-FILE-NOT-FOUND             VALUE '35'.
 77  PDD-RMST-STATUS             PIC XX     VALUE '00'.
     88  PDD-RMST-FILE-EOF                  VALUE '10'.
     88  PDD-RMST-FILE-NOT-FOUND            VALUE '35'.
 77  PDD-AUTH-STATUS             PIC XX     VALUE '00'.
     88  PDD-AUTH-FILE-EOF                  VALUE '10'.
     88  PDD-AUTH-FILE-NOT-FOUND            VALUE '35'.
 77  PDD-OVL-STATUS              PIC XX     VALUE '00'.
     88  PDD-OVL-FILE-EOF                   VALUE '10'.
     88  PDD-OVL-FILE-NOT-FOUND             VALUE '35'.
*>***************************************************************
*> PDD-ROUT-TABLE holds the recipient routing master, loaded once
*> at initialize, the same way PRTBURST holds it for the paper
         10  PDD-SEEN-LINES      PIC 9(07).
         10  PDD-SEEN-ROUTED-SW  PIC X(01).
             88  PDD-SEEN-IS-ROUTED         VALUE 'Y'.
         10  PDD-SEEN-CLASS      PIC X(01).
 77  PDD-SEEN-COUNT              PIC 9(03)  VALUE ZERO.
*>***************************************************************
*> PDD-SENS-TABLE and PDD-AUTH-TABLE hold the restricted report
*> ids and the recipients authorized for each class, exactly as
*> PRTBURST holds them.
*>***************************************************************
 01  PDD-SENS-TABLE.
     05  PDD-SENS-ENTRY OCCURS 500 TIMES.
         10  PDD-SENS-REPORT-ID  PIC X(08).
         10  PDD-SENS-CLASS      PIC X(01).
 77  PDD-SENS-COUNT              PIC 9(03)  VALUE ZERO.
 77  PDD-SENS-SUB                PIC 9(03)  VALUE ZERO.
 77  PDD-SENS-FULL-SW            PIC X(01)  VALUE 'N'.
     88  PDD-SENS-TABLE-FULL                VALUE 'Y'.
 01  PDD-AUTH-TABLE.
     05  PDD-AUTH-ENTRY OCCURS 200 TIMES.
         10  PDD-AUTH-CLASS      PIC X(01).
         10  PDD-AUTH-RECIPIENT  PIC X(20).
 77  PDD-AUTH-COUNT              PIC 9(03)  VALUE ZERO.
 77  PDD-AUTH-SUB                PIC 9(03)  VALUE ZERO.
 77  PDD-AUTH-FULL-SW            PIC X(01)  VALUE 'N'.
     88  PDD-AUTH-TABLE-FULL                VALUE 'Y'.
*>***************************************************************
*> PDD-FORM-TABLE holds each report's form and overlay mark from
*> the report master, and PDD-OVERLAY-TABLE the form overlay file,
*> both loaded whole at initialize.  PDD-PAGE-FORM is the form
*> whose overlay goes onto the page being copied (spaces: none),
*> PDD-OV-LAST-LINE the deepest line that overlay reaches and
*> PDD-PAGE-LINE the line of the page just copied, the header
*> line being line one.
*>***************************************************************
 01  PDD-FORM-TABLE.
     05  PDD-FT-ENTRY OCCURS 500 TIMES.
         10  PDD-FT-REPORT-ID    PIC X(08).
         10  PDD-FT-FORM         PIC X(04).
         10  PDD-FT-OVERLAY      PIC X(01).
 77  PDD-FT-COUNT                PIC 9(03)  VALUE ZERO.
 77  PDD-FT-SUB                  PIC 9(03)  VALUE ZERO.
 77  PDD-FT-FULL-SW              PIC X(01)  VALUE 'N'.
     88  PDD-FT-TABLE-FULL                  VALUE 'Y'.
 01  PDD-OVERLAY-TABLE.
     05  PDD-OV-ENTRY OCCURS 300 TIMES.
         10  PDD-OV-FORM         PIC X(04).
         10  PDD-OV-LINE         PIC 9(03).
         10  PDD-OV-COLUMN       PIC 9(03).
         10  PDD-OV-TEXT         PIC X(122).
 77  PDD-OV-COUNT                PIC 9(03)  VALUE ZERO.
 77  PDD-OV-SUB                  PIC 9(03)  VALUE ZERO.
 77  PDD-OV-FULL-SW              PIC X(01)  VALUE 'N'.
     88  PDD-OV-TABLE-FULL                  VALUE 'Y'.
 77  PDD-OV-SEARCH-FORM          PIC X(04)  VALUE SPACES.
 77  PDD-OV-LAST-LINE            PIC 9(03)  VALUE ZERO.
 77  PDD-OV-CHAR                 PIC 9(03)  VALUE ZERO.
 77  PDD-OV-POS                  PIC 9(04)  VALUE ZERO.
 77  PDD-OV-FILL-FROM            PIC 9(05)  VALUE ZERO.
 77  PDD-PAGE-LINE               PIC 9(05)  VALUE ZERO.
 77  PDD-PAGE-FORM               PIC X(04)  VALUE SPACES.
 77  PDD-OVERLAY-FORM-SW         PIC X(01)  VALUE 'N'.
     88  PDD-FORM-IS-OVERLAY                VALUE 'Y'.
 77  PDD-REPORT-CLASS            PIC X(01)  VALUE SPACE.
     88  PDD-CLASS-UNKNOWN                  VALUE '*'.
 77  PDD-AUTHORIZED-SW           PIC X(01)  VALUE 'N'.
     88  PDD-RECIPIENT-AUTHORIZED           VALUE 'Y'.
 77  PDD-REFUSED-COUNT           PIC 9(05)  VALUE ZERO.
 77  PDD-WITHHELD-COUNT          PIC 9(03)  VALUE ZERO.
 77  PDD-CATCHALL-IDS            PIC 9(03)  VALUE ZERO.
 77  PDD-SEEN-FULL-SW            PIC X(01)  VALUE 'N'.
     88  PDD-SEEN-TABLE-FULL                VALUE 'Y'.
 77  PDD-ROUT-SUB                PIC 9(03)  VALUE ZERO.
 77  PDD-SECTION-LINE-COUNT      PIC 9(07)  VALUE ZERO.
 77  PDD-SECTION-COUNT           PIC 9(05)  VALUE ZERO.
 77  PDD-UNROUTED-COUNT          PIC 9(03)  VALUE ZERO.
 77  PDD-TODAY                   PIC 9(08)  VALUE ZERO.
 77  PDD-REGISTERED-COUNT        PIC 9(05)  VALUE ZERO.
 01  PDD-SECTION-BAR.
     05  FILLER                  PIC X(132) VALUE ALL '='.
 01  PDD-SECTION-LINE.
*> PDD-INITIALIZE loads the routing master (a missing ROUTMAST is
*> not an error -- every report then falls to the catch-all, which
*> is what the manifest listing is for), opens the distribution
*> output and the delivery register (created on the first night
*> it does not yet exist) and starts the manifest.
*>***************************************************************
 PDD-INITIALIZE.
     ACCEPT PDD-TODAY FROM DATE YYYYMMDD.
     OPEN INPUT ROUT-FILE.
     IF PDD-ROUT-FILE-NOT-FOUND
         SET PDD-ROUT-FILE-EOF TO TRUE
     END-IF.
     OPEN OUTPUT DIST-OUT-FILE.
     OPEN OUTPUT MANIF-FILE.
     OPEN EXTEND DLV-REG-FILE.
     IF PDD-DLV-FILE-NOT-FOUND
         OPEN OUTPUT DLV-REG-FILE
     END-IF.
     MOVE SPACES TO PDD-MAN-LINE.
     MOVE 'ELECTRONIC DISTRIBUTION MANIFEST - PDF SIDE-OUTPUT'
         TO PDD-MAN-LINE.
     WRITE PDD-MAN-LINE.
     MOVE SPACES TO PDD-MAN-LINE.
     WRITE PDD-MAN-LINE.
     PERFORM PDD-LOAD-SECURITY THRU PDD-LOAD-SECURITY-EXIT.
     PERFORM PDD-LOAD-OVERLAY THRU PDD-LOAD-OVERLAY-EXIT.
 PDD-INITIALIZE-EXIT.
     EXIT.
*>***************************************************************
*> PDD-LOAD-SECURITY loads the restricted report ids from the
*> report master and the recipient entries of the authorization
*> list, with PRTBURST's rules for a missing RPTMAST or SECAUTH.
*>***************************************************************
 PDD-LOAD-SECURITY.
     OPEN INPUT RMST-FILE.
     IF PDD-RMST-FILE-NOT-FOUND
         MOVE SPACES TO PDD-MAN-LINE
         MOVE 'WARNING    NO RPTMAST - SENSITIVITY CLASSES NOT CHECKED'
             TO PDD-MAN-LINE
         WRITE PDD-MAN-LINE
     ELSE
         PERFORM PDD-LOAD-SENS-RECORD THRU PDD-LOAD-SENS-RECORD-EXIT
             UNTIL PDD-RMST-FILE-EOF
         CLOSE RMST-FILE
     END-IF.
     OPEN INPUT AUTH-FILE.
     IF PDD-AUTH-FILE-NOT-FOUND
         SET PDD-AUTH-FILE-EOF TO TRUE
     ELSE
         PERFORM PDD-LOAD-AUTH-RECORD THRU PDD-LOAD-AUTH-RECORD-EXIT
             UNTIL PDD-AUTH-FILE-EOF
         CLOSE AUTH-FILE
     END-IF.
 PDD-LOAD-SECURITY-EXIT.
     EXIT.
 PDD-LOAD-SENS-RECORD.
     READ RMST-FILE
         AT END
             SET PDD-RMST-FILE-EOF TO TRUE
         NOT AT END
             IF LCPM-SENS-CLASS NOT = SPACE
                 IF PDD-SENS-COUNT < 500
                     ADD 1 TO PDD-SENS-COUNT
                     MOVE LCPM-REPORT-ID
                         TO PDD-SENS-REPORT-ID(PDD-SENS-COUNT)
                     MOVE LCPM-SENS-CLASS
                         TO PDD-SENS-CLASS(PDD-SENS-COUNT)
                 ELSE
                     MOVE 'Y' TO PDD-SENS-FULL-SW
                 END-IF
             END-IF
     END-READ.
 PDD-LOAD-SENS-RECORD-EXIT.
     EXIT.
 PDD-LOAD-AUTH-RECORD.
     READ AUTH-FILE
         AT END
             SET PDD-AUTH-FILE-EOF TO TRUE
         NOT AT END
             IF LCPS-ENTRY-TYPE = 'R'
                 IF PDD-AUTH-COUNT < 200
                     ADD 1 TO PDD-AUTH-COUNT
                     MOVE LCPS-CLASS
                         TO PDD-AUTH-CLASS(PDD-AUTH-COUNT)
                     MOVE LCPS-AUTH-ID
                         TO PDD-AUTH-RECIPIENT(PDD-AUTH-COUNT)
                 ELSE
                     MOVE 'Y' TO PDD-AUTH-FULL-SW
                 END-IF
             END-IF
     END-READ.
 PDD-LOAD-AUTH-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> PDD-LOAD-OVERLAY loads every report's form and overlay mark from
*> the report master and the form overlay file, dropping overlay
*> records that cannot be placed on the page by PRTQPRT's rules.
*> With no RPTMAST no form can be known to be overlay-capable, and
*> with no FORMOVL no form has an overlay: pages then go out bare.
*>***************************************************************
 PDD-LOAD-OVERLAY.
     OPEN INPUT RMST-FILE.
     IF PDD-RMST-FILE-NOT-FOUND
         SET PDD-RMST-FILE-EOF TO TRUE
     ELSE
         PERFORM PDD-LOAD-FORM-RECORD THRU PDD-LOAD-FORM-RECORD-EXIT
             UNTIL PDD-RMST-FILE-EOF
         CLOSE RMST-FILE
     END-IF.
     OPEN INPUT OVL-FILE.
     IF PDD-OVL-FILE-NOT-FOUND
         SET PDD-OVL-FILE-EOF TO TRUE
     ELSE
         PERFORM PDD-LOAD-OVERLAY-RECORD
             THRU PDD-LOAD-OVERLAY-RECORD-EXIT
             UNTIL PDD-OVL-FILE-EOF
         CLOSE OVL-FILE
     END-IF.
 PDD-LOAD-OVERLAY-EXIT.
     EXIT.
 PDD-LOAD-FORM-RECORD.
     READ RMST-FILE
         AT END
             SET PDD-RMST-FILE-EOF TO TRUE
         NOT AT END
             IF LCPM-FORM-NUMBER NOT = SPACES
                 IF PDD-FT-COUNT < 500
                     ADD 1 TO PDD-FT-COUNT
                     MOVE LCPM-REPORT-ID
                         TO PDD-FT-REPORT-ID(PDD-FT-COUNT)
                     MOVE LCPM-FORM-NUMBER
                         TO PDD-FT-FORM(PDD-FT-COUNT)
                     MOVE LCPM-OVERLAY
                         TO PDD-FT-OVERLAY(PDD-FT-COUNT)
                 ELSE
                     MOVE 'Y' TO PDD-FT-FULL-SW
                 END-IF
             END-IF
     END-READ.
 PDD-LOAD-FORM-RECORD-EXIT.
     EXIT.
 PDD-LOAD-OVERLAY-RECORD.
     READ OVL-FILE
         AT END
             SET PDD-OVL-FILE-EOF TO TRUE
         NOT AT END
             IF LCPL-FORM-NUMBER NOT = SPACES
                 AND LCPL-LINE-NO IS NUMERIC
                 AND LCPL-COLUMN IS NUMERIC
                 IF LCPL-LINE-NO > ZERO
                     AND LCPL-COLUMN > ZERO AND LCPL-COLUMN NOT > 132
                     IF PDD-OV-COUNT < 300
                         ADD 1 TO PDD-OV-COUNT
                         MOVE LCPL-FORM-NUMBER
                             TO PDD-OV-FORM(PDD-OV-COUNT)
                         MOVE LCPL-LINE-NO
                             TO PDD-OV-LINE(PDD-OV-COUNT)
                         MOVE LCPL-COLUMN
                             TO PDD-OV-COLUMN(PDD-OV-COUNT)
                         MOVE LCPL-TEXT
                             TO PDD-OV-TEXT(PDD-OV-COUNT)
                     ELSE
                         MOVE 'Y' TO PDD-OV-FULL-SW
                     END-IF
                 END-IF
             END-IF
     END-READ.
 PDD-LOAD-OVERLAY-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> PDD-FIND-CLASS sets PDD-REPORT-CLASS for PDD-SEARCH-REPORT-ID,
*> space when the report is unrestricted.  Once the master has
*> more restricted ids than the table holds, a report not in it
*> may be one of the excess: its class is taken as unknown ('*').
*> PDD-CHECK-RECIPIENT says whether the routing entry at
*> PDD-ROUT-SUB may receive a report of that class; an
*> unrestricted report always may, one of unknown class never.
*>***************************************************************
 PDD-FIND-CLASS.
     MOVE SPACE TO PDD-REPORT-CLASS.
     PERFORM PDD-FIND-CLASS-STEP THRU PDD-FIND-CLASS-STEP-EXIT
         VARYING PDD-SENS-SUB FROM 1 BY 1
         UNTIL PDD-SENS-SUB > PDD-SENS-COUNT
            OR PDD-REPORT-CLASS NOT = SPACE.
     IF PDD-REPORT-CLASS = SPACE
         AND PDD-SENS-TABLE-FULL
         MOVE '*' TO PDD-REPORT-CLASS
     END-IF.
 PDD-FIND-CLASS-EXIT.
     EXIT.
 PDD-FIND-CLASS-STEP.
     IF PDD-SENS-REPORT-ID(PDD-SENS-SUB) = PDD-SEARCH-REPORT-ID
         MOVE PDD-SENS-CLASS(PDD-SENS-SUB) TO PDD-REPORT-CLASS
     END-IF.
 PDD-FIND-CLASS-STEP-EXIT.
     EXIT.
 PDD-CHECK-RECIPIENT.
     IF PDD-REPORT-CLASS = SPACE
         MOVE 'Y' TO PDD-AUTHORIZED-SW
     ELSE
         MOVE 'N' TO PDD-AUTHORIZED-SW
         IF NOT PDD-CLASS-UNKNOWN
             PERFORM PDD-CHECK-RECIPIENT-STEP
                 THRU PDD-CHECK-RECIPIENT-STEP-EXIT
                 VARYING PDD-AUTH-SUB FROM 1 BY 1
                 UNTIL PDD-AUTH-SUB > PDD-AUTH-COUNT
                    OR PDD-RECIPIENT-AUTHORIZED
         END-IF
     END-IF.
 PDD-CHECK-RECIPIENT-EXIT.
     EXIT.
 PDD-CHECK-RECIPIENT-STEP.
     IF PDD-AUTH-CLASS(PDD-AUTH-SUB) = PDD-REPORT-CLASS
         AND PDD-AUTH-RECIPIENT(PDD-AUTH-SUB)
             = PDD-ROUT-RECIPIENT(PDD-ROUT-SUB)
         MOVE 'Y' TO PDD-AUTHORIZED-SW
     END-IF.
 PDD-CHECK-RECIPIENT-STEP-EXIT.
     EXIT.
 PDD-LOAD-ROUT-RECORD.
     READ ROUT-FILE
         AT END
             MOVE ZERO TO PDD-SEEN-LINES(PDD-SEEN-SUB)
             MOVE 'N'  TO PDD-SEEN-ROUTED-SW(PDD-SEEN-SUB)
             PERFORM PDD-FLAG-IF-ROUTED THRU PDD-FLAG-IF-ROUTED-EXIT
             PERFORM PDD-FIND-CLASS THRU PDD-FIND-CLASS-EXIT
             MOVE PDD-REPORT-CLASS TO PDD-SEEN-CLASS(PDD-SEEN-SUB)
         ELSE
             MOVE 'Y' TO PDD-SEEN-FULL-SW
         END-IF
*> header naming the recipient and delivery point, then the
*> report's pages copied from the mirror unchanged.  An entry
*> whose report id has no output in the mirror gets a manifest
*> line instead of an empty section, and a recipient not
*> authorized for a restricted report's class a refusal line.
*>***************************************************************
 PDD-DIST-ONE-ENTRY.
     MOVE PDD-ROUT-REPORT-ID(PDD-ROUT-SUB) TO PDD-SEARCH-REPORT-ID.
             INTO PDD-MAN-LINE
         WRITE PDD-MAN-LINE
     ELSE
         MOVE PDD-SEEN-CLASS(PDD-SEEN-SUB) TO PDD-REPORT-CLASS
         PERFORM PDD-CHECK-RECIPIENT THRU PDD-CHECK-RECIPIENT-EXIT
         IF PDD-RECIPIENT-AUTHORIZED
             PERFORM PDD-DIST-SECTION THRU PDD-DIST-SECTION-EXIT
         ELSE
             ADD 1 TO PDD-REFUSED-COUNT
             MOVE SPACES TO PDD-MAN-LINE
             STRING 'REFUSED    RPT=' PDD-ROUT-REPORT-ID(PDD-ROUT-SUB)
                 ' RECIPIENT=' PDD-ROUT-RECIPIENT(PDD-ROUT-SUB)
                 ' CLASS=' PDD-REPORT-CLASS
                 ' - RECIPIENT NOT AUTHORIZED, NOT DELIVERED'
                 DELIMITED BY SIZE
                 INTO PDD-MAN-LINE
             WRITE PDD-MAN-LINE
         END-IF
     END-IF.
 PDD-DIST-ONE-ENTRY-EXIT.
     EXIT.
 PDD-DIST-SECTION.
     MOVE PDD-ROUT-REPORT-ID(PDD-ROUT-SUB) TO PDD-TARGET-REPORT-ID.
     MOVE 'N' TO PDD-CATCHALL-SW.
     PERFORM PDD-WRITE-SECTION-HEADER
         THRU PDD-WRITE-SECTION-HEADER-EXIT.
     PERFORM PDD-COPY-SELECTED-PAGES
         THRU PDD-COPY-SELECTED-PAGES-EXIT.
     PERFORM PDD-WRITE-SECTION-TRAILER
         THRU PDD-WRITE-SECTION-TRAILER-EXIT.
     ADD 1 TO PDD-SECTION-COUNT.
     MOVE SPACES TO PDD-MAN-LINE.
     STRING 'DELIVERED  RPT=' PDD-ROUT-REPORT-ID(PDD-ROUT-SUB)
         ' RECIPIENT=' PDD-ROUT-RECIPIENT(PDD-ROUT-SUB)
         ' DELIVERY=' PDD-ROUT-DELIVERY(PDD-ROUT-SUB)
         ' PAGES=' PDD-SECTION-PAGE-COUNT
         ' LINES=' PDD-SECTION-LINE-COUNT
         DELIMITED BY SIZE
         INTO PDD-MAN-LINE.
     WRITE PDD-MAN-LINE.
     PERFORM PDD-REGISTER-SECTION THRU PDD-REGISTER-SECTION-EXIT.
 PDD-DIST-SECTION-EXIT.
     EXIT.
*>***************************************************************
*> PDD-REGISTER-SECTION enters the section just cut on the delivery
*> register as sent and awaiting receipt -- always copy 01, since
*> one electronic copy is all that is ever sent.  The run date is
*> the manifest's (the report's first header); a header without a
*> usable date falls back to today.
*>***************************************************************
 PDD-REGISTER-SECTION.
     MOVE SPACES TO LCPV-RECORD.
     MOVE PDD-ROUT-REPORT-ID(PDD-ROUT-SUB) TO LCPV-REPORT-ID.
     IF PDD-SEEN-RUN-DATE(PDD-SEEN-SUB) IS NUMERIC
         MOVE PDD-SEEN-RUN-DATE(PDD-SEEN-SUB) TO LCPV-RUN-DATE
     ELSE
         MOVE PDD-TODAY TO LCPV-RUN-DATE
     END-IF.
     MOVE PDD-ROUT-RECIPIENT(PDD-ROUT-SUB) TO LCPV-RECIPIENT.
     MOVE PDD-ROUT-DELIVERY(PDD-ROUT-SUB)  TO LCPV-DELIVERY-POINT.
     MOVE 1                                TO LCPV-COPY-NO.
     MOVE PDD-SECTION-PAGE-COUNT           TO LCPV-PAGE-COUNT.
     MOVE 'E'                              TO LCPV-MEDIUM.
     ACCEPT LCPV-SENT-DATE                 FROM DATE YYYYMMDD.
     ACCEPT LCPV-SENT-TIME                 FROM TIME.
     MOVE 'S'                              TO LCPV-STATUS.
     MOVE ZERO TO LCPV-RECEIPT-DATE.
     MOVE ZERO TO LCPV-RECEIPT-TIME.
     MOVE ZERO TO LCPV-REBUILD-COUNT.
     MOVE ZERO TO LCPV-REBUILD-DATE.
     MOVE ZERO TO LCPV-REBUILD-TIME.
     WRITE LCPV-RECORD.
     ADD 1 TO PDD-REGISTERED-COUNT.
 PDD-REGISTER-SECTION-EXIT.
     EXIT.
*>***************************************************************
*> PDD-DIST-CATCHALL cuts the one section holding every report
*> with no routing entry, and lists each unrouted id so the
*> routing master can be filled in -- the electronic twin of
*> PRTBURST's catch-all bundle, survey-overflow handling and the
*> withholding of restricted reports included.
*>***************************************************************
 PDD-DIST-CATCHALL.
     MOVE ZERO TO PDD-UNROUTED-COUNT.
     MOVE ZERO TO PDD-CATCHALL-IDS.
     MOVE ZERO TO PDD-WITHHELD-COUNT.
     PERFORM PDD-COUNT-UNROUTED-STEP THRU PDD-COUNT-UNROUTED-STEP-EXIT
         VARYING PDD-SEEN-SUB FROM 1 BY 1
         UNTIL PDD-SEEN-SUB > PDD-SEEN-COUNT.
     IF PDD-CATCHALL-IDS > ZERO OR PDD-SEEN-TABLE-FULL
         MOVE SPACES TO PDD-TARGET-REPORT-ID
         MOVE 'Y' TO PDD-CATCHALL-SW
         PERFORM PDD-WRITE-SECTION-HEADER
         PERFORM PDD-WRITE-SECTION-TRAILER
             THRU PDD-WRITE-SECTION-TRAILER-EXIT
         ADD 1 TO PDD-SECTION-COUNT
     END-IF.
     PERFORM PDD-LIST-UNROUTED-STEP THRU PDD-LIST-UNROUTED-STEP-EXIT
         VARYING PDD-SEEN-SUB FROM 1 BY 1
         UNTIL PDD-SEEN-SUB > PDD-SEEN-COUNT.
 PDD-DIST-CATCHALL-EXIT.
     EXIT.
 PDD-COUNT-UNROUTED-STEP.
     IF NOT PDD-SEEN-IS-ROUTED(PDD-SEEN-SUB)
         ADD 1 TO PDD-UNROUTED-COUNT
         IF PDD-SEEN-CLASS(PDD-SEEN-SUB) = SPACE
             ADD 1 TO PDD-CATCHALL-IDS
         ELSE
             ADD 1 TO PDD-WITHHELD-COUNT
         END-IF
     END-IF.
 PDD-COUNT-UNROUTED-STEP-EXIT.
     EXIT.
 PDD-LIST-UNROUTED-STEP.
     IF NOT PDD-SEEN-IS-ROUTED(PDD-SEEN-SUB)
         AND PDD-SEEN-CLASS(PDD-SEEN-SUB) NOT = SPACE
         MOVE SPACES TO PDD-MAN-LINE
         STRING 'WITHHELD   RPT=' PDD-SEEN-REPORT-ID(PDD-SEEN-SUB)
             ' PAGES=' PDD-SEEN-PAGES(PDD-SEEN-SUB)
             ' CLASS=' PDD-SEEN-CLASS(PDD-SEEN-SUB)
             ' - RESTRICTED, NOT SENT TO CATCH-ALL'
             DELIMITED BY SIZE
             INTO PDD-MAN-LINE
         WRITE PDD-MAN-LINE
     END-IF.
     IF NOT PDD-SEEN-IS-ROUTED(PDD-SEEN-SUB)
         AND PDD-SEEN-CLASS(PDD-SEEN-SUB) = SPACE
         MOVE SPACES TO PDD-MAN-LINE
         STRING 'UNROUTED   RPT=' PDD-SEEN-REPORT-ID(PDD-SEEN-SUB)
             ' PAGES=' PDD-SEEN-PAGES(PDD-SEEN-SUB)
*> mirror, steered by the LCPHDR header lines exactly as
*> PRTBURST's selection pass is steered over the spool: on a
*> routed pass the header's report id must equal the target, on
*> the catch-all pass it must be unrestricted and unrouted (a
*> report id the survey table could not hold counts as unrouted,
*> so an overflow loses a manifest line, never the pages).
*> Selected lines are copied to PDFDIST unchanged, except that a
*> page of a report on an overlay-capable form has the form's
*> overlay merged in and is run out to the overlay's last line.
*> The section's line count stays the count of report lines, the
*> figure the manifest gives.
*>***************************************************************
 PDD-COPY-SELECTED-PAGES.
     MOVE ZERO TO PDD-SECTION-PAGE-COUNT.
     MOVE ZERO TO PDD-SECTION-LINE-COUNT.
     MOVE 'N' TO PDD-COPYING-SW.
     MOVE SPACES TO PDD-PAGE-FORM.
     OPEN INPUT PDF-FILE.
     IF PDD-PDF-FILE-NOT-FOUND
         SET PDD-PDF-FILE-EOF TO TRUE
             UNTIL PDD-PDF-FILE-EOF
         CLOSE PDF-FILE
     END-IF.
     IF PDD-COPYING-PAGE
         AND PDD-PAGE-FORM NOT = SPACES
         PERFORM PDD-FILL-OVERLAY THRU PDD-FILL-OVERLAY-EXIT
     END-IF.
 PDD-COPY-SELECTED-PAGES-EXIT.
     EXIT.
 PDD-COPY-RECORD.
             SET PDD-PDF-FILE-EOF TO TRUE
         NOT AT END
             IF PDF-LIN(31:5) = 'PAGE '
                 IF PDD-COPYING-PAGE
                     AND PDD-PAGE-FORM NOT = SPACES
                     PERFORM PDD-FILL-OVERLAY THRU PDD-FILL-OVERLAY-EXIT
                 END-IF
                 MOVE PDF-LIN(21:8) TO PDD-SEARCH-REPORT-ID
                 PERFORM PDD-SELECT-PAGE THRU PDD-SELECT-PAGE-EXIT
                 PERFORM PDD-SET-PAGE-OVERLAY
                     THRU PDD-SET-PAGE-OVERLAY-EXIT
             END-IF
             IF PDD-COPYING-PAGE
                 MOVE PDF-LIN TO PDD-OUT-LINE
                 ADD 1 TO PDD-PAGE-LINE
                 IF PDD-PAGE-FORM NOT = SPACES
                     PERFORM PDD-MERGE-OVERLAY
                         THRU PDD-MERGE-OVERLAY-EXIT
                 END-IF
                 WRITE PDD-OUT-LINE
                 ADD 1 TO PDD-SECTION-LINE-COUNT
             END-IF
     END-READ.
 PDD-COPY-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> PDD-SET-PAGE-OVERLAY decides, for a page just selected, whose
*> overlay goes onto it: its report's form, when the form is
*> overlay-capable -- any master entry on it carries the mark, as
*> PRTQPRT judges it -- and has an overlay on file.  A form marked
*> but with no overlay on file goes out bare.
*>***************************************************************
 PDD-SET-PAGE-OVERLAY.
     MOVE SPACES TO PDD-PAGE-FORM.
     MOVE ZERO TO PDD-PAGE-LINE.
     IF NOT PDD-COPYING-PAGE
         GO TO PDD-SET-PAGE-OVERLAY-EXIT
     END-IF.
     PERFORM PDD-FIND-SEEN-STEP THRU PDD-FIND-SEEN-STEP-EXIT
         VARYING PDD-FT-SUB FROM 1 BY 1
         UNTIL PDD-FT-SUB > PDD-FT-COUNT
            OR PDD-FT-REPORT-ID(PDD-FT-SUB) = PDD-SEARCH-REPORT-ID.
     IF PDD-FT-SUB > PDD-FT-COUNT
         GO TO PDD-SET-PAGE-OVERLAY-EXIT
     END-IF.
     MOVE PDD-FT-FORM(PDD-FT-SUB) TO PDD-OV-SEARCH-FORM.
     MOVE 'N' TO PDD-OVERLAY-FORM-SW.
     PERFORM PDD-FIND-OVERLAY-STEP THRU PDD-FIND-OVERLAY-STEP-EXIT
         VARYING PDD-FT-SUB FROM 1 BY 1
         UNTIL PDD-FT-SUB > PDD-FT-COUNT
            OR PDD-FORM-IS-OVERLAY.
     IF NOT PDD-FORM-IS-OVERLAY
         GO TO PDD-SET-PAGE-OVERLAY-EXIT
     END-IF.
     MOVE ZERO TO PDD-OV-LAST-LINE.
     PERFORM PDD-FIND-OVERLAY-LAST-STEP
         THRU PDD-FIND-OVERLAY-LAST-STEP-EXIT
         VARYING PDD-OV-SUB FROM 1 BY 1
         UNTIL PDD-OV-SUB > PDD-OV-COUNT.
     IF PDD-OV-LAST-LINE > ZERO
         MOVE PDD-OV-SEARCH-FORM TO PDD-PAGE-FORM
     END-IF.
 PDD-SET-PAGE-OVERLAY-EXIT.
     EXIT.
 PDD-FIND-OVERLAY-STEP.
     IF PDD-FT-FORM(PDD-FT-SUB) = PDD-OV-SEARCH-FORM
         AND PDD-FT-OVERLAY(PDD-FT-SUB) = 'Y'
         MOVE 'Y' TO PDD-OVERLAY-FORM-SW
     END-IF.
 PDD-FIND-OVERLAY-STEP-EXIT.
     EXIT.
 PDD-FIND-OVERLAY-LAST-STEP.
     IF PDD-OV-FORM(PDD-OV-SUB) = PDD-OV-SEARCH-FORM
         AND PDD-OV-LINE(PDD-OV-SUB) > PDD-OV-LAST-LINE
         MOVE PDD-OV-LINE(PDD-OV-SUB) TO PDD-OV-LAST-LINE
     END-IF.
 PDD-FIND-OVERLAY-LAST-STEP-EXIT.
     EXIT.
*>***************************************************************
*> PDD-MERGE-OVERLAY lays the page form's overlay text for page
*> line PDD-PAGE-LINE into PDD-OUT-LINE, into blank positions
*> only, the same merge PRTQPRT makes.
*>***************************************************************
 PDD-MERGE-OVERLAY.
     PERFORM PDD-MERGE-OVERLAY-STEP THRU PDD-MERGE-OVERLAY-STEP-EXIT
         VARYING PDD-OV-SUB FROM 1 BY 1
         UNTIL PDD-OV-SUB > PDD-OV-COUNT.
 PDD-MERGE-OVERLAY-EXIT.
     EXIT.
 PDD-MERGE-OVERLAY-STEP.
     IF PDD-OV-FORM(PDD-OV-SUB) = PDD-PAGE-FORM
         AND PDD-OV-LINE(PDD-OV-SUB) = PDD-PAGE-LINE
         PERFORM PDD-MERGE-CHAR-STEP THRU PDD-MERGE-CHAR-STEP-EXIT
             VARYING PDD-OV-CHAR FROM 1 BY 1
             UNTIL PDD-OV-CHAR > 122
     END-IF.
 PDD-MERGE-OVERLAY-STEP-EXIT.
     EXIT.
 PDD-MERGE-CHAR-STEP.
     COMPUTE PDD-OV-POS = PDD-OV-COLUMN(PDD-OV-SUB) + PDD-OV-CHAR - 1.
     IF PDD-OV-POS NOT > 132
         AND PDD-OV-TEXT(PDD-OV-SUB)(PDD-OV-CHAR:1) NOT = SPACE
         AND PDD-OUT-LINE(PDD-OV-POS:1) = SPACE
         MOVE PDD-OV-TEXT(PDD-OV-SUB)(PDD-OV-CHAR:1)
             TO PDD-OUT-LINE(PDD-OV-POS:1)
     END-IF.
 PDD-MERGE-CHAR-STEP-EXIT.
     EXIT.
*>***************************************************************
*> PDD-FILL-OVERLAY runs a page shorter than its form out to the
*> overlay's last line, each line holding only the overlay.
*>***************************************************************
 PDD-FILL-OVERLAY.
     IF PDD-PAGE-LINE < PDD-OV-LAST-LINE
         COMPUTE PDD-OV-FILL-FROM = PDD-PAGE-LINE + 1
         PERFORM PDD-FILL-OVERLAY-STEP THRU PDD-FILL-OVERLAY-STEP-EXIT
             VARYING PDD-PAGE-LINE FROM PDD-OV-FILL-FROM BY 1
             UNTIL PDD-PAGE-LINE > PDD-OV-LAST-LINE
     END-IF.
 PDD-FILL-OVERLAY-EXIT.
     EXIT.
 PDD-FILL-OVERLAY-STEP.
     MOVE SPACES TO PDD-OUT-LINE.
     PERFORM PDD-MERGE-OVERLAY THRU PDD-MERGE-OVERLAY-EXIT.
     WRITE PDD-OUT-LINE.
 PDD-FILL-OVERLAY-STEP-EXIT.
     EXIT.
 PDD-SELECT-PAGE.
     IF PDD-CATCHALL-PASS
         PERFORM PDD-FIND-SEEN-REPORT THRU PDD-FIND-SEEN-REPORT-EXIT
         IF PDD-SEEN-SUB > PDD-SEEN-COUNT
             PERFORM PDD-FIND-CLASS THRU PDD-FIND-CLASS-EXIT
             IF PDD-REPORT-CLASS = SPACE
                 MOVE 'Y' TO PDD-COPYING-SW
             ELSE
                 MOVE 'N' TO PDD-COPYING-SW
             END-IF
         ELSE
             IF PDD-SEEN-IS-ROUTED(PDD-SEEN-SUB)
                 OR PDD-SEEN-CLASS(PDD-SEEN-SUB) NOT = SPACE
                 MOVE 'N' TO PDD-COPYING-SW
             ELSE
                 MOVE 'Y' TO PDD-COPYING-SW
             TO PDD-MAN-LINE
         WRITE PDD-MAN-LINE
     END-IF.
     IF PDD-SENS-TABLE-FULL
         MOVE SPACES TO PDD-MAN-LINE
         MOVE 'WARNING    OVER 500 RESTRICTED REPORTS - EXCESS WITHHELD'
             TO PDD-MAN-LINE
         WRITE PDD-MAN-LINE
     END-IF.
     IF PDD-FT-TABLE-FULL
         MOVE SPACES TO PDD-MAN-LINE
         MOVE 'WARNING    OVER 500 REPORTS ON FORMS - EXCESS NOT OVERLAID'
             TO PDD-MAN-LINE
         WRITE PDD-MAN-LINE
     END-IF.
     IF PDD-OV-TABLE-FULL
         MOVE SPACES TO PDD-MAN-LINE
         MOVE 'WARNING    FORM OVERLAY OVER 300 RECORDS - EXCESS NOT MERGED'
             TO PDD-MAN-LINE
         WRITE PDD-MAN-LINE
     END-IF.
     IF PDD-AUTH-TABLE-FULL
         MOVE SPACES TO PDD-MAN-LINE
         MOVE 'WARNING    OVER 200 AUTHORIZED RECIPIENTS - EXCESS REFUSED'
             TO PDD-MAN-LINE
         WRITE PDD-MAN-LINE
     END-IF.
     MOVE SPACES TO PDD-MAN-LINE.
     WRITE PDD-MAN-LINE.
     MOVE SPACES TO PDD-MAN-LINE.
     STRING 'TOTALS  SECTIONS=' PDD-SECTION-COUNT
         ' REPORT-IDS=' PDD-SEEN-COUNT
         ' UNROUTED-REPORT-IDS=' PDD-UNROUTED-COUNT
         ' REGISTERED=' PDD-REGISTERED-COUNT
         ' REFUSED=' PDD-REFUSED-COUNT
         ' WITHHELD=' PDD-WITHHELD-COUNT
         DELIMITED BY SIZE
         INTO PDD-MAN-LINE.
     WRITE PDD-MAN-LINE.
     CLOSE DIST-OUT-FILE MANIF-FILE DLV-REG-FILE.
 PDD-WRITE-TRAILER-EXIT.
     EXIT.
