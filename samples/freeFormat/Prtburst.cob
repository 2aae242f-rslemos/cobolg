*>                    routing entry fall into a catch-all bundle and
*>                    are listed on BURSTLST so the routing master
*>                    can be filled in.
*>   2026-10-15  RSL  Every bundle made is now entered on the
*>                    delivery register (DLVREG, LCPDLVR.cpy) with
*>                    its report id, the run date from the report's
*>                    header, recipient, delivery point, copy number
*>                    and page count, awaiting the delivery point's
*>                    receipt.  The catch-all bundle is not entered:
*>                    it goes to the operator, not a delivery point.
*>   2026-10-15  RSL  Restricted reports: a report whose master entry
*>                    carries a sensitivity class is bundled only for
*>                    recipients the SECAUTH list authorizes for that
*>                    class; any other routing entry for it is
*>                    refused and listed instead of shipped.  A
*>                    restricted report with no routing entry is
*>                    withheld from the catch-all bundle and listed.
*>   2026-10-15  RSL  Once the report master has more restricted ids
*>                    than the 500 the table holds, a report not in
*>                    the table is taken as of unknown class and
*>                    withheld from every recipient, rather than
*>                    bundled unchecked.
*>
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
     SELECT BURST-LST-FILE   ASSIGN TO BURSTLST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS BRS-LST-STATUS.
     SELECT DLV-REG-FILE     ASSIGN TO DLVREG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS BRS-DLV-STATUS.
     SELECT RMST-FILE        ASSIGN TO RPTMAST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS BRS-RMST-STATUS.
     SELECT AUTH-FILE        ASSIGN TO SECAUTH
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS BRS-AUTH-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  LIN-FILE
 FD  BURST-LST-FILE
     LABEL RECORDS ARE STANDARD.
 01  BRS-LST-LINE                PIC X(132).
 FD  DLV-REG-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPDLVR.
 FD  RMST-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPRMST.
 FD  AUTH-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPSAUT.
 WORKING-STORAGE SECTION.
 77  BRS-LIN-STATUS              PIC XX     VALUE '00'.
     88  BRS-LIN-FILE-EOF                   VALUE '10'.
     88  BRS-ROUT-FILE-NOT-FOUND            VALUE '35'.
 77  BRS-OUT-STATUS              PIC XX     VALUE '00'.
 77  BRS-LST-STATUS              PIC XX     VALUE '00'.
 77  BRS-DLV-STATUS              PIC XX     VALUE '00'.
     88  BRS-DLV-FILE-NOT-FOUND             VALUE '35'.
 77  BRS-RMST-STATUS             PIC XX     VALUE '00'.
     88  BRS-RMST-FILE-EOF                  VALUE '10'.
     88  BRS-RMST-FILE-NOT-FOUND            VALUE '35'.
 77  BRS-AUTH-STATUS             PIC XX     VALUE '00'.
     88  BRS-AUTH-FILE-EOF                  VALUE '10'.
     88  BRS-AUTH-FILE-NOT-FOUND            VALUE '35'.
*>***************************************************************
*> BRS-ROUT-TABLE holds the recipient routing master, loaded once
*> at initialize.  One entry per ROUTMAST record: the report id the
*>***************************************************************
*> BRS-SEEN-TABLE accumulates, during the survey pass over LINPRT,
*> one entry per distinct report id found in the spool: how many
*> pages it occupies, the run date its first header carries, and
*> whether any routing entry covers it.  The unrouted entries are
*> what the catch-all bundle and the BURSTLST exception listing are
*> built from.
*>***************************************************************
 01  BRS-SEEN-TABLE.
     05  BRS-SEEN-ENTRY OCCURS 50 TIMES.
         10  BRS-SEEN-REPORT-ID  PIC X(08).
         10  BRS-SEEN-RUN-DATE   PIC X(08).
         10  BRS-SEEN-PAGES      PIC 9(05).
         10  BRS-SEEN-ROUTED-SW  PIC X(01).
             88  BRS-SEEN-IS-ROUTED         VALUE 'Y'.
         10  BRS-SEEN-CLASS      PIC X(01).
 77  BRS-SEEN-COUNT              PIC 9(03)  VALUE ZERO.
*>***************************************************************
*> BRS-SENS-TABLE holds the report ids the report master gives a
*> sensitivity class, and BRS-AUTH-TABLE the recipients SECAUTH
*> authorizes for each class.  Reports not in BRS-SENS-TABLE are
*> unrestricted.
*>***************************************************************
 01  BRS-SENS-TABLE.
     05  BRS-SENS-ENTRY OCCURS 500 TIMES.
         10  BRS-SENS-REPORT-ID  PIC X(08).
         10  BRS-SENS-CLASS      PIC X(01).
 77  BRS-SENS-COUNT              PIC 9(03)  VALUE ZERO.
 77  BRS-SENS-SUB                PIC 9(03)  VALUE ZERO.
 77  BRS-SENS-FULL-SW            PIC X(01)  VALUE 'N'.
     88  BRS-SENS-TABLE-FULL                VALUE 'Y'.
 01  BRS-AUTH-TABLE.
     05  BRS-AUTH-ENTRY OCCURS 200 TIMES.
         10  BRS-AUTH-CLASS      PIC X(01).
         10  BRS-AUTH-RECIPIENT  PIC X(20).
 77  BRS-AUTH-COUNT              PIC 9(03)  VALUE ZERO.
 77  BRS-AUTH-SUB                PIC 9(03)  VALUE ZERO.
 77  BRS-AUTH-FULL-SW            PIC X(01)  VALUE 'N'.
     88  BRS-AUTH-TABLE-FULL                VALUE 'Y'.
 77  BRS-REPORT-CLASS            PIC X(01)  VALUE SPACE.
     88  BRS-CLASS-UNKNOWN                  VALUE '*'.
 77  BRS-AUTHORIZED-SW           PIC X(01)  VALUE 'N'.
     88  BRS-RECIPIENT-AUTHORIZED           VALUE 'Y'.
 77  BRS-REFUSED-COUNT           PIC 9(05)  VALUE ZERO.
 77  BRS-WITHHELD-COUNT          PIC 9(03)  VALUE ZERO.
 77  BRS-CATCHALL-IDS            PIC 9(03)  VALUE ZERO.
 77  BRS-ROUT-FULL-SW            PIC X(01)  VALUE 'N'.
     88  BRS-ROUT-TABLE-FULL                VALUE 'Y'.
 77  BRS-SEEN-FULL-SW            PIC X(01)  VALUE 'N'.
 77  BRS-UNROUTED-COUNT          PIC 9(03)  VALUE ZERO.
 77  BRS-CATCHALL-PAGES          PIC 9(05)  VALUE ZERO.
 77  BRS-COPIES-THIS-ENTRY       PIC 9(02)  VALUE ZERO.
 77  BRS-SEARCH-RUN-DATE         PIC X(08)  VALUE SPACES.
 77  BRS-TODAY                   PIC 9(08)  VALUE ZERO.
 77  BRS-REGISTERED-COUNT        PIC 9(05)  VALUE ZERO.
 01  BRS-BANNER-BAR.
     05  FILLER                  PIC X(132) VALUE ALL '*'.
 01  BRS-BANNER-LINE.
*> BRS-INITIALIZE loads the routing master into BRS-ROUT-TABLE (a
*> missing ROUTMAST is not an error -- every report then falls into
*> the catch-all bundle, which is exactly what the listing is for),
*> opens the bundle output and the delivery register (created on
*> the first night it does not yet exist) and starts the burst
*> listing.
*>***************************************************************
 BRS-INITIALIZE.
     ACCEPT BRS-TODAY FROM DATE YYYYMMDD.
     OPEN INPUT ROUT-FILE.
     IF BRS-ROUT-FILE-NOT-FOUND
         SET BRS-ROUT-FILE-EOF TO TRUE
     END-IF.
     OPEN OUTPUT BURST-OUT-FILE.
     OPEN OUTPUT BURST-LST-FILE.
     OPEN EXTEND DLV-REG-FILE.
     IF BRS-DLV-FILE-NOT-FOUND
         OPEN OUTPUT DLV-REG-FILE
     END-IF.
     MOVE SPACES TO BRS-LST-LINE.
     MOVE 'REPORT BURSTING AND DISTRIBUTION LISTING'
         TO BRS-LST-LINE.
     WRITE BRS-LST-LINE.
     MOVE SPACES TO BRS-LST-LINE.
     WRITE BRS-LST-LINE.
     PERFORM BRS-LOAD-SECURITY THRU BRS-LOAD-SECURITY-EXIT.
 BRS-INITIALIZE-EXIT.
     EXIT.
*>***************************************************************
*> BRS-LOAD-SECURITY loads the restricted report ids from the
*> report master and the recipient entries of the authorization
*> list.  Without a report master no report is known to be
*> restricted: said on the listing, since every report then ships
*> as if unrestricted.  Without SECAUTH nobody is authorized and
*> every restricted report is refused.
*>***************************************************************
 BRS-LOAD-SECURITY.
     OPEN INPUT RMST-FILE.
     IF BRS-RMST-FILE-NOT-FOUND
         MOVE SPACES TO BRS-LST-LINE
         MOVE 'WARNING    NO RPTMAST - SENSITIVITY CLASSES NOT CHECKED'
             TO BRS-LST-LINE
         WRITE BRS-LST-LINE
     ELSE
         PERFORM BRS-LOAD-SENS-RECORD THRU BRS-LOAD-SENS-RECORD-EXIT
             UNTIL BRS-RMST-FILE-EOF
         CLOSE RMST-FILE
     END-IF.
     OPEN INPUT AUTH-FILE.
     IF BRS-AUTH-FILE-NOT-FOUND
         SET BRS-AUTH-FILE-EOF TO TRUE
     ELSE
         PERFORM BRS-LOAD-AUTH-RECORD THRU BRS-LOAD-AUTH-RECORD-EXIT
             UNTIL BRS-AUTH-FILE-EOF
         CLOSE AUTH-FILE
     END-IF.
 BRS-LOAD-SECURITY-EXIT.
     EXIT.
 BRS-LOAD-SENS-RECORD.
     READ RMST-FILE
         AT END
             SET BRS-RMST-FILE-EOF TO TRUE
         NOT AT END
             IF LCPM-SENS-CLASS NOT = SPACE
                 IF BRS-SENS-COUNT < 500
                     ADD 1 TO BRS-SENS-COUNT
                     MOVE LCPM-REPORT-ID
                         TO BRS-SENS-REPORT-ID(BRS-SENS-COUNT)
                     MOVE LCPM-SENS-CLASS
                         TO BRS-SENS-CLASS(BRS-SENS-COUNT)
                 ELSE
                     MOVE 'Y' TO BRS-SENS-FULL-SW
                 END-IF
             END-IF
     END-READ.
 BRS-LOAD-SENS-RECORD-EXIT.
     EXIT.
 BRS-LOAD-AUTH-RECORD.
     READ AUTH-FILE
         AT END
             SET BRS-AUTH-FILE-EOF TO TRUE
         NOT AT END
             IF LCPS-ENTRY-TYPE = 'R'
                 IF BRS-AUTH-COUNT < 200
                     ADD 1 TO BRS-AUTH-COUNT
                     MOVE LCPS-CLASS
                         TO BRS-AUTH-CLASS(BRS-AUTH-COUNT)
                     MOVE LCPS-AUTH-ID
                         TO BRS-AUTH-RECIPIENT(BRS-AUTH-COUNT)
                 ELSE
                     MOVE 'Y' TO BRS-AUTH-FULL-SW
                 END-IF
             END-IF
     END-READ.
 BRS-LOAD-AUTH-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> BRS-FIND-CLASS sets BRS-REPORT-CLASS for BRS-SEARCH-REPORT-ID,
*> space when the report is unrestricted.  Once the master has
*> more restricted ids than the table holds, a report not in it
*> may be one of the excess: its class is taken as unknown ('*').
*> BRS-CHECK-RECIPIENT says whether the routing entry at
*> BRS-ROUT-SUB may receive a report of that class; none may
*> receive one of unknown class.
*>***************************************************************
 BRS-FIND-CLASS.
     MOVE SPACE TO BRS-REPORT-CLASS.
     PERFORM BRS-FIND-CLASS-STEP THRU BRS-FIND-CLASS-STEP-EXIT
         VARYING BRS-SENS-SUB FROM 1 BY 1
         UNTIL BRS-SENS-SUB > BRS-SENS-COUNT
            OR BRS-REPORT-CLASS NOT = SPACE.
     IF BRS-REPORT-CLASS = SPACE
         AND BRS-SENS-TABLE-FULL
         MOVE '*' TO BRS-REPORT-CLASS
     END-IF.
 BRS-FIND-CLASS-EXIT.
     EXIT.
 BRS-FIND-CLASS-STEP.
     IF BRS-SENS-REPORT-ID(BRS-SENS-SUB) = BRS-SEARCH-REPORT-ID
         MOVE BRS-SENS-CLASS(BRS-SENS-SUB) TO BRS-REPORT-CLASS
     END-IF.
 BRS-FIND-CLASS-STEP-EXIT.
     EXIT.
 BRS-CHECK-RECIPIENT.
     MOVE 'N' TO BRS-AUTHORIZED-SW.
     IF BRS-CLASS-UNKNOWN
         GO TO BRS-CHECK-RECIPIENT-EXIT
     END-IF.
     PERFORM BRS-CHECK-RECIPIENT-STEP
         THRU BRS-CHECK-RECIPIENT-STEP-EXIT
         VARYING BRS-AUTH-SUB FROM 1 BY 1
         UNTIL BRS-AUTH-SUB > BRS-AUTH-COUNT
            OR BRS-RECIPIENT-AUTHORIZED.
 BRS-CHECK-RECIPIENT-EXIT.
     EXIT.
 BRS-CHECK-RECIPIENT-STEP.
     IF BRS-AUTH-CLASS(BRS-AUTH-SUB) = BRS-REPORT-CLASS
         AND BRS-AUTH-RECIPIENT(BRS-AUTH-SUB)
             = BRS-ROUT-RECIPIENT(BRS-ROUT-SUB)
         MOVE 'Y' TO BRS-AUTHORIZED-SW
     END-IF.
 BRS-CHECK-RECIPIENT-STEP-EXIT.
     EXIT.
 BRS-LOAD-ROUT-RECORD.
     READ ROUT-FILE
         AT END
         NOT AT END
             IF LIN(31:5) = 'PAGE '
                 MOVE LIN(21:8) TO BRS-SEARCH-REPORT-ID
                 MOVE LIN(1:8)  TO BRS-SEARCH-RUN-DATE
                 PERFORM BRS-NOTE-SEEN-REPORT
                     THRU BRS-NOTE-SEEN-REPORT-EXIT
             END-IF
             MOVE BRS-SEEN-COUNT TO BRS-SEEN-SUB
             MOVE BRS-SEARCH-REPORT-ID
                 TO BRS-SEEN-REPORT-ID(BRS-SEEN-SUB)
             MOVE BRS-SEARCH-RUN-DATE
                 TO BRS-SEEN-RUN-DATE(BRS-SEEN-SUB)
             MOVE ZERO TO BRS-SEEN-PAGES(BRS-SEEN-SUB)
             MOVE 'N'  TO BRS-SEEN-ROUTED-SW(BRS-SEEN-SUB)
             PERFORM BRS-FIND-CLASS THRU BRS-FIND-CLASS-EXIT
             MOVE BRS-REPORT-CLASS TO BRS-SEEN-CLASS(BRS-SEEN-SUB)
             PERFORM BRS-FLAG-IF-ROUTED THRU BRS-FLAG-IF-ROUTED-EXIT
         ELSE
             MOVE 'Y' TO BRS-SEEN-FULL-SW
*> owed.  An entry whose report id never appeared in tonight's
*> spool gets a listing line instead of an empty bundle, so a
*> report that failed to run is visible rather than silently
*> shipped as banner-and-trailer with nothing between.  A
*> restricted report is refused, and listed, for a recipient the
*> authorization list does not name for its class.
*>***************************************************************
 BRS-BURST-ONE-ENTRY.
     MOVE BRS-ROUT-REPORT-ID(BRS-ROUT-SUB) TO BRS-SEARCH-REPORT-ID.
             DELIMITED BY SIZE
             INTO BRS-LST-LINE
         WRITE BRS-LST-LINE
         GO TO BRS-BURST-ONE-ENTRY-EXIT
     END-IF.
     MOVE BRS-SEEN-CLASS(BRS-SEEN-SUB) TO BRS-REPORT-CLASS.
     IF BRS-REPORT-CLASS NOT = SPACE
         PERFORM BRS-CHECK-RECIPIENT THRU BRS-CHECK-RECIPIENT-EXIT
         IF NOT BRS-RECIPIENT-AUTHORIZED
             ADD 1 TO BRS-REFUSED-COUNT
             MOVE SPACES TO BRS-LST-LINE
             STRING 'REFUSED    RPT=' BRS-ROUT-REPORT-ID(BRS-ROUT-SUB)
                 ' RECIPIENT=' BRS-ROUT-RECIPIENT(BRS-ROUT-SUB)
                 ' CLASS=' BRS-REPORT-CLASS
                 ' - RECIPIENT NOT AUTHORIZED, NOT BUNDLED'
                 DELIMITED BY SIZE
                 INTO BRS-LST-LINE
             WRITE BRS-LST-LINE
             GO TO BRS-BURST-ONE-ENTRY-EXIT
         END-IF
     END-IF.
     MOVE BRS-ROUT-COPIES(BRS-ROUT-SUB) TO BRS-COPIES-THIS-ENTRY.
     IF BRS-COPIES-THIS-ENTRY = ZERO
         MOVE 1 TO BRS-COPIES-THIS-ENTRY
     END-IF.
     PERFORM BRS-BURST-ONE-COPY THRU BRS-BURST-ONE-COPY-EXIT
         VARYING BRS-COPY-SUB FROM 1 BY 1
         UNTIL BRS-COPY-SUB > BRS-COPIES-THIS-ENTRY.
 BRS-BURST-ONE-ENTRY-EXIT.
     EXIT.
 BRS-BURST-ONE-COPY.
         DELIMITED BY SIZE
         INTO BRS-LST-LINE.
     WRITE BRS-LST-LINE.
     PERFORM BRS-REGISTER-BUNDLE THRU BRS-REGISTER-BUNDLE-EXIT.
 BRS-BURST-ONE-COPY-EXIT.
     EXIT.
*>***************************************************************
*> BRS-REGISTER-BUNDLE enters the bundle just made on the delivery
*> register as sent and awaiting receipt.  The run date is the one
*> the report's first header carried in tonight's spool (the date
*> the delivery point will quote back on its receipt); a header
*> without a usable date falls back to today.  BRS-SEEN-SUB still
*> addresses the report's survey entry, found by
*> BRS-BURST-ONE-ENTRY before the copies were made.
*>***************************************************************
 BRS-REGISTER-BUNDLE.
     MOVE SPACES TO LCPV-RECORD.
     MOVE BRS-ROUT-REPORT-ID(BRS-ROUT-SUB) TO LCPV-REPORT-ID.
     IF BRS-SEEN-RUN-DATE(BRS-SEEN-SUB) IS NUMERIC
         MOVE BRS-SEEN-RUN-DATE(BRS-SEEN-SUB) TO LCPV-RUN-DATE
     ELSE
         MOVE BRS-TODAY TO LCPV-RUN-DATE
     END-IF.
     MOVE BRS-ROUT-RECIPIENT(BRS-ROUT-SUB) TO LCPV-RECIPIENT.
     MOVE BRS-ROUT-DELIVERY(BRS-ROUT-SUB)  TO LCPV-DELIVERY-POINT.
     MOVE BRS-COPY-SUB                     TO LCPV-COPY-NO.
     MOVE BRS-BUNDLE-PAGE-COUNT            TO LCPV-PAGE-COUNT.
     MOVE 'B'                              TO LCPV-MEDIUM.
     ACCEPT LCPV-SENT-DATE                 FROM DATE YYYYMMDD.
     ACCEPT LCPV-SENT-TIME                 FROM TIME.
     MOVE 'S'                              TO LCPV-STATUS.
     MOVE ZERO TO LCPV-RECEIPT-DATE.
     MOVE ZERO TO LCPV-RECEIPT-TIME.
     MOVE ZERO TO LCPV-REBUILD-COUNT.
     MOVE ZERO TO LCPV-REBUILD-DATE.
     MOVE ZERO TO LCPV-REBUILD-TIME.
     WRITE LCPV-RECORD.
     ADD 1 TO BRS-REGISTERED-COUNT.
 BRS-REGISTER-BUNDLE-EXIT.
     EXIT.
*>***************************************************************
*> BRS-BURST-CATCHALL produces the one catch-all bundle holding
*> every page whose report id has no routing entry, and lists each
*> unrouted report id so the routing master can be filled in.  No
*> unrouted output means no catch-all bundle at all -- unless the
*> survey table overflowed, in which case the catch-all pass must
*> still run so the report ids the survey could not record end up
*> in the catch-all instead of in no bundle at all.  A restricted
*> report never goes in the catch-all, which has no recipient to
*> authorize; it is listed as withheld instead.
*>***************************************************************
 BRS-BURST-CATCHALL.
     MOVE ZERO TO BRS-UNROUTED-COUNT.
     MOVE ZERO TO BRS-CATCHALL-IDS.
     MOVE ZERO TO BRS-WITHHELD-COUNT.
     PERFORM BRS-COUNT-UNROUTED-STEP THRU BRS-COUNT-UNROUTED-STEP-EXIT
         VARYING BRS-SEEN-SUB FROM 1 BY 1
         UNTIL BRS-SEEN-SUB > BRS-SEEN-COUNT.
     IF BRS-CATCHALL-IDS > ZERO OR BRS-SEEN-TABLE-FULL
         MOVE SPACES TO BRS-TARGET-REPORT-ID
         MOVE 'Y' TO BRS-CATCHALL-SW
         PERFORM BRS-WRITE-BANNER THRU BRS-WRITE-BANNER-EXIT
             THRU BRS-WRITE-BUNDLE-TRAILER-EXIT
         ADD 1 TO BRS-BUNDLE-COUNT
         MOVE BRS-BUNDLE-PAGE-COUNT TO BRS-CATCHALL-PAGES
     END-IF.
     PERFORM BRS-LIST-UNROUTED-STEP THRU BRS-LIST-UNROUTED-STEP-EXIT
         VARYING BRS-SEEN-SUB FROM 1 BY 1
         UNTIL BRS-SEEN-SUB > BRS-SEEN-COUNT.
 BRS-BURST-CATCHALL-EXIT.
     EXIT.
 BRS-COUNT-UNROUTED-STEP.
     IF NOT BRS-SEEN-IS-ROUTED(BRS-SEEN-SUB)
         ADD 1 TO BRS-UNROUTED-COUNT
         IF BRS-SEEN-CLASS(BRS-SEEN-SUB) = SPACE
             ADD 1 TO BRS-CATCHALL-IDS
         ELSE
             ADD 1 TO BRS-WITHHELD-COUNT
         END-IF
     END-IF.
 BRS-COUNT-UNROUTED-STEP-EXIT.
     EXIT.
 BRS-LIST-UNROUTED-STEP.
     IF NOT BRS-SEEN-IS-ROUTED(BRS-SEEN-SUB)
         AND BRS-SEEN-CLASS(BRS-SEEN-SUB) NOT = SPACE
         MOVE SPACES TO BRS-LST-LINE
         STRING 'WITHHELD   RPT=' BRS-SEEN-REPORT-ID(BRS-SEEN-SUB)
             ' PAGES=' BRS-SEEN-PAGES(BRS-SEEN-SUB)
             ' CLASS=' BRS-SEEN-CLASS(BRS-SEEN-SUB)
             ' - RESTRICTED, NOT SENT TO CATCH-ALL'
             DELIMITED BY SIZE
             INTO BRS-LST-LINE
         WRITE BRS-LST-LINE
     END-IF.
     IF NOT BRS-SEEN-IS-ROUTED(BRS-SEEN-SUB)
         AND BRS-SEEN-CLASS(BRS-SEEN-SUB) = SPACE
         MOVE SPACES TO BRS-LST-LINE
         STRING 'UNROUTED   RPT=' BRS-SEEN-REPORT-ID(BRS-SEEN-SUB)
             ' PAGES=' BRS-SEEN-PAGES(BRS-SEEN-SUB)
*> An LCPHDR header line decides whether the page it opens belongs
*> to the bundle under construction: on a routed pass the header's
*> report id must equal BRS-TARGET-REPORT-ID, on the catch-all pass
*> it must be an unrestricted report id with no routing entry.  A
*> report id the survey table could not hold is treated as
*> unrouted here, so a survey overflow loses a listing line, never
*> the pages themselves.  Every line of a selected page (the
*> header included) is copied to BURSTOUT unchanged.
*>***************************************************************
 BRS-COPY-SELECTED-PAGES.
     MOVE ZERO TO BRS-BUNDLE-LINE-COUNT.
     IF BRS-CATCHALL-PASS
         PERFORM BRS-FIND-SEEN-REPORT THRU BRS-FIND-SEEN-REPORT-EXIT
         IF BRS-SEEN-SUB > BRS-SEEN-COUNT
             PERFORM BRS-FIND-CLASS THRU BRS-FIND-CLASS-EXIT
             IF BRS-REPORT-CLASS = SPACE
                 MOVE 'Y' TO BRS-COPYING-SW
             ELSE
                 MOVE 'N' TO BRS-COPYING-SW
             END-IF
         ELSE
             IF BRS-SEEN-IS-ROUTED(BRS-SEEN-SUB)
                 OR BRS-SEEN-CLASS(BRS-SEEN-SUB) NOT = SPACE
                 MOVE 'N' TO BRS-COPYING-SW
             ELSE
                 MOVE 'Y' TO BRS-COPYING-SW
             TO BRS-LST-LINE
         WRITE BRS-LST-LINE
     END-IF.
     IF BRS-SENS-TABLE-FULL
         MOVE SPACES TO BRS-LST-LINE
         MOVE 'WARNING    OVER 500 RESTRICTED REPORTS - EXCESS WITHHELD'
             TO BRS-LST-LINE
         WRITE BRS-LST-LINE
     END-IF.
     IF BRS-AUTH-TABLE-FULL
         MOVE SPACES TO BRS-LST-LINE
         MOVE 'WARNING    OVER 200 AUTHORIZED RECIPIENTS - EXCESS REFUSED'
             TO BRS-LST-LINE
         WRITE BRS-LST-LINE
     END-IF.
     MOVE SPACES TO BRS-LST-LINE.
     WRITE BRS-LST-LINE.
     MOVE SPACES TO BRS-LST-LINE.
     STRING 'TOTALS  BUNDLES=' BRS-BUNDLE-COUNT
         ' UNROUTED-REPORT-IDS=' BRS-UNROUTED-COUNT
         ' CATCH-ALL-PAGES=' BRS-CATCHALL-PAGES
         ' REGISTERED=' BRS-REGISTERED-COUNT
         ' REFUSED=' BRS-REFUSED-COUNT
         ' WITHHELD=' BRS-WITHHELD-COUNT
         DELIMITED BY SIZE
         INTO BRS-LST-LINE.
     WRITE BRS-LST-LINE.
     CLOSE BURST-OUT-FILE BURST-LST-FILE DLV-REG-FILE.
 BRS-WRITE-TRAILER-EXIT.
     EXIT.
