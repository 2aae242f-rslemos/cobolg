*>                    PRTREPRT request record (report id, run date,
*>                    page range of one), so the hits feed straight
*>                    into a reprint with no hand-typing.
*>   2026-10-15  RSL  Each search must now carry its requester id in
*>                    columns 69-76; one without is rejected and
*>                    listed.  Hits in a report with a sensitivity
*>                    class on the report master are reported only
*>                    to a requester SECAUTH authorizes for the
*>                    class; other hits there are withheld, counted
*>                    and nothing more.  Every restricted page a
*>                    search hits is logged on ACCSLOG, granted or
*>                    withheld, once per page and search.  SRCHREQ
*>                    passes the requester id on to PRTREPRT.
*>                    Without RPTMAST nothing is scanned.
*>   2026-10-15  RSL  Every search is tried against every line, not
*>                    just up to the first that hits it, so each
*>                    search hitting a restricted page is logged and
*>                    each requester whose search hits a page gets
*>                    the page on SRCHREQ, once per page.  A report
*>                    past the 500 restricted ids the table holds
*>                    cannot be told from an unrestricted one, so
*>                    once the table is full every report not in it
*>                    is withheld.
*>
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
     SELECT REQ-FILE         ASSIGN TO SRCHREQ
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS SRC-REQ-STATUS.
     SELECT RMST-FILE        ASSIGN TO RPTMAST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS SRC-RMST-STATUS.
     SELECT AUTH-FILE        ASSIGN TO SECAUTH
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS SRC-AUTH-STATUS.
     SELECT ACCS-FILE        ASSIGN TO ACCSLOG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS SRC-ACCS-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  ARCH-FILE
*>   42-49 report id to limit the search to (spaces = any report)
*>   51-58 run date from (YYYYMMDD, zero = from the beginning)
*>   60-67 run date to   (YYYYMMDD, zero = to the end)
*>   69-76 requester id, required
*>***************************************************************
 FD  PARM-FILE
     LABEL RECORDS ARE STANDARD.
     05  SRC-PARM-FROM-DATE      PIC 9(08).
     05  FILLER                  PIC X(01).
     05  SRC-PARM-TO-DATE        PIC 9(08).
     05  FILLER                  PIC X(01).
     05  SRC-PARM-REQUESTER      PIC X(08).
 FD  RPT-FILE
     LABEL RECORDS ARE STANDARD.
 01  SRC-RPT-LINE                PIC X(132).
*>***************************************************************
*> SRC-REQ-REC matches PRTREPRT's REPRPARM request record byte for
*> byte: report id, run date, from-page, to-page, requester id.
*> One record per hit page for each requester whose search hit
*> it, from-page and to-page both the hit page, so SRCHREQ feeds
*> PRTREPRT as-is.
*>***************************************************************
 FD  REQ-FILE
     LABEL RECORDS ARE STANDARD.
     05  SRC-REQ-RUN-DATE        PIC 9(08).
     05  SRC-REQ-FROM-PAGE       PIC 9(05).
     05  SRC-REQ-TO-PAGE         PIC 9(05).
     05  SRC-REQ-REQUESTER       PIC X(08).
 FD  RMST-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPRMST.
 FD  AUTH-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPSAUT.
 FD  ACCS-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPACCS.
 WORKING-STORAGE SECTION.
 77  SRC-ARCH-STATUS             PIC XX     VALUE '00'.
     88  SRC-ARCH-FILE-EOF                  VALUE '10'.
     88  SRC-PARM-FILE-NOT-FOUND            VALUE '35'.
 77  SRC-RPT-STATUS              PIC XX     VALUE '00'.
 77  SRC-REQ-STATUS              PIC XX     VALUE '00'.
 77  SRC-RMST-STATUS             PIC XX     VALUE '00'.
     88  SRC-RMST-FILE-EOF                  VALUE '10'.
     88  SRC-RMST-FILE-NOT-FOUND            VALUE '35'.
 77  SRC-AUTH-STATUS             PIC XX     VALUE '00'.
     88  SRC-AUTH-FILE-EOF                  VALUE '10'.
     88  SRC-AUTH-FILE-NOT-FOUND            VALUE '35'.
 77  SRC-ACCS-STATUS             PIC XX     VALUE '00'.
     88  SRC-ACCS-FILE-NOT-FOUND            VALUE '35'.
*>***************************************************************
*> SRC-PARM-TABLE holds up to ten searches for the one pass over
*> the archive.  The length of each string is settled at load so
*> the scan compares exactly the characters the caller typed.
*> Whether the search's requester may see the report being
*> scanned is settled each time the scan reaches a new report,
*> and the last page logged for the search keeps the access log
*> to one record per page.  The last page the search sent to
*> SRCHREQ does the same for the request file, across all the
*> searches of one requester.
*>***************************************************************
 01  SRC-PARM-TABLE.
     05  SRC-PT-ENTRY OCCURS 10 TIMES.
         10  SRC-PT-REPORT-ID    PIC X(08).
         10  SRC-PT-FROM-DATE    PIC 9(08).
         10  SRC-PT-TO-DATE      PIC 9(08).
         10  SRC-PT-REQUESTER    PIC X(08).
         10  SRC-PT-ALLOWED-SW   PIC X(01).
             88  SRC-PT-ALLOWED             VALUE 'Y'.
         10  SRC-PT-LOG-REPORT-ID PIC X(08).
         10  SRC-PT-LOG-RUN-DATE PIC 9(08).
         10  SRC-PT-LOG-PAGE-NO  PIC 9(05).
         10  SRC-PT-REQ-REPORT-ID PIC X(08).
         10  SRC-PT-REQ-RUN-DATE PIC 9(08).
         10  SRC-PT-REQ-PAGE-NO  PIC 9(05).
 77  SRC-PT-COUNT                PIC 9(02)  VALUE ZERO.
 77  SRC-PT-SUB                  PIC 9(02)  VALUE ZERO.
 77  SRC-PT-FULL-SW              PIC X(01)  VALUE 'N'.
 77  SRC-SCAN-LIMIT              PIC 9(03)  VALUE ZERO.
 77  SRC-HIT-SW                  PIC X(01)  VALUE 'N'.
     88  SRC-LINE-HAS-HIT                   VALUE 'Y'.
 77  SRC-REQ-PT-SUB              PIC 9(02)  VALUE ZERO.
 77  SRC-REQ-SENT-SW             PIC X(01)  VALUE 'N'.
     88  SRC-REQ-ALREADY-SENT               VALUE 'Y'.
 77  SRC-PARM-DONE-SW            PIC X(01)  VALUE 'N'.
     88  SRC-PARM-DONE                      VALUE 'Y'.
*>***************************************************************
*> SRC-SENS-TABLE holds the report ids the report master gives a
*> sensitivity class, SRC-AUTH-TABLE the requester ids SECAUTH
*> authorizes for each class.  Once the report master has more
*> restricted ids than the table holds, a report not in it may be
*> one of the excess: its class is taken as unknown ('*') and no
*> requester is authorized for it.
*>***************************************************************
 01  SRC-SENS-TABLE.
     05  SRC-SENS-ENTRY OCCURS 500 TIMES.
         10  SRC-SENS-REPORT-ID  PIC X(08).
         10  SRC-SENS-CLASS      PIC X(01).
 77  SRC-SENS-COUNT              PIC 9(03)  VALUE ZERO.
 77  SRC-SENS-SUB                PIC 9(03)  VALUE ZERO.
 77  SRC-SENS-FULL-SW            PIC X(01)  VALUE 'N'.
     88  SRC-SENS-TABLE-FULL                VALUE 'Y'.
 01  SRC-AUTH-TABLE.
     05  SRC-AUTH-ENTRY OCCURS 200 TIMES.
         10  SRC-AUTH-CLASS      PIC X(01).
         10  SRC-AUTH-REQUESTER  PIC X(08).
 77  SRC-AUTH-COUNT              PIC 9(03)  VALUE ZERO.
 77  SRC-AUTH-SUB                PIC 9(03)  VALUE ZERO.
 77  SRC-AUTH-FULL-SW            PIC X(01)  VALUE 'N'.
     88  SRC-AUTH-TABLE-FULL                VALUE 'Y'.
 77  SRC-CUR-CLASS               PIC X(01)  VALUE SPACE.
     88  SRC-CUR-CLASS-UNKNOWN              VALUE '*'.
 77  SRC-LOG-PT-SUB              PIC 9(02)  VALUE ZERO.
 77  SRC-LOG-RESULT              PIC X(01)  VALUE SPACE.
 77  SRC-REJECTED-COUNT          PIC 9(03)  VALUE ZERO.
 77  SRC-WITHHELD-COUNT          PIC 9(05)  VALUE ZERO.
*>***************************************************************
*> The two-line context ring: the content of the one and two
*> records back, kept only while they belong to the same page the
 77  SRC-CUR-REPORT-ID           PIC X(08)  VALUE SPACES.
 77  SRC-CUR-RUN-DATE            PIC 9(08)  VALUE ZERO.
 77  SRC-CUR-PAGE-NO             PIC 9(05)  VALUE ZERO.
 77  SRC-HIT-COUNT               PIC 9(05)  VALUE ZERO.
 77  SRC-PAGE-COUNT              PIC 9(05)  VALUE ZERO.
 77  SRC-RECORDS-READ            PIC 9(09)  VALUE ZERO.
     END-IF.
     PERFORM SRC-WRITE-TRAILER THRU SRC-WRITE-TRAILER-EXIT.
     CLOSE RPT-FILE REQ-FILE.
     IF SRC-PT-COUNT > ZERO
         CLOSE ACCS-FILE
     END-IF.
     STOP RUN.
 SRC-MAINLINE-EXIT.
     EXIT.
         MOVE 'NO SEARCH STRINGS ON SRCHPARM - NOTHING SCANNED'
             TO SRC-RPT-LINE
         WRITE SRC-RPT-LINE
     ELSE
         PERFORM SRC-LOAD-SECURITY THRU SRC-LOAD-SECURITY-EXIT
     END-IF.
 SRC-INITIALIZE-EXIT.
     EXIT.
*>***************************************************************
*> SRC-LOAD-SECURITY loads the restricted report ids and the
*> requester entries of the authorization list, and opens the
*> access log (created the first time it does not yet exist).
*> Without a report master no report's class is known, so no
*> search is run at all: said on the console and the report.
*>***************************************************************
 SRC-LOAD-SECURITY.
     OPEN INPUT RMST-FILE.
     IF SRC-RMST-FILE-NOT-FOUND
         MOVE ZERO TO SRC-PT-COUNT
         DISPLAY 'PRTSRCH: NO RPTMAST - NOTHING SCANNED'
         MOVE SPACES TO SRC-RPT-LINE
         MOVE 'NO RPTMAST - CLASSES UNKNOWN, NOTHING SCANNED'
             TO SRC-RPT-LINE
         WRITE SRC-RPT-LINE
         GO TO SRC-LOAD-SECURITY-EXIT
     END-IF.
     PERFORM SRC-LOAD-SENS-RECORD THRU SRC-LOAD-SENS-RECORD-EXIT
         UNTIL SRC-RMST-FILE-EOF.
     CLOSE RMST-FILE.
     OPEN INPUT AUTH-FILE.
     IF SRC-AUTH-FILE-NOT-FOUND
         SET SRC-AUTH-FILE-EOF TO TRUE
     ELSE
         PERFORM SRC-LOAD-AUTH-RECORD THRU SRC-LOAD-AUTH-RECORD-EXIT
             UNTIL SRC-AUTH-FILE-EOF
         CLOSE AUTH-FILE
     END-IF.
     OPEN EXTEND ACCS-FILE.
     IF SRC-ACCS-FILE-NOT-FOUND
         OPEN OUTPUT ACCS-FILE
     END-IF.
 SRC-LOAD-SECURITY-EXIT.
     EXIT.
 SRC-LOAD-SENS-RECORD.
     READ RMST-FILE
         AT END
             SET SRC-RMST-FILE-EOF TO TRUE
         NOT AT END
             IF LCPM-SENS-CLASS NOT = SPACE
                 IF SRC-SENS-COUNT < 500
                     ADD 1 TO SRC-SENS-COUNT
                     MOVE LCPM-REPORT-ID
                         TO SRC-SENS-REPORT-ID(SRC-SENS-COUNT)
                     MOVE LCPM-SENS-CLASS
                         TO SRC-SENS-CLASS(SRC-SENS-COUNT)
                 ELSE
                     MOVE 'Y' TO SRC-SENS-FULL-SW
                 END-IF
             END-IF
     END-READ.
 SRC-LOAD-SENS-RECORD-EXIT.
     EXIT.
 SRC-LOAD-AUTH-RECORD.
     READ AUTH-FILE
         AT END
             SET SRC-AUTH-FILE-EOF TO TRUE
         NOT AT END
             IF LCPS-ENTRY-TYPE = 'U'
                 IF SRC-AUTH-COUNT < 200
                     ADD 1 TO SRC-AUTH-COUNT
                     MOVE LCPS-CLASS
                         TO SRC-AUTH-CLASS(SRC-AUTH-COUNT)
                     MOVE LCPS-AUTH-ID
                         TO SRC-AUTH-REQUESTER(SRC-AUTH-COUNT)
                 ELSE
                     MOVE 'Y' TO SRC-AUTH-FULL-SW
                 END-IF
             END-IF
     END-READ.
 SRC-LOAD-AUTH-RECORD-EXIT.
     EXIT.
 SRC-LOAD-PARM-RECORD.
     READ PARM-FILE
         AT END
             IF SRC-LEN-WORK = ZERO
                 CONTINUE
             ELSE
             IF SRC-PARM-REQUESTER = SPACES
                 ADD 1 TO SRC-REJECTED-COUNT
                 MOVE SPACES TO SRC-RPT-LINE
                 STRING 'REJECTED   FOR '''
                     SRC-PARM-STRING(1:SRC-LEN-WORK)
                     ''' - NO REQUESTER ID, NOT SEARCHED'
                     DELIMITED BY SIZE
                     INTO SRC-RPT-LINE
                 WRITE SRC-RPT-LINE
             ELSE
             IF SRC-PT-COUNT < 10
                 ADD 1 TO SRC-PT-COUNT
                 MOVE SRC-PARM-STRING
                     MOVE SRC-PARM-TO-DATE
                         TO SRC-PT-TO-DATE(SRC-PT-COUNT)
                 END-IF
                 MOVE SRC-PARM-REQUESTER
                     TO SRC-PT-REQUESTER(SRC-PT-COUNT)
                 MOVE 'N' TO SRC-PT-ALLOWED-SW(SRC-PT-COUNT)
                 MOVE SPACES TO SRC-PT-LOG-REPORT-ID(SRC-PT-COUNT)
                 MOVE ZERO TO SRC-PT-LOG-RUN-DATE(SRC-PT-COUNT)
                 MOVE ZERO TO SRC-PT-LOG-PAGE-NO(SRC-PT-COUNT)
                 MOVE SPACES TO SRC-PT-REQ-REPORT-ID(SRC-PT-COUNT)
                 MOVE ZERO TO SRC-PT-REQ-RUN-DATE(SRC-PT-COUNT)
                 MOVE ZERO TO SRC-PT-REQ-PAGE-NO(SRC-PT-COUNT)
                 MOVE SPACES TO SRC-RPT-LINE
                 STRING 'SEARCH     FOR '''
                     SRC-PARM-STRING(1:SRC-LEN-WORK)
                     ''' RPT=' SRC-PARM-REPORT-ID
                     ' DATES ' SRC-PARM-FROM-DATE
                     ' THRU ' SRC-PARM-TO-DATE
                     ' BY=' SRC-PARM-REQUESTER
                     DELIMITED BY SIZE
                     INTO SRC-RPT-LINE
                 WRITE SRC-RPT-LINE
                 MOVE 'Y' TO SRC-PT-FULL-SW
             END-IF
             END-IF
             END-IF
     END-READ.
 SRC-LOAD-PARM-RECORD-EXIT.
     EXIT.
*> new page resets the context ring and the trailing-context debt,
*> a hit prints the page identity, the held context and the line
*> itself (and owes two more lines), and a miss inside the trail
*> of a recent hit pays one line of that debt.  Crossing onto a
*> new report settles which searches may see it.
*>***************************************************************
 SRC-EXAMINE-RECORD.
     IF LCPA-REPORT-ID NOT = SRC-CUR-REPORT-ID
         PERFORM SRC-SET-ALLOWED THRU SRC-SET-ALLOWED-EXIT
     END-IF.
     IF LCPA-REPORT-ID NOT = SRC-CUR-REPORT-ID
         OR LCPA-RUN-DATE NOT = SRC-CUR-RUN-DATE
         OR LCPA-PAGE-NO NOT = SRC-CUR-PAGE-NO
 SRC-EXAMINE-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> SRC-SET-ALLOWED looks up the class of the report the scan has
*> just reached and marks each search allowed to see it or not:
*> every search may see an unrestricted report, only a search
*> whose requester has a SECAUTH entry for the class a restricted
*> one, and none a report whose class is unknown.
*>***************************************************************
 SRC-SET-ALLOWED.
     MOVE SPACE TO SRC-CUR-CLASS.
     PERFORM SRC-FIND-CLASS-STEP THRU SRC-FIND-CLASS-STEP-EXIT
         VARYING SRC-SENS-SUB FROM 1 BY 1
         UNTIL SRC-SENS-SUB > SRC-SENS-COUNT
            OR SRC-CUR-CLASS NOT = SPACE.
     IF SRC-CUR-CLASS = SPACE
         AND SRC-SENS-TABLE-FULL
         MOVE '*' TO SRC-CUR-CLASS
     END-IF.
     PERFORM SRC-SET-ALLOWED-STEP THRU SRC-SET-ALLOWED-STEP-EXIT
         VARYING SRC-PT-SUB FROM 1 BY 1
         UNTIL SRC-PT-SUB > SRC-PT-COUNT.
 SRC-SET-ALLOWED-EXIT.
     EXIT.
 SRC-FIND-CLASS-STEP.
     IF SRC-SENS-REPORT-ID(SRC-SENS-SUB) = LCPA-REPORT-ID
         MOVE SRC-SENS-CLASS(SRC-SENS-SUB) TO SRC-CUR-CLASS
     END-IF.
 SRC-FIND-CLASS-STEP-EXIT.
     EXIT.
 SRC-SET-ALLOWED-STEP.
     IF SRC-CUR-CLASS = SPACE
         MOVE 'Y' TO SRC-PT-ALLOWED-SW(SRC-PT-SUB)
     ELSE
         MOVE 'N' TO SRC-PT-ALLOWED-SW(SRC-PT-SUB)
         IF NOT SRC-CUR-CLASS-UNKNOWN
             PERFORM SRC-CHECK-AUTH-STEP THRU SRC-CHECK-AUTH-STEP-EXIT
                 VARYING SRC-AUTH-SUB FROM 1 BY 1
                 UNTIL SRC-AUTH-SUB > SRC-AUTH-COUNT
                    OR SRC-PT-ALLOWED(SRC-PT-SUB)
         END-IF
     END-IF.
 SRC-SET-ALLOWED-STEP-EXIT.
     EXIT.
 SRC-CHECK-AUTH-STEP.
     IF SRC-AUTH-CLASS(SRC-AUTH-SUB) = SRC-CUR-CLASS
         AND SRC-AUTH-REQUESTER(SRC-AUTH-SUB)
             = SRC-PT-REQUESTER(SRC-PT-SUB)
         MOVE 'Y' TO SRC-PT-ALLOWED-SW(SRC-PT-SUB)
     END-IF.
 SRC-CHECK-AUTH-STEP-EXIT.
     EXIT.
*>***************************************************************
*> SRC-MATCH-LINE tries every loaded search against the line.  A
*> search limited to a report id or date range is skipped outright
*> when the record's identity falls outside it, which is what
*> keeps a narrowed search from paying for the whole archive's
*> content scanning.  Every search gets its turn at the line, hit
*> or not by an earlier one.  A match by a search allowed to see
*> the report makes the line a hit, is logged as granted and sends
*> the page to SRCHREQ for the search's requester; a match by one
*> not allowed is withheld: logged, counted, and not a hit.
*>***************************************************************
 SRC-MATCH-LINE.
     MOVE 'N' TO SRC-HIT-SW.
     PERFORM SRC-MATCH-ONE-PARM THRU SRC-MATCH-ONE-PARM-EXIT
         VARYING SRC-PT-SUB FROM 1 BY 1
         UNTIL SRC-PT-SUB > SRC-PT-COUNT.
 SRC-MATCH-LINE-EXIT.
     EXIT.
 SRC-MATCH-ONE-PARM.
     END-IF.
     COMPUTE SRC-SCAN-LIMIT
         = 133 - SRC-PT-LENGTH(SRC-PT-SUB).
     MOVE 'N' TO SRC-PARM-DONE-SW.
     PERFORM SRC-MATCH-OFFSET-STEP THRU SRC-MATCH-OFFSET-STEP-EXIT
         VARYING SRC-SCAN-IDX FROM 1 BY 1
         UNTIL SRC-SCAN-IDX > SRC-SCAN-LIMIT
            OR SRC-PARM-DONE.
 SRC-MATCH-ONE-PARM-EXIT.
     EXIT.
 SRC-MATCH-OFFSET-STEP.
     IF LCPA-LIN-DATA(SRC-SCAN-IDX:SRC-PT-LENGTH(SRC-PT-SUB))
         = SRC-PT-STRING(SRC-PT-SUB)(1:SRC-PT-LENGTH(SRC-PT-SUB))
         MOVE 'Y' TO SRC-PARM-DONE-SW
         MOVE SRC-PT-SUB TO SRC-LOG-PT-SUB
         IF SRC-PT-ALLOWED(SRC-PT-SUB)
             MOVE 'Y' TO SRC-HIT-SW
             MOVE 'G' TO SRC-LOG-RESULT
             PERFORM SRC-LOG-ACCESS THRU SRC-LOG-ACCESS-EXIT
             PERFORM SRC-WRITE-REQUEST THRU SRC-WRITE-REQUEST-EXIT
         ELSE
             ADD 1 TO SRC-WITHHELD-COUNT
             MOVE 'W' TO SRC-LOG-RESULT
             PERFORM SRC-LOG-ACCESS THRU SRC-LOG-ACCESS-EXIT
         END-IF
     END-IF.
 SRC-MATCH-OFFSET-STEP-EXIT.
     EXIT.
*>***************************************************************
*> SRC-LOG-ACCESS logs the page the scan is on for the search at
*> SRC-LOG-PT-SUB, unless the report is unrestricted or that
*> search has already been logged for this page.
*>***************************************************************
 SRC-LOG-ACCESS.
     IF SRC-CUR-CLASS = SPACE
         GO TO SRC-LOG-ACCESS-EXIT
     END-IF.
     IF SRC-PT-LOG-REPORT-ID(SRC-LOG-PT-SUB) = LCPA-REPORT-ID
         AND SRC-PT-LOG-RUN-DATE(SRC-LOG-PT-SUB) = LCPA-RUN-DATE
         AND SRC-PT-LOG-PAGE-NO(SRC-LOG-PT-SUB) = LCPA-PAGE-NO
         GO TO SRC-LOG-ACCESS-EXIT
     END-IF.
     MOVE LCPA-REPORT-ID TO SRC-PT-LOG-REPORT-ID(SRC-LOG-PT-SUB).
     MOVE LCPA-RUN-DATE  TO SRC-PT-LOG-RUN-DATE(SRC-LOG-PT-SUB).
     MOVE LCPA-PAGE-NO   TO SRC-PT-LOG-PAGE-NO(SRC-LOG-PT-SUB).
     MOVE SPACES TO LCPY-RECORD.
     ACCEPT LCPY-DATE FROM DATE YYYYMMDD.
     ACCEPT LCPY-TIME FROM TIME.
     MOVE 'PRTSRCH'         TO LCPY-PROGRAM.
     MOVE SRC-PT-REQUESTER(SRC-LOG-PT-SUB) TO LCPY-REQUESTER-ID.
     MOVE LCPA-REPORT-ID    TO LCPY-REPORT-ID.
     MOVE LCPA-RUN-DATE     TO LCPY-RUN-DATE.
     MOVE SRC-CUR-CLASS     TO LCPY-CLASS.
     MOVE LCPA-PAGE-NO      TO LCPY-FROM-PAGE.
     MOVE LCPA-PAGE-NO      TO LCPY-TO-PAGE.
     MOVE SRC-LOG-RESULT    TO LCPY-RESULT.
     IF SRC-LOG-RESULT = 'G'
         MOVE 1             TO LCPY-PAGES
     ELSE
         MOVE ZERO          TO LCPY-PAGES
     END-IF.
     WRITE LCPY-RECORD.
 SRC-LOG-ACCESS-EXIT.
     EXIT.
*>***************************************************************
*> SRC-WRITE-REQUEST sends the page the scan is on to SRCHREQ for
*> the requester of the search at SRC-LOG-PT-SUB, unless one of
*> that requester's searches has already sent it -- PRTREPRT
*> reprints pages, not lines, so one request per page is enough.
*>***************************************************************
 SRC-WRITE-REQUEST.
     MOVE 'N' TO SRC-REQ-SENT-SW.
     PERFORM SRC-FIND-REQUEST-STEP THRU SRC-FIND-REQUEST-STEP-EXIT
         VARYING SRC-REQ-PT-SUB FROM 1 BY 1
         UNTIL SRC-REQ-PT-SUB > SRC-PT-COUNT
            OR SRC-REQ-ALREADY-SENT.
     IF SRC-REQ-ALREADY-SENT
         GO TO SRC-WRITE-REQUEST-EXIT
     END-IF.
     MOVE LCPA-REPORT-ID TO SRC-PT-REQ-REPORT-ID(SRC-LOG-PT-SUB).
     MOVE LCPA-RUN-DATE  TO SRC-PT-REQ-RUN-DATE(SRC-LOG-PT-SUB).
     MOVE LCPA-PAGE-NO   TO SRC-PT-REQ-PAGE-NO(SRC-LOG-PT-SUB).
     ADD 1 TO SRC-PAGE-COUNT.
     MOVE LCPA-REPORT-ID TO SRC-REQ-REPORT-ID.
     MOVE LCPA-RUN-DATE  TO SRC-REQ-RUN-DATE.
     MOVE LCPA-PAGE-NO   TO SRC-REQ-FROM-PAGE.
     MOVE LCPA-PAGE-NO   TO SRC-REQ-TO-PAGE.
     MOVE SRC-PT-REQUESTER(SRC-LOG-PT-SUB) TO SRC-REQ-REQUESTER.
     WRITE SRC-REQ-REC.
 SRC-WRITE-REQUEST-EXIT.
     EXIT.
 SRC-FIND-REQUEST-STEP.
     IF SRC-PT-REQUESTER(SRC-REQ-PT-SUB)
         = SRC-PT-REQUESTER(SRC-LOG-PT-SUB)
         AND SRC-PT-REQ-REPORT-ID(SRC-REQ-PT-SUB) = LCPA-REPORT-ID
         AND SRC-PT-REQ-RUN-DATE(SRC-REQ-PT-SUB) = LCPA-RUN-DATE
         AND SRC-PT-REQ-PAGE-NO(SRC-REQ-PT-SUB) = LCPA-PAGE-NO
         MOVE 'Y' TO SRC-REQ-SENT-SW
     END-IF.
 SRC-FIND-REQUEST-STEP-EXIT.
     EXIT.
*>***************************************************************
*> SRC-REPORT-HIT prints the hit: the page's full identity first
*> (the line the operator reads to the branch), the held context
*> lines, then the matching line itself, once however many of the
*> searches hit the line.
*>***************************************************************
 SRC-REPORT-HIT.
     MOVE SPACES TO SRC-RPT-LINE.
         DELIMITED BY SIZE
         INTO SRC-RPT-LINE.
     WRITE SRC-RPT-LINE.
 SRC-REPORT-HIT-EXIT.
     EXIT.
 SRC-WRITE-TRAILER.
             TO SRC-RPT-LINE
         WRITE SRC-RPT-LINE
     END-IF.
     IF SRC-SENS-TABLE-FULL
         MOVE SPACES TO SRC-RPT-LINE
         MOVE 'WARNING  OVER 500 RESTRICTED REPORTS - EXCESS WITHHELD'
             TO SRC-RPT-LINE
         WRITE SRC-RPT-LINE
     END-IF.
     IF SRC-AUTH-TABLE-FULL
         MOVE SPACES TO SRC-RPT-LINE
         MOVE 'WARNING  OVER 200 AUTHORIZED REQUESTERS - EXCESS REFUSED'
             TO SRC-RPT-LINE
         WRITE SRC-RPT-LINE
     END-IF.
     MOVE SPACES TO SRC-RPT-LINE.
     WRITE SRC-RPT-LINE.
     MOVE SPACES TO SRC-RPT-LINE.
     STRING 'TOTALS  SEARCHES=' SRC-PT-COUNT
         ' REJECTED=' SRC-REJECTED-COUNT
         ' RECORDS=' SRC-RECORDS-READ
         ' HITS=' SRC-HIT-COUNT
         ' WITHHELD=' SRC-WITHHELD-COUNT
         ' PAGES-TO-SRCHREQ=' SRC-PAGE-COUNT
         DELIMITED BY SIZE
         INTO SRC-RPT-LINE.
