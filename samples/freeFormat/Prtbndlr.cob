*>                    single page range.  Reports the archive holds
*>                    nothing for are listed on BNDLLST rather than
*>                    shipped as banner-and-trailer around nothing.
*>   2026-10-15  RSL  BNDLPARM may now carry any number of rebuild
*>                    requests, each taken in turn, and a request may
*>                    narrow itself to one report id and one copy, so
*>                    the rebuild requests PRTDLVX writes for overdue
*>                    bundles can be fed in as they stand.  A single
*>                    request without the new columns rebuilds
*>                    exactly what it always did.
*>   2026-10-15  RSL  A request must now carry its requester id in
*>                    columns 45-52; one without is listed and not
*>                    worked.  A report with a sensitivity class on
*>                    the report master is rebuilt only when SECAUTH
*>                    authorizes both the requester and the bundle's
*>                    recipient for the class, and every such
*>                    rebuild, made or refused, is logged on
*>                    ACCSLOG.  Without RPTMAST no class can be
*>                    checked and nothing is rebuilt.
*>   2026-10-15  RSL  Once the report master has more restricted ids
*>                    than the 500 the table holds, a report not in
*>                    the table is refused as of unknown class and
*>                    logged withheld, rather than rebuilt unchecked.
*>
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
     SELECT BNDL-LST-FILE    ASSIGN TO BNDLLST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS BDL-LST-STATUS.
     SELECT RMST-FILE        ASSIGN TO RPTMAST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS BDL-RMST-STATUS.
     SELECT AUTH-FILE        ASSIGN TO SECAUTH
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS BDL-AUTH-STATUS.
     SELECT ACCS-FILE        ASSIGN TO ACCSLOG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS BDL-ACCS-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  ROUT-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPARCH.
*>***************************************************************
*> Each BNDLPARM record names one thing to rebuild, fixed columns:
*>   1     'R' = rebuild one recipient's bundle,
*>         'D' = rebuild every bundle of a delivery point
*>   3-22  the recipient name ('R') or delivery point ('D' --
*>         only the first eight positions are significant)
*>   24-31 run date (YYYYMMDD) of the printing being rebuilt
*>   33-40 report id to rebuild, blank = every report the
*>         recipient or delivery point gets
*>   42-43 copy number to rebuild, blank or zero = every copy
*>   45-52 requester id, required
*>***************************************************************
 FD  PARM-FILE
     LABEL RECORDS ARE STANDARD.
     05  BDL-PARM-VALUE          PIC X(20).
     05  FILLER                  PIC X(01).
     05  BDL-PARM-RUN-DATE       PIC 9(08).
     05  FILLER                  PIC X(01).
     05  BDL-PARM-REPORT-ID      PIC X(08).
     05  FILLER                  PIC X(01).
     05  BDL-PARM-COPY-NO        PIC X(02).
     05  FILLER                  PIC X(01).
     05  BDL-PARM-REQUESTER      PIC X(08).
 FD  BNDL-OUT-FILE
     LABEL RECORDS ARE STANDARD.
 01  BDL-OUT-LINE                PIC X(132).
 FD  BNDL-LST-FILE
     LABEL RECORDS ARE STANDARD.
 01  BDL-LST-LINE                PIC X(132).
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
 77  BDL-ROUT-STATUS             PIC XX     VALUE '00'.
     88  BDL-ROUT-FILE-EOF                  VALUE '10'.
     88  BDL-ARCH-FILE-NOT-FOUND            VALUE '35'.
 77  BDL-PARM-STATUS             PIC XX     VALUE '00'.
     88  BDL-PARM-FILE-OK                   VALUE '00'.
     88  BDL-PARM-FILE-EOF                  VALUE '10'.
 77  BDL-OUT-STATUS              PIC XX     VALUE '00'.
 77  BDL-LST-STATUS              PIC XX     VALUE '00'.
 77  BDL-RMST-STATUS             PIC XX     VALUE '00'.
     88  BDL-RMST-FILE-EOF                  VALUE '10'.
     88  BDL-RMST-FILE-NOT-FOUND            VALUE '35'.
 77  BDL-AUTH-STATUS             PIC XX     VALUE '00'.
     88  BDL-AUTH-FILE-EOF                  VALUE '10'.
     88  BDL-AUTH-FILE-NOT-FOUND            VALUE '35'.
 77  BDL-ACCS-STATUS             PIC XX     VALUE '00'.
     88  BDL-ACCS-FILE-NOT-FOUND            VALUE '35'.
 77  BDL-PARM-FOUND-SW           PIC X(01)  VALUE 'N'.
     88  BDL-PARM-WAS-READ                  VALUE 'Y'.
 77  BDL-REQUEST-TYPE            PIC X(01)  VALUE SPACE.
 77  BDL-REQUEST-VALUE           PIC X(20)  VALUE SPACES.
 77  BDL-RUN-DATE                PIC 9(08)  VALUE ZERO.
 77  BDL-REQUEST-REPORT-ID       PIC X(08)  VALUE SPACES.
 77  BDL-REQUEST-COPY            PIC 9(02)  VALUE ZERO.
 77  BDL-REQUEST-COUNT           PIC 9(05)  VALUE ZERO.
 77  BDL-FIRST-COPY              PIC 9(02)  VALUE ZERO.
 77  BDL-LAST-COPY               PIC 9(02)  VALUE ZERO.
 77  BDL-REQUESTER               PIC X(08)  VALUE SPACES.
*>***************************************************************
*> BDL-SENS-TABLE holds the report ids the report master gives a
*> sensitivity class, and BDL-AUTH-TABLE every SECAUTH entry,
*> recipients and requester ids alike, both loaded once.  Once the
*> master has more restricted ids than the table holds, a report
*> not in it may be one of the excess: its class is taken as
*> unknown ('*') and the rebuild refused.
*>***************************************************************
 01  BDL-SENS-TABLE.
     05  BDL-SENS-ENTRY OCCURS 500 TIMES.
         10  BDL-SENS-REPORT-ID  PIC X(08).
         10  BDL-SENS-CLASS      PIC X(01).
 77  BDL-SENS-COUNT              PIC 9(03)  VALUE ZERO.
 77  BDL-SENS-SUB                PIC 9(03)  VALUE ZERO.
 77  BDL-SENS-FULL-SW            PIC X(01)  VALUE 'N'.
     88  BDL-SENS-TABLE-FULL                VALUE 'Y'.
 01  BDL-AUTH-TABLE.
     05  BDL-AUTH-ENTRY OCCURS 300 TIMES.
         10  BDL-AUTH-CLASS      PIC X(01).
         10  BDL-AUTH-TYPE       PIC X(01).
         10  BDL-AUTH-ID         PIC X(20).
 77  BDL-AUTH-COUNT              PIC 9(03)  VALUE ZERO.
 77  BDL-AUTH-SUB                PIC 9(03)  VALUE ZERO.
 77  BDL-AUTH-FULL-SW            PIC X(01)  VALUE 'N'.
     88  BDL-AUTH-TABLE-FULL                VALUE 'Y'.
 77  BDL-RMST-MISSING-SW         PIC X(01)  VALUE 'N'.
     88  BDL-RMST-MISSING                   VALUE 'Y'.
 77  BDL-REPORT-CLASS            PIC X(01)  VALUE SPACE.
 77  BDL-AUTH-WANTED-TYPE        PIC X(01)  VALUE SPACE.
 77  BDL-AUTH-WANTED-ID          PIC X(20)  VALUE SPACES.
 77  BDL-AUTH-FOUND-SW           PIC X(01)  VALUE 'N'.
     88  BDL-AUTH-FOUND                     VALUE 'Y'.
 77  BDL-REFUSE-REASON           PIC X(40)  VALUE SPACES.
 77  BDL-ENTRY-PAGES             PIC 9(05)  VALUE ZERO.
 77  BDL-REFUSED-COUNT           PIC 9(05)  VALUE ZERO.
*>***************************************************************
*> BDL-ROUT-TABLE holds only the routing entries the request
*> being worked covers -- the one recipient's, or every entry
*> delivered to the named point, narrowed to the one report if the
*> request names it -- in ROUTMAST order, which is the order
*> PRTBURST bundles in.  It is reloaded for every request.
*>***************************************************************
 01  BDL-ROUT-TABLE.
     05  BDL-ROUT-ENTRY OCCURS 100 TIMES.
 BDL-MAINLINE SECTION.
     PERFORM BDL-INITIALIZE THRU BDL-INITIALIZE-EXIT.
     IF BDL-PARM-WAS-READ
         PERFORM BDL-OPEN-ARCHIVE THRU BDL-OPEN-ARCHIVE-EXIT
         PERFORM BDL-PROCESS-REQUEST THRU BDL-PROCESS-REQUEST-EXIT
             UNTIL BDL-PARM-FILE-EOF
         CLOSE PARM-FILE
         IF NOT BDL-ARCH-FILE-NOT-FOUND
             CLOSE ARCH-FILE
         END-IF
     END-IF.
     PERFORM BDL-WRITE-TRAILER THRU BDL-WRITE-TRAILER-EXIT.
     CLOSE BNDL-OUT-FILE BNDL-LST-FILE ACCS-FILE.
     STOP RUN.
 BDL-MAINLINE-EXIT.
     EXIT.
*>***************************************************************
*> BDL-INITIALIZE reads the first rebuild request and starts the
*> output and the listing.  No parameter record means nothing to
*> rebuild: said on the console and on the listing, and the job
*> ends with an empty BNDLOUT rather than guessing a recipient.
*>***************************************************************
 BDL-INITIALIZE.
     OPEN OUTPUT BNDL-OUT-FILE.
     WRITE BDL-LST-LINE.
     MOVE SPACES TO BDL-LST-LINE.
     WRITE BDL-LST-LINE.
     PERFORM BDL-LOAD-SECURITY THRU BDL-LOAD-SECURITY-EXIT.
     OPEN INPUT PARM-FILE.
     IF BDL-PARM-FILE-OK
         PERFORM BDL-READ-PARM THRU BDL-READ-PARM-EXIT
         IF NOT BDL-PARM-WAS-READ
             CLOSE PARM-FILE
         END-IF
     END-IF.
     IF NOT BDL-PARM-WAS-READ
         DISPLAY 'PRTBNDLR: NO REBUILD REQUEST ON BNDLPARM'
         MOVE 'NO REBUILD REQUEST ON BNDLPARM - NOTHING DONE'
             TO BDL-LST-LINE
         WRITE BDL-LST-LINE
     END-IF.
 BDL-INITIALIZE-EXIT.
     EXIT.
 BDL-READ-PARM.
     READ PARM-FILE
         AT END
             SET BDL-PARM-FILE-EOF TO TRUE
         NOT AT END
             MOVE 'Y' TO BDL-PARM-FOUND-SW
             MOVE BDL-PARM-TYPE      TO BDL-REQUEST-TYPE
             MOVE BDL-PARM-VALUE     TO BDL-REQUEST-VALUE
             MOVE BDL-PARM-RUN-DATE  TO BDL-RUN-DATE
             MOVE BDL-PARM-REPORT-ID TO BDL-REQUEST-REPORT-ID
             MOVE BDL-PARM-REQUESTER TO BDL-REQUESTER
             IF BDL-PARM-COPY-NO IS NUMERIC
                 MOVE BDL-PARM-COPY-NO TO BDL-REQUEST-COPY
             ELSE
                 MOVE ZERO TO BDL-REQUEST-COPY
             END-IF
     END-READ.
 BDL-READ-PARM-EXIT.
     EXIT.
*>***************************************************************
*> BDL-LOAD-SECURITY loads the restricted report ids and the whole
*> authorization list, and opens the access log (created the
*> first time it does not yet exist).  A missing report master is
*> said on the listing: no class can be checked, so every bundle
*> is refused.  A missing SECAUTH simply authorizes nobody.
*>***************************************************************
 BDL-LOAD-SECURITY.
     OPEN INPUT RMST-FILE.
     IF BDL-RMST-FILE-NOT-FOUND
         MOVE 'Y' TO BDL-RMST-MISSING-SW
         DISPLAY 'PRTBNDLR: NO RPTMAST - NOTHING CAN BE REBUILT'
         MOVE SPACES TO BDL-LST-LINE
         MOVE 'WARNING    NO RPTMAST - CLASSES UNKNOWN, NOTHING REBUILT'
             TO BDL-LST-LINE
         WRITE BDL-LST-LINE
     ELSE
         PERFORM BDL-LOAD-SENS-RECORD THRU BDL-LOAD-SENS-RECORD-EXIT
             UNTIL BDL-RMST-FILE-EOF
         CLOSE RMST-FILE
     END-IF.
     OPEN INPUT AUTH-FILE.
     IF BDL-AUTH-FILE-NOT-FOUND
         SET BDL-AUTH-FILE-EOF TO TRUE
     ELSE
         PERFORM BDL-LOAD-AUTH-RECORD THRU BDL-LOAD-AUTH-RECORD-EXIT
             UNTIL BDL-AUTH-FILE-EOF
         CLOSE AUTH-FILE
     END-IF.
     OPEN EXTEND ACCS-FILE.
     IF BDL-ACCS-FILE-NOT-FOUND
         OPEN OUTPUT ACCS-FILE
     END-IF.
 BDL-LOAD-SECURITY-EXIT.
     EXIT.
 BDL-LOAD-SENS-RECORD.
     READ RMST-FILE
         AT END
             SET BDL-RMST-FILE-EOF TO TRUE
         NOT AT END
             IF LCPM-SENS-CLASS NOT = SPACE
                 IF BDL-SENS-COUNT < 500
                     ADD 1 TO BDL-SENS-COUNT
                     MOVE LCPM-REPORT-ID
                         TO BDL-SENS-REPORT-ID(BDL-SENS-COUNT)
                     MOVE LCPM-SENS-CLASS
                         TO BDL-SENS-CLASS(BDL-SENS-COUNT)
                 ELSE
                     MOVE 'Y' TO BDL-SENS-FULL-SW
                 END-IF
             END-IF
     END-READ.
 BDL-LOAD-SENS-RECORD-EXIT.
     EXIT.
 BDL-LOAD-AUTH-RECORD.
     READ AUTH-FILE
         AT END
             SET BDL-AUTH-FILE-EOF TO TRUE
         NOT AT END
             IF BDL-AUTH-COUNT < 300
                 ADD 1 TO BDL-AUTH-COUNT
                 MOVE LCPS-CLASS
                     TO BDL-AUTH-CLASS(BDL-AUTH-COUNT)
                 MOVE LCPS-ENTRY-TYPE
                     TO BDL-AUTH-TYPE(BDL-AUTH-COUNT)
                 MOVE LCPS-AUTH-ID
                     TO BDL-AUTH-ID(BDL-AUTH-COUNT)
                 IF LCPS-ENTRY-TYPE = 'U'
                     MOVE SPACES
                         TO BDL-AUTH-ID(BDL-AUTH-COUNT)(9:12)
                 END-IF
             ELSE
                 MOVE 'Y' TO BDL-AUTH-FULL-SW
             END-IF
     END-READ.
 BDL-LOAD-AUTH-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> BDL-PROCESS-REQUEST works one rebuild request to the end --
*> routing entries it covers, then every copy each is owed -- and
*> reads the next.
*>***************************************************************
 BDL-PROCESS-REQUEST.
     ADD 1 TO BDL-REQUEST-COUNT.
     MOVE SPACES TO BDL-LST-LINE.
     STRING 'REQUEST    TYPE=' BDL-REQUEST-TYPE
         ' FOR=' BDL-REQUEST-VALUE
         ' RUN-DATE=' BDL-RUN-DATE
         ' RPT=' BDL-REQUEST-REPORT-ID
         ' COPY=' BDL-REQUEST-COPY
         ' BY=' BDL-REQUESTER
         DELIMITED BY SIZE
         INTO BDL-LST-LINE.
     WRITE BDL-LST-LINE.
     IF BDL-REQUESTER = SPACES
         ADD 1 TO BDL-REFUSED-COUNT
         MOVE SPACES TO BDL-LST-LINE
         MOVE 'REFUSED    NO REQUESTER ID ON THE REQUEST - NOT WORKED'
             TO BDL-LST-LINE
         WRITE BDL-LST-LINE
     ELSE
         PERFORM BDL-LOAD-ROUTING THRU BDL-LOAD-ROUTING-EXIT
         PERFORM BDL-REBUILD-ONE-ENTRY THRU BDL-REBUILD-ONE-ENTRY-EXIT
             VARYING BDL-ROUT-SUB FROM 1 BY 1
             UNTIL BDL-ROUT-SUB > BDL-ROUT-COUNT
     END-IF.
     PERFORM BDL-READ-PARM THRU BDL-READ-PARM-EXIT.
 BDL-PROCESS-REQUEST-EXIT.
     EXIT.
*>***************************************************************
*> BDL-LOAD-ROUTING keeps the routing entries the request names:
*> the one recipient's entries on a 'R' request, every entry whose
*> delivery point matches on a 'D' request -- only the named
*> report's, when the request names one.  Nothing matching is
*> worth saying in as many words -- a misspelled recipient must
*> not look like a recipient who gets no reports.
*>***************************************************************
 BDL-LOAD-ROUTING.
     MOVE ZERO TO BDL-ROUT-COUNT.
     OPEN INPUT ROUT-FILE.
     IF BDL-ROUT-FILE-NOT-FOUND
         SET BDL-ROUT-FILE-EOF TO TRUE
                 AND LCPR-RECIPIENT = BDL-REQUEST-VALUE)
                 OR (BDL-REQUEST-TYPE = 'D'
                 AND LCPR-DELIVERY-POINT = BDL-REQUEST-VALUE(1:8))
                 IF BDL-REQUEST-REPORT-ID NOT = SPACES
                     AND LCPR-REPORT-ID NOT = BDL-REQUEST-REPORT-ID
                     CONTINUE
                 ELSE
                     PERFORM BDL-KEEP-ROUT-ENTRY
                         THRU BDL-KEEP-ROUT-ENTRY-EXIT
                 END-IF
             END-IF
     END-READ.
 BDL-LOAD-ROUT-RECORD-EXIT.
     EXIT.
 BDL-KEEP-ROUT-ENTRY.
     IF BDL-ROUT-COUNT < 100
         ADD 1 TO BDL-ROUT-COUNT
         MOVE LCPR-REPORT-ID
             TO BDL-ROUT-REPORT-ID(BDL-ROUT-COUNT)
         MOVE LCPR-RECIPIENT
             TO BDL-ROUT-RECIPIENT(BDL-ROUT-COUNT)
         MOVE LCPR-DELIVERY-POINT
             TO BDL-ROUT-DELIVERY(BDL-ROUT-COUNT)
         MOVE LCPR-COPY-COUNT
             TO BDL-ROUT-COPIES(BDL-ROUT-COUNT)
     ELSE
         MOVE 'Y' TO BDL-ROUT-FULL-SW
     END-IF.
 BDL-KEEP-ROUT-ENTRY-EXIT.
     EXIT.
 BDL-OPEN-ARCHIVE.
     OPEN INPUT ARCH-FILE.
     IF BDL-ARCH-FILE-NOT-FOUND
*> owed, exactly as PRTBURST does on the live spool -- banner page
*> in front, the report's archived pages, trailer behind.  A
*> report the archive holds nothing for on the requested date gets
*> a listing line instead of an empty bundle.  A request naming one
*> copy gets that copy alone, numbered as it was originally; a copy
*> number beyond what the recipient takes is listed, not made.
*> A restricted report is refused, and listed, unless both the
*> requester and the recipient are authorized for its class;
*> either way the rebuild is logged on the access log.
*>***************************************************************
 BDL-REBUILD-ONE-ENTRY.
     PERFORM BDL-CHECK-AUTHORITY THRU BDL-CHECK-AUTHORITY-EXIT.
     IF BDL-REFUSE-REASON NOT = SPACES
         ADD 1 TO BDL-REFUSED-COUNT
         MOVE SPACES TO BDL-LST-LINE
         STRING 'REFUSED    RPT=' BDL-ROUT-REPORT-ID(BDL-ROUT-SUB)
             ' RECIPIENT=' BDL-ROUT-RECIPIENT(BDL-ROUT-SUB)
             ' CLASS=' BDL-REPORT-CLASS
             ' - ' BDL-REFUSE-REASON
             DELIMITED BY SIZE
             INTO BDL-LST-LINE
         WRITE BDL-LST-LINE
         IF BDL-REPORT-CLASS NOT = SPACE
             PERFORM BDL-LOG-ACCESS THRU BDL-LOG-ACCESS-EXIT
         END-IF
         GO TO BDL-REBUILD-ONE-ENTRY-EXIT
     END-IF.
     MOVE ZERO TO BDL-ENTRY-PAGES.
     PERFORM BDL-PROBE-ARCHIVE THRU BDL-PROBE-ARCHIVE-EXIT.
     IF NOT BDL-START-POSITIONED
         ADD 1 TO BDL-EMPTY-COUNT
         IF BDL-COPIES-THIS-ENTRY = ZERO
             MOVE 1 TO BDL-COPIES-THIS-ENTRY
         END-IF
         MOVE 1 TO BDL-FIRST-COPY
         MOVE BDL-COPIES-THIS-ENTRY TO BDL-LAST-COPY
         IF BDL-REQUEST-COPY > ZERO
             MOVE BDL-REQUEST-COPY TO BDL-FIRST-COPY
             MOVE BDL-REQUEST-COPY TO BDL-LAST-COPY
         END-IF
         IF BDL-LAST-COPY > BDL-COPIES-THIS-ENTRY
             MOVE SPACES TO BDL-LST-LINE
             STRING 'NO COPY    RPT=' BDL-ROUT-REPORT-ID(BDL-ROUT-SUB)
                 ' RECIPIENT=' BDL-ROUT-RECIPIENT(BDL-ROUT-SUB)
                 ' COPY=' BDL-REQUEST-COPY
                 ' - RECIPIENT TAKES ' BDL-COPIES-THIS-ENTRY
                 DELIMITED BY SIZE
                 INTO BDL-LST-LINE
             WRITE BDL-LST-LINE
         ELSE
             PERFORM BDL-REBUILD-ONE-COPY
                 THRU BDL-REBUILD-ONE-COPY-EXIT
                 VARYING BDL-COPY-SUB FROM BDL-FIRST-COPY BY 1
                 UNTIL BDL-COPY-SUB > BDL-LAST-COPY
         END-IF
     END-IF.
     IF BDL-REPORT-CLASS NOT = SPACE
         PERFORM BDL-LOG-ACCESS THRU BDL-LOG-ACCESS-EXIT
     END-IF.
 BDL-REBUILD-ONE-ENTRY-EXIT.
     EXIT.
*>***************************************************************
*> BDL-CHECK-AUTHORITY finds the entry's report class and leaves
*> BDL-REFUSE-REASON blank when the rebuild may go ahead: always
*> for an unrestricted report, for a restricted one only when
*> SECAUTH holds a 'U' entry for the requester and a 'R' entry for
*> the recipient against its class, never for one of unknown class.
*>***************************************************************
 BDL-CHECK-AUTHORITY.
     MOVE SPACES TO BDL-REFUSE-REASON.
     MOVE SPACE TO BDL-REPORT-CLASS.
     IF BDL-RMST-MISSING
         MOVE 'NO RPTMAST, CLASS UNKNOWN' TO BDL-REFUSE-REASON
         GO TO BDL-CHECK-AUTHORITY-EXIT
     END-IF.
     PERFORM BDL-FIND-CLASS-STEP THRU BDL-FIND-CLASS-STEP-EXIT
         VARYING BDL-SENS-SUB FROM 1 BY 1
         UNTIL BDL-SENS-SUB > BDL-SENS-COUNT
            OR BDL-REPORT-CLASS NOT = SPACE.
     IF BDL-REPORT-CLASS = SPACE
         AND BDL-SENS-TABLE-FULL
         MOVE '*' TO BDL-REPORT-CLASS
         MOVE 'CLASS UNKNOWN, OVER 500 RESTRICTED'
             TO BDL-REFUSE-REASON
         GO TO BDL-CHECK-AUTHORITY-EXIT
     END-IF.
     IF BDL-REPORT-CLASS = SPACE
         GO TO BDL-CHECK-AUTHORITY-EXIT
     END-IF.
     MOVE 'U' TO BDL-AUTH-WANTED-TYPE.
     MOVE BDL-REQUESTER TO BDL-AUTH-WANTED-ID.
     PERFORM BDL-FIND-AUTH THRU BDL-FIND-AUTH-EXIT.
     IF NOT BDL-AUTH-FOUND
         STRING 'REQUESTER ' BDL-REQUESTER ' NOT AUTHORIZED'
             DELIMITED BY SIZE
             INTO BDL-REFUSE-REASON
         GO TO BDL-CHECK-AUTHORITY-EXIT
     END-IF.
     MOVE 'R' TO BDL-AUTH-WANTED-TYPE.
     MOVE BDL-ROUT-RECIPIENT(BDL-ROUT-SUB) TO BDL-AUTH-WANTED-ID.
     PERFORM BDL-FIND-AUTH THRU BDL-FIND-AUTH-EXIT.
     IF NOT BDL-AUTH-FOUND
         MOVE 'RECIPIENT NOT AUTHORIZED' TO BDL-REFUSE-REASON
     END-IF.
 BDL-CHECK-AUTHORITY-EXIT.
     EXIT.
 BDL-FIND-CLASS-STEP.
     IF BDL-SENS-REPORT-ID(BDL-SENS-SUB)
         = BDL-ROUT-REPORT-ID(BDL-ROUT-SUB)
         MOVE BDL-SENS-CLASS(BDL-SENS-SUB) TO BDL-REPORT-CLASS
     END-IF.
 BDL-FIND-CLASS-STEP-EXIT.
     EXIT.
 BDL-FIND-AUTH.
     MOVE 'N' TO BDL-AUTH-FOUND-SW.
     PERFORM BDL-FIND-AUTH-STEP THRU BDL-FIND-AUTH-STEP-EXIT
         VARYING BDL-AUTH-SUB FROM 1 BY 1
         UNTIL BDL-AUTH-SUB > BDL-AUTH-COUNT
            OR BDL-AUTH-FOUND.
 BDL-FIND-AUTH-EXIT.
     EXIT.
 BDL-FIND-AUTH-STEP.
     IF BDL-AUTH-CLASS(BDL-AUTH-SUB) = BDL-REPORT-CLASS
         AND BDL-AUTH-TYPE(BDL-AUTH-SUB) = BDL-AUTH-WANTED-TYPE
         AND BDL-AUTH-ID(BDL-AUTH-SUB) = BDL-AUTH-WANTED-ID
         MOVE 'Y' TO BDL-AUTH-FOUND-SW
     END-IF.
 BDL-FIND-AUTH-STEP-EXIT.
     EXIT.
*>***************************************************************
*> BDL-LOG-ACCESS logs one restricted routing entry's rebuild:
*> granted with the pages rebuilt across its copies (pages one
*> through the report's last, none when the archive held nothing),
*> or withheld with none.
*>***************************************************************
 BDL-LOG-ACCESS.
     MOVE SPACES TO LCPY-RECORD.
     ACCEPT LCPY-DATE FROM DATE YYYYMMDD.
     ACCEPT LCPY-TIME FROM TIME.
     MOVE 'PRTBNDLR'        TO LCPY-PROGRAM.
     MOVE BDL-REQUESTER     TO LCPY-REQUESTER-ID.
     MOVE BDL-ROUT-REPORT-ID(BDL-ROUT-SUB) TO LCPY-REPORT-ID.
     MOVE BDL-RUN-DATE      TO LCPY-RUN-DATE.
     MOVE BDL-REPORT-CLASS  TO LCPY-CLASS.
     MOVE BDL-ROUT-RECIPIENT(BDL-ROUT-SUB) TO LCPY-RECIPIENT.
     IF BDL-REFUSE-REASON = SPACES
         IF BDL-ENTRY-PAGES = ZERO
             MOVE ZERO                  TO LCPY-FROM-PAGE
             MOVE ZERO                  TO LCPY-TO-PAGE
         ELSE
             MOVE 1                     TO LCPY-FROM-PAGE
             MOVE BDL-BUNDLE-PAGE-COUNT TO LCPY-TO-PAGE
         END-IF
         MOVE BDL-ENTRY-PAGES       TO LCPY-PAGES
         MOVE 'G'                   TO LCPY-RESULT
     ELSE
         MOVE ZERO                  TO LCPY-FROM-PAGE
         MOVE ZERO                  TO LCPY-TO-PAGE
         MOVE ZERO                  TO LCPY-PAGES
         MOVE 'W'                   TO LCPY-RESULT
     END-IF.
     WRITE LCPY-RECORD.
 BDL-LOG-ACCESS-EXIT.
     EXIT.
*>***************************************************************
*> BDL-PROBE-ARCHIVE STARTs the archive at this entry's report and
*> the requested date and peeks one record ahead, so an empty
*> report is known before a banner has been laid down for it.
     PERFORM BDL-WRITE-BUNDLE-TRAILER
         THRU BDL-WRITE-BUNDLE-TRAILER-EXIT.
     ADD 1 TO BDL-BUNDLE-COUNT.
     ADD BDL-BUNDLE-PAGE-COUNT TO BDL-ENTRY-PAGES.
     MOVE SPACES TO BDL-LST-LINE.
     STRING 'REBUILT    RPT=' BDL-ROUT-REPORT-ID(BDL-ROUT-SUB)
         ' RECIPIENT=' BDL-ROUT-RECIPIENT(BDL-ROUT-SUB)
             TO BDL-LST-LINE
         WRITE BDL-LST-LINE
     END-IF.
     IF BDL-SENS-TABLE-FULL
         MOVE SPACES TO BDL-LST-LINE
         MOVE 'WARNING    OVER 500 RESTRICTED REPORTS - EXCESS WITHHELD'
             TO BDL-LST-LINE
         WRITE BDL-LST-LINE
     END-IF.
     IF BDL-AUTH-TABLE-FULL
         MOVE SPACES TO BDL-LST-LINE
         MOVE 'WARNING    OVER 300 SECAUTH ENTRIES - EXCESS IGNORED'
             TO BDL-LST-LINE
         WRITE BDL-LST-LINE
     END-IF.
     MOVE SPACES TO BDL-LST-LINE.
     WRITE BDL-LST-LINE.
     MOVE SPACES TO BDL-LST-LINE.
     STRING 'TOTALS  REQUESTS=' BDL-REQUEST-COUNT
         ' BUNDLES=' BDL-BUNDLE-COUNT
         ' EMPTY-REPORTS=' BDL-EMPTY-COUNT
         ' REFUSED=' BDL-REFUSED-COUNT
         DELIMITED BY SIZE
         INTO BDL-LST-LINE.
     WRITE BDL-LST-LINE.
