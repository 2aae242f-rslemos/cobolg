 ID DIVISION.
 PROGRAM-ID. PRTCOMP.
 AUTHOR. PRINT SERVICES GROUP.
 INSTALLATION. CENTRAL DATA CENTER.
 DATE-WRITTEN. 2026-10-15.
 DATE-COMPILED.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  RSL  Original coding.  Run-to-run comparison of
*>                    archived report content: for each report id on
*>                    CMPPARM (or, with no CMPPARM, every report on
*>                    the master) two runs are read back from the
*>                    keyed ARCHFILE -- the run dates given, or by
*>                    default the latest run and the one before it --
*>                    and compared page by page, line by line, with
*>                    the LCPHDR header's date, time and page fields
*>                    ignored.  CMPRPT lists page and line count
*>                    differences, lines present in only one run,
*>                    lines whose carriage advance changed and lines
*>                    whose columns shifted, then gives each report a
*>                    one-line verdict -- IDENTICAL LAYOUT, CONTENT
*>                    CHANGED or STRUCTURE CHANGED -- so the morning
*>                    shift can scan dozens of reports after a feeder
*>                    change instead of eyeballing them.
*>   2026-10-15  RSL  Restricted reports follow the PRTXTRC rules.
*>                    Each CMPPARM request carries a requester id
*>                    (columns 28-35) and is refused without one; a
*>                    report whose master entry carries a sensitivity
*>                    class is compared only for a requester SECAUTH
*>                    authorizes for the class, and is otherwise
*>                    listed as REFUSED with none of its lines shown.
*>                    Without RPTMAST no class can be known and no
*>                    request is run.  With no report named, a
*>                    CMPPARM record with only a requester id runs
*>                    the whole master as that requester; with none
*>                    at all restricted reports are skipped.  Every
*>                    restricted comparison, granted or refused, is
*>                    logged on ACCSLOG.
*>
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ARCH-FILE        ASSIGN TO ARCHFILE
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS LCPA-KEY
                              FILE STATUS IS CMP-ARCH-STATUS.
     SELECT PARM-FILE        ASSIGN TO CMPPARM
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS CMP-PARM-STATUS.
     SELECT RMST-FILE        ASSIGN TO RPTMAST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS CMP-RMST-STATUS.
     SELECT AUTH-FILE        ASSIGN TO SECAUTH
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS CMP-AUTH-STATUS.
     SELECT ACCS-FILE        ASSIGN TO ACCSLOG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS CMP-ACCS-STATUS.
     SELECT RPT-FILE         ASSIGN TO CMPRPT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS CMP-RPT-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  ARCH-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPARCH.
*>***************************************************************
*> One comparison request per CMPPARM record, fixed columns:
*>   1-8   report id
*>   10-17 run date to check (zeros = the latest run archived)
*>   19-26 run date to check it against (zeros = the latest run
*>         archived before the run being checked)
*>   28-35 requester id, required
*> A record with a requester id and no report id names the
*> requester for a run of the whole master.
*>***************************************************************
 FD  PARM-FILE
     LABEL RECORDS ARE STANDARD.
 01  CMP-PARM-REC.
     05  CMP-PARM-REPORT-ID      PIC X(08).
     05  FILLER                  PIC X(01).
     05  CMP-PARM-NEW-DATE       PIC 9(08).
     05  FILLER                  PIC X(01).
     05  CMP-PARM-OLD-DATE       PIC 9(08).
     05  FILLER                  PIC X(01).
     05  CMP-PARM-REQUESTER      PIC X(08).
 FD  RMST-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPRMST.
 FD  AUTH-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPSAUT.
 FD  ACCS-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPACCS.
 FD  RPT-FILE
     LABEL RECORDS ARE STANDARD.
 01  CMP-RPT-LINE                PIC X(132).
 WORKING-STORAGE SECTION.
 77  CMP-ARCH-STATUS             PIC XX     VALUE '00'.
     88  CMP-ARCH-FILE-EOF                  VALUE '10'.
     88  CMP-ARCH-FILE-NOT-FOUND            VALUE '35'.
 77  CMP-PARM-STATUS             PIC XX     VALUE '00'.
     88  CMP-PARM-FILE-EOF                  VALUE '10'.
     88  CMP-PARM-FILE-NOT-FOUND            VALUE '35'.
 77  CMP-RMST-STATUS             PIC XX     VALUE '00'.
     88  CMP-RMST-FILE-EOF                  VALUE '10'.
     88  CMP-RMST-FILE-NOT-FOUND            VALUE '35'.
 77  CMP-AUTH-STATUS             PIC XX     VALUE '00'.
     88  CMP-AUTH-FILE-EOF                  VALUE '10'.
     88  CMP-AUTH-FILE-NOT-FOUND            VALUE '35'.
 77  CMP-ACCS-STATUS             PIC XX     VALUE '00'.
     88  CMP-ACCS-FILE-NOT-FOUND            VALUE '35'.
 77  CMP-RPT-STATUS              PIC XX     VALUE '00'.
*>***************************************************************
*> CMP-REQUEST-TABLE holds the comparisons to run, from CMPPARM or
*> (no CMPPARM) one per report on the master with both dates zero,
*> under the requester id CMPPARM gave for the whole master, if
*> any (CMP-ALL-REQUESTER).
*>***************************************************************
 01  CMP-REQUEST-TABLE.
     05  CMP-RQ-ENTRY OCCURS 100 TIMES.
         10  CMP-RQ-REPORT-ID    PIC X(08).
         10  CMP-RQ-NEW-DATE     PIC 9(08).
         10  CMP-RQ-OLD-DATE     PIC 9(08).
         10  CMP-RQ-REQUESTER    PIC X(08).
 77  CMP-ALL-REQUESTER           PIC X(08)  VALUE SPACES.
 77  CMP-RQ-COUNT                PIC 9(03)  VALUE ZERO.
 77  CMP-RQ-SUB                  PIC 9(03)  VALUE ZERO.
 77  CMP-RQ-FULL-SW              PIC X(01)  VALUE 'N'.
     88  CMP-RQ-TABLE-FULL                  VALUE 'Y'.
 77  CMP-PARM-PRESENT-SW         PIC X(01)  VALUE 'N'.
     88  CMP-PARM-PRESENT                   VALUE 'Y'.
*>***************************************************************
*> One page of each run at a time: CMP-NW-* is the page of the run
*> being checked, CMP-OD-* the same page of the run it is checked
*> against.  The LCPHDR header line is held with its date, time and
*> page number blanked, so only what the feeder controls compares.
*> A page longer than the table is compared as far as the table
*> goes, and the overflow is counted and reported.
*>***************************************************************
 01  CMP-NEW-PAGE-TABLE.
     05  CMP-NW-ENTRY OCCURS 200 TIMES.
         10  CMP-NW-LINE-SEQ     PIC 9(05).
         10  CMP-NW-TYPE         PIC X(01).
         10  CMP-NW-ADV-LINES    PIC 9(03).
         10  CMP-NW-DATA         PIC X(132).
 77  CMP-NW-COUNT                PIC 9(03)  VALUE ZERO.
 77  CMP-NW-SUB                  PIC 9(03)  VALUE ZERO.
 01  CMP-OLD-PAGE-TABLE.
     05  CMP-OD-ENTRY OCCURS 200 TIMES.
         10  CMP-OD-LINE-SEQ     PIC 9(05).
         10  CMP-OD-TYPE         PIC X(01).
         10  CMP-OD-ADV-LINES    PIC 9(03).
         10  CMP-OD-DATA         PIC X(132).
 77  CMP-OD-COUNT                PIC 9(03)  VALUE ZERO.
 77  CMP-OD-SUB                  PIC 9(03)  VALUE ZERO.
 77  CMP-NW-MATCH-SUB            PIC 9(03)  VALUE ZERO.
 77  CMP-OD-MATCH-SUB            PIC 9(03)  VALUE ZERO.
 77  CMP-NW-SKIP                 PIC 9(03)  VALUE ZERO.
 77  CMP-OD-SKIP                 PIC 9(03)  VALUE ZERO.
*>***************************************************************
*> Column-shift test work areas.  A line's fields are its runs of
*> print separated by two or more blanks; CMP-FA-* and CMP-FB-*
*> are the two lines' field tables, CMP-FS-* the scan's output.
*>***************************************************************
 01  CMP-FIELD-SCAN-TABLE.
     05  CMP-FS-COUNT            PIC 9(03).
     05  CMP-FS-FIELD OCCURS 66 TIMES.
         10  CMP-FS-START        PIC 9(03).
         10  CMP-FS-END          PIC 9(03).
 01  CMP-FIELD-NEW-TABLE         PIC X(399).
 01  CMP-FIELD-OLD-TABLE         PIC X(399).
 01  CMP-FIELD-A-TABLE.
     05  CMP-FA-COUNT            PIC 9(03).
     05  CMP-FA-FIELD OCCURS 66 TIMES.
         10  CMP-FA-START        PIC 9(03).
         10  CMP-FA-END          PIC 9(03).
 01  CMP-FIELD-B-TABLE.
     05  CMP-FB-COUNT            PIC 9(03).
     05  CMP-FB-FIELD OCCURS 66 TIMES.
         10  CMP-FB-START        PIC 9(03).
         10  CMP-FB-END          PIC 9(03).
 77  CMP-FA-SUB                  PIC 9(03)  VALUE ZERO.
 77  CMP-FB-SUB                  PIC 9(03)  VALUE ZERO.
 77  CMP-SCAN-DATA               PIC X(132) VALUE SPACES.
 77  CMP-COL                     PIC 9(03)  VALUE ZERO.
 77  CMP-BLANK-RUN               PIC 9(03)  VALUE ZERO.
 77  CMP-IN-FIELD-SW             PIC X(01)  VALUE 'N'.
     88  CMP-IN-FIELD                       VALUE 'Y'.
 77  CMP-OVERLAP-SW              PIC X(01)  VALUE 'N'.
     88  CMP-OVERLAP-FOUND                  VALUE 'Y'.
 77  CMP-ALIGNED-SW              PIC X(01)  VALUE 'N'.
     88  CMP-ALIGNED-FOUND                  VALUE 'Y'.
 77  CMP-SHIFT-SW                PIC X(01)  VALUE 'N'.
     88  CMP-COLUMN-SHIFTED                 VALUE 'Y'.
*>***************************************************************
*> Per-report working fields.
*>***************************************************************
 77  CMP-REPORT-ID               PIC X(08)  VALUE SPACES.
 77  CMP-REQUESTER               PIC X(08)  VALUE SPACES.
 77  CMP-NEW-DATE                PIC 9(08)  VALUE ZERO.
 77  CMP-OLD-DATE                PIC 9(08)  VALUE ZERO.
 77  CMP-LATEST-DATE             PIC 9(08)  VALUE ZERO.
 77  CMP-BEFORE-DATE             PIC 9(08)  VALUE ZERO.
 77  CMP-SEEN-DATE               PIC 9(08)  VALUE ZERO.
 77  CMP-LOAD-DATE               PIC 9(08)  VALUE ZERO.
 77  CMP-LOAD-SIDE               PIC X(01)  VALUE SPACES.
     88  CMP-LOADING-NEW                    VALUE 'N'.
     88  CMP-LOADING-OLD                    VALUE 'O'.
 77  CMP-PAGE-NO                 PIC 9(05)  VALUE ZERO.
 77  CMP-NEW-FOUND-SW            PIC X(01)  VALUE 'N'.
     88  CMP-NEW-RUN-FOUND                  VALUE 'Y'.
 77  CMP-OLD-FOUND-SW            PIC X(01)  VALUE 'N'.
     88  CMP-OLD-RUN-FOUND                  VALUE 'Y'.
 77  CMP-SCAN-DONE-SW            PIC X(01)  VALUE 'N'.
     88  CMP-SCAN-DONE                      VALUE 'Y'.
 77  CMP-PAGES-DONE-SW           PIC X(01)  VALUE 'N'.
     88  CMP-PAGES-DONE                     VALUE 'Y'.
 77  CMP-ADV-CHANGED-SW          PIC X(01)  VALUE 'N'.
     88  CMP-PAGE-ADV-CHANGED               VALUE 'Y'.
 77  CMP-SHIFT-PAGE-SW           PIC X(01)  VALUE 'N'.
     88  CMP-PAGE-SHIFTED                   VALUE 'Y'.
 77  CMP-NOT-COMPARED-REASON     PIC X(50)  VALUE SPACES.
 77  CMP-VERDICT                 PIC X(17)  VALUE SPACES.
 77  CMP-NEW-PAGES               PIC 9(05)  VALUE ZERO.
 77  CMP-OLD-PAGES               PIC 9(05)  VALUE ZERO.
 77  CMP-NEW-LINES               PIC 9(07)  VALUE ZERO.
 77  CMP-OLD-LINES               PIC 9(07)  VALUE ZERO.
 77  CMP-MATCHED-LINES           PIC 9(07)  VALUE ZERO.
 77  CMP-CHANGED-LINES           PIC 9(07)  VALUE ZERO.
 77  CMP-ONLY-NEW-LINES          PIC 9(07)  VALUE ZERO.
 77  CMP-ONLY-OLD-LINES          PIC 9(07)  VALUE ZERO.
 77  CMP-ADV-LINES-CHANGED       PIC 9(07)  VALUE ZERO.
 77  CMP-SHIFTED-LINES           PIC 9(07)  VALUE ZERO.
 77  CMP-LAYOUT-PAGES            PIC 9(05)  VALUE ZERO.
 77  CMP-OVERFLOW-LINES          PIC 9(07)  VALUE ZERO.
*>***************************************************************
*> CMP-DETAIL-LIMIT caps the difference lines listed per report, so
*> one badly broken report cannot bury the rest of the listing;
*> the counts and the verdict always cover everything.
*>***************************************************************
 77  CMP-DETAIL-LIMIT            PIC 9(03)  VALUE 50.
 77  CMP-DETAIL-COUNT            PIC 9(05)  VALUE ZERO.
 77  CMP-DETAIL-TAG              PIC X(11)  VALUE SPACES.
 77  CMP-DETAIL-PAGE             PIC 9(05)  VALUE ZERO.
 77  CMP-DETAIL-SEQ              PIC 9(05)  VALUE ZERO.
 77  CMP-DETAIL-DATA             PIC X(132) VALUE SPACES.
 77  CMP-TODAY                   PIC 9(08)  VALUE ZERO.
 77  CMP-REPORTS-COUNT           PIC 9(03)  VALUE ZERO.
 77  CMP-IDENTICAL-COUNT         PIC 9(03)  VALUE ZERO.
 77  CMP-CONTENT-COUNT           PIC 9(03)  VALUE ZERO.
 77  CMP-STRUCTURE-COUNT         PIC 9(03)  VALUE ZERO.
 77  CMP-NOT-COMPARED-COUNT      PIC 9(03)  VALUE ZERO.
 77  CMP-REFUSED-COUNT           PIC 9(03)  VALUE ZERO.
*>***************************************************************
*> Sensitivity check of the report in hand.  CMP-REFUSE-REASON is
*> left blank when it may be compared; CMP-SKIP-RESTRICTED-SW
*> marks a restricted report passed by on a whole-master run that
*> named no requester, which nobody asked for and is not refused.
*>***************************************************************
 77  CMP-REPORT-CLASS            PIC X(01)  VALUE SPACE.
 77  CMP-REFUSE-REASON           PIC X(50)  VALUE SPACES.
 77  CMP-AUTHORIZED-SW           PIC X(01)  VALUE 'N'.
     88  CMP-REQUESTER-AUTHORIZED           VALUE 'Y'.
 77  CMP-SKIP-RESTRICTED-SW      PIC X(01)  VALUE 'N'.
     88  CMP-SKIP-RESTRICTED                VALUE 'Y'.
 77  CMP-ACCS-OPEN-SW            PIC X(01)  VALUE 'N'.
     88  CMP-ACCS-IS-OPEN                   VALUE 'Y'.
 77  CMP-LOG-RUN-DATE            PIC 9(08)  VALUE ZERO.
 77  CMP-LOG-PAGES               PIC 9(05)  VALUE ZERO.
 PROCEDURE DIVISION.
 CMP-MAINLINE SECTION.
     PERFORM CMP-INITIALIZE THRU CMP-INITIALIZE-EXIT.
     OPEN INPUT ARCH-FILE.
     IF CMP-ARCH-FILE-NOT-FOUND
         DISPLAY 'PRTCOMP: NO ARCHFILE - NOTHING EVER ARCHIVED'
         MOVE SPACES TO CMP-RPT-LINE
         MOVE 'NO ARCHFILE - NOTHING EVER ARCHIVED TO COMPARE'
             TO CMP-RPT-LINE
         WRITE CMP-RPT-LINE
     ELSE
         PERFORM CMP-COMPARE-REPORT THRU CMP-COMPARE-REPORT-EXIT
             VARYING CMP-RQ-SUB FROM 1 BY 1
             UNTIL CMP-RQ-SUB > CMP-RQ-COUNT
         CLOSE ARCH-FILE
     END-IF.
     PERFORM CMP-WRITE-TOTALS THRU CMP-WRITE-TOTALS-EXIT.
     IF CMP-ACCS-IS-OPEN
         CLOSE ACCS-FILE
     END-IF.
     CLOSE RPT-FILE.
     STOP RUN.
 CMP-MAINLINE-EXIT.
     EXIT.
*>***************************************************************
*> CMP-INITIALIZE opens the listing and builds the request table:
*> the CMPPARM requests when there are any, otherwise every report
*> on the master, each latest run against the run before it.
*>***************************************************************
 CMP-INITIALIZE.
     ACCEPT CMP-TODAY FROM DATE YYYYMMDD.
     OPEN OUTPUT RPT-FILE.
     MOVE SPACES TO CMP-RPT-LINE.
     STRING 'ARCHIVED RUN COMPARISON - ' CMP-TODAY
         DELIMITED BY SIZE
         INTO CMP-RPT-LINE.
     WRITE CMP-RPT-LINE.
     MOVE SPACES TO CMP-RPT-LINE.
     WRITE CMP-RPT-LINE.
     OPEN INPUT PARM-FILE.
     IF CMP-PARM-FILE-NOT-FOUND
         SET CMP-PARM-FILE-EOF TO TRUE
     ELSE
         PERFORM CMP-LOAD-PARM-RECORD THRU CMP-LOAD-PARM-RECORD-EXIT
             UNTIL CMP-PARM-FILE-EOF
         CLOSE PARM-FILE
     END-IF.
     IF NOT CMP-PARM-PRESENT
         OPEN INPUT RMST-FILE
         IF CMP-RMST-FILE-NOT-FOUND
             SET CMP-RMST-FILE-EOF TO TRUE
             DISPLAY 'PRTCOMP: NO CMPPARM AND NO RPTMAST - '
                 'NOTHING TO COMPARE'
         ELSE
             PERFORM CMP-LOAD-MASTER-RECORD
                 THRU CMP-LOAD-MASTER-RECORD-EXIT
                 UNTIL CMP-RMST-FILE-EOF
             CLOSE RMST-FILE
         END-IF
     END-IF.
     IF CMP-RQ-TABLE-FULL
         MOVE SPACES TO CMP-RPT-LINE
         STRING 'WARNING    MORE THAN 100 REPORTS REQUESTED - '
             'THE REST ARE NOT COMPARED'
             DELIMITED BY SIZE
             INTO CMP-RPT-LINE
         WRITE CMP-RPT-LINE
     END-IF.
 CMP-INITIALIZE-EXIT.
     EXIT.
 CMP-LOAD-PARM-RECORD.
     READ PARM-FILE
         AT END
             SET CMP-PARM-FILE-EOF TO TRUE
         NOT AT END
             IF CMP-PARM-REPORT-ID = SPACES
                 AND CMP-PARM-REQUESTER NOT = SPACES
                 MOVE CMP-PARM-REQUESTER TO CMP-ALL-REQUESTER
             END-IF
             IF CMP-PARM-REPORT-ID NOT = SPACES
                 MOVE 'Y' TO CMP-PARM-PRESENT-SW
                 IF CMP-RQ-COUNT < 100
                     ADD 1 TO CMP-RQ-COUNT
                     MOVE CMP-PARM-REPORT-ID
                         TO CMP-RQ-REPORT-ID(CMP-RQ-COUNT)
                     MOVE ZERO TO CMP-RQ-NEW-DATE(CMP-RQ-COUNT)
                     MOVE ZERO TO CMP-RQ-OLD-DATE(CMP-RQ-COUNT)
                     MOVE CMP-PARM-REQUESTER
                         TO CMP-RQ-REQUESTER(CMP-RQ-COUNT)
                     IF CMP-PARM-NEW-DATE IS NUMERIC
                         MOVE CMP-PARM-NEW-DATE
                             TO CMP-RQ-NEW-DATE(CMP-RQ-COUNT)
                     END-IF
                     IF CMP-PARM-OLD-DATE IS NUMERIC
                         MOVE CMP-PARM-OLD-DATE
                             TO CMP-RQ-OLD-DATE(CMP-RQ-COUNT)
                     END-IF
                 ELSE
                     MOVE 'Y' TO CMP-RQ-FULL-SW
                 END-IF
             END-IF
     END-READ.
 CMP-LOAD-PARM-RECORD-EXIT.
     EXIT.
 CMP-LOAD-MASTER-RECORD.
     READ RMST-FILE
         AT END
             SET CMP-RMST-FILE-EOF TO TRUE
         NOT AT END
             IF CMP-RQ-COUNT < 100
                 ADD 1 TO CMP-RQ-COUNT
                 MOVE LCPM-REPORT-ID
                     TO CMP-RQ-REPORT-ID(CMP-RQ-COUNT)
                 MOVE ZERO TO CMP-RQ-NEW-DATE(CMP-RQ-COUNT)
                 MOVE ZERO TO CMP-RQ-OLD-DATE(CMP-RQ-COUNT)
                 MOVE CMP-ALL-REQUESTER
                     TO CMP-RQ-REQUESTER(CMP-RQ-COUNT)
             ELSE
                 MOVE 'Y' TO CMP-RQ-FULL-SW
             END-IF
     END-READ.
 CMP-LOAD-MASTER-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> CMP-COMPARE-REPORT checks the requester may see the report,
*> settles which two runs to compare, then walks them a page number
*> at a time until neither run has the page, and finishes with the
*> report's counts and verdict.  A refused report shows nothing of
*> its content.
*>***************************************************************
 CMP-COMPARE-REPORT.
     ADD 1 TO CMP-REPORTS-COUNT.
     MOVE CMP-RQ-REPORT-ID(CMP-RQ-SUB) TO CMP-REPORT-ID.
     MOVE CMP-RQ-NEW-DATE(CMP-RQ-SUB)  TO CMP-NEW-DATE.
     MOVE CMP-RQ-OLD-DATE(CMP-RQ-SUB)  TO CMP-OLD-DATE.
     MOVE CMP-RQ-REQUESTER(CMP-RQ-SUB) TO CMP-REQUESTER.
     PERFORM CMP-CHECK-AUTHORITY THRU CMP-CHECK-AUTHORITY-EXIT.
     IF CMP-SKIP-RESTRICTED
         ADD 1 TO CMP-NOT-COMPARED-COUNT
         MOVE SPACES TO CMP-RPT-LINE
         STRING 'SKIPPED    ' CMP-REPORT-ID
             ' ' CMP-REFUSE-REASON
             DELIMITED BY SIZE
             INTO CMP-RPT-LINE
         WRITE CMP-RPT-LINE
         MOVE SPACES TO CMP-RPT-LINE
         WRITE CMP-RPT-LINE
         GO TO CMP-COMPARE-REPORT-EXIT
     END-IF.
     IF CMP-REFUSE-REASON NOT = SPACES
         ADD 1 TO CMP-REFUSED-COUNT
         MOVE SPACES TO CMP-RPT-LINE
         STRING 'REFUSED    ' CMP-REPORT-ID
             ' ' CMP-REFUSE-REASON
             DELIMITED BY SIZE
             INTO CMP-RPT-LINE
         WRITE CMP-RPT-LINE
         MOVE SPACES TO CMP-RPT-LINE
         WRITE CMP-RPT-LINE
         DISPLAY 'PRTCOMP: RPT=' CMP-REPORT-ID ' REFUSED - '
             CMP-REFUSE-REASON
         GO TO CMP-COMPARE-REPORT-EXIT
     END-IF.
     PERFORM CMP-FIND-RUN-DATES THRU CMP-FIND-RUN-DATES-EXIT.
     IF CMP-NOT-COMPARED-REASON NOT = SPACES
         ADD 1 TO CMP-NOT-COMPARED-COUNT
         MOVE SPACES TO CMP-RPT-LINE
         STRING 'SKIPPED    ' CMP-REPORT-ID
             ' ' CMP-NOT-COMPARED-REASON
             DELIMITED BY SIZE
             INTO CMP-RPT-LINE
         WRITE CMP-RPT-LINE
         MOVE SPACES TO CMP-RPT-LINE
         WRITE CMP-RPT-LINE
         DISPLAY 'PRTCOMP: RPT=' CMP-REPORT-ID ' NOT COMPARED - '
             CMP-NOT-COMPARED-REASON
         GO TO CMP-COMPARE-REPORT-EXIT
     END-IF.
     MOVE SPACES TO CMP-RPT-LINE.
     STRING 'REPORT     ' CMP-REPORT-ID
         '  RUN ' CMP-NEW-DATE
         ' COMPARED WITH RUN ' CMP-OLD-DATE
         '  BY=' CMP-REQUESTER
         DELIMITED BY SIZE
         INTO CMP-RPT-LINE.
     WRITE CMP-RPT-LINE.
     MOVE ZERO TO CMP-NEW-PAGES CMP-OLD-PAGES.
     MOVE ZERO TO CMP-NEW-LINES CMP-OLD-LINES.
     MOVE ZERO TO CMP-MATCHED-LINES CMP-CHANGED-LINES.
     MOVE ZERO TO CMP-ONLY-NEW-LINES CMP-ONLY-OLD-LINES.
     MOVE ZERO TO CMP-ADV-LINES-CHANGED CMP-SHIFTED-LINES.
     MOVE ZERO TO CMP-LAYOUT-PAGES CMP-OVERFLOW-LINES.
     MOVE ZERO TO CMP-DETAIL-COUNT.
     MOVE 'N' TO CMP-PAGES-DONE-SW.
     PERFORM CMP-COMPARE-PAGE THRU CMP-COMPARE-PAGE-EXIT
         VARYING CMP-PAGE-NO FROM 1 BY 1
         UNTIL CMP-PAGES-DONE.
     PERFORM CMP-WRITE-REPORT-SUMMARY
         THRU CMP-WRITE-REPORT-SUMMARY-EXIT.
     IF CMP-REPORT-CLASS NOT = SPACE
         MOVE CMP-NEW-DATE TO CMP-LOG-RUN-DATE
         MOVE CMP-NEW-PAGES TO CMP-LOG-PAGES
         PERFORM CMP-LOG-ACCESS THRU CMP-LOG-ACCESS-EXIT
         MOVE CMP-OLD-DATE TO CMP-LOG-RUN-DATE
         MOVE CMP-OLD-PAGES TO CMP-LOG-PAGES
         PERFORM CMP-LOG-ACCESS THRU CMP-LOG-ACCESS-EXIT
     END-IF.
 CMP-COMPARE-REPORT-EXIT.
     EXIT.
*>***************************************************************
*> CMP-CHECK-AUTHORITY applies the PRTREPRT rules to the report in
*> hand: a CMPPARM request must carry a requester id; the report's
*> class comes from the report master (a report not on it is
*> unrestricted), and no report master means no class can be known
*> and nothing is compared; a restricted report needs a 'U' entry
*> on SECAUTH for the requester.  On a whole-master run that named
*> no requester a restricted report is skipped.  A refusal of a
*> restricted report is logged.
*>***************************************************************
 CMP-CHECK-AUTHORITY.
     MOVE SPACE TO CMP-REPORT-CLASS.
     MOVE SPACES TO CMP-REFUSE-REASON.
     MOVE 'N' TO CMP-SKIP-RESTRICTED-SW.
     MOVE 'N' TO CMP-AUTHORIZED-SW.
     IF CMP-PARM-PRESENT AND CMP-REQUESTER = SPACES
         MOVE 'NO REQUESTER ID ON THE REQUEST' TO CMP-REFUSE-REASON
         GO TO CMP-CHECK-AUTHORITY-EXIT
     END-IF.
     OPEN INPUT RMST-FILE.
     IF CMP-RMST-FILE-NOT-FOUND
         MOVE 'NO RPTMAST - CLASS UNKNOWN' TO CMP-REFUSE-REASON
         GO TO CMP-CHECK-AUTHORITY-EXIT
     END-IF.
     PERFORM CMP-FIND-CLASS-RECORD THRU CMP-FIND-CLASS-RECORD-EXIT
         UNTIL CMP-RMST-FILE-EOF.
     CLOSE RMST-FILE.
     IF CMP-REPORT-CLASS = SPACE
         GO TO CMP-CHECK-AUTHORITY-EXIT
     END-IF.
     IF CMP-REQUESTER = SPACES
         MOVE 'Y' TO CMP-SKIP-RESTRICTED-SW
         STRING 'RESTRICTED CLASS ' CMP-REPORT-CLASS
             ' - NO REQUESTER ID GIVEN FOR THE RUN'
             DELIMITED BY SIZE
             INTO CMP-REFUSE-REASON
         GO TO CMP-CHECK-AUTHORITY-EXIT
     END-IF.
     OPEN INPUT AUTH-FILE.
     IF CMP-AUTH-FILE-NOT-FOUND
         SET CMP-AUTH-FILE-EOF TO TRUE
     ELSE
         PERFORM CMP-CHECK-AUTH-RECORD THRU CMP-CHECK-AUTH-RECORD-EXIT
             UNTIL CMP-AUTH-FILE-EOF
         CLOSE AUTH-FILE
     END-IF.
     IF NOT CMP-REQUESTER-AUTHORIZED
         STRING 'REQUESTER ' DELIMITED BY SIZE
             CMP-REQUESTER DELIMITED BY SPACE
             ' NOT AUTHORIZED FOR CLASS ' CMP-REPORT-CLASS
             DELIMITED BY SIZE
             INTO CMP-REFUSE-REASON
         MOVE CMP-NEW-DATE TO CMP-LOG-RUN-DATE
         MOVE ZERO TO CMP-LOG-PAGES
         PERFORM CMP-LOG-ACCESS THRU CMP-LOG-ACCESS-EXIT
     END-IF.
 CMP-CHECK-AUTHORITY-EXIT.
     EXIT.
 CMP-FIND-CLASS-RECORD.
     READ RMST-FILE
         AT END
             SET CMP-RMST-FILE-EOF TO TRUE
         NOT AT END
             IF LCPM-REPORT-ID = CMP-REPORT-ID
                 MOVE LCPM-SENS-CLASS TO CMP-REPORT-CLASS
                 SET CMP-RMST-FILE-EOF TO TRUE
             END-IF
     END-READ.
 CMP-FIND-CLASS-RECORD-EXIT.
     EXIT.
 CMP-CHECK-AUTH-RECORD.
     READ AUTH-FILE
         AT END
             SET CMP-AUTH-FILE-EOF TO TRUE
         NOT AT END
             IF LCPS-CLASS = CMP-REPORT-CLASS
                 AND LCPS-ENTRY-TYPE = 'U'
                 AND LCPS-AUTH-ID(1:8) = CMP-REQUESTER
                 MOVE 'Y' TO CMP-AUTHORIZED-SW
                 SET CMP-AUTH-FILE-EOF TO TRUE
             END-IF
     END-READ.
 CMP-CHECK-AUTH-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> CMP-LOG-ACCESS writes one access-log record for the restricted
*> report: granted once for each of the two runs compared, with
*> the pages read of that run, or withheld for the run asked for
*> (zero: the latest) when the request was refused.
*>***************************************************************
 CMP-LOG-ACCESS.
     IF NOT CMP-ACCS-IS-OPEN
         OPEN EXTEND ACCS-FILE
         IF CMP-ACCS-FILE-NOT-FOUND
             OPEN OUTPUT ACCS-FILE
         END-IF
         MOVE 'Y' TO CMP-ACCS-OPEN-SW
     END-IF.
     MOVE SPACES TO LCPY-RECORD.
     ACCEPT LCPY-DATE FROM DATE YYYYMMDD.
     ACCEPT LCPY-TIME FROM TIME.
     MOVE 'PRTCOMP'          TO LCPY-PROGRAM.
     MOVE CMP-REQUESTER      TO LCPY-REQUESTER-ID.
     MOVE CMP-REPORT-ID      TO LCPY-REPORT-ID.
     MOVE CMP-LOG-RUN-DATE   TO LCPY-RUN-DATE.
     MOVE CMP-REPORT-CLASS   TO LCPY-CLASS.
     MOVE CMP-LOG-PAGES      TO LCPY-PAGES.
     IF CMP-REQUESTER-AUTHORIZED
         MOVE 1              TO LCPY-FROM-PAGE
         MOVE CMP-LOG-PAGES  TO LCPY-TO-PAGE
         MOVE 'G'            TO LCPY-RESULT
     ELSE
         MOVE ZERO           TO LCPY-FROM-PAGE
         MOVE ZERO           TO LCPY-TO-PAGE
         MOVE 'W'            TO LCPY-RESULT
     END-IF.
     WRITE LCPY-RECORD.
 CMP-LOG-ACCESS-EXIT.
     EXIT.
*>***************************************************************
*> CMP-FIND-RUN-DATES walks the report's run dates in the archive
*> without reading its pages: each START lands on a run's first
*> record, and the next START skips past the whole of that run.
*> A date given on CMPPARM must be a run the archive holds; a zero
*> date defaults -- the run checked to the latest run, the run it is
*> checked against to the latest run before that one.
*>***************************************************************
 CMP-FIND-RUN-DATES.
     MOVE SPACES TO CMP-NOT-COMPARED-REASON.
     MOVE ZERO TO CMP-LATEST-DATE CMP-BEFORE-DATE.
     MOVE 'N' TO CMP-NEW-FOUND-SW CMP-OLD-FOUND-SW.
     MOVE 'N' TO CMP-SCAN-DONE-SW.
     MOVE CMP-REPORT-ID TO LCPA-REPORT-ID.
     MOVE ZERO TO LCPA-RUN-DATE LCPA-PAGE-NO LCPA-LINE-SEQ.
     START ARCH-FILE KEY NOT < LCPA-KEY
         INVALID KEY
             MOVE 'Y' TO CMP-SCAN-DONE-SW
     END-START.
     PERFORM CMP-FIND-RUN-DATE-STEP THRU CMP-FIND-RUN-DATE-STEP-EXIT
         UNTIL CMP-SCAN-DONE.
     IF CMP-NEW-DATE = ZERO
         MOVE CMP-LATEST-DATE TO CMP-NEW-DATE
         IF CMP-LATEST-DATE > ZERO
             MOVE 'Y' TO CMP-NEW-FOUND-SW
         END-IF
     END-IF.
     IF CMP-OLD-DATE = ZERO
         MOVE CMP-BEFORE-DATE TO CMP-OLD-DATE
         IF CMP-BEFORE-DATE > ZERO
             MOVE 'Y' TO CMP-OLD-FOUND-SW
         END-IF
     END-IF.
     EVALUATE TRUE
         WHEN CMP-LATEST-DATE = ZERO
             MOVE 'NO RUN OF THIS REPORT IS ARCHIVED'
                 TO CMP-NOT-COMPARED-REASON
         WHEN NOT CMP-NEW-RUN-FOUND
             STRING 'NO RUN ARCHIVED FOR ' CMP-NEW-DATE
                 DELIMITED BY SIZE
                 INTO CMP-NOT-COMPARED-REASON
         WHEN CMP-OLD-DATE = ZERO
             STRING 'NO RUN ARCHIVED BEFORE ' CMP-NEW-DATE
                 ' TO COMPARE WITH'
                 DELIMITED BY SIZE
                 INTO CMP-NOT-COMPARED-REASON
         WHEN NOT CMP-OLD-RUN-FOUND
             STRING 'NO RUN ARCHIVED FOR ' CMP-OLD-DATE
                 DELIMITED BY SIZE
                 INTO CMP-NOT-COMPARED-REASON
         WHEN CMP-OLD-DATE = CMP-NEW-DATE
             MOVE 'BOTH RUN DATES ARE THE SAME RUN'
                 TO CMP-NOT-COMPARED-REASON
     END-EVALUATE.
 CMP-FIND-RUN-DATES-EXIT.
     EXIT.
 CMP-FIND-RUN-DATE-STEP.
     READ ARCH-FILE NEXT RECORD
         AT END
             MOVE 'Y' TO CMP-SCAN-DONE-SW
     END-READ.
     IF CMP-SCAN-DONE
         GO TO CMP-FIND-RUN-DATE-STEP-EXIT
     END-IF.
     IF LCPA-REPORT-ID NOT = CMP-REPORT-ID
         MOVE 'Y' TO CMP-SCAN-DONE-SW
         GO TO CMP-FIND-RUN-DATE-STEP-EXIT
     END-IF.
     MOVE LCPA-RUN-DATE TO CMP-SEEN-DATE.
*>***************************************************************
*> Dates come up in ascending order.  With a run date given, the
*> last run seen below it is the one before it; with none, the
*> run before the latest is simply the one seen before it.
*>***************************************************************
     IF CMP-NEW-DATE > ZERO
         IF CMP-SEEN-DATE = CMP-NEW-DATE
             MOVE 'Y' TO CMP-NEW-FOUND-SW
         END-IF
         IF CMP-SEEN-DATE < CMP-NEW-DATE
             MOVE CMP-SEEN-DATE TO CMP-BEFORE-DATE
         END-IF
     ELSE
         MOVE CMP-LATEST-DATE TO CMP-BEFORE-DATE
     END-IF.
     IF CMP-OLD-DATE > ZERO
         AND CMP-SEEN-DATE = CMP-OLD-DATE
         MOVE 'Y' TO CMP-OLD-FOUND-SW
     END-IF.
     MOVE CMP-SEEN-DATE TO CMP-LATEST-DATE.
     MOVE CMP-REPORT-ID TO LCPA-REPORT-ID.
     MOVE CMP-SEEN-DATE TO LCPA-RUN-DATE.
     MOVE 99999 TO LCPA-PAGE-NO.
     MOVE 99999 TO LCPA-LINE-SEQ.
     START ARCH-FILE KEY > LCPA-KEY
         INVALID KEY
             MOVE 'Y' TO CMP-SCAN-DONE-SW
     END-START.
 CMP-FIND-RUN-DATE-STEP-EXIT.
     EXIT.
*>***************************************************************
*> CMP-COMPARE-PAGE loads page CMP-PAGE-NO of both runs and lines
*> them up.  Equal lines pair off; where they part, a look ahead in
*> each run for the other's line decides whether lines were added
*> to one run (listed as present in only that run) or a line simply
*> changed in place (a value change, unless its columns moved).
*> A page where a paired line's carriage advance changed or its
*> columns shifted is a page whose layout changed.
*>***************************************************************
 CMP-COMPARE-PAGE.
     MOVE 'N' TO CMP-LOAD-SIDE.
     MOVE CMP-NEW-DATE TO CMP-LOAD-DATE.
     PERFORM CMP-LOAD-PAGE THRU CMP-LOAD-PAGE-EXIT.
     MOVE 'O' TO CMP-LOAD-SIDE.
     MOVE CMP-OLD-DATE TO CMP-LOAD-DATE.
     PERFORM CMP-LOAD-PAGE THRU CMP-LOAD-PAGE-EXIT.
     IF CMP-NW-COUNT = ZERO AND CMP-OD-COUNT = ZERO
         MOVE 'Y' TO CMP-PAGES-DONE-SW
         GO TO CMP-COMPARE-PAGE-EXIT
     END-IF.
     IF CMP-NW-COUNT > ZERO
         MOVE CMP-PAGE-NO TO CMP-NEW-PAGES
     END-IF.
     IF CMP-OD-COUNT > ZERO
         MOVE CMP-PAGE-NO TO CMP-OLD-PAGES
     END-IF.
     MOVE 'N' TO CMP-ADV-CHANGED-SW CMP-SHIFT-PAGE-SW.
     MOVE 1 TO CMP-NW-SUB.
     MOVE 1 TO CMP-OD-SUB.
     PERFORM CMP-DIFF-STEP THRU CMP-DIFF-STEP-EXIT
         UNTIL CMP-NW-SUB > CMP-NW-COUNT
           AND CMP-OD-SUB > CMP-OD-COUNT.
     IF CMP-PAGE-ADV-CHANGED OR CMP-PAGE-SHIFTED
         ADD 1 TO CMP-LAYOUT-PAGES
         MOVE SPACES TO CMP-RPT-LINE
         EVALUATE TRUE
             WHEN CMP-PAGE-ADV-CHANGED AND CMP-PAGE-SHIFTED
                 STRING 'LAYOUT     PAGE ' CMP-PAGE-NO
                     ' CHANGED - CARRIAGE ADVANCE PATTERN AND '
                     'COLUMN POSITIONS'
                     DELIMITED BY SIZE
                     INTO CMP-RPT-LINE
             WHEN CMP-PAGE-ADV-CHANGED
                 STRING 'LAYOUT     PAGE ' CMP-PAGE-NO
                     ' CHANGED - CARRIAGE ADVANCE PATTERN'
                     DELIMITED BY SIZE
                     INTO CMP-RPT-LINE
             WHEN OTHER
                 STRING 'LAYOUT     PAGE ' CMP-PAGE-NO
                     ' CHANGED - COLUMN POSITIONS'
                     DELIMITED BY SIZE
                     INTO CMP-RPT-LINE
         END-EVALUATE
         WRITE CMP-RPT-LINE
     END-IF.
 CMP-COMPARE-PAGE-EXIT.
     EXIT.
*>***************************************************************
*> CMP-LOAD-PAGE STARTs the archive at line zero of the page and
*> reads the page's records into the side's table (CMP-LOAD-SIDE
*> 'N' the run checked, 'O' the run it is checked against).
*>***************************************************************
 CMP-LOAD-PAGE.
     IF CMP-LOADING-NEW
         MOVE ZERO TO CMP-NW-COUNT
     ELSE
         MOVE ZERO TO CMP-OD-COUNT
     END-IF.
     MOVE 'N' TO CMP-SCAN-DONE-SW.
     MOVE CMP-REPORT-ID TO LCPA-REPORT-ID.
     MOVE CMP-LOAD-DATE TO LCPA-RUN-DATE.
     MOVE CMP-PAGE-NO   TO LCPA-PAGE-NO.
     MOVE ZERO          TO LCPA-LINE-SEQ.
     START ARCH-FILE KEY NOT < LCPA-KEY
         INVALID KEY
             MOVE 'Y' TO CMP-SCAN-DONE-SW
     END-START.
     PERFORM CMP-LOAD-PAGE-RECORD THRU CMP-LOAD-PAGE-RECORD-EXIT
         UNTIL CMP-SCAN-DONE.
 CMP-LOAD-PAGE-EXIT.
     EXIT.
 CMP-LOAD-PAGE-RECORD.
     READ ARCH-FILE NEXT RECORD
         AT END
             MOVE 'Y' TO CMP-SCAN-DONE-SW
     END-READ.
     IF CMP-SCAN-DONE
         GO TO CMP-LOAD-PAGE-RECORD-EXIT
     END-IF.
     IF LCPA-REPORT-ID NOT = CMP-REPORT-ID
         OR LCPA-RUN-DATE NOT = CMP-LOAD-DATE
         OR LCPA-PAGE-NO NOT = CMP-PAGE-NO
         MOVE 'Y' TO CMP-SCAN-DONE-SW
         GO TO CMP-LOAD-PAGE-RECORD-EXIT
     END-IF.
     IF LCPA-TYPE = 'P'
         MOVE SPACES TO LCPA-LIN-DATA(1:8)
         MOVE SPACES TO LCPA-LIN-DATA(11:8)
         MOVE SPACES TO LCPA-LIN-DATA(36:5)
     END-IF.
     IF CMP-LOADING-NEW
         ADD 1 TO CMP-NEW-LINES
         IF CMP-NW-COUNT < 200
             ADD 1 TO CMP-NW-COUNT
             MOVE LCPA-LINE-SEQ  TO CMP-NW-LINE-SEQ(CMP-NW-COUNT)
             MOVE LCPA-TYPE      TO CMP-NW-TYPE(CMP-NW-COUNT)
             MOVE LCPA-ADV-LINES TO CMP-NW-ADV-LINES(CMP-NW-COUNT)
             MOVE LCPA-LIN-DATA  TO CMP-NW-DATA(CMP-NW-COUNT)
         ELSE
             ADD 1 TO CMP-OVERFLOW-LINES
         END-IF
     ELSE
         ADD 1 TO CMP-OLD-LINES
         IF CMP-OD-COUNT < 200
             ADD 1 TO CMP-OD-COUNT
             MOVE LCPA-LINE-SEQ  TO CMP-OD-LINE-SEQ(CMP-OD-COUNT)
             MOVE LCPA-TYPE      TO CMP-OD-TYPE(CMP-OD-COUNT)
             MOVE LCPA-ADV-LINES TO CMP-OD-ADV-LINES(CMP-OD-COUNT)
             MOVE LCPA-LIN-DATA  TO CMP-OD-DATA(CMP-OD-COUNT)
         ELSE
             ADD 1 TO CMP-OVERFLOW-LINES
         END-IF
     END-IF.
 CMP-LOAD-PAGE-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> CMP-DIFF-STEP advances through the two pages one decision at a
*> time.  When the current lines differ, the nearer resync wins:
*> if the checked run's line turns up a few lines on in the other
*> run, the lines skipped over exist only in the other run, and
*> vice versa; if neither turns up, the two lines are the same line
*> with changed content.
*>***************************************************************
 CMP-DIFF-STEP.
     EVALUATE TRUE
         WHEN CMP-NW-SUB > CMP-NW-COUNT
             PERFORM CMP-LIST-ONLY-OLD THRU CMP-LIST-ONLY-OLD-EXIT
             ADD 1 TO CMP-OD-SUB
         WHEN CMP-OD-SUB > CMP-OD-COUNT
             PERFORM CMP-LIST-ONLY-NEW THRU CMP-LIST-ONLY-NEW-EXIT
             ADD 1 TO CMP-NW-SUB
         WHEN CMP-NW-DATA(CMP-NW-SUB) = CMP-OD-DATA(CMP-OD-SUB)
             ADD 1 TO CMP-MATCHED-LINES
             PERFORM CMP-CHECK-ADVANCE THRU CMP-CHECK-ADVANCE-EXIT
             ADD 1 TO CMP-NW-SUB
             ADD 1 TO CMP-OD-SUB
         WHEN OTHER
             PERFORM CMP-LOOK-AHEAD THRU CMP-LOOK-AHEAD-EXIT
             EVALUATE TRUE
                 WHEN CMP-OD-MATCH-SUB NOT > CMP-OD-COUNT
                  AND (CMP-NW-MATCH-SUB > CMP-NW-COUNT
                       OR CMP-OD-SKIP NOT > CMP-NW-SKIP)
                     PERFORM CMP-LIST-ONLY-OLD
                         THRU CMP-LIST-ONLY-OLD-EXIT
                         VARYING CMP-OD-SUB FROM CMP-OD-SUB BY 1
                         UNTIL CMP-OD-SUB = CMP-OD-MATCH-SUB
                 WHEN CMP-NW-MATCH-SUB NOT > CMP-NW-COUNT
                     PERFORM CMP-LIST-ONLY-NEW
                         THRU CMP-LIST-ONLY-NEW-EXIT
                         VARYING CMP-NW-SUB FROM CMP-NW-SUB BY 1
                         UNTIL CMP-NW-SUB = CMP-NW-MATCH-SUB
                 WHEN OTHER
                     PERFORM CMP-CHANGED-PAIR
                         THRU CMP-CHANGED-PAIR-EXIT
                     ADD 1 TO CMP-NW-SUB
                     ADD 1 TO CMP-OD-SUB
             END-EVALUATE
     END-EVALUATE.
 CMP-DIFF-STEP-EXIT.
     EXIT.
*>***************************************************************
*> CMP-LOOK-AHEAD finds the checked run's current line further on
*> in the other run (CMP-OD-MATCH-SUB) and the other run's current
*> line further on in the checked run (CMP-NW-MATCH-SUB), each past
*> its count when not found, with the distance skipped to reach it.
*>***************************************************************
 CMP-LOOK-AHEAD.
     COMPUTE CMP-OD-MATCH-SUB = CMP-OD-SUB + 1.
     PERFORM CMP-LOOK-AHEAD-STEP THRU CMP-LOOK-AHEAD-STEP-EXIT
         VARYING CMP-OD-MATCH-SUB FROM CMP-OD-MATCH-SUB BY 1
         UNTIL CMP-OD-MATCH-SUB > CMP-OD-COUNT
            OR CMP-OD-DATA(CMP-OD-MATCH-SUB)
               = CMP-NW-DATA(CMP-NW-SUB).
     COMPUTE CMP-NW-MATCH-SUB = CMP-NW-SUB + 1.
     PERFORM CMP-LOOK-AHEAD-STEP THRU CMP-LOOK-AHEAD-STEP-EXIT
         VARYING CMP-NW-MATCH-SUB FROM CMP-NW-MATCH-SUB BY 1
         UNTIL CMP-NW-MATCH-SUB > CMP-NW-COUNT
            OR CMP-NW-DATA(CMP-NW-MATCH-SUB)
               = CMP-OD-DATA(CMP-OD-SUB).
     COMPUTE CMP-OD-SKIP = CMP-OD-MATCH-SUB - CMP-OD-SUB.
     COMPUTE CMP-NW-SKIP = CMP-NW-MATCH-SUB - CMP-NW-SUB.
 CMP-LOOK-AHEAD-EXIT.
     EXIT.
 CMP-LOOK-AHEAD-STEP.
     CONTINUE.
 CMP-LOOK-AHEAD-STEP-EXIT.
     EXIT.
*>***************************************************************
*> CMP-CHECK-ADVANCE compares the carriage control of two paired
*> lines: a page break where there was an in-page line, or a
*> different advance count, is a changed ASA advance pattern.
*>***************************************************************
 CMP-CHECK-ADVANCE.
     IF CMP-NW-TYPE(CMP-NW-SUB) NOT = CMP-OD-TYPE(CMP-OD-SUB)
         OR CMP-NW-ADV-LINES(CMP-NW-SUB)
            NOT = CMP-OD-ADV-LINES(CMP-OD-SUB)
         MOVE 'Y' TO CMP-ADV-CHANGED-SW
         ADD 1 TO CMP-ADV-LINES-CHANGED
         ADD 1 TO CMP-DETAIL-COUNT
         IF CMP-DETAIL-COUNT NOT > CMP-DETAIL-LIMIT
             MOVE SPACES TO CMP-RPT-LINE
             STRING 'ADVANCE    PAGE ' CMP-PAGE-NO
                 ' LINE ' CMP-NW-LINE-SEQ(CMP-NW-SUB)
                 '  NOW ' CMP-NW-TYPE(CMP-NW-SUB)
                 ' ' CMP-NW-ADV-LINES(CMP-NW-SUB)
                 '  WAS ' CMP-OD-TYPE(CMP-OD-SUB)
                 ' ' CMP-OD-ADV-LINES(CMP-OD-SUB)
                 '  ' CMP-NW-DATA(CMP-NW-SUB)(1:70)
                 DELIMITED BY SIZE
                 INTO CMP-RPT-LINE
             WRITE CMP-RPT-LINE
         END-IF
     END-IF.
 CMP-CHECK-ADVANCE-EXIT.
     EXIT.
*>***************************************************************
*> CMP-CHANGED-PAIR handles the same line with different content.
*> New figures in the same columns are what a nightly run is for
*> and are only counted; a line whose fields moved is a shifted
*> column and is listed with both versions.
*>***************************************************************
 CMP-CHANGED-PAIR.
     ADD 1 TO CMP-CHANGED-LINES.
     PERFORM CMP-CHECK-ADVANCE THRU CMP-CHECK-ADVANCE-EXIT.
     MOVE CMP-NW-DATA(CMP-NW-SUB) TO CMP-SCAN-DATA.
     PERFORM CMP-SCAN-FIELDS THRU CMP-SCAN-FIELDS-EXIT.
     MOVE CMP-FIELD-SCAN-TABLE TO CMP-FIELD-NEW-TABLE.
     MOVE CMP-OD-DATA(CMP-OD-SUB) TO CMP-SCAN-DATA.
     PERFORM CMP-SCAN-FIELDS THRU CMP-SCAN-FIELDS-EXIT.
     MOVE CMP-FIELD-SCAN-TABLE TO CMP-FIELD-OLD-TABLE.
     MOVE 'N' TO CMP-SHIFT-SW.
     MOVE CMP-FIELD-NEW-TABLE TO CMP-FIELD-A-TABLE.
     MOVE CMP-FIELD-OLD-TABLE TO CMP-FIELD-B-TABLE.
     PERFORM CMP-CHECK-SHIFT THRU CMP-CHECK-SHIFT-EXIT.
     MOVE CMP-FIELD-OLD-TABLE TO CMP-FIELD-A-TABLE.
     MOVE CMP-FIELD-NEW-TABLE TO CMP-FIELD-B-TABLE.
     PERFORM CMP-CHECK-SHIFT THRU CMP-CHECK-SHIFT-EXIT.
     IF CMP-COLUMN-SHIFTED
         MOVE 'Y' TO CMP-SHIFT-PAGE-SW
         ADD 1 TO CMP-SHIFTED-LINES
         ADD 1 TO CMP-DETAIL-COUNT
         IF CMP-DETAIL-COUNT NOT > CMP-DETAIL-LIMIT
             MOVE SPACES TO CMP-RPT-LINE
             STRING 'SHIFTED    PAGE ' CMP-PAGE-NO
                 ' LINE ' CMP-NW-LINE-SEQ(CMP-NW-SUB)
                 ' NOW ' CMP-NW-DATA(CMP-NW-SUB)(1:90)
                 DELIMITED BY SIZE
                 INTO CMP-RPT-LINE
             WRITE CMP-RPT-LINE
             MOVE SPACES TO CMP-RPT-LINE
             STRING '           PAGE ' CMP-PAGE-NO
                 ' LINE ' CMP-OD-LINE-SEQ(CMP-OD-SUB)
                 ' WAS ' CMP-OD-DATA(CMP-OD-SUB)(1:90)
                 DELIMITED BY SIZE
                 INTO CMP-RPT-LINE
             WRITE CMP-RPT-LINE
         END-IF
     END-IF.
 CMP-CHANGED-PAIR-EXIT.
     EXIT.
*>***************************************************************
*> CMP-SCAN-FIELDS breaks CMP-SCAN-DATA into fields: runs of print
*> that may hold single blanks (a name, an edited amount) but end at
*> two blanks running.  Start and end columns go to CMP-FS-*.
*>***************************************************************
 CMP-SCAN-FIELDS.
     MOVE ZERO TO CMP-FS-COUNT.
     MOVE ZERO TO CMP-BLANK-RUN.
     MOVE 'N' TO CMP-IN-FIELD-SW.
     PERFORM CMP-SCAN-FIELDS-STEP THRU CMP-SCAN-FIELDS-STEP-EXIT
         VARYING CMP-COL FROM 1 BY 1
         UNTIL CMP-COL > 132.
 CMP-SCAN-FIELDS-EXIT.
     EXIT.
 CMP-SCAN-FIELDS-STEP.
     IF CMP-SCAN-DATA(CMP-COL:1) NOT = SPACE
         IF NOT CMP-IN-FIELD AND CMP-FS-COUNT < 66
             ADD 1 TO CMP-FS-COUNT
             MOVE CMP-COL TO CMP-FS-START(CMP-FS-COUNT)
             MOVE 'Y' TO CMP-IN-FIELD-SW
         END-IF
         IF CMP-IN-FIELD
             MOVE CMP-COL TO CMP-FS-END(CMP-FS-COUNT)
             MOVE ZERO TO CMP-BLANK-RUN
         END-IF
     ELSE
         IF CMP-IN-FIELD
             ADD 1 TO CMP-BLANK-RUN
             IF CMP-BLANK-RUN > 1
                 MOVE 'N' TO CMP-IN-FIELD-SW
             END-IF
         END-IF
     END-IF.
 CMP-SCAN-FIELDS-STEP-EXIT.
     EXIT.
*>***************************************************************
*> CMP-CHECK-SHIFT tests each field of line A against the fields of
*> line B that overlap it.  Text stays left-aligned and amounts stay
*> right-aligned when only their values change, so an overlapping
*> field that shares neither edge means the column itself moved.  A
*> field with nothing overlapping it was added or blanked, which is
*> content, not layout.
*>***************************************************************
 CMP-CHECK-SHIFT.
     PERFORM CMP-CHECK-SHIFT-FIELD THRU CMP-CHECK-SHIFT-FIELD-EXIT
         VARYING CMP-FA-SUB FROM 1 BY 1
         UNTIL CMP-FA-SUB > CMP-FA-COUNT.
 CMP-CHECK-SHIFT-EXIT.
     EXIT.
 CMP-CHECK-SHIFT-FIELD.
     MOVE 'N' TO CMP-OVERLAP-SW.
     MOVE 'N' TO CMP-ALIGNED-SW.
     PERFORM CMP-CHECK-SHIFT-PAIR THRU CMP-CHECK-SHIFT-PAIR-EXIT
         VARYING CMP-FB-SUB FROM 1 BY 1
         UNTIL CMP-FB-SUB > CMP-FB-COUNT.
     IF CMP-OVERLAP-FOUND AND NOT CMP-ALIGNED-FOUND
         MOVE 'Y' TO CMP-SHIFT-SW
     END-IF.
 CMP-CHECK-SHIFT-FIELD-EXIT.
     EXIT.
 CMP-CHECK-SHIFT-PAIR.
     IF CMP-FB-START(CMP-FB-SUB) NOT > CMP-FA-END(CMP-FA-SUB)
         AND CMP-FB-END(CMP-FB-SUB) NOT < CMP-FA-START(CMP-FA-SUB)
         MOVE 'Y' TO CMP-OVERLAP-SW
         IF CMP-FB-START(CMP-FB-SUB) = CMP-FA-START(CMP-FA-SUB)
             OR CMP-FB-END(CMP-FB-SUB) = CMP-FA-END(CMP-FA-SUB)
             MOVE 'Y' TO CMP-ALIGNED-SW
         END-IF
     END-IF.
 CMP-CHECK-SHIFT-PAIR-EXIT.
     EXIT.
 CMP-LIST-ONLY-NEW.
     ADD 1 TO CMP-ONLY-NEW-LINES.
     ADD 1 TO CMP-DETAIL-COUNT.
     IF CMP-DETAIL-COUNT NOT > CMP-DETAIL-LIMIT
         MOVE SPACES TO CMP-RPT-LINE
         STRING 'ONLY NEW   PAGE ' CMP-PAGE-NO
             ' LINE ' CMP-NW-LINE-SEQ(CMP-NW-SUB)
             ' ' CMP-NW-DATA(CMP-NW-SUB)(1:95)
             DELIMITED BY SIZE
             INTO CMP-RPT-LINE
         WRITE CMP-RPT-LINE
     END-IF.
 CMP-LIST-ONLY-NEW-EXIT.
     EXIT.
 CMP-LIST-ONLY-OLD.
     ADD 1 TO CMP-ONLY-OLD-LINES.
     ADD 1 TO CMP-DETAIL-COUNT.
     IF CMP-DETAIL-COUNT NOT > CMP-DETAIL-LIMIT
         MOVE SPACES TO CMP-RPT-LINE
         STRING 'ONLY PRIOR PAGE ' CMP-PAGE-NO
             ' LINE ' CMP-OD-LINE-SEQ(CMP-OD-SUB)
             ' ' CMP-OD-DATA(CMP-OD-SUB)(1:95)
             DELIMITED BY SIZE
             INTO CMP-RPT-LINE
         WRITE CMP-RPT-LINE
     END-IF.
 CMP-LIST-ONLY-OLD-EXIT.
     EXIT.
*>***************************************************************
*> CMP-WRITE-REPORT-SUMMARY closes a report's section: its counts
*> and the verdict.  Any page whose layout changed makes it
*> STRUCTURE CHANGED; otherwise a different page or line count, or
*> lines in only one run, make it CONTENT CHANGED; a report whose
*> every line pairs off in place, new figures or not, has an
*> IDENTICAL LAYOUT.
*>***************************************************************
 CMP-WRITE-REPORT-SUMMARY.
     IF CMP-DETAIL-COUNT > CMP-DETAIL-LIMIT
         MOVE SPACES TO CMP-RPT-LINE
         COMPUTE CMP-DETAIL-COUNT =
             CMP-DETAIL-COUNT - CMP-DETAIL-LIMIT
         STRING '           ' CMP-DETAIL-COUNT
             ' FURTHER DIFFERENCES NOT LISTED'
             DELIMITED BY SIZE
             INTO CMP-RPT-LINE
         WRITE CMP-RPT-LINE
     END-IF.
     IF CMP-OVERFLOW-LINES > ZERO
         MOVE SPACES TO CMP-RPT-LINE
         STRING 'WARNING    ' CMP-OVERFLOW-LINES
             ' LINES PAST 200 ON A PAGE WERE COUNTED BUT NOT COMPARED'
             DELIMITED BY SIZE
             INTO CMP-RPT-LINE
         WRITE CMP-RPT-LINE
     END-IF.
     MOVE SPACES TO CMP-RPT-LINE.
     STRING 'COUNTS     PAGES NOW ' CMP-NEW-PAGES
         ' WAS ' CMP-OLD-PAGES
         '   LINES NOW ' CMP-NEW-LINES
         ' WAS ' CMP-OLD-LINES
         DELIMITED BY SIZE
         INTO CMP-RPT-LINE.
     WRITE CMP-RPT-LINE.
     MOVE SPACES TO CMP-RPT-LINE.
     STRING 'LINES      SAME=' CMP-MATCHED-LINES
         ' VALUES CHANGED=' CMP-CHANGED-LINES
         ' ONLY NEW=' CMP-ONLY-NEW-LINES
         ' ONLY PRIOR=' CMP-ONLY-OLD-LINES
         ' ADVANCE=' CMP-ADV-LINES-CHANGED
         ' SHIFTED=' CMP-SHIFTED-LINES
         ' LAYOUT PAGES=' CMP-LAYOUT-PAGES
         DELIMITED BY SIZE
         INTO CMP-RPT-LINE.
     WRITE CMP-RPT-LINE.
     EVALUATE TRUE
         WHEN CMP-LAYOUT-PAGES > ZERO
             MOVE 'STRUCTURE CHANGED' TO CMP-VERDICT
             ADD 1 TO CMP-STRUCTURE-COUNT
         WHEN CMP-NEW-PAGES NOT = CMP-OLD-PAGES
           OR CMP-NEW-LINES NOT = CMP-OLD-LINES
           OR CMP-ONLY-NEW-LINES > ZERO
           OR CMP-ONLY-OLD-LINES > ZERO
             MOVE 'CONTENT CHANGED' TO CMP-VERDICT
             ADD 1 TO CMP-CONTENT-COUNT
         WHEN OTHER
             MOVE 'IDENTICAL LAYOUT' TO CMP-VERDICT
             ADD 1 TO CMP-IDENTICAL-COUNT
     END-EVALUATE.
     MOVE SPACES TO CMP-RPT-LINE.
     STRING 'VERDICT    ' CMP-REPORT-ID '  ' CMP-VERDICT
         DELIMITED BY SIZE
         INTO CMP-RPT-LINE.
     WRITE CMP-RPT-LINE.
     MOVE SPACES TO CMP-RPT-LINE.
     WRITE CMP-RPT-LINE.
     DISPLAY 'PRTCOMP: RPT=' CMP-REPORT-ID
         ' RUN ' CMP-NEW-DATE ' VS ' CMP-OLD-DATE
         ' ' CMP-VERDICT.
 CMP-WRITE-REPORT-SUMMARY-EXIT.
     EXIT.
 CMP-WRITE-TOTALS.
     MOVE SPACES TO CMP-RPT-LINE.
     STRING 'TOTALS     REPORTS=' CMP-REPORTS-COUNT
         ' IDENTICAL LAYOUT=' CMP-IDENTICAL-COUNT
         ' CONTENT CHANGED=' CMP-CONTENT-COUNT
         ' STRUCTURE CHANGED=' CMP-STRUCTURE-COUNT
         ' NOT COMPARED=' CMP-NOT-COMPARED-COUNT
         ' REFUSED=' CMP-REFUSED-COUNT
         DELIMITED BY SIZE
         INTO CMP-RPT-LINE.
     WRITE CMP-RPT-LINE.
     DISPLAY 'PRTCOMP: ' CMP-REPORTS-COUNT ' REPORTS COMPARED - '
         CMP-STRUCTURE-COUNT ' STRUCTURE CHANGED, '
         CMP-REFUSED-COUNT ' REFUSED'.
 CMP-WRITE-TOTALS-EXIT.
     EXIT.
