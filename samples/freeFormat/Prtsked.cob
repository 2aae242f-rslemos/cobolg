 ID DIVISION.
 PROGRAM-ID. PRTSKED.
 AUTHOR. PRINT SERVICES GROUP.
 INSTALLATION. CENTRAL DATA CENTER.
 DATE-WRITTEN. 2026-10-15.
 DATE-COMPILED.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  RSL  Original coding.  Expected-run check against
*>                    the run calendar: every report the RUNCAL
*>                    calendar (LCPCAL.cpy) expects on the business
*>                    date -- daily, weekdays, month-end, first
*>                    business day or a specific date, business days
*>                    skipping the HOLIDAYS list (LCPHOL.cpy) -- is
*>                    looked for among the day's '#' total-line
*>                    TALYFILE records and PRTQCTL entries.  SKEDRPT
*>                    lists every expected report that never showed
*>                    up (the feeder that abended upstream, so PRTDRV
*>                    never saw its *RPTHDR), every one that arrived
*>                    after its LCPM-READY-BY deadline, and every
*>                    report that ran when nothing expected it -- the
*>                    list the shift works from before the courier
*>                    leaves.  PRTRECON balances what ran and
*>                    PRTDLINE times what was queued; this is the
*>                    check on what did not run at all.
*>
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RMST-FILE        ASSIGN TO RPTMAST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS SKD-RMST-STATUS.
     SELECT CAL-FILE         ASSIGN TO RUNCAL
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS SKD-CAL-STATUS.
     SELECT HOL-FILE         ASSIGN TO HOLIDAYS
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS SKD-HOL-STATUS.
     SELECT TALLY-FILE       ASSIGN TO TALYFILE
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS SKD-TALY-STATUS.
     SELECT QUEUE-FILE       ASSIGN TO PRTQCTL
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS SKD-QUE-STATUS.
     SELECT PARM-FILE        ASSIGN TO SKEDPARM
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS SKD-PARM-STATUS.
     SELECT RPT-FILE         ASSIGN TO SKEDRPT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS SKD-RPT-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  RMST-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPRMST.
 FD  CAL-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPCAL.
 FD  HOL-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPHOL.
 FD  TALLY-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPTALY.
 FD  QUEUE-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPQUE.
*>***************************************************************
*> SKEDPARM names the business date to check (YYYYMMDD).  A missing
*> file, or a zero date, checks today.
*>***************************************************************
 FD  PARM-FILE
     LABEL RECORDS ARE STANDARD.
 01  SKD-PARM-REC.
     05  SKD-PARM-BUSINESS-DATE  PIC 9(08).
 FD  RPT-FILE
     LABEL RECORDS ARE STANDARD.
 01  SKD-RPT-LINE                PIC X(132).
 WORKING-STORAGE SECTION.
 77  SKD-RMST-STATUS             PIC XX     VALUE '00'.
     88  SKD-RMST-FILE-EOF                  VALUE '10'.
     88  SKD-RMST-FILE-NOT-FOUND            VALUE '35'.
 77  SKD-CAL-STATUS              PIC XX     VALUE '00'.
     88  SKD-CAL-FILE-EOF                   VALUE '10'.
     88  SKD-CAL-FILE-NOT-FOUND             VALUE '35'.
 77  SKD-HOL-STATUS              PIC XX     VALUE '00'.
     88  SKD-HOL-FILE-EOF                   VALUE '10'.
     88  SKD-HOL-FILE-NOT-FOUND             VALUE '35'.
 77  SKD-TALY-STATUS             PIC XX     VALUE '00'.
     88  SKD-TALY-FILE-EOF                  VALUE '10'.
     88  SKD-TALY-FILE-NOT-FOUND            VALUE '35'.
 77  SKD-QUE-STATUS              PIC XX     VALUE '00'.
     88  SKD-QUE-FILE-EOF                   VALUE '10'.
     88  SKD-QUE-FILE-NOT-FOUND             VALUE '35'.
 77  SKD-PARM-STATUS             PIC XX     VALUE '00'.
     88  SKD-PARM-FILE-OK                   VALUE '00'.
 77  SKD-RPT-STATUS              PIC XX     VALUE '00'.
*>***************************************************************
*> SKD-RPT-TABLE carries one entry per report id the check knows
*> about: every report on the master, plus any id the tally or
*> queue turns up that the master does not carry.  The calendar
*> decides EXPECTED; the tally and queue decide PRESENT, with the
*> arrival time (HHMM) of the earliest '#' tally record -- the
*> moment EVAL finished the report -- or, failing any tally, of
*> the earliest queue entry.
*>***************************************************************
 01  SKD-RPT-TABLE.
     05  SKD-RT-ENTRY OCCURS 100 TIMES.
         10  SKD-RT-REPORT-ID    PIC X(08).
         10  SKD-RT-READY-BY     PIC 9(04).
         10  SKD-RT-MASTER-SW    PIC X(01).
             88  SKD-RT-ON-MASTER           VALUE 'Y'.
         10  SKD-RT-CAL-SW       PIC X(01).
             88  SKD-RT-CALENDARED          VALUE 'Y'.
         10  SKD-RT-EXPECT-SW    PIC X(01).
             88  SKD-RT-EXPECTED            VALUE 'Y'.
         10  SKD-RT-PRESENT-SW   PIC X(01).
             88  SKD-RT-PRESENT             VALUE 'Y'.
         10  SKD-RT-TALLY-SW     PIC X(01).
             88  SKD-RT-HAS-TALLY           VALUE 'Y'.
         10  SKD-RT-ARRIVED      PIC 9(04).
 77  SKD-RT-COUNT                PIC 9(03)  VALUE ZERO.
 77  SKD-RT-SUB                  PIC 9(03)  VALUE ZERO.
 77  SKD-RT-FULL-SW              PIC X(01)  VALUE 'N'.
     88  SKD-RT-TABLE-FULL                  VALUE 'Y'.
 77  SKD-SEARCH-REPORT-ID        PIC X(08)  VALUE SPACES.
 01  SKD-HOLIDAY-TABLE.
     05  SKD-HOL-DATE            PIC 9(08)  OCCURS 100 TIMES.
 77  SKD-HOL-COUNT               PIC 9(03)  VALUE ZERO.
 77  SKD-HOL-SUB                 PIC 9(03)  VALUE ZERO.
 77  SKD-HOL-FULL-SW             PIC X(01)  VALUE 'N'.
     88  SKD-HOL-TABLE-FULL                 VALUE 'Y'.
*>***************************************************************
*> SKD-DAYS-IN-MONTH is the ordinary-year month length table;
*> February gains its leap day in SKD-LAST-DAY-OF-MONTH.
*> SKD-DAY-NAMES gives the listing its day of the week, Monday
*> first to match SKD-DOW (1 = Monday ... 7 = Sunday).
*>***************************************************************
 01  SKD-DAYS-IN-MONTH.
     05  FILLER                  PIC X(24)  VALUE
         '312831303130313130313031'.
 01  SKD-DAYS-IN-MONTH-R REDEFINES SKD-DAYS-IN-MONTH.
     05  SKD-MONTH-DAYS          PIC 9(02)  OCCURS 12 TIMES.
 01  SKD-DAY-NAMES.
     05  FILLER                  PIC X(21)  VALUE
         'MONTUEWEDTHUFRISATSUN'.
 01  SKD-DAY-NAMES-R REDEFINES SKD-DAY-NAMES.
     05  SKD-DAY-NAME            PIC X(03)  OCCURS 7 TIMES.
*>***************************************************************
*> SKD-BUSINESS-DATE is the date being checked; SKD-TEST-DATE is
*> the scratch date the day-of-week and business-day tests work
*> on, so the month-end and first-business-day scans can walk the
*> month a day at a time without disturbing it.
*>***************************************************************
 01  SKD-BUSINESS-DATE-AREA.
     05  SKD-BUSINESS-DATE       PIC 9(08)  VALUE ZERO.
     05  SKD-BUSINESS-DATE-R REDEFINES SKD-BUSINESS-DATE.
         10  SKD-BUS-YYYY        PIC 9(04).
         10  SKD-BUS-MM          PIC 9(02).
         10  SKD-BUS-DD          PIC 9(02).
 01  SKD-TEST-DATE-AREA.
     05  SKD-TEST-DATE           PIC 9(08)  VALUE ZERO.
     05  SKD-TEST-DATE-R REDEFINES SKD-TEST-DATE.
         10  SKD-TEST-YYYY       PIC 9(04).
         10  SKD-TEST-MM         PIC 9(02).
         10  SKD-TEST-DD         PIC 9(02).
 77  SKD-TODAY                   PIC 9(08)  VALUE ZERO.
 77  SKD-NOW-TIME                PIC 9(08)  VALUE ZERO.
 77  SKD-NOW-HHMM                PIC 9(04)  VALUE ZERO.
 77  SKD-WORK-HHMM               PIC 9(04)  VALUE ZERO.
 77  SKD-WORK-REMAINDER          PIC 9(04)  VALUE ZERO.
 77  SKD-DOW                     PIC 9(01)  VALUE ZERO.
 77  SKD-BUS-DOW                 PIC 9(01)  VALUE ZERO.
 77  SKD-CALC-YEAR               PIC 9(04)  VALUE ZERO.
 77  SKD-CALC-MONTH              PIC 9(02)  VALUE ZERO.
 77  SKD-CALC-Q4                 PIC 9(04)  VALUE ZERO.
 77  SKD-CALC-Q100               PIC 9(04)  VALUE ZERO.
 77  SKD-CALC-Q400               PIC 9(04)  VALUE ZERO.
 77  SKD-CALC-REM                PIC 9(03)  VALUE ZERO.
 77  SKD-CALC-MTERM              PIC 9(04)  VALUE ZERO.
 77  SKD-CALC-DAYNUM             PIC 9(07)  VALUE ZERO.
 77  SKD-CALC-WEEKS              PIC 9(07)  VALUE ZERO.
 77  SKD-LAST-DAY                PIC 9(02)  VALUE ZERO.
 77  SKD-SCAN-DAY                PIC 9(02)  VALUE ZERO.
 77  SKD-TEST-BUSINESS-SW        PIC X(01)  VALUE 'N'.
     88  SKD-TEST-IS-BUSINESS               VALUE 'Y'.
 77  SKD-OTHER-BUSINESS-SW       PIC X(01)  VALUE 'N'.
     88  SKD-OTHER-BUSINESS-FOUND           VALUE 'Y'.
 77  SKD-BUS-BUSINESS-SW         PIC X(01)  VALUE 'N'.
     88  SKD-BUS-IS-BUSINESS                VALUE 'Y'.
 77  SKD-BUS-MONTH-END-SW        PIC X(01)  VALUE 'N'.
     88  SKD-BUS-IS-MONTH-END               VALUE 'Y'.
 77  SKD-BUS-FIRST-SW            PIC X(01)  VALUE 'N'.
     88  SKD-BUS-IS-FIRST-BUSINESS          VALUE 'Y'.
 77  SKD-DEADLINE-PASSED-SW      PIC X(01)  VALUE 'N'.
     88  SKD-DEADLINE-PASSED                VALUE 'Y'.
 77  SKD-DAY-TYPE                PIC X(20)  VALUE SPACES.
 77  SKD-EXPECTED-COUNT          PIC 9(03)  VALUE ZERO.
 77  SKD-ARRIVED-COUNT           PIC 9(03)  VALUE ZERO.
 77  SKD-MISSING-COUNT           PIC 9(03)  VALUE ZERO.
 77  SKD-LATE-COUNT              PIC 9(03)  VALUE ZERO.
 77  SKD-UNEXPECTED-COUNT        PIC 9(03)  VALUE ZERO.
 77  SKD-CAL-ERRORS              PIC 9(03)  VALUE ZERO.
 PROCEDURE DIVISION.
 SKD-MAINLINE SECTION.
     PERFORM SKD-INITIALIZE THRU SKD-INITIALIZE-EXIT.
     PERFORM SKD-LOAD-HOLIDAYS THRU SKD-LOAD-HOLIDAYS-EXIT.
     PERFORM SKD-ANALYZE-BUSINESS-DATE
         THRU SKD-ANALYZE-BUSINESS-DATE-EXIT.
     PERFORM SKD-LOAD-MASTER THRU SKD-LOAD-MASTER-EXIT.
     PERFORM SKD-APPLY-CALENDAR THRU SKD-APPLY-CALENDAR-EXIT.
     PERFORM SKD-SCAN-TALLY THRU SKD-SCAN-TALLY-EXIT.
     PERFORM SKD-SCAN-QUEUE THRU SKD-SCAN-QUEUE-EXIT.
     PERFORM SKD-JUDGE-REPORTS THRU SKD-JUDGE-REPORTS-EXIT.
     PERFORM SKD-WRITE-TOTALS THRU SKD-WRITE-TOTALS-EXIT.
     CLOSE RPT-FILE.
     STOP RUN.
 SKD-MAINLINE-EXIT.
     EXIT.
 SKD-INITIALIZE.
     ACCEPT SKD-TODAY FROM DATE YYYYMMDD.
     ACCEPT SKD-NOW-TIME FROM TIME.
     DIVIDE SKD-NOW-TIME BY 10000 GIVING SKD-NOW-HHMM.
     MOVE SKD-TODAY TO SKD-BUSINESS-DATE.
     OPEN INPUT PARM-FILE.
     IF SKD-PARM-FILE-OK
         READ PARM-FILE
             NOT AT END
                 IF SKD-PARM-BUSINESS-DATE IS NUMERIC
                     AND SKD-PARM-BUSINESS-DATE > ZERO
                     MOVE SKD-PARM-BUSINESS-DATE TO SKD-BUSINESS-DATE
                 END-IF
         END-READ
         CLOSE PARM-FILE
     END-IF.
     OPEN OUTPUT RPT-FILE.
 SKD-INITIALIZE-EXIT.
     EXIT.
 SKD-LOAD-HOLIDAYS.
     OPEN INPUT HOL-FILE.
     IF SKD-HOL-FILE-NOT-FOUND
         SET SKD-HOL-FILE-EOF TO TRUE
     ELSE
         PERFORM SKD-LOAD-HOLIDAY-RECORD
             THRU SKD-LOAD-HOLIDAY-RECORD-EXIT
             UNTIL SKD-HOL-FILE-EOF
         CLOSE HOL-FILE
     END-IF.
 SKD-LOAD-HOLIDAYS-EXIT.
     EXIT.
 SKD-LOAD-HOLIDAY-RECORD.
     READ HOL-FILE
         AT END
             SET SKD-HOL-FILE-EOF TO TRUE
         NOT AT END
             IF SKD-HOL-COUNT < 100
                 ADD 1 TO SKD-HOL-COUNT
                 MOVE LCPD-DATE TO SKD-HOL-DATE(SKD-HOL-COUNT)
             ELSE
                 MOVE 'Y' TO SKD-HOL-FULL-SW
             END-IF
     END-READ.
 SKD-LOAD-HOLIDAY-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> SKD-ANALYZE-BUSINESS-DATE settles, once, what kind of day the
*> business date is: its day of the week, whether it is a business
*> day, and if so whether it is the first or the last business day
*> of its month (no other business day before it, or after it, in
*> the same month).  The calendar rules are then simple lookups.
*> The heading goes out here too, so the listing says what kind of
*> day it judged.
*>***************************************************************
 SKD-ANALYZE-BUSINESS-DATE.
     MOVE SKD-BUSINESS-DATE TO SKD-TEST-DATE.
     PERFORM SKD-TEST-BUSINESS-DAY THRU SKD-TEST-BUSINESS-DAY-EXIT.
     MOVE SKD-DOW TO SKD-BUS-DOW.
     MOVE SKD-TEST-BUSINESS-SW TO SKD-BUS-BUSINESS-SW.
     PERFORM SKD-LAST-DAY-OF-MONTH THRU SKD-LAST-DAY-OF-MONTH-EXIT.
     IF SKD-BUS-IS-BUSINESS
         MOVE 'N' TO SKD-OTHER-BUSINESS-SW
         PERFORM SKD-SCAN-MONTH-STEP THRU SKD-SCAN-MONTH-STEP-EXIT
             VARYING SKD-SCAN-DAY FROM 1 BY 1
             UNTIL SKD-SCAN-DAY NOT < SKD-BUS-DD
         IF NOT SKD-OTHER-BUSINESS-FOUND
             MOVE 'Y' TO SKD-BUS-FIRST-SW
         END-IF
         MOVE 'N' TO SKD-OTHER-BUSINESS-SW
         PERFORM SKD-SCAN-MONTH-STEP THRU SKD-SCAN-MONTH-STEP-EXIT
             VARYING SKD-SCAN-DAY FROM SKD-BUS-DD BY 1
             UNTIL SKD-SCAN-DAY > SKD-LAST-DAY
         IF NOT SKD-OTHER-BUSINESS-FOUND
             MOVE 'Y' TO SKD-BUS-MONTH-END-SW
         END-IF
     END-IF.
     EVALUATE TRUE
         WHEN NOT SKD-BUS-IS-BUSINESS
             MOVE 'NON-BUSINESS DAY' TO SKD-DAY-TYPE
         WHEN SKD-BUS-IS-FIRST-BUSINESS AND SKD-BUS-IS-MONTH-END
             MOVE 'ONLY BUSINESS DAY' TO SKD-DAY-TYPE
         WHEN SKD-BUS-IS-FIRST-BUSINESS
             MOVE 'FIRST BUSINESS DAY' TO SKD-DAY-TYPE
         WHEN SKD-BUS-IS-MONTH-END
             MOVE 'MONTH-END' TO SKD-DAY-TYPE
         WHEN OTHER
             MOVE 'BUSINESS DAY' TO SKD-DAY-TYPE
     END-EVALUATE.
     IF SKD-BUSINESS-DATE < SKD-TODAY
         MOVE 'Y' TO SKD-DEADLINE-PASSED-SW
     END-IF.
     MOVE SPACES TO SKD-RPT-LINE.
     STRING 'EXPECTED-RUN CHECK - BUSINESS DATE ' SKD-BUSINESS-DATE
         ' ' SKD-DAY-NAME(SKD-BUS-DOW)
         ' ' SKD-DAY-TYPE
         DELIMITED BY SIZE
         INTO SKD-RPT-LINE.
     WRITE SKD-RPT-LINE.
     MOVE SPACES TO SKD-RPT-LINE.
     WRITE SKD-RPT-LINE.
     IF SKD-HOL-TABLE-FULL
         MOVE SPACES TO SKD-RPT-LINE
         STRING 'WARNING    HOLIDAY LIST EXCEEDS 100 DATES - '
             'LATER DATES COUNTED AS BUSINESS DAYS'
             DELIMITED BY SIZE
             INTO SKD-RPT-LINE
         WRITE SKD-RPT-LINE
     END-IF.
 SKD-ANALYZE-BUSINESS-DATE-EXIT.
     EXIT.
*>***************************************************************
*> SKD-SCAN-MONTH-STEP tests one other day of the business date's
*> month (SKD-SCAN-DAY; the first scan walks the days before it,
*> the second, which starts at the business day itself and tests
*> from the day after, walks the days after it).
*>***************************************************************
 SKD-SCAN-MONTH-STEP.
     IF SKD-SCAN-DAY = SKD-BUS-DD
         GO TO SKD-SCAN-MONTH-STEP-EXIT
     END-IF.
     MOVE SKD-BUSINESS-DATE TO SKD-TEST-DATE.
     MOVE SKD-SCAN-DAY TO SKD-TEST-DD.
     PERFORM SKD-TEST-BUSINESS-DAY THRU SKD-TEST-BUSINESS-DAY-EXIT.
     IF SKD-TEST-IS-BUSINESS
         MOVE 'Y' TO SKD-OTHER-BUSINESS-SW
     END-IF.
 SKD-SCAN-MONTH-STEP-EXIT.
     EXIT.
*>***************************************************************
*> SKD-TEST-BUSINESS-DAY: SKD-TEST-DATE is a business day when it
*> falls Monday to Friday and is not on the holiday list.
*>***************************************************************
 SKD-TEST-BUSINESS-DAY.
     MOVE 'N' TO SKD-TEST-BUSINESS-SW.
     PERFORM SKD-DAY-OF-WEEK THRU SKD-DAY-OF-WEEK-EXIT.
     IF SKD-DOW > 5
         GO TO SKD-TEST-BUSINESS-DAY-EXIT
     END-IF.
     PERFORM SKD-FIND-HOLIDAY-STEP THRU SKD-FIND-HOLIDAY-STEP-EXIT
         VARYING SKD-HOL-SUB FROM 1 BY 1
         UNTIL SKD-HOL-SUB > SKD-HOL-COUNT
            OR SKD-HOL-DATE(SKD-HOL-SUB) = SKD-TEST-DATE.
     IF SKD-HOL-SUB > SKD-HOL-COUNT
         MOVE 'Y' TO SKD-TEST-BUSINESS-SW
     END-IF.
 SKD-TEST-BUSINESS-DAY-EXIT.
     EXIT.
 SKD-FIND-HOLIDAY-STEP.
     CONTINUE.
 SKD-FIND-HOLIDAY-STEP-EXIT.
     EXIT.
*>***************************************************************
*> SKD-DAY-OF-WEEK numbers SKD-TEST-DATE's weekday, 1 = Monday to
*> 7 = Sunday.  The date is turned into a running day number on
*> the March-based year (January and February counted as months 13
*> and 14 of the year before, which puts the leap day last), each
*> division taken whole on its own as the count requires.  One
*> day more in the count puts every Monday on an exact multiple
*> of seven, so the remainder over seven gives the weekday.
*>***************************************************************
 SKD-DAY-OF-WEEK.
     MOVE SKD-TEST-YYYY TO SKD-CALC-YEAR.
     MOVE SKD-TEST-MM   TO SKD-CALC-MONTH.
     IF SKD-CALC-MONTH < 3
         SUBTRACT 1 FROM SKD-CALC-YEAR
         ADD 12 TO SKD-CALC-MONTH
     END-IF.
     DIVIDE SKD-CALC-YEAR BY 4   GIVING SKD-CALC-Q4.
     DIVIDE SKD-CALC-YEAR BY 100 GIVING SKD-CALC-Q100.
     DIVIDE SKD-CALC-YEAR BY 400 GIVING SKD-CALC-Q400.
     COMPUTE SKD-CALC-MTERM = 153 * (SKD-CALC-MONTH - 3) + 2.
     DIVIDE SKD-CALC-MTERM BY 5 GIVING SKD-CALC-MTERM.
     COMPUTE SKD-CALC-DAYNUM = 365 * SKD-CALC-YEAR
         + SKD-CALC-Q4 - SKD-CALC-Q100 + SKD-CALC-Q400
         + SKD-CALC-MTERM + SKD-TEST-DD + 1.
     DIVIDE SKD-CALC-DAYNUM BY 7
         GIVING SKD-CALC-WEEKS REMAINDER SKD-CALC-REM.
     COMPUTE SKD-DOW = SKD-CALC-REM + 1.
 SKD-DAY-OF-WEEK-EXIT.
     EXIT.
*>***************************************************************
*> SKD-LAST-DAY-OF-MONTH sets SKD-LAST-DAY for the business date's
*> month, February taking its 29th in a leap year (every fourth
*> year, except centuries not divisible by 400).
*>***************************************************************
 SKD-LAST-DAY-OF-MONTH.
     MOVE SKD-MONTH-DAYS(SKD-BUS-MM) TO SKD-LAST-DAY.
     IF SKD-BUS-MM = 2
         DIVIDE SKD-BUS-YYYY BY 4
             GIVING SKD-CALC-Q4 REMAINDER SKD-CALC-REM
         IF SKD-CALC-REM = ZERO
             MOVE 29 TO SKD-LAST-DAY
             DIVIDE SKD-BUS-YYYY BY 100
                 GIVING SKD-CALC-Q100 REMAINDER SKD-CALC-REM
             IF SKD-CALC-REM = ZERO
                 DIVIDE SKD-BUS-YYYY BY 400
                     GIVING SKD-CALC-Q400 REMAINDER SKD-CALC-REM
                 IF SKD-CALC-REM NOT = ZERO
                     MOVE 28 TO SKD-LAST-DAY
                 END-IF
             END-IF
         END-IF
     END-IF.
 SKD-LAST-DAY-OF-MONTH-EXIT.
     EXIT.
 SKD-LOAD-MASTER.
     OPEN INPUT RMST-FILE.
     IF SKD-RMST-FILE-NOT-FOUND
         SET SKD-RMST-FILE-EOF TO TRUE
         DISPLAY 'PRTSKED: NO RPTMAST - NOTHING CAN BE EXPECTED'
     ELSE
         PERFORM SKD-LOAD-MASTER-RECORD
             THRU SKD-LOAD-MASTER-RECORD-EXIT
             UNTIL SKD-RMST-FILE-EOF
         CLOSE RMST-FILE
     END-IF.
 SKD-LOAD-MASTER-EXIT.
     EXIT.
 SKD-LOAD-MASTER-RECORD.
     READ RMST-FILE
         AT END
             SET SKD-RMST-FILE-EOF TO TRUE
         NOT AT END
             MOVE LCPM-REPORT-ID TO SKD-SEARCH-REPORT-ID
             PERFORM SKD-ADD-REPORT THRU SKD-ADD-REPORT-EXIT
             IF SKD-RT-SUB NOT > SKD-RT-COUNT
                 MOVE 'Y' TO SKD-RT-MASTER-SW(SKD-RT-SUB)
                 MOVE LCPM-READY-BY TO SKD-RT-READY-BY(SKD-RT-SUB)
             END-IF
     END-READ.
 SKD-LOAD-MASTER-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> SKD-FIND-REPORT does a linear scan of the report table for
*> SKD-SEARCH-REPORT-ID; on return SKD-RT-SUB points at the match,
*> or past SKD-RT-COUNT when there is none.  SKD-ADD-REPORT finds
*> the id or opens a fresh entry for it (off the master, not
*> calendared, not present); with the table full SKD-RT-SUB is
*> left past the count and the id goes untracked, with a warning
*> on the listing.
*>***************************************************************
 SKD-FIND-REPORT.
     PERFORM SKD-FIND-REPORT-STEP THRU SKD-FIND-REPORT-STEP-EXIT
         VARYING SKD-RT-SUB FROM 1 BY 1
         UNTIL SKD-RT-SUB > SKD-RT-COUNT
            OR SKD-RT-REPORT-ID(SKD-RT-SUB) = SKD-SEARCH-REPORT-ID.
 SKD-FIND-REPORT-EXIT.
     EXIT.
 SKD-FIND-REPORT-STEP.
     CONTINUE.
 SKD-FIND-REPORT-STEP-EXIT.
     EXIT.
 SKD-ADD-REPORT.
     PERFORM SKD-FIND-REPORT THRU SKD-FIND-REPORT-EXIT.
     IF SKD-RT-SUB > SKD-RT-COUNT
         IF SKD-RT-COUNT < 100
             ADD 1 TO SKD-RT-COUNT
             MOVE SKD-RT-COUNT TO SKD-RT-SUB
             MOVE SKD-SEARCH-REPORT-ID TO SKD-RT-REPORT-ID(SKD-RT-SUB)
             MOVE ZERO TO SKD-RT-READY-BY(SKD-RT-SUB)
             MOVE 'N'  TO SKD-RT-MASTER-SW(SKD-RT-SUB)
             MOVE 'N'  TO SKD-RT-CAL-SW(SKD-RT-SUB)
             MOVE 'N'  TO SKD-RT-EXPECT-SW(SKD-RT-SUB)
             MOVE 'N'  TO SKD-RT-PRESENT-SW(SKD-RT-SUB)
             MOVE 'N'  TO SKD-RT-TALLY-SW(SKD-RT-SUB)
             MOVE ZERO TO SKD-RT-ARRIVED(SKD-RT-SUB)
         ELSE
             IF NOT SKD-RT-TABLE-FULL
                 MOVE 'Y' TO SKD-RT-FULL-SW
                 MOVE SPACES TO SKD-RPT-LINE
                 STRING 'WARNING    MORE THAN 100 REPORT IDS - '
                     'FROM RPT=' SKD-SEARCH-REPORT-ID
                     ' ON, REPORTS ARE NOT CHECKED'
                     DELIMITED BY SIZE
                     INTO SKD-RPT-LINE
                 WRITE SKD-RPT-LINE
             END-IF
         END-IF
     END-IF.
 SKD-ADD-REPORT-EXIT.
     EXIT.
*>***************************************************************
*> SKD-APPLY-CALENDAR reads the run calendar and marks each report
*> EXPECTED when any of its rules falls on the business date.  A
*> rule for a report the master does not carry, or with a rule
*> code this program does not know, is listed and ignored.
*>***************************************************************
 SKD-APPLY-CALENDAR.
     OPEN INPUT CAL-FILE.
     IF SKD-CAL-FILE-NOT-FOUND
         SET SKD-CAL-FILE-EOF TO TRUE
         DISPLAY 'PRTSKED: NO RUNCAL - NO REPORT IS EXPECTED'
     ELSE
         PERFORM SKD-APPLY-CALENDAR-RECORD
             THRU SKD-APPLY-CALENDAR-RECORD-EXIT
             UNTIL SKD-CAL-FILE-EOF
         CLOSE CAL-FILE
     END-IF.
 SKD-APPLY-CALENDAR-EXIT.
     EXIT.
 SKD-APPLY-CALENDAR-RECORD.
     READ CAL-FILE
         AT END
             SET SKD-CAL-FILE-EOF TO TRUE
         NOT AT END
             PERFORM SKD-APPLY-ONE-RULE THRU SKD-APPLY-ONE-RULE-EXIT
     END-READ.
 SKD-APPLY-CALENDAR-RECORD-EXIT.
     EXIT.
 SKD-APPLY-ONE-RULE.
     MOVE LCPC-REPORT-ID TO SKD-SEARCH-REPORT-ID.
     PERFORM SKD-FIND-REPORT THRU SKD-FIND-REPORT-EXIT.
     IF SKD-RT-SUB > SKD-RT-COUNT
         ADD 1 TO SKD-CAL-ERRORS
         MOVE SPACES TO SKD-RPT-LINE
         STRING 'CALENDAR   RPT=' LCPC-REPORT-ID
             ' RULE=' LCPC-RULE
             ' - REPORT ID NOT ON REPORT MASTER, RULE IGNORED'
             DELIMITED BY SIZE
             INTO SKD-RPT-LINE
         WRITE SKD-RPT-LINE
         GO TO SKD-APPLY-ONE-RULE-EXIT
     END-IF.
     MOVE 'Y' TO SKD-RT-CAL-SW(SKD-RT-SUB).
     EVALUATE LCPC-RULE
         WHEN 'D'
             MOVE 'Y' TO SKD-RT-EXPECT-SW(SKD-RT-SUB)
         WHEN 'W'
             IF SKD-BUS-IS-BUSINESS
                 MOVE 'Y' TO SKD-RT-EXPECT-SW(SKD-RT-SUB)
             END-IF
         WHEN 'M'
             IF SKD-BUS-IS-MONTH-END
                 MOVE 'Y' TO SKD-RT-EXPECT-SW(SKD-RT-SUB)
             END-IF
         WHEN 'F'
             IF SKD-BUS-IS-FIRST-BUSINESS
                 MOVE 'Y' TO SKD-RT-EXPECT-SW(SKD-RT-SUB)
             END-IF
         WHEN 'S'
             IF LCPC-RUN-DATE = SKD-BUSINESS-DATE
                 MOVE 'Y' TO SKD-RT-EXPECT-SW(SKD-RT-SUB)
             END-IF
         WHEN OTHER
             ADD 1 TO SKD-CAL-ERRORS
             MOVE SPACES TO SKD-RPT-LINE
             STRING 'CALENDAR   RPT=' LCPC-REPORT-ID
                 ' RULE=' LCPC-RULE
                 ' - UNKNOWN RULE (D/W/M/F/S), RULE IGNORED'
                 DELIMITED BY SIZE
                 INTO SKD-RPT-LINE
             WRITE SKD-RPT-LINE
     END-EVALUATE.
 SKD-APPLY-ONE-RULE-EXIT.
     EXIT.
*>***************************************************************
*> SKD-SCAN-TALLY takes the business date's '#' total-line records
*> as proof a report ran: EVAL writes one as each report closes,
*> so its time is when the report was finished and in hand.
*>***************************************************************
 SKD-SCAN-TALLY.
     OPEN INPUT TALLY-FILE.
     IF SKD-TALY-FILE-NOT-FOUND
         SET SKD-TALY-FILE-EOF TO TRUE
     ELSE
         PERFORM SKD-SCAN-TALLY-RECORD THRU SKD-SCAN-TALLY-RECORD-EXIT
             UNTIL SKD-TALY-FILE-EOF
         CLOSE TALLY-FILE
     END-IF.
 SKD-SCAN-TALLY-EXIT.
     EXIT.
 SKD-SCAN-TALLY-RECORD.
     READ TALLY-FILE
         AT END
             SET SKD-TALY-FILE-EOF TO TRUE
         NOT AT END
             IF LCPT-CHANNEL-CODE = '#'
                 AND LCPT-DATE = SKD-BUSINESS-DATE
                 MOVE LCPT-REPORT-ID TO SKD-SEARCH-REPORT-ID
                 PERFORM SKD-ADD-REPORT THRU SKD-ADD-REPORT-EXIT
                 IF SKD-RT-SUB NOT > SKD-RT-COUNT
                     DIVIDE LCPT-TIME BY 10000 GIVING SKD-WORK-HHMM
                     IF NOT SKD-RT-HAS-TALLY(SKD-RT-SUB)
                         OR SKD-WORK-HHMM < SKD-RT-ARRIVED(SKD-RT-SUB)
                         MOVE SKD-WORK-HHMM
                             TO SKD-RT-ARRIVED(SKD-RT-SUB)
                     END-IF
                     MOVE 'Y' TO SKD-RT-TALLY-SW(SKD-RT-SUB)
                     MOVE 'Y' TO SKD-RT-PRESENT-SW(SKD-RT-SUB)
                 END-IF
             END-IF
     END-READ.
 SKD-SCAN-TALLY-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> SKD-SCAN-QUEUE takes any PRTQCTL entry dated the business date
*> as proof too -- a report can be queued with its tally lost, and
*> a cancelled entry still ran.  Its time only stands as the
*> arrival when no tally record gave one.
*>***************************************************************
 SKD-SCAN-QUEUE.
     OPEN INPUT QUEUE-FILE.
     IF SKD-QUE-FILE-NOT-FOUND
         SET SKD-QUE-FILE-EOF TO TRUE
     ELSE
         PERFORM SKD-SCAN-QUEUE-RECORD THRU SKD-SCAN-QUEUE-RECORD-EXIT
             UNTIL SKD-QUE-FILE-EOF
         CLOSE QUEUE-FILE
     END-IF.
 SKD-SCAN-QUEUE-EXIT.
     EXIT.
 SKD-SCAN-QUEUE-RECORD.
     READ QUEUE-FILE
         AT END
             SET SKD-QUE-FILE-EOF TO TRUE
         NOT AT END
             IF LCPQ-DATE = SKD-BUSINESS-DATE
                 MOVE LCPQ-REPORT-ID TO SKD-SEARCH-REPORT-ID
                 PERFORM SKD-ADD-REPORT THRU SKD-ADD-REPORT-EXIT
                 IF SKD-RT-SUB NOT > SKD-RT-COUNT
                     AND NOT SKD-RT-HAS-TALLY(SKD-RT-SUB)
                     DIVIDE LCPQ-TIME BY 10000 GIVING SKD-WORK-HHMM
                     IF NOT SKD-RT-PRESENT(SKD-RT-SUB)
                         OR SKD-WORK-HHMM < SKD-RT-ARRIVED(SKD-RT-SUB)
                         MOVE SKD-WORK-HHMM
                             TO SKD-RT-ARRIVED(SKD-RT-SUB)
                     END-IF
                     MOVE 'Y' TO SKD-RT-PRESENT-SW(SKD-RT-SUB)
                 END-IF
             END-IF
     END-READ.
 SKD-SCAN-QUEUE-RECORD-EXIT.
     EXIT.
 SKD-JUDGE-REPORTS.
     PERFORM SKD-JUDGE-ONE-REPORT THRU SKD-JUDGE-ONE-REPORT-EXIT
         VARYING SKD-RT-SUB FROM 1 BY 1
         UNTIL SKD-RT-SUB > SKD-RT-COUNT.
 SKD-JUDGE-REPORTS-EXIT.
     EXIT.
*>***************************************************************
*> SKD-JUDGE-ONE-REPORT lists a report only when it needs chasing:
*> expected and missing (with whether its ready-by has already
*> gone by -- always so for a past business date), expected but in
*> after its ready-by, or present with nothing expecting it (not
*> due today, on no calendar at all, or not even on the master).
*> Expected reports that came in on time are only counted.
*>***************************************************************
 SKD-JUDGE-ONE-REPORT.
     IF SKD-RT-EXPECTED(SKD-RT-SUB)
         ADD 1 TO SKD-EXPECTED-COUNT
     END-IF.
     EVALUATE TRUE
         WHEN SKD-RT-EXPECTED(SKD-RT-SUB)
              AND NOT SKD-RT-PRESENT(SKD-RT-SUB)
             PERFORM SKD-LIST-MISSING THRU SKD-LIST-MISSING-EXIT
         WHEN SKD-RT-EXPECTED(SKD-RT-SUB)
              AND SKD-RT-READY-BY(SKD-RT-SUB) > ZERO
              AND SKD-RT-ARRIVED(SKD-RT-SUB)
                  > SKD-RT-READY-BY(SKD-RT-SUB)
             ADD 1 TO SKD-ARRIVED-COUNT
             ADD 1 TO SKD-LATE-COUNT
             MOVE SPACES TO SKD-RPT-LINE
             STRING 'LATE       RPT=' SKD-RT-REPORT-ID(SKD-RT-SUB)
                 ' READY-BY=' SKD-RT-READY-BY(SKD-RT-SUB)
                 ' ARRIVED=' SKD-RT-ARRIVED(SKD-RT-SUB)
                 ' - IN AFTER ITS DEADLINE'
                 DELIMITED BY SIZE
                 INTO SKD-RPT-LINE
             WRITE SKD-RPT-LINE
         WHEN SKD-RT-EXPECTED(SKD-RT-SUB)
             ADD 1 TO SKD-ARRIVED-COUNT
         WHEN SKD-RT-PRESENT(SKD-RT-SUB)
             PERFORM SKD-LIST-UNEXPECTED
                 THRU SKD-LIST-UNEXPECTED-EXIT
         WHEN OTHER
             CONTINUE
     END-EVALUATE.
 SKD-JUDGE-ONE-REPORT-EXIT.
     EXIT.
 SKD-LIST-MISSING.
     ADD 1 TO SKD-MISSING-COUNT.
     MOVE SPACES TO SKD-RPT-LINE.
     IF SKD-RT-READY-BY(SKD-RT-SUB) = ZERO
         STRING 'MISSING    RPT=' SKD-RT-REPORT-ID(SKD-RT-SUB)
             ' - EXPECTED, NO TALLY OR QUEUE ENTRY'
             DELIMITED BY SIZE
             INTO SKD-RPT-LINE
     ELSE
         IF SKD-DEADLINE-PASSED
             OR SKD-NOW-HHMM > SKD-RT-READY-BY(SKD-RT-SUB)
             STRING 'MISSING    RPT=' SKD-RT-REPORT-ID(SKD-RT-SUB)
                 ' READY-BY=' SKD-RT-READY-BY(SKD-RT-SUB)
                 ' - EXPECTED, NO TALLY OR QUEUE ENTRY,'
                 ' DEADLINE ALREADY PASSED'
                 DELIMITED BY SIZE
                 INTO SKD-RPT-LINE
         ELSE
             STRING 'MISSING    RPT=' SKD-RT-REPORT-ID(SKD-RT-SUB)
                 ' READY-BY=' SKD-RT-READY-BY(SKD-RT-SUB)
                 ' - EXPECTED, NO TALLY OR QUEUE ENTRY YET'
                 DELIMITED BY SIZE
                 INTO SKD-RPT-LINE
         END-IF
     END-IF.
     WRITE SKD-RPT-LINE.
 SKD-LIST-MISSING-EXIT.
     EXIT.
 SKD-LIST-UNEXPECTED.
     ADD 1 TO SKD-UNEXPECTED-COUNT.
     MOVE SPACES TO SKD-RPT-LINE.
     EVALUATE TRUE
         WHEN NOT SKD-RT-ON-MASTER(SKD-RT-SUB)
             STRING 'UNEXPECTED RPT=' SKD-RT-REPORT-ID(SKD-RT-SUB)
                 ' ARRIVED=' SKD-RT-ARRIVED(SKD-RT-SUB)
                 ' - RAN BUT IS NOT ON THE REPORT MASTER'
                 DELIMITED BY SIZE
                 INTO SKD-RPT-LINE
         WHEN NOT SKD-RT-CALENDARED(SKD-RT-SUB)
             STRING 'UNEXPECTED RPT=' SKD-RT-REPORT-ID(SKD-RT-SUB)
                 ' ARRIVED=' SKD-RT-ARRIVED(SKD-RT-SUB)
                 ' - RAN BUT HAS NO RUN CALENDAR ENTRY'
                 DELIMITED BY SIZE
                 INTO SKD-RPT-LINE
         WHEN OTHER
             STRING 'UNEXPECTED RPT=' SKD-RT-REPORT-ID(SKD-RT-SUB)
                 ' ARRIVED=' SKD-RT-ARRIVED(SKD-RT-SUB)
                 ' - RAN BUT IS NOT SCHEDULED FOR THIS DATE'
                 DELIMITED BY SIZE
                 INTO SKD-RPT-LINE
     END-EVALUATE.
     WRITE SKD-RPT-LINE.
 SKD-LIST-UNEXPECTED-EXIT.
     EXIT.
 SKD-WRITE-TOTALS.
     MOVE SPACES TO SKD-RPT-LINE.
     WRITE SKD-RPT-LINE.
     MOVE SPACES TO SKD-RPT-LINE.
     STRING 'TOTALS  EXPECTED=' SKD-EXPECTED-COUNT
         ' ARRIVED=' SKD-ARRIVED-COUNT
         ' MISSING=' SKD-MISSING-COUNT
         ' LATE=' SKD-LATE-COUNT
         ' UNEXPECTED=' SKD-UNEXPECTED-COUNT
         ' CALENDAR ERRORS=' SKD-CAL-ERRORS
         DELIMITED BY SIZE
         INTO SKD-RPT-LINE.
     WRITE SKD-RPT-LINE.
     DISPLAY 'PRTSKED: DATE=' SKD-BUSINESS-DATE
         ' EXPECTED=' SKD-EXPECTED-COUNT
         ' MISSING=' SKD-MISSING-COUNT
         ' LATE=' SKD-LATE-COUNT
         ' UNEXPECTED=' SKD-UNEXPECTED-COUNT.
 SKD-WRITE-TOTALS-EXIT.
     EXIT.
