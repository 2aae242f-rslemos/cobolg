 ID DIVISION.
 PROGRAM-ID. PRTXTRC.
 AUTHOR. PRINT SERVICES GROUP.
 INSTALLATION. CENTRAL DATA CENTER.
 DATE-WRITTEN. 2026-10-15.
 DATE-COMPILED.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  RSL  Original coding.  Columnar data extract from
*>                    the archived spool copy, so departments stop
*>                    rekeying figures off printed reports: for the
*>                    report id and run-date range on XTRPARM, every
*>                    archived line the report's layout definition
*>                    (XTRDEFN, LCPXDEF.cpy) calls a data row is cut
*>                    into its named fields and written to XTROUT as
*>                    one delimited record, under a heading row of
*>                    the field names.  Amounts come out of the
*>                    shop's comma-decimal edited form as plain
*>                    signed numbers.  XTRLST lists the definition
*>                    used, any row whose amount would not convert,
*>                    and the control counts -- pages read, rows
*>                    extracted, lines skipped -- that tie the
*>                    extract back to the printed report.  Requests
*>                    carry a requester id and restricted reports
*>                    follow the same SECAUTH and ACCSLOG rules as a
*>                    PRTREPRT reprint.
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
                              FILE STATUS IS XTR-ARCH-STATUS.
     SELECT PARM-FILE        ASSIGN TO XTRPARM
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS XTR-PARM-STATUS.
     SELECT DEFN-FILE        ASSIGN TO XTRDEFN
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS XTR-DEFN-STATUS.
     SELECT RMST-FILE        ASSIGN TO RPTMAST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS XTR-RMST-STATUS.
     SELECT AUTH-FILE        ASSIGN TO SECAUTH
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS XTR-AUTH-STATUS.
     SELECT ACCS-FILE        ASSIGN TO ACCSLOG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS XTR-ACCS-STATUS.
     SELECT OUT-FILE         ASSIGN TO XTROUT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS XTR-OUT-STATUS.
     SELECT LST-FILE         ASSIGN TO XTRLST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS XTR-LST-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  ARCH-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPARCH.
*>***************************************************************
*> The one XTRPARM record names the extract, fixed columns:
*>   1-8   report id
*>   10-17 run date from (YYYYMMDD, blank or zero = the beginning)
*>   19-26 run date to   (YYYYMMDD, blank or zero = the end)
*>   28    field delimiter for XTROUT (blank = comma)
*>   30-37 requester id, required
*>***************************************************************
 FD  PARM-FILE
     LABEL RECORDS ARE STANDARD.
 01  XTR-PARM-REC.
     05  XTR-PARM-REPORT-ID      PIC X(08).
     05  FILLER                  PIC X(01).
     05  XTR-PARM-FROM-DATE      PIC X(08).
     05  FILLER                  PIC X(01).
     05  XTR-PARM-TO-DATE        PIC X(08).
     05  FILLER                  PIC X(01).
     05  XTR-PARM-DELIMITER      PIC X(01).
     05  FILLER                  PIC X(01).
     05  XTR-PARM-REQUESTER      PIC X(08).
 FD  DEFN-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPXDEF.
 FD  RMST-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPRMST.
 FD  AUTH-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPSAUT.
 FD  ACCS-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPACCS.
 FD  OUT-FILE
     LABEL RECORDS ARE STANDARD.
 01  XTR-OUT-LINE                PIC X(1024).
 FD  LST-FILE
     LABEL RECORDS ARE STANDARD.
 01  XTR-LST-LINE                PIC X(132).
 WORKING-STORAGE SECTION.
 77  XTR-ARCH-STATUS             PIC XX     VALUE '00'.
     88  XTR-ARCH-FILE-EOF                  VALUE '10'.
     88  XTR-ARCH-FILE-NOT-FOUND            VALUE '35'.
 77  XTR-PARM-STATUS             PIC XX     VALUE '00'.
     88  XTR-PARM-FILE-OK                   VALUE '00'.
 77  XTR-DEFN-STATUS             PIC XX     VALUE '00'.
     88  XTR-DEFN-FILE-EOF                  VALUE '10'.
     88  XTR-DEFN-FILE-NOT-FOUND            VALUE '35'.
 77  XTR-RMST-STATUS             PIC XX     VALUE '00'.
     88  XTR-RMST-FILE-EOF                  VALUE '10'.
     88  XTR-RMST-FILE-NOT-FOUND            VALUE '35'.
 77  XTR-AUTH-STATUS             PIC XX     VALUE '00'.
     88  XTR-AUTH-FILE-EOF                  VALUE '10'.
     88  XTR-AUTH-FILE-NOT-FOUND            VALUE '35'.
 77  XTR-ACCS-STATUS             PIC XX     VALUE '00'.
     88  XTR-ACCS-FILE-NOT-FOUND            VALUE '35'.
 77  XTR-OUT-STATUS              PIC XX     VALUE '00'.
 77  XTR-LST-STATUS              PIC XX     VALUE '00'.
*>***************************************************************
*> The request, and whether it is still fit to run: each stage --
*> parameter, definition, authority -- clears XTR-REQUEST-SW with
*> a listing line saying why when it finds the request unusable.
*>***************************************************************
 77  XTR-REQUEST-SW              PIC X(01)  VALUE 'N'.
     88  XTR-REQUEST-OK                     VALUE 'Y'.
 77  XTR-REPORT-ID               PIC X(08)  VALUE SPACES.
 77  XTR-FROM-DATE               PIC 9(08)  VALUE ZERO.
 77  XTR-TO-DATE                 PIC 9(08)  VALUE ZERO.
 77  XTR-DELIM                   PIC X(01)  VALUE ','.
 77  XTR-REQUESTER               PIC X(08)  VALUE SPACES.
 77  XTR-FROM-TEXT               PIC X(08)  VALUE SPACES.
 77  XTR-TO-TEXT                 PIC X(08)  VALUE SPACES.
 77  XTR-REJECT-REASON           PIC X(50)  VALUE SPACES.
*>***************************************************************
*> The report's layout definition: its row rules and its fields,
*> in XTRDEFN order.  Field widths are held to a total of 400
*> print positions, which keeps the widest possible extract
*> record (every character a quote, doubled) inside XTROUT.
*>***************************************************************
 01  XTR-RULE-TABLE.
     05  XTR-RL-ENTRY OCCURS 10 TIMES.
         10  XTR-RL-KIND         PIC X(01).
         10  XTR-RL-COLUMN       PIC 9(03).
         10  XTR-RL-LENGTH       PIC 9(03).
         10  XTR-RL-LITERAL      PIC X(40).
 77  XTR-RL-COUNT                PIC 9(02)  VALUE ZERO.
 77  XTR-RL-SUB                  PIC 9(02)  VALUE ZERO.
 01  XTR-FIELD-TABLE.
     05  XTR-FD-ENTRY OCCURS 20 TIMES.
         10  XTR-FD-TYPE         PIC X(01).
         10  XTR-FD-COLUMN       PIC 9(03).
         10  XTR-FD-LENGTH       PIC 9(03).
         10  XTR-FD-NAME         PIC X(20).
 77  XTR-FD-COUNT                PIC 9(02)  VALUE ZERO.
 77  XTR-FD-SUB                  PIC 9(02)  VALUE ZERO.
 77  XTR-FD-TOTAL-WIDTH          PIC 9(05)  VALUE ZERO.
 77  XTR-DEFN-RECORDS            PIC 9(03)  VALUE ZERO.
 77  XTR-DEFN-ERROR-SW           PIC X(01)  VALUE 'N'.
     88  XTR-DEFN-IN-ERROR                  VALUE 'Y'.
 77  XTR-DEFN-LENGTH             PIC 9(03)  VALUE ZERO.
 77  XTR-DEFN-END-COLUMN         PIC 9(04)  VALUE ZERO.
*>***************************************************************
*> Sensitivity check and access-log work.  A restricted report is
*> logged once per run date extracted, with the first and last
*> page read of that run.
*>***************************************************************
 77  XTR-REPORT-CLASS            PIC X(01)  VALUE SPACE.
 77  XTR-AUTHORIZED-SW           PIC X(01)  VALUE 'N'.
     88  XTR-REQUESTER-AUTHORIZED           VALUE 'Y'.
 77  XTR-ACCS-OPEN-SW            PIC X(01)  VALUE 'N'.
     88  XTR-ACCS-IS-OPEN                   VALUE 'Y'.
 77  XTR-LOG-RUN-DATE            PIC 9(08)  VALUE ZERO.
 77  XTR-LOG-FIRST-PAGE          PIC 9(05)  VALUE ZERO.
 77  XTR-LOG-LAST-PAGE           PIC 9(05)  VALUE ZERO.
 77  XTR-LOG-PAGES               PIC 9(05)  VALUE ZERO.
*>***************************************************************
*> Row and field work.  XTR-BUILD collects one extract record
*> through XTR-BUILD-PTR; XTR-FIELD-TEXT holds the columns of the
*> field being cut.
*>***************************************************************
 77  XTR-CUR-RUN-DATE            PIC 9(08)  VALUE ZERO.
 77  XTR-ROW-SW                  PIC X(01)  VALUE 'N'.
     88  XTR-LINE-IS-ROW                    VALUE 'Y'.
 77  XTR-BUILD                   PIC X(1024) VALUE SPACES.
 77  XTR-BUILD-PTR               PIC 9(04)  VALUE ZERO.
 77  XTR-FIELD-TEXT              PIC X(132) VALUE SPACES.
 77  XTR-FIELD-LEN               PIC 9(03)  VALUE ZERO.
 77  XTR-FIRST                   PIC 9(03)  VALUE ZERO.
 77  XTR-LAST                    PIC 9(03)  VALUE ZERO.
 77  XTR-TEXT-LEN                PIC 9(03)  VALUE ZERO.
 77  XTR-CHAR-IDX                PIC 9(03)  VALUE ZERO.
 77  XTR-CHAR                    PIC X(01)  VALUE SPACE.
 77  XTR-NEXT-CHAR               PIC X(01)  VALUE SPACE.
 77  XTR-TALLY                   PIC 9(03)  VALUE ZERO.
 77  XTR-BAD-FIELD-SUB           PIC 9(02)  VALUE ZERO.
*>***************************************************************
*> Amount conversion work: the integer and decimal digits found,
*> leading zeros of the integer part dropped, and the sign.
*>***************************************************************
 77  XTR-INT-DIGITS              PIC X(30)  VALUE SPACES.
 77  XTR-INT-LEN                 PIC 9(02)  VALUE ZERO.
 77  XTR-DEC-DIGITS              PIC X(30)  VALUE SPACES.
 77  XTR-DEC-LEN                 PIC 9(02)  VALUE ZERO.
 77  XTR-DIGIT-SEEN-SW           PIC X(01)  VALUE 'N'.
     88  XTR-DIGIT-SEEN                     VALUE 'Y'.
 77  XTR-IN-DECIMALS-SW          PIC X(01)  VALUE 'N'.
     88  XTR-IN-DECIMALS                    VALUE 'Y'.
 77  XTR-NEGATIVE-SW             PIC X(01)  VALUE 'N'.
     88  XTR-AMOUNT-NEGATIVE                VALUE 'Y'.
 77  XTR-SKIP-NEXT-SW            PIC X(01)  VALUE 'N'.
     88  XTR-SKIP-NEXT-CHAR                 VALUE 'Y'.
 77  XTR-AMOUNT-BAD-SW           PIC X(01)  VALUE 'N'.
     88  XTR-AMOUNT-BAD                     VALUE 'Y'.
 77  XTR-AMOUNT-OUT              PIC X(64)  VALUE SPACES.
 77  XTR-AMOUNT-PTR              PIC 9(02)  VALUE ZERO.
 77  XTR-AMOUNT-LEN              PIC 9(02)  VALUE ZERO.
*>***************************************************************
*> Control counts.  Every in-page line read is exactly one of a
*> row extracted, a line skipped or a row rejected.
*>***************************************************************
 77  XTR-RUNS-READ               PIC 9(05)  VALUE ZERO.
 77  XTR-PAGES-READ              PIC 9(07)  VALUE ZERO.
 77  XTR-LINES-READ              PIC 9(09)  VALUE ZERO.
 77  XTR-ROWS-EXTRACTED          PIC 9(07)  VALUE ZERO.
 77  XTR-LINES-SKIPPED           PIC 9(09)  VALUE ZERO.
 77  XTR-ROWS-REJECTED           PIC 9(07)  VALUE ZERO.
 PROCEDURE DIVISION.
 XTR-MAINLINE SECTION.
     PERFORM XTR-INITIALIZE THRU XTR-INITIALIZE-EXIT.
     IF XTR-REQUEST-OK
         PERFORM XTR-LOAD-DEFINITION THRU XTR-LOAD-DEFINITION-EXIT
     END-IF.
     IF XTR-REQUEST-OK
         PERFORM XTR-CHECK-AUTHORITY THRU XTR-CHECK-AUTHORITY-EXIT
     END-IF.
     IF XTR-REQUEST-OK
         PERFORM XTR-WRITE-HEADING-ROW THRU XTR-WRITE-HEADING-ROW-EXIT
         PERFORM XTR-EXTRACT-ARCHIVE THRU XTR-EXTRACT-ARCHIVE-EXIT
     END-IF.
     PERFORM XTR-WRITE-TRAILER THRU XTR-WRITE-TRAILER-EXIT.
     STOP RUN.
 XTR-MAINLINE-EXIT.
     EXIT.
*>***************************************************************
*> XTR-INITIALIZE starts the outputs and reads the request.  No
*> request, no report id, a run date that is not a date or no
*> requester id means nothing is extracted -- said on the console
*> and the listing, and XTROUT is left empty.
*>***************************************************************
 XTR-INITIALIZE.
     OPEN OUTPUT OUT-FILE.
     OPEN OUTPUT LST-FILE.
     MOVE SPACES TO XTR-LST-LINE.
     MOVE 'COLUMNAR EXTRACT FROM ARCHIVE' TO XTR-LST-LINE.
     WRITE XTR-LST-LINE.
     MOVE SPACES TO XTR-LST-LINE.
     WRITE XTR-LST-LINE.
     OPEN INPUT PARM-FILE.
     IF XTR-PARM-FILE-OK
         READ PARM-FILE
             NOT AT END
                 MOVE 'Y' TO XTR-REQUEST-SW
                 MOVE XTR-PARM-REPORT-ID TO XTR-REPORT-ID
                 MOVE XTR-PARM-REQUESTER TO XTR-REQUESTER
                 MOVE XTR-PARM-FROM-DATE TO XTR-FROM-TEXT
                 MOVE XTR-PARM-TO-DATE   TO XTR-TO-TEXT
                 IF XTR-PARM-DELIMITER NOT = SPACE
                     MOVE XTR-PARM-DELIMITER TO XTR-DELIM
                 END-IF
         END-READ
         CLOSE PARM-FILE
     END-IF.
     IF NOT XTR-REQUEST-OK
         MOVE 'NO EXTRACT REQUEST ON XTRPARM' TO XTR-REJECT-REASON
         PERFORM XTR-REFUSE-REQUEST THRU XTR-REFUSE-REQUEST-EXIT
         GO TO XTR-INITIALIZE-EXIT
     END-IF.
     EVALUATE TRUE
         WHEN XTR-FROM-TEXT = SPACES
             MOVE ZERO TO XTR-FROM-DATE
         WHEN XTR-FROM-TEXT IS NUMERIC
             MOVE XTR-FROM-TEXT TO XTR-FROM-DATE
         WHEN OTHER
             MOVE 'N' TO XTR-REQUEST-SW
     END-EVALUATE.
     EVALUATE TRUE
         WHEN XTR-TO-TEXT = SPACES
             MOVE 99999999 TO XTR-TO-DATE
         WHEN XTR-TO-TEXT IS NUMERIC
             MOVE XTR-TO-TEXT TO XTR-TO-DATE
         WHEN OTHER
             MOVE 'N' TO XTR-REQUEST-SW
     END-EVALUATE.
     IF XTR-TO-DATE = ZERO
         MOVE 99999999 TO XTR-TO-DATE
     END-IF.
     MOVE SPACES TO XTR-LST-LINE.
     STRING 'REQUEST    RPT=' XTR-REPORT-ID
         ' DATES ' XTR-FROM-TEXT
         ' THRU ' XTR-TO-TEXT
         ' DELIMITER=' XTR-DELIM
         ' BY=' XTR-REQUESTER
         DELIMITED BY SIZE
         INTO XTR-LST-LINE.
     WRITE XTR-LST-LINE.
     EVALUATE TRUE
         WHEN NOT XTR-REQUEST-OK
             MOVE 'RUN DATE NOT NUMERIC YYYYMMDD' TO XTR-REJECT-REASON
         WHEN XTR-REPORT-ID = SPACES
             MOVE 'NO REPORT ID ON THE REQUEST' TO XTR-REJECT-REASON
         WHEN XTR-REQUESTER = SPACES
             MOVE 'NO REQUESTER ID ON THE REQUEST'
                 TO XTR-REJECT-REASON
         WHEN XTR-FROM-DATE > XTR-TO-DATE
             MOVE 'FROM DATE AFTER TO DATE' TO XTR-REJECT-REASON
     END-EVALUATE.
     IF XTR-REJECT-REASON NOT = SPACES
         PERFORM XTR-REFUSE-REQUEST THRU XTR-REFUSE-REQUEST-EXIT
     END-IF.
 XTR-INITIALIZE-EXIT.
     EXIT.
 XTR-REFUSE-REQUEST.
     MOVE 'N' TO XTR-REQUEST-SW.
     DISPLAY 'PRTXTRC: ' XTR-REJECT-REASON.
     MOVE SPACES TO XTR-LST-LINE.
     STRING 'REFUSED    ' XTR-REJECT-REASON
         ' - NOTHING EXTRACTED'
         DELIMITED BY SIZE
         INTO XTR-LST-LINE.
     WRITE XTR-LST-LINE.
 XTR-REFUSE-REQUEST-EXIT.
     EXIT.
*>***************************************************************
*> XTR-LOAD-DEFINITION takes the requested report's records from
*> XTRDEFN, edits each and lists it.  One bad record fails the
*> whole definition: an extract cut on half a layout would not tie
*> back to the printed report.  A definition needs at least one
*> row rule and one field.
*>***************************************************************
 XTR-LOAD-DEFINITION.
     OPEN INPUT DEFN-FILE.
     IF XTR-DEFN-FILE-NOT-FOUND
         MOVE 'NO XTRDEFN LAYOUT DEFINITIONS' TO XTR-REJECT-REASON
         PERFORM XTR-REFUSE-REQUEST THRU XTR-REFUSE-REQUEST-EXIT
         GO TO XTR-LOAD-DEFINITION-EXIT
     END-IF.
     PERFORM XTR-LOAD-DEFN-RECORD THRU XTR-LOAD-DEFN-RECORD-EXIT
         UNTIL XTR-DEFN-FILE-EOF.
     CLOSE DEFN-FILE.
     EVALUATE TRUE
         WHEN XTR-DEFN-IN-ERROR
             MOVE 'LAYOUT DEFINITION IN ERROR' TO XTR-REJECT-REASON
         WHEN XTR-DEFN-RECORDS = ZERO
             MOVE 'NO LAYOUT DEFINITION FOR THE REPORT'
                 TO XTR-REJECT-REASON
         WHEN XTR-RL-COUNT = ZERO
             MOVE 'LAYOUT DEFINITION HAS NO ROW RULE'
                 TO XTR-REJECT-REASON
         WHEN XTR-FD-COUNT = ZERO
             MOVE 'LAYOUT DEFINITION HAS NO FIELD' TO XTR-REJECT-REASON
     END-EVALUATE.
     IF XTR-REJECT-REASON NOT = SPACES
         PERFORM XTR-REFUSE-REQUEST THRU XTR-REFUSE-REQUEST-EXIT
     END-IF.
 XTR-LOAD-DEFINITION-EXIT.
     EXIT.
 XTR-LOAD-DEFN-RECORD.
     READ DEFN-FILE
         AT END
             SET XTR-DEFN-FILE-EOF TO TRUE
         NOT AT END
             IF LCPF-REPORT-ID = XTR-REPORT-ID
                 ADD 1 TO XTR-DEFN-RECORDS
                 MOVE SPACES TO XTR-REJECT-REASON
                 PERFORM XTR-EDIT-DEFN-RECORD
                     THRU XTR-EDIT-DEFN-RECORD-EXIT
                 PERFORM XTR-LIST-DEFN-RECORD
                     THRU XTR-LIST-DEFN-RECORD-EXIT
             END-IF
     END-READ.
 XTR-LOAD-DEFN-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> XTR-EDIT-DEFN-RECORD checks one definition record and, when it
*> is clean, adds it to the rule or field table.  Every column
*> range must lie inside the 132-position print line.
*>***************************************************************
 XTR-EDIT-DEFN-RECORD.
     IF LCPF-COLUMN IS NOT NUMERIC OR LCPF-LENGTH IS NOT NUMERIC
         MOVE 'COLUMN OR LENGTH NOT NUMERIC' TO XTR-REJECT-REASON
         GO TO XTR-EDIT-DEFN-RECORD-EXIT
     END-IF.
     MOVE LCPF-LENGTH TO XTR-DEFN-LENGTH.
     EVALUATE TRUE
         WHEN LCPF-REC-TYPE = 'R'
             PERFORM XTR-EDIT-RULE THRU XTR-EDIT-RULE-EXIT
         WHEN LCPF-REC-TYPE = 'F'
             PERFORM XTR-EDIT-FIELD THRU XTR-EDIT-FIELD-EXIT
         WHEN OTHER
             MOVE 'RECORD TYPE NOT R OR F' TO XTR-REJECT-REASON
     END-EVALUATE.
 XTR-EDIT-DEFN-RECORD-EXIT.
     EXIT.
 XTR-EDIT-RULE.
     IF LCPF-KIND NOT = 'L' AND LCPF-KIND NOT = 'X'
         AND LCPF-KIND NOT = 'D' AND LCPF-KIND NOT = 'N'
         MOVE 'RULE KIND NOT L, X, D OR N' TO XTR-REJECT-REASON
         GO TO XTR-EDIT-RULE-EXIT
     END-IF.
     IF (LCPF-KIND = 'L' OR LCPF-KIND = 'X')
         AND LCPF-LITERAL = SPACES
         MOVE 'LITERAL RULE WITH NO LITERAL' TO XTR-REJECT-REASON
         GO TO XTR-EDIT-RULE-EXIT
     END-IF.
     IF XTR-DEFN-LENGTH = ZERO
         IF LCPF-KIND = 'L' OR LCPF-KIND = 'X'
             PERFORM XTR-MEASURE-LITERAL THRU XTR-MEASURE-LITERAL-EXIT
         ELSE
             MOVE 1 TO XTR-DEFN-LENGTH
         END-IF
     END-IF.
     IF (LCPF-KIND = 'L' OR LCPF-KIND = 'X')
         AND XTR-DEFN-LENGTH > 40
         MOVE 'LITERAL RULE LONGER THAN 40' TO XTR-REJECT-REASON
         GO TO XTR-EDIT-RULE-EXIT
     END-IF.
     PERFORM XTR-EDIT-COLUMNS THRU XTR-EDIT-COLUMNS-EXIT.
     IF XTR-REJECT-REASON NOT = SPACES
         GO TO XTR-EDIT-RULE-EXIT
     END-IF.
     IF XTR-RL-COUNT NOT < 10
         MOVE 'MORE THAN 10 ROW RULES' TO XTR-REJECT-REASON
         GO TO XTR-EDIT-RULE-EXIT
     END-IF.
     ADD 1 TO XTR-RL-COUNT.
     MOVE LCPF-KIND       TO XTR-RL-KIND(XTR-RL-COUNT).
     MOVE LCPF-COLUMN     TO XTR-RL-COLUMN(XTR-RL-COUNT).
     MOVE XTR-DEFN-LENGTH TO XTR-RL-LENGTH(XTR-RL-COUNT).
     MOVE LCPF-LITERAL    TO XTR-RL-LITERAL(XTR-RL-COUNT).
 XTR-EDIT-RULE-EXIT.
     EXIT.
 XTR-EDIT-FIELD.
     IF LCPF-KIND NOT = 'A' AND LCPF-KIND NOT = 'N'
         MOVE 'FIELD TYPE NOT A OR N' TO XTR-REJECT-REASON
         GO TO XTR-EDIT-FIELD-EXIT
     END-IF.
     IF LCPF-FIELD-NAME = SPACES
         MOVE 'FIELD WITH NO NAME' TO XTR-REJECT-REASON
         GO TO XTR-EDIT-FIELD-EXIT
     END-IF.
     IF XTR-DEFN-LENGTH = ZERO
         MOVE 'FIELD LENGTH ZERO' TO XTR-REJECT-REASON
         GO TO XTR-EDIT-FIELD-EXIT
     END-IF.
     IF LCPF-KIND = 'N' AND XTR-DEFN-LENGTH > 30
         MOVE 'AMOUNT FIELD LONGER THAN 30' TO XTR-REJECT-REASON
         GO TO XTR-EDIT-FIELD-EXIT
     END-IF.
     PERFORM XTR-EDIT-COLUMNS THRU XTR-EDIT-COLUMNS-EXIT.
     IF XTR-REJECT-REASON NOT = SPACES
         GO TO XTR-EDIT-FIELD-EXIT
     END-IF.
     IF XTR-FD-COUNT NOT < 20
         MOVE 'MORE THAN 20 FIELDS' TO XTR-REJECT-REASON
         GO TO XTR-EDIT-FIELD-EXIT
     END-IF.
     IF XTR-FD-TOTAL-WIDTH + XTR-DEFN-LENGTH > 400
         MOVE 'FIELDS WIDER THAN 400 IN TOTAL' TO XTR-REJECT-REASON
         GO TO XTR-EDIT-FIELD-EXIT
     END-IF.
     ADD XTR-DEFN-LENGTH TO XTR-FD-TOTAL-WIDTH.
     ADD 1 TO XTR-FD-COUNT.
     MOVE LCPF-KIND       TO XTR-FD-TYPE(XTR-FD-COUNT).
     MOVE LCPF-COLUMN     TO XTR-FD-COLUMN(XTR-FD-COUNT).
     MOVE XTR-DEFN-LENGTH TO XTR-FD-LENGTH(XTR-FD-COUNT).
     MOVE LCPF-FIELD-NAME TO XTR-FD-NAME(XTR-FD-COUNT).
 XTR-EDIT-FIELD-EXIT.
     EXIT.
 XTR-EDIT-COLUMNS.
     COMPUTE XTR-DEFN-END-COLUMN = LCPF-COLUMN + XTR-DEFN-LENGTH - 1.
     IF LCPF-COLUMN = ZERO OR XTR-DEFN-END-COLUMN > 132
         MOVE 'COLUMNS OUTSIDE THE PRINT LINE' TO XTR-REJECT-REASON
     END-IF.
 XTR-EDIT-COLUMNS-EXIT.
     EXIT.
 XTR-MEASURE-LITERAL.
     MOVE ZERO TO XTR-DEFN-LENGTH.
     PERFORM XTR-MEASURE-LITERAL-STEP
         THRU XTR-MEASURE-LITERAL-STEP-EXIT
         VARYING XTR-CHAR-IDX FROM 40 BY -1
         UNTIL XTR-CHAR-IDX < 1
            OR XTR-DEFN-LENGTH > ZERO.
 XTR-MEASURE-LITERAL-EXIT.
     EXIT.
 XTR-MEASURE-LITERAL-STEP.
     IF LCPF-LITERAL(XTR-CHAR-IDX:1) NOT = SPACE
         MOVE XTR-CHAR-IDX TO XTR-DEFN-LENGTH
     END-IF.
 XTR-MEASURE-LITERAL-STEP-EXIT.
     EXIT.
 XTR-LIST-DEFN-RECORD.
     MOVE SPACES TO XTR-LST-LINE.
     IF XTR-REJECT-REASON NOT = SPACES
         MOVE 'Y' TO XTR-DEFN-ERROR-SW
         STRING 'DEFN ERROR ' LCPF-RECORD(1:61)
             ' - ' XTR-REJECT-REASON
             DELIMITED BY SIZE
             INTO XTR-LST-LINE
     ELSE
         IF LCPF-REC-TYPE = 'R'
             STRING 'ROW RULE   KIND=' LCPF-KIND
                 ' COLUMN=' LCPF-COLUMN
                 ' LENGTH=' XTR-DEFN-LENGTH
                 DELIMITED BY SIZE
                 INTO XTR-LST-LINE
             IF LCPF-KIND = 'L' OR LCPF-KIND = 'X'
                 MOVE ' LITERAL=' TO XTR-LST-LINE(40:9)
                 MOVE '''' TO XTR-LST-LINE(49:1)
                 MOVE LCPF-LITERAL(1:XTR-DEFN-LENGTH)
                     TO XTR-LST-LINE(50:XTR-DEFN-LENGTH)
                 MOVE '''' TO XTR-LST-LINE(50 + XTR-DEFN-LENGTH:1)
             END-IF
         ELSE
             STRING 'FIELD      ' LCPF-FIELD-NAME
                 ' TYPE=' LCPF-KIND
                 ' COLUMN=' LCPF-COLUMN
                 ' LENGTH=' XTR-DEFN-LENGTH
                 DELIMITED BY SIZE
                 INTO XTR-LST-LINE
         END-IF
     END-IF.
     WRITE XTR-LST-LINE.
     MOVE SPACES TO XTR-REJECT-REASON.
 XTR-LIST-DEFN-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> XTR-CHECK-AUTHORITY applies the PRTREPRT rules: the report's
*> class comes from the report master (a report not on it is
*> unrestricted), a restricted report needs a 'U' entry on
*> SECAUTH for the requester, and no report master means no
*> class can be known and nothing is extracted.  A refusal of a
*> restricted report is logged.
*>***************************************************************
 XTR-CHECK-AUTHORITY.
     MOVE SPACE TO XTR-REPORT-CLASS.
     OPEN INPUT RMST-FILE.
     IF XTR-RMST-FILE-NOT-FOUND
         MOVE 'NO RPTMAST - CLASS UNKNOWN' TO XTR-REJECT-REASON
         PERFORM XTR-REFUSE-REQUEST THRU XTR-REFUSE-REQUEST-EXIT
         GO TO XTR-CHECK-AUTHORITY-EXIT
     END-IF.
     PERFORM XTR-FIND-CLASS-RECORD THRU XTR-FIND-CLASS-RECORD-EXIT
         UNTIL XTR-RMST-FILE-EOF.
     CLOSE RMST-FILE.
     IF XTR-REPORT-CLASS = SPACE
         GO TO XTR-CHECK-AUTHORITY-EXIT
     END-IF.
     MOVE 'N' TO XTR-AUTHORIZED-SW.
     OPEN INPUT AUTH-FILE.
     IF XTR-AUTH-FILE-NOT-FOUND
         SET XTR-AUTH-FILE-EOF TO TRUE
     ELSE
         PERFORM XTR-CHECK-AUTH-RECORD THRU XTR-CHECK-AUTH-RECORD-EXIT
             UNTIL XTR-AUTH-FILE-EOF
         CLOSE AUTH-FILE
     END-IF.
     OPEN EXTEND ACCS-FILE.
     IF XTR-ACCS-FILE-NOT-FOUND
         OPEN OUTPUT ACCS-FILE
     END-IF.
     MOVE 'Y' TO XTR-ACCS-OPEN-SW.
     IF NOT XTR-REQUESTER-AUTHORIZED
         STRING 'REQUESTER ' DELIMITED BY SIZE
             XTR-REQUESTER DELIMITED BY SPACE
             ' NOT AUTHORIZED FOR CLASS ' XTR-REPORT-CLASS
             DELIMITED BY SIZE
             INTO XTR-REJECT-REASON
         PERFORM XTR-REFUSE-REQUEST THRU XTR-REFUSE-REQUEST-EXIT
         MOVE XTR-FROM-DATE TO XTR-LOG-RUN-DATE
         MOVE ZERO TO XTR-LOG-FIRST-PAGE
         MOVE ZERO TO XTR-LOG-LAST-PAGE
         MOVE ZERO TO XTR-LOG-PAGES
         PERFORM XTR-LOG-ACCESS THRU XTR-LOG-ACCESS-EXIT
     END-IF.
 XTR-CHECK-AUTHORITY-EXIT.
     EXIT.
 XTR-FIND-CLASS-RECORD.
     READ RMST-FILE
         AT END
             SET XTR-RMST-FILE-EOF TO TRUE
         NOT AT END
             IF LCPM-REPORT-ID = XTR-REPORT-ID
                 MOVE LCPM-SENS-CLASS TO XTR-REPORT-CLASS
                 SET XTR-RMST-FILE-EOF TO TRUE
             END-IF
     END-READ.
 XTR-FIND-CLASS-RECORD-EXIT.
     EXIT.
 XTR-CHECK-AUTH-RECORD.
     READ AUTH-FILE
         AT END
             SET XTR-AUTH-FILE-EOF TO TRUE
         NOT AT END
             IF LCPS-CLASS = XTR-REPORT-CLASS
                 AND LCPS-ENTRY-TYPE = 'U'
                 AND LCPS-AUTH-ID(1:8) = XTR-REQUESTER
                 MOVE 'Y' TO XTR-AUTHORIZED-SW
                 SET XTR-AUTH-FILE-EOF TO TRUE
             END-IF
     END-READ.
 XTR-CHECK-AUTH-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> XTR-LOG-ACCESS writes one access-log record for the restricted
*> report: granted when pages were read for the run date, withheld
*> when the request was refused.
*>***************************************************************
 XTR-LOG-ACCESS.
     MOVE SPACES TO LCPY-RECORD.
     ACCEPT LCPY-DATE FROM DATE YYYYMMDD.
     ACCEPT LCPY-TIME FROM TIME.
     MOVE 'PRTXTRC'          TO LCPY-PROGRAM.
     MOVE XTR-REQUESTER      TO LCPY-REQUESTER-ID.
     MOVE XTR-REPORT-ID      TO LCPY-REPORT-ID.
     MOVE XTR-LOG-RUN-DATE   TO LCPY-RUN-DATE.
     MOVE XTR-REPORT-CLASS   TO LCPY-CLASS.
     MOVE XTR-LOG-FIRST-PAGE TO LCPY-FROM-PAGE.
     MOVE XTR-LOG-LAST-PAGE  TO LCPY-TO-PAGE.
     MOVE XTR-LOG-PAGES      TO LCPY-PAGES.
     IF XTR-REQUESTER-AUTHORIZED
         MOVE 'G'            TO LCPY-RESULT
     ELSE
         MOVE 'W'            TO LCPY-RESULT
     END-IF.
     WRITE LCPY-RECORD.
 XTR-LOG-ACCESS-EXIT.
     EXIT.
*>***************************************************************
*> XTR-WRITE-HEADING-ROW puts the heading row at the top of the
*> extract: the run date and page every row carries, so a row can
*> be found again on paper, then the field names in order.
*>***************************************************************
 XTR-WRITE-HEADING-ROW.
     MOVE SPACES TO XTR-BUILD.
     MOVE 1 TO XTR-BUILD-PTR.
     STRING 'RUN-DATE' XTR-DELIM 'PAGE'
         DELIMITED BY SIZE
         INTO XTR-BUILD
         WITH POINTER XTR-BUILD-PTR.
     PERFORM XTR-ADD-HEADING-STEP THRU XTR-ADD-HEADING-STEP-EXIT
         VARYING XTR-FD-SUB FROM 1 BY 1
         UNTIL XTR-FD-SUB > XTR-FD-COUNT.
     MOVE XTR-BUILD TO XTR-OUT-LINE.
     WRITE XTR-OUT-LINE.
 XTR-WRITE-HEADING-ROW-EXIT.
     EXIT.
 XTR-ADD-HEADING-STEP.
     STRING XTR-DELIM DELIMITED BY SIZE
         XTR-FD-NAME(XTR-FD-SUB) DELIMITED BY '  '
         INTO XTR-BUILD
         WITH POINTER XTR-BUILD-PTR.
 XTR-ADD-HEADING-STEP-EXIT.
     EXIT.
*>***************************************************************
*> XTR-EXTRACT-ARCHIVE STARTs the keyed archive at the report's
*> first page on or after the from-date and reads forward until
*> the report or the date range runs out.  Every page header is
*> counted as a page read; every in-page line is tested against
*> the row rules and either extracted or counted as skipped.
*>***************************************************************
 XTR-EXTRACT-ARCHIVE.
     OPEN INPUT ARCH-FILE.
     IF XTR-ARCH-FILE-NOT-FOUND
         DISPLAY 'PRTXTRC: NO ARCHFILE - NOTHING EVER ARCHIVED'
         MOVE SPACES TO XTR-LST-LINE
         MOVE 'NO ARCHFILE - NOTHING EVER ARCHIVED' TO XTR-LST-LINE
         WRITE XTR-LST-LINE
         GO TO XTR-EXTRACT-ARCHIVE-EXIT
     END-IF.
     MOVE XTR-REPORT-ID TO LCPA-REPORT-ID.
     MOVE XTR-FROM-DATE TO LCPA-RUN-DATE.
     MOVE ZERO          TO LCPA-PAGE-NO.
     MOVE ZERO          TO LCPA-LINE-SEQ.
     START ARCH-FILE KEY NOT < LCPA-KEY
         INVALID KEY
             SET XTR-ARCH-FILE-EOF TO TRUE
     END-START.
     PERFORM XTR-READ-ARCH-RECORD THRU XTR-READ-ARCH-RECORD-EXIT
         UNTIL XTR-ARCH-FILE-EOF.
     CLOSE ARCH-FILE.
     PERFORM XTR-END-RUN THRU XTR-END-RUN-EXIT.
 XTR-EXTRACT-ARCHIVE-EXIT.
     EXIT.
 XTR-READ-ARCH-RECORD.
     READ ARCH-FILE NEXT RECORD
         AT END
             SET XTR-ARCH-FILE-EOF TO TRUE
         NOT AT END
             IF LCPA-REPORT-ID NOT = XTR-REPORT-ID
                 OR LCPA-RUN-DATE > XTR-TO-DATE
                 SET XTR-ARCH-FILE-EOF TO TRUE
             ELSE
                 PERFORM XTR-EXAMINE-RECORD
                     THRU XTR-EXAMINE-RECORD-EXIT
             END-IF
     END-READ.
 XTR-READ-ARCH-RECORD-EXIT.
     EXIT.
 XTR-EXAMINE-RECORD.
     IF LCPA-RUN-DATE NOT = XTR-CUR-RUN-DATE
         PERFORM XTR-END-RUN THRU XTR-END-RUN-EXIT
         MOVE LCPA-RUN-DATE TO XTR-CUR-RUN-DATE
         ADD 1 TO XTR-RUNS-READ
     END-IF.
     IF LCPA-TYPE = 'P'
         ADD 1 TO XTR-PAGES-READ
         IF XTR-LOG-PAGES = ZERO
             MOVE LCPA-PAGE-NO TO XTR-LOG-FIRST-PAGE
         END-IF
         MOVE LCPA-PAGE-NO TO XTR-LOG-LAST-PAGE
         ADD 1 TO XTR-LOG-PAGES
         GO TO XTR-EXAMINE-RECORD-EXIT
     END-IF.
     ADD 1 TO XTR-LINES-READ.
     PERFORM XTR-TEST-ROW THRU XTR-TEST-ROW-EXIT.
     IF XTR-LINE-IS-ROW
         PERFORM XTR-EXTRACT-ROW THRU XTR-EXTRACT-ROW-EXIT
     ELSE
         ADD 1 TO XTR-LINES-SKIPPED
     END-IF.
 XTR-EXAMINE-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> XTR-END-RUN closes off one run date's reading: for a restricted
*> report, the pages read of it go on the access log.
*>***************************************************************
 XTR-END-RUN.
     IF XTR-REPORT-CLASS NOT = SPACE
         AND XTR-LOG-PAGES > ZERO
         MOVE XTR-CUR-RUN-DATE TO XTR-LOG-RUN-DATE
         PERFORM XTR-LOG-ACCESS THRU XTR-LOG-ACCESS-EXIT
     END-IF.
     MOVE ZERO TO XTR-LOG-FIRST-PAGE.
     MOVE ZERO TO XTR-LOG-LAST-PAGE.
     MOVE ZERO TO XTR-LOG-PAGES.
 XTR-END-RUN-EXIT.
     EXIT.
*>***************************************************************
*> XTR-TEST-ROW holds the line against every row rule; the line is
*> a data row only if all of them hold.
*>***************************************************************
 XTR-TEST-ROW.
     MOVE 'Y' TO XTR-ROW-SW.
     PERFORM XTR-TEST-RULE-STEP THRU XTR-TEST-RULE-STEP-EXIT
         VARYING XTR-RL-SUB FROM 1 BY 1
         UNTIL XTR-RL-SUB > XTR-RL-COUNT
            OR NOT XTR-LINE-IS-ROW.
 XTR-TEST-ROW-EXIT.
     EXIT.
 XTR-TEST-RULE-STEP.
     MOVE LCPA-LIN-DATA(XTR-RL-COLUMN(XTR-RL-SUB):
                        XTR-RL-LENGTH(XTR-RL-SUB))
         TO XTR-FIELD-TEXT.
     MOVE XTR-RL-LENGTH(XTR-RL-SUB) TO XTR-FIELD-LEN.
     EVALUATE XTR-RL-KIND(XTR-RL-SUB)
         WHEN 'L'
             IF XTR-FIELD-TEXT(1:XTR-FIELD-LEN)
                 NOT = XTR-RL-LITERAL(XTR-RL-SUB)(1:XTR-FIELD-LEN)
                 MOVE 'N' TO XTR-ROW-SW
             END-IF
         WHEN 'X'
             IF XTR-FIELD-TEXT(1:XTR-FIELD-LEN)
                 = XTR-RL-LITERAL(XTR-RL-SUB)(1:XTR-FIELD-LEN)
                 MOVE 'N' TO XTR-ROW-SW
             END-IF
         WHEN 'D'
             IF XTR-FIELD-TEXT(1:XTR-FIELD-LEN) IS NOT NUMERIC
                 MOVE 'N' TO XTR-ROW-SW
             END-IF
         WHEN OTHER
             IF XTR-FIELD-TEXT(1:XTR-FIELD-LEN) = SPACES
                 MOVE 'N' TO XTR-ROW-SW
             END-IF
     END-EVALUATE.
 XTR-TEST-RULE-STEP-EXIT.
     EXIT.
*>***************************************************************
*> XTR-EXTRACT-ROW cuts one data row into its fields and writes
*> the extract record.  A row with an amount field that is not an
*> amount is not written at all -- a partial row would not foot --
*> but rejected and listed with its page and line so it can be
*> looked at on paper.
*>***************************************************************
 XTR-EXTRACT-ROW.
     MOVE SPACES TO XTR-BUILD.
     MOVE 1 TO XTR-BUILD-PTR.
     STRING LCPA-RUN-DATE XTR-DELIM LCPA-PAGE-NO
         DELIMITED BY SIZE
         INTO XTR-BUILD
         WITH POINTER XTR-BUILD-PTR.
     MOVE 'N' TO XTR-AMOUNT-BAD-SW.
     PERFORM XTR-ADD-FIELD THRU XTR-ADD-FIELD-EXIT
         VARYING XTR-FD-SUB FROM 1 BY 1
         UNTIL XTR-FD-SUB > XTR-FD-COUNT
            OR XTR-AMOUNT-BAD.
     IF XTR-AMOUNT-BAD
         ADD 1 TO XTR-ROWS-REJECTED
         MOVE SPACES TO XTR-LST-LINE
         STRING 'REJECTED   DATE=' LCPA-RUN-DATE
             ' PAGE=' LCPA-PAGE-NO
             ' LINE=' LCPA-LINE-SEQ
             ' FIELD=' XTR-FD-NAME(XTR-BAD-FIELD-SUB)
             ' NOT AN AMOUNT: '
             XTR-FIELD-TEXT(1:XTR-FIELD-LEN)
             DELIMITED BY SIZE
             INTO XTR-LST-LINE
         WRITE XTR-LST-LINE
     ELSE
         ADD 1 TO XTR-ROWS-EXTRACTED
         MOVE XTR-BUILD TO XTR-OUT-LINE
         WRITE XTR-OUT-LINE
     END-IF.
 XTR-EXTRACT-ROW-EXIT.
     EXIT.
 XTR-ADD-FIELD.
     STRING XTR-DELIM
         DELIMITED BY SIZE
         INTO XTR-BUILD
         WITH POINTER XTR-BUILD-PTR.
     MOVE SPACES TO XTR-FIELD-TEXT.
     MOVE LCPA-LIN-DATA(XTR-FD-COLUMN(XTR-FD-SUB):
                        XTR-FD-LENGTH(XTR-FD-SUB))
         TO XTR-FIELD-TEXT.
     MOVE XTR-FD-LENGTH(XTR-FD-SUB) TO XTR-FIELD-LEN.
     IF XTR-FD-TYPE(XTR-FD-SUB) = 'N'
         PERFORM XTR-CONVERT-AMOUNT THRU XTR-CONVERT-AMOUNT-EXIT
         IF XTR-AMOUNT-BAD
             MOVE XTR-FD-SUB TO XTR-BAD-FIELD-SUB
         ELSE
             IF XTR-AMOUNT-LEN > ZERO
                 STRING XTR-AMOUNT-OUT(1:XTR-AMOUNT-LEN)
                     DELIMITED BY SIZE
                     INTO XTR-BUILD
                     WITH POINTER XTR-BUILD-PTR
             END-IF
         END-IF
     ELSE
         PERFORM XTR-ADD-TEXT THRU XTR-ADD-TEXT-EXIT
     END-IF.
 XTR-ADD-FIELD-EXIT.
     EXIT.
*>***************************************************************
*> XTR-ADD-TEXT adds a text field with its leading and trailing
*> blanks trimmed.  Text holding the delimiter or a double quote
*> is enclosed in double quotes, any quote inside doubled, so the
*> extract still splits into the right columns.
*>***************************************************************
 XTR-ADD-TEXT.
     MOVE ZERO TO XTR-FIRST.
     MOVE ZERO TO XTR-LAST.
     PERFORM XTR-FIND-FIRST-STEP THRU XTR-FIND-FIRST-STEP-EXIT
         VARYING XTR-CHAR-IDX FROM 1 BY 1
         UNTIL XTR-CHAR-IDX > XTR-FIELD-LEN
            OR XTR-FIRST > ZERO.
     IF XTR-FIRST = ZERO
         GO TO XTR-ADD-TEXT-EXIT
     END-IF.
     PERFORM XTR-FIND-LAST-STEP THRU XTR-FIND-LAST-STEP-EXIT
         VARYING XTR-CHAR-IDX FROM XTR-FIELD-LEN BY -1
         UNTIL XTR-CHAR-IDX < 1
            OR XTR-LAST > ZERO.
     COMPUTE XTR-TEXT-LEN = XTR-LAST - XTR-FIRST + 1.
     MOVE ZERO TO XTR-TALLY.
     INSPECT XTR-FIELD-TEXT(XTR-FIRST:XTR-TEXT-LEN)
         TALLYING XTR-TALLY FOR ALL XTR-DELIM
                            ALL '"'.
     IF XTR-TALLY = ZERO
         STRING XTR-FIELD-TEXT(XTR-FIRST:XTR-TEXT-LEN)
             DELIMITED BY SIZE
             INTO XTR-BUILD
             WITH POINTER XTR-BUILD-PTR
     ELSE
         STRING '"' DELIMITED BY SIZE
             INTO XTR-BUILD
             WITH POINTER XTR-BUILD-PTR
         PERFORM XTR-ADD-QUOTED-STEP THRU XTR-ADD-QUOTED-STEP-EXIT
             VARYING XTR-CHAR-IDX FROM XTR-FIRST BY 1
             UNTIL XTR-CHAR-IDX > XTR-LAST
         STRING '"' DELIMITED BY SIZE
             INTO XTR-BUILD
             WITH POINTER XTR-BUILD-PTR
     END-IF.
 XTR-ADD-TEXT-EXIT.
     EXIT.
 XTR-FIND-FIRST-STEP.
     IF XTR-FIELD-TEXT(XTR-CHAR-IDX:1) NOT = SPACE
         MOVE XTR-CHAR-IDX TO XTR-FIRST
     END-IF.
 XTR-FIND-FIRST-STEP-EXIT.
     EXIT.
 XTR-FIND-LAST-STEP.
     IF XTR-FIELD-TEXT(XTR-CHAR-IDX:1) NOT = SPACE
         MOVE XTR-CHAR-IDX TO XTR-LAST
     END-IF.
 XTR-FIND-LAST-STEP-EXIT.
     EXIT.
 XTR-ADD-QUOTED-STEP.
     IF XTR-FIELD-TEXT(XTR-CHAR-IDX:1) = '"'
         STRING '""' DELIMITED BY SIZE
             INTO XTR-BUILD
             WITH POINTER XTR-BUILD-PTR
     ELSE
         STRING XTR-FIELD-TEXT(XTR-CHAR-IDX:1) DELIMITED BY SIZE
             INTO XTR-BUILD
             WITH POINTER XTR-BUILD-PTR
     END-IF.
 XTR-ADD-QUOTED-STEP-EXIT.
     EXIT.
*>***************************************************************
*> XTR-CONVERT-AMOUNT turns an amount printed through a DECIMAL-
*> POINT IS COMMA edit picture -- '1.234.567,89-', '-12,50',
*> '**1.000,00', '350,00CR' -- into the plain form the extract
*> carries: '-1234567.89', '-12.50', '1000.00', '-350.00'.
*> Periods are thousands separators and are dropped; the comma
*> marks the decimals, which are kept exactly as printed; a '-'
*> anywhere, or CR or DB, makes the amount negative (a zero
*> amount is never signed); blanks, '+' and check-protect
*> asterisks mean nothing.  Anything else, a second comma, or no
*> digit at all makes the field not an amount.  An all-blank
*> field is an empty value, not an error.
*>***************************************************************
 XTR-CONVERT-AMOUNT.
     MOVE 'N' TO XTR-AMOUNT-BAD-SW.
     MOVE ZERO TO XTR-AMOUNT-LEN.
     IF XTR-FIELD-TEXT(1:XTR-FIELD-LEN) = SPACES
         GO TO XTR-CONVERT-AMOUNT-EXIT
     END-IF.
     MOVE SPACES TO XTR-INT-DIGITS.
     MOVE SPACES TO XTR-DEC-DIGITS.
     MOVE ZERO TO XTR-INT-LEN.
     MOVE ZERO TO XTR-DEC-LEN.
     MOVE 'N' TO XTR-DIGIT-SEEN-SW.
     MOVE 'N' TO XTR-IN-DECIMALS-SW.
     MOVE 'N' TO XTR-NEGATIVE-SW.
     MOVE 'N' TO XTR-SKIP-NEXT-SW.
     PERFORM XTR-AMOUNT-CHAR-STEP THRU XTR-AMOUNT-CHAR-STEP-EXIT
         VARYING XTR-CHAR-IDX FROM 1 BY 1
         UNTIL XTR-CHAR-IDX > XTR-FIELD-LEN
            OR XTR-AMOUNT-BAD.
     IF NOT XTR-DIGIT-SEEN
         MOVE 'Y' TO XTR-AMOUNT-BAD-SW
     END-IF.
     IF XTR-AMOUNT-BAD
         GO TO XTR-CONVERT-AMOUNT-EXIT
     END-IF.
     IF XTR-INT-LEN = ZERO
         AND (XTR-DEC-LEN = ZERO
              OR XTR-DEC-DIGITS(1:XTR-DEC-LEN) = ZEROS)
         MOVE 'N' TO XTR-NEGATIVE-SW
     END-IF.
     MOVE SPACES TO XTR-AMOUNT-OUT.
     MOVE 1 TO XTR-AMOUNT-PTR.
     IF XTR-AMOUNT-NEGATIVE
         STRING '-' DELIMITED BY SIZE
             INTO XTR-AMOUNT-OUT
             WITH POINTER XTR-AMOUNT-PTR
     END-IF.
     IF XTR-INT-LEN = ZERO
         STRING '0' DELIMITED BY SIZE
             INTO XTR-AMOUNT-OUT
             WITH POINTER XTR-AMOUNT-PTR
     ELSE
         STRING XTR-INT-DIGITS(1:XTR-INT-LEN) DELIMITED BY SIZE
             INTO XTR-AMOUNT-OUT
             WITH POINTER XTR-AMOUNT-PTR
     END-IF.
     IF XTR-DEC-LEN > ZERO
         STRING '.' XTR-DEC-DIGITS(1:XTR-DEC-LEN)
             DELIMITED BY SIZE
             INTO XTR-AMOUNT-OUT
             WITH POINTER XTR-AMOUNT-PTR
     END-IF.
     COMPUTE XTR-AMOUNT-LEN = XTR-AMOUNT-PTR - 1.
 XTR-CONVERT-AMOUNT-EXIT.
     EXIT.
 XTR-AMOUNT-CHAR-STEP.
     IF XTR-SKIP-NEXT-CHAR
         MOVE 'N' TO XTR-SKIP-NEXT-SW
         GO TO XTR-AMOUNT-CHAR-STEP-EXIT
     END-IF.
     MOVE XTR-FIELD-TEXT(XTR-CHAR-IDX:1) TO XTR-CHAR.
     MOVE SPACE TO XTR-NEXT-CHAR.
     IF XTR-CHAR-IDX < XTR-FIELD-LEN
         MOVE XTR-FIELD-TEXT(XTR-CHAR-IDX + 1:1) TO XTR-NEXT-CHAR
     END-IF.
     EVALUATE TRUE
         WHEN XTR-CHAR IS NUMERIC
             MOVE 'Y' TO XTR-DIGIT-SEEN-SW
             IF XTR-IN-DECIMALS
                 ADD 1 TO XTR-DEC-LEN
                 MOVE XTR-CHAR TO XTR-DEC-DIGITS(XTR-DEC-LEN:1)
             ELSE
                 IF XTR-INT-LEN > ZERO OR XTR-CHAR NOT = '0'
                     ADD 1 TO XTR-INT-LEN
                     MOVE XTR-CHAR TO XTR-INT-DIGITS(XTR-INT-LEN:1)
                 END-IF
             END-IF
         WHEN XTR-CHAR = ','
             IF XTR-IN-DECIMALS
                 MOVE 'Y' TO XTR-AMOUNT-BAD-SW
             ELSE
                 MOVE 'Y' TO XTR-IN-DECIMALS-SW
             END-IF
         WHEN XTR-CHAR = '.'
             IF XTR-IN-DECIMALS
                 MOVE 'Y' TO XTR-AMOUNT-BAD-SW
             END-IF
         WHEN XTR-CHAR = '-'
             MOVE 'Y' TO XTR-NEGATIVE-SW
         WHEN XTR-CHAR = '+' OR XTR-CHAR = SPACE OR XTR-CHAR = '*'
             CONTINUE
         WHEN XTR-CHAR = 'C' AND XTR-NEXT-CHAR = 'R'
             MOVE 'Y' TO XTR-NEGATIVE-SW
             MOVE 'Y' TO XTR-SKIP-NEXT-SW
         WHEN XTR-CHAR = 'D' AND XTR-NEXT-CHAR = 'B'
             MOVE 'Y' TO XTR-NEGATIVE-SW
             MOVE 'Y' TO XTR-SKIP-NEXT-SW
         WHEN OTHER
             MOVE 'Y' TO XTR-AMOUNT-BAD-SW
     END-EVALUATE.
 XTR-AMOUNT-CHAR-STEP-EXIT.
     EXIT.
*>***************************************************************
*> XTR-WRITE-TRAILER gives the control counts that tie the extract
*> to the printed report -- lines read always equal rows extracted
*> plus lines skipped plus rows rejected -- and closes up.
*>***************************************************************
 XTR-WRITE-TRAILER.
     MOVE SPACES TO XTR-LST-LINE.
     WRITE XTR-LST-LINE.
     MOVE SPACES TO XTR-LST-LINE.
     STRING 'TOTALS  RUNS=' XTR-RUNS-READ
         ' PAGES-READ=' XTR-PAGES-READ
         ' LINES-READ=' XTR-LINES-READ
         ' ROWS-EXTRACTED=' XTR-ROWS-EXTRACTED
         ' LINES-SKIPPED=' XTR-LINES-SKIPPED
         ' ROWS-REJECTED=' XTR-ROWS-REJECTED
         DELIMITED BY SIZE
         INTO XTR-LST-LINE.
     WRITE XTR-LST-LINE.
     DISPLAY 'PRTXTRC: RPT=' XTR-REPORT-ID
         ' PAGES=' XTR-PAGES-READ
         ' ROWS=' XTR-ROWS-EXTRACTED
         ' SKIPPED=' XTR-LINES-SKIPPED
         ' REJECTED=' XTR-ROWS-REJECTED.
     CLOSE OUT-FILE LST-FILE.
     IF XTR-ACCS-IS-OPEN
         CLOSE ACCS-FILE
     END-IF.
 XTR-WRITE-TRAILER-EXIT.
     EXIT.
