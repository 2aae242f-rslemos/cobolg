001668*                    EVAL is never called, so not a line lands
001670*                    on LINPRT, the archive, the queue or the
001672*                    tally file, and DRVCKPT is left alone.
001674*   2026-10-15  RSL  Feeder control totals: '*RPTHDR' may now
001676*                    declare an image count, hash total or
001678*                    amount total over a column range, and an
001680*                    '*RPTCTL' trailer at the end of the report
001682*                    carries the feeder's own figures.  The
001684*                    driver keeps the same figures as it reads;
001686*                    a report that does not prove out -- short,
001688*                    not footing, trailer missing or unreadable
001690*                    -- ends with an 'H' call instead of 'Z', so
001692*                    EVAL logs a type 'T' exception and the
001694*                    PRTQCTL entry arrives HELD for an operator
001695*                    to release through PRTQOPR.  Pre-flight
001696*                    flags the same reports on PREFLRPT.
001698*
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SPECIAL-NAMES.
003900 77  DRV-JOB-NAME                PIC X(08)       VALUE 'PRTDRV01'.
004000 77  DRV-REPORT-ID               PIC X(08)       VALUE 'DLYRPT01'.
004100 77  DRV-DUMMY-LIN               PIC X(132)      VALUE SPACES.
004101*****************************************************************
004102* Feeder control totals.  A feeder declares what it will prove
004103* on the report's '*RPTHDR' record and proves it on an '*RPTCTL'
004104* trailer at the end of the report:
004105*
004106*   *RPTHDR  col  9-16  report id
004107*            col 19     'C' image count only, 'H' hash total,
004108*                       'A' amount total, anything else nothing
004109*            col 21-23  first column of the total's range
004110*            col 25-27  last column of the range (the print
004111*                       line's own columns, 1-132, not
004112*                       counting the carriage-control byte)
004113*   *RPTCTL  col  9-17  print images handed over for the report
004114*            col 19     sign of the total, '-' or blank
004115*            col 20-36  total, 17 digits; the last two are the
004116*                       decimals of an amount total
004117*
004118* A hash total reads every digit in the range of every image as
004119* one whole number (17 columns at most) and keeps the low-order
004120* 17 digits of the sum; an amount total reads the range (30
004121* columns at most) as a DECIMAL-POINT IS COMMA edited amount the
004122* way PRTXTRC does, and a line whose range holds no amount --
004123* a heading, a caption, a blank -- adds nothing.  Every print
004124* image of the report is counted, including the restart pages a
004125* restarted run reads past.  A report that does not balance, a
004126* declared report whose trailer never came, or a declaration or
004127* trailer that cannot be read ends with an 'H' call to EVAL
004128* instead of 'Z': the message in DRV-CTL-MESSAGE is logged as a
004129* type 'T' exception and the queue entry arrives HELD.  With no
004130* declaration a trailer is checked on its count alone, and with
004131* neither the report runs exactly as it always has.
004132*****************************************************************
004133 01  DRV-CTL-RECORD.
004134     05  FILLER                  PIC X(17).
004135     05  DRV-CTL-HDR-KIND        PIC X(01).
004136     05  FILLER                  PIC X(01).
004137     05  DRV-CTL-HDR-FROM        PIC 9(03).
004138     05  FILLER                  PIC X(01).
004139     05  DRV-CTL-HDR-TO          PIC 9(03).
004140     05  FILLER                  PIC X(106).
004141 01  DRV-CTL-TRAILER REDEFINES DRV-CTL-RECORD.
004142     05  FILLER                  PIC X(07).
004143     05  DRV-CTL-TRL-COUNT       PIC 9(09).
004144     05  FILLER                  PIC X(01).
004145     05  DRV-CTL-TRL-SIGN        PIC X(01).
004146     05  DRV-CTL-TRL-HASH        PIC 9(17).
004147     05  DRV-CTL-TRL-AMOUNT REDEFINES DRV-CTL-TRL-HASH
004148                                 PIC 9(15)V99.
004149     05  FILLER                  PIC X(97).
004150 77  DRV-CTL-KIND                PIC X(01)       VALUE SPACE.
004151     88  DRV-CTL-NOT-DECLARED                    VALUE SPACE.
004152     88  DRV-CTL-COUNT-ONLY                      VALUE 'C'.
004153     88  DRV-CTL-HASH-TOTAL                      VALUE 'H'.
004154     88  DRV-CTL-AMOUNT-TOTAL                    VALUE 'A'.
004155 77  DRV-CTL-DECL-BAD-SW         PIC X(01)       VALUE 'N'.
004156     88  DRV-CTL-DECL-BAD                        VALUE 'Y'.
004157 77  DRV-CTL-TRAILER-SW          PIC X(01)       VALUE 'N'.
004158     88  DRV-CTL-TRAILER-READ                    VALUE 'Y'.
004159 77  DRV-CTL-BALANCE-SW          PIC X(01)       VALUE 'Y'.
004160     88  DRV-CTL-IN-BALANCE                      VALUE 'Y'.
004161 77  DRV-CTL-OVERFLOW-SW         PIC X(01)       VALUE 'N'.
004162     88  DRV-CTL-SUM-OVERFLOW                    VALUE 'Y'.
004163 77  DRV-CTL-FROM-COL            PIC 9(03)       VALUE ZERO.
004164 77  DRV-CTL-RANGE-LEN           PIC 9(03)       VALUE ZERO.
004165 77  DRV-CTL-IMAGE-COUNT         PIC 9(09)       VALUE ZERO.
004166 77  DRV-CTL-HASH-SUM            PIC 9(18)       VALUE ZERO.
004167 77  DRV-CTL-AMOUNT-SUM          PIC S9(15)V99   VALUE ZERO.
004168 77  DRV-CTL-EXP-AMOUNT          PIC S9(15)V99   VALUE ZERO.
004169 77  DRV-CTL-STRAY-COUNT         PIC 9(05)       VALUE ZERO.
004170 77  DRV-CTL-MESSAGE             PIC X(132)      VALUE SPACES.
004171 77  DRV-CTL-EDIT-SUM            PIC -(15)9,99.
004172 77  DRV-CTL-EDIT-EXP            PIC -(15)9,99.
004173*****************************************************************
004174* Per-line work for the hash and amount totals: the range as
004175* lifted from the print image, the character under the scan and
004176* the value the line contributes.
004177*****************************************************************
004178 77  DRV-CTL-FIELD               PIC X(30)       VALUE SPACES.
004179 77  DRV-CTL-CHAR-IDX            PIC 9(03)       VALUE ZERO.
004180 77  DRV-CTL-CHAR                PIC X(01)       VALUE SPACE.
004181 77  DRV-CTL-NEXT-CHAR           PIC X(01)       VALUE SPACE.
004182 77  DRV-CTL-DIGIT               PIC 9(01)       VALUE ZERO.
004183 77  DRV-CTL-LINE-HASH           PIC 9(17)       VALUE ZERO.
004184 77  DRV-CTL-LINE-AMOUNT         PIC 9(15)V99    VALUE ZERO.
004185 77  DRV-CTL-INT-LEN             PIC 9(02)       VALUE ZERO.
004186 77  DRV-CTL-DEC-LEN             PIC 9(02)       VALUE ZERO.
004187 77  DRV-CTL-DIGIT-SEEN-SW       PIC X(01)       VALUE 'N'.
004188     88  DRV-CTL-DIGIT-SEEN                      VALUE 'Y'.
004189 77  DRV-CTL-IN-DECIMALS-SW      PIC X(01)       VALUE 'N'.
004190     88  DRV-CTL-IN-DECIMALS                     VALUE 'Y'.
004191 77  DRV-CTL-NEGATIVE-SW         PIC X(01)       VALUE 'N'.
004192     88  DRV-CTL-LINE-NEGATIVE                   VALUE 'Y'.
004193 77  DRV-CTL-SKIP-NEXT-SW        PIC X(01)       VALUE 'N'.
004194     88  DRV-CTL-SKIP-NEXT-CHAR                  VALUE 'Y'.
004195 77  DRV-CTL-NOT-AMOUNT-SW       PIC X(01)       VALUE 'N'.
004196     88  DRV-CTL-NOT-AMOUNT                      VALUE 'Y'.
004200*****************************************************************
004300* DRV-SKIP-SW is ON while the driver is re-reading pages that a
004400* prior, failed run already printed (DRV-PAGE-NO NOT > the
009924* and it goes to EVAL like any other image so the exception file
009927* and the single-space fallback can save the line, exactly as
009930* they always have.  Only a genuine control word puts the driver
009933* in stream mode.  An '*RPTCTL' feeder control trailer is
009934* taken up by 6100-LOAD-TRAILER and steers nothing.
009936*****************************************************************
009939 2500-CONTROL-RECORD.
009942     EVALUATE DRV-IN-CONTENT(1:6)
009963             END-IF
009966             MOVE DRV-IN-CONTENT(8:8) TO DRV-REPORT-ID
009969             PERFORM 3000-START-REPORT THRU 3000-EXIT
009970             PERFORM 6000-LOAD-DECLARATION THRU 6000-EXIT
009972         WHEN 'RPTEND'
009975             MOVE 'Y' TO DRV-STREAM-SW
009978             IF DRV-REPORT-IS-OPEN
009984             ELSE
009987                 DISPLAY 'PRTDRV: *RPTEND WITH NO REPORT OPEN'
009990             END-IF
009991         WHEN 'RPTCTL'
009992             PERFORM 6100-LOAD-TRAILER THRU 6100-EXIT
009993         WHEN OTHER
009996             PERFORM 2600-PRINT-IMAGE THRU 2600-EXIT
009999     END-EVALUATE.
010050     IF DRV-SKIPPING-DONE-REPORT
010053         GO TO 2600-EXIT
010056     END-IF.
010057     PERFORM 6200-ACCUMULATE-CONTROL THRU 6200-EXIT.
010059     PERFORM 2100-COUNT-PAGE THRU 2100-EXIT.
010062     IF DRV-SKIPPING-RESTARTED-PAGES
010065         PERFORM 2200-CHECK-SKIP-DONE THRU 2200-EXIT
013396*****************************************************************
013410 3000-START-REPORT.
013420     MOVE 'N' TO DRV-REPORT-SKIP-SW.
013425     PERFORM 6050-RESET-CONTROL THRU 6050-EXIT.
013430     PERFORM 3200-CHECK-DONE THRU 3200-EXIT.
013440     IF NOT DRV-SKIPPING-DONE-REPORT
013450         CALL 'EVAL' USING 'K' DRV-DUMMY-LIN DRV-JOB-NAME
013600* id is marked done in DRVCKPT so a later restart of this stream
013610* skips it whole.  A report that was itself being skipped sends
013620* nothing -- its 'Z' went out on the run that finished it.
013622* A report whose feeder control trailer does not prove out
013624* (6500-CHECK-CONTROL) ends with 'H' instead: EVAL logs the
013626* reason as a type 'T' exception and queues the report HELD.
013630*****************************************************************
013640 3100-END-REPORT.
013650     IF NOT DRV-SKIPPING-DONE-REPORT
013655         PERFORM 2700-FLUSH-BLOCK THRU 2700-EXIT
013656         PERFORM 6500-CHECK-CONTROL THRU 6500-EXIT
013657         IF DRV-CTL-IN-BALANCE
013660             CALL 'EVAL' USING 'Z' DRV-DUMMY-LIN DRV-JOB-NAME
013670                 DRV-REPORT-ID DRV-RESTART-PAGE DRV-PDF-MODE
013671         ELSE
013672             DISPLAY 'PRTDRV: REPORT ' DRV-REPORT-ID
013673                 ' QUEUED HELD - ' DRV-CTL-MESSAGE
013674             CALL 'EVAL' USING 'H' DRV-CTL-MESSAGE DRV-JOB-NAME
013675                 DRV-REPORT-ID DRV-RESTART-PAGE DRV-PDF-MODE
013676         END-IF
013680         PERFORM 3300-MARK-REPORT-DONE THRU 3300-EXIT
013690     END-IF.
013700     MOVE 'N' TO DRV-REPORT-OPEN-SW.
014100         DISPLAY 'PRTDRV: ' DRV-ORPHAN-COUNT
014110             ' PRINT IMAGES OUTSIDE ANY REPORT WERE DROPPED'
014120     END-IF.
014122     IF DRV-CTL-STRAY-COUNT > ZERO
014124         DISPLAY 'PRTDRV: ' DRV-CTL-STRAY-COUNT
014126             ' *RPTCTL TRAILERS OUTSIDE ANY REPORT WERE IGNORED'
014128     END-IF.
014130     CLOSE PRT-IN-FILE.
014200 8000-EXIT.
014300     EXIT.
014904             END-IF
014908             MOVE DRV-IN-CONTENT(8:8) TO DRV-REPORT-ID
014912             PERFORM 5400-VAL-START-REPORT THRU 5400-EXIT
014914             PERFORM 6000-LOAD-DECLARATION THRU 6000-EXIT
014916         WHEN 'RPTEND'
014920             MOVE 'Y' TO DRV-STREAM-SW
014924             IF DRV-REPORT-IS-OPEN
014948                     TO DRV-PREFL-LINE
014952                 WRITE DRV-PREFL-LINE
014956             END-IF
014957         WHEN 'RPTCTL'
014958             PERFORM 6100-LOAD-TRAILER THRU 6100-EXIT
014960         WHEN OTHER
014964             PERFORM 5300-VAL-IMAGE THRU 5300-EXIT
014968     END-EVALUATE.
015032             PERFORM 5400-VAL-START-REPORT THRU 5400-EXIT
015036         END-IF
015040     END-IF.
015042     PERFORM 6200-ACCUMULATE-CONTROL THRU 6200-EXIT.
015044     ADD 1 TO DRV-VAL-IMAGES.
015048     IF DRV-IN-ASA = '1'
015052         ADD 1 TO DRV-VAL-PAGES
015188 5360-EXIT.
015192     EXIT.
015196 5400-VAL-START-REPORT.
015198     PERFORM 6050-RESET-CONTROL THRU 6050-EXIT.
015200     MOVE ZERO TO DRV-VAL-IMAGES.
015204     MOVE ZERO TO DRV-VAL-PAGES.
015208     MOVE ZERO TO DRV-VAL-BAD-ASA.
015240* projected page count outside the master's range (type 'P'),
015244* and a report no LCPROUT entry routes (catch-all bundle).
015248* The projected page count is the count of '1' images, which is
015252* what EVAL's caller-page numbering counts.  A feeder control
015253* trailer that would not prove out tonight is flagged as the
015254* report that would arrive HELD (6600-VAL-FLAG-CONTROL).
015256*****************************************************************
015260 5500-VAL-END-REPORT.
015264     ADD 1 TO DRV-VAL-REPORT-COUNT.
015464             WRITE DRV-PREFL-LINE
015468         END-IF
015472     END-IF.
015473     PERFORM 6500-CHECK-CONTROL THRU 6500-EXIT.
015474     PERFORM 6600-VAL-FLAG-CONTROL THRU 6600-EXIT.
015476     MOVE ZERO TO DRV-VAL-IMAGES.
015480     MOVE ZERO TO DRV-VAL-PAGES.
015484     MOVE ZERO TO DRV-VAL-BAD-ASA.
015668             INTO DRV-PREFL-LINE
015672         WRITE DRV-PREFL-LINE
015676     END-IF.
015678     PERFORM 6700-VAL-FLAG-STRAY THRU 6700-EXIT.
015680     IF DRV-RMST-TABLE-FULL
015684         MOVE SPACES TO DRV-PREFL-LINE
015688         MOVE 'WARNING    RPTMAST EXCEEDS 50 ENTRIES - EXCESS
015776         ' FLAGS ON PREFLRPT'.
015780 5800-EXIT.
015784     EXIT.
015788*****************************************************************
015792* 6000-LOAD-DECLARATION takes up the control declaration on an
015796* '*RPTHDR' record.  Only 'C', 'H' or 'A' in column 19 declares
015800* anything -- headers from feeders that never heard of control
015804* totals carry nothing there and change nothing.  A hash or
015808* amount declaration whose column range cannot be used marks the
015812* declaration bad, and the report will arrive HELD: a total the
015816* feeder meant to prove and could not is not a clean report.
015820*****************************************************************
015824 6000-LOAD-DECLARATION.
015828     MOVE DRV-IN-CONTENT TO DRV-CTL-RECORD.
015832     IF DRV-CTL-HDR-KIND = 'C' OR 'H' OR 'A'
015836         MOVE DRV-CTL-HDR-KIND TO DRV-CTL-KIND
015840     ELSE
015844         GO TO 6000-EXIT
015848     END-IF.
015852     IF DRV-CTL-COUNT-ONLY
015856         GO TO 6000-EXIT
015860     END-IF.
015864     IF DRV-CTL-HDR-FROM NOT NUMERIC
015868         OR DRV-CTL-HDR-TO NOT NUMERIC
015872         MOVE 'Y' TO DRV-CTL-DECL-BAD-SW
015876         GO TO 6000-EXIT
015880     END-IF.
015884     IF DRV-CTL-HDR-FROM < 1
015888         OR DRV-CTL-HDR-TO < DRV-CTL-HDR-FROM
015892         OR DRV-CTL-HDR-TO > 132
015896         MOVE 'Y' TO DRV-CTL-DECL-BAD-SW
015900         GO TO 6000-EXIT
015904     END-IF.
015908     MOVE DRV-CTL-HDR-FROM TO DRV-CTL-FROM-COL.
015912     COMPUTE DRV-CTL-RANGE-LEN =
015916         DRV-CTL-HDR-TO - DRV-CTL-HDR-FROM + 1.
015920     IF (DRV-CTL-HASH-TOTAL AND DRV-CTL-RANGE-LEN > 17)
015924         OR (DRV-CTL-AMOUNT-TOTAL AND DRV-CTL-RANGE-LEN > 30)
015928         MOVE 'Y' TO DRV-CTL-DECL-BAD-SW
015932     END-IF.
015936 6000-EXIT.
015940     EXIT.
015944 6050-RESET-CONTROL.
015948     MOVE SPACE TO DRV-CTL-KIND.
015952     MOVE 'N' TO DRV-CTL-DECL-BAD-SW.
015956     MOVE 'N' TO DRV-CTL-TRAILER-SW.
015960     MOVE 'Y' TO DRV-CTL-BALANCE-SW.
015964     MOVE 'N' TO DRV-CTL-OVERFLOW-SW.
015968     MOVE ZERO TO DRV-CTL-FROM-COL.
015972     MOVE ZERO TO DRV-CTL-RANGE-LEN.
015976     MOVE ZERO TO DRV-CTL-IMAGE-COUNT.
015980     MOVE ZERO TO DRV-CTL-HASH-SUM.
015984     MOVE ZERO TO DRV-CTL-AMOUNT-SUM.
015988     MOVE SPACES TO DRV-CTL-MESSAGE.
015992 6050-EXIT.
015996     EXIT.
016000*****************************************************************
016004* 6100-LOAD-TRAILER keeps the '*RPTCTL' trailer of the open
016008* report for 6500-CHECK-CONTROL at report end.  A trailer with no
016012* report open proves nothing about anything and is counted and
016016* ignored, the way an orphan print image is.
016020*****************************************************************
016024 6100-LOAD-TRAILER.
016028     IF NOT DRV-REPORT-IS-OPEN
016032         ADD 1 TO DRV-CTL-STRAY-COUNT
016036         GO TO 6100-EXIT
016040     END-IF.
016044     MOVE DRV-IN-CONTENT TO DRV-CTL-RECORD.
016048     MOVE 'Y' TO DRV-CTL-TRAILER-SW.
016052 6100-EXIT.
016056     EXIT.
016060*****************************************************************
016064* 6200-ACCUMULATE-CONTROL counts one print image of the open
016068* report and adds its range into the declared hash or amount
016072* total.
016076*****************************************************************
016080 6200-ACCUMULATE-CONTROL.
016084     ADD 1 TO DRV-CTL-IMAGE-COUNT.
016088     IF DRV-CTL-DECL-BAD
016092         GO TO 6200-EXIT
016096     END-IF.
016100     IF DRV-CTL-HASH-TOTAL
016104         PERFORM 6300-HASH-LINE THRU 6300-EXIT
016108     END-IF.
016112     IF DRV-CTL-AMOUNT-TOTAL
016116         PERFORM 6400-AMOUNT-LINE THRU 6400-EXIT
016120     END-IF.
016124 6200-EXIT.
016128     EXIT.
016132 6300-HASH-LINE.
016136     MOVE DRV-IN-CONTENT(DRV-CTL-FROM-COL:DRV-CTL-RANGE-LEN)
016140         TO DRV-CTL-FIELD.
016144     MOVE ZERO TO DRV-CTL-LINE-HASH.
016148     PERFORM 6310-HASH-CHAR-STEP THRU 6310-EXIT
016152         VARYING DRV-CTL-CHAR-IDX FROM 1 BY 1
016156         UNTIL DRV-CTL-CHAR-IDX > DRV-CTL-RANGE-LEN.
016160     ADD DRV-CTL-LINE-HASH TO DRV-CTL-HASH-SUM.
016164     IF DRV-CTL-HASH-SUM > 99999999999999999
016168         SUBTRACT 100000000000000000 FROM DRV-CTL-HASH-SUM
016172     END-IF.
016176 6300-EXIT.
016180     EXIT.
016184 6310-HASH-CHAR-STEP.
016188     MOVE DRV-CTL-FIELD(DRV-CTL-CHAR-IDX:1) TO DRV-CTL-CHAR.
016192     IF DRV-CTL-CHAR IS NUMERIC
016196         MOVE DRV-CTL-CHAR TO DRV-CTL-DIGIT
016200         COMPUTE DRV-CTL-LINE-HASH =
016204             DRV-CTL-LINE-HASH * 10 + DRV-CTL-DIGIT
016208     END-IF.
016212 6310-EXIT.
016216     EXIT.
016220*****************************************************************
016224* 6400-AMOUNT-LINE reads the range as an amount printed through a
016228* DECIMAL-POINT IS COMMA edit picture, by PRTXTRC's rules: periods
016232* are thousands separators, the comma marks the decimals, a '-'
016236* anywhere or CR or DB makes it negative, blanks, '+' and check-
016240* protect asterisks mean nothing.  Anything else, a second comma,
016244* a third decimal, more than 15 integer digits or no digit at all
016248* means the range on this line is not an amount and adds nothing.
016252*****************************************************************
016256 6400-AMOUNT-LINE.
016260     MOVE DRV-IN-CONTENT(DRV-CTL-FROM-COL:DRV-CTL-RANGE-LEN)
016264         TO DRV-CTL-FIELD.
016268     IF DRV-CTL-FIELD = SPACES
016272         GO TO 6400-EXIT
016276     END-IF.
016280     MOVE ZERO TO DRV-CTL-LINE-AMOUNT.
016284     MOVE ZERO TO DRV-CTL-INT-LEN.
016288     MOVE ZERO TO DRV-CTL-DEC-LEN.
016292     MOVE 'N' TO DRV-CTL-DIGIT-SEEN-SW.
016296     MOVE 'N' TO DRV-CTL-IN-DECIMALS-SW.
016300     MOVE 'N' TO DRV-CTL-NEGATIVE-SW.
016304     MOVE 'N' TO DRV-CTL-SKIP-NEXT-SW.
016308     MOVE 'N' TO DRV-CTL-NOT-AMOUNT-SW.
016312     PERFORM 6410-AMOUNT-CHAR-STEP THRU 6410-EXIT
016316         VARYING DRV-CTL-CHAR-IDX FROM 1 BY 1
016320         UNTIL DRV-CTL-CHAR-IDX > DRV-CTL-RANGE-LEN
016324            OR DRV-CTL-NOT-AMOUNT.
016328     IF NOT DRV-CTL-DIGIT-SEEN
016332         MOVE 'Y' TO DRV-CTL-NOT-AMOUNT-SW
016336     END-IF.
016340     IF DRV-CTL-NOT-AMOUNT
016344         GO TO 6400-EXIT
016348     END-IF.
016352     IF DRV-CTL-LINE-NEGATIVE
016356         SUBTRACT DRV-CTL-LINE-AMOUNT FROM DRV-CTL-AMOUNT-SUM
016360             ON SIZE ERROR
016364                 MOVE 'Y' TO DRV-CTL-OVERFLOW-SW
016368         END-SUBTRACT
016372     ELSE
016376         ADD DRV-CTL-LINE-AMOUNT TO DRV-CTL-AMOUNT-SUM
016380             ON SIZE ERROR
016384                 MOVE 'Y' TO DRV-CTL-OVERFLOW-SW
016388         END-ADD
016392     END-IF.
016396 6400-EXIT.
016400     EXIT.
016404 6410-AMOUNT-CHAR-STEP.
016408     IF DRV-CTL-SKIP-NEXT-CHAR
016412         MOVE 'N' TO DRV-CTL-SKIP-NEXT-SW
016416         GO TO 6410-EXIT
016420     END-IF.
016424     MOVE DRV-CTL-FIELD(DRV-CTL-CHAR-IDX:1) TO DRV-CTL-CHAR.
016428     MOVE SPACE TO DRV-CTL-NEXT-CHAR.
016432     IF DRV-CTL-CHAR-IDX < DRV-CTL-RANGE-LEN
016436         MOVE DRV-CTL-FIELD(DRV-CTL-CHAR-IDX + 1:1)
016440             TO DRV-CTL-NEXT-CHAR
016444     END-IF.
016448     EVALUATE TRUE
016452         WHEN DRV-CTL-CHAR IS NUMERIC
016456             MOVE 'Y' TO DRV-CTL-DIGIT-SEEN-SW
016460             MOVE DRV-CTL-CHAR TO DRV-CTL-DIGIT
016464             IF DRV-CTL-IN-DECIMALS
016468                 PERFORM 6420-AMOUNT-DECIMAL THRU 6420-EXIT
016472             ELSE
016476                 PERFORM 6430-AMOUNT-INTEGER THRU 6430-EXIT
016480             END-IF
016484         WHEN DRV-CTL-CHAR = ','
016488             IF DRV-CTL-IN-DECIMALS
016492                 MOVE 'Y' TO DRV-CTL-NOT-AMOUNT-SW
016496             ELSE
016500                 MOVE 'Y' TO DRV-CTL-IN-DECIMALS-SW
016504             END-IF
016508         WHEN DRV-CTL-CHAR = '.'
016512             IF DRV-CTL-IN-DECIMALS
016516                 MOVE 'Y' TO DRV-CTL-NOT-AMOUNT-SW
016520             END-IF
016524         WHEN DRV-CTL-CHAR = '-'
016528             MOVE 'Y' TO DRV-CTL-NEGATIVE-SW
016532         WHEN DRV-CTL-CHAR = '+' OR SPACE OR '*'
016536             CONTINUE
016540         WHEN DRV-CTL-CHAR = 'C' AND DRV-CTL-NEXT-CHAR = 'R'
016544             MOVE 'Y' TO DRV-CTL-NEGATIVE-SW
016548             MOVE 'Y' TO DRV-CTL-SKIP-NEXT-SW
016552         WHEN DRV-CTL-CHAR = 'D' AND DRV-CTL-NEXT-CHAR = 'B'
016556             MOVE 'Y' TO DRV-CTL-NEGATIVE-SW
016560             MOVE 'Y' TO DRV-CTL-SKIP-NEXT-SW
016564         WHEN OTHER
016568             MOVE 'Y' TO DRV-CTL-NOT-AMOUNT-SW
016572     END-EVALUATE.
016576 6410-EXIT.
016580     EXIT.
016584 6420-AMOUNT-DECIMAL.
016588     ADD 1 TO DRV-CTL-DEC-LEN.
016592     EVALUATE DRV-CTL-DEC-LEN
016596         WHEN 1
016600             COMPUTE DRV-CTL-LINE-AMOUNT =
016604                 DRV-CTL-LINE-AMOUNT + DRV-CTL-DIGIT / 10
016608         WHEN 2
016612             COMPUTE DRV-CTL-LINE-AMOUNT =
016616                 DRV-CTL-LINE-AMOUNT + DRV-CTL-DIGIT / 100
016620         WHEN OTHER
016624             MOVE 'Y' TO DRV-CTL-NOT-AMOUNT-SW
016628     END-EVALUATE.
016632 6420-EXIT.
016636     EXIT.
016640 6430-AMOUNT-INTEGER.
016644     IF DRV-CTL-INT-LEN = ZERO AND DRV-CTL-DIGIT = ZERO
016648         GO TO 6430-EXIT
016652     END-IF.
016656     ADD 1 TO DRV-CTL-INT-LEN.
016660     IF DRV-CTL-INT-LEN > 15
016664         MOVE 'Y' TO DRV-CTL-NOT-AMOUNT-SW
016668     ELSE
016672         COMPUTE DRV-CTL-LINE-AMOUNT =
016676             DRV-CTL-LINE-AMOUNT * 10 + DRV-CTL-DIGIT
016680     END-IF.
016684 6430-EXIT.
016688     EXIT.
016692*****************************************************************
016696* 6500-CHECK-CONTROL decides at report end whether the report
016700* proved out.  A report with neither a declaration nor a trailer
016704* has nothing to prove and is in balance.  Otherwise a bad
016708* declaration, a missing or unreadable trailer, an amount total
016712* too big to hold, or a count or total that differs from the
016716* trailer's puts the report out of balance, and DRV-CTL-MESSAGE
016720* says which -- that text becomes the type 'T' exception.
016724*****************************************************************
016728 6500-CHECK-CONTROL.
016732     MOVE 'Y' TO DRV-CTL-BALANCE-SW.
016736     MOVE SPACES TO DRV-CTL-MESSAGE.
016740     IF DRV-CTL-NOT-DECLARED AND NOT DRV-CTL-TRAILER-READ
016744         GO TO 6500-EXIT
016748     END-IF.
016752     MOVE 'N' TO DRV-CTL-BALANCE-SW.
016756     IF DRV-CTL-DECL-BAD
016760         MOVE 'CONTROL DECLARATION ON *RPTHDR CANNOT BE READ'
016764             TO DRV-CTL-MESSAGE
016768         GO TO 6500-EXIT
016772     END-IF.
016776     IF NOT DRV-CTL-TRAILER-READ
016780         STRING 'CONTROL TRAILER MISSING - ' DRV-CTL-IMAGE-COUNT
016784             ' IMAGES READ'
016788             DELIMITED BY SIZE
016792             INTO DRV-CTL-MESSAGE
016796         GO TO 6500-EXIT
016800     END-IF.
016804     IF DRV-CTL-TRL-COUNT NOT NUMERIC
016808         OR ((DRV-CTL-HASH-TOTAL OR DRV-CTL-AMOUNT-TOTAL)
016812             AND (DRV-CTL-TRL-HASH NOT NUMERIC
016816                  OR (DRV-CTL-TRL-SIGN NOT = SPACE
016820                      AND DRV-CTL-TRL-SIGN NOT = '-')))
016824         MOVE 'CONTROL TRAILER *RPTCTL CANNOT BE READ'
016828             TO DRV-CTL-MESSAGE
016832         GO TO 6500-EXIT
016836     END-IF.
016840     IF DRV-CTL-SUM-OVERFLOW
016844         MOVE 'AMOUNT TOTAL EXCEEDS 15 INTEGER DIGITS'
016848             TO DRV-CTL-MESSAGE
016852         GO TO 6500-EXIT
016856     END-IF.
016860     EVALUATE TRUE
016864         WHEN DRV-CTL-HASH-TOTAL
016868             PERFORM 6510-CHECK-HASH THRU 6510-EXIT
016872         WHEN DRV-CTL-AMOUNT-TOTAL
016876             PERFORM 6520-CHECK-AMOUNT THRU 6520-EXIT
016880         WHEN OTHER
016884             IF DRV-CTL-IMAGE-COUNT = DRV-CTL-TRL-COUNT
016888                 MOVE 'Y' TO DRV-CTL-BALANCE-SW
016892             ELSE
016896                 STRING 'TRAILER OUT OF BALANCE - IMAGES '
016900                     DRV-CTL-IMAGE-COUNT
016904                     ' TRAILER ' DRV-CTL-TRL-COUNT
016908                     DELIMITED BY SIZE
016912                     INTO DRV-CTL-MESSAGE
016916             END-IF
016920     END-EVALUATE.
016924 6500-EXIT.
016928     EXIT.
016932 6510-CHECK-HASH.
016936     IF DRV-CTL-IMAGE-COUNT = DRV-CTL-TRL-COUNT
016940         AND DRV-CTL-HASH-SUM = DRV-CTL-TRL-HASH
016944         MOVE 'Y' TO DRV-CTL-BALANCE-SW
016948         GO TO 6510-EXIT
016952     END-IF.
016956     STRING 'TRAILER OUT OF BALANCE - IMAGES '
016960         DRV-CTL-IMAGE-COUNT
016964         ' TRAILER ' DRV-CTL-TRL-COUNT
016968         ' HASH ' DRV-CTL-HASH-SUM(2:17)
016972         ' TRAILER ' DRV-CTL-TRL-HASH
016976         DELIMITED BY SIZE
016980         INTO DRV-CTL-MESSAGE.
016984 6510-EXIT.
016988     EXIT.
016992 6520-CHECK-AMOUNT.
016996     MOVE DRV-CTL-TRL-AMOUNT TO DRV-CTL-EXP-AMOUNT.
017000     IF DRV-CTL-TRL-SIGN = '-'
017004         COMPUTE DRV-CTL-EXP-AMOUNT = ZERO - DRV-CTL-EXP-AMOUNT
017008     END-IF.
017012     IF DRV-CTL-IMAGE-COUNT = DRV-CTL-TRL-COUNT
017016         AND DRV-CTL-AMOUNT-SUM = DRV-CTL-EXP-AMOUNT
017020         MOVE 'Y' TO DRV-CTL-BALANCE-SW
017024         GO TO 6520-EXIT
017028     END-IF.
017032     MOVE DRV-CTL-AMOUNT-SUM TO DRV-CTL-EDIT-SUM.
017036     MOVE DRV-CTL-EXP-AMOUNT TO DRV-CTL-EDIT-EXP.
017040     STRING 'TRAILER OUT OF BALANCE - IMAGES '
017044         DRV-CTL-IMAGE-COUNT
017048         ' TRAILER ' DRV-CTL-TRL-COUNT
017052         ' AMOUNT ' DRV-CTL-EDIT-SUM
017056         ' TRAILER ' DRV-CTL-EDIT-EXP
017060         DELIMITED BY SIZE
017064         INTO DRV-CTL-MESSAGE.
017068 6520-EXIT.
017072     EXIT.
017076*****************************************************************
017080* 6600-VAL-FLAG-CONTROL puts a report that would arrive HELD
017084* tonight on the pre-flight report, with the reason underneath.
017088*****************************************************************
017092 6600-VAL-FLAG-CONTROL.
017096     IF DRV-CTL-IN-BALANCE
017100         GO TO 6600-EXIT
017104     END-IF.
017108     ADD 1 TO DRV-VAL-FLAG-COUNT.
017112     MOVE SPACES TO DRV-PREFL-LINE.
017116     STRING 'FLAG       RPT=' DRV-REPORT-ID
017120         ' CONTROL TOTALS DO NOT PROVE OUT - WOULD ARRIVE'
017124         ' HELD ON PRTQCTL'
017128         DELIMITED BY SIZE
017132         INTO DRV-PREFL-LINE.
017136     WRITE DRV-PREFL-LINE.
017140     MOVE SPACES TO DRV-PREFL-LINE.
017144     STRING '           ' DRV-CTL-MESSAGE
017148         DELIMITED BY SIZE
017152         INTO DRV-PREFL-LINE.
017156     WRITE DRV-PREFL-LINE.
017160 6600-EXIT.
017164     EXIT.
017168 6700-VAL-FLAG-STRAY.
017172     IF DRV-CTL-STRAY-COUNT > ZERO
017176         ADD 1 TO DRV-VAL-FLAG-COUNT
017180         MOVE SPACES TO DRV-PREFL-LINE
017184         STRING 'FLAG       ' DRV-CTL-STRAY-COUNT
017188             ' *RPTCTL TRAILERS OUTSIDE ANY REPORT - WOULD BE'
017192             ' IGNORED'
017196             DELIMITED BY SIZE
017200             INTO DRV-PREFL-LINE
017204         WRITE DRV-PREFL-LINE
017208     END-IF.
017212 6700-EXIT.
017216     EXIT.
