 ID DIVISION.
 PROGRAM-ID. PRTDLVX.
 AUTHOR. PRINT SERVICES GROUP.
 INSTALLATION. CENTRAL DATA CENTER.
 DATE-WRITTEN. 2026-10-15.
 DATE-COMPILED.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  RSL  Original coding.  Daily delivery exception
*>                    run: every item on the delivery register
*>                    (DLVREG) still awaiting its receipt longer than
*>                    its delivery point's allowance (DLVHRS, in
*>                    hours) is listed on DLVXLST.  For each overdue
*>                    paper bundle a rebuild request is written to
*>                    REBLDREQ in BNDLPARM layout, ready to feed to
*>                    PRTBNDLR as it stands, and the request is
*>                    stamped on the register so the bundle is not
*>                    rebuilt again until the delivery point has had
*>                    its full allowance to acknowledge the
*>                    replacement.  An overdue electronic section is
*>                    listed for resending; there is nothing to
*>                    rebuild.
*>   2026-10-15  RSL  Rebuild requests now carry PRTDLVX as their
*>                    requester id, which PRTBNDLR requires; SECAUTH
*>                    must authorize it for any restricted class
*>                    whose bundles are to be rebuilt unattended.
*>
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT HRS-FILE         ASSIGN TO DLVHRS
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS DLX-HRS-STATUS.
     SELECT DLV-REG-FILE     ASSIGN TO DLVREG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS DLX-REG-STATUS.
     SELECT DLV-SCR-FILE     ASSIGN TO DLVSCR
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS DLX-SCR-STATUS.
     SELECT REQ-FILE         ASSIGN TO REBLDREQ
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS DLX-REQ-STATUS.
     SELECT RPT-FILE         ASSIGN TO DLVXLST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS DLX-RPT-STATUS.
 DATA DIVISION.
 FILE SECTION.
*>***************************************************************
*> One DLVHRS record per delivery point, fixed columns:
*>   1-8   delivery point, '*' = every point not listed
*>   10-12 hours allowed for the receipt to come back
*>***************************************************************
 FD  HRS-FILE
     LABEL RECORDS ARE STANDARD.
 01  DLX-HRS-REC.
     05  DLX-HRS-DELIVERY        PIC X(08).
     05  FILLER                  PIC X(01).
     05  DLX-HRS-HOURS           PIC X(03).
 FD  DLV-REG-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPDLVR.
*>***************************************************************
*> DLV-SCR-FILE holds the delivery register while it is rewritten
*> and copied back.  DLX-SCR-RECORD matches LCPV-RECORD byte for
*> byte.
*>***************************************************************
 FD  DLV-SCR-FILE
     LABEL RECORDS ARE STANDARD.
 01  DLX-SCR-RECORD              PIC X(111).
*>***************************************************************
*> REBLDREQ records are PRTBNDLR's BNDLPARM layout: a recipient
*> ('R') rebuild narrowed to the one report and copy overdue,
*> requested in this program's own name.
*>***************************************************************
 FD  REQ-FILE
     LABEL RECORDS ARE STANDARD.
 01  DLX-REQ-REC.
     05  DLX-REQ-TYPE            PIC X(01).
     05  FILLER                  PIC X(01).
     05  DLX-REQ-VALUE           PIC X(20).
     05  FILLER                  PIC X(01).
     05  DLX-REQ-RUN-DATE        PIC 9(08).
     05  FILLER                  PIC X(01).
     05  DLX-REQ-REPORT-ID       PIC X(08).
     05  FILLER                  PIC X(01).
     05  DLX-REQ-COPY-NO         PIC 9(02).
     05  FILLER                  PIC X(01).
     05  DLX-REQ-REQUESTER       PIC X(08).
 FD  RPT-FILE
     LABEL RECORDS ARE STANDARD.
 01  DLX-RPT-LINE                PIC X(132).
 WORKING-STORAGE SECTION.
 77  DLX-HRS-STATUS              PIC XX     VALUE '00'.
     88  DLX-HRS-FILE-EOF                   VALUE '10'.
     88  DLX-HRS-FILE-NOT-FOUND             VALUE '35'.
 77  DLX-REG-STATUS              PIC XX     VALUE '00'.
     88  DLX-REG-FILE-EOF                   VALUE '10'.
     88  DLX-REG-FILE-NOT-FOUND             VALUE '35'.
 77  DLX-SCR-STATUS              PIC XX     VALUE '00'.
     88  DLX-SCR-FILE-EOF                   VALUE '10'.
 77  DLX-REQ-STATUS              PIC XX     VALUE '00'.
 77  DLX-RPT-STATUS              PIC XX     VALUE '00'.
*>***************************************************************
*> DLX-HRS-TABLE holds the allowance for each delivery point
*> named on DLVHRS.  A point not named gets the '*' allowance, or
*> a day if DLVHRS gives none.
*>***************************************************************
 01  DLX-HRS-TABLE.
     05  DLX-HRS-ENTRY OCCURS 50 TIMES.
         10  DLX-HT-DELIVERY     PIC X(08).
         10  DLX-HT-HOURS        PIC 9(03).
 77  DLX-HRS-COUNT               PIC 9(03)  VALUE ZERO.
 77  DLX-HRS-SUB                 PIC 9(03)  VALUE ZERO.
 77  DLX-HRS-FULL-SW             PIC X(01)  VALUE 'N'.
     88  DLX-HRS-TABLE-FULL                 VALUE 'Y'.
 77  DLX-DEFAULT-HOURS           PIC 9(03)  VALUE 24.
 77  DLX-ALLOWED-HOURS           PIC 9(03)  VALUE ZERO.
*>***************************************************************
*> Elapsed time is worked in minutes from a running day number
*> (the same March-based count PRTSKED takes the weekday from),
*> so an allowance running over midnight or a month end comes out
*> right.  DLX-CALC-DATE is the date being numbered.
*>***************************************************************
 01  DLX-CALC-DATE-AREA.
     05  DLX-CALC-DATE           PIC 9(08)  VALUE ZERO.
     05  DLX-CALC-DATE-R REDEFINES DLX-CALC-DATE.
         10  DLX-CALC-YYYY       PIC 9(04).
         10  DLX-CALC-MM         PIC 9(02).
         10  DLX-CALC-DD         PIC 9(02).
 77  DLX-CALC-YEAR               PIC 9(04)  VALUE ZERO.
 77  DLX-CALC-MONTH              PIC 9(02)  VALUE ZERO.
 77  DLX-CALC-Q4                 PIC 9(04)  VALUE ZERO.
 77  DLX-CALC-Q100               PIC 9(04)  VALUE ZERO.
 77  DLX-CALC-Q400               PIC 9(04)  VALUE ZERO.
 77  DLX-CALC-MTERM              PIC 9(04)  VALUE ZERO.
 77  DLX-CALC-DAYNUM             PIC 9(07)  VALUE ZERO.
 77  DLX-CALC-TIME               PIC 9(08)  VALUE ZERO.
 77  DLX-CALC-HHMM               PIC 9(04)  VALUE ZERO.
 77  DLX-CALC-HH                 PIC 9(02)  VALUE ZERO.
 77  DLX-CALC-MI                 PIC 9(02)  VALUE ZERO.
 77  DLX-CALC-MINUTES            PIC 9(11)  VALUE ZERO.
 77  DLX-NOW-MINUTES             PIC 9(11)  VALUE ZERO.
 77  DLX-ELAPSED-MINUTES         PIC S9(11) VALUE ZERO.
 77  DLX-ELAPSED-HOURS           PIC S9(07) VALUE ZERO.
 77  DLX-REBUILT-HOURS           PIC S9(07) VALUE ZERO.
 77  DLX-TODAY                   PIC 9(08)  VALUE ZERO.
 77  DLX-NOW-TIME                PIC 9(08)  VALUE ZERO.
 77  DLX-HOURS-OUT               PIC 9(05)  VALUE ZERO.
 77  DLX-ACTION                  PIC X(30)  VALUE SPACES.
 77  DLX-REGISTER-COUNT          PIC 9(07)  VALUE ZERO.
 77  DLX-AWAITING-COUNT          PIC 9(07)  VALUE ZERO.
 77  DLX-OVERDUE-COUNT           PIC 9(05)  VALUE ZERO.
 77  DLX-REQUEST-COUNT           PIC 9(05)  VALUE ZERO.
 77  DLX-PENDING-COUNT           PIC 9(05)  VALUE ZERO.
 77  DLX-RESEND-COUNT            PIC 9(05)  VALUE ZERO.
 PROCEDURE DIVISION.
 DLX-MAINLINE SECTION.
     PERFORM DLX-INITIALIZE THRU DLX-INITIALIZE-EXIT.
     PERFORM DLX-LOAD-HOURS THRU DLX-LOAD-HOURS-EXIT.
     PERFORM DLX-SCAN-REGISTER THRU DLX-SCAN-REGISTER-EXIT.
     PERFORM DLX-WRITE-TOTALS THRU DLX-WRITE-TOTALS-EXIT.
     CLOSE REQ-FILE RPT-FILE.
     STOP RUN.
 DLX-MAINLINE-EXIT.
     EXIT.
 DLX-INITIALIZE.
     ACCEPT DLX-TODAY FROM DATE YYYYMMDD.
     ACCEPT DLX-NOW-TIME FROM TIME.
     MOVE DLX-TODAY    TO DLX-CALC-DATE.
     MOVE DLX-NOW-TIME TO DLX-CALC-TIME.
     PERFORM DLX-MINUTE-NUMBER THRU DLX-MINUTE-NUMBER-EXIT.
     MOVE DLX-CALC-MINUTES TO DLX-NOW-MINUTES.
     OPEN OUTPUT REQ-FILE.
     OPEN OUTPUT RPT-FILE.
     MOVE SPACES TO DLX-RPT-LINE.
     STRING 'UNACKNOWLEDGED DELIVERY EXCEPTIONS - ' DLX-TODAY
         DELIMITED BY SIZE
         INTO DLX-RPT-LINE.
     WRITE DLX-RPT-LINE.
     MOVE SPACES TO DLX-RPT-LINE.
     WRITE DLX-RPT-LINE.
 DLX-INITIALIZE-EXIT.
     EXIT.
*>***************************************************************
*> DLX-LOAD-HOURS reads the allowances.  A record whose hours are
*> not numeric is listed and skipped; no DLVHRS at all means every
*> point gets the one-day default.
*>***************************************************************
 DLX-LOAD-HOURS.
     OPEN INPUT HRS-FILE.
     IF DLX-HRS-FILE-NOT-FOUND
         SET DLX-HRS-FILE-EOF TO TRUE
     ELSE
         PERFORM DLX-LOAD-HOURS-RECORD THRU DLX-LOAD-HOURS-RECORD-EXIT
             UNTIL DLX-HRS-FILE-EOF
         CLOSE HRS-FILE
     END-IF.
 DLX-LOAD-HOURS-EXIT.
     EXIT.
 DLX-LOAD-HOURS-RECORD.
     READ HRS-FILE
         AT END
             SET DLX-HRS-FILE-EOF TO TRUE
         NOT AT END
             IF DLX-HRS-HOURS NOT NUMERIC
                 MOVE SPACES TO DLX-RPT-LINE
                 STRING 'BAD HOURS  POINT=' DLX-HRS-DELIVERY
                     ' HOURS=' DLX-HRS-HOURS
                     ' - NOT NUMERIC, IGNORED'
                     DELIMITED BY SIZE
                     INTO DLX-RPT-LINE
                 WRITE DLX-RPT-LINE
             ELSE
                 IF DLX-HRS-DELIVERY = '*'
                     MOVE DLX-HRS-HOURS TO DLX-DEFAULT-HOURS
                 ELSE
                     IF DLX-HRS-COUNT < 50
                         ADD 1 TO DLX-HRS-COUNT
                         MOVE DLX-HRS-DELIVERY
                             TO DLX-HT-DELIVERY(DLX-HRS-COUNT)
                         MOVE DLX-HRS-HOURS
                             TO DLX-HT-HOURS(DLX-HRS-COUNT)
                     ELSE
                         MOVE 'Y' TO DLX-HRS-FULL-SW
                     END-IF
                 END-IF
             END-IF
     END-READ.
 DLX-LOAD-HOURS-RECORD-EXIT.
     EXIT.
*>***************************************************************
*> DLX-SCAN-REGISTER passes the register through the scratch file,
*> judging every item still awaiting receipt on the way, and then
*> copies the scratch back over the register so the rebuild stamps
*> stick.  No register means nothing has been sent yet.
*>***************************************************************
 DLX-SCAN-REGISTER.
     OPEN INPUT DLV-REG-FILE.
     IF DLX-REG-FILE-NOT-FOUND
         DISPLAY 'PRTDLVX: NO DLVREG - NOTHING ON THE REGISTER'
     ELSE
         OPEN OUTPUT DLV-SCR-FILE
         PERFORM DLX-SCAN-REGISTER-STEP
             THRU DLX-SCAN-REGISTER-STEP-EXIT
             UNTIL DLX-REG-FILE-EOF
         CLOSE DLV-REG-FILE DLV-SCR-FILE
         OPEN INPUT DLV-SCR-FILE
         OPEN OUTPUT DLV-REG-FILE
         PERFORM DLX-COPY-BACK THRU DLX-COPY-BACK-EXIT
             UNTIL DLX-SCR-FILE-EOF
         CLOSE DLV-SCR-FILE DLV-REG-FILE
     END-IF.
 DLX-SCAN-REGISTER-EXIT.
     EXIT.
 DLX-SCAN-REGISTER-STEP.
     READ DLV-REG-FILE
         AT END
             SET DLX-REG-FILE-EOF TO TRUE
         NOT AT END
             ADD 1 TO DLX-REGISTER-COUNT
             IF LCPV-STATUS = 'S'
                 ADD 1 TO DLX-AWAITING-COUNT
                 PERFORM DLX-JUDGE-ITEM THRU DLX-JUDGE-ITEM-EXIT
             END-IF
             MOVE LCPV-RECORD TO DLX-SCR-RECORD
             WRITE DLX-SCR-RECORD
     END-READ.
 DLX-SCAN-REGISTER-STEP-EXIT.
     EXIT.
*>***************************************************************
*> DLX-JUDGE-ITEM measures how long an item has been out against
*> its delivery point's allowance.  Overdue paper is asked for
*> again -- unless a rebuild was already asked for within the
*> allowance, in which case the replacement is still on its way
*> and is only listed as pending.
*>***************************************************************
 DLX-JUDGE-ITEM.
     PERFORM DLX-FIND-ALLOWANCE THRU DLX-FIND-ALLOWANCE-EXIT.
     MOVE LCPV-SENT-DATE TO DLX-CALC-DATE.
     MOVE LCPV-SENT-TIME TO DLX-CALC-TIME.
     PERFORM DLX-MINUTE-NUMBER THRU DLX-MINUTE-NUMBER-EXIT.
     COMPUTE DLX-ELAPSED-MINUTES = DLX-NOW-MINUTES - DLX-CALC-MINUTES.
     DIVIDE DLX-ELAPSED-MINUTES BY 60 GIVING DLX-ELAPSED-HOURS.
     IF DLX-ELAPSED-HOURS < DLX-ALLOWED-HOURS
         GO TO DLX-JUDGE-ITEM-EXIT
     END-IF.
     ADD 1 TO DLX-OVERDUE-COUNT.
     IF LCPV-MEDIUM = 'E'
         ADD 1 TO DLX-RESEND-COUNT
         MOVE 'ELECTRONIC - RESEND SECTION' TO DLX-ACTION
     ELSE
         MOVE 999999 TO DLX-REBUILT-HOURS
         IF LCPV-REBUILD-COUNT > ZERO
             MOVE LCPV-REBUILD-DATE TO DLX-CALC-DATE
             MOVE LCPV-REBUILD-TIME TO DLX-CALC-TIME
             PERFORM DLX-MINUTE-NUMBER THRU DLX-MINUTE-NUMBER-EXIT
             COMPUTE DLX-ELAPSED-MINUTES
                 = DLX-NOW-MINUTES - DLX-CALC-MINUTES
             DIVIDE DLX-ELAPSED-MINUTES BY 60
                 GIVING DLX-REBUILT-HOURS
         END-IF
         IF DLX-REBUILT-HOURS < DLX-ALLOWED-HOURS
             ADD 1 TO DLX-PENDING-COUNT
             MOVE SPACES TO DLX-ACTION
             STRING 'REBUILT ' LCPV-REBUILD-DATE ' - PENDING'
                 DELIMITED BY SIZE
                 INTO DLX-ACTION
         ELSE
             PERFORM DLX-WRITE-REQUEST THRU DLX-WRITE-REQUEST-EXIT
         END-IF
     END-IF.
     IF DLX-ELAPSED-HOURS > 99999
         MOVE 99999 TO DLX-HOURS-OUT
     ELSE
         MOVE DLX-ELAPSED-HOURS TO DLX-HOURS-OUT
     END-IF.
     MOVE SPACES TO DLX-RPT-LINE.
     STRING 'OVERDUE    RPT=' LCPV-REPORT-ID
         ' RUN=' LCPV-RUN-DATE
         ' RECIPIENT=' LCPV-RECIPIENT
         ' POINT=' LCPV-DELIVERY-POINT
         ' COPY=' LCPV-COPY-NO
         ' HOURS=' DLX-HOURS-OUT
         ' ' DLX-ACTION
         DELIMITED BY SIZE
         INTO DLX-RPT-LINE.
     WRITE DLX-RPT-LINE.
 DLX-JUDGE-ITEM-EXIT.
     EXIT.
 DLX-FIND-ALLOWANCE.
     PERFORM DLX-FIND-ALLOWANCE-STEP THRU DLX-FIND-ALLOWANCE-STEP-EXIT
         VARYING DLX-HRS-SUB FROM 1 BY 1
         UNTIL DLX-HRS-SUB > DLX-HRS-COUNT
            OR DLX-HT-DELIVERY(DLX-HRS-SUB) = LCPV-DELIVERY-POINT.
     IF DLX-HRS-SUB > DLX-HRS-COUNT
         MOVE DLX-DEFAULT-HOURS TO DLX-ALLOWED-HOURS
     ELSE
         MOVE DLX-HT-HOURS(DLX-HRS-SUB) TO DLX-ALLOWED-HOURS
     END-IF.
 DLX-FIND-ALLOWANCE-EXIT.
     EXIT.
 DLX-FIND-ALLOWANCE-STEP.
     CONTINUE.
 DLX-FIND-ALLOWANCE-STEP-EXIT.
     EXIT.
*>***************************************************************
*> DLX-WRITE-REQUEST writes the PRTBNDLR rebuild request for the
*> overdue bundle -- its recipient, run date, report and copy --
*> and stamps the request on the register item.
*>***************************************************************
 DLX-WRITE-REQUEST.
     MOVE SPACES TO DLX-REQ-REC.
     MOVE 'R'              TO DLX-REQ-TYPE.
     MOVE LCPV-RECIPIENT   TO DLX-REQ-VALUE.
     MOVE LCPV-RUN-DATE    TO DLX-REQ-RUN-DATE.
     MOVE LCPV-REPORT-ID   TO DLX-REQ-REPORT-ID.
     MOVE LCPV-COPY-NO     TO DLX-REQ-COPY-NO.
     MOVE 'PRTDLVX'        TO DLX-REQ-REQUESTER.
     WRITE DLX-REQ-REC.
     ADD 1 TO DLX-REQUEST-COUNT.
     IF LCPV-REBUILD-COUNT < 99
         ADD 1 TO LCPV-REBUILD-COUNT
     END-IF.
     MOVE DLX-TODAY    TO LCPV-REBUILD-DATE.
     MOVE DLX-NOW-TIME TO LCPV-REBUILD-TIME.
     MOVE SPACES TO DLX-ACTION.
     STRING 'REBUILD REQUESTED (' LCPV-REBUILD-COUNT ')'
         DELIMITED BY SIZE
         INTO DLX-ACTION.
 DLX-WRITE-REQUEST-EXIT.
     EXIT.
*>***************************************************************
*> DLX-MINUTE-NUMBER turns DLX-CALC-DATE and DLX-CALC-TIME
*> (HHMMSSss) into a running count of minutes.  The date becomes
*> a day number on the March-based year, January and February
*> counted as months 13 and 14 of the year before, each division
*> taken whole on its own as the count requires.
*>***************************************************************
 DLX-MINUTE-NUMBER.
     MOVE DLX-CALC-YYYY TO DLX-CALC-YEAR.
     MOVE DLX-CALC-MM   TO DLX-CALC-MONTH.
     IF DLX-CALC-MONTH < 3
         SUBTRACT 1 FROM DLX-CALC-YEAR
         ADD 12 TO DLX-CALC-MONTH
     END-IF.
     DIVIDE DLX-CALC-YEAR BY 4   GIVING DLX-CALC-Q4.
     DIVIDE DLX-CALC-YEAR BY 100 GIVING DLX-CALC-Q100.
     DIVIDE DLX-CALC-YEAR BY 400 GIVING DLX-CALC-Q400.
     COMPUTE DLX-CALC-MTERM = 153 * (DLX-CALC-MONTH - 3) + 2.
     DIVIDE DLX-CALC-MTERM BY 5 GIVING DLX-CALC-MTERM.
     COMPUTE DLX-CALC-DAYNUM = 365 * DLX-CALC-YEAR
         + DLX-CALC-Q4 - DLX-CALC-Q100 + DLX-CALC-Q400
         + DLX-CALC-MTERM + DLX-CALC-DD.
     DIVIDE DLX-CALC-TIME BY 10000 GIVING DLX-CALC-HHMM.
     DIVIDE DLX-CALC-HHMM BY 100
         GIVING DLX-CALC-HH REMAINDER DLX-CALC-MI.
     COMPUTE DLX-CALC-MINUTES = DLX-CALC-DAYNUM * 1440
         + DLX-CALC-HH * 60 + DLX-CALC-MI.
 DLX-MINUTE-NUMBER-EXIT.
     EXIT.
 DLX-COPY-BACK.
     READ DLV-SCR-FILE
         AT END
             SET DLX-SCR-FILE-EOF TO TRUE
         NOT AT END
             MOVE DLX-SCR-RECORD TO LCPV-RECORD
             WRITE LCPV-RECORD
     END-READ.
 DLX-COPY-BACK-EXIT.
     EXIT.
 DLX-WRITE-TOTALS.
     IF DLX-HRS-TABLE-FULL
         MOVE SPACES TO DLX-RPT-LINE
         MOVE 'WARNING    OVER 50 POINTS ON DLVHRS - EXCESS GET DEFAULT'
             TO DLX-RPT-LINE
         WRITE DLX-RPT-LINE
     END-IF.
     MOVE SPACES TO DLX-RPT-LINE.
     WRITE DLX-RPT-LINE.
     MOVE SPACES TO DLX-RPT-LINE.
     STRING 'TOTALS  REGISTER-ITEMS=' DLX-REGISTER-COUNT
         ' AWAITING=' DLX-AWAITING-COUNT
         ' OVERDUE=' DLX-OVERDUE-COUNT
         ' REBUILD-REQUESTS=' DLX-REQUEST-COUNT
         ' REBUILDS-PENDING=' DLX-PENDING-COUNT
         ' RESENDS=' DLX-RESEND-COUNT
         DELIMITED BY SIZE
         INTO DLX-RPT-LINE.
     WRITE DLX-RPT-LINE.
     DISPLAY 'PRTDLVX: ' DLX-OVERDUE-COUNT ' OVERDUE, '
         DLX-REQUEST-COUNT ' REBUILD REQUESTS ON REBLDREQ'.
 DLX-WRITE-TOTALS-EXIT.
     EXIT.
