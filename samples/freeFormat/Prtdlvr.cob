 ID DIVISION.
 PROGRAM-ID. PRTDLVR.
 AUTHOR. PRINT SERVICES GROUP.
 INSTALLATION. CENTRAL DATA CENTER.
 DATE-WRITTEN. 2026-10-15.
 DATE-COMPILED.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  RSL  Original coding.  Delivery receipt posting:
*>                    the delivery points send back what arrived, a
*>                    line per report (or one line for everything a
*>                    point received from a run), keyed onto DLVRCPT.
*>                    Each receipt is matched against the delivery
*>                    register (DLVREG) PRTBURST and PRTPDFDS keep,
*>                    and every item it covers that is still awaiting
*>                    receipt is stamped acknowledged with the
*>                    receipt's date, time and receiver.  DLVRLST
*>                    lists what was posted, receipts that matched
*>                    nothing on the register, receipts for items
*>                    already acknowledged, and receipts rejected by
*>                    the edits, so a mistyped receipt is not taken
*>                    for a bundle that never arrived.
*>
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RCPT-FILE        ASSIGN TO DLVRCPT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS DLR-RCPT-STATUS.
     SELECT DLV-REG-FILE     ASSIGN TO DLVREG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS DLR-REG-STATUS.
     SELECT DLV-SCR-FILE     ASSIGN TO DLVSCR
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS DLR-SCR-STATUS.
     SELECT RPT-FILE         ASSIGN TO DLVRLST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS DLR-RPT-STATUS.
 DATA DIVISION.
 FILE SECTION.
*>***************************************************************
*> One DLVRCPT record per receipt, fixed columns:
*>   1-8   report id, blank = every report the point received
*>   10-17 run date (YYYYMMDD) of the printing received
*>   19-38 recipient, blank = every recipient at the point
*>   40-47 delivery point sending the receipt
*>   49-50 copy number, blank or zero = every copy
*>   52-59 date received (YYYYMMDD), blank = date posted
*>   61-64 time received (HHMM), blank = time posted
*>   66-73 id of the person who signed for it
*>   75    'B' = paper bundles only, 'E' = electronic sections
*>         only, blank = both
*>***************************************************************
 FD  RCPT-FILE
     LABEL RECORDS ARE STANDARD.
 01  DLR-RCPT-REC.
     05  DLR-RCPT-REPORT-ID      PIC X(08).
     05  FILLER                  PIC X(01).
     05  DLR-RCPT-RUN-DATE       PIC X(08).
     05  FILLER                  PIC X(01).
     05  DLR-RCPT-RECIPIENT      PIC X(20).
     05  FILLER                  PIC X(01).
     05  DLR-RCPT-DELIVERY       PIC X(08).
     05  FILLER                  PIC X(01).
     05  DLR-RCPT-COPY-NO        PIC X(02).
     05  FILLER                  PIC X(01).
     05  DLR-RCPT-DATE           PIC X(08).
     05  FILLER                  PIC X(01).
     05  DLR-RCPT-TIME           PIC X(04).
     05  FILLER                  PIC X(01).
     05  DLR-RCPT-RECEIVED-BY    PIC X(08).
     05  FILLER                  PIC X(01).
     05  DLR-RCPT-MEDIUM         PIC X(01).
 FD  DLV-REG-FILE
     LABEL RECORDS ARE STANDARD.
     COPY LCPDLVR.
*>***************************************************************
*> DLV-SCR-FILE holds the delivery register while it is rewritten
*> and copied back.  DLR-SCR-RECORD matches LCPV-RECORD byte for
*> byte.
*>***************************************************************
 FD  DLV-SCR-FILE
     LABEL RECORDS ARE STANDARD.
 01  DLR-SCR-RECORD              PIC X(111).
 FD  RPT-FILE
     LABEL RECORDS ARE STANDARD.
 01  DLR-RPT-LINE                PIC X(132).
 WORKING-STORAGE SECTION.
 77  DLR-RCPT-STATUS             PIC XX     VALUE '00'.
     88  DLR-RCPT-FILE-EOF                  VALUE '10'.
     88  DLR-RCPT-FILE-NOT-FOUND            VALUE '35'.
 77  DLR-REG-STATUS              PIC XX     VALUE '00'.
     88  DLR-REG-FILE-EOF                   VALUE '10'.
     88  DLR-REG-FILE-NOT-FOUND             VALUE '35'.
 77  DLR-SCR-STATUS              PIC XX     VALUE '00'.
     88  DLR-SCR-FILE-EOF                   VALUE '10'.
 77  DLR-RPT-STATUS              PIC XX     VALUE '00'.
*>***************************************************************
*> DLR-RCPT-TABLE holds the receipts that passed the edits, with
*> the received date and time already resolved, and how many
*> register items each one acknowledged and how many it found
*> already acknowledged.
*>***************************************************************
 01  DLR-RCPT-TABLE.
     05  DLR-RC-ENTRY OCCURS 200 TIMES.
         10  DLR-RC-REPORT-ID    PIC X(08).
         10  DLR-RC-RUN-DATE     PIC 9(08).
         10  DLR-RC-RECIPIENT    PIC X(20).
         10  DLR-RC-DELIVERY     PIC X(08).
         10  DLR-RC-COPY-NO      PIC 9(02).
         10  DLR-RC-DATE         PIC 9(08).
         10  DLR-RC-TIME         PIC 9(08).
         10  DLR-RC-RECEIVED-BY  PIC X(08).
         10  DLR-RC-MEDIUM       PIC X(01).
         10  DLR-RC-POSTED       PIC 9(05).
         10  DLR-RC-ALREADY      PIC 9(05).
 77  DLR-RC-COUNT                PIC 9(03)  VALUE ZERO.
 77  DLR-RC-SUB                  PIC 9(03)  VALUE ZERO.
 77  DLR-RC-FULL-SW              PIC X(01)  VALUE 'N'.
     88  DLR-RC-TABLE-FULL                  VALUE 'Y'.
 77  DLR-TODAY                   PIC 9(08)  VALUE ZERO.
 77  DLR-NOW-TIME                PIC 9(08)  VALUE ZERO.
 77  DLR-WORK-HHMM               PIC 9(04)  VALUE ZERO.
 77  DLR-REJECT-REASON           PIC X(40)  VALUE SPACES.
 77  DLR-MATCH-SW                PIC X(01)  VALUE 'N'.
     88  DLR-RECEIPT-MATCHES                VALUE 'Y'.
 77  DLR-READ-COUNT              PIC 9(05)  VALUE ZERO.
 77  DLR-REJECT-COUNT            PIC 9(05)  VALUE ZERO.
 77  DLR-POSTED-COUNT            PIC 9(05)  VALUE ZERO.
 77  DLR-UNMATCHED-COUNT         PIC 9(05)  VALUE ZERO.
 77  DLR-REGISTER-COUNT          PIC 9(07)  VALUE ZERO.
 77  DLR-OPEN-COUNT              PIC 9(07)  VALUE ZERO.
 PROCEDURE DIVISION.
 DLR-MAINLINE SECTION.
     PERFORM DLR-INITIALIZE THRU DLR-INITIALIZE-EXIT.
     PERFORM DLR-LOAD-RECEIPTS THRU DLR-LOAD-RECEIPTS-EXIT.
     IF DLR-RC-COUNT > ZERO
         PERFORM DLR-POST-REGISTER THRU DLR-POST-REGISTER-EXIT
         PERFORM DLR-LIST-RECEIPT-STEP THRU DLR-LIST-RECEIPT-STEP-EXIT
             VARYING DLR-RC-SUB FROM 1 BY 1
             UNTIL DLR-RC-SUB > DLR-RC-COUNT
     END-IF.
     PERFORM DLR-WRITE-TOTALS THRU DLR-WRITE-TOTALS-EXIT.
     CLOSE RPT-FILE.
     STOP RUN.
 DLR-MAINLINE-EXIT.
     EXIT.
 DLR-INITIALIZE.
     ACCEPT DLR-TODAY FROM DATE YYYYMMDD.
     ACCEPT DLR-NOW-TIME FROM TIME.
     OPEN OUTPUT RPT-FILE.
     MOVE SPACES TO DLR-RPT-LINE.
     STRING 'DELIVERY RECEIPT POSTING - ' DLR-TODAY
         DELIMITED BY SIZE
         INTO DLR-RPT-LINE.
     WRITE DLR-RPT-LINE.
     MOVE SPACES TO DLR-RPT-LINE.
     WRITE DLR-RPT-LINE.
 DLR-INITIALIZE-EXIT.
     EXIT.
*>***************************************************************
*> DLR-LOAD-RECEIPTS edits each receipt and keeps the good ones.
*> A receipt must name its delivery point and a run date; the
*> report id, recipient and copy may be left blank to cover
*> everything the point received from that run.  No DLVRCPT means
*> no receipts came in today -- said, not treated as an error.
*>***************************************************************
 DLR-LOAD-RECEIPTS.
     OPEN INPUT RCPT-FILE.
     IF DLR-RCPT-FILE-NOT-FOUND
         DISPLAY 'PRTDLVR: NO DLVRCPT - NO RECEIPTS TO POST'
         MOVE SPACES TO DLR-RPT-LINE
         MOVE 'NO RECEIPTS TO POST' TO DLR-RPT-LINE
         WRITE DLR-RPT-LINE
     ELSE
         PERFORM DLR-LOAD-RECEIPT-RECORD
             THRU DLR-LOAD-RECEIPT-RECORD-EXIT
             UNTIL DLR-RCPT-FILE-EOF
         CLOSE RCPT-FILE
     END-IF.
 DLR-LOAD-RECEIPTS-EXIT.
     EXIT.
 DLR-LOAD-RECEIPT-RECORD.
     READ RCPT-FILE
         AT END
             SET DLR-RCPT-FILE-EOF TO TRUE
         NOT AT END
             ADD 1 TO DLR-READ-COUNT
             PERFORM DLR-EDIT-RECEIPT THRU DLR-EDIT-RECEIPT-EXIT
     END-READ.
 DLR-LOAD-RECEIPT-RECORD-EXIT.
     EXIT.
 DLR-EDIT-RECEIPT.
     MOVE SPACES TO DLR-REJECT-REASON.
     EVALUATE TRUE
         WHEN DLR-RCPT-DELIVERY = SPACES
             MOVE 'DELIVERY POINT MISSING' TO DLR-REJECT-REASON
         WHEN DLR-RCPT-RUN-DATE NOT NUMERIC
             MOVE 'RUN DATE NOT NUMERIC' TO DLR-REJECT-REASON
         WHEN DLR-RCPT-COPY-NO NOT = SPACES
             AND DLR-RCPT-COPY-NO NOT NUMERIC
             MOVE 'COPY NUMBER NOT NUMERIC' TO DLR-REJECT-REASON
         WHEN DLR-RCPT-DATE NOT = SPACES
             AND DLR-RCPT-DATE NOT NUMERIC
             MOVE 'DATE RECEIVED NOT NUMERIC' TO DLR-REJECT-REASON
         WHEN DLR-RCPT-TIME NOT = SPACES
             AND DLR-RCPT-TIME NOT NUMERIC
             MOVE 'TIME RECEIVED NOT NUMERIC' TO DLR-REJECT-REASON
         WHEN DLR-RCPT-RECEIVED-BY = SPACES
             MOVE 'RECEIVED-BY MISSING' TO DLR-REJECT-REASON
         WHEN DLR-RCPT-MEDIUM NOT = SPACE
             AND DLR-RCPT-MEDIUM NOT = 'B'
             AND DLR-RCPT-MEDIUM NOT = 'E'
             MOVE 'MEDIUM NOT B, E OR BLANK' TO DLR-REJECT-REASON
         WHEN DLR-RC-COUNT NOT < 200
             MOVE 'Y' TO DLR-RC-FULL-SW
             MOVE 'OVER 200 RECEIPTS - RESUBMIT TOMORROW'
                 TO DLR-REJECT-REASON
     END-EVALUATE.
     IF DLR-REJECT-REASON NOT = SPACES
         ADD 1 TO DLR-REJECT-COUNT
         MOVE SPACES TO DLR-RPT-LINE
         STRING 'REJECTED   RPT=' DLR-RCPT-REPORT-ID
             ' RUN=' DLR-RCPT-RUN-DATE
             ' POINT=' DLR-RCPT-DELIVERY
             ' - ' DLR-REJECT-REASON
             DELIMITED BY SIZE
             INTO DLR-RPT-LINE
         WRITE DLR-RPT-LINE
     ELSE
         ADD 1 TO DLR-RC-COUNT
         MOVE DLR-RCPT-REPORT-ID TO DLR-RC-REPORT-ID(DLR-RC-COUNT)
         MOVE DLR-RCPT-RUN-DATE  TO DLR-RC-RUN-DATE(DLR-RC-COUNT)
         MOVE DLR-RCPT-RECIPIENT TO DLR-RC-RECIPIENT(DLR-RC-COUNT)
         MOVE DLR-RCPT-DELIVERY  TO DLR-RC-DELIVERY(DLR-RC-COUNT)
         IF DLR-RCPT-COPY-NO = SPACES
             MOVE ZERO TO DLR-RC-COPY-NO(DLR-RC-COUNT)
         ELSE
             MOVE DLR-RCPT-COPY-NO TO DLR-RC-COPY-NO(DLR-RC-COUNT)
         END-IF
         IF DLR-RCPT-DATE = SPACES
             MOVE DLR-TODAY TO DLR-RC-DATE(DLR-RC-COUNT)
         ELSE
             MOVE DLR-RCPT-DATE TO DLR-RC-DATE(DLR-RC-COUNT)
         END-IF
         IF DLR-RCPT-TIME = SPACES
             MOVE DLR-NOW-TIME TO DLR-RC-TIME(DLR-RC-COUNT)
         ELSE
             MOVE DLR-RCPT-TIME TO DLR-WORK-HHMM
             COMPUTE DLR-RC-TIME(DLR-RC-COUNT) = DLR-WORK-HHMM * 10000
         END-IF
         MOVE DLR-RCPT-RECEIVED-BY
             TO DLR-RC-RECEIVED-BY(DLR-RC-COUNT)
         MOVE DLR-RCPT-MEDIUM TO DLR-RC-MEDIUM(DLR-RC-COUNT)
         MOVE ZERO TO DLR-RC-POSTED(DLR-RC-COUNT)
         MOVE ZERO TO DLR-RC-ALREADY(DLR-RC-COUNT)
     END-IF.
 DLR-EDIT-RECEIPT-EXIT.
     EXIT.
*>***************************************************************
*> DLR-POST-REGISTER passes the whole register through the scratch
*> file, acknowledging on the way every item a receipt covers, and
*> then copies the scratch back over the register -- the register
*> is line sequential and cannot be rewritten in place.  A missing
*> register means nothing was ever sent, so every receipt will
*> list as unmatched.
*>***************************************************************
 DLR-POST-REGISTER.
     OPEN INPUT DLV-REG-FILE.
     IF DLR-REG-FILE-NOT-FOUND
         DISPLAY 'PRTDLVR: NO DLVREG - NOTHING ON THE REGISTER'
     ELSE
         OPEN OUTPUT DLV-SCR-FILE
         PERFORM DLR-POST-REGISTER-STEP
             THRU DLR-POST-REGISTER-STEP-EXIT
             UNTIL DLR-REG-FILE-EOF
         CLOSE DLV-REG-FILE DLV-SCR-FILE
         OPEN INPUT DLV-SCR-FILE
         OPEN OUTPUT DLV-REG-FILE
         PERFORM DLR-COPY-BACK THRU DLR-COPY-BACK-EXIT
             UNTIL DLR-SCR-FILE-EOF
         CLOSE DLV-SCR-FILE DLV-REG-FILE
     END-IF.
 DLR-POST-REGISTER-EXIT.
     EXIT.
 DLR-POST-REGISTER-STEP.
     READ DLV-REG-FILE
         AT END
             SET DLR-REG-FILE-EOF TO TRUE
         NOT AT END
             ADD 1 TO DLR-REGISTER-COUNT
             PERFORM DLR-MATCH-RECEIPT-STEP
                 THRU DLR-MATCH-RECEIPT-STEP-EXIT
                 VARYING DLR-RC-SUB FROM 1 BY 1
                 UNTIL DLR-RC-SUB > DLR-RC-COUNT
             IF LCPV-STATUS = 'S'
                 ADD 1 TO DLR-OPEN-COUNT
             END-IF
             MOVE LCPV-RECORD TO DLR-SCR-RECORD
             WRITE DLR-SCR-RECORD
     END-READ.
 DLR-POST-REGISTER-STEP-EXIT.
     EXIT.
*>***************************************************************
*> DLR-MATCH-RECEIPT-STEP tries one receipt against the register
*> item in hand.  The first receipt to cover an item awaiting
*> receipt acknowledges it; any further receipt covering the same
*> item, today's or one acknowledged on an earlier day, only
*> counts it as already acknowledged.
*>***************************************************************
 DLR-MATCH-RECEIPT-STEP.
     MOVE 'N' TO DLR-MATCH-SW.
     IF LCPV-DELIVERY-POINT = DLR-RC-DELIVERY(DLR-RC-SUB)
         AND LCPV-RUN-DATE = DLR-RC-RUN-DATE(DLR-RC-SUB)
         AND (DLR-RC-REPORT-ID(DLR-RC-SUB) = SPACES
           OR LCPV-REPORT-ID = DLR-RC-REPORT-ID(DLR-RC-SUB))
         AND (DLR-RC-RECIPIENT(DLR-RC-SUB) = SPACES
           OR LCPV-RECIPIENT = DLR-RC-RECIPIENT(DLR-RC-SUB))
         AND (DLR-RC-COPY-NO(DLR-RC-SUB) = ZERO
           OR LCPV-COPY-NO = DLR-RC-COPY-NO(DLR-RC-SUB))
         AND (DLR-RC-MEDIUM(DLR-RC-SUB) = SPACE
           OR LCPV-MEDIUM = DLR-RC-MEDIUM(DLR-RC-SUB))
         MOVE 'Y' TO DLR-MATCH-SW
     END-IF.
     IF DLR-RECEIPT-MATCHES
         IF LCPV-STATUS = 'S'
             MOVE 'A' TO LCPV-STATUS
             MOVE DLR-RC-DATE(DLR-RC-SUB) TO LCPV-RECEIPT-DATE
             MOVE DLR-RC-TIME(DLR-RC-SUB) TO LCPV-RECEIPT-TIME
             MOVE DLR-RC-RECEIVED-BY(DLR-RC-SUB) TO LCPV-RECEIVED-BY
             ADD 1 TO DLR-RC-POSTED(DLR-RC-SUB)
             ADD 1 TO DLR-POSTED-COUNT
             MOVE SPACES TO DLR-RPT-LINE
             STRING 'POSTED     RPT=' LCPV-REPORT-ID
                 ' RUN=' LCPV-RUN-DATE
                 ' RECIPIENT=' LCPV-RECIPIENT
                 ' POINT=' LCPV-DELIVERY-POINT
                 ' COPY=' LCPV-COPY-NO
                 ' MEDIUM=' LCPV-MEDIUM
                 ' BY=' LCPV-RECEIVED-BY
                 DELIMITED BY SIZE
                 INTO DLR-RPT-LINE
             WRITE DLR-RPT-LINE
         ELSE
             ADD 1 TO DLR-RC-ALREADY(DLR-RC-SUB)
         END-IF
     END-IF.
 DLR-MATCH-RECEIPT-STEP-EXIT.
     EXIT.
 DLR-COPY-BACK.
     READ DLV-SCR-FILE
         AT END
             SET DLR-SCR-FILE-EOF TO TRUE
         NOT AT END
             MOVE DLR-SCR-RECORD TO LCPV-RECORD
             WRITE LCPV-RECORD
     END-READ.
 DLR-COPY-BACK-EXIT.
     EXIT.
*>***************************************************************
*> DLR-LIST-RECEIPT-STEP reports each receipt that acknowledged
*> nothing: either everything it covers was acknowledged already
*> (a duplicate receipt, harmless) or nothing on the register
*> matches it at all -- a keying error, or a delivery the print
*> room has no record of sending, either way worth a phone call.
*>***************************************************************
 DLR-LIST-RECEIPT-STEP.
     IF DLR-RC-POSTED(DLR-RC-SUB) = ZERO
         MOVE SPACES TO DLR-RPT-LINE
         IF DLR-RC-ALREADY(DLR-RC-SUB) > ZERO
             STRING 'ALREADY    RPT=' DLR-RC-REPORT-ID(DLR-RC-SUB)
                 ' RUN=' DLR-RC-RUN-DATE(DLR-RC-SUB)
                 ' RECIPIENT=' DLR-RC-RECIPIENT(DLR-RC-SUB)
                 ' POINT=' DLR-RC-DELIVERY(DLR-RC-SUB)
                 ' - ALL ' DLR-RC-ALREADY(DLR-RC-SUB)
                 ' ITEMS ALREADY ACKNOWLEDGED'
                 DELIMITED BY SIZE
                 INTO DLR-RPT-LINE
         ELSE
             ADD 1 TO DLR-UNMATCHED-COUNT
             STRING 'NO MATCH   RPT=' DLR-RC-REPORT-ID(DLR-RC-SUB)
                 ' RUN=' DLR-RC-RUN-DATE(DLR-RC-SUB)
                 ' RECIPIENT=' DLR-RC-RECIPIENT(DLR-RC-SUB)
                 ' POINT=' DLR-RC-DELIVERY(DLR-RC-SUB)
                 ' COPY=' DLR-RC-COPY-NO(DLR-RC-SUB)
                 ' - NOT ON THE DELIVERY REGISTER'
                 DELIMITED BY SIZE
                 INTO DLR-RPT-LINE
         END-IF
         WRITE DLR-RPT-LINE
     END-IF.
 DLR-LIST-RECEIPT-STEP-EXIT.
     EXIT.
 DLR-WRITE-TOTALS.
     IF DLR-RC-TABLE-FULL
         MOVE SPACES TO DLR-RPT-LINE
         MOVE 'WARNING    OVER 200 RECEIPTS - EXCESS REJECTED'
             TO DLR-RPT-LINE
         WRITE DLR-RPT-LINE
     END-IF.
     MOVE SPACES TO DLR-RPT-LINE.
     WRITE DLR-RPT-LINE.
     MOVE SPACES TO DLR-RPT-LINE.
     STRING 'TOTALS  RECEIPTS=' DLR-READ-COUNT
         ' REJECTED=' DLR-REJECT-COUNT
         ' REGISTER-ITEMS=' DLR-REGISTER-COUNT
         ' UNMATCHED=' DLR-UNMATCHED-COUNT
         ' ITEMS-POSTED=' DLR-POSTED-COUNT
         ' STILL-AWAITING=' DLR-OPEN-COUNT
         DELIMITED BY SIZE
         INTO DLR-RPT-LINE.
     WRITE DLR-RPT-LINE.
     DISPLAY 'PRTDLVR: ' DLR-POSTED-COUNT ' ITEMS ACKNOWLEDGED'.
 DLR-WRITE-TOTALS-EXIT.
     EXIT.
