002100*                    all eighteen are charted here rather than
002200*                    leaving one of this shop's own channels
002300*                    untested.
002310*   2026-10-15  RSL  A new optional CALPARM file names the report
002320*                    id to chart under (columns 1-8), so a chart
002330*                    can be run for a particular form: a report
002340*                    master entry on the form marked 'A' for
002350*                    serial control sends the chart to the
002360*                    printer holding that stock and logs its
002370*                    sheets on the serial register as alignment.
002380*                    Missing CALPARM still means ALIGNCHT.
002400*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SPECIAL-NAMES.
002800     DECIMAL-POINT IS COMMA.
002810 INPUT-OUTPUT SECTION.
002820 FILE-CONTROL.
002830     SELECT CAL-PARM-FILE    ASSIGN TO CALPARM
002840                             ORGANIZATION IS LINE SEQUENTIAL
002850                             FILE STATUS IS CAL-PARM-STATUS.
002900 DATA DIVISION.
002910 FILE SECTION.
002920 FD  CAL-PARM-FILE
002930     LABEL RECORDS ARE STANDARD.
002940 01  CAL-PARM-REC.
002950     05  CAL-PARM-REPORT-ID      PIC X(08).
003000 WORKING-STORAGE SECTION.
003100*****************************************************************
003200* CAL-ASA-CODES carries, in a single literal, every carriage-
005800 77  CAL-REPORT-ID                PIC X(08)  VALUE 'ALIGNCHT'.
005900 77  CAL-RESTART-PAGE             PIC 9(05)  VALUE ZERO.
006000 77  CAL-PDF-MODE                 PIC X(01)  VALUE 'N'.
006010 77  CAL-PARM-STATUS              PIC XX     VALUE '00'.
006020     88  CAL-PARM-FILE-OK                    VALUE '00'.
006100 PROCEDURE DIVISION.
006200 0000-MAINLINE.
006210     PERFORM 1100-LOAD-REPORT-ID THRU 1100-EXIT.
006300     PERFORM 1000-CHART-ONE-CODE THRU 1000-EXIT
006400         VARYING CAL-IDX FROM 1 BY 1 UNTIL CAL-IDX > 18.
006500     CALL 'EVAL' USING 'Z' CAL-LIN-REC CAL-JOB-NAME
007900         CAL-REPORT-ID CAL-RESTART-PAGE CAL-PDF-MODE.
008000 1000-EXIT.
008100     EXIT.
008200*****************************************************************
008300* 1100-LOAD-REPORT-ID takes the report id the chart runs under
008400* from CALPARM.  A missing file, record or id keeps ALIGNCHT.
008500*****************************************************************
008600 1100-LOAD-REPORT-ID.
008700     OPEN INPUT CAL-PARM-FILE.
008800     IF CAL-PARM-FILE-OK
008900         READ CAL-PARM-FILE
009000             NOT AT END
009100                 IF CAL-PARM-REPORT-ID NOT = SPACES
009200                     MOVE CAL-PARM-REPORT-ID TO CAL-REPORT-ID
009300                 END-IF
009400         END-READ
009500         CLOSE CAL-PARM-FILE
009600     END-IF.
009700 1100-EXIT.
009800     EXIT.
