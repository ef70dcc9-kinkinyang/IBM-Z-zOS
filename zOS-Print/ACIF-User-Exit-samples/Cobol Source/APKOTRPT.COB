000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ NOLIST
000200* LAST UPDATE ON 15 Oct 2026 AT 17:21:44 BY DELGADOM VERSION 2  *
000300 ID DIVISION.
000400 PROGRAM-ID. APKOTRPT.
000500 AUTHOR. TURETZKY--HYDRA.
002100               prints one line per jobname per day, a subtotal
002200               per jobname per month, a total per jobname, and
002300               a grand total for the cluster.
002316
002332               Extract runs and page pulls (HIST-RUN-REPRINT) put
002348               statements already counted back on paper.  They
002364               are left out of the trend and shown on a separate
002380               reprint total line after the grand total.
002400
002500 DATE-WRITTEN. 22 Aug 26.
002600 DATE-COMPILED.
011900 77  GRAND-RUNS              PIC S9(8) BINARY VALUE ZERO.
012000 77  GRAND-PAGES             PIC S9(9) BINARY VALUE ZERO.
012100 77  GRAND-LINES             PIC S9(9) BINARY VALUE ZERO.
012125 77  REPRINT-RUNS            PIC S9(8) BINARY VALUE ZERO.
012150 77  REPRINT-PAGES           PIC S9(9) BINARY VALUE ZERO.
012175 77  REPRINT-LINES           PIC S9(9) BINARY VALUE ZERO.
012200     SKIP2
012300* THE RUN DATE SPLIT SO THE MONTH BREAK CAN COMPARE JUST THE
012400* YEAR AND MONTH DIGITS.
016800       PERFORM 0200-PROCESS-RECORD UNTIL HIST-EOF;
016900     END-IF.
017000     IF RECORD-COUNT > ZERO
017076      THEN
017152       IF DAY-RUNS > ZERO
017228        THEN
017304         PERFORM 0330-FLUSH-DAY;
017380         PERFORM 0340-FLUSH-MONTH;
017456         PERFORM 0350-FLUSH-JOB
017532       END-IF;
017608       PERFORM 0360-WRITE-GRAND-TOTAL
017684      ELSE
017760       MOVE ' NO RUN HISTORY ON FILE.' TO TRENDRPT-RECORD;
017836       PERFORM 0320-WRITE-REPORT-LINE
017912     END-IF.
018000     PERFORM 0900-TERMINATE.
018100     GOBACK.
018200     SKIP2
021200     END-IF.
021300     SKIP2
021400 0200-PROCESS-RECORD.
021406* A REPRINT RUN IS NOT NEW VOLUME: IT IS TOTALLED ON ITS OWN AND
021412* KEPT OUT OF THE CONTROL BREAKS.
021418     IF HIST-RUN-REPRINT
021424      THEN
021430       ADD 1 TO REPRINT-RUNS;
021436       ADD HIST-PAGE-COUNT TO REPRINT-PAGES;
021442       ADD HIST-LINE-TOTAL TO REPRINT-LINES
021448      ELSE
021454       PERFORM 0210-ACCUMULATE-RUN
021460     END-IF.
021466     ADD 1 TO RECORD-COUNT.
021472     PERFORM 0310-READ-HISTORY.
021478     SKIP2
021484 0210-ACCUMULATE-RUN.
021500* CLASSIC CONTROL BREAKS, LOWEST LEVEL FIRST.  EACH LEVEL
021600* FLUSHES WHEN ITS PIECE OF THE KEY CHANGES, THEN RESTARTS
021700* ACCUMULATING FOR THE RECORD IN HAND.
024200                            JOB-PAGES, GRAND-PAGES.
024300     ADD HIST-LINE-TOTAL TO DAY-LINES, MONTH-LINES,
024400                            JOB-LINES, GRAND-LINES.
024700     SKIP2
024800 0310-READ-HISTORY.
024900* ANY STATUS OTHER THAN 00 ENDS THE REPORT -- 10 IS NORMAL
031400     MOVE GRAND-LINES TO RPT-TOT-LINES.
031500     MOVE RPT-TOTAL TO TRENDRPT-RECORD.
031600     PERFORM 0320-WRITE-REPORT-LINE.
031610     IF REPRINT-RUNS > ZERO
031620      THEN
031630       MOVE ' REPRINT TOTAL' TO RPT-TOT-CAPTION;
031640       MOVE REPRINT-RUNS TO RPT-TOT-RUNS;
031650       MOVE REPRINT-PAGES TO RPT-TOT-PAGES;
031660       MOVE REPRINT-LINES TO RPT-TOT-LINES;
031670       MOVE RPT-TOTAL TO TRENDRPT-RECORD;
031680       PERFORM 0320-WRITE-REPORT-LINE
031690     END-IF.
031700     SKIP2
031800 0900-TERMINATE.
031900* CLOSE WHATEVER OPENED.  FILE STATUS 42 (NOT OPEN) IS THE
