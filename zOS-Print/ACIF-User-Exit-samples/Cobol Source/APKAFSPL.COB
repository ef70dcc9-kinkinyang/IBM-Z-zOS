000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ NOLIST
000200* LAST UPDATE ON 15 Oct 2026 AT 16:58:12 BY DELGADOM VERSION 2  *
000300 ID DIVISION.
000400 PROGRAM-ID. APKAFSPL.
000500 AUTHOR. TURETZKY--HYDRA.
003500               own.  A count report per destination ends the
003600               step.
003700
003710               The copy pass also counts the pages it sends to
003720               each destination, and the pages of the document
003730               envelope, so the split can be balanced against the
003740               rest of the cycle.  When a SPLTTOT dataset is
003750               allocated the step writes those counts to it, one
003760               fixed record per destination and one for the
003770               envelope, for the cycle balancing step to read
003780               instead of this report.
003790
003800 DATE-WRITTEN. 02 Sep 26.
003900 DATE-COMPILED.
004000 SECURITY. IBM SAMPLE CODE ONLY.
010100* THE PRINTED SPLIT REPORT.
010200     SELECT SPLTRPT   ASSIGN TO SPLTRPT
010300         FILE STATUS IS SPLTRPT-STATUS.
010325* THE DESTINATION TOTALS, FOR THE CYCLE BALANCING STEP.  OPTIONAL.
010350     SELECT SPLTTOT   ASSIGN TO SPLTTOT
010375         FILE STATUS IS SPLTTOT-STATUS.
010400     EJECT
010500 DATA DIVISION.
010600 FILE SECTION.
016400     RECORDING MODE F
016500     LABEL RECORDS ARE STANDARD.
016600 01  SPLTRPT-RECORD              PIC X(132).
016604* ONE RECORD PER DESTINATION, 1-4 WHETHER OPEN OR NOT, THEN ONE
016608* FOR THE DOCUMENT ENVELOPE (SPT-DEST ZERO), WHOSE RECORDS AND
016612* PAGES WENT TO EVERY OPEN DESTINATION.  PAGES ARE BPGS COPIED.
016616* THE DATE AND TIME ARE WHEN THE SPLIT ENDED.
016620 FD  SPLTTOT
016624     RECORDING MODE F
016628     LABEL RECORDS ARE STANDARD.
016632 01  SPLTTOT-RECORD.
016636     05  SPT-DEST                PIC 9.
016640     05  FILLER                  PIC X(1).
016644     05  SPT-OPEN-FLAG           PIC X.
016648     05  FILLER                  PIC X(1).
016652     05  SPT-STMTS               PIC 9(8).
016656     05  FILLER                  PIC X(1).
016660     05  SPT-PAGES               PIC 9(8).
016664     05  FILLER                  PIC X(1).
016668     05  SPT-RECORDS             PIC 9(9).
016672     05  FILLER                  PIC X(1).
016676     05  SPT-RUN-DATE            PIC 9(6).
016680     05  FILLER                  PIC X(1).
016684     05  SPT-RUN-TIME            PIC 9(8).
016688     05  FILLER                  PIC X(33).
016700     EJECT
016800 WORKING-STORAGE SECTION.
016900 77  PGMNAME                 PIC X(8) VALUE 'APKAFSPL'.
018200     88  SPLIT4-OK           VALUE '00'.
018300 77  SPLTRPT-STATUS          PIC XX   VALUE SPACES.
018400     88  SPLTRPT-OK          VALUE '00'.
018420 77  SPLTTOT-STATUS          PIC XX   VALUE SPACES.
018440     88  SPLTTOT-OK          VALUE '00'.
018460 77  SPLTTOT-FLAG            PIC X    VALUE 'N'.
018480     88  SPLTTOT-AVAILABLE   VALUE 'Y'.
018500 77  AFP-RECLEN              PIC 9(8) BINARY VALUE ZERO.
018600 77  AFP-EOF-FLAG            PIC X    VALUE 'N'.
018700     88  AFP-EOF             VALUE 'Y'.
021800             88  DEST-OPEN   VALUE 'Y'.
021900         10  DEST-STMTS      PIC S9(8) BINARY.
022000         10  DEST-RECORDS    PIC S9(9) BINARY.
022050         10  DEST-PAGES      PIC S9(8) BINARY.
022100     SKIP2
022200* FIRST-PASS GROUP STATE: WHETHER A NAMED GROUP IS OPEN, ITS
022300* PAGE COUNT SO FAR, AND THE ONE-BYTE-PER-GROUP DESTINATION
023800 77  GRP2-IN-FLAG            PIC X    VALUE 'N'.
023900     88  GRP2-IN-GROUP       VALUE 'Y'.
024000 77  ENVELOPE-RECORDS        PIC S9(9) BINARY VALUE ZERO.
024020 77  ENVELOPE-PAGES          PIC S9(8) BINARY VALUE ZERO.
024040 77  STMT-PAGES-TOTAL        PIC S9(8) BINARY VALUE ZERO.
024060 77  SPLIT-END-DATE          PIC 9(6)  VALUE ZERO.
024080 77  SPLIT-END-TIME          PIC 9(8)  VALUE ZERO.
024100 77  RECORDS-READ            PIC S9(9) BINARY VALUE ZERO.
024200     SKIP2
024300* TLE TRIPLET SCAN WORK AREAS -- THE SAME WALK APKOTLLE'S
026400 01  RPT-HEADING-2.
026500     05  FILLER              PIC X(13) VALUE ' DESTINATION '.
026600     05  FILLER              PIC X(13) VALUE ' STATEMENTS  '.
026650     05  FILLER              PIC X(12) VALUE '       PAGES'.
026700     05  FILLER              PIC X(94) VALUE '     RECORDS'.
026800 01  RPT-DETAIL.
026900     05  FILLER              PIC X(7)  VALUE ' SPLIT'.
027000     05  RPT-DET-DEST        PIC 9.
027100     05  FILLER              PIC X(5)  VALUE SPACES.
027200     05  RPT-DET-STMTS       PIC ZZZ,ZZZ,ZZ9.
027300     05  FILLER              PIC X(1)  VALUE SPACE.
027333     05  RPT-DET-PAGES       PIC ZZZ,ZZZ,ZZ9.
027366     05  FILLER              PIC X(1)  VALUE SPACE.
027400     05  RPT-DET-RECORDS     PIC ZZZ,ZZZ,ZZ9.
027500     05  FILLER              PIC X(84) VALUE SPACES.
027600 01  RPT-TOTAL.
027700     05  FILLER              PIC X(1)  VALUE SPACE.
027800     05  RPT-TOT-CAPTION     PIC X(30).
029600     IF NOT SETUP-FAILED
029700      THEN
029800       PERFORM 0600-COPY-RECORD UNTIL AFP-EOF;
029900       PERFORM 0800-WRITE-REPORT;
029920       IF SPLTTOT-AVAILABLE
029940        THEN
029960         PERFORM 0850-WRITE-TOTALS-FILE
029980       END-IF
030000     END-IF.
030100     PERFORM 0900-TERMINATE.
030200     GOBACK.
031800           AFPIN-STATUS;
031900       PERFORM 0110-NOTE-SETUP-ERROR
032000     END-IF.
032011     OPEN OUTPUT SPLTTOT.
032022     IF SPLTTOT-OK
032033      THEN
032044       SET SPLTTOT-AVAILABLE TO TRUE
032055      ELSE
032066       DISPLAY PGMNAME, ' UNABLE TO OPEN SPLTTOT, FILE STATUS ',
032077           SPLTTOT-STATUS, ' -- TOTALS FILE NOT WRITTEN'
032088     END-IF.
032100     PERFORM 0140-LOAD-ROUTECTL.
032200     IF NOT SETUP-FAILED
032300      THEN
033700     MOVE 'N' TO DEST-OPEN-FLAG (DEST-IDX).
033800     MOVE ZERO TO DEST-STMTS (DEST-IDX).
033900     MOVE ZERO TO DEST-RECORDS (DEST-IDX).
033950     MOVE ZERO TO DEST-PAGES (DEST-IDX).
034000     ADD 1 TO DEST-IDX.
034100     SKIP2
034200 0140-LOAD-ROUTECTL.
063700* THE DOCUMENT ENVELOPE -- GO TO EVERY OPEN DESTINATION SO
063800* EACH OUTPUT FILE IS WELL FORMED ON ITS OWN.  THE GROUP COUNT
063900* HERE TRACKS THE FIRST PASS'S COUNT RECORD FOR RECORD, SO THE
064000* TABLED DESTINATIONS LINE UP.  EACH BPG COPIED IS COUNTED AS A
064050* PAGE OF THE GROUP'S DESTINATION, OR OF THE ENVELOPE.
064100     EVALUATE AFP-SFTYPE
064200      WHEN SF-BNG
064300       ADD 1 TO GRP2-NO;
065700        ELSE
065800         PERFORM 0660-WRITE-TO-ALL
065900       END-IF
065910      WHEN SF-BPG
065920       IF GRP2-IN-GROUP
065930        THEN
065940         ADD 1 TO DEST-PAGES (CUR-DEST);
065950         PERFORM 0650-WRITE-TO-DEST
065960        ELSE
065970         ADD 1 TO ENVELOPE-PAGES;
065980         PERFORM 0660-WRITE-TO-ALL
065990       END-IF
066000      WHEN OTHER
066100       IF GRP2-IN-GROUP
066200        THEN
072100     MOVE GRP-TOTAL TO RPT-TOT-COUNT.
072200     MOVE RPT-TOTAL TO SPLTRPT-RECORD.
072300     PERFORM 0820-WRITE-REPORT-LINE.
072320     MOVE ' STATEMENT PAGES IN ALL' TO RPT-TOT-CAPTION.
072340     MOVE STMT-PAGES-TOTAL TO RPT-TOT-COUNT.
072360     MOVE RPT-TOTAL TO SPLTRPT-RECORD.
072380     PERFORM 0820-WRITE-REPORT-LINE.
072400     MOVE ' ENVELOPE RECORDS (TO EACH)' TO RPT-TOT-CAPTION.
072500     MOVE ENVELOPE-RECORDS TO RPT-TOT-COUNT.
072600     MOVE RPT-TOTAL TO SPLTRPT-RECORD.
072700     PERFORM 0820-WRITE-REPORT-LINE.
072720     MOVE ' ENVELOPE PAGES (TO EACH)' TO RPT-TOT-CAPTION.
072740     MOVE ENVELOPE-PAGES TO RPT-TOT-COUNT.
072760     MOVE RPT-TOTAL TO SPLTRPT-RECORD.
072780     PERFORM 0820-WRITE-REPORT-LINE.
072800     SKIP2
072900 0810-WRITE-DEST-LINE.
073000     IF DEST-OPEN (DEST-IDX)
073100      THEN
073200       MOVE DEST-IDX TO RPT-DET-DEST;
073300       MOVE DEST-STMTS (DEST-IDX) TO RPT-DET-STMTS;
073350       MOVE DEST-PAGES (DEST-IDX) TO RPT-DET-PAGES;
073400       MOVE DEST-RECORDS (DEST-IDX) TO RPT-DET-RECORDS;
073500       MOVE RPT-DETAIL TO SPLTRPT-RECORD;
073600       PERFORM 0820-WRITE-REPORT-LINE
073700     END-IF.
073800     ADD DEST-PAGES (DEST-IDX) TO STMT-PAGES-TOTAL.
073850     ADD 1 TO DEST-IDX.
073900     SKIP2
074000 0820-WRITE-REPORT-LINE.
074100     WRITE SPLTRPT-RECORD.
074600       MOVE 12 TO RETURN-CODE
074700     END-IF.
074800     SKIP2
074802 0850-WRITE-TOTALS-FILE.
074804* THE SAME COUNTS AS THE REPORT, FOR THE CYCLE BALANCING STEP.
074806* EVERY RECORD CARRIES THE TIME THE SPLIT ENDED.
074808     ACCEPT SPLIT-END-DATE FROM DATE.
074810     ACCEPT SPLIT-END-TIME FROM TIME.
074812     MOVE 1 TO DEST-IDX.
074814     PERFORM 0860-WRITE-DEST-TOTAL UNTIL DEST-IDX > 4.
074816     MOVE SPACES TO SPLTTOT-RECORD.
074818     MOVE ZERO TO SPT-DEST.
074820     MOVE 'Y' TO SPT-OPEN-FLAG.
074822     MOVE ZERO TO SPT-STMTS.
074824     MOVE ENVELOPE-PAGES TO SPT-PAGES.
074826     MOVE ENVELOPE-RECORDS TO SPT-RECORDS.
074828     PERFORM 0870-WRITE-TOTALS-RECORD.
074830     SKIP2
074832 0860-WRITE-DEST-TOTAL.
074834     MOVE SPACES TO SPLTTOT-RECORD.
074836     MOVE DEST-IDX TO SPT-DEST.
074838     IF DEST-OPEN (DEST-IDX)
074840      THEN
074842       MOVE 'Y' TO SPT-OPEN-FLAG
074844      ELSE
074846       MOVE 'N' TO SPT-OPEN-FLAG
074848     END-IF.
074850     MOVE DEST-STMTS (DEST-IDX) TO SPT-STMTS.
074852     MOVE DEST-PAGES (DEST-IDX) TO SPT-PAGES.
074854     MOVE DEST-RECORDS (DEST-IDX) TO SPT-RECORDS.
074856     PERFORM 0870-WRITE-TOTALS-RECORD.
074858     ADD 1 TO DEST-IDX.
074860     SKIP2
074862 0870-WRITE-TOTALS-RECORD.
074864     MOVE SPLIT-END-DATE TO SPT-RUN-DATE.
074866     MOVE SPLIT-END-TIME TO SPT-RUN-TIME.
074868     WRITE SPLTTOT-RECORD.
074870     IF NOT SPLTTOT-OK
074872      THEN
074874       DISPLAY PGMNAME, ' TOTALS FILE WRITE FAILED, FILE STATUS ',
074876           SPLTTOT-STATUS;
074878       MOVE 12 TO RETURN-CODE
074880     END-IF.
074882     SKIP2
074900 0900-TERMINATE.
075000* CLOSE WHATEVER OPENED.  FILE STATUS 42 (NOT OPEN) IS THE
075100* NORMAL RESULT OF CLOSING A FILE THAT NEVER OPENED AND IS
075600     CLOSE SPLIT3.
075700     CLOSE SPLIT4.
075800     CLOSE SPLTRPT.
075850     CLOSE SPLTTOT.
075900     MOVE GRP-TOTAL TO COUNT-DISP.
076000     DISPLAY PGMNAME, COUNT-DISP, ' STATEMENTS ROUTED.'.
076100     MOVE ENVELOPE-RECORDS TO COUNT-DISP.
076200     DISPLAY PGMNAME, COUNT-DISP, ' ENVELOPE RECORDS COPIED',
076300         ' TO EACH DESTINATION.'.
076400     MOVE STMT-PAGES-TOTAL TO COUNT-DISP.
076500     DISPLAY PGMNAME, COUNT-DISP, ' STATEMENT PAGES ROUTED.'.
