000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ NOLIST
000200* LAST UPDATE ON 15 Oct 2026 AT 11:52:08 BY DELGADOM VERSION 5  *
000300 ID DIVISION.
000400 PROGRAM-ID. APKPGPUL.
000500 AUTHOR. TURETZKY--HYDRA.
003100               print file.  A report shows each request and how
003200               many pages it matched; a request that matched
003300               nothing ends the step with a nonzero return code.
003306
003312               When the STMTCAT statement catalog that APKCATMT
003318               builds is allocated, the step instead takes
003324               APKACREQ's account request deck (ACCTREQ), looks
003330               each account up in the catalog, and pulls every
003336               statement found from whichever archived run holds
003342               it, allocating each run's saved output in turn from
003348               the dataset name and generation the catalog
003354               recorded.  Statements from several runs come out in
003360               one combined dataset, wrapped in the first run's
003366               front envelope and the last run's back envelope.
003372               The report shows each run read and each account
003378               requested; an account not on the catalog, or a
003384               statement that could not be copied, ends the step
003390               with a nonzero return code.
003400
003410               When the run-history cluster HISTVSAM is
003420               allocated, the step also records what it pulled,
003430               so chargeback billing sees reprints that never
003440               went back through ACIF: one history record of run
003450               type pull for each jobname whose statements were
003460               pulled in catalog mode, or one for the jobname on
003470               the APKCTL job control record in page mode.  A
003480               pulled page is counted as one sheet and one
003490               impression.
003500 DATE-WRITTEN. 02 Sep 26.
003600 DATE-COMPILED.
003700 SECURITY. IBM SAMPLE CODE ONLY.
009600* THE PRINTED RETRIEVAL REPORT.
009700     SELECT PULLRPT   ASSIGN TO PULLRPT
009800         FILE STATUS IS PULLRPT-STATUS.
009808* CATALOG MODE ONLY: ACCOUNT REPRINT REQUESTS IN APKACREQ'S
009816* LAYOUT, AND THE MULTI-RUN STATEMENT CATALOG APKCATMT MAINTAINS.
009824* WHEN STMTCAT IS ALLOCATED, AFPIN IS ALLOCATED BY THE PROGRAM FOR
009832* EACH ARCHIVED RUN IN TURN AND MUST NOT BE CODED IN THE JCL.
009840     SELECT ACCTREQ   ASSIGN TO ACCTREQ
009848         FILE STATUS IS ACCTREQ-STATUS.
009856     SELECT STMTCAT   ASSIGN TO STMTCAT
009864         ORGANIZATION IS INDEXED
009872         ACCESS MODE IS DYNAMIC
009880         RECORD KEY IS CAT-KEY
009888         FILE STATUS IS STMTCAT-STATUS.
009889* RUN-HISTORY RECORDING FOR CHARGEBACK.  BOTH OPTIONAL; PAGE MODE
009890* TAKES ITS JOBNAME FROM APKOTLLE'S ONE-RECORD JOB CONTROL FILE.
009891     SELECT APKCTL    ASSIGN TO APKCTL
009892         FILE STATUS IS APKCTL-STATUS.
009893     SELECT HISTVSAM  ASSIGN TO HISTVSAM
009894         ORGANIZATION IS INDEXED
009895         ACCESS MODE IS DYNAMIC
009896         RECORD KEY IS HIST-KEY
009897         FILE STATUS IS HISTVSAM-STATUS.
009900     EJECT
010000 DATA DIVISION.
010100 FILE SECTION.
014300     RECORDING MODE F
014400     LABEL RECORDS ARE STANDARD.
014500 01  PULLRPT-RECORD              PIC X(132).
014508 FD  ACCTREQ
014516     RECORDING MODE F
014524     LABEL RECORDS ARE STANDARD.
014532 01  ACCTREQ-RECORD.
014540     05  ACCT-REQ-ACCOUNT        PIC X(16).
014548     05  FILLER                  PIC X(1).
014556     05  ACCT-REQ-DATE           PIC X(8).
014564     05  FILLER                  PIC X(55).
014572 FD  STMTCAT
014580     RECORD CONTAINS 160 CHARACTERS.
014588     COPY STMTCAT SUPPRESS.
014589 FD  APKCTL
014590     RECORDING MODE F
014591     LABEL RECORDS ARE STANDARD.
014592 01  APKCTL-RECORD.
014593     05  CTL-JOBNAME             PIC X(8).
014594     05  FILLER                  PIC X(72).
014595 FD  HISTVSAM
014596     RECORD CONTAINS 80 CHARACTERS.
014597     COPY HISTREC SUPPRESS.
014600     EJECT
014700 WORKING-STORAGE SECTION.
014800 77  PGMNAME                 PIC X(8) VALUE 'APKPGPUL'.
019500* REPORT.
019600 77  RPRT-COUNT              PIC S9(4) BINARY VALUE ZERO.
019700 77  RPRT-IDX                PIC S9(4) BINARY VALUE ZERO.
019750 77  RPRT-OVERFLOW           PIC S9(8) BINARY VALUE ZERO.
019800 01  RPRT-TABLE.
019900     05  RPRT-ENTRY OCCURS 100 TIMES.
020000         10  RPRT-TYPE       PIC X.
020300         10  RPRT-PAGENAME   PIC X(8).
020400         10  RPRT-HITS       PIC S9(8) BINARY.
020500     SKIP2
020501* CATALOG MODE -- SET WHEN A STMTCAT CLUSTER OPENS.  THE ACCOUNT
020502* REQUEST TABLE IS APKACREQ'S; THE PULL TABLE HOLDS THE STATEMENTS
020503* THE CATALOG NAMED, IN RUN-KEY THEN RECORD-NUMBER ORDER.
020504 77  STMTCAT-STATUS          PIC XX   VALUE SPACES.
020505     88  STMTCAT-OK          VALUE '00'.
020506     88  STMTCAT-EOF         VALUE '10'.
020507     88  STMTCAT-NOKEY       VALUE '23'.
020508 77  ACCTREQ-STATUS          PIC XX   VALUE SPACES.
020509     88  ACCTREQ-OK          VALUE '00'.
020510 77  CATALOG-MODE-FLAG       PIC X    VALUE 'N'.
020511     88  CATALOG-MODE        VALUE 'Y'.
020512 77  CAT-SCAN-FLAG           PIC X    VALUE 'N'.
020513     88  CAT-SCAN-DONE       VALUE 'Y'.
020514 77  PULL-POS-FLAG           PIC X    VALUE 'N'.
020515     88  PULL-POS-FOUND      VALUE 'Y'.
020516 77  PULL-DUP-FLAG           PIC X    VALUE 'N'.
020517     88  PULL-DUPLICATE      VALUE 'Y'.
020518 77  RUN-END-FLAG            PIC X    VALUE 'N'.
020519     88  RUN-END-FOUND       VALUE 'Y'.
020520 77  ENT-DONE-FLAG           PIC X    VALUE 'N'.
020521     88  ENT-DONE            VALUE 'Y'.
020522 77  FRONT-WANT-FLAG         PIC X    VALUE 'N'.
020523     88  FRONT-WANTED        VALUE 'Y'.
020524 77  FRONT-DONE-FLAG         PIC X    VALUE 'N'.
020525     88  FRONT-WRITTEN       VALUE 'Y'.
020526 77  BACK-WANT-FLAG          PIC X    VALUE 'N'.
020527     88  BACK-WANTED         VALUE 'Y'.
020528 77  ACCTS-NOTFOUND          PIC S9(4) BINARY VALUE ZERO.
020529 77  RUNS-READ               PIC S9(8) BINARY VALUE ZERO.
020530 77  RUN-STMTS               PIC S9(8) BINARY VALUE ZERO.
020531 77  RUN-PAGES               PIC S9(8) BINARY VALUE ZERO.
020532 77  STMTS-COPIED            PIC S9(8) BINARY VALUE ZERO.
020533 77  STMTS-MISSED            PIC S9(8) BINARY VALUE ZERO.
020534 77  STMTS-UNPLACED          PIC S9(8) BINARY VALUE ZERO.
020535 77  RUN-END-IDX             PIC S9(4) BINARY VALUE ZERO.
020536 77  ENT-IDX                 PIC S9(4) BINARY VALUE ZERO.
020537 77  RUN-ENV-FRONT-LAST      PIC S9(9) BINARY VALUE ZERO.
020538 77  RUN-ENV-BACK-FIRST      PIC S9(9) BINARY VALUE ZERO.
020539 77  CUR-ENT-FIRST           PIC S9(9) BINARY VALUE ZERO.
020540 77  CUR-ENT-LAST            PIC S9(9) BINARY VALUE ZERO.
020541 77  ACRQ-COUNT              PIC S9(4) BINARY VALUE ZERO.
020542 77  ACRQ-IDX                PIC S9(4) BINARY VALUE ZERO.
020543 01  ACRQ-TABLE.
020544     05  ACRQ-ENTRY OCCURS 500 TIMES.
020545         10  ACRQ-ACCOUNT    PIC X(16).
020546         10  ACRQ-DATE       PIC X(8).
020547         10  ACRQ-HITS       PIC S9(8) BINARY.
020548 77  PULL-COUNT              PIC S9(4) BINARY VALUE ZERO.
020549 77  PULL-IDX                PIC S9(4) BINARY VALUE ZERO.
020550 77  PULL-POS                PIC S9(4) BINARY VALUE ZERO.
020551 01  PULL-TABLE.
020552     05  PULL-ENTRY OCCURS 1001 TIMES.
020553         10  PULL-RUN-KEY.
020554             15  PULL-JOBNAME    PIC X(8).
020555             15  PULL-RUN-DATE   PIC 9(6).
020556             15  PULL-RUN-TIME   PIC 9(8).
020557         10  PULL-DSNAME         PIC X(44).
020558         10  PULL-GENERATION     PIC X(8).
020559         10  PULL-FIRST-RECNO    PIC S9(9) BINARY.
020560         10  PULL-LAST-RECNO     PIC S9(9) BINARY.
020561         10  PULL-ENV-FRONT-LAST PIC S9(9) BINARY.
020562         10  PULL-ENV-BACK-FIRST PIC S9(9) BINARY.
020563         10  PULL-PAGES          PIC S9(8) BINARY.
020564         10  PULL-COPIED-FLAG    PIC X.
020565             88  PULL-COPIED     VALUE 'Y'.
020566* THE AFPIN ALLOCATION FOR ONE ARCHIVED RUN, AS A NULL-TERMINATED
020567* ENVIRONMENT VARIABLE SETTING.
020568 01  ARCH-ENV-STRING             PIC X(80) VALUE SPACES.
020569 77  ARCH-ENV-POS            PIC S9(4) BINARY VALUE ZERO.
020570 77  ARCH-ENV-PTR            POINTER.
020571 77  ARCH-ENV-RC             PIC S9(9) BINARY VALUE ZERO.
020572     SKIP2
020574* RUN-HISTORY RECORDING (0700-WRITE-RUN-HISTORY).  THE JOBNAME,
020576* STATEMENTS AND PAGES OF THE RECORD BEING BUILT.
020578 77  APKCTL-STATUS           PIC XX   VALUE SPACES.
020580     88  APKCTL-OK           VALUE '00'.
020582 77  HISTVSAM-STATUS         PIC XX   VALUE SPACES.
020584     88  HISTVSAM-OK         VALUE '00'.
020586     88  HISTVSAM-NOTFOUND   VALUE '35'.
020588 77  BILL-JOBNAME            PIC X(8) VALUE SPACES.
020590 77  BILL-STMTS              PIC S9(8) BINARY VALUE ZERO.
020592 77  BILL-PAGES              PIC S9(8) BINARY VALUE ZERO.
020594     SKIP2
020600* REPORT LINES.
020700 01  RPT-HEADING-1.
020800     05  FILLER              PIC X(16) VALUE ' PAGE RETRIEVAL '.
023100     05  RPT-TOT-CAPTION     PIC X(30).
023200     05  RPT-TOT-COUNT       PIC ZZZ,ZZZ,ZZ9.
023300     05  FILLER              PIC X(90) VALUE SPACES.
023302 01  RPT-RUN-HEADING.
023304     05  FILLER              PIC X(27) VALUE
023306         ' JOBNAME  RUN-DATE/TIME'.
023308     05  FILLER              PIC X(45) VALUE
023310         'SAVED OUTPUT DATASET'.
023312     05  FILLER              PIC X(9)  VALUE 'GDG GEN'.
023314     05  FILLER              PIC X(19) VALUE '   STMTS    PAGES'.
023316     05  FILLER              PIC X(32) VALUE 'STATUS'.
023318 01  RPT-RUN-DETAIL.
023320     05  FILLER              PIC X(1)  VALUE SPACE.
023322     05  RPT-RUN-JOBNAME     PIC X(8).
023324     05  FILLER              PIC X(1)  VALUE SPACE.
023326     05  RPT-RUN-DATE        PIC 9(6).
023328     05  FILLER              PIC X(1)  VALUE SPACE.
023330     05  RPT-RUN-TIME        PIC 9(8).
023332     05  FILLER              PIC X(2)  VALUE SPACES.
023334     05  RPT-RUN-DSNAME      PIC X(44).
023336     05  FILLER              PIC X(1)  VALUE SPACE.
023338     05  RPT-RUN-GEN         PIC X(8).
023340     05  FILLER              PIC X(1)  VALUE SPACE.
023342     05  RPT-RUN-STMTS       PIC ZZZZZZZ9.
023344     05  FILLER              PIC X(1)  VALUE SPACE.
023346     05  RPT-RUN-PAGES       PIC ZZZZZZZ9.
023348     05  FILLER              PIC X(2)  VALUE SPACES.
023350     05  RPT-RUN-STATUS      PIC X(13).
023352     05  FILLER              PIC X(19) VALUE SPACES.
023354 01  RPT-ACCT-HEADING.
023356     05  FILLER              PIC X(18) VALUE ' ACCOUNT          '.
023358     05  FILLER              PIC X(11) VALUE ' STMT-DATE '.
023360     05  FILLER              PIC X(103) VALUE '   STMTS  STATUS'.
023362 01  RPT-ACCT-DETAIL.
023364     05  FILLER              PIC X(1)  VALUE SPACE.
023366     05  RPT-ACCT-ACCOUNT    PIC X(16).
023368     05  FILLER              PIC X(2)  VALUE SPACES.
023370     05  RPT-ACCT-DATE       PIC X(8).
023372     05  FILLER              PIC X(1)  VALUE SPACE.
023374     05  RPT-ACCT-STMTS      PIC ZZZZZZZ9.
023376     05  FILLER              PIC X(2)  VALUE SPACES.
023378     05  RPT-ACCT-STATUS     PIC X(12).
023380     05  FILLER              PIC X(82) VALUE SPACES.
023400     SKIP2
023500 TITLE 'Initialization and Main Line'.
023600 PROCEDURE DIVISION.
023700     PERFORM 0100-INITIALIZE.
023800     IF NOT SETUP-FAILED
023850      THEN
023900       IF CATALOG-MODE
023950        THEN
024000         PERFORM 0500-PULL-CATALOG;
024050         PERFORM 0600-WRITE-CATALOG-REPORT
024100        ELSE
024150         PERFORM 0200-COPY-RECORD UNTIL AFP-EOF;
024200         PERFORM 0400-WRITE-REPORT
024250       END-IF;
024275       PERFORM 0700-WRITE-RUN-HISTORY
024285     END-IF.
024300     PERFORM 0900-TERMINATE.
024400     GOBACK.
024500     SKIP2
025400           PULLRPT-STATUS;
025500       PERFORM 0110-NOTE-SETUP-ERROR
025600     END-IF.
025700* WITH A STATEMENT CATALOG ALLOCATED THE STEP RUNS IN CATALOG
025760* MODE: THE ARCHIVED RUNS ARE ALLOCATED AS THEY ARE NEEDED, SO
025820* PAGEIDX AND AFPIN ARE NOT OPENED HERE.
025880     OPEN INPUT STMTCAT.
025940     IF STMTCAT-OK
026000      THEN
026060       SET CATALOG-MODE TO TRUE
026120      ELSE
026180       OPEN INPUT PAGEIDX;
026240       IF NOT PAGEIDX-OK
026300        THEN
026360         DISPLAY PGMNAME, ' UNABLE TO OPEN PAGEIDX, FILE STATUS ',
026420             PAGEIDX-STATUS;
026480         PERFORM 0110-NOTE-SETUP-ERROR
026540       END-IF;
026600       OPEN INPUT AFPIN;
026660       IF NOT AFPIN-OK
026720        THEN
026780         DISPLAY PGMNAME, ' UNABLE TO OPEN AFPIN, FILE STATUS ',
026840             AFPIN-STATUS;
026900         PERFORM 0110-NOTE-SETUP-ERROR
026960       END-IF
027020     END-IF.
027100     OPEN OUTPUT AFPOUT.
027200     IF NOT AFPOUT-OK
027300      THEN
027500           AFPOUT-STATUS;
027600       PERFORM 0110-NOTE-SETUP-ERROR
027700     END-IF.
027800     IF CATALOG-MODE
027855      THEN
027910       PERFORM 0150-LOAD-ACCTREQ
027965      ELSE
028020       PERFORM 0140-LOAD-RPRTCTL
028075     END-IF.
028130     IF NOT SETUP-FAILED
028185      THEN
028240       MOVE RPT-HEADING-1 TO PULLRPT-RECORD;
028295       PERFORM 0420-WRITE-REPORT-LINE;
028350       IF NOT CATALOG-MODE
028405        THEN
028460         MOVE RPT-HEADING-2 TO PULLRPT-RECORD;
028515         PERFORM 0420-WRITE-REPORT-LINE;
028570         PERFORM 0310-READ-PAGEIDX;
028625         PERFORM 0330-READ-AFPIN
028680       END-IF
028735     END-IF.
028800     SKIP2
028900 0110-NOTE-SETUP-ERROR.
029000     SET SETUP-FAILED TO TRUE.
029500* APKOTLLE'S 0145-ADD-REPRINT-REQUEST RULE FOR RULE SO THE SAME
029600* DECK MEANS THE SAME THING ON EITHER PATH.  A RUN WITH NO
029700* USABLE REQUEST HAS NOTHING TO RETRIEVE AND IS A SETUP ERROR
029800* HERE, NOT A KEEP-EVERYTHING RUN.  SO IS A DECK LONGER THAN THE
029850* TABLE -- A PULL OF PART OF THE DECK WOULD LOOK COMPLETE.
029900     OPEN INPUT RPRTCTL.
030000     IF RPRTCTL-OK
030100      THEN
031100       DISPLAY PGMNAME, ' UNABLE TO OPEN RPRTCTL, FILE STATUS ',
031200           RPRTCTL-STATUS
031300     END-IF.
031320     IF RPRT-OVERFLOW > ZERO
031340      THEN
031360       MOVE RPRT-OVERFLOW TO COUNT-DISP;
031380       DISPLAY PGMNAME, ' RPRTCTL HAS MORE THAN 100 REQUESTS --',
031385           COUNT-DISP, ' NOT TABLED.';
031390       PERFORM 0110-NOTE-SETUP-ERROR
031395     END-IF.
031400     IF RPRT-COUNT = ZERO
031500      THEN
031600       DISPLAY PGMNAME, ' NO USABLE RETRIEVAL REQUEST --',
032400* MEANS JUST THE ONE PAGE, AND A TO-PAGE BELOW THE FROM-PAGE IS
032500* RAISED TO IT RATHER THAN LEFT AS A REQUEST NOTHING CAN MATCH.
032600* 'N' RECORDS NEED A NONBLANK PAGE NAME.  ANYTHING ELSE IS
032700* REPORTED AND IGNORED.  RECORDS PAST THE TABLE ARE COUNTED FOR
032750* 0140-LOAD-RPRTCTL.
032800     IF RPRT-COUNT NOT < 100
032900      THEN
033000       ADD 1 TO RPRT-OVERFLOW
033300      ELSE
033400       EVALUATE RPRT-REC-TYPE
033500        WHEN 'P'
037700       END-EVALUATE
037800     END-IF.
037900     SKIP2
037902 0150-LOAD-ACCTREQ.
037904* CATALOG MODE.  LOAD THE ACCOUNT REQUESTS -- THE SAME DECK AND
037906* THE SAME RULES AS APKACREQ: A BLANK ACCOUNT IS IGNORED, AND AN
037908* EMPTY OR OVERSIZED REQUEST FILE IS A SETUP ERROR.
037910     OPEN INPUT ACCTREQ.
037912     IF ACCTREQ-OK
037914      THEN
037916       PERFORM UNTIL NOT ACCTREQ-OK
037918         READ ACCTREQ;
037920         IF ACCTREQ-OK
037922          THEN
037924           PERFORM 0155-ADD-ACCOUNT-REQUEST
037926         END-IF
037928       END-PERFORM;
037930       CLOSE ACCTREQ
037932      ELSE
037934       DISPLAY PGMNAME, ' UNABLE TO OPEN ACCTREQ, FILE STATUS ',
037936           ACCTREQ-STATUS
037938     END-IF.
037940     IF ACRQ-COUNT = ZERO
037942      AND NOT SETUP-FAILED
037944      THEN
037946       DISPLAY PGMNAME, ' NO USABLE ACCOUNT REQUEST -- NOTHING',
037948           ' TO DO.';
037950       PERFORM 0110-NOTE-SETUP-ERROR
037952     END-IF.
037954     SKIP2
037956 0155-ADD-ACCOUNT-REQUEST.
037958     IF ACCT-REQ-ACCOUNT = SPACES
037960      THEN
037962       DISPLAY PGMNAME, ' BLANK ACCTREQ RECORD IGNORED.'
037964      ELSE
037966       IF ACRQ-COUNT NOT < 500
037968        THEN
037970         DISPLAY PGMNAME, ' ACCTREQ HAS MORE THAN 500',
037972             ' REQUESTS -- SPLIT THE BATCH.';
037974         PERFORM 0110-NOTE-SETUP-ERROR
037976        ELSE
037978         ADD 1 TO ACRQ-COUNT;
037980         MOVE ACCT-REQ-ACCOUNT TO ACRQ-ACCOUNT (ACRQ-COUNT);
037982         MOVE ACCT-REQ-DATE TO ACRQ-DATE (ACRQ-COUNT);
037984         MOVE ZERO TO ACRQ-HITS (ACRQ-COUNT)
037986       END-IF
037988     END-IF.
037990     SKIP2
038000 TITLE 'Copy Pass'.
038100 0200-COPY-RECORD.
038200* DECIDE THE FATE OF THE RECORD IN HAND, THEN READ THE NEXT.
055600       MOVE 12 TO RETURN-CODE
055700     END-IF.
055800     SKIP2
055900 TITLE 'Statement Catalog Pull'.
056000 0500-PULL-CATALOG.
056100* CATALOG MODE.  LOOK EVERY ACCOUNT REQUEST UP IN THE STATEMENT
056200* CATALOG, TABLING THE STATEMENTS IT NAMES IN RUN ORDER, THEN READ
056300* EACH ARCHIVED RUN THOSE STATEMENTS CAME FROM ONCE, COPYING THEM
056400* ALL INTO THE ONE AFPOUT DATASET.  A WRITE FAILURE ON AFPOUT ENDS
056500* THE PULL; AN ARCHIVED RUN THAT CANNOT BE READ DOES NOT.
056600     MOVE 1 TO ACRQ-IDX.
056700     PERFORM 0510-LOOKUP-ACCOUNT
056800       UNTIL ACRQ-IDX > ACRQ-COUNT.
056900     MOVE RPT-RUN-HEADING TO PULLRPT-RECORD.
057000     PERFORM 0420-WRITE-REPORT-LINE.
057100     MOVE 1 TO PULL-IDX.
057200     PERFORM 0520-PULL-RUN
057300       UNTIL PULL-IDX > PULL-COUNT
057400          OR NOT AFPOUT-OK.
057500     SKIP2
057600 0510-LOOKUP-ACCOUNT.
057700* WITH A STATEMENT DATE THE CATALOG KEY IS EXACT; WITHOUT ONE,
057800* EVERY STATEMENT STILL ON FILE FOR THE ACCOUNT IS PULLED -- THE
057900* SAME RULE APKACREQ APPLIES.  NOT-FOUND (STATUS 23) AND END OF
058000* FILE ARE ORDINARY OUTCOMES HERE; ANY OTHER STATUS IS AN I/O
058100* FAILURE.
058200     MOVE ACRQ-ACCOUNT (ACRQ-IDX) TO CAT-ACCOUNT.
058300     IF ACRQ-DATE (ACRQ-IDX) NOT = SPACES
058400      THEN
058500       MOVE ACRQ-DATE (ACRQ-IDX) TO CAT-STMT-DATE;
058600       READ STMTCAT;
058700       IF STMTCAT-OK
058800        THEN
058900         PERFORM 0515-TABLE-CATALOG-ENTRY
059000       END-IF
059100      ELSE
059200       MOVE LOW-VALUES TO CAT-STMT-DATE;
059300       START STMTCAT KEY NOT LESS THAN CAT-KEY;
059400       MOVE 'N' TO CAT-SCAN-FLAG;
059500       IF NOT STMTCAT-OK
059600        THEN
059700         SET CAT-SCAN-DONE TO TRUE
059800       END-IF;
059900       PERFORM UNTIL CAT-SCAN-DONE
060000         READ STMTCAT NEXT;
060100         IF STMTCAT-OK
060200          AND CAT-ACCOUNT = ACRQ-ACCOUNT (ACRQ-IDX)
060300          THEN
060400           PERFORM 0515-TABLE-CATALOG-ENTRY
060500          ELSE
060600           SET CAT-SCAN-DONE TO TRUE
060700         END-IF
060800       END-PERFORM
060900     END-IF.
061000     IF NOT STMTCAT-OK
061100      AND NOT STMTCAT-NOKEY
061200      AND NOT STMTCAT-EOF
061300      THEN
061400       DISPLAY PGMNAME, ' CATALOG READ FAILED, FILE STATUS ',
061500           STMTCAT-STATUS;
061600       MOVE 12 TO RETURN-CODE
061700     END-IF.
061800     ADD 1 TO ACRQ-IDX.
061900     SKIP2
062000 0515-TABLE-CATALOG-ENTRY.
062100* CREDIT THE ACCOUNT AND TABLE THE STATEMENT, KEEPING THE TABLE IN
062200* RUN-KEY THEN RECORD-NUMBER ORDER SO EACH ARCHIVED RUN IS READ
062300* ONCE, FRONT TO BACK.  A STATEMENT TWO REQUESTS BOTH NAME IS
062400* TABLED ONCE.  AN ENTRY WITH NO RECORD RANGE CANNOT BE COPIED AND
062500* IS COUNTED INSTEAD.
062600     ADD 1 TO ACRQ-HITS (ACRQ-IDX).
062700     IF CAT-FIRST-RECNO NOT > ZERO
062800      THEN
062900       ADD 1 TO STMTS-UNPLACED;
063000       DISPLAY PGMNAME, ' ACCOUNT ', CAT-ACCOUNT, ' DATE ',
063100           CAT-STMT-DATE, ' HAS NO RECORD RANGE ON THE CATALOG.'
063200      ELSE
063300       MOVE 1 TO PULL-POS;
063400       MOVE 'N' TO PULL-POS-FLAG;
063500       PERFORM UNTIL PULL-POS-FOUND
063600         IF PULL-POS > PULL-COUNT
063700          THEN
063800           SET PULL-POS-FOUND TO TRUE
063900          ELSE
064000           IF PULL-RUN-KEY (PULL-POS) > CAT-RUN-KEY
064100            OR (PULL-RUN-KEY (PULL-POS) = CAT-RUN-KEY
064200                AND PULL-FIRST-RECNO (PULL-POS)
064300                    NOT < CAT-FIRST-RECNO)
064400            THEN
064500             SET PULL-POS-FOUND TO TRUE
064600            ELSE
064700             ADD 1 TO PULL-POS
064800           END-IF
064900         END-IF
065000       END-PERFORM;
065100       MOVE 'N' TO PULL-DUP-FLAG;
065200       IF PULL-POS NOT > PULL-COUNT
065300        THEN
065400         IF PULL-RUN-KEY (PULL-POS) = CAT-RUN-KEY
065500          AND PULL-FIRST-RECNO (PULL-POS) = CAT-FIRST-RECNO
065600          THEN
065700           SET PULL-DUPLICATE TO TRUE
065800         END-IF
065900       END-IF;
066000       IF NOT PULL-DUPLICATE
066100        THEN
066200         IF PULL-COUNT NOT < 1000
066300          THEN
066400           DISPLAY PGMNAME, ' MORE THAN 1000 STATEMENTS',
066500               ' REQUESTED -- SPLIT THE BATCH.';
066600           ADD 1 TO STMTS-MISSED;
066700           MOVE 12 TO RETURN-CODE
066800          ELSE
066900           MOVE PULL-COUNT TO PULL-IDX;
067000           PERFORM UNTIL PULL-IDX < PULL-POS
067100             MOVE PULL-ENTRY (PULL-IDX)
067200               TO PULL-ENTRY (PULL-IDX + 1)
067300             SUBTRACT 1 FROM PULL-IDX
067400           END-PERFORM;
067500           ADD 1 TO PULL-COUNT;
067600           MOVE CAT-RUN-KEY TO PULL-RUN-KEY (PULL-POS);
067700           MOVE CAT-DSNAME TO PULL-DSNAME (PULL-POS);
067800           MOVE CAT-GENERATION TO PULL-GENERATION (PULL-POS);
067900           MOVE CAT-FIRST-RECNO TO PULL-FIRST-RECNO (PULL-POS);
068000           MOVE CAT-LAST-RECNO TO PULL-LAST-RECNO (PULL-POS);
068100           MOVE CAT-ENV-FRONT-LAST
068200             TO PULL-ENV-FRONT-LAST (PULL-POS);
068300           MOVE CAT-ENV-BACK-FIRST
068400             TO PULL-ENV-BACK-FIRST (PULL-POS);
068500           MOVE CAT-PAGE-COUNT TO PULL-PAGES (PULL-POS);
068600           MOVE 'N' TO PULL-COPIED-FLAG (PULL-POS)
068700         END-IF
068800       END-IF
068900     END-IF.
069000     SKIP2
069100 0520-PULL-RUN.
069200* COPY THE TABLED STATEMENTS OF ONE ARCHIVED RUN -- PULL-IDX
069300* THROUGH RUN-END-IDX.  THE FIRST RUN READ ALSO SUPPLIES THE FRONT
069400* DOCUMENT ENVELOPE AND THE LAST RUN THE BACK ONE, SO THE COMBINED
069500* DATASET IS ONE WELL-FORMED PRINT FILE HOWEVER MANY RUNS FED IT.
069600* THE LAST RUN IS READ TO END OF FILE FOR ITS BACK ENVELOPE; ANY
069700* OTHER RUN IS LEFT AS SOON AS ITS LAST STATEMENT IS COPIED.
069800     MOVE PULL-IDX TO RUN-END-IDX.
069900     MOVE 'N' TO RUN-END-FLAG.
070000     PERFORM UNTIL RUN-END-FOUND
070100       IF RUN-END-IDX < PULL-COUNT
070200        THEN
070300         IF PULL-RUN-KEY (RUN-END-IDX + 1)
070400            = PULL-RUN-KEY (PULL-IDX)
070500          THEN
070600           ADD 1 TO RUN-END-IDX
070700          ELSE
070800           SET RUN-END-FOUND TO TRUE
070900         END-IF
071000        ELSE
071100         SET RUN-END-FOUND TO TRUE
071200       END-IF
071300     END-PERFORM.
071400     MOVE PULL-ENV-FRONT-LAST (PULL-IDX) TO RUN-ENV-FRONT-LAST.
071500     MOVE PULL-ENV-BACK-FIRST (PULL-IDX) TO RUN-ENV-BACK-FIRST.
071600     MOVE 'N' TO FRONT-WANT-FLAG.
071700     IF NOT FRONT-WRITTEN
071800      THEN
071900       SET FRONT-WANTED TO TRUE
072000     END-IF.
072100     MOVE 'N' TO BACK-WANT-FLAG.
072200     IF RUN-END-IDX = PULL-COUNT
072300      THEN
072400       SET BACK-WANTED TO TRUE
072500     END-IF.
072600     PERFORM 0525-ALLOCATE-ARCHIVE.
072700     IF AFPIN-OK
072800      THEN
072900       ADD 1 TO RUNS-READ;
073000       MOVE ZERO TO AFP-RECNO;
073100       MOVE 'N' TO AFP-EOF-FLAG;
073200       MOVE 'N' TO ENT-DONE-FLAG;
073300       SUBTRACT 1 FROM PULL-IDX GIVING ENT-IDX;
073400       PERFORM 0532-NEXT-ENTRY;
073500       PERFORM 0330-READ-AFPIN;
073600       PERFORM 0530-COPY-ARCHIVE-RECORD UNTIL AFP-EOF;
073700       CLOSE AFPIN;
073800       SET FRONT-WRITTEN TO TRUE;
073900       MOVE 'COPIED' TO RPT-RUN-STATUS
074000      ELSE
074100       DISPLAY PGMNAME, ' UNABLE TO OPEN SAVED OUTPUT ',
074200           PULL-DSNAME (PULL-IDX), ' ',
074300           PULL-GENERATION (PULL-IDX), ' FILE STATUS ',
074400           AFPIN-STATUS;
074500       MOVE 'NOT AVAILABLE' TO RPT-RUN-STATUS
074600     END-IF.
074700     PERFORM 0535-WRITE-RUN-LINE.
074800     ADD 1 TO RUN-END-IDX GIVING PULL-IDX.
074900     SKIP2
075000 0525-ALLOCATE-ARCHIVE.
075100* POINT AFPIN AT THE RUN'S SAVED OUTPUT.  WITH NO AFPIN DD CODED,
075200* THE RUN-TIME ALLOCATES THE FILE AT OPEN FROM THE AFPIN
075300* ENVIRONMENT VARIABLE, SO EACH RUN'S DATASET IS NAMED HERE AS IT
075400* IS NEEDED.
075500* THE CATALOG HOLDS THE ABSOLUTE GENERATION, SO THE NAME STAYS
075600* RIGHT HOWEVER MANY GENERATIONS HAVE ROLLED SINCE THE RUN.
075700     MOVE SPACES TO ARCH-ENV-STRING.
075800     MOVE 1 TO ARCH-ENV-POS.
075900     STRING 'AFPIN=DSN(' DELIMITED BY SIZE
076000            PULL-DSNAME (PULL-IDX) DELIMITED BY SPACE
076100       INTO ARCH-ENV-STRING WITH POINTER ARCH-ENV-POS.
076200     IF PULL-GENERATION (PULL-IDX) NOT = SPACES
076300      THEN
076400       STRING '.' DELIMITED BY SIZE
076500              PULL-GENERATION (PULL-IDX) DELIMITED BY SPACE
076600         INTO ARCH-ENV-STRING WITH POINTER ARCH-ENV-POS
076700     END-IF.
076800     STRING '),SHR' DELIMITED BY SIZE
076900            X'00' DELIMITED BY SIZE
077000       INTO ARCH-ENV-STRING WITH POINTER ARCH-ENV-POS.
077100     SET ARCH-ENV-PTR TO ADDRESS OF ARCH-ENV-STRING.
077200     CALL 'putenv' USING BY VALUE ARCH-ENV-PTR
077300         RETURNING ARCH-ENV-RC.
077400     IF ARCH-ENV-RC = ZERO
077500      THEN
077600       OPEN INPUT AFPIN
077700      ELSE
077800       DISPLAY PGMNAME, ' UNABLE TO SET AFPIN ALLOCATION, RC ',
077900           ARCH-ENV-RC;
078000       MOVE '99' TO AFPIN-STATUS
078100     END-IF.
078200     SKIP2
078300 0530-COPY-ARCHIVE-RECORD.
078400* DECIDE THE FATE OF THE ARCHIVED RECORD IN HAND, THEN READ THE
078500* NEXT.  THE STATEMENTS ARE TABLED IN RECORD ORDER, SO ONCE THE
078600* RECORD COUNT PASSES THE CURRENT STATEMENT'S LAST RECORD THE NEXT
078700* STATEMENT TAKES OVER, AS THE PAGE INDEX DOES IN THE COPY PASS.
078800     ADD 1 TO AFP-RECNO.
078900     PERFORM UNTIL ENT-DONE
079000                OR AFP-RECNO NOT > CUR-ENT-LAST
079100       PERFORM 0532-NEXT-ENTRY
079200     END-PERFORM.
079300     EVALUATE TRUE
079400      WHEN FRONT-WANTED
079500       AND AFP-RECNO NOT > RUN-ENV-FRONT-LAST
079600       PERFORM 0340-WRITE-AFPOUT
079700      WHEN NOT ENT-DONE
079800       AND AFP-RECNO NOT < CUR-ENT-FIRST
079900       IF AFP-RECNO = CUR-ENT-FIRST
080000        THEN
080100         MOVE 'Y' TO PULL-COPIED-FLAG (ENT-IDX);
080200         ADD PULL-PAGES (ENT-IDX) TO PAGES-COPIED
080300       END-IF;
080400       PERFORM 0340-WRITE-AFPOUT
080500      WHEN BACK-WANTED
080600       AND ENT-DONE
080700       AND AFP-RECNO NOT < RUN-ENV-BACK-FIRST
080800       PERFORM 0340-WRITE-AFPOUT
080900     END-EVALUATE.
081000     IF ENT-DONE
081100      AND NOT BACK-WANTED
081200      THEN
081300       SET AFP-EOF TO TRUE
081400     END-IF.
081500     IF NOT AFP-EOF
081600      THEN
081700       PERFORM 0330-READ-AFPIN
081800     END-IF.
081900     SKIP2
082000 0532-NEXT-ENTRY.
082100     ADD 1 TO ENT-IDX.
082200     IF ENT-IDX > RUN-END-IDX
082300      THEN
082400       SET ENT-DONE TO TRUE
082500      ELSE
082600       MOVE PULL-FIRST-RECNO (ENT-IDX) TO CUR-ENT-FIRST;
082700       MOVE PULL-LAST-RECNO (ENT-IDX) TO CUR-ENT-LAST
082800     END-IF.
082900     SKIP2
083000 0535-WRITE-RUN-LINE.
083100* ONE LINE PER ARCHIVED RUN.  A STATEMENT THE RUN'S DATASET DID
083200* NOT HOLD WHERE THE CATALOG SAID -- OR ONE FROM A RUN THAT COULD
083300* NOT BE READ AT ALL -- IS COUNTED AS NOT RETRIEVED.
083400     MOVE ZERO TO RUN-STMTS.
083500     MOVE ZERO TO RUN-PAGES.
083600     MOVE PULL-IDX TO ENT-IDX.
083700     PERFORM UNTIL ENT-IDX > RUN-END-IDX
083800       IF PULL-COPIED (ENT-IDX)
083900        THEN
084000         ADD 1 TO RUN-STMTS;
084100         ADD PULL-PAGES (ENT-IDX) TO RUN-PAGES
084200        ELSE
084300         ADD 1 TO STMTS-MISSED;
084400         IF AFPIN-OK
084500          OR AFPIN-EOF-STAT
084600          THEN
084700           MOVE 'INCOMPLETE' TO RPT-RUN-STATUS
084800         END-IF
084900       END-IF
085000       ADD 1 TO ENT-IDX
085100     END-PERFORM.
085200     ADD RUN-STMTS TO STMTS-COPIED.
085300     MOVE PULL-JOBNAME (PULL-IDX) TO RPT-RUN-JOBNAME.
085400     MOVE PULL-RUN-DATE (PULL-IDX) TO RPT-RUN-DATE.
085500     MOVE PULL-RUN-TIME (PULL-IDX) TO RPT-RUN-TIME.
085600     MOVE PULL-DSNAME (PULL-IDX) TO RPT-RUN-DSNAME.
085700     MOVE PULL-GENERATION (PULL-IDX) TO RPT-RUN-GEN.
085800     MOVE RUN-STMTS TO RPT-RUN-STMTS.
085900     MOVE RUN-PAGES TO RPT-RUN-PAGES.
086000     MOVE RPT-RUN-DETAIL TO PULLRPT-RECORD.
086100     PERFORM 0420-WRITE-REPORT-LINE.
086200     SKIP2
086300 TITLE 'Statement Catalog Pull Report'.
086400 0600-WRITE-CATALOG-REPORT.
086500* ONE LINE PER ACCOUNT REQUEST, THEN THE RUN TOTALS.  AN ACCOUNT
086600* NOT ON THE CATALOG, OR A STATEMENT THAT WAS ON IT BUT COULD NOT
086700* BE COPIED, ENDS THE STEP NONZERO SO THE PULL IS NOT MAILED
086800* SHORT.
086900     MOVE SPACES TO PULLRPT-RECORD.
087000     PERFORM 0420-WRITE-REPORT-LINE.
087100     MOVE RPT-ACCT-HEADING TO PULLRPT-RECORD.
087200     PERFORM 0420-WRITE-REPORT-LINE.
087300     MOVE 1 TO ACRQ-IDX.
087400     PERFORM 0610-WRITE-ACCOUNT-LINE
087500       UNTIL ACRQ-IDX > ACRQ-COUNT.
087600     MOVE SPACES TO PULLRPT-RECORD.
087700     PERFORM 0420-WRITE-REPORT-LINE.
087800     MOVE ' ACCOUNTS REQUESTED' TO RPT-TOT-CAPTION.
087900     MOVE ACRQ-COUNT TO RPT-TOT-COUNT.
088000     MOVE RPT-TOTAL TO PULLRPT-RECORD.
088100     PERFORM 0420-WRITE-REPORT-LINE.
088200     MOVE ' ACCOUNTS NOT FOUND' TO RPT-TOT-CAPTION.
088300     MOVE ACCTS-NOTFOUND TO RPT-TOT-COUNT.
088400     MOVE RPT-TOTAL TO PULLRPT-RECORD.
088500     PERFORM 0420-WRITE-REPORT-LINE.
088600     MOVE ' ARCHIVED RUNS READ' TO RPT-TOT-CAPTION.
088700     MOVE RUNS-READ TO RPT-TOT-COUNT.
088800     MOVE RPT-TOTAL TO PULLRPT-RECORD.
088900     PERFORM 0420-WRITE-REPORT-LINE.
089000     MOVE ' STATEMENTS RETRIEVED' TO RPT-TOT-CAPTION.
089100     MOVE STMTS-COPIED TO RPT-TOT-COUNT.
089200     MOVE RPT-TOTAL TO PULLRPT-RECORD.
089300     PERFORM 0420-WRITE-REPORT-LINE.
089400     MOVE ' PAGES RETRIEVED' TO RPT-TOT-CAPTION.
089500     MOVE PAGES-COPIED TO RPT-TOT-COUNT.
089600     MOVE RPT-TOTAL TO PULLRPT-RECORD.
089700     PERFORM 0420-WRITE-REPORT-LINE.
089800     MOVE ' RECORDS WRITTEN' TO RPT-TOT-CAPTION.
089900     MOVE RECORDS-WRITTEN TO RPT-TOT-COUNT.
090000     MOVE RPT-TOTAL TO PULLRPT-RECORD.
090100     PERFORM 0420-WRITE-REPORT-LINE.
090200     ADD STMTS-UNPLACED TO STMTS-MISSED.
090300     IF STMTS-MISSED > ZERO
090400      THEN
090500       MOVE ' STATEMENTS NOT RETRIEVED' TO RPT-TOT-CAPTION;
090600       MOVE STMTS-MISSED TO RPT-TOT-COUNT;
090700       MOVE RPT-TOTAL TO PULLRPT-RECORD;
090800       PERFORM 0420-WRITE-REPORT-LINE;
090900       IF RETURN-CODE < 8
091000        THEN
091100         MOVE 8 TO RETURN-CODE
091200       END-IF
091300     END-IF.
091400     IF ACCTS-NOTFOUND > ZERO
091500      AND RETURN-CODE < 8
091600      THEN
091700       MOVE 8 TO RETURN-CODE
091800     END-IF.
091900     SKIP2
092000 0610-WRITE-ACCOUNT-LINE.
092100     MOVE ACRQ-ACCOUNT (ACRQ-IDX) TO RPT-ACCT-ACCOUNT.
092200     MOVE ACRQ-DATE (ACRQ-IDX) TO RPT-ACCT-DATE.
092300     MOVE ACRQ-HITS (ACRQ-IDX) TO RPT-ACCT-STMTS.
092400     EVALUATE TRUE
092500      WHEN ACRQ-HITS (ACRQ-IDX) = ZERO
092600       MOVE 'NOT FOUND' TO RPT-ACCT-STATUS;
092700       ADD 1 TO ACCTS-NOTFOUND
092800      WHEN ACRQ-HITS (ACRQ-IDX) = 1
092900       MOVE 'FOUND' TO RPT-ACCT-STATUS
093000      WHEN OTHER
093100       MOVE 'MULTIPLE' TO RPT-ACCT-STATUS
093200     END-EVALUATE.
093300     MOVE RPT-ACCT-DETAIL TO PULLRPT-RECORD.
093400     PERFORM 0420-WRITE-REPORT-LINE.
093500     ADD 1 TO ACRQ-IDX.
093600     SKIP2
093700 0900-TERMINATE.
093800* CLOSE WHATEVER OPENED.  FILE STATUS 42 (NOT OPEN) IS THE
093900* NORMAL RESULT OF CLOSING A FILE THAT NEVER OPENED AND IS
094000* NOT REPORTED.
094100     CLOSE STMTCAT.
094200     CLOSE PAGEIDX.
094300     CLOSE AFPIN.
094400     CLOSE AFPOUT.
094500     CLOSE PULLRPT.
094600     MOVE AFP-RECNO TO COUNT-DISP.
094700     DISPLAY PGMNAME, COUNT-DISP, ' SAVED OUTPUT RECORDS READ.'.
094800     MOVE RECORDS-WRITTEN TO COUNT-DISP.
094900     DISPLAY PGMNAME, COUNT-DISP, ' RECORDS WRITTEN.'.
095000     MOVE PAGES-COPIED TO COUNT-DISP.
095100     DISPLAY PGMNAME, COUNT-DISP, ' PAGES RETRIEVED.'.
095200     SKIP2
095300 TITLE 'Run History for Chargeback'.
095400 0700-WRITE-RUN-HISTORY.
095500* RECORD THE PULL IN THE RUN-HISTORY CLUSTER SO IT IS BILLED AS
095583* A REPRINT.  THE CLUSTER IS OPTIONAL, AS IT IS TO APKOTLLE -- NO
095666* DD, OR NOTHING COPIED, AND NOTHING IS RECORDED.  CATALOG MODE
095749* BILLS EACH ORIGINATING JOBNAME FOR ITS OWN STATEMENTS; THE PULL
095832* TABLE IS IN RUN-KEY ORDER, SO EACH JOBNAME'S STATEMENTS ARE
095915* TOGETHER.
096000     IF PAGES-COPIED > ZERO
096100      THEN
096200       OPEN I-O HISTVSAM;
096300       IF HISTVSAM-NOTFOUND
096400        THEN
096500         OPEN OUTPUT HISTVSAM
096600       END-IF;
096700       IF HISTVSAM-OK
096800        THEN
096900         IF CATALOG-MODE
097000          THEN
097100           MOVE SPACES TO BILL-JOBNAME;
097200           MOVE ZERO TO BILL-STMTS, BILL-PAGES;
097300           MOVE 1 TO PULL-IDX;
097400           PERFORM 0710-TALLY-PULLED-STMT
097500             UNTIL PULL-IDX > PULL-COUNT;
097600           IF BILL-PAGES > ZERO
097700            THEN
097800             PERFORM 0720-WRITE-HIST-RECORD
097900           END-IF
098000          ELSE
098100           PERFORM 0705-READ-APKCTL
098200         END-IF;
098300         CLOSE HISTVSAM
098400        ELSE
098500         IF NOT HISTVSAM-NOTFOUND
098600          THEN
098700           DISPLAY PGMNAME, ' UNABLE TO OPEN HISTVSAM, FILE',
098766               ' STATUS ', HISTVSAM-STATUS,
098832               ' -- PULL NOT RECORDED'
098900         END-IF
099000       END-IF
099100     END-IF.
099200     SKIP2
099300 0705-READ-APKCTL.
099400* PAGE MODE.  THE SAVED OUTPUT DOES NOT NAME THE JOB THAT MADE
099475* IT, SO THE JOB CONTROL RECORD THE RUN USED SUPPLIES THE JOBNAME.
099550* THE REQUESTS ARE FOR PAGES, NOT STATEMENTS, SO NO STATEMENT IS
099625* BILLED.
099700     OPEN INPUT APKCTL.
099800     IF APKCTL-OK
099900      THEN
100000       READ APKCTL
100100     END-IF.
100200     IF APKCTL-OK
100300      AND CTL-JOBNAME NOT = SPACES
100400      THEN
100500       MOVE CTL-JOBNAME TO BILL-JOBNAME;
100600       MOVE ZERO TO BILL-STMTS;
100700       MOVE PAGES-COPIED TO BILL-PAGES;
100800       PERFORM 0720-WRITE-HIST-RECORD
100900      ELSE
101000       DISPLAY PGMNAME, ' NO JOBNAME FROM APKCTL, FILE STATUS ',
101100           APKCTL-STATUS, ' -- PULL NOT RECORDED'
101200     END-IF.
101300     CLOSE APKCTL.
101400     SKIP2
101500 0710-TALLY-PULLED-STMT.
101600     IF PULL-COPIED (PULL-IDX)
101700      THEN
101800       IF PULL-JOBNAME (PULL-IDX) NOT = BILL-JOBNAME
101900        AND BILL-PAGES > ZERO
102000        THEN
102100         PERFORM 0720-WRITE-HIST-RECORD;
102200         MOVE ZERO TO BILL-STMTS, BILL-PAGES
102300       END-IF;
102400       MOVE PULL-JOBNAME (PULL-IDX) TO BILL-JOBNAME;
102500       ADD 1 TO BILL-STMTS;
102600       ADD PULL-PAGES (PULL-IDX) TO BILL-PAGES
102700     END-IF.
102800     ADD 1 TO PULL-IDX.
102900     SKIP2
103000 0720-WRITE-HIST-RECORD.
103100* A PULL HAS NO LINE, PAGE NAME OR EXCEPTION TOTALS AND SUPPRESSES
103200* NOTHING.  ITS PAGES PRINT AS THEY COME, ONE SIDE TO A SHEET.
103300     MOVE SPACES TO HIST-RECORD.
103400     MOVE BILL-JOBNAME TO HIST-JOBNAME.
103500     ACCEPT HIST-RUN-DATE FROM DATE.
103600     ACCEPT HIST-RUN-TIME FROM TIME.
103700     MOVE BILL-PAGES TO HIST-PAGE-COUNT.
103800     MOVE ZERO TO HIST-LINE-TOTAL, HIST-PAGENAME-COUNT,
103900                  HIST-EXCP-COUNT.
104000     MOVE ZERO TO HIST-SUPP-PAGE-COUNT, HIST-SUPP-STMT-COUNT.
104100     SET HIST-RUN-PULL TO TRUE.
104200     MOVE BILL-STMTS TO HIST-STMT-COUNT.
104300     MOVE BILL-PAGES TO HIST-SHEET-COUNT, HIST-IMPRESSION-COUNT.
104400     WRITE HIST-RECORD.
104500     IF HISTVSAM-OK
104600      THEN
104700       MOVE BILL-PAGES TO COUNT-DISP;
104800       DISPLAY PGMNAME, COUNT-DISP, ' PULLED PAGES RECORDED FOR ',
104900           BILL-JOBNAME
105000      ELSE
105100       DISPLAY PGMNAME, ' RUN HISTORY WRITE FAILED FOR ',
105200           BILL-JOBNAME, ', FILE STATUS ', HISTVSAM-STATUS
105300     END-IF.
