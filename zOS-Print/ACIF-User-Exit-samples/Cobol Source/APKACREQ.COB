000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ NOLIST
000200* LAST UPDATE ON 15 Oct 2026 AT 18:21:40 BY DELGADOM VERSION 3  *
000300 ID DIVISION.
000400 PROGRAM-ID. APKACREQ.
000500 AUTHOR. TURETZKY--HYDRA.
003200               Any NOT FOUND account ends the step with a nonzero
003300               return code so a partial reprint batch is never
003400               mailed silently.
003408
003416               When the STMTCAT statement catalog that APKCATMT
003424               builds is allocated, the requests are looked up
003432               there instead, so customer service can ask for any
003440               statement still held without knowing which night
003448               printed it.  Each page request then carries the
003456               run-history key of the run holding those pages in
003460               its otherwise unused columns.  The reprint steps
003464               that read the deck apply every request to the one
003468               saved output they are given, so a deck is for one
003472               run only: the run of the first statement requested.
003476               A statement held by any other run is not requested;
003480               it is listed, counted on the report, and ends the
003484               step with return code 8.  To pull across several
003488               runs in one pass, give the same account requests to
003492               APKPGPUL against the catalog.
003500
003600 DATE-WRITTEN. 02 Sep 26.
003700 DATE-COMPILED.
009400* THE PRINTED MATCH REPORT.
009500     SELECT ACRQRPT   ASSIGN TO ACRQRPT
009600         FILE STATUS IS ACRQRPT-STATUS.
009611* THE MULTI-RUN STATEMENT CATALOG APKCATMT MAINTAINS, KEYED BY
009622* ACCOUNT AND STATEMENT DATE.  OPTIONAL -- WHEN IT IS ALLOCATED
009633* THE REQUESTS ARE LOOKED UP THERE, NOT IN ONE RUN'S XREFOUT.
009644     SELECT STMTCAT   ASSIGN TO STMTCAT
009655         ORGANIZATION IS INDEXED
009666         ACCESS MODE IS DYNAMIC
009677         RECORD KEY IS CAT-KEY
009688         FILE STATUS IS STMTCAT-STATUS.
009700     EJECT
009800 DATA DIVISION.
009900 FILE SECTION.
012800     05  RPRT-REC-TO             PIC 9(8).
012900     05  FILLER                  PIC X(1).
013000     05  RPRT-REC-NAME           PIC X(8).
013100* CATALOG REQUESTS CARRY THE RUN-HISTORY KEY (HIST-KEY) OF THE
013108* RUN HOLDING THE PAGES -- THE SAME KEY ON EVERY REQUEST IN THE
013116* DECK; CROSS-REFERENCE REQUESTS LEAVE IT BLANK.
013124     05  FILLER                  PIC X(1).
013136     05  RPRT-REC-RUN-KEY.
013148         10  RPRT-REC-JOBNAME    PIC X(8).
013160         10  RPRT-REC-RUN-DATE   PIC 9(6).
013172         10  RPRT-REC-RUN-TIME   PIC 9(8).
013184     05  FILLER                  PIC X(29).
013200 FD  ACRQRPT
013300     RECORDING MODE F
013400     LABEL RECORDS ARE STANDARD.
013500 01  ACRQRPT-RECORD              PIC X(132).
013525 FD  STMTCAT
013550     RECORD CONTAINS 160 CHARACTERS.
013575     COPY STMTCAT SUPPRESS.
013600     EJECT
013700 WORKING-STORAGE SECTION.
013800 77  PGMNAME                 PIC X(8) VALUE 'APKACREQ'.
015892 77  XREF-MATCH-FLAG         PIC X    VALUE 'N'.
015894     88  XREF-MATCHED        VALUE 'Y'.
015900     SKIP2
015908* STATEMENT CATALOG MODE -- SET WHEN A STMTCAT CLUSTER OPENS.
015916 77  STMTCAT-STATUS          PIC XX   VALUE SPACES.
015924     88  STMTCAT-OK          VALUE '00'.
015932     88  STMTCAT-EOF         VALUE '10'.
015940     88  STMTCAT-NOKEY       VALUE '23'.
015948 77  CATALOG-MODE-FLAG       PIC X    VALUE 'N'.
015956     88  CATALOG-MODE        VALUE 'Y'.
015964 77  CAT-SCAN-FLAG           PIC X    VALUE 'N'.
015972     88  CAT-SCAN-DONE       VALUE 'Y'.
015980 77  STMTS-UNPLACED          PIC S9(8) BINARY VALUE ZERO.
015988     SKIP2
015989* THE RUN THIS DECK IS FOR, TAKEN FROM THE FIRST CATALOG ENTRY
015990* REQUESTED, AND THE STATEMENTS LEFT OUT BECAUSE ANOTHER RUN
015991* HOLDS THEM.
015992 77  DECK-RUN-FLAG           PIC X    VALUE 'N'.
015993     88  DECK-RUN-SET        VALUE 'Y'.
015994 01  DECK-RUN-KEY.
015995     05  DECK-JOBNAME        PIC X(8)  VALUE SPACES.
015996     05  DECK-RUN-DATE       PIC 9(6)  VALUE ZERO.
015997     05  DECK-RUN-TIME       PIC 9(8)  VALUE ZERO.
015998 77  STMTS-OTHER-RUN         PIC S9(8) BINARY VALUE ZERO.
015999     SKIP2
016000* ACCOUNT REQUEST TABLE, LOADED AT STARTUP BY 0140-LOAD-ACCTREQ.
016100* A REQUEST FILE TOO BIG FOR THE TABLE IS A SETUP ERROR, NOT AN
016200* IGNORE-THE-REST CONDITION -- DROPPING REQUESTS HERE IS EXACTLY
019200     05  RPT-TOT-CAPTION     PIC X(30).
019300     05  RPT-TOT-COUNT       PIC ZZZ,ZZZ,ZZ9.
019400     05  FILLER              PIC X(90) VALUE SPACES.
019410 01  RPT-RUN-LINE.
019420     05  FILLER              PIC X(23) VALUE
019430         ' REQUESTS ARE FOR RUN  '.
019440     05  RPT-RUN-JOBNAME     PIC X(8).
019450     05  FILLER              PIC X(1)  VALUE SPACE.
019460     05  RPT-RUN-DATE        PIC 9(6).
019470     05  FILLER              PIC X(1)  VALUE SPACE.
019480     05  RPT-RUN-TIME        PIC 9(8).
019490     05  FILLER              PIC X(85) VALUE SPACES.
019500     SKIP2
019600 TITLE 'Initialization and Main Line'.
019700 PROCEDURE DIVISION.
019800     PERFORM 0100-INITIALIZE.
019812     IF NOT SETUP-FAILED
019824      AND CATALOG-MODE
019836      THEN
019848       MOVE 1 TO ACRQ-IDX;
019860       PERFORM 0500-LOOKUP-ACCOUNT
019872         UNTIL ACRQ-IDX > ACRQ-COUNT
019884     END-IF.
019900     IF NOT SETUP-FAILED
020000      THEN
020100       PERFORM 0200-PROCESS-XREF UNTIL XREF-EOF;
021400           ACRQRPT-STATUS;
021500       PERFORM 0110-NOTE-SETUP-ERROR
021600     END-IF.
021700* WITH A STATEMENT CATALOG ALLOCATED THE REQUESTS ARE LOOKED UP
021743* THERE AND THE ONE-RUN CROSS-REFERENCE IS NOT USED; WITHOUT ONE,
021786* XREFOUT IS REQUIRED AS ALWAYS.
021829     OPEN INPUT STMTCAT.
021872     IF STMTCAT-OK
021915      THEN
021958       SET CATALOG-MODE TO TRUE
022001      ELSE
022044       OPEN INPUT XREFOUT;
022087       IF NOT XREFOUT-OK
022130        THEN
022173         DISPLAY PGMNAME, ' UNABLE TO OPEN XREFOUT, FILE STATUS ',
022216             XREFOUT-STATUS;
022259         PERFORM 0110-NOTE-SETUP-ERROR
022302       END-IF
022345     END-IF.
022400     OPEN OUTPUT RPRTOUT.
022500     IF NOT RPRTOUT-OK
022600      THEN
023500       PERFORM 0420-WRITE-REPORT-LINE;
023600       MOVE RPT-HEADING-2 TO ACRQRPT-RECORD;
023700       PERFORM 0420-WRITE-REPORT-LINE;
023800       IF CATALOG-MODE
023816        THEN
023832         SET XREF-EOF TO TRUE
023848        ELSE
023864         PERFORM 0310-READ-XREF
023880       END-IF
023900     END-IF.
024000     SKIP2
024100 0110-NOTE-SETUP-ERROR.
031100     SKIP2
031200 0230-WRITE-PAGE-REQUEST.
031300* ONE RPRTCTL-LAYOUT PAGE REQUEST PER MATCHED STATEMENT, FROM
031310* ITS FIRST PAGE THROUGH THE HELD TO-PAGE.  A CATALOG REQUEST ALSO
031355* CARRIES THE RUN-HISTORY KEY OF THE RUN THAT PRINTED IT.
031400     MOVE SPACES TO RPRTOUT-RECORD.
031500     MOVE 'P' TO RPRT-REC-TYPE.
031600     MOVE PEND-FROM-PAGE TO RPRT-REC-FROM.
031700     MOVE PEND-TO-PAGE TO RPRT-REC-TO.
031720     IF CATALOG-MODE
031740      THEN
031760       MOVE CAT-RUN-KEY TO RPRT-REC-RUN-KEY
031780     END-IF.
031800     WRITE RPRTOUT-RECORD.
031900     IF RPRTOUT-OK
032000      THEN
037100     MOVE REQUESTS-WRITTEN TO RPT-TOT-COUNT.
037200     MOVE RPT-TOTAL TO ACRQRPT-RECORD.
037300     PERFORM 0420-WRITE-REPORT-LINE.
037308     IF STMTS-UNPLACED > ZERO
037324      THEN
037340       MOVE ' STATEMENTS WITH NO PAGE RANGE' TO RPT-TOT-CAPTION;
037356       MOVE STMTS-UNPLACED TO RPT-TOT-COUNT;
037372       MOVE RPT-TOTAL TO ACRQRPT-RECORD;
037388       PERFORM 0420-WRITE-REPORT-LINE;
037404       IF RETURN-CODE < 8
037420        THEN
037436         MOVE 8 TO RETURN-CODE
037452       END-IF
037468     END-IF.
037484     IF STMTS-OTHER-RUN > ZERO
037500      THEN
037516       MOVE ' STATEMENTS IN ANOTHER RUN' TO RPT-TOT-CAPTION;
037532       MOVE STMTS-OTHER-RUN TO RPT-TOT-COUNT;
037548       MOVE RPT-TOTAL TO ACRQRPT-RECORD;
037564       PERFORM 0420-WRITE-REPORT-LINE;
037580       IF RETURN-CODE < 8
037596        THEN
037612         MOVE 8 TO RETURN-CODE
037628       END-IF
037644     END-IF.
037660     IF DECK-RUN-SET
037676      THEN
037692       MOVE DECK-JOBNAME TO RPT-RUN-JOBNAME;
037708       MOVE DECK-RUN-DATE TO RPT-RUN-DATE;
037724       MOVE DECK-RUN-TIME TO RPT-RUN-TIME;
037740       MOVE RPT-RUN-LINE TO ACRQRPT-RECORD;
037756       PERFORM 0420-WRITE-REPORT-LINE
037772     END-IF.
037788     IF ACCTS-NOTFOUND > ZERO
037804      AND RETURN-CODE < 8
037820      THEN
037836       MOVE 8 TO RETURN-CODE
037852     END-IF.
037900     SKIP2
038000 0410-WRITE-ACCOUNT-LINE.
038100     MOVE ACRQ-ACCOUNT (ACRQ-IDX) TO RPT-DET-ACCOUNT.
040500       MOVE 12 TO RETURN-CODE
040600     END-IF.
040700     SKIP2
040701 TITLE 'Statement Catalog Lookup'.
040702 0500-LOOKUP-ACCOUNT.
040703* LOOK ONE ACCOUNT REQUEST UP IN THE STATEMENT CATALOG.  WITH A
040704* STATEMENT DATE THE CATALOG KEY IS EXACT; WITHOUT ONE, EVERY
040705* STATEMENT STILL ON FILE FOR THE ACCOUNT IS PULLED -- THE SAME
040706* RULE THE CROSS-REFERENCE PASS APPLIES TO ONE RUN.  NOT-FOUND
040707* (STATUS 23) AND END OF FILE ARE ORDINARY OUTCOMES HERE; ANY
040708* OTHER CATALOG STATUS IS AN I/O FAILURE.
040709     MOVE ACRQ-ACCOUNT (ACRQ-IDX) TO CAT-ACCOUNT.
040710     IF ACRQ-DATE (ACRQ-IDX) NOT = SPACES
040711      THEN
040712       MOVE ACRQ-DATE (ACRQ-IDX) TO CAT-STMT-DATE;
040713       READ STMTCAT;
040714       IF STMTCAT-OK
040715        THEN
040716         PERFORM 0510-REQUEST-CATALOG-ENTRY
040717       END-IF
040718      ELSE
040719       MOVE LOW-VALUES TO CAT-STMT-DATE;
040720       START STMTCAT KEY NOT LESS THAN CAT-KEY;
040721       MOVE 'N' TO CAT-SCAN-FLAG;
040722       IF NOT STMTCAT-OK
040723        THEN
040724         SET CAT-SCAN-DONE TO TRUE
040725       END-IF;
040726       PERFORM UNTIL CAT-SCAN-DONE
040727         READ STMTCAT NEXT
040728         IF STMTCAT-OK
040729          AND CAT-ACCOUNT = ACRQ-ACCOUNT (ACRQ-IDX)
040730          THEN
040731           PERFORM 0510-REQUEST-CATALOG-ENTRY
040732          ELSE
040733           SET CAT-SCAN-DONE TO TRUE
040734         END-IF
040735       END-PERFORM
040736     END-IF.
040737     IF NOT STMTCAT-OK
040738      AND NOT STMTCAT-NOKEY
040739      AND NOT STMTCAT-EOF
040740      THEN
040741       DISPLAY PGMNAME, ' CATALOG READ FAILED, FILE STATUS ',
040742           STMTCAT-STATUS;
040743       MOVE 12 TO RETURN-CODE
040744     END-IF.
040745     ADD 1 TO ACRQ-IDX.
040746     SKIP2
040747 0510-REQUEST-CATALOG-ENTRY.
040748* ONE CATALOG ENTRY IS ONE STATEMENT AND ONE PAGE REQUEST, STAMPED
040749* BY 0230-WRITE-PAGE-REQUEST WITH THE RUN THAT HOLDS THE PAGES.
040750* AN ENTRY THE PAGE INDEX COULD NOT PLACE STILL CREDITS THE
040751* ACCOUNT, BUT IT CANNOT BE REQUESTED BY PAGE NUMBER.  THE FIRST
040752* ENTRY REQUESTED FIXES THE DECK'S RUN; AN ENTRY HELD BY ANY OTHER
040753* RUN WOULD BE PULLED FROM THE WRONG DATASET, SO IT IS NOT
040754* REQUESTED EITHER.  BOTH ARE COUNTED AND END THE STEP NONZERO.
040755     ADD 1 TO ACRQ-HITS (ACRQ-IDX).
040756     EVALUATE TRUE
040757      WHEN CAT-FIRST-PAGE NOT > ZERO
040758       ADD 1 TO STMTS-UNPLACED;
040759       DISPLAY PGMNAME, ' ACCOUNT ', CAT-ACCOUNT, ' DATE ',
040760           CAT-STMT-DATE, ' HAS NO PAGE RANGE ON THE CATALOG.'
040761      WHEN DECK-RUN-SET
040762       AND CAT-RUN-KEY NOT = DECK-RUN-KEY
040763       ADD 1 TO STMTS-OTHER-RUN;
040764       DISPLAY PGMNAME, ' ACCOUNT ', CAT-ACCOUNT, ' DATE ',
040765           CAT-STMT-DATE, ' IS IN RUN ', CAT-JOBNAME, ' ',
040766           CAT-RUN-DATE, ' ', CAT-RUN-TIME, ' -- NOT REQUESTED.'
040767      WHEN OTHER
040768       IF NOT DECK-RUN-SET
040769        THEN
040770         MOVE CAT-RUN-KEY TO DECK-RUN-KEY;
040771         SET DECK-RUN-SET TO TRUE
040772       END-IF;
040773       MOVE CAT-FIRST-PAGE TO PEND-FROM-PAGE;
040774       COMPUTE PEND-TO-PAGE = CAT-FIRST-PAGE + CAT-PAGE-COUNT - 1;
040775       IF PEND-TO-PAGE < PEND-FROM-PAGE
040776        THEN
040777         MOVE PEND-FROM-PAGE TO PEND-TO-PAGE
040778       END-IF;
040779       PERFORM 0230-WRITE-PAGE-REQUEST
040780     END-EVALUATE.
040781     SKIP2
040800 0900-TERMINATE.
040900* CLOSE WHATEVER OPENED.  FILE STATUS 42 (NOT OPEN) IS THE
041000* NORMAL RESULT OF CLOSING A FILE THAT NEVER OPENED AND IS
041100* NOT REPORTED.
041200     CLOSE XREFOUT.
041250     CLOSE STMTCAT.
041300     CLOSE RPRTOUT.
041400     CLOSE ACRQRPT.
041500     MOVE XREF-RECORDS-READ TO COUNT-DISP.
