000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ NOLIST
000200* LAST UPDATE ON 15 Oct 2026 AT 16:58:03 BY DELGADOM VERSION 3  *
000300 ID DIVISION.
000400 PROGRAM-ID. APKCATMT.
000500 AUTHOR. TURETZKY--HYDRA.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700
000800               This program maintains the statement archive
000900               catalog -- a keyed cluster with one entry per
001000               statement we have printed, keyed by the account
001100               number and statement date TLE values.  XREFOUT and
001200               PAGEIDX each describe one run's output, so finding
001300               a statement from months back meant knowing which
001400               night it printed and hunting for the right
001500               generation; the catalog answers that directly, and
001600               APKACREQ and APKPGPUL look accounts up in it.
001700
001800               Function LOAD runs after each production APKOTLLE
001900               run.  It reads that run's MNFSTOUT manifest (one
002000               record per statement, with the statement's output
002100               record range), its PAGEIDX page index (for the
002200               statement's page numbers), and its TRLROUT trailer,
002300               and writes one catalog entry per statement naming
002400               the run by its run-history key, the saved output
002500               dataset and generation (from the CATCTL control
002600               record -- the step that catalogs the generation
002700               knows its absolute name; this program cannot), and
002800               the statement's record and page range.  The run
002900               key is the HISTVSAM record this run inserted, found
003000               by the jobname and the trailer's completion stamp
003033               (a page pull or extract run filed under the same
003066               jobname is passed over);
003100               with no run-history cluster the trailer stamp
003200               itself is used and the report says so.  A
003300               statement already on the catalog from an earlier
003375               run is replaced -- the latest printing is the one
003450               a reprint should reproduce.  A LOAD rerun for the
003525               same run finds its own entries already there, with
003600               the same record range, and only counts them.  Two
003675               statements with the same account and date in one
003750               run cannot both be held; the second is reported
003825               and the step ends nonzero.
003900
004000               Function PURG deletes every entry whose run date is
004100               below the retention date in APKHSMNT's own MNTCTL
004200               control record, read from the same dataset, so the
004300               catalog and the run-history cluster never disagree
004400               about what we still hold.
004500
004600 DATE-WRITTEN. 15 Oct 26.
004700 DATE-COMPILED.
004800 SECURITY. IBM SAMPLE CODE ONLY.
004900*/**************************************************************/
005000*/* Licensed under the Apache License, Version 2.0 (the        */
005100*/* "License"); you may not use this file except in compliance */
005200*/* with the License. You may obtain a copy of the License at  */
005300*/*                                                            */
005400*/* http://www.apache.org/licenses/LICENSE-2.0                 */
005500*/*                                                            */
005600*/* Unless required by applicable law or agreed to in writing, */
005700*/* software distributed under the License is distributed on an*/
005800*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
005900*/* KIND, either express or implied.  See the License for the  */
006000*/* specific language governing permissions and limitations    */
006100*/* under the License.                                         */
006200*/*------------------------------------------------------------*/
006300*/*                                                            */
006400*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
006500*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
006600*/*                                                            */
006700*/*   Permission to use, copy, modify, and distribute          */
006800*/*   this software for any purpose with or without fee        */
006900*/*   is hereby granted, provided that the above               */
007000*/*   copyright notices appear in all copies.                  */
007100*/*                                                            */
007200*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
007300*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
007400*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
007500*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
007600*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
007700*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
007800*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
007900*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
008000*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
008100*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
008200*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
008300*/**************************************************************/
008400 TITLE 'Statement Archive Catalog Maintenance'.
008500 ENVIRONMENT DIVISION.
008600 CONFIGURATION SECTION.
008700 SOURCE-COMPUTER. IBM-370.
008800 OBJECT-COMPUTER. IBM-370.
008900 INPUT-OUTPUT SECTION.
009000 FILE-CONTROL.
009100* THE STATEMENT CATALOG CLUSTER.  DYNAMIC ACCESS: THE LOAD PASS
009200* WRITES AND REPLACES BY KEY, THE PURGE PASS READS SEQUENTIALLY
009300* AND DELETES IN PLACE.
009400     SELECT STMTCAT   ASSIGN TO STMTCAT
009500         ORGANIZATION IS INDEXED
009600         ACCESS MODE IS DYNAMIC
009700         RECORD KEY IS CAT-KEY
009800         FILE STATUS IS STMTCAT-STATUS.
009900* ONE-RECORD CONTROL FILE -- THE FUNCTION AND, FOR LOAD, THE
010000* SAVED OUTPUT DATASET NAME AND GENERATION.
010100     SELECT CATCTL    ASSIGN TO CATCTL
010200         FILE STATUS IS CATCTL-STATUS.
010300* APKHSMNT'S CONTROL RECORD, READ BY THE PURGE PASS FOR ITS
010400* RETENTION DATE.
010500     SELECT MNTCTL    ASSIGN TO MNTCTL
010600         FILE STATUS IS MNTCTL-STATUS.
010700* THE RUN'S TRAILER RECORD, FOR ITS JOBNAME AND COMPLETION STAMP.
010800     SELECT TRLROUT   ASSIGN TO TRLROUT
010900         FILE STATUS IS TRLROUT-STATUS.
011000* THE RUN'S MAIL PIECE MANIFEST -- ONE RECORD PER STATEMENT.
011100     SELECT MNFSTOUT  ASSIGN TO MNFSTOUT
011200         FILE STATUS IS MNFSTOUT-STATUS.
011300* THE RUN'S PAGE INDEX, IN OUTPUT RECORD ORDER.
011400     SELECT PAGEIDX   ASSIGN TO PAGEIDX
011500         FILE STATUS IS PAGEIDX-STATUS.
011600* THE RUN-HISTORY CLUSTER, READ ONLY TO FIND THIS RUN'S KEY.
011700     SELECT HISTVSAM  ASSIGN TO HISTVSAM
011800         ORGANIZATION IS INDEXED
011900         ACCESS MODE IS DYNAMIC
012000         RECORD KEY IS HIST-KEY
012100         FILE STATUS IS HISTVSAM-STATUS.
012200* THE PRINTED MAINTENANCE SUMMARY.
012300     SELECT CATRPT    ASSIGN TO CATRPT
012400         FILE STATUS IS CATRPT-STATUS.
012500     EJECT
012600 DATA DIVISION.
012700 FILE SECTION.
012800 FD  STMTCAT
012900     RECORD CONTAINS 160 CHARACTERS.
013000     COPY STMTCAT SUPPRESS.
013100 FD  CATCTL
013200     RECORDING MODE F
013300     LABEL RECORDS ARE STANDARD.
013400* CATC-REC-FUNCTION: 'LOAD' CATALOGS ONE RUN'S STATEMENTS;
013500* 'PURG' DELETES ENTRIES OLDER THAN THE MNTCTL RETENTION DATE.
013600* CATC-REC-DSNAME AND CATC-REC-GENERATION NAME THE SAVED OUTPUT
013700* FOR LOAD; THE GENERATION IS BLANK FOR A DATASET OUTSIDE A GDG.
013800 01  CATCTL-RECORD.
013900     05  CATC-REC-FUNCTION       PIC X(4).
014000     05  FILLER                  PIC X(1).
014100     05  CATC-REC-DSNAME         PIC X(44).
014200     05  FILLER                  PIC X(1).
014300     05  CATC-REC-GENERATION     PIC X(8).
014400     05  FILLER                  PIC X(22).
014500 FD  MNTCTL
014600     RECORDING MODE F
014700     LABEL RECORDS ARE STANDARD.
014800 01  MNTCTL-RECORD.
014900     05  MNT-REC-FUNCTION        PIC X(4).
015000     05  FILLER                  PIC X(1).
015100     05  MNT-REC-RETAIN-DATE     PIC 9(6).
015200     05  FILLER                  PIC X(69).
015300 FD  TRLROUT
015400     RECORDING MODE F
015500     LABEL RECORDS ARE STANDARD.
015600 01  TRLROUT-RECORD.
015700     05  TRL-JOBNAME             PIC X(8).
015800     05  FILLER                  PIC X(1).
015900     05  TRL-PAGE-COUNT          PIC 9(8).
016000     05  FILLER                  PIC X(1).
016100     05  TRL-LINE-COUNT          PIC 9(8).
016200     05  FILLER                  PIC X(1).
016300     05  TRL-COMPLETION-DATE     PIC 9(6).
016400     05  FILLER                  PIC X(1).
016500     05  TRL-COMPLETION-TIME     PIC 9(8).
016600     05  FILLER                  PIC X(35).
016700 FD  MNFSTOUT
016800     RECORDING MODE F
016900     LABEL RECORDS ARE STANDARD.
017000 01  MNFSTOUT-RECORD.
017100     05  MNF-SEQ-NUMBER          PIC 9(8).
017200     05  FILLER                  PIC X(1).
017300     05  MNF-DOC-NAME            PIC X(8).
017400     05  FILLER                  PIC X(1).
017500     05  MNF-ACCOUNT             PIC X(16).
017600     05  FILLER                  PIC X(1).
017700     05  MNF-STMT-DATE           PIC X(8).
017800     05  FILLER                  PIC X(1).
017900     05  MNF-PAGE-COUNT          PIC 9(8).
018000     05  FILLER                  PIC X(1).
018100     05  MNF-FIRST-RECNO         PIC 9(9).
018200     05  FILLER                  PIC X(1).
018300     05  MNF-LAST-RECNO          PIC 9(9).
018400     05  FILLER                  PIC X(8).
018500 FD  PAGEIDX
018600     RECORDING MODE F
018700     LABEL RECORDS ARE STANDARD.
018800 01  PAGEIDX-RECORD.
018900     05  IDX-PAGENAME            PIC X(8).
019000     05  FILLER                  PIC X(1).
019100     05  IDX-PAGE-NUMBER         PIC 9(8).
019200     05  FILLER                  PIC X(1).
019300     05  IDX-FIRST-RECNO         PIC 9(9).
019400     05  FILLER                  PIC X(1).
019500     05  IDX-LAST-RECNO          PIC 9(9).
019600     05  FILLER                  PIC X(43).
019700 FD  HISTVSAM
019800     RECORD CONTAINS 80 CHARACTERS.
019900     COPY HISTREC SUPPRESS.
020000 FD  CATRPT
020100     RECORDING MODE F
020200     LABEL RECORDS ARE STANDARD.
020300 01  CATRPT-RECORD               PIC X(132).
020400     EJECT
020500 WORKING-STORAGE SECTION.
020600 77  PGMNAME                 PIC X(8) VALUE 'APKCATMT'.
020700 77  STMTCAT-STATUS          PIC XX   VALUE SPACES.
020800     88  STMTCAT-OK          VALUE '00'.
020900     88  STMTCAT-EOF-STAT    VALUE '10'.
021000     88  STMTCAT-DUPKEY      VALUE '22'.
021100     88  STMTCAT-NOTFOUND    VALUE '35'.
021200 77  CATCTL-STATUS           PIC XX   VALUE SPACES.
021300     88  CATCTL-OK           VALUE '00'.
021400 77  MNTCTL-STATUS           PIC XX   VALUE SPACES.
021500     88  MNTCTL-OK           VALUE '00'.
021600 77  TRLROUT-STATUS          PIC XX   VALUE SPACES.
021700     88  TRLROUT-OK          VALUE '00'.
021800 77  MNFSTOUT-STATUS         PIC XX   VALUE SPACES.
021900     88  MNFSTOUT-OK         VALUE '00'.
022000     88  MNFSTOUT-EOF-STAT   VALUE '10'.
022100 77  PAGEIDX-STATUS          PIC XX   VALUE SPACES.
022200     88  PAGEIDX-OK          VALUE '00'.
022300     88  PAGEIDX-EOF-STAT    VALUE '10'.
022400 77  HISTVSAM-STATUS         PIC XX   VALUE SPACES.
022500     88  HISTVSAM-OK         VALUE '00'.
022600 77  CATRPT-STATUS           PIC XX   VALUE SPACES.
022700     88  CATRPT-OK           VALUE '00'.
022800 77  MNF-EOF-FLAG            PIC X    VALUE 'N'.
022900     88  MNF-EOF             VALUE 'Y'.
023000 77  IDX-EOF-FLAG            PIC X    VALUE 'N'.
023100     88  IDX-EOF             VALUE 'Y'.
023200 77  CAT-EOF-FLAG            PIC X    VALUE 'N'.
023300     88  CAT-EOF             VALUE 'Y'.
023400 77  CAT-NEW-FLAG            PIC X    VALUE 'N'.
023500     88  CAT-NEW-CLUSTER     VALUE 'Y'.
023600 77  SETUP-FAILED-FLAG       PIC X    VALUE 'N'.
023700     88  SETUP-FAILED        VALUE 'Y'.
023800     SKIP2
023900* CONTROL VALUES FROM CATCTL AND MNTCTL, VALIDATED AT STARTUP.
024000 77  CAT-FUNCTION            PIC X(4) VALUE SPACES.
024100     88  CAT-FUNC-LOAD       VALUE 'LOAD'.
024200     88  CAT-FUNC-PURGE      VALUE 'PURG'.
024300 77  CAT-DSNAME-VALUE        PIC X(44) VALUE SPACES.
024400 77  CAT-GEN-VALUE           PIC X(8)  VALUE SPACES.
024500 77  MNT-RETAIN-DATE         PIC 9(6)  VALUE ZERO.
024600     SKIP2
024700* THE RUN BEING CATALOGED: ITS HISTORY KEY, WHERE THAT KEY CAME
024800* FROM, AND THE RECORD NUMBERS THAT BOUND ITS STATEMENTS.
024900 01  RUN-KEY.
025000     05  RUN-JOBNAME         PIC X(8)  VALUE SPACES.
025100     05  RUN-DATE            PIC 9(6)  VALUE ZERO.
025200     05  RUN-TIME            PIC 9(8)  VALUE ZERO.
025300 77  RUN-KEY-SOURCE          PIC X(8)  VALUE SPACES.
025400 77  RUN-FIRST-RECNO         PIC S9(9) BINARY VALUE ZERO.
025500 77  RUN-LAST-RECNO          PIC S9(9) BINARY VALUE ZERO.
025600     SKIP2
025700* CURRENT PAGE INDEX RECORD, HELD IN WORKING STORAGE THE SAME
025800* WAY APKPGPUL HOLDS IT.
025900 77  CUR-IDX-PAGE-NUMBER     PIC S9(8) BINARY VALUE ZERO.
026000 77  CUR-IDX-FIRST           PIC S9(9) BINARY VALUE ZERO.
026100 77  STMT-FIRST-PAGE         PIC S9(8) BINARY VALUE ZERO.
026200     SKIP2
026300* THE NEW ENTRY, HELD WHILE AN EXISTING ENTRY WITH THE SAME KEY
026400* IS READ FOR COMPARISON.
026500 01  CAT-HOLD-RECORD         PIC X(160).
026600     SKIP2
026700* LOAD AND PURGE COUNTS.
026800 77  MANIFEST-READ           PIC S9(8) BINARY VALUE ZERO.
026900 77  ENTRIES-ADDED           PIC S9(8) BINARY VALUE ZERO.
027000 77  ENTRIES-REPLACED        PIC S9(8) BINARY VALUE ZERO.
027050 77  ENTRIES-ALREADY         PIC S9(8) BINARY VALUE ZERO.
027100 77  ENTRIES-DUPLICATE       PIC S9(8) BINARY VALUE ZERO.
027200 77  STMTS-NO-ACCOUNT        PIC S9(8) BINARY VALUE ZERO.
027300 77  STMTS-NO-PAGE           PIC S9(8) BINARY VALUE ZERO.
027400 77  ENTRIES-KEPT            PIC S9(8) BINARY VALUE ZERO.
027500 77  ENTRIES-DELETED         PIC S9(8) BINARY VALUE ZERO.
027600 77  COUNT-DISP              PIC Z,ZZZ,ZZ9.
027700     SKIP2
027800* REPORT LINES.
027900 01  RPT-HEADING-1.
028000     05  FILLER              PIC X(16) VALUE ' STATEMENT ARCHI'.
028100     05  FILLER              PIC X(116) VALUE 'VE CATALOG'.
028200 01  RPT-RUN-LINE.
028300     05  FILLER              PIC X(5)  VALUE ' RUN '.
028400     05  RPT-RUN-JOBNAME     PIC X(8).
028500     05  FILLER              PIC X(1)  VALUE SPACE.
028600     05  RPT-RUN-DATE        PIC 9(6).
028700     05  FILLER              PIC X(1)  VALUE SPACE.
028800     05  RPT-RUN-TIME        PIC 9(8).
028900     05  FILLER              PIC X(6)  VALUE ' FROM '.
029000     05  RPT-RUN-SOURCE      PIC X(8).
029100     05  FILLER              PIC X(1)  VALUE SPACE.
029200     05  RPT-RUN-DSNAME      PIC X(44).
029300     05  FILLER              PIC X(1)  VALUE SPACE.
029400     05  RPT-RUN-GEN         PIC X(8).
029500     05  FILLER              PIC X(35) VALUE SPACES.
029600 01  RPT-TOTAL.
029700     05  FILLER              PIC X(1)  VALUE SPACE.
029800     05  RPT-TOT-CAPTION     PIC X(30).
029900     05  RPT-TOT-COUNT       PIC ZZZ,ZZZ,ZZ9.
030000     05  FILLER              PIC X(90) VALUE SPACES.
030100     SKIP2
030200 TITLE 'Initialization and Main Line'.
030300 PROCEDURE DIVISION.
030400     PERFORM 0100-INITIALIZE.
030500     IF NOT SETUP-FAILED
030600      THEN
030700       IF CAT-FUNC-LOAD
030800        THEN
030900         PERFORM 0200-LOAD-PASS
031000        ELSE
031100         PERFORM 0500-PURGE-PASS
031200       END-IF
031300     END-IF.
031400     PERFORM 0900-TERMINATE.
031500     GOBACK.
031600     SKIP2
031700 0100-INITIALIZE.
031800* OPEN THE REPORT AND READ THE CONTROL RECORDS.  THE CLUSTER
031900* AND THE RUN'S FILES ARE OPENED BY THE PASS THAT USES THEM.
032000     OPEN OUTPUT CATRPT.
032100     IF NOT CATRPT-OK
032200      THEN
032300       DISPLAY PGMNAME, ' UNABLE TO OPEN CATRPT, FILE STATUS ',
032400           CATRPT-STATUS;
032500       PERFORM 0110-NOTE-SETUP-ERROR
032600     END-IF.
032700     PERFORM 0130-LOAD-CATCTL.
032800     IF CAT-FUNC-PURGE
032900      THEN
033000       PERFORM 0140-LOAD-MNTCTL
033100     END-IF.
033200     IF NOT SETUP-FAILED
033300      THEN
033400       MOVE RPT-HEADING-1 TO CATRPT-RECORD;
033500       PERFORM 0420-WRITE-REPORT-LINE
033600     END-IF.
033700     SKIP2
033800 0110-NOTE-SETUP-ERROR.
033900     SET SETUP-FAILED TO TRUE.
034000     MOVE 12 TO RETURN-CODE.
034100     SKIP2
034200 0130-LOAD-CATCTL.
034300* THE FUNCTION IS NOT DEFAULTED -- AN ABSENT OR UNRECOGNIZED
034400* CONTROL RECORD IS A SETUP ERROR, THE SAME STANCE APKHSMNT
034500* TAKES.  LOAD ADDITIONALLY NEEDS THE SAVED OUTPUT DATASET NAME,
034600* WITHOUT WHICH NO ENTRY COULD BE PULLED FROM.
034700     OPEN INPUT CATCTL.
034800     IF CATCTL-OK
034900      THEN
035000       READ CATCTL;
035100       IF CATCTL-OK
035200        THEN
035300         MOVE CATC-REC-FUNCTION TO CAT-FUNCTION;
035400         MOVE CATC-REC-DSNAME TO CAT-DSNAME-VALUE;
035500         MOVE CATC-REC-GENERATION TO CAT-GEN-VALUE
035600       END-IF;
035700       CLOSE CATCTL
035800     END-IF.
035900     EVALUATE TRUE
036000      WHEN CAT-FUNC-LOAD
036100       IF CAT-DSNAME-VALUE = SPACES
036200        THEN
036300         DISPLAY PGMNAME, ' LOAD NEEDS THE SAVED OUTPUT DATASET',
036400             ' NAME IN CATCTL.';
036500         PERFORM 0110-NOTE-SETUP-ERROR
036600       END-IF
036700      WHEN CAT-FUNC-PURGE
036800       CONTINUE
036900      WHEN OTHER
037000       DISPLAY PGMNAME, ' CATCTL FUNCTION MUST BE LOAD OR',
037100           ' PURG -- NOTHING DONE.';
037200       PERFORM 0110-NOTE-SETUP-ERROR
037300     END-EVALUATE.
037400     SKIP2
037500 0140-LOAD-MNTCTL.
037600* THE RETENTION DATE IS APKHSMNT'S, READ FROM ITS OWN CONTROL
037700* RECORD, AND MUST BE NUMERIC AND NONZERO FOR THE SAME REASON.
037800     OPEN INPUT MNTCTL.
037900     IF MNTCTL-OK
038000      THEN
038100       READ MNTCTL;
038200       IF MNTCTL-OK
038300        AND MNT-REC-RETAIN-DATE NUMERIC
038400        THEN
038500         MOVE MNT-REC-RETAIN-DATE TO MNT-RETAIN-DATE
038600       END-IF;
038700       CLOSE MNTCTL
038800     END-IF.
038900     IF MNT-RETAIN-DATE = ZERO
039000      THEN
039100       DISPLAY PGMNAME, ' PURG NEEDS A NONZERO RETENTION DATE',
039200           ' (YYMMDD) IN MNTCTL.';
039300       PERFORM 0110-NOTE-SETUP-ERROR
039400     END-IF.
039500     SKIP2
039600 TITLE 'Load Pass'.
039700 0200-LOAD-PASS.
039800* IDENTIFY THE RUN, FIND THE RECORD NUMBERS THAT BOUND ITS
039900* STATEMENTS, THEN CATALOG EACH MANIFEST RECORD.
040000     PERFORM 0210-IDENTIFY-RUN.
040100     IF NOT SETUP-FAILED
040200      THEN
040300       PERFORM 0220-SURVEY-MANIFEST
040400     END-IF.
040500     IF NOT SETUP-FAILED
040600      THEN
040700       PERFORM 0230-OPEN-LOAD-FILES
040800     END-IF.
040900     IF NOT SETUP-FAILED
041000      THEN
041100       PERFORM 0240-CATALOG-STATEMENT UNTIL MNF-EOF;
041200       PERFORM 0400-WRITE-LOAD-TOTALS
041300     END-IF.
041400     SKIP2
041500 0210-IDENTIFY-RUN.
041600* THE TRAILER NAMES THE JOB AND WAS STAMPED JUST BEFORE THE
041671* RUN'S HISTORY RECORD, SO THE FIRST HISTORY RECORD FOR THE
041742* JOBNAME AT OR AFTER THE TRAILER STAMP IS THIS RUN'S -- PASSING
041813* OVER ANY PAGE PULL OR EXTRACT RUN (HIST-RUN-REPRINT) FILED
041884* UNDER THE SAME JOBNAME, WHICH IS NOT THE RUN THAT WROTE THIS
041955* MANIFEST.  NO CLUSTER, OR NO SUCH RECORD, LEAVES THE TRAILER
042026* STAMP AS THE RUN KEY.
042100     OPEN INPUT TRLROUT.
042200     IF TRLROUT-OK
042300      THEN
042400       READ TRLROUT
042500     END-IF.
042600     IF NOT TRLROUT-OK
042700      THEN
042800       DISPLAY PGMNAME, ' UNABLE TO READ TRLROUT, FILE STATUS ',
042900           TRLROUT-STATUS;
043000       PERFORM 0110-NOTE-SETUP-ERROR
043100      ELSE
043200       MOVE TRL-JOBNAME TO RUN-JOBNAME;
043300       MOVE TRL-COMPLETION-DATE TO RUN-DATE;
043400       MOVE TRL-COMPLETION-TIME TO RUN-TIME;
043500       MOVE 'TRAILER' TO RUN-KEY-SOURCE;
043600       OPEN INPUT HISTVSAM;
043700       IF HISTVSAM-OK
043800        THEN
043900         MOVE RUN-KEY TO HIST-KEY;
044000         START HISTVSAM KEY NOT LESS THAN HIST-KEY;
044100         IF HISTVSAM-OK
044200          THEN
044300           READ HISTVSAM NEXT;
044320           PERFORM 0215-SKIP-REPRINT-RUN
044340               UNTIL NOT HISTVSAM-OK
044360                  OR HIST-JOBNAME NOT = RUN-JOBNAME
044380                  OR NOT HIST-RUN-REPRINT;
044400           IF HISTVSAM-OK
044500            AND HIST-JOBNAME = RUN-JOBNAME
044600            THEN
044700             MOVE HIST-KEY TO RUN-KEY;
044800             MOVE 'HISTVSAM' TO RUN-KEY-SOURCE
044900           END-IF
045000         END-IF;
045100         CLOSE HISTVSAM
045200       END-IF;
045300       IF RUN-KEY-SOURCE NOT = 'HISTVSAM'
045400        THEN
045500         DISPLAY PGMNAME, ' NO RUN-HISTORY RECORD FOR ',
045600             RUN-JOBNAME, ' -- TRAILER STAMP USED AS RUN KEY.'
045700       END-IF
045800     END-IF.
045900     CLOSE TRLROUT.
045925     SKIP2
045950 0215-SKIP-REPRINT-RUN.
045975     READ HISTVSAM NEXT.
046000     SKIP2
046100 0220-SURVEY-MANIFEST.
046200* ONE PASS OVER THE MANIFEST FOR THE FIRST AND LAST RECORD OF
046300* ANY STATEMENT -- WHAT LIES OUTSIDE THEM IS THE RUN'S DOCUMENT
046400* ENVELOPE, WHICH A PULL FROM THIS RUN MUST CARRY.  A STATEMENT
046500* WITH NO RECORD RANGE (A RESTARTED RUN) DOES NOT COUNT.
046600     OPEN INPUT MNFSTOUT.
046700     IF NOT MNFSTOUT-OK
046800      THEN
046900       DISPLAY PGMNAME, ' UNABLE TO OPEN MNFSTOUT, FILE STATUS ',
047000           MNFSTOUT-STATUS;
047100       PERFORM 0110-NOTE-SETUP-ERROR
047200      ELSE
047300       PERFORM UNTIL NOT MNFSTOUT-OK
047400         READ MNFSTOUT;
047500         IF MNFSTOUT-OK
047600          AND MNF-FIRST-RECNO > ZERO
047700          THEN
047800           IF RUN-FIRST-RECNO = ZERO
047900            OR MNF-FIRST-RECNO < RUN-FIRST-RECNO
048000            THEN
048100             MOVE MNF-FIRST-RECNO TO RUN-FIRST-RECNO
048200           END-IF;
048300           IF MNF-LAST-RECNO > RUN-LAST-RECNO
048400            THEN
048500             MOVE MNF-LAST-RECNO TO RUN-LAST-RECNO
048600           END-IF
048700         END-IF
048800       END-PERFORM;
048900       CLOSE MNFSTOUT
049000     END-IF.
049100     SKIP2
049200 0230-OPEN-LOAD-FILES.
049300* AN EMPTY CLUSTER TAKES ITS FIRST LOAD THROUGH OPEN OUTPUT,
049400* GATED ON FILE STATUS 35 THE SAME WAY APKOTLLE'S
049500* 0950-WRITE-RUN-HISTORY GATES ITS FIRST LOAD.
049600     OPEN I-O STMTCAT.
049700     IF STMTCAT-NOTFOUND
049800      THEN
049900       OPEN OUTPUT STMTCAT;
050000       SET CAT-NEW-CLUSTER TO TRUE
050100     END-IF.
050200     IF NOT STMTCAT-OK
050300      THEN
050400       DISPLAY PGMNAME, ' UNABLE TO OPEN STMTCAT, FILE STATUS ',
050500           STMTCAT-STATUS;
050600       PERFORM 0110-NOTE-SETUP-ERROR
050700     END-IF.
050800     OPEN INPUT MNFSTOUT.
050900     IF NOT MNFSTOUT-OK
051000      THEN
051100       DISPLAY PGMNAME, ' UNABLE TO REOPEN MNFSTOUT, FILE',
051200           ' STATUS ', MNFSTOUT-STATUS;
051300       PERFORM 0110-NOTE-SETUP-ERROR
051400     END-IF.
051500     OPEN INPUT PAGEIDX.
051600     IF NOT PAGEIDX-OK
051700      THEN
051800       DISPLAY PGMNAME, ' UNABLE TO OPEN PAGEIDX, FILE STATUS ',
051900           PAGEIDX-STATUS;
052000       PERFORM 0110-NOTE-SETUP-ERROR
052100     END-IF.
052200     IF NOT SETUP-FAILED
052300      THEN
052400       MOVE RUN-JOBNAME TO RPT-RUN-JOBNAME;
052500       MOVE RUN-DATE TO RPT-RUN-DATE;
052600       MOVE RUN-TIME TO RPT-RUN-TIME;
052700       MOVE RUN-KEY-SOURCE TO RPT-RUN-SOURCE;
052800       MOVE CAT-DSNAME-VALUE TO RPT-RUN-DSNAME;
052900       MOVE CAT-GEN-VALUE TO RPT-RUN-GEN;
053000       MOVE RPT-RUN-LINE TO CATRPT-RECORD;
053100       PERFORM 0420-WRITE-REPORT-LINE;
053200       PERFORM 0310-READ-PAGEIDX;
053300       PERFORM 0320-READ-MANIFEST
053400     END-IF.
053500     SKIP2
053600 0240-CATALOG-STATEMENT.
053700* ONE MANIFEST RECORD BECOMES ONE CATALOG ENTRY.  A STATEMENT
053800* WITH NO ACCOUNT TLE CANNOT BE LOOKED UP AND IS ONLY COUNTED.
053900     IF MNF-ACCOUNT = SPACES
054000      THEN
054100       ADD 1 TO STMTS-NO-ACCOUNT
054200      ELSE
054300       PERFORM 0250-FIND-FIRST-PAGE;
054400       MOVE SPACES TO CAT-RECORD;
054500       MOVE MNF-ACCOUNT TO CAT-ACCOUNT;
054600       MOVE MNF-STMT-DATE TO CAT-STMT-DATE;
054700       MOVE RUN-KEY TO CAT-RUN-KEY;
054800       MOVE CAT-DSNAME-VALUE TO CAT-DSNAME;
054900       MOVE CAT-GEN-VALUE TO CAT-GENERATION;
055000       MOVE MNF-DOC-NAME TO CAT-DOC-NAME;
055100       MOVE MNF-FIRST-RECNO TO CAT-FIRST-RECNO;
055200       MOVE MNF-LAST-RECNO TO CAT-LAST-RECNO;
055300       MOVE STMT-FIRST-PAGE TO CAT-FIRST-PAGE;
055400       MOVE MNF-PAGE-COUNT TO CAT-PAGE-COUNT;
055500       IF RUN-FIRST-RECNO > ZERO
055600        THEN
055700         SUBTRACT 1 FROM RUN-FIRST-RECNO GIVING CAT-ENV-FRONT-LAST
055800        ELSE
055900         MOVE ZERO TO CAT-ENV-FRONT-LAST
056000       END-IF;
056100       ADD 1 TO RUN-LAST-RECNO GIVING CAT-ENV-BACK-FIRST;
056200       PERFORM 0260-WRITE-ENTRY
056300     END-IF.
056400     PERFORM 0320-READ-MANIFEST.
056500     SKIP2
056600 0250-FIND-FIRST-PAGE.
056700* STEP THE PAGE INDEX UP TO THE STATEMENT'S FIRST RECORD; THE
056800* PAGE STARTING THERE, IF IT STARTS INSIDE THE STATEMENT, IS
056900* THE STATEMENT'S FIRST PAGE.  BOTH FILES ARE IN OUTPUT RECORD
057000* ORDER, SO THE INDEX NEVER BACKS UP -- THE SAME CO-READ
057100* APKINRCN USES.  A STATEMENT THE INDEX CANNOT PLACE KEEPS A
057200* ZERO FIRST PAGE AND IS COUNTED.
057300     MOVE ZERO TO STMT-FIRST-PAGE.
057400     IF MNF-FIRST-RECNO > ZERO
057500      THEN
057600       PERFORM UNTIL IDX-EOF
057700                  OR CUR-IDX-FIRST NOT < MNF-FIRST-RECNO
057800         PERFORM 0310-READ-PAGEIDX
057900       END-PERFORM;
058000       IF NOT IDX-EOF
058100        AND CUR-IDX-FIRST NOT > MNF-LAST-RECNO
058200        THEN
058300         MOVE CUR-IDX-PAGE-NUMBER TO STMT-FIRST-PAGE
058400       END-IF
058500     END-IF.
058600     IF STMT-FIRST-PAGE = ZERO
058700      THEN
058800       ADD 1 TO STMTS-NO-PAGE
058900     END-IF.
059000     SKIP2
059100 0260-WRITE-ENTRY.
059185* A KEY ALREADY ON THE CATALOG FROM AN EARLIER RUN IS REPLACED
059270* BY THIS RUN'S ENTRY.  ONE ALREADY THERE FROM THIS SAME RUN WITH
059355* THE SAME FIRST RECORD IS THIS STATEMENT, CATALOGED BY AN EARLIER
059440* LOAD OF THE RUN, AND IS ONLY COUNTED.  ANY OTHER IS A SECOND
059525* STATEMENT WITH THE SAME ACCOUNT AND DATE -- THE FIRST IS KEPT,
059610* AND THE STEP ENDS NONZERO SO SOMEONE LOOKS.
059695     WRITE CAT-RECORD.
059780     EVALUATE TRUE
059865      WHEN STMTCAT-OK
059950       ADD 1 TO ENTRIES-ADDED
060035      WHEN STMTCAT-DUPKEY
060120       IF CAT-NEW-CLUSTER
060205        THEN
060290         PERFORM 0270-NOTE-DUPLICATE
060375        ELSE
060460         MOVE CAT-RECORD TO CAT-HOLD-RECORD;
060545         READ STMTCAT;
060630         EVALUATE TRUE
060715          WHEN NOT STMTCAT-OK
060800           MOVE CAT-HOLD-RECORD TO CAT-RECORD;
060885           PERFORM 0270-NOTE-DUPLICATE
060970          WHEN CAT-RUN-KEY NOT = RUN-KEY
061055           MOVE CAT-HOLD-RECORD TO CAT-RECORD;
061140           REWRITE CAT-RECORD;
061225           IF STMTCAT-OK
061310            THEN
061395             ADD 1 TO ENTRIES-REPLACED
061480            ELSE
061565             DISPLAY PGMNAME, ' CATALOG REWRITE FAILED, FILE',
061650                 ' STATUS ', STMTCAT-STATUS;
061735             MOVE 12 TO RETURN-CODE;
061820             SET MNF-EOF TO TRUE
061905           END-IF
061990          WHEN CAT-FIRST-RECNO = MNF-FIRST-RECNO
062075           ADD 1 TO ENTRIES-ALREADY
062160          WHEN OTHER
062245           MOVE CAT-HOLD-RECORD TO CAT-RECORD;
062330           PERFORM 0270-NOTE-DUPLICATE
062415         END-EVALUATE
062500       END-IF
062600      WHEN OTHER
062700       DISPLAY PGMNAME, ' CATALOG WRITE FAILED, FILE STATUS ',
062800           STMTCAT-STATUS;
062900       MOVE 12 TO RETURN-CODE;
063000       SET MNF-EOF TO TRUE
063100     END-EVALUATE.
063200     SKIP2
063300 0270-NOTE-DUPLICATE.
063400     ADD 1 TO ENTRIES-DUPLICATE.
063500     DISPLAY PGMNAME, ' ACCOUNT ', CAT-ACCOUNT, ' DATE ',
063600         CAT-STMT-DATE, ' TWICE IN ONE RUN -- SECOND NOT',
063700         ' CATALOGED.'.
063800     IF RETURN-CODE < 8
063900      THEN
064000       MOVE 8 TO RETURN-CODE
064100     END-IF.
064200     SKIP2
064300 0310-READ-PAGEIDX.
064400     READ PAGEIDX.
064500     IF PAGEIDX-OK
064600      THEN
064700       MOVE IDX-PAGE-NUMBER TO CUR-IDX-PAGE-NUMBER;
064800       MOVE IDX-FIRST-RECNO TO CUR-IDX-FIRST
064900      ELSE
065000       IF NOT PAGEIDX-EOF-STAT
065100        THEN
065200         DISPLAY PGMNAME, ' PAGE INDEX READ FAILED, FILE',
065300             ' STATUS ', PAGEIDX-STATUS;
065400         MOVE 12 TO RETURN-CODE
065500       END-IF;
065600       SET IDX-EOF TO TRUE
065700     END-IF.
065800     SKIP2
065900 0320-READ-MANIFEST.
066000     READ MNFSTOUT.
066100     IF MNFSTOUT-OK
066200      THEN
066300       ADD 1 TO MANIFEST-READ
066400      ELSE
066500       IF NOT MNFSTOUT-EOF-STAT
066600        THEN
066700         DISPLAY PGMNAME, ' MANIFEST READ FAILED, FILE STATUS ',
066800             MNFSTOUT-STATUS;
066900         MOVE 12 TO RETURN-CODE
067000       END-IF;
067100       SET MNF-EOF TO TRUE
067200     END-IF.
067300     SKIP2
067400 0400-WRITE-LOAD-TOTALS.
067500     MOVE SPACES TO CATRPT-RECORD.
067600     PERFORM 0420-WRITE-REPORT-LINE.
067700     MOVE ' MANIFEST RECORDS READ' TO RPT-TOT-CAPTION.
067800     MOVE MANIFEST-READ TO RPT-TOT-COUNT.
067900     MOVE RPT-TOTAL TO CATRPT-RECORD.
068000     PERFORM 0420-WRITE-REPORT-LINE.
068100     MOVE ' ENTRIES ADDED' TO RPT-TOT-CAPTION.
068200     MOVE ENTRIES-ADDED TO RPT-TOT-COUNT.
068300     MOVE RPT-TOTAL TO CATRPT-RECORD.
068400     PERFORM 0420-WRITE-REPORT-LINE.
068500     MOVE ' ENTRIES REPLACING EARLIER RUNS' TO RPT-TOT-CAPTION.
068600     MOVE ENTRIES-REPLACED TO RPT-TOT-COUNT.
068700     MOVE RPT-TOTAL TO CATRPT-RECORD.
068800     PERFORM 0420-WRITE-REPORT-LINE.
068820     MOVE ' ENTRIES ALREADY CATALOGED' TO RPT-TOT-CAPTION.
068840     MOVE ENTRIES-ALREADY TO RPT-TOT-COUNT.
068860     MOVE RPT-TOTAL TO CATRPT-RECORD.
068880     PERFORM 0420-WRITE-REPORT-LINE.
068900     MOVE ' DUPLICATES IN THIS RUN' TO RPT-TOT-CAPTION.
069000     MOVE ENTRIES-DUPLICATE TO RPT-TOT-COUNT.
069100     MOVE RPT-TOTAL TO CATRPT-RECORD.
069200     PERFORM 0420-WRITE-REPORT-LINE.
069300     MOVE ' STATEMENTS WITH NO ACCOUNT' TO RPT-TOT-CAPTION.
069400     MOVE STMTS-NO-ACCOUNT TO RPT-TOT-COUNT.
069500     MOVE RPT-TOTAL TO CATRPT-RECORD.
069600     PERFORM 0420-WRITE-REPORT-LINE.
069700     MOVE ' STATEMENTS WITH NO PAGE INDEX' TO RPT-TOT-CAPTION.
069800     MOVE STMTS-NO-PAGE TO RPT-TOT-COUNT.
069900     MOVE RPT-TOTAL TO CATRPT-RECORD.
070000     PERFORM 0420-WRITE-REPORT-LINE.
070100     SKIP2
070200 0420-WRITE-REPORT-LINE.
070300     WRITE CATRPT-RECORD.
070400     IF NOT CATRPT-OK
070500      THEN
070600       DISPLAY PGMNAME, ' REPORT WRITE FAILED, FILE STATUS ',
070700           CATRPT-STATUS;
070800       MOVE 12 TO RETURN-CODE
070900     END-IF.
071000     SKIP2
071100 TITLE 'Purge Pass'.
071200 0500-PURGE-PASS.
071300* READ THE CATALOG IN KEY ORDER AND DELETE EVERY ENTRY WHOSE
071400* RUN DATE IS BELOW THE RETENTION DATE -- THE SAME TEST
071500* APKHSMNT'S ARCHIVE PASS APPLIES TO HIST-RUN-DATE.  THE
071600* CATALOG IS REBUILT FROM EACH RUN'S OWN FILES, SO NO ARCHIVE
071700* COPY IS KEPT.
071800     OPEN I-O STMTCAT.
071900     IF NOT STMTCAT-OK
072000      THEN
072100       DISPLAY PGMNAME, ' UNABLE TO OPEN STMTCAT, FILE STATUS ',
072200           STMTCAT-STATUS;
072300       PERFORM 0110-NOTE-SETUP-ERROR;
072400       SET CAT-EOF TO TRUE
072500      ELSE
072600       PERFORM 0520-READ-CATALOG
072700     END-IF.
072800     PERFORM 0510-PURGE-ENTRY UNTIL CAT-EOF.
072900     IF NOT SETUP-FAILED
073000      THEN
073100       MOVE SPACES TO CATRPT-RECORD;
073200       PERFORM 0420-WRITE-REPORT-LINE;
073300       MOVE ' ENTRIES KEPT' TO RPT-TOT-CAPTION;
073400       MOVE ENTRIES-KEPT TO RPT-TOT-COUNT;
073500       MOVE RPT-TOTAL TO CATRPT-RECORD;
073600       PERFORM 0420-WRITE-REPORT-LINE;
073700       MOVE ' ENTRIES DELETED' TO RPT-TOT-CAPTION;
073800       MOVE ENTRIES-DELETED TO RPT-TOT-COUNT;
073900       MOVE RPT-TOTAL TO CATRPT-RECORD;
074000       PERFORM 0420-WRITE-REPORT-LINE
074100     END-IF.
074200     SKIP2
074300 0510-PURGE-ENTRY.
074400* CAT-KEY STILL HOLDS THE ENTRY JUST READ, SO THE DELETE TAKES
074500* THAT ENTRY OFF THE CLUSTER.
074600     IF CAT-RUN-DATE < MNT-RETAIN-DATE
074700      THEN
074800       DELETE STMTCAT RECORD;
074900       IF STMTCAT-OK
075000        THEN
075100         ADD 1 TO ENTRIES-DELETED
075200        ELSE
075300         DISPLAY PGMNAME, ' CATALOG DELETE FAILED, FILE',
075400             ' STATUS ', STMTCAT-STATUS;
075500         MOVE 8 TO RETURN-CODE
075600       END-IF
075700      ELSE
075800       ADD 1 TO ENTRIES-KEPT
075900     END-IF.
076000     PERFORM 0520-READ-CATALOG.
076100     SKIP2
076200 0520-READ-CATALOG.
076300     READ STMTCAT NEXT.
076400     IF NOT STMTCAT-OK
076500      THEN
076600       IF NOT STMTCAT-EOF-STAT
076700        THEN
076800         DISPLAY PGMNAME, ' CATALOG READ FAILED, FILE STATUS ',
076900             STMTCAT-STATUS;
077000         MOVE 8 TO RETURN-CODE
077100       END-IF;
077200       SET CAT-EOF TO TRUE
077300     END-IF.
077400     SKIP2
077500 0900-TERMINATE.
077600* CLOSE WHATEVER OPENED.  FILE STATUS 42 (NOT OPEN) IS THE
077700* NORMAL RESULT OF CLOSING A FILE THAT NEVER OPENED AND IS
077800* NOT REPORTED.
077900     CLOSE STMTCAT.
078000     CLOSE MNFSTOUT.
078100     CLOSE PAGEIDX.
078200     CLOSE CATRPT.
078300     IF CAT-FUNC-LOAD
078400      THEN
078500       MOVE ENTRIES-ADDED TO COUNT-DISP;
078600       DISPLAY PGMNAME, COUNT-DISP, ' CATALOG ENTRIES ADDED.';
078700       MOVE ENTRIES-REPLACED TO COUNT-DISP;
078800       DISPLAY PGMNAME, COUNT-DISP, ' CATALOG ENTRIES REPLACED.';
078833       MOVE ENTRIES-ALREADY TO COUNT-DISP;
078866       DISPLAY PGMNAME, COUNT-DISP, ' ENTRIES ALREADY CATALOGED.'
078900     END-IF.
079000     IF CAT-FUNC-PURGE
079100      THEN
079200       MOVE ENTRIES-DELETED TO COUNT-DISP;
079300       DISPLAY PGMNAME, COUNT-DISP, ' CATALOG ENTRIES DELETED.'
079400     END-IF.
