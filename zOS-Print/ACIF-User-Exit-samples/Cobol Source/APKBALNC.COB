000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ NOLIST
000200* LAST UPDATE ON 15 Oct 2026 AT 10:06:31 BY DELGADOM VERSION 4  *
000300 ID DIVISION.
000400 PROGRAM-ID. APKBALNC.
000500 AUTHOR. TURETZKY--HYDRA.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700
000800               This program balances one print cycle end to end.
000900               Each step already balances itself -- APKOTLLE's
001000               TRLROUT trailer and NOP reconciliation, APKAFSPL's
001100               per-destination counts -- but nothing proved that
001200               pages and statements were neither lost nor
001300               duplicated between the steps, and the auditors'
001400               balancing sheet was built by hand from four
001500               SYSOUTs.
001600
001700               The page count is proven at every hop: the
001800               trailer's page count, the run-history record's, the
001900               number of PAGEIDX page records, the sum of the
002000               manifest's MNF-PAGE-COUNT, and the pages APKAFSPL
002100               copied to SPLIT1-SPLIT4 (statement pages, plus the
002200               document envelope's pages once).  The manifest
002210               counts only the pages inside named groups, so it
002220               is proven to the trailer less the envelope pages,
002230               which are the PAGEIDX pages that fall outside
002240               every manifest record range.  The statement
002300               count is proven between the manifest and the
002400               statements APKAFSPL routed.
002500
002600               Method of operation: the trailer names the run, and
002700               the run-history record is found the same way
002780               APKCATMT finds it, passing over page pulls and
002860               extract runs under the same jobname.  PAGEIDX and
002940               MNFSTOUT are counted, and APKAFSPL's SPLTTOT totals
003020               file is summed.  One printed balancing sheet shows
003100               each control total, what it is proven against, and
003200               the difference, followed by the cycle result and a
003300               sign-off block.  An out-of-balance total ends the
003400               step with return code 8.  The run-history cluster
003500               and the split totals are optional; a total that
003600               cannot be proven because its input is missing is
003700               shown as not available and ends the step with
003800               return code 4 unless something is out of balance.
003812
003824               Statements APKOTLLE deleted for the do-not-mail
003836               suppression list never reached the output, so their
003848               pages are in none of the proven totals; the
003860               trailer's suppressed page and statement counts are
003872               shown under each section so the sheet still
003884               accounts for every page composed.  Each suppressed
003886               statement does leave an empty named group behind,
003888               which APKAFSPL routes like any other, so the groups
003890               routed are proven to the manifest's statements plus
003892               the trailer's suppressed statement count.
003900
004000 DATE-WRITTEN. 15 Oct 26.
004100 DATE-COMPILED.
004200 SECURITY. IBM SAMPLE CODE ONLY.
004300*/**************************************************************/
004400*/* Licensed under the Apache License, Version 2.0 (the        */
004500*/* "License"); you may not use this file except in compliance */
004600*/* with the License. You may obtain a copy of the License at  */
004700*/*                                                            */
004800*/* http://www.apache.org/licenses/LICENSE-2.0                 */
004900*/*                                                            */
005000*/* Unless required by applicable law or agreed to in writing, */
005100*/* software distributed under the License is distributed on an*/
005200*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
005300*/* KIND, either express or implied.  See the License for the  */
005400*/* specific language governing permissions and limitations    */
005500*/* under the License.                                         */
005600*/*------------------------------------------------------------*/
005700*/*                                                            */
005800*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
005900*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
006000*/*                                                            */
006100*/*   Permission to use, copy, modify, and distribute          */
006200*/*   this software for any purpose with or without fee        */
006300*/*   is hereby granted, provided that the above               */
006400*/*   copyright notices appear in all copies.                  */
006500*/*                                                            */
006600*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
006700*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
006800*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
006900*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
007000*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
007100*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
007200*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
007300*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
007400*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
007500*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
007600*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
007700*/**************************************************************/
007800 TITLE 'End-of-Cycle Balancing'.
007900 ENVIRONMENT DIVISION.
008000 CONFIGURATION SECTION.
008100 SOURCE-COMPUTER. IBM-370.
008200 OBJECT-COMPUTER. IBM-370.
008300 INPUT-OUTPUT SECTION.
008400 FILE-CONTROL.
008500* THE RUN'S TRAILER RECORD -- JOBNAME, STAMP AND PAGE COUNT.
008600     SELECT TRLROUT   ASSIGN TO TRLROUT
008700         FILE STATUS IS TRLROUT-STATUS.
008800* THE RUN-HISTORY CLUSTER, READ ONLY FOR THIS RUN'S RECORD.
008900     SELECT HISTVSAM  ASSIGN TO HISTVSAM
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS DYNAMIC
009200         RECORD KEY IS HIST-KEY
009300         FILE STATUS IS HISTVSAM-STATUS.
009400* THE RUN'S MAIL PIECE MANIFEST -- ONE RECORD PER STATEMENT.
009500     SELECT MNFSTOUT  ASSIGN TO MNFSTOUT
009600         FILE STATUS IS MNFSTOUT-STATUS.
009700* THE RUN'S PAGE INDEX -- ONE RECORD PER PAGE.
009800     SELECT PAGEIDX   ASSIGN TO PAGEIDX
009900         FILE STATUS IS PAGEIDX-STATUS.
010000* APKAFSPL'S DESTINATION TOTALS.  OPTIONAL.
010100     SELECT SPLTTOT   ASSIGN TO SPLTTOT
010200         FILE STATUS IS SPLTTOT-STATUS.
010300* THE PRINTED BALANCING SHEET.
010400     SELECT BALRPT    ASSIGN TO BALRPT
010500         FILE STATUS IS BALRPT-STATUS.
010600     EJECT
010700 DATA DIVISION.
010800 FILE SECTION.
010900 FD  TRLROUT
011000     RECORDING MODE F
011100     LABEL RECORDS ARE STANDARD.
011200 01  TRLROUT-RECORD.
011300     05  TRL-JOBNAME             PIC X(8).
011400     05  FILLER                  PIC X(1).
011500     05  TRL-PAGE-COUNT          PIC 9(8).
011600     05  FILLER                  PIC X(1).
011700     05  TRL-LINE-COUNT          PIC 9(8).
011800     05  FILLER                  PIC X(1).
011900     05  TRL-COMPLETION-DATE     PIC 9(6).
012000     05  FILLER                  PIC X(1).
012100     05  TRL-COMPLETION-TIME     PIC 9(8).
012200     05  FILLER                  PIC X(1).
012220     05  TRL-SUPP-PAGE-COUNT     PIC 9(8).
012240     05  FILLER                  PIC X(1).
012260     05  TRL-SUPP-STMT-COUNT     PIC 9(8).
012280     05  FILLER                  PIC X(17).
012300 FD  HISTVSAM
012400     RECORD CONTAINS 80 CHARACTERS.
012500     COPY HISTREC SUPPRESS.
012600 FD  MNFSTOUT
012700     RECORDING MODE F
012800     LABEL RECORDS ARE STANDARD.
012900 01  MNFSTOUT-RECORD.
013000     05  MNF-SEQ-NUMBER          PIC 9(8).
013100     05  FILLER                  PIC X(1).
013200     05  MNF-DOC-NAME            PIC X(8).
013300     05  FILLER                  PIC X(1).
013400     05  MNF-ACCOUNT             PIC X(16).
013500     05  FILLER                  PIC X(1).
013600     05  MNF-STMT-DATE           PIC X(8).
013700     05  FILLER                  PIC X(1).
013800     05  MNF-PAGE-COUNT          PIC 9(8).
013900     05  FILLER                  PIC X(1).
014000     05  MNF-FIRST-RECNO         PIC 9(9).
014100     05  FILLER                  PIC X(1).
014200     05  MNF-LAST-RECNO          PIC 9(9).
014300     05  FILLER                  PIC X(8).
014400 FD  PAGEIDX
014500     RECORDING MODE F
014600     LABEL RECORDS ARE STANDARD.
014700 01  PAGEIDX-RECORD.
014800     05  IDX-PAGENAME            PIC X(8).
014900     05  FILLER                  PIC X(1).
015000     05  IDX-PAGE-NUMBER         PIC 9(8).
015100     05  FILLER                  PIC X(1).
015200     05  IDX-FIRST-RECNO         PIC 9(9).
015300     05  FILLER                  PIC X(1).
015400     05  IDX-LAST-RECNO          PIC 9(9).
015500     05  FILLER                  PIC X(43).
015600* ONE RECORD PER DESTINATION 1-4, THEN THE DOCUMENT ENVELOPE
015700* (SPT-DEST ZERO).  SEE APKAFSPL.
015800 FD  SPLTTOT
015900     RECORDING MODE F
016000     LABEL RECORDS ARE STANDARD.
016100 01  SPLTTOT-RECORD.
016200     05  SPT-DEST                PIC 9.
016300     05  FILLER                  PIC X(1).
016400     05  SPT-OPEN-FLAG           PIC X.
016500     05  FILLER                  PIC X(1).
016600     05  SPT-STMTS               PIC 9(8).
016700     05  FILLER                  PIC X(1).
016800     05  SPT-PAGES               PIC 9(8).
016900     05  FILLER                  PIC X(1).
017000     05  SPT-RECORDS             PIC 9(9).
017100     05  FILLER                  PIC X(1).
017200     05  SPT-RUN-DATE            PIC 9(6).
017300     05  FILLER                  PIC X(1).
017400     05  SPT-RUN-TIME            PIC 9(8).
017500     05  FILLER                  PIC X(33).
017600 FD  BALRPT
017700     RECORDING MODE F
017800     LABEL RECORDS ARE STANDARD.
017900 01  BALRPT-RECORD               PIC X(132).
018000     EJECT
018100 WORKING-STORAGE SECTION.
018200 77  PGMNAME                 PIC X(8) VALUE 'APKBALNC'.
018300 77  TRLROUT-STATUS          PIC XX   VALUE SPACES.
018400     88  TRLROUT-OK          VALUE '00'.
018500 77  HISTVSAM-STATUS         PIC XX   VALUE SPACES.
018600     88  HISTVSAM-OK         VALUE '00'.
018700 77  MNFSTOUT-STATUS         PIC XX   VALUE SPACES.
018800     88  MNFSTOUT-OK         VALUE '00'.
018900     88  MNFSTOUT-EOF-STAT   VALUE '10'.
019000 77  PAGEIDX-STATUS          PIC XX   VALUE SPACES.
019100     88  PAGEIDX-OK          VALUE '00'.
019200     88  PAGEIDX-EOF-STAT    VALUE '10'.
019300 77  SPLTTOT-STATUS          PIC XX   VALUE SPACES.
019400     88  SPLTTOT-OK          VALUE '00'.
019500     88  SPLTTOT-EOF-STAT    VALUE '10'.
019600 77  BALRPT-STATUS           PIC XX   VALUE SPACES.
019700     88  BALRPT-OK           VALUE '00'.
019800 77  SETUP-FAILED-FLAG       PIC X    VALUE 'N'.
019900     88  SETUP-FAILED        VALUE 'Y'.
020000 77  COUNT-DISP              PIC Z,ZZZ,ZZ9.
020100     SKIP2
020200* THE RUN BEING BALANCED, AND WHERE ITS KEY CAME FROM.
020300 01  RUN-KEY.
020400     05  RUN-JOBNAME         PIC X(8)  VALUE SPACES.
020500     05  RUN-DATE            PIC 9(6)  VALUE ZERO.
020600     05  RUN-TIME            PIC 9(8)  VALUE ZERO.
020700 77  RUN-KEY-SOURCE          PIC X(8)  VALUE SPACES.
020800     SKIP2
020900* THE CONTROL TOTALS.  EACH FLAG SAYS WHETHER ITS INPUT WAS THERE
021000* TO BE COUNTED.
021100 77  TRL-PAGES               PIC S9(8) BINARY VALUE ZERO.
021133 77  TRL-SUPP-PAGES          PIC S9(8) BINARY VALUE ZERO.
021166 77  TRL-SUPP-STMTS          PIC S9(8) BINARY VALUE ZERO.
021200 77  HIST-PAGES              PIC S9(8) BINARY VALUE ZERO.
021300 77  HIST-FOUND-FLAG         PIC X    VALUE 'N'.
021400     88  HIST-FOUND          VALUE 'Y'.
021500 77  IDX-RECORDS             PIC S9(8) BINARY VALUE ZERO.
021550 77  IDX-ENV-PAGES           PIC S9(8) BINARY VALUE ZERO.
021600 77  MNF-STMTS               PIC S9(8) BINARY VALUE ZERO.
021700 77  MNF-PAGES               PIC S9(8) BINARY VALUE ZERO.
021800 77  MNF-BAD-COUNTS          PIC S9(8) BINARY VALUE ZERO.
021820 77  MNF-EOF-FLAG            PIC X    VALUE 'N'.
021840     88  MNF-EOF             VALUE 'Y'.
021900 77  SPT-FOUND-FLAG          PIC X    VALUE 'N'.
022000     88  SPT-FOUND           VALUE 'Y'.
022100 77  SPT-STMT-TOTAL          PIC S9(8) BINARY VALUE ZERO.
022200 77  SPT-STMT-PAGES          PIC S9(8) BINARY VALUE ZERO.
022300 77  SPT-ENV-PAGES           PIC S9(8) BINARY VALUE ZERO.
022400 77  SPT-PAGE-TOTAL          PIC S9(8) BINARY VALUE ZERO.
022500 77  SPT-STAMP-DATE          PIC 9(6)  VALUE ZERO.
022600 77  SPT-STAMP-TIME          PIC 9(8)  VALUE ZERO.
022700     SKIP2
022800* THE SPLIT TOTALS BY DESTINATION, FOR THE SHEET'S DETAIL LINES.
022900 77  SPT-IDX                 PIC S9(4) BINARY VALUE ZERO.
023000 01  SPT-DEST-TABLE.
023100     05  SPT-DEST-ENTRY OCCURS 4 TIMES.
023200         10  SPT-DEST-OPEN   PIC X.
023300         10  SPT-DEST-STMTS  PIC S9(8) BINARY.
023400         10  SPT-DEST-PAGES  PIC S9(8) BINARY.
023500     SKIP2
023600* ONE LINE OF THE SHEET, BUILT BY THE CALLER AND PROVEN BY
023700* 0510-PROVE-TOTAL.  BAL-BASIS-COUNT IS THE TOTAL IT MUST EQUAL.
023800 77  BAL-CAPTION             PIC X(32) VALUE SPACES.
023900 77  BAL-SOURCE              PIC X(8)  VALUE SPACES.
024000 77  BAL-COUNT               PIC S9(8) BINARY VALUE ZERO.
024100 77  BAL-BASIS-NAME          PIC X(8)  VALUE SPACES.
024200 77  BAL-BASIS-COUNT         PIC S9(8) BINARY VALUE ZERO.
024300 77  BAL-DIFFERENCE          PIC S9(8) BINARY VALUE ZERO.
024400 77  BAL-AVAILABLE-FLAG      PIC X    VALUE 'N'.
024500     88  BAL-AVAILABLE       VALUE 'Y'.
024600 77  TOTALS-PROVEN           PIC S9(4) BINARY VALUE ZERO.
024700 77  TOTALS-OUT              PIC S9(4) BINARY VALUE ZERO.
024800 77  TOTALS-UNPROVEN         PIC S9(4) BINARY VALUE ZERO.
024900     SKIP2
025000* REPORT LINES.
025100 01  RPT-HEADING-1.
025200     05  FILLER              PIC X(16) VALUE ' CYCLE BALANCING'.
025300     05  FILLER              PIC X(116) VALUE ' SHEET'.
025400 01  RPT-RUN-LINE.
025500     05  FILLER              PIC X(6)  VALUE ' JOB  '.
025600     05  RPT-RUN-JOBNAME     PIC X(8).
025700     05  FILLER              PIC X(11) VALUE '  RUN DATE '.
025800     05  RPT-RUN-DATE        PIC 9(6).
025900     05  FILLER              PIC X(6)  VALUE '  TIME'.
026000     05  FILLER              PIC X(1)  VALUE SPACE.
026100     05  RPT-RUN-TIME        PIC 9(8).
026200     05  FILLER              PIC X(13) VALUE '  KEY FROM   '.
026300     05  RPT-RUN-SOURCE      PIC X(8).
026400     05  FILLER              PIC X(65) VALUE SPACES.
026500 01  RPT-SPLIT-STAMP-LINE.
026600     05  FILLER              PIC X(14) VALUE ' SPLIT TOTALS '.
026700     05  FILLER              PIC X(11) VALUE 'WRITTEN'.
026800     05  RPT-SPT-DATE        PIC 9(6).
026900     05  FILLER              PIC X(6)  VALUE '  TIME'.
027000     05  FILLER              PIC X(1)  VALUE SPACE.
027100     05  RPT-SPT-TIME        PIC 9(8).
027200     05  FILLER              PIC X(86) VALUE SPACES.
027300 01  RPT-HEADING-2.
027400     05  FILLER              PIC X(33) VALUE ' CONTROL TOTAL'.
027500     05  FILLER              PIC X(10) VALUE 'SOURCE'.
027600     05  FILLER              PIC X(11) VALUE '      COUNT'.
027700     05  FILLER              PIC X(3)  VALUE SPACES.
027800     05  FILLER              PIC X(10) VALUE 'PROVEN TO'.
027900     05  FILLER              PIC X(11) VALUE ' DIFFERENCE'.
028000     05  FILLER              PIC X(3)  VALUE SPACES.
028100     05  FILLER              PIC X(51) VALUE 'RESULT'.
028200 01  RPT-SECTION-LINE.
028300     05  FILLER              PIC X(1)  VALUE SPACE.
028400     05  RPT-SECTION-NAME    PIC X(131).
028500 01  RPT-BAL-LINE.
028600     05  FILLER              PIC X(1)  VALUE SPACE.
028700     05  RPT-BAL-CAPTION     PIC X(32).
028800     05  RPT-BAL-SOURCE      PIC X(10).
028900     05  RPT-BAL-COUNT-AREA.
029000         10  RPT-BAL-COUNT   PIC ZZZ,ZZZ,ZZ9.
029100     05  FILLER              PIC X(3)  VALUE SPACES.
029200     05  RPT-BAL-BASIS       PIC X(10).
029300     05  RPT-BAL-DIFF-AREA.
029400         10  RPT-BAL-DIFF    PIC ---,---,--9.
029500     05  FILLER              PIC X(3)  VALUE SPACES.
029600     05  RPT-BAL-RESULT      PIC X(14).
029700     05  FILLER              PIC X(37) VALUE SPACES.
029800 01  RPT-DEST-LINE.
029900     05  FILLER              PIC X(8)  VALUE '   SPLIT'.
030000     05  RPT-DEST-NO         PIC 9.
030100     05  FILLER              PIC X(3)  VALUE SPACES.
030200     05  RPT-DEST-STMTS      PIC ZZZ,ZZZ,ZZ9.
030300     05  FILLER              PIC X(12) VALUE ' STATEMENTS '.
030400     05  RPT-DEST-PAGES      PIC ZZZ,ZZZ,ZZ9.
030500     05  FILLER              PIC X(86) VALUE ' PAGES'.
030600 01  RPT-RESULT-LINE.
030700     05  FILLER              PIC X(1)  VALUE SPACE.
030800     05  RPT-RESULT-TEXT     PIC X(131).
030900 01  RPT-SIGNOFF-LINE.
031000     05  FILLER              PIC X(1)  VALUE SPACE.
031100     05  RPT-SIGNOFF-ROLE    PIC X(12).
031200     05  FILLER              PIC X(37)
031300         VALUE '________________________________     '.
031400     05  FILLER              PIC X(82) VALUE 'DATE __________'.
031500     SKIP2
031600 TITLE 'Initialization and Main Line'.
031700 PROCEDURE DIVISION.
031800     PERFORM 0100-INITIALIZE.
031900     IF NOT SETUP-FAILED
032000      THEN
032100       PERFORM 0200-COUNT-PAGE-INDEX;
032200       PERFORM 0300-COUNT-MANIFEST;
032300       PERFORM 0400-SUM-SPLIT-TOTALS;
032400       PERFORM 0500-WRITE-SHEET
032500     END-IF.
032600     PERFORM 0900-TERMINATE.
032700     GOBACK.
032800     SKIP2
032900 0100-INITIALIZE.
033000     OPEN OUTPUT BALRPT.
033100     IF NOT BALRPT-OK
033200      THEN
033300       DISPLAY PGMNAME, ' UNABLE TO OPEN BALRPT, FILE STATUS ',
033400           BALRPT-STATUS;
033500       PERFORM 0110-NOTE-SETUP-ERROR
033600     END-IF.
033700     OPEN INPUT MNFSTOUT.
033800     IF NOT MNFSTOUT-OK
033900      THEN
034000       DISPLAY PGMNAME, ' UNABLE TO OPEN MNFSTOUT, FILE STATUS ',
034100           MNFSTOUT-STATUS;
034200       PERFORM 0110-NOTE-SETUP-ERROR
034300     END-IF.
034400     OPEN INPUT PAGEIDX.
034500     IF NOT PAGEIDX-OK
034600      THEN
034700       DISPLAY PGMNAME, ' UNABLE TO OPEN PAGEIDX, FILE STATUS ',
034800           PAGEIDX-STATUS;
034900       PERFORM 0110-NOTE-SETUP-ERROR
035000     END-IF.
035100     IF NOT SETUP-FAILED
035200      THEN
035300       PERFORM 0120-IDENTIFY-RUN
035400     END-IF.
035500     SKIP2
035600 0110-NOTE-SETUP-ERROR.
035700     SET SETUP-FAILED TO TRUE.
035800     MOVE 12 TO RETURN-CODE.
035900     SKIP2
036000 0120-IDENTIFY-RUN.
036100* THE TRAILER NAMES THE JOB AND CARRIES THE FIRST PAGE TOTAL.  IT
036183* WAS STAMPED JUST BEFORE THE RUN'S HISTORY RECORD, SO THE FIRST
036266* HISTORY RECORD FOR THE JOBNAME AT OR AFTER THE TRAILER STAMP IS
036349* THIS RUN'S -- THE SAME RULE APKCATMT USES, PASSING OVER ANY PAGE
036432* PULL OR EXTRACT RUN (HIST-RUN-REPRINT) UNDER THE JOBNAME.  NO
036515* CLUSTER, OR NO SUCH RECORD, LEAVES THE HISTORY TOTAL UNPROVEN.
036600     OPEN INPUT TRLROUT.
036700     IF TRLROUT-OK
036800      THEN
036900       READ TRLROUT
037000     END-IF.
037100     IF NOT TRLROUT-OK
037200      THEN
037300       DISPLAY PGMNAME, ' UNABLE TO READ TRLROUT, FILE STATUS ',
037400           TRLROUT-STATUS;
037500       PERFORM 0110-NOTE-SETUP-ERROR
037600      ELSE
037700       MOVE TRL-JOBNAME TO RUN-JOBNAME;
037800       MOVE TRL-COMPLETION-DATE TO RUN-DATE;
037900       MOVE TRL-COMPLETION-TIME TO RUN-TIME;
038000       MOVE 'TRAILER' TO RUN-KEY-SOURCE;
038100       IF TRL-PAGE-COUNT NUMERIC
038200        THEN
038300         MOVE TRL-PAGE-COUNT TO TRL-PAGES
038400       END-IF;
038409* A TRAILER WRITTEN BEFORE THE SUPPRESSION COUNTS EXISTED HAS
038418* SPACES THERE.
038427       IF TRL-SUPP-PAGE-COUNT NUMERIC
038436        THEN
038445         MOVE TRL-SUPP-PAGE-COUNT TO TRL-SUPP-PAGES
038454       END-IF;
038463       IF TRL-SUPP-STMT-COUNT NUMERIC
038472        THEN
038481         MOVE TRL-SUPP-STMT-COUNT TO TRL-SUPP-STMTS
038490       END-IF;
038500       OPEN INPUT HISTVSAM;
038600       IF HISTVSAM-OK
038700        THEN
038800         MOVE RUN-KEY TO HIST-KEY;
038900         START HISTVSAM KEY NOT LESS THAN HIST-KEY;
039000         IF HISTVSAM-OK
039100          THEN
039200           READ HISTVSAM NEXT;
039220           PERFORM 0125-SKIP-REPRINT-RUN
039240               UNTIL NOT HISTVSAM-OK
039260                  OR HIST-JOBNAME NOT = RUN-JOBNAME
039280                  OR NOT HIST-RUN-REPRINT;
039300           IF HISTVSAM-OK
039400            AND HIST-JOBNAME = RUN-JOBNAME
039500            THEN
039600             MOVE HIST-KEY TO RUN-KEY;
039700             MOVE 'HISTVSAM' TO RUN-KEY-SOURCE;
039800             MOVE HIST-PAGE-COUNT TO HIST-PAGES;
039900             SET HIST-FOUND TO TRUE
040000           END-IF
040100         END-IF;
040200         CLOSE HISTVSAM
040300       END-IF;
040400       IF NOT HIST-FOUND
040500        THEN
040600         DISPLAY PGMNAME, ' NO RUN-HISTORY RECORD FOR ',
040700             RUN-JOBNAME, ' -- HISTORY TOTAL NOT PROVEN.'
040800       END-IF
040900     END-IF.
041000     CLOSE TRLROUT.
041100     SKIP2
041125 0125-SKIP-REPRINT-RUN.
041150     READ HISTVSAM NEXT.
041175     SKIP2
041200 TITLE 'Count the Run Outputs'.
041300 0200-COUNT-PAGE-INDEX.
041400* ONE PAGEIDX RECORD IS WRITTEN AS EACH PAGE CLOSES, SO THE
041500* RECORD COUNT IS THE PAGE COUNT.  THE MANIFEST IS READ IN STEP --
041510* BOTH FILES ARE IN OUTPUT RECORD ORDER -- AND A PAGE THAT STARTS
041520* INSIDE NO MANIFEST RECORD'S RANGE IS AN ENVELOPE PAGE.
041600     PERFORM 0310-READ-MANIFEST.
041700     PERFORM UNTIL NOT PAGEIDX-OK
041800       READ PAGEIDX
041900       IF PAGEIDX-OK
042000        THEN
042050         ADD 1 TO IDX-RECORDS;
042100         PERFORM 0210-PLACE-PAGE
042150       END-IF
042200     END-PERFORM.
042300     IF NOT PAGEIDX-EOF-STAT
042400      THEN
042500       DISPLAY PGMNAME, ' PAGEIDX READ FAILED, FILE STATUS ',
042600           PAGEIDX-STATUS;
042700       MOVE 12 TO RETURN-CODE
042800     END-IF.
042900     SKIP2
042910 0210-PLACE-PAGE.
042920* STEP THE MANIFEST UP TO THE FIRST STATEMENT NOT ENDING BEFORE
042930* THE PAGE.  A PAGE INDEX RECORD WITH A ZERO FIRST-RECORD FIELD (A
042940* RESTARTED RUN) CANNOT BE PLACED AND IS LEFT WITH THE STATEMENT
042950* PAGES.
042960     IF IDX-FIRST-RECNO > ZERO
042970      THEN
042980       PERFORM 0310-READ-MANIFEST
042990         UNTIL MNF-EOF
043000            OR MNF-LAST-RECNO NOT < IDX-FIRST-RECNO;
043010       IF MNF-EOF
043020        OR IDX-FIRST-RECNO < MNF-FIRST-RECNO
043030        THEN
043040         ADD 1 TO IDX-ENV-PAGES
043050       END-IF
043060     END-IF.
043070     SKIP2
043100 0300-COUNT-MANIFEST.
043110* COUNT WHAT IS LEFT OF THE MANIFEST AFTER THE LAST PAGE.
043200     PERFORM 0310-READ-MANIFEST UNTIL MNF-EOF.
043300     SKIP2
043400 0310-READ-MANIFEST.
043500* ONE MANIFEST RECORD PER STATEMENT.  A PAGE COUNT THAT IS NOT
043600* NUMERIC CANNOT BE SUMMED; IT IS COUNTED AND SHOWN ON THE SHEET,
043700* AND THE PAGE SUM WILL NOT BALANCE.
043800     READ MNFSTOUT.
043900     IF MNFSTOUT-OK
044000      THEN
044100       ADD 1 TO MNF-STMTS;
044200       IF MNF-PAGE-COUNT NUMERIC
044300        THEN
044400         ADD MNF-PAGE-COUNT TO MNF-PAGES
044500        ELSE
044600         ADD 1 TO MNF-BAD-COUNTS
044700       END-IF
044800      ELSE
044900       IF NOT MNFSTOUT-EOF-STAT
045000        THEN
045100         DISPLAY PGMNAME, ' MNFSTOUT READ FAILED, FILE STATUS ',
045150             MNFSTOUT-STATUS;
045200         MOVE 12 TO RETURN-CODE
045250       END-IF;
045270       SET MNF-EOF TO TRUE
045290     END-IF.
045300     SKIP2
045400 0400-SUM-SPLIT-TOTALS.
045500* APKAFSPL WRITES ONE RECORD PER DESTINATION AND ONE FOR THE
045600* DOCUMENT ENVELOPE.  THE ENVELOPE WENT TO EVERY OPEN DESTINATION
045700* BUT CAME FROM ONE SET OF PAGES, SO ITS PAGES ARE COUNTED ONCE.
045800* NO SPLTTOT DATASET (A CYCLE THAT DOES NOT SPLIT) LEAVES THE
045900* SPLIT TOTALS UNPROVEN.
046000     MOVE 1 TO SPT-IDX.
046100     PERFORM UNTIL SPT-IDX > 4
046200       MOVE 'N' TO SPT-DEST-OPEN (SPT-IDX)
046300       MOVE ZERO TO SPT-DEST-STMTS (SPT-IDX)
046400       MOVE ZERO TO SPT-DEST-PAGES (SPT-IDX)
046500       ADD 1 TO SPT-IDX
046600     END-PERFORM.
046700     OPEN INPUT SPLTTOT.
046800     IF SPLTTOT-OK
046900      THEN
047000       PERFORM UNTIL NOT SPLTTOT-OK
047100         READ SPLTTOT
047200         IF SPLTTOT-OK
047300          THEN
047400           PERFORM 0410-ADD-SPLIT-RECORD
047500         END-IF
047600       END-PERFORM;
047700       IF NOT SPLTTOT-EOF-STAT
047800        THEN
047900         DISPLAY PGMNAME, ' SPLTTOT READ FAILED, FILE STATUS ',
048000             SPLTTOT-STATUS;
048100         MOVE 12 TO RETURN-CODE
048200       END-IF;
048300       CLOSE SPLTTOT
048400      ELSE
048500       DISPLAY PGMNAME, ' UNABLE TO OPEN SPLTTOT, FILE STATUS ',
048600           SPLTTOT-STATUS, ' -- SPLIT TOTALS NOT PROVEN.'
048700     END-IF.
048800     COMPUTE SPT-PAGE-TOTAL = SPT-STMT-PAGES + SPT-ENV-PAGES.
048900     SKIP2
049000 0410-ADD-SPLIT-RECORD.
049100     SET SPT-FOUND TO TRUE.
049200     MOVE SPT-RUN-DATE TO SPT-STAMP-DATE.
049300     MOVE SPT-RUN-TIME TO SPT-STAMP-TIME.
049400     IF SPT-DEST = ZERO
049500      THEN
049600       ADD SPT-PAGES TO SPT-ENV-PAGES
049700      ELSE
049800       IF SPT-DEST NOT > 4
049900        THEN
050000         MOVE SPT-OPEN-FLAG TO SPT-DEST-OPEN (SPT-DEST);
050100         MOVE SPT-STMTS TO SPT-DEST-STMTS (SPT-DEST);
050200         MOVE SPT-PAGES TO SPT-DEST-PAGES (SPT-DEST);
050300         ADD SPT-STMTS TO SPT-STMT-TOTAL;
050400         ADD SPT-PAGES TO SPT-STMT-PAGES
050500       END-IF
050600     END-IF.
050700     SKIP2
050800 TITLE 'Balancing Sheet'.
050900 0500-WRITE-SHEET.
051000* EVERY PAGE TOTAL IS PROVEN TO THE TRAILER -- THE MANIFEST'S TO
051050* THE TRAILER LESS THE ENVELOPE PAGES -- AND THE ROUTED GROUPS TO
051100* THE MANIFEST'S STATEMENTS PLUS THE SUPPRESSED ONES.
051200     MOVE RPT-HEADING-1 TO BALRPT-RECORD.
051300     PERFORM 0580-WRITE-REPORT-LINE.
051400     MOVE RUN-JOBNAME TO RPT-RUN-JOBNAME.
051500     MOVE RUN-DATE TO RPT-RUN-DATE.
051600     MOVE RUN-TIME TO RPT-RUN-TIME.
051700     MOVE RUN-KEY-SOURCE TO RPT-RUN-SOURCE.
051800     MOVE RPT-RUN-LINE TO BALRPT-RECORD.
051900     PERFORM 0580-WRITE-REPORT-LINE.
052000     IF SPT-FOUND
052100      THEN
052200       MOVE SPT-STAMP-DATE TO RPT-SPT-DATE;
052300       MOVE SPT-STAMP-TIME TO RPT-SPT-TIME;
052400       MOVE RPT-SPLIT-STAMP-LINE TO BALRPT-RECORD;
052500       PERFORM 0580-WRITE-REPORT-LINE
052600     END-IF.
052700     MOVE SPACES TO BALRPT-RECORD.
052800     PERFORM 0580-WRITE-REPORT-LINE.
052900     MOVE RPT-HEADING-2 TO BALRPT-RECORD.
053000     PERFORM 0580-WRITE-REPORT-LINE.
053100     MOVE 'PAGES' TO RPT-SECTION-NAME.
053200     PERFORM 0570-WRITE-SECTION-LINE.
053300     MOVE 'TRAILER PAGE COUNT' TO BAL-CAPTION.
053400     MOVE 'TRLROUT' TO BAL-SOURCE.
053500     MOVE TRL-PAGES TO BAL-COUNT.
053600     PERFORM 0520-WRITE-BASIS-LINE.
053700     MOVE 'RUN-HISTORY PAGE COUNT' TO BAL-CAPTION.
053800     MOVE 'HISTVSAM' TO BAL-SOURCE.
053900     MOVE HIST-PAGES TO BAL-COUNT.
054000     MOVE HIST-FOUND-FLAG TO BAL-AVAILABLE-FLAG.
054100     MOVE 'TRAILER' TO BAL-BASIS-NAME.
054200     MOVE TRL-PAGES TO BAL-BASIS-COUNT.
054300     PERFORM 0510-PROVE-TOTAL.
054400     MOVE 'PAGE INDEX RECORDS' TO BAL-CAPTION.
054500     MOVE 'PAGEIDX' TO BAL-SOURCE.
054600     MOVE IDX-RECORDS TO BAL-COUNT.
054700     SET BAL-AVAILABLE TO TRUE.
054800     PERFORM 0510-PROVE-TOTAL.
054810     MOVE '  ENVELOPE PAGES, NOT IN GROUPS' TO BAL-CAPTION.
054820     MOVE 'PAGEIDX' TO BAL-SOURCE.
054830     MOVE IDX-ENV-PAGES TO BAL-COUNT.
054840     PERFORM 0540-WRITE-INFO-LINE.
054900     MOVE 'MANIFEST PAGES (LESS ENVELOPE)' TO BAL-CAPTION.
055000     MOVE 'MNFSTOUT' TO BAL-SOURCE.
055100     MOVE MNF-PAGES TO BAL-COUNT.
055200     SET BAL-AVAILABLE TO TRUE.
055210     MOVE 'TRL-ENV' TO BAL-BASIS-NAME.
055220     COMPUTE BAL-BASIS-COUNT = TRL-PAGES - IDX-ENV-PAGES.
055300     PERFORM 0510-PROVE-TOTAL.
055400     MOVE 'SPLIT PAGES, SPLIT1-SPLIT4' TO BAL-CAPTION.
055500     MOVE 'SPLTTOT' TO BAL-SOURCE.
055600     MOVE SPT-PAGE-TOTAL TO BAL-COUNT.
055610     MOVE 'TRAILER' TO BAL-BASIS-NAME.
055620     MOVE TRL-PAGES TO BAL-BASIS-COUNT.
055700     MOVE SPT-FOUND-FLAG TO BAL-AVAILABLE-FLAG.
055800     PERFORM 0510-PROVE-TOTAL.
055900     IF SPT-FOUND
056000      THEN
056100       MOVE 1 TO SPT-IDX;
056200       PERFORM 0530-WRITE-DEST-LINE UNTIL SPT-IDX > 4;
056300       MOVE '  ENVELOPE PAGES (COUNTED ONCE)' TO BAL-CAPTION;
056400       MOVE 'SPLTTOT' TO BAL-SOURCE;
056500       MOVE SPT-ENV-PAGES TO BAL-COUNT;
056600       PERFORM 0540-WRITE-INFO-LINE
056700     END-IF.
056712     IF TRL-SUPP-PAGES > ZERO
056724      THEN
056736       MOVE '  PAGES SUPPRESSED, NOT PRINTED' TO BAL-CAPTION;
056748       MOVE 'TRLROUT' TO BAL-SOURCE;
056760       MOVE TRL-SUPP-PAGES TO BAL-COUNT;
056772       PERFORM 0540-WRITE-INFO-LINE
056784     END-IF.
056800     MOVE SPACES TO BALRPT-RECORD.
056900     PERFORM 0580-WRITE-REPORT-LINE.
057000     MOVE 'STATEMENTS' TO RPT-SECTION-NAME.
057100     PERFORM 0570-WRITE-SECTION-LINE.
057200     MOVE 'MANIFEST STATEMENTS' TO BAL-CAPTION.
057300     MOVE 'MNFSTOUT' TO BAL-SOURCE.
057400     MOVE MNF-STMTS TO BAL-COUNT.
057500     PERFORM 0520-WRITE-BASIS-LINE.
057510     IF TRL-SUPP-STMTS > ZERO
057520      THEN
057530       MOVE '  STATEMENTS SUPPRESSED' TO BAL-CAPTION;
057540       MOVE 'TRLROUT' TO BAL-SOURCE;
057550       MOVE TRL-SUPP-STMTS TO BAL-COUNT;
057560       PERFORM 0540-WRITE-INFO-LINE
057570     END-IF.
057600     MOVE 'GROUPS ROUTED (INCL SUPPRESSED)' TO BAL-CAPTION.
057700     MOVE 'SPLTTOT' TO BAL-SOURCE.
057800     MOVE SPT-STMT-TOTAL TO BAL-COUNT.
057900     MOVE SPT-FOUND-FLAG TO BAL-AVAILABLE-FLAG.
058000     MOVE 'MNF+SUPP' TO BAL-BASIS-NAME.
058100     COMPUTE BAL-BASIS-COUNT = MNF-STMTS + TRL-SUPP-STMTS.
058200     PERFORM 0510-PROVE-TOTAL.
058300     IF MNF-BAD-COUNTS > ZERO
058400      THEN
058500       MOVE '  MANIFEST PAGE COUNTS INVALID' TO BAL-CAPTION;
058600       MOVE 'MNFSTOUT' TO BAL-SOURCE;
058700       MOVE MNF-BAD-COUNTS TO BAL-COUNT;
058800       PERFORM 0540-WRITE-INFO-LINE
058900     END-IF.
059000     PERFORM 0550-WRITE-RESULT.
059100     SKIP2
059200 0510-PROVE-TOTAL.
059300* ONE PROVEN LINE.  THE DIFFERENCE IS THIS TOTAL LESS THE TOTAL IT
059400* MUST EQUAL, SO A POSITIVE DIFFERENCE IS A DUPLICATE AND A
059500* NEGATIVE ONE A LOSS.
059600     MOVE SPACES TO RPT-BAL-LINE.
059700     MOVE BAL-CAPTION TO RPT-BAL-CAPTION.
059800     MOVE BAL-SOURCE TO RPT-BAL-SOURCE.
059900     MOVE BAL-BASIS-NAME TO RPT-BAL-BASIS.
060000     IF BAL-AVAILABLE
060100      THEN
060200       MOVE BAL-COUNT TO RPT-BAL-COUNT;
060300       COMPUTE BAL-DIFFERENCE = BAL-COUNT - BAL-BASIS-COUNT;
060400       MOVE BAL-DIFFERENCE TO RPT-BAL-DIFF;
060500       IF BAL-DIFFERENCE = ZERO
060600        THEN
060700         ADD 1 TO TOTALS-PROVEN;
060800         MOVE 'IN BALANCE' TO RPT-BAL-RESULT
060900        ELSE
061000         ADD 1 TO TOTALS-OUT;
061100         MOVE 'OUT OF BALANCE' TO RPT-BAL-RESULT;
061200         IF RETURN-CODE < 8
061300          THEN
061400           MOVE 8 TO RETURN-CODE
061500         END-IF
061600       END-IF
061700      ELSE
061800       ADD 1 TO TOTALS-UNPROVEN;
061900       MOVE 'NOT AVAILABLE' TO RPT-BAL-RESULT;
062000       IF RETURN-CODE < 4
062100        THEN
062200         MOVE 4 TO RETURN-CODE
062300       END-IF
062400     END-IF.
062500     MOVE RPT-BAL-LINE TO BALRPT-RECORD.
062600     PERFORM 0580-WRITE-REPORT-LINE.
062700     MOVE 'N' TO BAL-AVAILABLE-FLAG.
062800     SKIP2
062900 0520-WRITE-BASIS-LINE.
063000* THE TOTAL THE LINES THAT FOLLOW ARE PROVEN TO.
063100     MOVE SPACES TO RPT-BAL-LINE.
063200     MOVE BAL-CAPTION TO RPT-BAL-CAPTION.
063300     MOVE BAL-SOURCE TO RPT-BAL-SOURCE.
063400     MOVE BAL-COUNT TO RPT-BAL-COUNT.
063500     MOVE 'CONTROL TOTAL' TO RPT-BAL-RESULT.
063600     MOVE RPT-BAL-LINE TO BALRPT-RECORD.
063700     PERFORM 0580-WRITE-REPORT-LINE.
063800     SKIP2
063900 0530-WRITE-DEST-LINE.
064000     IF SPT-DEST-OPEN (SPT-IDX) = 'Y'
064100      THEN
064200       MOVE SPT-IDX TO RPT-DEST-NO;
064300       MOVE SPT-DEST-STMTS (SPT-IDX) TO RPT-DEST-STMTS;
064400       MOVE SPT-DEST-PAGES (SPT-IDX) TO RPT-DEST-PAGES;
064500       MOVE RPT-DEST-LINE TO BALRPT-RECORD;
064600       PERFORM 0580-WRITE-REPORT-LINE
064700     END-IF.
064800     ADD 1 TO SPT-IDX.
064900     SKIP2
065000 0540-WRITE-INFO-LINE.
065100* A SUPPORTING COUNT, SHOWN BUT NOT PROVEN.
065200     MOVE SPACES TO RPT-BAL-LINE.
065300     MOVE BAL-CAPTION TO RPT-BAL-CAPTION.
065400     MOVE BAL-SOURCE TO RPT-BAL-SOURCE.
065500     MOVE BAL-COUNT TO RPT-BAL-COUNT.
065600     MOVE RPT-BAL-LINE TO BALRPT-RECORD.
065700     PERFORM 0580-WRITE-REPORT-LINE.
065800     SKIP2
065900 0550-WRITE-RESULT.
066000     MOVE SPACES TO BALRPT-RECORD.
066100     PERFORM 0580-WRITE-REPORT-LINE.
066200     MOVE SPACES TO RPT-RESULT-TEXT.
066300     MOVE TOTALS-OUT TO COUNT-DISP.
066400     EVALUATE TRUE
066500      WHEN TOTALS-OUT > ZERO
066600       STRING 'CYCLE IS OUT OF BALANCE --' DELIMITED BY SIZE
066700              COUNT-DISP DELIMITED BY SIZE
066800              ' CONTROL TOTAL(S) DIFFER' DELIMITED BY SIZE
066900         INTO RPT-RESULT-TEXT
067000      WHEN TOTALS-UNPROVEN > ZERO
067100       MOVE TOTALS-UNPROVEN TO COUNT-DISP;
067200       STRING 'CYCLE BALANCES AS FAR AS PROVEN --'
067300                DELIMITED BY SIZE
067400              COUNT-DISP DELIMITED BY SIZE
067500              ' CONTROL TOTAL(S) NOT AVAILABLE' DELIMITED BY SIZE
067600         INTO RPT-RESULT-TEXT
067700      WHEN OTHER
067800       MOVE 'CYCLE IS IN BALANCE' TO RPT-RESULT-TEXT
067900     END-EVALUATE.
068000     MOVE RPT-RESULT-LINE TO BALRPT-RECORD.
068100     PERFORM 0580-WRITE-REPORT-LINE.
068200     MOVE SPACES TO BALRPT-RECORD.
068300     PERFORM 0580-WRITE-REPORT-LINE.
068400     PERFORM 0580-WRITE-REPORT-LINE.
068500     MOVE 'BALANCED BY' TO RPT-SIGNOFF-ROLE.
068600     MOVE RPT-SIGNOFF-LINE TO BALRPT-RECORD.
068700     PERFORM 0580-WRITE-REPORT-LINE.
068800     MOVE SPACES TO BALRPT-RECORD.
068900     PERFORM 0580-WRITE-REPORT-LINE.
069000     MOVE 'REVIEWED BY' TO RPT-SIGNOFF-ROLE.
069100     MOVE RPT-SIGNOFF-LINE TO BALRPT-RECORD.
069200     PERFORM 0580-WRITE-REPORT-LINE.
069300     SKIP2
069400 0570-WRITE-SECTION-LINE.
069500     MOVE RPT-SECTION-LINE TO BALRPT-RECORD.
069600     PERFORM 0580-WRITE-REPORT-LINE.
069700     SKIP2
069800 0580-WRITE-REPORT-LINE.
069900     WRITE BALRPT-RECORD.
070000     IF NOT BALRPT-OK
070100      THEN
070200       DISPLAY PGMNAME, ' REPORT WRITE FAILED, FILE STATUS ',
070300           BALRPT-STATUS;
070400       MOVE 12 TO RETURN-CODE
070500     END-IF.
070600     SKIP2
070700 0900-TERMINATE.
070800* CLOSE WHATEVER OPENED.  FILE STATUS 42 (NOT OPEN) IS THE
070900* NORMAL RESULT OF CLOSING A FILE THAT NEVER OPENED AND IS
071000* NOT REPORTED.
071100     CLOSE MNFSTOUT.
071200     CLOSE PAGEIDX.
071300     CLOSE BALRPT.
071400     MOVE TOTALS-PROVEN TO COUNT-DISP.
071500     DISPLAY PGMNAME, COUNT-DISP, ' CONTROL TOTALS IN BALANCE.'.
071600     MOVE TOTALS-OUT TO COUNT-DISP.
071700     DISPLAY PGMNAME, COUNT-DISP,
071800         ' CONTROL TOTALS OUT OF BALANCE.'.
071900     MOVE TOTALS-UNPROVEN TO COUNT-DISP.
072000     DISPLAY PGMNAME, COUNT-DISP,
072100         ' CONTROL TOTALS NOT AVAILABLE.'.
