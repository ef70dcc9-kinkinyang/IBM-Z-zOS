000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ NOLIST
000200* LAST UPDATE ON 15 Oct 2026 AT 17:44:19 BY DELGADOM VERSION 2  *
000300 ID DIVISION.
000400 PROGRAM-ID. APKMNCMP.
000500 AUTHOR. TURETZKY--HYDRA.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700
000800               This program compares this cycle's statement
000900               manifest with the prior cycle's, account by
001000               account, before the run goes to the printers.  The
001100               run-level checks (the duplicate-run guard, the page
001200               reconciliation, APKBALNC) only prove a run against
001300               itself; a composition error that drops a customer
001400               or blows a two-page statement up to sixty pages
001500               balances perfectly.  Cycle over cycle, it shows.
001600
001700               Both manifests are in APKOTLLE's MNFSTOUT layout.
001800               Statements are matched by their TLE account; an
001900               account with more than one statement in a cycle is
002000               matched on its statement and page totals.  The
002100               report lists every account missing this cycle,
002200               every account new this cycle, and every account
002300               whose page count moved by more than the limits in
002400               the MNCCTL control file -- a percentage of the
002500               prior cycle's pages, an absolute number of pages,
002600               or both (either one exceeded is enough).  Each is
002700               also written to an exception file in the EXCPOUT
002800               layout, reason codes MISS, NEWA, and PGMV, so
002900               APKEXRPT reports them with the exit's own
003000               exceptions.
003100
003200               Method of operation: both manifests are sorted
003300               together by account and each account's records are
003400               totalled by cycle.  When more accounts are missing
003500               than the *MISSING tolerance in MNCCTL allows (as a
003600               count, or as a percentage of the prior cycle's
003700               accounts) the step ends with return code 8, holding
003800               the run for review.  New accounts and page moves
003900               are reported but do not by themselves raise the
004000               return code.  Statements without an account cannot
004100               be matched and are only counted.
004108
004116               An account on this cycle's do-not-mail list did
004124               not go missing; APKOTLLE took it out on purpose.
004132               When the run's SUPPOUT suppression log is supplied,
004140               each suppressed statement's 'H' record is sorted in
004148               with the manifests.  An account with no statement
004156               this cycle but one in the log is reported as
004164               SUPPRESSED (reason code SUPP on the exception
004172               file), not as missing, and does not count toward
004180               the hold.  The log is optional; without it every
004188               absent account is judged missing, as before.
004200
004300 DATE-WRITTEN. 15 Oct 26.
004400 DATE-COMPILED.
004500 SECURITY. IBM SAMPLE CODE ONLY.
004600*/**************************************************************/
004700*/* Licensed under the Apache License, Version 2.0 (the        */
004800*/* "License"); you may not use this file except in compliance */
004900*/* with the License. You may obtain a copy of the License at  */
005000*/*                                                            */
005100*/* http://www.apache.org/licenses/LICENSE-2.0                 */
005200*/*                                                            */
005300*/* Unless required by applicable law or agreed to in writing, */
005400*/* software distributed under the License is distributed on an*/
005500*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
005600*/* KIND, either express or implied.  See the License for the  */
005700*/* specific language governing permissions and limitations    */
005800*/* under the License.                                         */
005900*/*------------------------------------------------------------*/
006000*/*                                                            */
006100*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
006200*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
006300*/*                                                            */
006400*/*   Permission to use, copy, modify, and distribute          */
006500*/*   this software for any purpose with or without fee        */
006600*/*   is hereby granted, provided that the above               */
006700*/*   copyright notices appear in all copies.                  */
006800*/*                                                            */
006900*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
007000*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
007100*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
007200*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
007300*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
007400*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
007500*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
007600*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
007700*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
007800*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
007900*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
008000*/**************************************************************/
008100 TITLE 'Cycle-over-Cycle Manifest Compare'.
008200 ENVIRONMENT DIVISION.
008300 CONFIGURATION SECTION.
008400 SOURCE-COMPUTER. IBM-370.
008500 OBJECT-COMPUTER. IBM-370.
008600 INPUT-OUTPUT SECTION.
008700 FILE-CONTROL.
008800* OPTIONAL LIMITS -- THE *MOVE AND *MISSING RECORDS.  WITHOUT
008900* THE DD THE DEFAULT LIMITS APPLY.
009000     SELECT MNCCTL    ASSIGN TO MNCCTL
009100         FILE STATUS IS MNCCTL-STATUS.
009200* THE PRIOR CYCLE'S MANIFEST AND THIS CYCLE'S, BOTH AS APKOTLLE
009300* WROTE THEM TO MNFSTOUT.
009400     SELECT PRVMNFST  ASSIGN TO PRVMNFST
009500         FILE STATUS IS PRVMNFST-STATUS.
009600     SELECT CURMNFST  ASSIGN TO CURMNFST
009700         FILE STATUS IS CURMNFST-STATUS.
009800* EXCEPTIONS IN APKOTLLE'S EXCPOUT LAYOUT, FOR APKEXRPT.
009900     SELECT EXCPOUT   ASSIGN TO EXCPOUT
010000         FILE STATUS IS EXCPOUT-STATUS.
010020* THIS CYCLE'S SUPPRESSION LOG FROM APKOTLLE.  OPTIONAL -- ONLY
010040* ITS 'H' RECORDS ARE READ, ONE PER SUPPRESSED STATEMENT.
010060     SELECT SUPPOUT   ASSIGN TO SUPPOUT
010080         FILE STATUS IS SUPPOUT-STATUS.
010100* THE PRINTED COMPARE REPORT.
010200     SELECT MNCRPT    ASSIGN TO MNCRPT
010300         FILE STATUS IS MNCRPT-STATUS.
010400* SORT WORK FILE: BOTH MANIFESTS IN ACCOUNT ORDER.
010500     SELECT MNCSORT   ASSIGN TO SORTWK01.
010600     EJECT
010700 DATA DIVISION.
010800 FILE SECTION.
010900 FD  MNCCTL
011000     RECORDING MODE F
011100     LABEL RECORDS ARE STANDARD.
011200* A RECORD WITH AN ASTERISK IN COLUMN 1 AND A BLANK IN COLUMN 2
011300* IS A COMMENT.  THE *MOVE RECORD: THE PERCENTAGE OF THE PRIOR
011400* CYCLE'S PAGES AND THE NUMBER OF PAGES AN ACCOUNT'S PAGE COUNT
011500* MAY MOVE BY BEFORE IT IS REPORTED.  A BLANK FIELD IS NOT USED;
011600* WITHOUT A *MOVE RECORD THE LIMITS ARE 100 PERCENT AND 10 PAGES.
011700 01  MNCCTL-RECORD.
011800     05  MNC-REC-KEYWORD         PIC X(8).
011900     05  FILLER                  PIC X(1).
012000     05  MNC-REC-MOVE-PCT        PIC 9(3).
012100     05  MNC-REC-MOVE-PCT-X REDEFINES MNC-REC-MOVE-PCT
012200                                 PIC X(3).
012300     05  FILLER                  PIC X(1).
012400     05  MNC-REC-MOVE-PAGES      PIC 9(5).
012500     05  MNC-REC-MOVE-PAGES-X REDEFINES MNC-REC-MOVE-PAGES
012600                                 PIC X(5).
012700     05  FILLER                  PIC X(62).
012800* THE *MISSING RECORD: HOW MANY ACCOUNTS MAY BE MISSING, AND
012900* WHAT PERCENTAGE OF THE PRIOR CYCLE'S ACCOUNTS, BEFORE THE RUN
013000* IS HELD.  A BLANK FIELD IS NOT USED; WITHOUT A *MISSING RECORD
013100* ANY MISSING ACCOUNT HOLDS THE RUN.
013200 01  MNCCTL-MISSING-RECORD REDEFINES MNCCTL-RECORD.
013300     05  FILLER                  PIC X(8).
013400     05  FILLER                  PIC X(1).
013500     05  MNC-REC-MISS-COUNT      PIC 9(7).
013600     05  MNC-REC-MISS-COUNT-X REDEFINES MNC-REC-MISS-COUNT
013700                                 PIC X(7).
013800     05  FILLER                  PIC X(1).
013900     05  MNC-REC-MISS-PCT        PIC 9(3).
014000     05  MNC-REC-MISS-PCT-X REDEFINES MNC-REC-MISS-PCT
014100                                 PIC X(3).
014200     05  FILLER                  PIC X(60).
014300* BOTH MANIFESTS ARE IN THE MNFSTOUT LAYOUT, READ INTO
014400* MNFSTOUT-RECORD IN WORKING-STORAGE.
014500 FD  PRVMNFST
014600     RECORDING MODE F
014700     LABEL RECORDS ARE STANDARD.
014800 01  PRVMNFST-RECORD             PIC X(80).
014900 FD  CURMNFST
015000     RECORDING MODE F
015100     LABEL RECORDS ARE STANDARD.
015200 01  CURMNFST-RECORD             PIC X(80).
015300 FD  EXCPOUT
015400     RECORDING MODE F
015500     LABEL RECORDS ARE STANDARD.
015600 01  EXCPOUT-RECORD.
015700     05  EXCP-REASON             PIC X(40).
015800     05  EXCP-PAGENAME           PIC X(8).
015900     05  EXCP-RECLEN             PIC 9(5).
016000     05  EXCP-TRIPLET-PTR        PIC 9(5).
016100     05  EXCP-DATA               PIC X(100).
016200     05  EXCP-REASON-CODE        PIC X(4).
016300     05  FILLER                  PIC X(40).
016303* APKOTLLE'S SUPPOUT LAYOUT.  THE 'R' RECORDS CARRY AFP RECORDS
016306* UP TO THE FULL RECORD LENGTH; THE 'H' AND 'T' SUMMARY RECORDS
016309* ARE 80 BYTES.
016312 FD  SUPPOUT
016315     RECORDING MODE V
016318     RECORD IS VARYING IN SIZE FROM 1 TO 32756
016321         DEPENDING ON SUPP-RECLEN
016324     LABEL RECORDS ARE STANDARD.
016327 01  SUPPOUT-RECORD.
016330     05  SUPP-LOG-TYPE           PIC X.
016333     05  SUPP-LOG-DATA           PIC X(32755).
016336 01  SUPPOUT-SUMMARY.
016339     05  SUPP-SUM-TYPE           PIC X.
016342     05  FILLER                  PIC X(1).
016345     05  SUPP-SUM-ACCOUNT        PIC X(16).
016348     05  FILLER                  PIC X(1).
016351     05  SUPP-SUM-REASON         PIC X(4).
016354     05  FILLER                  PIC X(1).
016357     05  SUPP-SUM-DOC-NAME       PIC X(8).
016360     05  FILLER                  PIC X(1).
016363     05  SUPP-SUM-STMT-DATE      PIC X(8).
016366     05  FILLER                  PIC X(1).
016369     05  SUPP-SUM-PAGES          PIC 9(8).
016372     05  FILLER                  PIC X(1).
016375     05  SUPP-SUM-RECORDS        PIC 9(8).
016378     05  FILLER                  PIC X(21).
016400 FD  MNCRPT
016500     RECORDING MODE F
016600     LABEL RECORDS ARE STANDARD.
016700 01  MNCRPT-RECORD               PIC X(132).
016800* ONE SORT RECORD PER MANIFEST RECORD THAT CARRIES AN ACCOUNT,
016850* AND ONE PER SUPPRESSED STATEMENT.  SRT-CYCLE IS 'C' FOR THIS
016900* CYCLE, 'P' FOR THE PRIOR ONE, AND 'S' FOR A SUPPRESSION LOG 'H'
016950* RECORD, WHICH RIDES IN SRT-MNF-RECORD.
017000 SD  MNCSORT.
017100 01  MNCSORT-RECORD.
017200     05  SRT-ACCOUNT             PIC X(16).
017300     05  SRT-CYCLE               PIC X.
017400     05  SRT-SEQ-NUMBER          PIC 9(8).
017500     05  SRT-PAGES               PIC S9(8) BINARY.
017600     05  SRT-PAGES-FLAG          PIC X.
017700         88  SRT-PAGES-OK        VALUE 'Y'.
017800     05  SRT-MNF-RECORD          PIC X(80).
017900     EJECT
018000 WORKING-STORAGE SECTION.
018100 77  PGMNAME                 PIC X(8) VALUE 'APKMNCMP'.
018200 77  MNCCTL-STATUS           PIC XX   VALUE SPACES.
018300     88  MNCCTL-OK           VALUE '00'.
018400     88  MNCCTL-EOF-STAT     VALUE '10'.
018500 77  PRVMNFST-STATUS         PIC XX   VALUE SPACES.
018600     88  PRVMNFST-OK         VALUE '00'.
018700     88  PRVMNFST-EOF-STAT   VALUE '10'.
018800 77  CURMNFST-STATUS         PIC XX   VALUE SPACES.
018900     88  CURMNFST-OK         VALUE '00'.
019000     88  CURMNFST-EOF-STAT   VALUE '10'.
019100 77  EXCPOUT-STATUS          PIC XX   VALUE SPACES.
019200     88  EXCPOUT-OK          VALUE '00'.
019300 77  MNCRPT-STATUS           PIC XX   VALUE SPACES.
019400     88  MNCRPT-OK           VALUE '00'.
019420 77  SUPPOUT-STATUS          PIC XX   VALUE SPACES.
019440     88  SUPPOUT-OK          VALUE '00'.
019460     88  SUPPOUT-EOF-STAT    VALUE '10'.
019480 77  SUPP-RECLEN             PIC 9(8) BINARY VALUE ZERO.
019500 77  MNF-EOF-FLAG            PIC X    VALUE 'N'.
019600     88  MNF-EOF             VALUE 'Y'.
019700 77  SORT-EOF-FLAG           PIC X    VALUE 'N'.
019800     88  SORT-EOF            VALUE 'Y'.
019833 77  SUPP-EOF-FLAG           PIC X    VALUE 'N'.
019866     88  SUPP-EOF            VALUE 'Y'.
019900 77  SETUP-FAILED-FLAG       PIC X    VALUE 'N'.
020000     88  SETUP-FAILED        VALUE 'Y'.
020100* EXCPOUT-AVAILABLE MEANS THE EXCEPTION FILE OPENED; WITHOUT IT
020200* THE REPORT IS STILL PRODUCED, AS WITH APKOTLLE'S EXCEPTION LOG.
020300 77  EXCPOUT-AVAIL-FLAG      PIC X    VALUE 'N'.
020400     88  EXCPOUT-AVAILABLE   VALUE 'Y'.
020425* SUPPOUT-AVAILABLE MEANS THE SUPPRESSION LOG OPENED.
020450 77  SUPPOUT-AVAIL-FLAG      PIC X    VALUE 'N'.
020475     88  SUPPOUT-AVAILABLE   VALUE 'Y'.
020500 77  MOVE-SEEN-FLAG          PIC X    VALUE 'N'.
020600     88  MOVE-SEEN           VALUE 'Y'.
020700 77  MISSING-SEEN-FLAG       PIC X    VALUE 'N'.
020800     88  MISSING-SEEN        VALUE 'Y'.
020900 77  CTL-ERRORS              PIC S9(4) BINARY VALUE ZERO.
021000 77  COUNT-DISP              PIC Z,ZZZ,ZZZ,ZZ9.
021100     SKIP2
021200* WHICH MANIFEST THE SHARED READ IS WORKING ON.
021300 77  CYCLE-FLAG              PIC X    VALUE 'P'.
021400     88  CYCLE-PRIOR         VALUE 'P'.
021500     88  CYCLE-CURRENT       VALUE 'C'.
021600     SKIP2
021700* THE MANIFEST RECORD IN HAND, FROM EITHER CYCLE.
021800 01  MNFSTOUT-RECORD.
021900     05  MNF-SEQ-NUMBER          PIC 9(8).
022000     05  FILLER                  PIC X(1).
022100     05  MNF-DOC-NAME            PIC X(8).
022200     05  FILLER                  PIC X(1).
022300     05  MNF-ACCOUNT             PIC X(16).
022400     05  FILLER                  PIC X(1).
022500     05  MNF-STMT-DATE           PIC X(8).
022600     05  FILLER                  PIC X(1).
022700     05  MNF-PAGE-COUNT          PIC 9(8).
022800     05  FILLER                  PIC X(1).
022900     05  MNF-FIRST-RECNO         PIC 9(9).
023000     05  FILLER                  PIC X(1).
023100     05  MNF-LAST-RECNO          PIC 9(9).
023200     05  FILLER                  PIC X(8).
023300     SKIP2
023400* LIMITS.  A LIMIT OF -1 IS NOT USED.
023500 77  MOVE-PCT-LIMIT          PIC S9(4) BINARY VALUE 100.
023600 77  MOVE-PAGES-LIMIT        PIC S9(8) BINARY VALUE 10.
023700 77  MISS-COUNT-LIMIT        PIC S9(8) BINARY VALUE ZERO.
023800 77  MISS-PCT-LIMIT          PIC S9(4) BINARY VALUE -1.
023900     SKIP2
024000* MANIFEST COUNTS BY CYCLE.
024100 77  PRV-RECORDS-READ        PIC S9(8) BINARY VALUE ZERO.
024200 77  CUR-RECORDS-READ        PIC S9(8) BINARY VALUE ZERO.
024300 77  PRV-NO-ACCOUNT          PIC S9(8) BINARY VALUE ZERO.
024400 77  CUR-NO-ACCOUNT          PIC S9(8) BINARY VALUE ZERO.
024500 77  PRV-BAD-PAGES           PIC S9(8) BINARY VALUE ZERO.
024600 77  CUR-BAD-PAGES           PIC S9(8) BINARY VALUE ZERO.
024700 77  PRV-PAGE-TOTAL          PIC S9(9) BINARY VALUE ZERO.
024800 77  CUR-PAGE-TOTAL          PIC S9(9) BINARY VALUE ZERO.
024900 77  PRV-ACCOUNTS            PIC S9(8) BINARY VALUE ZERO.
025000 77  CUR-ACCOUNTS            PIC S9(8) BINARY VALUE ZERO.
025050 77  SUPP-STMTS-READ         PIC S9(8) BINARY VALUE ZERO.
025100     SKIP2
025200* RESULTS.
025300 77  ACCOUNTS-MATCHED        PIC S9(8) BINARY VALUE ZERO.
025400 77  ACCOUNTS-MISSING        PIC S9(8) BINARY VALUE ZERO.
025450 77  ACCOUNTS-SUPPRESSED     PIC S9(8) BINARY VALUE ZERO.
025500 77  ACCOUNTS-NEW            PIC S9(8) BINARY VALUE ZERO.
025600 77  ACCOUNTS-MOVED          PIC S9(8) BINARY VALUE ZERO.
025700 77  ACCOUNTS-NOT-TESTED     PIC S9(8) BINARY VALUE ZERO.
025800 77  EXCEPTIONS-WRITTEN      PIC S9(8) BINARY VALUE ZERO.
025900 77  MISSING-OVER-FLAG       PIC X    VALUE 'N'.
026000     88  MISSING-OVER        VALUE 'Y'.
026100     SKIP2
026200* THE ACCOUNT BEING TOTALLED, BY CYCLE.  THE FIRST MANIFEST
026280* RECORD OF EACH CYCLE, AND THE FIRST SUPPRESSION LOG RECORD, ARE
026360* KEPT FOR THE REPORT AND THE EXCEPTION SNAPSHOT.  PAGES-UNKNOWN
026440* IS SET WHEN EITHER CYCLE HAD A PAGE COUNT THAT WAS NOT NUMERIC,
026520* SO NO MOVE CAN BE MEASURED.
026600 77  ACCT-KEY                PIC X(16) VALUE SPACES.
026700 77  ACCT-PRV-STMTS          PIC S9(8) BINARY VALUE ZERO.
026800 77  ACCT-CUR-STMTS          PIC S9(8) BINARY VALUE ZERO.
026850 77  ACCT-SUP-STMTS          PIC S9(8) BINARY VALUE ZERO.
026900 77  ACCT-PRV-PAGES          PIC S9(9) BINARY VALUE ZERO.
027000 77  ACCT-CUR-PAGES          PIC S9(9) BINARY VALUE ZERO.
027100 77  ACCT-CHANGE             PIC S9(9) BINARY VALUE ZERO.
027200 77  ACCT-ABS-CHANGE         PIC S9(9) BINARY VALUE ZERO.
027300 77  ACCT-PCT                PIC S9(9) BINARY VALUE ZERO.
027400 77  ACCT-PAGES-FLAG         PIC X    VALUE 'N'.
027500     88  ACCT-PAGES-UNKNOWN  VALUE 'Y'.
027600 77  ACCT-MOVED-FLAG         PIC X    VALUE 'N'.
027700     88  ACCT-MOVED          VALUE 'Y'.
027800 01  ACCT-PRV-RECORD         PIC X(80) VALUE SPACES.
027900 01  ACCT-PRV-FIELDS REDEFINES ACCT-PRV-RECORD.
028000     05  FILLER              PIC X(9).
028100     05  ACCT-PRV-DOC-NAME   PIC X(8).
028200     05  FILLER              PIC X(63).
028300 01  ACCT-CUR-RECORD         PIC X(80) VALUE SPACES.
028400 01  ACCT-CUR-FIELDS REDEFINES ACCT-CUR-RECORD.
028500     05  FILLER              PIC X(9).
028600     05  ACCT-CUR-DOC-NAME   PIC X(8).
028700     05  FILLER              PIC X(63).
028712 01  ACCT-SUP-RECORD         PIC X(80) VALUE SPACES.
028724 01  ACCT-SUP-FIELDS REDEFINES ACCT-SUP-RECORD.
028736     05  FILLER              PIC X(19).
028748     05  ACCT-SUP-REASON     PIC X(4).
028760     05  FILLER              PIC X(1).
028772     05  ACCT-SUP-DOC-NAME   PIC X(8).
028784     05  FILLER              PIC X(48).
028800     SKIP2
028900* EXCEPTION TEXT FOR A PAGE MOVE.
029000 01  PGMV-REASON.
029100     05  FILLER              PIC X(17) VALUE 'PAGES MOVED FROM '.
029200     05  PGMV-FROM           PIC 9(8).
029300     05  FILLER              PIC X(4)  VALUE ' TO '.
029400     05  PGMV-TO             PIC 9(8).
029500     05  FILLER              PIC X(3)  VALUE SPACES.
029514* EXCEPTION TEXT FOR A SUPPRESSED ACCOUNT.
029528 01  SUPP-REASON.
029542     05  FILLER              PIC X(30) VALUE
029556         'SUPPRESSED THIS CYCLE, REASON '.
029570     05  SUPP-REASON-CODE    PIC X(4).
029584     05  FILLER              PIC X(6)  VALUE SPACES.
029600     SKIP2
029700* REPORT LINES.
029800 01  RPT-HEADING-1.
029900     05  FILLER              PIC X(35) VALUE
030000         ' CYCLE-OVER-CYCLE MANIFEST COMPARE'.
030100     05  FILLER              PIC X(97) VALUE SPACES.
030200 01  RPT-TEXT-LINE.
030300     05  FILLER              PIC X(3)  VALUE SPACES.
030400     05  RPT-TEXT            PIC X(129).
030500 01  RPT-HEADING-2.
030600     05  FILLER              PIC X(52) VALUE
030700         ' TYPE       ACCOUNT          PRIOR    THIS     PRIOR'.
030800     05  FILLER              PIC X(50) VALUE
030900         '  THIS    PRIOR     THIS    CHANGE   CHANGE       '.
031000     05  FILLER              PIC X(30) VALUE SPACES.
031100 01  RPT-HEADING-3.
031200     05  FILLER              PIC X(52) VALUE
031300         '                             NAME     NAME     STMTS'.
031400     05  FILLER              PIC X(50) VALUE
031500         ' STMTS    PAGES    PAGES     PAGES  PERCENT       '.
031600     05  FILLER              PIC X(30) VALUE SPACES.
031700 01  RPT-DETAIL.
031800     05  FILLER              PIC X(1)  VALUE SPACE.
031900     05  RPT-DET-TYPE        PIC X(10).
032000     05  FILLER              PIC X(1)  VALUE SPACE.
032100     05  RPT-DET-ACCOUNT     PIC X(16).
032200     05  FILLER              PIC X(1)  VALUE SPACE.
032300     05  RPT-DET-PRV-NAME    PIC X(8).
032400     05  FILLER              PIC X(1)  VALUE SPACE.
032500     05  RPT-DET-CUR-NAME    PIC X(8).
032600     05  FILLER              PIC X(1)  VALUE SPACE.
032700     05  RPT-DET-PRV-STMTS   PIC ZZZZ9.
032800     05  FILLER              PIC X(1)  VALUE SPACE.
032900     05  RPT-DET-CUR-STMTS   PIC ZZZZ9.
033000     05  FILLER              PIC X(1)  VALUE SPACE.
033100     05  RPT-DET-PRV-PAGES   PIC ZZZZZZZ9.
033200     05  FILLER              PIC X(1)  VALUE SPACE.
033300     05  RPT-DET-CUR-PAGES   PIC ZZZZZZZ9.
033400     05  FILLER              PIC X(1)  VALUE SPACE.
033500     05  RPT-DET-CHANGE      PIC -ZZZZZZZ9.
033600     05  FILLER              PIC X(1)  VALUE SPACE.
033700     05  RPT-DET-PCT         PIC X(8).
033800     05  FILLER              PIC X(1)  VALUE SPACE.
033900     05  RPT-DET-NOTE        PIC X(36).
034100 77  RPT-PCT-EDIT            PIC -ZZZZZ9.
034200 01  RPT-TOTAL.
034300     05  FILLER              PIC X(1)  VALUE SPACE.
034400     05  RPT-TOT-CAPTION     PIC X(44).
034500     05  RPT-TOT-COUNT       PIC -ZZZ,ZZZ,ZZ9.
034600     05  FILLER              PIC X(75) VALUE SPACES.
034700 77  RPT-NUMBER              PIC ZZZZZZ9.
034800 77  RPT-NUMBER-2            PIC ZZZZZZ9.
034900     SKIP2
035000 TITLE 'Initialization and Main Line'.
035100 PROCEDURE DIVISION.
035200     PERFORM 0100-INITIALIZE.
035300     IF NOT SETUP-FAILED
035400      THEN
035500       SORT MNCSORT
035600           ON ASCENDING KEY SRT-ACCOUNT SRT-CYCLE SRT-SEQ-NUMBER
035700           INPUT PROCEDURE 0200-RELEASE-MANIFESTS
035800           OUTPUT PROCEDURE 0400-COMPARE-ACCOUNTS;
035900       IF SORT-RETURN NOT = ZERO
036000        THEN
036100         DISPLAY PGMNAME, ' MANIFEST SORT FAILED, SORT RETURN ',
036200             SORT-RETURN;
036300         PERFORM 0110-NOTE-SETUP-ERROR
036400       END-IF
036500     END-IF.
036600     IF NOT SETUP-FAILED
036700      THEN
036800       PERFORM 0800-WRITE-SUMMARY
036900     END-IF.
037000     PERFORM 0900-TERMINATE.
037100     GOBACK.
037200     SKIP2
037300 0100-INITIALIZE.
037400* THE REPORT AND BOTH MANIFESTS ARE THE POINT OF THE STEP; THE
037466* EXCEPTION FILE AND THE SUPPRESSION LOG ARE NOT, AND WITHOUT
037532* THEM THE REPORT STILL RUNS.
037600     OPEN OUTPUT MNCRPT.
037700     IF NOT MNCRPT-OK
037800      THEN
037900       DISPLAY PGMNAME, ' UNABLE TO OPEN MNCRPT, FILE STATUS ',
038000           MNCRPT-STATUS;
038100       PERFORM 0110-NOTE-SETUP-ERROR
038200     END-IF.
038300     OPEN INPUT PRVMNFST.
038400     IF NOT PRVMNFST-OK
038500      THEN
038600       DISPLAY PGMNAME, ' UNABLE TO OPEN PRVMNFST, FILE STATUS ',
038700           PRVMNFST-STATUS;
038800       PERFORM 0110-NOTE-SETUP-ERROR
038900     END-IF.
039000     OPEN INPUT CURMNFST.
039100     IF NOT CURMNFST-OK
039200      THEN
039300       DISPLAY PGMNAME, ' UNABLE TO OPEN CURMNFST, FILE STATUS ',
039400           CURMNFST-STATUS;
039500       PERFORM 0110-NOTE-SETUP-ERROR
039600     END-IF.
039700     OPEN OUTPUT EXCPOUT.
039800     IF EXCPOUT-OK
039900      THEN
040000       SET EXCPOUT-AVAILABLE TO TRUE
040100      ELSE
040200       DISPLAY PGMNAME, ' UNABLE TO OPEN EXCPOUT, FILE STATUS ',
040300           EXCPOUT-STATUS, ' -- EXCEPTION FILE NOT WRITTEN'
040400     END-IF.
040411     OPEN INPUT SUPPOUT.
040422     IF SUPPOUT-OK
040433      THEN
040444       SET SUPPOUT-AVAILABLE TO TRUE
040455      ELSE
040466       DISPLAY PGMNAME, ' UNABLE TO OPEN SUPPOUT, FILE STATUS ',
040477           SUPPOUT-STATUS, ' -- NO ACCOUNT TAKEN AS SUPPRESSED'
040488     END-IF.
040500     PERFORM 0120-LOAD-MNCCTL.
040600     IF NOT SETUP-FAILED
040700      THEN
040800       PERFORM 0130-WRITE-HEADINGS
040900     END-IF.
041000     SKIP2
041100 0110-NOTE-SETUP-ERROR.
041200     SET SETUP-FAILED TO TRUE.
041300     MOVE 12 TO RETURN-CODE.
041400     SKIP2
041500 0120-LOAD-MNCCTL.
041600* THE LIMITS DECIDE WHETHER THE RUN IS HELD, SO A RECORD IN
041700* ERROR STOPS THE STEP RATHER THAN FALLING BACK TO A DEFAULT.
041800     OPEN INPUT MNCCTL.
041900     IF MNCCTL-OK
042000      THEN
042100       PERFORM UNTIL NOT MNCCTL-OK
042200         READ MNCCTL
042300         IF MNCCTL-OK
042400          THEN
042500           EVALUATE TRUE
042600            WHEN MNC-REC-KEYWORD = '*MOVE'
042700             PERFORM 0122-TAKE-MOVE
042800            WHEN MNC-REC-KEYWORD = '*MISSING'
042900             PERFORM 0124-TAKE-MISSING
043000            WHEN MNCCTL-RECORD (1 : 2) = '* '
043100             CONTINUE
043200            WHEN MNCCTL-RECORD = SPACES
043300             CONTINUE
043400            WHEN OTHER
043500             DISPLAY PGMNAME, ' MNCCTL RECORD NOT RECOGNIZED: ',
043600                 MNCCTL-RECORD (1 : 40)
043700             ADD 1 TO CTL-ERRORS
043800           END-EVALUATE
043900         END-IF
044000       END-PERFORM;
044100       IF NOT MNCCTL-EOF-STAT
044200        THEN
044300         DISPLAY PGMNAME, ' MNCCTL READ FAILED, FILE STATUS ',
044400             MNCCTL-STATUS;
044500         PERFORM 0110-NOTE-SETUP-ERROR
044600       END-IF;
044700       CLOSE MNCCTL
044800     END-IF.
044900     IF CTL-ERRORS > ZERO
045000      THEN
045100       MOVE CTL-ERRORS TO COUNT-DISP;
045200       DISPLAY PGMNAME, COUNT-DISP, ' MNCCTL RECORD(S) IN ERROR',
045300           ' -- NOTHING COMPARED.';
045400       PERFORM 0110-NOTE-SETUP-ERROR
045500     END-IF.
045600     SKIP2
045700 0122-TAKE-MOVE.
045800* ONLY ONE *MOVE RECORD.  A BLANK FIELD TURNS THAT LIMIT OFF.
045900     IF MOVE-SEEN
046000      THEN
046100       DISPLAY PGMNAME, ' SECOND *MOVE RECORD IN MNCCTL';
046200       ADD 1 TO CTL-ERRORS
046300      ELSE
046400       SET MOVE-SEEN TO TRUE;
046500       EVALUATE TRUE
046600        WHEN MNC-REC-MOVE-PCT-X = SPACES
046700         MOVE -1 TO MOVE-PCT-LIMIT
046800        WHEN MNC-REC-MOVE-PCT NUMERIC
046900         MOVE MNC-REC-MOVE-PCT TO MOVE-PCT-LIMIT
047000        WHEN OTHER
047100         DISPLAY PGMNAME, ' *MOVE PERCENTAGE ',
047200             MNC-REC-MOVE-PCT-X, ' MUST BE NUMERIC OR BLANK'
047300         ADD 1 TO CTL-ERRORS
047400       END-EVALUATE;
047500       EVALUATE TRUE
047600        WHEN MNC-REC-MOVE-PAGES-X = SPACES
047700         MOVE -1 TO MOVE-PAGES-LIMIT
047800        WHEN MNC-REC-MOVE-PAGES NUMERIC
047900         MOVE MNC-REC-MOVE-PAGES TO MOVE-PAGES-LIMIT
048000        WHEN OTHER
048100         DISPLAY PGMNAME, ' *MOVE PAGES ', MNC-REC-MOVE-PAGES-X,
048200             ' MUST BE NUMERIC OR BLANK'
048300         ADD 1 TO CTL-ERRORS
048400       END-EVALUATE
048500     END-IF.
048600     SKIP2
048700 0124-TAKE-MISSING.
048800* ONLY ONE *MISSING RECORD.  A BLANK COUNT WITH A PERCENTAGE
048900* LEAVES ONLY THE PERCENTAGE; BOTH BLANK IS THE DEFAULT (NONE).
049000     IF MISSING-SEEN
049100      THEN
049200       DISPLAY PGMNAME, ' SECOND *MISSING RECORD IN MNCCTL';
049300       ADD 1 TO CTL-ERRORS
049400      ELSE
049500       SET MISSING-SEEN TO TRUE;
049600       EVALUATE TRUE
049700        WHEN MNC-REC-MISS-PCT-X = SPACES
049800         MOVE -1 TO MISS-PCT-LIMIT
049900        WHEN MNC-REC-MISS-PCT NUMERIC
050000         MOVE MNC-REC-MISS-PCT TO MISS-PCT-LIMIT
050100        WHEN OTHER
050200         DISPLAY PGMNAME, ' *MISSING PERCENTAGE ',
050300             MNC-REC-MISS-PCT-X, ' MUST BE NUMERIC OR BLANK'
050400         ADD 1 TO CTL-ERRORS
050500       END-EVALUATE;
050600       EVALUATE TRUE
050700        WHEN MNC-REC-MISS-COUNT-X = SPACES
050800         IF MISS-PCT-LIMIT < ZERO
050900          THEN
051000           MOVE ZERO TO MISS-COUNT-LIMIT
051100          ELSE
051200           MOVE -1 TO MISS-COUNT-LIMIT
051300         END-IF
051400        WHEN MNC-REC-MISS-COUNT NUMERIC
051500         MOVE MNC-REC-MISS-COUNT TO MISS-COUNT-LIMIT
051600        WHEN OTHER
051700         DISPLAY PGMNAME, ' *MISSING COUNT ',
051800             MNC-REC-MISS-COUNT-X, ' MUST BE NUMERIC OR BLANK'
051900         ADD 1 TO CTL-ERRORS
052000       END-EVALUATE
052100     END-IF.
052200     SKIP2
052300 0130-WRITE-HEADINGS.
052400* THE TITLE AND THE LIMITS IN FORCE.
052500     MOVE RPT-HEADING-1 TO MNCRPT-RECORD.
052600     PERFORM 0820-WRITE-REPORT-LINE.
052700     MOVE SPACES TO RPT-TEXT.
052800     EVALUATE TRUE
052900      WHEN MOVE-PCT-LIMIT < ZERO AND MOVE-PAGES-LIMIT < ZERO
053000       MOVE 'PAGE MOVES NOT REPORTED' TO RPT-TEXT
053100      WHEN MOVE-PAGES-LIMIT < ZERO
053200       MOVE MOVE-PCT-LIMIT TO RPT-NUMBER;
053300       STRING 'PAGE MOVES REPORTED OVER ' DELIMITED BY SIZE
053400              RPT-NUMBER DELIMITED BY SIZE
053500              ' PERCENT' DELIMITED BY SIZE
053600           INTO RPT-TEXT
053700      WHEN MOVE-PCT-LIMIT < ZERO
053800       MOVE MOVE-PAGES-LIMIT TO RPT-NUMBER;
053900       STRING 'PAGE MOVES REPORTED OVER ' DELIMITED BY SIZE
054000              RPT-NUMBER DELIMITED BY SIZE
054100              ' PAGES' DELIMITED BY SIZE
054200           INTO RPT-TEXT
054300      WHEN OTHER
054400       MOVE MOVE-PCT-LIMIT TO RPT-NUMBER;
054500       MOVE MOVE-PAGES-LIMIT TO RPT-NUMBER-2;
054600       STRING 'PAGE MOVES REPORTED OVER ' DELIMITED BY SIZE
054700              RPT-NUMBER DELIMITED BY SIZE
054800              ' PERCENT OR OVER ' DELIMITED BY SIZE
054900              RPT-NUMBER-2 DELIMITED BY SIZE
055000              ' PAGES' DELIMITED BY SIZE
055100           INTO RPT-TEXT
055200     END-EVALUATE.
055300     MOVE RPT-TEXT-LINE TO MNCRPT-RECORD.
055400     PERFORM 0820-WRITE-REPORT-LINE.
055500     MOVE SPACES TO RPT-TEXT.
055600     EVALUATE TRUE
055700      WHEN MISS-PCT-LIMIT < ZERO
055800       MOVE MISS-COUNT-LIMIT TO RPT-NUMBER;
055900       STRING 'RUN HELD WHEN MORE THAN ' DELIMITED BY SIZE
056000              RPT-NUMBER DELIMITED BY SIZE
056100              ' ACCOUNTS ARE MISSING' DELIMITED BY SIZE
056200           INTO RPT-TEXT
056300      WHEN MISS-COUNT-LIMIT < ZERO
056400       MOVE MISS-PCT-LIMIT TO RPT-NUMBER;
056500       STRING 'RUN HELD WHEN MORE THAN ' DELIMITED BY SIZE
056600              RPT-NUMBER DELIMITED BY SIZE
056700              ' PERCENT OF ACCOUNTS ARE MISSING' DELIMITED BY SIZE
056800           INTO RPT-TEXT
056900      WHEN OTHER
057000       MOVE MISS-COUNT-LIMIT TO RPT-NUMBER;
057100       MOVE MISS-PCT-LIMIT TO RPT-NUMBER-2;
057200       STRING 'RUN HELD WHEN MORE THAN ' DELIMITED BY SIZE
057300              RPT-NUMBER DELIMITED BY SIZE
057400              ' ACCOUNTS OR MORE THAN ' DELIMITED BY SIZE
057500              RPT-NUMBER-2 DELIMITED BY SIZE
057600              ' PERCENT ARE MISSING' DELIMITED BY SIZE
057700           INTO RPT-TEXT
057800     END-EVALUATE.
057900     MOVE RPT-TEXT-LINE TO MNCRPT-RECORD.
058000     PERFORM 0820-WRITE-REPORT-LINE.
058100     MOVE SPACES TO MNCRPT-RECORD.
058200     PERFORM 0820-WRITE-REPORT-LINE.
058300     MOVE RPT-HEADING-2 TO MNCRPT-RECORD.
058400     PERFORM 0820-WRITE-REPORT-LINE.
058500     MOVE RPT-HEADING-3 TO MNCRPT-RECORD.
058600     PERFORM 0820-WRITE-REPORT-LINE.
058700     SKIP2
058800 TITLE 'Sorting Both Manifests by Account'.
058900 0200-RELEASE-MANIFESTS.
059000* THE PRIOR CYCLE, THEN THIS ONE, THEN THIS CYCLE'S SUPPRESSED
059041* STATEMENTS.
059082     SET CYCLE-PRIOR TO TRUE.
059123     PERFORM 0210-RELEASE-CYCLE.
059164     SET CYCLE-CURRENT TO TRUE.
059205     PERFORM 0210-RELEASE-CYCLE.
059246     IF SUPPOUT-AVAILABLE
059287      THEN
059328       PERFORM 0320-READ-SUPPOUT;
059369       PERFORM 0230-RELEASE-SUPPRESSED
059410         UNTIL SUPP-EOF
059451     END-IF.
059500     SKIP2
059600 0210-RELEASE-CYCLE.
059700     MOVE 'N' TO MNF-EOF-FLAG.
059800     PERFORM 0310-READ-MANIFEST.
059900     PERFORM 0220-RELEASE-RECORD
060000       UNTIL MNF-EOF.
060100     SKIP2
060200 0220-RELEASE-RECORD.
060300* A STATEMENT WITH NO ACCOUNT CANNOT BE MATCHED AND IS ONLY
060400* COUNTED.  A PAGE COUNT THAT IS NOT NUMERIC IS COUNTED AND
060500* CARRIED AS UNKNOWN.
060600     IF MNF-ACCOUNT = SPACES
060700      THEN
060800       IF CYCLE-PRIOR
060900        THEN
061000         ADD 1 TO PRV-NO-ACCOUNT
061100        ELSE
061200         ADD 1 TO CUR-NO-ACCOUNT
061300       END-IF
061400      ELSE
061500       MOVE MNF-ACCOUNT TO SRT-ACCOUNT;
061600       MOVE CYCLE-FLAG TO SRT-CYCLE;
061700       MOVE MNF-SEQ-NUMBER TO SRT-SEQ-NUMBER;
061800       MOVE MNFSTOUT-RECORD TO SRT-MNF-RECORD;
061900       IF MNF-PAGE-COUNT NUMERIC
062000        THEN
062100         MOVE MNF-PAGE-COUNT TO SRT-PAGES;
062200         MOVE 'Y' TO SRT-PAGES-FLAG
062300        ELSE
062400         MOVE ZERO TO SRT-PAGES;
062500         MOVE 'N' TO SRT-PAGES-FLAG;
062600         IF CYCLE-PRIOR
062700          THEN
062800           ADD 1 TO PRV-BAD-PAGES
062900          ELSE
063000           ADD 1 TO CUR-BAD-PAGES
063100         END-IF
063200       END-IF;
063300       RELEASE MNCSORT-RECORD
063400     END-IF.
063500     IF MNF-PAGE-COUNT NUMERIC
063600      THEN
063700       IF CYCLE-PRIOR
063800        THEN
063900         ADD MNF-PAGE-COUNT TO PRV-PAGE-TOTAL
064000        ELSE
064100         ADD MNF-PAGE-COUNT TO CUR-PAGE-TOTAL
064200       END-IF
064300     END-IF.
064400     PERFORM 0310-READ-MANIFEST.
064500     SKIP2
064505 0230-RELEASE-SUPPRESSED.
064510* ONE SORT RECORD PER 'H' RECORD THAT NAMES AN ACCOUNT.  THE 'R'
064515* AND 'T' RECORDS OF THE SAME STATEMENT ADD NOTHING HERE.
064520     IF SUPP-LOG-TYPE = 'H'
064525      AND SUPP-RECLEN NOT < LENGTH OF SUPPOUT-SUMMARY
064530      AND SUPP-SUM-ACCOUNT NOT = SPACES
064535      THEN
064540       ADD 1 TO SUPP-STMTS-READ;
064545       MOVE SUPP-SUM-ACCOUNT TO SRT-ACCOUNT;
064550       MOVE 'S' TO SRT-CYCLE;
064555       MOVE SUPP-STMTS-READ TO SRT-SEQ-NUMBER;
064560       MOVE ZERO TO SRT-PAGES;
064565       MOVE 'Y' TO SRT-PAGES-FLAG;
064570       MOVE SUPPOUT-SUMMARY TO SRT-MNF-RECORD;
064575       RELEASE MNCSORT-RECORD
064580     END-IF.
064585     PERFORM 0320-READ-SUPPOUT.
064590     SKIP2
064600 0310-READ-MANIFEST.
064700* READ THE NEXT RECORD OF THE CYCLE BEING WORKED ON INTO
064800* MNFSTOUT-RECORD.  A MANIFEST READ FAILURE WOULD MAKE EVERY
064900* LATER ACCOUNT LOOK MISSING OR NEW, SO IT STOPS THE STEP.
065000     IF CYCLE-PRIOR
065100      THEN
065200       READ PRVMNFST INTO MNFSTOUT-RECORD;
065300       IF PRVMNFST-OK
065400        THEN
065500         ADD 1 TO PRV-RECORDS-READ
065600        ELSE
065700         IF NOT PRVMNFST-EOF-STAT
065800          THEN
065900           DISPLAY PGMNAME, ' PRVMNFST READ FAILED, FILE STATUS ',
066000               PRVMNFST-STATUS;
066100           PERFORM 0110-NOTE-SETUP-ERROR
066200         END-IF;
066300         SET MNF-EOF TO TRUE
066400       END-IF
066500      ELSE
066600       READ CURMNFST INTO MNFSTOUT-RECORD;
066700       IF CURMNFST-OK
066800        THEN
066900         ADD 1 TO CUR-RECORDS-READ
067000        ELSE
067100         IF NOT CURMNFST-EOF-STAT
067200          THEN
067300           DISPLAY PGMNAME, ' CURMNFST READ FAILED, FILE STATUS ',
067400               CURMNFST-STATUS;
067500           PERFORM 0110-NOTE-SETUP-ERROR
067600         END-IF;
067700         SET MNF-EOF TO TRUE
067800       END-IF
067900     END-IF.
068000     SKIP2
068006 0320-READ-SUPPOUT.
068012* A LOG THAT CANNOT BE READ TO THE END WOULD LEAVE SUPPRESSED
068018* ACCOUNTS LOOKING MISSING, SO IT STOPS THE STEP.
068024     READ SUPPOUT.
068030     IF NOT SUPPOUT-OK
068036      THEN
068042       IF NOT SUPPOUT-EOF-STAT
068048        THEN
068054         DISPLAY PGMNAME, ' SUPPOUT READ FAILED, FILE STATUS ',
068060             SUPPOUT-STATUS;
068066         PERFORM 0110-NOTE-SETUP-ERROR
068072       END-IF;
068078       SET SUPP-EOF TO TRUE
068084     END-IF.
068090     SKIP2
068100 TITLE 'Comparing Account by Account'.
068200 0400-COMPARE-ACCOUNTS.
068300* TOTAL EACH ACCOUNT'S RECORDS BY CYCLE, THEN JUDGE IT.
068400     MOVE 'N' TO SORT-EOF-FLAG.
068500     PERFORM 0410-RETURN-SORTED.
068600     PERFORM UNTIL SORT-EOF
068700       PERFORM 0420-START-ACCOUNT
068800       PERFORM UNTIL SORT-EOF
068900                  OR SRT-ACCOUNT NOT = ACCT-KEY
069000         PERFORM 0430-ADD-RECORD
069100         PERFORM 0410-RETURN-SORTED
069200       END-PERFORM
069300       PERFORM 0500-JUDGE-ACCOUNT
069400     END-PERFORM.
069500     SKIP2
069600 0410-RETURN-SORTED.
069700     RETURN MNCSORT
069800       AT END
069900         SET SORT-EOF TO TRUE
070000     END-RETURN.
070100     SKIP2
070200 0420-START-ACCOUNT.
070300     MOVE SRT-ACCOUNT TO ACCT-KEY.
070400     MOVE ZERO TO ACCT-PRV-STMTS, ACCT-CUR-STMTS, ACCT-SUP-STMTS.
070500     MOVE ZERO TO ACCT-PRV-PAGES, ACCT-CUR-PAGES.
070600     MOVE SPACES TO ACCT-PRV-RECORD, ACCT-CUR-RECORD,
070650         ACCT-SUP-RECORD.
070700     MOVE 'N' TO ACCT-PAGES-FLAG.
070800     SKIP2
070900 0430-ADD-RECORD.
071000     IF NOT SRT-PAGES-OK
071100      THEN
071200       SET ACCT-PAGES-UNKNOWN TO TRUE
071300     END-IF.
071400     EVALUATE SRT-CYCLE
071472      WHEN 'P'
071544       IF ACCT-PRV-STMTS = ZERO
071616        THEN
071688         MOVE SRT-MNF-RECORD TO ACCT-PRV-RECORD
071760       END-IF;
071832       ADD 1 TO ACCT-PRV-STMTS;
071904       ADD SRT-PAGES TO ACCT-PRV-PAGES
071976      WHEN 'C'
072048       IF ACCT-CUR-STMTS = ZERO
072120        THEN
072192         MOVE SRT-MNF-RECORD TO ACCT-CUR-RECORD
072264       END-IF;
072336       ADD 1 TO ACCT-CUR-STMTS;
072408       ADD SRT-PAGES TO ACCT-CUR-PAGES
072480      WHEN OTHER
072552       IF ACCT-SUP-STMTS = ZERO
072624        THEN
072696         MOVE SRT-MNF-RECORD TO ACCT-SUP-RECORD
072768       END-IF;
072840       ADD 1 TO ACCT-SUP-STMTS
072912     END-EVALUATE.
073000     SKIP2
073100 0500-JUDGE-ACCOUNT.
073200* AN ACCOUNT ONLY THE PRIOR CYCLE HAS IS MISSING -- UNLESS IT WAS
073250* SUPPRESSED THIS CYCLE -- ONE ONLY THIS CYCLE HAS IS NEW, AND ONE
073300* BOTH HAVE IS TESTED FOR A PAGE MOVE.  A SUPPRESSED ACCOUNT THE
073350* PRIOR CYCLE DID NOT HAVE EITHER IS REPORTED AS SUPPRESSED TOO.
073400     IF ACCT-PRV-STMTS > ZERO
073500      THEN
073600       ADD 1 TO PRV-ACCOUNTS
073700     END-IF.
073800     IF ACCT-CUR-STMTS > ZERO
073900      THEN
074000       ADD 1 TO CUR-ACCOUNTS
074100     END-IF.
074200     COMPUTE ACCT-CHANGE = ACCT-CUR-PAGES - ACCT-PRV-PAGES.
074300     EVALUATE TRUE
074333      WHEN ACCT-CUR-STMTS = ZERO
074366       AND ACCT-SUP-STMTS > ZERO
074399       ADD 1 TO ACCOUNTS-SUPPRESSED;
074432       PERFORM 0525-REPORT-SUPPRESSED
074465      WHEN ACCT-CUR-STMTS = ZERO
074500       ADD 1 TO ACCOUNTS-MISSING;
074600       PERFORM 0520-REPORT-MISSING
074700      WHEN ACCT-PRV-STMTS = ZERO
074800       ADD 1 TO ACCOUNTS-NEW;
074900       PERFORM 0530-REPORT-NEW
075000      WHEN OTHER
075100       ADD 1 TO ACCOUNTS-MATCHED;
075200       IF ACCT-PAGES-UNKNOWN
075300        THEN
075400         ADD 1 TO ACCOUNTS-NOT-TESTED
075500        ELSE
075600         PERFORM 0510-TEST-MOVE;
075700         IF ACCT-MOVED
075800          THEN
075900           ADD 1 TO ACCOUNTS-MOVED;
076000           PERFORM 0540-REPORT-MOVE
076100         END-IF
076200       END-IF
076300     END-EVALUATE.
076400     SKIP2
076500 0510-TEST-MOVE.
076600* EITHER LIMIT EXCEEDED IS A MOVE.  THE PERCENTAGE IS OF THE
076700* PRIOR CYCLE'S PAGES; AN ACCOUNT THAT HAD NO PAGES AND NOW HAS
076800* SOME HAS MOVED BY MORE THAN ANY PERCENTAGE.
076900     MOVE 'N' TO ACCT-MOVED-FLAG.
077000     IF ACCT-CHANGE < ZERO
077100      THEN
077200       COMPUTE ACCT-ABS-CHANGE = ZERO - ACCT-CHANGE
077300      ELSE
077400       MOVE ACCT-CHANGE TO ACCT-ABS-CHANGE
077500     END-IF.
077600     IF ACCT-PRV-PAGES > ZERO
077700      THEN
077800       COMPUTE ACCT-PCT = ACCT-ABS-CHANGE * 100 / ACCT-PRV-PAGES
077900      ELSE
078000       MOVE ZERO TO ACCT-PCT
078100     END-IF.
078200     IF MOVE-PAGES-LIMIT NOT < ZERO
078300      AND ACCT-ABS-CHANGE > MOVE-PAGES-LIMIT
078400      THEN
078500       SET ACCT-MOVED TO TRUE
078600     END-IF.
078700     IF MOVE-PCT-LIMIT NOT < ZERO
078800      AND ACCT-ABS-CHANGE > ZERO
078900      THEN
079000       IF ACCT-PRV-PAGES = ZERO
079100        OR ACCT-PCT > MOVE-PCT-LIMIT
079200        THEN
079300         SET ACCT-MOVED TO TRUE
079400       END-IF
079500     END-IF.
079600     SKIP2
079700 0520-REPORT-MISSING.
079800     PERFORM 0550-FILL-DETAIL.
079900     MOVE 'MISSING' TO RPT-DET-TYPE.
080000     PERFORM 0560-WRITE-DETAIL.
080100     MOVE SPACES TO EXCPOUT-RECORD.
080200     MOVE 'MISS' TO EXCP-REASON-CODE.
080300     MOVE 'ACCOUNT MISSING THIS CYCLE' TO EXCP-REASON.
080400     MOVE ACCT-PRV-DOC-NAME TO EXCP-PAGENAME.
080500     MOVE ACCT-PRV-RECORD TO EXCP-DATA.
080600     PERFORM 0600-WRITE-EXCEPTION.
080700     SKIP2
080705 0525-REPORT-SUPPRESSED.
080710     PERFORM 0550-FILL-DETAIL.
080715     MOVE 'SUPPRESSED' TO RPT-DET-TYPE.
080720     MOVE ACCT-SUP-DOC-NAME TO RPT-DET-CUR-NAME.
080725     MOVE SPACES TO RPT-DET-NOTE.
080730     STRING 'DO-NOT-MAIL, REASON ' DELIMITED BY SIZE
080735            ACCT-SUP-REASON DELIMITED BY SIZE
080740         INTO RPT-DET-NOTE.
080745     PERFORM 0560-WRITE-DETAIL.
080750     MOVE SPACES TO EXCPOUT-RECORD.
080755     MOVE 'SUPP' TO EXCP-REASON-CODE.
080760     MOVE ACCT-SUP-REASON TO SUPP-REASON-CODE.
080765     MOVE SUPP-REASON TO EXCP-REASON.
080770     MOVE ACCT-SUP-DOC-NAME TO EXCP-PAGENAME.
080775     MOVE ACCT-SUP-RECORD TO EXCP-DATA.
080780     PERFORM 0600-WRITE-EXCEPTION.
080785     SKIP2
080800 0530-REPORT-NEW.
080900     PERFORM 0550-FILL-DETAIL.
081000     MOVE 'NEW' TO RPT-DET-TYPE.
081100     PERFORM 0560-WRITE-DETAIL.
081200     MOVE SPACES TO EXCPOUT-RECORD.
081300     MOVE 'NEWA' TO EXCP-REASON-CODE.
081400     MOVE 'ACCOUNT NEW THIS CYCLE' TO EXCP-REASON.
081500     MOVE ACCT-CUR-DOC-NAME TO EXCP-PAGENAME.
081600     MOVE ACCT-CUR-RECORD TO EXCP-DATA.
081700     PERFORM 0600-WRITE-EXCEPTION.
081800     SKIP2
081900 0540-REPORT-MOVE.
082000     PERFORM 0550-FILL-DETAIL.
082100     MOVE 'MOVED' TO RPT-DET-TYPE.
082200     MOVE ACCT-CHANGE TO RPT-DET-CHANGE.
082300     IF ACCT-PRV-PAGES > ZERO
082400      THEN
082500       IF ACCT-CHANGE < ZERO
082600        THEN
082700         COMPUTE RPT-PCT-EDIT = ZERO - ACCT-PCT
082800        ELSE
082900         MOVE ACCT-PCT TO RPT-PCT-EDIT
083000       END-IF;
083100       MOVE RPT-PCT-EDIT TO RPT-DET-PCT (1 : 7);
083200       MOVE '%' TO RPT-DET-PCT (8 : 1)
083300     END-IF.
083400     PERFORM 0560-WRITE-DETAIL.
083500     MOVE SPACES TO EXCPOUT-RECORD.
083600     MOVE 'PGMV' TO EXCP-REASON-CODE.
083700     MOVE ACCT-PRV-PAGES TO PGMV-FROM.
083800     MOVE ACCT-CUR-PAGES TO PGMV-TO.
083900     MOVE PGMV-REASON TO EXCP-REASON.
084000     MOVE ACCT-CUR-DOC-NAME TO EXCP-PAGENAME.
084100     MOVE ACCT-CUR-RECORD TO EXCP-DATA.
084200     PERFORM 0600-WRITE-EXCEPTION.
084300     SKIP2
084400 0550-FILL-DETAIL.
084500* THE COLUMNS EVERY LINE CARRIES.  AN ACCOUNT WITH MORE THAN
084600* ONE STATEMENT IN A CYCLE SHOWS THE FIRST STATEMENT'S NAME.
084700     MOVE SPACES TO RPT-DETAIL.
084800     MOVE ACCT-KEY TO RPT-DET-ACCOUNT.
084900     MOVE ACCT-PRV-DOC-NAME TO RPT-DET-PRV-NAME.
085000     MOVE ACCT-CUR-DOC-NAME TO RPT-DET-CUR-NAME.
085100     MOVE ACCT-PRV-STMTS TO RPT-DET-PRV-STMTS.
085200     MOVE ACCT-CUR-STMTS TO RPT-DET-CUR-STMTS.
085300     MOVE ACCT-PRV-PAGES TO RPT-DET-PRV-PAGES.
085400     MOVE ACCT-CUR-PAGES TO RPT-DET-CUR-PAGES.
085500     IF ACCT-PRV-STMTS NOT = ACCT-CUR-STMTS
085600      AND ACCT-PRV-STMTS > ZERO
085700      AND ACCT-CUR-STMTS > ZERO
085800      THEN
085900       MOVE 'STATEMENT COUNT CHANGED' TO RPT-DET-NOTE
086000     END-IF.
086100     SKIP2
086200 0560-WRITE-DETAIL.
086300     MOVE RPT-DETAIL TO MNCRPT-RECORD.
086400     PERFORM 0820-WRITE-REPORT-LINE.
086500     SKIP2
086600 0600-WRITE-EXCEPTION.
086700* THE EXCEPTION CARRIES THE MANIFEST RECORD AS ITS SNAPSHOT;
086800* THE RECORD LENGTH AND TRIPLET POINTER DO NOT APPLY AND ARE
086900* ZERO.
087000     IF EXCPOUT-AVAILABLE
087100      THEN
087200       MOVE ZERO TO EXCP-RECLEN, EXCP-TRIPLET-PTR;
087300       WRITE EXCPOUT-RECORD;
087400       IF EXCPOUT-OK
087500        THEN
087600         ADD 1 TO EXCEPTIONS-WRITTEN
087700        ELSE
087800         DISPLAY PGMNAME, ' EXCPOUT WRITE FAILED, FILE STATUS ',
087900             EXCPOUT-STATUS;
088000         MOVE 12 TO RETURN-CODE;
088100         MOVE 'N' TO EXCPOUT-AVAIL-FLAG
088200       END-IF
088300     END-IF.
088400     SKIP2
088500 TITLE 'Summary and Hold Decision'.
088600 0800-WRITE-SUMMARY.
088700* COUNTS, THEN THE HOLD DECISION: MORE MISSING ACCOUNTS THAN THE
088800* TOLERANCE IS RETURN CODE 8.
088900     MOVE SPACES TO MNCRPT-RECORD.
089000     PERFORM 0820-WRITE-REPORT-LINE.
089100     MOVE 'SUMMARY' TO RPT-TEXT.
089200     MOVE RPT-TEXT-LINE TO MNCRPT-RECORD.
089300     PERFORM 0820-WRITE-REPORT-LINE.
089400     MOVE 'PRIOR CYCLE MANIFEST RECORDS' TO RPT-TOT-CAPTION.
089500     MOVE PRV-RECORDS-READ TO RPT-TOT-COUNT.
089600     PERFORM 0810-WRITE-TOTAL.
089700     MOVE '  ACCOUNTS' TO RPT-TOT-CAPTION.
089800     MOVE PRV-ACCOUNTS TO RPT-TOT-COUNT.
089900     PERFORM 0810-WRITE-TOTAL.
090000     MOVE '  PAGES' TO RPT-TOT-CAPTION.
090100     MOVE PRV-PAGE-TOTAL TO RPT-TOT-COUNT.
090200     PERFORM 0810-WRITE-TOTAL.
090300     MOVE '  STATEMENTS WITHOUT AN ACCOUNT' TO RPT-TOT-CAPTION.
090400     MOVE PRV-NO-ACCOUNT TO RPT-TOT-COUNT.
090500     PERFORM 0810-WRITE-TOTAL.
090600     MOVE '  PAGE COUNTS NOT NUMERIC' TO RPT-TOT-CAPTION.
090700     MOVE PRV-BAD-PAGES TO RPT-TOT-COUNT.
090800     PERFORM 0810-WRITE-TOTAL.
090900     MOVE 'THIS CYCLE MANIFEST RECORDS' TO RPT-TOT-CAPTION.
091000     MOVE CUR-RECORDS-READ TO RPT-TOT-COUNT.
091100     PERFORM 0810-WRITE-TOTAL.
091200     MOVE '  ACCOUNTS' TO RPT-TOT-CAPTION.
091300     MOVE CUR-ACCOUNTS TO RPT-TOT-COUNT.
091400     PERFORM 0810-WRITE-TOTAL.
091500     MOVE '  PAGES' TO RPT-TOT-CAPTION.
091600     MOVE CUR-PAGE-TOTAL TO RPT-TOT-COUNT.
091700     PERFORM 0810-WRITE-TOTAL.
091800     MOVE '  STATEMENTS WITHOUT AN ACCOUNT' TO RPT-TOT-CAPTION.
091900     MOVE CUR-NO-ACCOUNT TO RPT-TOT-COUNT.
092000     PERFORM 0810-WRITE-TOTAL.
092100     MOVE '  PAGE COUNTS NOT NUMERIC' TO RPT-TOT-CAPTION.
092200     MOVE CUR-BAD-PAGES TO RPT-TOT-COUNT.
092300     PERFORM 0810-WRITE-TOTAL.
092325     MOVE '  STATEMENTS SUPPRESSED (SUPPOUT)' TO RPT-TOT-CAPTION.
092350     MOVE SUPP-STMTS-READ TO RPT-TOT-COUNT.
092375     PERFORM 0810-WRITE-TOTAL.
092400     MOVE 'ACCOUNTS IN BOTH CYCLES' TO RPT-TOT-CAPTION.
092500     MOVE ACCOUNTS-MATCHED TO RPT-TOT-COUNT.
092600     PERFORM 0810-WRITE-TOTAL.
092700     MOVE '  PAGE COUNT MOVED PAST THE LIMIT' TO RPT-TOT-CAPTION.
092800     MOVE ACCOUNTS-MOVED TO RPT-TOT-COUNT.
092900     PERFORM 0810-WRITE-TOTAL.
093000     MOVE '  NOT TESTED (PAGE COUNT NOT NUMERIC)'
093100         TO RPT-TOT-CAPTION.
093200     MOVE ACCOUNTS-NOT-TESTED TO RPT-TOT-COUNT.
093300     PERFORM 0810-WRITE-TOTAL.
093400     MOVE 'ACCOUNTS MISSING THIS CYCLE' TO RPT-TOT-CAPTION.
093500     MOVE ACCOUNTS-MISSING TO RPT-TOT-COUNT.
093600     PERFORM 0810-WRITE-TOTAL.
093625     MOVE 'ACCOUNTS SUPPRESSED THIS CYCLE' TO RPT-TOT-CAPTION.
093650     MOVE ACCOUNTS-SUPPRESSED TO RPT-TOT-COUNT.
093675     PERFORM 0810-WRITE-TOTAL.
093700     MOVE 'ACCOUNTS NEW THIS CYCLE' TO RPT-TOT-CAPTION.
093800     MOVE ACCOUNTS-NEW TO RPT-TOT-COUNT.
093900     PERFORM 0810-WRITE-TOTAL.
094000     MOVE 'CHANGE IN PAGES' TO RPT-TOT-CAPTION.
094100     COMPUTE RPT-TOT-COUNT = CUR-PAGE-TOTAL - PRV-PAGE-TOTAL.
094200     PERFORM 0810-WRITE-TOTAL.
094300     MOVE 'EXCEPTION RECORDS WRITTEN' TO RPT-TOT-CAPTION.
094400     MOVE EXCEPTIONS-WRITTEN TO RPT-TOT-COUNT.
094500     PERFORM 0810-WRITE-TOTAL.
094600     IF MISS-COUNT-LIMIT NOT < ZERO
094700      AND ACCOUNTS-MISSING > MISS-COUNT-LIMIT
094800      THEN
094900       SET MISSING-OVER TO TRUE
095000     END-IF.
095100     IF MISS-PCT-LIMIT NOT < ZERO
095200      AND ACCOUNTS-MISSING * 100 > MISS-PCT-LIMIT * PRV-ACCOUNTS
095300      THEN
095400       SET MISSING-OVER TO TRUE
095500     END-IF.
095600     MOVE SPACES TO MNCRPT-RECORD.
095700     PERFORM 0820-WRITE-REPORT-LINE.
095800     IF MISSING-OVER
095900      THEN
096000       MOVE SPACES TO RPT-TEXT;
096100       STRING 'MISSING ACCOUNTS OVER TOLERANCE' DELIMITED BY SIZE
096200              ' -- RUN HELD FOR REVIEW' DELIMITED BY SIZE
096300           INTO RPT-TEXT;
096400       DISPLAY PGMNAME, ' MISSING ACCOUNTS OVER TOLERANCE --',
096500           ' RUN HELD FOR REVIEW.';
096600       IF RETURN-CODE < 8
096700        THEN
096800         MOVE 8 TO RETURN-CODE
096900       END-IF
097000      ELSE
097100       MOVE 'MISSING ACCOUNTS WITHIN TOLERANCE' TO RPT-TEXT
097200     END-IF.
097300     MOVE RPT-TEXT-LINE TO MNCRPT-RECORD.
097400     PERFORM 0820-WRITE-REPORT-LINE.
097500     SKIP2
097600 0810-WRITE-TOTAL.
097700     MOVE RPT-TOTAL TO MNCRPT-RECORD.
097800     PERFORM 0820-WRITE-REPORT-LINE.
097900     SKIP2
098000 0820-WRITE-REPORT-LINE.
098100     WRITE MNCRPT-RECORD.
098200     IF NOT MNCRPT-OK
098300      THEN
098400       DISPLAY PGMNAME, ' REPORT WRITE FAILED, FILE STATUS ',
098500           MNCRPT-STATUS;
098600       MOVE 12 TO RETURN-CODE
098700     END-IF.
098800     SKIP2
098900 0900-TERMINATE.
099000* CLOSE WHATEVER OPENED.  FILE STATUS 42 (NOT OPEN) IS THE
099100* NORMAL RESULT OF CLOSING A FILE THAT NEVER OPENED AND IS
099200* NOT REPORTED.
099300     CLOSE PRVMNFST.
099400     CLOSE CURMNFST.
099500     CLOSE EXCPOUT.
099550     CLOSE SUPPOUT.
099600     CLOSE MNCRPT.
099700     MOVE ACCOUNTS-MISSING TO COUNT-DISP.
099800     DISPLAY PGMNAME, COUNT-DISP, ' ACCOUNTS MISSING.'.
099833     MOVE ACCOUNTS-SUPPRESSED TO COUNT-DISP.
099866     DISPLAY PGMNAME, COUNT-DISP, ' ACCOUNTS SUPPRESSED.'.
099900     MOVE ACCOUNTS-NEW TO COUNT-DISP.
100000     DISPLAY PGMNAME, COUNT-DISP, ' ACCOUNTS NEW.'.
100100     MOVE ACCOUNTS-MOVED TO COUNT-DISP.
100200     DISPLAY PGMNAME, COUNT-DISP, ' PAGE COUNTS MOVED.'.
