000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ NOLIST
000200* LAST UPDATE ON 15 Oct 2026 AT 13:18:22 BY DELGADOM VERSION 2  *
000300 ID DIVISION.
000400 PROGRAM-ID. APKCHGBK.
000500 AUTHOR. TURETZKY--HYDRA.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700
000800               This program prices a month of print runs for
000900               chargeback to the business units we print for.
001000               Finance bills each unit per impression, per sheet,
001100               per statement, and a setup fee per run, and until
001200               now those volumes were copied by hand from the
001300               APKOTRPT trend report and the PAIROUT sheet
001400               forecast.  APKOTLLE now records sheets,
001500               impressions and statements in each run's history
001600               record, and APKPGPUL records the pages it pulls,
001700               so the whole bill comes from the run-history
001800               cluster.
001900
002000               The client control file (CLNTCTL) maps each
002100               jobname to the client and cost center it is billed
002200               to.  The rate table (RATECTL) gives each client's
002300               rates per impression, sheet and statement and its
002400               setup fee per run, once for production runs and
002500               optionally again for reprints -- APKOTLLE extract
002600               runs and APKPGPUL pulls.  A reprint rate record
002700               either prices reprints at its own rates or marks
002800               them non-billable; a client with no reprint record
002900               is not charged for reprints.  The billing control
003000               record (BILLCTL) names the month, as YYMM, and the
003100               general ledger accounts; a blank month means the
003200               month before the one the step runs in.
003300
003400               Method of operation: the run-history cluster is
003500               read from end to end and each run in the month is
003600               priced and sorted by client, cost center, jobname
003700               and run time.  The invoice register (INVRPT) lists
003800               every run under its client and cost center, then
003900               the month's quantity and charge by charge type and
004000               the invoice total.  The chargeback feed (GLFEED)
004100               gets a header record, a debit to the client's cost
004200               center for each charge type billed, a credit to
004300               the print center for the invoice total, and a
004400               trailer with the record count and the debit and
004500               credit totals.  A run whose jobname has no client,
004600               or whose client has no production rate, is listed
004700               but not billed and ends the step with return code
004800               8, as does a control record in error.  A run
004900               recorded before the history record carried sheets
005000               and statements is billed on its page count as
005100               impressions and sheets, with no statements, and
005200               ends the step with return code 4.
005300
005400 DATE-WRITTEN. 15 Oct 26.
005500 DATE-COMPILED.
005600 SECURITY. IBM SAMPLE CODE ONLY.
005700*/**************************************************************/
005800*/* Licensed under the Apache License, Version 2.0 (the        */
005900*/* "License"); you may not use this file except in compliance */
006000*/* with the License. You may obtain a copy of the License at  */
006100*/*                                                            */
006200*/* http://www.apache.org/licenses/LICENSE-2.0                 */
006300*/*                                                            */
006400*/* Unless required by applicable law or agreed to in writing, */
006500*/* software distributed under the License is distributed on an*/
006600*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
006700*/* KIND, either express or implied.  See the License for the  */
006800*/* specific language governing permissions and limitations    */
006900*/* under the License.                                         */
007000*/*------------------------------------------------------------*/
007100*/*                                                            */
007200*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
007300*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
007400*/*                                                            */
007500*/*   Permission to use, copy, modify, and distribute          */
007600*/*   this software for any purpose with or without fee        */
007700*/*   is hereby granted, provided that the above               */
007800*/*   copyright notices appear in all copies.                  */
007900*/*                                                            */
008000*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
008100*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
008200*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
008300*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
008400*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
008500*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
008600*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
008700*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
008800*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
008900*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
009000*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
009100*/**************************************************************/
009200 TITLE 'Monthly Print Chargeback'.
009300 ENVIRONMENT DIVISION.
009400 CONFIGURATION SECTION.
009500 SOURCE-COMPUTER. IBM-370.
009600 OBJECT-COMPUTER. IBM-370.
009700 INPUT-OUTPUT SECTION.
009800 FILE-CONTROL.
009900* THE ONE-RECORD BILLING CONTROL -- MONTH AND LEDGER ACCOUNTS.
010000     SELECT BILLCTL   ASSIGN TO BILLCTL
010100         FILE STATUS IS BILLCTL-STATUS.
010200* JOBNAME TO CLIENT AND COST CENTER, ONE RECORD PER JOBNAME.
010300     SELECT CLNTCTL   ASSIGN TO CLNTCTL
010400         FILE STATUS IS CLNTCTL-STATUS.
010500* CLIENT RATES, ONE RECORD PER CLIENT PER RUN CLASS.
010600     SELECT RATECTL   ASSIGN TO RATECTL
010700         FILE STATUS IS RATECTL-STATUS.
010800* THE RUN-HISTORY CLUSTER APKOTLLE AND APKPGPUL INSERT INTO.
010900     SELECT HISTVSAM  ASSIGN TO HISTVSAM
011000         ORGANIZATION IS INDEXED
011100         ACCESS MODE IS SEQUENTIAL
011200         RECORD KEY IS HIST-KEY
011300         FILE STATUS IS HISTVSAM-STATUS.
011400* THE PRINTED INVOICE REGISTER.
011500     SELECT INVRPT    ASSIGN TO INVRPT
011600         FILE STATUS IS INVRPT-STATUS.
011700* THE GENERAL LEDGER CHARGEBACK FEED.
011800     SELECT GLFEED    ASSIGN TO GLFEED
011900         FILE STATUS IS GLFEED-STATUS.
012000* SORT WORK FILE: THE MONTH'S PRICED RUNS.
012100     SELECT BILLSORT  ASSIGN TO SORTWK01.
012200     EJECT
012300 DATA DIVISION.
012400 FILE SECTION.
012500 FD  BILLCTL
012600     RECORDING MODE F
012700     LABEL RECORDS ARE STANDARD.
012800 01  BILLCTL-RECORD.
012900     05  BILL-CTL-MONTH          PIC X(4).
013000     05  FILLER                  PIC X(1).
013100     05  BILL-CTL-DEBIT-ACCT     PIC X(10).
013200     05  FILLER                  PIC X(1).
013300     05  BILL-CTL-CREDIT-ACCT    PIC X(10).
013400     05  FILLER                  PIC X(1).
013500     05  BILL-CTL-CREDIT-CC      PIC X(10).
013600     05  FILLER                  PIC X(43).
013700 FD  CLNTCTL
013800     RECORDING MODE F
013900     LABEL RECORDS ARE STANDARD.
014000 01  CLNTCTL-RECORD.
014100     05  CLNT-REC-JOBNAME        PIC X(8).
014200     05  FILLER                  PIC X(1).
014300     05  CLNT-REC-CLIENT         PIC X(8).
014400     05  FILLER                  PIC X(1).
014500     05  CLNT-REC-COSTCTR        PIC X(10).
014600     05  FILLER                  PIC X(1).
014700     05  CLNT-REC-NAME           PIC X(30).
014800     05  FILLER                  PIC X(21).
014900* RATES ARE DOLLARS WITH FIVE DECIMAL PLACES (00045000 IS $0.45),
015000* THE SETUP FEE DOLLARS AND CENTS.  CLASS 'P' PRICES PRODUCTION
015100* RUNS, CLASS 'R' REPRINTS; BILLABLE 'N' ON AN 'R' RECORD MAKES
015200* THE CLIENT'S REPRINTS FREE.
015300 FD  RATECTL
015400     RECORDING MODE F
015500     LABEL RECORDS ARE STANDARD.
015600 01  RATECTL-RECORD.
015700     05  RATE-REC-CLIENT         PIC X(8).
015800     05  FILLER                  PIC X(1).
015900     05  RATE-REC-CLASS          PIC X.
016000     05  FILLER                  PIC X(1).
016100     05  RATE-REC-BILLABLE       PIC X.
016200     05  FILLER                  PIC X(1).
016300     05  RATE-REC-IMPRESSION     PIC 9(3)V9(5).
016400     05  FILLER                  PIC X(1).
016500     05  RATE-REC-SHEET          PIC 9(3)V9(5).
016600     05  FILLER                  PIC X(1).
016700     05  RATE-REC-STATEMENT      PIC 9(3)V9(5).
016800     05  FILLER                  PIC X(1).
016900     05  RATE-REC-SETUP          PIC 9(5)V99.
017000     05  FILLER                  PIC X(33).
017100 FD  HISTVSAM
017200     RECORD CONTAINS 80 CHARACTERS.
017300     COPY HISTREC SUPPRESS.
017400 FD  INVRPT
017500     RECORDING MODE F
017600     LABEL RECORDS ARE STANDARD.
017700 01  INVRPT-RECORD               PIC X(132).
017800* ONE 100-BYTE LAYOUT WITH THREE VIEWS: 'H' HEADER, 'D' DETAIL
017900* (DEBIT OR CREDIT), 'T' TRAILER.  AMOUNTS ARE UNSIGNED DOLLARS
018000* AND CENTS; GL-DR-CR GIVES THE SIDE.
018100 FD  GLFEED
018200     RECORDING MODE F
018300     LABEL RECORDS ARE STANDARD.
018400 01  GLFEED-RECORD.
018500     05  GL-REC-TYPE             PIC X.
018600     05  GL-PERIOD               PIC X(4).
018700     05  GL-SOURCE               PIC X(8).
018800     05  GL-DETAIL.
018900         10  GL-COSTCTR          PIC X(10).
019000         10  GL-ACCOUNT          PIC X(10).
019100         10  GL-DR-CR            PIC X.
019200         10  GL-AMOUNT           PIC 9(11)V99.
019300         10  GL-CLIENT           PIC X(8).
019400         10  GL-CHARGE-CODE      PIC X(4).
019500         10  GL-QUANTITY         PIC 9(9).
019600         10  GL-DESCRIPTION      PIC X(30).
019700         10  FILLER              PIC X(2).
019800     05  GL-HEADER REDEFINES GL-DETAIL.
019900         10  GL-HDR-CREATE-DATE  PIC 9(6).
020000         10  GL-HDR-CREATE-TIME  PIC 9(8).
020100         10  FILLER              PIC X(73).
020200     05  GL-TRAILER REDEFINES GL-DETAIL.
020300         10  GL-TRL-RECORDS      PIC 9(8).
020400         10  GL-TRL-DEBITS       PIC 9(13)V99.
020500         10  GL-TRL-CREDITS      PIC 9(13)V99.
020600         10  FILLER              PIC X(49).
020700* ONE SORT RECORD PER PRICED RUN.  A JOBNAME WITH NO CLIENT SORTS
020800* LAST UNDER A CLIENT OF HIGH-VALUES.
020900 SD  BILLSORT.
021000 01  BILLSORT-RECORD.
021100     05  SR-CLIENT               PIC X(8).
021200     05  SR-COSTCTR              PIC X(10).
021300     05  SR-JOBNAME              PIC X(8).
021400     05  SR-RUN-DATE             PIC 9(6).
021500     05  SR-RUN-TIME             PIC 9(8).
021600     05  SR-CLIENT-NAME          PIC X(30).
021700     05  SR-RUN-TYPE             PIC X.
021800     05  SR-CLASS                PIC X.
021900         88  SR-REPRINT          VALUE 'R'.
022000     05  SR-BILL-FLAG            PIC X.
022100         88  SR-BILLED           VALUE 'B'.
022200         88  SR-NO-CHARGE        VALUE 'N'.
022300         88  SR-NO-RATE          VALUE 'R'.
022400         88  SR-NO-CLIENT        VALUE 'U'.
022500     05  SR-ESTIMATE-FLAG        PIC X.
022600         88  SR-ESTIMATED        VALUE 'Y'.
022700     05  SR-IMPRESSIONS          PIC S9(9) COMP-3.
022800     05  SR-SHEETS               PIC S9(9) COMP-3.
022900     05  SR-STMTS                PIC S9(9) COMP-3.
023000     05  SR-IMPR-AMT             PIC S9(9)V99 COMP-3.
023100     05  SR-SHEET-AMT            PIC S9(9)V99 COMP-3.
023200     05  SR-STMT-AMT             PIC S9(9)V99 COMP-3.
023300     05  SR-SETUP-AMT            PIC S9(9)V99 COMP-3.
023400     05  SR-RUN-AMT              PIC S9(9)V99 COMP-3.
023500     EJECT
023600 WORKING-STORAGE SECTION.
023700 77  PGMNAME                 PIC X(8) VALUE 'APKCHGBK'.
023800 77  BILLCTL-STATUS          PIC XX   VALUE SPACES.
023900     88  BILLCTL-OK          VALUE '00'.
024000 77  CLNTCTL-STATUS          PIC XX   VALUE SPACES.
024100     88  CLNTCTL-OK          VALUE '00'.
024200 77  RATECTL-STATUS          PIC XX   VALUE SPACES.
024300     88  RATECTL-OK          VALUE '00'.
024400 77  HISTVSAM-STATUS         PIC XX   VALUE SPACES.
024500     88  HISTVSAM-OK         VALUE '00'.
024600     88  HISTVSAM-EOF-STAT   VALUE '10'.
024700 77  INVRPT-STATUS           PIC XX   VALUE SPACES.
024800     88  INVRPT-OK           VALUE '00'.
024900 77  GLFEED-STATUS           PIC XX   VALUE SPACES.
025000     88  GLFEED-OK           VALUE '00'.
025100 77  HIST-EOF-FLAG           PIC X    VALUE 'N'.
025200     88  HIST-EOF            VALUE 'Y'.
025300 77  SORT-EOF-FLAG           PIC X    VALUE 'N'.
025400     88  SORT-EOF            VALUE 'Y'.
025500 77  SETUP-FAILED-FLAG       PIC X    VALUE 'N'.
025600     88  SETUP-FAILED        VALUE 'Y'.
025700     SKIP2
025800* THE BILLING MONTH, AND THE RUN DATE SPLIT SO ITS YEAR AND MONTH
025900* CAN BE COMPARED WITH IT.
026000 01  BILL-MONTH              PIC X(4) VALUE SPACES.
026100 01  TODAY-DATE              PIC 9(6) VALUE ZERO.
026200 01  TODAY-DATE-SPLIT REDEFINES TODAY-DATE.
026300     05  TODAY-YY            PIC 99.
026400     05  TODAY-MM            PIC 99.
026500     05  TODAY-DD            PIC 99.
026600 01  PRIOR-MONTH.
026700     05  PRIOR-YY            PIC 99   VALUE ZERO.
026800     05  PRIOR-MM            PIC 99   VALUE ZERO.
026900 01  WORK-DATE               PIC 9(6) VALUE ZERO.
027000 01  WORK-DATE-SPLIT REDEFINES WORK-DATE.
027100     05  WORK-YYMM           PIC X(4).
027200     05  FILLER              PIC X(2).
027300 01  MONTH-CHECK.
027400     05  MONTH-CHECK-YY      PIC 99.
027500     05  MONTH-CHECK-MM      PIC 99.
027600     SKIP2
027700* CLIENT CONTROL TABLE, LOADED BY 0130-LOAD-CLNTCTL.
027800 77  CLNT-COUNT              PIC S9(4) BINARY VALUE ZERO.
027900 77  CLNT-IDX                PIC S9(4) BINARY VALUE ZERO.
028000 01  CLNT-TABLE.
028100     05  CLNT-ENTRY OCCURS 500 TIMES.
028200         10  CLNT-JOBNAME        PIC X(8).
028300         10  CLNT-CLIENT         PIC X(8).
028400         10  CLNT-COSTCTR        PIC X(10).
028500         10  CLNT-NAME           PIC X(30).
028600     SKIP2
028700* RATE TABLE, LOADED BY 0140-LOAD-RATECTL.
028800 77  RATE-COUNT              PIC S9(4) BINARY VALUE ZERO.
028900 77  RATE-IDX                PIC S9(4) BINARY VALUE ZERO.
029000 77  RATE-FIND-CLASS         PIC X    VALUE SPACE.
029100 01  RATE-TABLE.
029200     05  RATE-ENTRY OCCURS 200 TIMES.
029300         10  RATE-CLIENT         PIC X(8).
029400         10  RATE-CLASS          PIC X.
029500         10  RATE-BILLABLE       PIC X.
029600         10  RATE-IMPRESSION     PIC 9(3)V9(5) COMP-3.
029700         10  RATE-SHEET          PIC 9(3)V9(5) COMP-3.
029800         10  RATE-STATEMENT      PIC 9(3)V9(5) COMP-3.
029900         10  RATE-SETUP          PIC 9(5)V99 COMP-3.
030000     SKIP2
030100* THE CHARGE TYPES, PRODUCTION FIRST, THEN THE SAME FOUR FOR
030200* REPRINTS.  EACH CARRIES ITS LEDGER CHARGE CODE AND CAPTION.
030300 01  CHG-CODE-VALUES.
030400     05  FILLER              PIC X(34) VALUE
030500         'IMPRPRODUCTION IMPRESSIONS'.
030600     05  FILLER              PIC X(34) VALUE
030700         'SHETPRODUCTION SHEETS'.
030800     05  FILLER              PIC X(34) VALUE
030900         'STMTPRODUCTION STATEMENTS'.
031000     05  FILLER              PIC X(34) VALUE
031100         'SETPPRODUCTION RUN SETUPS'.
031200     05  FILLER              PIC X(34) VALUE
031300         'RIMPREPRINT IMPRESSIONS'.
031400     05  FILLER              PIC X(34) VALUE
031500         'RSHTREPRINT SHEETS'.
031600     05  FILLER              PIC X(34) VALUE
031700         'RSTMREPRINT STATEMENTS'.
031800     05  FILLER              PIC X(34) VALUE
031900         'RSETREPRINT RUN SETUPS'.
032000 01  CHG-CODE-TABLE REDEFINES CHG-CODE-VALUES.
032100     05  CHG-CODE-ENTRY OCCURS 8 TIMES.
032200         10  CHG-CODE            PIC X(4).
032300         10  CHG-CAPTION         PIC X(30).
032400 77  CHG-IDX                 PIC S9(4) BINARY VALUE ZERO.
032500 77  CHG-BASE                PIC S9(4) BINARY VALUE ZERO.
032600 01  CHG-TOTALS.
032700     05  CHG-TOTAL-ENTRY OCCURS 8 TIMES.
032800         10  CHG-QUANTITY        PIC S9(11) COMP-3.
032900         10  CHG-AMOUNT          PIC S9(11)V99 COMP-3.
033000     SKIP2
033100* THE INVOICE BEING BUILT -- ONE PER CLIENT AND COST CENTER.
033200 77  SECT-OPEN-FLAG          PIC X    VALUE 'N'.
033300     88  SECT-OPEN           VALUE 'Y'.
033400 77  SECT-CLIENT             PIC X(8) VALUE SPACES.
033500 77  SECT-COSTCTR            PIC X(10) VALUE SPACES.
033600 77  SECT-RUNS               PIC S9(8) BINARY VALUE ZERO.
033700 77  SECT-AMOUNT             PIC S9(11)V99 COMP-3 VALUE ZERO.
033800     SKIP2
033900* RUN TOTALS.
034000 77  HIST-READ               PIC S9(8) BINARY VALUE ZERO.
034100 77  RUNS-SELECTED           PIC S9(8) BINARY VALUE ZERO.
034200 77  RUNS-BILLED             PIC S9(8) BINARY VALUE ZERO.
034300 77  RUNS-NO-CHARGE          PIC S9(8) BINARY VALUE ZERO.
034400 77  RUNS-NO-RATE            PIC S9(8) BINARY VALUE ZERO.
034500 77  RUNS-NO-CLIENT          PIC S9(8) BINARY VALUE ZERO.
034600 77  RUNS-ESTIMATED          PIC S9(8) BINARY VALUE ZERO.
034700 77  INVOICE-COUNT           PIC S9(8) BINARY VALUE ZERO.
034800 77  GRAND-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.
034900 77  GL-RECORD-COUNT         PIC S9(8) BINARY VALUE ZERO.
035000 77  GL-DEBIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
035100 77  GL-CREDIT-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
035200 77  COUNT-DISP              PIC Z,ZZZ,ZZZ,ZZ9.
035300     SKIP2
035400* REPORT LINES.
035500 01  RPT-HEADING-1.
035600     05  FILLER              PIC X(17) VALUE ' PRINT CHARGEBACK'.
035700     05  FILLER              PIC X(28) VALUE
035800         ' INVOICE REGISTER FOR MONTH '.
035900     05  RPT-HDG-MONTH       PIC X(4).
036000     05  FILLER              PIC X(83) VALUE SPACES.
036100 01  RPT-SECT-LINE.
036200     05  FILLER              PIC X(8)  VALUE ' CLIENT '.
036300     05  RPT-SECT-CLIENT     PIC X(8).
036400     05  FILLER              PIC X(2)  VALUE SPACES.
036500     05  RPT-SECT-NAME       PIC X(30).
036600     05  FILLER              PIC X(14) VALUE '  COST CENTER '.
036700     05  RPT-SECT-COSTCTR    PIC X(10).
036800     05  FILLER              PIC X(60) VALUE SPACES.
036900 01  RPT-RUN-HEADING.
037000     05  FILLER              PIC X(26) VALUE
037100         ' JOBNAME  RUN-DATE/TIME  '.
037200     05  FILLER              PIC X(9)  VALUE 'TYPE'.
037300     05  FILLER              PIC X(36) VALUE
037400         ' IMPRESSIONS      SHEETS  STATEMENTS'.
037500     05  FILLER              PIC X(28) VALUE
037600         '   SETUP FEE    RUN CHARGE'.
037700     05  FILLER              PIC X(33) VALUE '  NOTE'.
037800 01  RPT-RUN-DETAIL.
037900     05  FILLER              PIC X(1)  VALUE SPACE.
038000     05  RPT-RUN-JOBNAME     PIC X(8).
038100     05  FILLER              PIC X(1)  VALUE SPACE.
038200     05  RPT-RUN-DATE        PIC 9(6).
038300     05  FILLER              PIC X(1)  VALUE SPACE.
038400     05  RPT-RUN-TIME        PIC 9(8).
038500     05  FILLER              PIC X(1)  VALUE SPACE.
038600     05  RPT-RUN-TYPE        PIC X(7).
038700     05  FILLER              PIC X(1)  VALUE SPACE.
038800     05  RPT-RUN-IMPR        PIC ZZZ,ZZZ,ZZ9.
038900     05  FILLER              PIC X(1)  VALUE SPACE.
039000     05  RPT-RUN-SHEETS      PIC ZZZ,ZZZ,ZZ9.
039100     05  FILLER              PIC X(1)  VALUE SPACE.
039200     05  RPT-RUN-STMTS       PIC ZZZ,ZZZ,ZZ9.
039300     05  FILLER              PIC X(1)  VALUE SPACE.
039400     05  RPT-RUN-SETUP       PIC ZZ,ZZ9.99.
039500     05  FILLER              PIC X(1)  VALUE SPACE.
039600     05  RPT-RUN-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
039700     05  FILLER              PIC X(2)  VALUE SPACES.
039800     05  RPT-RUN-NOTE        PIC X(12).
039900     05  FILLER              PIC X(24) VALUE SPACES.
040000 01  RPT-CHARGE-LINE.
040100     05  FILLER              PIC X(5)  VALUE SPACES.
040200     05  RPT-CHG-CAPTION     PIC X(30).
040300     05  RPT-CHG-CODE        PIC X(4).
040400     05  FILLER              PIC X(2)  VALUE SPACES.
040500     05  RPT-CHG-QUANTITY    PIC ZZZ,ZZZ,ZZ9.
040600     05  FILLER              PIC X(2)  VALUE SPACES.
040700     05  RPT-CHG-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
040800     05  FILLER              PIC X(64) VALUE SPACES.
040900 01  RPT-TOTAL.
041000     05  FILLER              PIC X(1)  VALUE SPACE.
041100     05  RPT-TOT-CAPTION     PIC X(30).
041200     05  RPT-TOT-COUNT       PIC ZZZ,ZZZ,ZZ9.
041300     05  FILLER              PIC X(2)  VALUE SPACES.
041400     05  RPT-TOT-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99
041500                                 BLANK WHEN ZERO.
041600     05  FILLER              PIC X(70) VALUE SPACES.
041700     SKIP2
041800 TITLE 'Initialization and Main Line'.
041900 PROCEDURE DIVISION.
042000     PERFORM 0100-INITIALIZE.
042100     IF NOT SETUP-FAILED
042200      THEN
042300       SORT BILLSORT
042400           ON ASCENDING KEY SR-CLIENT SR-COSTCTR SR-JOBNAME
042500                            SR-RUN-DATE SR-RUN-TIME
042600           INPUT PROCEDURE 0200-SELECT-RUNS
042700           OUTPUT PROCEDURE 0400-WRITE-REGISTER;
042800       IF SORT-RETURN NOT = ZERO
042900        THEN
043000         DISPLAY PGMNAME, ' RUN SORT FAILED, SORT RETURN ',
043100             SORT-RETURN;
043200         PERFORM 0110-NOTE-SETUP-ERROR
043300       END-IF
043400     END-IF.
043500     PERFORM 0900-TERMINATE.
043600     GOBACK.
043700     SKIP2
043800 0100-INITIALIZE.
043900* THE BILLING CONTROL, BOTH TABLES, THE CLUSTER AND BOTH OUTPUTS
044000* ARE THE POINT OF THE STEP -- ANY OF THEM MISSING IS A SETUP
044100* ERROR.  A CONTROL RECORD IN ERROR IS REPORTED AND SKIPPED.
044200     OPEN OUTPUT INVRPT.
044300     IF NOT INVRPT-OK
044400      THEN
044500       DISPLAY PGMNAME, ' UNABLE TO OPEN INVRPT, FILE STATUS ',
044600           INVRPT-STATUS;
044700       PERFORM 0110-NOTE-SETUP-ERROR
044800     END-IF.
044900     OPEN OUTPUT GLFEED.
045000     IF NOT GLFEED-OK
045100      THEN
045200       DISPLAY PGMNAME, ' UNABLE TO OPEN GLFEED, FILE STATUS ',
045300           GLFEED-STATUS;
045400       PERFORM 0110-NOTE-SETUP-ERROR
045500     END-IF.
045600     PERFORM 0120-LOAD-BILLCTL.
045700     PERFORM 0130-LOAD-CLNTCTL.
045800     PERFORM 0140-LOAD-RATECTL.
045900     OPEN INPUT HISTVSAM.
046000     IF NOT HISTVSAM-OK
046100      THEN
046200       DISPLAY PGMNAME, ' UNABLE TO OPEN HISTVSAM, FILE STATUS ',
046300           HISTVSAM-STATUS;
046400       PERFORM 0110-NOTE-SETUP-ERROR
046500     END-IF.
046600     SKIP2
046700 0110-NOTE-SETUP-ERROR.
046800     SET SETUP-FAILED TO TRUE.
046900     MOVE 12 TO RETURN-CODE.
047000     SKIP2
047100 0115-NOTE-DATA-ERROR.
047200     IF RETURN-CODE < 8
047300      THEN
047400       MOVE 8 TO RETURN-CODE
047500     END-IF.
047600     SKIP2
047700 0120-LOAD-BILLCTL.
047800* A BLANK MONTH BILLS THE MONTH BEFORE THE CURRENT ONE, WHICH IS
047900* WHAT THE SCHEDULED RUN EARLY IN EACH MONTH WANTS.  BOTH LEDGER
048000* ACCOUNTS AND THE PRINT CENTER'S COST CENTER ARE REQUIRED.
048100     OPEN INPUT BILLCTL.
048200     IF BILLCTL-OK
048300      THEN
048400       READ BILLCTL
048500     END-IF.
048600     IF NOT BILLCTL-OK
048700      THEN
048800       DISPLAY PGMNAME, ' UNABLE TO READ BILLCTL, FILE STATUS ',
048900           BILLCTL-STATUS;
049000       PERFORM 0110-NOTE-SETUP-ERROR
049100      ELSE
049200       IF BILL-CTL-MONTH = SPACES
049300        THEN
049400         ACCEPT TODAY-DATE FROM DATE;
049500         IF TODAY-MM = 1
049600          THEN
049700           MOVE 12 TO PRIOR-MM;
049800           IF TODAY-YY = ZERO
049900            THEN
050000             MOVE 99 TO PRIOR-YY
050100            ELSE
050200             SUBTRACT 1 FROM TODAY-YY GIVING PRIOR-YY
050300           END-IF
050400          ELSE
050500           MOVE TODAY-YY TO PRIOR-YY;
050600           SUBTRACT 1 FROM TODAY-MM GIVING PRIOR-MM
050700         END-IF;
050800         MOVE PRIOR-MONTH TO BILL-MONTH
050900        ELSE
051000         MOVE BILL-CTL-MONTH TO BILL-MONTH
051100       END-IF;
051200       MOVE BILL-MONTH TO MONTH-CHECK;
051300       IF MONTH-CHECK NOT NUMERIC
051400        THEN
051500         DISPLAY PGMNAME, ' BILLCTL MONTH ', BILL-MONTH,
051600             ' IS NOT YYMM';
051700         PERFORM 0110-NOTE-SETUP-ERROR
051800        ELSE
051900         IF MONTH-CHECK-MM < 1 OR MONTH-CHECK-MM > 12
052000          THEN
052100           DISPLAY PGMNAME, ' BILLCTL MONTH ', BILL-MONTH,
052200               ' IS NOT YYMM';
052300           PERFORM 0110-NOTE-SETUP-ERROR
052400         END-IF
052500       END-IF;
052600       IF BILL-CTL-DEBIT-ACCT = SPACES
052700        OR BILL-CTL-CREDIT-ACCT = SPACES
052800        OR BILL-CTL-CREDIT-CC = SPACES
052900        THEN
053000         DISPLAY PGMNAME, ' BILLCTL NEEDS BOTH LEDGER',
053100             ' ACCOUNTS AND THE CREDIT COST CENTER';
053200         PERFORM 0110-NOTE-SETUP-ERROR
053300       END-IF
053400     END-IF.
053500     CLOSE BILLCTL.
053600     MOVE BILL-MONTH TO RPT-HDG-MONTH.
053700     SKIP2
053800 0130-LOAD-CLNTCTL.
053900     OPEN INPUT CLNTCTL.
054000     IF CLNTCTL-OK
054100      THEN
054200       PERFORM UNTIL NOT CLNTCTL-OK
054300         READ CLNTCTL;
054400         IF CLNTCTL-OK
054500          THEN
054600           PERFORM 0135-ADD-CLIENT
054700         END-IF
054800       END-PERFORM;
054900       CLOSE CLNTCTL
055000      ELSE
055100       DISPLAY PGMNAME, ' UNABLE TO OPEN CLNTCTL, FILE STATUS ',
055200           CLNTCTL-STATUS
055300     END-IF.
055400     IF CLNT-COUNT = ZERO
055500      THEN
055600       DISPLAY PGMNAME, ' NO USABLE CLNTCTL RECORD --',
055700           ' NOTHING CAN BE BILLED.';
055800       PERFORM 0110-NOTE-SETUP-ERROR
055900     END-IF.
056000     SKIP2
056100 0135-ADD-CLIENT.
056200* A RECORD NEEDS A JOBNAME, A CLIENT AND A COST CENTER.  A JOBNAME
056300* LISTED TWICE KEEPS ITS FIRST CLIENT.
056400     IF CLNT-REC-JOBNAME = SPACES
056500      OR CLNT-REC-CLIENT = SPACES
056600      OR CLNT-REC-COSTCTR = SPACES
056700      THEN
056800       DISPLAY PGMNAME, ' CLNTCTL RECORD INCOMPLETE, IGNORED: ',
056900           CLNTCTL-RECORD (1:38);
057000       PERFORM 0115-NOTE-DATA-ERROR
057100      ELSE
057200       MOVE CLNT-REC-JOBNAME TO SR-JOBNAME;
057300       PERFORM 0225-FIND-CLIENT;
057400       EVALUATE TRUE
057500        WHEN CLNT-IDX NOT > CLNT-COUNT
057600         DISPLAY PGMNAME, ' CLNTCTL JOBNAME ', CLNT-REC-JOBNAME,
057700             ' LISTED TWICE, SECOND IGNORED';
057800         PERFORM 0115-NOTE-DATA-ERROR
057900        WHEN CLNT-COUNT NOT < 500
058000         DISPLAY PGMNAME, ' CLNTCTL HAS MORE THAN 500',
058100             ' JOBNAMES -- ', CLNT-REC-JOBNAME, ' IGNORED';
058200         PERFORM 0115-NOTE-DATA-ERROR
058300        WHEN OTHER
058400         ADD 1 TO CLNT-COUNT;
058500         MOVE CLNT-REC-JOBNAME TO CLNT-JOBNAME (CLNT-COUNT);
058600         MOVE CLNT-REC-CLIENT TO CLNT-CLIENT (CLNT-COUNT);
058700         MOVE CLNT-REC-COSTCTR TO CLNT-COSTCTR (CLNT-COUNT);
058800         MOVE CLNT-REC-NAME TO CLNT-NAME (CLNT-COUNT)
058900       END-EVALUATE
059000     END-IF.
059100     SKIP2
059200 0140-LOAD-RATECTL.
059300     OPEN INPUT RATECTL.
059400     IF RATECTL-OK
059500      THEN
059600       PERFORM UNTIL NOT RATECTL-OK
059700         READ RATECTL;
059800         IF RATECTL-OK
059900          THEN
060000           PERFORM 0145-ADD-RATE
060100         END-IF
060200       END-PERFORM;
060300       CLOSE RATECTL
060400      ELSE
060500       DISPLAY PGMNAME, ' UNABLE TO OPEN RATECTL, FILE STATUS ',
060600           RATECTL-STATUS
060700     END-IF.
060800     IF RATE-COUNT = ZERO
060900      THEN
061000       DISPLAY PGMNAME, ' NO USABLE RATECTL RECORD --',
061100           ' NOTHING CAN BE BILLED.';
061200       PERFORM 0110-NOTE-SETUP-ERROR
061300     END-IF.
061400     SKIP2
061500 0145-ADD-RATE.
061600* CLASS P OR R, BILLABLE Y OR N, AND EVERY RATE NUMERIC.  A
061700* PRODUCTION RATE IS ALWAYS BILLABLE.  A CLIENT AND CLASS LISTED
061800* TWICE KEEPS ITS FIRST RATES.
061900     IF RATE-REC-CLIENT = SPACES
062000      OR (RATE-REC-CLASS NOT = 'P' AND RATE-REC-CLASS NOT = 'R')
062100      OR (RATE-REC-BILLABLE NOT = 'Y'
062200          AND RATE-REC-BILLABLE NOT = 'N')
062300      OR RATE-REC-IMPRESSION NOT NUMERIC
062400      OR RATE-REC-SHEET NOT NUMERIC
062500      OR RATE-REC-STATEMENT NOT NUMERIC
062600      OR RATE-REC-SETUP NOT NUMERIC
062700      THEN
062800       DISPLAY PGMNAME, ' RATECTL RECORD IN ERROR, IGNORED: ',
062900           RATECTL-RECORD (1:47);
063000       PERFORM 0115-NOTE-DATA-ERROR
063100      ELSE
063200       MOVE RATE-REC-CLIENT TO SR-CLIENT;
063300       MOVE RATE-REC-CLASS TO RATE-FIND-CLASS;
063400       PERFORM 0230-FIND-RATE;
063500       EVALUATE TRUE
063600        WHEN RATE-IDX NOT > RATE-COUNT
063700         DISPLAY PGMNAME, ' RATECTL CLIENT ', RATE-REC-CLIENT,
063800             ' CLASS ', RATE-REC-CLASS,
063900             ' LISTED TWICE, SECOND IGNORED';
064000         PERFORM 0115-NOTE-DATA-ERROR
064100        WHEN RATE-COUNT NOT < 200
064200         DISPLAY PGMNAME, ' RATECTL HAS MORE THAN 200 RECORDS --',
064300             ' ', RATE-REC-CLIENT, ' IGNORED';
064400         PERFORM 0115-NOTE-DATA-ERROR
064500        WHEN OTHER
064600         ADD 1 TO RATE-COUNT;
064700         MOVE RATE-REC-CLIENT TO RATE-CLIENT (RATE-COUNT);
064800         MOVE RATE-REC-CLASS TO RATE-CLASS (RATE-COUNT);
064900         MOVE RATE-REC-BILLABLE TO RATE-BILLABLE (RATE-COUNT);
065000         IF RATE-REC-CLASS = 'P'
065100          THEN
065200           MOVE 'Y' TO RATE-BILLABLE (RATE-COUNT)
065300         END-IF;
065400         MOVE RATE-REC-IMPRESSION TO RATE-IMPRESSION (RATE-COUNT);
065500         MOVE RATE-REC-SHEET TO RATE-SHEET (RATE-COUNT);
065600         MOVE RATE-REC-STATEMENT TO RATE-STATEMENT (RATE-COUNT);
065700         MOVE RATE-REC-SETUP TO RATE-SETUP (RATE-COUNT)
065800       END-EVALUATE
065900     END-IF.
066000     SKIP2
066100 TITLE 'Run Selection and Pricing'.
066200 0200-SELECT-RUNS.
066300* SORT INPUT: EVERY HISTORY RECORD RUN IN THE BILLING MONTH IS
066400* PRICED AND RELEASED.
066500     PERFORM 0210-READ-HISTORY.
066600     PERFORM UNTIL HIST-EOF
066700       MOVE HIST-RUN-DATE TO WORK-DATE
066800       IF WORK-YYMM = BILL-MONTH
066900        THEN
067000         PERFORM 0220-PRICE-RUN
067100         RELEASE BILLSORT-RECORD
067200         ADD 1 TO RUNS-SELECTED
067300       END-IF
067400       PERFORM 0210-READ-HISTORY
067500     END-PERFORM.
067600     SKIP2
067700 0210-READ-HISTORY.
067800* ANY STATUS OTHER THAN 00 ENDS THE SELECTION -- 10 IS NORMAL END
067900* OF FILE, ANYTHING ELSE IS REPORTED.
068000     READ HISTVSAM.
068100     IF HISTVSAM-OK
068200      THEN
068300       ADD 1 TO HIST-READ
068400      ELSE
068500       IF NOT HISTVSAM-EOF-STAT
068600        THEN
068700         DISPLAY PGMNAME, ' HISTORY READ FAILED, FILE STATUS ',
068800             HISTVSAM-STATUS;
068900         PERFORM 0115-NOTE-DATA-ERROR
069000       END-IF;
069100       SET HIST-EOF TO TRUE
069200     END-IF.
069300     SKIP2
069400 0220-PRICE-RUN.
069500* THE RUN'S VOLUMES, ITS CLIENT, AND ITS CHARGES.  A RECORD WITH
069600* NO RUN TYPE PREDATES THE BILLING COUNTS: ITS PAGES STAND IN FOR
069700* IMPRESSIONS AND SHEETS, IT HAS NO STATEMENT COUNT, AND IT IS A
069800* PRODUCTION RUN.
069900     MOVE SPACES TO BILLSORT-RECORD.
070000     MOVE HIST-JOBNAME TO SR-JOBNAME.
070100     MOVE HIST-RUN-DATE TO SR-RUN-DATE.
070200     MOVE HIST-RUN-TIME TO SR-RUN-TIME.
070300     MOVE HIST-RUN-TYPE TO SR-RUN-TYPE.
070400     MOVE 'N' TO SR-ESTIMATE-FLAG.
070500     IF HIST-RUN-UNTYPED
070600      THEN
070700       SET SR-ESTIMATED TO TRUE;
070800       ADD 1 TO RUNS-ESTIMATED;
070900       IF HIST-PAGE-COUNT NUMERIC
071000        THEN
071100         MOVE HIST-PAGE-COUNT TO SR-IMPRESSIONS, SR-SHEETS
071200        ELSE
071300         MOVE ZERO TO SR-IMPRESSIONS, SR-SHEETS
071400       END-IF;
071500       MOVE ZERO TO SR-STMTS
071600      ELSE
071700       MOVE HIST-IMPRESSION-COUNT TO SR-IMPRESSIONS;
071800       MOVE HIST-SHEET-COUNT TO SR-SHEETS;
071900       MOVE HIST-STMT-COUNT TO SR-STMTS
072000     END-IF.
072100     IF HIST-RUN-REPRINT
072200      THEN
072300       MOVE 'R' TO SR-CLASS
072400      ELSE
072500       MOVE 'P' TO SR-CLASS
072600     END-IF.
072700     MOVE ZERO TO SR-IMPR-AMT, SR-SHEET-AMT, SR-STMT-AMT,
072800                  SR-SETUP-AMT, SR-RUN-AMT.
072900     PERFORM 0225-FIND-CLIENT.
073000     IF CLNT-IDX > CLNT-COUNT
073100      THEN
073200       MOVE HIGH-VALUES TO SR-CLIENT;
073300       MOVE SPACES TO SR-COSTCTR, SR-CLIENT-NAME;
073400       SET SR-NO-CLIENT TO TRUE
073500      ELSE
073600       MOVE CLNT-CLIENT (CLNT-IDX) TO SR-CLIENT;
073700       MOVE CLNT-COSTCTR (CLNT-IDX) TO SR-COSTCTR;
073800       MOVE CLNT-NAME (CLNT-IDX) TO SR-CLIENT-NAME;
073900       PERFORM 0240-APPLY-RATES
074000     END-IF.
074100     SKIP2
074200 0225-FIND-CLIENT.
074300* SR-JOBNAME IS SET BY THE CALLER.  CLNT-IDX PAST THE TABLE MEANS
074400* NOT FOUND.
074500     MOVE 1 TO CLNT-IDX.
074600     PERFORM UNTIL CLNT-IDX > CLNT-COUNT
074700                OR CLNT-JOBNAME (CLNT-IDX) = SR-JOBNAME
074800       ADD 1 TO CLNT-IDX
074900     END-PERFORM.
075000     SKIP2
075100 0230-FIND-RATE.
075200* SR-CLIENT AND RATE-FIND-CLASS ARE SET BY THE CALLER.  RATE-IDX
075300* PAST THE TABLE MEANS NOT FOUND.
075400     MOVE 1 TO RATE-IDX.
075500     PERFORM UNTIL RATE-IDX > RATE-COUNT
075600                OR (RATE-CLIENT (RATE-IDX) = SR-CLIENT
075700                    AND RATE-CLASS (RATE-IDX) = RATE-FIND-CLASS)
075800       ADD 1 TO RATE-IDX
075900     END-PERFORM.
076000     SKIP2
076100 0240-APPLY-RATES.
076200* A PRODUCTION RUN NEEDS ITS CLIENT'S PRODUCTION RATES.  A REPRINT
076300* IS PRICED AT THE CLIENT'S REPRINT RATES WHEN THEY ARE BILLABLE,
076400* AND IS OTHERWISE NO CHARGE -- INCLUDING WHEN THE CLIENT HAS NO
076500* REPRINT RATES AT ALL.
076600     MOVE SR-CLASS TO RATE-FIND-CLASS.
076700     PERFORM 0230-FIND-RATE.
076800     EVALUATE TRUE
076900      WHEN RATE-IDX > RATE-COUNT
077000       AND SR-REPRINT
077100       SET SR-NO-CHARGE TO TRUE
077200      WHEN RATE-IDX > RATE-COUNT
077300       SET SR-NO-RATE TO TRUE
077400      WHEN RATE-BILLABLE (RATE-IDX) = 'N'
077500       SET SR-NO-CHARGE TO TRUE
077600      WHEN OTHER
077700       SET SR-BILLED TO TRUE;
077800       COMPUTE SR-IMPR-AMT ROUNDED =
077900           SR-IMPRESSIONS * RATE-IMPRESSION (RATE-IDX);
078000       COMPUTE SR-SHEET-AMT ROUNDED =
078100           SR-SHEETS * RATE-SHEET (RATE-IDX);
078200       COMPUTE SR-STMT-AMT ROUNDED =
078300           SR-STMTS * RATE-STATEMENT (RATE-IDX);
078400       MOVE RATE-SETUP (RATE-IDX) TO SR-SETUP-AMT;
078500       ADD SR-IMPR-AMT, SR-SHEET-AMT, SR-STMT-AMT, SR-SETUP-AMT
078600           GIVING SR-RUN-AMT
078700     END-EVALUATE.
078800     SKIP2
078900 TITLE 'Invoice Register and Ledger Feed'.
079000 0400-WRITE-REGISTER.
079100* SORT OUTPUT: ONE INVOICE PER CLIENT AND COST CENTER, THEN THE
079200* RUNS NO CLIENT CLAIMS, THEN THE TOTALS.  THE LEDGER FEED IS
079300* WRITTEN ALONGSIDE, AN INVOICE AT A TIME.
079400     MOVE RPT-HEADING-1 TO INVRPT-RECORD.
079500     PERFORM 0480-WRITE-REPORT-LINE.
079600     MOVE SPACES TO GLFEED-RECORD.
079700     MOVE 'H' TO GL-REC-TYPE.
079800     MOVE BILL-MONTH TO GL-PERIOD.
079900     MOVE PGMNAME TO GL-SOURCE.
080000     ACCEPT GL-HDR-CREATE-DATE FROM DATE.
080100     ACCEPT GL-HDR-CREATE-TIME FROM TIME.
080200     PERFORM 0470-WRITE-GL-RECORD.
080300     MOVE 'N' TO SORT-EOF-FLAG.
080400     PERFORM UNTIL SORT-EOF
080500       RETURN BILLSORT
080600         AT END
080700           SET SORT-EOF TO TRUE
080800         NOT AT END
080900           PERFORM 0410-REGISTER-RUN
081000       END-RETURN
081100     END-PERFORM.
081200     IF SECT-OPEN
081300      THEN
081400       PERFORM 0430-CLOSE-INVOICE
081500     END-IF.
081600     PERFORM 0500-WRITE-TOTALS.
081700     SKIP2
081800 0410-REGISTER-RUN.
081900     IF SECT-OPEN
082000      AND (SR-CLIENT NOT = SECT-CLIENT
082100           OR SR-COSTCTR NOT = SECT-COSTCTR)
082200      THEN
082300       PERFORM 0430-CLOSE-INVOICE
082400     END-IF.
082500     IF NOT SECT-OPEN
082600      THEN
082700       PERFORM 0420-OPEN-INVOICE
082800     END-IF.
082900     MOVE SR-JOBNAME TO RPT-RUN-JOBNAME.
083000     MOVE SR-RUN-DATE TO RPT-RUN-DATE.
083100     MOVE SR-RUN-TIME TO RPT-RUN-TIME.
083200     EVALUATE SR-RUN-TYPE
083300      WHEN 'X'
083400       MOVE 'EXTRACT' TO RPT-RUN-TYPE
083500      WHEN 'U'
083600       MOVE 'PULL' TO RPT-RUN-TYPE
083700      WHEN OTHER
083800       MOVE 'PROD' TO RPT-RUN-TYPE
083900     END-EVALUATE.
084000     MOVE SR-IMPRESSIONS TO RPT-RUN-IMPR.
084100     MOVE SR-SHEETS TO RPT-RUN-SHEETS.
084200     MOVE SR-STMTS TO RPT-RUN-STMTS.
084300     MOVE SR-SETUP-AMT TO RPT-RUN-SETUP.
084400     MOVE SR-RUN-AMT TO RPT-RUN-AMOUNT.
084500     EVALUATE TRUE
084600      WHEN SR-NO-CLIENT
084700       MOVE 'NO CLIENT' TO RPT-RUN-NOTE;
084800       ADD 1 TO RUNS-NO-CLIENT;
084900       PERFORM 0115-NOTE-DATA-ERROR
085000      WHEN SR-NO-RATE
085100       MOVE 'NO RATE' TO RPT-RUN-NOTE;
085200       ADD 1 TO RUNS-NO-RATE;
085300       PERFORM 0115-NOTE-DATA-ERROR
085400      WHEN SR-NO-CHARGE
085500       MOVE 'NO CHARGE' TO RPT-RUN-NOTE;
085600       ADD 1 TO RUNS-NO-CHARGE
085700      WHEN OTHER
085800       MOVE SPACES TO RPT-RUN-NOTE;
085900       ADD 1 TO RUNS-BILLED;
086000       PERFORM 0440-ACCUMULATE-CHARGES
086100     END-EVALUATE.
086200     IF SR-ESTIMATED
086300      AND RPT-RUN-NOTE = SPACES
086400      THEN
086500       MOVE 'PAGES ONLY' TO RPT-RUN-NOTE
086600     END-IF.
086700     MOVE RPT-RUN-DETAIL TO INVRPT-RECORD.
086800     PERFORM 0480-WRITE-REPORT-LINE.
086900     ADD 1 TO SECT-RUNS.
087000     SKIP2
087100 0420-OPEN-INVOICE.
087200     SET SECT-OPEN TO TRUE.
087300     MOVE SR-CLIENT TO SECT-CLIENT.
087400     MOVE SR-COSTCTR TO SECT-COSTCTR.
087500     MOVE ZERO TO SECT-RUNS, SECT-AMOUNT.
087600     MOVE 1 TO CHG-IDX.
087700     PERFORM UNTIL CHG-IDX > 8
087800       MOVE ZERO TO CHG-QUANTITY (CHG-IDX), CHG-AMOUNT (CHG-IDX)
087900       ADD 1 TO CHG-IDX
088000     END-PERFORM.
088100     MOVE SPACES TO INVRPT-RECORD.
088200     PERFORM 0480-WRITE-REPORT-LINE.
088300     IF SR-NO-CLIENT
088400      THEN
088500       MOVE ' JOBNAMES WITH NO CLNTCTL CLIENT -- NOT BILLED'
088600         TO INVRPT-RECORD
088700      ELSE
088800       MOVE SR-CLIENT TO RPT-SECT-CLIENT;
088900       MOVE SR-CLIENT-NAME TO RPT-SECT-NAME;
089000       MOVE SR-COSTCTR TO RPT-SECT-COSTCTR;
089100       MOVE RPT-SECT-LINE TO INVRPT-RECORD
089200     END-IF.
089300     PERFORM 0480-WRITE-REPORT-LINE.
089400     MOVE RPT-RUN-HEADING TO INVRPT-RECORD.
089500     PERFORM 0480-WRITE-REPORT-LINE.
089600     SKIP2
089700 0430-CLOSE-INVOICE.
089800* THE INVOICE'S CHARGES BY TYPE AND ITS TOTAL, THEN ITS LEDGER
089900* ENTRIES: A DEBIT TO THE CLIENT'S COST CENTER FOR EACH TYPE
090000* CHARGED AND ONE CREDIT TO THE PRINT CENTER FOR THE TOTAL.  THE
090100* NO-CLIENT SECTION HAS NOTHING CHARGED AND POSTS NOTHING.
090200     MOVE SPACES TO INVRPT-RECORD.
090300     PERFORM 0480-WRITE-REPORT-LINE.
090400     MOVE 1 TO CHG-IDX.
090500     PERFORM UNTIL CHG-IDX > 8
090600       IF CHG-AMOUNT (CHG-IDX) > ZERO
090700        THEN
090800         MOVE CHG-CAPTION (CHG-IDX) TO RPT-CHG-CAPTION
090900         MOVE CHG-CODE (CHG-IDX) TO RPT-CHG-CODE
091000         MOVE CHG-QUANTITY (CHG-IDX) TO RPT-CHG-QUANTITY
091100         MOVE CHG-AMOUNT (CHG-IDX) TO RPT-CHG-AMOUNT
091200         MOVE RPT-CHARGE-LINE TO INVRPT-RECORD
091300         PERFORM 0480-WRITE-REPORT-LINE
091400         PERFORM 0450-WRITE-GL-DEBIT
091500       END-IF
091600       ADD 1 TO CHG-IDX
091700     END-PERFORM.
091800     IF SECT-CLIENT = HIGH-VALUES
091900      THEN
092000       MOVE ' RUNS NOT BILLED' TO RPT-TOT-CAPTION
092100      ELSE
092200       MOVE ' INVOICE TOTAL, RUNS' TO RPT-TOT-CAPTION
092300     END-IF.
092400     MOVE SECT-RUNS TO RPT-TOT-COUNT.
092500     MOVE SECT-AMOUNT TO RPT-TOT-AMOUNT.
092600     MOVE RPT-TOTAL TO INVRPT-RECORD.
092700     PERFORM 0480-WRITE-REPORT-LINE.
092800     IF SECT-AMOUNT > ZERO
092900      THEN
093000       ADD 1 TO INVOICE-COUNT;
093100       ADD SECT-AMOUNT TO GRAND-AMOUNT;
093200       PERFORM 0460-WRITE-GL-CREDIT
093300     END-IF.
093400     MOVE 'N' TO SECT-OPEN-FLAG.
093500     SKIP2
093600 0440-ACCUMULATE-CHARGES.
093700* PRODUCTION CHARGES ARE TYPES 1-4, REPRINT CHARGES 5-8, EACH
093800* GROUP IN IMPRESSION, SHEET, STATEMENT, SETUP ORDER.
093900     IF SR-REPRINT
094000      THEN
094100       MOVE 4 TO CHG-BASE
094200      ELSE
094300       MOVE ZERO TO CHG-BASE
094400     END-IF.
094500     ADD SR-IMPRESSIONS TO CHG-QUANTITY (CHG-BASE + 1).
094600     ADD SR-IMPR-AMT TO CHG-AMOUNT (CHG-BASE + 1).
094700     ADD SR-SHEETS TO CHG-QUANTITY (CHG-BASE + 2).
094800     ADD SR-SHEET-AMT TO CHG-AMOUNT (CHG-BASE + 2).
094900     ADD SR-STMTS TO CHG-QUANTITY (CHG-BASE + 3).
095000     ADD SR-STMT-AMT TO CHG-AMOUNT (CHG-BASE + 3).
095100     ADD 1 TO CHG-QUANTITY (CHG-BASE + 4).
095200     ADD SR-SETUP-AMT TO CHG-AMOUNT (CHG-BASE + 4).
095300     ADD SR-RUN-AMT TO SECT-AMOUNT.
095400     SKIP2
095500 0450-WRITE-GL-DEBIT.
095600     MOVE SPACES TO GLFEED-RECORD.
095700     MOVE 'D' TO GL-REC-TYPE.
095800     MOVE BILL-MONTH TO GL-PERIOD.
095900     MOVE PGMNAME TO GL-SOURCE.
096000     MOVE SECT-COSTCTR TO GL-COSTCTR.
096100     MOVE BILL-CTL-DEBIT-ACCT TO GL-ACCOUNT.
096200     MOVE 'D' TO GL-DR-CR.
096300     MOVE CHG-AMOUNT (CHG-IDX) TO GL-AMOUNT.
096400     MOVE SECT-CLIENT TO GL-CLIENT.
096500     MOVE CHG-CODE (CHG-IDX) TO GL-CHARGE-CODE.
096600     MOVE CHG-QUANTITY (CHG-IDX) TO GL-QUANTITY.
096700     MOVE CHG-CAPTION (CHG-IDX) TO GL-DESCRIPTION.
096800     ADD CHG-AMOUNT (CHG-IDX) TO GL-DEBIT-TOTAL.
096900     PERFORM 0470-WRITE-GL-RECORD.
097000     SKIP2
097100 0460-WRITE-GL-CREDIT.
097200     MOVE SPACES TO GLFEED-RECORD.
097300     MOVE 'D' TO GL-REC-TYPE.
097400     MOVE BILL-MONTH TO GL-PERIOD.
097500     MOVE PGMNAME TO GL-SOURCE.
097600     MOVE BILL-CTL-CREDIT-CC TO GL-COSTCTR.
097700     MOVE BILL-CTL-CREDIT-ACCT TO GL-ACCOUNT.
097800     MOVE 'C' TO GL-DR-CR.
097900     MOVE SECT-AMOUNT TO GL-AMOUNT.
098000     MOVE SECT-CLIENT TO GL-CLIENT.
098100     MOVE 'TOTL' TO GL-CHARGE-CODE.
098200     MOVE SECT-RUNS TO GL-QUANTITY.
098300     MOVE 'PRINT CHARGEBACK RECOVERY' TO GL-DESCRIPTION.
098400     ADD SECT-AMOUNT TO GL-CREDIT-TOTAL.
098500     PERFORM 0470-WRITE-GL-RECORD.
098600     SKIP2
098700 0470-WRITE-GL-RECORD.
098800     WRITE GLFEED-RECORD.
098900     IF GLFEED-OK
099000      THEN
099100       IF GL-REC-TYPE = 'D'
099200        THEN
099300         ADD 1 TO GL-RECORD-COUNT
099400       END-IF
099500      ELSE
099600       DISPLAY PGMNAME, ' GLFEED WRITE FAILED, FILE STATUS ',
099700           GLFEED-STATUS;
099800       MOVE 12 TO RETURN-CODE
099900     END-IF.
100000     SKIP2
100100 0480-WRITE-REPORT-LINE.
100200     WRITE INVRPT-RECORD.
100300     IF NOT INVRPT-OK
100400      THEN
100500       DISPLAY PGMNAME, ' REPORT WRITE FAILED, FILE STATUS ',
100600           INVRPT-STATUS;
100700       MOVE 12 TO RETURN-CODE
100800     END-IF.
100900     SKIP2
101000 0500-WRITE-TOTALS.
101100* THE MONTH'S TOTALS AND THE FEED TRAILER.  RUNS THAT COULD NOT BE
101200* BILLED RAISED THE RETURN CODE AS THEY WERE LISTED; A MONTH WITH
101300* NO RUNS AT ALL, OR ANY RUN BILLED ON PAGES ALONE, IS A WARNING.
101400     MOVE SPACES TO INVRPT-RECORD.
101500     PERFORM 0480-WRITE-REPORT-LINE.
101600     IF RUNS-SELECTED = ZERO
101700      THEN
101800       MOVE ' NO RUNS RECORDED FOR THE MONTH.' TO INVRPT-RECORD;
101900       PERFORM 0480-WRITE-REPORT-LINE;
102000       IF RETURN-CODE < 4
102100        THEN
102200         MOVE 4 TO RETURN-CODE
102300       END-IF
102400     END-IF.
102500     MOVE ' RUNS IN MONTH' TO RPT-TOT-CAPTION.
102600     MOVE RUNS-SELECTED TO RPT-TOT-COUNT.
102700     MOVE ZERO TO RPT-TOT-AMOUNT.
102800     MOVE RPT-TOTAL TO INVRPT-RECORD.
102900     PERFORM 0480-WRITE-REPORT-LINE.
103000     MOVE ' RUNS BILLED' TO RPT-TOT-CAPTION.
103100     MOVE RUNS-BILLED TO RPT-TOT-COUNT.
103200     MOVE GRAND-AMOUNT TO RPT-TOT-AMOUNT.
103300     MOVE RPT-TOTAL TO INVRPT-RECORD.
103400     PERFORM 0480-WRITE-REPORT-LINE.
103500     MOVE ZERO TO RPT-TOT-AMOUNT.
103600     MOVE ' INVOICES' TO RPT-TOT-CAPTION.
103700     MOVE INVOICE-COUNT TO RPT-TOT-COUNT.
103800     MOVE RPT-TOTAL TO INVRPT-RECORD.
103900     PERFORM 0480-WRITE-REPORT-LINE.
104000     MOVE ' REPRINTS AT NO CHARGE' TO RPT-TOT-CAPTION.
104100     MOVE RUNS-NO-CHARGE TO RPT-TOT-COUNT.
104200     MOVE RPT-TOTAL TO INVRPT-RECORD.
104300     PERFORM 0480-WRITE-REPORT-LINE.
104400     MOVE ' RUNS NOT BILLED, NO CLIENT' TO RPT-TOT-CAPTION.
104500     MOVE RUNS-NO-CLIENT TO RPT-TOT-COUNT.
104600     MOVE RPT-TOTAL TO INVRPT-RECORD.
104700     PERFORM 0480-WRITE-REPORT-LINE.
104800     MOVE ' RUNS NOT BILLED, NO RATE' TO RPT-TOT-CAPTION.
104900     MOVE RUNS-NO-RATE TO RPT-TOT-COUNT.
105000     MOVE RPT-TOTAL TO INVRPT-RECORD.
105100     PERFORM 0480-WRITE-REPORT-LINE.
105200     MOVE ' RUNS BILLED ON PAGES ONLY' TO RPT-TOT-CAPTION.
105300     MOVE RUNS-ESTIMATED TO RPT-TOT-COUNT.
105400     MOVE RPT-TOTAL TO INVRPT-RECORD.
105500     PERFORM 0480-WRITE-REPORT-LINE.
105600     IF RUNS-ESTIMATED > ZERO
105700      AND RETURN-CODE < 4
105800      THEN
105900       MOVE 4 TO RETURN-CODE
106000     END-IF.
106100     MOVE SPACES TO GLFEED-RECORD.
106200     MOVE 'T' TO GL-REC-TYPE.
106300     MOVE BILL-MONTH TO GL-PERIOD.
106400     MOVE PGMNAME TO GL-SOURCE.
106500     MOVE GL-RECORD-COUNT TO GL-TRL-RECORDS.
106600     MOVE GL-DEBIT-TOTAL TO GL-TRL-DEBITS.
106700     MOVE GL-CREDIT-TOTAL TO GL-TRL-CREDITS.
106800     PERFORM 0470-WRITE-GL-RECORD.
106900     SKIP2
107000 0900-TERMINATE.
107100* CLOSE WHATEVER OPENED.  FILE STATUS 42 (NOT OPEN) IS THE
107200* NORMAL RESULT OF CLOSING A FILE THAT NEVER OPENED AND IS
107300* NOT REPORTED.
107400     CLOSE HISTVSAM.
107500     CLOSE INVRPT.
107600     CLOSE GLFEED.
107700     MOVE HIST-READ TO COUNT-DISP.
107800     DISPLAY PGMNAME, COUNT-DISP, ' HISTORY RECORDS READ.'.
107900     MOVE RUNS-SELECTED TO COUNT-DISP.
108000     DISPLAY PGMNAME, COUNT-DISP, ' RUNS IN MONTH ', BILL-MONTH,
108100         '.'.
108200     MOVE RUNS-BILLED TO COUNT-DISP.
108300     DISPLAY PGMNAME, COUNT-DISP, ' RUNS BILLED.'.
