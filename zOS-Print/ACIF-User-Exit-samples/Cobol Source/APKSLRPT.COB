000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ NOLIST
000200* LAST UPDATE ON 15 Oct 2026 AT 15:02:40 BY DELGADOM VERSION 2  *
000300 ID DIVISION.
000400 PROGRAM-ID. APKSLRPT.
000500 AUTHOR. TURETZKY--HYDRA.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700
000800               This program reports each night's print runs
000900               against their batch-window service levels.  The
001000               run-history record used to say only when a run
001100               finished, so a job that landed at 06:40 could have
001200               started late or run slow and nobody could tell
001300               which.  APKOTLLE now records when each run started
001400               and how long it took, and this report sets that
001500               against the SLA control file (SLACTL): for each
001600               jobname, the time it is expected to start, the
001700               time it must be complete by, the normal range of
001800               its elapsed time in minutes, and optionally the
001900               days of the week it runs.
002000
002100               A night runs from a cutover time (noon unless a
002200               *WINDOW record in SLACTL says otherwise) to the
002300               same time next day, so a window that crosses
002400               midnight is one night.  A run belongs to the night
002500               in which it started.  Each run is flagged LATE if
002600               it finished after its deadline, SLOW if it took
002700               longer than its normal range, and otherwise ON
002800               TIME; a run that started after its expected start
002900               is noted as such.  A scheduled job with no run is
003000               NOT RUN, or PENDING while its deadline has not yet
003100               passed.  Reprints (extract runs and APKPGPUL
003200               pulls) are not scheduled work and are ignored.
003300
003400               Method of operation: the run-history cluster is
003500               read from end to end and every run of an SLACTL
003600               jobname in the last 30 nights is evaluated.  The
003700               runs of the nights being listed (last night unless
003800               the *WINDOW record asks for more) are sorted by
003900               night and jobname and printed on SLARPT with a
004000               count per night, followed by each job's on-time
004100               percentage over the 30 nights.  Any job that
004200               missed its deadline on a listed night -- LATE or
004300               NOT RUN -- is announced on the console and ends
004400               the step with return code 4, so the morning shift
004500               can page the print floor lead.  A control record
004600               in error is listed and skipped with return code 8.
004700
004800 DATE-WRITTEN. 15 Oct 26.
004900 DATE-COMPILED.
005000 SECURITY. IBM SAMPLE CODE ONLY.
005100*/**************************************************************/
005200*/* Licensed under the Apache License, Version 2.0 (the        */
005300*/* "License"); you may not use this file except in compliance */
005400*/* with the License. You may obtain a copy of the License at  */
005500*/*                                                            */
005600*/* http://www.apache.org/licenses/LICENSE-2.0                 */
005700*/*                                                            */
005800*/* Unless required by applicable law or agreed to in writing, */
005900*/* software distributed under the License is distributed on an*/
006000*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
006100*/* KIND, either express or implied.  See the License for the  */
006200*/* specific language governing permissions and limitations    */
006300*/* under the License.                                         */
006400*/*------------------------------------------------------------*/
006500*/*                                                            */
006600*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
006700*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
006800*/*                                                            */
006900*/*   Permission to use, copy, modify, and distribute          */
007000*/*   this software for any purpose with or without fee        */
007100*/*   is hereby granted, provided that the above               */
007200*/*   copyright notices appear in all copies.                  */
007300*/*                                                            */
007400*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
007500*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
007600*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
007700*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
007800*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
007900*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
008000*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
008100*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
008200*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
008300*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
008400*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
008500*/**************************************************************/
008600 TITLE 'Batch Window SLA Report'.
008700 ENVIRONMENT DIVISION.
008800 CONFIGURATION SECTION.
008900 SOURCE-COMPUTER. IBM-370.
009000 OBJECT-COMPUTER. IBM-370.
009100 SPECIAL-NAMES.
009200     CONSOLE IS CONS.
009300 INPUT-OUTPUT SECTION.
009400 FILE-CONTROL.
009500* SERVICE LEVELS, ONE RECORD PER JOBNAME, PLUS AN OPTIONAL
009600* *WINDOW RECORD FOR THE REPORT AS A WHOLE.
009700     SELECT SLACTL    ASSIGN TO SLACTL
009800         FILE STATUS IS SLACTL-STATUS.
009900* THE RUN-HISTORY CLUSTER APKOTLLE INSERTS INTO.
010000     SELECT HISTVSAM  ASSIGN TO HISTVSAM
010100         ORGANIZATION IS INDEXED
010200         ACCESS MODE IS SEQUENTIAL
010300         RECORD KEY IS HIST-KEY
010400         FILE STATUS IS HISTVSAM-STATUS.
010500* THE PRINTED REPORT.
010600     SELECT SLARPT    ASSIGN TO SLARPT
010700         FILE STATUS IS SLARPT-STATUS.
010800* SORT WORK FILE: THE LISTED NIGHTS' RUNS.
010900     SELECT SLASORT   ASSIGN TO SORTWK01.
011000     EJECT
011100 DATA DIVISION.
011200 FILE SECTION.
011300* TIMES ARE HHMM ON A 24-HOUR CLOCK; ELAPSED TIMES ARE MINUTES.
011400* A BLANK OR ZERO MAXIMUM MEANS THE JOB IS NEVER FLAGGED SLOW.
011500* SLA-REC-DAYS IS ONE BYTE PER WEEKDAY, MONDAY FIRST, 'Y' WHEN
011600* THE JOB RUNS THAT NIGHT AND 'N' WHEN IT DOES NOT; BLANK MEANS
011700* EVERY NIGHT.  A NIGHT'S WEEKDAY IS THAT OF THE DATE IT BEGINS.
011800 FD  SLACTL
011900     RECORDING MODE F
012000     LABEL RECORDS ARE STANDARD.
012100 01  SLACTL-RECORD.
012200     05  SLA-REC-JOBNAME         PIC X(8).
012300     05  FILLER                  PIC X(1).
012400     05  SLA-REC-START           PIC 9(4).
012500     05  FILLER                  PIC X(1).
012600     05  SLA-REC-DEADLINE        PIC 9(4).
012700     05  FILLER                  PIC X(1).
012800     05  SLA-REC-MIN-ELAPSED     PIC 9(4).
012900     05  SLA-REC-MIN-ELAPSED-X REDEFINES SLA-REC-MIN-ELAPSED
013000                                 PIC X(4).
013100     05  FILLER                  PIC X(1).
013200     05  SLA-REC-MAX-ELAPSED     PIC 9(4).
013300     05  SLA-REC-MAX-ELAPSED-X REDEFINES SLA-REC-MAX-ELAPSED
013400                                 PIC X(4).
013500     05  FILLER                  PIC X(1).
013600     05  SLA-REC-DAYS            PIC X(7).
013700     05  FILLER                  PIC X(44).
013800* THE *WINDOW RECORD: THE NIGHT CUTOVER (HHMM), HOW MANY NIGHTS
013900* TO LIST (1-30), AND THE LAST NIGHT TO LIST (YYMMDD, THE DATE
014000* THE NIGHT BEGINS).  A BLANK FIELD TAKES ITS DEFAULT: NOON, ONE
014100* NIGHT, AND THE NIGHT THAT BEGAN YESTERDAY.
014200 01  SLACTL-WINDOW-RECORD REDEFINES SLACTL-RECORD.
014300     05  FILLER                  PIC X(8).
014400     05  FILLER                  PIC X(1).
014500     05  WIN-REC-CUTOVER         PIC 9(4).
014600     05  WIN-REC-CUTOVER-X REDEFINES WIN-REC-CUTOVER
014700                                 PIC X(4).
014800     05  FILLER                  PIC X(1).
014900     05  WIN-REC-NIGHTS          PIC 9(2).
015000     05  WIN-REC-NIGHTS-X REDEFINES WIN-REC-NIGHTS
015100                                 PIC X(2).
015200     05  FILLER                  PIC X(1).
015300     05  WIN-REC-THROUGH         PIC 9(6).
015400     05  WIN-REC-THROUGH-X REDEFINES WIN-REC-THROUGH
015500                                 PIC X(6).
015600     05  FILLER                  PIC X(57).
015700 FD  HISTVSAM
015800     RECORD CONTAINS 80 CHARACTERS.
015900     COPY HISTREC SUPPRESS.
016000 FD  SLARPT
016100     RECORDING MODE F
016200     LABEL RECORDS ARE STANDARD.
016300 01  SLARPT-RECORD               PIC X(132).
016400* ONE SORT RECORD PER RUN, OR PER SCHEDULED JOB WITH NO RUN, ON A
016500* LISTED NIGHT.  TIMES ARE SECONDS FROM MIDNIGHT AT THE START OF
016600* THE NIGHT'S DATE; ELAPSED IS -1 WHEN THE RUN'S START IS UNKNOWN.
016700 SD  SLASORT.
016800 01  SLASORT-RECORD.
016900     05  SR-NIGHT-INT            PIC 9(7).
017000     05  SR-JOBNAME              PIC X(8).
017100     05  SR-START-SECS           PIC 9(7).
017200     05  SR-SLA-IDX              PIC 9(4).
017300     05  SR-STATUS               PIC X(7).
017400     05  SR-NOTE                 PIC X(10).
017500     05  SR-START-KNOWN-FLAG     PIC X.
017600         88  SR-START-KNOWN      VALUE 'Y'.
017700     05  SR-START-STAMP          PIC 9(12).
017800     05  SR-END-DATE             PIC 9(6).
017900     05  SR-END-TIME             PIC 9(8).
018000     05  SR-ELAPSED              PIC S9(9) COMP-3.
018100     EJECT
018200 WORKING-STORAGE SECTION.
018300 77  PGMNAME                 PIC X(8) VALUE 'APKSLRPT'.
018400 77  SLACTL-STATUS           PIC XX   VALUE SPACES.
018500     88  SLACTL-OK           VALUE '00'.
018600 77  HISTVSAM-STATUS         PIC XX   VALUE SPACES.
018700     88  HISTVSAM-OK         VALUE '00'.
018800     88  HISTVSAM-EOF-STAT   VALUE '10'.
018900 77  SLARPT-STATUS           PIC XX   VALUE SPACES.
019000     88  SLARPT-OK           VALUE '00'.
019100 77  HIST-EOF-FLAG           PIC X    VALUE 'N'.
019200     88  HIST-EOF            VALUE 'Y'.
019300 77  SORT-EOF-FLAG           PIC X    VALUE 'N'.
019400     88  SORT-EOF            VALUE 'Y'.
019500 77  SETUP-FAILED-FLAG       PIC X    VALUE 'N'.
019600     88  SETUP-FAILED        VALUE 'Y'.
019700 77  WINDOW-SEEN-FLAG        PIC X    VALUE 'N'.
019800     88  WINDOW-SEEN         VALUE 'Y'.
019900 77  FIELD-OK-FLAG           PIC X    VALUE 'Y'.
020000     88  FIELD-OK            VALUE 'Y'.
020100     SKIP2
020200* THE REPORT WINDOW.  NIGHTS ARE HELD AS DAY NUMBERS FROM
020300* INTEGER-OF-DATE, WITH TWO-DIGIT YEARS WINDOWED INTO 20XX AS
020400* APKOTLLE DOES; NIGHT OFFSET 0 IS THE LAST NIGHT LISTED.
020500 77  CUTOVER-HHMM            PIC 9(4) VALUE 1200.
020600 77  CUTOVER-SECS            PIC S9(7) BINARY VALUE ZERO.
020700 77  LIST-NIGHTS             PIC S9(4) BINARY VALUE 1.
020800 77  THROUGH-INT             PIC S9(9) BINARY VALUE ZERO.
020900 77  FIRST-LISTED-INT        PIC S9(9) BINARY VALUE ZERO.
021000 77  SUMMARY-FIRST-INT       PIC S9(9) BINARY VALUE ZERO.
021100 77  NOW-INT                 PIC S9(9) BINARY VALUE ZERO.
021200 77  NOW-SECS                PIC S9(7) BINARY VALUE ZERO.
021300 77  WORK-YYYYMMDD           PIC 9(8) VALUE ZERO.
021400 77  WORK-INT                PIC S9(9) BINARY VALUE ZERO.
021500 77  WORK-QUOTIENT           PIC S9(9) BINARY VALUE ZERO.
021600 77  WEEKDAY-IDX             PIC S9(4) BINARY VALUE ZERO.
021700 01  WORK-DATE               PIC 9(6) VALUE ZERO.
021800 01  WORK-CLOCK              PIC 9(8) VALUE ZERO.
021900 01  WORK-CLOCK-SPLIT REDEFINES WORK-CLOCK.
022000     05  WORK-CLOCK-HH       PIC 9(2).
022100     05  WORK-CLOCK-MM       PIC 9(2).
022200     05  WORK-CLOCK-SS       PIC 9(2).
022300     05  WORK-CLOCK-HUND     PIC 9(2).
022400 01  WORK-HHMM               PIC 9(4) VALUE ZERO.
022500 01  WORK-HHMM-SPLIT REDEFINES WORK-HHMM.
022600     05  WORK-HHMM-HH        PIC 9(2).
022700     05  WORK-HHMM-MM        PIC 9(2).
022800 01  WORK-STAMP              PIC 9(12) VALUE ZERO.
022900 01  WORK-STAMP-SPLIT REDEFINES WORK-STAMP.
023000     05  WORK-STAMP-DATE     PIC 9(6).
023100     05  WORK-STAMP-HH       PIC 9(2).
023200     05  WORK-STAMP-MM       PIC 9(2).
023300     05  WORK-STAMP-SS       PIC 9(2).
023400     SKIP2
023500* THE RUN BEING EVALUATED, IN SECONDS FROM THE START OF ITS
023600* NIGHT'S DATE.
023700 77  RUN-NIGHT-INT           PIC S9(9) BINARY VALUE ZERO.
023800 77  RUN-OFFSET              PIC S9(4) BINARY VALUE ZERO.
023900 77  RUN-START-SECS          PIC S9(9) BINARY VALUE ZERO.
024000 77  RUN-END-SECS            PIC S9(9) BINARY VALUE ZERO.
024100 77  RUN-ELAPSED             PIC S9(9) BINARY VALUE ZERO.
024200     SKIP2
024300* SERVICE LEVEL TABLE, LOADED BY 0120-LOAD-SLACTL.  TIMES ARE
024400* SECONDS FROM THE START OF THE NIGHT'S DATE, SO A DEADLINE
024500* BEFORE THE CUTOVER FALLS ON THE NEXT DAY.  SLA-RESULT HOLDS,
024600* FOR EACH OF THE LAST 30 NIGHTS, 'O' WHEN THE JOB'S LAST RUN
024700* THAT NIGHT WAS ON TIME, 'L' WHEN IT WAS LATE, SPACE WHEN IT DID
024800* NOT RUN; SLA-FIRST-OFFSET IS THE OLDEST OF THOSE NIGHTS IT RAN,
024900* -1 WHEN IT RAN ON NONE.
025000 77  SLA-COUNT               PIC S9(4) BINARY VALUE ZERO.
025100 77  SLA-IDX                 PIC S9(4) BINARY VALUE ZERO.
025200 77  NIGHT-IDX               PIC S9(4) BINARY VALUE ZERO.
025300 01  SLA-TABLE.
025400     05  SLA-ENTRY OCCURS 200 TIMES.
025500         10  SLA-JOBNAME         PIC X(8).
025600         10  SLA-START-HHMM      PIC 9(4).
025700         10  SLA-DEADLINE-HHMM   PIC 9(4).
025800         10  SLA-MIN-MINUTES     PIC 9(4).
025900         10  SLA-MAX-MINUTES     PIC 9(4).
026000         10  SLA-START-SECS      PIC S9(7) BINARY.
026100         10  SLA-DEADLINE-SECS   PIC S9(7) BINARY.
026200         10  SLA-DAYS            PIC X(7).
026300         10  SLA-SLOW-RUNS       PIC S9(4) BINARY.
026400         10  SLA-FIRST-OFFSET    PIC S9(4) BINARY.
026500         10  SLA-RESULT          PIC X OCCURS 30 TIMES.
026600     SKIP2
026700* WEEKDAY NAMES, MONDAY FIRST, AS INTEGER-OF-DATE DAY 1 WAS.
026800 01  WEEKDAY-VALUES.
026900     05  FILLER              PIC X(9) VALUE 'MONDAY'.
027000     05  FILLER              PIC X(9) VALUE 'TUESDAY'.
027100     05  FILLER              PIC X(9) VALUE 'WEDNESDAY'.
027200     05  FILLER              PIC X(9) VALUE 'THURSDAY'.
027300     05  FILLER              PIC X(9) VALUE 'FRIDAY'.
027400     05  FILLER              PIC X(9) VALUE 'SATURDAY'.
027500     05  FILLER              PIC X(9) VALUE 'SUNDAY'.
027600 01  WEEKDAY-TABLE REDEFINES WEEKDAY-VALUES.
027700     05  WEEKDAY-NAME        PIC X(9) OCCURS 7 TIMES.
027800     SKIP2
027900* NIGHT AND SUMMARY TOTALS.
028000 77  CURRENT-NIGHT-INT       PIC S9(9) BINARY VALUE ZERO.
028100 77  NIGHT-ON-TIME           PIC S9(8) BINARY VALUE ZERO.
028200 77  NIGHT-LATE              PIC S9(8) BINARY VALUE ZERO.
028300 77  NIGHT-SLOW              PIC S9(8) BINARY VALUE ZERO.
028400 77  NIGHT-NOT-RUN           PIC S9(8) BINARY VALUE ZERO.
028500 77  NIGHT-PENDING           PIC S9(8) BINARY VALUE ZERO.
028600 77  DEADLINES-MISSED        PIC S9(8) BINARY VALUE ZERO.
028700 77  HIST-READ               PIC S9(8) BINARY VALUE ZERO.
028800 77  JOB-NIGHTS              PIC S9(8) BINARY VALUE ZERO.
028900 77  JOB-ON-TIME             PIC S9(8) BINARY VALUE ZERO.
029000 77  JOB-LATE                PIC S9(8) BINARY VALUE ZERO.
029100 77  JOB-NOT-RUN             PIC S9(8) BINARY VALUE ZERO.
029200 77  ALL-NIGHTS              PIC S9(8) BINARY VALUE ZERO.
029300 77  ALL-ON-TIME             PIC S9(8) BINARY VALUE ZERO.
029400 77  ALL-LATE                PIC S9(8) BINARY VALUE ZERO.
029500 77  ALL-NOT-RUN             PIC S9(8) BINARY VALUE ZERO.
029600 77  ALL-SLOW                PIC S9(8) BINARY VALUE ZERO.
029700 77  ON-TIME-PCT             PIC S9(3)V9 COMP-3 VALUE ZERO.
029800 77  COUNT-DISP              PIC Z,ZZZ,ZZZ,ZZ9.
029900     SKIP2
030000* REPORT LINES.
030100 01  RPT-HEADING-1.
030200     05  FILLER              PIC X(33) VALUE
030300         ' BATCH WINDOW SLA REPORT, NIGHTS '.
030400     05  RPT-HDG-FIRST       PIC 9(6).
030500     05  FILLER              PIC X(9)  VALUE ' THROUGH '.
030600     05  RPT-HDG-THROUGH     PIC 9(6).
030700     05  FILLER              PIC X(21) VALUE
030800         '    NIGHTS BEGIN AT '.
030900     05  RPT-HDG-CUT-HH      PIC 9(2).
031000     05  FILLER              PIC X     VALUE ':'.
031100     05  RPT-HDG-CUT-MM      PIC 9(2).
031200     05  FILLER              PIC X(52) VALUE SPACES.
031300 01  RPT-NIGHT-LINE.
031400     05  FILLER              PIC X(10) VALUE ' NIGHT OF '.
031500     05  RPT-NIGHT-DATE      PIC 9(6).
031600     05  FILLER              PIC X(2)  VALUE SPACES.
031700     05  RPT-NIGHT-WEEKDAY   PIC X(9).
031800     05  FILLER              PIC X(105) VALUE SPACES.
031900 01  RPT-RUN-HEADING.
032000     05  FILLER              PIC X(36) VALUE
032100         ' JOBNAME   START   DUE     MINUTES  '.
032200     05  FILLER              PIC X(36) VALUE
032300         '  STARTED          FINISHED         '.
032400     05  FILLER              PIC X(24) VALUE
032500         '  ELAPSED  STATUS   NOTE'.
032600     05  FILLER              PIC X(36) VALUE SPACES.
032700 01  RPT-RUN-DETAIL.
032800     05  FILLER              PIC X(1)  VALUE SPACE.
032900     05  RPT-RUN-JOBNAME     PIC X(8).
033000     05  FILLER              PIC X(2)  VALUE SPACES.
033100     05  RPT-RUN-EXP-HH      PIC 9(2).
033200     05  FILLER              PIC X     VALUE ':'.
033300     05  RPT-RUN-EXP-MM      PIC 9(2).
033400     05  FILLER              PIC X(3)  VALUE SPACES.
033500     05  RPT-RUN-DUE-HH      PIC 9(2).
033600     05  FILLER              PIC X     VALUE ':'.
033700     05  RPT-RUN-DUE-MM      PIC 9(2).
033800     05  FILLER              PIC X(3)  VALUE SPACES.
033900     05  RPT-RUN-RANGE.
034000         10  RPT-RUN-MIN     PIC ZZZ9.
034100         10  FILLER          PIC X     VALUE '-'.
034200         10  RPT-RUN-MAX     PIC ZZZ9.
034300     05  FILLER              PIC X(2)  VALUE SPACES.
034400     05  RPT-RUN-STARTED.
034500         10  RPT-RUN-BEG-DATE    PIC 9(6).
034600         10  FILLER              PIC X     VALUE SPACE.
034700         10  RPT-RUN-BEG-HH      PIC 9(2).
034800         10  FILLER              PIC X     VALUE ':'.
034900         10  RPT-RUN-BEG-MM      PIC 9(2).
035000         10  FILLER              PIC X     VALUE ':'.
035100         10  RPT-RUN-BEG-SS      PIC 9(2).
035200     05  FILLER              PIC X(2)  VALUE SPACES.
035300     05  RPT-RUN-FINISHED.
035400         10  RPT-RUN-END-DATE    PIC 9(6).
035500         10  FILLER              PIC X     VALUE SPACE.
035600         10  RPT-RUN-END-HH      PIC 9(2).
035700         10  FILLER              PIC X     VALUE ':'.
035800         10  RPT-RUN-END-MM      PIC 9(2).
035900         10  FILLER              PIC X     VALUE ':'.
036000         10  RPT-RUN-END-SS      PIC 9(2).
036100     05  FILLER              PIC X(2)  VALUE SPACES.
036200     05  RPT-RUN-ELAPSED.
036300         10  RPT-RUN-ELA-HH      PIC ZZ9.
036400         10  FILLER              PIC X     VALUE ':'.
036500         10  RPT-RUN-ELA-MM      PIC 9(2).
036600         10  FILLER              PIC X     VALUE ':'.
036700         10  RPT-RUN-ELA-SS      PIC 9(2).
036800     05  FILLER              PIC X(2)  VALUE SPACES.
036900     05  RPT-RUN-STATUS      PIC X(7).
037000     05  FILLER              PIC X(2)  VALUE SPACES.
037100     05  RPT-RUN-NOTE        PIC X(10).
037200     05  FILLER              PIC X(30) VALUE SPACES.
037300 01  RPT-NIGHT-TOTAL.
037400     05  FILLER              PIC X(12) VALUE '    ON TIME '.
037500     05  RPT-NT-ON-TIME      PIC ZZZ9.
037600     05  FILLER              PIC X(8)  VALUE '   LATE '.
037700     05  RPT-NT-LATE         PIC ZZZ9.
037800     05  FILLER              PIC X(8)  VALUE '   SLOW '.
037900     05  RPT-NT-SLOW         PIC ZZZ9.
038000     05  FILLER              PIC X(11) VALUE '   NOT RUN '.
038100     05  RPT-NT-NOT-RUN      PIC ZZZ9.
038200     05  FILLER              PIC X(11) VALUE '   PENDING '.
038300     05  RPT-NT-PENDING      PIC ZZZ9.
038400     05  FILLER              PIC X(62) VALUE SPACES.
038500 01  RPT-SUMMARY-HEADING.
038600     05  FILLER              PIC X(26) VALUE
038700         ' ON-TIME RECORD, 30 NIGHTS'.
038800     05  FILLER              PIC X(1)  VALUE SPACE.
038900     05  RPT-SUM-FIRST       PIC 9(6).
039000     05  FILLER              PIC X(9)  VALUE ' THROUGH '.
039100     05  RPT-SUM-THROUGH     PIC 9(6).
039200     05  FILLER              PIC X(84) VALUE SPACES.
039300 01  RPT-SUMMARY-COLUMNS.
039400     05  FILLER              PIC X(36) VALUE
039500         ' JOBNAME   NIGHTS ON TIME     LATE  '.
039600     05  FILLER              PIC X(29) VALUE
039700         'NOT RUN     SLOW  ON-TIME PCT'.
039800     05  FILLER              PIC X(67) VALUE SPACES.
039900 01  RPT-SUMMARY-LINE.
040000     05  FILLER              PIC X(1)  VALUE SPACE.
040100     05  RPT-SUM-JOBNAME     PIC X(8).
040200     05  FILLER              PIC X(3)  VALUE SPACES.
040300     05  RPT-SUM-NIGHTS      PIC ZZZZ9.
040400     05  FILLER              PIC X(3)  VALUE SPACES.
040500     05  RPT-SUM-ON-TIME     PIC ZZZZ9.
040600     05  FILLER              PIC X(4)  VALUE SPACES.
040700     05  RPT-SUM-LATE        PIC ZZZZ9.
040800     05  FILLER              PIC X(4)  VALUE SPACES.
040900     05  RPT-SUM-NOT-RUN     PIC ZZZZ9.
041000     05  FILLER              PIC X(4)  VALUE SPACES.
041100     05  RPT-SUM-SLOW        PIC ZZZZ9.
041200     05  FILLER              PIC X(8)  VALUE SPACES.
041300     05  RPT-SUM-PCT         PIC ZZ9.9.
041400     05  RPT-SUM-PCT-X REDEFINES RPT-SUM-PCT
041500                             PIC X(5).
041600     05  FILLER              PIC X(67) VALUE SPACES.
041700     SKIP2
041800 TITLE 'Initialization and Main Line'.
041900 PROCEDURE DIVISION.
042000     PERFORM 0100-INITIALIZE.
042100     IF NOT SETUP-FAILED
042200      THEN
042300       SORT SLASORT
042400           ON ASCENDING KEY SR-NIGHT-INT SR-JOBNAME SR-START-SECS
042500           INPUT PROCEDURE 0200-SELECT-RUNS
042600           OUTPUT PROCEDURE 0400-WRITE-REPORT;
042700       IF SORT-RETURN NOT = ZERO
042800        THEN
042900         DISPLAY PGMNAME, ' RUN SORT FAILED, SORT RETURN ',
043000             SORT-RETURN;
043100         PERFORM 0110-NOTE-SETUP-ERROR
043200       END-IF
043300     END-IF.
043400     PERFORM 0900-TERMINATE.
043500     GOBACK.
043600     SKIP2
043700 0100-INITIALIZE.
043800* THE SERVICE LEVELS, THE CLUSTER AND THE REPORT ARE ALL REQUIRED.
043900     OPEN OUTPUT SLARPT.
044000     IF NOT SLARPT-OK
044100      THEN
044200       DISPLAY PGMNAME, ' UNABLE TO OPEN SLARPT, FILE STATUS ',
044300           SLARPT-STATUS;
044400       PERFORM 0110-NOTE-SETUP-ERROR
044500     END-IF.
044600     PERFORM 0120-LOAD-SLACTL.
044700     PERFORM 0130-SET-WINDOW.
044800     OPEN INPUT HISTVSAM.
044900     IF NOT HISTVSAM-OK
045000      THEN
045100       DISPLAY PGMNAME, ' UNABLE TO OPEN HISTVSAM, FILE STATUS ',
045200           HISTVSAM-STATUS;
045300       PERFORM 0110-NOTE-SETUP-ERROR
045400     END-IF.
045500     SKIP2
045600 0110-NOTE-SETUP-ERROR.
045700     SET SETUP-FAILED TO TRUE.
045800     MOVE 12 TO RETURN-CODE.
045900     SKIP2
046000 0115-NOTE-DATA-ERROR.
046100     IF RETURN-CODE < 8
046200      THEN
046300       MOVE 8 TO RETURN-CODE
046400     END-IF.
046500     SKIP2
046600 0120-LOAD-SLACTL.
046700     OPEN INPUT SLACTL.
046800     IF SLACTL-OK
046900      THEN
047000       PERFORM UNTIL NOT SLACTL-OK
047100         READ SLACTL
047200         IF SLACTL-OK
047300          THEN
047400           IF SLA-REC-JOBNAME = '*WINDOW'
047500            THEN
047600             PERFORM 0126-TAKE-WINDOW
047700            ELSE
047800             PERFORM 0122-ADD-SLA
047900           END-IF
048000         END-IF
048100       END-PERFORM;
048200       CLOSE SLACTL
048300      ELSE
048400       DISPLAY PGMNAME, ' UNABLE TO OPEN SLACTL, FILE STATUS ',
048500           SLACTL-STATUS
048600     END-IF.
048700     IF SLA-COUNT = ZERO
048800      THEN
048900       DISPLAY PGMNAME, ' NO USABLE SLACTL JOB RECORD --',
049000           ' NOTHING TO REPORT.';
049100       PERFORM 0110-NOTE-SETUP-ERROR
049200     END-IF.
049300     SKIP2
049400 0122-ADD-SLA.
049500* START AND DEADLINE MUST BE VALID TIMES; THE ELAPSED RANGE MAY
049600* BE BLANK, BUT IF GIVEN MUST BE NUMERIC WITH THE MINIMUM NOT
049700* ABOVE THE MAXIMUM; THE DAYS ARE BLANK OR ALL Y AND N.  A
049800* JOBNAME LISTED TWICE KEEPS ITS FIRST SERVICE LEVEL.
049900     IF SLA-REC-MIN-ELAPSED-X = SPACES
050000      THEN
050100       MOVE ZERO TO SLA-REC-MIN-ELAPSED
050200     END-IF.
050300     IF SLA-REC-MAX-ELAPSED-X = SPACES
050400      THEN
050500       MOVE ZERO TO SLA-REC-MAX-ELAPSED
050600     END-IF.
050700     MOVE 'Y' TO FIELD-OK-FLAG.
050800     MOVE SLA-REC-START TO WORK-HHMM.
050900     PERFORM 0124-CHECK-HHMM.
051000     MOVE SLA-REC-DEADLINE TO WORK-HHMM.
051100     PERFORM 0124-CHECK-HHMM.
051200     IF SLA-REC-JOBNAME = SPACES
051300      OR SLA-REC-MIN-ELAPSED NOT NUMERIC
051400      OR SLA-REC-MAX-ELAPSED NOT NUMERIC
051500      THEN
051600       MOVE 'N' TO FIELD-OK-FLAG
051700     END-IF.
051800     IF FIELD-OK
051900      AND SLA-REC-MAX-ELAPSED > ZERO
052000      AND SLA-REC-MIN-ELAPSED > SLA-REC-MAX-ELAPSED
052100      THEN
052200       MOVE 'N' TO FIELD-OK-FLAG
052300     END-IF.
052400     IF SLA-REC-DAYS NOT = SPACES
052500      THEN
052600       MOVE ZERO TO SLA-IDX;
052700       INSPECT SLA-REC-DAYS TALLYING SLA-IDX FOR ALL 'Y' ALL 'N';
052800       IF SLA-IDX NOT = 7
052900        THEN
053000         MOVE 'N' TO FIELD-OK-FLAG
053100       END-IF
053200     END-IF.
053300     IF NOT FIELD-OK
053400      THEN
053500       DISPLAY PGMNAME, ' SLACTL RECORD IN ERROR, IGNORED: ',
053600           SLACTL-RECORD (1:36);
053700       PERFORM 0115-NOTE-DATA-ERROR
053800      ELSE
053900       MOVE SLA-REC-JOBNAME TO SR-JOBNAME;
054000       PERFORM 0230-FIND-SLA;
054100       EVALUATE TRUE
054200        WHEN SLA-IDX NOT > SLA-COUNT
054300         DISPLAY PGMNAME, ' SLACTL JOBNAME ', SLA-REC-JOBNAME,
054400             ' LISTED TWICE, SECOND IGNORED';
054500         PERFORM 0115-NOTE-DATA-ERROR
054600        WHEN SLA-COUNT NOT < 200
054700         DISPLAY PGMNAME, ' SLACTL HAS MORE THAN 200 JOBNAMES',
054800             ' -- ', SLA-REC-JOBNAME, ' IGNORED';
054900         PERFORM 0115-NOTE-DATA-ERROR
055000        WHEN OTHER
055100         ADD 1 TO SLA-COUNT;
055200         MOVE SLA-REC-JOBNAME TO SLA-JOBNAME (SLA-COUNT);
055300         MOVE SLA-REC-START TO SLA-START-HHMM (SLA-COUNT);
055400         MOVE SLA-REC-DEADLINE TO SLA-DEADLINE-HHMM (SLA-COUNT);
055500         MOVE SLA-REC-MIN-ELAPSED TO SLA-MIN-MINUTES (SLA-COUNT);
055600         MOVE SLA-REC-MAX-ELAPSED TO SLA-MAX-MINUTES (SLA-COUNT);
055700         MOVE SLA-REC-DAYS TO SLA-DAYS (SLA-COUNT);
055800         MOVE ZERO TO SLA-SLOW-RUNS (SLA-COUNT);
055900         MOVE -1 TO SLA-FIRST-OFFSET (SLA-COUNT)
056000       END-EVALUATE
056100     END-IF.
056200     SKIP2
056300 0124-CHECK-HHMM.
056400* WORK-HHMM MUST BE A TIME OF DAY; FIELD-OK-FLAG IS SET TO 'N'
056500* IF NOT.
056600     IF WORK-HHMM NOT NUMERIC
056700      THEN
056800       MOVE 'N' TO FIELD-OK-FLAG
056900      ELSE
057000       IF WORK-HHMM-HH > 23
057100        OR WORK-HHMM-MM > 59
057200        THEN
057300         MOVE 'N' TO FIELD-OK-FLAG
057400       END-IF
057500     END-IF.
057600     SKIP2
057700 0126-TAKE-WINDOW.
057800* ONLY THE FIRST *WINDOW RECORD COUNTS.  A FIELD IN ERROR IS
057900* REPORTED AND LEFT AT ITS DEFAULT.
058000     IF WINDOW-SEEN
058100      THEN
058200       DISPLAY PGMNAME, ' SECOND *WINDOW RECORD IGNORED';
058300       PERFORM 0115-NOTE-DATA-ERROR
058400      ELSE
058500       SET WINDOW-SEEN TO TRUE;
058600       IF WIN-REC-CUTOVER-X NOT = SPACES
058700        THEN
058800         MOVE 'Y' TO FIELD-OK-FLAG;
058900         MOVE WIN-REC-CUTOVER TO WORK-HHMM;
059000         PERFORM 0124-CHECK-HHMM;
059100         IF FIELD-OK
059200          THEN
059300           MOVE WIN-REC-CUTOVER TO CUTOVER-HHMM
059400          ELSE
059500           DISPLAY PGMNAME, ' *WINDOW CUTOVER ',
059600               WIN-REC-CUTOVER-X, ' IS NOT HHMM, NOON USED';
059700           PERFORM 0115-NOTE-DATA-ERROR
059800         END-IF
059900       END-IF;
060000       IF WIN-REC-NIGHTS-X NOT = SPACES
060100        THEN
060200         IF WIN-REC-NIGHTS NUMERIC
060300          AND WIN-REC-NIGHTS > ZERO
060400          AND WIN-REC-NIGHTS NOT > 30
060500          THEN
060600           MOVE WIN-REC-NIGHTS TO LIST-NIGHTS
060700          ELSE
060800           DISPLAY PGMNAME, ' *WINDOW NIGHTS ', WIN-REC-NIGHTS-X,
060900               ' IS NOT 1-30, ONE NIGHT LISTED';
061000           PERFORM 0115-NOTE-DATA-ERROR
061100         END-IF
061200       END-IF;
061300       IF WIN-REC-THROUGH-X NOT = SPACES
061400        THEN
061500         IF WIN-REC-THROUGH NUMERIC
061600          THEN
061700           COMPUTE WORK-YYYYMMDD = 20000000 + WIN-REC-THROUGH
061800         END-IF;
061900         IF WIN-REC-THROUGH NUMERIC
062000          AND FUNCTION TEST-DATE-YYYYMMDD (WORK-YYYYMMDD) = ZERO
062100          THEN
062200           COMPUTE THROUGH-INT =
062300               FUNCTION INTEGER-OF-DATE (WORK-YYYYMMDD)
062400          ELSE
062500           DISPLAY PGMNAME, ' *WINDOW THROUGH DATE ',
062600               WIN-REC-THROUGH-X, ' IS NOT YYMMDD,',
062700               ' LAST NIGHT USED';
062800           PERFORM 0115-NOTE-DATA-ERROR
062900         END-IF
063000       END-IF
063100     END-IF.
063200     SKIP2
063300 0130-SET-WINDOW.
063400* THE NIGHTS TO LIST AND TO SUMMARIZE, AND EACH JOB'S START AND
063500* DEADLINE AS SECONDS INTO ITS NIGHT.  THE DEFAULT LAST NIGHT IS
063600* THE ONE THAT BEGAN YESTERDAY -- THE ONE JUST FINISHED FOR A
063700* REPORT RUN IN THE MORNING.
063800     ACCEPT WORK-DATE FROM DATE.
063900     ACCEPT WORK-CLOCK FROM TIME.
064000     COMPUTE WORK-YYYYMMDD = 20000000 + WORK-DATE.
064100     COMPUTE NOW-INT = FUNCTION INTEGER-OF-DATE (WORK-YYYYMMDD).
064200     COMPUTE NOW-SECS = WORK-CLOCK-HH * 3600 + WORK-CLOCK-MM * 60
064300                      + WORK-CLOCK-SS.
064400     IF THROUGH-INT = ZERO
064500      THEN
064600       COMPUTE THROUGH-INT = NOW-INT - 1
064700     END-IF.
064800     COMPUTE FIRST-LISTED-INT = THROUGH-INT - LIST-NIGHTS + 1.
064900     COMPUTE SUMMARY-FIRST-INT = THROUGH-INT - 29.
065000     MOVE CUTOVER-HHMM TO WORK-HHMM.
065100     COMPUTE CUTOVER-SECS = WORK-HHMM-HH * 3600
065200                          + WORK-HHMM-MM * 60.
065300     MOVE WORK-HHMM-HH TO RPT-HDG-CUT-HH.
065400     MOVE WORK-HHMM-MM TO RPT-HDG-CUT-MM.
065500     MOVE FIRST-LISTED-INT TO WORK-INT.
065600     PERFORM 0135-INT-TO-YYMMDD.
065700     MOVE WORK-DATE TO RPT-HDG-FIRST.
065800     MOVE THROUGH-INT TO WORK-INT.
065900     PERFORM 0135-INT-TO-YYMMDD.
066000     MOVE WORK-DATE TO RPT-HDG-THROUGH, RPT-SUM-THROUGH.
066100     MOVE SUMMARY-FIRST-INT TO WORK-INT.
066200     PERFORM 0135-INT-TO-YYMMDD.
066300     MOVE WORK-DATE TO RPT-SUM-FIRST.
066400     MOVE 1 TO SLA-IDX.
066500     PERFORM UNTIL SLA-IDX > SLA-COUNT
066600       MOVE SLA-START-HHMM (SLA-IDX) TO WORK-HHMM
066700       COMPUTE SLA-START-SECS (SLA-IDX) =
066800           WORK-HHMM-HH * 3600 + WORK-HHMM-MM * 60
066900       IF SLA-START-SECS (SLA-IDX) < CUTOVER-SECS
067000        THEN
067100         ADD 86400 TO SLA-START-SECS (SLA-IDX)
067200       END-IF
067300       MOVE SLA-DEADLINE-HHMM (SLA-IDX) TO WORK-HHMM
067400       COMPUTE SLA-DEADLINE-SECS (SLA-IDX) =
067500           WORK-HHMM-HH * 3600 + WORK-HHMM-MM * 60
067600       IF SLA-DEADLINE-SECS (SLA-IDX) NOT > CUTOVER-SECS
067700        THEN
067800         ADD 86400 TO SLA-DEADLINE-SECS (SLA-IDX)
067900       END-IF
068000       MOVE 1 TO NIGHT-IDX
068100       PERFORM UNTIL NIGHT-IDX > 30
068200         MOVE SPACE TO SLA-RESULT (SLA-IDX, NIGHT-IDX)
068300         ADD 1 TO NIGHT-IDX
068400       END-PERFORM
068500       ADD 1 TO SLA-IDX
068600     END-PERFORM.
068700     SKIP2
068800 0135-INT-TO-YYMMDD.
068900* WORK-INT, A DAY NUMBER, TO WORK-DATE AS YYMMDD.
069000     COMPUTE WORK-YYYYMMDD = FUNCTION DATE-OF-INTEGER (WORK-INT).
069100     COMPUTE WORK-DATE = WORK-YYYYMMDD - 20000000.
069200     SKIP2
069300 0137-FIND-WEEKDAY.
069400* WORK-INT, A DAY NUMBER, TO WEEKDAY-IDX, 1 FOR MONDAY.
069500     COMPUTE WORK-QUOTIENT = WORK-INT - 1.
069600     DIVIDE WORK-QUOTIENT BY 7 GIVING WORK-QUOTIENT
069700         REMAINDER WEEKDAY-IDX.
069800     ADD 1 TO WEEKDAY-IDX.
069900     SKIP2
070000 TITLE 'Run Selection and Evaluation'.
070100 0200-SELECT-RUNS.
070200* SORT INPUT: EVERY PRODUCTION RUN OF AN SLACTL JOBNAME IN THE
070300* LAST 30 NIGHTS IS EVALUATED, AND THOSE ON A LISTED NIGHT ARE
070400* RELEASED.  THEN EACH SCHEDULED JOB-NIGHT WITH NO RUN IS FOUND.
070500     PERFORM 0210-READ-HISTORY.
070600     PERFORM UNTIL HIST-EOF
070700       IF NOT HIST-RUN-REPRINT
070800        THEN
070900         MOVE HIST-JOBNAME TO SR-JOBNAME
071000         PERFORM 0230-FIND-SLA
071100         IF SLA-IDX NOT > SLA-COUNT
071200          THEN
071300           PERFORM 0220-EVALUATE-RUN
071400         END-IF
071500       END-IF
071600       PERFORM 0210-READ-HISTORY
071700     END-PERFORM.
071800     MOVE 1 TO SLA-IDX.
071900     PERFORM UNTIL SLA-IDX > SLA-COUNT
072000       MOVE 1 TO NIGHT-IDX
072100       PERFORM UNTIL NIGHT-IDX > LIST-NIGHTS
072200         IF SLA-RESULT (SLA-IDX, NIGHT-IDX) = SPACE
072300          THEN
072400           PERFORM 0250-RELEASE-NOT-RUN
072500         END-IF
072600         ADD 1 TO NIGHT-IDX
072700       END-PERFORM
072800       ADD 1 TO SLA-IDX
072900     END-PERFORM.
073000     SKIP2
073100 0210-READ-HISTORY.
073200* ANY STATUS OTHER THAN 00 ENDS THE SELECTION -- 10 IS NORMAL END
073300* OF FILE, ANYTHING ELSE IS REPORTED.
073400     READ HISTVSAM.
073500     IF HISTVSAM-OK
073600      THEN
073700       ADD 1 TO HIST-READ
073800      ELSE
073900       IF NOT HISTVSAM-EOF-STAT
074000        THEN
074100         DISPLAY PGMNAME, ' HISTORY READ FAILED, FILE STATUS ',
074200             HISTVSAM-STATUS;
074300         PERFORM 0115-NOTE-DATA-ERROR
074400       END-IF;
074500       SET HIST-EOF TO TRUE
074600     END-IF.
074700     SKIP2
074800 0220-EVALUATE-RUN.
074900* THE RUN'S NIGHT COMES FROM ITS START, OR FROM ITS FINISH WHEN IT
075000* WAS RECORDED BEFORE STARTS WERE.  A RUN BEFORE THE 30 NIGHTS OR
075100* AFTER THE LAST LISTED NIGHT IS PASSED OVER.  RUNS OF A JOB COME
075200* IN FINISHING ORDER, SO THE NIGHT'S RESULT IS THAT OF ITS LAST.
075300     MOVE SPACES TO SLASORT-RECORD.
075400     MOVE HIST-JOBNAME TO SR-JOBNAME.
075500     MOVE SLA-IDX TO SR-SLA-IDX.
075600     MOVE HIST-RUN-DATE TO SR-END-DATE.
075700     MOVE HIST-RUN-TIME TO SR-END-TIME.
075800     IF HIST-START-STAMP NUMERIC
075900      THEN
076000       SET SR-START-KNOWN TO TRUE;
076100       MOVE HIST-START-STAMP TO SR-START-STAMP
076200      ELSE
076300       MOVE 'N' TO SR-START-KNOWN-FLAG;
076400       MOVE HIST-RUN-TIME TO WORK-CLOCK;
076500       MOVE HIST-RUN-DATE TO WORK-STAMP-DATE;
076600       MOVE WORK-CLOCK-HH TO WORK-STAMP-HH;
076700       MOVE WORK-CLOCK-MM TO WORK-STAMP-MM;
076800       MOVE WORK-CLOCK-SS TO WORK-STAMP-SS;
076900       MOVE WORK-STAMP TO SR-START-STAMP
077000     END-IF.
077100     MOVE SR-START-STAMP TO WORK-STAMP.
077200     COMPUTE WORK-YYYYMMDD = 20000000 + WORK-STAMP-DATE.
077300     COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE (WORK-YYYYMMDD).
077400     COMPUTE RUN-START-SECS = WORK-STAMP-HH * 3600
077500                            + WORK-STAMP-MM * 60 + WORK-STAMP-SS.
077600     IF RUN-START-SECS < CUTOVER-SECS
077700      THEN
077800       COMPUTE RUN-NIGHT-INT = WORK-INT - 1;
077900       ADD 86400 TO RUN-START-SECS
078000      ELSE
078100       MOVE WORK-INT TO RUN-NIGHT-INT
078200     END-IF.
078300     COMPUTE RUN-OFFSET = THROUGH-INT - RUN-NIGHT-INT.
078400     IF RUN-OFFSET NOT < ZERO
078500      AND RUN-OFFSET NOT > 29
078600      THEN
078900       COMPUTE WORK-YYYYMMDD = 20000000 + HIST-RUN-DATE;
079000       COMPUTE WORK-INT =
079050           FUNCTION INTEGER-OF-DATE (WORK-YYYYMMDD);
079100       MOVE HIST-RUN-TIME TO WORK-CLOCK;
079200       COMPUTE RUN-END-SECS = (WORK-INT - RUN-NIGHT-INT) * 86400
079300           + WORK-CLOCK-HH * 3600 + WORK-CLOCK-MM * 60
079400           + WORK-CLOCK-SS;
079500       EVALUATE TRUE
079600        WHEN HIST-ELAPSED-SECS NUMERIC
079700         MOVE HIST-ELAPSED-SECS TO RUN-ELAPSED
079800        WHEN SR-START-KNOWN
079900         COMPUTE RUN-ELAPSED = RUN-END-SECS - RUN-START-SECS
080000        WHEN OTHER
080100         MOVE -1 TO RUN-ELAPSED
080200       END-EVALUATE;
080300       MOVE RUN-ELAPSED TO SR-ELAPSED;
080400       IF RUN-OFFSET > SLA-FIRST-OFFSET (SLA-IDX)
080500        THEN
080600         MOVE RUN-OFFSET TO SLA-FIRST-OFFSET (SLA-IDX)
080700       END-IF;
080800       MOVE RUN-NIGHT-INT TO SR-NIGHT-INT;
080900       MOVE RUN-START-SECS TO SR-START-SECS;
081000       IF SLA-MAX-MINUTES (SLA-IDX) > ZERO
081100        AND RUN-ELAPSED > SLA-MAX-MINUTES (SLA-IDX) * 60
081200        THEN
081300         ADD 1 TO SLA-SLOW-RUNS (SLA-IDX)
081400       END-IF;
081500       EVALUATE TRUE
081600        WHEN RUN-END-SECS > SLA-DEADLINE-SECS (SLA-IDX)
081700         MOVE 'LATE' TO SR-STATUS;
081800         MOVE 'L' TO SLA-RESULT (SLA-IDX, RUN-OFFSET + 1)
081900        WHEN SLA-MAX-MINUTES (SLA-IDX) > ZERO
082000         AND RUN-ELAPSED > SLA-MAX-MINUTES (SLA-IDX) * 60
082100         MOVE 'SLOW' TO SR-STATUS;
082200         MOVE 'O' TO SLA-RESULT (SLA-IDX, RUN-OFFSET + 1)
082300        WHEN OTHER
082400         MOVE 'ON TIME' TO SR-STATUS;
082500         MOVE 'O' TO SLA-RESULT (SLA-IDX, RUN-OFFSET + 1)
082600       END-EVALUATE;
082700       EVALUATE TRUE
082800        WHEN NOT SR-START-KNOWN
082900         MOVE 'NO START' TO SR-NOTE
083000        WHEN RUN-START-SECS > SLA-START-SECS (SLA-IDX)
083100         MOVE 'LATE START' TO SR-NOTE
083200        WHEN SR-STATUS = 'LATE'
083300         AND SLA-MAX-MINUTES (SLA-IDX) > ZERO
083400         AND RUN-ELAPSED > SLA-MAX-MINUTES (SLA-IDX) * 60
083500         MOVE 'RAN SLOW' TO SR-NOTE
083600        WHEN RUN-ELAPSED < SLA-MIN-MINUTES (SLA-IDX) * 60
083700         MOVE 'SHORT RUN' TO SR-NOTE
083800        WHEN OTHER
083900         MOVE SPACES TO SR-NOTE
084000       END-EVALUATE;
084100       IF RUN-OFFSET < LIST-NIGHTS
084200        THEN
084300         RELEASE SLASORT-RECORD
084400       END-IF
084500     END-IF.
084700     SKIP2
084800 0230-FIND-SLA.
084900* SR-JOBNAME IS SET BY THE CALLER.  SLA-IDX PAST THE TABLE MEANS
085000* NOT FOUND.
085100     MOVE 1 TO SLA-IDX.
085200     PERFORM UNTIL SLA-IDX > SLA-COUNT
085300                OR SLA-JOBNAME (SLA-IDX) = SR-JOBNAME
085400       ADD 1 TO SLA-IDX
085500     END-PERFORM.
085600     SKIP2
085700 0250-RELEASE-NOT-RUN.
085800* A LISTED NIGHT WITH NO RUN OF THIS JOB.  NOTHING IS RELEASED FOR
085900* A NIGHT THE JOB IS NOT SCHEDULED; A NIGHT WHOSE DEADLINE IS
086000* STILL TO COME IS PENDING RATHER THAN MISSED.
086100     COMPUTE WORK-INT = THROUGH-INT - NIGHT-IDX + 1.
086200     PERFORM 0137-FIND-WEEKDAY.
086300     IF SLA-DAYS (SLA-IDX) = SPACES
086400      OR SLA-DAYS (SLA-IDX) (WEEKDAY-IDX:1) = 'Y'
086500      THEN
086800       MOVE SPACES TO SLASORT-RECORD;
086900       MOVE WORK-INT TO SR-NIGHT-INT;
087000       MOVE SLA-JOBNAME (SLA-IDX) TO SR-JOBNAME;
087100       MOVE ZERO TO SR-START-SECS;
087200       MOVE SLA-IDX TO SR-SLA-IDX;
087300       MOVE 'N' TO SR-START-KNOWN-FLAG;
087400       MOVE ZERO TO SR-START-STAMP, SR-END-DATE, SR-END-TIME;
087500       MOVE -1 TO SR-ELAPSED;
087600       IF (NOW-INT - WORK-INT) * 86400 + NOW-SECS
087700          NOT > SLA-DEADLINE-SECS (SLA-IDX)
087800        THEN
087900         MOVE 'PENDING' TO SR-STATUS
088000        ELSE
088100         MOVE 'NOT RUN' TO SR-STATUS
088200       END-IF;
088300       RELEASE SLASORT-RECORD
088400     END-IF.
088600     SKIP2
088700 TITLE 'Report'.
088800 0400-WRITE-REPORT.
088900* SORT OUTPUT: EACH LISTED NIGHT'S RUNS AND ITS COUNTS, THEN THE
089000* 30-NIGHT ON-TIME RECORD, THEN THE CONSOLE ALERT.
089100     MOVE RPT-HEADING-1 TO SLARPT-RECORD.
089200     PERFORM 0480-WRITE-REPORT-LINE.
089300     MOVE ZERO TO CURRENT-NIGHT-INT.
089400     MOVE 'N' TO SORT-EOF-FLAG.
089500     PERFORM UNTIL SORT-EOF
089600       RETURN SLASORT
089700         AT END
089800           SET SORT-EOF TO TRUE
089900         NOT AT END
090000           PERFORM 0410-REPORT-RUN
090100       END-RETURN
090200     END-PERFORM.
090300     IF CURRENT-NIGHT-INT = ZERO
090400      THEN
090500       MOVE SPACES TO SLARPT-RECORD;
090600       PERFORM 0480-WRITE-REPORT-LINE;
090700       MOVE ' NO SCHEDULED RUNS ON THE NIGHTS LISTED.'
090800         TO SLARPT-RECORD;
090900       PERFORM 0480-WRITE-REPORT-LINE
091000      ELSE
091100       PERFORM 0430-WRITE-NIGHT-TOTAL
091200     END-IF.
091300     PERFORM 0450-WRITE-SUMMARY.
091400     IF DEADLINES-MISSED > ZERO
091500      THEN
091600       MOVE DEADLINES-MISSED TO COUNT-DISP;
091700       DISPLAY PGMNAME, COUNT-DISP,
091800           ' MISSED DEADLINE(S) -- SEE SLARPT'
091900           UPON CONS;
092000       IF RETURN-CODE < 4
092100        THEN
092200         MOVE 4 TO RETURN-CODE
092300       END-IF
092400     END-IF.
092500     SKIP2
092600 0410-REPORT-RUN.
092700     IF SR-NIGHT-INT NOT = CURRENT-NIGHT-INT
092800      THEN
092900       IF CURRENT-NIGHT-INT NOT = ZERO
093000        THEN
093100         PERFORM 0430-WRITE-NIGHT-TOTAL
093200       END-IF;
093300       PERFORM 0420-START-NIGHT
093400     END-IF.
093500     MOVE SR-SLA-IDX TO SLA-IDX.
093600     MOVE SR-JOBNAME TO RPT-RUN-JOBNAME.
093700     MOVE SLA-START-HHMM (SLA-IDX) TO WORK-HHMM.
093800     MOVE WORK-HHMM-HH TO RPT-RUN-EXP-HH.
093900     MOVE WORK-HHMM-MM TO RPT-RUN-EXP-MM.
094000     MOVE SLA-DEADLINE-HHMM (SLA-IDX) TO WORK-HHMM.
094100     MOVE WORK-HHMM-HH TO RPT-RUN-DUE-HH.
094200     MOVE WORK-HHMM-MM TO RPT-RUN-DUE-MM.
094300     IF SLA-MAX-MINUTES (SLA-IDX) = ZERO
094400      THEN
094500       MOVE SPACES TO RPT-RUN-RANGE
094600      ELSE
094700       MOVE SLA-MIN-MINUTES (SLA-IDX) TO RPT-RUN-MIN;
094800       MOVE '-' TO RPT-RUN-RANGE (5:1);
094900       MOVE SLA-MAX-MINUTES (SLA-IDX) TO RPT-RUN-MAX
095000     END-IF.
095100     IF SR-START-KNOWN
095200      THEN
095300       MOVE SR-START-STAMP TO WORK-STAMP;
095400       MOVE WORK-STAMP-DATE TO RPT-RUN-BEG-DATE;
095500       MOVE ' ' TO RPT-RUN-STARTED (7:1);
095600       MOVE WORK-STAMP-HH TO RPT-RUN-BEG-HH;
095700       MOVE ':' TO RPT-RUN-STARTED (10:1);
095800       MOVE WORK-STAMP-MM TO RPT-RUN-BEG-MM;
095900       MOVE ':' TO RPT-RUN-STARTED (13:1);
096000       MOVE WORK-STAMP-SS TO RPT-RUN-BEG-SS
096100      ELSE
096200       MOVE SPACES TO RPT-RUN-STARTED
096300     END-IF.
096400     IF SR-END-DATE = ZERO
096500      THEN
096600       MOVE SPACES TO RPT-RUN-FINISHED
096700      ELSE
096800       MOVE SR-END-TIME TO WORK-CLOCK;
096900       MOVE SR-END-DATE TO RPT-RUN-END-DATE;
097000       MOVE ' ' TO RPT-RUN-FINISHED (7:1);
097100       MOVE WORK-CLOCK-HH TO RPT-RUN-END-HH;
097200       MOVE ':' TO RPT-RUN-FINISHED (10:1);
097300       MOVE WORK-CLOCK-MM TO RPT-RUN-END-MM;
097400       MOVE ':' TO RPT-RUN-FINISHED (13:1);
097500       MOVE WORK-CLOCK-SS TO RPT-RUN-END-SS
097600     END-IF.
097700     IF SR-ELAPSED < ZERO
097800      THEN
097900       MOVE SPACES TO RPT-RUN-ELAPSED
098000      ELSE
098100       DIVIDE SR-ELAPSED BY 3600 GIVING WORK-QUOTIENT
098200           REMAINDER RUN-ELAPSED;
098300       MOVE WORK-QUOTIENT TO RPT-RUN-ELA-HH;
098400       MOVE ':' TO RPT-RUN-ELAPSED (4:1);
098500       DIVIDE RUN-ELAPSED BY 60 GIVING WORK-QUOTIENT
098600           REMAINDER RUN-ELAPSED;
098700       MOVE WORK-QUOTIENT TO RPT-RUN-ELA-MM;
098800       MOVE ':' TO RPT-RUN-ELAPSED (7:1);
098900       MOVE RUN-ELAPSED TO RPT-RUN-ELA-SS
099000     END-IF.
099100     MOVE SR-STATUS TO RPT-RUN-STATUS.
099200     MOVE SR-NOTE TO RPT-RUN-NOTE.
099300     EVALUATE SR-STATUS
099400      WHEN 'LATE'
099500       ADD 1 TO NIGHT-LATE, DEADLINES-MISSED
099600      WHEN 'NOT RUN'
099700       ADD 1 TO NIGHT-NOT-RUN, DEADLINES-MISSED
099800      WHEN 'PENDING'
099900       ADD 1 TO NIGHT-PENDING
100000      WHEN 'SLOW'
100100       ADD 1 TO NIGHT-SLOW
100200      WHEN OTHER
100300       ADD 1 TO NIGHT-ON-TIME
100400     END-EVALUATE.
100500     MOVE RPT-RUN-DETAIL TO SLARPT-RECORD.
100600     PERFORM 0480-WRITE-REPORT-LINE.
100700     SKIP2
100800 0420-START-NIGHT.
100900     MOVE SR-NIGHT-INT TO CURRENT-NIGHT-INT, WORK-INT.
101000     MOVE ZERO TO NIGHT-ON-TIME, NIGHT-LATE, NIGHT-SLOW,
101100                  NIGHT-NOT-RUN, NIGHT-PENDING.
101200     PERFORM 0135-INT-TO-YYMMDD.
101300     MOVE WORK-DATE TO RPT-NIGHT-DATE.
101400     PERFORM 0137-FIND-WEEKDAY.
101500     MOVE WEEKDAY-NAME (WEEKDAY-IDX) TO RPT-NIGHT-WEEKDAY.
101600     MOVE SPACES TO SLARPT-RECORD.
101700     PERFORM 0480-WRITE-REPORT-LINE.
101800     MOVE RPT-NIGHT-LINE TO SLARPT-RECORD.
101900     PERFORM 0480-WRITE-REPORT-LINE.
102000     MOVE RPT-RUN-HEADING TO SLARPT-RECORD.
102100     PERFORM 0480-WRITE-REPORT-LINE.
102200     SKIP2
102300 0430-WRITE-NIGHT-TOTAL.
102400     MOVE NIGHT-ON-TIME TO RPT-NT-ON-TIME.
102500     MOVE NIGHT-LATE TO RPT-NT-LATE.
102600     MOVE NIGHT-SLOW TO RPT-NT-SLOW.
102700     MOVE NIGHT-NOT-RUN TO RPT-NT-NOT-RUN.
102800     MOVE NIGHT-PENDING TO RPT-NT-PENDING.
102900     MOVE RPT-NIGHT-TOTAL TO SLARPT-RECORD.
103000     PERFORM 0480-WRITE-REPORT-LINE.
103100     SKIP2
103200 0450-WRITE-SUMMARY.
103300* ONE LINE PER JOB FOR THE 30 NIGHTS, THEN ALL JOBS.  A NIGHT
103400* COUNTS WHEN THE JOB RAN OR WAS SCHEDULED AND ITS DEADLINE HAS
103500* PASSED; A SLOW RUN THAT MET ITS DEADLINE IS ON TIME.  NIGHTS
103600* BEFORE A JOB'S FIRST RUN IN THE 30 ARE NOT HELD AGAINST IT, SO
103700* A JOB NEW TO THE SCHEDULE STARTS WITH A CLEAN RECORD.
103800     MOVE SPACES TO SLARPT-RECORD.
103900     PERFORM 0480-WRITE-REPORT-LINE.
104000     MOVE RPT-SUMMARY-HEADING TO SLARPT-RECORD.
104100     PERFORM 0480-WRITE-REPORT-LINE.
104200     MOVE RPT-SUMMARY-COLUMNS TO SLARPT-RECORD.
104300     PERFORM 0480-WRITE-REPORT-LINE.
104400     MOVE 1 TO SLA-IDX.
104500     PERFORM UNTIL SLA-IDX > SLA-COUNT
104600       PERFORM 0460-SUMMARIZE-JOB
104700       ADD 1 TO SLA-IDX
104800     END-PERFORM.
104900     MOVE 'ALL JOBS' TO RPT-SUM-JOBNAME.
105000     MOVE ALL-NIGHTS TO RPT-SUM-NIGHTS, JOB-NIGHTS.
105100     MOVE ALL-ON-TIME TO RPT-SUM-ON-TIME, JOB-ON-TIME.
105200     MOVE ALL-LATE TO RPT-SUM-LATE.
105300     MOVE ALL-NOT-RUN TO RPT-SUM-NOT-RUN.
105400     MOVE ALL-SLOW TO RPT-SUM-SLOW.
105500     PERFORM 0470-FORMAT-PCT.
105600     MOVE SPACES TO SLARPT-RECORD.
105700     PERFORM 0480-WRITE-REPORT-LINE.
105800     MOVE RPT-SUMMARY-LINE TO SLARPT-RECORD.
105900     PERFORM 0480-WRITE-REPORT-LINE.
106000     SKIP2
106100 0460-SUMMARIZE-JOB.
106200     MOVE ZERO TO JOB-NIGHTS, JOB-ON-TIME, JOB-LATE, JOB-NOT-RUN.
106300     MOVE 1 TO NIGHT-IDX.
106400     PERFORM UNTIL NIGHT-IDX > 30
106500       EVALUATE SLA-RESULT (SLA-IDX, NIGHT-IDX)
106600        WHEN 'O'
106700         ADD 1 TO JOB-ON-TIME
106800        WHEN 'L'
106900         ADD 1 TO JOB-LATE
107000        WHEN OTHER
107100         COMPUTE WORK-INT = THROUGH-INT - NIGHT-IDX + 1
107200         PERFORM 0137-FIND-WEEKDAY
107300         IF (SLA-DAYS (SLA-IDX) = SPACES
107400             OR SLA-DAYS (SLA-IDX) (WEEKDAY-IDX:1) = 'Y')
107500          AND (NOW-INT - WORK-INT) * 86400 + NOW-SECS
107600              > SLA-DEADLINE-SECS (SLA-IDX)
107700          AND (SLA-FIRST-OFFSET (SLA-IDX) < ZERO
107800               OR NIGHT-IDX - 1 NOT > SLA-FIRST-OFFSET (SLA-IDX))
107900          THEN
108000           ADD 1 TO JOB-NOT-RUN
108100         END-IF
108200       END-EVALUATE
108300       ADD 1 TO NIGHT-IDX
108400     END-PERFORM.
108500     ADD JOB-ON-TIME, JOB-LATE, JOB-NOT-RUN GIVING JOB-NIGHTS.
108600     ADD JOB-NIGHTS TO ALL-NIGHTS.
108700     ADD JOB-ON-TIME TO ALL-ON-TIME.
108800     ADD JOB-LATE TO ALL-LATE.
108900     ADD JOB-NOT-RUN TO ALL-NOT-RUN.
109000     ADD SLA-SLOW-RUNS (SLA-IDX) TO ALL-SLOW.
109100     MOVE SLA-JOBNAME (SLA-IDX) TO RPT-SUM-JOBNAME.
109200     MOVE JOB-NIGHTS TO RPT-SUM-NIGHTS.
109300     MOVE JOB-ON-TIME TO RPT-SUM-ON-TIME.
109400     MOVE JOB-LATE TO RPT-SUM-LATE.
109500     MOVE JOB-NOT-RUN TO RPT-SUM-NOT-RUN.
109600     MOVE SLA-SLOW-RUNS (SLA-IDX) TO RPT-SUM-SLOW.
109700     PERFORM 0470-FORMAT-PCT.
109800     MOVE RPT-SUMMARY-LINE TO SLARPT-RECORD.
109900     PERFORM 0480-WRITE-REPORT-LINE.
110000     SKIP2
110100 0470-FORMAT-PCT.
110200     IF JOB-NIGHTS = ZERO
110300      THEN
110400       MOVE '  N/A' TO RPT-SUM-PCT-X
110500      ELSE
110600       COMPUTE ON-TIME-PCT ROUNDED =
110700           JOB-ON-TIME * 100 / JOB-NIGHTS;
110800       MOVE ON-TIME-PCT TO RPT-SUM-PCT
110900     END-IF.
111000     SKIP2
111100 0480-WRITE-REPORT-LINE.
111200     WRITE SLARPT-RECORD.
111300     IF NOT SLARPT-OK
111400      THEN
111500       DISPLAY PGMNAME, ' REPORT WRITE FAILED, FILE STATUS ',
111600           SLARPT-STATUS;
111700       MOVE 12 TO RETURN-CODE
111800     END-IF.
111900     SKIP2
112000 0900-TERMINATE.
112100* CLOSE WHATEVER OPENED.  FILE STATUS 42 (NOT OPEN) IS THE
112200* NORMAL RESULT OF CLOSING A FILE THAT NEVER OPENED AND IS
112300* NOT REPORTED.
112400     CLOSE HISTVSAM.
112500     CLOSE SLARPT.
112600     MOVE HIST-READ TO COUNT-DISP.
112700     DISPLAY PGMNAME, COUNT-DISP, ' HISTORY RECORDS READ.'.
112800     MOVE DEADLINES-MISSED TO COUNT-DISP.
112900     DISPLAY PGMNAME, COUNT-DISP, ' DEADLINES MISSED.'.
