000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ NOLIST
000200* LAST UPDATE ON 15 Oct 2026 AT 16:20:14 BY DELGADOM VERSION 3  *
000300 ID DIVISION.
000400 PROGRAM-ID. APKAFCMP.
000500 AUTHOR. TURETZKY--HYDRA.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700
000800               This program compares two saved ACIF outputs for
000900               the parallel test of a composition template,
001000               pagedef/formdef, or exit change.  Until now the old
001100               and new outputs were signed off by someone paging
001200               through a sample on a viewer; this gives the same
001300               sign-off for every page of every run.
001400
001500               Each output is read with its PAGEIDX page index.
001600               When both have the same number of pages they are
001700               matched page for page; when the page counts differ
001800               (a statement gained or lost a page, or statements
001900               were added or dropped) they are matched statement
002000               for statement instead -- each BNG/ENG named group
002100               by its account number TLE, or by its group name
002200               when it carries no account.  A *MODE record in the
002300               CMPCTL control file can force either way.  Records
002400               ahead of the first page or statement are the front
002500               of the document envelope and everything else
002600               outside them the back, and each is compared as a
002700               unit of its own.
002800
002900               Matched units are compared structured field by
003000               structured field, byte for byte.  Fields known to
003100               change from run to run -- a run date in a NOP, the
003200               sequence numbers APKOTLLE writes into restored
003300               LLEs -- are named in CMPCTL by structured field ID
003400               and byte offset, optionally only where the field
003500               holds a given text, and are not counted as
003600               differences.  A rule covering a whole structured
003700               field leaves that field out of the compare
003800               altogether.
003900
004000               Method of operation: every record of each output
004100               is tagged with its unit (page or statement) and
004200               sorted into unit order; the old output's records
004300               are held in a work file (CMPWORK) while the new
004400               output's come back from the sort, and the two are
004500               merged unit by unit.  CMPRPT lists each unit that
004600               was added, dropped, or changed -- for a change the
004700               first differing structured field's ID, its byte
004800               offset (0 is the first byte of the structured
004900               field's length, 2 the first byte of its ID), and
005000               the record numbers in each output -- then counts
005100               by type of difference and by the structured field
005200               each change started in.  Any addition, drop, or
005300               change ends the step with return code 8; changes
005400               only in ignored fields do not.
005420               A record longer than the sort record can carry
005440               (32715 bytes) is compared on its first 32715
005460               bytes only; such records are counted and end the
005480               step with at least return code 4.
005500
005600 DATE-WRITTEN. 15 Oct 26.
005700 DATE-COMPILED.
005800 SECURITY. IBM SAMPLE CODE ONLY.
005900*/**************************************************************/
006000*/* Licensed under the Apache License, Version 2.0 (the        */
006100*/* "License"); you may not use this file except in compliance */
006200*/* with the License. You may obtain a copy of the License at  */
006300*/*                                                            */
006400*/* http://www.apache.org/licenses/LICENSE-2.0                 */
006500*/*                                                            */
006600*/* Unless required by applicable law or agreed to in writing, */
006700*/* software distributed under the License is distributed on an*/
006800*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
006900*/* KIND, either express or implied.  See the License for the  */
007000*/* specific language governing permissions and limitations    */
007100*/* under the License.                                         */
007200*/*------------------------------------------------------------*/
007300*/*                                                            */
007400*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
007500*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
007600*/*                                                            */
007700*/*   Permission to use, copy, modify, and distribute          */
007800*/*   this software for any purpose with or without fee        */
007900*/*   is hereby granted, provided that the above               */
008000*/*   copyright notices appear in all copies.                  */
008100*/*                                                            */
008200*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
008300*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
008400*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
008500*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
008600*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
008700*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
008800*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
008900*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
009000*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
009100*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
009200*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
009300*/**************************************************************/
009400 TITLE 'AFP Output Compare'.
009500 ENVIRONMENT DIVISION.
009600 CONFIGURATION SECTION.
009700 SOURCE-COMPUTER. IBM-370.
009800 OBJECT-COMPUTER. IBM-370.
009900 INPUT-OUTPUT SECTION.
010000 FILE-CONTROL.
010100* OPTIONAL COMPARE CONTROLS -- THE IGNORE RULES AND THE *MODE
010200* RECORD.  NO DD, NO RULES, MATCHING CHOSEN BY PAGE COUNT.
010300     SELECT CMPCTL    ASSIGN TO CMPCTL
010400         FILE STATUS IS CMPCTL-STATUS.
010500* THE OLD (BASELINE) SAVED OUTPUT AND ITS PAGE INDEX.
010600     SELECT OLDAFP    ASSIGN TO OLDAFP
010700         FILE STATUS IS OLDAFP-STATUS.
010800     SELECT OLDIDX    ASSIGN TO OLDIDX
010900         FILE STATUS IS OLDIDX-STATUS.
011000* THE NEW (CHANGED) SAVED OUTPUT AND ITS PAGE INDEX.
011100     SELECT NEWAFP    ASSIGN TO NEWAFP
011200         FILE STATUS IS NEWAFP-STATUS.
011300     SELECT NEWIDX    ASSIGN TO NEWIDX
011400         FILE STATUS IS NEWIDX-STATUS.
011500* THE OLD OUTPUT'S RECORDS IN UNIT ORDER, WRITTEN BY THE FIRST
011600* SORT AND READ BACK BESIDE THE SECOND.  A TEMPORARY DATASET.
011700     SELECT CMPWORK   ASSIGN TO CMPWORK
011800         FILE STATUS IS CMPWORK-STATUS.
011900* THE PRINTED COMPARE REPORT.
012000     SELECT CMPRPT    ASSIGN TO CMPRPT
012100         FILE STATUS IS CMPRPT-STATUS.
012200* SORT WORK FILE: ONE OUTPUT'S RECORDS AT A TIME.
012300     SELECT CMPSORT   ASSIGN TO SORTWK01.
012400     EJECT
012500 DATA DIVISION.
012600 FILE SECTION.
012700 FD  CMPCTL
012800     RECORDING MODE F
012900     LABEL RECORDS ARE STANDARD.
013000* AN IGNORE RULE: THE STRUCTURED FIELD ID IN HEX (D3EEEE), THE
013100* FIRST BYTE OFFSET TO IGNORE AND HOW MANY BYTES (BLANK OR ZERO
013200* TO THE END OF THE FIELD), AND OPTIONALLY A TEXT THE FIELD MUST
013300* HOLD AT A GIVEN OFFSET (BLANK OFFSET IS 8, THE FIRST DATA BYTE)
013400* FOR THE RULE TO APPLY.  OFFSETS COUNT FROM ZERO AT THE FIRST
013500* BYTE OF THE STRUCTURED FIELD LENGTH; THEY AND THE LENGTH ARE
013600* FIVE DIGITS, ZERO-FILLED, OR BLANK.  COLUMNS 46-80 ARE FREE
013700* FOR A COMMENT.  A RECORD WITH AN ASTERISK IN COLUMN 1 IS A
013800* COMMENT, EXCEPT *MODE.
013900 01  CMPCTL-RECORD.
014000     05  CMP-REC-SFID            PIC X(6).
014100     05  FILLER                  PIC X(1).
014200     05  CMP-REC-FROM-X          PIC X(5).
014300     05  CMP-REC-FROM REDEFINES CMP-REC-FROM-X
014400                                 PIC 9(5).
014500     05  FILLER                  PIC X(1).
014600     05  CMP-REC-LENGTH-X        PIC X(5).
014700     05  CMP-REC-LENGTH REDEFINES CMP-REC-LENGTH-X
014800                                 PIC 9(5).
014900     05  FILLER                  PIC X(1).
015000     05  CMP-REC-MATCH-AT-X      PIC X(5).
015100     05  CMP-REC-MATCH-AT REDEFINES CMP-REC-MATCH-AT-X
015200                                 PIC 9(5).
015300     05  FILLER                  PIC X(1).
015400     05  CMP-REC-MATCH-TEXT      PIC X(20).
015500     05  FILLER                  PIC X(35).
015600* THE *MODE RECORD: P MATCHES BY PAGE NUMBER, G BY NAMED GROUP,
015700* BLANK BY PAGE WHEN THE PAGE COUNTS AGREE AND BY GROUP WHEN
015800* THEY DO NOT.
015900 01  CMPCTL-MODE-RECORD REDEFINES CMPCTL-RECORD.
016000     05  CMP-MODE-KEYWORD        PIC X(6).
016100     05  FILLER                  PIC X(1).
016200     05  CMP-MODE-VALUE          PIC X(1).
016300     05  FILLER                  PIC X(72).
016400* THE AFP RECORDS ARE VARIABLE LENGTH, UP TO THE STRUCTURED
016500* FIELD MAXIMUM PLUS THE CARRIAGE CONTROL BYTE.  ONE OUTPUT IS
016600* READ AT A TIME, SO THE TWO SHARE ONE LENGTH FIELD.
016700 FD  OLDAFP
016800     RECORDING MODE V
016900     RECORD IS VARYING IN SIZE FROM 1 TO 32756
017000         DEPENDING ON AFP-RECLEN
017100     LABEL RECORDS ARE STANDARD.
017200 01  OLDAFP-RECORD               PIC X(32756).
017300 FD  NEWAFP
017400     RECORDING MODE V
017500     RECORD IS VARYING IN SIZE FROM 1 TO 32756
017600         DEPENDING ON AFP-RECLEN
017700     LABEL RECORDS ARE STANDARD.
017800 01  NEWAFP-RECORD               PIC X(32756).
017900* BOTH PAGE INDEXES ARE IN APKOTLLE'S PAGEIDX LAYOUT, READ INTO
018000* PAGEIDX-RECORD IN WORKING-STORAGE.
018100 FD  OLDIDX
018200     RECORDING MODE F
018300     LABEL RECORDS ARE STANDARD.
018400 01  OLDIDX-RECORD               PIC X(80).
018500 FD  NEWIDX
018600     RECORDING MODE F
018700     LABEL RECORDS ARE STANDARD.
018800 01  NEWIDX-RECORD               PIC X(80).
018900* THE WORK FILE RECORD IS THE SORT RECORD, FIELD FOR FIELD.
019000 FD  CMPWORK
019100     RECORDING MODE V
019200     RECORD IS VARYING IN SIZE FROM 42 TO 32756
019300         DEPENDING ON WORK-RECLEN
019400     LABEL RECORDS ARE STANDARD.
019500 01  CMPWORK-RECORD.
019600     05  WRK-CLASS               PIC X.
019700     05  WRK-UNIT-KEY            PIC X(16).
019800     05  WRK-UNIT-SEQ            PIC 9(8) BINARY.
019900     05  WRK-RECORD-SEQ          PIC 9(9) BINARY.
020000     05  WRK-UNIT-NAME           PIC X(8).
020100     05  WRK-UNIT-PAGES          PIC 9(8) BINARY.
020200     05  WRK-AFP-LEN             PIC 9(8) BINARY.
020300     05  WRK-AFP-DATA            PIC X(32715).
020400 FD  CMPRPT
020500     RECORDING MODE F
020600     LABEL RECORDS ARE STANDARD.
020700 01  CMPRPT-RECORD               PIC X(132).
020800* ONE SORT RECORD PER AFP RECORD.  SRT-CLASS IS '0' FOR THE FRONT
020900* OF THE DOCUMENT ENVELOPE, '1' FOR A PAGE OR STATEMENT, '9' FOR
021000* THE BACK.  SRT-UNIT-KEY IS THE STATEMENT'S ACCOUNT (SPACES WHEN
021100* MATCHING BY PAGE) AND SRT-UNIT-SEQ THE PAGE NUMBER OR THE
021200* STATEMENT'S POSITION IN ITS OUTPUT, SO A UNIT'S RECORDS STAY
021300* TOGETHER AND IN THEIR OWN ORDER.  THE UNIT'S NAME AND PAGE
021400* COUNT RIDE ALONG FOR THE REPORT.
021500 SD  CMPSORT
021600     RECORD IS VARYING IN SIZE FROM 42 TO 32756
021700         DEPENDING ON SRT-RECLEN.
021800 01  CMPSORT-RECORD.
021900     05  SRT-CLASS               PIC X.
022000     05  SRT-UNIT-KEY            PIC X(16).
022100     05  SRT-UNIT-SEQ            PIC 9(8) BINARY.
022200     05  SRT-RECORD-SEQ          PIC 9(9) BINARY.
022300     05  SRT-UNIT-NAME           PIC X(8).
022400     05  SRT-UNIT-PAGES          PIC 9(8) BINARY.
022500     05  SRT-AFP-LEN             PIC 9(8) BINARY.
022600     05  SRT-AFP-DATA            PIC X(32715).
022700     EJECT
022800 WORKING-STORAGE SECTION.
022900 77  PGMNAME                 PIC X(8) VALUE 'APKAFCMP'.
023000 77  CMPCTL-STATUS           PIC XX   VALUE SPACES.
023100     88  CMPCTL-OK           VALUE '00'.
023200     88  CMPCTL-EOF-STAT     VALUE '10'.
023300 77  OLDAFP-STATUS           PIC XX   VALUE SPACES.
023400     88  OLDAFP-OK           VALUE '00'.
023500     88  OLDAFP-EOF-STAT     VALUE '10'.
023600 77  NEWAFP-STATUS           PIC XX   VALUE SPACES.
023700     88  NEWAFP-OK           VALUE '00'.
023800     88  NEWAFP-EOF-STAT     VALUE '10'.
023900 77  OLDIDX-STATUS           PIC XX   VALUE SPACES.
024000     88  OLDIDX-OK           VALUE '00'.
024100     88  OLDIDX-EOF-STAT     VALUE '10'.
024200 77  NEWIDX-STATUS           PIC XX   VALUE SPACES.
024300     88  NEWIDX-OK           VALUE '00'.
024400     88  NEWIDX-EOF-STAT     VALUE '10'.
024500 77  CMPWORK-STATUS          PIC XX   VALUE SPACES.
024600     88  CMPWORK-OK          VALUE '00'.
024700     88  CMPWORK-EOF-STAT    VALUE '10'.
024800 77  CMPRPT-STATUS           PIC XX   VALUE SPACES.
024900     88  CMPRPT-OK           VALUE '00'.
025000 77  AFP-RECLEN              PIC 9(8) BINARY VALUE ZERO.
025100 77  WORK-RECLEN             PIC 9(8) BINARY VALUE ZERO.
025200 77  SRT-RECLEN              PIC 9(8) BINARY VALUE ZERO.
025300 77  AFP-EOF-FLAG            PIC X    VALUE 'N'.
025400     88  AFP-EOF             VALUE 'Y'.
025500 77  IDX-EOF-FLAG            PIC X    VALUE 'N'.
025600     88  IDX-EOF             VALUE 'Y'.
025700 77  WORK-EOF-FLAG           PIC X    VALUE 'N'.
025800     88  WORK-EOF            VALUE 'Y'.
025900 77  SORT-EOF-FLAG           PIC X    VALUE 'N'.
026000     88  SORT-EOF            VALUE 'Y'.
026100 77  SETUP-FAILED-FLAG       PIC X    VALUE 'N'.
026200     88  SETUP-FAILED        VALUE 'Y'.
026300 77  FIELD-OK-FLAG           PIC X    VALUE 'Y'.
026400     88  FIELD-OK            VALUE 'Y'.
026500 77  COUNT-DISP              PIC Z,ZZZ,ZZZ,ZZ9.
026600     SKIP2
026700* WHICH OUTPUT THE SHARED PASSES ARE WORKING ON, AND HOW THE
026800* UNITS ARE MATCHED.
026900 77  SIDE-FLAG               PIC X    VALUE 'O'.
027000     88  SIDE-OLD            VALUE 'O'.
027100     88  SIDE-NEW            VALUE 'N'.
027200 77  SIDE-NAME               PIC X(3) VALUE 'OLD'.
027300 77  MODE-REQUEST            PIC X    VALUE SPACE.
027400 77  MODE-FLAG               PIC X    VALUE SPACE.
027500     88  PAGE-MODE           VALUE 'P'.
027600     88  GROUP-MODE          VALUE 'G'.
027700     SKIP2
027800* THE AFP RECORD IN HAND, COPIED FROM WHICHEVER OUTPUT IS BEING
027900* READ, AND THE PAGE INDEX RECORD IN HAND.
028000 01  AFP-RECORD.
028100     05  AFP-CCVAL           PIC X.
028200     05  AFP-SFINTRO.
028300         10  AFP-SFLEN       PIC 9(4) BINARY.
028400         10  AFP-SFTYPE      PIC XXX.
028500         10  AFP-SFFLAGSEQ   PIC XXX.
028600     05  AFP-SFDATA          PIC X(32747).
028700 01  PAGEIDX-RECORD.
028800     05  IDX-PAGENAME            PIC X(8).
028900     05  FILLER                  PIC X(1).
029000     05  IDX-PAGE-NUMBER         PIC 9(8).
029100     05  FILLER                  PIC X(1).
029200     05  IDX-FIRST-RECNO         PIC 9(9).
029300     05  FILLER                  PIC X(1).
029400     05  IDX-LAST-RECNO          PIC 9(9).
029500     05  FILLER                  PIC X(43).
029600     SKIP2
029700* RECORD AND PAGE COUNTS.  RECORDS-READ, RECORDS-SKIPPED AND
029800* RECORDS-CUT ARE THE OUTPUT BEING READ; THEY ARE SAVED PER OUTPUT
029900* AS EACH PASS ENDS.
030000 77  OLD-PAGE-TOTAL          PIC S9(9) BINARY VALUE ZERO.
030100 77  NEW-PAGE-TOTAL          PIC S9(9) BINARY VALUE ZERO.
030200 77  PAGE-TOTAL              PIC S9(9) BINARY VALUE ZERO.
030300 77  RECORDS-READ            PIC S9(9) BINARY VALUE ZERO.
030400 77  RECORDS-SKIPPED         PIC S9(9) BINARY VALUE ZERO.
030500 77  OLD-RECORDS-READ        PIC S9(9) BINARY VALUE ZERO.
030600 77  NEW-RECORDS-READ        PIC S9(9) BINARY VALUE ZERO.
030700 77  OLD-RECORDS-SKIPPED     PIC S9(9) BINARY VALUE ZERO.
030800 77  NEW-RECORDS-SKIPPED     PIC S9(9) BINARY VALUE ZERO.
030825 77  RECORDS-CUT             PIC S9(9) BINARY VALUE ZERO.
030850 77  OLD-RECORDS-CUT         PIC S9(9) BINARY VALUE ZERO.
030875 77  NEW-RECORDS-CUT         PIC S9(9) BINARY VALUE ZERO.
030900 77  OLD-GROUP-TOTAL         PIC S9(8) BINARY VALUE ZERO.
031000 77  NEW-GROUP-TOTAL         PIC S9(8) BINARY VALUE ZERO.
031100     SKIP2
031200* COUNTS BY TYPE OF DIFFERENCE.  A UNIT IS MATCHED WHEN BOTH
031300* OUTPUTS HAVE IT; A MATCHED UNIT IS IDENTICAL, IDENTICAL APART
031400* FROM IGNORED FIELDS, OR CHANGED.
031500 77  UNITS-MATCHED           PIC S9(8) BINARY VALUE ZERO.
031600 77  UNITS-IDENTICAL         PIC S9(8) BINARY VALUE ZERO.
031700 77  UNITS-IGNORED-ONLY      PIC S9(8) BINARY VALUE ZERO.
031800 77  UNITS-CHANGED           PIC S9(8) BINARY VALUE ZERO.
031900 77  UNITS-ADDED             PIC S9(8) BINARY VALUE ZERO.
032000 77  UNITS-DROPPED           PIC S9(8) BINARY VALUE ZERO.
032100 77  UNEXPECTED-TOTAL        PIC S9(8) BINARY VALUE ZERO.
032200     SKIP2
032300* IGNORE RULES FROM CMPCTL (0120-LOAD-CMPCTL).  RULE-TO IS THE
032400* LAST OFFSET IGNORED, 99999999 FOR THE END OF THE FIELD.  A
032500* RULE WITH A MATCH TEXT APPLIES ONLY WHERE THE FIELD HOLDS THAT
032600* TEXT AT RULE-MATCH-AT.  RULE-WHOLE MARKS A RULE THAT COVERS
032700* THE WHOLE FIELD, WHICH IS THEN SKIPPED RATHER THAN COMPARED.
032800* RULE-USES COUNTS THE RECORDS EACH RULE SKIPPED OR EXCUSED.
032900 77  RULE-COUNT              PIC S9(4) BINARY VALUE ZERO.
033000 77  RULE-IDX                PIC S9(4) BINARY VALUE ZERO.
033100 77  RULE-ERRORS             PIC S9(4) BINARY VALUE ZERO.
033200 77  CTL-RECORDS-READ        PIC S9(4) BINARY VALUE ZERO.
033300 01  RULE-TABLE.
033400     05  RULE-ENTRY OCCURS 50 TIMES.
033500         10  RULE-SFID       PIC XXX.
033600         10  RULE-FROM       PIC S9(8) BINARY.
033700         10  RULE-TO         PIC S9(8) BINARY.
033800         10  RULE-MATCH-AT   PIC S9(8) BINARY.
033900         10  RULE-MATCH-LEN  PIC S9(4) BINARY.
034000         10  RULE-MATCH-TEXT PIC X(20).
034100         10  RULE-WHOLE-FLAG PIC X.
034200             88  RULE-WHOLE  VALUE 'Y'.
034300         10  RULE-USES       PIC S9(8) BINARY.
034400     SKIP2
034500* THE RULES THAT APPLY TO THE RECORD PAIR BEING COMPARED, AND
034600* WHETHER EACH EXCUSED A DIFFERENCE IN IT.
034700 77  APPL-COUNT              PIC S9(4) BINARY VALUE ZERO.
034800 77  APPL-IDX                PIC S9(4) BINARY VALUE ZERO.
034900 01  APPL-TABLE.
035000     05  APPL-ENTRY OCCURS 50 TIMES.
035100         10  APPL-RULE       PIC S9(4) BINARY.
035200         10  APPL-USED-FLAG  PIC X.
035300             88  APPL-USED   VALUE 'Y'.
035400     SKIP2
035500* MATCH TEXT TEST (0615-TEST-MATCH-TEXT): THE RECORD TESTED IS
035600* MATCH-RECORD, MATCH-LEN BYTES LONG.
035700 77  MATCH-LEN               PIC S9(8) BINARY VALUE ZERO.
035800 77  MATCH-FLAG              PIC X    VALUE 'N'.
035900     88  MATCH-FOUND         VALUE 'Y'.
036000 01  MATCH-RECORD            PIC X(32756).
036100     SKIP2
036200* FIRST-PASS STATEMENT TABLE FOR MATCHING BY NAMED GROUP: ONE
036300* ENTRY PER GROUP IN THE ORDER OF THE OUTPUT BEING READ, WITH
036400* ITS MATCH KEY (THE ACCOUNT TLE, OR A LOW-VALUE BYTE AND THE
036500* GROUP NAME WHEN THERE IS NO ACCOUNT), NAME, AND PAGES.
036600 77  GRP-TOTAL               PIC S9(8) BINARY VALUE ZERO.
036700 77  GRP-IDX                 PIC S9(8) BINARY VALUE ZERO.
036800 77  GRP-OPEN-FLAG           PIC X    VALUE 'N'.
036900     88  GRP-OPEN            VALUE 'Y'.
037000 77  GRP2-NO                 PIC S9(8) BINARY VALUE ZERO.
037100 77  GRP2-IN-FLAG            PIC X    VALUE 'N'.
037200     88  GRP2-IN-GROUP       VALUE 'Y'.
037300 77  CUR-PAGES               PIC S9(8) BINARY VALUE ZERO.
037400 77  CUR-ACCT-VALUE          PIC X(16) VALUE SPACES.
037500 01  GRP-TABLE.
037600     05  GRP-ENTRY OCCURS 50000 TIMES.
037700         10  GRP-KEY         PIC X(16).
037800         10  GRP-NAME        PIC X(8).
037900         10  GRP-PAGES       PIC S9(8) BINARY.
038000     SKIP2
038100* SECOND-PASS PAGE STATE FOR MATCHING BY PAGE: THE PAGE THE
038200* RECORD IN HAND FALLS IN.  A PAGE RUNS FROM THE RECORD AFTER
038300* THE PREVIOUS PAGE'S LAST TO ITS OWN LAST, SO THE NAMED GROUP
038400* RECORDS BETWEEN PAGES GO WITH THE PAGE THAT FOLLOWS THEM.
038500 77  IDX-PAGE-NO             PIC S9(9) BINARY VALUE ZERO.
038600 77  IDX-FIRST-REC           PIC S9(9) BINARY VALUE ZERO.
038700 77  IDX-LAST-REC            PIC S9(9) BINARY VALUE ZERO.
038800     SKIP2
038900* TLE TRIPLET SCAN WORK AREAS -- THE SAME WALK APKAFSPL'S
039000* 0230-SCAN-TLE-TRIPLETS USES.
039100 77  TRIPLET-PTR             PIC S9(4) BINARY VALUE ZERO.
039200 77  TRIPLET-LENGTH          PIC S9(4) BINARY VALUE ZERO.
039300 77  TRIPLET-ERROR-FLAG      PIC X    VALUE 'N'.
039400     88  TRIPLET-BAD         VALUE 'Y'.
039500     88  TRIPLET-OK          VALUE 'N'.
039600 77  TLE-VALUE-LENGTH        PIC S9(4) BINARY VALUE ZERO.
039700 01  BINARY-NUMBERS.
039800     05  BIN2                    PIC 9(4) BINARY VALUE ZERO.
039900     05  BIN2-X                  REDEFINES BIN2.
040000         10  FILLER              PIC X.
040100         10  BIN2-2              PIC X.
040200     SKIP2
040300* MERGE STATE.  A MATCH KEY IS WHAT PAIRS A UNIT OF ONE OUTPUT
040400* WITH A UNIT OF THE OTHER: THE CLASS, THE ACCOUNT KEY, AND THE
040500* PAGE NUMBER (ZERO WHEN MATCHING BY GROUP, WHERE THE ACCOUNT
040600* ALONE MATCHES AND REPEATS PAIR OFF IN ORDER).  A UNIT ID IS
040700* WHAT ENDS A UNIT ON ITS OWN SIDE.
040800 01  OLD-MATCH-KEY.
040900     05  OLD-MK-CLASS        PIC X.
041000     05  OLD-MK-KEY          PIC X(16).
041100     05  OLD-MK-SEQ          PIC 9(8).
041200 01  NEW-MATCH-KEY.
041300     05  NEW-MK-CLASS        PIC X.
041400     05  NEW-MK-KEY          PIC X(16).
041500     05  NEW-MK-SEQ          PIC 9(8).
041600 01  OLD-UNIT-ID.
041700     05  OLD-UID-CLASS       PIC X.
041800     05  OLD-UID-KEY         PIC X(16).
041900     05  OLD-UID-SEQ         PIC S9(8) BINARY.
042000 01  NEW-UNIT-ID.
042100     05  NEW-UID-CLASS       PIC X.
042200     05  NEW-UID-KEY         PIC X(16).
042300     05  NEW-UID-SEQ         PIC S9(8) BINARY.
042400 77  OLD-IN-FLAG             PIC X    VALUE 'N'.
042500     88  OLD-IN-UNIT         VALUE 'Y'.
042600 77  NEW-IN-FLAG             PIC X    VALUE 'N'.
042700     88  NEW-IN-UNIT         VALUE 'Y'.
042800 77  OLD-UNIT-NAME           PIC X(8)  VALUE SPACES.
042900 77  NEW-UNIT-NAME           PIC X(8)  VALUE SPACES.
043000 77  OLD-UNIT-PAGES          PIC S9(8) BINARY VALUE ZERO.
043100 77  NEW-UNIT-PAGES          PIC S9(8) BINARY VALUE ZERO.
043200 77  OLD-UNIT-FIRST          PIC S9(9) BINARY VALUE ZERO.
043300 77  NEW-UNIT-FIRST          PIC S9(9) BINARY VALUE ZERO.
043400 77  OLD-UNIT-RECS           PIC S9(9) BINARY VALUE ZERO.
043500 77  NEW-UNIT-RECS           PIC S9(9) BINARY VALUE ZERO.
043600     SKIP2
043700* THE UNIT'S RESULT: 'S' SAME, 'I' DIFFERENT ONLY IN IGNORED
043800* FIELDS, 'C' CHANGED, WITH THE FIRST DIFFERENCE'S FIELD IDS,
043900* OFFSET, AND RECORD NUMBERS, AND HOW MANY RECORDS DIFFERED.
044000 77  UNIT-RESULT             PIC X    VALUE 'S'.
044100     88  UNIT-SAME           VALUE 'S'.
044200     88  UNIT-IGNORED-ONLY   VALUE 'I'.
044300     88  UNIT-CHANGED        VALUE 'C'.
044400 77  DIFF-RECS               PIC S9(9) BINARY VALUE ZERO.
044500 77  DIFF-OFFSET             PIC S9(8) BINARY VALUE ZERO.
044600 77  DIFF-OLD-SFID           PIC XXX  VALUE SPACES.
044700 77  DIFF-NEW-SFID           PIC XXX  VALUE SPACES.
044800 77  DIFF-OLD-RECNO          PIC S9(9) BINARY VALUE ZERO.
044900 77  DIFF-NEW-RECNO          PIC S9(9) BINARY VALUE ZERO.
045000     SKIP2
045100* RECORD PAIR COMPARE (0600-COMPARE-RECORDS).  LENGTHS AND THE
045200* POSITION ARE STRUCTURED FIELD OFFSETS, ONE LESS THAN THE
045300* RECORD POSITION (THE CARRIAGE CONTROL BYTE IS NOT COMPARED).
045400 77  REC-RESULT              PIC X    VALUE 'S'.
045500     88  REC-SAME            VALUE 'S'.
045600     88  REC-IGNORED-ONLY    VALUE 'I'.
045700     88  REC-CHANGED         VALUE 'C'.
045800 77  CMP-OLD-LEN             PIC S9(8) BINARY VALUE ZERO.
045900 77  CMP-NEW-LEN             PIC S9(8) BINARY VALUE ZERO.
046000 77  CMP-MAX-LEN             PIC S9(8) BINARY VALUE ZERO.
046100 77  CMP-POS                 PIC S9(8) BINARY VALUE ZERO.
046200 77  CMP-DIFF-POS            PIC S9(8) BINARY VALUE ZERO.
046300 77  BYTE-MASKED-FLAG        PIC X    VALUE 'N'.
046400     88  BYTE-MASKED         VALUE 'Y'.
046500     SKIP2
046600* CHANGED UNITS BY THE STRUCTURED FIELD THE CHANGE STARTED IN.
046700 77  SFCHG-COUNT             PIC S9(4) BINARY VALUE ZERO.
046800 77  SFCHG-IDX               PIC S9(4) BINARY VALUE ZERO.
046900 77  SFCHG-OTHER             PIC S9(8) BINARY VALUE ZERO.
047000 01  SFCHG-TABLE.
047100     05  SFCHG-ENTRY OCCURS 50 TIMES.
047200         10  SFCHG-SFID      PIC XXX.
047300         10  SFCHG-UNITS     PIC S9(8) BINARY.
047400     SKIP2
047500* STRUCTURED FIELD ID TO AND FROM PRINTABLE HEXADECIMAL, EACH
047600* BYTE AS TWO DIGITS, THE SAME CONVERSION APKCTLED USES.
047700 77  HEX-IN                  PIC XXX  VALUE SPACES.
047800 77  HEX-OUT                 PIC X(6) VALUE SPACES.
047900 77  HEX-IDX                 PIC S9(4) BINARY VALUE ZERO.
048000 77  HEX-HIGH-NIBBLE         PIC S9(4) BINARY VALUE ZERO.
048100 77  HEX-LOW-NIBBLE          PIC S9(4) BINARY VALUE ZERO.
048200 77  HEX-BYTE-IDX            PIC S9(4) BINARY VALUE ZERO.
048300 77  HEX-ODD                 PIC S9(4) BINARY VALUE ZERO.
048400 77  HEX-SCAN-IDX            PIC S9(4) BINARY VALUE ZERO.
048500 01  HEX-WORK.
048600     05  HEX-HALFWORD        PIC 9(4) BINARY VALUE ZERO.
048700     05  HEX-HALFWORD-X      REDEFINES HEX-HALFWORD.
048800         10  FILLER          PIC X.
048900         10  HEX-LOW-BYTE    PIC X.
049000 01  HEX-DIGITS              PIC X(16) VALUE '0123456789ABCDEF'.
049100     SKIP2
049200* REPORT LINES.
049300 01  RPT-HEADING-1.
049400     05  FILLER              PIC X(23) VALUE
049500         ' AFP OUTPUT COMPARE -- '.
049600     05  RPT-MODE-CAPTION    PIC X(109).
049700 01  RPT-COUNTS-LINE.
049800     05  FILLER              PIC X(18) VALUE ' OLD OUTPUT PAGES '.
049900     05  RPT-OLD-PAGES       PIC ZZZ,ZZZ,ZZ9.
050000     05  FILLER              PIC X(20) VALUE
050100         '   NEW OUTPUT PAGES '.
050200     05  RPT-NEW-PAGES       PIC ZZZ,ZZZ,ZZ9.
050300     05  FILLER              PIC X(72) VALUE SPACES.
050400 01  RPT-TEXT-LINE.
050500     05  FILLER              PIC X(3)  VALUE SPACES.
050600     05  RPT-TEXT            PIC X(129).
050700 01  RPT-HEADING-2.
050800     05  FILLER              PIC X(50) VALUE
050900         ' TYPE     PAGE OR ACCOUNT        OLD NAME NEW NAME'.
051000     05  FILLER              PIC X(50) VALUE
051100         ' OLD PG NEW PG  OLD RECNO  NEW RECNO FIELD ID     '.
051200     05  FILLER              PIC X(32) VALUE
051300         ' OFFSET RECORDS'.
051400 01  RPT-DETAIL.
051500     05  FILLER              PIC X(1)  VALUE SPACE.
051600     05  RPT-DET-TYPE        PIC X(8).
051700     05  FILLER              PIC X(1)  VALUE SPACE.
051800     05  RPT-DET-UNIT        PIC X(22).
051900     05  FILLER              PIC X(1)  VALUE SPACE.
052000     05  RPT-DET-OLD-NAME    PIC X(8).
052100     05  FILLER              PIC X(1)  VALUE SPACE.
052200     05  RPT-DET-NEW-NAME    PIC X(8).
052300     05  FILLER              PIC X(1)  VALUE SPACE.
052400     05  RPT-DET-OLD-PAGES   PIC ZZZZZ9 BLANK WHEN ZERO.
052500     05  FILLER              PIC X(1)  VALUE SPACE.
052600     05  RPT-DET-NEW-PAGES   PIC ZZZZZ9 BLANK WHEN ZERO.
052700     05  FILLER              PIC X(1)  VALUE SPACE.
052800     05  RPT-DET-OLD-RECNO   PIC ZZZZZZZZZ9 BLANK WHEN ZERO.
052900     05  FILLER              PIC X(1)  VALUE SPACE.
053000     05  RPT-DET-NEW-RECNO   PIC ZZZZZZZZZ9 BLANK WHEN ZERO.
053100     05  FILLER              PIC X(1)  VALUE SPACE.
053200     05  RPT-DET-SFID        PIC X(13).
053300     05  FILLER              PIC X(1)  VALUE SPACE.
053400     05  RPT-DET-OFFSET      PIC X(5).
053500     05  FILLER              PIC X(1)  VALUE SPACE.
053600     05  RPT-DET-RECORDS     PIC ZZZ,ZZ9.
053700     05  FILLER              PIC X(18) VALUE SPACES.
053800 01  RPT-TOTAL.
053900     05  FILLER              PIC X(1)  VALUE SPACE.
054000     05  RPT-TOT-CAPTION     PIC X(44).
054100     05  RPT-TOT-COUNT       PIC ZZZ,ZZZ,ZZ9.
054200     05  FILLER              PIC X(76) VALUE SPACES.
054300 77  RPT-NUMBER              PIC ZZZZ9.
054400 77  RPT-NUMBER-2            PIC ZZZZ9.
054500 77  RPT-PTR                 PIC S9(4) BINARY VALUE ZERO.
054600 77  RPT-PAGE-NUMBER         PIC Z(7)9.
054700 77  RPT-LEAD                PIC S9(4) BINARY VALUE ZERO.
054800 77  LBL-CLASS               PIC X    VALUE SPACE.
054900 77  LBL-KEY                 PIC X(16) VALUE SPACES.
055000 77  LBL-SEQ                 PIC S9(8) BINARY VALUE ZERO.
055100     SKIP2
055200/ AFP STRUCTURED FIELD DEFINITIONS.
055300     COPY STRFLDS SUPPRESS.
055400 TITLE 'Initialization and Main Line'.
055500 PROCEDURE DIVISION.
055600     PERFORM 0100-INITIALIZE.
055700     IF NOT SETUP-FAILED
055800      THEN
055900       PERFORM 0200-CHOOSE-MODE
056000     END-IF.
056100     IF NOT SETUP-FAILED
056200      THEN
056300       SET SIDE-OLD TO TRUE;
056400       MOVE 'OLD' TO SIDE-NAME;
056500       PERFORM 0400-SORT-OLD-OUTPUT
056600     END-IF.
056700     IF NOT SETUP-FAILED
056800      THEN
056900       SET SIDE-NEW TO TRUE;
057000       MOVE 'NEW' TO SIDE-NAME;
057100       PERFORM 0500-SORT-AND-COMPARE
057200     END-IF.
057300     IF NOT SETUP-FAILED
057400      THEN
057500       PERFORM 0800-WRITE-SUMMARY
057600     END-IF.
057700     PERFORM 0900-TERMINATE.
057800     GOBACK.
057900     SKIP2
058000 0100-INITIALIZE.
058100* OPEN THE REPORT AND BOTH OUTPUTS WITH THEIR INDEXES; ALL ARE
058200* THE POINT OF THE STEP, SO ANY OPEN FAILURE IS A SETUP ERROR.
058300* THEN LOAD THE CONTROLS.
058400     OPEN OUTPUT CMPRPT.
058500     IF NOT CMPRPT-OK
058600      THEN
058700       DISPLAY PGMNAME, ' UNABLE TO OPEN CMPRPT, FILE STATUS ',
058800           CMPRPT-STATUS;
058900       PERFORM 0110-NOTE-SETUP-ERROR
059000     END-IF.
059100     OPEN INPUT OLDAFP.
059200     IF NOT OLDAFP-OK
059300      THEN
059400       DISPLAY PGMNAME, ' UNABLE TO OPEN OLDAFP, FILE STATUS ',
059500           OLDAFP-STATUS;
059600       PERFORM 0110-NOTE-SETUP-ERROR
059700     END-IF.
059800     OPEN INPUT OLDIDX.
059900     IF NOT OLDIDX-OK
060000      THEN
060100       DISPLAY PGMNAME, ' UNABLE TO OPEN OLDIDX, FILE STATUS ',
060200           OLDIDX-STATUS;
060300       PERFORM 0110-NOTE-SETUP-ERROR
060400     END-IF.
060500     OPEN INPUT NEWAFP.
060600     IF NOT NEWAFP-OK
060700      THEN
060800       DISPLAY PGMNAME, ' UNABLE TO OPEN NEWAFP, FILE STATUS ',
060900           NEWAFP-STATUS;
061000       PERFORM 0110-NOTE-SETUP-ERROR
061100     END-IF.
061200     OPEN INPUT NEWIDX.
061300     IF NOT NEWIDX-OK
061400      THEN
061500       DISPLAY PGMNAME, ' UNABLE TO OPEN NEWIDX, FILE STATUS ',
061600           NEWIDX-STATUS;
061700       PERFORM 0110-NOTE-SETUP-ERROR
061800     END-IF.
061900     PERFORM 0120-LOAD-CMPCTL.
062000     SKIP2
062100 0110-NOTE-SETUP-ERROR.
062200     SET SETUP-FAILED TO TRUE.
062300     MOVE 12 TO RETURN-CODE.
062400     SKIP2
062500 0120-LOAD-CMPCTL.
062600* READ THE OPTIONAL CONTROL FILE.  A RULE IN ERROR WOULD LET A
062700* REAL DIFFERENCE THROUGH OR FLAG A VOLATILE ONE, SO ANY BAD
062800* RECORD STOPS THE STEP BEFORE ANYTHING IS COMPARED.
062900     OPEN INPUT CMPCTL.
063000     IF CMPCTL-OK
063100      THEN
063200       PERFORM UNTIL NOT CMPCTL-OK
063300         READ CMPCTL
063400         IF CMPCTL-OK
063500          THEN
063600           ADD 1 TO CTL-RECORDS-READ;
063700           EVALUATE TRUE
063800            WHEN CMP-MODE-KEYWORD = '*MODE'
063900             PERFORM 0124-TAKE-MODE
064000            WHEN CMPCTL-RECORD (1 : 1) = '*'
064100             CONTINUE
064200            WHEN CMPCTL-RECORD = SPACES
064300             CONTINUE
064400            WHEN OTHER
064500             PERFORM 0122-TAKE-RULE
064600           END-EVALUATE
064700         END-IF
064800       END-PERFORM;
064900       IF NOT CMPCTL-EOF-STAT
065000        THEN
065100         DISPLAY PGMNAME, ' CMPCTL READ FAILED, FILE STATUS ',
065200             CMPCTL-STATUS;
065300         PERFORM 0110-NOTE-SETUP-ERROR
065400       END-IF;
065500       CLOSE CMPCTL
065600     END-IF.
065700     IF RULE-ERRORS > ZERO
065800      THEN
065900       MOVE RULE-ERRORS TO COUNT-DISP;
066000       DISPLAY PGMNAME, COUNT-DISP, ' CMPCTL RECORD(S) IN ERROR',
066100           ' -- NOTHING COMPARED.';
066200       PERFORM 0110-NOTE-SETUP-ERROR
066300     END-IF.
066400     SKIP2
066500 0122-TAKE-RULE.
066600* EDIT ONE IGNORE RULE INTO THE NEXT TABLE ENTRY.  THE ENTRY IS
066700* KEPT ONLY WHEN EVERY FIELD IS GOOD.
066800     IF RULE-COUNT NOT < 50
066900      THEN
067000       DISPLAY PGMNAME, ' MORE THAN 50 CMPCTL RULES: ',
067100           CMPCTL-RECORD (1 : 45);
067200       ADD 1 TO RULE-ERRORS
067300      ELSE
067400       ADD 1 TO RULE-COUNT;
067500       MOVE RULE-COUNT TO RULE-IDX;
067600       PERFORM 0126-PARSE-HEX-SFID;
067700       IF FIELD-OK
067800        THEN
067900         PERFORM 0128-EDIT-RULE-OFFSETS
068000       END-IF;
068100       IF FIELD-OK
068200        THEN
068300         MOVE ZERO TO RULE-USES (RULE-IDX)
068400        ELSE
068500         DISPLAY PGMNAME, ' CMPCTL RULE IN ERROR: ',
068600             CMPCTL-RECORD (1 : 45);
068700         ADD 1 TO RULE-ERRORS;
068800         SUBTRACT 1 FROM RULE-COUNT
068900       END-IF
069000     END-IF.
069100     SKIP2
069200 0124-TAKE-MODE.
069300     IF CMP-MODE-VALUE = 'P' OR 'G' OR SPACE
069400      THEN
069500       MOVE CMP-MODE-VALUE TO MODE-REQUEST
069600      ELSE
069700       DISPLAY PGMNAME, ' CMPCTL *MODE MUST BE P, G, OR BLANK: ',
069800           CMP-MODE-VALUE;
069900       ADD 1 TO RULE-ERRORS
070000     END-IF.
070100     SKIP2
070200 0126-PARSE-HEX-SFID.
070300* SIX HEXADECIMAL DIGITS (UPPER CASE) TO THE THREE-BYTE ID.
070400     SET FIELD-OK TO TRUE.
070500     MOVE 1 TO HEX-IDX.
070600     PERFORM UNTIL HEX-IDX > 6
070700                OR NOT FIELD-OK
070800       PERFORM 0127-FIND-HEX-DIGIT
070900       IF HEX-LOW-NIBBLE > 15
071000        THEN
071100         MOVE 'N' TO FIELD-OK-FLAG
071200        ELSE
071300         DIVIDE HEX-IDX BY 2 GIVING HEX-BYTE-IDX
071400             REMAINDER HEX-ODD
071500         IF HEX-ODD = 1
071600          THEN
071700           MOVE HEX-LOW-NIBBLE TO HEX-HIGH-NIBBLE
071800          ELSE
071900           COMPUTE HEX-HALFWORD =
072000               HEX-HIGH-NIBBLE * 16 + HEX-LOW-NIBBLE
072100           MOVE HEX-LOW-BYTE TO RULE-SFID (RULE-IDX)
072200               (HEX-BYTE-IDX : 1)
072300         END-IF
072400       END-IF
072500       ADD 1 TO HEX-IDX
072600     END-PERFORM.
072700     SKIP2
072800 0127-FIND-HEX-DIGIT.
072900* HEX-LOW-NIBBLE COMES BACK 16 WHEN THE CHARACTER IS NOT A
073000* HEXADECIMAL DIGIT.
073100     MOVE 16 TO HEX-LOW-NIBBLE.
073200     MOVE 1 TO HEX-SCAN-IDX.
073300     PERFORM UNTIL HEX-SCAN-IDX > 16
073400       IF HEX-DIGITS (HEX-SCAN-IDX : 1) =
073500          CMP-REC-SFID (HEX-IDX : 1)
073600        THEN
073700         COMPUTE HEX-LOW-NIBBLE = HEX-SCAN-IDX - 1;
073800         MOVE 17 TO HEX-SCAN-IDX
073900        ELSE
074000         ADD 1 TO HEX-SCAN-IDX
074100       END-IF
074200     END-PERFORM.
074300     SKIP2
074400 0128-EDIT-RULE-OFFSETS.
074500* A BLANK FIRST OFFSET IS ZERO, A BLANK OR ZERO LENGTH RUNS TO
074600* THE END OF THE FIELD, AND A BLANK MATCH OFFSET IS THE FIRST
074700* DATA BYTE.  THE MATCH TEXT ENDS AT ITS LAST NONBLANK.
074800     IF CMP-REC-FROM-X = SPACES
074900      THEN
075000       MOVE ZERO TO RULE-FROM (RULE-IDX)
075100      ELSE
075200       IF CMP-REC-FROM NUMERIC
075300        THEN
075400         MOVE CMP-REC-FROM TO RULE-FROM (RULE-IDX)
075500        ELSE
075600         MOVE 'N' TO FIELD-OK-FLAG
075700       END-IF
075800     END-IF.
075900     IF CMP-REC-LENGTH-X = SPACES
076000      THEN
076100       MOVE 99999999 TO RULE-TO (RULE-IDX)
076200      ELSE
076300       IF CMP-REC-LENGTH NUMERIC
076400        THEN
076500         IF CMP-REC-LENGTH = ZERO
076600          THEN
076700           MOVE 99999999 TO RULE-TO (RULE-IDX)
076800          ELSE
076900           COMPUTE RULE-TO (RULE-IDX) =
077000               RULE-FROM (RULE-IDX) + CMP-REC-LENGTH - 1
077100         END-IF
077200        ELSE
077300         MOVE 'N' TO FIELD-OK-FLAG
077400       END-IF
077500     END-IF.
077600     IF CMP-REC-MATCH-AT-X = SPACES
077700      THEN
077800       MOVE 8 TO RULE-MATCH-AT (RULE-IDX)
077900      ELSE
078000       IF CMP-REC-MATCH-AT NUMERIC
078100        THEN
078200         MOVE CMP-REC-MATCH-AT TO RULE-MATCH-AT (RULE-IDX)
078300        ELSE
078400         MOVE 'N' TO FIELD-OK-FLAG
078500       END-IF
078600     END-IF.
078700     MOVE CMP-REC-MATCH-TEXT TO RULE-MATCH-TEXT (RULE-IDX).
078800     MOVE 20 TO RULE-MATCH-LEN (RULE-IDX).
078900     PERFORM UNTIL RULE-MATCH-LEN (RULE-IDX) = ZERO
079000                OR RULE-MATCH-TEXT (RULE-IDX)
079100                   (RULE-MATCH-LEN (RULE-IDX) : 1) NOT = SPACE
079200       SUBTRACT 1 FROM RULE-MATCH-LEN (RULE-IDX)
079300     END-PERFORM.
079400     IF RULE-FROM (RULE-IDX) = ZERO
079500      AND RULE-TO (RULE-IDX) = 99999999
079600      THEN
079700       MOVE 'Y' TO RULE-WHOLE-FLAG (RULE-IDX)
079800      ELSE
079900       MOVE 'N' TO RULE-WHOLE-FLAG (RULE-IDX)
080000     END-IF.
080100     SKIP2
080200 0130-WRITE-HEADINGS.
080300* THE TITLE, THE PAGE COUNTS, AND THE RULES IN FORCE, SO THE
080400* SIGN-OFF SHOWS WHAT WAS EXCUSED.
080500     IF PAGE-MODE
080600      THEN
080700       MOVE 'MATCHED BY PAGE NUMBER' TO RPT-MODE-CAPTION
080800      ELSE
080900       MOVE 'MATCHED BY STATEMENT (NAMED GROUP ACCOUNT)'
081000           TO RPT-MODE-CAPTION
081100     END-IF.
081200     MOVE RPT-HEADING-1 TO CMPRPT-RECORD.
081300     PERFORM 0820-WRITE-REPORT-LINE.
081400     MOVE OLD-PAGE-TOTAL TO RPT-OLD-PAGES.
081500     MOVE NEW-PAGE-TOTAL TO RPT-NEW-PAGES.
081600     MOVE RPT-COUNTS-LINE TO CMPRPT-RECORD.
081700     PERFORM 0820-WRITE-REPORT-LINE.
081800     IF RULE-COUNT = ZERO
081900      THEN
082000       MOVE 'NO IGNORE RULES -- EVERY BYTE COMPARED' TO RPT-TEXT;
082100       MOVE RPT-TEXT-LINE TO CMPRPT-RECORD;
082200       PERFORM 0820-WRITE-REPORT-LINE
082300     END-IF.
082400     MOVE 1 TO RULE-IDX.
082500     PERFORM 0132-WRITE-RULE-LINE
082600       UNTIL RULE-IDX > RULE-COUNT.
082700     MOVE SPACES TO CMPRPT-RECORD.
082800     PERFORM 0820-WRITE-REPORT-LINE.
082900     MOVE RPT-HEADING-2 TO CMPRPT-RECORD.
083000     PERFORM 0820-WRITE-REPORT-LINE.
083100     SKIP2
083200 0132-WRITE-RULE-LINE.
083300     MOVE RULE-SFID (RULE-IDX) TO HEX-IN.
083400     PERFORM 0780-FORMAT-HEX.
083500     MOVE SPACES TO RPT-TEXT.
083600     IF RULE-WHOLE (RULE-IDX)
083700      THEN
083800       STRING 'SKIP   ' DELIMITED BY SIZE
083900              HEX-OUT DELIMITED BY SIZE
084000              ' WHOLE FIELD' DELIMITED BY SIZE
084100           INTO RPT-TEXT
084200      ELSE
084300       MOVE RULE-FROM (RULE-IDX) TO RPT-NUMBER;
084400       IF RULE-TO (RULE-IDX) = 99999999
084500        THEN
084600         STRING 'IGNORE ' DELIMITED BY SIZE
084700                HEX-OUT DELIMITED BY SIZE
084800                ' OFFSET ' DELIMITED BY SIZE
084900                RPT-NUMBER DELIMITED BY SIZE
085000                ' TO END' DELIMITED BY SIZE
085100             INTO RPT-TEXT
085200        ELSE
085300         MOVE RULE-TO (RULE-IDX) TO RPT-NUMBER-2;
085400         STRING 'IGNORE ' DELIMITED BY SIZE
085500                HEX-OUT DELIMITED BY SIZE
085600                ' OFFSET ' DELIMITED BY SIZE
085700                RPT-NUMBER DELIMITED BY SIZE
085800                ' TO ' DELIMITED BY SIZE
085900                RPT-NUMBER-2 DELIMITED BY SIZE
086000             INTO RPT-TEXT
086100       END-IF
086200     END-IF.
086300     IF RULE-MATCH-LEN (RULE-IDX) > ZERO
086400      THEN
086500       MOVE RULE-MATCH-AT (RULE-IDX) TO RPT-NUMBER;
086600       MOVE 50 TO RPT-PTR;
086700       STRING ' WHEN OFFSET ' DELIMITED BY SIZE
086800              RPT-NUMBER DELIMITED BY SIZE
086900              ' HOLDS ''' DELIMITED BY SIZE
087000              RULE-MATCH-TEXT (RULE-IDX)
087100                  (1 : RULE-MATCH-LEN (RULE-IDX))
087200                  DELIMITED BY SIZE
087300              '''' DELIMITED BY SIZE
087400           INTO RPT-TEXT WITH POINTER RPT-PTR
087500     END-IF.
087600     MOVE RPT-TEXT-LINE TO CMPRPT-RECORD.
087700     PERFORM 0820-WRITE-REPORT-LINE.
087800     ADD 1 TO RULE-IDX.
087900     SKIP2
088000 TITLE 'Choosing How to Match'.
088100 0200-CHOOSE-MODE.
088200* COUNT EACH OUTPUT'S PAGES FROM ITS INDEX.  EQUAL COUNTS ARE
088300* MATCHED PAGE FOR PAGE, UNEQUAL ONES STATEMENT FOR STATEMENT,
088400* UNLESS *MODE SAYS OTHERWISE.  EACH INDEX IS REOPENED SO THE
088500* PAGE PASS CAN READ IT AGAIN FROM THE TOP.
088600     SET SIDE-OLD TO TRUE.
088700     MOVE 'OLD' TO SIDE-NAME.
088800     PERFORM 0210-COUNT-PAGES.
088900     MOVE PAGE-TOTAL TO OLD-PAGE-TOTAL.
089000     SET SIDE-NEW TO TRUE.
089100     MOVE 'NEW' TO SIDE-NAME.
089200     PERFORM 0210-COUNT-PAGES.
089300     MOVE PAGE-TOTAL TO NEW-PAGE-TOTAL.
089400     EVALUATE TRUE
089500      WHEN MODE-REQUEST NOT = SPACE
089600       MOVE MODE-REQUEST TO MODE-FLAG
089700      WHEN OLD-PAGE-TOTAL = NEW-PAGE-TOTAL
089800       SET PAGE-MODE TO TRUE
089900      WHEN OTHER
090000       SET GROUP-MODE TO TRUE
090100     END-EVALUATE.
090200     IF PAGE-MODE
090300      THEN
090400       DISPLAY PGMNAME, ' MATCHING BY PAGE NUMBER.'
090500      ELSE
090600       DISPLAY PGMNAME, ' MATCHING BY STATEMENT ACCOUNT.'
090700     END-IF.
090800     IF NOT SETUP-FAILED
090900      THEN
091000       PERFORM 0130-WRITE-HEADINGS
091100     END-IF.
091200     SKIP2
091300 0210-COUNT-PAGES.
091400     MOVE ZERO TO PAGE-TOTAL.
091500     MOVE 'N' TO IDX-EOF-FLAG.
091600     PERFORM 0320-READ-IDX.
091700     PERFORM UNTIL IDX-EOF
091800       ADD 1 TO PAGE-TOTAL
091900       PERFORM 0320-READ-IDX
092000     END-PERFORM.
092100     PERFORM 0325-REOPEN-IDX.
092200     SKIP2
092300 TITLE 'Reading Either Output'.
092400 0310-READ-AFP.
092500* READ THE NEXT RECORD OF THE OUTPUT BEING WORKED ON INTO
092600* AFP-RECORD.
092700     IF SIDE-OLD
092800      THEN
092900       READ OLDAFP;
093000       IF OLDAFP-OK
093100        THEN
093200         MOVE OLDAFP-RECORD (1 : AFP-RECLEN)
093300             TO AFP-RECORD (1 : AFP-RECLEN)
093400        ELSE
093500         IF NOT OLDAFP-EOF-STAT
093600          THEN
093700           DISPLAY PGMNAME, ' OLDAFP READ FAILED, FILE STATUS ',
093800               OLDAFP-STATUS;
093900           PERFORM 0110-NOTE-SETUP-ERROR
094000         END-IF;
094100         SET AFP-EOF TO TRUE
094200       END-IF
094300      ELSE
094400       READ NEWAFP;
094500       IF NEWAFP-OK
094600        THEN
094700         MOVE NEWAFP-RECORD (1 : AFP-RECLEN)
094800             TO AFP-RECORD (1 : AFP-RECLEN)
094900        ELSE
095000         IF NOT NEWAFP-EOF-STAT
095100          THEN
095200           DISPLAY PGMNAME, ' NEWAFP READ FAILED, FILE STATUS ',
095300               NEWAFP-STATUS;
095400           PERFORM 0110-NOTE-SETUP-ERROR
095500         END-IF;
095600         SET AFP-EOF TO TRUE
095700       END-IF
095800     END-IF.
095900     IF NOT AFP-EOF
096000      THEN
096100       ADD 1 TO RECORDS-READ
096200     END-IF.
096300     SKIP2
096400 0315-REOPEN-AFP.
096500* THE STATEMENT PASS REREADS THE SAME OUTPUT FROM THE TOP.
096600     IF SIDE-OLD
096700      THEN
096800       CLOSE OLDAFP;
096900       OPEN INPUT OLDAFP;
097000       IF NOT OLDAFP-OK
097100        THEN
097200         DISPLAY PGMNAME, ' UNABLE TO REOPEN OLDAFP, FILE',
097300             ' STATUS ', OLDAFP-STATUS;
097400         PERFORM 0110-NOTE-SETUP-ERROR
097500       END-IF
097600      ELSE
097700       CLOSE NEWAFP;
097800       OPEN INPUT NEWAFP;
097900       IF NOT NEWAFP-OK
098000        THEN
098100         DISPLAY PGMNAME, ' UNABLE TO REOPEN NEWAFP, FILE',
098200             ' STATUS ', NEWAFP-STATUS;
098300         PERFORM 0110-NOTE-SETUP-ERROR
098400       END-IF
098500     END-IF.
098600     SKIP2
098700 0320-READ-IDX.
098800* READ THE NEXT RECORD OF THE PAGE INDEX BEING WORKED ON INTO
098900* PAGEIDX-RECORD.
099000     IF SIDE-OLD
099100      THEN
099200       READ OLDIDX INTO PAGEIDX-RECORD;
099300       IF NOT OLDIDX-OK
099400        THEN
099500         IF NOT OLDIDX-EOF-STAT
099600          THEN
099700           DISPLAY PGMNAME, ' OLDIDX READ FAILED, FILE STATUS ',
099800               OLDIDX-STATUS;
099900           PERFORM 0110-NOTE-SETUP-ERROR
100000         END-IF;
100100         SET IDX-EOF TO TRUE
100200       END-IF
100300      ELSE
100400       READ NEWIDX INTO PAGEIDX-RECORD;
100500       IF NOT NEWIDX-OK
100600        THEN
100700         IF NOT NEWIDX-EOF-STAT
100800          THEN
100900           DISPLAY PGMNAME, ' NEWIDX READ FAILED, FILE STATUS ',
101000               NEWIDX-STATUS;
101100           PERFORM 0110-NOTE-SETUP-ERROR
101200         END-IF;
101300         SET IDX-EOF TO TRUE
101400       END-IF
101500     END-IF.
101600     SKIP2
101700 0325-REOPEN-IDX.
101800     IF SIDE-OLD
101900      THEN
102000       CLOSE OLDIDX;
102100       OPEN INPUT OLDIDX;
102200       IF NOT OLDIDX-OK
102300        THEN
102400         DISPLAY PGMNAME, ' UNABLE TO REOPEN OLDIDX, FILE',
102500             ' STATUS ', OLDIDX-STATUS;
102600         PERFORM 0110-NOTE-SETUP-ERROR
102700       END-IF
102800      ELSE
102900       CLOSE NEWIDX;
103000       OPEN INPUT NEWIDX;
103100       IF NOT NEWIDX-OK
103200        THEN
103300         DISPLAY PGMNAME, ' UNABLE TO REOPEN NEWIDX, FILE',
103400             ' STATUS ', NEWIDX-STATUS;
103500         PERFORM 0110-NOTE-SETUP-ERROR
103600       END-IF
103700     END-IF.
103800     SKIP2
103900 TITLE 'Statement Pass -- Table Each Named Group'.
104000 0330-SURVEY-GROUPS.
104100* FIRST PASS WHEN MATCHING BY STATEMENT: TABLE EACH NAMED
104200* GROUP'S ACCOUNT, NAME, AND PAGES, THEN REWIND FOR THE SORT.
104300     MOVE ZERO TO GRP-TOTAL.
104400     MOVE 'N' TO GRP-OPEN-FLAG.
104500     MOVE 'N' TO AFP-EOF-FLAG.
104600     PERFORM 0310-READ-AFP.
104700     PERFORM 0340-SURVEY-RECORD
104800       UNTIL AFP-EOF.
104900     IF GRP-OPEN
105000      THEN
105100       PERFORM 0348-CLOSE-GROUP
105200     END-IF.
105300     IF GRP-TOTAL = ZERO
105400      AND NOT SETUP-FAILED
105500      THEN
105600       DISPLAY PGMNAME, ' NO NAMED GROUPS IN THE ', SIDE-NAME,
105700           ' OUTPUT -- COMPARED AS ENVELOPE ONLY.'
105800     END-IF.
105900     IF SIDE-OLD
106000      THEN
106100       MOVE GRP-TOTAL TO OLD-GROUP-TOTAL
106200      ELSE
106300       MOVE GRP-TOTAL TO NEW-GROUP-TOTAL
106400     END-IF.
106500     PERFORM 0315-REOPEN-AFP.
106600     SKIP2
106700 0340-SURVEY-RECORD.
106800* A BNG OPENS A STATEMENT (CLOSING ANY GROUP STILL OPEN FIRST,
106900* THE SAME WAY APKAFSPL'S 0200-SURVEY-RECORD DOES); AN ENG
107000* CLOSES IT; BPGS INSIDE A GROUP COUNT ITS PAGES.  BNG AND BPG
107100* TRIPLETS ARE SCANNED FOR THE ACCOUNT TLE.
107200     EVALUATE AFP-SFTYPE
107300      WHEN SF-BNG
107400       IF GRP-OPEN
107500        THEN
107600         PERFORM 0348-CLOSE-GROUP
107700       END-IF;
107800       PERFORM 0342-OPEN-GROUP;
107900       PERFORM 0344-SCAN-TLE-TRIPLETS
108000      WHEN SF-ENG
108100       IF GRP-OPEN
108200        THEN
108300         PERFORM 0348-CLOSE-GROUP
108400       END-IF
108500      WHEN SF-BPG
108600       IF GRP-OPEN
108700        THEN
108800         ADD 1 TO CUR-PAGES;
108900         PERFORM 0344-SCAN-TLE-TRIPLETS
109000       END-IF
109100      WHEN OTHER
109200       CONTINUE
109300     END-EVALUATE.
109400     IF NOT AFP-EOF
109500      THEN
109600       PERFORM 0310-READ-AFP
109700     END-IF.
109800     SKIP2
109900 0342-OPEN-GROUP.
110000     IF GRP-TOTAL NOT < 50000
110100      THEN
110200       DISPLAY PGMNAME, ' MORE THAN 50000 STATEMENTS IN THE ',
110300           SIDE-NAME, ' OUTPUT -- COMPARE A SMALLER SAMPLE.';
110400       PERFORM 0110-NOTE-SETUP-ERROR;
110500       SET AFP-EOF TO TRUE
110600      ELSE
110700       SET GRP-OPEN TO TRUE;
110800       ADD 1 TO GRP-TOTAL;
110900       MOVE GRP-TOTAL TO GRP-IDX;
111000       MOVE AFP-SFDATA (1 : 8) TO GRP-NAME (GRP-IDX);
111100       MOVE ZERO TO CUR-PAGES;
111200       MOVE SPACES TO CUR-ACCT-VALUE
111300     END-IF.
111400     SKIP2
111500 0344-SCAN-TLE-TRIPLETS.
111600* WALK THE TRIPLETS AFTER THE EIGHT-BYTE TOKEN NAME, THE SAME
111700* WAY APKAFSPL'S 0230-SCAN-TLE-TRIPLETS DOES.  A NON-POSITIVE
111800* TRIPLET LENGTH WOULD NEVER ADVANCE THE SCAN, SO IT STOPS THE
111900* SCAN OF THAT RECORD INSTEAD.
112000     MOVE 9 TO TRIPLET-PTR.
112100     SET TRIPLET-OK TO TRUE.
112200     PERFORM UNTIL TRIPLET-BAD
112300                OR TRIPLET-PTR >=
112400                   (AFP-SFLEN - LENGTH OF AFP-SFINTRO)
112500       MOVE AFP-SFDATA (TRIPLET-PTR : 1) TO BIN2-2
112600       MOVE BIN2 TO TRIPLET-LENGTH
112700       IF TRIPLET-LENGTH NOT > ZERO
112800        THEN
112900         SET TRIPLET-BAD TO TRUE
113000        ELSE
113100         IF AFP-SFDATA (TRIPLET-PTR + 1 : 1) = TR-TLE (2 : 1)
113200          THEN
113300           PERFORM 0346-CAPTURE-TLE
113400         END-IF
113500         ADD TRIPLET-LENGTH TO TRIPLET-PTR
113600       END-IF
113700     END-PERFORM.
113800     SKIP2
113900 0346-CAPTURE-TLE.
114000* THE FIRST ACCOUNT TLE VALUE IN THE GROUP IS ITS OWN; LONGER
114100* VALUES TRUNCATE AND SHORTER ONES LEFT-JUSTIFY, THE SAME
114200* CONVENTION APKOTLLE'S 0232-CAPTURE-TLE USES.
114300     IF TRIPLET-LENGTH > 3
114400      AND AFP-SFDATA (TRIPLET-PTR + 2 : 1) = TLE-ACCT
114500      AND CUR-ACCT-VALUE = SPACES
114600      THEN
114700       MOVE TRIPLET-LENGTH TO TLE-VALUE-LENGTH;
114800       SUBTRACT 3 FROM TLE-VALUE-LENGTH;
114900       IF TLE-VALUE-LENGTH > 16
115000        THEN
115100         MOVE 16 TO TLE-VALUE-LENGTH
115200       END-IF;
115300       MOVE AFP-SFDATA (TRIPLET-PTR + 3 : TLE-VALUE-LENGTH)
115400           TO CUR-ACCT-VALUE (1 : TLE-VALUE-LENGTH)
115500     END-IF.
115600     SKIP2
115700 0348-CLOSE-GROUP.
115800* A STATEMENT WITH NO ACCOUNT IS MATCHED BY ITS GROUP NAME; THE
115900* LOW-VALUE IN FRONT KEEPS A NAME FROM MATCHING AN ACCOUNT.
116000     IF CUR-ACCT-VALUE = SPACES
116100      THEN
116200       MOVE SPACES TO GRP-KEY (GRP-IDX);
116300       MOVE LOW-VALUE TO GRP-KEY (GRP-IDX) (1 : 1);
116400       MOVE GRP-NAME (GRP-IDX) TO GRP-KEY (GRP-IDX) (2 : 8)
116500      ELSE
116600       MOVE CUR-ACCT-VALUE TO GRP-KEY (GRP-IDX)
116700     END-IF.
116800     MOVE CUR-PAGES TO GRP-PAGES (GRP-IDX).
116900     MOVE 'N' TO GRP-OPEN-FLAG.
117000     SKIP2
117100 TITLE 'Sorting Each Output Into Unit Order'.
117200 0400-SORT-OLD-OUTPUT.
117300* SORT THE OLD OUTPUT INTO UNIT ORDER AND HOLD IT IN CMPWORK.
117400     IF GROUP-MODE
117500      THEN
117600       PERFORM 0330-SURVEY-GROUPS
117700     END-IF.
117800     IF NOT SETUP-FAILED
117900      THEN
118000       SORT CMPSORT
118100           ON ASCENDING KEY SRT-CLASS SRT-UNIT-KEY SRT-UNIT-SEQ
118200                            SRT-RECORD-SEQ
118300           INPUT PROCEDURE 0410-RELEASE-OUTPUT
118400           OUTPUT PROCEDURE 0450-WRITE-WORK;
118500       IF SORT-RETURN NOT = ZERO
118600        THEN
118700         DISPLAY PGMNAME, ' OLD OUTPUT SORT FAILED, SORT RETURN ',
118800             SORT-RETURN;
118900         PERFORM 0110-NOTE-SETUP-ERROR
119000       END-IF
119100     END-IF.
119200     SKIP2
119300 0410-RELEASE-OUTPUT.
119400* TAG AND RELEASE EVERY RECORD OF THE OUTPUT BEING WORKED ON.
119500* RECORDS A WHOLE-FIELD RULE COVERS ARE COUNTED AND LEFT OUT.
119600     MOVE ZERO TO RECORDS-READ, RECORDS-SKIPPED, RECORDS-CUT.
119700     MOVE ZERO TO GRP2-NO, IDX-PAGE-NO, IDX-LAST-REC.
119800     MOVE 'N' TO GRP2-IN-FLAG.
119900     MOVE 'N' TO AFP-EOF-FLAG.
120000     IF PAGE-MODE
120100      THEN
120200       MOVE 'N' TO IDX-EOF-FLAG;
120300       PERFORM 0426-NEXT-PAGE
120400     END-IF.
120500     PERFORM 0310-READ-AFP.
120600     PERFORM 0420-RELEASE-RECORD
120700       UNTIL AFP-EOF.
120800     IF SIDE-OLD
120900      THEN
121000       MOVE RECORDS-READ TO OLD-RECORDS-READ;
121100       MOVE RECORDS-SKIPPED TO OLD-RECORDS-SKIPPED;
121150       MOVE RECORDS-CUT TO OLD-RECORDS-CUT
121200      ELSE
121300       MOVE RECORDS-READ TO NEW-RECORDS-READ;
121400       MOVE RECORDS-SKIPPED TO NEW-RECORDS-SKIPPED;
121450       MOVE RECORDS-CUT TO NEW-RECORDS-CUT
121500     END-IF.
121600     SKIP2
121700 0420-RELEASE-RECORD.
121800     IF PAGE-MODE
121900      THEN
122000       PERFORM 0422-KEY-BY-PAGE
122100      ELSE
122200       PERFORM 0424-KEY-BY-GROUP
122300     END-IF.
122400     MOVE AFP-RECORD (1 : AFP-RECLEN) TO MATCH-RECORD.
122500     MOVE AFP-RECLEN TO MATCH-LEN.
122600     PERFORM 0430-TEST-SKIP.
122700     IF NOT MATCH-FOUND
122800      THEN
122900       MOVE RECORDS-READ TO SRT-RECORD-SEQ;
123000       MOVE AFP-RECLEN TO SRT-AFP-LEN;
123044       IF SRT-AFP-LEN > LENGTH OF SRT-AFP-DATA
123088        THEN
123132         MOVE LENGTH OF SRT-AFP-DATA TO SRT-AFP-LEN;
123176         ADD 1 TO RECORDS-CUT
123220       END-IF;
123264       MOVE AFP-RECORD (1 : SRT-AFP-LEN)
123308           TO SRT-AFP-DATA (1 : SRT-AFP-LEN);
123352       COMPUTE SRT-RECLEN = SRT-AFP-LEN + 41;
123400       RELEASE CMPSORT-RECORD
123500     END-IF.
123600     PERFORM 0310-READ-AFP.
123700     SKIP2
123800 0422-KEY-BY-PAGE.
123900* RECORDS AHEAD OF THE FIRST PAGE'S FIRST RECORD ARE THE FRONT
124000* OF THE ENVELOPE AND RECORDS PAST THE LAST PAGE THE BACK.  A
124100* RESTARTED RUN'S INDEX MAY HOLD A ZERO FIRST RECORD; THEN THE
124200* FIRST PAGE TAKES EVERYTHING BEFORE IT.
124300     PERFORM 0426-NEXT-PAGE
124400       UNTIL IDX-EOF
124500          OR RECORDS-READ NOT > IDX-LAST-REC.
124600     MOVE SPACES TO SRT-UNIT-KEY.
124700     MOVE 1 TO SRT-UNIT-PAGES.
124800     EVALUATE TRUE
124900      WHEN IDX-EOF
125000       MOVE '9' TO SRT-CLASS;
125100       MOVE ZERO TO SRT-UNIT-SEQ, SRT-UNIT-PAGES;
125200       MOVE SPACES TO SRT-UNIT-NAME
125300      WHEN IDX-PAGE-NO = 1
125400       AND RECORDS-READ < IDX-FIRST-REC
125500       MOVE '0' TO SRT-CLASS;
125600       MOVE ZERO TO SRT-UNIT-SEQ, SRT-UNIT-PAGES;
125700       MOVE SPACES TO SRT-UNIT-NAME
125800      WHEN OTHER
125900       MOVE '1' TO SRT-CLASS;
126000       MOVE IDX-PAGE-NO TO SRT-UNIT-SEQ;
126100       MOVE IDX-PAGENAME TO SRT-UNIT-NAME
126200     END-EVALUATE.
126300     SKIP2
126400 0424-KEY-BY-GROUP.
126500* THE GROUP COUNT HERE TRACKS THE FIRST PASS'S COUNT RECORD FOR
126600* RECORD, THE SAME WAY APKPRSRT'S SECOND PASS DOES.  RECORDS
126700* OUTSIDE EVERY GROUP ARE THE FRONT OF THE ENVELOPE UNTIL THE
126800* FIRST GROUP, AND THE BACK AFTER IT.
126900     EVALUATE AFP-SFTYPE
127000      WHEN SF-BNG
127100       IF GRP2-NO < GRP-TOTAL
127200        THEN
127300         ADD 1 TO GRP2-NO
127400       END-IF;
127500       SET GRP2-IN-GROUP TO TRUE;
127600       PERFORM 0428-SET-GROUP-KEY
127700      WHEN SF-ENG
127800       IF GRP2-IN-GROUP
127900        THEN
128000         PERFORM 0428-SET-GROUP-KEY;
128100         MOVE 'N' TO GRP2-IN-FLAG
128200        ELSE
128300         PERFORM 0429-SET-ENVELOPE-KEY
128400       END-IF
128500      WHEN OTHER
128600       IF GRP2-IN-GROUP
128700        THEN
128800         PERFORM 0428-SET-GROUP-KEY
128900        ELSE
129000         PERFORM 0429-SET-ENVELOPE-KEY
129100       END-IF
129200     END-EVALUATE.
129300     SKIP2
129400 0426-NEXT-PAGE.
129500* STEP TO THE NEXT PAGE INDEX RECORD.  A RECORD NUMBER THAT IS
129600* NOT NUMERIC MEANS THE INDEX DOES NOT BELONG WITH THE OUTPUT.
129700     PERFORM 0320-READ-IDX.
129800     IF NOT IDX-EOF
129900      THEN
130000       ADD 1 TO IDX-PAGE-NO;
130100       IF IDX-LAST-RECNO NUMERIC
130200        AND IDX-FIRST-RECNO NUMERIC
130300        THEN
130400         MOVE IDX-LAST-RECNO TO IDX-LAST-REC;
130500         IF IDX-PAGE-NO = 1
130600          THEN
130700           MOVE IDX-FIRST-RECNO TO IDX-FIRST-REC
130800         END-IF
130900        ELSE
131000         DISPLAY PGMNAME, ' ', SIDE-NAME, 'IDX RECORD ',
131100             IDX-PAGE-NO, ' NOT A PAGE INDEX RECORD.';
131200         PERFORM 0110-NOTE-SETUP-ERROR;
131300         SET IDX-EOF TO TRUE;
131400         SET AFP-EOF TO TRUE
131500       END-IF
131600     END-IF.
131700     SKIP2
131800 0428-SET-GROUP-KEY.
131900     MOVE '1' TO SRT-CLASS.
132000     MOVE GRP-KEY (GRP2-NO) TO SRT-UNIT-KEY.
132100     MOVE GRP2-NO TO SRT-UNIT-SEQ.
132200     MOVE GRP-NAME (GRP2-NO) TO SRT-UNIT-NAME.
132300     MOVE GRP-PAGES (GRP2-NO) TO SRT-UNIT-PAGES.
132400     SKIP2
132500 0429-SET-ENVELOPE-KEY.
132600     IF GRP2-NO = ZERO
132700      THEN
132800       MOVE '0' TO SRT-CLASS
132900      ELSE
133000       MOVE '9' TO SRT-CLASS
133100     END-IF.
133200     MOVE SPACES TO SRT-UNIT-KEY, SRT-UNIT-NAME.
133300     MOVE ZERO TO SRT-UNIT-SEQ, SRT-UNIT-PAGES.
133400     SKIP2
133500 0430-TEST-SKIP.
133600* MATCH-FOUND COMES BACK SET WHEN A WHOLE-FIELD RULE COVERS THE
133700* RECORD IN MATCH-RECORD.
133800     MOVE 'N' TO MATCH-FLAG.
133900     MOVE 1 TO RULE-IDX.
134000     PERFORM UNTIL RULE-IDX > RULE-COUNT
134100                OR MATCH-FOUND
134200       IF RULE-WHOLE (RULE-IDX)
134300        AND RULE-SFID (RULE-IDX) = MATCH-RECORD (4 : 3)
134400        THEN
134500         PERFORM 0615-TEST-MATCH-TEXT
134600       END-IF
134700       IF MATCH-FOUND
134800        THEN
134900         ADD 1 TO RULE-USES (RULE-IDX), RECORDS-SKIPPED
135000        ELSE
135100         ADD 1 TO RULE-IDX
135200       END-IF
135300     END-PERFORM.
135400     SKIP2
135500 0450-WRITE-WORK.
135600* HOLD THE SORTED OLD OUTPUT FOR THE MERGE.
135700     OPEN OUTPUT CMPWORK.
135800     IF NOT CMPWORK-OK
135900      THEN
136000       DISPLAY PGMNAME, ' UNABLE TO OPEN CMPWORK, FILE STATUS ',
136100           CMPWORK-STATUS;
136200       PERFORM 0110-NOTE-SETUP-ERROR
136300     END-IF.
136400     MOVE 'N' TO SORT-EOF-FLAG.
136500     PERFORM UNTIL SORT-EOF
136600       RETURN CMPSORT
136700         AT END
136800           SET SORT-EOF TO TRUE
136900         NOT AT END
137000           IF NOT SETUP-FAILED
137100            THEN
137200             COMPUTE WORK-RECLEN = SRT-AFP-LEN + 41
137300             MOVE CMPSORT-RECORD (1 : WORK-RECLEN)
137400                 TO CMPWORK-RECORD
137500             WRITE CMPWORK-RECORD
137600             IF NOT CMPWORK-OK
137700              THEN
137800               DISPLAY PGMNAME, ' CMPWORK WRITE FAILED, FILE',
137900                   ' STATUS ', CMPWORK-STATUS
138000               PERFORM 0110-NOTE-SETUP-ERROR
138100             END-IF
138200           END-IF
138300       END-RETURN
138400     END-PERFORM.
138500     CLOSE CMPWORK.
138600     SKIP2
138700 TITLE 'Merging the Two Outputs Unit by Unit'.
138800 0500-SORT-AND-COMPARE.
138900* SORT THE NEW OUTPUT INTO UNIT ORDER; AS IT COMES BACK FROM THE
139000* SORT IT IS MERGED WITH THE OLD ONE FROM CMPWORK.
139100     IF GROUP-MODE
139200      THEN
139300       PERFORM 0330-SURVEY-GROUPS
139400     END-IF.
139500     IF NOT SETUP-FAILED
139600      THEN
139700       SORT CMPSORT
139800           ON ASCENDING KEY SRT-CLASS SRT-UNIT-KEY SRT-UNIT-SEQ
139900                            SRT-RECORD-SEQ
140000           INPUT PROCEDURE 0410-RELEASE-OUTPUT
140100           OUTPUT PROCEDURE 0510-COMPARE-UNITS;
140200       IF SORT-RETURN NOT = ZERO
140300        THEN
140400         DISPLAY PGMNAME, ' NEW OUTPUT SORT FAILED, SORT RETURN ',
140500             SORT-RETURN;
140600         PERFORM 0110-NOTE-SETUP-ERROR
140700       END-IF
140800     END-IF.
140900     SKIP2
141000 0510-COMPARE-UNITS.
141100* A UNIT ONLY THE OLD OUTPUT HAS WAS DROPPED, ONE ONLY THE NEW
141200* OUTPUT HAS WAS ADDED, AND A UNIT BOTH HAVE IS COMPARED.
141300     OPEN INPUT CMPWORK.
141400     IF NOT CMPWORK-OK
141500      THEN
141600       DISPLAY PGMNAME, ' UNABLE TO OPEN CMPWORK, FILE STATUS ',
141700           CMPWORK-STATUS;
141800       PERFORM 0110-NOTE-SETUP-ERROR;
141900       SET WORK-EOF TO TRUE
142000      ELSE
142100       MOVE 'N' TO WORK-EOF-FLAG;
142200       PERFORM 0520-READ-OLD
142300     END-IF.
142400     MOVE 'N' TO SORT-EOF-FLAG.
142500     PERFORM 0525-RETURN-NEW.
142600     PERFORM UNTIL WORK-EOF AND SORT-EOF
142700       EVALUATE TRUE
142800        WHEN SETUP-FAILED
142900         SET WORK-EOF TO TRUE
143000         PERFORM 0525-RETURN-NEW
143100        WHEN SORT-EOF
143200         PERFORM 0550-DROPPED-UNIT
143300        WHEN WORK-EOF
143400         PERFORM 0555-ADDED-UNIT
143500        WHEN OLD-MATCH-KEY < NEW-MATCH-KEY
143600         PERFORM 0550-DROPPED-UNIT
143700        WHEN OLD-MATCH-KEY > NEW-MATCH-KEY
143800         PERFORM 0555-ADDED-UNIT
143900        WHEN OTHER
144000         PERFORM 0560-COMPARE-UNIT
144100       END-EVALUATE
144200     END-PERFORM.
144300     CLOSE CMPWORK.
144400     SKIP2
144500 0520-READ-OLD.
144600* NEXT RECORD OF THE OLD OUTPUT, WITH ITS MATCH KEY, AND WHETHER
144700* IT STILL BELONGS TO THE OLD UNIT BEING WORKED ON.
144800     READ CMPWORK.
144900     IF CMPWORK-OK
145000      THEN
145100       MOVE WRK-CLASS TO OLD-MK-CLASS;
145200       MOVE WRK-UNIT-KEY TO OLD-MK-KEY;
145300       IF PAGE-MODE
145400        THEN
145500         MOVE WRK-UNIT-SEQ TO OLD-MK-SEQ
145600        ELSE
145700         MOVE ZERO TO OLD-MK-SEQ
145800       END-IF;
145900       IF WRK-CLASS = OLD-UID-CLASS
146000        AND WRK-UNIT-KEY = OLD-UID-KEY
146100        AND WRK-UNIT-SEQ = OLD-UID-SEQ
146200        THEN
146300         SET OLD-IN-UNIT TO TRUE
146400        ELSE
146500         MOVE 'N' TO OLD-IN-FLAG
146600       END-IF
146700      ELSE
146800       IF NOT CMPWORK-EOF-STAT
146900        THEN
147000         DISPLAY PGMNAME, ' CMPWORK READ FAILED, FILE STATUS ',
147100             CMPWORK-STATUS;
147200         PERFORM 0110-NOTE-SETUP-ERROR
147300       END-IF;
147400       SET WORK-EOF TO TRUE;
147500       MOVE 'N' TO OLD-IN-FLAG
147600     END-IF.
147700     SKIP2
147800 0525-RETURN-NEW.
147900* NEXT RECORD OF THE NEW OUTPUT FROM THE SORT, LIKEWISE.
148000     IF SORT-EOF
148100      THEN
148200       MOVE 'N' TO NEW-IN-FLAG
148300      ELSE
148400       RETURN CMPSORT
148500         AT END
148600           SET SORT-EOF TO TRUE;
148700           MOVE 'N' TO NEW-IN-FLAG
148800         NOT AT END
148900           MOVE SRT-CLASS TO NEW-MK-CLASS;
149000           MOVE SRT-UNIT-KEY TO NEW-MK-KEY;
149100           IF PAGE-MODE
149200            THEN
149300             MOVE SRT-UNIT-SEQ TO NEW-MK-SEQ
149400            ELSE
149500             MOVE ZERO TO NEW-MK-SEQ
149600           END-IF;
149700           IF SRT-CLASS = NEW-UID-CLASS
149800            AND SRT-UNIT-KEY = NEW-UID-KEY
149900            AND SRT-UNIT-SEQ = NEW-UID-SEQ
150000            THEN
150100             SET NEW-IN-UNIT TO TRUE
150200            ELSE
150300             MOVE 'N' TO NEW-IN-FLAG
150400           END-IF
150500       END-RETURN
150600     END-IF.
150700     SKIP2
150800 0540-START-OLD-UNIT.
150900* THE OLD RECORD IN HAND STARTS A UNIT.
151000     MOVE WRK-CLASS TO OLD-UID-CLASS.
151100     MOVE WRK-UNIT-KEY TO OLD-UID-KEY.
151200     MOVE WRK-UNIT-SEQ TO OLD-UID-SEQ.
151300     MOVE WRK-UNIT-NAME TO OLD-UNIT-NAME.
151400     MOVE WRK-UNIT-PAGES TO OLD-UNIT-PAGES.
151500     MOVE WRK-RECORD-SEQ TO OLD-UNIT-FIRST.
151600     MOVE ZERO TO OLD-UNIT-RECS.
151700     SET OLD-IN-UNIT TO TRUE.
151800     SKIP2
151900 0545-START-NEW-UNIT.
152000     MOVE SRT-CLASS TO NEW-UID-CLASS.
152100     MOVE SRT-UNIT-KEY TO NEW-UID-KEY.
152200     MOVE SRT-UNIT-SEQ TO NEW-UID-SEQ.
152300     MOVE SRT-UNIT-NAME TO NEW-UNIT-NAME.
152400     MOVE SRT-UNIT-PAGES TO NEW-UNIT-PAGES.
152500     MOVE SRT-RECORD-SEQ TO NEW-UNIT-FIRST.
152600     MOVE ZERO TO NEW-UNIT-RECS.
152700     SET NEW-IN-UNIT TO TRUE.
152800     SKIP2
152900 0550-DROPPED-UNIT.
153000     PERFORM 0540-START-OLD-UNIT.
153100     PERFORM UNTIL NOT OLD-IN-UNIT
153200       ADD 1 TO OLD-UNIT-RECS
153300       PERFORM 0520-READ-OLD
153400     END-PERFORM.
153500     ADD 1 TO UNITS-DROPPED.
153600     MOVE OLD-UID-CLASS TO LBL-CLASS.
153700     MOVE OLD-UID-KEY TO LBL-KEY.
153800     MOVE OLD-UID-SEQ TO LBL-SEQ.
153900     MOVE SPACES TO RPT-DETAIL.
154000     MOVE 'DROPPED' TO RPT-DET-TYPE.
154100     MOVE OLD-UNIT-NAME TO RPT-DET-OLD-NAME.
154200     MOVE OLD-UNIT-PAGES TO RPT-DET-OLD-PAGES.
154300     MOVE ZERO TO RPT-DET-NEW-PAGES.
154400     MOVE OLD-UNIT-FIRST TO RPT-DET-OLD-RECNO.
154500     MOVE ZERO TO RPT-DET-NEW-RECNO.
154600     MOVE OLD-UNIT-RECS TO RPT-DET-RECORDS.
154700     PERFORM 0700-WRITE-DETAIL.
154800     SKIP2
154900 0555-ADDED-UNIT.
155000     PERFORM 0545-START-NEW-UNIT.
155100     PERFORM UNTIL NOT NEW-IN-UNIT
155200       ADD 1 TO NEW-UNIT-RECS
155300       PERFORM 0525-RETURN-NEW
155400     END-PERFORM.
155500     ADD 1 TO UNITS-ADDED.
155600     MOVE NEW-UID-CLASS TO LBL-CLASS.
155700     MOVE NEW-UID-KEY TO LBL-KEY.
155800     MOVE NEW-UID-SEQ TO LBL-SEQ.
155900     MOVE SPACES TO RPT-DETAIL.
156000     MOVE 'ADDED' TO RPT-DET-TYPE.
156100     MOVE NEW-UNIT-NAME TO RPT-DET-NEW-NAME.
156200     MOVE ZERO TO RPT-DET-OLD-PAGES.
156300     MOVE NEW-UNIT-PAGES TO RPT-DET-NEW-PAGES.
156400     MOVE ZERO TO RPT-DET-OLD-RECNO.
156500     MOVE NEW-UNIT-FIRST TO RPT-DET-NEW-RECNO.
156600     MOVE NEW-UNIT-RECS TO RPT-DET-RECORDS.
156700     PERFORM 0700-WRITE-DETAIL.
156800     SKIP2
156900 0560-COMPARE-UNIT.
157000* WALK THE TWO UNITS RECORD FOR RECORD.  A RECORD ONE UNIT HAS
157100* AND THE OTHER DOES NOT IS A DIFFERENCE AT OFFSET ZERO.
157200     PERFORM 0540-START-OLD-UNIT.
157300     PERFORM 0545-START-NEW-UNIT.
157400     MOVE 'S' TO UNIT-RESULT.
157500     MOVE ZERO TO DIFF-RECS.
157600     PERFORM UNTIL NOT OLD-IN-UNIT
157700               AND NOT NEW-IN-UNIT
157800       EVALUATE TRUE
157900        WHEN OLD-IN-UNIT AND NEW-IN-UNIT
158000         PERFORM 0600-COMPARE-RECORDS
158100         ADD 1 TO OLD-UNIT-RECS, NEW-UNIT-RECS
158200         PERFORM 0520-READ-OLD
158300         PERFORM 0525-RETURN-NEW
158400        WHEN OLD-IN-UNIT
158500         MOVE 'C' TO REC-RESULT
158600         MOVE ZERO TO CMP-DIFF-POS
158700         PERFORM 0630-NOTE-RECORD-RESULT
158800         ADD 1 TO OLD-UNIT-RECS
158900         PERFORM 0520-READ-OLD
159000        WHEN OTHER
159100         MOVE 'C' TO REC-RESULT
159200         MOVE ZERO TO CMP-DIFF-POS
159300         PERFORM 0630-NOTE-RECORD-RESULT
159400         ADD 1 TO NEW-UNIT-RECS
159500         PERFORM 0525-RETURN-NEW
159600       END-EVALUATE
159700     END-PERFORM.
159800     ADD 1 TO UNITS-MATCHED.
159900     EVALUATE TRUE
160000      WHEN UNIT-SAME
160100       ADD 1 TO UNITS-IDENTICAL
160200      WHEN UNIT-IGNORED-ONLY
160300       ADD 1 TO UNITS-IGNORED-ONLY
160400      WHEN OTHER
160500       ADD 1 TO UNITS-CHANGED;
160600       PERFORM 0570-REPORT-CHANGE
160700     END-EVALUATE.
160800     SKIP2
160900 0570-REPORT-CHANGE.
161000     MOVE OLD-UID-CLASS TO LBL-CLASS.
161100     MOVE OLD-UID-KEY TO LBL-KEY.
161200     MOVE OLD-UID-SEQ TO LBL-SEQ.
161300     MOVE SPACES TO RPT-DETAIL.
161400     MOVE 'CHANGED' TO RPT-DET-TYPE.
161500     MOVE OLD-UNIT-NAME TO RPT-DET-OLD-NAME.
161600     MOVE NEW-UNIT-NAME TO RPT-DET-NEW-NAME.
161700     IF PAGE-MODE
161800      THEN
161900       MOVE ZERO TO RPT-DET-OLD-PAGES, RPT-DET-NEW-PAGES
162000      ELSE
162100       MOVE OLD-UNIT-PAGES TO RPT-DET-OLD-PAGES;
162200       MOVE NEW-UNIT-PAGES TO RPT-DET-NEW-PAGES
162300     END-IF.
162400     MOVE DIFF-OLD-RECNO TO RPT-DET-OLD-RECNO.
162500     MOVE DIFF-NEW-RECNO TO RPT-DET-NEW-RECNO.
162600     IF DIFF-OLD-SFID NOT = SPACES
162700      THEN
162800       MOVE DIFF-OLD-SFID TO HEX-IN;
162900       PERFORM 0780-FORMAT-HEX;
163000       MOVE HEX-OUT TO RPT-DET-SFID (1 : 6);
163100       PERFORM 0720-COUNT-SF-CHANGE
163200     END-IF.
163300     IF DIFF-NEW-SFID NOT = SPACES
163400      AND DIFF-NEW-SFID NOT = DIFF-OLD-SFID
163500      THEN
163600       MOVE DIFF-NEW-SFID TO HEX-IN;
163700       PERFORM 0780-FORMAT-HEX;
163800       IF DIFF-OLD-SFID = SPACES
163900        THEN
164000         MOVE HEX-OUT TO RPT-DET-SFID (1 : 6);
164100         MOVE DIFF-NEW-SFID TO DIFF-OLD-SFID;
164200         PERFORM 0720-COUNT-SF-CHANGE
164300        ELSE
164400         MOVE '/' TO RPT-DET-SFID (7 : 1);
164500         MOVE HEX-OUT TO RPT-DET-SFID (8 : 6)
164600       END-IF
164700     END-IF.
164800     MOVE DIFF-OFFSET TO RPT-NUMBER.
164900     MOVE RPT-NUMBER TO RPT-DET-OFFSET.
165000     MOVE DIFF-RECS TO RPT-DET-RECORDS.
165100     PERFORM 0700-WRITE-DETAIL.
165200     SKIP2
165300 TITLE 'Comparing One Record Pair'.
165400 0600-COMPARE-RECORDS.
165500* COMPARE THE OLD RECORD IN CMPWORK-RECORD WITH THE NEW ONE IN
165600* CMPSORT-RECORD.  THE USUAL CASE, IDENTICAL RECORDS, IS SETTLED
165700* BY ONE COMPARE; OTHERWISE THE RULES FOR THE FIELD ARE GATHERED
165800* AND THE BYTES ARE WALKED TO THE FIRST DIFFERENCE NO RULE
165900* EXCUSES.
166000     IF WRK-AFP-LEN = SRT-AFP-LEN
166100      AND WRK-AFP-DATA (1 : WRK-AFP-LEN) =
166200          SRT-AFP-DATA (1 : SRT-AFP-LEN)
166300      THEN
166400       MOVE 'S' TO REC-RESULT
166500      ELSE
166600       COMPUTE CMP-OLD-LEN = WRK-AFP-LEN - 1;
166700       COMPUTE CMP-NEW-LEN = SRT-AFP-LEN - 1;
166800       IF CMP-OLD-LEN > CMP-NEW-LEN
166900        THEN
167000         MOVE CMP-OLD-LEN TO CMP-MAX-LEN
167100        ELSE
167200         MOVE CMP-NEW-LEN TO CMP-MAX-LEN
167300       END-IF;
167400       PERFORM 0610-GATHER-RULES;
167500       MOVE 'S' TO REC-RESULT;
167600       MOVE ZERO TO CMP-POS;
167700       PERFORM 0620-CHECK-BYTE
167800         UNTIL CMP-POS NOT < CMP-MAX-LEN
167900            OR REC-CHANGED;
168000       IF NOT REC-CHANGED
168100        THEN
168200         MOVE 'I' TO REC-RESULT;
168300         MOVE 1 TO APPL-IDX;
168400         PERFORM UNTIL APPL-IDX > APPL-COUNT
168500           IF APPL-USED (APPL-IDX)
168600            THEN
168700             ADD 1 TO RULE-USES (APPL-RULE (APPL-IDX))
168800           END-IF
168900           ADD 1 TO APPL-IDX
169000         END-PERFORM
169100       END-IF
169200     END-IF.
169300     PERFORM 0630-NOTE-RECORD-RESULT.
169400     SKIP2
169500 0610-GATHER-RULES.
169600* A RULE APPLIES WHEN BOTH RECORDS ARE ITS STRUCTURED FIELD AND,
169700* IF IT HAS A MATCH TEXT, BOTH HOLD THE TEXT.
169800     MOVE ZERO TO APPL-COUNT.
169900     MOVE 1 TO RULE-IDX.
170000     PERFORM UNTIL RULE-IDX > RULE-COUNT
170100       IF RULE-SFID (RULE-IDX) = WRK-AFP-DATA (4 : 3)
170200        AND RULE-SFID (RULE-IDX) = SRT-AFP-DATA (4 : 3)
170300        THEN
170400         MOVE WRK-AFP-DATA (1 : WRK-AFP-LEN) TO MATCH-RECORD
170500         MOVE WRK-AFP-LEN TO MATCH-LEN
170600         PERFORM 0615-TEST-MATCH-TEXT
170700         IF MATCH-FOUND
170800          THEN
170900           MOVE SRT-AFP-DATA (1 : SRT-AFP-LEN) TO MATCH-RECORD
171000           MOVE SRT-AFP-LEN TO MATCH-LEN
171100           PERFORM 0615-TEST-MATCH-TEXT
171200         END-IF
171300         IF MATCH-FOUND
171400          THEN
171500           ADD 1 TO APPL-COUNT
171600           MOVE RULE-IDX TO APPL-RULE (APPL-COUNT)
171700           MOVE 'N' TO APPL-USED-FLAG (APPL-COUNT)
171800         END-IF
171900       END-IF
172000       ADD 1 TO RULE-IDX
172100     END-PERFORM.
172200     SKIP2
172300 0615-TEST-MATCH-TEXT.
172400* DOES THE RECORD IN MATCH-RECORD HOLD RULE RULE-IDX'S TEXT AT
172500* ITS MATCH OFFSET?  A RULE WITHOUT TEXT ALWAYS MATCHES.  THE
172600* OFFSET IS A STRUCTURED FIELD OFFSET, SO THE TEXT STARTS TWO
172700* BYTES INTO THE RECORD AFTER IT (PAST THE CARRIAGE CONTROL).
172800     IF RULE-MATCH-LEN (RULE-IDX) = ZERO
172900      THEN
173000       MOVE 'Y' TO MATCH-FLAG
173100      ELSE
173200       IF MATCH-LEN < RULE-MATCH-AT (RULE-IDX) + 1
173300                      + RULE-MATCH-LEN (RULE-IDX)
173400        THEN
173500         MOVE 'N' TO MATCH-FLAG
173600        ELSE
173700         IF MATCH-RECORD (RULE-MATCH-AT (RULE-IDX) + 2 :
173800                          RULE-MATCH-LEN (RULE-IDX)) =
173900            RULE-MATCH-TEXT (RULE-IDX)
174000                (1 : RULE-MATCH-LEN (RULE-IDX))
174100          THEN
174200           MOVE 'Y' TO MATCH-FLAG
174300          ELSE
174400           MOVE 'N' TO MATCH-FLAG
174500         END-IF
174600       END-IF
174700     END-IF.
174800     SKIP2
174900 0620-CHECK-BYTE.
175000* ONE STRUCTURED FIELD OFFSET.  A BYTE ONE RECORD HAS AND THE
175100* OTHER DOES NOT DIFFERS, THE SAME AS A BYTE THAT DOES NOT
175200* MATCH.  A DIFFERENCE INSIDE AN APPLYING RULE'S RANGE IS
175300* EXCUSED AND THE WALK GOES ON.
175400     IF CMP-POS NOT < CMP-OLD-LEN
175500      OR CMP-POS NOT < CMP-NEW-LEN
175600      OR WRK-AFP-DATA (CMP-POS + 2 : 1) NOT =
175700         SRT-AFP-DATA (CMP-POS + 2 : 1)
175800      THEN
175900       MOVE 'N' TO BYTE-MASKED-FLAG;
176000       MOVE 1 TO APPL-IDX;
176100       PERFORM UNTIL APPL-IDX > APPL-COUNT
176200         MOVE APPL-RULE (APPL-IDX) TO RULE-IDX
176300         IF CMP-POS NOT < RULE-FROM (RULE-IDX)
176400          AND CMP-POS NOT > RULE-TO (RULE-IDX)
176500          THEN
176600           SET BYTE-MASKED TO TRUE
176700           SET APPL-USED (APPL-IDX) TO TRUE
176800         END-IF
176900         ADD 1 TO APPL-IDX
177000       END-PERFORM;
177100       IF NOT BYTE-MASKED
177200        THEN
177300         MOVE 'C' TO REC-RESULT;
177400         MOVE CMP-POS TO CMP-DIFF-POS
177500       END-IF
177600     END-IF.
177700     ADD 1 TO CMP-POS.
177800     SKIP2
177900 0630-NOTE-RECORD-RESULT.
178000* FOLD ONE RECORD'S RESULT INTO THE UNIT'S.  THE FIRST CHANGED
178100* RECORD SUPPLIES THE FIELD IDS, OFFSET, AND RECORD NUMBERS; A
178200* SIDE WITH NO RECORD LEAVES ITS ID AND NUMBER BLANK.
178300     EVALUATE TRUE
178400      WHEN REC-CHANGED
178500       ADD 1 TO DIFF-RECS;
178600       IF NOT UNIT-CHANGED
178700        THEN
178800         MOVE 'C' TO UNIT-RESULT;
178900         MOVE CMP-DIFF-POS TO DIFF-OFFSET;
179000         MOVE SPACES TO DIFF-OLD-SFID, DIFF-NEW-SFID;
179100         MOVE ZERO TO DIFF-OLD-RECNO, DIFF-NEW-RECNO;
179200         IF OLD-IN-UNIT
179300          THEN
179400           MOVE WRK-AFP-DATA (4 : 3) TO DIFF-OLD-SFID;
179500           MOVE WRK-RECORD-SEQ TO DIFF-OLD-RECNO
179600         END-IF;
179700         IF NEW-IN-UNIT
179800          THEN
179900           MOVE SRT-AFP-DATA (4 : 3) TO DIFF-NEW-SFID;
180000           MOVE SRT-RECORD-SEQ TO DIFF-NEW-RECNO
180100         END-IF
180200       END-IF
180300      WHEN REC-IGNORED-ONLY
180400       IF UNIT-SAME
180500        THEN
180600         MOVE 'I' TO UNIT-RESULT
180700       END-IF
180800      WHEN OTHER
180900       CONTINUE
181000     END-EVALUATE.
181100     SKIP2
181200 TITLE 'Compare Report'.
181300 0700-WRITE-DETAIL.
181400* LBL-CLASS, LBL-KEY, AND LBL-SEQ NAME THE UNIT: THE PAGE
181500* NUMBER, THE ACCOUNT, THE GROUP NAME OF A STATEMENT WITHOUT
181600* ONE, OR THE FRONT OR BACK OF THE ENVELOPE.
181700     EVALUATE TRUE
181800      WHEN LBL-CLASS = '0'
181900       MOVE 'ENVELOPE FRONT' TO RPT-DET-UNIT
182000      WHEN LBL-CLASS = '9'
182100       MOVE 'ENVELOPE BACK' TO RPT-DET-UNIT
182200      WHEN PAGE-MODE
182300       MOVE LBL-SEQ TO RPT-PAGE-NUMBER;
182400       MOVE ZERO TO RPT-LEAD;
182500       INSPECT RPT-PAGE-NUMBER TALLYING RPT-LEAD
182600           FOR LEADING SPACES;
182700       MOVE SPACES TO RPT-DET-UNIT;
182800       STRING 'PAGE ' DELIMITED BY SIZE
182900              RPT-PAGE-NUMBER (RPT-LEAD + 1 : ) DELIMITED BY SIZE
183000           INTO RPT-DET-UNIT
183100      WHEN LBL-KEY (1 : 1) = LOW-VALUE
183200       MOVE SPACES TO RPT-DET-UNIT;
183300       STRING 'GROUP ' DELIMITED BY SIZE
183400              LBL-KEY (2 : 8) DELIMITED BY SIZE
183500           INTO RPT-DET-UNIT
183600      WHEN OTHER
183700       MOVE LBL-KEY TO RPT-DET-UNIT
183800     END-EVALUATE.
183900     MOVE RPT-DETAIL TO CMPRPT-RECORD.
184000     PERFORM 0820-WRITE-REPORT-LINE.
184100     SKIP2
184200 0720-COUNT-SF-CHANGE.
184300* TALLY THE CHANGED UNIT UNDER THE FIELD ITS FIRST DIFFERENCE
184400* IS IN (DIFF-OLD-SFID).  PAST 50 DISTINCT FIELDS THE REST ARE
184500* COUNTED TOGETHER.
184600     MOVE 1 TO SFCHG-IDX.
184700     PERFORM UNTIL SFCHG-IDX > SFCHG-COUNT
184800                OR SFCHG-SFID (SFCHG-IDX) = DIFF-OLD-SFID
184900       ADD 1 TO SFCHG-IDX
185000     END-PERFORM.
185100     IF SFCHG-IDX > SFCHG-COUNT
185200      THEN
185300       IF SFCHG-COUNT < 50
185400        THEN
185500         ADD 1 TO SFCHG-COUNT;
185600         MOVE DIFF-OLD-SFID TO SFCHG-SFID (SFCHG-COUNT);
185700         MOVE 1 TO SFCHG-UNITS (SFCHG-COUNT)
185800        ELSE
185900         ADD 1 TO SFCHG-OTHER
186000       END-IF
186100      ELSE
186200       ADD 1 TO SFCHG-UNITS (SFCHG-IDX)
186300     END-IF.
186400     SKIP2
186500 0780-FORMAT-HEX.
186600* HEX-IN TO SIX PRINTABLE HEXADECIMAL DIGITS IN HEX-OUT.
186700     MOVE 1 TO HEX-IDX.
186800     PERFORM UNTIL HEX-IDX > 3
186900       MOVE ZERO TO HEX-HALFWORD
187000       MOVE HEX-IN (HEX-IDX:1) TO HEX-LOW-BYTE
187100       DIVIDE HEX-HALFWORD BY 16 GIVING HEX-HIGH-NIBBLE
187200           REMAINDER HEX-LOW-NIBBLE
187300       MOVE HEX-DIGITS (HEX-HIGH-NIBBLE + 1:1)
187400         TO HEX-OUT (HEX-IDX * 2 - 1:1)
187500       MOVE HEX-DIGITS (HEX-LOW-NIBBLE + 1:1)
187600         TO HEX-OUT (HEX-IDX * 2:1)
187700       ADD 1 TO HEX-IDX
187800     END-PERFORM.
187900     SKIP2
188000 0800-WRITE-SUMMARY.
188100* COUNTS BY TYPE OF DIFFERENCE, CHANGES BY FIELD, AND WHAT EACH
188166* RULE EXCUSED.  ANY ADDITION, DROP, OR CHANGE IS RETURN CODE 8; A
188232* RECORD COMPARED ONLY IN PART IS RETURN CODE 4.
188300     MOVE SPACES TO CMPRPT-RECORD.
188400     PERFORM 0820-WRITE-REPORT-LINE.
188500     MOVE 'SUMMARY' TO RPT-TEXT.
188600     MOVE RPT-TEXT-LINE TO CMPRPT-RECORD.
188700     PERFORM 0820-WRITE-REPORT-LINE.
188800     IF PAGE-MODE
188900      THEN
189000       MOVE 'PAGES AND ENVELOPE PARTS MATCHED'
189100           TO RPT-TOT-CAPTION
189200      ELSE
189300       MOVE 'STATEMENTS AND ENVELOPE PARTS MATCHED'
189400           TO RPT-TOT-CAPTION
189500     END-IF.
189600     MOVE UNITS-MATCHED TO RPT-TOT-COUNT.
189700     PERFORM 0810-WRITE-TOTAL.
189800     MOVE '  IDENTICAL' TO RPT-TOT-CAPTION.
189900     MOVE UNITS-IDENTICAL TO RPT-TOT-COUNT.
190000     PERFORM 0810-WRITE-TOTAL.
190100     MOVE '  IDENTICAL APART FROM IGNORED FIELDS'
190200         TO RPT-TOT-CAPTION.
190300     MOVE UNITS-IGNORED-ONLY TO RPT-TOT-COUNT.
190400     PERFORM 0810-WRITE-TOTAL.
190500     MOVE '  CHANGED' TO RPT-TOT-CAPTION.
190600     MOVE UNITS-CHANGED TO RPT-TOT-COUNT.
190700     PERFORM 0810-WRITE-TOTAL.
190800     MOVE 'ADDED (NEW OUTPUT ONLY)' TO RPT-TOT-CAPTION.
190900     MOVE UNITS-ADDED TO RPT-TOT-COUNT.
191000     PERFORM 0810-WRITE-TOTAL.
191100     MOVE 'DROPPED (OLD OUTPUT ONLY)' TO RPT-TOT-CAPTION.
191200     MOVE UNITS-DROPPED TO RPT-TOT-COUNT.
191300     PERFORM 0810-WRITE-TOTAL.
191400     MOVE 'OLD OUTPUT RECORDS READ' TO RPT-TOT-CAPTION.
191500     MOVE OLD-RECORDS-READ TO RPT-TOT-COUNT.
191600     PERFORM 0810-WRITE-TOTAL.
191700     MOVE '  SKIPPED BY RULE' TO RPT-TOT-CAPTION.
191800     MOVE OLD-RECORDS-SKIPPED TO RPT-TOT-COUNT.
191900     PERFORM 0810-WRITE-TOTAL.
191914     IF OLD-RECORDS-CUT > ZERO
191928      THEN
191942       MOVE '  COMPARED ON FIRST 32715 BYTES' TO RPT-TOT-CAPTION;
191956       MOVE OLD-RECORDS-CUT TO RPT-TOT-COUNT;
191970       PERFORM 0810-WRITE-TOTAL
191984     END-IF.
192000     MOVE 'NEW OUTPUT RECORDS READ' TO RPT-TOT-CAPTION.
192100     MOVE NEW-RECORDS-READ TO RPT-TOT-COUNT.
192200     PERFORM 0810-WRITE-TOTAL.
192300     MOVE '  SKIPPED BY RULE' TO RPT-TOT-CAPTION.
192400     MOVE NEW-RECORDS-SKIPPED TO RPT-TOT-COUNT.
192500     PERFORM 0810-WRITE-TOTAL.
192514     IF NEW-RECORDS-CUT > ZERO
192528      THEN
192542       MOVE '  COMPARED ON FIRST 32715 BYTES' TO RPT-TOT-CAPTION;
192556       MOVE NEW-RECORDS-CUT TO RPT-TOT-COUNT;
192570       PERFORM 0810-WRITE-TOTAL
192584     END-IF.
192600     IF GROUP-MODE
192700      THEN
192800       MOVE 'OLD OUTPUT STATEMENTS' TO RPT-TOT-CAPTION;
192900       MOVE OLD-GROUP-TOTAL TO RPT-TOT-COUNT;
193000       PERFORM 0810-WRITE-TOTAL;
193100       MOVE 'NEW OUTPUT STATEMENTS' TO RPT-TOT-CAPTION;
193200       MOVE NEW-GROUP-TOTAL TO RPT-TOT-COUNT;
193300       PERFORM 0810-WRITE-TOTAL
193400     END-IF.
193500     IF SFCHG-COUNT > ZERO
193600      THEN
193700       MOVE SPACES TO CMPRPT-RECORD;
193800       PERFORM 0820-WRITE-REPORT-LINE;
193900       MOVE 'CHANGES BY FIRST DIFFERING FIELD' TO RPT-TEXT;
194000       MOVE RPT-TEXT-LINE TO CMPRPT-RECORD;
194100       PERFORM 0820-WRITE-REPORT-LINE;
194200       MOVE 1 TO SFCHG-IDX;
194300       PERFORM UNTIL SFCHG-IDX > SFCHG-COUNT
194400         MOVE SFCHG-SFID (SFCHG-IDX) TO HEX-IN
194500         PERFORM 0780-FORMAT-HEX
194600         MOVE SPACES TO RPT-TOT-CAPTION
194700         STRING '  FIELD ' DELIMITED BY SIZE
194800                HEX-OUT DELIMITED BY SIZE
194900             INTO RPT-TOT-CAPTION
195000         MOVE SFCHG-UNITS (SFCHG-IDX) TO RPT-TOT-COUNT
195100         PERFORM 0810-WRITE-TOTAL
195200         ADD 1 TO SFCHG-IDX
195300       END-PERFORM;
195400       IF SFCHG-OTHER > ZERO
195500        THEN
195600         MOVE '  ALL OTHER FIELDS' TO RPT-TOT-CAPTION;
195700         MOVE SFCHG-OTHER TO RPT-TOT-COUNT;
195800         PERFORM 0810-WRITE-TOTAL
195900       END-IF
196000     END-IF.
196100     IF RULE-COUNT > ZERO
196200      THEN
196300       MOVE SPACES TO CMPRPT-RECORD;
196400       PERFORM 0820-WRITE-REPORT-LINE;
196500       MOVE 'RECORDS EACH RULE SKIPPED OR EXCUSED' TO RPT-TEXT;
196600       MOVE RPT-TEXT-LINE TO CMPRPT-RECORD;
196700       PERFORM 0820-WRITE-REPORT-LINE;
196800       MOVE 1 TO RULE-IDX;
196900       PERFORM UNTIL RULE-IDX > RULE-COUNT
197000         MOVE RULE-SFID (RULE-IDX) TO HEX-IN
197100         PERFORM 0780-FORMAT-HEX
197200         MOVE RULE-IDX TO RPT-NUMBER
197300         MOVE SPACES TO RPT-TOT-CAPTION
197400         STRING '  RULE ' DELIMITED BY SIZE
197500                RPT-NUMBER DELIMITED BY SIZE
197600                '  FIELD ' DELIMITED BY SIZE
197700                HEX-OUT DELIMITED BY SIZE
197800             INTO RPT-TOT-CAPTION
197900         MOVE RULE-USES (RULE-IDX) TO RPT-TOT-COUNT
198000         PERFORM 0810-WRITE-TOTAL
198100         ADD 1 TO RULE-IDX
198200       END-PERFORM
198300     END-IF.
198400     COMPUTE UNEXPECTED-TOTAL =
198500         UNITS-CHANGED + UNITS-ADDED + UNITS-DROPPED.
198600     MOVE SPACES TO CMPRPT-RECORD.
198700     PERFORM 0820-WRITE-REPORT-LINE.
198800     IF UNEXPECTED-TOTAL = ZERO
198900      THEN
199000       MOVE 'NO UNEXPECTED DIFFERENCES' TO RPT-TEXT
199100      ELSE
199200       MOVE UNEXPECTED-TOTAL TO COUNT-DISP;
199300       MOVE SPACES TO RPT-TEXT;
199400       STRING COUNT-DISP DELIMITED BY SIZE
199500              ' UNEXPECTED DIFFERENCE(S) -- REVIEW BEFORE'
199600                  DELIMITED BY SIZE
199700              ' SIGN-OFF' DELIMITED BY SIZE
199800           INTO RPT-TEXT;
199900       IF RETURN-CODE < 8
200000        THEN
200100         MOVE 8 TO RETURN-CODE
200200       END-IF
200300     END-IF.
200400     MOVE RPT-TEXT-LINE TO CMPRPT-RECORD.
200500     PERFORM 0820-WRITE-REPORT-LINE.
200516     IF OLD-RECORDS-CUT + NEW-RECORDS-CUT > ZERO
200532      AND RETURN-CODE < 4
200548      THEN
200564       MOVE 4 TO RETURN-CODE
200580     END-IF.
200600     SKIP2
200700 0810-WRITE-TOTAL.
200800     MOVE RPT-TOTAL TO CMPRPT-RECORD.
200900     PERFORM 0820-WRITE-REPORT-LINE.
201000     SKIP2
201100 0820-WRITE-REPORT-LINE.
201200     WRITE CMPRPT-RECORD.
201300     IF NOT CMPRPT-OK
201400      THEN
201500       DISPLAY PGMNAME, ' REPORT WRITE FAILED, FILE STATUS ',
201600           CMPRPT-STATUS;
201700       MOVE 12 TO RETURN-CODE
201800     END-IF.
201900     SKIP2
202000 0900-TERMINATE.
202100* CLOSE WHATEVER OPENED.  FILE STATUS 42 (NOT OPEN) IS THE
202200* NORMAL RESULT OF CLOSING A FILE THAT NEVER OPENED AND IS
202300* NOT REPORTED.
202400     CLOSE OLDAFP.
202500     CLOSE OLDIDX.
202600     CLOSE NEWAFP.
202700     CLOSE NEWIDX.
202800     CLOSE CMPRPT.
202900     MOVE UNITS-MATCHED TO COUNT-DISP.
203000     DISPLAY PGMNAME, COUNT-DISP, ' UNITS MATCHED.'.
203100     MOVE UNITS-CHANGED TO COUNT-DISP.
203200     DISPLAY PGMNAME, COUNT-DISP, ' CHANGED.'.
203300     MOVE UNITS-ADDED TO COUNT-DISP.
203400     DISPLAY PGMNAME, COUNT-DISP, ' ADDED.'.
203500     MOVE UNITS-DROPPED TO COUNT-DISP.
203600     DISPLAY PGMNAME, COUNT-DISP, ' DROPPED.'.
