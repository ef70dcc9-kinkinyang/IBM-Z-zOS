000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ NOLIST
000200* LAST UPDATE ON 15 Oct 2026 AT 09:12:37 BY DELGADOM VERSION 2  *
000300 ID DIVISION.
000400 PROGRAM-ID. APKINRCN.
000500 AUTHOR. TURETZKY--HYDRA.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700
000800               This program closes the loop between the print
000900               run and the inserter.  The ACIF output exit
001000               APKOTLLE writes MNFSTOUT, one manifest record per
001100               mail piece with the piece's sequence number; the
001200               inserter's camera system writes a result file
001300               with one record per piece it handled, carrying
001400               the same sequence number and a status -- inserted,
001500               diverted, damaged, or never seen.  Until now the
001600               divert list was copied off the inserter console
001700               by hand and keyed into a reprint deck, and a
001800               piece the camera never saw was not noticed until
001900               the customer called.
002000
002100               This program matches the result file to the
002200               manifest, reports every piece that was not
002300               inserted cleanly -- including every manifest piece
002400               the result file has no record of at all -- and
002500               writes the reprint requests for those pieces in
002600               the RPRTCTL layout, so APKPGPUL can pull just the
002700               spoiled statements from the saved output.
002800
002900               Method of operation: the result file is tabled by
003000               sequence number (the manifest sequence is the
003100               exit's document count, so it runs densely from
003200               one).  The manifest and the PAGEIDX page index are
003300               then read in step -- both arrive in output record
003400               order -- and each spoiled piece's record range is
003500               turned into the page numbers of the pages inside
003600               it.  Spoiled pieces that follow one another in
003700               page order are merged into one range request, so
003800               a jam that spoils a run of pieces costs one
003900               request record, not one per piece.  Result
004000               records for sequence numbers the manifest does
004100               not hold are reported too: they usually mean the
004200               wrong night's manifest was supplied.  Any piece
004300               not inserted cleanly ends the step with a nonzero
004400               return code so the reprint is never left undone.
004410               APKPGPUL takes at most 100 requests in one run;
004420               a night that needs more is flagged with a warning
004430               so the deck can be split across pulls.
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
008400 TITLE 'Inserter Result Reconciliation'.
008500 ENVIRONMENT DIVISION.
008600 CONFIGURATION SECTION.
008700 SOURCE-COMPUTER. IBM-370.
008800 OBJECT-COMPUTER. IBM-370.
008900 INPUT-OUTPUT SECTION.
009000 FILE-CONTROL.
009100* THE INSERTER CAMERA/RESULT FILE -- ONE RECORD PER PIECE THE
009200* INSERTER HANDLED, KEYED BY THE MANIFEST SEQUENCE NUMBER
009300* PRINTED ON THE PIECE.
009400     SELECT INSRSLT   ASSIGN TO INSRSLT
009500         FILE STATUS IS INSRSLT-STATUS.
009600* THE MAIL PIECE MANIFEST THE ORIGINAL RUN'S APKOTLLE WROTE --
009700* ONE RECORD PER CLOSED NAMED GROUP.
009800     SELECT MNFSTOUT  ASSIGN TO MNFSTOUT
009900         FILE STATUS IS MNFSTOUT-STATUS.
010000* THE PAGE INDEX THE SAME RUN WROTE, USED TO TURN EACH PIECE'S
010100* RECORD RANGE INTO PAGE NUMBERS.
010200     SELECT PAGEIDX   ASSIGN TO PAGEIDX
010300         FILE STATUS IS PAGEIDX-STATUS.
010400* THE REPRINT REQUEST RECORDS THIS STEP EMITS, IN THE RPRTCTL
010500* LAYOUT, FOR THE RETRIEVAL STEP THAT FOLLOWS.
010600     SELECT RPRTOUT   ASSIGN TO RPRTOUT
010700         FILE STATUS IS RPRTOUT-STATUS.
010800* THE PRINTED RECONCILIATION REPORT.
010900     SELECT RCNRPT    ASSIGN TO RCNRPT
011000         FILE STATUS IS RCNRPT-STATUS.
011100     EJECT
011200 DATA DIVISION.
011300 FILE SECTION.
011400 FD  INSRSLT
011500     RECORDING MODE F
011600     LABEL RECORDS ARE STANDARD.
011700* INS-REC-STATUS IS 'I' INSERTED, 'D' DIVERTED, 'M' DAMAGED
011800* (MANGLED), OR 'N' NEVER SEEN.  ANYTHING ELSE IS REPORTED AS
011900* AN UNKNOWN STATUS AND THE PIECE IS REPRINTED.
012000 01  INSRSLT-RECORD.
012100     05  INS-REC-SEQ-NUMBER      PIC 9(8).
012200     05  FILLER                  PIC X(1).
012300     05  INS-REC-STATUS          PIC X.
012400     05  FILLER                  PIC X(70).
012500 FD  MNFSTOUT
012600     RECORDING MODE F
012700     LABEL RECORDS ARE STANDARD.
012800 01  MNFSTOUT-RECORD.
012900     05  MNF-SEQ-NUMBER          PIC 9(8).
013000     05  FILLER                  PIC X(1).
013100     05  MNF-DOC-NAME            PIC X(8).
013200     05  FILLER                  PIC X(1).
013300     05  MNF-ACCOUNT             PIC X(16).
013400     05  FILLER                  PIC X(1).
013500     05  MNF-STMT-DATE           PIC X(8).
013600     05  FILLER                  PIC X(1).
013700     05  MNF-PAGE-COUNT          PIC 9(8).
013800     05  FILLER                  PIC X(1).
013900     05  MNF-FIRST-RECNO         PIC 9(9).
014000     05  FILLER                  PIC X(1).
014100     05  MNF-LAST-RECNO          PIC 9(9).
014200     05  FILLER                  PIC X(8).
014300 FD  PAGEIDX
014400     RECORDING MODE F
014500     LABEL RECORDS ARE STANDARD.
014600 01  PAGEIDX-RECORD.
014700     05  IDX-PAGENAME            PIC X(8).
014800     05  FILLER                  PIC X(1).
014900     05  IDX-PAGE-NUMBER         PIC 9(8).
015000     05  FILLER                  PIC X(1).
015100     05  IDX-FIRST-RECNO         PIC 9(9).
015200     05  FILLER                  PIC X(1).
015300     05  IDX-LAST-RECNO          PIC 9(9).
015400     05  FILLER                  PIC X(43).
015500 FD  RPRTOUT
015600     RECORDING MODE F
015700     LABEL RECORDS ARE STANDARD.
015800 01  RPRTOUT-RECORD.
015900     05  RPRT-REC-TYPE           PIC X.
016000     05  FILLER                  PIC X(1).
016100     05  RPRT-REC-FROM           PIC 9(8).
016200     05  FILLER                  PIC X(1).
016300     05  RPRT-REC-TO             PIC 9(8).
016400     05  FILLER                  PIC X(1).
016500     05  RPRT-REC-NAME           PIC X(8).
016600     05  FILLER                  PIC X(52).
016700 FD  RCNRPT
016800     RECORDING MODE F
016900     LABEL RECORDS ARE STANDARD.
017000 01  RCNRPT-RECORD               PIC X(132).
017100     EJECT
017200 WORKING-STORAGE SECTION.
017300 77  PGMNAME                 PIC X(8) VALUE 'APKINRCN'.
017400 77  INSRSLT-STATUS          PIC XX   VALUE SPACES.
017500     88  INSRSLT-OK          VALUE '00'.
017600 77  MNFSTOUT-STATUS         PIC XX   VALUE SPACES.
017700     88  MNFSTOUT-OK         VALUE '00'.
017800     88  MNFSTOUT-EOF-STAT   VALUE '10'.
017900 77  PAGEIDX-STATUS          PIC XX   VALUE SPACES.
018000     88  PAGEIDX-OK          VALUE '00'.
018100     88  PAGEIDX-EOF-STAT    VALUE '10'.
018200 77  RPRTOUT-STATUS          PIC XX   VALUE SPACES.
018300     88  RPRTOUT-OK          VALUE '00'.
018400 77  RCNRPT-STATUS           PIC XX   VALUE SPACES.
018500     88  RCNRPT-OK           VALUE '00'.
018600 77  MNF-EOF-FLAG            PIC X    VALUE 'N'.
018700     88  MNF-EOF             VALUE 'Y'.
018800 77  IDX-EOF-FLAG            PIC X    VALUE 'N'.
018900     88  IDX-EOF             VALUE 'Y'.
019000 77  SETUP-FAILED-FLAG       PIC X    VALUE 'N'.
019100     88  SETUP-FAILED        VALUE 'Y'.
019200     SKIP2
019300 77  RESULTS-READ            PIC S9(8) BINARY VALUE ZERO.
019400 77  RESULTS-REJECTED        PIC S9(8) BINARY VALUE ZERO.
019500 77  RESULTS-DUPLICATE       PIC S9(8) BINARY VALUE ZERO.
019600 77  RESULTS-NOT-MANIFEST    PIC S9(8) BINARY VALUE ZERO.
019700 77  PIECES-READ             PIC S9(8) BINARY VALUE ZERO.
019800 77  PIECES-INSERTED         PIC S9(8) BINARY VALUE ZERO.
019900 77  PIECES-DIVERTED         PIC S9(8) BINARY VALUE ZERO.
020000 77  PIECES-DAMAGED          PIC S9(8) BINARY VALUE ZERO.
020100 77  PIECES-NEVER-SEEN       PIC S9(8) BINARY VALUE ZERO.
020200 77  PIECES-UNKNOWN          PIC S9(8) BINARY VALUE ZERO.
020300 77  PIECES-UNPLACED         PIC S9(8) BINARY VALUE ZERO.
020400 77  PAGES-REQUESTED         PIC S9(8) BINARY VALUE ZERO.
020500 77  REQUESTS-WRITTEN        PIC S9(8) BINARY VALUE ZERO.
020600 77  COUNT-DISP              PIC Z,ZZZ,ZZ9.
020700     SKIP2
020800* CURRENT PAGE INDEX RECORD, HELD IN WORKING STORAGE SO IT
020900* STAYS VALID WHILE MANIFEST RECORDS ARE MATCHED AGAINST IT.
021000 77  CUR-IDX-PAGE-NUMBER     PIC S9(8) BINARY VALUE ZERO.
021100 77  CUR-IDX-FIRST           PIC S9(9) BINARY VALUE ZERO.
021200     SKIP2
021300* THE PIECE IN HAND: ITS INSERTER STATUS AND THE PAGE NUMBERS
021400* ITS RECORD RANGE COVERS.  ZERO PAGES MEANS THE INDEX HOLDS
021500* NO PLACEABLE PAGE FOR IT (A RESTARTED RUN, OR THE WRONG
021600* NIGHT'S INDEX) AND NO REQUEST CAN BE WRITTEN.
021700 77  PIECE-STATUS            PIC X    VALUE SPACE.
021800     88  PIECE-INSERTED      VALUE 'I'.
021900     88  PIECE-DIVERTED      VALUE 'D'.
022000     88  PIECE-DAMAGED       VALUE 'M'.
022100     88  PIECE-NEVER-SEEN    VALUE 'N'.
022200 77  PIECE-FROM-PAGE         PIC S9(8) BINARY VALUE ZERO.
022300 77  PIECE-TO-PAGE           PIC S9(8) BINARY VALUE ZERO.
022400 77  PIECE-PAGES             PIC S9(8) BINARY VALUE ZERO.
022500     SKIP2
022600* REQUEST HELD FOR MERGING.  A SPOILED PIECE WHOSE FIRST PAGE
022700* FOLLOWS ON FROM THE HELD RANGE EXTENDS IT; ANYTHING ELSE
022800* WRITES THE HELD RANGE AND STARTS A NEW ONE.
022900 77  PEND-FLAG               PIC X    VALUE 'N'.
023000     88  PEND-ACTIVE         VALUE 'Y'.
023100 77  PEND-FROM-PAGE          PIC S9(8) BINARY VALUE ZERO.
023200 77  PEND-TO-PAGE            PIC S9(8) BINARY VALUE ZERO.
023300     SKIP2
023400* INSERTER RESULT TABLE, LOADED AT STARTUP BY 0140-LOAD-INSRSLT
023500* AND INDEXED DIRECTLY BY SEQUENCE NUMBER.  RSLT-READS COUNTS
023600* THE RESULT RECORDS SEEN FOR THE PIECE (ZERO MEANS THE CAMERA
023700* NEVER REPORTED IT); WHEN A PIECE IS REPORTED MORE THAN ONCE
023800* -- A RE-FED DIVERT -- THE LAST STATUS WINS.  RSLT-MATCHED IS
023900* SET WHEN THE MANIFEST CLAIMS THE PIECE, SO RESULTS FOR PIECES
024000* THE MANIFEST NEVER HELD CAN BE REPORTED AFTERWARDS.  A
024100* SEQUENCE NUMBER BEYOND THE TABLE IS A SETUP ERROR -- A RUN
024200* THAT SIZE CANNOT BE RECONCILED HERE, AND HALF A
024300* RECONCILIATION WOULD MISS THE SPOILED PIECES IN THE OTHER
024400* HALF.
024500 77  RSLT-HIGH-SEQ           PIC S9(8) BINARY VALUE ZERO.
024600 77  RSLT-IDX                PIC S9(8) BINARY VALUE ZERO.
024700 01  RSLT-TABLE.
024800     05  RSLT-ENTRY OCCURS 100000 TIMES.
024900         10  RSLT-STATUS     PIC X.
025000         10  RSLT-MATCHED    PIC X.
025100         10  RSLT-READS      PIC S9(4) BINARY.
025200     SKIP2
025300* REPORT LINES.
025400 01  RPT-HEADING-1.
025500     05  FILLER              PIC X(16) VALUE ' INSERTER RESULT'.
025600     05  FILLER              PIC X(116) VALUE
025700         ' RECONCILIATION -- PIECES NOT INSERTED CLEANLY'.
025800 01  RPT-HEADING-2.
025900     05  FILLER              PIC X(23) VALUE
026000         '   SEQUENCE  DOCNAME  '.
026100     05  FILLER              PIC X(27) VALUE
026200         'ACCOUNT           STMTDATE '.
026300     05  FILLER              PIC X(28) VALUE
026400         '   PAGES  FROM-PG    TO-PG  '.
026500     05  FILLER              PIC X(54) VALUE 'STATUS'.
026600 01  RPT-DETAIL.
026700     05  FILLER              PIC X(3)  VALUE SPACES.
026800     05  RPT-DET-SEQ         PIC ZZZZZZZ9.
026900     05  FILLER              PIC X(2)  VALUE SPACES.
027000     05  RPT-DET-DOCNAME     PIC X(8).
027100     05  FILLER              PIC X(2)  VALUE SPACES.
027200     05  RPT-DET-ACCOUNT     PIC X(16).
027300     05  FILLER              PIC X(2)  VALUE SPACES.
027400     05  RPT-DET-DATE        PIC X(8).
027500     05  FILLER              PIC X(1)  VALUE SPACE.
027600     05  RPT-DET-PAGES       PIC ZZZZZZZ9 BLANK WHEN ZERO.
027700     05  FILLER              PIC X(1)  VALUE SPACE.
027800     05  RPT-DET-FROM        PIC ZZZZZZZ9 BLANK WHEN ZERO.
027900     05  FILLER              PIC X(1)  VALUE SPACE.
028000     05  RPT-DET-TO          PIC ZZZZZZZ9 BLANK WHEN ZERO.
028100     05  FILLER              PIC X(2)  VALUE SPACES.
028200     05  RPT-DET-STATUS      PIC X(16).
028250     05  FILLER              PIC X(2)  VALUE SPACES.
028270     05  RPT-DET-NOTE        PIC X(20).
028300     05  FILLER              PIC X(16) VALUE SPACES.
028400 01  RPT-TOTAL.
028500     05  FILLER              PIC X(1)  VALUE SPACE.
028600     05  RPT-TOT-CAPTION     PIC X(30).
028700     05  RPT-TOT-COUNT       PIC ZZZ,ZZZ,ZZ9.
028800     05  FILLER              PIC X(90) VALUE SPACES.
028900     SKIP2
029000 TITLE 'Initialization and Main Line'.
029100 PROCEDURE DIVISION.
029200     PERFORM 0100-INITIALIZE.
029300     IF NOT SETUP-FAILED
029400      THEN
029500       PERFORM 0200-PROCESS-PIECE UNTIL MNF-EOF;
029600       IF PEND-ACTIVE
029700        THEN
029800         PERFORM 0230-WRITE-PAGE-REQUEST;
029900         MOVE 'N' TO PEND-FLAG
030000       END-IF;
030100       PERFORM 0400-WRITE-REPORT
030200     END-IF.
030300     PERFORM 0900-TERMINATE.
030400     GOBACK.
030500     SKIP2
030600 0100-INITIALIZE.
030700* OPEN EVERYTHING.  EVERY FILE HERE IS THE POINT OF THE STEP,
030800* SO ANY OPEN FAILURE ENDS IT AS A SETUP ERROR.
030900     OPEN OUTPUT RCNRPT.
031000     IF NOT RCNRPT-OK
031100      THEN
031200       DISPLAY PGMNAME, ' UNABLE TO OPEN RCNRPT, FILE STATUS ',
031300           RCNRPT-STATUS;
031400       PERFORM 0110-NOTE-SETUP-ERROR
031500     END-IF.
031600     OPEN INPUT MNFSTOUT.
031700     IF NOT MNFSTOUT-OK
031800      THEN
031900       DISPLAY PGMNAME, ' UNABLE TO OPEN MNFSTOUT, FILE STATUS ',
032000           MNFSTOUT-STATUS;
032100       PERFORM 0110-NOTE-SETUP-ERROR
032200     END-IF.
032300     OPEN INPUT PAGEIDX.
032400     IF NOT PAGEIDX-OK
032500      THEN
032600       DISPLAY PGMNAME, ' UNABLE TO OPEN PAGEIDX, FILE STATUS ',
032700           PAGEIDX-STATUS;
032800       PERFORM 0110-NOTE-SETUP-ERROR
032900     END-IF.
033000     OPEN OUTPUT RPRTOUT.
033100     IF NOT RPRTOUT-OK
033200      THEN
033300       DISPLAY PGMNAME, ' UNABLE TO OPEN RPRTOUT, FILE STATUS ',
033400           RPRTOUT-STATUS;
033500       PERFORM 0110-NOTE-SETUP-ERROR
033600     END-IF.
033700     PERFORM 0140-LOAD-INSRSLT.
033800     IF NOT SETUP-FAILED
033900      THEN
034000       MOVE RPT-HEADING-1 TO RCNRPT-RECORD;
034100       PERFORM 0420-WRITE-REPORT-LINE;
034200       MOVE RPT-HEADING-2 TO RCNRPT-RECORD;
034300       PERFORM 0420-WRITE-REPORT-LINE;
034400       PERFORM 0310-READ-PAGEIDX;
034500       PERFORM 0320-READ-MANIFEST
034600     END-IF.
034700     SKIP2
034800 0110-NOTE-SETUP-ERROR.
034900     SET SETUP-FAILED TO TRUE.
035000     MOVE 12 TO RETURN-CODE.
035100     SKIP2
035200 0140-LOAD-INSRSLT.
035300* LOAD THE INSERTER RESULTS.  A RECORD WITH A NONNUMERIC OR
035400* ZERO SEQUENCE NUMBER IS NOT A PIECE AND IS REPORTED AND
035500* IGNORED.  AN EMPTY OR UNOPENABLE RESULT FILE IS A SETUP
035600* ERROR -- RECONCILED AGAINST NOTHING, EVERY PIECE WOULD LOOK
035700* NEVER SEEN AND THE WHOLE RUN WOULD BE QUEUED FOR REPRINT.
035800     INITIALIZE RSLT-TABLE.
035900     OPEN INPUT INSRSLT.
036000     IF INSRSLT-OK
036100      THEN
036200       PERFORM UNTIL NOT INSRSLT-OK
036300         READ INSRSLT;
036400         IF INSRSLT-OK
036500          THEN
036600           PERFORM 0145-ADD-RESULT
036700         END-IF
036800       END-PERFORM;
036900       CLOSE INSRSLT
037000      ELSE
037100       DISPLAY PGMNAME, ' UNABLE TO OPEN INSRSLT, FILE STATUS ',
037200           INSRSLT-STATUS
037300     END-IF.
037400     IF RSLT-HIGH-SEQ = ZERO
037500      AND NOT SETUP-FAILED
037600      THEN
037700       DISPLAY PGMNAME, ' NO USABLE INSERTER RESULT -- NOTHING',
037800           ' TO RECONCILE.';
037900       PERFORM 0110-NOTE-SETUP-ERROR
038000     END-IF.
038100     SKIP2
038200 0145-ADD-RESULT.
038300     ADD 1 TO RESULTS-READ.
038400     IF INS-REC-SEQ-NUMBER NOT NUMERIC
038500      OR INS-REC-SEQ-NUMBER = ZERO
038600      THEN
038700       DISPLAY PGMNAME, ' BAD INSRSLT SEQUENCE NUMBER IGNORED.';
038800       ADD 1 TO RESULTS-REJECTED
038900      ELSE
039000       IF INS-REC-SEQ-NUMBER > 100000
039100        THEN
039200         IF NOT SETUP-FAILED
039300          THEN
039400           DISPLAY PGMNAME, ' INSRSLT SEQUENCE NUMBER ABOVE',
039500               ' 100000 -- RUN TOO LARGE TO RECONCILE.';
039600           PERFORM 0110-NOTE-SETUP-ERROR
039700         END-IF
039800        ELSE
039900         MOVE INS-REC-SEQ-NUMBER TO RSLT-IDX;
040000         IF RSLT-READS (RSLT-IDX) > ZERO
040100          THEN
040200           ADD 1 TO RESULTS-DUPLICATE
040300         END-IF;
040400         ADD 1 TO RSLT-READS (RSLT-IDX);
040500         MOVE INS-REC-STATUS TO RSLT-STATUS (RSLT-IDX);
040600         IF RSLT-IDX > RSLT-HIGH-SEQ
040700          THEN
040800           MOVE RSLT-IDX TO RSLT-HIGH-SEQ
040900         END-IF
041000       END-IF
041100     END-IF.
041200     SKIP2
041300 TITLE 'Manifest Match Pass'.
041400 0200-PROCESS-PIECE.
041500* SETTLE THE INSERTER STATUS OF THE MANIFEST PIECE IN HAND.  NO
041600* RESULT RECORD AT ALL COUNTS AS NEVER SEEN -- THE CAMERA'S
041700* SILENCE IS EXACTLY THE CASE THAT USED TO GO UNNOTICED.  A
041800* PIECE INSERTED CLEANLY IS CREDITED AND GOES NO FURTHER;
041900* ANYTHING ELSE IS REPORTED AND QUEUED FOR REPRINT.
042000     ADD 1 TO PIECES-READ.
042100     MOVE 'N' TO PIECE-STATUS.
042200     IF MNF-SEQ-NUMBER > ZERO
042300      AND MNF-SEQ-NUMBER NOT > 100000
042400      THEN
042500       MOVE MNF-SEQ-NUMBER TO RSLT-IDX;
042600       MOVE 'Y' TO RSLT-MATCHED (RSLT-IDX);
042700       IF RSLT-READS (RSLT-IDX) > ZERO
042800        THEN
042900         MOVE RSLT-STATUS (RSLT-IDX) TO PIECE-STATUS
043000       END-IF
043100     END-IF.
043200     IF PIECE-INSERTED
043300      THEN
043400       ADD 1 TO PIECES-INSERTED
043500      ELSE
043600       PERFORM 0210-FIND-PIECE-PAGES;
043700       PERFORM 0220-QUEUE-REPRINT;
043800       PERFORM 0410-WRITE-PIECE-LINE
043900     END-IF.
044000     PERFORM 0320-READ-MANIFEST.
044100     SKIP2
044200 0210-FIND-PIECE-PAGES.
044300* STEP THE PAGE INDEX UP TO THE PIECE'S FIRST RECORD, THEN
044400* GATHER EVERY PAGE THAT STARTS INSIDE THE PIECE'S RECORD
044500* RANGE.  BOTH FILES ARE IN OUTPUT RECORD ORDER, SO THE INDEX
044600* NEVER BACKS UP.  INDEX RECORDS WITH A ZERO FIRST-RECORD FIELD
044700* (A RESTARTED RUN) FALL BELOW EVERY PIECE AND ARE STEPPED PAST.
044800     MOVE ZERO TO PIECE-FROM-PAGE, PIECE-TO-PAGE, PIECE-PAGES.
044900     IF MNF-FIRST-RECNO > ZERO
045000      THEN
045100       PERFORM UNTIL IDX-EOF
045200                  OR CUR-IDX-FIRST NOT < MNF-FIRST-RECNO
045300         PERFORM 0310-READ-PAGEIDX
045400       END-PERFORM;
045500       PERFORM UNTIL IDX-EOF
045600                  OR CUR-IDX-FIRST > MNF-LAST-RECNO
045700         IF PIECE-FROM-PAGE = ZERO
045800          THEN
045900           MOVE CUR-IDX-PAGE-NUMBER TO PIECE-FROM-PAGE
046000         END-IF;
046100         MOVE CUR-IDX-PAGE-NUMBER TO PIECE-TO-PAGE;
046200         ADD 1 TO PIECE-PAGES;
046300         PERFORM 0310-READ-PAGEIDX
046400       END-PERFORM
046500     END-IF.
046600     SKIP2
046700 0220-QUEUE-REPRINT.
046800* MERGE THE PIECE'S PAGES INTO THE HELD REQUEST WHEN THEY
046900* FOLLOW ON FROM IT; OTHERWISE WRITE THE HELD REQUEST AND HOLD
047000* THESE PAGES INSTEAD.  A PIECE WITH NO PLACEABLE PAGE IS ONLY
047100* COUNTED -- IT STILL ENDS THE STEP NONZERO, AND THE REPORT
047200* LINE SAYS IT MUST BE PULLED BY HAND.
047300     IF PIECE-PAGES = ZERO
047400      THEN
047500       ADD 1 TO PIECES-UNPLACED
047600      ELSE
047700       ADD PIECE-PAGES TO PAGES-REQUESTED;
047800       IF PEND-ACTIVE
047900        AND PIECE-FROM-PAGE = PEND-TO-PAGE + 1
048000        THEN
048100         MOVE PIECE-TO-PAGE TO PEND-TO-PAGE
048200        ELSE
048300         IF PEND-ACTIVE
048400          THEN
048500           PERFORM 0230-WRITE-PAGE-REQUEST
048600         END-IF;
048700         SET PEND-ACTIVE TO TRUE;
048800         MOVE PIECE-FROM-PAGE TO PEND-FROM-PAGE;
048900         MOVE PIECE-TO-PAGE TO PEND-TO-PAGE
049000       END-IF
049100     END-IF.
049200     SKIP2
049300 0230-WRITE-PAGE-REQUEST.
049400* ONE RPRTCTL-LAYOUT PAGE RANGE REQUEST PER RUN OF SPOILED
049500* PIECES.
049600     MOVE SPACES TO RPRTOUT-RECORD.
049700     MOVE 'P' TO RPRT-REC-TYPE.
049800     MOVE PEND-FROM-PAGE TO RPRT-REC-FROM.
049900     MOVE PEND-TO-PAGE TO RPRT-REC-TO.
050000     WRITE RPRTOUT-RECORD.
050100     IF RPRTOUT-OK
050200      THEN
050300       ADD 1 TO REQUESTS-WRITTEN
050400      ELSE
050500       DISPLAY PGMNAME, ' REQUEST WRITE FAILED, FILE STATUS ',
050600           RPRTOUT-STATUS;
050700       MOVE 12 TO RETURN-CODE;
050800       SET MNF-EOF TO TRUE
050900     END-IF.
051000     SKIP2
051100 0310-READ-PAGEIDX.
051200     READ PAGEIDX.
051300     IF PAGEIDX-OK
051400      THEN
051500       MOVE IDX-PAGE-NUMBER TO CUR-IDX-PAGE-NUMBER;
051600       MOVE IDX-FIRST-RECNO TO CUR-IDX-FIRST
051700      ELSE
051800       IF NOT PAGEIDX-EOF-STAT
051900        THEN
052000         DISPLAY PGMNAME, ' PAGE INDEX READ FAILED, FILE',
052100             ' STATUS ', PAGEIDX-STATUS;
052200         MOVE 12 TO RETURN-CODE;
052300         SET MNF-EOF TO TRUE
052400       END-IF;
052500       SET IDX-EOF TO TRUE
052600     END-IF.
052700     SKIP2
052800 0320-READ-MANIFEST.
052900     READ MNFSTOUT.
053000     IF NOT MNFSTOUT-OK
053100      THEN
053200       IF NOT MNFSTOUT-EOF-STAT
053300        THEN
053400         DISPLAY PGMNAME, ' MANIFEST READ FAILED, FILE',
053500             ' STATUS ', MNFSTOUT-STATUS;
053600         MOVE 12 TO RETURN-CODE
053700       END-IF;
053800       SET MNF-EOF TO TRUE
053900     END-IF.
054000     SKIP2
054100 TITLE 'Reconciliation Report'.
054200 0400-WRITE-REPORT.
054300* THE SPOILED PIECES HAVE ALREADY PRINTED, ONE LINE EACH.  ADD
054400* A LINE FOR EVERY RESULT THE MANIFEST NEVER CLAIMED, THEN THE
054500* RUN TOTALS.  ANY PIECE NOT INSERTED CLEANLY, OR ANY RESULT
054600* THAT DOES NOT BELONG TO THIS MANIFEST, ENDS THE STEP NONZERO.
054650* MORE REQUESTS THAN ONE APKPGPUL RUN TAKES IS A WARNING.
054700     MOVE 1 TO RSLT-IDX.
054800     PERFORM 0430-CHECK-UNCLAIMED-RESULT
054900       UNTIL RSLT-IDX > RSLT-HIGH-SEQ.
055000     MOVE SPACES TO RCNRPT-RECORD.
055100     PERFORM 0420-WRITE-REPORT-LINE.
055200     MOVE ' MANIFEST PIECES READ' TO RPT-TOT-CAPTION.
055300     MOVE PIECES-READ TO RPT-TOT-COUNT.
055400     MOVE RPT-TOTAL TO RCNRPT-RECORD.
055500     PERFORM 0420-WRITE-REPORT-LINE.
055600     MOVE ' PIECES INSERTED CLEANLY' TO RPT-TOT-CAPTION.
055700     MOVE PIECES-INSERTED TO RPT-TOT-COUNT.
055800     MOVE RPT-TOTAL TO RCNRPT-RECORD.
055900     PERFORM 0420-WRITE-REPORT-LINE.
056000     MOVE ' PIECES DIVERTED' TO RPT-TOT-CAPTION.
056100     MOVE PIECES-DIVERTED TO RPT-TOT-COUNT.
056200     MOVE RPT-TOTAL TO RCNRPT-RECORD.
056300     PERFORM 0420-WRITE-REPORT-LINE.
056400     MOVE ' PIECES DAMAGED' TO RPT-TOT-CAPTION.
056500     MOVE PIECES-DAMAGED TO RPT-TOT-COUNT.
056600     MOVE RPT-TOTAL TO RCNRPT-RECORD.
056700     PERFORM 0420-WRITE-REPORT-LINE.
056800     MOVE ' PIECES NEVER SEEN' TO RPT-TOT-CAPTION.
056900     MOVE PIECES-NEVER-SEEN TO RPT-TOT-COUNT.
057000     MOVE RPT-TOTAL TO RCNRPT-RECORD.
057100     PERFORM 0420-WRITE-REPORT-LINE.
057200     MOVE ' PIECES WITH UNKNOWN STATUS' TO RPT-TOT-CAPTION.
057300     MOVE PIECES-UNKNOWN TO RPT-TOT-COUNT.
057400     MOVE RPT-TOTAL TO RCNRPT-RECORD.
057500     PERFORM 0420-WRITE-REPORT-LINE.
057600     MOVE ' PIECES NOT PLACED IN INDEX' TO RPT-TOT-CAPTION.
057700     MOVE PIECES-UNPLACED TO RPT-TOT-COUNT.
057800     MOVE RPT-TOTAL TO RCNRPT-RECORD.
057900     PERFORM 0420-WRITE-REPORT-LINE.
058000     MOVE ' INSERTER RESULTS READ' TO RPT-TOT-CAPTION.
058100     MOVE RESULTS-READ TO RPT-TOT-COUNT.
058200     MOVE RPT-TOTAL TO RCNRPT-RECORD.
058300     PERFORM 0420-WRITE-REPORT-LINE.
058400     MOVE ' RESULTS REJECTED' TO RPT-TOT-CAPTION.
058500     MOVE RESULTS-REJECTED TO RPT-TOT-COUNT.
058600     MOVE RPT-TOTAL TO RCNRPT-RECORD.
058700     PERFORM 0420-WRITE-REPORT-LINE.
058800     MOVE ' RESULTS REPEATING A PIECE' TO RPT-TOT-CAPTION.
058900     MOVE RESULTS-DUPLICATE TO RPT-TOT-COUNT.
059000     MOVE RPT-TOTAL TO RCNRPT-RECORD.
059100     PERFORM 0420-WRITE-REPORT-LINE.
059200     MOVE ' RESULTS NOT ON MANIFEST' TO RPT-TOT-CAPTION.
059300     MOVE RESULTS-NOT-MANIFEST TO RPT-TOT-COUNT.
059400     MOVE RPT-TOTAL TO RCNRPT-RECORD.
059500     PERFORM 0420-WRITE-REPORT-LINE.
059600     MOVE ' PAGES REQUESTED FOR REPRINT' TO RPT-TOT-CAPTION.
059700     MOVE PAGES-REQUESTED TO RPT-TOT-COUNT.
059800     MOVE RPT-TOTAL TO RCNRPT-RECORD.
059900     PERFORM 0420-WRITE-REPORT-LINE.
060000     MOVE ' PAGE REQUESTS WRITTEN' TO RPT-TOT-CAPTION.
060100     MOVE REQUESTS-WRITTEN TO RPT-TOT-COUNT.
060200     MOVE RPT-TOTAL TO RCNRPT-RECORD.
060300     PERFORM 0420-WRITE-REPORT-LINE.
060400     IF (PIECES-READ NOT = PIECES-INSERTED
060500      OR RESULTS-NOT-MANIFEST > ZERO)
060600      AND RETURN-CODE < 8
060700      THEN
060800       MOVE 8 TO RETURN-CODE
060900     END-IF.
060910     IF REQUESTS-WRITTEN > 100
060920      THEN
060930       MOVE ' MORE THAN 100 REQUESTS -- SPLIT THE DECK'
060940         TO RCNRPT-RECORD;
060950       PERFORM 0420-WRITE-REPORT-LINE;
060960       DISPLAY PGMNAME, ' MORE THAN 100 PAGE REQUESTS WRITTEN --',
060970           ' APKPGPUL TAKES 100 PER RUN.';
060980       IF RETURN-CODE < 4
060985        THEN
060990         MOVE 4 TO RETURN-CODE
060995       END-IF
060998     END-IF.
061000     SKIP2
061100 0410-WRITE-PIECE-LINE.
061200* ONE LINE PER SPOILED PIECE, WITH THE PAGES QUEUED FOR IT.
061300     MOVE MNF-SEQ-NUMBER TO RPT-DET-SEQ.
061400     MOVE MNF-DOC-NAME TO RPT-DET-DOCNAME.
061500     MOVE MNF-ACCOUNT TO RPT-DET-ACCOUNT.
061600     MOVE MNF-STMT-DATE TO RPT-DET-DATE.
061700     MOVE MNF-PAGE-COUNT TO RPT-DET-PAGES.
061800     MOVE PIECE-FROM-PAGE TO RPT-DET-FROM.
061900     MOVE PIECE-TO-PAGE TO RPT-DET-TO.
062000     EVALUATE TRUE
062100      WHEN PIECE-DIVERTED
062200       MOVE 'DIVERTED' TO RPT-DET-STATUS;
062300       ADD 1 TO PIECES-DIVERTED
062400      WHEN PIECE-DAMAGED
062500       MOVE 'DAMAGED' TO RPT-DET-STATUS;
062600       ADD 1 TO PIECES-DAMAGED
062700      WHEN PIECE-NEVER-SEEN
062800       MOVE 'NEVER SEEN' TO RPT-DET-STATUS;
062900       ADD 1 TO PIECES-NEVER-SEEN
063000      WHEN OTHER
063100       MOVE 'UNKNOWN STATUS' TO RPT-DET-STATUS;
063200       ADD 1 TO PIECES-UNKNOWN
063300     END-EVALUATE.
063400     IF PIECE-PAGES = ZERO
063500      THEN
063600       MOVE 'NOT IN INDEX - PULL' TO RPT-DET-NOTE
063650      ELSE
063670       MOVE SPACES TO RPT-DET-NOTE
063700     END-IF.
063800     MOVE RPT-DETAIL TO RCNRPT-RECORD.
063900     PERFORM 0420-WRITE-REPORT-LINE.
064000     SKIP2
064100 0420-WRITE-REPORT-LINE.
064200     WRITE RCNRPT-RECORD.
064300     IF NOT RCNRPT-OK
064400      THEN
064500       DISPLAY PGMNAME, ' REPORT WRITE FAILED, FILE STATUS ',
064600           RCNRPT-STATUS;
064700       MOVE 12 TO RETURN-CODE
064800     END-IF.
064900     SKIP2
065000 0430-CHECK-UNCLAIMED-RESULT.
065100* A RESULT FOR A SEQUENCE NUMBER THE MANIFEST NEVER HELD.
065200     IF RSLT-READS (RSLT-IDX) > ZERO
065300      AND RSLT-MATCHED (RSLT-IDX) NOT = 'Y'
065400      THEN
065500       ADD 1 TO RESULTS-NOT-MANIFEST;
065600       MOVE SPACES TO RPT-DET-DOCNAME, RPT-DET-ACCOUNT,
065700           RPT-DET-DATE;
065800       MOVE RSLT-IDX TO RPT-DET-SEQ;
065900       MOVE ZERO TO RPT-DET-PAGES, RPT-DET-FROM, RPT-DET-TO;
066000       MOVE 'NOT ON MANIFEST' TO RPT-DET-STATUS;
066050       MOVE SPACES TO RPT-DET-NOTE;
066100       MOVE RPT-DETAIL TO RCNRPT-RECORD;
066200       PERFORM 0420-WRITE-REPORT-LINE
066300     END-IF.
066400     ADD 1 TO RSLT-IDX.
066500     SKIP2
066600 0900-TERMINATE.
066700* CLOSE WHATEVER OPENED.  FILE STATUS 42 (NOT OPEN) IS THE
066800* NORMAL RESULT OF CLOSING A FILE THAT NEVER OPENED AND IS
066900* NOT REPORTED.
067000     CLOSE MNFSTOUT.
067100     CLOSE PAGEIDX.
067200     CLOSE RPRTOUT.
067300     CLOSE RCNRPT.
067400     MOVE PIECES-READ TO COUNT-DISP.
067500     DISPLAY PGMNAME, COUNT-DISP, ' MANIFEST PIECES READ.'.
067600     MOVE PIECES-INSERTED TO COUNT-DISP.
067700     DISPLAY PGMNAME, COUNT-DISP, ' PIECES INSERTED CLEANLY.'.
067800     MOVE REQUESTS-WRITTEN TO COUNT-DISP.
067900     DISPLAY PGMNAME, COUNT-DISP, ' PAGE REQUESTS WRITTEN.'.
