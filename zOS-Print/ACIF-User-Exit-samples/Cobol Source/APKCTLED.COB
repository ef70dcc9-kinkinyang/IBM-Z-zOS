000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ NOLIST
000200* LAST UPDATE ON 15 Oct 2026 AT 18:40:52 BY DELGADOM VERSION 4  *
000300 ID DIVISION.
000400 PROGRAM-ID. APKCTLED.
000500 AUTHOR. TURETZKY--HYDRA.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700
000800               This program edit-checks the control decks the ACIF
000900               exits and their companion programs read -- APKCTL,
001000               NOPCTL, PAIRCTL, RPRTCTL, ROUTECTL and SUPPCTL --
001100               and runs ahead of the ACIF step.  Each of those
001200               programs loads its deck optionally and forgivingly:
001300               a bad switch byte quietly leaves a feature at its
001400               default, a bad routing rule is skipped and its
001500               statements go to destination 1, and we find out
001600               after the paper is printed.  This step finds out
001700               first.
001800
001900               Each deck that is allocated is read and checked
002000               field by field against the rules its owning program
002100               applies, plus the cross-record rules no loader
002200               enforces: no NOPCTL trigger twice, no page name in
002300               two PAIRCTL pairings, and no more records than the
002400               loader's table holds.  A deck that is not allocated
002500               is simply noted -- every one of them is optional to
002600               its owner.
002700
002800               Method of operation: the decks are checked one
002900               after another.  Every rejected record is listed on
003000               the edit report with each reason it failed,
003100               followed by the record image (NOPCTL structured
003200               field IDs are also shown in hexadecimal, since they
003300               do not print).  Any rejected record ends the step
003400               with return code 8 so the scheduler holds the run
003500               before ACIF starts; a deck that cannot be read ends
003600               it with 12.
003612
003624               SUPPCTL, APKOTLLE's do-not-mail list, is checked
003636               for blank accounts and reasons and for an account
003648               listed twice.  APKOTLLE will search a list that is
003660               not in account order, so order is not enforced,
003672               but a repeated account can only be seen when the
003684               list is sorted.
003685
003686               An RPRTCTL request may carry, in columns 30-51, the
003687               run-history key APKACREQ stamps on a request taken
003688               from the statement catalog.  The key must be blank
003689               or a jobname, a numeric run date and a numeric run
003690               time, and every keyed request in the deck must name
003691               the same run: the exit and APKPGPUL apply every
003692               request to the one saved output they are given.
003700
003800 DATE-WRITTEN. 15 Oct 26.
003900 DATE-COMPILED.
004000 SECURITY. IBM SAMPLE CODE ONLY.
004100*/**************************************************************/
004200*/* Licensed under the Apache License, Version 2.0 (the        */
004300*/* "License"); you may not use this file except in compliance */
004400*/* with the License. You may obtain a copy of the License at  */
004500*/*                                                            */
004600*/* http://www.apache.org/licenses/LICENSE-2.0                 */
004700*/*                                                            */
004800*/* Unless required by applicable law or agreed to in writing, */
004900*/* software distributed under the License is distributed on an*/
005000*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
005100*/* KIND, either express or implied.  See the License for the  */
005200*/* specific language governing permissions and limitations    */
005300*/* under the License.                                         */
005400*/*------------------------------------------------------------*/
005500*/*                                                            */
005600*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
005700*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
005800*/*                                                            */
005900*/*   Permission to use, copy, modify, and distribute          */
006000*/*   this software for any purpose with or without fee        */
006100*/*   is hereby granted, provided that the above               */
006200*/*   copyright notices appear in all copies.                  */
006300*/*                                                            */
006400*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
006500*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
006600*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
006700*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
006800*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
006900*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
007000*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
007100*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
007200*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
007300*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
007400*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
007500*/**************************************************************/
007600 TITLE 'Control Deck Edit Check'.
007700 ENVIRONMENT DIVISION.
007800 CONFIGURATION SECTION.
007900 SOURCE-COMPUTER. IBM-370.
008000 OBJECT-COMPUTER. IBM-370.
008100 INPUT-OUTPUT SECTION.
008200 FILE-CONTROL.
008300* THE ONE-RECORD JOB CONTROL FILE APKOTLLE AND APKINLLE READ.
008400     SELECT APKCTL    ASSIGN TO APKCTL
008500         FILE STATUS IS APKCTL-STATUS.
008600* THE NOP-ID RESTORATION TABLE APKOTLLE AND APKINLLE READ.
008700     SELECT NOPCTL    ASSIGN TO NOPCTL
008800         FILE STATUS IS NOPCTL-STATUS.
008900* APKOTLLE'S DUPLEX PAIRING RULES.
009000     SELECT PAIRCTL   ASSIGN TO PAIRCTL
009100         FILE STATUS IS PAIRCTL-STATUS.
009200* THE REPRINT REQUEST DECK APKOTLLE AND APKPGPUL READ.
009300     SELECT RPRTCTL   ASSIGN TO RPRTCTL
009400         FILE STATUS IS RPRTCTL-STATUS.
009500* APKAFSPL'S DESTINATION ROUTING RULES.
009600     SELECT ROUTECTL  ASSIGN TO ROUTECTL
009700         FILE STATUS IS ROUTECTL-STATUS.
009725* APKOTLLE'S DO-NOT-MAIL SUPPRESSION LIST.
009750     SELECT SUPPCTL   ASSIGN TO SUPPCTL
009775         FILE STATUS IS SUPPCTL-STATUS.
009800* THE PRINTED EDIT REPORT.
009900     SELECT CTLERPT   ASSIGN TO CTLERPT
010000         FILE STATUS IS CTLERPT-STATUS.
010100     EJECT
010200 DATA DIVISION.
010300 FILE SECTION.
010400* EACH LAYOUT BELOW MUST STAY IN STEP WITH THE OWNING PROGRAM'S
010500* FD.  THE NUMERIC FIELDS ARE ALSO GIVEN CHARACTER NAMES SO A
010600* BLANK FIELD CAN BE TOLD FROM A MISKEYED ONE.
010700 FD  APKCTL
010800     RECORDING MODE F
010900     LABEL RECORDS ARE STANDARD.
011000 01  APKCTL-RECORD.
011100     05  CTL-JOBNAME             PIC X(8).
011200     05  CTL-FQN-REWRITE-SW      PIC X.
011300     05  CTL-ABEND-MODE-SW       PIC X.
011400     05  CTL-EXPECTED-PAGES-X    PIC X(8).
011500     05  CTL-MILESTONE-PAGES-X   PIC X(8).
011600     05  CTL-LINE-CEILING-X      PIC X(8).
011700     05  CTL-DUP-HOLD-SW         PIC X.
011800     05  CTL-DUP-WINDOW-X        PIC X(3).
011900     05  CTL-INVAL-ACTION-SW     PIC X.
012000     05  CTL-INVAL-LIMIT-X       PIC X(8).
012100     05  FILLER                  PIC X(33).
012200 FD  NOPCTL
012300     RECORDING MODE F
012400     LABEL RECORDS ARE STANDARD.
012500 01  NOPCTL-RECORD.
012600     05  NOPCTL-REC-TRIGGER      PIC XXX.
012700     05  NOPCTL-REC-RESTORE      PIC XXX.
012800     05  FILLER                  PIC X(74).
012900 FD  PAIRCTL
013000     RECORDING MODE F
013100     LABEL RECORDS ARE STANDARD.
013200 01  PAIRCTL-RECORD.
013300     05  PAIR-REC-FRONT          PIC X(8).
013400     05  FILLER                  PIC X(1).
013500     05  PAIR-REC-BACK           PIC X(8).
013600     05  FILLER                  PIC X(63).
013700 FD  RPRTCTL
013800     RECORDING MODE F
013900     LABEL RECORDS ARE STANDARD.
014000 01  RPRTCTL-RECORD.
014100     05  RPRT-REC-TYPE           PIC X.
014200     05  FILLER                  PIC X(1).
014300     05  RPRT-REC-FROM-X         PIC X(8).
014400     05  RPRT-REC-FROM           REDEFINES RPRT-REC-FROM-X
014500                                 PIC 9(8).
014600     05  FILLER                  PIC X(1).
014700     05  RPRT-REC-TO-X           PIC X(8).
014800     05  RPRT-REC-TO             REDEFINES RPRT-REC-TO-X
014900                                 PIC 9(8).
015000     05  FILLER                  PIC X(1).
015100     05  RPRT-REC-NAME           PIC X(8).
015200* COLUMNS 30-51: THE RUN-HISTORY KEY (HIST-KEY) OF THE RUN THAT
015212* HOLDS THE PAGES, ON A REQUEST APKACREQ TOOK FROM THE CATALOG.
015224     05  FILLER                  PIC X(1).
015236     05  RPRT-REC-RUN-KEY.
015248         10  RPRT-REC-JOBNAME    PIC X(8).
015260         10  RPRT-REC-RUN-DATE-X PIC X(6).
015272         10  RPRT-REC-RUN-TIME-X PIC X(8).
015284     05  FILLER                  PIC X(29).
015300 FD  ROUTECTL
015400     RECORDING MODE F
015500     LABEL RECORDS ARE STANDARD.
015600 01  ROUTECTL-RECORD.
015700     05  ROUTE-REC-DEST          PIC 9.
015800     05  FILLER                  PIC X(1).
015900     05  ROUTE-REC-TYPE          PIC X.
016000     05  FILLER                  PIC X(1).
016100     05  ROUTE-REC-PAGES         PIC 9(8).
016200     05  FILLER                  PIC X(1).
016300     05  ROUTE-REC-VALUE         PIC X(16).
016400     05  FILLER                  PIC X(51).
016411 FD  SUPPCTL
016422     RECORDING MODE F
016433     LABEL RECORDS ARE STANDARD.
016444 01  SUPPCTL-RECORD.
016455     05  SUPP-REC-ACCOUNT        PIC X(16).
016466     05  FILLER                  PIC X(1).
016477     05  SUPP-REC-REASON         PIC X(4).
016488     05  FILLER                  PIC X(59).
016500 FD  CTLERPT
016600     RECORDING MODE F
016700     LABEL RECORDS ARE STANDARD.
016800 01  CTLERPT-RECORD              PIC X(132).
016900     EJECT
017000 WORKING-STORAGE SECTION.
017100 77  PGMNAME                 PIC X(8) VALUE 'APKCTLED'.
017200 77  APKCTL-STATUS           PIC XX   VALUE SPACES.
017300     88  APKCTL-OK           VALUE '00'.
017400 77  NOPCTL-STATUS           PIC XX   VALUE SPACES.
017500     88  NOPCTL-OK           VALUE '00'.
017600 77  PAIRCTL-STATUS          PIC XX   VALUE SPACES.
017700     88  PAIRCTL-OK          VALUE '00'.
017800 77  RPRTCTL-STATUS          PIC XX   VALUE SPACES.
017900     88  RPRTCTL-OK          VALUE '00'.
018000 77  ROUTECTL-STATUS         PIC XX   VALUE SPACES.
018100     88  ROUTECTL-OK         VALUE '00'.
018133 77  SUPPCTL-STATUS          PIC XX   VALUE SPACES.
018166     88  SUPPCTL-OK          VALUE '00'.
018200 77  CTLERPT-STATUS          PIC XX   VALUE SPACES.
018300     88  CTLERPT-OK          VALUE '00'.
018400 77  SETUP-FAILED-FLAG       PIC X    VALUE 'N'.
018500     88  SETUP-FAILED        VALUE 'Y'.
018600     SKIP2
018700* THE LOADERS' TABLE SIZES.  RECORDS PAST THESE ARE IGNORED BY THE
018800* OWNING PROGRAM, SO THEY ARE REJECTED HERE.
018900 77  APKCTL-LIMIT            PIC S9(4) BINARY VALUE 1.
019000 77  NOPCTL-LIMIT            PIC S9(4) BINARY VALUE 50.
019100 77  PAIRCTL-LIMIT           PIC S9(4) BINARY VALUE 50.
019200 77  RPRTCTL-LIMIT           PIC S9(4) BINARY VALUE 100.
019300 77  ROUTECTL-LIMIT          PIC S9(4) BINARY VALUE 20.
019350 77  SUPPCTL-LIMIT           PIC S9(8) BINARY VALUE 100000.
019400     SKIP2
019500* THE DECK AND RECORD BEING CHECKED.  THE FILE STATUS OF THE LAST
019600* READ IS COPIED TO DECK-STATUS SO ONE PARAGRAPH CAN TELL END OF
019700* FILE FROM A READ FAILURE FOR EVERY DECK.
019800 77  DECK-NAME               PIC X(8) VALUE SPACES.
019900 77  DECK-STATUS             PIC XX   VALUE SPACES.
020000     88  DECK-EOF-STAT       VALUE '10'.
020100 77  DECK-LIMIT              PIC S9(8) BINARY VALUE ZERO.
020200 77  DECK-RECNO              PIC S9(8) BINARY VALUE ZERO.
020300 77  DECK-REJECTS            PIC S9(8) BINARY VALUE ZERO.
020400 77  REC-REJECT-FLAG         PIC X    VALUE 'N'.
020500     88  REC-REJECTED        VALUE 'Y'.
020600 77  REJECT-REASON           PIC X(60) VALUE SPACES.
020700 77  REJECT-REF-RECNO        PIC S9(8) BINARY VALUE ZERO.
020800 01  DECK-IMAGE              PIC X(80) VALUE SPACES.
020900     SKIP2
021000* RUN TOTALS.
021100 77  DECKS-CHECKED           PIC S9(4) BINARY VALUE ZERO.
021200 77  DECKS-ABSENT            PIC S9(4) BINARY VALUE ZERO.
021300 77  RECORDS-CHECKED         PIC S9(8) BINARY VALUE ZERO.
021400 77  RECORDS-REJECTED        PIC S9(8) BINARY VALUE ZERO.
021500 77  COUNT-DISP              PIC Z,ZZZ,ZZ9.
021600     SKIP2
021700* NOPCTL TRIGGERS ALREADY SEEN, AND THE RECORD EACH CAME FROM.
021800 77  NOP-SEEN-COUNT          PIC S9(4) BINARY VALUE ZERO.
021900 77  NOP-SEEN-IDX            PIC S9(4) BINARY VALUE ZERO.
022000 01  NOP-SEEN-TABLE.
022100     05  NOP-SEEN-ENTRY OCCURS 50 TIMES.
022200         10  NOP-SEEN-TRIGGER    PIC XXX.
022300         10  NOP-SEEN-RECNO      PIC S9(8) BINARY.
022400     SKIP2
022500* PAIRCTL PAGE NAMES ALREADY PAIRED -- FRONTS AND BACKS ALIKE --
022600* AND THE RECORD EACH CAME FROM.
022700 77  PAIR-SEEN-COUNT         PIC S9(4) BINARY VALUE ZERO.
022800 77  PAIR-SEEN-IDX           PIC S9(4) BINARY VALUE ZERO.
022900 77  PAIR-CHECK-NAME         PIC X(8) VALUE SPACES.
023000 77  PAIR-CHECK-SIDE         PIC X(5) VALUE SPACES.
023100 01  PAIR-SEEN-TABLE.
023200     05  PAIR-SEEN-ENTRY OCCURS 100 TIMES.
023300         10  PAIR-SEEN-NAME      PIC X(8).
023400         10  PAIR-SEEN-RECNO     PIC S9(8) BINARY.
023420     SKIP2
023440* THE LAST SUPPCTL ACCOUNT SEEN, AND THE RECORD IT CAME FROM.
023460 77  SUPP-PREV-ACCOUNT       PIC X(16) VALUE SPACES.
023480 77  SUPP-PREV-RECNO         PIC S9(8) BINARY VALUE ZERO.
023485* THE FIRST RPRTCTL RUN KEY SEEN, AND THE RECORD IT CAME FROM.
023490 77  RPRT-DECK-RUN-KEY       PIC X(22) VALUE SPACES.
023495 77  RPRT-DECK-RUN-RECNO     PIC S9(8) BINARY VALUE ZERO.
023500     SKIP2
023600* STRUCTURED FIELD ID TO PRINTABLE HEXADECIMAL.  EACH BYTE IS
023700* PLACED IN THE LOW ORDER OF A HALFWORD AND SPLIT INTO NIBBLES.
023800 77  HEX-IN                  PIC XXX  VALUE SPACES.
023900 77  HEX-OUT                 PIC X(6) VALUE SPACES.
024000 77  HEX-IDX                 PIC S9(4) BINARY VALUE ZERO.
024100 77  HEX-HIGH-NIBBLE         PIC S9(4) BINARY VALUE ZERO.
024200 77  HEX-LOW-NIBBLE          PIC S9(4) BINARY VALUE ZERO.
024300 01  HEX-WORK.
024400     05  HEX-HALFWORD        PIC 9(4) BINARY VALUE ZERO.
024500     05  HEX-HALFWORD-X      REDEFINES HEX-HALFWORD.
024600         10  FILLER          PIC X.
024700         10  HEX-LOW-BYTE    PIC X.
024800 01  HEX-DIGITS              PIC X(16) VALUE '0123456789ABCDEF'.
024900     SKIP2
025000* REPORT LINES.
025100 01  RPT-HEADING-1.
025200     05  FILLER              PIC X(16) VALUE ' CONTROL DECK ED'.
025300     05  FILLER              PIC X(116) VALUE 'IT CHECK'.
025400 01  RPT-DECK-LINE.
025500     05  FILLER              PIC X(6)  VALUE ' DECK '.
025600     05  RPT-DECK-NAME       PIC X(8).
025700     05  FILLER              PIC X(2)  VALUE SPACES.
025800     05  RPT-DECK-TEXT       PIC X(116).
025900 01  RPT-REJECT-LINE.
026000     05  FILLER              PIC X(3)  VALUE SPACES.
026100     05  FILLER              PIC X(7)  VALUE 'RECORD '.
026200     05  RPT-REJ-RECNO       PIC ZZZZZZZ9.
026300     05  FILLER              PIC X(2)  VALUE SPACES.
026400     05  RPT-REJ-REASON      PIC X(60).
026500     05  RPT-REJ-REF-CAPTION PIC X(11).
026600     05  RPT-REJ-REF-RECNO   PIC ZZZZZZZ9 BLANK WHEN ZERO.
026700     05  FILLER              PIC X(33) VALUE SPACES.
026800 01  RPT-IMAGE-LINE.
026900     05  FILLER              PIC X(20) VALUE SPACES.
027000     05  FILLER              PIC X(7)  VALUE 'IMAGE: '.
027100     05  RPT-IMAGE           PIC X(80).
027200     05  FILLER              PIC X(25) VALUE SPACES.
027300 01  RPT-DECK-TOTAL.
027400     05  FILLER              PIC X(16) VALUE SPACES.
027500     05  RPT-DTOT-READ       PIC ZZZ,ZZZ,ZZ9.
027600     05  FILLER              PIC X(15) VALUE ' RECORDS READ, '.
027700     05  RPT-DTOT-REJECTED   PIC ZZZ,ZZZ,ZZ9.
027800     05  FILLER              PIC X(79) VALUE ' REJECTED'.
027900 01  RPT-TOTAL.
028000     05  FILLER              PIC X(1)  VALUE SPACE.
028100     05  RPT-TOT-CAPTION     PIC X(30).
028200     05  RPT-TOT-COUNT       PIC ZZZ,ZZZ,ZZ9.
028300     05  FILLER              PIC X(90) VALUE SPACES.
028400     SKIP2
028500 TITLE 'Initialization and Main Line'.
028600 PROCEDURE DIVISION.
028700     PERFORM 0100-INITIALIZE.
028800     IF NOT SETUP-FAILED
028900      THEN
029000       PERFORM 0200-CHECK-APKCTL;
029100       PERFORM 0300-CHECK-NOPCTL;
029200       PERFORM 0400-CHECK-PAIRCTL;
029300       PERFORM 0500-CHECK-RPRTCTL;
029400       PERFORM 0600-CHECK-ROUTECTL;
029450       PERFORM 0650-CHECK-SUPPCTL;
029500       PERFORM 0700-WRITE-TOTALS
029600     END-IF.
029700     PERFORM 0900-TERMINATE.
029800     GOBACK.
029900     SKIP2
030000 0100-INITIALIZE.
030100* ONLY THE REPORT IS REQUIRED.  EACH DECK IS OPENED BY THE
030200* PARAGRAPH THAT CHECKS IT, AND AN UNALLOCATED DECK IS NOT AN
030300* ERROR.
030400     OPEN OUTPUT CTLERPT.
030500     IF NOT CTLERPT-OK
030600      THEN
030700       DISPLAY PGMNAME, ' UNABLE TO OPEN CTLERPT, FILE STATUS ',
030800           CTLERPT-STATUS;
030900       PERFORM 0110-NOTE-SETUP-ERROR
031000      ELSE
031100       MOVE RPT-HEADING-1 TO CTLERPT-RECORD;
031200       PERFORM 0880-WRITE-REPORT-LINE
031300     END-IF.
031400     SKIP2
031500 0110-NOTE-SETUP-ERROR.
031600     SET SETUP-FAILED TO TRUE.
031700     MOVE 12 TO RETURN-CODE.
031800     SKIP2
031900 TITLE 'Common Deck Handling'.
032000 0150-BEGIN-DECK.
032100* DECK-NAME AND DECK-LIMIT ARE SET BY THE CALLER.
032200     ADD 1 TO DECKS-CHECKED.
032300     MOVE ZERO TO DECK-RECNO.
032400     MOVE ZERO TO DECK-REJECTS.
032500     MOVE SPACES TO CTLERPT-RECORD.
032600     PERFORM 0880-WRITE-REPORT-LINE.
032700     MOVE DECK-NAME TO RPT-DECK-NAME.
032800     MOVE 'CHECKED' TO RPT-DECK-TEXT.
032900     MOVE RPT-DECK-LINE TO CTLERPT-RECORD.
033000     PERFORM 0880-WRITE-REPORT-LINE.
033100     SKIP2
033200 0155-NOTE-DECK-ABSENT.
033300* AN UNALLOCATED DECK (STATUS 35) IS NORMAL -- EVERY DECK IS
033400* OPTIONAL TO ITS OWNER.  ANY OTHER OPEN FAILURE MEANS A DECK THE
033500* ACIF STEP WOULD ALSO FAIL TO READ, AND IS TREATED AS A REJECT.
033600     MOVE SPACES TO CTLERPT-RECORD.
033700     PERFORM 0880-WRITE-REPORT-LINE.
033800     MOVE DECK-NAME TO RPT-DECK-NAME.
033900     IF DECK-STATUS = '35'
034000      THEN
034100       ADD 1 TO DECKS-ABSENT;
034200       MOVE 'NOT ALLOCATED -- NOT CHECKED' TO RPT-DECK-TEXT
034300      ELSE
034400       MOVE SPACES TO RPT-DECK-TEXT;
034500       STRING 'UNABLE TO OPEN, FILE STATUS ' DELIMITED BY SIZE
034600              DECK-STATUS DELIMITED BY SIZE
034700         INTO RPT-DECK-TEXT;
034800       IF RETURN-CODE < 8
034900        THEN
035000         MOVE 8 TO RETURN-CODE
035100       END-IF
035200     END-IF.
035300     MOVE RPT-DECK-LINE TO CTLERPT-RECORD.
035400     PERFORM 0880-WRITE-REPORT-LINE.
035500     SKIP2
035600 0160-END-DECK.
035700* A READ THAT ENDED ON ANYTHING BUT END OF FILE LEAVES THE REST OF
035800* THE DECK UNCHECKED.
035900     IF NOT DECK-EOF-STAT
036000      THEN
036100       DISPLAY PGMNAME, ' ', DECK-NAME, ' READ FAILED, FILE',
036200           ' STATUS ', DECK-STATUS;
036300       MOVE 12 TO RETURN-CODE
036400     END-IF.
036500     MOVE DECK-RECNO TO RPT-DTOT-READ.
036600     MOVE DECK-REJECTS TO RPT-DTOT-REJECTED.
036700     MOVE RPT-DECK-TOTAL TO CTLERPT-RECORD.
036800     PERFORM 0880-WRITE-REPORT-LINE.
036900     ADD DECK-RECNO TO RECORDS-CHECKED.
037000     ADD DECK-REJECTS TO RECORDS-REJECTED.
037100     SKIP2
037200 0170-BEGIN-RECORD.
037300* DECK-IMAGE IS SET BY THE CALLER.  A RECORD PAST THE OWNING
037400* PROGRAM'S TABLE SIZE IS REJECTED BEFORE ANY FIELD IS CHECKED --
037500* IT WOULD NEVER BE LOADED, HOWEVER GOOD ITS FIELDS.
037600     ADD 1 TO DECK-RECNO.
037700     MOVE 'N' TO REC-REJECT-FLAG.
037800     IF DECK-RECNO > DECK-LIMIT
037900      THEN
038000       MOVE SPACES TO REJECT-REASON;
038100       IF DECK-LIMIT = 1
038200        THEN
038300         MOVE 'ONLY THE FIRST RECORD OF THIS DECK IS READ'
038400           TO REJECT-REASON
038500        ELSE
038600         MOVE DECK-LIMIT TO COUNT-DISP;
038700         STRING 'MORE THAN' DELIMITED BY SIZE
038800                COUNT-DISP DELIMITED BY SIZE
038900                ' RECORDS -- THE REST ARE IGNORED'
039000                  DELIMITED BY SIZE
039100           INTO REJECT-REASON
039200       END-IF;
039300       PERFORM 0180-REJECT-RECORD
039400     END-IF.
039500     SKIP2
039600 0180-REJECT-RECORD.
039700* LIST ONE REASON AGAINST THE CURRENT RECORD.  A RECORD WITH
039800* SEVERAL FAULTS IS LISTED ONCE PER FAULT BUT COUNTED ONCE.
039900* REJECT-REF-RECNO, WHEN SET, NAMES THE EARLIER RECORD A DUPLICATE
040000* CONFLICTS WITH, AND IS CLEARED HERE AFTER USE.
040100     IF NOT REC-REJECTED
040200      THEN
040300       SET REC-REJECTED TO TRUE;
040400       ADD 1 TO DECK-REJECTS;
040500       IF RETURN-CODE < 8
040600        THEN
040700         MOVE 8 TO RETURN-CODE
040800       END-IF
040900     END-IF.
041000     MOVE DECK-RECNO TO RPT-REJ-RECNO.
041100     MOVE REJECT-REASON TO RPT-REJ-REASON.
041200     IF REJECT-REF-RECNO > ZERO
041300      THEN
041400       MOVE 'SEE RECORD' TO RPT-REJ-REF-CAPTION
041500      ELSE
041600       MOVE SPACES TO RPT-REJ-REF-CAPTION
041700     END-IF.
041800     MOVE REJECT-REF-RECNO TO RPT-REJ-REF-RECNO.
041900     MOVE RPT-REJECT-LINE TO CTLERPT-RECORD.
042000     PERFORM 0880-WRITE-REPORT-LINE.
042100     MOVE ZERO TO REJECT-REF-RECNO.
042200     SKIP2
042300 0185-FORMAT-SF-ID.
042400* HEX-IN TO SIX PRINTABLE HEXADECIMAL DIGITS IN HEX-OUT.
042500     MOVE 1 TO HEX-IDX.
042600     PERFORM UNTIL HEX-IDX > 3
042700       MOVE ZERO TO HEX-HALFWORD
042800       MOVE HEX-IN (HEX-IDX:1) TO HEX-LOW-BYTE
042900       DIVIDE HEX-HALFWORD BY 16 GIVING HEX-HIGH-NIBBLE
043000           REMAINDER HEX-LOW-NIBBLE
043100       MOVE HEX-DIGITS (HEX-HIGH-NIBBLE + 1:1)
043200         TO HEX-OUT (HEX-IDX * 2 - 1:1)
043300       MOVE HEX-DIGITS (HEX-LOW-NIBBLE + 1:1)
043400         TO HEX-OUT (HEX-IDX * 2:1)
043500       ADD 1 TO HEX-IDX
043600     END-PERFORM.
043700     SKIP2
043800 0190-END-RECORD.
043900     IF REC-REJECTED
044000      THEN
044100       MOVE DECK-IMAGE TO RPT-IMAGE;
044200       MOVE RPT-IMAGE-LINE TO CTLERPT-RECORD;
044300       PERFORM 0880-WRITE-REPORT-LINE
044400     END-IF.
044500     SKIP2
044600 TITLE 'APKCTL Job Control Record'.
044700 0200-CHECK-APKCTL.
044800     MOVE 'APKCTL' TO DECK-NAME.
044900     MOVE APKCTL-LIMIT TO DECK-LIMIT.
045000     OPEN INPUT APKCTL.
045100     MOVE APKCTL-STATUS TO DECK-STATUS.
045200     IF APKCTL-OK
045300      THEN
045400       PERFORM 0150-BEGIN-DECK;
045500       PERFORM UNTIL NOT APKCTL-OK
045600         READ APKCTL
045700         MOVE APKCTL-STATUS TO DECK-STATUS
045800         IF APKCTL-OK
045900          THEN
046000           MOVE APKCTL-RECORD TO DECK-IMAGE
046100           PERFORM 0170-BEGIN-RECORD
046200           IF DECK-RECNO NOT > DECK-LIMIT
046300            THEN
046400             PERFORM 0210-EDIT-APKCTL
046500           END-IF
046600           PERFORM 0190-END-RECORD
046700         END-IF
046800       END-PERFORM;
046900       CLOSE APKCTL;
047000       PERFORM 0160-END-DECK
047100      ELSE
047200       PERFORM 0155-NOTE-DECK-ABSENT
047300     END-IF.
047400     SKIP2
047500 0210-EDIT-APKCTL.
047600* THE SWITCH VALUES APKOTLLE AND APKINLLE ACT ON.  A BLANK SWITCH
047700* IS THE DOCUMENTED DEFAULT IN EACH CASE (FOR THE INPUT-VALIDATION
047800* ACTION, APKINLLE TREATS BLANK AS 'P'), SO BLANK IS ACCEPTED; ANY
047900* OTHER VALUE IS A MISKEY THE EXIT WOULD QUIETLY ACT ON.  THE
048000* COUNTS MUST BE NUMERIC OR LEFT BLANK -- A NONNUMERIC COUNT IS
048100* TAKEN AS "OFF".  THE JOB NAME KEYS THE RUN HISTORY AND MUST BE
048200* PRESENT.
048300     IF CTL-JOBNAME = SPACES
048400      THEN
048500       MOVE 'JOB NAME IS BLANK' TO REJECT-REASON;
048600       PERFORM 0180-REJECT-RECORD
048700     END-IF.
048800     IF CTL-FQN-REWRITE-SW NOT = 'Y'
048900      AND CTL-FQN-REWRITE-SW NOT = 'N'
049000      AND CTL-FQN-REWRITE-SW NOT = SPACE
049100      THEN
049200       MOVE 'FQN REWRITE SWITCH MUST BE Y, N OR BLANK'
049300         TO REJECT-REASON;
049400       PERFORM 0180-REJECT-RECORD
049500     END-IF.
049600     IF CTL-ABEND-MODE-SW NOT = 'A'
049700      AND CTL-ABEND-MODE-SW NOT = 'R'
049800      AND CTL-ABEND-MODE-SW NOT = SPACE
049900      THEN
050000       MOVE 'ABEND MODE SWITCH MUST BE A, R OR BLANK'
050100         TO REJECT-REASON;
050200       PERFORM 0180-REJECT-RECORD
050300     END-IF.
050312     IF CTL-DUP-HOLD-SW NOT = 'H'
050324      AND CTL-DUP-HOLD-SW NOT = SPACE
050336      THEN
050348       MOVE 'DUPLICATE-RUN HOLD SWITCH MUST BE H OR BLANK'
050360         TO REJECT-REASON;
050372       PERFORM 0180-REJECT-RECORD
050384     END-IF.
050400     IF CTL-INVAL-ACTION-SW NOT = 'D'
050500      AND CTL-INVAL-ACTION-SW NOT = 'P'
050600      AND CTL-INVAL-ACTION-SW NOT = 'E'
050700      AND CTL-INVAL-ACTION-SW NOT = SPACE
050800      THEN
050900       MOVE 'INPUT VALIDATION ACTION MUST BE D, P OR E'
051000         TO REJECT-REASON;
051100       PERFORM 0180-REJECT-RECORD
051200     END-IF.
051300     IF CTL-EXPECTED-PAGES-X NOT NUMERIC
051400      AND CTL-EXPECTED-PAGES-X NOT = SPACES
051500      THEN
051600       MOVE 'EXPECTED PAGE COUNT MUST BE NUMERIC OR BLANK'
051700         TO REJECT-REASON;
051800       PERFORM 0180-REJECT-RECORD
051900     END-IF.
052000     IF CTL-MILESTONE-PAGES-X NOT NUMERIC
052100      AND CTL-MILESTONE-PAGES-X NOT = SPACES
052200      THEN
052300       MOVE 'MILESTONE INTERVAL MUST BE NUMERIC OR BLANK'
052400         TO REJECT-REASON;
052500       PERFORM 0180-REJECT-RECORD
052600     END-IF.
052700     IF CTL-LINE-CEILING-X NOT NUMERIC
052800      AND CTL-LINE-CEILING-X NOT = SPACES
052900      THEN
053000       MOVE 'RUNAWAY-PAGE LINE CEILING MUST BE NUMERIC OR BLANK'
053100         TO REJECT-REASON;
053200       PERFORM 0180-REJECT-RECORD
053300     END-IF.
053400     IF CTL-DUP-WINDOW-X NOT NUMERIC
053500      AND CTL-DUP-WINDOW-X NOT = SPACES
053600      THEN
053700       MOVE 'DUPLICATE-RUN WINDOW MUST BE NUMERIC OR BLANK'
053800         TO REJECT-REASON;
053900       PERFORM 0180-REJECT-RECORD
054000     END-IF.
054100     IF CTL-INVAL-LIMIT-X NOT NUMERIC
054200      AND CTL-INVAL-LIMIT-X NOT = SPACES
054300      THEN
054400       MOVE 'INPUT VALIDATION LIMIT MUST BE NUMERIC OR BLANK'
054500         TO REJECT-REASON;
054600       PERFORM 0180-REJECT-RECORD
054700     END-IF.
054800     SKIP2
054900 TITLE 'NOPCTL NOP-ID Restoration Table'.
055000 0300-CHECK-NOPCTL.
055100     MOVE 'NOPCTL' TO DECK-NAME.
055200     MOVE NOPCTL-LIMIT TO DECK-LIMIT.
055300     OPEN INPUT NOPCTL.
055400     MOVE NOPCTL-STATUS TO DECK-STATUS.
055500     IF NOPCTL-OK
055600      THEN
055700       PERFORM 0150-BEGIN-DECK;
055800       PERFORM UNTIL NOT NOPCTL-OK
055900         READ NOPCTL
056000         MOVE NOPCTL-STATUS TO DECK-STATUS
056100         IF NOPCTL-OK
056200          THEN
056300           MOVE NOPCTL-RECORD TO DECK-IMAGE
056400           PERFORM 0170-BEGIN-RECORD
056500           IF DECK-RECNO NOT > DECK-LIMIT
056600            THEN
056700             PERFORM 0310-EDIT-NOPCTL
056800           END-IF
056900           PERFORM 0190-END-RECORD
057000         END-IF
057100       END-PERFORM;
057200       CLOSE NOPCTL;
057300       PERFORM 0160-END-DECK
057400      ELSE
057500       PERFORM 0155-NOTE-DECK-ABSENT
057600     END-IF.
057700     SKIP2
057800 0310-EDIT-NOPCTL.
057900* BOTH IDS MUST BE THREE-BYTE STRUCTURED FIELD IDS -- X'D3' CLASS
058000* BYTE FOLLOWED BY A TYPE AND CATEGORY THAT ARE NOT BLANK OR NULL
058100* -- OR THE EXITS WOULD STAMP A NON-AFP ID INTO THE DATA STREAM.
058200* A TRIGGER MAY APPEAR ONCE: THE EXITS USE THE FIRST ENTRY FOR A
058300* TRIGGER, SO A SECOND ONE IS DEAD AND USUALLY A MISKEY.
058400     MOVE NOPCTL-REC-TRIGGER TO HEX-IN.
058500     PERFORM 0185-FORMAT-SF-ID.
058600     IF NOPCTL-REC-TRIGGER (1:1) NOT = X'D3'
058700      OR NOPCTL-REC-TRIGGER (2:2) = SPACES
058800      OR NOPCTL-REC-TRIGGER (2:2) = LOW-VALUES
058900      THEN
059000       MOVE SPACES TO REJECT-REASON;
059100       STRING 'TRIGGER ' DELIMITED BY SIZE
059200              HEX-OUT DELIMITED BY SIZE
059300              ' IS NOT A D3XXXX STRUCTURED FIELD ID'
059400                DELIMITED BY SIZE
059500         INTO REJECT-REASON;
059600       PERFORM 0180-REJECT-RECORD
059700      ELSE
059800       PERFORM 0320-CHECK-NOP-DUPLICATE
059900     END-IF.
060000     MOVE NOPCTL-REC-RESTORE TO HEX-IN.
060100     PERFORM 0185-FORMAT-SF-ID.
060200     IF NOPCTL-REC-RESTORE (1:1) NOT = X'D3'
060300      OR NOPCTL-REC-RESTORE (2:2) = SPACES
060400      OR NOPCTL-REC-RESTORE (2:2) = LOW-VALUES
060500      THEN
060600       MOVE SPACES TO REJECT-REASON;
060700       STRING 'RESTORE ID ' DELIMITED BY SIZE
060800              HEX-OUT DELIMITED BY SIZE
060900              ' IS NOT A D3XXXX STRUCTURED FIELD ID'
061000                DELIMITED BY SIZE
061100         INTO REJECT-REASON;
061200       PERFORM 0180-REJECT-RECORD
061300     END-IF.
061400     SKIP2
061500 0320-CHECK-NOP-DUPLICATE.
061600* HEX-OUT STILL HOLDS THE TRIGGER, FORMATTED BY THE CALLER.
061700     MOVE 1 TO NOP-SEEN-IDX.
061800     PERFORM UNTIL NOP-SEEN-IDX > NOP-SEEN-COUNT
061900                OR NOP-SEEN-TRIGGER (NOP-SEEN-IDX)
062000                   = NOPCTL-REC-TRIGGER
062100       ADD 1 TO NOP-SEEN-IDX
062200     END-PERFORM.
062300     IF NOP-SEEN-IDX > NOP-SEEN-COUNT
062400      THEN
062500       ADD 1 TO NOP-SEEN-COUNT;
062600       MOVE NOPCTL-REC-TRIGGER
062700         TO NOP-SEEN-TRIGGER (NOP-SEEN-COUNT);
062800       MOVE DECK-RECNO TO NOP-SEEN-RECNO (NOP-SEEN-COUNT)
062900      ELSE
063000       MOVE SPACES TO REJECT-REASON;
063100       STRING 'DUPLICATE TRIGGER ' DELIMITED BY SIZE
063200              HEX-OUT DELIMITED BY SIZE
063300         INTO REJECT-REASON;
063400       MOVE NOP-SEEN-RECNO (NOP-SEEN-IDX) TO REJECT-REF-RECNO;
063500       PERFORM 0180-REJECT-RECORD
063600     END-IF.
063700     SKIP2
063800 TITLE 'PAIRCTL Duplex Pairing Rules'.
063900 0400-CHECK-PAIRCTL.
064000     MOVE 'PAIRCTL' TO DECK-NAME.
064100     MOVE PAIRCTL-LIMIT TO DECK-LIMIT.
064200     OPEN INPUT PAIRCTL.
064300     MOVE PAIRCTL-STATUS TO DECK-STATUS.
064400     IF PAIRCTL-OK
064500      THEN
064600       PERFORM 0150-BEGIN-DECK;
064700       PERFORM UNTIL NOT PAIRCTL-OK
064800         READ PAIRCTL
064900         MOVE PAIRCTL-STATUS TO DECK-STATUS
065000         IF PAIRCTL-OK
065100          THEN
065200           MOVE PAIRCTL-RECORD TO DECK-IMAGE
065300           PERFORM 0170-BEGIN-RECORD
065400           IF DECK-RECNO NOT > DECK-LIMIT
065500            THEN
065600             PERFORM 0410-EDIT-PAIRCTL
065700           END-IF
065800           PERFORM 0190-END-RECORD
065900         END-IF
066000       END-PERFORM;
066100       CLOSE PAIRCTL;
066200       PERFORM 0160-END-DECK
066300      ELSE
066400       PERFORM 0155-NOTE-DECK-ABSENT
066500     END-IF.
066600     SKIP2
066700 0410-EDIT-PAIRCTL.
066800* BOTH NAMES ARE REQUIRED AND MUST DIFFER.  A PAGE NAME CAN BELONG
066900* TO ONE PAIRING ONLY, AS A FRONT OR AS A BACK -- APKOTLLE'S SHEET
067000* FORECAST WOULD COUNT ITS PAGES TWICE OTHERWISE.  ONLY A GOOD
067100* PAIRING'S NAMES ARE REMEMBERED FOR THE CHECK.
067200     IF PAIR-REC-FRONT = SPACES
067300      OR PAIR-REC-BACK = SPACES
067400      THEN
067500       MOVE 'PAIRING NEEDS BOTH A FRONT AND A BACK PAGE NAME'
067600         TO REJECT-REASON;
067700       PERFORM 0180-REJECT-RECORD
067800      ELSE
067900       IF PAIR-REC-FRONT = PAIR-REC-BACK
068000        THEN
068100         MOVE 'FRONT AND BACK PAGE NAMES ARE THE SAME'
068200           TO REJECT-REASON;
068300         PERFORM 0180-REJECT-RECORD
068400        ELSE
068500         MOVE PAIR-REC-FRONT TO PAIR-CHECK-NAME;
068600         MOVE 'FRONT' TO PAIR-CHECK-SIDE;
068700         PERFORM 0420-CHECK-PAIR-NAME;
068800         MOVE PAIR-REC-BACK TO PAIR-CHECK-NAME;
068900         MOVE 'BACK' TO PAIR-CHECK-SIDE;
069000         PERFORM 0420-CHECK-PAIR-NAME;
069100         IF NOT REC-REJECTED
069200          THEN
069300           ADD 1 TO PAIR-SEEN-COUNT;
069400           MOVE PAIR-REC-FRONT
069500             TO PAIR-SEEN-NAME (PAIR-SEEN-COUNT);
069600           MOVE DECK-RECNO TO PAIR-SEEN-RECNO (PAIR-SEEN-COUNT);
069700           ADD 1 TO PAIR-SEEN-COUNT;
069800           MOVE PAIR-REC-BACK TO PAIR-SEEN-NAME (PAIR-SEEN-COUNT);
069900           MOVE DECK-RECNO TO PAIR-SEEN-RECNO (PAIR-SEEN-COUNT)
070000         END-IF
070100       END-IF
070200     END-IF.
070300     SKIP2
070400 0420-CHECK-PAIR-NAME.
070500     MOVE 1 TO PAIR-SEEN-IDX.
070600     PERFORM UNTIL PAIR-SEEN-IDX > PAIR-SEEN-COUNT
070700                OR PAIR-SEEN-NAME (PAIR-SEEN-IDX)
070800                   = PAIR-CHECK-NAME
070900       ADD 1 TO PAIR-SEEN-IDX
071000     END-PERFORM.
071100     IF PAIR-SEEN-IDX NOT > PAIR-SEEN-COUNT
071200      THEN
071300       MOVE SPACES TO REJECT-REASON;
071400       STRING PAIR-CHECK-SIDE DELIMITED BY SPACE
071500              ' PAGE NAME ' DELIMITED BY SIZE
071600              PAIR-CHECK-NAME DELIMITED BY SPACE
071700              ' IS ALREADY IN A PAIRING' DELIMITED BY SIZE
071800         INTO REJECT-REASON;
071900       MOVE PAIR-SEEN-RECNO (PAIR-SEEN-IDX) TO REJECT-REF-RECNO;
072000       PERFORM 0180-REJECT-RECORD
072100     END-IF.
072200     SKIP2
072300 TITLE 'RPRTCTL Reprint Requests'.
072400 0500-CHECK-RPRTCTL.
072500     MOVE 'RPRTCTL' TO DECK-NAME.
072600     MOVE RPRTCTL-LIMIT TO DECK-LIMIT.
072700     OPEN INPUT RPRTCTL.
072800     MOVE RPRTCTL-STATUS TO DECK-STATUS.
072900     IF RPRTCTL-OK
073000      THEN
073100       PERFORM 0150-BEGIN-DECK;
073200       PERFORM UNTIL NOT RPRTCTL-OK
073300         READ RPRTCTL
073400         MOVE RPRTCTL-STATUS TO DECK-STATUS
073500         IF RPRTCTL-OK
073600          THEN
073700           MOVE RPRTCTL-RECORD TO DECK-IMAGE
073800           PERFORM 0170-BEGIN-RECORD
073900           IF DECK-RECNO NOT > DECK-LIMIT
074000            THEN
074100             PERFORM 0510-EDIT-RPRTCTL
074200           END-IF
074300           PERFORM 0190-END-RECORD
074400         END-IF
074500       END-PERFORM;
074600       CLOSE RPRTCTL;
074700       PERFORM 0160-END-DECK
074800      ELSE
074900       PERFORM 0155-NOTE-DECK-ABSENT
075000     END-IF.
075100     SKIP2
075200 0510-EDIT-RPRTCTL.
075300* 'P' NEEDS A NUMERIC, NONZERO FROM-PAGE.  ITS TO-PAGE MAY BE LEFT
075400* BLANK OR ZERO FOR A SINGLE PAGE; OTHERWISE IT MUST BE NUMERIC
075500* AND NOT BELOW THE FROM-PAGE -- THE EXIT WOULD QUIETLY SHRINK
075600* SUCH A RANGE TO ONE PAGE.  'N' NEEDS A PAGE NAME.
075700     EVALUATE RPRT-REC-TYPE
075800      WHEN 'P'
075900       IF RPRT-REC-FROM-X NOT NUMERIC
076000        THEN
076100         MOVE 'PAGE REQUEST FROM-PAGE MUST BE NUMERIC'
076200           TO REJECT-REASON;
076300         PERFORM 0180-REJECT-RECORD
076400        ELSE
076500         IF RPRT-REC-FROM = ZERO
076600          THEN
076700           MOVE 'PAGE REQUEST FROM-PAGE MUST NOT BE ZERO'
076800             TO REJECT-REASON;
076900           PERFORM 0180-REJECT-RECORD
077000         END-IF
077100       END-IF;
077200       IF RPRT-REC-TO-X NOT = SPACES
077300        THEN
077400         IF RPRT-REC-TO-X NOT NUMERIC
077500          THEN
077600           MOVE 'PAGE REQUEST TO-PAGE MUST BE NUMERIC OR BLANK'
077700             TO REJECT-REASON;
077800           PERFORM 0180-REJECT-RECORD
077900          ELSE
078000           IF RPRT-REC-FROM-X NUMERIC
078100            AND RPRT-REC-TO NOT = ZERO
078200            AND RPRT-REC-TO < RPRT-REC-FROM
078300            THEN
078400             MOVE 'PAGE REQUEST TO-PAGE IS BELOW ITS FROM-PAGE'
078500               TO REJECT-REASON;
078600             PERFORM 0180-REJECT-RECORD
078700           END-IF
078800         END-IF
078900       END-IF
079000      WHEN 'N'
079100       IF RPRT-REC-NAME = SPACES
079200        THEN
079300         MOVE 'NAME REQUEST NEEDS A PAGE NAME' TO REJECT-REASON;
079400         PERFORM 0180-REJECT-RECORD
079500       END-IF
079600      WHEN OTHER
079700       MOVE 'REQUEST TYPE MUST BE P OR N' TO REJECT-REASON;
079800       PERFORM 0180-REJECT-RECORD
079900     END-EVALUATE.
079950     PERFORM 0520-EDIT-RPRT-RUN-KEY.
080000     SKIP2
080003 0520-EDIT-RPRT-RUN-KEY.
080006* A KEYED REQUEST NAMES ONE RUN'S PAGES.  THE FIRST KEY IN A DECK
080009* FIXES THE RUN; A REQUEST FOR ANY OTHER RUN WOULD BE PULLED FROM
080012* THE WRONG SAVED OUTPUT.  A BLANK KEY IS AN ORDINARY REQUEST.
080015     IF RPRT-REC-RUN-KEY NOT = SPACES
080018      THEN
080021       IF RPRT-REC-JOBNAME (1:1) = SPACE
080024        OR RPRT-REC-RUN-DATE-X NOT NUMERIC
080027        OR RPRT-REC-RUN-TIME-X NOT NUMERIC
080030        THEN
080033         MOVE 'RUN KEY MUST BE JOBNAME, DATE AND TIME, OR BLANK'
080036           TO REJECT-REASON;
080039         PERFORM 0180-REJECT-RECORD
080042        ELSE
080045         IF RPRT-DECK-RUN-RECNO = ZERO
080048          THEN
080051           MOVE RPRT-REC-RUN-KEY TO RPRT-DECK-RUN-KEY;
080054           MOVE DECK-RECNO TO RPRT-DECK-RUN-RECNO
080057          ELSE
080060           IF RPRT-REC-RUN-KEY NOT = RPRT-DECK-RUN-KEY
080063            THEN
080066             MOVE 'RUN KEY DIFFERS -- A DECK IS FOR ONE RUN ONLY'
080069               TO REJECT-REASON;
080072             MOVE RPRT-DECK-RUN-RECNO TO REJECT-REF-RECNO;
080075             PERFORM 0180-REJECT-RECORD
080078           END-IF
080081         END-IF
080084       END-IF
080087     END-IF.
080090     SKIP2
080100 TITLE 'ROUTECTL Destination Routing Rules'.
080200 0600-CHECK-ROUTECTL.
080300     MOVE 'ROUTECTL' TO DECK-NAME.
080400     MOVE ROUTECTL-LIMIT TO DECK-LIMIT.
080500     OPEN INPUT ROUTECTL.
080600     MOVE ROUTECTL-STATUS TO DECK-STATUS.
080700     IF ROUTECTL-OK
080800      THEN
080900       PERFORM 0150-BEGIN-DECK;
081000       PERFORM UNTIL NOT ROUTECTL-OK
081100         READ ROUTECTL
081200         MOVE ROUTECTL-STATUS TO DECK-STATUS
081300         IF ROUTECTL-OK
081400          THEN
081500           MOVE ROUTECTL-RECORD TO DECK-IMAGE
081600           PERFORM 0170-BEGIN-RECORD
081700           IF DECK-RECNO NOT > DECK-LIMIT
081800            THEN
081900             PERFORM 0610-EDIT-ROUTECTL
082000           END-IF
082100           PERFORM 0190-END-RECORD
082200         END-IF
082300       END-PERFORM;
082400       CLOSE ROUTECTL;
082500       PERFORM 0160-END-DECK
082600      ELSE
082700       PERFORM 0155-NOTE-DECK-ABSENT
082800     END-IF.
082900     SKIP2
083000 0610-EDIT-ROUTECTL.
083100* APKAFSPL'S RULES: DESTINATION 1-4; 'T' RULES NEED A MATCH
083200* VALUE, 'P' RULES A NUMERIC, NONZERO PAGE COUNT.  APKAFSPL SKIPS
083300* A BAD RULE, AND THE STATEMENTS IT WAS MEANT FOR FALL THROUGH TO
083400* DESTINATION 1.
083500     IF ROUTE-REC-DEST NOT NUMERIC
083600      THEN
083700       MOVE 'DESTINATION MUST BE 1-4' TO REJECT-REASON;
083800       PERFORM 0180-REJECT-RECORD
083900      ELSE
084000       IF ROUTE-REC-DEST < 1
084100        OR ROUTE-REC-DEST > 4
084200        THEN
084300         MOVE 'DESTINATION MUST BE 1-4' TO REJECT-REASON;
084400         PERFORM 0180-REJECT-RECORD
084500       END-IF
084600     END-IF.
084700     EVALUATE ROUTE-REC-TYPE
084800      WHEN 'T'
084900       IF ROUTE-REC-VALUE = SPACES
085000        THEN
085100         MOVE 'TLE RULE NEEDS A MATCH VALUE' TO REJECT-REASON;
085200         PERFORM 0180-REJECT-RECORD
085300       END-IF
085400      WHEN 'P'
085500       IF ROUTE-REC-PAGES NOT NUMERIC
085600        THEN
085700         MOVE 'PAGE RULE NEEDS A NUMERIC PAGE COUNT'
085800           TO REJECT-REASON;
085900         PERFORM 0180-REJECT-RECORD
086000        ELSE
086100         IF ROUTE-REC-PAGES = ZERO
086200          THEN
086300           MOVE 'PAGE RULE PAGE COUNT MUST NOT BE ZERO'
086400             TO REJECT-REASON;
086500           PERFORM 0180-REJECT-RECORD
086600         END-IF
086700       END-IF
086800      WHEN OTHER
086900       MOVE 'RULE TYPE MUST BE T OR P' TO REJECT-REASON;
087000       PERFORM 0180-REJECT-RECORD
087100     END-EVALUATE.
087200     SKIP2
087300 TITLE 'SUPPCTL Do-Not-Mail Suppression List'.
087400 0650-CHECK-SUPPCTL.
087500     MOVE 'SUPPCTL' TO DECK-NAME.
087600     MOVE SUPPCTL-LIMIT TO DECK-LIMIT.
087700     MOVE SPACES TO SUPP-PREV-ACCOUNT.
087800     MOVE ZERO TO SUPP-PREV-RECNO.
087900     OPEN INPUT SUPPCTL.
088000     MOVE SUPPCTL-STATUS TO DECK-STATUS.
088100     IF SUPPCTL-OK
088200      THEN
088300       PERFORM 0150-BEGIN-DECK;
088400       PERFORM UNTIL NOT SUPPCTL-OK
088500         READ SUPPCTL
088600         MOVE SUPPCTL-STATUS TO DECK-STATUS
088700         IF SUPPCTL-OK
088800          THEN
088900           MOVE SUPPCTL-RECORD TO DECK-IMAGE
089000           PERFORM 0170-BEGIN-RECORD
089100           IF DECK-RECNO NOT > DECK-LIMIT
089200            THEN
089300             PERFORM 0660-EDIT-SUPPCTL
089400           END-IF
089500           PERFORM 0190-END-RECORD
089600         END-IF
089700       END-PERFORM;
089800       CLOSE SUPPCTL;
089900       PERFORM 0160-END-DECK
090000      ELSE
090100       PERFORM 0155-NOTE-DECK-ABSENT
090200     END-IF.
090300     SKIP2
090400 0660-EDIT-SUPPCTL.
090500* APKOTLLE IGNORES A BLANK ACCOUNT, AND THE STATEMENT IT WAS MEANT
090600* TO STOP IS MAILED.  A BLANK REASON STILL SUPPRESSES, BUT LEAVES
090700* THE SUPPRESSION LOG UNABLE TO SAY WHY.  AN ACCOUNT EQUAL TO THE
090800* ONE BEFORE IT IS LISTED TWICE -- ONLY THE FIRST REASON IS EVER
090900* LOGGED.
091000     IF SUPP-REC-ACCOUNT = SPACES
091100      THEN
091200       MOVE 'ACCOUNT MUST NOT BE BLANK' TO REJECT-REASON;
091300       PERFORM 0180-REJECT-RECORD
091400      ELSE
091500       IF SUPP-PREV-RECNO > ZERO
091600        AND SUPP-REC-ACCOUNT = SUPP-PREV-ACCOUNT
091700        THEN
091800         MOVE 'ACCOUNT LISTED TWICE' TO REJECT-REASON;
091900         MOVE SUPP-PREV-RECNO TO REJECT-REF-RECNO;
092000         PERFORM 0180-REJECT-RECORD
092100       END-IF;
092200       MOVE SUPP-REC-ACCOUNT TO SUPP-PREV-ACCOUNT;
092300       MOVE DECK-RECNO TO SUPP-PREV-RECNO
092400     END-IF.
092500     IF SUPP-REC-REASON = SPACES
092600      THEN
092700       MOVE 'REASON CODE MUST NOT BE BLANK' TO REJECT-REASON;
092800       PERFORM 0180-REJECT-RECORD
092900     END-IF.
093000     SKIP2
093100 TITLE 'Edit Report'.
093200 0700-WRITE-TOTALS.
093300* THE RUN TOTALS.  THE RETURN CODE WAS RAISED AS EACH REJECT WAS
093400* LISTED; THE TOTALS ONLY SUMMARIZE.
093500     MOVE SPACES TO CTLERPT-RECORD.
093600     PERFORM 0880-WRITE-REPORT-LINE.
093700     MOVE ' DECKS CHECKED' TO RPT-TOT-CAPTION.
093800     MOVE DECKS-CHECKED TO RPT-TOT-COUNT.
093900     MOVE RPT-TOTAL TO CTLERPT-RECORD.
094000     PERFORM 0880-WRITE-REPORT-LINE.
094100     MOVE ' DECKS NOT ALLOCATED' TO RPT-TOT-CAPTION.
094200     MOVE DECKS-ABSENT TO RPT-TOT-COUNT.
094300     MOVE RPT-TOTAL TO CTLERPT-RECORD.
094400     PERFORM 0880-WRITE-REPORT-LINE.
094500     MOVE ' RECORDS CHECKED' TO RPT-TOT-CAPTION.
094600     MOVE RECORDS-CHECKED TO RPT-TOT-COUNT.
094700     MOVE RPT-TOTAL TO CTLERPT-RECORD.
094800     PERFORM 0880-WRITE-REPORT-LINE.
094900     MOVE ' RECORDS REJECTED' TO RPT-TOT-CAPTION.
095000     MOVE RECORDS-REJECTED TO RPT-TOT-COUNT.
095100     MOVE RPT-TOTAL TO CTLERPT-RECORD.
095200     PERFORM 0880-WRITE-REPORT-LINE.
095300     SKIP2
095400 0880-WRITE-REPORT-LINE.
095500     WRITE CTLERPT-RECORD.
095600     IF NOT CTLERPT-OK
095700      THEN
095800       DISPLAY PGMNAME, ' REPORT WRITE FAILED, FILE STATUS ',
095900           CTLERPT-STATUS;
096000       MOVE 12 TO RETURN-CODE
096100     END-IF.
096200     SKIP2
096300 0900-TERMINATE.
096400* EVERY DECK WAS CLOSED BY THE PARAGRAPH THAT CHECKED IT.
096500     CLOSE CTLERPT.
096600     MOVE RECORDS-CHECKED TO COUNT-DISP.
096700     DISPLAY PGMNAME, COUNT-DISP, ' CONTROL RECORDS CHECKED.'.
096800     MOVE RECORDS-REJECTED TO COUNT-DISP.
096900     DISPLAY PGMNAME, COUNT-DISP, ' CONTROL RECORDS REJECTED.'.
