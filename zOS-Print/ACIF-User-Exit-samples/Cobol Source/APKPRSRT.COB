000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ NOLIST
000200* LAST UPDATE ON 15 Oct 2026 AT 16:42:10 BY DELGADOM VERSION 3  *
000300 ID DIVISION.
000400 PROGRAM-ID. APKPRSRT.
000500 AUTHOR. TURETZKY--HYDRA.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700
000800               This program resequences a saved ACIF output
000900               dataset into postal presort order.  Our
001000               composition system hands us statements in account
001100               order, but the automation discount wants the mail
001200               in ZIP+4 and carrier-route order, trayed and
001300               sacked, and until now nothing in the suite could
001400               reorder a statement -- the large cycles went out
001500               at the full First-Class rate.
001600
001700               Each statement is a BNG/ENG named group, found the
001800               same way APKAFSPL finds them.  The group's account
001900               number TLE is looked up in an address extract (one
002000               record per account, in account order, carrying the
002100               ZIP+4 and carrier route), and the groups are
002200               ordered by 5-digit ZIP, carrier route, and ZIP+4.
002300               Trays are then built level by level: a 5-digit ZIP
002400               with enough pieces for a tray of its own gets
002500               direct 5-digit trays; the rest of a 3-digit area
002600               is pooled into 3-digit trays when there is enough
002700               of it; what is left goes to mixed trays; and
002800               statements with no usable address go last.  Trays
002900               break at the tray capacity and sacks at the sack
003000               capacity or the 3-digit boundary, from an optional
003100               PSRTCTL control record.
003200
003300               Method of operation: two passes over the saved
003400               output.  The first pass tables each named group's
003500               name, account, statement date, page count, and
003600               address, matching the address extract in step
003700               with the statements.  The group keys are then
003800               sorted into ZIP order, levels and trays are
003900               assigned, and the second pass sorts every AFP
004000               record by its group's new position, so whole
004100               statements move intact.  Records outside every
004200               group -- the document envelope -- stay at the
004300               front (ahead of the first statement) or the back
004400               (everything after it).  A NOP record naming the
004500               tray, sack, level, and ZIP is written ahead of the
004600               first statement of each tray for the inserter and
004700               the mail room; the markers can be turned off in
004800               PSRTCTL.  The step writes a new manifest in the
004842               MNFSTOUT layout in the new sequence, a page index
004884               of the presorted output in the PAGEIDX layout
004926               (the new page numbers and the record range of
004968               each page), and a presort report of pieces by
005010               3-digit, 5-digit, and carrier route with the tray
005052               list and level totals.
005096
005112               A named group with no pages is not a mail piece.
005128               It takes no place in the presort, the trays, the
005144               level counts, or the new manifest; its records
005160               ride at the back with the trailing envelope, and
005176               the report counts it separately.
005200
005300 DATE-WRITTEN. 15 Oct 26.
005400 DATE-COMPILED.
005500 SECURITY. IBM SAMPLE CODE ONLY.
005600*/**************************************************************/
005700*/* Licensed under the Apache License, Version 2.0 (the        */
005800*/* "License"); you may not use this file except in compliance */
005900*/* with the License. You may obtain a copy of the License at  */
006000*/*                                                            */
006100*/* http://www.apache.org/licenses/LICENSE-2.0                 */
006200*/*                                                            */
006300*/* Unless required by applicable law or agreed to in writing, */
006400*/* software distributed under the License is distributed on an*/
006500*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
006600*/* KIND, either express or implied.  See the License for the  */
006700*/* specific language governing permissions and limitations    */
006800*/* under the License.                                         */
006900*/*------------------------------------------------------------*/
007000*/*                                                            */
007100*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
007200*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
007300*/*                                                            */
007400*/*   Permission to use, copy, modify, and distribute          */
007500*/*   this software for any purpose with or without fee        */
007600*/*   is hereby granted, provided that the above               */
007700*/*   copyright notices appear in all copies.                  */
007800*/*                                                            */
007900*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
008000*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
008100*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
008200*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
008300*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
008400*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
008500*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
008600*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
008700*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
008800*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
008900*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
009000*/**************************************************************/
009100 TITLE 'Postal Presort Resequencing'.
009200 ENVIRONMENT DIVISION.
009300 CONFIGURATION SECTION.
009400 SOURCE-COMPUTER. IBM-370.
009500 OBJECT-COMPUTER. IBM-370.
009600 INPUT-OUTPUT SECTION.
009700 FILE-CONTROL.
009800* OPTIONAL PRESORT CONTROL RECORD -- TRAY MINIMUM AND CAPACITY,
009900* SACK CAPACITY, AND THE TRAY MARKER SWITCH.  NO DD, DEFAULTS.
010000     SELECT PSRTCTL   ASSIGN TO PSRTCTL
010100         FILE STATUS IS PSRTCTL-STATUS.
010200* THE ADDRESS/ZIP EXTRACT -- ONE RECORD PER ACCOUNT, IN ACCOUNT
010300* ORDER, THE SAME ORDER THE STATEMENTS ARRIVE IN.
010400     SELECT ADDRZIP   ASSIGN TO ADDRZIP
010500         FILE STATUS IS ADDRZIP-STATUS.
010600* THE SAVED AFP OUTPUT DATASET TO RESEQUENCE.  READ TWICE: ONCE
010700* TO TABLE THE NAMED GROUPS, ONCE TO FEED THE RECORD SORT.
010800     SELECT AFPIN     ASSIGN TO AFPIN
010900         FILE STATUS IS AFPIN-STATUS.
011000* THE PRESORTED AFP DATASET.
011100     SELECT AFPOUT    ASSIGN TO AFPOUT
011200         FILE STATUS IS AFPOUT-STATUS.
011300* THE NEW MAIL PIECE MANIFEST, IN APKOTLLE'S MNFSTOUT LAYOUT,
011400* ONE RECORD PER STATEMENT IN PRESORT SEQUENCE.
011500     SELECT MNFSTOUT  ASSIGN TO MNFSTOUT
011600         FILE STATUS IS MNFSTOUT-STATUS.
011620* THE PAGE INDEX OF THE PRESORTED OUTPUT, IN APKOTLLE'S PAGEIDX
011640* LAYOUT.  WITHOUT THE DD THE STEP RUNS ON WITHOUT AN INDEX.
011660     SELECT PAGEIDX   ASSIGN TO PAGEIDX
011680         FILE STATUS IS PAGEIDX-STATUS.
011700* THE PRINTED PRESORT REPORT.
011800     SELECT PSRTRPT   ASSIGN TO PSRTRPT
011900         FILE STATUS IS PSRTRPT-STATUS.
012000* SORT WORK FILES: THE GROUP KEYS, THEN THE AFP RECORDS.
012100     SELECT KEYSORT   ASSIGN TO SORTWK01.
012200     SELECT AFPSORT   ASSIGN TO SORTWK02.
012300     EJECT
012400 DATA DIVISION.
012500 FILE SECTION.
012600 FD  PSRTCTL
012700     RECORDING MODE F
012800     LABEL RECORDS ARE STANDARD.
012900* PSRT-REC-TRAY-MIN IS THE FEWEST PIECES THAT EARN A DIRECT
013000* 5-DIGIT OR 3-DIGIT TRAY; PSRT-REC-TRAY-MAX IS THE PIECES A
013100* TRAY HOLDS; PSRT-REC-SACK-MAX IS THE TRAYS A SACK HOLDS.
013200* PSRT-REC-MARKER-SW 'N' SUPPRESSES THE TRAY MARKER RECORDS.
013300 01  PSRTCTL-RECORD.
013400     05  PSRT-REC-TRAY-MIN       PIC 9(5).
013500     05  FILLER                  PIC X(1).
013600     05  PSRT-REC-TRAY-MAX       PIC 9(5).
013700     05  FILLER                  PIC X(1).
013800     05  PSRT-REC-SACK-MAX       PIC 9(3).
013900     05  FILLER                  PIC X(1).
014000     05  PSRT-REC-MARKER-SW      PIC X.
014100     05  FILLER                  PIC X(63).
014200 FD  ADDRZIP
014300     RECORDING MODE F
014400     LABEL RECORDS ARE STANDARD.
014500 01  ADDRZIP-RECORD.
014600     05  ADDR-REC-ACCOUNT        PIC X(16).
014700     05  FILLER                  PIC X(1).
014800     05  ADDR-REC-ZIP5           PIC X(5).
014900     05  ADDR-REC-ZIP4           PIC X(4).
015000     05  FILLER                  PIC X(1).
015100     05  ADDR-REC-CRRT           PIC X(4).
015200     05  FILLER                  PIC X(49).
015300* THE AFP RECORDS ARE VARIABLE LENGTH, UP TO THE STRUCTURED
015400* FIELD MAXIMUM PLUS THE CARRIAGE CONTROL BYTE.  ONE LENGTH
015500* FIELD IS SHARED BY BOTH AFP FILES SO EACH RECORD IS WRITTEN
015600* AT EXACTLY THE LENGTH IT WAS READ.
015700 FD  AFPIN
015800     RECORDING MODE V
015900     RECORD IS VARYING IN SIZE FROM 1 TO 32756
016000         DEPENDING ON AFP-RECLEN
016100     LABEL RECORDS ARE STANDARD.
016200 01  AFPIN-RECORD.
016300     05  AFP-CCVAL           PIC X.
016400     05  AFP-SFINTRO.
016500         10  AFP-SFLEN       PIC 9(4) BINARY.
016600         10  AFP-SFTYPE      PIC XXX.
016700         10  AFP-SFFLAGSEQ   PIC XXX.
016800     05  AFP-SFDATA          PIC X(32747).
016900 FD  AFPOUT
017000     RECORDING MODE V
017100     RECORD IS VARYING IN SIZE FROM 1 TO 32756
017200         DEPENDING ON AFP-RECLEN
017300     LABEL RECORDS ARE STANDARD.
017400 01  AFPOUT-RECORD               PIC X(32756).
017500 FD  MNFSTOUT
017600     RECORDING MODE F
017700     LABEL RECORDS ARE STANDARD.
017800 01  MNFSTOUT-RECORD.
017900     05  MNF-SEQ-NUMBER          PIC 9(8).
018000     05  FILLER                  PIC X(1).
018100     05  MNF-DOC-NAME            PIC X(8).
018200     05  FILLER                  PIC X(1).
018300     05  MNF-ACCOUNT             PIC X(16).
018400     05  FILLER                  PIC X(1).
018500     05  MNF-STMT-DATE           PIC X(8).
018600     05  FILLER                  PIC X(1).
018700     05  MNF-PAGE-COUNT          PIC 9(8).
018800     05  FILLER                  PIC X(1).
018900     05  MNF-FIRST-RECNO         PIC 9(9).
019000     05  FILLER                  PIC X(1).
019100     05  MNF-LAST-RECNO          PIC 9(9).
019200     05  FILLER                  PIC X(8).
019207 FD  PAGEIDX
019214     RECORDING MODE F
019221     LABEL RECORDS ARE STANDARD.
019228 01  PAGEIDX-RECORD.
019235     05  IDX-PAGENAME            PIC X(8).
019242     05  FILLER                  PIC X(1).
019249     05  IDX-PAGE-NUMBER         PIC 9(8).
019256     05  FILLER                  PIC X(1).
019263     05  IDX-FIRST-RECNO         PIC 9(9).
019270     05  FILLER                  PIC X(1).
019277     05  IDX-LAST-RECNO          PIC 9(9).
019284     05  FILLER                  PIC X(43).
019300 FD  PSRTRPT
019400     RECORDING MODE F
019500     LABEL RECORDS ARE STANDARD.
019600 01  PSRTRPT-RECORD              PIC X(132).
019700* ONE SORT RECORD PER NAMED GROUP, IN ZIP ORDER OUT.
019800 SD  KEYSORT.
019900 01  KEYSORT-RECORD.
020000     05  KS-ZIP5                 PIC X(5).
020100     05  KS-CRRT                 PIC X(4).
020200     05  KS-ZIP4                 PIC X(4).
020300     05  KS-GROUP                PIC 9(8) BINARY.
020400* ONE SORT RECORD PER AFP RECORD: THE RECORD'S NEW GROUP
020500* POSITION AND ITS ORIGINAL RECORD NUMBER AS THE KEY, SO A
020600* STATEMENT'S RECORDS STAY TOGETHER AND IN THEIR OWN ORDER.
020700 SD  AFPSORT
020800     RECORD IS VARYING IN SIZE FROM 13 TO 32768
020900         DEPENDING ON SRT-RECLEN.
021000 01  AFPSORT-RECORD.
021100     05  SRT-GROUP-SEQ           PIC 9(8) BINARY.
021200     05  SRT-RECORD-SEQ          PIC 9(9) BINARY.
021300     05  SRT-AFP-LEN             PIC 9(8) BINARY.
021400     05  SRT-AFP-DATA            PIC X(32756).
021500     EJECT
021600 WORKING-STORAGE SECTION.
021700 77  PGMNAME                 PIC X(8) VALUE 'APKPRSRT'.
021800 77  PSRTCTL-STATUS          PIC XX   VALUE SPACES.
021900     88  PSRTCTL-OK          VALUE '00'.
022000 77  ADDRZIP-STATUS          PIC XX   VALUE SPACES.
022100     88  ADDRZIP-OK          VALUE '00'.
022200     88  ADDRZIP-EOF-STAT    VALUE '10'.
022300 77  AFPIN-STATUS            PIC XX   VALUE SPACES.
022400     88  AFPIN-OK            VALUE '00'.
022500     88  AFPIN-EOF-STAT      VALUE '10'.
022600 77  AFPOUT-STATUS           PIC XX   VALUE SPACES.
022700     88  AFPOUT-OK           VALUE '00'.
022800 77  MNFSTOUT-STATUS         PIC XX   VALUE SPACES.
022900     88  MNFSTOUT-OK         VALUE '00'.
022920 77  PAGEIDX-STATUS          PIC XX   VALUE SPACES.
022940     88  PAGEIDX-OK          VALUE '00'.
022960 77  PAGEIDX-AVAIL-FLAG      PIC X    VALUE 'N'.
022980     88  PAGEIDX-AVAILABLE   VALUE 'Y'.
023000 77  PSRTRPT-STATUS          PIC XX   VALUE SPACES.
023100     88  PSRTRPT-OK          VALUE '00'.
023200 77  AFP-RECLEN              PIC 9(8) BINARY VALUE ZERO.
023300 77  SRT-RECLEN              PIC 9(8) BINARY VALUE ZERO.
023400 77  AFP-EOF-FLAG            PIC X    VALUE 'N'.
023500     88  AFP-EOF             VALUE 'Y'.
023600 77  ADDR-EOF-FLAG           PIC X    VALUE 'N'.
023700     88  ADDR-EOF            VALUE 'Y'.
023800 77  SORT-EOF-FLAG           PIC X    VALUE 'N'.
023900     88  SORT-EOF            VALUE 'Y'.
024000 77  OUTPUT-FAILED-FLAG      PIC X    VALUE 'N'.
024100     88  OUTPUT-FAILED       VALUE 'Y'.
024200 77  SETUP-FAILED-FLAG       PIC X    VALUE 'N'.
024300     88  SETUP-FAILED        VALUE 'Y'.
024400 77  COUNT-DISP              PIC Z,ZZZ,ZZZ,ZZ9.
024500     SKIP2
024600* PRESORT CONTROLS (0120-LOAD-PSRTCTL).  THE DEFAULTS ARE THE
024700* USUAL LETTER-TRAY FIGURES.
024800 77  TRAY-MIN                PIC S9(8) BINARY VALUE 150.
024900 77  TRAY-MAX                PIC S9(8) BINARY VALUE 500.
025000 77  SACK-MAX                PIC S9(8) BINARY VALUE 10.
025100 77  MARKER-FLAG             PIC X    VALUE 'Y'.
025200     88  MARKERS-WANTED      VALUE 'Y'.
025300     SKIP2
025400 77  RECORDS-READ            PIC S9(9) BINARY VALUE ZERO.
025500 77  OUT-RECNO               PIC S9(9) BINARY VALUE ZERO.
025600 77  ENVELOPE-RECORDS        PIC S9(9) BINARY VALUE ZERO.
025700 77  MARKERS-WRITTEN         PIC S9(8) BINARY VALUE ZERO.
025800 77  MANIFEST-WRITTEN        PIC S9(8) BINARY VALUE ZERO.
025900 77  STMTS-NO-ADDRESS        PIC S9(8) BINARY VALUE ZERO.
026000 77  STMTS-OUT-OF-ORDER      PIC S9(8) BINARY VALUE ZERO.
026012 77  STMTS-EMPTY             PIC S9(8) BINARY VALUE ZERO.
026024* PAGE INDEX STATE: THE PAGE BEING WRITTEN TO THE PRESORTED
026036* OUTPUT, NUMBERED FROM ONE IN ITS NEW ORDER.
026048 77  PAGES-INDEXED           PIC S9(8) BINARY VALUE ZERO.
026072 77  PAGE-FIRST-RECNO        PIC S9(9) BINARY VALUE ZERO.
026084 77  PAGE-NAME               PIC X(8)  VALUE SPACES.
026100     SKIP2
026200* FIRST-PASS GROUP TABLE: ONE ENTRY PER NAMED GROUP IN INPUT
026283* ORDER.  GRP-ZIP5 IS SPACES WHEN THE STATEMENT HAS NO USABLE
026366* ADDRESS.  GRP-NEWSEQ IS THE GROUP'S PRESORT POSITION, OR THE
026449* TRAILING ENVELOPE POSITION FOR A GROUP WITH NO PAGES.  A RUN
026532* WITH MORE GROUPS THAN THE TABLE HOLDS IS A SETUP ERROR -- HALF
026615* A PRESORT IS NO PRESORT.
026700 77  GRP-TOTAL               PIC S9(8) BINARY VALUE ZERO.
026800 77  GRP-IDX                 PIC S9(8) BINARY VALUE ZERO.
026900 77  GRP-OPEN-FLAG           PIC X    VALUE 'N'.
027000     88  GRP-OPEN            VALUE 'Y'.
027100 77  CUR-PAGES               PIC S9(8) BINARY VALUE ZERO.
027200 77  CUR-ACCT-VALUE          PIC X(16) VALUE SPACES.
027300 77  CUR-DATE-VALUE          PIC X(8)  VALUE SPACES.
027400 77  PREV-ACCT-VALUE         PIC X(16) VALUE SPACES.
027500 77  PREV-ADDR-ACCOUNT       PIC X(16) VALUE SPACES.
027600 01  GRP-TABLE.
027700     05  GRP-ENTRY OCCURS 50000 TIMES.
027800         10  GRP-DOCNAME     PIC X(8).
027900         10  GRP-ACCOUNT     PIC X(16).
028000         10  GRP-DATE        PIC X(8).
028100         10  GRP-ZIP5        PIC X(5).
028200         10  GRP-ZIP4        PIC X(4).
028300         10  GRP-CRRT        PIC X(4).
028400         10  GRP-PAGES       PIC S9(8) BINARY.
028500         10  GRP-NEWSEQ      PIC S9(8) BINARY.
028600     SKIP2
028700* THE GROUPS IN ZIP ORDER, AS THE KEY SORT RETURNS THEM, WITH
028800* THE TRAY LEVEL EACH IS ASSIGNED: '5D' DIRECT 5-DIGIT, '3D'
028900* 3-DIGIT, 'MX' MIXED, 'NA' NO ADDRESS.  THE SPARE ENTRY AFTER
029000* THE LAST GROUP HOLDS A HIGH-VALUE ZIP THAT ENDS EVERY RUN
029100* SCAN WITHOUT A SEPARATE END-OF-TABLE TEST.
029200 77  ORD-COUNT               PIC S9(8) BINARY VALUE ZERO.
029300 77  ORD-IDX                 PIC S9(8) BINARY VALUE ZERO.
029400 77  RUN-IDX                 PIC S9(8) BINARY VALUE ZERO.
029500 77  RUN3-START              PIC S9(8) BINARY VALUE ZERO.
029600 77  RUN5-START              PIC S9(8) BINARY VALUE ZERO.
029700 77  RUN5-COUNT              PIC S9(8) BINARY VALUE ZERO.
029800 77  RUN3-RESIDUAL           PIC S9(8) BINARY VALUE ZERO.
029900 77  RUN-ZIP3                PIC X(3)  VALUE SPACES.
030000 77  RUN-ZIP5                PIC X(5)  VALUE SPACES.
030100 01  ORD-TABLE.
030200     05  ORD-ENTRY OCCURS 50001 TIMES.
030300         10  ORD-GROUP       PIC S9(8) BINARY.
030400         10  ORD-ZIP5        PIC X(5).
030500         10  ORD-CRRT        PIC X(4).
030600         10  ORD-LEVEL       PIC X(2).
030700     SKIP2
030800* THE GROUPS IN PRESORT SEQUENCE, WITH THEIR TRAY AND SACK.
030900* NEW-TRAY-START MARKS THE FIRST STATEMENT OF EACH TRAY AND
031000* NEW-SACK-START THE FIRST OF EACH SACK.
031100 77  NEW-COUNT               PIC S9(8) BINARY VALUE ZERO.
031200 77  NEW-IDX                 PIC S9(8) BINARY VALUE ZERO.
031300 01  NEW-TABLE.
031400     05  NEW-ENTRY OCCURS 50000 TIMES.
031500         10  NEW-GROUP       PIC S9(8) BINARY.
031600         10  NEW-TRAY        PIC S9(8) BINARY.
031700         10  NEW-SACK        PIC S9(8) BINARY.
031800         10  NEW-LEVEL       PIC X(2).
031900         10  NEW-ZIP5        PIC X(5).
032000         10  NEW-TRAY-START  PIC X.
032100         10  NEW-SACK-START  PIC X.
032200     SKIP2
032300* TRAY ASSIGNMENT STATE.  THE LEVELS ARE SWEPT IN THE ORDER THE
032400* MAIL IS PREPARED -- 5-DIGIT, 3-DIGIT, MIXED, THEN UNADDRESSED.
032500 01  LEVEL-CODES-VALUE       PIC X(8) VALUE '5D3DMXNA'.
032600 01  LEVEL-CODES REDEFINES LEVEL-CODES-VALUE.
032700     05  LEVEL-CODE          PIC X(2) OCCURS 4 TIMES.
032800 01  LEVEL-TOTALS.
032900     05  LEVEL-PIECES        PIC S9(8) BINARY OCCURS 4 TIMES.
033000 77  LEVEL-IDX               PIC S9(4) BINARY VALUE ZERO.
033100 77  SWEEP-LEVEL             PIC X(2)  VALUE SPACES.
033200 77  TRAY-TOTAL              PIC S9(8) BINARY VALUE ZERO.
033300 77  TRAY-PIECES             PIC S9(8) BINARY VALUE ZERO.
033400 77  TRAY-LEVEL              PIC X(2)  VALUE SPACES.
033500 77  TRAY-ZIP5               PIC X(5)  VALUE SPACES.
033600 77  SACK-TOTAL              PIC S9(8) BINARY VALUE ZERO.
033700 77  SACK-TRAYS              PIC S9(8) BINARY VALUE ZERO.
033800 77  SACK-ZIP3               PIC X(3)  VALUE SPACES.
033900 77  NEW-TRAY-FLAG           PIC X    VALUE 'N'.
034000     88  NEW-TRAY-NEEDED     VALUE 'Y'.
034100 77  NEW-SACK-FLAG           PIC X    VALUE 'N'.
034200     88  NEW-SACK-NEEDED     VALUE 'Y'.
034300     SKIP2
034400* SECOND-PASS STATE: THE GROUP THE RECORD IN HAND BELONGS TO,
034500* AND ON THE WAY OUT THE GROUP BEING WRITTEN AND WHERE IT
034600* STARTED IN THE NEW OUTPUT.
034700 77  GRP2-NO                 PIC S9(8) BINARY VALUE ZERO.
034800 77  GRP2-IN-FLAG            PIC X    VALUE 'N'.
034900     88  GRP2-IN-GROUP       VALUE 'Y'.
035000 77  OUT-GROUP-SEQ           PIC S9(8) BINARY VALUE ZERO.
035100 77  OUT-FIRST-RECNO         PIC S9(9) BINARY VALUE ZERO.
035200     SKIP2
035300* TRAY MARKER -- A NOP STRUCTURED FIELD WRITTEN AHEAD OF THE
035400* FIRST STATEMENT OF EACH TRAY.  THE KIND READS 'SACK' WHEN THE
035500* TRAY ALSO STARTS A NEW SACK.
035600 01  TRAY-MARKER.
035700     05  MRK-CCVAL           PIC X.
035800     05  MRK-SFLEN           PIC 9(4) BINARY.
035900     05  MRK-SFTYPE          PIC XXX.
036000     05  MRK-SFFLAGSEQ       PIC XXX.
036100     05  MRK-TEXT.
036200         10  MRK-KIND        PIC X(4).
036300         10  FILLER          PIC X(12) VALUE ' BREAK TRAY '.
036400         10  MRK-TRAY        PIC 9(6).
036500         10  FILLER          PIC X(6)  VALUE ' SACK '.
036600         10  MRK-SACK        PIC 9(5).
036700         10  FILLER          PIC X(7)  VALUE ' LEVEL '.
036800         10  MRK-LEVEL       PIC X(2).
036900         10  FILLER          PIC X(5)  VALUE ' ZIP '.
037000         10  MRK-ZIP5        PIC X(5).
037100     SKIP2
037200* TLE TRIPLET SCAN WORK AREAS -- THE SAME WALK APKAFSPL'S
037300* 0230-SCAN-TLE-TRIPLETS USES.  A NON-POSITIVE TRIPLET LENGTH
037400* WOULD NEVER ADVANCE THE SCAN, SO IT STOPS THE SCAN OF THAT
037500* RECORD INSTEAD.
037600 77  TRIPLET-PTR             PIC S9(4) BINARY VALUE ZERO.
037700 77  TRIPLET-LENGTH          PIC S9(4) BINARY VALUE ZERO.
037800 77  TRIPLET-ERROR-FLAG      PIC X    VALUE 'N'.
037900     88  TRIPLET-BAD         VALUE 'Y'.
038000     88  TRIPLET-OK          VALUE 'N'.
038100 77  TLE-VALUE-LENGTH        PIC S9(4) BINARY VALUE ZERO.
038200 01  BINARY-NUMBERS.
038300     05  BIN2                    PIC 9(4) BINARY VALUE ZERO.
038400     05  BIN2-X                  REDEFINES BIN2.
038500         10  FILLER              PIC X.
038600         10  BIN2-2              PIC X.
038700     SKIP2
038800* REPORT CONTROL BREAKS.
038900 77  BRK-ZIP3                PIC X(3)  VALUE SPACES.
039000 77  BRK-ZIP5                PIC X(5)  VALUE SPACES.
039100 77  BRK-CRRT                PIC X(4)  VALUE SPACES.
039200 77  BRK-LEVEL               PIC X(2)  VALUE SPACES.
039300 77  BRK-ZIP3-PIECES         PIC S9(8) BINARY VALUE ZERO.
039400 77  BRK-ZIP5-PIECES         PIC S9(8) BINARY VALUE ZERO.
039500 77  BRK-CRRT-PIECES         PIC S9(8) BINARY VALUE ZERO.
039600     SKIP2
039700* REPORT LINES.
039800 01  RPT-HEADING-1.
039900     05  FILLER              PIC X(16) VALUE ' POSTAL PRESORT '.
040000     05  FILLER              PIC X(116) VALUE 'RESEQUENCING'.
040100 01  RPT-HEADING-2.
040200     05  FILLER              PIC X(30) VALUE
040300         '  LEVEL     ZIP    ROUTE      '.
040400     05  FILLER              PIC X(102) VALUE ' PIECES  TRAY'.
040500 01  RPT-ZIP-LINE.
040600     05  FILLER              PIC X(2)  VALUE SPACES.
040700     05  RPT-ZIP-CAPTION     PIC X(8).
040800     05  FILLER              PIC X(2)  VALUE SPACES.
040900     05  RPT-ZIP-ZIP         PIC X(5).
041000     05  FILLER              PIC X(2)  VALUE SPACES.
041100     05  RPT-ZIP-ROUTE       PIC X(4).
041200     05  FILLER              PIC X(2)  VALUE SPACES.
041300     05  RPT-ZIP-PIECES      PIC ZZZ,ZZZ,ZZ9.
041400     05  FILLER              PIC X(2)  VALUE SPACES.
041500     05  RPT-ZIP-LEVEL       PIC X(2).
041600     05  FILLER              PIC X(92) VALUE SPACES.
041700 01  RPT-HEADING-3.
041800     05  FILLER              PIC X(29) VALUE
041900         '    TRAY   SACK  LV      ZIP5'.
042000     05  FILLER              PIC X(103) VALUE
042100         '   PIECES  FIRST-SQ  LAST-SQ'.
042200 01  RPT-TRAY-LINE.
042300     05  FILLER              PIC X(2)  VALUE SPACES.
042400     05  RPT-TRAY-NO         PIC ZZZZZ9.
042500     05  FILLER              PIC X(2)  VALUE SPACES.
042600     05  RPT-TRAY-SACK       PIC ZZZZ9.
042700     05  FILLER              PIC X(2)  VALUE SPACES.
042800     05  RPT-TRAY-LEVEL      PIC X(2).
042900     05  FILLER              PIC X(5)  VALUE SPACES.
043000     05  RPT-TRAY-ZIP        PIC X(5).
043100     05  FILLER              PIC X(2)  VALUE SPACES.
043200     05  RPT-TRAY-PIECES     PIC ZZZ,ZZ9.
043300     05  FILLER              PIC X(2)  VALUE SPACES.
043400     05  RPT-TRAY-FIRST      PIC ZZZZZZZ9.
043500     05  FILLER              PIC X(1)  VALUE SPACE.
043600     05  RPT-TRAY-LAST       PIC ZZZZZZZ9.
043700     05  FILLER              PIC X(75) VALUE SPACES.
043800 01  RPT-TOTAL.
043900     05  FILLER              PIC X(1)  VALUE SPACE.
044000     05  RPT-TOT-CAPTION     PIC X(30).
044100     05  RPT-TOT-COUNT       PIC ZZZ,ZZZ,ZZ9.
044200     05  FILLER              PIC X(90) VALUE SPACES.
044300     SKIP2
044400/ AFP STRUCTURED FIELD DEFINITIONS.
044500     COPY STRFLDS SUPPRESS.
044600 TITLE 'Initialization and Main Line'.
044700 PROCEDURE DIVISION.
044800     PERFORM 0100-INITIALIZE.
044900     IF NOT SETUP-FAILED
045000      THEN
045100       PERFORM 0200-SURVEY-RECORD UNTIL AFP-EOF;
045200       IF GRP-OPEN
045300        THEN
045400         PERFORM 0260-CLOSE-GROUP
045500       END-IF;
045600       IF GRP-TOTAL NOT > STMTS-EMPTY
045700        AND NOT SETUP-FAILED
045800        THEN
045900         DISPLAY PGMNAME, ' NO NAMED GROUPS WITH PAGES --',
046000             ' NOTHING TO PRESORT.';
046100         PERFORM 0110-NOTE-SETUP-ERROR
046200       END-IF
046300     END-IF.
046400     IF NOT SETUP-FAILED
046500      THEN
046600       PERFORM 0500-ORDER-GROUPS
046700     END-IF.
046800     IF NOT SETUP-FAILED
046900      THEN
047000       PERFORM 0600-REWRITE-OUTPUT;
047100       PERFORM 0800-WRITE-REPORT
047200     END-IF.
047300     PERFORM 0900-TERMINATE.
047400     GOBACK.
047500     SKIP2
047600 0100-INITIALIZE.
047700* OPEN EVERYTHING.  EXCEPT FOR THE CONTROL RECORD AND THE PAGE
047800* INDEX, EVERY FILE HERE IS THE POINT OF THE STEP, SO ANY OPEN
047900* FAILURE ENDS IT AS A SETUP ERROR.
048000     OPEN OUTPUT PSRTRPT.
048100     IF NOT PSRTRPT-OK
048200      THEN
048300       DISPLAY PGMNAME, ' UNABLE TO OPEN PSRTRPT, FILE STATUS ',
048400           PSRTRPT-STATUS;
048500       PERFORM 0110-NOTE-SETUP-ERROR
048600     END-IF.
048700     OPEN INPUT AFPIN.
048800     IF NOT AFPIN-OK
048900      THEN
049000       DISPLAY PGMNAME, ' UNABLE TO OPEN AFPIN, FILE STATUS ',
049100           AFPIN-STATUS;
049200       PERFORM 0110-NOTE-SETUP-ERROR
049300     END-IF.
049400     OPEN OUTPUT AFPOUT.
049500     IF NOT AFPOUT-OK
049600      THEN
049700       DISPLAY PGMNAME, ' UNABLE TO OPEN AFPOUT, FILE STATUS ',
049800           AFPOUT-STATUS;
049900       PERFORM 0110-NOTE-SETUP-ERROR
050000     END-IF.
050100     OPEN OUTPUT MNFSTOUT.
050200     IF NOT MNFSTOUT-OK
050300      THEN
050400       DISPLAY PGMNAME, ' UNABLE TO OPEN MNFSTOUT, FILE STATUS ',
050500           MNFSTOUT-STATUS;
050600       PERFORM 0110-NOTE-SETUP-ERROR
050700     END-IF.
050711     OPEN OUTPUT PAGEIDX.
050722     IF PAGEIDX-OK
050733      THEN
050744       SET PAGEIDX-AVAILABLE TO TRUE
050755      ELSE
050766       DISPLAY PGMNAME, ' UNABLE TO OPEN PAGEIDX, FILE STATUS ',
050777           PAGEIDX-STATUS, ' -- PAGE INDEX DISABLED'
050788     END-IF.
050800     OPEN INPUT ADDRZIP.
050900     IF NOT ADDRZIP-OK
051000      THEN
051100       DISPLAY PGMNAME, ' UNABLE TO OPEN ADDRZIP, FILE STATUS ',
051200           ADDRZIP-STATUS;
051300       PERFORM 0110-NOTE-SETUP-ERROR
051400     END-IF.
051500     PERFORM 0120-LOAD-PSRTCTL.
051600     IF NOT SETUP-FAILED
051700      THEN
051800       PERFORM 0320-READ-ADDRZIP;
051900       PERFORM 0310-READ-AFPIN
052000     END-IF.
052100     SKIP2
052200 0110-NOTE-SETUP-ERROR.
052300     SET SETUP-FAILED TO TRUE.
052400     MOVE 12 TO RETURN-CODE.
052500     SKIP2
052600 0120-LOAD-PSRTCTL.
052700* READ THE OPTIONAL CONTROL RECORD.  A FIELD THAT IS NONNUMERIC
052800* OR ZERO KEEPS ITS DEFAULT, SO A PARTLY KEYED RECORD CHANGES
052900* ONLY WHAT IT NAMES.
053000     OPEN INPUT PSRTCTL.
053100     IF PSRTCTL-OK
053200      THEN
053300       READ PSRTCTL;
053400       IF PSRTCTL-OK
053500        THEN
053600         IF PSRT-REC-TRAY-MIN NUMERIC
053700          AND PSRT-REC-TRAY-MIN > ZERO
053800          THEN
053900           MOVE PSRT-REC-TRAY-MIN TO TRAY-MIN
054000         END-IF;
054100         IF PSRT-REC-TRAY-MAX NUMERIC
054200          AND PSRT-REC-TRAY-MAX > ZERO
054300          THEN
054400           MOVE PSRT-REC-TRAY-MAX TO TRAY-MAX
054500         END-IF;
054600         IF PSRT-REC-SACK-MAX NUMERIC
054700          AND PSRT-REC-SACK-MAX > ZERO
054800          THEN
054900           MOVE PSRT-REC-SACK-MAX TO SACK-MAX
055000         END-IF;
055100         IF PSRT-REC-MARKER-SW = 'N'
055200          THEN
055300           MOVE 'N' TO MARKER-FLAG
055400         END-IF
055500       END-IF;
055600       CLOSE PSRTCTL
055700     END-IF.
055800     IF TRAY-MIN > TRAY-MAX
055900      THEN
056000       DISPLAY PGMNAME, ' PSRTCTL TRAY MINIMUM ABOVE TRAY',
056100           ' CAPACITY -- CAPACITY USED AS MINIMUM.';
056200       MOVE TRAY-MAX TO TRAY-MIN
056300     END-IF.
056400     SKIP2
056500 TITLE 'First Pass -- Table Each Named Group'.
056600 0200-SURVEY-RECORD.
056700* A BNG OPENS A STATEMENT (CLOSING ANY GROUP STILL OPEN FIRST,
056800* THE SAME WAY APKAFSPL'S 0200-SURVEY-RECORD DOES); AN ENG
056900* CLOSES IT; BPGS INSIDE A GROUP COUNT ITS PAGES.  BNG AND BPG
057000* TRIPLETS ARE SCANNED FOR THE ACCOUNT AND DATE TLE VALUES.
057100     EVALUATE AFP-SFTYPE
057200      WHEN SF-BNG
057300       IF GRP-OPEN
057400        THEN
057500         PERFORM 0260-CLOSE-GROUP
057600       END-IF;
057700       PERFORM 0210-OPEN-GROUP;
057800       PERFORM 0230-SCAN-TLE-TRIPLETS
057900      WHEN SF-ENG
058000       IF GRP-OPEN
058100        THEN
058200         PERFORM 0260-CLOSE-GROUP
058300       END-IF
058400      WHEN SF-BPG
058500       IF GRP-OPEN
058600        THEN
058700         ADD 1 TO CUR-PAGES;
058800         PERFORM 0230-SCAN-TLE-TRIPLETS
058900       END-IF
059000      WHEN OTHER
059100       CONTINUE
059200     END-EVALUATE.
059300     IF NOT AFP-EOF
059400      THEN
059500       PERFORM 0310-READ-AFPIN
059600     END-IF.
059700     SKIP2
059800 0210-OPEN-GROUP.
059900     IF GRP-TOTAL NOT < 50000
060000      THEN
060100       DISPLAY PGMNAME, ' MORE THAN 50000 STATEMENTS -- SPLIT',
060200           ' THE RUN BEFORE PRESORTING.';
060300       PERFORM 0110-NOTE-SETUP-ERROR;
060400       SET AFP-EOF TO TRUE
060500      ELSE
060600       SET GRP-OPEN TO TRUE;
060700       ADD 1 TO GRP-TOTAL;
060800       MOVE GRP-TOTAL TO GRP-IDX;
060900       MOVE AFP-SFDATA (1 : 8) TO GRP-DOCNAME (GRP-IDX);
061000       MOVE ZERO TO CUR-PAGES;
061100       MOVE SPACES TO CUR-ACCT-VALUE, CUR-DATE-VALUE
061200     END-IF.
061300     SKIP2
061400 0230-SCAN-TLE-TRIPLETS.
061500* WALK THE TRIPLETS AFTER THE EIGHT-BYTE TOKEN NAME, THE SAME
061600* WAY APKAFSPL'S 0230-SCAN-TLE-TRIPLETS DOES.
061700     MOVE 9 TO TRIPLET-PTR.
061800     SET TRIPLET-OK TO TRUE.
061900     PERFORM UNTIL TRIPLET-BAD
062000                OR TRIPLET-PTR >=
062100                   (AFP-SFLEN - LENGTH OF AFP-SFINTRO)
062200       MOVE AFP-SFDATA (TRIPLET-PTR : 1) TO BIN2-2
062300       MOVE BIN2 TO TRIPLET-LENGTH
062400       IF TRIPLET-LENGTH NOT > ZERO
062500        THEN
062600         SET TRIPLET-BAD TO TRUE
062700        ELSE
062800         IF AFP-SFDATA (TRIPLET-PTR + 1 : 1) = TR-TLE (2 : 1)
062900          THEN
063000           PERFORM 0232-CAPTURE-TLE
063100         END-IF
063200         ADD TRIPLET-LENGTH TO TRIPLET-PTR
063300       END-IF
063400     END-PERFORM.
063500     SKIP2
063600 0232-CAPTURE-TLE.
063700* THE FIRST ACCOUNT AND DATE TLE VALUES IN THE GROUP ARE ITS
063800* OWN; LONGER VALUES TRUNCATE AND SHORTER ONES LEFT-JUSTIFY,
063900* THE SAME CONVENTION APKOTLLE'S 0232-CAPTURE-TLE USES.
064000     IF TRIPLET-LENGTH > 3
064100      THEN
064200       MOVE TRIPLET-LENGTH TO TLE-VALUE-LENGTH;
064300       SUBTRACT 3 FROM TLE-VALUE-LENGTH;
064400       IF TLE-VALUE-LENGTH > 16
064500        THEN
064600         MOVE 16 TO TLE-VALUE-LENGTH
064700       END-IF;
064800       EVALUATE (AFP-SFDATA (TRIPLET-PTR + 2 : 1))
064900        WHEN TLE-ACCT
065000         IF CUR-ACCT-VALUE = SPACES
065100          THEN
065200           MOVE AFP-SFDATA (TRIPLET-PTR + 3 : TLE-VALUE-LENGTH)
065300               TO CUR-ACCT-VALUE (1 : TLE-VALUE-LENGTH)
065400         END-IF
065500        WHEN TLE-DATE
065600         IF TLE-VALUE-LENGTH > 8
065700          THEN
065800           MOVE 8 TO TLE-VALUE-LENGTH
065900         END-IF;
066000         IF CUR-DATE-VALUE = SPACES
066100          THEN
066200           MOVE AFP-SFDATA (TRIPLET-PTR + 3 : TLE-VALUE-LENGTH)
066300               TO CUR-DATE-VALUE (1 : TLE-VALUE-LENGTH)
066400         END-IF
066500        WHEN OTHER
066600         CONTINUE
066700       END-EVALUATE
066800     END-IF.
066900     SKIP2
067000 0250-FIND-ADDRESS.
067100* STEP THE ADDRESS EXTRACT UP TO THE STATEMENT'S ACCOUNT.  BOTH
067200* FILES ARE IN ACCOUNT ORDER, SO THE EXTRACT NEVER BACKS UP; A
067300* STATEMENT OUT OF ACCOUNT ORDER IS COUNTED, AND FINDS ITS
067400* ADDRESS ONLY IF THE EXTRACT HAS NOT ALREADY PASSED IT.  A
067500* STATEMENT WITH NO ACCOUNT, NO EXTRACT RECORD, OR A ZIP THAT
067600* IS NOT FIVE DIGITS HAS NO USABLE ADDRESS.
067700     MOVE SPACES TO GRP-ZIP5 (GRP-IDX), GRP-ZIP4 (GRP-IDX),
067800         GRP-CRRT (GRP-IDX).
067900     IF CUR-ACCT-VALUE < PREV-ACCT-VALUE
068000      THEN
068100       ADD 1 TO STMTS-OUT-OF-ORDER
068200      ELSE
068300       MOVE CUR-ACCT-VALUE TO PREV-ACCT-VALUE
068400     END-IF.
068500     IF CUR-ACCT-VALUE NOT = SPACES
068600      THEN
068700       PERFORM UNTIL ADDR-EOF
068800                  OR ADDR-REC-ACCOUNT NOT < CUR-ACCT-VALUE
068900         PERFORM 0320-READ-ADDRZIP
069000       END-PERFORM;
069100       IF NOT ADDR-EOF
069200        AND ADDR-REC-ACCOUNT = CUR-ACCT-VALUE
069300        AND ADDR-REC-ZIP5 NUMERIC
069400        THEN
069500         MOVE ADDR-REC-ZIP5 TO GRP-ZIP5 (GRP-IDX);
069600         MOVE ADDR-REC-ZIP4 TO GRP-ZIP4 (GRP-IDX);
069700         MOVE ADDR-REC-CRRT TO GRP-CRRT (GRP-IDX)
069800       END-IF
069900     END-IF.
070000     IF GRP-ZIP5 (GRP-IDX) = SPACES
070100      THEN
070200       ADD 1 TO STMTS-NO-ADDRESS
070300     END-IF.
070400     SKIP2
070500 0260-CLOSE-GROUP.
070538* A GROUP WITH NO PAGES IS NOT A MAIL PIECE: IT NEEDS NO ADDRESS
070576* AND TAKES THE TRAILING ENVELOPE POSITION, THE SAME ONE
070614* 0630-SET-ENVELOPE-KEY GIVES RECORDS AFTER THE FIRST GROUP.
070652     MOVE CUR-ACCT-VALUE TO GRP-ACCOUNT (GRP-IDX).
070690     MOVE CUR-DATE-VALUE TO GRP-DATE (GRP-IDX).
070728     MOVE CUR-PAGES TO GRP-PAGES (GRP-IDX).
070766     IF CUR-PAGES > ZERO
070804      THEN
070842       MOVE ZERO TO GRP-NEWSEQ (GRP-IDX);
070880       PERFORM 0250-FIND-ADDRESS
070918      ELSE
070956       MOVE 99999999 TO GRP-NEWSEQ (GRP-IDX);
070994       MOVE SPACES TO GRP-ZIP5 (GRP-IDX), GRP-ZIP4 (GRP-IDX),
071032           GRP-CRRT (GRP-IDX);
071070       ADD 1 TO STMTS-EMPTY
071108     END-IF.
071146     MOVE 'N' TO GRP-OPEN-FLAG.
071200     SKIP2
071300 0310-READ-AFPIN.
071400     READ AFPIN.
071500     IF AFPIN-OK
071600      THEN
071700       ADD 1 TO RECORDS-READ
071800      ELSE
071900       IF NOT AFPIN-EOF-STAT
072000        THEN
072100         DISPLAY PGMNAME, ' SAVED OUTPUT READ FAILED, FILE',
072200             ' STATUS ', AFPIN-STATUS;
072300         PERFORM 0110-NOTE-SETUP-ERROR
072400       END-IF;
072500       SET AFP-EOF TO TRUE
072600     END-IF.
072700     SKIP2
072800 0320-READ-ADDRZIP.
072900* AN EXTRACT OUT OF ACCOUNT ORDER WOULD SILENTLY LOSE EVERY
073000* ADDRESS AFTER THE BREAK, SO IT ENDS THE STEP AS A SETUP ERROR.
073100     READ ADDRZIP.
073200     IF ADDRZIP-OK
073300      THEN
073400       IF ADDR-REC-ACCOUNT < PREV-ADDR-ACCOUNT
073500        THEN
073600         DISPLAY PGMNAME, ' ADDRZIP NOT IN ACCOUNT ORDER AT ',
073700             ADDR-REC-ACCOUNT;
073800         PERFORM 0110-NOTE-SETUP-ERROR;
073900         SET ADDR-EOF TO TRUE;
074000         SET AFP-EOF TO TRUE
074100        ELSE
074200         MOVE ADDR-REC-ACCOUNT TO PREV-ADDR-ACCOUNT
074300       END-IF
074400      ELSE
074500       IF NOT ADDRZIP-EOF-STAT
074600        THEN
074700         DISPLAY PGMNAME, ' ADDRESS EXTRACT READ FAILED, FILE',
074800             ' STATUS ', ADDRZIP-STATUS;
074900         PERFORM 0110-NOTE-SETUP-ERROR;
075000         SET AFP-EOF TO TRUE
075100       END-IF;
075200       SET ADDR-EOF TO TRUE
075300     END-IF.
075400     SKIP2
075500 TITLE 'Presort Order, Levels, and Trays'.
075600 0500-ORDER-GROUPS.
075700* SORT THE GROUP KEYS INTO 5-DIGIT, CARRIER ROUTE, ZIP+4 ORDER
075800* (INPUT ORDER BREAKS TIES, SO EQUAL KEYS KEEP THEIR ACCOUNT
075900* ORDER), THEN ASSIGN LEVELS AND TRAYS.
076000     SORT KEYSORT
076100         ON ASCENDING KEY KS-ZIP5 KS-CRRT KS-ZIP4 KS-GROUP
076200         INPUT PROCEDURE 0510-RELEASE-GROUP-KEYS
076300         OUTPUT PROCEDURE 0520-RETURN-GROUP-KEYS.
076400     IF SORT-RETURN NOT = ZERO
076500      THEN
076600       DISPLAY PGMNAME, ' GROUP KEY SORT FAILED, SORT RETURN ',
076700           SORT-RETURN;
076800       PERFORM 0110-NOTE-SETUP-ERROR
076900      ELSE
077000       PERFORM 0530-ASSIGN-LEVELS;
077100       PERFORM 0550-ASSIGN-TRAYS
077200     END-IF.
077300     SKIP2
077400 0510-RELEASE-GROUP-KEYS.
077471* ONLY GROUPS WITH PAGES ARE PRESORTED.
077542     MOVE 1 TO GRP-IDX.
077613     PERFORM UNTIL GRP-IDX > GRP-TOTAL
077684       IF GRP-PAGES (GRP-IDX) > ZERO
077755        THEN
077826         MOVE GRP-ZIP5 (GRP-IDX) TO KS-ZIP5
077897         MOVE GRP-CRRT (GRP-IDX) TO KS-CRRT
077968         MOVE GRP-ZIP4 (GRP-IDX) TO KS-ZIP4
078039         MOVE GRP-IDX TO KS-GROUP
078110         RELEASE KEYSORT-RECORD
078181       END-IF
078252       ADD 1 TO GRP-IDX
078323     END-PERFORM.
078400     SKIP2
078500 0520-RETURN-GROUP-KEYS.
078600     MOVE ZERO TO ORD-COUNT.
078700     MOVE 'N' TO SORT-EOF-FLAG.
078800     PERFORM UNTIL SORT-EOF
078900       RETURN KEYSORT
079000         AT END
079100           SET SORT-EOF TO TRUE
079200         NOT AT END
079300           ADD 1 TO ORD-COUNT
079400           MOVE KS-GROUP TO ORD-GROUP (ORD-COUNT)
079500           MOVE KS-ZIP5 TO ORD-ZIP5 (ORD-COUNT)
079600           MOVE KS-CRRT TO ORD-CRRT (ORD-COUNT)
079700           MOVE SPACES TO ORD-LEVEL (ORD-COUNT)
079800       END-RETURN
079900     END-PERFORM.
080000     MOVE ZERO TO ORD-GROUP (ORD-COUNT + 1).
080100     MOVE HIGH-VALUES TO ORD-ZIP5 (ORD-COUNT + 1).
080200     SKIP2
080300 0530-ASSIGN-LEVELS.
080400* UNADDRESSED STATEMENTS (BLANK ZIP, SO FIRST IN THE SORT) ARE
080500* LEVEL 'NA'.  EVERY OTHER STATEMENT IS LEVELLED ONE 3-DIGIT
080600* AREA AT A TIME BY 0540-LEVEL-ZIP3-RUN.
080700     MOVE 1 TO ORD-IDX.
080800     PERFORM UNTIL ORD-IDX > ORD-COUNT
080900       IF ORD-ZIP5 (ORD-IDX) = SPACES
081000        THEN
081100         MOVE 'NA' TO ORD-LEVEL (ORD-IDX);
081200         ADD 1 TO ORD-IDX
081300        ELSE
081400         PERFORM 0540-LEVEL-ZIP3-RUN
081500       END-IF
081600     END-PERFORM.
081700     SKIP2
081800 0540-LEVEL-ZIP3-RUN.
081900* ORD-IDX IS THE FIRST STATEMENT OF A 3-DIGIT AREA.  EACH 5-DIGIT
082000* ZIP IN IT WITH A TRAY'S WORTH OF PIECES GOES DIRECT ('5D');
082100* THE REST OF THE AREA IS POOLED, AND THE POOL GETS 3-DIGIT
082200* TRAYS ('3D') WHEN IT TOO HOLDS A TRAY'S WORTH, MIXED TRAYS
082300* ('MX') WHEN IT DOES NOT.  ORD-IDX ENDS PAST THE AREA.
082400     MOVE ORD-IDX TO RUN3-START.
082500     MOVE ORD-ZIP5 (ORD-IDX) (1 : 3) TO RUN-ZIP3.
082600     MOVE ZERO TO RUN3-RESIDUAL.
082700     PERFORM UNTIL ORD-ZIP5 (ORD-IDX) (1 : 3) NOT = RUN-ZIP3
082800       PERFORM 0545-LEVEL-ZIP5-RUN
082900     END-PERFORM.
083000     MOVE RUN3-START TO RUN-IDX.
083100     PERFORM UNTIL RUN-IDX NOT < ORD-IDX
083200       IF ORD-LEVEL (RUN-IDX) NOT = '5D'
083300        THEN
083400         IF RUN3-RESIDUAL NOT < TRAY-MIN
083500          THEN
083600           MOVE '3D' TO ORD-LEVEL (RUN-IDX)
083700          ELSE
083800           MOVE 'MX' TO ORD-LEVEL (RUN-IDX)
083900         END-IF
084000       END-IF
084100       ADD 1 TO RUN-IDX
084200     END-PERFORM.
084300     SKIP2
084400 0545-LEVEL-ZIP5-RUN.
084500     MOVE ORD-IDX TO RUN5-START.
084600     MOVE ORD-ZIP5 (ORD-IDX) TO RUN-ZIP5.
084700     PERFORM UNTIL ORD-ZIP5 (ORD-IDX) NOT = RUN-ZIP5
084800       ADD 1 TO ORD-IDX
084900     END-PERFORM.
085000     COMPUTE RUN5-COUNT = ORD-IDX - RUN5-START.
085100     IF RUN5-COUNT NOT < TRAY-MIN
085200      THEN
085300       MOVE RUN5-START TO RUN-IDX;
085400       PERFORM UNTIL RUN-IDX NOT < ORD-IDX
085500         MOVE '5D' TO ORD-LEVEL (RUN-IDX)
085600         ADD 1 TO RUN-IDX
085700       END-PERFORM
085800      ELSE
085900       ADD RUN5-COUNT TO RUN3-RESIDUAL
086000     END-IF.
086100     SKIP2
086200 0550-ASSIGN-TRAYS.
086300* SWEEP THE ZIP-ORDERED STATEMENTS ONCE PER LEVEL, IN MAIL
086400* PREPARATION ORDER, GIVING EACH ITS PRESORT POSITION.  WITHIN A
086500* LEVEL THE ZIP ORDER IS KEPT.
086600     MOVE 1 TO LEVEL-IDX.
086700     PERFORM UNTIL LEVEL-IDX > 4
086800       MOVE LEVEL-CODE (LEVEL-IDX) TO SWEEP-LEVEL
086900       MOVE ZERO TO LEVEL-PIECES (LEVEL-IDX)
087000       MOVE 1 TO ORD-IDX
087100       PERFORM UNTIL ORD-IDX > ORD-COUNT
087200         IF ORD-LEVEL (ORD-IDX) = SWEEP-LEVEL
087300          THEN
087400           PERFORM 0560-PLACE-GROUP
087500         END-IF
087600         ADD 1 TO ORD-IDX
087700       END-PERFORM
087800       ADD 1 TO LEVEL-IDX
087900     END-PERFORM.
088000     SKIP2
088100 0560-PLACE-GROUP.
088200* A NEW TRAY STARTS AT A LEVEL CHANGE, WHEN THE TRAY IS FULL,
088300* AT EACH NEW ZIP FOR A 5-DIGIT TRAY, AND AT EACH NEW 3-DIGIT
088400* AREA FOR A 3-DIGIT TRAY.  A NEW TRAY STARTS A NEW SACK AT A
088500* LEVEL CHANGE, WHEN THE SACK IS FULL, OR AT A NEW 3-DIGIT
088600* AREA FOR THE DIRECT LEVELS.
088700     ADD 1 TO NEW-COUNT.
088800     ADD 1 TO LEVEL-PIECES (LEVEL-IDX).
088900     MOVE ORD-GROUP (ORD-IDX) TO GRP-IDX.
089000     MOVE NEW-COUNT TO GRP-NEWSEQ (GRP-IDX).
089100     MOVE GRP-IDX TO NEW-GROUP (NEW-COUNT).
089200     MOVE SWEEP-LEVEL TO NEW-LEVEL (NEW-COUNT).
089300     MOVE ORD-ZIP5 (ORD-IDX) TO NEW-ZIP5 (NEW-COUNT).
089400     MOVE 'N' TO NEW-TRAY-FLAG, NEW-SACK-FLAG.
089500     IF TRAY-TOTAL = ZERO
089600      OR TRAY-PIECES NOT < TRAY-MAX
089700      OR SWEEP-LEVEL NOT = TRAY-LEVEL
089800      OR (SWEEP-LEVEL = '5D'
089900          AND ORD-ZIP5 (ORD-IDX) NOT = TRAY-ZIP5)
090000      OR (SWEEP-LEVEL = '3D'
090100          AND ORD-ZIP5 (ORD-IDX) (1 : 3) NOT = TRAY-ZIP5 (1 : 3))
090200      THEN
090300       SET NEW-TRAY-NEEDED TO TRUE
090400     END-IF.
090500     IF NEW-TRAY-NEEDED
090600      THEN
090700       IF SACK-TOTAL = ZERO
090800        OR SACK-TRAYS NOT < SACK-MAX
090900        OR SWEEP-LEVEL NOT = TRAY-LEVEL
091000        OR ((SWEEP-LEVEL = '5D' OR SWEEP-LEVEL = '3D')
091100            AND ORD-ZIP5 (ORD-IDX) (1 : 3) NOT = SACK-ZIP3)
091200        THEN
091300         SET NEW-SACK-NEEDED TO TRUE;
091400         ADD 1 TO SACK-TOTAL;
091500         MOVE ZERO TO SACK-TRAYS;
091600         MOVE ORD-ZIP5 (ORD-IDX) (1 : 3) TO SACK-ZIP3
091700       END-IF;
091800       ADD 1 TO TRAY-TOTAL;
091900       ADD 1 TO SACK-TRAYS;
092000       MOVE ZERO TO TRAY-PIECES;
092100       MOVE SWEEP-LEVEL TO TRAY-LEVEL;
092200       MOVE ORD-ZIP5 (ORD-IDX) TO TRAY-ZIP5
092300     END-IF.
092400     ADD 1 TO TRAY-PIECES.
092500     MOVE TRAY-TOTAL TO NEW-TRAY (NEW-COUNT).
092600     MOVE SACK-TOTAL TO NEW-SACK (NEW-COUNT).
092700     MOVE NEW-TRAY-FLAG TO NEW-TRAY-START (NEW-COUNT).
092800     MOVE NEW-SACK-FLAG TO NEW-SACK-START (NEW-COUNT).
092900     SKIP2
093000 TITLE 'Second Pass -- Rewrite In Presort Order'.
093100 0600-REWRITE-OUTPUT.
093200* SORT EVERY RECORD OF THE SAVED OUTPUT BY ITS GROUP'S PRESORT
093300* POSITION.  FRONT ENVELOPE RECORDS TAKE POSITION ZERO AND
093400* TRAILING ONES THE HIGHEST POSITION, SO THEY KEEP THEIR PLACE
093500* AROUND THE STATEMENTS.
093600     SORT AFPSORT
093700         ON ASCENDING KEY SRT-GROUP-SEQ SRT-RECORD-SEQ
093800         INPUT PROCEDURE 0610-RELEASE-AFP-RECORDS
093900         OUTPUT PROCEDURE 0700-RETURN-AFP-RECORDS.
094000     IF SORT-RETURN NOT = ZERO
094100      THEN
094200       DISPLAY PGMNAME, ' AFP RECORD SORT FAILED, SORT RETURN ',
094300           SORT-RETURN;
094400       MOVE 12 TO RETURN-CODE
094500     END-IF.
094600     SKIP2
094700 0610-RELEASE-AFP-RECORDS.
094800     PERFORM 0615-REOPEN-INPUT.
094900     PERFORM 0620-RELEASE-AFP-RECORD
095000       UNTIL AFP-EOF.
095100     SKIP2
095200 0620-RELEASE-AFP-RECORD.
095300* THE GROUP COUNT HERE TRACKS THE FIRST PASS'S COUNT RECORD FOR
095400* RECORD, THE SAME WAY APKAFSPL'S COPY PASS DOES, SO EACH
095500* GROUP'S TABLED PRESORT POSITION LINES UP.
095600     EVALUATE AFP-SFTYPE
095700      WHEN SF-BNG
095800       ADD 1 TO GRP2-NO;
095900       SET GRP2-IN-GROUP TO TRUE;
096000       MOVE GRP-NEWSEQ (GRP2-NO) TO SRT-GROUP-SEQ
096100      WHEN SF-ENG
096200       IF GRP2-IN-GROUP
096300        THEN
096400         MOVE GRP-NEWSEQ (GRP2-NO) TO SRT-GROUP-SEQ;
096500         MOVE 'N' TO GRP2-IN-FLAG
096600        ELSE
096700         PERFORM 0630-SET-ENVELOPE-KEY
096800       END-IF
096900      WHEN OTHER
097000       IF GRP2-IN-GROUP
097100        THEN
097200         MOVE GRP-NEWSEQ (GRP2-NO) TO SRT-GROUP-SEQ
097300        ELSE
097400         PERFORM 0630-SET-ENVELOPE-KEY
097500       END-IF
097600     END-EVALUATE.
097700     MOVE RECORDS-READ TO SRT-RECORD-SEQ.
097800     MOVE AFP-RECLEN TO SRT-AFP-LEN.
097900     MOVE AFPIN-RECORD (1 : AFP-RECLEN)
098000         TO SRT-AFP-DATA (1 : AFP-RECLEN).
098100     COMPUTE SRT-RECLEN = AFP-RECLEN + 12.
098200     RELEASE AFPSORT-RECORD.
098300     PERFORM 0310-READ-AFPIN.
098400     SKIP2
098500 0630-SET-ENVELOPE-KEY.
098600     ADD 1 TO ENVELOPE-RECORDS.
098700     IF GRP2-NO = ZERO
098800      THEN
098900       MOVE ZERO TO SRT-GROUP-SEQ
099000      ELSE
099100       MOVE 99999999 TO SRT-GROUP-SEQ
099200     END-IF.
099300     SKIP2
099400 0615-REOPEN-INPUT.
099500* THE SECOND PASS REREADS THE SAME FILE FROM THE TOP.
099600     CLOSE AFPIN.
099700     OPEN INPUT AFPIN.
099800     IF AFPIN-OK
099900      THEN
100000       MOVE 'N' TO AFP-EOF-FLAG;
100100       MOVE ZERO TO RECORDS-READ;
100200       PERFORM 0310-READ-AFPIN
100300      ELSE
100400       DISPLAY PGMNAME, ' UNABLE TO REOPEN AFPIN, FILE',
100500           ' STATUS ', AFPIN-STATUS;
100600       PERFORM 0110-NOTE-SETUP-ERROR;
100700       SET AFP-EOF TO TRUE
100800     END-IF.
100900     SKIP2
101000 0700-RETURN-AFP-RECORDS.
101100     MOVE 'N' TO SORT-EOF-FLAG.
101200     MOVE ZERO TO OUT-GROUP-SEQ.
101300     PERFORM UNTIL SORT-EOF
101400       RETURN AFPSORT
101500         AT END
101600           SET SORT-EOF TO TRUE
101700         NOT AT END
101800           PERFORM 0710-PLACE-AFP-RECORD
101900       END-RETURN
102000     END-PERFORM.
102100     IF OUT-GROUP-SEQ > ZERO
102200      AND OUT-GROUP-SEQ NOT > NEW-COUNT
102300      THEN
102400       PERFORM 0750-WRITE-MANIFEST
102500     END-IF.
102600     SKIP2
102700 0710-PLACE-AFP-RECORD.
102780* A CHANGE OF POSITION ENDS ONE STATEMENT AND STARTS THE NEXT:
102860* THE FINISHED STATEMENT'S MANIFEST RECORD IS WRITTEN, AND A
102940* STATEMENT THAT OPENS A TRAY IS PRECEDED BY ITS TRAY MARKER.
103020* EACH PAGE WRITTEN IS INDEXED AT ITS EPG (0780-INDEX-PAGE).
103100     IF SRT-GROUP-SEQ NOT = OUT-GROUP-SEQ
103200      THEN
103300       IF OUT-GROUP-SEQ > ZERO
103400        AND OUT-GROUP-SEQ NOT > NEW-COUNT
103500        THEN
103600         PERFORM 0750-WRITE-MANIFEST
103700       END-IF;
103800       MOVE SRT-GROUP-SEQ TO OUT-GROUP-SEQ;
103900       IF OUT-GROUP-SEQ > ZERO
104000        AND OUT-GROUP-SEQ NOT > NEW-COUNT
104100        THEN
104200         IF MARKERS-WANTED
104300          AND NEW-TRAY-START (OUT-GROUP-SEQ) = 'Y'
104400          THEN
104500           PERFORM 0760-WRITE-TRAY-MARKER
104600         END-IF;
104700         COMPUTE OUT-FIRST-RECNO = OUT-RECNO + 1
104800       END-IF
104900     END-IF.
105000     MOVE SRT-AFP-LEN TO AFP-RECLEN.
105100     MOVE SRT-AFP-DATA (1 : AFP-RECLEN) TO AFPOUT-RECORD.
105200     PERFORM 0770-WRITE-AFPOUT.
105216     IF PAGEIDX-AVAILABLE
105232      AND NOT OUTPUT-FAILED
105248      THEN
105264       PERFORM 0780-INDEX-PAGE
105280     END-IF.
105300     SKIP2
105400 0750-WRITE-MANIFEST.
105500* ONE MANIFEST RECORD PER STATEMENT IN ITS NEW SEQUENCE, WITH
105600* THE RECORD RANGE IT NOW OCCUPIES IN THE PRESORTED OUTPUT.
105700     MOVE NEW-GROUP (OUT-GROUP-SEQ) TO GRP-IDX.
105800     MOVE SPACES TO MNFSTOUT-RECORD.
105900     MOVE OUT-GROUP-SEQ TO MNF-SEQ-NUMBER.
106000     MOVE GRP-DOCNAME (GRP-IDX) TO MNF-DOC-NAME.
106100     MOVE GRP-ACCOUNT (GRP-IDX) TO MNF-ACCOUNT.
106200     MOVE GRP-DATE (GRP-IDX) TO MNF-STMT-DATE.
106300     MOVE GRP-PAGES (GRP-IDX) TO MNF-PAGE-COUNT.
106400     MOVE OUT-FIRST-RECNO TO MNF-FIRST-RECNO.
106500     MOVE OUT-RECNO TO MNF-LAST-RECNO.
106600     WRITE MNFSTOUT-RECORD.
106700     IF MNFSTOUT-OK
106800      THEN
106900       ADD 1 TO MANIFEST-WRITTEN
107000      ELSE
107100       IF NOT OUTPUT-FAILED
107200        THEN
107300         DISPLAY PGMNAME, ' MANIFEST WRITE FAILED, FILE STATUS ',
107400             MNFSTOUT-STATUS;
107500         MOVE 12 TO RETURN-CODE;
107600         SET OUTPUT-FAILED TO TRUE
107700       END-IF
107800     END-IF.
107900     SKIP2
108000 0760-WRITE-TRAY-MARKER.
108100     MOVE AFP-CC-INTRODUCER TO MRK-CCVAL.
108200     COMPUTE MRK-SFLEN = LENGTH OF TRAY-MARKER - 1.
108300     MOVE SF-NOP TO MRK-SFTYPE.
108400     MOVE LOW-VALUES TO MRK-SFFLAGSEQ.
108500     IF NEW-SACK-START (OUT-GROUP-SEQ) = 'Y'
108600      THEN
108700       MOVE 'SACK' TO MRK-KIND
108800      ELSE
108900       MOVE 'TRAY' TO MRK-KIND
109000     END-IF.
109100     MOVE NEW-TRAY (OUT-GROUP-SEQ) TO MRK-TRAY.
109200     MOVE NEW-SACK (OUT-GROUP-SEQ) TO MRK-SACK.
109300     MOVE NEW-LEVEL (OUT-GROUP-SEQ) TO MRK-LEVEL.
109400     MOVE NEW-ZIP5 (OUT-GROUP-SEQ) TO MRK-ZIP5.
109500     MOVE LENGTH OF TRAY-MARKER TO AFP-RECLEN.
109600     MOVE TRAY-MARKER TO AFPOUT-RECORD.
109700     PERFORM 0770-WRITE-AFPOUT.
109800     ADD 1 TO MARKERS-WRITTEN.
109900     SKIP2
110000 0770-WRITE-AFPOUT.
110100* A WRITE FAILURE IS REPORTED ONCE; THE SORT IS STILL DRAINED
110200* SO IT ENDS CLEANLY, BUT NOTHING MORE IS WRITTEN.
110300     IF NOT OUTPUT-FAILED
110400      THEN
110500       WRITE AFPOUT-RECORD;
110600       IF AFPOUT-OK
110700        THEN
110800         ADD 1 TO OUT-RECNO
110900        ELSE
111000         DISPLAY PGMNAME, ' PRESORTED OUTPUT WRITE FAILED, FILE',
111100             ' STATUS ', AFPOUT-STATUS;
111200         MOVE 12 TO RETURN-CODE;
111300         SET OUTPUT-FAILED TO TRUE
111400       END-IF
111500     END-IF.
111503     SKIP2
111506 0780-INDEX-PAGE.
111509* A BPG OPENS A PAGE AT THE RECORD JUST WRITTEN; ITS EPG CLOSES
111512* IT, AND THE PAGE IS INDEXED UNDER ITS NEW PAGE NUMBER.  A WRITE
111515* FAILURE IS REPORTED ONCE AND ENDS THE INDEX.
111518     EVALUATE SRT-AFP-DATA (4 : 3)
111521      WHEN SF-BPG
111524       MOVE OUT-RECNO TO PAGE-FIRST-RECNO;
111527       MOVE SRT-AFP-DATA (10 : 8) TO PAGE-NAME
111530      WHEN SF-EPG
111536       MOVE SPACES TO PAGEIDX-RECORD;
111539       MOVE PAGE-NAME TO IDX-PAGENAME;
111542       COMPUTE IDX-PAGE-NUMBER = PAGES-INDEXED + 1;
111545       MOVE PAGE-FIRST-RECNO TO IDX-FIRST-RECNO;
111548       MOVE OUT-RECNO TO IDX-LAST-RECNO;
111551       WRITE PAGEIDX-RECORD;
111554       IF PAGEIDX-OK
111557        THEN
111560         ADD 1 TO PAGES-INDEXED
111563        ELSE
111566         DISPLAY PGMNAME, ' PAGE INDEX WRITE FAILED, FILE',
111567             ' STATUS ', PAGEIDX-STATUS;
111572         MOVE 12 TO RETURN-CODE;
111575         MOVE 'N' TO PAGEIDX-AVAIL-FLAG
111578       END-IF
111581      WHEN OTHER
111584       CONTINUE
111587     END-EVALUATE.
111600     SKIP2
111700 TITLE 'Presort Report'.
111800 0800-WRITE-REPORT.
111900* PIECES BY 3-DIGIT AREA, 5-DIGIT ZIP, AND CARRIER ROUTE IN ZIP
112000* ORDER, THEN THE TRAY LIST IN PRESORT ORDER, THEN THE TOTALS.
112100     MOVE RPT-HEADING-1 TO PSRTRPT-RECORD.
112200     PERFORM 0820-WRITE-REPORT-LINE.
112300     MOVE RPT-HEADING-2 TO PSRTRPT-RECORD.
112400     PERFORM 0820-WRITE-REPORT-LINE.
112500     MOVE 1 TO ORD-IDX.
112600     PERFORM 0810-COUNT-ZIP-ENTRY
112700       UNTIL ORD-IDX > ORD-COUNT.
112800     IF BRK-ZIP3 NOT = SPACES
112900      THEN
113000       PERFORM 0812-WRITE-ROUTE-LINE;
113100       PERFORM 0814-WRITE-ZIP5-LINE;
113200       PERFORM 0816-WRITE-ZIP3-LINE
113300     END-IF.
113400     MOVE SPACES TO PSRTRPT-RECORD.
113500     PERFORM 0820-WRITE-REPORT-LINE.
113600     MOVE RPT-HEADING-3 TO PSRTRPT-RECORD.
113700     PERFORM 0820-WRITE-REPORT-LINE.
113800     MOVE 1 TO NEW-IDX.
113900     PERFORM 0830-WRITE-TRAY-LINE
114000       UNTIL NEW-IDX > NEW-COUNT.
114100     MOVE SPACES TO PSRTRPT-RECORD.
114200     PERFORM 0820-WRITE-REPORT-LINE.
114300     MOVE ' STATEMENTS IN ALL' TO RPT-TOT-CAPTION.
114400     MOVE GRP-TOTAL TO RPT-TOT-COUNT.
114500     MOVE RPT-TOTAL TO PSRTRPT-RECORD.
114600     PERFORM 0820-WRITE-REPORT-LINE.
114620     MOVE ' EMPTY GROUPS, NOT PRESORTED' TO RPT-TOT-CAPTION.
114640     MOVE STMTS-EMPTY TO RPT-TOT-COUNT.
114660     MOVE RPT-TOTAL TO PSRTRPT-RECORD.
114680     PERFORM 0820-WRITE-REPORT-LINE.
114700     MOVE ' PIECES AT 5-DIGIT LEVEL' TO RPT-TOT-CAPTION.
114800     MOVE LEVEL-PIECES (1) TO RPT-TOT-COUNT.
114900     MOVE RPT-TOTAL TO PSRTRPT-RECORD.
115000     PERFORM 0820-WRITE-REPORT-LINE.
115100     MOVE ' PIECES AT 3-DIGIT LEVEL' TO RPT-TOT-CAPTION.
115200     MOVE LEVEL-PIECES (2) TO RPT-TOT-COUNT.
115300     MOVE RPT-TOTAL TO PSRTRPT-RECORD.
115400     PERFORM 0820-WRITE-REPORT-LINE.
115500     MOVE ' PIECES IN MIXED TRAYS' TO RPT-TOT-CAPTION.
115600     MOVE LEVEL-PIECES (3) TO RPT-TOT-COUNT.
115700     MOVE RPT-TOTAL TO PSRTRPT-RECORD.
115800     PERFORM 0820-WRITE-REPORT-LINE.
115900     MOVE ' PIECES WITH NO ADDRESS' TO RPT-TOT-CAPTION.
116000     MOVE LEVEL-PIECES (4) TO RPT-TOT-COUNT.
116100     MOVE RPT-TOTAL TO PSRTRPT-RECORD.
116200     PERFORM 0820-WRITE-REPORT-LINE.
116300     MOVE ' STMTS OUT OF ACCOUNT ORDER' TO RPT-TOT-CAPTION.
116400     MOVE STMTS-OUT-OF-ORDER TO RPT-TOT-COUNT.
116500     MOVE RPT-TOTAL TO PSRTRPT-RECORD.
116600     PERFORM 0820-WRITE-REPORT-LINE.
116700     MOVE ' TRAYS' TO RPT-TOT-CAPTION.
116800     MOVE TRAY-TOTAL TO RPT-TOT-COUNT.
116900     MOVE RPT-TOTAL TO PSRTRPT-RECORD.
117000     PERFORM 0820-WRITE-REPORT-LINE.
117100     MOVE ' SACKS' TO RPT-TOT-CAPTION.
117200     MOVE SACK-TOTAL TO RPT-TOT-COUNT.
117300     MOVE RPT-TOTAL TO PSRTRPT-RECORD.
117400     PERFORM 0820-WRITE-REPORT-LINE.
117500     MOVE ' TRAY MARKER RECORDS WRITTEN' TO RPT-TOT-CAPTION.
117600     MOVE MARKERS-WRITTEN TO RPT-TOT-COUNT.
117700     MOVE RPT-TOTAL TO PSRTRPT-RECORD.
117800     PERFORM 0820-WRITE-REPORT-LINE.
117900     MOVE ' ENVELOPE RECORDS' TO RPT-TOT-CAPTION.
118000     MOVE ENVELOPE-RECORDS TO RPT-TOT-COUNT.
118100     MOVE RPT-TOTAL TO PSRTRPT-RECORD.
118200     PERFORM 0820-WRITE-REPORT-LINE.
118300     MOVE ' RECORDS WRITTEN' TO RPT-TOT-CAPTION.
118400     MOVE OUT-RECNO TO RPT-TOT-COUNT.
118500     MOVE RPT-TOTAL TO PSRTRPT-RECORD.
118600     PERFORM 0820-WRITE-REPORT-LINE.
118700     MOVE ' MANIFEST RECORDS WRITTEN' TO RPT-TOT-CAPTION.
118800     MOVE MANIFEST-WRITTEN TO RPT-TOT-COUNT.
118900     MOVE RPT-TOTAL TO PSRTRPT-RECORD.
119000     PERFORM 0820-WRITE-REPORT-LINE.
119020     MOVE ' PAGE INDEX RECORDS WRITTEN' TO RPT-TOT-CAPTION.
119040     MOVE PAGES-INDEXED TO RPT-TOT-COUNT.
119060     MOVE RPT-TOTAL TO PSRTRPT-RECORD.
119080     PERFORM 0820-WRITE-REPORT-LINE.
119100     SKIP2
119200 0810-COUNT-ZIP-ENTRY.
119300* CONTROL BREAKS ON 3-DIGIT AREA, 5-DIGIT ZIP, AND CARRIER
119400* ROUTE.  UNADDRESSED STATEMENTS ARE COUNTED IN THE TOTALS ONLY.
119500     IF ORD-LEVEL (ORD-IDX) NOT = 'NA'
119600      THEN
119700       EVALUATE TRUE
119800        WHEN ORD-ZIP5 (ORD-IDX) (1 : 3) NOT = BRK-ZIP3
119900         IF BRK-ZIP3 NOT = SPACES
120000          THEN
120100           PERFORM 0812-WRITE-ROUTE-LINE;
120200           PERFORM 0814-WRITE-ZIP5-LINE;
120300           PERFORM 0816-WRITE-ZIP3-LINE
120400         END-IF;
120500         MOVE ORD-ZIP5 (ORD-IDX) (1 : 3) TO BRK-ZIP3;
120600         MOVE ORD-ZIP5 (ORD-IDX) TO BRK-ZIP5;
120700         MOVE ORD-CRRT (ORD-IDX) TO BRK-CRRT
120800        WHEN ORD-ZIP5 (ORD-IDX) NOT = BRK-ZIP5
120900         PERFORM 0812-WRITE-ROUTE-LINE;
121000         PERFORM 0814-WRITE-ZIP5-LINE;
121100         MOVE ORD-ZIP5 (ORD-IDX) TO BRK-ZIP5;
121200         MOVE ORD-CRRT (ORD-IDX) TO BRK-CRRT
121300        WHEN ORD-CRRT (ORD-IDX) NOT = BRK-CRRT
121400         PERFORM 0812-WRITE-ROUTE-LINE;
121500         MOVE ORD-CRRT (ORD-IDX) TO BRK-CRRT
121600        WHEN OTHER
121700         CONTINUE
121800       END-EVALUATE;
121900       MOVE ORD-LEVEL (ORD-IDX) TO BRK-LEVEL;
122000       ADD 1 TO BRK-ZIP3-PIECES, BRK-ZIP5-PIECES,
122100           BRK-CRRT-PIECES
122200     END-IF.
122300     ADD 1 TO ORD-IDX.
122400     SKIP2
122500 0812-WRITE-ROUTE-LINE.
122600     MOVE 'ROUTE' TO RPT-ZIP-CAPTION.
122700     MOVE BRK-ZIP5 TO RPT-ZIP-ZIP.
122800     MOVE BRK-CRRT TO RPT-ZIP-ROUTE.
122900     MOVE BRK-CRRT-PIECES TO RPT-ZIP-PIECES.
123000     MOVE SPACES TO RPT-ZIP-LEVEL.
123100     MOVE RPT-ZIP-LINE TO PSRTRPT-RECORD.
123200     PERFORM 0820-WRITE-REPORT-LINE.
123300     MOVE ZERO TO BRK-CRRT-PIECES.
123400     SKIP2
123500 0814-WRITE-ZIP5-LINE.
123600     MOVE '5-DIGIT' TO RPT-ZIP-CAPTION.
123700     MOVE BRK-ZIP5 TO RPT-ZIP-ZIP.
123800     MOVE SPACES TO RPT-ZIP-ROUTE.
123900     MOVE BRK-ZIP5-PIECES TO RPT-ZIP-PIECES.
124000     MOVE BRK-LEVEL TO RPT-ZIP-LEVEL.
124100     MOVE RPT-ZIP-LINE TO PSRTRPT-RECORD.
124200     PERFORM 0820-WRITE-REPORT-LINE.
124300     MOVE ZERO TO BRK-ZIP5-PIECES.
124400     SKIP2
124500 0816-WRITE-ZIP3-LINE.
124600     MOVE '3-DIGIT' TO RPT-ZIP-CAPTION.
124700     MOVE BRK-ZIP3 TO RPT-ZIP-ZIP.
124800     MOVE SPACES TO RPT-ZIP-ROUTE.
124900     MOVE BRK-ZIP3-PIECES TO RPT-ZIP-PIECES.
125000     MOVE SPACES TO RPT-ZIP-LEVEL.
125100     MOVE RPT-ZIP-LINE TO PSRTRPT-RECORD.
125200     PERFORM 0820-WRITE-REPORT-LINE.
125300     MOVE SPACES TO PSRTRPT-RECORD.
125400     PERFORM 0820-WRITE-REPORT-LINE.
125500     MOVE ZERO TO BRK-ZIP3-PIECES.
125600     SKIP2
125700 0820-WRITE-REPORT-LINE.
125800     WRITE PSRTRPT-RECORD.
125900     IF NOT PSRTRPT-OK
126000      THEN
126100       DISPLAY PGMNAME, ' REPORT WRITE FAILED, FILE STATUS ',
126200           PSRTRPT-STATUS;
126300       MOVE 12 TO RETURN-CODE
126400     END-IF.
126500     SKIP2
126600 0830-WRITE-TRAY-LINE.
126700* NEW-IDX IS THE FIRST STATEMENT OF A TRAY; THE TRAY RUNS TO
126800* THE NEXT TRAY START.
126900     MOVE NEW-TRAY (NEW-IDX) TO RPT-TRAY-NO.
127000     MOVE NEW-SACK (NEW-IDX) TO RPT-TRAY-SACK.
127100     MOVE NEW-LEVEL (NEW-IDX) TO RPT-TRAY-LEVEL.
127200     MOVE NEW-ZIP5 (NEW-IDX) TO RPT-TRAY-ZIP.
127300     MOVE NEW-IDX TO RPT-TRAY-FIRST.
127400     MOVE NEW-IDX TO RUN-IDX.
127500     ADD 1 TO NEW-IDX.
127600     PERFORM UNTIL NEW-IDX > NEW-COUNT
127700                OR NEW-TRAY-START (NEW-IDX) = 'Y'
127800       ADD 1 TO NEW-IDX
127900     END-PERFORM.
128000     COMPUTE RPT-TRAY-PIECES = NEW-IDX - RUN-IDX.
128100     COMPUTE RPT-TRAY-LAST = NEW-IDX - 1.
128200     MOVE RPT-TRAY-LINE TO PSRTRPT-RECORD.
128300     PERFORM 0820-WRITE-REPORT-LINE.
128400     SKIP2
128500 0900-TERMINATE.
128600* CLOSE WHATEVER OPENED.  FILE STATUS 42 (NOT OPEN) IS THE
128700* NORMAL RESULT OF CLOSING A FILE THAT NEVER OPENED AND IS
128800* NOT REPORTED.
128900     CLOSE AFPIN.
129000     CLOSE ADDRZIP.
129100     CLOSE AFPOUT.
129200     CLOSE MNFSTOUT.
129250     CLOSE PAGEIDX.
129300     CLOSE PSRTRPT.
129400     MOVE NEW-COUNT TO COUNT-DISP.
129500     DISPLAY PGMNAME, COUNT-DISP, ' STATEMENTS PRESORTED.'.
129600     MOVE TRAY-TOTAL TO COUNT-DISP.
129700     DISPLAY PGMNAME, COUNT-DISP, ' TRAYS.'.
129800     MOVE STMTS-NO-ADDRESS TO COUNT-DISP.
129900     DISPLAY PGMNAME, COUNT-DISP, ' STATEMENTS WITH NO ADDRESS.'.
130000     IF STMTS-EMPTY > ZERO
130100      THEN
130200       MOVE STMTS-EMPTY TO COUNT-DISP;
130300       DISPLAY PGMNAME, COUNT-DISP, ' EMPTY GROUPS NOT PRESORTED.'
130400     END-IF.
