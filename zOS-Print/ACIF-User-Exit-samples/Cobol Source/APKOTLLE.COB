000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ NOLIST
000200* LAST UPDATE ON 15 Oct 2026 AT 18:58:14 BY DELGADOM VERSION 33 *
000300 ID DIVISION.
000400 PROGRAM-ID. APKOTLLE.
000500 AUTHOR. TURETZKY--HYDRA.
012860* RUN.                                                            !@15
012870     SELECT PAGEIDX   ASSIGN TO PAGEIDX                           !@15
012880         FILE STATUS IS PAGEIDX-STATUS.                           !@15
012881* DO-NOT-MAIL SUPPRESSION LIST -- ONE RECORD PER ACCOUNT NUMBER   !@29
012882* WITH A REASON CODE (LEGAL HOLD, DECEASED, BAD ADDRESS,          !@29
012883* PAPERLESS), IN ACCOUNT ORDER.  A NAMED GROUP WHOSE TLE ACCOUNT  !@29
012884* IS LISTED IS DELETED FROM THE PRINT STREAM.  ALLOCATION IS      !@29
012885* OPTIONAL -- NO DD, NOTHING SUPPRESSED, AS BEFORE.               !@29
012886     SELECT SUPPCTL   ASSIGN TO SUPPCTL                           !@29
012887         FILE STATUS IS SUPPCTL-STATUS.                           !@29
012888* SUPPRESSED-STATEMENT LOG -- EACH SUPPRESSED STATEMENT'S ACCOUNT,!@29
012889* REASON, AND PAGE COUNT, WITH THE GROUP'S OWN RECORDS, FOR       !@29
012890* E-DELIVERY OR FILING.  ONLY OPENED WHEN SUPPCTL SUPPLIED AT     !@29
012891* LEAST ONE ACCOUNT.                                              !@29
012892     SELECT SUPPOUT   ASSIGN TO SUPPOUT                           !@29
012893         FILE STATUS IS SUPPOUT-STATUS.                           !@29
012900     EJECT
013000 DATA DIVISION.
013100 FILE SECTION.                                                    !@02
015800     05  EXCP-DATA               PIC X(100).                      !@04
015900     05  EXCP-REASON-CODE        PIC X(4).                        !@22
015910     05  FILLER                  PIC X(40).                       !@22
015912     EJECT                                                        !@29
015914 FD  SUPPCTL                                                      !@29
015916     RECORDING MODE F                                             !@29
015918     LABEL RECORDS ARE STANDARD.                                  !@29
015920 01  SUPPCTL-RECORD.                                              !@29
015922     05  SUPP-REC-ACCOUNT        PIC X(16).                       !@29
015924     05  FILLER                  PIC X(1).                        !@29
015926     05  SUPP-REC-REASON         PIC X(4).                        !@29
015928     05  FILLER                  PIC X(59).                       !@29
015930     EJECT                                                        !@29
015932* ONE 'H' RECORD AS A STATEMENT IS SUPPRESSED, ONE 'R' RECORD     !@29
015934* CARRYING EACH OF ITS AFP RECORDS (BNG THROUGH ENG) AT THE       !@29
015936* LENGTH IT WAS PASSED TO THIS EXIT, AND ONE 'T' RECORD AS IT     !@29
015938* CLOSES REPEATING THE HEADER WITH THE FINAL PAGE AND RECORD      !@29
015940* COUNTS.                                                         !@29
015941* A RECORD LONGER THAN SUPP-LOG-DATA IS LOGGED CUT TO FIT.        !@32
015942 FD  SUPPOUT                                                      !@29
015944     RECORDING MODE V                                             !@29
015946     RECORD IS VARYING IN SIZE FROM 1 TO 32756                    !@32
015948         DEPENDING ON SUPP-RECLEN                                 !@29
015950     LABEL RECORDS ARE STANDARD.                                  !@29
015952 01  SUPPOUT-RECORD.                                              !@29
015954     05  SUPP-LOG-TYPE           PIC X.                           !@29
015956     05  SUPP-LOG-DATA           PIC X(32755).                    !@32
015958 01  SUPPOUT-SUMMARY.                                             !@29
015960     05  SUPP-SUM-TYPE           PIC X.                           !@29
015962     05  FILLER                  PIC X(1).                        !@29
015964     05  SUPP-SUM-ACCOUNT        PIC X(16).                       !@29
015966     05  FILLER                  PIC X(1).                        !@29
015968     05  SUPP-SUM-REASON         PIC X(4).                        !@29
015970     05  FILLER                  PIC X(1).                        !@29
015972     05  SUPP-SUM-DOC-NAME       PIC X(8).                        !@29
015974     05  FILLER                  PIC X(1).                        !@29
015976     05  SUPP-SUM-STMT-DATE      PIC X(8).                        !@29
015978     05  FILLER                  PIC X(1).                        !@29
015980     05  SUPP-SUM-PAGES          PIC 9(8).                        !@29
015982     05  FILLER                  PIC X(1).                        !@29
015984     05  SUPP-SUM-RECORDS        PIC 9(8).                        !@29
015986     05  FILLER                  PIC X(21).                       !@29
016000     EJECT
016100 FD  NOPCTL                                                       !@06
016200     RECORDING MODE F                                             !@06
021100     05  TRL-COMPLETION-DATE     PIC 9(6).                        !@11
021200     05  FILLER                  PIC X(1).                        !@11
021300     05  TRL-COMPLETION-TIME     PIC 9(8).                        !@11
021400* PAGES AND STATEMENTS DELETED BY THE DO-NOT-MAIL SUPPRESSION     !@29
021414* LIST.  THEY ARE NOT IN TRL-PAGE-COUNT.                          !@29
021428     05  FILLER                  PIC X(1).                        !@29
021442     05  TRL-SUPP-PAGE-COUNT     PIC 9(8).                        !@29
021456     05  FILLER                  PIC X(1).                        !@29
021470     05  TRL-SUPP-STMT-COUNT     PIC 9(8).                        !@29
021484     05  FILLER                  PIC X(17).                       !@29
021500     EJECT
021510 FD  PAGEIDX                                                      !@15
021520     RECORDING MODE F                                             !@15
029288 77  DOC-PAGES-AVG           PIC S9(8) BINARY VALUE ZERO.         !@17
029290 77  DOC-NAME                PIC X(8) VALUE SPACES.               !@17
029292     SKIP2                                                        !@17
029293* BILLING COUNTS FOR THE RUN-HISTORY RECORD.  A STATEMENT IS      !@30
029294* BILLED ONCE, AS THE FIRST OF ITS PAGES IS KEPT FOR PRINTING.    !@30
029295 77  BILL-STMT-COUNT         PIC S9(8) BINARY VALUE ZERO.         !@30
029296 77  DOC-PRINTED-FLAG        PIC X    VALUE 'N'.                  !@30
029297     88  DOC-PRINTED         VALUE 'Y'.                           !@30
029298 77  BILL-SHARED-SHEETS      PIC S9(8) BINARY VALUE ZERO.         !@30
029299     SKIP2                                                        !@30
029300 77  APKCTL-STATUS           PIC XX   VALUE SPACES.               !@07
029400     88  APKCTL-OK           VALUE '00'.                          !@07
029500 77  AUDITOUT-STATUS         PIC XX   VALUE SPACES.               !@07
029700* OPENED FOR THIS RUN -- ALLOCATION IS OPTIONAL.                  !@14
029800 77  AUDITOUT-AVAIL-FLAG     PIC X    VALUE 'N'.                  !@14
029900     88  AUDITOUT-AVAILABLE  VALUE 'Y'.                           !@14
029904     SKIP2                                                        !@29
029908* DO-NOT-MAIL SUPPRESSION CONTROLS, LOADED AT STARTUP BY          !@29
029912* 0146-LOAD-SUPPCTL.  THE LIST CAN RUN TO TENS OF THOUSANDS OF    !@29
029916* ACCOUNTS, SO IT IS SEARCHED BINARY WHEN IT ARRIVES IN ACCOUNT   !@29
029920* ORDER (AS THE JCL SORTS IT) AND SEQUENTIALLY OTHERWISE --       !@29
029924* SLOWER, BUT NO LISTED ACCOUNT IS EVER MISSED.  ACCOUNTS PAST    !@29
029928* THE TABLE'S CAPACITY CANNOT BE HONOURED AND HOLD THE RUN.       !@29
029932 77  SUPPCTL-STATUS          PIC XX   VALUE SPACES.               !@29
029936     88  SUPPCTL-OK          VALUE '00'.                          !@29
029940 77  SUPPOUT-STATUS          PIC XX   VALUE SPACES.               !@29
029944     88  SUPPOUT-OK          VALUE '00'.                          !@29
029948 77  SUPPOUT-AVAIL-FLAG      PIC X    VALUE 'N'.                  !@29
029952     88  SUPPOUT-AVAILABLE   VALUE 'Y'.                           !@29
029953 77  SUPP-LOG-FAIL-FLAG      PIC X    VALUE 'N'.                  !@32
029954     88  SUPP-LOG-FAILED     VALUE 'Y'.                           !@32
029956 77  SUPP-COUNT              PIC S9(8) BINARY VALUE ZERO.         !@29
029960 77  SUPP-IDX                PIC S9(8) BINARY VALUE ZERO.         !@29
029964 77  SUPP-IGNORED            PIC S9(8) BINARY VALUE ZERO.         !@29
029968 77  SUPP-ORDER-FLAG         PIC X    VALUE 'Y'.                  !@29
029972     88  SUPP-IN-ORDER       VALUE 'Y'.                           !@29
029976     88  SUPP-OUT-OF-ORDER   VALUE 'N'.                           !@29
029980 77  SUPP-FOUND-FLAG         PIC X    VALUE 'N'.                  !@29
029984     88  SUPP-FOUND          VALUE 'Y'.                           !@29
029988 77  SUPP-RECLEN             PIC 9(8) BINARY VALUE ZERO.          !@29
029989 77  SUPP-LOG-LENGTH         PIC 9(8) BINARY VALUE ZERO.          !@32
029990 77  SUPP-LOG-CUT            PIC S9(8) BINARY VALUE ZERO.         !@32
029991 77  SUPP-LOG-MISSED         PIC S9(8) BINARY VALUE ZERO.         !@33
029992* RUN TOTALS FOR THE TRAILER AND RUN HISTORY, AND THE STATEMENT   !@29
029996* NOW OPEN.  A SUPPRESSED STATEMENT'S PAGES COUNT ONLY HERE --    !@29
030000* NOT IN PAGE-COUNT, THE VOLUME TABLE, THE PAGE INDEX, OR THE     !@29
030004* MANIFEST -- SO EVERYTHING DOWNSTREAM STILL BALANCES TO WHAT     !@29
030008* ACTUALLY PRINTED.                                               !@29
030012 77  SUPP-PAGE-COUNT         PIC S9(8) BINARY VALUE ZERO.         !@29
030016 77  SUPP-STMT-COUNT         PIC S9(8) BINARY VALUE ZERO.         !@29
030020 77  DOC-SUPP-FLAG           PIC X    VALUE 'N'.                  !@29
030024     88  DOC-SUPPRESSED      VALUE 'Y'.                           !@29
030028 77  DOC-SUPP-REASON         PIC X(4) VALUE SPACES.               !@29
030032 77  DOC-SUPP-PAGES          PIC S9(8) BINARY VALUE ZERO.         !@29
030036 77  DOC-SUPP-RECORDS        PIC S9(8) BINARY VALUE ZERO.         !@29
030040 77  EXPECTED-BASIS          PIC S9(8) BINARY VALUE ZERO.         !@29
030044* THE ACCOUNT IS ONLY KNOWN AT THE GROUP'S FIRST BPG, AFTER ITS   !@29
030048* BNG HAS GONE TO THE OUTPUT, SO EACH BNG IS HELD HERE FOR THE    !@29
030052* SUPPRESSED-STATEMENT LOG.                                       !@29
030056 77  HOLD-BNG-LENGTH         PIC 9(8) BINARY VALUE ZERO.          !@29
030060 01  HOLD-BNG-IMAGE          PIC X(32756).                        !@29
030064 01  SUPP-TABLE.                                                  !@29
030068     05  SUPP-ENTRY OCCURS 1 TO 100000 TIMES                      !@29
030072             DEPENDING ON SUPP-COUNT                              !@29
030076             ASCENDING KEY IS SUPP-ACCOUNT                        !@29
030080             INDEXED BY SUPP-NDX.                                 !@29
030084         10  SUPP-ACCOUNT    PIC X(16).                           !@29
030088         10  SUPP-REASON     PIC X(4).                            !@29
030089* THE RECORDS BETWEEN THE BNG AND THE GROUP'S FIRST BPG, HELD FOR !@33
030090* THE LOG THE SAME WAY, BACK TO BACK IN HOLD-GRP-AREA.            !@33
030091 77  HOLD-GRP-COUNT          PIC S9(4) BINARY VALUE ZERO.         !@33
030092 77  HOLD-GRP-IDX            PIC S9(4) BINARY VALUE ZERO.         !@33
030093 77  HOLD-GRP-USED           PIC S9(8) BINARY VALUE ZERO.         !@33
030094 77  HOLD-GRP-START          PIC S9(8) BINARY VALUE ZERO.         !@33
030095 77  HOLD-GRP-MISSED         PIC S9(8) BINARY VALUE ZERO.         !@33
030096 01  HOLD-GRP-TABLE.                                              !@33
030097     05  HOLD-GRP-LENGTH OCCURS 100 TIMES PIC S9(8) BINARY.       !@33
030098 01  HOLD-GRP-AREA           PIC X(65512).                        !@33
030100* JOB NAME READ FROM APKCTL AT STARTUP AND STAMPED ON EVERY       !@07
030200* AUDIT TRAIL RECORD.  LEFT BLANK IF THE DD IS NOT ALLOCATED.     !@07
030300 77  SAVE-JOBNAME            PIC X(8) VALUE SPACES.               !@07
035800     05  BIN2-X                  REDEFINES BIN2.
035900         10  FILLER              PIC X.
036000         10  BIN2-2              PIC X.
036005     SKIP2                                                        !@31
036010* RUN START, STAMPED ON THE FIRST CALL IN 0100-INITIALIZE, AND THE!@31
036015* WORK FIELDS 0956-FILL-HIST-TIMES USES TO TURN IT AND THE FINISH !@31
036020* TIME INTO THE RUN'S ELAPSED SECONDS.                            !@31
036025 01  RUN-START-STAMP         PIC 9(12) VALUE ZERO.                !@31
036030 01  RUN-START-SPLIT REDEFINES RUN-START-STAMP.                   !@31
036035     05  RUN-START-DATE      PIC 9(6).                            !@31
036040     05  RUN-START-HH        PIC 9(2).                            !@31
036045     05  RUN-START-MM        PIC 9(2).                            !@31
036050     05  RUN-START-SS        PIC 9(2).                            !@31
036055 01  RUN-CLOCK               PIC 9(8) VALUE ZERO.                 !@31
036060 01  RUN-CLOCK-SPLIT REDEFINES RUN-CLOCK.                         !@31
036065     05  RUN-CLOCK-HH        PIC 9(2).                            !@31
036070     05  RUN-CLOCK-MM        PIC 9(2).                            !@31
036075     05  RUN-CLOCK-SS        PIC 9(2).                            !@31
036080     05  RUN-CLOCK-HUND      PIC 9(2).                            !@31
036085 77  RUN-START-INT           PIC S9(9) BINARY VALUE ZERO.         !@31
036090 77  RUN-END-INT             PIC S9(9) BINARY VALUE ZERO.         !@31
036095 77  RUN-ELAPSED             PIC S9(9) BINARY VALUE ZERO.         !@31
036100         EJECT
036110* RESOURCE PREFLIGHT TABLE -- THE DISTINCT RESOURCES SEEN THIS    !@19
036112* RUN, ACCUMULATED BY 0160-NOTE-RESOURCE AND REPORTED AT          !@19
042420        THEN                                                      !@17
042422* THE GROUP STILL OPEN AT EOF ENDS AT THE LAST RECORD COUNTED.    !@25
042424         MOVE OUT-RECNO TO DOC-LAST-RECNO;                        !@25
042430         PERFORM 0224-CLOSE-DOC                                   !@29
042440       END-IF;                                                    !@17
042500       IF PGNMOUT-AVAILABLE                                       !@14
042600        THEN                                                      !@14
043784        THEN                                                      !@25
043786         CLOSE MNFSTOUT                                           !@25
043788       END-IF;                                                    !@25
043790       IF SUPPOUT-AVAILABLE                                       !@29
043792        THEN                                                      !@29
043794         CLOSE SUPPOUT                                            !@29
043796       END-IF;                                                    !@29
043800       IF AUDITOUT-AVAILABLE                                      !@14
043900        THEN                                                      !@14
044000         CLOSE AUDITOUT                                           !@14
044840         DISPLAY PGMNAME, PAGE-DISP, ' PAGES KEPT FOR REPRINT.'   !@16
044850       END-IF;                                                    !@16
044860       PERFORM 0940-REPORT-DOC-TOTALS;                            !@17
044865       PERFORM 0945-REPORT-SUPPRESSION;                           !@29
044870       PERFORM 0915-CHECK-VALIDATION;                             !@22
044900       PERFORM 0920-CHECK-EXPECTED-PAGES;                         !@10
045000       GOBACK;
046230      THEN                                                        !@23
046234       PERFORM 0185-WARN-RUNAWAY-PAGE                             !@23
046238     END-IF.                                                      !@23
046239* HOLD A GROUP'S RECORDS AHEAD OF ITS FIRST PAGE FOR THE LOG.     !@33
046240     PERFORM 0277-HOLD-GRP-RECORD.                                !@33
046242* AN EXTRACT RUN KEEPS ONLY RECORDS BELONGING TO REQUESTED        !@16
046246* PAGES; RECORDS OUTSIDE ANY PAGE (THE DOCUMENT ENVELOPE)         !@16
046250* ALWAYS SURVIVE SO THE OUTPUT REMAINS WELL FORMED.               !@16
046251* EVERY RECORD OF A SUPPRESSED STATEMENT, FROM ITS FIRST PAGE UP  !@29
046252* TO ITS ENG, IS DELETED AND COPIED TO THE SUPPRESSED-STATEMENT   !@29
046253* LOG.                                                            !@29
046254     IF (PAGE-OPEN AND PAGE-DROP) OR DOC-SUPPRESSED               !@29
046258      THEN                                                        !@16
046262       SET OUT-DELETE TO TRUE;                                    !@29
046264       PERFORM 0290-LOG-SUPP-RECORD                               !@29
046266     END-IF.                                                      !@16
046270* COUNT THE RECORD JUST RELEASED TO THE OUTPUT FILE.  DELETED     !@15
046274* RECORDS NEVER REACH IT, SO THEY DO NOT ADVANCE THE COUNT AND    !@15
047100* BELOW APPLIES HERE, SO A JOB STREAM WHOSE JCL DOESN'T YET       !@14
047200* ALLOCATE ONE OF THESE SIX DDS SIMPLY RUNS WITHOUT THAT          !@25
047300* FEATURE INSTEAD OF ABENDING.                                    !@14
047312* THE RUN'S START TIME FOR THE RUN-HISTORY RECORD, TAKEN BEFORE   !@31
047324* ANYTHING ELSE SO THE ELAPSED TIME COVERS THE WHOLE STEP.        !@31
047336     ACCEPT RUN-START-DATE FROM DATE.                             !@31
047348     ACCEPT RUN-CLOCK FROM TIME.                                  !@31
047360     MOVE RUN-CLOCK-HH TO RUN-START-HH.                           !@31
047372     MOVE RUN-CLOCK-MM TO RUN-START-MM.                           !@31
047384     MOVE RUN-CLOCK-SS TO RUN-START-SS.                           !@31
047400     OPEN OUTPUT PGNMOUT.                                         !@02
047500     IF PGNMOUT-OK                                                !@14
047600      THEN                                                        !@12
049200     PERFORM 0130-LOAD-APKCTL.                                    !@07
049210     PERFORM 0140-LOAD-RPRTCTL.                                   !@16
049220     PERFORM 0142-LOAD-PAIRCTL.                                   !@20
049260     PERFORM 0146-LOAD-SUPPCTL.                                   !@29
049300     OPEN OUTPUT AUDITOUT.                                        !@07
049400     IF AUDITOUT-OK                                               !@14
049500      THEN                                                        !@12
069450* WOULD ONLY EVER SEE EACH PAGE NAME'S FIRST ACCOUNT.             !@18
069460* THE MANIFEST NEEDS THE SAME PER-STATEMENT CAPTURE, SO IT TOO    !@25
069470* FORCES THE WALK.                                                !@25
069480* SO DOES THE SUPPRESSION LIST, WHICH IS KEYED BY THE SAME TLE    !@29
069490* ACCOUNT.                                                        !@29
069500     IF PGNM-FQN-KNOWN (PGNM-IDX)                                 !@14
069600      AND PGNM-NAME (PGNM-IDX) = CURRENT-PAGENAME                 !@14
069610      AND NOT XREFOUT-AVAILABLE                                   !@18
069620      AND NOT MNFSTOUT-AVAILABLE                                  !@25
069660      AND SUPP-COUNT = ZERO                                       !@29
069700      THEN                                                        !@08
069800       PERFORM 0235-USE-CACHED-FQN-OFFSET                         !@08
069900      ELSE                                                        !@08
070160      AND DOC-ACCT-VALUE = SPACES                                 !@25
070170      THEN                                                        !@25
070175       MOVE XREF-ACCT-VALUE TO DOC-ACCT-VALUE;                    !@25
070180       MOVE XREF-DATE-VALUE TO DOC-DATE-VALUE;                    !@29
070182       IF SUPP-COUNT > ZERO                                       !@29
070184        THEN                                                      !@29
070186         PERFORM 0275-CHECK-SUPPRESSION                           !@29
070188       END-IF                                                     !@29
070190     END-IF.                                                      !@25
070200     IF TRIPLET-BAD                                               !@13
070300      THEN                                                        !@04
071400         END-IF                                                   !@13
071500       END-IF                                                     !@13
071600     END-IF.                                                      !@13
071612* A PAGE OF A SUPPRESSED STATEMENT IS COUNTED INTO THE            !@29
071624* SUPPRESSION TOTALS AND DELETED BY 0280-SUPPRESS-PAGE, AND SO    !@29
071636* COUNTS NOWHERE BELOW.                                           !@29
071648     IF OUT-USE AND DOC-SUPPRESSED                                !@29
071660      THEN                                                        !@29
071672       PERFORM 0280-SUPPRESS-PAGE                                 !@29
071684     END-IF.                                                      !@29
071700* DON'T COMMIT PAGE-COUNT, THE PER-PAGE-NAME VOLUME REPORT, THE   !@12
071800* AUDIT TRAIL, OR THE CHECKPOINT UNTIL THE TRIPLET SCAN ABOVE HAS !@12
071900* CLEARED THIS BPG AS GOOD.  0250-BAD-TRIPLET SETS OUT-DELETE FOR !@12
072650         SET PAGE-OPEN TO TRUE                                    !@16
072700        ELSE                                                      !@16
072750         ADD 1 TO KEPT-PAGE-COUNT;                                !@16
072758         IF DOC-OPEN AND NOT DOC-PRINTED                          !@30
072766          THEN                                                    !@30
072774           SET DOC-PRINTED TO TRUE;                               !@30
072782           ADD 1 TO BILL-STMT-COUNT                               !@30
072790         END-IF;                                                  !@30
072800         PERFORM 0415-COUNT-PAGE;                                 !@16
072850* THE BPG ITSELF IS COUNTED INTO OUT-RECNO AT THE BOTTOM OF THE   !@15
072900* MAIN LINE, AFTER THIS PARAGRAPH RETURNS -- SO THE NEW PAGE'S    !@15
074022     IF DOC-OPEN                                                  !@17
074024      THEN                                                        !@17
074025       MOVE OUT-RECNO TO DOC-LAST-RECNO;                          !@25
074026       PERFORM 0224-CLOSE-DOC                                     !@29
074028     END-IF.                                                      !@17
074030     SET DOC-OPEN TO TRUE.                                        !@17
074032     ADD 1 TO DOC-COUNT.                                          !@17
074034     MOVE ZERO TO DOC-PAGE-COUNT.                                 !@17
074035     MOVE SPACES TO DOC-ACCT-VALUE, DOC-DATE-VALUE.               !@25
074036     MOVE ZERO TO GRP-PAGE-COUNT.                                 !@22
074037     MOVE 'N' TO DOC-PRINTED-FLAG.                                !@30
074038     MOVE 'N' TO GRP-FULL-FLAG.                                   !@22
074040     MOVE OUT-SFDATA (1 : 8) TO DOC-NAME.                         !@17
074041     ADD 1, OUT-RECNO GIVING DOC-FIRST-RECNO.                     !@25
074042* HOLD A COPY OF THE BNG IN CASE THIS GROUP TURNS OUT TO BE ON    !@29
074048* THE SUPPRESSION LIST.                                           !@29
074054     IF SUPPOUT-AVAILABLE                                         !@29
074060      THEN                                                        !@29
074066       MOVE OUT-RECLEN TO HOLD-BNG-LENGTH;                        !@29
074072       MOVE OUT-LINE (1 : OUT-RECLEN) TO                          !@29
074078           HOLD-BNG-IMAGE (1 : OUT-RECLEN)                        !@29
074084     END-IF.                                                      !@29
074087     MOVE ZERO TO HOLD-GRP-COUNT, HOLD-GRP-USED, HOLD-GRP-MISSED. !@33
074090     SKIP2                                                        !@29
074100 0210-FIX-EPG.                                                    !@05
074200* CLOSE OUT THE PAGE'S LINE-COUNT INTO THE PER-PAGE-NAME TABLE    !@05
074300* AS SOON AS ITS END-PAGE ARRIVES, RATHER THAN WAITING FOR THE    !@05
076118     IF DOC-OPEN                                                  !@17
076120      THEN                                                        !@17
076121       ADD 1, OUT-RECNO GIVING DOC-LAST-RECNO;                    !@25
076122       PERFORM 0290-LOG-SUPP-RECORD;                              !@29
076123       PERFORM 0224-CLOSE-DOC                                     !@29
076124     END-IF.                                                      !@17
076126     MOVE ZERO TO GRP-PAGE-COUNT.                                 !@22
076128     MOVE 'N' TO GRP-FULL-FLAG.                                   !@22
104100* CTL-EXPECTED-PAGES-COUNT OF ZERO (NO CONTROL RECORD, OR AN      !@10
104200* OLDER-FORMAT ONE) MEANS NO EXPECTED COUNT WAS SUPPLIED, SO      !@10
104300* THE CHECK IS SKIPPED RATHER THAN FLAGGED AS A MISMATCH.         !@10
104325* SUPPRESSED PAGES WERE COMPOSED, SO THEY ARE PART OF THE         !@29
104350* EXPECTED COUNT EVEN THOUGH THEY NEVER REACH THE OUTPUT.         !@29
104375     ADD PAGE-COUNT, SUPP-PAGE-COUNT GIVING EXPECTED-BASIS.       !@29
104400     IF CTL-EXPECTED-PAGES-COUNT > ZERO                           !@10
104500      AND CTL-EXPECTED-PAGES-COUNT NOT = EXPECTED-BASIS           !@29
104600      THEN                                                        !@10
104700       DISPLAY PGMNAME,                                           !@10
104800           ' PAGE COUNT MISMATCH -- EXPECTED ',                   !@10
104900           CTL-EXPECTED-PAGES-COUNT, ' GOT ', EXPECTED-BASIS,     !@29
105000           ' -- HOLD FOR REVIEW BEFORE PRINTING.';                !@10
105100       MOVE 8 TO RETURN-CODE                                      !@10
105200     END-IF.                                                      !@10
106000     MOVE PAGE-COUNT TO TRL-PAGE-COUNT.                           !@11
106100     PERFORM 0925-SUM-PAGE-LINES.                                 !@14
106200     MOVE TRL-LINE-TOTAL TO TRL-LINE-COUNT.                       !@14
106233     MOVE SUPP-PAGE-COUNT TO TRL-SUPP-PAGE-COUNT.                 !@29
106266     MOVE SUPP-STMT-COUNT TO TRL-SUPP-STMT-COUNT.                 !@29
106300     ACCEPT TRL-COMPLETION-DATE FROM DATE.                        !@11
106400     ACCEPT TRL-COMPLETION-TIME FROM TIME.                        !@11
106500     WRITE TRLROUT-RECORD.                                        !@11
108962       MOVE TRL-LINE-TOTAL TO HIST-LINE-TOTAL;                    !@21
108964       MOVE PGNM-COUNT TO HIST-PAGENAME-COUNT;                    !@21
108966       MOVE EXCP-COUNT TO HIST-EXCP-COUNT;                        !@21
108967       PERFORM 0952-FILL-HIST-COUNTS;                             !@29
108968       WRITE HIST-RECORD;                                         !@21
108970       IF NOT HISTVSAM-OK                                         !@21
108972        THEN                                                      !@21
109256         END-IF                                                   !@27
109258       END-IF                                                     !@27
109260     END-IF.                                                      !@27
109360     SKIP2                                                        !@29
109460 0146-LOAD-SUPPCTL.                                               !@29
109560* LOAD THE OPTIONAL DO-NOT-MAIL SUPPRESSION LIST AND, WHEN IT     !@29
109660* HOLDS AT LEAST ONE ACCOUNT, OPEN THE SUPPRESSED-STATEMENT LOG.  !@29
109760* NO SUPPCTL DD (OR AN EMPTY ONE) MEANS NOTHING IS SUPPRESSED,    !@29
109860* AS BEFORE.                                                      !@29
109885* A LIST WITH NO SUPPOUT TO LOG WHAT IT DELETES IS NOT HONOURED:  !@32
109910* SUPPRESSION IS TURNED OFF AND 0945-REPORT-SUPPRESSION HOLDS THE !@32
109935* RUN.                                                            !@32
109960     OPEN INPUT SUPPCTL.                                          !@29
110060     IF SUPPCTL-OK                                                !@29
110160      THEN                                                        !@29
110260       PERFORM UNTIL NOT SUPPCTL-OK                               !@29
110360         READ SUPPCTL;                                            !@29
110460         IF SUPPCTL-OK                                            !@29
110560          THEN                                                    !@29
110660           PERFORM 0147-ADD-SUPPRESSION                           !@29
110760         END-IF                                                   !@29
110860       END-PERFORM;                                               !@29
110960       CLOSE SUPPCTL                                              !@29
111060     END-IF.                                                      !@29
111160     IF SUPP-COUNT > ZERO                                         !@29
111260      THEN                                                        !@29
111360       MOVE SUPP-COUNT TO PAGE-DISP;                              !@29
111460       DISPLAY PGMNAME, PAGE-DISP, ' ACCOUNTS ON THE SUPPRESSION',!@29
111560           ' LIST.';                                              !@29
111660       IF SUPP-OUT-OF-ORDER                                       !@29
111760        THEN                                                      !@29
111860         DISPLAY PGMNAME, ' SUPPCTL NOT IN ACCOUNT ORDER --',     !@29
111960             ' SEARCHING IT SEQUENTIALLY.'                        !@29
112060       END-IF;                                                    !@29
112160       OPEN OUTPUT SUPPOUT;                                       !@29
112260       IF SUPPOUT-OK                                              !@29
112360        THEN                                                      !@29
112460         SET SUPPOUT-AVAILABLE TO TRUE                            !@29
112560        ELSE                                                      !@29
112660         DISPLAY PGMNAME, ' UNABLE TO OPEN SUPPOUT, FILE STATUS ',!@29
112760             SUPPOUT-STATUS, ' -- SUPPRESSION TURNED OFF';        !@32
112793         SET SUPP-LOG-FAILED TO TRUE;                             !@32
112826         MOVE ZERO TO SUPP-COUNT                                  !@32
112860       END-IF                                                     !@29
112960     END-IF.                                                      !@29
113060     SKIP2                                                        !@29
113160 0147-ADD-SUPPRESSION.                                            !@29
113260* TABLE ONE SUPPRESSION RECORD.  A BLANK ACCOUNT IS REPORTED AND  !@29
113360* IGNORED.  AN ACCOUNT LOWER THAN THE ONE BEFORE IT MEANS THE     !@29
113460* LIST IS NOT IN ORDER, AND THE BINARY SEARCH IS GIVEN UP.        !@29
113560     IF SUPP-REC-ACCOUNT = SPACES                                 !@29
113660      THEN                                                        !@29
113760       DISPLAY PGMNAME, ' BLANK SUPPCTL ACCOUNT IGNORED.'         !@29
113860      ELSE                                                        !@29
113960       IF SUPP-COUNT NOT < 100000                                 !@29
114060        THEN                                                      !@29
114160         ADD 1 TO SUPP-IGNORED                                    !@29
114260        ELSE                                                      !@29
114360         ADD 1 TO SUPP-COUNT;                                     !@29
114460         MOVE SUPP-REC-ACCOUNT TO SUPP-ACCOUNT (SUPP-COUNT);      !@29
114560         MOVE SUPP-REC-REASON TO SUPP-REASON (SUPP-COUNT);        !@29
114660         IF SUPP-COUNT > 1                                        !@29
114760          THEN                                                    !@29
114860           IF SUPP-ACCOUNT (SUPP-COUNT) <                         !@29
114960              SUPP-ACCOUNT (SUPP-COUNT - 1)                       !@29
115060            THEN                                                  !@29
115160             SET SUPP-OUT-OF-ORDER TO TRUE                        !@29
115260           END-IF                                                 !@29
115360         END-IF                                                   !@29
115460       END-IF                                                     !@29
115560     END-IF.                                                      !@29
115660     SKIP2                                                        !@29
115760 0224-CLOSE-DOC.                                                  !@29
115860* CLOSE THE NAMED GROUP NOW OPEN.  A SUPPRESSED STATEMENT NEVER   !@29
115960* MAILS, SO IT IS KEPT OUT OF THE MAIL-PIECE TOTALS AND THE       !@29
116060* MANIFEST AND CLOSED INTO THE SUPPRESSION TOTALS INSTEAD.        !@29
116160     IF DOC-SUPPRESSED                                            !@29
116260      THEN                                                        !@29
116360       PERFORM 0285-CLOSE-SUPPRESSED-DOC                          !@29
116460      ELSE                                                        !@29
116560       PERFORM 0225-CLOSE-DOC-TOTALS                              !@29
116660     END-IF.                                                      !@29
116760     SKIP2                                                        !@29
116860 0275-CHECK-SUPPRESSION.                                          !@29
116960* LOOK THE GROUP'S TLE ACCOUNT UP ON THE SUPPRESSION LIST AS SOON !@29
117060* AS 0200-FIX-BPG CAPTURES IT.  A LISTED ACCOUNT CAPTURED ON THE  !@29
117160* GROUP'S FIRST PAGE SUPPRESSES THE WHOLE STATEMENT: IT LEAVES    !@29
117260* THE MAIL-PIECE SEQUENCE, AND EVERY RECORD FROM THIS BPG TO THE  !@29
117360* ENG IS DELETED.  THE BNG HAS ALREADY GONE TO THE OUTPUT, AND    !@29
117460* THE ENG IS RELEASED WITH IT SO THE STREAM STAYS WELL FORMED --  !@29
117560* AN EMPTY GROUP PRINTS NOTHING.  A LISTED ACCOUNT FIRST SEEN ON  !@29
117660* A LATER PAGE IS TOO LATE: THE EARLIER PAGES HAVE ALREADY        !@29
117760* PRINTED, SO IT IS LOGGED AS AN EXCEPTION (SUPL) AND THE RUN IS  !@29
117860* HELD INSTEAD.                                                   !@29
117960     MOVE 'N' TO SUPP-FOUND-FLAG.                                 !@29
118060     IF SUPP-IN-ORDER                                             !@29
118160      THEN                                                        !@29
118260       SEARCH ALL SUPP-ENTRY                                      !@29
118360        AT END                                                    !@29
118460         CONTINUE                                                 !@29
118560        WHEN SUPP-ACCOUNT (SUPP-NDX) = DOC-ACCT-VALUE             !@29
118660         SET SUPP-FOUND TO TRUE;                                  !@29
118760         MOVE SUPP-REASON (SUPP-NDX) TO DOC-SUPP-REASON           !@29
118860       END-SEARCH                                                 !@29
118960      ELSE                                                        !@29
119060       MOVE 1 TO SUPP-IDX;                                        !@29
119160       PERFORM UNTIL SUPP-IDX > SUPP-COUNT                        !@29
119260                  OR SUPP-FOUND                                   !@29
119360         IF SUPP-ACCOUNT (SUPP-IDX) = DOC-ACCT-VALUE              !@29
119460          THEN                                                    !@29
119560           SET SUPP-FOUND TO TRUE;                                !@29
119660           MOVE SUPP-REASON (SUPP-IDX) TO DOC-SUPP-REASON         !@29
119760         END-IF;                                                  !@29
119860         ADD 1 TO SUPP-IDX                                        !@29
119960       END-PERFORM                                                !@29
120060     END-IF.                                                      !@29
120160     IF SUPP-FOUND                                                !@29
120260      THEN                                                        !@29
120360       IF DOC-PAGE-COUNT > ZERO                                   !@29
120460        THEN                                                      !@29
120560         MOVE 'SUPPRESSED ACCOUNT FOUND AFTER PAGE ONE' TO        !@29
120660             VAL-REASON-TEXT;                                     !@29
120760         MOVE 'SUPL' TO VAL-REASON-CODE;                          !@29
120860         MOVE CURRENT-PAGENAME TO VAL-PAGENAME;                   !@29
120960         PERFORM 0270-WRITE-VALIDATION-EXCP                       !@29
121060        ELSE                                                      !@29
121160         SET DOC-SUPPRESSED TO TRUE;                              !@29
121260         SUBTRACT 1 FROM DOC-COUNT;                               !@29
121360         ADD 1 TO SUPP-STMT-COUNT;                                !@29
121460         MOVE ZERO TO DOC-SUPP-PAGES;                             !@29
121560         MOVE 1 TO DOC-SUPP-RECORDS;                              !@29
121660         IF SUPPOUT-AVAILABLE                                     !@29
121760          THEN                                                    !@29
121860           PERFORM 0278-LOG-SUPP-HEADER                           !@29
121960         END-IF                                                   !@29
122060       END-IF                                                     !@29
122160     END-IF.                                                      !@29
122260     SKIP2                                                        !@29
122263 0277-HOLD-GRP-RECORD.                                            !@33
122266* A RECORD BETWEEN A GROUP'S BNG AND ITS FIRST BPG -- A GROUP-    !@33
122269* LEVEL TLE, IMM OR NOP -- GOES TO THE OUTPUT BEFORE THE ACCOUNT  !@33
122272* THAT MIGHT SUPPRESS THE GROUP IS KNOWN, SO IT IS HELD WITH THE  !@33
122275* BNG FOR 0278-LOG-SUPP-HEADER.  ONE THAT WILL NOT FIT IS COUNTED !@33
122278* INSTEAD.                                                        !@33
122281     IF SUPPOUT-AVAILABLE                                         !@33
122284      AND OUT-USE                                                 !@33
122287      AND DOC-OPEN                                                !@33
122290      AND NOT DOC-SUPPRESSED                                      !@33
122293      AND NOT PAGE-OPEN                                           !@33
122296      AND DOC-PAGE-COUNT = ZERO                                   !@33
122299      AND OUT-SFTYPE NOT = SF-BNG                                 !@33
122302      AND OUT-SFTYPE NOT = SF-BPG                                 !@33
122305      THEN                                                        !@33
122308       IF HOLD-GRP-COUNT < 100                                    !@33
122311        AND HOLD-GRP-USED + OUT-RECLEN                            !@33
122314            NOT > LENGTH OF HOLD-GRP-AREA                         !@33
122317        THEN                                                      !@33
122320         ADD 1 TO HOLD-GRP-COUNT;                                 !@33
122323         MOVE OUT-RECLEN TO HOLD-GRP-LENGTH (HOLD-GRP-COUNT);     !@33
122326         MOVE OUT-LINE (1 : OUT-RECLEN) TO                        !@33
122329             HOLD-GRP-AREA (HOLD-GRP-USED + 1 : OUT-RECLEN);      !@33
122332         ADD OUT-RECLEN TO HOLD-GRP-USED                          !@33
122335        ELSE                                                      !@33
122338         ADD 1 TO HOLD-GRP-MISSED                                 !@33
122341       END-IF                                                     !@33
122344     END-IF.                                                      !@33
122347     SKIP2                                                        !@33
122360 0278-LOG-SUPP-HEADER.                                            !@29
122460* OPEN THE STATEMENT'S ENTRY IN THE SUPPRESSED-STATEMENT LOG:     !@29
122560* THE 'H' RECORD, THEN THE BNG AND THE RECORDS BEFORE THE FIRST   !@33
122610* BPG, HELD BY 0205-COUNT-BNG AND 0277-HOLD-GRP-RECORD.           !@33
122660     MOVE SPACES TO SUPPOUT-SUMMARY.                              !@29
122760     MOVE 'H' TO SUPP-SUM-TYPE.                                   !@29
122860     MOVE DOC-ACCT-VALUE TO SUPP-SUM-ACCOUNT.                     !@29
122960     MOVE DOC-SUPP-REASON TO SUPP-SUM-REASON.                     !@29
123060     MOVE DOC-NAME TO SUPP-SUM-DOC-NAME.                          !@29
123160     MOVE DOC-DATE-VALUE TO SUPP-SUM-STMT-DATE.                   !@29
123260     MOVE ZERO TO SUPP-SUM-PAGES, SUPP-SUM-RECORDS.               !@29
123360     MOVE 80 TO SUPP-RECLEN.                                      !@29
123460     PERFORM 0295-WRITE-SUPP-LOG.                                 !@29
123560     MOVE 'R' TO SUPP-LOG-TYPE.                                   !@29
123660     MOVE HOLD-BNG-LENGTH TO SUPP-LOG-LENGTH.                     !@32
123720     PERFORM 0292-FIT-SUPP-LOG.                                   !@32
123780     MOVE HOLD-BNG-IMAGE (1 : SUPP-LOG-LENGTH) TO                 !@32
123840         SUPP-LOG-DATA (1 : SUPP-LOG-LENGTH).                     !@32
123900     ADD 1, SUPP-LOG-LENGTH GIVING SUPP-RECLEN.                   !@32
123960     PERFORM 0295-WRITE-SUPP-LOG.                                 !@29
123966     MOVE ZERO TO HOLD-GRP-START.                                 !@33
123972     MOVE 1 TO HOLD-GRP-IDX.                                      !@33
123978     PERFORM UNTIL HOLD-GRP-IDX > HOLD-GRP-COUNT                  !@33
123984       MOVE 'R' TO SUPP-LOG-TYPE                                  !@33
123990       MOVE HOLD-GRP-LENGTH (HOLD-GRP-IDX) TO SUPP-LOG-LENGTH     !@33
123996       PERFORM 0292-FIT-SUPP-LOG                                  !@33
124002       MOVE HOLD-GRP-AREA (HOLD-GRP-START + 1 : SUPP-LOG-LENGTH)  !@33
124008         TO SUPP-LOG-DATA (1 : SUPP-LOG-LENGTH)                   !@33
124014       ADD 1, SUPP-LOG-LENGTH GIVING SUPP-RECLEN                  !@33
124020       PERFORM 0295-WRITE-SUPP-LOG                                !@33
124026       ADD HOLD-GRP-LENGTH (HOLD-GRP-IDX) TO HOLD-GRP-START       !@33
124032       ADD 1 TO HOLD-GRP-IDX                                      !@33
124038     END-PERFORM.                                                 !@33
124044     ADD HOLD-GRP-COUNT TO DOC-SUPP-RECORDS.                      !@33
124050     ADD HOLD-GRP-MISSED TO SUPP-LOG-MISSED.                      !@33
124060     SKIP2                                                        !@29
124160 0280-SUPPRESS-PAGE.                                              !@29
124260* A PAGE OF A SUPPRESSED STATEMENT.  IT IS TRACKED AS OPEN, LIKE  !@29
124360* AN EXTRACT RUN'S DROPPED PAGE, SO ITS EPG IS SEEN AND DELETED   !@29
124460* AND NOTHING IS WRITTEN TO THE VOLUME TABLE OR PAGE INDEX FOR    !@29
124560* IT; IT COUNTS ONLY IN THE SUPPRESSION TOTALS.                   !@29
124660     ADD 1 TO SUPP-PAGE-COUNT, DOC-SUPP-PAGES.                    !@29
124760     SET PAGE-OPEN TO TRUE.                                       !@29
124860     SET PAGE-DROP TO TRUE.                                       !@29
124960     SET OUT-DELETE TO TRUE.                                      !@29
125060     SKIP2                                                        !@29
125160 0285-CLOSE-SUPPRESSED-DOC.                                       !@29
125260* CLOSE A SUPPRESSED STATEMENT WITH ITS 'T' RECORD, CARRYING THE  !@29
125360* PAGES AND GROUP RECORDS THAT WENT TO THE LOG INSTEAD OF THE     !@29
125460* PRINTERS.                                                       !@29
125560     IF SUPPOUT-AVAILABLE                                         !@29
125660      THEN                                                        !@29
125760       MOVE SPACES TO SUPPOUT-SUMMARY;                            !@29
125860       MOVE 'T' TO SUPP-SUM-TYPE;                                 !@29
125960       MOVE DOC-ACCT-VALUE TO SUPP-SUM-ACCOUNT;                   !@29
126060       MOVE DOC-SUPP-REASON TO SUPP-SUM-REASON;                   !@29
126160       MOVE DOC-NAME TO SUPP-SUM-DOC-NAME;                        !@29
126260       MOVE DOC-DATE-VALUE TO SUPP-SUM-STMT-DATE;                 !@29
126360       MOVE DOC-SUPP-PAGES TO SUPP-SUM-PAGES;                     !@29
126460       MOVE DOC-SUPP-RECORDS TO SUPP-SUM-RECORDS;                 !@29
126560       MOVE 80 TO SUPP-RECLEN;                                    !@29
126660       PERFORM 0295-WRITE-SUPP-LOG                                !@29
126760     END-IF.                                                      !@29
126860     MOVE 'N' TO DOC-SUPP-FLAG.                                   !@29
126960     SET DOC-CLOSED TO TRUE.                                      !@29
127060     SKIP2                                                        !@29
127160 0290-LOG-SUPP-RECORD.                                            !@29
127260* COPY THE CURRENT RECORD OF A SUPPRESSED STATEMENT TO THE LOG AT !@29
127360* THE LENGTH IT WAS PASSED TO THIS EXIT.                          !@29
127460     IF DOC-SUPPRESSED                                            !@29
127560      THEN                                                        !@29
127660       ADD 1 TO DOC-SUPP-RECORDS;                                 !@29
127760       IF SUPPOUT-AVAILABLE                                       !@29
127860        THEN                                                      !@29
127960         MOVE 'R' TO SUPP-LOG-TYPE;                               !@29
128060         MOVE OUT-RECLEN TO SUPP-LOG-LENGTH;                      !@32
128120         PERFORM 0292-FIT-SUPP-LOG;                               !@32
128180         MOVE OUT-LINE (1 : SUPP-LOG-LENGTH) TO                   !@32
128240             SUPP-LOG-DATA (1 : SUPP-LOG-LENGTH);                 !@32
128300         ADD 1, SUPP-LOG-LENGTH GIVING SUPP-RECLEN;               !@32
128360         PERFORM 0295-WRITE-SUPP-LOG                              !@29
128460       END-IF                                                     !@29
128560     END-IF.                                                      !@29
128660     SKIP2                                                        !@29
128670 0292-FIT-SUPP-LOG.                                               !@32
128680* A RECORD LONGER THAN THE LOG'S DATA AREA IS CUT TO FIT AND      !@32
128690* COUNTED FOR 0945-REPORT-SUPPRESSION.                            !@32
128700     IF SUPP-LOG-LENGTH > LENGTH OF SUPP-LOG-DATA                 !@32
128710      THEN                                                        !@32
128720       MOVE LENGTH OF SUPP-LOG-DATA TO SUPP-LOG-LENGTH;           !@32
128730       ADD 1 TO SUPP-LOG-CUT                                      !@32
128740     END-IF.                                                      !@32
128750     SKIP2                                                        !@32
128760 0295-WRITE-SUPP-LOG.                                             !@29
128860     WRITE SUPPOUT-RECORD.                                        !@29
128960     IF NOT SUPPOUT-OK                                            !@29
129060      THEN                                                        !@29
129160       MOVE 'SUPPOUT' TO FATAL-FILE-NAME;                         !@29
129260       MOVE 'WRITE' TO FATAL-FILE-REASON;                         !@29
129360       MOVE SUPPOUT-STATUS TO FATAL-FILE-STATUS;                  !@29
129460       PERFORM 0105-FATAL-FILE-ERROR                              !@29
129560     END-IF.                                                      !@29
129660     SKIP2                                                        !@29
129760 0945-REPORT-SUPPRESSION.                                         !@29
129860* DO-NOT-MAIL TOTALS.  ACCOUNTS THE LIST COULD NOT HOLD WERE      !@29
129960* NEVER CHECKED, SO STATEMENTS THAT SHOULD HAVE BEEN SUPPRESSED   !@29
130060* MAY HAVE PRINTED -- HOLD THE RUN FOR REVIEW.                    !@29
130110* A LIST TURNED OFF FOR WANT OF A SUPPOUT LOG IS HELD THE SAME.   !@32
130160     IF SUPP-COUNT > ZERO                                         !@29
130260      THEN                                                        !@29
130360       MOVE SUPP-STMT-COUNT TO PAGE-DISP;                         !@29
130460       DISPLAY PGMNAME, PAGE-DISP, ' STATEMENTS SUPPRESSED.';     !@29
130560       MOVE SUPP-PAGE-COUNT TO PAGE-DISP;                         !@29
130660       DISPLAY PGMNAME, PAGE-DISP, ' PAGES SUPPRESSED.'           !@29
130760     END-IF.                                                      !@29
130860     IF SUPP-IGNORED > ZERO                                       !@29
130960      THEN                                                        !@29
131060       MOVE SUPP-IGNORED TO PAGE-DISP;                            !@29
131160       DISPLAY PGMNAME, PAGE-DISP,                                !@29
131260           ' SUPPCTL ACCOUNTS OVER 100,000 NOT CHECKED --',       !@29
131360           ' HOLD OUTPUT FOR REVIEW.';                            !@29
131460       MOVE 8 TO RETURN-CODE                                      !@29
131560     END-IF.                                                      !@29
131567     IF SUPP-LOG-FAILED                                           !@32
131574      THEN                                                        !@32
131581       DISPLAY PGMNAME, ' SUPPOUT NOT OPENED -- SUPPCTL ACCOUNTS',!@32
131588           ' NOT SUPPRESSED -- HOLD OUTPUT FOR REVIEW.';          !@32
131595       MOVE 8 TO RETURN-CODE                                      !@32
131602     END-IF.                                                      !@32
131609     IF SUPP-LOG-CUT > ZERO                                       !@32
131616      THEN                                                        !@32
131623       MOVE SUPP-LOG-CUT TO PAGE-DISP;                            !@32
131630       DISPLAY PGMNAME, PAGE-DISP,                                !@32
131637           ' SUPPOUT RECORDS CUT TO FIT THE LOG.'                 !@32
131644     END-IF.                                                      !@32
131646     IF SUPP-LOG-MISSED > ZERO                                    !@33
131648      THEN                                                        !@33
131650       MOVE SUPP-LOG-MISSED TO PAGE-DISP;                         !@33
131652       DISPLAY PGMNAME, PAGE-DISP,                                !@33
131654           ' SUPPOUT GROUP RECORDS BEFORE PAGE ONE NOT LOGGED --',!@33
131656           ' TOO MANY TO HOLD.'                                   !@33
131658     END-IF.                                                      !@33
131660     SKIP2                                                        !@29
131760 0952-FILL-HIST-COUNTS.                                           !@29
131860* RUN-HISTORY FIELDS BEYOND THE ORIGINAL SUMMARY.                 !@29
131960     MOVE SUPP-PAGE-COUNT TO HIST-SUPP-PAGE-COUNT.                !@29
132060     MOVE SUPP-STMT-COUNT TO HIST-SUPP-STMT-COUNT.                !@29
132160     IF EXTRACT-MODE                                              !@30
132260      THEN                                                        !@30
132360       SET HIST-RUN-EXTRACT TO TRUE                               !@30
132460      ELSE                                                        !@30
132560       SET HIST-RUN-PRODUCTION TO TRUE                            !@30
132660     END-IF.                                                      !@30
132760     MOVE BILL-STMT-COUNT TO HIST-STMT-COUNT.                     !@30
132860     MOVE KEPT-PAGE-COUNT TO HIST-IMPRESSION-COUNT.               !@30
132960     PERFORM 0954-COUNT-SHARED-SHEETS.                            !@30
133060     SUBTRACT BILL-SHARED-SHEETS FROM KEPT-PAGE-COUNT             !@30
133160         GIVING HIST-SHEET-COUNT.                                 !@30
133210     PERFORM 0956-FILL-HIST-TIMES.                                !@31
133260     SKIP2                                                        !@30
133360 0954-COUNT-SHARED-SHEETS.                                        !@30
133460* EVERY PRINTED PAGE IS AN IMPRESSION AND, ON ITS OWN, A SHEET.  A!@30
133560* PAIRCTL FRONT AND BACK SHARE ONE SHEET, SO EACH PAIRING SAVES AS!@30
133660* MANY SHEETS AS THE SMALLER OF ITS TWO PAGE COUNTS -- THE SAME   !@30
133760* ARITHMETIC AS THE PAIROUT FORECAST, WHICH NEED NOT BE ALLOCATED.!@30
133860     MOVE ZERO TO BILL-SHARED-SHEETS.                             !@30
133960     MOVE 1 TO PAIR-IDX.                                          !@30
134060     PERFORM UNTIL PAIR-IDX > PAIR-COUNT                          !@30
134160       MOVE PAIR-FRONT (PAIR-IDX) TO CURRENT-PAGENAME             !@30
134260       PERFORM 0420-FIND-PAGENAME                                 !@30
134360       IF PGNM-IDX > PGNM-COUNT                                   !@30
134460        THEN                                                      !@30
134560         MOVE ZERO TO PAIR-FRONT-PAGES                            !@30
134660        ELSE                                                      !@30
134760         MOVE PGNM-PAGES (PGNM-IDX) TO PAIR-FRONT-PAGES           !@30
134860       END-IF                                                     !@30
134960       MOVE PAIR-BACK (PAIR-IDX) TO CURRENT-PAGENAME              !@30
135060       PERFORM 0420-FIND-PAGENAME                                 !@30
135160       IF PGNM-IDX > PGNM-COUNT                                   !@30
135260        THEN                                                      !@30
135360         MOVE ZERO TO PAIR-BACK-PAGES                             !@30
135460        ELSE                                                      !@30
135560         MOVE PGNM-PAGES (PGNM-IDX) TO PAIR-BACK-PAGES            !@30
135660       END-IF                                                     !@30
135760       IF PAIR-FRONT-PAGES < PAIR-BACK-PAGES                      !@30
135860        THEN                                                      !@30
135960         ADD PAIR-FRONT-PAGES TO BILL-SHARED-SHEETS               !@30
136060        ELSE                                                      !@30
136160         ADD PAIR-BACK-PAGES TO BILL-SHARED-SHEETS                !@30
136260       END-IF                                                     !@30
136360       ADD 1 TO PAIR-IDX                                          !@30
136460     END-PERFORM.                                                 !@30
136560     SKIP2                                                        !@31
136660 0956-FILL-HIST-TIMES.                                            !@31
136760* START STAMP AND ELAPSED SECONDS.  THE RUN FINISHED AT THE       !@31
136860* RECORD'S RUN DATE AND TIME, SO A RUN THAT CROSSES MIDNIGHT IS   !@31
136960* MEASURED ACROSS IT; THE DATES ARE WINDOWED INTO 20XX AS IN      !@31
137060* 0955-CHECK-DUPLICATE-RUN.  A CHECKPOINT RESTART IS TIMED FROM   !@31
137160* THE RESTARTED STEP'S FIRST CALL.  A CLOCK SET BACK DURING THE   !@31
137260* RUN GIVES ZERO RATHER THAN A NEGATIVE TIME.                     !@31
137360     MOVE RUN-START-STAMP TO HIST-START-STAMP.                    !@31
137460     COMPUTE DUP-WORK-YYYYMMDD = 20000000 + RUN-START-DATE.       !@31
137560     COMPUTE RUN-START-INT =                                      !@31
137660         FUNCTION INTEGER-OF-DATE (DUP-WORK-YYYYMMDD).            !@31
137760     COMPUTE DUP-WORK-YYYYMMDD = 20000000 + HIST-RUN-DATE.        !@31
137860     COMPUTE RUN-END-INT =                                        !@31
137960         FUNCTION INTEGER-OF-DATE (DUP-WORK-YYYYMMDD).            !@31
138060     MOVE HIST-RUN-TIME TO RUN-CLOCK.                             !@31
138160     COMPUTE RUN-ELAPSED =                                        !@31
138260         (RUN-END-INT - RUN-START-INT) * 86400                    !@31
138360       + (RUN-CLOCK-HH * 3600 + RUN-CLOCK-MM * 60 + RUN-CLOCK-SS) !@31
138460       - (RUN-START-HH * 3600 + RUN-START-MM * 60 + RUN-START-SS).!@31
138560     IF RUN-ELAPSED < ZERO                                        !@31
138660      THEN                                                        !@31
138760       MOVE ZERO TO RUN-ELAPSED                                   !@31
138860     END-IF.                                                      !@31
138960     MOVE RUN-ELAPSED TO HIST-ELAPSED-SECS.                       !@31
