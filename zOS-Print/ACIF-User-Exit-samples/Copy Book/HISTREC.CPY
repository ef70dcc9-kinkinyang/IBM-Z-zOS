001200     05  HIST-LINE-TOTAL         PIC 9(8).
001300     05  HIST-PAGENAME-COUNT     PIC 9(4).
001400     05  HIST-EXCP-COUNT         PIC 9(4).
001500* FIELDS CARVED FROM THE ORIGINAL FILLER ARE PACKED TO FIT THE
001600* 80-BYTE RECORD.  A RECORD WRITTEN BEFORE A FIELD EXISTED HAS
001700* SPACES THERE, WHICH FAIL A NUMERIC TEST -- READERS TEST
001800* BEFORE USING THEM.  SUPPRESSED PAGES AND STATEMENTS (THE
001900* DO-NOT-MAIL LIST) ARE NOT IN HIST-PAGE-COUNT.
002000     05  HIST-SUPP-PAGE-COUNT    PIC 9(9) COMP-3.
002100     05  HIST-SUPP-STMT-COUNT    PIC 9(9) COMP-3.
002200* HOW THE RUN CAME ABOUT AND WHAT IT PUT ON PAPER, FOR CHARGEBACK
002300* BILLING.  A RUN-TYPE OF SPACE MARKS A RECORD WRITTEN BEFORE
002400* THESE FIELDS EXISTED; THE BINARY COUNTS BESIDE IT ARE THEN NOT
002500* VALID AND MUST NOT BE USED.  APKOTLLE WRITES 'P' FOR A NORMAL
002600* RUN AND 'X' FOR AN EXTRACT (REPRINT) RUN; APKPGPUL WRITES 'U'
002700* FOR THE PAGES IT PULLS FROM SAVED OUTPUT.  STATEMENTS ARE THOSE
002800* THAT PRINTED AT LEAST ONE PAGE; IMPRESSIONS ARE PRINTED SIDES.
002900     05  HIST-RUN-TYPE           PIC X.
003000         88  HIST-RUN-UNTYPED    VALUE SPACE.
003100         88  HIST-RUN-PRODUCTION VALUE 'P'.
003200         88  HIST-RUN-EXTRACT    VALUE 'X'.
003300         88  HIST-RUN-PULL       VALUE 'U'.
003400         88  HIST-RUN-REPRINT    VALUE 'X' 'U'.
003500     05  HIST-STMT-COUNT         PIC 9(9) BINARY.
003600     05  HIST-SHEET-COUNT        PIC 9(9) BINARY.
003700     05  HIST-IMPRESSION-COUNT   PIC 9(9) BINARY.
003800* WHEN THE RUN STARTED (APKOTLLE'S FIRST CALL), AS YYMMDDHHMMSS,
003900* AND HOW LONG IT TOOK IN SECONDS; HIST-RUN-DATE AND HIST-RUN-TIME
004000* ABOVE ARE WHEN IT FINISHED.  SPACES IN A RECORD WRITTEN BEFORE
004100* THESE FIELDS EXISTED, OR BY APKPGPUL; TEST NUMERIC BEFORE USE.
004200     05  HIST-START-STAMP        PIC 9(12) COMP-3.
004300     05  HIST-ELAPSED-SECS       PIC 9(7) COMP-3.
