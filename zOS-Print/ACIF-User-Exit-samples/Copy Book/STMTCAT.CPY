000100* STATEMENT ARCHIVE CATALOG RECORD SHARED BY APKCATMT (WHICH
000200* LOADS ONE ENTRY PER STATEMENT AFTER EACH PRODUCTION RUN AND
000300* PURGES ENTRIES PAST THE RUN-HISTORY RETENTION DATE), APKACREQ
000400* AND APKPGPUL (WHICH LOOK ACCOUNTS UP IN IT).  THE KEY IS THE
000500* STATEMENT'S ACCOUNT + STATEMENT DATE TLE VALUES, SO ALL OF AN
000600* ACCOUNT'S STATEMENTS COME BACK TOGETHER IN DATE ORDER.
000700* CAT-RUN-KEY IS THE HIST-KEY OF THE RUN THAT PRINTED THE
000800* STATEMENT.  THE RECORD NUMBERS ARE OUTPUT RECORD NUMBERS IN
000900* THE SAVED OUTPUT DATASET NAMED BY CAT-DSNAME (PLUS
001000* CAT-GENERATION, THE ABSOLUTE GENERATION, FOR A GDG).
001100* CAT-ENV-FRONT-LAST AND CAT-ENV-BACK-FIRST BOUND THAT RUN'S
001200* DOCUMENT ENVELOPE -- EVERYTHING UP TO THE FIRST, AND FROM THE
001300* LAST, RECORD NUMBER GIVEN BELONGS TO NO STATEMENT.
001400 01  CAT-RECORD.
001500     05  CAT-KEY.
001600         10  CAT-ACCOUNT         PIC X(16).
001700         10  CAT-STMT-DATE       PIC X(8).
001800     05  CAT-RUN-KEY.
001900         10  CAT-JOBNAME         PIC X(8).
002000         10  CAT-RUN-DATE        PIC 9(6).
002100         10  CAT-RUN-TIME        PIC 9(8).
002200     05  CAT-DSNAME              PIC X(44).
002300     05  CAT-GENERATION          PIC X(8).
002400     05  CAT-DOC-NAME            PIC X(8).
002500     05  CAT-FIRST-RECNO         PIC 9(9).
002600     05  CAT-LAST-RECNO          PIC 9(9).
002700     05  CAT-FIRST-PAGE          PIC 9(8).
002800     05  CAT-PAGE-COUNT          PIC 9(8).
002900     05  CAT-ENV-FRONT-LAST      PIC 9(9).
003000     05  CAT-ENV-BACK-FIRST      PIC 9(9).
003100     05  FILLER                  PIC X(2).
