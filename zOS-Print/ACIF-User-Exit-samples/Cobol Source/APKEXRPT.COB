000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ NOLIST
000200* LAST UPDATE ON 15 Oct 2026 AT 17:52:37 BY DELGADOM VERSION 3  *
000300 ID DIVISION.
000400 PROGRAM-ID. APKEXRPT.
000500 AUTHOR. TURETZKY--HYDRA.
002400               that is almost always one bad composition
002500               template, and the totals say so at a glance.
002600
002610               APKMNCMP writes its cycle-over-cycle manifest
002618               exceptions -- MISS, NEWA, PGMV, and SUPP -- in the
002626               same layout, the manifest record (for SUPP, the
002634               suppression log record) standing in for the data
002642               snapshot.  Concatenated behind EXCPOUT they report
002650               and total here with the exit's own.
002660
002700 DATE-WRITTEN. 02 Sep 26.
002800 DATE-COMPILED.
002900 SECURITY. IBM SAMPLE CODE ONLY.
