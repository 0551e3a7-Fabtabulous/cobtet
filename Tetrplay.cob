000120*    EVENT STREAM THE GAME RECORDS: PIECES PLACED, PACE, HOLD
000130*    USAGE, FAST-DROP SHARE, ESTIMATED DURATION AND THE LEVEL
000140*    REACHED. A PER-OPERATOR SUMMARY GOES TO TETRPLAY.RPT AND
000141*    ONE DETAIL LINE PER GAME TO TETRPLAY.DET. THE DETAIL LINE
000142*    ENDS WITH THE GAME'S KEY AND FAST-DROP COUNTS, SO A READER
000143*    CAN WEIGHT HOLD AND FAST-DROP SHARES OVER SEVERAL GAMES THE
000144*    WAY THE SUMMARY DOES.
000160*
000170*    THE EVENT LOG CARRIES NO CLOCK, SO TWO FIGURES ARE HONEST
000180*    ESTIMATES: PIECES = 7 PER DEALT BAG (THE LAST BAG MAY BE
000280*
000290*    MODIFICATION HISTORY
000300*    2026-09-02 FB  INITIAL VERSION
000301*    2026-10-15 FB  KEY AND FAST-DROP COUNTS ON THE DETAIL LINE
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000600     05 RP-EVENT-DATA        PIC X(33).
000610
000620 FD  DETAIL-FILE.
000630 01  DETAIL-RECORD           PIC X(106).
000640
000650 FD  REPORT-FILE.
000660 01  REPORT-RECORD           PIC X(80).
002220     05 DET-SCORE            PIC 9(10).
002230     05 FILLER               PIC X(01) VALUE SPACES.
002240     05 DET-LINES            PIC 9(04).
002241     05 FILLER               PIC X(01) VALUE SPACES.
002242     05 DET-KEYS             PIC 9(05).
002243     05 FILLER               PIC X(01) VALUE SPACES.
002244     05 DET-DROPS            PIC 9(05).
002250     05 FILLER               PIC X(04) VALUE SPACES.
002260
002270 PROCEDURE DIVISION.
004870     MOVE RPA-G-END-LEVEL TO DET-LEVEL
004880     MOVE RPA-G-SCORE TO DET-SCORE
004890     MOVE RPA-G-LINES TO DET-LINES
004891     MOVE RPA-G-KEYS TO DET-KEYS
004892     MOVE RPA-G-DROPS TO DET-DROPS
004900     WRITE DETAIL-RECORD FROM DET-LINE
004910
004920     PERFORM 2400-FIND-OPERATOR THRU 2400-EXIT
