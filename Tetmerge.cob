000160*    TOUCHES THE COMBINED BOARD UNLESS THE WHOLE FILE PROVES
000170*    OUT. ONLY THEN DOES THE SECOND PASS FOLD THE RECORDS IN,
000180*    DROPPING ANY ALREADY ON THE BOARD (SAME OPERATOR, DATE AND
000181*    TIME) AS DUPLICATES. COMBINED.DAT IS INDEXED LIKE
000182*    LEADERBD.DAT - OPERATOR/DATE/TIME IS ITS RECORD KEY, SO A
000183*    DUPLICATE SHOWS AS AN INVALID KEY ON THE WRITE, AND EACH
000184*    RECORD CARRIES THE SAME SCORE KEY. POINT THE GAME'S
000200*    leaderboard_dir AT A DIRECTORY WHOSE LEADERBD.DAT IS THE
000210*    COMBINED FILE AND THE IN-GAME TOP 10 SHOWS BOTH SITES.
000220*
000310*
000320*    MODIFICATION HISTORY
000330*    2026-09-02 FB  INITIAL VERSION
000331*    2026-10-15 FB  INDEXED COMBINED BOARD, DUPS BY RECORD KEY
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000400         FILE STATUS IS MRG-EXC-STATUS.
000410
000420     SELECT COMBINED-FILE ASSIGN TO MRG-COMB-PATH
000421         ORGANIZATION IS INDEXED
000422         ACCESS MODE IS DYNAMIC
000423         RECORD KEY IS CB-KEY
000424         ALTERNATE RECORD KEY IS CB-RANK-KEY WITH DUPLICATES
000425         ALTERNATE RECORD KEY IS CB-WHEN-KEY WITH DUPLICATES
000440         FILE STATUS IS MRG-COMB-STATUS.
000450
000460 DATA DIVISION.
000620
000630 FD  COMBINED-FILE.
000640 01  COMBINED-RECORD.
000641     05 CB-KEY.
000642        10 CB-OPERATOR-ID    PIC X(08).
000643        10 CB-WHEN-KEY.
000644           15 CB-DATE-X      PIC X(08).
000645           15 CB-TIME-X      PIC X(08).
000680     05 CB-LINES-X           PIC X(04).
000690     05 CB-SCORE-X           PIC X(10).
000691     05 CB-SCORE-N REDEFINES CB-SCORE-X
000692                             PIC 9(10).
000700     05 CB-CHECK-X           PIC X(06).
000701     05 CB-RANK-KEY          PIC 9(10).
000710
000720 WORKING-STORAGE SECTION.
000730
001010     88 MRG-TRL-SEEN         VALUE 1.
001020     88 MRG-TRL-NOT-SEEN     VALUE 0.
001030
001031 01  MRG-DUP-SW              PIC 9(01) VALUE 0.
001032     88 MRG-IS-DUP           VALUE 1.
001033     88 MRG-NOT-DUP          VALUE 0.
001034
001040 01  MRG-SITE                PIC X(04) VALUE SPACES.
001050 01  MRG-HDR-DATE-X          PIC X(08) VALUE SPACES.
001060 01  MRG-HDR-TIME-X          PIC X(08) VALUE SPACES.
001270     05 MRG-SUM-CHECKS       PIC 9(12).
001280
001290*----------------------------------------------------------------
001440*    WORK FIELDS AND COUNTERS
001450*----------------------------------------------------------------
001480 77  MRG-READ-COUNT          PIC 9(08) COMP VALUE 0.
001490 77  MRG-GOOD-COUNT          PIC 9(06) VALUE 0.
001500 77  MRG-MERGED-COUNT        PIC 9(08) COMP VALUE 0.
001700     IF MRG-RUN-FAILED
001710        GO TO 0000-WRAP-UP
001720     END-IF
001740     PERFORM 3000-FOLD-EXCHANGE THRU 3000-EXIT.
001750 0000-WRAP-UP.
001760     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
002120     INSPECT MRG-EXC-PATH REPLACING TRAILING SPACE BY LOW-VALUE
002130     INSPECT MRG-COMB-PATH REPLACING TRAILING SPACE BY LOW-VALUE.
002140 1000-EXIT.
002540     EXIT.
002550
002560*----------------------------------------------------------------
003790        GO TO 3000-EXIT
003800     END-IF
003810
003820     OPEN I-O COMBINED-FILE
003830
003840     IF MRG-COMB-STATUS = "35"
003850        OPEN OUTPUT COMBINED-FILE
004260        GO TO 3100-EXIT
004270     END-IF
004280
004281     MOVE EX-DATA TO COMBINED-RECORD
004282
004283*    SCORE KEY AS THE GAME SETS IT - A SCORE THAT IS NOT NUMERIC
004284*    SORTS LAST
004285     IF CB-SCORE-X IS NUMERIC
004286        COMPUTE CB-RANK-KEY = 9999999999 - CB-SCORE-N
004287     ELSE
004288        MOVE 9999999999 TO CB-RANK-KEY
004289     END-IF
004290
004291     SET MRG-NOT-DUP TO TRUE
004300
004310     WRITE COMBINED-RECORD
004320         INVALID KEY
004330             SET MRG-IS-DUP TO TRUE
004340     END-WRITE
004390
004400     IF MRG-IS-DUP
004410        ADD 1 TO MRG-DUP-COUNT
004420     ELSE
004430        ADD 1 TO MRG-MERGED-COUNT
004540     END-IF.
004550 3100-EXIT.
004560     EXIT.
