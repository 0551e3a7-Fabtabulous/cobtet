000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TETSTMT.
000030 AUTHOR. F BAUMGARTEN.
000040 INSTALLATION. VEMAG DV.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TETSTMT - MONTHLY PERSONAL PLAY STATEMENT
000090*
000100*    ONE PAGE PER OPERATOR FOR ONE MONTH, EVERY FIGURE SET
000110*    AGAINST THE MONTH BEFORE:
000120*      - GAMES, BEST AND AVERAGE SCORE, LINES - FROM LEADERBD.DAT
000130*        AND THE LB<YYYYMM>.DAT ARCHIVES OF BOTH MONTHS, ONLY
000140*        RECORDS WITH A VALID TAMPER CHECK COUNT (AS TETSTATS)
000150*      - MINUTES AND DAYS PLAYED, QUOTA USED, DAYS OVER THE CAP
000160*        AND DAYS ON GRANTED EXTRA TIME - FROM USAGE.DAT AND
000170*        LIMITS.DAT WITH TETTIME'S RULES. QUOTA USED IS THE
000180*        MINUTES AGAINST THE DAILY CAP TIMES THE DAYS PLAYED.
000190*      - VERSUS WINS AND LOSSES, IN TOTAL AND BY OPPONENT - FROM
000200*        VERSUS.DAT, ONLY RESULTS WHOSE CHECK VERIFIES (TETVERS)
000210*      - SEASON RANK AND POINTS - FROM TOURSTND.DAT AS TETTOURN
000220*        LAST WROTE IT, WITH THE MOVEMENT SINCE THE STANDINGS RUN
000230*        BEFORE. THE PRIOR MONTH'S RANK IS THE ONE THIS PROGRAM
000240*        SAVED IN STMRANK.DAT WHEN IT RAN FOR THAT MONTH.
000250*      - PACE, HOLD SHARE AND FAST-DROP SHARE - FROM TETRPLAY.DET,
000260*        WEIGHTED OVER THE MONTH'S GAMES AS TETRPLAY'S SUMMARY
000270*    AN OPERATOR WITH NO GAMES, PLAY TIME, VERSUS MATCHES OR
000280*    REPLAYS IN THE MONTH GETS NO STATEMENT. THE DEPARTMENT IS
000290*    RO-DEPT FROM THE DV ROSTER, ID CHARS 1-2 WHEN BLANK OR NOT
000300*    ON THE ROSTER (AS TETCHGB).
000310*
000320*    RANK FILE STMRANK.DAT - ONE LINE PER OPERATOR AND MONTH:
000330*      COLS  1- 8  OPERATOR ID
000340*      COLS  9-14  MONTH YYYYMM
000350*      COLS 15-17  SEASON RANK
000360*      COLS 18-29  SEASON POINTS
000370*    REWRITTEN ONLY BY A RUN FOR THE MONTH JUST ENDED, AND ONLY
000380*    WHEN ITS STATEMENTS WERE WRITTEN: THE STANDINGS AS THEY
000381*    STAND ARE SAVED UNDER THAT MONTH, REPLACING ANY LINES IT
000382*    ALREADY HAD. THE LINES OF EVERY OTHER MONTH ARE KEPT UP TO
000383*    TWO YEARS BACK. A REPRINT OF AN OLDER MONTH LEAVES THE FILE
000384*    AS IT IS - TODAY'S STANDINGS ARE NOT THAT MONTH'S.
000390*
000400*    ENVIRONMENT:
000410*      leaderboard_dir   DIRECTORY OF THE GAME FILES (AS IN GAME)
000420*      report_month      MONTH YYYYMM. DEFAULT: PREVIOUS MONTH.
000430*      stmt_split        "DEPT" (DEFAULT) - ONE PRINT FILE
000440*                        STM<YYYYMM>.RPT, SORTED BY DEPARTMENT,
000450*                        EACH DEPARTMENT OPENED BY A COVER PAGE
000460*                        LISTING ITS STATEMENTS.
000470*                        "OPERATOR" - ONE FILE PER OPERATOR,
000480*                        ST<OPERATOR>.DAT, REPLACED EACH RUN.
000490*
000500*    EVERY STATEMENT AND COVER PAGE STARTS ON A NEW PAGE.
000510*    RETURN CODE 4 WHEN THE LEADERBOARD OR THE USAGE FILE COULD
000520*    NOT BE READ OR THE OPERATOR TABLE FILLED UP (STATEMENTS ARE
000530*    INCOMPLETE) OR STMRANK.DAT HELD TOO MANY LINES TO REWRITE,
000540*    8 WHEN A STATEMENT FILE OR THE RANK HISTORY STMRANK.DAT
000545*    COULD NOT BE WRITTEN, 0 OTHERWISE.
000550*
000560*    MODIFICATION HISTORY
000570*    2026-10-15 FB  INITIAL VERSION
000571*    2026-10-15 FB  RANK HISTORY REWRITE FAILURE ENDS RC 8
000572*    2026-10-15 FB  RANKS SAVED ONLY FOR THE MONTH JUST ENDED
000580*----------------------------------------------------------------
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT LIVE-FILE ASSIGN TO STM-LIVE-PATH
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS LV-KEY
000660         ALTERNATE RECORD KEY IS LV-RANK-KEY WITH DUPLICATES
000670         ALTERNATE RECORD KEY IS LV-WHEN-KEY WITH DUPLICATES
000680         FILE STATUS IS STM-LIVE-STATUS.
000690
000700     SELECT ARCH-FILE ASSIGN TO STM-ARCH-PATH
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS STM-ARCH-STATUS.
000730
000740     SELECT USAGE-FILE ASSIGN TO STM-USAGE-PATH
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS SEQUENTIAL
000770         RECORD KEY IS PU-KEY
000780         FILE STATUS IS STM-USAGE-STATUS.
000790
000800     SELECT LIMITS-FILE ASSIGN TO STM-LIMITS-PATH
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS STM-LIMITS-STATUS.
000830
000840     SELECT MATCH-FILE ASSIGN TO STM-MATCH-PATH
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS STM-MATCH-STATUS.
000870
000880     SELECT STAND-FILE ASSIGN TO STM-STAND-PATH
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS STM-STAND-STATUS.
000910
000920     SELECT DETAIL-FILE ASSIGN TO STM-DET-PATH
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS STM-DET-STATUS.
000950
000960     SELECT ROSTER-FILE ASSIGN TO STM-ROSTER-PATH
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS RANDOM
000990         RECORD KEY IS RO-OPERATOR-ID
001000         FILE STATUS IS STM-ROSTER-STATUS.
001010
001020     SELECT RANK-FILE ASSIGN TO STM-RANK-PATH
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS STM-RANK-STATUS.
001050
001060     SELECT STMT-FILE ASSIGN TO STM-OUT-PATH
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS STM-OUT-STATUS.
001090
001100 DATA DIVISION.
001110 FILE SECTION.
001120
001130 FD  LIVE-FILE.
001140 01  LIVE-RECORD.
001150     05 LV-KEY.
001160        10 LV-OPERATOR-ID    PIC X(08).
001170        10 LV-WHEN-KEY       PIC X(16).
001180     05 FILLER               PIC X(20).
001190     05 LV-RANK-KEY          PIC 9(10).
001200
001210 FD  ARCH-FILE.
001220 01  ARCH-RECORD             PIC X(44).
001230
001240 FD  USAGE-FILE.
001250 01  USAGE-RECORD.
001260     05 PU-KEY.
001270        10 PU-OPERATOR       PIC X(08).
001280        10 PU-DATE           PIC 9(08).
001290     05 PU-SECONDS           PIC 9(06).
001300
001310 FD  LIMITS-FILE.
001320 01  LIMITS-RECORD.
001330     05 LM-TYPE              PIC X(01).
001340     05 LM-KEY               PIC X(08).
001350     05 LM-MINUTES-X         PIC X(04).
001360     05 LM-MINUTES REDEFINES LM-MINUTES-X
001370                             PIC 9(04).
001380     05 LM-EXT-SCOPE         PIC X(01).
001390     05 LM-EXT-FROM-X        PIC X(08).
001400     05 LM-EXT-FROM REDEFINES LM-EXT-FROM-X
001410                             PIC 9(08).
001420     05 LM-EXT-TO-X          PIC X(08).
001430     05 LM-EXT-TO REDEFINES LM-EXT-TO-X
001440                             PIC 9(08).
001450     05 LM-EXT-BY            PIC X(08).
001460
001470 FD  MATCH-FILE.
001480 01  MATCH-RECORD.
001490     05 VS-P1-ID             PIC X(08).
001500     05 VS-P2-ID             PIC X(08).
001510     05 VS-DATE-X            PIC X(08).
001520     05 VS-DATE REDEFINES VS-DATE-X.
001530        10 VS-DATE-YYYYMM    PIC 9(06).
001540        10 VS-DATE-DD        PIC 9(02).
001550     05 VS-TIME-X            PIC X(08).
001560     05 VS-WINNER            PIC X(01).
001570     05 VS-P1-SCORE-X        PIC X(10).
001580     05 VS-P2-SCORE-X        PIC X(10).
001590     05 VS-P1-LINES-X        PIC X(04).
001600     05 VS-P2-LINES-X        PIC X(04).
001610     05 VS-P1-GARBAGE-X      PIC X(04).
001620     05 VS-P2-GARBAGE-X      PIC X(04).
001630     05 VS-DURATION-X        PIC X(06).
001640     05 VS-CHECK-X           PIC X(06).
001650     05 VS-CHECK-N REDEFINES VS-CHECK-X
001660                             PIC 9(06).
001670
001680 FD  STAND-FILE.
001690 01  STAND-RECORD.
001700     05 ST-OPERATOR-ID       PIC X(08).
001710     05 ST-RANK-X            PIC X(03).
001720     05 ST-RANK REDEFINES ST-RANK-X
001730                             PIC 9(03).
001740     05 ST-POINTS-X          PIC X(12).
001750     05 ST-POINTS REDEFINES ST-POINTS-X
001760                             PIC 9(12).
001770     05 ST-PRIOR-RANK-X      PIC X(03).
001780     05 ST-PRIOR-RANK REDEFINES ST-PRIOR-RANK-X
001790                             PIC 9(03).
001800     05 ST-GAMES             PIC 9(06).
001810
001820*    TETRPLAY'S PER-GAME DETAIL LINE
001830 FD  DETAIL-FILE.
001840 01  DETAIL-RECORD.
001850     05 DE-FILE              PIC X(24).
001860     05 FILLER               PIC X(01).
001870     05 DE-OPERATOR          PIC X(08).
001880     05 FILLER               PIC X(01).
001890     05 DE-DATE-X            PIC X(08).
001900     05 DE-DATE REDEFINES DE-DATE-X.
001910        10 DE-DATE-YYYYMM    PIC 9(06).
001920        10 DE-DATE-DD        PIC 9(02).
001930     05 FILLER               PIC X(01).
001940     05 DE-PIECES-X          PIC X(06).
001950     05 DE-PIECES REDEFINES DE-PIECES-X
001960                             PIC 9(06).
001970     05 FILLER               PIC X(01).
001980     05 DE-PPM               PIC X(04).
001990     05 FILLER               PIC X(01).
002000     05 DE-HOLDS-X           PIC X(05).
002010     05 DE-HOLDS REDEFINES DE-HOLDS-X
002020                             PIC 9(05).
002030     05 FILLER               PIC X(01).
002040     05 DE-DROP-PCT          PIC X(03).
002050     05 FILLER               PIC X(01).
002060     05 DE-DUR-SECS-X        PIC X(06).
002070     05 DE-DUR-SECS REDEFINES DE-DUR-SECS-X
002080                             PIC 9(06).
002090     05 FILLER               PIC X(01).
002100     05 DE-LEVEL             PIC X(02).
002110     05 FILLER               PIC X(01).
002120     05 DE-SCORE             PIC X(10).
002130     05 FILLER               PIC X(01).
002140     05 DE-LINES             PIC X(04).
002150     05 FILLER               PIC X(01).
002160     05 DE-KEYS-X            PIC X(05).
002170     05 DE-KEYS REDEFINES DE-KEYS-X
002180                             PIC 9(05).
002190     05 FILLER               PIC X(01).
002200     05 DE-DROPS-X           PIC X(05).
002210     05 DE-DROPS REDEFINES DE-DROPS-X
002220                             PIC 9(05).
002230     05 FILLER               PIC X(04).
002240
002250 FD  ROSTER-FILE.
002260 01  ROSTER-RECORD.
002270     05 RO-OPERATOR-ID       PIC X(08).
002280     05 RO-NAME              PIC X(20).
002290     05 RO-DEPT              PIC X(02).
002300
002310 FD  RANK-FILE.
002320 01  RANK-RECORD.
002330     05 SR-OPERATOR-ID       PIC X(08).
002340     05 SR-MONTH-X           PIC X(06).
002350     05 SR-MONTH REDEFINES SR-MONTH-X
002360                             PIC 9(06).
002370     05 SR-RANK-X            PIC X(03).
002380     05 SR-RANK REDEFINES SR-RANK-X
002390                             PIC 9(03).
002400     05 SR-POINTS-X          PIC X(12).
002410     05 SR-POINTS REDEFINES SR-POINTS-X
002420                             PIC 9(12).
002430
002440 FD  STMT-FILE.
002450 01  STMT-RECORD             PIC X(80).
002460
002470 WORKING-STORAGE SECTION.
002480
002490*----------------------------------------------------------------
002500*    FILE PATHS AND STATUS FIELDS
002510*----------------------------------------------------------------
002520 01  STM-DIR                 PIC X(80) VALUE SPACES.
002530 01  STM-LIVE-PATH           PIC X(80) VALUE SPACES.
002540 01  STM-ARCH-PATH           PIC X(80) VALUE SPACES.
002550 01  STM-USAGE-PATH          PIC X(80) VALUE SPACES.
002560 01  STM-LIMITS-PATH         PIC X(80) VALUE SPACES.
002570 01  STM-MATCH-PATH          PIC X(80) VALUE SPACES.
002580 01  STM-STAND-PATH          PIC X(80) VALUE SPACES.
002590 01  STM-DET-PATH            PIC X(80) VALUE SPACES.
002600 01  STM-ROSTER-PATH         PIC X(80) VALUE SPACES.
002610 01  STM-RANK-PATH           PIC X(80) VALUE SPACES.
002620 01  STM-OUT-PATH            PIC X(80) VALUE SPACES.
002630
002640 01  STM-LIVE-STATUS         PIC X(02) VALUE "00".
002650 01  STM-ARCH-STATUS         PIC X(02) VALUE "00".
002660 01  STM-USAGE-STATUS        PIC X(02) VALUE "00".
002670 01  STM-LIMITS-STATUS       PIC X(02) VALUE "00".
002680 01  STM-MATCH-STATUS        PIC X(02) VALUE "00".
002690 01  STM-STAND-STATUS        PIC X(02) VALUE "00".
002700 01  STM-DET-STATUS          PIC X(02) VALUE "00".
002710 01  STM-ROSTER-STATUS       PIC X(02) VALUE "00".
002720 01  STM-RANK-STATUS         PIC X(02) VALUE "00".
002730 01  STM-OUT-STATUS          PIC X(02) VALUE "00".
002740
002750*----------------------------------------------------------------
002760*    RUN CONTROL
002770*----------------------------------------------------------------
002780 01  STM-RUN-SW              PIC 9(01) VALUE 0.
002790     88 STM-RUN-OK           VALUE 0.
002800     88 STM-RUN-FAILED       VALUE 1.
002810
002820 01  STM-PART-SW             PIC 9(01) VALUE 0.
002830     88 STM-COMPLETE         VALUE 0.
002840     88 STM-INCOMPLETE       VALUE 1.
002850
002860 01  STM-EOF-SW              PIC 9(01) VALUE 0.
002870     88 STM-EOF              VALUE 1.
002880     88 STM-NOT-EOF          VALUE 0.
002890
002900 01  STM-SPLIT               PIC X(08) VALUE SPACES.
002910     88 STM-BY-OPERATOR      VALUE "OPERATOR".
002920     88 STM-BY-DEPT          VALUE "DEPT".
002930
002940 01  STM-ROSTER-SW           PIC 9(01) VALUE 0.
002950     88 STM-ROSTER-AVAIL     VALUE 1.
002960     88 STM-ROSTER-MISSING   VALUE 0.
002970
002980*    WHICH SOURCES COULD BE READ - A FIGURE FROM A SOURCE THAT
002990*    WAS NOT READ PRINTS AS "-"
003000 01  STM-USAGE-SW            PIC 9(01) VALUE 0.
003010     88 STM-USAGE-READ       VALUE 1.
003020 01  STM-VERSUS-SW           PIC 9(01) VALUE 0.
003030     88 STM-VERSUS-READ      VALUE 1.
003040 01  STM-REPLAY-SW           PIC 9(01) VALUE 0.
003050     88 STM-REPLAY-READ      VALUE 1.
003060
003061*    THE RANK FILE IS REWRITTEN FOR THE MONTH JUST ENDED ONLY,
003062*    AND NOT WHEN IT HELD MORE LINES THAN THE TABLE TAKES
003063 01  STM-SAVE-SW             PIC 9(01) VALUE 0.
003064     88 STM-SAVE-MONTH       VALUE 1.
003065 01  STM-KEEP-SW             PIC 9(01) VALUE 0.
003066     88 STM-KEEP-FULL        VALUE 1.
003067
003070 01  STM-TODAY               PIC 9(08) VALUE 0.
003080
003090 01  STM-MONTH-X             PIC X(06) VALUE SPACES.
003100 01  STM-MONTH-N REDEFINES STM-MONTH-X
003110                             PIC 9(06).
003120 01  STM-MONTH               PIC 9(06) VALUE 0.
003130 01  STM-MONTH-R REDEFINES STM-MONTH.
003140     05 STM-MONTH-YYYY       PIC 9(04).
003150     05 STM-MONTH-MM         PIC 9(02).
003160 01  STM-PRIOR               PIC 9(06) VALUE 0.
003170 01  STM-PRIOR-R REDEFINES STM-PRIOR.
003180     05 STM-PRIOR-YYYY       PIC 9(04).
003190     05 STM-PRIOR-MM         PIC 9(02).
003200 01  STM-MONTH-EDIT          PIC X(06) VALUE SPACES.
003210 01  STM-PRIOR-EDIT          PIC X(06) VALUE SPACES.
003211 01  STM-ENDED               PIC 9(06) VALUE 0.
003212 01  STM-ENDED-R REDEFINES STM-ENDED.
003213     05 STM-ENDED-YYYY       PIC 9(04).
003214     05 STM-ENDED-MM         PIC 9(02).
003215 01  STM-KEEP-FROM           PIC 9(06) VALUE 0.
003220 01  STM-ARCH-MONTH          PIC X(06) VALUE SPACES.
003230
003240*----------------------------------------------------------------
003250*    LEADERBOARD RECORD WORK AREA (LIVE AND ARCHIVE ALIKE)
003260*----------------------------------------------------------------
003270 01  STM-WORK-RECORD.
003280     05 SW-OPERATOR-ID       PIC X(08).
003290     05 SW-DATE-X            PIC X(08).
003300     05 SW-DATE REDEFINES SW-DATE-X.
003310        10 SW-DATE-YYYYMM    PIC 9(06).
003320        10 SW-DATE-DD        PIC 9(02).
003330     05 SW-TIME-X            PIC X(08).
003340     05 SW-LINES-X           PIC X(04).
003350     05 SW-LINES REDEFINES SW-LINES-X
003360                             PIC 9(04).
003370     05 SW-SCORE-X           PIC X(10).
003380     05 SW-SCORE REDEFINES SW-SCORE-X
003390                             PIC 9(10).
003400     05 SW-CHECK-X           PIC X(06).
003410     05 SW-CHECK-N REDEFINES SW-CHECK-X
003420                             PIC 9(06).
003430
003440 01  STM-CHKDATA             PIC X(38) VALUE SPACES.
003450 01  STM-CHECK-WK            PIC 9(06) VALUE 0.
003460 01  STM-VS-CHKDATA          PIC X(75) VALUE SPACES.
003470
003480*----------------------------------------------------------------
003490*    PER-OPERATOR TABLE - SUBSCRIPT 1 OF STM-OP-MONTH IS THE
003500*    REPORT MONTH, 2 THE MONTH BEFORE
003510*----------------------------------------------------------------
003520 01  STM-OPER-TABLE.
003530     05 STM-OPER-COUNT       PIC 9(03) VALUE 0.
003540     05 STM-OPER-ENTRY OCCURS 200 TIMES.
003550        10 STM-OP-ID         PIC X(08).
003560        10 STM-OP-DEPT       PIC X(02).
003570        10 STM-OP-NAME       PIC X(20).
003580        10 STM-OP-ACTIVE     PIC 9(01).
003590        10 STM-OP-RANK-SW    PIC 9(01).
003600        10 STM-OP-RANK       PIC 9(03).
003610        10 STM-OP-POINTS     PIC 9(12).
003620        10 STM-OP-RUN-SW     PIC 9(01).
003630        10 STM-OP-RUN-RANK   PIC 9(03).
003640        10 STM-OP-LAST-SW    PIC 9(01).
003650        10 STM-OP-LAST-RANK  PIC 9(03).
003660        10 STM-OP-LAST-POINTS PIC 9(12).
003670        10 STM-OP-MONTH OCCURS 2 TIMES.
003680           15 STM-OP-GAMES      PIC 9(06).
003690           15 STM-OP-LINES      PIC 9(08).
003700           15 STM-OP-BEST       PIC 9(10).
003710           15 STM-OP-TOTAL      PIC 9(14).
003720           15 STM-OP-MINUTES    PIC 9(08).
003730           15 STM-OP-DAYS       PIC 9(04).
003740           15 STM-OP-OVER       PIC 9(04).
003750           15 STM-OP-EXTRA      PIC 9(04).
003760           15 STM-OP-WINS       PIC 9(06).
003770           15 STM-OP-LOSSES     PIC 9(06).
003780           15 STM-OP-RP-GAMES   PIC 9(06).
003790           15 STM-OP-RP-PIECES  PIC 9(08).
003800           15 STM-OP-RP-SECS    PIC 9(10).
003810           15 STM-OP-RP-KEYS    PIC 9(10).
003820           15 STM-OP-RP-HOLDS   PIC 9(08).
003830           15 STM-OP-RP-DROPS   PIC 9(08).
003840
003850 01  STM-SWAP-ENTRY          PIC X(307) VALUE SPACES.
003860
003870*----------------------------------------------------------------
003880*    VERSUS RESULTS BY OPERATOR AND OPPONENT
003890*----------------------------------------------------------------
003900 01  STM-OPP-TABLE.
003910     05 STM-OPP-COUNT        PIC 9(03) VALUE 0.
003920     05 STM-OPP-ENTRY OCCURS 500 TIMES.
003930        10 STM-OPP-OWNER     PIC X(08).
003940        10 STM-OPP-ID        PIC X(08).
003950        10 STM-OPP-WINS      PIC 9(04) OCCURS 2 TIMES.
003960        10 STM-OPP-LOSSES    PIC 9(04) OCCURS 2 TIMES.
003970
003980*    OPPONENT LINES THAT STILL FIT ON THE PAGE
003990 77  STM-OPP-PRINT-MAX       PIC 9(02) COMP VALUE 20.
004000
004010*----------------------------------------------------------------
004020*    LIMITS TABLE - AS TETTIME, WITH THE EXTENSION GRANTS
004030*----------------------------------------------------------------
004040 01  STM-LIMIT-TABLE.
004050     05 STM-LIMIT-COUNT      PIC 9(03) VALUE 0.
004060     05 STM-LIMIT-ENTRY OCCURS 200 TIMES.
004070        10 STM-LIMIT-TYPE    PIC X(01).
004080        10 STM-LIMIT-KEY     PIC X(08).
004090        10 STM-LIMIT-MIN     PIC 9(04).
004100        10 STM-LIMIT-SCOPE   PIC X(01).
004110        10 STM-LIMIT-FROM    PIC 9(08).
004120        10 STM-LIMIT-TO      PIC 9(08).
004130
004140 01  STM-CAP-OPERATOR        PIC X(08) VALUE SPACES.
004150 01  STM-CAP-DATE            PIC 9(08) VALUE 0.
004160 01  STM-CAP-MIN             PIC 9(04) VALUE 0.
004170 01  STM-CAP-MATCH-LVL       PIC 9(01) VALUE 0.
004180 01  STM-EXT-MIN             PIC 9(05) VALUE 0.
004190
004200*----------------------------------------------------------------
004210*    RANK LINES OF THE OTHER MONTHS, KEPT FOR THE REWRITE
004220*----------------------------------------------------------------
004230 01  STM-KEEP-TABLE.
004240     05 STM-KEEP-COUNT       PIC 9(04) VALUE 0.
004250     05 STM-KEEP-LINE OCCURS 5000 TIMES
004260                             PIC X(29).
004270
004280*----------------------------------------------------------------
004290*    THE FIGURES OF ONE STATEMENT - ROW NAMES, THEN PER ROW THE
004300*    REPORT MONTH (1) AND THE MONTH BEFORE (2). ROW 13 IS THE
004310*    SEASON RANK, WHERE LOWER IS BETTER.
004320*----------------------------------------------------------------
004330 01  STM-ROW-NAMES.
004340     05 FILLER               PIC X(28)
004350        VALUE "GAMES PLAYED".
004360     05 FILLER               PIC X(28)
004370        VALUE "BEST SCORE".
004380     05 FILLER               PIC X(28)
004390        VALUE "AVERAGE SCORE".
004400     05 FILLER               PIC X(28)
004410        VALUE "LINES CLEARED".
004420     05 FILLER               PIC X(28)
004430        VALUE "AVERAGE LINES PER GAME".
004440     05 FILLER               PIC X(28)
004450        VALUE "MINUTES PLAYED".
004460     05 FILLER               PIC X(28)
004470        VALUE "DAYS PLAYED".
004480     05 FILLER               PIC X(28)
004490        VALUE "QUOTA USED %".
004500     05 FILLER               PIC X(28)
004510        VALUE "DAYS OVER THE DAILY CAP".
004520     05 FILLER               PIC X(28)
004530        VALUE "DAYS ON GRANTED EXTRA TIME".
004540     05 FILLER               PIC X(28)
004550        VALUE "VERSUS WINS".
004560     05 FILLER               PIC X(28)
004570        VALUE "VERSUS LOSSES".
004580     05 FILLER               PIC X(28)
004590        VALUE "SEASON RANK".
004600     05 FILLER               PIC X(28)
004610        VALUE "SEASON POINTS".
004620     05 FILLER               PIC X(28)
004630        VALUE "REPLAYED GAMES".
004640     05 FILLER               PIC X(28)
004650        VALUE "PACE - PIECES PER MINUTE".
004660     05 FILLER               PIC X(28)
004670        VALUE "HOLD SHARE - % OF KEYS".
004680     05 FILLER               PIC X(28)
004690        VALUE "FAST-DROP SHARE - % OF KEYS".
004700 01  STM-ROW-NAME-TABLE REDEFINES STM-ROW-NAMES.
004710     05 STM-ROW-NAME OCCURS 18 TIMES
004720                             PIC X(28).
004730
004740 01  STM-ROW-TABLE.
004750     05 STM-ROW-ENTRY OCCURS 18 TIMES.
004760        10 STM-ROW-KNOWN     PIC 9(01) OCCURS 2 TIMES.
004770        10 STM-ROW-VALUE     PIC 9(12) OCCURS 2 TIMES.
004780
004790*----------------------------------------------------------------
004800*    WORK FIELDS
004810*----------------------------------------------------------------
004820 77  STM-IX                  PIC 9(03) COMP VALUE 0.
004830 77  STM-JX                  PIC 9(04) COMP VALUE 0.
004840 77  STM-KX                  PIC 9(01) COMP VALUE 0.
004850 77  STM-RX                  PIC 9(02) COMP VALUE 0.
004860 77  STM-LX                  PIC 9(03) COMP VALUE 0.
004870 77  STM-OX                  PIC 9(03) COMP VALUE 0.
004880 77  STM-PRINTED             PIC 9(03) COMP VALUE 0.
004890 77  STM-DEPT-STMTS          PIC 9(03) COMP VALUE 0.
004900 77  STM-MORE-OPP            PIC 9(03) COMP VALUE 0.
004910 77  STM-PTR                 PIC 9(02) COMP VALUE 0.
004920
004930 01  STM-ID-WK               PIC X(08) VALUE SPACES.
004940 01  STM-OPP-WK              PIC X(08) VALUE SPACES.
004950 01  STM-WIN-ID              PIC X(08) VALUE SPACES.
004960 01  STM-LOSE-ID             PIC X(08) VALUE SPACES.
004970 01  STM-CUR-DEPT            PIC X(02) VALUE SPACES.
004980 01  STM-MINUTES-WK          PIC 9(06) VALUE 0.
004990 01  STM-CAP-WK              PIC 9(04) VALUE 0.
005000 01  STM-CAP-KNOWN           PIC 9(01) VALUE 0.
005010 01  STM-DIFF-WK             PIC S9(12) VALUE 0.
005020 01  STM-NUM-WK              PIC 9(12) VALUE 0.
005030 01  STM-LEAD                PIC 9(02) COMP VALUE 0.
005040 01  STM-MOVE-TEXT           PIC X(06) VALUE SPACES.
005050
005060 01  STM-VALUE-EDIT          PIC Z(11)9.
005070 01  STM-VALUE-X REDEFINES STM-VALUE-EDIT
005080                             PIC X(12).
005090 01  STM-CHANGE-EDIT         PIC +(11)9.
005100 01  STM-CHANGE-X REDEFINES STM-CHANGE-EDIT
005110                             PIC X(12).
005120 01  STM-SMALL-EDIT          PIC Z(03)9.
005130 01  STM-SMALL-X REDEFINES STM-SMALL-EDIT
005140                             PIC X(04).
005150 01  STM-TXT-WK              PIC X(12) VALUE SPACES.
005160
005170 01  STM-LINE                PIC X(80) VALUE SPACES.
005180 01  STM-PAGE-SW             PIC 9(01) VALUE 0.
005190     88 STM-NEW-PAGE         VALUE 1.
005200     88 STM-SAME-PAGE        VALUE 0.
005210
005220 77  STM-LIVE-COUNT          PIC 9(08) COMP VALUE 0.
005230 77  STM-ARCH-COUNT          PIC 9(08) COMP VALUE 0.
005240 77  STM-SKIP-COUNT          PIC 9(08) COMP VALUE 0.
005250 77  STM-STMT-COUNT          PIC 9(08) COMP VALUE 0.
005260 77  STM-QUIET-COUNT         PIC 9(08) COMP VALUE 0.
005270 77  STM-DEPT-COUNT          PIC 9(08) COMP VALUE 0.
005280 77  STM-FULL-COUNT          PIC 9(08) COMP VALUE 0.
005290
005300*----------------------------------------------------------------
005310*    STATEMENT LINES
005320*----------------------------------------------------------------
005330 01  RPT-HEADING-1.
005340     05 FILLER               PIC X(31)
005350        VALUE "TETSTMT  MONTHLY PLAY STATEMENT".
005360     05 FILLER               PIC X(08) VALUE "  MONTH ".
005370     05 RPT-H1-MONTH         PIC X(06).
005380     05 FILLER               PIC X(35) VALUE SPACES.
005390
005400 01  RPT-HEADING-2.
005410     05 FILLER               PIC X(09) VALUE "OPERATOR ".
005420     05 RPT-H2-OPERATOR      PIC X(08).
005430     05 FILLER               PIC X(02) VALUE SPACES.
005440     05 RPT-H2-NAME          PIC X(20).
005450     05 FILLER               PIC X(07) VALUE "  DEPT ".
005460     05 RPT-H2-DEPT          PIC X(02).
005470     05 FILLER               PIC X(32) VALUE SPACES.
005480
005490 01  RPT-HEADING-3.
005500     05 FILLER               PIC X(30) VALUE SPACES.
005510     05 FILLER               PIC X(10) VALUE "THIS MONTH".
005520     05 FILLER               PIC X(03) VALUE SPACES.
005530     05 FILLER               PIC X(11) VALUE "PRIOR MONTH".
005540     05 FILLER               PIC X(08) VALUE SPACES.
005550     05 FILLER               PIC X(06) VALUE "CHANGE".
005560     05 FILLER               PIC X(12) VALUE SPACES.
005570
005580 01  RPT-HEADING-4.
005590     05 FILLER               PIC X(34) VALUE SPACES.
005600     05 RPT-H4-MONTH         PIC X(06).
005610     05 FILLER               PIC X(08) VALUE SPACES.
005620     05 RPT-H4-PRIOR         PIC X(06).
005630     05 FILLER               PIC X(26) VALUE SPACES.
005640
005650 01  RPT-ROW-LINE.
005660     05 RPT-R-NAME           PIC X(28).
005670     05 RPT-R-THIS           PIC X(12).
005680     05 FILLER               PIC X(02) VALUE SPACES.
005690     05 RPT-R-PRIOR          PIC X(12).
005700     05 FILLER               PIC X(02) VALUE SPACES.
005710     05 RPT-R-CHANGE         PIC X(12).
005720     05 FILLER               PIC X(12) VALUE SPACES.
005730
005740 01  RPT-CAP-LINE.
005750     05 FILLER               PIC X(10) VALUE "DAILY CAP ".
005760     05 RPT-C-CAP            PIC Z(03)9.
005770     05 FILLER               PIC X(66)
005780        VALUE " MINUTES - QUOTA USED IS MINUTES / (CAP X DAYS)".
005790
005800 01  RPT-NO-CAP-LINE.
005810     05 FILLER               PIC X(80)
005820        VALUE "NO DAILY CAP APPLIES".
005830
005840 01  RPT-SAME-RANK-LINE.
005850     05 FILLER               PIC X(28)
005860        VALUE "SEASON RANK UNCHANGED SINCE ".
005870     05 FILLER               PIC X(52)
005880        VALUE "THE STANDINGS RUN BEFORE".
005890
005900 01  RPT-OPP-HEADING-1.
005910     05 FILLER               PIC X(80)
005920        VALUE "VERSUS BY OPPONENT".
005930
005940 01  RPT-OPP-HEADING-2.
005950     05 FILLER               PIC X(40)
005960        VALUE "OPPONENT      WINS  LOSSES   PRIOR WINS".
005970     05 FILLER               PIC X(40)
005980        VALUE "  PRIOR LOSSES".
005990
006000 01  RPT-OPP-LINE.
006010     05 RPT-O-OPPONENT       PIC X(08).
006020     05 FILLER               PIC X(02) VALUE SPACES.
006030     05 RPT-O-WINS           PIC Z(07)9.
006040     05 FILLER               PIC X(01) VALUE SPACES.
006050     05 RPT-O-LOSSES         PIC Z(06)9.
006060     05 FILLER               PIC X(06) VALUE SPACES.
006070     05 RPT-O-PRIOR-WINS     PIC Z(06)9.
006080     05 FILLER               PIC X(07) VALUE SPACES.
006090     05 RPT-O-PRIOR-LOSSES   PIC Z(06)9.
006100     05 FILLER               PIC X(27) VALUE SPACES.
006110
006120 01  RPT-NO-OPP-LINE.
006130     05 FILLER               PIC X(80)
006140        VALUE "NO VERSUS MATCHES THIS MONTH".
006150
006160 01  RPT-MORE-OPP-LINE.
006170     05 RPT-MO-COUNT         PIC Z(03)9.
006180     05 FILLER               PIC X(76)
006190        VALUE " MORE OPPONENTS NOT LISTED".
006200
006210 01  RPT-COVER-1.
006220     05 FILLER               PIC X(32)
006230        VALUE "TETSTMT  MONTHLY PLAY STATEMENTS".
006240     05 FILLER               PIC X(08) VALUE "  MONTH ".
006250     05 RPT-V1-MONTH         PIC X(06).
006260     05 FILLER               PIC X(34) VALUE SPACES.
006270
006280 01  RPT-COVER-2.
006290     05 FILLER               PIC X(11) VALUE "DEPARTMENT ".
006300     05 RPT-V2-DEPT          PIC X(02).
006310     05 FILLER               PIC X(02) VALUE SPACES.
006320     05 RPT-V2-COUNT         PIC Z(03)9.
006330     05 FILLER               PIC X(61) VALUE " STATEMENTS".
006340
006350 01  RPT-COVER-LINE.
006360     05 FILLER               PIC X(04) VALUE SPACES.
006370     05 RPT-V-OPERATOR       PIC X(08).
006380     05 FILLER               PIC X(02) VALUE SPACES.
006390     05 RPT-V-NAME           PIC X(20).
006400     05 FILLER               PIC X(46) VALUE SPACES.
006410
006420 PROCEDURE DIVISION.
006430
006440*----------------------------------------------------------------
006450*    MAINLINE
006460*----------------------------------------------------------------
006470 0000-MAINLINE.
006480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006490     IF STM-RUN-FAILED
006500        GO TO 0000-WRAP-UP
006510     END-IF
006520     PERFORM 1500-LOAD-LIMITS THRU 1500-EXIT
006530     PERFORM 2000-READ-LIVE THRU 2000-EXIT
006540     MOVE STM-MONTH-EDIT TO STM-ARCH-MONTH
006550     PERFORM 2500-READ-ARCHIVE THRU 2500-EXIT
006560     MOVE STM-PRIOR-EDIT TO STM-ARCH-MONTH
006570     PERFORM 2500-READ-ARCHIVE THRU 2500-EXIT
006580     PERFORM 3000-READ-USAGE THRU 3000-EXIT
006590     PERFORM 3500-READ-VERSUS THRU 3500-EXIT
006600     PERFORM 4000-READ-REPLAYS THRU 4000-EXIT
006610     PERFORM 4300-READ-STANDINGS THRU 4300-EXIT
006620     PERFORM 4500-READ-RANKS THRU 4500-EXIT
006630     PERFORM 4700-RESOLVE-OPERATORS THRU 4700-EXIT
006640     PERFORM 4800-SORT-OPERATORS THRU 4800-EXIT
006650     PERFORM 5000-WRITE-STATEMENTS THRU 5000-EXIT
006660     PERFORM 6000-SAVE-RANKS THRU 6000-EXIT.
006670 0000-WRAP-UP.
006680     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
006690 0000-EXIT.
006700     STOP RUN.
006710
006720*----------------------------------------------------------------
006730*    INITIALIZE - THE MONTHS, THE SPLIT AND THE PATHS
006740*----------------------------------------------------------------
006750 1000-INITIALIZE.
006760     ACCEPT STM-DIR FROM ENVIRONMENT "leaderboard_dir"
006770     END-ACCEPT
006780
006790     INSPECT STM-DIR REPLACING TRAILING SPACE BY LOW-VALUE
006800
006810     ACCEPT STM-TODAY FROM DATE YYYYMMDD
006820
006830     ACCEPT STM-MONTH-X FROM ENVIRONMENT "report_month"
006840     END-ACCEPT
006850
006860*    DEFAULT - THE MONTH THAT HAS JUST ENDED
006861     COMPUTE STM-ENDED = STM-TODAY / 100
006862     IF STM-ENDED-MM = 01
006863        SUBTRACT 1 FROM STM-ENDED-YYYY
006864        MOVE 12 TO STM-ENDED-MM
006865     ELSE
006866        SUBTRACT 1 FROM STM-ENDED-MM
006867     END-IF
006868
006870     IF STM-MONTH-X IS NOT NUMERIC
006880        OR STM-MONTH-X = SPACES
006890        MOVE STM-ENDED TO STM-MONTH
006960     ELSE
006970        MOVE STM-MONTH-N TO STM-MONTH
006971     END-IF
006972
006973     IF STM-MONTH = STM-ENDED
006974        SET STM-SAVE-MONTH TO TRUE
006980     END-IF
006990
007000     IF STM-MONTH-MM < 01 OR STM-MONTH-MM > 12
007010        DISPLAY "TETSTMT: REPORT MONTH NOT VALID - " STM-MONTH-X
007020        SET STM-RUN-FAILED TO TRUE
007030        GO TO 1000-EXIT
007040     END-IF
007050
007060     MOVE STM-MONTH TO STM-PRIOR
007070     IF STM-PRIOR-MM = 01
007080        SUBTRACT 1 FROM STM-PRIOR-YYYY
007090        MOVE 12 TO STM-PRIOR-MM
007100     ELSE
007110        SUBTRACT 1 FROM STM-PRIOR-MM
007120     END-IF
007130
007140     MOVE STM-MONTH TO STM-MONTH-EDIT
007150     MOVE STM-PRIOR TO STM-PRIOR-EDIT
007151
007152*    RANK LINES OLDER THAN TWO YEARS BEFORE THE MONTH GO
007153     COMPUTE STM-KEEP-FROM = STM-MONTH - 200
007160
007170     ACCEPT STM-SPLIT FROM ENVIRONMENT "stmt_split"
007180     END-ACCEPT
007190
007200     IF STM-SPLIT = SPACES
007210        SET STM-BY-DEPT TO TRUE
007220     END-IF
007230
007240     IF NOT STM-BY-DEPT AND NOT STM-BY-OPERATOR
007250        DISPLAY "TETSTMT: STMT_SPLIT MUST BE DEPT OR OPERATOR"
007260        SET STM-RUN-FAILED TO TRUE
007270        GO TO 1000-EXIT
007280     END-IF
007290
007300     STRING
007310         STM-DIR             DELIMITED BY LOW-VALUE
007320         "\"                 DELIMITED BY SIZE
007330         "leaderbd.dat"      DELIMITED BY SIZE
007340             INTO STM-LIVE-PATH
007350     END-STRING
007360
007370     STRING
007380         STM-DIR             DELIMITED BY LOW-VALUE
007390         "\"                 DELIMITED BY SIZE
007400         "usage.dat"         DELIMITED BY SIZE
007410             INTO STM-USAGE-PATH
007420     END-STRING
007430
007440     STRING
007450         STM-DIR             DELIMITED BY LOW-VALUE
007460         "\"                 DELIMITED BY SIZE
007470         "limits.dat"        DELIMITED BY SIZE
007480             INTO STM-LIMITS-PATH
007490     END-STRING
007500
007510     STRING
007520         STM-DIR             DELIMITED BY LOW-VALUE
007530         "\"                 DELIMITED BY SIZE
007540         "versus.dat"        DELIMITED BY SIZE
007550             INTO STM-MATCH-PATH
007560     END-STRING
007570
007580     STRING
007590         STM-DIR             DELIMITED BY LOW-VALUE
007600         "\"                 DELIMITED BY SIZE
007610         "tourstnd.dat"      DELIMITED BY SIZE
007620             INTO STM-STAND-PATH
007630     END-STRING
007640
007650     STRING
007660         STM-DIR             DELIMITED BY LOW-VALUE
007670         "\"                 DELIMITED BY SIZE
007680         "tetrplay.det"      DELIMITED BY SIZE
007690             INTO STM-DET-PATH
007700     END-STRING
007710
007720     STRING
007730         STM-DIR             DELIMITED BY LOW-VALUE
007740         "\"                 DELIMITED BY SIZE
007750         "roster.dat"        DELIMITED BY SIZE
007760             INTO STM-ROSTER-PATH
007770     END-STRING
007780
007790     STRING
007800         STM-DIR             DELIMITED BY LOW-VALUE
007810         "\"                 DELIMITED BY SIZE
007820         "stmrank.dat"       DELIMITED BY SIZE
007830             INTO STM-RANK-PATH
007840     END-STRING
007850
007860     INSPECT STM-LIVE-PATH REPLACING TRAILING SPACE BY LOW-VALUE
007870     INSPECT STM-USAGE-PATH REPLACING TRAILING SPACE BY LOW-VALUE
007880     INSPECT STM-LIMITS-PATH REPLACING TRAILING SPACE BY LOW-VALUE
007890     INSPECT STM-MATCH-PATH REPLACING TRAILING SPACE BY LOW-VALUE
007900     INSPECT STM-STAND-PATH REPLACING TRAILING SPACE BY LOW-VALUE
007910     INSPECT STM-DET-PATH REPLACING TRAILING SPACE BY LOW-VALUE
007920     INSPECT STM-ROSTER-PATH
007930         REPLACING TRAILING SPACE BY LOW-VALUE
007940     INSPECT STM-RANK-PATH REPLACING TRAILING SPACE BY LOW-VALUE.
007950 1000-EXIT.
007960     EXIT.
007970
007980*----------------------------------------------------------------
007990*    LOAD THE LIMITS FILE - WITHOUT ONE NO CAP APPLIES
008000*----------------------------------------------------------------
008010 1500-LOAD-LIMITS.
008020     OPEN INPUT LIMITS-FILE
008030
008040     IF STM-LIMITS-STATUS NOT = "00"
008050        GO TO 1500-EXIT
008060     END-IF
008070
008080     SET STM-NOT-EOF TO TRUE
008090
008100     PERFORM 1600-LIMIT-RECORD THRU 1600-EXIT
008110         UNTIL STM-EOF
008120
008130     CLOSE LIMITS-FILE.
008140 1500-EXIT.
008150     EXIT.
008160
008170 1600-LIMIT-RECORD.
008180     READ LIMITS-FILE
008190         AT END
008200             SET STM-EOF TO TRUE
008210             GO TO 1600-EXIT
008220     END-READ
008230
008240     IF LM-MINUTES-X IS NOT NUMERIC
008250        OR STM-LIMIT-COUNT >= 200
008260        GO TO 1600-EXIT
008270     END-IF
008280
008290     IF LM-TYPE = "E"
008300        AND (LM-EXT-FROM-X IS NOT NUMERIC
008310             OR LM-EXT-TO-X IS NOT NUMERIC)
008320        GO TO 1600-EXIT
008330     END-IF
008340
008350     ADD 1 TO STM-LIMIT-COUNT
008360     MOVE LM-TYPE TO STM-LIMIT-TYPE (STM-LIMIT-COUNT)
008370     MOVE LM-KEY TO STM-LIMIT-KEY (STM-LIMIT-COUNT)
008380     MOVE LM-MINUTES TO STM-LIMIT-MIN (STM-LIMIT-COUNT)
008390     MOVE SPACE TO STM-LIMIT-SCOPE (STM-LIMIT-COUNT)
008400     MOVE 0 TO STM-LIMIT-FROM (STM-LIMIT-COUNT)
008410     MOVE 0 TO STM-LIMIT-TO (STM-LIMIT-COUNT)
008420
008430     IF LM-TYPE = "E"
008440        MOVE LM-EXT-SCOPE TO STM-LIMIT-SCOPE (STM-LIMIT-COUNT)
008450        MOVE LM-EXT-FROM TO STM-LIMIT-FROM (STM-LIMIT-COUNT)
008460        MOVE LM-EXT-TO TO STM-LIMIT-TO (STM-LIMIT-COUNT)
008470     END-IF.
008480 1600-EXIT.
008490     EXIT.
008500
008510*----------------------------------------------------------------
008520*    THE LIVE LEADERBOARD, IN KEY ORDER
008530*----------------------------------------------------------------
008540 2000-READ-LIVE.
008550     OPEN INPUT LIVE-FILE
008560
008570     IF STM-LIVE-STATUS NOT = "00"
008580        DISPLAY "TETSTMT: CANNOT OPEN " STM-LIVE-PATH
008590        SET STM-INCOMPLETE TO TRUE
008600        GO TO 2000-EXIT
008610     END-IF
008620
008630     SET STM-NOT-EOF TO TRUE
008640
008650     PERFORM 2100-LIVE-RECORD THRU 2100-EXIT
008660         UNTIL STM-EOF
008670
008680     CLOSE LIVE-FILE.
008690 2000-EXIT.
008700     EXIT.
008710
008720 2100-LIVE-RECORD.
008730     READ LIVE-FILE NEXT RECORD
008740         AT END
008750             SET STM-EOF TO TRUE
008760             GO TO 2100-EXIT
008770     END-READ
008780
008790     ADD 1 TO STM-LIVE-COUNT
008800     MOVE LIVE-RECORD TO STM-WORK-RECORD
008810     PERFORM 2700-TALLY-GAME THRU 2700-EXIT.
008820 2100-EXIT.
008830     EXIT.
008840
008850*----------------------------------------------------------------
008860*    ONE MONTHLY ARCHIVE, MONTH STM-ARCH-MONTH. A MONTH NOT YET
008870*    ARCHIVED HAS NO FILE.
008880*----------------------------------------------------------------
008890 2500-READ-ARCHIVE.
008900     MOVE SPACES TO STM-ARCH-PATH
008910
008920     STRING
008930         STM-DIR             DELIMITED BY LOW-VALUE
008940         "\"                 DELIMITED BY SIZE
008950         "lb"                DELIMITED BY SIZE
008960         STM-ARCH-MONTH      DELIMITED BY SIZE
008970         ".dat"              DELIMITED BY SIZE
008980             INTO STM-ARCH-PATH
008990     END-STRING
009000
009010     INSPECT STM-ARCH-PATH REPLACING TRAILING SPACE BY LOW-VALUE
009020
009030     OPEN INPUT ARCH-FILE
009040
009050     IF STM-ARCH-STATUS NOT = "00"
009060        GO TO 2500-EXIT
009070     END-IF
009080
009090     SET STM-NOT-EOF TO TRUE
009100
009110     PERFORM 2600-ARCH-RECORD THRU 2600-EXIT
009120         UNTIL STM-EOF
009130
009140     CLOSE ARCH-FILE.
009150 2500-EXIT.
009160     EXIT.
009170
009180 2600-ARCH-RECORD.
009190     READ ARCH-FILE
009200         AT END
009210             SET STM-EOF TO TRUE
009220             GO TO 2600-EXIT
009230     END-READ
009240
009250     ADD 1 TO STM-ARCH-COUNT
009260     MOVE ARCH-RECORD TO STM-WORK-RECORD
009270     PERFORM 2700-TALLY-GAME THRU 2700-EXIT.
009280 2600-EXIT.
009290     EXIT.
009300
009310*----------------------------------------------------------------
009320*    ONE GAME - ONLY WITH A VALID CHECK AND IN ONE OF THE TWO
009330*    MONTHS
009340*----------------------------------------------------------------
009350 2700-TALLY-GAME.
009360     MOVE STM-WORK-RECORD (1:38) TO STM-CHKDATA
009370     MOVE 0 TO STM-CHECK-WK
009380     CALL "TETCHK" USING STM-CHKDATA, STM-CHECK-WK
009390
009400     IF SW-CHECK-X IS NOT NUMERIC
009410        OR SW-CHECK-N NOT = STM-CHECK-WK
009420        OR SW-OPERATOR-ID = SPACES
009430        OR SW-DATE-X IS NOT NUMERIC
009440        OR SW-LINES-X IS NOT NUMERIC
009450        OR SW-SCORE-X IS NOT NUMERIC
009460        ADD 1 TO STM-SKIP-COUNT
009470        GO TO 2700-EXIT
009480     END-IF
009490
009500     EVALUATE SW-DATE-YYYYMM
009510         WHEN STM-MONTH
009520             MOVE 1 TO STM-KX
009530         WHEN STM-PRIOR
009540             MOVE 2 TO STM-KX
009550         WHEN OTHER
009560             GO TO 2700-EXIT
009570     END-EVALUATE
009580
009590     MOVE SW-OPERATOR-ID TO STM-ID-WK
009600     PERFORM 2800-FIND-OPERATOR THRU 2800-EXIT
009610
009620     IF STM-IX = 0
009630        GO TO 2700-EXIT
009640     END-IF
009650
009660     ADD 1        TO STM-OP-GAMES (STM-IX, STM-KX)
009670     ADD SW-LINES TO STM-OP-LINES (STM-IX, STM-KX)
009680     ADD SW-SCORE TO STM-OP-TOTAL (STM-IX, STM-KX)
009690
009700     IF SW-SCORE > STM-OP-BEST (STM-IX, STM-KX)
009710        MOVE SW-SCORE TO STM-OP-BEST (STM-IX, STM-KX)
009720     END-IF.
009730 2700-EXIT.
009740     EXIT.
009750
009760*----------------------------------------------------------------
009770*    FIND OR ADD THE OPERATOR STM-ID-WK - STM-IX RETURNS THE
009780*    SLOT, 0 WHEN THE TABLE IS FULL
009790*----------------------------------------------------------------
009800 2800-FIND-OPERATOR.
009810     PERFORM VARYING STM-IX FROM 1 BY 1
009820             UNTIL STM-IX > STM-OPER-COUNT
009830         IF STM-OP-ID (STM-IX) = STM-ID-WK
009840            GO TO 2800-EXIT
009850         END-IF
009860     END-PERFORM
009870
009880     IF STM-OPER-COUNT >= 200
009890        ADD 1 TO STM-FULL-COUNT
009900        MOVE 0 TO STM-IX
009910        GO TO 2800-EXIT
009920     END-IF
009930
009940     ADD 1 TO STM-OPER-COUNT
009950     MOVE STM-OPER-COUNT TO STM-IX
009960
009970     INITIALIZE STM-OPER-ENTRY (STM-IX)
009980     MOVE STM-ID-WK TO STM-OP-ID (STM-IX).
009990 2800-EXIT.
010000     EXIT.
010010
010020*----------------------------------------------------------------
010030*    PLAY TIME - MINUTES ROUNDED PER DAY AND THE CAP CHECK, AS
010040*    TETTIME DOES IT
010050*----------------------------------------------------------------
010060 3000-READ-USAGE.
010070     OPEN INPUT USAGE-FILE
010080
010090     IF STM-USAGE-STATUS NOT = "00"
010100        DISPLAY "TETSTMT: CANNOT OPEN " STM-USAGE-PATH
010110        SET STM-INCOMPLETE TO TRUE
010120        GO TO 3000-EXIT
010130     END-IF
010140
010150     SET STM-USAGE-READ TO TRUE
010160     SET STM-NOT-EOF TO TRUE
010170
010180     PERFORM 3100-USAGE-RECORD THRU 3100-EXIT
010190         UNTIL STM-EOF
010200
010210     CLOSE USAGE-FILE.
010220 3000-EXIT.
010230     EXIT.
010240
010250 3100-USAGE-RECORD.
010260     READ USAGE-FILE
010270         AT END
010280             SET STM-EOF TO TRUE
010290             GO TO 3100-EXIT
010300     END-READ
010310
010320     EVALUATE PU-DATE (1:6)
010330         WHEN STM-MONTH-EDIT
010340             MOVE 1 TO STM-KX
010350         WHEN STM-PRIOR-EDIT
010360             MOVE 2 TO STM-KX
010370         WHEN OTHER
010380             GO TO 3100-EXIT
010390     END-EVALUATE
010400
010410     MOVE PU-OPERATOR TO STM-ID-WK
010420     PERFORM 2800-FIND-OPERATOR THRU 2800-EXIT
010430
010440     IF STM-IX = 0
010450        GO TO 3100-EXIT
010460     END-IF
010470
010480     COMPUTE STM-MINUTES-WK ROUNDED = PU-SECONDS / 60
010490
010500     ADD STM-MINUTES-WK TO STM-OP-MINUTES (STM-IX, STM-KX)
010510     ADD 1 TO STM-OP-DAYS (STM-IX, STM-KX)
010520
010530     MOVE PU-OPERATOR TO STM-CAP-OPERATOR
010540     MOVE PU-DATE TO STM-CAP-DATE
010550     PERFORM 3200-RESOLVE-CAP THRU 3200-EXIT
010560
010570     IF STM-CAP-MATCH-LVL = 0
010580        OR PU-SECONDS NOT > STM-CAP-MIN * 60
010590        GO TO 3100-EXIT
010600     END-IF
010610
010620     IF STM-EXT-MIN > 0
010630        AND PU-SECONDS NOT > (STM-CAP-MIN + STM-EXT-MIN) * 60
010640        ADD 1 TO STM-OP-EXTRA (STM-IX, STM-KX)
010650     ELSE
010660        ADD 1 TO STM-OP-OVER (STM-IX, STM-KX)
010670     END-IF.
010680 3100-EXIT.
010690     EXIT.
010700
010710*----------------------------------------------------------------
010720*    THE CAP FOR STM-CAP-OPERATOR - OPERATOR BEATS DEPARTMENT
010730*    BEATS THE "*" DEFAULT, AS IN THE GAME - AND THE EXTRA TIME
010740*    GRANTED FOR STM-CAP-DATE
010750*----------------------------------------------------------------
010760 3200-RESOLVE-CAP.
010770     MOVE 0 TO STM-CAP-MIN
010780     MOVE 0 TO STM-CAP-MATCH-LVL
010790     MOVE 0 TO STM-EXT-MIN
010800
010810     PERFORM 3300-MATCH-LIMIT THRU 3300-EXIT
010820         VARYING STM-LX FROM 1 BY 1
010830         UNTIL STM-LX > STM-LIMIT-COUNT.
010840 3200-EXIT.
010850     EXIT.
010860
010870 3300-MATCH-LIMIT.
010880     IF STM-LIMIT-TYPE (STM-LX) = "E"
010890        IF STM-LIMIT-FROM (STM-LX) NOT > STM-CAP-DATE
010900           AND STM-LIMIT-TO (STM-LX) NOT < STM-CAP-DATE
010910           AND ((STM-LIMIT-SCOPE (STM-LX) = "O"
010920                 AND STM-LIMIT-KEY (STM-LX) = STM-CAP-OPERATOR)
010930             OR (STM-LIMIT-SCOPE (STM-LX) = "D"
010940                 AND STM-LIMIT-KEY (STM-LX) (1:2)
010950                     = STM-CAP-OPERATOR (1:2)))
010960           ADD STM-LIMIT-MIN (STM-LX) TO STM-EXT-MIN
010970        END-IF
010980        GO TO 3300-EXIT
010990     END-IF
011000
011010     IF STM-LIMIT-TYPE (STM-LX) = "O"
011020        AND STM-LIMIT-KEY (STM-LX) = STM-CAP-OPERATOR
011030        MOVE 3 TO STM-CAP-MATCH-LVL
011040        MOVE STM-LIMIT-MIN (STM-LX) TO STM-CAP-MIN
011050        GO TO 3300-EXIT
011060     END-IF
011070
011080     IF STM-LIMIT-TYPE (STM-LX) = "D"
011090        AND STM-LIMIT-KEY (STM-LX) (1:2) = STM-CAP-OPERATOR (1:2)
011100        AND STM-CAP-MATCH-LVL < 2
011110        MOVE 2 TO STM-CAP-MATCH-LVL
011120        MOVE STM-LIMIT-MIN (STM-LX) TO STM-CAP-MIN
011130        GO TO 3300-EXIT
011140     END-IF
011150
011160     IF STM-LIMIT-TYPE (STM-LX) = "O"
011170        AND STM-LIMIT-KEY (STM-LX) (1:1) = "*"
011180        AND STM-CAP-MATCH-LVL < 1
011190        MOVE 1 TO STM-CAP-MATCH-LVL
011200        MOVE STM-LIMIT-MIN (STM-LX) TO STM-CAP-MIN
011210     END-IF.
011220 3300-EXIT.
011230     EXIT.
011240
011250*----------------------------------------------------------------
011260*    VERSUS RESULTS - TOTALS PER PLAYER AND PER OPPONENT
011270*----------------------------------------------------------------
011280 3500-READ-VERSUS.
011290     OPEN INPUT MATCH-FILE
011300
011310     IF STM-MATCH-STATUS NOT = "00"
011320        GO TO 3500-EXIT
011330     END-IF
011340
011350     SET STM-VERSUS-READ TO TRUE
011360     SET STM-NOT-EOF TO TRUE
011370
011380     PERFORM 3600-MATCH-RECORD THRU 3600-EXIT
011390         UNTIL STM-EOF
011400
011410     CLOSE MATCH-FILE.
011420 3500-EXIT.
011430     EXIT.
011440
011450 3600-MATCH-RECORD.
011460     READ MATCH-FILE
011470         AT END
011480             SET STM-EOF TO TRUE
011490             GO TO 3600-EXIT
011500     END-READ
011510
011520     MOVE MATCH-RECORD (1:75) TO STM-VS-CHKDATA
011530     MOVE 0 TO STM-CHECK-WK
011540     CALL "TETCHKV" USING STM-VS-CHKDATA, STM-CHECK-WK
011550
011560     IF VS-CHECK-X IS NOT NUMERIC
011570        OR VS-CHECK-N NOT = STM-CHECK-WK
011580        OR VS-P1-ID = SPACES OR VS-P2-ID = SPACES
011590        OR (VS-WINNER NOT = "1" AND VS-WINNER NOT = "2")
011600        OR VS-DATE-X IS NOT NUMERIC
011610        GO TO 3600-EXIT
011620     END-IF
011630
011640     EVALUATE VS-DATE-YYYYMM
011650         WHEN STM-MONTH
011660             MOVE 1 TO STM-KX
011670         WHEN STM-PRIOR
011680             MOVE 2 TO STM-KX
011690         WHEN OTHER
011700             GO TO 3600-EXIT
011710     END-EVALUATE
011720
011730     IF VS-WINNER = "1"
011740        MOVE VS-P1-ID TO STM-WIN-ID
011750        MOVE VS-P2-ID TO STM-LOSE-ID
011760     ELSE
011770        MOVE VS-P2-ID TO STM-WIN-ID
011780        MOVE VS-P1-ID TO STM-LOSE-ID
011790     END-IF
011800
011810     MOVE STM-WIN-ID TO STM-ID-WK
011820     PERFORM 2800-FIND-OPERATOR THRU 2800-EXIT
011830     IF STM-IX NOT = 0
011840        ADD 1 TO STM-OP-WINS (STM-IX, STM-KX)
011850     END-IF
011860
011870     MOVE STM-LOSE-ID TO STM-OPP-WK
011880     PERFORM 3700-FIND-OPPONENT THRU 3700-EXIT
011890     IF STM-OX NOT = 0
011900        ADD 1 TO STM-OPP-WINS (STM-OX, STM-KX)
011910     END-IF
011920
011930     MOVE STM-LOSE-ID TO STM-ID-WK
011940     PERFORM 2800-FIND-OPERATOR THRU 2800-EXIT
011950     IF STM-IX NOT = 0
011960        ADD 1 TO STM-OP-LOSSES (STM-IX, STM-KX)
011970     END-IF
011980
011990     MOVE STM-WIN-ID TO STM-OPP-WK
012000     PERFORM 3700-FIND-OPPONENT THRU 3700-EXIT
012010     IF STM-OX NOT = 0
012020        ADD 1 TO STM-OPP-LOSSES (STM-OX, STM-KX)
012030     END-IF.
012040 3600-EXIT.
012050     EXIT.
012060
012070*----------------------------------------------------------------
012080*    FIND OR ADD THE PAIR STM-ID-WK AGAINST STM-OPP-WK - STM-OX
012090*    RETURNS THE SLOT, 0 WHEN THE TABLE IS FULL
012100*----------------------------------------------------------------
012110 3700-FIND-OPPONENT.
012120     PERFORM VARYING STM-OX FROM 1 BY 1
012130             UNTIL STM-OX > STM-OPP-COUNT
012140         IF STM-OPP-OWNER (STM-OX) = STM-ID-WK
012150            AND STM-OPP-ID (STM-OX) = STM-OPP-WK
012160            GO TO 3700-EXIT
012170         END-IF
012180     END-PERFORM
012190
012200     IF STM-OPP-COUNT >= 500
012210        ADD 1 TO STM-FULL-COUNT
012220        MOVE 0 TO STM-OX
012230        GO TO 3700-EXIT
012240     END-IF
012250
012260     ADD 1 TO STM-OPP-COUNT
012270     MOVE STM-OPP-COUNT TO STM-OX
012280
012290     INITIALIZE STM-OPP-ENTRY (STM-OX)
012300     MOVE STM-ID-WK TO STM-OPP-OWNER (STM-OX)
012310     MOVE STM-OPP-WK TO STM-OPP-ID (STM-OX).
012320 3700-EXIT.
012330     EXIT.
012340
012350*----------------------------------------------------------------
012360*    TETRPLAY'S GAME DETAIL - SKILL FIGURES PER MONTH. A LINE
012370*    WITHOUT KEY COUNTS (WRITTEN BEFORE THEY WERE CARRIED)
012380*    COUNTS FOR THE PACE ONLY.
012390*----------------------------------------------------------------
012400 4000-READ-REPLAYS.
012410     OPEN INPUT DETAIL-FILE
012420
012430     IF STM-DET-STATUS NOT = "00"
012440        GO TO 4000-EXIT
012450     END-IF
012460
012470     SET STM-REPLAY-READ TO TRUE
012480     SET STM-NOT-EOF TO TRUE
012490
012500     PERFORM 4100-REPLAY-RECORD THRU 4100-EXIT
012510         UNTIL STM-EOF
012520
012530     CLOSE DETAIL-FILE.
012540 4000-EXIT.
012550     EXIT.
012560
012570 4100-REPLAY-RECORD.
012580     READ DETAIL-FILE
012590         AT END
012600             SET STM-EOF TO TRUE
012610             GO TO 4100-EXIT
012620     END-READ
012630
012640     IF DE-OPERATOR = SPACES
012650        OR DE-DATE-X IS NOT NUMERIC
012660        OR DE-PIECES-X IS NOT NUMERIC
012670        OR DE-DUR-SECS-X IS NOT NUMERIC
012680        OR DE-HOLDS-X IS NOT NUMERIC
012690        GO TO 4100-EXIT
012700     END-IF
012710
012720     EVALUATE DE-DATE-YYYYMM
012730         WHEN STM-MONTH
012740             MOVE 1 TO STM-KX
012750         WHEN STM-PRIOR
012760             MOVE 2 TO STM-KX
012770         WHEN OTHER
012780             GO TO 4100-EXIT
012790     END-EVALUATE
012800
012810     MOVE DE-OPERATOR TO STM-ID-WK
012820     PERFORM 2800-FIND-OPERATOR THRU 2800-EXIT
012830
012840     IF STM-IX = 0
012850        GO TO 4100-EXIT
012860     END-IF
012870
012880     ADD 1 TO STM-OP-RP-GAMES (STM-IX, STM-KX)
012890     ADD DE-PIECES TO STM-OP-RP-PIECES (STM-IX, STM-KX)
012900     ADD DE-DUR-SECS TO STM-OP-RP-SECS (STM-IX, STM-KX)
012910
012920     IF DE-KEYS-X IS NUMERIC
012930        AND DE-DROPS-X IS NUMERIC
012940        ADD DE-KEYS TO STM-OP-RP-KEYS (STM-IX, STM-KX)
012950        ADD DE-HOLDS TO STM-OP-RP-HOLDS (STM-IX, STM-KX)
012960        ADD DE-DROPS TO STM-OP-RP-DROPS (STM-IX, STM-KX)
012970     END-IF.
012980 4100-EXIT.
012990     EXIT.
013000
013010*----------------------------------------------------------------
013020*    SEASON STANDINGS AS TETTOURN LAST WROTE THEM - ONLY FOR
013030*    OPERATORS ALREADY IN THE TABLE
013040*----------------------------------------------------------------
013050 4300-READ-STANDINGS.
013060     OPEN INPUT STAND-FILE
013070
013080     IF STM-STAND-STATUS NOT = "00"
013090        GO TO 4300-EXIT
013100     END-IF
013110
013120     SET STM-NOT-EOF TO TRUE
013130
013140     PERFORM 4400-STAND-RECORD THRU 4400-EXIT
013150         UNTIL STM-EOF
013160
013170     CLOSE STAND-FILE.
013180 4300-EXIT.
013190     EXIT.
013200
013210 4400-STAND-RECORD.
013220     READ STAND-FILE
013230         AT END
013240             SET STM-EOF TO TRUE
013250             GO TO 4400-EXIT
013260     END-READ
013270
013280     IF ST-RANK-X IS NOT NUMERIC
013290        OR ST-POINTS-X IS NOT NUMERIC
013300        GO TO 4400-EXIT
013310     END-IF
013320
013330     PERFORM VARYING STM-IX FROM 1 BY 1
013340             UNTIL STM-IX > STM-OPER-COUNT
013350         IF STM-OP-ID (STM-IX) = ST-OPERATOR-ID
013360            MOVE 1 TO STM-OP-RANK-SW (STM-IX)
013370            MOVE ST-RANK TO STM-OP-RANK (STM-IX)
013380            MOVE ST-POINTS TO STM-OP-POINTS (STM-IX)
013390            IF ST-PRIOR-RANK-X IS NUMERIC
013400               MOVE 1 TO STM-OP-RUN-SW (STM-IX)
013410               MOVE ST-PRIOR-RANK TO STM-OP-RUN-RANK (STM-IX)
013420            END-IF
013430            GO TO 4400-EXIT
013440         END-IF
013450     END-PERFORM.
013460 4400-EXIT.
013470     EXIT.
013480
013490*----------------------------------------------------------------
013500*    THE RANK FILE - THE MONTH BEFORE GIVES THE PRIOR RANK.
013510*    EVERY MONTH BUT THE REPORT MONTH IS KEPT FOR THE REWRITE;
013511*    THE REPORT MONTH IS REPLACED
013520*----------------------------------------------------------------
013530 4500-READ-RANKS.
013540     OPEN INPUT RANK-FILE
013550
013560     IF STM-RANK-STATUS NOT = "00"
013570        GO TO 4500-EXIT
013580     END-IF
013590
013600     SET STM-NOT-EOF TO TRUE
013610
013620     PERFORM 4600-RANK-RECORD THRU 4600-EXIT
013630         UNTIL STM-EOF
013640
013650     CLOSE RANK-FILE.
013660 4500-EXIT.
013670     EXIT.
013680
013690 4600-RANK-RECORD.
013700     READ RANK-FILE
013710         AT END
013720             SET STM-EOF TO TRUE
013730             GO TO 4600-EXIT
013740     END-READ
013750
013760     IF SR-MONTH-X IS NOT NUMERIC
013770        OR SR-MONTH = STM-MONTH
013771        OR SR-MONTH < STM-KEEP-FROM
013780        OR SR-RANK-X IS NOT NUMERIC
013790        OR SR-POINTS-X IS NOT NUMERIC
013800        GO TO 4600-EXIT
013810     END-IF
013820
013830     IF STM-KEEP-COUNT < 5000
013840        ADD 1 TO STM-KEEP-COUNT
013850        MOVE RANK-RECORD TO STM-KEEP-LINE (STM-KEEP-COUNT)
013851     ELSE
013852        SET STM-KEEP-FULL TO TRUE
013853     END-IF
013854
013855     IF SR-MONTH NOT = STM-PRIOR
013856        GO TO 4600-EXIT
013860     END-IF
013870
013880     PERFORM VARYING STM-IX FROM 1 BY 1
013890             UNTIL STM-IX > STM-OPER-COUNT
013900         IF STM-OP-ID (STM-IX) = SR-OPERATOR-ID
013910            MOVE 1 TO STM-OP-LAST-SW (STM-IX)
013920            MOVE SR-RANK TO STM-OP-LAST-RANK (STM-IX)
013930            MOVE SR-POINTS TO STM-OP-LAST-POINTS (STM-IX)
013940            GO TO 4600-EXIT
013950         END-IF
013960     END-PERFORM.
013970 4600-EXIT.
013980     EXIT.
013990
014000*----------------------------------------------------------------
014010*    ACTIVITY, DEPARTMENT AND NAME PER OPERATOR
014020*----------------------------------------------------------------
014030 4700-RESOLVE-OPERATORS.
014040*    THE ROSTER IS OPTIONAL - WITHOUT ONE THE ID PREFIX DECIDES
014050     OPEN INPUT ROSTER-FILE
014060
014070     IF STM-ROSTER-STATUS = "00"
014080        SET STM-ROSTER-AVAIL TO TRUE
014090     END-IF
014100
014110     PERFORM 4750-RESOLVE-ONE THRU 4750-EXIT
014120         VARYING STM-IX FROM 1 BY 1
014130         UNTIL STM-IX > STM-OPER-COUNT
014140
014150     IF STM-ROSTER-AVAIL
014160        CLOSE ROSTER-FILE
014170     END-IF.
014180 4700-EXIT.
014190     EXIT.
014200
014210 4750-RESOLVE-ONE.
014220     MOVE 0 TO STM-OP-ACTIVE (STM-IX)
014230
014240     IF STM-OP-GAMES (STM-IX, 1) > 0
014250        OR STM-OP-DAYS (STM-IX, 1) > 0
014260        OR STM-OP-WINS (STM-IX, 1) > 0
014270        OR STM-OP-LOSSES (STM-IX, 1) > 0
014280        OR STM-OP-RP-GAMES (STM-IX, 1) > 0
014290        MOVE 1 TO STM-OP-ACTIVE (STM-IX)
014300     END-IF
014310
014320     MOVE STM-OP-ID (STM-IX) (1:2) TO STM-OP-DEPT (STM-IX)
014330     MOVE SPACES TO STM-OP-NAME (STM-IX)
014340
014350     IF STM-ROSTER-MISSING
014360        GO TO 4750-EXIT
014370     END-IF
014380
014390     MOVE STM-OP-ID (STM-IX) TO RO-OPERATOR-ID
014400     READ ROSTER-FILE
014410         INVALID KEY
014420             GO TO 4750-EXIT
014430     END-READ
014440
014450     MOVE RO-NAME TO STM-OP-NAME (STM-IX)
014460
014470     IF RO-DEPT NOT = SPACES
014480        MOVE RO-DEPT TO STM-OP-DEPT (STM-IX)
014490     END-IF.
014500 4750-EXIT.
014510     EXIT.
014520
014530*----------------------------------------------------------------
014540*    SORT THE OPERATORS BY DEPARTMENT, THEN OPERATOR ID
014550*----------------------------------------------------------------
014560 4800-SORT-OPERATORS.
014570     IF STM-OPER-COUNT < 2
014580        GO TO 4800-EXIT
014590     END-IF
014600
014610     PERFORM VARYING STM-IX FROM 1 BY 1
014620             UNTIL STM-IX >= STM-OPER-COUNT
014630         PERFORM VARYING STM-JX FROM 1 BY 1
014640                 UNTIL STM-JX >= STM-OPER-COUNT
014650             IF STM-OP-DEPT (STM-JX) > STM-OP-DEPT (STM-JX + 1)
014660                OR (STM-OP-DEPT (STM-JX)
014670                        = STM-OP-DEPT (STM-JX + 1)
014680                    AND STM-OP-ID (STM-JX)
014690                        > STM-OP-ID (STM-JX + 1))
014700                MOVE STM-OPER-ENTRY (STM-JX)
014710                    TO STM-SWAP-ENTRY
014720                MOVE STM-OPER-ENTRY (STM-JX + 1)
014730                    TO STM-OPER-ENTRY (STM-JX)
014740                MOVE STM-SWAP-ENTRY
014750                    TO STM-OPER-ENTRY (STM-JX + 1)
014760             END-IF
014770         END-PERFORM
014780     END-PERFORM.
014790 4800-EXIT.
014800     EXIT.
014810
014820*----------------------------------------------------------------
014830*    WRITE THE STATEMENTS - ONE PRINT FILE, OR ONE FILE EACH
014840*----------------------------------------------------------------
014850 5000-WRITE-STATEMENTS.
014860     IF STM-BY-DEPT
014870        MOVE SPACES TO STM-OUT-PATH
014880        STRING
014890            STM-DIR             DELIMITED BY LOW-VALUE
014900            "\"                 DELIMITED BY SIZE
014910            "stm"               DELIMITED BY SIZE
014920            STM-MONTH-EDIT      DELIMITED BY SIZE
014930            ".rpt"              DELIMITED BY SIZE
014940                INTO STM-OUT-PATH
014950        END-STRING
014960        INSPECT STM-OUT-PATH REPLACING TRAILING SPACE BY LOW-VALUE
014970        OPEN OUTPUT STMT-FILE
014980        IF STM-OUT-STATUS NOT = "00"
014990           DISPLAY "TETSTMT: CANNOT OPEN " STM-OUT-PATH
015000           SET STM-RUN-FAILED TO TRUE
015010           GO TO 5000-EXIT
015020        END-IF
015030     END-IF
015040
015050     MOVE SPACES TO STM-CUR-DEPT
015060
015070     PERFORM 5100-WRITE-ONE-OPERATOR THRU 5100-EXIT
015080         VARYING STM-IX FROM 1 BY 1
015090         UNTIL STM-IX > STM-OPER-COUNT
015100
015110     IF STM-BY-DEPT
015120        CLOSE STMT-FILE
015130     END-IF.
015140 5000-EXIT.
015150     EXIT.
015160
015170 5100-WRITE-ONE-OPERATOR.
015180     IF STM-OP-ACTIVE (STM-IX) = 0
015190        ADD 1 TO STM-QUIET-COUNT
015200        GO TO 5100-EXIT
015210     END-IF
015220
015230     IF STM-BY-DEPT
015240        AND (STM-DEPT-COUNT = 0
015250             OR STM-OP-DEPT (STM-IX) NOT = STM-CUR-DEPT)
015260        PERFORM 5200-WRITE-COVER THRU 5200-EXIT
015270     END-IF
015280
015290     IF STM-BY-OPERATOR
015300        MOVE SPACES TO STM-OUT-PATH
015310        STRING
015320            STM-DIR             DELIMITED BY LOW-VALUE
015330            "\"                 DELIMITED BY SIZE
015340            "st"                DELIMITED BY SIZE
015350            STM-OP-ID (STM-IX)  DELIMITED BY SPACE
015360            ".dat"              DELIMITED BY SIZE
015370                INTO STM-OUT-PATH
015380        END-STRING
015390        INSPECT STM-OUT-PATH REPLACING TRAILING SPACE BY LOW-VALUE
015400        OPEN OUTPUT STMT-FILE
015410        IF STM-OUT-STATUS NOT = "00"
015420           DISPLAY "TETSTMT: CANNOT OPEN " STM-OUT-PATH
015430           SET STM-RUN-FAILED TO TRUE
015440           GO TO 5100-EXIT
015450        END-IF
015460     END-IF
015470
015480     SET STM-NEW-PAGE TO TRUE
015490
015500     ADD 1 TO STM-STMT-COUNT
015510
015520     PERFORM 5300-BUILD-ROWS THRU 5300-EXIT
015530     PERFORM 5500-WRITE-STATEMENT THRU 5500-EXIT
015540
015550     IF STM-BY-OPERATOR
015560        CLOSE STMT-FILE
015570     END-IF.
015580 5100-EXIT.
015590     EXIT.
015600
015610*----------------------------------------------------------------
015620*    DEPARTMENT COVER PAGE - THE STATEMENTS THAT FOLLOW
015630*----------------------------------------------------------------
015640 5200-WRITE-COVER.
015650     ADD 1 TO STM-DEPT-COUNT
015660     MOVE STM-OP-DEPT (STM-IX) TO STM-CUR-DEPT
015670
015680     MOVE 0 TO STM-DEPT-STMTS
015690     PERFORM VARYING STM-JX FROM STM-IX BY 1
015700             UNTIL STM-JX > STM-OPER-COUNT
015710         IF STM-OP-DEPT (STM-JX) = STM-CUR-DEPT
015720            AND STM-OP-ACTIVE (STM-JX) = 1
015730            ADD 1 TO STM-DEPT-STMTS
015740         END-IF
015750     END-PERFORM
015760
015770     SET STM-NEW-PAGE TO TRUE
015780     MOVE STM-MONTH-EDIT TO RPT-V1-MONTH
015790     MOVE RPT-COVER-1 TO STM-LINE
015800     PERFORM 7000-PUT-LINE THRU 7000-EXIT
015810     PERFORM 7100-PUT-BLANK THRU 7100-EXIT
015820
015830     MOVE STM-CUR-DEPT TO RPT-V2-DEPT
015840     MOVE STM-DEPT-STMTS TO RPT-V2-COUNT
015850     MOVE RPT-COVER-2 TO STM-LINE
015860     PERFORM 7000-PUT-LINE THRU 7000-EXIT
015870     PERFORM 7100-PUT-BLANK THRU 7100-EXIT
015880
015890     PERFORM VARYING STM-JX FROM STM-IX BY 1
015900             UNTIL STM-JX > STM-OPER-COUNT
015910         IF STM-OP-DEPT (STM-JX) = STM-CUR-DEPT
015920            AND STM-OP-ACTIVE (STM-JX) = 1
015930            MOVE STM-OP-ID (STM-JX) TO RPT-V-OPERATOR
015940            MOVE STM-OP-NAME (STM-JX) TO RPT-V-NAME
015950            MOVE RPT-COVER-LINE TO STM-LINE
015960            PERFORM 7000-PUT-LINE THRU 7000-EXIT
015970         END-IF
015980     END-PERFORM.
015990 5200-EXIT.
016000     EXIT.
016010
016020*----------------------------------------------------------------
016030*    THE FIGURES OF OPERATOR STM-IX FOR BOTH MONTHS
016040*----------------------------------------------------------------
016050 5300-BUILD-ROWS.
016060     INITIALIZE STM-ROW-TABLE
016070
016080*    THE CAP AS IT STANDS, FOR THE QUOTA OF BOTH MONTHS
016090     MOVE STM-OP-ID (STM-IX) TO STM-CAP-OPERATOR
016100     MOVE 0 TO STM-CAP-DATE
016110     PERFORM 3200-RESOLVE-CAP THRU 3200-EXIT
016120     MOVE STM-CAP-MIN TO STM-CAP-WK
016130     MOVE 0 TO STM-CAP-KNOWN
016140     IF STM-CAP-MATCH-LVL > 0
016150        AND STM-CAP-MIN > 0
016160        MOVE 1 TO STM-CAP-KNOWN
016170     END-IF
016180
016190     PERFORM 5400-BUILD-MONTH THRU 5400-EXIT
016200         VARYING STM-KX FROM 1 BY 1
016210         UNTIL STM-KX > 2
016220
016230*    RANK - THE STANDINGS NOW, AND WHAT WAS SAVED LAST MONTH
016240     MOVE 0 TO STM-ROW-KNOWN (13, 1)
016250     MOVE 0 TO STM-ROW-KNOWN (14, 1)
016260     IF STM-OP-RANK-SW (STM-IX) = 1
016270        MOVE 1 TO STM-ROW-KNOWN (13, 1)
016280        MOVE STM-OP-RANK (STM-IX) TO STM-ROW-VALUE (13, 1)
016290        MOVE 1 TO STM-ROW-KNOWN (14, 1)
016300        MOVE STM-OP-POINTS (STM-IX) TO STM-ROW-VALUE (14, 1)
016310     END-IF
016320
016330     MOVE 0 TO STM-ROW-KNOWN (13, 2)
016340     MOVE 0 TO STM-ROW-KNOWN (14, 2)
016350     IF STM-OP-LAST-SW (STM-IX) = 1
016360        MOVE 1 TO STM-ROW-KNOWN (13, 2)
016370        MOVE STM-OP-LAST-RANK (STM-IX) TO STM-ROW-VALUE (13, 2)
016380        MOVE 1 TO STM-ROW-KNOWN (14, 2)
016390        MOVE STM-OP-LAST-POINTS (STM-IX)
016400            TO STM-ROW-VALUE (14, 2)
016410     END-IF.
016420 5300-EXIT.
016430     EXIT.
016440
016450 5400-BUILD-MONTH.
016460     MOVE 1 TO STM-ROW-KNOWN (1, STM-KX)
016470     MOVE STM-OP-GAMES (STM-IX, STM-KX)
016480         TO STM-ROW-VALUE (1, STM-KX)
016490     MOVE 1 TO STM-ROW-KNOWN (4, STM-KX)
016500     MOVE STM-OP-LINES (STM-IX, STM-KX)
016510         TO STM-ROW-VALUE (4, STM-KX)
016520
016530     IF STM-OP-GAMES (STM-IX, STM-KX) > 0
016540        MOVE 1 TO STM-ROW-KNOWN (2, STM-KX)
016550        MOVE STM-OP-BEST (STM-IX, STM-KX)
016560            TO STM-ROW-VALUE (2, STM-KX)
016570        MOVE 1 TO STM-ROW-KNOWN (3, STM-KX)
016580        COMPUTE STM-ROW-VALUE (3, STM-KX) =
016590            STM-OP-TOTAL (STM-IX, STM-KX)
016600                / STM-OP-GAMES (STM-IX, STM-KX)
016610        MOVE 1 TO STM-ROW-KNOWN (5, STM-KX)
016620        COMPUTE STM-ROW-VALUE (5, STM-KX) ROUNDED =
016630            STM-OP-LINES (STM-IX, STM-KX)
016640                / STM-OP-GAMES (STM-IX, STM-KX)
016650     END-IF
016660
016670     IF STM-USAGE-READ
016680        MOVE 1 TO STM-ROW-KNOWN (6, STM-KX)
016690        MOVE STM-OP-MINUTES (STM-IX, STM-KX)
016700            TO STM-ROW-VALUE (6, STM-KX)
016710        MOVE 1 TO STM-ROW-KNOWN (7, STM-KX)
016720        MOVE STM-OP-DAYS (STM-IX, STM-KX)
016730            TO STM-ROW-VALUE (7, STM-KX)
016740        MOVE 1 TO STM-ROW-KNOWN (9, STM-KX)
016750        MOVE STM-OP-OVER (STM-IX, STM-KX)
016760            TO STM-ROW-VALUE (9, STM-KX)
016770        MOVE 1 TO STM-ROW-KNOWN (10, STM-KX)
016780        MOVE STM-OP-EXTRA (STM-IX, STM-KX)
016790            TO STM-ROW-VALUE (10, STM-KX)
016800        IF STM-CAP-KNOWN = 1
016810           AND STM-OP-DAYS (STM-IX, STM-KX) > 0
016820           MOVE 1 TO STM-ROW-KNOWN (8, STM-KX)
016830           COMPUTE STM-ROW-VALUE (8, STM-KX) ROUNDED =
016840               STM-OP-MINUTES (STM-IX, STM-KX) * 100
016850                   / (STM-CAP-WK * STM-OP-DAYS (STM-IX, STM-KX))
016860        END-IF
016870     END-IF
016880
016890     IF STM-VERSUS-READ
016900        MOVE 1 TO STM-ROW-KNOWN (11, STM-KX)
016910        MOVE STM-OP-WINS (STM-IX, STM-KX)
016920            TO STM-ROW-VALUE (11, STM-KX)
016930        MOVE 1 TO STM-ROW-KNOWN (12, STM-KX)
016940        MOVE STM-OP-LOSSES (STM-IX, STM-KX)
016950            TO STM-ROW-VALUE (12, STM-KX)
016960     END-IF
016970
016980     IF STM-REPLAY-READ
016990        MOVE 1 TO STM-ROW-KNOWN (15, STM-KX)
017000        MOVE STM-OP-RP-GAMES (STM-IX, STM-KX)
017010            TO STM-ROW-VALUE (15, STM-KX)
017020     END-IF
017030
017040     IF STM-OP-RP-SECS (STM-IX, STM-KX) > 0
017050        MOVE 1 TO STM-ROW-KNOWN (16, STM-KX)
017060        COMPUTE STM-ROW-VALUE (16, STM-KX) ROUNDED =
017070            STM-OP-RP-PIECES (STM-IX, STM-KX) * 60
017080                / STM-OP-RP-SECS (STM-IX, STM-KX)
017090     END-IF
017100
017110     IF STM-OP-RP-KEYS (STM-IX, STM-KX) > 0
017120        MOVE 1 TO STM-ROW-KNOWN (17, STM-KX)
017130        COMPUTE STM-ROW-VALUE (17, STM-KX) ROUNDED =
017140            STM-OP-RP-HOLDS (STM-IX, STM-KX) * 100
017150                / STM-OP-RP-KEYS (STM-IX, STM-KX)
017160        MOVE 1 TO STM-ROW-KNOWN (18, STM-KX)
017170        COMPUTE STM-ROW-VALUE (18, STM-KX) ROUNDED =
017180            STM-OP-RP-DROPS (STM-IX, STM-KX) * 100
017190                / STM-OP-RP-KEYS (STM-IX, STM-KX)
017200     END-IF.
017210 5400-EXIT.
017220     EXIT.
017230
017240*----------------------------------------------------------------
017250*    ONE STATEMENT PAGE
017260*----------------------------------------------------------------
017270 5500-WRITE-STATEMENT.
017280     MOVE STM-MONTH-EDIT TO RPT-H1-MONTH
017290     MOVE RPT-HEADING-1 TO STM-LINE
017300     PERFORM 7000-PUT-LINE THRU 7000-EXIT
017310
017320     MOVE STM-OP-ID (STM-IX) TO RPT-H2-OPERATOR
017330     MOVE STM-OP-NAME (STM-IX) TO RPT-H2-NAME
017340     MOVE STM-OP-DEPT (STM-IX) TO RPT-H2-DEPT
017350     MOVE RPT-HEADING-2 TO STM-LINE
017360     PERFORM 7000-PUT-LINE THRU 7000-EXIT
017370     PERFORM 7100-PUT-BLANK THRU 7100-EXIT
017380
017390     MOVE RPT-HEADING-3 TO STM-LINE
017400     PERFORM 7000-PUT-LINE THRU 7000-EXIT
017410     MOVE STM-MONTH-EDIT TO RPT-H4-MONTH
017420     MOVE STM-PRIOR-EDIT TO RPT-H4-PRIOR
017430     MOVE RPT-HEADING-4 TO STM-LINE
017440     PERFORM 7000-PUT-LINE THRU 7000-EXIT
017450
017460     PERFORM 5600-WRITE-ROW THRU 5600-EXIT
017470         VARYING STM-RX FROM 1 BY 1
017480         UNTIL STM-RX > 18
017490
017500     PERFORM 7100-PUT-BLANK THRU 7100-EXIT
017510
017520     IF STM-CAP-KNOWN = 1
017530        MOVE STM-CAP-WK TO RPT-C-CAP
017540        MOVE RPT-CAP-LINE TO STM-LINE
017550     ELSE
017560        MOVE RPT-NO-CAP-LINE TO STM-LINE
017570     END-IF
017580     PERFORM 7000-PUT-LINE THRU 7000-EXIT
017590
017600     IF STM-OP-RANK-SW (STM-IX) = 1
017610        AND STM-OP-RUN-SW (STM-IX) = 1
017620        COMPUTE STM-DIFF-WK = STM-OP-RANK (STM-IX)
017630                            - STM-OP-RUN-RANK (STM-IX)
017640        IF STM-DIFF-WK = 0
017650           MOVE RPT-SAME-RANK-LINE TO STM-LINE
017660        ELSE
017670           PERFORM 5900-MOVE-TEXT THRU 5900-EXIT
017680           MOVE SPACES TO STM-LINE
017690           STRING
017700               "SEASON RANK MOVED "             DELIMITED BY SIZE
017710               STM-TXT-WK (1:STM-PTR - 1)       DELIMITED BY SIZE
017720               " SINCE THE STANDINGS RUN BEFORE"
017730                                                DELIMITED BY SIZE
017740                   INTO STM-LINE
017750           END-STRING
017760        END-IF
017770        PERFORM 7000-PUT-LINE THRU 7000-EXIT
017780     END-IF
017790
017800     PERFORM 7100-PUT-BLANK THRU 7100-EXIT
017810     PERFORM 5700-WRITE-OPPONENTS THRU 5700-EXIT.
017820 5500-EXIT.
017830     EXIT.
017840
017850*    ONE FIGURE - THIS MONTH, THE MONTH BEFORE AND THE CHANGE
017860 5600-WRITE-ROW.
017870     MOVE STM-ROW-NAME (STM-RX) TO RPT-R-NAME
017880     MOVE "           -" TO RPT-R-THIS
017890     MOVE "           -" TO RPT-R-PRIOR
017900     MOVE SPACES TO RPT-R-CHANGE
017910
017920     IF STM-ROW-KNOWN (STM-RX, 1) = 1
017930        MOVE STM-ROW-VALUE (STM-RX, 1) TO STM-VALUE-EDIT
017940        MOVE STM-VALUE-X TO RPT-R-THIS
017950     END-IF
017960
017970     IF STM-ROW-KNOWN (STM-RX, 2) = 1
017980        MOVE STM-ROW-VALUE (STM-RX, 2) TO STM-VALUE-EDIT
017990        MOVE STM-VALUE-X TO RPT-R-PRIOR
018000     END-IF
018010
018020     IF STM-ROW-KNOWN (STM-RX, 1) = 0
018030        OR STM-ROW-KNOWN (STM-RX, 2) = 0
018040        GO TO 5650-WRITE
018050     END-IF
018060
018070     COMPUTE STM-DIFF-WK = STM-ROW-VALUE (STM-RX, 1)
018080                         - STM-ROW-VALUE (STM-RX, 2)
018090
018100     IF STM-DIFF-WK = 0
018110        MOVE "        SAME" TO RPT-R-CHANGE
018120        GO TO 5650-WRITE
018130     END-IF
018140
018150*    A LOWER RANK NUMBER IS A CLIMB - RIGHT-ALIGNED IN THE COLUMN
018160     IF STM-RX = 13
018170        PERFORM 5900-MOVE-TEXT THRU 5900-EXIT
018180        MOVE SPACES TO RPT-R-CHANGE
018190        MOVE STM-TXT-WK (1:STM-PTR - 1)
018200            TO RPT-R-CHANGE (14 - STM-PTR:)
018210        GO TO 5650-WRITE
018220     END-IF
018230
018240     MOVE STM-DIFF-WK TO STM-CHANGE-EDIT
018250     MOVE STM-CHANGE-X TO RPT-R-CHANGE.
018260 5650-WRITE.
018270     MOVE RPT-ROW-LINE TO STM-LINE
018280     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
018290 5600-EXIT.
018300     EXIT.
018310
018320*    VERSUS RESULTS OF THE REPORT MONTH BY OPPONENT
018330 5700-WRITE-OPPONENTS.
018340     MOVE RPT-OPP-HEADING-1 TO STM-LINE
018350     PERFORM 7000-PUT-LINE THRU 7000-EXIT
018360
018370     IF STM-OP-WINS (STM-IX, 1) = 0
018380        AND STM-OP-LOSSES (STM-IX, 1) = 0
018390        MOVE RPT-NO-OPP-LINE TO STM-LINE
018400        PERFORM 7000-PUT-LINE THRU 7000-EXIT
018410        GO TO 5700-EXIT
018420     END-IF
018430
018440     MOVE RPT-OPP-HEADING-2 TO STM-LINE
018450     PERFORM 7000-PUT-LINE THRU 7000-EXIT
018460
018470     MOVE 0 TO STM-PRINTED
018480     MOVE 0 TO STM-MORE-OPP
018490
018500     PERFORM 5800-WRITE-ONE-OPPONENT THRU 5800-EXIT
018510         VARYING STM-OX FROM 1 BY 1
018520         UNTIL STM-OX > STM-OPP-COUNT
018530
018540     IF STM-MORE-OPP > 0
018550        MOVE STM-MORE-OPP TO RPT-MO-COUNT
018560        MOVE RPT-MORE-OPP-LINE TO STM-LINE
018570        PERFORM 7000-PUT-LINE THRU 7000-EXIT
018580     END-IF.
018590 5700-EXIT.
018600     EXIT.
018610
018620 5800-WRITE-ONE-OPPONENT.
018630     IF STM-OPP-OWNER (STM-OX) NOT = STM-OP-ID (STM-IX)
018640        OR (STM-OPP-WINS (STM-OX, 1) = 0
018650            AND STM-OPP-LOSSES (STM-OX, 1) = 0)
018660        GO TO 5800-EXIT
018670     END-IF
018680
018690     IF STM-PRINTED >= STM-OPP-PRINT-MAX
018700        ADD 1 TO STM-MORE-OPP
018710        GO TO 5800-EXIT
018720     END-IF
018730
018740     ADD 1 TO STM-PRINTED
018750     MOVE STM-OPP-ID (STM-OX) TO RPT-O-OPPONENT
018760     MOVE STM-OPP-WINS (STM-OX, 1) TO RPT-O-WINS
018770     MOVE STM-OPP-LOSSES (STM-OX, 1) TO RPT-O-LOSSES
018780     MOVE STM-OPP-WINS (STM-OX, 2) TO RPT-O-PRIOR-WINS
018790     MOVE STM-OPP-LOSSES (STM-OX, 2) TO RPT-O-PRIOR-LOSSES
018800     MOVE RPT-OPP-LINE TO STM-LINE
018810     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
018820 5800-EXIT.
018830     EXIT.
018840
018850*    RANK MOVEMENT STM-DIFF-WK (NEW MINUS OLD) AS "UP N" OR
018860*    "DOWN N" IN STM-TXT-WK - STM-PTR ENDS ONE PAST THE TEXT
018870 5900-MOVE-TEXT.
018880     IF STM-DIFF-WK < 0
018890        MOVE "UP" TO STM-MOVE-TEXT
018900        COMPUTE STM-NUM-WK = 0 - STM-DIFF-WK
018910     ELSE
018920        MOVE "DOWN" TO STM-MOVE-TEXT
018930        MOVE STM-DIFF-WK TO STM-NUM-WK
018940     END-IF
018950
018960     MOVE STM-NUM-WK TO STM-SMALL-EDIT
018970     MOVE 0 TO STM-LEAD
018980     INSPECT STM-SMALL-X TALLYING STM-LEAD FOR LEADING SPACE
018990
019000     MOVE SPACES TO STM-TXT-WK
019010     MOVE 1 TO STM-PTR
019020     STRING
019030         STM-MOVE-TEXT                DELIMITED BY SPACE
019040         " "                          DELIMITED BY SIZE
019050         STM-SMALL-X (STM-LEAD + 1:)  DELIMITED BY SIZE
019060             INTO STM-TXT-WK
019070             WITH POINTER STM-PTR
019080     END-STRING.
019090 5900-EXIT.
019100     EXIT.
019110
019120*----------------------------------------------------------------
019130*    REWRITE THE RANK FILE - THE OTHER MONTHS AS READ, THEN THE
019140*    REPORT MONTH WITH EVERY LINE OF THE STANDINGS
019150*----------------------------------------------------------------
019160 6000-SAVE-RANKS.
019161*    A FAILED STATEMENT RUN IS RERUN, AND SAVES THE RANKS THEN
019162     IF STM-RUN-FAILED
019163        DISPLAY "TETSTMT: RANKS NOT SAVED - STATEMENTS FAILED"
019164        GO TO 6000-EXIT
019165     END-IF
019166
019167     IF NOT STM-SAVE-MONTH
019168        DISPLAY "TETSTMT: RANKS NOT SAVED - " STM-MONTH-EDIT
019169                " IS NOT THE MONTH JUST ENDED"
019170        GO TO 6000-EXIT
019171     END-IF
019172
019173     IF STM-KEEP-FULL
019174        DISPLAY "TETSTMT: RANKS NOT SAVED - STMRANK.DAT HOLDS "
019175                "MORE THAN 5000 LINES"
019176        SET STM-INCOMPLETE TO TRUE
019177        GO TO 6000-EXIT
019178     END-IF
019179
019180     OPEN OUTPUT RANK-FILE
019181
019190     IF STM-RANK-STATUS NOT = "00"
019200        DISPLAY "TETSTMT: CANNOT REWRITE " STM-RANK-PATH
019201        SET STM-RUN-FAILED TO TRUE
019210        GO TO 6000-EXIT
019220     END-IF
019230
019240     PERFORM VARYING STM-JX FROM 1 BY 1
019250             UNTIL STM-JX > STM-KEEP-COUNT
019260         MOVE STM-KEEP-LINE (STM-JX) TO RANK-RECORD
019270         WRITE RANK-RECORD
019280     END-PERFORM
019290
019300     OPEN INPUT STAND-FILE
019310
019320     IF STM-STAND-STATUS = "00"
019330        SET STM-NOT-EOF TO TRUE
019340        PERFORM 6100-SAVE-STANDING THRU 6100-EXIT
019350            UNTIL STM-EOF
019360        CLOSE STAND-FILE
019370     END-IF
019380
019390     CLOSE RANK-FILE.
019400 6000-EXIT.
019410     EXIT.
019420
019430 6100-SAVE-STANDING.
019440     READ STAND-FILE
019450         AT END
019460             SET STM-EOF TO TRUE
019470             GO TO 6100-EXIT
019480     END-READ
019490
019500     IF ST-RANK-X IS NOT NUMERIC
019510        OR ST-POINTS-X IS NOT NUMERIC
019520        GO TO 6100-EXIT
019530     END-IF
019540
019550     MOVE ST-OPERATOR-ID TO SR-OPERATOR-ID
019560     MOVE STM-MONTH TO SR-MONTH
019570     MOVE ST-RANK TO SR-RANK
019580     MOVE ST-POINTS TO SR-POINTS
019590     WRITE RANK-RECORD.
019600 6100-EXIT.
019610     EXIT.
019620
019630*----------------------------------------------------------------
019640*    ONE LINE TO THE STATEMENT FILE - THE FIRST LINE OF A PAGE
019650*    IN THE PRINT FILE STARTS A NEW SHEET
019660*----------------------------------------------------------------
019670 7000-PUT-LINE.
019680     IF STM-NEW-PAGE
019690        WRITE STMT-RECORD FROM STM-LINE
019700            AFTER ADVANCING PAGE
019710        SET STM-SAME-PAGE TO TRUE
019720     ELSE
019730        WRITE STMT-RECORD FROM STM-LINE
019740            AFTER ADVANCING 1 LINE
019750     END-IF.
019760 7000-EXIT.
019770     EXIT.
019780
019790 7100-PUT-BLANK.
019800     MOVE SPACES TO STM-LINE
019810     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
019820 7100-EXIT.
019830     EXIT.
019840
019850*----------------------------------------------------------------
019860*    RUN TOTALS AND RETURN CODE
019870*----------------------------------------------------------------
019880 8000-WRAP-UP.
019890     DISPLAY "TETSTMT MONTH      " STM-MONTH-EDIT
019900     DISPLAY "TETSTMT STATEMENTS " STM-STMT-COUNT
019910     DISPLAY "TETSTMT NO ACTIVITY" STM-QUIET-COUNT
019920     DISPLAY "TETSTMT DEPARTMENTS" STM-DEPT-COUNT
019930     DISPLAY "TETSTMT BAD CHECK  " STM-SKIP-COUNT
019940
019950     IF STM-FULL-COUNT > 0
019960        DISPLAY "TETSTMT: TABLE FULL - " STM-FULL-COUNT
019970            " ENTRIES LEFT OUT"
019980        SET STM-INCOMPLETE TO TRUE
019990     END-IF
020000
020010     IF STM-INCOMPLETE
020020        DISPLAY "TETSTMT STATEMENTS INCOMPLETE"
020030        MOVE 4 TO RETURN-CODE
020040     END-IF
020050
020060     IF STM-RUN-FAILED
020070        DISPLAY "TETSTMT ENDED WITH ERRORS"
020080        MOVE 8 TO RETURN-CODE
020090     END-IF.
020100 8000-EXIT.
020110     EXIT.
