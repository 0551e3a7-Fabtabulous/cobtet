000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TETVERF.
000030 AUTHOR. F BAUMGARTEN.
000040 INSTALLATION. VEMAG DV.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TETVERF - REPLAY SCORE VERIFICATION
000090*
000100*    TETRECON PROVES A LEADERBOARD RECORD WAS NOT EDITED AFTER
000110*    IT WAS STAMPED; THIS STEP PROVES THE SCORE WAS EARNED. EACH
000120*    REPLAY FILE (RP*.DAT) IN THE LEADERBOARD DIRECTORY IS PLAYED
000130*    AGAIN WITHOUT A SCREEN: THE RECORDED BAGS, KEY EVENTS AND
000140*    GRAVITY TICKS DRIVE A COPY OF THE GAME'S PIECE ENGINE (NEW
000150*    BRICK, LOWER, MOVE, ROTATE, HOLD, FAST DROP, FULL-LINE CHECK
000160*    AND SCORING), EXACTLY AS THE F7 PLAYBACK FEEDS THEM.
000170*
000180*    THE SIMULATED SCORE AND LINES ARE COMPARED WITH THE REPLAY'S
000190*    TRAILER AND WITH THE LEADERBOARD RECORD THE SAME GAME WROTE
000200*    (SAME OPERATOR AND DATE, STAMPED AT MOST A MINUTE BEFORE THE
000201*    REPLAY - LEADERBD.DAT FIRST, READ BY ITS OPERATOR/DATE KEY,
000202*    THEN THAT MONTH'S ARCHIVE).
000211*    A DAILY CHALLENGE REPLAY (FLAGGED "C" IN ITS HEADER) IS
000212*    MATCHED AGAINST CHALLNGE.DAT INSTEAD, WHERE THE GAME POSTED.
000220*    EVERY GAME IS LISTED AS ONE OF
000230*      VERIFIED   REPLAY, TRAILER AND LEADERBOARD ALL AGREE
000240*      MISMATCH   THE REPLAY DOES NOT REPRODUCE THE TRAILER OR
000250*                 THE LEADERBOARD RECORD, OR IS DAMAGED
000260*      UNMATCHED  NO LEADERBOARD RECORD FOR THE GAME, OR THE
000270*                 GAME FILLED THE RECORDER'S EVENT LOG SO ITS
000280*                 TAIL IS MISSING
000290*    WITH THE TRAILER AND LEADERBOARD FIGURES UNDER ANY GAME THAT
000291*    IS NOT VERIFIED. A REPLAY FILE THAT CANNOT BE OPENED IS
000292*    LISTED AS CANNOT OPEN AND COUNTED AS A MISMATCH.
000310*
000320*    ENVIRONMENT:
000330*      leaderboard_dir   DIRECTORY OF THE REPLAYS AND LEADERBD.DAT
000340*
000350*    OUTPUT: TETVERF.RPT IN THE LEADERBOARD DIRECTORY.
000351*    RETURN CODE 8 WHEN ANY GAME IS A MISMATCH - ABOVE TETNIGHT'S
000352*    DEFAULT THRESHOLD, SO THE NIGHTLY STRING STOPS ON IT - OR
000353*    WHEN THE LISTING OR THE REPORT COULD NOT BE PROCESSED, 0
000354*    OTHERWISE.
000390*
000400*    MODIFICATION HISTORY
000410*    2026-10-14 FB  INITIAL VERSION
000411*    2026-10-14 FB  MATCH CHALLENGE REPLAYS AGAINST CHALLNGE.DAT
000412*    2026-10-15 FB  LOOK UP THE INDEXED LEADERBOARD BY KEY
000413*    2026-10-15 FB  MISMATCH ENDS RC 8, UNREADABLE REPLAY LISTED
000420*----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT LISTING-FILE ASSIGN TO VRF-LIST-PATH
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS VRF-LIST-STATUS.
000490
000500     SELECT REPLAY-FILE ASSIGN TO VRF-RPL-PATH
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS VRF-RPL-STATUS.
000530
000540     SELECT LEADERBOARD-FILE ASSIGN TO VRF-LB-PATH
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS VRF-LB-STATUS.
000561
000562     SELECT LIVE-FILE ASSIGN TO VRF-LIVE-PATH
000563         ORGANIZATION IS INDEXED
000564         ACCESS MODE IS DYNAMIC
000565         RECORD KEY IS LV-KEY
000566         ALTERNATE RECORD KEY IS LV-RANK-KEY WITH DUPLICATES
000567         ALTERNATE RECORD KEY IS LV-WHEN-KEY WITH DUPLICATES
000568         FILE STATUS IS VRF-LIVE-STATUS.
000570
000580     SELECT REPORT-FILE ASSIGN TO VRF-RPT-PATH
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS VRF-RPT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640
000650 FD  LISTING-FILE.
000660 01  LISTING-RECORD          PIC X(80).
000670
000680 FD  REPLAY-FILE.
000690 01  REPLAY-RECORD.
000700     05 RP-EVENT-TYPE        PIC X(01).
000710     05 RP-EVENT-DATA        PIC X(33).
000720
000730 FD  LEADERBOARD-FILE.
000731 01  LEADERBOARD-RECORD      PIC X(44).
000732
000733 FD  LIVE-FILE.
000734 01  LIVE-RECORD.
000735     05 LV-KEY.
000736        10 LV-OPERATOR-ID    PIC X(08).
000737        10 LV-WHEN-KEY.
000738           15 LV-DATE-X      PIC X(08).
000739           15 LV-TIME-X      PIC X(08).
000740     05 FILLER               PIC X(20).
000741     05 LV-RANK-KEY          PIC 9(10).
000742
000743 FD  REPORT-FILE.
000744 01  REPORT-RECORD           PIC X(80).
000745
000746 WORKING-STORAGE SECTION.
000747
000748*----------------------------------------------------------------
000749*    THE LEADERBOARD RECORD UNDER TEST, FROM WHICHEVER FILE
000750*----------------------------------------------------------------
000751 01  VRF-CAND-RECORD.
000752     05 LB-OPERATOR-ID       PIC X(08).
000760     05 LB-DATE-X            PIC X(08).
000770     05 LB-TIME-X            PIC X(08).
000780     05 LB-TIME-PARTS REDEFINES LB-TIME-X.
000790        10 LB-TIME-HH        PIC 9(02).
000800        10 LB-TIME-MM        PIC 9(02).
000810        10 LB-TIME-SS        PIC 9(02).
000820        10 LB-TIME-FF        PIC 9(02).
000830     05 LB-LINES-X           PIC X(04).
000840     05 LB-SCORE-X           PIC X(10).
000850     05 LB-CHECK-X           PIC X(06).
000860     05 LB-CHECK-N REDEFINES LB-CHECK-X
000870                             PIC 9(06).
000880
000940*----------------------------------------------------------------
000950*    FILE PATHS AND STATUS FIELDS
000960*----------------------------------------------------------------
000970 01  VRF-DIR                 PIC X(80) VALUE SPACES.
000980 01  VRF-LIST-PATH           PIC X(80) VALUE SPACES.
000990 01  VRF-RPL-PATH            PIC X(80) VALUE SPACES.
001000 01  VRF-LB-PATH             PIC X(80) VALUE SPACES.
001001 01  VRF-LIVE-PATH           PIC X(80) VALUE SPACES.
001010 01  VRF-RPT-PATH            PIC X(80) VALUE SPACES.
001020
001030 01  VRF-LIST-STATUS         PIC X(02) VALUE "00".
001040 01  VRF-RPL-STATUS          PIC X(02) VALUE "00".
001050 01  VRF-LB-STATUS           PIC X(02) VALUE "00".
001051 01  VRF-LIVE-STATUS         PIC X(02) VALUE "00".
001060 01  VRF-RPT-STATUS          PIC X(02) VALUE "00".
001070
001080*----------------------------------------------------------------
001090*    RUN CONTROL
001100*----------------------------------------------------------------
001110 01  VRF-RUN-SW              PIC 9(01) VALUE 0.
001120     88 VRF-RUN-OK           VALUE 0.
001130     88 VRF-RUN-FAILED       VALUE 1.
001140
001150 01  VRF-LIST-EOF-SW         PIC 9(01) VALUE 0.
001160     88 VRF-LIST-EOF         VALUE 1.
001170     88 VRF-LIST-NOT-EOF     VALUE 0.
001180
001190 01  VRF-RPL-EOF-SW          PIC 9(01) VALUE 0.
001200     88 VRF-RPL-EOF          VALUE 1.
001210     88 VRF-RPL-NOT-EOF      VALUE 0.
001220
001230 01  VRF-LB-EOF-SW           PIC 9(01) VALUE 0.
001240     88 VRF-LB-EOF           VALUE 1.
001250     88 VRF-LB-NOT-EOF       VALUE 0.
001260
001270 01  VRF-CMD                 PIC X(200) VALUE SPACES.
001280 01  VRF-CMD-RC              PIC S9(04) COMP VALUE 0.
001290
001300 01  VRF-NAME-WK             PIC X(80) VALUE SPACES.
001310
001320*----------------------------------------------------------------
001330*    ONE REPLAY UNDER TEST - HEADER, TRAILER AND THE ONE-EVENT
001340*    LOOKAHEAD THE ENGINE READS ITS BAGS FROM
001350*----------------------------------------------------------------
001360 01  VRF-GAME.
001370     05 VRF-G-OPERATOR       PIC X(08).
001380     05 VRF-G-DATE-X         PIC X(08).
001390     05 VRF-G-DATE-PARTS REDEFINES VRF-G-DATE-X.
001400        10 VRF-G-YYYYMM      PIC X(06).
001410        10 VRF-G-DD          PIC X(02).
001420     05 VRF-G-TIME-X         PIC X(08).
001430     05 VRF-G-TIME-PARTS REDEFINES VRF-G-TIME-X.
001440        10 VRF-G-TIME-HH     PIC 9(02).
001450        10 VRF-G-TIME-MM     PIC 9(02).
001460        10 VRF-G-TIME-SS     PIC 9(02).
001470        10 VRF-G-TIME-FF     PIC 9(02).
001480     05 VRF-G-LEVEL-X        PIC X(02).
001481     05 VRF-G-KIND           PIC X(01).
001482        88 VRF-G-CHALLENGE   VALUE "C".
001490     05 VRF-G-SCORE-X        PIC X(10).
001500     05 VRF-G-SCORE REDEFINES VRF-G-SCORE-X
001510                             PIC 9(10).
001520     05 VRF-G-LINES-X        PIC X(04).
001530     05 VRF-G-LINES REDEFINES VRF-G-LINES-X
001540                             PIC 9(04).
001550
001560 01  VRF-G-EVENTS            PIC 9(06) VALUE 0.
001570 01  VRF-G-SECS              PIC 9(06) VALUE 0.
001580
001590 01  VRF-LOOK-SW             PIC 9(01) VALUE 0.
001600     88 VRF-LOOK-READY       VALUE 1.
001610     88 VRF-LOOK-NONE        VALUE 0.
001620
001630 01  VRF-LOOK-EVENT.
001640     05 VRF-LOOK-TYPE        PIC X(01).
001650     05 VRF-LOOK-DATA        PIC X(33).
001660
001670 01  VRF-CUR-EVENT.
001680     05 VRF-CUR-TYPE         PIC X(01).
001690     05 VRF-CUR-DATA         PIC X(33).
001700
001710*    THE RECORDER KEEPS AT MOST THIS MANY BAG, KEY AND TICK
001720*    EVENTS PER GAME - A FULL LOG MEANS THE TAIL WAS LOST
001730 01  VRF-EVENT-LOG-MAX       PIC 9(06) VALUE 20000.
001740
001750*----------------------------------------------------------------
001760*    MATCHING LEADERBOARD RECORD
001770*----------------------------------------------------------------
001780 01  VRF-MATCH-SW            PIC 9(01) VALUE 0.
001790     88 VRF-MATCH-FOUND      VALUE 1.
001800     88 VRF-MATCH-NONE       VALUE 0.
001810
001820 01  VRF-M-SCORE-X           PIC X(10) VALUE SPACES.
001830 01  VRF-M-SCORE REDEFINES VRF-M-SCORE-X
001840                             PIC 9(10).
001850 01  VRF-M-LINES-X           PIC X(04) VALUE SPACES.
001860 01  VRF-M-LINES REDEFINES VRF-M-LINES-X
001870                             PIC 9(04).
001880 01  VRF-M-DIFF              PIC 9(06) VALUE 0.
001890
001900 01  VRF-M-STAMP-SW          PIC 9(01) VALUE 0.
001910     88 VRF-M-STAMP-GOOD     VALUE 1.
001920     88 VRF-M-STAMP-BAD      VALUE 0.
001930
001940 01  VRF-LB-SECS             PIC 9(06) VALUE 0.
001950 01  VRF-LB-DIFF             PIC S9(07) VALUE 0.
001960
001970 01  VRF-CHKDATA             PIC X(38) VALUE SPACES.
001980 01  VRF-CHECK-WK            PIC 9(06) VALUE 0.
001990
002000*----------------------------------------------------------------
002010*    VERDICT FOR THE GAME UNDER TEST
002020*----------------------------------------------------------------
002030 01  VRF-RESULT-WK           PIC X(09) VALUE SPACES.
002040     88 VRF-IS-VERIFIED      VALUE "VERIFIED ".
002050     88 VRF-IS-MISMATCH      VALUE "MISMATCH ".
002060     88 VRF-IS-UNMATCHED     VALUE "UNMATCHED".
002070
002080 01  VRF-REASON-WK           PIC X(20) VALUE SPACES.
002090
002100*----------------------------------------------------------------
002110*    PIECE ENGINE - BOARD FIELDS
002120*
002130*    SAME SHAPES, ORDER AND SIZES AS THE GAME'S WORKING-STORAGE.
002140*    A TURN THAT IS BLOCKED STILL MOVES THE GAME'S PIVOT, AND A
002150*    LATER TURN CAN THEN REACH PAST THE OUT-OF-BOUNDS MATRIX;
002160*    KEEPING THE FIELDS ADJACENT IN THE GAME'S ORDER LETS SUCH A
002170*    TURN LAND HERE WHERE IT LANDS IN THE GAME.
002180*----------------------------------------------------------------
002190 01  VRF-ENGINE-FIELDS.
002200     05 VRF-TETRIS-FIELD.
002210        10 VRF-TETX OCCURS 10 TIMES.
002220           15 VRF-TETY OCCURS 17 TIMES.
002230              20 VRF-TETSQUARE       PIC 9(01).
002240     05 VRF-STATIC-FIELD.
002250        10 VRF-STATIC-X OCCURS 10 TIMES.
002260           15 VRF-STATIC-Y OCCURS 17 TIMES.
002270              20 VRF-STATIC-SQUARE   PIC 9(01).
002280     05 VRF-FALLING-PIECE.
002290        10 VRF-FALLING-X OCCURS 10 TIMES.
002300           15 VRF-FALLING-Y OCCURS 17 TIMES.
002310              20 VRF-FALLING-SQUARE  PIC 9(01).
002320     05 VRF-FALLING-OOB.
002330        10 VRF-FALLING-OOB-X OCCURS 16 TIMES.
002340           15 VRF-FALLING-OOB-Y OCCURS 23 TIMES.
002350              20 VRF-FALLING-OOB-SQUARE
002360                                     PIC 9(01).
002370     05 VRF-NEW-FALLING-PIECE.
002380        10 VRF-NEW-X OCCURS 10 TIMES.
002390           15 VRF-NEW-Y OCCURS 17 TIMES.
002400              20 VRF-NEW-SQUARE      PIC 9(01).
002410     05 VRF-NEW-OOB.
002420        10 VRF-NEW-OOB-X OCCURS 16 TIMES.
002430           15 VRF-NEW-OOB-Y OCCURS 23 TIMES.
002440              20 VRF-NEW-OOB-SQUARE  PIC 9(01).
002450     05 VRF-NEW-OOB-EMPTY.
002460        10 VRF-NEW-OOB-EMPTY-X OCCURS 16 TIMES.
002470           15 VRF-NEW-OOB-EMPTY-Y OCCURS 23 TIMES.
002480              20 VRF-NEW-OOB-EMPTY-SQUARE
002490                                     PIC 9(01).
002500     05 VRF-EMPTY-BOARD.
002510        10 VRF-EMPTY-X OCCURS 10 TIMES.
002520           15 VRF-EMPTY-Y OCCURS 17 TIMES.
002530              20 VRF-EMPTY-SQUARE    PIC 9(01).
002540
002550*----------------------------------------------------------------
002560*    PIECE SHAPES BY BLOCK NUMBER (1 I, 2 T, 3 S, 4 REVERSE S,
002570*    5 L, 6 REVERSE L, 7 SQUARE) - COLOUR, SPAWN PIVOT AND THE
002580*    FOUR SPAWN SQUARES, AS THE GAME BUILDS THEM AT STARTUP
002590*----------------------------------------------------------------
002600 01  VRF-SHAPE-VALUES.
002610     05 FILLER               PIC X(21)
002620        VALUE "305030501050205030504".
002630     05 FILLER               PIC X(21)
002640        VALUE "805020501050204020602".
002650     05 FILLER               PIC X(21)
002660        VALUE "405020501060105020402".
002670     05 FILLER               PIC X(21)
002680        VALUE "506020501060106020702".
002690     05 FILLER               PIC X(21)
002700        VALUE "605020501050205030603".
002710     05 FILLER               PIC X(21)
002720        VALUE "706020601060206030503".
002730     05 FILLER               PIC X(21)
002740        VALUE "205020501060105020602".
002750
002760 01  VRF-SHAPE-TABLE REDEFINES VRF-SHAPE-VALUES.
002770     05 VRF-SHAPE OCCURS 7 TIMES.
002780        10 VRF-SHAPE-COLOR   PIC 9(01).
002790        10 VRF-SHAPE-PIVOT   PIC 9(04).
002800        10 VRF-SHAPE-CELL OCCURS 4 TIMES.
002810           15 VRF-SHAPE-CELL-X
002820                             PIC 9(02).
002830           15 VRF-SHAPE-CELL-Y
002840                             PIC 9(02).
002850
002860*----------------------------------------------------------------
002870*    PIECE ENGINE - STATE AND WORK FIELDS. THE PICTURES FOLLOW
002880*    THE GAME'S, SO UNSIGNED WRAP AND TRUNCATION BEHAVE THE SAME.
002890*----------------------------------------------------------------
002900 01  VRF-PIVOT.
002910     05 VRF-PIVOT-X          PIC 9(02) VALUE 0.
002920     05 VRF-PIVOT-Y          PIC 9(02) VALUE 0.
002930
002940 01  VRF-NEW-PIVOT.
002950     05 VRF-NEW-PIVOT-X      PIC 9(02) VALUE 0.
002960     05 VRF-NEW-PIVOT-Y      PIC 9(02) VALUE 0.
002970
002980 01  VRF-SRC-X               PIC 9(02) VALUE 0.
002990 01  VRF-SRC-Y               PIC 9(02) VALUE 0.
003000 01  VRF-DST-X               PIC 9(02) VALUE 0.
003010 01  VRF-DST-Y               PIC 9(02) VALUE 0.
003020
003030 01  VRF-OFFSET-X            PIC 9(01) VALUE 0.
003040 01  VRF-OFFSET-Y            PIC 9(01) VALUE 0.
003050 01  VRF-ROTATION            PIC 9(01) VALUE 0.
003060
003070 01  VRF-X                   PIC 9(02) VALUE 0.
003080 01  VRF-Y                   PIC 9(02) VALUE 0.
003090 01  VRF-NEW-X-IX            PIC 9(02) VALUE 0.
003100 01  VRF-NEW-Y-IX            PIC 9(02) VALUE 0.
003110 01  VRF-TEMP-X              PIC 9(02) VALUE 0.
003120 01  VRF-TEMP-Y              PIC 9(02) VALUE 0.
003130 01  VRF-SHIFT-FROM          PIC 9(02) VALUE 0.
003140 01  VRF-CELL-IX             PIC 9(01) VALUE 0.
003150 01  VRF-SHAPE-IX            PIC 9(01) VALUE 0.
003160
003170 01  VRF-CURRENT-BLOCK       PIC 9(01) VALUE 0.
003180     88 VRF-CURRENT-I        VALUE 1.
003190     88 VRF-CURRENT-SQUARE   VALUE 7.
003200 01  VRF-NEXT-BLOCK          PIC 9(01) VALUE 0.
003210 01  VRF-HOLD-BLOCK          PIC 9(01) VALUE 0.
003220     88 VRF-HOLD-EMPTY       VALUE 0.
003230 01  VRF-HOLD-TEMP           PIC 9(01) VALUE 0.
003240
003250 01  VRF-HOLD-USED-SW        PIC 9(01) VALUE 0.
003260     88 VRF-HOLD-USED        VALUE 1.
003270     88 VRF-HOLD-NOT-USED    VALUE 0.
003280
003290 01  VRF-BAG.
003300     05 VRF-BAG-SLOT OCCURS 7 TIMES
003310                             PIC 9(01).
003320 01  VRF-BAG-POSITION        PIC 9(02) VALUE 8.
003330
003340 01  VRF-FALLING-SW          PIC 9(01) VALUE 0.
003350     88 VRF-BRICK-FALLING    VALUE 1.
003360     88 VRF-BRICK-NOT-FALLING
003370                             VALUE 0.
003380
003390 01  VRF-BLOCKED-SW          PIC 9(01) VALUE 0.
003400     88 VRF-BLOCKED          VALUE 1.
003410     88 VRF-NOT-BLOCKED      VALUE 0.
003420
003430 01  VRF-EDGE-SW             PIC 9(01) VALUE 0.
003440     88 VRF-AT-EDGE          VALUE 1.
003450     88 VRF-NOT-AT-EDGE      VALUE 0.
003460
003470 01  VRF-OVER-SW             PIC 9(01) VALUE 0.
003480     88 VRF-GAME-OVER        VALUE 1.
003490     88 VRF-GAME-RUNNING     VALUE 0.
003500
003510 01  VRF-BAG-SW              PIC 9(01) VALUE 0.
003520     88 VRF-BAG-BAD          VALUE 1.
003530     88 VRF-BAG-GOOD         VALUE 0.
003540
003550 01  VRF-SCORE               PIC 9(10) VALUE 0.
003560 01  VRF-LINES               PIC 9(04) VALUE 0.
003570 01  VRF-LEVEL               PIC 9(02) VALUE 1.
003580 01  VRF-START-LEVEL         PIC 9(02) VALUE 1.
003590 01  VRF-LINES-FILLED        PIC 9(01) VALUE 0.
003600 01  VRF-SQUARES-IN-LINE     PIC 9(02) VALUE 0.
003610 01  VRF-COMBO-COUNT         PIC 9(02) VALUE 0.
003620 01  VRF-DROP-ROW            PIC 9(02) VALUE 0.
003630
003640 01  VRF-B2B-SW              PIC 9(01) VALUE 0.
003650     88 VRF-B2B-ARMED        VALUE 1.
003660     88 VRF-B2B-NOT-ARMED    VALUE 0.
003670
003680*----------------------------------------------------------------
003690*    COUNTERS
003700*----------------------------------------------------------------
003710 77  VRF-FILE-COUNT          PIC 9(08) COMP VALUE 0.
003720 77  VRF-VERIFIED-COUNT      PIC 9(08) COMP VALUE 0.
003730 77  VRF-MISMATCH-COUNT      PIC 9(08) COMP VALUE 0.
003740 77  VRF-UNMATCHED-COUNT     PIC 9(08) COMP VALUE 0.
003750
003760 77  VRF-FILE-EDIT           PIC Z(07)9.
003770 77  VRF-VERIFIED-EDIT       PIC Z(07)9.
003780 77  VRF-MISMATCH-EDIT       PIC Z(07)9.
003790 77  VRF-UNMATCHED-EDIT      PIC Z(07)9.
003800
003810*----------------------------------------------------------------
003820*    REPORT LINES
003830*----------------------------------------------------------------
003840 01  RPT-HEADING-1.
003850     05 FILLER               PIC X(80)
003860        VALUE "TETVERF  REPLAY SCORE VERIFICATION".
003870
003880 01  RPT-HEADING-2.
003890     05 FILLER               PIC X(40)
003900        VALUE "OPERATOR  DATE      TIME      RESULT    ".
003910     05 FILLER               PIC X(40)
003920        VALUE " SIM SCORE LINES REASON".
003930
003940 01  RPT-DETAIL.
003950     05 RPT-D-OPERATOR       PIC X(08).
003960     05 FILLER               PIC X(02) VALUE SPACES.
003970     05 RPT-D-DATE           PIC X(08).
003980     05 FILLER               PIC X(02) VALUE SPACES.
003990     05 RPT-D-TIME           PIC X(08).
004000     05 FILLER               PIC X(02) VALUE SPACES.
004010     05 RPT-D-RESULT         PIC X(09).
004020     05 FILLER               PIC X(01) VALUE SPACES.
004030     05 RPT-D-SCORE          PIC Z(09)9.
004040     05 FILLER               PIC X(01) VALUE SPACES.
004050     05 RPT-D-LINES          PIC Z(04)9.
004060     05 FILLER               PIC X(01) VALUE SPACES.
004070     05 RPT-D-REASON         PIC X(20).
004080     05 FILLER               PIC X(03) VALUE SPACES.
004090
004100 01  RPT-EVIDENCE.
004110     05 FILLER               PIC X(10) VALUE SPACES.
004120     05 FILLER               PIC X(08) VALUE "TRAILER ".
004130     05 RPT-E-RP-SCORE       PIC X(10).
004140     05 FILLER               PIC X(01) VALUE SPACES.
004150     05 RPT-E-RP-LINES       PIC X(04).
004160     05 FILLER               PIC X(14) VALUE "  LEADERBOARD ".
004170     05 RPT-E-LB-SCORE       PIC X(10).
004180     05 FILLER               PIC X(01) VALUE SPACES.
004190     05 RPT-E-LB-LINES       PIC X(04).
004200     05 FILLER               PIC X(18) VALUE SPACES.
004210
004211 01  RPT-NO-OPEN-LINE.
004212     05 FILLER               PIC X(12) VALUE "CANNOT OPEN ".
004213     05 RPT-N-NAME           PIC X(68).
004214
004220 01  RPT-TOTAL-LINE.
004230     05 FILLER               PIC X(06) VALUE "READ  ".
004240     05 RPT-T-READ           PIC Z(07)9.
004250     05 FILLER               PIC X(11) VALUE "  VERIFIED ".
004260     05 RPT-T-VERIFIED       PIC Z(07)9.
004270     05 FILLER               PIC X(11) VALUE "  MISMATCH ".
004280     05 RPT-T-MISMATCH       PIC Z(07)9.
004290     05 FILLER               PIC X(12) VALUE "  UNMATCHED ".
004300     05 RPT-T-UNMATCHED      PIC Z(07)9.
004310     05 FILLER               PIC X(08) VALUE SPACES.
004320
004330 PROCEDURE DIVISION.
004340
004350*----------------------------------------------------------------
004360*    MAINLINE
004370*----------------------------------------------------------------
004380 0000-MAINLINE.
004390     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004400     IF VRF-RUN-FAILED
004410        GO TO 0000-WRAP-UP
004420     END-IF
004430     PERFORM 2000-VERIFY-REPLAYS THRU 2000-EXIT.
004440 0000-WRAP-UP.
004450     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
004460 0000-EXIT.
004470     STOP RUN.
004480
004490*----------------------------------------------------------------
004500*    INITIALIZE - RESOLVE PATHS, TAKE THE DIRECTORY LISTING,
004510*    OPEN THE REPORT
004520*----------------------------------------------------------------
004530 1000-INITIALIZE.
004540     ACCEPT VRF-DIR FROM ENVIRONMENT "leaderboard_dir"
004550     END-ACCEPT
004560
004570     INSPECT VRF-DIR REPLACING TRAILING SPACE BY LOW-VALUE
004580
004590     STRING
004600         VRF-DIR             DELIMITED BY LOW-VALUE
004610         "\"                 DELIMITED BY SIZE
004620         "tetverf.tmp"       DELIMITED BY SIZE
004630             INTO VRF-LIST-PATH
004640     END-STRING
004650
004660     STRING
004670         VRF-DIR             DELIMITED BY LOW-VALUE
004680         "\"                 DELIMITED BY SIZE
004690         "tetverf.rpt"       DELIMITED BY SIZE
004700             INTO VRF-RPT-PATH
004710     END-STRING
004720
004721     STRING
004722         VRF-DIR             DELIMITED BY LOW-VALUE
004723         "\"                 DELIMITED BY SIZE
004724         "leaderbd.dat"      DELIMITED BY SIZE
004725             INTO VRF-LIVE-PATH
004726     END-STRING
004727
004728     INSPECT VRF-LIVE-PATH REPLACING TRAILING SPACE BY LOW-VALUE
004730     INSPECT VRF-LIST-PATH REPLACING TRAILING SPACE BY LOW-VALUE
004740     INSPECT VRF-RPT-PATH REPLACING TRAILING SPACE BY LOW-VALUE
004750
004760     MOVE SPACES TO VRF-CMD
004770
004780     STRING
004790         "cmd /C dir /B """   DELIMITED BY SIZE
004800         VRF-DIR              DELIMITED BY LOW-VALUE
004810         "\rp*.dat"" > """    DELIMITED BY SIZE
004820         VRF-DIR              DELIMITED BY LOW-VALUE
004830         "\"                  DELIMITED BY SIZE
004840         "tetverf.tmp"""      DELIMITED BY SIZE
004850             INTO VRF-CMD
004860     END-STRING
004870
004880     CALL "SYSTEM" USING VRF-CMD GIVING VRF-CMD-RC
004890
004900     OPEN OUTPUT REPORT-FILE
004910
004920     IF VRF-RPT-STATUS NOT = "00"
004930        DISPLAY "TETVERF: CANNOT OPEN " VRF-RPT-PATH
004940        SET VRF-RUN-FAILED TO TRUE
004950        GO TO 1000-EXIT
004960     END-IF
004970
004980     WRITE REPORT-RECORD FROM RPT-HEADING-1
004990     MOVE SPACES TO REPORT-RECORD
005000     WRITE REPORT-RECORD
005010     WRITE REPORT-RECORD FROM RPT-HEADING-2.
005020 1000-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------
005060*    WORK THROUGH THE LISTING, THEN CLOSE THE REPORT
005070*----------------------------------------------------------------
005080 2000-VERIFY-REPLAYS.
005090     OPEN INPUT LISTING-FILE
005100
005110     IF VRF-LIST-STATUS NOT = "00"
005120        DISPLAY "TETVERF: CANNOT OPEN " VRF-LIST-PATH
005130        SET VRF-RUN-FAILED TO TRUE
005140        CLOSE REPORT-FILE
005150        GO TO 2000-EXIT
005160     END-IF
005170
005180     SET VRF-LIST-NOT-EOF TO TRUE
005190
005200     PERFORM 2100-VERIFY-ONE-FILE THRU 2100-EXIT
005210         UNTIL VRF-LIST-EOF
005220
005230     CLOSE LISTING-FILE
005240
005250     MOVE SPACES TO REPORT-RECORD
005260     WRITE REPORT-RECORD
005270
005280     MOVE VRF-FILE-COUNT TO RPT-T-READ
005290     MOVE VRF-VERIFIED-COUNT TO RPT-T-VERIFIED
005300     MOVE VRF-MISMATCH-COUNT TO RPT-T-MISMATCH
005310     MOVE VRF-UNMATCHED-COUNT TO RPT-T-UNMATCHED
005320     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
005330
005340     CLOSE REPORT-FILE.
005350 2000-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------------
005390*    ONE REPLAY FILE - PLAY IT, FIND ITS LEADERBOARD RECORD,
005400*    CLASS IT AND LIST IT
005410*----------------------------------------------------------------
005420 2100-VERIFY-ONE-FILE.
005430     READ LISTING-FILE
005440         AT END
005450             SET VRF-LIST-EOF TO TRUE
005460             GO TO 2100-EXIT
005470     END-READ
005480
005490     IF LISTING-RECORD (1:2) NOT = "rp"
005500        GO TO 2100-EXIT
005510     END-IF
005520
005530     MOVE LISTING-RECORD TO VRF-NAME-WK
005540     MOVE SPACES TO VRF-RPL-PATH
005550
005560     STRING
005570         VRF-DIR             DELIMITED BY LOW-VALUE
005580         "\"                 DELIMITED BY SIZE
005590         VRF-NAME-WK         DELIMITED BY SPACE
005600             INTO VRF-RPL-PATH
005610     END-STRING
005620
005630     INSPECT VRF-RPL-PATH REPLACING TRAILING SPACE BY LOW-VALUE
005640
005650     OPEN INPUT REPLAY-FILE
005660
005661     ADD 1 TO VRF-FILE-COUNT
005662
005663*    A REPLAY THAT CANNOT BE READ CANNOT BE VOUCHED FOR
005670     IF VRF-RPL-STATUS NOT = "00"
005671        ADD 1 TO VRF-MISMATCH-COUNT
005672        MOVE VRF-NAME-WK TO RPT-N-NAME
005673        WRITE REPORT-RECORD FROM RPT-NO-OPEN-LINE
005680        GO TO 2100-EXIT
005690     END-IF
005720
005730     MOVE SPACES TO VRF-GAME
005740     MOVE 0 TO VRF-G-EVENTS
005750     SET VRF-RPL-NOT-EOF TO TRUE
005760
005770*    THE FIRST FETCH ALSO PICKS UP THE HEADER, SO THE STARTING
005780*    LEVEL IS KNOWN BEFORE THE BOARD IS SET UP
005790     PERFORM 2350-FETCH-EVENT THRU 2350-EXIT
005800
005810     PERFORM 2200-PLAY-GAME THRU 2200-EXIT
005820
005830*    DRAIN WHAT THE ENGINE DID NOT CONSUME - THE TRAILER IS LAST
005840     PERFORM 2310-READ-REPLAY-RECORD THRU 2310-EXIT
005850         UNTIL VRF-RPL-EOF
005860
005870     CLOSE REPLAY-FILE
005880
005890*    A REPLAY WITHOUT A USABLE HEADER IS LISTED UNDER ITS NAME
005900     IF VRF-G-DATE-X NOT NUMERIC
005910        MOVE VRF-NAME-WK (3:8) TO VRF-G-DATE-X
005920     END-IF
005930     IF VRF-G-TIME-X NOT NUMERIC
005940        MOVE VRF-NAME-WK (11:8) TO VRF-G-TIME-X
005950     END-IF
005960
005970     SET VRF-MATCH-NONE TO TRUE
005980     IF VRF-G-OPERATOR NOT = SPACES
005990        AND VRF-G-DATE-X IS NUMERIC
006000        AND VRF-G-TIME-X IS NUMERIC
006010        PERFORM 2600-MATCH-LEADERBOARD THRU 2600-EXIT
006020     END-IF
006030
006040     PERFORM 2700-CLASSIFY-GAME THRU 2700-EXIT
006050     PERFORM 2800-LIST-GAME THRU 2800-EXIT.
006060 2100-EXIT.
006070     EXIT.
006080
006090*----------------------------------------------------------------
006100*    PLAY THE GAME - THE F7 PLAYBACK LOOP WITHOUT THE SCREEN:
006110*    SPAWN WHEN NO BRICK IS FALLING, THEN APPLY ONE EVENT
006120*----------------------------------------------------------------
006130 2200-PLAY-GAME.
006140     MOVE 1 TO VRF-START-LEVEL
006150     IF VRF-G-LEVEL-X IS NUMERIC
006160        MOVE VRF-G-LEVEL-X TO VRF-START-LEVEL
006170     END-IF
006180     IF VRF-START-LEVEL < 1
006190        MOVE 1 TO VRF-START-LEVEL
006200     END-IF
006210     IF VRF-START-LEVEL > 14
006220        MOVE 14 TO VRF-START-LEVEL
006230     END-IF
006240
006250     PERFORM 5000-RESET-GAME THRU 5000-EXIT
006260     PERFORM 5100-PICK-NEXT-BLOCK THRU 5100-EXIT
006270
006280     PERFORM 2400-PLAY-EVENT THRU 2400-EXIT
006290         UNTIL VRF-LOOK-NONE
006300            OR VRF-GAME-OVER
006310            OR VRF-BAG-BAD.
006320 2200-EXIT.
006330     EXIT.
006340
006350*----------------------------------------------------------------
006360*    READ ONE REPLAY RECORD - THE HEADER AND TRAILER ARE KEPT,
006370*    A BAG, KEY OR TICK BECOMES THE LOOKAHEAD EVENT
006380*----------------------------------------------------------------
006390 2310-READ-REPLAY-RECORD.
006400     READ REPLAY-FILE
006410         AT END
006420             SET VRF-RPL-EOF TO TRUE
006430             GO TO 2310-EXIT
006440     END-READ
006450
006460     EVALUATE RP-EVENT-TYPE
006470
006480         WHEN "H"
006490             MOVE RP-EVENT-DATA (1:8) TO VRF-G-OPERATOR
006500             MOVE RP-EVENT-DATA (9:8) TO VRF-G-DATE-X
006510             MOVE RP-EVENT-DATA (17:8) TO VRF-G-TIME-X
006520             MOVE RP-EVENT-DATA (25:2) TO VRF-G-LEVEL-X
006521             MOVE RP-EVENT-DATA (27:1) TO VRF-G-KIND
006530
006540         WHEN "T"
006550             MOVE RP-EVENT-DATA (1:10) TO VRF-G-SCORE-X
006560             MOVE RP-EVENT-DATA (11:4) TO VRF-G-LINES-X
006570
006580         WHEN "B"
006590         WHEN "K"
006600         WHEN "G"
006610             ADD 1 TO VRF-G-EVENTS
006620             MOVE REPLAY-RECORD TO VRF-LOOK-EVENT
006630             SET VRF-LOOK-READY TO TRUE
006640
006650     END-EVALUATE.
006660 2310-EXIT.
006670     EXIT.
006680
006690*----------------------------------------------------------------
006700*    ADVANCE THE LOOKAHEAD TO THE NEXT BAG, KEY OR TICK
006710*----------------------------------------------------------------
006720 2350-FETCH-EVENT.
006730     SET VRF-LOOK-NONE TO TRUE
006740     MOVE SPACES TO VRF-LOOK-EVENT
006750
006760     PERFORM 2310-READ-REPLAY-RECORD THRU 2310-EXIT
006770         UNTIL VRF-RPL-EOF
006780            OR VRF-LOOK-READY.
006790 2350-EXIT.
006800     EXIT.
006810
006820*----------------------------------------------------------------
006830*    ONE EVENT. THE LOOKAHEAD MOVES PAST THE EVENT BEFORE IT IS
006840*    APPLIED, SO A BAG DEALT BY A HOLD IS FOUND RIGHT BEHIND THE
006850*    HOLD KEY - THE ORDER THE RECORDER WROTE THEM IN.
006860*----------------------------------------------------------------
006870 2400-PLAY-EVENT.
006880     IF VRF-BRICK-NOT-FALLING
006890        PERFORM 5200-NEW-BRICK THRU 5200-EXIT
006900        IF VRF-GAME-OVER OR VRF-BAG-BAD
006910           GO TO 2400-EXIT
006920        END-IF
006930     END-IF
006940
006950     MOVE VRF-LOOK-EVENT TO VRF-CUR-EVENT
006960     PERFORM 2350-FETCH-EVENT THRU 2350-EXIT
006970
006980     EVALUATE VRF-CUR-TYPE
006990
007000         WHEN "B"
007010             MOVE VRF-CUR-DATA (1:7) TO VRF-BAG
007020             MOVE 1 TO VRF-BAG-POSITION
007030             IF VRF-CUR-DATA (1:7) NOT NUMERIC
007040                SET VRF-BAG-BAD TO TRUE
007050             END-IF
007060
007070         WHEN "G"
007080             PERFORM 5300-LOWER-PIECE THRU 5300-EXIT
007090
007100         WHEN "K"
007110             EVALUATE VRF-CUR-DATA (1:1)
007120                 WHEN "L"
007130                     PERFORM 5600-MOVE-LEFT THRU 5600-EXIT
007140                 WHEN "R"
007150                     PERFORM 5650-MOVE-RIGHT THRU 5650-EXIT
007160                 WHEN "U"
007170                     PERFORM 5700-ROTATE-RIGHT THRU 5700-EXIT
007180                 WHEN "D"
007190                     PERFORM 5500-FAST-DROP THRU 5500-EXIT
007200                 WHEN "H"
007210                     IF VRF-BRICK-FALLING
007220                        PERFORM 5800-HOLD-PIECE THRU 5800-EXIT
007230                     END-IF
007240             END-EVALUATE
007250
007260     END-EVALUATE.
007270 2400-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------------
007310*    FIND THE LEADERBOARD RECORD THE GAME WROTE JUST BEFORE ITS
007311*    REPLAY - LIVE FILE FIRST, THEN THE MONTH'S ARCHIVE. A
007312*    CHALLENGE GAME POSTED TO THE CHALLENGE FILE ONLY.
007330*----------------------------------------------------------------
007340 2600-MATCH-LEADERBOARD.
007350     COMPUTE VRF-G-SECS = VRF-G-TIME-HH * 3600
007360         + VRF-G-TIME-MM * 60 + VRF-G-TIME-SS
007370
007380     MOVE SPACES TO VRF-LB-PATH
007381
007382     IF VRF-G-CHALLENGE
007383        STRING
007384            VRF-DIR             DELIMITED BY LOW-VALUE
007385            "\"                 DELIMITED BY SIZE
007386            "challnge.dat"      DELIMITED BY SIZE
007387                INTO VRF-LB-PATH
007388        END-STRING
007389        INSPECT VRF-LB-PATH REPLACING TRAILING SPACE BY LOW-VALUE
007390        PERFORM 2620-SCAN-LEADERBOARD THRU 2620-EXIT
007391        GO TO 2600-EXIT
007392     END-IF
007393
007403     PERFORM 2630-SCAN-LIVE THRU 2630-EXIT
007500
007510     IF VRF-MATCH-FOUND
007520        GO TO 2600-EXIT
007530     END-IF
007540
007550     MOVE SPACES TO VRF-LB-PATH
007560
007570     STRING
007580         VRF-DIR             DELIMITED BY LOW-VALUE
007590         "\"                 DELIMITED BY SIZE
007600         "lb"                DELIMITED BY SIZE
007610         VRF-G-YYYYMM        DELIMITED BY SIZE
007620         ".dat"              DELIMITED BY SIZE
007630             INTO VRF-LB-PATH
007640     END-STRING
007650
007660     INSPECT VRF-LB-PATH REPLACING TRAILING SPACE BY LOW-VALUE
007670
007680     PERFORM 2620-SCAN-LEADERBOARD THRU 2620-EXIT.
007690 2600-EXIT.
007700     EXIT.
007710
007720 2620-SCAN-LEADERBOARD.
007730     OPEN INPUT LEADERBOARD-FILE
007740
007750     IF VRF-LB-STATUS NOT = "00"
007760        GO TO 2620-EXIT
007770     END-IF
007780
007790     SET VRF-LB-NOT-EOF TO TRUE
007800
007810     PERFORM 2640-CHECK-CANDIDATE THRU 2640-EXIT
007820         UNTIL VRF-LB-EOF
007830
007840     CLOSE LEADERBOARD-FILE.
007850 2620-EXIT.
007860     EXIT.
007870
007880*----------------------------------------------------------------
007881*    THE LIVE BOARD IS KEYED ON OPERATOR/DATE/TIME - START AT
007882*    THE GAME'S OPERATOR AND DAY AND READ ONLY THAT DAY'S GAMES
007883*----------------------------------------------------------------
007884 2630-SCAN-LIVE.
007885     OPEN INPUT LIVE-FILE
007886
007887     IF VRF-LIVE-STATUS NOT = "00"
007888        GO TO 2630-EXIT
007889     END-IF
007890
007891     SET VRF-LB-NOT-EOF TO TRUE
007892
007893     MOVE VRF-G-OPERATOR TO LV-OPERATOR-ID
007894     MOVE VRF-G-DATE-X TO LV-DATE-X
007895     MOVE LOW-VALUES TO LV-TIME-X
007896
007897     START LIVE-FILE KEY IS NOT LESS THAN LV-KEY
007898         INVALID KEY
007899             SET VRF-LB-EOF TO TRUE
007900     END-START
007901
007902     PERFORM 2635-CHECK-LIVE-CANDIDATE THRU 2635-EXIT
007903         UNTIL VRF-LB-EOF
007904
007905     CLOSE LIVE-FILE.
007906 2630-EXIT.
007907     EXIT.
007908
007909 2635-CHECK-LIVE-CANDIDATE.
007910     READ LIVE-FILE NEXT RECORD INTO VRF-CAND-RECORD
007911         AT END
007912             SET VRF-LB-EOF TO TRUE
007913             GO TO 2635-EXIT
007914     END-READ
007915
007916     IF LV-OPERATOR-ID NOT = VRF-G-OPERATOR
007917        OR LV-DATE-X NOT = VRF-G-DATE-X
007918        SET VRF-LB-EOF TO TRUE
007919        GO TO 2635-EXIT
007920     END-IF
007921
007922     PERFORM 2650-TEST-CANDIDATE THRU 2650-EXIT.
007923 2635-EXIT.
007924     EXIT.
007925
007926*----------------------------------------------------------------
007927*    SAME OPERATOR AND DATE, STAMPED 0-60 SECONDS BEFORE THE
007928*    REPLAY; THE CLOSEST ONE WINS
007929*----------------------------------------------------------------
007930 2640-CHECK-CANDIDATE.
007931     READ LEADERBOARD-FILE INTO VRF-CAND-RECORD
007940         AT END
007950             SET VRF-LB-EOF TO TRUE
007960             GO TO 2640-EXIT
007970     END-READ
007980
007981     PERFORM 2650-TEST-CANDIDATE THRU 2650-EXIT.
007982 2640-EXIT.
007983     EXIT.
007984
007985 2650-TEST-CANDIDATE.
007990     IF LB-OPERATOR-ID NOT = VRF-G-OPERATOR
008000        OR LB-DATE-X NOT = VRF-G-DATE-X
008010        OR LB-TIME-X NOT NUMERIC
008020        GO TO 2650-EXIT
008030     END-IF
008040
008050     COMPUTE VRF-LB-SECS = LB-TIME-HH * 3600
008060         + LB-TIME-MM * 60 + LB-TIME-SS
008070
008080     COMPUTE VRF-LB-DIFF = VRF-G-SECS - VRF-LB-SECS
008090
008100     IF VRF-LB-DIFF < 0 OR VRF-LB-DIFF > 60
008110        GO TO 2650-EXIT
008120     END-IF
008130
008140     IF VRF-MATCH-FOUND AND VRF-LB-DIFF >= VRF-M-DIFF
008150        GO TO 2650-EXIT
008160     END-IF
008170
008180     SET VRF-MATCH-FOUND TO TRUE
008190     MOVE VRF-LB-DIFF TO VRF-M-DIFF
008200     MOVE LB-SCORE-X TO VRF-M-SCORE-X
008210     MOVE LB-LINES-X TO VRF-M-LINES-X
008220
008230     SET VRF-M-STAMP-BAD TO TRUE
008240
008250     IF LB-CHECK-X IS NUMERIC
008260        MOVE VRF-CAND-RECORD (1:38) TO VRF-CHKDATA
008270        MOVE 0 TO VRF-CHECK-WK
008280        CALL "TETCHK" USING VRF-CHKDATA, VRF-CHECK-WK
008290        IF LB-CHECK-N = VRF-CHECK-WK
008300           SET VRF-M-STAMP-GOOD TO TRUE
008310        END-IF
008320     END-IF.
008330 2650-EXIT.
008340     EXIT.
008350
008360*----------------------------------------------------------------
008370*    CLASS THE GAME - FIRST FAILING TEST GIVES THE REASON
008380*----------------------------------------------------------------
008390 2700-CLASSIFY-GAME.
008400     SET VRF-IS-VERIFIED TO TRUE
008410     MOVE SPACES TO VRF-REASON-WK
008420
008430     IF VRF-G-OPERATOR = SPACES
008440        SET VRF-IS-MISMATCH TO TRUE
008450        MOVE "NO HEADER RECORD" TO VRF-REASON-WK
008460        GO TO 2700-EXIT
008470     END-IF
008480
008490     IF VRF-G-SCORE-X NOT NUMERIC
008500        OR VRF-G-LINES-X NOT NUMERIC
008510        SET VRF-IS-MISMATCH TO TRUE
008520        MOVE "NO TRAILER RECORD" TO VRF-REASON-WK
008530        GO TO 2700-EXIT
008540     END-IF
008550
008560     IF VRF-G-EVENTS >= VRF-EVENT-LOG-MAX
008570        SET VRF-IS-UNMATCHED TO TRUE
008580        MOVE "EVENT LOG FULL" TO VRF-REASON-WK
008590        GO TO 2700-EXIT
008600     END-IF
008610
008620     IF VRF-BAG-BAD
008630        SET VRF-IS-MISMATCH TO TRUE
008640        MOVE "BAG MISSING" TO VRF-REASON-WK
008650        GO TO 2700-EXIT
008660     END-IF
008670
008680     IF VRF-SCORE NOT = VRF-G-SCORE
008690        OR VRF-LINES NOT = VRF-G-LINES
008700        SET VRF-IS-MISMATCH TO TRUE
008710        MOVE "TRAILER DIFFERS" TO VRF-REASON-WK
008720        GO TO 2700-EXIT
008730     END-IF
008740
008750     IF VRF-MATCH-NONE
008760        SET VRF-IS-UNMATCHED TO TRUE
008770        MOVE "NO LEADERBOARD REC" TO VRF-REASON-WK
008771        IF VRF-G-CHALLENGE
008772           MOVE "NO CHALLENGE REC" TO VRF-REASON-WK
008773        END-IF
008780        GO TO 2700-EXIT
008790     END-IF
008800
008810     IF VRF-M-STAMP-BAD
008820        SET VRF-IS-MISMATCH TO TRUE
008830        MOVE "LEADERBOARD STAMP" TO VRF-REASON-WK
008840        GO TO 2700-EXIT
008850     END-IF
008860
008870     IF VRF-M-SCORE-X NOT NUMERIC
008880        OR VRF-M-LINES-X NOT NUMERIC
008890        SET VRF-IS-MISMATCH TO TRUE
008900        MOVE "LEADERBOARD DIFFERS" TO VRF-REASON-WK
008910        GO TO 2700-EXIT
008920     END-IF
008930
008940     IF VRF-M-SCORE NOT = VRF-SCORE
008950        OR VRF-M-LINES NOT = VRF-LINES
008960        SET VRF-IS-MISMATCH TO TRUE
008970        MOVE "LEADERBOARD DIFFERS" TO VRF-REASON-WK
008980     END-IF.
008990 2700-EXIT.
009000     EXIT.
009010
009020*----------------------------------------------------------------
009030*    LIST THE GAME, WITH THE EVIDENCE LINE UNLESS VERIFIED
009040*----------------------------------------------------------------
009050 2800-LIST-GAME.
009060     EVALUATE TRUE
009070         WHEN VRF-IS-VERIFIED
009080             ADD 1 TO VRF-VERIFIED-COUNT
009090         WHEN VRF-IS-MISMATCH
009100             ADD 1 TO VRF-MISMATCH-COUNT
009110         WHEN OTHER
009120             ADD 1 TO VRF-UNMATCHED-COUNT
009130     END-EVALUATE
009140
009150     MOVE VRF-G-OPERATOR TO RPT-D-OPERATOR
009160     MOVE VRF-G-DATE-X TO RPT-D-DATE
009170     MOVE VRF-G-TIME-X TO RPT-D-TIME
009180     MOVE VRF-RESULT-WK TO RPT-D-RESULT
009190     MOVE VRF-SCORE TO RPT-D-SCORE
009200     MOVE VRF-LINES TO RPT-D-LINES
009210     MOVE VRF-REASON-WK TO RPT-D-REASON
009220     WRITE REPORT-RECORD FROM RPT-DETAIL
009230
009240     IF VRF-IS-VERIFIED
009250        GO TO 2800-EXIT
009260     END-IF
009270
009280     MOVE VRF-G-SCORE-X TO RPT-E-RP-SCORE
009290     MOVE VRF-G-LINES-X TO RPT-E-RP-LINES
009300
009310     IF VRF-MATCH-FOUND
009320        MOVE VRF-M-SCORE-X TO RPT-E-LB-SCORE
009330        MOVE VRF-M-LINES-X TO RPT-E-LB-LINES
009340     ELSE
009350        MOVE "NONE" TO RPT-E-LB-SCORE
009360        MOVE SPACES TO RPT-E-LB-LINES
009370     END-IF
009380
009390     WRITE REPORT-RECORD FROM RPT-EVIDENCE.
009400 2800-EXIT.
009410     EXIT.
009420
009430*----------------------------------------------------------------
009440*    PIECE ENGINE. EACH PARAGRAPH BELOW FOLLOWS THE GAME SECTION
009450*    NAMED IN ITS BANNER STEP FOR STEP, INCLUDING WHAT THE GAME
009460*    LEAVES IN ITS SWITCHES - A FAST DROP STRAIGHT AFTER A LOCK,
009470*    BEFORE ANY TICK OR TURN, FINDS THE BLOCKED SWITCH STILL SET
009480*    AND DOES NOT MOVE, IN THE GAME AND HERE ALIKE.
009490*----------------------------------------------------------------
009500
009510*----------------------------------------------------------------
009520*    CC-RESET-BOARD - A FRESH SESSION AND A FRESH GAME
009530*----------------------------------------------------------------
009540 5000-RESET-GAME.
009550     MOVE ALL "1" TO VRF-ENGINE-FIELDS
009560
009570     MOVE 0 TO VRF-SCORE
009580     MOVE 0 TO VRF-LINES
009590     PERFORM 5480-UPDATE-LEVEL THRU 5480-EXIT
009600
009610     MOVE 0 TO VRF-HOLD-BLOCK
009620     SET VRF-HOLD-NOT-USED TO TRUE
009630     SET VRF-BRICK-NOT-FALLING TO TRUE
009640     SET VRF-NOT-BLOCKED TO TRUE
009650     SET VRF-GAME-RUNNING TO TRUE
009660     SET VRF-BAG-GOOD TO TRUE
009670     MOVE 0 TO VRF-COMBO-COUNT
009680     SET VRF-B2B-NOT-ARMED TO TRUE
009690     MOVE 0 TO VRF-ROTATION
009700     MOVE 0 TO VRF-PIVOT
009710
009720*    A NEW GAME ALWAYS STARTS ON A FRESH BAG
009730     MOVE 8 TO VRF-BAG-POSITION.
009740 5000-EXIT.
009750     EXIT.
009760
009770*----------------------------------------------------------------
009780*    CC-PICK-NEXT-BLOCK / CC-REFILL-BAG - THE NEXT BAG COMES
009790*    FROM THE LOOKAHEAD, WHICH MUST HOLD A BAG EVENT
009800*----------------------------------------------------------------
009810 5100-PICK-NEXT-BLOCK.
009820     IF VRF-BAG-POSITION > 7
009830        PERFORM 5150-TAKE-BAG THRU 5150-EXIT
009840     END-IF
009850
009860     MOVE VRF-BAG-SLOT (VRF-BAG-POSITION) TO VRF-NEXT-BLOCK
009870     ADD 1 TO VRF-BAG-POSITION
009880
009890     IF VRF-NEXT-BLOCK < 1 OR VRF-NEXT-BLOCK > 7
009900        SET VRF-BAG-BAD TO TRUE
009910        MOVE 1 TO VRF-NEXT-BLOCK
009920     END-IF.
009930 5100-EXIT.
009940     EXIT.
009950
009960 5150-TAKE-BAG.
009970     IF VRF-LOOK-READY
009980        AND VRF-LOOK-TYPE = "B"
009990        AND VRF-LOOK-DATA (1:7) IS NUMERIC
010000        MOVE VRF-LOOK-DATA (1:7) TO VRF-BAG
010010        MOVE 1 TO VRF-BAG-POSITION
010020        PERFORM 2350-FETCH-EVENT THRU 2350-EXIT
010030     ELSE
010040        SET VRF-BAG-BAD TO TRUE
010050        MOVE "1234567" TO VRF-BAG
010060        MOVE 1 TO VRF-BAG-POSITION
010070     END-IF.
010080 5150-EXIT.
010090     EXIT.
010100
010110*----------------------------------------------------------------
010120*    CC-NEW-BRICK - SPAWN THE NEXT BLOCK; A SPAWN SQUARE ALREADY
010130*    TAKEN ENDS THE GAME
010140*----------------------------------------------------------------
010150 5200-NEW-BRICK.
010160     MOVE VRF-NEXT-BLOCK TO VRF-SHAPE-IX
010170     PERFORM 5250-LOAD-FALLING THRU 5250-EXIT
010180
010190     MOVE 0 TO VRF-ROTATION
010200
010210     PERFORM 5210-SPAWN-SQUARE THRU 5210-EXIT
010220         VARYING VRF-Y FROM 1 BY 1 UNTIL VRF-Y = 5
010230           AFTER VRF-X FROM 1 BY 1 UNTIL VRF-X = 11
010240
010250     MOVE VRF-NEXT-BLOCK TO VRF-CURRENT-BLOCK
010260
010270     SET VRF-BRICK-FALLING TO TRUE
010280     SET VRF-HOLD-NOT-USED TO TRUE
010290     PERFORM 5100-PICK-NEXT-BLOCK THRU 5100-EXIT.
010300 5200-EXIT.
010310     EXIT.
010320
010330 5210-SPAWN-SQUARE.
010340     IF VRF-STATIC-SQUARE (VRF-X, VRF-Y) = 1
010350        IF VRF-FALLING-SQUARE (VRF-X, VRF-Y) > 1
010360           MOVE VRF-FALLING-SQUARE (VRF-X, VRF-Y)
010370               TO VRF-TETSQUARE (VRF-X, VRF-Y)
010380        END-IF
010390     END-IF
010400
010410     IF VRF-STATIC-SQUARE (VRF-X, VRF-Y) > 1
010420        IF VRF-FALLING-SQUARE (VRF-X, VRF-Y) > 1
010430           SET VRF-GAME-OVER TO TRUE
010440        END-IF
010450     END-IF.
010460 5210-EXIT.
010470     EXIT.
010480
010490*----------------------------------------------------------------
010500*    LOAD BLOCK VRF-SHAPE-IX AS THE FALLING PIECE AT ITS SPAWN
010510*    POSITION - THE GAME MOVES ITS PREBUILT SHAPE BOARDS
010520*----------------------------------------------------------------
010530 5250-LOAD-FALLING.
010540     MOVE ALL "1" TO VRF-FALLING-PIECE
010550
010560     PERFORM 5260-LOAD-SQUARE THRU 5260-EXIT
010570         VARYING VRF-CELL-IX FROM 1 BY 1 UNTIL VRF-CELL-IX > 4
010580
010590     MOVE VRF-SHAPE-PIVOT (VRF-SHAPE-IX) TO VRF-PIVOT.
010600 5250-EXIT.
010610     EXIT.
010620
010630 5260-LOAD-SQUARE.
010640     MOVE VRF-SHAPE-COLOR (VRF-SHAPE-IX)
010650         TO VRF-FALLING-SQUARE
010660                (VRF-SHAPE-CELL-X (VRF-SHAPE-IX, VRF-CELL-IX),
010670                 VRF-SHAPE-CELL-Y (VRF-SHAPE-IX, VRF-CELL-IX)).
010680 5260-EXIT.
010690     EXIT.
010700
010710*----------------------------------------------------------------
010720*    CC-LOWER-PIECE - ONE ROW DOWN, OR LOCK AND CHECK FOR FULL
010730*    LINES WHEN THE ROW BELOW IS TAKEN OR THE FLOOR IS REACHED
010740*----------------------------------------------------------------
010750 5300-LOWER-PIECE.
010760     SET VRF-NOT-BLOCKED TO TRUE
010770
010780     MOVE VRF-EMPTY-BOARD TO VRF-NEW-FALLING-PIECE
010790
010800     PERFORM 5310-LOWER-SQUARE THRU 5310-EXIT
010810         VARYING VRF-Y FROM 1 BY 1 UNTIL VRF-Y = 18
010820           AFTER VRF-X FROM 1 BY 1 UNTIL VRF-X = 11
010830
010840     IF VRF-NOT-BLOCKED
010850        MOVE VRF-NEW-FALLING-PIECE TO VRF-FALLING-PIECE
010860        ADD 1 TO VRF-PIVOT-Y
010870        PERFORM 5900-UPDATE-FALLING THRU 5900-EXIT
010880     END-IF
010890
010900     PERFORM 5900-UPDATE-FALLING THRU 5900-EXIT
010910
010920     IF VRF-BLOCKED
010930        SET VRF-BRICK-NOT-FALLING TO TRUE
010940        MOVE VRF-TETRIS-FIELD TO VRF-STATIC-FIELD
010950        PERFORM 5400-CHECK-FULL-LINE THRU 5400-EXIT
010960     END-IF.
010970 5300-EXIT.
010980     EXIT.
010990
011000 5310-LOWER-SQUARE.
011010     IF VRF-Y < 17
011020        COMPUTE VRF-NEW-Y-IX = VRF-Y + 1
011030     END-IF
011040
011050     IF VRF-FALLING-SQUARE (VRF-X, VRF-Y) NOT > 1
011060        GO TO 5310-EXIT
011070     END-IF
011080
011090     MOVE VRF-FALLING-SQUARE (VRF-X, VRF-Y)
011100         TO VRF-NEW-SQUARE (VRF-X, VRF-NEW-Y-IX)
011110
011120     IF VRF-STATIC-SQUARE (VRF-X, VRF-NEW-Y-IX) > 1
011130        IF VRF-FALLING-SQUARE (VRF-X, VRF-NEW-Y-IX)
011140               NOT = VRF-NEW-SQUARE (VRF-X, VRF-NEW-Y-IX)
011150           SET VRF-BLOCKED TO TRUE
011160        END-IF
011170     END-IF
011180
011190     IF VRF-Y = 17
011200        SET VRF-BLOCKED TO TRUE
011210     END-IF
011220
011230     MOVE 1 TO VRF-TETSQUARE (VRF-X, VRF-Y).
011240 5310-EXIT.
011250     EXIT.
011260
011270*----------------------------------------------------------------
011280*    CC-CHECK-FOR-FULL-LINE - CLEAR FULL ROWS TOP DOWN, THEN
011290*    SCORE THE LOCK: LINE VALUE, COMBO STREAK AND BACK-TO-BACK
011300*    TETRIS BONUS, ALL TIMES THE LEVEL
011310*----------------------------------------------------------------
011320 5400-CHECK-FULL-LINE.
011330     MOVE 0 TO VRF-LINES-FILLED
011340
011350     PERFORM 5410-CHECK-ROW THRU 5410-EXIT
011360         VARYING VRF-Y FROM 1 BY 1 UNTIL VRF-Y = 18
011370
011380     PERFORM 5480-UPDATE-LEVEL THRU 5480-EXIT
011390
011400     EVALUATE VRF-LINES-FILLED
011410         WHEN 1
011420             COMPUTE VRF-SCORE = VRF-SCORE + 10 * VRF-LEVEL
011430         WHEN 2
011440             COMPUTE VRF-SCORE = VRF-SCORE + 50 * VRF-LEVEL
011450         WHEN 3
011460             COMPUTE VRF-SCORE = VRF-SCORE + 500 * VRF-LEVEL
011470         WHEN 4
011480             COMPUTE VRF-SCORE = VRF-SCORE + 1000 * VRF-LEVEL
011490     END-EVALUATE
011500
011510     IF VRF-LINES-FILLED = 0
011520        MOVE 0 TO VRF-COMBO-COUNT
011530        GO TO 5400-EXIT
011540     END-IF
011550
011560     ADD 1 TO VRF-COMBO-COUNT
011570
011580     IF VRF-COMBO-COUNT > 1
011590        COMPUTE VRF-SCORE = VRF-SCORE
011600            + 50 * (VRF-COMBO-COUNT - 1) * VRF-LEVEL
011610     END-IF
011620
011630     IF VRF-LINES-FILLED = 4
011640        IF VRF-B2B-ARMED
011650           COMPUTE VRF-SCORE = VRF-SCORE + 500 * VRF-LEVEL
011660        END-IF
011670        SET VRF-B2B-ARMED TO TRUE
011680     ELSE
011690        SET VRF-B2B-NOT-ARMED TO TRUE
011700     END-IF.
011710 5400-EXIT.
011720     EXIT.
011730
011740 5410-CHECK-ROW.
011750     MOVE 0 TO VRF-SQUARES-IN-LINE
011760
011770     PERFORM 5420-CHECK-SQUARE THRU 5420-EXIT
011780         VARYING VRF-X FROM 1 BY 1 UNTIL VRF-X = 11.
011790 5410-EXIT.
011800     EXIT.
011810
011820 5420-CHECK-SQUARE.
011830     IF VRF-STATIC-SQUARE (VRF-X, VRF-Y) > 1
011840        ADD 1 TO VRF-SQUARES-IN-LINE
011850        IF VRF-SQUARES-IN-LINE = 10
011860           ADD 1 TO VRF-LINES-FILLED
011870           ADD 1 TO VRF-LINES
011880           PERFORM 5450-CLEAR-LINE THRU 5450-EXIT
011890        END-IF
011900     END-IF.
011910 5420-EXIT.
011920     EXIT.
011930
011940*----------------------------------------------------------------
011950*    CC-CLEAR-LINE - EMPTY ROW VRF-Y AND MOVE THE ROWS ABOVE IT
011960*    DOWN ONE. LIKE THE GAME, THE SHIFT STOPS AT ROW 2: ROW 2
011970*    KEEPS ITS OLD CONTENT AND ROW 1 IS NEVER MOVED.
011980*----------------------------------------------------------------
011990 5450-CLEAR-LINE.
012000     MOVE VRF-Y TO VRF-TEMP-Y
012010
012020     PERFORM 5455-EMPTY-SQUARE THRU 5455-EXIT
012030         VARYING VRF-TEMP-X FROM 1 BY 1 UNTIL VRF-TEMP-X = 11
012040
012050     SUBTRACT 1 FROM VRF-TEMP-Y
012060     MOVE VRF-TEMP-Y TO VRF-SHIFT-FROM
012070
012080     PERFORM 5460-SHIFT-ROW THRU 5460-EXIT
012090         VARYING VRF-TEMP-Y FROM VRF-SHIFT-FROM BY -1
012100         UNTIL VRF-TEMP-Y < 2.
012110 5450-EXIT.
012120     EXIT.
012130
012140 5455-EMPTY-SQUARE.
012150     MOVE 1 TO VRF-TETSQUARE (VRF-TEMP-X, VRF-TEMP-Y)
012160     MOVE 1 TO VRF-STATIC-SQUARE (VRF-TEMP-X, VRF-TEMP-Y).
012170 5455-EXIT.
012180     EXIT.
012190
012200 5460-SHIFT-ROW.
012210     PERFORM 5465-SHIFT-SQUARE THRU 5465-EXIT
012220         VARYING VRF-TEMP-X FROM 1 BY 1 UNTIL VRF-TEMP-X = 11.
012230 5460-EXIT.
012240     EXIT.
012250
012260 5465-SHIFT-SQUARE.
012270     MOVE VRF-TETSQUARE (VRF-TEMP-X, VRF-TEMP-Y)
012280         TO VRF-TETSQUARE (VRF-TEMP-X, VRF-TEMP-Y + 1)
012290     MOVE VRF-STATIC-SQUARE (VRF-TEMP-X, VRF-TEMP-Y)
012300         TO VRF-STATIC-SQUARE (VRF-TEMP-X, VRF-TEMP-Y + 1).
012310 5465-EXIT.
012320     EXIT.
012330
012340*----------------------------------------------------------------
012350*    CC-UPDATE-LEVEL - ONE LEVEL PER 10 LINES, NEVER BELOW THE
012360*    LEVEL THE GAME STARTED ON
012370*----------------------------------------------------------------
012380 5480-UPDATE-LEVEL.
012390     COMPUTE VRF-LEVEL = (VRF-LINES / 10) + 1
012400
012410     IF VRF-LEVEL < VRF-START-LEVEL
012420        MOVE VRF-START-LEVEL TO VRF-LEVEL
012430     END-IF.
012440 5480-EXIT.
012450     EXIT.
012460
012470*----------------------------------------------------------------
012480*    CC-FAST-DROP - LOWER UNTIL BLOCKED, TWO POINTS PER ROW
012490*----------------------------------------------------------------
012500 5500-FAST-DROP.
012510     MOVE VRF-PIVOT-Y TO VRF-DROP-ROW
012520
012530     PERFORM 5300-LOWER-PIECE THRU 5300-EXIT
012540         UNTIL VRF-BLOCKED
012550
012560     IF VRF-PIVOT-Y > VRF-DROP-ROW
012570        COMPUTE VRF-SCORE = VRF-SCORE
012580            + 2 * (VRF-PIVOT-Y - VRF-DROP-ROW)
012590     END-IF.
012600 5500-EXIT.
012610     EXIT.
012620
012630*----------------------------------------------------------------
012640*    CC-MOVE-PIECE-LEFT / CC-MOVE-PIECE-RIGHT - ONE COLUMN
012650*    SIDEWAYS UNLESS THE WALL OR THE STACK IS IN THE WAY
012660*----------------------------------------------------------------
012670 5600-MOVE-LEFT.
012680     SET VRF-NOT-AT-EDGE TO TRUE
012690
012700     MOVE VRF-EMPTY-BOARD TO VRF-NEW-FALLING-PIECE
012710
012720     PERFORM 5610-LEFT-SQUARE THRU 5610-EXIT
012730         VARYING VRF-Y FROM 1 BY 1 UNTIL VRF-Y = 18
012740           AFTER VRF-X FROM 1 BY 1 UNTIL VRF-X = 11
012750
012760     IF VRF-NOT-AT-EDGE
012770        MOVE VRF-NEW-FALLING-PIECE TO VRF-FALLING-PIECE
012780        SUBTRACT 1 FROM VRF-PIVOT-X
012790        PERFORM 5900-UPDATE-FALLING THRU 5900-EXIT
012800     END-IF.
012810 5600-EXIT.
012820     EXIT.
012830
012840 5610-LEFT-SQUARE.
012850     COMPUTE VRF-NEW-X-IX = VRF-X - 1
012860
012870     IF VRF-FALLING-SQUARE (VRF-X, VRF-Y) NOT > 1
012880        GO TO 5610-EXIT
012890     END-IF
012900
012910     IF VRF-NEW-X-IX < 1
012920        SET VRF-AT-EDGE TO TRUE
012930        GO TO 5610-EXIT
012940     END-IF
012950
012960     IF VRF-STATIC-SQUARE (VRF-NEW-X-IX, VRF-Y) > 1
012970        SET VRF-AT-EDGE TO TRUE
012980        GO TO 5610-EXIT
012990     END-IF
013000
013010     MOVE VRF-FALLING-SQUARE (VRF-X, VRF-Y)
013020         TO VRF-NEW-SQUARE (VRF-NEW-X-IX, VRF-Y)
013030     MOVE 1 TO VRF-TETSQUARE (VRF-X, VRF-Y).
013040 5610-EXIT.
013050     EXIT.
013060
013070 5650-MOVE-RIGHT.
013080     SET VRF-NOT-AT-EDGE TO TRUE
013090
013100     MOVE VRF-EMPTY-BOARD TO VRF-NEW-FALLING-PIECE
013110
013120     PERFORM 5660-RIGHT-SQUARE THRU 5660-EXIT
013130         VARYING VRF-Y FROM 1 BY 1 UNTIL VRF-Y = 18
013140           AFTER VRF-X FROM 1 BY 1 UNTIL VRF-X = 11
013150
013160     IF VRF-NOT-AT-EDGE
013170        MOVE VRF-NEW-FALLING-PIECE TO VRF-FALLING-PIECE
013180        ADD 1 TO VRF-PIVOT-X
013190        PERFORM 5900-UPDATE-FALLING THRU 5900-EXIT
013200     END-IF.
013210 5650-EXIT.
013220     EXIT.
013230
013240 5660-RIGHT-SQUARE.
013250     COMPUTE VRF-NEW-X-IX = VRF-X + 1
013260
013270     IF VRF-FALLING-SQUARE (VRF-X, VRF-Y) NOT > 1
013280        GO TO 5660-EXIT
013290     END-IF
013300
013310     IF VRF-NEW-X-IX > 10
013320        SET VRF-AT-EDGE TO TRUE
013330        GO TO 5660-EXIT
013340     END-IF
013350
013360     IF VRF-STATIC-SQUARE (VRF-NEW-X-IX, VRF-Y) > 1
013370        SET VRF-AT-EDGE TO TRUE
013380        GO TO 5660-EXIT
013390     END-IF
013400
013410     MOVE VRF-FALLING-SQUARE (VRF-X, VRF-Y)
013420         TO VRF-NEW-SQUARE (VRF-NEW-X-IX, VRF-Y)
013430     MOVE 1 TO VRF-TETSQUARE (VRF-X, VRF-Y).
013440 5660-EXIT.
013450     EXIT.
013460
013470*----------------------------------------------------------------
013480*    CC-ROTATE-RIGHT - OFFSET, COPY INTO THE OUT-OF-BOUNDS
013490*    MATRIX, TURN ABOUT THE PIVOT, PLACE IF NOTHING BLOCKS. THE
013500*    PIVOT TAKES THE OFFSET WHETHER OR NOT THE TURN WAS PLACED.
013510*----------------------------------------------------------------
013520 5700-ROTATE-RIGHT.
013530     PERFORM 5710-GET-OFFSET THRU 5710-EXIT
013540     PERFORM 5720-BOUNDARY-REMOVER THRU 5720-EXIT
013550     PERFORM 5730-ROTATION-CALC THRU 5730-EXIT
013560     PERFORM 5740-ROTATE-IF-NOT-BLOCKED THRU 5740-EXIT
013570     PERFORM 5900-UPDATE-FALLING THRU 5900-EXIT
013580
013590     COMPUTE VRF-PIVOT-X = VRF-PIVOT-X + VRF-OFFSET-X
013600     COMPUTE VRF-PIVOT-Y = VRF-PIVOT-Y + VRF-OFFSET-Y
013610
013620     SET VRF-NOT-BLOCKED TO TRUE.
013630 5700-EXIT.
013640     EXIT.
013650
013660*----------------------------------------------------------------
013670*    CC-GET-OFFSET - THE GAME'S OFFSET FIELDS ARE UNSIGNED, SO
013680*    ITS -1 OFFSETS ARE STORED AS 1; THE 1 BELOW IS WHAT THE
013690*    GAME ACTUALLY APPLIES
013700*----------------------------------------------------------------
013710 5710-GET-OFFSET.
013720     MOVE 0 TO VRF-OFFSET-X
013730     MOVE 0 TO VRF-OFFSET-Y
013740
013750     EVALUATE TRUE
013760
013770         WHEN VRF-CURRENT-I
013780             EVALUATE VRF-ROTATION
013790                 WHEN 1
013800                     MOVE 1 TO VRF-OFFSET-X
013810                 WHEN 2
013820                     MOVE 1 TO VRF-OFFSET-X
013830                     MOVE 1 TO VRF-OFFSET-Y
013840                 WHEN 3
013850                     MOVE 1 TO VRF-OFFSET-Y
013860             END-EVALUATE
013870
013880         WHEN VRF-CURRENT-SQUARE
013890             EVALUATE VRF-ROTATION
013900                 WHEN 1
013910                     MOVE 1 TO VRF-OFFSET-Y
013920                 WHEN 2
013930                     MOVE 1 TO VRF-OFFSET-X
013940                     MOVE 1 TO VRF-OFFSET-Y
013950                 WHEN 3
013960                     MOVE 1 TO VRF-OFFSET-X
013970             END-EVALUATE
013980
013990     END-EVALUATE
014000
014010     EVALUATE VRF-ROTATION
014020         WHEN 0 THRU 2
014030             ADD 1 TO VRF-ROTATION
014040         WHEN 3
014050             SUBTRACT 3 FROM VRF-ROTATION
014060     END-EVALUATE.
014070 5710-EXIT.
014080     EXIT.
014090
014100*----------------------------------------------------------------
014110*    CC-BOUNDARY-REMOVER - FALLING PIECE INTO THE 16 X 23
014120*    MATRIX, THREE SQUARES OF MARGIN ALL ROUND
014130*----------------------------------------------------------------
014140 5720-BOUNDARY-REMOVER.
014150     MOVE VRF-NEW-OOB-EMPTY TO VRF-FALLING-OOB
014160
014170     PERFORM 5725-COPY-OUT-SQUARE THRU 5725-EXIT
014180         VARYING VRF-Y FROM 1 BY 1 UNTIL VRF-Y = 18
014190           AFTER VRF-X FROM 1 BY 1 UNTIL VRF-X = 11.
014200 5720-EXIT.
014210     EXIT.
014220
014230 5725-COPY-OUT-SQUARE.
014240     MOVE VRF-FALLING-SQUARE (VRF-X, VRF-Y)
014250         TO VRF-FALLING-OOB-SQUARE (VRF-X + 3, VRF-Y + 3).
014260 5725-EXIT.
014270     EXIT.
014280
014290*----------------------------------------------------------------
014300*    CC-ROTATION-CALC-RIGHT - QUARTER TURN CLOCKWISE ABOUT THE
014310*    PIVOT, INTO THE NEW MATRIX AT THE OFFSET PIVOT
014320*----------------------------------------------------------------
014330 5730-ROTATION-CALC.
014340     MOVE VRF-NEW-OOB-EMPTY TO VRF-NEW-OOB
014350
014360     COMPUTE VRF-NEW-PIVOT-X = VRF-PIVOT-X + VRF-OFFSET-X + 3
014370     COMPUTE VRF-NEW-PIVOT-Y = VRF-PIVOT-Y + VRF-OFFSET-Y + 3
014380
014390     COMPUTE VRF-SRC-X = VRF-PIVOT-X + 3
014400     COMPUTE VRF-SRC-Y = VRF-PIVOT-Y + 3
014410     MOVE VRF-NEW-PIVOT-X TO VRF-DST-X
014420     MOVE VRF-NEW-PIVOT-Y TO VRF-DST-Y
014430
014440*    PIVOT
014450     MOVE VRF-FALLING-OOB-SQUARE (VRF-SRC-X, VRF-SRC-Y)
014460       TO VRF-NEW-OOB-SQUARE (VRF-DST-X, VRF-DST-Y)
014470
014480*    DIAGONALS
014490     MOVE VRF-FALLING-OOB-SQUARE (VRF-SRC-X - 1, VRF-SRC-Y + 1)
014500       TO VRF-NEW-OOB-SQUARE (VRF-DST-X - 1, VRF-DST-Y - 1)
014510     MOVE VRF-FALLING-OOB-SQUARE (VRF-SRC-X - 1, VRF-SRC-Y - 1)
014520       TO VRF-NEW-OOB-SQUARE (VRF-DST-X + 1, VRF-DST-Y - 1)
014530     MOVE VRF-FALLING-OOB-SQUARE (VRF-SRC-X + 1, VRF-SRC-Y + 1)
014540       TO VRF-NEW-OOB-SQUARE (VRF-DST-X - 1, VRF-DST-Y + 1)
014550     MOVE VRF-FALLING-OOB-SQUARE (VRF-SRC-X + 1, VRF-SRC-Y - 1)
014560       TO VRF-NEW-OOB-SQUARE (VRF-DST-X + 1, VRF-DST-Y + 1)
014570
014580*    DIRECTLY ADJACENT
014590     MOVE VRF-FALLING-OOB-SQUARE (VRF-SRC-X, VRF-SRC-Y + 1)
014600       TO VRF-NEW-OOB-SQUARE (VRF-DST-X - 1, VRF-DST-Y)
014610     MOVE VRF-FALLING-OOB-SQUARE (VRF-SRC-X, VRF-SRC-Y - 1)
014620       TO VRF-NEW-OOB-SQUARE (VRF-DST-X + 1, VRF-DST-Y)
014630     MOVE VRF-FALLING-OOB-SQUARE (VRF-SRC-X + 1, VRF-SRC-Y)
014640       TO VRF-NEW-OOB-SQUARE (VRF-DST-X, VRF-DST-Y + 1)
014650     MOVE VRF-FALLING-OOB-SQUARE (VRF-SRC-X - 1, VRF-SRC-Y)
014660       TO VRF-NEW-OOB-SQUARE (VRF-DST-X, VRF-DST-Y - 1)
014670
014680*    FAR SQUARES OF THE I PIECE
014690     MOVE VRF-FALLING-OOB-SQUARE (VRF-SRC-X + 2, VRF-SRC-Y)
014700       TO VRF-NEW-OOB-SQUARE (VRF-DST-X, VRF-DST-Y + 2)
014710     MOVE VRF-FALLING-OOB-SQUARE (VRF-SRC-X - 2, VRF-SRC-Y)
014720       TO VRF-NEW-OOB-SQUARE (VRF-DST-X, VRF-DST-Y - 2)
014730     MOVE VRF-FALLING-OOB-SQUARE (VRF-SRC-X, VRF-SRC-Y + 2)
014740       TO VRF-NEW-OOB-SQUARE (VRF-DST-X - 2, VRF-DST-Y)
014750     MOVE VRF-FALLING-OOB-SQUARE (VRF-SRC-X, VRF-SRC-Y - 2)
014760       TO VRF-NEW-OOB-SQUARE (VRF-DST-X + 2, VRF-DST-Y).
014770 5730-EXIT.
014780     EXIT.
014790
014800*----------------------------------------------------------------
014810*    CC-ROTATE-IF-NOT-BLOCKED - REFUSE A TURN INTO THE MARGIN OR
014820*    THE STACK, OTHERWISE MAKE IT THE FALLING PIECE
014830*----------------------------------------------------------------
014840 5740-ROTATE-IF-NOT-BLOCKED.
014850     SET VRF-NOT-BLOCKED TO TRUE
014860
014870     PERFORM 5745-TEST-TURNED-SQUARE THRU 5745-EXIT
014880         VARYING VRF-Y FROM 1 BY 1 UNTIL VRF-Y = 24
014890           AFTER VRF-X FROM 1 BY 1 UNTIL VRF-X = 17
014900
014910     IF VRF-BLOCKED
014920        GO TO 5740-EXIT
014930     END-IF
014940
014950     MOVE VRF-EMPTY-BOARD TO VRF-FALLING-PIECE
014960     MOVE VRF-STATIC-FIELD TO VRF-TETRIS-FIELD
014970
014980     PERFORM 5748-PLACE-TURNED-SQUARE THRU 5748-EXIT
014990         VARYING VRF-Y FROM 1 BY 1 UNTIL VRF-Y = 24
015000           AFTER VRF-X FROM 1 BY 1 UNTIL VRF-X = 17.
015010 5740-EXIT.
015020     EXIT.
015030
015040 5745-TEST-TURNED-SQUARE.
015050     IF VRF-NEW-OOB-SQUARE (VRF-X, VRF-Y) NOT > 1
015060        GO TO 5745-EXIT
015070     END-IF
015080
015090     IF VRF-X < 4 OR VRF-X > 13
015100        SET VRF-BLOCKED TO TRUE
015110     END-IF
015120
015130     IF VRF-Y < 4 OR VRF-Y > 19
015140        SET VRF-BLOCKED TO TRUE
015150     END-IF
015160
015170     IF VRF-NOT-BLOCKED
015180        IF VRF-STATIC-SQUARE (VRF-X - 3, VRF-Y - 3) > 1
015190           SET VRF-BLOCKED TO TRUE
015200        END-IF
015210     END-IF.
015220 5745-EXIT.
015230     EXIT.
015240
015250 5748-PLACE-TURNED-SQUARE.
015260     IF VRF-NEW-OOB-SQUARE (VRF-X, VRF-Y) > 1
015270        MOVE VRF-NEW-OOB-SQUARE (VRF-X, VRF-Y)
015280            TO VRF-FALLING-SQUARE (VRF-X - 3, VRF-Y - 3)
015290     END-IF.
015300 5748-EXIT.
015310     EXIT.
015320
015330*----------------------------------------------------------------
015340*    CC-HOLD-PIECE - ONE SWAP PER DROP; AN EMPTY HOLD SLOT TAKES
015350*    THE PIECE AND THE NEXT BLOCK COMES IN
015360*----------------------------------------------------------------
015370 5800-HOLD-PIECE.
015380     IF VRF-HOLD-USED
015390        GO TO 5800-EXIT
015400     END-IF
015410
015420     MOVE VRF-STATIC-FIELD TO VRF-TETRIS-FIELD
015430
015440     IF VRF-HOLD-EMPTY
015450        MOVE VRF-CURRENT-BLOCK TO VRF-HOLD-BLOCK
015460        MOVE VRF-NEXT-BLOCK TO VRF-CURRENT-BLOCK
015470        PERFORM 5100-PICK-NEXT-BLOCK THRU 5100-EXIT
015480     ELSE
015490        MOVE VRF-CURRENT-BLOCK TO VRF-HOLD-TEMP
015500        MOVE VRF-HOLD-BLOCK TO VRF-CURRENT-BLOCK
015510        MOVE VRF-HOLD-TEMP TO VRF-HOLD-BLOCK
015520     END-IF
015530
015540     MOVE VRF-CURRENT-BLOCK TO VRF-SHAPE-IX
015550     PERFORM 5250-LOAD-FALLING THRU 5250-EXIT
015560
015570     MOVE 0 TO VRF-ROTATION
015580
015590     PERFORM 5810-HOLD-OVERLAP THRU 5810-EXIT
015600         VARYING VRF-Y FROM 1 BY 1 UNTIL VRF-Y = 5
015610           AFTER VRF-X FROM 1 BY 1 UNTIL VRF-X = 11
015620
015630     PERFORM 5900-UPDATE-FALLING THRU 5900-EXIT
015640
015650     SET VRF-HOLD-USED TO TRUE.
015660 5800-EXIT.
015670     EXIT.
015680
015690 5810-HOLD-OVERLAP.
015700     IF VRF-STATIC-SQUARE (VRF-X, VRF-Y) > 1
015710        IF VRF-FALLING-SQUARE (VRF-X, VRF-Y) > 1
015720           SET VRF-GAME-OVER TO TRUE
015730        END-IF
015740     END-IF.
015750 5810-EXIT.
015760     EXIT.
015770
015780*----------------------------------------------------------------
015790*    CC-UPDATE-FALLING-PIECE - PAINT THE FALLING PIECE ONTO THE
015800*    EMPTY SQUARES OF THE BOARD
015810*----------------------------------------------------------------
015820 5900-UPDATE-FALLING.
015830     PERFORM 5910-PAINT-SQUARE THRU 5910-EXIT
015840         VARYING VRF-Y FROM 1 BY 1 UNTIL VRF-Y = 18
015850           AFTER VRF-X FROM 1 BY 1 UNTIL VRF-X = 11.
015860 5900-EXIT.
015870     EXIT.
015880
015890 5910-PAINT-SQUARE.
015900     IF VRF-TETSQUARE (VRF-X, VRF-Y) = 1
015910        IF VRF-FALLING-SQUARE (VRF-X, VRF-Y) > 1
015920           MOVE VRF-FALLING-SQUARE (VRF-X, VRF-Y)
015930               TO VRF-TETSQUARE (VRF-X, VRF-Y)
015940        END-IF
015950     END-IF.
015960 5910-EXIT.
015970     EXIT.
015980
015990*----------------------------------------------------------------
016000*    RUN TOTALS AND RETURN CODE
016010*----------------------------------------------------------------
016020 8000-WRAP-UP.
016030     MOVE VRF-FILE-COUNT TO VRF-FILE-EDIT
016040     MOVE VRF-VERIFIED-COUNT TO VRF-VERIFIED-EDIT
016050     MOVE VRF-MISMATCH-COUNT TO VRF-MISMATCH-EDIT
016060     MOVE VRF-UNMATCHED-COUNT TO VRF-UNMATCHED-EDIT
016070     DISPLAY "TETVERF REPLAYS   " VRF-FILE-EDIT
016080     DISPLAY "TETVERF VERIFIED  " VRF-VERIFIED-EDIT
016090     DISPLAY "TETVERF MISMATCH  " VRF-MISMATCH-EDIT
016100     DISPLAY "TETVERF UNMATCHED " VRF-UNMATCHED-EDIT
016110
016120     IF VRF-MISMATCH-COUNT > 0
016130        MOVE 8 TO RETURN-CODE
016140     END-IF
016150
016160     IF VRF-RUN-FAILED
016170        DISPLAY "TETVERF ENDED WITH ERRORS"
016180        MOVE 8 TO RETURN-CODE
016190     END-IF.
016200 8000-EXIT.
016210     EXIT.
