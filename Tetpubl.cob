000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TETPUBL.
000030 AUTHOR. F BAUMGARTEN.
000040 INSTALLATION. VEMAG DV.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TETPUBL - PUBLISH THE BOARDS TO THE INTRANET AS HTML
000090*
000100*    NIGHTLY STEP AFTER THE REPORTS. BUILDS A SMALL SET OF
000110*    STATIC PAGES FROM THE FILES THE OTHER STEPS ALREADY KEEP:
000120*      INDEX.HTM     LINKS TO THE PAGES BELOW
000130*      BOARD.HTM     VERIFIED TOP 10 AND THE BEST SCORE PER
000140*                    DEPARTMENT, FROM LEADERBD.DAT
000150*      SEASON.HTM    CURRENT SEASON TABLE WITH RANK MOVEMENT,
000160*                    FROM TOURSTND.DAT AS TETTOURN LEFT IT
000170*      VERSUS.HTM    VERSUS LADDER, FROM VERSUS.DAT
000180*      MINUTES.HTM   MINUTES PLAYED PER DEPARTMENT IN THE
000190*                    MONTH, FROM USAGE.DAT
000200*    EVERY PAGE CARRIES A "LAST UPDATED" DATE AND TIME.
000210*
000220*    ONLY ENTRIES WHOSE TAMPER CHECK VERIFIES ARE PUBLISHED
000230*    (TETCHK FOR THE BOARD, TETCHKV FOR VERSUS), AND A BOARD
000240*    ENTRY WHOSE SCORE KEY DOES NOT MATCH ITS SCORE IS LEFT OFF,
000250*    AS IN THE GAME'S TOP 10.
000260*
000270*    DISPLAY NAMES COME FROM THE DV ROSTER (RO-NAME). AN
000280*    OPERATOR ON THE OPT-OUT LIST (OPTOUT.DAT, ONE OPERATOR ID
000290*    PER LINE IN COLS 1-8), WITHOUT A ROSTER ENTRY OR WITH A
000300*    BLANK NAME IS SHOWN BY ID ONLY. THE DEPARTMENT IS RO-DEPT,
000310*    FALLING BACK TO ID CHARS 1-2 AS IN TETCHGB.
000320*
000330*    ENVIRONMENT:
000340*      leaderboard_dir   DIRECTORY OF THE INPUT FILES
000350*      publish_dir       INTRANET SHARE FOR THE PAGES.
000360*                        DEFAULT: THE LEADERBOARD DIRECTORY.
000370*      report_month      MONTH YYYYMM FOR THE MINUTES PAGE.
000380*                        DEFAULT: CURRENT MONTH.
000390*
000400*    A MISSING INPUT FILE STILL GIVES ITS PAGE, WITH A "NOT
000410*    AVAILABLE" LINE IN PLACE OF THE TABLE.
000420*    RETURN CODE 4 WHEN AN INPUT FILE WAS NOT AVAILABLE, 8 WHEN
000430*    A PAGE COULD NOT BE WRITTEN, 0 WHEN CLEAN.
000440*
000450*    MODIFICATION HISTORY
000460*    2026-10-15 FB  INITIAL VERSION
000470*----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT LIVE-FILE ASSIGN TO PUB-LIVE-PATH
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS LV-KEY
000550         ALTERNATE RECORD KEY IS LV-RANK-KEY WITH DUPLICATES
000560         ALTERNATE RECORD KEY IS LV-WHEN-KEY WITH DUPLICATES
000570         FILE STATUS IS PUB-LIVE-STATUS.
000580
000590     SELECT STAND-FILE ASSIGN TO PUB-STAND-PATH
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS PUB-STAND-STATUS.
000620
000630     SELECT MATCH-FILE ASSIGN TO PUB-MATCH-PATH
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS PUB-MATCH-STATUS.
000660
000670     SELECT USAGE-FILE ASSIGN TO PUB-USAGE-PATH
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS PU-KEY
000710         FILE STATUS IS PUB-USAGE-STATUS.
000720
000730     SELECT ROSTER-FILE ASSIGN TO PUB-ROSTER-PATH
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS RO-OPERATOR-ID
000770         FILE STATUS IS PUB-ROSTER-STATUS.
000780
000790     SELECT OPTOUT-FILE ASSIGN TO PUB-OPTOUT-PATH
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS PUB-OPTOUT-STATUS.
000820
000830     SELECT PAGE-FILE ASSIGN TO PUB-PAGE-PATH
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS PUB-PAGE-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890
000900 FD  LIVE-FILE.
000910 01  LIVE-RECORD.
000920     05 LV-KEY.
000930        10 LV-OPERATOR-ID    PIC X(08).
000940        10 LV-WHEN-KEY.
000950           15 LV-DATE-X      PIC X(08).
000960           15 LV-TIME-X      PIC X(08).
000970     05 LV-LINES-X           PIC X(04).
000980     05 LV-LINES-N REDEFINES LV-LINES-X
000990                             PIC 9(04).
001000     05 LV-SCORE-X           PIC X(10).
001010     05 LV-SCORE-N REDEFINES LV-SCORE-X
001020                             PIC 9(10).
001030     05 LV-CHECK-X           PIC X(06).
001040     05 LV-CHECK-N REDEFINES LV-CHECK-X
001050                             PIC 9(06).
001060     05 LV-RANK-KEY          PIC 9(10).
001070
001080 FD  STAND-FILE.
001090 01  STAND-RECORD.
001100     05 ST-OPERATOR-ID       PIC X(08).
001110     05 ST-RANK-X            PIC X(03).
001120     05 ST-RANK REDEFINES ST-RANK-X
001130                             PIC 9(03).
001140     05 ST-POINTS-X          PIC X(12).
001150     05 ST-POINTS REDEFINES ST-POINTS-X
001160                             PIC 9(12).
001170     05 ST-PRIOR-RANK-X      PIC X(03).
001180     05 ST-PRIOR-RANK REDEFINES ST-PRIOR-RANK-X
001190                             PIC 9(03).
001200     05 ST-GAMES-X           PIC X(06).
001210     05 ST-GAMES REDEFINES ST-GAMES-X
001220                             PIC 9(06).
001230
001240 FD  MATCH-FILE.
001250 01  MATCH-RECORD.
001260     05 VS-P1-ID             PIC X(08).
001270     05 VS-P2-ID             PIC X(08).
001280     05 VS-DATE-X            PIC X(08).
001290     05 VS-TIME-X            PIC X(08).
001300     05 VS-WINNER            PIC X(01).
001310     05 VS-P1-SCORE-X        PIC X(10).
001320     05 VS-P2-SCORE-X        PIC X(10).
001330     05 VS-P1-LINES-X        PIC X(04).
001340     05 VS-P2-LINES-X        PIC X(04).
001350     05 VS-P1-GARBAGE-X      PIC X(04).
001360     05 VS-P2-GARBAGE-X      PIC X(04).
001370     05 VS-DURATION-X        PIC X(06).
001380     05 VS-CHECK-X           PIC X(06).
001390     05 VS-CHECK-N REDEFINES VS-CHECK-X
001400                             PIC 9(06).
001410
001420 FD  USAGE-FILE.
001430 01  USAGE-RECORD.
001440     05 PU-KEY.
001450        10 PU-OPERATOR       PIC X(08).
001460        10 PU-DATE           PIC 9(08).
001470     05 PU-SECONDS           PIC 9(06).
001480
001490 FD  ROSTER-FILE.
001500 01  ROSTER-RECORD.
001510     05 RO-OPERATOR-ID       PIC X(08).
001520     05 RO-NAME              PIC X(20).
001530     05 RO-DEPT              PIC X(02).
001540
001550 FD  OPTOUT-FILE.
001560 01  OPTOUT-RECORD.
001570     05 OP-OPERATOR-ID       PIC X(08).
001580
001590 FD  PAGE-FILE.
001600 01  PAGE-RECORD             PIC X(200).
001610
001620 WORKING-STORAGE SECTION.
001630
001640*----------------------------------------------------------------
001650*    FILE PATHS AND STATUS FIELDS
001660*----------------------------------------------------------------
001670 01  PUB-DIR                 PIC X(80) VALUE SPACES.
001680 01  PUB-OUT-DIR             PIC X(80) VALUE SPACES.
001690 01  PUB-LIVE-PATH           PIC X(80) VALUE SPACES.
001700 01  PUB-STAND-PATH          PIC X(80) VALUE SPACES.
001710 01  PUB-MATCH-PATH          PIC X(80) VALUE SPACES.
001720 01  PUB-USAGE-PATH          PIC X(80) VALUE SPACES.
001730 01  PUB-ROSTER-PATH         PIC X(80) VALUE SPACES.
001740 01  PUB-OPTOUT-PATH         PIC X(80) VALUE SPACES.
001750 01  PUB-PAGE-PATH           PIC X(80) VALUE SPACES.
001760
001770 01  PUB-LIVE-STATUS         PIC X(02) VALUE "00".
001780 01  PUB-STAND-STATUS        PIC X(02) VALUE "00".
001790 01  PUB-MATCH-STATUS        PIC X(02) VALUE "00".
001800 01  PUB-USAGE-STATUS        PIC X(02) VALUE "00".
001810 01  PUB-ROSTER-STATUS       PIC X(02) VALUE "00".
001820 01  PUB-OPTOUT-STATUS       PIC X(02) VALUE "00".
001830 01  PUB-PAGE-STATUS         PIC X(02) VALUE "00".
001840
001850*----------------------------------------------------------------
001860*    RUN CONTROL
001870*----------------------------------------------------------------
001880 01  PUB-RUN-SW              PIC 9(01) VALUE 0.
001890     88 PUB-RUN-OK           VALUE 0.
001900     88 PUB-RUN-FAILED       VALUE 1.
001910
001920 01  PUB-EOF-SW              PIC 9(01) VALUE 0.
001930     88 PUB-EOF              VALUE 1.
001940     88 PUB-NOT-EOF          VALUE 0.
001950
001960 01  PUB-ROSTER-SW           PIC 9(01) VALUE 0.
001970     88 PUB-ROSTER-AVAIL     VALUE 1.
001980     88 PUB-ROSTER-MISSING   VALUE 0.
001990
002000*    SET WHEN AN INPUT FILE COULD NOT BE OPENED - ITS PAGE SAYS
002010*    SO AND THE RUN ENDS WITH RETURN CODE 4
002020 01  PUB-MISSING-SW          PIC 9(01) VALUE 0.
002030     88 PUB-INPUT-MISSING    VALUE 1.
002040
002050 01  PUB-SOURCE-SW           PIC 9(01) VALUE 0.
002060     88 PUB-SOURCE-OK        VALUE 0.
002070     88 PUB-SOURCE-MISSING   VALUE 1.
002080
002090 01  PUB-TODAY               PIC 9(08) VALUE 0.
002100 01  PUB-TODAY-X REDEFINES PUB-TODAY.
002110     05 PUB-TODAY-YYYY       PIC X(04).
002120     05 PUB-TODAY-MM         PIC X(02).
002130     05 PUB-TODAY-DD         PIC X(02).
002140
002150 01  PUB-NOW                 PIC 9(08) VALUE 0.
002160 01  PUB-NOW-X REDEFINES PUB-NOW.
002170     05 PUB-NOW-HH           PIC X(02).
002180     05 PUB-NOW-MI           PIC X(02).
002190     05 FILLER               PIC X(04).
002200
002210 01  PUB-STAMP-TEXT          PIC X(40) VALUE SPACES.
002220
002230 01  PUB-MONTH-X             PIC X(06) VALUE SPACES.
002240 01  PUB-MONTH-N REDEFINES PUB-MONTH-X
002250                             PIC 9(06).
002260 01  PUB-MONTH               PIC 9(06) VALUE 0.
002270 01  PUB-MONTH-EDIT.
002280     05 PUB-MONTH-YYYY       PIC X(04).
002290     05 PUB-MONTH-MM         PIC X(02).
002300 01  PUB-REC-MONTH           PIC 9(06) VALUE 0.
002310
002320 01  PUB-CHKDATA             PIC X(38) VALUE SPACES.
002330 01  PUB-VCHKDATA            PIC X(75) VALUE SPACES.
002340 01  PUB-CHECK-WK            PIC 9(06) VALUE 0.
002350 01  PUB-RANK-KEY-WK         PIC 9(10) VALUE 0.
002360
002370*----------------------------------------------------------------
002380*    OPT-OUT LIST
002390*----------------------------------------------------------------
002400 01  PUB-OPTOUT-TABLE.
002410     05 PUB-OPTOUT-COUNT     PIC 9(03) VALUE 0.
002420     05 PUB-OPTOUT-ID        PIC X(08) OCCURS 500 TIMES.
002430
002440*----------------------------------------------------------------
002450*    OPERATOR LOOKUP - ID IN, DISPLAY NAME AND DEPARTMENT OUT
002460*----------------------------------------------------------------
002470 01  PUB-ID-WK               PIC X(08) VALUE SPACES.
002480 01  PUB-NAME-WK             PIC X(20) VALUE SPACES.
002490 01  PUB-DEPT-WK             PIC X(02) VALUE SPACES.
002500 01  PUB-OPTOUT-HIT          PIC 9(01) VALUE 0.
002510
002520*----------------------------------------------------------------
002530*    TOP 10 AND DEPARTMENT BESTS - FILLED IN SCORE KEY ORDER, SO
002540*    THE FIRST VERIFIED ENTRY OF A DEPARTMENT IS ITS BEST
002550*----------------------------------------------------------------
002560 01  PUB-TOP-TABLE.
002570     05 PUB-TOP-COUNT        PIC 9(02) VALUE 0.
002580     05 PUB-TOP-ENTRY OCCURS 10 TIMES.
002590        10 PUB-TOP-NAME      PIC X(20).
002600        10 PUB-TOP-DEPT      PIC X(02).
002610        10 PUB-TOP-SCORE     PIC 9(10).
002620        10 PUB-TOP-LINES     PIC 9(04).
002630        10 PUB-TOP-DATE      PIC X(08).
002640
002650 01  PUB-BEST-TABLE.
002660     05 PUB-BEST-COUNT       PIC 9(03) VALUE 0.
002670     05 PUB-BEST-ENTRY OCCURS 50 TIMES.
002680        10 PUB-BEST-DEPT     PIC X(02).
002690        10 PUB-BEST-NAME     PIC X(20).
002700        10 PUB-BEST-SCORE    PIC 9(10).
002710        10 PUB-BEST-DATE     PIC X(08).
002720
002730*----------------------------------------------------------------
002740*    VERSUS LADDER TABLE
002750*----------------------------------------------------------------
002760 01  PUB-PLAYER-TABLE.
002770     05 PUB-PLAYER-COUNT     PIC 9(03) VALUE 0.
002780     05 PUB-PLAYER-ENTRY OCCURS 100 TIMES.
002790        10 PUB-PLAYER-ID     PIC X(08).
002800        10 PUB-PLAYER-WINS   PIC 9(04).
002810        10 PUB-PLAYER-LOSSES PIC 9(04).
002820
002830 01  PUB-PLAYER-SWAP.
002840     05 FILLER               PIC X(08).
002850     05 FILLER               PIC 9(04).
002860     05 FILLER               PIC 9(04).
002870
002880 01  PUB-WIN-ID              PIC X(08) VALUE SPACES.
002890 01  PUB-LOSE-ID             PIC X(08) VALUE SPACES.
002900
002910*----------------------------------------------------------------
002920*    MINUTES PER DEPARTMENT TABLE
002930*----------------------------------------------------------------
002940 01  PUB-DEPT-TABLE.
002950     05 PUB-DEPT-COUNT       PIC 9(03) VALUE 0.
002960     05 PUB-DEPT-ENTRY OCCURS 50 TIMES.
002970        10 PUB-DEPT-ID       PIC X(02).
002980        10 PUB-DEPT-MINUTES  PIC 9(08).
002990        10 PUB-DEPT-DAYS     PIC 9(06).
003000
003010 01  PUB-DEPT-SWAP.
003020     05 FILLER               PIC X(02).
003030     05 FILLER               PIC 9(08).
003040     05 FILLER               PIC 9(06).
003050
003060 01  PUB-MINUTES-WK          PIC 9(06) VALUE 0.
003070 01  PUB-TOTAL-MINUTES       PIC 9(08) VALUE 0.
003080 01  PUB-TOTAL-DAYS          PIC 9(06) VALUE 0.
003090
003100*----------------------------------------------------------------
003110*    PAGE BUILDING - ONE OUTPUT LINE, ONE CELL AT A TIME
003120*----------------------------------------------------------------
003130 01  PUB-PAGE-NAME           PIC X(12) VALUE SPACES.
003140 01  PUB-PAGE-TITLE          PIC X(40) VALUE SPACES.
003150 01  PUB-LINE                PIC X(200) VALUE SPACES.
003160 01  PUB-PTR                 PIC 9(03) VALUE 1.
003170 01  PUB-CELL-AREA.
003180     05 PUB-CELL-TEXT        PIC X(40) VALUE SPACES.
003190     05 FILLER               PIC X(01) VALUE LOW-VALUE.
003200 01  PUB-CELL-CHAR           PIC X(01) VALUE SPACE.
003210
003220 01  PUB-CELL-SW             PIC 9(01) VALUE 0.
003230     88 PUB-CELL-TEXT-KIND   VALUE 0.
003240     88 PUB-CELL-NUM-KIND    VALUE 1.
003250
003260 01  PUB-LEAD-SW             PIC 9(01) VALUE 0.
003270     88 PUB-LEADING          VALUE 0.
003280     88 PUB-PAST-LEADING     VALUE 1.
003290
003300 01  PUB-DATE-WK             PIC X(08) VALUE SPACES.
003310 01  PUB-DATE-EDIT           PIC X(10) VALUE SPACES.
003320
003330*----------------------------------------------------------------
003340*    WORK FIELDS AND COUNTERS
003350*----------------------------------------------------------------
003360 77  PUB-IX                  PIC 9(03) COMP VALUE 0.
003370 77  PUB-JX                  PIC 9(03) COMP VALUE 0.
003380 77  PUB-CX                  PIC 9(03) COMP VALUE 0.
003390 77  PUB-MOVE-WK             PIC S9(03) VALUE 0.
003400
003410 77  PUB-BOARD-READ          PIC 9(08) COMP VALUE 0.
003420 77  PUB-BOARD-BAD           PIC 9(08) COMP VALUE 0.
003430 77  PUB-MATCH-READ          PIC 9(08) COMP VALUE 0.
003440 77  PUB-MATCH-BAD           PIC 9(08) COMP VALUE 0.
003450 77  PUB-STAND-LINES         PIC 9(08) COMP VALUE 0.
003460 77  PUB-USAGE-USED          PIC 9(08) COMP VALUE 0.
003470 77  PUB-PAGE-COUNT          PIC 9(08) COMP VALUE 0.
003480
003490 77  PUB-READ-EDIT           PIC Z(07)9.
003500 77  PUB-BAD-EDIT            PIC Z(07)9.
003510
003520 77  PUB-RANK-EDIT           PIC Z(02)9.
003530 77  PUB-MOVE-EDIT           PIC +(03)9.
003540 77  PUB-SCORE-EDIT          PIC Z(09)9.
003550 77  PUB-POINTS-EDIT         PIC Z(11)9.
003560 77  PUB-COUNT-EDIT          PIC Z(07)9.
003570
003580 PROCEDURE DIVISION.
003590
003600*----------------------------------------------------------------
003610*    MAINLINE
003620*----------------------------------------------------------------
003630 0000-MAINLINE.
003640     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003650     PERFORM 1500-LOAD-OPTOUT THRU 1500-EXIT
003660     PERFORM 1700-OPEN-ROSTER THRU 1700-EXIT
003670     PERFORM 2000-BOARD-PAGE THRU 2000-EXIT
003680     PERFORM 3000-SEASON-PAGE THRU 3000-EXIT
003690     PERFORM 4000-VERSUS-PAGE THRU 4000-EXIT
003700     PERFORM 5000-MINUTES-PAGE THRU 5000-EXIT
003710     PERFORM 5900-INDEX-PAGE THRU 5900-EXIT
003720
003730     IF PUB-ROSTER-AVAIL
003740        CLOSE ROSTER-FILE
003750     END-IF
003760
003770     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
003780 0000-EXIT.
003790     STOP RUN.
003800
003810*----------------------------------------------------------------
003820*    INITIALIZE - RESOLVE PATHS, THE MONTH AND THE PAGE STAMP
003830*----------------------------------------------------------------
003840 1000-INITIALIZE.
003850     ACCEPT PUB-DIR FROM ENVIRONMENT "leaderboard_dir"
003860     END-ACCEPT
003870
003880     ACCEPT PUB-OUT-DIR FROM ENVIRONMENT "publish_dir"
003890     END-ACCEPT
003900
003910     IF PUB-OUT-DIR = SPACES
003920        MOVE PUB-DIR TO PUB-OUT-DIR
003930     END-IF
003940
003950     INSPECT PUB-DIR REPLACING TRAILING SPACE BY LOW-VALUE
003960     INSPECT PUB-OUT-DIR REPLACING TRAILING SPACE BY LOW-VALUE
003970
003980     ACCEPT PUB-TODAY FROM DATE YYYYMMDD
003990     ACCEPT PUB-NOW FROM TIME
004000
004010     ACCEPT PUB-MONTH-X FROM ENVIRONMENT "report_month"
004020     END-ACCEPT
004030
004040     IF PUB-MONTH-X IS NOT NUMERIC
004050        OR PUB-MONTH-X = SPACES
004060        COMPUTE PUB-MONTH = PUB-TODAY / 100
004070     ELSE
004080        MOVE PUB-MONTH-N TO PUB-MONTH
004090     END-IF
004100
004110     MOVE PUB-MONTH TO PUB-MONTH-EDIT
004120
004130     STRING
004140         "Last updated "     DELIMITED BY SIZE
004150         PUB-TODAY-YYYY      DELIMITED BY SIZE
004160         "-"                 DELIMITED BY SIZE
004170         PUB-TODAY-MM        DELIMITED BY SIZE
004180         "-"                 DELIMITED BY SIZE
004190         PUB-TODAY-DD        DELIMITED BY SIZE
004200         " "                 DELIMITED BY SIZE
004210         PUB-NOW-HH          DELIMITED BY SIZE
004220         ":"                 DELIMITED BY SIZE
004230         PUB-NOW-MI          DELIMITED BY SIZE
004240             INTO PUB-STAMP-TEXT
004250     END-STRING
004260
004270     STRING
004280         PUB-DIR             DELIMITED BY LOW-VALUE
004290         "\"                 DELIMITED BY SIZE
004300         "leaderbd.dat"      DELIMITED BY SIZE
004310             INTO PUB-LIVE-PATH
004320     END-STRING
004330
004340     STRING
004350         PUB-DIR             DELIMITED BY LOW-VALUE
004360         "\"                 DELIMITED BY SIZE
004370         "tourstnd.dat"      DELIMITED BY SIZE
004380             INTO PUB-STAND-PATH
004390     END-STRING
004400
004410     STRING
004420         PUB-DIR             DELIMITED BY LOW-VALUE
004430         "\"                 DELIMITED BY SIZE
004440         "versus.dat"        DELIMITED BY SIZE
004450             INTO PUB-MATCH-PATH
004460     END-STRING
004470
004480     STRING
004490         PUB-DIR             DELIMITED BY LOW-VALUE
004500         "\"                 DELIMITED BY SIZE
004510         "usage.dat"         DELIMITED BY SIZE
004520             INTO PUB-USAGE-PATH
004530     END-STRING
004540
004550     STRING
004560         PUB-DIR             DELIMITED BY LOW-VALUE
004570         "\"                 DELIMITED BY SIZE
004580         "roster.dat"        DELIMITED BY SIZE
004590             INTO PUB-ROSTER-PATH
004600     END-STRING
004610
004620     STRING
004630         PUB-DIR             DELIMITED BY LOW-VALUE
004640         "\"                 DELIMITED BY SIZE
004650         "optout.dat"        DELIMITED BY SIZE
004660             INTO PUB-OPTOUT-PATH
004670     END-STRING
004680
004690     INSPECT PUB-LIVE-PATH REPLACING TRAILING SPACE BY LOW-VALUE
004700     INSPECT PUB-STAND-PATH
004710         REPLACING TRAILING SPACE BY LOW-VALUE
004720     INSPECT PUB-MATCH-PATH
004730         REPLACING TRAILING SPACE BY LOW-VALUE
004740     INSPECT PUB-USAGE-PATH
004750         REPLACING TRAILING SPACE BY LOW-VALUE
004760     INSPECT PUB-ROSTER-PATH
004770         REPLACING TRAILING SPACE BY LOW-VALUE
004780     INSPECT PUB-OPTOUT-PATH
004790         REPLACING TRAILING SPACE BY LOW-VALUE.
004800 1000-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------------
004840*    LOAD THE OPT-OUT LIST - NO FILE MEANS NOBODY OPTED OUT
004850*----------------------------------------------------------------
004860 1500-LOAD-OPTOUT.
004870     OPEN INPUT OPTOUT-FILE
004880
004890     IF PUB-OPTOUT-STATUS NOT = "00"
004900        GO TO 1500-EXIT
004910     END-IF
004920
004930     SET PUB-NOT-EOF TO TRUE
004940
004950     PERFORM 1600-OPTOUT-RECORD THRU 1600-EXIT
004960         UNTIL PUB-EOF
004970
004980     CLOSE OPTOUT-FILE.
004990 1500-EXIT.
005000     EXIT.
005010
005020 1600-OPTOUT-RECORD.
005030     READ OPTOUT-FILE
005040         AT END
005050             SET PUB-EOF TO TRUE
005060             GO TO 1600-EXIT
005070     END-READ
005080
005090     IF OP-OPERATOR-ID NOT = SPACES
005100        AND PUB-OPTOUT-COUNT < 500
005110        ADD 1 TO PUB-OPTOUT-COUNT
005120        MOVE OP-OPERATOR-ID TO PUB-OPTOUT-ID (PUB-OPTOUT-COUNT)
005130     END-IF.
005140 1600-EXIT.
005150     EXIT.
005160
005170*----------------------------------------------------------------
005180*    THE ROSTER IS OPTIONAL - WITHOUT ONE EVERY OPERATOR SHOWS
005190*    BY ID AND COUNTS UNDER THE ID PREFIX
005200*----------------------------------------------------------------
005210 1700-OPEN-ROSTER.
005220     OPEN INPUT ROSTER-FILE
005230
005240     IF PUB-ROSTER-STATUS = "00"
005250        SET PUB-ROSTER-AVAIL TO TRUE
005260     ELSE
005270        DISPLAY "TETPUBL: NO ROSTER, NAMES SHOWN AS IDS"
005280     END-IF.
005290 1700-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------------
005330*    BOARD PAGE - READ THE LIVE BOARD IN SCORE KEY ORDER (BEST
005340*    FIRST), KEEP THE FIRST TEN VERIFIED ENTRIES AND THE FIRST
005350*    VERIFIED ENTRY OF EACH DEPARTMENT
005360*----------------------------------------------------------------
005370 2000-BOARD-PAGE.
005380     SET PUB-SOURCE-OK TO TRUE
005390
005400     OPEN INPUT LIVE-FILE
005410
005420     IF PUB-LIVE-STATUS NOT = "00"
005430        DISPLAY "TETPUBL: CANNOT OPEN " PUB-LIVE-PATH
005440        SET PUB-SOURCE-MISSING TO TRUE
005450        SET PUB-INPUT-MISSING TO TRUE
005460        GO TO 2000-WRITE
005470     END-IF
005480
005490     SET PUB-NOT-EOF TO TRUE
005500
005510     MOVE LOW-VALUES TO LV-RANK-KEY
005520
005530     START LIVE-FILE KEY IS NOT LESS THAN LV-RANK-KEY
005540         INVALID KEY
005550             SET PUB-EOF TO TRUE
005560     END-START
005570
005580     PERFORM 2100-BOARD-RECORD THRU 2100-EXIT
005590         UNTIL PUB-EOF
005600
005610     CLOSE LIVE-FILE.
005620 2000-WRITE.
005630     MOVE "board.htm" TO PUB-PAGE-NAME
005640     MOVE "Top 10 and department bests" TO PUB-PAGE-TITLE
005650     PERFORM 7000-OPEN-PAGE THRU 7000-EXIT
005660
005670     IF PUB-PAGE-STATUS NOT = "00"
005680        GO TO 2000-EXIT
005690     END-IF
005700
005710     IF PUB-SOURCE-MISSING
005720        PERFORM 7400-NOT-AVAILABLE THRU 7400-EXIT
005730        GO TO 2000-CLOSE
005740     END-IF
005750
005760     MOVE "<h2>Top 10</h2>" TO PUB-LINE
005770     PERFORM 7200-PUT-LINE THRU 7200-EXIT
005780
005790     IF PUB-TOP-COUNT = 0
005800        PERFORM 7410-NO-ENTRIES THRU 7410-EXIT
005810        GO TO 2000-CLOSE
005820     END-IF
005830
005840     MOVE "<table>" TO PUB-LINE
005850     PERFORM 7200-PUT-LINE THRU 7200-EXIT
005860     STRING
005870         "<tr><th>Rank</th><th>Player</th><th>Dept</th>"
005880         "<th>Score</th><th>Lines</th><th>Date</th></tr>"
005890             DELIMITED BY SIZE INTO PUB-LINE
005900     END-STRING
005910     PERFORM 7200-PUT-LINE THRU 7200-EXIT
005920
005930     PERFORM 2500-TOP-LINE THRU 2500-EXIT
005940         VARYING PUB-IX FROM 1 BY 1
005950         UNTIL PUB-IX > PUB-TOP-COUNT
005960
005970     MOVE "</table>" TO PUB-LINE
005980     PERFORM 7200-PUT-LINE THRU 7200-EXIT
005990
006000     MOVE "<h2>Best score per department</h2>" TO PUB-LINE
006010     PERFORM 7200-PUT-LINE THRU 7200-EXIT
006020     MOVE "<table>" TO PUB-LINE
006030     PERFORM 7200-PUT-LINE THRU 7200-EXIT
006040     STRING
006050         "<tr><th>Dept</th><th>Score</th><th>Player</th>"
006060         "<th>Date</th></tr>"
006070             DELIMITED BY SIZE INTO PUB-LINE
006080     END-STRING
006090     PERFORM 7200-PUT-LINE THRU 7200-EXIT
006100
006110     PERFORM 2600-BEST-LINE THRU 2600-EXIT
006120         VARYING PUB-IX FROM 1 BY 1
006130         UNTIL PUB-IX > PUB-BEST-COUNT
006140
006150     MOVE "</table>" TO PUB-LINE
006160     PERFORM 7200-PUT-LINE THRU 7200-EXIT.
006170 2000-CLOSE.
006180     PERFORM 7100-CLOSE-PAGE THRU 7100-EXIT.
006190 2000-EXIT.
006200     EXIT.
006210
006220 2100-BOARD-RECORD.
006230     READ LIVE-FILE NEXT RECORD
006240         AT END
006250             SET PUB-EOF TO TRUE
006260             GO TO 2100-EXIT
006270     END-READ
006280
006290     ADD 1 TO PUB-BOARD-READ
006300
006310     MOVE LIVE-RECORD (1:38) TO PUB-CHKDATA
006320     MOVE 0 TO PUB-CHECK-WK
006330     CALL "TETCHK" USING PUB-CHKDATA, PUB-CHECK-WK
006340
006350     IF LV-CHECK-X IS NOT NUMERIC
006360        OR LV-CHECK-N NOT = PUB-CHECK-WK
006370        OR LV-SCORE-X IS NOT NUMERIC
006380        OR LV-LINES-X IS NOT NUMERIC
006390        OR LV-OPERATOR-ID = SPACES
006400        ADD 1 TO PUB-BOARD-BAD
006410        GO TO 2100-EXIT
006420     END-IF
006430
006440     COMPUTE PUB-RANK-KEY-WK = 9999999999 - LV-SCORE-N
006450
006460     IF LV-RANK-KEY NOT = PUB-RANK-KEY-WK
006470        ADD 1 TO PUB-BOARD-BAD
006480        GO TO 2100-EXIT
006490     END-IF
006500
006510*    ZERO SCORES START AT THE END OF THE KEY - NOTHING TO SHOW
006520     IF LV-SCORE-N = 0
006530        SET PUB-EOF TO TRUE
006540        GO TO 2100-EXIT
006550     END-IF
006560
006570     MOVE LV-OPERATOR-ID TO PUB-ID-WK
006580     PERFORM 6000-LOOKUP-OPERATOR THRU 6000-EXIT
006590
006600     IF PUB-TOP-COUNT < 10
006610        ADD 1 TO PUB-TOP-COUNT
006620        MOVE PUB-NAME-WK TO PUB-TOP-NAME (PUB-TOP-COUNT)
006630        MOVE PUB-DEPT-WK TO PUB-TOP-DEPT (PUB-TOP-COUNT)
006640        MOVE LV-SCORE-N TO PUB-TOP-SCORE (PUB-TOP-COUNT)
006650        MOVE LV-LINES-N TO PUB-TOP-LINES (PUB-TOP-COUNT)
006660        MOVE LV-DATE-X TO PUB-TOP-DATE (PUB-TOP-COUNT)
006670     END-IF
006680
006690     PERFORM 2200-DEPT-BEST THRU 2200-EXIT.
006700 2100-EXIT.
006710     EXIT.
006720
006730*----------------------------------------------------------------
006740*    FIRST ENTRY SEEN FOR A DEPARTMENT IS ITS BEST
006750*----------------------------------------------------------------
006760 2200-DEPT-BEST.
006770     PERFORM VARYING PUB-JX FROM 1 BY 1
006780             UNTIL PUB-JX > PUB-BEST-COUNT
006790         IF PUB-BEST-DEPT (PUB-JX) = PUB-DEPT-WK
006800            GO TO 2200-EXIT
006810         END-IF
006820     END-PERFORM
006830
006840     IF PUB-BEST-COUNT >= 50
006850        GO TO 2200-EXIT
006860     END-IF
006870
006880     ADD 1 TO PUB-BEST-COUNT
006890     MOVE PUB-DEPT-WK TO PUB-BEST-DEPT (PUB-BEST-COUNT)
006900     MOVE PUB-NAME-WK TO PUB-BEST-NAME (PUB-BEST-COUNT)
006910     MOVE LV-SCORE-N TO PUB-BEST-SCORE (PUB-BEST-COUNT)
006920     MOVE LV-DATE-X TO PUB-BEST-DATE (PUB-BEST-COUNT).
006930 2200-EXIT.
006940     EXIT.
006950
006960 2500-TOP-LINE.
006970     PERFORM 7300-ROW-START THRU 7300-EXIT
006980
006990     MOVE PUB-IX TO PUB-RANK-EDIT
007000     MOVE PUB-RANK-EDIT TO PUB-CELL-TEXT
007010     SET PUB-CELL-NUM-KIND TO TRUE
007020     PERFORM 7310-ADD-CELL THRU 7310-EXIT
007030
007040     MOVE PUB-TOP-NAME (PUB-IX) TO PUB-CELL-TEXT
007050     SET PUB-CELL-TEXT-KIND TO TRUE
007060     PERFORM 7310-ADD-CELL THRU 7310-EXIT
007070
007080     MOVE PUB-TOP-DEPT (PUB-IX) TO PUB-CELL-TEXT
007090     PERFORM 7310-ADD-CELL THRU 7310-EXIT
007100
007110     MOVE PUB-TOP-SCORE (PUB-IX) TO PUB-SCORE-EDIT
007120     MOVE PUB-SCORE-EDIT TO PUB-CELL-TEXT
007130     SET PUB-CELL-NUM-KIND TO TRUE
007140     PERFORM 7310-ADD-CELL THRU 7310-EXIT
007150
007160     MOVE PUB-TOP-LINES (PUB-IX) TO PUB-COUNT-EDIT
007170     MOVE PUB-COUNT-EDIT TO PUB-CELL-TEXT
007180     PERFORM 7310-ADD-CELL THRU 7310-EXIT
007190
007200     MOVE PUB-TOP-DATE (PUB-IX) TO PUB-DATE-WK
007210     PERFORM 7500-EDIT-DATE THRU 7500-EXIT
007220     MOVE PUB-DATE-EDIT TO PUB-CELL-TEXT
007230     SET PUB-CELL-TEXT-KIND TO TRUE
007240     PERFORM 7310-ADD-CELL THRU 7310-EXIT
007250
007260     PERFORM 7330-ROW-END THRU 7330-EXIT.
007270 2500-EXIT.
007280     EXIT.
007290
007300 2600-BEST-LINE.
007310     PERFORM 7300-ROW-START THRU 7300-EXIT
007320
007330     MOVE PUB-BEST-DEPT (PUB-IX) TO PUB-CELL-TEXT
007340     SET PUB-CELL-TEXT-KIND TO TRUE
007350     PERFORM 7310-ADD-CELL THRU 7310-EXIT
007360
007370     MOVE PUB-BEST-SCORE (PUB-IX) TO PUB-SCORE-EDIT
007380     MOVE PUB-SCORE-EDIT TO PUB-CELL-TEXT
007390     SET PUB-CELL-NUM-KIND TO TRUE
007400     PERFORM 7310-ADD-CELL THRU 7310-EXIT
007410
007420     MOVE PUB-BEST-NAME (PUB-IX) TO PUB-CELL-TEXT
007430     SET PUB-CELL-TEXT-KIND TO TRUE
007440     PERFORM 7310-ADD-CELL THRU 7310-EXIT
007450
007460     MOVE PUB-BEST-DATE (PUB-IX) TO PUB-DATE-WK
007470     PERFORM 7500-EDIT-DATE THRU 7500-EXIT
007480     MOVE PUB-DATE-EDIT TO PUB-CELL-TEXT
007490     PERFORM 7310-ADD-CELL THRU 7310-EXIT
007500
007510     PERFORM 7330-ROW-END THRU 7330-EXIT.
007520 2600-EXIT.
007530     EXIT.
007540
007550*----------------------------------------------------------------
007560*    SEASON PAGE - TOURSTND.DAT IS ALREADY IN RANK ORDER; THE
007570*    MOVEMENT IS WORKED OUT AS TETTOURN PRINTS IT
007580*----------------------------------------------------------------
007590 3000-SEASON-PAGE.
007600     MOVE "season.htm" TO PUB-PAGE-NAME
007610     MOVE "Season standings" TO PUB-PAGE-TITLE
007620     PERFORM 7000-OPEN-PAGE THRU 7000-EXIT
007630
007640     IF PUB-PAGE-STATUS NOT = "00"
007650        GO TO 3000-EXIT
007660     END-IF
007670
007680     OPEN INPUT STAND-FILE
007690
007700     IF PUB-STAND-STATUS NOT = "00"
007710        DISPLAY "TETPUBL: CANNOT OPEN " PUB-STAND-PATH
007720        SET PUB-INPUT-MISSING TO TRUE
007730        PERFORM 7400-NOT-AVAILABLE THRU 7400-EXIT
007740        GO TO 3000-CLOSE
007750     END-IF
007760
007770     MOVE "<table>" TO PUB-LINE
007780     PERFORM 7200-PUT-LINE THRU 7200-EXIT
007790     STRING
007800         "<tr><th>Rank</th><th>Move</th><th>Player</th>"
007810         "<th>Games</th><th>Points</th></tr>"
007820             DELIMITED BY SIZE INTO PUB-LINE
007830     END-STRING
007840     PERFORM 7200-PUT-LINE THRU 7200-EXIT
007850
007860     SET PUB-NOT-EOF TO TRUE
007870
007880     PERFORM 3100-SEASON-LINE THRU 3100-EXIT
007890         UNTIL PUB-EOF
007900
007910     CLOSE STAND-FILE
007920
007930     MOVE "</table>" TO PUB-LINE
007940     PERFORM 7200-PUT-LINE THRU 7200-EXIT
007950
007960     IF PUB-STAND-LINES = 0
007970        PERFORM 7410-NO-ENTRIES THRU 7410-EXIT
007980     END-IF.
007990 3000-CLOSE.
008000     PERFORM 7100-CLOSE-PAGE THRU 7100-EXIT.
008010 3000-EXIT.
008020     EXIT.
008030
008040 3100-SEASON-LINE.
008050     READ STAND-FILE
008060         AT END
008070             SET PUB-EOF TO TRUE
008080             GO TO 3100-EXIT
008090     END-READ
008100
008110     IF ST-OPERATOR-ID = SPACES
008120        OR ST-RANK-X IS NOT NUMERIC
008130        GO TO 3100-EXIT
008140     END-IF
008150
008160     ADD 1 TO PUB-STAND-LINES
008170
008180     PERFORM 7300-ROW-START THRU 7300-EXIT
008190
008200     MOVE ST-RANK TO PUB-RANK-EDIT
008210     MOVE PUB-RANK-EDIT TO PUB-CELL-TEXT
008220     SET PUB-CELL-NUM-KIND TO TRUE
008230     PERFORM 7310-ADD-CELL THRU 7310-EXIT
008240
008250*    "NEW" WHEN THE OPERATOR WAS NOT IN THE RUN BEFORE
008260     IF ST-PRIOR-RANK-X IS NOT NUMERIC
008270        MOVE "NEW" TO PUB-CELL-TEXT
008280     ELSE
008290        COMPUTE PUB-MOVE-WK = ST-PRIOR-RANK - ST-RANK
008300        IF PUB-MOVE-WK = 0
008310           MOVE "=" TO PUB-CELL-TEXT
008320        ELSE
008330           MOVE PUB-MOVE-WK TO PUB-MOVE-EDIT
008340           MOVE PUB-MOVE-EDIT TO PUB-CELL-TEXT
008350        END-IF
008360     END-IF
008370     PERFORM 7310-ADD-CELL THRU 7310-EXIT
008380
008390     MOVE ST-OPERATOR-ID TO PUB-ID-WK
008400     PERFORM 6000-LOOKUP-OPERATOR THRU 6000-EXIT
008410     MOVE PUB-NAME-WK TO PUB-CELL-TEXT
008420     SET PUB-CELL-TEXT-KIND TO TRUE
008430     PERFORM 7310-ADD-CELL THRU 7310-EXIT
008440
008450     MOVE SPACES TO PUB-CELL-TEXT
008460     IF ST-GAMES-X IS NUMERIC
008470        MOVE ST-GAMES TO PUB-COUNT-EDIT
008480        MOVE PUB-COUNT-EDIT TO PUB-CELL-TEXT
008490     END-IF
008500     SET PUB-CELL-NUM-KIND TO TRUE
008510     PERFORM 7310-ADD-CELL THRU 7310-EXIT
008520
008530     MOVE SPACES TO PUB-CELL-TEXT
008540     IF ST-POINTS-X IS NUMERIC
008550        MOVE ST-POINTS TO PUB-POINTS-EDIT
008560        MOVE PUB-POINTS-EDIT TO PUB-CELL-TEXT
008570     END-IF
008580     PERFORM 7310-ADD-CELL THRU 7310-EXIT
008590
008600     PERFORM 7330-ROW-END THRU 7330-EXIT.
008610 3100-EXIT.
008620     EXIT.
008630
008640*----------------------------------------------------------------
008650*    VERSUS PAGE - TALLY EVERY VERIFIED MATCH AND RANK THE
008660*    LADDER AS TETVERS DOES (WINS DOWN, LOSSES UP)
008670*----------------------------------------------------------------
008680 4000-VERSUS-PAGE.
008690     SET PUB-SOURCE-OK TO TRUE
008700
008710     OPEN INPUT MATCH-FILE
008720
008730     IF PUB-MATCH-STATUS NOT = "00"
008740        DISPLAY "TETPUBL: CANNOT OPEN " PUB-MATCH-PATH
008750        SET PUB-SOURCE-MISSING TO TRUE
008760        SET PUB-INPUT-MISSING TO TRUE
008770        GO TO 4000-WRITE
008780     END-IF
008790
008800     SET PUB-NOT-EOF TO TRUE
008810
008820     PERFORM 4100-MATCH-RECORD THRU 4100-EXIT
008830         UNTIL PUB-EOF
008840
008850     CLOSE MATCH-FILE
008860
008870     PERFORM 4300-SORT-LADDER THRU 4300-EXIT.
008880 4000-WRITE.
008890     MOVE "versus.htm" TO PUB-PAGE-NAME
008900     MOVE "Versus ladder" TO PUB-PAGE-TITLE
008910     PERFORM 7000-OPEN-PAGE THRU 7000-EXIT
008920
008930     IF PUB-PAGE-STATUS NOT = "00"
008940        GO TO 4000-EXIT
008950     END-IF
008960
008970     IF PUB-SOURCE-MISSING
008980        PERFORM 7400-NOT-AVAILABLE THRU 7400-EXIT
008990        GO TO 4000-CLOSE
009000     END-IF
009010
009020     IF PUB-PLAYER-COUNT = 0
009030        PERFORM 7410-NO-ENTRIES THRU 7410-EXIT
009040        GO TO 4000-CLOSE
009050     END-IF
009060
009070     MOVE "<table>" TO PUB-LINE
009080     PERFORM 7200-PUT-LINE THRU 7200-EXIT
009090     STRING
009100         "<tr><th>Rank</th><th>Player</th><th>Wins</th>"
009110         "<th>Losses</th></tr>"
009120             DELIMITED BY SIZE INTO PUB-LINE
009130     END-STRING
009140     PERFORM 7200-PUT-LINE THRU 7200-EXIT
009150
009160     PERFORM 4500-LADDER-LINE THRU 4500-EXIT
009170         VARYING PUB-IX FROM 1 BY 1
009180         UNTIL PUB-IX > PUB-PLAYER-COUNT
009190
009200     MOVE "</table>" TO PUB-LINE
009210     PERFORM 7200-PUT-LINE THRU 7200-EXIT.
009220 4000-CLOSE.
009230     PERFORM 7100-CLOSE-PAGE THRU 7100-EXIT.
009240 4000-EXIT.
009250     EXIT.
009260
009270 4100-MATCH-RECORD.
009280     READ MATCH-FILE
009290         AT END
009300             SET PUB-EOF TO TRUE
009310             GO TO 4100-EXIT
009320     END-READ
009330
009340     ADD 1 TO PUB-MATCH-READ
009350
009360     MOVE MATCH-RECORD (1:75) TO PUB-VCHKDATA
009370     MOVE 0 TO PUB-CHECK-WK
009380     CALL "TETCHKV" USING PUB-VCHKDATA, PUB-CHECK-WK
009390
009400     IF VS-CHECK-X IS NOT NUMERIC
009410        OR VS-CHECK-N NOT = PUB-CHECK-WK
009420        OR VS-P1-ID = SPACES OR VS-P2-ID = SPACES
009430        OR (VS-WINNER NOT = "1" AND VS-WINNER NOT = "2")
009440        ADD 1 TO PUB-MATCH-BAD
009450        GO TO 4100-EXIT
009460     END-IF
009470
009480     IF VS-WINNER = "1"
009490        MOVE VS-P1-ID TO PUB-WIN-ID
009500        MOVE VS-P2-ID TO PUB-LOSE-ID
009510     ELSE
009520        MOVE VS-P2-ID TO PUB-WIN-ID
009530        MOVE VS-P1-ID TO PUB-LOSE-ID
009540     END-IF
009550
009560     PERFORM 4200-FIND-PLAYER THRU 4200-EXIT
009570     IF PUB-IX NOT = 0
009580        ADD 1 TO PUB-PLAYER-WINS (PUB-IX)
009590     END-IF
009600
009610     MOVE PUB-LOSE-ID TO PUB-WIN-ID
009620     PERFORM 4200-FIND-PLAYER THRU 4200-EXIT
009630     IF PUB-IX NOT = 0
009640        ADD 1 TO PUB-PLAYER-LOSSES (PUB-IX)
009650     END-IF.
009660 4100-EXIT.
009670     EXIT.
009680
009690*----------------------------------------------------------------
009700*    FIND OR ADD THE PLAYER IN PUB-WIN-ID - PUB-IX RETURNS THE
009710*    SLOT, 0 WHEN THE TABLE IS FULL
009720*----------------------------------------------------------------
009730 4200-FIND-PLAYER.
009740     PERFORM VARYING PUB-IX FROM 1 BY 1
009750             UNTIL PUB-IX > PUB-PLAYER-COUNT
009760         IF PUB-PLAYER-ID (PUB-IX) = PUB-WIN-ID
009770            GO TO 4200-EXIT
009780         END-IF
009790     END-PERFORM
009800
009810     IF PUB-PLAYER-COUNT >= 100
009820        MOVE 0 TO PUB-IX
009830        GO TO 4200-EXIT
009840     END-IF
009850
009860     ADD 1 TO PUB-PLAYER-COUNT
009870     MOVE PUB-PLAYER-COUNT TO PUB-IX
009880     MOVE PUB-WIN-ID TO PUB-PLAYER-ID (PUB-IX)
009890     MOVE 0 TO PUB-PLAYER-WINS (PUB-IX)
009900     MOVE 0 TO PUB-PLAYER-LOSSES (PUB-IX).
009910 4200-EXIT.
009920     EXIT.
009930
009940 4300-SORT-LADDER.
009950     IF PUB-PLAYER-COUNT < 2
009960        GO TO 4300-EXIT
009970     END-IF
009980
009990     PERFORM VARYING PUB-IX FROM 1 BY 1
010000             UNTIL PUB-IX >= PUB-PLAYER-COUNT
010010         PERFORM VARYING PUB-JX FROM 1 BY 1
010020                 UNTIL PUB-JX >= PUB-PLAYER-COUNT
010030             IF PUB-PLAYER-WINS (PUB-JX) <
010040                PUB-PLAYER-WINS (PUB-JX + 1)
010050                OR (PUB-PLAYER-WINS (PUB-JX) =
010060                    PUB-PLAYER-WINS (PUB-JX + 1)
010070                    AND PUB-PLAYER-LOSSES (PUB-JX) >
010080                        PUB-PLAYER-LOSSES (PUB-JX + 1))
010090                MOVE PUB-PLAYER-ENTRY (PUB-JX)
010100                    TO PUB-PLAYER-SWAP
010110                MOVE PUB-PLAYER-ENTRY (PUB-JX + 1)
010120                    TO PUB-PLAYER-ENTRY (PUB-JX)
010130                MOVE PUB-PLAYER-SWAP
010140                    TO PUB-PLAYER-ENTRY (PUB-JX + 1)
010150             END-IF
010160         END-PERFORM
010170     END-PERFORM.
010180 4300-EXIT.
010190     EXIT.
010200
010210 4500-LADDER-LINE.
010220     PERFORM 7300-ROW-START THRU 7300-EXIT
010230
010240     MOVE PUB-IX TO PUB-RANK-EDIT
010250     MOVE PUB-RANK-EDIT TO PUB-CELL-TEXT
010260     SET PUB-CELL-NUM-KIND TO TRUE
010270     PERFORM 7310-ADD-CELL THRU 7310-EXIT
010280
010290     MOVE PUB-PLAYER-ID (PUB-IX) TO PUB-ID-WK
010300     PERFORM 6000-LOOKUP-OPERATOR THRU 6000-EXIT
010310     MOVE PUB-NAME-WK TO PUB-CELL-TEXT
010320     SET PUB-CELL-TEXT-KIND TO TRUE
010330     PERFORM 7310-ADD-CELL THRU 7310-EXIT
010340
010350     MOVE PUB-PLAYER-WINS (PUB-IX) TO PUB-COUNT-EDIT
010360     MOVE PUB-COUNT-EDIT TO PUB-CELL-TEXT
010370     SET PUB-CELL-NUM-KIND TO TRUE
010380     PERFORM 7310-ADD-CELL THRU 7310-EXIT
010390
010400     MOVE PUB-PLAYER-LOSSES (PUB-IX) TO PUB-COUNT-EDIT
010410     MOVE PUB-COUNT-EDIT TO PUB-CELL-TEXT
010420     PERFORM 7310-ADD-CELL THRU 7310-EXIT
010430
010440     PERFORM 7330-ROW-END THRU 7330-EXIT.
010450 4500-EXIT.
010460     EXIT.
010470
010480*----------------------------------------------------------------
010490*    MINUTES PAGE - MINUTES ROUNDED PER OPERATOR-DAY, AS
010500*    TETTIME AND TETCHGB COUNT THEM, ROLLED UP PER DEPARTMENT
010510*----------------------------------------------------------------
010520 5000-MINUTES-PAGE.
010530     SET PUB-SOURCE-OK TO TRUE
010540
010550     OPEN INPUT USAGE-FILE
010560
010570     IF PUB-USAGE-STATUS NOT = "00"
010580        DISPLAY "TETPUBL: CANNOT OPEN " PUB-USAGE-PATH
010590        SET PUB-SOURCE-MISSING TO TRUE
010600        SET PUB-INPUT-MISSING TO TRUE
010610        GO TO 5000-WRITE
010620     END-IF
010630
010640     SET PUB-NOT-EOF TO TRUE
010650
010660     PERFORM 5100-USAGE-RECORD THRU 5100-EXIT
010670         UNTIL PUB-EOF
010680
010690     CLOSE USAGE-FILE
010700
010710     PERFORM 5300-SORT-DEPTS THRU 5300-EXIT.
010720 5000-WRITE.
010730     MOVE "minutes.htm" TO PUB-PAGE-NAME
010740     MOVE SPACES TO PUB-PAGE-TITLE
010750     STRING
010760         "Minutes played per department, " DELIMITED BY SIZE
010770         PUB-MONTH-YYYY      DELIMITED BY SIZE
010780         "-"                 DELIMITED BY SIZE
010790         PUB-MONTH-MM        DELIMITED BY SIZE
010800             INTO PUB-PAGE-TITLE
010810     END-STRING
010820     PERFORM 7000-OPEN-PAGE THRU 7000-EXIT
010830
010840     IF PUB-PAGE-STATUS NOT = "00"
010850        GO TO 5000-EXIT
010860     END-IF
010870
010880     IF PUB-SOURCE-MISSING
010890        PERFORM 7400-NOT-AVAILABLE THRU 7400-EXIT
010900        GO TO 5000-CLOSE
010910     END-IF
010920
010930     IF PUB-DEPT-COUNT = 0
010940        PERFORM 7410-NO-ENTRIES THRU 7410-EXIT
010950        GO TO 5000-CLOSE
010960     END-IF
010970
010980     MOVE "<table>" TO PUB-LINE
010990     PERFORM 7200-PUT-LINE THRU 7200-EXIT
011000     STRING
011010         "<tr><th>Dept</th><th>Minutes</th>"
011020         "<th>Operator-days</th></tr>"
011030             DELIMITED BY SIZE INTO PUB-LINE
011040     END-STRING
011050     PERFORM 7200-PUT-LINE THRU 7200-EXIT
011060
011070     PERFORM 5500-DEPT-LINE THRU 5500-EXIT
011080         VARYING PUB-IX FROM 1 BY 1
011090         UNTIL PUB-IX > PUB-DEPT-COUNT
011100
011110     PERFORM 7300-ROW-START THRU 7300-EXIT
011120     MOVE "Total" TO PUB-CELL-TEXT
011130     SET PUB-CELL-TEXT-KIND TO TRUE
011140     PERFORM 7310-ADD-CELL THRU 7310-EXIT
011150     MOVE PUB-TOTAL-MINUTES TO PUB-COUNT-EDIT
011160     MOVE PUB-COUNT-EDIT TO PUB-CELL-TEXT
011170     SET PUB-CELL-NUM-KIND TO TRUE
011180     PERFORM 7310-ADD-CELL THRU 7310-EXIT
011190     MOVE PUB-TOTAL-DAYS TO PUB-COUNT-EDIT
011200     MOVE PUB-COUNT-EDIT TO PUB-CELL-TEXT
011210     PERFORM 7310-ADD-CELL THRU 7310-EXIT
011220     PERFORM 7330-ROW-END THRU 7330-EXIT
011230
011240     MOVE "</table>" TO PUB-LINE
011250     PERFORM 7200-PUT-LINE THRU 7200-EXIT.
011260 5000-CLOSE.
011270     PERFORM 7100-CLOSE-PAGE THRU 7100-EXIT.
011280 5000-EXIT.
011290     EXIT.
011300
011310 5100-USAGE-RECORD.
011320     READ USAGE-FILE
011330         AT END
011340             SET PUB-EOF TO TRUE
011350             GO TO 5100-EXIT
011360     END-READ
011370
011380     COMPUTE PUB-REC-MONTH = PU-DATE / 100
011390
011400     IF PUB-REC-MONTH NOT = PUB-MONTH
011410        GO TO 5100-EXIT
011420     END-IF
011430
011440     ADD 1 TO PUB-USAGE-USED
011450
011460     COMPUTE PUB-MINUTES-WK ROUNDED = PU-SECONDS / 60
011470
011480     MOVE PU-OPERATOR TO PUB-ID-WK
011490     PERFORM 6000-LOOKUP-OPERATOR THRU 6000-EXIT
011500
011510     PERFORM VARYING PUB-IX FROM 1 BY 1
011520             UNTIL PUB-IX > PUB-DEPT-COUNT
011530         IF PUB-DEPT-ID (PUB-IX) = PUB-DEPT-WK
011540            GO TO 5100-TALLY
011550         END-IF
011560     END-PERFORM
011570
011580     IF PUB-DEPT-COUNT >= 50
011590        GO TO 5100-EXIT
011600     END-IF
011610
011620     ADD 1 TO PUB-DEPT-COUNT
011630     MOVE PUB-DEPT-COUNT TO PUB-IX
011640     MOVE PUB-DEPT-WK TO PUB-DEPT-ID (PUB-IX)
011650     MOVE 0 TO PUB-DEPT-MINUTES (PUB-IX)
011660     MOVE 0 TO PUB-DEPT-DAYS (PUB-IX).
011670 5100-TALLY.
011680     ADD PUB-MINUTES-WK TO PUB-DEPT-MINUTES (PUB-IX)
011690     ADD 1 TO PUB-DEPT-DAYS (PUB-IX)
011700     ADD PUB-MINUTES-WK TO PUB-TOTAL-MINUTES
011710     ADD 1 TO PUB-TOTAL-DAYS.
011720 5100-EXIT.
011730     EXIT.
011740
011750 5300-SORT-DEPTS.
011760     IF PUB-DEPT-COUNT < 2
011770        GO TO 5300-EXIT
011780     END-IF
011790
011800     PERFORM VARYING PUB-IX FROM 1 BY 1
011810             UNTIL PUB-IX >= PUB-DEPT-COUNT
011820         PERFORM VARYING PUB-JX FROM 1 BY 1
011830                 UNTIL PUB-JX >= PUB-DEPT-COUNT
011840             IF PUB-DEPT-ID (PUB-JX) > PUB-DEPT-ID (PUB-JX + 1)
011850                MOVE PUB-DEPT-ENTRY (PUB-JX) TO PUB-DEPT-SWAP
011860                MOVE PUB-DEPT-ENTRY (PUB-JX + 1)
011870                    TO PUB-DEPT-ENTRY (PUB-JX)
011880                MOVE PUB-DEPT-SWAP
011890                    TO PUB-DEPT-ENTRY (PUB-JX + 1)
011900             END-IF
011910         END-PERFORM
011920     END-PERFORM.
011930 5300-EXIT.
011940     EXIT.
011950
011960 5500-DEPT-LINE.
011970     PERFORM 7300-ROW-START THRU 7300-EXIT
011980
011990     MOVE PUB-DEPT-ID (PUB-IX) TO PUB-CELL-TEXT
012000     SET PUB-CELL-TEXT-KIND TO TRUE
012010     PERFORM 7310-ADD-CELL THRU 7310-EXIT
012020
012030     MOVE PUB-DEPT-MINUTES (PUB-IX) TO PUB-COUNT-EDIT
012040     MOVE PUB-COUNT-EDIT TO PUB-CELL-TEXT
012050     SET PUB-CELL-NUM-KIND TO TRUE
012060     PERFORM 7310-ADD-CELL THRU 7310-EXIT
012070
012080     MOVE PUB-DEPT-DAYS (PUB-IX) TO PUB-COUNT-EDIT
012090     MOVE PUB-COUNT-EDIT TO PUB-CELL-TEXT
012100     PERFORM 7310-ADD-CELL THRU 7310-EXIT
012110
012120     PERFORM 7330-ROW-END THRU 7330-EXIT.
012130 5500-EXIT.
012140     EXIT.
012150
012160*----------------------------------------------------------------
012170*    INDEX PAGE - WRITTEN LAST, LINKS TO THE OTHER PAGES
012180*----------------------------------------------------------------
012190 5900-INDEX-PAGE.
012200     MOVE "index.htm" TO PUB-PAGE-NAME
012210     MOVE "DV Tetris boards" TO PUB-PAGE-TITLE
012220     PERFORM 7000-OPEN-PAGE THRU 7000-EXIT
012230
012240     IF PUB-PAGE-STATUS NOT = "00"
012250        GO TO 5900-EXIT
012260     END-IF
012270
012280     MOVE "<ul>" TO PUB-LINE
012290     PERFORM 7200-PUT-LINE THRU 7200-EXIT
012300     MOVE
012310         "<li><a href=board.htm>Top 10 and department bests</a>"
012320             TO PUB-LINE
012330     PERFORM 7200-PUT-LINE THRU 7200-EXIT
012340     MOVE "<li><a href=season.htm>Season standings</a>"
012350         TO PUB-LINE
012360     PERFORM 7200-PUT-LINE THRU 7200-EXIT
012370     MOVE "<li><a href=versus.htm>Versus ladder</a>" TO PUB-LINE
012380     PERFORM 7200-PUT-LINE THRU 7200-EXIT
012390     MOVE "<li><a href=minutes.htm>Minutes per department</a>"
012400         TO PUB-LINE
012410     PERFORM 7200-PUT-LINE THRU 7200-EXIT
012420     MOVE "</ul>" TO PUB-LINE
012430     PERFORM 7200-PUT-LINE THRU 7200-EXIT
012440
012450     PERFORM 7100-CLOSE-PAGE THRU 7100-EXIT.
012460 5900-EXIT.
012470     EXIT.
012480
012490*----------------------------------------------------------------
012500*    LOOK UP PUB-ID-WK - DISPLAY NAME IN PUB-NAME-WK (THE ID
012510*    WHEN OPTED OUT, NOT ON THE ROSTER OR NAMELESS), DEPARTMENT
012520*    IN PUB-DEPT-WK (RO-DEPT, ELSE ID CHARS 1-2)
012530*----------------------------------------------------------------
012540 6000-LOOKUP-OPERATOR.
012550     MOVE PUB-ID-WK TO PUB-NAME-WK
012560     MOVE PUB-ID-WK (1:2) TO PUB-DEPT-WK
012570
012580     IF PUB-ROSTER-MISSING
012590        GO TO 6000-EXIT
012600     END-IF
012610
012620     MOVE PUB-ID-WK TO RO-OPERATOR-ID
012630
012640     READ ROSTER-FILE
012650         INVALID KEY
012660             GO TO 6000-EXIT
012670     END-READ
012680
012690     IF RO-DEPT NOT = SPACES
012700        MOVE RO-DEPT TO PUB-DEPT-WK
012710     END-IF
012720
012730     IF RO-NAME = SPACES
012740        GO TO 6000-EXIT
012750     END-IF
012760
012770     MOVE 0 TO PUB-OPTOUT-HIT
012780     PERFORM VARYING PUB-CX FROM 1 BY 1
012790             UNTIL PUB-CX > PUB-OPTOUT-COUNT
012800         IF PUB-OPTOUT-ID (PUB-CX) = PUB-ID-WK
012810            MOVE 1 TO PUB-OPTOUT-HIT
012820         END-IF
012830     END-PERFORM
012840
012850     IF PUB-OPTOUT-HIT = 0
012860        MOVE RO-NAME TO PUB-NAME-WK
012870     END-IF.
012880 6000-EXIT.
012890     EXIT.
012900
012910*----------------------------------------------------------------
012920*    OPEN A PAGE IN THE PUBLISH DIRECTORY AND WRITE ITS HEAD,
012930*    TITLE, LINK BACK TO THE INDEX AND THE "LAST UPDATED" STAMP
012940*----------------------------------------------------------------
012950 7000-OPEN-PAGE.
012960     MOVE SPACES TO PUB-PAGE-PATH
012970
012980     STRING
012990         PUB-OUT-DIR         DELIMITED BY LOW-VALUE
013000         "\"                 DELIMITED BY SIZE
013010         PUB-PAGE-NAME       DELIMITED BY SPACE
013020             INTO PUB-PAGE-PATH
013030     END-STRING
013040
013050     INSPECT PUB-PAGE-PATH REPLACING TRAILING SPACE BY LOW-VALUE
013060
013070     OPEN OUTPUT PAGE-FILE
013080
013090     IF PUB-PAGE-STATUS NOT = "00"
013100        DISPLAY "TETPUBL: CANNOT WRITE " PUB-PAGE-PATH
013110        SET PUB-RUN-FAILED TO TRUE
013120        GO TO 7000-EXIT
013130     END-IF
013140
013150     ADD 1 TO PUB-PAGE-COUNT
013160
013170     MOVE "<!DOCTYPE html>" TO PUB-LINE
013180     PERFORM 7200-PUT-LINE THRU 7200-EXIT
013190     MOVE "<html><head><meta charset=iso-8859-1>" TO PUB-LINE
013200     PERFORM 7200-PUT-LINE THRU 7200-EXIT
013210
013220     MOVE 1 TO PUB-PTR
013230     STRING
013240         "<title>"           DELIMITED BY SIZE
013250         PUB-PAGE-TITLE      DELIMITED BY "  "
013260         "</title>"          DELIMITED BY SIZE
013270             INTO PUB-LINE WITH POINTER PUB-PTR
013280     END-STRING
013290     PERFORM 7200-PUT-LINE THRU 7200-EXIT
013300
013310     STRING
013320         "<style>body{font-family:sans-serif}"
013330         "table{border-collapse:collapse}"
013340             DELIMITED BY SIZE INTO PUB-LINE
013350     END-STRING
013360     PERFORM 7200-PUT-LINE THRU 7200-EXIT
013370     STRING
013380         "td,th{border:1px solid #999;padding:2px 8px}"
013390         "td.n{text-align:right}</style>"
013400             DELIMITED BY SIZE INTO PUB-LINE
013410     END-STRING
013420     PERFORM 7200-PUT-LINE THRU 7200-EXIT
013430     MOVE "</head><body>" TO PUB-LINE
013440     PERFORM 7200-PUT-LINE THRU 7200-EXIT
013450
013460     MOVE 1 TO PUB-PTR
013470     STRING
013480         "<h1>"              DELIMITED BY SIZE
013490         PUB-PAGE-TITLE      DELIMITED BY "  "
013500         "</h1>"             DELIMITED BY SIZE
013510             INTO PUB-LINE WITH POINTER PUB-PTR
013520     END-STRING
013530     PERFORM 7200-PUT-LINE THRU 7200-EXIT
013540
013550     MOVE 1 TO PUB-PTR
013560     STRING
013570         "<p>"               DELIMITED BY SIZE
013580         PUB-STAMP-TEXT      DELIMITED BY "  "
013590         "</p>"              DELIMITED BY SIZE
013600             INTO PUB-LINE WITH POINTER PUB-PTR
013610     END-STRING
013620     PERFORM 7200-PUT-LINE THRU 7200-EXIT
013630
013640     IF PUB-PAGE-NAME NOT = "index.htm"
013650        MOVE "<p><a href=index.htm>All boards</a></p>" TO PUB-LINE
013660        PERFORM 7200-PUT-LINE THRU 7200-EXIT
013670     END-IF.
013680 7000-EXIT.
013690     EXIT.
013700
013710 7100-CLOSE-PAGE.
013720     MOVE "</body></html>" TO PUB-LINE
013730     PERFORM 7200-PUT-LINE THRU 7200-EXIT
013740
013750     CLOSE PAGE-FILE.
013760 7100-EXIT.
013770     EXIT.
013780
013790 7200-PUT-LINE.
013800     WRITE PAGE-RECORD FROM PUB-LINE
013810     MOVE SPACES TO PUB-LINE.
013820 7200-EXIT.
013830     EXIT.
013840
013850*----------------------------------------------------------------
013860*    TABLE ROWS - A ROW IS BUILT IN PUB-LINE CELL BY CELL. THE
013870*    CELL TEXT IS COPIED WITHOUT LEADING OR TRAILING SPACES AND
013880*    WITH THE HTML SPECIAL CHARACTERS ESCAPED, SO A NAME ON THE
013890*    ROSTER CANNOT BREAK THE PAGE
013900*----------------------------------------------------------------
013910 7300-ROW-START.
013920     MOVE SPACES TO PUB-LINE
013930     MOVE 1 TO PUB-PTR
013940     STRING "<tr>" DELIMITED BY SIZE
013950         INTO PUB-LINE WITH POINTER PUB-PTR
013960     END-STRING.
013970 7300-EXIT.
013980     EXIT.
013990
014000 7310-ADD-CELL.
014010     IF PUB-CELL-NUM-KIND
014020        STRING "<td class=n>" DELIMITED BY SIZE
014030            INTO PUB-LINE WITH POINTER PUB-PTR
014040        END-STRING
014050     ELSE
014060        STRING "<td>" DELIMITED BY SIZE
014070            INTO PUB-LINE WITH POINTER PUB-PTR
014080        END-STRING
014090     END-IF
014100
014110     INSPECT PUB-CELL-TEXT REPLACING TRAILING SPACE BY LOW-VALUE
014120     SET PUB-LEADING TO TRUE
014130
014140     PERFORM 7320-CELL-CHAR THRU 7320-EXIT
014150         VARYING PUB-CX FROM 1 BY 1
014160         UNTIL PUB-CELL-AREA (PUB-CX:1) = LOW-VALUE
014170
014180     STRING "</td>" DELIMITED BY SIZE
014190         INTO PUB-LINE WITH POINTER PUB-PTR
014200     END-STRING.
014210 7310-EXIT.
014220     EXIT.
014230
014240 7320-CELL-CHAR.
014250     MOVE PUB-CELL-AREA (PUB-CX:1) TO PUB-CELL-CHAR
014260
014270     IF PUB-CELL-CHAR = SPACE AND PUB-LEADING
014280        GO TO 7320-EXIT
014290     END-IF
014300
014310     SET PUB-PAST-LEADING TO TRUE
014320
014330     EVALUATE PUB-CELL-CHAR
014340         WHEN "&"
014350             STRING "&amp;" DELIMITED BY SIZE
014360                 INTO PUB-LINE WITH POINTER PUB-PTR
014370             END-STRING
014380         WHEN "<"
014390             STRING "&lt;" DELIMITED BY SIZE
014400                 INTO PUB-LINE WITH POINTER PUB-PTR
014410             END-STRING
014420         WHEN ">"
014430             STRING "&gt;" DELIMITED BY SIZE
014440                 INTO PUB-LINE WITH POINTER PUB-PTR
014450             END-STRING
014460         WHEN OTHER
014470             STRING PUB-CELL-CHAR DELIMITED BY SIZE
014480                 INTO PUB-LINE WITH POINTER PUB-PTR
014490             END-STRING
014500     END-EVALUATE.
014510 7320-EXIT.
014520     EXIT.
014530
014540 7330-ROW-END.
014550     STRING "</tr>" DELIMITED BY SIZE
014560         INTO PUB-LINE WITH POINTER PUB-PTR
014570     END-STRING
014580     PERFORM 7200-PUT-LINE THRU 7200-EXIT.
014590 7330-EXIT.
014600     EXIT.
014610
014620 7400-NOT-AVAILABLE.
014630     MOVE
014640         "<p>Not available - input file could not be read.</p>"
014650         TO PUB-LINE
014660     PERFORM 7200-PUT-LINE THRU 7200-EXIT.
014670 7400-EXIT.
014680     EXIT.
014690
014700 7410-NO-ENTRIES.
014710     MOVE "<p>No entries yet.</p>" TO PUB-LINE
014720     PERFORM 7200-PUT-LINE THRU 7200-EXIT.
014730 7410-EXIT.
014740     EXIT.
014750
014760*----------------------------------------------------------------
014770*    YYYYMMDD IN PUB-DATE-WK TO YYYY-MM-DD IN PUB-DATE-EDIT
014780*----------------------------------------------------------------
014790 7500-EDIT-DATE.
014800     MOVE SPACES TO PUB-DATE-EDIT
014810     STRING
014820         PUB-DATE-WK (1:4)   DELIMITED BY SIZE
014830         "-"                 DELIMITED BY SIZE
014840         PUB-DATE-WK (5:2)   DELIMITED BY SIZE
014850         "-"                 DELIMITED BY SIZE
014860         PUB-DATE-WK (7:2)   DELIMITED BY SIZE
014870             INTO PUB-DATE-EDIT
014880     END-STRING.
014890 7500-EXIT.
014900     EXIT.
014910
014920*----------------------------------------------------------------
014930*    RUN TOTALS AND RETURN CODE
014940*----------------------------------------------------------------
014950 8000-WRAP-UP.
014960     MOVE PUB-BOARD-READ TO PUB-READ-EDIT
014970     MOVE PUB-BOARD-BAD TO PUB-BAD-EDIT
014980     DISPLAY "TETPUBL BOARD READ     " PUB-READ-EDIT
014990     DISPLAY "TETPUBL BOARD SKIPPED  " PUB-BAD-EDIT
015000     MOVE PUB-MATCH-READ TO PUB-READ-EDIT
015010     MOVE PUB-MATCH-BAD TO PUB-BAD-EDIT
015020     DISPLAY "TETPUBL MATCHES READ   " PUB-READ-EDIT
015030     DISPLAY "TETPUBL MATCHES FAILED " PUB-BAD-EDIT
015040     MOVE PUB-PAGE-COUNT TO PUB-READ-EDIT
015050     DISPLAY "TETPUBL PAGES WRITTEN  " PUB-READ-EDIT
015060
015070     IF PUB-INPUT-MISSING
015080        MOVE 4 TO RETURN-CODE
015090     END-IF
015100
015110     IF PUB-RUN-FAILED
015120        DISPLAY "TETPUBL ENDED WITH ERRORS"
015130        MOVE 8 TO RETURN-CODE
015140     END-IF.
015150 8000-EXIT.
015160     EXIT.
