000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TETLEAVE.
000030 AUTHOR. F BAUMGARTEN.
000040 INSTALLATION. VEMAG DV.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TETLEAVE - LEAVER ERASURE WITH COMPLETION CERTIFICATE
000090*
000100*    REMOVES THE OPERATORS ON THE LEAVER LIST (LEAVERS.DAT, ONE
000110*    OPERATOR ID PER LINE IN COLS 1-8) FROM EVERY FILE THAT
000120*    CARRIES AN OPERATOR ID:
000130*      LEADERBD.DAT, EVERY LB<YYYYMM>.DAT ARCHIVE, CHALLNGE.DAT,
000140*      LEADERBD.REJ, VERSUS.DAT, TOURSTND.DAT, LIMITS.DAT,
000150*      OPTOUT.DAT, QUOTAREQ.DAT, STMRANK.DAT, USAGE.DAT,
000160*      PROFILES.DAT, ROSTER.DAT, THE RP*.DAT REPLAYS, THE
000170*      CK<OPERATOR>.DAT CHECKPOINTS, THE SS<OPERATOR>.DAT GAME
000180*      SESSION FILES AND THE ST<OPERATOR>.DAT PLAY STATEMENTS.
000190*
000200*    ERASE MODE DELETE DROPS THE OPERATOR'S RECORDS (A VERSUS
000210*    MATCH GOES WHEN EITHER PLAYER IS ON THE LIST) AND DELETES
000220*    THEIR REPLAY FILES. ERASE MODE ANON REPLACES THE ID WITH A
000230*    TOKEN - THE DEPARTMENT FROM COLS 1-2 OF THE ID, "X" AND
000240*    FIVE DIGITS DRAWN PER OPERATOR AND RUN - SO THE GAMES AND
000250*    PLAY TIME STILL COUNT, AND TETSTATS AND TETTIME STILL BOOK
000251*    THEM TO THE RIGHT DEPARTMENT. THE ROSTER ENTRY KEEPS ITS
000252*    DEPARTMENT UNDER THE TOKEN WITH THE NAME BLANKED. PROFILES,
000253*    OPERATOR LIMITS, EXTENSION GRANTS AND REQUESTS, PUBLISHING
000254*    OPT-OUTS, CHECKPOINTS, SESSION FILES AND PLAY STATEMENTS
000255*    HOLD NOTHING WORTH KEEPING AND ARE DELETED IN BOTH MODES.
000260*
000270*    A CHANGED RECORD IS RE-STAMPED THROUGH TETCHK (LEADERBOARD
000280*    LAYOUT) OR TETCHKV (VERSUS) WHEN ITS OLD CHECK VERIFIED, SO
000290*    TETRECON AND TETVERS STAY CLEAN. A RECORD WHOSE CHECK DID
000300*    NOT VERIFY IS ANONYMISED BUT NOT RE-STAMPED - THE ERASURE
000310*    MUST NOT LAUNDER A TAMPERED ENTRY - AND IS COUNTED AS
000320*    UNSTAMPED ON THE CERTIFICATE.
000330*
000340*    THE REPLAY, CHECKPOINT, SESSION AND STATEMENT FILES ARE
000350*    FOUND WITH A DIRECTORY LISTING (DIR /B) WRITTEN TO
000351*    TETLEAVE.LST, AS IN TETAUDIT.
000360*    FILES ARE REWRITTEN THROUGH TETLEAVE.TMP, AS IN TETALIAS.
000361*    THE INDEXED LIVE BOARD IS REBUILT FROM TETLEAVE.TMP WITH ITS
000362*    SCORE KEYS AS THEY STOOD.
000370*
000380*    ENVIRONMENT:
000390*      leaderboard_dir   DIRECTORY OF THE GAME FILES (AS IN GAME)
000400*      erase_mode        "DELETE" OR "ANON" - REQUIRED
000410*      erase_apply       "YES" CHANGES THE FILES. ANYTHING ELSE IS
000420*                        A DRY RUN THAT ONLY COUNTS.
000421*      backup_dir        AS IN TETBKUP. DEFAULT: <leaderboard_dir>
000422*                        \backup
000423*
000424*    THE TETBKUP GENERATIONS ON THE BACKUP CATALOGUE STILL HOLD
000425*    THE OPERATORS UNTIL THEY ARE PRUNED, AND ARE NOT TOUCHED.
000426*    THE CERTIFICATE COUNTS THEM AND ONLY CALLS THE ERASURE
000427*    COMPLETE IN THE LIVE FILES WHILE ANY ARE LEFT. AN APPLIED RUN
000428*    ADDS A LINE TO TETLEAVE.LOG (DATE, TIME, MODE, OPERATORS,
000429*    RESULT - NO IDS), WHICH TETRESTR CHECKS SO THAT AN OLDER
000430*    GENERATION IS NOT PUT BACK UNNOTICED.
000431*
000440*    OUTPUT: TETLEAVE.RPT IN THE LEADERBOARD DIRECTORY - THE
000450*    CERTIFICATE, WITH PER FILE THE RECORDS REMOVED, ANONYMISED
000451*    AND LEFT UNSTAMPED - AND TETLEAVE.LOG.
000452*    RETURN CODE 4 WHEN ANY RECORD WAS LEFT UNSTAMPED OR THE
000453*    BACKUP CATALOGUE COULD NOT BE READ, 8 WHEN THE LIST, THE
000454*    MODE, THE LOG OR ANY FILE COULD NOT BE PROCESSED (THE
000490*    CERTIFICATE THEN SAYS ERASURE INCOMPLETE), 0 WHEN CLEAN.
000500*
000510*    MODIFICATION HISTORY
000520*    2026-10-14 FB  INITIAL VERSION
000521*    2026-10-15 FB  DELETE THE LEAVER'S GAME SESSION FILE
000522*    2026-10-15 FB  REBUILD THE INDEXED LEADERBOARD
000523*    2026-10-15 FB  ERASE LEAVERS FROM THE PUBLISHING OPT-OUTS
000524*    2026-10-15 FB  ERASE EXTENSION GRANTS AND REQUESTS
000525*    2026-10-15 FB  ERASE PLAY STATEMENTS AND STATEMENT RANKS
000526*    2026-10-15 FB  UNREADABLE REPLAY MAKES THE ERASURE INCOMPLETE
000527*    2026-10-15 FB  TOKEN KEEPS THE DEPARTMENT OF THE ID
000528*    2026-10-15 FB  REQUESTS AND OPT-OUTS DROPPED IN BOTH MODES
000529*    2026-10-15 FB  ROSTER TOKEN WRITTEN BEFORE THE OLD ENTRY GOES
000530*    2026-10-15 FB  COUNT BACKUP GENERATIONS, LOG APPLIED RUNS
000531*----------------------------------------------------------------
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT LEAVER-FILE ASSIGN TO LVR-LEAVER-PATH
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS LVR-LEAVER-STATUS.
000600
000610     SELECT DATA-FILE ASSIGN TO LVR-DATA-PATH
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS LVR-DATA-STATUS.
000631
000632*    THE LIVE BOARD SHARES THE DATA FILE PATH - ONLY ONE OF THE
000633*    TWO IS OPEN AT A TIME
000634     SELECT LIVE-FILE ASSIGN TO LVR-DATA-PATH
000635         ORGANIZATION IS INDEXED
000636         ACCESS MODE IS DYNAMIC
000637         RECORD KEY IS LV-KEY
000638         ALTERNATE RECORD KEY IS LV-RANK-KEY WITH DUPLICATES
000639         ALTERNATE RECORD KEY IS LV-WHEN-KEY WITH DUPLICATES
000640         FILE STATUS IS LVR-LIVE-STATUS.
000641
000650     SELECT KEEP-FILE ASSIGN TO LVR-KEEP-PATH
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS LVR-KEEP-STATUS.
000680
000690     SELECT LISTING-FILE ASSIGN TO LVR-LIST-PATH
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS LVR-LIST-STATUS.
000720
000730     SELECT USAGE-FILE ASSIGN TO LVR-USAGE-PATH
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS PU-KEY
000770         FILE STATUS IS LVR-USAGE-STATUS.
000780
000790     SELECT PROFILE-FILE ASSIGN TO LVR-PROFILE-PATH
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS PR-OPERATOR-ID
000830         FILE STATUS IS LVR-PROFILE-STATUS.
000840
000850     SELECT ROSTER-FILE ASSIGN TO LVR-ROSTER-PATH
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS RANDOM
000880         RECORD KEY IS RO-OPERATOR-ID
000890         FILE STATUS IS LVR-ROSTER-STATUS.
000900
000910     SELECT REPORT-FILE ASSIGN TO LVR-RPT-PATH
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS LVR-RPT-STATUS.
000931
000932     SELECT CATALOGUE-FILE ASSIGN TO LVR-CAT-PATH
000933         ORGANIZATION IS LINE SEQUENTIAL
000934         FILE STATUS IS LVR-CAT-STATUS.
000935
000936     SELECT ERASURE-LOG-FILE ASSIGN TO LVR-LOG-PATH
000937         ORGANIZATION IS LINE SEQUENTIAL
000938         FILE STATUS IS LVR-LOG-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970
000980 FD  LEAVER-FILE.
000990 01  LEAVER-RECORD.
001000     05 LR-OPERATOR-ID       PIC X(08).
001010
001020*    ONE FD SERVES EVERY SEQUENTIAL FILE - THE RECORD LENGTH READ
001030*    IS THE LENGTH WRITTEN BACK
001040 FD  DATA-FILE
001050     RECORD IS VARYING IN SIZE FROM 1 TO 81 CHARACTERS
001060         DEPENDING ON LVR-DATA-LEN.
001070 01  DATA-RECORD             PIC X(81).
001080
001090*    LEADERBOARD LAYOUT - LIVE BOARD, ARCHIVES, CHALLENGE FILE,
001100*    AND THE ORIGINAL RECORD AT THE FRONT OF A REJECT LINE
001110 01  DT-BOARD-RECORD.
001120     05 DB-OPERATOR-ID       PIC X(08).
001130     05 DB-DATA              PIC X(30).
001140     05 DB-CHECK-X           PIC X(06).
001150     05 DB-CHECK-N REDEFINES DB-CHECK-X
001160                             PIC 9(06).
001170     05 FILLER               PIC X(37).
001180
001190 01  DT-MATCH-RECORD.
001200     05 DM-P1-ID             PIC X(08).
001210     05 DM-P2-ID             PIC X(08).
001220     05 DM-DATA              PIC X(59).
001230     05 DM-CHECK-X           PIC X(06).
001240     05 DM-CHECK-N REDEFINES DM-CHECK-X
001250                             PIC 9(06).
001260
001270 01  DT-STAND-RECORD.
001280     05 DS-OPERATOR-ID       PIC X(08).
001290     05 FILLER               PIC X(73).
001300
001310 01  DT-LIMIT-RECORD.
001320     05 DL-TYPE              PIC X(01).
001330     05 DL-KEY               PIC X(08).
001340     05 DL-MINUTES           PIC X(04).
001341     05 DL-EXT-SCOPE         PIC X(01).
001342     05 FILLER               PIC X(67).
001350
001360 01  DT-REPLAY-RECORD.
001370     05 DP-EVENT-TYPE        PIC X(01).
001380     05 DP-OPERATOR-ID       PIC X(08).
001390     05 FILLER               PIC X(72).
001400
001401 FD  LIVE-FILE.
001402 01  LIVE-RECORD.
001403     05 LV-KEY.
001404        10 LV-OPERATOR-ID    PIC X(08).
001405        10 LV-WHEN-KEY       PIC X(16).
001406     05 FILLER               PIC X(20).
001407     05 LV-RANK-KEY          PIC 9(10).
001408
001410 FD  KEEP-FILE
001420     RECORD IS VARYING IN SIZE FROM 1 TO 81 CHARACTERS
001430         DEPENDING ON LVR-KEEP-LEN.
001440 01  KEEP-RECORD             PIC X(81).
001450
001460 FD  LISTING-FILE.
001470 01  LISTING-RECORD          PIC X(80).
001480
001490 FD  USAGE-FILE.
001500 01  USAGE-RECORD.
001510     05 PU-KEY.
001520        10 PU-OPERATOR       PIC X(08).
001530        10 PU-DATE           PIC 9(08).
001540     05 PU-SECONDS           PIC 9(06).
001550
001560 FD  PROFILE-FILE.
001570 01  PROFILE-RECORD.
001580     05 PR-OPERATOR-ID       PIC X(08).
001590     05 PR-MUTE-DEFAULT      PIC 9(01).
001600     05 PR-START-LEVEL       PIC 9(02).
001610     05 PR-GHOST-SHOW        PIC 9(01).
001620     05 PR-HOLD-SHOW         PIC 9(01).
001630     05 PR-KEY-LAYOUT        PIC X(01).
001640
001650 FD  ROSTER-FILE.
001660 01  ROSTER-RECORD.
001670     05 RO-OPERATOR-ID       PIC X(08).
001680     05 RO-NAME              PIC X(20).
001690     05 RO-DEPT              PIC X(02).
001700
001710 FD  REPORT-FILE.
001720 01  REPORT-RECORD           PIC X(80).
001730
001731*    BACKUP CATALOGUE - AS TETBKUP WRITES IT
001732 FD  CATALOGUE-FILE.
001733 01  CATALOGUE-RECORD.
001734     05 CT-GEN               PIC X(15).
001735     05 FILLER               PIC X(01).
001736     05 CT-DATE-X            PIC X(08).
001737     05 CT-DATE REDEFINES CT-DATE-X
001738                             PIC 9(08).
001739     05 FILLER               PIC X(01).
001740     05 CT-TIME-X            PIC X(06).
001741     05 CT-TIME REDEFINES CT-TIME-X
001742                             PIC 9(06).
001743     05 FILLER               PIC X(49).
001744
001745*    ERASURE LOG - ONE LINE PER APPLIED RUN, READ BY TETRESTR
001746 FD  ERASURE-LOG-FILE.
001747 01  ERASURE-LOG-RECORD.
001748     05 EL-DATE              PIC 9(08).
001749     05 FILLER               PIC X(01).
001750     05 EL-TIME              PIC 9(06).
001751     05 FILLER               PIC X(01).
001752     05 EL-MODE              PIC X(09).
001753     05 FILLER               PIC X(01).
001754     05 EL-LEAVERS           PIC 9(02).
001755     05 FILLER               PIC X(01).
001756     05 EL-RESULT            PIC X(10).
001757
001758 WORKING-STORAGE SECTION.
001759
001760*----------------------------------------------------------------
001770*    FILE PATHS AND STATUS FIELDS
001780*----------------------------------------------------------------
001790 01  LVR-DIR                 PIC X(80) VALUE SPACES.
001800 01  LVR-LEAVER-PATH         PIC X(80) VALUE SPACES.
001810 01  LVR-DATA-PATH           PIC X(80) VALUE SPACES.
001820 01  LVR-KEEP-PATH           PIC X(80) VALUE SPACES.
001830 01  LVR-LIST-PATH           PIC X(80) VALUE SPACES.
001840 01  LVR-USAGE-PATH          PIC X(80) VALUE SPACES.
001850 01  LVR-PROFILE-PATH        PIC X(80) VALUE SPACES.
001860 01  LVR-ROSTER-PATH         PIC X(80) VALUE SPACES.
001870 01  LVR-RPT-PATH            PIC X(80) VALUE SPACES.
001871 01  LVR-BACKUP-DIR          PIC X(80) VALUE SPACES.
001872 01  LVR-CAT-PATH            PIC X(80) VALUE SPACES.
001873 01  LVR-LOG-PATH            PIC X(80) VALUE SPACES.
001880
001890 01  LVR-LEAVER-STATUS       PIC X(02) VALUE "00".
001900 01  LVR-DATA-STATUS         PIC X(02) VALUE "00".
001901 01  LVR-LIVE-STATUS         PIC X(02) VALUE "00".
001910 01  LVR-KEEP-STATUS         PIC X(02) VALUE "00".
001920 01  LVR-LIST-STATUS         PIC X(02) VALUE "00".
001930 01  LVR-USAGE-STATUS        PIC X(02) VALUE "00".
001940 01  LVR-PROFILE-STATUS      PIC X(02) VALUE "00".
001950 01  LVR-ROSTER-STATUS       PIC X(02) VALUE "00".
001960 01  LVR-RPT-STATUS          PIC X(02) VALUE "00".
001961 01  LVR-CAT-STATUS          PIC X(02) VALUE "00".
001962 01  LVR-LOG-STATUS          PIC X(02) VALUE "00".
001970
001980 01  LVR-DATA-LEN            PIC 9(04) COMP VALUE 0.
001990 01  LVR-KEEP-LEN            PIC 9(04) COMP VALUE 0.
002000
002010*----------------------------------------------------------------
002020*    RUN CONTROL
002030*----------------------------------------------------------------
002040 01  LVR-RUN-SW              PIC 9(01) VALUE 0.
002050     88 LVR-RUN-OK           VALUE 0.
002060     88 LVR-RUN-FAILED       VALUE 1.
002070
002080 01  LVR-EOF-SW              PIC 9(01) VALUE 0.
002090     88 LVR-EOF              VALUE 1.
002100     88 LVR-NOT-EOF          VALUE 0.
002110
002120*    THE LISTING LOOPS OPEN EACH LISTED FILE INSIDE THEM, SO THEY
002130*    KEEP AN END SWITCH OF THEIR OWN
002140 01  LVR-LIST-EOF-SW         PIC 9(01) VALUE 0.
002150     88 LVR-LIST-EOF         VALUE 1.
002160     88 LVR-LIST-NOT-EOF     VALUE 0.
002170
002180 01  LVR-MODE                PIC X(09) VALUE SPACES.
002190     88 LVR-MODE-DELETE      VALUE "DELETE".
002200     88 LVR-MODE-ANON        VALUE "ANON" "ANONYMISE".
002210
002220 01  LVR-APPLY-X             PIC X(03) VALUE SPACES.
002230 01  LVR-APPLY-SW            PIC 9(01) VALUE 0.
002240     88 LVR-APPLY            VALUE 1.
002250     88 LVR-DRY-RUN          VALUE 0.
002260
002270 01  LVR-TODAY               PIC 9(08) VALUE 0.
002280 01  LVR-TODAY-PARTS REDEFINES LVR-TODAY.
002290     05 LVR-TODAY-YYYY       PIC 9(04).
002300     05 LVR-TODAY-MM         PIC 9(02).
002310     05 LVR-TODAY-DD         PIC 9(02).
002320 01  LVR-NOW                 PIC 9(08) VALUE 0.
002330 01  LVR-NOW-PARTS REDEFINES LVR-NOW.
002340     05 LVR-NOW-HH           PIC 9(02).
002350     05 LVR-NOW-MN           PIC 9(02).
002360     05 FILLER               PIC 9(04).
002361 01  LVR-NOW-HHMMSS          PIC 9(06) VALUE 0.
002362
002363*    THE BACKUP CATALOGUE COULD NOT BE READ - THE GENERATIONS
002364*    STILL HOLDING THE OPERATORS ARE NOT KNOWN
002365 01  LVR-CAT-SW              PIC 9(01) VALUE 0.
002366     88 LVR-CAT-READ         VALUE 0.
002367     88 LVR-CAT-UNREAD       VALUE 1.
002370
002380*----------------------------------------------------------------
002390*    LEAVER TABLE - ID AND THE TOKEN IT BECOMES IN ANON MODE
002400*----------------------------------------------------------------
002410 01  LVR-LEAVER-TABLE.
002420     05 LVR-LEAVER-COUNT     PIC 9(02) VALUE 0.
002430     05 LVR-LEAVER-ENTRY OCCURS 50 TIMES.
002440        10 LVR-LEAVER-ID     PIC X(08).
002450        10 LVR-LEAVER-TOKEN  PIC X(08).
002460
002470 01  LVR-TOKEN-WK.
002480     05 LVR-TOKEN-DEPT       PIC X(02).
002490     05 FILLER               PIC X(01) VALUE "X".
002491     05 LVR-TOKEN-NUM        PIC 9(05).
002500
002510*----------------------------------------------------------------
002520*    FILE KIND FOR THE SHARED SEQUENTIAL REWRITE
002530*----------------------------------------------------------------
002540 01  LVR-KIND                PIC X(01) VALUE SPACES.
002550     88 LVR-KIND-BOARD       VALUE "B".
002560     88 LVR-KIND-MATCH       VALUE "V".
002570     88 LVR-KIND-STAND       VALUE "T".
002580     88 LVR-KIND-LIMIT       VALUE "L".
002581     88 LVR-KIND-DROP        VALUE "D".
002590     88 LVR-KIND-REPLAY      VALUE "P".
002600
002610 01  LVR-REC-SW              PIC 9(01) VALUE 0.
002620     88 LVR-REC-KEEP         VALUE 0.
002630     88 LVR-REC-DROP         VALUE 1.
002640
002650 01  LVR-STAMP-SW            PIC 9(01) VALUE 0.
002660     88 LVR-STAMP-GOOD       VALUE 1.
002670     88 LVR-STAMP-BAD        VALUE 0.
002680
002690 01  LVR-MORE-SW             PIC 9(01) VALUE 0.
002700     88 LVR-MORE             VALUE 1.
002710     88 LVR-NO-MORE          VALUE 0.
002720
002730*----------------------------------------------------------------
002740*    USAGE DAYS STASHED PER LEAVER BEFORE THE RE-KEY
002750*----------------------------------------------------------------
002760 01  LVR-DAY-TABLE.
002770     05 LVR-DAY-COUNT        PIC 9(03) VALUE 0.
002780     05 LVR-DAY-ENTRY OCCURS 200 TIMES.
002790        10 LVR-DAY-DATE      PIC 9(08).
002800        10 LVR-DAY-SECS      PIC 9(06).
002810
002820*----------------------------------------------------------------
002830*    WORK FIELDS
002840*----------------------------------------------------------------
002850 77  LVR-LX                  PIC 9(02) COMP VALUE 0.
002860 77  LVR-DX                  PIC 9(03) COMP VALUE 0.
002870 77  LVR-HIT-IX              PIC 9(02) COMP VALUE 0.
002880 77  LVR-HIT2-IX             PIC 9(02) COMP VALUE 0.
002890 77  LVR-FX                  PIC 9(02) COMP VALUE 0.
002900
002910 01  LVR-ID-WK               PIC X(08) VALUE SPACES.
002920 01  LVR-DEPT-WK             PIC X(02) VALUE SPACES.
002930 01  LVR-SECS-WK             PIC 9(07) VALUE 0.
002940
002950 01  LVR-CHKDATA             PIC X(38) VALUE SPACES.
002960 01  LVR-CHECK-WK            PIC 9(06) VALUE 0.
002970 01  LVR-VS-CHKDATA          PIC X(75) VALUE SPACES.
002980
002990 01  LVR-CMD                 PIC X(200) VALUE SPACES.
003000 01  LVR-CMD-RC              PIC S9(04) COMP VALUE 0.
003010
003020 01  LVR-NAME-WK             PIC X(80) VALUE SPACES.
003030 01  LVR-MONTH-WK            PIC X(06) VALUE SPACES.
003031 01  LVR-PREFIX-WK           PIC X(02) VALUE SPACES.
003040
003050*----------------------------------------------------------------
003060*    COUNTERS - PER FILE FOR THE CERTIFICATE LINE, TOTALS FOR
003070*    THE RUN
003080*----------------------------------------------------------------
003090 77  LVR-F-REMOVED           PIC 9(08) COMP VALUE 0.
003100 77  LVR-F-ANON              PIC 9(08) COMP VALUE 0.
003110 77  LVR-F-NOSTAMP           PIC 9(08) COMP VALUE 0.
003120 01  LVR-F-TEXT              PIC X(24) VALUE SPACES.
003130 01  LVR-F-NOTE              PIC X(22) VALUE SPACES.
003140
003150 77  LVR-RP-REMOVED          PIC 9(08) COMP VALUE 0.
003160 77  LVR-RP-ANON             PIC 9(08) COMP VALUE 0.
003170 77  LVR-RP-FAILED           PIC 9(08) COMP VALUE 0.
003171 77  LVR-RO-FAILED           PIC 9(08) COMP VALUE 0.
003180
003190 77  LVR-T-REMOVED           PIC 9(08) COMP VALUE 0.
003200 77  LVR-T-ANON              PIC 9(08) COMP VALUE 0.
003210 77  LVR-T-NOSTAMP           PIC 9(08) COMP VALUE 0.
003220
003221 77  LVR-GEN-COUNT           PIC 9(04) COMP VALUE 0.
003222 77  LVR-GEN-EDIT            PIC Z(03)9.
003223 77  LVR-LEAD                PIC 9(02) COMP VALUE 0.
003224
003230 77  LVR-REMOVED-EDIT        PIC Z(07)9.
003240 77  LVR-ANON-EDIT           PIC Z(07)9.
003250 77  LVR-NOSTAMP-EDIT        PIC Z(07)9.
003260
003270*----------------------------------------------------------------
003280*    CERTIFICATE LINES
003290*----------------------------------------------------------------
003300 01  RPT-HEADING-1.
003310     05 FILLER               PIC X(80)
003320        VALUE "TETLEAVE  LEAVER ERASURE CERTIFICATE".
003330
003340 01  RPT-RUN-LINE.
003350     05 FILLER               PIC X(09) VALUE "RUN DATE ".
003360     05 RPT-R-YYYY           PIC 9(04).
003370     05 FILLER               PIC X(01) VALUE "-".
003380     05 RPT-R-MM             PIC 9(02).
003390     05 FILLER               PIC X(01) VALUE "-".
003400     05 RPT-R-DD             PIC 9(02).
003410     05 FILLER               PIC X(06) VALUE "  AT  ".
003420     05 RPT-R-HH             PIC 9(02).
003430     05 FILLER               PIC X(01) VALUE ":".
003440     05 RPT-R-MN             PIC 9(02).
003450     05 FILLER               PIC X(08) VALUE "  MODE  ".
003460     05 RPT-R-MODE           PIC X(09).
003470     05 FILLER               PIC X(02) VALUE SPACES.
003480     05 RPT-R-APPLY          PIC X(31).
003490
003500 01  RPT-LEAVER-LINE.
003510     05 FILLER               PIC X(09) VALUE "OPERATOR ".
003520     05 RPT-L-ID             PIC X(08).
003530     05 FILLER               PIC X(63) VALUE SPACES.
003540
003550 01  RPT-HEADING-2.
003560     05 FILLER               PIC X(24) VALUE "FILE".
003570     05 FILLER               PIC X(07) VALUE "REMOVED".
003580     05 FILLER               PIC X(12) VALUE "  ANONYMISED".
003590     05 FILLER               PIC X(13) VALUE "    UNSTAMPED".
003600     05 FILLER               PIC X(24) VALUE "  NOTE".
003610
003620 01  RPT-FILE-LINE.
003630     05 RPT-F-TEXT           PIC X(24).
003640     05 RPT-F-REMOVED        PIC Z(06)9.
003650     05 FILLER               PIC X(05) VALUE SPACES.
003660     05 RPT-F-ANON           PIC Z(06)9.
003670     05 FILLER               PIC X(06) VALUE SPACES.
003680     05 RPT-F-NOSTAMP        PIC Z(06)9.
003690     05 FILLER               PIC X(02) VALUE SPACES.
003700     05 RPT-F-NOTE           PIC X(22).
003710
003711 01  RPT-BACKUP-LINE.
003712     05 FILLER               PIC X(24) VALUE "BACKUP GENERATIONS".
003713     05 RPT-B-COUNT          PIC Z(06)9.
003714     05 FILLER               PIC X(02) VALUE SPACES.
003715     05 RPT-B-TEXT           PIC X(47).
003716
003720 01  RPT-END-LINE.
003730     05 RPT-E-TEXT           PIC X(80).
003740
003750 PROCEDURE DIVISION.
003760
003770*----------------------------------------------------------------
003780*    MAINLINE
003790*----------------------------------------------------------------
003800 0000-MAINLINE.
003810     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003820     IF LVR-RUN-FAILED
003830        GO TO 0000-WRAP-UP
003840     END-IF
003850     PERFORM 2000-ERASE-LIVE THRU 2000-EXIT
003860     PERFORM 2500-ERASE-ARCHIVES THRU 2500-EXIT
003870     PERFORM 2700-ERASE-SIDE-FILES THRU 2700-EXIT
003880     PERFORM 3000-ERASE-USAGE THRU 3000-EXIT
003890     PERFORM 3500-ERASE-PROFILES THRU 3500-EXIT
003900     PERFORM 3700-ERASE-ROSTER THRU 3700-EXIT
003910     PERFORM 4000-ERASE-REPLAYS THRU 4000-EXIT
003920     PERFORM 4500-ERASE-CHECKPOINTS THRU 4500-EXIT
003930     PERFORM 5000-FINISH-CERTIFICATE THRU 5000-EXIT.
003940 0000-WRAP-UP.
003950     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
003960 0000-EXIT.
003970     STOP RUN.
003980
003990*----------------------------------------------------------------
004000*    INITIALIZE - RESOLVE PATHS AND MODE, LOAD THE LEAVER LIST,
004010*    OPEN THE CERTIFICATE
004020*----------------------------------------------------------------
004030 1000-INITIALIZE.
004040     ACCEPT LVR-DIR FROM ENVIRONMENT "leaderboard_dir"
004050     END-ACCEPT
004060
004070     INSPECT LVR-DIR REPLACING TRAILING SPACE BY LOW-VALUE
004080
004090     ACCEPT LVR-MODE FROM ENVIRONMENT "erase_mode"
004100     END-ACCEPT
004110     ACCEPT LVR-APPLY-X FROM ENVIRONMENT "erase_apply"
004120     END-ACCEPT
004130
004140     IF LVR-APPLY-X = "YES"
004150        SET LVR-APPLY TO TRUE
004160     END-IF
004170
004171     ACCEPT LVR-BACKUP-DIR FROM ENVIRONMENT "backup_dir"
004172     END-ACCEPT
004173
004174     IF LVR-BACKUP-DIR = SPACES
004175        STRING
004176            LVR-DIR          DELIMITED BY LOW-VALUE
004177            "\"              DELIMITED BY SIZE
004178            "backup"         DELIMITED BY SIZE
004179                INTO LVR-BACKUP-DIR
004180        END-STRING
004181     END-IF
004182
004183     INSPECT LVR-BACKUP-DIR
004184         REPLACING TRAILING SPACE BY LOW-VALUE
004185
004186     ACCEPT LVR-TODAY FROM DATE YYYYMMDD
004190     ACCEPT LVR-NOW FROM TIME
004191     COMPUTE LVR-NOW-HHMMSS = LVR-NOW / 100
004200
004210     STRING
004220         LVR-DIR             DELIMITED BY LOW-VALUE
004230         "\"                 DELIMITED BY SIZE
004240         "leavers.dat"       DELIMITED BY SIZE
004250             INTO LVR-LEAVER-PATH
004260     END-STRING
004270
004280     STRING
004290         LVR-DIR             DELIMITED BY LOW-VALUE
004300         "\"                 DELIMITED BY SIZE
004310         "tetleave.tmp"      DELIMITED BY SIZE
004320             INTO LVR-KEEP-PATH
004330     END-STRING
004340
004350     STRING
004360         LVR-DIR             DELIMITED BY LOW-VALUE
004370         "\"                 DELIMITED BY SIZE
004380         "tetleave.lst"      DELIMITED BY SIZE
004390             INTO LVR-LIST-PATH
004400     END-STRING
004410
004420     STRING
004430         LVR-DIR             DELIMITED BY LOW-VALUE
004440         "\"                 DELIMITED BY SIZE
004450         "usage.dat"         DELIMITED BY SIZE
004460             INTO LVR-USAGE-PATH
004470     END-STRING
004480
004490     STRING
004500         LVR-DIR             DELIMITED BY LOW-VALUE
004510         "\"                 DELIMITED BY SIZE
004520         "profiles.dat"      DELIMITED BY SIZE
004530             INTO LVR-PROFILE-PATH
004540     END-STRING
004550
004560     STRING
004570         LVR-DIR             DELIMITED BY LOW-VALUE
004580         "\"                 DELIMITED BY SIZE
004590         "roster.dat"        DELIMITED BY SIZE
004600             INTO LVR-ROSTER-PATH
004610     END-STRING
004620
004630     STRING
004640         LVR-DIR             DELIMITED BY LOW-VALUE
004650         "\"                 DELIMITED BY SIZE
004660         "tetleave.rpt"      DELIMITED BY SIZE
004670             INTO LVR-RPT-PATH
004680     END-STRING
004690
004691     STRING
004692         LVR-DIR             DELIMITED BY LOW-VALUE
004693         "\"                 DELIMITED BY SIZE
004694         "tetleave.log"      DELIMITED BY SIZE
004695             INTO LVR-LOG-PATH
004696     END-STRING
004697
004698     STRING
004699         LVR-BACKUP-DIR      DELIMITED BY LOW-VALUE
004700         "\"                 DELIMITED BY SIZE
004701         "backup.cat"        DELIMITED BY SIZE
004702             INTO LVR-CAT-PATH
004703     END-STRING
004704
004705     INSPECT LVR-LEAVER-PATH
004710         REPLACING TRAILING SPACE BY LOW-VALUE
004720     INSPECT LVR-KEEP-PATH REPLACING TRAILING SPACE BY LOW-VALUE
004730     INSPECT LVR-LIST-PATH REPLACING TRAILING SPACE BY LOW-VALUE
004740     INSPECT LVR-USAGE-PATH
004750         REPLACING TRAILING SPACE BY LOW-VALUE
004760     INSPECT LVR-PROFILE-PATH
004770         REPLACING TRAILING SPACE BY LOW-VALUE
004780     INSPECT LVR-ROSTER-PATH
004790         REPLACING TRAILING SPACE BY LOW-VALUE
004800     INSPECT LVR-RPT-PATH REPLACING TRAILING SPACE BY LOW-VALUE
004801     INSPECT LVR-LOG-PATH REPLACING TRAILING SPACE BY LOW-VALUE
004802     INSPECT LVR-CAT-PATH REPLACING TRAILING SPACE BY LOW-VALUE
004810
004820*    NO DEFAULT MODE - DELETE AND ANON LEAVE DIFFERENT FILES
004830*    BEHIND, SO THE CHOICE MUST BE MADE ON PURPOSE
004840     IF NOT LVR-MODE-DELETE
004850        AND NOT LVR-MODE-ANON
004860        DISPLAY "TETLEAVE: ERASE_MODE MUST BE DELETE OR ANON"
004870        SET LVR-RUN-FAILED TO TRUE
004880        GO TO 1000-EXIT
004890     END-IF
004900
004910     PERFORM 1100-LOAD-LEAVERS THRU 1100-EXIT
004920
004930     IF LVR-RUN-FAILED
004940        GO TO 1000-EXIT
004950     END-IF
004960
004970     OPEN OUTPUT REPORT-FILE
004980
004990     IF LVR-RPT-STATUS NOT = "00"
005000        DISPLAY "TETLEAVE: CANNOT OPEN " LVR-RPT-PATH
005010        SET LVR-RUN-FAILED TO TRUE
005020        GO TO 1000-EXIT
005030     END-IF
005040
005050     WRITE REPORT-RECORD FROM RPT-HEADING-1
005060     MOVE SPACES TO REPORT-RECORD
005070     WRITE REPORT-RECORD
005080
005090     MOVE LVR-TODAY-YYYY TO RPT-R-YYYY
005100     MOVE LVR-TODAY-MM TO RPT-R-MM
005110     MOVE LVR-TODAY-DD TO RPT-R-DD
005120     MOVE LVR-NOW-HH TO RPT-R-HH
005130     MOVE LVR-NOW-MN TO RPT-R-MN
005140
005150     IF LVR-MODE-DELETE
005160        MOVE "DELETE" TO RPT-R-MODE
005170     ELSE
005180        MOVE "ANONYMISE" TO RPT-R-MODE
005190     END-IF
005200
005210     IF LVR-APPLY
005220        MOVE "APPLIED" TO RPT-R-APPLY
005230     ELSE
005240        MOVE "DRY RUN - COUNTS ONLY" TO RPT-R-APPLY
005250     END-IF
005260
005270     WRITE REPORT-RECORD FROM RPT-RUN-LINE
005280     MOVE SPACES TO REPORT-RECORD
005290     WRITE REPORT-RECORD
005300
005310*    THE CERTIFICATE NAMES THE OPERATORS, NEVER THEIR TOKENS
005320     PERFORM VARYING LVR-LX FROM 1 BY 1
005330             UNTIL LVR-LX > LVR-LEAVER-COUNT
005340         MOVE LVR-LEAVER-ID (LVR-LX) TO RPT-L-ID
005350         WRITE REPORT-RECORD FROM RPT-LEAVER-LINE
005360     END-PERFORM
005370
005380     MOVE SPACES TO REPORT-RECORD
005390     WRITE REPORT-RECORD
005400     WRITE REPORT-RECORD FROM RPT-HEADING-2.
005410 1000-EXIT.
005420     EXIT.
005430
005440 1100-LOAD-LEAVERS.
005450     OPEN INPUT LEAVER-FILE
005460
005470     IF LVR-LEAVER-STATUS NOT = "00"
005480        DISPLAY "TETLEAVE: CANNOT OPEN " LVR-LEAVER-PATH
005490        SET LVR-RUN-FAILED TO TRUE
005500        GO TO 1100-EXIT
005510     END-IF
005520
005530     SET LVR-NOT-EOF TO TRUE
005540
005550     PERFORM 1200-LEAVER-RECORD THRU 1200-EXIT
005560         UNTIL LVR-EOF
005570
005580     CLOSE LEAVER-FILE
005590
005600     IF LVR-LEAVER-COUNT = 0
005610        AND LVR-RUN-OK
005620        DISPLAY "TETLEAVE: LEAVER LIST EMPTY"
005630        SET LVR-RUN-FAILED TO TRUE
005640     END-IF.
005650 1100-EXIT.
005660     EXIT.
005670
005680 1200-LEAVER-RECORD.
005690     READ LEAVER-FILE
005700         AT END
005710             SET LVR-EOF TO TRUE
005720             GO TO 1200-EXIT
005730     END-READ
005740
005750     IF LR-OPERATOR-ID = SPACES
005760        GO TO 1200-EXIT
005770     END-IF
005780
005790     MOVE LR-OPERATOR-ID TO LVR-ID-WK
005800     PERFORM 2900-FIND-LEAVER THRU 2900-EXIT
005810
005820     IF LVR-HIT-IX NOT = 0
005830        GO TO 1200-EXIT
005840     END-IF
005850
005860     IF LVR-LEAVER-COUNT >= 50
005870*       A PART-LOADED LIST WOULD LEAVE SOMEONE ON FILE WHILE THE
005880*       CERTIFICATE LOOKS COMPLETE - REFUSE INSTEAD
005890        DISPLAY "TETLEAVE: LEAVER TABLE FULL - SPLIT THE LIST"
005900        DISPLAY "TETLEAVE: NOTHING ERASED"
005910        SET LVR-RUN-FAILED TO TRUE
005920        SET LVR-EOF TO TRUE
005930        GO TO 1200-EXIT
005940     END-IF
005950
005960     ADD 1 TO LVR-LEAVER-COUNT
005970     MOVE LR-OPERATOR-ID TO LVR-LEAVER-ID (LVR-LEAVER-COUNT)
005980
005990*    THE TOKEN KEEPS THE DEPARTMENT IN COLS 1-2, WHERE TETSTATS
006000*    AND TETTIME LOOK FOR IT. ITS DIGITS ARE DRAWN FROM ID, RUN
006001*    DATE AND TIME, SO IT CANNOT BE WORKED BACK FROM THE ID ALONE
006010     MOVE SPACES TO LVR-CHKDATA
006020     STRING
006030         LR-OPERATOR-ID      DELIMITED BY SIZE
006040         LVR-TODAY           DELIMITED BY SIZE
006050         LVR-NOW             DELIMITED BY SIZE
006060         LVR-LEAVER-COUNT    DELIMITED BY SIZE
006070             INTO LVR-CHKDATA
006080     END-STRING
006090     MOVE 0 TO LVR-CHECK-WK
006100     CALL "TETCHK" USING LVR-CHKDATA, LVR-CHECK-WK
006101     MOVE LR-OPERATOR-ID (1:2) TO LVR-TOKEN-DEPT
006110     MOVE LVR-CHECK-WK TO LVR-TOKEN-NUM
006120     MOVE LVR-TOKEN-WK TO LVR-LEAVER-TOKEN (LVR-LEAVER-COUNT).
006130 1200-EXIT.
006140     EXIT.
006150
006160*----------------------------------------------------------------
006170*    THE LIVE LEADERBOARD
006180*----------------------------------------------------------------
006190 2000-ERASE-LIVE.
006200     MOVE "leaderbd.dat" TO LVR-NAME-WK
006210     MOVE "LIVE LEADERBOARD" TO LVR-F-TEXT
006220     SET LVR-KIND-BOARD TO TRUE
006230     PERFORM 6000-BUILD-DATA-PATH THRU 6000-EXIT
006231     PERFORM 2050-REWRITE-LIVE THRU 2050-EXIT
006232     PERFORM 7000-WRITE-FILE-LINE THRU 7000-EXIT.
006240 2000-EXIT.
006241     EXIT.
006242
006243*----------------------------------------------------------------
006244*    THE INDEXED LIVE BOARD - SAME SPLIT AS 2200, EACH RECORD
006245*    SCREENED IN THE LEADERBOARD LAYOUT, THEN THE BOARD IS
006246*    REBUILT FROM THE KEEP FILE
006247*----------------------------------------------------------------
006248 2050-REWRITE-LIVE.
006249     MOVE 0 TO LVR-F-REMOVED
006250     MOVE 0 TO LVR-F-ANON
006251     MOVE 0 TO LVR-F-NOSTAMP
006252     MOVE SPACES TO LVR-F-NOTE
006253
006254     OPEN INPUT LIVE-FILE
006255
006256     IF LVR-LIVE-STATUS = "35"
006257        MOVE "NOT PRESENT" TO LVR-F-NOTE
006258        GO TO 2050-EXIT
006259     END-IF
006260
006261     IF LVR-LIVE-STATUS NOT = "00"
006262        DISPLAY "TETLEAVE: CANNOT OPEN " LVR-DATA-PATH
006263        MOVE "CANNOT OPEN" TO LVR-F-NOTE
006264        SET LVR-RUN-FAILED TO TRUE
006265        GO TO 2050-EXIT
006266     END-IF
006267
006268     IF LVR-APPLY
006269        OPEN OUTPUT KEEP-FILE
006270        IF LVR-KEEP-STATUS NOT = "00"
006271           DISPLAY "TETLEAVE: CANNOT OPEN " LVR-KEEP-PATH
006272           MOVE "NOT REWRITTEN" TO LVR-F-NOTE
006273           CLOSE LIVE-FILE
006274           SET LVR-RUN-FAILED TO TRUE
006275           GO TO 2050-EXIT
006276        END-IF
006277     END-IF
006278
006279     SET LVR-NOT-EOF TO TRUE
006280
006281     PERFORM 2060-SCREEN-LIVE-RECORD THRU 2060-EXIT
006282         UNTIL LVR-EOF
006283
006284     CLOSE LIVE-FILE
006285
006286     IF LVR-DRY-RUN
006287        GO TO 2050-EXIT
006288     END-IF
006289
006290     CLOSE KEEP-FILE
006291
006292     IF LVR-F-REMOVED = 0
006293        AND LVR-F-ANON = 0
006294        GO TO 2050-EXIT
006295     END-IF
006296
006297     OPEN INPUT KEEP-FILE
006298     OPEN OUTPUT LIVE-FILE
006299
006300     IF LVR-KEEP-STATUS NOT = "00"
006301        OR LVR-LIVE-STATUS NOT = "00"
006302        DISPLAY "TETLEAVE: CANNOT REWRITE " LVR-DATA-PATH
006303        MOVE "NOT REWRITTEN" TO LVR-F-NOTE
006304        SET LVR-RUN-FAILED TO TRUE
006305        GO TO 2050-EXIT
006306     END-IF
006307
006308     SET LVR-NOT-EOF TO TRUE
006309
006310     PERFORM 2070-COPY-LIVE-RECORD THRU 2070-EXIT
006311         UNTIL LVR-EOF
006312
006313     CLOSE KEEP-FILE
006314     CLOSE LIVE-FILE.
006315 2050-EXIT.
006316     EXIT.
006317
006318*    THE BOARD RECORD IS LAID INTO THE DATA RECORD AREA SO THE
006319*    SHARED LEADERBOARD SCREEN CAN WORK ON IT
006320 2060-SCREEN-LIVE-RECORD.
006321     READ LIVE-FILE NEXT RECORD
006322         AT END
006323             SET LVR-EOF TO TRUE
006324             GO TO 2060-EXIT
006325     END-READ
006326
006327     MOVE SPACES TO DATA-RECORD
006328     MOVE LIVE-RECORD TO DATA-RECORD
006329     MOVE 54 TO LVR-DATA-LEN
006330
006331     SET LVR-REC-KEEP TO TRUE
006332
006333     PERFORM 2310-SCREEN-BOARD THRU 2310-EXIT
006334
006335     IF LVR-REC-DROP
006336        OR LVR-DRY-RUN
006337        GO TO 2060-EXIT
006338     END-IF
006339
006340     MOVE LVR-DATA-LEN TO LVR-KEEP-LEN
006341     WRITE KEEP-RECORD FROM DATA-RECORD.
006342 2060-EXIT.
006343     EXIT.
006344
006345*    THE SCORE IS NOT TOUCHED, SO THE SCORE KEY STILL HOLDS; A
006346*    TOKEN IS NEW TO THE BOARD, SO A KEY CLASH MEANS DAMAGE
006347 2070-COPY-LIVE-RECORD.
006348     READ KEEP-FILE
006349         AT END
006350             SET LVR-EOF TO TRUE
006351             GO TO 2070-EXIT
006352     END-READ
006353
006354     MOVE KEEP-RECORD (1:54) TO LIVE-RECORD
006355
006356     WRITE LIVE-RECORD
006357         INVALID KEY
006358             DISPLAY "TETLEAVE: DUPLICATE KEY " LV-KEY
006359             MOVE "KEY CLASH" TO LVR-F-NOTE
006360             SET LVR-RUN-FAILED TO TRUE
006361     END-WRITE.
006362 2070-EXIT.
006363     EXIT.
006364
006365*----------------------------------------------------------------
006366*    ONE SEQUENTIAL FILE (NAME IN LVR-NAME-WK) - REWRITE IT AND
006367*    PUT ITS LINE ON THE CERTIFICATE
006368*----------------------------------------------------------------
006369 2100-ERASE-ONE-FILE.
006370     PERFORM 6000-BUILD-DATA-PATH THRU 6000-EXIT
006371     PERFORM 2200-REWRITE-FILE THRU 2200-EXIT
006372     PERFORM 7000-WRITE-FILE-LINE THRU 7000-EXIT.
006373 2100-EXIT.
006374     EXIT.
006375
006380*----------------------------------------------------------------
006390*    SPLIT ONE FILE (LVR-DATA-PATH, LAYOUT LVR-KIND) TO THE KEEP
006400*    FILE WITH THE LEAVERS DROPPED OR TOKENISED, THEN COPY THE
006410*    KEEP FILE BACK. A DRY RUN ONLY READS AND COUNTS; A FILE
006420*    WITH NO LEAVER RECORD IS LEFT AS IT IS.
006430*----------------------------------------------------------------
006440 2200-REWRITE-FILE.
006450     MOVE 0 TO LVR-F-REMOVED
006460     MOVE 0 TO LVR-F-ANON
006470     MOVE 0 TO LVR-F-NOSTAMP
006480     MOVE SPACES TO LVR-F-NOTE
006490
006500     OPEN INPUT DATA-FILE
006510
006520     IF LVR-DATA-STATUS = "35"
006530        MOVE "NOT PRESENT" TO LVR-F-NOTE
006540        GO TO 2200-EXIT
006550     END-IF
006560
006570     IF LVR-DATA-STATUS NOT = "00"
006580        DISPLAY "TETLEAVE: CANNOT OPEN " LVR-DATA-PATH
006590        MOVE "CANNOT OPEN" TO LVR-F-NOTE
006600        SET LVR-RUN-FAILED TO TRUE
006610        GO TO 2200-EXIT
006620     END-IF
006630
006640     IF LVR-APPLY
006650        OPEN OUTPUT KEEP-FILE
006660        IF LVR-KEEP-STATUS NOT = "00"
006670           DISPLAY "TETLEAVE: CANNOT OPEN " LVR-KEEP-PATH
006680           MOVE "NOT REWRITTEN" TO LVR-F-NOTE
006690           CLOSE DATA-FILE
006700           SET LVR-RUN-FAILED TO TRUE
006710           GO TO 2200-EXIT
006720        END-IF
006730     END-IF
006740
006750     SET LVR-NOT-EOF TO TRUE
006760
006770     PERFORM 2300-SCREEN-RECORD THRU 2300-EXIT
006780         UNTIL LVR-EOF
006790
006800     CLOSE DATA-FILE
006810
006820     IF LVR-DRY-RUN
006830        GO TO 2200-EXIT
006840     END-IF
006850
006860     CLOSE KEEP-FILE
006870
006880     IF LVR-F-REMOVED = 0
006890        AND LVR-F-ANON = 0
006900        GO TO 2200-EXIT
006910     END-IF
006920
006930     OPEN INPUT KEEP-FILE
006940     OPEN OUTPUT DATA-FILE
006950
006960     IF LVR-KEEP-STATUS NOT = "00"
006970        OR LVR-DATA-STATUS NOT = "00"
006980        DISPLAY "TETLEAVE: CANNOT REWRITE " LVR-DATA-PATH
006990        MOVE "NOT REWRITTEN" TO LVR-F-NOTE
007000        SET LVR-RUN-FAILED TO TRUE
007010        GO TO 2200-EXIT
007020     END-IF
007030
007040     SET LVR-NOT-EOF TO TRUE
007050
007060     PERFORM 2400-COPY-RECORD THRU 2400-EXIT
007070         UNTIL LVR-EOF
007080
007090     CLOSE KEEP-FILE
007100     CLOSE DATA-FILE.
007110 2200-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------------
007150*    SCREEN ONE RECORD AGAINST THE LEAVER LIST BY FILE LAYOUT
007160*----------------------------------------------------------------
007170 2300-SCREEN-RECORD.
007180     READ DATA-FILE
007190         AT END
007200             SET LVR-EOF TO TRUE
007210             GO TO 2300-EXIT
007220     END-READ
007230
007240     SET LVR-REC-KEEP TO TRUE
007250
007260     EVALUATE TRUE
007270         WHEN LVR-KIND-BOARD
007280             PERFORM 2310-SCREEN-BOARD THRU 2310-EXIT
007290         WHEN LVR-KIND-MATCH
007300             PERFORM 2330-SCREEN-MATCH THRU 2330-EXIT
007310         WHEN LVR-KIND-STAND
007320             PERFORM 2340-SCREEN-STAND THRU 2340-EXIT
007330         WHEN LVR-KIND-LIMIT
007340             PERFORM 2350-SCREEN-LIMIT THRU 2350-EXIT
007341         WHEN LVR-KIND-DROP
007342             PERFORM 2345-SCREEN-DROP THRU 2345-EXIT
007350         WHEN LVR-KIND-REPLAY
007360             PERFORM 2360-SCREEN-REPLAY THRU 2360-EXIT
007370     END-EVALUATE
007380
007390     IF LVR-REC-DROP
007400        OR LVR-DRY-RUN
007410        GO TO 2300-EXIT
007420     END-IF
007430
007440     MOVE LVR-DATA-LEN TO LVR-KEEP-LEN
007450     WRITE KEEP-RECORD FROM DATA-RECORD.
007460 2300-EXIT.
007470     EXIT.
007480
007490*----------------------------------------------------------------
007500*    LEADERBOARD LAYOUT - ALSO THE FRONT OF A REJECT LINE, WHICH
007510*    CARRIES THE ORIGINAL RECORD AND ITS STAMP UNCHANGED
007520*----------------------------------------------------------------
007530 2310-SCREEN-BOARD.
007540     MOVE DB-OPERATOR-ID TO LVR-ID-WK
007550     PERFORM 2900-FIND-LEAVER THRU 2900-EXIT
007560
007570     IF LVR-HIT-IX = 0
007580        GO TO 2310-EXIT
007590     END-IF
007600
007610     IF LVR-MODE-DELETE
007620        SET LVR-REC-DROP TO TRUE
007630        ADD 1 TO LVR-F-REMOVED
007640        GO TO 2310-EXIT
007650     END-IF
007660
007670     MOVE DT-BOARD-RECORD (1:38) TO LVR-CHKDATA
007680     MOVE 0 TO LVR-CHECK-WK
007690     CALL "TETCHK" USING LVR-CHKDATA, LVR-CHECK-WK
007700
007710     SET LVR-STAMP-BAD TO TRUE
007720     IF DB-CHECK-X IS NUMERIC
007730        AND DB-CHECK-N = LVR-CHECK-WK
007740        SET LVR-STAMP-GOOD TO TRUE
007750     END-IF
007760
007770     MOVE LVR-LEAVER-TOKEN (LVR-HIT-IX) TO DB-OPERATOR-ID
007780     ADD 1 TO LVR-F-ANON
007790
007800     IF LVR-STAMP-BAD
007810        ADD 1 TO LVR-F-NOSTAMP
007820        GO TO 2310-EXIT
007830     END-IF
007840
007850     MOVE DT-BOARD-RECORD (1:38) TO LVR-CHKDATA
007860     MOVE 0 TO LVR-CHECK-WK
007870     CALL "TETCHK" USING LVR-CHKDATA, LVR-CHECK-WK
007880     MOVE LVR-CHECK-WK TO DB-CHECK-N.
007890 2310-EXIT.
007900     EXIT.
007910
007920*----------------------------------------------------------------
007930*    VERSUS MATCH - EITHER PLAYER MAY BE A LEAVER
007940*----------------------------------------------------------------
007950 2330-SCREEN-MATCH.
007960     MOVE DM-P2-ID TO LVR-ID-WK
007970     PERFORM 2900-FIND-LEAVER THRU 2900-EXIT
007980     MOVE LVR-HIT-IX TO LVR-HIT2-IX
007990
008000     MOVE DM-P1-ID TO LVR-ID-WK
008010     PERFORM 2900-FIND-LEAVER THRU 2900-EXIT
008020
008030     IF LVR-HIT-IX = 0
008040        AND LVR-HIT2-IX = 0
008050        GO TO 2330-EXIT
008060     END-IF
008070
008080     IF LVR-MODE-DELETE
008090        SET LVR-REC-DROP TO TRUE
008100        ADD 1 TO LVR-F-REMOVED
008110        GO TO 2330-EXIT
008120     END-IF
008130
008140     MOVE DT-MATCH-RECORD (1:75) TO LVR-VS-CHKDATA
008150     MOVE 0 TO LVR-CHECK-WK
008160     CALL "TETCHKV" USING LVR-VS-CHKDATA, LVR-CHECK-WK
008170
008180     SET LVR-STAMP-BAD TO TRUE
008190     IF DM-CHECK-X IS NUMERIC
008200        AND DM-CHECK-N = LVR-CHECK-WK
008210        SET LVR-STAMP-GOOD TO TRUE
008220     END-IF
008230
008240     IF LVR-HIT-IX NOT = 0
008250        MOVE LVR-LEAVER-TOKEN (LVR-HIT-IX) TO DM-P1-ID
008260     END-IF
008270     IF LVR-HIT2-IX NOT = 0
008280        MOVE LVR-LEAVER-TOKEN (LVR-HIT2-IX) TO DM-P2-ID
008290     END-IF
008300     ADD 1 TO LVR-F-ANON
008310
008320     IF LVR-STAMP-BAD
008330        ADD 1 TO LVR-F-NOSTAMP
008340        GO TO 2330-EXIT
008350     END-IF
008360
008370     MOVE DT-MATCH-RECORD (1:75) TO LVR-VS-CHKDATA
008380     MOVE 0 TO LVR-CHECK-WK
008390     CALL "TETCHKV" USING LVR-VS-CHKDATA, LVR-CHECK-WK
008400     MOVE LVR-CHECK-WK TO DM-CHECK-N.
008410 2330-EXIT.
008420     EXIT.
008430
008440*----------------------------------------------------------------
008450*    SEASON STANDINGS - NO STAMP ON THIS FILE
008460*----------------------------------------------------------------
008470 2340-SCREEN-STAND.
008480     MOVE DS-OPERATOR-ID TO LVR-ID-WK
008490     PERFORM 2900-FIND-LEAVER THRU 2900-EXIT
008500
008510     IF LVR-HIT-IX = 0
008520        GO TO 2340-EXIT
008530     END-IF
008540
008550     IF LVR-MODE-DELETE
008560        SET LVR-REC-DROP TO TRUE
008570        ADD 1 TO LVR-F-REMOVED
008580     ELSE
008590        MOVE LVR-LEAVER-TOKEN (LVR-HIT-IX) TO DS-OPERATOR-ID
008600        ADD 1 TO LVR-F-ANON
008610     END-IF.
008620 2340-EXIT.
008621     EXIT.
008622
008623*----------------------------------------------------------------
008624*    OPT-OUTS AND EXTENSION REQUESTS - ID IN COLS 1-8. THE LINE
008625*    GOES IN EITHER MODE: UNDER A TOKEN IT WOULD MEAN NOTHING,
008626*    AND AN APPROVED REQUEST WOULD GRANT TIME TO THE TOKEN.
008627*----------------------------------------------------------------
008628 2345-SCREEN-DROP.
008629     MOVE DS-OPERATOR-ID TO LVR-ID-WK
008630     PERFORM 2900-FIND-LEAVER THRU 2900-EXIT
008631
008632     IF LVR-HIT-IX NOT = 0
008633        SET LVR-REC-DROP TO TRUE
008634        ADD 1 TO LVR-F-REMOVED
008635     END-IF.
008636 2345-EXIT.
008637     EXIT.
008640
008650*----------------------------------------------------------------
008660*    LIMITS - AN OPERATOR LIMIT OR AN OPERATOR'S EXTENSION GRANT
008661*    GOES IN EITHER MODE
008670*----------------------------------------------------------------
008680 2350-SCREEN-LIMIT.
008690     IF DL-TYPE NOT = "O"
008691        AND (DL-TYPE NOT = "E" OR DL-EXT-SCOPE NOT = "O")
008700        GO TO 2350-EXIT
008710     END-IF
008720
008730     MOVE DL-KEY TO LVR-ID-WK
008740     PERFORM 2900-FIND-LEAVER THRU 2900-EXIT
008750
008760     IF LVR-HIT-IX NOT = 0
008770        SET LVR-REC-DROP TO TRUE
008780        ADD 1 TO LVR-F-REMOVED
008790     END-IF.
008800 2350-EXIT.
008810     EXIT.
008820
008830*----------------------------------------------------------------
008840*    REPLAY - ONLY THE "H" HEADER NAMES THE OPERATOR
008850*----------------------------------------------------------------
008860 2360-SCREEN-REPLAY.
008870     IF DP-EVENT-TYPE NOT = "H"
008880        GO TO 2360-EXIT
008890     END-IF
008900
008910     MOVE DP-OPERATOR-ID TO LVR-ID-WK
008920     PERFORM 2900-FIND-LEAVER THRU 2900-EXIT
008930
008940     IF LVR-HIT-IX NOT = 0
008950        MOVE LVR-LEAVER-TOKEN (LVR-HIT-IX) TO DP-OPERATOR-ID
008960        ADD 1 TO LVR-F-ANON
008970     END-IF.
008980 2360-EXIT.
008990     EXIT.
009000
009010 2400-COPY-RECORD.
009020     READ KEEP-FILE
009030         AT END
009040             SET LVR-EOF TO TRUE
009050             GO TO 2400-EXIT
009060     END-READ
009070
009080     MOVE LVR-KEEP-LEN TO LVR-DATA-LEN
009090     WRITE DATA-RECORD FROM KEEP-RECORD.
009100 2400-EXIT.
009110     EXIT.
009120
009130*----------------------------------------------------------------
009140*    EVERY MONTHLY ARCHIVE ON DISK - LB + YYYYMM + .DAT
009150*----------------------------------------------------------------
009160 2500-ERASE-ARCHIVES.
009170     MOVE "lb*.dat" TO LVR-NAME-WK
009180     PERFORM 6100-TAKE-LISTING THRU 6100-EXIT
009190
009200     OPEN INPUT LISTING-FILE
009210
009220     IF LVR-LIST-STATUS NOT = "00"
009230        MOVE "ARCHIVES" TO LVR-F-TEXT
009240        PERFORM 2950-NO-LISTING THRU 2950-EXIT
009250        GO TO 2500-EXIT
009260     END-IF
009270
009280     SET LVR-LIST-NOT-EOF TO TRUE
009290
009300     PERFORM 2600-ERASE-ONE-ARCH THRU 2600-EXIT
009310         UNTIL LVR-LIST-EOF
009320
009330     CLOSE LISTING-FILE.
009340 2500-EXIT.
009350     EXIT.
009360
009370 2600-ERASE-ONE-ARCH.
009380     READ LISTING-FILE
009390         AT END
009400             SET LVR-LIST-EOF TO TRUE
009410             GO TO 2600-EXIT
009420     END-READ
009430
009440*    LBEXPORT.DAT AND THE LIKE ALSO MATCH LB*.DAT - ONLY A
009450*    MONTH NAME IS AN ARCHIVE
009460     IF LISTING-RECORD (1:2) NOT = "lb"
009470        OR LISTING-RECORD (3:6) IS NOT NUMERIC
009480        OR LISTING-RECORD (9:4) NOT = ".dat"
009490        GO TO 2600-EXIT
009500     END-IF
009510
009520     MOVE LISTING-RECORD (3:6) TO LVR-MONTH-WK
009530     MOVE LISTING-RECORD TO LVR-NAME-WK
009540
009550     MOVE SPACES TO LVR-F-TEXT
009560     STRING
009570         "ARCHIVE "          DELIMITED BY SIZE
009580         LVR-MONTH-WK        DELIMITED BY SIZE
009590             INTO LVR-F-TEXT
009600     END-STRING
009610
009620     SET LVR-KIND-BOARD TO TRUE
009630     PERFORM 2100-ERASE-ONE-FILE THRU 2100-EXIT.
009640 2600-EXIT.
009650     EXIT.
009660
009670*----------------------------------------------------------------
009680*    THE REMAINING SEQUENTIAL FILES, ONE CERTIFICATE LINE EACH
009690*----------------------------------------------------------------
009700 2700-ERASE-SIDE-FILES.
009710     MOVE "challnge.dat" TO LVR-NAME-WK
009720     MOVE "DAILY CHALLENGE" TO LVR-F-TEXT
009730     SET LVR-KIND-BOARD TO TRUE
009740     PERFORM 2100-ERASE-ONE-FILE THRU 2100-EXIT
009750
009760     MOVE "leaderbd.rej" TO LVR-NAME-WK
009770     MOVE "REJECTED RECORDS" TO LVR-F-TEXT
009780     SET LVR-KIND-BOARD TO TRUE
009790     PERFORM 2100-ERASE-ONE-FILE THRU 2100-EXIT
009800
009810     MOVE "versus.dat" TO LVR-NAME-WK
009820     MOVE "VERSUS MATCHES" TO LVR-F-TEXT
009830     SET LVR-KIND-MATCH TO TRUE
009840     PERFORM 2100-ERASE-ONE-FILE THRU 2100-EXIT
009850
009860     MOVE "tourstnd.dat" TO LVR-NAME-WK
009870     MOVE "SEASON STANDINGS" TO LVR-F-TEXT
009880     SET LVR-KIND-STAND TO TRUE
009890     PERFORM 2100-ERASE-ONE-FILE THRU 2100-EXIT
009900
009910     MOVE "limits.dat" TO LVR-NAME-WK
009920     MOVE "PLAY LIMITS" TO LVR-F-TEXT
009930     SET LVR-KIND-LIMIT TO TRUE
009931     PERFORM 2100-ERASE-ONE-FILE THRU 2100-EXIT
009932
009933     MOVE "optout.dat" TO LVR-NAME-WK
009934     MOVE "PUBLISHING OPT-OUTS" TO LVR-F-TEXT
009935     SET LVR-KIND-DROP TO TRUE
009936     PERFORM 2100-ERASE-ONE-FILE THRU 2100-EXIT
009937
009938     MOVE "quotareq.dat" TO LVR-NAME-WK
009939     MOVE "EXTENSION REQUESTS" TO LVR-F-TEXT
009940     SET LVR-KIND-DROP TO TRUE
009941     PERFORM 2100-ERASE-ONE-FILE THRU 2100-EXIT
009942
009943     MOVE "stmrank.dat" TO LVR-NAME-WK
009944     MOVE "STATEMENT RANKS" TO LVR-F-TEXT
009945     SET LVR-KIND-STAND TO TRUE
009946     PERFORM 2100-ERASE-ONE-FILE THRU 2100-EXIT.
009950 2700-EXIT.
009960     EXIT.
009970
009980*----------------------------------------------------------------
009990*    LOOK UP LVR-ID-WK IN THE LEAVER TABLE - LVR-HIT-IX 0 WHEN
010000*    NOT A LEAVER
010010*----------------------------------------------------------------
010020 2900-FIND-LEAVER.
010030     MOVE 0 TO LVR-HIT-IX
010040     PERFORM VARYING LVR-FX FROM 1 BY 1
010050             UNTIL LVR-FX > LVR-LEAVER-COUNT
010060         IF LVR-LEAVER-ID (LVR-FX) = LVR-ID-WK
010070            MOVE LVR-FX TO LVR-HIT-IX
010080         END-IF
010090     END-PERFORM.
010100 2900-EXIT.
010110     EXIT.
010120
010130*----------------------------------------------------------------
010140*    NO DIRECTORY LISTING - THE FILES CANNOT BE FOUND, SO THE
010150*    ERASURE IS NOT COMPLETE
010160*----------------------------------------------------------------
010170 2950-NO-LISTING.
010180     MOVE 0 TO LVR-F-REMOVED
010190     MOVE 0 TO LVR-F-ANON
010200     MOVE 0 TO LVR-F-NOSTAMP
010210     MOVE "NO DIRECTORY LISTING" TO LVR-F-NOTE
010220     DISPLAY "TETLEAVE: NO DIRECTORY LISTING FOR " LVR-F-TEXT
010230     SET LVR-RUN-FAILED TO TRUE
010240     PERFORM 7000-WRITE-FILE-LINE THRU 7000-EXIT.
010250 2950-EXIT.
010260     EXIT.
010270
010280*----------------------------------------------------------------
010290*    USAGE FILE - EACH LEAVER'S DAYS ARE DELETED, OR STASHED,
010300*    DELETED AND ADDED INTO THE TOKEN'S DAYS
010310*----------------------------------------------------------------
010320 3000-ERASE-USAGE.
010330     MOVE "USAGE" TO LVR-F-TEXT
010340     MOVE 0 TO LVR-F-REMOVED
010350     MOVE 0 TO LVR-F-ANON
010360     MOVE 0 TO LVR-F-NOSTAMP
010370     MOVE SPACES TO LVR-F-NOTE
010380
010390     IF LVR-APPLY
010400        OPEN I-O USAGE-FILE
010410     ELSE
010420        OPEN INPUT USAGE-FILE
010430     END-IF
010440
010450     IF LVR-USAGE-STATUS = "35"
010460        MOVE "NOT PRESENT" TO LVR-F-NOTE
010470        GO TO 3000-REPORT
010480     END-IF
010490
010500     IF LVR-USAGE-STATUS NOT = "00"
010510        DISPLAY "TETLEAVE: CANNOT OPEN " LVR-USAGE-PATH
010520        MOVE "CANNOT OPEN" TO LVR-F-NOTE
010530        SET LVR-RUN-FAILED TO TRUE
010540        GO TO 3000-REPORT
010550     END-IF
010560
010570     PERFORM 3100-ERASE-ONE-LEAVER THRU 3100-EXIT
010580         VARYING LVR-LX FROM 1 BY 1
010590         UNTIL LVR-LX > LVR-LEAVER-COUNT
010600
010610     CLOSE USAGE-FILE.
010620 3000-REPORT.
010630     PERFORM 7000-WRITE-FILE-LINE THRU 7000-EXIT.
010640 3000-EXIT.
010650     EXIT.
010660
010670*    THE DAY TABLE HOLDS 200 DAYS, SO A LONG-SERVING OPERATOR IS
010680*    RE-KEYED IN ROUNDS UNTIL NO DAY IS LEFT UNDER THE OLD ID
010690 3100-ERASE-ONE-LEAVER.
010700     SET LVR-MORE TO TRUE
010710
010720     PERFORM 3200-USAGE-ROUND THRU 3200-EXIT
010730         UNTIL LVR-NO-MORE.
010740 3100-EXIT.
010750     EXIT.
010760
010770 3200-USAGE-ROUND.
010780     MOVE 0 TO LVR-DAY-COUNT
010790     SET LVR-NO-MORE TO TRUE
010800
010810     MOVE LVR-LEAVER-ID (LVR-LX) TO PU-OPERATOR
010820     MOVE 0 TO PU-DATE
010830
010840     START USAGE-FILE KEY NOT < PU-KEY
010850         INVALID KEY
010860             GO TO 3200-EXIT
010870     END-START
010880
010890     SET LVR-NOT-EOF TO TRUE
010900
010910     PERFORM 3300-USAGE-DAY THRU 3300-EXIT
010920         UNTIL LVR-EOF
010930
010940     IF LVR-DRY-RUN
010950        OR LVR-MODE-DELETE
010960        GO TO 3200-EXIT
010970     END-IF
010980
010990     PERFORM 3400-APPLY-TOKEN-DAY THRU 3400-EXIT
011000         VARYING LVR-DX FROM 1 BY 1
011010         UNTIL LVR-DX > LVR-DAY-COUNT
011020
011030     IF LVR-DAY-COUNT >= 200
011040        SET LVR-MORE TO TRUE
011050     END-IF.
011060 3200-EXIT.
011070     EXIT.
011080
011090 3300-USAGE-DAY.
011100     READ USAGE-FILE NEXT RECORD
011110         AT END
011120             SET LVR-EOF TO TRUE
011130             GO TO 3300-EXIT
011140     END-READ
011150
011160     IF PU-OPERATOR NOT = LVR-LEAVER-ID (LVR-LX)
011170        SET LVR-EOF TO TRUE
011180        GO TO 3300-EXIT
011190     END-IF
011200
011210     IF LVR-APPLY
011220        AND LVR-MODE-ANON
011230        AND LVR-DAY-COUNT >= 200
011240        SET LVR-EOF TO TRUE
011250        GO TO 3300-EXIT
011260     END-IF
011270
011280     IF LVR-MODE-DELETE
011290        ADD 1 TO LVR-F-REMOVED
011300     ELSE
011310        ADD 1 TO LVR-F-ANON
011320     END-IF
011330
011340     IF LVR-DRY-RUN
011350        GO TO 3300-EXIT
011360     END-IF
011370
011380     IF LVR-MODE-ANON
011390        ADD 1 TO LVR-DAY-COUNT
011400        MOVE PU-DATE TO LVR-DAY-DATE (LVR-DAY-COUNT)
011410        MOVE PU-SECONDS TO LVR-DAY-SECS (LVR-DAY-COUNT)
011420     END-IF
011430
011440     DELETE USAGE-FILE RECORD.
011450 3300-EXIT.
011460     EXIT.
011470
011480 3400-APPLY-TOKEN-DAY.
011490     MOVE LVR-LEAVER-TOKEN (LVR-LX) TO PU-OPERATOR
011500     MOVE LVR-DAY-DATE (LVR-DX) TO PU-DATE
011510
011520     READ USAGE-FILE
011530         INVALID KEY
011540             MOVE LVR-DAY-SECS (LVR-DX) TO PU-SECONDS
011550             WRITE USAGE-RECORD
011560             END-WRITE
011570         NOT INVALID KEY
011580             COMPUTE LVR-SECS-WK =
011590                 PU-SECONDS + LVR-DAY-SECS (LVR-DX)
011600             IF LVR-SECS-WK > 999999
011610                MOVE 999999 TO LVR-SECS-WK
011620             END-IF
011630             MOVE LVR-SECS-WK TO PU-SECONDS
011640             REWRITE USAGE-RECORD
011650     END-READ.
011660 3400-EXIT.
011670     EXIT.
011680
011690*----------------------------------------------------------------
011700*    PROFILES - DELETED IN EITHER MODE
011710*----------------------------------------------------------------
011720 3500-ERASE-PROFILES.
011730     MOVE "PROFILES" TO LVR-F-TEXT
011740     MOVE 0 TO LVR-F-REMOVED
011750     MOVE 0 TO LVR-F-ANON
011760     MOVE 0 TO LVR-F-NOSTAMP
011770     MOVE SPACES TO LVR-F-NOTE
011780
011790     IF LVR-APPLY
011800        OPEN I-O PROFILE-FILE
011810     ELSE
011820        OPEN INPUT PROFILE-FILE
011830     END-IF
011840
011850     IF LVR-PROFILE-STATUS = "35"
011860        MOVE "NOT PRESENT" TO LVR-F-NOTE
011870        GO TO 3500-REPORT
011880     END-IF
011890
011900     IF LVR-PROFILE-STATUS NOT = "00"
011910        DISPLAY "TETLEAVE: CANNOT OPEN " LVR-PROFILE-PATH
011920        MOVE "CANNOT OPEN" TO LVR-F-NOTE
011930        SET LVR-RUN-FAILED TO TRUE
011940        GO TO 3500-REPORT
011950     END-IF
011960
011970     PERFORM 3600-ERASE-PROFILE THRU 3600-EXIT
011980         VARYING LVR-LX FROM 1 BY 1
011990         UNTIL LVR-LX > LVR-LEAVER-COUNT
012000
012010     CLOSE PROFILE-FILE.
012020 3500-REPORT.
012030     PERFORM 7000-WRITE-FILE-LINE THRU 7000-EXIT.
012040 3500-EXIT.
012050     EXIT.
012060
012070 3600-ERASE-PROFILE.
012080     MOVE LVR-LEAVER-ID (LVR-LX) TO PR-OPERATOR-ID
012090
012100     READ PROFILE-FILE
012110         INVALID KEY
012120             GO TO 3600-EXIT
012130     END-READ
012140
012150     ADD 1 TO LVR-F-REMOVED
012160
012170     IF LVR-APPLY
012180        DELETE PROFILE-FILE RECORD
012190     END-IF.
012200 3600-EXIT.
012210     EXIT.
012220
012230*----------------------------------------------------------------
012240*    ROSTER - DELETED, OR RE-KEYED TO THE TOKEN WITH THE NAME
012250*    BLANKED SO THE DEPARTMENT STILL CARRIES THE OLD GAMES
012260*----------------------------------------------------------------
012270 3700-ERASE-ROSTER.
012280     MOVE "ROSTER" TO LVR-F-TEXT
012290     MOVE 0 TO LVR-F-REMOVED
012300     MOVE 0 TO LVR-F-ANON
012310     MOVE 0 TO LVR-F-NOSTAMP
012320     MOVE SPACES TO LVR-F-NOTE
012321     MOVE 0 TO LVR-RO-FAILED
012330
012340     IF LVR-APPLY
012350        OPEN I-O ROSTER-FILE
012360     ELSE
012370        OPEN INPUT ROSTER-FILE
012380     END-IF
012390
012400     IF LVR-ROSTER-STATUS = "35"
012410        MOVE "NOT PRESENT" TO LVR-F-NOTE
012420        GO TO 3700-REPORT
012430     END-IF
012440
012450     IF LVR-ROSTER-STATUS NOT = "00"
012460        DISPLAY "TETLEAVE: CANNOT OPEN " LVR-ROSTER-PATH
012470        MOVE "CANNOT OPEN" TO LVR-F-NOTE
012480        SET LVR-RUN-FAILED TO TRUE
012490        GO TO 3700-REPORT
012500     END-IF
012510
012520     PERFORM 3800-ERASE-ROSTER-ENTRY THRU 3800-EXIT
012530         VARYING LVR-LX FROM 1 BY 1
012540         UNTIL LVR-LX > LVR-LEAVER-COUNT
012550
012560     CLOSE ROSTER-FILE
012561
012562     IF LVR-RO-FAILED NOT = 0
012563        MOVE "NOT ALL RE-KEYED" TO LVR-F-NOTE
012564     END-IF.
012570 3700-REPORT.
012580     PERFORM 7000-WRITE-FILE-LINE THRU 7000-EXIT.
012590 3700-EXIT.
012600     EXIT.
012610
012620 3800-ERASE-ROSTER-ENTRY.
012630     MOVE LVR-LEAVER-ID (LVR-LX) TO RO-OPERATOR-ID
012640
012650     READ ROSTER-FILE
012660         INVALID KEY
012670             GO TO 3800-EXIT
012680     END-READ
012690
012700     IF LVR-MODE-DELETE
012710        ADD 1 TO LVR-F-REMOVED
012720     ELSE
012730        ADD 1 TO LVR-F-ANON
012740     END-IF
012750
012760     IF LVR-DRY-RUN
012770        GO TO 3800-EXIT
012780     END-IF
012790
012796     IF LVR-MODE-DELETE
012802        DELETE ROSTER-FILE RECORD
012809        GO TO 3800-EXIT
012815     END-IF
012821
012828*    THE TOKEN ENTRY GOES IN BEFORE THE OLD ONE COMES OUT, SO A
012834*    FAILED WRITE LEAVES THE ENTRY AND ITS DEPARTMENT ON FILE
012840     MOVE RO-DEPT TO LVR-DEPT-WK
012847     MOVE LVR-LEAVER-TOKEN (LVR-LX) TO RO-OPERATOR-ID
012853     MOVE SPACES TO RO-NAME
012859     MOVE LVR-DEPT-WK TO RO-DEPT
012866
012872     WRITE ROSTER-RECORD
012878         INVALID KEY
012885             DISPLAY "TETLEAVE: ROSTER KEY CLASH " RO-OPERATOR-ID
012891             ADD 1 TO LVR-RO-FAILED
012897             SET LVR-RUN-FAILED TO TRUE
012904             GO TO 3800-EXIT
012910     END-WRITE
012916
012923     MOVE LVR-LEAVER-ID (LVR-LX) TO RO-OPERATOR-ID
012929     DELETE ROSTER-FILE RECORD
012935         INVALID KEY
012942             ADD 1 TO LVR-RO-FAILED
012948             SET LVR-RUN-FAILED TO TRUE
012954     END-DELETE.
012961 3800-EXIT.
012967     EXIT.
012973
012980*----------------------------------------------------------------
012990*    REPLAY FILES - THE HEADER NAMES THE OPERATOR. DELETE MODE
013000*    DELETES THE FILE, ANON MODE REWRITES THE HEADER.
013010*----------------------------------------------------------------
013020 4000-ERASE-REPLAYS.
013030     MOVE "REPLAY FILES" TO LVR-F-TEXT
013040     MOVE 0 TO LVR-RP-REMOVED
013050     MOVE 0 TO LVR-RP-ANON
013060     MOVE 0 TO LVR-RP-FAILED
013070
013080     MOVE "rp*.dat" TO LVR-NAME-WK
013090     PERFORM 6100-TAKE-LISTING THRU 6100-EXIT
013100
013110     OPEN INPUT LISTING-FILE
013120
013130     IF LVR-LIST-STATUS NOT = "00"
013140        PERFORM 2950-NO-LISTING THRU 2950-EXIT
013150        GO TO 4000-EXIT
013160     END-IF
013170
013180     SET LVR-LIST-NOT-EOF TO TRUE
013190
013200     PERFORM 4100-ERASE-ONE-REPLAY THRU 4100-EXIT
013210         UNTIL LVR-LIST-EOF
013220
013230     CLOSE LISTING-FILE
013240
013250     MOVE "REPLAY FILES" TO LVR-F-TEXT
013260     MOVE LVR-RP-REMOVED TO LVR-F-REMOVED
013270     MOVE LVR-RP-ANON TO LVR-F-ANON
013280     MOVE 0 TO LVR-F-NOSTAMP
013290     MOVE SPACES TO LVR-F-NOTE
013300
013310     IF LVR-RP-FAILED NOT = 0
013320        MOVE "NOT ALL ERASED" TO LVR-F-NOTE
013330     END-IF
013340
013350     PERFORM 7000-WRITE-FILE-LINE THRU 7000-EXIT.
013360 4000-EXIT.
013370     EXIT.
013380
013390 4100-ERASE-ONE-REPLAY.
013400     READ LISTING-FILE
013410         AT END
013420             SET LVR-LIST-EOF TO TRUE
013430             GO TO 4100-EXIT
013440     END-READ
013450
013460     IF LISTING-RECORD (1:2) NOT = "rp"
013470        GO TO 4100-EXIT
013480     END-IF
013490
013500     MOVE LISTING-RECORD TO LVR-NAME-WK
013510     PERFORM 6000-BUILD-DATA-PATH THRU 6000-EXIT
013520
013530     OPEN INPUT DATA-FILE
013540
013541*    A REPLAY THAT CANNOT BE READ MAY STILL BE THE LEAVER'S
013550     IF LVR-DATA-STATUS NOT = "00"
013551        ADD 1 TO LVR-RP-FAILED
013552        SET LVR-RUN-FAILED TO TRUE
013560        GO TO 4100-EXIT
013570     END-IF
013580
013590     MOVE SPACES TO LVR-ID-WK
013600
013610     READ DATA-FILE
013620         AT END
013630             CONTINUE
013640         NOT AT END
013650             IF DP-EVENT-TYPE = "H"
013660                MOVE DP-OPERATOR-ID TO LVR-ID-WK
013670             END-IF
013680     END-READ
013690
013700     CLOSE DATA-FILE
013710
013720     IF LVR-ID-WK = SPACES
013730        GO TO 4100-EXIT
013740     END-IF
013750
013760     PERFORM 2900-FIND-LEAVER THRU 2900-EXIT
013770
013780     IF LVR-HIT-IX = 0
013790        GO TO 4100-EXIT
013800     END-IF
013810
013820     IF LVR-MODE-DELETE
013830        ADD 1 TO LVR-RP-REMOVED
013840        IF LVR-APPLY
013850           PERFORM 6200-DELETE-FILE THRU 6200-EXIT
013860        END-IF
013870        GO TO 4100-EXIT
013880     END-IF
013890
013900     ADD 1 TO LVR-RP-ANON
013910
013920     IF LVR-DRY-RUN
013930        GO TO 4100-EXIT
013940     END-IF
013950
013960     SET LVR-KIND-REPLAY TO TRUE
013970     PERFORM 2200-REWRITE-FILE THRU 2200-EXIT
013980
013990     IF LVR-F-NOTE NOT = SPACES
014000        ADD 1 TO LVR-RP-FAILED
014010     END-IF.
014020 4100-EXIT.
014030     EXIT.
014040
014050*----------------------------------------------------------------
014060*    CHECKPOINT FILES - CK<OPERATOR>.DAT -, GAME SESSION FILES -
014070*    SS<OPERATOR>.DAT - AND PLAY STATEMENTS - ST<OPERATOR>.DAT,
014071*    DELETED IN EITHER MODE SINCE THE NAME ITSELF CARRIES THE ID
014080*----------------------------------------------------------------
014090 4500-ERASE-CHECKPOINTS.
014100     MOVE "CHECKPOINT FILES" TO LVR-F-TEXT
014101     MOVE "ck" TO LVR-PREFIX-WK
014102     PERFORM 4550-ERASE-ID-FILES THRU 4550-EXIT
014103
014104     MOVE "SESSION FILES" TO LVR-F-TEXT
014105     MOVE "ss" TO LVR-PREFIX-WK
014106     PERFORM 4550-ERASE-ID-FILES THRU 4550-EXIT
014107
014108     MOVE "PLAY STATEMENTS" TO LVR-F-TEXT
014109     MOVE "st" TO LVR-PREFIX-WK
014110     PERFORM 4550-ERASE-ID-FILES THRU 4550-EXIT.
014111 4500-EXIT.
014112     EXIT.
014113
014114*    ONE PASS OVER THE <LVR-PREFIX-WK>*.DAT FILES, CERTIFICATE
014115*    LINE TITLED FROM LVR-F-TEXT
014116 4550-ERASE-ID-FILES.
014117     MOVE 0 TO LVR-RP-REMOVED
014120     MOVE 0 TO LVR-RP-FAILED
014130
014140     MOVE SPACES TO LVR-NAME-WK
014141
014142     STRING
014143         LVR-PREFIX-WK       DELIMITED BY SIZE
014144         "*.dat"             DELIMITED BY SIZE
014145             INTO LVR-NAME-WK
014146     END-STRING
014147
014150     PERFORM 6100-TAKE-LISTING THRU 6100-EXIT
014160
014170     OPEN INPUT LISTING-FILE
014180
014190     IF LVR-LIST-STATUS NOT = "00"
014200        PERFORM 2950-NO-LISTING THRU 2950-EXIT
014210        GO TO 4550-EXIT
014220     END-IF
014230
014240     SET LVR-LIST-NOT-EOF TO TRUE
014250
014260     PERFORM 4600-ERASE-ONE-CKPT THRU 4600-EXIT
014270         UNTIL LVR-LIST-EOF
014280
014290     CLOSE LISTING-FILE
014300
014320     MOVE LVR-RP-REMOVED TO LVR-F-REMOVED
014330     MOVE 0 TO LVR-F-ANON
014340     MOVE 0 TO LVR-F-NOSTAMP
014350     MOVE SPACES TO LVR-F-NOTE
014360
014370     IF LVR-RP-FAILED NOT = 0
014380        MOVE "NOT ALL ERASED" TO LVR-F-NOTE
014390     END-IF
014400
014410     PERFORM 7000-WRITE-FILE-LINE THRU 7000-EXIT.
014420 4550-EXIT.
014430     EXIT.
014440
014450 4600-ERASE-ONE-CKPT.
014460     READ LISTING-FILE
014470         AT END
014480             SET LVR-LIST-EOF TO TRUE
014490             GO TO 4600-EXIT
014500     END-READ
014510
014520     IF LISTING-RECORD (1:2) NOT = LVR-PREFIX-WK
014530        GO TO 4600-EXIT
014540     END-IF
014550
014560*    THE OPERATOR ID SITS BETWEEN THE PREFIX AND ".dat"
014570     MOVE SPACES TO LVR-ID-WK
014580     UNSTRING LISTING-RECORD (3:78)
014590         DELIMITED BY ".dat"
014600         INTO LVR-ID-WK
014610     END-UNSTRING
014620
014630     PERFORM 2900-FIND-LEAVER THRU 2900-EXIT
014640
014650     IF LVR-HIT-IX = 0
014660        GO TO 4600-EXIT
014670     END-IF
014680
014690     ADD 1 TO LVR-RP-REMOVED
014700
014710     IF LVR-APPLY
014720        MOVE LISTING-RECORD TO LVR-NAME-WK
014730        PERFORM 6000-BUILD-DATA-PATH THRU 6000-EXIT
014740        PERFORM 6200-DELETE-FILE THRU 6200-EXIT
014750     END-IF.
014760 4600-EXIT.
014770     EXIT.
014780
014790*----------------------------------------------------------------
014800*    CLOSE THE CERTIFICATE WITH THE TOTALS AND THE VERDICT
014810*----------------------------------------------------------------
014820 5000-FINISH-CERTIFICATE.
014830     MOVE "TOTAL" TO LVR-F-TEXT
014840     MOVE LVR-T-REMOVED TO LVR-F-REMOVED
014850     MOVE LVR-T-ANON TO LVR-F-ANON
014860     MOVE LVR-T-NOSTAMP TO LVR-F-NOSTAMP
014870     MOVE SPACES TO LVR-F-NOTE
014880
014890     MOVE SPACES TO REPORT-RECORD
014900     WRITE REPORT-RECORD
014910
014920     MOVE LVR-F-TEXT TO RPT-F-TEXT
014930     MOVE LVR-F-REMOVED TO RPT-F-REMOVED
014940     MOVE LVR-F-ANON TO RPT-F-ANON
014950     MOVE LVR-F-NOSTAMP TO RPT-F-NOSTAMP
014960     MOVE LVR-F-NOTE TO RPT-F-NOTE
014970     WRITE REPORT-RECORD FROM RPT-FILE-LINE
014980
014981     PERFORM 5100-COUNT-GENERATIONS THRU 5100-EXIT
014982
014983     IF LVR-APPLY
014984        PERFORM 5200-LOG-ERASURE THRU 5200-EXIT
014985     END-IF
014986
014990     MOVE SPACES TO REPORT-RECORD
015000     WRITE REPORT-RECORD
015001
015002*    ERASURE COMPLETE ALONE ONLY WHEN NO BACKUP STILL HOLDS THE
015003*    OPERATORS
015004     MOVE LVR-GEN-COUNT TO LVR-GEN-EDIT
015005     MOVE 0 TO LVR-LEAD
015006     INSPECT LVR-GEN-EDIT TALLYING LVR-LEAD FOR LEADING SPACE
015007     MOVE SPACES TO RPT-E-TEXT
015010
015020     EVALUATE TRUE
015030         WHEN LVR-RUN-FAILED
015040             MOVE "ERASURE INCOMPLETE - SEE THE NOTES ABOVE"
015050                 TO RPT-E-TEXT
015060         WHEN LVR-DRY-RUN
015070             MOVE "DRY RUN - NO FILE WAS CHANGED" TO RPT-E-TEXT
015071         WHEN LVR-CAT-UNREAD
015072             STRING
015073                 "ERASURE COMPLETE IN LIVE FILES - "
015074                                      DELIMITED BY SIZE
015075                 "BACKUP CATALOGUE NOT READ"
015076                                      DELIMITED BY SIZE
015077                     INTO RPT-E-TEXT
015078             END-STRING
015079         WHEN LVR-GEN-COUNT NOT = 0
015080             STRING
015081                 "ERASURE COMPLETE IN LIVE FILES - "
015082                                      DELIMITED BY SIZE
015083                 LVR-GEN-EDIT (LVR-LEAD + 1:)
015084                                      DELIMITED BY SIZE
015085                 " BACKUP GENERATIONS STILL HOLD THE DATA"
015086                                      DELIMITED BY SIZE
015087                     INTO RPT-E-TEXT
015088             END-STRING
015089         WHEN OTHER
015090             MOVE "ERASURE COMPLETE" TO RPT-E-TEXT
015100     END-EVALUATE
015110
015120     WRITE REPORT-RECORD FROM RPT-END-LINE
015130
015140     CLOSE REPORT-FILE.
015150 5000-EXIT.
015151     EXIT.
015152
015153*----------------------------------------------------------------
015154*    BACKUP GENERATIONS - THOSE ON THE CATALOGUE TAKEN BEFORE
015155*    THIS RUN STILL HOLD THE OPERATORS UNTIL TETBKUP PRUNES THEM
015156*----------------------------------------------------------------
015157 5100-COUNT-GENERATIONS.
015158     MOVE 0 TO LVR-GEN-COUNT
015159
015160     OPEN INPUT CATALOGUE-FILE
015161
015162     IF LVR-CAT-STATUS = "35"
015163        MOVE "NO BACKUP CATALOGUE" TO RPT-B-TEXT
015164        GO TO 5100-REPORT
015165     END-IF
015166
015167     IF LVR-CAT-STATUS NOT = "00"
015168        DISPLAY "TETLEAVE: BACKUP CATALOGUE NOT READ, STATUS "
015169                LVR-CAT-STATUS
015170        SET LVR-CAT-UNREAD TO TRUE
015171        MOVE "CATALOGUE NOT READ - NOT KNOWN" TO RPT-B-TEXT
015172        GO TO 5100-REPORT
015173     END-IF
015174
015175     SET LVR-NOT-EOF TO TRUE
015176
015177     PERFORM 5110-CATALOGUE-ENTRY THRU 5110-EXIT
015178         UNTIL LVR-EOF
015179
015180     CLOSE CATALOGUE-FILE
015181
015182     EVALUATE TRUE
015183         WHEN LVR-CAT-UNREAD
015184             MOVE "CATALOGUE NOT READ - NOT KNOWN" TO RPT-B-TEXT
015185         WHEN LVR-GEN-COUNT = 0
015186             MOVE "NONE TAKEN BEFORE THIS RUN" TO RPT-B-TEXT
015187         WHEN OTHER
015188             MOVE "STILL HOLD THE OPERATORS UNTIL PRUNED"
015189                 TO RPT-B-TEXT
015190     END-EVALUATE.
015191 5100-REPORT.
015192     MOVE LVR-GEN-COUNT TO RPT-B-COUNT
015193     WRITE REPORT-RECORD FROM RPT-BACKUP-LINE.
015194 5100-EXIT.
015195     EXIT.
015196
015197 5110-CATALOGUE-ENTRY.
015198     READ CATALOGUE-FILE
015199         AT END
015200             SET LVR-EOF TO TRUE
015201             GO TO 5110-EXIT
015202     END-READ
015203
015204     IF LVR-CAT-STATUS NOT = "00"
015205        DISPLAY "TETLEAVE: BACKUP CATALOGUE NOT READ, STATUS "
015206                LVR-CAT-STATUS
015207        SET LVR-CAT-UNREAD TO TRUE
015208        SET LVR-EOF TO TRUE
015209        GO TO 5110-EXIT
015210     END-IF
015211
015212     IF CT-GEN = SPACES
015213        GO TO 5110-EXIT
015214     END-IF
015215
015216*    A LINE WHOSE DATE CANNOT BE READ IS COUNTED - BETTER ONE
015217*    GENERATION TOO MANY ON THE CERTIFICATE THAN ONE TOO FEW
015218     IF CT-DATE-X IS NUMERIC
015219        AND CT-TIME-X IS NUMERIC
015220        IF CT-DATE > LVR-TODAY
015221           GO TO 5110-EXIT
015222        END-IF
015223        IF CT-DATE = LVR-TODAY
015224           AND CT-TIME > LVR-NOW-HHMMSS
015225           GO TO 5110-EXIT
015226        END-IF
015227     END-IF
015228
015229     ADD 1 TO LVR-GEN-COUNT.
015230 5110-EXIT.
015231     EXIT.
015232
015233*----------------------------------------------------------------
015234*    ERASURE LOG - ONE LINE PER APPLIED RUN, SO TETRESTR CAN TELL
015235*    A GENERATION TAKEN BEFORE IT. NO OPERATOR ID GOES IN IT.
015236*----------------------------------------------------------------
015237 5200-LOG-ERASURE.
015238     OPEN EXTEND ERASURE-LOG-FILE
015239
015240     IF LVR-LOG-STATUS = "35"
015241        OPEN OUTPUT ERASURE-LOG-FILE
015242     END-IF
015243
015244     IF LVR-LOG-STATUS NOT = "00"
015245        DISPLAY "TETLEAVE: CANNOT OPEN " LVR-LOG-PATH
015246        GO TO 5200-FAILED
015247     END-IF
015248
015249     MOVE SPACES TO ERASURE-LOG-RECORD
015250     MOVE LVR-TODAY TO EL-DATE
015251     MOVE LVR-NOW-HHMMSS TO EL-TIME
015252     MOVE RPT-R-MODE TO EL-MODE
015253     MOVE LVR-LEAVER-COUNT TO EL-LEAVERS
015254
015255     IF LVR-RUN-FAILED
015256        MOVE "INCOMPLETE" TO EL-RESULT
015257     ELSE
015258        MOVE "COMPLETE" TO EL-RESULT
015259     END-IF
015260
015261     WRITE ERASURE-LOG-RECORD
015262
015263     IF LVR-LOG-STATUS = "00"
015264        CLOSE ERASURE-LOG-FILE
015265        GO TO 5200-EXIT
015266     END-IF
015267
015268     DISPLAY "TETLEAVE: CANNOT WRITE " LVR-LOG-PATH
015269     CLOSE ERASURE-LOG-FILE.
015270*    WITHOUT THE LOG LINE TETRESTR CANNOT WARN OF AN OLDER
015271*    GENERATION - THE RUN IS RERUN UNTIL IT IS WRITTEN
015272 5200-FAILED.
015273     MOVE "ERASURE LOG" TO LVR-F-TEXT
015274     MOVE 0 TO LVR-F-REMOVED
015275     MOVE 0 TO LVR-F-ANON
015276     MOVE 0 TO LVR-F-NOSTAMP
015277     MOVE "NOT WRITTEN" TO LVR-F-NOTE
015278     PERFORM 7000-WRITE-FILE-LINE THRU 7000-EXIT
015279     SET LVR-RUN-FAILED TO TRUE.
015280 5200-EXIT.
015281     EXIT.
015282
015283*----------------------------------------------------------------
015284*    BUILD LVR-DATA-PATH FROM THE FILE NAME IN LVR-NAME-WK
015285*----------------------------------------------------------------
015286 6000-BUILD-DATA-PATH.
015287     MOVE SPACES TO LVR-DATA-PATH
015288
015289     STRING
015290         LVR-DIR             DELIMITED BY LOW-VALUE
015291         "\"                 DELIMITED BY SIZE
015292         LVR-NAME-WK         DELIMITED BY SPACE
015293             INTO LVR-DATA-PATH
015294     END-STRING
015300
015310     INSPECT LVR-DATA-PATH REPLACING TRAILING SPACE BY LOW-VALUE.
015320 6000-EXIT.
015330     EXIT.
015340
015350*----------------------------------------------------------------
015360*    TAKE A DIRECTORY LISTING OF LVR-NAME-WK INTO TETLEAVE.LST
015370*----------------------------------------------------------------
015380 6100-TAKE-LISTING.
015390     MOVE SPACES TO LVR-CMD
015400
015410     STRING
015420         "cmd /C dir /B """   DELIMITED BY SIZE
015430         LVR-DIR              DELIMITED BY LOW-VALUE
015440         "\"                  DELIMITED BY SIZE
015450         LVR-NAME-WK          DELIMITED BY SPACE
015460         """ > """            DELIMITED BY SIZE
015470         LVR-DIR              DELIMITED BY LOW-VALUE
015480         "\"                  DELIMITED BY SIZE
015490         "tetleave.lst"""     DELIMITED BY SIZE
015500             INTO LVR-CMD
015510     END-STRING
015520
015530     CALL "SYSTEM" USING LVR-CMD GIVING LVR-CMD-RC.
015540 6100-EXIT.
015550     EXIT.
015560
015570*----------------------------------------------------------------
015580*    DELETE THE FILE AT LVR-DATA-PATH
015590*----------------------------------------------------------------
015600 6200-DELETE-FILE.
015610     MOVE SPACES TO LVR-CMD
015620
015630     STRING
015640         "cmd /C del /Q """   DELIMITED BY SIZE
015650         LVR-DATA-PATH        DELIMITED BY LOW-VALUE
015660         """"                 DELIMITED BY SIZE
015670             INTO LVR-CMD
015680     END-STRING
015690
015700     CALL "SYSTEM" USING LVR-CMD GIVING LVR-CMD-RC
015710
015720     IF LVR-CMD-RC NOT = 0
015730        DISPLAY "TETLEAVE: CANNOT DELETE " LVR-DATA-PATH
015740        ADD 1 TO LVR-RP-FAILED
015750        SET LVR-RUN-FAILED TO TRUE
015760     END-IF.
015770 6200-EXIT.
015780     EXIT.
015790
015800*----------------------------------------------------------------
015810*    ONE CERTIFICATE LINE FROM THE LVR-F- FIELDS
015820*----------------------------------------------------------------
015830 7000-WRITE-FILE-LINE.
015840     MOVE LVR-F-TEXT TO RPT-F-TEXT
015850     MOVE LVR-F-REMOVED TO RPT-F-REMOVED
015860     MOVE LVR-F-ANON TO RPT-F-ANON
015870     MOVE LVR-F-NOSTAMP TO RPT-F-NOSTAMP
015880     MOVE LVR-F-NOTE TO RPT-F-NOTE
015890     WRITE REPORT-RECORD FROM RPT-FILE-LINE
015900
015910     ADD LVR-F-REMOVED TO LVR-T-REMOVED
015920     ADD LVR-F-ANON TO LVR-T-ANON
015930     ADD LVR-F-NOSTAMP TO LVR-T-NOSTAMP.
015940 7000-EXIT.
015950     EXIT.
015960
015970*----------------------------------------------------------------
015980*    RUN TOTALS AND RETURN CODE
015990*----------------------------------------------------------------
016000 8000-WRAP-UP.
016010     MOVE LVR-T-REMOVED TO LVR-REMOVED-EDIT
016020     MOVE LVR-T-ANON TO LVR-ANON-EDIT
016030     MOVE LVR-T-NOSTAMP TO LVR-NOSTAMP-EDIT
016040     DISPLAY "TETLEAVE REMOVED    " LVR-REMOVED-EDIT
016050     DISPLAY "TETLEAVE ANONYMISED " LVR-ANON-EDIT
016060     DISPLAY "TETLEAVE UNSTAMPED  " LVR-NOSTAMP-EDIT
016070
016080     IF LVR-DRY-RUN
016090        DISPLAY "TETLEAVE DRY RUN - NO FILE CHANGED"
016100     END-IF
016110
016120     IF LVR-T-NOSTAMP NOT = 0
016121        OR LVR-CAT-UNREAD
016130        MOVE 4 TO RETURN-CODE
016140     END-IF
016150
016160     IF LVR-RUN-FAILED
016170        DISPLAY "TETLEAVE ENDED WITH ERRORS"
016180        MOVE 8 TO RETURN-CODE
016190     END-IF.
016200 8000-EXIT.
016210     EXIT.
