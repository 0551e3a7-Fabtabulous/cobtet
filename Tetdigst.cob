000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TETDIGST.
000030 AUTHOR. F BAUMGARTEN.
000040 INSTALLATION. VEMAG DV.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TETDIGST - MORNING OPERATIONS DIGEST
000090*
000100*    THE LAST STEP OF THE NIGHTLY STRING. PUTS ON ONE PAGE WHAT
000110*    OTHERWISE MEANS OPENING THE RUN LOG AND EVERY REPORT:
000120*      - THE CYCLE'S STEPS FROM TETNIGHT.CTL AND TETNIGHT.LOG,
000130*        WITH THE RESULT OF EACH (A STEP WITH NO LOG LINE IN THE
000140*        CYCLE DID NOT RUN)
000150*      - HEADLINE COUNTS FROM TETRECON.RPT, TETAUDIT.RPT,
000160*        TETTIME.RPT, TETVERS.RPT AND TETVERF.RPT, THE REJECTS
000170*        WAITING IN LEADERBD.REJ (TETARCH'S REJECT FILE) AND THE
000180*        REPAIRS TETREPR.LOG RECORDS SINCE THE LAST DIGEST
000190*      - HIGH/MEDIUM/LOW FINDINGS: TETAUDIT'S FINDINGS BY TYPE,
000200*        FAILED, MISSING OR WARNING STEPS, TAMPER AND CHECK
000210*        FAILURES, REPLAY MISMATCHES, QUOTA EXCEPTIONS AND REJECTS
000220*    EVERY COUNT IS SET AGAINST LAST NIGHT AND THE AVERAGE OF UP
000230*    TO SEVEN EARLIER NIGHTS FROM THE HISTORY FILE TETDIGST.HIS,
000240*    WHICH KEEPS ONE LINE PER CYCLE FOR THE LAST 14 CYCLES. A
000250*    RERUN FOR THE SAME CYCLE REPLACES THAT CYCLE'S LINE.
000260*
000270*    THE CYCLE IS THE DATE ON THE LAST LINE OF THE RUN LOG -
000280*    TETNIGHT STAMPS EVERY LINE OF ONE INVOCATION WITH THE DAY IT
000290*    STARTED. STEPS FLAGGED "A" IN THE CONTROL FILE (THIS ONE)
000300*    ARE NOT LISTED.
000310*
000320*    ENVIRONMENT:
000330*      leaderboard_dir   DIRECTORY OF THE GAME FILES (AS IN GAME)
000340*      night_maxrc       HIGHEST ACCEPTABLE STEP RETURN CODE,
000350*                        DEFAULT 04, AS IN TETNIGHT
000360*      digest_mail_to    ADDRESS FOR THE TO: LINE OF THE MAIL
000370*                        FILE - BLANK LEAVES THE LINE OUT
000380*
000390*    OUTPUT: TETDIGST.RPT (THE PAGE) AND TETDIGST.TXT (THE SAME
000400*    PAGE UNDER MAIL HEADERS, READY FOR THE TEAM INBOX).
000410*    RETURN CODE 8 WHEN THERE IS A HIGH FINDING OR THE DIGEST OR
000420*    THE HISTORY COULD NOT BE WRITTEN, 4 WHEN THERE IS A MEDIUM
000430*    FINDING, 0 OTHERWISE.
000440*
000450*    MODIFICATION HISTORY
000460*    2026-10-15 FB  INITIAL VERSION
000461*    2026-10-15 FB  WARNING RCS AND REPLAY MISMATCHES AS FINDINGS
000462*    2026-10-15 FB  HISTORY REWRITE FAILURE ENDS RC 8
000470*----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CONTROL-FILE ASSIGN TO DIG-CTL-PATH
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS DIG-CTL-STATUS.
000540
000550     SELECT RUNLOG-FILE ASSIGN TO DIG-LOG-PATH
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS DIG-LOG-STATUS.
000580
000590     SELECT INPUT-FILE ASSIGN TO DIG-IN-PATH
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS DIG-IN-STATUS.
000620
000630     SELECT HISTORY-FILE ASSIGN TO DIG-HIS-PATH
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS DIG-HIS-STATUS.
000660
000670     SELECT REPORT-FILE ASSIGN TO DIG-RPT-PATH
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS DIG-RPT-STATUS.
000700
000710     SELECT MAIL-FILE ASSIGN TO DIG-MAIL-PATH
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS DIG-MAIL-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770
000780 FD  CONTROL-FILE.
000790 01  CONTROL-RECORD.
000800     05 CT-STEP-NAME         PIC X(08).
000810     05 CT-RUN-FLAG          PIC X(01).
000820     05 CT-PARMS             PIC X(70).
000830
000840 FD  RUNLOG-FILE.
000850 01  RUNLOG-RECORD.
000860     05 LG-DATE-X            PIC X(08).
000870     05 LG-DATE REDEFINES LG-DATE-X
000880                             PIC 9(08).
000890     05 FILLER               PIC X(01).
000900     05 LG-STEP-NO-X         PIC X(02).
000910     05 LG-STEP-NO REDEFINES LG-STEP-NO-X
000920                             PIC 9(02).
000930     05 FILLER               PIC X(01).
000940     05 LG-STEP-NAME         PIC X(08).
000950     05 FILLER               PIC X(01).
000960     05 LG-START-TIME        PIC X(08).
000970     05 FILLER               PIC X(01).
000980     05 LG-END-TIME          PIC X(08).
000990     05 FILLER               PIC X(01).
001000     05 LG-RESULT            PIC X(12).
001010
001020 FD  INPUT-FILE.
001030 01  INPUT-RECORD            PIC X(132).
001040
001050 FD  HISTORY-FILE.
001060 01  HISTORY-RECORD.
001070     05 HI-CYCLE-DATE        PIC 9(08).
001080     05 FILLER               PIC X(01).
001090     05 HI-RUN-DATE          PIC 9(08).
001100     05 FILLER               PIC X(01).
001110     05 HI-RUN-TIME          PIC 9(08).
001120     05 HI-METRIC OCCURS 13 TIMES.
001130        10 FILLER            PIC X(01).
001140        10 HI-VALUE-X        PIC X(08).
001150
001160 FD  REPORT-FILE.
001170 01  REPORT-RECORD           PIC X(80).
001180
001190 FD  MAIL-FILE.
001200 01  MAIL-RECORD             PIC X(80).
001210
001220 WORKING-STORAGE SECTION.
001230
001240*----------------------------------------------------------------
001250*    FILE PATHS AND STATUS FIELDS
001260*----------------------------------------------------------------
001270 01  DIG-DIR                 PIC X(80) VALUE SPACES.
001280 01  DIG-CTL-PATH            PIC X(80) VALUE SPACES.
001290 01  DIG-LOG-PATH            PIC X(80) VALUE SPACES.
001300 01  DIG-IN-PATH             PIC X(80) VALUE SPACES.
001310 01  DIG-HIS-PATH            PIC X(80) VALUE SPACES.
001320 01  DIG-RPT-PATH            PIC X(80) VALUE SPACES.
001330 01  DIG-MAIL-PATH           PIC X(80) VALUE SPACES.
001340
001350 01  DIG-CTL-STATUS          PIC X(02) VALUE "00".
001360 01  DIG-LOG-STATUS          PIC X(02) VALUE "00".
001370 01  DIG-IN-STATUS           PIC X(02) VALUE "00".
001380 01  DIG-HIS-STATUS          PIC X(02) VALUE "00".
001390 01  DIG-RPT-STATUS          PIC X(02) VALUE "00".
001400 01  DIG-MAIL-STATUS         PIC X(02) VALUE "00".
001410
001420*----------------------------------------------------------------
001430*    RUN CONTROL
001440*----------------------------------------------------------------
001450 01  DIG-RUN-SW              PIC 9(01) VALUE 0.
001460     88 DIG-RUN-OK           VALUE 0.
001470     88 DIG-RUN-FAILED       VALUE 1.
001480
001490 01  DIG-EOF-SW              PIC 9(01) VALUE 0.
001500     88 DIG-EOF              VALUE 1.
001510     88 DIG-NOT-EOF          VALUE 0.
001520
001530 01  DIG-SRC-SW              PIC 9(01) VALUE 0.
001540     88 DIG-SRC-FOUND        VALUE 1.
001550     88 DIG-SRC-MISSING      VALUE 0.
001560
001570 01  DIG-RAN-SW              PIC 9(01) VALUE 0.
001580     88 DIG-STEP-RAN         VALUE 1.
001590     88 DIG-STEP-NOT-RAN     VALUE 0.
001600
001610 01  DIG-LOG-SW              PIC 9(01) VALUE 0.
001620     88 DIG-LOG-READ         VALUE 1.
001630     88 DIG-LOG-NOT-READ     VALUE 0.
001640
001650 01  DIG-TODAY               PIC 9(08) VALUE 0.
001660 01  DIG-NOW                 PIC 9(08) VALUE 0.
001670 01  DIG-NOW-R REDEFINES DIG-NOW.
001680     05 DIG-NOW-HH           PIC 9(02).
001690     05 DIG-NOW-MI           PIC 9(02).
001700     05 FILLER               PIC 9(04).
001710 01  DIG-CYCLE-DATE          PIC 9(08) VALUE 0.
001720
001730 01  DIG-MAXRC-X             PIC X(04) VALUE SPACES.
001740 01  DIG-MAXRC-N REDEFINES DIG-MAXRC-X
001750                             PIC 9(04).
001760 01  DIG-MAXRC               PIC 9(04) VALUE 4.
001770
001780 01  DIG-MAIL-TO             PIC X(70) VALUE SPACES.
001790
001800*----------------------------------------------------------------
001810*    THE STEPS OF THE STRING, FROM THE CONTROL FILE, WITH THEIR
001820*    LATEST LOG LINE IN THE CYCLE
001830*----------------------------------------------------------------
001840 01  DIG-STEP-TABLE.
001850     05 DIG-STEP-COUNT       PIC 9(02) VALUE 0.
001860     05 DIG-STEP-ENTRY OCCURS 20 TIMES.
001870        10 DIG-STEP-NAME     PIC X(08).
001880        10 DIG-STEP-FLAG     PIC X(01).
001890           88 DIG-STEP-ALWAYS  VALUE "A".
001900        10 DIG-STEP-LOGGED   PIC 9(01).
001910        10 DIG-STEP-START    PIC X(08).
001920        10 DIG-STEP-END      PIC X(08).
001930        10 DIG-STEP-RESULT   PIC X(12).
001940        10 DIG-STEP-RESULT-R REDEFINES DIG-STEP-RESULT.
001950           15 DIG-STEP-RC-TAG  PIC X(03).
001960           15 DIG-STEP-RC-X    PIC X(04).
001970           15 DIG-STEP-RC REDEFINES DIG-STEP-RC-X
001980                               PIC 9(04).
001990           15 FILLER           PIC X(05).
002000
002010*----------------------------------------------------------------
002020*    HEADLINE COUNTS - SUBSCRIPTS:
002030*       1 STEPS RUN            2 STEPS FAILED OR NOT RUN
002040*       3 BOARD RECORDS        4 TAMPER FAILURES (TETRECON)
002050*       5-7 AUDIT HIGH/MEDIUM/LOW
002060*       8 QUOTA EXCEPTIONS     9 EXTENSION DAYS (TETTIME)
002070*      10 VERSUS CHECK FAILS  11 REJECTS WAITING
002080*      12 REPAIRS SINCE THE LAST DIGEST
002081*      13 REPLAY MISMATCHES (TETVERF)
002090*----------------------------------------------------------------
002100 01  DIG-MET-NAMES.
002110     05 FILLER               PIC X(26)
002120        VALUE "STEPS RUN".
002130     05 FILLER               PIC X(26)
002140        VALUE "STEPS FAILED OR NOT RUN".
002150     05 FILLER               PIC X(26)
002160        VALUE "BOARD RECORDS CHECKED".
002170     05 FILLER               PIC X(26)
002180        VALUE "TAMPER FAILURES".
002190     05 FILLER               PIC X(26)
002200        VALUE "AUDIT FINDINGS HIGH".
002210     05 FILLER               PIC X(26)
002220        VALUE "AUDIT FINDINGS MEDIUM".
002230     05 FILLER               PIC X(26)
002240        VALUE "AUDIT FINDINGS LOW".
002250     05 FILLER               PIC X(26)
002260        VALUE "QUOTA EXCEPTIONS".
002270     05 FILLER               PIC X(26)
002280        VALUE "EXTENSION DAYS".
002290     05 FILLER               PIC X(26)
002300        VALUE "VERSUS CHECK FAILURES".
002310     05 FILLER               PIC X(26)
002320        VALUE "REJECTS AWAITING REPAIR".
002330     05 FILLER               PIC X(26)
002340        VALUE "REPAIRS SINCE LAST DIGEST".
002341     05 FILLER               PIC X(26)
002342        VALUE "REPLAY SCORE MISMATCHES".
002350 01  DIG-MET-NAME-TABLE REDEFINES DIG-MET-NAMES.
002360     05 DIG-MET-NAME OCCURS 13 TIMES
002370                             PIC X(26).
002380
002390 01  DIG-MET-TABLE.
002400     05 DIG-MET-ENTRY OCCURS 13 TIMES.
002410        10 DIG-MET-KNOWN     PIC 9(01).
002420        10 DIG-MET-VALUE     PIC 9(08).
002430        10 DIG-MET-PREV-KNOWN PIC 9(01).
002440        10 DIG-MET-PREV      PIC 9(08).
002450        10 DIG-MET-AVG-KNOWN PIC 9(01).
002460        10 DIG-MET-AVG       PIC 9(08).
002470        10 DIG-MET-SUM       PIC 9(09).
002480        10 DIG-MET-NIGHTS    PIC 9(02).
002490
002500*----------------------------------------------------------------
002510*    EARLIER CYCLES FROM THE HISTORY FILE, OLDEST FIRST
002520*----------------------------------------------------------------
002530 01  DIG-HIS-TABLE.
002540     05 DIG-HIS-COUNT        PIC 9(02) VALUE 0.
002550     05 DIG-HIS-ENTRY OCCURS 14 TIMES.
002560        10 DIG-HIS-CYCLE     PIC 9(08).
002570        10 DIG-HIS-RUN-DATE  PIC 9(08).
002580        10 DIG-HIS-RUN-TIME  PIC 9(08).
002590        10 DIG-HIS-VALUE-X OCCURS 13 TIMES
002600                             PIC X(08).
002610
002620*    STAMP OF THE LAST DIGEST OF AN EARLIER CYCLE
002630 01  DIG-LAST-STAMP.
002640     05 DIG-LAST-DATE        PIC 9(08) VALUE 0.
002650     05 DIG-LAST-TIME        PIC 9(08) VALUE 0.
002660
002670*----------------------------------------------------------------
002680*    TETAUDIT FINDINGS BY SEVERITY AND TYPE
002690*----------------------------------------------------------------
002700 01  DIG-AUD-TABLE.
002710     05 DIG-AUD-COUNT        PIC 9(02) VALUE 0.
002720     05 DIG-AUD-ENTRY OCCURS 20 TIMES.
002730        10 DIG-AUD-SEVERITY  PIC X(06).
002740        10 DIG-AUD-TYPE      PIC X(24).
002750        10 DIG-AUD-FINDINGS  PIC 9(08).
002760
002770*----------------------------------------------------------------
002780*    THE DIGEST'S FINDINGS, PRINTED HIGH FIRST
002790*----------------------------------------------------------------
002800 01  DIG-FND-TABLE.
002810     05 DIG-FND-COUNT        PIC 9(02) VALUE 0.
002820     05 DIG-FND-ENTRY OCCURS 40 TIMES.
002830        10 DIG-FND-SEVERITY  PIC X(06).
002840        10 DIG-FND-TEXT      PIC X(70).
002850
002860*    FINDINGS LINES THAT STILL FIT ON THE PAGE
002870 77  DIG-FND-PRINT-MAX       PIC 9(02) COMP VALUE 15.
002880
002890*----------------------------------------------------------------
002900*    WHAT BECAME OF EACH SOURCE FILE
002910*----------------------------------------------------------------
002920 01  DIG-SRC-TABLE.
002930     05 DIG-SRC-COUNT        PIC 9(02) VALUE 0.
002940     05 DIG-SRC-ENTRY OCCURS 7 TIMES.
002950        10 DIG-SRC-NAME      PIC X(12).
002960        10 DIG-SRC-NOTE      PIC X(40).
002970
002980*----------------------------------------------------------------
002990*    THE SOURCE LINE UNDER INSPECTION AND ITS VIEWS
003000*----------------------------------------------------------------
003010 01  DIG-IN-LINE             PIC X(132) VALUE SPACES.
003020
003030*    TOTAL LINES OF TETRECON, TETAUDIT, TETTIME, TETVERS AND
003040*    TETVERF - ALL START "READ  " FOLLOWED BY AN EDITED COUNT
003050 01  DIG-TOTAL-VIEW REDEFINES DIG-IN-LINE.
003060     05 DT-READ-TAG          PIC X(06).
003070     05 DT-READ              PIC X(08).
003080     05 DT-REST              PIC X(118).
003090
003100 01  DIG-RECON-VIEW REDEFINES DIG-IN-LINE.
003110     05 FILLER               PIC X(14).
003120     05 DR-FAILED-TAG        PIC X(09).
003130     05 DR-FAILED            PIC X(08).
003140     05 FILLER               PIC X(101).
003150
003160 01  DIG-AUDIT-VIEW REDEFINES DIG-IN-LINE.
003170     05 DA-SEVERITY          PIC X(06).
003180     05 DA-GAP               PIC X(04).
003190     05 DA-TYPE              PIC X(24).
003200     05 FILLER               PIC X(98).
003210
003220 01  DIG-TIME-VIEW REDEFINES DIG-IN-LINE.
003230     05 FILLER               PIC X(14).
003240     05 DM-LISTED-TAG        PIC X(09).
003250     05 FILLER               PIC X(08).
003260     05 DM-EXC-TAG           PIC X(13).
003270     05 DM-EXC               PIC X(08).
003280     05 DM-XTN-TAG           PIC X(12).
003290     05 DM-XTN               PIC X(08).
003300     05 FILLER               PIC X(60).
003310
003320 01  DIG-VERSUS-VIEW REDEFINES DIG-IN-LINE.
003330     05 FILLER               PIC X(14).
003340     05 DV-USED-TAG          PIC X(07).
003350     05 FILLER               PIC X(08).
003360     05 DV-FAILED-TAG        PIC X(09).
003370     05 DV-FAILED            PIC X(08).
003380     05 FILLER               PIC X(86).
003381
003382 01  DIG-VERIFY-VIEW REDEFINES DIG-IN-LINE.
003383     05 FILLER               PIC X(14).
003384     05 DF-VERIFIED-TAG      PIC X(11).
003385     05 FILLER               PIC X(08).
003386     05 DF-MISMATCH-TAG      PIC X(11).
003387     05 DF-MISMATCH          PIC X(08).
003388     05 FILLER               PIC X(80).
003390
003400 01  DIG-REPAIR-VIEW REDEFINES DIG-IN-LINE.
003410     05 DP-DATE-X            PIC X(08).
003420     05 DP-DATE REDEFINES DP-DATE-X
003430                             PIC 9(08).
003440     05 FILLER               PIC X(01).
003450     05 DP-TIME-X            PIC X(08).
003460     05 DP-TIME REDEFINES DP-TIME-X
003470                             PIC 9(08).
003480     05 FILLER               PIC X(115).
003490
003500*----------------------------------------------------------------
003510*    WORK FIELDS
003520*----------------------------------------------------------------
003530 77  DIG-SX                  PIC 9(04) COMP VALUE 0.
003540 77  DIG-MX                  PIC 9(04) COMP VALUE 0.
003550 77  DIG-HX                  PIC 9(04) COMP VALUE 0.
003560 77  DIG-AX                  PIC 9(04) COMP VALUE 0.
003570 77  DIG-FX                  PIC 9(04) COMP VALUE 0.
003580 77  DIG-PRINTED             PIC 9(04) COMP VALUE 0.
003590 77  DIG-LEAD                PIC 9(04) COMP VALUE 0.
003600 77  DIG-PASS                PIC 9(01) VALUE 0.
003610
003620 77  DIG-HIGH-COUNT          PIC 9(04) COMP VALUE 0.
003630 77  DIG-MEDIUM-COUNT        PIC 9(04) COMP VALUE 0.
003640 77  DIG-LOW-COUNT           PIC 9(04) COMP VALUE 0.
003650
003660 01  DIG-NAME-WK             PIC X(12) VALUE SPACES.
003670 01  DIG-STEP-WK             PIC X(08) VALUE SPACES.
003680 01  DIG-SEV-WK              PIC X(06) VALUE SPACES.
003690 01  DIG-TYPE-WK             PIC X(26) VALUE SPACES.
003700 01  DIG-TEXT-WK             PIC X(70) VALUE SPACES.
003710 01  DIG-TREND-WK            PIC X(40) VALUE SPACES.
003720 01  DIG-OVERALL-WK          PIC X(20) VALUE SPACES.
003730
003740*    AN EDITED COUNT FROM A REPORT, TURNED BACK INTO A NUMBER
003750 01  DIG-NUM-X               PIC X(08) VALUE SPACES.
003760 01  DIG-NUM-N REDEFINES DIG-NUM-X
003770                             PIC 9(08).
003780 01  DIG-NUM-SW              PIC 9(01) VALUE 0.
003790     88 DIG-NUM-OK           VALUE 1.
003800     88 DIG-NUM-BAD          VALUE 0.
003810
003820*    A NUMBER AS TEXT WITHOUT LEADING SPACES, FOR THE FINDINGS
003830 01  DIG-EDIT-WK             PIC Z(07)9.
003840 01  DIG-EDIT-X REDEFINES DIG-EDIT-WK
003850                             PIC X(08).
003860 01  DIG-NUM-WK              PIC 9(08) VALUE 0.
003870 01  DIG-TXT-1               PIC X(08) VALUE SPACES.
003880 01  DIG-TXT-2               PIC X(08) VALUE SPACES.
003890 01  DIG-TXT-WK              PIC X(08) VALUE SPACES.
003900
003910 01  DIG-LINE                PIC X(80) VALUE SPACES.
003920
003930*----------------------------------------------------------------
003940*    PAGE LINES
003950*----------------------------------------------------------------
003960 01  RPT-HEADING-1.
003970     05 FILLER               PIC X(36)
003980        VALUE "TETDIGST  MORNING OPERATIONS DIGEST".
003990     05 FILLER               PIC X(06) VALUE "CYCLE ".
004000     05 RPT-H-CYCLE          PIC 9(08).
004010     05 FILLER               PIC X(07) VALUE "   RUN ".
004020     05 RPT-H-RUN-DATE       PIC 9(08).
004030     05 FILLER               PIC X(01) VALUE SPACE.
004040     05 RPT-H-RUN-HH         PIC 9(02).
004050     05 FILLER               PIC X(01) VALUE ":".
004060     05 RPT-H-RUN-MI         PIC 9(02).
004070     05 FILLER               PIC X(09) VALUE SPACES.
004080
004090 01  RPT-OVERALL-LINE.
004100     05 FILLER               PIC X(09) VALUE "OVERALL  ".
004110     05 RPT-O-TEXT           PIC X(20).
004120     05 RPT-O-HIGH           PIC Z(03)9.
004130     05 FILLER               PIC X(07) VALUE " HIGH  ".
004140     05 RPT-O-MEDIUM         PIC Z(03)9.
004150     05 FILLER               PIC X(09) VALUE " MEDIUM  ".
004160     05 RPT-O-LOW            PIC Z(03)9.
004170     05 FILLER               PIC X(09) VALUE " LOW   RC".
004180     05 RPT-O-RC             PIC Z9.
004190     05 FILLER               PIC X(12) VALUE SPACES.
004200
004210 01  RPT-STEP-HEADING-1.
004220     05 FILLER               PIC X(80)
004230        VALUE "NIGHTLY STRING".
004240
004250 01  RPT-STEP-HEADING-2.
004260     05 FILLER               PIC X(80)
004270        VALUE "STEP  PROGRAM   START     END       RESULT".
004280
004290 01  RPT-STEP-DETAIL.
004300     05 RPT-S-NO             PIC Z9.
004310     05 FILLER               PIC X(04) VALUE SPACES.
004320     05 RPT-S-NAME           PIC X(08).
004330     05 FILLER               PIC X(02) VALUE SPACES.
004340     05 RPT-S-START          PIC X(08).
004350     05 FILLER               PIC X(02) VALUE SPACES.
004360     05 RPT-S-END            PIC X(08).
004370     05 FILLER               PIC X(02) VALUE SPACES.
004380     05 RPT-S-RESULT         PIC X(12).
004390     05 FILLER               PIC X(32) VALUE SPACES.
004400
004410 01  RPT-NO-STEP-LINE.
004420     05 FILLER               PIC X(80)
004430        VALUE "RUN LOG NOT READ - STEPS NOT CHECKED".
004440
004450 01  RPT-COUNT-HEADING-1.
004460     05 FILLER               PIC X(80)
004470        VALUE "HEADLINE COUNTS".
004480
004490 01  RPT-COUNT-HEADING-2.
004500     05 FILLER               PIC X(40)
004510        VALUE "                           TONIGHT  LAST".
004520     05 FILLER               PIC X(40)
004530        VALUE " NIGHT  7-NIGHT AVG  TREND".
004540
004550 01  RPT-COUNT-DETAIL.
004560     05 RPT-C-NAME           PIC X(26).
004570     05 FILLER               PIC X(01) VALUE SPACES.
004580     05 RPT-C-TONIGHT        PIC X(08).
004590     05 FILLER               PIC X(03) VALUE SPACES.
004600     05 RPT-C-LAST           PIC X(08).
004610     05 FILLER               PIC X(05) VALUE SPACES.
004620     05 RPT-C-AVG            PIC X(08).
004630     05 FILLER               PIC X(02) VALUE SPACES.
004640     05 RPT-C-TREND          PIC X(19).
004650
004660 01  RPT-FND-HEADING-1.
004670     05 FILLER               PIC X(80)
004680        VALUE "FINDINGS".
004690
004700 01  RPT-FND-HEADING-2.
004710     05 FILLER               PIC X(80)
004720        VALUE "SEVERITY  FINDING".
004730
004740 01  RPT-FND-DETAIL.
004750     05 RPT-F-SEVERITY       PIC X(06).
004760     05 FILLER               PIC X(04) VALUE SPACES.
004770     05 RPT-F-TEXT           PIC X(70).
004780
004790 01  RPT-NO-FND-LINE.
004800     05 FILLER               PIC X(80)
004810        VALUE "NO FINDINGS - NOTHING NEEDS ACTION".
004820
004830 01  RPT-MORE-FND-LINE.
004840     05 FILLER               PIC X(10) VALUE SPACES.
004850     05 RPT-M-MORE           PIC Z(03)9.
004860     05 FILLER               PIC X(66)
004870        VALUE " MORE FINDINGS - SEE THE STEP REPORTS".
004880
004890 01  RPT-SRC-HEADING.
004900     05 FILLER               PIC X(80)
004910        VALUE "SOURCES".
004920
004930 01  RPT-SRC-DETAIL.
004940     05 RPT-R-NAME           PIC X(12).
004950     05 FILLER               PIC X(02) VALUE SPACES.
004960     05 RPT-R-NOTE           PIC X(40).
004970     05 FILLER               PIC X(26) VALUE SPACES.
004980
004990*    MAIL HEADERS
005000 01  MAIL-TO-LINE.
005010     05 FILLER               PIC X(04) VALUE "To: ".
005020     05 MAIL-TO              PIC X(70).
005030     05 FILLER               PIC X(06) VALUE SPACES.
005040
005050 01  MAIL-SUBJECT-LINE.
005060     05 FILLER               PIC X(25)
005070        VALUE "Subject: TETNIGHT DIGEST ".
005080     05 MAIL-S-CYCLE         PIC 9(08).
005090     05 FILLER               PIC X(03) VALUE " - ".
005100     05 MAIL-S-TEXT          PIC X(20).
005110     05 FILLER               PIC X(24) VALUE SPACES.
005120
005130 PROCEDURE DIVISION.
005140
005150*----------------------------------------------------------------
005160*    MAINLINE
005170*----------------------------------------------------------------
005180 0000-MAINLINE.
005190     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005200     IF DIG-RUN-FAILED
005210        GO TO 0000-WRAP-UP
005220     END-IF
005230     PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT
005240     PERFORM 2000-LOAD-CONTROL THRU 2000-EXIT
005250     PERFORM 2200-READ-RUNLOG THRU 2200-EXIT
005260     PERFORM 2400-CHECK-STEPS THRU 2400-EXIT
005270     PERFORM 3000-READ-RECON THRU 3000-EXIT
005280     PERFORM 3100-READ-AUDIT THRU 3100-EXIT
005290     PERFORM 3200-READ-TIME THRU 3200-EXIT
005300     PERFORM 3300-READ-VERSUS THRU 3300-EXIT
005301     PERFORM 3350-READ-VERIFY THRU 3350-EXIT
005310     PERFORM 3400-COUNT-REJECTS THRU 3400-EXIT
005320     PERFORM 3500-COUNT-REPAIRS THRU 3500-EXIT
005330     PERFORM 4000-COMPARE-HISTORY THRU 4000-EXIT
005340     PERFORM 4500-COUNT-FINDINGS THRU 4500-EXIT
005350     PERFORM 6000-SAVE-HISTORY THRU 6000-EXIT
005360     PERFORM 5000-WRITE-DIGEST THRU 5000-EXIT.
005370 0000-WRAP-UP.
005380     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
005390 0000-EXIT.
005400     STOP RUN.
005410
005420*----------------------------------------------------------------
005430*    INITIALIZE - RESOLVE PATHS AND PARAMETERS, OPEN THE PAGE
005440*    AND THE MAIL FILE
005450*----------------------------------------------------------------
005460 1000-INITIALIZE.
005470     ACCEPT DIG-DIR FROM ENVIRONMENT "leaderboard_dir"
005480     END-ACCEPT
005490
005500     INSPECT DIG-DIR REPLACING TRAILING SPACE BY LOW-VALUE
005510
005520     ACCEPT DIG-TODAY FROM DATE YYYYMMDD
005530     ACCEPT DIG-NOW FROM TIME
005540
005550     ACCEPT DIG-MAXRC-X FROM ENVIRONMENT "night_maxrc"
005560     END-ACCEPT
005570
005580     IF DIG-MAXRC-X IS NUMERIC
005590        MOVE DIG-MAXRC-N TO DIG-MAXRC
005600     END-IF
005610
005620     ACCEPT DIG-MAIL-TO FROM ENVIRONMENT "digest_mail_to"
005630     END-ACCEPT
005640
005650     MOVE DIG-TODAY TO DIG-CYCLE-DATE
005660
005670     PERFORM VARYING DIG-MX FROM 1 BY 1 UNTIL DIG-MX > 13
005680         MOVE 0 TO DIG-MET-KNOWN (DIG-MX)
005690         MOVE 0 TO DIG-MET-VALUE (DIG-MX)
005700         MOVE 0 TO DIG-MET-PREV-KNOWN (DIG-MX)
005710         MOVE 0 TO DIG-MET-PREV (DIG-MX)
005720         MOVE 0 TO DIG-MET-AVG-KNOWN (DIG-MX)
005730         MOVE 0 TO DIG-MET-AVG (DIG-MX)
005740         MOVE 0 TO DIG-MET-SUM (DIG-MX)
005750         MOVE 0 TO DIG-MET-NIGHTS (DIG-MX)
005760     END-PERFORM
005770
005780     STRING
005790         DIG-DIR             DELIMITED BY LOW-VALUE
005800         "\"                 DELIMITED BY SIZE
005810         "tetnight.ctl"      DELIMITED BY SIZE
005820             INTO DIG-CTL-PATH
005830     END-STRING
005840
005850     STRING
005860         DIG-DIR             DELIMITED BY LOW-VALUE
005870         "\"                 DELIMITED BY SIZE
005880         "tetnight.log"      DELIMITED BY SIZE
005890             INTO DIG-LOG-PATH
005900     END-STRING
005910
005920     STRING
005930         DIG-DIR             DELIMITED BY LOW-VALUE
005940         "\"                 DELIMITED BY SIZE
005950         "tetdigst.his"      DELIMITED BY SIZE
005960             INTO DIG-HIS-PATH
005970     END-STRING
005980
005990     STRING
006000         DIG-DIR             DELIMITED BY LOW-VALUE
006010         "\"                 DELIMITED BY SIZE
006020         "tetdigst.rpt"      DELIMITED BY SIZE
006030             INTO DIG-RPT-PATH
006040     END-STRING
006050
006060     STRING
006070         DIG-DIR             DELIMITED BY LOW-VALUE
006080         "\"                 DELIMITED BY SIZE
006090         "tetdigst.txt"      DELIMITED BY SIZE
006100             INTO DIG-MAIL-PATH
006110     END-STRING
006120
006130     INSPECT DIG-CTL-PATH REPLACING TRAILING SPACE BY LOW-VALUE
006140     INSPECT DIG-LOG-PATH REPLACING TRAILING SPACE BY LOW-VALUE
006150     INSPECT DIG-HIS-PATH REPLACING TRAILING SPACE BY LOW-VALUE
006160     INSPECT DIG-RPT-PATH REPLACING TRAILING SPACE BY LOW-VALUE
006170     INSPECT DIG-MAIL-PATH REPLACING TRAILING SPACE BY LOW-VALUE
006180
006190     OPEN OUTPUT REPORT-FILE
006200
006210     IF DIG-RPT-STATUS NOT = "00"
006220        DISPLAY "TETDIGST: CANNOT OPEN " DIG-RPT-PATH
006230        SET DIG-RUN-FAILED TO TRUE
006240        GO TO 1000-EXIT
006250     END-IF
006260
006270     OPEN OUTPUT MAIL-FILE
006280
006290     IF DIG-MAIL-STATUS NOT = "00"
006300        DISPLAY "TETDIGST: CANNOT OPEN " DIG-MAIL-PATH
006310        CLOSE REPORT-FILE
006320        SET DIG-RUN-FAILED TO TRUE
006330     END-IF.
006340 1000-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------
006380*    LOAD THE HISTORY - A MISSING FILE IS THE FIRST NIGHT
006390*----------------------------------------------------------------
006400 1500-LOAD-HISTORY.
006410     OPEN INPUT HISTORY-FILE
006420
006430     IF DIG-HIS-STATUS NOT = "00"
006440        GO TO 1500-EXIT
006450     END-IF
006460
006470     SET DIG-NOT-EOF TO TRUE
006480
006490     PERFORM 1600-LOAD-ONE-NIGHT THRU 1600-EXIT
006500         UNTIL DIG-EOF
006510
006520     CLOSE HISTORY-FILE.
006530 1500-EXIT.
006540     EXIT.
006550
006560 1600-LOAD-ONE-NIGHT.
006570     READ HISTORY-FILE
006580         AT END
006590             SET DIG-EOF TO TRUE
006600             GO TO 1600-EXIT
006610     END-READ
006620
006630     IF HI-CYCLE-DATE IS NOT NUMERIC
006640        OR HI-RUN-DATE IS NOT NUMERIC
006650        OR HI-RUN-TIME IS NOT NUMERIC
006660        GO TO 1600-EXIT
006670     END-IF
006680
006690*    THE TABLE KEEPS THE NEWEST 14 - THE OLDEST MAKES ROOM
006700     IF DIG-HIS-COUNT >= 14
006710        PERFORM VARYING DIG-HX FROM 1 BY 1 UNTIL DIG-HX > 13
006720            MOVE DIG-HIS-ENTRY (DIG-HX + 1)
006730                TO DIG-HIS-ENTRY (DIG-HX)
006740        END-PERFORM
006750        MOVE 13 TO DIG-HIS-COUNT
006760     END-IF
006770
006780     ADD 1 TO DIG-HIS-COUNT
006790     MOVE HI-CYCLE-DATE TO DIG-HIS-CYCLE (DIG-HIS-COUNT)
006800     MOVE HI-RUN-DATE TO DIG-HIS-RUN-DATE (DIG-HIS-COUNT)
006810     MOVE HI-RUN-TIME TO DIG-HIS-RUN-TIME (DIG-HIS-COUNT)
006820
006830     PERFORM VARYING DIG-MX FROM 1 BY 1 UNTIL DIG-MX > 13
006840         MOVE HI-VALUE-X (DIG-MX)
006850             TO DIG-HIS-VALUE-X (DIG-HIS-COUNT, DIG-MX)
006860     END-PERFORM.
006870 1600-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------------
006910*    THE STEPS OF THE STRING, NUMBERED AS TETNIGHT NUMBERS THEM
006920*----------------------------------------------------------------
006930 2000-LOAD-CONTROL.
006940     OPEN INPUT CONTROL-FILE
006950
006960     IF DIG-CTL-STATUS NOT = "00"
006970        MOVE "HIGH" TO DIG-SEV-WK
006980        MOVE "TETNIGHT.CTL COULD NOT BE READ" TO DIG-TEXT-WK
006990        PERFORM 7200-ADD-FINDING THRU 7200-EXIT
007000        GO TO 2000-EXIT
007010     END-IF
007020
007030     SET DIG-NOT-EOF TO TRUE
007040
007050     PERFORM 2100-LOAD-ONE-STEP THRU 2100-EXIT
007060         UNTIL DIG-EOF
007070
007080     CLOSE CONTROL-FILE.
007090 2000-EXIT.
007100     EXIT.
007110
007120 2100-LOAD-ONE-STEP.
007130     READ CONTROL-FILE
007140         AT END
007150             SET DIG-EOF TO TRUE
007160             GO TO 2100-EXIT
007170     END-READ
007180
007190     IF CT-STEP-NAME = SPACES
007200        OR CT-STEP-NAME (1:1) = "*"
007210        GO TO 2100-EXIT
007220     END-IF
007230
007240     IF DIG-STEP-COUNT >= 20
007250        SET DIG-EOF TO TRUE
007260        GO TO 2100-EXIT
007270     END-IF
007280
007290     ADD 1 TO DIG-STEP-COUNT
007300     MOVE CT-STEP-NAME TO DIG-STEP-NAME (DIG-STEP-COUNT)
007310     MOVE CT-RUN-FLAG TO DIG-STEP-FLAG (DIG-STEP-COUNT)
007320     MOVE 0 TO DIG-STEP-LOGGED (DIG-STEP-COUNT)
007330     MOVE SPACES TO DIG-STEP-START (DIG-STEP-COUNT)
007340     MOVE SPACES TO DIG-STEP-END (DIG-STEP-COUNT)
007350     MOVE SPACES TO DIG-STEP-RESULT (DIG-STEP-COUNT).
007360 2100-EXIT.
007370     EXIT.
007380
007390*----------------------------------------------------------------
007400*    READ THE RUN LOG TO THE END. A NEW DATE STARTS A NEW CYCLE,
007410*    SO WHAT IS LEFT IS THE LAST CYCLE; A STEP RUN TWICE IN IT
007420*    KEEPS ITS LATER LINE.
007430*----------------------------------------------------------------
007440 2200-READ-RUNLOG.
007450     OPEN INPUT RUNLOG-FILE
007460
007470     IF DIG-LOG-STATUS NOT = "00"
007480        MOVE "HIGH" TO DIG-SEV-WK
007490        MOVE "TETNIGHT.LOG COULD NOT BE READ" TO DIG-TEXT-WK
007500        PERFORM 7200-ADD-FINDING THRU 7200-EXIT
007510        GO TO 2200-EXIT
007520     END-IF
007530
007540     MOVE 0 TO DIG-CYCLE-DATE
007550     SET DIG-NOT-EOF TO TRUE
007560
007570     PERFORM 2300-RUNLOG-RECORD THRU 2300-EXIT
007580         UNTIL DIG-EOF
007590
007600     CLOSE RUNLOG-FILE
007610
007620     IF DIG-CYCLE-DATE = 0
007630        MOVE DIG-TODAY TO DIG-CYCLE-DATE
007640        MOVE "HIGH" TO DIG-SEV-WK
007650        MOVE "TETNIGHT.LOG HOLDS NO CYCLE" TO DIG-TEXT-WK
007660        PERFORM 7200-ADD-FINDING THRU 7200-EXIT
007670        GO TO 2200-EXIT
007680     END-IF
007690
007700     SET DIG-LOG-READ TO TRUE.
007710 2200-EXIT.
007720     EXIT.
007730
007740 2300-RUNLOG-RECORD.
007750     READ RUNLOG-FILE
007760         AT END
007770             SET DIG-EOF TO TRUE
007780             GO TO 2300-EXIT
007790     END-READ
007800
007810     IF LG-DATE-X IS NOT NUMERIC
007820        OR LG-STEP-NO-X IS NOT NUMERIC
007830        GO TO 2300-EXIT
007840     END-IF
007850
007860     IF LG-DATE NOT = DIG-CYCLE-DATE
007870        MOVE LG-DATE TO DIG-CYCLE-DATE
007880        PERFORM VARYING DIG-SX FROM 1 BY 1
007890                UNTIL DIG-SX > DIG-STEP-COUNT
007900            MOVE 0 TO DIG-STEP-LOGGED (DIG-SX)
007910            MOVE SPACES TO DIG-STEP-START (DIG-SX)
007920            MOVE SPACES TO DIG-STEP-END (DIG-SX)
007930            MOVE SPACES TO DIG-STEP-RESULT (DIG-SX)
007940        END-PERFORM
007950     END-IF
007960
007970     IF LG-STEP-NO < 1
007980        OR LG-STEP-NO > DIG-STEP-COUNT
007990        GO TO 2300-EXIT
008000     END-IF
008010
008020     IF LG-STEP-NAME NOT = DIG-STEP-NAME (LG-STEP-NO)
008030        GO TO 2300-EXIT
008040     END-IF
008050
008060     MOVE 1 TO DIG-STEP-LOGGED (LG-STEP-NO)
008070     MOVE LG-START-TIME TO DIG-STEP-START (LG-STEP-NO)
008080     MOVE LG-END-TIME TO DIG-STEP-END (LG-STEP-NO)
008090     MOVE LG-RESULT TO DIG-STEP-RESULT (LG-STEP-NO).
008100 2300-EXIT.
008110     EXIT.
008120
008130*----------------------------------------------------------------
008140*    COUNT THE STEPS THAT RAN AND FLAG THE ONES THAT FAILED OR
008150*    NEVER RAN
008160*----------------------------------------------------------------
008170 2400-CHECK-STEPS.
008180     IF DIG-LOG-NOT-READ
008190        OR DIG-STEP-COUNT = 0
008200        GO TO 2400-EXIT
008210     END-IF
008220
008230     MOVE 1 TO DIG-MET-KNOWN (1)
008240     MOVE 1 TO DIG-MET-KNOWN (2)
008250
008260     PERFORM 2500-CHECK-ONE-STEP THRU 2500-EXIT
008270         VARYING DIG-SX FROM 1 BY 1
008280         UNTIL DIG-SX > DIG-STEP-COUNT.
008290 2400-EXIT.
008300     EXIT.
008310
008320 2500-CHECK-ONE-STEP.
008330     IF DIG-STEP-ALWAYS (DIG-SX)
008340        GO TO 2500-EXIT
008350     END-IF
008360
008370     IF DIG-STEP-LOGGED (DIG-SX) = 0
008380        ADD 1 TO DIG-MET-VALUE (2)
008390        MOVE "NOT RUN" TO DIG-STEP-RESULT (DIG-SX)
008400        MOVE "HIGH" TO DIG-SEV-WK
008410        MOVE SPACES TO DIG-TEXT-WK
008420        STRING
008430            DIG-STEP-NAME (DIG-SX) DELIMITED BY SPACE
008440            " DID NOT RUN IN THIS CYCLE" DELIMITED BY SIZE
008450                INTO DIG-TEXT-WK
008460        END-STRING
008470        PERFORM 7200-ADD-FINDING THRU 7200-EXIT
008480        GO TO 2500-EXIT
008490     END-IF
008500
008510     IF DIG-STEP-RC-TAG (DIG-SX) = "RC "
008520        AND DIG-STEP-RC-X (DIG-SX) IS NUMERIC
008530        AND DIG-STEP-RC (DIG-SX) > DIG-MAXRC
008540        ADD 1 TO DIG-MET-VALUE (2)
008550        MOVE "HIGH" TO DIG-SEV-WK
008560        MOVE SPACES TO DIG-TEXT-WK
008570        STRING
008580            DIG-STEP-NAME (DIG-SX) DELIMITED BY SPACE
008590            " ENDED "              DELIMITED BY SIZE
008600            DIG-STEP-RESULT (DIG-SX) DELIMITED BY "  "
008610            " - THE STRING STOPPED THERE" DELIMITED BY SIZE
008620                INTO DIG-TEXT-WK
008630        END-STRING
008640        PERFORM 7200-ADD-FINDING THRU 7200-EXIT
008650        GO TO 2500-EXIT
008651     END-IF
008652
008653*    A WARNING WITHIN THE THRESHOLD LET THE STRING GO ON, BUT
008654*    THE STEP'S REPORT NEEDS A LOOK
008655     IF DIG-STEP-RC-TAG (DIG-SX) = "RC "
008656        AND DIG-STEP-RC-X (DIG-SX) IS NUMERIC
008657        AND DIG-STEP-RC (DIG-SX) > 0
008658        MOVE "MEDIUM" TO DIG-SEV-WK
008659        MOVE SPACES TO DIG-TEXT-WK
008660        STRING
008661            DIG-STEP-NAME (DIG-SX) DELIMITED BY SPACE
008662            " ENDED "              DELIMITED BY SIZE
008663            DIG-STEP-RESULT (DIG-SX) DELIMITED BY "  "
008664            " - SEE ITS REPORT"    DELIMITED BY SIZE
008665                INTO DIG-TEXT-WK
008666        END-STRING
008667        PERFORM 7200-ADD-FINDING THRU 7200-EXIT
008668     END-IF
008670
008680*    SKIPPED - IT RAN CLEAN IN AN EARLIER PART OF THE CYCLE
008690     ADD 1 TO DIG-MET-VALUE (1).
008700 2500-EXIT.
008710     EXIT.
008720
008730*----------------------------------------------------------------
008740*    DID THE STEP IN DIG-STEP-WK RUN IN THIS CYCLE? SKIPPED
008750*    COUNTS - IT RAN IN AN EARLIER INVOCATION OF THE CYCLE.
008760*----------------------------------------------------------------
008770 2600-FIND-STEP-RUN.
008780     SET DIG-STEP-NOT-RAN TO TRUE
008790
008800     PERFORM VARYING DIG-SX FROM 1 BY 1
008810             UNTIL DIG-SX > DIG-STEP-COUNT
008820         IF DIG-STEP-NAME (DIG-SX) = DIG-STEP-WK
008830            AND DIG-STEP-LOGGED (DIG-SX) = 1
008840            SET DIG-STEP-RAN TO TRUE
008850         END-IF
008860     END-PERFORM.
008870 2600-EXIT.
008880     EXIT.
008890
008900*----------------------------------------------------------------
008910*    TETRECON - RECORDS CHECKED AND TAMPER FAILURES
008920*----------------------------------------------------------------
008930 3000-READ-RECON.
008940     MOVE "tetrecon.rpt" TO DIG-NAME-WK
008950     MOVE "TETRECON" TO DIG-STEP-WK
008960     PERFORM 3900-OPEN-SOURCE THRU 3900-EXIT
008970
008980     IF DIG-SRC-MISSING
008990        GO TO 3000-EXIT
009000     END-IF
009010
009020     PERFORM 3010-RECON-LINE THRU 3010-EXIT
009030         UNTIL DIG-EOF
009040
009050     CLOSE INPUT-FILE.
009060 3000-EXIT.
009070     EXIT.
009080
009090 3010-RECON-LINE.
009100     READ INPUT-FILE INTO DIG-IN-LINE
009110         AT END
009120             SET DIG-EOF TO TRUE
009130             GO TO 3010-EXIT
009140     END-READ
009150
009160     IF DIG-IN-LINE (1:18) = "LIVE FILE NOT READ"
009170        MOVE "HIGH" TO DIG-SEV-WK
009180        MOVE "TETRECON COULD NOT READ THE LIVE LEADERBOARD"
009190            TO DIG-TEXT-WK
009200        PERFORM 7200-ADD-FINDING THRU 7200-EXIT
009210        GO TO 3010-EXIT
009220     END-IF
009230
009240     IF DT-READ-TAG NOT = "READ  "
009250        OR DR-FAILED-TAG NOT = "  FAILED "
009260        GO TO 3010-EXIT
009270     END-IF
009280
009290     MOVE DT-READ TO DIG-NUM-X
009300     PERFORM 7000-GET-NUMBER THRU 7000-EXIT
009310     IF DIG-NUM-OK
009320        MOVE 1 TO DIG-MET-KNOWN (3)
009330        MOVE DIG-NUM-N TO DIG-MET-VALUE (3)
009340     END-IF
009350
009360     MOVE DR-FAILED TO DIG-NUM-X
009370     PERFORM 7000-GET-NUMBER THRU 7000-EXIT
009380     IF DIG-NUM-OK
009390        MOVE 1 TO DIG-MET-KNOWN (4)
009400        MOVE DIG-NUM-N TO DIG-MET-VALUE (4)
009410     END-IF.
009420 3010-EXIT.
009430     EXIT.
009440
009450*----------------------------------------------------------------
009460*    TETAUDIT - FINDINGS BY SEVERITY, AND BY TYPE FOR THE LIST
009470*----------------------------------------------------------------
009480 3100-READ-AUDIT.
009490     MOVE "tetaudit.rpt" TO DIG-NAME-WK
009500     MOVE "TETAUDIT" TO DIG-STEP-WK
009510     PERFORM 3900-OPEN-SOURCE THRU 3900-EXIT
009520
009530     IF DIG-SRC-MISSING
009540        GO TO 3100-EXIT
009550     END-IF
009560
009570     MOVE 1 TO DIG-MET-KNOWN (5)
009580     MOVE 1 TO DIG-MET-KNOWN (6)
009590     MOVE 1 TO DIG-MET-KNOWN (7)
009600
009610     PERFORM 3110-AUDIT-LINE THRU 3110-EXIT
009620         UNTIL DIG-EOF
009630
009640     CLOSE INPUT-FILE.
009650 3100-EXIT.
009660     EXIT.
009670
009680 3110-AUDIT-LINE.
009690     READ INPUT-FILE INTO DIG-IN-LINE
009700         AT END
009710             SET DIG-EOF TO TRUE
009720             GO TO 3110-EXIT
009730     END-READ
009740
009750     IF DA-GAP NOT = SPACES
009760        GO TO 3110-EXIT
009770     END-IF
009780
009790     EVALUATE DA-SEVERITY
009800         WHEN "HIGH"
009810             ADD 1 TO DIG-MET-VALUE (5)
009820         WHEN "MEDIUM"
009830             ADD 1 TO DIG-MET-VALUE (6)
009840         WHEN "LOW"
009850             ADD 1 TO DIG-MET-VALUE (7)
009860         WHEN OTHER
009870             GO TO 3110-EXIT
009880     END-EVALUATE
009890
009900     PERFORM VARYING DIG-AX FROM 1 BY 1
009910             UNTIL DIG-AX > DIG-AUD-COUNT
009920         IF DIG-AUD-SEVERITY (DIG-AX) = DA-SEVERITY
009930            AND DIG-AUD-TYPE (DIG-AX) = DA-TYPE
009940            ADD 1 TO DIG-AUD-FINDINGS (DIG-AX)
009950            GO TO 3110-EXIT
009960         END-IF
009970     END-PERFORM
009980
009990     IF DIG-AUD-COUNT >= 20
010000        GO TO 3110-EXIT
010010     END-IF
010020
010030     ADD 1 TO DIG-AUD-COUNT
010040     MOVE DA-SEVERITY TO DIG-AUD-SEVERITY (DIG-AUD-COUNT)
010050     MOVE DA-TYPE TO DIG-AUD-TYPE (DIG-AUD-COUNT)
010060     MOVE 1 TO DIG-AUD-FINDINGS (DIG-AUD-COUNT).
010070 3110-EXIT.
010080     EXIT.
010090
010100*----------------------------------------------------------------
010110*    TETTIME - QUOTA EXCEPTIONS AND DAYS WITHIN AN EXTENSION
010120*----------------------------------------------------------------
010130 3200-READ-TIME.
010140     MOVE "tettime.rpt" TO DIG-NAME-WK
010150     MOVE "TETTIME" TO DIG-STEP-WK
010160     PERFORM 3900-OPEN-SOURCE THRU 3900-EXIT
010170
010180     IF DIG-SRC-MISSING
010190        GO TO 3200-EXIT
010200     END-IF
010210
010220     PERFORM 3210-TIME-LINE THRU 3210-EXIT
010230         UNTIL DIG-EOF
010240
010250     CLOSE INPUT-FILE.
010260 3200-EXIT.
010270     EXIT.
010280
010290 3210-TIME-LINE.
010300     READ INPUT-FILE INTO DIG-IN-LINE
010310         AT END
010320             SET DIG-EOF TO TRUE
010330             GO TO 3210-EXIT
010340     END-READ
010350
010360     IF DT-READ-TAG NOT = "READ  "
010370        OR DM-LISTED-TAG NOT = "  LISTED "
010380        GO TO 3210-EXIT
010390     END-IF
010400
010410     IF DM-EXC-TAG = "  EXCEPTIONS "
010420        MOVE DM-EXC TO DIG-NUM-X
010430        PERFORM 7000-GET-NUMBER THRU 7000-EXIT
010440        IF DIG-NUM-OK
010450           MOVE 1 TO DIG-MET-KNOWN (8)
010460           MOVE DIG-NUM-N TO DIG-MET-VALUE (8)
010470        END-IF
010480     END-IF
010490
010500     IF DM-XTN-TAG = "  EXTENDED "
010510        MOVE DM-XTN TO DIG-NUM-X
010520        PERFORM 7000-GET-NUMBER THRU 7000-EXIT
010530        IF DIG-NUM-OK
010540           MOVE 1 TO DIG-MET-KNOWN (9)
010550           MOVE DIG-NUM-N TO DIG-MET-VALUE (9)
010560        END-IF
010570     END-IF.
010580 3210-EXIT.
010590     EXIT.
010600
010610*----------------------------------------------------------------
010620*    TETVERS - MATCH RESULTS THAT FAILED THEIR CHECK
010630*----------------------------------------------------------------
010640 3300-READ-VERSUS.
010650     MOVE "tetvers.rpt" TO DIG-NAME-WK
010660     MOVE "TETVERS" TO DIG-STEP-WK
010670     PERFORM 3900-OPEN-SOURCE THRU 3900-EXIT
010680
010690     IF DIG-SRC-MISSING
010700        GO TO 3300-EXIT
010710     END-IF
010720
010730     PERFORM 3310-VERSUS-LINE THRU 3310-EXIT
010740         UNTIL DIG-EOF
010750
010760     CLOSE INPUT-FILE.
010770 3300-EXIT.
010780     EXIT.
010790
010800 3310-VERSUS-LINE.
010810     READ INPUT-FILE INTO DIG-IN-LINE
010820         AT END
010830             SET DIG-EOF TO TRUE
010840             GO TO 3310-EXIT
010850     END-READ
010860
010870     IF DT-READ-TAG NOT = "READ  "
010880        OR DV-USED-TAG NOT = "  USED "
010890        OR DV-FAILED-TAG NOT = "  FAILED "
010900        GO TO 3310-EXIT
010910     END-IF
010920
010930     MOVE DV-FAILED TO DIG-NUM-X
010940     PERFORM 7000-GET-NUMBER THRU 7000-EXIT
010950     IF DIG-NUM-OK
010960        MOVE 1 TO DIG-MET-KNOWN (10)
010970        MOVE DIG-NUM-N TO DIG-MET-VALUE (10)
010980     END-IF.
010990 3310-EXIT.
011000     EXIT.
011010
011020*----------------------------------------------------------------
011021*    TETVERF - REPLAYED SCORES THAT DO NOT MATCH THE BOARD
011022*----------------------------------------------------------------
011023 3350-READ-VERIFY.
011024     MOVE "tetverf.rpt" TO DIG-NAME-WK
011025     MOVE "TETVERF" TO DIG-STEP-WK
011026     PERFORM 3900-OPEN-SOURCE THRU 3900-EXIT
011027
011028     IF DIG-SRC-MISSING
011029        GO TO 3350-EXIT
011030     END-IF
011031
011032     PERFORM 3360-VERIFY-LINE THRU 3360-EXIT
011033         UNTIL DIG-EOF
011034
011035     CLOSE INPUT-FILE.
011036 3350-EXIT.
011037     EXIT.
011038
011039 3360-VERIFY-LINE.
011040     READ INPUT-FILE INTO DIG-IN-LINE
011041         AT END
011042             SET DIG-EOF TO TRUE
011043             GO TO 3360-EXIT
011044     END-READ
011045
011046     IF DT-READ-TAG NOT = "READ  "
011047        OR DF-VERIFIED-TAG NOT = "  VERIFIED "
011048        OR DF-MISMATCH-TAG NOT = "  MISMATCH "
011049        GO TO 3360-EXIT
011050     END-IF
011051
011052     MOVE DF-MISMATCH TO DIG-NUM-X
011053     PERFORM 7000-GET-NUMBER THRU 7000-EXIT
011054     IF DIG-NUM-OK
011055        MOVE 1 TO DIG-MET-KNOWN (13)
011056        MOVE DIG-NUM-N TO DIG-MET-VALUE (13)
011057     END-IF.
011058 3360-EXIT.
011059     EXIT.
011060
011061*----------------------------------------------------------------
011062*    TETARCH'S REJECT FILE - EVERY LINE IS A REJECT WAITING FOR
011063*    TETREPR. NO FILE MEANS NONE WAITING.
011064*----------------------------------------------------------------
011065 3400-COUNT-REJECTS.
011070     MOVE "leaderbd.rej" TO DIG-NAME-WK
011080     MOVE "TETARCH" TO DIG-STEP-WK
011090     PERFORM 3900-OPEN-SOURCE THRU 3900-EXIT
011100
011110     MOVE 1 TO DIG-MET-KNOWN (11)
011120
011130     IF DIG-SRC-MISSING
011140        GO TO 3400-EXIT
011150     END-IF
011160
011170     PERFORM 3410-REJECT-LINE THRU 3410-EXIT
011180         UNTIL DIG-EOF
011190
011200     CLOSE INPUT-FILE.
011210 3400-EXIT.
011220     EXIT.
011230
011240 3410-REJECT-LINE.
011250     READ INPUT-FILE INTO DIG-IN-LINE
011260         AT END
011270             SET DIG-EOF TO TRUE
011280             GO TO 3410-EXIT
011290     END-READ
011300
011310     IF DIG-IN-LINE NOT = SPACES
011320        ADD 1 TO DIG-MET-VALUE (11)
011330     END-IF.
011340 3410-EXIT.
011350     EXIT.
011360
011370*----------------------------------------------------------------
011380*    TETREPR'S AUDIT LOG - REPAIRS LOGGED SINCE THE LAST DIGEST
011390*    OF AN EARLIER CYCLE (ON THE FIRST NIGHT, SINCE THE START OF
011400*    THE CYCLE DAY)
011410*----------------------------------------------------------------
011420 3500-COUNT-REPAIRS.
011430     MOVE "tetrepr.log" TO DIG-NAME-WK
011440     MOVE SPACES TO DIG-STEP-WK
011450     PERFORM 3900-OPEN-SOURCE THRU 3900-EXIT
011460
011470     MOVE 1 TO DIG-MET-KNOWN (12)
011480
011490     MOVE 0 TO DIG-LAST-DATE
011500     MOVE 0 TO DIG-LAST-TIME
011510     PERFORM VARYING DIG-HX FROM 1 BY 1
011520             UNTIL DIG-HX > DIG-HIS-COUNT
011530         IF DIG-HIS-CYCLE (DIG-HX) < DIG-CYCLE-DATE
011540            MOVE DIG-HIS-RUN-DATE (DIG-HX) TO DIG-LAST-DATE
011550            MOVE DIG-HIS-RUN-TIME (DIG-HX) TO DIG-LAST-TIME
011560         END-IF
011570     END-PERFORM
011580
011590     IF DIG-LAST-DATE = 0
011600        MOVE DIG-CYCLE-DATE TO DIG-LAST-DATE
011610     END-IF
011620
011630     IF DIG-SRC-MISSING
011640        GO TO 3500-EXIT
011650     END-IF
011660
011670     PERFORM 3510-REPAIR-LINE THRU 3510-EXIT
011680         UNTIL DIG-EOF
011690
011700     CLOSE INPUT-FILE.
011710 3500-EXIT.
011720     EXIT.
011730
011740 3510-REPAIR-LINE.
011750     READ INPUT-FILE INTO DIG-IN-LINE
011760         AT END
011770             SET DIG-EOF TO TRUE
011780             GO TO 3510-EXIT
011790     END-READ
011800
011810     IF DP-DATE-X IS NOT NUMERIC
011820        OR DP-TIME-X IS NOT NUMERIC
011830        GO TO 3510-EXIT
011840     END-IF
011850
011860     IF DP-DATE > DIG-LAST-DATE
011870        OR (DP-DATE = DIG-LAST-DATE
011880            AND DP-TIME >= DIG-LAST-TIME)
011890        ADD 1 TO DIG-MET-VALUE (12)
011900     END-IF.
011910 3510-EXIT.
011920     EXIT.
011930
011940*----------------------------------------------------------------
011950*    OPEN ONE SOURCE FILE (NAME IN DIG-NAME-WK) AND NOTE WHAT
011960*    BECAME OF IT. A REPORT WHOSE STEP DID NOT RUN IN THE CYCLE
011970*    IS STILL READ, BUT MARKED AS AN EARLIER RUN'S. A MISSING
011980*    REPORT OF A STEP THAT DID RUN IS A FINDING.
011990*----------------------------------------------------------------
012000 3900-OPEN-SOURCE.
012010     SET DIG-SRC-MISSING TO TRUE
012020     SET DIG-NOT-EOF TO TRUE
012030
012040     MOVE SPACES TO DIG-IN-PATH
012050     STRING
012060         DIG-DIR             DELIMITED BY LOW-VALUE
012070         "\"                 DELIMITED BY SIZE
012080         DIG-NAME-WK         DELIMITED BY SPACE
012090             INTO DIG-IN-PATH
012100     END-STRING
012110     INSPECT DIG-IN-PATH REPLACING TRAILING SPACE BY LOW-VALUE
012120
012130     SET DIG-STEP-RAN TO TRUE
012140     IF DIG-STEP-WK NOT = SPACES
012150        PERFORM 2600-FIND-STEP-RUN THRU 2600-EXIT
012160     END-IF
012170
012180     IF DIG-SRC-COUNT < 7
012190        ADD 1 TO DIG-SRC-COUNT
012200        MOVE DIG-NAME-WK TO DIG-SRC-NAME (DIG-SRC-COUNT)
012210        INSPECT DIG-SRC-NAME (DIG-SRC-COUNT)
012220            CONVERTING "abcdefghijklmnopqrstuvwxyz"
012230                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
012240     END-IF
012250
012260     OPEN INPUT INPUT-FILE
012270
012280     IF DIG-IN-STATUS = "00"
012290        SET DIG-SRC-FOUND TO TRUE
012300        IF DIG-STEP-RAN
012310           MOVE "READ" TO DIG-SRC-NOTE (DIG-SRC-COUNT)
012320        ELSE
012330           MOVE "READ - LEFT BY AN EARLIER RUN"
012340               TO DIG-SRC-NOTE (DIG-SRC-COUNT)
012350        END-IF
012360        GO TO 3900-EXIT
012370     END-IF
012380
012390     MOVE "NOT PRESENT" TO DIG-SRC-NOTE (DIG-SRC-COUNT)
012400
012410*    NO REJECT FILE OR REPAIR LOG SIMPLY MEANS NONE
012420     IF DIG-NAME-WK = "leaderbd.rej"
012430        OR DIG-NAME-WK = "tetrepr.log"
012440        GO TO 3900-EXIT
012450     END-IF
012460
012470     IF DIG-STEP-RAN
012480        MOVE "MEDIUM" TO DIG-SEV-WK
012490        MOVE SPACES TO DIG-TEXT-WK
012500        STRING
012510            DIG-SRC-NAME (DIG-SRC-COUNT) DELIMITED BY SPACE
012520            " NOT PRESENT THOUGH "       DELIMITED BY SIZE
012530            DIG-STEP-WK                  DELIMITED BY SPACE
012540            " RAN - COUNTS UNKNOWN"      DELIMITED BY SIZE
012550                INTO DIG-TEXT-WK
012560        END-STRING
012570        PERFORM 7200-ADD-FINDING THRU 7200-EXIT
012580     END-IF.
012590 3900-EXIT.
012600     EXIT.
012610
012620*----------------------------------------------------------------
012630*    SET EVERY COUNT AGAINST LAST NIGHT AND THE AVERAGE OF UP TO
012640*    SEVEN EARLIER NIGHTS. ONLY CYCLES BEFORE THIS ONE COUNT.
012650*----------------------------------------------------------------
012660 4000-COMPARE-HISTORY.
012670     PERFORM 4100-COMPARE-ONE-NIGHT THRU 4100-EXIT
012680         VARYING DIG-HX FROM DIG-HIS-COUNT BY -1
012690         UNTIL DIG-HX < 1
012700
012710     PERFORM VARYING DIG-MX FROM 1 BY 1 UNTIL DIG-MX > 13
012720         IF DIG-MET-NIGHTS (DIG-MX) > 0
012730            MOVE 1 TO DIG-MET-AVG-KNOWN (DIG-MX)
012740            COMPUTE DIG-MET-AVG (DIG-MX) ROUNDED =
012750                DIG-MET-SUM (DIG-MX) / DIG-MET-NIGHTS (DIG-MX)
012760         END-IF
012770     END-PERFORM.
012780 4000-EXIT.
012790     EXIT.
012800
012810 4100-COMPARE-ONE-NIGHT.
012820     IF DIG-HIS-CYCLE (DIG-HX) NOT < DIG-CYCLE-DATE
012830        GO TO 4100-EXIT
012840     END-IF
012850
012860     PERFORM VARYING DIG-MX FROM 1 BY 1 UNTIL DIG-MX > 13
012870         MOVE DIG-HIS-VALUE-X (DIG-HX, DIG-MX) TO DIG-NUM-X
012880         IF DIG-NUM-X NOT = SPACES
012890            PERFORM 7000-GET-NUMBER THRU 7000-EXIT
012900         END-IF
012910         IF DIG-NUM-X IS NUMERIC
012920            IF DIG-MET-NIGHTS (DIG-MX) = 0
012930               AND DIG-MET-PREV-KNOWN (DIG-MX) = 0
012940               MOVE 1 TO DIG-MET-PREV-KNOWN (DIG-MX)
012950               MOVE DIG-NUM-N TO DIG-MET-PREV (DIG-MX)
012960            END-IF
012970            IF DIG-MET-NIGHTS (DIG-MX) < 7
012980               ADD 1 TO DIG-MET-NIGHTS (DIG-MX)
012990               ADD DIG-NUM-N TO DIG-MET-SUM (DIG-MX)
013000            END-IF
013010         END-IF
013020     END-PERFORM.
013030 4100-EXIT.
013040     EXIT.
013050
013060*----------------------------------------------------------------
013070*    FINDINGS FROM THE COUNTS, WITH LAST NIGHT'S FIGURE WHERE
013080*    THERE IS ONE, THEN TETAUDIT'S FINDINGS BY TYPE
013090*----------------------------------------------------------------
013100 4500-COUNT-FINDINGS.
013110     IF DIG-MET-VALUE (4) > 0
013120        MOVE 4 TO DIG-MX
013130        MOVE "HIGH" TO DIG-SEV-WK
013140        MOVE "LEADERBOARD TAMPER FAILURES" TO DIG-TEXT-WK
013150        PERFORM 4600-COUNT-FINDING THRU 4600-EXIT
013160     END-IF
013170
013180     IF DIG-MET-VALUE (10) > 0
013190        MOVE 10 TO DIG-MX
013200        MOVE "HIGH" TO DIG-SEV-WK
013210        MOVE "VERSUS RESULTS FAILING THEIR CHECK" TO DIG-TEXT-WK
013211        PERFORM 4600-COUNT-FINDING THRU 4600-EXIT
013212     END-IF
013213
013214     IF DIG-MET-VALUE (13) > 0
013215        MOVE 13 TO DIG-MX
013216        MOVE "HIGH" TO DIG-SEV-WK
013217        MOVE "REPLAYED SCORES NOT MATCHING THE BOARD"
013218            TO DIG-TEXT-WK
013220        PERFORM 4600-COUNT-FINDING THRU 4600-EXIT
013230     END-IF
013240
013250     PERFORM VARYING DIG-AX FROM 1 BY 1
013260             UNTIL DIG-AX > DIG-AUD-COUNT
013270         MOVE DIG-AUD-FINDINGS (DIG-AX) TO DIG-NUM-WK
013280         PERFORM 7100-NUMBER-TEXT THRU 7100-EXIT
013290         MOVE DIG-AUD-SEVERITY (DIG-AX) TO DIG-SEV-WK
013300         MOVE DIG-AUD-TYPE (DIG-AX) TO DIG-TYPE-WK
013310         MOVE SPACES TO DIG-TEXT-WK
013320         STRING
013330             "AUDIT: "               DELIMITED BY SIZE
013340             DIG-TYPE-WK             DELIMITED BY "  "
013350             " "                     DELIMITED BY SIZE
013360             DIG-TXT-WK              DELIMITED BY SPACE
013370                 INTO DIG-TEXT-WK
013380         END-STRING
013390         PERFORM 7200-ADD-FINDING THRU 7200-EXIT
013400     END-PERFORM
013410
013420     IF DIG-MET-VALUE (8) > 0
013430        MOVE 8 TO DIG-MX
013440        MOVE "MEDIUM" TO DIG-SEV-WK
013450        MOVE "DAILY QUOTA EXCEPTIONS THIS MONTH" TO DIG-TEXT-WK
013460        PERFORM 4600-COUNT-FINDING THRU 4600-EXIT
013470     END-IF
013480
013490*    NEW REJECTS NEED A LOOK; OLD ONES ARE A REMINDER
013500     IF DIG-MET-VALUE (11) > 0
013510        MOVE 11 TO DIG-MX
013520        IF DIG-MET-PREV-KNOWN (11) = 1
013530           AND DIG-MET-VALUE (11) NOT > DIG-MET-PREV (11)
013540           MOVE "LOW" TO DIG-SEV-WK
013550        ELSE
013560           MOVE "MEDIUM" TO DIG-SEV-WK
013570        END-IF
013580        MOVE "REJECTS AWAITING REPAIR" TO DIG-TEXT-WK
013590        PERFORM 4600-COUNT-FINDING THRU 4600-EXIT
013600     END-IF.
013610 4500-EXIT.
013620     EXIT.
013630
013640*----------------------------------------------------------------
013650*    ONE COUNT FINDING - "<TEXT> <N>" AND THE TREND, E.G.
013660*    "LEADERBOARD TAMPER FAILURES 3 - UP FROM 0 TO 3"
013670*----------------------------------------------------------------
013680 4600-COUNT-FINDING.
013690     MOVE DIG-MET-VALUE (DIG-MX) TO DIG-NUM-WK
013700     PERFORM 7100-NUMBER-TEXT THRU 7100-EXIT
013710     MOVE DIG-TXT-WK TO DIG-TXT-2
013720
013730     PERFORM 4700-TREND-TEXT THRU 4700-EXIT
013740
013750     MOVE DIG-TEXT-WK TO DIG-LINE
013760     MOVE SPACES TO DIG-TEXT-WK
013770     STRING
013780         DIG-LINE            DELIMITED BY "  "
013790         " "                 DELIMITED BY SIZE
013800         DIG-TXT-2           DELIMITED BY SPACE
013810         DIG-TREND-WK        DELIMITED BY "  "
013820             INTO DIG-TEXT-WK
013830     END-STRING
013840
013850     PERFORM 7200-ADD-FINDING THRU 7200-EXIT.
013860 4600-EXIT.
013870     EXIT.
013880
013890*----------------------------------------------------------------
013900*    TREND OF COUNT DIG-MX AGAINST LAST NIGHT, AS " - UP FROM 0
013910*    TO 3", " - DOWN FROM 5 TO 2" OR " - SAME AS LAST NIGHT"
013920*----------------------------------------------------------------
013930 4700-TREND-TEXT.
013940     MOVE SPACES TO DIG-TREND-WK
013950
013960     IF DIG-MET-PREV-KNOWN (DIG-MX) = 0
013970        GO TO 4700-EXIT
013980     END-IF
013990
014000     IF DIG-MET-VALUE (DIG-MX) = DIG-MET-PREV (DIG-MX)
014010        MOVE " - SAME AS LAST NIGHT" TO DIG-TREND-WK
014020        GO TO 4700-EXIT
014030     END-IF
014040
014050     MOVE DIG-MET-VALUE (DIG-MX) TO DIG-NUM-WK
014060     PERFORM 7100-NUMBER-TEXT THRU 7100-EXIT
014070     MOVE DIG-TXT-WK TO DIG-TXT-2
014080     MOVE DIG-MET-PREV (DIG-MX) TO DIG-NUM-WK
014090     PERFORM 7100-NUMBER-TEXT THRU 7100-EXIT
014100     MOVE DIG-TXT-WK TO DIG-TXT-1
014110
014120     IF DIG-MET-VALUE (DIG-MX) > DIG-MET-PREV (DIG-MX)
014130        STRING
014140            " - UP FROM "    DELIMITED BY SIZE
014150            DIG-TXT-1        DELIMITED BY SPACE
014160            " TO "           DELIMITED BY SIZE
014170            DIG-TXT-2        DELIMITED BY SPACE
014180                INTO DIG-TREND-WK
014190        END-STRING
014200     ELSE
014210        STRING
014220            " - DOWN FROM "  DELIMITED BY SIZE
014230            DIG-TXT-1        DELIMITED BY SPACE
014240            " TO "           DELIMITED BY SIZE
014250            DIG-TXT-2        DELIMITED BY SPACE
014260                INTO DIG-TREND-WK
014270        END-STRING
014280     END-IF.
014290 4700-EXIT.
014300     EXIT.
014310
014320*----------------------------------------------------------------
014330*    THE PAGE - ONCE TO THE REPORT, ONCE UNDER MAIL HEADERS
014340*----------------------------------------------------------------
014350 5000-WRITE-DIGEST.
014360     IF DIG-HIGH-COUNT > 0
014370        MOVE "ACTION NEEDED" TO DIG-OVERALL-WK
014380        MOVE 8 TO RETURN-CODE
014390     ELSE
014400        IF DIG-MEDIUM-COUNT > 0
014410           MOVE "CHECK FINDINGS" TO DIG-OVERALL-WK
014420           MOVE 4 TO RETURN-CODE
014430        ELSE
014440           MOVE "CLEAN" TO DIG-OVERALL-WK
014450           MOVE 0 TO RETURN-CODE
014460        END-IF
014470     END-IF
014480
014490     IF DIG-MAIL-TO NOT = SPACES
014500        MOVE DIG-MAIL-TO TO MAIL-TO
014510        WRITE MAIL-RECORD FROM MAIL-TO-LINE
014520     END-IF
014530     MOVE DIG-CYCLE-DATE TO MAIL-S-CYCLE
014540     MOVE DIG-OVERALL-WK TO MAIL-S-TEXT
014550     WRITE MAIL-RECORD FROM MAIL-SUBJECT-LINE
014560     MOVE SPACES TO MAIL-RECORD
014570     WRITE MAIL-RECORD
014580
014590     MOVE DIG-CYCLE-DATE TO RPT-H-CYCLE
014600     MOVE DIG-TODAY TO RPT-H-RUN-DATE
014610     MOVE DIG-NOW-HH TO RPT-H-RUN-HH
014620     MOVE DIG-NOW-MI TO RPT-H-RUN-MI
014630     MOVE RPT-HEADING-1 TO DIG-LINE
014640     PERFORM 7300-PUT-LINE THRU 7300-EXIT
014650
014660     MOVE DIG-OVERALL-WK TO RPT-O-TEXT
014670     MOVE DIG-HIGH-COUNT TO RPT-O-HIGH
014680     MOVE DIG-MEDIUM-COUNT TO RPT-O-MEDIUM
014690     MOVE DIG-LOW-COUNT TO RPT-O-LOW
014700     MOVE RETURN-CODE TO RPT-O-RC
014710     MOVE RPT-OVERALL-LINE TO DIG-LINE
014720     PERFORM 7300-PUT-LINE THRU 7300-EXIT
014730     PERFORM 7400-PUT-BLANK THRU 7400-EXIT
014740
014750     PERFORM 5100-WRITE-STEPS THRU 5100-EXIT
014760     PERFORM 5200-WRITE-COUNTS THRU 5200-EXIT
014770     PERFORM 5300-WRITE-FINDINGS THRU 5300-EXIT
014780     PERFORM 5400-WRITE-SOURCES THRU 5400-EXIT
014790
014800     CLOSE REPORT-FILE
014810     CLOSE MAIL-FILE.
014820 5000-EXIT.
014830     EXIT.
014840
014850 5100-WRITE-STEPS.
014860     MOVE RPT-STEP-HEADING-1 TO DIG-LINE
014870     PERFORM 7300-PUT-LINE THRU 7300-EXIT
014880
014890     IF DIG-LOG-NOT-READ
014900        OR DIG-STEP-COUNT = 0
014910        MOVE RPT-NO-STEP-LINE TO DIG-LINE
014920        PERFORM 7300-PUT-LINE THRU 7300-EXIT
014930        PERFORM 7400-PUT-BLANK THRU 7400-EXIT
014940        GO TO 5100-EXIT
014950     END-IF
014960
014970     MOVE RPT-STEP-HEADING-2 TO DIG-LINE
014980     PERFORM 7300-PUT-LINE THRU 7300-EXIT
014990
015000     PERFORM 5110-WRITE-ONE-STEP THRU 5110-EXIT
015010         VARYING DIG-SX FROM 1 BY 1
015020         UNTIL DIG-SX > DIG-STEP-COUNT
015030
015040     PERFORM 7400-PUT-BLANK THRU 7400-EXIT.
015050 5100-EXIT.
015060     EXIT.
015070
015080 5110-WRITE-ONE-STEP.
015090     IF DIG-STEP-ALWAYS (DIG-SX)
015100        GO TO 5110-EXIT
015110     END-IF
015120
015130     MOVE DIG-SX TO RPT-S-NO
015140     MOVE DIG-STEP-NAME (DIG-SX) TO RPT-S-NAME
015150     MOVE SPACES TO RPT-S-START
015160     MOVE SPACES TO RPT-S-END
015170
015180*    HHMMSSHH AS HH:MM:SS - A SKIPPED STEP HAS NO TIMES
015190     IF DIG-STEP-START (DIG-SX) IS NUMERIC
015200        AND DIG-STEP-START (DIG-SX) NOT = "00000000"
015210        STRING
015220            DIG-STEP-START (DIG-SX) (1:2) ":"
015230            DIG-STEP-START (DIG-SX) (3:2) ":"
015240            DIG-STEP-START (DIG-SX) (5:2)
015250                DELIMITED BY SIZE INTO RPT-S-START
015260        END-STRING
015270        STRING
015280            DIG-STEP-END (DIG-SX) (1:2) ":"
015290            DIG-STEP-END (DIG-SX) (3:2) ":"
015300            DIG-STEP-END (DIG-SX) (5:2)
015310                DELIMITED BY SIZE INTO RPT-S-END
015320        END-STRING
015330     END-IF
015340
015350     MOVE DIG-STEP-RESULT (DIG-SX) TO RPT-S-RESULT
015360     MOVE RPT-STEP-DETAIL TO DIG-LINE
015370     PERFORM 7300-PUT-LINE THRU 7300-EXIT.
015380 5110-EXIT.
015390     EXIT.
015400
015410 5200-WRITE-COUNTS.
015420     MOVE RPT-COUNT-HEADING-1 TO DIG-LINE
015430     PERFORM 7300-PUT-LINE THRU 7300-EXIT
015440     MOVE RPT-COUNT-HEADING-2 TO DIG-LINE
015450     PERFORM 7300-PUT-LINE THRU 7300-EXIT
015460
015470     PERFORM 5210-WRITE-ONE-COUNT THRU 5210-EXIT
015480         VARYING DIG-MX FROM 1 BY 1
015490         UNTIL DIG-MX > 13
015500
015510     PERFORM 7400-PUT-BLANK THRU 7400-EXIT.
015520 5200-EXIT.
015530     EXIT.
015540
015550 5210-WRITE-ONE-COUNT.
015560     MOVE DIG-MET-NAME (DIG-MX) TO RPT-C-NAME
015570     MOVE "       -" TO RPT-C-TONIGHT
015580     MOVE "       -" TO RPT-C-LAST
015590     MOVE "       -" TO RPT-C-AVG
015600     MOVE SPACES TO RPT-C-TREND
015610
015620     IF DIG-MET-KNOWN (DIG-MX) = 1
015630        MOVE DIG-MET-VALUE (DIG-MX) TO DIG-EDIT-WK
015640        MOVE DIG-EDIT-X TO RPT-C-TONIGHT
015650     END-IF
015660
015670     IF DIG-MET-PREV-KNOWN (DIG-MX) = 1
015680        MOVE DIG-MET-PREV (DIG-MX) TO DIG-EDIT-WK
015690        MOVE DIG-EDIT-X TO RPT-C-LAST
015700     END-IF
015710
015720     IF DIG-MET-AVG-KNOWN (DIG-MX) = 1
015730        MOVE DIG-MET-AVG (DIG-MX) TO DIG-EDIT-WK
015740        MOVE DIG-EDIT-X TO RPT-C-AVG
015750     END-IF
015760
015770     IF DIG-MET-KNOWN (DIG-MX) = 1
015780        AND DIG-MET-PREV-KNOWN (DIG-MX) = 1
015790        EVALUATE TRUE
015800            WHEN DIG-MET-VALUE (DIG-MX) > DIG-MET-PREV (DIG-MX)
015810                MOVE "UP" TO RPT-C-TREND
015820            WHEN DIG-MET-VALUE (DIG-MX) < DIG-MET-PREV (DIG-MX)
015830                MOVE "DOWN" TO RPT-C-TREND
015840            WHEN OTHER
015850                MOVE "SAME" TO RPT-C-TREND
015860        END-EVALUATE
015870     END-IF
015880
015890     MOVE RPT-COUNT-DETAIL TO DIG-LINE
015900     PERFORM 7300-PUT-LINE THRU 7300-EXIT.
015910 5210-EXIT.
015920     EXIT.
015930
015940*    HIGH, THEN MEDIUM, THEN LOW, AS MANY AS FIT ON THE PAGE
015950 5300-WRITE-FINDINGS.
015960     MOVE RPT-FND-HEADING-1 TO DIG-LINE
015970     PERFORM 7300-PUT-LINE THRU 7300-EXIT
015980
015990     IF DIG-FND-COUNT = 0
016000        MOVE RPT-NO-FND-LINE TO DIG-LINE
016010        PERFORM 7300-PUT-LINE THRU 7300-EXIT
016020        PERFORM 7400-PUT-BLANK THRU 7400-EXIT
016030        GO TO 5300-EXIT
016040     END-IF
016050
016060     MOVE RPT-FND-HEADING-2 TO DIG-LINE
016070     PERFORM 7300-PUT-LINE THRU 7300-EXIT
016080
016090     MOVE 0 TO DIG-PRINTED
016100
016110     PERFORM VARYING DIG-PASS FROM 1 BY 1 UNTIL DIG-PASS > 3
016120         EVALUATE DIG-PASS
016130             WHEN 1
016140                 MOVE "HIGH" TO DIG-SEV-WK
016150             WHEN 2
016160                 MOVE "MEDIUM" TO DIG-SEV-WK
016170             WHEN OTHER
016180                 MOVE "LOW" TO DIG-SEV-WK
016190         END-EVALUATE
016200         PERFORM 5310-WRITE-ONE-FINDING THRU 5310-EXIT
016210             VARYING DIG-FX FROM 1 BY 1
016220             UNTIL DIG-FX > DIG-FND-COUNT
016230     END-PERFORM
016240
016250     IF DIG-FND-COUNT > DIG-PRINTED
016260        COMPUTE RPT-M-MORE = DIG-FND-COUNT - DIG-PRINTED
016270        MOVE RPT-MORE-FND-LINE TO DIG-LINE
016280        PERFORM 7300-PUT-LINE THRU 7300-EXIT
016290     END-IF
016300
016310     PERFORM 7400-PUT-BLANK THRU 7400-EXIT.
016320 5300-EXIT.
016330     EXIT.
016340
016350 5310-WRITE-ONE-FINDING.
016360     IF DIG-FND-SEVERITY (DIG-FX) NOT = DIG-SEV-WK
016370        OR DIG-PRINTED >= DIG-FND-PRINT-MAX
016380        GO TO 5310-EXIT
016390     END-IF
016400
016410     ADD 1 TO DIG-PRINTED
016420     MOVE DIG-FND-SEVERITY (DIG-FX) TO RPT-F-SEVERITY
016430     MOVE DIG-FND-TEXT (DIG-FX) TO RPT-F-TEXT
016440     MOVE RPT-FND-DETAIL TO DIG-LINE
016450     PERFORM 7300-PUT-LINE THRU 7300-EXIT.
016460 5310-EXIT.
016470     EXIT.
016480
016490 5400-WRITE-SOURCES.
016500     MOVE RPT-SRC-HEADING TO DIG-LINE
016510     PERFORM 7300-PUT-LINE THRU 7300-EXIT
016520
016530     PERFORM VARYING DIG-SX FROM 1 BY 1
016540             UNTIL DIG-SX > DIG-SRC-COUNT
016550         MOVE DIG-SRC-NAME (DIG-SX) TO RPT-R-NAME
016560         MOVE DIG-SRC-NOTE (DIG-SX) TO RPT-R-NOTE
016570         MOVE RPT-SRC-DETAIL TO DIG-LINE
016580         PERFORM 7300-PUT-LINE THRU 7300-EXIT
016590     END-PERFORM.
016600 5400-EXIT.
016610     EXIT.
016620
016630*----------------------------------------------------------------
016640*    REWRITE THE HISTORY - EARLIER CYCLES, NEWEST 13, THEN THIS
016650*    ONE. WRITTEN AHEAD OF THE PAGE SO THAT A FAILURE SHOWS ON IT.
016660*----------------------------------------------------------------
016670 6000-SAVE-HISTORY.
016680     OPEN OUTPUT HISTORY-FILE
016690
016700     IF DIG-HIS-STATUS NOT = "00"
016710        DISPLAY "TETDIGST: CANNOT REWRITE " DIG-HIS-PATH
016711        MOVE "HIGH" TO DIG-SEV-WK
016712        MOVE "TETDIGST.HIS NOT REWRITTEN - NO TRENDS TOMORROW"
016713            TO DIG-TEXT-WK
016714        PERFORM 7200-ADD-FINDING THRU 7200-EXIT
016715        SET DIG-RUN-FAILED TO TRUE
016720        GO TO 6000-EXIT
016730     END-IF
016740
016750     MOVE 0 TO DIG-LEAD
016760     PERFORM VARYING DIG-HX FROM 1 BY 1
016770             UNTIL DIG-HX > DIG-HIS-COUNT
016780         IF DIG-HIS-CYCLE (DIG-HX) < DIG-CYCLE-DATE
016790            ADD 1 TO DIG-LEAD
016800         END-IF
016810     END-PERFORM
016820
016830     PERFORM 6100-SAVE-ONE-NIGHT THRU 6100-EXIT
016840         VARYING DIG-HX FROM 1 BY 1
016850         UNTIL DIG-HX > DIG-HIS-COUNT
016860
016870     MOVE SPACES TO HISTORY-RECORD
016880     MOVE DIG-CYCLE-DATE TO HI-CYCLE-DATE
016890     MOVE DIG-TODAY TO HI-RUN-DATE
016900     MOVE DIG-NOW TO HI-RUN-TIME
016910     PERFORM VARYING DIG-MX FROM 1 BY 1 UNTIL DIG-MX > 13
016920         IF DIG-MET-KNOWN (DIG-MX) = 1
016930            MOVE DIG-MET-VALUE (DIG-MX) TO DIG-NUM-N
016940            MOVE DIG-NUM-X TO HI-VALUE-X (DIG-MX)
016950         END-IF
016960     END-PERFORM
016970     WRITE HISTORY-RECORD
016980
016990     CLOSE HISTORY-FILE.
017000 6000-EXIT.
017010     EXIT.
017020
017030*    DIG-LEAD COUNTS DOWN THE EARLIER CYCLES - ONLY THE LAST 13
017040*    OF THEM ARE WRITTEN BACK
017050 6100-SAVE-ONE-NIGHT.
017060     IF DIG-HIS-CYCLE (DIG-HX) NOT < DIG-CYCLE-DATE
017070        GO TO 6100-EXIT
017080     END-IF
017090
017100     SUBTRACT 1 FROM DIG-LEAD
017110
017120     IF DIG-LEAD >= 13
017130        GO TO 6100-EXIT
017140     END-IF
017150
017160     MOVE SPACES TO HISTORY-RECORD
017170     MOVE DIG-HIS-CYCLE (DIG-HX) TO HI-CYCLE-DATE
017180     MOVE DIG-HIS-RUN-DATE (DIG-HX) TO HI-RUN-DATE
017190     MOVE DIG-HIS-RUN-TIME (DIG-HX) TO HI-RUN-TIME
017200     PERFORM VARYING DIG-MX FROM 1 BY 1 UNTIL DIG-MX > 13
017210         MOVE DIG-HIS-VALUE-X (DIG-HX, DIG-MX)
017220             TO HI-VALUE-X (DIG-MX)
017230     END-PERFORM
017240     WRITE HISTORY-RECORD.
017250 6100-EXIT.
017260     EXIT.
017270
017280*----------------------------------------------------------------
017290*    AN EDITED COUNT (DIG-NUM-X, E.G. "      12") AS A NUMBER IN
017300*    DIG-NUM-N
017310*----------------------------------------------------------------
017320 7000-GET-NUMBER.
017330     SET DIG-NUM-BAD TO TRUE
017340     INSPECT DIG-NUM-X REPLACING LEADING SPACE BY "0"
017350
017360     IF DIG-NUM-X IS NUMERIC
017370        SET DIG-NUM-OK TO TRUE
017380     END-IF.
017390 7000-EXIT.
017400     EXIT.
017410
017420*----------------------------------------------------------------
017430*    DIG-NUM-WK AS TEXT WITHOUT LEADING SPACES, IN DIG-TXT-WK
017440*----------------------------------------------------------------
017450 7100-NUMBER-TEXT.
017460     MOVE DIG-NUM-WK TO DIG-EDIT-WK
017470     MOVE 0 TO DIG-LEAD
017480     INSPECT DIG-EDIT-X TALLYING DIG-LEAD FOR LEADING SPACE
017490     MOVE SPACES TO DIG-TXT-WK
017500     MOVE DIG-EDIT-X (DIG-LEAD + 1:) TO DIG-TXT-WK.
017510 7100-EXIT.
017520     EXIT.
017530
017540*----------------------------------------------------------------
017550*    ADD A FINDING (DIG-SEV-WK, DIG-TEXT-WK) AND COUNT IT
017560*----------------------------------------------------------------
017570 7200-ADD-FINDING.
017580     EVALUATE DIG-SEV-WK
017590         WHEN "HIGH"
017600             ADD 1 TO DIG-HIGH-COUNT
017610         WHEN "MEDIUM"
017620             ADD 1 TO DIG-MEDIUM-COUNT
017630         WHEN OTHER
017640             ADD 1 TO DIG-LOW-COUNT
017650     END-EVALUATE
017660
017670     IF DIG-FND-COUNT >= 40
017680        GO TO 7200-EXIT
017690     END-IF
017700
017710     ADD 1 TO DIG-FND-COUNT
017720     MOVE DIG-SEV-WK TO DIG-FND-SEVERITY (DIG-FND-COUNT)
017730     MOVE DIG-TEXT-WK TO DIG-FND-TEXT (DIG-FND-COUNT).
017740 7200-EXIT.
017750     EXIT.
017760
017770*----------------------------------------------------------------
017780*    ONE LINE OF THE PAGE TO BOTH OUTPUTS
017790*----------------------------------------------------------------
017800 7300-PUT-LINE.
017810     WRITE REPORT-RECORD FROM DIG-LINE
017820     WRITE MAIL-RECORD FROM DIG-LINE.
017830 7300-EXIT.
017840     EXIT.
017850
017860 7400-PUT-BLANK.
017870     MOVE SPACES TO DIG-LINE
017880     PERFORM 7300-PUT-LINE THRU 7300-EXIT.
017890 7400-EXIT.
017900     EXIT.
017910
017920*----------------------------------------------------------------
017930*    RUN TOTALS AND RETURN CODE
017940*----------------------------------------------------------------
017950 8000-WRAP-UP.
017960     DISPLAY "TETDIGST CYCLE    " DIG-CYCLE-DATE
017970     DISPLAY "TETDIGST HIGH     " DIG-HIGH-COUNT
017980     DISPLAY "TETDIGST MEDIUM   " DIG-MEDIUM-COUNT
017990     DISPLAY "TETDIGST LOW      " DIG-LOW-COUNT
018000
018010     IF DIG-RUN-FAILED
018020        DISPLAY "TETDIGST ENDED WITH ERRORS"
018030        MOVE 8 TO RETURN-CODE
018040     END-IF.
018050 8000-EXIT.
018060     EXIT.
