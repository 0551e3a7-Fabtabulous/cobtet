000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TETRESTR.
000030 AUTHOR. F BAUMGARTEN.
000040 INSTALLATION. VEMAG DV.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TETRESTR - RESTORE THE MASTER FILES FROM A TETBKUP
000090*               GENERATION
000100*
000110*    PUTS ONE GENERATION BACK - EVERY FILE ON ITS MANIFEST, OR
000120*    ONLY THE FILES NAMED. BEFORE ANYTHING IS CHANGED:
000130*      THE GENERATION MUST BE COMPLETE ON THE CATALOGUE AND
000140*      HAVE A MANIFEST,
000150*      EVERY FILE TO BE RESTORED IS READ BACK AND ITS RECORD
000160*      COUNT AND CHECK TOTAL (TETCHKB) MUST MATCH THE MANIFEST,
000170*      NO GAME MAY BE RUNNING - EVERY SS<OPERATOR>.DAT SESSION
000180*      FILE IN THE LEADERBOARD DIRECTORY MUST OPEN. A RUNNING
000190*      GAME HOLDS ITS SESSION FILE UNDER AN EXCLUSIVE LOCK; A
000200*      FILE LEFT BY A GAME THAT HAS ENDED OPENS NORMALLY.
000210*    ANY FAILURE REFUSES THE WHOLE RESTORE, SO A GENERATION IS
000220*    NEVER HALF PUT BACK BY A BAD COPY.
000230*
000240*    SEQUENTIAL FILES ARE COPIED BACK AS THEY ARE. LEADERBD.DAT,
000250*    USAGE.DAT, PROFILES.DAT AND ROSTER.DAT ARE RELOADED INTO NEW
000260*    INDEXED FILES FROM THEIR UNLOADED COPIES.
000270*
000271*    A GENERATION TAKEN BEFORE THE LAST LEAVER ERASURE (THE LATEST
000272*    LINE OF TETLEAVE.LOG IN THE LEADERBOARD DIRECTORY) STILL
000273*    HOLDS THE ERASED OPERATORS. IT IS RESTORED AS ASKED, BUT THE
000274*    RUN WARNS THAT TETLEAVE MUST BE RUN AGAIN AFTERWARDS.
000275*
000280*    ENVIRONMENT:
000290*      leaderboard_dir   DIRECTORY OF THE GAME FILES (AS IN GAME)
000300*      backup_dir        AS IN TETBKUP. DEFAULT: <leaderboard_dir>
000310*                        \backup
000320*      restore_gen       GENERATION ID (G<YYYYMMDD><HHMMSS>).
000330*                        DEFAULT: THE LATEST COMPLETE GENERATION
000340*      restore_files     FILE NAMES SEPARATED BY SPACES OR COMMAS,
000350*                        E.G. "leaderbd.dat,usage.dat". DEFAULT OR
000360*                        "ALL": EVERY FILE ON THE MANIFEST
000370*      restore_apply     "YES" PUTS THE FILES BACK. ANYTHING ELSE
000380*                        ONLY VERIFIES THE GENERATION.
000390*
000400*    OUTPUT: TETRESTR.RPT IN THE LEADERBOARD DIRECTORY.
000401*    RETURN CODE 4 WHEN THE GENERATION WAS TAKEN BEFORE THE LAST
000402*    LEAVER ERASURE OR TETLEAVE.LOG COULD NOT BE READ, 8 WHEN THE
000403*    RESTORE WAS REFUSED OR A FILE COULD NOT BE WRITTEN, 0 WHEN
000404*    CLEAN.
000430*
000440*    MODIFICATION HISTORY
000450*    2026-10-15 FB  INITIAL VERSION
000451*    2026-10-15 FB  RELOAD THE INDEXED LEADERBOARD
000452*    2026-10-15 FB  WARN OF A GENERATION OLDER THAN AN ERASURE
000460*----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT COPY-FILE ASSIGN TO RST-COPY-PATH
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS RST-COPY-STATUS.
000530
000540     SELECT TARGET-FILE ASSIGN TO RST-TARGET-PATH
000550         ORGANIZATION IS LINE SEQUENTIAL
000551         FILE STATUS IS RST-TARGET-STATUS.
000552
000553     SELECT LIVE-FILE ASSIGN TO RST-TARGET-PATH
000554         ORGANIZATION IS INDEXED
000555         ACCESS MODE IS RANDOM
000556         RECORD KEY IS LV-KEY
000557         ALTERNATE RECORD KEY IS LV-RANK-KEY WITH DUPLICATES
000558         ALTERNATE RECORD KEY IS LV-WHEN-KEY WITH DUPLICATES
000560         FILE STATUS IS RST-TARGET-STATUS.
000570
000580     SELECT USAGE-FILE ASSIGN TO RST-TARGET-PATH
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS PU-KEY
000620         FILE STATUS IS RST-TARGET-STATUS.
000630
000640     SELECT PROFILE-FILE ASSIGN TO RST-TARGET-PATH
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS PR-OPERATOR-ID
000680         FILE STATUS IS RST-TARGET-STATUS.
000690
000700     SELECT ROSTER-FILE ASSIGN TO RST-TARGET-PATH
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS RO-OPERATOR-ID
000740         FILE STATUS IS RST-TARGET-STATUS.
000750
000760     SELECT MANIFEST-FILE ASSIGN TO RST-MANIFEST-PATH
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS RST-MANIFEST-STATUS.
000790
000800     SELECT CATALOGUE-FILE ASSIGN TO RST-CAT-PATH
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS RST-CAT-STATUS.
000830
000840     SELECT SESSION-FILE ASSIGN TO RST-SESSION-PATH
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS RST-SESSION-STATUS.
000870
000880     SELECT LISTING-FILE ASSIGN TO RST-LIST-PATH
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS RST-LIST-STATUS.
000910
000920     SELECT REPORT-FILE ASSIGN TO RST-RPT-PATH
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS RST-RPT-STATUS.
000941
000942     SELECT ERASURE-LOG-FILE ASSIGN TO RST-LOG-PATH
000943         ORGANIZATION IS LINE SEQUENTIAL
000944         FILE STATUS IS RST-LOG-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980
000990*    THE GENERATION COPY OF ANY FILE - THE RECORD LENGTH READ IS
001000*    THE LENGTH WRITTEN BACK
001010 FD  COPY-FILE
001020     RECORD IS VARYING IN SIZE FROM 1 TO 132 CHARACTERS
001030         DEPENDING ON RST-COPY-LEN.
001040 01  COPY-RECORD             PIC X(132).
001050
001060 FD  TARGET-FILE
001070     RECORD IS VARYING IN SIZE FROM 1 TO 132 CHARACTERS
001080         DEPENDING ON RST-TARGET-LEN.
001090 01  TARGET-RECORD           PIC X(132).
001091
001092 FD  LIVE-FILE.
001093 01  LIVE-RECORD.
001094     05 LV-KEY.
001095        10 LV-OPERATOR-ID    PIC X(08).
001096        10 LV-WHEN-KEY       PIC X(16).
001097     05 FILLER               PIC X(20).
001098     05 LV-RANK-KEY          PIC 9(10).
001100
001110 FD  USAGE-FILE.
001120 01  USAGE-RECORD.
001130     05 PU-KEY.
001140        10 PU-OPERATOR       PIC X(08).
001150        10 PU-DATE           PIC 9(08).
001160     05 PU-SECONDS           PIC 9(06).
001170
001180 FD  PROFILE-FILE.
001190 01  PROFILE-RECORD.
001200     05 PR-OPERATOR-ID       PIC X(08).
001210     05 PR-MUTE-DEFAULT      PIC 9(01).
001220     05 PR-START-LEVEL       PIC 9(02).
001230     05 PR-GHOST-SHOW        PIC 9(01).
001240     05 PR-HOLD-SHOW         PIC 9(01).
001250     05 PR-KEY-LAYOUT        PIC X(01).
001260
001270 FD  ROSTER-FILE.
001280 01  ROSTER-RECORD.
001290     05 RO-OPERATOR-ID       PIC X(08).
001300     05 RO-NAME              PIC X(20).
001310     05 RO-DEPT              PIC X(02).
001320
001330*    MANIFEST - AS TETBKUP WRITES IT
001340 FD  MANIFEST-FILE.
001350 01  MANIFEST-RECORD.
001360     05 MF-TYPE              PIC X(01).
001370        88 MF-HEADER         VALUE "H".
001380        88 MF-FILE           VALUE "F".
001390        88 MF-TRAILER        VALUE "T".
001400     05 FILLER               PIC X(79).
001410
001420 01  MF-HEADER-RECORD.
001430     05 FILLER               PIC X(01).
001440     05 MF-H-GEN             PIC X(15).
001450     05 MF-H-DATE            PIC 9(08).
001460     05 MF-H-TIME            PIC 9(06).
001470     05 FILLER               PIC X(50).
001480
001490 01  MF-FILE-RECORD.
001500     05 FILLER               PIC X(01).
001510     05 MF-F-NAME            PIC X(12).
001520     05 MF-F-KIND            PIC X(01).
001530     05 MF-F-COUNT           PIC 9(08).
001540     05 MF-F-TOTAL           PIC 9(12).
001550     05 FILLER               PIC X(46).
001560
001570 01  MF-TRAILER-RECORD.
001580     05 FILLER               PIC X(01).
001590     05 MF-T-FILES           PIC 9(04).
001600     05 MF-T-COUNT           PIC 9(10).
001610     05 MF-T-TOTAL           PIC 9(14).
001620     05 FILLER               PIC X(51).
001630
001640*    CATALOGUE - AS TETBKUP WRITES IT
001650 FD  CATALOGUE-FILE.
001660 01  CATALOGUE-RECORD.
001670     05 CT-GEN               PIC X(15).
001680     05 FILLER               PIC X(01).
001690     05 CT-DATE              PIC 9(08).
001700     05 FILLER               PIC X(01).
001710     05 CT-TIME              PIC 9(06).
001720     05 FILLER               PIC X(01).
001730     05 CT-FILES             PIC 9(04).
001740     05 FILLER               PIC X(01).
001750     05 CT-STATE             PIC X(10).
001760        88 CT-COMPLETE       VALUE "COMPLETE".
001770     05 FILLER               PIC X(33).
001780
001790 FD  SESSION-FILE.
001800 01  SESSION-RECORD          PIC X(24).
001810
001820 FD  LISTING-FILE.
001830 01  LISTING-RECORD          PIC X(80).
001840
001850 FD  REPORT-FILE.
001860 01  REPORT-RECORD           PIC X(80).
001870
001871*    ERASURE LOG - AS TETLEAVE WRITES IT
001872 FD  ERASURE-LOG-FILE.
001873 01  ERASURE-LOG-RECORD.
001874     05 EL-DATE              PIC 9(08).
001875     05 FILLER               PIC X(01).
001876     05 EL-TIME              PIC 9(06).
001877     05 FILLER               PIC X(01).
001878     05 EL-MODE              PIC X(09).
001879     05 FILLER               PIC X(01).
001880     05 EL-LEAVERS           PIC 9(02).
001881     05 FILLER               PIC X(01).
001882     05 EL-RESULT            PIC X(10).
001883
001884 WORKING-STORAGE SECTION.
001890
001900*----------------------------------------------------------------
001910*    FILE PATHS AND STATUS FIELDS
001920*----------------------------------------------------------------
001930 01  RST-DIR                 PIC X(80) VALUE SPACES.
001940 01  RST-BACKUP-DIR          PIC X(80) VALUE SPACES.
001950 01  RST-GEN-DIR             PIC X(80) VALUE SPACES.
001960 01  RST-COPY-PATH           PIC X(80) VALUE SPACES.
001970 01  RST-TARGET-PATH         PIC X(80) VALUE SPACES.
001980 01  RST-MANIFEST-PATH       PIC X(80) VALUE SPACES.
001990 01  RST-CAT-PATH            PIC X(80) VALUE SPACES.
002000 01  RST-SESSION-PATH        PIC X(80) VALUE SPACES.
002010 01  RST-LIST-PATH           PIC X(80) VALUE SPACES.
002020 01  RST-RPT-PATH            PIC X(80) VALUE SPACES.
002021 01  RST-LOG-PATH            PIC X(80) VALUE SPACES.
002030
002040 01  RST-COPY-STATUS         PIC X(02) VALUE "00".
002050 01  RST-TARGET-STATUS       PIC X(02) VALUE "00".
002060 01  RST-MANIFEST-STATUS     PIC X(02) VALUE "00".
002070 01  RST-CAT-STATUS          PIC X(02) VALUE "00".
002080 01  RST-SESSION-STATUS      PIC X(02) VALUE "00".
002090 01  RST-LIST-STATUS         PIC X(02) VALUE "00".
002100 01  RST-RPT-STATUS          PIC X(02) VALUE "00".
002101 01  RST-LOG-STATUS          PIC X(02) VALUE "00".
002110
002120 01  RST-COPY-LEN            PIC 9(04) COMP VALUE 0.
002130 01  RST-TARGET-LEN          PIC 9(04) COMP VALUE 0.
002140
002150*----------------------------------------------------------------
002160*    RUN CONTROL
002170*----------------------------------------------------------------
002180 01  RST-RUN-SW              PIC 9(01) VALUE 0.
002190     88 RST-RUN-OK           VALUE 0.
002200     88 RST-RUN-FAILED       VALUE 1.
002210
002220 01  RST-EOF-SW              PIC 9(01) VALUE 0.
002230     88 RST-EOF              VALUE 1.
002240     88 RST-NOT-EOF          VALUE 0.
002250
002260 01  RST-APPLY-X             PIC X(03) VALUE SPACES.
002270 01  RST-APPLY-SW            PIC 9(01) VALUE 0.
002280     88 RST-APPLY            VALUE 1.
002290     88 RST-VERIFY-ONLY      VALUE 0.
002300
002310*    NO restore_gen GIVEN - THE LAST COMPLETE GENERATION IS TAKEN
002320 01  RST-PICK-SW             PIC 9(01) VALUE 0.
002330     88 RST-PICK-NAMED       VALUE 0.
002340     88 RST-PICK-LATEST      VALUE 1.
002350
002360*    SET ONCE ANY FILE HAS BEEN OVERWRITTEN - A FAILURE AFTER
002370*    THAT LEAVES THE SET MIXED AND THE REPORT MUST SAY SO
002380 01  RST-CHANGED-SW          PIC 9(01) VALUE 0.
002390     88 RST-CHANGED          VALUE 1.
002400     88 RST-UNCHANGED        VALUE 0.
002410
002411*    THE GENERATION PREDATES THE LAST LEAVER ERASURE, OR THE
002412*    ERASURE LOG COULD NOT BE READ - EITHER WAY THE RUN WARNS
002413 01  RST-ERASE-SW            PIC 9(01) VALUE 0.
002414     88 RST-ERASE-CLEAR      VALUE 0.
002415     88 RST-ERASE-BEFORE     VALUE 1.
002416     88 RST-ERASE-UNKNOWN    VALUE 2.
002417     88 RST-ERASE-WARN       VALUES 1 2.
002418
002420 01  RST-REFUSAL             PIC X(50) VALUE SPACES.
002430
002440 01  RST-GEN-ID              PIC X(15) VALUE SPACES.
002441 01  RST-GEN-STAMP.
002442     05 RST-GEN-DATE         PIC 9(08) VALUE 0.
002443     05 RST-GEN-TIME         PIC 9(06) VALUE 0.
002444 01  RST-ERASE-STAMP.
002445     05 RST-ERASE-DATE       PIC 9(08) VALUE 0.
002446     05 RST-ERASE-TIME       PIC 9(06) VALUE 0.
002450 01  RST-FILES-PARM          PIC X(200) VALUE SPACES.
002460
002470 01  RST-TODAY               PIC 9(08) VALUE 0.
002480 01  RST-TODAY-PARTS REDEFINES RST-TODAY.
002490     05 RST-TODAY-YYYY       PIC 9(04).
002500     05 RST-TODAY-MM         PIC 9(02).
002510     05 RST-TODAY-DD         PIC 9(02).
002520 01  RST-NOW                 PIC 9(08) VALUE 0.
002530 01  RST-NOW-PARTS REDEFINES RST-NOW.
002540     05 RST-NOW-HH           PIC 9(02).
002550     05 RST-NOW-MN           PIC 9(02).
002560     05 FILLER               PIC 9(04).
002570
002580*----------------------------------------------------------------
002590*    FILES ON THE MANIFEST - WHAT IT SAYS, WHAT WAS READ BACK
002600*----------------------------------------------------------------
002610 01  RST-FILE-TABLE.
002620     05 RST-FILE-COUNT       PIC 9(03) VALUE 0.
002630     05 RST-FILE-ENTRY OCCURS 80 TIMES.
002640        10 RST-F-NAME        PIC X(12).
002650        10 RST-F-KIND        PIC X(01).
002660           88 RST-F-SEQUENTIAL VALUE "S".
002661           88 RST-F-LEADERBOARD VALUE "L".
002670           88 RST-F-USAGE    VALUE "U".
002680           88 RST-F-PROFILES VALUE "P".
002690           88 RST-F-ROSTER   VALUE "R".
002700        10 RST-F-SELECT-SW   PIC 9(01).
002710           88 RST-F-SELECTED VALUE 1.
002720           88 RST-F-SKIPPED  VALUE 0.
002730        10 RST-F-COUNT       PIC 9(08).
002740        10 RST-F-TOTAL       PIC 9(12).
002750        10 RST-F-READ-COUNT  PIC 9(08).
002760        10 RST-F-READ-TOTAL  PIC 9(12).
002770        10 RST-F-RESULT      PIC X(22).
002780
002790 77  RST-MF-FILES            PIC 9(04) COMP VALUE 0.
002800 77  RST-MF-COUNT            PIC 9(10) COMP VALUE 0.
002810 77  RST-MF-TOTAL            PIC 9(14) COMP VALUE 0.
002820 77  RST-SUM-COUNT           PIC 9(10) COMP VALUE 0.
002830 77  RST-SUM-TOTAL           PIC 9(14) COMP VALUE 0.
002840 01  RST-TRAILER-SW          PIC 9(01) VALUE 0.
002850     88 RST-TRAILER-SEEN     VALUE 1.
002860
002870*----------------------------------------------------------------
002880*    FILE NAMES ASKED FOR IN restore_files
002890*----------------------------------------------------------------
002900 01  RST-ASK-TABLE.
002910     05 RST-ASK-COUNT        PIC 9(02) VALUE 0.
002920     05 RST-ASK-NAME OCCURS 20 TIMES
002930                             PIC X(12).
002940 01  RST-ASK-PTR             PIC 9(03) COMP VALUE 1.
002950 01  RST-ASK-WK              PIC X(20) VALUE SPACES.
002960
002970*----------------------------------------------------------------
002980*    WORK FIELDS
002990*----------------------------------------------------------------
003000 77  RST-FX                  PIC 9(03) COMP VALUE 0.
003010 77  RST-AX                  PIC 9(02) COMP VALUE 0.
003020 77  RST-HIT-IX              PIC 9(03) COMP VALUE 0.
003030
003040 01  RST-NAME-WK             PIC X(12) VALUE SPACES.
003050 01  RST-SESSION-ID          PIC X(08) VALUE SPACES.
003060
003070 01  RST-CHKDATA             PIC X(132) VALUE SPACES.
003080 01  RST-CHECK-WK            PIC 9(06) VALUE 0.
003090
003100 01  RST-CMD                 PIC X(200) VALUE SPACES.
003110 01  RST-CMD-RC              PIC S9(04) COMP VALUE 0.
003120
003130 01  RST-LOWER               PIC X(26)
003140     VALUE "abcdefghijklmnopqrstuvwxyz".
003150 01  RST-UPPER               PIC X(26)
003160     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003170
003180*----------------------------------------------------------------
003190*    COUNTERS
003200*----------------------------------------------------------------
003210 77  RST-T-FILES             PIC 9(04) COMP VALUE 0.
003220 77  RST-T-COUNT             PIC 9(10) COMP VALUE 0.
003230 77  RST-T-SESSIONS          PIC 9(04) COMP VALUE 0.
003240
003250 77  RST-FILES-EDIT          PIC Z(07)9.
003260 77  RST-COUNT-EDIT          PIC Z(09)9.
003270
003280*----------------------------------------------------------------
003290*    REPORT LINES
003300*----------------------------------------------------------------
003310 01  RPT-HEADING-1.
003320     05 FILLER               PIC X(80)
003330        VALUE "TETRESTR  RESTORE FROM A BACKUP GENERATION".
003340
003350 01  RPT-RUN-LINE.
003360     05 FILLER               PIC X(11) VALUE "GENERATION ".
003370     05 RPT-R-GEN            PIC X(15).
003380     05 FILLER               PIC X(11) VALUE "  RUN DATE ".
003390     05 RPT-R-YYYY           PIC 9(04).
003400     05 FILLER               PIC X(01) VALUE "-".
003410     05 RPT-R-MM             PIC 9(02).
003420     05 FILLER               PIC X(01) VALUE "-".
003430     05 RPT-R-DD             PIC 9(02).
003440     05 FILLER               PIC X(06) VALUE "  AT  ".
003450     05 RPT-R-HH             PIC 9(02).
003460     05 FILLER               PIC X(01) VALUE ":".
003470     05 RPT-R-MN             PIC 9(02).
003480     05 FILLER               PIC X(02) VALUE SPACES.
003490     05 RPT-R-APPLY          PIC X(20).
003500
003510 01  RPT-SESSION-LINE.
003520     05 FILLER               PIC X(24)
003530        VALUE "GAME RUNNING - OPERATOR ".
003540     05 RPT-S-ID             PIC X(08).
003550     05 FILLER               PIC X(08) VALUE " STATUS ".
003560     05 RPT-S-STATUS         PIC X(02).
003570     05 FILLER               PIC X(38) VALUE SPACES.
003580
003590 01  RPT-HEADING-2.
003600     05 FILLER               PIC X(14) VALUE "FILE".
003610     05 FILLER               PIC X(10) VALUE "   RECORDS".
003620     05 FILLER               PIC X(16) VALUE "     CHECK TOTAL".
003630     05 FILLER               PIC X(40) VALUE "  RESULT".
003640
003650 01  RPT-FILE-LINE.
003660     05 RPT-F-NAME           PIC X(14).
003670     05 RPT-F-COUNT          PIC Z(09)9.
003680     05 FILLER               PIC X(02) VALUE SPACES.
003690     05 RPT-F-TOTAL          PIC Z(13)9.
003700     05 FILLER               PIC X(02) VALUE SPACES.
003710     05 RPT-F-RESULT         PIC X(38).
003720
003730 01  RPT-END-LINE.
003740     05 RPT-E-TEXT           PIC X(80).
003750
003760 PROCEDURE DIVISION.
003770
003780*----------------------------------------------------------------
003790*    MAINLINE
003800*----------------------------------------------------------------
003810 0000-MAINLINE.
003820     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003830     IF RST-RUN-FAILED
003840        GO TO 0000-WRAP-UP
003850     END-IF
003860     PERFORM 1100-FIND-GENERATION THRU 1100-EXIT
003870     IF RST-RUN-FAILED
003880        GO TO 0000-FINISH
003890     END-IF
003900     PERFORM 1200-LOAD-MANIFEST THRU 1200-EXIT
003910     IF RST-RUN-FAILED
003920        GO TO 0000-FINISH
003930     END-IF
003940     PERFORM 1300-SELECT-FILES THRU 1300-EXIT
003950     IF RST-RUN-FAILED
003960        GO TO 0000-FINISH
003970     END-IF
003980     PERFORM 1500-CHECK-SESSIONS THRU 1500-EXIT
003990     PERFORM 2000-VERIFY-FILES THRU 2000-EXIT
004000     IF RST-RUN-OK
004010        AND RST-APPLY
004020        PERFORM 3000-RESTORE-FILES THRU 3000-EXIT
004030     END-IF.
004040 0000-FINISH.
004050     PERFORM 5000-FINISH-REPORT THRU 5000-EXIT.
004060 0000-WRAP-UP.
004070     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
004080 0000-EXIT.
004090     STOP RUN.
004100
004110*----------------------------------------------------------------
004120*    INITIALIZE - RESOLVE PATHS AND PARAMETERS, OPEN THE REPORT
004130*----------------------------------------------------------------
004140 1000-INITIALIZE.
004150     ACCEPT RST-DIR FROM ENVIRONMENT "leaderboard_dir"
004160     END-ACCEPT
004170
004180     INSPECT RST-DIR REPLACING TRAILING SPACE BY LOW-VALUE
004190
004200     ACCEPT RST-BACKUP-DIR FROM ENVIRONMENT "backup_dir"
004210     END-ACCEPT
004220
004230     IF RST-BACKUP-DIR = SPACES
004240        STRING
004250            RST-DIR          DELIMITED BY LOW-VALUE
004260            "\"              DELIMITED BY SIZE
004270            "backup"         DELIMITED BY SIZE
004280                INTO RST-BACKUP-DIR
004290        END-STRING
004300     END-IF
004310
004320     INSPECT RST-BACKUP-DIR
004330         REPLACING TRAILING SPACE BY LOW-VALUE
004340
004350     ACCEPT RST-GEN-ID FROM ENVIRONMENT "restore_gen"
004360     END-ACCEPT
004370     ACCEPT RST-FILES-PARM FROM ENVIRONMENT "restore_files"
004380     END-ACCEPT
004390     ACCEPT RST-APPLY-X FROM ENVIRONMENT "restore_apply"
004400     END-ACCEPT
004410
004420     IF RST-APPLY-X = "YES"
004430        SET RST-APPLY TO TRUE
004440     END-IF
004450
004460     INSPECT RST-GEN-ID CONVERTING RST-LOWER TO RST-UPPER
004470
004480     IF RST-GEN-ID = SPACES
004490        SET RST-PICK-LATEST TO TRUE
004500     END-IF
004510
004520     ACCEPT RST-TODAY FROM DATE YYYYMMDD
004530     ACCEPT RST-NOW FROM TIME
004540
004550     STRING
004560         RST-BACKUP-DIR      DELIMITED BY LOW-VALUE
004570         "\"                 DELIMITED BY SIZE
004580         "backup.cat"        DELIMITED BY SIZE
004590             INTO RST-CAT-PATH
004600     END-STRING
004610
004620     STRING
004630         RST-DIR             DELIMITED BY LOW-VALUE
004640         "\"                 DELIMITED BY SIZE
004650         "tetrestr.lst"      DELIMITED BY SIZE
004660             INTO RST-LIST-PATH
004670     END-STRING
004680
004690     STRING
004700         RST-DIR             DELIMITED BY LOW-VALUE
004710         "\"                 DELIMITED BY SIZE
004720         "tetrestr.rpt"      DELIMITED BY SIZE
004730             INTO RST-RPT-PATH
004740     END-STRING
004750
004751     STRING
004752         RST-DIR             DELIMITED BY LOW-VALUE
004753         "\"                 DELIMITED BY SIZE
004754         "tetleave.log"      DELIMITED BY SIZE
004755             INTO RST-LOG-PATH
004756     END-STRING
004757
004760     INSPECT RST-CAT-PATH REPLACING TRAILING SPACE BY LOW-VALUE
004770     INSPECT RST-LIST-PATH REPLACING TRAILING SPACE BY LOW-VALUE
004780     INSPECT RST-RPT-PATH REPLACING TRAILING SPACE BY LOW-VALUE
004781     INSPECT RST-LOG-PATH REPLACING TRAILING SPACE BY LOW-VALUE
004790
004800     OPEN OUTPUT REPORT-FILE
004810
004820     IF RST-RPT-STATUS NOT = "00"
004830        DISPLAY "TETRESTR: CANNOT OPEN " RST-RPT-PATH
004840        SET RST-RUN-FAILED TO TRUE
004850        GO TO 1000-EXIT
004860     END-IF
004870
004880     WRITE REPORT-RECORD FROM RPT-HEADING-1
004890     MOVE SPACES TO REPORT-RECORD
004900     WRITE REPORT-RECORD.
004910 1000-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------------
004950*    FIND THE GENERATION ON THE CATALOGUE - THE ONE ASKED FOR,
004960*    OR THE LATEST COMPLETE ONE. AN INCOMPLETE GENERATION IS
004970*    NEVER RESTORED.
004980*----------------------------------------------------------------
004990 1100-FIND-GENERATION.
005000     OPEN INPUT CATALOGUE-FILE
005010
005020     IF RST-CAT-STATUS NOT = "00"
005030        DISPLAY "TETRESTR: CANNOT OPEN " RST-CAT-PATH
005040        MOVE "NO BACKUP CATALOGUE" TO RST-REFUSAL
005050        SET RST-RUN-FAILED TO TRUE
005060        GO TO 1100-EXIT
005070     END-IF
005080
005090     MOVE 0 TO RST-HIT-IX
005100     SET RST-NOT-EOF TO TRUE
005110
005120     PERFORM 1110-CATALOGUE-ENTRY THRU 1110-EXIT
005130         UNTIL RST-EOF
005140
005150     CLOSE CATALOGUE-FILE
005160
005170     IF RST-RUN-FAILED
005180        GO TO 1100-EXIT
005190     END-IF
005200
005210     IF RST-HIT-IX = 0
005220        IF RST-PICK-LATEST
005230           MOVE "NO COMPLETE GENERATION ON THE CATALOGUE"
005240               TO RST-REFUSAL
005250        ELSE
005260           MOVE "GENERATION NOT ON THE CATALOGUE" TO RST-REFUSAL
005270        END-IF
005280        SET RST-RUN-FAILED TO TRUE
005290        GO TO 1100-EXIT
005300     END-IF
005310
005320     STRING
005330         RST-BACKUP-DIR      DELIMITED BY LOW-VALUE
005340         "\"                 DELIMITED BY SIZE
005350         RST-GEN-ID          DELIMITED BY SPACE
005360             INTO RST-GEN-DIR
005370     END-STRING
005380
005390     INSPECT RST-GEN-DIR REPLACING TRAILING SPACE BY LOW-VALUE
005400
005410     STRING
005420         RST-GEN-DIR         DELIMITED BY LOW-VALUE
005430         "\"                 DELIMITED BY SIZE
005440         "manifest.dat"      DELIMITED BY SIZE
005450             INTO RST-MANIFEST-PATH
005460     END-STRING
005470
005480     INSPECT RST-MANIFEST-PATH
005481         REPLACING TRAILING SPACE BY LOW-VALUE
005482
005483     PERFORM 1150-CHECK-ERASURES THRU 1150-EXIT.
005500 1100-EXIT.
005510     EXIT.
005520
005530 1110-CATALOGUE-ENTRY.
005540     READ CATALOGUE-FILE
005550         AT END
005560             SET RST-EOF TO TRUE
005570             GO TO 1110-EXIT
005580     END-READ
005590
005600     IF CT-GEN = SPACES
005610        GO TO 1110-EXIT
005620     END-IF
005630
005640*    NO GENERATION ASKED FOR - THE LAST COMPLETE ONE WINS
005650     IF RST-PICK-LATEST
005660        IF CT-COMPLETE
005670           MOVE CT-GEN TO RST-GEN-ID
005671           MOVE CT-DATE TO RST-GEN-DATE
005672           MOVE CT-TIME TO RST-GEN-TIME
005680           MOVE 1 TO RST-HIT-IX
005690        END-IF
005700        GO TO 1110-EXIT
005710     END-IF
005720
005730     IF CT-GEN NOT = RST-GEN-ID
005740        GO TO 1110-EXIT
005750     END-IF
005760
005770     IF NOT CT-COMPLETE
005780        MOVE "GENERATION IS INCOMPLETE" TO RST-REFUSAL
005790        SET RST-RUN-FAILED TO TRUE
005800        SET RST-EOF TO TRUE
005810        GO TO 1110-EXIT
005820     END-IF
005830
005831     MOVE CT-DATE TO RST-GEN-DATE
005832     MOVE CT-TIME TO RST-GEN-TIME
005840     MOVE 1 TO RST-HIT-IX
005850     SET RST-EOF TO TRUE.
005860 1110-EXIT.
005861     EXIT.
005862
005863*----------------------------------------------------------------
005864*    LEAVER ERASURES - A GENERATION TAKEN BEFORE THE LAST TETLEAVE
005865*    RUN THAT CHANGED THE FILES BRINGS THE ERASED OPERATORS BACK.
005866*    NO LOG MEANS NO ERASURE HAS EVER BEEN APPLIED.
005867*----------------------------------------------------------------
005868 1150-CHECK-ERASURES.
005869     OPEN INPUT ERASURE-LOG-FILE
005870
005871     IF RST-LOG-STATUS = "35"
005872        GO TO 1150-EXIT
005873     END-IF
005874
005875     IF RST-LOG-STATUS NOT = "00"
005876        DISPLAY "TETRESTR: ERASURE LOG NOT READ, STATUS "
005877                RST-LOG-STATUS
005878        SET RST-ERASE-UNKNOWN TO TRUE
005879        GO TO 1150-EXIT
005880     END-IF
005881
005882     SET RST-NOT-EOF TO TRUE
005883
005884     PERFORM 1160-ERASURE-ENTRY THRU 1160-EXIT
005885         UNTIL RST-EOF
005886
005887     CLOSE ERASURE-LOG-FILE
005888
005889     IF RST-ERASE-UNKNOWN
005890        GO TO 1150-EXIT
005891     END-IF
005892
005893     IF RST-GEN-STAMP < RST-ERASE-STAMP
005894        DISPLAY "TETRESTR: " RST-GEN-ID " WAS TAKEN BEFORE THE"
005895                " LEAVER ERASURE OF " RST-ERASE-DATE
005896        DISPLAY "TETRESTR: ERASED OPERATORS COME BACK WITH IT -"
005897                " RUN TETLEAVE AGAIN"
005898        SET RST-ERASE-BEFORE TO TRUE
005899     END-IF.
005900 1150-EXIT.
005901     EXIT.
005902
005903 1160-ERASURE-ENTRY.
005904     READ ERASURE-LOG-FILE
005905         AT END
005906             SET RST-EOF TO TRUE
005907             GO TO 1160-EXIT
005908     END-READ
005909
005910     IF RST-LOG-STATUS NOT = "00"
005911        DISPLAY "TETRESTR: ERASURE LOG NOT READ, STATUS "
005912                RST-LOG-STATUS
005913        SET RST-ERASE-UNKNOWN TO TRUE
005914        SET RST-EOF TO TRUE
005915        GO TO 1160-EXIT
005916     END-IF
005917
005918     IF EL-DATE NOT NUMERIC
005919        OR EL-TIME NOT NUMERIC
005920        GO TO 1160-EXIT
005921     END-IF
005922
005923     IF EL-DATE > RST-ERASE-DATE
005924        OR (EL-DATE = RST-ERASE-DATE
005925            AND EL-TIME > RST-ERASE-TIME)
005926        MOVE EL-DATE TO RST-ERASE-DATE
005927        MOVE EL-TIME TO RST-ERASE-TIME
005928     END-IF.
005929 1160-EXIT.
005930     EXIT.
005931
005932*----------------------------------------------------------------
005933*    LOAD THE MANIFEST. ITS TRAILER MUST AGREE WITH ITS FILE
005934*    LINES, OR THE MANIFEST ITSELF IS DAMAGED.
005935*----------------------------------------------------------------
005936 1200-LOAD-MANIFEST.
005940     MOVE RST-GEN-ID TO RPT-R-GEN
005950     MOVE RST-TODAY-YYYY TO RPT-R-YYYY
005960     MOVE RST-TODAY-MM TO RPT-R-MM
005970     MOVE RST-TODAY-DD TO RPT-R-DD
005980     MOVE RST-NOW-HH TO RPT-R-HH
005990     MOVE RST-NOW-MN TO RPT-R-MN
006000
006010     IF RST-APPLY
006020        MOVE "RESTORE" TO RPT-R-APPLY
006030     ELSE
006040        MOVE "VERIFY ONLY" TO RPT-R-APPLY
006050     END-IF
006060
006070     WRITE REPORT-RECORD FROM RPT-RUN-LINE
006080     MOVE SPACES TO REPORT-RECORD
006090     WRITE REPORT-RECORD
006100
006110     OPEN INPUT MANIFEST-FILE
006120
006130     IF RST-MANIFEST-STATUS NOT = "00"
006140        DISPLAY "TETRESTR: CANNOT OPEN " RST-MANIFEST-PATH
006150        MOVE "GENERATION HAS NO MANIFEST" TO RST-REFUSAL
006160        SET RST-RUN-FAILED TO TRUE
006170        GO TO 1200-EXIT
006180     END-IF
006190
006200     SET RST-NOT-EOF TO TRUE
006210
006220     PERFORM 1210-MANIFEST-RECORD THRU 1210-EXIT
006230         UNTIL RST-EOF
006240
006250     CLOSE MANIFEST-FILE
006260
006270     IF RST-RUN-FAILED
006280        GO TO 1200-EXIT
006290     END-IF
006300
006310     IF NOT RST-TRAILER-SEEN
006320        OR RST-MF-FILES NOT = RST-FILE-COUNT
006330        MOVE "MANIFEST DAMAGED" TO RST-REFUSAL
006340        SET RST-RUN-FAILED TO TRUE
006350        GO TO 1200-EXIT
006360     END-IF
006370
006380     MOVE 0 TO RST-SUM-COUNT
006390     MOVE 0 TO RST-SUM-TOTAL
006400
006410     PERFORM VARYING RST-FX FROM 1 BY 1
006420             UNTIL RST-FX > RST-FILE-COUNT
006430         ADD RST-F-COUNT (RST-FX) TO RST-SUM-COUNT
006440         ADD RST-F-TOTAL (RST-FX) TO RST-SUM-TOTAL
006450     END-PERFORM
006460
006470     IF RST-SUM-COUNT NOT = RST-MF-COUNT
006480        OR RST-SUM-TOTAL NOT = RST-MF-TOTAL
006490        MOVE "MANIFEST DAMAGED" TO RST-REFUSAL
006500        SET RST-RUN-FAILED TO TRUE
006510     END-IF.
006520 1200-EXIT.
006530     EXIT.
006540
006550 1210-MANIFEST-RECORD.
006560     READ MANIFEST-FILE
006570         AT END
006580             SET RST-EOF TO TRUE
006590             GO TO 1210-EXIT
006600     END-READ
006610
006620     EVALUATE TRUE
006630         WHEN MF-HEADER
006640             IF MF-H-GEN NOT = RST-GEN-ID
006650                MOVE "MANIFEST IS FOR ANOTHER GENERATION"
006660                    TO RST-REFUSAL
006670                SET RST-RUN-FAILED TO TRUE
006680                SET RST-EOF TO TRUE
006690             END-IF
006700         WHEN MF-FILE
006710             IF RST-FILE-COUNT >= 80
006720                MOVE "MANIFEST DAMAGED" TO RST-REFUSAL
006730                SET RST-RUN-FAILED TO TRUE
006740                SET RST-EOF TO TRUE
006750             ELSE
006760                ADD 1 TO RST-FILE-COUNT
006770                MOVE MF-F-NAME TO RST-F-NAME (RST-FILE-COUNT)
006780                MOVE MF-F-KIND TO RST-F-KIND (RST-FILE-COUNT)
006790                MOVE MF-F-COUNT TO RST-F-COUNT (RST-FILE-COUNT)
006800                MOVE MF-F-TOTAL TO RST-F-TOTAL (RST-FILE-COUNT)
006810                SET RST-F-SKIPPED (RST-FILE-COUNT) TO TRUE
006820                MOVE 0 TO RST-F-READ-COUNT (RST-FILE-COUNT)
006830                MOVE 0 TO RST-F-READ-TOTAL (RST-FILE-COUNT)
006840                MOVE SPACES TO RST-F-RESULT (RST-FILE-COUNT)
006850             END-IF
006860         WHEN MF-TRAILER
006870             SET RST-TRAILER-SEEN TO TRUE
006880             MOVE MF-T-FILES TO RST-MF-FILES
006890             MOVE MF-T-COUNT TO RST-MF-COUNT
006900             MOVE MF-T-TOTAL TO RST-MF-TOTAL
006910     END-EVALUATE.
006920 1210-EXIT.
006930     EXIT.
006940
006950*----------------------------------------------------------------
006960*    MARK THE FILES TO RESTORE - ALL, OR THOSE NAMED. A NAME
006970*    NOT ON THE MANIFEST REFUSES THE RUN RATHER THAN RESTORING
006980*    LESS THAN WAS ASKED FOR.
006990*----------------------------------------------------------------
007000 1300-SELECT-FILES.
007010     INSPECT RST-FILES-PARM CONVERTING RST-UPPER TO RST-LOWER
007020
007030     IF RST-FILES-PARM = SPACES
007040        OR RST-FILES-PARM = "all"
007050        PERFORM VARYING RST-FX FROM 1 BY 1
007060                UNTIL RST-FX > RST-FILE-COUNT
007070            SET RST-F-SELECTED (RST-FX) TO TRUE
007080        END-PERFORM
007090        GO TO 1300-EXIT
007100     END-IF
007110
007120     MOVE 1 TO RST-ASK-PTR
007130
007140     PERFORM 1310-NEXT-NAME THRU 1310-EXIT
007150         UNTIL RST-ASK-PTR > LENGTH OF RST-FILES-PARM
007160            OR RST-RUN-FAILED
007170
007180     IF RST-RUN-FAILED
007190        GO TO 1300-EXIT
007200     END-IF
007210
007220     PERFORM 1320-SELECT-NAME THRU 1320-EXIT
007230         VARYING RST-AX FROM 1 BY 1
007240         UNTIL RST-AX > RST-ASK-COUNT.
007250 1300-EXIT.
007260     EXIT.
007270
007280 1310-NEXT-NAME.
007290     MOVE SPACES TO RST-ASK-WK
007300
007310     UNSTRING RST-FILES-PARM
007320         DELIMITED BY ALL SPACE OR ","
007330         INTO RST-ASK-WK
007340         WITH POINTER RST-ASK-PTR
007350     END-UNSTRING
007360
007370     IF RST-ASK-WK = SPACES
007380        GO TO 1310-EXIT
007390     END-IF
007400
007410     IF RST-ASK-COUNT >= 20
007420        MOVE "TOO MANY FILES NAMED - USE ALL" TO RST-REFUSAL
007430        SET RST-RUN-FAILED TO TRUE
007440        GO TO 1310-EXIT
007450     END-IF
007460
007470     ADD 1 TO RST-ASK-COUNT
007480     MOVE RST-ASK-WK TO RST-ASK-NAME (RST-ASK-COUNT).
007490 1310-EXIT.
007500     EXIT.
007510
007520 1320-SELECT-NAME.
007530     MOVE 0 TO RST-HIT-IX
007540
007550     PERFORM VARYING RST-FX FROM 1 BY 1
007560             UNTIL RST-FX > RST-FILE-COUNT
007570                OR RST-HIT-IX NOT = 0
007580         IF RST-F-NAME (RST-FX) = RST-ASK-NAME (RST-AX)
007590            MOVE RST-FX TO RST-HIT-IX
007600         END-IF
007610     END-PERFORM
007620
007630     IF RST-HIT-IX = 0
007640        DISPLAY "TETRESTR: NOT IN THIS GENERATION "
007650                RST-ASK-NAME (RST-AX)
007660        MOVE "A FILE NAMED IS NOT IN THIS GENERATION"
007670            TO RST-REFUSAL
007680        SET RST-RUN-FAILED TO TRUE
007690        GO TO 1320-EXIT
007700     END-IF
007710
007720     SET RST-F-SELECTED (RST-HIT-IX) TO TRUE.
007730 1320-EXIT.
007740     EXIT.
007750
007760*----------------------------------------------------------------
007770*    REFUSE WHILE A GAME IS RUNNING. EVERY SESSION FILE IS
007780*    TRIED; ONE THAT WILL NOT OPEN IS HELD BY A LIVE GAME.
007790*----------------------------------------------------------------
007800 1500-CHECK-SESSIONS.
007810     MOVE SPACES TO RST-CMD
007820
007830     STRING
007840         "cmd /C dir /B """   DELIMITED BY SIZE
007850         RST-DIR              DELIMITED BY LOW-VALUE
007860         "\ss*.dat"" > """    DELIMITED BY SIZE
007870         RST-DIR              DELIMITED BY LOW-VALUE
007880         "\"                  DELIMITED BY SIZE
007890         "tetrestr.lst"""     DELIMITED BY SIZE
007900             INTO RST-CMD
007910     END-STRING
007920
007930     CALL "SYSTEM" USING RST-CMD GIVING RST-CMD-RC
007940
007950     OPEN INPUT LISTING-FILE
007960
007970*    NO LISTING MEANS NO SESSION FILE HAS EVER BEEN WRITTEN
007980     IF RST-LIST-STATUS NOT = "00"
007990        GO TO 1500-EXIT
008000     END-IF
008010
008020     SET RST-NOT-EOF TO TRUE
008030
008040     PERFORM 1510-SESSION-ENTRY THRU 1510-EXIT
008050         UNTIL RST-EOF
008060
008070     CLOSE LISTING-FILE
008080
008090     IF RST-T-SESSIONS NOT = 0
008100        MOVE "A GAME IS RUNNING - CLOSE ALL GAMES AND RERUN"
008110            TO RST-REFUSAL
008120        SET RST-RUN-FAILED TO TRUE
008130     END-IF.
008140 1500-EXIT.
008150     EXIT.
008160
008170 1510-SESSION-ENTRY.
008180     READ LISTING-FILE
008190         AT END
008200             SET RST-EOF TO TRUE
008210             GO TO 1510-EXIT
008220     END-READ
008230
008240     IF LISTING-RECORD (1:2) NOT = "ss"
008250        AND LISTING-RECORD (1:2) NOT = "SS"
008260        GO TO 1510-EXIT
008270     END-IF
008280
008290     MOVE SPACES TO RST-SESSION-ID
008300     UNSTRING LISTING-RECORD (3:78)
008310         DELIMITED BY ".dat" OR ".DAT"
008320         INTO RST-SESSION-ID
008330     END-UNSTRING
008340
008350     MOVE SPACES TO RST-SESSION-PATH
008360
008370     STRING
008380         RST-DIR             DELIMITED BY LOW-VALUE
008390         "\"                 DELIMITED BY SIZE
008400         LISTING-RECORD      DELIMITED BY SPACE
008410             INTO RST-SESSION-PATH
008420     END-STRING
008430
008440     INSPECT RST-SESSION-PATH
008450         REPLACING TRAILING SPACE BY LOW-VALUE
008460
008470     OPEN INPUT SESSION-FILE
008480
008490     IF RST-SESSION-STATUS = "00"
008500        CLOSE SESSION-FILE
008510        GO TO 1510-EXIT
008520     END-IF
008530
008540*    GONE SINCE THE LISTING - THE GAME HAS JUST ENDED
008550     IF RST-SESSION-STATUS = "35"
008560        GO TO 1510-EXIT
008570     END-IF
008580
008590     ADD 1 TO RST-T-SESSIONS
008600     DISPLAY "TETRESTR: GAME RUNNING FOR " RST-SESSION-ID
008610     MOVE RST-SESSION-ID TO RPT-S-ID
008620     MOVE RST-SESSION-STATUS TO RPT-S-STATUS
008630     WRITE REPORT-RECORD FROM RPT-SESSION-LINE.
008640 1510-EXIT.
008650     EXIT.
008660
008670*----------------------------------------------------------------
008680*    READ EVERY SELECTED COPY BACK AND CHECK IT AGAINST THE
008690*    MANIFEST. NOTHING IS RESTORED UNLESS EVERY FILE AGREES.
008700*----------------------------------------------------------------
008710 2000-VERIFY-FILES.
008720     IF RST-T-SESSIONS NOT = 0
008730        MOVE SPACES TO REPORT-RECORD
008740        WRITE REPORT-RECORD
008750     END-IF
008760
008770     WRITE REPORT-RECORD FROM RPT-HEADING-2
008780
008790     PERFORM 2100-VERIFY-ONE THRU 2100-EXIT
008800         VARYING RST-FX FROM 1 BY 1
008810         UNTIL RST-FX > RST-FILE-COUNT.
008820 2000-EXIT.
008830     EXIT.
008840
008850 2100-VERIFY-ONE.
008860     IF RST-F-SKIPPED (RST-FX)
008870        GO TO 2100-EXIT
008880     END-IF
008890
008900     MOVE RST-F-NAME (RST-FX) TO RST-NAME-WK
008910     PERFORM 6000-BUILD-PATHS THRU 6000-EXIT
008920
008930     OPEN INPUT COPY-FILE
008940
008950     IF RST-COPY-STATUS NOT = "00"
008960        DISPLAY "TETRESTR: CANNOT OPEN " RST-COPY-PATH
008970        MOVE "COPY MISSING" TO RST-F-RESULT (RST-FX)
008980        MOVE "GENERATION FAILED VERIFICATION" TO RST-REFUSAL
008990        SET RST-RUN-FAILED TO TRUE
009000        GO TO 2100-EXIT
009010     END-IF
009020
009030     SET RST-NOT-EOF TO TRUE
009040
009050     PERFORM 2110-VERIFY-RECORD THRU 2110-EXIT
009060         UNTIL RST-EOF
009070
009080     CLOSE COPY-FILE
009090
009100     IF RST-F-READ-COUNT (RST-FX) NOT = RST-F-COUNT (RST-FX)
009110        OR RST-F-READ-TOTAL (RST-FX) NOT = RST-F-TOTAL (RST-FX)
009120        MOVE "VERIFY FAILED" TO RST-F-RESULT (RST-FX)
009130        MOVE "GENERATION FAILED VERIFICATION" TO RST-REFUSAL
009140        SET RST-RUN-FAILED TO TRUE
009150     ELSE
009160        MOVE "VERIFIED" TO RST-F-RESULT (RST-FX)
009170     END-IF.
009180 2100-EXIT.
009190     EXIT.
009200
009210 2110-VERIFY-RECORD.
009220     READ COPY-FILE
009230         AT END
009240             SET RST-EOF TO TRUE
009250             GO TO 2110-EXIT
009260     END-READ
009270
009280     MOVE SPACES TO RST-CHKDATA
009290     MOVE COPY-RECORD (1:RST-COPY-LEN) TO RST-CHKDATA
009300
009310     CALL "TETCHKB" USING RST-CHKDATA RST-CHECK-WK
009320
009330     ADD 1 TO RST-F-READ-COUNT (RST-FX)
009340     ADD RST-CHECK-WK TO RST-F-READ-TOTAL (RST-FX).
009350 2110-EXIT.
009360     EXIT.
009370
009380*----------------------------------------------------------------
009390*    PUT THE SELECTED FILES BACK
009400*----------------------------------------------------------------
009410 3000-RESTORE-FILES.
009420     PERFORM 3100-RESTORE-ONE THRU 3100-EXIT
009430         VARYING RST-FX FROM 1 BY 1
009440         UNTIL RST-FX > RST-FILE-COUNT.
009450 3000-EXIT.
009460     EXIT.
009470
009480 3100-RESTORE-ONE.
009490     IF RST-F-SKIPPED (RST-FX)
009500        GO TO 3100-EXIT
009510     END-IF
009520
009530     MOVE RST-F-NAME (RST-FX) TO RST-NAME-WK
009540     PERFORM 6000-BUILD-PATHS THRU 6000-EXIT
009550
009560     OPEN INPUT COPY-FILE
009570
009580     IF RST-COPY-STATUS NOT = "00"
009590        DISPLAY "TETRESTR: CANNOT OPEN " RST-COPY-PATH
009600        MOVE "NOT RESTORED" TO RST-F-RESULT (RST-FX)
009610        SET RST-RUN-FAILED TO TRUE
009620        GO TO 3100-EXIT
009630     END-IF
009640
009650     EVALUATE TRUE
009660         WHEN RST-F-SEQUENTIAL (RST-FX)
009670             OPEN OUTPUT TARGET-FILE
009671         WHEN RST-F-LEADERBOARD (RST-FX)
009672             OPEN OUTPUT LIVE-FILE
009680         WHEN RST-F-USAGE (RST-FX)
009690             OPEN OUTPUT USAGE-FILE
009700         WHEN RST-F-PROFILES (RST-FX)
009710             OPEN OUTPUT PROFILE-FILE
009720         WHEN RST-F-ROSTER (RST-FX)
009730             OPEN OUTPUT ROSTER-FILE
009740     END-EVALUATE
009750
009760     IF RST-TARGET-STATUS NOT = "00"
009770        DISPLAY "TETRESTR: CANNOT OPEN " RST-TARGET-PATH
009780        MOVE "NOT RESTORED" TO RST-F-RESULT (RST-FX)
009790        SET RST-RUN-FAILED TO TRUE
009800        CLOSE COPY-FILE
009810        GO TO 3100-EXIT
009820     END-IF
009830
009840     SET RST-CHANGED TO TRUE
009850     SET RST-NOT-EOF TO TRUE
009860
009870     PERFORM 3110-RESTORE-RECORD THRU 3110-EXIT
009880         UNTIL RST-EOF
009890
009900     CLOSE COPY-FILE
009910
009920     EVALUATE TRUE
009930         WHEN RST-F-SEQUENTIAL (RST-FX)
009940             CLOSE TARGET-FILE
009941         WHEN RST-F-LEADERBOARD (RST-FX)
009942             CLOSE LIVE-FILE
009950         WHEN RST-F-USAGE (RST-FX)
009960             CLOSE USAGE-FILE
009970         WHEN RST-F-PROFILES (RST-FX)
009980             CLOSE PROFILE-FILE
009990         WHEN RST-F-ROSTER (RST-FX)
010000             CLOSE ROSTER-FILE
010010     END-EVALUATE
010020
010030     IF RST-F-RESULT (RST-FX) = "VERIFIED"
010040        MOVE "RESTORED" TO RST-F-RESULT (RST-FX)
010050        ADD 1 TO RST-T-FILES
010060     END-IF.
010070 3100-EXIT.
010080     EXIT.
010090
010100 3110-RESTORE-RECORD.
010110     READ COPY-FILE
010120         AT END
010130             SET RST-EOF TO TRUE
010140             GO TO 3110-EXIT
010150     END-READ
010160
010170     EVALUATE TRUE
010180         WHEN RST-F-SEQUENTIAL (RST-FX)
010190             MOVE RST-COPY-LEN TO RST-TARGET-LEN
010200             MOVE COPY-RECORD TO TARGET-RECORD
010210             WRITE TARGET-RECORD
010211         WHEN RST-F-LEADERBOARD (RST-FX)
010212             MOVE COPY-RECORD TO LIVE-RECORD
010213             WRITE LIVE-RECORD
010220         WHEN RST-F-USAGE (RST-FX)
010230             MOVE COPY-RECORD TO USAGE-RECORD
010240             WRITE USAGE-RECORD
010250         WHEN RST-F-PROFILES (RST-FX)
010260             MOVE COPY-RECORD TO PROFILE-RECORD
010270             WRITE PROFILE-RECORD
010280         WHEN RST-F-ROSTER (RST-FX)
010290             MOVE COPY-RECORD TO ROSTER-RECORD
010300             WRITE ROSTER-RECORD
010310     END-EVALUATE
010320
010321*    "02" - THE LEADERBOARD SCORE AND DATE/TIME KEYS TAKE
010322*    DUPLICATES
010330     IF RST-TARGET-STATUS NOT = "00"
010331        AND RST-TARGET-STATUS NOT = "02"
010340        DISPLAY "TETRESTR: WRITE FAILED ON " RST-TARGET-PATH
010350                " STATUS " RST-TARGET-STATUS
010360        MOVE "WRITE FAILED" TO RST-F-RESULT (RST-FX)
010370        SET RST-RUN-FAILED TO TRUE
010380        SET RST-EOF TO TRUE
010390        GO TO 3110-EXIT
010400     END-IF
010410
010420     ADD 1 TO RST-T-COUNT.
010430 3110-EXIT.
010440     EXIT.
010450
010460*----------------------------------------------------------------
010470*    FILE LINES AND VERDICT
010480*----------------------------------------------------------------
010490 5000-FINISH-REPORT.
010500     PERFORM 7000-WRITE-FILE-LINE THRU 7000-EXIT
010510         VARYING RST-FX FROM 1 BY 1
010520         UNTIL RST-FX > RST-FILE-COUNT
010530
010540     MOVE SPACES TO REPORT-RECORD
010550     WRITE REPORT-RECORD
010560
010561     MOVE SPACES TO RPT-E-TEXT
010562
010563     EVALUATE TRUE
010564         WHEN RST-ERASE-BEFORE
010565             STRING
010566                 "WARNING - TAKEN BEFORE THE LEAVER ERASURE OF "
010567                                      DELIMITED BY SIZE
010568                 RST-ERASE-DATE       DELIMITED BY SIZE
010569                 " - RERUN TETLEAVE"  DELIMITED BY SIZE
010570                     INTO RPT-E-TEXT
010571             END-STRING
010572             WRITE REPORT-RECORD FROM RPT-END-LINE
010573         WHEN RST-ERASE-UNKNOWN
010574             STRING
010575                 "WARNING - TETLEAVE.LOG NOT READ - "
010576                                      DELIMITED BY SIZE
010577                 "LEAVER ERASURES NOT CHECKED"
010578                                      DELIMITED BY SIZE
010579                     INTO RPT-E-TEXT
010580             END-STRING
010581             WRITE REPORT-RECORD FROM RPT-END-LINE
010582     END-EVALUATE
010583
010584     MOVE SPACES TO RPT-E-TEXT
010585
010586     EVALUATE TRUE
010587         WHEN RST-RUN-FAILED
010590          AND RST-CHANGED
010600             MOVE "RESTORE FAILED PART WAY - FILES MIXED - RERUN"
010610                 TO RPT-E-TEXT
010620         WHEN RST-RUN-FAILED
010630             STRING
010640                 "RESTORE REFUSED - " DELIMITED BY SIZE
010650                 RST-REFUSAL          DELIMITED BY SIZE
010660                     INTO RPT-E-TEXT
010670             END-STRING
010680         WHEN RST-VERIFY-ONLY
010690             MOVE "GENERATION VERIFIED - NO FILE WAS CHANGED"
010700                 TO RPT-E-TEXT
010710         WHEN OTHER
010720             MOVE "RESTORE COMPLETE" TO RPT-E-TEXT
010730     END-EVALUATE
010740
010750     WRITE REPORT-RECORD FROM RPT-END-LINE
010760
010770     CLOSE REPORT-FILE.
010780 5000-EXIT.
010790     EXIT.
010800
010810*----------------------------------------------------------------
010820*    BUILD THE GENERATION COPY PATH AND THE LIVE PATH FOR THE
010830*    FILE NAME IN RST-NAME-WK
010840*----------------------------------------------------------------
010850 6000-BUILD-PATHS.
010860     MOVE SPACES TO RST-COPY-PATH
010870     MOVE SPACES TO RST-TARGET-PATH
010880
010890     STRING
010900         RST-GEN-DIR         DELIMITED BY LOW-VALUE
010910         "\"                 DELIMITED BY SIZE
010920         RST-NAME-WK         DELIMITED BY SPACE
010930             INTO RST-COPY-PATH
010940     END-STRING
010950
010960     STRING
010970         RST-DIR             DELIMITED BY LOW-VALUE
010980         "\"                 DELIMITED BY SIZE
010990         RST-NAME-WK         DELIMITED BY SPACE
011000             INTO RST-TARGET-PATH
011010     END-STRING
011020
011030     INSPECT RST-COPY-PATH REPLACING TRAILING SPACE BY LOW-VALUE
011040     INSPECT RST-TARGET-PATH
011050         REPLACING TRAILING SPACE BY LOW-VALUE.
011060 6000-EXIT.
011070     EXIT.
011080
011090*----------------------------------------------------------------
011100*    ONE REPORT LINE FOR A SELECTED FILE
011110*----------------------------------------------------------------
011120 7000-WRITE-FILE-LINE.
011130     IF RST-F-SKIPPED (RST-FX)
011140        GO TO 7000-EXIT
011150     END-IF
011160
011170     MOVE RST-F-NAME (RST-FX) TO RPT-F-NAME
011180     MOVE RST-F-COUNT (RST-FX) TO RPT-F-COUNT
011190     MOVE RST-F-TOTAL (RST-FX) TO RPT-F-TOTAL
011200     MOVE RST-F-RESULT (RST-FX) TO RPT-F-RESULT
011210
011220     IF RST-F-RESULT (RST-FX) = SPACES
011230        MOVE "NOT CHECKED" TO RPT-F-RESULT
011240     END-IF
011250
011260     WRITE REPORT-RECORD FROM RPT-FILE-LINE.
011270 7000-EXIT.
011280     EXIT.
011290
011300*----------------------------------------------------------------
011310*    RUN TOTALS AND RETURN CODE
011320*----------------------------------------------------------------
011330 8000-WRAP-UP.
011340     MOVE RST-T-FILES TO RST-FILES-EDIT
011350     MOVE RST-T-COUNT TO RST-COUNT-EDIT
011360     DISPLAY "TETRESTR GENERATION " RST-GEN-ID
011370     DISPLAY "TETRESTR FILES      " RST-FILES-EDIT
011380     DISPLAY "TETRESTR RECORDS  " RST-COUNT-EDIT
011390
011400     IF RST-VERIFY-ONLY
011410        DISPLAY "TETRESTR VERIFY ONLY - NO FILE CHANGED"
011420     END-IF
011430
011431     IF RST-ERASE-WARN
011432        DISPLAY "TETRESTR GENERATION PREDATES A LEAVER ERASURE"
011433                " OR IT COULD NOT BE CHECKED"
011434        MOVE 4 TO RETURN-CODE
011435     END-IF
011436
011440     IF RST-RUN-FAILED
011450        DISPLAY "TETRESTR ENDED WITH ERRORS"
011460        IF RST-REFUSAL NOT = SPACES
011470           DISPLAY "TETRESTR REFUSED: " RST-REFUSAL
011480        END-IF
011490        MOVE 8 TO RETURN-CODE
011500     END-IF.
011510 8000-EXIT.
011520     EXIT.
