000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TETBKUP.
000030 AUTHOR. F BAUMGARTEN.
000040 INSTALLATION. VEMAG DV.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TETBKUP - GENERATION BACKUP OF THE MASTER FILES
000090*
000100*    FIRST STEP OF THE NIGHTLY STRING. COPIES EVERY MASTER FILE
000110*    INTO A NEW GENERATION DIRECTORY <BACKUP DIR>\G<YYYYMMDD>
000111*    <HHMMSS> BEFORE TETARCH, TETALIAS, TETREPR AND TETQAPP
000112*    REWRITE THEM:
000130*      LEADERBD.REJ, CHALLNGE.DAT, LIMITS.DAT, VERSUS.DAT,
000131*      TOURSTND.DAT, OPTOUT.DAT, QUOTAREQ.DAT, STMRANK.DAT,
000132*      CHGRATES.DAT,
000150*      THE LB<YYYYMM>.DAT ARCHIVES THIS CYCLE WILL TOUCH - THE
000160*      MONTHS OF LIVE RECORDS BEFORE THE TETARCH CUTOFF, AND THE
000170*      TETALIAS MONTH RANGE WHEN ONE IS GIVEN,
000171*      LEADERBD.DAT, USAGE.DAT, PROFILES.DAT AND ROSTER.DAT,
000172*      UNLOADED FROM THE INDEXED FILES TO LINE SEQUENTIAL COPIES
000173*      OF THE SAME NAME.
000200*    A FILE THAT DOES NOT EXIST IS NOTED AND LEFT OUT.
000210*
000220*    THE GENERATION GETS A MANIFEST (MANIFEST.DAT) WITH THE
000230*    RECORD COUNT AND CHECK TOTAL OF EVERY FILE COPIED - THE SUM
000240*    OF THE TETCHKB VALUES OF ITS RECORDS. THE MANIFEST IS
000250*    WRITTEN LAST, SO A GENERATION WITHOUT ONE IS INCOMPLETE.
000260*    THE CATALOGUE (BACKUP.CAT IN THE BACKUP DIRECTORY) LISTS
000270*    THE GENERATIONS, OLDEST FIRST, AS COMPLETE OR INCOMPLETE.
000280*    ONLY THE LAST N COMPLETE GENERATIONS ARE KEPT - OLDER
000290*    GENERATION DIRECTORIES ARE REMOVED. TETRESTR PUTS ONE BACK.
000300*
000310*    ENVIRONMENT:
000320*      leaderboard_dir   DIRECTORY OF THE GAME FILES (AS IN GAME)
000330*      backup_dir        DIRECTORY OF THE GENERATIONS AND THE
000340*                        CATALOGUE. DEFAULT: <leaderboard_dir>\
000350*                        backup
000360*      backup_keep       COMPLETE GENERATIONS TO KEEP, 1-99.
000370*                        DEFAULT: 7
000380*      archive_cutoff    AS IN TETARCH. DEFAULT: ONE YEAR BEFORE
000390*                        TODAY
000400*      alias_from        AS IN TETALIAS (OPTIONAL)
000410*      alias_to          AS IN TETALIAS (OPTIONAL)
000420*
000430*    OUTPUT: TETBKUP.RPT IN THE LEADERBOARD DIRECTORY.
000440*    RETURN CODE 4 WHEN AN OLD GENERATION COULD NOT BE REMOVED,
000450*    8 WHEN THE GENERATION IS INCOMPLETE, 0 WHEN CLEAN.
000460*
000470*    MODIFICATION HISTORY
000480*    2026-10-15 FB  INITIAL VERSION
000481*    2026-10-15 FB  UNLOAD THE INDEXED LEADERBOARD
000482*    2026-10-15 FB  BACK UP OPT-OUTS, QUOTA REQUESTS, RANKS, RATES
000483*    2026-10-15 FB  UNREADABLE CATALOGUE LEFT AS IT IS
000490*----------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT SOURCE-FILE ASSIGN TO BKP-SOURCE-PATH
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS BKP-SOURCE-STATUS.
000560
000570     SELECT COPY-FILE ASSIGN TO BKP-COPY-PATH
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS BKP-COPY-STATUS.
000591
000592     SELECT LIVE-FILE ASSIGN TO BKP-SOURCE-PATH
000593         ORGANIZATION IS INDEXED
000594         ACCESS MODE IS SEQUENTIAL
000595         RECORD KEY IS LV-KEY
000596         ALTERNATE RECORD KEY IS LV-RANK-KEY WITH DUPLICATES
000597         ALTERNATE RECORD KEY IS LV-WHEN-KEY WITH DUPLICATES
000598         FILE STATUS IS BKP-SOURCE-STATUS.
000600
000610     SELECT USAGE-FILE ASSIGN TO BKP-SOURCE-PATH
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS PU-KEY
000650         FILE STATUS IS BKP-SOURCE-STATUS.
000660
000670     SELECT PROFILE-FILE ASSIGN TO BKP-SOURCE-PATH
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS PR-OPERATOR-ID
000710         FILE STATUS IS BKP-SOURCE-STATUS.
000720
000730     SELECT ROSTER-FILE ASSIGN TO BKP-SOURCE-PATH
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS RO-OPERATOR-ID
000770         FILE STATUS IS BKP-SOURCE-STATUS.
000780
000790     SELECT MANIFEST-FILE ASSIGN TO BKP-MANIFEST-PATH
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS BKP-MANIFEST-STATUS.
000820
000830     SELECT CATALOGUE-FILE ASSIGN TO BKP-CAT-PATH
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS BKP-CAT-STATUS.
000860
000870     SELECT REPORT-FILE ASSIGN TO BKP-RPT-PATH
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS BKP-RPT-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930
000940*    ONE FD SERVES EVERY SEQUENTIAL MASTER FILE - THE RECORD
000950*    LENGTH READ IS THE LENGTH WRITTEN TO THE COPY
000960 FD  SOURCE-FILE
000970     RECORD IS VARYING IN SIZE FROM 1 TO 132 CHARACTERS
000980         DEPENDING ON BKP-SOURCE-LEN.
000990 01  SOURCE-RECORD           PIC X(132).
001000
001090 FD  COPY-FILE
001100     RECORD IS VARYING IN SIZE FROM 1 TO 132 CHARACTERS
001110         DEPENDING ON BKP-COPY-LEN.
001120 01  COPY-RECORD             PIC X(132).
001121
001122 FD  LIVE-FILE.
001123 01  LIVE-RECORD.
001124     05 LV-KEY.
001125        10 LV-OPERATOR-ID    PIC X(08).
001126        10 LV-WHEN-KEY.
001127           15 LV-DATE-X      PIC X(08).
001128           15 LV-DATE-N REDEFINES LV-DATE-X
001129                             PIC 9(08).
001130           15 LV-TIME-X      PIC X(08).
001131     05 FILLER               PIC X(20).
001132     05 LV-RANK-KEY          PIC 9(10).
001133
001140 FD  USAGE-FILE.
001150 01  USAGE-RECORD.
001160     05 PU-KEY.
001170        10 PU-OPERATOR       PIC X(08).
001180        10 PU-DATE           PIC 9(08).
001190     05 PU-SECONDS           PIC 9(06).
001200
001210 FD  PROFILE-FILE.
001220 01  PROFILE-RECORD.
001230     05 PR-OPERATOR-ID       PIC X(08).
001240     05 PR-MUTE-DEFAULT      PIC 9(01).
001250     05 PR-START-LEVEL       PIC 9(02).
001260     05 PR-GHOST-SHOW        PIC 9(01).
001270     05 PR-HOLD-SHOW         PIC 9(01).
001280     05 PR-KEY-LAYOUT        PIC X(01).
001290
001300 FD  ROSTER-FILE.
001310 01  ROSTER-RECORD.
001320     05 RO-OPERATOR-ID       PIC X(08).
001330     05 RO-NAME              PIC X(20).
001340     05 RO-DEPT              PIC X(02).
001350
001360*    MANIFEST - H GENERATION, F ONE PER FILE COPIED, T TOTALS
001370 FD  MANIFEST-FILE.
001380 01  MANIFEST-RECORD.
001390     05 MF-TYPE              PIC X(01).
001400        88 MF-HEADER         VALUE "H".
001410        88 MF-FILE           VALUE "F".
001420        88 MF-TRAILER        VALUE "T".
001430     05 FILLER               PIC X(79).
001440
001450 01  MF-HEADER-RECORD.
001460     05 FILLER               PIC X(01).
001470     05 MF-H-GEN             PIC X(15).
001480     05 MF-H-DATE            PIC 9(08).
001490     05 MF-H-TIME            PIC 9(06).
001500     05 FILLER               PIC X(50).
001510
001520 01  MF-FILE-RECORD.
001530     05 FILLER               PIC X(01).
001540     05 MF-F-NAME            PIC X(12).
001550     05 MF-F-KIND            PIC X(01).
001560     05 MF-F-COUNT           PIC 9(08).
001570     05 MF-F-TOTAL           PIC 9(12).
001580     05 FILLER               PIC X(46).
001590
001600 01  MF-TRAILER-RECORD.
001610     05 FILLER               PIC X(01).
001620     05 MF-T-FILES           PIC 9(04).
001630     05 MF-T-COUNT           PIC 9(10).
001640     05 MF-T-TOTAL           PIC 9(14).
001650     05 FILLER               PIC X(51).
001660
001670*    CATALOGUE - ONE LINE PER GENERATION, OLDEST FIRST
001680 FD  CATALOGUE-FILE.
001690 01  CATALOGUE-RECORD.
001700     05 CT-GEN               PIC X(15).
001710     05 FILLER               PIC X(01).
001720     05 CT-DATE              PIC 9(08).
001730     05 FILLER               PIC X(01).
001740     05 CT-TIME              PIC 9(06).
001750     05 FILLER               PIC X(01).
001760     05 CT-FILES             PIC 9(04).
001770     05 FILLER               PIC X(01).
001780     05 CT-STATE             PIC X(10).
001790        88 CT-COMPLETE       VALUE "COMPLETE".
001800     05 FILLER               PIC X(33).
001810
001820 FD  REPORT-FILE.
001830 01  REPORT-RECORD           PIC X(80).
001840
001850 WORKING-STORAGE SECTION.
001860
001870*----------------------------------------------------------------
001880*    FILE PATHS AND STATUS FIELDS
001890*----------------------------------------------------------------
001900 01  BKP-DIR                 PIC X(80) VALUE SPACES.
001910 01  BKP-BACKUP-DIR          PIC X(80) VALUE SPACES.
001920 01  BKP-GEN-DIR             PIC X(80) VALUE SPACES.
001930 01  BKP-SOURCE-PATH         PIC X(80) VALUE SPACES.
001940 01  BKP-COPY-PATH           PIC X(80) VALUE SPACES.
001950 01  BKP-MANIFEST-PATH       PIC X(80) VALUE SPACES.
001960 01  BKP-CAT-PATH            PIC X(80) VALUE SPACES.
001970 01  BKP-RPT-PATH            PIC X(80) VALUE SPACES.
001980
001990 01  BKP-SOURCE-STATUS       PIC X(02) VALUE "00".
002000 01  BKP-COPY-STATUS         PIC X(02) VALUE "00".
002010 01  BKP-MANIFEST-STATUS     PIC X(02) VALUE "00".
002020 01  BKP-CAT-STATUS          PIC X(02) VALUE "00".
002030 01  BKP-RPT-STATUS          PIC X(02) VALUE "00".
002040
002050 01  BKP-SOURCE-LEN          PIC 9(04) COMP VALUE 0.
002060 01  BKP-COPY-LEN            PIC 9(04) COMP VALUE 0.
002070
002080*----------------------------------------------------------------
002090*    RUN CONTROL
002100*----------------------------------------------------------------
002110 01  BKP-RUN-SW              PIC 9(01) VALUE 0.
002120     88 BKP-RUN-OK           VALUE 0.
002130     88 BKP-RUN-FAILED       VALUE 1.
002140
002150 01  BKP-EOF-SW              PIC 9(01) VALUE 0.
002160     88 BKP-EOF              VALUE 1.
002170     88 BKP-NOT-EOF          VALUE 0.
002180
002190 01  BKP-PRUNE-SW            PIC 9(01) VALUE 0.
002200     88 BKP-PRUNE-OK         VALUE 0.
002210     88 BKP-PRUNE-FAILED     VALUE 1.
002220
002230 01  BKP-TODAY               PIC 9(08) VALUE 0.
002240 01  BKP-TODAY-PARTS REDEFINES BKP-TODAY.
002250     05 BKP-TODAY-YYYY       PIC 9(04).
002260     05 BKP-TODAY-MM         PIC 9(02).
002270     05 BKP-TODAY-DD         PIC 9(02).
002280 01  BKP-NOW                 PIC 9(08) VALUE 0.
002290 01  BKP-NOW-PARTS REDEFINES BKP-NOW.
002300     05 BKP-NOW-HH           PIC 9(02).
002310     05 BKP-NOW-MN           PIC 9(02).
002320     05 BKP-NOW-SS           PIC 9(02).
002330     05 FILLER               PIC 9(02).
002340
002350 01  BKP-GEN-ID.
002360     05 FILLER               PIC X(01) VALUE "G".
002370     05 BKP-GEN-DATE         PIC 9(08).
002380     05 BKP-GEN-HH           PIC 9(02).
002390     05 BKP-GEN-MN           PIC 9(02).
002400     05 BKP-GEN-SS           PIC 9(02).
002410 01  BKP-GEN-TIME REDEFINES BKP-GEN-ID.
002420     05 FILLER               PIC X(09).
002430     05 BKP-GEN-HHMMSS       PIC 9(06).
002440
002450 01  BKP-KEEP-X              PIC X(02) VALUE SPACES.
002460 01  BKP-KEEP-N REDEFINES BKP-KEEP-X
002470                             PIC 9(02).
002480 01  BKP-KEEP                PIC 9(02) VALUE 7.
002490
002500 01  BKP-CUTOFF-X            PIC X(08) VALUE SPACES.
002510 01  BKP-CUTOFF-N REDEFINES BKP-CUTOFF-X
002520                             PIC 9(08).
002530 01  BKP-CUTOFF              PIC 9(08) VALUE 0.
002540
002550*    OPTIONAL ARCHIVE MONTH RANGE, AS TETALIAS READS IT
002560 01  BKP-FROM-X              PIC X(06) VALUE SPACES.
002570 01  BKP-FROM-N REDEFINES BKP-FROM-X
002580                             PIC 9(06).
002590 01  BKP-TO-X                PIC X(06) VALUE SPACES.
002600 01  BKP-TO-N REDEFINES BKP-TO-X
002610                             PIC 9(06).
002620
002630 01  BKP-MONTH-WK            PIC 9(06) VALUE 0.
002640 01  BKP-MONTH-PARTS REDEFINES BKP-MONTH-WK.
002650     05 BKP-MONTH-YYYY       PIC 9(04).
002660     05 BKP-MONTH-MM         PIC 9(02).
002670 01  BKP-MONTH-X REDEFINES BKP-MONTH-WK
002680                             PIC X(06).
002690
002700*----------------------------------------------------------------
002710*    FILES OF THIS GENERATION - NAME, KIND, RESULT
002720*----------------------------------------------------------------
002730 01  BKP-FILE-TABLE.
002740     05 BKP-FILE-COUNT       PIC 9(03) VALUE 0.
002750     05 BKP-FILE-ENTRY OCCURS 80 TIMES.
002760        10 BKP-F-NAME        PIC X(12).
002770        10 BKP-F-KIND        PIC X(01).
002780           88 BKP-F-SEQUENTIAL VALUE "S".
002781           88 BKP-F-LEADERBOARD VALUE "L".
002790           88 BKP-F-USAGE    VALUE "U".
002800           88 BKP-F-PROFILES VALUE "P".
002810           88 BKP-F-ROSTER   VALUE "R".
002820        10 BKP-F-PRESENT-SW  PIC 9(01).
002830           88 BKP-F-PRESENT  VALUE 1.
002840           88 BKP-F-ABSENT   VALUE 0.
002850        10 BKP-F-COUNT       PIC 9(08).
002860        10 BKP-F-TOTAL       PIC 9(12).
002870        10 BKP-F-NOTE        PIC X(22).
002880
002890*----------------------------------------------------------------
002900*    CATALOGUE ENTRIES WHILE THE CATALOGUE IS REWRITTEN
002910*----------------------------------------------------------------
002920 01  BKP-CAT-TABLE.
002930     05 BKP-CAT-COUNT        PIC 9(03) VALUE 0.
002940     05 BKP-CAT-ENTRY OCCURS 200 TIMES.
002950        10 BKP-C-RECORD      PIC X(80).
002960        10 BKP-C-KEEP-SW     PIC 9(01).
002970           88 BKP-C-KEEP     VALUE 1.
002980           88 BKP-C-DROP     VALUE 0.
002990
003000*----------------------------------------------------------------
003010*    WORK FIELDS
003020*----------------------------------------------------------------
003030 77  BKP-FX                  PIC 9(03) COMP VALUE 0.
003040 77  BKP-CX                  PIC 9(03) COMP VALUE 0.
003050 77  BKP-HIT-IX              PIC 9(03) COMP VALUE 0.
003060 77  BKP-OLDEST-KEPT         PIC 9(03) COMP VALUE 0.
003070 77  BKP-COMPLETE-SEEN       PIC 9(03) COMP VALUE 0.
003080
003090 01  BKP-NAME-WK             PIC X(12) VALUE SPACES.
003100 01  BKP-KIND-WK             PIC X(01) VALUE SPACES.
003110
003120 01  BKP-CHKDATA             PIC X(132) VALUE SPACES.
003130 01  BKP-CHECK-WK            PIC 9(06) VALUE 0.
003140
003150 01  BKP-CMD                 PIC X(200) VALUE SPACES.
003160 01  BKP-CMD-RC              PIC S9(04) COMP VALUE 0.
003170
003180*----------------------------------------------------------------
003190*    COUNTERS
003200*----------------------------------------------------------------
003210 77  BKP-T-FILES             PIC 9(04) COMP VALUE 0.
003220 77  BKP-T-ABSENT            PIC 9(04) COMP VALUE 0.
003230 77  BKP-T-COUNT             PIC 9(10) COMP VALUE 0.
003240 77  BKP-T-TOTAL             PIC 9(14) COMP VALUE 0.
003250 77  BKP-T-PRUNED            PIC 9(04) COMP VALUE 0.
003260
003270 77  BKP-FILES-EDIT          PIC Z(07)9.
003280 77  BKP-COUNT-EDIT          PIC Z(09)9.
003290 77  BKP-PRUNED-EDIT         PIC Z(07)9.
003300
003310*----------------------------------------------------------------
003320*    REPORT LINES
003330*----------------------------------------------------------------
003340 01  RPT-HEADING-1.
003350     05 FILLER               PIC X(80)
003360        VALUE "TETBKUP  GENERATION BACKUP OF THE MASTER FILES".
003370
003380 01  RPT-RUN-LINE.
003390     05 FILLER               PIC X(11) VALUE "GENERATION ".
003400     05 RPT-R-GEN            PIC X(15).
003410     05 FILLER               PIC X(11) VALUE "  RUN DATE ".
003420     05 RPT-R-YYYY           PIC 9(04).
003430     05 FILLER               PIC X(01) VALUE "-".
003440     05 RPT-R-MM             PIC 9(02).
003450     05 FILLER               PIC X(01) VALUE "-".
003460     05 RPT-R-DD             PIC 9(02).
003470     05 FILLER               PIC X(06) VALUE "  AT  ".
003480     05 RPT-R-HH             PIC 9(02).
003490     05 FILLER               PIC X(01) VALUE ":".
003500     05 RPT-R-MN             PIC 9(02).
003510     05 FILLER               PIC X(08) VALUE "  KEEP  ".
003520     05 RPT-R-KEEP           PIC Z9.
003530     05 FILLER               PIC X(12) VALUE SPACES.
003540
003550 01  RPT-HEADING-2.
003560     05 FILLER               PIC X(14) VALUE "FILE".
003570     05 FILLER               PIC X(10) VALUE "   RECORDS".
003580     05 FILLER               PIC X(16) VALUE "     CHECK TOTAL".
003590     05 FILLER               PIC X(40) VALUE "  NOTE".
003600
003610 01  RPT-FILE-LINE.
003620     05 RPT-F-NAME           PIC X(14).
003630     05 RPT-F-COUNT          PIC Z(09)9.
003640     05 FILLER               PIC X(02) VALUE SPACES.
003650     05 RPT-F-TOTAL          PIC Z(13)9.
003660     05 FILLER               PIC X(02) VALUE SPACES.
003670     05 RPT-F-NOTE           PIC X(38).
003680
003690 01  RPT-PRUNE-LINE.
003700     05 FILLER               PIC X(18) VALUE "REMOVED GENERATION".
003710     05 FILLER               PIC X(01) VALUE SPACE.
003720     05 RPT-P-GEN            PIC X(15).
003730     05 FILLER               PIC X(02) VALUE SPACES.
003740     05 RPT-P-NOTE           PIC X(44).
003750
003760 01  RPT-END-LINE.
003770     05 RPT-E-TEXT           PIC X(80).
003780
003790 PROCEDURE DIVISION.
003800
003810*----------------------------------------------------------------
003820*    MAINLINE
003830*----------------------------------------------------------------
003840 0000-MAINLINE.
003850     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003860     IF BKP-RUN-FAILED
003870        GO TO 0000-WRAP-UP
003880     END-IF
003890     PERFORM 1100-MAKE-GENERATION THRU 1100-EXIT
003900     IF BKP-RUN-FAILED
003910        GO TO 0000-FINISH
003920     END-IF
003930     PERFORM 1200-LIST-FILES THRU 1200-EXIT
003940     PERFORM 2000-COPY-FILES THRU 2000-EXIT
003950     IF BKP-RUN-OK
003960        PERFORM 3000-WRITE-MANIFEST THRU 3000-EXIT
003970     END-IF
003980     PERFORM 4000-UPDATE-CATALOGUE THRU 4000-EXIT.
003990 0000-FINISH.
004000     PERFORM 5000-FINISH-REPORT THRU 5000-EXIT.
004010 0000-WRAP-UP.
004020     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
004030 0000-EXIT.
004040     STOP RUN.
004050
004060*----------------------------------------------------------------
004070*    INITIALIZE - RESOLVE PATHS AND PARAMETERS, OPEN THE REPORT
004080*----------------------------------------------------------------
004090 1000-INITIALIZE.
004100     ACCEPT BKP-DIR FROM ENVIRONMENT "leaderboard_dir"
004110     END-ACCEPT
004120
004130     INSPECT BKP-DIR REPLACING TRAILING SPACE BY LOW-VALUE
004140
004150     ACCEPT BKP-BACKUP-DIR FROM ENVIRONMENT "backup_dir"
004160     END-ACCEPT
004170
004180     IF BKP-BACKUP-DIR = SPACES
004190        STRING
004200            BKP-DIR          DELIMITED BY LOW-VALUE
004210            "\"              DELIMITED BY SIZE
004220            "backup"         DELIMITED BY SIZE
004230                INTO BKP-BACKUP-DIR
004240        END-STRING
004250     END-IF
004260
004270     INSPECT BKP-BACKUP-DIR
004280         REPLACING TRAILING SPACE BY LOW-VALUE
004290
004300     ACCEPT BKP-KEEP-X FROM ENVIRONMENT "backup_keep"
004310     END-ACCEPT
004320
004330     IF BKP-KEEP-X (2:1) = SPACE
004340        AND BKP-KEEP-X (1:1) IS NUMERIC
004350        MOVE BKP-KEEP-X (1:1) TO BKP-KEEP-X (2:1)
004360        MOVE "0" TO BKP-KEEP-X (1:1)
004370     END-IF
004380
004390     IF BKP-KEEP-X IS NUMERIC
004400        AND BKP-KEEP-N > 0
004410        MOVE BKP-KEEP-N TO BKP-KEEP
004420     END-IF
004430
004440     ACCEPT BKP-TODAY FROM DATE YYYYMMDD
004450     ACCEPT BKP-NOW FROM TIME
004460
004470     ACCEPT BKP-CUTOFF-X FROM ENVIRONMENT "archive_cutoff"
004480     END-ACCEPT
004490
004500     IF BKP-CUTOFF-X IS NOT NUMERIC
004510        OR BKP-CUTOFF-X = SPACES
004520*       SAME DEFAULT AS TETARCH: ONE YEAR BEFORE TODAY
004530        COMPUTE BKP-CUTOFF = BKP-TODAY - 10000
004540     ELSE
004550        MOVE BKP-CUTOFF-N TO BKP-CUTOFF
004560     END-IF
004570
004580     ACCEPT BKP-FROM-X FROM ENVIRONMENT "alias_from"
004590     END-ACCEPT
004600     ACCEPT BKP-TO-X FROM ENVIRONMENT "alias_to"
004610     END-ACCEPT
004620
004630     MOVE BKP-TODAY TO BKP-GEN-DATE
004640     MOVE BKP-NOW-HH TO BKP-GEN-HH
004650     MOVE BKP-NOW-MN TO BKP-GEN-MN
004660     MOVE BKP-NOW-SS TO BKP-GEN-SS
004670
004680     STRING
004690         BKP-BACKUP-DIR      DELIMITED BY LOW-VALUE
004700         "\"                 DELIMITED BY SIZE
004710         BKP-GEN-ID          DELIMITED BY SIZE
004720             INTO BKP-GEN-DIR
004730     END-STRING
004740
004750     STRING
004760         BKP-BACKUP-DIR      DELIMITED BY LOW-VALUE
004770         "\"                 DELIMITED BY SIZE
004780         "backup.cat"        DELIMITED BY SIZE
004790             INTO BKP-CAT-PATH
004800     END-STRING
004810
004820     STRING
004830         BKP-DIR             DELIMITED BY LOW-VALUE
004840         "\"                 DELIMITED BY SIZE
004850         "tetbkup.rpt"       DELIMITED BY SIZE
004860             INTO BKP-RPT-PATH
004870     END-STRING
004880
004890     INSPECT BKP-GEN-DIR REPLACING TRAILING SPACE BY LOW-VALUE
004900
004910     STRING
004920         BKP-GEN-DIR         DELIMITED BY LOW-VALUE
004930         "\"                 DELIMITED BY SIZE
004940         "manifest.dat"      DELIMITED BY SIZE
004950             INTO BKP-MANIFEST-PATH
004960     END-STRING
004970
004980     INSPECT BKP-MANIFEST-PATH
004990         REPLACING TRAILING SPACE BY LOW-VALUE
005000     INSPECT BKP-CAT-PATH REPLACING TRAILING SPACE BY LOW-VALUE
005010     INSPECT BKP-RPT-PATH REPLACING TRAILING SPACE BY LOW-VALUE
005020
005030     OPEN OUTPUT REPORT-FILE
005040
005050     IF BKP-RPT-STATUS NOT = "00"
005060        DISPLAY "TETBKUP: CANNOT OPEN " BKP-RPT-PATH
005070        SET BKP-RUN-FAILED TO TRUE
005080        GO TO 1000-EXIT
005090     END-IF
005100
005110     WRITE REPORT-RECORD FROM RPT-HEADING-1
005120     MOVE SPACES TO REPORT-RECORD
005130     WRITE REPORT-RECORD
005140
005150     MOVE BKP-GEN-ID TO RPT-R-GEN
005160     MOVE BKP-TODAY-YYYY TO RPT-R-YYYY
005170     MOVE BKP-TODAY-MM TO RPT-R-MM
005180     MOVE BKP-TODAY-DD TO RPT-R-DD
005190     MOVE BKP-NOW-HH TO RPT-R-HH
005200     MOVE BKP-NOW-MN TO RPT-R-MN
005210     MOVE BKP-KEEP TO RPT-R-KEEP
005220     WRITE REPORT-RECORD FROM RPT-RUN-LINE
005230     MOVE SPACES TO REPORT-RECORD
005240     WRITE REPORT-RECORD
005250     WRITE REPORT-RECORD FROM RPT-HEADING-2.
005260 1000-EXIT.
005270     EXIT.
005280
005290*----------------------------------------------------------------
005300*    MAKE THE GENERATION DIRECTORY. THE BACKUP DIRECTORY MAY
005310*    ALREADY EXIST; THE GENERATION DIRECTORY MUST NOT.
005320*----------------------------------------------------------------
005330 1100-MAKE-GENERATION.
005340     MOVE SPACES TO BKP-CMD
005350
005360     STRING
005370         "cmd /C if not exist """ DELIMITED BY SIZE
005380         BKP-BACKUP-DIR       DELIMITED BY LOW-VALUE
005390         """ mkdir """        DELIMITED BY SIZE
005400         BKP-BACKUP-DIR       DELIMITED BY LOW-VALUE
005410         """"                 DELIMITED BY SIZE
005420             INTO BKP-CMD
005430     END-STRING
005440
005450     CALL "SYSTEM" USING BKP-CMD GIVING BKP-CMD-RC
005460
005470     MOVE SPACES TO BKP-CMD
005480
005490     STRING
005500         "cmd /C mkdir """    DELIMITED BY SIZE
005510         BKP-GEN-DIR          DELIMITED BY LOW-VALUE
005520         """"                 DELIMITED BY SIZE
005530             INTO BKP-CMD
005540     END-STRING
005550
005560     CALL "SYSTEM" USING BKP-CMD GIVING BKP-CMD-RC
005570
005580     IF BKP-CMD-RC NOT = 0
005590        DISPLAY "TETBKUP: CANNOT CREATE " BKP-GEN-DIR
005600        SET BKP-RUN-FAILED TO TRUE
005610     END-IF.
005620 1100-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------------
005660*    LIST THE FILES OF THE GENERATION: THE SEQUENTIAL MASTERS,
005670*    THE ARCHIVE MONTHS THIS CYCLE TOUCHES, THE INDEXED FILES
005680*----------------------------------------------------------------
005690 1200-LIST-FILES.
005700     MOVE "S" TO BKP-KIND-WK
005730     MOVE "leaderbd.rej" TO BKP-NAME-WK
005740     PERFORM 1500-ADD-FILE THRU 1500-EXIT
005750     MOVE "challnge.dat" TO BKP-NAME-WK
005760     PERFORM 1500-ADD-FILE THRU 1500-EXIT
005770     MOVE "limits.dat" TO BKP-NAME-WK
005780     PERFORM 1500-ADD-FILE THRU 1500-EXIT
005790     MOVE "versus.dat" TO BKP-NAME-WK
005800     PERFORM 1500-ADD-FILE THRU 1500-EXIT
005810     MOVE "tourstnd.dat" TO BKP-NAME-WK
005811     PERFORM 1500-ADD-FILE THRU 1500-EXIT
005812     MOVE "optout.dat" TO BKP-NAME-WK
005813     PERFORM 1500-ADD-FILE THRU 1500-EXIT
005814     MOVE "quotareq.dat" TO BKP-NAME-WK
005815     PERFORM 1500-ADD-FILE THRU 1500-EXIT
005816     MOVE "stmrank.dat" TO BKP-NAME-WK
005817     PERFORM 1500-ADD-FILE THRU 1500-EXIT
005818     MOVE "chgrates.dat" TO BKP-NAME-WK
005820     PERFORM 1500-ADD-FILE THRU 1500-EXIT
005830
005840     PERFORM 1300-SCAN-LIVE THRU 1300-EXIT
005850     PERFORM 1400-RANGE-MONTHS THRU 1400-EXIT
005860
005861     MOVE "L" TO BKP-KIND-WK
005862     MOVE "leaderbd.dat" TO BKP-NAME-WK
005863     PERFORM 1500-ADD-FILE THRU 1500-EXIT
005870     MOVE "U" TO BKP-KIND-WK
005880     MOVE "usage.dat" TO BKP-NAME-WK
005890     PERFORM 1500-ADD-FILE THRU 1500-EXIT
005900     MOVE "P" TO BKP-KIND-WK
005910     MOVE "profiles.dat" TO BKP-NAME-WK
005920     PERFORM 1500-ADD-FILE THRU 1500-EXIT
005930     MOVE "R" TO BKP-KIND-WK
005940     MOVE "roster.dat" TO BKP-NAME-WK
005950     PERFORM 1500-ADD-FILE THRU 1500-EXIT.
005960 1200-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------------
006000*    TETARCH APPENDS EVERY LIVE RECORD BEFORE THE CUTOFF TO THE
006010*    ARCHIVE OF ITS MONTH - THOSE ARCHIVES ARE TOUCHED TONIGHT
006020*----------------------------------------------------------------
006030 1300-SCAN-LIVE.
006040     MOVE "leaderbd.dat" TO BKP-NAME-WK
006050     PERFORM 6000-BUILD-PATHS THRU 6000-EXIT
006060
006070     OPEN INPUT LIVE-FILE
006080
006090     IF BKP-SOURCE-STATUS NOT = "00"
006100        GO TO 1300-EXIT
006110     END-IF
006120
006130     MOVE "S" TO BKP-KIND-WK
006140     SET BKP-NOT-EOF TO TRUE
006150
006160     PERFORM 1310-LIVE-RECORD THRU 1310-EXIT
006170         UNTIL BKP-EOF
006180
006190     CLOSE LIVE-FILE.
006200 1300-EXIT.
006210     EXIT.
006220
006230 1310-LIVE-RECORD.
006240     READ LIVE-FILE NEXT RECORD
006250         AT END
006260             SET BKP-EOF TO TRUE
006270             GO TO 1310-EXIT
006280     END-READ
006290
006300     IF LV-DATE-X IS NOT NUMERIC
006310        GO TO 1310-EXIT
006320     END-IF
006330
006340     IF LV-DATE-N NOT < BKP-CUTOFF
006350        GO TO 1310-EXIT
006360     END-IF
006370
006380     MOVE LV-DATE-X (1:6) TO BKP-MONTH-X
006390     PERFORM 1350-ADD-MONTH THRU 1350-EXIT.
006400 1310-EXIT.
006410     EXIT.
006420
006430 1350-ADD-MONTH.
006440     MOVE SPACES TO BKP-NAME-WK
006450
006460     STRING
006470         "lb"                DELIMITED BY SIZE
006480         BKP-MONTH-X         DELIMITED BY SIZE
006490         ".dat"              DELIMITED BY SIZE
006500             INTO BKP-NAME-WK
006510     END-STRING
006520
006530     PERFORM 1500-ADD-FILE THRU 1500-EXIT.
006540 1350-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------------
006580*    TETALIAS REWRITES EVERY ARCHIVE IN ITS MONTH RANGE
006590*----------------------------------------------------------------
006600 1400-RANGE-MONTHS.
006610     IF BKP-FROM-X IS NOT NUMERIC
006620        OR BKP-TO-X IS NOT NUMERIC
006630        GO TO 1400-EXIT
006640     END-IF
006650
006660     IF BKP-FROM-N > BKP-TO-N
006670        GO TO 1400-EXIT
006680     END-IF
006690
006700     MOVE BKP-FROM-N TO BKP-MONTH-WK
006710
006720     PERFORM 1410-RANGE-MONTH THRU 1410-EXIT
006730         UNTIL BKP-MONTH-WK > BKP-TO-N
006740            OR BKP-RUN-FAILED.
006750 1400-EXIT.
006760     EXIT.
006770
006780 1410-RANGE-MONTH.
006790     PERFORM 1350-ADD-MONTH THRU 1350-EXIT
006800
006810     IF BKP-MONTH-MM >= 12
006820        ADD 1 TO BKP-MONTH-YYYY
006830        MOVE 1 TO BKP-MONTH-MM
006840     ELSE
006850        ADD 1 TO BKP-MONTH-MM
006860     END-IF.
006870 1410-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------------
006910*    ADD BKP-NAME-WK OF KIND BKP-KIND-WK UNLESS ALREADY LISTED
006920*----------------------------------------------------------------
006930 1500-ADD-FILE.
006940     MOVE 0 TO BKP-HIT-IX
006950
006960     PERFORM VARYING BKP-FX FROM 1 BY 1
006970             UNTIL BKP-FX > BKP-FILE-COUNT
006980                OR BKP-HIT-IX NOT = 0
006990         IF BKP-F-NAME (BKP-FX) = BKP-NAME-WK
007000            MOVE BKP-FX TO BKP-HIT-IX
007010         END-IF
007020     END-PERFORM
007030
007040     IF BKP-HIT-IX NOT = 0
007050        GO TO 1500-EXIT
007060     END-IF
007070
007080     IF BKP-FILE-COUNT >= 80
007090*       A GENERATION THAT SILENTLY MISSES A FILE IS WORSE THAN
007100*       NONE - MARK IT INCOMPLETE
007110        DISPLAY "TETBKUP: FILE TABLE FULL AT " BKP-NAME-WK
007120        SET BKP-RUN-FAILED TO TRUE
007130        GO TO 1500-EXIT
007140     END-IF
007150
007160     ADD 1 TO BKP-FILE-COUNT
007170     MOVE BKP-NAME-WK TO BKP-F-NAME (BKP-FILE-COUNT)
007180     MOVE BKP-KIND-WK TO BKP-F-KIND (BKP-FILE-COUNT)
007190     SET BKP-F-ABSENT (BKP-FILE-COUNT) TO TRUE
007200     MOVE 0 TO BKP-F-COUNT (BKP-FILE-COUNT)
007210     MOVE 0 TO BKP-F-TOTAL (BKP-FILE-COUNT)
007220     MOVE SPACES TO BKP-F-NOTE (BKP-FILE-COUNT).
007230 1500-EXIT.
007240     EXIT.
007250
007260*----------------------------------------------------------------
007270*    COPY EVERY LISTED FILE INTO THE GENERATION
007280*----------------------------------------------------------------
007290 2000-COPY-FILES.
007300     PERFORM 2100-COPY-ONE THRU 2100-EXIT
007310         VARYING BKP-FX FROM 1 BY 1
007320         UNTIL BKP-FX > BKP-FILE-COUNT.
007330 2000-EXIT.
007340     EXIT.
007350
007360 2100-COPY-ONE.
007370     MOVE BKP-F-NAME (BKP-FX) TO BKP-NAME-WK
007380     PERFORM 6000-BUILD-PATHS THRU 6000-EXIT
007390
007400     EVALUATE TRUE
007410         WHEN BKP-F-SEQUENTIAL (BKP-FX)
007420             PERFORM 2200-COPY-SEQUENTIAL THRU 2200-EXIT
007421         WHEN BKP-F-LEADERBOARD (BKP-FX)
007422             PERFORM 2250-UNLOAD-LIVE THRU 2250-EXIT
007430         WHEN BKP-F-USAGE (BKP-FX)
007440             PERFORM 2300-UNLOAD-USAGE THRU 2300-EXIT
007450         WHEN BKP-F-PROFILES (BKP-FX)
007460             PERFORM 2400-UNLOAD-PROFILES THRU 2400-EXIT
007470         WHEN BKP-F-ROSTER (BKP-FX)
007480             PERFORM 2500-UNLOAD-ROSTER THRU 2500-EXIT
007490     END-EVALUATE
007500
007510     PERFORM 7000-WRITE-FILE-LINE THRU 7000-EXIT.
007520 2100-EXIT.
007530     EXIT.
007540
007550*----------------------------------------------------------------
007560*    SEQUENTIAL MASTER - RECORD FOR RECORD, SAME LENGTH
007570*----------------------------------------------------------------
007580 2200-COPY-SEQUENTIAL.
007590     OPEN INPUT SOURCE-FILE
007600
007610     IF BKP-SOURCE-STATUS = "35"
007620        MOVE "NOT PRESENT" TO BKP-F-NOTE (BKP-FX)
007630        GO TO 2200-EXIT
007640     END-IF
007650
007660     IF BKP-SOURCE-STATUS NOT = "00"
007670        MOVE "CANNOT OPEN" TO BKP-F-NOTE (BKP-FX)
007680        SET BKP-RUN-FAILED TO TRUE
007690        GO TO 2200-EXIT
007700     END-IF
007710
007720     PERFORM 2800-OPEN-COPY THRU 2800-EXIT
007730
007740     IF BKP-F-ABSENT (BKP-FX)
007750        CLOSE SOURCE-FILE
007760        GO TO 2200-EXIT
007770     END-IF
007780
007790     SET BKP-NOT-EOF TO TRUE
007800
007810     PERFORM 2210-COPY-RECORD THRU 2210-EXIT
007820         UNTIL BKP-EOF
007830
007840     CLOSE SOURCE-FILE
007850     CLOSE COPY-FILE.
007860 2200-EXIT.
007870     EXIT.
007880
007890 2210-COPY-RECORD.
007900     READ SOURCE-FILE
007910         AT END
007920             SET BKP-EOF TO TRUE
007930             GO TO 2210-EXIT
007940     END-READ
007950
007960     MOVE BKP-SOURCE-LEN TO BKP-COPY-LEN
007970     MOVE SPACES TO BKP-CHKDATA
007980     MOVE SOURCE-RECORD (1:BKP-SOURCE-LEN) TO BKP-CHKDATA
007990     PERFORM 2900-WRITE-COPY THRU 2900-EXIT.
008000 2210-EXIT.
008001     EXIT.
008002
008003*----------------------------------------------------------------
008004*    LIVE LEADERBOARD - UNLOADED IN KEY ORDER, SCORE KEY AND ALL
008005*----------------------------------------------------------------
008006 2250-UNLOAD-LIVE.
008007     OPEN INPUT LIVE-FILE
008008
008009     IF BKP-SOURCE-STATUS = "35"
008010        MOVE "NOT PRESENT" TO BKP-F-NOTE (BKP-FX)
008011        GO TO 2250-EXIT
008012     END-IF
008013
008014     IF BKP-SOURCE-STATUS NOT = "00"
008015        MOVE "CANNOT OPEN" TO BKP-F-NOTE (BKP-FX)
008016        SET BKP-RUN-FAILED TO TRUE
008017        GO TO 2250-EXIT
008018     END-IF
008019
008020     PERFORM 2800-OPEN-COPY THRU 2800-EXIT
008021
008022     IF BKP-F-ABSENT (BKP-FX)
008023        CLOSE LIVE-FILE
008024        GO TO 2250-EXIT
008025     END-IF
008026
008027     SET BKP-NOT-EOF TO TRUE
008028
008029     PERFORM 2260-UNLOAD-LIVE-REC THRU 2260-EXIT
008030         UNTIL BKP-EOF
008031
008032     CLOSE LIVE-FILE
008033     CLOSE COPY-FILE.
008034 2250-EXIT.
008035     EXIT.
008036
008037 2260-UNLOAD-LIVE-REC.
008038     READ LIVE-FILE NEXT RECORD
008039         AT END
008040             SET BKP-EOF TO TRUE
008041             GO TO 2260-EXIT
008042     END-READ
008043
008044     MOVE LENGTH OF LIVE-RECORD TO BKP-COPY-LEN
008045     MOVE SPACES TO BKP-CHKDATA
008046     MOVE LIVE-RECORD TO BKP-CHKDATA
008047     PERFORM 2900-WRITE-COPY THRU 2900-EXIT.
008048 2260-EXIT.
008049     EXIT.
008050
008051*----------------------------------------------------------------
008052*    USAGE - UNLOADED IN KEY ORDER TO A LINE SEQUENTIAL COPY
008053*----------------------------------------------------------------
008060 2300-UNLOAD-USAGE.
008070     OPEN INPUT USAGE-FILE
008080
008090     IF BKP-SOURCE-STATUS = "35"
008100        MOVE "NOT PRESENT" TO BKP-F-NOTE (BKP-FX)
008110        GO TO 2300-EXIT
008120     END-IF
008130
008140     IF BKP-SOURCE-STATUS NOT = "00"
008150        MOVE "CANNOT OPEN" TO BKP-F-NOTE (BKP-FX)
008160        SET BKP-RUN-FAILED TO TRUE
008170        GO TO 2300-EXIT
008180     END-IF
008190
008200     PERFORM 2800-OPEN-COPY THRU 2800-EXIT
008210
008220     IF BKP-F-ABSENT (BKP-FX)
008230        CLOSE USAGE-FILE
008240        GO TO 2300-EXIT
008250     END-IF
008260
008270     SET BKP-NOT-EOF TO TRUE
008280
008290     PERFORM 2310-UNLOAD-USAGE-REC THRU 2310-EXIT
008300         UNTIL BKP-EOF
008310
008320     CLOSE USAGE-FILE
008330     CLOSE COPY-FILE.
008340 2300-EXIT.
008350     EXIT.
008360
008370 2310-UNLOAD-USAGE-REC.
008380     READ USAGE-FILE NEXT RECORD
008390         AT END
008400             SET BKP-EOF TO TRUE
008410             GO TO 2310-EXIT
008420     END-READ
008430
008440     MOVE LENGTH OF USAGE-RECORD TO BKP-COPY-LEN
008450     MOVE SPACES TO BKP-CHKDATA
008460     MOVE USAGE-RECORD TO BKP-CHKDATA
008470     PERFORM 2900-WRITE-COPY THRU 2900-EXIT.
008480 2310-EXIT.
008490     EXIT.
008500
008510*----------------------------------------------------------------
008520*    PROFILES - UNLOADED IN KEY ORDER
008530*----------------------------------------------------------------
008540 2400-UNLOAD-PROFILES.
008550     OPEN INPUT PROFILE-FILE
008560
008570     IF BKP-SOURCE-STATUS = "35"
008580        MOVE "NOT PRESENT" TO BKP-F-NOTE (BKP-FX)
008590        GO TO 2400-EXIT
008600     END-IF
008610
008620     IF BKP-SOURCE-STATUS NOT = "00"
008630        MOVE "CANNOT OPEN" TO BKP-F-NOTE (BKP-FX)
008640        SET BKP-RUN-FAILED TO TRUE
008650        GO TO 2400-EXIT
008660     END-IF
008670
008680     PERFORM 2800-OPEN-COPY THRU 2800-EXIT
008690
008700     IF BKP-F-ABSENT (BKP-FX)
008710        CLOSE PROFILE-FILE
008720        GO TO 2400-EXIT
008730     END-IF
008740
008750     SET BKP-NOT-EOF TO TRUE
008760
008770     PERFORM 2410-UNLOAD-PROFILE-REC THRU 2410-EXIT
008780         UNTIL BKP-EOF
008790
008800     CLOSE PROFILE-FILE
008810     CLOSE COPY-FILE.
008820 2400-EXIT.
008830     EXIT.
008840
008850 2410-UNLOAD-PROFILE-REC.
008860     READ PROFILE-FILE NEXT RECORD
008870         AT END
008880             SET BKP-EOF TO TRUE
008890             GO TO 2410-EXIT
008900     END-READ
008910
008920     MOVE LENGTH OF PROFILE-RECORD TO BKP-COPY-LEN
008930     MOVE SPACES TO BKP-CHKDATA
008940     MOVE PROFILE-RECORD TO BKP-CHKDATA
008950     PERFORM 2900-WRITE-COPY THRU 2900-EXIT.
008960 2410-EXIT.
008970     EXIT.
008980
008990*----------------------------------------------------------------
009000*    ROSTER - UNLOADED IN KEY ORDER
009010*----------------------------------------------------------------
009020 2500-UNLOAD-ROSTER.
009030     OPEN INPUT ROSTER-FILE
009040
009050     IF BKP-SOURCE-STATUS = "35"
009060        MOVE "NOT PRESENT" TO BKP-F-NOTE (BKP-FX)
009070        GO TO 2500-EXIT
009080     END-IF
009090
009100     IF BKP-SOURCE-STATUS NOT = "00"
009110        MOVE "CANNOT OPEN" TO BKP-F-NOTE (BKP-FX)
009120        SET BKP-RUN-FAILED TO TRUE
009130        GO TO 2500-EXIT
009140     END-IF
009150
009160     PERFORM 2800-OPEN-COPY THRU 2800-EXIT
009170
009180     IF BKP-F-ABSENT (BKP-FX)
009190        CLOSE ROSTER-FILE
009200        GO TO 2500-EXIT
009210     END-IF
009220
009230     SET BKP-NOT-EOF TO TRUE
009240
009250     PERFORM 2510-UNLOAD-ROSTER-REC THRU 2510-EXIT
009260         UNTIL BKP-EOF
009270
009280     CLOSE ROSTER-FILE
009290     CLOSE COPY-FILE.
009300 2500-EXIT.
009310     EXIT.
009320
009330 2510-UNLOAD-ROSTER-REC.
009340     READ ROSTER-FILE NEXT RECORD
009350         AT END
009360             SET BKP-EOF TO TRUE
009370             GO TO 2510-EXIT
009380     END-READ
009390
009400     MOVE LENGTH OF ROSTER-RECORD TO BKP-COPY-LEN
009410     MOVE SPACES TO BKP-CHKDATA
009420     MOVE ROSTER-RECORD TO BKP-CHKDATA
009430     PERFORM 2900-WRITE-COPY THRU 2900-EXIT.
009440 2510-EXIT.
009450     EXIT.
009460
009470*----------------------------------------------------------------
009480*    OPEN THE GENERATION COPY OF THE CURRENT FILE. THE FILE
009490*    ONLY COUNTS AS PRESENT ONCE ITS COPY IS OPEN.
009500*----------------------------------------------------------------
009510 2800-OPEN-COPY.
009520     OPEN OUTPUT COPY-FILE
009530
009540     IF BKP-COPY-STATUS NOT = "00"
009550        DISPLAY "TETBKUP: CANNOT OPEN " BKP-COPY-PATH
009560        MOVE "CANNOT WRITE COPY" TO BKP-F-NOTE (BKP-FX)
009570        SET BKP-RUN-FAILED TO TRUE
009580        GO TO 2800-EXIT
009590     END-IF
009600
009610     SET BKP-F-PRESENT (BKP-FX) TO TRUE.
009620 2800-EXIT.
009630     EXIT.
009640
009650*----------------------------------------------------------------
009660*    WRITE ONE RECORD (BKP-CHKDATA, BKP-COPY-LEN BYTES) TO THE
009670*    COPY AND ADD IT TO THE FILE'S COUNT AND CHECK TOTAL
009680*----------------------------------------------------------------
009690 2900-WRITE-COPY.
009700     MOVE BKP-CHKDATA TO COPY-RECORD
009710     WRITE COPY-RECORD
009720
009730     IF BKP-COPY-STATUS NOT = "00"
009740        DISPLAY "TETBKUP: WRITE FAILED ON " BKP-COPY-PATH
009750        MOVE "WRITE FAILED" TO BKP-F-NOTE (BKP-FX)
009760        SET BKP-RUN-FAILED TO TRUE
009770        SET BKP-EOF TO TRUE
009780        GO TO 2900-EXIT
009790     END-IF
009800
009810     CALL "TETCHKB" USING BKP-CHKDATA BKP-CHECK-WK
009820
009830     ADD 1 TO BKP-F-COUNT (BKP-FX)
009840     ADD BKP-CHECK-WK TO BKP-F-TOTAL (BKP-FX).
009850 2900-EXIT.
009860     EXIT.
009870
009880*----------------------------------------------------------------
009890*    MANIFEST - WRITTEN ONLY WHEN EVERY FILE COPIED CLEAN
009900*----------------------------------------------------------------
009910 3000-WRITE-MANIFEST.
009920     OPEN OUTPUT MANIFEST-FILE
009930
009940     IF BKP-MANIFEST-STATUS NOT = "00"
009950        DISPLAY "TETBKUP: CANNOT OPEN " BKP-MANIFEST-PATH
009960        SET BKP-RUN-FAILED TO TRUE
009970        GO TO 3000-EXIT
009980     END-IF
009990
010000     MOVE SPACES TO MF-HEADER-RECORD
010010     SET MF-HEADER TO TRUE
010020     MOVE BKP-GEN-ID TO MF-H-GEN
010030     MOVE BKP-TODAY TO MF-H-DATE
010040     MOVE BKP-GEN-HHMMSS TO MF-H-TIME
010050     WRITE MF-HEADER-RECORD
010060
010070     PERFORM 3100-MANIFEST-FILE THRU 3100-EXIT
010080         VARYING BKP-FX FROM 1 BY 1
010090         UNTIL BKP-FX > BKP-FILE-COUNT
010100
010110     MOVE SPACES TO MF-TRAILER-RECORD
010120     SET MF-TRAILER TO TRUE
010130     MOVE BKP-T-FILES TO MF-T-FILES
010140     MOVE BKP-T-COUNT TO MF-T-COUNT
010150     MOVE BKP-T-TOTAL TO MF-T-TOTAL
010160     WRITE MF-TRAILER-RECORD
010170
010180     IF BKP-MANIFEST-STATUS NOT = "00"
010190        DISPLAY "TETBKUP: WRITE FAILED ON " BKP-MANIFEST-PATH
010200        SET BKP-RUN-FAILED TO TRUE
010210     END-IF
010220
010230     CLOSE MANIFEST-FILE.
010240 3000-EXIT.
010250     EXIT.
010260
010270 3100-MANIFEST-FILE.
010280     IF BKP-F-ABSENT (BKP-FX)
010290        GO TO 3100-EXIT
010300     END-IF
010310
010320     MOVE SPACES TO MF-FILE-RECORD
010330     SET MF-FILE TO TRUE
010340     MOVE BKP-F-NAME (BKP-FX) TO MF-F-NAME
010350     MOVE BKP-F-KIND (BKP-FX) TO MF-F-KIND
010360     MOVE BKP-F-COUNT (BKP-FX) TO MF-F-COUNT
010370     MOVE BKP-F-TOTAL (BKP-FX) TO MF-F-TOTAL
010380     WRITE MF-FILE-RECORD.
010390 3100-EXIT.
010400     EXIT.
010410
010420*----------------------------------------------------------------
010430*    CATALOGUE - ADD THIS GENERATION, THEN DROP THE GENERATIONS
010440*    OLDER THAN THE LAST BKP-KEEP COMPLETE ONES
010450*----------------------------------------------------------------
010460 4000-UPDATE-CATALOGUE.
010470     OPEN INPUT CATALOGUE-FILE
010480
010481*    ONLY A CATALOGUE NOT YET CREATED STARTS AFRESH - ONE THAT
010482*    CANNOT BE READ IS LEFT AS IT IS, OR THE OLDER GENERATIONS
010483*    WOULD BE LOST FROM IT
010484     IF BKP-CAT-STATUS NOT = "00"
010485        AND BKP-CAT-STATUS NOT = "35"
010486        DISPLAY "TETBKUP: READ FAILED, STATUS " BKP-CAT-STATUS
010487                " - " BKP-CAT-PATH
010488        SET BKP-PRUNE-FAILED TO TRUE
010489        GO TO 4000-EXIT
010490     END-IF
010491
010492     IF BKP-CAT-STATUS = "00"
010500        SET BKP-NOT-EOF TO TRUE
010510        PERFORM 4100-LOAD-CAT-ENTRY THRU 4100-EXIT
010520            UNTIL BKP-EOF
010530        CLOSE CATALOGUE-FILE
010531     END-IF
010532
010533     IF BKP-PRUNE-FAILED
010534        GO TO 4000-EXIT
010540     END-IF
010550
010560     IF BKP-CAT-COUNT >= 200
010570        DISPLAY "TETBKUP: CATALOGUE TABLE FULL - NOT UPDATED"
010580        SET BKP-PRUNE-FAILED TO TRUE
010590        GO TO 4000-EXIT
010600     END-IF
010610
010620     ADD 1 TO BKP-CAT-COUNT
010630     MOVE SPACES TO CATALOGUE-RECORD
010640     MOVE BKP-GEN-ID TO CT-GEN
010650     MOVE BKP-TODAY TO CT-DATE
010660     MOVE BKP-GEN-HHMMSS TO CT-TIME
010670     MOVE BKP-T-FILES TO CT-FILES
010680
010690     IF BKP-RUN-OK
010700        MOVE "COMPLETE" TO CT-STATE
010710     ELSE
010720        MOVE "INCOMPLETE" TO CT-STATE
010730     END-IF
010740
010750     MOVE CATALOGUE-RECORD TO BKP-C-RECORD (BKP-CAT-COUNT)
010760     SET BKP-C-KEEP (BKP-CAT-COUNT) TO TRUE
010770
010780*    FIND THE OLDEST OF THE LAST BKP-KEEP COMPLETE GENERATIONS,
010790*    WORKING BACK FROM THE NEWEST
010800     MOVE 0 TO BKP-COMPLETE-SEEN
010810     MOVE 0 TO BKP-OLDEST-KEPT
010820
010830     PERFORM 4200-COUNT-BACK THRU 4200-EXIT
010840         VARYING BKP-CX FROM BKP-CAT-COUNT BY -1
010850         UNTIL BKP-CX < 1
010860            OR BKP-OLDEST-KEPT NOT = 0
010870
010880     IF BKP-OLDEST-KEPT > 1
010890        PERFORM 4300-PRUNE-ENTRY THRU 4300-EXIT
010900            VARYING BKP-CX FROM 1 BY 1
010910            UNTIL BKP-CX >= BKP-OLDEST-KEPT
010920     END-IF
010930
010940     OPEN OUTPUT CATALOGUE-FILE
010950
010960     IF BKP-CAT-STATUS NOT = "00"
010970        DISPLAY "TETBKUP: CANNOT OPEN " BKP-CAT-PATH
010980        SET BKP-PRUNE-FAILED TO TRUE
010990        GO TO 4000-EXIT
011000     END-IF
011010
011020     PERFORM 4400-WRITE-CAT-ENTRY THRU 4400-EXIT
011030         VARYING BKP-CX FROM 1 BY 1
011040         UNTIL BKP-CX > BKP-CAT-COUNT
011050
011060     CLOSE CATALOGUE-FILE.
011070 4000-EXIT.
011080     EXIT.
011090
011100 4100-LOAD-CAT-ENTRY.
011110     READ CATALOGUE-FILE
011120         AT END
011130             SET BKP-EOF TO TRUE
011140             GO TO 4100-EXIT
011150     END-READ
011151
011152     IF BKP-CAT-STATUS NOT = "00"
011153        DISPLAY "TETBKUP: READ FAILED, STATUS " BKP-CAT-STATUS
011154                " - " BKP-CAT-PATH
011155        SET BKP-PRUNE-FAILED TO TRUE
011156        SET BKP-EOF TO TRUE
011157        GO TO 4100-EXIT
011158     END-IF
011160
011170     IF CT-GEN = SPACES
011180        GO TO 4100-EXIT
011190     END-IF
011200
011210     IF BKP-CAT-COUNT >= 200
011220        SET BKP-EOF TO TRUE
011230        GO TO 4100-EXIT
011240     END-IF
011250
011260     ADD 1 TO BKP-CAT-COUNT
011270     MOVE CATALOGUE-RECORD TO BKP-C-RECORD (BKP-CAT-COUNT)
011280     SET BKP-C-KEEP (BKP-CAT-COUNT) TO TRUE.
011290 4100-EXIT.
011300     EXIT.
011310
011320 4200-COUNT-BACK.
011330     MOVE BKP-C-RECORD (BKP-CX) TO CATALOGUE-RECORD
011340
011350     IF CT-COMPLETE
011360        ADD 1 TO BKP-COMPLETE-SEEN
011370        IF BKP-COMPLETE-SEEN = BKP-KEEP
011380           MOVE BKP-CX TO BKP-OLDEST-KEPT
011390        END-IF
011400     END-IF.
011410 4200-EXIT.
011420     EXIT.
011430
011440*----------------------------------------------------------------
011450*    REMOVE ONE OLD GENERATION DIRECTORY. ONE THAT WILL NOT GO
011460*    STAYS ON THE CATALOGUE AND IS TRIED AGAIN NEXT RUN.
011470*----------------------------------------------------------------
011480 4300-PRUNE-ENTRY.
011490     MOVE BKP-C-RECORD (BKP-CX) TO CATALOGUE-RECORD
011500     MOVE CT-GEN TO RPT-P-GEN
011510     MOVE SPACES TO BKP-CMD
011520
011530     STRING
011540         "cmd /C rmdir /S /Q """ DELIMITED BY SIZE
011550         BKP-BACKUP-DIR       DELIMITED BY LOW-VALUE
011560         "\"                  DELIMITED BY SIZE
011570         CT-GEN               DELIMITED BY SPACE
011580         """"                 DELIMITED BY SIZE
011590             INTO BKP-CMD
011600     END-STRING
011610
011620     CALL "SYSTEM" USING BKP-CMD GIVING BKP-CMD-RC
011630
011640     IF BKP-CMD-RC NOT = 0
011650        DISPLAY "TETBKUP: CANNOT REMOVE GENERATION " CT-GEN
011660        MOVE "COULD NOT BE REMOVED - KEPT ON CATALOGUE"
011670            TO RPT-P-NOTE
011680        SET BKP-PRUNE-FAILED TO TRUE
011690     ELSE
011700        MOVE SPACES TO RPT-P-NOTE
011710        SET BKP-C-DROP (BKP-CX) TO TRUE
011720        ADD 1 TO BKP-T-PRUNED
011730     END-IF
011740
011750     IF BKP-RPT-STATUS = "00"
011760        WRITE REPORT-RECORD FROM RPT-PRUNE-LINE
011770     END-IF.
011780 4300-EXIT.
011790     EXIT.
011800
011810 4400-WRITE-CAT-ENTRY.
011820     IF BKP-C-DROP (BKP-CX)
011830        GO TO 4400-EXIT
011840     END-IF
011850
011860     MOVE BKP-C-RECORD (BKP-CX) TO CATALOGUE-RECORD
011870     WRITE CATALOGUE-RECORD.
011880 4400-EXIT.
011890     EXIT.
011900
011910*----------------------------------------------------------------
011920*    TOTAL LINE AND VERDICT
011930*----------------------------------------------------------------
011940 5000-FINISH-REPORT.
011950     MOVE SPACES TO REPORT-RECORD
011960     WRITE REPORT-RECORD
011970
011980     MOVE "TOTAL" TO RPT-F-NAME
011990     MOVE BKP-T-COUNT TO RPT-F-COUNT
012000     MOVE BKP-T-TOTAL TO RPT-F-TOTAL
012010     MOVE SPACES TO RPT-F-NOTE
012020     WRITE REPORT-RECORD FROM RPT-FILE-LINE
012030
012040     MOVE SPACES TO REPORT-RECORD
012050     WRITE REPORT-RECORD
012060
012070     IF BKP-RUN-OK
012080        MOVE "GENERATION COMPLETE" TO RPT-E-TEXT
012090     ELSE
012100        MOVE "GENERATION INCOMPLETE - NOT USABLE FOR A RESTORE"
012110            TO RPT-E-TEXT
012120     END-IF
012130
012140     WRITE REPORT-RECORD FROM RPT-END-LINE
012150
012160     CLOSE REPORT-FILE.
012170 5000-EXIT.
012180     EXIT.
012190
012200*----------------------------------------------------------------
012210*    BUILD THE SOURCE PATH AND THE GENERATION COPY PATH FOR THE
012220*    FILE NAME IN BKP-NAME-WK
012230*----------------------------------------------------------------
012240 6000-BUILD-PATHS.
012250     MOVE SPACES TO BKP-SOURCE-PATH
012260     MOVE SPACES TO BKP-COPY-PATH
012270
012280     STRING
012290         BKP-DIR             DELIMITED BY LOW-VALUE
012300         "\"                 DELIMITED BY SIZE
012310         BKP-NAME-WK         DELIMITED BY SPACE
012320             INTO BKP-SOURCE-PATH
012330     END-STRING
012340
012350     STRING
012360         BKP-GEN-DIR         DELIMITED BY LOW-VALUE
012370         "\"                 DELIMITED BY SIZE
012380         BKP-NAME-WK         DELIMITED BY SPACE
012390             INTO BKP-COPY-PATH
012400     END-STRING
012410
012420     INSPECT BKP-SOURCE-PATH
012430         REPLACING TRAILING SPACE BY LOW-VALUE
012440     INSPECT BKP-COPY-PATH REPLACING TRAILING SPACE BY LOW-VALUE.
012450 6000-EXIT.
012460     EXIT.
012470
012480*----------------------------------------------------------------
012490*    ONE REPORT LINE FOR THE FILE AT BKP-FX
012500*----------------------------------------------------------------
012510 7000-WRITE-FILE-LINE.
012520     IF BKP-F-PRESENT (BKP-FX)
012530        ADD 1 TO BKP-T-FILES
012540        ADD BKP-F-COUNT (BKP-FX) TO BKP-T-COUNT
012550        ADD BKP-F-TOTAL (BKP-FX) TO BKP-T-TOTAL
012560     ELSE
012570        ADD 1 TO BKP-T-ABSENT
012580     END-IF
012590
012600     MOVE BKP-F-NAME (BKP-FX) TO RPT-F-NAME
012610     MOVE BKP-F-COUNT (BKP-FX) TO RPT-F-COUNT
012620     MOVE BKP-F-TOTAL (BKP-FX) TO RPT-F-TOTAL
012630     MOVE BKP-F-NOTE (BKP-FX) TO RPT-F-NOTE
012640     WRITE REPORT-RECORD FROM RPT-FILE-LINE.
012650 7000-EXIT.
012660     EXIT.
012670
012680*----------------------------------------------------------------
012690*    RUN TOTALS AND RETURN CODE
012700*----------------------------------------------------------------
012710 8000-WRAP-UP.
012720     MOVE BKP-T-FILES TO BKP-FILES-EDIT
012730     MOVE BKP-T-COUNT TO BKP-COUNT-EDIT
012740     MOVE BKP-T-PRUNED TO BKP-PRUNED-EDIT
012750     DISPLAY "TETBKUP GENERATION " BKP-GEN-ID
012760     DISPLAY "TETBKUP FILES      " BKP-FILES-EDIT
012770     DISPLAY "TETBKUP RECORDS  " BKP-COUNT-EDIT
012780     DISPLAY "TETBKUP REMOVED    " BKP-PRUNED-EDIT
012790
012800     IF BKP-PRUNE-FAILED
012810        MOVE 4 TO RETURN-CODE
012820     END-IF
012830
012840     IF BKP-RUN-FAILED
012850        DISPLAY "TETBKUP ENDED WITH ERRORS - GENERATION "
012860                "INCOMPLETE"
012870        MOVE 8 TO RETURN-CODE
012880     END-IF.
012890 8000-EXIT.
012900     EXIT.
