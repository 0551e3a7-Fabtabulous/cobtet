000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TETLBCV.
000030 AUTHOR. F BAUMGARTEN.
000040 INSTALLATION. VEMAG DV.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TETLBCV - LEADERBOARD CONVERSION TO THE INDEXED BOARD
000090*
000100*    ONE-TIME LOAD OF A LINE SEQUENTIAL LEADERBOARD INTO THE
000110*    INDEXED LEADERBOARD THE GAME NOW KEEPS. THE OLD FILE IS
000120*    RENAMED TO LEADERBD.SEQ BY HAND BEFORE THE RUN; TETLBCV
000130*    READS IT IN FILE ORDER, RECOMPUTES EVERY RECORD'S TAMPER
000140*    CHECK, SETS THE DESCENDING-SCORE KEY AND WRITES THE RECORD
000150*    TO THE NEW LEADERBD.DAT. A RECORD WHOSE CHECK FAILS IS STILL
000160*    LOADED UNCHANGED - THE TOP 10 SKIPS IT AND TETRECON LISTS
000170*    IT, AS BEFORE. A SECOND RECORD FOR THE SAME OPERATOR, DATE
000180*    AND TIME CANNOT LIVE ON THE KEYED BOARD; IT GOES TO
000190*    LEADERBD.REJ WITH REASON "DUPLICATE KEY" FOR TETREPR.
000200*    AFTER THE LOAD THE NEW FILE IS READ BACK AND COUNTED.
000210*
000220*    THE RUN REFUSES TO START WHEN THE TARGET FILE ALREADY
000230*    EXISTS, SO A SECOND RUN CANNOT OVERWRITE A LIVE BOARD.
000240*    THE SAME RUN CONVERTS THE COMBINED BOARD TETMERGE KEEPS
000250*    (convert_from=combined.seq, convert_to=combined.dat).
000260*
000270*    ENVIRONMENT:
000280*      leaderboard_dir   DIRECTORY OF THE BOARD (AS IN GAME)
000290*      convert_from      OLD LINE SEQUENTIAL BOARD IN THAT
000300*                        DIRECTORY, DEFAULT LEADERBD.SEQ
000310*      convert_to        NEW INDEXED BOARD IN THAT DIRECTORY,
000320*                        DEFAULT LEADERBD.DAT
000330*
000340*    OUTPUT: TETLBCV.RPT IN THE LEADERBOARD DIRECTORY.
000350*    RETURN CODE 4 WHEN ANY RECORD FAILED ITS CHECK OR WENT TO
000360*    THE REJECT FILE, 8 WHEN THE CONVERSION DID NOT COMPLETE OR
000370*    THE READ-BACK COUNT DOES NOT AGREE, 0 WHEN CLEAN.
000380*
000390*    MODIFICATION HISTORY
000400*    2026-10-15 FB  INITIAL VERSION
000410*----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OLD-FILE ASSIGN TO LCV-OLD-PATH
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS LCV-OLD-STATUS.
000480
000490     SELECT BOARD-FILE ASSIGN TO LCV-BOARD-PATH
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS BD-KEY
000530         ALTERNATE RECORD KEY IS BD-RANK-KEY WITH DUPLICATES
000540         ALTERNATE RECORD KEY IS BD-WHEN-KEY WITH DUPLICATES
000550         FILE STATUS IS LCV-BOARD-STATUS.
000560
000570     SELECT REJECT-FILE ASSIGN TO LCV-REJ-PATH
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS LCV-REJ-STATUS.
000600
000610     SELECT REPORT-FILE ASSIGN TO LCV-RPT-PATH
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS LCV-RPT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670
000680 FD  OLD-FILE.
000690 01  OLD-RECORD.
000700     05 OL-OPERATOR-ID       PIC X(08).
000710     05 OL-DATE-X            PIC X(08).
000720     05 OL-TIME-X            PIC X(08).
000730     05 OL-LINES-X           PIC X(04).
000740     05 OL-SCORE-X           PIC X(10).
000750     05 OL-SCORE-N REDEFINES OL-SCORE-X
000760                             PIC 9(10).
000770     05 OL-CHECK-X           PIC X(06).
000780     05 OL-CHECK-N REDEFINES OL-CHECK-X
000790                             PIC 9(06).
000800
000810*----------------------------------------------------------------
000820*    INDEXED BOARD - THE 44 BYTES OF THE OLD RECORD, THEN THE
000830*    DESCENDING-SCORE KEY (9999999999 LESS THE SCORE)
000840*----------------------------------------------------------------
000850 FD  BOARD-FILE.
000860 01  BOARD-RECORD.
000870     05 BD-KEY.
000880        10 BD-OPERATOR-ID    PIC X(08).
000890        10 BD-WHEN-KEY.
000900           15 BD-DATE-X      PIC X(08).
000910           15 BD-TIME-X      PIC X(08).
000920     05 BD-LINES-X           PIC X(04).
000930     05 BD-SCORE-X           PIC X(10).
000940     05 BD-CHECK-X           PIC X(06).
000950     05 BD-RANK-KEY          PIC 9(10).
000960
000970 FD  REJECT-FILE.
000980 01  REJECT-RECORD.
000990     05 RJ-ORIGINAL          PIC X(44).
001000     05 FILLER               PIC X(01).
001010     05 RJ-REASON            PIC X(20).
001020
001030 FD  REPORT-FILE.
001040 01  REPORT-RECORD           PIC X(80).
001050
001060 WORKING-STORAGE SECTION.
001070
001080*----------------------------------------------------------------
001090*    FILE PATHS AND STATUS FIELDS
001100*----------------------------------------------------------------
001110 01  LCV-DIR                 PIC X(80) VALUE SPACES.
001120 01  LCV-FROM-NAME           PIC X(40) VALUE SPACES.
001130 01  LCV-TO-NAME             PIC X(40) VALUE SPACES.
001140 01  LCV-OLD-PATH            PIC X(80) VALUE SPACES.
001150 01  LCV-BOARD-PATH          PIC X(80) VALUE SPACES.
001160 01  LCV-REJ-PATH            PIC X(80) VALUE SPACES.
001170 01  LCV-RPT-PATH            PIC X(80) VALUE SPACES.
001180
001190 01  LCV-OLD-STATUS          PIC X(02) VALUE "00".
001200 01  LCV-BOARD-STATUS        PIC X(02) VALUE "00".
001210 01  LCV-REJ-STATUS          PIC X(02) VALUE "00".
001220 01  LCV-RPT-STATUS          PIC X(02) VALUE "00".
001230
001240*----------------------------------------------------------------
001250*    RUN CONTROL
001260*----------------------------------------------------------------
001270 01  LCV-RUN-SW              PIC 9(01) VALUE 0.
001280     88 LCV-RUN-OK           VALUE 0.
001290     88 LCV-RUN-FAILED       VALUE 1.
001300
001310 01  LCV-EOF-SW              PIC 9(01) VALUE 0.
001320     88 LCV-EOF              VALUE 1.
001330     88 LCV-NOT-EOF          VALUE 0.
001340
001350 01  LCV-REJ-OPEN-SW         PIC 9(01) VALUE 0.
001360     88 LCV-REJ-OPEN         VALUE 1.
001370     88 LCV-REJ-CLOSED       VALUE 0.
001380
001390 01  LCV-REFUSAL             PIC X(50) VALUE SPACES.
001400 01  LCV-REASON-WK           PIC X(20) VALUE SPACES.
001410 01  LCV-RESULT-WK           PIC X(16) VALUE SPACES.
001420
001430 01  LCV-CHKDATA             PIC X(38) VALUE SPACES.
001440 01  LCV-CHECK-WK            PIC 9(06) VALUE 0.
001450
001460*----------------------------------------------------------------
001470*    COUNTERS
001480*----------------------------------------------------------------
001490 77  LCV-READ-COUNT          PIC 9(08) COMP VALUE 0.
001500 77  LCV-LOADED-COUNT        PIC 9(08) COMP VALUE 0.
001510 77  LCV-GOOD-COUNT          PIC 9(08) COMP VALUE 0.
001520 77  LCV-BAD-COUNT           PIC 9(08) COMP VALUE 0.
001530 77  LCV-DUP-COUNT           PIC 9(08) COMP VALUE 0.
001540 77  LCV-BACK-COUNT          PIC 9(08) COMP VALUE 0.
001550
001560 77  LCV-READ-EDIT           PIC Z(07)9.
001570 77  LCV-LOADED-EDIT         PIC Z(07)9.
001580 77  LCV-BAD-EDIT            PIC Z(07)9.
001590 77  LCV-DUP-EDIT            PIC Z(07)9.
001600
001610*----------------------------------------------------------------
001620*    REPORT LINES
001630*----------------------------------------------------------------
001640 01  RPT-HEADING-1.
001650     05 FILLER               PIC X(80)
001660        VALUE "TETLBCV  LEADERBOARD CONVERSION".
001670
001680 01  RPT-FILES-LINE.
001690     05 FILLER               PIC X(06) VALUE "FROM  ".
001700     05 RPT-F-FROM           PIC X(20).
001710     05 FILLER               PIC X(06) VALUE "  TO  ".
001720     05 RPT-F-TO             PIC X(20).
001730     05 FILLER               PIC X(28) VALUE SPACES.
001740
001750 01  RPT-HEADING-2.
001760     05 FILLER               PIC X(52) VALUE
001770        "OPERATOR  DATE      TIME      SCORE       REASON".
001780     05 FILLER               PIC X(28) VALUE
001790        "            RESULT".
001800
001810 01  RPT-DETAIL.
001820     05 RPT-D-OPERATOR       PIC X(08).
001830     05 FILLER               PIC X(02) VALUE SPACES.
001840     05 RPT-D-DATE           PIC X(08).
001850     05 FILLER               PIC X(02) VALUE SPACES.
001860     05 RPT-D-TIME           PIC X(08).
001870     05 FILLER               PIC X(02) VALUE SPACES.
001880     05 RPT-D-SCORE          PIC X(10).
001890     05 FILLER               PIC X(02) VALUE SPACES.
001900     05 RPT-D-REASON         PIC X(20).
001910     05 FILLER               PIC X(02) VALUE SPACES.
001920     05 RPT-D-RESULT         PIC X(16).
001930
001940 01  RPT-COUNT-LINE.
001950     05 RPT-C-TEXT           PIC X(30).
001960     05 RPT-C-COUNT          PIC Z(07)9.
001970     05 FILLER               PIC X(42) VALUE SPACES.
001980
001990 01  RPT-VERDICT-LINE.
002000     05 RPT-V-TEXT           PIC X(80) VALUE SPACES.
002010
002020 PROCEDURE DIVISION.
002030
002040*----------------------------------------------------------------
002050*    MAINLINE
002060*----------------------------------------------------------------
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002090     PERFORM 1100-CHECK-TARGET THRU 1100-EXIT
002100     IF LCV-RUN-FAILED
002110        GO TO 0000-WRAP-UP
002120     END-IF
002130     PERFORM 2000-CONVERT THRU 2000-EXIT
002140     IF LCV-RUN-FAILED
002150        GO TO 0000-WRAP-UP
002160     END-IF
002170     PERFORM 3000-READ-BACK THRU 3000-EXIT.
002180 0000-WRAP-UP.
002190     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
002200 0000-EXIT.
002210     STOP RUN.
002220
002230*----------------------------------------------------------------
002240*    INITIALIZE - RESOLVE PATHS, OPEN THE REPORT
002250*----------------------------------------------------------------
002260 1000-INITIALIZE.
002270     ACCEPT LCV-DIR FROM ENVIRONMENT "leaderboard_dir"
002280     END-ACCEPT
002290
002300     INSPECT LCV-DIR REPLACING TRAILING SPACE BY LOW-VALUE
002310
002320     ACCEPT LCV-FROM-NAME FROM ENVIRONMENT "convert_from"
002330     END-ACCEPT
002340
002350     IF LCV-FROM-NAME = SPACES
002360        MOVE "leaderbd.seq" TO LCV-FROM-NAME
002370     END-IF
002380
002390     ACCEPT LCV-TO-NAME FROM ENVIRONMENT "convert_to"
002400     END-ACCEPT
002410
002420     IF LCV-TO-NAME = SPACES
002430        MOVE "leaderbd.dat" TO LCV-TO-NAME
002440     END-IF
002450
002460     MOVE LCV-FROM-NAME TO RPT-F-FROM
002470     MOVE LCV-TO-NAME TO RPT-F-TO
002480
002490     INSPECT LCV-FROM-NAME REPLACING TRAILING SPACE BY LOW-VALUE
002500     INSPECT LCV-TO-NAME REPLACING TRAILING SPACE BY LOW-VALUE
002510
002520     STRING
002530         LCV-DIR             DELIMITED BY LOW-VALUE
002540         "\"                 DELIMITED BY SIZE
002550         LCV-FROM-NAME       DELIMITED BY LOW-VALUE
002560             INTO LCV-OLD-PATH
002570     END-STRING
002580
002590     STRING
002600         LCV-DIR             DELIMITED BY LOW-VALUE
002610         "\"                 DELIMITED BY SIZE
002620         LCV-TO-NAME         DELIMITED BY LOW-VALUE
002630             INTO LCV-BOARD-PATH
002640     END-STRING
002650
002660     STRING
002670         LCV-DIR             DELIMITED BY LOW-VALUE
002680         "\"                 DELIMITED BY SIZE
002690         "leaderbd.rej"      DELIMITED BY SIZE
002700             INTO LCV-REJ-PATH
002710     END-STRING
002720
002730     STRING
002740         LCV-DIR             DELIMITED BY LOW-VALUE
002750         "\"                 DELIMITED BY SIZE
002760         "tetlbcv.rpt"       DELIMITED BY SIZE
002770             INTO LCV-RPT-PATH
002780     END-STRING
002790
002800     INSPECT LCV-OLD-PATH REPLACING TRAILING SPACE BY LOW-VALUE
002810     INSPECT LCV-BOARD-PATH REPLACING TRAILING SPACE BY LOW-VALUE
002820     INSPECT LCV-REJ-PATH REPLACING TRAILING SPACE BY LOW-VALUE
002830     INSPECT LCV-RPT-PATH REPLACING TRAILING SPACE BY LOW-VALUE
002840
002850     OPEN OUTPUT REPORT-FILE
002860
002870     IF LCV-RPT-STATUS NOT = "00"
002880        DISPLAY "TETLBCV: CANNOT OPEN " LCV-RPT-PATH
002890        MOVE 8 TO RETURN-CODE
002900        STOP RUN
002910     END-IF
002920
002930     WRITE REPORT-RECORD FROM RPT-HEADING-1
002940     MOVE SPACES TO REPORT-RECORD
002950     WRITE REPORT-RECORD
002960     WRITE REPORT-RECORD FROM RPT-FILES-LINE
002970     MOVE SPACES TO REPORT-RECORD
002980     WRITE REPORT-RECORD
002990     WRITE REPORT-RECORD FROM RPT-HEADING-2.
003000 1000-EXIT.
003010     EXIT.
003020
003030*----------------------------------------------------------------
003040*    THE TARGET MUST NOT EXIST YET - A BOARD THAT OPENS IS LIVE
003050*    AND IS NEVER OVERWRITTEN; ANY OTHER STATUS USUALLY MEANS
003060*    THE OLD FILE WAS NOT RENAMED FIRST
003070*----------------------------------------------------------------
003080 1100-CHECK-TARGET.
003090     OPEN INPUT BOARD-FILE
003100
003110     IF LCV-BOARD-STATUS = "35"
003120        GO TO 1100-EXIT
003130     END-IF
003140
003150     IF LCV-BOARD-STATUS = "00"
003160        CLOSE BOARD-FILE
003170        MOVE "TARGET ALREADY EXISTS" TO LCV-REFUSAL
003180     ELSE
003190        STRING
003200            "TARGET NOT USABLE, STATUS " DELIMITED BY SIZE
003210            LCV-BOARD-STATUS             DELIMITED BY SIZE
003220            " - RENAME THE OLD FILE"     DELIMITED BY SIZE
003230                INTO LCV-REFUSAL
003240        END-STRING
003250     END-IF
003260
003270     DISPLAY "TETLBCV: " LCV-REFUSAL
003280     SET LCV-RUN-FAILED TO TRUE.
003290 1100-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------------
003330*    LOAD PASS - EVERY OLD RECORD, IN FILE ORDER
003340*----------------------------------------------------------------
003350 2000-CONVERT.
003360     OPEN INPUT OLD-FILE
003370
003380     IF LCV-OLD-STATUS NOT = "00"
003390        DISPLAY "TETLBCV: CANNOT OPEN " LCV-OLD-PATH
003400        MOVE "OLD BOARD NOT FOUND" TO LCV-REFUSAL
003410        SET LCV-RUN-FAILED TO TRUE
003420        GO TO 2000-EXIT
003430     END-IF
003440
003450     OPEN OUTPUT BOARD-FILE
003460
003470     IF LCV-BOARD-STATUS NOT = "00"
003480        DISPLAY "TETLBCV: CANNOT CREATE " LCV-BOARD-PATH
003490        MOVE "NEW BOARD COULD NOT BE CREATED" TO LCV-REFUSAL
003500        CLOSE OLD-FILE
003510        SET LCV-RUN-FAILED TO TRUE
003520        GO TO 2000-EXIT
003530     END-IF
003540
003550     SET LCV-NOT-EOF TO TRUE
003560
003570     PERFORM 2100-CONVERT-RECORD THRU 2100-EXIT
003580         UNTIL LCV-EOF
003590
003600     CLOSE OLD-FILE
003610     CLOSE BOARD-FILE
003620
003630     IF LCV-REJ-OPEN
003640        CLOSE REJECT-FILE
003650     END-IF.
003660 2000-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------------
003700*    ONE OLD RECORD - CHECK THE STAMP, SET THE SCORE KEY, WRITE
003710*----------------------------------------------------------------
003720 2100-CONVERT-RECORD.
003730     READ OLD-FILE
003740         AT END
003750             SET LCV-EOF TO TRUE
003760             GO TO 2100-EXIT
003770     END-READ
003780
003790     ADD 1 TO LCV-READ-COUNT
003800
003810     MOVE SPACES TO LCV-REASON-WK
003820     MOVE SPACES TO LCV-RESULT-WK
003830
003840     MOVE OLD-RECORD (1:38) TO LCV-CHKDATA
003850     MOVE 0 TO LCV-CHECK-WK
003860     CALL "TETCHK" USING LCV-CHKDATA, LCV-CHECK-WK
003870
003880     IF OL-CHECK-X = SPACES
003890        MOVE "CHECK MISSING" TO LCV-REASON-WK
003900     ELSE
003910        IF OL-CHECK-X IS NOT NUMERIC
003920           MOVE "CHECK NOT NUMERIC" TO LCV-REASON-WK
003930        ELSE
003940           IF OL-CHECK-N NOT = LCV-CHECK-WK
003950              MOVE "CHECK MISMATCH" TO LCV-REASON-WK
003960           END-IF
003970        END-IF
003980     END-IF
003990
004000     MOVE OLD-RECORD TO BOARD-RECORD
004010
004020*    A SCORE THAT IS NOT A NUMBER SORTS LAST ON THE SCORE KEY
004030     IF OL-SCORE-X IS NUMERIC
004040        COMPUTE BD-RANK-KEY = 9999999999 - OL-SCORE-N
004050     ELSE
004060        MOVE 9999999999 TO BD-RANK-KEY
004070     END-IF
004080
004090     WRITE BOARD-RECORD
004100         INVALID KEY
004110             PERFORM 2200-REJECT-DUPLICATE THRU 2200-EXIT
004120             GO TO 2100-REPORT
004130     END-WRITE
004140
004150     IF LCV-BOARD-STATUS NOT = "00"
004160        AND LCV-BOARD-STATUS NOT = "02"
004170        DISPLAY "TETLBCV: WRITE FAILED, STATUS " LCV-BOARD-STATUS
004180        MOVE "WRITE TO NEW BOARD FAILED" TO LCV-REFUSAL
004190        SET LCV-RUN-FAILED TO TRUE
004200        SET LCV-EOF TO TRUE
004210        GO TO 2100-EXIT
004220     END-IF
004230
004240     ADD 1 TO LCV-LOADED-COUNT
004250
004260     IF LCV-REASON-WK = SPACES
004270        ADD 1 TO LCV-GOOD-COUNT
004280     ELSE
004290        ADD 1 TO LCV-BAD-COUNT
004300        MOVE "LOADED" TO LCV-RESULT-WK
004310     END-IF.
004320 2100-REPORT.
004330     IF LCV-RESULT-WK NOT = SPACES
004340        MOVE OL-OPERATOR-ID TO RPT-D-OPERATOR
004350        MOVE OL-DATE-X      TO RPT-D-DATE
004360        MOVE OL-TIME-X      TO RPT-D-TIME
004370        MOVE OL-SCORE-X     TO RPT-D-SCORE
004380        MOVE LCV-REASON-WK  TO RPT-D-REASON
004390        MOVE LCV-RESULT-WK  TO RPT-D-RESULT
004400        WRITE REPORT-RECORD FROM RPT-DETAIL
004410     END-IF.
004420 2100-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------------
004460*    SECOND RECORD FOR A KEY ALREADY LOADED - TO THE REJECT FILE
004470*----------------------------------------------------------------
004480 2200-REJECT-DUPLICATE.
004490     ADD 1 TO LCV-DUP-COUNT
004500     MOVE "DUPLICATE KEY" TO LCV-REASON-WK
004510     MOVE "TO LEADERBD.REJ" TO LCV-RESULT-WK
004520
004530     IF LCV-REJ-CLOSED
004540        OPEN EXTEND REJECT-FILE
004550        IF LCV-REJ-STATUS = "35"
004560           OPEN OUTPUT REJECT-FILE
004570        END-IF
004580        IF LCV-REJ-STATUS NOT = "00"
004590           DISPLAY "TETLBCV: CANNOT OPEN " LCV-REJ-PATH
004600           MOVE "REJECT WRITE FAILED" TO LCV-RESULT-WK
004610           SET LCV-RUN-FAILED TO TRUE
004620           GO TO 2200-EXIT
004630        END-IF
004640        SET LCV-REJ-OPEN TO TRUE
004650     END-IF
004660
004670     MOVE SPACES TO REJECT-RECORD
004680     MOVE OLD-RECORD TO RJ-ORIGINAL
004690     MOVE LCV-REASON-WK TO RJ-REASON
004700     WRITE REJECT-RECORD.
004710 2200-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------
004750*    READ THE NEW BOARD BACK - EVERY LOADED RECORD MUST BE THERE
004760*----------------------------------------------------------------
004770 3000-READ-BACK.
004780     OPEN INPUT BOARD-FILE
004790
004800     IF LCV-BOARD-STATUS NOT = "00"
004810        DISPLAY "TETLBCV: CANNOT REOPEN " LCV-BOARD-PATH
004820        MOVE "NEW BOARD WILL NOT REOPEN" TO LCV-REFUSAL
004830        SET LCV-RUN-FAILED TO TRUE
004840        GO TO 3000-EXIT
004850     END-IF
004860
004870     SET LCV-NOT-EOF TO TRUE
004880
004890     PERFORM 3100-COUNT-RECORD THRU 3100-EXIT
004900         UNTIL LCV-EOF
004910
004920     CLOSE BOARD-FILE
004930
004940     IF LCV-BACK-COUNT NOT = LCV-LOADED-COUNT
004950        MOVE "READ-BACK COUNT DOES NOT AGREE" TO LCV-REFUSAL
004960        SET LCV-RUN-FAILED TO TRUE
004970     END-IF.
004980 3000-EXIT.
004990     EXIT.
005000
005010 3100-COUNT-RECORD.
005020     READ BOARD-FILE NEXT RECORD
005030         AT END
005040             SET LCV-EOF TO TRUE
005050             GO TO 3100-EXIT
005060     END-READ
005070
005080     ADD 1 TO LCV-BACK-COUNT.
005090 3100-EXIT.
005100     EXIT.
005110
005120*----------------------------------------------------------------
005130*    COUNTS, VERDICT AND RETURN CODE
005140*----------------------------------------------------------------
005150 8000-WRAP-UP.
005160     MOVE SPACES TO REPORT-RECORD
005170     WRITE REPORT-RECORD
005180
005190     MOVE "RECORDS READ" TO RPT-C-TEXT
005200     MOVE LCV-READ-COUNT TO RPT-C-COUNT
005210     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
005220
005230     MOVE "LOADED, CHECK VERIFIED" TO RPT-C-TEXT
005240     MOVE LCV-GOOD-COUNT TO RPT-C-COUNT
005250     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
005260
005270     MOVE "LOADED, CHECK FAILED" TO RPT-C-TEXT
005280     MOVE LCV-BAD-COUNT TO RPT-C-COUNT
005290     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
005300
005310     MOVE "DUPLICATE KEY, REJECTED" TO RPT-C-TEXT
005320     MOVE LCV-DUP-COUNT TO RPT-C-COUNT
005330     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
005340
005350     MOVE "LOADED IN TOTAL" TO RPT-C-TEXT
005360     MOVE LCV-LOADED-COUNT TO RPT-C-COUNT
005370     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
005380
005390     MOVE "READ BACK FROM NEW BOARD" TO RPT-C-TEXT
005400     MOVE LCV-BACK-COUNT TO RPT-C-COUNT
005410     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
005420
005430     MOVE SPACES TO REPORT-RECORD
005440     WRITE REPORT-RECORD
005450
005460     MOVE SPACES TO RPT-V-TEXT
005470
005480     IF LCV-RUN-FAILED
005490        STRING
005500            "CONVERSION NOT COMPLETE - " DELIMITED BY SIZE
005510            LCV-REFUSAL                  DELIMITED BY SIZE
005520                INTO RPT-V-TEXT
005530        END-STRING
005540     ELSE
005550        MOVE "CONVERSION COMPLETE" TO RPT-V-TEXT
005560     END-IF
005570
005580     WRITE REPORT-RECORD FROM RPT-VERDICT-LINE
005590
005600     CLOSE REPORT-FILE
005610
005620     MOVE LCV-READ-COUNT TO LCV-READ-EDIT
005630     MOVE LCV-LOADED-COUNT TO LCV-LOADED-EDIT
005640     MOVE LCV-BAD-COUNT TO LCV-BAD-EDIT
005650     MOVE LCV-DUP-COUNT TO LCV-DUP-EDIT
005660     DISPLAY "TETLBCV READ     " LCV-READ-EDIT
005670     DISPLAY "TETLBCV LOADED   " LCV-LOADED-EDIT
005680     DISPLAY "TETLBCV UNSTAMP  " LCV-BAD-EDIT
005690     DISPLAY "TETLBCV DUPS     " LCV-DUP-EDIT
005700
005710     IF LCV-BAD-COUNT NOT = 0
005720        OR LCV-DUP-COUNT NOT = 0
005730        MOVE 4 TO RETURN-CODE
005740     END-IF
005750
005760     IF LCV-RUN-FAILED
005770        DISPLAY "TETLBCV ENDED WITH ERRORS"
005780        MOVE 8 TO RETURN-CODE
005790     END-IF.
005800 8000-EXIT.
005810     EXIT.
