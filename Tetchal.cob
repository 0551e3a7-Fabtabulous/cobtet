000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TETCHAL.
000030 AUTHOR. F BAUMGARTEN.
000040 INSTALLATION. VEMAG DV.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TETCHAL - DAILY CHALLENGE RESULTS REPORT
000090*
000100*    READS THE DAILY CHALLENGE FILE (CHALLNGE.DAT, WRITTEN BY THE
000110*    GAME IN CHALLENGE MODE) AND PRINTS, FOR THE REPORT MONTH,
000120*    EACH DAY'S WINNER AND A MONTH-TO-DATE TABLE PER OPERATOR -
000130*    DAYS PLAYED, DAYS WON, BEST AND TOTAL SCORE - RANKED BY
000140*    TOTAL SCORE.
000150*
000160*    THE GAME WRITES A ZERO-SCORE CLAIM WHEN A CHALLENGE STARTS
000170*    AND THE RESULT AT GAME OVER, SO AN OPERATOR'S DAY COUNTS
000180*    WITH THE BETTER OF THE TWO; AN ABANDONED GAME COUNTS AS A
000190*    DAY PLAYED WITH SCORE 0. THE DAY'S WINNER IS THE HIGHEST
000200*    SCORE, A TIE GOES TO THE EARLIER FINISH. RECORDS FAILING
000210*    THE TETCHK CHECK ARE SKIPPED.
000220*
000230*    ENVIRONMENT:
000240*      leaderboard_dir   DIRECTORY OF CHALLNGE.DAT (AS IN GAME)
000250*      report_month      MONTH YYYYMM. DEFAULT: CURRENT MONTH.
000260*
000270*    OUTPUT: TETCHAL.RPT IN THE LEADERBOARD DIRECTORY.
000280*
000290*    MODIFICATION HISTORY
000300*    2026-10-14 FB  INITIAL VERSION
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CHAL-FILE ASSIGN TO CHL-CHAL-PATH
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CHL-CHAL-STATUS.
000380
000390     SELECT REPORT-FILE ASSIGN TO CHL-RPT-PATH
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS CHL-RPT-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450
000460 FD  CHAL-FILE.
000470 01  CHAL-RECORD             PIC X(44).
000480
000490 FD  REPORT-FILE.
000500 01  REPORT-RECORD           PIC X(80).
000510
000520 WORKING-STORAGE SECTION.
000530
000540*----------------------------------------------------------------
000550*    FILE PATHS AND STATUS FIELDS
000560*----------------------------------------------------------------
000570 01  CHL-DIR                 PIC X(80) VALUE SPACES.
000580 01  CHL-CHAL-PATH           PIC X(80) VALUE SPACES.
000590 01  CHL-RPT-PATH            PIC X(80) VALUE SPACES.
000600
000610 01  CHL-CHAL-STATUS         PIC X(02) VALUE "00".
000620 01  CHL-RPT-STATUS          PIC X(02) VALUE "00".
000630
000640*----------------------------------------------------------------
000650*    RUN CONTROL
000660*----------------------------------------------------------------
000670 01  CHL-EOF-SW              PIC 9(01) VALUE 0.
000680     88 CHL-EOF              VALUE 1.
000690     88 CHL-NOT-EOF          VALUE 0.
000700
000710 01  CHL-TODAY               PIC 9(08) VALUE 0.
000720
000730 01  CHL-MONTH-X             PIC X(06) VALUE SPACES.
000740 01  CHL-MONTH-N REDEFINES CHL-MONTH-X
000750                             PIC 9(06).
000760 01  CHL-MONTH               PIC 9(06) VALUE 0.
000770 01  CHL-MONTH-EDIT          PIC X(06) VALUE SPACES.
000780
000790*----------------------------------------------------------------
000800*    RECORD WORK AREA - SAME LAYOUT AS A LEADERBOARD RECORD
000810*----------------------------------------------------------------
000820 01  CHL-WORK-RECORD.
000830     05 CW-OPERATOR-ID       PIC X(08).
000840     05 CW-DATE-X            PIC X(08).
000850     05 CW-DATE REDEFINES CW-DATE-X.
000860        10 CW-DATE-YYYYMM    PIC 9(06).
000870        10 CW-DATE-DD        PIC 9(02).
000880     05 CW-TIME-X            PIC X(08).
000890     05 CW-TIME REDEFINES CW-TIME-X
000900                             PIC 9(08).
000910     05 CW-LINES-X           PIC X(04).
000920     05 CW-LINES REDEFINES CW-LINES-X
000930                             PIC 9(04).
000940     05 CW-SCORE-X           PIC X(10).
000950     05 CW-SCORE REDEFINES CW-SCORE-X
000960                             PIC 9(10).
000970     05 CW-CHECK-X           PIC X(06).
000980     05 CW-CHECK-N REDEFINES CW-CHECK-X
000990                             PIC 9(06).
001000
001010*----------------------------------------------------------------
001020*    PER-OPERATOR TABLE - THE BEST RESULT OF EACH DAY OF THE
001030*    MONTH PLUS THE MONTH-TO-DATE FIGURES
001040*----------------------------------------------------------------
001050 01  CHL-OPERATOR-TABLE.
001060     05 CHL-OPER-COUNT       PIC 9(03) VALUE 0.
001070     05 CHL-OPER-ENTRY OCCURS 200 TIMES.
001080        10 CHL-OPER-ID       PIC X(08).
001090        10 CHL-OPER-DAYS     PIC 9(02).
001100        10 CHL-OPER-WINS     PIC 9(02).
001110        10 CHL-OPER-BEST     PIC 9(10).
001120        10 CHL-OPER-TOTAL    PIC 9(12).
001130        10 CHL-OPER-DAY OCCURS 31 TIMES.
001140           15 CHL-OD-PLAYED  PIC 9(01).
001150           15 CHL-OD-SCORE   PIC 9(10).
001160           15 CHL-OD-LINES   PIC 9(04).
001170           15 CHL-OD-TIME    PIC 9(08).
001180
001190 01  CHL-SWAP-ENTRY.
001200     05 FILLER               PIC X(08).
001210     05 FILLER               PIC 9(02).
001220     05 FILLER               PIC 9(02).
001230     05 FILLER               PIC 9(10).
001240     05 FILLER               PIC 9(12).
001250     05 FILLER OCCURS 31 TIMES.
001260        10 FILLER            PIC 9(01).
001270        10 FILLER            PIC 9(10).
001280        10 FILLER            PIC 9(04).
001290        10 FILLER            PIC 9(08).
001300
001310*----------------------------------------------------------------
001320*    WORK FIELDS
001330*----------------------------------------------------------------
001340 77  CHL-IX                  PIC 9(03) COMP VALUE 0.
001350 77  CHL-JX                  PIC 9(03) COMP VALUE 0.
001360 77  CHL-WIN-IX              PIC 9(03) COMP VALUE 0.
001370 77  CHL-DAY-IX              PIC 9(02) COMP VALUE 0.
001380 77  CHL-DAY-PLAYERS         PIC 9(04) COMP VALUE 0.
001390 77  CHL-RANK                PIC 9(03) COMP VALUE 0.
001400
001410 77  CHL-READ-COUNT          PIC 9(08) COMP VALUE 0.
001420 77  CHL-USED-COUNT          PIC 9(08) COMP VALUE 0.
001430 77  CHL-SKIP-COUNT          PIC 9(08) COMP VALUE 0.
001440 77  CHL-DAYS-COUNT          PIC 9(08) COMP VALUE 0.
001450
001460 01  CHL-CHKDATA             PIC X(38) VALUE SPACES.
001470 01  CHL-CHECK-WK            PIC 9(06) VALUE 0.
001480
001490*----------------------------------------------------------------
001500*    REPORT LINES
001510*----------------------------------------------------------------
001520 01  RPT-HEADING-1.
001530     05 FILLER               PIC X(34)
001540        VALUE "TETCHAL   DAILY CHALLENGE RESULTS ".
001550     05 FILLER               PIC X(07) VALUE " MONTH ".
001560     05 RPT-H1-MONTH         PIC X(06).
001570     05 FILLER               PIC X(33) VALUE SPACES.
001580
001590 01  RPT-HEADING-2.
001600     05 FILLER               PIC X(80)
001610        VALUE "DAY  WINNER    PLAYERS  BEST SCORE  LINES".
001620
001630 01  RPT-DAY-DETAIL.
001640     05 RPT-D-DAY            PIC Z9.
001650     05 FILLER               PIC X(03) VALUE SPACES.
001660     05 RPT-D-WINNER         PIC X(08).
001670     05 FILLER               PIC X(04) VALUE SPACES.
001680     05 RPT-D-PLAYERS        PIC Z(03)9.
001690     05 FILLER               PIC X(02) VALUE SPACES.
001700     05 RPT-D-SCORE          PIC 9(10).
001710     05 FILLER               PIC X(02) VALUE SPACES.
001720     05 RPT-D-LINES          PIC Z(04)9.
001730     05 FILLER               PIC X(40) VALUE SPACES.
001740
001750 01  RPT-NO-DAYS-LINE.
001760     05 FILLER               PIC X(80)
001770        VALUE "NO CHALLENGE PLAYED THIS MONTH".
001780
001790 01  RPT-MTD-HEADING-1.
001800     05 FILLER               PIC X(80)
001810        VALUE "MONTH TO DATE".
001820
001830 01  RPT-MTD-HEADING-2.
001840     05 FILLER               PIC X(40)
001850        VALUE "RANK OPERATOR  DAYS  WINS  BEST SCORE   ".
001860     05 FILLER               PIC X(40)
001870        VALUE "TOTAL SCORE".
001880
001890 01  RPT-MTD-DETAIL.
001900     05 RPT-M-RANK           PIC ZZ9.
001910     05 FILLER               PIC X(02) VALUE SPACES.
001920     05 RPT-M-OPERATOR       PIC X(08).
001930     05 FILLER               PIC X(02) VALUE SPACES.
001940     05 RPT-M-DAYS           PIC Z9.
001950     05 FILLER               PIC X(04) VALUE SPACES.
001960     05 RPT-M-WINS           PIC Z9.
001970     05 FILLER               PIC X(02) VALUE SPACES.
001980     05 RPT-M-BEST           PIC 9(10).
001990     05 FILLER               PIC X(02) VALUE SPACES.
002000     05 RPT-M-TOTAL          PIC 9(12).
002010     05 FILLER               PIC X(31) VALUE SPACES.
002020
002030 01  RPT-TOTAL-LINE.
002040     05 FILLER               PIC X(06) VALUE "READ  ".
002050     05 RPT-T-READ           PIC Z(07)9.
002060     05 FILLER               PIC X(07) VALUE "  USED ".
002070     05 RPT-T-USED           PIC Z(07)9.
002080     05 FILLER               PIC X(10) VALUE "  SKIPPED ".
002090     05 RPT-T-SKIP           PIC Z(07)9.
002100     05 FILLER               PIC X(07) VALUE "  DAYS ".
002110     05 RPT-T-DAYS           PIC Z(07)9.
002120     05 FILLER               PIC X(18) VALUE SPACES.
002130
002140 PROCEDURE DIVISION.
002150
002160*----------------------------------------------------------------
002170*    MAINLINE
002180*----------------------------------------------------------------
002190 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002210     PERFORM 2000-TALLY-RESULTS THRU 2000-EXIT
002220     PERFORM 3000-SCORE-DAYS THRU 3000-EXIT
002230     PERFORM 3500-SORT-OPERATORS THRU 3500-EXIT
002240     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
002250 0000-EXIT.
002260     STOP RUN.
002270
002280*----------------------------------------------------------------
002290*    INITIALIZE - RESOLVE PATHS AND THE REPORT MONTH
002300*----------------------------------------------------------------
002310 1000-INITIALIZE.
002320     ACCEPT CHL-DIR FROM ENVIRONMENT "leaderboard_dir"
002330     END-ACCEPT
002340
002350     INSPECT CHL-DIR REPLACING TRAILING SPACE BY LOW-VALUE
002360
002370     ACCEPT CHL-TODAY FROM DATE YYYYMMDD
002380
002390     ACCEPT CHL-MONTH-X FROM ENVIRONMENT "report_month"
002400     END-ACCEPT
002410
002420     IF CHL-MONTH-X IS NOT NUMERIC
002430        OR CHL-MONTH-X = SPACES
002440        COMPUTE CHL-MONTH = CHL-TODAY / 100
002450     ELSE
002460        MOVE CHL-MONTH-N TO CHL-MONTH
002470     END-IF
002480
002490     MOVE CHL-MONTH TO CHL-MONTH-EDIT
002500
002510     STRING
002520         CHL-DIR             DELIMITED BY LOW-VALUE
002530         "\"                 DELIMITED BY SIZE
002540         "challnge.dat"      DELIMITED BY SIZE
002550             INTO CHL-CHAL-PATH
002560     END-STRING
002570
002580     STRING
002590         CHL-DIR             DELIMITED BY LOW-VALUE
002600         "\"                 DELIMITED BY SIZE
002610         "tetchal.rpt"       DELIMITED BY SIZE
002620             INTO CHL-RPT-PATH
002630     END-STRING
002640
002650     INSPECT CHL-CHAL-PATH REPLACING TRAILING SPACE BY LOW-VALUE
002660     INSPECT CHL-RPT-PATH REPLACING TRAILING SPACE BY LOW-VALUE.
002670 1000-EXIT.
002680     EXIT.
002690
002700*----------------------------------------------------------------
002710*    TALLY THE CHALLENGE FILE - NO FILE MEANS NO CHALLENGE WAS
002720*    PLAYED YET, THE REPORT IS STILL WRITTEN
002730*----------------------------------------------------------------
002740 2000-TALLY-RESULTS.
002750     OPEN INPUT CHAL-FILE
002760
002770     IF CHL-CHAL-STATUS NOT = "00"
002780        DISPLAY "TETCHAL: CANNOT OPEN " CHL-CHAL-PATH
002790        GO TO 2000-EXIT
002800     END-IF
002810
002820     SET CHL-NOT-EOF TO TRUE
002830
002840     PERFORM 2100-TALLY-RECORD THRU 2100-EXIT
002850         UNTIL CHL-EOF
002860
002870     CLOSE CHAL-FILE.
002880 2000-EXIT.
002890     EXIT.
002900
002910 2100-TALLY-RECORD.
002920     READ CHAL-FILE
002930         AT END
002940             SET CHL-EOF TO TRUE
002950             GO TO 2100-EXIT
002960     END-READ
002970
002980     ADD 1 TO CHL-READ-COUNT
002990     MOVE CHAL-RECORD TO CHL-WORK-RECORD
003000
003010*    ONLY RECORDS WITH A VALID TAMPER CHECK COUNT
003020     MOVE CHL-WORK-RECORD (1:38) TO CHL-CHKDATA
003030     MOVE 0 TO CHL-CHECK-WK
003040     CALL "TETCHK" USING CHL-CHKDATA, CHL-CHECK-WK
003050
003060     IF CW-CHECK-X IS NOT NUMERIC
003070        OR CW-CHECK-N NOT = CHL-CHECK-WK
003080        ADD 1 TO CHL-SKIP-COUNT
003090        GO TO 2100-EXIT
003100     END-IF
003110
003120     IF CW-OPERATOR-ID = SPACES
003130        OR CW-DATE-X IS NOT NUMERIC
003140        OR CW-TIME-X IS NOT NUMERIC
003150        OR CW-LINES-X IS NOT NUMERIC
003160        OR CW-SCORE-X IS NOT NUMERIC
003170        ADD 1 TO CHL-SKIP-COUNT
003180        GO TO 2100-EXIT
003190     END-IF
003200
003210     IF CW-DATE-YYYYMM NOT = CHL-MONTH
003220        OR CW-DATE-DD < 01 OR CW-DATE-DD > 31
003230        ADD 1 TO CHL-SKIP-COUNT
003240        GO TO 2100-EXIT
003250     END-IF
003260
003270     PERFORM 2800-FIND-OPERATOR THRU 2800-EXIT
003280
003290     IF CHL-IX = 0
003300        ADD 1 TO CHL-SKIP-COUNT
003310        GO TO 2100-EXIT
003320     END-IF
003330
003340     ADD 1 TO CHL-USED-COUNT
003350
003360*    THE CLAIM AND THE RESULT OF ONE DAY - KEEP THE BETTER
003370     IF CHL-OD-PLAYED (CHL-IX, CW-DATE-DD) = 1
003380        AND CW-SCORE NOT > CHL-OD-SCORE (CHL-IX, CW-DATE-DD)
003390        GO TO 2100-EXIT
003400     END-IF
003410
003420     MOVE 1        TO CHL-OD-PLAYED (CHL-IX, CW-DATE-DD)
003430     MOVE CW-SCORE TO CHL-OD-SCORE (CHL-IX, CW-DATE-DD)
003440     MOVE CW-LINES TO CHL-OD-LINES (CHL-IX, CW-DATE-DD)
003450     MOVE CW-TIME  TO CHL-OD-TIME (CHL-IX, CW-DATE-DD).
003460 2100-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------------
003500*    FIND OR ADD THE OPERATOR ENTRY - CHL-IX RETURNS THE SLOT,
003510*    0 WHEN THE TABLE IS FULL
003520*----------------------------------------------------------------
003530 2800-FIND-OPERATOR.
003540     PERFORM VARYING CHL-IX FROM 1 BY 1
003550             UNTIL CHL-IX > CHL-OPER-COUNT
003560         IF CHL-OPER-ID (CHL-IX) = CW-OPERATOR-ID
003570            GO TO 2800-EXIT
003580         END-IF
003590     END-PERFORM
003600
003610     IF CHL-OPER-COUNT >= 200
003620        MOVE 0 TO CHL-IX
003630        GO TO 2800-EXIT
003640     END-IF
003650
003660     ADD 1 TO CHL-OPER-COUNT
003670     MOVE CHL-OPER-COUNT TO CHL-IX
003680
003690     MOVE CW-OPERATOR-ID TO CHL-OPER-ID (CHL-IX)
003700     MOVE 0 TO CHL-OPER-DAYS (CHL-IX)
003710     MOVE 0 TO CHL-OPER-WINS (CHL-IX)
003720     MOVE 0 TO CHL-OPER-BEST (CHL-IX)
003730     MOVE 0 TO CHL-OPER-TOTAL (CHL-IX)
003740
003750     PERFORM VARYING CHL-DAY-IX FROM 1 BY 1
003760             UNTIL CHL-DAY-IX > 31
003770         MOVE 0 TO CHL-OD-PLAYED (CHL-IX, CHL-DAY-IX)
003780         MOVE 0 TO CHL-OD-SCORE (CHL-IX, CHL-DAY-IX)
003790         MOVE 0 TO CHL-OD-LINES (CHL-IX, CHL-DAY-IX)
003800         MOVE 0 TO CHL-OD-TIME (CHL-IX, CHL-DAY-IX)
003810     END-PERFORM.
003820 2800-EXIT.
003830     EXIT.
003840
003850*----------------------------------------------------------------
003860*    ROLL EACH OPERATOR'S DAYS UP INTO THE MONTH-TO-DATE FIGURES
003870*    AND CREDIT EACH DAY'S WIN
003880*----------------------------------------------------------------
003890 3000-SCORE-DAYS.
003900     PERFORM 3100-SCORE-OPERATOR THRU 3100-EXIT
003910         VARYING CHL-IX FROM 1 BY 1
003920         UNTIL CHL-IX > CHL-OPER-COUNT
003930
003940     PERFORM 3200-CREDIT-DAY-WINNER THRU 3200-EXIT
003950         VARYING CHL-DAY-IX FROM 1 BY 1
003960         UNTIL CHL-DAY-IX > 31.
003970 3000-EXIT.
003980     EXIT.
003990
004000 3100-SCORE-OPERATOR.
004010     PERFORM VARYING CHL-DAY-IX FROM 1 BY 1
004020             UNTIL CHL-DAY-IX > 31
004030         IF CHL-OD-PLAYED (CHL-IX, CHL-DAY-IX) = 1
004040            ADD 1 TO CHL-OPER-DAYS (CHL-IX)
004050            ADD CHL-OD-SCORE (CHL-IX, CHL-DAY-IX)
004060                TO CHL-OPER-TOTAL (CHL-IX)
004070            IF CHL-OD-SCORE (CHL-IX, CHL-DAY-IX)
004080                   > CHL-OPER-BEST (CHL-IX)
004090               MOVE CHL-OD-SCORE (CHL-IX, CHL-DAY-IX)
004100                   TO CHL-OPER-BEST (CHL-IX)
004110            END-IF
004120         END-IF
004130     END-PERFORM.
004140 3100-EXIT.
004150     EXIT.
004160
004170*----------------------------------------------------------------
004180*    CREDIT THE DAY'S WIN
004190*----------------------------------------------------------------
004200 3200-CREDIT-DAY-WINNER.
004210     PERFORM 3300-FIND-DAY-WINNER THRU 3300-EXIT
004220
004230     IF CHL-WIN-IX NOT = 0
004240        ADD 1 TO CHL-OPER-WINS (CHL-WIN-IX)
004250     END-IF.
004260 3200-EXIT.
004270     EXIT.
004280
004290*----------------------------------------------------------------
004300*    THE DAY'S WINNER - HIGHEST SCORE, THE EARLIER FINISH ON A
004310*    TIE. CHL-WIN-IX IS 0 FOR A DAY NOBODY PLAYED.
004320*----------------------------------------------------------------
004330 3300-FIND-DAY-WINNER.
004340     MOVE 0 TO CHL-WIN-IX
004350     MOVE 0 TO CHL-DAY-PLAYERS
004360
004370     PERFORM VARYING CHL-JX FROM 1 BY 1
004380             UNTIL CHL-JX > CHL-OPER-COUNT
004390         IF CHL-OD-PLAYED (CHL-JX, CHL-DAY-IX) = 1
004400            ADD 1 TO CHL-DAY-PLAYERS
004410            IF CHL-WIN-IX = 0
004420               MOVE CHL-JX TO CHL-WIN-IX
004430            ELSE
004440               IF CHL-OD-SCORE (CHL-JX, CHL-DAY-IX)
004450                      > CHL-OD-SCORE (CHL-WIN-IX, CHL-DAY-IX)
004460                  OR (CHL-OD-SCORE (CHL-JX, CHL-DAY-IX)
004470                      = CHL-OD-SCORE (CHL-WIN-IX, CHL-DAY-IX)
004480                  AND CHL-OD-TIME (CHL-JX, CHL-DAY-IX)
004490                      < CHL-OD-TIME (CHL-WIN-IX, CHL-DAY-IX))
004500                  MOVE CHL-JX TO CHL-WIN-IX
004510               END-IF
004520            END-IF
004530         END-IF
004540     END-PERFORM.
004550 3300-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------------
004590*    SORT THE OPERATOR TABLE BY TOTAL SCORE, HIGHEST FIRST -
004600*    EQUAL TOTALS BY OPERATOR ID
004610*----------------------------------------------------------------
004620 3500-SORT-OPERATORS.
004630     IF CHL-OPER-COUNT < 2
004640        GO TO 3500-EXIT
004650     END-IF
004660
004670     PERFORM VARYING CHL-IX FROM 1 BY 1
004680             UNTIL CHL-IX >= CHL-OPER-COUNT
004690         PERFORM VARYING CHL-JX FROM 1 BY 1
004700                 UNTIL CHL-JX >= CHL-OPER-COUNT
004710             IF CHL-OPER-TOTAL (CHL-JX) <
004720                CHL-OPER-TOTAL (CHL-JX + 1)
004730                OR (CHL-OPER-TOTAL (CHL-JX) =
004740                    CHL-OPER-TOTAL (CHL-JX + 1)
004750                AND CHL-OPER-ID (CHL-JX) >
004760                    CHL-OPER-ID (CHL-JX + 1))
004770                MOVE CHL-OPER-ENTRY (CHL-JX)
004780                    TO CHL-SWAP-ENTRY
004790                MOVE CHL-OPER-ENTRY (CHL-JX + 1)
004800                    TO CHL-OPER-ENTRY (CHL-JX)
004810                MOVE CHL-SWAP-ENTRY
004820                    TO CHL-OPER-ENTRY (CHL-JX + 1)
004830             END-IF
004840         END-PERFORM
004850     END-PERFORM.
004860 3500-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------------
004900*    WRITE THE REPORT
004910*----------------------------------------------------------------
004920 4000-WRITE-REPORT.
004930     OPEN OUTPUT REPORT-FILE
004940
004950     IF CHL-RPT-STATUS NOT = "00"
004960        DISPLAY "TETCHAL: CANNOT OPEN " CHL-RPT-PATH
004970        MOVE 8 TO RETURN-CODE
004980        GO TO 4000-EXIT
004990     END-IF
005000
005010     MOVE CHL-MONTH-EDIT TO RPT-H1-MONTH
005020     WRITE REPORT-RECORD FROM RPT-HEADING-1
005030     MOVE SPACES TO REPORT-RECORD
005040     WRITE REPORT-RECORD
005050     WRITE REPORT-RECORD FROM RPT-HEADING-2
005060
005070     PERFORM 4100-WRITE-DAY-LINE THRU 4100-EXIT
005080         VARYING CHL-DAY-IX FROM 1 BY 1
005090         UNTIL CHL-DAY-IX > 31
005100
005110     IF CHL-DAYS-COUNT = 0
005120        WRITE REPORT-RECORD FROM RPT-NO-DAYS-LINE
005130     END-IF
005140
005150     MOVE SPACES TO REPORT-RECORD
005160     WRITE REPORT-RECORD
005170     WRITE REPORT-RECORD FROM RPT-MTD-HEADING-1
005180     WRITE REPORT-RECORD FROM RPT-MTD-HEADING-2
005190
005200     MOVE 0 TO CHL-RANK
005210
005220     PERFORM 4200-WRITE-OPERATOR-LINE THRU 4200-EXIT
005230         VARYING CHL-IX FROM 1 BY 1
005240         UNTIL CHL-IX > CHL-OPER-COUNT
005250
005260     MOVE SPACES TO REPORT-RECORD
005270     WRITE REPORT-RECORD
005280
005290     MOVE CHL-READ-COUNT TO RPT-T-READ
005300     MOVE CHL-USED-COUNT TO RPT-T-USED
005310     MOVE CHL-SKIP-COUNT TO RPT-T-SKIP
005320     MOVE CHL-DAYS-COUNT TO RPT-T-DAYS
005330     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
005340
005350     CLOSE REPORT-FILE
005360
005370     DISPLAY "TETCHAL REPORT WRITTEN FOR " CHL-MONTH-EDIT.
005380 4000-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------------
005420*    ONE LINE PER DAY THAT WAS PLAYED - THE TABLE IS SORTED BY
005430*    NOW, SO THE WINNER IS FOUND AGAIN
005440*----------------------------------------------------------------
005450 4100-WRITE-DAY-LINE.
005460     PERFORM 3300-FIND-DAY-WINNER THRU 3300-EXIT
005470
005480     IF CHL-WIN-IX = 0
005490        GO TO 4100-EXIT
005500     END-IF
005510
005520     ADD 1 TO CHL-DAYS-COUNT
005530
005540     MOVE CHL-DAY-IX                        TO RPT-D-DAY
005550     MOVE CHL-OPER-ID (CHL-WIN-IX)          TO RPT-D-WINNER
005560     MOVE CHL-DAY-PLAYERS                   TO RPT-D-PLAYERS
005570     MOVE CHL-OD-SCORE (CHL-WIN-IX, CHL-DAY-IX) TO RPT-D-SCORE
005580     MOVE CHL-OD-LINES (CHL-WIN-IX, CHL-DAY-IX) TO RPT-D-LINES
005590
005600     WRITE REPORT-RECORD FROM RPT-DAY-DETAIL.
005610 4100-EXIT.
005620     EXIT.
005630
005640*----------------------------------------------------------------
005650*    ONE MONTH-TO-DATE LINE PER OPERATOR, IN RANK ORDER
005660*----------------------------------------------------------------
005670 4200-WRITE-OPERATOR-LINE.
005680     ADD 1 TO CHL-RANK
005690
005700     MOVE CHL-RANK                TO RPT-M-RANK
005710     MOVE CHL-OPER-ID (CHL-IX)    TO RPT-M-OPERATOR
005720     MOVE CHL-OPER-DAYS (CHL-IX)  TO RPT-M-DAYS
005730     MOVE CHL-OPER-WINS (CHL-IX)  TO RPT-M-WINS
005740     MOVE CHL-OPER-BEST (CHL-IX)  TO RPT-M-BEST
005750     MOVE CHL-OPER-TOTAL (CHL-IX) TO RPT-M-TOTAL
005760
005770     WRITE REPORT-RECORD FROM RPT-MTD-DETAIL.
005780 4200-EXIT.
005790     EXIT.
