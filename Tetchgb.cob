000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TETCHGB.
000030 AUTHOR. F BAUMGARTEN.
000040 INSTALLATION. VEMAG DV.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TETCHGB - MONTHLY CHARGEBACK EXTRACT FOR FINANCE
000090*
000100*    WALKS THE USAGE FILE THE GAME MAINTAINS (ACTIVE SECONDS PER
000110*    OPERATOR AND DAY) FOR ONE MONTH, RESOLVES EACH OPERATOR'S
000120*    DEPARTMENT FROM THE DV ROSTER (RO-DEPT; A BLANK RO-DEPT
000130*    FALLS BACK TO ID CHARS 1-2 AS IN TETTIME), PRICES THE
000140*    MINUTES FROM THE RATE TABLE AND WRITES THE CHARGEBACK
000150*    INTERFACE FILE FINANCE LOADS.
000160*
000170*    MINUTES ARE ROUNDED PER OPERATOR-DAY, AS TETTIME SHOWS
000180*    THEM. OPERATORS NOT ON THE ROSTER ARE NOT CHARGED TO A
000190*    DEPARTMENT; EACH GOES TO A SUSPENSE LINE PRICED AT THE "*"
000200*    DEFAULT RATE FOR FINANCE TO CLEAR. WITHOUT A ROSTER FILE
000210*    EVERY OPERATOR IS CHARGED BY ID PREFIX.
000220*
000230*    RATE TABLE CHGRATES.DAT - ONE LINE PER DEPARTMENT:
000240*      COLS  1- 2  DEPARTMENT, "*" FOR THE DEFAULT (REQUIRED)
000250*      COLS  3-10  COST CENTRE
000260*      COLS 11-17  RATE PER MINUTE 9(03)V9(04), E.G. 0001500
000270*    A DEPARTMENT WITHOUT A LINE IS CHARGED AT THE DEFAULT RATE
000280*    TO THE DEFAULT COST CENTRE.
000290*
000300*    INTERFACE FILE CHG<YYYYMM>.DAT - 80-BYTE RECORDS:
000310*      H  HEADER      MONTH, RUN DATE AND TIME
000320*      D  DETAIL      ONE PER DEPARTMENT/COST CENTRE
000330*      S  SUSPENSE    ONE PER OPERATOR NOT ON THE ROSTER
000340*      T  TRAILER     RECORD COUNT, MINUTES AND AMOUNT TOTALS
000350*    AMOUNTS CARRY TWO IMPLIED DECIMALS. THE FILE IS OPENED
000351*    OUTPUT, SO A RERUN FOR THE SAME MONTH REPLACES IT. WHEN THE
000352*    WORK TABLES OVERFLOW NO FILE IS WRITTEN AT ALL - A FILE WITH
000353*    A TRAILER WOULD LOAD AS COMPLETE WITH CHARGES MISSING.
000370*
000380*    ENVIRONMENT:
000390*      leaderboard_dir   DIRECTORY OF USAGE.DAT, ROSTER.DAT,
000400*                        CHGRATES.DAT AND THE INTERFACE FILE
000410*      report_month      MONTH YYYYMM. DEFAULT: PREVIOUS MONTH.
000420*
000430*    RETURN CODE 4 WHEN ANY SUSPENSE LINE IS WRITTEN, 8 WHEN THE
000440*    USAGE FILE, THE RATE TABLE OR THE INTERFACE FILE CANNOT BE
000450*    PROCESSED, 0 WHEN CLEAN.
000460*
000470*    MODIFICATION HISTORY
000480*    2026-10-14 FB  INITIAL VERSION
000481*    2026-10-15 FB  NO INTERFACE FILE WHEN THE TABLES OVERFLOW
000490*----------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT USAGE-FILE ASSIGN TO CHB-USAGE-PATH
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS PU-KEY
000570         FILE STATUS IS CHB-USAGE-STATUS.
000580
000590     SELECT ROSTER-FILE ASSIGN TO CHB-ROSTER-PATH
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS RO-OPERATOR-ID
000630         FILE STATUS IS CHB-ROSTER-STATUS.
000640
000650     SELECT RATE-FILE ASSIGN TO CHB-RATE-PATH
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS CHB-RATE-STATUS.
000680
000690     SELECT CHARGE-FILE ASSIGN TO CHB-CHARGE-PATH
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS CHB-CHARGE-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750
000760 FD  USAGE-FILE.
000770 01  USAGE-RECORD.
000780     05 PU-KEY.
000790        10 PU-OPERATOR       PIC X(08).
000800        10 PU-DATE           PIC 9(08).
000810     05 PU-SECONDS           PIC 9(06).
000820
000830 FD  ROSTER-FILE.
000840 01  ROSTER-RECORD.
000850     05 RO-OPERATOR-ID       PIC X(08).
000860     05 RO-NAME              PIC X(20).
000870     05 RO-DEPT              PIC X(02).
000880
000890 FD  RATE-FILE.
000900 01  RATE-RECORD.
000910     05 RT-DEPT              PIC X(02).
000920     05 RT-COST-CENTRE       PIC X(08).
000930     05 RT-RATE-X            PIC X(07).
000940     05 RT-RATE REDEFINES RT-RATE-X
000950                             PIC 9(03)V9(04).
000960
000970 FD  CHARGE-FILE.
000980 01  CHARGE-RECORD           PIC X(80).
000990
001000 WORKING-STORAGE SECTION.
001010
001020*----------------------------------------------------------------
001030*    FILE PATHS AND STATUS FIELDS
001040*----------------------------------------------------------------
001050 01  CHB-DIR                 PIC X(80) VALUE SPACES.
001060 01  CHB-USAGE-PATH          PIC X(80) VALUE SPACES.
001070 01  CHB-ROSTER-PATH         PIC X(80) VALUE SPACES.
001080 01  CHB-RATE-PATH           PIC X(80) VALUE SPACES.
001090 01  CHB-CHARGE-PATH         PIC X(80) VALUE SPACES.
001100
001110 01  CHB-USAGE-STATUS        PIC X(02) VALUE "00".
001120 01  CHB-ROSTER-STATUS       PIC X(02) VALUE "00".
001130 01  CHB-RATE-STATUS         PIC X(02) VALUE "00".
001140 01  CHB-CHARGE-STATUS       PIC X(02) VALUE "00".
001150
001160 01  CHB-ROSTER-SW           PIC 9(01) VALUE 0.
001170     88 CHB-ROSTER-AVAIL     VALUE 1.
001180     88 CHB-ROSTER-MISSING   VALUE 0.
001190
001200*----------------------------------------------------------------
001210*    RUN CONTROL
001220*----------------------------------------------------------------
001230 01  CHB-RUN-SW              PIC 9(01) VALUE 0.
001240     88 CHB-RUN-OK           VALUE 0.
001250     88 CHB-RUN-FAILED       VALUE 1.
001260
001270 01  CHB-EOF-SW              PIC 9(01) VALUE 0.
001280     88 CHB-EOF              VALUE 1.
001290     88 CHB-NOT-EOF          VALUE 0.
001300
001310 01  CHB-TODAY               PIC 9(08) VALUE 0.
001320 01  CHB-TODAY-PARTS REDEFINES CHB-TODAY.
001330     05 CHB-TODAY-YYYY       PIC 9(04).
001340     05 CHB-TODAY-MM         PIC 9(02).
001350     05 CHB-TODAY-DD         PIC 9(02).
001360 01  CHB-NOW                 PIC 9(08) VALUE 0.
001370
001380 01  CHB-MONTH-X             PIC X(06) VALUE SPACES.
001390 01  CHB-MONTH-N REDEFINES CHB-MONTH-X
001400                             PIC 9(06).
001410 01  CHB-MONTH               PIC 9(06) VALUE 0.
001420 01  CHB-MONTH-EDIT          PIC X(06) VALUE SPACES.
001430 01  CHB-REC-MONTH           PIC 9(06) VALUE 0.
001440
001450*----------------------------------------------------------------
001460*    RATE TABLE - THE WHOLE CHGRATES.DAT, PLUS THE DEFAULT
001470*----------------------------------------------------------------
001480 01  CHB-RATE-TABLE.
001490     05 CHB-RATE-COUNT       PIC 9(03) VALUE 0.
001500     05 CHB-RATE-ENTRY OCCURS 100 TIMES.
001510        10 CHB-RATE-DEPT     PIC X(02).
001520        10 CHB-RATE-CC       PIC X(08).
001530        10 CHB-RATE-PER-MIN  PIC 9(03)V9(04).
001540
001550 01  CHB-DEFAULT-SW          PIC 9(01) VALUE 0.
001560     88 CHB-DEFAULT-FOUND    VALUE 1.
001570     88 CHB-DEFAULT-MISSING  VALUE 0.
001580 01  CHB-DEFAULT-CC          PIC X(08) VALUE SPACES.
001590 01  CHB-DEFAULT-RATE        PIC 9(03)V9(04) VALUE 0.
001600
001610*----------------------------------------------------------------
001620*    DEPARTMENT CHARGE TABLE - ONE DETAIL LINE EACH
001630*----------------------------------------------------------------
001640 01  CHB-DEPT-TABLE.
001650     05 CHB-DEPT-COUNT       PIC 9(03) VALUE 0.
001660     05 CHB-DEPT-ENTRY OCCURS 50 TIMES.
001670        10 CHB-DEPT-ID       PIC X(02).
001680        10 CHB-DEPT-CC       PIC X(08).
001690        10 CHB-DEPT-RATE     PIC 9(03)V9(04).
001700        10 CHB-DEPT-OPERS    PIC 9(05).
001710        10 CHB-DEPT-MINUTES  PIC 9(09).
001720        10 CHB-DEPT-AMOUNT   PIC 9(09)V99.
001730
001740*----------------------------------------------------------------
001750*    SUSPENSE TABLE - OPERATORS NOT ON THE ROSTER
001760*----------------------------------------------------------------
001770 01  CHB-SUSP-TABLE.
001780     05 CHB-SUSP-COUNT       PIC 9(03) VALUE 0.
001790     05 CHB-SUSP-ENTRY OCCURS 200 TIMES.
001800        10 CHB-SUSP-OPERATOR PIC X(08).
001810        10 CHB-SUSP-MINUTES  PIC 9(09).
001820        10 CHB-SUSP-AMOUNT   PIC 9(09)V99.
001830
001840*----------------------------------------------------------------
001850*    CURRENT OPERATOR - THE USAGE FILE IS IN OPERATOR ORDER, SO
001860*    THE ROSTER IS READ ONCE PER OPERATOR
001870*----------------------------------------------------------------
001880 01  CHB-CUR-OPERATOR        PIC X(08) VALUE LOW-VALUES.
001890 01  CHB-CUR-DEPT            PIC X(02) VALUE SPACES.
001900 01  CHB-CUR-SW              PIC 9(01) VALUE 0.
001910     88 CHB-CUR-ROSTERED     VALUE 0.
001920     88 CHB-CUR-SUSPENSE     VALUE 1.
001930 01  CHB-CUR-COUNTED-SW      PIC 9(01) VALUE 0.
001940     88 CHB-CUR-COUNTED      VALUE 1.
001950     88 CHB-CUR-NOT-COUNTED  VALUE 0.
001960
001970*----------------------------------------------------------------
001980*    WORK FIELDS
001990*----------------------------------------------------------------
002000 77  CHB-RX                  PIC 9(03) COMP VALUE 0.
002010 77  CHB-DX                  PIC 9(03) COMP VALUE 0.
002020 77  CHB-SX                  PIC 9(03) COMP VALUE 0.
002030
002040 01  CHB-MINUTES-WK          PIC 9(06) VALUE 0.
002050
002060 77  CHB-READ-COUNT          PIC 9(08) COMP VALUE 0.
002070 77  CHB-USED-COUNT          PIC 9(08) COMP VALUE 0.
002080 77  CHB-SUSP-TRUE-COUNT     PIC 9(08) COMP VALUE 0.
002090 77  CHB-LOST-COUNT          PIC 9(08) COMP VALUE 0.
002100 77  CHB-OUT-COUNT           PIC 9(08) COMP VALUE 0.
002110
002120 01  CHB-TOTAL-MINUTES       PIC 9(11) VALUE 0.
002130 01  CHB-TOTAL-AMOUNT        PIC 9(11)V99 VALUE 0.
002140 01  CHB-SUSP-TOT-MINUTES    PIC 9(11) VALUE 0.
002150 01  CHB-SUSP-TOT-AMOUNT     PIC 9(11)V99 VALUE 0.
002160
002170 77  CHB-READ-EDIT           PIC Z(07)9.
002180 77  CHB-USED-EDIT           PIC Z(07)9.
002190 77  CHB-SUSP-EDIT           PIC Z(07)9.
002200 77  CHB-AMOUNT-EDIT         PIC Z(10)9.99.
002210
002220*----------------------------------------------------------------
002230*    INTERFACE RECORDS
002240*----------------------------------------------------------------
002250 01  CHG-HEADER.
002260     05 CHG-H-TYPE           PIC X(01) VALUE "H".
002270     05 CHG-H-SOURCE         PIC X(08) VALUE "TETCHGB".
002280     05 CHG-H-MONTH          PIC 9(06).
002290     05 CHG-H-RUN-DATE       PIC 9(08).
002300     05 CHG-H-RUN-TIME       PIC 9(06).
002310     05 FILLER               PIC X(51) VALUE SPACES.
002320
002330 01  CHG-DETAIL.
002340     05 CHG-D-TYPE           PIC X(01) VALUE "D".
002350     05 CHG-D-MONTH          PIC 9(06).
002360     05 CHG-D-DEPT           PIC X(02).
002370     05 CHG-D-COST-CENTRE    PIC X(08).
002380     05 CHG-D-OPERS          PIC 9(05).
002390     05 CHG-D-MINUTES        PIC 9(09).
002400     05 CHG-D-RATE           PIC 9(03)V9(04).
002410     05 CHG-D-AMOUNT         PIC 9(09)V99.
002420     05 FILLER               PIC X(31) VALUE SPACES.
002430
002440 01  CHG-SUSPENSE.
002450     05 CHG-S-TYPE           PIC X(01) VALUE "S".
002460     05 CHG-S-MONTH          PIC 9(06).
002470     05 CHG-S-OPERATOR       PIC X(08).
002480     05 CHG-S-PREFIX         PIC X(02).
002490     05 CHG-S-MINUTES        PIC 9(09).
002500     05 CHG-S-RATE           PIC 9(03)V9(04).
002510     05 CHG-S-AMOUNT         PIC 9(09)V99.
002520     05 CHG-S-REASON         PIC X(16) VALUE "NOT ON ROSTER".
002530     05 FILLER               PIC X(20) VALUE SPACES.
002540
002550 01  CHG-TRAILER.
002560     05 CHG-T-TYPE           PIC X(01) VALUE "T".
002570     05 CHG-T-MONTH          PIC 9(06).
002580     05 CHG-T-RECORDS        PIC 9(07).
002590     05 CHG-T-DETAILS        PIC 9(05).
002600     05 CHG-T-MINUTES        PIC 9(11).
002610     05 CHG-T-AMOUNT         PIC 9(11)V99.
002620     05 CHG-T-SUSPENSES      PIC 9(05).
002630     05 CHG-T-SUSP-MINUTES   PIC 9(11).
002640     05 CHG-T-SUSP-AMOUNT    PIC 9(11)V99.
002650     05 FILLER               PIC X(08) VALUE SPACES.
002660
002670 PROCEDURE DIVISION.
002680
002690*----------------------------------------------------------------
002700*    MAINLINE
002710*----------------------------------------------------------------
002720 0000-MAINLINE.
002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002740     IF CHB-RUN-FAILED
002750        GO TO 0000-WRAP-UP
002760     END-IF
002770     PERFORM 1500-LOAD-RATES THRU 1500-EXIT
002780     IF CHB-RUN-FAILED
002790        GO TO 0000-WRAP-UP
002800     END-IF
002810     PERFORM 2000-WALK-USAGE THRU 2000-EXIT
002820     IF CHB-RUN-FAILED
002830        GO TO 0000-WRAP-UP
002840     END-IF
002850     PERFORM 3000-PRICE-CHARGES THRU 3000-EXIT
002851     IF CHB-LOST-COUNT NOT = 0
002852        GO TO 0000-WRAP-UP
002853     END-IF
002860     PERFORM 4000-WRITE-INTERFACE THRU 4000-EXIT.
002870 0000-WRAP-UP.
002880     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
002890 0000-EXIT.
002900     STOP RUN.
002910
002920*----------------------------------------------------------------
002930*    INITIALIZE - RESOLVE PATHS AND THE CHARGE MONTH. THE
002940*    DEFAULT IS THE MONTH JUST ENDED.
002950*----------------------------------------------------------------
002960 1000-INITIALIZE.
002970     ACCEPT CHB-DIR FROM ENVIRONMENT "leaderboard_dir"
002980     END-ACCEPT
002990
003000     INSPECT CHB-DIR REPLACING TRAILING SPACE BY LOW-VALUE
003010
003020     ACCEPT CHB-TODAY FROM DATE YYYYMMDD
003030     ACCEPT CHB-NOW FROM TIME
003040
003050     ACCEPT CHB-MONTH-X FROM ENVIRONMENT "report_month"
003060     END-ACCEPT
003070
003080     IF CHB-MONTH-X IS NOT NUMERIC
003090        OR CHB-MONTH-X = SPACES
003100        IF CHB-TODAY-MM = 01
003110           COMPUTE CHB-MONTH = (CHB-TODAY-YYYY - 1) * 100 + 12
003120        ELSE
003130           COMPUTE CHB-MONTH = CHB-TODAY / 100 - 1
003140        END-IF
003150     ELSE
003160        MOVE CHB-MONTH-N TO CHB-MONTH
003170     END-IF
003180
003190     MOVE CHB-MONTH TO CHB-MONTH-EDIT
003200
003210     STRING
003220         CHB-DIR             DELIMITED BY LOW-VALUE
003230         "\"                 DELIMITED BY SIZE
003240         "usage.dat"         DELIMITED BY SIZE
003250             INTO CHB-USAGE-PATH
003260     END-STRING
003270
003280     STRING
003290         CHB-DIR             DELIMITED BY LOW-VALUE
003300         "\"                 DELIMITED BY SIZE
003310         "roster.dat"        DELIMITED BY SIZE
003320             INTO CHB-ROSTER-PATH
003330     END-STRING
003340
003350     STRING
003360         CHB-DIR             DELIMITED BY LOW-VALUE
003370         "\"                 DELIMITED BY SIZE
003380         "chgrates.dat"      DELIMITED BY SIZE
003390             INTO CHB-RATE-PATH
003400     END-STRING
003410
003420     STRING
003430         CHB-DIR             DELIMITED BY LOW-VALUE
003440         "\"                 DELIMITED BY SIZE
003450         "chg"               DELIMITED BY SIZE
003460         CHB-MONTH-EDIT      DELIMITED BY SIZE
003470         ".dat"              DELIMITED BY SIZE
003480             INTO CHB-CHARGE-PATH
003490     END-STRING
003500
003510     INSPECT CHB-USAGE-PATH
003520         REPLACING TRAILING SPACE BY LOW-VALUE
003530     INSPECT CHB-ROSTER-PATH
003540         REPLACING TRAILING SPACE BY LOW-VALUE
003550     INSPECT CHB-RATE-PATH
003560         REPLACING TRAILING SPACE BY LOW-VALUE
003570     INSPECT CHB-CHARGE-PATH
003580         REPLACING TRAILING SPACE BY LOW-VALUE
003590
003600*    THE ROSTER IS OPTIONAL - WITHOUT ONE NOTHING GOES TO
003610*    SUSPENSE AND THE ID PREFIX IS THE DEPARTMENT
003620     OPEN INPUT ROSTER-FILE
003630
003640     IF CHB-ROSTER-STATUS = "00"
003650        SET CHB-ROSTER-AVAIL TO TRUE
003660     ELSE
003670        DISPLAY "TETCHGB: NO ROSTER - DEPARTMENTS BY ID PREFIX"
003680     END-IF.
003690 1000-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------------
003730*    LOAD THE RATE TABLE - NO TABLE OR NO "*" DEFAULT MEANS
003740*    NOTHING CAN BE PRICED, AND THE RUN FAILS
003750*----------------------------------------------------------------
003760 1500-LOAD-RATES.
003770     OPEN INPUT RATE-FILE
003780
003790     IF CHB-RATE-STATUS NOT = "00"
003800        DISPLAY "TETCHGB: CANNOT OPEN " CHB-RATE-PATH
003810        SET CHB-RUN-FAILED TO TRUE
003820        GO TO 1500-EXIT
003830     END-IF
003840
003850     SET CHB-NOT-EOF TO TRUE
003860
003870     PERFORM 1600-RATE-RECORD THRU 1600-EXIT
003880         UNTIL CHB-EOF
003890
003900     CLOSE RATE-FILE
003910
003920     IF CHB-DEFAULT-MISSING
003930        DISPLAY "TETCHGB: NO * DEFAULT RATE IN " CHB-RATE-PATH
003940        SET CHB-RUN-FAILED TO TRUE
003950     END-IF.
003960 1500-EXIT.
003970     EXIT.
003980
003990 1600-RATE-RECORD.
004000     READ RATE-FILE
004010         AT END
004020             SET CHB-EOF TO TRUE
004030             GO TO 1600-EXIT
004040     END-READ
004050
004060     IF RT-RATE-X IS NOT NUMERIC
004070        OR RT-DEPT = SPACES
004080        DISPLAY "TETCHGB: RATE LINE IGNORED " RATE-RECORD
004090        GO TO 1600-EXIT
004100     END-IF
004110
004120     IF RT-DEPT = "* " OR RT-DEPT = "**"
004130        SET CHB-DEFAULT-FOUND TO TRUE
004140        MOVE RT-COST-CENTRE TO CHB-DEFAULT-CC
004150        MOVE RT-RATE TO CHB-DEFAULT-RATE
004160        GO TO 1600-EXIT
004170     END-IF
004180
004190     IF CHB-RATE-COUNT < 100
004200        ADD 1 TO CHB-RATE-COUNT
004210        MOVE RT-DEPT TO CHB-RATE-DEPT (CHB-RATE-COUNT)
004220        MOVE RT-COST-CENTRE TO CHB-RATE-CC (CHB-RATE-COUNT)
004230        MOVE RT-RATE TO CHB-RATE-PER-MIN (CHB-RATE-COUNT)
004240     END-IF.
004250 1600-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------
004290*    WALK THE USAGE FILE IN KEY ORDER (OPERATOR, DATE)
004300*----------------------------------------------------------------
004310 2000-WALK-USAGE.
004320     OPEN INPUT USAGE-FILE
004330
004340     IF CHB-USAGE-STATUS NOT = "00"
004350        DISPLAY "TETCHGB: CANNOT OPEN " CHB-USAGE-PATH
004360        SET CHB-RUN-FAILED TO TRUE
004370        GO TO 2000-EXIT
004380     END-IF
004390
004400     SET CHB-NOT-EOF TO TRUE
004410
004420     PERFORM 2100-USAGE-RECORD THRU 2100-EXIT
004430         UNTIL CHB-EOF
004440
004450     CLOSE USAGE-FILE.
004460 2000-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------------
004500*    ONE OPERATOR-DAY - CHARGED TO THE DEPARTMENT OR HELD IN
004510*    SUSPENSE
004520*----------------------------------------------------------------
004530 2100-USAGE-RECORD.
004540     READ USAGE-FILE
004550         AT END
004560             SET CHB-EOF TO TRUE
004570             GO TO 2100-EXIT
004580     END-READ
004590
004600     ADD 1 TO CHB-READ-COUNT
004610
004620     COMPUTE CHB-REC-MONTH = PU-DATE / 100
004630
004640     IF CHB-REC-MONTH NOT = CHB-MONTH
004650        GO TO 2100-EXIT
004660     END-IF
004670
004680     ADD 1 TO CHB-USED-COUNT
004690
004700     COMPUTE CHB-MINUTES-WK ROUNDED = PU-SECONDS / 60
004710
004720     IF PU-OPERATOR NOT = CHB-CUR-OPERATOR
004730        PERFORM 2200-RESOLVE-OPERATOR THRU 2200-EXIT
004740     END-IF
004750
004760     IF CHB-CUR-SUSPENSE
004770        PERFORM 2400-TALLY-SUSPENSE THRU 2400-EXIT
004780     ELSE
004790        PERFORM 2300-TALLY-DEPARTMENT THRU 2300-EXIT
004800     END-IF.
004810 2100-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------------
004850*    NEW OPERATOR - DEPARTMENT FROM THE ROSTER, THE ID PREFIX
004860*    WHEN RO-DEPT IS BLANK OR THERE IS NO ROSTER
004870*----------------------------------------------------------------
004880 2200-RESOLVE-OPERATOR.
004890     MOVE PU-OPERATOR TO CHB-CUR-OPERATOR
004900     MOVE PU-OPERATOR (1:2) TO CHB-CUR-DEPT
004910     SET CHB-CUR-ROSTERED TO TRUE
004920     SET CHB-CUR-NOT-COUNTED TO TRUE
004930
004940     IF CHB-ROSTER-MISSING
004950        GO TO 2200-EXIT
004960     END-IF
004970
004980     MOVE PU-OPERATOR TO RO-OPERATOR-ID
004990     READ ROSTER-FILE
005000         INVALID KEY
005010             SET CHB-CUR-SUSPENSE TO TRUE
005020             GO TO 2200-EXIT
005030     END-READ
005040
005050     IF RO-DEPT NOT = SPACES
005060        MOVE RO-DEPT TO CHB-CUR-DEPT
005070     END-IF.
005080 2200-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------------
005120*    FIND OR ADD THE DEPARTMENT ENTRY AND TALLY THE DAY
005130*----------------------------------------------------------------
005140 2300-TALLY-DEPARTMENT.
005150     PERFORM VARYING CHB-DX FROM 1 BY 1
005160             UNTIL CHB-DX > CHB-DEPT-COUNT
005170         IF CHB-DEPT-ID (CHB-DX) = CHB-CUR-DEPT
005180            GO TO 2300-TALLY
005190         END-IF
005200     END-PERFORM
005210
005220     IF CHB-DEPT-COUNT >= 50
005230        ADD 1 TO CHB-LOST-COUNT
005240        GO TO 2300-EXIT
005250     END-IF
005260
005270     ADD 1 TO CHB-DEPT-COUNT
005280     MOVE CHB-DEPT-COUNT TO CHB-DX
005290     MOVE CHB-CUR-DEPT TO CHB-DEPT-ID (CHB-DX)
005300     MOVE 0 TO CHB-DEPT-OPERS (CHB-DX)
005310     MOVE 0 TO CHB-DEPT-MINUTES (CHB-DX)
005320     MOVE 0 TO CHB-DEPT-AMOUNT (CHB-DX)
005330
005340     PERFORM 2350-FIND-RATE THRU 2350-EXIT.
005350 2300-TALLY.
005360     IF CHB-CUR-NOT-COUNTED
005370        ADD 1 TO CHB-DEPT-OPERS (CHB-DX)
005380        SET CHB-CUR-COUNTED TO TRUE
005390     END-IF
005400
005410     ADD CHB-MINUTES-WK TO CHB-DEPT-MINUTES (CHB-DX).
005420 2300-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------------
005460*    RATE AND COST CENTRE FOR A NEW DEPARTMENT ENTRY - THE "*"
005470*    DEFAULT WHEN THE TABLE HAS NO LINE FOR IT
005480*----------------------------------------------------------------
005490 2350-FIND-RATE.
005500     MOVE CHB-DEFAULT-CC TO CHB-DEPT-CC (CHB-DX)
005510     MOVE CHB-DEFAULT-RATE TO CHB-DEPT-RATE (CHB-DX)
005520
005530     PERFORM VARYING CHB-RX FROM 1 BY 1
005540             UNTIL CHB-RX > CHB-RATE-COUNT
005550         IF CHB-RATE-DEPT (CHB-RX) = CHB-CUR-DEPT
005560            MOVE CHB-RATE-CC (CHB-RX) TO CHB-DEPT-CC (CHB-DX)
005570            MOVE CHB-RATE-PER-MIN (CHB-RX)
005580                TO CHB-DEPT-RATE (CHB-DX)
005590            GO TO 2350-EXIT
005600         END-IF
005610     END-PERFORM.
005620 2350-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------------
005660*    AN OPERATOR NOT ON THE ROSTER - ONE SUSPENSE LINE EACH.
005670*    THE FILE IS IN OPERATOR ORDER, SO THE LAST ENTRY IS THE
005680*    ONE TO ADD TO.
005690*----------------------------------------------------------------
005700 2400-TALLY-SUSPENSE.
005710     IF CHB-CUR-NOT-COUNTED
005720        SET CHB-CUR-COUNTED TO TRUE
005730        ADD 1 TO CHB-SUSP-TRUE-COUNT
005740        IF CHB-SUSP-COUNT >= 200
005750           ADD 1 TO CHB-LOST-COUNT
005760           GO TO 2400-EXIT
005770        END-IF
005780        ADD 1 TO CHB-SUSP-COUNT
005790        MOVE CHB-CUR-OPERATOR
005800            TO CHB-SUSP-OPERATOR (CHB-SUSP-COUNT)
005810        MOVE 0 TO CHB-SUSP-MINUTES (CHB-SUSP-COUNT)
005820        MOVE 0 TO CHB-SUSP-AMOUNT (CHB-SUSP-COUNT)
005830     END-IF
005840
005850     IF CHB-SUSP-OPERATOR (CHB-SUSP-COUNT) NOT = CHB-CUR-OPERATOR
005860        ADD 1 TO CHB-LOST-COUNT
005870        GO TO 2400-EXIT
005880     END-IF
005890
005900     ADD CHB-MINUTES-WK TO CHB-SUSP-MINUTES (CHB-SUSP-COUNT).
005910 2400-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------------
005950*    PRICE EVERY DEPARTMENT AND SUSPENSE LINE AND BUILD THE
005960*    CONTROL TOTALS
005970*----------------------------------------------------------------
005980 3000-PRICE-CHARGES.
005990     PERFORM 3100-PRICE-DEPARTMENT THRU 3100-EXIT
006000         VARYING CHB-DX FROM 1 BY 1
006010         UNTIL CHB-DX > CHB-DEPT-COUNT
006020
006030     PERFORM 3200-PRICE-SUSPENSE THRU 3200-EXIT
006040         VARYING CHB-SX FROM 1 BY 1
006050         UNTIL CHB-SX > CHB-SUSP-COUNT.
006060 3000-EXIT.
006070     EXIT.
006080
006090 3100-PRICE-DEPARTMENT.
006100     COMPUTE CHB-DEPT-AMOUNT (CHB-DX) ROUNDED =
006110         CHB-DEPT-MINUTES (CHB-DX) * CHB-DEPT-RATE (CHB-DX)
006120
006130     ADD CHB-DEPT-MINUTES (CHB-DX) TO CHB-TOTAL-MINUTES
006140     ADD CHB-DEPT-AMOUNT (CHB-DX) TO CHB-TOTAL-AMOUNT.
006150 3100-EXIT.
006160     EXIT.
006170
006180 3200-PRICE-SUSPENSE.
006190     COMPUTE CHB-SUSP-AMOUNT (CHB-SX) ROUNDED =
006200         CHB-SUSP-MINUTES (CHB-SX) * CHB-DEFAULT-RATE
006210
006220     ADD CHB-SUSP-MINUTES (CHB-SX) TO CHB-SUSP-TOT-MINUTES
006230     ADD CHB-SUSP-AMOUNT (CHB-SX) TO CHB-SUSP-TOT-AMOUNT.
006240 3200-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------------
006280*    WRITE THE INTERFACE FILE - OPENED OUTPUT, SO A RERUN FOR
006290*    THE MONTH REPLACES THE EARLIER FILE
006300*----------------------------------------------------------------
006310 4000-WRITE-INTERFACE.
006320     OPEN OUTPUT CHARGE-FILE
006330
006340     IF CHB-CHARGE-STATUS NOT = "00"
006350        DISPLAY "TETCHGB: CANNOT OPEN " CHB-CHARGE-PATH
006360        SET CHB-RUN-FAILED TO TRUE
006370        GO TO 4000-EXIT
006380     END-IF
006390
006400     MOVE CHB-MONTH TO CHG-H-MONTH
006410     MOVE CHB-TODAY TO CHG-H-RUN-DATE
006420     MOVE CHB-NOW (1:6) TO CHG-H-RUN-TIME
006430     WRITE CHARGE-RECORD FROM CHG-HEADER
006440     ADD 1 TO CHB-OUT-COUNT
006450
006460     PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT
006470         VARYING CHB-DX FROM 1 BY 1
006480         UNTIL CHB-DX > CHB-DEPT-COUNT
006490
006500     PERFORM 4200-WRITE-SUSPENSE THRU 4200-EXIT
006510         VARYING CHB-SX FROM 1 BY 1
006520         UNTIL CHB-SX > CHB-SUSP-COUNT
006530
006540*    THE RECORD COUNT INCLUDES THE HEADER AND THE TRAILER
006550     ADD 1 TO CHB-OUT-COUNT
006560
006570     MOVE CHB-MONTH TO CHG-T-MONTH
006580     MOVE CHB-OUT-COUNT TO CHG-T-RECORDS
006590     MOVE CHB-DEPT-COUNT TO CHG-T-DETAILS
006600     MOVE CHB-TOTAL-MINUTES TO CHG-T-MINUTES
006610     MOVE CHB-TOTAL-AMOUNT TO CHG-T-AMOUNT
006620     MOVE CHB-SUSP-COUNT TO CHG-T-SUSPENSES
006630     MOVE CHB-SUSP-TOT-MINUTES TO CHG-T-SUSP-MINUTES
006640     MOVE CHB-SUSP-TOT-AMOUNT TO CHG-T-SUSP-AMOUNT
006650     WRITE CHARGE-RECORD FROM CHG-TRAILER
006660
006670     CLOSE CHARGE-FILE.
006680 4000-EXIT.
006690     EXIT.
006700
006710 4100-WRITE-DETAIL.
006720     MOVE CHB-MONTH TO CHG-D-MONTH
006730     MOVE CHB-DEPT-ID (CHB-DX) TO CHG-D-DEPT
006740     MOVE CHB-DEPT-CC (CHB-DX) TO CHG-D-COST-CENTRE
006750     MOVE CHB-DEPT-OPERS (CHB-DX) TO CHG-D-OPERS
006760     MOVE CHB-DEPT-MINUTES (CHB-DX) TO CHG-D-MINUTES
006770     MOVE CHB-DEPT-RATE (CHB-DX) TO CHG-D-RATE
006780     MOVE CHB-DEPT-AMOUNT (CHB-DX) TO CHG-D-AMOUNT
006790     WRITE CHARGE-RECORD FROM CHG-DETAIL
006800     ADD 1 TO CHB-OUT-COUNT.
006810 4100-EXIT.
006820     EXIT.
006830
006840 4200-WRITE-SUSPENSE.
006850     MOVE CHB-MONTH TO CHG-S-MONTH
006860     MOVE CHB-SUSP-OPERATOR (CHB-SX) TO CHG-S-OPERATOR
006870     MOVE CHB-SUSP-OPERATOR (CHB-SX) (1:2) TO CHG-S-PREFIX
006880     MOVE CHB-SUSP-MINUTES (CHB-SX) TO CHG-S-MINUTES
006890     MOVE CHB-DEFAULT-RATE TO CHG-S-RATE
006900     MOVE CHB-SUSP-AMOUNT (CHB-SX) TO CHG-S-AMOUNT
006910     WRITE CHARGE-RECORD FROM CHG-SUSPENSE
006920     ADD 1 TO CHB-OUT-COUNT.
006930 4200-EXIT.
006940     EXIT.
006950
006960*----------------------------------------------------------------
006970*    RUN TOTALS AND RETURN CODE
006980*----------------------------------------------------------------
006990 8000-WRAP-UP.
007000     IF CHB-ROSTER-AVAIL
007010        CLOSE ROSTER-FILE
007020     END-IF
007030
007040     MOVE CHB-READ-COUNT TO CHB-READ-EDIT
007050     MOVE CHB-USED-COUNT TO CHB-USED-EDIT
007060     MOVE CHB-SUSP-TRUE-COUNT TO CHB-SUSP-EDIT
007070     MOVE CHB-TOTAL-AMOUNT TO CHB-AMOUNT-EDIT
007080     DISPLAY "TETCHGB MONTH      " CHB-MONTH-EDIT
007090     DISPLAY "TETCHGB READ       " CHB-READ-EDIT
007100     DISPLAY "TETCHGB CHARGED    " CHB-USED-EDIT
007110     DISPLAY "TETCHGB SUSPENSE   " CHB-SUSP-EDIT
007120     DISPLAY "TETCHGB AMOUNT     " CHB-AMOUNT-EDIT
007130
007140     IF CHB-SUSP-TRUE-COUNT NOT = 0
007150        MOVE 4 TO RETURN-CODE
007160     END-IF
007170
007180*    A TABLE OVERFLOW WOULD LEAVE MINUTES OFF THE CHARGE, SO NO
007190*    INTERFACE FILE WAS WRITTEN
007200     IF CHB-LOST-COUNT NOT = 0
007210        DISPLAY "TETCHGB: TABLE FULL - NO INTERFACE FILE WRITTEN"
007220        SET CHB-RUN-FAILED TO TRUE
007230     END-IF
007240
007250     IF CHB-RUN-FAILED
007260        DISPLAY "TETCHGB ENDED WITH ERRORS"
007270        MOVE 8 TO RETURN-CODE
007280     END-IF.
007290 8000-EXIT.
007300     EXIT.
