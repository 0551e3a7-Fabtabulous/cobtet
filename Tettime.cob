000150*    GAME WOULD HAVE APPLIED. THE CAP IS RESOLVED FROM THE
000160*    LIMITS FILE WITH THE SAME PRECEDENCE THE GAME USES:
000170*    OPERATOR BEATS DEPARTMENT BEATS THE "*" DEFAULT.
000171*    APPROVED EXTENSION GRANTS ("E" LIMITS RECORDS, WRITTEN BY
000172*    TETQAPP) IN FORCE ON THE DAY ARE ADDED ON TOP OF THAT CAP,
000173*    AS IN THE GAME. A DAY THAT RAN INTO ITS GRANTED EXTRA TIME
000174*    BUT NOT PAST IT IS LISTED IN ITS OWN SECTION, NOT AS AN
000175*    EXCEPTION.
000180*
000190*    ENVIRONMENT:
000200*      leaderboard_dir   DIRECTORY OF USAGE.DAT AND LIMITS.DAT
000270*
000280*    MODIFICATION HISTORY
000290*    2026-09-02 FB  INITIAL VERSION
000291*    2026-10-15 FB  APPLY EXTENSION GRANTS, LIST THEM SEPARATELY
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000620     05 LM-MINUTES-X         PIC X(04).
000630     05 LM-MINUTES REDEFINES LM-MINUTES-X
000640                             PIC 9(04).
000641     05 LM-EXT-SCOPE         PIC X(01).
000642     05 LM-EXT-FROM-X        PIC X(08).
000643     05 LM-EXT-FROM REDEFINES LM-EXT-FROM-X
000644                             PIC 9(08).
000645     05 LM-EXT-TO-X          PIC X(08).
000646     05 LM-EXT-TO REDEFINES LM-EXT-TO-X
000647                             PIC 9(08).
000648     05 LM-EXT-BY            PIC X(08).
000650
000660 FD  REPORT-FILE.
000670 01  REPORT-RECORD           PIC X(80).
001020
001030*----------------------------------------------------------------
001040*    LIMITS TABLE - THE WHOLE ADMIN FILE, MATCHED PER OPERATOR
001050*    WITH THE GAME'S PRECEDENCE RULE, PLUS THE EXTENSION GRANTS
001060*----------------------------------------------------------------
001070 01  TIM-LIMIT-TABLE.
001080     05 TIM-LIMIT-COUNT      PIC 9(03) VALUE 0.
001090     05 TIM-LIMIT-ENTRY OCCURS 200 TIMES.
001100        10 TIM-LIMIT-TYPE    PIC X(01).
001110        10 TIM-LIMIT-KEY     PIC X(08).
001120        10 TIM-LIMIT-MIN     PIC 9(04).
001121        10 TIM-LIMIT-SCOPE   PIC X(01).
001122        10 TIM-LIMIT-FROM    PIC 9(08).
001123        10 TIM-LIMIT-TO      PIC 9(08).
001130
001140 01  TIM-CAP-MIN             PIC 9(04) VALUE 0.
001150 01  TIM-CAP-MATCH-LVL       PIC 9(01) VALUE 0.
001151 01  TIM-EXT-MIN             PIC 9(05) VALUE 0.
001160
001170*----------------------------------------------------------------
001180*    DEPARTMENT ROLL-UP TABLE
001340        10 TIM-EXC-DATE      PIC 9(08).
001350        10 TIM-EXC-MINUTES   PIC 9(06).
001360        10 TIM-EXC-CAP       PIC 9(04).
001361        10 TIM-EXC-EXT       PIC 9(05).
001362
001363*----------------------------------------------------------------
001364*    DAYS THAT USED GRANTED EXTRA TIME AND STAYED WITHIN IT
001365*----------------------------------------------------------------
001366 01  TIM-XTN-TABLE.
001367     05 TIM-XTN-COUNT        PIC 9(03) VALUE 0.
001368     05 TIM-XTN-ENTRY OCCURS 200 TIMES.
001369        10 TIM-XTN-OPERATOR  PIC X(08).
001370        10 TIM-XTN-DATE      PIC 9(08).
001371        10 TIM-XTN-MINUTES   PIC 9(06).
001372        10 TIM-XTN-CAP       PIC 9(04).
001373        10 TIM-XTN-EXT       PIC 9(05).
001374
001380*----------------------------------------------------------------
001390*    WORK FIELDS
001400*----------------------------------------------------------------
001410 77  TIM-LX                  PIC 9(03) COMP VALUE 0.
001420 77  TIM-DX                  PIC 9(03) COMP VALUE 0.
001430 77  TIM-EX                  PIC 9(03) COMP VALUE 0.
001431 77  TIM-XX                  PIC 9(03) COMP VALUE 0.
001440
001450 01  TIM-MINUTES-WK          PIC 9(06) VALUE 0.
001460 01  TIM-OVER-WK             PIC 9(06) VALUE 0.
001492*    EVERY EXCEPTION COUNTS HERE - THE TABLE ONLY LIMITS HOW
001494*    MANY THE LISTING CAN PRINT
001496 77  TIM-EXC-TRUE-COUNT      PIC 9(08) COMP VALUE 0.
001497 77  TIM-XTN-TRUE-COUNT      PIC 9(08) COMP VALUE 0.
001500
001510 77  TIM-READ-EDIT           PIC Z(07)9.
001520 77  TIM-LIST-EDIT           PIC Z(07)9.
001530 77  TIM-EXC-EDIT            PIC Z(07)9.
001531 77  TIM-XTN-EDIT            PIC Z(07)9.
001540
001550*----------------------------------------------------------------
001560*    REPORT LINES
001960
001970 01  RPT-EXC-HEADING-2.
001980     05 FILLER               PIC X(80)
001990        VALUE "OPERATOR  DATE      MINUTES   CAP    EXT    OVER".
002000
002010 01  RPT-EXC-DETAIL.
002020     05 RPT-E-OPERATOR       PIC X(08).
002070     05 FILLER               PIC X(02) VALUE SPACES.
002080     05 RPT-E-CAP            PIC Z(03)9.
002090     05 FILLER               PIC X(02) VALUE SPACES.
002091     05 RPT-E-EXT            PIC Z(04)9.
002092     05 FILLER               PIC X(02) VALUE SPACES.
002100     05 RPT-E-OVER           PIC Z(05)9.
002110     05 FILLER               PIC X(31) VALUE SPACES.
002120
002130 01  RPT-NO-EXC-LINE.
002140     05 FILLER               PIC X(80)
002157     05 FILLER               PIC X(40)
002158        VALUE " - FIRST 200 SHOWN, TOTAL IS RIGHT".
002160
002161 01  RPT-XTN-HEADING-1.
002162     05 FILLER               PIC X(80)
002163        VALUE "APPROVED EXTRA TIME USED - WITHIN THE GRANT".
002164
002165 01  RPT-XTN-HEADING-2.
002166     05 FILLER               PIC X(80)
002167        VALUE "OPERATOR  DATE      MINUTES   CAP    EXT    USED".
002168
002169 01  RPT-XTN-DETAIL.
002170     05 RPT-X-OPERATOR       PIC X(08).
002171     05 FILLER               PIC X(02) VALUE SPACES.
002172     05 RPT-X-DATE           PIC 9(08).
002173     05 FILLER               PIC X(02) VALUE SPACES.
002174     05 RPT-X-MINUTES        PIC Z(06)9.
002175     05 FILLER               PIC X(02) VALUE SPACES.
002176     05 RPT-X-CAP            PIC Z(03)9.
002177     05 FILLER               PIC X(02) VALUE SPACES.
002178     05 RPT-X-EXT            PIC Z(04)9.
002179     05 FILLER               PIC X(02) VALUE SPACES.
002180     05 RPT-X-USED           PIC Z(05)9.
002181     05 FILLER               PIC X(31) VALUE SPACES.
002182
002183 01  RPT-NO-XTN-LINE.
002184     05 FILLER               PIC X(80)
002185        VALUE "NO EXTRA TIME USED".
002186
002187 01  RPT-XTN-PARTIAL-LINE.
002188     05 FILLER               PIC X(40)
002189        VALUE "MORE EXTENSION DAYS THAN THE LISTING".
002190     05 FILLER               PIC X(40)
002191        VALUE " HOLDS - FIRST 200 SHOWN, TOTAL IS RIGHT".
002192
002193 01  RPT-TOTAL-LINE.
002194     05 FILLER               PIC X(06) VALUE "READ  ".
002195     05 RPT-T-READ           PIC Z(07)9.
002200     05 FILLER               PIC X(09) VALUE "  LISTED ".
002210     05 RPT-T-LISTED         PIC Z(07)9.
002220     05 FILLER               PIC X(13) VALUE "  EXCEPTIONS ".
002230     05 RPT-T-EXC            PIC Z(07)9.
002231     05 FILLER               PIC X(12) VALUE "  EXTENDED ".
002232     05 RPT-T-XTN            PIC Z(07)9.
002233     05 FILLER               PIC X(08) VALUE SPACES.
002250
002260 PROCEDURE DIVISION.
002270
003350             GO TO 1600-EXIT
003360     END-READ
003370
003371     IF LM-MINUTES-X IS NOT NUMERIC
003372        OR TIM-LIMIT-COUNT >= 200
003373        GO TO 1600-EXIT
003374     END-IF
003375
003376*    A GRANT WITHOUT A VALID DATE RANGE NEVER APPLIES
003377     IF LM-TYPE = "E"
003378        AND (LM-EXT-FROM-X IS NOT NUMERIC
003379             OR LM-EXT-TO-X IS NOT NUMERIC)
003380        GO TO 1600-EXIT
003381     END-IF
003382
003383     ADD 1 TO TIM-LIMIT-COUNT
003384     MOVE LM-TYPE TO TIM-LIMIT-TYPE (TIM-LIMIT-COUNT)
003385     MOVE LM-KEY TO TIM-LIMIT-KEY (TIM-LIMIT-COUNT)
003386     MOVE LM-MINUTES TO TIM-LIMIT-MIN (TIM-LIMIT-COUNT)
003387     MOVE SPACE TO TIM-LIMIT-SCOPE (TIM-LIMIT-COUNT)
003388     MOVE 0 TO TIM-LIMIT-FROM (TIM-LIMIT-COUNT)
003389     MOVE 0 TO TIM-LIMIT-TO (TIM-LIMIT-COUNT)
003390
003391     IF LM-TYPE = "E"
003392        MOVE LM-EXT-SCOPE TO TIM-LIMIT-SCOPE (TIM-LIMIT-COUNT)
003393        MOVE LM-EXT-FROM TO TIM-LIMIT-FROM (TIM-LIMIT-COUNT)
003394        MOVE LM-EXT-TO TO TIM-LIMIT-TO (TIM-LIMIT-COUNT)
003440     END-IF.
003450 1600-EXIT.
003460     EXIT.
004270
004280*----------------------------------------------------------------
004290*    RESOLVE THE CAP THE GAME WOULD HAVE APPLIED AND RECORD AN
004291*    EXCEPTION WHEN THE DAY RAN OVER IT. EXTRA TIME GRANTED FOR
004292*    THE DAY WIDENS THE CAP; A DAY THAT NEEDED THE EXTRA TIME
004293*    GOES TO THE EXTENSION SECTION INSTEAD.
004310*----------------------------------------------------------------
004320 2300-CHECK-QUOTA.
004330     MOVE 0 TO TIM-CAP-MIN
004340     MOVE 0 TO TIM-CAP-MATCH-LVL
004341     MOVE 0 TO TIM-EXT-MIN
004350
004360     PERFORM 2400-MATCH-LIMIT THRU 2400-EXIT
004370         VARYING TIM-LX FROM 1 BY 1
004410        GO TO 2300-EXIT
004420     END-IF
004430
004431     IF PU-SECONDS NOT > TIM-CAP-MIN * 60
004432        GO TO 2300-EXIT
004433     END-IF
004434
004435     PERFORM 2450-MATCH-EXTENSION THRU 2450-EXIT
004436         VARYING TIM-LX FROM 1 BY 1
004437         UNTIL TIM-LX > TIM-LIMIT-COUNT
004438
004439     IF TIM-EXT-MIN > 0
004440        AND PU-SECONDS NOT > (TIM-CAP-MIN + TIM-EXT-MIN) * 60
004441        ADD 1 TO TIM-XTN-TRUE-COUNT
004442        IF TIM-XTN-COUNT < 200
004443           ADD 1 TO TIM-XTN-COUNT
004444           MOVE PU-OPERATOR TO TIM-XTN-OPERATOR (TIM-XTN-COUNT)
004445           MOVE PU-DATE TO TIM-XTN-DATE (TIM-XTN-COUNT)
004500           MOVE TIM-MINUTES-WK
004501               TO TIM-XTN-MINUTES (TIM-XTN-COUNT)
004502           MOVE TIM-CAP-MIN TO TIM-XTN-CAP (TIM-XTN-COUNT)
004503           MOVE TIM-EXT-MIN TO TIM-XTN-EXT (TIM-XTN-COUNT)
004506        END-IF
004507        GO TO 2300-EXIT
004508     END-IF
004509
004510     ADD 1 TO TIM-EXC-TRUE-COUNT
004511     IF TIM-EXC-COUNT < 200
004512        ADD 1 TO TIM-EXC-COUNT
004513        MOVE PU-OPERATOR TO TIM-EXC-OPERATOR (TIM-EXC-COUNT)
004514        MOVE PU-DATE TO TIM-EXC-DATE (TIM-EXC-COUNT)
004515        MOVE TIM-MINUTES-WK
004516            TO TIM-EXC-MINUTES (TIM-EXC-COUNT)
004517        MOVE TIM-CAP-MIN TO TIM-EXC-CAP (TIM-EXC-COUNT)
004518        MOVE TIM-EXT-MIN TO TIM-EXC-EXT (TIM-EXC-COUNT)
004519     END-IF.
004520 2300-EXIT.
004530     EXIT.
004540
004820     EXIT.
004830
004840*----------------------------------------------------------------
004841*    ADD ONE EXTENSION GRANT WHEN IT COVERS THE DAY AND NAMES
004842*    THE OPERATOR OR THE OPERATOR'S DEPARTMENT
004843*----------------------------------------------------------------
004844 2450-MATCH-EXTENSION.
004845     IF TIM-LIMIT-TYPE (TIM-LX) NOT = "E"
004846        OR TIM-LIMIT-FROM (TIM-LX) > PU-DATE
004847        OR TIM-LIMIT-TO (TIM-LX) < PU-DATE
004848        GO TO 2450-EXIT
004849     END-IF
004850
004851     IF (TIM-LIMIT-SCOPE (TIM-LX) = "O"
004852         AND TIM-LIMIT-KEY (TIM-LX) = PU-OPERATOR)
004853        OR (TIM-LIMIT-SCOPE (TIM-LX) = "D"
004854            AND TIM-LIMIT-KEY (TIM-LX) (1:2) = PU-OPERATOR (1:2))
004855        ADD TIM-LIMIT-MIN (TIM-LX) TO TIM-EXT-MIN
004856     END-IF.
004857 2450-EXIT.
004858     EXIT.
004859
004860*----------------------------------------------------------------
004861*    DEPARTMENT ROLL-UP, EXCEPTIONS AND TOTALS
004862*----------------------------------------------------------------
004870 4000-WRITE-TRAILERS.
004880     MOVE SPACES TO REPORT-RECORD
004890     WRITE REPORT-RECORD
005090
005100     MOVE SPACES TO REPORT-RECORD
005110     WRITE REPORT-RECORD
005111     WRITE REPORT-RECORD FROM RPT-XTN-HEADING-1
005112
005113     IF TIM-XTN-COUNT = 0
005114        WRITE REPORT-RECORD FROM RPT-NO-XTN-LINE
005115     ELSE
005116        WRITE REPORT-RECORD FROM RPT-XTN-HEADING-2
005117        PERFORM 4300-WRITE-XTN-LINE THRU 4300-EXIT
005118            VARYING TIM-XX FROM 1 BY 1
005119            UNTIL TIM-XX > TIM-XTN-COUNT
005120        IF TIM-XTN-TRUE-COUNT > TIM-XTN-COUNT
005121           WRITE REPORT-RECORD FROM RPT-XTN-PARTIAL-LINE
005122        END-IF
005123     END-IF
005124
005125     MOVE SPACES TO REPORT-RECORD
005126     WRITE REPORT-RECORD
005127
005130     MOVE TIM-READ-COUNT TO RPT-T-READ
005140     MOVE TIM-LISTED-COUNT TO RPT-T-LISTED
005150     MOVE TIM-EXC-TRUE-COUNT TO RPT-T-EXC
005151     MOVE TIM-XTN-TRUE-COUNT TO RPT-T-XTN
005160     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
005170
005180     CLOSE REPORT-FILE.
005320     MOVE TIM-EXC-DATE (TIM-EX) TO RPT-E-DATE
005330     MOVE TIM-EXC-MINUTES (TIM-EX) TO RPT-E-MINUTES
005340     MOVE TIM-EXC-CAP (TIM-EX) TO RPT-E-CAP
005341     MOVE TIM-EXC-EXT (TIM-EX) TO RPT-E-EXT
005350     COMPUTE TIM-OVER-WK =
005360         TIM-EXC-MINUTES (TIM-EX) - TIM-EXC-CAP (TIM-EX)
005361         - TIM-EXC-EXT (TIM-EX)
005370     MOVE TIM-OVER-WK TO RPT-E-OVER
005380     WRITE REPORT-RECORD FROM RPT-EXC-DETAIL.
005390 4200-EXIT.
005391     EXIT.
005392
005393 4300-WRITE-XTN-LINE.
005394     MOVE TIM-XTN-OPERATOR (TIM-XX) TO RPT-X-OPERATOR
005395     MOVE TIM-XTN-DATE (TIM-XX) TO RPT-X-DATE
005396     MOVE TIM-XTN-MINUTES (TIM-XX) TO RPT-X-MINUTES
005397     MOVE TIM-XTN-CAP (TIM-XX) TO RPT-X-CAP
005398     MOVE TIM-XTN-EXT (TIM-XX) TO RPT-X-EXT
005399     COMPUTE TIM-OVER-WK =
005400         TIM-XTN-MINUTES (TIM-XX) - TIM-XTN-CAP (TIM-XX)
005401     MOVE TIM-OVER-WK TO RPT-X-USED
005402     WRITE REPORT-RECORD FROM RPT-XTN-DETAIL.
005403 4300-EXIT.
005404     EXIT.
005410
005420*----------------------------------------------------------------
005430*    RUN TOTALS AND RETURN CODE
005490     DISPLAY "TETTIME READ       " TIM-READ-EDIT
005500     DISPLAY "TETTIME LISTED     " TIM-LIST-EDIT
005510     DISPLAY "TETTIME EXCEPTIONS " TIM-EXC-EDIT
005511     MOVE TIM-XTN-TRUE-COUNT TO TIM-XTN-EDIT
005512     DISPLAY "TETTIME EXTENDED   " TIM-XTN-EDIT
005520
005530     IF TIM-EXC-TRUE-COUNT NOT = 0
005540        MOVE 4 TO RETURN-CODE
