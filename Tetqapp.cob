000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TETQAPP.
000030 AUTHOR. F BAUMGARTEN.
000040 INSTALLATION. VEMAG DV.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TETQAPP - QUOTA EXTENSION APPROVAL
000090*
000100*    WORKS OFF THE EXTENSION REQUESTS THE GAME FILES FROM THE
000110*    QUOTA SCREEN (QUOTAREQ.DAT - OPERATOR, DATE, TIME, MINUTES
000120*    ASKED, MINUTES USED, LIMIT IN FORCE). LIST MODE PRINTS THE
000130*    PENDING REQUESTS SO THE DECISIONS FILE CAN BE PREPARED BY
000140*    HAND; APPLY MODE READS THE DECISIONS, WRITES AN "E" GRANT
000150*    TO LIMITS.DAT FOR EVERY APPROVAL, DISCARDS REJECTED
000160*    REQUESTS, DROPS THE DECIDED ONES FROM QUOTAREQ.DAT AND
000170*    APPENDS AN AUDIT LINE PER DECISION (DATE, TIME, WHO,
000180*    OUTCOME, REQUEST, GRANT) TO QUOTAAUD.LOG.
000190*
000200*    THE GAME AND TETTIME ADD A GRANT ON TOP OF THE CAP THE
000210*    O/D/"*" LIMITS GIVE, ON THE DAYS FROM ITS START TO ITS END
000220*    DATE ONLY. APPLY MODE ALSO REMOVES GRANTS THAT ENDED BEFORE
000230*    THE PREVIOUS MONTH, SO THE MONTH TETTIME REPORTS ON STILL
000240*    HAS ITS GRANTS.
000250*
000260*    GRANT RECORD IN LIMITS.DAT:
000270*      COL 1     "E"
000280*      COL 2-9   OPERATOR ID, OR THE DEPARTMENT IN COL 2-3
000290*      COL 10-13 EXTRA MINUTES PER DAY
000300*      COL 14    "O" OPERATOR OR "D" DEPARTMENT
000310*      COL 15-22 FIRST DAY YYYYMMDD
000320*      COL 23-30 LAST DAY YYYYMMDD
000330*      COL 31-38 APPROVED BY
000331*      COL 39-46 DATE OF THE REQUEST GRANTED YYYYMMDD
000332*      COL 47-54 TIME OF THE REQUEST GRANTED HHMMSSHH - BOTH BLANK
000333*                ON A GRANT ENTERED BY HAND
000340*
000350*    DECISIONS FILE (QUOTADEC.DAT), ONE PER LINE - THE REQUEST
000360*    IS NAMED BY ITS OPERATOR, DATE AND TIME AS LISTED, SO A
000370*    DECISION CAN NEVER LAND ON A DIFFERENT REQUEST:
000380*      COL 1-8   OPERATOR ID
000390*      COL 9-16  REQUEST DATE YYYYMMDD
000400*      COL 17-24 REQUEST TIME HHMMSSHH
000410*      COL 25    "A" APPROVE OR "R" REJECT
000420*      COL 26-29 MINUTES TO GRANT - BLANK GRANTS THE MINUTES ASKED
000430*      COL 30    "O" OR BLANK FOR THE OPERATOR, "D" FOR THE
000440*                OPERATOR'S WHOLE DEPARTMENT
000450*      COL 31-38 FIRST DAY - BLANK IS THE REQUEST DATE
000460*      COL 39-46 LAST DAY - BLANK IS THE FIRST DAY
000470*
000480*    ENVIRONMENT:
000490*      leaderboard_dir   DIRECTORY OF THE GAME FILES (AS IN GAME)
000500*      approve_mode      "LIST" LISTS THE PENDING REQUESTS,
000510*                        ANYTHING ELSE APPLIES QUOTADEC.DAT
000520*      operator_id       WHO IS DECIDING, FOR THE GRANT AND THE
000530*                        AUDIT LOG - REQUIRED TO APPLY
000540*
000550*    OUTPUT: TETQAPP.RPT, AND IN APPLY MODE QUOTAAUD.LOG.
000560*    RETURN CODE 4 WHEN ANY DECISION WAS NOT APPLIED, 8 WHEN A
000570*    FILE COULD NOT BE PROCESSED, 0 WHEN CLEAN.
000580*
000590*    MODIFICATION HISTORY
000600*    2026-10-15 FB  INITIAL VERSION
000601*    2026-10-15 FB  AUDIT BEFORE REQUEST REWRITE, NO REPEAT GRANTS
000602*    2026-10-15 FB  GRANT CARRIES ITS REQUEST DATE AND TIME
000610*----------------------------------------------------------------
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT REQUEST-FILE ASSIGN TO QAP-REQ-PATH
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS QAP-REQ-STATUS.
000680
000690     SELECT DECISION-FILE ASSIGN TO QAP-DEC-PATH
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS QAP-DEC-STATUS.
000720
000730     SELECT LIMITS-FILE ASSIGN TO QAP-LIM-PATH
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS QAP-LIM-STATUS.
000760
000770     SELECT AUDIT-FILE ASSIGN TO QAP-AUD-PATH
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS QAP-AUD-STATUS.
000800
000810     SELECT REPORT-FILE ASSIGN TO QAP-RPT-PATH
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS QAP-RPT-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870
000880 FD  REQUEST-FILE.
000890 01  REQUEST-RECORD            PIC X(36).
000900
000910 FD  DECISION-FILE.
000920 01  DECISION-RECORD.
000930     05 DC-OPERATOR-ID       PIC X(08).
000940     05 DC-DATE-X            PIC X(08).
000950     05 DC-TIME-X            PIC X(08).
000960     05 DC-ACTION            PIC X(01).
000970        88 DC-APPROVE        VALUE "A".
000980        88 DC-REJECT         VALUE "R".
000990     05 DC-MINUTES-X         PIC X(04).
001000     05 DC-MINUTES REDEFINES DC-MINUTES-X
001010                             PIC 9(04).
001020     05 DC-SCOPE             PIC X(01).
001030     05 DC-FROM-X            PIC X(08).
001040     05 DC-FROM REDEFINES DC-FROM-X
001050                             PIC 9(08).
001060     05 DC-TO-X              PIC X(08).
001070     05 DC-TO REDEFINES DC-TO-X
001080                             PIC 9(08).
001090
001100 FD  LIMITS-FILE.
001110 01  LIMITS-RECORD.
001120     05 LM-TYPE              PIC X(01).
001130     05 LM-KEY               PIC X(08).
001140     05 LM-MINUTES-X         PIC X(04).
001150     05 LM-MINUTES REDEFINES LM-MINUTES-X
001160                             PIC 9(04).
001170     05 LM-EXT-SCOPE         PIC X(01).
001180     05 LM-EXT-FROM-X        PIC X(08).
001190     05 LM-EXT-FROM REDEFINES LM-EXT-FROM-X
001200                             PIC 9(08).
001210     05 LM-EXT-TO-X          PIC X(08).
001220     05 LM-EXT-TO REDEFINES LM-EXT-TO-X
001230                             PIC 9(08).
001240     05 LM-EXT-BY            PIC X(08).
001241     05 LM-REQ-DATE          PIC X(08).
001242     05 LM-REQ-TIME          PIC X(08).
001250
001260 FD  AUDIT-FILE.
001270 01  AUDIT-RECORD.
001280     05 AU-DATE              PIC 9(08).
001290     05 FILLER               PIC X(01).
001300     05 AU-TIME              PIC 9(08).
001310     05 FILLER               PIC X(01).
001320     05 AU-WHO               PIC X(08).
001330     05 FILLER               PIC X(01).
001340     05 AU-OUTCOME           PIC X(08).
001350     05 FILLER               PIC X(01).
001360     05 AU-OPERATOR-ID       PIC X(08).
001370     05 FILLER               PIC X(01).
001380     05 AU-REQ-DATE          PIC 9(08).
001390     05 FILLER               PIC X(01).
001400     05 AU-REQ-TIME          PIC 9(08).
001410     05 FILLER               PIC X(01).
001420     05 AU-MINUTES           PIC 9(04).
001430     05 FILLER               PIC X(01).
001440     05 AU-SCOPE             PIC X(01).
001450     05 FILLER               PIC X(01).
001460     05 AU-FROM              PIC 9(08).
001470     05 FILLER               PIC X(01).
001480     05 AU-TO                PIC 9(08).
001490
001500 FD  REPORT-FILE.
001510 01  REPORT-RECORD           PIC X(80).
001520
001530 WORKING-STORAGE SECTION.
001540
001550*----------------------------------------------------------------
001560*    FILE PATHS AND STATUS FIELDS
001570*----------------------------------------------------------------
001580 01  QAP-DIR                 PIC X(80) VALUE SPACES.
001590 01  QAP-REQ-PATH            PIC X(80) VALUE SPACES.
001600 01  QAP-DEC-PATH            PIC X(80) VALUE SPACES.
001610 01  QAP-LIM-PATH            PIC X(80) VALUE SPACES.
001620 01  QAP-AUD-PATH            PIC X(80) VALUE SPACES.
001630 01  QAP-RPT-PATH            PIC X(80) VALUE SPACES.
001640
001650 01  QAP-REQ-STATUS          PIC X(02) VALUE "00".
001660 01  QAP-DEC-STATUS          PIC X(02) VALUE "00".
001670 01  QAP-LIM-STATUS          PIC X(02) VALUE "00".
001680 01  QAP-AUD-STATUS          PIC X(02) VALUE "00".
001690 01  QAP-RPT-STATUS          PIC X(02) VALUE "00".
001700
001710*----------------------------------------------------------------
001720*    RUN CONTROL
001730*----------------------------------------------------------------
001740 01  QAP-RUN-SW              PIC 9(01) VALUE 0.
001750     88 QAP-RUN-OK           VALUE 0.
001760     88 QAP-RUN-FAILED       VALUE 1.
001770
001780 01  QAP-EOF-SW              PIC 9(01) VALUE 0.
001790     88 QAP-EOF              VALUE 1.
001800     88 QAP-NOT-EOF          VALUE 0.
001810
001820 01  QAP-OVERFLOW-SW         PIC 9(01) VALUE 0.
001830     88 QAP-TABLE-FULL       VALUE 1.
001840     88 QAP-TABLE-ROOM       VALUE 0.
001850
001860 01  QAP-MODE                PIC X(04) VALUE SPACES.
001870     88 QAP-LIST-MODE        VALUE "LIST".
001880
001890 01  QAP-WHO                 PIC X(08) VALUE SPACES.
001900 01  QAP-TODAY               PIC 9(08) VALUE 0.
001910 01  QAP-TODAY-R REDEFINES QAP-TODAY.
001920     05 QAP-TODAY-YYYY       PIC 9(04).
001930     05 QAP-TODAY-MM         PIC 9(02).
001940     05 QAP-TODAY-DD         PIC 9(02).
001950 01  QAP-NOW                 PIC 9(08) VALUE 0.
001960
001970*    GRANTS THAT ENDED BEFORE THIS DAY ARE REMOVED
001980 01  QAP-PURGE-BEFORE        PIC 9(08) VALUE 0.
001990 01  QAP-PURGE-R REDEFINES QAP-PURGE-BEFORE.
002000     05 QAP-PURGE-YYYY       PIC 9(04).
002010     05 QAP-PURGE-MM         PIC 9(02).
002020     05 QAP-PURGE-DD         PIC 9(02).
002030
002040 01  QAP-RESULT-WK           PIC X(18) VALUE SPACES.
002050
002060*----------------------------------------------------------------
002070*    THE WHOLE REQUEST FILE, HELD FOR THE DECISIONS AND THE
002080*    REWRITE WITHOUT THE DECIDED ONES
002090*----------------------------------------------------------------
002100 01  QAP-REQ-TABLE.
002110     05 QAP-REQ-COUNT        PIC 9(04) VALUE 0.
002120     05 QAP-REQ-ENTRY OCCURS 500 TIMES.
002130        10 QAP-REQ-RECORD    PIC X(36).
002140        10 QAP-REQ-DONE-SW   PIC 9(01).
002150           88 QAP-REQ-PENDING  VALUE 0.
002160           88 QAP-REQ-APPROVED VALUE 1.
002170           88 QAP-REQ-REJECTED VALUE 2.
002180        10 QAP-REQ-GRANT-MIN PIC 9(04).
002190        10 QAP-REQ-SCOPE     PIC X(01).
002200        10 QAP-REQ-FROM      PIC 9(08).
002210        10 QAP-REQ-TO        PIC 9(08).
002220
002230*----------------------------------------------------------------
002240*    ONE REQUEST, AS THE GAME WRITES IT
002250*----------------------------------------------------------------
002260 01  QAP-WORK-REQUEST.
002270     05 QW-OPERATOR-ID       PIC X(08).
002280     05 QW-DATE-X            PIC X(08).
002290     05 QW-DATE REDEFINES QW-DATE-X
002300                             PIC 9(08).
002310     05 QW-TIME-X            PIC X(08).
002320     05 QW-TIME REDEFINES QW-TIME-X
002330                             PIC 9(08).
002340     05 QW-MINUTES-X         PIC X(04).
002350     05 QW-MINUTES REDEFINES QW-MINUTES-X
002360                             PIC 9(04).
002370     05 QW-USED-X            PIC X(04).
002380     05 QW-USED REDEFINES QW-USED-X
002390                             PIC 9(04).
002400     05 QW-LIMIT-X           PIC X(04).
002410     05 QW-LIMIT REDEFINES QW-LIMIT-X
002420                             PIC 9(04).
002430
002440*----------------------------------------------------------------
002450*    THE LIMITS FILE, HELD FOR THE REWRITE
002460*----------------------------------------------------------------
002470 01  QAP-LIM-TABLE.
002480     05 QAP-LIM-COUNT        PIC 9(04) VALUE 0.
002490     05 QAP-LIM-ENTRY OCCURS 500 TIMES.
002500        10 QAP-LIM-RECORD    PIC X(54).
002510
002520*----------------------------------------------------------------
002530*    WORK FIELDS
002540*----------------------------------------------------------------
002550 77  QAP-IX                  PIC 9(04) COMP VALUE 0.
002551 77  QAP-JX                  PIC 9(04) COMP VALUE 0.
002560 77  QAP-HIT-IX              PIC 9(04) COMP VALUE 0.
002570 77  QAP-DONE-IX             PIC 9(04) COMP VALUE 0.
002580
002590 01  QAP-GRANT-MIN-WK        PIC 9(04) VALUE 0.
002600 01  QAP-SCOPE-WK            PIC X(01) VALUE SPACE.
002610 01  QAP-FROM-WK             PIC 9(08) VALUE 0.
002620 01  QAP-TO-WK               PIC 9(08) VALUE 0.
002630
002640 77  QAP-DEC-COUNT           PIC 9(08) COMP VALUE 0.
002650 77  QAP-APPROVED-COUNT      PIC 9(08) COMP VALUE 0.
002660 77  QAP-REJECTED-COUNT      PIC 9(08) COMP VALUE 0.
002670 77  QAP-INVALID-COUNT       PIC 9(08) COMP VALUE 0.
002680 77  QAP-PENDING-COUNT       PIC 9(08) COMP VALUE 0.
002690 77  QAP-EXPIRED-COUNT       PIC 9(08) COMP VALUE 0.
002700
002710 77  QAP-DEC-EDIT            PIC Z(07)9.
002720 77  QAP-APPR-EDIT           PIC Z(07)9.
002730 77  QAP-REJ-EDIT            PIC Z(07)9.
002740 77  QAP-INV-EDIT            PIC Z(07)9.
002750 77  QAP-PEND-EDIT           PIC Z(07)9.
002760 77  QAP-EXP-EDIT            PIC Z(07)9.
002770 77  QAP-MIN-EDIT            PIC Z(03)9.
002780
002790*----------------------------------------------------------------
002800*    REPORT LINES
002810*----------------------------------------------------------------
002820 01  RPT-HEADING-1.
002830     05 FILLER               PIC X(80)
002840        VALUE "TETQAPP  QUOTA EXTENSION APPROVAL".
002850
002860 01  RPT-APPLY-HEADING-1.
002870     05 FILLER               PIC X(80)
002880        VALUE "DECISIONS".
002890
002900 01  RPT-APPLY-HEADING-2.
002910     05 FILLER               PIC X(40)
002920        VALUE "OPERATOR  REQ DATE  REQ TIME  A  MIN   S".
002930     05 FILLER               PIC X(40)
002940        VALUE "  FROM      TO        RESULT".
002950
002960 01  RPT-APPLY-DETAIL.
002970     05 RPT-A-OPERATOR       PIC X(08).
002980     05 FILLER               PIC X(02) VALUE SPACES.
002990     05 RPT-A-DATE           PIC X(08).
003000     05 FILLER               PIC X(02) VALUE SPACES.
003010     05 RPT-A-TIME           PIC X(08).
003020     05 FILLER               PIC X(02) VALUE SPACES.
003030     05 RPT-A-ACTION         PIC X(01).
003040     05 FILLER               PIC X(02) VALUE SPACES.
003050     05 RPT-A-MINUTES        PIC X(04).
003060     05 FILLER               PIC X(02) VALUE SPACES.
003070     05 RPT-A-SCOPE          PIC X(01).
003080     05 FILLER               PIC X(02) VALUE SPACES.
003090     05 RPT-A-FROM           PIC X(08).
003100     05 FILLER               PIC X(02) VALUE SPACES.
003110     05 RPT-A-TO             PIC X(08).
003120     05 FILLER               PIC X(02) VALUE SPACES.
003130     05 RPT-A-RESULT         PIC X(18).
003140
003150 01  RPT-NO-DEC-LINE.
003160     05 FILLER               PIC X(80)
003170        VALUE "NO DECISIONS IN QUOTADEC.DAT".
003180
003190 01  RPT-LIST-HEADING-1.
003200     05 FILLER               PIC X(80)
003210        VALUE "REQUESTS PENDING".
003220
003230 01  RPT-LIST-HEADING-2.
003240     05 FILLER               PIC X(80)
003250        VALUE "OPERATOR  REQ DATE  REQ TIME  ASKED  USED  LIMIT".
003260
003270 01  RPT-LIST-DETAIL.
003280     05 RPT-L-OPERATOR       PIC X(08).
003290     05 FILLER               PIC X(02) VALUE SPACES.
003300     05 RPT-L-DATE           PIC X(08).
003310     05 FILLER               PIC X(02) VALUE SPACES.
003320     05 RPT-L-TIME           PIC X(08).
003330     05 FILLER               PIC X(02) VALUE SPACES.
003340     05 RPT-L-ASKED          PIC Z(04)9.
003350     05 FILLER               PIC X(02) VALUE SPACES.
003360     05 RPT-L-USED           PIC Z(03)9.
003370     05 FILLER               PIC X(02) VALUE SPACES.
003380     05 RPT-L-LIMIT          PIC Z(04)9.
003390     05 FILLER               PIC X(32) VALUE SPACES.
003400
003410 01  RPT-NO-PEND-LINE.
003420     05 FILLER               PIC X(80)
003430        VALUE "NO REQUESTS PENDING".
003440
003450 01  RPT-TOTAL-LINE.
003460     05 FILLER               PIC X(10) VALUE "DECISIONS ".
003470     05 RPT-T-DEC            PIC Z(07)9.
003480     05 FILLER               PIC X(11) VALUE "  APPROVED ".
003490     05 RPT-T-APPROVED       PIC Z(07)9.
003500     05 FILLER               PIC X(11) VALUE "  REJECTED ".
003510     05 RPT-T-REJECTED       PIC Z(07)9.
003520     05 FILLER               PIC X(14) VALUE "  NOT APPLIED ".
003530     05 RPT-T-INVALID        PIC Z(07)9.
003540     05 FILLER               PIC X(02) VALUE SPACES.
003550
003560 01  RPT-TOTAL-LINE-2.
003570     05 FILLER               PIC X(10) VALUE "PENDING   ".
003580     05 RPT-T-PENDING        PIC Z(07)9.
003590     05 FILLER               PIC X(25)
003600        VALUE "  EXPIRED GRANTS REMOVED ".
003610     05 RPT-T-EXPIRED        PIC Z(07)9.
003620     05 FILLER               PIC X(29) VALUE SPACES.
003630
003640 01  RPT-PARTIAL-LINE.
003650     05 FILLER               PIC X(80)
003660        VALUE "FILE LONGER THAN THE TABLE - FIRST 500 SHOWN".
003670
003680 PROCEDURE DIVISION.
003690
003700*----------------------------------------------------------------
003710*    MAINLINE
003720*----------------------------------------------------------------
003730 0000-MAINLINE.
003740     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003750     IF QAP-RUN-FAILED
003760        GO TO 0000-WRAP-UP
003770     END-IF
003780     PERFORM 1500-LOAD-REQUESTS THRU 1500-EXIT
003790     IF QAP-RUN-FAILED
003800        GO TO 0000-WRAP-UP
003810     END-IF
003820     IF QAP-LIST-MODE
003830        PERFORM 2000-LIST-PENDING THRU 2000-EXIT
003840     ELSE
003850*       A PART-LOADED TABLE MUST NOT BE APPLIED - THE REWRITE
003860*       WOULD SILENTLY DROP EVERY REQUEST PAST THE TABLE END
003870        IF QAP-TABLE-FULL
003880           DISPLAY "TETQAPP: FILE NOT FULLY LOADED"
003890           DISPLAY "TETQAPP: NOTHING APPLIED - DECIDE IN BATCHES"
003900           SET QAP-RUN-FAILED TO TRUE
003910        ELSE
003920           PERFORM 3000-APPLY-DECISIONS THRU 3000-EXIT
003930           PERFORM 2000-LIST-PENDING THRU 2000-EXIT
003940        END-IF
003950     END-IF
003960     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
003970 0000-WRAP-UP.
003980     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
003990 0000-EXIT.
004000     STOP RUN.
004010
004020*----------------------------------------------------------------
004030*    INITIALIZE - RESOLVE PATHS AND THE PURGE DATE, OPEN THE
004040*    REPORT
004050*----------------------------------------------------------------
004060 1000-INITIALIZE.
004070     ACCEPT QAP-DIR FROM ENVIRONMENT "leaderboard_dir"
004080     END-ACCEPT
004090
004100     INSPECT QAP-DIR REPLACING TRAILING SPACE BY LOW-VALUE
004110
004120     ACCEPT QAP-MODE FROM ENVIRONMENT "approve_mode"
004130     END-ACCEPT
004140
004150     ACCEPT QAP-WHO FROM ENVIRONMENT "operator_id"
004160     END-ACCEPT
004170
004180     ACCEPT QAP-TODAY FROM DATE YYYYMMDD
004190     ACCEPT QAP-NOW FROM TIME
004200
004210*    FIRST DAY OF THE PREVIOUS MONTH
004220     MOVE QAP-TODAY TO QAP-PURGE-BEFORE
004230     MOVE 1 TO QAP-PURGE-DD
004240     IF QAP-PURGE-MM = 1
004250        MOVE 12 TO QAP-PURGE-MM
004260        SUBTRACT 1 FROM QAP-PURGE-YYYY
004270     ELSE
004280        SUBTRACT 1 FROM QAP-PURGE-MM
004290     END-IF
004300
004310     STRING
004320         QAP-DIR             DELIMITED BY LOW-VALUE
004330         "\"                 DELIMITED BY SIZE
004340         "quotareq.dat"      DELIMITED BY SIZE
004350             INTO QAP-REQ-PATH
004360     END-STRING
004370
004380     STRING
004390         QAP-DIR             DELIMITED BY LOW-VALUE
004400         "\"                 DELIMITED BY SIZE
004410         "quotadec.dat"      DELIMITED BY SIZE
004420             INTO QAP-DEC-PATH
004430     END-STRING
004440
004450     STRING
004460         QAP-DIR             DELIMITED BY LOW-VALUE
004470         "\"                 DELIMITED BY SIZE
004480         "limits.dat"        DELIMITED BY SIZE
004490             INTO QAP-LIM-PATH
004500     END-STRING
004510
004520     STRING
004530         QAP-DIR             DELIMITED BY LOW-VALUE
004540         "\"                 DELIMITED BY SIZE
004550         "quotaaud.log"      DELIMITED BY SIZE
004560             INTO QAP-AUD-PATH
004570     END-STRING
004580
004590     STRING
004600         QAP-DIR             DELIMITED BY LOW-VALUE
004610         "\"                 DELIMITED BY SIZE
004620         "tetqapp.rpt"       DELIMITED BY SIZE
004630             INTO QAP-RPT-PATH
004640     END-STRING
004650
004660     INSPECT QAP-REQ-PATH REPLACING TRAILING SPACE BY LOW-VALUE
004670     INSPECT QAP-DEC-PATH REPLACING TRAILING SPACE BY LOW-VALUE
004680     INSPECT QAP-LIM-PATH REPLACING TRAILING SPACE BY LOW-VALUE
004690     INSPECT QAP-AUD-PATH REPLACING TRAILING SPACE BY LOW-VALUE
004700     INSPECT QAP-RPT-PATH REPLACING TRAILING SPACE BY LOW-VALUE
004710
004720     OPEN OUTPUT REPORT-FILE
004730
004740     IF QAP-RPT-STATUS NOT = "00"
004750        DISPLAY "TETQAPP: CANNOT OPEN " QAP-RPT-PATH
004760        SET QAP-RUN-FAILED TO TRUE
004770        GO TO 1000-EXIT
004780     END-IF
004790
004800     WRITE REPORT-RECORD FROM RPT-HEADING-1
004810     MOVE SPACES TO REPORT-RECORD
004820     WRITE REPORT-RECORD
004830
004840*    EVERY GRANT AND AUDIT LINE NAMES WHO DECIDED
004850     IF NOT QAP-LIST-MODE
004860        AND QAP-WHO = SPACES
004870        DISPLAY "TETQAPP: operator_id NOT SET - NOTHING APPLIED"
004880        SET QAP-RUN-FAILED TO TRUE
004890        CLOSE REPORT-FILE
004900     END-IF.
004910 1000-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------------
004950*    LOAD THE REQUEST FILE - NONE FILED YET IS NOT AN ERROR
004960*----------------------------------------------------------------
004970 1500-LOAD-REQUESTS.
004980     OPEN INPUT REQUEST-FILE
004990
005000     IF QAP-REQ-STATUS = "35"
005010        GO TO 1500-EXIT
005020     END-IF
005030
005040     IF QAP-REQ-STATUS NOT = "00"
005050        DISPLAY "TETQAPP: CANNOT OPEN " QAP-REQ-PATH
005060        SET QAP-RUN-FAILED TO TRUE
005070        CLOSE REPORT-FILE
005080        GO TO 1500-EXIT
005090     END-IF
005100
005110     SET QAP-NOT-EOF TO TRUE
005120
005130     PERFORM 1600-LOAD-ONE-REQUEST THRU 1600-EXIT
005140         UNTIL QAP-EOF
005150
005160     CLOSE REQUEST-FILE.
005170 1500-EXIT.
005180     EXIT.
005190
005200 1600-LOAD-ONE-REQUEST.
005210     READ REQUEST-FILE
005220         AT END
005230             SET QAP-EOF TO TRUE
005240             GO TO 1600-EXIT
005250     END-READ
005260
005270     IF QAP-REQ-COUNT >= 500
005280        DISPLAY "TETQAPP: REQUEST TABLE FULL - REST NOT LOADED"
005290        SET QAP-TABLE-FULL TO TRUE
005300        SET QAP-EOF TO TRUE
005310        GO TO 1600-EXIT
005320     END-IF
005330
005340     ADD 1 TO QAP-REQ-COUNT
005350     MOVE REQUEST-RECORD TO QAP-REQ-RECORD (QAP-REQ-COUNT)
005360     MOVE 0 TO QAP-REQ-DONE-SW (QAP-REQ-COUNT)
005370     MOVE 0 TO QAP-REQ-GRANT-MIN (QAP-REQ-COUNT)
005380     MOVE SPACE TO QAP-REQ-SCOPE (QAP-REQ-COUNT)
005390     MOVE 0 TO QAP-REQ-FROM (QAP-REQ-COUNT)
005400     MOVE 0 TO QAP-REQ-TO (QAP-REQ-COUNT).
005410 1600-EXIT.
005420     EXIT.
005430
005440*----------------------------------------------------------------
005450*    THE REQUESTS STILL WAITING FOR A DECISION
005460*----------------------------------------------------------------
005470 2000-LIST-PENDING.
005480     IF QAP-RUN-FAILED
005490        GO TO 2000-EXIT
005500     END-IF
005510
005520     WRITE REPORT-RECORD FROM RPT-LIST-HEADING-1
005530     WRITE REPORT-RECORD FROM RPT-LIST-HEADING-2
005540
005550     MOVE 0 TO QAP-PENDING-COUNT
005560
005570     PERFORM 2100-LIST-ONE-REQUEST THRU 2100-EXIT
005580         VARYING QAP-IX FROM 1 BY 1
005590         UNTIL QAP-IX > QAP-REQ-COUNT
005600
005610     IF QAP-PENDING-COUNT = 0
005620        WRITE REPORT-RECORD FROM RPT-NO-PEND-LINE
005630     END-IF
005640
005650     IF QAP-TABLE-FULL
005660        WRITE REPORT-RECORD FROM RPT-PARTIAL-LINE
005670     END-IF.
005680 2000-EXIT.
005690     EXIT.
005700
005710 2100-LIST-ONE-REQUEST.
005720     IF NOT QAP-REQ-PENDING (QAP-IX)
005730        GO TO 2100-EXIT
005740     END-IF
005750
005760     ADD 1 TO QAP-PENDING-COUNT
005770     MOVE QAP-REQ-RECORD (QAP-IX) TO QAP-WORK-REQUEST
005780     MOVE QW-OPERATOR-ID TO RPT-L-OPERATOR
005790     MOVE QW-DATE-X TO RPT-L-DATE
005800     MOVE QW-TIME-X TO RPT-L-TIME
005810     MOVE 0 TO RPT-L-ASKED
005820     MOVE 0 TO RPT-L-USED
005830     MOVE 0 TO RPT-L-LIMIT
005840     IF QW-MINUTES-X IS NUMERIC
005850        MOVE QW-MINUTES TO RPT-L-ASKED
005860     END-IF
005870     IF QW-USED-X IS NUMERIC
005880        MOVE QW-USED TO RPT-L-USED
005890     END-IF
005900     IF QW-LIMIT-X IS NUMERIC
005910        MOVE QW-LIMIT TO RPT-L-LIMIT
005920     END-IF
005930     WRITE REPORT-RECORD FROM RPT-LIST-DETAIL.
005940 2100-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------------
005980*    APPLY MODE - WORK THROUGH THE DECISIONS FILE, THEN WRITE
005988*    THE GRANTS, LOG EVERY DECISION AND DROP THE DECIDED
005996*    REQUESTS. THE AUDIT LOG IS OPENED FIRST AND WRITTEN AS SOON
006004*    AS THE GRANTS ARE IN FORCE, SO NOTHING IS CHANGED WITHOUT A
006012*    TRAIL EVEN WHEN THE REQUEST FILE CANNOT BE REWRITTEN.
006020*----------------------------------------------------------------
006030 3000-APPLY-DECISIONS.
006040     OPEN INPUT DECISION-FILE
006050
006060     IF QAP-DEC-STATUS NOT = "00"
006070        AND QAP-DEC-STATUS NOT = "35"
006080        DISPLAY "TETQAPP: CANNOT OPEN " QAP-DEC-PATH
006090        SET QAP-RUN-FAILED TO TRUE
006100        GO TO 3000-EXIT
006110     END-IF
006120
006130     OPEN EXTEND AUDIT-FILE
006140
006150     IF QAP-AUD-STATUS = "35"
006160        OPEN OUTPUT AUDIT-FILE
006170     END-IF
006180
006190     IF QAP-AUD-STATUS NOT = "00"
006200        DISPLAY "TETQAPP: CANNOT OPEN " QAP-AUD-PATH
006210        IF QAP-DEC-STATUS = "00"
006220           CLOSE DECISION-FILE
006230        END-IF
006240        SET QAP-RUN-FAILED TO TRUE
006250        GO TO 3000-EXIT
006260     END-IF
006270
006280     WRITE REPORT-RECORD FROM RPT-APPLY-HEADING-1
006290     WRITE REPORT-RECORD FROM RPT-APPLY-HEADING-2
006300
006310*    NO DECISIONS FILE STILL CLEARS OUT THE EXPIRED GRANTS
006320     IF QAP-DEC-STATUS = "35"
006330        WRITE REPORT-RECORD FROM RPT-NO-DEC-LINE
006340     ELSE
006350        SET QAP-NOT-EOF TO TRUE
006360        PERFORM 3100-APPLY-ONE-DECISION THRU 3100-EXIT
006370            UNTIL QAP-EOF
006380        CLOSE DECISION-FILE
006390        IF QAP-DEC-COUNT = 0
006400           WRITE REPORT-RECORD FROM RPT-NO-DEC-LINE
006410        END-IF
006420     END-IF
006430
006440     MOVE SPACES TO REPORT-RECORD
006450     WRITE REPORT-RECORD
006460
006470     PERFORM 4000-REWRITE-LIMITS THRU 4000-EXIT
006480
006490     IF QAP-RUN-FAILED
006500        CLOSE AUDIT-FILE
006510        GO TO 3000-EXIT
006520     END-IF
006530
006540     PERFORM 5500-WRITE-AUDIT THRU 5500-EXIT
006550         VARYING QAP-IX FROM 1 BY 1
006560         UNTIL QAP-IX > QAP-REQ-COUNT
006570
006580     CLOSE AUDIT-FILE
006590
006600     PERFORM 5000-REWRITE-REQUESTS THRU 5000-EXIT.
006660 3000-EXIT.
006670     EXIT.
006680
006690*----------------------------------------------------------------
006700*    ONE DECISION - CHECK IT, FIND ITS REQUEST AND MARK THE
006710*    REQUEST APPROVED (WITH THE GRANT) OR REJECTED
006720*----------------------------------------------------------------
006730 3100-APPLY-ONE-DECISION.
006740     READ DECISION-FILE
006750         AT END
006760             SET QAP-EOF TO TRUE
006770             GO TO 3100-EXIT
006780     END-READ
006790
006800     IF DECISION-RECORD = SPACES
006810        GO TO 3100-EXIT
006820     END-IF
006830
006840     ADD 1 TO QAP-DEC-COUNT
006850     MOVE SPACES TO QAP-RESULT-WK
006860     MOVE 0 TO QAP-GRANT-MIN-WK
006870     MOVE SPACE TO QAP-SCOPE-WK
006880     MOVE 0 TO QAP-FROM-WK
006890     MOVE 0 TO QAP-TO-WK
006900
006910     MOVE SPACES TO RPT-APPLY-DETAIL
006920     MOVE DC-OPERATOR-ID TO RPT-A-OPERATOR
006930     MOVE DC-DATE-X TO RPT-A-DATE
006940     MOVE DC-TIME-X TO RPT-A-TIME
006950     MOVE DC-ACTION TO RPT-A-ACTION
006960     MOVE DC-MINUTES-X TO RPT-A-MINUTES
006970     MOVE DC-SCOPE TO RPT-A-SCOPE
006980     MOVE DC-FROM-X TO RPT-A-FROM
006990     MOVE DC-TO-X TO RPT-A-TO
007000
007010     IF NOT DC-APPROVE
007020        AND NOT DC-REJECT
007030        MOVE "BAD ACTION" TO QAP-RESULT-WK
007040        GO TO 3100-REPORT
007050     END-IF
007060
007070     PERFORM 3200-FIND-REQUEST THRU 3200-EXIT
007080
007090     IF QAP-HIT-IX = 0
007100        IF QAP-DONE-IX = 0
007110           MOVE "NO SUCH REQUEST" TO QAP-RESULT-WK
007120        ELSE
007130           MOVE "DECIDED TWICE" TO QAP-RESULT-WK
007140        END-IF
007150        GO TO 3100-REPORT
007160     END-IF
007170
007180     MOVE QAP-REQ-RECORD (QAP-HIT-IX) TO QAP-WORK-REQUEST
007190
007200     IF DC-REJECT
007210        SET QAP-REQ-REJECTED (QAP-HIT-IX) TO TRUE
007220        ADD 1 TO QAP-REJECTED-COUNT
007230        MOVE "REJECTED" TO QAP-RESULT-WK
007240        GO TO 3100-REPORT
007250     END-IF
007260
007270     PERFORM 3300-CHECK-GRANT THRU 3300-EXIT
007280
007290     IF QAP-RESULT-WK NOT = SPACES
007300        GO TO 3100-REPORT
007310     END-IF
007320
007330     SET QAP-REQ-APPROVED (QAP-HIT-IX) TO TRUE
007340     MOVE QAP-GRANT-MIN-WK TO QAP-REQ-GRANT-MIN (QAP-HIT-IX)
007350     MOVE QAP-SCOPE-WK TO QAP-REQ-SCOPE (QAP-HIT-IX)
007360     MOVE QAP-FROM-WK TO QAP-REQ-FROM (QAP-HIT-IX)
007370     MOVE QAP-TO-WK TO QAP-REQ-TO (QAP-HIT-IX)
007380     ADD 1 TO QAP-APPROVED-COUNT
007390     MOVE "APPROVED" TO QAP-RESULT-WK
007400
007410*    SHOW THE GRANT AS IT WILL BE WRITTEN, DEFAULTS FILLED IN
007420     MOVE QAP-GRANT-MIN-WK TO QAP-MIN-EDIT
007430     MOVE QAP-MIN-EDIT TO RPT-A-MINUTES
007440     MOVE QAP-SCOPE-WK TO RPT-A-SCOPE
007450     MOVE QAP-FROM-WK TO RPT-A-FROM
007460     MOVE QAP-TO-WK TO RPT-A-TO.
007470 3100-REPORT.
007480     IF QAP-RESULT-WK NOT = "APPROVED"
007490        AND QAP-RESULT-WK NOT = "REJECTED"
007500        ADD 1 TO QAP-INVALID-COUNT
007510     END-IF
007520
007530     MOVE QAP-RESULT-WK TO RPT-A-RESULT
007540     WRITE REPORT-RECORD FROM RPT-APPLY-DETAIL.
007550 3100-EXIT.
007560     EXIT.
007570
007580*----------------------------------------------------------------
007590*    FIND THE PENDING REQUEST THE DECISION NAMES. A REQUEST
007600*    ALREADY DECIDED IN THIS RUN IS REMEMBERED IN QAP-DONE-IX.
007610*----------------------------------------------------------------
007620 3200-FIND-REQUEST.
007630     MOVE 0 TO QAP-HIT-IX
007640     MOVE 0 TO QAP-DONE-IX
007650
007660     PERFORM VARYING QAP-IX FROM 1 BY 1
007670             UNTIL QAP-IX > QAP-REQ-COUNT
007680                OR QAP-HIT-IX NOT = 0
007690         MOVE QAP-REQ-RECORD (QAP-IX) TO QAP-WORK-REQUEST
007700         IF QW-OPERATOR-ID = DC-OPERATOR-ID
007710            AND QW-DATE-X = DC-DATE-X
007720            AND QW-TIME-X = DC-TIME-X
007730            IF QAP-REQ-PENDING (QAP-IX)
007740               MOVE QAP-IX TO QAP-HIT-IX
007750            ELSE
007760               MOVE QAP-IX TO QAP-DONE-IX
007770            END-IF
007780         END-IF
007790     END-PERFORM.
007800 3200-EXIT.
007810     EXIT.
007820
007830*----------------------------------------------------------------
007840*    CHECK AN APPROVAL AND FILL IN THE DEFAULTS - MINUTES ASKED,
007850*    THE OPERATOR, THE REQUEST DAY ONLY
007860*----------------------------------------------------------------
007870 3300-CHECK-GRANT.
007880     IF DC-MINUTES-X = SPACES
007890        IF QW-MINUTES-X IS NOT NUMERIC
007900           MOVE "BAD MINUTES" TO QAP-RESULT-WK
007910           GO TO 3300-EXIT
007920        END-IF
007930        MOVE QW-MINUTES TO QAP-GRANT-MIN-WK
007940     ELSE
007950        IF DC-MINUTES-X IS NOT NUMERIC
007960           MOVE "BAD MINUTES" TO QAP-RESULT-WK
007970           GO TO 3300-EXIT
007980        END-IF
007990        MOVE DC-MINUTES TO QAP-GRANT-MIN-WK
008000     END-IF
008010
008020     IF QAP-GRANT-MIN-WK = 0
008030        MOVE "BAD MINUTES" TO QAP-RESULT-WK
008040        GO TO 3300-EXIT
008050     END-IF
008060
008070     EVALUATE DC-SCOPE
008080         WHEN SPACE
008090         WHEN "O"
008100             MOVE "O" TO QAP-SCOPE-WK
008110         WHEN "D"
008120             MOVE "D" TO QAP-SCOPE-WK
008130         WHEN OTHER
008140             MOVE "BAD SCOPE" TO QAP-RESULT-WK
008150             GO TO 3300-EXIT
008160     END-EVALUATE
008170
008180     IF DC-FROM-X = SPACES
008190        MOVE QW-DATE TO QAP-FROM-WK
008200     ELSE
008210        IF DC-FROM-X IS NOT NUMERIC
008220           MOVE "BAD FIRST DAY" TO QAP-RESULT-WK
008230           GO TO 3300-EXIT
008240        END-IF
008250        MOVE DC-FROM TO QAP-FROM-WK
008260     END-IF
008270
008280     IF DC-TO-X = SPACES
008290        MOVE QAP-FROM-WK TO QAP-TO-WK
008300     ELSE
008310        IF DC-TO-X IS NOT NUMERIC
008320           MOVE "BAD LAST DAY" TO QAP-RESULT-WK
008330           GO TO 3300-EXIT
008340        END-IF
008350        MOVE DC-TO TO QAP-TO-WK
008360     END-IF
008370
008380     IF QAP-TO-WK < QAP-FROM-WK
008390        MOVE "LAST BEFORE FIRST" TO QAP-RESULT-WK
008400     END-IF.
008410 3300-EXIT.
008420     EXIT.
008430
008440*----------------------------------------------------------------
008450*    REWRITE LIMITS.DAT - DROP GRANTS THAT ENDED BEFORE THE
008460*    PREVIOUS MONTH, ADD ONE GRANT PER APPROVAL. A MISSING FILE
008470*    IS CREATED WHEN THERE IS A GRANT TO WRITE.
008480*----------------------------------------------------------------
008490 4000-REWRITE-LIMITS.
008500     OPEN INPUT LIMITS-FILE
008510
008520     IF QAP-LIM-STATUS NOT = "00"
008530        AND QAP-LIM-STATUS NOT = "35"
008540        DISPLAY "TETQAPP: CANNOT OPEN " QAP-LIM-PATH
008550        SET QAP-RUN-FAILED TO TRUE
008560        GO TO 4000-EXIT
008570     END-IF
008580
008590     IF QAP-LIM-STATUS = "00"
008600        SET QAP-NOT-EOF TO TRUE
008610        PERFORM 4100-LOAD-ONE-LIMIT THRU 4100-EXIT
008620            UNTIL QAP-EOF
008630        CLOSE LIMITS-FILE
008640     END-IF
008650
008660     IF QAP-RUN-FAILED
008670        GO TO 4000-EXIT
008680     END-IF
008690
008700     IF QAP-APPROVED-COUNT = 0
008710        AND QAP-EXPIRED-COUNT = 0
008720        GO TO 4000-EXIT
008730     END-IF
008740
008750     OPEN OUTPUT LIMITS-FILE
008760
008770     IF QAP-LIM-STATUS NOT = "00"
008780        DISPLAY "TETQAPP: CANNOT REWRITE " QAP-LIM-PATH
008790        SET QAP-RUN-FAILED TO TRUE
008800        GO TO 4000-EXIT
008810     END-IF
008820
008830     PERFORM VARYING QAP-IX FROM 1 BY 1
008840             UNTIL QAP-IX > QAP-LIM-COUNT
008850         MOVE QAP-LIM-RECORD (QAP-IX) TO LIMITS-RECORD
008860         WRITE LIMITS-RECORD
008870     END-PERFORM
008880
008890     PERFORM 4200-WRITE-GRANT THRU 4200-EXIT
008900         VARYING QAP-IX FROM 1 BY 1
008910         UNTIL QAP-IX > QAP-REQ-COUNT
008920
008930     CLOSE LIMITS-FILE.
008940 4000-EXIT.
008950     EXIT.
008960
008970 4100-LOAD-ONE-LIMIT.
008980     READ LIMITS-FILE
008990         AT END
009000             SET QAP-EOF TO TRUE
009010             GO TO 4100-EXIT
009020     END-READ
009030
009040     IF LM-TYPE = "E"
009050        AND LM-EXT-TO-X IS NUMERIC
009060        AND LM-EXT-TO < QAP-PURGE-BEFORE
009070        ADD 1 TO QAP-EXPIRED-COUNT
009080        GO TO 4100-EXIT
009090     END-IF
009100
009110*    NOTHING IS APPLIED WHEN THE WHOLE FILE CANNOT BE HELD
009120     IF QAP-LIM-COUNT >= 500
009130        DISPLAY "TETQAPP: LIMITS TABLE FULL - NOTHING APPLIED"
009140        SET QAP-RUN-FAILED TO TRUE
009150        SET QAP-EOF TO TRUE
009160        GO TO 4100-EXIT
009170     END-IF
009180
009190     ADD 1 TO QAP-LIM-COUNT
009200     MOVE LIMITS-RECORD TO QAP-LIM-RECORD (QAP-LIM-COUNT).
009210 4100-EXIT.
009220     EXIT.
009230
009240 4200-WRITE-GRANT.
009250     IF NOT QAP-REQ-APPROVED (QAP-IX)
009260        GO TO 4200-EXIT
009270     END-IF
009280
009290     MOVE QAP-REQ-RECORD (QAP-IX) TO QAP-WORK-REQUEST
009300
009310     MOVE SPACES TO LIMITS-RECORD
009320     MOVE "E" TO LM-TYPE
009330     IF QAP-REQ-SCOPE (QAP-IX) = "D"
009340        MOVE QW-OPERATOR-ID (1:2) TO LM-KEY
009350     ELSE
009360        MOVE QW-OPERATOR-ID TO LM-KEY
009370     END-IF
009380     MOVE QAP-REQ-GRANT-MIN (QAP-IX) TO LM-MINUTES
009390     MOVE QAP-REQ-SCOPE (QAP-IX) TO LM-EXT-SCOPE
009400     MOVE QAP-REQ-FROM (QAP-IX) TO LM-EXT-FROM
009410     MOVE QAP-REQ-TO (QAP-IX) TO LM-EXT-TO
009420     MOVE QAP-WHO TO LM-EXT-BY
009421     MOVE QW-DATE-X TO LM-REQ-DATE
009422     MOVE QW-TIME-X TO LM-REQ-TIME
009423
009424*    A RERUN AFTER THE REQUEST FILE COULD NOT BE REWRITTEN FINDS
009425*    THE SAME REQUESTS PENDING - A GRANT ALREADY HELD FOR THE SAME
009426*    REQUEST (KEY, REQUEST DATE AND TIME) IS NOT WRITTEN TWICE.
009427*    AN IDENTICAL REQUEST FILED AGAIN IS STILL GRANTED.
009428     PERFORM VARYING QAP-JX FROM 1 BY 1
009429             UNTIL QAP-JX > QAP-LIM-COUNT
009430         IF QAP-LIM-RECORD (QAP-JX) (1:9) = LIMITS-RECORD (1:9)
009431            AND QAP-LIM-RECORD (QAP-JX) (39:16)
009432                                        = LIMITS-RECORD (39:16)
009433            GO TO 4200-EXIT
009434         END-IF
009435     END-PERFORM
009436
009437     WRITE LIMITS-RECORD.
009440 4200-EXIT.
009450     EXIT.
009460
009470*----------------------------------------------------------------
009480*    REWRITE THE REQUEST FILE WITHOUT THE DECIDED REQUESTS
009490*----------------------------------------------------------------
009500 5000-REWRITE-REQUESTS.
009510     IF QAP-APPROVED-COUNT = 0
009520        AND QAP-REJECTED-COUNT = 0
009530        GO TO 5000-EXIT
009540     END-IF
009550
009560     OPEN OUTPUT REQUEST-FILE
009570
009580     IF QAP-REQ-STATUS NOT = "00"
009590        DISPLAY "TETQAPP: CANNOT REWRITE " QAP-REQ-PATH
009600        SET QAP-RUN-FAILED TO TRUE
009610        GO TO 5000-EXIT
009620     END-IF
009630
009640     PERFORM VARYING QAP-IX FROM 1 BY 1
009650             UNTIL QAP-IX > QAP-REQ-COUNT
009660         IF QAP-REQ-PENDING (QAP-IX)
009670            MOVE QAP-REQ-RECORD (QAP-IX) TO REQUEST-RECORD
009680            WRITE REQUEST-RECORD
009690         END-IF
009700     END-PERFORM
009710
009720     CLOSE REQUEST-FILE.
009730 5000-EXIT.
009740     EXIT.
009750
009760*----------------------------------------------------------------
009770*    ONE AUDIT LINE PER DECIDED REQUEST
009780*----------------------------------------------------------------
009790 5500-WRITE-AUDIT.
009800     IF QAP-REQ-PENDING (QAP-IX)
009810        GO TO 5500-EXIT
009820     END-IF
009830
009840     MOVE QAP-REQ-RECORD (QAP-IX) TO QAP-WORK-REQUEST
009850
009860     MOVE SPACES TO AUDIT-RECORD
009870     MOVE QAP-TODAY TO AU-DATE
009880     MOVE QAP-NOW TO AU-TIME
009890     MOVE QAP-WHO TO AU-WHO
009900     MOVE QW-OPERATOR-ID TO AU-OPERATOR-ID
009910     MOVE 0 TO AU-REQ-DATE
009920     MOVE 0 TO AU-REQ-TIME
009930     IF QW-DATE-X IS NUMERIC
009940        MOVE QW-DATE TO AU-REQ-DATE
009950     END-IF
009960     IF QW-TIME-X IS NUMERIC
009970        MOVE QW-TIME TO AU-REQ-TIME
009980     END-IF
009990
010000     IF QAP-REQ-APPROVED (QAP-IX)
010010        MOVE "APPROVED" TO AU-OUTCOME
010020        MOVE QAP-REQ-GRANT-MIN (QAP-IX) TO AU-MINUTES
010030        MOVE QAP-REQ-SCOPE (QAP-IX) TO AU-SCOPE
010040        MOVE QAP-REQ-FROM (QAP-IX) TO AU-FROM
010050        MOVE QAP-REQ-TO (QAP-IX) TO AU-TO
010060     ELSE
010070*       A REJECTION RECORDS THE MINUTES THAT WERE ASKED
010080        MOVE "REJECTED" TO AU-OUTCOME
010090        MOVE 0 TO AU-MINUTES
010100        IF QW-MINUTES-X IS NUMERIC
010110           MOVE QW-MINUTES TO AU-MINUTES
010120        END-IF
010130        MOVE 0 TO AU-FROM
010140        MOVE 0 TO AU-TO
010150     END-IF
010160
010170     WRITE AUDIT-RECORD.
010180 5500-EXIT.
010190     EXIT.
010200
010210*----------------------------------------------------------------
010220*    REPORT TOTALS
010230*----------------------------------------------------------------
010240 6000-WRITE-TOTALS.
010250     MOVE SPACES TO REPORT-RECORD
010260     WRITE REPORT-RECORD
010270
010280     IF NOT QAP-LIST-MODE
010290        MOVE QAP-DEC-COUNT TO RPT-T-DEC
010300        MOVE QAP-APPROVED-COUNT TO RPT-T-APPROVED
010310        MOVE QAP-REJECTED-COUNT TO RPT-T-REJECTED
010320        MOVE QAP-INVALID-COUNT TO RPT-T-INVALID
010330        WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
010340     END-IF
010350
010360     MOVE QAP-PENDING-COUNT TO RPT-T-PENDING
010370     MOVE QAP-EXPIRED-COUNT TO RPT-T-EXPIRED
010380     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE-2
010390
010400     CLOSE REPORT-FILE.
010410 6000-EXIT.
010420     EXIT.
010430
010440*----------------------------------------------------------------
010450*    RUN TOTALS AND RETURN CODE
010460*----------------------------------------------------------------
010470 8000-WRAP-UP.
010480     MOVE QAP-DEC-COUNT TO QAP-DEC-EDIT
010490     MOVE QAP-APPROVED-COUNT TO QAP-APPR-EDIT
010500     MOVE QAP-REJECTED-COUNT TO QAP-REJ-EDIT
010510     MOVE QAP-INVALID-COUNT TO QAP-INV-EDIT
010520     MOVE QAP-PENDING-COUNT TO QAP-PEND-EDIT
010530     MOVE QAP-EXPIRED-COUNT TO QAP-EXP-EDIT
010540     DISPLAY "TETQAPP DECISIONS   " QAP-DEC-EDIT
010550     DISPLAY "TETQAPP APPROVED    " QAP-APPR-EDIT
010560     DISPLAY "TETQAPP REJECTED    " QAP-REJ-EDIT
010570     DISPLAY "TETQAPP NOT APPLIED " QAP-INV-EDIT
010580     DISPLAY "TETQAPP PENDING     " QAP-PEND-EDIT
010590     DISPLAY "TETQAPP EXPIRED     " QAP-EXP-EDIT
010600
010610     IF QAP-INVALID-COUNT NOT = 0
010620        MOVE 4 TO RETURN-CODE
010630     END-IF
010640
010650     IF QAP-RUN-FAILED
010660        DISPLAY "TETQAPP ENDED WITH ERRORS"
010670        MOVE 8 TO RETURN-CODE
010680     END-IF.
010690 8000-EXIT.
010700     EXIT.
