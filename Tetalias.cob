000220*      alias_from        FIRST ARCHIVE MONTH YYYYMM (OPTIONAL)
000230*      alias_to          LAST ARCHIVE MONTH YYYYMM (OPTIONAL)
000240*
000241*    THE LIVE BOARD IS INDEXED ON OPERATOR/DATE/TIME, SO A
000242*    MOVED RECORD CAN MEET AN ENTRY THE CORRECT OPERATOR
000243*    ALREADY HOLDS UNDER THE SAME KEY. SUCH A RECORD CANNOT GO
000244*    BACK ON THE BOARD - IT IS WRITTEN TO LEADERBD.REJ WITH
000245*    REASON "DUPLICATE KEY" AND COUNTED. THE MONTHLY ARCHIVES
000246*    STAY LINE SEQUENTIAL.
000247*
000250*    OUTPUT: TETALIAS.RPT IN THE LEADERBOARD DIRECTORY.
000260*    RETURN CODE 8 WHEN A FILE COULD NOT BE PROCESSED, 4 WHEN A
000270*    MOVED RECORD WENT TO LEADERBD.REJ, 0 OTHERWISE.
000280*
000290*    MODIFICATION HISTORY
000300*    2026-09-02 FB  INITIAL VERSION
000301*    2026-10-15 FB  READ AND REBUILD THE INDEXED LEADERBOARD
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000370         FILE STATUS IS ALS-ALIAS-STATUS.
000380
000390     SELECT LIVE-FILE ASSIGN TO ALS-LIVE-PATH
000391         ORGANIZATION IS INDEXED
000392         ACCESS MODE IS DYNAMIC
000393         RECORD KEY IS LV-KEY
000394         ALTERNATE RECORD KEY IS LV-RANK-KEY WITH DUPLICATES
000395         ALTERNATE RECORD KEY IS LV-WHEN-KEY WITH DUPLICATES
000396         FILE STATUS IS ALS-LIVE-STATUS.
000397
000398     SELECT ARCH-FILE ASSIGN TO ALS-ARCH-PATH
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS ALS-ARCH-STATUS.
000420
000430     SELECT KEEP-FILE ASSIGN TO ALS-KEEP-PATH
000440         ORGANIZATION IS LINE SEQUENTIAL
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS PU-KEY
000510         FILE STATUS IS ALS-USAGE-STATUS.
000511
000512     SELECT REJECT-FILE ASSIGN TO ALS-REJ-PATH
000513         ORGANIZATION IS LINE SEQUENTIAL
000514         FILE STATUS IS ALS-REJ-STATUS.
000520
000530     SELECT REPORT-FILE ASSIGN TO ALS-RPT-PATH
000540         ORGANIZATION IS LINE SEQUENTIAL
000650
000660 FD  LIVE-FILE.
000670 01  LIVE-RECORD.
000680     05 LV-KEY.
000690        10 LV-OPERATOR-ID    PIC X(08).
000700        10 LV-WHEN-KEY       PIC X(16).
000710     05 FILLER               PIC X(20).
000720     05 LV-RANK-KEY          PIC 9(10).
000730
000740 FD  ARCH-FILE.
000750 01  ARCH-RECORD             PIC X(44).
000760
000770 FD  KEEP-FILE.
000780 01  KEEP-RECORD             PIC X(54).
000790
000800 FD  USAGE-FILE.
000810 01  USAGE-RECORD.
000830        10 PU-OPERATOR       PIC X(08).
000840        10 PU-DATE           PIC 9(08).
000850     05 PU-SECONDS           PIC 9(06).
000851
000852 FD  REJECT-FILE.
000853 01  REJECT-RECORD.
000854     05 RJ-ORIGINAL          PIC X(44).
000855     05 FILLER               PIC X(01).
000856     05 RJ-REASON            PIC X(20).
000860
000870 FD  REPORT-FILE.
000880 01  REPORT-RECORD           PIC X(80).
000950 01  ALS-DIR                 PIC X(80) VALUE SPACES.
000960 01  ALS-ALIAS-PATH          PIC X(80) VALUE SPACES.
000970 01  ALS-LIVE-PATH           PIC X(80) VALUE SPACES.
000971 01  ALS-ARCH-PATH           PIC X(80) VALUE SPACES.
000972 01  ALS-REJ-PATH            PIC X(80) VALUE SPACES.
000980 01  ALS-KEEP-PATH           PIC X(80) VALUE SPACES.
000990 01  ALS-USAGE-PATH          PIC X(80) VALUE SPACES.
001000 01  ALS-RPT-PATH            PIC X(80) VALUE SPACES.
001010
001020 01  ALS-ALIAS-STATUS        PIC X(02) VALUE "00".
001030 01  ALS-LIVE-STATUS         PIC X(02) VALUE "00".
001031 01  ALS-ARCH-STATUS         PIC X(02) VALUE "00".
001032 01  ALS-REJ-STATUS          PIC X(02) VALUE "00".
001040 01  ALS-KEEP-STATUS         PIC X(02) VALUE "00".
001050 01  ALS-USAGE-STATUS        PIC X(02) VALUE "00".
001060 01  ALS-RPT-STATUS          PIC X(02) VALUE "00".
001160     88 ALS-EOF              VALUE 1.
001170     88 ALS-NOT-EOF          VALUE 0.
001172
001173*    2100 SERVES THE LIVE BOARD, 2200 THE OPTIONAL ARCHIVES -
001175*    ONLY THE LIVE PASS TREATS A FAILED OPEN AS AN ERROR
001176 01  ALS-BOARD-SW            PIC 9(01) VALUE 0.
001177     88 ALS-BOARD-OPENED     VALUE 1.
001540        10 ALS-DAY-SECS      PIC 9(06).
001550
001560*----------------------------------------------------------------
001561*    ONE BOARD RECORD WHILE IT IS FOLDED - THE SCORE KEY RIDES
001562*    ALONG FOR THE LIVE BOARD AND IS DROPPED FOR THE ARCHIVES
001563*----------------------------------------------------------------
001564 01  ALS-WORK-RECORD.
001565     05 AW-OPERATOR-ID       PIC X(08).
001566     05 AW-DATE-X            PIC X(08).
001567     05 AW-TIME-X            PIC X(08).
001568     05 AW-LINES-X           PIC X(04).
001569     05 AW-SCORE-X           PIC X(10).
001570     05 AW-CHECK-X           PIC X(06).
001571     05 AW-CHECK-N REDEFINES AW-CHECK-X
001572                             PIC 9(06).
001573     05 AW-RANK-KEY          PIC X(10).
001574
001575*----------------------------------------------------------------
001576*    WORK FIELDS
001580*----------------------------------------------------------------
001590 77  ALS-AX                  PIC 9(02) COMP VALUE 0.
001600 77  ALS-DX                  PIC 9(03) COMP VALUE 0.
001706 77  ALS-LB-MOVED-TOTAL      PIC 9(08) COMP VALUE 0.
001708 77  ALS-LB-HELD-TOTAL       PIC 9(08) COMP VALUE 0.
001710 77  ALS-US-MOVED-COUNT      PIC 9(08) COMP VALUE 0.
001711 77  ALS-LB-DUP-COUNT        PIC 9(08) COMP VALUE 0.
001720
001730 77  ALS-READ-EDIT           PIC Z(07)9.
001740 77  ALS-MOVED-EDIT          PIC Z(07)9.
001750 77  ALS-HELD-EDIT           PIC Z(07)9.
001760 77  ALS-USAGE-EDIT          PIC Z(07)9.
001761 77  ALS-DUP-EDIT            PIC Z(07)9.
001770
001780*----------------------------------------------------------------
001790*    REPORT LINES
001960     05 RPT-F-HELD           PIC Z(05)9.
001970     05 FILLER               PIC X(06) VALUE "  HELD".
001980     05 FILLER               PIC X(31) VALUE SPACES.
001981
001982 01  RPT-DUP-LINE.
001983     05 FILLER               PIC X(24)
001984        VALUE "DUPLICATE KEY REJECTED  ".
001985     05 RPT-D-COUNT          PIC Z(05)9.
001986     05 FILLER               PIC X(16) VALUE "  TO LEADERBD.RE".
001987     05 FILLER               PIC X(34) VALUE "J".
001990
002000 01  RPT-USAGE-LINE.
002010     05 FILLER               PIC X(24)
002620     STRING
002630         ALS-DIR             DELIMITED BY LOW-VALUE
002640         "\"                 DELIMITED BY SIZE
002641         "leaderbd.rej"      DELIMITED BY SIZE
002642             INTO ALS-REJ-PATH
002643     END-STRING
002644
002645     STRING
002646         ALS-DIR             DELIMITED BY LOW-VALUE
002647         "\"                 DELIMITED BY SIZE
002650         "usage.dat"         DELIMITED BY SIZE
002660             INTO ALS-USAGE-PATH
002670     END-STRING
002770         REPLACING TRAILING SPACE BY LOW-VALUE
002780     INSPECT ALS-LIVE-PATH REPLACING TRAILING SPACE BY LOW-VALUE
002790     INSPECT ALS-KEEP-PATH REPLACING TRAILING SPACE BY LOW-VALUE
002791     INSPECT ALS-REJ-PATH REPLACING TRAILING SPACE BY LOW-VALUE
002800     INSPECT ALS-USAGE-PATH
002810         REPLACING TRAILING SPACE BY LOW-VALUE
002820     INSPECT ALS-RPT-PATH REPLACING TRAILING SPACE BY LOW-VALUE
003640     MOVE 0 TO ALS-LB-MOVED-COUNT
003650     MOVE 0 TO ALS-LB-HELD-COUNT
003660
003661     PERFORM 2100-REWRITE-LIVE THRU 2100-EXIT
003672
003673     IF ALS-BOARD-NOT-OPENED
003674        DISPLAY "TETALIAS: CANNOT OPEN " ALS-LIVE-PATH
003690     MOVE "LIVE LEADERBOARD        " TO RPT-F-TEXT
003700     MOVE ALS-LB-MOVED-COUNT TO RPT-F-MOVED
003710     MOVE ALS-LB-HELD-COUNT TO RPT-F-HELD
003711     WRITE REPORT-RECORD FROM RPT-FILE-LINE
003712
003713     IF ALS-LB-DUP-COUNT > 0
003714        MOVE ALS-LB-DUP-COUNT TO RPT-D-COUNT
003715        WRITE REPORT-RECORD FROM RPT-DUP-LINE
003716     END-IF.
003730 2000-EXIT.
003731     EXIT.
003732
003733*----------------------------------------------------------------
003734*    THE INDEXED LIVE BOARD - SPLIT TO THE KEEP FILE WITH IDS
003735*    FOLDED, THEN REBUILD THE BOARD FROM THE KEEP FILE
003736*----------------------------------------------------------------
003737 2100-REWRITE-LIVE.
003738     SET ALS-BOARD-NOT-OPENED TO TRUE
003739
003740     OPEN INPUT LIVE-FILE
003741
003742     IF ALS-LIVE-STATUS NOT = "00"
003743        GO TO 2100-EXIT
003744     END-IF
003745
003746     SET ALS-BOARD-OPENED TO TRUE
003747
003748     OPEN OUTPUT KEEP-FILE
003749
003750     IF ALS-KEEP-STATUS NOT = "00"
003751        DISPLAY "TETALIAS: CANNOT OPEN " ALS-KEEP-PATH
003752        CLOSE LIVE-FILE
003753        SET ALS-RUN-FAILED TO TRUE
003754        GO TO 2100-EXIT
003755     END-IF
003756
003757     SET ALS-NOT-EOF TO TRUE
003758
003759     PERFORM 2150-FOLD-LIVE-RECORD THRU 2150-EXIT
003760         UNTIL ALS-EOF
003761
003762     CLOSE LIVE-FILE
003763     CLOSE KEEP-FILE
003764
003765     OPEN INPUT KEEP-FILE
003766     OPEN OUTPUT LIVE-FILE
003767
003768     IF ALS-KEEP-STATUS NOT = "00"
003769        OR ALS-LIVE-STATUS NOT = "00"
003770        DISPLAY "TETALIAS: CANNOT REWRITE " ALS-LIVE-PATH
003771        SET ALS-RUN-FAILED TO TRUE
003772        GO TO 2100-EXIT
003773     END-IF
003774
003775     SET ALS-NOT-EOF TO TRUE
003776
003777     PERFORM 2160-COPY-LIVE-RECORD THRU 2160-EXIT
003778         UNTIL ALS-EOF
003779
003780     CLOSE KEEP-FILE
003781     CLOSE LIVE-FILE
003782
003783     IF ALS-LB-DUP-COUNT > 0
003784        CLOSE REJECT-FILE
003785     END-IF.
003786 2100-EXIT.
003787     EXIT.
003788
003789 2150-FOLD-LIVE-RECORD.
003790     READ LIVE-FILE NEXT RECORD
003791         AT END
003792             SET ALS-EOF TO TRUE
003793             GO TO 2150-EXIT
003794     END-READ
003795
003796     MOVE LIVE-RECORD TO ALS-WORK-RECORD
003797     PERFORM 2300-FOLD-RECORD THRU 2300-EXIT
003798     WRITE KEEP-RECORD FROM ALS-WORK-RECORD.
003799 2150-EXIT.
003800     EXIT.
003801
003802*    THE SCORE IS NOT TOUCHED BY THE FOLD, SO THE SCORE KEY
003803*    CARRIED IN THE KEEP RECORD STILL HOLDS
003804 2160-COPY-LIVE-RECORD.
003805     READ KEEP-FILE
003806         AT END
003807             SET ALS-EOF TO TRUE
003808             GO TO 2160-EXIT
003809     END-READ
003810
003811     WRITE LIVE-RECORD FROM KEEP-RECORD
003812         INVALID KEY
003813             PERFORM 2170-REJECT-DUPLICATE THRU 2170-EXIT
003814     END-WRITE.
003815 2160-EXIT.
003816     EXIT.
003817
003818*----------------------------------------------------------------
003819*    A MOVED RECORD WHOSE KEY THE CORRECT OPERATOR ALREADY
003820*    HOLDS - PARK IT IN LEADERBD.REJ RATHER THAN LOSE IT
003821*----------------------------------------------------------------
003822 2170-REJECT-DUPLICATE.
003823     IF ALS-LB-DUP-COUNT = 0
003824
003825        OPEN EXTEND REJECT-FILE
003826
003827        IF ALS-REJ-STATUS = "35"
003828           OPEN OUTPUT REJECT-FILE
003829        END-IF
003830
003831        IF ALS-REJ-STATUS NOT = "00"
003832           DISPLAY "TETALIAS: CANNOT OPEN " ALS-REJ-PATH
003833           DISPLAY "TETALIAS: RECORD LOST " KEEP-RECORD (1:44)
003834           SET ALS-RUN-FAILED TO TRUE
003835           GO TO 2170-EXIT
003836        END-IF
003837     END-IF
003838
003839     MOVE SPACES TO REJECT-RECORD
003840     MOVE KEEP-RECORD TO RJ-ORIGINAL
003841     MOVE "DUPLICATE KEY" TO RJ-REASON
003842     WRITE REJECT-RECORD
003843
003844     ADD 1 TO ALS-LB-DUP-COUNT.
003845 2170-EXIT.
003846     EXIT.
003847
003848*----------------------------------------------------------------
003849*    REWRITE EVERY ARCHIVE MONTH IN THE REQUESTED RANGE
003850*----------------------------------------------------------------
003851 2500-MERGE-ARCHIVES.
003852     IF ALS-FROM-X IS NOT NUMERIC
003853        OR ALS-TO-X IS NOT NUMERIC
003854        GO TO 2500-EXIT
003855     END-IF
003856
003857     MOVE ALS-FROM-N TO ALS-CUR-MONTH-N
003860     MOVE ALS-TO-N TO ALS-END-MONTH
003870     MOVE 0 TO ALS-MONTH-CT
003880
003930     EXIT.
003940
003950 2600-MERGE-ONE-ARCH.
003960     MOVE SPACES TO ALS-ARCH-PATH
003970
003980     STRING
003990         ALS-DIR             DELIMITED BY LOW-VALUE
004010         "lb"                DELIMITED BY SIZE
004020         ALS-CUR-MONTH-X     DELIMITED BY SIZE
004030         ".dat"              DELIMITED BY SIZE
004040             INTO ALS-ARCH-PATH
004050     END-STRING
004060
004070     INSPECT ALS-ARCH-PATH
004080         REPLACING TRAILING SPACE BY LOW-VALUE
004090
004100     MOVE 0 TO ALS-LB-MOVED-COUNT
004320     EXIT.
004330
004340*----------------------------------------------------------------
004350*    ONE ARCHIVE FILE (ALS-ARCH-PATH) - SPLIT TO THE KEEP FILE
004360*    WITH IDS FOLDED, THEN COPY THE KEEP FILE BACK
004370*----------------------------------------------------------------
004380 2200-REWRITE-BOARD.
004382     SET ALS-BOARD-NOT-OPENED TO TRUE
004384
004385     OPEN INPUT ARCH-FILE
004400
004410     IF ALS-ARCH-STATUS NOT = "00"
004420        GO TO 2200-EXIT
004430     END-IF
004432
004460
004470     IF ALS-KEEP-STATUS NOT = "00"
004480        DISPLAY "TETALIAS: CANNOT OPEN " ALS-KEEP-PATH
004490        CLOSE ARCH-FILE
004500        SET ALS-RUN-FAILED TO TRUE
004510        GO TO 2200-EXIT
004520     END-IF
004530
004540     SET ALS-NOT-EOF TO TRUE
004550
004560     PERFORM 2250-FOLD-ARCH-RECORD THRU 2250-EXIT
004570         UNTIL ALS-EOF
004580
004590     CLOSE ARCH-FILE
004600     CLOSE KEEP-FILE
004610
004620     OPEN INPUT KEEP-FILE
004630     OPEN OUTPUT ARCH-FILE
004640
004650     IF ALS-KEEP-STATUS NOT = "00"
004660        OR ALS-ARCH-STATUS NOT = "00"
004670        DISPLAY "TETALIAS: CANNOT REWRITE " ALS-ARCH-PATH
004680        SET ALS-RUN-FAILED TO TRUE
004690        GO TO 2200-EXIT
004700     END-IF
004750         UNTIL ALS-EOF
004760
004770     CLOSE KEEP-FILE
004780     CLOSE ARCH-FILE.
004790 2200-EXIT.
004791     EXIT.
004792
004793 2250-FOLD-ARCH-RECORD.
004794     READ ARCH-FILE
004795         AT END
004796             SET ALS-EOF TO TRUE
004797             GO TO 2250-EXIT
004798     END-READ
004799
004800     MOVE ARCH-RECORD TO ALS-WORK-RECORD
004801     PERFORM 2300-FOLD-RECORD THRU 2300-EXIT
004802     WRITE KEEP-RECORD FROM ALS-WORK-RECORD.
004803 2250-EXIT.
004804     EXIT.
004810
004820*----------------------------------------------------------------
004830*    FOLD ONE RECORD - AN ALIAS HIT WITH A VERIFIED CHECK GETS
004850*    AS IT STANDS
004860*----------------------------------------------------------------
004870 2300-FOLD-RECORD.
004940     ADD 1 TO ALS-LB-READ-COUNT
004950
004960     MOVE 0 TO ALS-HIT-IX
004970     PERFORM VARYING ALS-AX FROM 1 BY 1
004980             UNTIL ALS-AX > ALS-ALIAS-COUNT
004990         IF ALS-ALIAS (ALS-AX) = AW-OPERATOR-ID
005000            MOVE ALS-AX TO ALS-HIT-IX
005010         END-IF
005020     END-PERFORM
005030
005040     IF ALS-HIT-IX = 0
005050        GO TO 2300-EXIT
005060     END-IF
005070
005080     MOVE ALS-WORK-RECORD (1:38) TO ALS-CHKDATA
005090     MOVE 0 TO ALS-CHECK-WK
005100     CALL "TETCHK" USING ALS-CHKDATA, ALS-CHECK-WK
005110
005120     IF AW-CHECK-X IS NOT NUMERIC
005130        OR AW-CHECK-N NOT = ALS-CHECK-WK
005140        ADD 1 TO ALS-LB-HELD-COUNT
005142        ADD 1 TO ALS-LB-HELD-TOTAL
005143        GO TO 2300-EXIT
005160     END-IF
005170
005180     MOVE ALS-CORRECT (ALS-HIT-IX) TO AW-OPERATOR-ID
005190
005200     MOVE ALS-WORK-RECORD (1:38) TO ALS-CHKDATA
005210     MOVE 0 TO ALS-CHECK-WK
005220     CALL "TETCHK" USING ALS-CHKDATA, ALS-CHECK-WK
005230     MOVE ALS-CHECK-WK TO AW-CHECK-N
005240
005250     ADD 1 TO ALS-LB-MOVED-COUNT
005252     ADD 1 TO ALS-LB-MOVED-TOTAL.
005280 2300-EXIT.
005290     EXIT.
005300
005350             GO TO 2400-EXIT
005360     END-READ
005370
005380     WRITE ARCH-RECORD FROM KEEP-RECORD.
005390 2400-EXIT.
005400     EXIT.
005410
006520     DISPLAY "TETALIAS LB HELD   " ALS-HELD-EDIT
006530     DISPLAY "TETALIAS USAGE     " ALS-USAGE-EDIT
006540
006541     IF ALS-LB-DUP-COUNT > 0
006542        MOVE ALS-LB-DUP-COUNT TO ALS-DUP-EDIT
006543        DISPLAY "TETALIAS LB DUPS   " ALS-DUP-EDIT
006544        MOVE 4 TO RETURN-CODE
006545     END-IF
006546
006550     IF ALS-RUN-FAILED
006560        DISPLAY "TETALIAS ENDED WITH ERRORS"
006570        MOVE 8 TO RETURN-CODE
