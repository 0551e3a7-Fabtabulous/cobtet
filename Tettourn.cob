000280*
000290*    OUTPUT: TETTOURN.RPT IN THE LEADERBOARD DIRECTORY. THE
000300*    STANDINGS FILE TOURSTND.DAT IS REWRITTEN AFTER THE REPORT
000301*    AND SEEDS THE RANK MOVEMENT OF THE NEXT RUN. EACH LINE ALSO
000302*    CARRIES THE OPERATOR'S RANK IN THE RUN BEFORE (BLANK WHEN
000303*    NEW) AND THE SEASON GAME COUNT, SO THE PUBLISHED TABLE CAN
000304*    SHOW THE SAME MOVEMENT AS THIS REPORT.
000320*    RETURN CODE 8 WHEN THE SEASON FILE OR THE REPORT CANNOT BE
000330*    PROCESSED, 0 OTHERWISE.
000340*
000350*    MODIFICATION HISTORY
000360*    2026-09-02 FB  INITIAL VERSION
000361*    2026-10-15 FB  READ THE INDEXED LEADERBOARD
000362*    2026-10-15 FB  KEEP PRIOR RANK AND GAMES IN TOURSTND.DAT
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000430         FILE STATUS IS TRN-SEASON-STATUS.
000440
000450     SELECT LIVE-FILE ASSIGN TO TRN-LIVE-PATH
000451         ORGANIZATION IS INDEXED
000452         ACCESS MODE IS DYNAMIC
000453         RECORD KEY IS LV-KEY
000454         ALTERNATE RECORD KEY IS LV-RANK-KEY WITH DUPLICATES
000455         ALTERNATE RECORD KEY IS LV-WHEN-KEY WITH DUPLICATES
000470         FILE STATUS IS TRN-LIVE-STATUS.
000480
000490     SELECT ARCH-FILE ASSIGN TO TRN-ARCH-PATH
000670     05 SE-DATA              PIC X(20).
000680
000690 FD  LIVE-FILE.
000691 01  LIVE-RECORD.
000692     05 LV-KEY.
000693        10 LV-OPERATOR-ID    PIC X(08).
000694        10 LV-WHEN-KEY       PIC X(16).
000695     05 FILLER               PIC X(20).
000696     05 LV-RANK-KEY          PIC 9(10).
000710
000720 FD  ARCH-FILE.
000730 01  ARCH-RECORD             PIC X(44).
000790     05 ST-RANK REDEFINES ST-RANK-X
000800                             PIC 9(03).
000810     05 ST-POINTS            PIC 9(12).
000811     05 ST-PRIOR-RANK-X      PIC X(03).
000812     05 ST-PRIOR-RANK REDEFINES ST-PRIOR-RANK-X
000813                             PIC 9(03).
000814     05 ST-GAMES             PIC 9(06).
000820
000830 FD  REPORT-FILE.
000840 01  REPORT-RECORD           PIC X(80).
004150
004160     SET TRN-NOT-EOF TO TRUE
004170
004171*    DATE/TIME KEY ORDER - THE ORDER THE GAMES WERE POSTED IN
004172     MOVE LOW-VALUES TO LV-WHEN-KEY
004173
004174     START LIVE-FILE KEY IS NOT LESS THAN LV-WHEN-KEY
004175         INVALID KEY
004176             SET TRN-EOF TO TRUE
004177     END-START
004178
004180     PERFORM 2100-TALLY-LIVE-RECORD THRU 2100-EXIT
004190         UNTIL TRN-EOF
004200
004230     EXIT.
004240
004250 2100-TALLY-LIVE-RECORD.
004260     READ LIVE-FILE NEXT RECORD
004270         AT END
004280             SET TRN-EOF TO TRUE
004290             GO TO 2100-EXIT
007970         MOVE TRN-OPER-ID (TRN-IX) TO ST-OPERATOR-ID
007980         MOVE TRN-IX TO ST-RANK
007990         MOVE TRN-OPER-POINTS (TRN-IX) TO ST-POINTS
007991         MOVE TRN-OPER-GAMES (TRN-IX) TO ST-GAMES
007992         MOVE SPACES TO ST-PRIOR-RANK-X
007993         PERFORM VARYING TRN-PX FROM 1 BY 1
007994                 UNTIL TRN-PX > TRN-PRIOR-COUNT
007995             IF TRN-PRIOR-ID (TRN-PX) = TRN-OPER-ID (TRN-IX)
007996                MOVE TRN-PRIOR-RANK (TRN-PX) TO ST-PRIOR-RANK
007997             END-IF
007998         END-PERFORM
008000         WRITE STAND-RECORD
008010     END-PERFORM
008020
