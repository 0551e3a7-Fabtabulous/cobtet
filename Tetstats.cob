000230*    MODIFICATION HISTORY
000240*    2026-08-23 FB  INITIAL VERSION
000242*    2026-09-02 FB  FLAG OPERATORS MISSING FROM THE DV ROSTER
000243*    2026-10-15 FB  READ THE INDEXED LEADERBOARD
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT LIVE-FILE ASSIGN TO STA-LIVE-PATH
000291         ORGANIZATION IS INDEXED
000292         ACCESS MODE IS DYNAMIC
000293         RECORD KEY IS LV-KEY
000294         ALTERNATE RECORD KEY IS LV-RANK-KEY WITH DUPLICATES
000295         ALTERNATE RECORD KEY IS LV-WHEN-KEY WITH DUPLICATES
000310         FILE STATUS IS STA-LIVE-STATUS.
000320
000330     SELECT ARCH-FILE ASSIGN TO STA-ARCH-PATH
000420 FILE SECTION.
000430
000440 FD  LIVE-FILE.
000441 01  LIVE-RECORD.
000442     05 LV-KEY.
000443        10 LV-OPERATOR-ID    PIC X(08).
000444        10 LV-WHEN-KEY       PIC X(16).
000445     05 FILLER               PIC X(20).
000446     05 LV-RANK-KEY          PIC 9(10).
000460
000470 FD  ARCH-FILE.
000480 01  ARCH-RECORD             PIC X(44).
002830
002840     SET STA-NOT-EOF TO TRUE
002850
002851*    DATE/TIME KEY ORDER - THE ORDER THE GAMES WERE POSTED IN
002852     MOVE LOW-VALUES TO LV-WHEN-KEY
002853
002854     START LIVE-FILE KEY IS NOT LESS THAN LV-WHEN-KEY
002855         INVALID KEY
002856             SET STA-EOF TO TRUE
002857     END-START
002858
002860     PERFORM 2100-TALLY-LIVE-RECORD THRU 2100-EXIT
002870         UNTIL STA-EOF
002880
002910     EXIT.
002920
002930 2100-TALLY-LIVE-RECORD.
002940     READ LIVE-FILE NEXT RECORD
002950         AT END
002960             SET STA-EOF TO TRUE
002970             GO TO 2100-EXIT
