000100*    ROLLS LEADERBOARD RECORDS OLDER THAN A CUTOFF DATE INTO
000110*    MONTHLY ARCHIVE FILES (LB<YYYYMM>.DAT), REJECTS MALFORMED
000120*    RECORDS INTO LEADERBD.REJ WITH A REASON, AND COMPACTS THE
000121*    LIVE FILE SO THE IN-GAME TOP-10 LOAD STAYS FAST. THE
000122*    INDEXED LIVE FILE IS READ BY ITS DATE/TIME KEY, SO EACH
000123*    ARCHIVE MONTH IS OPENED ONCE, AND IS REBUILT FROM THE KEEP
000124*    FILE WITH EVERY SURVIVOR'S SCORE KEY SET FROM ITS SCORE.
000140*
000150*    ENVIRONMENT:
000160*      leaderboard_dir   DIRECTORY OF LEADERBD.DAT (AS IN GAME)
000210*    MODIFICATION HISTORY
000220*    2026-08-23 FB  INITIAL VERSION
000222*    2026-09-02 FB  COUNT OPERATORS MISSING FROM THE DV ROSTER
000223*    2026-10-15 FB  READ AND REBUILD THE INDEXED LEADERBOARD
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT LIVE-FILE ASSIGN TO ARC-LIVE-PATH
000271         ORGANIZATION IS INDEXED
000272         ACCESS MODE IS DYNAMIC
000273         RECORD KEY IS LV-KEY
000274         ALTERNATE RECORD KEY IS LV-RANK-KEY WITH DUPLICATES
000275         ALTERNATE RECORD KEY IS LV-WHEN-KEY WITH DUPLICATES
000290         FILE STATUS IS ARC-LIVE-STATUS.
000300
000310     SELECT KEEP-FILE ASSIGN TO ARC-KEEP-PATH
000450
000460 FD  LIVE-FILE.
000470 01  LIVE-RECORD.
000471     05 LV-KEY.
000472        10 LV-OPERATOR-ID    PIC X(08).
000473        10 LV-WHEN-KEY.
000474           15 LV-DATE-X      PIC X(08).
000475           15 LV-DATE REDEFINES LV-DATE-X.
000476              20 LV-DATE-YYYY PIC 9(04).
000477              20 LV-DATE-MM  PIC 9(02).
000478              20 LV-DATE-DD  PIC 9(02).
000479           15 LV-DATE-N REDEFINES LV-DATE-X
000534                             PIC 9(08).
000535           15 LV-TIME-X      PIC X(08).
000550     05 LV-LINES-X           PIC X(04).
000560     05 LV-SCORE-X           PIC X(10).
000561     05 LV-SCORE-N REDEFINES LV-SCORE-X
000562                             PIC 9(10).
000563     05 LV-CHECK-X           PIC X(06).
000564     05 LV-CHECK-N REDEFINES LV-CHECK-X
000566                             PIC 9(06).
000567     05 LV-RANK-KEY          PIC 9(10).
000570
000580 FD  KEEP-FILE.
000590 01  KEEP-RECORD             PIC X(54).
000600
000610 FD  ARCH-FILE.
000620 01  ARCH-RECORD             PIC X(44).
002120
002130     SET ARC-NOT-EOF TO TRUE
002140
002141     MOVE LOW-VALUES TO LV-WHEN-KEY
002142
002143     START LIVE-FILE KEY IS NOT LESS THAN LV-WHEN-KEY
002144         INVALID KEY
002145             SET ARC-EOF TO TRUE
002146     END-START
002147
002150     PERFORM 2100-ROUTE-RECORD THRU 2100-EXIT
002160         UNTIL ARC-EOF
002170
002320*    ROUTE ONE RECORD
002330*----------------------------------------------------------------
002340 2100-ROUTE-RECORD.
002350     READ LIVE-FILE NEXT RECORD
002360         AT END
002370             SET ARC-EOF TO TRUE
002380             GO TO 2100-EXIT
002500     IF LV-DATE-N < ARC-CUTOFF
002510        PERFORM 2300-WRITE-ARCHIVE THRU 2300-EXIT
002520     ELSE
002521        COMPUTE LV-RANK-KEY = 9999999999 - LV-SCORE-N
002530        WRITE KEEP-RECORD FROM LIVE-RECORD
002540        ADD 1 TO ARC-KEPT-COUNT
002550     END-IF.
