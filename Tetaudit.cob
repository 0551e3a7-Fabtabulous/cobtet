000310*
000320*    MODIFICATION HISTORY
000330*    2026-09-02 FB  INITIAL VERSION
000331*    2026-10-15 FB  READ THE INDEXED LEADERBOARD
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT LIVE-FILE ASSIGN TO AUD-LIVE-PATH
000381         ORGANIZATION IS INDEXED
000382         ACCESS MODE IS DYNAMIC
000383         RECORD KEY IS LV-KEY
000384         ALTERNATE RECORD KEY IS LV-RANK-KEY WITH DUPLICATES
000385         ALTERNATE RECORD KEY IS LV-WHEN-KEY WITH DUPLICATES
000400         FILE STATUS IS AUD-LIVE-STATUS.
000410
000420     SELECT USAGE-FILE ASSIGN TO AUD-USAGE-PATH
000620
000630 FD  LIVE-FILE.
000640 01  LIVE-RECORD.
000641     05 LV-KEY.
000642        10 LV-OPERATOR-ID    PIC X(08).
000643        10 LV-WHEN-KEY.
000644           15 LV-DATE-X      PIC X(08).
000645           15 LV-DATE-N REDEFINES LV-DATE-X
000680                             PIC 9(08).
000690           15 LV-TIME-X      PIC X(08).
000700     05 LV-LINES-X           PIC X(04).
000710     05 LV-SCORE-X           PIC X(10).
000720     05 LV-CHECK-X           PIC X(06).
000721     05 LV-RANK-KEY          PIC 9(10).
000730
000740 FD  USAGE-FILE.
000750 01  USAGE-RECORD.
002980
002990     SET AUD-NOT-EOF TO TRUE
003000
003001*    DATE/TIME KEY ORDER - THE ORDER THE GAMES WERE POSTED IN
003002     MOVE LOW-VALUES TO LV-WHEN-KEY
003003
003004     START LIVE-FILE KEY IS NOT LESS THAN LV-WHEN-KEY
003005         INVALID KEY
003006             SET AUD-EOF TO TRUE
003007     END-START
003008
003010     PERFORM 2100-CHECK-GAME THRU 2100-EXIT
003020         UNTIL AUD-EOF
003030
003060     EXIT.
003070
003080 2100-CHECK-GAME.
003090     READ LIVE-FILE NEXT RECORD
003100         AT END
003110             SET AUD-EOF TO TRUE
003120             GO TO 2100-EXIT
