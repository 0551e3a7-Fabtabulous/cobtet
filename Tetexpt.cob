000150*
000160*    INTERCHANGE FORMAT (LBEXPORT.DAT), ONE RECORD PER LINE:
000170*      H SITE(4) DATE(8) TIME(8)
000180*      D <44-BYTE LEADERBOARD RECORD, WITHOUT THE SCORE KEY>
000190*      T COUNT(6) CHECKSUM(6)
000200*    THE TRAILER CHECKSUM IS TETCHK OVER SITE + DATE + TIME +
000210*    COUNT + THE SUM OF THE RECORD CHECK VALUES.
000290*
000300*    MODIFICATION HISTORY
000310*    2026-09-02 FB  INITIAL VERSION
000311*    2026-10-15 FB  READ THE INDEXED LEADERBOARD
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT LIVE-FILE ASSIGN TO EXP-LIVE-PATH
000361         ORGANIZATION IS INDEXED
000362         ACCESS MODE IS DYNAMIC
000363         RECORD KEY IS LV-KEY
000364         ALTERNATE RECORD KEY IS LV-RANK-KEY WITH DUPLICATES
000365         ALTERNATE RECORD KEY IS LV-WHEN-KEY WITH DUPLICATES
000380         FILE STATUS IS EXP-LIVE-STATUS.
000390
000400     SELECT EXPORT-FILE ASSIGN TO EXP-OUT-PATH
000460
000470 FD  LIVE-FILE.
000480 01  LIVE-RECORD.
000481     05 LV-KEY.
000482        10 LV-OPERATOR-ID    PIC X(08).
000483        10 LV-WHEN-KEY.
000484           15 LV-DATE-X      PIC X(08).
000485           15 LV-TIME-X      PIC X(08).
000520     05 LV-LINES-X           PIC X(04).
000530     05 LV-SCORE-X           PIC X(10).
000540     05 LV-CHECK-X           PIC X(06).
000550     05 LV-CHECK-N REDEFINES LV-CHECK-X
000560                             PIC 9(06).
000561     05 LV-RANK-KEY          PIC 9(10).
000570
000580 FD  EXPORT-FILE.
000590 01  EXPORT-RECORD.
001960
001970     SET EXP-NOT-EOF TO TRUE
001980
001981*    DATE/TIME KEY ORDER - THE ORDER THE GAMES WERE POSTED IN
001982     MOVE LOW-VALUES TO LV-WHEN-KEY
001983
001984     START LIVE-FILE KEY IS NOT LESS THAN LV-WHEN-KEY
001985         INVALID KEY
001986             SET EXP-EOF TO TRUE
001987     END-START
001988
001990     PERFORM 2100-EXPORT-RECORD THRU 2100-EXIT
002000         UNTIL EXP-EOF
002010
002100*    ONE RECORD - ONLY A VERIFIED CHECK TRAVELS
002110*----------------------------------------------------------------
002120 2100-EXPORT-RECORD.
002130     READ LIVE-FILE NEXT RECORD
002140         AT END
002150             SET EXP-EOF TO TRUE
002160             GO TO 2100-EXIT
002300
002310     MOVE SPACES TO EXPORT-RECORD
002320     MOVE "D" TO EX-TYPE
002330     MOVE LIVE-RECORD (1:44) TO EX-DATA
002340     WRITE EXPORT-RECORD
002350
002360     ADD 1 TO EXP-SENT-COUNT
