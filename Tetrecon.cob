000110*    TAMPER CHECK AND LISTS THE ONES THAT FAIL - OPERATOR, DATE,
000120*    TIME, SCORE AND THE REASON - SO A SUSPICIOUS ENTRY CAN BE
000130*    PUT ON SOMEONE'S DESK WITH EVIDENCE. RECORDS THE GAME WROTE
000131*    ARE UNTOUCHED; ONLY THE REPORT IS PRODUCED. THE INDEXED
000132*    BOARD IS READ BY ITS DATE/TIME KEY, SO THE LISTING KEEPS
000133*    THE ORDER THE GAMES WERE POSTED IN. A RECORD WHOSE SCORE
000134*    KEY DOES NOT MATCH ITS SCORE IS LISTED AS WELL.
000150*
000160*    ENVIRONMENT:
000170*      leaderboard_dir   DIRECTORY OF LEADERBD.DAT (AS IN GAME)
000210*
000220*    MODIFICATION HISTORY
000230*    2026-08-23 FB  INITIAL VERSION
000231*    2026-10-15 FB  READ THE INDEXED LEADERBOARD, CHECK SCORE KEY
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT LIVE-FILE ASSIGN TO REC-LIVE-PATH
000281         ORGANIZATION IS INDEXED
000282         ACCESS MODE IS DYNAMIC
000283         RECORD KEY IS LV-KEY
000284         ALTERNATE RECORD KEY IS LV-RANK-KEY WITH DUPLICATES
000285         ALTERNATE RECORD KEY IS LV-WHEN-KEY WITH DUPLICATES
000300         FILE STATUS IS REC-LIVE-STATUS.
000310
000320     SELECT REPORT-FILE ASSIGN TO REC-RPT-PATH
000380
000390 FD  LIVE-FILE.
000400 01  LIVE-RECORD.
000401     05 LV-KEY.
000402        10 LV-OPERATOR-ID    PIC X(08).
000403        10 LV-WHEN-KEY.
000404           15 LV-DATE-X      PIC X(08).
000405           15 LV-TIME-X      PIC X(08).
000440     05 LV-LINES-X           PIC X(04).
000450     05 LV-SCORE-X           PIC X(10).
000451     05 LV-SCORE-N REDEFINES LV-SCORE-X
000452                             PIC 9(10).
000460     05 LV-CHECK-X           PIC X(06).
000470     05 LV-CHECK-N REDEFINES LV-CHECK-X
000480                             PIC 9(06).
000481     05 LV-RANK-KEY          PIC 9(10).
000490
000500 FD  REPORT-FILE.
000510 01  REPORT-RECORD           PIC X(80).
001700
001710     SET REC-NOT-EOF TO TRUE
001720
001721     MOVE LOW-VALUES TO LV-WHEN-KEY
001722
001723     START LIVE-FILE KEY IS NOT LESS THAN LV-WHEN-KEY
001724         INVALID KEY
001725             SET REC-EOF TO TRUE
001726     END-START
001727
001730     PERFORM 2100-CHECK-RECORD THRU 2100-EXIT
001740         UNTIL REC-EOF
001750
001810*    VERIFY ONE RECORD, REPORT A FAILURE
001820*----------------------------------------------------------------
001830 2100-CHECK-RECORD.
001840     READ LIVE-FILE NEXT RECORD
001850         AT END
001860             SET REC-EOF TO TRUE
001870             GO TO 2100-EXIT
002050              MOVE "CHECK MISMATCH" TO REC-REASON-WK
002060           END-IF
002070        END-IF
002071     END-IF
002072
002073     IF REC-REASON-WK = SPACES
002074        AND LV-SCORE-X IS NUMERIC
002075        AND LV-RANK-KEY NOT = 9999999999 - LV-SCORE-N
002076        MOVE "SCORE KEY MISMATCH" TO REC-REASON-WK
002080     END-IF
002090
002100     IF REC-REASON-WK NOT = SPACES
