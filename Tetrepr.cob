000130*    PREPARED BY HAND; APPLY MODE READS THE CORRECTIONS, LAYS
000140*    THE REPLACEMENT FIELDS OVER THE ORIGINAL RECORD, VALIDATES
000150*    THE RESULT WITH THE SAME CHECKS TETARCH USES, RE-STAMPS IT
000151*    THROUGH TETCHK AND ADDS IT TO THE INDEXED LIVE
000152*    LEADERBOARD WITH ITS SCORE KEY. A REPAIRED RECORD WHOSE
000153*    OPERATOR/DATE/TIME IS ALREADY ON THE BOARD IS REJECTED
000154*    WITH "DUPLICATE KEY" AND STAYS IN THE REJECT FILE.
000170*    REPAIRED REJECTS ARE DROPPED FROM THE REJECT FILE AND AN
000180*    AUDIT LINE (DATE, TIME, WHO, REJECT NUMBER, NEW RECORD) IS
000190*    APPENDED TO TETREPR.LOG.
000390*
000400*    MODIFICATION HISTORY
000410*    2026-09-02 FB  INITIAL VERSION
000411*    2026-10-15 FB  ADD TO THE INDEXED LEADERBOARD WITH SCORE KEY
000420*----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000520         FILE STATUS IS RPR-COR-STATUS.
000530
000540     SELECT LIVE-FILE ASSIGN TO RPR-LIVE-PATH
000541         ORGANIZATION IS INDEXED
000542         ACCESS MODE IS DYNAMIC
000543         RECORD KEY IS LV-KEY
000544         ALTERNATE RECORD KEY IS LV-RANK-KEY WITH DUPLICATES
000545         ALTERNATE RECORD KEY IS LV-WHEN-KEY WITH DUPLICATES
000560         FILE STATUS IS RPR-LIVE-STATUS.
000570
000580     SELECT AUDIT-FILE ASSIGN TO RPR-AUD-PATH
000840     05 CO-SCORE-X           PIC X(10).
000850
000860 FD  LIVE-FILE.
000861 01  LIVE-RECORD.
000862     05 LV-KEY.
000863        10 LV-OPERATOR-ID    PIC X(08).
000864        10 LV-WHEN-KEY       PIC X(16).
000865     05 FILLER               PIC X(20).
000866     05 LV-RANK-KEY          PIC 9(10).
000880
000890 FD  AUDIT-FILE.
000900 01  AUDIT-RECORD.
001630     05 RW-TIME-X            PIC X(08).
001640     05 RW-LINES-X           PIC X(04).
001650     05 RW-SCORE-X           PIC X(10).
001651     05 RW-SCORE-N REDEFINES RW-SCORE-X
001652                             PIC 9(10).
001660     05 RW-CHECK-X           PIC X(06).
001670     05 RW-CHECK-N REDEFINES RW-CHECK-X
001680                             PIC 9(06).
005580     EXIT.
005590
005600*----------------------------------------------------------------
005601*    ADD THE REPAIRED RECORD TO THE LIVE LEADERBOARD, SCORE KEY
005602*    SET AS THE GAME SETS IT
005620*----------------------------------------------------------------
005630 3300-APPEND-LIVE.
005640     OPEN I-O LIVE-FILE
005650
005660     IF RPR-LIVE-STATUS = "35"
005670        OPEN OUTPUT LIVE-FILE
005720        GO TO 3300-EXIT
005730     END-IF
005740
005741     MOVE RPR-WORK-RECORD TO LIVE-RECORD
005742     COMPUTE LV-RANK-KEY = 9999999999 - RW-SCORE-N
005743
005744     WRITE LIVE-RECORD
005745         INVALID KEY
005746             MOVE "DUPLICATE KEY" TO RPR-REASON-WK
005747     END-WRITE
005748
005760     CLOSE LIVE-FILE.
005770 3300-EXIT.
005780     EXIT.
