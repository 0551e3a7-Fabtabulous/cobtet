000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TETDBAG.
000030 AUTHOR. F BAUMGARTEN.
000040 INSTALLATION. VEMAG DV.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TETDBAG - DAILY CHALLENGE BAG
000090*
000100*    DEALS THE SEVEN-PIECE BAG FOR A DAILY CHALLENGE GAME. THE
000110*    SHUFFLE IS DRIVEN BY A PARK-MILLER GENERATOR SEEDED FROM
000120*    THE CHALLENGE DATE AND THE BAG NUMBER, SO EVERY OPERATOR
000130*    WHO PLAYS THE SAME DAY GETS THE SAME PIECE SEQUENCE AND A
000140*    BATCH PROGRAM CAN REBUILD IT WITHOUT THE GAME.
000150*
000160*    USING: DBG-DATE   9(08)  CHALLENGE DATE YYYYMMDD
000170*           DBG-BAG-NO 9(04)  BAG NUMBER, 1 FOR THE FIRST BAG
000180*           DBG-BAG    X(07)  RETURNED BAG, PIECES 1-7 ONCE EACH
000190*
000200*    MODIFICATION HISTORY
000210*    2026-10-14 FB  INITIAL VERSION
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 DATA DIVISION.
000250 WORKING-STORAGE SECTION.
000260 77  DBG-SEED                PIC 9(15) COMP VALUE 0.
000270 77  DBG-IX                  PIC 9(02) COMP VALUE 0.
000280 77  DBG-SWAP-WITH           PIC 9(02) COMP VALUE 0.
000290 77  DBG-TEMP                PIC 9(01) VALUE 0.
000300 LINKAGE SECTION.
000310 01  DBG-DATE                PIC 9(08).
000320 01  DBG-BAG-NO              PIC 9(04).
000330 01  DBG-BAG.
000340     05 DBG-BAG-SLOT         PIC 9(01) OCCURS 7 TIMES.
000350 PROCEDURE DIVISION USING DBG-DATE DBG-BAG-NO DBG-BAG.
000360 0000-MAINLINE.
000370     COMPUTE DBG-SEED = FUNCTION MOD(
000380         DBG-DATE * 10000 + DBG-BAG-NO, 2147483647)
000390
000400     IF DBG-SEED = 0
000410        MOVE 20260101 TO DBG-SEED
000420     END-IF
000430
000440*    A FEW WARM-UP STEPS SO NEIGHBOURING SEEDS SPREAD OUT
000450     PERFORM VARYING DBG-IX FROM 1 BY 1 UNTIL DBG-IX > 4
000460         COMPUTE DBG-SEED = FUNCTION MOD(
000470             DBG-SEED * 16807, 2147483647)
000480     END-PERFORM
000490
000500     PERFORM VARYING DBG-IX FROM 1 BY 1 UNTIL DBG-IX > 7
000510         MOVE DBG-IX TO DBG-BAG-SLOT (DBG-IX)
000520     END-PERFORM
000530
000540     PERFORM VARYING DBG-IX FROM 7 BY -1 UNTIL DBG-IX < 2
000550         COMPUTE DBG-SEED = FUNCTION MOD(
000560             DBG-SEED * 16807, 2147483647)
000570         COMPUTE DBG-SWAP-WITH =
000580             FUNCTION MOD(DBG-SEED, DBG-IX) + 1
000590         MOVE DBG-BAG-SLOT (DBG-IX) TO DBG-TEMP
000600         MOVE DBG-BAG-SLOT (DBG-SWAP-WITH)
000610             TO DBG-BAG-SLOT (DBG-IX)
000620         MOVE DBG-TEMP TO DBG-BAG-SLOT (DBG-SWAP-WITH)
000630     END-PERFORM
000640
000650     GOBACK.
