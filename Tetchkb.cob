000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TETCHKB.
000030 AUTHOR. F BAUMGARTEN.
000040 INSTALLATION. VEMAG DV.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TETCHKB - BACKUP RECORD CHECK VALUE
000090*
000100*    COMPUTES A CHECK VALUE OVER ONE RECORD OF A BACKED-UP FILE,
000110*    THE SAME POSITION-WEIGHTED RUNNING PRODUCT AS TETCHK BUT
000120*    OVER THE WHOLE RECORD (SPACE-PADDED TO 132 BYTES), SO IT
000130*    SERVES EVERY LAYOUT. TETBKUP ADDS THE VALUES OF A FILE INTO
000140*    THE CHECK TOTAL ON THE GENERATION MANIFEST AND TETRESTR
000150*    RECOMPUTES THEM BEFORE IT PUTS A FILE BACK.
000160*
000170*    USING: CKB-DATA  X(132) RECORD, SPACE-PADDED
000180*           CKB-VALUE 9(06)  RETURNED CHECK VALUE
000190*
000200*    MODIFICATION HISTORY
000210*    2026-10-15 FB  INITIAL VERSION
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 DATA DIVISION.
000250 WORKING-STORAGE SECTION.
000260 77  CKB-WORK                PIC 9(09) COMP VALUE 0.
000270 77  CKB-IX                  PIC 9(03) COMP VALUE 0.
000280 77  CKB-BYTE                PIC 9(03) COMP VALUE 0.
000290 LINKAGE SECTION.
000300 01  CKB-DATA                PIC X(132).
000310 01  CKB-VALUE               PIC 9(06).
000320 PROCEDURE DIVISION USING CKB-DATA CKB-VALUE.
000330 0000-MAINLINE.
000340     MOVE 17359 TO CKB-WORK
000350
000360     PERFORM VARYING CKB-IX FROM 1 BY 1 UNTIL CKB-IX > 132
000370         COMPUTE CKB-BYTE = FUNCTION ORD(CKB-DATA(CKB-IX:1))
000380         COMPUTE CKB-WORK = FUNCTION MOD(
000390             CKB-WORK * 31 + CKB-BYTE * (CKB-IX + 7), 999983)
000400     END-PERFORM
000410
000420     COMPUTE CKB-VALUE = FUNCTION MOD(CKB-WORK, 1000000)
000430
000440     GOBACK.
