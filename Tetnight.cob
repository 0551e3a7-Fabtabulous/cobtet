000200*
000210*    STEP-CONTROL FILE (TETNIGHT.CTL), ONE STEP PER LINE:
000220*      COL 1-8   PROGRAM NAME (TETARCH, TETRECON, TETSTATS ...)
000221*      COL 9     "A" - ALWAYS RUN, EVEN AFTER THE STRING STOPPED
000222*                (THE MORNING DIGEST). SUCH A STEP NEVER STOPS
000223*                THE STRING AND IS NOT KEPT IN THE RESTART FILE,
000224*                SO IT RUNS ON EVERY INVOCATION
000230*      COL 10-79 PARAMETERS, NAME=VALUE SEPARATED BY SPACES,
000240*                SET IN THE STEP'S ENVIRONMENT (leaderboard_dir
000250*                IS INHERITED FROM THE DRIVER ITSELF)
000330*    FILES: TETNIGHT.LOG (RUN LOG, APPENDED) AND TETNIGHT.CHK
000340*    (RESTART STATE FOR THE CURRENT CYCLE).
000350*    RETURN CODE 8 WHEN THE STRING STOPPED ON A STEP OR A FILE
000351*    COULD NOT BE PROCESSED, 0 WHEN EVERYTHING RAN - OR THE
000352*    HIGHEST RETURN CODE OF AN ALWAYS-RUN STEP, WHEN HIGHER.
000370*
000380*    MODIFICATION HISTORY
000390*    2026-09-02 FB  INITIAL VERSION
000391*    2026-10-15 FB  ALWAYS-RUN STEPS (COL 9 "A") RUN AFTER A STOP
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000590 FD  CONTROL-FILE.
000600 01  CONTROL-RECORD.
000610     05 CT-STEP-NAME         PIC X(08).
000620     05 CT-RUN-FLAG          PIC X(01).
000630     05 CT-PARMS             PIC X(70).
000640
000650 FD  RUNLOG-FILE.
001320        10 NIT-STEP-NAME     PIC X(08).
001330        10 NIT-STEP-PARMS    PIC X(70).
001340        10 NIT-STEP-DONE-SW  PIC 9(01).
001341        10 NIT-STEP-FLAG     PIC X(01).
001342           88 NIT-STEP-ALWAYS  VALUE "A".
001350
001360*----------------------------------------------------------------
001370*    STEP EXECUTION WORK FIELDS
001510 01  NIT-END-TIME            PIC 9(08) VALUE 0.
001520 01  NIT-STEP-RC             PIC 9(04) VALUE 0.
001522 01  NIT-RESULT-WK           PIC X(12) VALUE SPACES.
001523 01  NIT-ALWAYS-RC           PIC 9(04) VALUE 0.
001530
001540 77  NIT-RAN-COUNT           PIC 9(02) VALUE 0.
001550 77  NIT-SKIP-COUNT          PIC 9(02) VALUE 0.
002610     ADD 1 TO NIT-STEP-COUNT
002620     MOVE CT-STEP-NAME TO NIT-STEP-NAME (NIT-STEP-COUNT)
002630     MOVE CT-PARMS TO NIT-STEP-PARMS (NIT-STEP-COUNT)
002631     MOVE CT-RUN-FLAG TO NIT-STEP-FLAG (NIT-STEP-COUNT)
002640     MOVE 0 TO NIT-STEP-DONE-SW (NIT-STEP-COUNT).
002650 1100-EXIT.
002660     EXIT.
003050
003060*----------------------------------------------------------------
003070*    RUN THE STRING - SKIP WHAT ALREADY RAN, STOP ON A STEP
003080*    OVER THE THRESHOLD. AFTER A STOP ONLY ALWAYS-RUN STEPS RUN.
003090*----------------------------------------------------------------
003100 2000-RUN-STEPS.
003110     PERFORM 2100-RUN-ONE-STEP THRU 2100-EXIT
003120         VARYING NIT-SX FROM 1 BY 1
003130         UNTIL NIT-SX > NIT-STEP-COUNT.
003150 2000-EXIT.
003160     EXIT.
003170
003180 2100-RUN-ONE-STEP.
003181     IF NIT-STOPPED
003182        AND NOT NIT-STEP-ALWAYS (NIT-SX)
003183        GO TO 2100-EXIT
003184     END-IF
003185
003190     IF NIT-STEP-DONE-SW (NIT-SX) = 1
003200        ADD 1 TO NIT-SKIP-COUNT
003210        DISPLAY "TETNIGHT SKIP " NIT-STEP-NAME (NIT-SX)
003510     END-STRING
003520
003530     PERFORM 3000-WRITE-LOG THRU 3000-EXIT
003531
003532     IF NIT-STEP-ALWAYS (NIT-SX)
003533        ADD 1 TO NIT-RAN-COUNT
003534        IF NIT-STEP-RC > NIT-ALWAYS-RC
003535           MOVE NIT-STEP-RC TO NIT-ALWAYS-RC
003536        END-IF
003537        GO TO 2100-EXIT
003538     END-IF
003540
003550     IF NIT-STEP-RC > NIT-MAXRC
003560        DISPLAY "TETNIGHT STOP " NIT-STEP-NAME (NIT-SX)
004950     IF NIT-RUN-FAILED
004960        DISPLAY "TETNIGHT ENDED WITH ERRORS"
004970        MOVE 8 TO RETURN-CODE
004971     END-IF
004972
004973     IF NIT-ALWAYS-RC > RETURN-CODE
004974        MOVE NIT-ALWAYS-RC TO RETURN-CODE
004980     END-IF.
004990 8000-EXIT.
005000     EXIT.
