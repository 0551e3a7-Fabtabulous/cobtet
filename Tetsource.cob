        File Status is WS-Hiscore-Status.

    Select Leaderboard-File Assign to WS-Leaderboard-Path
        Organization is Indexed
        Access Mode is Dynamic
        Record Key is LB-Key
        Alternate Record Key is LB-Rank-Key With Duplicates
        Alternate Record Key is LB-When-Key With Duplicates
        Lock Mode is Automatic
        File Status is WS-Leaderboard-Status.

    Select Replay-File Assign to WS-Replay-Path
        Organization is Line Sequential
        File Status is WS-Match-Status.

    Select Challenge-File Assign to WS-Challenge-Path
        Organization is Line Sequential
        File Status is WS-Challenge-Status.

    Select Session-File Assign to WS-Session-Path
        Organization is Line Sequential
        Lock Mode is Exclusive
        File Status is WS-Session-Status.

    Select Quotareq-File Assign to WS-Qreq-Path
        Organization is Line Sequential
        File Status is WS-Qreq-Status.

Data Division.
File Section.

01  Hiscore-Record.
    05 HS-Score                 Pic 9(10).

*   keyed by operator, date and time; the rank key holds
*   9999999999 less the score, so reading it forward gives the
*   best scores first. The tamper check covers the first 38
*   bytes only, as before.
FD  Leaderboard-File.
01  Leaderboard-Record.
    05 LB-Key.
       10 LB-Operator-Id        Pic X(08).
       10 LB-When-Key.
          15 LB-Date            Pic 9(08).
          15 LB-Time            Pic 9(08).
    05 LB-Lines-Total           Pic 9(04).
    05 LB-Final-Score           Pic 9(10).
    05 LB-Check-X               Pic X(06).
    05 LB-Check REDEFINES LB-Check-X
                                Pic 9(06).
    05 LB-Rank-Key              Pic 9(10).

FD  Replay-File.
01  Replay-Record.
    05 LM-Minutes-X             Pic X(04).
    05 LM-Minutes REDEFINES LM-Minutes-X
                                Pic 9(04).
*   "E" extension grants only - scope "O" operator / "D" dept,
*   valid from/to dates inclusive, approving supervisor
    05 LM-Ext-Scope             Pic X(01).
    05 LM-Ext-From-X            Pic X(08).
    05 LM-Ext-From REDEFINES LM-Ext-From-X
                                Pic 9(08).
    05 LM-Ext-To-X              Pic X(08).
    05 LM-Ext-To REDEFINES LM-Ext-To-X
                                Pic 9(08).
    05 LM-Ext-By                Pic X(08).

FD  Usage-File.
01  Usage-Record.
    05 VS-Check REDEFINES VS-Check-X
                                Pic 9(06).

FD  Challenge-File.
01  Challenge-Record.
    05 CH-Operator-Id           Pic X(08).
    05 CH-Date                  Pic 9(08).
    05 CH-Time                  Pic 9(08).
    05 CH-Lines-Total           Pic 9(04).
    05 CH-Final-Score           Pic 9(10).
    05 CH-Check-X               Pic X(06).
    05 CH-Check REDEFINES CH-Check-X
                                Pic 9(06).

FD  Session-File.
01  Session-Record.
    05 SS-Operator-Id           Pic X(08).
    05 SS-Date                  Pic 9(08).
    05 SS-Time                  Pic 9(08).

FD  Quotareq-File.
01  Quotareq-Record.
    05 QR-Operator-Id           Pic X(08).
    05 QR-Date                  Pic 9(08).
    05 QR-Time                  Pic 9(08).
    05 QR-Minutes               Pic 9(04).
    05 QR-Used-Min              Pic 9(04).
    05 QR-Limit-Min             Pic 9(04).

Working-Storage Section.

*-----------------------------------------------------------------
01      WS-Leaderboard-Dir      Pic X(80) Value Spaces.
01      WS-Leaderboard-Path     Pic X(80) Value Spaces.
01      WS-Leaderboard-Status   Pic XX    Value "00".
        88 LB-FILE-BUSY         Values "93" "99" "51" "61".
01      WS-Operator-Id          Pic X(08) Value Spaces.

01      WS-LEADERBOARD-VISIBLE-SW   PIC 9(1) VALUE 0.
        88 LB-CHECK-GOOD        VALUE 1.
        88 LB-CHECK-BAD         VALUE 0.

*       a leaderboard write that finds the file busy (another
*       game writing, a batch job rebuilding it) is retried
01      WS-LB-WRITE-SW          PIC 9(1) VALUE 0.
        88 LB-WRITE-DONE        VALUE 1.
        88 LB-WRITE-PENDING     VALUE 0.

01      WS-LB-TRIES             PIC 9(2) VALUE 0.
01      WS-LB-TRY-LIMIT         PIC 9(2) VALUE 10.
01      WS-LB-RETRY-SECS        PIC 9(2) VALUE 1.

01 WS-LEADERBOARD-TOP10.
   05 WS-LB-ROW OCCURS 10 TIMES.
      10 WS-LB-ROW-OPERATOR     Pic X(08) Value Spaces.
        88 QUOTA-CLOCK-RUNNING VALUE 1.
        88 QUOTA-CLOCK-STOPPED VALUE 0.

*       Extension grants ("E" limits records) in force today are
*       added on top of the matched limit. A blocked operator can
*       file a request for more time (F2) - TETQAPP approves or
*       rejects it.
01      WS-QUOTA-EXT-MIN    PIC 9(4) VALUE 0.
01      WS-QUOTA-EXT-WK     PIC 9(5) VALUE 0.

01      WS-Qreq-Path        Pic X(80) Value Spaces.
01      WS-Qreq-Status      Pic XX    Value "00".

01      WS-QREQ-MINUTES-X   PIC X(4) VALUE SPACES.
01      WS-QREQ-MINUTES-N REDEFINES WS-QREQ-MINUTES-X
                            PIC 9(4).
01      WS-QREQ-MINUTES     PIC 9(4) VALUE 30.

01      WS-QREQ-OFFER-SW    PIC 9(1) VALUE 0.
        88 QREQ-OFFERED      VALUE 1.
        88 QREQ-NOT-OFFERED  VALUE 0.

01      WS-QREQ-FILED-SW    PIC 9(1) VALUE 0.
        88 QREQ-FILED        VALUE 1.
        88 QREQ-NOT-FILED    VALUE 0.

*-----------------------------------------------------------------
*       Operator roster - DV-maintained list of valid operator
*       ids (TETROSTR). An unknown id warns by default; setting
        88 ROSTER-WARNING    VALUE 1.
        88 ROSTER-NO-WARNING VALUE 0.

*-----------------------------------------------------------------
*       Session file - ss<operator>.dat is held open under an
*       exclusive lock for as long as the game runs, so the
*       restore batch (TETRESTR) can tell a live session from a
*       stale file. The lock goes with the process.
*-----------------------------------------------------------------
01      WS-Session-Dir      Pic X(80) Value Spaces.
01      WS-Session-Path     Pic X(80) Value Spaces.
01      WS-Session-Status   Pic XX    Value "00".

*-----------------------------------------------------------------
*       Daily challenge - one scored attempt per operator and day
*       on a piece sequence everybody shares that day (TETDBAG
*       deals each bag from the date). Results go to challnge.dat
*       next to leaderbd.dat, same layout and TETCHK stamp, and
*       are not posted to the office leaderboard.
*-----------------------------------------------------------------
01      WS-Challenge-Path   Pic X(80) Value Spaces.
01      WS-Challenge-Status Pic XX    Value "00".

01      WS-CHALLENGE-SW     PIC 9(1) VALUE 0.
        88 CHALLENGE-MODE    VALUE 1.
        88 CHALLENGE-OFF     VALUE 0.

01      WS-CHAL-PLAYED-SW   PIC 9(1) VALUE 0.
        88 CHAL-PLAYED       VALUE 1.
        88 CHAL-NOT-PLAYED   VALUE 0.

01      WS-CHAL-BOARD-VISIBLE-SW PIC 9(1) VALUE 0.
        88 CHAL-BOARD-VISIBLE VALUE 1.
        88 CHAL-BOARD-HIDDEN  VALUE 0.

01      WS-CHAL-DATE        PIC 9(8) VALUE 0.
01      WS-CHAL-TODAY       PIC 9(8) VALUE 0.
01      WS-CHAL-BAG-NO      PIC 9(4) VALUE 0.
01      WS-CHAL-LEVEL-SAVE  PIC 9(2) VALUE 1.
01      WS-CHAL-LEVEL-SW    PIC 9(1) VALUE 0.
        88 CHAL-LEVEL-TAKEN  VALUE 1.
        88 CHAL-LEVEL-FREE   VALUE 0.
01      WS-CHAL-ITERATOR    PIC 9(2) VALUE 0.

01 WS-CHALLENGE-TOP10.
   05 WS-CH-ROW OCCURS 10 TIMES.
      10 WS-CH-ROW-OPERATOR     Pic X(08) Value Spaces.
      10 WS-CH-ROW-DATE         Pic 9(08) Value 0.
      10 WS-CH-ROW-LINES        Pic 9(04) Value 0.
      10 WS-CH-ROW-SCORE        Pic 9(10) Value 0.

01 WS-CHALLENGE-DISPLAY-ROWS.
   05 WS-CH-DISPLAY-ROW OCCURS 10 TIMES PIC X(40) VALUE SPACES.

*-----------------------------------------------------------------
*       Previous-frame shadows for the incremental redraw - only
*       cells whose bitmap number actually changed since the last
                        Title               WS-LB-DISPLAY-ROW(10)
                        visible             ws-leaderboard-visible-sw.

01      ed-chalboard.

        05 chalboardtitle label
                        column              60
                        line                14
                        Title               "Daily Challenge - Top 10"
                        visible             ws-chal-board-visible-sw.

        05 ch-row01     label
                        column              60
                        line                15
                        Title               WS-CH-DISPLAY-ROW(01)
                        visible             ws-chal-board-visible-sw.
        05 ch-row02     label
                        column              60
                        line                + 1
                        Title               WS-CH-DISPLAY-ROW(02)
                        visible             ws-chal-board-visible-sw.
        05 ch-row03     label
                        column              60
                        line                + 1
                        Title               WS-CH-DISPLAY-ROW(03)
                        visible             ws-chal-board-visible-sw.
        05 ch-row04     label
                        column              60
                        line                + 1
                        Title               WS-CH-DISPLAY-ROW(04)
                        visible             ws-chal-board-visible-sw.
        05 ch-row05     label
                        column              60
                        line                + 1
                        Title               WS-CH-DISPLAY-ROW(05)
                        visible             ws-chal-board-visible-sw.
        05 ch-row06     label
                        column              60
                        line                + 1
                        Title               WS-CH-DISPLAY-ROW(06)
                        visible             ws-chal-board-visible-sw.
        05 ch-row07     label
                        column              60
                        line                + 1
                        Title               WS-CH-DISPLAY-ROW(07)
                        visible             ws-chal-board-visible-sw.
        05 ch-row08     label
                        column              60
                        line                + 1
                        Title               WS-CH-DISPLAY-ROW(08)
                        visible             ws-chal-board-visible-sw.
        05 ch-row09     label
                        column              60
                        line                + 1
                        Title               WS-CH-DISPLAY-ROW(09)
                        visible             ws-chal-board-visible-sw.
        05 ch-row10     label
                        column              60
                        line                + 1
                        Title               WS-CH-DISPLAY-ROW(10)
                        visible             ws-chal-board-visible-sw.

01      ed-profile.

        05 profiletitle label
                        Title               "Play limit almost reached"
                        visible             ws-quota-warn-sw.

        05 quotaask     label
                        column              25
                        line                4
                        Title               "F2 asks your supervisor for extra time"
                        visible             ws-qreq-offer-sw.

        05 quotafiled   label
                        column              25
                        line                4
                        Title               "Extra time requested - your supervisor decides"
                        visible             ws-qreq-filed-sw.

01      ed-roster.

        05 rosterblocked label
                        Title               "Operator id not in roster"
                        visible             ws-roster-warn-sw.

01      ed-challenge.

        05 challengetitle label
                        column              85
                        line                2
                        Title               "Daily Challenge"
                        visible             ws-challenge-sw.

        05 challengeplayed label
                        column              25
                        line                2
                        Title               "Daily challenge already played today"
                        visible             ws-chal-played-sw.

procedure division.

*-----------------------------------------------------------------
          perform xx-101-load-sound-paths
          perform cc-load-profile
          perform cc-check-roster
          perform cc-open-session
          set HISCORE-LOADED to true
       end-if

                end-if

                perform cc-check-quota
                perform cc-chal-check-attempt

                if QUOTA-NOT-BLOCKED and ROSTER-NOT-BLOCKED
                   and CHAL-NOT-PLAYED

*               a challenge game always starts fresh - it is never
*               checkpointed, so no resume is offered for it
                if RESUME-NOT-OFFERED and SOLO-MODE
                   and CHALLENGE-OFF
                   perform cc-load-checkpoint
                end-if

                if RESUME-NOT-OFFERED and CHECKPOINT-FOUND
                   and SOLO-MODE and CHALLENGE-OFF

*                  hold the start and offer the resume first
                   set RESUME-OFFERED to true
                   display ed-resume
                   set GAME-OVER-HIDDEN to true
                   display ed-gameover
                   if CHALLENGE-MODE
                      perform cc-chal-begin
                   end-if
                   perform cc-reset-board
                   if VERSUS-MODE
                      perform cc-vs-reset-p2

           end-if

*          F2 pauses a running game; at the quota gate it files
*          the request for extra time
           if is-f2

             if tetris-stopped and QREQ-OFFERED
                perform cc-quota-request
                set is-key-enter to true
             end-if

           end-if

           if PROFILE-VISIBLE

              if is-key-left


end-perform.

*      a game left without a game over still gives back the
*      level a challenge game took over
       perform cc-chal-end.

cc-exit.
exit.
*-----------------------------------------------------------------
    exit.

*-----------------------------------------------------------------
*	Leaderboard file path - leaderbd.dat in the leaderboard
*	directory
*-----------------------------------------------------------------

cc-lb-build-path section.
cc-01.

    accept WS-LEADERBOARD-DIR

    inspect ws-leaderboard-dir replacing trailing space by low-value.

    move spaces to ws-leaderboard-path

    string
        ws-leaderboard-dir  delimited by low-value
        "\"                 delimited by size

    inspect ws-leaderboard-path replacing trailing space by low-value.

cc-exit.
    exit.

*-----------------------------------------------------------------
*	Add a finished game to the office leaderboard - the file
*	is shared by every running game, so a busy file or locked
*	record is waited out and the write tried again
*-----------------------------------------------------------------

cc-append-leaderboard section.
cc-01.

    perform cc-lb-build-path

    accept WS-OPERATOR-ID
        from environment "operator_id"
    end-accept
    call "TETCHK" using WS-LB-CHKDATA, WS-LB-CHECK-WK
    move WS-LB-CHECK-WK to LB-Check

    compute LB-Rank-Key = 9999999999 - LB-Final-Score

    set LB-WRITE-PENDING to true
    move 0 to WS-LB-TRIES

    perform until LB-WRITE-DONE
               or WS-LB-TRIES >= WS-LB-TRY-LIMIT

        add 1 to WS-LB-TRIES
        perform cc-lb-try-write

        if LB-WRITE-PENDING
           call "C$SLEEP" using WS-LB-RETRY-SECS
        end-if

    end-perform

cc-exit.
    exit.

*-----------------------------------------------------------------
*	One attempt at the leaderboard write - anything but a busy
*	file or locked record ends the attempts, as the old append
*	gave up on a failed open
*-----------------------------------------------------------------

cc-lb-try-write section.
cc-01.

    open i-o leaderboard-file

    if ws-leaderboard-status = "35"
       open output leaderboard-file
    end-if

    if ws-leaderboard-status = "00"

       write leaderboard-record
           invalid key continue
       end-write

       if not LB-FILE-BUSY
          set LB-WRITE-DONE to true
       end-if

       close leaderboard-file

    else

       if not LB-FILE-BUSY
          set LB-WRITE-DONE to true
       end-if

    end-if

cc-exit.
    exit.

*-----------------------------------------------------------------
*	Load the top 10 leaderboard entries - read straight off
*	the descending score key; entries whose tamper check
*	fails are passed over, zero scores end the list
*-----------------------------------------------------------------

cc-load-leaderboard-top10 section.
        move 0      to WS-LB-ROW-SCORE(WS-LB-ITERATOR)
    end-perform

    move 0 to WS-LB-ITERATOR

    perform cc-lb-build-path

    open input leaderboard-file

    if ws-leaderboard-status = "00"

       move 0 to LB-Rank-Key

       start leaderboard-file key is not less than LB-Rank-Key
           invalid key move "10" to ws-leaderboard-status
       end-start

*      "02" - more records with the same score follow
       perform until ws-leaderboard-status(1:1) not = "0"
                  or WS-LB-ITERATOR = 10
           read leaderboard-file next record
               at end continue
               not at end
                   if LB-Final-Score = 0
                      move "10" to ws-leaderboard-status
                   else
                      perform cc-verify-lb-check
                      if LB-CHECK-GOOD
                         perform cc-rank-leaderboard-entry
                      end-if
                   end-if
           end-read
       end-perform
*-----------------------------------------------------------------
*	Verify a leaderboard record's tamper check - entries that
*	fail (hand-edited or written before the check existed) are
*	skipped by the top 10; TETRECON reports them. A rank key
*	that does not match the score would put the entry in the
*	wrong place and fails as well.
*-----------------------------------------------------------------

cc-verify-lb-check section.
    set LB-CHECK-BAD to true

    if LB-Check-X is numeric
       and LB-Rank-Key = 9999999999 - LB-Final-Score

       move Leaderboard-Record(1:38) to WS-LB-CHKDATA
       move 0 to WS-LB-CHECK-WK
    exit.

*-----------------------------------------------------------------
*	Take one leaderboard record as the next row of the top 10 -
*	the score key already has them in order
*-----------------------------------------------------------------

cc-rank-leaderboard-entry section.
cc-01.

    add 1 to WS-LB-ITERATOR

    move LB-Operator-Id  to WS-LB-ROW-OPERATOR(WS-LB-ITERATOR)
    move LB-Date         to WS-LB-ROW-DATE(WS-LB-ITERATOR)
    move LB-Lines-Total  to WS-LB-ROW-LINES(WS-LB-ITERATOR)
    move LB-Final-Score  to WS-LB-ROW-SCORE(WS-LB-ITERATOR)

cc-exit.
    exit.
cc-exit.
    exit.

*-----------------------------------------------------------------
*	Daily challenge file path - challnge.dat next to the
*	leaderboard
*-----------------------------------------------------------------

cc-chal-build-path section.
cc-01.

    accept WS-LEADERBOARD-DIR
        from environment "leaderboard_dir"
    end-accept

    inspect ws-leaderboard-dir replacing trailing space by low-value.

    move spaces to ws-challenge-path

    string
        ws-leaderboard-dir  delimited by low-value
        "\"                 delimited by size
        "challnge.dat"      delimited by size
            into ws-challenge-path
    end-string

    inspect ws-challenge-path replacing trailing space by low-value.

    accept WS-OPERATOR-ID
        from environment "operator_id"
    end-accept

cc-exit.
    exit.

*-----------------------------------------------------------------
*	One challenge attempt per operator and day - any stamped
*	record for today (the claim written at the start counts)
*	refuses the next F1 start in challenge mode
*-----------------------------------------------------------------

cc-chal-check-attempt section.
cc-01.

    set CHAL-NOT-PLAYED to true

    if CHALLENGE-MODE

       perform cc-chal-build-path
       accept WS-CHAL-DATE from date yyyymmdd

       open input challenge-file

       if ws-challenge-status = "00"

          perform until ws-challenge-status not = "00"
                     or CHAL-PLAYED
              read challenge-file
                  at end continue
                  not at end
                      if CH-Operator-Id = WS-OPERATOR-ID
                         and CH-Date = WS-CHAL-DATE
                         perform cc-verify-ch-check
                         if LB-CHECK-GOOD
                            set CHAL-PLAYED to true
                         end-if
                      end-if
              end-read
          end-perform

          close challenge-file

       end-if

    end-if

    display ed-challenge

cc-exit.
    exit.

*-----------------------------------------------------------------
*	Start a challenge game - every player starts at level 1 on
*	the first bag of the day, and the attempt is claimed with
*	a zero-score record at once, so abandoning a bad start and
*	killing the session does not buy a second try. The day was
*	fixed by cc-chal-check-attempt on the same F1. The player's
*	own start level is given back by cc-chal-end.
*-----------------------------------------------------------------

cc-chal-begin section.
cc-01.

    move 0 to WS-CHAL-BAG-NO
    move WS-PROF-START-LEVEL to WS-CHAL-LEVEL-SAVE
    move 1 to WS-PROF-START-LEVEL
    set CHAL-LEVEL-TAKEN to true

    move 0 to WS-LINES-TOTAL
    move 0 to WS-GAME-SCORE

    perform cc-chal-write-record

cc-exit.
    exit.

*-----------------------------------------------------------------
*	Post the finished challenge game
*-----------------------------------------------------------------

cc-chal-append-result section.
cc-01.

    perform cc-chal-write-record

cc-exit.
    exit.

*-----------------------------------------------------------------
*	Give back the start level a challenge game took over -
*	however the game ended, game over or quit
*-----------------------------------------------------------------

cc-chal-end section.
cc-01.

    if CHAL-LEVEL-TAKEN
       move WS-CHAL-LEVEL-SAVE to WS-PROF-START-LEVEL
       set CHAL-LEVEL-FREE to true
    end-if

cc-exit.
    exit.

*-----------------------------------------------------------------
*	Append one stamped record to challnge.dat - the date is
*	the challenge day, even when the game ends past midnight
*-----------------------------------------------------------------

cc-chal-write-record section.
cc-01.

    move ws-operator-id    to ch-operator-id
    move WS-CHAL-DATE      to ch-date
    move ws-lines-total    to ch-lines-total
    move ws-game-score     to ch-final-score

    accept ch-time from time

    move Challenge-Record(1:38) to WS-LB-CHKDATA
    move 0 to WS-LB-CHECK-WK
    call "TETCHK" using WS-LB-CHKDATA, WS-LB-CHECK-WK
    move WS-LB-CHECK-WK to CH-Check

    open extend challenge-file

    if ws-challenge-status = "35"
       open output challenge-file
    end-if

    if ws-challenge-status = "00"
       write challenge-record
       close challenge-file
    end-if

cc-exit.
    exit.

*-----------------------------------------------------------------
*	Load today's challenge top 10 - the zero-score claims
*	never rank, so each operator shows at most once
*-----------------------------------------------------------------

cc-load-challenge-top10 section.
cc-01.

    perform varying WS-CHAL-ITERATOR from 1 by 1 until WS-CHAL-ITERATOR > 10
        move spaces to WS-CH-ROW-OPERATOR(WS-CHAL-ITERATOR)
        move 0      to WS-CH-ROW-DATE(WS-CHAL-ITERATOR)
        move 0      to WS-CH-ROW-LINES(WS-CHAL-ITERATOR)
        move 0      to WS-CH-ROW-SCORE(WS-CHAL-ITERATOR)
    end-perform

    perform cc-chal-build-path
    accept WS-CHAL-TODAY from date yyyymmdd

    open input challenge-file

    if ws-challenge-status = "00"

       perform until ws-challenge-status not = "00"
           read challenge-file
               at end continue
               not at end
                   if CH-Date = WS-CHAL-TODAY
                      perform cc-verify-ch-check
                      if LB-CHECK-GOOD
                         perform cc-rank-challenge-entry
                      end-if
                   end-if
           end-read
       end-perform

       close challenge-file

    end-if

    perform cc-build-challenge-rows

cc-exit.
    exit.

*-----------------------------------------------------------------
*	Verify a challenge record's tamper check - same TETCHK
*	value as a leaderboard record, same switch
*-----------------------------------------------------------------

cc-verify-ch-check section.
cc-01.

    set LB-CHECK-BAD to true

    if CH-Check-X is numeric

       move Challenge-Record(1:38) to WS-LB-CHKDATA
       move 0 to WS-LB-CHECK-WK
       call "TETCHK" using WS-LB-CHKDATA, WS-LB-CHECK-WK

       if CH-Check = WS-LB-CHECK-WK
          set LB-CHECK-GOOD to true
       end-if

    end-if

cc-exit.
    exit.

*-----------------------------------------------------------------
*	Insert one challenge record into the sorted top 10
*-----------------------------------------------------------------

cc-rank-challenge-entry section.
cc-01.

    if CH-Final-Score > WS-CH-ROW-SCORE(10)

       move 10 to WS-CHAL-ITERATOR

       perform until WS-CHAL-ITERATOR = 1
                  or CH-Final-Score <= WS-CH-ROW-SCORE(WS-CHAL-ITERATOR - 1)

           move WS-CH-ROW-OPERATOR(WS-CHAL-ITERATOR - 1) to WS-CH-ROW-OPERATOR(WS-CHAL-ITERATOR)
           move WS-CH-ROW-DATE(WS-CHAL-ITERATOR - 1)     to WS-CH-ROW-DATE(WS-CHAL-ITERATOR)
           move WS-CH-ROW-LINES(WS-CHAL-ITERATOR - 1)    to WS-CH-ROW-LINES(WS-CHAL-ITERATOR)
           move WS-CH-ROW-SCORE(WS-CHAL-ITERATOR - 1)    to WS-CH-ROW-SCORE(WS-CHAL-ITERATOR)

           subtract 1 from WS-CHAL-ITERATOR

       end-perform

       move CH-Operator-Id  to WS-CH-ROW-OPERATOR(WS-CHAL-ITERATOR)
       move CH-Date         to WS-CH-ROW-DATE(WS-CHAL-ITERATOR)
       move CH-Lines-Total  to WS-CH-ROW-LINES(WS-CHAL-ITERATOR)
       move CH-Final-Score  to WS-CH-ROW-SCORE(WS-CHAL-ITERATOR)

    end-if

cc-exit.
    exit.

*-----------------------------------------------------------------
*	Format the challenge top 10 rows for display
*-----------------------------------------------------------------

cc-build-challenge-rows section.
cc-01.

    perform varying WS-CHAL-ITERATOR from 1 by 1 until WS-CHAL-ITERATOR > 10

        move spaces to WS-CH-DISPLAY-ROW(WS-CHAL-ITERATOR)

        move WS-CH-ROW-OPERATOR(WS-CHAL-ITERATOR)
            to WS-CH-DISPLAY-ROW(WS-CHAL-ITERATOR)(1:8)
        move WS-CH-ROW-DATE(WS-CHAL-ITERATOR)
            to WS-CH-DISPLAY-ROW(WS-CHAL-ITERATOR)(11:8)
        move WS-CH-ROW-LINES(WS-CHAL-ITERATOR)
            to WS-CH-DISPLAY-ROW(WS-CHAL-ITERATOR)(21:4)
        move WS-CH-ROW-SCORE(WS-CHAL-ITERATOR)
            to WS-CH-DISPLAY-ROW(WS-CHAL-ITERATOR)(27:10)

    end-perform

cc-exit.
    exit.

*-----------------------------------------------------------------
*	Reset the board and trackers for a fresh game
*-----------------------------------------------------------------
       end-if

       perform cc-save-high-score

*      a challenge result goes to the challenge file only
       if CHALLENGE-MODE
          perform cc-chal-append-result
       else
          perform cc-append-leaderboard
       end-if

       perform cc-replay-save

       perform cc-chal-end

       if SOLO-MODE and CHALLENGE-OFF
          perform cc-clear-checkpoint
       end-if

          move WS-Replay-Stamp-Date to RP-Event-Data(9:8)
          move WS-Replay-Stamp-Time to RP-Event-Data(17:8)
          move WS-PROF-START-LEVEL to RP-Event-Data(25:2)
          if CHALLENGE-MODE
             move "C" to RP-Event-Data(27:1)
          end-if
          write replay-record

          perform varying WS-RPL-CURSOR from 1 by 1 until WS-RPL-CURSOR > WS-RPL-COUNT
          display ed-leaderboard
       end-if

       if CHAL-BOARD-VISIBLE
          set CHAL-BOARD-HIDDEN to true
          display ed-chalboard
       end-if

       move 1 to WS-PROF-FIELD-IX
       perform cc-build-profile-rows
       set PROFILE-VISIBLE to true
cc-save-checkpoint section.
cc-01.

    if SOLO-MODE and CHALLENGE-OFF
       and (REPLAY-IDLE or REPLAY-RECORDING)

       perform cc-build-ckpt-path


    inspect ws-usage-path replacing trailing space by low-value

    move spaces to ws-qreq-path

    string
        ws-limits-dir       delimited by low-value
        "\"                 delimited by size
        "quotareq.dat"      delimited by size
            into ws-qreq-path
    end-string

    inspect ws-qreq-path replacing trailing space by low-value

    accept WS-OPERATOR-ID
        from environment "operator_id"
    end-accept

    move 0 to WS-QUOTA-LIMIT-MIN
    move 0 to WS-QUOTA-MATCH-LVL
    move 0 to WS-QUOTA-EXT-MIN

    open input limits-file


    end-if

*   grants only widen a limit that applies - no limit stays
*   no limit
    if WS-QUOTA-MATCH-LVL > 0 and WS-QUOTA-EXT-MIN > 0
       COMPUTE WS-QUOTA-EXT-WK =
           WS-QUOTA-LIMIT-MIN + WS-QUOTA-EXT-MIN
       if WS-QUOTA-EXT-WK > 9999
          move 9999 to WS-QUOTA-LIMIT-MIN
       else
          move WS-QUOTA-EXT-WK to WS-QUOTA-LIMIT-MIN
       end-if
    end-if

    move 0 to WS-QUOTA-USED-SECS

    open input usage-file

*-----------------------------------------------------------------
*	Match one limits record - operator beats department beats
*	the "*" default. An "E" grant for the operator or the
*	department that covers today adds its minutes whatever
*	limit matched; after its end date it no longer counts.
*-----------------------------------------------------------------

cc-quota-match-limit section.

    if LM-Minutes-X is numeric

       if LM-Type = "E"

          if LM-Ext-From-X is numeric and LM-Ext-To-X is numeric
             and LM-Ext-From not > WS-QUOTA-DATE
             and LM-Ext-To not < WS-QUOTA-DATE
             if (LM-Ext-Scope = "O" and LM-Key = WS-OPERATOR-ID)
                or (LM-Ext-Scope = "D"
                    and LM-Key(1:2) = WS-OPERATOR-ID(1:2))
                add LM-Minutes to WS-QUOTA-EXT-MIN
                    on size error move 9999 to WS-QUOTA-EXT-MIN
                end-add
             end-if
          end-if

       else

       if LM-Type = "O" and LM-Key = WS-OPERATOR-ID
          move 3 to WS-QUOTA-MATCH-LVL
          move LM-Minutes to WS-QUOTA-LIMIT-MIN
          end-if
       end-if

       end-if

    end-if

cc-exit.

    end-if

*   one request per session - once filed the gate just says so
    set QREQ-NOT-OFFERED to true
    if QUOTA-BLOCKED
       if QREQ-NOT-FILED
          set QREQ-OFFERED to true
       end-if
    else
       set QREQ-NOT-FILED to true
    end-if

    display ed-quota

cc-exit.
    exit.

*-----------------------------------------------------------------
*	File a request for extra time into the requests file
*	(QUOTAREQ.DAT). quota_ext_minutes (four digits, e.g. 0045)
*	sets the minutes asked for, default 30; the supervisor can
*	grant a different amount or date range when approving.
*-----------------------------------------------------------------

cc-quota-request section.
cc-01.

    accept WS-QREQ-MINUTES-X
        from environment "quota_ext_minutes"
    end-accept

    if WS-QREQ-MINUTES-X is numeric and WS-QREQ-MINUTES-N > 0
       move WS-QREQ-MINUTES-N to WS-QREQ-MINUTES
    end-if

    move ws-operator-id     to QR-Operator-Id
    move WS-QUOTA-DATE      to QR-Date
    accept QR-Time from time
    move WS-QREQ-MINUTES    to QR-Minutes
    COMPUTE QR-Used-Min = WS-QUOTA-USED-SECS / 60
    move WS-QUOTA-LIMIT-MIN to QR-Limit-Min

    open extend quotareq-file

    if ws-qreq-status = "35"
       open output quotareq-file
    end-if

    if ws-qreq-status = "00"
       write quotareq-record
       close quotareq-file
       set QREQ-FILED to true
       set QREQ-NOT-OFFERED to true
       display ed-quota
    end-if

cc-exit.
    exit.

*-----------------------------------------------------------------
*	Start the active-play clock
*-----------------------------------------------------------------
    exit.

*-----------------------------------------------------------------
*	Open the session file for the life of the game. It is
*	never closed here - the runtime drops the lock when the
*	process ends, however it ends. A second session of the
*	same operator finds the file locked and simply runs
*	without one.
*-----------------------------------------------------------------

cc-open-session section.
cc-01.

    accept WS-SESSION-DIR
        from environment "leaderboard_dir"
    end-accept

    inspect ws-session-dir replacing trailing space by low-value

    accept WS-OPERATOR-ID
        from environment "operator_id"
    end-accept

    move spaces to ws-session-path

    string
        ws-session-dir      delimited by low-value
        "\ss"               delimited by size
        ws-operator-id      delimited by space
        ".dat"              delimited by size
            into ws-session-path
    end-string

    inspect ws-session-path replacing trailing space by low-value

    open output session-file

    if ws-session-status = "00"
       move ws-operator-id to SS-Operator-Id
       accept SS-Date from date yyyymmdd
       accept SS-Time from time
       write session-record
    end-if

cc-exit.
    exit.

*-----------------------------------------------------------------
*	Cycle the game mode (F4, game stopped): solo, two-player
*	versus, daily challenge, back to solo. The second board's
*	controls and the challenge label are bound to the
*	switches, so one display shows or hides them.
*-----------------------------------------------------------------

cc-toggle-versus section.
cc-01.

    if VERSUS-MODE
       set SOLO-MODE to true
       set CHALLENGE-MODE to true
    else
       if CHALLENGE-MODE
          set CHALLENGE-OFF to true
       else
          set VERSUS-MODE to true
          move WS-EMPTY-BOARD to WS-TETRIS-FIELD-P2
          move 0 to WS-P2-SCORE-DISPLAY
          move 0 to WS-P2-LINES-DISPLAY
       end-if
    end-if

    set CHAL-NOT-PLAYED to true

    display ed-tetris2
    display ed-challenge

    move WS-TETRIS-FIELD-P2 to WS-PRV-FRAME-P2
    move WS-P2-SCORE-DISPLAY to WS-PRV2-SCORE
    exit.

*-----------------------------------------------------------------
*	Cycle the overlay (F6): top 10, today's challenge top 10,
*	off
*-----------------------------------------------------------------

cc-toggle-leaderboard section.
cc-01.

    if LEADERBOARD-VISIBLE

       set LEADERBOARD-HIDDEN to true
       perform cc-load-challenge-top10
       set CHAL-BOARD-VISIBLE to true

    else

       if CHAL-BOARD-VISIBLE
          set CHAL-BOARD-HIDDEN to true
       else

          if PROFILE-VISIBLE
             perform cc-toggle-profile
          end-if

          perform cc-load-leaderboard-top10
          set LEADERBOARD-VISIBLE to true

       end-if

    end-if

    display ed-leaderboard
    display ed-chalboard

cc-exit.
    exit.

    else

*      the daily challenge deals the day's fixed sequence
       if CHALLENGE-MODE

          add 1 to WS-CHAL-BAG-NO
          call "TETDBAG" using WS-CHAL-DATE, WS-CHAL-BAG-NO, WS-BAG

       else

          perform varying WS-BAG-ITERATOR from 1 by 1 until WS-BAG-ITERATOR > 7
              move WS-BAG-ITERATOR to WS-BAG-SLOT(WS-BAG-ITERATOR)
          end-perform

          COMPUTE WS-BAG-SWAP-WITH = FUNCTION RANDOM(WS-START-TIME) * 1

          perform varying WS-BAG-ITERATOR from 7 by -1 until WS-BAG-ITERATOR < 2
              COMPUTE WS-BAG-SWAP-WITH = FUNCTION RANDOM * WS-BAG-ITERATOR + 1
              move WS-BAG-SLOT(WS-BAG-ITERATOR) to WS-BAG-TEMP
              move WS-BAG-SLOT(WS-BAG-SWAP-WITH) to WS-BAG-SLOT(WS-BAG-ITERATOR)
              move WS-BAG-TEMP to WS-BAG-SLOT(WS-BAG-SWAP-WITH)
          end-perform

       end-if

       move 1 to WS-BAG-POSITION

