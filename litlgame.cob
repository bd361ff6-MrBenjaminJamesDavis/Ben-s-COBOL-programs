      * each player gets one scored attempt per day, and GAMESTAT
      * rounds now carry a mode column (C challenge, P practice) so
      * GAME-BOARD can rank the challenge separately.
      * 15-OCT-2026 BJD: play is now limited to the break periods and
      * daily round allowance set up on the PLAYWIN control file, by
      * player or role and by day type (working day or not, from
      * BUSCAL). A round outside a window or over the allowance is
      * refused and recorded on the session log (PLAYWIN / PLAYMAX)
      * for the weekly GAME-LMT exception report. With no PLAYWIN
      * file on the system play is not restricted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT challenge-file ASSIGN TO "DAYCHAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS challenge-status.
           SELECT play-window-file ASSIGN TO "PLAYWIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS play-window-status.
           SELECT business-calendar-file ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS calendar-status.

       DATA DIVISION.
        FILE SECTION.
            02 FILLER PIC X(1).
            02 chal-range-high PIC 9(3).

      * PLAYWIN holds one record per permitted play window: who it is
      * for (an operator ID, or (CLERKS), (SUPV), (ADMIN) or (ALL)),
      * the day type it applies on (W working day, N non-working day,
      * * either), the window's start and end time (HHMM, end not
      * included) and the player's daily round allowance (000 = no
      * limit). A player's own records take the place of their role's,
      * and their role's take the place of (ALL):
        FD  play-window-file
            LABEL RECORDS ARE STANDARD.
         01 play-window-record.
            02 pw-player PIC X(8).
            02 FILLER PIC X(1).
            02 pw-day-type PIC X(1).
            02 FILLER PIC X(1).
            02 pw-from-time PIC 9(4).
            02 FILLER PIC X(1).
            02 pw-to-time PIC 9(4).
            02 FILLER PIC X(1).
            02 pw-rounds PIC 9(3).

        FD  business-calendar-file
            LABEL RECORDS ARE STANDARD.
            COPY BUSCREC.

        WORKING-STORAGE SECTION.
         01 game-stats-status PIC X(2) VALUE "00".
            88 game-stats-ok VALUE "00".
         01 challenge-status PIC X(2) VALUE "00".
            88 challenge-ok VALUE "00".
            88 challenge-eof VALUE "10".
         01 play-window-status PIC X(2) VALUE "00".
            88 play-window-ok VALUE "00".
            88 play-window-eof VALUE "10".
         01 calendar-status PIC X(2) VALUE "00".
            88 calendar-ok VALUE "00".
      * A '0' indicates a boolean 'False' and a '1' indicates a boolean
      * 'True'.

         01 played-today PIC 9 VALUE 0.
         01 mode-reply PIC 9 VALUE 1.

      * Play-window work areas. windows-on-file 1 means PLAYWIN is
      * set up, so every round must fall in one of the windows held
      * for this player and today's day type:
         01 windows-on-file PIC 9 VALUE 0.
         01 round-allowed PIC 9 VALUE 1.
         01 day-type PIC X(1) VALUE "W".
         01 role-name PIC X(8) VALUE SPACES.
         01 window-level PIC 9 VALUE 0.
         01 record-level PIC 9 VALUE 0.
         01 window-count PIC 9(2) VALUE 0.
         01 window-index PIC 9(2) VALUE 0.
         01 open-window PIC 9(2) VALUE 0.
         01 window-table.
            02 window-entry OCCURS 20 TIMES.
               03 window-from PIC 9(4).
               03 window-to PIC 9(4).
               03 window-rounds PIC 9(3).
         01 rounds-today PIC 9(3) VALUE 0.
         01 now-time PIC 9(8) VALUE ZERO.
         01 now-time-split REDEFINES now-time.
            02 now-hhmm PIC 9(4).
            02 FILLER PIC 9(4).

      * Numerical values:
         01 my-number PIC 9(3) VALUE 5.
         01 guess-count PIC 9(3) VALUE 1.
      * Shared control-total work areas:
         COPY CTLCALL.

      * Shared session-log work areas:
         COPY SESCALL.

       PROCEDURE DIVISION.
         AA-PARA.
           MOVE 1 TO play-game.
              WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
           ACCEPT today-date FROM DATE YYYYMMDD.
           PERFORM HH-PARA.
           PERFORM MM-PARA.
           OPEN EXTEND game-stats-file.
           IF NOT game-stats-ok
              OPEN OUTPUT game-stats-file
              DISPLAY "(0 = No, 1 = Yes)"
              ACCEPT play-game
              MOVE 0 TO first-iteration
              IF play-game NOT = 0 THEN
                 PERFORM OO-PARA THRU OO-DONE
                 MOVE round-allowed TO play-game
              END-IF
              IF play-game NOT = 0 THEN
               PERFORM II-PARA
               IF challenge-mode = 0 THEN
           DISPLAY "Would you like to keep playing the game?".
           DISPLAY "(0 = No, 1 = Yes)".
           ACCEPT play-game.
           IF play-game NOT = 0 THEN
              PERFORM OO-PARA THRU OO-DONE
              MOVE round-allowed TO play-game
           END-IF.

         DD-PARA.
           DISPLAY "Enter guess #" guess-count " of " max-guesses.
              DISPLAY "ERROR WRITING GAME-STATS-RECORD - "
                 game-stats-status
           ELSE
              ADD 1 TO rounds-today
              MOVE "A" TO WS-CTL-FUNCTION
              MOVE "GAMESTAT" TO WS-CTL-LOG-NAME
              MOVE 1 TO WS-CTL-COUNT
              WS-ERR-TEXT.

      * Load whether this player already took today's scored
      * challenge attempt, and how many rounds they have played
      * today, before the stats file is reopened for append:
         HH-PARA.
           MOVE 0 TO played-today.
           MOVE 0 TO rounds-today.
           OPEN INPUT game-stats-file.
           IF game-stats-ok
              PERFORM JJ-PARA
              NOT AT END
                 IF out-date = today-date
                    AND out-player = WS-CUR-OPR-ID
                    ADD 1 TO rounds-today
                    IF out-mode = "C"
                       MOVE 1 TO played-today
                    END-IF
                 END-IF
           END-READ.

                    MOVE 1 TO challenge-found
                 END-IF
           END-READ.

      * Load the play windows that apply to this player today. The
      * day type comes off BUSCAL (no calendar, or no record for
      * today, counts as a working day). Only the most specific
      * records are kept - the player's own, else their role's, else
      * (ALL):
         MM-PARA.
           MOVE 0 TO windows-on-file.
           MOVE 0 TO window-count.
           MOVE 0 TO window-level.
           EVALUATE WS-CUR-OPR-ROLE
              WHEN "C"
                 MOVE "(CLERKS)" TO role-name
              WHEN "S"
                 MOVE "(SUPV)" TO role-name
              WHEN "A"
                 MOVE "(ADMIN)" TO role-name
              WHEN OTHER
                 MOVE SPACES TO role-name
           END-EVALUATE.
           MOVE "W" TO day-type.
           OPEN INPUT business-calendar-file.
           IF calendar-ok
              MOVE today-date TO CAL-DATE
              READ business-calendar-file
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NOT CAL-WORKING-DAY
                       MOVE "N" TO day-type
                    END-IF
              END-READ
              CLOSE business-calendar-file
           END-IF.
           MOVE "00" TO play-window-status.
           OPEN INPUT play-window-file.
           IF play-window-ok
              MOVE 1 TO windows-on-file
              PERFORM NN-PARA UNTIL play-window-eof
              CLOSE play-window-file
           END-IF.

         NN-PARA.
           READ play-window-file
              AT END
                 MOVE "10" TO play-window-status
              NOT AT END
                 MOVE 0 TO record-level
                 IF pw-day-type = day-type OR pw-day-type = "*"
                    IF pw-player = WS-CUR-OPR-ID
                       AND WS-CUR-OPR-ID NOT = SPACES
                       MOVE 3 TO record-level
                    ELSE
                       IF pw-player = role-name
                          AND role-name NOT = SPACES
                          MOVE 2 TO record-level
                       ELSE
                          IF pw-player = "(ALL)"
                             MOVE 1 TO record-level
                          END-IF
                       END-IF
                    END-IF
                 END-IF
                 IF record-level > window-level
                    MOVE record-level TO window-level
                    MOVE 0 TO window-count
                 END-IF
                 IF record-level = window-level AND record-level > 0
                    AND window-count < 20
                    ADD 1 TO window-count
                    MOVE pw-from-time TO window-from(window-count)
                    MOVE pw-to-time TO window-to(window-count)
                    MOVE pw-rounds TO window-rounds(window-count)
                 END-IF
           END-READ.

      * Check the next round may be played now: the time must fall in
      * one of the player's windows and the rounds already played
      * today must be under that window's allowance. A refusal is
      * recorded on the session log:
         OO-PARA.
           MOVE 1 TO round-allowed.
           IF windows-on-file = 0 THEN
              GO TO OO-DONE
           END-IF.
           ACCEPT now-time FROM TIME.
           MOVE 0 TO open-window.
           PERFORM PP-PARA
              VARYING window-index FROM 1 BY 1
              UNTIL window-index > window-count OR open-window NOT = 0.
           IF open-window = 0 THEN
              MOVE 0 TO round-allowed
              DISPLAY "The game is only open in break periods - it"
              DISPLAY "is not open to you at " now-hhmm "."
              MOVE "PLAYWIN" TO WS-SES-EVENT
              MOVE SPACES TO WS-SES-DETAIL
              STRING "OUTSIDE WINDOW " now-hhmm DELIMITED BY SIZE
                 INTO WS-SES-DETAIL
              PERFORM QQ-PARA
              GO TO OO-DONE
           END-IF.
           IF window-rounds(open-window) > 0
              AND rounds-today NOT < window-rounds(open-window) THEN
              MOVE 0 TO round-allowed
              DISPLAY "You have played your allowance of "
                 window-rounds(open-window) " rounds for today."
              MOVE "PLAYMAX" TO WS-SES-EVENT
              MOVE SPACES TO WS-SES-DETAIL
              STRING "ALLOWANCE " window-rounds(open-window)
                 " USED" DELIMITED BY SIZE INTO WS-SES-DETAIL
              PERFORM QQ-PARA
           END-IF.
         OO-DONE.
           EXIT.

         PP-PARA.
           IF now-hhmm NOT < window-from(window-index)
              AND now-hhmm < window-to(window-index) THEN
              MOVE window-index TO open-window
           END-IF.

         QQ-PARA.
           MOVE WS-CUR-OPR-ID TO WS-SES-OPERATOR.
           CALL "ses-log" USING WS-SES-OPERATOR WS-SES-EVENT
              WS-SES-DETAIL.
