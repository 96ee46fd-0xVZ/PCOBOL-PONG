000060  02 GWN-REPLAY-MODE   PIC X VALUE 'N'.
000060  02 GWN-REPLAY-RECORD PIC X VALUE 'Y'.
000060  02 GWN-REPLAY-GEN    PIC 9 VALUE 1.
000060 01 GWX-PRACTICE GLOBAL.
000060  02 GWN-DRILL-SERVED   PIC 99 COMP-5 VALUE 0.
000060  02 GWN-DRILL-RETURNED PIC 99 COMP-5 VALUE 0.
000060  02 GWN-DRILL-IN-PLAY  PIC X VALUE 'N'.
000060  02 GWN-DRILL-SPEED    PIC S9 COMP-5 VALUE 3.
000060 01 GWN-PAD-WIDTH   GLOBAL IS EXTERNAL PIC 99 COMP-5 VALUE 15.
000060 01 GWN-PAD-HEIGHT  GLOBAL IS EXTERNAL PIC 99 COMP-5 VALUE 80.
000060 01 GWN-PAD-SPEED   GLOBAL IS EXTERNAL PIC 99 COMP-5 VALUE 10.
000060 01 GWN-HANDICAP-APPLIED GLOBAL IS EXTERNAL PIC X VALUE 'N'.
000060 01 GWN-PADL-HEIGHT GLOBAL IS EXTERNAL PIC 999 COMP-5 VALUE 80.
000060 01 GWN-PADR-HEIGHT GLOBAL IS EXTERNAL PIC 999 COMP-5 VALUE 80.
000060 01 GWN-STATION-ID  GLOBAL IS EXTERNAL PIC XX VALUE "01".
000060 01 GWN-PRACTICE-MODE GLOBAL IS EXTERNAL PIC X VALUE 'N'.
000060 01 GWN-DRILL-TYPE  GLOBAL IS EXTERNAL PIC X VALUE 'F'.
000060 01 GWN-DRILL-BALLS GLOBAL IS EXTERNAL PIC 99 VALUE 20.
000061 CONSTANT SECTION.
000065  01 GWN-PAD-MARGIN  GLOBAL PIC 9  COMP-5 VALUE 5.
000066
000119     SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CK-NAME
000119         ORGANIZATION IS LINE SEQUENTIAL
000119         FILE STATUS IS WS-CK-STATUS.
000119     SELECT REPLAY-CONTROL-FILE ASSIGN TO DYNAMIC WS-RC-NAME
000119         ORGANIZATION IS LINE SEQUENTIAL
000119         FILE STATUS IS WS-RC-STATUS.
000119     SELECT REPLAY-FILE ASSIGN TO DYNAMIC WS-RP-NAME
000121 WORKING-STORAGE SECTION.
000122  01 CVAR PIC S9(4).
000122  01 WS-CK-STATUS PIC XX.
000122  01 WS-CK-NAME   PIC X(16).
000122  01 WS-CK-GEN    PIC 9.
000122  01 WS-CK-OK     PIC X.
000122  01 WS-CAND-FOUND PIC X VALUE 'N'.
000122    02 FILLER    PIC X(11) VALUE SPACES.
000122  01 WS-RC-STATUS PIC XX.
000122  01 WS-RP-STATUS PIC XX.
000122  01 WS-RP-NAME   PIC X(14).
000122  01 WS-RC-NAME   PIC X(16).
000122  01 WS-RESTORED  PIC X VALUE 'N'.
000122  01 WS-AU-EVENT  PIC X(8).
000122  01 WS-AU-DETAIL PIC X(40).
000122  01 WS-LV-STATE  PIC X.
000122  01 WS-AU-SCORE-DET.
000122    02 FILLER     PIC X(6) VALUE "SCORE ".
000122    02 AUD-SCOREL PIC 99.
000123
000124 PROCEDURE   DIVISION.
000125 MAIN.
000125     CALL "PONG-STATION" USING GWN-STATION-ID.
000125     CALL  "XPOWCWGETPOSITION"  USING BY VALUE SHT-MAIN  BY REFERENCE POW-0001 .
000126     MOVE POW-0001 TO GWX-SHT-MAIN-POS.
000127     CALL  "XPOWCWGETPOSITION"  USING BY VALUE RECT-PADL  BY REFERENCE POW-0002 .
000127     MOVE POW-0002 TO GWX-PADL-POS.
000132     MOVE 'N' TO GWN-PF11-DOWN.
000132     MOVE 'N' TO GWN-PF12-DOWN.
000132     MOVE 0 TO GWN-CHECKPOINT-TICK.
000132     MOVE 0 TO GWN-DRILL-SERVED.
000132     MOVE 0 TO GWN-DRILL-RETURNED.
000132     MOVE 'N' TO GWN-DRILL-IN-PLAY.
000132
000132     CALL  "XPOWSHSHOWMODAL"  USING BY REFERENCE "SHT-SIGNIN" .
000132     CALL  "XPOWSHSHOWMODAL"  USING BY REFERENCE "SHT-SETTINGS" .
000132     END-IF.
000132
000132     MOVE 'N' TO WS-CAND-FOUND.
000132     IF GWN-ATTRACT-MODE NOT = 'Y' AND GWN-PRACTICE-MODE NOT = 'Y'
000132         MOVE 1 TO WS-CK-GEN
000132         PERFORM EXAMINE-CHECKPOINT
000132         MOVE 2 TO WS-CK-GEN
000132         MOVE WS-AU-SCORE-DET TO WS-AU-DETAIL
000132         CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL
000132     END-IF.
000132     MOVE 'P' TO WS-LV-STATE.
000132     CALL "LIVE-STATUS" USING WS-LV-STATE.
000132
000133     MOVE 10 TO GWN-SCOREL-Y.
000134     MOVE 10 TO GWN-SCORER-Y.
000170
000170 ROTATE-REPLAY.
000170     MOVE 1 TO GWN-REPLAY-GEN.
000170     MOVE "REPLAYCTL-01.DAT" TO WS-RC-NAME.
000170     MOVE GWN-STATION-ID TO WS-RC-NAME (11:2).
000170     OPEN INPUT REPLAY-CONTROL-FILE.
000170     IF WS-RC-STATUS = "00"
000170         READ REPLAY-CONTROL-FILE
000170         WRITE RC-RECORD
000170         CLOSE REPLAY-CONTROL-FILE
000170     END-IF.
000170     MOVE "REPLAY1-01.DAT" TO WS-RP-NAME.
000170     MOVE GWN-REPLAY-GEN TO WS-RP-NAME (7:1).
000170     MOVE GWN-STATION-ID TO WS-RP-NAME (9:2).
000170     OPEN OUTPUT REPLAY-FILE.
000170     IF WS-RP-STATUS = "00"
000170         CLOSE REPLAY-FILE
000170     END-IF.
000170
000170 EXAMINE-CHECKPOINT.
000170     MOVE "CHKPOINT1-01.DAT" TO WS-CK-NAME.
000170     MOVE WS-CK-GEN TO WS-CK-NAME (9:1).
000170     MOVE GWN-STATION-ID TO WS-CK-NAME (11:2).
000170     OPEN INPUT CHECKPOINT-FILE.
000170     IF WS-CK-STATUS = "00"
000170         READ CHECKPOINT-FILE
000170     END-IF.
000170
000170 CLEAR-ALL-CHECKPOINTS.
000170     MOVE "CHKPOINT1-01.DAT" TO WS-CK-NAME.
000170     MOVE GWN-STATION-ID TO WS-CK-NAME (11:2).
000170     OPEN OUTPUT CHECKPOINT-FILE.
000170     IF WS-CK-STATUS = "00"
000170         CLOSE CHECKPOINT-FILE
000170     END-IF.
000170     MOVE "CHKPOINT2-01.DAT" TO WS-CK-NAME.
000170     MOVE GWN-STATION-ID TO WS-CK-NAME (11:2).
000170     OPEN OUTPUT CHECKPOINT-FILE.
000170     IF WS-CK-STATUS = "00"
000170         CLOSE CHECKPOINT-FILE
000220 WORKING-STORAGE SECTION.
000220  01 WS-AU-EVENT  PIC X(8).
000220  01 WS-AU-DETAIL PIC X(40).
000220  01 WS-LV-STATE  PIC X.
000220 PROCEDURE   DIVISION.
000220 MAIN.
000220     IF GWN-REPLAY-MODE = 'Y'
000220                 MOVE SPACES TO WS-AU-DETAIL
000220                 CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL
000220                 CALL  "XPOWTMSTOP"  USING BY VALUE TMR-BALL-MOVE
000220                 MOVE 'H' TO WS-LV-STATE
000220                 CALL "LIVE-STATUS" USING WS-LV-STATE
000220             ELSE
000220                 MOVE 'N' TO GWN-PAUSED
000220                 MOVE "RESUME" TO WS-AU-EVENT
000220                 MOVE SPACES TO WS-AU-DETAIL
000220                 CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL
000220                 MOVE 'P' TO WS-LV-STATE
000220                 CALL "LIVE-STATUS" USING WS-LV-STATE
000220                 CALL  "XPOWTMSTART"  USING BY VALUE TMR-BALL-MOVE
000220             END-IF
000220         END-IF
000220         MOVE 'N' TO GWN-SINGLE-PLAYER
000220     END-IF.
000220 END PROGRAM "PF22-CLICK".
000220 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. "LIVE-STATUS" IS COMMON.
000220 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000220     SELECT LIVE-STATUS-FILE ASSIGN TO DYNAMIC WS-LV-NAME
000220         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WS-LV-STATUS.
000220     SELECT PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
000220         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WS-PL-STATUS.
000220 DATA        DIVISION.
000220 FILE SECTION.
000220 FD  LIVE-STATUS-FILE.
000220 01  LV-RECORD.
000220     02 LV-STATION       PIC XX.
000220     02 LV-STATE         PIC X.
000220     02 LV-DATE          PIC X(8).
000220     02 LV-START-TIME    PIC X(6).
000220     02 LV-PLAYERL-ID    PIC 9(4).
000220     02 LV-NAME-L        PIC X(20).
000220     02 LV-PLAYERR-ID    PIC 9(4).
000220     02 LV-NAME-R        PIC X(20).
000220     02 LV-SCOREL        PIC 99.
000220     02 LV-SCORER        PIC 99.
000220     02 LV-LONGEST-RALLY PIC 999.
000220     02 LV-UPDATED       PIC X(14).
000220 FD  PLAYER-FILE.
000220 01  PL-RECORD.
000220     02 PL-ID     PIC 9(4).
000220     02 PL-NAME   PIC X(20).
000220     02 PL-ACTIVE PIC X.
000220     02 PL-MERGED-TO PIC 9(4).
000220     02 PL-PIN PIC X(4).
000220     02 PL-PIN-FAILS PIC 9.
000220     02 PL-LOCKED PIC X.
000220 WORKING-STORAGE SECTION.
000220  01 WS-LV-STATUS   PIC XX.
000220  01 WS-LV-NAME     PIC X(15).
000220  01 WS-PL-STATUS   PIC XX.
000220  01 WS-NOW         PIC X(21).
000220  01 WS-NAMES-FOR-L PIC 9(4) VALUE 9999.
000220  01 WS-NAMES-FOR-R PIC 9(4) VALUE 9999.
000220  01 WS-NAME-L      PIC X(20) VALUE SPACES.
000220  01 WS-NAME-R      PIC X(20) VALUE SPACES.
000220 LINKAGE SECTION.
000220 01  LV-LK-STATE    PIC X.
000220 PROCEDURE   DIVISION USING LV-LK-STATE.
000220 MAIN.
000220     IF GWN-ATTRACT-MODE = 'Y'
000220         EXIT PROGRAM
000220     END-IF.
000220     IF GWN-PLAYERL-ID NOT = WS-NAMES-FOR-L
000220         OR GWN-PLAYERR-ID NOT = WS-NAMES-FOR-R
000220         PERFORM LOOK-UP-NAMES
000220     END-IF.
000220     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000220     MOVE "LIVESTAT-01.DAT" TO WS-LV-NAME.
000220     MOVE GWN-STATION-ID TO WS-LV-NAME (10:2).
000220     OPEN OUTPUT LIVE-STATUS-FILE.
000220     IF WS-LV-STATUS = "00"
000220         MOVE GWN-STATION-ID TO LV-STATION
000220         MOVE LV-LK-STATE TO LV-STATE
000220         MOVE GWN-GAME-START-STAMP (1:8) TO LV-DATE
000220         MOVE GWN-GAME-START-STAMP (9:6) TO LV-START-TIME
000220         MOVE GWN-PLAYERL-ID TO LV-PLAYERL-ID
000220         MOVE WS-NAME-L TO LV-NAME-L
000220         MOVE GWN-PLAYERR-ID TO LV-PLAYERR-ID
000220         EVALUATE TRUE
000220         WHEN GWN-PRACTICE-MODE = 'Y'
000220             MOVE "SERVE MACHINE" TO LV-NAME-R
000220         WHEN GWN-SINGLE-PLAYER = 'Y'
000220             MOVE "COMPUTER" TO LV-NAME-R
000220         WHEN OTHER
000220             MOVE WS-NAME-R TO LV-NAME-R
000220         END-EVALUATE
000220         MOVE GWN-SCOREL TO LV-SCOREL
000220         MOVE GWN-SCORER TO LV-SCORER
000220         IF GWN-RALLY-HITS > GWN-LONGEST-RALLY
000220             MOVE GWN-RALLY-HITS TO LV-LONGEST-RALLY
000220         ELSE
000220             MOVE GWN-LONGEST-RALLY TO LV-LONGEST-RALLY
000220         END-IF
000220         MOVE WS-NOW (1:14) TO LV-UPDATED
000220         WRITE LV-RECORD
000220         CLOSE LIVE-STATUS-FILE
000220     END-IF.
000220     EXIT PROGRAM.
000220
000220 LOOK-UP-NAMES.
000220     MOVE GWN-PLAYERL-ID TO WS-NAMES-FOR-L.
000220     MOVE GWN-PLAYERR-ID TO WS-NAMES-FOR-R.
000220     MOVE "LEFT PLAYER" TO WS-NAME-L.
000220     MOVE "RIGHT PLAYER" TO WS-NAME-R.
000220     OPEN INPUT PLAYER-FILE.
000220     IF WS-PL-STATUS = "00"
000220         PERFORM UNTIL WS-PL-STATUS = "10"
000220             READ PLAYER-FILE
000220                 AT END MOVE "10" TO WS-PL-STATUS
000220                 NOT AT END
000220                     IF PL-ID = GWN-PLAYERL-ID AND PL-ID > 0
000220                         MOVE PL-NAME TO WS-NAME-L
000220                     END-IF
000220                     IF PL-ID = GWN-PLAYERR-ID AND PL-ID > 0
000220                         MOVE PL-NAME TO WS-NAME-R
000220                     END-IF
000220             END-READ
000220         END-PERFORM
000220         CLOSE PLAYER-FILE
000220     END-IF.
000220 END PROGRAM "LIVE-STATUS".
000221 IDENTIFICATION DIVISION.
000222 PROGRAM-ID. "TMR-BALL-MOVE-TIMER".
000223 ENVIRONMENT DIVISION.
000223         FILE STATUS IS WS-CK-STATUS.
000223     SELECT MATCH-HISTORY-FILE ASSIGN TO "MATCHHIST.DAT"
000223         ORGANIZATION IS LINE SEQUENTIAL
000223         LOCK MODE IS EXCLUSIVE
000223         FILE STATUS IS WS-MH-STATUS.
000223     SELECT POINT-DETAIL-FILE ASSIGN TO "MATCHPTS.DAT"
000223         ORGANIZATION IS LINE SEQUENTIAL
000223         LOCK MODE IS EXCLUSIVE
000223         FILE STATUS IS WS-PT-STATUS.
000223     SELECT GAME-COUNT-FILE ASSIGN TO "GAMECOUNT.DAT"
000223         ORGANIZATION IS LINE SEQUENTIAL
000223         LOCK MODE IS EXCLUSIVE
000223         FILE STATUS IS WS-GC-STATUS.
000223     SELECT REPLAY-FILE ASSIGN TO DYNAMIC WS-RP-NAME
000223         ORGANIZATION IS LINE SEQUENTIAL
000223         FILE STATUS IS WS-RP-STATUS.
000223     SELECT PRACTICE-FILE ASSIGN TO "PRACTICE.DAT"
000223         ORGANIZATION IS LINE SEQUENTIAL
000223         LOCK MODE IS EXCLUSIVE
000223         FILE STATUS IS WS-PC-STATUS.
000223 DATA        DIVISION.
000224 FILE SECTION.
000224 FD  CHECKPOINT-FILE.
000224 01  CK-RECORD.
000224     02 MH-PLAYERR-ID PIC 9(4).
000224     02 MH-SIM-FLAG   PIC X.
000224     02 MH-HANDICAP   PIC X.
000224     02 MH-STATION    PIC XX.
000224 FD  POINT-DETAIL-FILE.
000224 01  PT-RECORD.
000224     02 PT-DATE       PIC X(8).
000224     02 PT-BALL-DX    PIC S9.
000224     02 PT-BALL-DY    PIC S9.
000224     02 PT-STAMP      PIC X(14).
000224     02 PT-STATION    PIC XX.
000224 FD  GAME-COUNT-FILE.
000224 01  GC-RECORD.
000224     02 GC-DATE PIC X(8).
000224     02 RP-PADR-Y PIC S9(4).
000224     02 RP-SCOREL PIC 99.
000224     02 RP-SCORER PIC 99.
000224 FD  PRACTICE-FILE.
000224 01  PC-RECORD.
000224     02 PC-PLAYER-ID  PIC 9(4).
000224     02 PC-DATE       PIC X(8).
000224     02 PC-START-TIME PIC X(6).
000224     02 PC-DRILL      PIC X.
000224     02 PC-BALL       PIC 99.
000224     02 PC-BALLS      PIC 99.
000224     02 PC-SPEED      PIC 9.
000224     02 PC-RESULT     PIC X.
000224     02 PC-ZONE       PIC X.
000224     02 PC-OFFSET     PIC S999.
000224     02 PC-STAMP      PIC X(14).
000224     02 PC-STATION    PIC XX.
000224 WORKING-STORAGE SECTION.
000226  01 CVAR   PIC 999.
000226  01 WS-CK-STATUS  PIC XX.
000226  01 WS-CK-NAME    PIC X(16).
000226  01 WS-MH-STATUS  PIC XX.
000226  01 WS-PT-STATUS  PIC XX.
000226  01 WS-GC-STATUS  PIC XX.
000226  01 WS-RP-STATUS  PIC XX.
000226  01 WS-RP-NAME    PIC X(14).
000226  01 WS-OPEN-TRIES PIC 99 COMP-5.
000226  01 WS-OPEN-MAX   PIC 99 COMP-5 VALUE 20.
000226  01 WS-RP-TYPE    PIC X.
000226  01 WS-RP-OPEN    PIC X VALUE 'N'.
000226  01 WS-RP-REC-OPEN PIC X VALUE 'N'.
000226    02 AUD-SCORER PIC 99.
000226    02 FILLER     PIC X(27) VALUE SPACES.
000226  01 WS-POINT-SIDE PIC X.
000226  01 WS-LV-STATE   PIC X.
000226  01 WS-PT-STAMP   PIC X(21).
000226  01 WS-END-STAMP  PIC X(21).
000226  01 WS-HIT-OFF    PIC S9(4) COMP-5.
000226  01 WS-PAD-HALF   PIC S9(4) COMP-5.
000226  01 WS-NEW-DY     PIC S9(4) COMP-5.
000226  01 WS-PC-STATUS  PIC XX.
000226  01 WS-PC-STAMP   PIC X(21).
000226  01 WS-PC-RESULT  PIC X.
000226  01 WS-PC-ZONE    PIC X.
000226  01 WS-ZONE-BAND  PIC S9(4) COMP-5.
000226  01 WS-SERVE-TARGET PIC S9(4) COMP-5.
000226  01 WS-TRAVEL     PIC S9(4) COMP-5.
000226  01 WS-AU-DRILL-DET.
000226    02 FILLER     PIC X(6) VALUE "DRILL ".
000226    02 ADD-DRILL  PIC X.
000226    02 FILLER     PIC X(10) VALUE " RETURNED ".
000226    02 ADD-RET    PIC Z9.
000226    02 FILLER     PIC X(4) VALUE " OF ".
000226    02 ADD-BALLS  PIC Z9.
000226    02 FILLER     PIC X(15) VALUE SPACES.
000226  01 WS-DRILL-MSG.
000226    02 FILLER     PIC X(17) VALUE "Drill complete - ".
000226    02 DRM-RET    PIC Z9.
000226    02 FILLER     PIC X(4) VALUE " of ".
000226    02 DRM-BALLS  PIC Z9.
000226    02 FILLER     PIC X(9) VALUE " returned".
000226 77 POW-0001 PIC X(256) .
000226 77 POW-0002 PIC X(256) .
000226 77 POW-0003 PIC X(8) .
000228     IF GWN-GAME-OVER = 'Y' OR GWN-PAUSED = 'Y'
000228         EXIT PROGRAM
000228     END-IF.
000228     IF GWN-PRACTICE-MODE = 'Y'
000228         PERFORM PRACTICE-TICK
000228         EXIT PROGRAM
000228     END-IF.
000228     PERFORM MOVE-PADDLES.
000228     PERFORM MOVE-BALL.
000228     MOVE 'T' TO WS-RP-TYPE.
000239         MOVE 0 TO GWN-RALLY-HITS
000240
000241         IF GWN-SCOREL < GWN-SCORE-TO-WIN AND GWN-SCORER < GWN-SCORE-TO-WIN
000241             MOVE 'P' TO WS-LV-STATE
000241             CALL "LIVE-STATUS" USING WS-LV-STATE
000241             COMPUTE CVAR = (GWN-SHT-MAIN-H / 2) - (GWN-PADL-HEIGHT / 2)
000242             MOVE CVAR TO GWN-PADL-Y
000243             COMPUTE CVAR = (GWN-SHT-MAIN-H / 2) - (GWN-PADR-HEIGHT / 2)
000269
000269 WRITE-POINT-DETAIL.
000269     MOVE FUNCTION CURRENT-DATE TO WS-PT-STAMP.
000269     MOVE 0 TO WS-OPEN-TRIES.
000269     OPEN EXTEND POINT-DETAIL-FILE.
000269     PERFORM UNTIL WS-PT-STATUS = "00" OR WS-PT-STATUS = "35"
000269         OR WS-OPEN-TRIES >= WS-OPEN-MAX
000269         ADD 1 TO WS-OPEN-TRIES
000269         CALL "PONG-WAIT"
000269         OPEN EXTEND POINT-DETAIL-FILE
000269     END-PERFORM.
000269     IF WS-PT-STATUS = "35"
000269         OPEN OUTPUT POINT-DETAIL-FILE
000269     END-IF.
000269         MOVE GWN-BALL-DX TO PT-BALL-DX
000269         MOVE GWN-BALL-DY TO PT-BALL-DY
000269         MOVE WS-PT-STAMP (1:14) TO PT-STAMP
000269         MOVE GWN-STATION-ID TO PT-STATION
000269         WRITE PT-RECORD
000269         CLOSE POINT-DETAIL-FILE
000269     END-IF.
000269     IF GWN-REPLAY-RECORD = 'Y' AND GWN-REPLAY-MODE = 'N'
000269         AND GWN-ATTRACT-MODE NOT = 'Y'
000269         IF WS-RP-REC-OPEN = 'N'
000269             MOVE "REPLAY1-01.DAT" TO WS-RP-NAME
000269             MOVE GWN-REPLAY-GEN TO WS-RP-NAME (7:1)
000269             MOVE GWN-STATION-ID TO WS-RP-NAME (9:2)
000269             OPEN EXTEND REPLAY-FILE
000269             IF WS-RP-STATUS = "35"
000269                 OPEN OUTPUT REPLAY-FILE
000269         PERFORM STOP-REPLAY
000269     ELSE
000269         IF WS-RP-OPEN = 'N'
000269             MOVE "REPLAY1-01.DAT" TO WS-RP-NAME
000269             MOVE GWN-REPLAY-GEN TO WS-RP-NAME (7:1)
000269             MOVE GWN-STATION-ID TO WS-RP-NAME (9:2)
000269             OPEN INPUT REPLAY-FILE
000269             IF WS-RP-STATUS = "00"
000269                 MOVE 'Y' TO WS-RP-OPEN
000269     MOVE GWN-SCORER TO AUD-SCORER.
000269     MOVE WS-AU-SCORE-DET TO WS-AU-DETAIL.
000269     CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL.
000269     MOVE 'G' TO WS-LV-STATE.
000269     CALL "LIVE-STATUS" USING WS-LV-STATE.
000269     IF GWN-ATTRACT-MODE = 'Y'
000269         PERFORM ARCHIVE-GAME
000269         PERFORM RESTART-ATTRACT
000269
000269 ARCHIVE-GAME.
000269     MOVE FUNCTION CURRENT-DATE TO WS-END-STAMP.
000269     MOVE 0 TO WS-OPEN-TRIES.
000269     OPEN EXTEND GAME-COUNT-FILE.
000269     PERFORM UNTIL WS-GC-STATUS = "00" OR WS-GC-STATUS = "35"
000269         OR WS-OPEN-TRIES >= WS-OPEN-MAX
000269         ADD 1 TO WS-OPEN-TRIES
000269         CALL "PONG-WAIT"
000269         OPEN EXTEND GAME-COUNT-FILE
000269     END-PERFORM.
000269     IF WS-GC-STATUS = "35"
000269         OPEN OUTPUT GAME-COUNT-FILE
000269     END-IF.
000269         WRITE GC-RECORD
000269         CLOSE GAME-COUNT-FILE
000269     END-IF.
000269     MOVE 0 TO WS-OPEN-TRIES.
000269     OPEN EXTEND MATCH-HISTORY-FILE.
000269     PERFORM UNTIL WS-MH-STATUS = "00" OR WS-MH-STATUS = "35"
000269         OR WS-OPEN-TRIES >= WS-OPEN-MAX
000269         ADD 1 TO WS-OPEN-TRIES
000269         CALL "PONG-WAIT"
000269         OPEN EXTEND MATCH-HISTORY-FILE
000269     END-PERFORM.
000269     IF WS-MH-STATUS = "35"
000269         OPEN OUTPUT MATCH-HISTORY-FILE
000269     END-IF.
000269         ELSE
000269             MOVE SPACE TO MH-HANDICAP
000269         END-IF
000269         MOVE GWN-STATION-ID TO MH-STATION
000269         WRITE MH-RECORD
000269         CLOSE MATCH-HISTORY-FILE
000269         MOVE "ARCHIVE" TO WS-AU-EVENT
000269     END-IF.
000269
000269 CLEAR-CHECKPOINT.
000269     MOVE "CHKPOINT1-01.DAT" TO WS-CK-NAME.
000269     MOVE GWN-STATION-ID TO WS-CK-NAME (11:2).
000269     OPEN OUTPUT CHECKPOINT-FILE.
000269     IF WS-CK-STATUS = "00"
000269         CLOSE CHECKPOINT-FILE
000269     END-IF.
000269     MOVE "CHKPOINT2-01.DAT" TO WS-CK-NAME.
000269     MOVE GWN-STATION-ID TO WS-CK-NAME (11:2).
000269     OPEN OUTPUT CHECKPOINT-FILE.
000269     IF WS-CK-STATUS = "00"
000269         CLOSE CHECKPOINT-FILE
000269         ELSE
000269             MOVE 1 TO GWN-CHECKPOINT-GEN
000269         END-IF
000269         MOVE "CHKPOINT1-01.DAT" TO WS-CK-NAME
000269         MOVE GWN-CHECKPOINT-GEN TO WS-CK-NAME (9:1)
000269         MOVE GWN-STATION-ID TO WS-CK-NAME (11:2)
000269         OPEN OUTPUT CHECKPOINT-FILE
000269         IF WS-CK-STATUS = "00"
000269             ADD 1 TO GWN-CHECKPOINT-SEQ
000269             CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL
000269         END-IF
000269     END-IF.
000269
000269 PRACTICE-TICK.
000269     IF GWN-DRILL-IN-PLAY = 'N' AND GWN-DRILL-SERVED >= GWN-DRILL-BALLS
000269         PERFORM END-PRACTICE
000269     ELSE
000269         IF GWN-DRILL-IN-PLAY = 'N'
000269             PERFORM SERVE-BALL
000269         END-IF
000269         IF GWN-PF1-DOWN = 'Y'
000269             CALL "PF1-CLICK"
000269         END-IF
000269         IF GWN-PF2-DOWN = 'Y'
000269             CALL "PF2-CLICK"
000269         END-IF
000269         PERFORM MOVE-PRACTICE-BALL
000269         MOVE 'T' TO WS-RP-TYPE
000269         PERFORM WRITE-REPLAY-REC
000269     END-IF.
000269
000269 SERVE-BALL.
000269     ADD 1 TO GWN-DRILL-SERVED.
000269     MOVE GWN-BALL-HSPEED TO GWN-DRILL-SPEED.
000269     IF GWN-DRILL-TYPE = 'S'
000269         COMPUTE WS-TRAVEL = GWN-BALL-HSPEED + ((GWN-DRILL-SERVED - 1) / 3)
000269         IF WS-TRAVEL > GWN-BALL-MAX-SPEED
000269             MOVE GWN-BALL-MAX-SPEED TO WS-TRAVEL
000269         END-IF
000269         MOVE WS-TRAVEL TO GWN-DRILL-SPEED
000269     END-IF.
000269     COMPUTE CVAR = (GWN-SHT-MAIN-H / 2) - (GWN-PADR-HEIGHT / 2).
000269     MOVE CVAR TO GWN-PADR-Y.
000269     MOVE  GWX-PADR-POS  TO POW-0004.
000269     CALL  "XPOWCWSETPOSITION"  USING BY VALUE RECT-PADR  BY REFERENCE POW-0004.
000269     COMPUTE GWN-BALL-X = GWN-PADR-X - GWN-BALL-SIZE.
000269     COMPUTE CVAR = (GWN-SHT-MAIN-H / 2) - (GWN-BALL-SIZE / 2).
000269     MOVE CVAR TO GWN-BALL-Y.
000269     COMPUTE GWN-BALL-DX = 0 - GWN-DRILL-SPEED.
000269     MOVE GWN-BALL-VSPEED TO GWN-BALL-DY.
000269     IF GWN-DRILL-TYPE = 'A'
000269         PERFORM AIM-AT-CORNER
000269     END-IF.
000269     MOVE 0 TO GWN-RALLY-HITS.
000269     MOVE 'S' TO GWN-DRILL-IN-PLAY.
000269
000269 AIM-AT-CORNER.
000269     IF FUNCTION MOD (GWN-DRILL-SERVED, 2) = 1
000269         COMPUTE WS-SERVE-TARGET = GWN-PAD-MARGIN + 5
000269     ELSE
000269         COMPUTE WS-SERVE-TARGET = GWN-SHT-MAIN-H - GWN-BALL-SIZE
000269             - GWN-PAD-MARGIN - 25
000269     END-IF.
000269     COMPUTE WS-TRAVEL = (GWN-BALL-X - GWN-PADL-X - GWN-PAD-WIDTH)
000269         / GWN-DRILL-SPEED.
000269     IF WS-TRAVEL < 1
000269         MOVE 1 TO WS-TRAVEL
000269     END-IF.
000269     COMPUTE WS-NEW-DY = (WS-SERVE-TARGET - GWN-BALL-Y) / WS-TRAVEL.
000269     IF WS-NEW-DY > GWN-BALL-MAX-SPEED
000269         MOVE GWN-BALL-MAX-SPEED TO WS-NEW-DY
000269     END-IF.
000269     IF WS-NEW-DY < (0 - GWN-BALL-MAX-SPEED)
000269         COMPUTE WS-NEW-DY = 0 - GWN-BALL-MAX-SPEED
000269     END-IF.
000269     IF WS-NEW-DY = 0
000269         IF WS-SERVE-TARGET < GWN-BALL-Y
000269             MOVE -1 TO WS-NEW-DY
000269         ELSE
000269             MOVE 1 TO WS-NEW-DY
000269         END-IF
000269     END-IF.
000269     MOVE WS-NEW-DY TO GWN-BALL-DY.
000269
000269 MOVE-PRACTICE-BALL.
000269     ADD GWN-BALL-DX TO GWN-BALL-X.
000269     ADD GWN-BALL-DY TO GWN-BALL-Y.
000269
000269     IF GWN-BALL-Y <= GWN-PAD-MARGIN OR GWN-BALL-Y >= GWN-SHT-MAIN-H - GWN-BALL-SIZE - GWN-BALL-DY - GWN-PAD-MARGIN - 20
000269         COMPUTE GWN-BALL-DY = 0 - GWN-BALL-DY
000269         CALL  "XPOWSOUNDPLAY"  USING BY VALUE GWN-SOUND-WALL-BOUNCE
000269     END-IF.
000269
000269     IF GWN-DRILL-IN-PLAY = 'S'
000269         COMPUTE WS-HIT-OFF = (GWN-BALL-Y + (GWN-BALL-SIZE / 2))
000269             - (GWN-PADL-Y + (GWN-PADL-HEIGHT / 2))
000269         COMPUTE WS-PAD-HALF = GWN-PADL-HEIGHT / 2
000269         IF GWN-BALL-X <= GWN-PADL-X + GWN-PAD-WIDTH AND GWN-BALL-Y >= GWN-PADL-Y AND GWN-BALL-Y + GWN-BALL-SIZE <= GWN-PADL-Y + GWN-PADL-HEIGHT
000269             COMPUTE GWN-BALL-DX = 0 - GWN-BALL-DX
000269             COMPUTE GWN-BALL-X = GWN-PADL-X + GWN-PAD-WIDTH
000269             PERFORM SET-RETURN-ANGLE
000269             CALL  "XPOWSOUNDPLAY"  USING BY VALUE GWN-SOUND-PADDLE-HIT
000269             ADD 1 TO GWN-RALLY-HITS
000269             MOVE 'R' TO WS-PC-RESULT
000269             PERFORM RECORD-BALL
000269             MOVE 'R' TO GWN-DRILL-IN-PLAY
000269         ELSE
000269             IF GWN-BALL-X <= GWN-PAD-MARGIN
000269                 CALL  "XPOWSOUNDPLAY"  USING BY VALUE GWN-SOUND-SCORE
000269                 MOVE 'M' TO WS-PC-RESULT
000269                 PERFORM RECORD-BALL
000269                 MOVE 'N' TO GWN-DRILL-IN-PLAY
000269             END-IF
000269         END-IF
000269     ELSE
000269         IF GWN-BALL-X + GWN-BALL-SIZE >= GWN-PADR-X
000269             COMPUTE GWN-BALL-X = GWN-PADR-X - GWN-BALL-SIZE
000269             MOVE 'N' TO GWN-DRILL-IN-PLAY
000269         END-IF
000269     END-IF.
000269
000269     MOVE  GWX-BALL-POS  TO POW-0005
000269     CALL  "XPOWCWSETPOSITION"  USING BY VALUE RECT-BALL  BY REFERENCE POW-0005 .
000269
000269 RECORD-BALL.
000269     IF WS-PC-RESULT = 'R'
000269         ADD 1 TO GWN-DRILL-RETURNED
000269         ADD 01 TO GWN-SCOREL
000269         MOVE  GWX-SCOREL  TO POW-0002
000269         CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-SCOREL  BY REFERENCE POW-0002
000269         COMPUTE WS-ZONE-BAND = WS-PAD-HALF / 3
000269         EVALUATE TRUE
000269         WHEN WS-HIT-OFF < (0 - WS-ZONE-BAND)
000269             MOVE 'T' TO WS-PC-ZONE
000269         WHEN WS-HIT-OFF > WS-ZONE-BAND
000269             MOVE 'B' TO WS-PC-ZONE
000269         WHEN OTHER
000269             MOVE 'C' TO WS-PC-ZONE
000269         END-EVALUATE
000269     ELSE
000269         ADD 01 TO GWN-SCORER
000269         MOVE  GWX-SCORER  TO POW-0001
000269         CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-SCORER  BY REFERENCE POW-0001
000269         MOVE SPACE TO WS-PC-ZONE
000269     END-IF.
000269     PERFORM WRITE-PRACTICE-REC.
000269     MOVE 'S' TO WS-RP-TYPE.
000269     PERFORM WRITE-REPLAY-REC.
000269     MOVE 'P' TO WS-LV-STATE.
000269     CALL "LIVE-STATUS" USING WS-LV-STATE.
000269
000269 WRITE-PRACTICE-REC.
000269     MOVE FUNCTION CURRENT-DATE TO WS-PC-STAMP.
000269     MOVE 0 TO WS-OPEN-TRIES.
000269     OPEN EXTEND PRACTICE-FILE.
000269     PERFORM UNTIL WS-PC-STATUS = "00" OR WS-PC-STATUS = "35"
000269         OR WS-OPEN-TRIES >= WS-OPEN-MAX
000269         ADD 1 TO WS-OPEN-TRIES
000269         CALL "PONG-WAIT"
000269         OPEN EXTEND PRACTICE-FILE
000269     END-PERFORM.
000269     IF WS-PC-STATUS = "35"
000269         OPEN OUTPUT PRACTICE-FILE
000269     END-IF.
000269     IF WS-PC-STATUS = "00"
000269         MOVE GWN-PLAYERL-ID TO PC-PLAYER-ID
000269         MOVE GWN-GAME-START-STAMP (1:8) TO PC-DATE
000269         MOVE GWN-GAME-START-STAMP (9:6) TO PC-START-TIME
000269         MOVE GWN-DRILL-TYPE TO PC-DRILL
000269         MOVE GWN-DRILL-SERVED TO PC-BALL
000269         MOVE GWN-DRILL-BALLS TO PC-BALLS
000269         MOVE GWN-DRILL-SPEED TO PC-SPEED
000269         MOVE WS-PC-RESULT TO PC-RESULT
000269         MOVE WS-PC-ZONE TO PC-ZONE
000269         MOVE WS-HIT-OFF TO PC-OFFSET
000269         MOVE WS-PC-STAMP (1:14) TO PC-STAMP
000269         MOVE GWN-STATION-ID TO PC-STATION
000269         WRITE PC-RECORD
000269         CLOSE PRACTICE-FILE
000269     END-IF.
000269
000269 END-PRACTICE.
000269     MOVE 'Y' TO GWN-GAME-OVER.
000269     CALL  "XPOWTMSTOP"  USING BY VALUE TMR-BALL-MOVE.
000269     PERFORM CLOSE-REPLAY-REC.
000269     MOVE "GAMEEND" TO WS-AU-EVENT.
000269     MOVE GWN-DRILL-TYPE TO ADD-DRILL.
000269     MOVE GWN-DRILL-RETURNED TO ADD-RET.
000269     MOVE GWN-DRILL-BALLS TO ADD-BALLS.
000269     MOVE WS-AU-DRILL-DET TO WS-AU-DETAIL.
000269     CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL.
000269     MOVE 'G' TO WS-LV-STATE.
000269     CALL "LIVE-STATUS" USING WS-LV-STATE.
000269     MOVE GWN-DRILL-RETURNED TO DRM-RET.
000269     MOVE GWN-DRILL-BALLS TO DRM-BALLS.
000269     CALL  "XPOWMSGBOX"  USING BY REFERENCE WS-DRILL-MSG.
000270 END PROGRAM "TMR-BALL-MOVE-TIMER".
000271 END PROGRAM "SHT-MAIN".
000272 IDENTIFICATION DIVISION.
000284     02 MH-PLAYERR-ID    PIC 9(4).
000284     02 MH-SIM-FLAG      PIC X.
000284     02 MH-HANDICAP      PIC X.
000284     02 MH-STATION       PIC XX.
000284 WORKING-STORAGE SECTION.
000284  01 WS-MH-STATUS     PIC XX.
000284  01 WS-TODAY         PIC X(21).
000284  01 WS-LONGEST-RALLY PIC 999 COMP-5 VALUE 0.
000284  01 WS-AVG-SCORE     PIC 999V99.
000284  01 WS-AVG-SCORE-DISP PIC ZZ9.99.
000284  01 WS-STN-IDX       PIC 9(3) COMP-5.
000284  01 WS-STN-NUM       PIC 99.
000284  01 WS-STN-CODE REDEFINES WS-STN-NUM PIC XX.
000284  01 WS-STN-USED      PIC 99 COMP-5 VALUE 0.
000284  01 WS-STN-TABLE.
000284    02 WS-STN-ENT OCCURS 99 TIMES.
000284      03 ST-GAMES     PIC 999 COMP-5.
000284      03 ST-LEFT-WINS PIC 999 COMP-5.
000284      03 ST-RIGHT-WINS PIC 999 COMP-5.
000284      03 ST-SCORE-TOTAL PIC 9(6) COMP-5.
000284      03 ST-LONGEST-RALLY PIC 999 COMP-5.
000285 PROCEDURE   DIVISION.
000285 MAIN.
000285     MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
000285     INITIALIZE WS-STN-TABLE.
000285     OPEN INPUT MATCH-HISTORY-FILE.
000285     IF WS-MH-STATUS = "00"
000285         PERFORM UNTIL WS-MH-STATUS = "10"
000285         IF MH-LONGEST-RALLY > WS-LONGEST-RALLY
000285             MOVE MH-LONGEST-RALLY TO WS-LONGEST-RALLY
000285         END-IF
000285         PERFORM TALLY-STATION
000285     END-IF.
000285
000285 TALLY-STATION.
000285     IF MH-STATION IS NUMERIC AND MH-STATION NOT = "00"
000285         MOVE MH-STATION TO WS-STN-IDX
000285     ELSE
000285         MOVE 1 TO WS-STN-IDX
000285     END-IF.
000285     IF ST-GAMES (WS-STN-IDX) = 0
000285         ADD 1 TO WS-STN-USED
000285     END-IF.
000285     ADD 1 TO ST-GAMES (WS-STN-IDX).
000285     IF MH-WINNER = 'L'
000285         ADD 1 TO ST-LEFT-WINS (WS-STN-IDX)
000285     ELSE
000285         ADD 1 TO ST-RIGHT-WINS (WS-STN-IDX)
000285     END-IF.
000285     ADD MH-SCOREL TO ST-SCORE-TOTAL (WS-STN-IDX).
000285     ADD MH-SCORER TO ST-SCORE-TOTAL (WS-STN-IDX).
000285     IF MH-LONGEST-RALLY > ST-LONGEST-RALLY (WS-STN-IDX)
000285         MOVE MH-LONGEST-RALLY TO ST-LONGEST-RALLY (WS-STN-IDX)
000285     END-IF.
000285
000285 PRINT-SUMMARY.
000285         DISPLAY "Avg final score/side: N/A"
000285     END-IF.
000285     DISPLAY "Longest rally today : " WS-LONGEST-RALLY.
000285     IF WS-STN-USED > 1
000285         DISPLAY "----- BY STATION -----"
000285         PERFORM VARYING WS-STN-IDX FROM 1 BY 1 UNTIL WS-STN-IDX > 99
000285             IF ST-GAMES (WS-STN-IDX) > 0
000285                 PERFORM PRINT-STATION
000285             END-IF
000285         END-PERFORM
000285     END-IF.
000285
000285 PRINT-STATION.
000285     MOVE WS-STN-IDX TO WS-STN-NUM.
000285     COMPUTE WS-AVG-SCORE ROUNDED = ST-SCORE-TOTAL (WS-STN-IDX)
000285         / (ST-GAMES (WS-STN-IDX) * 2).
000285     MOVE WS-AVG-SCORE TO WS-AVG-SCORE-DISP.
000285     DISPLAY "Station " WS-STN-CODE
000285         "  games " ST-GAMES (WS-STN-IDX)
000285         "  L " ST-LEFT-WINS (WS-STN-IDX)
000285         "  R " ST-RIGHT-WINS (WS-STN-IDX)
000285         "  avg " WS-AVG-SCORE-DISP
000285         "  rally " ST-LONGEST-RALLY (WS-STN-IDX).
000286 END PROGRAM "RPT-MATCH-SUMMARY".
000287 IDENTIFICATION DIVISION.
000287 PROGRAM-ID. "SHT-SIGNIN".
000287   02 POWER--HPOWOBJ--PF-HCAP.
000287     03 PF-HCAP PIC S9(9) COMP-5.
000287     03 POW-P009 REDEFINES  PF-HCAP USAGE POINTER.
000287   02 POWER--HPOWOBJ--PF-CORR.
000287     03 PF-CORR PIC S9(9) COMP-5.
000287     03 POW-P010 REDEFINES  PF-CORR USAGE POINTER.
000287   02 POWER--HPOWOBJ--PF-PAY.
000287     03 PF-PAY PIC S9(9) COMP-5.
000287     03 POW-P011 REDEFINES  PF-PAY USAGE POINTER.
000287   02 POWER--HPOWOBJ--EDT-PINL.
000287     03 EDT-PINL PIC S9(9) COMP-5.
000287     03 POW-P012 REDEFINES  EDT-PINL USAGE POINTER.
000287   02 POWER--HPOWOBJ--EDT-PINR.
000287     03 EDT-PINR PIC S9(9) COMP-5.
000287     03 POW-P013 REDEFINES  EDT-PINR USAGE POINTER.
000287   02 POWER--HPOWOBJ--EDT-DRILL.
000287     03 EDT-DRILL PIC S9(9) COMP-5.
000287     03 POW-P014 REDEFINES  EDT-DRILL USAGE POINTER.
000287   02 POWER--HPOWOBJ--EDT-BALLS.
000287     03 EDT-BALLS PIC S9(9) COMP-5.
000287     03 POW-P015 REDEFINES  EDT-BALLS USAGE POINTER.
000287   02 POWER--HPOWOBJ--PF-DRILL.
000287     03 PF-DRILL PIC S9(9) COMP-5.
000287     03 POW-P016 REDEFINES  PF-DRILL USAGE POINTER.
000287 01  REDEFINES POWER--HPOWOBJS-SHT-SIGNIN.
000287   02  POWER--HPOWOBJS-SI PICTURE IS X(4) OCCURS 16 TIMES.
000289 01  POWER-HPOWOBJIDX-SI PIC S9(9) COMP-5.
000289 01 GWN-PLAYERL-ID  GLOBAL IS EXTERNAL PIC 9(4) VALUE 0.
000289 01 GWN-PLAYERR-ID  GLOBAL IS EXTERNAL PIC 9(4) VALUE 0.
000289 01 GWN-ATTRACT-MODE GLOBAL IS EXTERNAL PIC X VALUE 'N'.
000289 01 GWN-HANDICAP-MODE GLOBAL IS EXTERNAL PIC X VALUE 'N'.
000289 01 GWN-PRACTICE-MODE GLOBAL IS EXTERNAL PIC X VALUE 'N'.
000289 01 GWN-DRILL-TYPE  GLOBAL IS EXTERNAL PIC X VALUE 'F'.
000289 01 GWN-DRILL-BALLS GLOBAL IS EXTERNAL PIC 99 VALUE 20.
000289 LINKAGE SECTION.
000290 01  POWER--HPOWOBJ IS GLOBAL PICTURE IS  X(4).
000290 01  POWER--ID      IS GLOBAL PICTURE IS S9(9)
000290                    USAGE IS COMPUTATIONAL-5.
000291             WHEN 1
000291                CALL "PF-HCAP-CLICK"
000291             END-EVALUATE
000291         WHEN POWER--HPOWOBJ--PF-CORR
000291             EVALUATE POWER--NOTIFY
000291             WHEN 1
000291                CALL "PF-CORR-CLICK"
000291             END-EVALUATE
000291         WHEN POWER--HPOWOBJ--PF-PAY
000291             EVALUATE POWER--NOTIFY
000291             WHEN 1
000291                CALL "PF-PAY-CLICK"
000291             END-EVALUATE
000291         WHEN POWER--HPOWOBJ--PF-DRILL
000291             EVALUATE POWER--NOTIFY
000291             WHEN 1
000291                CALL "PF-DRILL-CLICK"
000291             END-EVALUATE
000291         END-EVALUATE
000291     WHEN 1024
000291         MOVE POWER--HPOWOBJ TO POWER--HPOWOBJS-SI (POWER--ID + 1)
000292 WORKING-STORAGE SECTION.
000292  01 WS-PLAYERL-ID  PIC 9(4).
000292  01 WS-PLAYERR-ID  PIC 9(4).
000292  01 WS-DRILL-BALLS PIC Z9.
000292 77 POW-0001 PIC X(256) .
000292 77 POW-0002 PIC X(256) .
000292 77 POW-0003 PIC X(256) .
000292 77 POW-0004 PIC X(256) .
000292 77 POW-0005 PIC X(256) .
000292 77 POW-0006 PIC X(256) .
000292 PROCEDURE   DIVISION.
000292 MAIN.
000292     MOVE 'N' TO GWN-ATTRACT-MODE.
000292     MOVE 'N' TO GWN-PRACTICE-MODE.
000293     MOVE GWN-PLAYERL-ID TO WS-PLAYERL-ID.
000293     MOVE WS-PLAYERL-ID TO POW-0001.
000293     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-PLAYERL  BY REFERENCE POW-0001.
000293     MOVE GWN-PLAYERR-ID TO WS-PLAYERR-ID.
000293     MOVE WS-PLAYERR-ID TO POW-0002.
000293     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-PLAYERR  BY REFERENCE POW-0002.
000293
000293     MOVE SPACES TO POW-0003.
000293     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-PINL  BY REFERENCE POW-0003.
000293     MOVE SPACES TO POW-0004.
000293     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-PINR  BY REFERENCE POW-0004.
000293
000293     MOVE GWN-DRILL-TYPE TO POW-0005.
000293     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-DRILL  BY REFERENCE POW-0005.
000293     MOVE GWN-DRILL-BALLS TO WS-DRILL-BALLS.
000293     MOVE WS-DRILL-BALLS TO POW-0006.
000293     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-BALLS  BY REFERENCE POW-0006.
000294 END PROGRAM "SHT-SIGNIN-OPENED".
000295 IDENTIFICATION DIVISION.
000295 PROGRAM-ID. "PF-SIGNIN-CLICK" IS COMMON.
000295 ENVIRONMENT DIVISION.
000295 INPUT-OUTPUT SECTION.
000295 FILE-CONTROL.
000295     SELECT ACHIEVE-FILE ASSIGN TO "ACHIEVE.DAT"
000295         ORGANIZATION IS LINE SEQUENTIAL
000295         FILE STATUS IS WS-AC-STATUS.
000295     SELECT CUP-FILE ASSIGN TO "CUP.DAT"
000295         ORGANIZATION IS LINE SEQUENTIAL
000295         FILE STATUS IS WS-CP-STATUS.
000295     SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
000295         ORGANIZATION IS LINE SEQUENTIAL
000295         FILE STATUS IS WS-BA-STATUS.
000295     SELECT PIN-CTL-FILE ASSIGN TO "PINCTL.DAT"
000295         ORGANIZATION IS LINE SEQUENTIAL
000295         FILE STATUS IS WS-PN-STATUS.
000295 DATA        DIVISION.
000295 FILE SECTION.
000295 FD  PLAYER-FILE.
000295     02 PL-ID     PIC 9(4).
000295     02 PL-NAME   PIC X(20).
000295     02 PL-ACTIVE PIC X.
000295     02 PL-MERGED-TO PIC 9(4).
000295     02 PL-PIN PIC X(4).
000295     02 PL-PIN-FAILS PIC 9.
000295     02 PL-LOCKED PIC X.
000295 FD  ACHIEVE-FILE.
000295 01  AC-RECORD.
000295     02 AC-PLAYER-ID PIC 9(4).
000295     02 FX-STATUS      PIC X.
000295     02 FX-PLAYED-DATE PIC X(8).
000295     02 FX-PLAYED-TIME PIC X(6).
000295 FD  CUP-FILE.
000295 01  CP-RECORD.
000295     02 CP-DATE        PIC X(8).
000295     02 CP-ROUND       PIC 99.
000295     02 CP-TIE         PIC 99.
000295     02 CP-SEEDL       PIC 99.
000295     02 CP-PLAYERL-ID  PIC 9(4).
000295     02 CP-SEEDR       PIC 99.
000295     02 CP-PLAYERR-ID  PIC 9(4).
000295     02 CP-STATUS      PIC X.
000295     02 CP-WINNER-ID   PIC 9(4).
000295     02 CP-SCOREL      PIC 99.
000295     02 CP-SCORER      PIC 99.
000295     02 CP-PLAYED-DATE PIC X(8).
000295     02 CP-PLAYED-TIME PIC X(6).
000295 FD  ACCOUNT-FILE.
000295 01  BA-RECORD.
000295     02 BA-PLAYER-ID     PIC 9(4).
000295     02 BA-BALANCE       PIC S9(5)V99.
000295     02 BA-CREDIT-LIMIT  PIC 9(5)V99.
000295     02 BA-LAST-PAY-DATE PIC X(8).
000295     02 BA-LAST-PAY-AMT  PIC 9(5)V99.
000295     02 BA-OPENED        PIC X(8).
000295 FD  PIN-CTL-FILE.
000295 01  PN-RECORD.
000295     02 PN-MAX-FAILS     PIC 9.
000295     02 PN-SUPV-CODE     PIC X(8).
000295     02 PN-CHANGED       PIC X(8).
000295 WORKING-STORAGE SECTION.
000295  01 WS-PL-STATUS   PIC XX.
000295  01 WS-FX-STATUS   PIC XX.
000295  01 WS-AC-STATUS   PIC XX.
000295  01 WS-CP-STATUS   PIC XX.
000295  01 WS-BA-STATUS   PIC XX.
000295  01 WS-PN-STATUS   PIC XX.
000295  01 WS-MAX-FAILS   PIC 9.
000295  01 WS-PINL        PIC X(4).
000295  01 WS-PINR        PIC X(4).
000295  01 WS-L-PIN       PIC X(4).
000295  01 WS-L-FAILS     PIC 9.
000295  01 WS-L-LOCKED    PIC X.
000295  01 WS-L-PIN-OK    PIC X.
000295  01 WS-L-UPDATE    PIC X.
000295  01 WS-R-PIN       PIC X(4).
000295  01 WS-R-FAILS     PIC 9.
000295  01 WS-R-LOCKED    PIC X.
000295  01 WS-R-PIN-OK    PIC X.
000295  01 WS-R-UPDATE    PIC X.
000295  01 WS-CHK-ID      PIC 9(4).
000295  01 WS-CHK-PIN     PIC X(4).
000295  01 WS-CHK-FILE-PIN PIC X(4).
000295  01 WS-CHK-FAILS   PIC 9.
000295  01 WS-CHK-LOCKED  PIC X.
000295  01 WS-CHK-OK      PIC X.
000295  01 WS-CHK-UPDATE  PIC X.
000295  01 WS-PL-CNT      PIC 999 COMP-5.
000295  01 WS-PL-IDX      PIC 999 COMP-5.
000295  01 WS-PL-OVERFLOW PIC X.
000295  01 WS-PL-TABLE.
000295    02 WS-PL-ENT OCCURS 200 TIMES.
000295      03 WS-PL-ID        PIC 9(4).
000295      03 WS-PL-NAME      PIC X(20).
000295      03 WS-PL-ACTIVE    PIC X.
000295      03 WS-PL-MERGED-TO PIC 9(4).
000295      03 WS-PL-PIN       PIC X(4).
000295      03 WS-PL-PIN-FAILS PIC 9.
000295      03 WS-PL-LOCKED    PIC X.
000295  01 WS-PIN-MSG.
000295    02 FILLER       PIC X(7) VALUE "Player ".
000295    02 PNM-ID       PIC 9(4).
000295    02 PNM-TEXT     PIC X(40).
000295  01 WS-AU-EVENT    PIC X(8).
000295  01 WS-AU-DETAIL   PIC X(40).
000295  01 WS-AU-PIN-DET.
000295    02 APD-ID       PIC 9(4).
000295    02 FILLER       PIC X VALUE SPACE.
000295    02 APD-TEXT     PIC X(35).
000295  01 WS-BAD-PIN-TXT.
000295    02 FILLER       PIC X(8) VALUE "BAD PIN ".
000295    02 BPT-FAILS    PIC 9.
000295    02 FILLER       PIC X(4) VALUE " OF ".
000295    02 BPT-MAX      PIC 9.
000295  01 WS-LOCK-TXT.
000295    02 FILLER       PIC X(13) VALUE "LOCKED AFTER ".
000295    02 LKT-FAILS    PIC 9.
000295    02 FILLER       PIC X(6) VALUE " FAILS".
000295  01 WS-CREDIT-OK   PIC X.
000295  01 WS-CR-MSG.
000295    02 CRM-NAME     PIC X(20).
000295    02 FILLER       PIC X(53) VALUE
000295       " is over the credit limit - please settle the account".
000295  01 WS-CP-SHOWN    PIC X.
000295  01 WS-CP-MSG.
000295    02 FILLER       PIC X(10) VALUE "Cup round ".
000295    02 CPM-ROUND    PIC 99.
000295    02 FILLER       PIC X(25) VALUE " tie pending - cup night ".
000295    02 CPM-DATE     PIC X(8).
000295  01 WS-PLAYERL-ID  PIC 9(4).
000295  01 WS-PLAYERR-ID  PIC 9(4).
000295  01 WS-L-VALID     PIC X.
000295  01 WS-R-VALID     PIC X.
000295  01 WS-SIGNED-IN   PIC X.
000295  01 WS-L-NAME      PIC X(20).
000295  01 WS-R-NAME      PIC X(20).
000295  01 WS-FX-SHOWN    PIC X.
000295    02 FXM-DATE     PIC X(8).
000295 77 POW-0001 PIC X(256) .
000295 77 POW-0002 PIC X(256) .
000295 77 POW-0003 PIC X(256) .
000295 77 POW-0004 PIC X(256) .
000296 PROCEDURE   DIVISION.
000296 MAIN.
000296     MOVE 0 TO WS-PLAYERL-ID.
000296     MOVE 0 TO WS-PLAYERR-ID.
000296     MOVE 'N' TO WS-L-VALID.
000296     MOVE 'N' TO WS-R-VALID.
000296     MOVE 'N' TO WS-SIGNED-IN.
000296
000296     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-PLAYERL  BY REFERENCE POW-0001.
000296     IF FUNCTION TEST-NUMVAL(POW-0001 (1:4)) = 0
000296     IF FUNCTION TEST-NUMVAL(POW-0002 (1:4)) = 0
000296         MOVE FUNCTION NUMVAL(POW-0002 (1:4)) TO WS-PLAYERR-ID
000296     END-IF.
000296     IF GWN-PRACTICE-MODE = 'Y'
000296         MOVE 0 TO WS-PLAYERR-ID
000296     END-IF.
000296
000296     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-PINL  BY REFERENCE POW-0003.
000296     MOVE POW-0003 (1:4) TO WS-PINL.
000296     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-PINR  BY REFERENCE POW-0004.
000296     MOVE POW-0004 (1:4) TO WS-PINR.
000296
000296     IF WS-PLAYERL-ID > 0
000296         AND (WS-PLAYERR-ID > 0 OR GWN-PRACTICE-MODE = 'Y')
000296         OPEN INPUT PLAYER-FILE
000296         IF WS-PL-STATUS = "00"
000296             PERFORM UNTIL WS-PL-STATUS = "10"
000296             CLOSE PLAYER-FILE
000296         END-IF
000296     END-IF.
000296     IF GWN-PRACTICE-MODE = 'Y'
000296         MOVE 'Y' TO WS-R-VALID
000296     END-IF.
000296
000296     IF WS-L-VALID = 'Y' AND WS-R-VALID = 'Y'
000296         PERFORM CHECK-PINS
000296     END-IF.
000296
000296     IF WS-L-VALID = 'Y' AND WS-R-VALID = 'Y'
000296         IF WS-L-PIN-OK = 'Y' AND WS-R-PIN-OK = 'Y'
000296             PERFORM CHECK-CREDIT
000296             IF WS-CREDIT-OK = 'Y'
000296                 MOVE WS-PLAYERL-ID TO GWN-PLAYERL-ID
000296                 MOVE WS-PLAYERR-ID TO GWN-PLAYERR-ID
000296                 PERFORM SHOW-ACHIEVEMENTS
000296                 PERFORM SHOW-FIXTURE
000296                 PERFORM SHOW-CUP-TIE
000296                 MOVE 'Y' TO WS-SIGNED-IN
000296                 CALL  "XPOWSHCLOSE"  USING BY VALUE SHT-SIGNIN
000296             END-IF
000296         END-IF
000296     ELSE
000296         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Unknown or inactive player ID"
000296     END-IF.
000296     IF WS-SIGNED-IN = 'N'
000296         MOVE 'N' TO GWN-PRACTICE-MODE
000296     END-IF.
000296     EXIT PROGRAM.
000296
000296 CHECK-CREDIT.
000296     MOVE 'Y' TO WS-CREDIT-OK.
000296     OPEN INPUT ACCOUNT-FILE.
000296     IF WS-BA-STATUS = "00"
000296         PERFORM UNTIL WS-BA-STATUS = "10"
000296             READ ACCOUNT-FILE
000296                 AT END MOVE "10" TO WS-BA-STATUS
000296                 NOT AT END PERFORM CHECK-ACCOUNT
000296             END-READ
000296         END-PERFORM
000296         CLOSE ACCOUNT-FILE
000296     END-IF.
000296
000296 CHECK-ACCOUNT.
000296     IF WS-CREDIT-OK = 'Y' AND BA-BALANCE > BA-CREDIT-LIMIT
000296         AND (BA-PLAYER-ID = WS-PLAYERL-ID OR BA-PLAYER-ID = WS-PLAYERR-ID)
000296         IF BA-PLAYER-ID = WS-PLAYERL-ID
000296             MOVE WS-L-NAME TO CRM-NAME
000296         ELSE
000296             MOVE WS-R-NAME TO CRM-NAME
000296         END-IF
000296         CALL  "XPOWMSGBOX"  USING BY REFERENCE WS-CR-MSG
000296         MOVE 'N' TO WS-CREDIT-OK
000296     END-IF.
000296
000296 SHOW-FIXTURE.
000296     MOVE 'N' TO WS-FX-SHOWN.
000296     OPEN INPUT FIXTURE-FILE.
000296         MOVE 'Y' TO WS-FX-SHOWN
000296     END-IF.
000296
000296 SHOW-CUP-TIE.
000296     MOVE 'N' TO WS-CP-SHOWN.
000296     OPEN INPUT CUP-FILE.
000296     IF WS-CP-STATUS = "00"
000296         PERFORM UNTIL WS-CP-STATUS = "10"
000296             READ CUP-FILE
000296                 AT END MOVE "10" TO WS-CP-STATUS
000296                 NOT AT END PERFORM CHECK-CUP-TIE
000296             END-READ
000296         END-PERFORM
000296         CLOSE CUP-FILE
000296     END-IF.
000296
000296 CHECK-CUP-TIE.
000296     IF WS-CP-SHOWN = 'N' AND CP-STATUS = 'O'
000296         AND ((CP-PLAYERL-ID = WS-PLAYERL-ID
000296         AND CP-PLAYERR-ID = WS-PLAYERR-ID)
000296         OR (CP-PLAYERL-ID = WS-PLAYERR-ID
000296         AND CP-PLAYERR-ID = WS-PLAYERL-ID))
000296         MOVE CP-ROUND TO CPM-ROUND
000296         MOVE CP-DATE TO CPM-DATE
000296         CALL  "XPOWMSGBOX"  USING BY REFERENCE WS-CP-MSG
000296         MOVE 'Y' TO WS-CP-SHOWN
000296     END-IF.
000296
000296 CHECK-PLAYER.
000296     IF PL-ID = WS-PLAYERL-ID AND PL-ACTIVE = 'Y'
000296         MOVE 'Y' TO WS-L-VALID
000296         MOVE PL-NAME TO WS-L-NAME
000296         MOVE PL-PIN TO WS-L-PIN
000296         MOVE PL-PIN-FAILS TO WS-L-FAILS
000296         MOVE PL-LOCKED TO WS-L-LOCKED
000296     END-IF.
000296     IF PL-ID = WS-PLAYERR-ID AND PL-ACTIVE = 'Y'
000296         MOVE 'Y' TO WS-R-VALID
000296         MOVE PL-NAME TO WS-R-NAME
000296         MOVE PL-PIN TO WS-R-PIN
000296         MOVE PL-PIN-FAILS TO WS-R-FAILS
000296         MOVE PL-LOCKED TO WS-R-LOCKED
000296     END-IF.
000296
000296 CHECK-PINS.
000296     MOVE 3 TO WS-MAX-FAILS.
000296     OPEN INPUT PIN-CTL-FILE.
000296     IF WS-PN-STATUS = "00"
000296         READ PIN-CTL-FILE
000296             AT END MOVE "10" TO WS-PN-STATUS
000296         END-READ
000296         IF WS-PN-STATUS = "00" AND PN-MAX-FAILS IS NUMERIC
000296             AND PN-MAX-FAILS > 0
000296             MOVE PN-MAX-FAILS TO WS-MAX-FAILS
000296         END-IF
000296         CLOSE PIN-CTL-FILE
000296     END-IF.
000296     MOVE WS-PLAYERL-ID TO WS-CHK-ID.
000296     MOVE WS-PINL TO WS-CHK-PIN.
000296     MOVE WS-L-PIN TO WS-CHK-FILE-PIN.
000296     MOVE WS-L-FAILS TO WS-CHK-FAILS.
000296     MOVE WS-L-LOCKED TO WS-CHK-LOCKED.
000296     PERFORM CHECK-ONE-PIN.
000296     MOVE WS-CHK-OK TO WS-L-PIN-OK.
000296     MOVE WS-CHK-UPDATE TO WS-L-UPDATE.
000296     MOVE WS-CHK-FAILS TO WS-L-FAILS.
000296     MOVE WS-CHK-LOCKED TO WS-L-LOCKED.
000296     IF GWN-PRACTICE-MODE = 'Y'
000296         MOVE 'Y' TO WS-R-PIN-OK
000296         MOVE 'N' TO WS-R-UPDATE
000296     ELSE
000296         MOVE WS-PLAYERR-ID TO WS-CHK-ID
000296         MOVE WS-PINR TO WS-CHK-PIN
000296         MOVE WS-R-PIN TO WS-CHK-FILE-PIN
000296         MOVE WS-R-FAILS TO WS-CHK-FAILS
000296         MOVE WS-R-LOCKED TO WS-CHK-LOCKED
000296         PERFORM CHECK-ONE-PIN
000296         MOVE WS-CHK-OK TO WS-R-PIN-OK
000296         MOVE WS-CHK-UPDATE TO WS-R-UPDATE
000296         MOVE WS-CHK-FAILS TO WS-R-FAILS
000296         MOVE WS-CHK-LOCKED TO WS-R-LOCKED
000296     END-IF.
000296     IF WS-L-UPDATE = 'Y' OR WS-R-UPDATE = 'Y'
000296         PERFORM SAVE-PIN-STATE
000296     END-IF.
000296
000296 CHECK-ONE-PIN.
000296     MOVE 'N' TO WS-CHK-OK.
000296     MOVE 'N' TO WS-CHK-UPDATE.
000296     IF WS-CHK-FAILS IS NOT NUMERIC
000296         MOVE 0 TO WS-CHK-FAILS
000296     END-IF.
000296     MOVE WS-CHK-ID TO PNM-ID.
000296     MOVE WS-CHK-ID TO APD-ID.
000296     MOVE "PINFAIL" TO WS-AU-EVENT.
000296     EVALUATE TRUE
000296     WHEN WS-CHK-LOCKED = 'Y'
000296         MOVE " is locked - see the supervisor" TO PNM-TEXT
000296         CALL  "XPOWMSGBOX"  USING BY REFERENCE WS-PIN-MSG
000296         MOVE "ID LOCKED" TO APD-TEXT
000296         MOVE WS-AU-PIN-DET TO WS-AU-DETAIL
000296         CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL
000296     WHEN WS-CHK-FILE-PIN = SPACES
000296         MOVE " has no PIN - see the supervisor" TO PNM-TEXT
000296         CALL  "XPOWMSGBOX"  USING BY REFERENCE WS-PIN-MSG
000296         MOVE "NO PIN ON FILE" TO APD-TEXT
000296         MOVE WS-AU-PIN-DET TO WS-AU-DETAIL
000296         CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL
000296     WHEN WS-CHK-PIN = WS-CHK-FILE-PIN
000296         MOVE 'Y' TO WS-CHK-OK
000296         IF WS-CHK-FAILS > 0
000296             MOVE 0 TO WS-CHK-FAILS
000296             MOVE 'Y' TO WS-CHK-UPDATE
000296         END-IF
000296     WHEN OTHER
000296         IF WS-CHK-FAILS < 9
000296             ADD 1 TO WS-CHK-FAILS
000296         END-IF
000296         MOVE 'Y' TO WS-CHK-UPDATE
000296         MOVE WS-CHK-FAILS TO BPT-FAILS
000296         MOVE WS-MAX-FAILS TO BPT-MAX
000296         MOVE WS-BAD-PIN-TXT TO APD-TEXT
000296         MOVE WS-AU-PIN-DET TO WS-AU-DETAIL
000296         CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL
000296         IF WS-CHK-FAILS >= WS-MAX-FAILS
000296             MOVE 'Y' TO WS-CHK-LOCKED
000296             MOVE "PINLOCK" TO WS-AU-EVENT
000296             MOVE WS-CHK-FAILS TO LKT-FAILS
000296             MOVE WS-LOCK-TXT TO APD-TEXT
000296             MOVE WS-AU-PIN-DET TO WS-AU-DETAIL
000296             CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL
000296             MOVE ": wrong PIN - ID is now locked" TO PNM-TEXT
000296         ELSE
000296             MOVE ": wrong PIN" TO PNM-TEXT
000296         END-IF
000296         CALL  "XPOWMSGBOX"  USING BY REFERENCE WS-PIN-MSG
000296     END-EVALUATE.
000296
000296 SAVE-PIN-STATE.
000296     MOVE 0 TO WS-PL-CNT.
000296     MOVE 'N' TO WS-PL-OVERFLOW.
000296     OPEN INPUT PLAYER-FILE.
000296     IF WS-PL-STATUS = "00"
000296         PERFORM UNTIL WS-PL-STATUS = "10"
000296             READ PLAYER-FILE
000296                 AT END MOVE "10" TO WS-PL-STATUS
000296                 NOT AT END PERFORM LOAD-PLAYER
000296             END-READ
000296         END-PERFORM
000296         CLOSE PLAYER-FILE
000296     END-IF.
000296     IF WS-PL-OVERFLOW = 'N'
000296         OPEN OUTPUT PLAYER-FILE
000296         IF WS-PL-STATUS = "00"
000296             PERFORM VARYING WS-PL-IDX FROM 1 BY 1 UNTIL WS-PL-IDX > WS-PL-CNT
000296                 MOVE WS-PL-ID (WS-PL-IDX) TO PL-ID
000296                 MOVE WS-PL-NAME (WS-PL-IDX) TO PL-NAME
000296                 MOVE WS-PL-ACTIVE (WS-PL-IDX) TO PL-ACTIVE
000296                 MOVE WS-PL-MERGED-TO (WS-PL-IDX) TO PL-MERGED-TO
000296                 MOVE WS-PL-PIN (WS-PL-IDX) TO PL-PIN
000296                 MOVE WS-PL-PIN-FAILS (WS-PL-IDX) TO PL-PIN-FAILS
000296                 MOVE WS-PL-LOCKED (WS-PL-IDX) TO PL-LOCKED
000296                 WRITE PL-RECORD
000296             END-PERFORM
000296             CLOSE PLAYER-FILE
000296         END-IF
000296     END-IF.
000296
000296 LOAD-PLAYER.
000296     IF WS-PL-CNT < 200
000296         ADD 1 TO WS-PL-CNT
000296         MOVE PL-ID TO WS-PL-ID (WS-PL-CNT)
000296         MOVE PL-NAME TO WS-PL-NAME (WS-PL-CNT)
000296         MOVE PL-ACTIVE TO WS-PL-ACTIVE (WS-PL-CNT)
000296         MOVE PL-MERGED-TO TO WS-PL-MERGED-TO (WS-PL-CNT)
000296         MOVE PL-PIN TO WS-PL-PIN (WS-PL-CNT)
000296         MOVE PL-PIN-FAILS TO WS-PL-PIN-FAILS (WS-PL-CNT)
000296         MOVE PL-LOCKED TO WS-PL-LOCKED (WS-PL-CNT)
000296         IF PL-ID = WS-PLAYERL-ID AND WS-L-UPDATE = 'Y'
000296             MOVE WS-L-FAILS TO WS-PL-PIN-FAILS (WS-PL-CNT)
000296             MOVE WS-L-LOCKED TO WS-PL-LOCKED (WS-PL-CNT)
000296         END-IF
000296         IF PL-ID = WS-PLAYERR-ID AND WS-R-UPDATE = 'Y'
000296             MOVE WS-R-FAILS TO WS-PL-PIN-FAILS (WS-PL-CNT)
000296             MOVE WS-R-LOCKED TO WS-PL-LOCKED (WS-PL-CNT)
000296         END-IF
000296     ELSE
000296         MOVE 'Y' TO WS-PL-OVERFLOW
000296     END-IF.
000296
000296 SHOW-ACHIEVEMENTS.
000299     END-IF.
000299 END PROGRAM "PF-HCAP-CLICK".
000299 IDENTIFICATION DIVISION.
000299 PROGRAM-ID. "PF-CORR-CLICK".
000299 PROCEDURE   DIVISION.
000299 MAIN.
000299     CALL  "XPOWSHSHOWMODAL"  USING BY REFERENCE "SHT-CORRECT".
000299 END PROGRAM "PF-CORR-CLICK".
000299 IDENTIFICATION DIVISION.
000299 PROGRAM-ID. "PF-PAY-CLICK".
000299 PROCEDURE   DIVISION.
000299 MAIN.
000299     CALL  "XPOWSHSHOWMODAL"  USING BY REFERENCE "SHT-PAYMENT".
000299 END PROGRAM "PF-PAY-CLICK".
000299 IDENTIFICATION DIVISION.
000299 PROGRAM-ID. "PF-DRILL-CLICK".
000299 ENVIRONMENT DIVISION.
000299 DATA        DIVISION.
000299 WORKING-STORAGE SECTION.
000299  01 WS-DRILL-OK    PIC X.
000299  01 WS-DRILL-TYPE  PIC X.
000299  01 WS-DRILL-BALLS PIC 999.
000299 77 POW-0001 PIC X(256) .
000299 77 POW-0002 PIC X(256) .
000299 PROCEDURE   DIVISION.
000299 MAIN.
000299     MOVE 'Y' TO WS-DRILL-OK.
000299     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-DRILL  BY REFERENCE POW-0001.
000299     EVALUATE POW-0001 (1:1)
000299     WHEN 'F'
000299     WHEN 'f'
000299     WHEN SPACE
000299         MOVE 'F' TO WS-DRILL-TYPE
000299     WHEN 'A'
000299     WHEN 'a'
000299         MOVE 'A' TO WS-DRILL-TYPE
000299     WHEN 'S'
000299     WHEN 's'
000299         MOVE 'S' TO WS-DRILL-TYPE
000299     WHEN OTHER
000299         MOVE 'N' TO WS-DRILL-OK
000299     END-EVALUATE.
000299
000299     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-BALLS  BY REFERENCE POW-0002.
000299     MOVE 0 TO WS-DRILL-BALLS.
000299     IF POW-0002 (1:2) = SPACES
000299         MOVE 20 TO WS-DRILL-BALLS
000299     ELSE
000299         IF FUNCTION TEST-NUMVAL(POW-0002 (1:2)) = 0
000299             MOVE FUNCTION NUMVAL(POW-0002 (1:2)) TO WS-DRILL-BALLS
000299         END-IF
000299     END-IF.
000299     IF WS-DRILL-BALLS < 1 OR WS-DRILL-BALLS > 99
000299         MOVE 'N' TO WS-DRILL-OK
000299     END-IF.
000299
000299     IF WS-DRILL-OK = 'Y'
000299         MOVE WS-DRILL-TYPE TO GWN-DRILL-TYPE
000299         MOVE WS-DRILL-BALLS TO GWN-DRILL-BALLS
000299         MOVE 'Y' TO GWN-PRACTICE-MODE
000299         CALL "PF-SIGNIN-CLICK"
000299     ELSE
000299         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Drill must be F, A or S with 1 to 99 balls"
000299     END-IF.
000299 END PROGRAM "PF-DRILL-CLICK".
000299 IDENTIFICATION DIVISION.
000299 PROGRAM-ID. "PF-DEMO-CLICK".
000299 PROCEDURE   DIVISION.
000299 MAIN.
000301   02 POWER--HPOWOBJ--PF-PLDONE.
000301     03 PF-PLDONE PIC S9(9) COMP-5.
000301     03 POW-P007 REDEFINES  PF-PLDONE USAGE POINTER.
000301   02 POWER--HPOWOBJ--EDT-PLPIN.
000301     03 EDT-PLPIN PIC S9(9) COMP-5.
000301     03 POW-P008 REDEFINES  EDT-PLPIN USAGE POINTER.
000301   02 POWER--HPOWOBJ--EDT-SUPV.
000301     03 EDT-SUPV PIC S9(9) COMP-5.
000301     03 POW-P009 REDEFINES  EDT-SUPV USAGE POINTER.
000301   02 POWER--HPOWOBJ--PF-PLPIN.
000301     03 PF-PLPIN PIC S9(9) COMP-5.
000301     03 POW-P010 REDEFINES  PF-PLPIN USAGE POINTER.
000301   02 POWER--HPOWOBJ--PF-PLUNLK.
000301     03 PF-PLUNLK PIC S9(9) COMP-5.
000301     03 POW-P011 REDEFINES  PF-PLUNLK USAGE POINTER.
000302 01  REDEFINES POWER--HPOWOBJS-SHT-PLAYERS.
000302   02  POWER--HPOWOBJS-PL PICTURE IS X(4) OCCURS 11 TIMES.
000303 01  POWER-HPOWOBJIDX-PL PIC S9(9) COMP-5.
000304 LINKAGE SECTION.
000304 01  POWER--HPOWOBJ IS GLOBAL PICTURE IS  X(4).
000305             WHEN 1
000305                CALL "PF-PLDONE-CLICK"
000305             END-EVALUATE
000305         WHEN POWER--HPOWOBJ--PF-PLPIN
000305             EVALUATE POWER--NOTIFY
000305             WHEN 1
000305                CALL "PF-PLPIN-CLICK"
000305             END-EVALUATE
000305         WHEN POWER--HPOWOBJ--PF-PLUNLK
000305             EVALUATE POWER--NOTIFY
000305             WHEN 1
000305                CALL "PF-PLUNLK-CLICK"
000305             END-EVALUATE
000305         END-EVALUATE
000305     WHEN 1024
000305         MOVE POWER--HPOWOBJ TO POWER--HPOWOBJS-PL (POWER--ID + 1)
000306 WORKING-STORAGE SECTION.
000306 77 POW-0001 PIC X(256) .
000306 77 POW-0002 PIC X(256) .
000306 77 POW-0003 PIC X(256) .
000306 77 POW-0004 PIC X(256) .
000307 PROCEDURE   DIVISION.
000307 MAIN.
000307     MOVE SPACES TO POW-0001.
000307     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-PLID  BY REFERENCE POW-0001.
000307     MOVE SPACES TO POW-0002.
000307     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-PLNAME  BY REFERENCE POW-0002.
000307     MOVE SPACES TO POW-0003.
000307     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-PLPIN  BY REFERENCE POW-0003.
000307     MOVE SPACES TO POW-0004.
000307     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-SUPV  BY REFERENCE POW-0004.
000308 END PROGRAM "SHT-PLAYERS-OPENED".
000309 IDENTIFICATION DIVISION.
000309 PROGRAM-ID. "PF-PLADD-CLICK".
000309     02 PL-ID     PIC 9(4).
000309     02 PL-NAME   PIC X(20).
000309     02 PL-ACTIVE PIC X.
000309     02 PL-MERGED-TO PIC 9(4).
000309     02 PL-PIN PIC X(4).
000309     02 PL-PIN-FAILS PIC 9.
000309     02 PL-LOCKED PIC X.
000309 WORKING-STORAGE SECTION.
000309  01 WS-PL-STATUS  PIC XX.
000309  01 WS-NEW-ID     PIC 9(4).
000309  01 WS-MAX-ID     PIC 9(4).
000309  01 WS-NEW-NAME   PIC X(20).
000309  01 WS-NEW-PIN    PIC X(4).
000309  01 WS-DUPLICATE  PIC X.
000309  01 WS-PL-TOTAL   PIC 999 COMP-5.
000309 77 POW-0001 PIC X(256) .
000309 77 POW-0002 PIC X(256) .
000309 77 POW-0003 PIC X(256) .
000310 PROCEDURE   DIVISION.
000310 MAIN.
000310     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-PLNAME  BY REFERENCE POW-0002.
000310     MOVE POW-0002 (1:20) TO WS-NEW-NAME.
000310     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-PLPIN  BY REFERENCE POW-0003.
000310     MOVE POW-0003 (1:4) TO WS-NEW-PIN.
000310     IF WS-NEW-NAME = SPACES
000310         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Player name is required"
000310     ELSE
000310     IF WS-NEW-PIN IS NOT NUMERIC
000310         CALL  "XPOWMSGBOX"  USING BY REFERENCE "A 4-digit PIN is required"
000310     ELSE
000310         PERFORM ADD-PLAYER
000310     END-IF
000310     END-IF.
000310     EXIT PROGRAM.
000310
000310             MOVE WS-NEW-ID TO PL-ID
000310             MOVE WS-NEW-NAME TO PL-NAME
000310             MOVE 'Y' TO PL-ACTIVE
000310             MOVE 0 TO PL-MERGED-TO
000310             MOVE WS-NEW-PIN TO PL-PIN
000310             MOVE 0 TO PL-PIN-FAILS
000310             MOVE 'N' TO PL-LOCKED
000310             WRITE PL-RECORD
000310             CLOSE PLAYER-FILE
000310             CALL  "XPOWMSGBOX"  USING BY REFERENCE "Player added"
000312     02 PL-ID     PIC 9(4).
000312     02 PL-NAME   PIC X(20).
000312     02 PL-ACTIVE PIC X.
000312     02 PL-MERGED-TO PIC 9(4).
000312     02 PL-PIN PIC X(4).
000312     02 PL-PIN-FAILS PIC 9.
000312     02 PL-LOCKED PIC X.
000312 WORKING-STORAGE SECTION.
000312  01 WS-PL-STATUS  PIC XX.
000312  01 WS-TGT-ID     PIC 9(4).
000312      03 WS-PL-ID     PIC 9(4).
000312      03 WS-PL-NAME   PIC X(20).
000312      03 WS-PL-ACTIVE PIC X.
000312      03 WS-PL-MERGED-TO PIC 9(4).
000312      03 WS-PL-PIN       PIC X(4).
000312      03 WS-PL-PIN-FAILS PIC 9.
000312      03 WS-PL-LOCKED    PIC X.
000312 77 POW-0001 PIC X(256) .
000312 77 POW-0002 PIC X(256) .
000313 PROCEDURE   DIVISION.
000313         MOVE PL-ID TO WS-PL-ID (WS-PL-CNT)
000313         MOVE PL-NAME TO WS-PL-NAME (WS-PL-CNT)
000313         MOVE PL-ACTIVE TO WS-PL-ACTIVE (WS-PL-CNT)
000313         MOVE PL-MERGED-TO TO WS-PL-MERGED-TO (WS-PL-CNT)
000313         MOVE PL-PIN TO WS-PL-PIN (WS-PL-CNT)
000313         MOVE PL-PIN-FAILS TO WS-PL-PIN-FAILS (WS-PL-CNT)
000313         MOVE PL-LOCKED TO WS-PL-LOCKED (WS-PL-CNT)
000313         IF PL-ID = WS-TGT-ID
000313             MOVE WS-NEW-NAME TO WS-PL-NAME (WS-PL-CNT)
000313             MOVE 'Y' TO WS-FOUND
000313             MOVE WS-PL-ID (WS-PL-IDX) TO PL-ID
000313             MOVE WS-PL-NAME (WS-PL-IDX) TO PL-NAME
000313             MOVE WS-PL-ACTIVE (WS-PL-IDX) TO PL-ACTIVE
000313             MOVE WS-PL-MERGED-TO (WS-PL-IDX) TO PL-MERGED-TO
000313             MOVE WS-PL-PIN (WS-PL-IDX) TO PL-PIN
000313             MOVE WS-PL-PIN-FAILS (WS-PL-IDX) TO PL-PIN-FAILS
000313             MOVE WS-PL-LOCKED (WS-PL-IDX) TO PL-LOCKED
000313             WRITE PL-RECORD
000313         END-PERFORM
000313         CLOSE PLAYER-FILE
000315     02 PL-ID     PIC 9(4).
000315     02 PL-NAME   PIC X(20).
000315     02 PL-ACTIVE PIC X.
000315     02 PL-MERGED-TO PIC 9(4).
000315     02 PL-PIN PIC X(4).
000315     02 PL-PIN-FAILS PIC 9.
000315     02 PL-LOCKED PIC X.
000315 WORKING-STORAGE SECTION.
000315  01 WS-PL-STATUS  PIC XX.
000315  01 WS-TGT-ID     PIC 9(4).
000315      03 WS-PL-ID     PIC 9(4).
000315      03 WS-PL-NAME   PIC X(20).
000315      03 WS-PL-ACTIVE PIC X.
000315      03 WS-PL-MERGED-TO PIC 9(4).
000315      03 WS-PL-PIN       PIC X(4).
000315      03 WS-PL-PIN-FAILS PIC 9.
000315      03 WS-PL-LOCKED    PIC X.
000315 77 POW-0001 PIC X(256) .
000316 PROCEDURE   DIVISION.
000316 MAIN.
000316         MOVE PL-ID TO WS-PL-ID (WS-PL-CNT)
000316         MOVE PL-NAME TO WS-PL-NAME (WS-PL-CNT)
000316         MOVE PL-ACTIVE TO WS-PL-ACTIVE (WS-PL-CNT)
000316         MOVE PL-MERGED-TO TO WS-PL-MERGED-TO (WS-PL-CNT)
000316         MOVE PL-PIN TO WS-PL-PIN (WS-PL-CNT)
000316         MOVE PL-PIN-FAILS TO WS-PL-PIN-FAILS (WS-PL-CNT)
000316         MOVE PL-LOCKED TO WS-PL-LOCKED (WS-PL-CNT)
000316         IF PL-ID = WS-TGT-ID
000316             MOVE 'N' TO WS-PL-ACTIVE (WS-PL-CNT)
000316             MOVE 'Y' TO WS-FOUND
000316             MOVE WS-PL-ID (WS-PL-IDX) TO PL-ID
000316             MOVE WS-PL-NAME (WS-PL-IDX) TO PL-NAME
000316             MOVE WS-PL-ACTIVE (WS-PL-IDX) TO PL-ACTIVE
000316             MOVE WS-PL-MERGED-TO (WS-PL-IDX) TO PL-MERGED-TO
000316             MOVE WS-PL-PIN (WS-PL-IDX) TO PL-PIN
000316             MOVE WS-PL-PIN-FAILS (WS-PL-IDX) TO PL-PIN-FAILS
000316             MOVE WS-PL-LOCKED (WS-PL-IDX) TO PL-LOCKED
000316             WRITE PL-RECORD
000316         END-PERFORM
000316         CLOSE PLAYER-FILE
000316     END-IF.
000317 END PROGRAM "PF-PLDEA-CLICK".
000317 IDENTIFICATION DIVISION.
000317 PROGRAM-ID. "PF-PLPIN-CLICK".
000317 ENVIRONMENT DIVISION.
000317 INPUT-OUTPUT SECTION.
000317 FILE-CONTROL.
000317     SELECT PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
000317         ORGANIZATION IS LINE SEQUENTIAL
000317         FILE STATUS IS WS-PL-STATUS.
000317     SELECT PIN-CTL-FILE ASSIGN TO "PINCTL.DAT"
000317         ORGANIZATION IS LINE SEQUENTIAL
000317         FILE STATUS IS WS-PN-STATUS.
000317 DATA        DIVISION.
000317 FILE SECTION.
000317 FD  PLAYER-FILE.
000317 01  PL-RECORD.
000317     02 PL-ID     PIC 9(4).
000317     02 PL-NAME   PIC X(20).
000317     02 PL-ACTIVE PIC X.
000317     02 PL-MERGED-TO PIC 9(4).
000317     02 PL-PIN PIC X(4).
000317     02 PL-PIN-FAILS PIC 9.
000317     02 PL-LOCKED PIC X.
000317 FD  PIN-CTL-FILE.
000317 01  PN-RECORD.
000317     02 PN-MAX-FAILS     PIC 9.
000317     02 PN-SUPV-CODE     PIC X(8).
000317     02 PN-CHANGED       PIC X(8).
000317 WORKING-STORAGE SECTION.
000317  01 WS-PL-STATUS  PIC XX.
000317  01 WS-PN-STATUS  PIC XX.
000317  01 WS-TGT-ID     PIC 9(4).
000317  01 WS-NEW-PIN    PIC X(4).
000317  01 WS-SUPV-CODE  PIC X(8).
000317  01 WS-SUPV-OK    PIC X.
000317  01 WS-FOUND      PIC X.
000317  01 WS-OVERFLOW   PIC X.
000317  01 WS-PL-CNT     PIC 999 COMP-5.
000317  01 WS-PL-IDX     PIC 999 COMP-5.
000317  01 WS-PL-TABLE.
000317    02 WS-PL-ENT OCCURS 200 TIMES.
000317      03 WS-PL-ID     PIC 9(4).
000317      03 WS-PL-NAME   PIC X(20).
000317      03 WS-PL-ACTIVE PIC X.
000317      03 WS-PL-MERGED-TO PIC 9(4).
000317      03 WS-PL-PIN       PIC X(4).
000317      03 WS-PL-PIN-FAILS PIC 9.
000317      03 WS-PL-LOCKED    PIC X.
000317  01 WS-AU-EVENT   PIC X(8).
000317  01 WS-AU-DETAIL  PIC X(40).
000317  01 WS-AU-PIN-DET.
000317    02 APD-ID      PIC 9(4).
000317    02 FILLER      PIC X VALUE SPACE.
000317    02 APD-TEXT    PIC X(35).
000317 77 POW-0001 PIC X(256) .
000317 77 POW-0003 PIC X(256) .
000317 77 POW-0004 PIC X(256) .
000317 PROCEDURE   DIVISION.
000317 MAIN.
000317     MOVE 0 TO WS-TGT-ID.
000317     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-PLID  BY REFERENCE POW-0001.
000317     IF FUNCTION TEST-NUMVAL(POW-0001 (1:4)) = 0
000317         MOVE FUNCTION NUMVAL(POW-0001 (1:4)) TO WS-TGT-ID
000317     END-IF.
000317     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-PLPIN  BY REFERENCE POW-0003.
000317     MOVE POW-0003 (1:4) TO WS-NEW-PIN.
000317     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-SUPV  BY REFERENCE POW-0004.
000317     MOVE POW-0004 (1:8) TO WS-SUPV-CODE.
000317     MOVE SPACES TO POW-0004.
000317     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-SUPV  BY REFERENCE POW-0004.
000317     IF WS-TGT-ID = 0 OR WS-NEW-PIN IS NOT NUMERIC
000317         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Player ID and a 4-digit PIN are required"
000317     ELSE
000317         PERFORM CHECK-SUPERVISOR
000317         IF WS-SUPV-OK = 'Y'
000317             PERFORM RESET-PIN
000317         END-IF
000317     END-IF.
000317     MOVE SPACES TO POW-0003.
000317     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-PLPIN  BY REFERENCE POW-0003.
000317     EXIT PROGRAM.
000317
000317 CHECK-SUPERVISOR.
000317     MOVE 'N' TO WS-SUPV-OK.
000317     MOVE SPACES TO PN-SUPV-CODE.
000317     OPEN INPUT PIN-CTL-FILE.
000317     IF WS-PN-STATUS = "00"
000317         READ PIN-CTL-FILE
000317             AT END MOVE SPACES TO PN-SUPV-CODE
000317         END-READ
000317         CLOSE PIN-CTL-FILE
000317     END-IF.
000317     IF PN-SUPV-CODE = SPACES
000317         CALL  "XPOWMSGBOX"  USING BY REFERENCE "No supervisor code is set - run PIN-RULES"
000317     ELSE
000317         IF WS-SUPV-CODE = PN-SUPV-CODE
000317             MOVE 'Y' TO WS-SUPV-OK
000317         ELSE
000317             MOVE "SUPVFAIL" TO WS-AU-EVENT
000317             MOVE WS-TGT-ID TO APD-ID
000317             MOVE "PIN RESET REFUSED" TO APD-TEXT
000317             MOVE WS-AU-PIN-DET TO WS-AU-DETAIL
000317             CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL
000317             CALL  "XPOWMSGBOX"  USING BY REFERENCE "Supervisor code not accepted"
000317         END-IF
000317     END-IF.
000317
000317 RESET-PIN.
000317     MOVE 'N' TO WS-FOUND.
000317     MOVE 'N' TO WS-OVERFLOW.
000317     MOVE 0 TO WS-PL-CNT.
000317     OPEN INPUT PLAYER-FILE.
000317     IF WS-PL-STATUS = "00"
000317         PERFORM UNTIL WS-PL-STATUS = "10"
000317             READ PLAYER-FILE
000317                 AT END MOVE "10" TO WS-PL-STATUS
000317                 NOT AT END PERFORM LOAD-PLAYER
000317             END-READ
000317         END-PERFORM
000317         CLOSE PLAYER-FILE
000317     END-IF.
000317     IF WS-OVERFLOW = 'Y'
000317         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Player file exceeds maintenance limit"
000317     ELSE
000317         IF WS-FOUND = 'Y'
000317             PERFORM REWRITE-PLAYERS
000317             MOVE "PINRESET" TO WS-AU-EVENT
000317             MOVE WS-TGT-ID TO APD-ID
000317             MOVE "PIN RESET AND UNLOCKED" TO APD-TEXT
000317             MOVE WS-AU-PIN-DET TO WS-AU-DETAIL
000317             CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL
000317             CALL  "XPOWMSGBOX"  USING BY REFERENCE "PIN reset"
000317         ELSE
000317             CALL  "XPOWMSGBOX"  USING BY REFERENCE "Player ID not on file"
000317         END-IF
000317     END-IF.
000317
000317 LOAD-PLAYER.
000317     IF WS-PL-CNT < 200
000317         ADD 1 TO WS-PL-CNT
000317         MOVE PL-ID TO WS-PL-ID (WS-PL-CNT)
000317         MOVE PL-NAME TO WS-PL-NAME (WS-PL-CNT)
000317         MOVE PL-ACTIVE TO WS-PL-ACTIVE (WS-PL-CNT)
000317         MOVE PL-MERGED-TO TO WS-PL-MERGED-TO (WS-PL-CNT)
000317         MOVE PL-PIN TO WS-PL-PIN (WS-PL-CNT)
000317         MOVE PL-PIN-FAILS TO WS-PL-PIN-FAILS (WS-PL-CNT)
000317         MOVE PL-LOCKED TO WS-PL-LOCKED (WS-PL-CNT)
000317         IF PL-ID = WS-TGT-ID
000317             MOVE WS-NEW-PIN TO WS-PL-PIN (WS-PL-CNT)
000317             MOVE 0 TO WS-PL-PIN-FAILS (WS-PL-CNT)
000317             MOVE 'N' TO WS-PL-LOCKED (WS-PL-CNT)
000317             MOVE 'Y' TO WS-FOUND
000317         END-IF
000317     ELSE
000317         MOVE 'Y' TO WS-OVERFLOW
000317     END-IF.
000317
000317 REWRITE-PLAYERS.
000317     OPEN OUTPUT PLAYER-FILE.
000317     IF WS-PL-STATUS = "00"
000317         PERFORM VARYING WS-PL-IDX FROM 1 BY 1 UNTIL WS-PL-IDX > WS-PL-CNT
000317             MOVE WS-PL-ID (WS-PL-IDX) TO PL-ID
000317             MOVE WS-PL-NAME (WS-PL-IDX) TO PL-NAME
000317             MOVE WS-PL-ACTIVE (WS-PL-IDX) TO PL-ACTIVE
000317             MOVE WS-PL-MERGED-TO (WS-PL-IDX) TO PL-MERGED-TO
000317             MOVE WS-PL-PIN (WS-PL-IDX) TO PL-PIN
000317             MOVE WS-PL-PIN-FAILS (WS-PL-IDX) TO PL-PIN-FAILS
000317             MOVE WS-PL-LOCKED (WS-PL-IDX) TO PL-LOCKED
000317             WRITE PL-RECORD
000317         END-PERFORM
000317         CLOSE PLAYER-FILE
000317     END-IF.
000317 END PROGRAM "PF-PLPIN-CLICK".
000317 IDENTIFICATION DIVISION.
000317 PROGRAM-ID. "PF-PLUNLK-CLICK".
000317 ENVIRONMENT DIVISION.
000317 INPUT-OUTPUT SECTION.
000317 FILE-CONTROL.
000317     SELECT PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
000317         ORGANIZATION IS LINE SEQUENTIAL
000317         FILE STATUS IS WS-PL-STATUS.
000317     SELECT PIN-CTL-FILE ASSIGN TO "PINCTL.DAT"
000317         ORGANIZATION IS LINE SEQUENTIAL
000317         FILE STATUS IS WS-PN-STATUS.
000317 DATA        DIVISION.
000317 FILE SECTION.
000317 FD  PLAYER-FILE.
000317 01  PL-RECORD.
000317     02 PL-ID     PIC 9(4).
000317     02 PL-NAME   PIC X(20).
000317     02 PL-ACTIVE PIC X.
000317     02 PL-MERGED-TO PIC 9(4).
000317     02 PL-PIN PIC X(4).
000317     02 PL-PIN-FAILS PIC 9.
000317     02 PL-LOCKED PIC X.
000317 FD  PIN-CTL-FILE.
000317 01  PN-RECORD.
000317     02 PN-MAX-FAILS     PIC 9.
000317     02 PN-SUPV-CODE     PIC X(8).
000317     02 PN-CHANGED       PIC X(8).
000317 WORKING-STORAGE SECTION.
000317  01 WS-PL-STATUS  PIC XX.
000317  01 WS-PN-STATUS  PIC XX.
000317  01 WS-TGT-ID     PIC 9(4).
000317  01 WS-SUPV-CODE  PIC X(8).
000317  01 WS-SUPV-OK    PIC X.
000317  01 WS-FOUND      PIC X.
000317  01 WS-OVERFLOW   PIC X.
000317  01 WS-PL-CNT     PIC 999 COMP-5.
000317  01 WS-PL-IDX     PIC 999 COMP-5.
000317  01 WS-PL-TABLE.
000317    02 WS-PL-ENT OCCURS 200 TIMES.
000317      03 WS-PL-ID     PIC 9(4).
000317      03 WS-PL-NAME   PIC X(20).
000317      03 WS-PL-ACTIVE PIC X.
000317      03 WS-PL-MERGED-TO PIC 9(4).
000317      03 WS-PL-PIN       PIC X(4).
000317      03 WS-PL-PIN-FAILS PIC 9.
000317      03 WS-PL-LOCKED    PIC X.
000317  01 WS-AU-EVENT   PIC X(8).
000317  01 WS-AU-DETAIL  PIC X(40).
000317  01 WS-AU-PIN-DET.
000317    02 APD-ID      PIC 9(4).
000317    02 FILLER      PIC X VALUE SPACE.
000317    02 APD-TEXT    PIC X(35).
000317 77 POW-0001 PIC X(256) .
000317 77 POW-0004 PIC X(256) .
000317 PROCEDURE   DIVISION.
000317 MAIN.
000317     MOVE 0 TO WS-TGT-ID.
000317     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-PLID  BY REFERENCE POW-0001.
000317     IF FUNCTION TEST-NUMVAL(POW-0001 (1:4)) = 0
000317         MOVE FUNCTION NUMVAL(POW-0001 (1:4)) TO WS-TGT-ID
000317     END-IF.
000317     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-SUPV  BY REFERENCE POW-0004.
000317     MOVE POW-0004 (1:8) TO WS-SUPV-CODE.
000317     MOVE SPACES TO POW-0004.
000317     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-SUPV  BY REFERENCE POW-0004.
000317     IF WS-TGT-ID = 0
000317         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Player ID is required"
000317     ELSE
000317         PERFORM CHECK-SUPERVISOR
000317         IF WS-SUPV-OK = 'Y'
000317             PERFORM UNLOCK-PLAYER
000317         END-IF
000317     END-IF.
000317     EXIT PROGRAM.
000317
000317 CHECK-SUPERVISOR.
000317     MOVE 'N' TO WS-SUPV-OK.
000317     MOVE SPACES TO PN-SUPV-CODE.
000317     OPEN INPUT PIN-CTL-FILE.
000317     IF WS-PN-STATUS = "00"
000317         READ PIN-CTL-FILE
000317             AT END MOVE SPACES TO PN-SUPV-CODE
000317         END-READ
000317         CLOSE PIN-CTL-FILE
000317     END-IF.
000317     IF PN-SUPV-CODE = SPACES
000317         CALL  "XPOWMSGBOX"  USING BY REFERENCE "No supervisor code is set - run PIN-RULES"
000317     ELSE
000317         IF WS-SUPV-CODE = PN-SUPV-CODE
000317             MOVE 'Y' TO WS-SUPV-OK
000317         ELSE
000317             MOVE "SUPVFAIL" TO WS-AU-EVENT
000317             MOVE WS-TGT-ID TO APD-ID
000317             MOVE "UNLOCK REFUSED" TO APD-TEXT
000317             MOVE WS-AU-PIN-DET TO WS-AU-DETAIL
000317             CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL
000317             CALL  "XPOWMSGBOX"  USING BY REFERENCE "Supervisor code not accepted"
000317         END-IF
000317     END-IF.
000317
000317 UNLOCK-PLAYER.
000317     MOVE 'N' TO WS-FOUND.
000317     MOVE 'N' TO WS-OVERFLOW.
000317     MOVE 0 TO WS-PL-CNT.
000317     OPEN INPUT PLAYER-FILE.
000317     IF WS-PL-STATUS = "00"
000317         PERFORM UNTIL WS-PL-STATUS = "10"
000317             READ PLAYER-FILE
000317                 AT END MOVE "10" TO WS-PL-STATUS
000317                 NOT AT END PERFORM LOAD-PLAYER
000317             END-READ
000317         END-PERFORM
000317         CLOSE PLAYER-FILE
000317     END-IF.
000317     IF WS-OVERFLOW = 'Y'
000317         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Player file exceeds maintenance limit"
000317     ELSE
000317         IF WS-FOUND = 'Y'
000317             PERFORM REWRITE-PLAYERS
000317             MOVE "PINUNLK" TO WS-AU-EVENT
000317             MOVE WS-TGT-ID TO APD-ID
000317             MOVE "UNLOCKED" TO APD-TEXT
000317             MOVE WS-AU-PIN-DET TO WS-AU-DETAIL
000317             CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL
000317             CALL  "XPOWMSGBOX"  USING BY REFERENCE "Player unlocked"
000317         ELSE
000317             CALL  "XPOWMSGBOX"  USING BY REFERENCE "Player ID not on file"
000317         END-IF
000317     END-IF.
000317
000317 LOAD-PLAYER.
000317     IF WS-PL-CNT < 200
000317         ADD 1 TO WS-PL-CNT
000317         MOVE PL-ID TO WS-PL-ID (WS-PL-CNT)
000317         MOVE PL-NAME TO WS-PL-NAME (WS-PL-CNT)
000317         MOVE PL-ACTIVE TO WS-PL-ACTIVE (WS-PL-CNT)
000317         MOVE PL-MERGED-TO TO WS-PL-MERGED-TO (WS-PL-CNT)
000317         MOVE PL-PIN TO WS-PL-PIN (WS-PL-CNT)
000317         MOVE PL-PIN-FAILS TO WS-PL-PIN-FAILS (WS-PL-CNT)
000317         MOVE PL-LOCKED TO WS-PL-LOCKED (WS-PL-CNT)
000317         IF PL-ID = WS-TGT-ID
000317             MOVE 0 TO WS-PL-PIN-FAILS (WS-PL-CNT)
000317             MOVE 'N' TO WS-PL-LOCKED (WS-PL-CNT)
000317             MOVE 'Y' TO WS-FOUND
000317         END-IF
000317     ELSE
000317         MOVE 'Y' TO WS-OVERFLOW
000317     END-IF.
000317
000317 REWRITE-PLAYERS.
000317     OPEN OUTPUT PLAYER-FILE.
000317     IF WS-PL-STATUS = "00"
000317         PERFORM VARYING WS-PL-IDX FROM 1 BY 1 UNTIL WS-PL-IDX > WS-PL-CNT
000317             MOVE WS-PL-ID (WS-PL-IDX) TO PL-ID
000317             MOVE WS-PL-NAME (WS-PL-IDX) TO PL-NAME
000317             MOVE WS-PL-ACTIVE (WS-PL-IDX) TO PL-ACTIVE
000317             MOVE WS-PL-MERGED-TO (WS-PL-IDX) TO PL-MERGED-TO
000317             MOVE WS-PL-PIN (WS-PL-IDX) TO PL-PIN
000317             MOVE WS-PL-PIN-FAILS (WS-PL-IDX) TO PL-PIN-FAILS
000317             MOVE WS-PL-LOCKED (WS-PL-IDX) TO PL-LOCKED
000317             WRITE PL-RECORD
000317         END-PERFORM
000317         CLOSE PLAYER-FILE
000317     END-IF.
000317 END PROGRAM "PF-PLUNLK-CLICK".
000318 IDENTIFICATION DIVISION.
000318 PROGRAM-ID. "PF-PLDONE-CLICK".
000318 PROCEDURE   DIVISION.
000321     02 MH-PLAYERR-ID    PIC 9(4).
000321     02 MH-SIM-FLAG      PIC X.
000321     02 MH-HANDICAP      PIC X.
000321     02 MH-STATION       PIC XX.
000321 FD  PLAYER-FILE.
000321 01  PL-RECORD.
000321     02 PL-ID     PIC 9(4).
000321     02 PL-NAME   PIC X(20).
000321     02 PL-ACTIVE PIC X.
000321     02 PL-MERGED-TO PIC 9(4).
000321     02 PL-PIN PIC X(4).
000321     02 PL-PIN-FAILS PIC 9.
000321     02 PL-LOCKED PIC X.
000321 FD  STANDINGS-FILE.
000321 01  ST-RECORD.
000321     02 ST-PLAYER-ID   PIC 9(4).
000321     02 ST-BEST-RALLY  PIC 999.
000321     02 ST-RATING      PIC 9(4).
000321 FD  ARCHIVE-FILE.
000321 01  AR-RECORD         PIC X(40).
000321 FD  MASTER-FILE.
000321 01  MS-RECORD.
000321     02 MS-KEY         PIC X(14).
000321     02 MS-REST        PIC X(26).
000322 WORKING-STORAGE SECTION.
000322  01 WS-MH-STATUS  PIC XX.
000322  01 WS-PL-STATUS  PIC XX.
000325     02 MH-PLAYERR-ID    PIC 9(4).
000325     02 MH-SIM-FLAG      PIC X.
000325     02 MH-HANDICAP      PIC X.
000325     02 MH-STATION       PIC XX.
000325 FD  GAME-COUNT-FILE.
000325 01  GC-RECORD.
000325     02 GC-DATE PIC X(8).
000325 FD  EXCEPTION-FILE.
000325 01  EX-RECORD.
000325     02 EX-REASON  PIC X(30).
000325     02 EX-MH-DATA PIC X(40).
000325 FD  AUDIT-FILE.
000325 01  AU-RECORD.
000325     02 AU-STAMP  PIC X(14).
000325     02 AU-EVENT  PIC X(8).
000325     02 AU-DETAIL PIC X(40).
000325     02 AU-STATION PIC XX.
000325 FD  TEMP-FILE.
000325 01  TM-RECORD PIC X(40).
000326 WORKING-STORAGE SECTION.
000326  01 WS-MH-STATUS   PIC XX.
000326  01 WS-GC-STATUS   PIC XX.
000329 FD  MATCH-HISTORY-FILE.
000329 01  MH-RECORD.
000329     02 MH-DATE          PIC X(8).
000329     02 MH-REST          PIC X(32).
000329 FD  ARCHIVE-FILE.
000329 01  AR-RECORD           PIC X(40).
000329 FD  MASTER-FILE.
000329 01  MS-RECORD.
000329     02 MS-KEY           PIC X(14).
000329     02 MS-REST          PIC X(26).
000329 FD  TEMP-FILE.
000329 01  TM-RECORD           PIC X(40).
000329 FD  GAME-COUNT-FILE.
000329 01  GC-RECORD.
000329     02 GC-DATE PIC X(8).
000329     02 AU-STAMP  PIC X(14).
000329     02 AU-EVENT  PIC X(8).
000329     02 AU-DETAIL PIC X(40).
000329     02 AU-STATION PIC XX.
000329 FD  AU-ARCHIVE-FILE.
000329 01  AUA-RECORD          PIC X(64).
000329 FD  AU-TEMP-FILE.
000329 01  AUT-RECORD          PIC X(64).
000330 WORKING-STORAGE SECTION.
000330  01 WS-MH-STATUS   PIC XX.
000330  01 WS-AR-STATUS   PIC XX.
000333     02 MH-PLAYERR-ID    PIC 9(4).
000333     02 MH-SIM-FLAG      PIC X.
000333     02 MH-HANDICAP      PIC X.
000333     02 MH-STATION       PIC XX.
000333 FD  ARCHIVE-FILE.
000333 01  AR-RECORD.
000333     02 AR-DATE          PIC X(8).
000333     02 AR-PLAYERR-ID    PIC 9(4).
000333     02 AR-SIM-FLAG      PIC X.
000333     02 AR-HANDICAP      PIC X.
000333     02 AR-STATION       PIC XX.
000333 FD  MASTER-FILE.
000333 01  MS-RECORD.
000333     02 MS-KEY           PIC X(14).
000333     02 MS-REST          PIC X(26).
000333 FD  PRINT-FILE.
000333 01  PR-LINE             PIC X(80).
000334 WORKING-STORAGE SECTION.
000334  01 WS-TO-IN       PIC X(10).
000334  01 WS-FROM-DATE   PIC X(8).
000334  01 WS-TO-DATE     PIC X(8).
000334  01 WS-STN-IN      PIC X(10).
000334  01 WS-SEL-IDX     PIC 9(3) COMP-5 VALUE 0.
000334  01 WS-STN-IDX     PIC 9(3) COMP-5.
000334  01 WS-STN-NUM     PIC 99.
000334  01 WS-STN-CODE REDEFINES WS-STN-NUM PIC XX.
000334  01 WS-STN-USED    PIC 99 COMP-5 VALUE 0.
000334  01 WS-STN-TABLE.
000334    02 WS-STN-ENT OCCURS 99 TIMES.
000334      03 WS-STN-GAMES  PIC 9(5) COMP-5.
000334      03 WS-STN-LWINS  PIC 9(5) COMP-5.
000334      03 WS-STN-RWINS  PIC 9(5) COMP-5.
000334      03 WS-STN-SCORE  PIC 9(7) COMP-5.
000334      03 WS-STN-RALLY  PIC 999 COMP-5.
000334  01 WS-NOW         PIC X(21).
000334  01 WS-WD-INIT     PIC 9 COMP-5.
000334  01 WS-ITER-MONTH  PIC 9(6).
000334    02 HDG-FROM PIC X(8).
000334    02 FILLER PIC X(3)  VALUE " - ".
000334    02 HDG-TO   PIC X(8).
000334    02 FILLER PIC X(5)  VALUE " STN ".
000334    02 HDG-STN  PIC X(3).
000334    02 FILLER PIC X(7)  VALUE "   PAGE".
000334    02 HDG-PAGE PIC ZZZ9.
000334  01 WS-HDG2.
000334    02 FILLER PIC X(80) VALUE
000335     ELSE
000335         MOVE "99999999" TO WS-TO-DATE
000335     END-IF.
000335     DISPLAY "Station (01-99, blank = all): ".
000335     ACCEPT WS-STN-IN.
000335     EVALUATE TRUE
000335     WHEN WS-STN-IN (1:2) IS NUMERIC AND WS-STN-IN (1:2) NOT = "00"
000335         MOVE WS-STN-IN (1:2) TO WS-SEL-IDX
000335     WHEN WS-STN-IN (1:1) IS NUMERIC AND WS-STN-IN (1:1) NOT = "0"
000335         AND WS-STN-IN (2:1) = SPACE
000335         MOVE WS-STN-IN (1:1) TO WS-SEL-IDX
000335     WHEN OTHER
000335         MOVE 0 TO WS-SEL-IDX
000335     END-EVALUATE.
000335     IF WS-SEL-IDX = 0
000335         MOVE "ALL" TO HDG-STN
000335     ELSE
000335         MOVE WS-SEL-IDX TO WS-STN-NUM
000335         MOVE WS-STN-CODE TO HDG-STN
000335     END-IF.
000335     INITIALIZE WS-STN-TABLE.
000335     MOVE WS-FROM-DATE TO HDG-FROM.
000335     MOVE WS-TO-DATE TO HDG-TO.
000335     OPEN OUTPUT PRINT-FILE.
000335     END-IF.
000335
000335 TALLY-TREND.
000335     IF MH-STATION IS NUMERIC AND MH-STATION NOT = "00"
000335         MOVE MH-STATION TO WS-STN-IDX
000335     ELSE
000335         MOVE 1 TO WS-STN-IDX
000335     END-IF.
000335     IF MH-DATE IS NUMERIC AND MH-SIM-FLAG NOT = 'S'
000335         AND MH-DATE >= WS-FROM-DATE AND MH-DATE <= WS-TO-DATE
000335         AND MH-DATE (5:2) >= "01" AND MH-DATE (5:2) <= "12"
000335         AND MH-DATE (7:2) >= "01" AND MH-DATE (7:2) <= "31"
000335         AND (WS-SEL-IDX = 0 OR WS-SEL-IDX = WS-STN-IDX)
000335         PERFORM TALLY-DAY
000335         PERFORM TALLY-WEEKDAY
000335         PERFORM TALLY-STATION
000335         ADD 1 TO WS-TOT-GAMES
000335         IF MH-WINNER = 'L'
000335             ADD 1 TO WS-TOT-LWINS
000335         END-IF
000335     END-IF.
000335
000335 TALLY-STATION.
000335     IF WS-STN-GAMES (WS-STN-IDX) = 0
000335         ADD 1 TO WS-STN-USED
000335     END-IF.
000335     ADD 1 TO WS-STN-GAMES (WS-STN-IDX).
000335     IF MH-WINNER = 'L'
000335         ADD 1 TO WS-STN-LWINS (WS-STN-IDX)
000335     ELSE
000335         ADD 1 TO WS-STN-RWINS (WS-STN-IDX)
000335     END-IF.
000335     ADD MH-SCOREL TO WS-STN-SCORE (WS-STN-IDX).
000335     ADD MH-SCORER TO WS-STN-SCORE (WS-STN-IDX).
000335     IF MH-LONGEST-RALLY > WS-STN-RALLY (WS-STN-IDX)
000335         MOVE MH-LONGEST-RALLY TO WS-STN-RALLY (WS-STN-IDX)
000335     END-IF.
000335
000335 SORT-DAYS.
000335     MOVE 'Y' TO WS-SWAPPED.
000335     PERFORM UNTIL WS-SWAPPED = 'N'
000335         MOVE WS-WD-DETAIL TO PR-LINE
000335         PERFORM PRINT-REPORT-LINE
000335     END-PERFORM.
000335     IF WS-STN-USED > 1
000335         MOVE SPACES TO PR-LINE
000335         PERFORM PRINT-REPORT-LINE
000335         MOVE "BY STATION" TO PR-LINE
000335         PERFORM PRINT-REPORT-LINE
000335         PERFORM VARYING WS-STN-IDX FROM 1 BY 1 UNTIL WS-STN-IDX > 99
000335             IF WS-STN-GAMES (WS-STN-IDX) > 0
000335                 PERFORM PRINT-STATION-LINE
000335             END-IF
000335         END-PERFORM
000335     END-IF.
000335     MOVE SPACES TO PR-LINE.
000335     PERFORM PRINT-REPORT-LINE.
000335     MOVE "GRAND TOTAL" TO PR-LINE.
000335         MOVE WS-OMIT-LINE TO PR-LINE
000335         PERFORM PRINT-REPORT-LINE
000335     END-IF.
000335
000335 PRINT-STATION-LINE.
000335     MOVE WS-STN-IDX TO WS-STN-NUM.
000335     MOVE SPACES TO DET-DATE.
000335     MOVE "STN " TO DET-DATE (1:4).
000335     MOVE WS-STN-CODE TO DET-DATE (5:2).
000335     MOVE WS-STN-GAMES (WS-STN-IDX) TO DET-GAMES.
000335     MOVE WS-STN-LWINS (WS-STN-IDX) TO DET-LWINS.
000335     MOVE WS-STN-RWINS (WS-STN-IDX) TO DET-RWINS.
000335     COMPUTE WS-AVG-DENOM = WS-STN-GAMES (WS-STN-IDX) * 2.
000335     COMPUTE WS-AVG-SCORE ROUNDED =
000335         WS-STN-SCORE (WS-STN-IDX) / WS-AVG-DENOM.
000335     MOVE WS-AVG-SCORE TO DET-AVG.
000335     MOVE WS-STN-RALLY (WS-STN-IDX) TO DET-RALLY.
000335     MOVE WS-DETAIL TO PR-LINE.
000335     PERFORM PRINT-REPORT-LINE.
000336 END PROGRAM "RPT-MATCH-TREND".
000337 IDENTIFICATION DIVISION.
000337 PROGRAM-ID. "GAME-AUDIT".
000337 FILE-CONTROL.
000337     SELECT AUDIT-FILE ASSIGN TO "GAMEAUDIT.DAT"
000337         ORGANIZATION IS LINE SEQUENTIAL
000337         LOCK MODE IS EXCLUSIVE
000337         FILE STATUS IS WS-AU-STATUS.
000337 DATA        DIVISION.
000337 FILE SECTION.
000337     02 AU-STAMP  PIC X(14).
000337     02 AU-EVENT  PIC X(8).
000337     02 AU-DETAIL PIC X(40).
000337     02 AU-STATION PIC XX.
000338 WORKING-STORAGE SECTION.
000338  01 WS-AU-STATUS PIC XX.
000338  01 WS-NOW       PIC X(21).
000338  01 WS-STATION   PIC XX.
000338  01 WS-OPEN-TRIES PIC 99 COMP-5.
000338  01 WS-OPEN-MAX  PIC 99 COMP-5 VALUE 20.
000339 LINKAGE SECTION.
000339 01  AU-LK-EVENT  PIC X(8).
000339 01  AU-LK-DETAIL PIC X(40).
000340 PROCEDURE   DIVISION USING AU-LK-EVENT AU-LK-DETAIL.
000340 MAIN.
000340     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000340     CALL "PONG-STATION" USING WS-STATION.
000340     MOVE 0 TO WS-OPEN-TRIES.
000340     OPEN EXTEND AUDIT-FILE.
000340     PERFORM UNTIL WS-AU-STATUS = "00" OR WS-AU-STATUS = "35"
000340         OR WS-OPEN-TRIES >= WS-OPEN-MAX
000340         ADD 1 TO WS-OPEN-TRIES
000340         CALL "PONG-WAIT"
000340         OPEN EXTEND AUDIT-FILE
000340     END-PERFORM.
000340     IF WS-AU-STATUS = "35"
000340         OPEN OUTPUT AUDIT-FILE
000340     END-IF.
000340         MOVE WS-NOW (1:14) TO AU-STAMP
000340         MOVE AU-LK-EVENT TO AU-EVENT
000340         MOVE AU-LK-DETAIL TO AU-DETAIL
000340         MOVE WS-STATION TO AU-STATION
000340         WRITE AU-RECORD
000340         CLOSE AUDIT-FILE
000340     END-IF.
000342 FILE-CONTROL.
000342     SELECT MATCH-HISTORY-FILE ASSIGN TO "MATCHHIST.DAT"
000342         ORGANIZATION IS LINE SEQUENTIAL
000342         LOCK MODE IS EXCLUSIVE
000342         FILE STATUS IS WS-MH-STATUS.
000342     SELECT GAME-COUNT-FILE ASSIGN TO "GAMECOUNT.DAT"
000342         ORGANIZATION IS LINE SEQUENTIAL
000342         LOCK MODE IS EXCLUSIVE
000342         FILE STATUS IS WS-GC-STATUS.
000342 DATA        DIVISION.
000342 FILE SECTION.
000342     02 MH-PLAYERR-ID    PIC 9(4).
000342     02 MH-SIM-FLAG      PIC X.
000342     02 MH-HANDICAP      PIC X.
000342     02 MH-STATION       PIC XX.
000342 FD  GAME-COUNT-FILE.
000342 01  GC-RECORD.
000342     02 GC-DATE PIC X(8).
000343 WORKING-STORAGE SECTION.
000343  01 WS-MH-STATUS   PIC XX.
000343  01 WS-GC-STATUS   PIC XX.
000343  01 WS-STATION     PIC XX.
000343  01 WS-OPEN-TRIES  PIC 99 COMP-5.
000343  01 WS-OPEN-MAX    PIC 99 COMP-5 VALUE 20.
000343  01 WS-IN          PIC X(10).
000343  01 SIM-GAMES      PIC 9(4) COMP-5 VALUE 10.
000343  01 SIM-GAME-NUM   PIC 9(4) COMP-5.
000344
000344 WRITE-SIM-RESULT.
000344     MOVE FUNCTION CURRENT-DATE TO WS-END-STAMP.
000344     MOVE 0 TO WS-OPEN-TRIES.
000344     OPEN EXTEND GAME-COUNT-FILE.
000344     PERFORM UNTIL WS-GC-STATUS = "00" OR WS-GC-STATUS = "35"
000344         OR WS-OPEN-TRIES >= WS-OPEN-MAX
000344         ADD 1 TO WS-OPEN-TRIES
000344         CALL "PONG-WAIT"
000344         OPEN EXTEND GAME-COUNT-FILE
000344     END-PERFORM.
000344     IF WS-GC-STATUS = "35"
000344         OPEN OUTPUT GAME-COUNT-FILE
000344     END-IF.
000344         WRITE GC-RECORD
000344         CLOSE GAME-COUNT-FILE
000344     END-IF.
000344     MOVE 0 TO WS-OPEN-TRIES.
000344     OPEN EXTEND MATCH-HISTORY-FILE.
000344     PERFORM UNTIL WS-MH-STATUS = "00" OR WS-MH-STATUS = "35"
000344         OR WS-OPEN-TRIES >= WS-OPEN-MAX
000344         ADD 1 TO WS-OPEN-TRIES
000344         CALL "PONG-WAIT"
000344         OPEN EXTEND MATCH-HISTORY-FILE
000344     END-PERFORM.
000344     IF WS-MH-STATUS = "35"
000344         OPEN OUTPUT MATCH-HISTORY-FILE
000344     END-IF.
000344         MOVE 0 TO MH-PLAYERR-ID
000344         MOVE 'S' TO MH-SIM-FLAG
000344         MOVE SPACE TO MH-HANDICAP
000344         CALL "PONG-STATION" USING WS-STATION
000344         MOVE WS-STATION TO MH-STATION
000344         WRITE MH-RECORD
000344         CLOSE MATCH-HISTORY-FILE
000344     END-IF.
000356     02 MH-PLAYERR-ID    PIC 9(4).
000356     02 MH-SIM-FLAG      PIC X.
000356     02 MH-HANDICAP      PIC X.
000356     02 MH-STATION       PIC XX.
000356 FD  EXPORT-FILE.
000356 01  EXP-RECORD          PIC X(60).
000356 FD  EXPORT-CONTROL-FILE.
000356 01  XC-RECORD.
000356     02 XC-LAST-KEY PIC X(14).
000356     02 XC-STATION  PIC XX.
000356 FD  ARCHIVE-FILE.
000356 01  AR-RECORD PIC X(40).
000356 FD  MASTER-FILE.
000356 01  MS-RECORD.
000356     02 MS-KEY  PIC X(14).
000356     02 MS-REST PIC X(26).
000357 WORKING-STORAGE SECTION.
000357  01 WS-MH-STATUS  PIC XX.
000357  01 WS-XP-STATUS  PIC XX.
000357  01 WS-TO-MONTH   PIC 9(6).
000357  01 WS-NOW        PIC X(21).
000357  01 WS-LAST-KEY   PIC X(14) VALUE "00000000000000".
000357  01 WS-THIS-KEY   PIC X(14).
000357  01 WS-STN-IDX    PIC 9(3) COMP-5.
000357  01 WS-STN-NUM    PIC 99.
000357  01 WS-STN-CODE REDEFINES WS-STN-NUM PIC XX.
000357  01 WS-STN-TABLE.
000357    02 WS-STN-ENT OCCURS 99 TIMES.
000357      03 WS-STN-LAST  PIC X(14).
000357      03 WS-STN-HIGH  PIC X(14).
000357      03 WS-STN-USED  PIC X.
000357  01 WS-EXP-COUNT  PIC 9(6) COMP-5 VALUE 0.
000357  01 WS-SCOREL-TOT PIC 9(6) COMP-5 VALUE 0.
000357  01 WS-SCORER-TOT PIC 9(6) COMP-5 VALUE 0.
000357    02 EXD-SIM       PIC X.
000357    02 FILLER        PIC X VALUE ";".
000357    02 EXD-HANDICAP  PIC X.
000357    02 FILLER        PIC X VALUE ";".
000357    02 EXD-STATION   PIC XX.
000357  01 EXP-TRAILER.
000357    02 FILLER        PIC X VALUE "T".
000357    02 FILLER        PIC X VALUE ";".
000358 MAIN.
000358     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000358     PERFORM READ-RUN-CONTROL.
000358     OPEN OUTPUT EXPORT-FILE.
000358     IF WS-XP-STATUS NOT = "00"
000358         DISPLAY "Cannot open MHEXPORT.CSV"
000358     MOVE WS-EXP-COUNT TO WS-CNT-DISP.
000358     DISPLAY "===== MATCH HISTORY EXPORT =====".
000358     DISPLAY "Matches exported    : " WS-CNT-DISP.
000358     PERFORM VARYING WS-STN-IDX FROM 1 BY 1 UNTIL WS-STN-IDX > 99
000358         IF WS-STN-USED (WS-STN-IDX) = 'Y'
000358             MOVE WS-STN-IDX TO WS-STN-NUM
000358             DISPLAY "Watermark station " WS-STN-CODE ": "
000358                 WS-STN-HIGH (WS-STN-IDX)
000358         END-IF
000358     END-PERFORM.
000358     GOBACK.
000358
000358 READ-RUN-CONTROL.
000358     PERFORM VARYING WS-STN-IDX FROM 1 BY 1 UNTIL WS-STN-IDX > 99
000358         MOVE SPACES TO WS-STN-LAST (WS-STN-IDX)
000358         MOVE 'N' TO WS-STN-USED (WS-STN-IDX)
000358     END-PERFORM.
000358     MOVE SPACES TO WS-LAST-KEY.
000358     OPEN INPUT EXPORT-CONTROL-FILE.
000358     IF WS-XC-STATUS = "00"
000358         PERFORM UNTIL WS-XC-STATUS NOT = "00"
000358             READ EXPORT-CONTROL-FILE
000358             IF WS-XC-STATUS = "00" AND XC-LAST-KEY IS NUMERIC
000358                 MOVE XC-STATION TO WS-STN-CODE
000358                 PERFORM SET-STATION-INDEX
000358                 MOVE XC-LAST-KEY TO WS-STN-LAST (WS-STN-IDX)
000358                 MOVE 'Y' TO WS-STN-USED (WS-STN-IDX)
000358                 IF WS-LAST-KEY = SPACES OR XC-LAST-KEY < WS-LAST-KEY
000358                     MOVE XC-LAST-KEY TO WS-LAST-KEY
000358                 END-IF
000358             END-IF
000358         END-PERFORM
000358         CLOSE EXPORT-CONTROL-FILE
000358     END-IF.
000358     IF WS-LAST-KEY = SPACES
000358         MOVE "00000000000000" TO WS-LAST-KEY
000358     END-IF.
000358     PERFORM VARYING WS-STN-IDX FROM 1 BY 1 UNTIL WS-STN-IDX > 99
000358         IF WS-STN-LAST (WS-STN-IDX) = SPACES
000358             MOVE WS-LAST-KEY TO WS-STN-LAST (WS-STN-IDX)
000358         END-IF
000358         MOVE WS-STN-LAST (WS-STN-IDX) TO WS-STN-HIGH (WS-STN-IDX)
000358     END-PERFORM.
000358
000358 SET-STATION-INDEX.
000358     IF WS-STN-CODE IS NUMERIC AND WS-STN-CODE NOT = "00"
000358         MOVE WS-STN-CODE TO WS-STN-IDX
000358     ELSE
000358         MOVE 1 TO WS-STN-IDX
000358     END-IF.
000358
000358 EXPORT-ARCHIVES.
000358     PERFORM EXPORT-MASTER.
000358     END-IF.
000358
000358 EXPORT-ONE.
000358     MOVE MH-STATION TO WS-STN-CODE.
000358     PERFORM SET-STATION-INDEX.
000358     MOVE MH-DATE TO WS-THIS-KEY (1:8).
000358     MOVE MH-START-TIME TO WS-THIS-KEY (9:6).
000358     IF WS-THIS-KEY > WS-STN-LAST (WS-STN-IDX)
000358         MOVE MH-DATE TO EXD-DATE
000358         MOVE MH-START-TIME TO EXD-START
000358         MOVE MH-END-TIME TO EXD-END
000358         MOVE MH-PLAYERR-ID TO EXD-PLAYERR
000358         MOVE MH-SIM-FLAG TO EXD-SIM
000358         MOVE MH-HANDICAP TO EXD-HANDICAP
000358         MOVE MH-STATION TO EXD-STATION
000358         WRITE EXP-RECORD FROM EXP-DETAIL
000358         ADD 1 TO WS-EXP-COUNT
000358         ADD MH-SCOREL TO WS-SCOREL-TOT
000358         ADD MH-SCORER TO WS-SCORER-TOT
000358         IF WS-THIS-KEY > WS-STN-HIGH (WS-STN-IDX)
000358             MOVE WS-THIS-KEY TO WS-STN-HIGH (WS-STN-IDX)
000358         END-IF
000358         MOVE 'Y' TO WS-STN-USED (WS-STN-IDX)
000358     END-IF.
000358
000358 UPDATE-RUN-CONTROL.
000358     OPEN OUTPUT EXPORT-CONTROL-FILE.
000358     IF WS-XC-STATUS = "00"
000358         PERFORM VARYING WS-STN-IDX FROM 1 BY 1 UNTIL WS-STN-IDX > 99
000358             IF WS-STN-USED (WS-STN-IDX) = 'Y'
000358                 MOVE WS-STN-HIGH (WS-STN-IDX) TO XC-LAST-KEY
000358                 MOVE WS-STN-IDX TO WS-STN-NUM
000358                 MOVE WS-STN-CODE TO XC-STATION
000358                 WRITE XC-RECORD
000358             END-IF
000358         END-PERFORM
000358         CLOSE EXPORT-CONTROL-FILE
000358     END-IF.
000359 END PROGRAM "MH-EXPORT".
000360     02 MH-PLAYERR-ID    PIC 9(4).
000360     02 MH-SIM-FLAG      PIC X.
000360     02 MH-HANDICAP      PIC X.
000360     02 MH-STATION       PIC XX.
000360 FD  PLAYER-FILE.
000360 01  PL-RECORD.
000360     02 PL-ID     PIC 9(4).
000360     02 PL-NAME   PIC X(20).
000360     02 PL-ACTIVE PIC X.
000360     02 PL-MERGED-TO PIC 9(4).
000360     02 PL-PIN PIC X(4).
000360     02 PL-PIN-FAILS PIC 9.
000360     02 PL-LOCKED PIC X.
000360 FD  ARCHIVE-FILE.
000360 01  AR-RECORD         PIC X(40).
000361 WORKING-STORAGE SECTION.
000361  01 WS-MH-STATUS  PIC XX.
000361  01 WS-PL-STATUS  PIC XX.
000366     02 PL-ID     PIC 9(4).
000366     02 PL-NAME   PIC X(20).
000366     02 PL-ACTIVE PIC X.
000366     02 PL-MERGED-TO PIC 9(4).
000366     02 PL-PIN PIC X(4).
000366     02 PL-PIN-FAILS PIC 9.
000366     02 PL-LOCKED PIC X.
000366 FD  FIXTURE-FILE.
000366 01  FX-RECORD.
000366     02 FX-ROUND       PIC 99.
000370     02 MH-PLAYERR-ID    PIC 9(4).
000370     02 MH-SIM-FLAG      PIC X.
000370     02 MH-HANDICAP      PIC X.
000370     02 MH-STATION       PIC XX.
000370 FD  FIXTURE-FILE.
000370 01  FX-RECORD.
000370     02 FX-ROUND       PIC 99.
000370     02 PL-ID     PIC 9(4).
000370     02 PL-NAME   PIC X(20).
000370     02 PL-ACTIVE PIC X.
000370     02 PL-MERGED-TO PIC 9(4).
000370     02 PL-PIN PIC X(4).
000370     02 PL-PIN-FAILS PIC 9.
000370     02 PL-LOCKED PIC X.
000371 WORKING-STORAGE SECTION.
000371  01 WS-MH-STATUS   PIC XX.
000371  01 WS-FX-STATUS   PIC XX.
000376     02 MH-PLAYERR-ID    PIC 9(4).
000376     02 MH-SIM-FLAG      PIC X.
000376     02 MH-HANDICAP      PIC X.
000376     02 MH-STATION       PIC XX.
000376 FD  PLAYER-FILE.
000376 01  PL-RECORD.
000376     02 PL-ID     PIC 9(4).
000376     02 PL-NAME   PIC X(20).
000376     02 PL-ACTIVE PIC X.
000376     02 PL-MERGED-TO PIC 9(4).
000376     02 PL-PIN PIC X(4).
000376     02 PL-PIN-FAILS PIC 9.
000376     02 PL-LOCKED PIC X.
000376 WORKING-STORAGE SECTION.
000376  01 WS-ST-STATUS   PIC XX.
000376  01 WS-MH-STATUS   PIC XX.
000379         FILE STATUS IS WS-IM-STATUS.
000379     SELECT MATCH-HISTORY-FILE ASSIGN TO "MATCHHIST.DAT"
000379         ORGANIZATION IS LINE SEQUENTIAL
000379         LOCK MODE IS EXCLUSIVE
000379         FILE STATUS IS WS-MH-STATUS.
000379     SELECT MASTER-FILE ASSIGN TO "MATCHHIST.MST"
000379         ORGANIZATION IS INDEXED
000379 FD  MASTER-FILE.
000379 01  MS-RECORD.
000379     02 MS-KEY  PIC X(14).
000379     02 MS-REST PIC X(26).
000379 FD  MATCH-HISTORY-FILE.
000379 01  MH-RECORD.
000379     02 MH-DATE          PIC X(8).
000379     02 MH-PLAYERR-ID    PIC 9(4).
000379     02 MH-SIM-FLAG      PIC X.
000379     02 MH-HANDICAP      PIC X.
000379     02 MH-STATION       PIC XX.
000380 WORKING-STORAGE SECTION.
000380  01 WS-IM-STATUS   PIC XX.
000380  01 WS-MH-STATUS   PIC XX.
000380  01 WS-MS-STATUS   PIC XX.
000380  01 WS-MS-OPEN     PIC X VALUE 'N'.
000380  01 WS-OPEN-TRIES  PIC 99 COMP-5.
000380  01 WS-OPEN-MAX    PIC 99 COMP-5 VALUE 20.
000380  01 WS-IM-DETAIL.
000380    02 IMD-DATE     PIC X(8).
000380    02 IMD-START    PIC X(6).
000380    02 IMD-PLAYERR  PIC X(4).
000380    02 IMD-SIM      PIC X.
000380    02 IMD-HANDICAP PIC X.
000380    02 IMD-STATION  PIC XX.
000380  01 WS-IM-DETAIL-N PIC XX.
000380  01 WS-IM-SCOREL-N REDEFINES WS-IM-DETAIL-N PIC 99.
000380  01 WS-REJECTED    PIC X VALUE 'N'.
000381     MOVE IM-RECORD (43:4) TO IMD-PLAYERR.
000381     MOVE IM-RECORD (48:1) TO IMD-SIM.
000381     MOVE IM-RECORD (50:1) TO IMD-HANDICAP.
000381     MOVE IM-RECORD (52:2) TO IMD-STATION.
000381     IF IMD-DATE IS NOT NUMERIC OR IMD-START IS NOT NUMERIC
000381         OR IMD-SCOREL IS NOT NUMERIC OR IMD-SCORER IS NOT NUMERIC
000381         MOVE 'Y' TO WS-REJECTED
000381         DISPLAY "MATCHHIST.DAT was not changed"
000381         STOP RUN
000381     END-IF.
000381     MOVE 0 TO WS-OPEN-TRIES.
000381     OPEN EXTEND MATCH-HISTORY-FILE.
000381     PERFORM UNTIL WS-MH-STATUS = "00" OR WS-MH-STATUS = "35"
000381         OR WS-OPEN-TRIES >= WS-OPEN-MAX
000381         ADD 1 TO WS-OPEN-TRIES
000381         CALL "PONG-WAIT"
000381         OPEN EXTEND MATCH-HISTORY-FILE
000381     END-PERFORM.
000381     IF WS-MH-STATUS = "35"
000381         OPEN OUTPUT MATCH-HISTORY-FILE
000381     END-IF.
000381         MOVE IMD-PLAYERR TO MH-PLAYERR-ID
000381         MOVE IMD-SIM TO MH-SIM-FLAG
000381         MOVE IMD-HANDICAP TO MH-HANDICAP
000381         MOVE IMD-STATION TO MH-STATION
000381         WRITE MH-RECORD
000381         ADD 1 TO WS-MERGED
000381         PERFORM NOTE-KEY
000383 DATA        DIVISION.
000383 FILE SECTION.
000383 FD  ARCHIVE-FILE.
000383 01  AR-RECORD PIC X(40).
000383 FD  MASTER-FILE.
000383 01  MS-RECORD.
000383     02 MS-KEY  PIC X(14).
000383     02 MS-REST PIC X(26).
000384 WORKING-STORAGE SECTION.
000384  01 WS-AR-STATUS  PIC XX.
000384  01 WS-MS-STATUS  PIC XX.
000387     02 PT-BALL-DX    PIC S9.
000387     02 PT-BALL-DY    PIC S9.
000387     02 PT-STAMP      PIC X(14).
000387     02 PT-STATION    PIC XX.
000388 WORKING-STORAGE SECTION.
000388  01 WS-PT-STATUS   PIC XX.
000388  01 WS-PT-READ     PIC 9(7) COMP-5 VALUE 0.
000388    02 FILLER PIC X(18) VALUE "LATE  (point 15+) ".
000388  01 WS-PHASE-NAMES-R REDEFINES WS-PHASE-NAMES.
000388    02 WS-PHASE-NAME PIC X(18) OCCURS 3 TIMES.
000388  01 WS-STN-IDX      PIC 9(3) COMP-5.
000388  01 WS-STN-TABLE.
000388    02 WS-STN-ENTRY OCCURS 99.
000388      03 WS-PREV-MATCH   PIC X(14).
000388      03 WS-PREV-STAMP   PIC X(14).
000388  01 WS-THIS-MATCH   PIC X(14).
000388  01 WS-PREV-SECS    PIC 9(6) COMP-5.
000388  01 WS-THIS-SECS    PIC 9(6) COMP-5.
000388  01 WS-GAP-SECS     PIC S9(6) COMP-5.
000389         MOVE 0 TO WS-PHASE-PTS (WS-SIT-IDX)
000389         MOVE 0 TO WS-PHASE-HITS (WS-SIT-IDX)
000389     END-PERFORM.
000389     PERFORM VARYING WS-STN-IDX FROM 1 BY 1 UNTIL WS-STN-IDX > 99
000389         MOVE SPACES TO WS-PREV-MATCH (WS-STN-IDX)
000389         MOVE SPACES TO WS-PREV-STAMP (WS-STN-IDX)
000389     END-PERFORM.
000389     OPEN INPUT POINT-DETAIL-FILE.
000389     IF WS-PT-STATUS NOT = "00"
000389         DISPLAY "No point detail on file (MATCHPTS.DAT)"
000389 TALLY-GAP.
000389     MOVE PT-DATE TO WS-THIS-MATCH (1:8).
000389     MOVE PT-START-TIME TO WS-THIS-MATCH (9:6).
000389     IF PT-STATION IS NUMERIC AND PT-STATION NOT = "00"
000389         MOVE PT-STATION TO WS-STN-IDX
000389     ELSE
000389         MOVE 1 TO WS-STN-IDX
000389     END-IF.
000389     IF WS-THIS-MATCH = WS-PREV-MATCH (WS-STN-IDX)
000389         AND PT-STAMP IS NUMERIC
000389         AND WS-PREV-STAMP (WS-STN-IDX) IS NUMERIC
000389         AND PT-STAMP (1:8) = WS-PREV-STAMP (WS-STN-IDX) (1:8)
000389         MOVE WS-PREV-STAMP (WS-STN-IDX) (9:2) TO WS-STAMP-HH
000389         MOVE WS-PREV-STAMP (WS-STN-IDX) (11:2) TO WS-STAMP-MM
000389         MOVE WS-PREV-STAMP (WS-STN-IDX) (13:2) TO WS-STAMP-SS
000389         COMPUTE WS-PREV-SECS =
000389             (WS-STAMP-HH * 3600) + (WS-STAMP-MM * 60) + WS-STAMP-SS
000389         MOVE PT-STAMP (9:2) TO WS-STAMP-HH
000389             END-IF
000389         END-IF
000389     END-IF.
000389     MOVE WS-THIS-MATCH TO WS-PREV-MATCH (WS-STN-IDX).
000389     MOVE PT-STAMP TO WS-PREV-STAMP (WS-STN-IDX).
000389
000389 PRINT-ANALYTICS.
000389     DISPLAY "===== PONG RALLY AND SERVE ANALYTICS =====".
000392  01 WS-LAST-DATE   PIC X(8) VALUE SPACES.
000392  01 WS-CLOSE-DONE  PIC X VALUE 'N'.
000392  01 WS-STEP-STATES.
000392    02 WS-STEP-ST   PIC X OCCURS 6 TIMES.
000392  01 WS-STEP-IDX    PIC 9 COMP-5.
000392  01 WS-START-STEP  PIC 9 COMP-5.
000392  01 WS-CUR-STEP    PIC 9 COMP-5.
000392    02 FILLER PIC X(17) VALUE "RPT-MATCH-SUMMARY".
000392    02 FILLER PIC X(17) VALUE "MH-EXPORT".
000392    02 FILLER PIC X(17) VALUE "RPT-STANDINGS".
000392    02 FILLER PIC X(17) VALUE "BILL-CHARGE".
000392    02 FILLER PIC X(17) VALUE "RPT-PIN-FAILS".
000392  01 WS-STEP-NAMES-R REDEFINES WS-STEP-NAMES.
000392    02 WS-STEP-NAME  PIC X(17) OCCURS 6 TIMES.
000393 PROCEDURE   DIVISION.
000393 MAIN.
000393     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000393     MOVE WS-NOW (1:8) TO WS-TODAY.
000393     PERFORM VARYING WS-STEP-IDX FROM 1 BY 1 UNTIL WS-STEP-IDX > 6
000393         MOVE SPACE TO WS-STEP-ST (WS-STEP-IDX)
000393     END-PERFORM.
000393     PERFORM SCAN-RUN-LOG.
000393     MOVE 'N' TO WS-FAILED.
000393     PERFORM RUN-ONE-STEP
000393         VARYING WS-CUR-STEP FROM WS-START-STEP BY 1
000393         UNTIL WS-CUR-STEP > 6 OR WS-FAILED = 'Y'.
000393     IF WS-FAILED = 'N'
000393         PERFORM WRITE-CLOSE-RECORD
000393         DISPLAY "Business day " WS-RUN-DATE " closed"
000393     IF RL-DATE > WS-LAST-DATE
000393         MOVE RL-DATE TO WS-LAST-DATE
000393         MOVE 'N' TO WS-CLOSE-DONE
000393         PERFORM VARYING WS-STEP-IDX FROM 1 BY 1 UNTIL WS-STEP-IDX > 6
000393             MOVE SPACE TO WS-STEP-ST (WS-STEP-IDX)
000393         END-PERFORM
000393     END-IF.
000393     IF RL-DATE = WS-LAST-DATE AND RL-STEP IS NUMERIC
000393         IF RL-STEP >= 1 AND RL-STEP <= 6
000393             IF RL-OUTCOME = "OK"
000393                 MOVE 'O' TO WS-STEP-ST (RL-STEP)
000393             ELSE
000393
000393 FIND-RESTART-STEP.
000393     MOVE 1 TO WS-START-STEP.
000393     PERFORM VARYING WS-STEP-IDX FROM 6 BY -1 UNTIL WS-STEP-IDX < 1
000393         IF WS-STEP-ST (WS-STEP-IDX) NOT = 'O'
000393             MOVE WS-STEP-IDX TO WS-START-STEP
000393         END-IF
000393         CALL "MH-EXPORT"
000393     WHEN 4
000393         CALL "RPT-STANDINGS"
000393     WHEN 5
000393         CALL "BILL-CHARGE"
000393     WHEN 6
000393         CALL "RPT-PIN-FAILS"
000393     END-EVALUATE.
000393     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000393     IF RETURN-CODE > 4
000395 DATA        DIVISION.
000395 FILE SECTION.
000395 FD  BACKUP-FILE.
000395 01  BK-RECORD          PIC X(168).
000395 FD  DATA-FILE.
000395 01  DT-RECORD          PIC X(166).
000396 WORKING-STORAGE SECTION.
000396  01 WS-BK-STATUS   PIC XX.
000396  01 WS-DT-STATUS   PIC XX.
000396    02 FILLER PIC X(16) VALUE "STANDINGS.DAT".
000396    02 FILLER PIC X(16) VALUE "GAMECOUNT.DAT".
000396    02 FILLER PIC X(16) VALUE "GAMEAUDIT.DAT".
000396    02 FILLER PIC X(16) VALUE "EXPCTRL.DAT".
000396    02 FILLER PIC X(16) VALUE "FIXTURES.DAT".
000396    02 FILLER PIC X(16) VALUE "MHEXCEPT.DAT".
000396    02 FILLER PIC X(16) VALUE "RUNLOG.DAT".
000396    02 FILLER PIC X(16) VALUE "ACHIEVE.DAT".
000396    02 FILLER PIC X(16) VALUE "CORRTRAN.DAT".
000396    02 FILLER PIC X(16) VALUE "MERGECTL.DAT".
000396    02 FILLER PIC X(16) VALUE "CUP.DAT".
000396    02 FILLER PIC X(16) VALUE "RATES.DAT".
000396    02 FILLER PIC X(16) VALUE "ACCOUNTS.DAT".
000396    02 FILLER PIC X(16) VALUE "BILLTRAN.DAT".
000396    02 FILLER PIC X(16) VALUE "BILLCTL.DAT".
000396    02 FILLER PIC X(16) VALUE "SCREENCTL.DAT".
000396    02 FILLER PIC X(16) VALUE "MHREVIEW.DAT".
000396    02 FILLER PIC X(16) VALUE "PINCTL.DAT".
000396    02 FILLER PIC X(16) VALUE "PRACTICE.DAT".
000396    02 FILLER PIC X(16) VALUE "CORRJRNL.DAT".
000396  01 WS-FIXED-NAMES-R REDEFINES WS-FIXED-NAMES.
000396    02 WS-FIXED-NAME PIC X(16) OCCURS 23 TIMES.
000396  01 WS-STN-IDX      PIC 9(3) COMP-5.
000396  01 WS-STN-NUM      PIC 99.
000396  01 WS-STN-CODE REDEFINES WS-STN-NUM PIC XX.
000396  01 WS-FILE-RECS    PIC 9(6) COMP-5.
000396  01 WS-TOT-FILES    PIC 9(4) COMP-5 VALUE 0.
000396  01 WS-TOT-RECS     PIC 9(8) COMP-5 VALUE 0.
000396  01 BK-DATA-REC.
000396    02 FILLER        PIC X VALUE "D".
000396    02 FILLER        PIC X VALUE ";".
000396    02 BKD-DATA      PIC X(166).
000396  01 BK-COUNT-REC.
000396    02 FILLER        PIC X VALUE "C".
000396    02 FILLER        PIC X VALUE ";".
000397     MOVE WS-GEN TO BKH-GEN.
000397     WRITE BK-RECORD FROM BK-HEADER.
000397     PERFORM BACKUP-FIXED-FILE
000397         VARYING WS-FIX-IDX FROM 1 BY 1 UNTIL WS-FIX-IDX > 23.
000397     PERFORM BACKUP-STATION-FILES
000397         VARYING WS-STN-IDX FROM 1 BY 1 UNTIL WS-STN-IDX > 99.
000397     MOVE "MATCHHIST-" TO WS-PREFIX.
000397     PERFORM BACKUP-MONTHLIES.
000397     MOVE "GAMECOUNT-" TO WS-PREFIX.
000397     MOVE WS-FIXED-NAME (WS-FIX-IDX) TO WS-DATA-NAME.
000397     PERFORM BACKUP-ONE-FILE.
000397
000397 BACKUP-STATION-FILES.
000397     MOVE WS-STN-IDX TO WS-STN-NUM.
000397     MOVE "REPLAYCTL-" TO WS-DATA-NAME.
000397     MOVE WS-STN-CODE TO WS-DATA-NAME (11:2).
000397     MOVE ".DAT" TO WS-DATA-NAME (13:4).
000397     PERFORM BACKUP-ONE-FILE.
000397     MOVE "REPLAY1-" TO WS-DATA-NAME.
000397     MOVE WS-STN-CODE TO WS-DATA-NAME (9:2).
000397     MOVE ".DAT" TO WS-DATA-NAME (11:4).
000397     PERFORM BACKUP-ONE-FILE.
000397     MOVE "REPLAY2-" TO WS-DATA-NAME.
000397     MOVE WS-STN-CODE TO WS-DATA-NAME (9:2).
000397     MOVE ".DAT" TO WS-DATA-NAME (11:4).
000397     PERFORM BACKUP-ONE-FILE.
000397
000397 BACKUP-MONTHLIES.
000397     MOVE WS-NOW (1:6) TO WS-TO-MONTH.
000397     MOVE WS-NOW (1:6) TO WS-ITER-MONTH.
000399 DATA        DIVISION.
000399 FILE SECTION.
000399 FD  BACKUP-FILE.
000399 01  BK-RECORD          PIC X(168).
000399 FD  DATA-FILE.
000399 01  DT-RECORD          PIC X(166).
000399 FD  MASTER-FILE.
000399 01  MS-RECORD.
000399     02 MS-KEY  PIC X(14).
000399     02 MS-REST PIC X(26).
000400 WORKING-STORAGE SECTION.
000400  01 WS-BK-STATUS   PIC XX.
000400  01 WS-DT-STATUS   PIC XX.
000401         END-IF
000401     WHEN "D"
000401         IF WS-DT-OPEN = 'Y'
000401             MOVE BK-RECORD (3:166) TO DT-RECORD
000401             WRITE DT-RECORD
000401             ADD 1 TO WS-FILE-RECS
000401         END-IF
000403     02 MH-PLAYERR-ID    PIC 9(4).
000403     02 MH-SIM-FLAG      PIC X.
000403     02 MH-HANDICAP      PIC X.
000403     02 MH-STATION       PIC XX.
000403 FD  ARCHIVE-FILE.
000403 01  AR-RECORD         PIC X(40).
000403 FD  PLAYER-FILE.
000403 01  PL-RECORD.
000403     02 PL-ID     PIC 9(4).
000403     02 PL-NAME   PIC X(20).
000403     02 PL-ACTIVE PIC X.
000403     02 PL-MERGED-TO PIC 9(4).
000403     02 PL-PIN PIC X(4).
000403     02 PL-PIN-FAILS PIC 9.
000403     02 PL-LOCKED PIC X.
000403 FD  ACHIEVE-FILE.
000403 01  AC-RECORD.
000403     02 AC-PLAYER-ID PIC 9(4).
000405             WS-NEW-CODE (WS-NEW-IDX)
000405     END-PERFORM.
000406 END PROGRAM "ACH-AWARD".
000407 IDENTIFICATION DIVISION.
000407 PROGRAM-ID. "SHT-CORRECT".
000407 ENVIRONMENT DIVISION.
000407 CONFIGURATION SECTION.
000407 SPECIAL-NAMES.
000407 INPUT-OUTPUT SECTION.
000407 FILE-CONTROL.
000407 DATA DIVISION.
000407 BASED-STORAGE SECTION.
000407 FILE SECTION.
000407 WORKING-STORAGE SECTION.
000407 01 POWER--HPOWOBJS-SHT-CORRECT IS GLOBAL IS EXTERNAL.
000407   02 POWER--HPOWOBJ--SHT-CORRECT.
000407     03 SHT-CORRECT PIC S9(9) COMP-5.
000407     03 POW-P001 REDEFINES  SHT-CORRECT USAGE POINTER.
000407   02 POWER--HPOWOBJ--EDT-CRDATE.
000407     03 EDT-CRDATE PIC S9(9) COMP-5.
000407     03 POW-P002 REDEFINES  EDT-CRDATE USAGE POINTER.
000407   02 POWER--HPOWOBJ--EDT-CRTIME.
000407     03 EDT-CRTIME PIC S9(9) COMP-5.
000407     03 POW-P003 REDEFINES  EDT-CRTIME USAGE POINTER.
000407   02 POWER--HPOWOBJ--EDT-CRACT.
000407     03 EDT-CRACT PIC S9(9) COMP-5.
000407     03 POW-P004 REDEFINES  EDT-CRACT USAGE POINTER.
000407   02 POWER--HPOWOBJ--EDT-CRNEWL.
000407     03 EDT-CRNEWL PIC S9(9) COMP-5.
000407     03 POW-P005 REDEFINES  EDT-CRNEWL USAGE POINTER.
000407   02 POWER--HPOWOBJ--EDT-CRNEWR.
000407     03 EDT-CRNEWR PIC S9(9) COMP-5.
000407     03 POW-P006 REDEFINES  EDT-CRNEWR USAGE POINTER.
000407   02 POWER--HPOWOBJ--EDT-CRBY.
000407     03 EDT-CRBY PIC S9(9) COMP-5.
000407     03 POW-P007 REDEFINES  EDT-CRBY USAGE POINTER.
000407   02 POWER--HPOWOBJ--EDT-CRWHY.
000407     03 EDT-CRWHY PIC S9(9) COMP-5.
000407     03 POW-P008 REDEFINES  EDT-CRWHY USAGE POINTER.
000407   02 POWER--HPOWOBJ--TXT-CRCUR.
000407     03 TXT-CRCUR PIC S9(9) COMP-5.
000407     03 POW-P009 REDEFINES  TXT-CRCUR USAGE POINTER.
000407   02 POWER--HPOWOBJ--PF-CRLOOK.
000407     03 PF-CRLOOK PIC S9(9) COMP-5.
000407     03 POW-P010 REDEFINES  PF-CRLOOK USAGE POINTER.
000407   02 POWER--HPOWOBJ--PF-CRSAVE.
000407     03 PF-CRSAVE PIC S9(9) COMP-5.
000407     03 POW-P011 REDEFINES  PF-CRSAVE USAGE POINTER.
000407   02 POWER--HPOWOBJ--PF-CRDONE.
000407     03 PF-CRDONE PIC S9(9) COMP-5.
000407     03 POW-P012 REDEFINES  PF-CRDONE USAGE POINTER.
000407 01  REDEFINES POWER--HPOWOBJS-SHT-CORRECT.
000407   02  POWER--HPOWOBJS-CR PICTURE IS X(4) OCCURS 12 TIMES.
000407 01  POWER-HPOWOBJIDX-CR PIC S9(9) COMP-5.
000407 LINKAGE SECTION.
000407 01  POWER--HPOWOBJ IS GLOBAL PICTURE IS  X(4).
000407 01  POWER--ID      IS GLOBAL PICTURE IS S9(9)
000407                    USAGE IS COMPUTATIONAL-5.
000407 01  POWER--NOTIFY  IS GLOBAL PICTURE IS S9(9)
000407                    USAGE IS COMPUTATIONAL-5.
000407 01  POWER--MESSAGE IS GLOBAL PICTURE IS S9(9)
000407                    USAGE IS COMPUTATIONAL-5.
000407 PROCEDURE DIVISION
000407     USING POWER--HPOWOBJ POWER--ID POWER--MESSAGE POWER--NOTIFY.
000407     EVALUATE POWER--MESSAGE
000407     WHEN 1025
000407         EVALUATE POWER--HPOWOBJ
000407         WHEN POWER--HPOWOBJ--PF-CRLOOK
000407             EVALUATE POWER--NOTIFY
000407             WHEN 1
000407                CALL "PF-CRLOOK-CLICK"
000407             END-EVALUATE
000407         WHEN POWER--HPOWOBJ--PF-CRSAVE
000407             EVALUATE POWER--NOTIFY
000407             WHEN 1
000407                CALL "PF-CRSAVE-CLICK"
000407             END-EVALUATE
000407         WHEN POWER--HPOWOBJ--PF-CRDONE
000407             EVALUATE POWER--NOTIFY
000407             WHEN 1
000407                CALL "PF-CRDONE-CLICK"
000407             END-EVALUATE
000407         END-EVALUATE
000407     WHEN 1024
000407         MOVE POWER--HPOWOBJ TO POWER--HPOWOBJS-CR (POWER--ID + 1)
000407     WHEN 1036
000407         CALL "SHT-CORRECT-OPENED"
000407     END-EVALUATE.
000407     EXIT PROGRAM.
000408 IDENTIFICATION DIVISION.
000408 PROGRAM-ID. "SHT-CORRECT-OPENED".
000408 ENVIRONMENT DIVISION.
000408 DATA        DIVISION.
000408 WORKING-STORAGE SECTION.
000408 77 POW-0001 PIC X(256) .
000408 PROCEDURE   DIVISION.
000408 MAIN.
000408     MOVE SPACES TO POW-0001.
000408     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-CRDATE  BY REFERENCE POW-0001.
000408     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-CRTIME  BY REFERENCE POW-0001.
000408     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-CRACT  BY REFERENCE POW-0001.
000408     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-CRNEWL  BY REFERENCE POW-0001.
000408     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-CRNEWR  BY REFERENCE POW-0001.
000408     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-CRBY  BY REFERENCE POW-0001.
000408     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-CRWHY  BY REFERENCE POW-0001.
000408     CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-CRCUR  BY REFERENCE POW-0001.
000408 END PROGRAM "SHT-CORRECT-OPENED".
000409 IDENTIFICATION DIVISION.
000409 PROGRAM-ID. "PF-CRLOOK-CLICK".
000409 ENVIRONMENT DIVISION.
000409 INPUT-OUTPUT SECTION.
000409 FILE-CONTROL.
000409     SELECT MATCH-HISTORY-FILE ASSIGN TO "MATCHHIST.DAT"
000409         ORGANIZATION IS LINE SEQUENTIAL
000409         FILE STATUS IS WS-MH-STATUS.
000409     SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
000409         ORGANIZATION IS LINE SEQUENTIAL
000409         FILE STATUS IS WS-AR-STATUS.
000409 DATA        DIVISION.
000409 FILE SECTION.
000409 FD  MATCH-HISTORY-FILE.
000409 01  MH-RECORD.
000409     02 MH-DATE          PIC X(8).
000409     02 MH-START-TIME    PIC X(6).
000409     02 MH-END-TIME      PIC X(6).
000409     02 MH-SCOREL        PIC 99.
000409     02 MH-SCORER        PIC 99.
000409     02 MH-WINNER        PIC X.
000409     02 MH-LONGEST-RALLY PIC 999.
000409     02 MH-PLAYERL-ID    PIC 9(4).
000409     02 MH-PLAYERR-ID    PIC 9(4).
000409     02 MH-SIM-FLAG      PIC X.
000409     02 MH-HANDICAP      PIC X.
000409     02 MH-STATION       PIC XX.
000409 FD  ARCHIVE-FILE.
000409 01  AR-RECORD           PIC X(40).
000409 WORKING-STORAGE SECTION.
000409  01 WS-MH-STATUS   PIC XX.
000409  01 WS-AR-STATUS   PIC XX.
000409  01 WS-ARCH-NAME   PIC X(16).
000409  01 WS-TGT-DATE    PIC X(8).
000409  01 WS-TGT-TIME    PIC X(6).
000409  01 WS-FOUND       PIC X.
000409  01 WS-HITS        PIC 99 COMP-5.
000409  01 WS-FOUND-REC   PIC X(40).
000409  01 WS-FOUND-WHERE PIC X(16).
000409  01 WS-CUR-LINE.
000409    02 CUR-DATE      PIC X(8).
000409    02 FILLER        PIC X VALUE SPACE.
000409    02 CUR-START     PIC X(6).
000409    02 FILLER        PIC X VALUE "-".
000409    02 CUR-END       PIC X(6).
000409    02 FILLER        PIC X VALUE SPACE.
000409    02 CUR-SCOREL    PIC 99.
000409    02 FILLER        PIC X VALUE "-".
000409    02 CUR-SCORER    PIC 99.
000409    02 FILLER        PIC X(5) VALUE " WON ".
000409    02 CUR-WINNER    PIC X.
000409    02 FILLER        PIC X(3) VALUE " L:".
000409    02 CUR-PLAYERL   PIC 9(4).
000409    02 FILLER        PIC X(3) VALUE " R:".
000409    02 CUR-PLAYERR   PIC 9(4).
000409    02 FILLER        PIC X VALUE SPACE.
000409    02 CUR-WHERE     PIC X(16).
000409 77 POW-0001 PIC X(256) .
000409 77 POW-0002 PIC X(256) .
000409 77 POW-0003 PIC X(256) .
000409 PROCEDURE   DIVISION.
000409 MAIN.
000409     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-CRDATE  BY REFERENCE POW-0001.
000409     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-CRTIME  BY REFERENCE POW-0002.
000409     MOVE SPACES TO POW-0003.
000409     IF POW-0001 (1:8) IS NOT NUMERIC OR POW-0002 (1:6) IS NOT NUMERIC
000409         CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-CRCUR  BY REFERENCE POW-0003
000409         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Match date YYYYMMDD and start time HHMMSS are required"
000409     ELSE
000409         MOVE POW-0001 (1:8) TO WS-TGT-DATE
000409         MOVE POW-0002 (1:6) TO WS-TGT-TIME
000409         PERFORM FIND-MATCH
000409         IF WS-FOUND = 'Y'
000409             MOVE WS-FOUND-REC TO MH-RECORD
000409             MOVE MH-DATE TO CUR-DATE
000409             MOVE MH-START-TIME TO CUR-START
000409             MOVE MH-END-TIME TO CUR-END
000409             MOVE MH-SCOREL TO CUR-SCOREL
000409             MOVE MH-SCORER TO CUR-SCORER
000409             MOVE MH-WINNER TO CUR-WINNER
000409             MOVE MH-PLAYERL-ID TO CUR-PLAYERL
000409             MOVE MH-PLAYERR-ID TO CUR-PLAYERR
000409             MOVE WS-FOUND-WHERE TO CUR-WHERE
000409             MOVE WS-CUR-LINE TO POW-0003
000409             CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-CRCUR  BY REFERENCE POW-0003
000409             IF WS-HITS > 1
000409                 CALL  "XPOWMSGBOX"  USING BY REFERENCE "More than one station has a match at that date and start time - it cannot be corrected here"
000409             END-IF
000409         ELSE
000409             CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-CRCUR  BY REFERENCE POW-0003
000409             CALL  "XPOWMSGBOX"  USING BY REFERENCE "No match on file for that date and start time"
000409         END-IF
000409     END-IF.
000409     EXIT PROGRAM.
000409
000409 FIND-MATCH.
000409     MOVE 'N' TO WS-FOUND.
000409     MOVE 0 TO WS-HITS.
000409     OPEN INPUT MATCH-HISTORY-FILE.
000409     IF WS-MH-STATUS = "00"
000409         PERFORM UNTIL WS-MH-STATUS = "10"
000409             READ MATCH-HISTORY-FILE
000409                 AT END MOVE "10" TO WS-MH-STATUS
000409                 NOT AT END
000409                     IF MH-DATE = WS-TGT-DATE AND MH-START-TIME = WS-TGT-TIME
000409                         ADD 1 TO WS-HITS
000409                     END-IF
000409                     IF WS-FOUND = 'N' AND MH-DATE = WS-TGT-DATE
000409                         AND MH-START-TIME = WS-TGT-TIME
000409                         MOVE 'Y' TO WS-FOUND
000409                         MOVE MH-RECORD TO WS-FOUND-REC
000409                         MOVE "MATCHHIST.DAT" TO WS-FOUND-WHERE
000409                     END-IF
000409             END-READ
000409         END-PERFORM
000409         CLOSE MATCH-HISTORY-FILE
000409     END-IF.
000409     MOVE "MATCHHIST-" TO WS-ARCH-NAME.
000409     MOVE WS-TGT-DATE (1:6) TO WS-ARCH-NAME (11:6).
000409     OPEN INPUT ARCHIVE-FILE.
000409     IF WS-AR-STATUS = "00"
000409         PERFORM UNTIL WS-AR-STATUS = "10"
000409             READ ARCHIVE-FILE
000409                 AT END MOVE "10" TO WS-AR-STATUS
000409                 NOT AT END
000409                     IF AR-RECORD (1:8) = WS-TGT-DATE
000409                         AND AR-RECORD (9:6) = WS-TGT-TIME
000409                         ADD 1 TO WS-HITS
000409                     END-IF
000409                     IF WS-FOUND = 'N'
000409                         AND AR-RECORD (1:8) = WS-TGT-DATE
000409                         AND AR-RECORD (9:6) = WS-TGT-TIME
000409                         MOVE 'Y' TO WS-FOUND
000409                         MOVE AR-RECORD TO WS-FOUND-REC
000409                         MOVE WS-ARCH-NAME TO WS-FOUND-WHERE
000409                     END-IF
000409             END-READ
000409         END-PERFORM
000409         CLOSE ARCHIVE-FILE
000409     END-IF.
000409 END PROGRAM "PF-CRLOOK-CLICK".
000410 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. "PF-CRSAVE-CLICK".
000410 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000410     SELECT MATCH-HISTORY-FILE ASSIGN TO "MATCHHIST.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-MH-STATUS.
000410     SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
000410         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-AR-STATUS.
000410     SELECT PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PL-STATUS.
000410     SELECT TRANS-FILE ASSIGN TO "CORRTRAN.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CT-STATUS.
000410 DATA        DIVISION.
000410 FILE SECTION.
000410 FD  MATCH-HISTORY-FILE.
000410 01  MH-RECORD.
000410     02 MH-DATE          PIC X(8).
000410     02 MH-START-TIME    PIC X(6).
000410     02 MH-END-TIME      PIC X(6).
000410     02 MH-SCOREL        PIC 99.
000410     02 MH-SCORER        PIC 99.
000410     02 MH-WINNER        PIC X.
000410     02 MH-LONGEST-RALLY PIC 999.
000410     02 MH-PLAYERL-ID    PIC 9(4).
000410     02 MH-PLAYERR-ID    PIC 9(4).
000410     02 MH-SIM-FLAG      PIC X.
000410     02 MH-HANDICAP      PIC X.
000410     02 MH-STATION       PIC XX.
000410 FD  ARCHIVE-FILE.
000410 01  AR-RECORD           PIC X(40).
000410 FD  PLAYER-FILE.
000410 01  PL-RECORD.
000410     02 PL-ID     PIC 9(4).
000410     02 PL-NAME   PIC X(20).
000410     02 PL-ACTIVE PIC X.
000410     02 PL-MERGED-TO PIC 9(4).
000410     02 PL-PIN PIC X(4).
000410     02 PL-PIN-FAILS PIC 9.
000410     02 PL-LOCKED PIC X.
000410 FD  TRANS-FILE.
000410 01  CT-RECORD.
000410     02 CT-DATE        PIC X(8).
000410     02 CT-START-TIME  PIC X(6).
000410     02 CT-ACTION      PIC X.
000410     02 CT-NEW-PLAYERL PIC 9(4).
000410     02 CT-NEW-PLAYERR PIC 9(4).
000410     02 CT-USER        PIC X(10).
000410     02 CT-REASON      PIC X(30).
000410     02 CT-ENTERED     PIC X(14).
000410 WORKING-STORAGE SECTION.
000410  01 WS-MH-STATUS   PIC XX.
000410  01 WS-AR-STATUS   PIC XX.
000410  01 WS-PL-STATUS   PIC XX.
000410  01 WS-CT-STATUS   PIC XX.
000410  01 WS-ARCH-NAME   PIC X(16).
000410  01 WS-NOW         PIC X(21).
000410  01 WS-TGT-DATE    PIC X(8).
000410  01 WS-TGT-TIME    PIC X(6).
000410  01 WS-ACTION      PIC X.
000410  01 WS-NEW-L       PIC 9(4).
000410  01 WS-NEW-R       PIC 9(4).
000410  01 WS-USER        PIC X(10).
000410  01 WS-REASON      PIC X(30).
000410  01 WS-FOUND       PIC X.
000410  01 WS-HITS        PIC 99 COMP-5.
000410  01 WS-FOUND-REC   PIC X(40).
000410  01 WS-L-VALID     PIC X.
000410  01 WS-R-VALID     PIC X.
000410  01 WS-QUEUED      PIC X.
000410 77 POW-0001 PIC X(256) .
000410 77 POW-0002 PIC X(256) .
000410 77 POW-0003 PIC X(256) .
000410 77 POW-0004 PIC X(256) .
000410 77 POW-0005 PIC X(256) .
000410 77 POW-0006 PIC X(256) .
000410 77 POW-0007 PIC X(256) .
000410 PROCEDURE   DIVISION.
000410 MAIN.
000410     MOVE 0 TO WS-NEW-L.
000410     MOVE 0 TO WS-NEW-R.
000410     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-CRDATE  BY REFERENCE POW-0001.
000410     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-CRTIME  BY REFERENCE POW-0002.
000410     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-CRACT  BY REFERENCE POW-0003.
000410     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-CRNEWL  BY REFERENCE POW-0004.
000410     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-CRNEWR  BY REFERENCE POW-0005.
000410     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-CRBY  BY REFERENCE POW-0006.
000410     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-CRWHY  BY REFERENCE POW-0007.
000410     MOVE POW-0003 (1:1) TO WS-ACTION.
000410     INSPECT WS-ACTION CONVERTING "csv" TO "CSV".
000410     IF FUNCTION TEST-NUMVAL(POW-0004 (1:4)) = 0
000410         MOVE FUNCTION NUMVAL(POW-0004 (1:4)) TO WS-NEW-L
000410     END-IF.
000410     IF FUNCTION TEST-NUMVAL(POW-0005 (1:4)) = 0
000410         MOVE FUNCTION NUMVAL(POW-0005 (1:4)) TO WS-NEW-R
000410     END-IF.
000410     MOVE POW-0006 (1:10) TO WS-USER.
000410     MOVE POW-0007 (1:30) TO WS-REASON.
000410     IF POW-0001 (1:8) IS NOT NUMERIC OR POW-0002 (1:6) IS NOT NUMERIC
000410         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Match date YYYYMMDD and start time HHMMSS are required"
000410     ELSE
000410     IF WS-ACTION NOT = 'C' AND WS-ACTION NOT = 'S' AND WS-ACTION NOT = 'V'
000410         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Action must be C (change IDs), S (swap sides) or V (void)"
000410     ELSE
000410     IF WS-USER = SPACES OR WS-REASON = SPACES
000410         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Operator and reason are required"
000410     ELSE
000410         MOVE POW-0001 (1:8) TO WS-TGT-DATE
000410         MOVE POW-0002 (1:6) TO WS-TGT-TIME
000410         PERFORM VALIDATE-AND-QUEUE
000410     END-IF
000410     END-IF
000410     END-IF.
000410     EXIT PROGRAM.
000410
000410 VALIDATE-AND-QUEUE.
000410     MOVE 'N' TO WS-QUEUED.
000410     PERFORM FIND-MATCH.
000410     IF WS-FOUND = 'N'
000410         CALL  "XPOWMSGBOX"  USING BY REFERENCE "No match on file for that date and start time"
000410     ELSE
000410     IF WS-HITS > 1
000410         CALL  "XPOWMSGBOX"  USING BY REFERENCE "More than one station has a match at that date and start time - correction not queued"
000410     ELSE
000410         MOVE WS-FOUND-REC TO MH-RECORD
000410         EVALUATE WS-ACTION
000410         WHEN 'C'
000410             PERFORM CHECK-NEW-PLAYERS
000410         WHEN 'S'
000410             MOVE MH-PLAYERR-ID TO WS-NEW-L
000410             MOVE MH-PLAYERL-ID TO WS-NEW-R
000410             PERFORM CHECK-ALREADY-QUEUED
000410         WHEN 'V'
000410             MOVE MH-PLAYERL-ID TO WS-NEW-L
000410             MOVE MH-PLAYERR-ID TO WS-NEW-R
000410             PERFORM CHECK-ALREADY-QUEUED
000410         END-EVALUATE
000410     END-IF
000410     END-IF.
000410
000410 CHECK-NEW-PLAYERS.
000410     IF WS-NEW-L = 0 OR WS-NEW-R = 0 OR WS-NEW-L = WS-NEW-R
000410         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Two different new player IDs are required"
000410     ELSE
000410         MOVE 'N' TO WS-L-VALID
000410         MOVE 'N' TO WS-R-VALID
000410         OPEN INPUT PLAYER-FILE
000410         IF WS-PL-STATUS = "00"
000410             PERFORM UNTIL WS-PL-STATUS = "10"
000410                 READ PLAYER-FILE
000410                     AT END MOVE "10" TO WS-PL-STATUS
000410                     NOT AT END PERFORM CHECK-PLAYER
000410                 END-READ
000410             END-PERFORM
000410             CLOSE PLAYER-FILE
000410         END-IF
000410         IF WS-L-VALID = 'Y' AND WS-R-VALID = 'Y'
000410             PERFORM CHECK-ALREADY-QUEUED
000410         ELSE
000410             CALL  "XPOWMSGBOX"  USING BY REFERENCE "Unknown or inactive player ID"
000410         END-IF
000410     END-IF.
000410
000410 CHECK-PLAYER.
000410     IF PL-ID = WS-NEW-L AND PL-ACTIVE = 'Y'
000410         MOVE 'Y' TO WS-L-VALID
000410     END-IF.
000410     IF PL-ID = WS-NEW-R AND PL-ACTIVE = 'Y'
000410         MOVE 'Y' TO WS-R-VALID
000410     END-IF.
000410
000410 CHECK-ALREADY-QUEUED.
000410     OPEN INPUT TRANS-FILE.
000410     IF WS-CT-STATUS = "00"
000410         PERFORM UNTIL WS-CT-STATUS = "10"
000410             READ TRANS-FILE
000410                 AT END MOVE "10" TO WS-CT-STATUS
000410                 NOT AT END
000410                     IF CT-DATE = WS-TGT-DATE AND CT-START-TIME = WS-TGT-TIME
000410                         MOVE 'Y' TO WS-QUEUED
000410                     END-IF
000410             END-READ
000410         END-PERFORM
000410         CLOSE TRANS-FILE
000410     END-IF.
000410     IF WS-QUEUED = 'Y'
000410         CALL  "XPOWMSGBOX"  USING BY REFERENCE "A correction for that match is already waiting for MH-CORRECT"
000410     ELSE
000410         PERFORM QUEUE-CORRECTION
000410     END-IF.
000410
000410 QUEUE-CORRECTION.
000410     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000410     OPEN EXTEND TRANS-FILE.
000410     IF WS-CT-STATUS = "35"
000410         OPEN OUTPUT TRANS-FILE
000410     END-IF.
000410     IF WS-CT-STATUS = "00"
000410         MOVE WS-TGT-DATE TO CT-DATE
000410         MOVE WS-TGT-TIME TO CT-START-TIME
000410         MOVE WS-ACTION TO CT-ACTION
000410         MOVE WS-NEW-L TO CT-NEW-PLAYERL
000410         MOVE WS-NEW-R TO CT-NEW-PLAYERR
000410         MOVE WS-USER TO CT-USER
000410         MOVE WS-REASON TO CT-REASON
000410         MOVE WS-NOW (1:14) TO CT-ENTERED
000410         WRITE CT-RECORD
000410         CLOSE TRANS-FILE
000410         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Correction queued - run MH-CORRECT to apply it"
000410     ELSE
000410         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Cannot open CORRTRAN.DAT"
000410     END-IF.
000410
000410 FIND-MATCH.
000410     MOVE 'N' TO WS-FOUND.
000410     MOVE 0 TO WS-HITS.
000410     OPEN INPUT MATCH-HISTORY-FILE.
000410     IF WS-MH-STATUS = "00"
000410         PERFORM UNTIL WS-MH-STATUS = "10"
000410             READ MATCH-HISTORY-FILE
000410                 AT END MOVE "10" TO WS-MH-STATUS
000410                 NOT AT END
000410                     IF MH-DATE = WS-TGT-DATE AND MH-START-TIME = WS-TGT-TIME
000410                         ADD 1 TO WS-HITS
000410                     END-IF
000410                     IF WS-FOUND = 'N' AND MH-DATE = WS-TGT-DATE
000410                         AND MH-START-TIME = WS-TGT-TIME
000410                         MOVE 'Y' TO WS-FOUND
000410                         MOVE MH-RECORD TO WS-FOUND-REC
000410                     END-IF
000410             END-READ
000410         END-PERFORM
000410         CLOSE MATCH-HISTORY-FILE
000410     END-IF.
000410     MOVE "MATCHHIST-" TO WS-ARCH-NAME.
000410     MOVE WS-TGT-DATE (1:6) TO WS-ARCH-NAME (11:6).
000410     OPEN INPUT ARCHIVE-FILE.
000410     IF WS-AR-STATUS = "00"
000410         PERFORM UNTIL WS-AR-STATUS = "10"
000410             READ ARCHIVE-FILE
000410                 AT END MOVE "10" TO WS-AR-STATUS
000410                 NOT AT END
000410                     IF AR-RECORD (1:8) = WS-TGT-DATE
000410                         AND AR-RECORD (9:6) = WS-TGT-TIME
000410                         ADD 1 TO WS-HITS
000410                     END-IF
000410                     IF WS-FOUND = 'N'
000410                         AND AR-RECORD (1:8) = WS-TGT-DATE
000410                         AND AR-RECORD (9:6) = WS-TGT-TIME
000410                         MOVE 'Y' TO WS-FOUND
000410                         MOVE AR-RECORD TO WS-FOUND-REC
000410                     END-IF
000410             END-READ
000410         END-PERFORM
000410         CLOSE ARCHIVE-FILE
000410     END-IF.
000410 END PROGRAM "PF-CRSAVE-CLICK".
000411 IDENTIFICATION DIVISION.
000411 PROGRAM-ID. "PF-CRDONE-CLICK".
000411 PROCEDURE   DIVISION.
000411 MAIN.
000411     CALL  "XPOWSHCLOSE"  USING BY VALUE SHT-CORRECT.
000411 END PROGRAM "PF-CRDONE-CLICK".
000412 END PROGRAM "SHT-CORRECT".
000413 IDENTIFICATION DIVISION.
000413 PROGRAM-ID. "MH-CORRECT".
000413 ENVIRONMENT DIVISION.
000413 INPUT-OUTPUT SECTION.
000413 FILE-CONTROL.
000413     SELECT TRANS-FILE ASSIGN TO "CORRTRAN.DAT"
000413         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS WS-CT-STATUS.
000413     SELECT JOURNAL-FILE ASSIGN TO "CORRJRNL.DAT"
000413         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS WS-CJ-STATUS.
000413     SELECT MATCH-HISTORY-FILE ASSIGN TO "MATCHHIST.DAT"
000413         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS WS-MH-STATUS.
000413     SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
000413         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS WS-AR-STATUS.
000413     SELECT TEMP-FILE ASSIGN TO "MATCHHIST.TMP"
000413         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS WS-TM-STATUS.
000413     SELECT MASTER-FILE ASSIGN TO "MATCHHIST.MST"
000413         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS RANDOM
000413         RECORD KEY IS MS-KEY
000413         FILE STATUS IS WS-MS-STATUS.
000413     SELECT BILL-TRAN-FILE ASSIGN TO "BILLTRAN.DAT"
000413         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS WS-BT-STATUS.
000413     SELECT POINT-DETAIL-FILE ASSIGN TO "MATCHPTS.DAT"
000413         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS WS-PT-STATUS.
000413 DATA        DIVISION.
000413 FILE SECTION.
000413 FD  TRANS-FILE.
000413 01  CT-RECORD.
000413     02 CT-DATE        PIC X(8).
000413     02 CT-START-TIME  PIC X(6).
000413     02 CT-ACTION      PIC X.
000413     02 CT-NEW-PLAYERL PIC 9(4).
000413     02 CT-NEW-PLAYERR PIC 9(4).
000413     02 CT-USER        PIC X(10).
000413     02 CT-REASON      PIC X(30).
000413     02 CT-ENTERED     PIC X(14).
000413 FD  JOURNAL-FILE.
000413 01  CJ-RECORD.
000413     02 CJ-STAMP       PIC X(14).
000413     02 CJ-ACTION      PIC X.
000413     02 CJ-USER        PIC X(10).
000413     02 CJ-REASON      PIC X(30).
000413     02 CJ-ENTERED     PIC X(14).
000413     02 CJ-WHERE       PIC X(16).
000413     02 CJ-MASTER      PIC X.
000413     02 CJ-BEFORE      PIC X(40).
000413     02 CJ-AFTER       PIC X(40).
000413 FD  MATCH-HISTORY-FILE.
000413 01  MH-RECORD.
000413     02 MH-DATE          PIC X(8).
000413     02 MH-START-TIME    PIC X(6).
000413     02 MH-END-TIME      PIC X(6).
000413     02 MH-SCOREL        PIC 99.
000413     02 MH-SCORER        PIC 99.
000413     02 MH-WINNER        PIC X.
000413     02 MH-LONGEST-RALLY PIC 999.
000413     02 MH-PLAYERL-ID    PIC 9(4).
000413     02 MH-PLAYERR-ID    PIC 9(4).
000413     02 MH-SIM-FLAG      PIC X.
000413     02 MH-HANDICAP      PIC X.
000413     02 MH-STATION       PIC XX.
000413 FD  ARCHIVE-FILE.
000413 01  AR-RECORD           PIC X(40).
000413 FD  TEMP-FILE.
000413 01  TM-RECORD           PIC X(40).
000413 FD  MASTER-FILE.
000413 01  MS-RECORD.
000413     02 MS-KEY           PIC X(14).
000413     02 MS-REST          PIC X(26).
000413 FD  BILL-TRAN-FILE.
000413 01  BT-RECORD.
000413     02 BT-TYPE          PIC X.
000413     02 BT-PLAYER-ID     PIC 9(4).
000413     02 BT-POSTED        PIC X(8).
000413     02 BT-DATE          PIC X(8).
000413     02 BT-START-TIME    PIC X(6).
000413     02 BT-END-TIME      PIC X(6).
000413     02 BT-OPP-ID        PIC 9(4).
000413     02 BT-BAND          PIC X.
000413     02 BT-MINUTES       PIC 999.
000413     02 BT-AMOUNT        PIC 9(5)V99.
000413     02 BT-USER          PIC X(10).
000413 FD  POINT-DETAIL-FILE.
000413 01  PT-RECORD.
000413     02 PT-DATE       PIC X(8).
000413     02 PT-START-TIME PIC X(6).
000413     02 PT-SEQ        PIC 999.
000413     02 PT-SIDE       PIC X.
000413     02 PT-SCOREL     PIC 99.
000413     02 PT-SCORER     PIC 99.
000413     02 PT-RALLY-HITS PIC 999.
000413     02 PT-BALL-DX    PIC S9.
000413     02 PT-BALL-DY    PIC S9.
000413     02 PT-STAMP      PIC X(14).
000413     02 PT-STATION    PIC XX.
000413 WORKING-STORAGE SECTION.
000414  01 WS-CT-STATUS   PIC XX.
000414  01 WS-CJ-STATUS   PIC XX.
000414  01 WS-MH-STATUS   PIC XX.
000414  01 WS-AR-STATUS   PIC XX.
000414  01 WS-TM-STATUS   PIC XX.
000414  01 WS-MS-STATUS   PIC XX.
000414  01 WS-BT-STATUS   PIC XX.
000414  01 WS-PT-STATUS   PIC XX.
000414  01 WS-MS-OPEN     PIC X VALUE 'N'.
000414  01 WS-REWRITE-FAIL PIC X VALUE 'N'.
000414  01 WS-MS-HIT      PIC X.
000414  01 WS-ARCH-NAME   PIC X(16).
000414  01 WS-WHERE       PIC X(16).
000414  01 WS-NOW         PIC X(21).
000414  01 WS-THIS-KEY    PIC X(14).
000414  01 WS-MON-TO-DO   PIC X(6).
000414  01 WS-FILE-CHANGED PIC X.
000414  01 WS-BEFORE-IMAGE PIC X(40).
000414  01 WS-CT-CNT      PIC 999 COMP-5 VALUE 0.
000414  01 WS-CT-IDX      PIC 999 COMP-5.
000414  01 WS-CT-JDX      PIC 999 COMP-5.
000414  01 WS-CT-HIT      PIC 999 COMP-5.
000414  01 WS-CT-OVERFLOW PIC X VALUE 'N'.
000414  01 WS-CT-TABLE.
000414    02 WS-CT-ENT OCCURS 200 TIMES.
000414      03 WS-CT-KEY        PIC X(14).
000414      03 WS-CT-ACTION     PIC X.
000414      03 WS-CT-NEWL       PIC 9(4).
000414      03 WS-CT-NEWR       PIC 9(4).
000414      03 WS-CT-USER       PIC X(10).
000414      03 WS-CT-REASON     PIC X(30).
000414      03 WS-CT-ENTERED    PIC X(14).
000414      03 WS-CT-TAB-STATUS PIC X.
000414      03 WS-CT-SEARCHED   PIC X.
000414      03 WS-CT-RESULT     PIC X(16).
000414      03 WS-CT-HITS       PIC 999 COMP-5.
000414      03 WS-CT-BILLED     PIC X.
000414      03 WS-CT-POINTS     PIC X.
000414  01 WS-APPLIED     PIC 9(5) COMP-5 VALUE 0.
000414  01 WS-REJECTED    PIC 9(5) COMP-5 VALUE 0.
000414  01 WS-LIVE-CHG    PIC 9(5) COMP-5 VALUE 0.
000414  01 WS-ARCH-CHG    PIC 9(5) COMP-5 VALUE 0.
000414  01 WS-MST-CHG     PIC 9(5) COMP-5 VALUE 0.
000414  01 WS-VOIDED      PIC 9(5) COMP-5 VALUE 0.
000414  01 WS-FOLLOW-UPS  PIC 9(5) COMP-5 VALUE 0.
000414  01 WS-NOT-SAVED   PIC 9(5) COMP-5 VALUE 0.
000414  01 WS-CNT-DISP    PIC ZZZZ9.
000414  01 WS-AU-EVENT    PIC X(8).
000414  01 WS-AU-DETAIL   PIC X(40).
000414  01 WS-AU-CORR-DET.
000414    02 ACD-KEY      PIC X(14).
000414    02 FILLER       PIC X VALUE SPACE.
000414    02 ACD-ACTION   PIC X.
000414    02 FILLER       PIC X VALUE SPACE.
000414    02 ACD-USER     PIC X(10).
000414    02 FILLER       PIC X VALUE SPACE.
000414    02 ACD-NEWL     PIC 9(4).
000414    02 FILLER       PIC X VALUE "/".
000414    02 ACD-NEWR     PIC 9(4).
000414    02 FILLER       PIC X(3) VALUE SPACES.
000415 PROCEDURE   DIVISION.
000415 MAIN.
000415     PERFORM LOAD-TRANSACTIONS.
000415     DISPLAY "===== MATCH RESULT CORRECTIONS =====".
000415     IF WS-CT-OVERFLOW = 'Y'
000415         DISPLAY "Correction file exceeds maintenance limit"
000415         DISPLAY "No corrections were applied"
000415         MOVE 8 TO RETURN-CODE
000415         STOP RUN
000415     END-IF.
000415     IF WS-CT-CNT = 0
000415         DISPLAY "No corrections waiting in CORRTRAN.DAT"
000415         STOP RUN
000415     END-IF.
000415     OPEN EXTEND JOURNAL-FILE.
000415     IF WS-CJ-STATUS = "35"
000415         OPEN OUTPUT JOURNAL-FILE
000415     END-IF.
000415     IF WS-CJ-STATUS NOT = "00"
000415         DISPLAY "Cannot open CORRJRNL.DAT status " WS-CJ-STATUS
000415         DISPLAY "No corrections were applied"
000415         MOVE 8 TO RETURN-CODE
000415         STOP RUN
000415     END-IF.
000415     PERFORM COUNT-KEY-HITS.
000415     PERFORM OPEN-MASTER.
000415     PERFORM CORRECT-LIVE.
000415     PERFORM CORRECT-ARCHIVES.
000415     PERFORM CORRECT-MASTER-ONLY.
000415     PERFORM CLOSE-MASTER.
000415     CLOSE JOURNAL-FILE.
000415     PERFORM FIND-FOLLOW-UPS.
000415     IF WS-REWRITE-FAIL = 'N'
000415         PERFORM CLEAR-TRANSACTIONS
000415     ELSE
000415         DISPLAY "CORRTRAN.DAT has been kept for a re-run"
000415     END-IF.
000415     PERFORM PRINT-CONTROL.
000415     IF WS-REWRITE-FAIL = 'Y'
000415         MOVE 8 TO RETURN-CODE
000415     END-IF.
000415     STOP RUN.
000415
000415 LOAD-TRANSACTIONS.
000415     OPEN INPUT TRANS-FILE.
000415     IF WS-CT-STATUS = "00"
000415         PERFORM UNTIL WS-CT-STATUS = "10"
000415             READ TRANS-FILE
000415                 AT END MOVE "10" TO WS-CT-STATUS
000415                 NOT AT END PERFORM LOAD-ONE-TRANSACTION
000415             END-READ
000415         END-PERFORM
000415         CLOSE TRANS-FILE
000415     END-IF.
000415
000415 LOAD-ONE-TRANSACTION.
000415     IF WS-CT-CNT < 200
000415         ADD 1 TO WS-CT-CNT
000415         MOVE CT-DATE TO WS-CT-KEY (WS-CT-CNT) (1:8)
000415         MOVE CT-START-TIME TO WS-CT-KEY (WS-CT-CNT) (9:6)
000415         MOVE CT-ACTION TO WS-CT-ACTION (WS-CT-CNT)
000415         MOVE CT-NEW-PLAYERL TO WS-CT-NEWL (WS-CT-CNT)
000415         MOVE CT-NEW-PLAYERR TO WS-CT-NEWR (WS-CT-CNT)
000415         MOVE CT-USER TO WS-CT-USER (WS-CT-CNT)
000415         MOVE CT-REASON TO WS-CT-REASON (WS-CT-CNT)
000415         MOVE CT-ENTERED TO WS-CT-ENTERED (WS-CT-CNT)
000415         MOVE 'P' TO WS-CT-TAB-STATUS (WS-CT-CNT)
000415         MOVE 'N' TO WS-CT-SEARCHED (WS-CT-CNT)
000415         MOVE SPACES TO WS-CT-RESULT (WS-CT-CNT)
000415         MOVE 0 TO WS-CT-HITS (WS-CT-CNT)
000415         MOVE 'N' TO WS-CT-BILLED (WS-CT-CNT)
000415         MOVE 'N' TO WS-CT-POINTS (WS-CT-CNT)
000415         IF CT-ACTION NOT = 'C' AND CT-ACTION NOT = 'S'
000415             AND CT-ACTION NOT = 'V'
000415             MOVE 'R' TO WS-CT-TAB-STATUS (WS-CT-CNT)
000415             MOVE "BAD ACTION CODE" TO WS-CT-RESULT (WS-CT-CNT)
000415         END-IF
000415         IF CT-ACTION NOT = 'V'
000415             AND (CT-NEW-PLAYERL IS NOT NUMERIC
000415             OR CT-NEW-PLAYERR IS NOT NUMERIC)
000415             MOVE 'R' TO WS-CT-TAB-STATUS (WS-CT-CNT)
000415             MOVE "BAD PLAYER ID" TO WS-CT-RESULT (WS-CT-CNT)
000415         END-IF
000415     ELSE
000415         MOVE 'Y' TO WS-CT-OVERFLOW
000415     END-IF.
000415
000415 COUNT-KEY-HITS.
000415     OPEN INPUT MATCH-HISTORY-FILE.
000415     IF WS-MH-STATUS = "00"
000415         PERFORM UNTIL WS-MH-STATUS = "10"
000415             READ MATCH-HISTORY-FILE
000415                 AT END MOVE "10" TO WS-MH-STATUS
000415                 NOT AT END PERFORM COUNT-ONE-HIT
000415             END-READ
000415         END-PERFORM
000415         CLOSE MATCH-HISTORY-FILE
000415     END-IF.
000415     PERFORM VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > WS-CT-CNT
000415         IF WS-CT-TAB-STATUS (WS-CT-IDX) = 'P'
000415             AND WS-CT-SEARCHED (WS-CT-IDX) = 'N'
000415             MOVE WS-CT-KEY (WS-CT-IDX) (1:6) TO WS-MON-TO-DO
000415             PERFORM COUNT-ONE-ARCHIVE
000415             PERFORM VARYING WS-CT-JDX FROM 1 BY 1
000415                 UNTIL WS-CT-JDX > WS-CT-CNT
000415                 IF WS-CT-KEY (WS-CT-JDX) (1:6) = WS-MON-TO-DO
000415                     MOVE 'Y' TO WS-CT-SEARCHED (WS-CT-JDX)
000415                 END-IF
000415             END-PERFORM
000415         END-IF
000415     END-PERFORM.
000415     PERFORM VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > WS-CT-CNT
000415         MOVE 'N' TO WS-CT-SEARCHED (WS-CT-IDX)
000415         IF WS-CT-TAB-STATUS (WS-CT-IDX) = 'P'
000415             AND WS-CT-HITS (WS-CT-IDX) > 1
000415             MOVE 'R' TO WS-CT-TAB-STATUS (WS-CT-IDX)
000415             MOVE "MATCH NOT UNIQUE" TO WS-CT-RESULT (WS-CT-IDX)
000415         END-IF
000415     END-PERFORM.
000415
000415 COUNT-ONE-ARCHIVE.
000415     MOVE "MATCHHIST-" TO WS-ARCH-NAME.
000415     MOVE WS-MON-TO-DO TO WS-ARCH-NAME (11:6).
000415     OPEN INPUT ARCHIVE-FILE.
000415     IF WS-AR-STATUS = "00"
000415         PERFORM UNTIL WS-AR-STATUS = "10"
000415             READ ARCHIVE-FILE
000415                 AT END MOVE "10" TO WS-AR-STATUS
000415                 NOT AT END
000415                     MOVE AR-RECORD TO MH-RECORD
000415                     PERFORM COUNT-ONE-HIT
000415             END-READ
000415         END-PERFORM
000415         CLOSE ARCHIVE-FILE
000415     END-IF.
000415
000415 COUNT-ONE-HIT.
000415     MOVE MH-DATE TO WS-THIS-KEY (1:8).
000415     MOVE MH-START-TIME TO WS-THIS-KEY (9:6).
000415     PERFORM VARYING WS-CT-JDX FROM 1 BY 1 UNTIL WS-CT-JDX > WS-CT-CNT
000415         IF WS-CT-KEY (WS-CT-JDX) = WS-THIS-KEY
000415             ADD 1 TO WS-CT-HITS (WS-CT-JDX)
000415         END-IF
000415     END-PERFORM.
000415
000415 OPEN-MASTER.
000415     OPEN I-O MASTER-FILE.
000415     IF WS-MS-STATUS = "00"
000415         MOVE 'Y' TO WS-MS-OPEN
000415     ELSE
000415         DISPLAY "MATCHHIST.MST not on file - master not corrected"
000415     END-IF.
000415
000415 CLOSE-MASTER.
000415     IF WS-MS-OPEN = 'Y'
000415         CLOSE MASTER-FILE
000415         MOVE 'N' TO WS-MS-OPEN
000415     END-IF.
000415
000415 CORRECT-LIVE.
000415     MOVE "MATCHHIST.DAT" TO WS-WHERE.
000415     MOVE 'N' TO WS-FILE-CHANGED.
000415     OPEN INPUT MATCH-HISTORY-FILE.
000415     IF WS-MH-STATUS = "00"
000415         OPEN OUTPUT TEMP-FILE
000415         IF WS-TM-STATUS = "00"
000415             PERFORM UNTIL WS-MH-STATUS = "10"
000415                 READ MATCH-HISTORY-FILE
000415                     AT END MOVE "10" TO WS-MH-STATUS
000415                     NOT AT END PERFORM CORRECT-ONE-RECORD
000415                 END-READ
000415             END-PERFORM
000415             CLOSE TEMP-FILE
000415         ELSE
000415             DISPLAY "Cannot open MATCHHIST.TMP status " WS-TM-STATUS
000415             MOVE 'Y' TO WS-REWRITE-FAIL
000415             PERFORM VARYING WS-CT-JDX FROM 1 BY 1 UNTIL WS-CT-JDX > WS-CT-CNT
000415                 IF WS-CT-TAB-STATUS (WS-CT-JDX) = 'P'
000415                     MOVE 'R' TO WS-CT-TAB-STATUS (WS-CT-JDX)
000415                     MOVE "WORK FILE FAILED" TO WS-CT-RESULT (WS-CT-JDX)
000415                 END-IF
000415             END-PERFORM
000415         END-IF
000415         CLOSE MATCH-HISTORY-FILE
000415         IF WS-FILE-CHANGED = 'Y'
000415             PERFORM COPY-BACK-LIVE
000415         END-IF
000415     END-IF.
000415
000415 CORRECT-ARCHIVES.
000415     PERFORM VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > WS-CT-CNT
000415         IF WS-CT-TAB-STATUS (WS-CT-IDX) = 'P'
000415             AND WS-CT-SEARCHED (WS-CT-IDX) = 'N'
000415             MOVE WS-CT-KEY (WS-CT-IDX) (1:6) TO WS-MON-TO-DO
000415             PERFORM CORRECT-ONE-ARCHIVE
000415             PERFORM VARYING WS-CT-JDX FROM 1 BY 1
000415                 UNTIL WS-CT-JDX > WS-CT-CNT
000415                 IF WS-CT-KEY (WS-CT-JDX) (1:6) = WS-MON-TO-DO
000415                     MOVE 'Y' TO WS-CT-SEARCHED (WS-CT-JDX)
000415                 END-IF
000415             END-PERFORM
000415         END-IF
000415     END-PERFORM.
000415
000415 CORRECT-ONE-ARCHIVE.
000415     MOVE "MATCHHIST-" TO WS-ARCH-NAME.
000415     MOVE WS-MON-TO-DO TO WS-ARCH-NAME (11:6).
000415     MOVE WS-ARCH-NAME TO WS-WHERE.
000415     MOVE 'N' TO WS-FILE-CHANGED.
000415     OPEN INPUT ARCHIVE-FILE.
000415     IF WS-AR-STATUS = "00"
000415         OPEN OUTPUT TEMP-FILE
000415         IF WS-TM-STATUS = "00"
000415             PERFORM UNTIL WS-AR-STATUS = "10"
000415                 READ ARCHIVE-FILE
000415                     AT END MOVE "10" TO WS-AR-STATUS
000415                     NOT AT END
000415                         MOVE AR-RECORD TO MH-RECORD
000415                         PERFORM CORRECT-ONE-RECORD
000415                 END-READ
000415             END-PERFORM
000415             CLOSE TEMP-FILE
000415         ELSE
000415             DISPLAY "Cannot open MATCHHIST.TMP status " WS-TM-STATUS
000415             MOVE 'Y' TO WS-REWRITE-FAIL
000415             PERFORM VARYING WS-CT-JDX FROM 1 BY 1 UNTIL WS-CT-JDX > WS-CT-CNT
000415                 IF WS-CT-TAB-STATUS (WS-CT-JDX) = 'P'
000415                     AND WS-CT-KEY (WS-CT-JDX) (1:6) = WS-MON-TO-DO
000415                     MOVE 'R' TO WS-CT-TAB-STATUS (WS-CT-JDX)
000415                     MOVE "WORK FILE FAILED" TO WS-CT-RESULT (WS-CT-JDX)
000415                 END-IF
000415             END-PERFORM
000415         END-IF
000415         CLOSE ARCHIVE-FILE
000415         IF WS-FILE-CHANGED = 'Y'
000415             PERFORM COPY-BACK-ARCHIVE
000415         END-IF
000415     END-IF.
000415
000415 CORRECT-MASTER-ONLY.
000415     MOVE "MATCHHIST.MST" TO WS-WHERE.
000415     PERFORM VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > WS-CT-CNT
000415         IF WS-CT-TAB-STATUS (WS-CT-IDX) = 'P' AND WS-MS-OPEN = 'Y'
000415             MOVE WS-CT-KEY (WS-CT-IDX) TO MS-KEY
000415             READ MASTER-FILE
000415                 INVALID KEY CONTINUE
000415                 NOT INVALID KEY
000415                     MOVE MS-RECORD TO MH-RECORD
000415                     MOVE WS-CT-KEY (WS-CT-IDX) TO WS-THIS-KEY
000415                     MOVE WS-CT-IDX TO WS-CT-HIT
000415                     PERFORM APPLY-CORRECTION
000415             END-READ
000415         END-IF
000415         IF WS-CT-TAB-STATUS (WS-CT-IDX) = 'P'
000415             MOVE 'R' TO WS-CT-TAB-STATUS (WS-CT-IDX)
000415             MOVE "MATCH NOT FOUND" TO WS-CT-RESULT (WS-CT-IDX)
000415         END-IF
000415         IF WS-CT-TAB-STATUS (WS-CT-IDX) = 'R'
000415             ADD 1 TO WS-REJECTED
000415         END-IF
000415     END-PERFORM.
000415
000415 CORRECT-ONE-RECORD.
000415     MOVE MH-DATE TO WS-THIS-KEY (1:8).
000415     MOVE MH-START-TIME TO WS-THIS-KEY (9:6).
000415     MOVE 0 TO WS-CT-HIT.
000415     PERFORM VARYING WS-CT-JDX FROM 1 BY 1 UNTIL WS-CT-JDX > WS-CT-CNT
000415         IF WS-CT-KEY (WS-CT-JDX) = WS-THIS-KEY
000415             AND WS-CT-TAB-STATUS (WS-CT-JDX) = 'P'
000415             MOVE WS-CT-JDX TO WS-CT-HIT
000415             MOVE WS-CT-CNT TO WS-CT-JDX
000415         END-IF
000415     END-PERFORM.
000415     IF WS-CT-HIT > 0
000415         PERFORM APPLY-CORRECTION
000415         MOVE 'Y' TO WS-FILE-CHANGED
000415     END-IF.
000415     IF WS-CT-HIT = 0 OR WS-CT-ACTION (WS-CT-HIT) NOT = 'V'
000415         MOVE MH-RECORD TO TM-RECORD
000415         WRITE TM-RECORD
000415     END-IF.
000415
000415 APPLY-CORRECTION.
000415     MOVE MH-RECORD TO WS-BEFORE-IMAGE.
000415     IF WS-CT-ACTION (WS-CT-HIT) = 'V'
000415         ADD 1 TO WS-VOIDED
000415     ELSE
000415         MOVE WS-CT-NEWL (WS-CT-HIT) TO MH-PLAYERL-ID
000415         MOVE WS-CT-NEWR (WS-CT-HIT) TO MH-PLAYERR-ID
000415     END-IF.
000415     EVALUATE WS-WHERE
000415     WHEN "MATCHHIST.DAT"
000415         ADD 1 TO WS-LIVE-CHG
000415     WHEN "MATCHHIST.MST"
000415         CONTINUE
000415     WHEN OTHER
000415         ADD 1 TO WS-ARCH-CHG
000415     END-EVALUATE.
000415     PERFORM APPLY-TO-MASTER.
000415     PERFORM WRITE-JOURNAL.
000415     PERFORM AUDIT-CORRECTION.
000415     MOVE 'A' TO WS-CT-TAB-STATUS (WS-CT-HIT).
000415     MOVE WS-WHERE TO WS-CT-RESULT (WS-CT-HIT).
000415     ADD 1 TO WS-APPLIED.
000415
000415 APPLY-TO-MASTER.
000415     MOVE 'N' TO WS-MS-HIT.
000415     IF WS-MS-OPEN = 'Y'
000415         MOVE WS-THIS-KEY TO MS-KEY
000415         READ MASTER-FILE
000415             INVALID KEY CONTINUE
000415             NOT INVALID KEY
000415                 IF WS-CT-ACTION (WS-CT-HIT) = 'V'
000415                     DELETE MASTER-FILE RECORD
000415                         INVALID KEY CONTINUE
000415                         NOT INVALID KEY MOVE 'Y' TO WS-MS-HIT
000415                     END-DELETE
000415                 ELSE
000415                     MOVE MH-RECORD TO MS-RECORD
000415                     REWRITE MS-RECORD
000415                         INVALID KEY CONTINUE
000415                         NOT INVALID KEY MOVE 'Y' TO WS-MS-HIT
000415                     END-REWRITE
000415                 END-IF
000415         END-READ
000415     END-IF.
000415     IF WS-MS-HIT = 'Y'
000415         ADD 1 TO WS-MST-CHG
000415     END-IF.
000415
000415 WRITE-JOURNAL.
000415     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000415     MOVE WS-NOW (1:14) TO CJ-STAMP.
000415     MOVE WS-CT-ACTION (WS-CT-HIT) TO CJ-ACTION.
000415     MOVE WS-CT-USER (WS-CT-HIT) TO CJ-USER.
000415     MOVE WS-CT-REASON (WS-CT-HIT) TO CJ-REASON.
000415     MOVE WS-CT-ENTERED (WS-CT-HIT) TO CJ-ENTERED.
000415     MOVE WS-WHERE TO CJ-WHERE.
000415     MOVE WS-MS-HIT TO CJ-MASTER.
000415     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE.
000415     IF WS-CT-ACTION (WS-CT-HIT) = 'V'
000415         MOVE SPACES TO CJ-AFTER
000415     ELSE
000415         MOVE MH-RECORD TO CJ-AFTER
000415     END-IF.
000415     WRITE CJ-RECORD.
000415
000415 AUDIT-CORRECTION.
000415     IF WS-CT-ACTION (WS-CT-HIT) = 'V'
000415         MOVE "MHVOID" TO WS-AU-EVENT
000415         MOVE 0 TO ACD-NEWL
000415         MOVE 0 TO ACD-NEWR
000415     ELSE
000415         MOVE "MHCORR" TO WS-AU-EVENT
000415         MOVE MH-PLAYERL-ID TO ACD-NEWL
000415         MOVE MH-PLAYERR-ID TO ACD-NEWR
000415     END-IF.
000415     MOVE WS-THIS-KEY TO ACD-KEY.
000415     MOVE WS-CT-ACTION (WS-CT-HIT) TO ACD-ACTION.
000415     MOVE WS-CT-USER (WS-CT-HIT) TO ACD-USER.
000415     MOVE WS-AU-CORR-DET TO WS-AU-DETAIL.
000415     CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL.
000415
000415 COPY-BACK-LIVE.
000415     OPEN INPUT TEMP-FILE.
000415     IF WS-TM-STATUS = "00"
000415         OPEN OUTPUT MATCH-HISTORY-FILE
000415         IF WS-MH-STATUS = "00"
000415             PERFORM UNTIL WS-TM-STATUS = "10"
000415                 READ TEMP-FILE
000415                     AT END MOVE "10" TO WS-TM-STATUS
000415                     NOT AT END
000415                         MOVE TM-RECORD TO MH-RECORD
000415                         WRITE MH-RECORD
000415                 END-READ
000415             END-PERFORM
000415             CLOSE MATCH-HISTORY-FILE
000415         ELSE
000415             DISPLAY "Cannot rewrite MATCHHIST.DAT status " WS-MH-STATUS
000415             PERFORM MARK-NOT-SAVED
000415         END-IF
000415         CLOSE TEMP-FILE
000415     ELSE
000415         DISPLAY "Cannot reopen MATCHHIST.TMP status " WS-TM-STATUS
000415         PERFORM MARK-NOT-SAVED
000415     END-IF.
000415
000415 COPY-BACK-ARCHIVE.
000415     OPEN INPUT TEMP-FILE.
000415     IF WS-TM-STATUS = "00"
000415         OPEN OUTPUT ARCHIVE-FILE
000415         IF WS-AR-STATUS = "00"
000415             PERFORM UNTIL WS-TM-STATUS = "10"
000415                 READ TEMP-FILE
000415                     AT END MOVE "10" TO WS-TM-STATUS
000415                     NOT AT END
000415                         MOVE TM-RECORD TO AR-RECORD
000415                         WRITE AR-RECORD
000415                 END-READ
000415             END-PERFORM
000415             CLOSE ARCHIVE-FILE
000415         ELSE
000415             DISPLAY "Cannot rewrite " WS-ARCH-NAME " status " WS-AR-STATUS
000415             PERFORM MARK-NOT-SAVED
000415         END-IF
000415         CLOSE TEMP-FILE
000415     ELSE
000415         DISPLAY "Cannot reopen MATCHHIST.TMP status " WS-TM-STATUS
000415         PERFORM MARK-NOT-SAVED
000415     END-IF.
000415
000415 FIND-FOLLOW-UPS.
000415     IF WS-APPLIED > 0
000415         OPEN INPUT BILL-TRAN-FILE
000415         IF WS-BT-STATUS = "00"
000415             PERFORM UNTIL WS-BT-STATUS = "10"
000415                 READ BILL-TRAN-FILE
000415                     AT END MOVE "10" TO WS-BT-STATUS
000415                     NOT AT END
000415                         IF BT-TYPE = 'C'
000415                             MOVE BT-DATE TO WS-THIS-KEY (1:8)
000415                             MOVE BT-START-TIME TO WS-THIS-KEY (9:6)
000415                             PERFORM MARK-BILLED
000415                         END-IF
000415                 END-READ
000415             END-PERFORM
000415             CLOSE BILL-TRAN-FILE
000415         END-IF
000415     END-IF.
000415     IF WS-VOIDED > 0
000415         OPEN INPUT POINT-DETAIL-FILE
000415         IF WS-PT-STATUS = "00"
000415             PERFORM UNTIL WS-PT-STATUS = "10"
000415                 READ POINT-DETAIL-FILE
000415                     AT END MOVE "10" TO WS-PT-STATUS
000415                     NOT AT END
000415                         MOVE PT-DATE TO WS-THIS-KEY (1:8)
000415                         MOVE PT-START-TIME TO WS-THIS-KEY (9:6)
000415                         PERFORM MARK-POINTS
000415                 END-READ
000415             END-PERFORM
000415             CLOSE POINT-DETAIL-FILE
000415         END-IF
000415     END-IF.
000415     PERFORM VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > WS-CT-CNT
000415         IF WS-CT-BILLED (WS-CT-IDX) = 'Y' OR WS-CT-POINTS (WS-CT-IDX) = 'Y'
000415             ADD 1 TO WS-FOLLOW-UPS
000415         END-IF
000415     END-PERFORM.
000415
000415 MARK-BILLED.
000415     PERFORM VARYING WS-CT-JDX FROM 1 BY 1 UNTIL WS-CT-JDX > WS-CT-CNT
000415         IF WS-CT-KEY (WS-CT-JDX) = WS-THIS-KEY
000415             AND WS-CT-TAB-STATUS (WS-CT-JDX) = 'A'
000415             MOVE 'Y' TO WS-CT-BILLED (WS-CT-JDX)
000415         END-IF
000415     END-PERFORM.
000415
000415 MARK-POINTS.
000415     PERFORM VARYING WS-CT-JDX FROM 1 BY 1 UNTIL WS-CT-JDX > WS-CT-CNT
000415         IF WS-CT-KEY (WS-CT-JDX) = WS-THIS-KEY
000415             AND WS-CT-TAB-STATUS (WS-CT-JDX) = 'A'
000415             AND WS-CT-ACTION (WS-CT-JDX) = 'V'
000415             MOVE 'Y' TO WS-CT-POINTS (WS-CT-JDX)
000415         END-IF
000415     END-PERFORM.
000415
000415 MARK-NOT-SAVED.
000415     MOVE 'Y' TO WS-REWRITE-FAIL.
000415     PERFORM VARYING WS-CT-JDX FROM 1 BY 1 UNTIL WS-CT-JDX > WS-CT-CNT
000415         IF WS-CT-TAB-STATUS (WS-CT-JDX) = 'A'
000415             AND WS-CT-RESULT (WS-CT-JDX) = WS-WHERE
000415             MOVE 'F' TO WS-CT-TAB-STATUS (WS-CT-JDX)
000415             ADD 1 TO WS-NOT-SAVED
000415         END-IF
000415     END-PERFORM.
000415
000415 CLEAR-TRANSACTIONS.
000415     OPEN OUTPUT TRANS-FILE.
000415     IF WS-CT-STATUS = "00"
000415         CLOSE TRANS-FILE
000415     END-IF.
000415
000415 PRINT-CONTROL.
000415     MOVE WS-CT-CNT TO WS-CNT-DISP.
000415     DISPLAY "Corrections read    : " WS-CNT-DISP.
000415     MOVE WS-APPLIED TO WS-CNT-DISP.
000415     DISPLAY "Corrections applied : " WS-CNT-DISP.
000415     MOVE WS-REJECTED TO WS-CNT-DISP.
000415     DISPLAY "Corrections rejected: " WS-CNT-DISP.
000415     MOVE WS-LIVE-CHG TO WS-CNT-DISP.
000415     DISPLAY "Live records changed: " WS-CNT-DISP.
000415     MOVE WS-ARCH-CHG TO WS-CNT-DISP.
000415     DISPLAY "Archive recs changed: " WS-CNT-DISP.
000415     MOVE WS-MST-CHG TO WS-CNT-DISP.
000415     DISPLAY "Master recs changed : " WS-CNT-DISP.
000415     MOVE WS-VOIDED TO WS-CNT-DISP.
000415     DISPLAY "Matches voided      : " WS-CNT-DISP.
000415     MOVE WS-FOLLOW-UPS TO WS-CNT-DISP.
000415     DISPLAY "Follow-ups required : " WS-CNT-DISP.
000415     MOVE WS-NOT-SAVED TO WS-CNT-DISP.
000415     DISPLAY "Applied, not saved  : " WS-CNT-DISP.
000415     IF WS-NOT-SAVED > 0
000415         DISPLAY "*** Lines marked UNSAVED were journalled but the file shown"
000415             " was not rewritten"
000415     END-IF.
000415     DISPLAY "----- CORRECTION DETAIL -----".
000415     PERFORM VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > WS-CT-CNT
000415         IF WS-CT-TAB-STATUS (WS-CT-IDX) = 'A'
000415             DISPLAY WS-CT-KEY (WS-CT-IDX) " " WS-CT-ACTION (WS-CT-IDX)
000415                 " " WS-CT-USER (WS-CT-IDX) " APPLIED  "
000415                 WS-CT-RESULT (WS-CT-IDX)
000415         ELSE
000415         IF WS-CT-TAB-STATUS (WS-CT-IDX) = 'F'
000415             DISPLAY WS-CT-KEY (WS-CT-IDX) " " WS-CT-ACTION (WS-CT-IDX)
000415                 " " WS-CT-USER (WS-CT-IDX) " UNSAVED  "
000415                 WS-CT-RESULT (WS-CT-IDX)
000415         ELSE
000415             DISPLAY WS-CT-KEY (WS-CT-IDX) " " WS-CT-ACTION (WS-CT-IDX)
000415                 " " WS-CT-USER (WS-CT-IDX) " REJECTED "
000415                 WS-CT-RESULT (WS-CT-IDX)
000415         END-IF
000415         END-IF
000415     END-PERFORM.
000415     IF WS-FOLLOW-UPS > 0
000415         DISPLAY "----- FOLLOW-UP REQUIRED -----"
000415         PERFORM VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > WS-CT-CNT
000415             IF WS-CT-BILLED (WS-CT-IDX) = 'Y'
000415                 DISPLAY WS-CT-KEY (WS-CT-IDX) " " WS-CT-ACTION (WS-CT-IDX)
000415                     " BILLTRAN.DAT charged - MANUAL BILLING ADJUSTMENT REQUIRED"
000415             END-IF
000415             IF WS-CT-POINTS (WS-CT-IDX) = 'Y'
000415                 DISPLAY WS-CT-KEY (WS-CT-IDX) " " WS-CT-ACTION (WS-CT-IDX)
000415                     " MATCHPTS.DAT point detail left for voided match"
000415             END-IF
000415         END-PERFORM
000415     END-IF.
000416 END PROGRAM "MH-CORRECT".
000417 IDENTIFICATION DIVISION.
000417 PROGRAM-ID. "PL-MERGE".
000417 ENVIRONMENT DIVISION.
000417 INPUT-OUTPUT SECTION.
000417 FILE-CONTROL.
000417     SELECT MERGE-CTL-FILE ASSIGN TO "MERGECTL.DAT"
000417         ORGANIZATION IS LINE SEQUENTIAL
000417         FILE STATUS IS WS-MC-STATUS.
000417     SELECT MATCH-HISTORY-FILE ASSIGN TO "MATCHHIST.DAT"
000417         ORGANIZATION IS LINE SEQUENTIAL
000417         FILE STATUS IS WS-MH-STATUS.
000417     SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
000417         ORGANIZATION IS LINE SEQUENTIAL
000417         FILE STATUS IS WS-AR-STATUS.
000417     SELECT TEMP-FILE ASSIGN TO "MATCHHIST.TMP"
000417         ORGANIZATION IS LINE SEQUENTIAL
000417         FILE STATUS IS WS-TM-STATUS.
000417     SELECT MASTER-FILE ASSIGN TO "MATCHHIST.MST"
000417         ORGANIZATION IS INDEXED
000417         RECORD KEY IS MS-KEY
000417         FILE STATUS IS WS-MS-STATUS.
000417     SELECT FIXTURE-FILE ASSIGN TO "FIXTURES.DAT"
000417         ORGANIZATION IS LINE SEQUENTIAL
000417         FILE STATUS IS WS-FX-STATUS.
000417     SELECT ACHIEVE-FILE ASSIGN TO "ACHIEVE.DAT"
000417         ORGANIZATION IS LINE SEQUENTIAL
000417         FILE STATUS IS WS-AC-STATUS.
000417     SELECT PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
000417         ORGANIZATION IS LINE SEQUENTIAL
000417         FILE STATUS IS WS-PL-STATUS.
000417     SELECT CUP-FILE ASSIGN TO "CUP.DAT"
000417         ORGANIZATION IS LINE SEQUENTIAL
000417         FILE STATUS IS WS-CP-STATUS.
000417     SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
000417         ORGANIZATION IS LINE SEQUENTIAL
000417         FILE STATUS IS WS-BA-STATUS.
000417     SELECT BILL-TRAN-FILE ASSIGN TO "BILLTRAN.DAT"
000417         ORGANIZATION IS LINE SEQUENTIAL
000417         FILE STATUS IS WS-BT-STATUS.
000417     SELECT PRACTICE-FILE ASSIGN TO "PRACTICE.DAT"
000417         ORGANIZATION IS LINE SEQUENTIAL
000417         FILE STATUS IS WS-PC-STATUS.
000417     SELECT REVIEW-FILE ASSIGN TO "MHREVIEW.DAT"
000417         ORGANIZATION IS LINE SEQUENTIAL
000417         FILE STATUS IS WS-RV-STATUS.
000417     SELECT WORK-FILE ASSIGN TO "PLMERGE.TMP"
000417         ORGANIZATION IS LINE SEQUENTIAL
000417         FILE STATUS IS WS-WK-STATUS.
000417 DATA        DIVISION.
000417 FILE SECTION.
000417 FD  MERGE-CTL-FILE.
000417 01  MC-RECORD.
000417     02 MC-SURVIVOR    PIC 9(4).
000417     02 MC-RETIRED     PIC 9(4).
000417     02 MC-STEP        PIC 99.
000417     02 MC-LAST-MONTH  PIC X(6).
000417     02 MC-STARTED     PIC X(14).
000417     02 MC-LIVE-CHG    PIC 9(6).
000417     02 MC-ARCH-FILES  PIC 9(4).
000417     02 MC-ARCH-CHG    PIC 9(6).
000417     02 MC-MST-CHG     PIC 9(6).
000417     02 MC-FX-CHG      PIC 9(6).
000417     02 MC-AC-CHG      PIC 9(6).
000417     02 MC-AC-DROP     PIC 9(6).
000417     02 MC-PL-CHG      PIC 9(6).
000417     02 MC-CP-CHG      PIC 9(6).
000417     02 MC-BA-CHG      PIC 9(6).
000417     02 MC-BA-AMT      PIC S9(5)V99.
000417     02 MC-BT-CHG      PIC 9(6).
000417     02 MC-PC-CHG      PIC 9(6).
000417     02 MC-RV-CHG      PIC 9(6).
000417 FD  MATCH-HISTORY-FILE.
000417 01  MH-RECORD.
000417     02 MH-DATE          PIC X(8).
000417     02 MH-START-TIME    PIC X(6).
000417     02 MH-END-TIME      PIC X(6).
000417     02 MH-SCOREL        PIC 99.
000417     02 MH-SCORER        PIC 99.
000417     02 MH-WINNER        PIC X.
000417     02 MH-LONGEST-RALLY PIC 999.
000417     02 MH-PLAYERL-ID    PIC 9(4).
000417     02 MH-PLAYERR-ID    PIC 9(4).
000417     02 MH-SIM-FLAG      PIC X.
000417     02 MH-HANDICAP      PIC X.
000417     02 MH-STATION       PIC XX.
000417 FD  ARCHIVE-FILE.
000417 01  AR-RECORD           PIC X(40).
000417 FD  TEMP-FILE.
000417 01  TM-RECORD           PIC X(40).
000417 FD  MASTER-FILE.
000417 01  MS-RECORD.
000417     02 MS-KEY           PIC X(14).
000417     02 MS-REST          PIC X(26).
000417 FD  FIXTURE-FILE.
000417 01  FX-RECORD.
000417     02 FX-ROUND       PIC 99.
000417     02 FX-DATE        PIC X(8).
000417     02 FX-PLAYERL-ID  PIC 9(4).
000417     02 FX-PLAYERR-ID  PIC 9(4).
000417     02 FX-STATUS      PIC X.
000417     02 FX-PLAYED-DATE PIC X(8).
000417     02 FX-PLAYED-TIME PIC X(6).
000417 FD  ACHIEVE-FILE.
000417 01  AC-RECORD.
000417     02 AC-PLAYER-ID PIC 9(4).
000417     02 AC-CODE      PIC X(8).
000417     02 AC-DATE      PIC X(8).
000417     02 AC-SEEN      PIC X.
000417 FD  PLAYER-FILE.
000417 01  PL-RECORD.
000417     02 PL-ID     PIC 9(4).
000417     02 PL-NAME   PIC X(20).
000417     02 PL-ACTIVE PIC X.
000417     02 PL-MERGED-TO PIC 9(4).
000417     02 PL-PIN PIC X(4).
000417     02 PL-PIN-FAILS PIC 9.
000417     02 PL-LOCKED PIC X.
000417 FD  CUP-FILE.
000417 01  CP-RECORD.
000417     02 CP-DATE        PIC X(8).
000417     02 CP-ROUND       PIC 99.
000417     02 CP-TIE         PIC 99.
000417     02 CP-SEEDL       PIC 99.
000417     02 CP-PLAYERL-ID  PIC 9(4).
000417     02 CP-SEEDR       PIC 99.
000417     02 CP-PLAYERR-ID  PIC 9(4).
000417     02 CP-STATUS      PIC X.
000417     02 CP-WINNER-ID   PIC 9(4).
000417     02 CP-SCOREL      PIC 99.
000417     02 CP-SCORER      PIC 99.
000417     02 CP-PLAYED-DATE PIC X(8).
000417     02 CP-PLAYED-TIME PIC X(6).
000417 FD  ACCOUNT-FILE.
000417 01  BA-RECORD.
000417     02 BA-PLAYER-ID     PIC 9(4).
000417     02 BA-BALANCE       PIC S9(5)V99.
000417     02 BA-CREDIT-LIMIT  PIC 9(5)V99.
000417     02 BA-LAST-PAY-DATE PIC X(8).
000417     02 BA-LAST-PAY-AMT  PIC 9(5)V99.
000417     02 BA-OPENED        PIC X(8).
000417 FD  BILL-TRAN-FILE.
000417 01  BT-RECORD.
000417     02 BT-TYPE          PIC X.
000417     02 BT-PLAYER-ID     PIC 9(4).
000417     02 BT-POSTED        PIC X(8).
000417     02 BT-DATE          PIC X(8).
000417     02 BT-START-TIME    PIC X(6).
000417     02 BT-END-TIME      PIC X(6).
000417     02 BT-OPP-ID        PIC 9(4).
000417     02 BT-BAND          PIC X.
000417     02 BT-MINUTES       PIC 999.
000417     02 BT-AMOUNT        PIC 9(5)V99.
000417     02 BT-USER          PIC X(10).
000417 FD  PRACTICE-FILE.
000417 01  PC-RECORD.
000417     02 PC-PLAYER-ID  PIC 9(4).
000417     02 PC-DATE       PIC X(8).
000417     02 PC-START-TIME PIC X(6).
000417     02 PC-DRILL      PIC X.
000417     02 PC-BALL       PIC 99.
000417     02 PC-BALLS      PIC 99.
000417     02 PC-SPEED      PIC 9.
000417     02 PC-RESULT     PIC X.
000417     02 PC-ZONE       PIC X.
000417     02 PC-OFFSET     PIC S999.
000417     02 PC-STAMP      PIC X(14).
000417     02 PC-STATION    PIC XX.
000417 FD  REVIEW-FILE.
000417 01  RV-RECORD.
000417     02 RV-KEY.
000417        03 RV-DATE       PIC X(8).
000417        03 RV-START-TIME PIC X(6).
000417     02 RV-RULE          PIC X(4).
000417     02 RV-STATION       PIC XX.
000417     02 RV-PLAYERL-ID    PIC 9(4).
000417     02 RV-PLAYERR-ID    PIC 9(4).
000417     02 RV-DETAIL        PIC X(20).
000417     02 RV-FLAGGED       PIC X(8).
000417     02 RV-STATUS        PIC X.
000417     02 RV-REVIEWED      PIC X(8).
000417     02 RV-USER          PIC X(10).
000417 FD  WORK-FILE.
000417 01  WK-RECORD           PIC X(80).
000417 WORKING-STORAGE SECTION.
000418  01 WS-MC-STATUS   PIC XX.
000418  01 WS-MH-STATUS   PIC XX.
000418  01 WS-AR-STATUS   PIC XX.
000418  01 WS-TM-STATUS   PIC XX.
000418  01 WS-MS-STATUS   PIC XX.
000418  01 WS-FX-STATUS   PIC XX.
000418  01 WS-AC-STATUS   PIC XX.
000418  01 WS-PL-STATUS   PIC XX.
000418  01 WS-CP-STATUS   PIC XX.
000418  01 WS-BA-STATUS   PIC XX.
000418  01 WS-BT-STATUS   PIC XX.
000418  01 WS-PC-STATUS   PIC XX.
000418  01 WS-RV-STATUS   PIC XX.
000418  01 WS-WK-STATUS   PIC XX.
000418  01 WS-MS-USED     PIC X VALUE 'N'.
000418  01 WS-ARCH-NAME   PIC X(16).
000418  01 WS-NOW         PIC X(21).
000418  01 WS-IN          PIC X(10).
000418  01 WS-ITER-MONTH  PIC 9(6).
000418  01 WS-ITER-R REDEFINES WS-ITER-MONTH.
000418    02 WS-ITER-YY   PIC 9(4).
000418    02 WS-ITER-MM   PIC 99.
000418  01 WS-TO-MONTH    PIC 9(6).
000418  01 WS-SURVIVOR    PIC 9(4) VALUE 0.
000418  01 WS-RETIRED     PIC 9(4) VALUE 0.
000418  01 WS-SURV-NAME   PIC X(20).
000418  01 WS-RET-NAME    PIC X(20).
000418  01 WS-SURV-FOUND  PIC X.
000418  01 WS-RET-FOUND   PIC X.
000418  01 WS-REFUSE      PIC X VALUE 'N'.
000418  01 WS-FACED       PIC X VALUE 'N'.
000418  01 WS-FACED-KEY   PIC X(14) VALUE SPACES.
000418  01 WS-STOPPED     PIC X VALUE 'N'.
000418  01 WS-REC-CHANGED PIC X.
000418  01 WS-FILE-CHG    PIC 9(6) COMP-5.
000418  01 WS-STEP-DISP   PIC Z9.
000418  01 WS-STEP-NAMES.
000418    02 FILLER PIC X(16) VALUE "MATCHHIST.DAT".
000418    02 FILLER PIC X(16) VALUE "MATCHHIST-YYYYMM".
000418    02 FILLER PIC X(16) VALUE "MATCHHIST.MST".
000418    02 FILLER PIC X(16) VALUE "FIXTURES.DAT".
000418    02 FILLER PIC X(16) VALUE "ACHIEVE.DAT".
000418    02 FILLER PIC X(16) VALUE "CUP.DAT".
000418    02 FILLER PIC X(16) VALUE "ACCOUNTS.DAT".
000418    02 FILLER PIC X(16) VALUE "BILLTRAN.DAT".
000418    02 FILLER PIC X(16) VALUE "PRACTICE.DAT".
000418    02 FILLER PIC X(16) VALUE "MHREVIEW.DAT".
000418    02 FILLER PIC X(16) VALUE "PLAYERS.DAT".
000418  01 WS-STEP-NAMES-R REDEFINES WS-STEP-NAMES.
000418    02 WS-STEP-NAME  PIC X(16) OCCURS 11 TIMES.
000418  01 WS-FX-CNT      PIC 999 COMP-5 VALUE 0.
000418  01 WS-FX-IDX      PIC 999 COMP-5.
000418  01 WS-FX-OVERFLOW PIC X VALUE 'N'.
000418  01 WS-FX-TABLE.
000418    02 WS-FX-ENT OCCURS 400 TIMES.
000418      03 WS-FX-IMAGE PIC X(33).
000418  01 WS-AC-CNT      PIC 9(4) COMP-5 VALUE 0.
000418  01 WS-AC-IDX      PIC 9(4) COMP-5.
000418  01 WS-AC-JDX      PIC 9(4) COMP-5.
000418  01 WS-AC-OVERFLOW PIC X VALUE 'N'.
000418  01 WS-AC-DROPPED  PIC 9(6) COMP-5 VALUE 0.
000418  01 WS-AC-TABLE.
000418    02 WS-AC-ENT OCCURS 800 TIMES.
000418      03 WS-AC-PLAYER-ID PIC 9(4).
000418      03 WS-AC-CODE      PIC X(8).
000418      03 WS-AC-DATE      PIC X(8).
000418      03 WS-AC-SEEN      PIC X.
000418      03 WS-AC-DROP      PIC X.
000418  01 WS-PL-CNT      PIC 999 COMP-5 VALUE 0.
000418  01 WS-PL-IDX      PIC 999 COMP-5.
000418  01 WS-PL-OVERFLOW PIC X VALUE 'N'.
000418  01 WS-PL-TABLE.
000418    02 WS-PL-ENT OCCURS 200 TIMES.
000418      03 WS-PL-ID        PIC 9(4).
000418      03 WS-PL-NAME      PIC X(20).
000418      03 WS-PL-ACTIVE    PIC X.
000418      03 WS-PL-MERGED-TO PIC 9(4).
000418      03 WS-PL-PIN       PIC X(4).
000418      03 WS-PL-PIN-FAILS PIC 9.
000418      03 WS-PL-LOCKED    PIC X.
000418  01 WS-BA-SURV-FOUND PIC X.
000418  01 WS-BA-RET-FOUND  PIC X.
000418  01 WS-BA-RETIRED.
000418    02 WS-BR-BALANCE       PIC S9(5)V99.
000418    02 WS-BR-LAST-PAY-DATE PIC X(8).
000418    02 WS-BR-LAST-PAY-AMT  PIC 9(5)V99.
000418    02 WS-BR-OPENED        PIC X(8).
000418  01 WS-ID-DISP     PIC ZZZ9.
000418  01 WS-CNT-DISP    PIC ZZZZZ9.
000418  01 WS-AMT-DISP    PIC -ZZZZ9.99.
000418  01 WS-AU-EVENT    PIC X(8).
000418  01 WS-AU-DETAIL   PIC X(40).
000418  01 WS-AU-MERGE-DET.
000418    02 AMD-RETIRED  PIC 9(4).
000418    02 FILLER       PIC X(6) VALUE " INTO ".
000418    02 AMD-SURVIVOR PIC 9(4).
000418    02 FILLER       PIC X(26) VALUE SPACES.
000419 PROCEDURE   DIVISION.
000419 MAIN.
000419     DISPLAY "===== DUPLICATE PLAYER MERGE =====".
000419     PERFORM READ-CONTROL.
000419     IF WS-MC-STATUS = "00" AND MC-STEP NOT = 99
000419         PERFORM OFFER-RESTART
000419     ELSE
000419         PERFORM START-NEW-MERGE
000419     END-IF.
000419     IF WS-REFUSE = 'Y'
000419         MOVE 8 TO RETURN-CODE
000419         STOP RUN
000419     END-IF.
000419     PERFORM RUN-STEPS.
000419     IF WS-STOPPED = 'Y'
000419         MOVE MC-STEP TO WS-STEP-DISP
000419         DISPLAY "Merge stopped at step " WS-STEP-DISP " ("
000419             WS-STEP-NAME (MC-STEP) "); rerun PL-MERGE to restart"
000419         MOVE 8 TO RETURN-CODE
000419     ELSE
000419         MOVE 99 TO MC-STEP
000419         PERFORM WRITE-CONTROL
000419         MOVE "PLMERGE" TO WS-AU-EVENT
000419         MOVE MC-RETIRED TO AMD-RETIRED
000419         MOVE MC-SURVIVOR TO AMD-SURVIVOR
000419         MOVE WS-AU-MERGE-DET TO WS-AU-DETAIL
000419         CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL
000419     END-IF.
000419     PERFORM PRINT-CONTROL.
000419     STOP RUN.
000419
000419 READ-CONTROL.
000419     OPEN INPUT MERGE-CTL-FILE.
000419     IF WS-MC-STATUS = "00"
000419         READ MERGE-CTL-FILE
000419             AT END MOVE "10" TO WS-MC-STATUS
000419         END-READ
000419         CLOSE MERGE-CTL-FILE
000419         IF WS-MC-STATUS = "00"
000419             IF MC-STEP IS NOT NUMERIC OR MC-STEP = 0
000419                 OR (MC-STEP > 11 AND MC-STEP NOT = 99)
000419                 MOVE "10" TO WS-MC-STATUS
000419             END-IF
000419         END-IF
000419     END-IF.
000419
000419 WRITE-CONTROL.
000419     OPEN OUTPUT MERGE-CTL-FILE.
000419     IF WS-MC-STATUS = "00"
000419         WRITE MC-RECORD
000419         CLOSE MERGE-CTL-FILE
000419     ELSE
000419         DISPLAY "Cannot write MERGECTL.DAT status " WS-MC-STATUS
000419         MOVE 'Y' TO WS-STOPPED
000419     END-IF.
000419
000419 OFFER-RESTART.
000419     MOVE MC-STEP TO WS-STEP-DISP.
000419     MOVE MC-RETIRED TO WS-ID-DISP.
000419     DISPLAY "Merge of retired ID " WS-ID-DISP WITH NO ADVANCING.
000419     MOVE MC-SURVIVOR TO WS-ID-DISP.
000419     DISPLAY " into " WS-ID-DISP " started " MC-STARTED
000419         " never completed".
000419     DISPLAY "Restart it from step " WS-STEP-DISP " ("
000419         WS-STEP-NAME (MC-STEP) ")? (Y/N): ".
000419     ACCEPT WS-IN.
000419     IF WS-IN (1:1) = 'Y' OR WS-IN (1:1) = 'y'
000419         MOVE MC-SURVIVOR TO WS-SURVIVOR
000419         MOVE MC-RETIRED TO WS-RETIRED
000419     ELSE
000419         DISPLAY "Refusing to start a new merge until this one is complete"
000419         MOVE 'Y' TO WS-REFUSE
000419     END-IF.
000419
000419 START-NEW-MERGE.
000419     DISPLAY "Surviving player ID: ".
000419     ACCEPT WS-IN.
000419     IF FUNCTION TEST-NUMVAL(WS-IN (1:4)) = 0
000419         MOVE FUNCTION NUMVAL(WS-IN (1:4)) TO WS-SURVIVOR
000419     END-IF.
000419     DISPLAY "Retired player ID: ".
000419     ACCEPT WS-IN.
000419     IF FUNCTION TEST-NUMVAL(WS-IN (1:4)) = 0
000419         MOVE FUNCTION NUMVAL(WS-IN (1:4)) TO WS-RETIRED
000419     END-IF.
000419     IF WS-SURVIVOR = 0 OR WS-RETIRED = 0 OR WS-SURVIVOR = WS-RETIRED
000419         DISPLAY "Two different non-zero player IDs are required"
000419         MOVE 'Y' TO WS-REFUSE
000419     ELSE
000419         PERFORM CHECK-PLAYERS
000419     END-IF.
000419     IF WS-REFUSE = 'N'
000419         PERFORM CHECK-HEAD-TO-HEAD
000419     END-IF.
000419     IF WS-REFUSE = 'N'
000419         DISPLAY "Merge " WS-RET-NAME " into " WS-SURV-NAME "? (Y/N): "
000419         ACCEPT WS-IN
000419         IF WS-IN (1:1) NOT = 'Y' AND WS-IN (1:1) NOT = 'y'
000419             DISPLAY "Merge abandoned - no files changed"
000419             MOVE 'Y' TO WS-REFUSE
000419         END-IF
000419     END-IF.
000419     IF WS-REFUSE = 'N'
000419         MOVE WS-SURVIVOR TO MC-SURVIVOR
000419         MOVE WS-RETIRED TO MC-RETIRED
000419         MOVE 1 TO MC-STEP
000419         MOVE SPACES TO MC-LAST-MONTH
000419         MOVE FUNCTION CURRENT-DATE TO WS-NOW
000419         MOVE WS-NOW (1:14) TO MC-STARTED
000419         MOVE 0 TO MC-LIVE-CHG
000419         MOVE 0 TO MC-ARCH-FILES
000419         MOVE 0 TO MC-ARCH-CHG
000419         MOVE 0 TO MC-MST-CHG
000419         MOVE 0 TO MC-FX-CHG
000419         MOVE 0 TO MC-AC-CHG
000419         MOVE 0 TO MC-AC-DROP
000419         MOVE 0 TO MC-PL-CHG
000419         MOVE 0 TO MC-CP-CHG
000419         MOVE 0 TO MC-BA-CHG
000419         MOVE 0 TO MC-BA-AMT
000419         MOVE 0 TO MC-BT-CHG
000419         MOVE 0 TO MC-PC-CHG
000419         MOVE 0 TO MC-RV-CHG
000419         PERFORM WRITE-CONTROL
000419         IF WS-STOPPED = 'Y'
000419             MOVE 'Y' TO WS-REFUSE
000419         END-IF
000419     END-IF.
000419
000419 CHECK-PLAYERS.
000419     MOVE 'N' TO WS-SURV-FOUND.
000419     MOVE 'N' TO WS-RET-FOUND.
000419     OPEN INPUT PLAYER-FILE.
000419     IF WS-PL-STATUS = "00"
000419         PERFORM UNTIL WS-PL-STATUS = "10"
000419             READ PLAYER-FILE
000419                 AT END MOVE "10" TO WS-PL-STATUS
000419                 NOT AT END PERFORM CHECK-ONE-PLAYER
000419             END-READ
000419         END-PERFORM
000419         CLOSE PLAYER-FILE
000419     END-IF.
000419     IF WS-SURV-FOUND = 'N'
000419         DISPLAY "Surviving ID is not an active player"
000419         MOVE 'Y' TO WS-REFUSE
000419     END-IF.
000419     IF WS-RET-FOUND = 'N'
000419         DISPLAY "Retired ID is not on file or has already been merged"
000419         MOVE 'Y' TO WS-REFUSE
000419     END-IF.
000419
000419 CHECK-ONE-PLAYER.
000419     IF PL-ID = WS-SURVIVOR AND PL-ACTIVE = 'Y'
000419         MOVE 'Y' TO WS-SURV-FOUND
000419         MOVE PL-NAME TO WS-SURV-NAME
000419     END-IF.
000419     IF PL-ID = WS-RETIRED
000419         IF PL-MERGED-TO IS NOT NUMERIC OR PL-MERGED-TO = 0
000419             MOVE 'Y' TO WS-RET-FOUND
000419             MOVE PL-NAME TO WS-RET-NAME
000419         END-IF
000419     END-IF.
000419
000419 CHECK-HEAD-TO-HEAD.
000419     OPEN INPUT MATCH-HISTORY-FILE.
000419     IF WS-MH-STATUS = "00"
000419         PERFORM UNTIL WS-MH-STATUS = "10"
000419             READ MATCH-HISTORY-FILE
000419                 AT END MOVE "10" TO WS-MH-STATUS
000419                 NOT AT END PERFORM CHECK-ONE-MEETING
000419             END-READ
000419         END-PERFORM
000419         CLOSE MATCH-HISTORY-FILE
000419     END-IF.
000419     OPEN INPUT MASTER-FILE.
000419     IF WS-MS-STATUS = "00"
000419         PERFORM UNTIL WS-MS-STATUS = "10"
000419             READ MASTER-FILE
000419                 AT END MOVE "10" TO WS-MS-STATUS
000419                 NOT AT END
000419                     MOVE 'Y' TO WS-MS-USED
000419                     MOVE MS-RECORD TO MH-RECORD
000419                     PERFORM CHECK-ONE-MEETING
000419             END-READ
000419         END-PERFORM
000419         CLOSE MASTER-FILE
000419     END-IF.
000419     IF WS-MS-USED = 'N'
000419         PERFORM FIRST-ARCHIVE-MONTH
000419         PERFORM UNTIL WS-ITER-MONTH > WS-TO-MONTH
000419             MOVE "MATCHHIST-" TO WS-ARCH-NAME
000419             MOVE WS-ITER-MONTH TO WS-ARCH-NAME (11:6)
000419             OPEN INPUT ARCHIVE-FILE
000419             IF WS-AR-STATUS = "00"
000419                 PERFORM UNTIL WS-AR-STATUS = "10"
000419                     READ ARCHIVE-FILE
000419                         AT END MOVE "10" TO WS-AR-STATUS
000419                         NOT AT END
000419                             MOVE AR-RECORD TO MH-RECORD
000419                             PERFORM CHECK-ONE-MEETING
000419                     END-READ
000419                 END-PERFORM
000419                 CLOSE ARCHIVE-FILE
000419             END-IF
000419             PERFORM NEXT-ARCHIVE-MONTH
000419         END-PERFORM
000419     END-IF.
000419     OPEN INPUT FIXTURE-FILE.
000419     IF WS-FX-STATUS = "00"
000419         PERFORM UNTIL WS-FX-STATUS = "10"
000419             READ FIXTURE-FILE
000419                 AT END MOVE "10" TO WS-FX-STATUS
000419                 NOT AT END
000419                     IF (FX-PLAYERL-ID = WS-SURVIVOR
000419                         AND FX-PLAYERR-ID = WS-RETIRED)
000419                         OR (FX-PLAYERL-ID = WS-RETIRED
000419                         AND FX-PLAYERR-ID = WS-SURVIVOR)
000419                         IF WS-FACED = 'N'
000419                             MOVE 'Y' TO WS-FACED
000419                             MOVE "FIXTURES.DAT" TO WS-FACED-KEY
000419                         END-IF
000419                     END-IF
000419             END-READ
000419         END-PERFORM
000419         CLOSE FIXTURE-FILE
000419     END-IF.
000419     OPEN INPUT CUP-FILE.
000419     IF WS-CP-STATUS = "00"
000419         PERFORM UNTIL WS-CP-STATUS = "10"
000419             READ CUP-FILE
000419                 AT END MOVE "10" TO WS-CP-STATUS
000419                 NOT AT END
000419                     IF (CP-PLAYERL-ID = WS-SURVIVOR
000419                         AND CP-PLAYERR-ID = WS-RETIRED)
000419                         OR (CP-PLAYERL-ID = WS-RETIRED
000419                         AND CP-PLAYERR-ID = WS-SURVIVOR)
000419                         IF WS-FACED = 'N'
000419                             MOVE 'Y' TO WS-FACED
000419                             MOVE "CUP.DAT" TO WS-FACED-KEY
000419                         END-IF
000419                     END-IF
000419             END-READ
000419         END-PERFORM
000419         CLOSE CUP-FILE
000419     END-IF.
000419     IF WS-FACED = 'Y'
000419         DISPLAY "These players have met or are drawn to meet ("
000419             WS-FACED-KEY ") - they cannot be the same person"
000419         DISPLAY "Merge refused - no files changed"
000419         MOVE 'Y' TO WS-REFUSE
000419     END-IF.
000419
000419 CHECK-ONE-MEETING.
000419     IF (MH-PLAYERL-ID = WS-SURVIVOR AND MH-PLAYERR-ID = WS-RETIRED)
000419         OR (MH-PLAYERL-ID = WS-RETIRED AND MH-PLAYERR-ID = WS-SURVIVOR)
000419         IF WS-FACED = 'N'
000419             MOVE 'Y' TO WS-FACED
000419             MOVE MH-DATE TO WS-FACED-KEY (1:8)
000419             MOVE MH-START-TIME TO WS-FACED-KEY (9:6)
000419         END-IF
000419     END-IF.
000419
000419 FIRST-ARCHIVE-MONTH.
000419     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000419     MOVE WS-NOW (1:6) TO WS-TO-MONTH.
000419     MOVE WS-NOW (1:6) TO WS-ITER-MONTH.
000419     SUBTRACT 10 FROM WS-ITER-YY.
000419     PERFORM NEXT-ARCHIVE-MONTH.
000419
000419 NEXT-ARCHIVE-MONTH.
000419     IF WS-ITER-MM = 12
000419         ADD 1 TO WS-ITER-YY
000419         MOVE 1 TO WS-ITER-MM
000419     ELSE
000419         ADD 1 TO WS-ITER-MM
000419     END-IF.
000419
000419 RUN-STEPS.
000419     IF MC-STEP = 1 AND WS-STOPPED = 'N'
000419         PERFORM MERGE-LIVE
000419         PERFORM NEXT-STEP
000419     END-IF.
000419     IF MC-STEP = 2 AND WS-STOPPED = 'N'
000419         PERFORM MERGE-ARCHIVES
000419         PERFORM NEXT-STEP
000419     END-IF.
000419     IF MC-STEP = 3 AND WS-STOPPED = 'N'
000419         PERFORM MERGE-MASTER
000419         PERFORM NEXT-STEP
000419     END-IF.
000419     IF MC-STEP = 4 AND WS-STOPPED = 'N'
000419         PERFORM MERGE-FIXTURES
000419         PERFORM NEXT-STEP
000419     END-IF.
000419     IF MC-STEP = 5 AND WS-STOPPED = 'N'
000419         PERFORM MERGE-ACHIEVEMENTS
000419         PERFORM NEXT-STEP
000419     END-IF.
000419     IF MC-STEP = 6 AND WS-STOPPED = 'N'
000419         PERFORM MERGE-CUP
000419         PERFORM NEXT-STEP
000419     END-IF.
000419     IF MC-STEP = 7 AND WS-STOPPED = 'N'
000419         PERFORM MERGE-ACCOUNTS
000419         PERFORM NEXT-STEP
000419     END-IF.
000419     IF MC-STEP = 8 AND WS-STOPPED = 'N'
000419         PERFORM MERGE-BILLING
000419         PERFORM NEXT-STEP
000419     END-IF.
000419     IF MC-STEP = 9 AND WS-STOPPED = 'N'
000419         PERFORM MERGE-PRACTICE
000419         PERFORM NEXT-STEP
000419     END-IF.
000419     IF MC-STEP = 10 AND WS-STOPPED = 'N'
000419         PERFORM MERGE-REVIEWS
000419         PERFORM NEXT-STEP
000419     END-IF.
000419     IF MC-STEP = 11 AND WS-STOPPED = 'N'
000419         PERFORM RETIRE-PLAYER
000419     END-IF.
000419
000419 NEXT-STEP.
000419     IF WS-STOPPED = 'N'
000419         ADD 1 TO MC-STEP
000419         PERFORM WRITE-CONTROL
000419     END-IF.
000419
000419 MERGE-LIVE.
000419     MOVE 0 TO WS-FILE-CHG.
000419     OPEN INPUT MATCH-HISTORY-FILE.
000419     IF WS-MH-STATUS = "00"
000419         OPEN OUTPUT TEMP-FILE
000419         IF WS-TM-STATUS = "00"
000419             PERFORM UNTIL WS-MH-STATUS = "10"
000419                 READ MATCH-HISTORY-FILE
000419                     AT END MOVE "10" TO WS-MH-STATUS
000419                     NOT AT END
000419                         PERFORM REKEY-MATCH
000419                         MOVE MH-RECORD TO TM-RECORD
000419                         WRITE TM-RECORD
000419                 END-READ
000419             END-PERFORM
000419             CLOSE TEMP-FILE
000419         ELSE
000419             MOVE 'Y' TO WS-STOPPED
000419         END-IF
000419         CLOSE MATCH-HISTORY-FILE
000419         IF WS-FILE-CHG > 0 AND WS-STOPPED = 'N'
000419             PERFORM COPY-BACK-LIVE
000419         END-IF
000419     END-IF.
000419     IF WS-STOPPED = 'N'
000419         ADD WS-FILE-CHG TO MC-LIVE-CHG
000419     END-IF.
000419
000419 MERGE-ARCHIVES.
000419     IF MC-LAST-MONTH IS NUMERIC
000419         MOVE FUNCTION CURRENT-DATE TO WS-NOW
000419         MOVE WS-NOW (1:6) TO WS-TO-MONTH
000419         MOVE MC-LAST-MONTH TO WS-ITER-MONTH
000419         PERFORM NEXT-ARCHIVE-MONTH
000419     ELSE
000419         PERFORM FIRST-ARCHIVE-MONTH
000419     END-IF.
000419     PERFORM UNTIL WS-ITER-MONTH > WS-TO-MONTH OR WS-STOPPED = 'Y'
000419         PERFORM MERGE-ONE-ARCHIVE
000419         IF WS-STOPPED = 'N'
000419             MOVE WS-ITER-MONTH TO MC-LAST-MONTH
000419             PERFORM WRITE-CONTROL
000419         END-IF
000419         PERFORM NEXT-ARCHIVE-MONTH
000419     END-PERFORM.
000419
000419 MERGE-ONE-ARCHIVE.
000419     MOVE 0 TO WS-FILE-CHG.
000419     MOVE "MATCHHIST-" TO WS-ARCH-NAME.
000419     MOVE WS-ITER-MONTH TO WS-ARCH-NAME (11:6).
000419     OPEN INPUT ARCHIVE-FILE.
000419     IF WS-AR-STATUS = "00"
000419         OPEN OUTPUT TEMP-FILE
000419         IF WS-TM-STATUS = "00"
000419             PERFORM UNTIL WS-AR-STATUS = "10"
000419                 READ ARCHIVE-FILE
000419                     AT END MOVE "10" TO WS-AR-STATUS
000419                     NOT AT END
000419                         MOVE AR-RECORD TO MH-RECORD
000419                         PERFORM REKEY-MATCH
000419                         MOVE MH-RECORD TO TM-RECORD
000419                         WRITE TM-RECORD
000419                 END-READ
000419             END-PERFORM
000419             CLOSE TEMP-FILE
000419         ELSE
000419             MOVE 'Y' TO WS-STOPPED
000419         END-IF
000419         CLOSE ARCHIVE-FILE
000419         IF WS-FILE-CHG > 0 AND WS-STOPPED = 'N'
000419             PERFORM COPY-BACK-ARCHIVE
000419         END-IF
000419     END-IF.
000419     IF WS-FILE-CHG > 0 AND WS-STOPPED = 'N'
000419         ADD 1 TO MC-ARCH-FILES
000419         ADD WS-FILE-CHG TO MC-ARCH-CHG
000419         MOVE WS-FILE-CHG TO WS-CNT-DISP
000419         DISPLAY "Re-keyed in " WS-ARCH-NAME "    : " WS-CNT-DISP
000419     END-IF.
000419
000419 MERGE-MASTER.
000419     MOVE 0 TO WS-FILE-CHG.
000419     OPEN I-O MASTER-FILE.
000419     IF WS-MS-STATUS = "00"
000419         PERFORM UNTIL WS-MS-STATUS = "10"
000419             READ MASTER-FILE
000419                 AT END MOVE "10" TO WS-MS-STATUS
000419                 NOT AT END
000419                     MOVE MS-RECORD TO MH-RECORD
000419                     PERFORM REKEY-MATCH
000419                     IF WS-REC-CHANGED = 'Y'
000419                         MOVE MH-RECORD TO MS-RECORD
000419                         REWRITE MS-RECORD
000419                             INVALID KEY
000419                                 DISPLAY "Master rewrite failed for "
000419                                     MS-KEY
000419                         END-REWRITE
000419                     END-IF
000419             END-READ
000419         END-PERFORM
000419         CLOSE MASTER-FILE
000419     ELSE
000419         DISPLAY "MATCHHIST.MST not on file - master not re-keyed"
000419     END-IF.
000419     ADD WS-FILE-CHG TO MC-MST-CHG.
000419
000419 REKEY-MATCH.
000419     MOVE 'N' TO WS-REC-CHANGED.
000419     IF MH-PLAYERL-ID = MC-RETIRED
000419         MOVE MC-SURVIVOR TO MH-PLAYERL-ID
000419         MOVE 'Y' TO WS-REC-CHANGED
000419     END-IF.
000419     IF MH-PLAYERR-ID = MC-RETIRED
000419         MOVE MC-SURVIVOR TO MH-PLAYERR-ID
000419         MOVE 'Y' TO WS-REC-CHANGED
000419     END-IF.
000419     IF WS-REC-CHANGED = 'Y'
000419         ADD 1 TO WS-FILE-CHG
000419     END-IF.
000419
000419 COPY-BACK-LIVE.
000419     OPEN INPUT TEMP-FILE.
000419     IF WS-TM-STATUS = "00"
000419         OPEN OUTPUT MATCH-HISTORY-FILE
000419         IF WS-MH-STATUS = "00"
000419             PERFORM UNTIL WS-TM-STATUS = "10"
000419                 READ TEMP-FILE
000419                     AT END MOVE "10" TO WS-TM-STATUS
000419                     NOT AT END
000419                         MOVE TM-RECORD TO MH-RECORD
000419                         WRITE MH-RECORD
000419                 END-READ
000419             END-PERFORM
000419             CLOSE MATCH-HISTORY-FILE
000419         ELSE
000419             DISPLAY "Cannot rewrite MATCHHIST.DAT status " WS-MH-STATUS
000419             MOVE 'Y' TO WS-STOPPED
000419         END-IF
000419         CLOSE TEMP-FILE
000419     ELSE
000419         MOVE 'Y' TO WS-STOPPED
000419     END-IF.
000419
000419 COPY-BACK-ARCHIVE.
000419     OPEN INPUT TEMP-FILE.
000419     IF WS-TM-STATUS = "00"
000419         OPEN OUTPUT ARCHIVE-FILE
000419         IF WS-AR-STATUS = "00"
000419             PERFORM UNTIL WS-TM-STATUS = "10"
000419                 READ TEMP-FILE
000419                     AT END MOVE "10" TO WS-TM-STATUS
000419                     NOT AT END
000419                         MOVE TM-RECORD TO AR-RECORD
000419                         WRITE AR-RECORD
000419                 END-READ
000419             END-PERFORM
000419             CLOSE ARCHIVE-FILE
000419         ELSE
000419             DISPLAY "Cannot rewrite " WS-ARCH-NAME " status " WS-AR-STATUS
000419             MOVE 'Y' TO WS-STOPPED
000419         END-IF
000419         CLOSE TEMP-FILE
000419     ELSE
000419         MOVE 'Y' TO WS-STOPPED
000419     END-IF.
000419
000419 MERGE-FIXTURES.
000419     MOVE 0 TO WS-FILE-CHG.
000419     OPEN INPUT FIXTURE-FILE.
000419     IF WS-FX-STATUS = "00"
000419         PERFORM UNTIL WS-FX-STATUS = "10"
000419             READ FIXTURE-FILE
000419                 AT END MOVE "10" TO WS-FX-STATUS
000419                 NOT AT END
000419                     IF WS-FX-CNT < 400
000419                         MOVE 'N' TO WS-REC-CHANGED
000419                         IF FX-PLAYERL-ID = MC-RETIRED
000419                             MOVE MC-SURVIVOR TO FX-PLAYERL-ID
000419                             MOVE 'Y' TO WS-REC-CHANGED
000419                         END-IF
000419                         IF FX-PLAYERR-ID = MC-RETIRED
000419                             MOVE MC-SURVIVOR TO FX-PLAYERR-ID
000419                             MOVE 'Y' TO WS-REC-CHANGED
000419                         END-IF
000419                         IF WS-REC-CHANGED = 'Y'
000419                             ADD 1 TO WS-FILE-CHG
000419                         END-IF
000419                         ADD 1 TO WS-FX-CNT
000419                         MOVE FX-RECORD TO WS-FX-IMAGE (WS-FX-CNT)
000419                     ELSE
000419                         MOVE 'Y' TO WS-FX-OVERFLOW
000419                     END-IF
000419             END-READ
000419         END-PERFORM
000419         CLOSE FIXTURE-FILE
000419     END-IF.
000419     IF WS-FX-OVERFLOW = 'Y'
000419         DISPLAY "Fixture file exceeds maintenance limit"
000419         DISPLAY "FIXTURES.DAT was not changed"
000419         MOVE 'Y' TO WS-STOPPED
000419     END-IF.
000419     IF WS-FILE-CHG > 0 AND WS-STOPPED = 'N'
000419         OPEN OUTPUT FIXTURE-FILE
000419         IF WS-FX-STATUS = "00"
000419             PERFORM VARYING WS-FX-IDX FROM 1 BY 1
000419                 UNTIL WS-FX-IDX > WS-FX-CNT
000419                 MOVE WS-FX-IMAGE (WS-FX-IDX) TO FX-RECORD
000419                 WRITE FX-RECORD
000419             END-PERFORM
000419             CLOSE FIXTURE-FILE
000419             ADD WS-FILE-CHG TO MC-FX-CHG
000419         ELSE
000419             DISPLAY "Cannot rewrite FIXTURES.DAT status " WS-FX-STATUS
000419             MOVE 'Y' TO WS-STOPPED
000419         END-IF
000419     END-IF.
000419
000419 MERGE-ACHIEVEMENTS.
000419     MOVE 0 TO WS-FILE-CHG.
000419     OPEN INPUT ACHIEVE-FILE.
000419     IF WS-AC-STATUS = "00"
000419         PERFORM UNTIL WS-AC-STATUS = "10"
000419             READ ACHIEVE-FILE
000419                 AT END MOVE "10" TO WS-AC-STATUS
000419                 NOT AT END
000419                     IF WS-AC-CNT < 800
000419                         ADD 1 TO WS-AC-CNT
000419                         MOVE AC-PLAYER-ID TO WS-AC-PLAYER-ID (WS-AC-CNT)
000419                         MOVE AC-CODE TO WS-AC-CODE (WS-AC-CNT)
000419                         MOVE AC-DATE TO WS-AC-DATE (WS-AC-CNT)
000419                         MOVE AC-SEEN TO WS-AC-SEEN (WS-AC-CNT)
000419                         MOVE 'N' TO WS-AC-DROP (WS-AC-CNT)
000419                     ELSE
000419                         MOVE 'Y' TO WS-AC-OVERFLOW
000419                     END-IF
000419             END-READ
000419         END-PERFORM
000419         CLOSE ACHIEVE-FILE
000419     END-IF.
000419     IF WS-AC-OVERFLOW = 'Y'
000419         DISPLAY "Achievement file exceeds maintenance limit"
000419         DISPLAY "ACHIEVE.DAT was not changed"
000419         MOVE 'Y' TO WS-STOPPED
000419     END-IF.
000419     IF WS-STOPPED = 'N'
000419         PERFORM VARYING WS-AC-IDX FROM 1 BY 1 UNTIL WS-AC-IDX > WS-AC-CNT
000419             IF WS-AC-PLAYER-ID (WS-AC-IDX) = MC-RETIRED
000419                 PERFORM REKEY-ACHIEVEMENT
000419             END-IF
000419         END-PERFORM
000419     END-IF.
000419     IF WS-FILE-CHG > 0 AND WS-STOPPED = 'N'
000419         OPEN OUTPUT ACHIEVE-FILE
000419         IF WS-AC-STATUS = "00"
000419             PERFORM VARYING WS-AC-IDX FROM 1 BY 1
000419                 UNTIL WS-AC-IDX > WS-AC-CNT
000419                 IF WS-AC-DROP (WS-AC-IDX) = 'N'
000419                     MOVE WS-AC-PLAYER-ID (WS-AC-IDX) TO AC-PLAYER-ID
000419                     MOVE WS-AC-CODE (WS-AC-IDX) TO AC-CODE
000419                     MOVE WS-AC-DATE (WS-AC-IDX) TO AC-DATE
000419                     MOVE WS-AC-SEEN (WS-AC-IDX) TO AC-SEEN
000419                     WRITE AC-RECORD
000419                 END-IF
000419             END-PERFORM
000419             CLOSE ACHIEVE-FILE
000419             COMPUTE MC-AC-CHG = MC-AC-CHG + WS-FILE-CHG - WS-AC-DROPPED
000419             ADD WS-AC-DROPPED TO MC-AC-DROP
000419         ELSE
000419             DISPLAY "Cannot rewrite ACHIEVE.DAT status " WS-AC-STATUS
000419             MOVE 'Y' TO WS-STOPPED
000419         END-IF
000419     END-IF.
000419
000419 REKEY-ACHIEVEMENT.
000419     ADD 1 TO WS-FILE-CHG.
000419     PERFORM VARYING WS-AC-JDX FROM 1 BY 1 UNTIL WS-AC-JDX > WS-AC-CNT
000419         IF WS-AC-PLAYER-ID (WS-AC-JDX) = MC-SURVIVOR
000419             AND WS-AC-CODE (WS-AC-JDX) = WS-AC-CODE (WS-AC-IDX)
000419             AND WS-AC-DROP (WS-AC-JDX) = 'N'
000419             IF WS-AC-DATE (WS-AC-IDX) < WS-AC-DATE (WS-AC-JDX)
000419                 MOVE WS-AC-DATE (WS-AC-IDX) TO WS-AC-DATE (WS-AC-JDX)
000419             END-IF
000419             MOVE 'Y' TO WS-AC-DROP (WS-AC-IDX)
000419             MOVE WS-AC-CNT TO WS-AC-JDX
000419         END-IF
000419     END-PERFORM.
000419     IF WS-AC-DROP (WS-AC-IDX) = 'Y'
000419         ADD 1 TO WS-AC-DROPPED
000419     ELSE
000419         MOVE MC-SURVIVOR TO WS-AC-PLAYER-ID (WS-AC-IDX)
000419     END-IF.
000419
000419 MERGE-CUP.
000419     MOVE 0 TO WS-FILE-CHG.
000419     OPEN INPUT CUP-FILE.
000419     IF WS-CP-STATUS = "00"
000419         OPEN OUTPUT WORK-FILE
000419         IF WS-WK-STATUS = "00"
000419             PERFORM UNTIL WS-CP-STATUS = "10"
000419                 READ CUP-FILE
000419                     AT END MOVE "10" TO WS-CP-STATUS
000419                     NOT AT END
000419                         PERFORM REKEY-CUP
000419                         MOVE CP-RECORD TO WK-RECORD
000419                         WRITE WK-RECORD
000419                 END-READ
000419             END-PERFORM
000419             CLOSE WORK-FILE
000419         ELSE
000419             MOVE 'Y' TO WS-STOPPED
000419         END-IF
000419         CLOSE CUP-FILE
000419         IF WS-FILE-CHG > 0 AND WS-STOPPED = 'N'
000419             PERFORM COPY-BACK-CUP
000419         END-IF
000419     END-IF.
000419     IF WS-STOPPED = 'N'
000419         ADD WS-FILE-CHG TO MC-CP-CHG
000419     END-IF.
000419
000419 REKEY-CUP.
000419     MOVE 'N' TO WS-REC-CHANGED.
000419     IF CP-PLAYERL-ID = MC-RETIRED
000419         MOVE MC-SURVIVOR TO CP-PLAYERL-ID
000419         MOVE 'Y' TO WS-REC-CHANGED
000419     END-IF.
000419     IF CP-PLAYERR-ID = MC-RETIRED
000419         MOVE MC-SURVIVOR TO CP-PLAYERR-ID
000419         MOVE 'Y' TO WS-REC-CHANGED
000419     END-IF.
000419     IF CP-WINNER-ID = MC-RETIRED
000419         MOVE MC-SURVIVOR TO CP-WINNER-ID
000419         MOVE 'Y' TO WS-REC-CHANGED
000419     END-IF.
000419     IF WS-REC-CHANGED = 'Y'
000419         ADD 1 TO WS-FILE-CHG
000419     END-IF.
000419
000419 COPY-BACK-CUP.
000419     OPEN INPUT WORK-FILE.
000419     IF WS-WK-STATUS = "00"
000419         OPEN OUTPUT CUP-FILE
000419         IF WS-CP-STATUS = "00"
000419             PERFORM UNTIL WS-WK-STATUS = "10"
000419                 READ WORK-FILE
000419                     AT END MOVE "10" TO WS-WK-STATUS
000419                     NOT AT END
000419                         MOVE WK-RECORD TO CP-RECORD
000419                         WRITE CP-RECORD
000419                 END-READ
000419             END-PERFORM
000419             CLOSE CUP-FILE
000419         ELSE
000419             DISPLAY "Cannot rewrite CUP.DAT status " WS-CP-STATUS
000419             MOVE 'Y' TO WS-STOPPED
000419         END-IF
000419         CLOSE WORK-FILE
000419     ELSE
000419         MOVE 'Y' TO WS-STOPPED
000419     END-IF.
000419
000419 MERGE-ACCOUNTS.
000419     MOVE 0 TO WS-FILE-CHG.
000419     MOVE 'N' TO WS-BA-SURV-FOUND.
000419     MOVE 'N' TO WS-BA-RET-FOUND.
000419     MOVE 0 TO WS-BR-BALANCE.
000419     OPEN INPUT ACCOUNT-FILE.
000419     IF WS-BA-STATUS = "00"
000419         PERFORM UNTIL WS-BA-STATUS = "10"
000419             READ ACCOUNT-FILE
000419                 AT END MOVE "10" TO WS-BA-STATUS
000419                 NOT AT END
000419                     IF BA-PLAYER-ID = MC-SURVIVOR
000419                         MOVE 'Y' TO WS-BA-SURV-FOUND
000419                     END-IF
000419                     IF BA-PLAYER-ID = MC-RETIRED
000419                         MOVE 'Y' TO WS-BA-RET-FOUND
000419                         MOVE BA-BALANCE TO WS-BR-BALANCE
000419                         MOVE BA-LAST-PAY-DATE TO WS-BR-LAST-PAY-DATE
000419                         MOVE BA-LAST-PAY-AMT TO WS-BR-LAST-PAY-AMT
000419                         MOVE BA-OPENED TO WS-BR-OPENED
000419                     END-IF
000419             END-READ
000419         END-PERFORM
000419         CLOSE ACCOUNT-FILE
000419     END-IF.
000419     IF WS-BA-RET-FOUND = 'Y'
000419         OPEN INPUT ACCOUNT-FILE
000419         OPEN OUTPUT WORK-FILE
000419         IF WS-BA-STATUS = "00" AND WS-WK-STATUS = "00"
000419             PERFORM UNTIL WS-BA-STATUS = "10" OR WS-STOPPED = 'Y'
000419                 READ ACCOUNT-FILE
000419                     AT END MOVE "10" TO WS-BA-STATUS
000419                     NOT AT END PERFORM MERGE-ONE-ACCOUNT
000419                 END-READ
000419             END-PERFORM
000419         ELSE
000419             MOVE 'Y' TO WS-STOPPED
000419         END-IF
000419         CLOSE WORK-FILE
000419         CLOSE ACCOUNT-FILE
000419         IF WS-STOPPED = 'N'
000419             PERFORM COPY-BACK-ACCOUNTS
000419         END-IF
000419     END-IF.
000419     IF WS-STOPPED = 'N'
000419         ADD WS-FILE-CHG TO MC-BA-CHG
000419         ADD WS-BR-BALANCE TO MC-BA-AMT
000419     END-IF.
000419
000419 MERGE-ONE-ACCOUNT.
000419     IF BA-PLAYER-ID = MC-RETIRED
000419         ADD 1 TO WS-FILE-CHG
000419         IF WS-BA-SURV-FOUND = 'N'
000419             MOVE MC-SURVIVOR TO BA-PLAYER-ID
000419             MOVE BA-RECORD TO WK-RECORD
000419             WRITE WK-RECORD
000419         END-IF
000419     ELSE
000419         IF BA-PLAYER-ID = MC-SURVIVOR
000419             ADD 1 TO WS-FILE-CHG
000419             ADD WS-BR-BALANCE TO BA-BALANCE
000419                 ON SIZE ERROR
000419                     DISPLAY "Combined balance exceeds account limit"
000419                     DISPLAY "ACCOUNTS.DAT was not changed"
000419                     MOVE 'Y' TO WS-STOPPED
000419             END-ADD
000419             IF WS-BR-LAST-PAY-DATE > BA-LAST-PAY-DATE
000419                 MOVE WS-BR-LAST-PAY-DATE TO BA-LAST-PAY-DATE
000419                 MOVE WS-BR-LAST-PAY-AMT TO BA-LAST-PAY-AMT
000419             END-IF
000419             IF WS-BR-OPENED < BA-OPENED
000419                 MOVE WS-BR-OPENED TO BA-OPENED
000419             END-IF
000419         END-IF
000419         MOVE BA-RECORD TO WK-RECORD
000419         WRITE WK-RECORD
000419     END-IF.
000419
000419 COPY-BACK-ACCOUNTS.
000419     OPEN INPUT WORK-FILE.
000419     IF WS-WK-STATUS = "00"
000419         OPEN OUTPUT ACCOUNT-FILE
000419         IF WS-BA-STATUS = "00"
000419             PERFORM UNTIL WS-WK-STATUS = "10"
000419                 READ WORK-FILE
000419                     AT END MOVE "10" TO WS-WK-STATUS
000419                     NOT AT END
000419                         MOVE WK-RECORD TO BA-RECORD
000419                         WRITE BA-RECORD
000419                 END-READ
000419             END-PERFORM
000419             CLOSE ACCOUNT-FILE
000419         ELSE
000419             DISPLAY "Cannot rewrite ACCOUNTS.DAT status " WS-BA-STATUS
000419             MOVE 'Y' TO WS-STOPPED
000419         END-IF
000419         CLOSE WORK-FILE
000419     ELSE
000419         MOVE 'Y' TO WS-STOPPED
000419     END-IF.
000419
000419 MERGE-BILLING.
000419     MOVE 0 TO WS-FILE-CHG.
000419     OPEN INPUT BILL-TRAN-FILE.
000419     IF WS-BT-STATUS = "00"
000419         OPEN OUTPUT WORK-FILE
000419         IF WS-WK-STATUS = "00"
000419             PERFORM UNTIL WS-BT-STATUS = "10"
000419                 READ BILL-TRAN-FILE
000419                     AT END MOVE "10" TO WS-BT-STATUS
000419                     NOT AT END
000419                         MOVE 'N' TO WS-REC-CHANGED
000419                         IF BT-PLAYER-ID = MC-RETIRED
000419                             MOVE MC-SURVIVOR TO BT-PLAYER-ID
000419                             MOVE 'Y' TO WS-REC-CHANGED
000419                         END-IF
000419                         IF BT-OPP-ID = MC-RETIRED
000419                             MOVE MC-SURVIVOR TO BT-OPP-ID
000419                             MOVE 'Y' TO WS-REC-CHANGED
000419                         END-IF
000419                         IF WS-REC-CHANGED = 'Y'
000419                             ADD 1 TO WS-FILE-CHG
000419                         END-IF
000419                         MOVE BT-RECORD TO WK-RECORD
000419                         WRITE WK-RECORD
000419                 END-READ
000419             END-PERFORM
000419             CLOSE WORK-FILE
000419         ELSE
000419             MOVE 'Y' TO WS-STOPPED
000419         END-IF
000419         CLOSE BILL-TRAN-FILE
000419         IF WS-FILE-CHG > 0 AND WS-STOPPED = 'N'
000419             PERFORM COPY-BACK-BILLING
000419         END-IF
000419     END-IF.
000419     IF WS-STOPPED = 'N'
000419         ADD WS-FILE-CHG TO MC-BT-CHG
000419     END-IF.
000419
000419 COPY-BACK-BILLING.
000419     OPEN INPUT WORK-FILE.
000419     IF WS-WK-STATUS = "00"
000419         OPEN OUTPUT BILL-TRAN-FILE
000419         IF WS-BT-STATUS = "00"
000419             PERFORM UNTIL WS-WK-STATUS = "10"
000419                 READ WORK-FILE
000419                     AT END MOVE "10" TO WS-WK-STATUS
000419                     NOT AT END
000419                         MOVE WK-RECORD TO BT-RECORD
000419                         WRITE BT-RECORD
000419                 END-READ
000419             END-PERFORM
000419             CLOSE BILL-TRAN-FILE
000419         ELSE
000419             DISPLAY "Cannot rewrite BILLTRAN.DAT status " WS-BT-STATUS
000419             MOVE 'Y' TO WS-STOPPED
000419         END-IF
000419         CLOSE WORK-FILE
000419     ELSE
000419         MOVE 'Y' TO WS-STOPPED
000419     END-IF.
000419
000419 MERGE-PRACTICE.
000419     MOVE 0 TO WS-FILE-CHG.
000419     OPEN INPUT PRACTICE-FILE.
000419     IF WS-PC-STATUS = "00"
000419         OPEN OUTPUT WORK-FILE
000419         IF WS-WK-STATUS = "00"
000419             PERFORM UNTIL WS-PC-STATUS = "10"
000419                 READ PRACTICE-FILE
000419                     AT END MOVE "10" TO WS-PC-STATUS
000419                     NOT AT END
000419                         IF PC-PLAYER-ID = MC-RETIRED
000419                             MOVE MC-SURVIVOR TO PC-PLAYER-ID
000419                             ADD 1 TO WS-FILE-CHG
000419                         END-IF
000419                         MOVE PC-RECORD TO WK-RECORD
000419                         WRITE WK-RECORD
000419                 END-READ
000419             END-PERFORM
000419             CLOSE WORK-FILE
000419         ELSE
000419             MOVE 'Y' TO WS-STOPPED
000419         END-IF
000419         CLOSE PRACTICE-FILE
000419         IF WS-FILE-CHG > 0 AND WS-STOPPED = 'N'
000419             PERFORM COPY-BACK-PRACTICE
000419         END-IF
000419     END-IF.
000419     IF WS-STOPPED = 'N'
000419         ADD WS-FILE-CHG TO MC-PC-CHG
000419     END-IF.
000419
000419 COPY-BACK-PRACTICE.
000419     OPEN INPUT WORK-FILE.
000419     IF WS-WK-STATUS = "00"
000419         OPEN OUTPUT PRACTICE-FILE
000419         IF WS-PC-STATUS = "00"
000419             PERFORM UNTIL WS-WK-STATUS = "10"
000419                 READ WORK-FILE
000419                     AT END MOVE "10" TO WS-WK-STATUS
000419                     NOT AT END
000419                         MOVE WK-RECORD TO PC-RECORD
000419                         WRITE PC-RECORD
000419                 END-READ
000419             END-PERFORM
000419             CLOSE PRACTICE-FILE
000419         ELSE
000419             DISPLAY "Cannot rewrite PRACTICE.DAT status " WS-PC-STATUS
000419             MOVE 'Y' TO WS-STOPPED
000419         END-IF
000419         CLOSE WORK-FILE
000419     ELSE
000419         MOVE 'Y' TO WS-STOPPED
000419     END-IF.
000419
000419 MERGE-REVIEWS.
000419     MOVE 0 TO WS-FILE-CHG.
000419     OPEN INPUT REVIEW-FILE.
000419     IF WS-RV-STATUS = "00"
000419         OPEN OUTPUT WORK-FILE
000419         IF WS-WK-STATUS = "00"
000419             PERFORM UNTIL WS-RV-STATUS = "10"
000419                 READ REVIEW-FILE
000419                     AT END MOVE "10" TO WS-RV-STATUS
000419                     NOT AT END
000419                         MOVE 'N' TO WS-REC-CHANGED
000419                         IF RV-PLAYERL-ID = MC-RETIRED
000419                             MOVE MC-SURVIVOR TO RV-PLAYERL-ID
000419                             MOVE 'Y' TO WS-REC-CHANGED
000419                         END-IF
000419                         IF RV-PLAYERR-ID = MC-RETIRED
000419                             MOVE MC-SURVIVOR TO RV-PLAYERR-ID
000419                             MOVE 'Y' TO WS-REC-CHANGED
000419                         END-IF
000419                         IF WS-REC-CHANGED = 'Y'
000419                             ADD 1 TO WS-FILE-CHG
000419                         END-IF
000419                         MOVE RV-RECORD TO WK-RECORD
000419                         WRITE WK-RECORD
000419                 END-READ
000419             END-PERFORM
000419             CLOSE WORK-FILE
000419         ELSE
000419             MOVE 'Y' TO WS-STOPPED
000419         END-IF
000419         CLOSE REVIEW-FILE
000419         IF WS-FILE-CHG > 0 AND WS-STOPPED = 'N'
000419             PERFORM COPY-BACK-REVIEWS
000419         END-IF
000419     END-IF.
000419     IF WS-STOPPED = 'N'
000419         ADD WS-FILE-CHG TO MC-RV-CHG
000419     END-IF.
000419
000419 COPY-BACK-REVIEWS.
000419     OPEN INPUT WORK-FILE.
000419     IF WS-WK-STATUS = "00"
000419         OPEN OUTPUT REVIEW-FILE
000419         IF WS-RV-STATUS = "00"
000419             PERFORM UNTIL WS-WK-STATUS = "10"
000419                 READ WORK-FILE
000419                     AT END MOVE "10" TO WS-WK-STATUS
000419                     NOT AT END
000419                         MOVE WK-RECORD TO RV-RECORD
000419                         WRITE RV-RECORD
000419                 END-READ
000419             END-PERFORM
000419             CLOSE REVIEW-FILE
000419         ELSE
000419             DISPLAY "Cannot rewrite MHREVIEW.DAT status " WS-RV-STATUS
000419             MOVE 'Y' TO WS-STOPPED
000419         END-IF
000419         CLOSE WORK-FILE
000419     ELSE
000419         MOVE 'Y' TO WS-STOPPED
000419     END-IF.
000419
000419 RETIRE-PLAYER.
000419     MOVE 0 TO WS-FILE-CHG.
000419     OPEN INPUT PLAYER-FILE.
000419     IF WS-PL-STATUS = "00"
000419         PERFORM UNTIL WS-PL-STATUS = "10"
000419             READ PLAYER-FILE
000419                 AT END MOVE "10" TO WS-PL-STATUS
000419                 NOT AT END
000419                     IF WS-PL-CNT < 200
000419                         ADD 1 TO WS-PL-CNT
000419                         MOVE PL-ID TO WS-PL-ID (WS-PL-CNT)
000419                         MOVE PL-NAME TO WS-PL-NAME (WS-PL-CNT)
000419                         MOVE PL-ACTIVE TO WS-PL-ACTIVE (WS-PL-CNT)
000419                         MOVE PL-MERGED-TO TO WS-PL-MERGED-TO (WS-PL-CNT)
000419                         MOVE PL-PIN TO WS-PL-PIN (WS-PL-CNT)
000419                         MOVE PL-PIN-FAILS TO WS-PL-PIN-FAILS (WS-PL-CNT)
000419                         MOVE PL-LOCKED TO WS-PL-LOCKED (WS-PL-CNT)
000419                         IF PL-ID = MC-RETIRED
000419                             MOVE 'N' TO WS-PL-ACTIVE (WS-PL-CNT)
000419                             MOVE MC-SURVIVOR TO WS-PL-MERGED-TO (WS-PL-CNT)
000419                             ADD 1 TO WS-FILE-CHG
000419                         END-IF
000419                     ELSE
000419                         MOVE 'Y' TO WS-PL-OVERFLOW
000419                     END-IF
000419             END-READ
000419         END-PERFORM
000419         CLOSE PLAYER-FILE
000419     END-IF.
000419     IF WS-PL-OVERFLOW = 'Y'
000419         DISPLAY "Player file exceeds maintenance limit"
000419         DISPLAY "PLAYERS.DAT was not changed"
000419         MOVE 'Y' TO WS-STOPPED
000419     END-IF.
000419     IF WS-FILE-CHG > 0 AND WS-STOPPED = 'N'
000419         OPEN OUTPUT PLAYER-FILE
000419         IF WS-PL-STATUS = "00"
000419             PERFORM VARYING WS-PL-IDX FROM 1 BY 1 UNTIL WS-PL-IDX > WS-PL-CNT
000419                 MOVE WS-PL-ID (WS-PL-IDX) TO PL-ID
000419                 MOVE WS-PL-NAME (WS-PL-IDX) TO PL-NAME
000419                 MOVE WS-PL-ACTIVE (WS-PL-IDX) TO PL-ACTIVE
000419                 MOVE WS-PL-MERGED-TO (WS-PL-IDX) TO PL-MERGED-TO
000419                 MOVE WS-PL-PIN (WS-PL-IDX) TO PL-PIN
000419                 MOVE WS-PL-PIN-FAILS (WS-PL-IDX) TO PL-PIN-FAILS
000419                 MOVE WS-PL-LOCKED (WS-PL-IDX) TO PL-LOCKED
000419                 WRITE PL-RECORD
000419             END-PERFORM
000419             CLOSE PLAYER-FILE
000419             ADD WS-FILE-CHG TO MC-PL-CHG
000419         ELSE
000419             DISPLAY "Cannot rewrite PLAYERS.DAT status " WS-PL-STATUS
000419             MOVE 'Y' TO WS-STOPPED
000419         END-IF
000419     END-IF.
000419
000419 PRINT-CONTROL.
000419     DISPLAY "----- MERGE CONTROL TOTALS -----".
000419     MOVE MC-RETIRED TO WS-ID-DISP.
000419     DISPLAY "Retired player ID   : " WS-ID-DISP.
000419     MOVE MC-SURVIVOR TO WS-ID-DISP.
000419     DISPLAY "Surviving player ID : " WS-ID-DISP.
000419     DISPLAY "Merge started       : " MC-STARTED.
000419     MOVE MC-LIVE-CHG TO WS-CNT-DISP.
000419     DISPLAY "MATCHHIST.DAT       : " WS-CNT-DISP.
000419     MOVE MC-ARCH-CHG TO WS-CNT-DISP.
000419     DISPLAY "MATCHHIST archives  : " WS-CNT-DISP WITH NO ADVANCING.
000419     MOVE MC-ARCH-FILES TO WS-CNT-DISP.
000419     DISPLAY " in " WS-CNT-DISP " files".
000419     MOVE MC-MST-CHG TO WS-CNT-DISP.
000419     DISPLAY "MATCHHIST.MST       : " WS-CNT-DISP.
000419     MOVE MC-FX-CHG TO WS-CNT-DISP.
000419     DISPLAY "FIXTURES.DAT        : " WS-CNT-DISP.
000419     MOVE MC-AC-CHG TO WS-CNT-DISP.
000419     DISPLAY "ACHIEVE.DAT         : " WS-CNT-DISP WITH NO ADVANCING.
000419     MOVE MC-AC-DROP TO WS-CNT-DISP.
000419     DISPLAY " duplicates dropped: " WS-CNT-DISP.
000419     MOVE MC-CP-CHG TO WS-CNT-DISP.
000419     DISPLAY "CUP.DAT             : " WS-CNT-DISP.
000419     MOVE MC-BA-CHG TO WS-CNT-DISP.
000419     DISPLAY "ACCOUNTS.DAT        : " WS-CNT-DISP WITH NO ADVANCING.
000419     MOVE MC-BA-AMT TO WS-AMT-DISP.
000419     DISPLAY " balance moved: " WS-AMT-DISP.
000419     MOVE MC-BT-CHG TO WS-CNT-DISP.
000419     DISPLAY "BILLTRAN.DAT        : " WS-CNT-DISP.
000419     MOVE MC-PC-CHG TO WS-CNT-DISP.
000419     DISPLAY "PRACTICE.DAT        : " WS-CNT-DISP.
000419     MOVE MC-RV-CHG TO WS-CNT-DISP.
000419     DISPLAY "MHREVIEW.DAT        : " WS-CNT-DISP.
000419     MOVE MC-PL-CHG TO WS-CNT-DISP.
000419     DISPLAY "PLAYERS.DAT         : " WS-CNT-DISP.
000419     IF WS-STOPPED = 'N'
000419         DISPLAY "Merge complete"
000419     END-IF.
000420 END PROGRAM "PL-MERGE".
000421 IDENTIFICATION DIVISION.
000421 PROGRAM-ID. "CUP-DRAW".
000421 ENVIRONMENT DIVISION.
000421 INPUT-OUTPUT SECTION.
000421 FILE-CONTROL.
000421     SELECT CUP-FILE ASSIGN TO "CUP.DAT"
000421         ORGANIZATION IS LINE SEQUENTIAL
000421         FILE STATUS IS WS-CP-STATUS.
000421     SELECT PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
000421         ORGANIZATION IS LINE SEQUENTIAL
000421         FILE STATUS IS WS-PL-STATUS.
000421     SELECT STANDINGS-FILE ASSIGN TO "STANDINGS.DAT"
000421         ORGANIZATION IS LINE SEQUENTIAL
000421         FILE STATUS IS WS-ST-STATUS.
000421 DATA        DIVISION.
000421 FILE SECTION.
000421 FD  CUP-FILE.
000421 01  CP-RECORD.
000421     02 CP-DATE        PIC X(8).
000421     02 CP-ROUND       PIC 99.
000421     02 CP-TIE         PIC 99.
000421     02 CP-SEEDL       PIC 99.
000421     02 CP-PLAYERL-ID  PIC 9(4).
000421     02 CP-SEEDR       PIC 99.
000421     02 CP-PLAYERR-ID  PIC 9(4).
000421     02 CP-STATUS      PIC X.
000421     02 CP-WINNER-ID   PIC 9(4).
000421     02 CP-SCOREL      PIC 99.
000421     02 CP-SCORER      PIC 99.
000421     02 CP-PLAYED-DATE PIC X(8).
000421     02 CP-PLAYED-TIME PIC X(6).
000421 FD  PLAYER-FILE.
000421 01  PL-RECORD.
000421     02 PL-ID     PIC 9(4).
000421     02 PL-NAME   PIC X(20).
000421     02 PL-ACTIVE PIC X.
000421     02 PL-MERGED-TO PIC 9(4).
000421     02 PL-PIN PIC X(4).
000421     02 PL-PIN-FAILS PIC 9.
000421     02 PL-LOCKED PIC X.
000421 FD  STANDINGS-FILE.
000421 01  ST-RECORD.
000421     02 ST-PLAYER-ID   PIC 9(4).
000421     02 ST-PLAYER-NAME PIC X(20).
000421     02 ST-WINS        PIC 9(4).
000421     02 ST-LOSSES      PIC 9(4).
000421     02 ST-STREAK      PIC S9(3).
000421     02 ST-BEST-RALLY  PIC 999.
000421     02 ST-RATING      PIC 9(4).
000422 WORKING-STORAGE SECTION.
000422  01 WS-CP-STATUS   PIC XX.
000422  01 WS-PL-STATUS   PIC XX.
000422  01 WS-ST-STATUS   PIC XX.
000422  01 WS-NOW         PIC X(21).
000422  01 WS-IN          PIC X(10).
000422  01 WS-CUP-DATE    PIC X(8).
000422  01 WS-CUP-LIVE    PIC X VALUE 'N'.
000422  01 WS-RT-CNT      PIC 999 COMP-5 VALUE 0.
000422  01 WS-RT-IDX      PIC 999 COMP-5.
000422  01 WS-RT-TABLE.
000422    02 WS-RT-ENT OCCURS 200 TIMES.
000422      03 WS-RT-ID     PIC 9(4).
000422      03 WS-RT-RATING PIC 9(4).
000422  01 WS-FD-CNT      PIC 999 COMP-5 VALUE 0.
000422  01 WS-FD-IDX      PIC 999 COMP-5.
000422  01 WS-FD-TABLE.
000422    02 WS-FD-ENT OCCURS 200 TIMES.
000422      03 WS-FD-ID     PIC 9(4).
000422      03 WS-FD-NAME   PIC X(20).
000422      03 WS-FD-RATING PIC 9(4).
000422  01 WS-FD-HOLD.
000422    02 FILLER       PIC X(28).
000422  01 WS-SWAPPED     PIC X.
000422  01 WS-FIELD       PIC 99 COMP-5.
000422  01 WS-SIZE        PIC 99 COMP-5.
000422  01 WS-ROUNDS      PIC 99 COMP-5.
000422  01 WS-OR-SIZE     PIC 99 COMP-5.
000422  01 WS-OR-NEW      PIC 99 COMP-5.
000422  01 WS-OR-IDX      PIC 99 COMP-5.
000422  01 WS-ORDER-TABLE.
000422    02 WS-ORDER     PIC 99 OCCURS 64 TIMES.
000422  01 WS-NEW-ORDER-TABLE.
000422    02 WS-NEW-ORDER PIC 99 OCCURS 64 TIMES.
000422  01 WS-TIES        PIC 99 COMP-5.
000422  01 WS-RD          PIC 99 COMP-5.
000422  01 WS-TI          PIC 99 COMP-5.
000422  01 WS-SEED-A      PIC 99 COMP-5.
000422  01 WS-SEED-B      PIC 99 COMP-5.
000422  01 WS-CT-CNT      PIC 99 COMP-5 VALUE 0.
000422  01 WS-CT-IDX      PIC 99 COMP-5.
000422  01 WS-CT-JDX      PIC 99 COMP-5.
000422  01 WS-CT-TABLE.
000422    02 WS-CT-ENT OCCURS 63 TIMES.
000422      03 WS-CT-ROUND       PIC 99.
000422      03 WS-CT-TIE         PIC 99.
000422      03 WS-CT-SEEDL       PIC 99.
000422      03 WS-CT-PLAYERL     PIC 9(4).
000422      03 WS-CT-SEEDR       PIC 99.
000422      03 WS-CT-PLAYERR     PIC 9(4).
000422      03 WS-CT-STATUS      PIC X.
000422      03 WS-CT-WINNER      PIC 9(4).
000422      03 WS-CT-SCOREL      PIC 99.
000422      03 WS-CT-SCORER      PIC 99.
000422      03 WS-CT-PLAYED-DATE PIC X(8).
000422      03 WS-CT-PLAYED-TIME PIC X(6).
000422  01 WS-NEXT-TIE    PIC 99 COMP-5.
000422  01 WS-WIN-SEED    PIC 99.
000422  01 WS-WANTED-ID   PIC 9(4).
000422  01 WS-FOUND-NAME  PIC X(20).
000422  01 WS-SEED-DISP   PIC Z9.
000422  01 WS-ROUND-DISP  PIC Z9.
000422  01 WS-TIE-DISP    PIC 99.
000422  01 WS-CNT-DISP    PIC ZZZZ9.
000422  01 WS-RATING-DISP PIC ZZZ9.
000422  01 WS-AU-EVENT    PIC X(8).
000422  01 WS-AU-DETAIL   PIC X(40).
000423 PROCEDURE   DIVISION.
000423 MAIN.
000423     DISPLAY "===== KNOCKOUT CUP DRAW =====".
000423     PERFORM CHECK-CUP-IN-PROGRESS.
000423     IF WS-CUP-LIVE = 'Y'
000423         DISPLAY "A cup drawn for " WS-CUP-DATE " is still in progress"
000423         DISPLAY "Replace it with a new draw? (Y/N): "
000423         ACCEPT WS-IN
000423         IF WS-IN (1:1) NOT = 'Y' AND WS-IN (1:1) NOT = 'y'
000423             DISPLAY "CUP.DAT was not changed"
000423             STOP RUN
000423         END-IF
000423     END-IF.
000423     DISPLAY "Cup night date (YYYYMMDD, blank = today): ".
000423     ACCEPT WS-IN.
000423     IF WS-IN (1:8) IS NUMERIC
000423         MOVE WS-IN (1:8) TO WS-CUP-DATE
000423     ELSE
000423         MOVE FUNCTION CURRENT-DATE TO WS-NOW
000423         MOVE WS-NOW (1:8) TO WS-CUP-DATE
000423     END-IF.
000423     PERFORM LOAD-RATINGS.
000423     PERFORM LOAD-FIELD.
000423     IF WS-FD-CNT < 2
000423         DISPLAY "Need at least two active players for a cup"
000423         DISPLAY "CUP.DAT was not changed"
000423         STOP RUN
000423     END-IF.
000423     PERFORM SORT-FIELD.
000423     IF WS-FD-CNT > 64
000423         MOVE 64 TO WS-FIELD
000423         DISPLAY "Field limited to the top 64 seeds"
000423     ELSE
000423         MOVE WS-FD-CNT TO WS-FIELD
000423     END-IF.
000423     PERFORM BUILD-SEED-ORDER.
000423     PERFORM BUILD-TIES.
000423     PERFORM ADVANCE-BYES.
000423     PERFORM WRITE-CUP.
000423     IF WS-CP-STATUS NOT = "00"
000423         DISPLAY "Cannot open CUP.DAT status " WS-CP-STATUS
000423         MOVE 8 TO RETURN-CODE
000423         STOP RUN
000423     END-IF.
000423     MOVE "CUPDRAW" TO WS-AU-EVENT.
000423     MOVE SPACES TO WS-AU-DETAIL.
000423     MOVE WS-CUP-DATE TO WS-AU-DETAIL (1:8).
000423     MOVE WS-FIELD TO WS-CNT-DISP.
000423     MOVE WS-CNT-DISP TO WS-AU-DETAIL (10:5).
000423     CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL.
000423     PERFORM PRINT-DRAW.
000423     STOP RUN.
000423
000423 CHECK-CUP-IN-PROGRESS.
000423     OPEN INPUT CUP-FILE.
000423     IF WS-CP-STATUS = "00"
000423         PERFORM UNTIL WS-CP-STATUS = "10"
000423             READ CUP-FILE
000423                 AT END MOVE "10" TO WS-CP-STATUS
000423                 NOT AT END
000423                     IF CP-STATUS = 'O' OR CP-STATUS = 'W'
000423                         MOVE 'Y' TO WS-CUP-LIVE
000423                         MOVE CP-DATE TO WS-CUP-DATE
000423                     END-IF
000423             END-READ
000423         END-PERFORM
000423         CLOSE CUP-FILE
000423     END-IF.
000423
000423 LOAD-RATINGS.
000423     OPEN INPUT STANDINGS-FILE.
000423     IF WS-ST-STATUS = "00"
000423         PERFORM UNTIL WS-ST-STATUS = "10"
000423             READ STANDINGS-FILE
000423                 AT END MOVE "10" TO WS-ST-STATUS
000423                 NOT AT END
000423                     IF ST-PLAYER-ID IS NUMERIC AND ST-RATING IS NUMERIC
000423                         AND WS-RT-CNT < 200
000423                         ADD 1 TO WS-RT-CNT
000423                         MOVE ST-PLAYER-ID TO WS-RT-ID (WS-RT-CNT)
000423                         MOVE ST-RATING TO WS-RT-RATING (WS-RT-CNT)
000423                     END-IF
000423             END-READ
000423         END-PERFORM
000423         CLOSE STANDINGS-FILE
000423     ELSE
000423         DISPLAY "STANDINGS.DAT not on file - all players seeded at 1000"
000423     END-IF.
000423
000423 LOAD-FIELD.
000423     OPEN INPUT PLAYER-FILE.
000423     IF WS-PL-STATUS = "00"
000423         PERFORM UNTIL WS-PL-STATUS = "10"
000423             READ PLAYER-FILE
000423                 AT END MOVE "10" TO WS-PL-STATUS
000423                 NOT AT END
000423                     IF PL-ACTIVE = 'Y' AND WS-FD-CNT < 200
000423                         ADD 1 TO WS-FD-CNT
000423                         MOVE PL-ID TO WS-FD-ID (WS-FD-CNT)
000423                         MOVE PL-NAME TO WS-FD-NAME (WS-FD-CNT)
000423                         PERFORM FIND-RATING
000423                     END-IF
000423             END-READ
000423         END-PERFORM
000423         CLOSE PLAYER-FILE
000423     END-IF.
000423
000423 FIND-RATING.
000423     MOVE 1000 TO WS-FD-RATING (WS-FD-CNT).
000423     PERFORM VARYING WS-RT-IDX FROM 1 BY 1 UNTIL WS-RT-IDX > WS-RT-CNT
000423         IF WS-RT-ID (WS-RT-IDX) = PL-ID
000423             MOVE WS-RT-RATING (WS-RT-IDX) TO WS-FD-RATING (WS-FD-CNT)
000423             MOVE WS-RT-CNT TO WS-RT-IDX
000423         END-IF
000423     END-PERFORM.
000423
000423 SORT-FIELD.
000423     MOVE 'Y' TO WS-SWAPPED.
000423     PERFORM UNTIL WS-SWAPPED = 'N'
000423         MOVE 'N' TO WS-SWAPPED
000423         PERFORM VARYING WS-FD-IDX FROM 1 BY 1 UNTIL WS-FD-IDX >= WS-FD-CNT
000423             IF WS-FD-RATING (WS-FD-IDX + 1) > WS-FD-RATING (WS-FD-IDX)
000423                 OR (WS-FD-RATING (WS-FD-IDX + 1) = WS-FD-RATING (WS-FD-IDX)
000423                 AND WS-FD-ID (WS-FD-IDX + 1) < WS-FD-ID (WS-FD-IDX))
000423                 MOVE WS-FD-ENT (WS-FD-IDX) TO WS-FD-HOLD
000423                 MOVE WS-FD-ENT (WS-FD-IDX + 1) TO WS-FD-ENT (WS-FD-IDX)
000423                 MOVE WS-FD-HOLD TO WS-FD-ENT (WS-FD-IDX + 1)
000423                 MOVE 'Y' TO WS-SWAPPED
000423             END-IF
000423         END-PERFORM
000423     END-PERFORM.
000423
000423 BUILD-SEED-ORDER.
000423     MOVE 2 TO WS-SIZE.
000423     MOVE 1 TO WS-ROUNDS.
000423     PERFORM UNTIL WS-SIZE >= WS-FIELD
000423         COMPUTE WS-SIZE = WS-SIZE * 2
000423         ADD 1 TO WS-ROUNDS
000423     END-PERFORM.
000423     MOVE 1 TO WS-ORDER (1).
000423     MOVE 2 TO WS-ORDER (2).
000423     MOVE 2 TO WS-OR-SIZE.
000423     PERFORM UNTIL WS-OR-SIZE >= WS-SIZE
000423         COMPUTE WS-OR-NEW = WS-OR-SIZE * 2
000423         PERFORM VARYING WS-OR-IDX FROM 1 BY 1 UNTIL WS-OR-IDX > WS-OR-SIZE
000423             MOVE WS-ORDER (WS-OR-IDX) TO WS-NEW-ORDER (WS-OR-IDX * 2 - 1)
000423             COMPUTE WS-NEW-ORDER (WS-OR-IDX * 2) =
000423                 WS-OR-NEW + 1 - WS-ORDER (WS-OR-IDX)
000423         END-PERFORM
000423         MOVE WS-NEW-ORDER-TABLE TO WS-ORDER-TABLE
000423         MOVE WS-OR-NEW TO WS-OR-SIZE
000423     END-PERFORM.
000423
000423 BUILD-TIES.
000423     MOVE 0 TO WS-CT-CNT.
000423     COMPUTE WS-TIES = WS-SIZE / 2.
000423     PERFORM VARYING WS-RD FROM 1 BY 1 UNTIL WS-RD > WS-ROUNDS
000423         PERFORM VARYING WS-TI FROM 1 BY 1 UNTIL WS-TI > WS-TIES
000423             ADD 1 TO WS-CT-CNT
000423             MOVE WS-RD TO WS-CT-ROUND (WS-CT-CNT)
000423             MOVE WS-TI TO WS-CT-TIE (WS-CT-CNT)
000423             MOVE 0 TO WS-CT-SEEDL (WS-CT-CNT)
000423             MOVE 0 TO WS-CT-PLAYERL (WS-CT-CNT)
000423             MOVE 0 TO WS-CT-SEEDR (WS-CT-CNT)
000423             MOVE 0 TO WS-CT-PLAYERR (WS-CT-CNT)
000423             MOVE 'W' TO WS-CT-STATUS (WS-CT-CNT)
000423             MOVE 0 TO WS-CT-WINNER (WS-CT-CNT)
000423             MOVE 0 TO WS-CT-SCOREL (WS-CT-CNT)
000423             MOVE 0 TO WS-CT-SCORER (WS-CT-CNT)
000423             MOVE SPACES TO WS-CT-PLAYED-DATE (WS-CT-CNT)
000423             MOVE SPACES TO WS-CT-PLAYED-TIME (WS-CT-CNT)
000423             IF WS-RD = 1
000423                 PERFORM SEED-FIRST-ROUND-TIE
000423             END-IF
000423         END-PERFORM
000423         COMPUTE WS-TIES = WS-TIES / 2
000423     END-PERFORM.
000423
000423 SEED-FIRST-ROUND-TIE.
000423     MOVE WS-ORDER (WS-TI * 2 - 1) TO WS-SEED-A.
000423     MOVE WS-ORDER (WS-TI * 2) TO WS-SEED-B.
000423     MOVE WS-SEED-A TO WS-CT-SEEDL (WS-CT-CNT).
000423     MOVE WS-FD-ID (WS-SEED-A) TO WS-CT-PLAYERL (WS-CT-CNT).
000423     IF WS-SEED-B > WS-FIELD
000423         MOVE 'B' TO WS-CT-STATUS (WS-CT-CNT)
000423         MOVE WS-FD-ID (WS-SEED-A) TO WS-CT-WINNER (WS-CT-CNT)
000423     ELSE
000423         MOVE WS-SEED-B TO WS-CT-SEEDR (WS-CT-CNT)
000423         MOVE WS-FD-ID (WS-SEED-B) TO WS-CT-PLAYERR (WS-CT-CNT)
000423         MOVE 'O' TO WS-CT-STATUS (WS-CT-CNT)
000423     END-IF.
000423
000423 ADVANCE-BYES.
000423     PERFORM VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > WS-CT-CNT
000423         IF WS-CT-STATUS (WS-CT-IDX) = 'B'
000423             PERFORM PLACE-WINNER
000423         END-IF
000423     END-PERFORM.
000423
000423 PLACE-WINNER.
000423     IF WS-CT-WINNER (WS-CT-IDX) = WS-CT-PLAYERL (WS-CT-IDX)
000423         MOVE WS-CT-SEEDL (WS-CT-IDX) TO WS-WIN-SEED
000423     ELSE
000423         MOVE WS-CT-SEEDR (WS-CT-IDX) TO WS-WIN-SEED
000423     END-IF.
000423     COMPUTE WS-NEXT-TIE = (WS-CT-TIE (WS-CT-IDX) + 1) / 2.
000423     PERFORM VARYING WS-CT-JDX FROM 1 BY 1 UNTIL WS-CT-JDX > WS-CT-CNT
000423         IF WS-CT-ROUND (WS-CT-JDX) = WS-CT-ROUND (WS-CT-IDX) + 1
000423             AND WS-CT-TIE (WS-CT-JDX) = WS-NEXT-TIE
000423             IF FUNCTION MOD(WS-CT-TIE (WS-CT-IDX), 2) = 1
000423                 MOVE WS-CT-WINNER (WS-CT-IDX) TO WS-CT-PLAYERL (WS-CT-JDX)
000423                 MOVE WS-WIN-SEED TO WS-CT-SEEDL (WS-CT-JDX)
000423             ELSE
000423                 MOVE WS-CT-WINNER (WS-CT-IDX) TO WS-CT-PLAYERR (WS-CT-JDX)
000423                 MOVE WS-WIN-SEED TO WS-CT-SEEDR (WS-CT-JDX)
000423             END-IF
000423             IF WS-CT-PLAYERL (WS-CT-JDX) > 0
000423                 AND WS-CT-PLAYERR (WS-CT-JDX) > 0
000423                 MOVE 'O' TO WS-CT-STATUS (WS-CT-JDX)
000423             END-IF
000423             MOVE WS-CT-CNT TO WS-CT-JDX
000423         END-IF
000423     END-PERFORM.
000423
000423 WRITE-CUP.
000423     OPEN OUTPUT CUP-FILE.
000423     IF WS-CP-STATUS = "00"
000423         PERFORM VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > WS-CT-CNT
000423             MOVE WS-CUP-DATE TO CP-DATE
000423             MOVE WS-CT-ROUND (WS-CT-IDX) TO CP-ROUND
000423             MOVE WS-CT-TIE (WS-CT-IDX) TO CP-TIE
000423             MOVE WS-CT-SEEDL (WS-CT-IDX) TO CP-SEEDL
000423             MOVE WS-CT-PLAYERL (WS-CT-IDX) TO CP-PLAYERL-ID
000423             MOVE WS-CT-SEEDR (WS-CT-IDX) TO CP-SEEDR
000423             MOVE WS-CT-PLAYERR (WS-CT-IDX) TO CP-PLAYERR-ID
000423             MOVE WS-CT-STATUS (WS-CT-IDX) TO CP-STATUS
000423             MOVE WS-CT-WINNER (WS-CT-IDX) TO CP-WINNER-ID
000423             MOVE WS-CT-SCOREL (WS-CT-IDX) TO CP-SCOREL
000423             MOVE WS-CT-SCORER (WS-CT-IDX) TO CP-SCORER
000423             MOVE WS-CT-PLAYED-DATE (WS-CT-IDX) TO CP-PLAYED-DATE
000423             MOVE WS-CT-PLAYED-TIME (WS-CT-IDX) TO CP-PLAYED-TIME
000423             WRITE CP-RECORD
000423         END-PERFORM
000423         CLOSE CUP-FILE
000423     END-IF.
000423
000423 FIND-NAME.
000423     MOVE "UNREGISTERED" TO WS-FOUND-NAME.
000423     PERFORM VARYING WS-FD-IDX FROM 1 BY 1 UNTIL WS-FD-IDX > WS-FD-CNT
000423         IF WS-FD-ID (WS-FD-IDX) = WS-WANTED-ID
000423             MOVE WS-FD-NAME (WS-FD-IDX) TO WS-FOUND-NAME
000423             MOVE WS-FD-CNT TO WS-FD-IDX
000423         END-IF
000423     END-PERFORM.
000423
000423 PRINT-DRAW.
000423     DISPLAY "Cup night           : " WS-CUP-DATE.
000423     MOVE WS-FIELD TO WS-CNT-DISP.
000423     DISPLAY "Players drawn       : " WS-CNT-DISP.
000423     COMPUTE WS-CNT-DISP = WS-SIZE - WS-FIELD.
000423     DISPLAY "Byes                : " WS-CNT-DISP.
000423     DISPLAY "----- SEEDING -----".
000423     PERFORM VARYING WS-FD-IDX FROM 1 BY 1 UNTIL WS-FD-IDX > WS-FIELD
000423         MOVE WS-FD-IDX TO WS-SEED-DISP
000423         MOVE WS-FD-RATING (WS-FD-IDX) TO WS-RATING-DISP
000423         DISPLAY "Seed " WS-SEED-DISP "  " WS-FD-NAME (WS-FD-IDX)
000423             " rating " WS-RATING-DISP
000423     END-PERFORM.
000423     DISPLAY "----- ROUND 1 DRAW -----".
000423     PERFORM VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > WS-CT-CNT
000423         IF WS-CT-ROUND (WS-CT-IDX) = 1
000423             MOVE WS-CT-TIE (WS-CT-IDX) TO WS-TIE-DISP
000423             MOVE WS-CT-SEEDL (WS-CT-IDX) TO WS-SEED-DISP
000423             MOVE WS-CT-PLAYERL (WS-CT-IDX) TO WS-WANTED-ID
000423             PERFORM FIND-NAME
000423             DISPLAY "Tie " WS-TIE-DISP "  (" WS-SEED-DISP ") "
000423                 WS-FOUND-NAME WITH NO ADVANCING
000423             IF WS-CT-STATUS (WS-CT-IDX) = 'B'
000423                 DISPLAY " bye to round 2"
000423             ELSE
000423                 MOVE WS-CT-SEEDR (WS-CT-IDX) TO WS-SEED-DISP
000423                 MOVE WS-CT-PLAYERR (WS-CT-IDX) TO WS-WANTED-ID
000423                 PERFORM FIND-NAME
000423                 DISPLAY " vs (" WS-SEED-DISP ") " WS-FOUND-NAME
000423             END-IF
000423         END-IF
000423     END-PERFORM.
000424 END PROGRAM "CUP-DRAW".
000425 IDENTIFICATION DIVISION.
000425 PROGRAM-ID. "CUP-POST".
000425 ENVIRONMENT DIVISION.
000425 INPUT-OUTPUT SECTION.
000425 FILE-CONTROL.
000425     SELECT CUP-FILE ASSIGN TO "CUP.DAT"
000425         ORGANIZATION IS LINE SEQUENTIAL
000425         FILE STATUS IS WS-CP-STATUS.
000425     SELECT MATCH-HISTORY-FILE ASSIGN TO "MATCHHIST.DAT"
000425         ORGANIZATION IS LINE SEQUENTIAL
000425         FILE STATUS IS WS-MH-STATUS.
000425     SELECT PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
000425         ORGANIZATION IS LINE SEQUENTIAL
000425         FILE STATUS IS WS-PL-STATUS.
000425 DATA        DIVISION.
000425 FILE SECTION.
000425 FD  CUP-FILE.
000425 01  CP-RECORD.
000425     02 CP-DATE        PIC X(8).
000425     02 CP-ROUND       PIC 99.
000425     02 CP-TIE         PIC 99.
000425     02 CP-SEEDL       PIC 99.
000425     02 CP-PLAYERL-ID  PIC 9(4).
000425     02 CP-SEEDR       PIC 99.
000425     02 CP-PLAYERR-ID  PIC 9(4).
000425     02 CP-STATUS      PIC X.
000425     02 CP-WINNER-ID   PIC 9(4).
000425     02 CP-SCOREL      PIC 99.
000425     02 CP-SCORER      PIC 99.
000425     02 CP-PLAYED-DATE PIC X(8).
000425     02 CP-PLAYED-TIME PIC X(6).
000425 FD  MATCH-HISTORY-FILE.
000425 01  MH-RECORD.
000425     02 MH-DATE          PIC X(8).
000425     02 MH-START-TIME    PIC X(6).
000425     02 MH-END-TIME      PIC X(6).
000425     02 MH-SCOREL        PIC 99.
000425     02 MH-SCORER        PIC 99.
000425     02 MH-WINNER        PIC X.
000425     02 MH-LONGEST-RALLY PIC 999.
000425     02 MH-PLAYERL-ID    PIC 9(4).
000425     02 MH-PLAYERR-ID    PIC 9(4).
000425     02 MH-SIM-FLAG      PIC X.
000425     02 MH-HANDICAP      PIC X.
000425     02 MH-STATION       PIC XX.
000425 FD  PLAYER-FILE.
000425 01  PL-RECORD.
000425     02 PL-ID     PIC 9(4).
000425     02 PL-NAME   PIC X(20).
000425     02 PL-ACTIVE PIC X.
000425     02 PL-MERGED-TO PIC 9(4).
000425     02 PL-PIN PIC X(4).
000425     02 PL-PIN-FAILS PIC 9.
000425     02 PL-LOCKED PIC X.
000426 WORKING-STORAGE SECTION.
000426  01 WS-CP-STATUS   PIC XX.
000426  01 WS-MH-STATUS   PIC XX.
000426  01 WS-PL-STATUS   PIC XX.
000426  01 WS-CUP-DATE    PIC X(8) VALUE SPACES.
000426  01 WS-OVERFLOW    PIC X VALUE 'N'.
000426  01 WS-CT-CNT      PIC 99 COMP-5 VALUE 0.
000426  01 WS-CT-IDX      PIC 99 COMP-5.
000426  01 WS-CT-JDX      PIC 99 COMP-5.
000426  01 WS-CT-HIT      PIC 99 COMP-5.
000426  01 WS-CT-TABLE.
000426    02 WS-CT-ENT OCCURS 63 TIMES.
000426      03 WS-CT-ROUND       PIC 99.
000426      03 WS-CT-TIE         PIC 99.
000426      03 WS-CT-SEEDL       PIC 99.
000426      03 WS-CT-PLAYERL     PIC 9(4).
000426      03 WS-CT-SEEDR       PIC 99.
000426      03 WS-CT-PLAYERR     PIC 9(4).
000426      03 WS-CT-STATUS      PIC X.
000426      03 WS-CT-WINNER      PIC 9(4).
000426      03 WS-CT-SCOREL      PIC 99.
000426      03 WS-CT-SCORER      PIC 99.
000426      03 WS-CT-PLAYED-DATE PIC X(8).
000426      03 WS-CT-PLAYED-TIME PIC X(6).
000426  01 WS-ROUNDS      PIC 99 COMP-5 VALUE 0.
000426  01 WS-RD          PIC 99 COMP-5.
000426  01 WS-RD-OPEN     PIC 99 COMP-5.
000426  01 WS-NEXT-TIE    PIC 99 COMP-5.
000426  01 WS-WIN-SEED    PIC 99.
000426  01 WS-L-ENTRANT   PIC X.
000426  01 WS-R-ENTRANT   PIC X.
000426  01 WS-STILL-IN    PIC X.
000426  01 WS-ALREADY     PIC X.
000426  01 WS-PRINTED     PIC X VALUE 'N'.
000426  01 WS-PL-CNT      PIC 999 COMP-5 VALUE 0.
000426  01 WS-PL-IDX      PIC 999 COMP-5.
000426  01 WS-PL-TABLE.
000426    02 WS-PL-ENT OCCURS 200 TIMES.
000426      03 WS-PL-TAB-ID   PIC 9(4).
000426      03 WS-PL-TAB-NAME PIC X(20).
000426  01 WS-WANTED-ID   PIC 9(4).
000426  01 WS-FOUND-NAME  PIC X(20).
000426  01 WS-POSTED      PIC 9(5) COMP-5 VALUE 0.
000426  01 WS-REJECTED    PIC 9(5) COMP-5 VALUE 0.
000426  01 WS-CNT-DISP    PIC ZZZZ9.
000426  01 WS-SEED-DISP   PIC Z9.
000426  01 WS-ROUND-DISP  PIC Z9.
000426  01 WS-TIE-DISP    PIC 99.
000426  01 WS-SCORE-DISP  PIC Z9.
000426  01 WS-ROUND-WORD  PIC X(13).
000427 PROCEDURE   DIVISION.
000427 MAIN.
000427     PERFORM LOAD-CUP.
000427     IF WS-CT-CNT = 0
000427         DISPLAY "No cup on file - run CUP-DRAW first"
000427         STOP RUN
000427     END-IF.
000427     IF WS-OVERFLOW = 'Y'
000427         DISPLAY "Cup file exceeds maintenance limit"
000427         DISPLAY "CUP.DAT was not changed"
000427         MOVE 8 TO RETURN-CODE
000427         STOP RUN
000427     END-IF.
000427     PERFORM LOAD-PLAYERS.
000427     DISPLAY "===== KNOCKOUT CUP RESULTS POSTING =====".
000427     DISPLAY "Cup night           : " WS-CUP-DATE.
000427     PERFORM SCAN-HISTORY.
000427     PERFORM REWRITE-CUP.
000427     MOVE WS-POSTED TO WS-CNT-DISP.
000427     DISPLAY "Results posted      : " WS-CNT-DISP.
000427     MOVE WS-REJECTED TO WS-CNT-DISP.
000427     DISPLAY "Results rejected    : " WS-CNT-DISP.
000427     IF WS-PRINTED = 'N'
000427         DISPLAY "----- BRACKET AS IT STANDS -----"
000427         PERFORM PRINT-BRACKET
000427     END-IF.
000427     PERFORM PRINT-CHAMPION.
000427     STOP RUN.
000427
000427 LOAD-CUP.
000427     OPEN INPUT CUP-FILE.
000427     IF WS-CP-STATUS = "00"
000427         PERFORM UNTIL WS-CP-STATUS = "10"
000427             READ CUP-FILE
000427                 AT END MOVE "10" TO WS-CP-STATUS
000427                 NOT AT END PERFORM LOAD-ONE-TIE
000427             END-READ
000427         END-PERFORM
000427         CLOSE CUP-FILE
000427     END-IF.
000427
000427 LOAD-ONE-TIE.
000427     IF WS-CT-CNT < 63
000427         ADD 1 TO WS-CT-CNT
000427         MOVE CP-DATE TO WS-CUP-DATE
000427         MOVE CP-ROUND TO WS-CT-ROUND (WS-CT-CNT)
000427         MOVE CP-TIE TO WS-CT-TIE (WS-CT-CNT)
000427         MOVE CP-SEEDL TO WS-CT-SEEDL (WS-CT-CNT)
000427         MOVE CP-PLAYERL-ID TO WS-CT-PLAYERL (WS-CT-CNT)
000427         MOVE CP-SEEDR TO WS-CT-SEEDR (WS-CT-CNT)
000427         MOVE CP-PLAYERR-ID TO WS-CT-PLAYERR (WS-CT-CNT)
000427         MOVE CP-STATUS TO WS-CT-STATUS (WS-CT-CNT)
000427         MOVE CP-WINNER-ID TO WS-CT-WINNER (WS-CT-CNT)
000427         MOVE CP-SCOREL TO WS-CT-SCOREL (WS-CT-CNT)
000427         MOVE CP-SCORER TO WS-CT-SCORER (WS-CT-CNT)
000427         MOVE CP-PLAYED-DATE TO WS-CT-PLAYED-DATE (WS-CT-CNT)
000427         MOVE CP-PLAYED-TIME TO WS-CT-PLAYED-TIME (WS-CT-CNT)
000427         IF CP-ROUND > WS-ROUNDS
000427             MOVE CP-ROUND TO WS-ROUNDS
000427         END-IF
000427     ELSE
000427         MOVE 'Y' TO WS-OVERFLOW
000427     END-IF.
000427
000427 LOAD-PLAYERS.
000427     OPEN INPUT PLAYER-FILE.
000427     IF WS-PL-STATUS = "00"
000427         PERFORM UNTIL WS-PL-STATUS = "10"
000427             READ PLAYER-FILE
000427                 AT END MOVE "10" TO WS-PL-STATUS
000427                 NOT AT END
000427                     IF WS-PL-CNT < 200
000427                         ADD 1 TO WS-PL-CNT
000427                         MOVE PL-ID TO WS-PL-TAB-ID (WS-PL-CNT)
000427                         MOVE PL-NAME TO WS-PL-TAB-NAME (WS-PL-CNT)
000427                     END-IF
000427             END-READ
000427         END-PERFORM
000427         CLOSE PLAYER-FILE
000427     END-IF.
000427
000427 SCAN-HISTORY.
000427     OPEN INPUT MATCH-HISTORY-FILE.
000427     IF WS-MH-STATUS = "00"
000427         PERFORM UNTIL WS-MH-STATUS = "10"
000427             READ MATCH-HISTORY-FILE
000427                 AT END MOVE "10" TO WS-MH-STATUS
000427                 NOT AT END PERFORM POST-ONE-GAME
000427             END-READ
000427         END-PERFORM
000427         CLOSE MATCH-HISTORY-FILE
000427     END-IF.
000427
000427 POST-ONE-GAME.
000427     IF MH-PLAYERL-ID IS NUMERIC AND MH-PLAYERR-ID IS NUMERIC
000427         AND MH-PLAYERL-ID > 0 AND MH-PLAYERR-ID > 0
000427         AND MH-SIM-FLAG NOT = 'S'
000427         AND MH-DATE >= WS-CUP-DATE
000427         MOVE 'N' TO WS-ALREADY
000427         MOVE 0 TO WS-CT-HIT
000427         MOVE 'N' TO WS-L-ENTRANT
000427         MOVE 'N' TO WS-R-ENTRANT
000427         MOVE 'N' TO WS-STILL-IN
000427         PERFORM VARYING WS-CT-JDX FROM 1 BY 1 UNTIL WS-CT-JDX > WS-CT-CNT
000427             PERFORM CHECK-ONE-TIE
000427         END-PERFORM
000427         IF WS-ALREADY = 'N'
000427             IF WS-CT-HIT > 0
000427                 PERFORM RECORD-RESULT
000427             ELSE
000427                 IF WS-L-ENTRANT = 'Y' AND WS-R-ENTRANT = 'Y'
000427                     AND WS-STILL-IN = 'Y'
000427                     PERFORM REJECT-RESULT
000427                 END-IF
000427             END-IF
000427         END-IF
000427     END-IF.
000427
000427 CHECK-ONE-TIE.
000427     IF WS-CT-PLAYED-DATE (WS-CT-JDX) = MH-DATE
000427         AND WS-CT-PLAYED-TIME (WS-CT-JDX) = MH-START-TIME
000427         MOVE 'Y' TO WS-ALREADY
000427     END-IF.
000427     IF WS-CT-ROUND (WS-CT-JDX) = 1
000427         IF WS-CT-PLAYERL (WS-CT-JDX) = MH-PLAYERL-ID
000427             OR WS-CT-PLAYERR (WS-CT-JDX) = MH-PLAYERL-ID
000427             MOVE 'Y' TO WS-L-ENTRANT
000427         END-IF
000427         IF WS-CT-PLAYERL (WS-CT-JDX) = MH-PLAYERR-ID
000427             OR WS-CT-PLAYERR (WS-CT-JDX) = MH-PLAYERR-ID
000427             MOVE 'Y' TO WS-R-ENTRANT
000427         END-IF
000427     END-IF.
000427     IF WS-CT-STATUS (WS-CT-JDX) = 'O'
000427         IF WS-CT-PLAYERL (WS-CT-JDX) = MH-PLAYERL-ID
000427             OR WS-CT-PLAYERR (WS-CT-JDX) = MH-PLAYERL-ID
000427             OR WS-CT-PLAYERL (WS-CT-JDX) = MH-PLAYERR-ID
000427             OR WS-CT-PLAYERR (WS-CT-JDX) = MH-PLAYERR-ID
000427             MOVE 'Y' TO WS-STILL-IN
000427         END-IF
000427         IF WS-CT-HIT = 0
000427             AND ((WS-CT-PLAYERL (WS-CT-JDX) = MH-PLAYERL-ID
000427             AND WS-CT-PLAYERR (WS-CT-JDX) = MH-PLAYERR-ID)
000427             OR (WS-CT-PLAYERL (WS-CT-JDX) = MH-PLAYERR-ID
000427             AND WS-CT-PLAYERR (WS-CT-JDX) = MH-PLAYERL-ID))
000427             MOVE WS-CT-JDX TO WS-CT-HIT
000427         END-IF
000427     END-IF.
000427
000427 RECORD-RESULT.
000427     MOVE WS-CT-HIT TO WS-CT-IDX.
000427     MOVE 'P' TO WS-CT-STATUS (WS-CT-IDX).
000427     MOVE MH-DATE TO WS-CT-PLAYED-DATE (WS-CT-IDX).
000427     MOVE MH-START-TIME TO WS-CT-PLAYED-TIME (WS-CT-IDX).
000427     IF WS-CT-PLAYERL (WS-CT-IDX) = MH-PLAYERL-ID
000427         MOVE MH-SCOREL TO WS-CT-SCOREL (WS-CT-IDX)
000427         MOVE MH-SCORER TO WS-CT-SCORER (WS-CT-IDX)
000427     ELSE
000427         MOVE MH-SCORER TO WS-CT-SCOREL (WS-CT-IDX)
000427         MOVE MH-SCOREL TO WS-CT-SCORER (WS-CT-IDX)
000427     END-IF.
000427     IF MH-WINNER = 'L'
000427         MOVE MH-PLAYERL-ID TO WS-CT-WINNER (WS-CT-IDX)
000427     ELSE
000427         MOVE MH-PLAYERR-ID TO WS-CT-WINNER (WS-CT-IDX)
000427     END-IF.
000427     ADD 1 TO WS-POSTED.
000427     IF WS-CT-ROUND (WS-CT-IDX) < WS-ROUNDS
000427         PERFORM PLACE-WINNER
000427     END-IF.
000427     MOVE WS-CT-ROUND (WS-CT-IDX) TO WS-RD.
000427     MOVE 0 TO WS-RD-OPEN.
000427     PERFORM VARYING WS-CT-JDX FROM 1 BY 1 UNTIL WS-CT-JDX > WS-CT-CNT
000427         IF WS-CT-ROUND (WS-CT-JDX) = WS-RD
000427             AND (WS-CT-STATUS (WS-CT-JDX) = 'O'
000427             OR WS-CT-STATUS (WS-CT-JDX) = 'W')
000427             ADD 1 TO WS-RD-OPEN
000427         END-IF
000427     END-PERFORM.
000427     IF WS-RD-OPEN = 0
000427         MOVE WS-RD TO WS-ROUND-DISP
000427         DISPLAY "----- BRACKET AFTER ROUND " WS-ROUND-DISP " -----"
000427         PERFORM PRINT-BRACKET
000427         MOVE 'Y' TO WS-PRINTED
000427     END-IF.
000427
000427 PLACE-WINNER.
000427     IF WS-CT-WINNER (WS-CT-IDX) = WS-CT-PLAYERL (WS-CT-IDX)
000427         MOVE WS-CT-SEEDL (WS-CT-IDX) TO WS-WIN-SEED
000427     ELSE
000427         MOVE WS-CT-SEEDR (WS-CT-IDX) TO WS-WIN-SEED
000427     END-IF.
000427     COMPUTE WS-NEXT-TIE = (WS-CT-TIE (WS-CT-IDX) + 1) / 2.
000427     PERFORM VARYING WS-CT-JDX FROM 1 BY 1 UNTIL WS-CT-JDX > WS-CT-CNT
000427         IF WS-CT-ROUND (WS-CT-JDX) = WS-CT-ROUND (WS-CT-IDX) + 1
000427             AND WS-CT-TIE (WS-CT-JDX) = WS-NEXT-TIE
000427             IF FUNCTION MOD(WS-CT-TIE (WS-CT-IDX), 2) = 1
000427                 MOVE WS-CT-WINNER (WS-CT-IDX) TO WS-CT-PLAYERL (WS-CT-JDX)
000427                 MOVE WS-WIN-SEED TO WS-CT-SEEDL (WS-CT-JDX)
000427             ELSE
000427                 MOVE WS-CT-WINNER (WS-CT-IDX) TO WS-CT-PLAYERR (WS-CT-JDX)
000427                 MOVE WS-WIN-SEED TO WS-CT-SEEDR (WS-CT-JDX)
000427             END-IF
000427             IF WS-CT-PLAYERL (WS-CT-JDX) > 0
000427                 AND WS-CT-PLAYERR (WS-CT-JDX) > 0
000427                 MOVE 'O' TO WS-CT-STATUS (WS-CT-JDX)
000427             END-IF
000427             MOVE WS-CT-CNT TO WS-CT-JDX
000427         END-IF
000427     END-PERFORM.
000427
000427 REJECT-RESULT.
000427     ADD 1 TO WS-REJECTED.
000427     MOVE MH-PLAYERL-ID TO WS-WANTED-ID.
000427     PERFORM FIND-NAME.
000427     DISPLAY "Rejected " MH-DATE " " MH-START-TIME " " WS-FOUND-NAME
000427         WITH NO ADVANCING.
000427     MOVE MH-PLAYERR-ID TO WS-WANTED-ID.
000427     PERFORM FIND-NAME.
000427     DISPLAY " vs " WS-FOUND-NAME " - not drawn together".
000427
000427 REWRITE-CUP.
000427     OPEN OUTPUT CUP-FILE.
000427     IF WS-CP-STATUS = "00"
000427         PERFORM VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > WS-CT-CNT
000427             MOVE WS-CUP-DATE TO CP-DATE
000427             MOVE WS-CT-ROUND (WS-CT-IDX) TO CP-ROUND
000427             MOVE WS-CT-TIE (WS-CT-IDX) TO CP-TIE
000427             MOVE WS-CT-SEEDL (WS-CT-IDX) TO CP-SEEDL
000427             MOVE WS-CT-PLAYERL (WS-CT-IDX) TO CP-PLAYERL-ID
000427             MOVE WS-CT-SEEDR (WS-CT-IDX) TO CP-SEEDR
000427             MOVE WS-CT-PLAYERR (WS-CT-IDX) TO CP-PLAYERR-ID
000427             MOVE WS-CT-STATUS (WS-CT-IDX) TO CP-STATUS
000427             MOVE WS-CT-WINNER (WS-CT-IDX) TO CP-WINNER-ID
000427             MOVE WS-CT-SCOREL (WS-CT-IDX) TO CP-SCOREL
000427             MOVE WS-CT-SCORER (WS-CT-IDX) TO CP-SCORER
000427             MOVE WS-CT-PLAYED-DATE (WS-CT-IDX) TO CP-PLAYED-DATE
000427             MOVE WS-CT-PLAYED-TIME (WS-CT-IDX) TO CP-PLAYED-TIME
000427             WRITE CP-RECORD
000427         END-PERFORM
000427         CLOSE CUP-FILE
000427     ELSE
000427         DISPLAY "Cannot rewrite CUP.DAT status " WS-CP-STATUS
000427         MOVE 8 TO RETURN-CODE
000427     END-IF.
000427
000427 FIND-NAME.
000427     IF WS-WANTED-ID = 0
000427         MOVE "(to be decided)" TO WS-FOUND-NAME
000427     ELSE
000427         MOVE "UNREGISTERED" TO WS-FOUND-NAME
000427         PERFORM VARYING WS-PL-IDX FROM 1 BY 1 UNTIL WS-PL-IDX > WS-PL-CNT
000427             IF WS-PL-TAB-ID (WS-PL-IDX) = WS-WANTED-ID
000427                 MOVE WS-PL-TAB-NAME (WS-PL-IDX) TO WS-FOUND-NAME
000427                 MOVE WS-PL-CNT TO WS-PL-IDX
000427             END-IF
000427         END-PERFORM
000427     END-IF.
000427
000427 PRINT-BRACKET.
000427     PERFORM VARYING WS-RD FROM 1 BY 1 UNTIL WS-RD > WS-ROUNDS
000427         EVALUATE WS-ROUNDS - WS-RD
000427         WHEN 0
000427             MOVE "FINAL" TO WS-ROUND-WORD
000427         WHEN 1
000427             MOVE "SEMI-FINALS" TO WS-ROUND-WORD
000427         WHEN 2
000427             MOVE "QUARTER-FINALS" TO WS-ROUND-WORD
000427         WHEN OTHER
000427             MOVE SPACES TO WS-ROUND-WORD
000427         END-EVALUATE
000427         MOVE WS-RD TO WS-ROUND-DISP
000427         DISPLAY "Round " WS-ROUND-DISP " " WS-ROUND-WORD
000427         PERFORM VARYING WS-CT-JDX FROM 1 BY 1 UNTIL WS-CT-JDX > WS-CT-CNT
000427             IF WS-CT-ROUND (WS-CT-JDX) = WS-RD
000427                 PERFORM PRINT-TIE
000427             END-IF
000427         END-PERFORM
000427     END-PERFORM.
000427
000427 PRINT-TIE.
000427     MOVE WS-CT-TIE (WS-CT-JDX) TO WS-TIE-DISP.
000427     MOVE WS-CT-SEEDL (WS-CT-JDX) TO WS-SEED-DISP.
000427     MOVE WS-CT-PLAYERL (WS-CT-JDX) TO WS-WANTED-ID.
000427     PERFORM FIND-NAME.
000427     DISPLAY "  Tie " WS-TIE-DISP " (" WS-SEED-DISP ") " WS-FOUND-NAME
000427         WITH NO ADVANCING.
000427     IF WS-CT-STATUS (WS-CT-JDX) = 'B'
000427         DISPLAY " bye"
000427     ELSE
000427         MOVE WS-CT-SEEDR (WS-CT-JDX) TO WS-SEED-DISP
000427         MOVE WS-CT-PLAYERR (WS-CT-JDX) TO WS-WANTED-ID
000427         PERFORM FIND-NAME
000427         DISPLAY " vs (" WS-SEED-DISP ") " WS-FOUND-NAME WITH NO ADVANCING
000427         EVALUATE WS-CT-STATUS (WS-CT-JDX)
000427         WHEN 'P'
000427             MOVE WS-CT-SCOREL (WS-CT-JDX) TO WS-SCORE-DISP
000427             DISPLAY " " WS-SCORE-DISP "-" WITH NO ADVANCING
000427             MOVE WS-CT-SCORER (WS-CT-JDX) TO WS-SCORE-DISP
000427             DISPLAY WS-SCORE-DISP
000427         WHEN 'O'
000427             DISPLAY " to play"
000427         WHEN OTHER
000427             DISPLAY " waiting"
000427         END-EVALUATE
000427     END-IF.
000427
000427 PRINT-CHAMPION.
000427     PERFORM VARYING WS-CT-JDX FROM 1 BY 1 UNTIL WS-CT-JDX > WS-CT-CNT
000427         IF WS-CT-ROUND (WS-CT-JDX) = WS-ROUNDS
000427             AND WS-CT-STATUS (WS-CT-JDX) = 'P'
000427             MOVE WS-CT-WINNER (WS-CT-JDX) TO WS-WANTED-ID
000427             PERFORM FIND-NAME
000427             DISPLAY "Cup winner          : " WS-FOUND-NAME
000427         END-IF
000427     END-PERFORM.
000428 END PROGRAM "CUP-POST".
000429 IDENTIFICATION DIVISION.
000429 PROGRAM-ID. "BILL-RATES".
000429 ENVIRONMENT DIVISION.
000429 INPUT-OUTPUT SECTION.
000429 FILE-CONTROL.
000429     SELECT RATE-FILE ASSIGN TO "RATES.DAT"
000429         ORGANIZATION IS LINE SEQUENTIAL
000429         FILE STATUS IS WS-RT-STATUS.
000429 DATA        DIVISION.
000429 FILE SECTION.
000429 FD  RATE-FILE.
000429 01  RT-FILE-REC         PIC X(43).
000430 WORKING-STORAGE SECTION.
000430  01 WS-RT-STATUS   PIC XX.
000430  01 WS-RATES.
000430    02 RT-GAME-CHARGE     PIC 9(3)V99.
000430    02 RT-MINUTE-RATE     PIC 9(3)V99.
000430    02 RT-OFF-GAME-CHARGE PIC 9(3)V99.
000430    02 RT-OFF-MINUTE-RATE PIC 9(3)V99.
000430    02 RT-OFF-FROM        PIC 9(4).
000430    02 RT-OFF-TO          PIC 9(4).
000430    02 RT-CREDIT-LIMIT    PIC 9(5)V99.
000430    02 RT-CHANGED         PIC X(8).
000430  01 WS-IN          PIC X(10).
000430  01 WS-NOW         PIC X(21).
000430  01 WS-HHMM        PIC 9(4).
000430  01 WS-HHMM-R REDEFINES WS-HHMM.
000430    02 WS-HHMM-HH   PIC 99.
000430    02 WS-HHMM-MM   PIC 99.
000430  01 WS-AMT-DISP    PIC ZZ9.99.
000430  01 WS-LIM-DISP    PIC ZZZZ9.99.
000430  01 WS-AU-EVENT    PIC X(8).
000430  01 WS-AU-DETAIL   PIC X(40).
000430  01 WS-AU-RATE-DET.
000430    02 FILLER       PIC X(5) VALUE "PEAK ".
000430    02 ARD-GAME     PIC ZZ9.99.
000430    02 FILLER       PIC X VALUE "+".
000430    02 ARD-MIN      PIC ZZ9.99.
000430    02 FILLER       PIC X(5) VALUE " OFF ".
000430    02 ARD-OFF-GAME PIC ZZ9.99.
000430    02 FILLER       PIC X VALUE "+".
000430    02 ARD-OFF-MIN  PIC ZZ9.99.
000430    02 FILLER       PIC X(4) VALUE SPACES.
000431 PROCEDURE   DIVISION.
000431 MAIN.
000431     PERFORM LOAD-RATES.
000431     DISPLAY "===== TABLE-TIME RATE TABLE =====".
000431     PERFORM SHOW-RATES.
000431     DISPLAY "Peak charge per game (blank = keep): ".
000431     ACCEPT WS-IN.
000431     IF FUNCTION TEST-NUMVAL(WS-IN) = 0
000431         IF FUNCTION NUMVAL(WS-IN) >= 0 AND FUNCTION NUMVAL(WS-IN) < 1000
000431             COMPUTE RT-GAME-CHARGE ROUNDED = FUNCTION NUMVAL(WS-IN)
000431         END-IF
000431     END-IF.
000431     DISPLAY "Peak rate per minute (blank = keep): ".
000431     ACCEPT WS-IN.
000431     IF FUNCTION TEST-NUMVAL(WS-IN) = 0
000431         IF FUNCTION NUMVAL(WS-IN) >= 0 AND FUNCTION NUMVAL(WS-IN) < 1000
000431             COMPUTE RT-MINUTE-RATE ROUNDED = FUNCTION NUMVAL(WS-IN)
000431         END-IF
000431     END-IF.
000431     DISPLAY "Off-peak charge per game (blank = keep): ".
000431     ACCEPT WS-IN.
000431     IF FUNCTION TEST-NUMVAL(WS-IN) = 0
000431         IF FUNCTION NUMVAL(WS-IN) >= 0 AND FUNCTION NUMVAL(WS-IN) < 1000
000431             COMPUTE RT-OFF-GAME-CHARGE ROUNDED = FUNCTION NUMVAL(WS-IN)
000431         END-IF
000431     END-IF.
000431     DISPLAY "Off-peak rate per minute (blank = keep): ".
000431     ACCEPT WS-IN.
000431     IF FUNCTION TEST-NUMVAL(WS-IN) = 0
000431         IF FUNCTION NUMVAL(WS-IN) >= 0 AND FUNCTION NUMVAL(WS-IN) < 1000
000431             COMPUTE RT-OFF-MINUTE-RATE ROUNDED = FUNCTION NUMVAL(WS-IN)
000431         END-IF
000431     END-IF.
000431     DISPLAY "Off-peak band starts (HHMM, blank = keep): ".
000431     ACCEPT WS-IN.
000431     IF WS-IN (1:4) IS NUMERIC
000431         MOVE WS-IN (1:4) TO WS-HHMM
000431         IF WS-HHMM-HH < 24 AND WS-HHMM-MM < 60
000431             MOVE WS-HHMM TO RT-OFF-FROM
000431         END-IF
000431     END-IF.
000431     DISPLAY "Off-peak band ends (HHMM, blank = keep): ".
000431     ACCEPT WS-IN.
000431     IF WS-IN (1:4) IS NUMERIC
000431         MOVE WS-IN (1:4) TO WS-HHMM
000431         IF WS-HHMM-HH < 24 AND WS-HHMM-MM < 60
000431             MOVE WS-HHMM TO RT-OFF-TO
000431         END-IF
000431     END-IF.
000431     DISPLAY "Credit limit for new accounts (blank = keep): ".
000431     ACCEPT WS-IN.
000431     IF FUNCTION TEST-NUMVAL(WS-IN) = 0
000431         IF FUNCTION NUMVAL(WS-IN) >= 0 AND FUNCTION NUMVAL(WS-IN) < 100000
000431             COMPUTE RT-CREDIT-LIMIT ROUNDED = FUNCTION NUMVAL(WS-IN)
000431         END-IF
000431     END-IF.
000431     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000431     MOVE WS-NOW (1:8) TO RT-CHANGED.
000431     OPEN OUTPUT RATE-FILE.
000431     IF WS-RT-STATUS NOT = "00"
000431         DISPLAY "Cannot open RATES.DAT status " WS-RT-STATUS
000431         MOVE 8 TO RETURN-CODE
000431         STOP RUN
000431     END-IF.
000431     WRITE RT-FILE-REC FROM WS-RATES.
000431     CLOSE RATE-FILE.
000431     DISPLAY "----- RATES NOW IN FORCE -----".
000431     PERFORM SHOW-RATES.
000431     MOVE "RATES" TO WS-AU-EVENT.
000431     MOVE RT-GAME-CHARGE TO ARD-GAME.
000431     MOVE RT-MINUTE-RATE TO ARD-MIN.
000431     MOVE RT-OFF-GAME-CHARGE TO ARD-OFF-GAME.
000431     MOVE RT-OFF-MINUTE-RATE TO ARD-OFF-MIN.
000431     MOVE WS-AU-RATE-DET TO WS-AU-DETAIL.
000431     CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL.
000431     STOP RUN.
000431
000431 LOAD-RATES.
000431     MOVE 1.00 TO RT-GAME-CHARGE.
000431     MOVE 0.20 TO RT-MINUTE-RATE.
000431     MOVE 0.50 TO RT-OFF-GAME-CHARGE.
000431     MOVE 0.10 TO RT-OFF-MINUTE-RATE.
000431     MOVE 0800 TO RT-OFF-FROM.
000431     MOVE 1700 TO RT-OFF-TO.
000431     MOVE 20.00 TO RT-CREDIT-LIMIT.
000431     MOVE SPACES TO RT-CHANGED.
000431     OPEN INPUT RATE-FILE.
000431     IF WS-RT-STATUS = "00"
000431         READ RATE-FILE INTO WS-RATES
000431             AT END
000431                 DISPLAY "RATES.DAT is empty - starting from defaults"
000431         END-READ
000431         CLOSE RATE-FILE
000431     ELSE
000431         DISPLAY "RATES.DAT not on file - starting from defaults"
000431     END-IF.
000431
000431 SHOW-RATES.
000431     MOVE RT-GAME-CHARGE TO WS-AMT-DISP.
000431     DISPLAY "Peak per game       : " WS-AMT-DISP.
000431     MOVE RT-MINUTE-RATE TO WS-AMT-DISP.
000431     DISPLAY "Peak per minute     : " WS-AMT-DISP.
000431     MOVE RT-OFF-GAME-CHARGE TO WS-AMT-DISP.
000431     DISPLAY "Off-peak per game   : " WS-AMT-DISP.
000431     MOVE RT-OFF-MINUTE-RATE TO WS-AMT-DISP.
000431     DISPLAY "Off-peak per minute : " WS-AMT-DISP.
000431     DISPLAY "Off-peak band       : " RT-OFF-FROM " - " RT-OFF-TO.
000431     MOVE RT-CREDIT-LIMIT TO WS-LIM-DISP.
000431     DISPLAY "New account limit   : " WS-LIM-DISP.
000431     IF RT-CHANGED NOT = SPACES
000431         DISPLAY "Last changed        : " RT-CHANGED
000431     END-IF.
000432 END PROGRAM "BILL-RATES".
000433 IDENTIFICATION DIVISION.
000433 PROGRAM-ID. "BILL-CHARGE".
000433 ENVIRONMENT DIVISION.
000433 INPUT-OUTPUT SECTION.
000433 FILE-CONTROL.
000433     SELECT MATCH-HISTORY-FILE ASSIGN TO "MATCHHIST.DAT"
000433         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS WS-MH-STATUS.
000433     SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
000433         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS WS-AR-STATUS.
000433     SELECT RATE-FILE ASSIGN TO "RATES.DAT"
000433         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS WS-RT-STATUS.
000433     SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
000433         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS WS-BA-STATUS.
000433     SELECT BILL-TRAN-FILE ASSIGN TO "BILLTRAN.DAT"
000433         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS WS-BT-STATUS.
000433     SELECT BILL-CTL-FILE ASSIGN TO "BILLCTL.DAT"
000433         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS WS-BK-STATUS.
000433 DATA        DIVISION.
000433 FILE SECTION.
000433 FD  MATCH-HISTORY-FILE.
000433 01  MH-RECORD.
000433     02 MH-DATE          PIC X(8).
000433     02 MH-START-TIME    PIC X(6).
000433     02 MH-END-TIME      PIC X(6).
000433     02 MH-SCOREL        PIC 99.
000433     02 MH-SCORER        PIC 99.
000433     02 MH-WINNER        PIC X.
000433     02 MH-LONGEST-RALLY PIC 999.
000433     02 MH-PLAYERL-ID    PIC 9(4).
000433     02 MH-PLAYERR-ID    PIC 9(4).
000433     02 MH-SIM-FLAG      PIC X.
000433     02 MH-HANDICAP      PIC X.
000433     02 MH-STATION       PIC XX.
000433 FD  ARCHIVE-FILE.
000433 01  AR-RECORD           PIC X(40).
000433 FD  RATE-FILE.
000433 01  RT-FILE-REC         PIC X(43).
000433 FD  ACCOUNT-FILE.
000433 01  BA-RECORD.
000433     02 BA-PLAYER-ID     PIC 9(4).
000433     02 BA-BALANCE       PIC S9(5)V99.
000433     02 BA-CREDIT-LIMIT  PIC 9(5)V99.
000433     02 BA-LAST-PAY-DATE PIC X(8).
000433     02 BA-LAST-PAY-AMT  PIC 9(5)V99.
000433     02 BA-OPENED        PIC X(8).
000433 FD  BILL-TRAN-FILE.
000433 01  BT-RECORD.
000433     02 BT-TYPE          PIC X.
000433     02 BT-PLAYER-ID     PIC 9(4).
000433     02 BT-POSTED        PIC X(8).
000433     02 BT-DATE          PIC X(8).
000433     02 BT-START-TIME    PIC X(6).
000433     02 BT-END-TIME      PIC X(6).
000433     02 BT-OPP-ID        PIC 9(4).
000433     02 BT-BAND          PIC X.
000433     02 BT-MINUTES       PIC 999.
000433     02 BT-AMOUNT        PIC 9(5)V99.
000433     02 BT-USER          PIC X(10).
000433 FD  BILL-CTL-FILE.
000433 01  BK-RECORD.
000433     02 BK-LAST-DATE     PIC X(8).
000433     02 BK-LAST-TIME     PIC X(6).
000433     02 BK-RUN-DATE      PIC X(8).
000433     02 BK-GAMES         PIC 9(5).
000433     02 BK-AMOUNT        PIC 9(7)V99.
000433     02 BK-STATION       PIC XX.
000434 WORKING-STORAGE SECTION.
000434  01 WS-MH-STATUS   PIC XX.
000434  01 WS-AR-STATUS   PIC XX.
000434  01 WS-RT-STATUS   PIC XX.
000434  01 WS-BA-STATUS   PIC XX.
000434  01 WS-BT-STATUS   PIC XX.
000434  01 WS-BK-STATUS   PIC XX.
000434  01 WS-ARCH-NAME   PIC X(16).
000434  01 WS-RATES.
000434    02 RT-GAME-CHARGE     PIC 9(3)V99.
000434    02 RT-MINUTE-RATE     PIC 9(3)V99.
000434    02 RT-OFF-GAME-CHARGE PIC 9(3)V99.
000434    02 RT-OFF-MINUTE-RATE PIC 9(3)V99.
000434    02 RT-OFF-FROM        PIC 9(4).
000434    02 RT-OFF-TO          PIC 9(4).
000434    02 RT-CREDIT-LIMIT    PIC 9(5)V99.
000434    02 RT-CHANGED         PIC X(8).
000434  01 WS-NOW         PIC X(21).
000434  01 WS-TODAY       PIC X(8).
000434  01 WS-ITER-MONTH  PIC 9(6).
000434  01 WS-ITER-R REDEFINES WS-ITER-MONTH.
000434    02 WS-ITER-YY   PIC 9(4).
000434    02 WS-ITER-MM   PIC 99.
000434  01 WS-TO-MONTH    PIC 9(6).
000434  01 WS-HWM-KEY     PIC X(14) VALUE SPACES.
000434  01 WS-STN-IDX     PIC 9(3) COMP-5.
000434  01 WS-STN-NUM     PIC 99.
000434  01 WS-STN-CODE REDEFINES WS-STN-NUM PIC XX.
000434  01 WS-STN-TABLE.
000434    02 WS-STN-ENTRY OCCURS 99.
000434      03 WS-STN-HWM     PIC X(14).
000434      03 WS-STN-NEW-HWM PIC X(14).
000434      03 WS-STN-USED    PIC X.
000434      03 WS-STN-GAMES   PIC 9(5) COMP-5.
000434      03 WS-STN-AMOUNT  PIC 9(7)V99.
000434  01 WS-GAME.
000434    02 GM-KEY.
000434      03 GM-DATE          PIC X(8).
000434      03 GM-START-TIME    PIC X(6).
000434    02 GM-END-TIME      PIC X(6).
000434    02 GM-SCOREL        PIC 99.
000434    02 GM-SCORER        PIC 99.
000434    02 GM-WINNER        PIC X.
000434    02 GM-LONGEST-RALLY PIC 999.
000434    02 GM-PLAYERL-ID    PIC 9(4).
000434    02 GM-PLAYERR-ID    PIC 9(4).
000434    02 GM-SIM-FLAG      PIC X.
000434    02 GM-HANDICAP      PIC X.
000434    02 GM-STATION       PIC XX.
000434  01 WS-HMS         PIC 9(6).
000434  01 WS-HMS-R REDEFINES WS-HMS.
000434    02 WS-HMS-HH    PIC 99.
000434    02 WS-HMS-MM    PIC 99.
000434    02 WS-HMS-SS    PIC 99.
000434  01 WS-START-SECS  PIC 9(5) COMP-5.
000434  01 WS-END-SECS    PIC 9(5) COMP-5.
000434  01 WS-SECS        PIC 9(5) COMP-5.
000434  01 WS-MINUTES     PIC 999 COMP-5.
000434  01 WS-START-HHMM  PIC 9(4).
000434  01 WS-BAND        PIC X.
000434  01 WS-CHARGE      PIC 9(5)V99.
000434  01 WS-SHARE-L     PIC 9(5)V99.
000434  01 WS-SHARE-R     PIC 9(5)V99.
000434  01 WS-HALT        PIC X VALUE 'N'.
000434  01 WS-ACC-FAIL    PIC X VALUE 'N'.
000434  01 WS-RUN-RC      PIC 9 VALUE 0.
000434  01 WS-ACC-FOUND   PIC 9(4) COMP-5.
000434  01 WS-ACC-L       PIC 9(4) COMP-5.
000434  01 WS-ACC-R       PIC 9(4) COMP-5.
000434  01 WS-FIND-ID     PIC 9(4).
000434  01 WS-ACC-CNT     PIC 9(4) COMP-5 VALUE 0.
000434  01 WS-ACC-IDX     PIC 9(4) COMP-5.
000434  01 WS-ACC-OVERFLOW PIC X VALUE 'N'.
000434  01 WS-ACC-TABLE.
000434    02 WS-ACC-ENT OCCURS 400 TIMES.
000434      03 WS-ACC-ID        PIC 9(4).
000434      03 WS-ACC-BALANCE   PIC S9(5)V99.
000434      03 WS-ACC-LIMIT     PIC 9(5)V99.
000434      03 WS-ACC-PAY-DATE  PIC X(8).
000434      03 WS-ACC-PAY-AMT   PIC 9(5)V99.
000434      03 WS-ACC-OPENED    PIC X(8).
000434  01 WS-OLD-TOTAL   PIC S9(9)V99 VALUE 0.
000434  01 WS-NEW-TOTAL   PIC S9(9)V99 VALUE 0.
000434  01 WS-MOVEMENT    PIC S9(9)V99 VALUE 0.
000434  01 WS-PRICED      PIC 9(7)V99 VALUE 0.
000434  01 WS-POSTED      PIC 9(7)V99 VALUE 0.
000434  01 WS-GAMES-READ  PIC 9(5) COMP-5 VALUE 0.
000434  01 WS-GAMES-SIM   PIC 9(5) COMP-5 VALUE 0.
000434  01 WS-GAMES-DONE  PIC 9(5) COMP-5 VALUE 0.
000434  01 WS-GAMES-NOPL  PIC 9(5) COMP-5 VALUE 0.
000434  01 WS-GAMES-BADT  PIC 9(5) COMP-5 VALUE 0.
000434  01 WS-GAMES-HELD  PIC 9(5) COMP-5 VALUE 0.
000434  01 WS-GAMES-BILLED PIC 9(5) COMP-5 VALUE 0.
000434  01 WS-GAMES-PEAK  PIC 9(5) COMP-5 VALUE 0.
000434  01 WS-GAMES-OFF   PIC 9(5) COMP-5 VALUE 0.
000434  01 WS-GAMES-SUM   PIC 9(5) COMP-5 VALUE 0.
000434  01 WS-MINS-BILLED PIC 9(7) COMP-5 VALUE 0.
000434  01 WS-LINES       PIC 9(5) COMP-5 VALUE 0.
000434  01 WS-OPENED      PIC 9(5) COMP-5 VALUE 0.
000434  01 WS-CNT-DISP    PIC ZZZZ9.
000434  01 WS-MIN-DISP    PIC ZZZZZZ9.
000434  01 WS-AMT-DISP    PIC -ZZZZZZZ9.99.
000434  01 WS-AU-EVENT    PIC X(8).
000434  01 WS-AU-DETAIL   PIC X(40).
000434  01 WS-AU-BILL-DET.
000434    02 FILLER       PIC X(6) VALUE "GAMES ".
000434    02 ABD-GAMES    PIC ZZZZ9.
000434    02 FILLER       PIC X(8) VALUE " POSTED ".
000434    02 ABD-AMOUNT   PIC ZZZZZZ9.99.
000434    02 FILLER       PIC X(11) VALUE SPACES.
000435 PROCEDURE   DIVISION.
000435 MAIN.
000435     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000435     MOVE WS-NOW (1:8) TO WS-TODAY.
000435     OPEN INPUT RATE-FILE.
000435     IF WS-RT-STATUS NOT = "00"
000435         DISPLAY "RATES.DAT not on file - nothing charged"
000435         DISPLAY "Run BILL-RATES to set up table-time billing"
000435         MOVE 4 TO RETURN-CODE
000435         GOBACK
000435     END-IF.
000435     READ RATE-FILE INTO WS-RATES
000435         AT END MOVE "10" TO WS-RT-STATUS
000435     END-READ.
000435     CLOSE RATE-FILE.
000435     IF WS-RT-STATUS NOT = "00"
000435         DISPLAY "RATES.DAT is empty - nothing charged"
000435         DISPLAY "Run BILL-RATES to set up table-time billing"
000435         MOVE 4 TO RETURN-CODE
000435         GOBACK
000435     END-IF.
000435     PERFORM LOAD-CONTROL.
000435     PERFORM LOAD-ACCOUNTS.
000435     IF WS-ACC-OVERFLOW = 'Y'
000435         DISPLAY "ACCOUNTS.DAT exceeds maintenance limit - nothing billed"
000435         MOVE 8 TO RETURN-CODE
000435         GOBACK
000435     END-IF.
000435     OPEN EXTEND BILL-TRAN-FILE.
000435     IF WS-BT-STATUS = "35"
000435         OPEN OUTPUT BILL-TRAN-FILE
000435     END-IF.
000435     IF WS-BT-STATUS NOT = "00"
000435         DISPLAY "Cannot open BILLTRAN.DAT status " WS-BT-STATUS
000435         MOVE 8 TO RETURN-CODE
000435         GOBACK
000435     END-IF.
000435     IF WS-HWM-KEY NOT = SPACES
000435         PERFORM BILL-ARCHIVES
000435     END-IF.
000435     PERFORM BILL-LIVE.
000435     CLOSE BILL-TRAN-FILE.
000435     PERFORM REWRITE-ACCOUNTS.
000435     IF WS-ACC-FAIL = 'N'
000435         PERFORM WRITE-CONTROL
000435     END-IF.
000435     PERFORM PRINT-CONTROL-REPORT.
000435     MOVE "BILLRUN" TO WS-AU-EVENT.
000435     MOVE WS-GAMES-BILLED TO ABD-GAMES.
000435     MOVE WS-POSTED TO ABD-AMOUNT.
000435     MOVE WS-AU-BILL-DET TO WS-AU-DETAIL.
000435     CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL.
000435     MOVE WS-RUN-RC TO RETURN-CODE.
000435     GOBACK.
000435
000435 LOAD-CONTROL.
000435     PERFORM VARYING WS-STN-IDX FROM 1 BY 1 UNTIL WS-STN-IDX > 99
000435         MOVE SPACES TO WS-STN-HWM (WS-STN-IDX)
000435         MOVE 'N' TO WS-STN-USED (WS-STN-IDX)
000435         MOVE 0 TO WS-STN-GAMES (WS-STN-IDX)
000435         MOVE 0 TO WS-STN-AMOUNT (WS-STN-IDX)
000435     END-PERFORM.
000435     OPEN INPUT BILL-CTL-FILE.
000435     IF WS-BK-STATUS = "00"
000435         PERFORM UNTIL WS-BK-STATUS = "10"
000435             READ BILL-CTL-FILE
000435                 AT END MOVE "10" TO WS-BK-STATUS
000435                 NOT AT END
000435                     MOVE BK-STATION TO WS-STN-CODE
000435                     PERFORM SET-STATION-INDEX
000435                     MOVE BK-LAST-DATE TO WS-STN-HWM (WS-STN-IDX) (1:8)
000435                     MOVE BK-LAST-TIME TO WS-STN-HWM (WS-STN-IDX) (9:6)
000435                     MOVE 'Y' TO WS-STN-USED (WS-STN-IDX)
000435                     IF WS-HWM-KEY = SPACES
000435                         OR WS-STN-HWM (WS-STN-IDX) < WS-HWM-KEY
000435                         MOVE WS-STN-HWM (WS-STN-IDX) TO WS-HWM-KEY
000435                     END-IF
000435             END-READ
000435         END-PERFORM
000435         CLOSE BILL-CTL-FILE
000435     END-IF.
000435     PERFORM VARYING WS-STN-IDX FROM 1 BY 1 UNTIL WS-STN-IDX > 99
000435         IF WS-STN-USED (WS-STN-IDX) = 'N'
000435             MOVE WS-HWM-KEY TO WS-STN-HWM (WS-STN-IDX)
000435         END-IF
000435         MOVE WS-STN-HWM (WS-STN-IDX) TO WS-STN-NEW-HWM (WS-STN-IDX)
000435     END-PERFORM.
000435
000435 SET-STATION-INDEX.
000435     IF WS-STN-CODE IS NUMERIC AND WS-STN-CODE NOT = "00"
000435         MOVE WS-STN-CODE TO WS-STN-IDX
000435     ELSE
000435         MOVE 1 TO WS-STN-IDX
000435     END-IF.
000435
000435 LOAD-ACCOUNTS.
000435     OPEN INPUT ACCOUNT-FILE.
000435     IF WS-BA-STATUS = "00"
000435         PERFORM UNTIL WS-BA-STATUS = "10"
000435             READ ACCOUNT-FILE
000435                 AT END MOVE "10" TO WS-BA-STATUS
000435                 NOT AT END
000435                     IF WS-ACC-CNT < 400
000435                         ADD 1 TO WS-ACC-CNT
000435                         MOVE BA-PLAYER-ID TO WS-ACC-ID (WS-ACC-CNT)
000435                         MOVE BA-BALANCE TO WS-ACC-BALANCE (WS-ACC-CNT)
000435                         MOVE BA-CREDIT-LIMIT TO WS-ACC-LIMIT (WS-ACC-CNT)
000435                         MOVE BA-LAST-PAY-DATE TO WS-ACC-PAY-DATE (WS-ACC-CNT)
000435                         MOVE BA-LAST-PAY-AMT TO WS-ACC-PAY-AMT (WS-ACC-CNT)
000435                         MOVE BA-OPENED TO WS-ACC-OPENED (WS-ACC-CNT)
000435                         ADD BA-BALANCE TO WS-OLD-TOTAL
000435                     ELSE
000435                         MOVE 'Y' TO WS-ACC-OVERFLOW
000435                     END-IF
000435             END-READ
000435         END-PERFORM
000435         CLOSE ACCOUNT-FILE
000435     END-IF.
000435
000435 BILL-ARCHIVES.
000435     MOVE WS-HWM-KEY (1:6) TO WS-ITER-MONTH.
000435     MOVE WS-TODAY (1:6) TO WS-TO-MONTH.
000435     PERFORM UNTIL WS-ITER-MONTH >= WS-TO-MONTH
000435         MOVE "MATCHHIST-" TO WS-ARCH-NAME
000435         MOVE WS-ITER-MONTH TO WS-ARCH-NAME (11:6)
000435         OPEN INPUT ARCHIVE-FILE
000435         IF WS-AR-STATUS = "00"
000435             PERFORM UNTIL WS-AR-STATUS = "10"
000435                 READ ARCHIVE-FILE
000435                     AT END MOVE "10" TO WS-AR-STATUS
000435                     NOT AT END
000435                         MOVE AR-RECORD TO WS-GAME
000435                         PERFORM BILL-ONE-GAME
000435                 END-READ
000435             END-PERFORM
000435             CLOSE ARCHIVE-FILE
000435         END-IF
000435         IF WS-ITER-MM = 12
000435             ADD 1 TO WS-ITER-YY
000435             MOVE 1 TO WS-ITER-MM
000435         ELSE
000435             ADD 1 TO WS-ITER-MM
000435         END-IF
000435     END-PERFORM.
000435
000435 BILL-LIVE.
000435     OPEN INPUT MATCH-HISTORY-FILE.
000435     IF WS-MH-STATUS = "00"
000435         PERFORM UNTIL WS-MH-STATUS = "10"
000435             READ MATCH-HISTORY-FILE
000435                 AT END MOVE "10" TO WS-MH-STATUS
000435                 NOT AT END
000435                     MOVE MH-RECORD TO WS-GAME
000435                     PERFORM BILL-ONE-GAME
000435             END-READ
000435         END-PERFORM
000435         CLOSE MATCH-HISTORY-FILE
000435     END-IF.
000435
000435 BILL-ONE-GAME.
000435     ADD 1 TO WS-GAMES-READ.
000435     MOVE GM-STATION TO WS-STN-CODE.
000435     PERFORM SET-STATION-INDEX.
000435     EVALUATE TRUE
000435     WHEN GM-SIM-FLAG = 'S'
000435         ADD 1 TO WS-GAMES-SIM
000435     WHEN WS-STN-HWM (WS-STN-IDX) NOT = SPACES
000435         AND GM-KEY NOT > WS-STN-HWM (WS-STN-IDX)
000435         ADD 1 TO WS-GAMES-DONE
000435     WHEN GM-PLAYERL-ID IS NOT NUMERIC OR GM-PLAYERR-ID IS NOT NUMERIC
000435         ADD 1 TO WS-GAMES-NOPL
000435     WHEN GM-PLAYERL-ID = 0 AND GM-PLAYERR-ID = 0
000435         ADD 1 TO WS-GAMES-NOPL
000435     WHEN GM-START-TIME IS NOT NUMERIC OR GM-END-TIME IS NOT NUMERIC
000435         ADD 1 TO WS-GAMES-BADT
000435     WHEN WS-HALT = 'Y'
000435         ADD 1 TO WS-GAMES-HELD
000435     WHEN OTHER
000435         PERFORM PRICE-GAME
000435     END-EVALUATE.
000435
000435 PRICE-GAME.
000435     MOVE GM-START-TIME TO WS-HMS.
000435     COMPUTE WS-START-SECS = WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS.
000435     MOVE WS-HMS (1:4) TO WS-START-HHMM.
000435     MOVE GM-END-TIME TO WS-HMS.
000435     COMPUTE WS-END-SECS = WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS.
000435     IF WS-END-SECS < WS-START-SECS
000435         COMPUTE WS-SECS = WS-END-SECS + 86400 - WS-START-SECS
000435     ELSE
000435         COMPUTE WS-SECS = WS-END-SECS - WS-START-SECS
000435     END-IF.
000435     COMPUTE WS-MINUTES = (WS-SECS + 59) / 60.
000435     IF WS-MINUTES = 0
000435         MOVE 1 TO WS-MINUTES
000435     END-IF.
000435     MOVE 'P' TO WS-BAND.
000435     IF RT-OFF-FROM < RT-OFF-TO
000435         IF WS-START-HHMM >= RT-OFF-FROM AND WS-START-HHMM < RT-OFF-TO
000435             MOVE 'O' TO WS-BAND
000435         END-IF
000435     END-IF.
000435     IF RT-OFF-FROM > RT-OFF-TO
000435         IF WS-START-HHMM >= RT-OFF-FROM OR WS-START-HHMM < RT-OFF-TO
000435             MOVE 'O' TO WS-BAND
000435         END-IF
000435     END-IF.
000435     IF WS-BAND = 'O'
000435         COMPUTE WS-CHARGE = RT-OFF-GAME-CHARGE
000435             + WS-MINUTES * RT-OFF-MINUTE-RATE
000435     ELSE
000435         COMPUTE WS-CHARGE = RT-GAME-CHARGE
000435             + WS-MINUTES * RT-MINUTE-RATE
000435     END-IF.
000435     MOVE 0 TO WS-ACC-L.
000435     MOVE 0 TO WS-ACC-R.
000435     IF GM-PLAYERL-ID > 0
000435         MOVE GM-PLAYERL-ID TO WS-FIND-ID
000435         PERFORM FIND-ACCOUNT
000435         MOVE WS-ACC-FOUND TO WS-ACC-L
000435     END-IF.
000435     IF GM-PLAYERR-ID > 0 AND GM-PLAYERR-ID NOT = GM-PLAYERL-ID
000435         AND WS-HALT = 'N'
000435         MOVE GM-PLAYERR-ID TO WS-FIND-ID
000435         PERFORM FIND-ACCOUNT
000435         MOVE WS-ACC-FOUND TO WS-ACC-R
000435     END-IF.
000435     IF WS-HALT = 'Y'
000435         ADD 1 TO WS-GAMES-HELD
000435     ELSE
000435         IF WS-ACC-L > 0 AND WS-ACC-R > 0
000435             COMPUTE WS-SHARE-R = WS-CHARGE / 2
000435             COMPUTE WS-SHARE-L = WS-CHARGE - WS-SHARE-R
000435         ELSE
000435             MOVE WS-CHARGE TO WS-SHARE-L
000435             MOVE WS-CHARGE TO WS-SHARE-R
000435         END-IF
000435         IF WS-ACC-L > 0
000435             MOVE WS-ACC-L TO WS-ACC-IDX
000435             MOVE GM-PLAYERL-ID TO BT-PLAYER-ID
000435             MOVE GM-PLAYERR-ID TO BT-OPP-ID
000435             MOVE WS-SHARE-L TO BT-AMOUNT
000435             PERFORM POST-SHARE
000435         END-IF
000435         IF WS-ACC-R > 0
000435             MOVE WS-ACC-R TO WS-ACC-IDX
000435             MOVE GM-PLAYERR-ID TO BT-PLAYER-ID
000435             MOVE GM-PLAYERL-ID TO BT-OPP-ID
000435             MOVE WS-SHARE-R TO BT-AMOUNT
000435             PERFORM POST-SHARE
000435         END-IF
000435         ADD 1 TO WS-GAMES-BILLED
000435         ADD WS-MINUTES TO WS-MINS-BILLED
000435         ADD WS-CHARGE TO WS-PRICED
000435         IF WS-BAND = 'O'
000435             ADD 1 TO WS-GAMES-OFF
000435         ELSE
000435             ADD 1 TO WS-GAMES-PEAK
000435         END-IF
000435         IF GM-KEY > WS-STN-NEW-HWM (WS-STN-IDX)
000435             OR WS-STN-NEW-HWM (WS-STN-IDX) = SPACES
000435             MOVE GM-KEY TO WS-STN-NEW-HWM (WS-STN-IDX)
000435         END-IF
000435         MOVE 'Y' TO WS-STN-USED (WS-STN-IDX)
000435         ADD 1 TO WS-STN-GAMES (WS-STN-IDX)
000435         ADD WS-CHARGE TO WS-STN-AMOUNT (WS-STN-IDX)
000435     END-IF.
000435
000435 FIND-ACCOUNT.
000435     MOVE 0 TO WS-ACC-FOUND.
000435     PERFORM VARYING WS-ACC-IDX FROM 1 BY 1 UNTIL WS-ACC-IDX > WS-ACC-CNT
000435         IF WS-ACC-ID (WS-ACC-IDX) = WS-FIND-ID
000435             MOVE WS-ACC-IDX TO WS-ACC-FOUND
000435         END-IF
000435     END-PERFORM.
000435     IF WS-ACC-FOUND = 0
000435         IF WS-ACC-CNT < 400
000435             ADD 1 TO WS-ACC-CNT
000435             MOVE WS-FIND-ID TO WS-ACC-ID (WS-ACC-CNT)
000435             MOVE 0 TO WS-ACC-BALANCE (WS-ACC-CNT)
000435             MOVE RT-CREDIT-LIMIT TO WS-ACC-LIMIT (WS-ACC-CNT)
000435             MOVE SPACES TO WS-ACC-PAY-DATE (WS-ACC-CNT)
000435             MOVE 0 TO WS-ACC-PAY-AMT (WS-ACC-CNT)
000435             MOVE WS-TODAY TO WS-ACC-OPENED (WS-ACC-CNT)
000435             MOVE WS-ACC-CNT TO WS-ACC-FOUND
000435             ADD 1 TO WS-OPENED
000435         ELSE
000435             DISPLAY "Account table full - billing stops at " GM-DATE
000435                 " " GM-START-TIME
000435             MOVE 'Y' TO WS-HALT
000435         END-IF
000435     END-IF.
000435
000435 POST-SHARE.
000435     ADD BT-AMOUNT TO WS-ACC-BALANCE (WS-ACC-IDX).
000435     MOVE 'C' TO BT-TYPE.
000435     MOVE WS-TODAY TO BT-POSTED.
000435     MOVE GM-DATE TO BT-DATE.
000435     MOVE GM-START-TIME TO BT-START-TIME.
000435     MOVE GM-END-TIME TO BT-END-TIME.
000435     MOVE WS-BAND TO BT-BAND.
000435     MOVE WS-MINUTES TO BT-MINUTES.
000435     MOVE "BILL-CHRG" TO BT-USER.
000435     WRITE BT-RECORD.
000435     ADD 1 TO WS-LINES.
000435     ADD BT-AMOUNT TO WS-POSTED.
000435
000435 REWRITE-ACCOUNTS.
000435     OPEN OUTPUT ACCOUNT-FILE.
000435     IF WS-BA-STATUS = "00"
000435         PERFORM VARYING WS-ACC-IDX FROM 1 BY 1 UNTIL WS-ACC-IDX > WS-ACC-CNT
000435             MOVE WS-ACC-ID (WS-ACC-IDX) TO BA-PLAYER-ID
000435             MOVE WS-ACC-BALANCE (WS-ACC-IDX) TO BA-BALANCE
000435             MOVE WS-ACC-LIMIT (WS-ACC-IDX) TO BA-CREDIT-LIMIT
000435             MOVE WS-ACC-PAY-DATE (WS-ACC-IDX) TO BA-LAST-PAY-DATE
000435             MOVE WS-ACC-PAY-AMT (WS-ACC-IDX) TO BA-LAST-PAY-AMT
000435             MOVE WS-ACC-OPENED (WS-ACC-IDX) TO BA-OPENED
000435             WRITE BA-RECORD
000435             ADD WS-ACC-BALANCE (WS-ACC-IDX) TO WS-NEW-TOTAL
000435         END-PERFORM
000435         CLOSE ACCOUNT-FILE
000435     ELSE
000435         DISPLAY "Cannot rewrite ACCOUNTS.DAT status " WS-BA-STATUS
000435         MOVE 'Y' TO WS-HALT
000435         MOVE 'Y' TO WS-ACC-FAIL
000435     END-IF.
000435
000435 WRITE-CONTROL.
000435     OPEN OUTPUT BILL-CTL-FILE.
000435     IF WS-BK-STATUS = "00"
000435         PERFORM VARYING WS-STN-IDX FROM 1 BY 1 UNTIL WS-STN-IDX > 99
000435             IF WS-STN-USED (WS-STN-IDX) = 'Y'
000435                 MOVE WS-STN-NEW-HWM (WS-STN-IDX) (1:8) TO BK-LAST-DATE
000435                 MOVE WS-STN-NEW-HWM (WS-STN-IDX) (9:6) TO BK-LAST-TIME
000435                 MOVE WS-TODAY TO BK-RUN-DATE
000435                 MOVE WS-STN-GAMES (WS-STN-IDX) TO BK-GAMES
000435                 MOVE WS-STN-AMOUNT (WS-STN-IDX) TO BK-AMOUNT
000435                 MOVE WS-STN-IDX TO WS-STN-NUM
000435                 MOVE WS-STN-CODE TO BK-STATION
000435                 WRITE BK-RECORD
000435             END-IF
000435         END-PERFORM
000435         CLOSE BILL-CTL-FILE
000435     ELSE
000435         DISPLAY "Cannot write BILLCTL.DAT status " WS-BK-STATUS
000435         MOVE 'Y' TO WS-HALT
000435     END-IF.
000435
000435 PRINT-CONTROL-REPORT.
000435     COMPUTE WS-MOVEMENT = WS-NEW-TOTAL - WS-OLD-TOTAL.
000435     COMPUTE WS-GAMES-SUM = WS-GAMES-SIM + WS-GAMES-DONE + WS-GAMES-NOPL
000435         + WS-GAMES-BADT + WS-GAMES-HELD + WS-GAMES-BILLED.
000435     DISPLAY "===== TABLE-TIME CHARGING CONTROL =====".
000435     DISPLAY "Run date            : " WS-TODAY.
000435     IF WS-HWM-KEY = SPACES
000435         DISPLAY "Billed through      : (first run - live file only)"
000435     ELSE
000435         DISPLAY "Billed through      : " WS-HWM-KEY (1:8) " " WS-HWM-KEY (9:6)
000435     END-IF.
000435     PERFORM VARYING WS-STN-IDX FROM 1 BY 1 UNTIL WS-STN-IDX > 99
000435         IF WS-STN-USED (WS-STN-IDX) = 'Y'
000435             MOVE WS-STN-IDX TO WS-STN-NUM
000435             DISPLAY "  Station " WS-STN-CODE " now to  : "
000435                 WS-STN-NEW-HWM (WS-STN-IDX) (1:8) " "
000435                 WS-STN-NEW-HWM (WS-STN-IDX) (9:6)
000435         END-IF
000435     END-PERFORM.
000435     MOVE WS-GAMES-READ TO WS-CNT-DISP.
000435     DISPLAY "Games read          : " WS-CNT-DISP.
000435     MOVE WS-GAMES-SIM TO WS-CNT-DISP.
000435     DISPLAY "  Simulated         : " WS-CNT-DISP.
000435     MOVE WS-GAMES-DONE TO WS-CNT-DISP.
000435     DISPLAY "  Billed earlier    : " WS-CNT-DISP.
000435     MOVE WS-GAMES-NOPL TO WS-CNT-DISP.
000435     DISPLAY "  No player ID      : " WS-CNT-DISP.
000435     MOVE WS-GAMES-BADT TO WS-CNT-DISP.
000435     DISPLAY "  Bad start/end time: " WS-CNT-DISP.
000435     MOVE WS-GAMES-HELD TO WS-CNT-DISP.
000435     DISPLAY "  Held back         : " WS-CNT-DISP.
000435     MOVE WS-GAMES-BILLED TO WS-CNT-DISP.
000435     DISPLAY "  Billed this run   : " WS-CNT-DISP.
000435     MOVE WS-GAMES-PEAK TO WS-CNT-DISP.
000435     DISPLAY "    Peak            : " WS-CNT-DISP.
000435     MOVE WS-GAMES-OFF TO WS-CNT-DISP.
000435     DISPLAY "    Off-peak        : " WS-CNT-DISP.
000435     MOVE WS-MINS-BILLED TO WS-MIN-DISP.
000435     DISPLAY "Minutes billed      : " WS-MIN-DISP.
000435     MOVE WS-LINES TO WS-CNT-DISP.
000435     DISPLAY "Charge lines posted : " WS-CNT-DISP.
000435     MOVE WS-OPENED TO WS-CNT-DISP.
000435     DISPLAY "Accounts opened     : " WS-CNT-DISP.
000435     MOVE WS-PRICED TO WS-AMT-DISP.
000435     DISPLAY "Games billed value  : " WS-AMT-DISP.
000435     MOVE WS-POSTED TO WS-AMT-DISP.
000435     DISPLAY "Charges posted      : " WS-AMT-DISP.
000435     MOVE WS-MOVEMENT TO WS-AMT-DISP.
000435     DISPLAY "Balance movement    : " WS-AMT-DISP.
000435     IF WS-PRICED = WS-POSTED AND WS-POSTED = WS-MOVEMENT
000435         AND WS-GAMES-SUM = WS-GAMES-READ AND WS-HALT = 'N'
000435         DISPLAY "Control             : IN BALANCE"
000435     ELSE
000435         DISPLAY "Control             : OUT OF BALANCE - investigate before rerun"
000435         MOVE 8 TO WS-RUN-RC
000435     END-IF.
000435     IF WS-ACC-FAIL = 'Y'
000435         DISPLAY "ACCOUNTS.DAT NOT UPDATED - BILLCTL.DAT left at previous run"
000435         DISPLAY "Remove the BILL-CHRG lines posted " WS-TODAY
000435             " from BILLTRAN.DAT"
000435         DISPLAY "then re-run BILL-CHARGE to bill these games again"
000435         MOVE 8 TO WS-RUN-RC
000435     END-IF.
000436 END PROGRAM "BILL-CHARGE".
000437 IDENTIFICATION DIVISION.
000437 PROGRAM-ID. "BILL-STATEMENT".
000437 ENVIRONMENT DIVISION.
000437 INPUT-OUTPUT SECTION.
000437 FILE-CONTROL.
000437     SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
000437         ORGANIZATION IS LINE SEQUENTIAL
000437         FILE STATUS IS WS-BA-STATUS.
000437     SELECT BILL-TRAN-FILE ASSIGN TO "BILLTRAN.DAT"
000437         ORGANIZATION IS LINE SEQUENTIAL
000437         FILE STATUS IS WS-BT-STATUS.
000437     SELECT PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
000437         ORGANIZATION IS LINE SEQUENTIAL
000437         FILE STATUS IS WS-PL-STATUS.
000437     SELECT PRINT-FILE ASSIGN TO "STATEMNT.TXT"
000437         ORGANIZATION IS LINE SEQUENTIAL
000437         FILE STATUS IS WS-PR-STATUS.
000437 DATA        DIVISION.
000437 FILE SECTION.
000437 FD  ACCOUNT-FILE.
000437 01  BA-RECORD.
000437     02 BA-PLAYER-ID     PIC 9(4).
000437     02 BA-BALANCE       PIC S9(5)V99.
000437     02 BA-CREDIT-LIMIT  PIC 9(5)V99.
000437     02 BA-LAST-PAY-DATE PIC X(8).
000437     02 BA-LAST-PAY-AMT  PIC 9(5)V99.
000437     02 BA-OPENED        PIC X(8).
000437 FD  BILL-TRAN-FILE.
000437 01  BT-RECORD.
000437     02 BT-TYPE          PIC X.
000437     02 BT-PLAYER-ID     PIC 9(4).
000437     02 BT-POSTED        PIC X(8).
000437     02 BT-DATE          PIC X(8).
000437     02 BT-START-TIME    PIC X(6).
000437     02 BT-END-TIME      PIC X(6).
000437     02 BT-OPP-ID        PIC 9(4).
000437     02 BT-BAND          PIC X.
000437     02 BT-MINUTES       PIC 999.
000437     02 BT-AMOUNT        PIC 9(5)V99.
000437     02 BT-USER          PIC X(10).
000437 FD  PLAYER-FILE.
000437 01  PL-RECORD.
000437     02 PL-ID     PIC 9(4).
000437     02 PL-NAME   PIC X(20).
000437     02 PL-ACTIVE PIC X.
000437     02 PL-MERGED-TO PIC 9(4).
000437     02 PL-PIN PIC X(4).
000437     02 PL-PIN-FAILS PIC 9.
000437     02 PL-LOCKED PIC X.
000437 FD  PRINT-FILE.
000437 01  PR-LINE             PIC X(80).
000438 WORKING-STORAGE SECTION.
000438  01 WS-BA-STATUS   PIC XX.
000438  01 WS-BT-STATUS   PIC XX.
000438  01 WS-PL-STATUS   PIC XX.
000438  01 WS-PR-STATUS   PIC XX.
000438  01 WS-IN          PIC X(10).
000438  01 WS-NOW         PIC X(21).
000438  01 WS-STMT-MONTH  PIC 9(6).
000438  01 WS-STMT-R REDEFINES WS-STMT-MONTH.
000438    02 WS-STMT-YY   PIC 9(4).
000438    02 WS-STMT-MM   PIC 99.
000438  01 WS-MONTH-START PIC X(8).
000438  01 WS-MONTH-END   PIC X(8).
000438  01 WS-ONLY-ID     PIC 9(4) VALUE 0.
000438  01 WS-FIND-ID     PIC 9(4).
000438  01 WS-FOUND-NAME  PIC X(20).
000438  01 WS-PL-CNT      PIC 9(4) COMP-5 VALUE 0.
000438  01 WS-PL-IDX      PIC 9(4) COMP-5.
000438  01 WS-PL-TABLE.
000438    02 WS-PL-ENT OCCURS 200 TIMES.
000438      03 WS-PL-TAB-ID   PIC 9(4).
000438      03 WS-PL-TAB-NAME PIC X(20).
000438  01 WS-ACC-CNT     PIC 9(4) COMP-5 VALUE 0.
000438  01 WS-ACC-IDX     PIC 9(4) COMP-5.
000438  01 WS-ACC-OVERFLOW PIC X VALUE 'N'.
000438  01 WS-SWAPPED     PIC X.
000438  01 WS-ACC-TABLE.
000438    02 WS-ACC-ENT OCCURS 400 TIMES.
000438      03 WS-ACC-ID        PIC 9(4).
000438      03 WS-ACC-BALANCE   PIC S9(5)V99.
000438      03 WS-ACC-LIMIT     PIC 9(5)V99.
000438      03 WS-ACC-PAY-DATE  PIC X(8).
000438      03 WS-ACC-PAY-AMT   PIC 9(5)V99.
000438      03 WS-ACC-OPENED    PIC X(8).
000438  01 WS-ACC-HOLD.
000438    02 WS-HOLD-ID        PIC 9(4).
000438    02 WS-HOLD-BALANCE   PIC S9(5)V99.
000438    02 WS-HOLD-LIMIT     PIC 9(5)V99.
000438    02 WS-HOLD-PAY-DATE  PIC X(8).
000438    02 WS-HOLD-PAY-AMT   PIC 9(5)V99.
000438    02 WS-HOLD-OPENED    PIC X(8).
000438  01 WS-LN-CNT      PIC 9(4) COMP-5.
000438  01 WS-LN-IDX      PIC 9(4) COMP-5.
000438  01 WS-LN-OMITTED  PIC 9(4) COMP-5.
000438  01 WS-LN-TABLE.
000438    02 WS-LN-ENT OCCURS 500 TIMES.
000438      03 WS-LN-TYPE       PIC X.
000438      03 WS-LN-DATE       PIC X(8).
000438      03 WS-LN-TIME       PIC X(6).
000438      03 WS-LN-MINUTES    PIC 999.
000438      03 WS-LN-BAND       PIC X.
000438      03 WS-LN-OPP-ID     PIC 9(4).
000438      03 WS-LN-AMOUNT     PIC 9(5)V99.
000438      03 WS-LN-USER       PIC X(10).
000438  01 WS-OPENING     PIC S9(7)V99.
000438  01 WS-CLOSING     PIC S9(7)V99.
000438  01 WS-MTH-CHARGES PIC 9(7)V99.
000438  01 WS-MTH-PAYMENTS PIC 9(7)V99.
000438  01 WS-STMT-CNT    PIC 9(5) COMP-5 VALUE 0.
000438  01 WS-CNT-DISP    PIC ZZZZ9.
000438  01 WS-LINE-CNT    PIC 99 COMP-5 VALUE 99.
000438  01 WS-PAGE-CNT    PIC 999 COMP-5 VALUE 0.
000438  01 WS-PR-HOLD     PIC X(80).
000438  01 WS-HDG1.
000438    02 FILLER PIC X(30) VALUE "PONG TABLE-TIME STATEMENT     ".
000438    02 FILLER PIC X(6)  VALUE "MONTH ".
000438    02 HDG-MONTH PIC 9(6).
000438    02 FILLER PIC X(34) VALUE "                              PAGE".
000438    02 HDG-PAGE PIC ZZZ9.
000438  01 WS-HDG2.
000438    02 FILLER PIC X(8)  VALUE "PLAYER  ".
000438    02 HDG-ID   PIC 9(4).
000438    02 FILLER PIC X(2)  VALUE SPACES.
000438    02 HDG-NAME PIC X(20).
000438    02 FILLER PIC X(46) VALUE SPACES.
000438  01 WS-HDG3.
000438    02 FILLER PIC X(80) VALUE
000438       "DATE      TIME    MINS  BAND      OPPONENT                CHARGE   PAYMENT".
000438  01 WS-DETAIL.
000438    02 DET-DATE    PIC X(8).
000438    02 FILLER      PIC XX VALUE SPACES.
000438    02 DET-TIME    PIC X(6).
000438    02 FILLER      PIC XX VALUE SPACES.
000438    02 DET-MINS    PIC ZZZ9 BLANK WHEN ZERO.
000438    02 FILLER      PIC XX VALUE SPACES.
000438    02 DET-BAND    PIC X(8).
000438    02 FILLER      PIC XX VALUE SPACES.
000438    02 DET-OPP     PIC X(20).
000438    02 FILLER      PIC XX VALUE SPACES.
000438    02 DET-CHARGE  PIC ZZZZ9.99 BLANK WHEN ZERO.
000438    02 FILLER      PIC XX VALUE SPACES.
000438    02 DET-PAYMENT PIC ZZZZ9.99 BLANK WHEN ZERO.
000438    02 FILLER      PIC X(6) VALUE SPACES.
000438  01 WS-TOTAL-LINE.
000438    02 TOT-LABEL   PIC X(22).
000438    02 TOT-AMOUNT  PIC -ZZZZZZ9.99.
000438    02 FILLER      PIC X(2) VALUE SPACES.
000438    02 TOT-EXTRA   PIC X(45).
000438  01 WS-OMIT-LINE.
000438    02 FILLER      PIC X(22) VALUE "LINES NOT LISTED    : ".
000438    02 OMT-CNT     PIC ZZZ9.
000438    02 FILLER      PIC X(54) VALUE " (TOTALS INCLUDE THEM)".
000438  01 WS-PAY-EXTRA.
000438    02 FILLER      PIC X(13) VALUE "LAST PAYMENT ".
000438    02 PYX-AMT     PIC ZZZZ9.99.
000438    02 FILLER      PIC X(4) VALUE " ON ".
000438    02 PYX-DATE    PIC X(8).
000438    02 FILLER      PIC X(12) VALUE SPACES.
000439 PROCEDURE   DIVISION.
000439 MAIN.
000439     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000439     MOVE WS-NOW (1:6) TO WS-STMT-MONTH.
000439     IF WS-STMT-MM = 1
000439         SUBTRACT 1 FROM WS-STMT-YY
000439         MOVE 12 TO WS-STMT-MM
000439     ELSE
000439         SUBTRACT 1 FROM WS-STMT-MM
000439     END-IF.
000439     DISPLAY "Statement month (YYYYMM, blank = last month): ".
000439     ACCEPT WS-IN.
000439     IF WS-IN (1:6) IS NUMERIC
000439         IF WS-IN (5:2) >= "01" AND WS-IN (5:2) <= "12"
000439             MOVE WS-IN (1:6) TO WS-STMT-MONTH
000439         END-IF
000439     END-IF.
000439     DISPLAY "Player ID (blank = all accounts): ".
000439     ACCEPT WS-IN.
000439     IF FUNCTION TEST-NUMVAL(WS-IN) = 0
000439         MOVE FUNCTION NUMVAL(WS-IN) TO WS-ONLY-ID
000439     END-IF.
000439     MOVE WS-STMT-MONTH TO WS-MONTH-START (1:6).
000439     MOVE "01" TO WS-MONTH-START (7:2).
000439     MOVE WS-STMT-MONTH TO WS-MONTH-END (1:6).
000439     MOVE "31" TO WS-MONTH-END (7:2).
000439     MOVE WS-STMT-MONTH TO HDG-MONTH.
000439     PERFORM LOAD-PLAYERS.
000439     PERFORM LOAD-ACCOUNTS.
000439     IF WS-ACC-OVERFLOW = 'Y'
000439         DISPLAY "ACCOUNTS.DAT exceeds maintenance limit"
000439         MOVE 8 TO RETURN-CODE
000439         STOP RUN
000439     END-IF.
000439     PERFORM SORT-ACCOUNTS.
000439     OPEN OUTPUT PRINT-FILE.
000439     IF WS-PR-STATUS NOT = "00"
000439         DISPLAY "Cannot open STATEMNT.TXT"
000439         MOVE 8 TO RETURN-CODE
000439         STOP RUN
000439     END-IF.
000439     PERFORM VARYING WS-ACC-IDX FROM 1 BY 1 UNTIL WS-ACC-IDX > WS-ACC-CNT
000439         IF WS-ONLY-ID = 0 OR WS-ONLY-ID = WS-ACC-ID (WS-ACC-IDX)
000439             PERFORM BUILD-STATEMENT
000439         END-IF
000439     END-PERFORM.
000439     CLOSE PRINT-FILE.
000439     DISPLAY "===== TABLE-TIME STATEMENTS =====".
000439     DISPLAY "Statement month     : " WS-STMT-MONTH.
000439     MOVE WS-STMT-CNT TO WS-CNT-DISP.
000439     DISPLAY "Statements printed  : " WS-CNT-DISP.
000439     DISPLAY "Statements written to STATEMNT.TXT".
000439     STOP RUN.
000439
000439 LOAD-PLAYERS.
000439     OPEN INPUT PLAYER-FILE.
000439     IF WS-PL-STATUS = "00"
000439         PERFORM UNTIL WS-PL-STATUS = "10"
000439             READ PLAYER-FILE
000439                 AT END MOVE "10" TO WS-PL-STATUS
000439                 NOT AT END
000439                     IF WS-PL-CNT < 200
000439                         ADD 1 TO WS-PL-CNT
000439                         MOVE PL-ID TO WS-PL-TAB-ID (WS-PL-CNT)
000439                         MOVE PL-NAME TO WS-PL-TAB-NAME (WS-PL-CNT)
000439                     END-IF
000439             END-READ
000439         END-PERFORM
000439         CLOSE PLAYER-FILE
000439     END-IF.
000439
000439 LOAD-ACCOUNTS.
000439     OPEN INPUT ACCOUNT-FILE.
000439     IF WS-BA-STATUS = "00"
000439         PERFORM UNTIL WS-BA-STATUS = "10"
000439             READ ACCOUNT-FILE
000439                 AT END MOVE "10" TO WS-BA-STATUS
000439                 NOT AT END
000439                     IF WS-ACC-CNT < 400
000439                         ADD 1 TO WS-ACC-CNT
000439                         MOVE BA-PLAYER-ID TO WS-ACC-ID (WS-ACC-CNT)
000439                         MOVE BA-BALANCE TO WS-ACC-BALANCE (WS-ACC-CNT)
000439                         MOVE BA-CREDIT-LIMIT TO WS-ACC-LIMIT (WS-ACC-CNT)
000439                         MOVE BA-LAST-PAY-DATE TO WS-ACC-PAY-DATE (WS-ACC-CNT)
000439                         MOVE BA-LAST-PAY-AMT TO WS-ACC-PAY-AMT (WS-ACC-CNT)
000439                         MOVE BA-OPENED TO WS-ACC-OPENED (WS-ACC-CNT)
000439                     ELSE
000439                         MOVE 'Y' TO WS-ACC-OVERFLOW
000439                     END-IF
000439             END-READ
000439         END-PERFORM
000439         CLOSE ACCOUNT-FILE
000439     END-IF.
000439
000439 SORT-ACCOUNTS.
000439     MOVE 'Y' TO WS-SWAPPED.
000439     PERFORM UNTIL WS-SWAPPED = 'N'
000439         MOVE 'N' TO WS-SWAPPED
000439         PERFORM VARYING WS-ACC-IDX FROM 1 BY 1 UNTIL WS-ACC-IDX >= WS-ACC-CNT
000439             IF WS-ACC-ID (WS-ACC-IDX + 1) < WS-ACC-ID (WS-ACC-IDX)
000439                 MOVE WS-ACC-ENT (WS-ACC-IDX) TO WS-ACC-HOLD
000439                 MOVE WS-ACC-ENT (WS-ACC-IDX + 1) TO WS-ACC-ENT (WS-ACC-IDX)
000439                 MOVE WS-ACC-HOLD TO WS-ACC-ENT (WS-ACC-IDX + 1)
000439                 MOVE 'Y' TO WS-SWAPPED
000439             END-IF
000439         END-PERFORM
000439     END-PERFORM.
000439
000439 BUILD-STATEMENT.
000439     MOVE 0 TO WS-LN-CNT.
000439     MOVE 0 TO WS-LN-OMITTED.
000439     MOVE 0 TO WS-MTH-CHARGES.
000439     MOVE 0 TO WS-MTH-PAYMENTS.
000439     MOVE WS-ACC-BALANCE (WS-ACC-IDX) TO WS-OPENING.
000439     MOVE WS-ACC-BALANCE (WS-ACC-IDX) TO WS-CLOSING.
000439     OPEN INPUT BILL-TRAN-FILE.
000439     IF WS-BT-STATUS = "00"
000439         PERFORM UNTIL WS-BT-STATUS = "10"
000439             READ BILL-TRAN-FILE
000439                 AT END MOVE "10" TO WS-BT-STATUS
000439                 NOT AT END
000439                     IF BT-PLAYER-ID = WS-ACC-ID (WS-ACC-IDX)
000439                         PERFORM APPLY-TRAN
000439                     END-IF
000439             END-READ
000439         END-PERFORM
000439         CLOSE BILL-TRAN-FILE
000439     END-IF.
000439     IF WS-LN-CNT > 0 OR WS-LN-OMITTED > 0 OR WS-CLOSING NOT = 0
000439         PERFORM PRINT-STATEMENT
000439     END-IF.
000439
000439 APPLY-TRAN.
000439     IF BT-POSTED >= WS-MONTH-START
000439         IF BT-TYPE = 'P'
000439             ADD BT-AMOUNT TO WS-OPENING
000439         ELSE
000439             SUBTRACT BT-AMOUNT FROM WS-OPENING
000439         END-IF
000439     END-IF.
000439     IF BT-POSTED > WS-MONTH-END
000439         IF BT-TYPE = 'P'
000439             ADD BT-AMOUNT TO WS-CLOSING
000439         ELSE
000439             SUBTRACT BT-AMOUNT FROM WS-CLOSING
000439         END-IF
000439     END-IF.
000439     IF BT-POSTED >= WS-MONTH-START AND BT-POSTED <= WS-MONTH-END
000439         IF BT-TYPE = 'P'
000439             ADD BT-AMOUNT TO WS-MTH-PAYMENTS
000439         ELSE
000439             ADD BT-AMOUNT TO WS-MTH-CHARGES
000439         END-IF
000439         IF WS-LN-CNT < 500
000439             ADD 1 TO WS-LN-CNT
000439             MOVE BT-TYPE TO WS-LN-TYPE (WS-LN-CNT)
000439             MOVE BT-DATE TO WS-LN-DATE (WS-LN-CNT)
000439             MOVE BT-START-TIME TO WS-LN-TIME (WS-LN-CNT)
000439             MOVE BT-MINUTES TO WS-LN-MINUTES (WS-LN-CNT)
000439             MOVE BT-BAND TO WS-LN-BAND (WS-LN-CNT)
000439             MOVE BT-OPP-ID TO WS-LN-OPP-ID (WS-LN-CNT)
000439             MOVE BT-AMOUNT TO WS-LN-AMOUNT (WS-LN-CNT)
000439             MOVE BT-USER TO WS-LN-USER (WS-LN-CNT)
000439         ELSE
000439             ADD 1 TO WS-LN-OMITTED
000439         END-IF
000439     END-IF.
000439
000439 PRINT-STATEMENT.
000439     ADD 1 TO WS-STMT-CNT.
000439     MOVE WS-ACC-ID (WS-ACC-IDX) TO HDG-ID.
000439     MOVE WS-ACC-ID (WS-ACC-IDX) TO WS-FIND-ID.
000439     PERFORM FIND-NAME.
000439     MOVE WS-FOUND-NAME TO HDG-NAME.
000439     PERFORM PAGE-HEADING.
000439     MOVE "OPENING BALANCE     : " TO TOT-LABEL.
000439     MOVE WS-OPENING TO TOT-AMOUNT.
000439     MOVE SPACES TO TOT-EXTRA.
000439     MOVE WS-TOTAL-LINE TO PR-LINE.
000439     PERFORM PRINT-REPORT-LINE.
000439     MOVE SPACES TO PR-LINE.
000439     PERFORM PRINT-REPORT-LINE.
000439     PERFORM VARYING WS-LN-IDX FROM 1 BY 1 UNTIL WS-LN-IDX > WS-LN-CNT
000439         PERFORM PRINT-ONE-LINE
000439     END-PERFORM.
000439     IF WS-LN-OMITTED > 0
000439         MOVE WS-LN-OMITTED TO OMT-CNT
000439         MOVE WS-OMIT-LINE TO PR-LINE
000439         PERFORM PRINT-REPORT-LINE
000439     END-IF.
000439     MOVE SPACES TO PR-LINE.
000439     PERFORM PRINT-REPORT-LINE.
000439     MOVE SPACES TO TOT-EXTRA.
000439     MOVE "CHARGES THIS MONTH  : " TO TOT-LABEL.
000439     MOVE WS-MTH-CHARGES TO TOT-AMOUNT.
000439     MOVE WS-TOTAL-LINE TO PR-LINE.
000439     PERFORM PRINT-REPORT-LINE.
000439     MOVE "PAYMENTS THIS MONTH : " TO TOT-LABEL.
000439     MOVE WS-MTH-PAYMENTS TO TOT-AMOUNT.
000439     MOVE WS-TOTAL-LINE TO PR-LINE.
000439     PERFORM PRINT-REPORT-LINE.
000439     MOVE "CLOSING BALANCE     : " TO TOT-LABEL.
000439     MOVE WS-CLOSING TO TOT-AMOUNT.
000439     IF WS-CLOSING > WS-ACC-LIMIT (WS-ACC-IDX)
000439         MOVE "OVER CREDIT LIMIT - PLAY SUSPENDED" TO TOT-EXTRA
000439     END-IF.
000439     MOVE WS-TOTAL-LINE TO PR-LINE.
000439     PERFORM PRINT-REPORT-LINE.
000439     MOVE "CREDIT LIMIT        : " TO TOT-LABEL.
000439     MOVE WS-ACC-LIMIT (WS-ACC-IDX) TO TOT-AMOUNT.
000439     MOVE SPACES TO TOT-EXTRA.
000439     IF WS-ACC-PAY-DATE (WS-ACC-IDX) NOT = SPACES
000439         MOVE WS-ACC-PAY-AMT (WS-ACC-IDX) TO PYX-AMT
000439         MOVE WS-ACC-PAY-DATE (WS-ACC-IDX) TO PYX-DATE
000439         MOVE WS-PAY-EXTRA TO TOT-EXTRA
000439     END-IF.
000439     MOVE WS-TOTAL-LINE TO PR-LINE.
000439     PERFORM PRINT-REPORT-LINE.
000439
000439 PRINT-ONE-LINE.
000439     MOVE WS-LN-DATE (WS-LN-IDX) TO DET-DATE.
000439     MOVE WS-LN-TIME (WS-LN-IDX) TO DET-TIME.
000439     IF WS-LN-TYPE (WS-LN-IDX) = 'P'
000439         MOVE 0 TO DET-MINS
000439         MOVE "PAYMENT" TO DET-BAND
000439         MOVE WS-LN-USER (WS-LN-IDX) TO DET-OPP
000439         MOVE 0 TO DET-CHARGE
000439         MOVE WS-LN-AMOUNT (WS-LN-IDX) TO DET-PAYMENT
000439     ELSE
000439         MOVE WS-LN-MINUTES (WS-LN-IDX) TO DET-MINS
000439         IF WS-LN-BAND (WS-LN-IDX) = 'O'
000439             MOVE "OFF-PEAK" TO DET-BAND
000439         ELSE
000439             MOVE "PEAK" TO DET-BAND
000439         END-IF
000439         MOVE WS-LN-OPP-ID (WS-LN-IDX) TO WS-FIND-ID
000439         PERFORM FIND-NAME
000439         MOVE WS-FOUND-NAME TO DET-OPP
000439         MOVE WS-LN-AMOUNT (WS-LN-IDX) TO DET-CHARGE
000439         MOVE 0 TO DET-PAYMENT
000439     END-IF.
000439     MOVE WS-DETAIL TO PR-LINE.
000439     PERFORM PRINT-REPORT-LINE.
000439
000439 FIND-NAME.
000439     MOVE SPACES TO WS-FOUND-NAME.
000439     IF WS-FIND-ID = 0
000439         MOVE "(NO OPPONENT)" TO WS-FOUND-NAME
000439     END-IF.
000439     PERFORM VARYING WS-PL-IDX FROM 1 BY 1 UNTIL WS-PL-IDX > WS-PL-CNT
000439         IF WS-PL-TAB-ID (WS-PL-IDX) = WS-FIND-ID
000439             MOVE WS-PL-TAB-NAME (WS-PL-IDX) TO WS-FOUND-NAME
000439         END-IF
000439     END-PERFORM.
000439
000439 PAGE-HEADING.
000439     ADD 1 TO WS-PAGE-CNT.
000439     MOVE WS-PAGE-CNT TO HDG-PAGE.
000439     IF WS-PAGE-CNT = 1
000439         WRITE PR-LINE FROM WS-HDG1
000439     ELSE
000439         WRITE PR-LINE FROM WS-HDG1 AFTER ADVANCING PAGE
000439     END-IF.
000439     WRITE PR-LINE FROM WS-HDG2.
000439     WRITE PR-LINE FROM WS-HDG3.
000439     MOVE SPACES TO PR-LINE.
000439     WRITE PR-LINE.
000439     MOVE 4 TO WS-LINE-CNT.
000439
000439 PRINT-REPORT-LINE.
000439     IF WS-LINE-CNT >= 55
000439         MOVE PR-LINE TO WS-PR-HOLD
000439         PERFORM PAGE-HEADING
000439         MOVE WS-PR-HOLD TO PR-LINE
000439     END-IF.
000439     WRITE PR-LINE.
000439     ADD 1 TO WS-LINE-CNT.
000440 END PROGRAM "BILL-STATEMENT".
000441 IDENTIFICATION DIVISION.
000441 PROGRAM-ID. "SHT-PAYMENT".
000441 ENVIRONMENT DIVISION.
000441 CONFIGURATION SECTION.
000441 SPECIAL-NAMES.
000441 INPUT-OUTPUT SECTION.
000441 FILE-CONTROL.
000441 DATA DIVISION.
000441 BASED-STORAGE SECTION.
000441 FILE SECTION.
000441 WORKING-STORAGE SECTION.
000441 01 POWER--HPOWOBJS-SHT-PAYMENT IS GLOBAL IS EXTERNAL.
000441   02 POWER--HPOWOBJ--SHT-PAYMENT.
000441     03 SHT-PAYMENT PIC S9(9) COMP-5.
000441     03 POW-P001 REDEFINES  SHT-PAYMENT USAGE POINTER.
000441   02 POWER--HPOWOBJ--EDT-PYPLAYER.
000441     03 EDT-PYPLAYER PIC S9(9) COMP-5.
000441     03 POW-P002 REDEFINES  EDT-PYPLAYER USAGE POINTER.
000441   02 POWER--HPOWOBJ--EDT-PYAMT.
000441     03 EDT-PYAMT PIC S9(9) COMP-5.
000441     03 POW-P003 REDEFINES  EDT-PYAMT USAGE POINTER.
000441   02 POWER--HPOWOBJ--EDT-PYLIMIT.
000441     03 EDT-PYLIMIT PIC S9(9) COMP-5.
000441     03 POW-P004 REDEFINES  EDT-PYLIMIT USAGE POINTER.
000441   02 POWER--HPOWOBJ--EDT-PYBY.
000441     03 EDT-PYBY PIC S9(9) COMP-5.
000441     03 POW-P005 REDEFINES  EDT-PYBY USAGE POINTER.
000441   02 POWER--HPOWOBJ--TXT-PYCUR.
000441     03 TXT-PYCUR PIC S9(9) COMP-5.
000441     03 POW-P006 REDEFINES  TXT-PYCUR USAGE POINTER.
000441   02 POWER--HPOWOBJ--PF-PYLOOK.
000441     03 PF-PYLOOK PIC S9(9) COMP-5.
000441     03 POW-P007 REDEFINES  PF-PYLOOK USAGE POINTER.
000441   02 POWER--HPOWOBJ--PF-PYPOST.
000441     03 PF-PYPOST PIC S9(9) COMP-5.
000441     03 POW-P008 REDEFINES  PF-PYPOST USAGE POINTER.
000441   02 POWER--HPOWOBJ--PF-PYDONE.
000441     03 PF-PYDONE PIC S9(9) COMP-5.
000441     03 POW-P009 REDEFINES  PF-PYDONE USAGE POINTER.
000441 01  REDEFINES POWER--HPOWOBJS-SHT-PAYMENT.
000441   02  POWER--HPOWOBJS-PY PICTURE IS X(4) OCCURS 9 TIMES.
000441 01  POWER-HPOWOBJIDX-PY PIC S9(9) COMP-5.
000441 LINKAGE SECTION.
000441 01  POWER--HPOWOBJ IS GLOBAL PICTURE IS  X(4).
000441 01  POWER--ID      IS GLOBAL PICTURE IS S9(9)
000441                    USAGE IS COMPUTATIONAL-5.
000441 01  POWER--NOTIFY  IS GLOBAL PICTURE IS S9(9)
000441                    USAGE IS COMPUTATIONAL-5.
000441 01  POWER--MESSAGE IS GLOBAL PICTURE IS S9(9)
000441                    USAGE IS COMPUTATIONAL-5.
000441 PROCEDURE DIVISION
000441     USING POWER--HPOWOBJ POWER--ID POWER--MESSAGE POWER--NOTIFY.
000441     EVALUATE POWER--MESSAGE
000441     WHEN 1025
000441         EVALUATE POWER--HPOWOBJ
000441         WHEN POWER--HPOWOBJ--PF-PYLOOK
000441             EVALUATE POWER--NOTIFY
000441             WHEN 1
000441                CALL "PF-PYLOOK-CLICK"
000441             END-EVALUATE
000441         WHEN POWER--HPOWOBJ--PF-PYPOST
000441             EVALUATE POWER--NOTIFY
000441             WHEN 1
000441                CALL "PF-PYPOST-CLICK"
000441             END-EVALUATE
000441         WHEN POWER--HPOWOBJ--PF-PYDONE
000441             EVALUATE POWER--NOTIFY
000441             WHEN 1
000441                CALL "PF-PYDONE-CLICK"
000441             END-EVALUATE
000441         END-EVALUATE
000441     WHEN 1024
000441         MOVE POWER--HPOWOBJ TO POWER--HPOWOBJS-PY (POWER--ID + 1)
000441     WHEN 1036
000441         CALL "SHT-PAYMENT-OPENED"
000441     END-EVALUATE.
000441     EXIT PROGRAM.
000442 IDENTIFICATION DIVISION.
000442 PROGRAM-ID. "SHT-PAYMENT-OPENED".
000442 ENVIRONMENT DIVISION.
000442 DATA        DIVISION.
000442 WORKING-STORAGE SECTION.
000442 77 POW-0001 PIC X(256) .
000442 PROCEDURE   DIVISION.
000442 MAIN.
000442     MOVE SPACES TO POW-0001.
000442     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-PYPLAYER  BY REFERENCE POW-0001.
000442     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-PYAMT  BY REFERENCE POW-0001.
000442     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-PYLIMIT  BY REFERENCE POW-0001.
000442     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-PYBY  BY REFERENCE POW-0001.
000442     CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-PYCUR  BY REFERENCE POW-0001.
000442 END PROGRAM "SHT-PAYMENT-OPENED".
000443 IDENTIFICATION DIVISION.
000443 PROGRAM-ID. "PF-PYLOOK-CLICK".
000443 ENVIRONMENT DIVISION.
000443 INPUT-OUTPUT SECTION.
000443 FILE-CONTROL.
000443     SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
000443         ORGANIZATION IS LINE SEQUENTIAL
000443         FILE STATUS IS WS-BA-STATUS.
000443     SELECT PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
000443         ORGANIZATION IS LINE SEQUENTIAL
000443         FILE STATUS IS WS-PL-STATUS.
000443 DATA        DIVISION.
000443 FILE SECTION.
000443 FD  ACCOUNT-FILE.
000443 01  BA-RECORD.
000443     02 BA-PLAYER-ID     PIC 9(4).
000443     02 BA-BALANCE       PIC S9(5)V99.
000443     02 BA-CREDIT-LIMIT  PIC 9(5)V99.
000443     02 BA-LAST-PAY-DATE PIC X(8).
000443     02 BA-LAST-PAY-AMT  PIC 9(5)V99.
000443     02 BA-OPENED        PIC X(8).
000443 FD  PLAYER-FILE.
000443 01  PL-RECORD.
000443     02 PL-ID     PIC 9(4).
000443     02 PL-NAME   PIC X(20).
000443     02 PL-ACTIVE PIC X.
000443     02 PL-MERGED-TO PIC 9(4).
000443     02 PL-PIN PIC X(4).
000443     02 PL-PIN-FAILS PIC 9.
000443     02 PL-LOCKED PIC X.
000443 WORKING-STORAGE SECTION.
000443  01 WS-BA-STATUS   PIC XX.
000443  01 WS-PL-STATUS   PIC XX.
000443  01 WS-PLAYER-ID   PIC 9(4).
000443  01 WS-FOUND       PIC X.
000443  01 WS-PL-FOUND    PIC X.
000443  01 WS-CUR-LINE.
000443    02 CUR-NAME      PIC X(20).
000443    02 FILLER        PIC X(5) VALUE " BAL ".
000443    02 CUR-BALANCE   PIC -ZZZZ9.99.
000443    02 FILLER        PIC X(7) VALUE " LIMIT ".
000443    02 CUR-LIMIT     PIC ZZZZ9.99.
000443    02 FILLER        PIC X(6) VALUE " PAID ".
000443    02 CUR-PAY-AMT   PIC ZZZZ9.99.
000443    02 FILLER        PIC X VALUE SPACE.
000443    02 CUR-PAY-DATE  PIC X(8).
000443 77 POW-0001 PIC X(256) .
000443 77 POW-0002 PIC X(256) .
000443 PROCEDURE   DIVISION.
000443 MAIN.
000443     MOVE 0 TO WS-PLAYER-ID.
000443     MOVE SPACES TO POW-0002.
000443     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-PYPLAYER  BY REFERENCE POW-0001.
000443     IF FUNCTION TEST-NUMVAL(POW-0001 (1:4)) = 0
000443         MOVE FUNCTION NUMVAL(POW-0001 (1:4)) TO WS-PLAYER-ID
000443     END-IF.
000443     IF WS-PLAYER-ID = 0
000443         CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-PYCUR  BY REFERENCE POW-0002
000443         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Player ID is required"
000443     ELSE
000443         PERFORM FIND-PLAYER
000443         PERFORM FIND-ACCOUNT
000443         IF WS-PL-FOUND = 'N'
000443             CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-PYCUR  BY REFERENCE POW-0002
000443             CALL  "XPOWMSGBOX"  USING BY REFERENCE "Unknown player ID"
000443         ELSE
000443             IF WS-FOUND = 'Y'
000443                 MOVE WS-CUR-LINE TO POW-0002
000443             ELSE
000443                 MOVE CUR-NAME TO POW-0002
000443                 MOVE "- no account yet" TO POW-0002 (22:16)
000443             END-IF
000443             CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-PYCUR  BY REFERENCE POW-0002
000443         END-IF
000443     END-IF.
000443     EXIT PROGRAM.
000443
000443 FIND-PLAYER.
000443     MOVE 'N' TO WS-PL-FOUND.
000443     OPEN INPUT PLAYER-FILE.
000443     IF WS-PL-STATUS = "00"
000443         PERFORM UNTIL WS-PL-STATUS = "10"
000443             READ PLAYER-FILE
000443                 AT END MOVE "10" TO WS-PL-STATUS
000443                 NOT AT END
000443                     IF PL-ID = WS-PLAYER-ID
000443                         MOVE 'Y' TO WS-PL-FOUND
000443                         MOVE PL-NAME TO CUR-NAME
000443                     END-IF
000443             END-READ
000443         END-PERFORM
000443         CLOSE PLAYER-FILE
000443     END-IF.
000443
000443 FIND-ACCOUNT.
000443     MOVE 'N' TO WS-FOUND.
000443     OPEN INPUT ACCOUNT-FILE.
000443     IF WS-BA-STATUS = "00"
000443         PERFORM UNTIL WS-BA-STATUS = "10"
000443             READ ACCOUNT-FILE
000443                 AT END MOVE "10" TO WS-BA-STATUS
000443                 NOT AT END
000443                     IF BA-PLAYER-ID = WS-PLAYER-ID
000443                         MOVE 'Y' TO WS-FOUND
000443                         MOVE BA-BALANCE TO CUR-BALANCE
000443                         MOVE BA-CREDIT-LIMIT TO CUR-LIMIT
000443                         MOVE BA-LAST-PAY-AMT TO CUR-PAY-AMT
000443                         MOVE BA-LAST-PAY-DATE TO CUR-PAY-DATE
000443                     END-IF
000443             END-READ
000443         END-PERFORM
000443         CLOSE ACCOUNT-FILE
000443     END-IF.
000443 END PROGRAM "PF-PYLOOK-CLICK".
000444 IDENTIFICATION DIVISION.
000444 PROGRAM-ID. "PF-PYPOST-CLICK".
000444 ENVIRONMENT DIVISION.
000444 INPUT-OUTPUT SECTION.
000444 FILE-CONTROL.
000444     SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
000444         ORGANIZATION IS LINE SEQUENTIAL
000444         FILE STATUS IS WS-BA-STATUS.
000444     SELECT PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
000444         ORGANIZATION IS LINE SEQUENTIAL
000444         FILE STATUS IS WS-PL-STATUS.
000444     SELECT BILL-TRAN-FILE ASSIGN TO "BILLTRAN.DAT"
000444         ORGANIZATION IS LINE SEQUENTIAL
000444         FILE STATUS IS WS-BT-STATUS.
000444     SELECT RATE-FILE ASSIGN TO "RATES.DAT"
000444         ORGANIZATION IS LINE SEQUENTIAL
000444         FILE STATUS IS WS-RT-STATUS.
000444 DATA        DIVISION.
000444 FILE SECTION.
000444 FD  ACCOUNT-FILE.
000444 01  BA-RECORD.
000444     02 BA-PLAYER-ID     PIC 9(4).
000444     02 BA-BALANCE       PIC S9(5)V99.
000444     02 BA-CREDIT-LIMIT  PIC 9(5)V99.
000444     02 BA-LAST-PAY-DATE PIC X(8).
000444     02 BA-LAST-PAY-AMT  PIC 9(5)V99.
000444     02 BA-OPENED        PIC X(8).
000444 FD  PLAYER-FILE.
000444 01  PL-RECORD.
000444     02 PL-ID     PIC 9(4).
000444     02 PL-NAME   PIC X(20).
000444     02 PL-ACTIVE PIC X.
000444     02 PL-MERGED-TO PIC 9(4).
000444     02 PL-PIN PIC X(4).
000444     02 PL-PIN-FAILS PIC 9.
000444     02 PL-LOCKED PIC X.
000444 FD  BILL-TRAN-FILE.
000444 01  BT-RECORD.
000444     02 BT-TYPE          PIC X.
000444     02 BT-PLAYER-ID     PIC 9(4).
000444     02 BT-POSTED        PIC X(8).
000444     02 BT-DATE          PIC X(8).
000444     02 BT-START-TIME    PIC X(6).
000444     02 BT-END-TIME      PIC X(6).
000444     02 BT-OPP-ID        PIC 9(4).
000444     02 BT-BAND          PIC X.
000444     02 BT-MINUTES       PIC 999.
000444     02 BT-AMOUNT        PIC 9(5)V99.
000444     02 BT-USER          PIC X(10).
000444 FD  RATE-FILE.
000444 01  RT-FILE-REC         PIC X(43).
000444 WORKING-STORAGE SECTION.
000444  01 WS-BA-STATUS   PIC XX.
000444  01 WS-PL-STATUS   PIC XX.
000444  01 WS-BT-STATUS   PIC XX.
000444  01 WS-RT-STATUS   PIC XX.
000444  01 WS-RATES.
000444    02 RT-GAME-CHARGE     PIC 9(3)V99.
000444    02 RT-MINUTE-RATE     PIC 9(3)V99.
000444    02 RT-OFF-GAME-CHARGE PIC 9(3)V99.
000444    02 RT-OFF-MINUTE-RATE PIC 9(3)V99.
000444    02 RT-OFF-FROM        PIC 9(4).
000444    02 RT-OFF-TO          PIC 9(4).
000444    02 RT-CREDIT-LIMIT    PIC 9(5)V99.
000444    02 RT-CHANGED         PIC X(8).
000444  01 WS-NOW         PIC X(21).
000444  01 WS-PLAYER-ID   PIC 9(4).
000444  01 WS-AMOUNT      PIC 9(5)V99.
000444  01 WS-LIMIT       PIC 9(5)V99.
000444  01 WS-LIMIT-GIVEN PIC X.
000444  01 WS-USER        PIC X(10).
000444  01 WS-PL-FOUND    PIC X.
000444  01 WS-ACC-FOUND   PIC 9(4) COMP-5.
000444  01 WS-ACC-CNT     PIC 9(4) COMP-5.
000444  01 WS-ACC-IDX     PIC 9(4) COMP-5.
000444  01 WS-ACC-OVERFLOW PIC X.
000444  01 WS-ACC-TABLE.
000444    02 WS-ACC-ENT OCCURS 400 TIMES.
000444      03 WS-ACC-ID        PIC 9(4).
000444      03 WS-ACC-BALANCE   PIC S9(5)V99.
000444      03 WS-ACC-LIMIT     PIC 9(5)V99.
000444      03 WS-ACC-PAY-DATE  PIC X(8).
000444      03 WS-ACC-PAY-AMT   PIC 9(5)V99.
000444      03 WS-ACC-OPENED    PIC X(8).
000444  01 WS-AU-EVENT    PIC X(8).
000444  01 WS-AU-DETAIL   PIC X(40).
000444  01 WS-AU-PAY-DET.
000444    02 FILLER       PIC X(7) VALUE "PLAYER ".
000444    02 APD-PLAYER   PIC 9(4).
000444    02 APD-WHAT     PIC X(7).
000444    02 APD-AMOUNT   PIC ZZZZ9.99.
000444    02 FILLER       PIC X(4) VALUE " BY ".
000444    02 APD-USER     PIC X(10).
000444  01 WS-CUR-LINE.
000444    02 CUR-NAME      PIC X(20).
000444    02 FILLER        PIC X(5) VALUE " BAL ".
000444    02 CUR-BALANCE   PIC -ZZZZ9.99.
000444    02 FILLER        PIC X(7) VALUE " LIMIT ".
000444    02 CUR-LIMIT     PIC ZZZZ9.99.
000444    02 FILLER        PIC X(6) VALUE " PAID ".
000444    02 CUR-PAY-AMT   PIC ZZZZ9.99.
000444    02 FILLER        PIC X VALUE SPACE.
000444    02 CUR-PAY-DATE  PIC X(8).
000444 77 POW-0001 PIC X(256) .
000444 77 POW-0002 PIC X(256) .
000444 77 POW-0003 PIC X(256) .
000444 77 POW-0004 PIC X(256) .
000444 77 POW-0005 PIC X(256) .
000444 PROCEDURE   DIVISION.
000444 MAIN.
000444     MOVE 0 TO WS-PLAYER-ID.
000444     MOVE 0 TO WS-AMOUNT.
000444     MOVE 0 TO WS-LIMIT.
000444     MOVE 'N' TO WS-LIMIT-GIVEN.
000444     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-PYPLAYER  BY REFERENCE POW-0001.
000444     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-PYAMT  BY REFERENCE POW-0002.
000444     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-PYLIMIT  BY REFERENCE POW-0003.
000444     CALL  "XPOWEDITGETTEXT"  USING BY VALUE EDT-PYBY  BY REFERENCE POW-0004.
000444     IF FUNCTION TEST-NUMVAL(POW-0001 (1:4)) = 0
000444         MOVE FUNCTION NUMVAL(POW-0001 (1:4)) TO WS-PLAYER-ID
000444     END-IF.
000444     IF FUNCTION TEST-NUMVAL(POW-0002 (1:10)) = 0
000444         IF FUNCTION NUMVAL(POW-0002 (1:10)) > 0
000444             AND FUNCTION NUMVAL(POW-0002 (1:10)) < 100000
000444             COMPUTE WS-AMOUNT ROUNDED = FUNCTION NUMVAL(POW-0002 (1:10))
000444         END-IF
000444     END-IF.
000444     IF FUNCTION TEST-NUMVAL(POW-0003 (1:10)) = 0
000444         IF FUNCTION NUMVAL(POW-0003 (1:10)) >= 0
000444             AND FUNCTION NUMVAL(POW-0003 (1:10)) < 100000
000444             COMPUTE WS-LIMIT ROUNDED = FUNCTION NUMVAL(POW-0003 (1:10))
000444             MOVE 'Y' TO WS-LIMIT-GIVEN
000444         END-IF
000444     END-IF.
000444     MOVE POW-0004 (1:10) TO WS-USER.
000444     IF WS-PLAYER-ID = 0
000444         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Player ID is required"
000444     ELSE
000444     IF WS-AMOUNT = 0 AND WS-LIMIT-GIVEN = 'N'
000444         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Enter a payment amount or a new credit limit"
000444     ELSE
000444     IF WS-USER = SPACES
000444         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Operator is required"
000444     ELSE
000444         PERFORM FIND-PLAYER
000444         IF WS-PL-FOUND = 'N'
000444             CALL  "XPOWMSGBOX"  USING BY REFERENCE "Unknown player ID"
000444         ELSE
000444             PERFORM POST-TO-ACCOUNT
000444         END-IF
000444     END-IF
000444     END-IF
000444     END-IF.
000444     EXIT PROGRAM.
000444
000444 FIND-PLAYER.
000444     MOVE 'N' TO WS-PL-FOUND.
000444     OPEN INPUT PLAYER-FILE.
000444     IF WS-PL-STATUS = "00"
000444         PERFORM UNTIL WS-PL-STATUS = "10"
000444             READ PLAYER-FILE
000444                 AT END MOVE "10" TO WS-PL-STATUS
000444                 NOT AT END
000444                     IF PL-ID = WS-PLAYER-ID
000444                         MOVE 'Y' TO WS-PL-FOUND
000444                         MOVE PL-NAME TO CUR-NAME
000444                     END-IF
000444             END-READ
000444         END-PERFORM
000444         CLOSE PLAYER-FILE
000444     END-IF.
000444
000444 POST-TO-ACCOUNT.
000444     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000444     MOVE 20.00 TO RT-CREDIT-LIMIT.
000444     OPEN INPUT RATE-FILE.
000444     IF WS-RT-STATUS = "00"
000444         READ RATE-FILE INTO WS-RATES
000444             AT END CONTINUE
000444         END-READ
000444         CLOSE RATE-FILE
000444     END-IF.
000444     MOVE 0 TO WS-ACC-CNT.
000444     MOVE 0 TO WS-ACC-FOUND.
000444     MOVE 'N' TO WS-ACC-OVERFLOW.
000444     OPEN INPUT ACCOUNT-FILE.
000444     IF WS-BA-STATUS = "00"
000444         PERFORM UNTIL WS-BA-STATUS = "10"
000444             READ ACCOUNT-FILE
000444                 AT END MOVE "10" TO WS-BA-STATUS
000444                 NOT AT END
000444                     IF WS-ACC-CNT < 400
000444                         ADD 1 TO WS-ACC-CNT
000444                         MOVE BA-PLAYER-ID TO WS-ACC-ID (WS-ACC-CNT)
000444                         MOVE BA-BALANCE TO WS-ACC-BALANCE (WS-ACC-CNT)
000444                         MOVE BA-CREDIT-LIMIT TO WS-ACC-LIMIT (WS-ACC-CNT)
000444                         MOVE BA-LAST-PAY-DATE TO WS-ACC-PAY-DATE (WS-ACC-CNT)
000444                         MOVE BA-LAST-PAY-AMT TO WS-ACC-PAY-AMT (WS-ACC-CNT)
000444                         MOVE BA-OPENED TO WS-ACC-OPENED (WS-ACC-CNT)
000444                         IF BA-PLAYER-ID = WS-PLAYER-ID
000444                             MOVE WS-ACC-CNT TO WS-ACC-FOUND
000444                         END-IF
000444                     ELSE
000444                         MOVE 'Y' TO WS-ACC-OVERFLOW
000444                     END-IF
000444             END-READ
000444         END-PERFORM
000444         CLOSE ACCOUNT-FILE
000444     END-IF.
000444     IF WS-ACC-FOUND = 0 AND WS-ACC-OVERFLOW = 'N'
000444         IF WS-ACC-CNT < 400
000444             ADD 1 TO WS-ACC-CNT
000444             MOVE WS-PLAYER-ID TO WS-ACC-ID (WS-ACC-CNT)
000444             MOVE 0 TO WS-ACC-BALANCE (WS-ACC-CNT)
000444             MOVE RT-CREDIT-LIMIT TO WS-ACC-LIMIT (WS-ACC-CNT)
000444             MOVE SPACES TO WS-ACC-PAY-DATE (WS-ACC-CNT)
000444             MOVE 0 TO WS-ACC-PAY-AMT (WS-ACC-CNT)
000444             MOVE WS-NOW (1:8) TO WS-ACC-OPENED (WS-ACC-CNT)
000444             MOVE WS-ACC-CNT TO WS-ACC-FOUND
000444         ELSE
000444             MOVE 'Y' TO WS-ACC-OVERFLOW
000444         END-IF
000444     END-IF.
000444     IF WS-ACC-OVERFLOW = 'Y'
000444         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Account file is full - nothing posted"
000444     ELSE
000444         MOVE WS-ACC-FOUND TO WS-ACC-IDX
000444         IF WS-AMOUNT > 0
000444             SUBTRACT WS-AMOUNT FROM WS-ACC-BALANCE (WS-ACC-IDX)
000444             MOVE WS-NOW (1:8) TO WS-ACC-PAY-DATE (WS-ACC-IDX)
000444             MOVE WS-AMOUNT TO WS-ACC-PAY-AMT (WS-ACC-IDX)
000444         END-IF
000444         IF WS-LIMIT-GIVEN = 'Y'
000444             MOVE WS-LIMIT TO WS-ACC-LIMIT (WS-ACC-IDX)
000444         END-IF
000444         PERFORM REWRITE-ACCOUNTS
000444         IF WS-BA-STATUS = "00"
000444             PERFORM RECORD-POSTING
000444         ELSE
000444             CALL  "XPOWMSGBOX"  USING BY REFERENCE "Cannot rewrite ACCOUNTS.DAT"
000444         END-IF
000444     END-IF.
000444
000444 REWRITE-ACCOUNTS.
000444     OPEN OUTPUT ACCOUNT-FILE.
000444     IF WS-BA-STATUS = "00"
000444         PERFORM VARYING WS-ACC-IDX FROM 1 BY 1 UNTIL WS-ACC-IDX > WS-ACC-CNT
000444             MOVE WS-ACC-ID (WS-ACC-IDX) TO BA-PLAYER-ID
000444             MOVE WS-ACC-BALANCE (WS-ACC-IDX) TO BA-BALANCE
000444             MOVE WS-ACC-LIMIT (WS-ACC-IDX) TO BA-CREDIT-LIMIT
000444             MOVE WS-ACC-PAY-DATE (WS-ACC-IDX) TO BA-LAST-PAY-DATE
000444             MOVE WS-ACC-PAY-AMT (WS-ACC-IDX) TO BA-LAST-PAY-AMT
000444             MOVE WS-ACC-OPENED (WS-ACC-IDX) TO BA-OPENED
000444             WRITE BA-RECORD
000444         END-PERFORM
000444         CLOSE ACCOUNT-FILE
000444     END-IF.
000444     MOVE WS-ACC-FOUND TO WS-ACC-IDX.
000444
000444 RECORD-POSTING.
000444     MOVE WS-PLAYER-ID TO APD-PLAYER.
000444     MOVE WS-USER TO APD-USER.
000444     IF WS-AMOUNT > 0
000444         OPEN EXTEND BILL-TRAN-FILE
000444         IF WS-BT-STATUS = "35"
000444             OPEN OUTPUT BILL-TRAN-FILE
000444         END-IF
000444         IF WS-BT-STATUS = "00"
000444             MOVE 'P' TO BT-TYPE
000444             MOVE WS-PLAYER-ID TO BT-PLAYER-ID
000444             MOVE WS-NOW (1:8) TO BT-POSTED
000444             MOVE WS-NOW (1:8) TO BT-DATE
000444             MOVE WS-NOW (9:6) TO BT-START-TIME
000444             MOVE WS-NOW (9:6) TO BT-END-TIME
000444             MOVE 0 TO BT-OPP-ID
000444             MOVE SPACE TO BT-BAND
000444             MOVE 0 TO BT-MINUTES
000444             MOVE WS-AMOUNT TO BT-AMOUNT
000444             MOVE WS-USER TO BT-USER
000444             WRITE BT-RECORD
000444             CLOSE BILL-TRAN-FILE
000444         END-IF
000444         MOVE "PAYMENT" TO WS-AU-EVENT
000444         MOVE " PAID " TO APD-WHAT
000444         MOVE WS-AMOUNT TO APD-AMOUNT
000444         MOVE WS-AU-PAY-DET TO WS-AU-DETAIL
000444         CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL
000444     END-IF.
000444     IF WS-LIMIT-GIVEN = 'Y'
000444         MOVE "CREDLIM" TO WS-AU-EVENT
000444         MOVE " LIMIT" TO APD-WHAT
000444         MOVE WS-LIMIT TO APD-AMOUNT
000444         MOVE WS-AU-PAY-DET TO WS-AU-DETAIL
000444         CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL
000444     END-IF.
000444     MOVE WS-ACC-BALANCE (WS-ACC-IDX) TO CUR-BALANCE.
000444     MOVE WS-ACC-LIMIT (WS-ACC-IDX) TO CUR-LIMIT.
000444     MOVE WS-ACC-PAY-AMT (WS-ACC-IDX) TO CUR-PAY-AMT.
000444     MOVE WS-ACC-PAY-DATE (WS-ACC-IDX) TO CUR-PAY-DATE.
000444     MOVE WS-CUR-LINE TO POW-0005.
000444     CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-PYCUR  BY REFERENCE POW-0005.
000444     MOVE SPACES TO POW-0005.
000444     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-PYAMT  BY REFERENCE POW-0005.
000444     CALL  "XPOWEDITSETTEXT"  USING BY VALUE EDT-PYLIMIT  BY REFERENCE POW-0005.
000444     IF WS-AMOUNT > 0
000444         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Payment posted"
000444     ELSE
000444         CALL  "XPOWMSGBOX"  USING BY REFERENCE "Credit limit changed"
000444     END-IF.
000444 END PROGRAM "PF-PYPOST-CLICK".
000445 IDENTIFICATION DIVISION.
000445 PROGRAM-ID. "PF-PYDONE-CLICK".
000445 PROCEDURE   DIVISION.
000445 MAIN.
000445     CALL  "XPOWSHCLOSE"  USING BY VALUE SHT-PAYMENT.
000445 END PROGRAM "PF-PYDONE-CLICK".
000446 END PROGRAM "SHT-PAYMENT".
000447 IDENTIFICATION DIVISION.
000447 PROGRAM-ID. "RPT-UTILIZATION".
000447 ENVIRONMENT DIVISION.
000447 INPUT-OUTPUT SECTION.
000447 FILE-CONTROL.
000447     SELECT AUDIT-FILE ASSIGN TO "GAMEAUDIT.DAT"
000447         ORGANIZATION IS LINE SEQUENTIAL
000447         FILE STATUS IS WS-AU-STATUS.
000447     SELECT AU-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-AUA-NAME
000447         ORGANIZATION IS LINE SEQUENTIAL
000447         FILE STATUS IS WS-AUA-STATUS.
000447     SELECT PRINT-FILE ASSIGN TO "UTILRPT.TXT"
000447         ORGANIZATION IS LINE SEQUENTIAL
000447         FILE STATUS IS WS-PR-STATUS.
000447 DATA        DIVISION.
000447 FILE SECTION.
000447 FD  AUDIT-FILE.
000447 01  AU-RECORD.
000447     02 AU-STAMP  PIC X(14).
000447     02 AU-EVENT  PIC X(8).
000447     02 AU-DETAIL PIC X(40).
000447     02 AU-STATION PIC XX.
000447 FD  AU-ARCHIVE-FILE.
000447 01  AUA-RECORD          PIC X(64).
000447 FD  PRINT-FILE.
000447 01  PR-LINE             PIC X(80).
000448 WORKING-STORAGE SECTION.
000448  01 WS-AU-STATUS   PIC XX.
000448  01 WS-AUA-STATUS  PIC XX.
000448  01 WS-PR-STATUS   PIC XX.
000448  01 WS-AUA-NAME    PIC X(16).
000448  01 WS-FROM-IN     PIC X(10).
000448  01 WS-TO-IN       PIC X(10).
000448  01 WS-FROM-DATE   PIC X(8).
000448  01 WS-TO-DATE     PIC X(8).
000448  01 WS-STN-IN      PIC X(10).
000448  01 WS-SEL-IDX     PIC 9(3) COMP-5 VALUE 0.
000448  01 WS-STN-IDX     PIC 9(3) COMP-5.
000448  01 WS-STN-NUM     PIC 99.
000448  01 WS-STN-CODE REDEFINES WS-STN-NUM PIC XX.
000448  01 WS-NOW         PIC X(21).
000448  01 WS-TODAY       PIC X(8).
000448  01 WS-ITER-MONTH  PIC 9(6).
000448  01 WS-ITER-R REDEFINES WS-ITER-MONTH.
000448    02 WS-ITER-YY   PIC 9(4).
000448    02 WS-ITER-MM   PIC 99.
000448  01 WS-TO-MONTH    PIC 9(6).
000448  01 WS-MONTH-SAFE  PIC X.
000448  01 WS-EV.
000448    02 EV-STAMP.
000448      03 EV-DATE    PIC X(8).
000448      03 EV-HH      PIC 99.
000448      03 EV-MM      PIC 99.
000448      03 EV-SS      PIC 99.
000448    02 EV-EVENT     PIC X(8).
000448    02 EV-DETAIL    PIC X(40).
000448    02 EV-STATION   PIC XX.
000448  01 WS-DAY-NUM     PIC S9(9) COMP-5.
000448  01 WS-EV-ABS      PIC 9(12) COMP-5.
000448  01 WS-EV-HOUR     PIC 99 COMP-5.
000448  01 WS-EV-WD       PIC 9 COMP-5.
000448  01 WS-SESS-STATE.
000448    02 WS-SESS-OPEN   PIC X.
000448    02 WS-SESS-COUNTED PIC X.
000448    02 WS-SESS-START  PIC X(14).
000448    02 WS-SESS-HOUR   PIC 99 COMP-5.
000448    02 WS-SESS-WD     PIC 9 COMP-5.
000448    02 WS-SEG-KIND    PIC X.
000448    02 WS-SEG-FROM    PIC 9(12) COMP-5.
000448    02 WS-LAST-ABS    PIC 9(12) COMP-5.
000448    02 WS-LAST-STAMP  PIC X(14).
000448  01 WS-STN-TABLE.
000448    02 WS-STN-ENT OCCURS 99 TIMES.
000448      03 ST-SESS-OPEN   PIC X.
000448      03 ST-SESS-COUNTED PIC X.
000448      03 ST-SESS-START  PIC X(14).
000448      03 ST-SESS-HOUR   PIC 99 COMP-5.
000448      03 ST-SESS-WD     PIC 9 COMP-5.
000448      03 ST-SEG-KIND    PIC X.
000448      03 ST-SEG-FROM    PIC 9(12) COMP-5.
000448      03 ST-LAST-ABS    PIC 9(12) COMP-5.
000448      03 ST-LAST-STAMP  PIC X(14).
000448  01 WS-SEG-TO      PIC 9(12) COMP-5.
000448  01 WS-CUR-ABS     PIC 9(12) COMP-5.
000448  01 WS-NEXT-ABS    PIC 9(12) COMP-5.
000448  01 WS-HOUR-NUM    PIC 9(9) COMP-5.
000448  01 WS-CHUNK-DAY   PIC 9(9) COMP-5.
000448  01 WS-CHUNK-SECS  PIC 9(9) COMP-5.
000448  01 WS-CHUNK-HOUR  PIC 99 COMP-5.
000448  01 WS-CHUNK-WD    PIC 9 COMP-5.
000448  01 WS-IDX         PIC 99 COMP-5.
000448  01 WS-HR-TABLE.
000448    02 WS-HR-ENT OCCURS 24 TIMES.
000448      03 WS-HR-PLAY      PIC 9(9) COMP-5.
000448      03 WS-HR-PAUSE     PIC 9(9) COMP-5.
000448      03 WS-HR-STARTED   PIC 9(5) COMP-5.
000448      03 WS-HR-FINISHED  PIC 9(5) COMP-5.
000448      03 WS-HR-ABANDONED PIC 9(5) COMP-5.
000448      03 WS-HR-RESTORES  PIC 9(5) COMP-5.
000448      03 WS-HR-SETTINGS  PIC 9(5) COMP-5.
000448  01 WS-WD-TABLE.
000448    02 WS-WD-ENT OCCURS 7 TIMES.
000448      03 WS-WD-PLAY      PIC 9(9) COMP-5.
000448      03 WS-WD-PAUSE     PIC 9(9) COMP-5.
000448      03 WS-WD-STARTED   PIC 9(5) COMP-5.
000448      03 WS-WD-FINISHED  PIC 9(5) COMP-5.
000448      03 WS-WD-ABANDONED PIC 9(5) COMP-5.
000448      03 WS-WD-RESTORES  PIC 9(5) COMP-5.
000448      03 WS-WD-SETTINGS  PIC 9(5) COMP-5.
000448  01 WS-TOTALS.
000448    02 WS-TOT-PLAY      PIC 9(9) COMP-5.
000448    02 WS-TOT-PAUSE     PIC 9(9) COMP-5.
000448    02 WS-TOT-STARTED   PIC 9(5) COMP-5.
000448    02 WS-TOT-FINISHED  PIC 9(5) COMP-5.
000448    02 WS-TOT-ABANDONED PIC 9(5) COMP-5.
000448    02 WS-TOT-RESTORES  PIC 9(5) COMP-5.
000448    02 WS-TOT-SETTINGS  PIC 9(5) COMP-5.
000448  01 WS-WD-NAMES    PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
000448  01 WS-WD-NAMES-R REDEFINES WS-WD-NAMES.
000448    02 WS-WD-NAME   PIC X(3) OCCURS 7 TIMES.
000448  01 WS-AB-CNT      PIC 9(4) COMP-5 VALUE 0.
000448  01 WS-AB-IDX      PIC 9(4) COMP-5.
000448  01 WS-AB-OMITTED  PIC 9(5) COMP-5 VALUE 0.
000448  01 WS-AB-TABLE.
000448    02 WS-AB-ENT OCCURS 500 TIMES.
000448      03 WS-AB-STN      PIC XX.
000448      03 WS-AB-START    PIC X(14).
000448      03 WS-AB-LAST     PIC X(14).
000448      03 WS-AB-STATUS   PIC X.
000448  01 WS-EVENTS-READ PIC 9(7) COMP-5 VALUE 0.
000448  01 WS-CNT-DISP    PIC ZZZZZZ9.
000448  01 WS-LINE-CNT    PIC 99 COMP-5 VALUE 99.
000448  01 WS-PAGE-CNT    PIC 999 COMP-5 VALUE 0.
000448  01 WS-PR-HOLD     PIC X(80).
000448  01 WS-HDG1.
000448    02 FILLER PIC X(30) VALUE "PONG TABLE UTILIZATION REPORT ".
000448    02 FILLER PIC X(6)  VALUE "RANGE ".
000448    02 HDG-FROM PIC X(8).
000448    02 FILLER PIC X(3)  VALUE " - ".
000448    02 HDG-TO   PIC X(8).
000448    02 FILLER PIC X(5)  VALUE " STN ".
000448    02 HDG-STN  PIC X(3).
000448    02 FILLER PIC X(7)  VALUE "   PAGE".
000448    02 HDG-PAGE PIC ZZZ9.
000448    02 FILLER PIC X(6)  VALUE SPACES.
000448  01 WS-HDG2        PIC X(80).
000448  01 WS-HDG-PERIOD  PIC X(80) VALUE
000448     "PERIOD  PLAY MIN PAUSE MIN STARTED FINISHED ABANDONED RESTORES SETTINGS".
000448  01 WS-HDG-ABAND   PIC X(80) VALUE
000448     "STN  SESSION START      LAST EVENT         STATUS".
000448  01 WS-DETAIL.
000448    02 DET-LABEL     PIC X(6).
000448    02 FILLER        PIC X(3) VALUE SPACES.
000448    02 DET-PLAY      PIC ZZZZZZ9.
000448    02 FILLER        PIC X(3) VALUE SPACES.
000448    02 DET-PAUSE     PIC ZZZZZZ9.
000448    02 FILLER        PIC X(3) VALUE SPACES.
000448    02 DET-STARTED   PIC ZZZZ9.
000448    02 FILLER        PIC X(4) VALUE SPACES.
000448    02 DET-FINISHED  PIC ZZZZ9.
000448    02 FILLER        PIC X(5) VALUE SPACES.
000448    02 DET-ABANDONED PIC ZZZZ9.
000448    02 FILLER        PIC X(4) VALUE SPACES.
000448    02 DET-RESTORES  PIC ZZZZ9.
000448    02 FILLER        PIC X(4) VALUE SPACES.
000448    02 DET-SETTINGS  PIC ZZZZ9.
000448    02 FILLER        PIC X(9) VALUE SPACES.
000448  01 WS-AB-LINE.
000448    02 ABL-STN        PIC XX.
000448    02 FILLER         PIC X(3) VALUE SPACES.
000448    02 ABL-START-DATE PIC X(8).
000448    02 FILLER         PIC X VALUE SPACE.
000448    02 ABL-START-TIME PIC X(6).
000448    02 FILLER         PIC X(4) VALUE SPACES.
000448    02 ABL-LAST-DATE  PIC X(8).
000448    02 FILLER         PIC X VALUE SPACE.
000448    02 ABL-LAST-TIME  PIC X(6).
000448    02 FILLER         PIC X(4) VALUE SPACES.
000448    02 ABL-STATUS     PIC X(30).
000448    02 FILLER         PIC X(7) VALUE SPACES.
000448  01 WS-OMIT-LINE.
000448    02 FILLER      PIC X(20) VALUE "SESSION LIST OMITS  ".
000448    02 OMT-CNT     PIC ZZZZ9.
000448    02 FILLER      PIC X(55) VALUE " SESSIONS (TABLE FULL) - COUNTS ABOVE INCLUDE THEM".
000449 PROCEDURE   DIVISION.
000449 MAIN.
000449     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000449     MOVE WS-NOW (1:8) TO WS-TODAY.
000449     INITIALIZE WS-HR-TABLE WS-WD-TABLE WS-TOTALS.
000449     DISPLAY "From date (YYYYMMDD, blank = all): ".
000449     ACCEPT WS-FROM-IN.
000449     IF WS-FROM-IN (1:8) IS NUMERIC
000449         MOVE WS-FROM-IN (1:8) TO WS-FROM-DATE
000449     ELSE
000449         MOVE "00000000" TO WS-FROM-DATE
000449     END-IF.
000449     DISPLAY "To date (YYYYMMDD, blank = all): ".
000449     ACCEPT WS-TO-IN.
000449     IF WS-TO-IN (1:8) IS NUMERIC
000449         MOVE WS-TO-IN (1:8) TO WS-TO-DATE
000449     ELSE
000449         MOVE "99999999" TO WS-TO-DATE
000449     END-IF.
000449     DISPLAY "Station (01-99, blank = all): ".
000449     ACCEPT WS-STN-IN.
000449     EVALUATE TRUE
000449     WHEN WS-STN-IN (1:2) IS NUMERIC AND WS-STN-IN (1:2) NOT = "00"
000449         MOVE WS-STN-IN (1:2) TO WS-SEL-IDX
000449     WHEN WS-STN-IN (1:1) IS NUMERIC AND WS-STN-IN (1:1) NOT = "0"
000449         AND WS-STN-IN (2:1) = SPACE
000449         MOVE WS-STN-IN (1:1) TO WS-SEL-IDX
000449     WHEN OTHER
000449         MOVE 0 TO WS-SEL-IDX
000449     END-EVALUATE.
000449     IF WS-SEL-IDX = 0
000449         MOVE "ALL" TO HDG-STN
000449     ELSE
000449         MOVE WS-SEL-IDX TO WS-STN-NUM
000449         MOVE WS-STN-CODE TO HDG-STN
000449     END-IF.
000449     INITIALIZE WS-STN-TABLE.
000449     PERFORM VARYING WS-STN-IDX FROM 1 BY 1 UNTIL WS-STN-IDX > 99
000449         MOVE 'N' TO ST-SESS-OPEN (WS-STN-IDX)
000449         MOVE 'N' TO ST-SESS-COUNTED (WS-STN-IDX)
000449         MOVE SPACE TO ST-SEG-KIND (WS-STN-IDX)
000449     END-PERFORM.
000449     MOVE WS-FROM-DATE TO HDG-FROM.
000449     MOVE WS-TO-DATE TO HDG-TO.
000449     OPEN OUTPUT PRINT-FILE.
000449     IF WS-PR-STATUS NOT = "00"
000449         DISPLAY "Cannot open UTILRPT.TXT"
000449         MOVE 8 TO RETURN-CODE
000449         STOP RUN
000449     END-IF.
000449     PERFORM READ-AUDIT-ARCHIVES.
000449     PERFORM READ-LIVE-AUDIT.
000449     PERFORM VARYING WS-STN-IDX FROM 1 BY 1 UNTIL WS-STN-IDX > 99
000449         IF ST-SESS-OPEN (WS-STN-IDX) = 'Y'
000449             MOVE WS-STN-ENT (WS-STN-IDX) TO WS-SESS-STATE
000449             PERFORM CLOSE-OPEN-SESSION
000449             MOVE WS-SESS-STATE TO WS-STN-ENT (WS-STN-IDX)
000449         END-IF
000449     END-PERFORM.
000449     PERFORM PRINT-BODY.
000449     CLOSE PRINT-FILE.
000449     DISPLAY "===== TABLE UTILIZATION =====".
000449     MOVE WS-EVENTS-READ TO WS-CNT-DISP.
000449     DISPLAY "Audit events used   : " WS-CNT-DISP.
000449     MOVE WS-TOT-STARTED TO WS-CNT-DISP.
000449     DISPLAY "Games started       : " WS-CNT-DISP.
000449     MOVE WS-TOT-FINISHED TO WS-CNT-DISP.
000449     DISPLAY "Games finished      : " WS-CNT-DISP.
000449     MOVE WS-TOT-ABANDONED TO WS-CNT-DISP.
000449     DISPLAY "Sessions abandoned  : " WS-CNT-DISP.
000449     DISPLAY "Utilization report written to UTILRPT.TXT".
000449     STOP RUN.
000449
000449 READ-AUDIT-ARCHIVES.
000449     MOVE 'N' TO WS-MONTH-SAFE.
000449     IF WS-FROM-DATE (1:6) IS NUMERIC AND WS-TO-DATE (1:6) IS NUMERIC
000449         AND WS-FROM-DATE (1:6) > "000000"
000449         AND WS-TO-DATE (1:6) < "999999"
000449         MOVE 'Y' TO WS-MONTH-SAFE
000449     END-IF.
000449     IF WS-MONTH-SAFE = 'Y'
000449         MOVE WS-FROM-DATE (1:6) TO WS-ITER-MONTH
000449         MOVE WS-TO-DATE (1:6) TO WS-TO-MONTH
000449     ELSE
000449         MOVE WS-NOW (1:6) TO WS-TO-MONTH
000449         MOVE WS-NOW (1:6) TO WS-ITER-MONTH
000449         SUBTRACT 4 FROM WS-ITER-YY
000449         IF WS-ITER-MM = 12
000449             ADD 1 TO WS-ITER-YY
000449             MOVE 1 TO WS-ITER-MM
000449         ELSE
000449             ADD 1 TO WS-ITER-MM
000449         END-IF
000449     END-IF.
000449     PERFORM UNTIL WS-ITER-MONTH > WS-TO-MONTH
000449         PERFORM READ-ONE-AUDIT-ARCHIVE
000449         IF WS-ITER-MM = 12
000449             ADD 1 TO WS-ITER-YY
000449             MOVE 1 TO WS-ITER-MM
000449         ELSE
000449             ADD 1 TO WS-ITER-MM
000449         END-IF
000449     END-PERFORM.
000449
000449 READ-ONE-AUDIT-ARCHIVE.
000449     MOVE "GAMEAUDIT-" TO WS-AUA-NAME.
000449     MOVE WS-ITER-MONTH TO WS-AUA-NAME (11:6).
000449     OPEN INPUT AU-ARCHIVE-FILE.
000449     IF WS-AUA-STATUS = "00"
000449         PERFORM UNTIL WS-AUA-STATUS = "10"
000449             READ AU-ARCHIVE-FILE
000449                 AT END MOVE "10" TO WS-AUA-STATUS
000449                 NOT AT END
000449                     MOVE AUA-RECORD TO WS-EV
000449                     PERFORM PROCESS-EVENT
000449             END-READ
000449         END-PERFORM
000449         CLOSE AU-ARCHIVE-FILE
000449     END-IF.
000449
000449 READ-LIVE-AUDIT.
000449     OPEN INPUT AUDIT-FILE.
000449     IF WS-AU-STATUS = "00"
000449         PERFORM UNTIL WS-AU-STATUS = "10"
000449             READ AUDIT-FILE
000449                 AT END MOVE "10" TO WS-AU-STATUS
000449                 NOT AT END
000449                     MOVE AU-RECORD TO WS-EV
000449                     PERFORM PROCESS-EVENT
000449             END-READ
000449         END-PERFORM
000449         CLOSE AUDIT-FILE
000449     END-IF.
000449
000449 PROCESS-EVENT.
000449     IF EV-STATION IS NUMERIC AND EV-STATION NOT = "00"
000449         MOVE EV-STATION TO WS-STN-IDX
000449     ELSE
000449         MOVE 1 TO WS-STN-IDX
000449     END-IF.
000449     IF EV-STAMP IS NUMERIC
000449         AND EV-DATE >= WS-FROM-DATE AND EV-DATE <= WS-TO-DATE
000449         AND (WS-SEL-IDX = 0 OR WS-SEL-IDX = WS-STN-IDX)
000449         COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(EV-DATE))
000449         IF WS-DAY-NUM > 0
000449             ADD 1 TO WS-EVENTS-READ
000449             COMPUTE WS-EV-ABS = WS-DAY-NUM * 86400
000449                 + EV-HH * 3600 + EV-MM * 60 + EV-SS
000449             COMPUTE WS-EV-HOUR = EV-HH + 1
000449             COMPUTE WS-EV-WD = FUNCTION MOD(WS-DAY-NUM - 1, 7) + 1
000449             MOVE WS-STN-ENT (WS-STN-IDX) TO WS-SESS-STATE
000449             PERFORM APPLY-EVENT
000449             MOVE WS-SESS-STATE TO WS-STN-ENT (WS-STN-IDX)
000449         END-IF
000449     END-IF.
000449
000449 APPLY-EVENT.
000449     EVALUATE EV-EVENT
000449     WHEN "START"
000449         IF WS-SESS-OPEN = 'Y'
000449             PERFORM CLOSE-OPEN-SESSION
000449         END-IF
000449         MOVE 'Y' TO WS-SESS-OPEN
000449         MOVE 'Y' TO WS-SESS-COUNTED
000449         MOVE EV-STAMP TO WS-SESS-START
000449         MOVE WS-EV-HOUR TO WS-SESS-HOUR
000449         MOVE WS-EV-WD TO WS-SESS-WD
000449         ADD 1 TO WS-HR-STARTED (WS-EV-HOUR)
000449         ADD 1 TO WS-WD-STARTED (WS-EV-WD)
000449         ADD 1 TO WS-TOT-STARTED
000449         MOVE 'P' TO WS-SEG-KIND
000449         MOVE WS-EV-ABS TO WS-SEG-FROM
000449     WHEN "RESTORE"
000449         ADD 1 TO WS-HR-RESTORES (WS-EV-HOUR)
000449         ADD 1 TO WS-WD-RESTORES (WS-EV-WD)
000449         ADD 1 TO WS-TOT-RESTORES
000449         IF WS-SESS-OPEN = 'Y'
000449             MOVE WS-LAST-ABS TO WS-SEG-TO
000449             PERFORM CLOSE-SEGMENT
000449         ELSE
000449             MOVE 'Y' TO WS-SESS-OPEN
000449             MOVE 'N' TO WS-SESS-COUNTED
000449             MOVE EV-STAMP TO WS-SESS-START
000449             MOVE WS-EV-HOUR TO WS-SESS-HOUR
000449             MOVE WS-EV-WD TO WS-SESS-WD
000449         END-IF
000449         MOVE 'P' TO WS-SEG-KIND
000449         MOVE WS-EV-ABS TO WS-SEG-FROM
000449     WHEN "PAUSE"
000449         IF WS-SESS-OPEN = 'Y' AND WS-SEG-KIND = 'P'
000449             MOVE WS-EV-ABS TO WS-SEG-TO
000449             PERFORM CLOSE-SEGMENT
000449             MOVE 'Z' TO WS-SEG-KIND
000449             MOVE WS-EV-ABS TO WS-SEG-FROM
000449         END-IF
000449     WHEN "RESUME"
000449         IF WS-SESS-OPEN = 'Y' AND WS-SEG-KIND = 'Z'
000449             MOVE WS-EV-ABS TO WS-SEG-TO
000449             PERFORM CLOSE-SEGMENT
000449             MOVE 'P' TO WS-SEG-KIND
000449             MOVE WS-EV-ABS TO WS-SEG-FROM
000449         END-IF
000449     WHEN "GAMEEND"
000449         IF WS-SESS-OPEN = 'Y'
000449             MOVE WS-EV-ABS TO WS-SEG-TO
000449             PERFORM CLOSE-SEGMENT
000449             IF WS-SESS-COUNTED = 'Y'
000449                 ADD 1 TO WS-HR-FINISHED (WS-SESS-HOUR)
000449                 ADD 1 TO WS-WD-FINISHED (WS-SESS-WD)
000449                 ADD 1 TO WS-TOT-FINISHED
000449             END-IF
000449             MOVE 'N' TO WS-SESS-OPEN
000449         END-IF
000449     WHEN "SETTING"
000449         IF WS-SESS-OPEN = 'Y'
000449             ADD 1 TO WS-HR-SETTINGS (WS-EV-HOUR)
000449             ADD 1 TO WS-WD-SETTINGS (WS-EV-WD)
000449             ADD 1 TO WS-TOT-SETTINGS
000449         END-IF
000449     WHEN OTHER
000449         CONTINUE
000449     END-EVALUATE.
000449     IF WS-SESS-OPEN = 'Y'
000449         MOVE WS-EV-ABS TO WS-LAST-ABS
000449         MOVE EV-STAMP TO WS-LAST-STAMP
000449     END-IF.
000449
000449 CLOSE-OPEN-SESSION.
000449     MOVE WS-LAST-ABS TO WS-SEG-TO.
000449     PERFORM CLOSE-SEGMENT.
000449     IF WS-AB-CNT < 500
000449         ADD 1 TO WS-AB-CNT
000449         MOVE WS-STN-IDX TO WS-STN-NUM
000449         MOVE WS-STN-CODE TO WS-AB-STN (WS-AB-CNT)
000449         MOVE WS-SESS-START TO WS-AB-START (WS-AB-CNT)
000449         MOVE WS-LAST-STAMP TO WS-AB-LAST (WS-AB-CNT)
000449         MOVE 'A' TO WS-AB-STATUS (WS-AB-CNT)
000449         IF WS-LAST-STAMP (1:8) = WS-TODAY
000449             MOVE 'I' TO WS-AB-STATUS (WS-AB-CNT)
000449         END-IF
000449         IF WS-SESS-COUNTED = 'N'
000449             MOVE 'R' TO WS-AB-STATUS (WS-AB-CNT)
000449         END-IF
000449     ELSE
000449         ADD 1 TO WS-AB-OMITTED
000449     END-IF.
000449     IF WS-SESS-COUNTED = 'Y' AND WS-LAST-STAMP (1:8) NOT = WS-TODAY
000449         ADD 1 TO WS-HR-ABANDONED (WS-SESS-HOUR)
000449         ADD 1 TO WS-WD-ABANDONED (WS-SESS-WD)
000449         ADD 1 TO WS-TOT-ABANDONED
000449     END-IF.
000449     MOVE 'N' TO WS-SESS-OPEN.
000449     MOVE SPACE TO WS-SEG-KIND.
000449
000449 CLOSE-SEGMENT.
000449     IF WS-SEG-KIND NOT = SPACE AND WS-SEG-TO > WS-SEG-FROM
000449         MOVE WS-SEG-FROM TO WS-CUR-ABS
000449         PERFORM ADD-SEGMENT-CHUNK UNTIL WS-CUR-ABS >= WS-SEG-TO
000449     END-IF.
000449     MOVE SPACE TO WS-SEG-KIND.
000449
000449 ADD-SEGMENT-CHUNK.
000449     DIVIDE WS-CUR-ABS BY 3600 GIVING WS-HOUR-NUM.
000449     COMPUTE WS-NEXT-ABS = (WS-HOUR-NUM + 1) * 3600.
000449     IF WS-NEXT-ABS > WS-SEG-TO
000449         MOVE WS-SEG-TO TO WS-NEXT-ABS
000449     END-IF.
000449     DIVIDE WS-HOUR-NUM BY 24 GIVING WS-CHUNK-DAY.
000449     COMPUTE WS-CHUNK-HOUR = FUNCTION MOD(WS-HOUR-NUM, 24) + 1.
000449     COMPUTE WS-CHUNK-WD = FUNCTION MOD(WS-CHUNK-DAY - 1, 7) + 1.
000449     COMPUTE WS-CHUNK-SECS = WS-NEXT-ABS - WS-CUR-ABS.
000449     IF WS-SEG-KIND = 'P'
000449         ADD WS-CHUNK-SECS TO WS-HR-PLAY (WS-CHUNK-HOUR)
000449         ADD WS-CHUNK-SECS TO WS-WD-PLAY (WS-CHUNK-WD)
000449         ADD WS-CHUNK-SECS TO WS-TOT-PLAY
000449     ELSE
000449         ADD WS-CHUNK-SECS TO WS-HR-PAUSE (WS-CHUNK-HOUR)
000449         ADD WS-CHUNK-SECS TO WS-WD-PAUSE (WS-CHUNK-WD)
000449         ADD WS-CHUNK-SECS TO WS-TOT-PAUSE
000449     END-IF.
000449     MOVE WS-NEXT-ABS TO WS-CUR-ABS.
000449
000449 PAGE-HEADING.
000449     ADD 1 TO WS-PAGE-CNT.
000449     MOVE WS-PAGE-CNT TO HDG-PAGE.
000449     IF WS-PAGE-CNT = 1
000449         WRITE PR-LINE FROM WS-HDG1
000449     ELSE
000449         WRITE PR-LINE FROM WS-HDG1 AFTER ADVANCING PAGE
000449     END-IF.
000449     WRITE PR-LINE FROM WS-HDG2.
000449     MOVE SPACES TO PR-LINE.
000449     WRITE PR-LINE.
000449     MOVE 3 TO WS-LINE-CNT.
000449
000449 PRINT-REPORT-LINE.
000449     IF WS-LINE-CNT >= 55
000449         MOVE PR-LINE TO WS-PR-HOLD
000449         PERFORM PAGE-HEADING
000449         MOVE WS-PR-HOLD TO PR-LINE
000449     END-IF.
000449     WRITE PR-LINE.
000449     ADD 1 TO WS-LINE-CNT.
000449
000449 PRINT-BODY.
000449     MOVE WS-HDG-PERIOD TO WS-HDG2.
000449     PERFORM PAGE-HEADING.
000449     MOVE "BY HOUR OF DAY" TO PR-LINE.
000449     PERFORM PRINT-REPORT-LINE.
000449     PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 24
000449         MOVE SPACES TO DET-LABEL
000449         COMPUTE WS-CHUNK-HOUR = WS-IDX - 1
000449         MOVE WS-CHUNK-HOUR TO DET-LABEL (1:2)
000449         MOVE ":00" TO DET-LABEL (3:3)
000449         MOVE WS-HR-ENT (WS-IDX) TO WS-TOTALS
000449         PERFORM PRINT-PERIOD-LINE
000449     END-PERFORM.
000449     MOVE SPACES TO PR-LINE.
000449     PERFORM PRINT-REPORT-LINE.
000449     MOVE "BY WEEKDAY" TO PR-LINE.
000449     PERFORM PRINT-REPORT-LINE.
000449     INITIALIZE WS-TOTALS.
000449     PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
000449         MOVE WS-WD-NAME (WS-IDX) TO DET-LABEL
000449         MOVE WS-WD-ENT (WS-IDX) TO WS-TOTALS
000449         PERFORM PRINT-PERIOD-LINE
000449     END-PERFORM.
000449     PERFORM SUM-TOTALS.
000449     MOVE SPACES TO PR-LINE.
000449     PERFORM PRINT-REPORT-LINE.
000449     MOVE "TOTAL" TO DET-LABEL.
000449     PERFORM PRINT-PERIOD-LINE.
000449     MOVE WS-HDG-ABAND TO WS-HDG2.
000449     PERFORM PAGE-HEADING.
000449     MOVE "SESSIONS WITH NO GAMEEND" TO PR-LINE.
000449     PERFORM PRINT-REPORT-LINE.
000449     IF WS-AB-CNT = 0 AND WS-AB-OMITTED = 0
000449         MOVE "  NONE" TO PR-LINE
000449         PERFORM PRINT-REPORT-LINE
000449     END-IF.
000449     PERFORM VARYING WS-AB-IDX FROM 1 BY 1 UNTIL WS-AB-IDX > WS-AB-CNT
000449         MOVE WS-AB-STN (WS-AB-IDX) TO ABL-STN
000449         MOVE WS-AB-START (WS-AB-IDX) (1:8) TO ABL-START-DATE
000449         MOVE WS-AB-START (WS-AB-IDX) (9:6) TO ABL-START-TIME
000449         MOVE WS-AB-LAST (WS-AB-IDX) (1:8) TO ABL-LAST-DATE
000449         MOVE WS-AB-LAST (WS-AB-IDX) (9:6) TO ABL-LAST-TIME
000449         EVALUATE WS-AB-STATUS (WS-AB-IDX)
000449         WHEN 'I'
000449             MOVE "STILL IN PROGRESS" TO ABL-STATUS
000449         WHEN 'R'
000449             MOVE "RESTORED, START BEFORE RANGE" TO ABL-STATUS
000449         WHEN OTHER
000449             MOVE "ABANDONED" TO ABL-STATUS
000449         END-EVALUATE
000449         MOVE WS-AB-LINE TO PR-LINE
000449         PERFORM PRINT-REPORT-LINE
000449     END-PERFORM.
000449     IF WS-AB-OMITTED > 0
000449         MOVE WS-AB-OMITTED TO OMT-CNT
000449         MOVE WS-OMIT-LINE TO PR-LINE
000449         PERFORM PRINT-REPORT-LINE
000449     END-IF.
000449
000449 SUM-TOTALS.
000449     INITIALIZE WS-TOTALS.
000449     PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
000449         ADD WS-WD-PLAY (WS-IDX) TO WS-TOT-PLAY
000449         ADD WS-WD-PAUSE (WS-IDX) TO WS-TOT-PAUSE
000449         ADD WS-WD-STARTED (WS-IDX) TO WS-TOT-STARTED
000449         ADD WS-WD-FINISHED (WS-IDX) TO WS-TOT-FINISHED
000449         ADD WS-WD-ABANDONED (WS-IDX) TO WS-TOT-ABANDONED
000449         ADD WS-WD-RESTORES (WS-IDX) TO WS-TOT-RESTORES
000449         ADD WS-WD-SETTINGS (WS-IDX) TO WS-TOT-SETTINGS
000449     END-PERFORM.
000449
000449 PRINT-PERIOD-LINE.
000449     COMPUTE DET-PLAY ROUNDED = WS-TOT-PLAY / 60.
000449     COMPUTE DET-PAUSE ROUNDED = WS-TOT-PAUSE / 60.
000449     MOVE WS-TOT-STARTED TO DET-STARTED.
000449     MOVE WS-TOT-FINISHED TO DET-FINISHED.
000449     MOVE WS-TOT-ABANDONED TO DET-ABANDONED.
000449     MOVE WS-TOT-RESTORES TO DET-RESTORES.
000449     MOVE WS-TOT-SETTINGS TO DET-SETTINGS.
000449     MOVE WS-DETAIL TO PR-LINE.
000449     PERFORM PRINT-REPORT-LINE.
000450 END PROGRAM "RPT-UTILIZATION".
000451 IDENTIFICATION DIVISION.
000451 PROGRAM-ID. "PONG-STATION".
000451 ENVIRONMENT DIVISION.
000451 DATA        DIVISION.
000452 WORKING-STORAGE SECTION.
000452  01 WS-STATION-SET PIC X VALUE 'N'.
000452  01 WS-STATION     PIC XX VALUE "01".
000452  01 WS-ENV-VALUE   PIC X(10).
000452 LINKAGE SECTION.
000452 01  ST-LK-STATION  PIC XX.
000453 PROCEDURE   DIVISION USING ST-LK-STATION.
000453 MAIN.
000453     IF WS-STATION-SET = 'N'
000453         MOVE SPACES TO WS-ENV-VALUE
000453         DISPLAY "PONGSTATION" UPON ENVIRONMENT-NAME
000453         ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
000453         EVALUATE TRUE
000453         WHEN WS-ENV-VALUE (1:2) IS NUMERIC
000453             AND WS-ENV-VALUE (3:8) = SPACES
000453             AND WS-ENV-VALUE (1:2) NOT = "00"
000453             MOVE WS-ENV-VALUE (1:2) TO WS-STATION
000453         WHEN WS-ENV-VALUE (1:1) IS NUMERIC
000453             AND WS-ENV-VALUE (2:9) = SPACES
000453             AND WS-ENV-VALUE (1:1) NOT = "0"
000453             MOVE "0" TO WS-STATION (1:1)
000453             MOVE WS-ENV-VALUE (1:1) TO WS-STATION (2:1)
000453         WHEN OTHER
000453             MOVE "01" TO WS-STATION
000453         END-EVALUATE
000453         MOVE 'Y' TO WS-STATION-SET
000453     END-IF.
000453     MOVE WS-STATION TO ST-LK-STATION.
000453     EXIT PROGRAM.
000454 END PROGRAM "PONG-STATION".
000455 IDENTIFICATION DIVISION.
000455 PROGRAM-ID. "PONG-WAIT".
000455 ENVIRONMENT DIVISION.
000455 DATA        DIVISION.
000456 WORKING-STORAGE SECTION.
000456  01 WS-NOW         PIC X(21).
000456  01 WS-CLOCK.
000456    02 WS-CLOCK-HH  PIC 99.
000456    02 WS-CLOCK-MM  PIC 99.
000456    02 WS-CLOCK-SS  PIC 99.
000456    02 WS-CLOCK-CC  PIC 99.
000456  01 WS-START-CS    PIC 9(7) COMP-5.
000456  01 WS-NOW-CS      PIC 9(7) COMP-5.
000456  01 WS-WAIT-CS     PIC 99 COMP-5 VALUE 10.
000457 PROCEDURE   DIVISION.
000457 MAIN.
000457     PERFORM READ-CLOCK.
000457     MOVE WS-NOW-CS TO WS-START-CS.
000457     PERFORM UNTIL WS-NOW-CS >= WS-START-CS + WS-WAIT-CS
000457         OR WS-NOW-CS < WS-START-CS
000457         PERFORM READ-CLOCK
000457     END-PERFORM.
000457     EXIT PROGRAM.
000457
000457 READ-CLOCK.
000457     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000457     MOVE WS-NOW (9:8) TO WS-CLOCK.
000457     COMPUTE WS-NOW-CS = WS-CLOCK-HH * 360000 + WS-CLOCK-MM * 6000
000457         + WS-CLOCK-SS * 100 + WS-CLOCK-CC.
000458 END PROGRAM "PONG-WAIT".
000459 IDENTIFICATION DIVISION.
000459 PROGRAM-ID. "MH-SCREEN-RULES".
000459 ENVIRONMENT DIVISION.
000459 INPUT-OUTPUT SECTION.
000459 FILE-CONTROL.
000459     SELECT SCREEN-CTL-FILE ASSIGN TO "SCREENCTL.DAT"
000459         ORGANIZATION IS LINE SEQUENTIAL
000459         FILE STATUS IS WS-SC-STATUS.
000459 DATA        DIVISION.
000459 FILE SECTION.
000459 FD  SCREEN-CTL-FILE.
000459 01  SC-FILE-REC         PIC X(24).
000460 WORKING-STORAGE SECTION.
000460  01 WS-SC-STATUS   PIC XX.
000460  01 WS-SCREEN-CTL.
000460    02 SC-MIN-SECS      PIC 9(4).
000460    02 SC-PAIR-GAMES    PIC 99.
000460    02 SC-SHUT-MAX      PIC 99.
000460    02 SC-LOW-HITS      PIC 99.
000460    02 SC-LOW-PCT       PIC 999.
000460    02 SC-MIN-POINTS    PIC 999.
000460    02 SC-CHANGED       PIC X(8).
000460  01 WS-IN          PIC X(10).
000460  01 WS-NOW         PIC X(21).
000460  01 WS-AU-EVENT    PIC X(8).
000460  01 WS-AU-DETAIL   PIC X(40).
000460  01 WS-AU-RULE-DET.
000460    02 FILLER       PIC X(4) VALUE "MIN ".
000460    02 ARD-SECS     PIC 9(4).
000460    02 FILLER       PIC X(6) VALUE " PAIR ".
000460    02 ARD-PAIR     PIC 99.
000460    02 FILLER       PIC X(6) VALUE " SHUT ".
000460    02 ARD-SHUT     PIC 99.
000460    02 FILLER       PIC X(5) VALUE " LOW ".
000460    02 ARD-LOW      PIC 99.
000460    02 FILLER       PIC X VALUE "/".
000460    02 ARD-PCT      PIC 999.
000460    02 FILLER       PIC X VALUE "/".
000460    02 ARD-PTS      PIC 999.
000460    02 FILLER       PIC X VALUE SPACES.
000461 PROCEDURE   DIVISION.
000461 MAIN.
000461     PERFORM LOAD-RULES.
000461     DISPLAY "===== RESULT SCREENING THRESHOLDS =====".
000461     PERFORM SHOW-RULES.
000461     DISPLAY "Shortest believable game, seconds (blank = keep): ".
000461     ACCEPT WS-IN.
000461     IF FUNCTION TEST-NUMVAL(WS-IN) = 0
000461         IF FUNCTION NUMVAL(WS-IN) > 0 AND FUNCTION NUMVAL(WS-IN) < 10000
000461             COMPUTE SC-MIN-SECS = FUNCTION NUMVAL(WS-IN)
000461         END-IF
000461     END-IF.
000461     DISPLAY "Same pair, same winner, games in a day to flag (blank = keep): ".
000461     ACCEPT WS-IN.
000461     IF FUNCTION TEST-NUMVAL(WS-IN) = 0
000461         IF FUNCTION NUMVAL(WS-IN) > 1 AND FUNCTION NUMVAL(WS-IN) < 100
000461             COMPUTE SC-PAIR-GAMES = FUNCTION NUMVAL(WS-IN)
000461         END-IF
000461     END-IF.
000461     DISPLAY "Handicap shutout - loser scored at most (blank = keep): ".
000461     ACCEPT WS-IN.
000461     IF FUNCTION TEST-NUMVAL(WS-IN) = 0
000461         IF FUNCTION NUMVAL(WS-IN) >= 0 AND FUNCTION NUMVAL(WS-IN) < 100
000461             COMPUTE SC-SHUT-MAX = FUNCTION NUMVAL(WS-IN)
000461         END-IF
000461     END-IF.
000461     DISPLAY "Low rally - hits on a point at most (blank = keep): ".
000461     ACCEPT WS-IN.
000461     IF FUNCTION TEST-NUMVAL(WS-IN) = 0
000461         IF FUNCTION NUMVAL(WS-IN) >= 0 AND FUNCTION NUMVAL(WS-IN) < 100
000461             COMPUTE SC-LOW-HITS = FUNCTION NUMVAL(WS-IN)
000461         END-IF
000461     END-IF.
000461     DISPLAY "Low rally - percent of points to flag (blank = keep): ".
000461     ACCEPT WS-IN.
000461     IF FUNCTION TEST-NUMVAL(WS-IN) = 0
000461         IF FUNCTION NUMVAL(WS-IN) > 0 AND FUNCTION NUMVAL(WS-IN) <= 100
000461             COMPUTE SC-LOW-PCT = FUNCTION NUMVAL(WS-IN)
000461         END-IF
000461     END-IF.
000461     DISPLAY "Low rally - fewest points to judge a match (blank = keep): ".
000461     ACCEPT WS-IN.
000461     IF FUNCTION TEST-NUMVAL(WS-IN) = 0
000461         IF FUNCTION NUMVAL(WS-IN) > 0 AND FUNCTION NUMVAL(WS-IN) < 1000
000461             COMPUTE SC-MIN-POINTS = FUNCTION NUMVAL(WS-IN)
000461         END-IF
000461     END-IF.
000461     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000461     MOVE WS-NOW (1:8) TO SC-CHANGED.
000461     OPEN OUTPUT SCREEN-CTL-FILE.
000461     IF WS-SC-STATUS NOT = "00"
000461         DISPLAY "Cannot open SCREENCTL.DAT status " WS-SC-STATUS
000461         MOVE 8 TO RETURN-CODE
000461         STOP RUN
000461     END-IF.
000461     WRITE SC-FILE-REC FROM WS-SCREEN-CTL.
000461     CLOSE SCREEN-CTL-FILE.
000461     DISPLAY "----- THRESHOLDS NOW IN FORCE -----".
000461     PERFORM SHOW-RULES.
000461     MOVE "SCRRULES" TO WS-AU-EVENT.
000461     MOVE SC-MIN-SECS TO ARD-SECS.
000461     MOVE SC-PAIR-GAMES TO ARD-PAIR.
000461     MOVE SC-SHUT-MAX TO ARD-SHUT.
000461     MOVE SC-LOW-HITS TO ARD-LOW.
000461     MOVE SC-LOW-PCT TO ARD-PCT.
000461     MOVE SC-MIN-POINTS TO ARD-PTS.
000461     MOVE WS-AU-RULE-DET TO WS-AU-DETAIL.
000461     CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL.
000461     STOP RUN.
000461
000461 LOAD-RULES.
000461     MOVE 60 TO SC-MIN-SECS.
000461     MOVE 4 TO SC-PAIR-GAMES.
000461     MOVE 0 TO SC-SHUT-MAX.
000461     MOVE 1 TO SC-LOW-HITS.
000461     MOVE 90 TO SC-LOW-PCT.
000461     MOVE 5 TO SC-MIN-POINTS.
000461     MOVE SPACES TO SC-CHANGED.
000461     OPEN INPUT SCREEN-CTL-FILE.
000461     IF WS-SC-STATUS = "00"
000461         READ SCREEN-CTL-FILE INTO WS-SCREEN-CTL
000461             AT END
000461                 DISPLAY "SCREENCTL.DAT is empty - starting from defaults"
000461         END-READ
000461         CLOSE SCREEN-CTL-FILE
000461     ELSE
000461         DISPLAY "SCREENCTL.DAT not on file - starting from defaults"
000461     END-IF.
000461
000461 SHOW-RULES.
000461     DISPLAY "Short game under    : " SC-MIN-SECS " seconds".
000461     DISPLAY "Repeat pair at      : " SC-PAIR-GAMES " same-winner games a day".
000461     DISPLAY "Handicap shutout    : loser on " SC-SHUT-MAX " or less".
000461     DISPLAY "No rallies          : " SC-LOW-PCT "% of points with "
000461         SC-LOW-HITS " hits or less".
000461     DISPLAY "  judged from       : " SC-MIN-POINTS " points".
000461     IF SC-CHANGED NOT = SPACES
000461         DISPLAY "Last changed        : " SC-CHANGED
000461     END-IF.
000462 END PROGRAM "MH-SCREEN-RULES".
000463 IDENTIFICATION DIVISION.
000463 PROGRAM-ID. "MH-SCREEN".
000463 ENVIRONMENT DIVISION.
000463 INPUT-OUTPUT SECTION.
000463 FILE-CONTROL.
000463     SELECT MATCH-HISTORY-FILE ASSIGN TO "MATCHHIST.DAT"
000463         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS WS-MH-STATUS.
000463     SELECT POINT-DETAIL-FILE ASSIGN TO "MATCHPTS.DAT"
000463         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS WS-PT-STATUS.
000463     SELECT SCREEN-CTL-FILE ASSIGN TO "SCREENCTL.DAT"
000463         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS WS-SC-STATUS.
000463     SELECT REVIEW-FILE ASSIGN TO "MHREVIEW.DAT"
000463         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS WS-RV-STATUS.
000463     SELECT PRINT-FILE ASSIGN TO "SCREENRPT.TXT"
000463         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS WS-PR-STATUS.
000463 DATA        DIVISION.
000463 FILE SECTION.
000463 FD  MATCH-HISTORY-FILE.
000463 01  MH-RECORD.
000463     02 MH-DATE          PIC X(8).
000463     02 MH-START-TIME    PIC X(6).
000463     02 MH-END-TIME      PIC X(6).
000463     02 MH-SCOREL        PIC 99.
000463     02 MH-SCORER        PIC 99.
000463     02 MH-WINNER        PIC X.
000463     02 MH-LONGEST-RALLY PIC 999.
000463     02 MH-PLAYERL-ID    PIC 9(4).
000463     02 MH-PLAYERR-ID    PIC 9(4).
000463     02 MH-SIM-FLAG      PIC X.
000463     02 MH-HANDICAP      PIC X.
000463     02 MH-STATION       PIC XX.
000463 FD  POINT-DETAIL-FILE.
000463 01  PT-RECORD.
000463     02 PT-DATE       PIC X(8).
000463     02 PT-START-TIME PIC X(6).
000463     02 PT-SEQ        PIC 999.
000463     02 PT-SIDE       PIC X.
000463     02 PT-SCOREL     PIC 99.
000463     02 PT-SCORER     PIC 99.
000463     02 PT-RALLY-HITS PIC 999.
000463     02 PT-BALL-DX    PIC S9.
000463     02 PT-BALL-DY    PIC S9.
000463     02 PT-STAMP      PIC X(14).
000463     02 PT-STATION    PIC XX.
000463 FD  SCREEN-CTL-FILE.
000463 01  SC-FILE-REC         PIC X(24).
000463 FD  REVIEW-FILE.
000463 01  RV-RECORD.
000463     02 RV-KEY.
000463        03 RV-DATE       PIC X(8).
000463        03 RV-START-TIME PIC X(6).
000463     02 RV-RULE          PIC X(4).
000463     02 RV-STATION       PIC XX.
000463     02 RV-PLAYERL-ID    PIC 9(4).
000463     02 RV-PLAYERR-ID    PIC 9(4).
000463     02 RV-DETAIL        PIC X(20).
000463     02 RV-FLAGGED       PIC X(8).
000463     02 RV-STATUS        PIC X.
000463     02 RV-REVIEWED      PIC X(8).
000463     02 RV-USER          PIC X(10).
000463 FD  PRINT-FILE.
000463 01  PR-LINE             PIC X(80).
000464 WORKING-STORAGE SECTION.
000464  01 WS-MH-STATUS   PIC XX.
000464  01 WS-PT-STATUS   PIC XX.
000464  01 WS-SC-STATUS   PIC XX.
000464  01 WS-RV-STATUS   PIC XX.
000464  01 WS-PR-STATUS   PIC XX.
000464  01 WS-NOW         PIC X(21).
000464  01 WS-TODAY       PIC X(8).
000464  01 WS-FROM-IN     PIC X(10).
000464  01 WS-TO-IN       PIC X(10).
000464  01 WS-FROM-DATE   PIC X(8).
000464  01 WS-TO-DATE     PIC X(8).
000464  01 WS-SCREEN-CTL.
000464    02 SC-MIN-SECS      PIC 9(4).
000464    02 SC-PAIR-GAMES    PIC 99.
000464    02 SC-SHUT-MAX      PIC 99.
000464    02 SC-LOW-HITS      PIC 99.
000464    02 SC-LOW-PCT       PIC 999.
000464    02 SC-MIN-POINTS    PIC 999.
000464    02 SC-CHANGED       PIC X(8).
000464  01 WS-RV-CNT      PIC 9(4) COMP-5 VALUE 0.
000464  01 WS-RV-IDX      PIC 9(4) COMP-5.
000464  01 WS-RV-OVERFLOW PIC X VALUE 'N'.
000464  01 WS-RV-TABLE.
000464    02 WS-RV-ENT OCCURS 2000 TIMES.
000464      03 WS-RV-KEY     PIC X(14).
000464      03 WS-RV-RULE    PIC X(4).
000464  01 WS-GM-CNT      PIC 9(4) COMP-5 VALUE 0.
000464  01 WS-GM-IDX      PIC 9(4) COMP-5.
000464  01 WS-GM-JDX      PIC 9(4) COMP-5.
000464  01 WS-GM-FOUND    PIC 9(4) COMP-5.
000464  01 WS-GM-OMITTED  PIC 9(5) COMP-5 VALUE 0.
000464  01 WS-GM-TABLE.
000464    02 WS-GM-ENT OCCURS 2000 TIMES.
000464      03 WS-GM-KEY     PIC X(14).
000464      03 WS-GM-END     PIC X(6).
000464      03 WS-GM-STATION PIC XX.
000464      03 WS-GM-LID     PIC 9(4).
000464      03 WS-GM-RID     PIC 9(4).
000464      03 WS-GM-SL      PIC 99.
000464      03 WS-GM-SR      PIC 99.
000464      03 WS-GM-WINNER  PIC X.
000464      03 WS-GM-HCAP    PIC X.
000464      03 WS-GM-WIN-ID  PIC 9(4).
000464      03 WS-GM-LO-ID   PIC 9(4).
000464      03 WS-GM-HI-ID   PIC 9(4).
000464      03 WS-GM-PTS     PIC 9(4) COMP-5.
000464      03 WS-GM-LOW     PIC 9(4) COMP-5.
000464  01 WS-PT-KEY      PIC X(14).
000464  01 WS-LAST-PT-KEY PIC X(14) VALUE SPACES.
000464  01 WS-LAST-PT-IDX PIC 9(4) COMP-5 VALUE 0.
000464  01 WS-HMS         PIC 9(6).
000464  01 WS-HMS-R REDEFINES WS-HMS.
000464    02 WS-HMS-HH    PIC 99.
000464    02 WS-HMS-MM    PIC 99.
000464    02 WS-HMS-SS    PIC 99.
000464  01 WS-START-SECS  PIC 9(5) COMP-5.
000464  01 WS-END-SECS    PIC 9(5) COMP-5.
000464  01 WS-SECS        PIC 9(5) COMP-5.
000464  01 WS-PAIR-CNT    PIC 9(4) COMP-5.
000464  01 WS-LOSER-SCORE PIC 99.
000464  01 WS-LOW-WORK    PIC 9(7) COMP-5.
000464  01 WS-PTS-WORK    PIC 9(7) COMP-5.
000464  01 WS-GAMES-READ  PIC 9(6) COMP-5 VALUE 0.
000464  01 WS-FLAGS       PIC 9(5) COMP-5 VALUE 0.
000464  01 WS-FLAGS-NEW   PIC 9(5) COMP-5 VALUE 0.
000464  01 WS-FLAGS-HELD  PIC 9(5) COMP-5 VALUE 0.
000464  01 WS-RULE-IDX    PIC 9 COMP-5.
000464  01 WS-RULE-CNTS.
000464    02 WS-RULE-CNT  PIC 9(5) COMP-5 OCCURS 4 TIMES.
000464  01 WS-RULE-CODES  PIC X(16) VALUE "SHRTPAIRSHUTRALY".
000464  01 WS-RULE-CODES-R REDEFINES WS-RULE-CODES.
000464    02 WS-RULE-CODE PIC X(4) OCCURS 4 TIMES.
000464  01 WS-RULE-NAMES.
000464    02 FILLER PIC X(16) VALUE "SHORT GAME".
000464    02 FILLER PIC X(16) VALUE "REPEAT PAIR/DAY".
000464    02 FILLER PIC X(16) VALUE "HANDICAP SHUTOUT".
000464    02 FILLER PIC X(16) VALUE "NO RALLIES".
000464  01 WS-RULE-NAMES-R REDEFINES WS-RULE-NAMES.
000464    02 WS-RULE-NAME PIC X(16) OCCURS 4 TIMES.
000464  01 WS-FL-DETAIL   PIC X(20).
000464  01 WS-FL-SEEN     PIC X.
000464  01 WS-SHRT-DET.
000464    02 FILLER       PIC X(7) VALUE "LASTED ".
000464    02 SRD-SECS     PIC ZZZZ9.
000464    02 FILLER       PIC X(8) VALUE " SECONDS".
000464  01 WS-PAIR-DET.
000464    02 PRD-CNT      PIC Z9.
000464    02 FILLER       PIC X(13) VALUE " WINS FOR ID ".
000464    02 PRD-ID       PIC 9(4).
000464    02 FILLER       PIC X VALUE SPACE.
000464  01 WS-SHUT-DET.
000464    02 FILLER       PIC X(6) VALUE "FINAL ".
000464    02 SHD-SL       PIC Z9.
000464    02 FILLER       PIC X VALUE "-".
000464    02 SHD-SR       PIC 99.
000464    02 FILLER       PIC X(9) VALUE SPACES.
000464  01 WS-RALY-DET.
000464    02 RLD-LOW      PIC ZZZ9.
000464    02 FILLER       PIC X(4) VALUE " OF ".
000464    02 RLD-PTS      PIC ZZZ9.
000464    02 FILLER       PIC X(8) VALUE " PTS LOW".
000464  01 WS-CNT-DISP    PIC ZZZZ9.
000464  01 WS-LINE-CNT    PIC 99 COMP-5 VALUE 99.
000464  01 WS-PAGE-CNT    PIC 999 COMP-5 VALUE 0.
000464  01 WS-PR-HOLD     PIC X(80).
000464  01 WS-HDG1.
000464    02 FILLER PIC X(30) VALUE "PONG RESULT SCREENING REPORT  ".
000464    02 FILLER PIC X(6)  VALUE "RANGE ".
000464    02 HDG-FROM PIC X(8).
000464    02 FILLER PIC X(3)  VALUE " - ".
000464    02 HDG-TO   PIC X(8).
000464    02 FILLER PIC X(15) VALUE "           PAGE".
000464    02 HDG-PAGE PIC ZZZ9.
000464    02 FILLER PIC X(6)  VALUE SPACES.
000464  01 WS-HDG2        PIC X(80) VALUE
000464     "DATE     START   ST  LEFT RGHT  SCORE  RULE             DETAIL               *".
000464  01 WS-DETAIL.
000464    02 DET-DATE      PIC X(8).
000464    02 FILLER        PIC X VALUE SPACE.
000464    02 DET-TIME      PIC X(6).
000464    02 FILLER        PIC XX VALUE SPACES.
000464    02 DET-STN       PIC XX.
000464    02 FILLER        PIC XX VALUE SPACES.
000464    02 DET-LID       PIC 9(4).
000464    02 FILLER        PIC X VALUE SPACE.
000464    02 DET-RID       PIC 9(4).
000464    02 FILLER        PIC XX VALUE SPACES.
000464    02 DET-SL        PIC Z9.
000464    02 FILLER        PIC X VALUE "-".
000464    02 DET-SR        PIC 99.
000464    02 FILLER        PIC XX VALUE SPACES.
000464    02 DET-RULE      PIC X(16).
000464    02 FILLER        PIC X VALUE SPACE.
000464    02 DET-DETAIL    PIC X(20).
000464    02 FILLER        PIC X VALUE SPACE.
000464    02 DET-SEEN      PIC X.
000464    02 FILLER        PIC XX VALUE SPACES.
000464  01 WS-SUM-LINE.
000464    02 FILLER        PIC XX VALUE SPACES.
000464    02 SUM-LABEL     PIC X(30).
000464    02 SUM-CNT       PIC ZZZZ9.
000464    02 FILLER        PIC X(43) VALUE SPACES.
000464  01 WS-AU-EVENT    PIC X(8).
000464  01 WS-AU-DETAIL   PIC X(40).
000464  01 WS-AU-SCREEN-DET.
000464    02 FILLER       PIC X(6) VALUE "GAMES ".
000464    02 ASD-GAMES    PIC 9(5).
000464    02 FILLER       PIC X(7) VALUE " FLAGS ".
000464    02 ASD-FLAGS    PIC 9(5).
000464    02 FILLER       PIC X(5) VALUE " NEW ".
000464    02 ASD-NEW      PIC 9(5).
000464    02 FILLER       PIC X(7) VALUE SPACES.
000465 PROCEDURE   DIVISION.
000465 MAIN.
000465     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000465     MOVE WS-NOW (1:8) TO WS-TODAY.
000465     DISPLAY "From date (YYYYMMDD, blank = all): ".
000465     ACCEPT WS-FROM-IN.
000465     IF WS-FROM-IN (1:8) IS NUMERIC
000465         MOVE WS-FROM-IN (1:8) TO WS-FROM-DATE
000465     ELSE
000465         MOVE "00000000" TO WS-FROM-DATE
000465     END-IF.
000465     DISPLAY "To date (YYYYMMDD, blank = all): ".
000465     ACCEPT WS-TO-IN.
000465     IF WS-TO-IN (1:8) IS NUMERIC
000465         MOVE WS-TO-IN (1:8) TO WS-TO-DATE
000465     ELSE
000465         MOVE "99999999" TO WS-TO-DATE
000465     END-IF.
000465     MOVE WS-FROM-DATE TO HDG-FROM.
000465     MOVE WS-TO-DATE TO HDG-TO.
000465     PERFORM LOAD-RULES.
000465     PERFORM LOAD-REVIEW.
000465     IF WS-RV-OVERFLOW = 'Y'
000465         DISPLAY "MHREVIEW.DAT exceeds maintenance limit - nothing screened"
000465         DISPLAY "Run MH-REVIEW and purge decided items"
000465         MOVE 8 TO RETURN-CODE
000465         STOP RUN
000465     END-IF.
000465     PERFORM LOAD-GAMES.
000465     PERFORM LOAD-POINTS.
000465     OPEN OUTPUT PRINT-FILE.
000465     IF WS-PR-STATUS NOT = "00"
000465         DISPLAY "Cannot open SCREENRPT.TXT"
000465         MOVE 8 TO RETURN-CODE
000465         STOP RUN
000465     END-IF.
000465     OPEN EXTEND REVIEW-FILE.
000465     IF WS-RV-STATUS = "35"
000465         OPEN OUTPUT REVIEW-FILE
000465     END-IF.
000465     IF WS-RV-STATUS NOT = "00"
000465         DISPLAY "Cannot open MHREVIEW.DAT status " WS-RV-STATUS
000465         CLOSE PRINT-FILE
000465         MOVE 8 TO RETURN-CODE
000465         STOP RUN
000465     END-IF.
000465     PERFORM VARYING WS-RULE-IDX FROM 1 BY 1 UNTIL WS-RULE-IDX > 4
000465         MOVE 0 TO WS-RULE-CNT (WS-RULE-IDX)
000465     END-PERFORM.
000465     PERFORM PAGE-HEADING.
000465     PERFORM SCREEN-GAME
000465         VARYING WS-GM-IDX FROM 1 BY 1 UNTIL WS-GM-IDX > WS-GM-CNT.
000465     IF WS-FLAGS = 0
000465         MOVE "  NO MATCHES FLAGGED" TO PR-LINE
000465         PERFORM PRINT-REPORT-LINE
000465     END-IF.
000465     PERFORM PRINT-SUMMARY.
000465     CLOSE REVIEW-FILE.
000465     CLOSE PRINT-FILE.
000465     DISPLAY "===== RESULT SCREENING =====".
000465     MOVE WS-GM-CNT TO WS-CNT-DISP.
000465     DISPLAY "Games screened      : " WS-CNT-DISP.
000465     MOVE WS-FLAGS TO WS-CNT-DISP.
000465     DISPLAY "Flags raised        : " WS-CNT-DISP.
000465     MOVE WS-FLAGS-NEW TO WS-CNT-DISP.
000465     DISPLAY "  New for review    : " WS-CNT-DISP.
000465     MOVE WS-FLAGS-HELD TO WS-CNT-DISP.
000465     DISPLAY "  Already on file   : " WS-CNT-DISP.
000465     IF WS-GM-OMITTED > 0
000465         MOVE WS-GM-OMITTED TO WS-CNT-DISP
000465         DISPLAY "Games not screened  : " WS-CNT-DISP " (table full)"
000465     END-IF.
000465     DISPLAY "Screening report written to SCREENRPT.TXT".
000465     MOVE "SCREEN" TO WS-AU-EVENT.
000465     MOVE WS-GM-CNT TO ASD-GAMES.
000465     MOVE WS-FLAGS TO ASD-FLAGS.
000465     MOVE WS-FLAGS-NEW TO ASD-NEW.
000465     MOVE WS-AU-SCREEN-DET TO WS-AU-DETAIL.
000465     CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL.
000465     STOP RUN.
000465
000465 LOAD-RULES.
000465     MOVE 60 TO SC-MIN-SECS.
000465     MOVE 4 TO SC-PAIR-GAMES.
000465     MOVE 0 TO SC-SHUT-MAX.
000465     MOVE 1 TO SC-LOW-HITS.
000465     MOVE 90 TO SC-LOW-PCT.
000465     MOVE 5 TO SC-MIN-POINTS.
000465     MOVE SPACES TO SC-CHANGED.
000465     OPEN INPUT SCREEN-CTL-FILE.
000465     IF WS-SC-STATUS = "00"
000465         READ SCREEN-CTL-FILE INTO WS-SCREEN-CTL
000465             AT END
000465                 DISPLAY "SCREENCTL.DAT is empty - default thresholds used"
000465         END-READ
000465         CLOSE SCREEN-CTL-FILE
000465     ELSE
000465         DISPLAY "SCREENCTL.DAT not on file - default thresholds used"
000465     END-IF.
000465
000465 LOAD-REVIEW.
000465     OPEN INPUT REVIEW-FILE.
000465     IF WS-RV-STATUS = "00"
000465         PERFORM UNTIL WS-RV-STATUS = "10"
000465             READ REVIEW-FILE
000465                 AT END MOVE "10" TO WS-RV-STATUS
000465                 NOT AT END
000465                     IF WS-RV-CNT < 2000
000465                         ADD 1 TO WS-RV-CNT
000465                         MOVE RV-KEY TO WS-RV-KEY (WS-RV-CNT)
000465                         MOVE RV-RULE TO WS-RV-RULE (WS-RV-CNT)
000465                     ELSE
000465                         MOVE 'Y' TO WS-RV-OVERFLOW
000465                     END-IF
000465             END-READ
000465         END-PERFORM
000465         CLOSE REVIEW-FILE
000465     END-IF.
000465
000465 LOAD-GAMES.
000465     OPEN INPUT MATCH-HISTORY-FILE.
000465     IF WS-MH-STATUS = "00"
000465         PERFORM UNTIL WS-MH-STATUS = "10"
000465             READ MATCH-HISTORY-FILE
000465                 AT END MOVE "10" TO WS-MH-STATUS
000465                 NOT AT END PERFORM KEEP-GAME
000465             END-READ
000465         END-PERFORM
000465         CLOSE MATCH-HISTORY-FILE
000465     ELSE
000465         DISPLAY "No match history on file (MATCHHIST.DAT)"
000465     END-IF.
000465
000465 KEEP-GAME.
000465     ADD 1 TO WS-GAMES-READ.
000465     IF MH-DATE IS NUMERIC AND MH-SIM-FLAG NOT = 'S'
000465         AND MH-DATE >= WS-FROM-DATE AND MH-DATE <= WS-TO-DATE
000465         AND MH-START-TIME IS NUMERIC AND MH-END-TIME IS NUMERIC
000465         AND MH-SCOREL IS NUMERIC AND MH-SCORER IS NUMERIC
000465         AND MH-PLAYERL-ID IS NUMERIC AND MH-PLAYERR-ID IS NUMERIC
000465         IF WS-GM-CNT < 2000
000465             ADD 1 TO WS-GM-CNT
000465             MOVE MH-DATE TO WS-GM-KEY (WS-GM-CNT) (1:8)
000465             MOVE MH-START-TIME TO WS-GM-KEY (WS-GM-CNT) (9:6)
000465             MOVE MH-END-TIME TO WS-GM-END (WS-GM-CNT)
000465             MOVE MH-STATION TO WS-GM-STATION (WS-GM-CNT)
000465             MOVE MH-PLAYERL-ID TO WS-GM-LID (WS-GM-CNT)
000465             MOVE MH-PLAYERR-ID TO WS-GM-RID (WS-GM-CNT)
000465             MOVE MH-SCOREL TO WS-GM-SL (WS-GM-CNT)
000465             MOVE MH-SCORER TO WS-GM-SR (WS-GM-CNT)
000465             MOVE MH-WINNER TO WS-GM-WINNER (WS-GM-CNT)
000465             MOVE MH-HANDICAP TO WS-GM-HCAP (WS-GM-CNT)
000465             IF MH-WINNER = 'L'
000465                 MOVE MH-PLAYERL-ID TO WS-GM-WIN-ID (WS-GM-CNT)
000465             ELSE
000465                 MOVE MH-PLAYERR-ID TO WS-GM-WIN-ID (WS-GM-CNT)
000465             END-IF
000465             IF MH-PLAYERL-ID < MH-PLAYERR-ID
000465                 MOVE MH-PLAYERL-ID TO WS-GM-LO-ID (WS-GM-CNT)
000465                 MOVE MH-PLAYERR-ID TO WS-GM-HI-ID (WS-GM-CNT)
000465             ELSE
000465                 MOVE MH-PLAYERR-ID TO WS-GM-LO-ID (WS-GM-CNT)
000465                 MOVE MH-PLAYERL-ID TO WS-GM-HI-ID (WS-GM-CNT)
000465             END-IF
000465             MOVE 0 TO WS-GM-PTS (WS-GM-CNT)
000465             MOVE 0 TO WS-GM-LOW (WS-GM-CNT)
000465         ELSE
000465             ADD 1 TO WS-GM-OMITTED
000465         END-IF
000465     END-IF.
000465
000465 LOAD-POINTS.
000465     OPEN INPUT POINT-DETAIL-FILE.
000465     IF WS-PT-STATUS = "00"
000465         PERFORM UNTIL WS-PT-STATUS = "10"
000465             READ POINT-DETAIL-FILE
000465                 AT END MOVE "10" TO WS-PT-STATUS
000465                 NOT AT END PERFORM TALLY-POINT
000465             END-READ
000465         END-PERFORM
000465         CLOSE POINT-DETAIL-FILE
000465     END-IF.
000465
000465 TALLY-POINT.
000465     IF PT-DATE >= WS-FROM-DATE AND PT-DATE <= WS-TO-DATE
000465         AND PT-RALLY-HITS IS NUMERIC
000465         MOVE PT-DATE TO WS-PT-KEY (1:8)
000465         MOVE PT-START-TIME TO WS-PT-KEY (9:6)
000465         IF WS-PT-KEY NOT = WS-LAST-PT-KEY
000465             MOVE 0 TO WS-GM-FOUND
000465             PERFORM VARYING WS-GM-JDX FROM 1 BY 1
000465                 UNTIL WS-GM-JDX > WS-GM-CNT
000465                 IF WS-GM-KEY (WS-GM-JDX) = WS-PT-KEY
000465                     MOVE WS-GM-JDX TO WS-GM-FOUND
000465                     MOVE WS-GM-CNT TO WS-GM-JDX
000465                 END-IF
000465             END-PERFORM
000465             MOVE WS-PT-KEY TO WS-LAST-PT-KEY
000465             MOVE WS-GM-FOUND TO WS-LAST-PT-IDX
000465         END-IF
000465         IF WS-LAST-PT-IDX > 0
000465             ADD 1 TO WS-GM-PTS (WS-LAST-PT-IDX)
000465             IF PT-RALLY-HITS <= SC-LOW-HITS
000465                 ADD 1 TO WS-GM-LOW (WS-LAST-PT-IDX)
000465             END-IF
000465         END-IF
000465     END-IF.
000465
000465 SCREEN-GAME.
000465     MOVE WS-GM-KEY (WS-GM-IDX) (9:6) TO WS-HMS.
000465     COMPUTE WS-START-SECS = WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS.
000465     MOVE WS-GM-END (WS-GM-IDX) TO WS-HMS.
000465     COMPUTE WS-END-SECS = WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS.
000465     IF WS-END-SECS < WS-START-SECS
000465         COMPUTE WS-SECS = WS-END-SECS + 86400 - WS-START-SECS
000465     ELSE
000465         COMPUTE WS-SECS = WS-END-SECS - WS-START-SECS
000465     END-IF.
000465     IF WS-SECS < SC-MIN-SECS
000465         MOVE WS-SECS TO SRD-SECS
000465         MOVE WS-SHRT-DET TO WS-FL-DETAIL
000465         MOVE 1 TO WS-RULE-IDX
000465         PERFORM FLAG-MATCH
000465     END-IF.
000465     IF WS-GM-LID (WS-GM-IDX) > 0 AND WS-GM-RID (WS-GM-IDX) > 0
000465         AND WS-GM-LID (WS-GM-IDX) NOT = WS-GM-RID (WS-GM-IDX)
000465         PERFORM COUNT-PAIR
000465         IF WS-PAIR-CNT >= SC-PAIR-GAMES
000465             MOVE WS-PAIR-CNT TO PRD-CNT
000465             MOVE WS-GM-WIN-ID (WS-GM-IDX) TO PRD-ID
000465             MOVE WS-PAIR-DET TO WS-FL-DETAIL
000465             MOVE 2 TO WS-RULE-IDX
000465             PERFORM FLAG-MATCH
000465         END-IF
000465     END-IF.
000465     IF WS-GM-HCAP (WS-GM-IDX) = 'H'
000465         IF WS-GM-WINNER (WS-GM-IDX) = 'L'
000465             MOVE WS-GM-SR (WS-GM-IDX) TO WS-LOSER-SCORE
000465         ELSE
000465             MOVE WS-GM-SL (WS-GM-IDX) TO WS-LOSER-SCORE
000465         END-IF
000465         IF WS-LOSER-SCORE <= SC-SHUT-MAX
000465             MOVE WS-GM-SL (WS-GM-IDX) TO SHD-SL
000465             MOVE WS-GM-SR (WS-GM-IDX) TO SHD-SR
000465             MOVE WS-SHUT-DET TO WS-FL-DETAIL
000465             MOVE 3 TO WS-RULE-IDX
000465             PERFORM FLAG-MATCH
000465         END-IF
000465     END-IF.
000465     IF WS-GM-PTS (WS-GM-IDX) >= SC-MIN-POINTS
000465         COMPUTE WS-LOW-WORK = WS-GM-LOW (WS-GM-IDX) * 100
000465         COMPUTE WS-PTS-WORK = WS-GM-PTS (WS-GM-IDX) * SC-LOW-PCT
000465         IF WS-LOW-WORK >= WS-PTS-WORK
000465             MOVE WS-GM-LOW (WS-GM-IDX) TO RLD-LOW
000465             MOVE WS-GM-PTS (WS-GM-IDX) TO RLD-PTS
000465             MOVE WS-RALY-DET TO WS-FL-DETAIL
000465             MOVE 4 TO WS-RULE-IDX
000465             PERFORM FLAG-MATCH
000465         END-IF
000465     END-IF.
000465
000465 COUNT-PAIR.
000465     MOVE 0 TO WS-PAIR-CNT.
000465     PERFORM VARYING WS-GM-JDX FROM 1 BY 1 UNTIL WS-GM-JDX > WS-GM-CNT
000465         IF WS-GM-KEY (WS-GM-JDX) (1:8) = WS-GM-KEY (WS-GM-IDX) (1:8)
000465             AND WS-GM-LO-ID (WS-GM-JDX) = WS-GM-LO-ID (WS-GM-IDX)
000465             AND WS-GM-HI-ID (WS-GM-JDX) = WS-GM-HI-ID (WS-GM-IDX)
000465             AND WS-GM-WIN-ID (WS-GM-JDX) = WS-GM-WIN-ID (WS-GM-IDX)
000465             ADD 1 TO WS-PAIR-CNT
000465         END-IF
000465     END-PERFORM.
000465
000465 FLAG-MATCH.
000465     ADD 1 TO WS-FLAGS.
000465     ADD 1 TO WS-RULE-CNT (WS-RULE-IDX).
000465     MOVE 'N' TO WS-FL-SEEN.
000465     PERFORM VARYING WS-RV-IDX FROM 1 BY 1 UNTIL WS-RV-IDX > WS-RV-CNT
000465         IF WS-RV-KEY (WS-RV-IDX) = WS-GM-KEY (WS-GM-IDX)
000465             AND WS-RV-RULE (WS-RV-IDX) = WS-RULE-CODE (WS-RULE-IDX)
000465             MOVE 'Y' TO WS-FL-SEEN
000465             MOVE WS-RV-CNT TO WS-RV-IDX
000465         END-IF
000465     END-PERFORM.
000465     IF WS-FL-SEEN = 'Y'
000465         ADD 1 TO WS-FLAGS-HELD
000465         MOVE "*" TO DET-SEEN
000465     ELSE
000465         ADD 1 TO WS-FLAGS-NEW
000465         MOVE SPACE TO DET-SEEN
000465         MOVE WS-GM-KEY (WS-GM-IDX) TO RV-KEY
000465         MOVE WS-RULE-CODE (WS-RULE-IDX) TO RV-RULE
000465         MOVE WS-GM-STATION (WS-GM-IDX) TO RV-STATION
000465         MOVE WS-GM-LID (WS-GM-IDX) TO RV-PLAYERL-ID
000465         MOVE WS-GM-RID (WS-GM-IDX) TO RV-PLAYERR-ID
000465         MOVE WS-FL-DETAIL TO RV-DETAIL
000465         MOVE WS-TODAY TO RV-FLAGGED
000465         MOVE 'P' TO RV-STATUS
000465         MOVE SPACES TO RV-REVIEWED
000465         MOVE SPACES TO RV-USER
000465         WRITE RV-RECORD
000465         IF WS-RV-CNT < 2000
000465             ADD 1 TO WS-RV-CNT
000465             MOVE RV-KEY TO WS-RV-KEY (WS-RV-CNT)
000465             MOVE RV-RULE TO WS-RV-RULE (WS-RV-CNT)
000465         END-IF
000465     END-IF.
000465     MOVE WS-GM-KEY (WS-GM-IDX) (1:8) TO DET-DATE.
000465     MOVE WS-GM-KEY (WS-GM-IDX) (9:6) TO DET-TIME.
000465     MOVE WS-GM-STATION (WS-GM-IDX) TO DET-STN.
000465     MOVE WS-GM-LID (WS-GM-IDX) TO DET-LID.
000465     MOVE WS-GM-RID (WS-GM-IDX) TO DET-RID.
000465     MOVE WS-GM-SL (WS-GM-IDX) TO DET-SL.
000465     MOVE WS-GM-SR (WS-GM-IDX) TO DET-SR.
000465     MOVE WS-RULE-NAME (WS-RULE-IDX) TO DET-RULE.
000465     MOVE WS-FL-DETAIL TO DET-DETAIL.
000465     MOVE WS-DETAIL TO PR-LINE.
000465     PERFORM PRINT-REPORT-LINE.
000465
000465 PAGE-HEADING.
000465     ADD 1 TO WS-PAGE-CNT.
000465     MOVE WS-PAGE-CNT TO HDG-PAGE.
000465     IF WS-PAGE-CNT = 1
000465         WRITE PR-LINE FROM WS-HDG1
000465     ELSE
000465         WRITE PR-LINE FROM WS-HDG1 AFTER ADVANCING PAGE
000465     END-IF.
000465     WRITE PR-LINE FROM WS-HDG2.
000465     MOVE SPACES TO PR-LINE.
000465     WRITE PR-LINE.
000465     MOVE 3 TO WS-LINE-CNT.
000465
000465 PRINT-REPORT-LINE.
000465     IF WS-LINE-CNT >= 55
000465         MOVE PR-LINE TO WS-PR-HOLD
000465         PERFORM PAGE-HEADING
000465         MOVE WS-PR-HOLD TO PR-LINE
000465     END-IF.
000465     WRITE PR-LINE.
000465     ADD 1 TO WS-LINE-CNT.
000465
000465 PRINT-SUMMARY.
000465     MOVE SPACES TO PR-LINE.
000465     PERFORM PRINT-REPORT-LINE.
000465     MOVE "RULE SUMMARY" TO PR-LINE.
000465     PERFORM PRINT-REPORT-LINE.
000465     PERFORM VARYING WS-RULE-IDX FROM 1 BY 1 UNTIL WS-RULE-IDX > 4
000465         MOVE WS-RULE-NAME (WS-RULE-IDX) TO SUM-LABEL
000465         MOVE WS-RULE-CNT (WS-RULE-IDX) TO SUM-CNT
000465         MOVE WS-SUM-LINE TO PR-LINE
000465         PERFORM PRINT-REPORT-LINE
000465     END-PERFORM.
000465     MOVE "GAMES SCREENED" TO SUM-LABEL.
000465     MOVE WS-GM-CNT TO SUM-CNT.
000465     MOVE WS-SUM-LINE TO PR-LINE.
000465     PERFORM PRINT-REPORT-LINE.
000465     MOVE "NEW ITEMS FOR REVIEW" TO SUM-LABEL.
000465     MOVE WS-FLAGS-NEW TO SUM-CNT.
000465     MOVE WS-SUM-LINE TO PR-LINE.
000465     PERFORM PRINT-REPORT-LINE.
000465     IF WS-GM-OMITTED > 0
000465         MOVE "NOT SCREENED (TABLE FULL)" TO SUM-LABEL
000465         MOVE WS-GM-OMITTED TO SUM-CNT
000465         MOVE WS-SUM-LINE TO PR-LINE
000465         PERFORM PRINT-REPORT-LINE
000465     END-IF.
000465     MOVE SPACES TO PR-LINE.
000465     PERFORM PRINT-REPORT-LINE.
000465     MOVE "* = ALREADY ON MHREVIEW.DAT - NOT ADDED AGAIN" TO PR-LINE.
000465     PERFORM PRINT-REPORT-LINE.
000465     MOVE "FLAGS ARE HELD FOR REVIEW ONLY - CONFIRM OR CLEAR THEM WITH MH-REVIEW"
000465         TO PR-LINE.
000465     PERFORM PRINT-REPORT-LINE.
000466 END PROGRAM "MH-SCREEN".
000467 IDENTIFICATION DIVISION.
000467 PROGRAM-ID. "MH-REVIEW".
000467 ENVIRONMENT DIVISION.
000467 INPUT-OUTPUT SECTION.
000467 FILE-CONTROL.
000467     SELECT REVIEW-FILE ASSIGN TO "MHREVIEW.DAT"
000467         ORGANIZATION IS LINE SEQUENTIAL
000467         FILE STATUS IS WS-RV-STATUS.
000467 DATA        DIVISION.
000467 FILE SECTION.
000467 FD  REVIEW-FILE.
000467 01  RV-RECORD.
000467     02 RV-KEY.
000467        03 RV-DATE       PIC X(8).
000467        03 RV-START-TIME PIC X(6).
000467     02 RV-RULE          PIC X(4).
000467     02 RV-STATION       PIC XX.
000467     02 RV-PLAYERL-ID    PIC 9(4).
000467     02 RV-PLAYERR-ID    PIC 9(4).
000467     02 RV-DETAIL        PIC X(20).
000467     02 RV-FLAGGED       PIC X(8).
000467     02 RV-STATUS        PIC X.
000467     02 RV-REVIEWED      PIC X(8).
000467     02 RV-USER          PIC X(10).
000468 WORKING-STORAGE SECTION.
000468  01 WS-RV-STATUS   PIC XX.
000468  01 WS-IN          PIC X(10).
000468  01 WS-USER        PIC X(10).
000468  01 WS-NOW         PIC X(21).
000468  01 WS-TODAY       PIC X(8).
000468  01 WS-PURGE-DATE  PIC X(8).
000468  01 WS-QUIT        PIC X VALUE 'N'.
000468  01 WS-CHANGED     PIC X VALUE 'N'.
000468  01 WS-RV-CNT      PIC 9(4) COMP-5 VALUE 0.
000468  01 WS-RV-IDX      PIC 9(4) COMP-5.
000468  01 WS-RV-OVERFLOW PIC X VALUE 'N'.
000468  01 WS-RV-TABLE.
000468    02 WS-RV-ENTRY   OCCURS 2000 TIMES.
000468      03 WS-RV-ENT     PIC X(75).
000468      03 WS-RV-DECIDED PIC X.
000468  01 WS-PENDING     PIC 9(5) COMP-5 VALUE 0.
000468  01 WS-CONFIRMED   PIC 9(5) COMP-5 VALUE 0.
000468  01 WS-CLEARED     PIC 9(5) COMP-5 VALUE 0.
000468  01 WS-PURGED      PIC 9(5) COMP-5 VALUE 0.
000468  01 WS-CNT-DISP    PIC ZZZZ9.
000468  01 WS-RULE-NAME   PIC X(16).
000468  01 WS-AU-EVENT    PIC X(8).
000468  01 WS-AU-DETAIL   PIC X(40).
000468  01 WS-AU-REVIEW-DET.
000468    02 ARV-KEY      PIC X(14).
000468    02 FILLER       PIC X VALUE SPACE.
000468    02 ARV-RULE     PIC X(4).
000468    02 FILLER       PIC X VALUE SPACE.
000468    02 ARV-DECISION PIC X(7).
000468    02 FILLER       PIC X VALUE SPACE.
000468    02 ARV-USER     PIC X(10).
000468    02 FILLER       PIC XX VALUE SPACES.
000469 PROCEDURE   DIVISION.
000469 MAIN.
000469     DISPLAY "===== SCREENING REVIEW =====".
000469     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000469     MOVE WS-NOW (1:8) TO WS-TODAY.
000469     DISPLAY "Operator ID: ".
000469     ACCEPT WS-USER.
000469     IF WS-USER = SPACES
000469         DISPLAY "Operator is required - nothing reviewed"
000469         MOVE 8 TO RETURN-CODE
000469         STOP RUN
000469     END-IF.
000469     PERFORM LOAD-REVIEW.
000469     IF WS-RV-OVERFLOW = 'Y'
000469         DISPLAY "MHREVIEW.DAT exceeds maintenance limit - nothing reviewed"
000469         MOVE 8 TO RETURN-CODE
000469         STOP RUN
000469     END-IF.
000469     MOVE WS-PENDING TO WS-CNT-DISP.
000469     DISPLAY "Items awaiting review: " WS-CNT-DISP.
000469     PERFORM VARYING WS-RV-IDX FROM 1 BY 1
000469         UNTIL WS-RV-IDX > WS-RV-CNT OR WS-QUIT = 'Y'
000469         MOVE WS-RV-ENT (WS-RV-IDX) TO RV-RECORD
000469         IF RV-STATUS = 'P'
000469             PERFORM REVIEW-ONE
000469         END-IF
000469     END-PERFORM.
000469     DISPLAY "Purge decided items flagged before (YYYYMMDD, blank = none): ".
000469     ACCEPT WS-IN.
000469     IF WS-IN (1:8) IS NUMERIC
000469         MOVE WS-IN (1:8) TO WS-PURGE-DATE
000469         MOVE 'Y' TO WS-CHANGED
000469     ELSE
000469         MOVE SPACES TO WS-PURGE-DATE
000469     END-IF.
000469     IF WS-CHANGED = 'Y'
000469         PERFORM WRITE-REVIEW
000469         PERFORM AUDIT-DECISIONS
000469     END-IF.
000469     DISPLAY "----- REVIEW SESSION -----".
000469     MOVE WS-CONFIRMED TO WS-CNT-DISP.
000469     DISPLAY "Confirmed           : " WS-CNT-DISP.
000469     MOVE WS-CLEARED TO WS-CNT-DISP.
000469     DISPLAY "Cleared             : " WS-CNT-DISP.
000469     MOVE WS-PURGED TO WS-CNT-DISP.
000469     DISPLAY "Purged              : " WS-CNT-DISP.
000469     COMPUTE WS-PENDING = WS-PENDING - WS-CONFIRMED - WS-CLEARED.
000469     MOVE WS-PENDING TO WS-CNT-DISP.
000469     DISPLAY "Still awaiting      : " WS-CNT-DISP.
000469     STOP RUN.
000469
000469 LOAD-REVIEW.
000469     OPEN INPUT REVIEW-FILE.
000469     IF WS-RV-STATUS = "00"
000469         PERFORM UNTIL WS-RV-STATUS = "10"
000469             READ REVIEW-FILE
000469                 AT END MOVE "10" TO WS-RV-STATUS
000469                 NOT AT END
000469                     IF WS-RV-CNT < 2000
000469                         ADD 1 TO WS-RV-CNT
000469                         MOVE RV-RECORD TO WS-RV-ENT (WS-RV-CNT)
000469                         MOVE 'N' TO WS-RV-DECIDED (WS-RV-CNT)
000469                         IF RV-STATUS = 'P'
000469                             ADD 1 TO WS-PENDING
000469                         END-IF
000469                     ELSE
000469                         MOVE 'Y' TO WS-RV-OVERFLOW
000469                     END-IF
000469             END-READ
000469         END-PERFORM
000469         CLOSE REVIEW-FILE
000469     ELSE
000469         DISPLAY "No screening flags on file (MHREVIEW.DAT)"
000469     END-IF.
000469
000469 REVIEW-ONE.
000469     EVALUATE RV-RULE
000469     WHEN "SHRT" MOVE "SHORT GAME" TO WS-RULE-NAME
000469     WHEN "PAIR" MOVE "REPEAT PAIR/DAY" TO WS-RULE-NAME
000469     WHEN "SHUT" MOVE "HANDICAP SHUTOUT" TO WS-RULE-NAME
000469     WHEN "RALY" MOVE "NO RALLIES" TO WS-RULE-NAME
000469     WHEN OTHER MOVE RV-RULE TO WS-RULE-NAME
000469     END-EVALUATE.
000469     DISPLAY " ".
000469     DISPLAY "Match " RV-DATE " " RV-START-TIME " station " RV-STATION
000469         " players " RV-PLAYERL-ID " v " RV-PLAYERR-ID.
000469     DISPLAY "  " WS-RULE-NAME " " RV-DETAIL " flagged " RV-FLAGGED.
000469     DISPLAY "C = confirm, X = clear, S = skip, Q = quit: ".
000469     ACCEPT WS-IN.
000469     EVALUATE WS-IN (1:1)
000469     WHEN 'C' WHEN 'c'
000469         MOVE 'C' TO RV-STATUS
000469         ADD 1 TO WS-CONFIRMED
000469         PERFORM RECORD-DECISION
000469     WHEN 'X' WHEN 'x'
000469         MOVE 'X' TO RV-STATUS
000469         ADD 1 TO WS-CLEARED
000469         PERFORM RECORD-DECISION
000469     WHEN 'Q' WHEN 'q'
000469         MOVE 'Y' TO WS-QUIT
000469     WHEN OTHER
000469         CONTINUE
000469     END-EVALUATE.
000469
000469 RECORD-DECISION.
000469     MOVE WS-TODAY TO RV-REVIEWED.
000469     MOVE WS-USER TO RV-USER.
000469     MOVE RV-RECORD TO WS-RV-ENT (WS-RV-IDX).
000469     MOVE 'Y' TO WS-RV-DECIDED (WS-RV-IDX).
000469     MOVE 'Y' TO WS-CHANGED.
000469
000469 WRITE-REVIEW.
000469     OPEN OUTPUT REVIEW-FILE.
000469     IF WS-RV-STATUS NOT = "00"
000469         DISPLAY "Cannot rewrite MHREVIEW.DAT status " WS-RV-STATUS
000469         MOVE 8 TO RETURN-CODE
000469         STOP RUN
000469     END-IF.
000469     PERFORM VARYING WS-RV-IDX FROM 1 BY 1 UNTIL WS-RV-IDX > WS-RV-CNT
000469         MOVE WS-RV-ENT (WS-RV-IDX) TO RV-RECORD
000469         IF RV-STATUS NOT = 'P' AND WS-PURGE-DATE NOT = SPACES
000469             AND RV-FLAGGED < WS-PURGE-DATE
000469             ADD 1 TO WS-PURGED
000469         ELSE
000469             WRITE RV-RECORD
000469         END-IF
000469     END-PERFORM.
000469     CLOSE REVIEW-FILE.
000469
000469 AUDIT-DECISIONS.
000469     MOVE "REVIEW" TO WS-AU-EVENT.
000469     MOVE WS-USER TO ARV-USER.
000469     PERFORM VARYING WS-RV-IDX FROM 1 BY 1 UNTIL WS-RV-IDX > WS-RV-CNT
000469         IF WS-RV-DECIDED (WS-RV-IDX) = 'Y'
000469             MOVE WS-RV-ENT (WS-RV-IDX) TO RV-RECORD
000469             MOVE RV-KEY TO ARV-KEY
000469             MOVE RV-RULE TO ARV-RULE
000469             IF RV-STATUS = 'C'
000469                 MOVE "CONFIRM" TO ARV-DECISION
000469             ELSE
000469                 MOVE "CLEAR" TO ARV-DECISION
000469             END-IF
000469             MOVE WS-AU-REVIEW-DET TO WS-AU-DETAIL
000469             CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL
000469         END-IF
000469     END-PERFORM.
000470 END PROGRAM "MH-REVIEW".
000471 IDENTIFICATION DIVISION.
000471 PROGRAM-ID. "PIN-RULES".
000471 ENVIRONMENT DIVISION.
000471 INPUT-OUTPUT SECTION.
000471 FILE-CONTROL.
000471     SELECT PIN-CTL-FILE ASSIGN TO "PINCTL.DAT"
000471         ORGANIZATION IS LINE SEQUENTIAL
000471         FILE STATUS IS WS-PN-STATUS.
000471 DATA        DIVISION.
000471 FILE SECTION.
000471 FD  PIN-CTL-FILE.
000471 01  PN-FILE-REC         PIC X(17).
000472 WORKING-STORAGE SECTION.
000472  01 WS-PN-STATUS   PIC XX.
000472  01 WS-PIN-CTL.
000472    02 PN-MAX-FAILS     PIC 9.
000472    02 PN-SUPV-CODE     PIC X(8).
000472    02 PN-CHANGED       PIC X(8).
000472  01 WS-IN          PIC X(10).
000472  01 WS-NOW         PIC X(21).
000472  01 WS-CODE-CHANGED PIC X VALUE 'N'.
000472  01 WS-AU-EVENT    PIC X(8).
000472  01 WS-AU-DETAIL   PIC X(40).
000472  01 WS-AU-RULE-DET.
000472    02 FILLER       PIC X(13) VALUE "LOCKOUT AFTER".
000472    02 FILLER       PIC X VALUE SPACE.
000472    02 ARD-FAILS    PIC 9.
000472    02 FILLER       PIC X(6) VALUE " FAILS".
000472    02 ARD-CODE     PIC X(19).
000473 PROCEDURE   DIVISION.
000473 MAIN.
000473     PERFORM LOAD-RULES.
000473     DISPLAY "===== SIGN-IN PIN RULES =====".
000473     IF PN-SUPV-CODE NOT = SPACES
000473         DISPLAY "Current supervisor code: "
000473         ACCEPT WS-IN
000473         IF WS-IN (1:8) NOT = PN-SUPV-CODE OR WS-IN (9:2) NOT = SPACES
000473             DISPLAY "Supervisor code not accepted - rules not changed"
000473             MOVE "SUPVFAIL" TO WS-AU-EVENT
000473             MOVE "0000 PIN-RULES REFUSED" TO WS-AU-DETAIL
000473             CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL
000473             MOVE 8 TO RETURN-CODE
000473             STOP RUN
000473         END-IF
000473     END-IF.
000473     PERFORM SHOW-RULES.
000473     DISPLAY "Failed PINs before the ID is locked (1-9, blank = keep): ".
000473     ACCEPT WS-IN.
000473     IF WS-IN (1:1) IS NUMERIC AND WS-IN (1:1) NOT = "0"
000473         AND WS-IN (2:9) = SPACES
000473         MOVE WS-IN (1:1) TO PN-MAX-FAILS
000473     END-IF.
000473     DISPLAY "New supervisor code, up to 8 characters (blank = keep): ".
000473     ACCEPT WS-IN.
000473     IF WS-IN NOT = SPACES
000473         IF WS-IN (9:2) NOT = SPACES
000473             DISPLAY "Supervisor code longer than 8 characters - not changed"
000473         ELSE
000473             MOVE WS-IN (1:8) TO PN-SUPV-CODE
000473             MOVE 'Y' TO WS-CODE-CHANGED
000473         END-IF
000473     END-IF.
000473     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000473     MOVE WS-NOW (1:8) TO PN-CHANGED.
000473     OPEN OUTPUT PIN-CTL-FILE.
000473     IF WS-PN-STATUS NOT = "00"
000473         DISPLAY "Cannot open PINCTL.DAT status " WS-PN-STATUS
000473         MOVE 8 TO RETURN-CODE
000473         STOP RUN
000473     END-IF.
000473     WRITE PN-FILE-REC FROM WS-PIN-CTL.
000473     CLOSE PIN-CTL-FILE.
000473     DISPLAY "----- RULES NOW IN FORCE -----".
000473     PERFORM SHOW-RULES.
000473     MOVE "PINRULES" TO WS-AU-EVENT.
000473     MOVE PN-MAX-FAILS TO ARD-FAILS.
000473     IF WS-CODE-CHANGED = 'Y'
000473         MOVE " SUPV CODE CHANGED" TO ARD-CODE
000473     ELSE
000473         MOVE SPACES TO ARD-CODE
000473     END-IF.
000473     MOVE WS-AU-RULE-DET TO WS-AU-DETAIL.
000473     CALL "GAME-AUDIT" USING WS-AU-EVENT WS-AU-DETAIL.
000473     STOP RUN.
000473
000473 LOAD-RULES.
000473     MOVE 3 TO PN-MAX-FAILS.
000473     MOVE SPACES TO PN-SUPV-CODE.
000473     MOVE SPACES TO PN-CHANGED.
000473     OPEN INPUT PIN-CTL-FILE.
000473     IF WS-PN-STATUS = "00"
000473         READ PIN-CTL-FILE INTO WS-PIN-CTL
000473             AT END
000473                 DISPLAY "PINCTL.DAT is empty - starting from defaults"
000473         END-READ
000473         CLOSE PIN-CTL-FILE
000473     ELSE
000473         DISPLAY "PINCTL.DAT not on file - starting from defaults"
000473     END-IF.
000473     IF PN-MAX-FAILS IS NOT NUMERIC OR PN-MAX-FAILS = 0
000473         MOVE 3 TO PN-MAX-FAILS
000473     END-IF.
000473
000473 SHOW-RULES.
000473     DISPLAY "Lockout after       : " PN-MAX-FAILS " failed PINs".
000473     IF PN-SUPV-CODE = SPACES
000473         DISPLAY "Supervisor code     : NOT SET"
000473     ELSE
000473         DISPLAY "Supervisor code     : set"
000473     END-IF.
000473     IF PN-CHANGED NOT = SPACES
000473         DISPLAY "Last changed        : " PN-CHANGED
000473     END-IF.
000474 END PROGRAM "PIN-RULES".
000475 IDENTIFICATION DIVISION.
000475 PROGRAM-ID. "RPT-PIN-FAILS".
000475 ENVIRONMENT DIVISION.
000475 INPUT-OUTPUT SECTION.
000475 FILE-CONTROL.
000475     SELECT AUDIT-FILE ASSIGN TO "GAMEAUDIT.DAT"
000475         ORGANIZATION IS LINE SEQUENTIAL
000475         FILE STATUS IS WS-AU-STATUS.
000475     SELECT PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
000475         ORGANIZATION IS LINE SEQUENTIAL
000475         FILE STATUS IS WS-PL-STATUS.
000475     SELECT PIN-CTL-FILE ASSIGN TO "PINCTL.DAT"
000475         ORGANIZATION IS LINE SEQUENTIAL
000475         FILE STATUS IS WS-PN-STATUS.
000475     SELECT PRINT-FILE ASSIGN TO "PINRPT.TXT"
000475         ORGANIZATION IS LINE SEQUENTIAL
000475         FILE STATUS IS WS-PR-STATUS.
000475 DATA        DIVISION.
000475 FILE SECTION.
000475 FD  AUDIT-FILE.
000475 01  AU-RECORD.
000475     02 AU-STAMP  PIC X(14).
000475     02 AU-EVENT  PIC X(8).
000475     02 AU-DETAIL PIC X(40).
000475     02 AU-STATION PIC XX.
000475 FD  PLAYER-FILE.
000475 01  PL-RECORD.
000475     02 PL-ID     PIC 9(4).
000475     02 PL-NAME   PIC X(20).
000475     02 PL-ACTIVE PIC X.
000475     02 PL-MERGED-TO PIC 9(4).
000475     02 PL-PIN PIC X(4).
000475     02 PL-PIN-FAILS PIC 9.
000475     02 PL-LOCKED PIC X.
000475 FD  PIN-CTL-FILE.
000475 01  PN-RECORD.
000475     02 PN-MAX-FAILS     PIC 9.
000475     02 PN-SUPV-CODE     PIC X(8).
000475     02 PN-CHANGED       PIC X(8).
000475 FD  PRINT-FILE.
000475 01  PR-LINE             PIC X(80).
000476 WORKING-STORAGE SECTION.
000476  01 WS-AU-STATUS   PIC XX.
000476  01 WS-PL-STATUS   PIC XX.
000476  01 WS-PN-STATUS   PIC XX.
000476  01 WS-PR-STATUS   PIC XX.
000476  01 WS-NOW         PIC X(21).
000476  01 WS-IN          PIC X(10).
000476  01 WS-RPT-DATE    PIC X(8).
000476  01 WS-MAX-FAILS   PIC 9 VALUE 3.
000476  01 WS-EV-ID       PIC 9(4).
000476  01 WS-FP-CNT      PIC 999 COMP-5 VALUE 0.
000476  01 WS-FP-IDX      PIC 999 COMP-5.
000476  01 WS-FP-FOUND    PIC 999 COMP-5.
000476  01 WS-FP-OMITTED  PIC 9(5) COMP-5 VALUE 0.
000476  01 WS-FP-TABLE.
000476    02 WS-FP-ENT OCCURS 500 TIMES.
000476      03 WS-FP-ID       PIC 9(4).
000476      03 WS-FP-FAILS    PIC 9(4) COMP-5.
000476      03 WS-FP-LOCKS    PIC 9(4) COMP-5.
000476      03 WS-FP-RESETS   PIC 9(4) COMP-5.
000476      03 WS-FP-UNLOCKS  PIC 9(4) COMP-5.
000476      03 WS-FP-FIRST    PIC X(6).
000476      03 WS-FP-LAST     PIC X(6).
000476      03 WS-FP-STATION  PIC XX.
000476      03 WS-FP-STN-CNT  PIC 99 COMP-5.
000476  01 WS-PL-CNT      PIC 999 COMP-5 VALUE 0.
000476  01 WS-PL-IDX      PIC 999 COMP-5.
000476  01 WS-PL-TABLE.
000476    02 WS-PL-ENT OCCURS 500 TIMES.
000476      03 WS-PL-ID       PIC 9(4).
000476      03 WS-PL-NAME     PIC X(20).
000476      03 WS-PL-LOCKED   PIC X.
000476  01 WS-TOT-FAILS   PIC 9(5) COMP-5 VALUE 0.
000476  01 WS-TOT-LOCKS   PIC 9(5) COMP-5 VALUE 0.
000476  01 WS-TOT-RESETS  PIC 9(5) COMP-5 VALUE 0.
000476  01 WS-TOT-UNLOCKS PIC 9(5) COMP-5 VALUE 0.
000476  01 WS-TOT-SUPV    PIC 9(5) COMP-5 VALUE 0.
000476  01 WS-CNT-DISP    PIC ZZZZ9.
000476  01 WS-LINE-CNT    PIC 99 COMP-5 VALUE 99.
000476  01 WS-PAGE-CNT    PIC 999 COMP-5 VALUE 0.
000476  01 WS-PR-HOLD     PIC X(80).
000476  01 WS-HDG1.
000476    02 FILLER PIC X(33) VALUE "PONG FAILED SIGN-IN REPORT  DATE ".
000476    02 HDG-DATE PIC X(8).
000476    02 FILLER PIC X(16) VALUE "  LOCKOUT AFTER ".
000476    02 HDG-MAX  PIC 9.
000476    02 FILLER PIC X(9)  VALUE "     PAGE".
000476    02 HDG-PAGE PIC ZZZ9.
000476    02 FILLER PIC X(9)  VALUE SPACES.
000476  01 WS-HDG2        PIC X(80) VALUE
000476     "PLAYER NAME                 FAILED LOCKS RESETS UNLOCKS FIRST  LAST   STN".
000476  01 WS-DETAIL.
000476    02 DET-ID        PIC 9(4).
000476    02 FILLER        PIC XXX VALUE SPACES.
000476    02 DET-NAME      PIC X(20).
000476    02 FILLER        PIC X VALUE SPACE.
000476    02 DET-FAILS     PIC ZZZZ9.
000476    02 FILLER        PIC XX VALUE SPACES.
000476    02 DET-LOCKS     PIC ZZZ9.
000476    02 FILLER        PIC XX VALUE SPACES.
000476    02 DET-RESETS    PIC ZZZ9.
000476    02 FILLER        PIC XXXX VALUE SPACES.
000476    02 DET-UNLOCKS   PIC ZZZ9.
000476    02 FILLER        PIC XXX VALUE SPACES.
000476    02 DET-FIRST     PIC X(6).
000476    02 FILLER        PIC X VALUE SPACE.
000476    02 DET-LAST      PIC X(6).
000476    02 FILLER        PIC X VALUE SPACE.
000476    02 DET-STN       PIC XX.
000476    02 FILLER        PIC X VALUE SPACE.
000476    02 DET-FLAG      PIC X(4).
000476    02 FILLER        PIC XXX VALUE SPACES.
000476  01 WS-SUM-LINE.
000476    02 FILLER        PIC XX VALUE SPACES.
000476    02 SUM-LABEL     PIC X(30).
000476    02 SUM-CNT       PIC ZZZZ9.
000476    02 FILLER        PIC X(43) VALUE SPACES.
000477 PROCEDURE   DIVISION.
000477 MAIN.
000477     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000477     DISPLAY "Report date (YYYYMMDD, blank = today): ".
000477     ACCEPT WS-IN.
000477     IF WS-IN (1:8) IS NUMERIC
000477         MOVE WS-IN (1:8) TO WS-RPT-DATE
000477     ELSE
000477         MOVE WS-NOW (1:8) TO WS-RPT-DATE
000477     END-IF.
000477     OPEN INPUT PIN-CTL-FILE.
000477     IF WS-PN-STATUS = "00"
000477         READ PIN-CTL-FILE
000477             AT END MOVE "10" TO WS-PN-STATUS
000477         END-READ
000477         IF WS-PN-STATUS = "00" AND PN-MAX-FAILS IS NUMERIC
000477             AND PN-MAX-FAILS > 0
000477             MOVE PN-MAX-FAILS TO WS-MAX-FAILS
000477         END-IF
000477         CLOSE PIN-CTL-FILE
000477     END-IF.
000477     PERFORM LOAD-PLAYERS.
000477     OPEN INPUT AUDIT-FILE.
000477     IF WS-AU-STATUS = "00"
000477         PERFORM UNTIL WS-AU-STATUS = "10"
000477             READ AUDIT-FILE
000477                 AT END MOVE "10" TO WS-AU-STATUS
000477                 NOT AT END PERFORM TALLY-EVENT
000477             END-READ
000477         END-PERFORM
000477         CLOSE AUDIT-FILE
000477     ELSE
000477         DISPLAY "No audit log on file (GAMEAUDIT.DAT)"
000477     END-IF.
000477     OPEN OUTPUT PRINT-FILE.
000477     IF WS-PR-STATUS NOT = "00"
000477         DISPLAY "Cannot open PINRPT.TXT"
000477         MOVE 8 TO RETURN-CODE
000477         GOBACK
000477     END-IF.
000477     MOVE WS-RPT-DATE TO HDG-DATE.
000477     MOVE WS-MAX-FAILS TO HDG-MAX.
000477     PERFORM PAGE-HEADING.
000477     PERFORM PRINT-PLAYER
000477         VARYING WS-FP-IDX FROM 1 BY 1 UNTIL WS-FP-IDX > WS-FP-CNT.
000477     IF WS-FP-CNT = 0
000477         MOVE "  NO PIN ACTIVITY ON THIS DATE" TO PR-LINE
000477         PERFORM PRINT-REPORT-LINE
000477     END-IF.
000477     PERFORM PRINT-SUMMARY.
000477     CLOSE PRINT-FILE.
000477     DISPLAY "===== FAILED SIGN-INS " WS-RPT-DATE " =====".
000477     MOVE WS-TOT-FAILS TO WS-CNT-DISP.
000477     DISPLAY "Failed PINs         : " WS-CNT-DISP.
000477     MOVE WS-TOT-LOCKS TO WS-CNT-DISP.
000477     DISPLAY "Lockouts            : " WS-CNT-DISP.
000477     MOVE WS-TOT-RESETS TO WS-CNT-DISP.
000477     DISPLAY "PIN resets          : " WS-CNT-DISP.
000477     MOVE WS-TOT-UNLOCKS TO WS-CNT-DISP.
000477     DISPLAY "Unlocks             : " WS-CNT-DISP.
000477     MOVE WS-TOT-SUPV TO WS-CNT-DISP.
000477     DISPLAY "Supervisor refusals : " WS-CNT-DISP.
000477     IF WS-FP-OMITTED > 0
000477         MOVE WS-FP-OMITTED TO WS-CNT-DISP
000477         DISPLAY "Events not reported : " WS-CNT-DISP " (table full)"
000477     END-IF.
000477     DISPLAY "Failed sign-in report written to PINRPT.TXT".
000477     GOBACK.
000477
000477 LOAD-PLAYERS.
000477     OPEN INPUT PLAYER-FILE.
000477     IF WS-PL-STATUS = "00"
000477         PERFORM UNTIL WS-PL-STATUS = "10"
000477             READ PLAYER-FILE
000477                 AT END MOVE "10" TO WS-PL-STATUS
000477                 NOT AT END
000477                     IF WS-PL-CNT < 500
000477                         ADD 1 TO WS-PL-CNT
000477                         MOVE PL-ID TO WS-PL-ID (WS-PL-CNT)
000477                         MOVE PL-NAME TO WS-PL-NAME (WS-PL-CNT)
000477                         MOVE PL-LOCKED TO WS-PL-LOCKED (WS-PL-CNT)
000477                     END-IF
000477             END-READ
000477         END-PERFORM
000477         CLOSE PLAYER-FILE
000477     END-IF.
000477
000477 TALLY-EVENT.
000477     IF AU-STAMP (1:8) = WS-RPT-DATE
000477         EVALUATE AU-EVENT
000477         WHEN "PINFAIL"
000477         WHEN "PINLOCK"
000477         WHEN "PINRESET"
000477         WHEN "PINUNLK"
000477             IF AU-DETAIL (1:4) IS NUMERIC
000477                 MOVE AU-DETAIL (1:4) TO WS-EV-ID
000477                 PERFORM FIND-PLAYER-ENTRY
000477                 IF WS-FP-FOUND > 0
000477                     PERFORM COUNT-EVENT
000477                 ELSE
000477                     ADD 1 TO WS-FP-OMITTED
000477                 END-IF
000477             END-IF
000477         WHEN "SUPVFAIL"
000477             ADD 1 TO WS-TOT-SUPV
000477         WHEN OTHER
000477             CONTINUE
000477         END-EVALUATE
000477     END-IF.
000477
000477 FIND-PLAYER-ENTRY.
000477     MOVE 0 TO WS-FP-FOUND.
000477     PERFORM VARYING WS-FP-IDX FROM 1 BY 1 UNTIL WS-FP-IDX > WS-FP-CNT
000477         IF WS-FP-ID (WS-FP-IDX) = WS-EV-ID
000477             MOVE WS-FP-IDX TO WS-FP-FOUND
000477             MOVE WS-FP-CNT TO WS-FP-IDX
000477         END-IF
000477     END-PERFORM.
000477     IF WS-FP-FOUND = 0 AND WS-FP-CNT < 500
000477         PERFORM ADD-PLAYER-ENTRY
000477     END-IF.
000477
000477 ADD-PLAYER-ENTRY.
000477     MOVE WS-FP-CNT TO WS-FP-IDX.
000477     ADD 1 TO WS-FP-CNT.
000477     MOVE WS-FP-CNT TO WS-FP-FOUND.
000477     PERFORM UNTIL WS-FP-IDX = 0
000477         IF WS-FP-ID (WS-FP-IDX) > WS-EV-ID
000477             MOVE WS-FP-ENT (WS-FP-IDX) TO WS-FP-ENT (WS-FP-IDX + 1)
000477             MOVE WS-FP-IDX TO WS-FP-FOUND
000477             SUBTRACT 1 FROM WS-FP-IDX
000477         ELSE
000477             MOVE 0 TO WS-FP-IDX
000477         END-IF
000477     END-PERFORM.
000477     MOVE WS-EV-ID TO WS-FP-ID (WS-FP-FOUND).
000477     MOVE 0 TO WS-FP-FAILS (WS-FP-FOUND).
000477     MOVE 0 TO WS-FP-LOCKS (WS-FP-FOUND).
000477     MOVE 0 TO WS-FP-RESETS (WS-FP-FOUND).
000477     MOVE 0 TO WS-FP-UNLOCKS (WS-FP-FOUND).
000477     MOVE SPACES TO WS-FP-FIRST (WS-FP-FOUND).
000477     MOVE SPACES TO WS-FP-LAST (WS-FP-FOUND).
000477     MOVE SPACES TO WS-FP-STATION (WS-FP-FOUND).
000477     MOVE 0 TO WS-FP-STN-CNT (WS-FP-FOUND).
000477
000477 COUNT-EVENT.
000477     EVALUATE AU-EVENT
000477     WHEN "PINFAIL"
000477         ADD 1 TO WS-FP-FAILS (WS-FP-FOUND)
000477         ADD 1 TO WS-TOT-FAILS
000477         IF WS-FP-FIRST (WS-FP-FOUND) = SPACES
000477             MOVE AU-STAMP (9:6) TO WS-FP-FIRST (WS-FP-FOUND)
000477         END-IF
000477         MOVE AU-STAMP (9:6) TO WS-FP-LAST (WS-FP-FOUND)
000477         IF AU-STATION NOT = WS-FP-STATION (WS-FP-FOUND)
000477             MOVE AU-STATION TO WS-FP-STATION (WS-FP-FOUND)
000477             ADD 1 TO WS-FP-STN-CNT (WS-FP-FOUND)
000477         END-IF
000477     WHEN "PINLOCK"
000477         ADD 1 TO WS-FP-LOCKS (WS-FP-FOUND)
000477         ADD 1 TO WS-TOT-LOCKS
000477     WHEN "PINRESET"
000477         ADD 1 TO WS-FP-RESETS (WS-FP-FOUND)
000477         ADD 1 TO WS-TOT-RESETS
000477     WHEN "PINUNLK"
000477         ADD 1 TO WS-FP-UNLOCKS (WS-FP-FOUND)
000477         ADD 1 TO WS-TOT-UNLOCKS
000477     END-EVALUATE.
000477
000477 PRINT-PLAYER.
000477     MOVE WS-FP-ID (WS-FP-IDX) TO DET-ID.
000477     MOVE "** NOT ON FILE **" TO DET-NAME.
000477     MOVE SPACES TO DET-FLAG.
000477     PERFORM VARYING WS-PL-IDX FROM 1 BY 1 UNTIL WS-PL-IDX > WS-PL-CNT
000477         IF WS-PL-ID (WS-PL-IDX) = WS-FP-ID (WS-FP-IDX)
000477             MOVE WS-PL-NAME (WS-PL-IDX) TO DET-NAME
000477             IF WS-PL-LOCKED (WS-PL-IDX) = 'Y'
000477                 MOVE "LOCK" TO DET-FLAG
000477             END-IF
000477             MOVE WS-PL-CNT TO WS-PL-IDX
000477         END-IF
000477     END-PERFORM.
000477     MOVE WS-FP-FAILS (WS-FP-IDX) TO DET-FAILS.
000477     MOVE WS-FP-LOCKS (WS-FP-IDX) TO DET-LOCKS.
000477     MOVE WS-FP-RESETS (WS-FP-IDX) TO DET-RESETS.
000477     MOVE WS-FP-UNLOCKS (WS-FP-IDX) TO DET-UNLOCKS.
000477     MOVE WS-FP-FIRST (WS-FP-IDX) TO DET-FIRST.
000477     MOVE WS-FP-LAST (WS-FP-IDX) TO DET-LAST.
000477     IF WS-FP-STN-CNT (WS-FP-IDX) > 1
000477         MOVE "**" TO DET-STN
000477     ELSE
000477         MOVE WS-FP-STATION (WS-FP-IDX) TO DET-STN
000477     END-IF.
000477     IF WS-FP-FAILS (WS-FP-IDX) >= WS-MAX-FAILS AND DET-FLAG = SPACES
000477         MOVE "WTCH" TO DET-FLAG
000477     END-IF.
000477     MOVE WS-DETAIL TO PR-LINE.
000477     PERFORM PRINT-REPORT-LINE.
000477
000477 PAGE-HEADING.
000477     ADD 1 TO WS-PAGE-CNT.
000477     MOVE WS-PAGE-CNT TO HDG-PAGE.
000477     IF WS-PAGE-CNT = 1
000477         WRITE PR-LINE FROM WS-HDG1
000477     ELSE
000477         WRITE PR-LINE FROM WS-HDG1 AFTER ADVANCING PAGE
000477     END-IF.
000477     WRITE PR-LINE FROM WS-HDG2.
000477     MOVE SPACES TO PR-LINE.
000477     WRITE PR-LINE.
000477     MOVE 3 TO WS-LINE-CNT.
000477
000477 PRINT-REPORT-LINE.
000477     IF WS-LINE-CNT >= 55
000477         MOVE PR-LINE TO WS-PR-HOLD
000477         PERFORM PAGE-HEADING
000477         MOVE WS-PR-HOLD TO PR-LINE
000477     END-IF.
000477     WRITE PR-LINE.
000477     ADD 1 TO WS-LINE-CNT.
000477
000477 PRINT-SUMMARY.
000477     MOVE SPACES TO PR-LINE.
000477     PERFORM PRINT-REPORT-LINE.
000477     MOVE "FAILED PINS" TO SUM-LABEL.
000477     MOVE WS-TOT-FAILS TO SUM-CNT.
000477     MOVE WS-SUM-LINE TO PR-LINE.
000477     PERFORM PRINT-REPORT-LINE.
000477     MOVE "LOCKOUTS" TO SUM-LABEL.
000477     MOVE WS-TOT-LOCKS TO SUM-CNT.
000477     MOVE WS-SUM-LINE TO PR-LINE.
000477     PERFORM PRINT-REPORT-LINE.
000477     MOVE "PIN RESETS" TO SUM-LABEL.
000477     MOVE WS-TOT-RESETS TO SUM-CNT.
000477     MOVE WS-SUM-LINE TO PR-LINE.
000477     PERFORM PRINT-REPORT-LINE.
000477     MOVE "UNLOCKS" TO SUM-LABEL.
000477     MOVE WS-TOT-UNLOCKS TO SUM-CNT.
000477     MOVE WS-SUM-LINE TO PR-LINE.
000477     PERFORM PRINT-REPORT-LINE.
000477     MOVE "SUPERVISOR CODE REFUSALS" TO SUM-LABEL.
000477     MOVE WS-TOT-SUPV TO SUM-CNT.
000477     MOVE WS-SUM-LINE TO PR-LINE.
000477     PERFORM PRINT-REPORT-LINE.
000477     IF WS-FP-OMITTED > 0
000477         MOVE "EVENTS NOT LISTED (TABLE FULL)" TO SUM-LABEL
000477         MOVE WS-FP-OMITTED TO SUM-CNT
000477         MOVE WS-SUM-LINE TO PR-LINE
000477         PERFORM PRINT-REPORT-LINE
000477     END-IF.
000477     MOVE SPACES TO PR-LINE.
000477     PERFORM PRINT-REPORT-LINE.
000477     MOVE "LOCK = ID LOCKED NOW   WTCH = FAILURES REACHED LOCKOUT LEVEL"
000477         TO PR-LINE.
000477     PERFORM PRINT-REPORT-LINE.
000477     MOVE "STN ** = FAILURES CAME FROM MORE THAN ONE STATION" TO PR-LINE.
000477     PERFORM PRINT-REPORT-LINE.
000478 END PROGRAM "RPT-PIN-FAILS".
000479 IDENTIFICATION DIVISION.
000479 PROGRAM-ID. "RPT-SCORECARD".
000479 ENVIRONMENT DIVISION.
000479 INPUT-OUTPUT SECTION.
000479 FILE-CONTROL.
000479     SELECT MATCH-HISTORY-FILE ASSIGN TO "MATCHHIST.DAT"
000479         ORGANIZATION IS LINE SEQUENTIAL
000479         FILE STATUS IS WS-MH-STATUS.
000479     SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
000479         ORGANIZATION IS LINE SEQUENTIAL
000479         FILE STATUS IS WS-AR-STATUS.
000479     SELECT POINT-DETAIL-FILE ASSIGN TO "MATCHPTS.DAT"
000479         ORGANIZATION IS LINE SEQUENTIAL
000479         FILE STATUS IS WS-PT-STATUS.
000479     SELECT PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
000479         ORGANIZATION IS LINE SEQUENTIAL
000479         FILE STATUS IS WS-PL-STATUS.
000479     SELECT FIXTURE-FILE ASSIGN TO "FIXTURES.DAT"
000479         ORGANIZATION IS LINE SEQUENTIAL
000479         FILE STATUS IS WS-FX-STATUS.
000479     SELECT PRINT-FILE ASSIGN TO "SCORECARD.TXT"
000479         ORGANIZATION IS LINE SEQUENTIAL
000479         FILE STATUS IS WS-PR-STATUS.
000479 DATA        DIVISION.
000479 FILE SECTION.
000479 FD  MATCH-HISTORY-FILE.
000479 01  MH-RECORD.
000479     02 MH-DATE          PIC X(8).
000479     02 MH-START-TIME    PIC X(6).
000479     02 MH-END-TIME      PIC X(6).
000479     02 MH-SCOREL        PIC 99.
000479     02 MH-SCORER        PIC 99.
000479     02 MH-WINNER        PIC X.
000479     02 MH-LONGEST-RALLY PIC 999.
000479     02 MH-PLAYERL-ID    PIC 9(4).
000479     02 MH-PLAYERR-ID    PIC 9(4).
000479     02 MH-SIM-FLAG      PIC X.
000479     02 MH-HANDICAP      PIC X.
000479     02 MH-STATION       PIC XX.
000479 FD  ARCHIVE-FILE.
000479 01  AR-RECORD           PIC X(40).
000479 FD  POINT-DETAIL-FILE.
000479 01  PT-RECORD.
000479     02 PT-DATE       PIC X(8).
000479     02 PT-START-TIME PIC X(6).
000479     02 PT-SEQ        PIC 999.
000479     02 PT-SIDE       PIC X.
000479     02 PT-SCOREL     PIC 99.
000479     02 PT-SCORER     PIC 99.
000479     02 PT-RALLY-HITS PIC 999.
000479     02 PT-BALL-DX    PIC S9.
000479     02 PT-BALL-DY    PIC S9.
000479     02 PT-STAMP      PIC X(14).
000479     02 PT-STATION    PIC XX.
000479 FD  PLAYER-FILE.
000479 01  PL-RECORD.
000479     02 PL-ID     PIC 9(4).
000479     02 PL-NAME   PIC X(20).
000479     02 PL-ACTIVE PIC X.
000479     02 PL-MERGED-TO PIC 9(4).
000479     02 PL-PIN PIC X(4).
000479     02 PL-PIN-FAILS PIC 9.
000479     02 PL-LOCKED PIC X.
000479 FD  FIXTURE-FILE.
000479 01  FX-RECORD.
000479     02 FX-ROUND       PIC 99.
000479     02 FX-DATE        PIC X(8).
000479     02 FX-PLAYERL-ID  PIC 9(4).
000479     02 FX-PLAYERR-ID  PIC 9(4).
000479     02 FX-STATUS      PIC X.
000479     02 FX-PLAYED-DATE PIC X(8).
000479     02 FX-PLAYED-TIME PIC X(6).
000479 FD  PRINT-FILE.
000479 01  PR-LINE             PIC X(80).
000480 WORKING-STORAGE SECTION.
000480  01 WS-MH-STATUS   PIC XX.
000480  01 WS-AR-STATUS   PIC XX.
000480  01 WS-PT-STATUS   PIC XX.
000480  01 WS-PL-STATUS   PIC XX.
000480  01 WS-FX-STATUS   PIC XX.
000480  01 WS-PR-STATUS   PIC XX.
000480  01 WS-ARCH-NAME   PIC X(16).
000480  01 WS-IN          PIC X(10).
000480  01 WS-SEL-DATE    PIC X(8).
000480  01 WS-SEL-TIME    PIC X(6).
000480  01 WS-MT-CNT      PIC 999 COMP-5 VALUE 0.
000480  01 WS-MT-IDX      PIC 999 COMP-5.
000480  01 WS-MT-OMITTED  PIC 9(5) COMP-5 VALUE 0.
000480  01 WS-MT-TABLE.
000480    02 WS-MT-ENT     PIC X(40) OCCURS 300 TIMES.
000480  01 WS-PL-CNT      PIC 999 COMP-5 VALUE 0.
000480  01 WS-PL-IDX      PIC 999 COMP-5.
000480  01 WS-PL-TABLE.
000480    02 WS-PL-ENT OCCURS 500 TIMES.
000480      03 WS-PL-ID       PIC 9(4).
000480      03 WS-PL-NAME     PIC X(20).
000480  01 WS-FIND-ID     PIC 9(4).
000480  01 WS-FIND-NAME   PIC X(20).
000480  01 WS-NAME-L      PIC X(20).
000480  01 WS-NAME-R      PIC X(20).
000480  01 WS-MATCH-STN   PIC XX.
000480  01 WS-PT-STN      PIC XX.
000480  01 WS-FX-ROUND    PIC 99.
000480  01 WS-FX-DATE     PIC X(8).
000480  01 WS-FX-FOUND    PIC X.
000480  01 WS-PTS-CNT     PIC 999 COMP-5.
000480  01 WS-RUN-SIDE    PIC X.
000480  01 WS-RUN-LEN     PIC 999 COMP-5.
000480  01 WS-RUN-MAX-L   PIC 999 COMP-5.
000480  01 WS-RUN-MAX-R   PIC 999 COMP-5.
000480  01 WS-CNT-DISP    PIC ZZZZ9.
000480  01 WS-LINE-CNT    PIC 99 COMP-5 VALUE 99.
000480  01 WS-PAGE-CNT    PIC 999 COMP-5 VALUE 0.
000480  01 WS-PR-HOLD     PIC X(80).
000480  01 WS-HDG1.
000480    02 FILLER PIC X(30) VALUE "PONG OFFICIAL MATCH SCORECARD".
000480    02 FILLER PIC X(6)  VALUE "  KEY ".
000480    02 HDG-DATE PIC X(8).
000480    02 FILLER PIC X     VALUE SPACE.
000480    02 HDG-TIME PIC X(6).
000480    02 FILLER PIC X(5)  VALUE " STN ".
000480    02 HDG-STN  PIC XX.
000480    02 FILLER PIC X(8)  VALUE "    PAGE".
000480    02 HDG-PAGE PIC ZZZ9.
000480    02 FILLER PIC X(10) VALUE SPACES.
000480  01 WS-HDG-PTS     PIC X(80) VALUE
000480     "  POINT  TIME      WON BY  SCORE    RALLY HITS".
000480  01 WS-CARD-L1.
000480    02 FILLER        PIC X(16) VALUE "PLAYED          ".
000480    02 CL1-DATE      PIC X(8).
000480    02 FILLER        PIC X(7) VALUE "  FROM ".
000480    02 CL1-START     PIC X(8).
000480    02 FILLER        PIC X(4) VALUE " TO ".
000480    02 CL1-END       PIC X(8).
000480    02 FILLER        PIC X(10) VALUE "  STATION ".
000480    02 CL1-STN       PIC XX.
000480    02 FILLER        PIC X(17) VALUE SPACES.
000480  01 WS-CARD-PLAYER.
000480    02 CPL-SIDE      PIC X(16).
000480    02 CPL-ID        PIC 9(4).
000480    02 FILLER        PIC XX VALUE SPACES.
000480    02 CPL-NAME      PIC X(20).
000480    02 FILLER        PIC X(38) VALUE SPACES.
000480  01 WS-CARD-FINAL.
000480    02 FILLER        PIC X(16) VALUE "FINAL SCORE     ".
000480    02 CFN-SL        PIC Z9.
000480    02 FILLER        PIC X(3) VALUE " - ".
000480    02 CFN-SR        PIC Z9.
000480    02 FILLER        PIC X(12) VALUE "    WINNER  ".
000480    02 CFN-SIDE      PIC X(6).
000480    02 CFN-NAME      PIC X(20).
000480    02 FILLER        PIC X(19) VALUE SPACES.
000480  01 WS-CARD-TYPE.
000480    02 FILLER        PIC X(16) VALUE "MATCH TYPE      ".
000480    02 CTY-TEXT      PIC X(40).
000480    02 FILLER        PIC X(24) VALUE SPACES.
000480  01 WS-CARD-FIXT.
000480    02 FILLER        PIC X(16) VALUE "FIXTURE         ".
000480    02 FILLER        PIC X(6) VALUE "ROUND ".
000480    02 CFX-ROUND     PIC Z9.
000480    02 FILLER        PIC X(16) VALUE "  SCHEDULED FOR ".
000480    02 CFX-DATE      PIC X(8).
000480    02 FILLER        PIC X(32) VALUE SPACES.
000480  01 WS-CARD-RALLY.
000480    02 FILLER        PIC X(16) VALUE "LONGEST RALLY   ".
000480    02 CRL-HITS      PIC ZZ9.
000480    02 FILLER        PIC X(5) VALUE " HITS".
000480    02 FILLER        PIC X(56) VALUE SPACES.
000480  01 WS-CARD-RUNS.
000480    02 FILLER        PIC X(16) VALUE "LONGEST RUN     ".
000480    02 FILLER        PIC X(5) VALUE "LEFT ".
000480    02 CRN-L         PIC ZZ9.
000480    02 FILLER        PIC X(8) VALUE "   RIGHT".
000480    02 FILLER        PIC X VALUE SPACE.
000480    02 CRN-R         PIC ZZ9.
000480    02 FILLER        PIC X(19) VALUE " CONSECUTIVE POINTS".
000480    02 FILLER        PIC X(25) VALUE SPACES.
000480  01 WS-CARD-PTS.
000480    02 FILLER        PIC X(16) VALUE "POINTS RECORDED ".
000480    02 CPT-CNT       PIC ZZ9.
000480    02 FILLER        PIC X(61) VALUE SPACES.
000480  01 WS-PT-LINE.
000480    02 FILLER        PIC XX VALUE SPACES.
000480    02 PTL-SEQ       PIC ZZZZ9.
000480    02 FILLER        PIC XX VALUE SPACES.
000480    02 PTL-TIME      PIC X(8).
000480    02 FILLER        PIC XX VALUE SPACES.
000480    02 PTL-SIDE      PIC X(6).
000480    02 FILLER        PIC XX VALUE SPACES.
000480    02 PTL-SL        PIC Z9.
000480    02 FILLER        PIC X(3) VALUE " - ".
000480    02 PTL-SR        PIC Z9.
000480    02 FILLER        PIC X(4) VALUE SPACES.
000480    02 PTL-HITS      PIC ZZ9.
000480    02 FILLER        PIC X(39) VALUE SPACES.
000480  01 WS-TIME-EDIT.
000480    02 TME-HH        PIC XX.
000480    02 FILLER        PIC X VALUE ":".
000480    02 TME-MM        PIC XX.
000480    02 FILLER        PIC X VALUE ":".
000480    02 TME-SS        PIC XX.
000480  01 WS-TIME-IN     PIC X(6).
000481 PROCEDURE   DIVISION.
000481 MAIN.
000481     DISPLAY "Match date (YYYYMMDD): ".
000481     ACCEPT WS-IN.
000481     IF WS-IN (1:8) IS NOT NUMERIC
000481         DISPLAY "A match date is required"
000481         MOVE 8 TO RETURN-CODE
000481         STOP RUN
000481     END-IF.
000481     MOVE WS-IN (1:8) TO WS-SEL-DATE.
000481     DISPLAY "Start time (HHMMSS, blank = every match that day): ".
000481     ACCEPT WS-IN.
000481     IF WS-IN (1:6) IS NUMERIC
000481         MOVE WS-IN (1:6) TO WS-SEL-TIME
000481     ELSE
000481         MOVE SPACES TO WS-SEL-TIME
000481     END-IF.
000481     PERFORM LOAD-MATCHES.
000481     IF WS-MT-CNT = 0
000481         IF WS-SEL-TIME = SPACES
000481             DISPLAY "No matches on file for " WS-SEL-DATE
000481         ELSE
000481             DISPLAY "No match on file for " WS-SEL-DATE " " WS-SEL-TIME
000481         END-IF
000481         MOVE 4 TO RETURN-CODE
000481         STOP RUN
000481     END-IF.
000481     PERFORM LOAD-PLAYERS.
000481     OPEN OUTPUT PRINT-FILE.
000481     IF WS-PR-STATUS NOT = "00"
000481         DISPLAY "Cannot open SCORECARD.TXT"
000481         MOVE 8 TO RETURN-CODE
000481         STOP RUN
000481     END-IF.
000481     PERFORM PRINT-CARD
000481         VARYING WS-MT-IDX FROM 1 BY 1 UNTIL WS-MT-IDX > WS-MT-CNT.
000481     CLOSE PRINT-FILE.
000481     MOVE WS-MT-CNT TO WS-CNT-DISP.
000481     DISPLAY "Scorecards printed  : " WS-CNT-DISP.
000481     IF WS-MT-OMITTED > 0
000481         MOVE WS-MT-OMITTED TO WS-CNT-DISP
000481         DISPLAY "Matches not printed : " WS-CNT-DISP " (table full)"
000481     END-IF.
000481     DISPLAY "Scorecards written to SCORECARD.TXT".
000481     STOP RUN.
000481
000481 LOAD-MATCHES.
000481     OPEN INPUT MATCH-HISTORY-FILE.
000481     IF WS-MH-STATUS = "00"
000481         PERFORM UNTIL WS-MH-STATUS = "10"
000481             READ MATCH-HISTORY-FILE
000481                 AT END MOVE "10" TO WS-MH-STATUS
000481                 NOT AT END PERFORM KEEP-MATCH
000481             END-READ
000481         END-PERFORM
000481         CLOSE MATCH-HISTORY-FILE
000481     END-IF.
000481     IF WS-MT-CNT = 0
000481         MOVE "MATCHHIST-" TO WS-ARCH-NAME
000481         MOVE WS-SEL-DATE (1:6) TO WS-ARCH-NAME (11:6)
000481         OPEN INPUT ARCHIVE-FILE
000481         IF WS-AR-STATUS = "00"
000481             PERFORM UNTIL WS-AR-STATUS = "10"
000481                 READ ARCHIVE-FILE
000481                     AT END MOVE "10" TO WS-AR-STATUS
000481                     NOT AT END
000481                         MOVE AR-RECORD TO MH-RECORD
000481                         PERFORM KEEP-MATCH
000481                 END-READ
000481             END-PERFORM
000481             CLOSE ARCHIVE-FILE
000481         END-IF
000481     END-IF.
000481
000481 KEEP-MATCH.
000481     IF MH-DATE = WS-SEL-DATE
000481         AND (WS-SEL-TIME = SPACES OR MH-START-TIME = WS-SEL-TIME)
000481         IF WS-MT-CNT < 300
000481             ADD 1 TO WS-MT-CNT
000481             MOVE MH-RECORD TO WS-MT-ENT (WS-MT-CNT)
000481         ELSE
000481             ADD 1 TO WS-MT-OMITTED
000481         END-IF
000481     END-IF.
000481
000481 LOAD-PLAYERS.
000481     OPEN INPUT PLAYER-FILE.
000481     IF WS-PL-STATUS = "00"
000481         PERFORM UNTIL WS-PL-STATUS = "10"
000481             READ PLAYER-FILE
000481                 AT END MOVE "10" TO WS-PL-STATUS
000481                 NOT AT END
000481                     IF WS-PL-CNT < 500
000481                         ADD 1 TO WS-PL-CNT
000481                         MOVE PL-ID TO WS-PL-ID (WS-PL-CNT)
000481                         MOVE PL-NAME TO WS-PL-NAME (WS-PL-CNT)
000481                     END-IF
000481             END-READ
000481         END-PERFORM
000481         CLOSE PLAYER-FILE
000481     END-IF.
000481
000481 FIND-NAME.
000481     IF WS-FIND-ID = 0
000481         MOVE "(GUEST)" TO WS-FIND-NAME
000481     ELSE
000481         MOVE "** NOT ON FILE **" TO WS-FIND-NAME
000481     END-IF.
000481     PERFORM VARYING WS-PL-IDX FROM 1 BY 1 UNTIL WS-PL-IDX > WS-PL-CNT
000481         IF WS-PL-ID (WS-PL-IDX) = WS-FIND-ID AND WS-FIND-ID > 0
000481             MOVE WS-PL-NAME (WS-PL-IDX) TO WS-FIND-NAME
000481             MOVE WS-PL-CNT TO WS-PL-IDX
000481         END-IF
000481     END-PERFORM.
000481
000481 PRINT-CARD.
000481     MOVE WS-MT-ENT (WS-MT-IDX) TO MH-RECORD.
000481     IF MH-STATION IS NUMERIC AND MH-STATION NOT = "00"
000481         MOVE MH-STATION TO WS-MATCH-STN
000481     ELSE
000481         MOVE "01" TO WS-MATCH-STN
000481     END-IF.
000481     MOVE MH-DATE TO HDG-DATE.
000481     MOVE MH-START-TIME TO HDG-TIME.
000481     MOVE WS-MATCH-STN TO HDG-STN.
000481     PERFORM PAGE-HEADING.
000481     MOVE MH-DATE TO CL1-DATE.
000481     MOVE MH-START-TIME TO WS-TIME-IN.
000481     PERFORM EDIT-TIME.
000481     MOVE WS-TIME-EDIT TO CL1-START.
000481     MOVE MH-END-TIME TO WS-TIME-IN.
000481     PERFORM EDIT-TIME.
000481     MOVE WS-TIME-EDIT TO CL1-END.
000481     MOVE WS-MATCH-STN TO CL1-STN.
000481     MOVE WS-CARD-L1 TO PR-LINE.
000481     PERFORM PRINT-REPORT-LINE.
000481     MOVE MH-PLAYERL-ID TO WS-FIND-ID.
000481     PERFORM FIND-NAME.
000481     MOVE WS-FIND-NAME TO WS-NAME-L.
000481     MOVE MH-PLAYERR-ID TO WS-FIND-ID.
000481     PERFORM FIND-NAME.
000481     MOVE WS-FIND-NAME TO WS-NAME-R.
000481     MOVE "LEFT PLAYER" TO CPL-SIDE.
000481     MOVE MH-PLAYERL-ID TO CPL-ID.
000481     MOVE WS-NAME-L TO CPL-NAME.
000481     MOVE WS-CARD-PLAYER TO PR-LINE.
000481     PERFORM PRINT-REPORT-LINE.
000481     MOVE "RIGHT PLAYER" TO CPL-SIDE.
000481     MOVE MH-PLAYERR-ID TO CPL-ID.
000481     MOVE WS-NAME-R TO CPL-NAME.
000481     MOVE WS-CARD-PLAYER TO PR-LINE.
000481     PERFORM PRINT-REPORT-LINE.
000481     MOVE MH-SCOREL TO CFN-SL.
000481     MOVE MH-SCORER TO CFN-SR.
000481     IF MH-WINNER = 'L'
000481         MOVE "LEFT" TO CFN-SIDE
000481         MOVE WS-NAME-L TO CFN-NAME
000481     ELSE
000481         MOVE "RIGHT" TO CFN-SIDE
000481         MOVE WS-NAME-R TO CFN-NAME
000481     END-IF.
000481     MOVE WS-CARD-FINAL TO PR-LINE.
000481     PERFORM PRINT-REPORT-LINE.
000481     EVALUATE TRUE
000481     WHEN MH-SIM-FLAG = 'S'
000481         MOVE "SIMULATED - NOT RATED" TO CTY-TEXT
000481     WHEN MH-HANDICAP = 'H'
000481         MOVE "HANDICAP" TO CTY-TEXT
000481     WHEN OTHER
000481         MOVE "LEVEL" TO CTY-TEXT
000481     END-EVALUATE.
000481     MOVE WS-CARD-TYPE TO PR-LINE.
000481     PERFORM PRINT-REPORT-LINE.
000481     PERFORM FIND-FIXTURE.
000481     IF WS-FX-FOUND = 'Y'
000481         MOVE WS-FX-ROUND TO CFX-ROUND
000481         MOVE WS-FX-DATE TO CFX-DATE
000481         MOVE WS-CARD-FIXT TO PR-LINE
000481     ELSE
000481         MOVE "FIXTURE         NOT POSTED AGAINST A FIXTURE" TO PR-LINE
000481     END-IF.
000481     PERFORM PRINT-REPORT-LINE.
000481     MOVE MH-LONGEST-RALLY TO CRL-HITS.
000481     MOVE WS-CARD-RALLY TO PR-LINE.
000481     PERFORM PRINT-REPORT-LINE.
000481     MOVE SPACES TO PR-LINE.
000481     PERFORM PRINT-REPORT-LINE.
000481     MOVE WS-HDG-PTS TO PR-LINE.
000481     PERFORM PRINT-REPORT-LINE.
000481     MOVE 0 TO WS-PTS-CNT.
000481     MOVE SPACE TO WS-RUN-SIDE.
000481     MOVE 0 TO WS-RUN-LEN.
000481     MOVE 0 TO WS-RUN-MAX-L.
000481     MOVE 0 TO WS-RUN-MAX-R.
000481     OPEN INPUT POINT-DETAIL-FILE.
000481     IF WS-PT-STATUS = "00"
000481         PERFORM UNTIL WS-PT-STATUS = "10"
000481             READ POINT-DETAIL-FILE
000481                 AT END MOVE "10" TO WS-PT-STATUS
000481                 NOT AT END PERFORM CHECK-POINT
000481             END-READ
000481         END-PERFORM
000481         CLOSE POINT-DETAIL-FILE
000481     END-IF.
000481     IF WS-PTS-CNT = 0
000481         MOVE "  NO POINT DETAIL ON FILE FOR THIS MATCH" TO PR-LINE
000481         PERFORM PRINT-REPORT-LINE
000481     END-IF.
000481     MOVE SPACES TO PR-LINE.
000481     PERFORM PRINT-REPORT-LINE.
000481     MOVE WS-PTS-CNT TO CPT-CNT.
000481     MOVE WS-CARD-PTS TO PR-LINE.
000481     PERFORM PRINT-REPORT-LINE.
000481     MOVE WS-RUN-MAX-L TO CRN-L.
000481     MOVE WS-RUN-MAX-R TO CRN-R.
000481     MOVE WS-CARD-RUNS TO PR-LINE.
000481     PERFORM PRINT-REPORT-LINE.
000481
000481 CHECK-POINT.
000481     IF PT-STATION IS NUMERIC AND PT-STATION NOT = "00"
000481         MOVE PT-STATION TO WS-PT-STN
000481     ELSE
000481         MOVE "01" TO WS-PT-STN
000481     END-IF.
000481     IF PT-DATE = MH-DATE AND PT-START-TIME = MH-START-TIME
000481         AND WS-PT-STN = WS-MATCH-STN
000481         ADD 1 TO WS-PTS-CNT
000481         IF PT-SIDE = WS-RUN-SIDE
000481             ADD 1 TO WS-RUN-LEN
000481         ELSE
000481             MOVE PT-SIDE TO WS-RUN-SIDE
000481             MOVE 1 TO WS-RUN-LEN
000481         END-IF
000481         IF PT-SIDE = 'L' AND WS-RUN-LEN > WS-RUN-MAX-L
000481             MOVE WS-RUN-LEN TO WS-RUN-MAX-L
000481         END-IF
000481         IF PT-SIDE = 'R' AND WS-RUN-LEN > WS-RUN-MAX-R
000481             MOVE WS-RUN-LEN TO WS-RUN-MAX-R
000481         END-IF
000481         MOVE PT-SEQ TO PTL-SEQ
000481         MOVE PT-STAMP (9:6) TO WS-TIME-IN
000481         PERFORM EDIT-TIME
000481         MOVE WS-TIME-EDIT TO PTL-TIME
000481         IF PT-SIDE = 'L'
000481             MOVE "LEFT" TO PTL-SIDE
000481         ELSE
000481             MOVE "RIGHT" TO PTL-SIDE
000481         END-IF
000481         MOVE PT-SCOREL TO PTL-SL
000481         MOVE PT-SCORER TO PTL-SR
000481         MOVE PT-RALLY-HITS TO PTL-HITS
000481         MOVE WS-PT-LINE TO PR-LINE
000481         PERFORM PRINT-REPORT-LINE
000481     END-IF.
000481
000481 FIND-FIXTURE.
000481     MOVE 'N' TO WS-FX-FOUND.
000481     OPEN INPUT FIXTURE-FILE.
000481     IF WS-FX-STATUS = "00"
000481         PERFORM UNTIL WS-FX-STATUS = "10"
000481             READ FIXTURE-FILE
000481                 AT END MOVE "10" TO WS-FX-STATUS
000481                 NOT AT END
000481                     IF FX-STATUS = 'P' AND FX-PLAYED-DATE = MH-DATE
000481                         AND FX-PLAYED-TIME = MH-START-TIME
000481                         MOVE 'Y' TO WS-FX-FOUND
000481                         MOVE FX-ROUND TO WS-FX-ROUND
000481                         MOVE FX-DATE TO WS-FX-DATE
000481                     END-IF
000481             END-READ
000481         END-PERFORM
000481         CLOSE FIXTURE-FILE
000481     END-IF.
000481
000481 EDIT-TIME.
000481     MOVE WS-TIME-IN (1:2) TO TME-HH.
000481     MOVE WS-TIME-IN (3:2) TO TME-MM.
000481     MOVE WS-TIME-IN (5:2) TO TME-SS.
000481
000481 PAGE-HEADING.
000481     ADD 1 TO WS-PAGE-CNT.
000481     MOVE WS-PAGE-CNT TO HDG-PAGE.
000481     IF WS-PAGE-CNT = 1
000481         WRITE PR-LINE FROM WS-HDG1
000481     ELSE
000481         WRITE PR-LINE FROM WS-HDG1 AFTER ADVANCING PAGE
000481     END-IF.
000481     MOVE SPACES TO PR-LINE.
000481     WRITE PR-LINE.
000481     MOVE 2 TO WS-LINE-CNT.
000481
000481 PRINT-REPORT-LINE.
000481     IF WS-LINE-CNT >= 55
000481         MOVE PR-LINE TO WS-PR-HOLD
000481         PERFORM PAGE-HEADING
000481         MOVE WS-HDG-PTS TO PR-LINE
000481         WRITE PR-LINE
000481         ADD 1 TO WS-LINE-CNT
000481         MOVE WS-PR-HOLD TO PR-LINE
000481     END-IF.
000481     WRITE PR-LINE.
000481     ADD 1 TO WS-LINE-CNT.
000482 END PROGRAM "RPT-SCORECARD".
000483 IDENTIFICATION DIVISION.
000483 PROGRAM-ID. "SHT-LOBBY".
000483 ENVIRONMENT DIVISION.
000483 CONFIGURATION SECTION.
000483 SPECIAL-NAMES.
000483 INPUT-OUTPUT SECTION.
000483 FILE-CONTROL.
000483 DATA DIVISION.
000483 BASED-STORAGE SECTION.
000483 FILE SECTION.
000483 WORKING-STORAGE SECTION.
000483 01 POWER--HPOWOBJS-SHT-LOBBY IS GLOBAL IS EXTERNAL.
000483   02 POWER--HPOWOBJ--SHT-LOBBY.
000483     03 SHT-LOBBY PIC S9(9) COMP-5.
000483     03 POW-P001 REDEFINES  SHT-LOBBY USAGE POINTER.
000483   02 POWER--HPOWOBJ--TXT-LBCLOCK.
000483     03 TXT-LBCLOCK PIC S9(9) COMP-5.
000483     03 POW-P002 REDEFINES  TXT-LBCLOCK USAGE POINTER.
000483   02 POWER--HPOWOBJ--TXT-LBTBL1.
000483     03 TXT-LBTBL1 PIC S9(9) COMP-5.
000483     03 POW-P003 REDEFINES  TXT-LBTBL1 USAGE POINTER.
000483   02 POWER--HPOWOBJ--TXT-LBTBL2.
000483     03 TXT-LBTBL2 PIC S9(9) COMP-5.
000483     03 POW-P004 REDEFINES  TXT-LBTBL2 USAGE POINTER.
000483   02 POWER--HPOWOBJ--TXT-LBTBL3.
000483     03 TXT-LBTBL3 PIC S9(9) COMP-5.
000483     03 POW-P005 REDEFINES  TXT-LBTBL3 USAGE POINTER.
000483   02 POWER--HPOWOBJ--TXT-LBTBL4.
000483     03 TXT-LBTBL4 PIC S9(9) COMP-5.
000483     03 POW-P006 REDEFINES  TXT-LBTBL4 USAGE POINTER.
000483   02 POWER--HPOWOBJ--TXT-LBFX1.
000483     03 TXT-LBFX1 PIC S9(9) COMP-5.
000483     03 POW-P007 REDEFINES  TXT-LBFX1 USAGE POINTER.
000483   02 POWER--HPOWOBJ--TXT-LBFX2.
000483     03 TXT-LBFX2 PIC S9(9) COMP-5.
000483     03 POW-P008 REDEFINES  TXT-LBFX2 USAGE POINTER.
000483   02 POWER--HPOWOBJ--TXT-LBFX3.
000483     03 TXT-LBFX3 PIC S9(9) COMP-5.
000483     03 POW-P009 REDEFINES  TXT-LBFX3 USAGE POINTER.
000483   02 POWER--HPOWOBJ--TXT-LBTOP1.
000483     03 TXT-LBTOP1 PIC S9(9) COMP-5.
000483     03 POW-P010 REDEFINES  TXT-LBTOP1 USAGE POINTER.
000483   02 POWER--HPOWOBJ--TXT-LBTOP2.
000483     03 TXT-LBTOP2 PIC S9(9) COMP-5.
000483     03 POW-P011 REDEFINES  TXT-LBTOP2 USAGE POINTER.
000483   02 POWER--HPOWOBJ--TXT-LBTOP3.
000483     03 TXT-LBTOP3 PIC S9(9) COMP-5.
000483     03 POW-P012 REDEFINES  TXT-LBTOP3 USAGE POINTER.
000483   02 POWER--HPOWOBJ--TXT-LBTOP4.
000483     03 TXT-LBTOP4 PIC S9(9) COMP-5.
000483     03 POW-P013 REDEFINES  TXT-LBTOP4 USAGE POINTER.
000483   02 POWER--HPOWOBJ--TXT-LBTOP5.
000483     03 TXT-LBTOP5 PIC S9(9) COMP-5.
000483     03 POW-P014 REDEFINES  TXT-LBTOP5 USAGE POINTER.
000483   02 POWER--HPOWOBJ--TMR-LOBBY.
000483     03 TMR-LOBBY PIC S9(9) COMP-5.
000483     03 POW-P015 REDEFINES  TMR-LOBBY USAGE POINTER.
000483   02 POWER--HPOWOBJ--PF-LBDONE.
000483     03 PF-LBDONE PIC S9(9) COMP-5.
000483     03 POW-P016 REDEFINES  PF-LBDONE USAGE POINTER.
000483 01  REDEFINES POWER--HPOWOBJS-SHT-LOBBY.
000483   02  POWER--HPOWOBJS-LB PICTURE IS X(4) OCCURS 16 TIMES.
000483 01  POWER-HPOWOBJIDX-LB PIC S9(9) COMP-5.
000483 LINKAGE SECTION.
000483 01  POWER--HPOWOBJ IS GLOBAL PICTURE IS  X(4).
000483 01  POWER--ID      IS GLOBAL PICTURE IS S9(9)
000483                    USAGE IS COMPUTATIONAL-5.
000483 01  POWER--NOTIFY  IS GLOBAL PICTURE IS S9(9)
000483                    USAGE IS COMPUTATIONAL-5.
000483 01  POWER--MESSAGE IS GLOBAL PICTURE IS S9(9)
000483                    USAGE IS COMPUTATIONAL-5.
000483 PROCEDURE DIVISION
000483     USING POWER--HPOWOBJ POWER--ID POWER--MESSAGE POWER--NOTIFY.
000483     EVALUATE POWER--MESSAGE
000483     WHEN 1025
000483         EVALUATE POWER--HPOWOBJ
000483         WHEN POWER--HPOWOBJ--TMR-LOBBY
000483             EVALUATE POWER--NOTIFY
000483             WHEN 12
000483                CALL "TMR-LOBBY-TIMER"
000483             END-EVALUATE
000483         WHEN POWER--HPOWOBJ--PF-LBDONE
000483             EVALUATE POWER--NOTIFY
000483             WHEN 1
000483                CALL "PF-LBDONE-CLICK"
000483             END-EVALUATE
000483         END-EVALUATE
000483     WHEN 1024
000483         MOVE POWER--HPOWOBJ TO POWER--HPOWOBJS-LB (POWER--ID + 1)
000483     WHEN 1036
000483         CALL "SHT-LOBBY-OPENED"
000483     END-EVALUATE.
000483     EXIT PROGRAM.
000484 IDENTIFICATION DIVISION.
000484 PROGRAM-ID. "SHT-LOBBY-OPENED".
000484 PROCEDURE   DIVISION.
000484 MAIN.
000484     CALL "TMR-LOBBY-TIMER".
000484     CALL  "XPOWTMSTART"  USING BY VALUE TMR-LOBBY.
000484 END PROGRAM "SHT-LOBBY-OPENED".
000485 IDENTIFICATION DIVISION.
000485 PROGRAM-ID. "TMR-LOBBY-TIMER" IS COMMON.
000485 ENVIRONMENT DIVISION.
000485 INPUT-OUTPUT SECTION.
000485 FILE-CONTROL.
000485     SELECT LIVE-STATUS-FILE ASSIGN TO DYNAMIC WS-LV-NAME
000485         ORGANIZATION IS LINE SEQUENTIAL
000485         FILE STATUS IS WS-LV-STATUS.
000485     SELECT FIXTURE-FILE ASSIGN TO "FIXTURES.DAT"
000485         ORGANIZATION IS LINE SEQUENTIAL
000485         FILE STATUS IS WS-FX-STATUS.
000485     SELECT STANDINGS-FILE ASSIGN TO "STANDINGS.DAT"
000485         ORGANIZATION IS LINE SEQUENTIAL
000485         FILE STATUS IS WS-ST-STATUS.
000485     SELECT PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
000485         ORGANIZATION IS LINE SEQUENTIAL
000485         FILE STATUS IS WS-PL-STATUS.
000485 DATA        DIVISION.
000485 FILE SECTION.
000485 FD  LIVE-STATUS-FILE.
000485 01  LV-RECORD.
000485     02 LV-STATION       PIC XX.
000485     02 LV-STATE         PIC X.
000485     02 LV-DATE          PIC X(8).
000485     02 LV-START-TIME    PIC X(6).
000485     02 LV-PLAYERL-ID    PIC 9(4).
000485     02 LV-NAME-L        PIC X(20).
000485     02 LV-PLAYERR-ID    PIC 9(4).
000485     02 LV-NAME-R        PIC X(20).
000485     02 LV-SCOREL        PIC 99.
000485     02 LV-SCORER        PIC 99.
000485     02 LV-LONGEST-RALLY PIC 999.
000485     02 LV-UPDATED       PIC X(14).
000485 FD  FIXTURE-FILE.
000485 01  FX-RECORD.
000485     02 FX-ROUND       PIC 99.
000485     02 FX-DATE        PIC X(8).
000485     02 FX-PLAYERL-ID  PIC 9(4).
000485     02 FX-PLAYERR-ID  PIC 9(4).
000485     02 FX-STATUS      PIC X.
000485     02 FX-PLAYED-DATE PIC X(8).
000485     02 FX-PLAYED-TIME PIC X(6).
000485 FD  STANDINGS-FILE.
000485 01  ST-RECORD.
000485     02 ST-PLAYER-ID   PIC 9(4).
000485     02 ST-PLAYER-NAME PIC X(20).
000485     02 ST-WINS        PIC 9(4).
000485     02 ST-LOSSES      PIC 9(4).
000485     02 ST-STREAK      PIC S9(3).
000485     02 ST-BEST-RALLY  PIC 999.
000485     02 ST-RATING      PIC 9(4).
000485 FD  PLAYER-FILE.
000485 01  PL-RECORD.
000485     02 PL-ID     PIC 9(4).
000485     02 PL-NAME   PIC X(20).
000485     02 PL-ACTIVE PIC X.
000485     02 PL-MERGED-TO PIC 9(4).
000485     02 PL-PIN PIC X(4).
000485     02 PL-PIN-FAILS PIC 9.
000485     02 PL-LOCKED PIC X.
000485 WORKING-STORAGE SECTION.
000485  01 WS-LV-STATUS   PIC XX.
000485  01 WS-LV-NAME     PIC X(15).
000485  01 WS-FX-STATUS   PIC XX.
000485  01 WS-ST-STATUS   PIC XX.
000485  01 WS-PL-STATUS   PIC XX.
000485  01 WS-NOW         PIC X(21).
000485  01 WS-TODAY       PIC X(8).
000485  01 WS-NOW-SECS    PIC 9(5) COMP-5.
000485  01 WS-UPD-SECS    PIC 9(5) COMP-5.
000485  01 WS-AGE-SECS    PIC S9(5) COMP-5.
000485  01 WS-OVER-SECS   PIC 9(5) COMP-5 VALUE 300.
000485  01 WS-STALE-SECS  PIC 9(5) COMP-5 VALUE 1800.
000485  01 WS-HHMMSS.
000485    02 WS-HH        PIC 99.
000485    02 WS-MM        PIC 99.
000485    02 WS-SS        PIC 99.
000485  01 WS-OWN-STATION PIC XX.
000485  01 WS-STN-IDX     PIC 999 COMP-5.
000485  01 WS-STN-NUM     PIC 99.
000485  01 WS-STN-CODE REDEFINES WS-STN-NUM PIC XX.
000485  01 WS-IDX         PIC 99 COMP-5.
000485  01 WS-JDX         PIC 99 COMP-5.
000485  01 WS-TBL-CNT     PIC 9 COMP-5.
000485  01 WS-FX-CNT      PIC 9 COMP-5.
000485  01 WS-TOP-CNT     PIC 9 COMP-5.
000485  01 WS-LIVE        PIC X.
000485  01 WS-LB-LINES.
000485    02 WS-LB-TBL    PIC X(70) OCCURS 4 TIMES.
000485    02 WS-LB-FX     PIC X(70) OCCURS 3 TIMES.
000485    02 WS-LB-TOP    PIC X(70) OCCURS 5 TIMES.
000485  01 WS-FX-PICK.
000485    02 WS-FXP-ENT OCCURS 4 TIMES.
000485      03 WS-FXP-ROUND  PIC 99.
000485      03 WS-FXP-DATE   PIC X(8).
000485      03 WS-FXP-L      PIC 9(4).
000485      03 WS-FXP-R      PIC 9(4).
000485      03 WS-FXP-NAME-L PIC X(20).
000485      03 WS-FXP-NAME-R PIC X(20).
000485  01 WS-FXP-HOLD    PIC X(58).
000485  01 WS-CLOCK-LINE.
000485    02 FILLER       PIC X(20) VALUE "PONG LOBBY BOARD".
000485    02 CLK-YYYY     PIC X(4).
000485    02 FILLER       PIC X VALUE "-".
000485    02 CLK-MO       PIC XX.
000485    02 FILLER       PIC X VALUE "-".
000485    02 CLK-DD       PIC XX.
000485    02 FILLER       PIC XX VALUE SPACES.
000485    02 CLK-HH       PIC XX.
000485    02 FILLER       PIC X VALUE ":".
000485    02 CLK-MI       PIC XX.
000485    02 FILLER       PIC X(33) VALUE SPACES.
000485  01 WS-TBL-LINE.
000485    02 FILLER       PIC X(6) VALUE "TABLE ".
000485    02 TBL-STN      PIC XX.
000485    02 FILLER       PIC XX VALUE SPACES.
000485    02 TBL-NAME-L   PIC X(16).
000485    02 TBL-SL       PIC Z9.
000485    02 FILLER       PIC X(3) VALUE " - ".
000485    02 TBL-SR       PIC Z9.
000485    02 FILLER       PIC XX VALUE SPACES.
000485    02 TBL-NAME-R   PIC X(16).
000485    02 TBL-STATE    PIC X(9).
000485    02 FILLER       PIC X(7) VALUE " RALLY ".
000485    02 TBL-RALLY    PIC ZZ9.
000485  01 WS-IDLE-LINE.
000485    02 FILLER       PIC X(6) VALUE "TABLE ".
000485    02 IDL-STN      PIC XX.
000485    02 FILLER       PIC X(12) VALUE "  TABLE IDLE".
000485    02 FILLER       PIC X(50) VALUE SPACES.
000485  01 WS-FIXT-LINE.
000485    02 FILLER       PIC X(6) VALUE "ROUND ".
000485    02 FXL-ROUND    PIC Z9.
000485    02 FILLER       PIC XX VALUE SPACES.
000485    02 FXL-DATE     PIC X(10).
000485    02 FILLER       PIC XX VALUE SPACES.
000485    02 FXL-NAME-L   PIC X(20).
000485    02 FILLER       PIC X(4) VALUE " V  ".
000485    02 FXL-NAME-R   PIC X(20).
000485    02 FILLER       PIC X(4) VALUE SPACES.
000485  01 WS-TOP-LINE.
000485    02 TPL-POS      PIC 9.
000485    02 FILLER       PIC XX VALUE ". ".
000485    02 TPL-NAME     PIC X(20).
000485    02 FILLER       PIC X(8) VALUE " RATING ".
000485    02 TPL-RATING   PIC ZZZ9.
000485    02 FILLER       PIC X(4) VALUE "  W ".
000485    02 TPL-WINS     PIC ZZZ9.
000485    02 FILLER       PIC X(3) VALUE " L ".
000485    02 TPL-LOSSES   PIC ZZZ9.
000485    02 FILLER       PIC X(20) VALUE SPACES.
000485  01 WS-DATE-EDIT.
000485    02 DTE-YYYY     PIC X(4).
000485    02 FILLER       PIC X VALUE "-".
000485    02 DTE-MM       PIC XX.
000485    02 FILLER       PIC X VALUE "-".
000485    02 DTE-DD       PIC XX.
000485  77 POW-0001 PIC X(256) .
000486 PROCEDURE   DIVISION.
000486 MAIN.
000486     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000486     MOVE WS-NOW (1:8) TO WS-TODAY.
000486     MOVE WS-NOW (9:6) TO WS-HHMMSS.
000486     COMPUTE WS-NOW-SECS = WS-HH * 3600 + WS-MM * 60 + WS-SS.
000486     MOVE SPACES TO WS-LB-LINES.
000486     PERFORM BUILD-TABLES.
000486     PERFORM BUILD-FIXTURES.
000486     PERFORM BUILD-TOP-FIVE.
000486     PERFORM SHOW-BOARD.
000486     EXIT PROGRAM.
000486
000486 BUILD-TABLES.
000486     MOVE 0 TO WS-TBL-CNT.
000486     PERFORM VARYING WS-STN-IDX FROM 1 BY 1
000486         UNTIL WS-STN-IDX > 99 OR WS-TBL-CNT >= 4
000486         MOVE WS-STN-IDX TO WS-STN-NUM
000486         MOVE "LIVESTAT-01.DAT" TO WS-LV-NAME
000486         MOVE WS-STN-CODE TO WS-LV-NAME (10:2)
000486         OPEN INPUT LIVE-STATUS-FILE
000486         IF WS-LV-STATUS = "00"
000486             READ LIVE-STATUS-FILE
000486             IF WS-LV-STATUS = "00"
000486                 ADD 1 TO WS-TBL-CNT
000486                 PERFORM BUILD-TABLE-LINE
000486             END-IF
000486             CLOSE LIVE-STATUS-FILE
000486         END-IF
000486     END-PERFORM.
000486     IF WS-TBL-CNT = 0
000486         CALL "PONG-STATION" USING WS-OWN-STATION
000486         MOVE WS-OWN-STATION TO IDL-STN
000486         MOVE WS-IDLE-LINE TO WS-LB-TBL (1)
000486     END-IF.
000486
000486 BUILD-TABLE-LINE.
000486     MOVE 'Y' TO WS-LIVE.
000486     IF LV-UPDATED (1:8) NOT = WS-TODAY
000486         OR LV-UPDATED (9:6) IS NOT NUMERIC
000486         MOVE 'N' TO WS-LIVE
000486     ELSE
000486         MOVE LV-UPDATED (9:6) TO WS-HHMMSS
000486         COMPUTE WS-UPD-SECS = WS-HH * 3600 + WS-MM * 60 + WS-SS
000486         COMPUTE WS-AGE-SECS = WS-NOW-SECS - WS-UPD-SECS
000486         IF WS-AGE-SECS < 0 OR WS-AGE-SECS > WS-STALE-SECS
000486             MOVE 'N' TO WS-LIVE
000486         END-IF
000486         IF LV-STATE = 'G' AND WS-AGE-SECS > WS-OVER-SECS
000486             MOVE 'N' TO WS-LIVE
000486         END-IF
000486     END-IF.
000486     IF LV-STATE NOT = 'P' AND LV-STATE NOT = 'H'
000486         AND LV-STATE NOT = 'G'
000486         MOVE 'N' TO WS-LIVE
000486     END-IF.
000486     IF WS-LIVE = 'N'
000486         MOVE WS-STN-CODE TO IDL-STN
000486         MOVE WS-IDLE-LINE TO WS-LB-TBL (WS-TBL-CNT)
000486     ELSE
000486         MOVE WS-STN-CODE TO TBL-STN
000486         MOVE LV-NAME-L TO TBL-NAME-L
000486         MOVE LV-SCOREL TO TBL-SL
000486         MOVE LV-SCORER TO TBL-SR
000486         MOVE LV-NAME-R TO TBL-NAME-R
000486         EVALUATE LV-STATE
000486         WHEN 'P'
000486             MOVE "PLAYING" TO TBL-STATE
000486         WHEN 'H'
000486             MOVE "PAUSED" TO TBL-STATE
000486         WHEN OTHER
000486             MOVE "GAME OVER" TO TBL-STATE
000486         END-EVALUATE
000486         MOVE LV-LONGEST-RALLY TO TBL-RALLY
000486         MOVE WS-TBL-LINE TO WS-LB-TBL (WS-TBL-CNT)
000486     END-IF.
000486
000486 BUILD-FIXTURES.
000486     MOVE 0 TO WS-FX-CNT.
000486     OPEN INPUT FIXTURE-FILE.
000486     IF WS-FX-STATUS = "00"
000486         PERFORM UNTIL WS-FX-STATUS = "10"
000486             READ FIXTURE-FILE
000486                 AT END MOVE "10" TO WS-FX-STATUS
000486                 NOT AT END
000486                     IF FX-STATUS = 'O' AND FX-DATE >= WS-TODAY
000486                         PERFORM PICK-FIXTURE
000486                     END-IF
000486             END-READ
000486         END-PERFORM
000486         CLOSE FIXTURE-FILE
000486     END-IF.
000486     IF WS-FX-CNT = 0
000486         MOVE "NO OPEN FIXTURES" TO WS-LB-FX (1)
000486     ELSE
000486         PERFORM FIXTURE-NAMES
000486         PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-FX-CNT
000486             MOVE WS-FXP-ROUND (WS-IDX) TO FXL-ROUND
000486             MOVE WS-FXP-DATE (WS-IDX) (1:4) TO DTE-YYYY
000486             MOVE WS-FXP-DATE (WS-IDX) (5:2) TO DTE-MM
000486             MOVE WS-FXP-DATE (WS-IDX) (7:2) TO DTE-DD
000486             MOVE WS-DATE-EDIT TO FXL-DATE
000486             MOVE WS-FXP-NAME-L (WS-IDX) TO FXL-NAME-L
000486             MOVE WS-FXP-NAME-R (WS-IDX) TO FXL-NAME-R
000486             MOVE WS-FIXT-LINE TO WS-LB-FX (WS-IDX)
000486         END-PERFORM
000486     END-IF.
000486
000486 PICK-FIXTURE.
000486     IF WS-FX-CNT < 3
000486         ADD 1 TO WS-FX-CNT
000486         MOVE WS-FX-CNT TO WS-IDX
000486     ELSE
000486         IF FX-DATE < WS-FXP-DATE (3)
000486             MOVE 3 TO WS-IDX
000486         ELSE
000486             MOVE 0 TO WS-IDX
000486         END-IF
000486     END-IF.
000486     IF WS-IDX > 0
000486         MOVE FX-ROUND TO WS-FXP-ROUND (WS-IDX)
000486         MOVE FX-DATE TO WS-FXP-DATE (WS-IDX)
000486         MOVE FX-PLAYERL-ID TO WS-FXP-L (WS-IDX)
000486         MOVE FX-PLAYERR-ID TO WS-FXP-R (WS-IDX)
000486         PERFORM UNTIL WS-IDX < 2
000486             COMPUTE WS-JDX = WS-IDX - 1
000486             IF WS-FXP-DATE (WS-IDX) < WS-FXP-DATE (WS-JDX)
000486                 MOVE WS-FXP-ENT (WS-IDX) TO WS-FXP-HOLD
000486                 MOVE WS-FXP-ENT (WS-JDX) TO WS-FXP-ENT (WS-IDX)
000486                 MOVE WS-FXP-HOLD TO WS-FXP-ENT (WS-JDX)
000486                 MOVE WS-JDX TO WS-IDX
000486             ELSE
000486                 MOVE 1 TO WS-IDX
000486             END-IF
000486         END-PERFORM
000486     END-IF.
000486
000486 FIXTURE-NAMES.
000486     PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-FX-CNT
000486         MOVE "PLAYER" TO WS-FXP-NAME-L (WS-IDX)
000486         MOVE WS-FXP-L (WS-IDX) TO WS-FXP-NAME-L (WS-IDX) (8:4)
000486         MOVE "PLAYER" TO WS-FXP-NAME-R (WS-IDX)
000486         MOVE WS-FXP-R (WS-IDX) TO WS-FXP-NAME-R (WS-IDX) (8:4)
000486     END-PERFORM.
000486     OPEN INPUT PLAYER-FILE.
000486     IF WS-PL-STATUS = "00"
000486         PERFORM UNTIL WS-PL-STATUS = "10"
000486             READ PLAYER-FILE
000486                 AT END MOVE "10" TO WS-PL-STATUS
000486                 NOT AT END
000486                     PERFORM VARYING WS-IDX FROM 1 BY 1
000486                         UNTIL WS-IDX > WS-FX-CNT
000486                         IF PL-ID = WS-FXP-L (WS-IDX)
000486                             MOVE PL-NAME TO WS-FXP-NAME-L (WS-IDX)
000486                         END-IF
000486                         IF PL-ID = WS-FXP-R (WS-IDX)
000486                             MOVE PL-NAME TO WS-FXP-NAME-R (WS-IDX)
000486                         END-IF
000486                     END-PERFORM
000486             END-READ
000486         END-PERFORM
000486         CLOSE PLAYER-FILE
000486     END-IF.
000486
000486 BUILD-TOP-FIVE.
000486     MOVE 0 TO WS-TOP-CNT.
000486     OPEN INPUT STANDINGS-FILE.
000486     IF WS-ST-STATUS = "00"
000486         PERFORM UNTIL WS-ST-STATUS = "10" OR WS-TOP-CNT >= 5
000486             READ STANDINGS-FILE
000486                 AT END MOVE "10" TO WS-ST-STATUS
000486                 NOT AT END
000486                     ADD 1 TO WS-TOP-CNT
000486                     MOVE WS-TOP-CNT TO TPL-POS
000486                     MOVE ST-PLAYER-NAME TO TPL-NAME
000486                     MOVE ST-RATING TO TPL-RATING
000486                     MOVE ST-WINS TO TPL-WINS
000486                     MOVE ST-LOSSES TO TPL-LOSSES
000486                     MOVE WS-TOP-LINE TO WS-LB-TOP (WS-TOP-CNT)
000486             END-READ
000486         END-PERFORM
000486         CLOSE STANDINGS-FILE
000486     END-IF.
000486     IF WS-TOP-CNT = 0
000486         MOVE "NO STANDINGS YET" TO WS-LB-TOP (1)
000486     END-IF.
000486
000486 SHOW-BOARD.
000486     MOVE WS-NOW (1:4) TO CLK-YYYY.
000486     MOVE WS-NOW (5:2) TO CLK-MO.
000486     MOVE WS-NOW (7:2) TO CLK-DD.
000486     MOVE WS-NOW (9:2) TO CLK-HH.
000486     MOVE WS-NOW (11:2) TO CLK-MI.
000486     MOVE WS-CLOCK-LINE TO POW-0001.
000486     CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-LBCLOCK  BY REFERENCE POW-0001.
000486     MOVE WS-LB-TBL (1) TO POW-0001.
000486     CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-LBTBL1  BY REFERENCE POW-0001.
000486     MOVE WS-LB-TBL (2) TO POW-0001.
000486     CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-LBTBL2  BY REFERENCE POW-0001.
000486     MOVE WS-LB-TBL (3) TO POW-0001.
000486     CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-LBTBL3  BY REFERENCE POW-0001.
000486     MOVE WS-LB-TBL (4) TO POW-0001.
000486     CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-LBTBL4  BY REFERENCE POW-0001.
000486     MOVE WS-LB-FX (1) TO POW-0001.
000486     CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-LBFX1  BY REFERENCE POW-0001.
000486     MOVE WS-LB-FX (2) TO POW-0001.
000486     CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-LBFX2  BY REFERENCE POW-0001.
000486     MOVE WS-LB-FX (3) TO POW-0001.
000486     CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-LBFX3  BY REFERENCE POW-0001.
000486     MOVE WS-LB-TOP (1) TO POW-0001.
000486     CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-LBTOP1  BY REFERENCE POW-0001.
000486     MOVE WS-LB-TOP (2) TO POW-0001.
000486     CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-LBTOP2  BY REFERENCE POW-0001.
000486     MOVE WS-LB-TOP (3) TO POW-0001.
000486     CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-LBTOP3  BY REFERENCE POW-0001.
000486     MOVE WS-LB-TOP (4) TO POW-0001.
000486     CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-LBTOP4  BY REFERENCE POW-0001.
000486     MOVE WS-LB-TOP (5) TO POW-0001.
000486     CALL  "XPOWEDITSETTEXT"  USING BY VALUE TXT-LBTOP5  BY REFERENCE POW-0001.
000486 END PROGRAM "TMR-LOBBY-TIMER".
000487 IDENTIFICATION DIVISION.
000487 PROGRAM-ID. "PF-LBDONE-CLICK".
000487 PROCEDURE   DIVISION.
000487 MAIN.
000487     CALL  "XPOWTMSTOP"  USING BY VALUE TMR-LOBBY.
000487     CALL  "XPOWSHCLOSE"  USING BY VALUE SHT-LOBBY.
000487 END PROGRAM "PF-LBDONE-CLICK".
000488 END PROGRAM "SHT-LOBBY".
000489 IDENTIFICATION DIVISION.
000489 PROGRAM-ID. "RPT-PRACTICE".
000489 ENVIRONMENT DIVISION.
000489 INPUT-OUTPUT SECTION.
000489 FILE-CONTROL.
000489     SELECT PRACTICE-FILE ASSIGN TO "PRACTICE.DAT"
000489         ORGANIZATION IS LINE SEQUENTIAL
000489         FILE STATUS IS WS-PC-STATUS.
000489     SELECT PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
000489         ORGANIZATION IS LINE SEQUENTIAL
000489         FILE STATUS IS WS-PL-STATUS.
000489     SELECT PRINT-FILE ASSIGN TO "PRACTRPT.TXT"
000489         ORGANIZATION IS LINE SEQUENTIAL
000489         FILE STATUS IS WS-PR-STATUS.
000489 DATA        DIVISION.
000489 FILE SECTION.
000489 FD  PRACTICE-FILE.
000489 01  PC-RECORD.
000489     02 PC-PLAYER-ID  PIC 9(4).
000489     02 PC-DATE       PIC X(8).
000489     02 PC-START-TIME PIC X(6).
000489     02 PC-DRILL      PIC X.
000489     02 PC-BALL       PIC 99.
000489     02 PC-BALLS      PIC 99.
000489     02 PC-SPEED      PIC 9.
000489     02 PC-RESULT     PIC X.
000489     02 PC-ZONE       PIC X.
000489     02 PC-OFFSET     PIC S999.
000489     02 PC-STAMP      PIC X(14).
000489     02 PC-STATION    PIC XX.
000489 FD  PLAYER-FILE.
000489 01  PL-RECORD.
000489     02 PL-ID     PIC 9(4).
000489     02 PL-NAME   PIC X(20).
000489     02 PL-ACTIVE PIC X.
000489     02 PL-MERGED-TO PIC 9(4).
000489     02 PL-PIN PIC X(4).
000489     02 PL-PIN-FAILS PIC 9.
000489     02 PL-LOCKED PIC X.
000489 FD  PRINT-FILE.
000489 01  PR-LINE             PIC X(80).
000490 WORKING-STORAGE SECTION.
000490  01 WS-PC-STATUS   PIC XX.
000490  01 WS-PL-STATUS   PIC XX.
000490  01 WS-PR-STATUS   PIC XX.
000490  01 WS-IN          PIC X(10).
000490  01 WS-ONLY-ID     PIC 9(4) VALUE 0.
000490  01 WS-WEEKS       PIC 99 VALUE 12.
000490  01 WS-NOW         PIC X(21).
000490  01 WS-TODAY-INT   PIC 9(7) COMP-5.
000490  01 WS-FROM-INT    PIC 9(7) COMP-5.
000490  01 WS-DAY-INT     PIC 9(7) COMP-5.
000490  01 WS-WEEK-INT    PIC 9(7) COMP-5.
000490  01 WS-FROM-DATE   PIC 9(8).
000490  01 WS-WEEK-DATE   PIC 9(8).
000490  01 WS-DR-IDX      PIC 9 COMP-5.
000490  01 WS-ZN-IDX      PIC 9 COMP-5.
000490  01 WS-BALLS-READ  PIC 9(7) COMP-5 VALUE 0.
000490  01 WS-BALLS-USED  PIC 9(7) COMP-5 VALUE 0.
000490  01 WS-RW-OVERFLOW PIC X VALUE 'N'.
000490  01 WS-RW-CNT      PIC 9(4) COMP-5 VALUE 0.
000490  01 WS-RW-IDX      PIC 9(4) COMP-5.
000490  01 WS-RW-HIT      PIC 9(4) COMP-5.
000490  01 WS-SWAPPED     PIC X.
000490  01 WS-RW-TABLE.
000490    02 WS-RW-ENT OCCURS 1000 TIMES.
000490      03 WS-RW-KEY.
000490        04 WS-RW-PLAYER  PIC 9(4).
000490        04 WS-RW-WEEK    PIC 9(8).
000490      03 WS-RW-DRILL OCCURS 3 TIMES.
000490        04 WS-RW-BALLS   PIC 9(5) COMP-5.
000490        04 WS-RW-RET     PIC 9(5) COMP-5.
000490      03 WS-RW-ZONE   PIC 9(5) COMP-5 OCCURS 3 TIMES.
000490  01 WS-HOLD-ENT.
000490    02 WS-HOLD-KEY.
000490      03 WS-HOLD-PLAYER  PIC 9(4).
000490      03 WS-HOLD-WEEK    PIC 9(8).
000490    02 WS-HOLD-DRILL OCCURS 3 TIMES.
000490      03 WS-HOLD-BALLS   PIC 9(5) COMP-5.
000490      03 WS-HOLD-RET     PIC 9(5) COMP-5.
000490    02 WS-HOLD-ZONE   PIC 9(5) COMP-5 OCCURS 3 TIMES.
000490  01 WS-FIND-KEY.
000490    02 WS-FIND-PLAYER  PIC 9(4).
000490    02 WS-FIND-WEEK    PIC 9(8).
000490  01 WS-CUR-PLAYER  PIC 9(4).
000490  01 WS-PLAYER-CNT  PIC 999 COMP-5 VALUE 0.
000490  01 WS-PLAYER-TOTALS.
000490    02 WS-PT-DRILL OCCURS 4 TIMES.
000490      03 WS-PT-BALLS    PIC 9(7) COMP-5.
000490      03 WS-PT-RET      PIC 9(7) COMP-5.
000490      03 WS-PT-WEEKS    PIC 99 COMP-5.
000490      03 WS-PT-FIRST    PIC 999 COMP-5.
000490      03 WS-PT-LAST     PIC 999 COMP-5.
000490    02 WS-PT-ZONE     PIC 9(7) COMP-5 OCCURS 3 TIMES.
000490  01 WS-CELL-BALLS  PIC 9(7) COMP-5.
000490  01 WS-CELL-RET    PIC 9(7) COMP-5.
000490  01 WS-RATE        PIC 999 COMP-5.
000490  01 WS-CHANGE      PIC S999 COMP-5.
000490  01 WS-ZONE-PCT    PIC 999 COMP-5.
000490  01 WS-PL-CNT      PIC 999 COMP-5 VALUE 0.
000490  01 WS-PL-IDX      PIC 999 COMP-5.
000490  01 WS-PL-TABLE.
000490    02 WS-PL-ENT OCCURS 500 TIMES.
000490      03 WS-PL-ID       PIC 9(4).
000490      03 WS-PL-NAME     PIC X(20).
000490  01 WS-FIND-ID     PIC 9(4).
000490  01 WS-FIND-NAME   PIC X(20).
000490  01 WS-CNT-DISP    PIC ZZZZZZ9.
000490  01 WS-LINE-CNT    PIC 99 COMP-5 VALUE 99.
000490  01 WS-PAGE-CNT    PIC 999 COMP-5 VALUE 0.
000490  01 WS-PR-HOLD     PIC X(80).
000490  01 WS-HDG1.
000490    02 FILLER PIC X(32) VALUE "PONG PRACTICE PROGRESS REPORT".
000490    02 FILLER PIC X(11) VALUE "WEEKS FROM ".
000490    02 HDG-FROM PIC X(8).
000490    02 FILLER PIC X(4)  VALUE " TO ".
000490    02 HDG-TO   PIC X(8).
000490    02 FILLER PIC X(8)  VALUE "    PAGE".
000490    02 HDG-PAGE PIC ZZZ9.
000490    02 FILLER PIC X(5)  VALUE SPACES.
000490  01 WS-HDG-COLS.
000490    02 FILLER PIC X(12) VALUE "  WEEK OF".
000490    02 FILLER PIC X(16) VALUE "FIXED ANGLE".
000490    02 FILLER PIC X(16) VALUE "ALT CORNERS".
000490    02 FILLER PIC X(16) VALUE "SPEED UP".
000490    02 FILLER PIC X(16) VALUE "ALL DRILLS".
000490    02 FILLER PIC X(4)  VALUE SPACES.
000490  01 WS-HDG-COLS2.
000490    02 FILLER PIC X(12) VALUE SPACES.
000490    02 FILLER PIC X(16) VALUE " RET/BALL  RATE".
000490    02 FILLER PIC X(16) VALUE " RET/BALL  RATE".
000490    02 FILLER PIC X(16) VALUE " RET/BALL  RATE".
000490    02 FILLER PIC X(16) VALUE " RET/BALL  RATE".
000490    02 FILLER PIC X(4)  VALUE SPACES.
000490  01 WS-PLAYER-LINE.
000490    02 FILLER        PIC X(7) VALUE "PLAYER ".
000490    02 PLL-ID        PIC 9(4).
000490    02 FILLER        PIC XX VALUE SPACES.
000490    02 PLL-NAME      PIC X(20).
000490    02 FILLER        PIC X(47) VALUE SPACES.
000490  01 WS-ROW-LINE.
000490    02 FILLER        PIC XX VALUE SPACES.
000490    02 RWL-LABEL     PIC X(8).
000490    02 FILLER        PIC XX VALUE SPACES.
000490    02 RWL-CELL      PIC X(16) OCCURS 4 TIMES.
000490    02 FILLER        PIC X(4) VALUE SPACES.
000490  01 WS-RATE-CELL.
000490    02 RTC-RET       PIC ZZZ9.
000490    02 FILLER        PIC X VALUE "/".
000490    02 RTC-BALLS     PIC ZZZ9.
000490    02 FILLER        PIC X VALUE SPACE.
000490    02 RTC-PCT       PIC ZZ9.
000490    02 FILLER        PIC X(3) VALUE "%".
000490  01 WS-CHANGE-CELL.
000490    02 FILLER        PIC X(6) VALUE SPACES.
000490    02 CHC-PTS       PIC +ZZ9.
000490    02 FILLER        PIC X(6) VALUE " PTS".
000490  01 WS-EMPTY-CELL   PIC X(16) VALUE "         -".
000490  01 WS-ZONE-LINE.
000490    02 FILLER        PIC X(22) VALUE "  RETURNS STRUCK  TOP ".
000490    02 ZNL-TOP       PIC ZZ9.
000490    02 FILLER        PIC X(10) VALUE "%  CENTRE ".
000490    02 ZNL-CTR       PIC ZZ9.
000490    02 FILLER        PIC X(10) VALUE "%  BOTTOM ".
000490    02 ZNL-BOT       PIC ZZ9.
000490    02 FILLER        PIC X(29) VALUE "%".
000491 PROCEDURE   DIVISION.
000491 MAIN.
000491     DISPLAY "Player ID (blank = all players): ".
000491     ACCEPT WS-IN.
000491     IF FUNCTION TEST-NUMVAL(WS-IN) = 0
000491         MOVE FUNCTION NUMVAL(WS-IN) TO WS-ONLY-ID
000491     END-IF.
000491     DISPLAY "Weeks to report (1-26, blank = 12): ".
000491     ACCEPT WS-IN.
000491     IF FUNCTION TEST-NUMVAL(WS-IN) = 0
000491         IF FUNCTION NUMVAL(WS-IN) >= 1 AND FUNCTION NUMVAL(WS-IN) <= 26
000491             MOVE FUNCTION NUMVAL(WS-IN) TO WS-WEEKS
000491         END-IF
000491     END-IF.
000491     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
000491     COMPUTE WS-TODAY-INT =
000491         FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW (1:8))).
000491     COMPUTE WS-FROM-INT = WS-TODAY-INT
000491         - FUNCTION MOD(WS-TODAY-INT - 1, 7) - (7 * (WS-WEEKS - 1)).
000491     COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-FROM-INT).
000491     MOVE WS-FROM-DATE TO HDG-FROM.
000491     MOVE WS-NOW (1:8) TO HDG-TO.
000491     PERFORM LOAD-PRACTICE.
000491     IF WS-RW-OVERFLOW = 'Y'
000491         DISPLAY "PRACTICE.DAT has more player-weeks than the report table holds"
000491         MOVE 8 TO RETURN-CODE
000491         STOP RUN
000491     END-IF.
000491     IF WS-RW-CNT = 0
000491         DISPLAY "No practice on file for this selection"
000491         MOVE 4 TO RETURN-CODE
000491         STOP RUN
000491     END-IF.
000491     PERFORM SORT-ROWS.
000491     PERFORM LOAD-PLAYERS.
000491     OPEN OUTPUT PRINT-FILE.
000491     IF WS-PR-STATUS NOT = "00"
000491         DISPLAY "Cannot open PRACTRPT.TXT"
000491         MOVE 8 TO RETURN-CODE
000491         STOP RUN
000491     END-IF.
000491     PERFORM PAGE-HEADING.
000491     MOVE 0 TO WS-CUR-PLAYER.
000491     PERFORM PRINT-ROW
000491         VARYING WS-RW-IDX FROM 1 BY 1 UNTIL WS-RW-IDX > WS-RW-CNT.
000491     PERFORM PRINT-PLAYER-TOTALS.
000491     CLOSE PRINT-FILE.
000491     MOVE WS-BALLS-READ TO WS-CNT-DISP.
000491     DISPLAY "Practice balls read : " WS-CNT-DISP.
000491     MOVE WS-BALLS-USED TO WS-CNT-DISP.
000491     DISPLAY "Balls in the report : " WS-CNT-DISP.
000491     MOVE WS-PLAYER-CNT TO WS-CNT-DISP.
000491     DISPLAY "Players reported    : " WS-CNT-DISP.
000491     DISPLAY "Report written to PRACTRPT.TXT".
000491     STOP RUN.
000491
000491 LOAD-PRACTICE.
000491     OPEN INPUT PRACTICE-FILE.
000491     IF WS-PC-STATUS = "00"
000491         PERFORM UNTIL WS-PC-STATUS = "10"
000491             READ PRACTICE-FILE
000491                 AT END MOVE "10" TO WS-PC-STATUS
000491                 NOT AT END PERFORM TALLY-BALL
000491             END-READ
000491         END-PERFORM
000491         CLOSE PRACTICE-FILE
000491     END-IF.
000491
000491 TALLY-BALL.
000491     ADD 1 TO WS-BALLS-READ.
000491     EVALUATE PC-DRILL
000491     WHEN 'F'
000491         MOVE 1 TO WS-DR-IDX
000491     WHEN 'A'
000491         MOVE 2 TO WS-DR-IDX
000491     WHEN 'S'
000491         MOVE 3 TO WS-DR-IDX
000491     WHEN OTHER
000491         MOVE 0 TO WS-DR-IDX
000491     END-EVALUATE.
000491     MOVE 0 TO WS-DAY-INT.
000491     IF PC-DATE IS NUMERIC AND PC-DATE > "16010101"
000491         COMPUTE WS-DAY-INT =
000491             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(PC-DATE))
000491     END-IF.
000491     IF WS-DR-IDX > 0 AND WS-DAY-INT >= WS-FROM-INT
000491         AND WS-DAY-INT <= WS-TODAY-INT
000491         AND (WS-ONLY-ID = 0 OR PC-PLAYER-ID = WS-ONLY-ID)
000491         COMPUTE WS-WEEK-INT = WS-DAY-INT - FUNCTION MOD(WS-DAY-INT - 1, 7)
000491         COMPUTE WS-WEEK-DATE = FUNCTION DATE-OF-INTEGER(WS-WEEK-INT)
000491         MOVE PC-PLAYER-ID TO WS-FIND-PLAYER
000491         MOVE WS-WEEK-DATE TO WS-FIND-WEEK
000491         PERFORM FIND-ROW
000491         IF WS-RW-IDX > 0
000491             ADD 1 TO WS-BALLS-USED
000491             ADD 1 TO WS-RW-BALLS (WS-RW-IDX, WS-DR-IDX)
000491             IF PC-RESULT = 'R'
000491                 ADD 1 TO WS-RW-RET (WS-RW-IDX, WS-DR-IDX)
000491                 EVALUATE PC-ZONE
000491                 WHEN 'T'
000491                     ADD 1 TO WS-RW-ZONE (WS-RW-IDX, 1)
000491                 WHEN 'C'
000491                     ADD 1 TO WS-RW-ZONE (WS-RW-IDX, 2)
000491                 WHEN 'B'
000491                     ADD 1 TO WS-RW-ZONE (WS-RW-IDX, 3)
000491                 END-EVALUATE
000491             END-IF
000491         END-IF
000491     END-IF.
000491
000491 FIND-ROW.
000491     MOVE 0 TO WS-RW-HIT.
000491     PERFORM VARYING WS-RW-IDX FROM 1 BY 1 UNTIL WS-RW-IDX > WS-RW-CNT
000491         IF WS-RW-KEY (WS-RW-IDX) = WS-FIND-KEY
000491             MOVE WS-RW-IDX TO WS-RW-HIT
000491             MOVE WS-RW-CNT TO WS-RW-IDX
000491         END-IF
000491     END-PERFORM.
000491     MOVE WS-RW-HIT TO WS-RW-IDX.
000491     IF WS-RW-HIT = 0
000491         IF WS-RW-CNT < 1000
000491             ADD 1 TO WS-RW-CNT
000491             MOVE WS-RW-CNT TO WS-RW-IDX
000491             MOVE WS-FIND-KEY TO WS-RW-KEY (WS-RW-IDX)
000491             PERFORM VARYING WS-ZN-IDX FROM 1 BY 1 UNTIL WS-ZN-IDX > 3
000491                 MOVE 0 TO WS-RW-BALLS (WS-RW-IDX, WS-ZN-IDX)
000491                 MOVE 0 TO WS-RW-RET (WS-RW-IDX, WS-ZN-IDX)
000491                 MOVE 0 TO WS-RW-ZONE (WS-RW-IDX, WS-ZN-IDX)
000491             END-PERFORM
000491         ELSE
000491             MOVE 'Y' TO WS-RW-OVERFLOW
000491             MOVE 0 TO WS-RW-IDX
000491         END-IF
000491     END-IF.
000491
000491 SORT-ROWS.
000491     MOVE 'Y' TO WS-SWAPPED.
000491     PERFORM UNTIL WS-SWAPPED = 'N'
000491         MOVE 'N' TO WS-SWAPPED
000491         PERFORM VARYING WS-RW-IDX FROM 1 BY 1 UNTIL WS-RW-IDX >= WS-RW-CNT
000491             IF WS-RW-KEY (WS-RW-IDX + 1) < WS-RW-KEY (WS-RW-IDX)
000491                 MOVE WS-RW-ENT (WS-RW-IDX) TO WS-HOLD-ENT
000491                 MOVE WS-RW-ENT (WS-RW-IDX + 1) TO WS-RW-ENT (WS-RW-IDX)
000491                 MOVE WS-HOLD-ENT TO WS-RW-ENT (WS-RW-IDX + 1)
000491                 MOVE 'Y' TO WS-SWAPPED
000491             END-IF
000491         END-PERFORM
000491     END-PERFORM.
000491
000491 LOAD-PLAYERS.
000491     OPEN INPUT PLAYER-FILE.
000491     IF WS-PL-STATUS = "00"
000491         PERFORM UNTIL WS-PL-STATUS = "10"
000491             READ PLAYER-FILE
000491                 AT END MOVE "10" TO WS-PL-STATUS
000491                 NOT AT END
000491                     IF WS-PL-CNT < 500
000491                         ADD 1 TO WS-PL-CNT
000491                         MOVE PL-ID TO WS-PL-ID (WS-PL-CNT)
000491                         MOVE PL-NAME TO WS-PL-NAME (WS-PL-CNT)
000491                     END-IF
000491             END-READ
000491         END-PERFORM
000491         CLOSE PLAYER-FILE
000491     END-IF.
000491
000491 FIND-NAME.
000491     MOVE "** NOT ON FILE **" TO WS-FIND-NAME.
000491     PERFORM VARYING WS-PL-IDX FROM 1 BY 1 UNTIL WS-PL-IDX > WS-PL-CNT
000491         IF WS-PL-ID (WS-PL-IDX) = WS-FIND-ID
000491             MOVE WS-PL-NAME (WS-PL-IDX) TO WS-FIND-NAME
000491             MOVE WS-PL-CNT TO WS-PL-IDX
000491         END-IF
000491     END-PERFORM.
000491
000491 PRINT-ROW.
000491     IF WS-RW-PLAYER (WS-RW-IDX) NOT = WS-CUR-PLAYER OR WS-PLAYER-CNT = 0
000491         IF WS-PLAYER-CNT > 0
000491             PERFORM PRINT-PLAYER-TOTALS
000491         END-IF
000491         PERFORM START-PLAYER
000491     END-IF.
000491     MOVE WS-RW-WEEK (WS-RW-IDX) TO RWL-LABEL.
000491     PERFORM VARYING WS-DR-IDX FROM 1 BY 1 UNTIL WS-DR-IDX > 3
000491         MOVE WS-RW-BALLS (WS-RW-IDX, WS-DR-IDX) TO WS-CELL-BALLS
000491         MOVE WS-RW-RET (WS-RW-IDX, WS-DR-IDX) TO WS-CELL-RET
000491         PERFORM FORMAT-RATE-CELL
000491         IF WS-CELL-BALLS > 0
000491             ADD WS-CELL-BALLS TO WS-PT-BALLS (WS-DR-IDX)
000491             ADD WS-CELL-RET TO WS-PT-RET (WS-DR-IDX)
000491             ADD WS-CELL-BALLS TO WS-PT-BALLS (4)
000491             ADD WS-CELL-RET TO WS-PT-RET (4)
000491             PERFORM NOTE-WEEK-RATE
000491         END-IF
000491     END-PERFORM.
000491     PERFORM VARYING WS-ZN-IDX FROM 1 BY 1 UNTIL WS-ZN-IDX > 3
000491         ADD WS-RW-ZONE (WS-RW-IDX, WS-ZN-IDX) TO WS-PT-ZONE (WS-ZN-IDX)
000491     END-PERFORM.
000491     MOVE WS-RW-BALLS (WS-RW-IDX, 1) TO WS-CELL-BALLS.
000491     ADD WS-RW-BALLS (WS-RW-IDX, 2) WS-RW-BALLS (WS-RW-IDX, 3)
000491         TO WS-CELL-BALLS.
000491     MOVE WS-RW-RET (WS-RW-IDX, 1) TO WS-CELL-RET.
000491     ADD WS-RW-RET (WS-RW-IDX, 2) WS-RW-RET (WS-RW-IDX, 3)
000491         TO WS-CELL-RET.
000491     MOVE 4 TO WS-DR-IDX.
000491     PERFORM FORMAT-RATE-CELL.
000491     PERFORM NOTE-WEEK-RATE.
000491     MOVE WS-ROW-LINE TO PR-LINE.
000491     PERFORM PRINT-REPORT-LINE.
000491
000491 START-PLAYER.
000491     MOVE WS-RW-PLAYER (WS-RW-IDX) TO WS-CUR-PLAYER.
000491     ADD 1 TO WS-PLAYER-CNT.
000491     MOVE WS-CUR-PLAYER TO WS-FIND-ID.
000491     PERFORM FIND-NAME.
000491     PERFORM VARYING WS-DR-IDX FROM 1 BY 1 UNTIL WS-DR-IDX > 4
000491         MOVE 0 TO WS-PT-BALLS (WS-DR-IDX)
000491         MOVE 0 TO WS-PT-RET (WS-DR-IDX)
000491         MOVE 0 TO WS-PT-WEEKS (WS-DR-IDX)
000491         MOVE 0 TO WS-PT-FIRST (WS-DR-IDX)
000491         MOVE 0 TO WS-PT-LAST (WS-DR-IDX)
000491     END-PERFORM.
000491     PERFORM VARYING WS-ZN-IDX FROM 1 BY 1 UNTIL WS-ZN-IDX > 3
000491         MOVE 0 TO WS-PT-ZONE (WS-ZN-IDX)
000491     END-PERFORM.
000491     IF WS-LINE-CNT > 47
000491         PERFORM PAGE-HEADING
000491     END-IF.
000491     MOVE SPACES TO PR-LINE.
000491     PERFORM PRINT-REPORT-LINE.
000491     MOVE WS-CUR-PLAYER TO PLL-ID.
000491     MOVE WS-FIND-NAME TO PLL-NAME.
000491     MOVE WS-PLAYER-LINE TO PR-LINE.
000491     PERFORM PRINT-REPORT-LINE.
000491     MOVE WS-HDG-COLS TO PR-LINE.
000491     PERFORM PRINT-REPORT-LINE.
000491     MOVE WS-HDG-COLS2 TO PR-LINE.
000491     PERFORM PRINT-REPORT-LINE.
000491
000491 FORMAT-RATE-CELL.
000491     IF WS-CELL-BALLS = 0
000491         MOVE WS-EMPTY-CELL TO RWL-CELL (WS-DR-IDX)
000491     ELSE
000491         COMPUTE WS-RATE ROUNDED = (WS-CELL-RET * 100) / WS-CELL-BALLS
000491         MOVE WS-CELL-RET TO RTC-RET
000491         MOVE WS-CELL-BALLS TO RTC-BALLS
000491         MOVE WS-RATE TO RTC-PCT
000491         MOVE WS-RATE-CELL TO RWL-CELL (WS-DR-IDX)
000491     END-IF.
000491
000491 NOTE-WEEK-RATE.
000491     IF WS-CELL-BALLS > 0
000491         IF WS-PT-WEEKS (WS-DR-IDX) = 0
000491             MOVE WS-RATE TO WS-PT-FIRST (WS-DR-IDX)
000491         END-IF
000491         ADD 1 TO WS-PT-WEEKS (WS-DR-IDX)
000491         MOVE WS-RATE TO WS-PT-LAST (WS-DR-IDX)
000491     END-IF.
000491
000491 PRINT-PLAYER-TOTALS.
000491     MOVE "TOTAL" TO RWL-LABEL.
000491     PERFORM VARYING WS-DR-IDX FROM 1 BY 1 UNTIL WS-DR-IDX > 4
000491         MOVE WS-PT-BALLS (WS-DR-IDX) TO WS-CELL-BALLS
000491         MOVE WS-PT-RET (WS-DR-IDX) TO WS-CELL-RET
000491         PERFORM FORMAT-RATE-CELL
000491     END-PERFORM.
000491     MOVE WS-ROW-LINE TO PR-LINE.
000491     PERFORM PRINT-REPORT-LINE.
000491     MOVE "CHANGE" TO RWL-LABEL.
000491     PERFORM VARYING WS-DR-IDX FROM 1 BY 1 UNTIL WS-DR-IDX > 4
000491         IF WS-PT-WEEKS (WS-DR-IDX) < 2
000491             MOVE WS-EMPTY-CELL TO RWL-CELL (WS-DR-IDX)
000491         ELSE
000491             COMPUTE WS-CHANGE = WS-PT-LAST (WS-DR-IDX)
000491                 - WS-PT-FIRST (WS-DR-IDX)
000491             MOVE WS-CHANGE TO CHC-PTS
000491             MOVE WS-CHANGE-CELL TO RWL-CELL (WS-DR-IDX)
000491         END-IF
000491     END-PERFORM.
000491     MOVE WS-ROW-LINE TO PR-LINE.
000491     PERFORM PRINT-REPORT-LINE.
000491     MOVE 0 TO ZNL-TOP.
000491     MOVE 0 TO ZNL-CTR.
000491     MOVE 0 TO ZNL-BOT.
000491     IF WS-PT-RET (4) > 0
000491         COMPUTE WS-ZONE-PCT ROUNDED = (WS-PT-ZONE (1) * 100) / WS-PT-RET (4)
000491         MOVE WS-ZONE-PCT TO ZNL-TOP
000491         COMPUTE WS-ZONE-PCT ROUNDED = (WS-PT-ZONE (2) * 100) / WS-PT-RET (4)
000491         MOVE WS-ZONE-PCT TO ZNL-CTR
000491         COMPUTE WS-ZONE-PCT ROUNDED = (WS-PT-ZONE (3) * 100) / WS-PT-RET (4)
000491         MOVE WS-ZONE-PCT TO ZNL-BOT
000491     END-IF.
000491     MOVE WS-ZONE-LINE TO PR-LINE.
000491     PERFORM PRINT-REPORT-LINE.
000491
000491 PAGE-HEADING.
000491     ADD 1 TO WS-PAGE-CNT.
000491     MOVE WS-PAGE-CNT TO HDG-PAGE.
000491     IF WS-PAGE-CNT = 1
000491         WRITE PR-LINE FROM WS-HDG1
000491     ELSE
000491         WRITE PR-LINE FROM WS-HDG1 AFTER ADVANCING PAGE
000491     END-IF.
000491     MOVE SPACES TO PR-LINE.
000491     WRITE PR-LINE.
000491     MOVE 2 TO WS-LINE-CNT.
000491
000491 PRINT-REPORT-LINE.
000491     IF WS-LINE-CNT >= 55
000491         MOVE PR-LINE TO WS-PR-HOLD
000491         PERFORM PAGE-HEADING
000491         MOVE WS-PLAYER-LINE TO PR-LINE
000491         WRITE PR-LINE
000491         MOVE WS-HDG-COLS TO PR-LINE
000491         WRITE PR-LINE
000491         MOVE WS-HDG-COLS2 TO PR-LINE
000491         WRITE PR-LINE
000491         ADD 3 TO WS-LINE-CNT
000491         MOVE WS-PR-HOLD TO PR-LINE
000491     END-IF.
000491     WRITE PR-LINE.
000491     ADD 1 TO WS-LINE-CNT.
000492 END PROGRAM "RPT-PRACTICE".
