       IDENTIFICATION DIVISION.
       PROGRAM-ID. "endofday".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT MATCH-FILE ASSIGN TO "matches.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MR-MATCH-ID
           FILE STATUS IS MATCH-FILE-STATUS.
         SELECT MATCH-CTL-FILE ASSIGN TO "matchctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MATCH-CTL-STATUS.
         SELECT CLOUD-AUDIT-FILE ASSIGN TO "cloud-audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLOUD-AUDIT-STATUS.
         SELECT PLAYER-MASTER ASSIGN TO "players.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-PLAYER-NAME
           FILE STATUS IS PLAYER-MASTER-STATUS.
         SELECT TRANSACTION-FILE ASSIGN TO "batch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSACTION-FILE-STATUS.
         SELECT MATCH-AUDIT-FILE ASSIGN TO "match-audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MATCH-AUDIT-STATUS.
         SELECT SEASON-ARCHIVE-FILE ASSIGN TO "seasons.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEASON-ARCHIVE-STATUS.
         SELECT ACK-FILE ASSIGN TO "acknowledge.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACK-FILE-STATUS.
         SELECT FIXTURE-FILE ASSIGN TO "fixtures.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FIXTURE-FILE-STATUS.
         SELECT BACKUP-GEN-FILE ASSIGN TO BK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BACKUP-GEN-STATUS.
         SELECT BACKUP-CTL-FILE ASSIGN TO "backupctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BACKUP-CTL-STATUS.
         SELECT MEMBER-FILE ASSIGN TO "members.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MEMBER-FILE-STATUS.
         SELECT RULE-FILE ASSIGN TO "rules.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RULE-FILE-STATUS.
         SELECT RATING-HIST-FILE ASSIGN TO "ratinghist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATING-HIST-STATUS.
         SELECT HANDICAP-FILE ASSIGN TO "handicap.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HANDICAP-STATUS.
         SELECT DATA-LOCK-FILE ASSIGN TO "hackme.lck"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DATA-LOCK-STATUS.
         SELECT MATCH-REPORT-FILE ASSIGN TO "matchreg.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MATCH-REPORT-STATUS.
         SELECT STAND-REPORT-FILE ASSIGN TO "standings.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STAND-REPORT-STATUS.
         SELECT SUSPENSE-FILE ASSIGN TO "suspense.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUSPENSE-FILE-STATUS.
         SELECT RUN-LOG-FILE ASSIGN TO "eodrun.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MATCH-FILE.
         01 MATCH-RECORD.
           02 MR-MATCH-ID PIC 9(6).
           02 MR-PLAYER1 PIC X(10).
           02 MR-PLAYER2 PIC X(10).
           02 MR-SCORE1 PIC 99.
           02 MR-SCORE2 PIC 99.
           02 MR-DATE PIC X(8).
           02 MR-VENUE PIC X(8).
           02 MR-XMIT-STATUS PIC X.
           02 MR-XMIT-REASON PIC X(4).

       FD MATCH-CTL-FILE.
         01 CTL-RECORD.
           02 CT-LAST-MATCH-ID PIC 9(6).

       FD CLOUD-AUDIT-FILE.
         01 AUDIT-RECORD PIC X(100).

       FD PLAYER-MASTER.
         01 PLAYER-MASTER-RECORD.
           02 PM-PLAYER-NAME PIC X(10).
           02 PM-REC-WINS PIC 9(6).
           02 PM-REC-LOSSES PIC 9(6).
           02 PM-REC-DRAWS PIC 9(6).
           02 PM-REC-PTS-FOR PIC 9(8).
           02 PM-REC-PTS-AGAINST PIC 9(8).
           02 PM-REC-RATING PIC 9(4).

       FD TRANSACTION-FILE.
         01 TRANSACTION-RECORD PIC X(80).

       FD MATCH-AUDIT-FILE.
         01 MATCH-AUDIT-RECORD PIC X(100).

       FD FIXTURE-FILE.
         01 FIXTURE-RECORD.
           02 FR-PLAYER1 PIC X(10).
           02 FR-PLAYER2 PIC X(10).
           02 FR-DATE PIC X(8).
           02 FR-VENUE PIC X(8).
           02 FR-STATUS PIC X.
           02 FR-MATCH-ID PIC 9(6).

       FD BACKUP-GEN-FILE.
         01 BACKUP-GEN-RECORD.
           02 BG-TAG PIC X(8).
           02 BG-PAYLOAD PIC X(72).

       FD BACKUP-CTL-FILE.
         01 BACKUP-CTL-RECORD.
           02 BC-NEXT-SLOT PIC 9.
           02 BC-DATE1 PIC X(14).
           02 BC-DATE2 PIC X(14).
           02 BC-DATE3 PIC X(14).

       FD MEMBER-FILE.
         01 MEMBER-RECORD.
           02 MB-NUMBER PIC 9(4).
           02 MB-NAME PIC X(10).
           02 MB-STATUS PIC X.
           02 MB-JOINED PIC X(8).

       FD RULE-FILE.
         01 RULE-RECORD.
           02 RL-VENUE PIC X(8).
           02 RL-MAX-SCORE PIC 99.
           02 RL-DRAWS-OK PIC X.
           02 RL-MIN-MARGIN PIC 99.
           02 RL-HANDICAP PIC X.
           02 RL-HCP-STEP PIC 9(3).
           02 RL-HCP-MAX PIC 99.

       FD RATING-HIST-FILE.
         01 RATING-HIST-RECORD.
           02 HR-PLAYER PIC X(10).
           02 HR-DATE PIC X(8).
           02 HR-MATCH-ID PIC 9(6).
           02 HR-OLD PIC 9(4).
           02 HR-NEW PIC 9(4).
           02 HR-DELTA PIC S9(4) SIGN IS LEADING SEPARATE.

       FD HANDICAP-FILE.
         01 HANDICAP-RECORD.
           02 HC-MATCH-ID PIC 9(6).
           02 HC-DATE PIC X(8).
           02 HC-VENUE PIC X(8).
           02 HC-RATING1 PIC 9(4).
           02 HC-RATING2 PIC 9(4).
           02 HC-START1 PIC 99.
           02 HC-START2 PIC 99.
           02 HC-SCORE1 PIC 99.
           02 HC-SCORE2 PIC 99.
           02 HC-ADJ1 PIC 9(3).
           02 HC-ADJ2 PIC 9(3).

       FD DATA-LOCK-FILE.
         01 LOCK-RECORD.
           02 GD-STATE PIC X(4).
           02 GD-OWNER PIC X(8).
           02 GD-STAMP PIC X(14).

       FD MATCH-REPORT-FILE.
         01 MATCH-REPORT-RECORD PIC X(132).

       FD STAND-REPORT-FILE.
         01 STAND-REPORT-RECORD PIC X(132).

       FD ACK-FILE.
         01 ACK-RECORD.
           02 AK-MATCH-ID PIC 9(6).
           02 AK-STATUS PIC X.
           02 AK-REASON PIC X(4).

       FD SEASON-ARCHIVE-FILE.
         01 ARCHIVE-RECORD.
           02 AR-SEASON PIC X(8).
           02 AR-PLAYER1 PIC X(10).
           02 AR-PLAYER2 PIC X(10).
           02 AR-SCORE1 PIC 99.
           02 AR-SCORE2 PIC 99.
           02 AR-DATE PIC X(8).
           02 AR-VENUE PIC X(8).

       FD SUSPENSE-FILE.
         01 SUSPENSE-RECORD.
           02 SU-DATE PIC X(8).
           02 SU-REASON PIC X(4).
           02 SU-ROW PIC X(80).

       FD RUN-LOG-FILE.
         01 RUN-LOG-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
         01 MATCH-FILE-STATUS PIC XX.
         01 MATCH-CTL-STATUS PIC XX.
         01 CLOUD-AUDIT-STATUS PIC XX.
         01 PLAYER-MASTER-STATUS PIC XX.
         01 TRANSACTION-FILE-STATUS PIC XX.
         01 MATCH-AUDIT-STATUS PIC XX.
         01 SEASON-ARCHIVE-STATUS PIC XX.
         01 ACK-FILE-STATUS PIC XX.
         01 FIXTURE-FILE-STATUS PIC XX.
         01 BACKUP-GEN-STATUS PIC XX.
         01 BACKUP-CTL-STATUS PIC XX.
         01 MEMBER-FILE-STATUS PIC XX.
         01 RULE-FILE-STATUS PIC XX.
         01 RATING-HIST-STATUS PIC XX.
         01 DATA-LOCK-STATUS PIC XX.
         01 MATCH-REPORT-STATUS PIC XX.
         01 STAND-REPORT-STATUS PIC XX.
         01 SUSPENSE-FILE-STATUS PIC XX.
         01 RUN-LOG-STATUS PIC XX.

         01 OPERATOR-ID PIC X(8) VALUE "EOD".

         01 EO-STEP PIC X(8).
         01 EO-STEP-RC PIC 99.
         01 EO-JOB-RC PIC 99 VALUE 0.
         01 EO-FAILED PIC X VALUE "N".
         01 EO-RESULT PIC X(7).
         01 EO-MESSAGE PIC X(60).
         01 EO-LOG-LINE PIC X(100).
         01 EO-STAMP PIC X(14).
         01 EO-SUSPENDED PIC 9(4).
         01 EO-REASON PIC X(4).
         01 EO-SAVE-ERRORS PIC 9(4).
         01 EO-SUSPENSE-ERRORS PIC 9(4).
         01 EO-SUSPENSE-STATUS PIC XX.
         01 EO-RECON-MODE PIC X VALUE "B".
         01 EO-CALL-OK PIC X.
         01 EO-CALL-RC PIC S9(9).

         01 PM-SEARCH-NAME PIC X(10).
         01 PM-SCORE-FOR PIC 99.
         01 PM-SCORE-AGAINST PIC 99.
         01 PM-WAS-FOUND PIC X VALUE "N".

         01 PM-TABLE.
           02 PM-ENTRY OCCURS 9999 TIMES.
             03 PM-T-NAME PIC X(10).
             03 PM-T-WINS PIC 9(6).
             03 PM-T-LOSSES PIC 9(6).
             03 PM-T-DRAWS PIC 9(6).
             03 PM-T-PTS-FOR PIC 9(8).
             03 PM-T-PTS-AGAINST PIC 9(8).
             03 PM-T-RATING PIC 9(4).
         01 PM-COUNT PIC 9(4) VALUE 0.
         01 PM-IDX PIC 9(4).

         01 EL-PLAYER1 PIC X(10).
         01 EL-PLAYER2 PIC X(10).
         01 EL-SCORE1 PIC 99.
         01 EL-SCORE2 PIC 99.
         01 EL-RA PIC S9(4).
         01 EL-RB PIC S9(4).
         01 EL-EXPONENT PIC S9(2)V9(4).
         01 EL-POW PIC 9(4)V9(4).
         01 EL-EXP1 PIC 9V9(4).
         01 EL-ACT1 PIC 9V9.
         01 EL-DELTA PIC S9(3)V9(4).
         01 EL-NEW1 PIC S9(5).
         01 EL-NEW2 PIC S9(5).
         01 EL-MATCH-ID PIC 9(6) VALUE 0.
         01 EL-DATE PIC X(8).
         01 EL-VENUE PIC X(8).
         01 HT-PLAYER PIC X(10).
         01 HT-OLD PIC 9(4).
         01 HT-NEW PIC 9(4).

         01 BK-FILENAME PIC X(12).
         01 BK-SLOT PIC 9.
         01 BK-NEXT-SLOT PIC 9.
         01 BK-SLOT-X PIC X.
         01 BK-CTL-ID PIC 9(6).
         01 BK-STAMP PIC X(14).
         01 BK-HDR-STAMP PIC X(14).
         01 BK-HAVE-COUNTS PIC X.
         01 BK-ERRORS PIC 9(4).
         01 BK-RD-MATCH PIC 9(4).
         01 BK-RD-PLAYER PIC 9(4).
         01 BK-RD-FIX PIC 9(4).
         01 BK-RD-SEASON PIC 9(4).
         01 BK-DATES-TABLE.
           02 BK-DATE OCCURS 3 TIMES PIC X(14).

         01 BK-CTL-IMAGE.
           02 BX-CTL PIC 9(6).
         01 BK-MATCH-IMAGE.
           02 BM-MATCH-ID PIC 9(6).
           02 BM-PLAYER1 PIC X(10).
           02 BM-PLAYER2 PIC X(10).
           02 BM-SCORE1 PIC 99.
           02 BM-SCORE2 PIC 99.
           02 BM-DATE PIC X(8).
           02 BM-VENUE PIC X(8).
           02 BM-XSTATUS PIC X.
           02 BM-XREASON PIC X(4).
         01 BK-PLAYER-IMAGE.
           02 BP-NAME PIC X(10).
           02 BP-WINS PIC 9(6).
           02 BP-LOSSES PIC 9(6).
           02 BP-DRAWS PIC 9(6).
           02 BP-PF PIC 9(8).
           02 BP-PA PIC 9(8).
           02 BP-RATING PIC 9(4).
         01 BK-FIX-IMAGE.
           02 BF-PLAYER1 PIC X(10).
           02 BF-PLAYER2 PIC X(10).
           02 BF-DATE PIC X(8).
           02 BF-VENUE PIC X(8).
           02 BF-STATUS PIC X.
           02 BF-MATCH-ID PIC 9(6).
         01 BK-SEASON-IMAGE.
           02 BS-SEASON PIC X(8).
           02 BS-PLAYER1 PIC X(10).
           02 BS-PLAYER2 PIC X(10).
           02 BS-SCORE1 PIC 99.
           02 BS-SCORE2 PIC 99.
           02 BS-DATE PIC X(8).
           02 BS-VENUE PIC X(8).
         01 BK-COUNTS-IMAGE.
           02 BN-MATCH PIC 9(4).
           02 BN-PLAYER PIC 9(4).
           02 BN-FIX PIC 9(4).
           02 BN-SEASON PIC 9(4).
           02 BN-CTL PIC 9(6).

         01 VF-TABLE.
           02 VF-ENTRY OCCURS 9999 TIMES.
             03 VF-NAME PIC X(10).
             03 VF-WINS PIC 9(6).
             03 VF-LOSSES PIC 9(6).
             03 VF-DRAWS PIC 9(6).
             03 VF-PF PIC 9(8).
             03 VF-PA PIC 9(8).
         01 NBVF PIC 9(4) VALUE 0.
         01 VF-IDX PIC 9(4).
         01 VF-FOUND PIC 9(4).
         01 VF-NAME-WK PIC X(10).
         01 VF-SF PIC 99.
         01 VF-SA PIC 99.

         01 MB-TABLE.
           02 MB-ENTRY OCCURS 999 TIMES.
             03 MB-T-NAME PIC X(10).
             03 MB-T-STATUS PIC X.
         01 NBMEMBER PIC 9(3) VALUE 0.
         01 MB-IDX PIC 9(3).
         01 MB-FOUND PIC 9(3).
         01 MC-NAME PIC X(10).
         01 MC-REASON PIC X(4).

         01 RL-TABLE.
           02 RL-ENTRY OCCURS 99 TIMES.
             03 RL-T-VENUE PIC X(8).
             03 RL-T-MAX PIC 99.
             03 RL-T-DRAWS PIC X.
             03 RL-T-MARGIN PIC 99.
             03 RL-T-HANDICAP PIC X.
             03 RL-T-HCP-STEP PIC 9(3).
             03 RL-T-HCP-MAX PIC 99.
         01 NBRULE PIC 9(2) VALUE 0.
         01 RL-IDX PIC 9(2).
         01 RL-FOUND PIC 9(2).
         01 RV-VENUE PIC X(8).
         01 RV-SCORE1 PIC 99.
         01 RV-SCORE2 PIC 99.
         01 RV-MARGIN PIC 99.
         01 RV-VERDICT PIC X.

         01 HANDICAP-STATUS PIC XX.
         01 HC-TABLE.
           02 HC-ENTRY OCCURS 9999 TIMES.
             03 HC-T-MATCH-ID PIC 9(6).
             03 HC-T-DATE PIC X(8).
             03 HC-T-VENUE PIC X(8).
             03 HC-T-RATING1 PIC 9(4).
             03 HC-T-RATING2 PIC 9(4).
             03 HC-T-START1 PIC 99.
             03 HC-T-START2 PIC 99.
             03 HC-T-SCORE1 PIC 99.
             03 HC-T-SCORE2 PIC 99.
             03 HC-T-ADJ1 PIC 9(3).
             03 HC-T-ADJ2 PIC 9(3).
         01 NBHC PIC 9(4) VALUE 0.
         01 HC-IDX PIC 9(4).
         01 HC-FOUND PIC 9(4).
         01 HC-KEY PIC 9(6).
         01 HC-RULE PIC 9(2) VALUE 0.
         01 HC-GAP PIC 9(4).
         01 HC-START PIC 9(4).

         01 BT-PLAYER1 PIC X(10).
         01 BT-PLAYER2 PIC X(10).
         01 BT-SCORE1-RAW PIC X(2).
         01 BT-SCORE2-RAW PIC X(2).
         01 BT-VENUE PIC X(8).
         01 BT-READ PIC 9(4) VALUE 0.
         01 BT-PROCESSED PIC 9(4) VALUE 0.

         01 MATCH-AUDIT-LINE PIC X(100).
         01 MATCH-AUDIT-TIMESTAMP PIC X(14).
         01 MA-ACTION PIC X(8).
         01 MA-MATCH-ID PIC 9(6).
         01 MA-PLAYER1 PIC X(10).
         01 MA-PLAYER2 PIC X(10).
         01 MA-SCORE1 PIC 99.
         01 MA-SCORE2 PIC 99.

         01 SN-TABLE.
           02 SN-ENTRY OCCURS 9999 TIMES.
             03 SN-SEASON PIC X(8).
             03 SN-PLAYER1 PIC X(10).
             03 SN-PLAYER2 PIC X(10).
             03 SN-SCORE1 PIC 99.
             03 SN-SCORE2 PIC 99.
             03 SN-DATE PIC X(8).
             03 SN-VENUE PIC X(8).
         01 NBSEASON PIC 9(4) VALUE 0.
         01 SN-IDX PIC 9(4).

         01 G.
          02 MATCHS OCCURS 9999 TIMES.
           03 MID PIC 9(6).
           03 PLAYER1 PIC X(10).
           03 PLAYER2 PIC X(10).
           03 SCORE1 PIC 99.
           03 SCORE2 PIC 99.
           03 MDATE PIC X(8).
           03 MVENUE PIC X(8).
           03 XSTATUS PIC X.
           03 XREASON PIC X(4).
         01 NBMATCH PIC 9(4) VALUE 0.

         01 IDX PIC 9(4).
         01 PV-IDX PIC 9(4).
         01 WM-IDX PIC 9(4).
         01 MATCH-SAVED PIC X.
         01 MATCH-UPDATED PIC X.
         01 HI-MATCH-ID PIC 9(6) VALUE 0.
         01 NEW-MATCH-ID PIC 9(6).
         01 DUP-FOUND-ID PIC 9(6).

         01 STANDINGS-TABLE.
           02 STANDING-ENTRY OCCURS 9999 TIMES.
             03 ST-PLAYER PIC X(10).
             03 ST-GAMES PIC 9(4).
             03 ST-WINS PIC 9(4).
             03 ST-LOSSES PIC 9(4).
             03 ST-DRAWS PIC 9(4).
             03 ST-PTS-FOR PIC 9(6).
             03 ST-PTS-AGAINST PIC 9(6).
         01 NBPLAYER PIC 9(4) VALUE 0.
         01 ST-IDX PIC 9(4).
         01 ST-JDX PIC 9(4).
         01 ST-FOUND PIC 9.
         01 ST-SWAPPED PIC X.
         01 ST-SEARCH-NAME PIC X(10).
         01 ST-SEARCH-SCORE-FOR PIC 9(3).
         01 ST-SEARCH-SCORE-AGAINST PIC 9(3).
         01 ST-HANDICAP PIC X VALUE "N".
         01 ST-ALL-PLAYERS PIC 9(4) VALUE 0.

         01 ST-TEMP-ENTRY.
           02 ST-TEMP-PLAYER PIC X(10).
           02 ST-TEMP-GAMES PIC 9(4).
           02 ST-TEMP-WINS PIC 9(4).
           02 ST-TEMP-LOSSES PIC 9(4).
           02 ST-TEMP-DRAWS PIC 9(4).
           02 ST-TEMP-PF PIC 9(6).
           02 ST-TEMP-PA PIC 9(6).

         01 FX-TABLE.
           02 FX-ENTRY OCCURS 999 TIMES.
             03 FX-PLAYER1 PIC X(10).
             03 FX-PLAYER2 PIC X(10).
             03 FX-DATE PIC X(8).
             03 FX-VENUE PIC X(8).
             03 FX-STATUS PIC X.
             03 FX-MATCH-ID PIC 9(6).
         01 NBFIXTURE PIC 9(4) VALUE 0.
         01 FX-IDX PIC 9(4).

         01 GD-HELD PIC X.
         01 GD-CUR-STATE PIC X(4).
         01 GD-CUR-OWNER PIC X(8).
         01 GD-CUR-STAMP PIC X(14).

         01 RPT-LINES PIC 9(4).
         01 RPT-PAGE PIC 9(4).
         01 RPT-TOT-PTS PIC 9(8).

         01 RPT-HEAD.
           02 RH-TITLE PIC X(34).
           02 FILLER PIC X(4) VALUE "RUN ".
           02 RH-DATE PIC X(8).
           02 FILLER PIC X(10) VALUE "  OPERATOR".
           02 FILLER PIC X VALUE SPACE.
           02 RH-OPER PIC X(8).
           02 FILLER PIC X(6) VALUE "  PAGE".
           02 RH-PAGE PIC ZZZ9.

         01 MREG-COLS PIC X(58) VALUE
            "    NO  DATE      VENUE     PLAYER1     SCORE  PLAYER2".
         01 MREG-LINE.
           02 ML-NO PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 ML-DATE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 ML-VENUE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 ML-P1 PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 ML-S1 PIC 99.
           02 FILLER PIC X VALUE "-".
           02 ML-S2 PIC 99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 ML-P2 PIC X(10).
         01 MREG-TOTAL.
           02 FILLER PIC X(15) VALUE "TOTAL MATCHES: ".
           02 MT-COUNT PIC ZZZ9.
           02 FILLER PIC X(16) VALUE "  TOTAL POINTS: ".
           02 MT-PTS PIC ZZZZZZZ9.

         01 STAND-COLS PIC X(56) VALUE
            "PLAYER        GP    W    L    D      PF      PA".
         01 STAND-LINE.
           02 SL-PLAYER PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 SL-GP PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 SL-W PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 SL-L PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 SL-D PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 SL-PF PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 SL-PA PIC ZZZZZ9.
         01 STAND-TOTAL.
           02 FILLER PIC X(15) VALUE "TOTAL PLAYERS: ".
           02 TT-PLAYERS PIC ZZZ9.
           02 FILLER PIC X(16) VALUE "  TOTAL POINTS: ".
           02 TT-PTS PIC ZZZZZZZ9.

         01 ACK-APPLIED PIC 9(4).
         01 ACK-UNMATCHED PIC 9(4).
         01 ACK-MATCH-IDX PIC 9(4).

         01 CLOUD-PRGNAME PIC X(20) VALUE "sendcld".
         01 CLOUD-ARG PIC X(20) VALUE "matchs".
         01 CLOUD-STATUS PIC X(7) VALUE SPACE.
         01 CLOUD-TIMESTAMP PIC X(14).
         01 CLOUD-AUDIT-LINE PIC X(100).
         01 CLOUD-SENT-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LAB.
         DISPLAY " "
         DISPLAY "==== END OF DAY RUN ===="
         MOVE 0 TO EO-JOB-RC
         MOVE "N" TO EO-FAILED

         MOVE "START" TO EO-STEP
         MOVE "OK" TO EO-RESULT
         MOVE 0 TO EO-STEP-RC
         MOVE "END OF DAY RUN STARTED" TO EO-MESSAGE
         PERFORM WRITE-RUN-LOG

         PERFORM GRAB-DATA-LOCK
         IF GD-HELD = "N"
           MOVE "LOCK" TO EO-STEP
           MOVE 12 TO EO-STEP-RC
           MOVE SPACE TO EO-MESSAGE
           STRING "DATA FILES LOCKED BY " DELIMITED BY SIZE
                  GD-CUR-OWNER DELIMITED BY SIZE
                  " SINCE " DELIMITED BY SIZE
                  GD-CUR-STAMP DELIMITED BY SIZE
             INTO EO-MESSAGE
           END-STRING
           PERFORM END-STEP
         END-IF

         MOVE "LOAD" TO EO-STEP
         IF EO-FAILED = "N"
           PERFORM STEP-BATCH-LOAD
           PERFORM END-STEP
         ELSE
           PERFORM SKIP-STEP
         END-IF

         MOVE "SEND" TO EO-STEP
         IF EO-FAILED = "N"
           PERFORM STEP-SEND-CLOUD
           PERFORM END-STEP
         ELSE
           PERFORM SKIP-STEP
         END-IF

         MOVE "ACKS" TO EO-STEP
         IF EO-FAILED = "N"
           PERFORM STEP-APPLY-ACKS
           PERFORM END-STEP
         ELSE
           PERFORM SKIP-STEP
         END-IF

         MOVE "RECON" TO EO-STEP
         IF EO-FAILED = "N"
           PERFORM STEP-RECONCILE
           PERFORM END-STEP
         ELSE
           PERFORM SKIP-STEP
         END-IF

         MOVE "INTEG" TO EO-STEP
         IF EO-FAILED = "N"
           PERFORM STEP-INTEGRITY
           PERFORM END-STEP
         ELSE
           PERFORM SKIP-STEP
         END-IF

         MOVE "BACKUP" TO EO-STEP
         IF EO-FAILED = "N"
           PERFORM STEP-BACKUP
           PERFORM END-STEP
         ELSE
           PERFORM SKIP-STEP
         END-IF

         MOVE "REPORTS" TO EO-STEP
         IF EO-FAILED = "N"
           PERFORM STEP-REPORTS
           PERFORM END-STEP
         ELSE
           PERFORM SKIP-STEP
         END-IF

         IF GD-HELD = "Y"
           PERFORM FREE-DATA-LOCK
         END-IF

         MOVE "END" TO EO-STEP
         MOVE EO-JOB-RC TO EO-STEP-RC
         IF EO-FAILED = "Y"
           MOVE "FAILED" TO EO-RESULT
         ELSE
           IF EO-JOB-RC = 0
             MOVE "OK" TO EO-RESULT
           ELSE
             MOVE "WARNING" TO EO-RESULT
           END-IF
         END-IF
         MOVE "END OF DAY RUN FINISHED" TO EO-MESSAGE
         PERFORM WRITE-RUN-LOG

         MOVE EO-JOB-RC TO RETURN-CODE
         GOBACK.

       END-STEP.
         IF EO-STEP-RC = 0
           MOVE "OK" TO EO-RESULT
         ELSE
           IF EO-STEP-RC < 8
             MOVE "WARNING" TO EO-RESULT
           ELSE
             MOVE "FAILED" TO EO-RESULT
             MOVE "Y" TO EO-FAILED
           END-IF
         END-IF
         IF EO-STEP-RC > EO-JOB-RC
           MOVE EO-STEP-RC TO EO-JOB-RC
         END-IF
         PERFORM WRITE-RUN-LOG.
       END-END-STEP.
         EXIT.

       SKIP-STEP.
         MOVE "SKIPPED" TO EO-RESULT
         MOVE 0 TO EO-STEP-RC
         MOVE "NOT RUN - AN EARLIER STEP FAILED" TO EO-MESSAGE
         PERFORM WRITE-RUN-LOG.
       END-SKIP-STEP.
         EXIT.

       WRITE-RUN-LOG.
         MOVE FUNCTION CURRENT-DATE(1:14) TO EO-STAMP
         MOVE SPACE TO EO-LOG-LINE
         STRING EO-STAMP DELIMITED BY SIZE
                " STEP=" DELIMITED BY SIZE
                EO-STEP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                EO-RESULT DELIMITED BY SIZE
                " RC=" DELIMITED BY SIZE
                EO-STEP-RC DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                EO-MESSAGE DELIMITED BY SIZE
           INTO EO-LOG-LINE
         END-STRING

         OPEN EXTEND RUN-LOG-FILE
         IF RUN-LOG-STATUS NOT = "00"
           OPEN OUTPUT RUN-LOG-FILE
         END-IF

         MOVE EO-LOG-LINE TO RUN-LOG-RECORD
         WRITE RUN-LOG-RECORD

         CLOSE RUN-LOG-FILE
         DISPLAY EO-LOG-LINE.
       END-WRITE-RUN-LOG.
         EXIT.

       STEP-BATCH-LOAD.
         MOVE 0 TO EO-STEP-RC
         MOVE 0 TO BT-READ
         MOVE 0 TO BT-PROCESSED
         MOVE 0 TO EO-SUSPENDED
         MOVE 0 TO EO-SAVE-ERRORS
         MOVE 0 TO EO-SUSPENSE-ERRORS

         PERFORM LOAD-MATCHES
         PERFORM LOAD-MEMBERS
         PERFORM LOAD-RULES

         OPEN INPUT TRANSACTION-FILE
         IF TRANSACTION-FILE-STATUS NOT = "00"
           MOVE 4 TO EO-STEP-RC
           MOVE "NO batch.dat - NOTHING TO LOAD" TO EO-MESSAGE
         ELSE
           PERFORM UNTIL TRANSACTION-FILE-STATUS NOT = "00"
             READ TRANSACTION-FILE
               AT END
                 MOVE "10" TO TRANSACTION-FILE-STATUS
               NOT AT END
                 ADD 1 TO BT-READ
                 PERFORM PROCESS-BATCH-ROW
             END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE

           IF EO-SUSPENSE-ERRORS = 0
             OPEN OUTPUT TRANSACTION-FILE
             CLOSE TRANSACTION-FILE
           END-IF

           IF EO-SAVE-ERRORS > 0 OR EO-SUSPENSE-ERRORS > 0
             MOVE 8 TO EO-STEP-RC
           ELSE
             IF EO-SUSPENDED > 0
               MOVE 4 TO EO-STEP-RC
             END-IF
           END-IF

           MOVE SPACE TO EO-MESSAGE
           STRING "READ=" DELIMITED BY SIZE
                  BT-READ DELIMITED BY SIZE
                  " LOADED=" DELIMITED BY SIZE
                  BT-PROCESSED DELIMITED BY SIZE
                  " SUSPENSE=" DELIMITED BY SIZE
                  EO-SUSPENDED DELIMITED BY SIZE
                  " NOT SAVED=" DELIMITED BY SIZE
                  EO-SAVE-ERRORS DELIMITED BY SIZE
                  " SUSPENSE FAILED=" DELIMITED BY SIZE
                  EO-SUSPENSE-ERRORS DELIMITED BY SIZE
             INTO EO-MESSAGE
           END-STRING
         END-IF.
       END-STEP-BATCH-LOAD.
         EXIT.

       PROCESS-BATCH-ROW.
         MOVE SPACE TO BT-PLAYER1
         MOVE SPACE TO BT-PLAYER2
         MOVE SPACE TO BT-SCORE1-RAW
         MOVE SPACE TO BT-SCORE2-RAW
         MOVE SPACE TO BT-VENUE
         MOVE SPACE TO EO-REASON

         UNSTRING TRANSACTION-RECORD DELIMITED BY ","
           INTO BT-PLAYER1 BT-PLAYER2 BT-SCORE1-RAW BT-SCORE2-RAW
                BT-VENUE
         END-UNSTRING

         IF BT-SCORE1-RAW(1:1) NOT = SPACE
            AND BT-SCORE1-RAW(2:1) = SPACE
           MOVE BT-SCORE1-RAW(1:1) TO BT-SCORE1-RAW(2:1)
           MOVE "0" TO BT-SCORE1-RAW(1:1)
         END-IF
         IF BT-SCORE2-RAW(1:1) NOT = SPACE
            AND BT-SCORE2-RAW(2:1) = SPACE
           MOVE BT-SCORE2-RAW(1:1) TO BT-SCORE2-RAW(2:1)
           MOVE "0" TO BT-SCORE2-RAW(1:1)
         END-IF

         IF BT-PLAYER1 = SPACE OR BT-PLAYER2 = SPACE
            OR BT-PLAYER1 = BT-PLAYER2
            OR BT-SCORE1-RAW IS NOT NUMERIC
            OR BT-SCORE2-RAW IS NOT NUMERIC
           MOVE "FMT" TO EO-REASON
         END-IF
         IF EO-REASON = SPACE AND NBMATCH = 9999
           MOVE "FULL" TO EO-REASON
         END-IF
         IF EO-REASON = SPACE
           MOVE BT-PLAYER1 TO MC-NAME
           PERFORM CHECK-MEMBER
           MOVE MC-REASON TO EO-REASON
         END-IF
         IF EO-REASON = SPACE
           MOVE BT-PLAYER2 TO MC-NAME
           PERFORM CHECK-MEMBER
           MOVE MC-REASON TO EO-REASON
         END-IF

         IF EO-REASON = SPACE
           MOVE NBMATCH TO PV-IDX
           ADD 1 TO PV-IDX
           MOVE BT-PLAYER1 TO PLAYER1(PV-IDX)
           MOVE BT-PLAYER2 TO PLAYER2(PV-IDX)
           MOVE BT-SCORE1-RAW TO SCORE1(PV-IDX)
           MOVE BT-SCORE2-RAW TO SCORE2(PV-IDX)
           IF BT-VENUE = SPACE
             MOVE "GENERAL" TO MVENUE(PV-IDX)
           ELSE
             MOVE BT-VENUE TO MVENUE(PV-IDX)
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO MDATE(PV-IDX)

           MOVE MVENUE(PV-IDX) TO RV-VENUE
           MOVE SCORE1(PV-IDX) TO RV-SCORE1
           MOVE SCORE2(PV-IDX) TO RV-SCORE2
           PERFORM CHECK-SCORE-RULES
           IF RV-VERDICT = "N"
             MOVE "RULE" TO EO-REASON
           END-IF
         END-IF

         IF EO-REASON = SPACE
           PERFORM CHECK-DUPLICATE
           IF DUP-FOUND-ID NOT = 0
             MOVE "DUPL" TO EO-REASON
           END-IF
         END-IF

         IF EO-REASON = SPACE
           MOVE "P" TO XSTATUS(PV-IDX)
           MOVE SPACE TO XREASON(PV-IDX)
           PERFORM NEXT-MATCH-ID
           MOVE NEW-MATCH-ID TO MID(PV-IDX)

           ADD 1 TO NBMATCH
           PERFORM SAVE-MATCH

           IF MATCH-SAVED = "N"
             SUBTRACT 1 FROM NBMATCH
             ADD 1 TO EO-SAVE-ERRORS
             MOVE "SAVE" TO EO-REASON
           ELSE
             MOVE PLAYER1(PV-IDX) TO PM-SEARCH-NAME
             MOVE SCORE1(PV-IDX) TO PM-SCORE-FOR
             MOVE SCORE2(PV-IDX) TO PM-SCORE-AGAINST
             PERFORM UPDATE-PLAYER-MASTER

             MOVE PLAYER2(PV-IDX) TO PM-SEARCH-NAME
             MOVE SCORE2(PV-IDX) TO PM-SCORE-FOR
             MOVE SCORE1(PV-IDX) TO PM-SCORE-AGAINST
             PERFORM UPDATE-PLAYER-MASTER

             MOVE PLAYER1(PV-IDX) TO EL-PLAYER1
             MOVE PLAYER2(PV-IDX) TO EL-PLAYER2
             MOVE SCORE1(PV-IDX) TO EL-SCORE1
             MOVE SCORE2(PV-IDX) TO EL-SCORE2
             MOVE MID(PV-IDX) TO EL-MATCH-ID
             MOVE MDATE(PV-IDX) TO EL-DATE
             MOVE MVENUE(PV-IDX) TO EL-VENUE
             PERFORM UPDATE-RATINGS

             MOVE "BATCH" TO MA-ACTION
             MOVE MID(PV-IDX) TO MA-MATCH-ID
             MOVE PLAYER1(PV-IDX) TO MA-PLAYER1
             MOVE PLAYER2(PV-IDX) TO MA-PLAYER2
             MOVE SCORE1(PV-IDX) TO MA-SCORE1
             MOVE SCORE2(PV-IDX) TO MA-SCORE2
             PERFORM WRITE-MATCH-AUDIT

             ADD 1 TO BT-PROCESSED
           END-IF
         END-IF

         IF EO-REASON NOT = SPACE
           PERFORM WRITE-SUSPENSE
         END-IF.
       END-PROCESS-BATCH-ROW.
         EXIT.

       WRITE-SUSPENSE.
         OPEN EXTEND SUSPENSE-FILE
         IF SUSPENSE-FILE-STATUS NOT = "00"
           OPEN OUTPUT SUSPENSE-FILE
         END-IF

         MOVE SUSPENSE-FILE-STATUS TO EO-SUSPENSE-STATUS
         IF EO-SUSPENSE-STATUS = "00"
           MOVE FUNCTION CURRENT-DATE(1:8) TO SU-DATE
           MOVE EO-REASON TO SU-REASON
           MOVE TRANSACTION-RECORD TO SU-ROW
           WRITE SUSPENSE-RECORD
           MOVE SUSPENSE-FILE-STATUS TO EO-SUSPENSE-STATUS
           IF EO-SUSPENSE-STATUS = "00"
             ADD 1 TO EO-SUSPENDED
             DISPLAY "SUSPENSE " EO-REASON ": " TRANSACTION-RECORD
           END-IF
           CLOSE SUSPENSE-FILE
         END-IF

         IF EO-SUSPENSE-STATUS NOT = "00"
           ADD 1 TO EO-SUSPENSE-ERRORS
           MOVE "FAILED" TO EO-RESULT
           MOVE 8 TO EO-STEP-RC
           MOVE SPACE TO EO-MESSAGE
           STRING "SUSPENSE FAIL " DELIMITED BY SIZE
                  EO-SUSPENSE-STATUS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EO-REASON DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRANSACTION-RECORD DELIMITED BY SIZE
             INTO EO-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
         END-IF.
       END-WRITE-SUSPENSE.
         EXIT.

       CHECK-MEMBER.
         MOVE SPACE TO MC-REASON
         MOVE 0 TO MB-FOUND
         MOVE 1 TO MB-IDX
         PERFORM UNTIL MB-IDX = NBMEMBER + 1
           IF MB-T-NAME(MB-IDX) = MC-NAME
             MOVE MB-IDX TO MB-FOUND
             EXIT PERFORM
           END-IF
           ADD 1 TO MB-IDX
         END-PERFORM

         IF MB-FOUND = 0
           MOVE "GUES" TO MC-REASON
         ELSE
           IF MB-T-STATUS(MB-FOUND) = "S"
             MOVE "SUSP" TO MC-REASON
           ELSE
             IF MB-T-STATUS(MB-FOUND) = "R"
               MOVE "RETD" TO MC-REASON
             END-IF
           END-IF
         END-IF.
       END-CHECK-MEMBER.
         EXIT.

       LOAD-MEMBERS.
         MOVE 0 TO NBMEMBER
         OPEN INPUT MEMBER-FILE
         IF MEMBER-FILE-STATUS = "00"
           PERFORM UNTIL MEMBER-FILE-STATUS NOT = "00"
             READ MEMBER-FILE
               AT END
                 MOVE "10" TO MEMBER-FILE-STATUS
               NOT AT END
                 ADD 1 TO NBMEMBER
                 MOVE MB-NAME TO MB-T-NAME(NBMEMBER)
                 IF MB-STATUS = "R" OR MB-STATUS = "S"
                   MOVE MB-STATUS TO MB-T-STATUS(NBMEMBER)
                 ELSE
                   MOVE "A" TO MB-T-STATUS(NBMEMBER)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MEMBER-FILE
         END-IF.
       END-LOAD-MEMBERS.
         EXIT.

       LOAD-RULES.
         MOVE 0 TO NBRULE
         OPEN INPUT RULE-FILE
         IF RULE-FILE-STATUS = "00"
           PERFORM UNTIL RULE-FILE-STATUS NOT = "00"
             READ RULE-FILE
               AT END
                 MOVE "10" TO RULE-FILE-STATUS
               NOT AT END
                 ADD 1 TO NBRULE
                 MOVE RL-VENUE TO RL-T-VENUE(NBRULE)
                 IF RL-MAX-SCORE IS NOT NUMERIC
                   MOVE 99 TO RL-T-MAX(NBRULE)
                 ELSE
                   MOVE RL-MAX-SCORE TO RL-T-MAX(NBRULE)
                 END-IF
                 IF RL-DRAWS-OK = "N"
                   MOVE "N" TO RL-T-DRAWS(NBRULE)
                 ELSE
                   MOVE "Y" TO RL-T-DRAWS(NBRULE)
                 END-IF
                 IF RL-MIN-MARGIN IS NOT NUMERIC
                   MOVE 0 TO RL-T-MARGIN(NBRULE)
                 ELSE
                   MOVE RL-MIN-MARGIN TO RL-T-MARGIN(NBRULE)
                 END-IF
                 IF RL-HANDICAP = "Y"
                   MOVE "Y" TO RL-T-HANDICAP(NBRULE)
                 ELSE
                   MOVE "N" TO RL-T-HANDICAP(NBRULE)
                 END-IF
                 MOVE 50 TO RL-T-HCP-STEP(NBRULE)
                 IF RL-HCP-STEP IS NUMERIC
                   IF RL-HCP-STEP > 0
                     MOVE RL-HCP-STEP TO RL-T-HCP-STEP(NBRULE)
                   END-IF
                 END-IF
                 IF RL-HCP-MAX IS NOT NUMERIC
                   MOVE 99 TO RL-T-HCP-MAX(NBRULE)
                 ELSE
                   MOVE RL-HCP-MAX TO RL-T-HCP-MAX(NBRULE)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RULE-FILE
         END-IF.
       END-LOAD-RULES.
         EXIT.

       CHECK-SCORE-RULES.
         MOVE "Y" TO RV-VERDICT

         MOVE 0 TO RL-FOUND
         MOVE 1 TO RL-IDX
         PERFORM UNTIL RL-IDX = NBRULE + 1
           IF RL-T-VENUE(RL-IDX) = RV-VENUE
             MOVE RL-IDX TO RL-FOUND
             EXIT PERFORM
           END-IF
           ADD 1 TO RL-IDX
         END-PERFORM

         IF RL-FOUND NOT = 0
           IF RV-SCORE1 > RV-SCORE2
             COMPUTE RV-MARGIN = RV-SCORE1 - RV-SCORE2
           ELSE
             COMPUTE RV-MARGIN = RV-SCORE2 - RV-SCORE1
           END-IF

           IF RV-SCORE1 > RL-T-MAX(RL-FOUND)
              OR RV-SCORE2 > RL-T-MAX(RL-FOUND)
             MOVE "N" TO RV-VERDICT
           END-IF
           IF RV-SCORE1 = RV-SCORE2
              AND RL-T-DRAWS(RL-FOUND) = "N"
             MOVE "N" TO RV-VERDICT
           END-IF
           IF RV-SCORE1 NOT = RV-SCORE2
              AND RV-MARGIN < RL-T-MARGIN(RL-FOUND)
             MOVE "N" TO RV-VERDICT
           END-IF
         END-IF.
       END-CHECK-SCORE-RULES.
         EXIT.

       FIND-HANDICAP-RULE.
         MOVE 0 TO HC-RULE
         MOVE 1 TO RL-IDX
         PERFORM UNTIL RL-IDX = NBRULE + 1
           IF RL-T-VENUE(RL-IDX) = EL-VENUE
             IF RL-T-HANDICAP(RL-IDX) = "Y"
               MOVE RL-IDX TO HC-RULE
             END-IF
             EXIT PERFORM
           END-IF
           ADD 1 TO RL-IDX
         END-PERFORM.
       END-FIND-HANDICAP-RULE.
         EXIT.

       RECORD-HANDICAP.
         PERFORM FIND-HANDICAP-RULE
         IF HC-RULE NOT = 0
           MOVE EL-MATCH-ID TO HC-KEY
           PERFORM LOAD-HANDICAPS
           PERFORM FIND-HANDICAP

           MOVE EL-MATCH-ID TO HC-MATCH-ID
           MOVE EL-DATE TO HC-DATE
           MOVE EL-VENUE TO HC-VENUE
           MOVE EL-RA TO HC-RATING1
           MOVE EL-RB TO HC-RATING2
           MOVE EL-SCORE1 TO HC-SCORE1
           MOVE EL-SCORE2 TO HC-SCORE2

           MOVE 0 TO HC-START1
           MOVE 0 TO HC-START2
           IF HC-RATING1 > HC-RATING2
             COMPUTE HC-GAP = HC-RATING1 - HC-RATING2
           ELSE
             COMPUTE HC-GAP = HC-RATING2 - HC-RATING1
           END-IF
           DIVIDE HC-GAP BY RL-T-HCP-STEP(HC-RULE) GIVING HC-START
           IF HC-START > RL-T-HCP-MAX(HC-RULE)
             MOVE RL-T-HCP-MAX(HC-RULE) TO HC-START
           END-IF
           IF HC-RATING1 < HC-RATING2
             MOVE HC-START TO HC-START1
           ELSE
             MOVE HC-START TO HC-START2
           END-IF
           COMPUTE HC-ADJ1 = HC-SCORE1 + HC-START1
           COMPUTE HC-ADJ2 = HC-SCORE2 + HC-START2

           IF HC-FOUND = 0
             IF NBHC < 9999
               ADD 1 TO NBHC
               MOVE NBHC TO HC-FOUND
             END-IF
           END-IF
           IF HC-FOUND NOT = 0
             MOVE HANDICAP-RECORD TO HC-ENTRY(HC-FOUND)
             PERFORM SAVE-HANDICAPS
             MOVE HC-ENTRY(HC-FOUND) TO HANDICAP-RECORD
           END-IF
         END-IF.
       END-RECORD-HANDICAP.
         EXIT.

       CHECK-DUPLICATE.
         MOVE 0 TO DUP-FOUND-ID
         MOVE 1 TO IDX
         PERFORM UNTIL IDX = NBMATCH + 1
           IF ((PLAYER1(IDX) = PLAYER1(PV-IDX)
                AND PLAYER2(IDX) = PLAYER2(PV-IDX))
               OR (PLAYER1(IDX) = PLAYER2(PV-IDX)
                   AND PLAYER2(IDX) = PLAYER1(PV-IDX)))
              AND MDATE(IDX) = MDATE(PV-IDX)
              AND MVENUE(IDX) = MVENUE(PV-IDX)
             MOVE MID(IDX) TO DUP-FOUND-ID
             EXIT PERFORM
           END-IF
           ADD 1 TO IDX
         END-PERFORM.
       END-CHECK-DUPLICATE.
         EXIT.

       STEP-SEND-CLOUD.
         MOVE 0 TO EO-STEP-RC
         PERFORM LOAD-MATCHES

         MOVE "N" TO EO-CALL-OK
         MOVE 0 TO CLOUD-SENT-COUNT
         MOVE 0 TO RETURN-CODE

         CALL CLOUD-PRGNAME USING CLOUD-ARG CLOUD-SENT-COUNT
           ON EXCEPTION
             MOVE "N" TO EO-CALL-OK
           NOT ON EXCEPTION
             MOVE "Y" TO EO-CALL-OK
         END-CALL

         MOVE RETURN-CODE TO EO-CALL-RC
         MOVE 0 TO RETURN-CODE

         IF EO-CALL-OK = "Y" AND EO-CALL-RC = 0
           MOVE "SUCCESS" TO CLOUD-STATUS
           OPEN I-O MATCH-FILE
           IF MATCH-FILE-STATUS NOT = "00"
             MOVE 8 TO EO-STEP-RC
             MOVE SPACE TO EO-MESSAGE
             STRING "SENT=" DELIMITED BY SIZE
                    CLOUD-SENT-COUNT DELIMITED BY SIZE
                    " BUT MATCH FILE NOT UPDATED (STATUS "
                      DELIMITED BY SIZE
                    MATCH-FILE-STATUS DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
               INTO EO-MESSAGE
             END-STRING
           ELSE
             MOVE 1 TO IDX
             PERFORM UNTIL IDX = NBMATCH + 1
               IF XSTATUS(IDX) NOT = "C"
                 MOVE "S" TO XSTATUS(IDX)
                 MOVE SPACE TO XREASON(IDX)
                 MOVE IDX TO WM-IDX
                 PERFORM UPDATE-MATCH-RECORD
               END-IF
               ADD 1 TO IDX
             END-PERFORM
             CLOSE MATCH-FILE
             MOVE SPACE TO EO-MESSAGE
             STRING "SENT=" DELIMITED BY SIZE
                    CLOUD-SENT-COUNT DELIMITED BY SIZE
                    " VIA " DELIMITED BY SIZE
                    CLOUD-PRGNAME DELIMITED BY SPACE
               INTO EO-MESSAGE
             END-STRING
           END-IF
         ELSE
           MOVE "FAILURE" TO CLOUD-STATUS
           MOVE 8 TO EO-STEP-RC
           IF EO-CALL-OK = "N"
             MOVE "PROGRAM sendcld COULD NOT BE CALLED" TO EO-MESSAGE
           ELSE
             MOVE SPACE TO EO-MESSAGE
             STRING "sendcld RETURNED CODE " DELIMITED BY SIZE
                    EO-CALL-RC DELIMITED BY SIZE
               INTO EO-MESSAGE
             END-STRING
           END-IF
         END-IF

         PERFORM WRITE-CLOUD-AUDIT.
       END-STEP-SEND-CLOUD.
         EXIT.

       WRITE-CLOUD-AUDIT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO CLOUD-TIMESTAMP

         MOVE SPACE TO CLOUD-AUDIT-LINE
         STRING CLOUD-TIMESTAMP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CLOUD-STATUS DELIMITED BY SIZE
                " PRG=" DELIMITED BY SIZE
                CLOUD-PRGNAME DELIMITED BY SIZE
                " ARG=" DELIMITED BY SIZE
                CLOUD-ARG DELIMITED BY SIZE
                " MATCHES=" DELIMITED BY SIZE
                CLOUD-SENT-COUNT DELIMITED BY SIZE
           INTO CLOUD-AUDIT-LINE
         END-STRING

         OPEN EXTEND CLOUD-AUDIT-FILE
         IF CLOUD-AUDIT-STATUS NOT = "00"
           OPEN OUTPUT CLOUD-AUDIT-FILE
         END-IF

         MOVE CLOUD-AUDIT-LINE TO AUDIT-RECORD
         WRITE AUDIT-RECORD

         CLOSE CLOUD-AUDIT-FILE.
       END-WRITE-CLOUD-AUDIT.
         EXIT.

       STEP-APPLY-ACKS.
         MOVE 0 TO EO-STEP-RC
         MOVE 0 TO ACK-APPLIED
         MOVE 0 TO ACK-UNMATCHED
         PERFORM LOAD-MATCHES

         OPEN INPUT ACK-FILE
         IF ACK-FILE-STATUS NOT = "00"
           MOVE 4 TO EO-STEP-RC
           MOVE "NO acknowledge.dat - NOTHING TO APPLY" TO EO-MESSAGE
         ELSE
           OPEN I-O MATCH-FILE
           IF MATCH-FILE-STATUS NOT = "00"
             MOVE 8 TO EO-STEP-RC
             MOVE SPACE TO EO-MESSAGE
             STRING "MATCH FILE COULD NOT BE OPENED (STATUS "
                      DELIMITED BY SIZE
                    MATCH-FILE-STATUS DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
               INTO EO-MESSAGE
             END-STRING
             CLOSE ACK-FILE
           ELSE
             PERFORM UNTIL ACK-FILE-STATUS NOT = "00"
               READ ACK-FILE
                 AT END
                   MOVE "10" TO ACK-FILE-STATUS
                 NOT AT END
                   PERFORM APPLY-ACK
               END-READ
             END-PERFORM
             CLOSE MATCH-FILE
             CLOSE ACK-FILE

             IF ACK-UNMATCHED > 0
               MOVE 4 TO EO-STEP-RC
             END-IF
             MOVE SPACE TO EO-MESSAGE
             STRING "APPLIED=" DELIMITED BY SIZE
                    ACK-APPLIED DELIMITED BY SIZE
                    " UNMATCHED=" DELIMITED BY SIZE
                    ACK-UNMATCHED DELIMITED BY SIZE
               INTO EO-MESSAGE
             END-STRING
           END-IF
         END-IF.
       END-STEP-APPLY-ACKS.
         EXIT.

       APPLY-ACK.
         IF AK-STATUS NOT = "C" AND AK-STATUS NOT = "R"
           ADD 1 TO ACK-UNMATCHED
           DISPLAY "BAD ACK STATUS " AK-STATUS " FOR MATCH "
                   AK-MATCH-ID
         ELSE
           MOVE 0 TO ACK-MATCH-IDX
           MOVE 1 TO IDX
           PERFORM UNTIL IDX = NBMATCH + 1
             IF MID(IDX) = AK-MATCH-ID
               MOVE IDX TO ACK-MATCH-IDX
               EXIT PERFORM
             END-IF
             ADD 1 TO IDX
           END-PERFORM

           IF ACK-MATCH-IDX = 0
             ADD 1 TO ACK-UNMATCHED
             DISPLAY "NO MATCH FOR ACK ID " AK-MATCH-ID
           ELSE
             MOVE AK-STATUS TO XSTATUS(ACK-MATCH-IDX)
             MOVE AK-REASON TO XREASON(ACK-MATCH-IDX)
             MOVE ACK-MATCH-IDX TO WM-IDX
             PERFORM UPDATE-MATCH-RECORD
             ADD 1 TO ACK-APPLIED
           END-IF
         END-IF.
       END-APPLY-ACK.
         EXIT.

       STEP-RECONCILE.
         MOVE 0 TO EO-STEP-RC
         MOVE "N" TO EO-CALL-OK
         MOVE 0 TO RETURN-CODE

         CALL "reconcil" USING EO-RECON-MODE
           ON EXCEPTION
             MOVE "N" TO EO-CALL-OK
           NOT ON EXCEPTION
             MOVE "Y" TO EO-CALL-OK
         END-CALL

         MOVE RETURN-CODE TO EO-CALL-RC
         MOVE 0 TO RETURN-CODE

         IF EO-CALL-OK = "N"
           MOVE 8 TO EO-STEP-RC
           MOVE "PROGRAM reconcil COULD NOT BE CALLED" TO EO-MESSAGE
         ELSE
           IF EO-CALL-RC = 0
             MOVE "PLAYER MASTER AGREES WITH THE MATCH FILE"
               TO EO-MESSAGE
           ELSE
             MOVE 4 TO EO-STEP-RC
             MOVE "DIFFERENCES FOUND - players.dat NOT REBUILT"
               TO EO-MESSAGE
           END-IF
         END-IF.
       END-STEP-RECONCILE.
         EXIT.

       STEP-INTEGRITY.
         MOVE 0 TO EO-STEP-RC
         MOVE "N" TO EO-CALL-OK
         MOVE 0 TO RETURN-CODE

         CALL "integchk" USING OPERATOR-ID
           ON EXCEPTION
             MOVE "N" TO EO-CALL-OK
           NOT ON EXCEPTION
             MOVE "Y" TO EO-CALL-OK
         END-CALL

         MOVE RETURN-CODE TO EO-CALL-RC
         MOVE 0 TO RETURN-CODE

         IF EO-CALL-OK = "N"
           MOVE 8 TO EO-STEP-RC
           MOVE "PROGRAM integchk COULD NOT BE CALLED" TO EO-MESSAGE
         ELSE
           IF EO-CALL-RC = 0
             MOVE "NO CROSS-FILE FINDINGS" TO EO-MESSAGE
           ELSE
             IF EO-CALL-RC < 8
               MOVE 4 TO EO-STEP-RC
               MOVE "FINDINGS LISTED IN integrity.rpt" TO EO-MESSAGE
             ELSE
               MOVE 8 TO EO-STEP-RC
               MOVE "SEVERE FINDINGS - SEE integrity.rpt"
                 TO EO-MESSAGE
             END-IF
           END-IF
         END-IF.
       END-STEP-INTEGRITY.
         EXIT.

       STEP-BACKUP.
         MOVE 0 TO EO-STEP-RC
         PERFORM LOAD-MATCHES
         PERFORM LOAD-FIXTURES
         PERFORM LOAD-PLAYER-MASTER
         PERFORM LOAD-SEASON-TABLE
         PERFORM READ-MATCH-CTL-ID
         PERFORM READ-BACKUP-CTL
         PERFORM SET-BK-FILENAME

         PERFORM WRITE-BACKUP-GEN
         PERFORM VERIFY-BACKUP-GEN

         IF BK-ERRORS = 0
           MOVE BK-STAMP TO BK-DATE(BK-SLOT)
           IF BK-SLOT = 3
             MOVE 1 TO BK-NEXT-SLOT
           ELSE
             COMPUTE BK-NEXT-SLOT = BK-SLOT + 1
           END-IF
           PERFORM WRITE-BACKUP-CTL
           MOVE SPACE TO EO-MESSAGE
           STRING "GENERATION " DELIMITED BY SIZE
                  BK-SLOT DELIMITED BY SIZE
                  " COMMITTED MATCHES=" DELIMITED BY SIZE
                  NBMATCH DELIMITED BY SIZE
                  " PLAYERS=" DELIMITED BY SIZE
                  PM-COUNT DELIMITED BY SIZE
                  " FIXTURES=" DELIMITED BY SIZE
                  NBFIXTURE DELIMITED BY SIZE
             INTO EO-MESSAGE
           END-STRING
         ELSE
           MOVE SPACE TO BK-DATE(BK-SLOT)
           MOVE BK-SLOT TO BK-NEXT-SLOT
           PERFORM WRITE-BACKUP-CTL
           MOVE 8 TO EO-STEP-RC
           MOVE SPACE TO EO-MESSAGE
           STRING "GENERATION " DELIMITED BY SIZE
                  BK-SLOT DELIMITED BY SIZE
                  " NOT COMMITTED - PROBLEMS=" DELIMITED BY SIZE
                  BK-ERRORS DELIMITED BY SIZE
             INTO EO-MESSAGE
           END-STRING
         END-IF.
       END-STEP-BACKUP.
         EXIT.

       STEP-REPORTS.
         MOVE 0 TO EO-STEP-RC
         PERFORM LOAD-MATCHES

         PERFORM PRINT-MATCH-REGISTER
         IF MATCH-REPORT-STATUS NOT = "00"
           MOVE 8 TO EO-STEP-RC
           MOVE "matchreg.rpt COULD NOT BE WRITTEN" TO EO-MESSAGE
         ELSE
           PERFORM PRINT-STANDINGS-REPORT
           IF STAND-REPORT-STATUS NOT = "00"
             MOVE 8 TO EO-STEP-RC
             MOVE "standings.rpt COULD NOT BE WRITTEN" TO EO-MESSAGE
           ELSE
             MOVE SPACE TO EO-MESSAGE
             STRING "matchreg.rpt MATCHES=" DELIMITED BY SIZE
                    NBMATCH DELIMITED BY SIZE
                    " standings.rpt PLAYERS=" DELIMITED BY SIZE
                    ST-ALL-PLAYERS DELIMITED BY SIZE
               INTO EO-MESSAGE
             END-STRING
           END-IF
         END-IF.
       END-STEP-REPORTS.
         EXIT.

       PRINT-MATCH-REGISTER.
         OPEN OUTPUT MATCH-REPORT-FILE
         IF MATCH-REPORT-STATUS = "00"
           MOVE 0 TO RPT-PAGE
           MOVE 0 TO RPT-TOT-PTS
           PERFORM WRITE-MREG-HEADINGS

           MOVE 1 TO IDX
           PERFORM UNTIL IDX = NBMATCH + 1
             IF RPT-LINES = 60
               PERFORM WRITE-MREG-HEADINGS
             END-IF
             MOVE MID(IDX) TO ML-NO
             MOVE MDATE(IDX) TO ML-DATE
             MOVE MVENUE(IDX) TO ML-VENUE
             MOVE PLAYER1(IDX) TO ML-P1
             MOVE SCORE1(IDX) TO ML-S1
             MOVE SCORE2(IDX) TO ML-S2
             MOVE PLAYER2(IDX) TO ML-P2
             MOVE MREG-LINE TO MATCH-REPORT-RECORD
             WRITE MATCH-REPORT-RECORD
             ADD 1 TO RPT-LINES
             ADD SCORE1(IDX) TO RPT-TOT-PTS
             ADD SCORE2(IDX) TO RPT-TOT-PTS
             ADD 1 TO IDX
           END-PERFORM

           MOVE SPACE TO MATCH-REPORT-RECORD
           WRITE MATCH-REPORT-RECORD
           MOVE NBMATCH TO MT-COUNT
           MOVE RPT-TOT-PTS TO MT-PTS
           MOVE MREG-TOTAL TO MATCH-REPORT-RECORD
           WRITE MATCH-REPORT-RECORD

           CLOSE MATCH-REPORT-FILE
         END-IF.
       END-PRINT-MATCH-REGISTER.
         EXIT.

       WRITE-MREG-HEADINGS.
         ADD 1 TO RPT-PAGE
         MOVE "HACKME LEAGUE - MATCH REGISTER" TO RH-TITLE
         MOVE FUNCTION CURRENT-DATE(1:8) TO RH-DATE
         MOVE OPERATOR-ID TO RH-OPER
         MOVE RPT-PAGE TO RH-PAGE

         MOVE RPT-HEAD TO MATCH-REPORT-RECORD
         IF RPT-PAGE = 1
           WRITE MATCH-REPORT-RECORD
         ELSE
           WRITE MATCH-REPORT-RECORD AFTER ADVANCING PAGE
         END-IF
         MOVE MREG-COLS TO MATCH-REPORT-RECORD
         WRITE MATCH-REPORT-RECORD
         MOVE 0 TO RPT-LINES.
       END-WRITE-MREG-HEADINGS.
         EXIT.

       PRINT-STANDINGS-REPORT.
         PERFORM BUILD-STANDINGS
         PERFORM SORT-STANDINGS
         MOVE NBPLAYER TO ST-ALL-PLAYERS

         OPEN OUTPUT STAND-REPORT-FILE
         IF STAND-REPORT-STATUS = "00"
           MOVE 0 TO RPT-PAGE
           PERFORM WRITE-STAND-TABLE

           MOVE "Y" TO ST-HANDICAP
           PERFORM BUILD-STANDINGS
           PERFORM SORT-STANDINGS
           IF NBPLAYER NOT = 0
             PERFORM WRITE-STAND-TABLE
           END-IF
           MOVE "N" TO ST-HANDICAP

           CLOSE STAND-REPORT-FILE
         END-IF.
       END-PRINT-STANDINGS-REPORT.
         EXIT.

       WRITE-STAND-TABLE.
         MOVE 0 TO RPT-TOT-PTS
         PERFORM WRITE-STAND-HEADINGS

         MOVE 1 TO ST-IDX
         PERFORM UNTIL ST-IDX = NBPLAYER + 1
           IF RPT-LINES = 60
             PERFORM WRITE-STAND-HEADINGS
           END-IF
           MOVE ST-PLAYER(ST-IDX) TO SL-PLAYER
           MOVE ST-GAMES(ST-IDX) TO SL-GP
           MOVE ST-WINS(ST-IDX) TO SL-W
           MOVE ST-LOSSES(ST-IDX) TO SL-L
           MOVE ST-DRAWS(ST-IDX) TO SL-D
           MOVE ST-PTS-FOR(ST-IDX) TO SL-PF
           MOVE ST-PTS-AGAINST(ST-IDX) TO SL-PA
           MOVE STAND-LINE TO STAND-REPORT-RECORD
           WRITE STAND-REPORT-RECORD
           ADD 1 TO RPT-LINES
           ADD ST-PTS-FOR(ST-IDX) TO RPT-TOT-PTS
           ADD 1 TO ST-IDX
         END-PERFORM

         MOVE SPACE TO STAND-REPORT-RECORD
         WRITE STAND-REPORT-RECORD
         MOVE NBPLAYER TO TT-PLAYERS
         MOVE RPT-TOT-PTS TO TT-PTS
         MOVE STAND-TOTAL TO STAND-REPORT-RECORD
         WRITE STAND-REPORT-RECORD.
       END-WRITE-STAND-TABLE.
         EXIT.

       WRITE-STAND-HEADINGS.
         ADD 1 TO RPT-PAGE
         IF ST-HANDICAP = "Y"
           MOVE "HACKME LEAGUE - HANDICAP STANDINGS" TO RH-TITLE
         ELSE
           MOVE "HACKME LEAGUE - STANDINGS" TO RH-TITLE
         END-IF
         MOVE FUNCTION CURRENT-DATE(1:8) TO RH-DATE
         MOVE OPERATOR-ID TO RH-OPER
         MOVE RPT-PAGE TO RH-PAGE

         MOVE RPT-HEAD TO STAND-REPORT-RECORD
         IF RPT-PAGE = 1
           WRITE STAND-REPORT-RECORD
         ELSE
           WRITE STAND-REPORT-RECORD AFTER ADVANCING PAGE
         END-IF
         MOVE STAND-COLS TO STAND-REPORT-RECORD
         WRITE STAND-REPORT-RECORD
         MOVE 0 TO RPT-LINES.
       END-WRITE-STAND-HEADINGS.
         EXIT.

       BUILD-STANDINGS.
         MOVE 0 TO NBPLAYER
         IF ST-HANDICAP = "Y"
           PERFORM LOAD-HANDICAPS
         END-IF
         MOVE 1 TO IDX
         PERFORM UNTIL IDX = NBMATCH + 1
           IF ST-HANDICAP = "Y"
             PERFORM ADD-HANDICAP-STANDING
           ELSE
             MOVE PLAYER1(IDX) TO ST-SEARCH-NAME
             MOVE SCORE1(IDX) TO ST-SEARCH-SCORE-FOR
             MOVE SCORE2(IDX) TO ST-SEARCH-SCORE-AGAINST
             PERFORM UPDATE-STANDING

             MOVE PLAYER2(IDX) TO ST-SEARCH-NAME
             MOVE SCORE2(IDX) TO ST-SEARCH-SCORE-FOR
             MOVE SCORE1(IDX) TO ST-SEARCH-SCORE-AGAINST
             PERFORM UPDATE-STANDING
           END-IF

           ADD 1 TO IDX
         END-PERFORM.
       END-BUILD-STANDINGS.
         EXIT.

       ADD-HANDICAP-STANDING.
         MOVE MID(IDX) TO HC-KEY
         PERFORM FIND-HANDICAP
         IF HC-FOUND NOT = 0
           MOVE PLAYER1(IDX) TO ST-SEARCH-NAME
           MOVE HC-T-ADJ1(HC-FOUND) TO ST-SEARCH-SCORE-FOR
           MOVE HC-T-ADJ2(HC-FOUND) TO ST-SEARCH-SCORE-AGAINST
           PERFORM UPDATE-STANDING

           MOVE PLAYER2(IDX) TO ST-SEARCH-NAME
           MOVE HC-T-ADJ2(HC-FOUND) TO ST-SEARCH-SCORE-FOR
           MOVE HC-T-ADJ1(HC-FOUND) TO ST-SEARCH-SCORE-AGAINST
           PERFORM UPDATE-STANDING
         END-IF.
       END-ADD-HANDICAP-STANDING.
         EXIT.

       LOAD-HANDICAPS.
         MOVE 0 TO NBHC
         OPEN INPUT HANDICAP-FILE
         IF HANDICAP-STATUS = "00"
           PERFORM UNTIL HANDICAP-STATUS NOT = "00"
             READ HANDICAP-FILE
               AT END
                 MOVE "10" TO HANDICAP-STATUS
               NOT AT END
                 IF NBHC < 9999
                   ADD 1 TO NBHC
                   MOVE HANDICAP-RECORD TO HC-ENTRY(NBHC)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HANDICAP-FILE
         END-IF.
       END-LOAD-HANDICAPS.
         EXIT.

       SAVE-HANDICAPS.
         OPEN OUTPUT HANDICAP-FILE

         MOVE 1 TO HC-IDX
         PERFORM UNTIL HC-IDX = NBHC + 1
           MOVE HC-ENTRY(HC-IDX) TO HANDICAP-RECORD
           WRITE HANDICAP-RECORD
           ADD 1 TO HC-IDX
         END-PERFORM

         CLOSE HANDICAP-FILE.
       END-SAVE-HANDICAPS.
         EXIT.

       FIND-HANDICAP.
         MOVE 0 TO HC-FOUND
         MOVE 1 TO HC-IDX
         PERFORM UNTIL HC-IDX = NBHC + 1
           IF HC-T-MATCH-ID(HC-IDX) = HC-KEY
             MOVE HC-IDX TO HC-FOUND
             EXIT PERFORM
           END-IF
           ADD 1 TO HC-IDX
         END-PERFORM.
       END-FIND-HANDICAP.
         EXIT.

       UPDATE-STANDING.
         MOVE 0 TO ST-FOUND
         MOVE 1 TO ST-IDX
         PERFORM UNTIL ST-IDX = NBPLAYER + 1
           IF ST-PLAYER(ST-IDX) = ST-SEARCH-NAME
             MOVE 1 TO ST-FOUND
             EXIT PERFORM
           END-IF
           ADD 1 TO ST-IDX
         END-PERFORM

         IF ST-FOUND = 0
           ADD 1 TO NBPLAYER
           MOVE NBPLAYER TO ST-IDX
           MOVE ST-SEARCH-NAME TO ST-PLAYER(ST-IDX)
           MOVE 0 TO ST-GAMES(ST-IDX)
           MOVE 0 TO ST-WINS(ST-IDX)
           MOVE 0 TO ST-LOSSES(ST-IDX)
           MOVE 0 TO ST-DRAWS(ST-IDX)
           MOVE 0 TO ST-PTS-FOR(ST-IDX)
           MOVE 0 TO ST-PTS-AGAINST(ST-IDX)
         END-IF

         ADD 1 TO ST-GAMES(ST-IDX)
         ADD ST-SEARCH-SCORE-FOR TO ST-PTS-FOR(ST-IDX)
         ADD ST-SEARCH-SCORE-AGAINST TO ST-PTS-AGAINST(ST-IDX)

         IF ST-SEARCH-SCORE-FOR > ST-SEARCH-SCORE-AGAINST
           ADD 1 TO ST-WINS(ST-IDX)
         ELSE
           IF ST-SEARCH-SCORE-FOR < ST-SEARCH-SCORE-AGAINST
             ADD 1 TO ST-LOSSES(ST-IDX)
           ELSE
             ADD 1 TO ST-DRAWS(ST-IDX)
           END-IF
         END-IF.
       END-UPDATE-STANDING.
         EXIT.

       SORT-STANDINGS.
         MOVE "Y" TO ST-SWAPPED
         PERFORM UNTIL ST-SWAPPED = "N"
           MOVE "N" TO ST-SWAPPED
           MOVE 1 TO ST-IDX
           PERFORM UNTIL ST-IDX >= NBPLAYER
             MOVE ST-IDX TO ST-JDX
             ADD 1 TO ST-JDX
             IF ST-WINS(ST-IDX) < ST-WINS(ST-JDX)
               MOVE STANDING-ENTRY(ST-IDX) TO ST-TEMP-ENTRY
               MOVE STANDING-ENTRY(ST-JDX) TO STANDING-ENTRY(ST-IDX)
               MOVE ST-TEMP-ENTRY TO STANDING-ENTRY(ST-JDX)
               MOVE "Y" TO ST-SWAPPED
             END-IF
             ADD 1 TO ST-IDX
           END-PERFORM
         END-PERFORM.
       END-SORT-STANDINGS.
         EXIT.

       GRAB-DATA-LOCK.
         MOVE "N" TO GD-HELD
         MOVE "FREE" TO GD-CUR-STATE
         MOVE SPACE TO GD-CUR-OWNER
         MOVE SPACE TO GD-CUR-STAMP
         OPEN INPUT DATA-LOCK-FILE
         IF DATA-LOCK-STATUS = "00"
           READ DATA-LOCK-FILE
             AT END
               MOVE "FREE" TO GD-CUR-STATE
             NOT AT END
               MOVE GD-STATE TO GD-CUR-STATE
               MOVE GD-OWNER TO GD-CUR-OWNER
               MOVE GD-STAMP TO GD-CUR-STAMP
           END-READ
           CLOSE DATA-LOCK-FILE
         END-IF

         IF GD-CUR-STATE NOT = "BUSY"
           PERFORM WRITE-DATA-LOCK
           MOVE "Y" TO GD-HELD
         END-IF.
       END-GRAB-DATA-LOCK.
         EXIT.

       WRITE-DATA-LOCK.
         OPEN OUTPUT DATA-LOCK-FILE
         MOVE "BUSY" TO GD-STATE
         MOVE OPERATOR-ID TO GD-OWNER
         MOVE FUNCTION CURRENT-DATE(1:14) TO GD-STAMP
         WRITE LOCK-RECORD
         CLOSE DATA-LOCK-FILE.
       END-WRITE-DATA-LOCK.
         EXIT.

       FREE-DATA-LOCK.
         OPEN OUTPUT DATA-LOCK-FILE
         MOVE "FREE" TO GD-STATE
         MOVE OPERATOR-ID TO GD-OWNER
         MOVE FUNCTION CURRENT-DATE(1:14) TO GD-STAMP
         WRITE LOCK-RECORD
         CLOSE DATA-LOCK-FILE
         MOVE "N" TO GD-HELD.
       END-FREE-DATA-LOCK.
         EXIT.

       LOAD-MATCHES.
         MOVE 0 TO NBMATCH
         MOVE 0 TO HI-MATCH-ID
         OPEN INPUT MATCH-FILE
         IF MATCH-FILE-STATUS = "00"
           PERFORM UNTIL MATCH-FILE-STATUS NOT = "00"
             READ MATCH-FILE NEXT
               AT END
                 MOVE "10" TO MATCH-FILE-STATUS
               NOT AT END
                 ADD 1 TO NBMATCH
                 MOVE MR-MATCH-ID TO MID(NBMATCH)
                 IF MR-MATCH-ID > HI-MATCH-ID
                   MOVE MR-MATCH-ID TO HI-MATCH-ID
                 END-IF
                 MOVE MR-PLAYER1 TO PLAYER1(NBMATCH)
                 MOVE MR-PLAYER2 TO PLAYER2(NBMATCH)
                 MOVE MR-SCORE1 TO SCORE1(NBMATCH)
                 MOVE MR-SCORE2 TO SCORE2(NBMATCH)
                 MOVE MR-DATE TO MDATE(NBMATCH)
                 MOVE MR-VENUE TO MVENUE(NBMATCH)
                 IF MR-XMIT-STATUS = SPACE
                   MOVE "P" TO XSTATUS(NBMATCH)
                 ELSE
                   MOVE MR-XMIT-STATUS TO XSTATUS(NBMATCH)
                 END-IF
                 MOVE MR-XMIT-REASON TO XREASON(NBMATCH)
             END-READ
           END-PERFORM
           CLOSE MATCH-FILE
         END-IF.
       END-LOAD-MATCHES.
         EXIT.

       SAVE-MATCH.
         MOVE "N" TO MATCH-SAVED
         MOVE MID(NBMATCH) TO MR-MATCH-ID
         MOVE PLAYER1(NBMATCH) TO MR-PLAYER1
         MOVE PLAYER2(NBMATCH) TO MR-PLAYER2
         MOVE SCORE1(NBMATCH) TO MR-SCORE1
         MOVE SCORE2(NBMATCH) TO MR-SCORE2
         MOVE MDATE(NBMATCH) TO MR-DATE
         MOVE MVENUE(NBMATCH) TO MR-VENUE
         MOVE XSTATUS(NBMATCH) TO MR-XMIT-STATUS
         MOVE XREASON(NBMATCH) TO MR-XMIT-REASON

         OPEN I-O MATCH-FILE
         IF MATCH-FILE-STATUS = "35"
           OPEN OUTPUT MATCH-FILE
         END-IF

         IF MATCH-FILE-STATUS NOT = "00"
           DISPLAY "MATCH FILE COULD NOT BE OPENED (STATUS "
                   MATCH-FILE-STATUS ") - MATCH NOT SAVED."
         ELSE
           WRITE MATCH-RECORD
             INVALID KEY
               DISPLAY "MATCH ID " MR-MATCH-ID " ALREADY ON FILE."
             NOT INVALID KEY
               MOVE "Y" TO MATCH-SAVED
           END-WRITE

           CLOSE MATCH-FILE
         END-IF.
       END-SAVE-MATCH.
         EXIT.

       UPDATE-MATCH-RECORD.
         MOVE "N" TO MATCH-UPDATED
         MOVE MID(WM-IDX) TO MR-MATCH-ID
         MOVE PLAYER1(WM-IDX) TO MR-PLAYER1
         MOVE PLAYER2(WM-IDX) TO MR-PLAYER2
         MOVE SCORE1(WM-IDX) TO MR-SCORE1
         MOVE SCORE2(WM-IDX) TO MR-SCORE2
         MOVE MDATE(WM-IDX) TO MR-DATE
         MOVE MVENUE(WM-IDX) TO MR-VENUE
         MOVE XSTATUS(WM-IDX) TO MR-XMIT-STATUS
         MOVE XREASON(WM-IDX) TO MR-XMIT-REASON
         REWRITE MATCH-RECORD
           INVALID KEY
             DISPLAY "MATCH " MID(WM-IDX) " NOT ON FILE."
           NOT INVALID KEY
             MOVE "Y" TO MATCH-UPDATED
         END-REWRITE.
       END-UPDATE-MATCH-RECORD.
         EXIT.

       NEXT-MATCH-ID.
         MOVE 0 TO NEW-MATCH-ID
         OPEN INPUT MATCH-CTL-FILE
         IF MATCH-CTL-STATUS = "00"
           READ MATCH-CTL-FILE
             AT END
               MOVE 0 TO NEW-MATCH-ID
             NOT AT END
               MOVE CT-LAST-MATCH-ID TO NEW-MATCH-ID
           END-READ
           CLOSE MATCH-CTL-FILE
         END-IF

         IF HI-MATCH-ID > NEW-MATCH-ID
           MOVE HI-MATCH-ID TO NEW-MATCH-ID
         END-IF
         ADD 1 TO NEW-MATCH-ID
         MOVE NEW-MATCH-ID TO HI-MATCH-ID

         OPEN OUTPUT MATCH-CTL-FILE
         MOVE NEW-MATCH-ID TO CT-LAST-MATCH-ID
         WRITE CTL-RECORD
         CLOSE MATCH-CTL-FILE.
       END-NEXT-MATCH-ID.
         EXIT.

       UPDATE-PLAYER-MASTER.
         MOVE "N" TO PM-WAS-FOUND
         OPEN I-O PLAYER-MASTER
         IF PLAYER-MASTER-STATUS = "35"
           OPEN OUTPUT PLAYER-MASTER
           IF PLAYER-MASTER-STATUS = "00"
             CLOSE PLAYER-MASTER
             OPEN I-O PLAYER-MASTER
           END-IF
         END-IF
         IF PLAYER-MASTER-STATUS NOT = "00"
           DISPLAY "PLAYER MASTER COULD NOT BE OPENED (STATUS "
                   PLAYER-MASTER-STATUS ") - PLAYER NOT UPDATED."
         ELSE
           MOVE PM-SEARCH-NAME TO PM-PLAYER-NAME
           READ PLAYER-MASTER
             INVALID KEY
               MOVE "N" TO PM-WAS-FOUND
             NOT INVALID KEY
               MOVE "Y" TO PM-WAS-FOUND
           END-READ
           IF PM-WAS-FOUND = "N"
             PERFORM INIT-PM-REC
             PERFORM APPLY-RESULT-TO-PM-REC
             WRITE PLAYER-MASTER-RECORD
               INVALID KEY
                 DISPLAY "PLAYER " PM-SEARCH-NAME
                         " COULD NOT BE ADDED."
             END-WRITE
           ELSE
             IF PM-REC-RATING IS NOT NUMERIC
               MOVE 1500 TO PM-REC-RATING
             END-IF
             PERFORM APPLY-RESULT-TO-PM-REC
             REWRITE PLAYER-MASTER-RECORD
               INVALID KEY
                 DISPLAY "PLAYER " PM-SEARCH-NAME
                         " COULD NOT BE REWRITTEN."
             END-REWRITE
           END-IF
           CLOSE PLAYER-MASTER
         END-IF.
       END-UPDATE-PLAYER-MASTER.
         EXIT.

       INIT-PM-REC.
         MOVE PM-SEARCH-NAME TO PM-PLAYER-NAME
         MOVE 0 TO PM-REC-WINS
         MOVE 0 TO PM-REC-LOSSES
         MOVE 0 TO PM-REC-DRAWS
         MOVE 0 TO PM-REC-PTS-FOR
         MOVE 0 TO PM-REC-PTS-AGAINST
         MOVE 1500 TO PM-REC-RATING.
       END-INIT-PM-REC.
         EXIT.

       APPLY-RESULT-TO-PM-REC.
         ADD PM-SCORE-FOR TO PM-REC-PTS-FOR
         ADD PM-SCORE-AGAINST TO PM-REC-PTS-AGAINST
         IF PM-SCORE-FOR > PM-SCORE-AGAINST
           ADD 1 TO PM-REC-WINS
         ELSE
           IF PM-SCORE-FOR < PM-SCORE-AGAINST
             ADD 1 TO PM-REC-LOSSES
           ELSE
             ADD 1 TO PM-REC-DRAWS
           END-IF
         END-IF.
       END-APPLY-RESULT-TO-PM-REC.
         EXIT.

       READ-OR-INIT-PM-REC.
         MOVE PM-SEARCH-NAME TO PM-PLAYER-NAME
         READ PLAYER-MASTER
           INVALID KEY
             PERFORM INIT-PM-REC
             WRITE PLAYER-MASTER-RECORD
               INVALID KEY
                 CONTINUE
             END-WRITE
         END-READ
         IF PM-REC-RATING IS NOT NUMERIC
           MOVE 1500 TO PM-REC-RATING
         END-IF.
       END-READ-OR-INIT-PM-REC.
         EXIT.

       UPDATE-RATINGS.
         OPEN I-O PLAYER-MASTER
         IF PLAYER-MASTER-STATUS = "35"
           OPEN OUTPUT PLAYER-MASTER
           IF PLAYER-MASTER-STATUS = "00"
             CLOSE PLAYER-MASTER
             OPEN I-O PLAYER-MASTER
           END-IF
         END-IF
         IF PLAYER-MASTER-STATUS NOT = "00"
           DISPLAY "PLAYER MASTER COULD NOT BE OPENED (STATUS "
                   PLAYER-MASTER-STATUS ") - RATINGS NOT UPDATED."
         ELSE
           PERFORM APPLY-RATING-UPDATE
         END-IF.
       END-UPDATE-RATINGS.
         EXIT.

       APPLY-RATING-UPDATE.
         MOVE EL-PLAYER1 TO PM-SEARCH-NAME
         PERFORM READ-OR-INIT-PM-REC
         MOVE PM-REC-RATING TO EL-RA

         MOVE EL-PLAYER2 TO PM-SEARCH-NAME
         PERFORM READ-OR-INIT-PM-REC
         MOVE PM-REC-RATING TO EL-RB

         PERFORM RECORD-HANDICAP

         IF EL-SCORE1 > EL-SCORE2
           MOVE 1.0 TO EL-ACT1
         ELSE
           IF EL-SCORE1 < EL-SCORE2
             MOVE 0.0 TO EL-ACT1
           ELSE
             MOVE 0.5 TO EL-ACT1
           END-IF
         END-IF

         COMPUTE EL-EXPONENT ROUNDED = (EL-RB - EL-RA) / 400
         IF EL-EXPONENT > 3.9
           MOVE 3.9 TO EL-EXPONENT
         END-IF
         IF EL-EXPONENT < -3.9
           MOVE -3.9 TO EL-EXPONENT
         END-IF
         COMPUTE EL-POW = 10 ** EL-EXPONENT
         COMPUTE EL-EXP1 ROUNDED = 1 / (1 + EL-POW)
         COMPUTE EL-DELTA ROUNDED = 32 * (EL-ACT1 - EL-EXP1)

         COMPUTE EL-NEW1 ROUNDED = EL-RA + EL-DELTA
         COMPUTE EL-NEW2 ROUNDED = EL-RB - EL-DELTA
         IF EL-NEW1 < 0
           MOVE 0 TO EL-NEW1
         END-IF
         IF EL-NEW2 < 0
           MOVE 0 TO EL-NEW2
         END-IF
         IF EL-NEW1 > 9999
           MOVE 9999 TO EL-NEW1
         END-IF
         IF EL-NEW2 > 9999
           MOVE 9999 TO EL-NEW2
         END-IF

         MOVE EL-PLAYER1 TO PM-PLAYER-NAME
         READ PLAYER-MASTER
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE EL-NEW1 TO PM-REC-RATING
             REWRITE PLAYER-MASTER-RECORD
               INVALID KEY
                 CONTINUE
             END-REWRITE
         END-READ

         MOVE EL-PLAYER2 TO PM-PLAYER-NAME
         READ PLAYER-MASTER
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE EL-NEW2 TO PM-REC-RATING
             REWRITE PLAYER-MASTER-RECORD
               INVALID KEY
                 CONTINUE
             END-REWRITE
         END-READ

         CLOSE PLAYER-MASTER

         MOVE EL-PLAYER1 TO HT-PLAYER
         MOVE EL-RA TO HT-OLD
         MOVE EL-NEW1 TO HT-NEW
         PERFORM WRITE-RATING-HIST

         MOVE EL-PLAYER2 TO HT-PLAYER
         MOVE EL-RB TO HT-OLD
         MOVE EL-NEW2 TO HT-NEW
         PERFORM WRITE-RATING-HIST.
       END-APPLY-RATING-UPDATE.
         EXIT.

       WRITE-RATING-HIST.
         OPEN EXTEND RATING-HIST-FILE
         IF RATING-HIST-STATUS NOT = "00"
           OPEN OUTPUT RATING-HIST-FILE
         END-IF

         MOVE HT-PLAYER TO HR-PLAYER
         MOVE EL-DATE TO HR-DATE
         MOVE EL-MATCH-ID TO HR-MATCH-ID
         MOVE HT-OLD TO HR-OLD
         MOVE HT-NEW TO HR-NEW
         COMPUTE HR-DELTA = HT-NEW - HT-OLD
         WRITE RATING-HIST-RECORD

         CLOSE RATING-HIST-FILE.
       END-WRITE-RATING-HIST.
         EXIT.

       WRITE-MATCH-AUDIT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO MATCH-AUDIT-TIMESTAMP

         MOVE SPACE TO MATCH-AUDIT-LINE
         STRING MATCH-AUDIT-TIMESTAMP DELIMITED BY SIZE
                " OP=" DELIMITED BY SIZE
                OPERATOR-ID DELIMITED BY SIZE
                " ACTION=" DELIMITED BY SIZE
                MA-ACTION DELIMITED BY SIZE
                " ID=" DELIMITED BY SIZE
                MA-MATCH-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                MA-PLAYER1 DELIMITED BY SIZE
                " vs " DELIMITED BY SIZE
                MA-PLAYER2 DELIMITED BY SIZE
                " : " DELIMITED BY SIZE
                MA-SCORE1 DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                MA-SCORE2 DELIMITED BY SIZE
           INTO MATCH-AUDIT-LINE
         END-STRING

         OPEN EXTEND MATCH-AUDIT-FILE
         IF MATCH-AUDIT-STATUS NOT = "00"
           OPEN OUTPUT MATCH-AUDIT-FILE
         END-IF

         MOVE MATCH-AUDIT-LINE TO MATCH-AUDIT-RECORD
         WRITE MATCH-AUDIT-RECORD

         CLOSE MATCH-AUDIT-FILE.
       END-WRITE-MATCH-AUDIT.
         EXIT.

       LOAD-FIXTURES.
         MOVE 0 TO NBFIXTURE
         OPEN INPUT FIXTURE-FILE
         IF FIXTURE-FILE-STATUS = "00"
           PERFORM UNTIL FIXTURE-FILE-STATUS NOT = "00"
             READ FIXTURE-FILE
               AT END
                 MOVE "10" TO FIXTURE-FILE-STATUS
               NOT AT END
                 ADD 1 TO NBFIXTURE
                 MOVE FR-PLAYER1 TO FX-PLAYER1(NBFIXTURE)
                 MOVE FR-PLAYER2 TO FX-PLAYER2(NBFIXTURE)
                 MOVE FR-DATE TO FX-DATE(NBFIXTURE)
                 MOVE FR-VENUE TO FX-VENUE(NBFIXTURE)
                 IF FR-STATUS = SPACE
                   MOVE "P" TO FX-STATUS(NBFIXTURE)
                 ELSE
                   MOVE FR-STATUS TO FX-STATUS(NBFIXTURE)
                 END-IF
                 IF FR-MATCH-ID IS NOT NUMERIC
                   MOVE 0 TO FX-MATCH-ID(NBFIXTURE)
                 ELSE
                   MOVE FR-MATCH-ID TO FX-MATCH-ID(NBFIXTURE)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FIXTURE-FILE
         END-IF.
       END-LOAD-FIXTURES.
         EXIT.

       LOAD-PLAYER-MASTER.
         MOVE 0 TO PM-COUNT
         OPEN INPUT PLAYER-MASTER
         IF PLAYER-MASTER-STATUS = "00"
           PERFORM UNTIL PLAYER-MASTER-STATUS NOT = "00"
             READ PLAYER-MASTER NEXT
               AT END
                 MOVE "10" TO PLAYER-MASTER-STATUS
               NOT AT END
                 ADD 1 TO PM-COUNT
                 MOVE PM-PLAYER-NAME TO PM-T-NAME(PM-COUNT)
                 MOVE PM-REC-WINS TO PM-T-WINS(PM-COUNT)
                 MOVE PM-REC-LOSSES TO PM-T-LOSSES(PM-COUNT)
                 MOVE PM-REC-DRAWS TO PM-T-DRAWS(PM-COUNT)
                 MOVE PM-REC-PTS-FOR TO PM-T-PTS-FOR(PM-COUNT)
                 MOVE PM-REC-PTS-AGAINST TO PM-T-PTS-AGAINST(PM-COUNT)
                 IF PM-REC-RATING IS NOT NUMERIC
                   MOVE 1500 TO PM-T-RATING(PM-COUNT)
                 ELSE
                   MOVE PM-REC-RATING TO PM-T-RATING(PM-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PLAYER-MASTER
         END-IF.
       END-LOAD-PLAYER-MASTER.
         EXIT.

       LOAD-SEASON-TABLE.
         MOVE 0 TO NBSEASON
         OPEN INPUT SEASON-ARCHIVE-FILE
         IF SEASON-ARCHIVE-STATUS = "00"
           PERFORM UNTIL SEASON-ARCHIVE-STATUS NOT = "00"
             READ SEASON-ARCHIVE-FILE
               AT END
                 MOVE "10" TO SEASON-ARCHIVE-STATUS
               NOT AT END
                 ADD 1 TO NBSEASON
                 MOVE AR-SEASON TO SN-SEASON(NBSEASON)
                 MOVE AR-PLAYER1 TO SN-PLAYER1(NBSEASON)
                 MOVE AR-PLAYER2 TO SN-PLAYER2(NBSEASON)
                 MOVE AR-SCORE1 TO SN-SCORE1(NBSEASON)
                 MOVE AR-SCORE2 TO SN-SCORE2(NBSEASON)
                 MOVE AR-DATE TO SN-DATE(NBSEASON)
                 MOVE AR-VENUE TO SN-VENUE(NBSEASON)
             END-READ
           END-PERFORM
           CLOSE SEASON-ARCHIVE-FILE
         END-IF.
       END-LOAD-SEASON-TABLE.
         EXIT.

       SET-BK-FILENAME.
         MOVE BK-SLOT TO BK-SLOT-X
         MOVE SPACE TO BK-FILENAME
         STRING "hackme.bk" DELIMITED BY SIZE
                BK-SLOT-X DELIMITED BY SIZE
           INTO BK-FILENAME
         END-STRING.
       END-SET-BK-FILENAME.
         EXIT.

       READ-BACKUP-CTL.
         MOVE 1 TO BK-SLOT
         MOVE SPACE TO BK-DATE(1)
         MOVE SPACE TO BK-DATE(2)
         MOVE SPACE TO BK-DATE(3)
         OPEN INPUT BACKUP-CTL-FILE
         IF BACKUP-CTL-STATUS = "00"
           READ BACKUP-CTL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BC-NEXT-SLOT IS NUMERIC
                  AND BC-NEXT-SLOT >= 1 AND BC-NEXT-SLOT <= 3
                 MOVE BC-NEXT-SLOT TO BK-SLOT
               END-IF
               MOVE BC-DATE1 TO BK-DATE(1)
               MOVE BC-DATE2 TO BK-DATE(2)
               MOVE BC-DATE3 TO BK-DATE(3)
           END-READ
           CLOSE BACKUP-CTL-FILE
         END-IF.
       END-READ-BACKUP-CTL.
         EXIT.

       WRITE-BACKUP-CTL.
         OPEN OUTPUT BACKUP-CTL-FILE
         MOVE BK-NEXT-SLOT TO BC-NEXT-SLOT
         MOVE BK-DATE(1) TO BC-DATE1
         MOVE BK-DATE(2) TO BC-DATE2
         MOVE BK-DATE(3) TO BC-DATE3
         WRITE BACKUP-CTL-RECORD
         CLOSE BACKUP-CTL-FILE.
       END-WRITE-BACKUP-CTL.
         EXIT.

       READ-MATCH-CTL-ID.
         MOVE HI-MATCH-ID TO BK-CTL-ID
         OPEN INPUT MATCH-CTL-FILE
         IF MATCH-CTL-STATUS = "00"
           READ MATCH-CTL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF CT-LAST-MATCH-ID IS NUMERIC
                 MOVE CT-LAST-MATCH-ID TO BK-CTL-ID
               END-IF
           END-READ
           CLOSE MATCH-CTL-FILE
         END-IF.
       END-READ-MATCH-CTL-ID.
         EXIT.

       WRITE-BACKUP-GEN.
         MOVE FUNCTION CURRENT-DATE(1:14) TO BK-STAMP
         OPEN OUTPUT BACKUP-GEN-FILE

         MOVE "HEADER" TO BG-TAG
         MOVE BK-STAMP TO BG-PAYLOAD
         WRITE BACKUP-GEN-RECORD

         MOVE "CTL" TO BG-TAG
         MOVE BK-CTL-ID TO BX-CTL
         MOVE BK-CTL-IMAGE TO BG-PAYLOAD
         WRITE BACKUP-GEN-RECORD

         MOVE 1 TO IDX
         PERFORM UNTIL IDX = NBMATCH + 1
           MOVE "MATCH" TO BG-TAG
           MOVE MID(IDX) TO BM-MATCH-ID
           MOVE PLAYER1(IDX) TO BM-PLAYER1
           MOVE PLAYER2(IDX) TO BM-PLAYER2
           MOVE SCORE1(IDX) TO BM-SCORE1
           MOVE SCORE2(IDX) TO BM-SCORE2
           MOVE MDATE(IDX) TO BM-DATE
           MOVE MVENUE(IDX) TO BM-VENUE
           MOVE XSTATUS(IDX) TO BM-XSTATUS
           MOVE XREASON(IDX) TO BM-XREASON
           MOVE BK-MATCH-IMAGE TO BG-PAYLOAD
           WRITE BACKUP-GEN-RECORD
           ADD 1 TO IDX
         END-PERFORM

         MOVE 1 TO PM-IDX
         PERFORM UNTIL PM-IDX = PM-COUNT + 1
           MOVE "PLAYER" TO BG-TAG
           MOVE PM-T-NAME(PM-IDX) TO BP-NAME
           MOVE PM-T-WINS(PM-IDX) TO BP-WINS
           MOVE PM-T-LOSSES(PM-IDX) TO BP-LOSSES
           MOVE PM-T-DRAWS(PM-IDX) TO BP-DRAWS
           MOVE PM-T-PTS-FOR(PM-IDX) TO BP-PF
           MOVE PM-T-PTS-AGAINST(PM-IDX) TO BP-PA
           MOVE PM-T-RATING(PM-IDX) TO BP-RATING
           MOVE BK-PLAYER-IMAGE TO BG-PAYLOAD
           WRITE BACKUP-GEN-RECORD
           ADD 1 TO PM-IDX
         END-PERFORM

         MOVE 1 TO FX-IDX
         PERFORM UNTIL FX-IDX = NBFIXTURE + 1
           MOVE "FIXTURE" TO BG-TAG
           MOVE FX-PLAYER1(FX-IDX) TO BF-PLAYER1
           MOVE FX-PLAYER2(FX-IDX) TO BF-PLAYER2
           MOVE FX-DATE(FX-IDX) TO BF-DATE
           MOVE FX-VENUE(FX-IDX) TO BF-VENUE
           MOVE FX-STATUS(FX-IDX) TO BF-STATUS
           MOVE FX-MATCH-ID(FX-IDX) TO BF-MATCH-ID
           MOVE BK-FIX-IMAGE TO BG-PAYLOAD
           WRITE BACKUP-GEN-RECORD
           ADD 1 TO FX-IDX
         END-PERFORM

         MOVE 1 TO SN-IDX
         PERFORM UNTIL SN-IDX = NBSEASON + 1
           MOVE "SEASON" TO BG-TAG
           MOVE SN-SEASON(SN-IDX) TO BS-SEASON
           MOVE SN-PLAYER1(SN-IDX) TO BS-PLAYER1
           MOVE SN-PLAYER2(SN-IDX) TO BS-PLAYER2
           MOVE SN-SCORE1(SN-IDX) TO BS-SCORE1
           MOVE SN-SCORE2(SN-IDX) TO BS-SCORE2
           MOVE SN-DATE(SN-IDX) TO BS-DATE
           MOVE SN-VENUE(SN-IDX) TO BS-VENUE
           MOVE BK-SEASON-IMAGE TO BG-PAYLOAD
           WRITE BACKUP-GEN-RECORD
           ADD 1 TO SN-IDX
         END-PERFORM

         MOVE "COUNTS" TO BG-TAG
         MOVE NBMATCH TO BN-MATCH
         MOVE PM-COUNT TO BN-PLAYER
         MOVE NBFIXTURE TO BN-FIX
         MOVE NBSEASON TO BN-SEASON
         MOVE BK-CTL-ID TO BN-CTL
         MOVE BK-COUNTS-IMAGE TO BG-PAYLOAD
         WRITE BACKUP-GEN-RECORD

         CLOSE BACKUP-GEN-FILE.
       END-WRITE-BACKUP-GEN.
         EXIT.

       VERIFY-BACKUP-GEN.
         MOVE 0 TO BK-ERRORS
         MOVE 0 TO BK-RD-MATCH
         MOVE 0 TO BK-RD-PLAYER
         MOVE 0 TO BK-RD-FIX
         MOVE 0 TO BK-RD-SEASON
         MOVE 0 TO NBVF
         MOVE "N" TO BK-HAVE-COUNTS

         OPEN INPUT BACKUP-GEN-FILE
         IF BACKUP-GEN-STATUS NOT = "00"
           DISPLAY "BACKUP FILE " BK-FILENAME " CANNOT BE READ"
                   " BACK (STATUS " BACKUP-GEN-STATUS ")."
           ADD 1 TO BK-ERRORS
         ELSE
           PERFORM CHECK-BACKUP-CONTENTS
         END-IF.
       END-VERIFY-BACKUP-GEN.
         EXIT.

       CHECK-BACKUP-CONTENTS.
         PERFORM UNTIL BACKUP-GEN-STATUS NOT = "00"
           READ BACKUP-GEN-FILE
             AT END
               MOVE "10" TO BACKUP-GEN-STATUS
             NOT AT END
               PERFORM VERIFY-BACKUP-ROW
           END-READ
         END-PERFORM

         CLOSE BACKUP-GEN-FILE

         IF BK-HAVE-COUNTS = "N"
           DISPLAY "COUNTS TRAILER IS MISSING FROM THE COPY."
           ADD 1 TO BK-ERRORS
         ELSE
           IF BN-MATCH NOT = BK-RD-MATCH
              OR BN-PLAYER NOT = BK-RD-PLAYER
              OR BN-FIX NOT = BK-RD-FIX
              OR BN-SEASON NOT = BK-RD-SEASON
              OR BN-CTL NOT = BK-CTL-ID
             DISPLAY "COUNTS TRAILER DOES NOT AGREE WITH THE"
                     " ROWS IN THE COPY."
             ADD 1 TO BK-ERRORS
           END-IF
         END-IF

         IF BK-RD-MATCH NOT = NBMATCH
           DISPLAY "MATCH COUNT IN THE COPY IS " BK-RD-MATCH
                   " BUT " NBMATCH " WERE WRITTEN."
           ADD 1 TO BK-ERRORS
         END-IF
         IF BK-RD-PLAYER NOT = PM-COUNT
           DISPLAY "PLAYER COUNT IN THE COPY IS " BK-RD-PLAYER
                   " BUT " PM-COUNT " WERE WRITTEN."
           ADD 1 TO BK-ERRORS
         END-IF
         IF BK-RD-FIX NOT = NBFIXTURE
           DISPLAY "FIXTURE COUNT IN THE COPY IS " BK-RD-FIX
                   " BUT " NBFIXTURE " WERE WRITTEN."
           ADD 1 TO BK-ERRORS
         END-IF
         IF BK-RD-SEASON NOT = NBSEASON
           DISPLAY "ARCHIVE COUNT IN THE COPY IS " BK-RD-SEASON
                   " BUT " NBSEASON " WERE WRITTEN."
           ADD 1 TO BK-ERRORS
         END-IF

         MOVE 1 TO PM-IDX
         PERFORM UNTIL PM-IDX = PM-COUNT + 1
           MOVE 0 TO VF-FOUND
           MOVE 1 TO VF-IDX
           PERFORM UNTIL VF-IDX = NBVF + 1
             IF VF-NAME(VF-IDX) = PM-T-NAME(PM-IDX)
               MOVE VF-IDX TO VF-FOUND
               EXIT PERFORM
             END-IF
             ADD 1 TO VF-IDX
           END-PERFORM
           IF VF-FOUND = 0
             IF PM-T-WINS(PM-IDX) NOT = 0
                OR PM-T-LOSSES(PM-IDX) NOT = 0
                OR PM-T-DRAWS(PM-IDX) NOT = 0
               DISPLAY "PLAYER " PM-T-NAME(PM-IDX) " HAS NO"
                       " MATCHES IN THE COPY."
               ADD 1 TO BK-ERRORS
             END-IF
           ELSE
             IF PM-T-WINS(PM-IDX) NOT = VF-WINS(VF-FOUND)
                OR PM-T-LOSSES(PM-IDX) NOT = VF-LOSSES(VF-FOUND)
                OR PM-T-DRAWS(PM-IDX) NOT = VF-DRAWS(VF-FOUND)
                OR PM-T-PTS-FOR(PM-IDX) NOT = VF-PF(VF-FOUND)
                OR PM-T-PTS-AGAINST(PM-IDX) NOT = VF-PA(VF-FOUND)
               DISPLAY "PLAYER " PM-T-NAME(PM-IDX) " DOES NOT"
                       " AGREE WITH THE BACKED-UP MATCHES."
               ADD 1 TO BK-ERRORS
             END-IF
           END-IF
           ADD 1 TO PM-IDX
         END-PERFORM.
       END-CHECK-BACKUP-CONTENTS.
         EXIT.

       VERIFY-BACKUP-ROW.
         IF BG-TAG = "MATCH"
           ADD 1 TO BK-RD-MATCH
           MOVE BG-PAYLOAD TO BK-MATCH-IMAGE
           MOVE BM-PLAYER1 TO VF-NAME-WK
           MOVE BM-SCORE1 TO VF-SF
           MOVE BM-SCORE2 TO VF-SA
           PERFORM APPLY-VF-RESULT
           MOVE BM-PLAYER2 TO VF-NAME-WK
           MOVE BM-SCORE2 TO VF-SF
           MOVE BM-SCORE1 TO VF-SA
           PERFORM APPLY-VF-RESULT
         ELSE
           IF BG-TAG = "SEASON"
             ADD 1 TO BK-RD-SEASON
             MOVE BG-PAYLOAD TO BK-SEASON-IMAGE
             MOVE BS-PLAYER1 TO VF-NAME-WK
             MOVE BS-SCORE1 TO VF-SF
             MOVE BS-SCORE2 TO VF-SA
             PERFORM APPLY-VF-RESULT
             MOVE BS-PLAYER2 TO VF-NAME-WK
             MOVE BS-SCORE2 TO VF-SF
             MOVE BS-SCORE1 TO VF-SA
             PERFORM APPLY-VF-RESULT
           ELSE
             IF BG-TAG = "PLAYER"
               ADD 1 TO BK-RD-PLAYER
             ELSE
               IF BG-TAG = "FIXTURE"
                 ADD 1 TO BK-RD-FIX
               ELSE
                 IF BG-TAG = "HEADER"
                   MOVE BG-PAYLOAD(1:14) TO BK-HDR-STAMP
                 ELSE
                   IF BG-TAG = "COUNTS"
                     MOVE "Y" TO BK-HAVE-COUNTS
                     MOVE BG-PAYLOAD TO BK-COUNTS-IMAGE
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
         END-IF.
       END-VERIFY-BACKUP-ROW.
         EXIT.

       APPLY-VF-RESULT.
         MOVE 0 TO VF-FOUND
         MOVE 1 TO VF-IDX
         PERFORM UNTIL VF-IDX = NBVF + 1
           IF VF-NAME(VF-IDX) = VF-NAME-WK
             MOVE VF-IDX TO VF-FOUND
             EXIT PERFORM
           END-IF
           ADD 1 TO VF-IDX
         END-PERFORM

         IF VF-FOUND = 0
           ADD 1 TO NBVF
           MOVE NBVF TO VF-FOUND
           MOVE VF-NAME-WK TO VF-NAME(VF-FOUND)
           MOVE 0 TO VF-WINS(VF-FOUND)
           MOVE 0 TO VF-LOSSES(VF-FOUND)
           MOVE 0 TO VF-DRAWS(VF-FOUND)
           MOVE 0 TO VF-PF(VF-FOUND)
           MOVE 0 TO VF-PA(VF-FOUND)
         END-IF

         ADD VF-SF TO VF-PF(VF-FOUND)
         ADD VF-SA TO VF-PA(VF-FOUND)
         IF VF-SF > VF-SA
           ADD 1 TO VF-WINS(VF-FOUND)
         ELSE
           IF VF-SF < VF-SA
             ADD 1 TO VF-LOSSES(VF-FOUND)
           ELSE
             ADD 1 TO VF-DRAWS(VF-FOUND)
           END-IF
         END-IF.
       END-APPLY-VF-RESULT.
         EXIT.

       END PROGRAM "endofday".
