       IDENTIFICATION DIVISION.
       PROGRAM-ID. "records".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT MATCH-FILE ASSIGN TO "matches.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MR-MATCH-ID
           FILE STATUS IS MATCH-FILE-STATUS.
         SELECT SEASON-ARCHIVE-FILE ASSIGN TO "seasons.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEASON-ARCHIVE-STATUS.
         SELECT RATING-HIST-FILE ASSIGN TO HB-HIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATING-HIST-STATUS.
         SELECT ARCHIVE-CAT-FILE ASSIGN TO "archive.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-CAT-STATUS.
         SELECT HONOURS-REPORT-FILE ASSIGN TO "honours.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HONOURS-REPORT-STATUS.

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

       FD SEASON-ARCHIVE-FILE.
         01 ARCHIVE-RECORD.
           02 AR-SEASON PIC X(8).
           02 AR-PLAYER1 PIC X(10).
           02 AR-PLAYER2 PIC X(10).
           02 AR-SCORE1 PIC 99.
           02 AR-SCORE2 PIC 99.
           02 AR-DATE PIC X(8).
           02 AR-VENUE PIC X(8).

       FD RATING-HIST-FILE.
         01 RATING-HIST-RECORD.
           02 HR-PLAYER PIC X(10).
           02 HR-DATE PIC X(8).
           02 HR-MATCH-ID PIC 9(6).
           02 HR-OLD PIC 9(4).
           02 HR-NEW PIC 9(4).
           02 HR-DELTA PIC S9(4) SIGN IS LEADING SEPARATE.

       FD ARCHIVE-CAT-FILE.
         01 ARCHIVE-CAT-RECORD.
           02 AC-LIVE PIC X(16).
           02 AC-ARCHIVE PIC X(16).
           02 AC-FROM PIC X(8).
           02 AC-TO PIC X(8).
           02 AC-COUNT PIC 9(8).

       FD HONOURS-REPORT-FILE.
         01 HONOURS-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 MATCH-FILE-STATUS PIC XX.
         01 SEASON-ARCHIVE-STATUS PIC XX.
         01 RATING-HIST-STATUS PIC XX.
         01 ARCHIVE-CAT-STATUS PIC XX.

         01 HB-HIST-NAME PIC X(16).
         01 HB-HIST-TABLE.
           02 HB-HIST-FILE OCCURS 1000 TIMES PIC X(16).
         01 NBHIST PIC 9(4) VALUE 0.
         01 HB-HIST-IDX PIC 9(4).
         01 HONOURS-REPORT-STATUS PIC XX.

         01 AM-TABLE.
           02 AM-ENTRY OCCURS 19998 TIMES.
             03 AM-SE PIC 99.
             03 AM-PLAYER1 PIC X(10).
             03 AM-PLAYER2 PIC X(10).
             03 AM-SCORE1 PIC 99.
             03 AM-SCORE2 PIC 99.
             03 AM-DATE PIC X(8).
             03 AM-VENUE PIC X(8).
         01 NBAM PIC 9(5) VALUE 0.
         01 AM-IDX PIC 9(5).
         01 AM-DROPPED PIC 9(5) VALUE 0.
         01 AM-SEASON-IN PIC X(8).

         01 SE-TABLE.
           02 SE-ENTRY OCCURS 99 TIMES.
             03 SE-SEASON PIC X(8).
             03 SE-MATCHES PIC 9(5).
             03 SE-LAST PIC X(8).
             03 SE-IMP-NAME PIC X(10).
             03 SE-IMP-FROM PIC 9(4).
             03 SE-IMP-TO PIC 9(4).
             03 SE-IMP-GAIN PIC S9(5).
         01 NBSE PIC 99 VALUE 0.
         01 SE-IDX PIC 99.
         01 SE-FOUND PIC 99.

         01 VE-TABLE.
           02 VE-NAME OCCURS 99 TIMES PIC X(8).
         01 NBVE PIC 99 VALUE 0.
         01 VE-IDX PIC 99.
         01 VE-FOUND PIC 99.

         01 STANDINGS-TABLE.
           02 STANDING-ENTRY OCCURS 9999 TIMES.
             03 ST-PLAYER PIC X(10).
             03 ST-GAMES PIC 9(5).
             03 ST-WINS PIC 9(5).
             03 ST-LOSSES PIC 9(5).
             03 ST-DRAWS PIC 9(5).
             03 ST-PTS-FOR PIC 9(7).
             03 ST-PTS-AGAINST PIC 9(7).
         01 NBPLAYER PIC 9(4) VALUE 0.
         01 ST-IDX PIC 9(4).
         01 ST-FOUND PIC 9(4).
         01 ST-SEARCH-NAME PIC X(10).
         01 ST-SEARCH-SCORE-FOR PIC 99.
         01 ST-SEARCH-SCORE-AGAINST PIC 99.
         01 ST-SEASON-FILTER PIC 99.
         01 ST-VENUE-FILTER PIC X(8).
         01 ST-FIRST PIC 9(4).
         01 ST-SECOND PIC 9(4).
         01 ST-CAND PIC 9(4).
         01 ST-BEST PIC 9(4).
         01 ST-BETTER PIC X.
         01 ST-DIFF1 PIC S9(8).
         01 ST-DIFF2 PIC S9(8).

         01 CA-TABLE.
           02 CA-ENTRY OCCURS 9999 TIMES.
             03 CA-PLAYER PIC X(10).
             03 CA-GAMES PIC 9(5).
             03 CA-WINS PIC 9(5).
             03 CA-LOSSES PIC 9(5).
             03 CA-DRAWS PIC 9(5).
             03 CA-PTS-FOR PIC 9(7).
             03 CA-PTS-AGAINST PIC 9(7).
             03 CA-SEASONS PIC 99.
             03 CA-LAST-SE PIC 99.
             03 CA-RUN-WIN PIC 9(5).
             03 CA-RUN-WIN-FROM PIC X(8).
             03 CA-BEST-WIN PIC 9(5).
             03 CA-BEST-WIN-FROM PIC X(8).
             03 CA-BEST-WIN-TO PIC X(8).
             03 CA-RUN-UNB PIC 9(5).
             03 CA-RUN-UNB-FROM PIC X(8).
             03 CA-BEST-UNB PIC 9(5).
             03 CA-BEST-UNB-FROM PIC X(8).
             03 CA-BEST-UNB-TO PIC X(8).
         01 NBCA PIC 9(4) VALUE 0.
         01 CA-IDX PIC 9(4).
         01 CA-FOUND PIC 9(4).
         01 CA-ORDER-TABLE.
           02 CA-ORDER OCCURS 9999 TIMES PIC 9(4).
         01 CA-JDX PIC 9(4).
         01 CA-TMP PIC 9(4).
         01 CA-SWAPPED PIC X.
         01 CA-FOR PIC 99.
         01 CA-AGAINST PIC 99.
         01 CA-DATE PIC X(8).

         01 TP-TABLE.
           02 TP-ENTRY OCCURS 11 TIMES.
             03 TP-VALUE PIC 9(5).
             03 TP-NAME PIC X(10).
             03 TP-OTHER PIC X(10).
             03 TP-SEASON PIC X(8).
             03 TP-DATE1 PIC X(8).
             03 TP-DATE2 PIC X(8).
             03 TP-VENUE PIC X(8).
             03 TP-S1 PIC 99.
             03 TP-S2 PIC 99.
         01 NBTP PIC 99 VALUE 0.
         01 TP-IDX PIC 99.
         01 TP-JDX PIC 99.
         01 TP-NEW.
           02 TN-VALUE PIC 9(5).
           02 TN-NAME PIC X(10).
           02 TN-OTHER PIC X(10).
           02 TN-SEASON PIC X(8).
           02 TN-DATE1 PIC X(8).
           02 TN-DATE2 PIC X(8).
           02 TN-VENUE PIC X(8).
           02 TN-S1 PIC 99.
           02 TN-S2 PIC 99.

         01 IM-TABLE.
           02 IM-ENTRY OCCURS 999 TIMES.
             03 IM-PLAYER PIC X(10).
             03 IM-FIRST PIC 9(4).
             03 IM-LAST PIC 9(4).
         01 NBIM PIC 9(3) VALUE 0.
         01 IM-IDX PIC 9(3).
         01 IM-FOUND PIC 9(3).
         01 IM-SE PIC 99.
         01 IM-ROW-SE PIC 99.
         01 IM-GAIN PIC S9(5).

         01 RPT-LINES PIC 9(4).
         01 RPT-PAGE PIC 9(4).
         01 HB-OUT PIC X(132).

         01 RPT-HEAD.
           02 RH-TITLE PIC X(34).
           02 FILLER PIC X(4) VALUE "RUN ".
           02 RH-DATE PIC X(8).
           02 FILLER PIC X(10) VALUE "  OPERATOR".
           02 FILLER PIC X VALUE SPACE.
           02 RH-OPER PIC X(8).
           02 FILLER PIC X(6) VALUE "  PAGE".
           02 RH-PAGE PIC ZZZ9.

         01 HB-CHAMP-COLS.
           02 FILLER PIC X(37) VALUE
              "SEASON    VENUE     CHAMPION       W ".
           02 FILLER PIC X(37) VALUE
              "   L    D  RUNNER-UP      W    L    D".
         01 HB-CHAMP-LINE.
           02 HC-SEASON PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 HC-VENUE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 HC-FIRST PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 HC-W1 PIC ZZZZ9.
           02 HC-L1 PIC ZZZZ9.
           02 HC-D1 PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 HC-SECOND PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 HC-W2 PIC ZZZZ9.
           02 HC-L2 PIC ZZZZ9.
           02 HC-D2 PIC ZZZZ9.

         01 HB-CAREER-COLS.
           02 FILLER PIC X(39) VALUE
              "RANK  PLAYER      SE     GP     W     L".
           02 FILLER PIC X(31) VALUE
              "     D       PF       PA   WIN%".
         01 HB-CAREER-LINE.
           02 HK-RANK PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 HK-PLAYER PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 HK-SEASONS PIC Z9.
           02 HK-GP PIC ZZZZZZ9.
           02 HK-W PIC ZZZZZ9.
           02 HK-L PIC ZZZZZ9.
           02 HK-D PIC ZZZZZ9.
           02 HK-PF PIC ZZZZZZZZ9.
           02 HK-PA PIC ZZZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 HK-PCT PIC ZZ9.9.
         01 HK-PCT-WK PIC 999V9.

         01 HB-STREAK-COLS PIC X(37) VALUE
            "RANK  PLAYER      GAMES  FROM      TO".
         01 HB-STREAK-LINE.
           02 HS-RANK PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 HS-PLAYER PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 HS-GAMES PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 HS-FROM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 HS-TO PIC X(8).

         01 HB-MARGIN-COLS.
           02 FILLER PIC X(34) VALUE
              "RANK MARGIN   SEASON    DATE      ".
           02 FILLER PIC X(34) VALUE
              "VENUE     WINNER      SCORE  LOSER".
         01 HB-MARGIN-LINE.
           02 HM-RANK PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 HM-MARGIN PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 HM-SEASON PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 HM-DATE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 HM-VENUE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 HM-WINNER PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 HM-S1 PIC 99.
           02 FILLER PIC X VALUE "-".
           02 HM-S2 PIC 99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 HM-LOSER PIC X(10).

         01 HB-BUSY-COLS PIC X(35) VALUE
            "RANK  PLAYER      SEASON    MATCHES".
         01 HB-BUSY-LINE.
           02 HY-RANK PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 HY-PLAYER PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 HY-SEASON PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 HY-MATCHES PIC ZZZZZZ9.

         01 HB-IMPROVE-COLS PIC X(39) VALUE
            "SEASON    PLAYER      FROM    TO   GAIN".
         01 HB-IMPROVE-LINE.
           02 HI-SEASON PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 HI-PLAYER PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 HI-FROM PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 HI-TO PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 HI-GAIN PIC +ZZZ9.

       LINKAGE SECTION.
         01 LS-OPER PIC X(8).

       PROCEDURE DIVISION USING LS-OPER.

       MAIN-LAB.
         DISPLAY " "
         DISPLAY "==== ALL-TIME RECORDS AND HONOURS BOARD ===="

         PERFORM LOAD-ALL-MATCHES

         IF NBAM = 0
           DISPLAY "NO ARCHIVED OR LIVE MATCHES ON FILE -"
                   " NO HONOURS BOARD PRODUCED."
           MOVE 4 TO RETURN-CODE
           GOBACK
         END-IF

         IF AM-DROPPED NOT = 0
           DISPLAY "WARNING: " AM-DROPPED " MATCH(ES) BEYOND THE"
                   " TABLE LIMIT WERE LEFT OUT."
         END-IF

         OPEN OUTPUT HONOURS-REPORT-FILE
         IF HONOURS-REPORT-STATUS NOT = "00"
           DISPLAY "honours.rpt COULD NOT BE OPENED (STATUS "
                   HONOURS-REPORT-STATUS ")."
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF

         MOVE 0 TO RPT-PAGE
         PERFORM WRITE-HB-HEADINGS

         PERFORM PRINT-CHAMPIONS
         PERFORM BUILD-CAREER
         PERFORM PRINT-CAREER-TABLE
         PERFORM PRINT-STREAKS
         PERFORM PRINT-MARGINS
         PERFORM PRINT-BUSIEST
         PERFORM BUILD-IMPROVEMENT
         PERFORM PRINT-IMPROVEMENT

         CLOSE HONOURS-REPORT-FILE

         DISPLAY NBSE " SEASON(S), " NBAM " MATCH(ES), " NBCA
                 " PLAYER(S)."
         DISPLAY "HONOURS BOARD WRITTEN TO honours.rpt."
         MOVE 0 TO RETURN-CODE

         GOBACK.

       LOAD-ALL-MATCHES.
         MOVE 0 TO NBAM
         MOVE 0 TO NBSE
         MOVE 0 TO AM-DROPPED

         OPEN INPUT SEASON-ARCHIVE-FILE
         IF SEASON-ARCHIVE-STATUS = "00"
           PERFORM UNTIL SEASON-ARCHIVE-STATUS NOT = "00"
             READ SEASON-ARCHIVE-FILE
               AT END
                 MOVE "10" TO SEASON-ARCHIVE-STATUS
               NOT AT END
                 MOVE AR-SEASON TO AM-SEASON-IN
                 PERFORM FIND-OR-ADD-SEASON
                 IF SE-FOUND NOT = 0
                   IF NBAM = 19998
                     ADD 1 TO AM-DROPPED
                   ELSE
                     ADD 1 TO NBAM
                     MOVE SE-FOUND TO AM-SE(NBAM)
                     MOVE AR-PLAYER1 TO AM-PLAYER1(NBAM)
                     MOVE AR-PLAYER2 TO AM-PLAYER2(NBAM)
                     MOVE AR-SCORE1 TO AM-SCORE1(NBAM)
                     MOVE AR-SCORE2 TO AM-SCORE2(NBAM)
                     MOVE AR-DATE TO AM-DATE(NBAM)
                     MOVE AR-VENUE TO AM-VENUE(NBAM)
                     PERFORM NOTE-SEASON-MATCH
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SEASON-ARCHIVE-FILE
         END-IF

         OPEN INPUT MATCH-FILE
         IF MATCH-FILE-STATUS = "00"
           PERFORM UNTIL MATCH-FILE-STATUS NOT = "00"
             READ MATCH-FILE
               AT END
                 MOVE "10" TO MATCH-FILE-STATUS
               NOT AT END
                 MOVE "CURRENT" TO AM-SEASON-IN
                 PERFORM FIND-OR-ADD-SEASON
                 IF SE-FOUND NOT = 0
                   IF NBAM = 19998
                     ADD 1 TO AM-DROPPED
                   ELSE
                     ADD 1 TO NBAM
                     MOVE SE-FOUND TO AM-SE(NBAM)
                     MOVE MR-PLAYER1 TO AM-PLAYER1(NBAM)
                     MOVE MR-PLAYER2 TO AM-PLAYER2(NBAM)
                     MOVE MR-SCORE1 TO AM-SCORE1(NBAM)
                     MOVE MR-SCORE2 TO AM-SCORE2(NBAM)
                     MOVE MR-DATE TO AM-DATE(NBAM)
                     MOVE MR-VENUE TO AM-VENUE(NBAM)
                     PERFORM NOTE-SEASON-MATCH
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MATCH-FILE
         END-IF

         MOVE 1 TO SE-IDX
         PERFORM UNTIL SE-IDX = NBSE + 1
           IF SE-SEASON(SE-IDX) = "CURRENT"
             MOVE "99999999" TO SE-LAST(SE-IDX)
           END-IF
           ADD 1 TO SE-IDX
         END-PERFORM.
       END-LOAD-ALL-MATCHES.
         EXIT.

       FIND-OR-ADD-SEASON.
         MOVE 0 TO SE-FOUND
         MOVE 1 TO SE-IDX
         PERFORM UNTIL SE-IDX = NBSE + 1
           IF SE-SEASON(SE-IDX) = AM-SEASON-IN
             MOVE SE-IDX TO SE-FOUND
             EXIT PERFORM
           END-IF
           ADD 1 TO SE-IDX
         END-PERFORM

         IF SE-FOUND = 0
           IF NBSE = 99
             ADD 1 TO AM-DROPPED
           ELSE
             ADD 1 TO NBSE
             MOVE NBSE TO SE-FOUND
             MOVE AM-SEASON-IN TO SE-SEASON(NBSE)
             MOVE 0 TO SE-MATCHES(NBSE)
             MOVE SPACE TO SE-LAST(NBSE)
             MOVE SPACE TO SE-IMP-NAME(NBSE)
             MOVE 0 TO SE-IMP-FROM(NBSE)
             MOVE 0 TO SE-IMP-TO(NBSE)
             MOVE 0 TO SE-IMP-GAIN(NBSE)
           END-IF
         END-IF.
       END-FIND-OR-ADD-SEASON.
         EXIT.

       NOTE-SEASON-MATCH.
         ADD 1 TO SE-MATCHES(SE-FOUND)
         IF AM-DATE(NBAM) > SE-LAST(SE-FOUND)
           MOVE AM-DATE(NBAM) TO SE-LAST(SE-FOUND)
         END-IF.
       END-NOTE-SEASON-MATCH.
         EXIT.

       BUILD-STANDINGS.
         MOVE 0 TO NBPLAYER
         MOVE 1 TO AM-IDX
         PERFORM UNTIL AM-IDX = NBAM + 1
           IF AM-SE(AM-IDX) = ST-SEASON-FILTER
              AND (ST-VENUE-FILTER = "ALL"
                   OR AM-VENUE(AM-IDX) = ST-VENUE-FILTER)
             MOVE AM-PLAYER1(AM-IDX) TO ST-SEARCH-NAME
             MOVE AM-SCORE1(AM-IDX) TO ST-SEARCH-SCORE-FOR
             MOVE AM-SCORE2(AM-IDX) TO ST-SEARCH-SCORE-AGAINST
             PERFORM UPDATE-STANDING
             MOVE AM-PLAYER2(AM-IDX) TO ST-SEARCH-NAME
             MOVE AM-SCORE2(AM-IDX) TO ST-SEARCH-SCORE-FOR
             MOVE AM-SCORE1(AM-IDX) TO ST-SEARCH-SCORE-AGAINST
             PERFORM UPDATE-STANDING
           END-IF
           ADD 1 TO AM-IDX
         END-PERFORM.
       END-BUILD-STANDINGS.
         EXIT.

       UPDATE-STANDING.
         MOVE 0 TO ST-FOUND
         MOVE 1 TO ST-IDX
         PERFORM UNTIL ST-IDX = NBPLAYER + 1
           IF ST-PLAYER(ST-IDX) = ST-SEARCH-NAME
             MOVE ST-IDX TO ST-FOUND
             EXIT PERFORM
           END-IF
           ADD 1 TO ST-IDX
         END-PERFORM

         IF ST-FOUND = 0
           ADD 1 TO NBPLAYER
           MOVE NBPLAYER TO ST-FOUND
           MOVE ST-SEARCH-NAME TO ST-PLAYER(ST-FOUND)
           MOVE 0 TO ST-GAMES(ST-FOUND)
           MOVE 0 TO ST-WINS(ST-FOUND)
           MOVE 0 TO ST-LOSSES(ST-FOUND)
           MOVE 0 TO ST-DRAWS(ST-FOUND)
           MOVE 0 TO ST-PTS-FOR(ST-FOUND)
           MOVE 0 TO ST-PTS-AGAINST(ST-FOUND)
         END-IF

         ADD 1 TO ST-GAMES(ST-FOUND)
         ADD ST-SEARCH-SCORE-FOR TO ST-PTS-FOR(ST-FOUND)
         ADD ST-SEARCH-SCORE-AGAINST TO ST-PTS-AGAINST(ST-FOUND)
         IF ST-SEARCH-SCORE-FOR > ST-SEARCH-SCORE-AGAINST
           ADD 1 TO ST-WINS(ST-FOUND)
         ELSE
           IF ST-SEARCH-SCORE-FOR < ST-SEARCH-SCORE-AGAINST
             ADD 1 TO ST-LOSSES(ST-FOUND)
           ELSE
             ADD 1 TO ST-DRAWS(ST-FOUND)
           END-IF
         END-IF.
       END-UPDATE-STANDING.
         EXIT.

       FIND-TOP-TWO.
         MOVE 0 TO ST-FIRST
         MOVE 0 TO ST-SECOND
         MOVE 1 TO ST-CAND
         PERFORM UNTIL ST-CAND = NBPLAYER + 1
           MOVE ST-FIRST TO ST-BEST
           PERFORM COMPARE-STANDING
           IF ST-BETTER = "Y"
             MOVE ST-FIRST TO ST-SECOND
             MOVE ST-CAND TO ST-FIRST
           ELSE
             MOVE ST-SECOND TO ST-BEST
             PERFORM COMPARE-STANDING
             IF ST-BETTER = "Y"
               MOVE ST-CAND TO ST-SECOND
             END-IF
           END-IF
           ADD 1 TO ST-CAND
         END-PERFORM.
       END-FIND-TOP-TWO.
         EXIT.

       COMPARE-STANDING.
         IF ST-BEST = 0
           MOVE "Y" TO ST-BETTER
         ELSE
           MOVE "N" TO ST-BETTER
           IF ST-WINS(ST-CAND) > ST-WINS(ST-BEST)
             MOVE "Y" TO ST-BETTER
           ELSE
             IF ST-WINS(ST-CAND) = ST-WINS(ST-BEST)
               COMPUTE ST-DIFF1 = ST-PTS-FOR(ST-CAND)
                       - ST-PTS-AGAINST(ST-CAND)
               COMPUTE ST-DIFF2 = ST-PTS-FOR(ST-BEST)
                       - ST-PTS-AGAINST(ST-BEST)
               IF ST-DIFF1 > ST-DIFF2
                 MOVE "Y" TO ST-BETTER
               END-IF
             END-IF
           END-IF
         END-IF.
       END-COMPARE-STANDING.
         EXIT.

       PRINT-CHAMPIONS.
         MOVE "CHAMPIONS AND RUNNERS-UP BY SEASON AND VENUE" TO HB-OUT
         PERFORM START-HB-SECTION
         MOVE HB-CHAMP-COLS TO HB-OUT
         PERFORM WRITE-HB-LINE

         MOVE 1 TO SE-IDX
         PERFORM UNTIL SE-IDX = NBSE + 1
           IF SE-IDX > 1
             MOVE SPACE TO HB-OUT
             PERFORM WRITE-HB-LINE
           END-IF
           MOVE SE-IDX TO ST-SEASON-FILTER
           MOVE "ALL" TO ST-VENUE-FILTER
           PERFORM BUILD-STANDINGS
           PERFORM WRITE-CHAMP-LINE
           DISPLAY "SEASON " SE-SEASON(SE-IDX) " CHAMPION "
                   HC-FIRST " RUNNER-UP " HC-SECOND

           MOVE 0 TO NBVE
           MOVE 1 TO AM-IDX
           PERFORM UNTIL AM-IDX = NBAM + 1
             IF AM-SE(AM-IDX) = SE-IDX
               MOVE 0 TO VE-FOUND
               MOVE 1 TO VE-IDX
               PERFORM UNTIL VE-IDX = NBVE + 1
                 IF VE-NAME(VE-IDX) = AM-VENUE(AM-IDX)
                   MOVE VE-IDX TO VE-FOUND
                   EXIT PERFORM
                 END-IF
                 ADD 1 TO VE-IDX
               END-PERFORM
               IF VE-FOUND = 0 AND NBVE < 99
                 ADD 1 TO NBVE
                 MOVE AM-VENUE(AM-IDX) TO VE-NAME(NBVE)
               END-IF
             END-IF
             ADD 1 TO AM-IDX
           END-PERFORM

           IF NBVE > 1
             MOVE 1 TO VE-IDX
             PERFORM UNTIL VE-IDX = NBVE + 1
               MOVE VE-NAME(VE-IDX) TO ST-VENUE-FILTER
               PERFORM BUILD-STANDINGS
               PERFORM WRITE-CHAMP-LINE
               ADD 1 TO VE-IDX
             END-PERFORM
           END-IF
           ADD 1 TO SE-IDX
         END-PERFORM.
       END-PRINT-CHAMPIONS.
         EXIT.

       WRITE-CHAMP-LINE.
         PERFORM FIND-TOP-TWO
         MOVE SE-SEASON(SE-IDX) TO HC-SEASON
         MOVE ST-VENUE-FILTER TO HC-VENUE
         MOVE SPACE TO HC-FIRST
         MOVE 0 TO HC-W1
         MOVE 0 TO HC-L1
         MOVE 0 TO HC-D1
         MOVE SPACE TO HC-SECOND
         MOVE 0 TO HC-W2
         MOVE 0 TO HC-L2
         MOVE 0 TO HC-D2
         IF ST-FIRST NOT = 0
           MOVE ST-PLAYER(ST-FIRST) TO HC-FIRST
           MOVE ST-WINS(ST-FIRST) TO HC-W1
           MOVE ST-LOSSES(ST-FIRST) TO HC-L1
           MOVE ST-DRAWS(ST-FIRST) TO HC-D1
         END-IF
         IF ST-SECOND NOT = 0
           MOVE ST-PLAYER(ST-SECOND) TO HC-SECOND
           MOVE ST-WINS(ST-SECOND) TO HC-W2
           MOVE ST-LOSSES(ST-SECOND) TO HC-L2
           MOVE ST-DRAWS(ST-SECOND) TO HC-D2
         END-IF
         MOVE HB-CHAMP-LINE TO HB-OUT
         PERFORM WRITE-HB-LINE.
       END-WRITE-CHAMP-LINE.
         EXIT.

       BUILD-CAREER.
         MOVE 0 TO NBCA
         MOVE 1 TO AM-IDX
         PERFORM UNTIL AM-IDX = NBAM + 1
           MOVE AM-PLAYER1(AM-IDX) TO ST-SEARCH-NAME
           MOVE AM-SCORE1(AM-IDX) TO CA-FOR
           MOVE AM-SCORE2(AM-IDX) TO CA-AGAINST
           PERFORM APPLY-CAREER
           MOVE AM-PLAYER2(AM-IDX) TO ST-SEARCH-NAME
           MOVE AM-SCORE2(AM-IDX) TO CA-FOR
           MOVE AM-SCORE1(AM-IDX) TO CA-AGAINST
           PERFORM APPLY-CAREER
           ADD 1 TO AM-IDX
         END-PERFORM

         MOVE 1 TO CA-IDX
         PERFORM UNTIL CA-IDX = NBCA + 1
           MOVE CA-IDX TO CA-ORDER(CA-IDX)
           ADD 1 TO CA-IDX
         END-PERFORM
         MOVE "Y" TO CA-SWAPPED
         PERFORM UNTIL CA-SWAPPED = "N"
           MOVE "N" TO CA-SWAPPED
           MOVE 1 TO CA-IDX
           PERFORM UNTIL CA-IDX >= NBCA
             MOVE CA-IDX TO CA-JDX
             ADD 1 TO CA-JDX
             IF CA-WINS(CA-ORDER(CA-IDX))
                < CA-WINS(CA-ORDER(CA-JDX))
               MOVE CA-ORDER(CA-IDX) TO CA-TMP
               MOVE CA-ORDER(CA-JDX) TO CA-ORDER(CA-IDX)
               MOVE CA-TMP TO CA-ORDER(CA-JDX)
               MOVE "Y" TO CA-SWAPPED
             END-IF
             ADD 1 TO CA-IDX
           END-PERFORM
         END-PERFORM.
       END-BUILD-CAREER.
         EXIT.

       APPLY-CAREER.
         MOVE 0 TO CA-FOUND
         MOVE 1 TO CA-IDX
         PERFORM UNTIL CA-IDX = NBCA + 1
           IF CA-PLAYER(CA-IDX) = ST-SEARCH-NAME
             MOVE CA-IDX TO CA-FOUND
             EXIT PERFORM
           END-IF
           ADD 1 TO CA-IDX
         END-PERFORM

         IF CA-FOUND = 0 AND NBCA < 9999
           ADD 1 TO NBCA
           MOVE NBCA TO CA-FOUND
           MOVE ST-SEARCH-NAME TO CA-PLAYER(CA-FOUND)
           MOVE 0 TO CA-GAMES(CA-FOUND)
           MOVE 0 TO CA-WINS(CA-FOUND)
           MOVE 0 TO CA-LOSSES(CA-FOUND)
           MOVE 0 TO CA-DRAWS(CA-FOUND)
           MOVE 0 TO CA-PTS-FOR(CA-FOUND)
           MOVE 0 TO CA-PTS-AGAINST(CA-FOUND)
           MOVE 0 TO CA-SEASONS(CA-FOUND)
           MOVE 0 TO CA-LAST-SE(CA-FOUND)
           MOVE 0 TO CA-RUN-WIN(CA-FOUND)
           MOVE SPACE TO CA-RUN-WIN-FROM(CA-FOUND)
           MOVE 0 TO CA-BEST-WIN(CA-FOUND)
           MOVE SPACE TO CA-BEST-WIN-FROM(CA-FOUND)
           MOVE SPACE TO CA-BEST-WIN-TO(CA-FOUND)
           MOVE 0 TO CA-RUN-UNB(CA-FOUND)
           MOVE SPACE TO CA-RUN-UNB-FROM(CA-FOUND)
           MOVE 0 TO CA-BEST-UNB(CA-FOUND)
           MOVE SPACE TO CA-BEST-UNB-FROM(CA-FOUND)
           MOVE SPACE TO CA-BEST-UNB-TO(CA-FOUND)
         END-IF

         IF CA-FOUND NOT = 0
           PERFORM APPLY-CAREER-RESULT
         END-IF.
       END-APPLY-CAREER.
         EXIT.

       APPLY-CAREER-RESULT.
         MOVE AM-DATE(AM-IDX) TO CA-DATE
         IF CA-LAST-SE(CA-FOUND) NOT = AM-SE(AM-IDX)
           ADD 1 TO CA-SEASONS(CA-FOUND)
           MOVE AM-SE(AM-IDX) TO CA-LAST-SE(CA-FOUND)
         END-IF
         ADD 1 TO CA-GAMES(CA-FOUND)
         ADD CA-FOR TO CA-PTS-FOR(CA-FOUND)
         ADD CA-AGAINST TO CA-PTS-AGAINST(CA-FOUND)

         IF CA-FOR > CA-AGAINST
           ADD 1 TO CA-WINS(CA-FOUND)
           ADD 1 TO CA-RUN-WIN(CA-FOUND)
           IF CA-RUN-WIN(CA-FOUND) = 1
             MOVE CA-DATE TO CA-RUN-WIN-FROM(CA-FOUND)
           END-IF
           ADD 1 TO CA-RUN-UNB(CA-FOUND)
           IF CA-RUN-UNB(CA-FOUND) = 1
             MOVE CA-DATE TO CA-RUN-UNB-FROM(CA-FOUND)
           END-IF
         ELSE
           MOVE 0 TO CA-RUN-WIN(CA-FOUND)
           IF CA-FOR < CA-AGAINST
             ADD 1 TO CA-LOSSES(CA-FOUND)
             MOVE 0 TO CA-RUN-UNB(CA-FOUND)
           ELSE
             ADD 1 TO CA-DRAWS(CA-FOUND)
             ADD 1 TO CA-RUN-UNB(CA-FOUND)
             IF CA-RUN-UNB(CA-FOUND) = 1
               MOVE CA-DATE TO CA-RUN-UNB-FROM(CA-FOUND)
             END-IF
           END-IF
         END-IF

         IF CA-RUN-WIN(CA-FOUND) > CA-BEST-WIN(CA-FOUND)
           MOVE CA-RUN-WIN(CA-FOUND) TO CA-BEST-WIN(CA-FOUND)
           MOVE CA-RUN-WIN-FROM(CA-FOUND)
             TO CA-BEST-WIN-FROM(CA-FOUND)
           MOVE CA-DATE TO CA-BEST-WIN-TO(CA-FOUND)
         END-IF
         IF CA-RUN-UNB(CA-FOUND) > CA-BEST-UNB(CA-FOUND)
           MOVE CA-RUN-UNB(CA-FOUND) TO CA-BEST-UNB(CA-FOUND)
           MOVE CA-RUN-UNB-FROM(CA-FOUND)
             TO CA-BEST-UNB-FROM(CA-FOUND)
           MOVE CA-DATE TO CA-BEST-UNB-TO(CA-FOUND)
         END-IF.
       END-APPLY-CAREER-RESULT.
         EXIT.

       PRINT-CAREER-TABLE.
         MOVE "ALL-TIME CAREER TABLE (ALL SEASONS)" TO HB-OUT
         PERFORM START-HB-SECTION
         MOVE HB-CAREER-COLS TO HB-OUT
         PERFORM WRITE-HB-LINE

         MOVE 1 TO CA-IDX
         PERFORM UNTIL CA-IDX = NBCA + 1
           MOVE CA-ORDER(CA-IDX) TO CA-TMP
           MOVE CA-IDX TO HK-RANK
           MOVE CA-PLAYER(CA-TMP) TO HK-PLAYER
           MOVE CA-SEASONS(CA-TMP) TO HK-SEASONS
           MOVE CA-GAMES(CA-TMP) TO HK-GP
           MOVE CA-WINS(CA-TMP) TO HK-W
           MOVE CA-LOSSES(CA-TMP) TO HK-L
           MOVE CA-DRAWS(CA-TMP) TO HK-D
           MOVE CA-PTS-FOR(CA-TMP) TO HK-PF
           MOVE CA-PTS-AGAINST(CA-TMP) TO HK-PA
           COMPUTE HK-PCT-WK ROUNDED =
                   CA-WINS(CA-TMP) * 100 / CA-GAMES(CA-TMP)
           MOVE HK-PCT-WK TO HK-PCT
           MOVE HB-CAREER-LINE TO HB-OUT
           PERFORM WRITE-HB-LINE
           ADD 1 TO CA-IDX
         END-PERFORM.
       END-PRINT-CAREER-TABLE.
         EXIT.

       PRINT-STREAKS.
         MOVE 0 TO NBTP
         MOVE 1 TO CA-IDX
         PERFORM UNTIL CA-IDX = NBCA + 1
           IF CA-BEST-WIN(CA-IDX) > 0
             INITIALIZE TP-NEW
             MOVE CA-BEST-WIN(CA-IDX) TO TN-VALUE
             MOVE CA-PLAYER(CA-IDX) TO TN-NAME
             MOVE CA-BEST-WIN-FROM(CA-IDX) TO TN-DATE1
             MOVE CA-BEST-WIN-TO(CA-IDX) TO TN-DATE2
             PERFORM INSERT-TOP-TEN
           END-IF
           ADD 1 TO CA-IDX
         END-PERFORM
         MOVE "LONGEST WINNING STREAKS" TO HB-OUT
         PERFORM WRITE-STREAK-LIST

         MOVE 0 TO NBTP
         MOVE 1 TO CA-IDX
         PERFORM UNTIL CA-IDX = NBCA + 1
           IF CA-BEST-UNB(CA-IDX) > 0
             INITIALIZE TP-NEW
             MOVE CA-BEST-UNB(CA-IDX) TO TN-VALUE
             MOVE CA-PLAYER(CA-IDX) TO TN-NAME
             MOVE CA-BEST-UNB-FROM(CA-IDX) TO TN-DATE1
             MOVE CA-BEST-UNB-TO(CA-IDX) TO TN-DATE2
             PERFORM INSERT-TOP-TEN
           END-IF
           ADD 1 TO CA-IDX
         END-PERFORM
         MOVE "LONGEST UNBEATEN RUNS" TO HB-OUT
         PERFORM WRITE-STREAK-LIST.
       END-PRINT-STREAKS.
         EXIT.

       WRITE-STREAK-LIST.
         PERFORM START-HB-SECTION
         MOVE HB-STREAK-COLS TO HB-OUT
         PERFORM WRITE-HB-LINE
         MOVE 1 TO TP-IDX
         PERFORM UNTIL TP-IDX > NBTP
           MOVE TP-IDX TO HS-RANK
           MOVE TP-NAME(TP-IDX) TO HS-PLAYER
           MOVE TP-VALUE(TP-IDX) TO HS-GAMES
           MOVE TP-DATE1(TP-IDX) TO HS-FROM
           MOVE TP-DATE2(TP-IDX) TO HS-TO
           MOVE HB-STREAK-LINE TO HB-OUT
           PERFORM WRITE-HB-LINE
           ADD 1 TO TP-IDX
         END-PERFORM.
       END-WRITE-STREAK-LIST.
         EXIT.

       PRINT-MARGINS.
         MOVE 0 TO NBTP
         MOVE 1 TO AM-IDX
         PERFORM UNTIL AM-IDX = NBAM + 1
           IF AM-SCORE1(AM-IDX) NOT = AM-SCORE2(AM-IDX)
             INITIALIZE TP-NEW
             MOVE SE-SEASON(AM-SE(AM-IDX)) TO TN-SEASON
             MOVE AM-DATE(AM-IDX) TO TN-DATE1
             MOVE AM-VENUE(AM-IDX) TO TN-VENUE
             IF AM-SCORE1(AM-IDX) > AM-SCORE2(AM-IDX)
               COMPUTE TN-VALUE = AM-SCORE1(AM-IDX)
                       - AM-SCORE2(AM-IDX)
               MOVE AM-PLAYER1(AM-IDX) TO TN-NAME
               MOVE AM-PLAYER2(AM-IDX) TO TN-OTHER
               MOVE AM-SCORE1(AM-IDX) TO TN-S1
               MOVE AM-SCORE2(AM-IDX) TO TN-S2
             ELSE
               COMPUTE TN-VALUE = AM-SCORE2(AM-IDX)
                       - AM-SCORE1(AM-IDX)
               MOVE AM-PLAYER2(AM-IDX) TO TN-NAME
               MOVE AM-PLAYER1(AM-IDX) TO TN-OTHER
               MOVE AM-SCORE2(AM-IDX) TO TN-S1
               MOVE AM-SCORE1(AM-IDX) TO TN-S2
             END-IF
             PERFORM INSERT-TOP-TEN
           END-IF
           ADD 1 TO AM-IDX
         END-PERFORM

         MOVE "BIGGEST WINNING MARGINS" TO HB-OUT
         PERFORM START-HB-SECTION
         MOVE HB-MARGIN-COLS TO HB-OUT
         PERFORM WRITE-HB-LINE
         MOVE 1 TO TP-IDX
         PERFORM UNTIL TP-IDX > NBTP
           MOVE TP-IDX TO HM-RANK
           MOVE TP-VALUE(TP-IDX) TO HM-MARGIN
           MOVE TP-SEASON(TP-IDX) TO HM-SEASON
           MOVE TP-DATE1(TP-IDX) TO HM-DATE
           MOVE TP-VENUE(TP-IDX) TO HM-VENUE
           MOVE TP-NAME(TP-IDX) TO HM-WINNER
           MOVE TP-S1(TP-IDX) TO HM-S1
           MOVE TP-S2(TP-IDX) TO HM-S2
           MOVE TP-OTHER(TP-IDX) TO HM-LOSER
           MOVE HB-MARGIN-LINE TO HB-OUT
           PERFORM WRITE-HB-LINE
           ADD 1 TO TP-IDX
         END-PERFORM.
       END-PRINT-MARGINS.
         EXIT.

       PRINT-BUSIEST.
         MOVE 0 TO NBTP
         MOVE 1 TO SE-IDX
         PERFORM UNTIL SE-IDX = NBSE + 1
           MOVE SE-IDX TO ST-SEASON-FILTER
           MOVE "ALL" TO ST-VENUE-FILTER
           PERFORM BUILD-STANDINGS
           MOVE 1 TO ST-IDX
           PERFORM UNTIL ST-IDX = NBPLAYER + 1
             INITIALIZE TP-NEW
             MOVE ST-GAMES(ST-IDX) TO TN-VALUE
             MOVE ST-PLAYER(ST-IDX) TO TN-NAME
             MOVE SE-SEASON(SE-IDX) TO TN-SEASON
             PERFORM INSERT-TOP-TEN
             ADD 1 TO ST-IDX
           END-PERFORM
           ADD 1 TO SE-IDX
         END-PERFORM

         MOVE "MOST MATCHES PLAYED IN A SEASON" TO HB-OUT
         PERFORM START-HB-SECTION
         MOVE HB-BUSY-COLS TO HB-OUT
         PERFORM WRITE-HB-LINE
         MOVE 1 TO TP-IDX
         PERFORM UNTIL TP-IDX > NBTP
           MOVE TP-IDX TO HY-RANK
           MOVE TP-NAME(TP-IDX) TO HY-PLAYER
           MOVE TP-SEASON(TP-IDX) TO HY-SEASON
           MOVE TP-VALUE(TP-IDX) TO HY-MATCHES
           MOVE HB-BUSY-LINE TO HB-OUT
           PERFORM WRITE-HB-LINE
           ADD 1 TO TP-IDX
         END-PERFORM.
       END-PRINT-BUSIEST.
         EXIT.

       INSERT-TOP-TEN.
         IF NBTP < 10
           ADD 1 TO NBTP
           PERFORM SHIFT-TOP-TEN
         ELSE
           IF TN-VALUE > TP-VALUE(10)
             PERFORM SHIFT-TOP-TEN
           END-IF
         END-IF.
       END-INSERT-TOP-TEN.
         EXIT.

       SHIFT-TOP-TEN.
         MOVE NBTP TO TP-IDX
         PERFORM UNTIL TP-IDX = 1
           MOVE TP-IDX TO TP-JDX
           SUBTRACT 1 FROM TP-JDX
           IF TP-VALUE(TP-JDX) >= TN-VALUE
             EXIT PERFORM
           END-IF
           MOVE TP-ENTRY(TP-JDX) TO TP-ENTRY(TP-IDX)
           MOVE TP-JDX TO TP-IDX
         END-PERFORM
         MOVE TP-NEW TO TP-ENTRY(TP-IDX).
       END-SHIFT-TOP-TEN.
         EXIT.

       BUILD-IMPROVEMENT.
         MOVE 0 TO NBIM
         MOVE 0 TO IM-SE

         MOVE 0 TO NBHIST
         OPEN INPUT ARCHIVE-CAT-FILE
         IF ARCHIVE-CAT-STATUS = "00"
           PERFORM UNTIL ARCHIVE-CAT-STATUS NOT = "00"
             READ ARCHIVE-CAT-FILE
               AT END
                 MOVE "10" TO ARCHIVE-CAT-STATUS
               NOT AT END
                 IF AC-LIVE = "ratinghist.dat" AND NBHIST < 999
                   ADD 1 TO NBHIST
                   MOVE AC-ARCHIVE TO HB-HIST-FILE(NBHIST)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARCHIVE-CAT-FILE
         END-IF
         ADD 1 TO NBHIST
         MOVE "ratinghist.dat" TO HB-HIST-FILE(NBHIST)

         MOVE 1 TO HB-HIST-IDX
         PERFORM UNTIL HB-HIST-IDX = NBHIST + 1
           MOVE HB-HIST-FILE(HB-HIST-IDX) TO HB-HIST-NAME
           OPEN INPUT RATING-HIST-FILE
           IF RATING-HIST-STATUS = "00"
             PERFORM UNTIL RATING-HIST-STATUS NOT = "00"
               READ RATING-HIST-FILE
                 AT END
                   MOVE "10" TO RATING-HIST-STATUS
                 NOT AT END
                   PERFORM APPLY-HIST-ROW
               END-READ
             END-PERFORM
             CLOSE RATING-HIST-FILE
           END-IF
           ADD 1 TO HB-HIST-IDX
         END-PERFORM
         PERFORM CLOSE-IMPROVE-SEASON.
       END-BUILD-IMPROVEMENT.
         EXIT.

       APPLY-HIST-ROW.
         MOVE 0 TO IM-ROW-SE
         MOVE 1 TO SE-IDX
         PERFORM UNTIL SE-IDX = NBSE + 1
           IF SE-LAST(SE-IDX) >= HR-DATE
             MOVE SE-IDX TO IM-ROW-SE
             EXIT PERFORM
           END-IF
           ADD 1 TO SE-IDX
         END-PERFORM
         IF IM-ROW-SE NOT = 0
           IF IM-ROW-SE NOT = IM-SE
             PERFORM CLOSE-IMPROVE-SEASON
             MOVE IM-ROW-SE TO IM-SE
           END-IF
           PERFORM APPLY-HIST-PLAYER
         END-IF.
       END-APPLY-HIST-ROW.
         EXIT.

       APPLY-HIST-PLAYER.
         MOVE 0 TO IM-FOUND
         MOVE 1 TO IM-IDX
         PERFORM UNTIL IM-IDX = NBIM + 1
           IF IM-PLAYER(IM-IDX) = HR-PLAYER
             MOVE IM-IDX TO IM-FOUND
             EXIT PERFORM
           END-IF
           ADD 1 TO IM-IDX
         END-PERFORM
         IF IM-FOUND = 0 AND NBIM < 999
           ADD 1 TO NBIM
           MOVE NBIM TO IM-FOUND
           MOVE HR-PLAYER TO IM-PLAYER(IM-FOUND)
           MOVE HR-OLD TO IM-FIRST(IM-FOUND)
         END-IF
         IF IM-FOUND NOT = 0
           MOVE HR-NEW TO IM-LAST(IM-FOUND)
         END-IF.
       END-APPLY-HIST-PLAYER.
         EXIT.

       CLOSE-IMPROVE-SEASON.
         IF IM-SE NOT = 0
           MOVE 1 TO IM-IDX
           PERFORM UNTIL IM-IDX = NBIM + 1
             COMPUTE IM-GAIN = IM-LAST(IM-IDX) - IM-FIRST(IM-IDX)
             IF IM-GAIN > SE-IMP-GAIN(IM-SE)
               MOVE IM-GAIN TO SE-IMP-GAIN(IM-SE)
               MOVE IM-PLAYER(IM-IDX) TO SE-IMP-NAME(IM-SE)
               MOVE IM-FIRST(IM-IDX) TO SE-IMP-FROM(IM-SE)
               MOVE IM-LAST(IM-IDX) TO SE-IMP-TO(IM-SE)
             END-IF
             ADD 1 TO IM-IDX
           END-PERFORM
         END-IF
         MOVE 0 TO NBIM.
       END-CLOSE-IMPROVE-SEASON.
         EXIT.

       PRINT-IMPROVEMENT.
         MOVE "MOST IMPROVED RATING BY SEASON" TO HB-OUT
         PERFORM START-HB-SECTION
         MOVE HB-IMPROVE-COLS TO HB-OUT
         PERFORM WRITE-HB-LINE
         MOVE 1 TO SE-IDX
         PERFORM UNTIL SE-IDX = NBSE + 1
           MOVE SE-SEASON(SE-IDX) TO HI-SEASON
           IF SE-IMP-NAME(SE-IDX) = SPACE
             MOVE "NO RISE" TO HI-PLAYER
             MOVE 0 TO HI-FROM
             MOVE 0 TO HI-TO
             MOVE 0 TO HI-GAIN
           ELSE
             MOVE SE-IMP-NAME(SE-IDX) TO HI-PLAYER
             MOVE SE-IMP-FROM(SE-IDX) TO HI-FROM
             MOVE SE-IMP-TO(SE-IDX) TO HI-TO
             MOVE SE-IMP-GAIN(SE-IDX) TO HI-GAIN
           END-IF
           MOVE HB-IMPROVE-LINE TO HB-OUT
           PERFORM WRITE-HB-LINE
           ADD 1 TO SE-IDX
         END-PERFORM.
       END-PRINT-IMPROVEMENT.
         EXIT.

       START-HB-SECTION.
         IF RPT-LINES > 50
           PERFORM WRITE-HB-HEADINGS
         ELSE
           IF RPT-LINES > 0
             MOVE SPACE TO HONOURS-REPORT-RECORD
             WRITE HONOURS-REPORT-RECORD
             ADD 1 TO RPT-LINES
           END-IF
         END-IF
         PERFORM WRITE-HB-LINE
         MOVE ALL "-" TO HB-OUT
         MOVE SPACE TO HB-OUT(45:)
         PERFORM WRITE-HB-LINE.
       END-START-HB-SECTION.
         EXIT.

       WRITE-HB-HEADINGS.
         ADD 1 TO RPT-PAGE
         MOVE "HACKME LEAGUE - HONOURS BOARD" TO RH-TITLE
         MOVE FUNCTION CURRENT-DATE(1:8) TO RH-DATE
         MOVE LS-OPER TO RH-OPER
         MOVE RPT-PAGE TO RH-PAGE

         MOVE RPT-HEAD TO HONOURS-REPORT-RECORD
         IF RPT-PAGE = 1
           WRITE HONOURS-REPORT-RECORD
         ELSE
           WRITE HONOURS-REPORT-RECORD AFTER ADVANCING PAGE
         END-IF
         MOVE SPACE TO HONOURS-REPORT-RECORD
         WRITE HONOURS-REPORT-RECORD
         MOVE 0 TO RPT-LINES.
       END-WRITE-HB-HEADINGS.
         EXIT.

       WRITE-HB-LINE.
         IF RPT-LINES >= 60
           PERFORM WRITE-HB-HEADINGS
         END-IF
         MOVE HB-OUT TO HONOURS-REPORT-RECORD
         WRITE HONOURS-REPORT-RECORD
         ADD 1 TO RPT-LINES.
       END-WRITE-HB-LINE.
         EXIT.

       END PROGRAM "records".
