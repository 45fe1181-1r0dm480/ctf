       IDENTIFICATION DIVISION.
       PROGRAM-ID. "exportcsv".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT MATCH-FILE ASSIGN TO "matches.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MR-MATCH-ID
           FILE STATUS IS MATCH-FILE-STATUS.
         SELECT PLAYER-MASTER ASSIGN TO "players.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PM-PLAYER-NAME
           FILE STATUS IS PLAYER-MASTER-STATUS.
         SELECT FIXTURE-FILE ASSIGN TO "fixtures.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FIXTURE-FILE-STATUS.
         SELECT MEMBER-FILE ASSIGN TO "members.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MEMBER-FILE-STATUS.
         SELECT CSV-FILE ASSIGN TO CX-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CSV-FILE-STATUS.

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

       FD PLAYER-MASTER.
         01 PLAYER-MASTER-RECORD.
           02 PM-PLAYER-NAME PIC X(10).
           02 PM-REC-WINS PIC 9(6).
           02 PM-REC-LOSSES PIC 9(6).
           02 PM-REC-DRAWS PIC 9(6).
           02 PM-REC-PTS-FOR PIC 9(8).
           02 PM-REC-PTS-AGAINST PIC 9(8).
           02 PM-REC-RATING PIC 9(4).

       FD FIXTURE-FILE.
         01 FIXTURE-RECORD.
           02 FR-PLAYER1 PIC X(10).
           02 FR-PLAYER2 PIC X(10).
           02 FR-DATE PIC X(8).
           02 FR-VENUE PIC X(8).
           02 FR-STATUS PIC X.
           02 FR-MATCH-ID PIC 9(6).

       FD MEMBER-FILE.
         01 MEMBER-RECORD.
           02 MB-NUMBER PIC 9(4).
           02 MB-NAME PIC X(10).
           02 MB-STATUS PIC X.
           02 MB-JOINED PIC X(8).

       FD CSV-FILE.
         01 CSV-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
         01 MATCH-FILE-STATUS PIC XX.
         01 PLAYER-MASTER-STATUS PIC XX.
         01 FIXTURE-FILE-STATUS PIC XX.
         01 MEMBER-FILE-STATUS PIC XX.
         01 CSV-FILE-STATUS PIC XX.

         01 MT-TABLE.
           02 MT-ENTRY OCCURS 9999 TIMES.
             03 MT-ID PIC 9(6).
             03 MT-PLAYER1 PIC X(10).
             03 MT-PLAYER2 PIC X(10).
             03 MT-SCORE1 PIC 99.
             03 MT-SCORE2 PIC 99.
             03 MT-DATE PIC X(8).
             03 MT-VENUE PIC X(8).
         01 NBMT PIC 9(4) VALUE 0.
         01 MT-IDX PIC 9(4).

         01 MB-TABLE.
           02 MB-ENTRY OCCURS 999 TIMES.
             03 MB-T-NAME PIC X(10).
             03 MB-T-STATUS PIC X.
         01 NBMEMBER PIC 9(3) VALUE 0.
         01 MB-IDX PIC 9(3).

         01 PM-TABLE.
           02 PM-ENTRY OCCURS 9999 TIMES.
             03 PM-T-NAME PIC X(10).
             03 PM-T-GAMES PIC 9(7).
             03 PM-T-RATING PIC 9(4).
         01 PM-COUNT PIC 9(4) VALUE 0.
         01 PM-IDX PIC 9(4).
         01 PM-JDX PIC 9(4).
         01 PM-TEMP-ENTRY PIC X(21).
         01 PM-SWAPPED PIC X.

         01 FX-TABLE.
           02 FX-ENTRY OCCURS 999 TIMES.
             03 FX-PLAYER1 PIC X(10).
             03 FX-PLAYER2 PIC X(10).
             03 FX-DATE PIC X(8).
             03 FX-VENUE PIC X(8).
         01 NBFIXTURE PIC 9(4) VALUE 0.
         01 FX-IDX PIC 9(4).

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
         01 ST-FOUND PIC 9(4).
         01 ST-SWAPPED PIC X.
         01 ST-TEMP-ENTRY PIC X(38).
         01 ST-SEARCH-NAME PIC X(10).
         01 ST-SEARCH-SCORE-FOR PIC 99.
         01 ST-SEARCH-SCORE-AGAINST PIC 99.
         01 ST-VENUE-FILTER PIC X(8).
         01 ST-POSITION PIC 9(4).

         01 VN-TABLE.
           02 VN-NAME OCCURS 99 TIMES PIC X(8).
         01 NBVENUE PIC 99 VALUE 0.
         01 VN-IDX PIC 99.
         01 VN-FOUND PIC 99.

         01 CX-FILENAME PIC X(16).
         01 CX-STAMP PIC X(14).
         01 CX-COUNT PIC 9(6).
         01 CX-FILES PIC 9.
         01 CX-FAILED PIC 9.
         01 CX-LINE PIC X(200).
         01 CX-PTR PIC 9(3).
         01 CX-FIRST PIC X.
         01 CX-TEXT PIC X(20).
         01 CX-TEXT-LEN PIC 99.
         01 CX-CHAR-IDX PIC 99.
         01 CX-NUM PIC 9(8).
         01 CX-NUM-ED PIC Z(7)9.
         01 CX-CHECK-NAME PIC X(10).
         01 CX-HIDDEN PIC X.
         01 CX-HIDE-IDX PIC 9(3).
         01 CX-LEFT-OUT PIC 9(6).

       LINKAGE SECTION.
         01 LS-EXCLUDE PIC X.

       PROCEDURE DIVISION USING LS-EXCLUDE.

       MAIN-LAB.
         DISPLAY " "
         DISPLAY "==== WEBSITE CSV EXTRACT ===="

         MOVE FUNCTION CURRENT-DATE(1:14) TO CX-STAMP
         MOVE 0 TO CX-FILES
         MOVE 0 TO CX-FAILED
         MOVE 0 TO CX-LEFT-OUT

         PERFORM LOAD-MEMBERS
         PERFORM LOAD-MATCHES
         PERFORM LOAD-PLAYERS
         PERFORM LOAD-FIXTURES

         IF LS-EXCLUDE = "Y"
           DISPLAY "GUESTS AND SUSPENDED MEMBERS ARE LEFT OUT."
         END-IF

         PERFORM EXPORT-RESULTS
         PERFORM EXPORT-STANDINGS
         PERFORM EXPORT-LADDER
         PERFORM EXPORT-FIXTURES

         IF LS-EXCLUDE = "Y"
           DISPLAY CX-LEFT-OUT " ROW(S) LEFT OUT FOR GUESTS OR"
                   " SUSPENDED MEMBERS."
         END-IF
         DISPLAY CX-FILES " EXTRACT FILE(S) WRITTEN, " CX-FAILED
                 " FAILED."

         IF CX-FAILED NOT = 0
           MOVE 8 TO RETURN-CODE
         ELSE
           MOVE 0 TO RETURN-CODE
         END-IF

         GOBACK.

       LOAD-MEMBERS.
         MOVE 0 TO NBMEMBER
         OPEN INPUT MEMBER-FILE
         IF MEMBER-FILE-STATUS = "00"
           PERFORM UNTIL MEMBER-FILE-STATUS NOT = "00"
             READ MEMBER-FILE
               AT END
                 MOVE "10" TO MEMBER-FILE-STATUS
               NOT AT END
                 IF NBMEMBER < 999
                   ADD 1 TO NBMEMBER
                   MOVE MB-NAME TO MB-T-NAME(NBMEMBER)
                   IF MB-STATUS = "R" OR MB-STATUS = "S"
                     MOVE MB-STATUS TO MB-T-STATUS(NBMEMBER)
                   ELSE
                     MOVE "A" TO MB-T-STATUS(NBMEMBER)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MEMBER-FILE
         END-IF.
       END-LOAD-MEMBERS.
         EXIT.

       LOAD-MATCHES.
         MOVE 0 TO NBMT
         OPEN INPUT MATCH-FILE
         IF MATCH-FILE-STATUS = "00"
           PERFORM UNTIL MATCH-FILE-STATUS NOT = "00"
             READ MATCH-FILE
               AT END
                 MOVE "10" TO MATCH-FILE-STATUS
               NOT AT END
                 IF NBMT < 9999
                   ADD 1 TO NBMT
                   MOVE MR-MATCH-ID TO MT-ID(NBMT)
                   MOVE MR-PLAYER1 TO MT-PLAYER1(NBMT)
                   MOVE MR-PLAYER2 TO MT-PLAYER2(NBMT)
                   MOVE MR-SCORE1 TO MT-SCORE1(NBMT)
                   MOVE MR-SCORE2 TO MT-SCORE2(NBMT)
                   MOVE MR-DATE TO MT-DATE(NBMT)
                   MOVE MR-VENUE TO MT-VENUE(NBMT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MATCH-FILE
         END-IF.
       END-LOAD-MATCHES.
         EXIT.

       LOAD-PLAYERS.
         MOVE 0 TO PM-COUNT
         OPEN INPUT PLAYER-MASTER
         IF PLAYER-MASTER-STATUS = "00"
           PERFORM UNTIL PLAYER-MASTER-STATUS NOT = "00"
             READ PLAYER-MASTER
               AT END
                 MOVE "10" TO PLAYER-MASTER-STATUS
               NOT AT END
                 ADD 1 TO PM-COUNT
                 MOVE PM-PLAYER-NAME TO PM-T-NAME(PM-COUNT)
                 COMPUTE PM-T-GAMES(PM-COUNT) = PM-REC-WINS
                         + PM-REC-LOSSES + PM-REC-DRAWS
                 IF PM-REC-RATING IS NOT NUMERIC
                   MOVE 1500 TO PM-T-RATING(PM-COUNT)
                 ELSE
                   MOVE PM-REC-RATING TO PM-T-RATING(PM-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PLAYER-MASTER
         END-IF

         MOVE "Y" TO PM-SWAPPED
         PERFORM UNTIL PM-SWAPPED = "N"
           MOVE "N" TO PM-SWAPPED
           MOVE 1 TO PM-IDX
           PERFORM UNTIL PM-IDX >= PM-COUNT
             MOVE PM-IDX TO PM-JDX
             ADD 1 TO PM-JDX
             IF PM-T-RATING(PM-IDX) < PM-T-RATING(PM-JDX)
               MOVE PM-ENTRY(PM-IDX) TO PM-TEMP-ENTRY
               MOVE PM-ENTRY(PM-JDX) TO PM-ENTRY(PM-IDX)
               MOVE PM-TEMP-ENTRY TO PM-ENTRY(PM-JDX)
               MOVE "Y" TO PM-SWAPPED
             END-IF
             ADD 1 TO PM-IDX
           END-PERFORM
         END-PERFORM.
       END-LOAD-PLAYERS.
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
                 IF FR-STATUS = "P" AND NBFIXTURE < 999
                   ADD 1 TO NBFIXTURE
                   MOVE FR-PLAYER1 TO FX-PLAYER1(NBFIXTURE)
                   MOVE FR-PLAYER2 TO FX-PLAYER2(NBFIXTURE)
                   MOVE FR-DATE TO FX-DATE(NBFIXTURE)
                   MOVE FR-VENUE TO FX-VENUE(NBFIXTURE)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FIXTURE-FILE
         END-IF.
       END-LOAD-FIXTURES.
         EXIT.

       CHECK-HIDDEN.
         MOVE "N" TO CX-HIDDEN
         IF LS-EXCLUDE = "Y"
           MOVE 0 TO CX-HIDE-IDX
           MOVE 1 TO MB-IDX
           PERFORM UNTIL MB-IDX = NBMEMBER + 1
             IF MB-T-NAME(MB-IDX) = CX-CHECK-NAME
               MOVE MB-IDX TO CX-HIDE-IDX
               EXIT PERFORM
             END-IF
             ADD 1 TO MB-IDX
           END-PERFORM
           IF CX-HIDE-IDX = 0
             MOVE "Y" TO CX-HIDDEN
           ELSE
             IF MB-T-STATUS(CX-HIDE-IDX) = "S"
               MOVE "Y" TO CX-HIDDEN
             END-IF
           END-IF
         END-IF.
       END-CHECK-HIDDEN.
         EXIT.

       EXPORT-RESULTS.
         MOVE "results.csv" TO CX-FILENAME
         PERFORM OPEN-CSV
         IF CSV-FILE-STATUS = "00"
           MOVE "MATCH_ID,DATE,VENUE,PLAYER1,SCORE1,SCORE2,PLAYER2"
             TO CSV-RECORD
           WRITE CSV-RECORD

           MOVE 1 TO MT-IDX
           PERFORM UNTIL MT-IDX = NBMT + 1
             MOVE MT-PLAYER1(MT-IDX) TO CX-CHECK-NAME
             PERFORM CHECK-HIDDEN
             IF CX-HIDDEN = "N"
               MOVE MT-PLAYER2(MT-IDX) TO CX-CHECK-NAME
               PERFORM CHECK-HIDDEN
             END-IF
             IF CX-HIDDEN = "Y"
               ADD 1 TO CX-LEFT-OUT
             ELSE
               PERFORM START-CSV-LINE
               MOVE MT-ID(MT-IDX) TO CX-NUM
               PERFORM ADD-CSV-NUM
               MOVE MT-DATE(MT-IDX) TO CX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE MT-VENUE(MT-IDX) TO CX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE MT-PLAYER1(MT-IDX) TO CX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE MT-SCORE1(MT-IDX) TO CX-NUM
               PERFORM ADD-CSV-NUM
               MOVE MT-SCORE2(MT-IDX) TO CX-NUM
               PERFORM ADD-CSV-NUM
               MOVE MT-PLAYER2(MT-IDX) TO CX-TEXT
               PERFORM ADD-CSV-TEXT
               PERFORM WRITE-CSV-LINE
             END-IF
             ADD 1 TO MT-IDX
           END-PERFORM

           PERFORM CLOSE-CSV
         END-IF.
       END-EXPORT-RESULTS.
         EXIT.

       EXPORT-STANDINGS.
         MOVE "standings.csv" TO CX-FILENAME
         PERFORM OPEN-CSV
         IF CSV-FILE-STATUS = "00"
           MOVE "VENUE,POSITION,PLAYER,PLAYED,WON,LOST,DRAWN,"
             TO CSV-RECORD
           MOVE "POINTS_FOR,POINTS_AGAINST" TO CSV-RECORD(45:)
           WRITE CSV-RECORD

           MOVE "ALL" TO ST-VENUE-FILTER
           PERFORM WRITE-STANDINGS-ROWS

           MOVE 0 TO NBVENUE
           MOVE 1 TO MT-IDX
           PERFORM UNTIL MT-IDX = NBMT + 1
             MOVE 0 TO VN-FOUND
             MOVE 1 TO VN-IDX
             PERFORM UNTIL VN-IDX = NBVENUE + 1
               IF VN-NAME(VN-IDX) = MT-VENUE(MT-IDX)
                 MOVE VN-IDX TO VN-FOUND
                 EXIT PERFORM
               END-IF
               ADD 1 TO VN-IDX
             END-PERFORM
             IF VN-FOUND = 0 AND NBVENUE < 99
               ADD 1 TO NBVENUE
               MOVE MT-VENUE(MT-IDX) TO VN-NAME(NBVENUE)
             END-IF
             ADD 1 TO MT-IDX
           END-PERFORM

           MOVE 1 TO VN-IDX
           PERFORM UNTIL VN-IDX = NBVENUE + 1
             MOVE VN-NAME(VN-IDX) TO ST-VENUE-FILTER
             PERFORM WRITE-STANDINGS-ROWS
             ADD 1 TO VN-IDX
           END-PERFORM

           PERFORM CLOSE-CSV
         END-IF.
       END-EXPORT-STANDINGS.
         EXIT.

       WRITE-STANDINGS-ROWS.
         MOVE 0 TO NBPLAYER
         MOVE 1 TO MT-IDX
         PERFORM UNTIL MT-IDX = NBMT + 1
           IF ST-VENUE-FILTER = "ALL"
              OR MT-VENUE(MT-IDX) = ST-VENUE-FILTER
             MOVE MT-PLAYER1(MT-IDX) TO ST-SEARCH-NAME
             MOVE MT-SCORE1(MT-IDX) TO ST-SEARCH-SCORE-FOR
             MOVE MT-SCORE2(MT-IDX) TO ST-SEARCH-SCORE-AGAINST
             PERFORM UPDATE-STANDING
             MOVE MT-PLAYER2(MT-IDX) TO ST-SEARCH-NAME
             MOVE MT-SCORE2(MT-IDX) TO ST-SEARCH-SCORE-FOR
             MOVE MT-SCORE1(MT-IDX) TO ST-SEARCH-SCORE-AGAINST
             PERFORM UPDATE-STANDING
           END-IF
           ADD 1 TO MT-IDX
         END-PERFORM

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
         END-PERFORM

         MOVE 0 TO ST-POSITION
         MOVE 1 TO ST-IDX
         PERFORM UNTIL ST-IDX = NBPLAYER + 1
           MOVE ST-PLAYER(ST-IDX) TO CX-CHECK-NAME
           PERFORM CHECK-HIDDEN
           IF CX-HIDDEN = "Y"
             ADD 1 TO CX-LEFT-OUT
           ELSE
             ADD 1 TO ST-POSITION
             PERFORM START-CSV-LINE
             MOVE ST-VENUE-FILTER TO CX-TEXT
             PERFORM ADD-CSV-TEXT
             MOVE ST-POSITION TO CX-NUM
             PERFORM ADD-CSV-NUM
             MOVE ST-PLAYER(ST-IDX) TO CX-TEXT
             PERFORM ADD-CSV-TEXT
             MOVE ST-GAMES(ST-IDX) TO CX-NUM
             PERFORM ADD-CSV-NUM
             MOVE ST-WINS(ST-IDX) TO CX-NUM
             PERFORM ADD-CSV-NUM
             MOVE ST-LOSSES(ST-IDX) TO CX-NUM
             PERFORM ADD-CSV-NUM
             MOVE ST-DRAWS(ST-IDX) TO CX-NUM
             PERFORM ADD-CSV-NUM
             MOVE ST-PTS-FOR(ST-IDX) TO CX-NUM
             PERFORM ADD-CSV-NUM
             MOVE ST-PTS-AGAINST(ST-IDX) TO CX-NUM
             PERFORM ADD-CSV-NUM
             PERFORM WRITE-CSV-LINE
           END-IF
           ADD 1 TO ST-IDX
         END-PERFORM.
       END-WRITE-STANDINGS-ROWS.
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

       EXPORT-LADDER.
         MOVE "ladder.csv" TO CX-FILENAME
         PERFORM OPEN-CSV
         IF CSV-FILE-STATUS = "00"
           MOVE "RANK,PLAYER,RATING,PLAYED" TO CSV-RECORD
           WRITE CSV-RECORD

           MOVE 0 TO ST-POSITION
           MOVE 1 TO PM-IDX
           PERFORM UNTIL PM-IDX = PM-COUNT + 1
             MOVE PM-T-NAME(PM-IDX) TO CX-CHECK-NAME
             PERFORM CHECK-HIDDEN
             IF CX-HIDDEN = "N"
               MOVE 1 TO MB-IDX
               PERFORM UNTIL MB-IDX = NBMEMBER + 1
                 IF MB-T-NAME(MB-IDX) = PM-T-NAME(PM-IDX)
                   IF MB-T-STATUS(MB-IDX) = "R"
                     MOVE "R" TO CX-HIDDEN
                   END-IF
                   EXIT PERFORM
                 END-IF
                 ADD 1 TO MB-IDX
               END-PERFORM
             END-IF
             IF CX-HIDDEN = "Y"
               ADD 1 TO CX-LEFT-OUT
             END-IF
             IF CX-HIDDEN = "N"
               ADD 1 TO ST-POSITION
               PERFORM START-CSV-LINE
               MOVE ST-POSITION TO CX-NUM
               PERFORM ADD-CSV-NUM
               MOVE PM-T-NAME(PM-IDX) TO CX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE PM-T-RATING(PM-IDX) TO CX-NUM
               PERFORM ADD-CSV-NUM
               MOVE PM-T-GAMES(PM-IDX) TO CX-NUM
               PERFORM ADD-CSV-NUM
               PERFORM WRITE-CSV-LINE
             END-IF
             ADD 1 TO PM-IDX
           END-PERFORM

           PERFORM CLOSE-CSV
         END-IF.
       END-EXPORT-LADDER.
         EXIT.

       EXPORT-FIXTURES.
         MOVE "fixtures.csv" TO CX-FILENAME
         PERFORM OPEN-CSV
         IF CSV-FILE-STATUS = "00"
           MOVE "DATE,VENUE,PLAYER1,PLAYER2" TO CSV-RECORD
           WRITE CSV-RECORD

           MOVE 1 TO FX-IDX
           PERFORM UNTIL FX-IDX = NBFIXTURE + 1
             MOVE FX-PLAYER1(FX-IDX) TO CX-CHECK-NAME
             PERFORM CHECK-HIDDEN
             IF CX-HIDDEN = "N"
               MOVE FX-PLAYER2(FX-IDX) TO CX-CHECK-NAME
               PERFORM CHECK-HIDDEN
             END-IF
             IF CX-HIDDEN = "Y"
               ADD 1 TO CX-LEFT-OUT
             ELSE
               PERFORM START-CSV-LINE
               MOVE FX-DATE(FX-IDX) TO CX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE FX-VENUE(FX-IDX) TO CX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE FX-PLAYER1(FX-IDX) TO CX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE FX-PLAYER2(FX-IDX) TO CX-TEXT
               PERFORM ADD-CSV-TEXT
               PERFORM WRITE-CSV-LINE
             END-IF
             ADD 1 TO FX-IDX
           END-PERFORM

           PERFORM CLOSE-CSV
         END-IF.
       END-EXPORT-FIXTURES.
         EXIT.

       OPEN-CSV.
         MOVE 0 TO CX-COUNT
         OPEN OUTPUT CSV-FILE
         IF CSV-FILE-STATUS NOT = "00"
           DISPLAY CX-FILENAME " COULD NOT BE OPENED (STATUS "
                   CSV-FILE-STATUS ")."
           ADD 1 TO CX-FAILED
         END-IF.
       END-OPEN-CSV.
         EXIT.

       CLOSE-CSV.
         PERFORM START-CSV-LINE
         MOVE "TRAILER" TO CX-TEXT
         PERFORM ADD-CSV-TEXT
         MOVE CX-COUNT TO CX-NUM
         PERFORM ADD-CSV-NUM
         MOVE CX-STAMP TO CX-TEXT
         PERFORM ADD-CSV-TEXT
         MOVE CX-LINE TO CSV-RECORD
         WRITE CSV-RECORD

         CLOSE CSV-FILE
         ADD 1 TO CX-FILES
         DISPLAY CX-FILENAME " " CX-COUNT " RECORD(S).".
       END-CLOSE-CSV.
         EXIT.

       START-CSV-LINE.
         MOVE SPACE TO CX-LINE
         MOVE 1 TO CX-PTR
         MOVE "Y" TO CX-FIRST.
       END-START-CSV-LINE.
         EXIT.

       ADD-CSV-TEXT.
         IF CX-FIRST = "N"
           STRING "," DELIMITED BY SIZE
             INTO CX-LINE WITH POINTER CX-PTR
           END-STRING
         END-IF
         MOVE "N" TO CX-FIRST
         MOVE 20 TO CX-TEXT-LEN
         PERFORM UNTIL CX-TEXT-LEN = 0
           IF CX-TEXT(CX-TEXT-LEN:1) NOT = SPACE
             EXIT PERFORM
           END-IF
           SUBTRACT 1 FROM CX-TEXT-LEN
         END-PERFORM
         STRING QUOTE DELIMITED BY SIZE
           INTO CX-LINE WITH POINTER CX-PTR
         END-STRING
         MOVE 1 TO CX-CHAR-IDX
         PERFORM UNTIL CX-CHAR-IDX > CX-TEXT-LEN
           IF CX-TEXT(CX-CHAR-IDX:1) = QUOTE
             STRING QUOTE DELIMITED BY SIZE
               INTO CX-LINE WITH POINTER CX-PTR
             END-STRING
           END-IF
           STRING CX-TEXT(CX-CHAR-IDX:1) DELIMITED BY SIZE
             INTO CX-LINE WITH POINTER CX-PTR
           END-STRING
           ADD 1 TO CX-CHAR-IDX
         END-PERFORM
         STRING QUOTE DELIMITED BY SIZE
           INTO CX-LINE WITH POINTER CX-PTR
         END-STRING.
       END-ADD-CSV-TEXT.
         EXIT.

       ADD-CSV-NUM.
         IF CX-FIRST = "N"
           STRING "," DELIMITED BY SIZE
             INTO CX-LINE WITH POINTER CX-PTR
           END-STRING
         END-IF
         MOVE "N" TO CX-FIRST
         MOVE CX-NUM TO CX-NUM-ED
         STRING FUNCTION TRIM(CX-NUM-ED LEADING) DELIMITED BY SIZE
           INTO CX-LINE WITH POINTER CX-PTR
         END-STRING.
       END-ADD-CSV-NUM.
         EXIT.

       WRITE-CSV-LINE.
         MOVE CX-LINE TO CSV-RECORD
         WRITE CSV-RECORD
         ADD 1 TO CX-COUNT.
       END-WRITE-CSV-LINE.
         EXIT.

       END PROGRAM "exportcsv".
