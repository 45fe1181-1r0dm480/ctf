       IDENTIFICATION DIVISION.
       PROGRAM-ID. "integchk".

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
         SELECT PLAYER-MASTER ASSIGN TO "players.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-PLAYER-NAME
           FILE STATUS IS PLAYER-MASTER-STATUS.
         SELECT FIXTURE-FILE ASSIGN TO "fixtures.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FIXTURE-FILE-STATUS.
         SELECT CUP-FILE ASSIGN TO "cup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUP-FILE-STATUS.
         SELECT RATING-HIST-FILE ASSIGN TO "ratinghist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATING-HIST-STATUS.
         SELECT HANDICAP-FILE ASSIGN TO "handicap.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HANDICAP-STATUS.
         SELECT SEASON-ARCHIVE-FILE ASSIGN TO "seasons.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEASON-ARCHIVE-STATUS.
         SELECT TEAM-FILE ASSIGN TO "teams.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TEAM-FILE-STATUS.
         SELECT MEMBER-FILE ASSIGN TO "members.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MEMBER-FILE-STATUS.
         SELECT INTEG-REPORT-FILE ASSIGN TO "integrity.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INTEG-REPORT-STATUS.

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

       FD CUP-FILE.
         01 CUP-RECORD.
           02 KR-CUP-NAME PIC X(20).
           02 KR-ROUND PIC 9(2).
           02 KR-SLOT PIC 9(2).
           02 KR-PLAYER1 PIC X(10).
           02 KR-PLAYER2 PIC X(10).
           02 KR-WINNER PIC X(10).
           02 KR-MATCH-ID PIC 9(6).
           02 KR-STATUS PIC X.

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

       FD SEASON-ARCHIVE-FILE.
         01 ARCHIVE-RECORD.
           02 AR-SEASON PIC X(8).
           02 AR-PLAYER1 PIC X(10).
           02 AR-PLAYER2 PIC X(10).
           02 AR-SCORE1 PIC 99.
           02 AR-SCORE2 PIC 99.
           02 AR-DATE PIC X(8).
           02 AR-VENUE PIC X(8).

       FD TEAM-FILE.
         01 TEAM-RECORD.
           02 TR-CODE PIC X(4).
           02 TR-NAME PIC X(20).
           02 TR-MEMBER OCCURS 6 TIMES PIC X(10).

       FD MEMBER-FILE.
         01 MEMBER-RECORD.
           02 MB-NUMBER PIC 9(4).
           02 MB-NAME PIC X(10).
           02 MB-STATUS PIC X.
           02 MB-JOINED PIC X(8).

       FD INTEG-REPORT-FILE.
         01 INTEG-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 MATCH-FILE-STATUS PIC XX.
         01 MATCH-CTL-STATUS PIC XX.
         01 PLAYER-MASTER-STATUS PIC XX.
         01 FIXTURE-FILE-STATUS PIC XX.
         01 CUP-FILE-STATUS PIC XX.
         01 RATING-HIST-STATUS PIC XX.
         01 HANDICAP-STATUS PIC XX.
         01 SEASON-ARCHIVE-STATUS PIC XX.
         01 TEAM-FILE-STATUS PIC XX.
         01 MEMBER-FILE-STATUS PIC XX.
         01 INTEG-REPORT-STATUS PIC XX.

         01 MB-TABLE.
           02 MB-T-NAME OCCURS 999 TIMES PIC X(10).
         01 NBMEMBER PIC 9(3) VALUE 0.
         01 MB-IDX PIC 9(3).
         01 MB-FOUND PIC 9(3).

         01 IC-MATCH-OPEN PIC X.
         01 IC-PLAYER-OPEN PIC X.
         01 IC-NBMATCH PIC 9(6).
         01 IC-LOW-ID PIC 9(6).
         01 IC-HIGH-ID PIC 9(6).
         01 IC-CTL-ID PIC 9(6).
         01 IC-CTL-READ PIC X.
         01 IC-SEVERE PIC X.
         01 IC-ID PIC 9(6).
         01 IC-FOUND PIC X.
         01 IC-NAME PIC X(10).
         01 IC-WINNER PIC X(10).
         01 IC-TM-IDX PIC 9.
         01 IC-READ PIC 9(6).
         01 IC-CLOSED PIC 9(6).
         01 IC-ERRORS PIC 9(6).
         01 IC-TOTAL PIC 9(6).
         01 IC-CLOSED-DATE PIC X(8).
         01 IC-SUM PIC 9(3).

         01 IC-SEEN-TABLE.
           02 IC-SEEN-ID OCCURS 9999 TIMES PIC 9(6).
         01 NBSEEN PIC 9(4) VALUE 0.
         01 IC-SEEN-IDX PIC 9(4).
         01 IC-SEEN-FOUND PIC X.

         01 IC-CHECK-TABLE.
           02 IC-CHECK-ENTRY OCCURS 7 TIMES.
             03 IC-CHECK-NAME PIC X(40).
             03 IC-CHECK-READ PIC 9(6).
             03 IC-CHECK-ERRORS PIC 9(6).
         01 IC-CHECK PIC 9.

         01 RPT-LINES PIC 9(4).
         01 RPT-PAGE PIC 9(4).
         01 IC-OUT PIC X(132).

         01 RPT-HEAD.
           02 RH-TITLE PIC X(34).
           02 FILLER PIC X(4) VALUE "RUN ".
           02 RH-DATE PIC X(8).
           02 FILLER PIC X(10) VALUE "  OPERATOR".
           02 FILLER PIC X VALUE SPACE.
           02 RH-OPER PIC X(8).
           02 FILLER PIC X(6) VALUE "  PAGE".
           02 RH-PAGE PIC ZZZ9.

         01 IC-DETAIL-COLS PIC X(33) VALUE
            "RECORD                    FINDING".
         01 IC-DETAIL-LINE.
           02 IL-KEY PIC X(24).
           02 FILLER PIC XX VALUE SPACE.
           02 IL-TEXT PIC X(80).

         01 IC-SUMMARY-COLS.
           02 FILLER PIC X(40) VALUE
              "CHECK                                   ".
           02 FILLER PIC X(22) VALUE
              "  RECORDS     FINDINGS".
         01 IC-SUMMARY-LINE.
           02 IS-NAME PIC X(40).
           02 FILLER PIC X VALUE SPACE.
           02 IS-READ PIC Z(7)9.
           02 FILLER PIC X(5) VALUE SPACE.
           02 IS-ERRORS PIC Z(7)9.

       LINKAGE SECTION.
         01 LS-OPER PIC X(8).

       PROCEDURE DIVISION USING LS-OPER.

       MAIN-LAB.
         DISPLAY " "
         DISPLAY "==== CROSS-FILE INTEGRITY CHECK ===="

         MOVE "N" TO IC-SEVERE
         MOVE 0 TO IC-TOTAL
         MOVE "FIXTURES MARKED R AGAINST matches.dat" TO
              IC-CHECK-NAME(1)
         MOVE "CUP TIES AGAINST matches.dat" TO IC-CHECK-NAME(2)
         MOVE "RATING HISTORY AGAINST matches.dat" TO
              IC-CHECK-NAME(3)
         MOVE "HANDICAP RESULTS AGAINST matches.dat" TO
              IC-CHECK-NAME(4)
         MOVE "TEAM MEMBERS AGAINST MEMBERS/PLAYERS" TO
              IC-CHECK-NAME(5)
         MOVE "MEMBERS AGAINST players.dat" TO IC-CHECK-NAME(6)
         MOVE "MATCH ID CONTROL AGAINST matches.dat" TO
              IC-CHECK-NAME(7)
         MOVE 1 TO IC-CHECK
         PERFORM UNTIL IC-CHECK > 7
           MOVE 0 TO IC-CHECK-READ(IC-CHECK)
           MOVE 0 TO IC-CHECK-ERRORS(IC-CHECK)
           ADD 1 TO IC-CHECK
         END-PERFORM

         OPEN OUTPUT INTEG-REPORT-FILE
         IF INTEG-REPORT-STATUS NOT = "00"
           DISPLAY "integrity.rpt COULD NOT BE OPENED (STATUS "
                   INTEG-REPORT-STATUS ")."
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
         MOVE 0 TO RPT-PAGE
         PERFORM WRITE-IC-HEADINGS

         PERFORM SCAN-MATCHES
         IF IC-MATCH-OPEN = "N" AND MATCH-FILE-STATUS NOT = "35"
           MOVE "matches.dat COULD NOT BE OPENED - NO MATCH CHECKS"
             TO IC-OUT
           PERFORM WRITE-IC-LINE
           MOVE "Y" TO IC-SEVERE
         END-IF

         OPEN INPUT PLAYER-MASTER
         IF PLAYER-MASTER-STATUS = "00"
           MOVE "Y" TO IC-PLAYER-OPEN
         ELSE
           MOVE "N" TO IC-PLAYER-OPEN
           IF PLAYER-MASTER-STATUS NOT = "35"
             MOVE "players.dat COULD NOT BE OPENED - NO PLAYER"
               TO IC-OUT
             MOVE "CHECKS" TO IC-OUT(45:)
             PERFORM WRITE-IC-LINE
             MOVE "Y" TO IC-SEVERE
           END-IF
         END-IF

         PERFORM LOAD-MEMBERS

         IF IC-MATCH-OPEN = "Y"
           PERFORM CHECK-FIXTURES
           PERFORM CHECK-CUP
           PERFORM CHECK-RATING-HIST
           PERFORM CHECK-HANDICAPS
         END-IF
         IF IC-PLAYER-OPEN = "Y"
           PERFORM CHECK-TEAMS
           PERFORM CHECK-MEMBERS
         END-IF
         PERFORM CHECK-MATCH-CTL

         IF IC-MATCH-OPEN = "Y"
           CLOSE MATCH-FILE
         END-IF
         IF IC-PLAYER-OPEN = "Y"
           CLOSE PLAYER-MASTER
         END-IF

         PERFORM PRINT-IC-SUMMARY
         CLOSE INTEG-REPORT-FILE

         DISPLAY IC-TOTAL " FINDING(S). LISTING WRITTEN TO"
                 " integrity.rpt."
         IF IC-SEVERE = "Y"
           DISPLAY "SEVERE: SEE integrity.rpt BEFORE FURTHER"
                   " UPDATES."
           MOVE 8 TO RETURN-CODE
         ELSE
           IF IC-TOTAL NOT = 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
         END-IF

         GOBACK.

       SCAN-MATCHES.
         MOVE 0 TO IC-NBMATCH
         MOVE 0 TO IC-HIGH-ID
         MOVE 999999 TO IC-LOW-ID
         OPEN INPUT MATCH-FILE
         IF MATCH-FILE-STATUS = "00"
           MOVE "Y" TO IC-MATCH-OPEN
           PERFORM UNTIL MATCH-FILE-STATUS NOT = "00"
             READ MATCH-FILE NEXT RECORD
               AT END
                 MOVE "10" TO MATCH-FILE-STATUS
               NOT AT END
                 ADD 1 TO IC-NBMATCH
                 IF MR-MATCH-ID < IC-LOW-ID
                   MOVE MR-MATCH-ID TO IC-LOW-ID
                 END-IF
                 IF MR-MATCH-ID > IC-HIGH-ID
                   MOVE MR-MATCH-ID TO IC-HIGH-ID
                 END-IF
             END-READ
           END-PERFORM
         ELSE
           MOVE "N" TO IC-MATCH-OPEN
         END-IF

         MOVE "N" TO IC-CTL-READ
         MOVE 0 TO IC-CTL-ID
         OPEN INPUT MATCH-CTL-FILE
         IF MATCH-CTL-STATUS = "00"
           READ MATCH-CTL-FILE
             AT END
               MOVE "N" TO IC-CTL-READ
             NOT AT END
               IF CT-LAST-MATCH-ID IS NUMERIC
                 MOVE CT-LAST-MATCH-ID TO IC-CTL-ID
                 MOVE "Y" TO IC-CTL-READ
               END-IF
           END-READ
           CLOSE MATCH-CTL-FILE
         END-IF

         IF IC-NBMATCH = 0
           IF IC-CTL-ID < 999999
             COMPUTE IC-LOW-ID = IC-CTL-ID + 1
           END-IF
         END-IF

         MOVE SPACE TO IC-CLOSED-DATE
         OPEN INPUT SEASON-ARCHIVE-FILE
         IF SEASON-ARCHIVE-STATUS = "00"
           PERFORM UNTIL SEASON-ARCHIVE-STATUS NOT = "00"
             READ SEASON-ARCHIVE-FILE
               AT END
                 MOVE "10" TO SEASON-ARCHIVE-STATUS
               NOT AT END
                 IF AR-DATE > IC-CLOSED-DATE
                   MOVE AR-DATE TO IC-CLOSED-DATE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SEASON-ARCHIVE-FILE
         END-IF.
       END-SCAN-MATCHES.
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
                 IF NBMEMBER < 999
                   ADD 1 TO NBMEMBER
                   MOVE MB-NAME TO MB-T-NAME(NBMEMBER)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MEMBER-FILE
         END-IF.
       END-LOAD-MEMBERS.
         EXIT.

       LOOKUP-MATCH.
         MOVE IC-ID TO MR-MATCH-ID
         READ MATCH-FILE RECORD
           INVALID KEY
             MOVE "N" TO IC-FOUND
           NOT INVALID KEY
             MOVE "Y" TO IC-FOUND
         END-READ.
       END-LOOKUP-MATCH.
         EXIT.

       LOOKUP-PLAYER.
         MOVE IC-NAME TO PM-PLAYER-NAME
         READ PLAYER-MASTER RECORD
           INVALID KEY
             MOVE "N" TO IC-FOUND
           NOT INVALID KEY
             MOVE "Y" TO IC-FOUND
         END-READ.
       END-LOOKUP-PLAYER.
         EXIT.

       LOOKUP-MEMBER.
         MOVE 0 TO MB-FOUND
         MOVE 1 TO MB-IDX
         PERFORM UNTIL MB-IDX = NBMEMBER + 1
           IF MB-T-NAME(MB-IDX) = IC-NAME
             MOVE MB-IDX TO MB-FOUND
             EXIT PERFORM
           END-IF
           ADD 1 TO MB-IDX
         END-PERFORM.
       END-LOOKUP-MEMBER.
         EXIT.

       CHECK-FIXTURES.
         MOVE 1 TO IC-CHECK
         PERFORM START-IC-CHECK
         OPEN INPUT FIXTURE-FILE
         IF FIXTURE-FILE-STATUS = "00"
           PERFORM UNTIL FIXTURE-FILE-STATUS NOT = "00"
             READ FIXTURE-FILE
               AT END
                 MOVE "10" TO FIXTURE-FILE-STATUS
               NOT AT END
                 IF FR-STATUS = "R"
                   ADD 1 TO IC-READ
                   PERFORM CHECK-ONE-FIXTURE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FIXTURE-FILE
         END-IF
         PERFORM END-IC-CHECK.
       END-CHECK-FIXTURES.
         EXIT.

       CHECK-ONE-FIXTURE.
         MOVE SPACE TO IL-KEY
         STRING FR-DATE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FR-PLAYER1 DELIMITED BY SPACE
                "-" DELIMITED BY SIZE
                FR-PLAYER2 DELIMITED BY SPACE
           INTO IL-KEY
         END-STRING
         MOVE FR-MATCH-ID TO IC-ID

         IF IC-ID = 0
           MOVE "PLAYED FIXTURE CARRIES NO MATCH ID" TO IL-TEXT
           PERFORM WRITE-IC-FINDING
         ELSE
           IF IC-CLOSED-DATE NOT = SPACE
              AND FR-DATE NOT > IC-CLOSED-DATE
             ADD 1 TO IC-CLOSED
           ELSE
             PERFORM LOOKUP-MATCH
             IF IC-FOUND = "N"
               MOVE SPACE TO IL-TEXT
               STRING "MATCH " IC-ID " IS NOT ON matches.dat"
                 DELIMITED BY SIZE INTO IL-TEXT
               END-STRING
               PERFORM WRITE-IC-FINDING
             ELSE
               IF NOT ((MR-PLAYER1 = FR-PLAYER1
                        AND MR-PLAYER2 = FR-PLAYER2)
                    OR (MR-PLAYER1 = FR-PLAYER2
                        AND MR-PLAYER2 = FR-PLAYER1))
                 MOVE SPACE TO IL-TEXT
                 STRING "MATCH " IC-ID " WAS BETWEEN "
                        MR-PLAYER1 " AND " MR-PLAYER2
                   DELIMITED BY SIZE INTO IL-TEXT
                 END-STRING
                 PERFORM WRITE-IC-FINDING
               END-IF
             END-IF
           END-IF
         END-IF.
       END-CHECK-ONE-FIXTURE.
         EXIT.

       CHECK-CUP.
         MOVE 2 TO IC-CHECK
         PERFORM START-IC-CHECK
         OPEN INPUT CUP-FILE
         IF CUP-FILE-STATUS = "00"
           PERFORM UNTIL CUP-FILE-STATUS NOT = "00"
             READ CUP-FILE
               AT END
                 MOVE "10" TO CUP-FILE-STATUS
               NOT AT END
                 IF KR-STATUS = "D" OR KR-STATUS = "W"
                   ADD 1 TO IC-READ
                   PERFORM CHECK-ONE-TIE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CUP-FILE
         END-IF
         PERFORM END-IC-CHECK.
       END-CHECK-CUP.
         EXIT.

       CHECK-ONE-TIE.
         MOVE SPACE TO IL-KEY
         STRING "ROUND " KR-ROUND " TIE " KR-SLOT
           DELIMITED BY SIZE INTO IL-KEY
         END-STRING
         MOVE KR-MATCH-ID TO IC-ID

         IF KR-WINNER NOT = KR-PLAYER1 AND KR-WINNER NOT = KR-PLAYER2
           MOVE SPACE TO IL-TEXT
           STRING "WINNER " KR-WINNER " IS NEITHER PLAYER IN THE TIE"
             DELIMITED BY SIZE INTO IL-TEXT
           END-STRING
           PERFORM WRITE-IC-FINDING
         END-IF

         IF KR-STATUS = "W"
           IF IC-ID NOT = 0
             MOVE SPACE TO IL-TEXT
             STRING "WALKOVER CARRIES MATCH ID " IC-ID
               DELIMITED BY SIZE INTO IL-TEXT
             END-STRING
             PERFORM WRITE-IC-FINDING
           END-IF
         ELSE
           IF IC-ID = 0
             MOVE "DECIDED TIE CARRIES NO MATCH ID" TO IL-TEXT
             PERFORM WRITE-IC-FINDING
           ELSE
             IF IC-ID < IC-LOW-ID
               ADD 1 TO IC-CLOSED
             ELSE
               PERFORM CHECK-TIE-MATCH
             END-IF
           END-IF
         END-IF.
       END-CHECK-ONE-TIE.
         EXIT.

       CHECK-TIE-MATCH.
         PERFORM LOOKUP-MATCH
         IF IC-FOUND = "N"
           MOVE SPACE TO IL-TEXT
           STRING "MATCH " IC-ID " IS NOT ON matches.dat"
             DELIMITED BY SIZE INTO IL-TEXT
           END-STRING
           PERFORM WRITE-IC-FINDING
         ELSE
           IF NOT ((MR-PLAYER1 = KR-PLAYER1
                    AND MR-PLAYER2 = KR-PLAYER2)
                OR (MR-PLAYER1 = KR-PLAYER2
                    AND MR-PLAYER2 = KR-PLAYER1))
             MOVE SPACE TO IL-TEXT
             STRING "MATCH " IC-ID " WAS BETWEEN "
                    MR-PLAYER1 " AND " MR-PLAYER2
               DELIMITED BY SIZE INTO IL-TEXT
             END-STRING
             PERFORM WRITE-IC-FINDING
           ELSE
             MOVE SPACE TO IC-WINNER
             IF MR-SCORE1 > MR-SCORE2
               MOVE MR-PLAYER1 TO IC-WINNER
             END-IF
             IF MR-SCORE2 > MR-SCORE1
               MOVE MR-PLAYER2 TO IC-WINNER
             END-IF
             IF IC-WINNER NOT = KR-WINNER
               MOVE SPACE TO IL-TEXT
               STRING "WINNER " KR-WINNER " BUT MATCH " IC-ID
                      " WAS WON BY " IC-WINNER
                 DELIMITED BY SIZE INTO IL-TEXT
               END-STRING
               IF IC-WINNER = SPACE
                 MOVE "NOBODY (DRAWN)" TO IL-TEXT(47:)
               END-IF
               PERFORM WRITE-IC-FINDING
             END-IF
           END-IF
         END-IF.
       END-CHECK-TIE-MATCH.
         EXIT.

       CHECK-RATING-HIST.
         MOVE 3 TO IC-CHECK
         PERFORM START-IC-CHECK
         OPEN INPUT RATING-HIST-FILE
         IF RATING-HIST-STATUS = "00"
           PERFORM UNTIL RATING-HIST-STATUS NOT = "00"
             READ RATING-HIST-FILE
               AT END
                 MOVE "10" TO RATING-HIST-STATUS
               NOT AT END
                 IF HR-MATCH-ID IS NUMERIC AND HR-MATCH-ID NOT = 0
                   ADD 1 TO IC-READ
                   PERFORM CHECK-ONE-HIST
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RATING-HIST-FILE
         END-IF
         PERFORM END-IC-CHECK.
       END-CHECK-RATING-HIST.
         EXIT.

       CHECK-ONE-HIST.
         MOVE HR-MATCH-ID TO IC-ID
         IF IC-CLOSED-DATE NOT = SPACE
            AND HR-DATE NOT > IC-CLOSED-DATE
           ADD 1 TO IC-CLOSED
         ELSE
           MOVE SPACE TO IL-KEY
           STRING HR-DATE " " HR-PLAYER
             DELIMITED BY SIZE INTO IL-KEY
           END-STRING
           PERFORM LOOKUP-MATCH
           IF IC-FOUND = "N"
             MOVE SPACE TO IL-TEXT
             STRING "MATCH " IC-ID " IS NOT ON matches.dat"
                    " (DELETED MATCH)"
               DELIMITED BY SIZE INTO IL-TEXT
             END-STRING
             PERFORM WRITE-IC-FINDING
           ELSE
             IF HR-PLAYER NOT = MR-PLAYER1
                AND HR-PLAYER NOT = MR-PLAYER2
               MOVE SPACE TO IL-TEXT
               STRING "MATCH " IC-ID " WAS BETWEEN "
                      MR-PLAYER1 " AND " MR-PLAYER2
                 DELIMITED BY SIZE INTO IL-TEXT
               END-STRING
               PERFORM WRITE-IC-FINDING
             END-IF
           END-IF
         END-IF.
       END-CHECK-ONE-HIST.
         EXIT.

       CHECK-HANDICAPS.
         MOVE 4 TO IC-CHECK
         PERFORM START-IC-CHECK
         MOVE 0 TO NBSEEN
         OPEN INPUT HANDICAP-FILE
         IF HANDICAP-STATUS = "00"
           PERFORM UNTIL HANDICAP-STATUS NOT = "00"
             READ HANDICAP-FILE
               AT END
                 MOVE "10" TO HANDICAP-STATUS
               NOT AT END
                 ADD 1 TO IC-READ
                 PERFORM CHECK-ONE-HANDICAP
             END-READ
           END-PERFORM
           CLOSE HANDICAP-FILE
         END-IF
         PERFORM END-IC-CHECK.
       END-CHECK-HANDICAPS.
         EXIT.

       CHECK-ONE-HANDICAP.
         MOVE SPACE TO IL-KEY
         STRING HC-DATE " MATCH " HC-MATCH-ID
           DELIMITED BY SIZE INTO IL-KEY
         END-STRING
         MOVE HC-MATCH-ID TO IC-ID

         MOVE "N" TO IC-SEEN-FOUND
         MOVE 1 TO IC-SEEN-IDX
         PERFORM UNTIL IC-SEEN-IDX = NBSEEN + 1
           IF IC-SEEN-ID(IC-SEEN-IDX) = IC-ID
             MOVE "Y" TO IC-SEEN-FOUND
             EXIT PERFORM
           END-IF
           ADD 1 TO IC-SEEN-IDX
         END-PERFORM
         IF IC-SEEN-FOUND = "Y"
           MOVE "MORE THAN ONE HANDICAP ROW FOR THIS MATCH" TO IL-TEXT
           PERFORM WRITE-IC-FINDING
         ELSE
           IF NBSEEN < 9999
             ADD 1 TO NBSEEN
             MOVE IC-ID TO IC-SEEN-ID(NBSEEN)
           END-IF
         END-IF

         COMPUTE IC-SUM = HC-SCORE1 + HC-START1
         IF IC-SUM NOT = HC-ADJ1
           MOVE "ADJUSTED SCORE 1 IS NOT RAW SCORE PLUS START"
             TO IL-TEXT
           PERFORM WRITE-IC-FINDING
         END-IF
         COMPUTE IC-SUM = HC-SCORE2 + HC-START2
         IF IC-SUM NOT = HC-ADJ2
           MOVE "ADJUSTED SCORE 2 IS NOT RAW SCORE PLUS START"
             TO IL-TEXT
           PERFORM WRITE-IC-FINDING
         END-IF

         IF IC-CLOSED-DATE NOT = SPACE
            AND HC-DATE NOT > IC-CLOSED-DATE
           ADD 1 TO IC-CLOSED
         ELSE
           PERFORM LOOKUP-MATCH
           IF IC-FOUND = "N"
             MOVE SPACE TO IL-TEXT
             STRING "MATCH " IC-ID " IS NOT ON matches.dat"
                    " (DELETED MATCH)"
               DELIMITED BY SIZE INTO IL-TEXT
             END-STRING
             PERFORM WRITE-IC-FINDING
           ELSE
             IF MR-VENUE NOT = HC-VENUE
               MOVE SPACE TO IL-TEXT
               STRING "MATCH " IC-ID " WAS PLAYED AT " MR-VENUE
                      " NOT " HC-VENUE
                 DELIMITED BY SIZE INTO IL-TEXT
               END-STRING
               PERFORM WRITE-IC-FINDING
             END-IF
             IF MR-SCORE1 NOT = HC-SCORE1
                OR MR-SCORE2 NOT = HC-SCORE2
               MOVE SPACE TO IL-TEXT
               STRING "RAW SCORE " HC-SCORE1 "-" HC-SCORE2
                      " BUT MATCH " IC-ID " IS " MR-SCORE1 "-"
                      MR-SCORE2
                 DELIMITED BY SIZE INTO IL-TEXT
               END-STRING
               PERFORM WRITE-IC-FINDING
             END-IF
           END-IF
         END-IF.
       END-CHECK-ONE-HANDICAP.
         EXIT.

       CHECK-TEAMS.
         MOVE 5 TO IC-CHECK
         PERFORM START-IC-CHECK
         OPEN INPUT TEAM-FILE
         IF TEAM-FILE-STATUS = "00"
           PERFORM UNTIL TEAM-FILE-STATUS NOT = "00"
             READ TEAM-FILE
               AT END
                 MOVE "10" TO TEAM-FILE-STATUS
               NOT AT END
                 MOVE 1 TO IC-TM-IDX
                 PERFORM UNTIL IC-TM-IDX > 6
                   IF TR-MEMBER(IC-TM-IDX) NOT = SPACE
                     ADD 1 TO IC-READ
                     PERFORM CHECK-ONE-TEAM-MEMBER
                   END-IF
                   ADD 1 TO IC-TM-IDX
                 END-PERFORM
             END-READ
           END-PERFORM
           CLOSE TEAM-FILE
         END-IF
         PERFORM END-IC-CHECK.
       END-CHECK-TEAMS.
         EXIT.

       CHECK-ONE-TEAM-MEMBER.
         MOVE TR-MEMBER(IC-TM-IDX) TO IC-NAME
         MOVE SPACE TO IL-KEY
         STRING "TEAM " TR-CODE " " IC-NAME
           DELIMITED BY SIZE INTO IL-KEY
         END-STRING

         PERFORM LOOKUP-MEMBER
         IF MB-FOUND = 0
           MOVE "NOT ON members.dat" TO IL-TEXT
           PERFORM WRITE-IC-FINDING
         END-IF

         PERFORM LOOKUP-PLAYER
         IF IC-FOUND = "N"
           MOVE "NOT ON players.dat" TO IL-TEXT
           PERFORM WRITE-IC-FINDING
         END-IF.
       END-CHECK-ONE-TEAM-MEMBER.
         EXIT.

       CHECK-MEMBERS.
         MOVE 6 TO IC-CHECK
         PERFORM START-IC-CHECK
         MOVE 1 TO MB-IDX
         PERFORM UNTIL MB-IDX = NBMEMBER + 1
           ADD 1 TO IC-READ
           MOVE MB-T-NAME(MB-IDX) TO IC-NAME
           PERFORM LOOKUP-PLAYER
           IF IC-FOUND = "N"
             MOVE SPACE TO IL-KEY
             STRING "MEMBER " IC-NAME
               DELIMITED BY SIZE INTO IL-KEY
             END-STRING
             MOVE "HAS NO players.dat RECORD" TO IL-TEXT
             PERFORM WRITE-IC-FINDING
           END-IF
           ADD 1 TO MB-IDX
         END-PERFORM
         PERFORM END-IC-CHECK.
       END-CHECK-MEMBERS.
         EXIT.

       CHECK-MATCH-CTL.
         MOVE 7 TO IC-CHECK
         PERFORM START-IC-CHECK
         MOVE "matchctl.dat" TO IL-KEY
         ADD 1 TO IC-READ
         IF IC-CTL-READ = "N"
           IF IC-NBMATCH NOT = 0
             MOVE "MISSING OR UNREADABLE WHILE MATCHES ARE ON FILE"
               TO IL-TEXT
             PERFORM WRITE-IC-FINDING
           END-IF
         ELSE
           IF IC-CTL-ID < IC-HIGH-ID
             MOVE SPACE TO IL-TEXT
             STRING "LAST ID " IC-CTL-ID " IS BELOW HIGHEST MATCH ID "
                    IC-HIGH-ID " - IDS COULD BE REUSED"
               DELIMITED BY SIZE INTO IL-TEXT
             END-STRING
             PERFORM WRITE-IC-FINDING
             MOVE "Y" TO IC-SEVERE
           END-IF
         END-IF
         PERFORM END-IC-CHECK.
       END-CHECK-MATCH-CTL.
         EXIT.

       START-IC-CHECK.
         MOVE 0 TO IC-READ
         MOVE 0 TO IC-CLOSED
         MOVE 0 TO IC-ERRORS
         IF RPT-LINES > 50
           PERFORM WRITE-IC-HEADINGS
         ELSE
           IF RPT-LINES > 0
             MOVE SPACE TO IC-OUT
             PERFORM WRITE-IC-LINE
           END-IF
         END-IF
         MOVE IC-CHECK-NAME(IC-CHECK) TO IC-OUT
         PERFORM WRITE-IC-LINE
         MOVE ALL "-" TO IC-OUT
         MOVE SPACE TO IC-OUT(41:)
         PERFORM WRITE-IC-LINE
         MOVE IC-DETAIL-COLS TO IC-OUT
         PERFORM WRITE-IC-LINE.
       END-START-IC-CHECK.
         EXIT.

       END-IC-CHECK.
         IF IC-ERRORS = 0
           MOVE "NO FINDINGS." TO IC-OUT
           PERFORM WRITE-IC-LINE
         END-IF
         IF IC-CLOSED NOT = 0
           MOVE SPACE TO IC-OUT
           STRING IC-CLOSED " RECORD(S) FOR CLOSED SEASONS NOT"
                  " CHECKED."
             DELIMITED BY SIZE INTO IC-OUT
           END-STRING
           PERFORM WRITE-IC-LINE
         END-IF
         MOVE IC-READ TO IC-CHECK-READ(IC-CHECK)
         MOVE IC-ERRORS TO IC-CHECK-ERRORS(IC-CHECK)
         ADD IC-ERRORS TO IC-TOTAL.
       END-END-IC-CHECK.
         EXIT.

       WRITE-IC-FINDING.
         ADD 1 TO IC-ERRORS
         MOVE IC-DETAIL-LINE TO IC-OUT
         PERFORM WRITE-IC-LINE.
       END-WRITE-IC-FINDING.
         EXIT.

       PRINT-IC-SUMMARY.
         IF RPT-LINES > 50
           PERFORM WRITE-IC-HEADINGS
         ELSE
           MOVE SPACE TO IC-OUT
           PERFORM WRITE-IC-LINE
         END-IF
         MOVE "SUMMARY" TO IC-OUT
         PERFORM WRITE-IC-LINE
         MOVE ALL "-" TO IC-OUT
         MOVE SPACE TO IC-OUT(41:)
         PERFORM WRITE-IC-LINE
         MOVE IC-SUMMARY-COLS TO IC-OUT
         PERFORM WRITE-IC-LINE
         MOVE 1 TO IC-CHECK
         PERFORM UNTIL IC-CHECK > 7
           MOVE IC-CHECK-NAME(IC-CHECK) TO IS-NAME
           MOVE IC-CHECK-READ(IC-CHECK) TO IS-READ
           MOVE IC-CHECK-ERRORS(IC-CHECK) TO IS-ERRORS
           MOVE IC-SUMMARY-LINE TO IC-OUT
           PERFORM WRITE-IC-LINE
           ADD 1 TO IC-CHECK
         END-PERFORM
         MOVE "TOTAL FINDINGS" TO IS-NAME
         MOVE IC-TOTAL TO IS-ERRORS
         MOVE 0 TO IS-READ
         MOVE IC-SUMMARY-LINE TO IC-OUT
         MOVE SPACE TO IC-OUT(41:9)
         PERFORM WRITE-IC-LINE
         IF IC-SEVERE = "Y"
           MOVE "RESULT: SEVERE - RESOLVE BEFORE FURTHER UPDATES"
             TO IC-OUT
         ELSE
           IF IC-TOTAL NOT = 0
             MOVE "RESULT: FINDINGS TO REVIEW" TO IC-OUT
           ELSE
             MOVE "RESULT: CLEAN" TO IC-OUT
           END-IF
         END-IF
         PERFORM WRITE-IC-LINE.
       END-PRINT-IC-SUMMARY.
         EXIT.

       WRITE-IC-HEADINGS.
         ADD 1 TO RPT-PAGE
         MOVE "HACKME LEAGUE - INTEGRITY CHECK" TO RH-TITLE
         MOVE FUNCTION CURRENT-DATE(1:8) TO RH-DATE
         MOVE LS-OPER TO RH-OPER
         MOVE RPT-PAGE TO RH-PAGE

         MOVE RPT-HEAD TO INTEG-REPORT-RECORD
         IF RPT-PAGE = 1
           WRITE INTEG-REPORT-RECORD
         ELSE
           WRITE INTEG-REPORT-RECORD AFTER ADVANCING PAGE
         END-IF
         MOVE SPACE TO INTEG-REPORT-RECORD
         WRITE INTEG-REPORT-RECORD
         MOVE 0 TO RPT-LINES.
       END-WRITE-IC-HEADINGS.
         EXIT.

       WRITE-IC-LINE.
         IF RPT-LINES >= 60
           PERFORM WRITE-IC-HEADINGS
         END-IF
         MOVE IC-OUT TO INTEG-REPORT-RECORD
         WRITE INTEG-REPORT-RECORD
         ADD 1 TO RPT-LINES.
       END-WRITE-IC-LINE.
         EXIT.

       END PROGRAM "integchk".
