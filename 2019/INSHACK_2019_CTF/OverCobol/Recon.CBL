         SELECT RATING-HIST-FILE ASSIGN TO "ratinghist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATING-HIST-STATUS.
         SELECT ARCHIVE-CAT-FILE ASSIGN TO "archive.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 HR-NEW PIC 9(4).
           02 HR-DELTA PIC S9(4) SIGN IS LEADING SEPARATE.

       FD ARCHIVE-CAT-FILE.
         01 ARCHIVE-CAT-RECORD.
           02 AC-LIVE PIC X(16).
           02 AC-ARCHIVE PIC X(16).
           02 AC-FROM PIC X(8).
           02 AC-TO PIC X(8).
           02 AC-COUNT PIC 9(8).

       WORKING-STORAGE SECTION.
         01 MATCH-FILE-STATUS PIC XX.
         01 PLAYER-MASTER-STATUS PIC XX.
         01 SEASON-ARCHIVE-STATUS PIC XX.
         01 RATING-HIST-STATUS PIC XX.
         01 ARCHIVE-CAT-STATUS PIC XX.

         01 RT-PLAYER1 PIC X(10).
         01 RT-PLAYER2 PIC X(10).
             03 HT-NEW PIC 9(4).
         01 NBHT PIC 9(5) VALUE 0.
         01 HT-IDX PIC 9(5).
         01 HT-ARCHIVED-TO PIC X(8).
         01 HT-WRITTEN PIC 9(5).

         01 CP-TABLE.
           02 CP-ENTRY OCCURS 9999 TIMES.
         01 EL-NEW1 PIC S9(5).
         01 EL-NEW2 PIC S9(5).

       LINKAGE SECTION.
         01 LS-MODE PIC X.

       PROCEDURE DIVISION USING LS-MODE.

       MAIN-LAB.
         DISPLAY " "
           MOVE 0 TO RETURN-CODE
         ELSE
           DISPLAY RC-DIFFS " PLAYER(S) WITH DISCREPANCIES."
           IF LS-MODE = "B"
             MOVE "N" TO RC-ANSWER
           ELSE
             DISPLAY "REBUILD players.dat FROM THE MATCH FILE ? (Y/N) "
               NO ADVANCING
             ACCEPT RC-ANSWER
           END-IF
           IF RC-ANSWER = "Y" OR RC-ANSWER = "y"
             PERFORM REBUILD-MASTER
             DISPLAY "PLAYER MASTER REBUILT: " CP-COUNT " PLAYER(S)."

         CLOSE PLAYER-MASTER

         PERFORM FIND-ARCHIVED-HISTORY

         OPEN OUTPUT RATING-HIST-FILE
         MOVE 0 TO HT-WRITTEN
         MOVE 1 TO HT-IDX
         PERFORM UNTIL HT-IDX = NBHT + 1
           IF HT-DATE(HT-IDX) > HT-ARCHIVED-TO
             MOVE HT-PLAYER(HT-IDX) TO HR-PLAYER
             MOVE HT-DATE(HT-IDX) TO HR-DATE
             MOVE HT-MATCH-ID(HT-IDX) TO HR-MATCH-ID
             MOVE HT-OLD(HT-IDX) TO HR-OLD
             MOVE HT-NEW(HT-IDX) TO HR-NEW
             COMPUTE HR-DELTA = HT-NEW(HT-IDX) - HT-OLD(HT-IDX)
             WRITE RATING-HIST-RECORD
             ADD 1 TO HT-WRITTEN
           END-IF
           ADD 1 TO HT-IDX
         END-PERFORM
         CLOSE RATING-HIST-FILE
         DISPLAY "RATING HISTORY REBUILT: " HT-WRITTEN " ROW(S)."
         IF HT-ARCHIVED-TO NOT = SPACES
           DISPLAY "ROWS UP TO " HT-ARCHIVED-TO
                   " ARE KEPT IN THE HISTORY ARCHIVES."
         END-IF.
       END-REBUILD-MASTER.
         EXIT.

       FIND-ARCHIVED-HISTORY.
         MOVE SPACES TO HT-ARCHIVED-TO
         OPEN INPUT ARCHIVE-CAT-FILE
         IF ARCHIVE-CAT-STATUS = "00"
           PERFORM UNTIL ARCHIVE-CAT-STATUS NOT = "00"
             READ ARCHIVE-CAT-FILE
               AT END
                 MOVE "10" TO ARCHIVE-CAT-STATUS
               NOT AT END
                 IF AC-LIVE = "ratinghist.dat"
                    AND AC-TO > HT-ARCHIVED-TO
                   MOVE AC-TO TO HT-ARCHIVED-TO
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARCHIVE-CAT-FILE
         END-IF.
       END-FIND-ARCHIVED-HISTORY.
         EXIT.

       END PROGRAM "reconcil".
