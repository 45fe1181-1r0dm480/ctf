       IDENTIFICATION DIVISION.
       PROGRAM-ID. "housekp".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT RETAIN-FILE ASSIGN TO "retain.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETAIN-FILE-STATUS.
         SELECT ARCHIVE-CAT-FILE ASSIGN TO "archive.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-CAT-STATUS.
         SELECT SEASON-ARCHIVE-FILE ASSIGN TO "seasons.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEASON-ARCHIVE-STATUS.
         SELECT LIVE-FILE ASSIGN TO HK-LIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIVE-FILE-STATUS.
         SELECT WORK-FILE ASSIGN TO "housekp.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-FILE-STATUS.
         SELECT ARCHIVE-OUT-FILE ASSIGN TO HK-ARC-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-OUT-STATUS.
         SELECT HOUSEKP-REPORT-FILE ASSIGN TO "housekp.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOUSEKP-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETAIN-FILE.
         01 RETAIN-RECORD.
           02 RT-FILE PIC X(16).
           02 RT-UNIT PIC X.
           02 RT-VALUE PIC 9(4).

       FD ARCHIVE-CAT-FILE.
         01 ARCHIVE-CAT-RECORD.
           02 AC-LIVE PIC X(16).
           02 AC-ARCHIVE PIC X(16).
           02 AC-FROM PIC X(8).
           02 AC-TO PIC X(8).
           02 AC-COUNT PIC 9(8).

       FD SEASON-ARCHIVE-FILE.
         01 ARCHIVE-RECORD.
           02 AR-SEASON PIC X(8).
           02 AR-PLAYER1 PIC X(10).
           02 AR-PLAYER2 PIC X(10).
           02 AR-SCORE1 PIC 99.
           02 AR-SCORE2 PIC 99.
           02 AR-DATE PIC X(8).
           02 AR-VENUE PIC X(8).

       FD LIVE-FILE.
         01 LIVE-RECORD PIC X(100).

       FD WORK-FILE.
         01 WORK-RECORD PIC X(100).

       FD ARCHIVE-OUT-FILE.
         01 ARCHIVE-OUT-RECORD PIC X(100).

       FD HOUSEKP-REPORT-FILE.
         01 HOUSEKP-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 RETAIN-FILE-STATUS PIC XX.
         01 ARCHIVE-CAT-STATUS PIC XX.
         01 SEASON-ARCHIVE-STATUS PIC XX.
         01 LIVE-FILE-STATUS PIC XX.
         01 WORK-FILE-STATUS PIC XX.
         01 ARCHIVE-OUT-STATUS PIC XX.
         01 HOUSEKP-REPORT-STATUS PIC XX.

         01 RT-TABLE.
           02 RT-ENTRY OCCURS 3 TIMES.
             03 RT-T-FILE PIC X(16).
             03 RT-T-UNIT PIC X.
             03 RT-T-VALUE PIC 9(4).
             03 RT-T-PREFIX PIC X(3).
             03 RT-T-DATE-POS PIC 99.
         01 RT-IDX PIC 9.

         01 AC-TABLE.
           02 AC-ENTRY OCCURS 999 TIMES.
             03 AC-T-LIVE PIC X(16).
             03 AC-T-ARCHIVE PIC X(16).
             03 AC-T-FROM PIC X(8).
             03 AC-T-TO PIC X(8).
             03 AC-T-COUNT PIC 9(8).
         01 NBAC PIC 9(3) VALUE 0.
         01 AC-IDX PIC 9(3).
         01 AC-FOUND PIC 9(3).
         01 AC-OLD-NBAC PIC 9(3).
         01 AC-OLD-FROM PIC X(8).
         01 AC-OLD-TO PIC X(8).
         01 AC-OLD-COUNT PIC 9(8).
         01 AC-SAVED PIC X.
         01 AC-SAVE-STATUS PIC XX.

         01 SE-TABLE.
           02 SE-ENTRY OCCURS 99 TIMES.
             03 SE-NAME PIC X(8).
             03 SE-LAST PIC X(8).
         01 NBSE PIC 99 VALUE 0.
         01 SE-IDX PIC 99.
         01 SE-FOUND PIC 99.

         01 HK-LIVE-NAME PIC X(16).
         01 HK-ARC-NAME PIC X(16).
         01 HK-TODAY PIC X(8).
         01 HK-TODAY-N PIC 9(8).
         01 HK-CUTOFF PIC X(8).
         01 HK-CUTOFF-N PIC 9(8).
         01 HK-CUT-INT PIC 9(8).
         01 HK-LINE-DATE PIC X(8).
         01 HK-FROM PIC X(8).
         01 HK-TO PIC X(8).
         01 HK-READ PIC 9(8).
         01 HK-KEPT PIC 9(8).
         01 HK-ARCHIVED PIC 9(8).
         01 HK-COPIED PIC 9(8).
         01 HK-ARC-BEFORE PIC 9(8).
         01 HK-ARC-AFTER PIC 9(8).
         01 HK-FAILED PIC X.
         01 HK-NOTE PIC X(40).
         01 HK-RC PIC 99 VALUE 0.
         01 HK-ANSWER PIC X.
         01 HK-VALUE-RAW PIC X(4).
         01 HK-CHANGED PIC X.
         01 HK-TOTAL-ARCHIVED PIC 9(8).

         01 RPT-LINES PIC 9(4).
         01 RPT-PAGE PIC 9(4).
         01 HK-OUT PIC X(132).

         01 RPT-HEAD.
           02 RH-TITLE PIC X(34).
           02 FILLER PIC X(4) VALUE "RUN ".
           02 RH-DATE PIC X(8).
           02 FILLER PIC X(10) VALUE "  OPERATOR".
           02 FILLER PIC X VALUE SPACE.
           02 RH-OPER PIC X(8).
           02 FILLER PIC X(6) VALUE "  PAGE".
           02 RH-PAGE PIC ZZZ9.

         01 HK-COLS.
           02 FILLER PIC X(38) VALUE
              "LIVE FILE        KEEP      CUTOFF     ".
           02 FILLER PIC X(38) VALUE
              "  READ     KEPT ARCHIVED  ARCHIVE FILE".
           02 FILLER PIC X(9) VALUE
              "     NOTE".
         01 HK-LINE.
           02 HL-FILE PIC X(16).
           02 FILLER PIC X VALUE SPACE.
           02 HL-VALUE PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 HL-UNIT PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 HL-CUTOFF PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 HL-READ PIC Z(7)9.
           02 FILLER PIC X VALUE SPACE.
           02 HL-KEPT PIC Z(7)9.
           02 FILLER PIC X VALUE SPACE.
           02 HL-ARCHIVED PIC Z(7)9.
           02 FILLER PIC XX VALUE SPACE.
           02 HL-ARCHIVE PIC X(16).
           02 FILLER PIC X VALUE SPACE.
           02 HL-NOTE PIC X(40).

       LINKAGE SECTION.
         01 LS-OPER PIC X(8).

       PROCEDURE DIVISION USING LS-OPER.

       MAIN-LAB.
         DISPLAY " "
         DISPLAY "==== HOUSEKEEPING: LOGS AND RATING HISTORY ===="

         MOVE FUNCTION CURRENT-DATE(1:8) TO HK-TODAY
         MOVE HK-TODAY TO HK-TODAY-N
         MOVE 0 TO HK-RC
         MOVE 0 TO HK-TOTAL-ARCHIVED

         PERFORM LOAD-RETENTION
         PERFORM SHOW-RETENTION

         DISPLAY "CHANGE THE RETENTION SETTINGS ? (Y/N) "
                 NO ADVANCING
         ACCEPT HK-ANSWER
         IF HK-ANSWER = "Y" OR HK-ANSWER = "y"
           PERFORM CHANGE-RETENTION
         END-IF

         DISPLAY "ARCHIVE RECORDS OLDER THAN THESE SETTINGS NOW ?"
                 " (Y/N) " NO ADVANCING
         ACCEPT HK-ANSWER
         IF HK-ANSWER NOT = "Y" AND HK-ANSWER NOT = "y"
           DISPLAY "NOTHING ARCHIVED."
           MOVE 0 TO RETURN-CODE
           GOBACK
         END-IF

         OPEN OUTPUT HOUSEKP-REPORT-FILE
         IF HOUSEKP-REPORT-STATUS NOT = "00"
           DISPLAY "housekp.rpt COULD NOT BE OPENED (STATUS "
                   HOUSEKP-REPORT-STATUS ") - NOTHING ARCHIVED."
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
         MOVE 0 TO RPT-PAGE
         PERFORM WRITE-HK-HEADINGS
         MOVE HK-COLS TO HK-OUT
         PERFORM WRITE-HK-LINE
         MOVE ALL "-" TO HK-OUT
         MOVE SPACE TO HK-OUT(128:)
         PERFORM WRITE-HK-LINE

         PERFORM LOAD-CATALOGUE
         PERFORM LOAD-SEASONS

         MOVE 1 TO RT-IDX
         PERFORM UNTIL RT-IDX > 3
           PERFORM HOUSEKEEP-ONE-FILE
           ADD 1 TO RT-IDX
         END-PERFORM

         MOVE SPACE TO HK-OUT
         PERFORM WRITE-HK-LINE
         MOVE SPACE TO HK-OUT
         STRING "RECORDS ARCHIVED THIS RUN: " HK-TOTAL-ARCHIVED
           DELIMITED BY SIZE INTO HK-OUT
         END-STRING
         PERFORM WRITE-HK-LINE
         IF HK-RC = 0
           MOVE "ALL FILES BALANCE (READ = KEPT + ARCHIVED)."
             TO HK-OUT
         ELSE
           MOVE "ONE OR MORE FILES NOT PROCESSED - SEE NOTES ABOVE."
             TO HK-OUT
         END-IF
         PERFORM WRITE-HK-LINE
         CLOSE HOUSEKP-REPORT-FILE

         DISPLAY HK-TOTAL-ARCHIVED " RECORD(S) ARCHIVED. CONTROL"
                 " REPORT WRITTEN TO housekp.rpt."
         MOVE HK-RC TO RETURN-CODE
         GOBACK.

       LOAD-RETENTION.
         MOVE "match-audit.log" TO RT-T-FILE(1)
         MOVE "D" TO RT-T-UNIT(1)
         MOVE 365 TO RT-T-VALUE(1)
         MOVE "mau" TO RT-T-PREFIX(1)
         MOVE 1 TO RT-T-DATE-POS(1)
         MOVE "cloud-audit.log" TO RT-T-FILE(2)
         MOVE "D" TO RT-T-UNIT(2)
         MOVE 90 TO RT-T-VALUE(2)
         MOVE "cau" TO RT-T-PREFIX(2)
         MOVE 1 TO RT-T-DATE-POS(2)
         MOVE "ratinghist.dat" TO RT-T-FILE(3)
         MOVE "S" TO RT-T-UNIT(3)
         MOVE 2 TO RT-T-VALUE(3)
         MOVE "rhi" TO RT-T-PREFIX(3)
         MOVE 11 TO RT-T-DATE-POS(3)

         OPEN INPUT RETAIN-FILE
         IF RETAIN-FILE-STATUS = "00"
           PERFORM UNTIL RETAIN-FILE-STATUS NOT = "00"
             READ RETAIN-FILE
               AT END
                 MOVE "10" TO RETAIN-FILE-STATUS
               NOT AT END
                 MOVE 1 TO RT-IDX
                 PERFORM UNTIL RT-IDX > 3
                   IF RT-T-FILE(RT-IDX) = RT-FILE
                      AND RT-VALUE IS NUMERIC
                     MOVE RT-VALUE TO RT-T-VALUE(RT-IDX)
                   END-IF
                   ADD 1 TO RT-IDX
                 END-PERFORM
             END-READ
           END-PERFORM
           CLOSE RETAIN-FILE
         END-IF.
       END-LOAD-RETENTION.
         EXIT.

       SAVE-RETENTION.
         OPEN OUTPUT RETAIN-FILE
         MOVE 1 TO RT-IDX
         PERFORM UNTIL RT-IDX > 3
           MOVE RT-T-FILE(RT-IDX) TO RT-FILE
           MOVE RT-T-UNIT(RT-IDX) TO RT-UNIT
           MOVE RT-T-VALUE(RT-IDX) TO RT-VALUE
           WRITE RETAIN-RECORD
           ADD 1 TO RT-IDX
         END-PERFORM
         CLOSE RETAIN-FILE.
       END-SAVE-RETENTION.
         EXIT.

       SHOW-RETENTION.
         DISPLAY "CURRENT RETENTION SETTINGS:"
         MOVE 1 TO RT-IDX
         PERFORM UNTIL RT-IDX > 3
           IF RT-T-UNIT(RT-IDX) = "S"
             DISPLAY "  " RT-T-FILE(RT-IDX) " KEEP LAST "
                     RT-T-VALUE(RT-IDX) " CLOSED SEASON(S)"
           ELSE
             DISPLAY "  " RT-T-FILE(RT-IDX) " KEEP LAST "
                     RT-T-VALUE(RT-IDX) " DAY(S)"
           END-IF
           ADD 1 TO RT-IDX
         END-PERFORM.
       END-SHOW-RETENTION.
         EXIT.

       CHANGE-RETENTION.
         MOVE "N" TO HK-CHANGED
         MOVE 1 TO RT-IDX
         PERFORM UNTIL RT-IDX > 3
           IF RT-T-UNIT(RT-IDX) = "S"
             DISPLAY RT-T-FILE(RT-IDX) " CLOSED SEASONS TO KEEP"
                     " (BLANK = " RT-T-VALUE(RT-IDX) "): "
                     NO ADVANCING
           ELSE
             DISPLAY RT-T-FILE(RT-IDX) " DAYS TO KEEP"
                     " (BLANK = " RT-T-VALUE(RT-IDX) "): "
                     NO ADVANCING
           END-IF
           MOVE SPACE TO HK-VALUE-RAW
           ACCEPT HK-VALUE-RAW
           IF HK-VALUE-RAW NOT = SPACE
             PERFORM APPLY-RETENTION-VALUE
           END-IF
           ADD 1 TO RT-IDX
         END-PERFORM

         IF HK-CHANGED = "Y"
           PERFORM SAVE-RETENTION
           DISPLAY "RETENTION SETTINGS SAVED TO retain.dat."
           PERFORM SHOW-RETENTION
         END-IF.
       END-CHANGE-RETENTION.
         EXIT.

       APPLY-RETENTION-VALUE.
         PERFORM UNTIL HK-VALUE-RAW(4:1) NOT = SPACE
           MOVE HK-VALUE-RAW(3:1) TO HK-VALUE-RAW(4:1)
           MOVE HK-VALUE-RAW(2:1) TO HK-VALUE-RAW(3:1)
           MOVE HK-VALUE-RAW(1:1) TO HK-VALUE-RAW(2:1)
           MOVE "0" TO HK-VALUE-RAW(1:1)
         END-PERFORM
         INSPECT HK-VALUE-RAW REPLACING LEADING SPACE BY "0"
         IF HK-VALUE-RAW IS NOT NUMERIC
           DISPLAY "NOT A NUMBER - SETTING LEFT UNCHANGED."
         ELSE
           IF RT-T-UNIT(RT-IDX) = "D" AND HK-VALUE-RAW = "0000"
             DISPLAY "AT LEAST 1 DAY MUST BE KEPT - SETTING LEFT"
                     " UNCHANGED."
           ELSE
             MOVE HK-VALUE-RAW TO RT-T-VALUE(RT-IDX)
             MOVE "Y" TO HK-CHANGED
           END-IF
         END-IF.
       END-APPLY-RETENTION-VALUE.
         EXIT.

       LOAD-CATALOGUE.
         MOVE 0 TO NBAC
         OPEN INPUT ARCHIVE-CAT-FILE
         IF ARCHIVE-CAT-STATUS = "00"
           PERFORM UNTIL ARCHIVE-CAT-STATUS NOT = "00"
             READ ARCHIVE-CAT-FILE
               AT END
                 MOVE "10" TO ARCHIVE-CAT-STATUS
               NOT AT END
                 IF NBAC < 999
                   ADD 1 TO NBAC
                   MOVE AC-LIVE TO AC-T-LIVE(NBAC)
                   MOVE AC-ARCHIVE TO AC-T-ARCHIVE(NBAC)
                   MOVE AC-FROM TO AC-T-FROM(NBAC)
                   MOVE AC-TO TO AC-T-TO(NBAC)
                   MOVE AC-COUNT TO AC-T-COUNT(NBAC)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARCHIVE-CAT-FILE
         END-IF.
       END-LOAD-CATALOGUE.
         EXIT.

       SAVE-CATALOGUE.
         MOVE "N" TO AC-SAVED
         OPEN OUTPUT ARCHIVE-CAT-FILE
         MOVE ARCHIVE-CAT-STATUS TO AC-SAVE-STATUS
         IF ARCHIVE-CAT-STATUS = "00"
           MOVE "Y" TO AC-SAVED
           MOVE 1 TO AC-IDX
           PERFORM UNTIL AC-IDX = NBAC + 1
             MOVE AC-T-LIVE(AC-IDX) TO AC-LIVE
             MOVE AC-T-ARCHIVE(AC-IDX) TO AC-ARCHIVE
             MOVE AC-T-FROM(AC-IDX) TO AC-FROM
             MOVE AC-T-TO(AC-IDX) TO AC-TO
             MOVE AC-T-COUNT(AC-IDX) TO AC-COUNT
             WRITE ARCHIVE-CAT-RECORD
             IF ARCHIVE-CAT-STATUS NOT = "00"
               MOVE ARCHIVE-CAT-STATUS TO AC-SAVE-STATUS
               MOVE "N" TO AC-SAVED
               EXIT PERFORM
             END-IF
             ADD 1 TO AC-IDX
           END-PERFORM
           CLOSE ARCHIVE-CAT-FILE
         END-IF.
       END-SAVE-CATALOGUE.
         EXIT.

       LOAD-SEASONS.
         MOVE 0 TO NBSE
         OPEN INPUT SEASON-ARCHIVE-FILE
         IF SEASON-ARCHIVE-STATUS = "00"
           PERFORM UNTIL SEASON-ARCHIVE-STATUS NOT = "00"
             READ SEASON-ARCHIVE-FILE
               AT END
                 MOVE "10" TO SEASON-ARCHIVE-STATUS
               NOT AT END
                 PERFORM NOTE-SEASON-ROW
             END-READ
           END-PERFORM
           CLOSE SEASON-ARCHIVE-FILE
         END-IF.
       END-LOAD-SEASONS.
         EXIT.

       NOTE-SEASON-ROW.
         MOVE 0 TO SE-FOUND
         MOVE 1 TO SE-IDX
         PERFORM UNTIL SE-IDX = NBSE + 1
           IF SE-NAME(SE-IDX) = AR-SEASON
             MOVE SE-IDX TO SE-FOUND
             EXIT PERFORM
           END-IF
           ADD 1 TO SE-IDX
         END-PERFORM
         IF SE-FOUND = 0 AND NBSE < 99
           ADD 1 TO NBSE
           MOVE NBSE TO SE-FOUND
           MOVE AR-SEASON TO SE-NAME(SE-FOUND)
           MOVE AR-DATE TO SE-LAST(SE-FOUND)
         END-IF
         IF SE-FOUND NOT = 0
           IF AR-DATE > SE-LAST(SE-FOUND)
             MOVE AR-DATE TO SE-LAST(SE-FOUND)
           END-IF
         END-IF.
       END-NOTE-SEASON-ROW.
         EXIT.

       SET-CUTOFF.
         MOVE SPACE TO HK-CUTOFF
         MOVE SPACE TO HK-NOTE
         IF RT-T-UNIT(RT-IDX) = "S"
           IF RT-T-VALUE(RT-IDX) >= NBSE
             MOVE "FEWER CLOSED SEASONS THAN THE SETTING"
               TO HK-NOTE
           ELSE
             MOVE LOW-VALUE TO HK-CUTOFF
             MOVE 1 TO SE-IDX
             PERFORM UNTIL SE-IDX > NBSE - RT-T-VALUE(RT-IDX)
               IF SE-LAST(SE-IDX) > HK-CUTOFF
                 MOVE SE-LAST(SE-IDX) TO HK-CUTOFF
               END-IF
               ADD 1 TO SE-IDX
             END-PERFORM
           END-IF
         ELSE
           COMPUTE HK-CUT-INT = FUNCTION INTEGER-OF-DATE(HK-TODAY-N)
                                - RT-T-VALUE(RT-IDX)
           MOVE FUNCTION DATE-OF-INTEGER(HK-CUT-INT) TO HK-CUTOFF-N
           MOVE HK-CUTOFF-N TO HK-CUTOFF
         END-IF.
       END-SET-CUTOFF.
         EXIT.

       HOUSEKEEP-ONE-FILE.
         MOVE 0 TO HK-READ
         MOVE 0 TO HK-KEPT
         MOVE 0 TO HK-ARCHIVED
         MOVE SPACE TO HK-FROM
         MOVE SPACE TO HK-TO
         MOVE "N" TO HK-FAILED
         MOVE RT-T-FILE(RT-IDX) TO HK-LIVE-NAME
         MOVE SPACE TO HK-ARC-NAME
         STRING RT-T-PREFIX(RT-IDX) HK-TODAY ".arc"
           DELIMITED BY SIZE INTO HK-ARC-NAME
         END-STRING

         PERFORM SET-CUTOFF

         OPEN INPUT LIVE-FILE
         IF LIVE-FILE-STATUS NOT = "00"
           MOVE "LIVE FILE NOT FOUND - NOTHING TO DO" TO HK-NOTE
           MOVE SPACE TO HK-ARC-NAME
         ELSE
           CLOSE LIVE-FILE
           IF HK-CUTOFF = SPACE
             PERFORM COUNT-LIVE-FILE
             MOVE HK-READ TO HK-KEPT
             MOVE SPACE TO HK-ARC-NAME
           ELSE
             PERFORM COUNT-ARCHIVE-FILE
             MOVE HK-ARC-AFTER TO HK-ARC-BEFORE
             PERFORM SPLIT-LIVE-FILE
             IF HK-FAILED = "N" AND HK-ARCHIVED NOT = 0
               PERFORM VERIFY-ARCHIVE-FILE
             END-IF
             IF HK-FAILED = "N" AND HK-ARCHIVED NOT = 0
               PERFORM VERIFY-WORK-FILE
             END-IF
             IF HK-FAILED = "N" AND HK-ARCHIVED NOT = 0
               PERFORM NOTE-CATALOGUE
             END-IF
             IF HK-FAILED = "N" AND HK-ARCHIVED NOT = 0
               PERFORM COPY-WORK-TO-LIVE
             END-IF
             IF HK-FAILED = "N" AND HK-ARCHIVED NOT = 0
               ADD HK-ARCHIVED TO HK-TOTAL-ARCHIVED
             END-IF
             IF HK-ARCHIVED = 0
               MOVE SPACE TO HK-ARC-NAME
               IF HK-NOTE = SPACE
                 MOVE "NOTHING OLDER THAN THE CUTOFF" TO HK-NOTE
               END-IF
             END-IF
           END-IF
         END-IF

         IF HK-FAILED = "N" AND HK-READ NOT = HK-KEPT + HK-ARCHIVED
           MOVE "OUT OF BALANCE" TO HK-NOTE
           MOVE "Y" TO HK-FAILED
         END-IF
         IF HK-FAILED = "Y"
           MOVE 8 TO HK-RC
         END-IF

         MOVE RT-T-FILE(RT-IDX) TO HL-FILE
         MOVE RT-T-VALUE(RT-IDX) TO HL-VALUE
         IF RT-T-UNIT(RT-IDX) = "S"
           MOVE "SEAS" TO HL-UNIT
         ELSE
           MOVE "DAYS" TO HL-UNIT
         END-IF
         MOVE HK-CUTOFF TO HL-CUTOFF
         MOVE HK-READ TO HL-READ
         MOVE HK-KEPT TO HL-KEPT
         MOVE HK-ARCHIVED TO HL-ARCHIVED
         MOVE HK-ARC-NAME TO HL-ARCHIVE
         MOVE HK-NOTE TO HL-NOTE
         MOVE HK-LINE TO HK-OUT
         PERFORM WRITE-HK-LINE

         DISPLAY RT-T-FILE(RT-IDX) " READ " HK-READ " KEPT " HK-KEPT
                 " ARCHIVED " HK-ARCHIVED.
       END-HOUSEKEEP-ONE-FILE.
         EXIT.

       COUNT-LIVE-FILE.
         OPEN INPUT LIVE-FILE
         PERFORM UNTIL LIVE-FILE-STATUS NOT = "00"
           READ LIVE-FILE
             AT END
               MOVE "10" TO LIVE-FILE-STATUS
             NOT AT END
               ADD 1 TO HK-READ
           END-READ
         END-PERFORM
         CLOSE LIVE-FILE.
       END-COUNT-LIVE-FILE.
         EXIT.

       SPLIT-LIVE-FILE.
         OPEN OUTPUT WORK-FILE
         IF WORK-FILE-STATUS NOT = "00"
           MOVE "WORK FILE COULD NOT BE OPENED" TO HK-NOTE
           MOVE "Y" TO HK-FAILED
         ELSE
           OPEN EXTEND ARCHIVE-OUT-FILE
           IF ARCHIVE-OUT-STATUS NOT = "00"
             OPEN OUTPUT ARCHIVE-OUT-FILE
           END-IF
           IF ARCHIVE-OUT-STATUS NOT = "00"
             MOVE "ARCHIVE FILE COULD NOT BE OPENED" TO HK-NOTE
             MOVE "Y" TO HK-FAILED
             CLOSE WORK-FILE
           ELSE
             OPEN INPUT LIVE-FILE
             PERFORM UNTIL LIVE-FILE-STATUS NOT = "00"
               READ LIVE-FILE
                 AT END
                   MOVE "10" TO LIVE-FILE-STATUS
                 NOT AT END
                   PERFORM SPLIT-ONE-RECORD
               END-READ
             END-PERFORM
             CLOSE LIVE-FILE
             CLOSE ARCHIVE-OUT-FILE
             CLOSE WORK-FILE
           END-IF
         END-IF.
       END-SPLIT-LIVE-FILE.
         EXIT.

       SPLIT-ONE-RECORD.
         ADD 1 TO HK-READ
         MOVE LIVE-RECORD(RT-T-DATE-POS(RT-IDX):8) TO HK-LINE-DATE
         IF HK-LINE-DATE IS NUMERIC AND HK-LINE-DATE <= HK-CUTOFF
           MOVE LIVE-RECORD TO ARCHIVE-OUT-RECORD
           WRITE ARCHIVE-OUT-RECORD
           IF ARCHIVE-OUT-STATUS NOT = "00"
             IF HK-FAILED = "N"
               MOVE SPACE TO HK-NOTE
               STRING "ARCHIVE WRITE FAILED (STATUS "
                      ARCHIVE-OUT-STATUS ")"
                 DELIMITED BY SIZE INTO HK-NOTE
               END-STRING
             END-IF
             MOVE "Y" TO HK-FAILED
           ELSE
             ADD 1 TO HK-ARCHIVED
           END-IF
           IF HK-FROM = SPACE OR HK-LINE-DATE < HK-FROM
             MOVE HK-LINE-DATE TO HK-FROM
           END-IF
           IF HK-TO = SPACE OR HK-LINE-DATE > HK-TO
             MOVE HK-LINE-DATE TO HK-TO
           END-IF
         ELSE
           MOVE LIVE-RECORD TO WORK-RECORD
           WRITE WORK-RECORD
           IF WORK-FILE-STATUS NOT = "00"
             IF HK-FAILED = "N"
               MOVE SPACE TO HK-NOTE
               STRING "WORK FILE WRITE FAILED (STATUS "
                      WORK-FILE-STATUS ")"
                 DELIMITED BY SIZE INTO HK-NOTE
               END-STRING
             END-IF
             MOVE "Y" TO HK-FAILED
           ELSE
             ADD 1 TO HK-KEPT
           END-IF
         END-IF.
       END-SPLIT-ONE-RECORD.
         EXIT.

       COUNT-ARCHIVE-FILE.
         MOVE 0 TO HK-ARC-AFTER
         OPEN INPUT ARCHIVE-OUT-FILE
         IF ARCHIVE-OUT-STATUS = "00"
           PERFORM UNTIL ARCHIVE-OUT-STATUS NOT = "00"
             READ ARCHIVE-OUT-FILE
               AT END
                 MOVE "10" TO ARCHIVE-OUT-STATUS
               NOT AT END
                 ADD 1 TO HK-ARC-AFTER
             END-READ
           END-PERFORM
           CLOSE ARCHIVE-OUT-FILE
         END-IF.
       END-COUNT-ARCHIVE-FILE.
         EXIT.

       VERIFY-ARCHIVE-FILE.
         PERFORM COUNT-ARCHIVE-FILE
         IF HK-ARC-AFTER NOT = HK-ARC-BEFORE + HK-ARCHIVED
           MOVE "ARCHIVE READ BACK SHORT - LIVE FILE KEPT"
             TO HK-NOTE
           MOVE "Y" TO HK-FAILED
         END-IF.
       END-VERIFY-ARCHIVE-FILE.
         EXIT.

       VERIFY-WORK-FILE.
         MOVE 0 TO HK-COPIED
         OPEN INPUT WORK-FILE
         IF WORK-FILE-STATUS NOT = "00"
           MOVE "WORK FILE LOST - LIVE FILE NOT TRIMMED" TO HK-NOTE
           MOVE "Y" TO HK-FAILED
         ELSE
           PERFORM UNTIL WORK-FILE-STATUS NOT = "00"
             READ WORK-FILE
               AT END
                 MOVE "10" TO WORK-FILE-STATUS
               NOT AT END
                 ADD 1 TO HK-COPIED
             END-READ
           END-PERFORM
           CLOSE WORK-FILE
           IF HK-COPIED NOT = HK-KEPT
             MOVE "WORK FILE READ BACK SHORT - LIVE FILE KEPT"
               TO HK-NOTE
             MOVE "Y" TO HK-FAILED
           END-IF
         END-IF.
       END-VERIFY-WORK-FILE.
         EXIT.

       COPY-WORK-TO-LIVE.
         MOVE 0 TO HK-COPIED
         OPEN INPUT WORK-FILE
         OPEN OUTPUT LIVE-FILE
         IF LIVE-FILE-STATUS NOT = "00"
           MOVE SPACE TO HK-NOTE
           STRING "LIVE FILE NOT REOPENED (STATUS "
                  LIVE-FILE-STATUS ")"
             DELIMITED BY SIZE INTO HK-NOTE
           END-STRING
           MOVE "Y" TO HK-FAILED
           CLOSE WORK-FILE
         ELSE
           PERFORM UNTIL WORK-FILE-STATUS NOT = "00"
             READ WORK-FILE
               AT END
                 MOVE "10" TO WORK-FILE-STATUS
               NOT AT END
                 MOVE WORK-RECORD TO LIVE-RECORD
                 WRITE LIVE-RECORD
                 IF LIVE-FILE-STATUS NOT = "00"
                   MOVE "10" TO WORK-FILE-STATUS
                 ELSE
                   ADD 1 TO HK-COPIED
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LIVE-FILE
           CLOSE WORK-FILE
           IF HK-COPIED NOT = HK-KEPT
             MOVE "LIVE FILE REWRITE SHORT - CHECK BACKUP"
               TO HK-NOTE
             MOVE "Y" TO HK-FAILED
           END-IF
         END-IF.
       END-COPY-WORK-TO-LIVE.
         EXIT.

       NOTE-CATALOGUE.
         MOVE 0 TO AC-FOUND
         MOVE 1 TO AC-IDX
         PERFORM UNTIL AC-IDX = NBAC + 1
           IF AC-T-ARCHIVE(AC-IDX) = HK-ARC-NAME
             MOVE AC-IDX TO AC-FOUND
             EXIT PERFORM
           END-IF
           ADD 1 TO AC-IDX
         END-PERFORM

         MOVE NBAC TO AC-OLD-NBAC
         IF AC-FOUND NOT = 0
           MOVE AC-T-FROM(AC-FOUND) TO AC-OLD-FROM
           MOVE AC-T-TO(AC-FOUND) TO AC-OLD-TO
           MOVE AC-T-COUNT(AC-FOUND) TO AC-OLD-COUNT
         END-IF

         IF AC-FOUND = 0
           IF NBAC < 999
             ADD 1 TO NBAC
             MOVE NBAC TO AC-FOUND
             MOVE HK-LIVE-NAME TO AC-T-LIVE(AC-FOUND)
             MOVE HK-ARC-NAME TO AC-T-ARCHIVE(AC-FOUND)
             MOVE HK-FROM TO AC-T-FROM(AC-FOUND)
             MOVE HK-TO TO AC-T-TO(AC-FOUND)
             MOVE HK-ARCHIVED TO AC-T-COUNT(AC-FOUND)
           ELSE
             MOVE "CATALOGUE FULL - LIVE FILE KEPT" TO HK-NOTE
             MOVE "Y" TO HK-FAILED
           END-IF
         ELSE
           IF HK-FROM < AC-T-FROM(AC-FOUND)
             MOVE HK-FROM TO AC-T-FROM(AC-FOUND)
           END-IF
           IF HK-TO > AC-T-TO(AC-FOUND)
             MOVE HK-TO TO AC-T-TO(AC-FOUND)
           END-IF
           ADD HK-ARCHIVED TO AC-T-COUNT(AC-FOUND)
         END-IF

         IF HK-FAILED = "N"
           PERFORM SAVE-CATALOGUE
           IF AC-SAVED = "N"
             MOVE "CATALOGUE NOT SAVED - LIVE FILE KEPT" TO HK-NOTE
             MOVE "Y" TO HK-FAILED
             IF AC-OLD-NBAC = NBAC
               MOVE AC-OLD-FROM TO AC-T-FROM(AC-FOUND)
               MOVE AC-OLD-TO TO AC-T-TO(AC-FOUND)
               MOVE AC-OLD-COUNT TO AC-T-COUNT(AC-FOUND)
             ELSE
               MOVE AC-OLD-NBAC TO NBAC
             END-IF
             PERFORM LIST-CATALOGUE
           END-IF
         END-IF.
       END-NOTE-CATALOGUE.

       LIST-CATALOGUE.
         MOVE SPACE TO HK-OUT
         STRING "CATALOGUE NOT SAVED (STATUS " AC-SAVE-STATUS
                ") - archive.cat SHOULD HOLD THESE ARCHIVES:"
           DELIMITED BY SIZE INTO HK-OUT
         END-STRING
         PERFORM WRITE-HK-LINE
         MOVE 1 TO AC-IDX
         PERFORM UNTIL AC-IDX = NBAC + 1
           MOVE SPACE TO HK-OUT
           STRING "  " AC-T-LIVE(AC-IDX) " " AC-T-ARCHIVE(AC-IDX)
                  " " AC-T-FROM(AC-IDX) " " AC-T-TO(AC-IDX)
                  " " AC-T-COUNT(AC-IDX)
             DELIMITED BY SIZE INTO HK-OUT
           END-STRING
           PERFORM WRITE-HK-LINE
           ADD 1 TO AC-IDX
         END-PERFORM.
       END-LIST-CATALOGUE.
         EXIT.

       WRITE-HK-HEADINGS.
         ADD 1 TO RPT-PAGE
         MOVE "HACKME LEAGUE - HOUSEKEEPING" TO RH-TITLE
         MOVE HK-TODAY TO RH-DATE
         MOVE LS-OPER TO RH-OPER
         MOVE RPT-PAGE TO RH-PAGE

         MOVE RPT-HEAD TO HOUSEKP-REPORT-RECORD
         IF RPT-PAGE = 1
           WRITE HOUSEKP-REPORT-RECORD
         ELSE
           WRITE HOUSEKP-REPORT-RECORD AFTER ADVANCING PAGE
         END-IF
         MOVE SPACE TO HOUSEKP-REPORT-RECORD
         WRITE HOUSEKP-REPORT-RECORD
         MOVE 0 TO RPT-LINES.
       END-WRITE-HK-HEADINGS.
         EXIT.

       WRITE-HK-LINE.
         IF RPT-LINES >= 60
           PERFORM WRITE-HK-HEADINGS
         END-IF
         MOVE HK-OUT TO HOUSEKP-REPORT-RECORD
         WRITE HOUSEKP-REPORT-RECORD
         ADD 1 TO RPT-LINES.
       END-WRITE-HK-LINE.
         EXIT.

       END PROGRAM "housekp".
