       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTRBLD.

      * POINT-IN-TIME MASTER REBUILD FROM THE SORTAUDT JOURNAL.
      * STARTS FROM A BASELINE MASTER (SORTBASE - ANY SORTNEWM THE
      * UPDATE ONCE WROTE, OR AN EMPTY FILE TO REBUILD FROM THE
      * START OF THE JOURNAL) AND REPLAYS EVERY JOURNAL RECORD AFTER
      * THE BASELINE UP TO THE AS-OF DATE/TIME: AN ACTION THAT
      * CARRIES A NEW BALANCE SETS THE ACCOUNT TO IT, ADDED OPENS
      * THE ACCOUNT, CLOSED DROPS IT, AND AN ACTION WITH NO NEW
      * BALANCE (TX UNMATCHED, TX AFT CLOSE) LEAVES IT ALONE.  EACH
      * RECORD'S OLD BALANCE IS PROVED AGAINST THE REBUILT ONE AND
      * ANY THAT DOES NOT CHAIN IS LISTED ON RBLDRPT.
      * THE REBUILT MASTER GOES TO SORTRBM IN THE SORTNEWM LAYOUT -
      * HDR, ID:AMOUNT:P RECORDS IN ID SEQUENCE, TRL COUNT AND
      * TOTAL - SO IT CAN BE FED STRAIGHT BACK IN AS SORTMAST.  ITS
      * HDR CARRIES THE DATE/TIME OF THE LAST UPDATE RUN REPLAYED,
      * THE SAME STAMP THAT RUN PUT ON ITS OWN SORTNEWM, SO SORTRBM
      * CAN IN TURN BE THE BASELINE FOR A LATER REBUILD.
      * WHEN SORTCMPM IS SUPPLIED THE REBUILT MASTER IS COMPARED TO
      * IT ACCOUNT BY ACCOUNT AND EVERY DIFFERENCE IS LISTED - RUN
      * AGAINST THE CURRENT SORTNEWM, AS OF NOW, IT PROVES THE
      * JOURNAL COMPLETE.
      * RBLDCTL -
      *   POSITIONS 1-8   - AS-OF DATE, CCYYMMDD (REQUIRED)
      *   POSITIONS 10-17 - AS-OF TIME, HHMMSSTT - BLANK FOR THE
      *                     END OF THAT DAY
      *   POSITIONS 19-26 - BASELINE DATE AND 28-35 BASELINE TIME -
      *                     THE DATE/TIME OF THE UPDATE RUN THAT WROTE
      *                     SORTBASE, AS ITS SORTAUDT RECORDS SHOW IT.
      *                     SORTNEWM CARRIES NO HDR, SO A SORTNEWM
      *                     BASELINE NEEDS THEM; A SORTRBM BASELINE
      *                     SUPPLIES THEM FROM ITS HDR WHEN THEY ARE
      *                     BLANK.  WITH NEITHER, EVERY JOURNAL RECORD
      *                     UP TO THE AS-OF POINT IS REPLAYED.
      * RETURN CODE 12 WHEN THE JOURNAL DOES NOT CHAIN OR THE
      * COMPARE FINDS A DIFFERENCE, 16 WHEN THE REBUILD CANNOT RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CTL-FILE ASSIGN TO "RBLDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT WS-BASE-FILE ASSIGN TO "SORTBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.
           SELECT WS-AUDT-FILE ASSIGN TO "SORTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.
           SELECT WS-RBM-FILE ASSIGN TO "SORTRBM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBM-STATUS.
           SELECT WS-CMP-FILE ASSIGN TO "SORTCMPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-STATUS.
           SELECT WS-RPT-FILE ASSIGN TO "RBLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WS-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-CTL-REC              PIC X(80).

       FD  WS-BASE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-BASE-REC             PIC X(80).

       FD  WS-AUDT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  WS-AUDT-REC             PIC X(100).

       FD  WS-RBM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-RBM-REC              PIC X(80).

       FD  WS-CMP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-CMP-REC              PIC X(80).

       FD  WS-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS           PIC X(2).
       01  WS-BASE-STATUS          PIC X(2).
       01  WS-AUDT-STATUS          PIC X(2).
       01  WS-RBM-STATUS           PIC X(2).
       01  WS-CMP-STATUS           PIC X(2).
       01  WS-RPT-STATUS           PIC X(2).

       01  WS-ABORT-SW             PIC X(1)       VALUE "N".
           88 WS-ABORT                            VALUE "Y".

      * THE REBUILD POINT AND THE BASELINE IT STARTS FROM, EACH AS A
      * DATE AND TIME THAT COMPARE AS ONE 16-BYTE STAMP THE WAY THE
      * JOURNAL RECORDS THEM.
       01  WS-CTL-LINE             PIC X(80).
       01  WS-ASOF-STAMP.
           05 WS-ASOF-DATE         PIC X(8).
           05 WS-ASOF-TIME         PIC X(8).
       01  WS-BASE-STAMP.
           05 WS-BASE-DATE         PIC X(8).
           05 WS-BASE-TIME         PIC X(8).
       01  WS-LAST-STAMP.
           05 WS-LAST-DATE         PIC X(8).
           05 WS-LAST-TIME         PIC X(8).
       01  WS-JRN-STAMP.
           05 WS-JRN-DATE          PIC X(8).
           05 WS-JRN-TIME          PIC X(8).

      * A MASTER FILE READ - SORTBASE OR SORTCMPM - PARSED, WITH ITS
      * EOF SWITCH AND SEQUENCE GUARD.
       01  WS-MAST-LINE            PIC X(80).
       01  WS-MAST-EOF-SW          PIC X(1).
           88 WS-MAST-EOF                         VALUE "Y".
       01  WS-MAST-ID              PIC X(10).
       01  WS-MAST-AMT             PIC S9(9)V99 COMP-3.
       01  WS-MAST-PREV-ID         PIC X(10).
       01  WS-MAST-REC-NO          PIC S9(7) COMP-3.

      * THE SORTAUDT RECORD AS MERGESORT LAYS IT OUT - SEE THE
      * WS-AUDT-OUT DESCRIPTION THERE FOR THE COLUMN MAP - AND ITS
      * OLD AND NEW AMOUNT COLUMNS PARSED.  A BLANK COLUMN IS ONE
      * THAT DOES NOT APPLY TO THE ACTION.
       01  WS-AUDT-EOF-SW          PIC X(1)       VALUE "N".
           88 WS-AUDT-EOF                         VALUE "Y".
       01  WS-AUDT-IN.
           05 WS-AUDT-DATE         PIC X(8).
           05 FILLER               PIC X(1).
           05 WS-AUDT-TIME         PIC X(8).
           05 FILLER               PIC X(1).
           05 WS-AUDT-ID           PIC X(10).
           05 FILLER               PIC X(1).
           05 WS-AUDT-OLD          PIC X(13).
           05 FILLER               PIC X(1).
           05 WS-AUDT-APP          PIC X(13).
           05 FILLER               PIC X(1).
           05 WS-AUDT-NEW          PIC X(13).
           05 FILLER               PIC X(1).
           05 WS-AUDT-ACTION       PIC X(14).
           05 FILLER               PIC X(15).
       01  WS-JRN-OLD              PIC S9(9)V99 COMP-3.
       01  WS-JRN-NEW              PIC S9(9)V99 COMP-3.

      * ONE ENTRY PER ACCOUNT ON THE BASELINE OR IN THE REPLAYED
      * JOURNAL, HELD IN ID SEQUENCE.  STATE IS N (NOT YET OPEN), O
      * (OPEN) OR C (CLOSED); ONLY THE OPEN ONES GO TO SORTRBM.
       01  WS-AC-MAX               PIC S9(7) COMP-3 VALUE 20000.
       01  WS-AC-TABLE.
           05 WS-AC-ENT OCCURS 20000.
              07 WS-AC-ID          PIC X(10).
              07 WS-AC-STATE       PIC X(1).
              07 WS-AC-BAL         PIC S9(13)V99 COMP-3.
       01  WS-AC-CT                PIC S9(7) COMP-3 VALUE 0.
       01  WS-AX                   PIC S9(7) COMP-3.
       01  WS-AC-LO                PIC S9(7) COMP-3.
       01  WS-AC-HI                PIC S9(7) COMP-3.
       01  WS-AC-MID               PIC S9(7) COMP-3.
       01  WS-AC-FOUND-SW          PIC X(1).
           88 WS-AC-FOUND                         VALUE "Y".
       01  WS-FIND-ID              PIC X(10).

      * ONE RECORD'S TOKEN AND ITS PARSE RESULT - THE SAME
      * ID:AMOUNT:CODE LAYOUT MERGESORT WRITES, THE AMOUNT WITH AN
      * OPTIONAL SIGN AND DECIMAL POINT.
       01  WS-TOK                  PIC X(30).
       01  WS-PARSE-OK-SW          PIC X(1).
           88 WS-PARSE-OK                         VALUE "Y".
       01  WS-PARSE-ID             PIC X(10).
       01  WS-PARSE-AMT            PIC S9(9)V99 COMP-3.
       01  WS-PARSE-TC             PIC X(1).
           88 WS-PARSE-TC-VALID                   VALUES "A" "P"
                                                         "R" "C".
       01  WS-PARSE-ID-TOK         PIC X(30).
       01  WS-PARSE-AMT-TOK        PIC X(30).
       01  WS-PARSE-TC-TOK         PIC X(30).
       01  WS-COLON-CT             PIC S9(2) COMP-3.
       01  WS-PARSE-CENTS          PIC S9(11) COMP-3.
       01  WS-PARSE-DIGIT          PIC 9(1).
       01  WS-PARSE-DIGIT-CT       PIC S9(2) COMP-3.
       01  WS-PARSE-DEC-CT         PIC S9(2) COMP-3.
       01  WS-PARSE-DEC-SW         PIC X(1).
       01  WS-PARSE-SIGN           PIC S9(1) COMP-3.
       01  WS-PP                   PIC S9(2) COMP-3.

      * RUN COUNTS AND TOTALS.
       01  WS-BASE-CT              PIC S9(7) COMP-3 VALUE 0.
       01  WS-BASE-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-JRN-CT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-JRN-PRIOR-CT         PIC S9(7) COMP-3 VALUE 0.
       01  WS-JRN-AFTER-CT         PIC S9(7) COMP-3 VALUE 0.
       01  WS-JRN-REPLAY-CT        PIC S9(7) COMP-3 VALUE 0.
       01  WS-JRN-OPEN-CT          PIC S9(7) COMP-3 VALUE 0.
       01  WS-JRN-SET-CT           PIC S9(7) COMP-3 VALUE 0.
       01  WS-JRN-CLOSE-CT         PIC S9(7) COMP-3 VALUE 0.
       01  WS-JRN-NOBAL-CT         PIC S9(7) COMP-3 VALUE 0.
       01  WS-BREAK-CT             PIC S9(7) COMP-3 VALUE 0.
       01  WS-RBM-CT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-RBM-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CMP-SW               PIC X(1)       VALUE "N".
           88 WS-CMP-PRESENT                      VALUE "Y".
       01  WS-CMP-CT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-CMP-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DIFF-CT              PIC S9(7) COMP-3 VALUE 0.
       01  WS-BREAK-REASON         PIC X(36).
       01  WS-DIFF-REASON          PIC X(36).
       01  WS-DISP-CT              PIC ZZZZZZ9.
       01  WS-DISP-BAL             PIC -(10)9.99.
       01  WS-DISP-TOTAL           PIC -(13)9.99.

      * SORTRBM - THE SAME RECORD LAYOUTS MERGESORT WRITES TO
      * SORTNEWM.
       01  WS-OUT-DET.
           05 WS-OUT-ID            PIC X(10).
           05 FILLER               PIC X(1)  VALUE ":".
           05 WS-OUT-AMT           PIC +9(9).99.
           05 FILLER               PIC X(1)  VALUE ":".
           05 WS-OUT-TC            PIC X(1)  VALUE "P".
           05 FILLER               PIC X(54) VALUE SPACES.
       01  WS-OUT-HDR.
           05 FILLER               PIC X(3)  VALUE "HDR".
           05 WS-OUT-HDR-DATE      PIC X(8).
           05 WS-OUT-HDR-TIME      PIC X(8).
           05 FILLER               PIC X(61) VALUE SPACES.
       01  WS-OUT-TRL.
           05 FILLER               PIC X(3)  VALUE "TRL".
           05 WS-OUT-TRL-CT        PIC 9(9).
           05 WS-OUT-TRL-AMT       PIC S9(13)V99 SIGN LEADING
                                   SEPARATE.
           05 FILLER               PIC X(52) VALUE SPACES.

      * RBLDRPT LINES.
       01  WS-RPT-HDR-LINE.
           05 FILLER               PIC X(32) VALUE
               "MASTER REBUILD FROM JOURNAL".
           05 FILLER               PIC X(6)  VALUE "AS OF ".
           05 WS-RPT-HDR-DATE      PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RPT-HDR-TIME      PIC X(8).
           05 FILLER               PIC X(77) VALUE SPACES.
       01  WS-RPT-TITLE-LINE.
           05 WS-RPT-TITLE         PIC X(60).
           05 FILLER               PIC X(72) VALUE SPACES.
       01  WS-RPT-BRK-HDR-LINE.
           05 FILLER               PIC X(10) VALUE "DATE".
           05 FILLER               PIC X(10) VALUE "TIME".
           05 FILLER               PIC X(12) VALUE "ID".
           05 FILLER               PIC X(16) VALUE "ACTION".
           05 FILLER               PIC X(16) VALUE "       REBUILT".
           05 FILLER               PIC X(16) VALUE "   JOURNAL OLD".
           05 FILLER               PIC X(36) VALUE "REASON".
           05 FILLER               PIC X(16) VALUE SPACES.
       01  WS-RPT-BRK-LINE.
           05 WS-RPT-BRK-DATE      PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-BRK-TIME      PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-BRK-ID        PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-BRK-ACTION    PIC X(14).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-BRK-REBUILT   PIC X(14).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-BRK-OLD       PIC X(14).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-BRK-RSN       PIC X(36).
           05 FILLER               PIC X(16) VALUE SPACES.
       01  WS-RPT-DIFF-HDR-LINE.
           05 FILLER               PIC X(12) VALUE "ID".
           05 FILLER               PIC X(16) VALUE "       REBUILT".
           05 FILLER               PIC X(16) VALUE "      SORTCMPM".
           05 FILLER               PIC X(16) VALUE "    DIFFERENCE".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(36) VALUE "REASON".
           05 FILLER               PIC X(34) VALUE SPACES.
       01  WS-RPT-DIFF-LINE.
           05 WS-RPT-DIFF-ID       PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-DIFF-RBM      PIC X(14).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-DIFF-CMP      PIC X(14).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-DIFF-AMT      PIC X(14).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WS-RPT-DIFF-RSN      PIC X(36).
           05 FILLER               PIC X(34) VALUE SPACES.
       01  WS-DIFF-AMT             PIC S9(13)V99 COMP-3.
       01  WS-RECAP-LINE.
           05 WS-RECAP-LABEL       PIC X(36).
           05 WS-RECAP-VALUE       PIC X(20).
           05 FILLER               PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       MAIN-000.
           PERFORM READ-CONTROL.
           IF WS-ABORT
               GO TO MAIN-999
           END-IF.
           OPEN INPUT WS-BASE-FILE.
           IF WS-BASE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTBASE - FILE STATUS "
                   WS-BASE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-999
           END-IF.
           OPEN INPUT WS-AUDT-FILE.
           IF WS-AUDT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTAUDT - FILE STATUS "
                   WS-AUDT-STATUS
               CLOSE WS-BASE-FILE
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-999
           END-IF.
           OPEN OUTPUT WS-RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RBLDRPT - FILE STATUS "
                   WS-RPT-STATUS
               CLOSE WS-BASE-FILE
               CLOSE WS-AUDT-FILE
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-999
           END-IF.
           MOVE WS-ASOF-DATE TO WS-RPT-HDR-DATE.
           MOVE WS-ASOF-TIME TO WS-RPT-HDR-TIME.
           WRITE WS-RPT-LINE FROM WS-RPT-HDR-LINE.
           PERFORM LOAD-BASELINE.
           CLOSE WS-BASE-FILE.
           IF NOT WS-ABORT
               PERFORM REPLAY-JOURNAL
           END-IF.
           CLOSE WS-AUDT-FILE.
           IF NOT WS-ABORT
               PERFORM WRITE-REBUILT-MASTER
           END-IF.
           IF NOT WS-ABORT
               PERFORM COMPARE-MASTER
           END-IF.
           IF NOT WS-ABORT
               PERFORM WRITE-RECAP
           END-IF.
           CLOSE WS-RPT-FILE.
       MAIN-999.
           STOP RUN.

       READ-CONTROL SECTION.
       RC-010.
      * THE AS-OF POINT, AND THE BASELINE POINT IF ONE IS GIVEN, OFF
      * RBLDCTL.  THERE IS NO DEFAULT AS-OF DATE - A MISSING OR BAD
      * CARD STOPS THE RUN.
           OPEN INPUT WS-CTL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RBLDCTL - FILE STATUS "
                   WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO RC-999
           END-IF.
           MOVE SPACES TO WS-CTL-LINE.
           READ WS-CTL-FILE INTO WS-CTL-LINE
               AT END
                   MOVE SPACES TO WS-CTL-LINE
           END-READ.
           CLOSE WS-CTL-FILE.
           MOVE WS-CTL-LINE(1:8) TO WS-ASOF-DATE.
           MOVE WS-CTL-LINE(10:8) TO WS-ASOF-TIME.
           IF WS-ASOF-TIME = SPACES
               MOVE "99999999" TO WS-ASOF-TIME
           END-IF.
           MOVE WS-CTL-LINE(19:8) TO WS-BASE-DATE.
           MOVE WS-CTL-LINE(28:8) TO WS-BASE-TIME.
           IF WS-BASE-DATE = SPACES
               MOVE ZEROS TO WS-BASE-DATE
           END-IF.
           IF WS-BASE-TIME = SPACES
               MOVE ZEROS TO WS-BASE-TIME
           END-IF.
           IF WS-ASOF-DATE NOT NUMERIC OR WS-ASOF-TIME NOT NUMERIC
                   OR WS-BASE-DATE NOT NUMERIC
                   OR WS-BASE-TIME NOT NUMERIC
               DISPLAY "BAD RBLDCTL CARD: " WS-CTL-LINE(1:40)
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
           END-IF.
       RC-999.
           EXIT.

       LOAD-BASELINE SECTION.
       LB-010.
      * SORTBASE INTO THE ACCOUNT TABLE, EVERY ACCOUNT OPEN.  THE
      * REPLAY STARTS AFTER THE BASELINE POINT ON THE CARD OR, WITH
      * NONE THERE, AFTER THE STAMP ON THE SORTBASE HDR RECORD.  A
      * BASELINE LATER THAN THE AS-OF POINT CANNOT BE ROLLED BACK.
           MOVE "N" TO WS-MAST-EOF-SW.
           MOVE LOW-VALUES TO WS-MAST-PREV-ID.
           MOVE 0 TO WS-MAST-REC-NO.
           PERFORM UNTIL WS-MAST-EOF OR WS-ABORT
               READ WS-BASE-FILE INTO WS-MAST-LINE
                   AT END
                       SET WS-MAST-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-BASE-RECORD
               END-READ
           END-PERFORM.
           IF WS-ABORT
               GO TO LB-999
           END-IF.
           IF WS-BASE-STAMP > WS-ASOF-STAMP
               DISPLAY "SORTBASE " WS-BASE-DATE " " WS-BASE-TIME
                   " IS LATER THAN THE AS-OF POINT - REBUILD STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO LB-999
           END-IF.
           MOVE WS-BASE-STAMP TO WS-LAST-STAMP.
           MOVE "BASELINE" TO WS-RPT-TITLE.
           WRITE WS-RPT-LINE FROM SPACES.
           WRITE WS-RPT-LINE FROM WS-RPT-TITLE-LINE.
           MOVE "BASELINE DATE/TIME" TO WS-RECAP-LABEL.
           MOVE SPACES TO WS-RECAP-VALUE.
           IF WS-BASE-STAMP = ZEROS
               MOVE "START OF JOURNAL" TO WS-RECAP-VALUE
           ELSE
               STRING WS-BASE-DATE " " WS-BASE-TIME
                   DELIMITED BY SIZE INTO WS-RECAP-VALUE
               END-STRING
           END-IF.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "BASELINE ACCOUNTS" TO WS-RECAP-LABEL.
           MOVE WS-BASE-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "BASELINE BALANCE TOTAL" TO WS-RECAP-LABEL.
           MOVE WS-BASE-TOTAL TO WS-DISP-TOTAL.
           MOVE WS-DISP-TOTAL TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
       LB-999.
           EXIT.

       LOAD-BASE-RECORD SECTION.
       LR-010.
      * ONE SORTBASE RECORD.  THE HDR STAMP IS THE BASELINE POINT
      * WHEN THE CARD GAVE NONE; THE TRL AND BLANK LINES ARE SKIPPED.
           ADD 1 TO WS-MAST-REC-NO.
           IF WS-MAST-LINE(1:3) = "HDR"
               IF WS-MAST-LINE(4:16) NUMERIC
                       AND WS-BASE-STAMP = ZEROS
                   MOVE WS-MAST-LINE(4:16) TO WS-BASE-STAMP
               END-IF
               GO TO LR-999
           END-IF.
           IF WS-MAST-LINE(1:3) = "TRL" OR WS-MAST-LINE = SPACES
               GO TO LR-999
           END-IF.
           MOVE WS-MAST-LINE(1:30) TO WS-TOK.
           PERFORM PARSE-TOKEN.
           IF NOT WS-PARSE-OK OR WS-PARSE-ID = SPACES
                   OR WS-PARSE-TC NOT = "P"
               DISPLAY "BAD SORTBASE RECORD AT " WS-MAST-REC-NO
                   " - REBUILD STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO LR-999
           END-IF.
           IF WS-PARSE-ID NOT > WS-MAST-PREV-ID
               DISPLAY "SORTBASE OUT OF ID SEQUENCE AT "
                   WS-MAST-REC-NO " - REBUILD STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO LR-999
           END-IF.
           MOVE WS-PARSE-ID TO WS-MAST-PREV-ID.
           IF WS-AC-CT >= WS-AC-MAX
               DISPLAY "MORE THAN " WS-AC-MAX
                   " ACCOUNTS - REBUILD STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO LR-999
           END-IF.
           ADD 1 TO WS-AC-CT.
           MOVE WS-PARSE-ID TO WS-AC-ID(WS-AC-CT).
           MOVE "O" TO WS-AC-STATE(WS-AC-CT).
           MOVE WS-PARSE-AMT TO WS-AC-BAL(WS-AC-CT).
           ADD 1 TO WS-BASE-CT.
           ADD WS-PARSE-AMT TO WS-BASE-TOTAL.
       LR-999.
           EXIT.

       REPLAY-JOURNAL SECTION.
       RJ-010.
      * THE ONE PASS OVER SORTAUDT.  RECORDS AT OR BEFORE THE
      * BASELINE ARE ALREADY IN IT AND RECORDS PAST THE AS-OF POINT
      * ARE LATER THAN THE MASTER WANTED - BOTH ARE ONLY COUNTED.
           MOVE "JOURNAL RECORDS THAT DO NOT CHAIN" TO WS-RPT-TITLE.
           WRITE WS-RPT-LINE FROM SPACES.
           WRITE WS-RPT-LINE FROM WS-RPT-TITLE-LINE.
           WRITE WS-RPT-LINE FROM WS-RPT-BRK-HDR-LINE.
           PERFORM UNTIL WS-AUDT-EOF OR WS-ABORT
               READ WS-AUDT-FILE INTO WS-AUDT-IN
                   AT END
                       SET WS-AUDT-EOF TO TRUE
                   NOT AT END
                       PERFORM REPLAY-ENTRY
               END-READ
           END-PERFORM.
           IF WS-BREAK-CT = 0 AND NOT WS-ABORT
               MOVE "  NONE" TO WS-RPT-TITLE
               WRITE WS-RPT-LINE FROM WS-RPT-TITLE-LINE
           END-IF.
       RJ-999.
           EXIT.

       REPLAY-ENTRY SECTION.
       RE-010.
      * ONE JOURNAL RECORD AGAINST ITS ACCOUNT.
           ADD 1 TO WS-JRN-CT.
           IF WS-AUDT-IN = SPACES
               GO TO RE-999
           END-IF.
           IF WS-AUDT-ID = SPACES OR WS-AUDT-DATE NOT NUMERIC
                   OR WS-AUDT-TIME NOT NUMERIC
               GO TO RE-900
           END-IF.
           MOVE WS-AUDT-DATE TO WS-JRN-DATE.
           MOVE WS-AUDT-TIME TO WS-JRN-TIME.
           IF WS-JRN-STAMP NOT > WS-BASE-STAMP
               ADD 1 TO WS-JRN-PRIOR-CT
               GO TO RE-999
           END-IF.
           IF WS-JRN-STAMP > WS-ASOF-STAMP
               ADD 1 TO WS-JRN-AFTER-CT
               GO TO RE-999
           END-IF.
           MOVE 0 TO WS-JRN-OLD WS-JRN-NEW.
           IF WS-AUDT-OLD NOT = SPACES
               MOVE WS-AUDT-OLD TO WS-TOK
               PERFORM PARSE-TOKEN
               IF NOT WS-PARSE-OK
                   GO TO RE-900
               END-IF
               MOVE WS-PARSE-AMT TO WS-JRN-OLD
           END-IF.
           IF WS-AUDT-NEW NOT = SPACES
               MOVE WS-AUDT-NEW TO WS-TOK
               PERFORM PARSE-TOKEN
               IF NOT WS-PARSE-OK
                   GO TO RE-900
               END-IF
               MOVE WS-PARSE-AMT TO WS-JRN-NEW
           END-IF.
           ADD 1 TO WS-JRN-REPLAY-CT.
           IF WS-JRN-STAMP > WS-LAST-STAMP
               MOVE WS-JRN-STAMP TO WS-LAST-STAMP
           END-IF.
           MOVE WS-AUDT-ID TO WS-FIND-ID.
           PERFORM FIND-ACCOUNT.
           IF WS-ABORT
               GO TO RE-999
           END-IF.
      * THE OLD BALANCE THE UPDATE SAW MUST BE THE ONE REBUILT SO FAR.
           MOVE SPACES TO WS-BREAK-REASON.
           IF WS-AUDT-OLD NOT = SPACES
               EVALUATE WS-AC-STATE(WS-AX)
                   WHEN "N"
                       MOVE "ACCOUNT NOT ON BASELINE OR ADDED"
                           TO WS-BREAK-REASON
                   WHEN "C"
                       MOVE "ACCOUNT ALREADY CLOSED"
                           TO WS-BREAK-REASON
                   WHEN OTHER
                       IF WS-JRN-OLD NOT = WS-AC-BAL(WS-AX)
                           MOVE "OLD BALANCE DOES NOT CHAIN"
                               TO WS-BREAK-REASON
                       END-IF
               END-EVALUATE
           END-IF.
           IF WS-AUDT-ACTION = "ADDED" AND WS-AC-STATE(WS-AX) = "O"
               MOVE "ADDED BUT ALREADY OPEN" TO WS-BREAK-REASON
           END-IF.
           IF WS-BREAK-REASON NOT = SPACES
               PERFORM WRITE-BREAK
           END-IF.
      * NOW THE ACTION ITSELF.
           EVALUATE TRUE
               WHEN WS-AUDT-ACTION = "CLOSED"
                   MOVE "C" TO WS-AC-STATE(WS-AX)
                   MOVE 0 TO WS-AC-BAL(WS-AX)
                   ADD 1 TO WS-JRN-CLOSE-CT
               WHEN WS-AUDT-NEW = SPACES
                   ADD 1 TO WS-JRN-NOBAL-CT
               WHEN WS-AUDT-ACTION = "ADDED"
                   MOVE "O" TO WS-AC-STATE(WS-AX)
                   MOVE WS-JRN-NEW TO WS-AC-BAL(WS-AX)
                   ADD 1 TO WS-JRN-OPEN-CT
               WHEN OTHER
                   MOVE "O" TO WS-AC-STATE(WS-AX)
                   MOVE WS-JRN-NEW TO WS-AC-BAL(WS-AX)
                   ADD 1 TO WS-JRN-SET-CT
           END-EVALUATE.
           GO TO RE-999.
       RE-900.
           DISPLAY "BAD SORTAUDT RECORD AT " WS-JRN-CT
               " - REBUILD STOPPED".
           MOVE 16 TO RETURN-CODE.
           SET WS-ABORT TO TRUE.
       RE-999.
           EXIT.

       WRITE-BREAK SECTION.
       WB-010.
      * ONE JOURNAL RECORD THAT DOES NOT CHAIN TO THE REBUILT
      * ACCOUNT.  THE REPLAY STILL TAKES ITS NEW BALANCE, SO ONE
      * MISSING RECORD IS LISTED ONCE AND NOT ON EVERY LATER NIGHT.
           ADD 1 TO WS-BREAK-CT.
           MOVE WS-AUDT-DATE TO WS-RPT-BRK-DATE.
           MOVE WS-AUDT-TIME TO WS-RPT-BRK-TIME.
           MOVE WS-AUDT-ID TO WS-RPT-BRK-ID.
           MOVE WS-AUDT-ACTION TO WS-RPT-BRK-ACTION.
           MOVE SPACES TO WS-RPT-BRK-REBUILT WS-RPT-BRK-OLD.
           IF WS-AC-STATE(WS-AX) = "O"
               MOVE WS-AC-BAL(WS-AX) TO WS-DISP-BAL
               MOVE WS-DISP-BAL TO WS-RPT-BRK-REBUILT
           END-IF.
           IF WS-AUDT-OLD NOT = SPACES
               MOVE WS-JRN-OLD TO WS-DISP-BAL
               MOVE WS-DISP-BAL TO WS-RPT-BRK-OLD
           END-IF.
           MOVE WS-BREAK-REASON TO WS-RPT-BRK-RSN.
           WRITE WS-RPT-LINE FROM WS-RPT-BRK-LINE.
       WB-999.
           EXIT.

       FIND-ACCOUNT SECTION.
       FA-010.
      * BINARY SEARCH OF THE ACCOUNT TABLE FOR WS-FIND-ID, LEAVING
      * WS-AX ON IT.  AN ID THE TABLE HAS NOT SEEN IS INSERTED IN
      * SEQUENCE BY MOVING EVERYTHING ABOVE IT UP ONE.
           MOVE "N" TO WS-AC-FOUND-SW.
           MOVE 1 TO WS-AC-LO.
           MOVE WS-AC-CT TO WS-AC-HI.
           PERFORM UNTIL WS-AC-LO > WS-AC-HI OR WS-AC-FOUND
               COMPUTE WS-AC-MID = (WS-AC-LO + WS-AC-HI) / 2
               EVALUATE TRUE
                   WHEN WS-AC-ID(WS-AC-MID) = WS-FIND-ID
                       SET WS-AC-FOUND TO TRUE
                       MOVE WS-AC-MID TO WS-AX
                   WHEN WS-AC-ID(WS-AC-MID) < WS-FIND-ID
                       COMPUTE WS-AC-LO = WS-AC-MID + 1
                   WHEN OTHER
                       COMPUTE WS-AC-HI = WS-AC-MID - 1
               END-EVALUATE
           END-PERFORM.
           IF WS-AC-FOUND
               GO TO FA-999
           END-IF.
           IF WS-AC-CT >= WS-AC-MAX
               DISPLAY "MORE THAN " WS-AC-MAX
                   " ACCOUNTS - REBUILD STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO FA-999
           END-IF.
           MOVE WS-AC-LO TO WS-AX.
           MOVE WS-AC-CT TO WS-AC-MID.
           PERFORM UNTIL WS-AC-MID < WS-AX
               MOVE WS-AC-ENT(WS-AC-MID) TO WS-AC-ENT(WS-AC-MID + 1)
               SUBTRACT 1 FROM WS-AC-MID
           END-PERFORM.
           ADD 1 TO WS-AC-CT.
           MOVE WS-FIND-ID TO WS-AC-ID(WS-AX).
           MOVE "N" TO WS-AC-STATE(WS-AX).
           MOVE 0 TO WS-AC-BAL(WS-AX).
       FA-999.
           EXIT.

       WRITE-REBUILT-MASTER SECTION.
       WM-010.
      * EVERY OPEN ACCOUNT TO SORTRBM IN ID SEQUENCE BETWEEN THE HDR
      * AND TRL.
           OPEN OUTPUT WS-RBM-FILE.
           IF WS-RBM-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTRBM - FILE STATUS "
                   WS-RBM-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO WM-999
           END-IF.
           MOVE WS-LAST-DATE TO WS-OUT-HDR-DATE.
           MOVE WS-LAST-TIME TO WS-OUT-HDR-TIME.
           WRITE WS-RBM-REC FROM WS-OUT-HDR.
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-AC-CT
               IF WS-AC-STATE(WS-AX) = "O"
                   MOVE WS-AC-ID(WS-AX) TO WS-OUT-ID
                   MOVE WS-AC-BAL(WS-AX) TO WS-OUT-AMT
                   WRITE WS-RBM-REC FROM WS-OUT-DET
                   ADD 1 TO WS-RBM-CT
                   ADD WS-AC-BAL(WS-AX) TO WS-RBM-TOTAL
               END-IF
           END-PERFORM.
           MOVE WS-RBM-CT TO WS-OUT-TRL-CT.
           MOVE WS-RBM-TOTAL TO WS-OUT-TRL-AMT.
           WRITE WS-RBM-REC FROM WS-OUT-TRL.
           CLOSE WS-RBM-FILE.
       WM-999.
           EXIT.

       COMPARE-MASTER SECTION.
       CM-010.
      * THE REBUILT ACCOUNTS AGAINST SORTCMPM, BOTH IN ID SEQUENCE,
      * AS A MATCHED MERGE.  NO SORTCMPM MEANS NO COMPARE.
           OPEN INPUT WS-CMP-FILE.
           IF WS-CMP-STATUS = "35"
               GO TO CM-999
           END-IF.
           IF WS-CMP-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTCMPM - FILE STATUS "
                   WS-CMP-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO CM-999
           END-IF.
           SET WS-CMP-PRESENT TO TRUE.
           MOVE "COMPARISON WITH SORTCMPM" TO WS-RPT-TITLE.
           WRITE WS-RPT-LINE FROM SPACES.
           WRITE WS-RPT-LINE FROM WS-RPT-TITLE-LINE.
           WRITE WS-RPT-LINE FROM WS-RPT-DIFF-HDR-LINE.
           MOVE "N" TO WS-MAST-EOF-SW.
           MOVE LOW-VALUES TO WS-MAST-PREV-ID.
           MOVE 0 TO WS-MAST-REC-NO.
           PERFORM READ-COMPARE.
           MOVE 1 TO WS-AX.
           PERFORM NEXT-OPEN-ACCOUNT.
           PERFORM UNTIL WS-ABORT
                   OR (WS-MAST-EOF AND WS-AX > WS-AC-CT)
               EVALUATE TRUE
                   WHEN WS-MAST-EOF
                       PERFORM ONLY-ON-REBUILD
                   WHEN WS-AX > WS-AC-CT
                       PERFORM ONLY-ON-COMPARE
                   WHEN WS-AC-ID(WS-AX) < WS-MAST-ID
                       PERFORM ONLY-ON-REBUILD
                   WHEN WS-AC-ID(WS-AX) > WS-MAST-ID
                       PERFORM ONLY-ON-COMPARE
                   WHEN OTHER
                       IF WS-AC-BAL(WS-AX) NOT = WS-MAST-AMT
                           MOVE "BALANCE DIFFERS" TO WS-DIFF-REASON
                           PERFORM WRITE-DIFFERENCE
                       END-IF
                       ADD 1 TO WS-AX
                       PERFORM NEXT-OPEN-ACCOUNT
                       PERFORM READ-COMPARE
               END-EVALUATE
           END-PERFORM.
           CLOSE WS-CMP-FILE.
           IF WS-DIFF-CT = 0 AND NOT WS-ABORT
               MOVE "  NONE - REBUILT MASTER AGREES WITH SORTCMPM"
                   TO WS-RPT-TITLE
               WRITE WS-RPT-LINE FROM WS-RPT-TITLE-LINE
           END-IF.
       CM-999.
           EXIT.

       ONLY-ON-REBUILD SECTION.
       OR-010.
           MOVE "ON REBUILT MASTER ONLY" TO WS-DIFF-REASON.
           PERFORM WRITE-DIFFERENCE.
           ADD 1 TO WS-AX.
           PERFORM NEXT-OPEN-ACCOUNT.
       OR-999.
           EXIT.

       ONLY-ON-COMPARE SECTION.
       OC-010.
           MOVE "ON SORTCMPM ONLY" TO WS-DIFF-REASON.
           PERFORM WRITE-DIFFERENCE.
           PERFORM READ-COMPARE.
       OC-999.
           EXIT.

       NEXT-OPEN-ACCOUNT SECTION.
       NO-010.
      * MOVE WS-AX FORWARD TO THE NEXT OPEN ACCOUNT, OR PAST THE END.
           PERFORM UNTIL WS-AX > WS-AC-CT
                   OR WS-AC-STATE(WS-AX) = "O"
               ADD 1 TO WS-AX
           END-PERFORM.
       NO-999.
           EXIT.

       WRITE-DIFFERENCE SECTION.
       WD-010.
      * ONE ACCOUNT WHERE THE REBUILT MASTER AND SORTCMPM DISAGREE.
      * A BALANCE COLUMN IS BLANK WHERE THAT SIDE HAS NO ACCOUNT.
           ADD 1 TO WS-DIFF-CT.
           MOVE SPACES TO WS-RPT-DIFF-RBM WS-RPT-DIFF-CMP.
           EVALUATE WS-DIFF-REASON
               WHEN "ON REBUILT MASTER ONLY"
                   MOVE WS-AC-ID(WS-AX) TO WS-RPT-DIFF-ID
                   MOVE WS-AC-BAL(WS-AX) TO WS-DISP-BAL
                   MOVE WS-DISP-BAL TO WS-RPT-DIFF-RBM
                   MOVE WS-AC-BAL(WS-AX) TO WS-DIFF-AMT
               WHEN "ON SORTCMPM ONLY"
                   MOVE WS-MAST-ID TO WS-RPT-DIFF-ID
                   MOVE WS-MAST-AMT TO WS-DISP-BAL
                   MOVE WS-DISP-BAL TO WS-RPT-DIFF-CMP
                   COMPUTE WS-DIFF-AMT = 0 - WS-MAST-AMT
               WHEN OTHER
                   MOVE WS-AC-ID(WS-AX) TO WS-RPT-DIFF-ID
                   MOVE WS-AC-BAL(WS-AX) TO WS-DISP-BAL
                   MOVE WS-DISP-BAL TO WS-RPT-DIFF-RBM
                   MOVE WS-MAST-AMT TO WS-DISP-BAL
                   MOVE WS-DISP-BAL TO WS-RPT-DIFF-CMP
                   COMPUTE WS-DIFF-AMT =
                       WS-AC-BAL(WS-AX) - WS-MAST-AMT
           END-EVALUATE.
           MOVE WS-DIFF-AMT TO WS-DISP-BAL.
           MOVE WS-DISP-BAL TO WS-RPT-DIFF-AMT.
           MOVE WS-DIFF-REASON TO WS-RPT-DIFF-RSN.
           WRITE WS-RPT-LINE FROM WS-RPT-DIFF-LINE.
       WD-999.
           EXIT.

       READ-COMPARE SECTION.
       RD-010.
      * NEXT DATA RECORD OFF SORTCMPM, SKIPPING HDR/TRL AND BLANKS,
      * WITH THE ID-SEQUENCE GUARD.
           READ WS-CMP-FILE INTO WS-MAST-LINE
               AT END
                   SET WS-MAST-EOF TO TRUE
                   GO TO RD-999
           END-READ.
           ADD 1 TO WS-MAST-REC-NO.
           IF WS-MAST-LINE(1:3) = "HDR" OR WS-MAST-LINE(1:3) = "TRL"
                   OR WS-MAST-LINE = SPACES
               GO TO RD-010
           END-IF.
           MOVE WS-MAST-LINE(1:30) TO WS-TOK.
           PERFORM PARSE-TOKEN.
           IF NOT WS-PARSE-OK OR WS-PARSE-ID = SPACES
               DISPLAY "BAD SORTCMPM RECORD AT " WS-MAST-REC-NO
                   " - COMPARE STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               SET WS-MAST-EOF TO TRUE
               GO TO RD-999
           END-IF.
           MOVE WS-PARSE-ID TO WS-MAST-ID.
           MOVE WS-PARSE-AMT TO WS-MAST-AMT.
           IF WS-MAST-ID NOT > WS-MAST-PREV-ID
               DISPLAY "SORTCMPM OUT OF ID SEQUENCE AT "
                   WS-MAST-REC-NO " - COMPARE STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               SET WS-MAST-EOF TO TRUE
               GO TO RD-999
           END-IF.
           MOVE WS-MAST-ID TO WS-MAST-PREV-ID.
           ADD 1 TO WS-CMP-CT.
           ADD WS-MAST-AMT TO WS-CMP-TOTAL.
       RD-999.
           EXIT.

       WRITE-RECAP SECTION.
       WR-010.
      * RUN-LEVEL RECAP AT THE FOOT OF RBLDRPT AND THE RETURN CODE.
           MOVE "REBUILD RECAP" TO WS-RPT-TITLE.
           WRITE WS-RPT-LINE FROM SPACES.
           WRITE WS-RPT-LINE FROM WS-RPT-TITLE-LINE.
           MOVE "JOURNAL RECORDS READ" TO WS-RECAP-LABEL.
           MOVE WS-JRN-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "  AT OR BEFORE THE BASELINE" TO WS-RECAP-LABEL.
           MOVE WS-JRN-PRIOR-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "  AFTER THE AS-OF POINT" TO WS-RECAP-LABEL.
           MOVE WS-JRN-AFTER-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "  REPLAYED" TO WS-RECAP-LABEL.
           MOVE WS-JRN-REPLAY-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "    ACCOUNTS OPENED" TO WS-RECAP-LABEL.
           MOVE WS-JRN-OPEN-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "    BALANCES SET" TO WS-RECAP-LABEL.
           MOVE WS-JRN-SET-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "    ACCOUNTS CLOSED" TO WS-RECAP-LABEL.
           MOVE WS-JRN-CLOSE-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "    NO BALANCE EFFECT" TO WS-RECAP-LABEL.
           MOVE WS-JRN-NOBAL-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "JOURNAL RECORDS THAT DO NOT CHAIN" TO WS-RECAP-LABEL.
           MOVE WS-BREAK-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "SORTRBM HDR DATE/TIME" TO WS-RECAP-LABEL.
           MOVE SPACES TO WS-RECAP-VALUE.
           STRING WS-LAST-DATE " " WS-LAST-TIME
               DELIMITED BY SIZE INTO WS-RECAP-VALUE
           END-STRING.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "SORTRBM ACCOUNTS" TO WS-RECAP-LABEL.
           MOVE WS-RBM-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "SORTRBM BALANCE TOTAL" TO WS-RECAP-LABEL.
           MOVE WS-RBM-TOTAL TO WS-DISP-TOTAL.
           MOVE WS-DISP-TOTAL TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           IF WS-CMP-PRESENT
               MOVE "SORTCMPM ACCOUNTS" TO WS-RECAP-LABEL
               MOVE WS-CMP-CT TO WS-DISP-CT
               MOVE WS-DISP-CT TO WS-RECAP-VALUE
               WRITE WS-RPT-LINE FROM WS-RECAP-LINE
               MOVE "SORTCMPM BALANCE TOTAL" TO WS-RECAP-LABEL
               MOVE WS-CMP-TOTAL TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-RECAP-VALUE
               WRITE WS-RPT-LINE FROM WS-RECAP-LINE
               MOVE "ACCOUNTS THAT DIFFER" TO WS-RECAP-LABEL
               MOVE WS-DIFF-CT TO WS-DISP-CT
               MOVE WS-DISP-CT TO WS-RECAP-VALUE
               WRITE WS-RPT-LINE FROM WS-RECAP-LINE
           ELSE
               MOVE "NO SORTCMPM - NO COMPARISON MADE"
                   TO WS-RECAP-LABEL
               MOVE SPACES TO WS-RECAP-VALUE
               WRITE WS-RPT-LINE FROM WS-RECAP-LINE
           END-IF.
           MOVE WS-RBM-CT TO WS-DISP-CT.
           DISPLAY "MASTER REBUILD COMPLETE - " WS-DISP-CT
               " ACCOUNTS TO SORTRBM - SEE RBLDRPT".
           IF WS-BREAK-CT > 0
               MOVE WS-BREAK-CT TO WS-DISP-CT
               DISPLAY "JOURNAL DOES NOT CHAIN AT " WS-DISP-CT
                   " RECORDS - SEE RBLDRPT"
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF WS-DIFF-CT > 0
               MOVE WS-DIFF-CT TO WS-DISP-CT
               DISPLAY "REBUILT MASTER DIFFERS FROM SORTCMPM ON "
                   WS-DISP-CT " ACCOUNTS - SEE RBLDRPT"
               MOVE 12 TO RETURN-CODE
           END-IF.
       WR-999.
           EXIT.

       PARSE-TOKEN SECTION.
       PT-010.
      * PARSE ONE ID:AMOUNT:CODE TOKEN THE WAY MERGESORT'S
      * EDIT-TOKEN DOES - AN OPTIONAL SIGN, UP TO NINE WHOLE
      * DIGITS, AN OPTIONAL DECIMAL POINT WITH UP TO TWO DECIMAL
      * DIGITS, AND AN OPTIONAL A/P/R/C CODE DEFAULTING TO "P".
           MOVE "N" TO WS-PARSE-OK-SW.
           MOVE SPACES TO WS-PARSE-ID-TOK.
           MOVE SPACES TO WS-PARSE-AMT-TOK.
           MOVE SPACES TO WS-PARSE-TC-TOK.
           MOVE "P" TO WS-PARSE-TC.
           MOVE 0 TO WS-COLON-CT.
           INSPECT WS-TOK TALLYING WS-COLON-CT FOR ALL ":".
           IF WS-COLON-CT > 2
               GO TO PT-999
           END-IF.
           IF WS-COLON-CT >= 1
               UNSTRING WS-TOK DELIMITED BY ":"
                     INTO WS-PARSE-ID-TOK WS-PARSE-AMT-TOK
                          WS-PARSE-TC-TOK
               END-UNSTRING
               IF WS-PARSE-ID-TOK(11:20) NOT = SPACES
                   GO TO PT-999
               END-IF
               IF WS-PARSE-AMT-TOK = SPACES
                   GO TO PT-999
               END-IF
           ELSE
               MOVE WS-TOK TO WS-PARSE-AMT-TOK
           END-IF.
           IF WS-COLON-CT = 2
               IF WS-PARSE-TC-TOK(2:29) NOT = SPACES
                   GO TO PT-999
               END-IF
               MOVE WS-PARSE-TC-TOK(1:1) TO WS-PARSE-TC
               IF NOT WS-PARSE-TC-VALID
                   GO TO PT-999
               END-IF
           END-IF.
           MOVE WS-PARSE-ID-TOK(1:10) TO WS-PARSE-ID.
       PT-020.
           MOVE 0 TO WS-PARSE-CENTS.
           MOVE 0 TO WS-PARSE-DIGIT-CT.
           MOVE 0 TO WS-PARSE-DEC-CT.
           MOVE "N" TO WS-PARSE-DEC-SW.
           MOVE 1 TO WS-PARSE-SIGN.
           MOVE 1 TO WS-PP.
           IF WS-PARSE-AMT-TOK(1:1) = "+"
               MOVE 2 TO WS-PP
           END-IF.
           IF WS-PARSE-AMT-TOK(1:1) = "-"
               MOVE -1 TO WS-PARSE-SIGN
               MOVE 2 TO WS-PP
           END-IF.
           PERFORM UNTIL WS-PP > 30
                   OR WS-PARSE-AMT-TOK(WS-PP:1) = SPACE
               IF WS-PARSE-AMT-TOK(WS-PP:1) IS NUMERIC
                   IF WS-PARSE-DEC-SW = "Y"
                       IF WS-PARSE-DEC-CT >= 2
                           GO TO PT-999
                       END-IF
                       MOVE WS-PARSE-AMT-TOK(WS-PP:1)
                           TO WS-PARSE-DIGIT
                       COMPUTE WS-PARSE-CENTS =
                           WS-PARSE-CENTS * 10 + WS-PARSE-DIGIT
                       ADD 1 TO WS-PARSE-DEC-CT
                   ELSE
                       IF WS-PARSE-DIGIT-CT >= 9
                           GO TO PT-999
                       END-IF
                       MOVE WS-PARSE-AMT-TOK(WS-PP:1)
                           TO WS-PARSE-DIGIT
                       COMPUTE WS-PARSE-CENTS =
                           WS-PARSE-CENTS * 10 + WS-PARSE-DIGIT
                       ADD 1 TO WS-PARSE-DIGIT-CT
                   END-IF
               ELSE
                   IF WS-PARSE-AMT-TOK(WS-PP:1) = "."
                           AND WS-PARSE-DEC-SW = "N"
                       MOVE "Y" TO WS-PARSE-DEC-SW
                   ELSE
                       GO TO PT-999
                   END-IF
               END-IF
               ADD 1 TO WS-PP
           END-PERFORM.
           IF WS-PARSE-DIGIT-CT = 0 AND WS-PARSE-DEC-CT = 0
               GO TO PT-999
           END-IF.
           IF WS-PP <= 30
               IF WS-PARSE-AMT-TOK(WS-PP:) NOT = SPACES
                   GO TO PT-999
               END-IF
           END-IF.
           EVALUATE WS-PARSE-DEC-CT
               WHEN 0
                   MOVE WS-PARSE-CENTS TO WS-PARSE-AMT
               WHEN 1
                   COMPUTE WS-PARSE-AMT = WS-PARSE-CENTS / 10
               WHEN 2
                   COMPUTE WS-PARSE-AMT = WS-PARSE-CENTS / 100
           END-EVALUATE.
           COMPUTE WS-PARSE-AMT = WS-PARSE-AMT * WS-PARSE-SIGN.
           MOVE "Y" TO WS-PARSE-OK-SW.
       PT-999.
           EXIT.
