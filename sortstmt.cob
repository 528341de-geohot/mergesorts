      * MERGESORT USES AND FLAGS ANY ACCOUNT WHOSE COMPUTED CLOSING
      * BALANCE DISAGREES WITH SORTNEWM, SO A STATEMENT CAN NEVER
      * QUIETLY SHOW A NUMBER THE MASTER DOESN'T.
      * SORTPROF, WHEN PRESENT, IS READ ALONGSIDE SO A TRANSACTION
      * THE ACCOUNT'S PROFILE REFUSED PRINTS AS REFUSED AND LEAVES
      * THE RUNNING BALANCE WHERE IT WAS.
      * RUN AFTER A MERGESORT UPDATE RUN (SORTCTL POSITION 5 = Y) -
      * SORTOUT MUST BE IN ID SEQUENCE, WHICH UPDATE MODE FORCES.

           SELECT WS-STM-FILE ASSIGN TO "STMTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.
           SELECT WS-PROF-FILE ASSIGN TO "SORTPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-STM-LINE             PIC X(132).

       FD  WS-PROF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-PROF-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MAST-STATUS          PIC X(2).
       01  WS-TX-STATUS            PIC X(2).
       01  WS-NEWM-STATUS          PIC X(2).
       01  WS-STM-STATUS           PIC X(2).
       01  WS-PROF-STATUS          PIC X(2).

       01  WS-ABORT-SW             PIC X(1)       VALUE "N".
           88 WS-ABORT                            VALUE "Y".
       01  WS-NEWM-PREV-ID         PIC X(10).
       01  WS-NEWM-REC-NO          PIC S9(7) COMP-3.

      * THE ACCOUNT PROFILES - SEE MERGESORT FOR THE LAYOUT AND THE
      * RULES.  NO SORTPROF MEANS NO ACCOUNT HAS A PROFILE.
       01  WS-PROF-OPEN-SW         PIC X(1)       VALUE "N".
       01  WS-PROF-EOF-SW          PIC X(1).
           88 WS-PROF-EOF                         VALUE "Y".
       01  WS-PROF-REC-NO          PIC S9(7) COMP-3.
       01  WS-PROF-ID              PIC X(10).
       01  WS-PROF-PREV-ID         PIC X(10).
       01  WS-PROF-STAT            PIC X(1).
           88 WS-PROF-STAT-VALID                  VALUES "A" "F" "R".
       01  WS-PROF-FLOOR-SW        PIC X(1).
           88 WS-PROF-FLOOR-VALID                 VALUES "Y" "N".
       01  WS-PROF-FLOOR           PIC S9(9)V99 COMP-3.
       01  WS-PRF-HIT-SW           PIC X(1).
           88 WS-PRF-HIT                          VALUE "Y".
       01  WS-PRF-STAT             PIC X(1).
           88 WS-PRF-FROZEN                       VALUE "F".
           88 WS-PRF-RESTRICTED                   VALUE "R".
       01  WS-PRF-FLOOR-SW         PIC X(1).
           88 WS-PRF-HAS-FLOOR                    VALUE "Y".
       01  WS-PRF-FLOOR            PIC S9(9)V99 COMP-3.
       01  WS-PRF-REFUSE-SW        PIC X(1).
           88 WS-PRF-REFUSED                      VALUE "Y".

      * THE RUN DATE OFF THE SORTOUT HDR RECORD, FOR THE STATEMENT
      * HEADINGS.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-STMT-CT              PIC S9(7) COMP-3 VALUE 0.
       01  WS-STMT-TX-CT           PIC S9(7) COMP-3 VALUE 0.
       01  WS-MISMATCH-CT          PIC S9(7) COMP-3 VALUE 0.
       01  WS-REFUSE-CT            PIC S9(7) COMP-3 VALUE 0.
       01  WS-DISP-CT              PIC ZZZZZZ9.
       01  WS-DISP-BAL             PIC -(10)9.99.

               MOVE 16 TO RETURN-CODE
               GO TO MAIN-999
           END-IF.
           OPEN INPUT WS-PROF-FILE.
           IF WS-PROF-STATUS = "35"
               SET WS-PROF-EOF TO TRUE
           ELSE
               IF WS-PROF-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN SORTPROF - FILE STATUS "
                       WS-PROF-STATUS
                   CLOSE WS-TX-FILE
                   CLOSE WS-MAST-FILE
                   CLOSE WS-NEWM-FILE
                   CLOSE WS-STM-FILE
                   MOVE 16 TO RETURN-CODE
                   GO TO MAIN-999
               END-IF
               MOVE "Y" TO WS-PROF-OPEN-SW
               MOVE "N" TO WS-PROF-EOF-SW
           END-IF.
           MOVE SPACES TO WS-RUN-DATE.
           MOVE 0 TO WS-MAST-REC-NO WS-TX-REC-NO WS-NEWM-REC-NO.
           MOVE LOW-VALUES TO WS-MAST-PREV-ID WS-TX-PREV-ID
           PERFORM READ-MAST.
           PERFORM READ-TX.
           PERFORM READ-NEWM.
           MOVE 0 TO WS-PROF-REC-NO.
           MOVE LOW-VALUES TO WS-PROF-PREV-ID.
           IF NOT WS-PROF-EOF
               PERFORM READ-PROF
           END-IF.
           PERFORM UNTIL WS-TX-EOF OR WS-ABORT
               PERFORM BUILD-STATEMENT
           END-PERFORM.
           CLOSE WS-MAST-FILE.
           CLOSE WS-NEWM-FILE.
           CLOSE WS-STM-FILE.
           IF WS-PROF-OPEN-SW = "Y"
               CLOSE WS-PROF-FILE
           END-IF.
           MOVE WS-STMT-CT TO WS-DISP-CT.
           IF NOT WS-ABORT
               DISPLAY "STATEMENT RUN COMPLETE - " WS-DISP-CT
                   OR WS-NEWM-ID >= WS-STM-ID
               PERFORM READ-NEWM
           END-PERFORM.
           PERFORM UNTIL WS-PROF-EOF OR WS-ABORT
                   OR WS-PROF-ID >= WS-STM-ID
               PERFORM READ-PROF
           END-PERFORM.
           IF WS-ABORT
               GO TO BS-999
           END-IF.
           IF WS-ABORT
               GO TO BS-999
           END-IF.
           IF NOT WS-PROF-EOF AND WS-PROF-ID = WS-STM-ID
               SET WS-PRF-HIT TO TRUE
               MOVE WS-PROF-STAT TO WS-PRF-STAT
               MOVE WS-PROF-FLOOR-SW TO WS-PRF-FLOOR-SW
               MOVE WS-PROF-FLOOR TO WS-PRF-FLOOR
           ELSE
               MOVE "N" TO WS-PRF-HIT-SW
               MOVE "A" TO WS-PRF-STAT
               MOVE "N" TO WS-PRF-FLOOR-SW
               MOVE 0 TO WS-PRF-FLOOR
           END-IF.
           MOVE "N" TO WS-CLOSED-SW.
           MOVE 0 TO WS-RUN-ADD-I.
           IF NOT WS-MAST-EOF AND WS-MAST-ID = WS-STM-ID
      * USES.  THE ACCOUNT IS ALWAYS OPEN BY THE TIME THIS RUNS -
      * ANY OPENING ADD WAS APPLIED UP FRONT - SO AN "A" HERE IS
      * ALWAYS AN ADD AGAINST AN EXISTING ACCOUNT, NOT APPLIED.
      * A TRANSACTION THE PROFILE BARS PRINTS AS REFUSED WITH THE
      * BALANCE UNCHANGED.
           ADD 1 TO WS-STMT-TX-CT.
           MOVE WS-RUN-NUM(WS-RX) TO WS-DISP-BAL.
           MOVE WS-DISP-BAL TO WS-STM-DET-AMT.
               WRITE WS-STM-LINE FROM WS-STM-DET-LINE
               GO TO SX-999
           END-IF.
           PERFORM CHECK-PROFILE.
           IF WS-PRF-REFUSED
               ADD 1 TO WS-REFUSE-CT
               MOVE "REFUSED BY PROFILE" TO WS-STM-DET-TYPE
               MOVE WS-BAL TO WS-DISP-BAL
               MOVE WS-DISP-BAL TO WS-STM-DET-BAL
               WRITE WS-STM-LINE FROM WS-STM-DET-LINE
               GO TO SX-999
           END-IF.
           EVALUATE WS-RUN-TC(WS-RX)
               WHEN "P"
                   IF WS-BAL + WS-RUN-NUM(WS-RX) > 999999999.99 OR
       SX-999.
           EXIT.

       CHECK-PROFILE SECTION.
       PC-010.
      * THE SAME REFUSAL RULES MERGESORT'S CHECK-PROFILE APPLIES -
      * FROZEN BARS POST, REPLACE AND CLOSE; RESTRICTED BARS A DEBIT
      * POST, A REPLACE THAT LOWERS THE BALANCE AND A CLOSE; A
      * FLOOR BARS A DEBIT POST OR A REPLACE THAT WOULD LEAVE THE
      * BALANCE BELOW IT.  AN ADD IS NEVER REFUSED.
           MOVE "N" TO WS-PRF-REFUSE-SW.
           IF NOT WS-PRF-HIT OR WS-RUN-TC(WS-RX) = "A"
               GO TO PC-999
           END-IF.
           IF WS-PRF-FROZEN
               SET WS-PRF-REFUSED TO TRUE
               GO TO PC-999
           END-IF.
           IF WS-PRF-RESTRICTED
               EVALUATE TRUE
                   WHEN WS-RUN-TC(WS-RX) = "P"
                           AND WS-RUN-NUM(WS-RX) < 0
                       SET WS-PRF-REFUSED TO TRUE
                   WHEN WS-RUN-TC(WS-RX) = "R"
                           AND WS-RUN-NUM(WS-RX) < WS-BAL
                       SET WS-PRF-REFUSED TO TRUE
                   WHEN WS-RUN-TC(WS-RX) = "C"
                       SET WS-PRF-REFUSED TO TRUE
               END-EVALUATE
               IF WS-PRF-REFUSED
                   GO TO PC-999
               END-IF
           END-IF.
           IF WS-PRF-HAS-FLOOR
               EVALUATE TRUE
                   WHEN WS-RUN-TC(WS-RX) = "P"
                           AND WS-RUN-NUM(WS-RX) < 0
                           AND WS-BAL + WS-RUN-NUM(WS-RX)
                               < WS-PRF-FLOOR
                       SET WS-PRF-REFUSED TO TRUE
                   WHEN WS-RUN-TC(WS-RX) = "R"
                           AND WS-RUN-NUM(WS-RX) < WS-PRF-FLOOR
                       SET WS-PRF-REFUSED TO TRUE
               END-EVALUATE
           END-IF.
       PC-999.
           EXIT.

       WRITE-CLOSING SECTION.
       WC-010.
      * CLOSE THE STATEMENT OUT.  A CLOSED ACCOUNT SAYS SO INSTEAD
           MOVE WS-STMT-TX-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-STM-LINE FROM WS-RECAP-LINE.
           MOVE "TRANSACTIONS REFUSED" TO WS-RECAP-LABEL.
           MOVE WS-REFUSE-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-STM-LINE FROM WS-RECAP-LINE.
           MOVE "CLOSING MISMATCHES" TO WS-RECAP-LABEL.
           MOVE WS-MISMATCH-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
       RN-999.
           EXIT.

       READ-PROF SECTION.
       RP-010.
      * NEXT PROFILE OFF SORTPROF, SKIPPING HDR/TRL AND BLANKS, WITH
      * THE ID-SEQUENCE GUARD.
           READ WS-PROF-FILE INTO WS-PROF-REC
               AT END
                   SET WS-PROF-EOF TO TRUE
                   GO TO RP-999
           END-READ.
           ADD 1 TO WS-PROF-REC-NO.
           IF WS-PROF-REC(1:3) = "HDR" OR WS-PROF-REC(1:3) = "TRL"
                   OR WS-PROF-REC = SPACES
               GO TO RP-010
           END-IF.
           MOVE WS-PROF-REC(1:10) TO WS-PROF-ID.
           MOVE WS-PROF-REC(12:1) TO WS-PROF-STAT.
           MOVE WS-PROF-REC(14:1) TO WS-PROF-FLOOR-SW.
           MOVE WS-PROF-REC(16:13) TO WS-TOK.
           PERFORM PARSE-TOKEN.
           IF WS-PROF-ID = SPACES OR NOT WS-PROF-STAT-VALID
                   OR NOT WS-PROF-FLOOR-VALID OR NOT WS-PARSE-OK
               DISPLAY "BAD SORTPROF RECORD AT " WS-PROF-REC-NO
                   " - STATEMENTS STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               SET WS-PROF-EOF TO TRUE
               GO TO RP-999
           END-IF.
           MOVE WS-PARSE-AMT TO WS-PROF-FLOOR.
           IF WS-PROF-ID NOT > WS-PROF-PREV-ID
               DISPLAY "SORTPROF OUT OF ID SEQUENCE AT "
                   WS-PROF-REC-NO " - STATEMENTS STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               SET WS-PROF-EOF TO TRUE
               GO TO RP-999
           END-IF.
           MOVE WS-PROF-ID TO WS-PROF-PREV-ID.
       RP-999.
           EXIT.

       PARSE-TOKEN SECTION.
       PT-010.
      * PARSE ONE ID:AMOUNT:CODE TOKEN THE WAY MERGESORT'S
