      * BALANCING REPORT AND ANY BREAK AT ALL SETS RETURN CODE 12,
      * SO THE SCHEDULER CAN HOLD DISTRIBUTION OF SORTNEWM INSTEAD
      * OF LETTING A CUSTOMER FIND THE BREAK FIRST.
      * SORTPROF, WHEN PRESENT, IS READ THE SAME WAY THE UPDATE READS
      * IT SO A TRANSACTION THE ACCOUNT'S PROFILE REFUSED IS NOT
      * EXPECTED ON SORTNEWM.
      * RUN AFTER A MERGESORT UPDATE RUN (SORTCTL POSITION 5 = Y).

       ENVIRONMENT DIVISION.
           SELECT WS-RPT-FILE ASSIGN TO "RECNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT WS-PROF-FILE ASSIGN TO "SORTPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-RPT-LINE             PIC X(132).

       FD  WS-PROF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-PROF-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MAST-STATUS          PIC X(2).
       01  WS-TX-STATUS            PIC X(2).
       01  WS-NEWM-STATUS          PIC X(2).
       01  WS-RPT-STATUS           PIC X(2).
       01  WS-PROF-STATUS          PIC X(2).

       01  WS-ABORT-SW             PIC X(1)       VALUE "N".
           88 WS-ABORT                            VALUE "Y".
       01  WS-NEWM-TRL-AMT         PIC S9(13)V99 COMP-3.
       01  WS-TRL-RAW              PIC 9(15).

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

      * ONE ID'S GATHERED TRANSACTION RUN, AND THE DERIVED OUTCOME
      * FOR THE ACCOUNT UNDER THE SAME RULES MERGESORT APPLIES.
       01  WS-RUN-MAX              PIC S9(5) COMP-3 VALUE 2000.
       01  WS-ADD-CT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-CLOSE-CT             PIC S9(7) COMP-3 VALUE 0.
       01  WS-UNTX-CT              PIC S9(7) COMP-3 VALUE 0.
       01  WS-REFUSE-CT            PIC S9(7) COMP-3 VALUE 0.
       01  WS-EXP-CT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-EXP-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-BREAK-CT             PIC S9(7) COMP-3 VALUE 0.
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
                   CLOSE WS-MAST-FILE
                   CLOSE WS-TX-FILE
                   CLOSE WS-NEWM-FILE
                   CLOSE WS-RPT-FILE
                   MOVE 16 TO RETURN-CODE
                   GO TO MAIN-999
               END-IF
               MOVE "Y" TO WS-PROF-OPEN-SW
               MOVE "N" TO WS-PROF-EOF-SW
           END-IF.
           WRITE WS-RPT-LINE FROM WS-RPT-HDR1.
           WRITE WS-RPT-LINE FROM WS-BRK-COL-HDR-LINE.
           MOVE 0 TO WS-MAST-REC-NO WS-TX-REC-NO WS-NEWM-REC-NO.
           MOVE LOW-VALUES TO WS-MAST-PREV-ID WS-TX-PREV-ID
               WS-NEWM-PREV-ID.
           MOVE "N" TO WS-MAST-EOF-SW WS-TX-EOF-SW WS-NEWM-EOF-SW.
           MOVE 0 TO WS-PROF-REC-NO.
           MOVE LOW-VALUES TO WS-PROF-PREV-ID.
           PERFORM READ-MAST.
           PERFORM READ-TX.
           PERFORM READ-NEWM.
           IF NOT WS-PROF-EOF
               PERFORM READ-PROF
           END-IF.
           PERFORM UNTIL (WS-MAST-EOF AND WS-TX-EOF)
                   OR WS-ABORT
               PERFORM PROVE-ACCOUNT
           CLOSE WS-TX-FILE.
           CLOSE WS-NEWM-FILE.
           CLOSE WS-RPT-FILE.
           IF WS-PROF-OPEN-SW = "Y"
               CLOSE WS-PROF-FILE
           END-IF.
           IF WS-ABORT
               GO TO MAIN-999
           END-IF.
           IF WS-ABORT
               GO TO PA-999
           END-IF.
           PERFORM FIND-PROFILE.
           IF WS-ABORT
               GO TO PA-999
           END-IF.
           PERFORM DERIVE-OUTCOME.
           PERFORM CHECK-NEWM.
       PA-999.
      * RE-APPLY THE GATHERED RUN TO THE OPENING BALANCE BY THE
      * SAME RULES MERGESORT'S MASTER UPDATE USES, LEAVING
      * WS-EXP-PRESENT-SW AND WS-EXP-BAL SAYING WHAT SORTNEWM MUST
      * SHOW, AND BUMPING THE TIE-OUT COUNTS.  A TRANSACTION THE
      * ACCOUNT'S PROFILE BARS IS REFUSED AND LEAVES THE BALANCE.
           MOVE "N" TO WS-CLOSED-SW.
           IF WS-RUN-CT = 0
      * A MASTER WITH NO ACTIVITY - CARRIED FORWARD UNCHANGED.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RUN-CT
               IF WS-RX NOT = WS-RUN-ADD-I AND NOT WS-CLOSED
                   PERFORM CHECK-PROFILE
                   IF WS-PRF-REFUSED
                       ADD 1 TO WS-REFUSE-CT
                   ELSE
                       PERFORM APPLY-EXPECTED
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CLOSED
       DO-999.
           EXIT.

       APPLY-EXPECTED SECTION.
       AE-010.
      * ONE TRANSACTION AT WS-RX APPLIED TO THE EXPECTED BALANCE.
           EVALUATE WS-RUN-TC(WS-RX)
               WHEN "P"
                   IF WS-EXP-BAL + WS-RUN-NUM(WS-RX)
                               <= 999999999.99
                           AND WS-EXP-BAL +
                               WS-RUN-NUM(WS-RX)
                               >= -999999999.99
                       ADD WS-RUN-NUM(WS-RX) TO WS-EXP-BAL
                   END-IF
               WHEN "R"
                   MOVE WS-RUN-NUM(WS-RX) TO WS-EXP-BAL
               WHEN "C"
                   SET WS-CLOSED TO TRUE
               WHEN "A"
                   CONTINUE
           END-EVALUATE.
       AE-999.
           EXIT.

       FIND-PROFILE SECTION.
       PF-010.
      * BRING SORTPROF UP TO WS-CUR-ID AND PUT THAT ACCOUNT'S
      * PROFILE IN FORCE - ACTIVE WITH NO FLOOR WHEN IT HAS NONE.
           PERFORM UNTIL WS-PROF-EOF OR WS-PROF-ID >= WS-CUR-ID
               PERFORM READ-PROF
           END-PERFORM.
           IF NOT WS-PROF-EOF AND WS-PROF-ID = WS-CUR-ID
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
       PF-999.
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
                           AND WS-RUN-NUM(WS-RX) < WS-EXP-BAL
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
                           AND WS-EXP-BAL + WS-RUN-NUM(WS-RX)
                               < WS-PRF-FLOOR
                       SET WS-PRF-REFUSED TO TRUE
                   WHEN WS-RUN-TC(WS-RX) = "R"
                           AND WS-RUN-NUM(WS-RX) < WS-PRF-FLOOR
                       SET WS-PRF-REFUSED TO TRUE
               END-EVALUATE
           END-IF.
       PC-999.
           EXIT.

       CHECK-NEWM SECTION.
       CK-010.
      * LINE THE DERIVED OUTCOME UP AGAINST SORTNEWM.  A NEWM
           MOVE WS-UNTX-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-TOT-VALUE.
           WRITE WS-RPT-LINE FROM WS-TOT-LINE.
           MOVE "TX REFUSED BY PROFILE" TO WS-TOT-LABEL.
           MOVE WS-REFUSE-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-TOT-VALUE.
           WRITE WS-RPT-LINE FROM WS-TOT-LINE.
           WRITE WS-RPT-LINE FROM SPACES.
           IF WS-BREAK-CT = 0
               MOVE "RECONCILIATION IN BALANCE" TO WS-TOT-LABEL
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
                   " - RECONCILIATION STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               SET WS-PROF-EOF TO TRUE
               GO TO RP-999
           END-IF.
           MOVE WS-PARSE-AMT TO WS-PROF-FLOOR.
           IF WS-PROF-ID NOT > WS-PROF-PREV-ID
               DISPLAY "SORTPROF OUT OF ID SEQUENCE AT "
                   WS-PROF-REC-NO " - RECONCILIATION STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               SET WS-PROF-EOF TO TRUE
               GO TO RP-999
           END-IF.
           MOVE WS-PROF-ID TO WS-PROF-PREV-ID.
       RP-999.
           EXIT.

       PARSE-TX-TRAILER SECTION.
       XT-010.
      * THE SORTOUT TRL - COUNT IN 4-12, SIGN IN 13, AMOUNT HASH IN
