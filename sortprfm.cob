       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTPRFM.

      * ACCOUNT PROFILE MAINTENANCE.  APPLIES A FILE OF ADD AND
      * CHANGE TRANSACTIONS (PROFTX) TO THE CURRENT ACCOUNT PROFILE
      * FILE (SORTPROF) AND WRITES THE NEW GENERATION TO SORTPRFN,
      * WITH A BEFORE/AFTER LISTING OF EVERY TRANSACTION ON PRFMRPT.
      * THIS IS HOW COMPLIANCE PLACES AND LIFTS FREEZES AND POSTING
      * RESTRICTIONS AND SETS FLOOR LIMITS WITHOUT TOUCHING THE
      * MASTER - THE NIGHTLY UPDATE, SORTRECN AND SORTSTMT ALL READ
      * SORTPROF AS IT STANDS.  SORTPRFN REPLACES SORTPROF ONCE THE
      * LISTING HAS BEEN CHECKED.
      * NO SORTPROF AT ALL IS AN EMPTY FILE, SO THE FIRST RUN BUILDS
      * THE FILE FROM ADDS.  A TRANSACTION THAT FAILS ITS EDITS IS
      * LISTED WITH THE REASON AND LEFT OUT; THE REST STILL APPLY
      * AND THE RUN ENDS WITH RETURN CODE 12 SO THE REJECTS ARE
      * FOLLOWED UP.  TRANSACTIONS APPLY IN FILE ORDER, SO A CHANGE
      * MAY FOLLOW THE ADD OF THE SAME ACCOUNT IN THE SAME RUN.
      * PROFTX RECORD LAYOUT -
      *   1 ACTION (A ADD / C CHANGE), 3-12 ID, 14 STATUS (A/F/R),
      *   16 FLOOR FLAG (Y/N), 18-30 FLOOR AMOUNT (LEFT-JUSTIFIED,
      *   OPTIONAL SIGN AND DECIMAL POINT), 32-41 REFERENCE.
      * ON A CHANGE A BLANK STATUS, FLAG OR AMOUNT LEAVES THAT FIELD
      * AS IT WAS; ON AN ADD THEY DEFAULT TO ACTIVE, NO FLOOR AND
      * ZERO.  BLANK LINES AND LINES STARTING "*" ARE SKIPPED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-PROF-FILE ASSIGN TO "SORTPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.
           SELECT WS-PTX-FILE ASSIGN TO "PROFTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTX-STATUS.
           SELECT WS-PRFN-FILE ASSIGN TO "SORTPRFN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFN-STATUS.
           SELECT WS-RPT-FILE ASSIGN TO "PRFMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WS-PROF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-PROF-REC             PIC X(80).

       FD  WS-PTX-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-PTX-REC              PIC X(80).

       FD  WS-PRFN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-PRFN-REC             PIC X(80).

       FD  WS-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROF-STATUS          PIC X(2).
       01  WS-PTX-STATUS           PIC X(2).
       01  WS-PRFN-STATUS          PIC X(2).
       01  WS-RPT-STATUS           PIC X(2).

       01  WS-ABORT-SW             PIC X(1)       VALUE "N".
           88 WS-ABORT                            VALUE "Y".
       01  WS-PROF-OPEN-SW         PIC X(1)       VALUE "N".

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).

      * THE WHOLE PROFILE FILE, HELD IN ID SEQUENCE.  ADDS ARE
      * INSERTED IN PLACE SO THE NEW GENERATION COMES OUT IN THE
      * SEQUENCE THE READERS OF SORTPROF DEMAND.
       01  WS-PT-MAX               PIC S9(5) COMP-3 VALUE 10000.
       01  WS-PT-TABLE.
           05 WS-PT-ENT OCCURS 10000.
              07 WS-PT-REC         PIC X(80).
              07 WS-PT-FLOOR       PIC S9(9)V99 COMP-3.
       01  WS-PT-CT                PIC S9(5) COMP-3 VALUE 0.
       01  WS-PX                   PIC S9(5) COMP-3.
       01  WS-PT-LO                PIC S9(5) COMP-3.
       01  WS-PT-HI                PIC S9(5) COMP-3.
       01  WS-PT-MID               PIC S9(5) COMP-3.
       01  WS-PT-FOUND-SW          PIC X(1).
           88 WS-PT-FOUND                         VALUE "Y".

      * ONE PROFILE RECORD - THE LAYOUT MERGESORT DOCUMENTS WITH ITS
      * PROFILE FIELDS.
       01  WS-PRF-REC.
           05 WS-PRF-ID            PIC X(10).
           05 FILLER               PIC X(1).
           05 WS-PRF-STAT          PIC X(1).
              88 WS-PRF-STAT-VALID                VALUES "A" "F" "R".
           05 FILLER               PIC X(1).
           05 WS-PRF-FLOOR-SW      PIC X(1).
              88 WS-PRF-FLOOR-VALID               VALUES "Y" "N".
           05 FILLER               PIC X(1).
           05 WS-PRF-FLOOR-ED      PIC +9(9).99.
           05 FILLER               PIC X(1).
           05 WS-PRF-DATE          PIC X(8).
           05 FILLER               PIC X(1).
           05 WS-PRF-REF           PIC X(10).
           05 FILLER               PIC X(32).
       01  WS-PROF-EOF-SW          PIC X(1).
           88 WS-PROF-EOF                         VALUE "Y".
       01  WS-PROF-REC-NO          PIC S9(7) COMP-3 VALUE 0.
       01  WS-PROF-PREV-ID         PIC X(10).
       01  WS-PRF-FLOOR            PIC S9(9)V99 COMP-3.

      * ONE MAINTENANCE TRANSACTION.
       01  WS-PTX-EOF-SW           PIC X(1).
           88 WS-PTX-EOF                          VALUE "Y".
       01  WS-PTX-REC-NO           PIC S9(7) COMP-3 VALUE 0.
       01  WS-PTX-LINE.
           05 WS-PTX-ACT           PIC X(1).
              88 WS-PTX-ADD                       VALUE "A".
              88 WS-PTX-CHANGE                    VALUE "C".
           05 FILLER               PIC X(1).
           05 WS-PTX-ID            PIC X(10).
           05 FILLER               PIC X(1).
           05 WS-PTX-STAT          PIC X(1).
              88 WS-PTX-STAT-VALID                VALUES "A" "F" "R"
                                                         " ".
           05 FILLER               PIC X(1).
           05 WS-PTX-FLOOR-SW      PIC X(1).
              88 WS-PTX-FLOOR-VALID               VALUES "Y" "N"
                                                         " ".
           05 FILLER               PIC X(1).
           05 WS-PTX-FLOOR-TOK     PIC X(13).
           05 FILLER               PIC X(1).
           05 WS-PTX-REF           PIC X(10).
           05 FILLER               PIC X(39).
       01  WS-PTX-FLOOR            PIC S9(9)V99 COMP-3.
       01  WS-REJECT-REASON        PIC X(30).

      * THE BEFORE IMAGE OF THE PROFILE A TRANSACTION TOUCHES.
       01  WS-BEF-STAT             PIC X(1).
       01  WS-BEF-FLOOR-SW         PIC X(1).
       01  WS-BEF-FLOOR-ED         PIC X(13).

      * ONE RECORD'S TOKEN AND ITS PARSE RESULT - THE SAME AMOUNT
      * RULES MERGESORT'S EDIT-TOKEN APPLIES.
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

      * RUN COUNTS AND THE SORTPRFN CONTROL TOTALS.
       01  WS-OLD-CT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-PTX-CT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-ADD-CT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-CHG-CT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-REJ-CT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-NEW-CT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-FLOOR-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DISP-CT              PIC ZZZZZZ9.
       01  WS-DISP-TOT             PIC -(13)9.99.

       01  WS-PRFN-HDR.
           05 FILLER               PIC X(3)  VALUE "HDR".
           05 WS-PRFN-HDR-DATE     PIC 9(8).
           05 WS-PRFN-HDR-TIME     PIC 9(8).
           05 FILLER               PIC X(61) VALUE SPACES.
       01  WS-PRFN-TRL.
           05 FILLER               PIC X(3)  VALUE "TRL".
           05 WS-PRFN-TRL-CT       PIC 9(9).
           05 WS-PRFN-TRL-AMT      PIC S9(13)V99 SIGN LEADING
                                   SEPARATE.
           05 FILLER               PIC X(52) VALUE SPACES.

      * BEFORE/AFTER LISTING LINES.
       01  WS-RPT-HDR1.
           05 FILLER               PIC X(34) VALUE
               "ACCOUNT PROFILE MAINTENANCE".
           05 FILLER               PIC X(4)  VALUE "RUN ".
           05 WS-RPT-HDR-DATE      PIC 9(8).
           05 FILLER               PIC X(86) VALUE SPACES.
       01  WS-RPT-COL-HDR.
           05 FILLER               PIC X(4)  VALUE "ACT".
           05 FILLER               PIC X(10) VALUE "ID".
           05 FILLER               PIC X(10) VALUE "BEFORE".
           05 FILLER               PIC X(3)  VALUE "ST".
           05 FILLER               PIC X(3)  VALUE "FL".
           05 FILLER               PIC X(13) VALUE "        FLOOR".
           05 FILLER               PIC X(8)  VALUE "  AFTER".
           05 FILLER               PIC X(3)  VALUE "ST".
           05 FILLER               PIC X(3)  VALUE "FL".
           05 FILLER               PIC X(13) VALUE "        FLOOR".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "REFERENCE".
           05 FILLER               PIC X(42) VALUE "RESULT".
           05 FILLER               PIC X(7)  VALUE SPACES.
       01  WS-RPT-DET-LINE.
           05 WS-RPT-ACT           PIC X(1).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-RPT-ID            PIC X(10).
           05 FILLER               PIC X(10) VALUE SPACES.
           05 WS-RPT-BEF-STAT      PIC X(1).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-BEF-FLAG      PIC X(1).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-BEF-FLOOR     PIC X(13).
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 WS-RPT-AFT-STAT      PIC X(1).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-AFT-FLAG      PIC X(1).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-AFT-FLOOR     PIC X(13).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-REF           PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-RPT-RESULT        PIC X(42).
           05 FILLER               PIC X(7)  VALUE SPACES.
       01  WS-TOT-LINE.
           05 WS-TOT-LABEL         PIC X(30).
           05 WS-TOT-VALUE         PIC X(20).
           05 FILLER               PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       MAIN-000.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT WS-PTX-FILE.
           IF WS-PTX-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PROFTX - FILE STATUS "
                   WS-PTX-STATUS
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
                   CLOSE WS-PTX-FILE
                   MOVE 16 TO RETURN-CODE
                   GO TO MAIN-999
               END-IF
               MOVE "Y" TO WS-PROF-OPEN-SW
               MOVE "N" TO WS-PROF-EOF-SW
           END-IF.
           OPEN OUTPUT WS-RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRFMRPT - FILE STATUS "
                   WS-RPT-STATUS
               CLOSE WS-PTX-FILE
               IF WS-PROF-OPEN-SW = "Y"
                   CLOSE WS-PROF-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-999
           END-IF.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.
           WRITE WS-RPT-LINE FROM WS-RPT-HDR1.
           WRITE WS-RPT-LINE FROM WS-RPT-COL-HDR.
           PERFORM LOAD-PROFILES.
           IF WS-PROF-OPEN-SW = "Y"
               CLOSE WS-PROF-FILE
           END-IF.
           IF WS-ABORT
               CLOSE WS-PTX-FILE
               CLOSE WS-RPT-FILE
               GO TO MAIN-999
           END-IF.
           MOVE "N" TO WS-PTX-EOF-SW.
           PERFORM READ-PROFTX.
           PERFORM UNTIL WS-PTX-EOF OR WS-ABORT
               PERFORM APPLY-PROFTX
               PERFORM READ-PROFTX
           END-PERFORM.
           CLOSE WS-PTX-FILE.
           IF WS-ABORT
               CLOSE WS-RPT-FILE
               GO TO MAIN-999
           END-IF.
           PERFORM WRITE-NEW-PROFILES.
           IF NOT WS-ABORT
               PERFORM WRITE-TOTALS
           END-IF.
           CLOSE WS-RPT-FILE.
       MAIN-999.
           STOP RUN.

       LOAD-PROFILES SECTION.
       LP-010.
      * THE CURRENT SORTPROF INTO THE TABLE.  IT IS OUR OWN OUTPUT
      * AND MUST BE CLEAN AND IN ID SEQUENCE - ANYTHING ELSE STOPS
      * THE RUN BEFORE A BAD GENERATION IS WRITTEN.
           MOVE LOW-VALUES TO WS-PROF-PREV-ID.
           PERFORM UNTIL WS-PROF-EOF OR WS-ABORT
               PERFORM READ-PROF
               IF NOT WS-PROF-EOF AND NOT WS-ABORT
                   IF WS-PT-CT >= WS-PT-MAX
                       DISPLAY "MORE THAN " WS-PT-MAX
                           " PROFILES ON SORTPROF - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       SET WS-ABORT TO TRUE
                   ELSE
                       ADD 1 TO WS-PT-CT
                       ADD 1 TO WS-OLD-CT
                       MOVE WS-PRF-REC TO WS-PT-REC(WS-PT-CT)
                       MOVE WS-PRF-FLOOR TO WS-PT-FLOOR(WS-PT-CT)
                   END-IF
               END-IF
           END-PERFORM.
       LP-999.
           EXIT.

       READ-PROF SECTION.
       RP-010.
      * NEXT PROFILE OFF SORTPROF, SKIPPING HDR/TRL AND BLANKS, WITH
      * THE ID-SEQUENCE GUARD.
           READ WS-PROF-FILE INTO WS-PRF-REC
               AT END
                   SET WS-PROF-EOF TO TRUE
                   GO TO RP-999
           END-READ.
           ADD 1 TO WS-PROF-REC-NO.
           IF WS-PRF-REC(1:3) = "HDR" OR WS-PRF-REC(1:3) = "TRL"
                   OR WS-PRF-REC = SPACES
               GO TO RP-010
           END-IF.
           MOVE WS-PRF-REC(16:13) TO WS-TOK.
           PERFORM PARSE-TOKEN.
           IF WS-PRF-ID = SPACES OR NOT WS-PRF-STAT-VALID
                   OR NOT WS-PRF-FLOOR-VALID OR NOT WS-PARSE-OK
               DISPLAY "BAD SORTPROF RECORD AT " WS-PROF-REC-NO
                   " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO RP-999
           END-IF.
           MOVE WS-PARSE-AMT TO WS-PRF-FLOOR.
           IF WS-PRF-ID NOT > WS-PROF-PREV-ID
               DISPLAY "SORTPROF OUT OF ID SEQUENCE AT "
                   WS-PROF-REC-NO " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO RP-999
           END-IF.
           MOVE WS-PRF-ID TO WS-PROF-PREV-ID.
       RP-999.
           EXIT.

       READ-PROFTX SECTION.
       RQ-010.
      * NEXT MAINTENANCE TRANSACTION, SKIPPING BLANK AND COMMENT
      * LINES.
           READ WS-PTX-FILE INTO WS-PTX-LINE
               AT END
                   SET WS-PTX-EOF TO TRUE
                   GO TO RQ-999
           END-READ.
           ADD 1 TO WS-PTX-REC-NO.
           IF WS-PTX-LINE = SPACES OR WS-PTX-ACT = "*"
               GO TO RQ-010
           END-IF.
       RQ-999.
           EXIT.

       APPLY-PROFTX SECTION.
       AX-010.
      * EDIT AND APPLY ONE TRANSACTION, LISTING IT EITHER WAY.
           ADD 1 TO WS-PTX-CT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-BEF-STAT WS-BEF-FLOOR-SW WS-BEF-FLOOR-ED.
           MOVE 0 TO WS-PX.
           MOVE 0 TO WS-PTX-FLOOR.
           EVALUATE TRUE
               WHEN NOT WS-PTX-ADD AND NOT WS-PTX-CHANGE
                   MOVE "ACTION NOT A OR C" TO WS-REJECT-REASON
               WHEN WS-PTX-ID = SPACES
                   MOVE "ACCOUNT ID MISSING" TO WS-REJECT-REASON
               WHEN NOT WS-PTX-STAT-VALID
                   MOVE "STATUS NOT A, F OR R" TO WS-REJECT-REASON
               WHEN NOT WS-PTX-FLOOR-VALID
                   MOVE "FLOOR FLAG NOT Y OR N" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
                   AND WS-PTX-FLOOR-TOK NOT = SPACES
               MOVE WS-PTX-FLOOR-TOK TO WS-TOK
               PERFORM PARSE-TOKEN
               IF WS-PARSE-OK AND WS-PARSE-ID = SPACES
                       AND WS-COLON-CT = 0
                   MOVE WS-PARSE-AMT TO WS-PTX-FLOOR
               ELSE
                   MOVE "FLOOR AMOUNT NOT VALID" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO AX-090
           END-IF.
           PERFORM FIND-PROFILE.
           IF WS-PTX-ADD
               IF WS-PT-FOUND
                   MOVE "PROFILE ALREADY EXISTS" TO WS-REJECT-REASON
                   GO TO AX-090
               END-IF
               IF WS-PT-CT >= WS-PT-MAX
                   MOVE "PROFILE TABLE FULL" TO WS-REJECT-REASON
                   GO TO AX-090
               END-IF
               PERFORM INSERT-PROFILE
               MOVE SPACES TO WS-PRF-REC
               MOVE WS-PTX-ID TO WS-PRF-ID
               MOVE "A" TO WS-PRF-STAT
               MOVE "N" TO WS-PRF-FLOOR-SW
               MOVE 0 TO WS-PRF-FLOOR
               ADD 1 TO WS-ADD-CT
           ELSE
               IF NOT WS-PT-FOUND
                   MOVE "NO PROFILE FOR ACCOUNT" TO WS-REJECT-REASON
                   GO TO AX-090
               END-IF
               IF WS-PTX-STAT = SPACE AND WS-PTX-FLOOR-SW = SPACE
                       AND WS-PTX-FLOOR-TOK = SPACES
                   MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
                   GO TO AX-090
               END-IF
               MOVE WS-PT-REC(WS-PX) TO WS-PRF-REC
               MOVE WS-PT-FLOOR(WS-PX) TO WS-PRF-FLOOR
               MOVE WS-PRF-STAT TO WS-BEF-STAT
               MOVE WS-PRF-FLOOR-SW TO WS-BEF-FLOOR-SW
               MOVE WS-PRF-FLOOR-ED TO WS-BEF-FLOOR-ED
               ADD 1 TO WS-CHG-CT
           END-IF.
           IF WS-PTX-STAT NOT = SPACE
               MOVE WS-PTX-STAT TO WS-PRF-STAT
           END-IF.
           IF WS-PTX-FLOOR-SW NOT = SPACE
               MOVE WS-PTX-FLOOR-SW TO WS-PRF-FLOOR-SW
           END-IF.
           IF WS-PTX-FLOOR-TOK NOT = SPACES
               MOVE WS-PTX-FLOOR TO WS-PRF-FLOOR
           END-IF.
           MOVE WS-PRF-FLOOR TO WS-PRF-FLOOR-ED.
           MOVE WS-RUN-DATE TO WS-PRF-DATE.
           IF WS-PTX-REF NOT = SPACES
               MOVE WS-PTX-REF TO WS-PRF-REF
           END-IF.
           MOVE WS-PRF-REC TO WS-PT-REC(WS-PX).
           MOVE WS-PRF-FLOOR TO WS-PT-FLOOR(WS-PX).
           MOVE WS-PRF-STAT TO WS-RPT-AFT-STAT.
           MOVE WS-PRF-FLOOR-SW TO WS-RPT-AFT-FLAG.
           MOVE WS-PRF-FLOOR-ED TO WS-RPT-AFT-FLOOR.
           IF WS-PTX-ADD
               MOVE "ADDED" TO WS-RPT-RESULT
           ELSE
               MOVE "CHANGED" TO WS-RPT-RESULT
           END-IF.
           GO TO AX-095.
       AX-090.
           ADD 1 TO WS-REJ-CT.
           MOVE SPACES TO WS-RPT-AFT-STAT WS-RPT-AFT-FLAG
               WS-RPT-AFT-FLOOR.
           STRING "REJECTED - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-RPT-RESULT
           END-STRING.
       AX-095.
           MOVE WS-PTX-ACT TO WS-RPT-ACT.
           MOVE WS-PTX-ID TO WS-RPT-ID.
           MOVE WS-BEF-STAT TO WS-RPT-BEF-STAT.
           MOVE WS-BEF-FLOOR-SW TO WS-RPT-BEF-FLAG.
           MOVE WS-BEF-FLOOR-ED TO WS-RPT-BEF-FLOOR.
           MOVE WS-PTX-REF TO WS-RPT-REF.
           WRITE WS-RPT-LINE FROM WS-RPT-DET-LINE.
       AX-999.
           EXIT.

       FIND-PROFILE SECTION.
       FP-010.
      * BINARY SEARCH OF THE TABLE FOR WS-PTX-ID.  FOUND, WS-PX IS
      * ITS ENTRY; NOT FOUND, WS-PX IS WHERE IT WOULD BE INSERTED.
           MOVE "N" TO WS-PT-FOUND-SW.
           MOVE 1 TO WS-PT-LO.
           MOVE WS-PT-CT TO WS-PT-HI.
           PERFORM UNTIL WS-PT-LO > WS-PT-HI OR WS-PT-FOUND
               COMPUTE WS-PT-MID = (WS-PT-LO + WS-PT-HI) / 2
               EVALUATE TRUE
                   WHEN WS-PT-REC(WS-PT-MID)(1:10) = WS-PTX-ID
                       SET WS-PT-FOUND TO TRUE
                       MOVE WS-PT-MID TO WS-PX
                   WHEN WS-PT-REC(WS-PT-MID)(1:10) < WS-PTX-ID
                       COMPUTE WS-PT-LO = WS-PT-MID + 1
                   WHEN OTHER
                       COMPUTE WS-PT-HI = WS-PT-MID - 1
               END-EVALUATE
           END-PERFORM.
           IF NOT WS-PT-FOUND
               MOVE WS-PT-LO TO WS-PX
           END-IF.
       FP-999.
           EXIT.

       INSERT-PROFILE SECTION.
       IP-010.
      * OPEN A SLOT AT WS-PX BY SHIFTING EVERYTHING ABOVE IT UP ONE.
           MOVE WS-PT-CT TO WS-PT-MID.
           PERFORM UNTIL WS-PT-MID < WS-PX
               MOVE WS-PT-ENT(WS-PT-MID) TO WS-PT-ENT(WS-PT-MID + 1)
               SUBTRACT 1 FROM WS-PT-MID
           END-PERFORM.
           ADD 1 TO WS-PT-CT.
       IP-999.
           EXIT.

       WRITE-NEW-PROFILES SECTION.
       WN-010.
      * THE NEW GENERATION, HDR AND TRL AROUND IT.  THE TRL CARRIES
      * THE RECORD COUNT AND A HASH TOTAL OF THE FLOOR AMOUNTS.
           OPEN OUTPUT WS-PRFN-FILE.
           IF WS-PRFN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTPRFN - FILE STATUS "
                   WS-PRFN-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO WN-999
           END-IF.
           MOVE WS-RUN-DATE TO WS-PRFN-HDR-DATE.
           MOVE WS-RUN-TIME TO WS-PRFN-HDR-TIME.
           WRITE WS-PRFN-REC FROM WS-PRFN-HDR.
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PT-CT
               WRITE WS-PRFN-REC FROM WS-PT-REC(WS-PX)
               ADD 1 TO WS-NEW-CT
               ADD WS-PT-FLOOR(WS-PX) TO WS-FLOOR-TOTAL
           END-PERFORM.
           MOVE WS-NEW-CT TO WS-PRFN-TRL-CT.
           MOVE WS-FLOOR-TOTAL TO WS-PRFN-TRL-AMT.
           WRITE WS-PRFN-REC FROM WS-PRFN-TRL.
           CLOSE WS-PRFN-FILE.
       WN-999.
           EXIT.

       WRITE-TOTALS SECTION.
       WT-010.
      * RUN TOTALS UNDER THE LISTING.  PROFILES IN PLUS ADDS MUST
      * EQUAL PROFILES OUT.
           WRITE WS-RPT-LINE FROM SPACES.
           MOVE "PROFILES READ" TO WS-TOT-LABEL.
           MOVE WS-OLD-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-TOT-VALUE.
           WRITE WS-RPT-LINE FROM WS-TOT-LINE.
           MOVE "TRANSACTIONS READ" TO WS-TOT-LABEL.
           MOVE WS-PTX-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-TOT-VALUE.
           WRITE WS-RPT-LINE FROM WS-TOT-LINE.
           MOVE "PROFILES ADDED" TO WS-TOT-LABEL.
           MOVE WS-ADD-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-TOT-VALUE.
           WRITE WS-RPT-LINE FROM WS-TOT-LINE.
           MOVE "PROFILES CHANGED" TO WS-TOT-LABEL.
           MOVE WS-CHG-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-TOT-VALUE.
           WRITE WS-RPT-LINE FROM WS-TOT-LINE.
           MOVE "TRANSACTIONS REJECTED" TO WS-TOT-LABEL.
           MOVE WS-REJ-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-TOT-VALUE.
           WRITE WS-RPT-LINE FROM WS-TOT-LINE.
           MOVE "PROFILES WRITTEN" TO WS-TOT-LABEL.
           MOVE WS-NEW-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-TOT-VALUE.
           WRITE WS-RPT-LINE FROM WS-TOT-LINE.
           MOVE "FLOOR AMOUNT HASH TOTAL" TO WS-TOT-LABEL.
           MOVE WS-FLOOR-TOTAL TO WS-DISP-TOT.
           MOVE WS-DISP-TOT TO WS-TOT-VALUE.
           WRITE WS-RPT-LINE FROM WS-TOT-LINE.
           MOVE WS-NEW-CT TO WS-DISP-CT.
           DISPLAY "PROFILE MAINTENANCE COMPLETE - " WS-DISP-CT
               " PROFILES WRITTEN TO SORTPRFN - SEE PRFMRPT".
           IF WS-REJ-CT > 0
               MOVE WS-REJ-CT TO WS-DISP-CT
               DISPLAY "PROFILE MAINTENANCE REJECTED " WS-DISP-CT
                   " TRANSACTIONS - SEE PRFMRPT"
               MOVE 12 TO RETURN-CODE
           END-IF.
       WT-999.
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
