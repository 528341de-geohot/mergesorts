       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTCYST.

      * MONTH-END CYCLE STATEMENTS OFF THE CUMULATIVE SORTAUDT
      * JOURNAL.  ONE STATEMENT PER ACCOUNT FOR THE CYCLE NAMED ON
      * CYCCTL - THE OPENING BALANCE AT THE START OF THE CYCLE, EVERY
      * ADD, POSTING, REPLACE AND CLOSE IN THE CYCLE IN DATE/TIME
      * ORDER WITH ITS RUNNING BALANCE, AND THE CLOSING BALANCE AT
      * CYCLE END - IN PLACE OF THIRTY NIGHTLY SORTSTMT PAGES.
      * CYCCTL - POSITIONS 1-8 THE FIRST DAY OF THE CYCLE, 10-17 THE
      * LAST, BOTH CCYYMMDD.
      * THE JOURNAL IS READ ONCE, OLDEST FIRST, AS MERGESORT APPENDS
      * IT.  EVERYTHING BEFORE THE CYCLE ONLY SETTLES EACH ACCOUNT'S
      * OPENING BALANCE; EVERYTHING FROM THE CYCLE ON IS RE-APPLIED
      * BY THE SAME A/P/R/C RULES THE UPDATE USES, WITH EACH ENTRY'S
      * OLD BALANCE CHECKED AGAINST THE RUNNING BALANCE, AND ANY
      * ENTRIES AFTER THE CYCLE ROLL THE CYCLE-END BALANCE FORWARD TO
      * WHAT THE CURRENT MASTER (SORTNEWM FROM THE LATEST UPDATE RUN)
      * MUST SHOW.  AN ACCOUNT WHOSE JOURNAL BREAKS OR DOES NOT ROLL
      * FORWARD TO THE MASTER GETS NO STATEMENT - IT IS LISTED ON THE
      * CYCEXC EXCEPTION PAGE INSTEAD AND THE RUN ENDS WITH RETURN
      * CODE 12.  AN ACCOUNT WITH NO BALANCE ACTIVITY IN THE CYCLE
      * IS SUPPRESSED.  CYCSTMT ENDS WITH A RECAP OF STATEMENTS
      * PRODUCED, SUPPRESSED AND OUT OF BALANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CTL-FILE ASSIGN TO "CYCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT WS-AUDT-FILE ASSIGN TO "SORTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.
           SELECT WS-MAST-FILE ASSIGN TO "SORTNEWM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAST-STATUS.
           SELECT WS-STM-FILE ASSIGN TO "CYCSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.
           SELECT WS-EXC-FILE ASSIGN TO "CYCEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WS-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-CTL-REC              PIC X(80).

       FD  WS-AUDT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  WS-AUDT-REC             PIC X(100).

       FD  WS-MAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-MAST-REC             PIC X(80).

       FD  WS-STM-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-STM-LINE             PIC X(132).

       FD  WS-EXC-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-EXC-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS           PIC X(2).
       01  WS-AUDT-STATUS          PIC X(2).
       01  WS-MAST-STATUS          PIC X(2).
       01  WS-STM-STATUS           PIC X(2).
       01  WS-EXC-STATUS           PIC X(2).

       01  WS-ABORT-SW             PIC X(1)       VALUE "N".
           88 WS-ABORT                            VALUE "Y".

      * THE CYCLE BEING STATED.
       01  WS-CTL-LINE             PIC X(80).
       01  WS-CYC-FROM             PIC X(8).
       01  WS-CYC-TO               PIC X(8).

      * SORTNEWM, PARSED, WITH ITS EOF SWITCH AND SEQUENCE GUARD.
       01  WS-MAST-EOF-SW          PIC X(1)       VALUE "N".
           88 WS-MAST-EOF                         VALUE "Y".
       01  WS-MAST-ID              PIC X(10).
       01  WS-MAST-AMT             PIC S9(9)V99 COMP-3.
       01  WS-MAST-PREV-ID         PIC X(10)      VALUE LOW-VALUES.
       01  WS-MAST-REC-NO          PIC S9(7) COMP-3 VALUE 0.

      * THE SORTAUDT RECORD AS MERGESORT LAYS IT OUT - SEE THE
      * WS-AUDT-OUT DESCRIPTION THERE FOR THE COLUMN MAP - AND ITS
      * THREE AMOUNT COLUMNS PARSED.  A BLANK COLUMN IS ONE THAT
      * DOES NOT APPLY TO THE ACTION.
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
       01  WS-JRN-APP              PIC S9(9)V99 COMP-3.
       01  WS-JRN-NEW              PIC S9(9)V99 COMP-3.
       01  WS-JRN-TYPE             PIC X(1).

      * ONE ENTRY PER ACCOUNT EVER SEEN - ON THE MASTER OR IN THE
      * JOURNAL - HELD IN ID SEQUENCE.  STATE IS N (NOT YET OPEN OR
      * NOT KNOWN), O (OPEN) OR C (CLOSED); THE OPEN AND END FIELDS
      * ARE THE STATE AND BALANCE CAPTURED AT THE START AND END OF
      * THE CYCLE; PHASE IS B, I OR P FOR AN ACCOUNT WHOSE LATEST
      * JOURNAL ENTRY FELL BEFORE, IN OR AFTER THE CYCLE.  THE
      * CYCLE'S STATEMENT LINES HANG OFF FIRST/LAST AS A CHAIN
      * THROUGH THE ENTRY TABLE BELOW, SO MOVING AN ACCOUNT ENTRY TO
      * MAKE ROOM FOR AN INSERT NEVER DISTURBS THEM.
       01  WS-AC-MAX               PIC S9(7) COMP-3 VALUE 20000.
       01  WS-AC-TABLE.
           05 WS-AC-ENT OCCURS 20000.
              07 WS-AC-ID          PIC X(10).
              07 WS-AC-ON-MAST     PIC X(1).
              07 WS-AC-MAST-BAL    PIC S9(9)V99 COMP-3.
              07 WS-AC-STATE       PIC X(1).
              07 WS-AC-BAL         PIC S9(13)V99 COMP-3.
              07 WS-AC-PHASE       PIC X(1).
              07 WS-AC-OPEN-STATE  PIC X(1).
              07 WS-AC-OPEN-BAL    PIC S9(13)V99 COMP-3.
              07 WS-AC-END-STATE   PIC X(1).
              07 WS-AC-END-BAL     PIC S9(13)V99 COMP-3.
              07 WS-AC-BREAK-DATE  PIC X(8).
              07 WS-AC-CYC-CT      PIC S9(7) COMP-3.
              07 WS-AC-FIRST       PIC S9(7) COMP-3.
              07 WS-AC-LAST        PIC S9(7) COMP-3.
       01  WS-AC-CT                PIC S9(7) COMP-3 VALUE 0.
       01  WS-AX                   PIC S9(7) COMP-3.
       01  WS-AC-LO                PIC S9(7) COMP-3.
       01  WS-AC-HI                PIC S9(7) COMP-3.
       01  WS-AC-MID               PIC S9(7) COMP-3.
       01  WS-AC-FOUND-SW          PIC X(1).
           88 WS-AC-FOUND                         VALUE "Y".
       01  WS-FIND-ID              PIC X(10).

      * THE CYCLE'S STATEMENT LINES - TYPE A/P/R/C, THE AMOUNT, THE
      * BALANCE IT LEFT, AND THE NEXT LINE FOR THE SAME ACCOUNT.
       01  WS-EN-MAX               PIC S9(7) COMP-3 VALUE 50000.
       01  WS-EN-TABLE.
           05 WS-EN-ENT OCCURS 50000.
              07 WS-EN-DATE        PIC X(8).
              07 WS-EN-TYPE        PIC X(1).
              07 WS-EN-AMT         PIC S9(9)V99 COMP-3.
              07 WS-EN-BAL         PIC S9(13)V99 COMP-3.
              07 WS-EN-NEXT        PIC S9(7) COMP-3.
       01  WS-EN-CT                PIC S9(7) COMP-3 VALUE 0.
       01  WS-EX                   PIC S9(7) COMP-3.

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

      * RUN COUNTS.
       01  WS-JRN-CT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-JRN-CYC-CT           PIC S9(7) COMP-3 VALUE 0.
       01  WS-STMT-CT              PIC S9(7) COMP-3 VALUE 0.
       01  WS-SUPP-CT              PIC S9(7) COMP-3 VALUE 0.
       01  WS-OOB-CT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-EXC-REASON           PIC X(36).
       01  WS-DISP-CT              PIC ZZZZZZ9.
       01  WS-DISP-BAL             PIC -(10)9.99.

      * STATEMENT LINES.  A BLANK LINE STANDS IN FOR THE PAGE BREAK
      * BETWEEN STATEMENTS, AS ON SORTSTMT.
       01  WS-STM-HDR-LINE.
           05 FILLER               PIC X(28) VALUE
               "CYCLE STATEMENT OF ACCOUNT".
           05 WS-STM-HDR-ID        PIC X(10).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(7)  VALUE "PERIOD ".
           05 WS-STM-HDR-FROM      PIC X(8).
           05 FILLER               PIC X(6)  VALUE " THRU ".
           05 WS-STM-HDR-TO        PIC X(8).
           05 FILLER               PIC X(61) VALUE SPACES.
       01  WS-STM-COL-HDR-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "DATE".
           05 FILLER               PIC X(18) VALUE "ACTIVITY".
           05 FILLER               PIC X(14) VALUE "        AMOUNT".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "       BALANCE".
           05 FILLER               PIC X(72) VALUE SPACES.
       01  WS-STM-DET-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-STM-DET-DATE      PIC X(10).
           05 WS-STM-DET-TYPE      PIC X(18).
           05 WS-STM-DET-AMT       PIC X(14).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-STM-DET-BAL       PIC X(14).
           05 FILLER               PIC X(72) VALUE SPACES.
       01  WS-RECAP-LINE.
           05 WS-RECAP-LABEL       PIC X(30).
           05 WS-RECAP-VALUE       PIC X(20).
           05 FILLER               PIC X(82) VALUE SPACES.

      * EXCEPTION PAGE LINES.
       01  WS-EXC-HDR-LINE.
           05 FILLER               PIC X(28) VALUE
               "CYCLE STATEMENT EXCEPTIONS".
           05 FILLER               PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(7)  VALUE "PERIOD ".
           05 WS-EXC-HDR-FROM      PIC X(8).
           05 FILLER               PIC X(6)  VALUE " THRU ".
           05 WS-EXC-HDR-TO        PIC X(8).
           05 FILLER               PIC X(61) VALUE SPACES.
       01  WS-EXC-COL-HDR-LINE.
           05 FILLER               PIC X(12) VALUE "ID".
           05 FILLER               PIC X(14) VALUE "       OPENING".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "     CYCLE END".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "   JOURNAL NOW".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "      SORTNEWM".
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(36) VALUE "REASON".
           05 FILLER               PIC X(18) VALUE SPACES.
       01  WS-EXC-DET-LINE.
           05 WS-EXC-ID            PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-EXC-OPEN          PIC X(14).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-EXC-END           PIC X(14).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-EXC-NOW           PIC X(14).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-EXC-MAST          PIC X(14).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WS-EXC-RSN           PIC X(36).
           05 FILLER               PIC X(18) VALUE SPACES.
       01  WS-EXC-TOT-LINE.
           05 FILLER               PIC X(30) VALUE
               "ACCOUNTS OUT OF BALANCE".
           05 WS-EXC-TOT-CT        PIC ZZZZZZ9.
           05 FILLER               PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       MAIN-000.
           PERFORM READ-CONTROL.
           IF WS-ABORT
               GO TO MAIN-999
           END-IF.
           OPEN INPUT WS-MAST-FILE.
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTNEWM - FILE STATUS "
                   WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-999
           END-IF.
           OPEN INPUT WS-AUDT-FILE.
           IF WS-AUDT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTAUDT - FILE STATUS "
                   WS-AUDT-STATUS
               DISPLAY "RUN MERGESORT IN MASTER UPDATE MODE FIRST"
               CLOSE WS-MAST-FILE
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-999
           END-IF.
           OPEN OUTPUT WS-STM-FILE.
           IF WS-STM-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CYCSTMT - FILE STATUS "
                   WS-STM-STATUS
               CLOSE WS-MAST-FILE
               CLOSE WS-AUDT-FILE
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-999
           END-IF.
           OPEN OUTPUT WS-EXC-FILE.
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CYCEXC - FILE STATUS "
                   WS-EXC-STATUS
               CLOSE WS-MAST-FILE
               CLOSE WS-AUDT-FILE
               CLOSE WS-STM-FILE
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-999
           END-IF.
           MOVE WS-CYC-FROM TO WS-EXC-HDR-FROM.
           MOVE WS-CYC-TO TO WS-EXC-HDR-TO.
           WRITE WS-EXC-LINE FROM WS-EXC-HDR-LINE.
           WRITE WS-EXC-LINE FROM WS-EXC-COL-HDR-LINE.
           PERFORM LOAD-MASTER.
           IF NOT WS-ABORT
               PERFORM READ-JOURNAL
           END-IF.
           IF NOT WS-ABORT
               PERFORM VARYING WS-AX FROM 1 BY 1
                       UNTIL WS-AX > WS-AC-CT
                   PERFORM PROVE-ACCOUNT
               END-PERFORM
               PERFORM WRITE-RECAP
           END-IF.
           CLOSE WS-MAST-FILE.
           CLOSE WS-AUDT-FILE.
           CLOSE WS-STM-FILE.
           CLOSE WS-EXC-FILE.
       MAIN-999.
           STOP RUN.

       READ-CONTROL SECTION.
       RC-010.
      * THE CYCLE DATES OFF CYCCTL.  THERE IS NO DEFAULT CYCLE - A
      * MISSING OR BAD CARD STOPS THE RUN.
           OPEN INPUT WS-CTL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CYCCTL - FILE STATUS "
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
           MOVE WS-CTL-LINE(1:8) TO WS-CYC-FROM.
           MOVE WS-CTL-LINE(10:8) TO WS-CYC-TO.
           IF WS-CYC-FROM NOT NUMERIC OR WS-CYC-TO NOT NUMERIC
                   OR WS-CYC-FROM > WS-CYC-TO
               DISPLAY "BAD CYCCTL CYCLE DATES: " WS-CTL-LINE(1:40)
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
           END-IF.
       RC-999.
           EXIT.

       LOAD-MASTER SECTION.
       LM-010.
      * EVERY ACCOUNT ON THE CURRENT MASTER INTO THE ACCOUNT TABLE.
      * SORTNEWM IS IN ID SEQUENCE, SO EACH ONE GOES ON THE END.
           PERFORM READ-MAST.
           PERFORM UNTIL WS-MAST-EOF OR WS-ABORT
               IF WS-AC-CT >= WS-AC-MAX
                   DISPLAY "MORE THAN " WS-AC-MAX
                       " ACCOUNTS - CYCLE STATEMENTS STOPPED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT TO TRUE
               ELSE
                   ADD 1 TO WS-AC-CT
                   MOVE WS-AC-CT TO WS-AX
                   MOVE WS-MAST-ID TO WS-FIND-ID
                   PERFORM CLEAR-ACCOUNT
                   MOVE "Y" TO WS-AC-ON-MAST(WS-AX)
                   MOVE WS-MAST-AMT TO WS-AC-MAST-BAL(WS-AX)
                   PERFORM READ-MAST
               END-IF
           END-PERFORM.
       LM-999.
           EXIT.

       READ-JOURNAL SECTION.
       RJ-010.
      * THE ONE PASS OVER SORTAUDT, THEN THE CYCLE START AND END
      * CAPTURED FOR EVERY ACCOUNT THE JOURNAL NEVER TOOK PAST THEM.
           PERFORM UNTIL WS-AUDT-EOF OR WS-ABORT
               READ WS-AUDT-FILE INTO WS-AUDT-IN
                   AT END
                       SET WS-AUDT-EOF TO TRUE
                   NOT AT END
                       PERFORM POST-JOURNAL-ENTRY
               END-READ
           END-PERFORM.
           IF WS-ABORT
               GO TO RJ-999
           END-IF.
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-AC-CT
               IF WS-AC-PHASE(WS-AX) = "B"
                   MOVE WS-AC-STATE(WS-AX) TO WS-AC-OPEN-STATE(WS-AX)
                   MOVE WS-AC-BAL(WS-AX) TO WS-AC-OPEN-BAL(WS-AX)
               END-IF
               IF WS-AC-PHASE(WS-AX) NOT = "P"
                   MOVE WS-AC-STATE(WS-AX) TO WS-AC-END-STATE(WS-AX)
                   MOVE WS-AC-BAL(WS-AX) TO WS-AC-END-BAL(WS-AX)
               END-IF
           END-PERFORM.
       RJ-999.
           EXIT.

       POST-JOURNAL-ENTRY SECTION.
       JE-010.
      * ONE JOURNAL RECORD AGAINST ITS ACCOUNT.  BEFORE THE CYCLE
      * ONLY THE BALANCE IT LEFT MATTERS; FROM THE CYCLE ON IT IS
      * RE-APPLIED AND ITS OLD BALANCE PROVED, AND IN THE CYCLE A
      * BALANCE ACTION BECOMES A STATEMENT LINE.
           ADD 1 TO WS-JRN-CT.
           IF WS-AUDT-IN = SPACES
               GO TO JE-999
           END-IF.
           MOVE 0 TO WS-JRN-OLD WS-JRN-APP WS-JRN-NEW.
           IF WS-AUDT-OLD NOT = SPACES
               MOVE WS-AUDT-OLD TO WS-TOK
               PERFORM PARSE-TOKEN
               IF NOT WS-PARSE-OK
                   GO TO JE-900
               END-IF
               MOVE WS-PARSE-AMT TO WS-JRN-OLD
           END-IF.
           IF WS-AUDT-APP NOT = SPACES
               MOVE WS-AUDT-APP TO WS-TOK
               PERFORM PARSE-TOKEN
               IF NOT WS-PARSE-OK
                   GO TO JE-900
               END-IF
               MOVE WS-PARSE-AMT TO WS-JRN-APP
           END-IF.
           IF WS-AUDT-NEW NOT = SPACES
               MOVE WS-AUDT-NEW TO WS-TOK
               PERFORM PARSE-TOKEN
               IF NOT WS-PARSE-OK
                   GO TO JE-900
               END-IF
               MOVE WS-PARSE-AMT TO WS-JRN-NEW
           END-IF.
           IF WS-AUDT-ID = SPACES OR WS-AUDT-DATE NOT NUMERIC
               GO TO JE-900
           END-IF.
           MOVE WS-AUDT-ID TO WS-FIND-ID.
           PERFORM FIND-ACCOUNT.
           IF WS-ABORT
               GO TO JE-999
           END-IF.
           IF WS-AUDT-DATE >= WS-CYC-FROM
                   AND WS-AC-PHASE(WS-AX) = "B"
               MOVE WS-AC-STATE(WS-AX) TO WS-AC-OPEN-STATE(WS-AX)
               MOVE WS-AC-BAL(WS-AX) TO WS-AC-OPEN-BAL(WS-AX)
               MOVE "I" TO WS-AC-PHASE(WS-AX)
           END-IF.
           IF WS-AUDT-DATE > WS-CYC-TO
                   AND WS-AC-PHASE(WS-AX) NOT = "P"
               MOVE WS-AC-STATE(WS-AX) TO WS-AC-END-STATE(WS-AX)
               MOVE WS-AC-BAL(WS-AX) TO WS-AC-END-BAL(WS-AX)
               MOVE "P" TO WS-AC-PHASE(WS-AX)
           END-IF.
           IF WS-AC-PHASE(WS-AX) = "B"
               IF WS-AUDT-ACTION = "CLOSED"
                   MOVE "C" TO WS-AC-STATE(WS-AX)
               ELSE
                   IF WS-AUDT-NEW NOT = SPACES
                       MOVE "O" TO WS-AC-STATE(WS-AX)
                       MOVE WS-JRN-NEW TO WS-AC-BAL(WS-AX)
                   END-IF
               END-IF
               GO TO JE-999
           END-IF.
      * FROM THE CYCLE ON.  AN ACCOUNT THE JOURNAL HAS NOT SEEN OPEN
      * TAKES ITS BALANCE FROM THE FIRST OLD BALANCE IT CARRIES -
      * THE JOURNAL STARTED AFTER THE ACCOUNT DID.
           IF WS-AUDT-OLD NOT = SPACES
               EVALUATE WS-AC-STATE(WS-AX)
                   WHEN "N"
                       MOVE "O" TO WS-AC-STATE(WS-AX)
                       MOVE WS-JRN-OLD TO WS-AC-BAL(WS-AX)
                   WHEN "O"
                       IF WS-JRN-OLD NOT = WS-AC-BAL(WS-AX)
                           PERFORM NOTE-BREAK
                       END-IF
                   WHEN OTHER
                       PERFORM NOTE-BREAK
               END-EVALUATE
           END-IF.
           MOVE SPACE TO WS-JRN-TYPE.
           EVALUATE WS-AUDT-ACTION
               WHEN "POSTED"
                   ADD WS-JRN-APP TO WS-AC-BAL(WS-AX)
                   MOVE "P" TO WS-JRN-TYPE
               WHEN "REPLACED"
                   MOVE WS-JRN-APP TO WS-AC-BAL(WS-AX)
                   MOVE "R" TO WS-JRN-TYPE
               WHEN "ADDED"
                   IF WS-AC-STATE(WS-AX) = "O"
                       PERFORM NOTE-BREAK
                   END-IF
                   MOVE "O" TO WS-AC-STATE(WS-AX)
                   MOVE WS-JRN-APP TO WS-AC-BAL(WS-AX)
                   MOVE "A" TO WS-JRN-TYPE
               WHEN "CLOSED"
                   MOVE "C" TO WS-AC-STATE(WS-AX)
                   MOVE "C" TO WS-JRN-TYPE
           END-EVALUATE.
           IF WS-AUDT-NEW NOT = SPACES AND WS-AC-STATE(WS-AX) = "O"
               IF WS-JRN-NEW NOT = WS-AC-BAL(WS-AX)
                   PERFORM NOTE-BREAK
               END-IF
           END-IF.
           IF WS-AC-PHASE(WS-AX) NOT = "I"
               GO TO JE-999
           END-IF.
           ADD 1 TO WS-JRN-CYC-CT.
           ADD 1 TO WS-AC-CYC-CT(WS-AX).
           IF WS-JRN-TYPE = SPACE
               GO TO JE-999
           END-IF.
           IF WS-EN-CT >= WS-EN-MAX
               DISPLAY "MORE THAN " WS-EN-MAX
                   " CYCLE ACTIVITY LINES - CYCLE STATEMENTS STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO JE-999
           END-IF.
           ADD 1 TO WS-EN-CT.
           MOVE WS-AUDT-DATE TO WS-EN-DATE(WS-EN-CT).
           MOVE WS-JRN-TYPE TO WS-EN-TYPE(WS-EN-CT).
           MOVE WS-JRN-APP TO WS-EN-AMT(WS-EN-CT).
           MOVE WS-AC-BAL(WS-AX) TO WS-EN-BAL(WS-EN-CT).
           MOVE 0 TO WS-EN-NEXT(WS-EN-CT).
           IF WS-AC-FIRST(WS-AX) = 0
               MOVE WS-EN-CT TO WS-AC-FIRST(WS-AX)
           ELSE
               MOVE WS-EN-CT TO WS-EN-NEXT(WS-AC-LAST(WS-AX))
           END-IF.
           MOVE WS-EN-CT TO WS-AC-LAST(WS-AX).
           GO TO JE-999.
       JE-900.
           DISPLAY "BAD SORTAUDT RECORD AT " WS-JRN-CT
               " - CYCLE STATEMENTS STOPPED".
           MOVE 16 TO RETURN-CODE.
           SET WS-ABORT TO TRUE.
       JE-999.
           EXIT.

       NOTE-BREAK SECTION.
       NB-010.
      * THE JOURNAL DISAGREES WITH ITSELF FOR THIS ACCOUNT - KEEP
      * THE FIRST DATE IT DID SO FOR THE EXCEPTION PAGE.
           IF WS-AC-BREAK-DATE(WS-AX) = SPACES
               MOVE WS-AUDT-DATE TO WS-AC-BREAK-DATE(WS-AX)
           END-IF.
       NB-999.
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
                   " ACCOUNTS - CYCLE STATEMENTS STOPPED"
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
           PERFORM CLEAR-ACCOUNT.
       FA-999.
           EXIT.

       CLEAR-ACCOUNT SECTION.
       CA-010.
      * A FRESH ACCOUNT ENTRY AT WS-AX FOR WS-FIND-ID.
           MOVE WS-FIND-ID TO WS-AC-ID(WS-AX).
           MOVE "N" TO WS-AC-ON-MAST(WS-AX).
           MOVE 0 TO WS-AC-MAST-BAL(WS-AX).
           MOVE "N" TO WS-AC-STATE(WS-AX).
           MOVE 0 TO WS-AC-BAL(WS-AX).
           MOVE "B" TO WS-AC-PHASE(WS-AX).
           MOVE "N" TO WS-AC-OPEN-STATE(WS-AX).
           MOVE 0 TO WS-AC-OPEN-BAL(WS-AX).
           MOVE "N" TO WS-AC-END-STATE(WS-AX).
           MOVE 0 TO WS-AC-END-BAL(WS-AX).
           MOVE SPACES TO WS-AC-BREAK-DATE(WS-AX).
           MOVE 0 TO WS-AC-CYC-CT(WS-AX).
           MOVE 0 TO WS-AC-FIRST(WS-AX).
           MOVE 0 TO WS-AC-LAST(WS-AX).
       CA-999.
           EXIT.

       PROVE-ACCOUNT SECTION.
       PA-010.
      * ONE ACCOUNT AT WS-AX.  AN ACCOUNT THAT WAS NOT OPEN AT THE
      * START OF THE CYCLE, HAD NO BALANCE ACTIVITY IN IT, AND IS
      * NEITHER ON THE MASTER NOR OPEN ON THE JOURNAL NOW IS NOT
      * PART OF THIS CYCLE.  OTHERWISE THE JOURNAL MUST HOLD
      * TOGETHER AND ROLL FORWARD TO THE MASTER BEFORE A STATEMENT
      * GOES OUT.
           IF WS-AC-OPEN-STATE(WS-AX) NOT = "O"
                   AND WS-AC-FIRST(WS-AX) = 0
                   AND WS-AC-ON-MAST(WS-AX) NOT = "Y"
                   AND WS-AC-STATE(WS-AX) NOT = "O"
               GO TO PA-999
           END-IF.
           MOVE SPACES TO WS-EXC-REASON.
           EVALUATE TRUE
               WHEN WS-AC-BREAK-DATE(WS-AX) NOT = SPACES
                   STRING "JOURNAL DOES NOT CHAIN ON "
                       DELIMITED BY SIZE
                       WS-AC-BREAK-DATE(WS-AX) DELIMITED BY SIZE
                       INTO WS-EXC-REASON
                   END-STRING
               WHEN WS-AC-ON-MAST(WS-AX) = "Y"
                       AND WS-AC-STATE(WS-AX) NOT = "O"
                   MOVE "ON MASTER BUT NOT OPEN ON JOURNAL"
                       TO WS-EXC-REASON
               WHEN WS-AC-ON-MAST(WS-AX) NOT = "Y"
                       AND WS-AC-STATE(WS-AX) = "O"
                   MOVE "OPEN ON JOURNAL BUT NOT ON MASTER"
                       TO WS-EXC-REASON
               WHEN WS-AC-ON-MAST(WS-AX) = "Y"
                       AND WS-AC-BAL(WS-AX) NOT =
                           WS-AC-MAST-BAL(WS-AX)
                   MOVE "JOURNAL DOES NOT ROLL TO MASTER"
                       TO WS-EXC-REASON
           END-EVALUATE.
           IF WS-EXC-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION
               GO TO PA-999
           END-IF.
           IF WS-AC-FIRST(WS-AX) = 0
               ADD 1 TO WS-SUPP-CT
               GO TO PA-999
           END-IF.
           PERFORM WRITE-STATEMENT.
       PA-999.
           EXIT.

       WRITE-STATEMENT SECTION.
       ST-010.
      * ONE CYCLE STATEMENT - OPENING BALANCE, THE CHAIN OF CYCLE
      * LINES, CLOSING BALANCE.
           IF WS-STMT-CT > 0
               WRITE WS-STM-LINE FROM SPACES
           END-IF.
           ADD 1 TO WS-STMT-CT.
           MOVE WS-AC-ID(WS-AX) TO WS-STM-HDR-ID.
           MOVE WS-CYC-FROM TO WS-STM-HDR-FROM.
           MOVE WS-CYC-TO TO WS-STM-HDR-TO.
           WRITE WS-STM-LINE FROM WS-STM-HDR-LINE.
           WRITE WS-STM-LINE FROM WS-STM-COL-HDR-LINE.
           MOVE WS-CYC-FROM TO WS-STM-DET-DATE.
           MOVE SPACES TO WS-STM-DET-AMT.
           IF WS-AC-OPEN-STATE(WS-AX) = "O"
               MOVE "OPENING BALANCE" TO WS-STM-DET-TYPE
               MOVE WS-AC-OPEN-BAL(WS-AX) TO WS-DISP-BAL
               MOVE WS-DISP-BAL TO WS-STM-DET-BAL
           ELSE
               MOVE "NO PRIOR ACCOUNT" TO WS-STM-DET-TYPE
               MOVE SPACES TO WS-STM-DET-BAL
           END-IF.
           WRITE WS-STM-LINE FROM WS-STM-DET-LINE.
           MOVE WS-AC-FIRST(WS-AX) TO WS-EX.
           PERFORM UNTIL WS-EX = 0
               MOVE WS-EN-DATE(WS-EX) TO WS-STM-DET-DATE
               MOVE WS-EN-AMT(WS-EX) TO WS-DISP-BAL
               MOVE WS-DISP-BAL TO WS-STM-DET-AMT
               MOVE WS-EN-BAL(WS-EX) TO WS-DISP-BAL
               MOVE WS-DISP-BAL TO WS-STM-DET-BAL
               EVALUATE WS-EN-TYPE(WS-EX)
                   WHEN "A"
                       MOVE "ACCOUNT OPENED" TO WS-STM-DET-TYPE
                   WHEN "P"
                       MOVE "POSTED" TO WS-STM-DET-TYPE
                   WHEN "R"
                       MOVE "BALANCE REPLACED" TO WS-STM-DET-TYPE
                   WHEN "C"
                       MOVE "ACCOUNT CLOSED" TO WS-STM-DET-TYPE
                       MOVE SPACES TO WS-STM-DET-AMT
                       MOVE SPACES TO WS-STM-DET-BAL
               END-EVALUATE
               WRITE WS-STM-LINE FROM WS-STM-DET-LINE
               MOVE WS-EN-NEXT(WS-EX) TO WS-EX
           END-PERFORM.
           MOVE WS-CYC-TO TO WS-STM-DET-DATE.
           MOVE SPACES TO WS-STM-DET-AMT.
           IF WS-AC-END-STATE(WS-AX) = "O"
               MOVE "CLOSING BALANCE" TO WS-STM-DET-TYPE
               MOVE WS-AC-END-BAL(WS-AX) TO WS-DISP-BAL
               MOVE WS-DISP-BAL TO WS-STM-DET-BAL
           ELSE
               MOVE "ACCOUNT CLOSED" TO WS-STM-DET-TYPE
               MOVE SPACES TO WS-STM-DET-BAL
           END-IF.
           WRITE WS-STM-LINE FROM WS-STM-DET-LINE.
       ST-999.
           EXIT.

       WRITE-EXCEPTION SECTION.
       WE-010.
      * ONE ACCOUNT ON THE EXCEPTION PAGE IN PLACE OF ITS STATEMENT.
      * A BALANCE COLUMN IS BLANK WHERE THE ACCOUNT WAS NOT OPEN.
           ADD 1 TO WS-OOB-CT.
           MOVE WS-AC-ID(WS-AX) TO WS-EXC-ID.
           MOVE SPACES TO WS-EXC-OPEN WS-EXC-END WS-EXC-NOW
               WS-EXC-MAST.
           IF WS-AC-OPEN-STATE(WS-AX) = "O"
               MOVE WS-AC-OPEN-BAL(WS-AX) TO WS-DISP-BAL
               MOVE WS-DISP-BAL TO WS-EXC-OPEN
           END-IF.
           IF WS-AC-END-STATE(WS-AX) = "O"
               MOVE WS-AC-END-BAL(WS-AX) TO WS-DISP-BAL
               MOVE WS-DISP-BAL TO WS-EXC-END
           END-IF.
           IF WS-AC-STATE(WS-AX) = "O"
               MOVE WS-AC-BAL(WS-AX) TO WS-DISP-BAL
               MOVE WS-DISP-BAL TO WS-EXC-NOW
           END-IF.
           IF WS-AC-ON-MAST(WS-AX) = "Y"
               MOVE WS-AC-MAST-BAL(WS-AX) TO WS-DISP-BAL
               MOVE WS-DISP-BAL TO WS-EXC-MAST
           END-IF.
           MOVE WS-EXC-REASON TO WS-EXC-RSN.
           WRITE WS-EXC-LINE FROM WS-EXC-DET-LINE.
       WE-999.
           EXIT.

       WRITE-RECAP SECTION.
       WR-010.
      * RUN-LEVEL RECAP AFTER THE LAST STATEMENT, AND THE COUNT
      * UNDER THE EXCEPTION PAGE.
           WRITE WS-STM-LINE FROM SPACES.
           MOVE "CYCLE STATEMENT RUN RECAP" TO WS-RECAP-LABEL.
           STRING WS-CYC-FROM "-" WS-CYC-TO
               DELIMITED BY SIZE INTO WS-RECAP-VALUE
           END-STRING.
           WRITE WS-STM-LINE FROM WS-RECAP-LINE.
           MOVE "JOURNAL RECORDS READ" TO WS-RECAP-LABEL.
           MOVE WS-JRN-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-STM-LINE FROM WS-RECAP-LINE.
           MOVE "JOURNAL RECORDS IN CYCLE" TO WS-RECAP-LABEL.
           MOVE WS-JRN-CYC-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-STM-LINE FROM WS-RECAP-LINE.
           MOVE "STATEMENTS PRODUCED" TO WS-RECAP-LABEL.
           MOVE WS-STMT-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-STM-LINE FROM WS-RECAP-LINE.
           MOVE "STATEMENTS SUPPRESSED" TO WS-RECAP-LABEL.
           MOVE WS-SUPP-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-STM-LINE FROM WS-RECAP-LINE.
           MOVE "ACCOUNTS OUT OF BALANCE" TO WS-RECAP-LABEL.
           MOVE WS-OOB-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-STM-LINE FROM WS-RECAP-LINE.
           WRITE WS-EXC-LINE FROM SPACES.
           MOVE WS-OOB-CT TO WS-EXC-TOT-CT.
           WRITE WS-EXC-LINE FROM WS-EXC-TOT-LINE.
           MOVE WS-STMT-CT TO WS-DISP-CT.
           DISPLAY "CYCLE STATEMENT RUN COMPLETE - " WS-DISP-CT
               " STATEMENTS - SEE CYCSTMT".
           IF WS-OOB-CT > 0
               MOVE WS-OOB-CT TO WS-DISP-CT
               DISPLAY "CYCLE JOURNAL OUT OF BALANCE ON " WS-DISP-CT
                   " ACCOUNTS - SEE CYCEXC"
               MOVE 12 TO RETURN-CODE
           END-IF.
       WR-999.
           EXIT.

       READ-MAST SECTION.
       RA-010.
      * NEXT DATA RECORD OFF SORTNEWM, SKIPPING HDR/TRL AND BLANKS,
      * WITH THE ID-SEQUENCE GUARD.
           READ WS-MAST-FILE INTO WS-MAST-REC
               AT END
                   SET WS-MAST-EOF TO TRUE
                   GO TO RA-999
           END-READ.
           ADD 1 TO WS-MAST-REC-NO.
           IF WS-MAST-REC(1:3) = "HDR" OR WS-MAST-REC(1:3) = "TRL"
                   OR WS-MAST-REC = SPACES
               GO TO RA-010
           END-IF.
           MOVE WS-MAST-REC(1:30) TO WS-TOK.
           PERFORM PARSE-TOKEN.
           IF NOT WS-PARSE-OK OR WS-PARSE-ID = SPACES
               DISPLAY "BAD SORTNEWM RECORD AT " WS-MAST-REC-NO
                   " - CYCLE STATEMENTS STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               SET WS-MAST-EOF TO TRUE
               GO TO RA-999
           END-IF.
           MOVE WS-PARSE-ID TO WS-MAST-ID.
           MOVE WS-PARSE-AMT TO WS-MAST-AMT.
           IF WS-MAST-ID NOT > WS-MAST-PREV-ID
               DISPLAY "SORTNEWM OUT OF ID SEQUENCE AT "
                   WS-MAST-REC-NO " - CYCLE STATEMENTS STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               SET WS-MAST-EOF TO TRUE
               GO TO RA-999
           END-IF.
           MOVE WS-MAST-ID TO WS-MAST-PREV-ID.
       RA-999.
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
