       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTACCR.

      * MONTH-END INTEREST AND SERVICE-CHARGE ACCRUAL.  READS THE
      * CLOSING MASTER (SORTNEWM FROM THE LAST UPDATE RUN) AGAINST
      * THE ACCRTBL RATE/FEE TABLE AND WRITES ONE "P" TRANSACTION
      * PER ACCOUNT THAT EARNS INTEREST OR PAYS A CHARGE TO ACCRFEED
      * - A READY-MADE UPSTREAM FEED IN THE NUMBERED SORTINNN
      * LAYOUT WITH ITS OWN HDR/TRL CONTROL TOTALS, FOR THE NEXT
      * MERGESORT UPDATE TO LOAD AND BALANCE LIKE ANY OTHER FEED.
      * THE HDR CARRIES "SYS" IN POSITIONS 21-23 TO MARK THE FEED AS
      * SYSTEM-GENERATED RATHER THAN CUSTOMER ACTIVITY.  ACCRRPT IS
      * THE ACCRUAL REGISTER - BALANCE, RATE OR FEE APPLIED AND
      * AMOUNT FOR EVERY ACCOUNT, WITH TOTALS FOR FINANCE TO SIGN.
      * ACCRTBL RECORDS, ANY ORDER EXCEPT AS NOTED ("*" IN POSITION
      * 1 IS A COMMENT).  AMOUNTS ARE LEFT-JUSTIFIED IN THEIR FIELDS,
      * WITH AN OPTIONAL SIGN AND DECIMAL POINT, E.G. 2500.00:
      *   P  - 3-5 DAYS IN THE ACCRUAL PERIOD, 7-9 DAYS IN THE YEAR
      *        (360 OR 365), 11 ROUNDING RULE - "H" ROUNDS THE LAST
      *        HALF CENT UP, "T" TRUNCATES TO THE CENT.  EXACTLY ONE.
      *   T  - AN INTEREST BAND: 3-15 THE LOWEST BALANCE IN THE BAND,
      *        17-23 THE ANNUAL RATE AS 99.9999 PERCENT.  IN RISING
      *        ORDER OF BALANCE, UP TO 20.  THE BAND THE CLOSING
      *        BALANCE FALLS IN SETS THE RATE FOR THE WHOLE BALANCE.
      *   F  - THE SERVICE CHARGE: 3-15 THE MINIMUM BALANCE, 17-25
      *        THE FLAT FEE CHARGED WHEN THE BALANCE IS BELOW IT.
      *        AT MOST ONE.
      *   X  - 3-12 AN ACCOUNT EXEMPT FROM BOTH, IN ID ORDER.
      * AN ACCOUNT BELOW THE MINIMUM PAYS THE FEE AND EARNS NO
      * INTEREST; A BALANCE OF ZERO OR LESS NEVER EARNS INTEREST.
      * INTEREST = BALANCE X RATE / 100 X PERIOD DAYS / YEAR DAYS,
      * COMPUTED IN FULL AND THEN TAKEN TO THE CENT BY THE RULE.
      * A BAD TABLE, OR A MASTER THAT DOES NOT PROVE TO ITS OWN TRL,
      * STOPS THE RUN WITH RETURN CODE 16 AND NO FEED.
      * AN ACCRUAL TOO LARGE FOR THE FEED AMOUNT IS LISTED ON THE
      * REGISTER AND NOT POSTED, AND THE RUN ENDS RETURN CODE 12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-TBL-FILE ASSIGN TO "ACCRTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBL-STATUS.
           SELECT WS-MAST-FILE ASSIGN TO "SORTNEWM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAST-STATUS.
           SELECT WS-FEED-FILE ASSIGN TO "ACCRFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT WS-RPT-FILE ASSIGN TO "ACCRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WS-TBL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-TBL-REC              PIC X(80).

       FD  WS-MAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-MAST-REC             PIC X(80).

       FD  WS-FEED-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-FEED-REC             PIC X(80).

       FD  WS-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TBL-STATUS           PIC X(2).
       01  WS-MAST-STATUS          PIC X(2).
       01  WS-FEED-STATUS          PIC X(2).
       01  WS-RPT-STATUS           PIC X(2).

       01  WS-ABORT-SW             PIC X(1)       VALUE "N".
           88 WS-ABORT                            VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).

      * THE RATE/FEE TABLE.
       01  WS-TBL-LINE             PIC X(80).
       01  WS-TBL-EOF-SW           PIC X(1)       VALUE "N".
           88 WS-TBL-EOF                          VALUE "Y".
       01  WS-TBL-REC-NO           PIC S9(5) COMP-3 VALUE 0.
       01  WS-P-CT                 PIC S9(3) COMP-3 VALUE 0.
       01  WS-F-CT                 PIC S9(3) COMP-3 VALUE 0.
       01  WS-PER-DAYS             PIC 9(3).
       01  WS-YEAR-DAYS            PIC 9(3).
       01  WS-ROUND-RULE           PIC X(1).
           88 WS-ROUND-HALF-UP                    VALUE "H".
           88 WS-ROUND-TRUNCATE                   VALUE "T".
       01  WS-TIER-MAX             PIC S9(3) COMP-3 VALUE 20.
       01  WS-TIER-TABLE.
           05 WS-TIER-ENT OCCURS 20.
              07 WS-TIER-FLOOR     PIC S9(9)V99 COMP-3.
              07 WS-TIER-RATE      PIC 9(2)V9(4).
              07 WS-TIER-CT        PIC S9(7) COMP-3.
              07 WS-TIER-AMT       PIC S9(13)V99 COMP-3.
       01  WS-TIER-USED            PIC S9(3) COMP-3 VALUE 0.
       01  WS-TX                   PIC S9(3) COMP-3.
       01  WS-TIER-HIT             PIC S9(3) COMP-3.
       01  WS-RATE-RAW             PIC 9(6).
       01  WS-FEE-MIN              PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-FEE-AMT              PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-EXM-MAX              PIC S9(5) COMP-3 VALUE 5000.
       01  WS-EXM-TABLE.
           05 WS-EXM-ID            PIC X(10) OCCURS 5000.
       01  WS-EXM-CT               PIC S9(5) COMP-3 VALUE 0.
       01  WS-EXM-LO               PIC S9(5) COMP-3.
       01  WS-EXM-HI               PIC S9(5) COMP-3.
       01  WS-EXM-MID              PIC S9(5) COMP-3.
       01  WS-EXM-HIT-SW           PIC X(1).
           88 WS-EXM-HIT                          VALUE "Y".

      * SORTNEWM, PARSED, WITH ITS EOF SWITCH, SEQUENCE GUARD AND
      * THE TRL CONTROL TOTALS IT MUST PROVE TO.
       01  WS-MAST-LINE            PIC X(80).
       01  WS-MAST-EOF-SW          PIC X(1)       VALUE "N".
           88 WS-MAST-EOF                         VALUE "Y".
       01  WS-MAST-ID              PIC X(10).
       01  WS-MAST-AMT             PIC S9(9)V99 COMP-3.
       01  WS-MAST-PREV-ID         PIC X(10)      VALUE LOW-VALUES.
       01  WS-MAST-REC-NO          PIC S9(7) COMP-3 VALUE 0.
       01  WS-MAST-TRL-SW          PIC X(1)       VALUE "N".
           88 WS-MAST-TRL                         VALUE "Y".
       01  WS-MAST-TRL-CT          PIC 9(9).
       01  WS-MAST-TRL-RAW         PIC 9(15).
       01  WS-MAST-TRL-AMT         PIC S9(13)V99 COMP-3.

      * ONE ACCOUNT'S ACCRUAL.
       01  WS-ACR-AMT              PIC S9(9)V99 COMP-3.
       01  WS-ACR-WORK             PIC S9(11)V9(8) COMP-3.
       01  WS-ACR-KIND             PIC X(1).
           88 WS-ACR-INTEREST                     VALUE "I".
           88 WS-ACR-FEE                          VALUE "F".
           88 WS-ACR-EXEMPT                       VALUE "X".
           88 WS-ACR-NONE                         VALUE "N".
           88 WS-ACR-OVERSIZE                     VALUE "Z".

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
       01  WS-ACCT-CT              PIC S9(7) COMP-3 VALUE 0.
       01  WS-ACCT-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-INT-CT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-INT-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-FEE-CT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-FEE-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-EXEMPT-CT            PIC S9(7) COMP-3 VALUE 0.
       01  WS-NONE-CT              PIC S9(7) COMP-3 VALUE 0.
       01  WS-OVERSIZE-CT          PIC S9(7) COMP-3 VALUE 0.
       01  WS-FEED-CT              PIC S9(7) COMP-3 VALUE 0.
       01  WS-FEED-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DISP-CT              PIC ZZZZZZ9.
       01  WS-DISP-BAL             PIC -(10)9.99.
       01  WS-DISP-TOTAL           PIC -(13)9.99.
       01  WS-DISP-RATE            PIC Z9.9999.

      * ACCRFEED - THE SAME RECORD LAYOUTS MERGESORT READS ON A
      * NUMBERED FEED AND WRITES ON SORTOUT.
       01  WS-OUT-DET.
           05 WS-OUT-ID            PIC X(10).
           05 FILLER               PIC X(1)  VALUE ":".
           05 WS-OUT-AMT           PIC +9(9).99.
           05 FILLER               PIC X(1)  VALUE ":".
           05 WS-OUT-TC            PIC X(1)  VALUE "P".
           05 FILLER               PIC X(54) VALUE SPACES.
       01  WS-OUT-HDR.
           05 FILLER               PIC X(3)  VALUE "HDR".
           05 WS-OUT-HDR-DATE      PIC 9(8).
           05 WS-OUT-HDR-TIME      PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-OUT-HDR-ORIGIN    PIC X(3)  VALUE "SYS".
           05 FILLER               PIC X(57) VALUE SPACES.
       01  WS-OUT-TRL.
           05 FILLER               PIC X(3)  VALUE "TRL".
           05 WS-OUT-TRL-CT        PIC 9(9).
           05 WS-OUT-TRL-AMT       PIC S9(13)V99 SIGN LEADING
                                   SEPARATE.
           05 FILLER               PIC X(52) VALUE SPACES.

      * ACCRRPT LINES.
       01  WS-RPT-HDR-LINE.
           05 FILLER               PIC X(32) VALUE
               "INTEREST AND CHARGE ACCRUAL".
           05 FILLER               PIC X(9)  VALUE "RUN DATE ".
           05 WS-RPT-HDR-DATE      PIC 9(8).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(7)  VALUE "PERIOD ".
           05 WS-RPT-HDR-DAYS      PIC ZZ9.
           05 FILLER               PIC X(6)  VALUE " DAYS/".
           05 WS-RPT-HDR-BASIS     PIC 9(3).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-RPT-HDR-ROUND     PIC X(22).
           05 FILLER               PIC X(35) VALUE SPACES.
       01  WS-RPT-COL-HDR-LINE.
           05 FILLER               PIC X(12) VALUE "ID".
           05 FILLER               PIC X(16) VALUE "       BALANCE".
           05 FILLER               PIC X(36) VALUE
               "RATE OR FEE APPLIED".
           05 FILLER               PIC X(16) VALUE "        AMOUNT".
           05 FILLER               PIC X(52) VALUE SPACES.
       01  WS-RPT-DET-LINE.
           05 WS-RPT-ID            PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-BAL           PIC X(14).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-BASIS         PIC X(36).
           05 WS-RPT-AMT           PIC X(14).
           05 FILLER               PIC X(54) VALUE SPACES.
       01  WS-RPT-TIER-LINE.
           05 FILLER               PIC X(7)  VALUE "  BAND ".
           05 WS-RPT-TIER-NO       PIC Z9.
           05 FILLER               PIC X(6)  VALUE " FROM ".
           05 WS-RPT-TIER-FLOOR    PIC -(10)9.99.
           05 FILLER               PIC X(4)  VALUE " AT ".
           05 WS-RPT-TIER-RATE     PIC Z9.9999.
           05 FILLER               PIC X(4)  VALUE " PCT".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-TIER-CT       PIC ZZZZZZ9.
           05 FILLER               PIC X(10) VALUE " ACCOUNTS ".
           05 WS-RPT-TIER-AMT      PIC -(13)9.99.
           05 FILLER               PIC X(52) VALUE SPACES.
       01  WS-RECAP-LINE.
           05 WS-RECAP-LABEL       PIC X(36).
           05 WS-RECAP-VALUE       PIC X(20).
           05 FILLER               PIC X(76) VALUE SPACES.
       01  WS-SIGN-LINE.
           05 FILLER               PIC X(60) VALUE
               "PREPARED BY ____________________  DATE __________".
           05 FILLER               PIC X(72) VALUE SPACES.
       01  WS-SIGN-LINE-2.
           05 FILLER               PIC X(60) VALUE
               "APPROVED BY ____________________  DATE __________".
           05 FILLER               PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       MAIN-000.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-TABLE.
           IF WS-ABORT
               GO TO MAIN-999
           END-IF.
           PERFORM PROVE-MASTER.
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
           OPEN OUTPUT WS-FEED-FILE.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACCRFEED - FILE STATUS "
                   WS-FEED-STATUS
               CLOSE WS-MAST-FILE
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-999
           END-IF.
           OPEN OUTPUT WS-RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACCRRPT - FILE STATUS "
                   WS-RPT-STATUS
               CLOSE WS-MAST-FILE
               CLOSE WS-FEED-FILE
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-999
           END-IF.
           MOVE WS-RUN-DATE TO WS-OUT-HDR-DATE.
           MOVE WS-RUN-TIME TO WS-OUT-HDR-TIME.
           WRITE WS-FEED-REC FROM WS-OUT-HDR.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.
           MOVE WS-PER-DAYS TO WS-RPT-HDR-DAYS.
           MOVE WS-YEAR-DAYS TO WS-RPT-HDR-BASIS.
           IF WS-ROUND-HALF-UP
               MOVE "HALF CENT ROUNDED UP" TO WS-RPT-HDR-ROUND
           ELSE
               MOVE "TRUNCATED TO THE CENT" TO WS-RPT-HDR-ROUND
           END-IF.
           WRITE WS-RPT-LINE FROM WS-RPT-HDR-LINE.
           WRITE WS-RPT-LINE FROM WS-RPT-COL-HDR-LINE.
           MOVE "N" TO WS-MAST-EOF-SW.
           MOVE LOW-VALUES TO WS-MAST-PREV-ID.
           MOVE 0 TO WS-MAST-REC-NO.
           PERFORM READ-MAST.
           PERFORM UNTIL WS-MAST-EOF
               PERFORM ACCRUE-ACCOUNT
               PERFORM READ-MAST
           END-PERFORM.
           MOVE WS-FEED-CT TO WS-OUT-TRL-CT.
           MOVE WS-FEED-TOTAL TO WS-OUT-TRL-AMT.
           WRITE WS-FEED-REC FROM WS-OUT-TRL.
           PERFORM WRITE-TOTALS.
           CLOSE WS-MAST-FILE.
           CLOSE WS-FEED-FILE.
           CLOSE WS-RPT-FILE.
       MAIN-999.
           STOP RUN.

       LOAD-TABLE SECTION.
       LT-010.
      * ACCRTBL INTO THE PARAMETERS, BANDS, FEE AND EXEMPT LIST.
      * THE TABLE DRIVES MONEY, SO ANY RECORD THAT DOES NOT EDIT, OR
      * A TABLE WITHOUT ITS ONE P RECORD, STOPS THE RUN.
           OPEN INPUT WS-TBL-FILE.
           IF WS-TBL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACCRTBL - FILE STATUS "
                   WS-TBL-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO LT-999
           END-IF.
           PERFORM UNTIL WS-TBL-EOF OR WS-ABORT
               READ WS-TBL-FILE INTO WS-TBL-LINE
                   AT END
                       SET WS-TBL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TBL-REC-NO
                       IF WS-TBL-LINE NOT = SPACES
                               AND WS-TBL-LINE(1:1) NOT = "*"
                           PERFORM EDIT-TABLE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-TBL-FILE.
           IF WS-ABORT
               GO TO LT-999
           END-IF.
           IF WS-P-CT NOT = 1
               DISPLAY "ACCRTBL MUST HOLD EXACTLY ONE P RECORD - "
                   "ACCRUAL STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
           END-IF.
       LT-999.
           EXIT.

       EDIT-TABLE-RECORD SECTION.
       ER-010.
      * ONE ACCRTBL RECORD BY ITS TYPE IN POSITION 1.
           EVALUATE WS-TBL-LINE(1:1)
               WHEN "P"
                   IF WS-TBL-LINE(3:3) NOT NUMERIC
                           OR WS-TBL-LINE(7:3) NOT NUMERIC
                           OR (WS-TBL-LINE(11:1) NOT = "H"
                               AND WS-TBL-LINE(11:1) NOT = "T")
                       GO TO ER-900
                   END-IF
                   MOVE WS-TBL-LINE(3:3) TO WS-PER-DAYS
                   MOVE WS-TBL-LINE(7:3) TO WS-YEAR-DAYS
                   MOVE WS-TBL-LINE(11:1) TO WS-ROUND-RULE
                   IF WS-PER-DAYS = 0
                           OR (WS-YEAR-DAYS NOT = 360
                               AND WS-YEAR-DAYS NOT = 365)
                       GO TO ER-900
                   END-IF
                   ADD 1 TO WS-P-CT
               WHEN "T"
                   IF WS-TIER-USED >= WS-TIER-MAX
                       DISPLAY "MORE THAN " WS-TIER-MAX
                           " ACCRTBL BANDS - ACCRUAL STOPPED"
                       MOVE 16 TO RETURN-CODE
                       SET WS-ABORT TO TRUE
                       GO TO ER-999
                   END-IF
                   MOVE SPACES TO WS-TOK
                   MOVE WS-TBL-LINE(3:13) TO WS-TOK
                   PERFORM PARSE-TOKEN
                   IF NOT WS-PARSE-OK OR WS-TBL-LINE(17:2) NOT NUMERIC
                           OR WS-TBL-LINE(19:1) NOT = "."
                           OR WS-TBL-LINE(20:4) NOT NUMERIC
                       GO TO ER-900
                   END-IF
                   IF WS-TIER-USED > 0
                       IF WS-PARSE-AMT NOT >
                               WS-TIER-FLOOR(WS-TIER-USED)
                           GO TO ER-900
                       END-IF
                   END-IF
                   ADD 1 TO WS-TIER-USED
                   MOVE WS-PARSE-AMT TO WS-TIER-FLOOR(WS-TIER-USED)
                   MOVE WS-TBL-LINE(17:2) TO WS-RATE-RAW(1:2)
                   MOVE WS-TBL-LINE(20:4) TO WS-RATE-RAW(3:4)
                   COMPUTE WS-TIER-RATE(WS-TIER-USED) =
                       WS-RATE-RAW / 10000
                   MOVE 0 TO WS-TIER-CT(WS-TIER-USED)
                   MOVE 0 TO WS-TIER-AMT(WS-TIER-USED)
               WHEN "F"
                   MOVE SPACES TO WS-TOK
                   MOVE WS-TBL-LINE(3:13) TO WS-TOK
                   PERFORM PARSE-TOKEN
                   IF NOT WS-PARSE-OK OR WS-F-CT > 0
                       GO TO ER-900
                   END-IF
                   MOVE WS-PARSE-AMT TO WS-FEE-MIN
                   MOVE SPACES TO WS-TOK
                   MOVE WS-TBL-LINE(17:9) TO WS-TOK
                   PERFORM PARSE-TOKEN
                   IF NOT WS-PARSE-OK OR WS-PARSE-AMT NOT > 0
                       GO TO ER-900
                   END-IF
                   MOVE WS-PARSE-AMT TO WS-FEE-AMT
                   ADD 1 TO WS-F-CT
               WHEN "X"
                   IF WS-TBL-LINE(3:10) = SPACES
                       GO TO ER-900
                   END-IF
                   IF WS-EXM-CT >= WS-EXM-MAX
                       DISPLAY "MORE THAN " WS-EXM-MAX
                           " EXEMPT IDS - ACCRUAL STOPPED"
                       MOVE 16 TO RETURN-CODE
                       SET WS-ABORT TO TRUE
                       GO TO ER-999
                   END-IF
                   IF WS-EXM-CT > 0
                       IF WS-TBL-LINE(3:10) NOT >
                               WS-EXM-ID(WS-EXM-CT)
                           GO TO ER-900
                       END-IF
                   END-IF
                   ADD 1 TO WS-EXM-CT
                   MOVE WS-TBL-LINE(3:10) TO WS-EXM-ID(WS-EXM-CT)
               WHEN OTHER
                   GO TO ER-900
           END-EVALUATE.
           GO TO ER-999.
       ER-900.
           DISPLAY "BAD ACCRTBL RECORD AT " WS-TBL-REC-NO ": "
               WS-TBL-LINE(1:40).
           DISPLAY "ACCRUAL STOPPED".
           MOVE 16 TO RETURN-CODE.
           SET WS-ABORT TO TRUE.
       ER-999.
           EXIT.

       PROVE-MASTER SECTION.
       PM-010.
      * A FIRST PASS OF SORTNEWM THAT MUST COME TO ITS OWN TRL COUNT
      * AND TOTAL, SO NO FEED IS EVER BUILT FROM A SHORT MASTER.
           OPEN INPUT WS-MAST-FILE.
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTNEWM - FILE STATUS "
                   WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO PM-999
           END-IF.
           PERFORM READ-MAST.
           PERFORM UNTIL WS-MAST-EOF
               ADD 1 TO WS-ACCT-CT
               ADD WS-MAST-AMT TO WS-ACCT-TOTAL
               PERFORM READ-MAST
           END-PERFORM.
           CLOSE WS-MAST-FILE.
           IF WS-ABORT
               GO TO PM-999
           END-IF.
           IF NOT WS-MAST-TRL
               DISPLAY "SORTNEWM HAS NO TRL RECORD - ACCRUAL STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO PM-999
           END-IF.
           IF WS-MAST-TRL-CT NOT = WS-ACCT-CT
                   OR WS-MAST-TRL-AMT NOT = WS-ACCT-TOTAL
               DISPLAY "SORTNEWM DOES NOT AGREE WITH ITS TRL - "
                   "ACCRUAL STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
           END-IF.
       PM-999.
           EXIT.

       ACCRUE-ACCOUNT SECTION.
       AA-010.
      * ONE MASTER ACCOUNT - EXEMPT, FEE, INTEREST OR NOTHING - ONTO
      * THE REGISTER, AND TO ACCRFEED WHEN THERE IS AN AMOUNT.
           MOVE 0 TO WS-ACR-AMT.
           MOVE SPACES TO WS-RPT-BASIS.
           PERFORM FIND-EXEMPT.
           EVALUATE TRUE
               WHEN WS-EXM-HIT
                   SET WS-ACR-EXEMPT TO TRUE
                   MOVE "EXEMPT" TO WS-RPT-BASIS
               WHEN WS-F-CT > 0 AND WS-MAST-AMT < WS-FEE-MIN
                   SET WS-ACR-FEE TO TRUE
                   COMPUTE WS-ACR-AMT = 0 - WS-FEE-AMT
                       ON SIZE ERROR
                           SET WS-ACR-OVERSIZE TO TRUE
                   END-COMPUTE
                   MOVE WS-FEE-MIN TO WS-DISP-BAL
                   STRING "FEE - BELOW MINIMUM " DELIMITED BY SIZE
                       WS-DISP-BAL DELIMITED BY SIZE
                       INTO WS-RPT-BASIS
                   END-STRING
               WHEN OTHER
                   PERFORM FIND-TIER
                   IF WS-TIER-HIT = 0 OR WS-MAST-AMT NOT > 0
                       SET WS-ACR-NONE TO TRUE
                       MOVE "NO INTEREST BAND" TO WS-RPT-BASIS
                   ELSE
                       SET WS-ACR-INTEREST TO TRUE
                       COMPUTE WS-ACR-WORK =
                           WS-MAST-AMT * WS-TIER-RATE(WS-TIER-HIT)
                           ON SIZE ERROR
                               SET WS-ACR-OVERSIZE TO TRUE
                       END-COMPUTE
                       COMPUTE WS-ACR-WORK =
                           WS-ACR-WORK * WS-PER-DAYS / WS-YEAR-DAYS
                           / 100
                           ON SIZE ERROR
                               SET WS-ACR-OVERSIZE TO TRUE
                       END-COMPUTE
                       IF WS-ROUND-HALF-UP
                           COMPUTE WS-ACR-AMT ROUNDED = WS-ACR-WORK
                               ON SIZE ERROR
                                   SET WS-ACR-OVERSIZE TO TRUE
                           END-COMPUTE
                       ELSE
                           COMPUTE WS-ACR-AMT = WS-ACR-WORK
                               ON SIZE ERROR
                                   SET WS-ACR-OVERSIZE TO TRUE
                           END-COMPUTE
                       END-IF
                       MOVE WS-TIER-HIT TO WS-RPT-TIER-NO
                       MOVE WS-TIER-RATE(WS-TIER-HIT) TO WS-DISP-RATE
                       STRING "INTEREST BAND " DELIMITED BY SIZE
                           WS-RPT-TIER-NO DELIMITED BY SIZE
                           " AT " DELIMITED BY SIZE
                           WS-DISP-RATE DELIMITED BY SIZE
                           " PCT" DELIMITED BY SIZE
                           INTO WS-RPT-BASIS
                       END-STRING
                   END-IF
           END-EVALUATE.
      * AN ACCRUAL THAT COMES TO LESS THAN A CENT IS NO TRANSACTION.
           IF WS-ACR-INTEREST AND WS-ACR-AMT = 0
               SET WS-ACR-NONE TO TRUE
               MOVE "INTEREST UNDER ONE CENT" TO WS-RPT-BASIS
           END-IF.
      * AN AMOUNT TOO LARGE FOR THE FEED IS LISTED, NOT POSTED - A
      * TRUNCATED ACCRUAL WOULD POST THE WRONG FIGURE UNSEEN.
           IF WS-ACR-OVERSIZE
               MOVE 0 TO WS-ACR-AMT
               MOVE "AMOUNT TOO LARGE - NOT POSTED" TO WS-RPT-BASIS
               DISPLAY "ACCRUAL FOR " WS-MAST-ID
                   " TOO LARGE - NOT POSTED - SEE ACCRRPT"
               IF RETURN-CODE = 0
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-ACR-EXEMPT
                   ADD 1 TO WS-EXEMPT-CT
               WHEN WS-ACR-NONE
                   ADD 1 TO WS-NONE-CT
               WHEN WS-ACR-OVERSIZE
                   ADD 1 TO WS-OVERSIZE-CT
               WHEN WS-ACR-FEE
                   ADD 1 TO WS-FEE-CT
                   ADD WS-ACR-AMT TO WS-FEE-TOTAL
               WHEN WS-ACR-INTEREST
                   ADD 1 TO WS-INT-CT
                   ADD WS-ACR-AMT TO WS-INT-TOTAL
                   ADD 1 TO WS-TIER-CT(WS-TIER-HIT)
                   ADD WS-ACR-AMT TO WS-TIER-AMT(WS-TIER-HIT)
           END-EVALUATE.
           MOVE WS-MAST-ID TO WS-RPT-ID.
           MOVE WS-MAST-AMT TO WS-DISP-BAL.
           MOVE WS-DISP-BAL TO WS-RPT-BAL.
           MOVE SPACES TO WS-RPT-AMT.
           IF WS-ACR-FEE OR WS-ACR-INTEREST
               MOVE WS-ACR-AMT TO WS-DISP-BAL
               MOVE WS-DISP-BAL TO WS-RPT-AMT
               MOVE WS-MAST-ID TO WS-OUT-ID
               MOVE WS-ACR-AMT TO WS-OUT-AMT
               WRITE WS-FEED-REC FROM WS-OUT-DET
               ADD 1 TO WS-FEED-CT
               ADD WS-ACR-AMT TO WS-FEED-TOTAL
           END-IF.
           WRITE WS-RPT-LINE FROM WS-RPT-DET-LINE.
       AA-999.
           EXIT.

       FIND-EXEMPT SECTION.
       FE-010.
      * BINARY SEARCH OF THE EXEMPT LIST FOR THE MASTER ID.
           MOVE "N" TO WS-EXM-HIT-SW.
           MOVE 1 TO WS-EXM-LO.
           MOVE WS-EXM-CT TO WS-EXM-HI.
           PERFORM UNTIL WS-EXM-LO > WS-EXM-HI OR WS-EXM-HIT
               COMPUTE WS-EXM-MID = (WS-EXM-LO + WS-EXM-HI) / 2
               EVALUATE TRUE
                   WHEN WS-EXM-ID(WS-EXM-MID) = WS-MAST-ID
                       SET WS-EXM-HIT TO TRUE
                   WHEN WS-EXM-ID(WS-EXM-MID) < WS-MAST-ID
                       COMPUTE WS-EXM-LO = WS-EXM-MID + 1
                   WHEN OTHER
                       COMPUTE WS-EXM-HI = WS-EXM-MID - 1
               END-EVALUATE
           END-PERFORM.
       FE-999.
           EXIT.

       FIND-TIER SECTION.
       FT-010.
      * THE HIGHEST BAND WHOSE LOWEST BALANCE THE ACCOUNT REACHES,
      * OR 0 WHEN IT IS BELOW THE FIRST BAND.
           MOVE 0 TO WS-TIER-HIT.
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-TIER-USED
               IF WS-MAST-AMT >= WS-TIER-FLOOR(WS-TX)
                   MOVE WS-TX TO WS-TIER-HIT
               END-IF
           END-PERFORM.
       FT-999.
           EXIT.

       WRITE-TOTALS SECTION.
       WT-010.
      * REGISTER TOTALS, THE BAND BREAKDOWN, THE FEED CONTROL
      * TOTALS AND THE SIGN-OFF BLOCK.
           WRITE WS-RPT-LINE FROM SPACES.
           MOVE "ACCOUNTS ON SORTNEWM" TO WS-RECAP-LABEL.
           MOVE WS-ACCT-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "SORTNEWM BALANCE TOTAL" TO WS-RECAP-LABEL.
           MOVE WS-ACCT-TOTAL TO WS-DISP-TOTAL.
           MOVE WS-DISP-TOTAL TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "ACCOUNTS EARNING INTEREST" TO WS-RECAP-LABEL.
           MOVE WS-INT-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "INTEREST TOTAL" TO WS-RECAP-LABEL.
           MOVE WS-INT-TOTAL TO WS-DISP-TOTAL.
           MOVE WS-DISP-TOTAL TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-TIER-USED
               MOVE WS-TX TO WS-RPT-TIER-NO
               MOVE WS-TIER-FLOOR(WS-TX) TO WS-RPT-TIER-FLOOR
               MOVE WS-TIER-RATE(WS-TX) TO WS-RPT-TIER-RATE
               MOVE WS-TIER-CT(WS-TX) TO WS-RPT-TIER-CT
               MOVE WS-TIER-AMT(WS-TX) TO WS-RPT-TIER-AMT
               WRITE WS-RPT-LINE FROM WS-RPT-TIER-LINE
           END-PERFORM.
           MOVE "ACCOUNTS CHARGED THE FEE" TO WS-RECAP-LABEL.
           MOVE WS-FEE-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "SERVICE CHARGE TOTAL" TO WS-RECAP-LABEL.
           MOVE WS-FEE-TOTAL TO WS-DISP-TOTAL.
           MOVE WS-DISP-TOTAL TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "ACCOUNTS EXEMPT" TO WS-RECAP-LABEL.
           MOVE WS-EXEMPT-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "ACCOUNTS WITH NO ACCRUAL" TO WS-RECAP-LABEL.
           MOVE WS-NONE-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           IF WS-OVERSIZE-CT > 0
               MOVE "ACCRUALS TOO LARGE - NOT POSTED" TO WS-RECAP-LABEL
               MOVE WS-OVERSIZE-CT TO WS-DISP-CT
               MOVE WS-DISP-CT TO WS-RECAP-VALUE
               WRITE WS-RPT-LINE FROM WS-RECAP-LINE
           END-IF.
           WRITE WS-RPT-LINE FROM SPACES.
           MOVE "ACCRFEED TRANSACTIONS (TRL COUNT)" TO WS-RECAP-LABEL.
           MOVE WS-FEED-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "ACCRFEED NET AMOUNT (TRL HASH)" TO WS-RECAP-LABEL.
           MOVE WS-FEED-TOTAL TO WS-DISP-TOTAL.
           MOVE WS-DISP-TOTAL TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           WRITE WS-RPT-LINE FROM SPACES.
           WRITE WS-RPT-LINE FROM WS-SIGN-LINE.
           WRITE WS-RPT-LINE FROM SPACES.
           WRITE WS-RPT-LINE FROM WS-SIGN-LINE-2.
           MOVE WS-FEED-CT TO WS-DISP-CT.
           DISPLAY "ACCRUAL COMPLETE - " WS-DISP-CT
               " TRANSACTIONS TO ACCRFEED - SEE ACCRRPT".
       WT-999.
           EXIT.

       READ-MAST SECTION.
       RA-010.
      * NEXT DATA RECORD OFF SORTNEWM, SKIPPING HDR AND BLANKS AND
      * KEEPING THE TRL CONTROL TOTALS, WITH THE ID-SEQUENCE GUARD.
           READ WS-MAST-FILE INTO WS-MAST-LINE
               AT END
                   SET WS-MAST-EOF TO TRUE
                   GO TO RA-999
           END-READ.
           ADD 1 TO WS-MAST-REC-NO.
           IF WS-MAST-LINE(1:3) = "HDR" OR WS-MAST-LINE = SPACES
               GO TO RA-010
           END-IF.
           IF WS-MAST-LINE(1:3) = "TRL"
               IF WS-MAST-LINE(4:9) NUMERIC
                       AND WS-MAST-LINE(14:15) NUMERIC
                       AND (WS-MAST-LINE(13:1) = "+"
                            OR WS-MAST-LINE(13:1) = "-")
                   SET WS-MAST-TRL TO TRUE
                   MOVE WS-MAST-LINE(4:9) TO WS-MAST-TRL-CT
                   MOVE WS-MAST-LINE(14:15) TO WS-MAST-TRL-RAW
                   COMPUTE WS-MAST-TRL-AMT = WS-MAST-TRL-RAW / 100
                   IF WS-MAST-LINE(13:1) = "-"
                       COMPUTE WS-MAST-TRL-AMT = 0 - WS-MAST-TRL-AMT
                   END-IF
               END-IF
               GO TO RA-010
           END-IF.
           MOVE WS-MAST-LINE(1:30) TO WS-TOK.
           PERFORM PARSE-TOKEN.
           IF NOT WS-PARSE-OK OR WS-PARSE-ID = SPACES
               DISPLAY "BAD SORTNEWM RECORD AT " WS-MAST-REC-NO
                   " - ACCRUAL STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               SET WS-MAST-EOF TO TRUE
               GO TO RA-999
           END-IF.
           MOVE WS-PARSE-ID TO WS-MAST-ID.
           MOVE WS-PARSE-AMT TO WS-MAST-AMT.
           IF WS-MAST-ID NOT > WS-MAST-PREV-ID
               DISPLAY "SORTNEWM OUT OF ID SEQUENCE AT "
                   WS-MAST-REC-NO " - ACCRUAL STOPPED"
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
