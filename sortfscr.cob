       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTFSCR.

      * UPSTREAM FEED QUALITY SCORECARD OFF THE CUMULATIVE SORTFHST
      * FEED HISTORY MERGESORT APPENDS EVERY RUN - SEE WS-FHST-OUT
      * THERE FOR THE RECORD LAYOUT.  FOR EACH FEED SEEN IN THE DATE
      * RANGE ON FSCCTL IT TOTALS THE RUNS, HOW THE FEED FARED IN
      * EACH (LOADED, NOT SUPPLIED, OUT OF BALANCE, OTHERWISE NOT
      * LOADED), THE TOKENS READ AND REJECTED WITH THE REJECTS BROKEN
      * OUT BY EDIT REASON CODE 01-06, AND THE AMOUNT LOADED.  FSCRPT
      * THEN SHOWS -
      *   THE FEEDS RANKED: EVERY FEED WHOSE REJECT RATE IS OVER THE
      *   THRESHOLD FIRST, WORST FIRST, THEN THE REST IN FEED ORDER;
      *   THE REJECT RATE BY REASON CODE, AS A PERCENT OF TOKENS READ;
      *   THE TREND - AVERAGE TOKENS PER RUN LOADED AND THE REJECT
      *   RATE IN THE FIRST HALF OF THE RANGE AGAINST THE SECOND
      *   HALF.  VOLUME IS STEADY WITHIN 10 PERCENT EITHER WAY.
      * A FEED WITH RUNS IN THE RANGE BUT NEVER SUPPLIED IN ANY OF
      * THEM IS NAMED ON ONE LINE AND NOT SCORED.  RUNS COUNTS EVERY
      * LOGGED RUN, SO A NIGHT THAT WAS RERUN COUNTS TWICE THERE, BUT
      * MISSING AND OUT BAL COUNT NIGHTS - A FEED MISSING OR OUT OF
      * BALANCE IN SEVERAL RUNS ON ONE DATE COUNTS ONCE FOR THAT DATE.
      * FSCCTL -
      *   POSITIONS 1-8   - FROM DATE, CCYYMMDD (REQUIRED)
      *   POSITIONS 10-17 - TO DATE, CCYYMMDD - BLANK FOR TODAY
      *   POSITIONS 19-23 - REJECT-RATE THRESHOLD AS 99.99 PERCENT -
      *                     BLANK FOR 05.00
      * RETURN CODE 16 WHEN THE SCORECARD CANNOT RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CTL-FILE ASSIGN TO "FSCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT WS-FHST-FILE ASSIGN TO "SORTFHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FHST-STATUS.
           SELECT WS-RPT-FILE ASSIGN TO "FSCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WS-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-CTL-REC              PIC X(80).

       FD  WS-FHST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  WS-FHST-REC             PIC X(120).

       FD  WS-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS           PIC X(2).
       01  WS-FHST-STATUS          PIC X(2).
       01  WS-RPT-STATUS           PIC X(2).

       01  WS-ABORT-SW             PIC X(1)       VALUE "N".
           88 WS-ABORT                            VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).

      * FSCCTL.
       01  WS-CTL-LINE             PIC X(80).
       01  WS-FROM-DATE            PIC 9(8).
       01  WS-TO-DATE              PIC 9(8).
       01  WS-THRESHOLD            PIC 9(2)V99.
       01  WS-THRESHOLD-RAW        PIC 9(4).
       01  WS-MID-DAYNO            PIC S9(9) COMP-3.
       01  WS-FROM-DAYNO           PIC S9(9) COMP-3.

      * THE SORTFHST RECORD AS MERGESORT LAYS IT OUT.
       01  WS-FHST-EOF-SW          PIC X(1)       VALUE "N".
           88 WS-FHST-EOF                         VALUE "Y".
       01  WS-FHST-IN.
           05 WS-FHST-DATE         PIC X(8).
           05 FILLER               PIC X(1).
           05 WS-FHST-TIME         PIC X(8).
           05 FILLER               PIC X(1).
           05 WS-FHST-FEED         PIC X(1).
           05 FILLER               PIC X(1).
           05 WS-FHST-ST           PIC X(1).
               88 WS-FHST-ST-VALID                VALUES "L" "O" "D"
                                                         "E" "M" "S".
           05 FILLER               PIC X(1).
           05 WS-FHST-TOK-CT       PIC X(7).
           05 FILLER               PIC X(1).
           05 WS-FHST-REJ-CT       PIC X(7).
           05 WS-FHST-RSN OCCURS 6.
              07 FILLER            PIC X(1).
              07 WS-FHST-RSN-CT    PIC X(7).
           05 FILLER               PIC X(1).
           05 WS-FHST-AMT-SIGN     PIC X(1).
           05 WS-FHST-AMT-DIGITS   PIC X(15).
           05 FILLER               PIC X(18).
       01  WS-FHST-DATE-N          PIC 9(8).
       01  WS-FHST-NUM7            PIC 9(7).
       01  WS-FHST-AMT-RAW         PIC 9(15).
       01  WS-FHST-AMT             PIC S9(13)V99 COMP-3.
       01  WS-FHST-STAMP           PIC X(17).
       01  WS-PREV-STAMP           PIC X(17)      VALUE SPACES.
       01  WS-HALF                 PIC 9(1).

      * ONE ENTRY PER FEED, SUBSCRIPTED BY FEED NUMBER PLUS ONE.
       01  WS-FD-TABLE.
           05 WS-FD-ENT OCCURS 10.
              07 WS-FD-RUNS        PIC S9(7) COMP-3.
              07 WS-FD-LOADED      PIC S9(7) COMP-3.
              07 WS-FD-MISSING     PIC S9(7) COMP-3.
              07 WS-FD-OOB         PIC S9(7) COMP-3.
              07 WS-FD-LAST-M-DATE PIC 9(8).
              07 WS-FD-LAST-O-DATE PIC 9(8).
              07 WS-FD-OTHER       PIC S9(7) COMP-3.
              07 WS-FD-SUPPLIED    PIC S9(7) COMP-3.
              07 WS-FD-TOK         PIC S9(9) COMP-3.
              07 WS-FD-REJ         PIC S9(9) COMP-3.
              07 WS-FD-RSN         PIC S9(9) COMP-3 OCCURS 6.
              07 WS-FD-AMT         PIC S9(13)V99 COMP-3.
              07 WS-FD-H-RUNS      PIC S9(7) COMP-3 OCCURS 2.
              07 WS-FD-H-TOK       PIC S9(9) COMP-3 OCCURS 2.
              07 WS-FD-H-REJ       PIC S9(9) COMP-3 OCCURS 2.
              07 WS-FD-RATE        PIC S9(3)V99 COMP-3.
              07 WS-FD-OVER-SW     PIC X(1).
              07 WS-FD-PICKED-SW   PIC X(1).
       01  WS-FX                   PIC S9(3) COMP-3.
       01  WS-RX                   PIC S9(3) COMP-3.
       01  WS-HX                   PIC S9(3) COMP-3.

      * THE RANKING - FEED SUBSCRIPTS IN REPORT ORDER.
       01  WS-RANK-TABLE.
           05 WS-RANK-FX           PIC S9(3) COMP-3 OCCURS 10.
       01  WS-RANK-CT              PIC S9(3) COMP-3 VALUE 0.
       01  WS-KX                   PIC S9(3) COMP-3.
       01  WS-BEST-FX              PIC S9(3) COMP-3.
       01  WS-OVER-CT              PIC S9(3) COMP-3 VALUE 0.

      * REASON CODE TITLES, AS MERGESORT'S EDIT GIVES THEM.
       01  WS-RSN-TITLES.
           05 FILLER               PIC X(17) VALUE "01 NOT NUMERIC".
           05 FILLER               PIC X(17) VALUE "02 ID TOO LONG".
           05 FILLER               PIC X(17) VALUE "03 MALFORMED".
           05 FILLER               PIC X(17) VALUE "04 OVER 9 DIGITS".
           05 FILLER               PIC X(17) VALUE "05 BAD TX CODE".
           05 FILLER               PIC X(17) VALUE "06 OVER 2 DEC".
       01  WS-RSN-TITLE-TABLE REDEFINES WS-RSN-TITLES.
           05 WS-RSN-TITLE         PIC X(17) OCCURS 6.

      * DAY NUMBER OF A CCYYMMDD DATE - DAYS SINCE A FIXED ORIGIN, SO
      * THE DIFFERENCE OF TWO IS THE DAYS BETWEEN THEM, LEAP YEARS
      * AND ALL.  THE YEAR IS TAKEN TO START IN MARCH SO FEBRUARY 29
      * FALLS AT THE END OF IT.
       01  WS-DN-DATE              PIC 9(8).
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE.
           05 WS-DN-CCYY           PIC 9(4).
           05 WS-DN-MM             PIC 9(2).
           05 WS-DN-DD             PIC 9(2).
       01  WS-DN-DAYNO             PIC S9(9) COMP-3.
       01  WS-DN-Y                 PIC S9(5) COMP-3.
       01  WS-DN-M                 PIC S9(3) COMP-3.
       01  WS-DN-ERA               PIC S9(5) COMP-3.
       01  WS-DN-YOE               PIC S9(5) COMP-3.
       01  WS-DN-DOY               PIC S9(5) COMP-3.
       01  WS-DN-DOE               PIC S9(7) COMP-3.
       01  WS-DN-Q                 PIC S9(7) COMP-3.

      * RUN COUNTS AND WORK FIELDS.
       01  WS-HIST-CT              PIC S9(9) COMP-3 VALUE 0.
       01  WS-HIST-IN-CT           PIC S9(9) COMP-3 VALUE 0.
       01  WS-RUN-CT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-AVG-1                PIC S9(9) COMP-3.
       01  WS-AVG-2                PIC S9(9) COMP-3.
       01  WS-CHG-PCT              PIC S9(7)V99 COMP-3.
       01  WS-RATE-1               PIC S9(3)V99 COMP-3.
       01  WS-RATE-2               PIC S9(3)V99 COMP-3.
       01  WS-PCT-WORK             PIC S9(3)V99 COMP-3.
       01  WS-DISP-CT              PIC ZZZZZZ9.
       01  WS-DISP-JCT             PIC ZZZZZZZZ9.
       01  WS-NONE-LIST            PIC X(40).
       01  WS-NONE-PTR             PIC S9(3) COMP-3.
       01  WS-FN-NO                PIC 9(1).

      * FSCRPT LINES.
       01  WS-RPT-HDR-LINE.
           05 FILLER               PIC X(30) VALUE
               "UPSTREAM FEED SCORECARD  FROM ".
           05 WS-RPT-HDR-FROM      PIC 9(8).
           05 FILLER               PIC X(4)  VALUE " TO ".
           05 WS-RPT-HDR-TO        PIC 9(8).
           05 FILLER               PIC X(20) VALUE
               "   REJECT THRESHOLD ".
           05 WS-RPT-HDR-THR       PIC Z9.99.
           05 FILLER               PIC X(4)  VALUE " PCT".
           05 FILLER               PIC X(53) VALUE SPACES.
       01  WS-RPT-TITLE-LINE.
           05 WS-RPT-TITLE         PIC X(80).
           05 FILLER               PIC X(52) VALUE SPACES.
       01  WS-RK-HDR-LINE.
           05 FILLER               PIC X(5)  VALUE "RANK ".
           05 FILLER               PIC X(10) VALUE "FEED".
           05 FILLER               PIC X(8)  VALUE "   RUNS ".
           05 FILLER               PIC X(8)  VALUE " LOADED ".
           05 FILLER               PIC X(8)  VALUE "MISSING ".
           05 FILLER               PIC X(8)  VALUE "OUT BAL ".
           05 FILLER               PIC X(8)  VALUE "  OTHER ".
           05 FILLER               PIC X(10) VALUE "   TOKENS ".
           05 FILLER               PIC X(10) VALUE "  REJECTS ".
           05 FILLER               PIC X(8)  VALUE "REJ PCT ".
           05 FILLER               PIC X(18) VALUE
               "           AMOUNT ".
           05 FILLER               PIC X(31) VALUE SPACES.
       01  WS-RK-DET-LINE.
           05 WS-RK-RANK           PIC ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RK-FEED           PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RK-RUNS           PIC ZZZZZZ9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RK-LOADED         PIC ZZZZZZ9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RK-MISSING        PIC ZZZZZZ9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RK-OOB            PIC ZZZZZZ9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RK-OTHER          PIC ZZZZZZ9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RK-TOK            PIC Z(8)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RK-REJ            PIC Z(8)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RK-RATE           PIC ZZZ9.99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RK-AMT            PIC -(13)9.99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RK-FLAG           PIC X(14).
           05 FILLER               PIC X(17) VALUE SPACES.
       01  WS-RS-HDR-LINE.
           05 FILLER               PIC X(10) VALUE "FEED".
           05 WS-RS-HDR-TITLE      PIC X(17) OCCURS 6.
           05 FILLER               PIC X(20) VALUE SPACES.
       01  WS-RS-DET-LINE.
           05 WS-RS-FEED           PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RS-ENT OCCURS 6.
              07 WS-RS-CT          PIC ZZZZZZ9.
              07 FILLER            PIC X(1).
              07 WS-RS-PCT         PIC ZZ9.99.
              07 FILLER            PIC X(3).
           05 FILLER               PIC X(20) VALUE SPACES.
       01  WS-TR-HDR-LINE.
           05 FILLER               PIC X(10) VALUE "FEED".
           05 FILLER               PIC X(9)  VALUE "1ST AVG  ".
           05 FILLER               PIC X(9)  VALUE "2ND AVG  ".
           05 FILLER               PIC X(11) VALUE "  CHG PCT  ".
           05 FILLER               PIC X(8)  VALUE "1ST PCT ".
           05 FILLER               PIC X(8)  VALUE "2ND PCT ".
           05 FILLER               PIC X(10) VALUE "VOLUME".
           05 FILLER               PIC X(8)  VALUE "QUALITY".
           05 FILLER               PIC X(59) VALUE SPACES.
       01  WS-TR-DET-LINE.
           05 WS-TR-FEED           PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-TR-AVG-1          PIC X(7).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-TR-AVG-2          PIC X(7).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-TR-CHG            PIC X(9).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-TR-RATE-1         PIC X(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-TR-RATE-2         PIC X(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-TR-VOLUME         PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-TR-QUALITY        PIC X(8).
           05 FILLER               PIC X(59) VALUE SPACES.
       01  WS-TR-AVG-DISP          PIC ZZZZZZ9.
       01  WS-TR-CHG-DISP          PIC -(5)9.99.
       01  WS-TR-RATE-DISP         PIC ZZZ9.99.
       01  WS-RECAP-LINE.
           05 WS-RECAP-LABEL       PIC X(40).
           05 WS-RECAP-VALUE       PIC X(40).
           05 FILLER               PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       MAIN-000.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL.
           IF WS-ABORT
               GO TO MAIN-999
           END-IF.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 10
               PERFORM CLEAR-FEED
           END-PERFORM.
           PERFORM SCAN-HISTORY.
           IF WS-ABORT
               GO TO MAIN-999
           END-IF.
           OPEN OUTPUT WS-RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN FSCRPT - FILE STATUS "
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-999
           END-IF.
           PERFORM RANK-FEEDS.
           MOVE WS-FROM-DATE TO WS-RPT-HDR-FROM.
           MOVE WS-TO-DATE TO WS-RPT-HDR-TO.
           MOVE WS-THRESHOLD TO WS-RPT-HDR-THR.
           WRITE WS-RPT-LINE FROM WS-RPT-HDR-LINE.
           PERFORM WRITE-RANKING.
           PERFORM WRITE-REASONS.
           PERFORM WRITE-TREND.
           PERFORM WRITE-RECAP.
           CLOSE WS-RPT-FILE.
       MAIN-999.
           STOP RUN.

       READ-CONTROL SECTION.
       RC-010.
      * THE DATE RANGE AND THRESHOLD OFF FSCCTL.  THE FROM DATE HAS
      * NO DEFAULT - A MISSING OR BAD CARD STOPS THE RUN.
           OPEN INPUT WS-CTL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN FSCCTL - FILE STATUS "
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
           IF WS-CTL-LINE(10:8) = SPACES
               MOVE WS-RUN-DATE TO WS-CTL-LINE(10:8)
           END-IF.
           IF WS-CTL-LINE(19:5) = SPACES
               MOVE "05.00" TO WS-CTL-LINE(19:5)
           END-IF.
           IF WS-CTL-LINE(1:8) NOT NUMERIC
                   OR WS-CTL-LINE(10:8) NOT NUMERIC
                   OR WS-CTL-LINE(19:2) NOT NUMERIC
                   OR WS-CTL-LINE(21:1) NOT = "."
                   OR WS-CTL-LINE(22:2) NOT NUMERIC
               GO TO RC-900
           END-IF.
           MOVE WS-CTL-LINE(1:8) TO WS-FROM-DATE.
           MOVE WS-CTL-LINE(10:8) TO WS-TO-DATE.
           MOVE WS-CTL-LINE(19:2) TO WS-THRESHOLD-RAW(1:2).
           MOVE WS-CTL-LINE(22:2) TO WS-THRESHOLD-RAW(3:2).
           COMPUTE WS-THRESHOLD = WS-THRESHOLD-RAW / 100.
           IF WS-FROM-DATE > WS-TO-DATE
               GO TO RC-900
           END-IF.
           MOVE WS-FROM-DATE TO WS-DN-DATE.
           IF WS-DN-MM < 1 OR WS-DN-MM > 12
                   OR WS-DN-DD < 1 OR WS-DN-DD > 31
               GO TO RC-900
           END-IF.
           PERFORM DAY-NUMBER.
           MOVE WS-DN-DAYNO TO WS-FROM-DAYNO.
           MOVE WS-TO-DATE TO WS-DN-DATE.
           IF WS-DN-MM < 1 OR WS-DN-MM > 12
                   OR WS-DN-DD < 1 OR WS-DN-DD > 31
               GO TO RC-900
           END-IF.
           PERFORM DAY-NUMBER.
      * A RUN ON OR BEFORE THE MIDDLE DAY IS IN THE FIRST HALF.
           COMPUTE WS-MID-DAYNO = (WS-FROM-DAYNO + WS-DN-DAYNO) / 2.
           GO TO RC-999.
       RC-900.
           DISPLAY "BAD FSCCTL CARD: " WS-CTL-LINE(1:40).
           MOVE 16 TO RETURN-CODE.
           SET WS-ABORT TO TRUE.
       RC-999.
           EXIT.

       CLEAR-FEED SECTION.
       CF-010.
           MOVE 0 TO WS-FD-RUNS(WS-FX).
           MOVE 0 TO WS-FD-LOADED(WS-FX).
           MOVE 0 TO WS-FD-MISSING(WS-FX).
           MOVE 0 TO WS-FD-OOB(WS-FX).
           MOVE 0 TO WS-FD-LAST-M-DATE(WS-FX).
           MOVE 0 TO WS-FD-LAST-O-DATE(WS-FX).
           MOVE 0 TO WS-FD-OTHER(WS-FX).
           MOVE 0 TO WS-FD-SUPPLIED(WS-FX).
           MOVE 0 TO WS-FD-TOK(WS-FX).
           MOVE 0 TO WS-FD-REJ(WS-FX).
           MOVE 0 TO WS-FD-AMT(WS-FX).
           MOVE 0 TO WS-FD-RATE(WS-FX).
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 6
               MOVE 0 TO WS-FD-RSN(WS-FX, WS-RX)
           END-PERFORM.
           PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 2
               MOVE 0 TO WS-FD-H-RUNS(WS-FX, WS-HX)
               MOVE 0 TO WS-FD-H-TOK(WS-FX, WS-HX)
               MOVE 0 TO WS-FD-H-REJ(WS-FX, WS-HX)
           END-PERFORM.
           MOVE "N" TO WS-FD-OVER-SW(WS-FX).
           MOVE "N" TO WS-FD-PICKED-SW(WS-FX).
       CF-999.
           EXIT.

       SCAN-HISTORY SECTION.
       SH-010.
      * THE ONE PASS OVER SORTFHST, TOTALLING EVERY RECORD IN THE
      * DATE RANGE INTO ITS FEED'S ENTRY.
           OPEN INPUT WS-FHST-FILE.
           IF WS-FHST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTFHST - FILE STATUS "
                   WS-FHST-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO SH-999
           END-IF.
           PERFORM UNTIL WS-FHST-EOF OR WS-ABORT
               READ WS-FHST-FILE INTO WS-FHST-IN
                   AT END
                       SET WS-FHST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-CT
                       PERFORM SCORE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE WS-FHST-FILE.
       SH-999.
           EXIT.

       SCORE-ENTRY SECTION.
       SE-010.
           IF WS-FHST-DATE NOT NUMERIC OR WS-FHST-TIME NOT NUMERIC
                   OR WS-FHST-FEED NOT NUMERIC
                   OR NOT WS-FHST-ST-VALID
                   OR WS-FHST-TOK-CT NOT NUMERIC
                   OR WS-FHST-REJ-CT NOT NUMERIC
                   OR WS-FHST-AMT-DIGITS NOT NUMERIC
               GO TO SE-900
           END-IF.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 6
               IF WS-FHST-RSN-CT(WS-RX) NOT NUMERIC
                   MOVE 7 TO WS-RX
                   SET WS-ABORT TO TRUE
               END-IF
           END-PERFORM.
           IF WS-ABORT
               GO TO SE-900
           END-IF.
           MOVE WS-FHST-DATE TO WS-FHST-DATE-N.
           IF WS-FHST-DATE-N < WS-FROM-DATE
                   OR WS-FHST-DATE-N > WS-TO-DATE
               GO TO SE-999
           END-IF.
           ADD 1 TO WS-HIST-IN-CT.
           MOVE WS-FHST-IN(1:17) TO WS-FHST-STAMP.
           IF WS-FHST-STAMP NOT = WS-PREV-STAMP
               ADD 1 TO WS-RUN-CT
               MOVE WS-FHST-STAMP TO WS-PREV-STAMP
           END-IF.
           MOVE WS-FHST-FEED TO WS-FX.
           ADD 1 TO WS-FX.
           ADD 1 TO WS-FD-RUNS(WS-FX).
           EVALUATE WS-FHST-ST
               WHEN "M"
                   IF WS-FHST-DATE-N NOT = WS-FD-LAST-M-DATE(WS-FX)
                       ADD 1 TO WS-FD-MISSING(WS-FX)
                       MOVE WS-FHST-DATE-N TO WS-FD-LAST-M-DATE(WS-FX)
                   END-IF
                   GO TO SE-999
               WHEN "S"
                   ADD 1 TO WS-FD-OTHER(WS-FX)
                   GO TO SE-999
               WHEN "L"
                   ADD 1 TO WS-FD-LOADED(WS-FX)
               WHEN "O"
                   IF WS-FHST-DATE-N NOT = WS-FD-LAST-O-DATE(WS-FX)
                       ADD 1 TO WS-FD-OOB(WS-FX)
                       MOVE WS-FHST-DATE-N TO WS-FD-LAST-O-DATE(WS-FX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-FD-OTHER(WS-FX)
           END-EVALUATE.
      * THE FEED WAS SUPPLIED - COUNT WHAT IT SENT.
           ADD 1 TO WS-FD-SUPPLIED(WS-FX).
           MOVE WS-FHST-TOK-CT TO WS-FHST-NUM7.
           ADD WS-FHST-NUM7 TO WS-FD-TOK(WS-FX).
           MOVE WS-FHST-REJ-CT TO WS-FHST-NUM7.
           ADD WS-FHST-NUM7 TO WS-FD-REJ(WS-FX).
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 6
               MOVE WS-FHST-RSN-CT(WS-RX) TO WS-FHST-NUM7
               ADD WS-FHST-NUM7 TO WS-FD-RSN(WS-FX, WS-RX)
           END-PERFORM.
           MOVE WS-FHST-AMT-DIGITS TO WS-FHST-AMT-RAW.
           COMPUTE WS-FHST-AMT = WS-FHST-AMT-RAW / 100.
           IF WS-FHST-AMT-SIGN = "-"
               COMPUTE WS-FHST-AMT = 0 - WS-FHST-AMT
           END-IF.
           ADD WS-FHST-AMT TO WS-FD-AMT(WS-FX).
           MOVE WS-FHST-DATE-N TO WS-DN-DATE.
           PERFORM DAY-NUMBER.
           IF WS-DN-DAYNO > WS-MID-DAYNO
               MOVE 2 TO WS-HX
           ELSE
               MOVE 1 TO WS-HX
           END-IF.
           ADD 1 TO WS-FD-H-RUNS(WS-FX, WS-HX).
           MOVE WS-FHST-TOK-CT TO WS-FHST-NUM7.
           ADD WS-FHST-NUM7 TO WS-FD-H-TOK(WS-FX, WS-HX).
           MOVE WS-FHST-REJ-CT TO WS-FHST-NUM7.
           ADD WS-FHST-NUM7 TO WS-FD-H-REJ(WS-FX, WS-HX).
           GO TO SE-999.
       SE-900.
           MOVE WS-HIST-CT TO WS-DISP-JCT.
           DISPLAY "BAD SORTFHST RECORD AT " WS-DISP-JCT
               " - SCORECARD STOPPED".
           MOVE 16 TO RETURN-CODE.
           SET WS-ABORT TO TRUE.
       SE-999.
           EXIT.

       RANK-FEEDS SECTION.
       RK-010.
      * EACH SUPPLIED FEED'S REJECT RATE AND WHETHER IT IS OVER THE
      * THRESHOLD, THEN THE REPORT ORDER - REPEATEDLY PICK THE BEST
      * REMAINING FEED UNDER PICK-NEXT-FEED'S RULE.
           MOVE SPACES TO WS-NONE-LIST.
           MOVE 1 TO WS-NONE-PTR.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 10
               IF WS-FD-RUNS(WS-FX) > 0
                   IF WS-FD-SUPPLIED(WS-FX) = 0
                       MOVE "Y" TO WS-FD-PICKED-SW(WS-FX)
                       COMPUTE WS-FN-NO = WS-FX - 1
                       STRING WS-FN-NO " " DELIMITED BY SIZE
                           INTO WS-NONE-LIST
                           WITH POINTER WS-NONE-PTR
                       END-STRING
                   ELSE
                       IF WS-FD-TOK(WS-FX) > 0
                           COMPUTE WS-FD-RATE(WS-FX) ROUNDED =
                               WS-FD-REJ(WS-FX) * 100
                               / WS-FD-TOK(WS-FX)
                       END-IF
                       IF WS-FD-RATE(WS-FX) > WS-THRESHOLD
                           MOVE "Y" TO WS-FD-OVER-SW(WS-FX)
                           ADD 1 TO WS-OVER-CT
                       END-IF
                   END-IF
               ELSE
                   MOVE "Y" TO WS-FD-PICKED-SW(WS-FX)
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-RANK-CT.
           MOVE 1 TO WS-BEST-FX.
           PERFORM UNTIL WS-BEST-FX = 0
               PERFORM PICK-NEXT-FEED
               IF WS-BEST-FX > 0
                   ADD 1 TO WS-RANK-CT
                   MOVE WS-BEST-FX TO WS-RANK-FX(WS-RANK-CT)
                   MOVE "Y" TO WS-FD-PICKED-SW(WS-BEST-FX)
               END-IF
           END-PERFORM.
       RK-999.
           EXIT.

       PICK-NEXT-FEED SECTION.
       PN-010.
      * THE NEXT FEED IN REPORT ORDER, OR 0 WHEN ALL ARE PLACED.  A
      * FEED OVER THE THRESHOLD BEATS ONE THAT IS NOT; BETWEEN TWO
      * OVER IT THE HIGHER RATE WINS; OTHERWISE THE LOWER FEED.
           MOVE 0 TO WS-BEST-FX.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 10
               IF WS-FD-PICKED-SW(WS-FX) = "N"
                   EVALUATE TRUE
                       WHEN WS-BEST-FX = 0
                           MOVE WS-FX TO WS-BEST-FX
                       WHEN WS-FD-OVER-SW(WS-FX) = "Y"
                               AND WS-FD-OVER-SW(WS-BEST-FX) = "N"
                           MOVE WS-FX TO WS-BEST-FX
                       WHEN WS-FD-OVER-SW(WS-FX) = "Y"
                               AND WS-FD-RATE(WS-FX) >
                                   WS-FD-RATE(WS-BEST-FX)
                           MOVE WS-FX TO WS-BEST-FX
                   END-EVALUATE
               END-IF
           END-PERFORM.
       PN-999.
           EXIT.

       WRITE-RANKING SECTION.
       WK-010.
      * THE RANKED FEED TABLE.
           WRITE WS-RPT-LINE FROM SPACES.
           MOVE "FEEDS RANKED - OVER THE REJECT THRESHOLD FIRST"
               TO WS-RPT-TITLE.
           WRITE WS-RPT-LINE FROM WS-RPT-TITLE-LINE.
           WRITE WS-RPT-LINE FROM WS-RK-HDR-LINE.
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > WS-RANK-CT
               MOVE WS-RANK-FX(WS-KX) TO WS-FX
               MOVE WS-KX TO WS-RK-RANK
               PERFORM SET-FEED-NAME
               MOVE WS-TR-FEED TO WS-RK-FEED
               MOVE WS-FD-RUNS(WS-FX) TO WS-RK-RUNS
               MOVE WS-FD-LOADED(WS-FX) TO WS-RK-LOADED
               MOVE WS-FD-MISSING(WS-FX) TO WS-RK-MISSING
               MOVE WS-FD-OOB(WS-FX) TO WS-RK-OOB
               MOVE WS-FD-OTHER(WS-FX) TO WS-RK-OTHER
               MOVE WS-FD-TOK(WS-FX) TO WS-RK-TOK
               MOVE WS-FD-REJ(WS-FX) TO WS-RK-REJ
               MOVE WS-FD-RATE(WS-FX) TO WS-RK-RATE
               MOVE WS-FD-AMT(WS-FX) TO WS-RK-AMT
               IF WS-FD-OVER-SW(WS-FX) = "Y"
                   MOVE "OVER THRESHOLD" TO WS-RK-FLAG
               ELSE
                   MOVE SPACES TO WS-RK-FLAG
               END-IF
               WRITE WS-RPT-LINE FROM WS-RK-DET-LINE
           END-PERFORM.
           IF WS-NONE-LIST NOT = SPACES
               MOVE "FEEDS NEVER SUPPLIED IN THE RANGE" TO
                   WS-RECAP-LABEL
               MOVE WS-NONE-LIST TO WS-RECAP-VALUE
               WRITE WS-RPT-LINE FROM WS-RECAP-LINE
           END-IF.
       WK-999.
           EXIT.

       WRITE-REASONS SECTION.
       WN-010.
      * REJECTS BY EDIT REASON, COUNT AND PERCENT OF TOKENS READ.
           WRITE WS-RPT-LINE FROM SPACES.
           MOVE "REJECTS BY EDIT REASON - COUNT AND PCT OF TOKENS READ"
               TO WS-RPT-TITLE.
           WRITE WS-RPT-LINE FROM WS-RPT-TITLE-LINE.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 6
               MOVE WS-RSN-TITLE(WS-RX) TO WS-RS-HDR-TITLE(WS-RX)
           END-PERFORM.
           WRITE WS-RPT-LINE FROM WS-RS-HDR-LINE.
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > WS-RANK-CT
               MOVE WS-RANK-FX(WS-KX) TO WS-FX
               MOVE SPACES TO WS-RS-DET-LINE
               PERFORM SET-FEED-NAME
               MOVE WS-TR-FEED TO WS-RS-FEED
               PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 6
                   MOVE WS-FD-RSN(WS-FX, WS-RX) TO WS-RS-CT(WS-RX)
                   MOVE 0 TO WS-PCT-WORK
                   IF WS-FD-TOK(WS-FX) > 0
                       COMPUTE WS-PCT-WORK ROUNDED =
                           WS-FD-RSN(WS-FX, WS-RX) * 100
                           / WS-FD-TOK(WS-FX)
                   END-IF
                   MOVE WS-PCT-WORK TO WS-RS-PCT(WS-RX)
               END-PERFORM
               WRITE WS-RPT-LINE FROM WS-RS-DET-LINE
           END-PERFORM.
       WN-999.
           EXIT.

       WRITE-TREND SECTION.
       WT-010.
      * FIRST HALF OF THE RANGE AGAINST THE SECOND - AVERAGE TOKENS
      * PER RUN THE FEED WAS SUPPLIED, AND THE REJECT RATE.
           WRITE WS-RPT-LINE FROM SPACES.
           MOVE "TREND - FIRST HALF OF THE RANGE AGAINST THE SECOND"
               TO WS-RPT-TITLE.
           WRITE WS-RPT-LINE FROM WS-RPT-TITLE-LINE.
           WRITE WS-RPT-LINE FROM WS-TR-HDR-LINE.
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > WS-RANK-CT
               MOVE WS-RANK-FX(WS-KX) TO WS-FX
               PERFORM SET-FEED-NAME
               PERFORM TREND-ONE-FEED
               WRITE WS-RPT-LINE FROM WS-TR-DET-LINE
           END-PERFORM.
       WT-999.
           EXIT.

       TREND-ONE-FEED SECTION.
       TO-010.
           MOVE "N/A" TO WS-TR-AVG-1.
           MOVE "N/A" TO WS-TR-AVG-2.
           MOVE "N/A" TO WS-TR-CHG.
           MOVE "N/A" TO WS-TR-RATE-1.
           MOVE "N/A" TO WS-TR-RATE-2.
           MOVE "N/A" TO WS-TR-VOLUME.
           MOVE "N/A" TO WS-TR-QUALITY.
           IF WS-FD-H-RUNS(WS-FX, 1) > 0
               COMPUTE WS-AVG-1 = WS-FD-H-TOK(WS-FX, 1)
                   / WS-FD-H-RUNS(WS-FX, 1)
               MOVE WS-AVG-1 TO WS-TR-AVG-DISP
               MOVE WS-TR-AVG-DISP TO WS-TR-AVG-1
               IF WS-FD-H-TOK(WS-FX, 1) > 0
                   COMPUTE WS-RATE-1 ROUNDED =
                       WS-FD-H-REJ(WS-FX, 1) * 100
                       / WS-FD-H-TOK(WS-FX, 1)
                   MOVE WS-RATE-1 TO WS-TR-RATE-DISP
                   MOVE WS-TR-RATE-DISP TO WS-TR-RATE-1
               END-IF
           END-IF.
           IF WS-FD-H-RUNS(WS-FX, 2) > 0
               COMPUTE WS-AVG-2 = WS-FD-H-TOK(WS-FX, 2)
                   / WS-FD-H-RUNS(WS-FX, 2)
               MOVE WS-AVG-2 TO WS-TR-AVG-DISP
               MOVE WS-TR-AVG-DISP TO WS-TR-AVG-2
               IF WS-FD-H-TOK(WS-FX, 2) > 0
                   COMPUTE WS-RATE-2 ROUNDED =
                       WS-FD-H-REJ(WS-FX, 2) * 100
                       / WS-FD-H-TOK(WS-FX, 2)
                   MOVE WS-RATE-2 TO WS-TR-RATE-DISP
                   MOVE WS-TR-RATE-DISP TO WS-TR-RATE-2
               END-IF
           END-IF.
           IF WS-FD-H-RUNS(WS-FX, 1) = 0 OR WS-FD-H-RUNS(WS-FX, 2) = 0
               GO TO TO-999
           END-IF.
           IF WS-AVG-1 > 0
               COMPUTE WS-CHG-PCT ROUNDED =
                   (WS-AVG-2 - WS-AVG-1) * 100 / WS-AVG-1
               MOVE WS-CHG-PCT TO WS-TR-CHG-DISP
               MOVE WS-TR-CHG-DISP TO WS-TR-CHG
               EVALUATE TRUE
                   WHEN WS-CHG-PCT > 10
                       MOVE "UP" TO WS-TR-VOLUME
                   WHEN WS-CHG-PCT < -10
                       MOVE "DOWN" TO WS-TR-VOLUME
                   WHEN OTHER
                       MOVE "STEADY" TO WS-TR-VOLUME
               END-EVALUATE
           END-IF.
           IF WS-FD-H-TOK(WS-FX, 1) > 0 AND WS-FD-H-TOK(WS-FX, 2) > 0
               EVALUATE TRUE
                   WHEN WS-RATE-2 < WS-RATE-1
                       MOVE "BETTER" TO WS-TR-QUALITY
                   WHEN WS-RATE-2 > WS-RATE-1
                       MOVE "WORSE" TO WS-TR-QUALITY
                   WHEN OTHER
                       MOVE "STEADY" TO WS-TR-QUALITY
               END-EVALUATE
           END-IF.
       TO-999.
           EXIT.

       SET-FEED-NAME SECTION.
       FN-010.
      * THE FEED'S DD NAME INTO WS-TR-FEED - SORTIN FOR FEED 0.
           IF WS-FX = 1
               MOVE "SORTIN" TO WS-TR-FEED
           ELSE
               COMPUTE WS-FN-NO = WS-FX - 1
               MOVE "SORTIN0" TO WS-TR-FEED
               MOVE WS-FN-NO TO WS-TR-FEED(8:1)
           END-IF.
       FN-999.
           EXIT.

       WRITE-RECAP SECTION.
       WR-010.
           WRITE WS-RPT-LINE FROM SPACES.
           MOVE "SORTFHST RECORDS READ" TO WS-RECAP-LABEL.
           MOVE WS-HIST-CT TO WS-DISP-JCT.
           MOVE WS-DISP-JCT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "  IN THE DATE RANGE" TO WS-RECAP-LABEL.
           MOVE WS-HIST-IN-CT TO WS-DISP-JCT.
           MOVE WS-DISP-JCT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "MERGESORT RUNS IN THE DATE RANGE" TO WS-RECAP-LABEL.
           MOVE WS-RUN-CT TO WS-DISP-JCT.
           MOVE WS-DISP-JCT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "FEEDS OVER THE REJECT THRESHOLD" TO WS-RECAP-LABEL.
           MOVE WS-OVER-CT TO WS-DISP-JCT.
           MOVE WS-DISP-JCT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE WS-OVER-CT TO WS-DISP-CT.
           DISPLAY "FEED SCORECARD COMPLETE - " WS-DISP-CT
               " FEEDS OVER THE REJECT THRESHOLD - SEE FSCRPT".
       WR-999.
           EXIT.

       DAY-NUMBER SECTION.
       DN-010.
      * WS-DN-DATE TO WS-DN-DAYNO.  EACH DIVISION IS ITS OWN COMPUTE
      * SO IT TRUNCATES TO A WHOLE NUMBER BEFORE IT IS USED.
           MOVE WS-DN-CCYY TO WS-DN-Y.
           IF WS-DN-MM > 2
               COMPUTE WS-DN-M = WS-DN-MM - 3
           ELSE
               COMPUTE WS-DN-M = WS-DN-MM + 9
               SUBTRACT 1 FROM WS-DN-Y
           END-IF.
           COMPUTE WS-DN-ERA = WS-DN-Y / 400.
           COMPUTE WS-DN-YOE = WS-DN-Y - WS-DN-ERA * 400.
           COMPUTE WS-DN-Q = (153 * WS-DN-M + 2) / 5.
           COMPUTE WS-DN-DOY = WS-DN-Q + WS-DN-DD - 1.
           COMPUTE WS-DN-DOE = WS-DN-YOE * 365 + WS-DN-DOY.
           COMPUTE WS-DN-Q = WS-DN-YOE / 4.
           ADD WS-DN-Q TO WS-DN-DOE.
           COMPUTE WS-DN-Q = WS-DN-YOE / 100.
           SUBTRACT WS-DN-Q FROM WS-DN-DOE.
           COMPUTE WS-DN-DAYNO = WS-DN-ERA * 146097 + WS-DN-DOE.
       DN-999.
           EXIT.
