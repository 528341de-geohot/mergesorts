       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTDORM.

      * DORMANT-ACCOUNT REPORT OFF THE CUMULATIVE SORTAUDT JOURNAL.
      * EVERY OPEN ACCOUNT ON THE CURRENT MASTER (SORTNEWM, PROVED TO
      * ITS OWN TRL) IS GIVEN A LAST-ACTIVITY DATE - THE DATE OF ITS
      * LATEST JOURNAL RECORD THAT IS CUSTOMER ACTIVITY.  A "MASTER
      * ONLY" RECORD (THE ACCOUNT CARRIED FORWARD UNTOUCHED) IS NOT
      * ACTIVITY, AND NEITHER IS ANYTHING FROM A SYSTEM-GENERATED
      * FEED SUCH AS THE MONTH-END ACCRUAL (AN "S" IN JOURNAL
      * POSITION 89).  AN ACCOUNT WITH NO CUSTOMER ACTIVITY ON THE
      * JOURNAL AT ALL IS AGED FROM THE FIRST NIGHT THE JOURNAL SHOWS
      * IT, AND SAYS SO.  JOURNAL RECORDS DATED AFTER THE AS-OF DATE
      * ARE IGNORED, SO THE REPORT CAN BE RERUN FOR AN EARLIER DATE.
      * AN ACCOUNT INACTIVE FOR MORE THAN THE DORMANCY THRESHOLD IS
      * LISTED ON DORMRPT IN ITS BUCKET - UNDER 1 YEAR, 1-2 YEARS,
      * 2-3 YEARS, OVER 3 YEARS, COUNTING 365 DAYS TO THE YEAR - WITH
      * A COUNT AND BALANCE SUBTOTAL PER BUCKET.  ONE INACTIVE FOR
      * MORE THAN THE STATUTORY THRESHOLD IS ALSO WRITTEN TO DORMUPX
      * FOR THE UNCLAIMED-PROPERTY FILING:
      *   HDR - "HDR", AS-OF DATE, RUN TIME
      *   1-10 ID, 12-24 BALANCE +999999999.99, 26-33 LAST-ACTIVITY
      *   DATE, 35-39 DAYS INACTIVE, 41 "A" WHEN THE DATE IS CUSTOMER
      *   ACTIVITY OR "J" WHEN IT IS THE FIRST JOURNAL APPEARANCE
      *   TRL - "TRL", RECORD COUNT, BALANCE TOTAL (SIGN LEADING)
      * DORMCTL -
      *   POSITIONS 1-4   - DORMANCY THRESHOLD IN DAYS (REQUIRED)
      *   POSITIONS 6-9   - STATUTORY THRESHOLD IN DAYS (REQUIRED,
      *                     NOT LESS THAN THE DORMANCY THRESHOLD)
      *   POSITIONS 11-18 - AS-OF DATE, CCYYMMDD - BLANK FOR TODAY
      * RETURN CODE 12 WHEN A MASTER ACCOUNT IS NOT ON THE JOURNAL AT
      * ALL (THE JOURNAL IS INCOMPLETE AND THE ACCOUNT CANNOT BE
      * AGED), 16 WHEN THE REPORT CANNOT RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CTL-FILE ASSIGN TO "DORMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT WS-MAST-FILE ASSIGN TO "SORTNEWM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAST-STATUS.
           SELECT WS-AUDT-FILE ASSIGN TO "SORTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.
           SELECT WS-RPT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT WS-UPX-FILE ASSIGN TO "DORMUPX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WS-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-CTL-REC              PIC X(80).

       FD  WS-MAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-MAST-REC             PIC X(80).

       FD  WS-AUDT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  WS-AUDT-REC             PIC X(100).

       FD  WS-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-RPT-LINE             PIC X(132).

       FD  WS-UPX-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-UPX-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS           PIC X(2).
       01  WS-MAST-STATUS          PIC X(2).
       01  WS-AUDT-STATUS          PIC X(2).
       01  WS-RPT-STATUS           PIC X(2).
       01  WS-UPX-STATUS           PIC X(2).

       01  WS-ABORT-SW             PIC X(1)       VALUE "N".
           88 WS-ABORT                            VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).

      * DORMCTL.
       01  WS-CTL-LINE             PIC X(80).
       01  WS-DORM-DAYS            PIC 9(4).
       01  WS-STAT-DAYS            PIC 9(4).
       01  WS-ASOF-DATE            PIC 9(8).
       01  WS-ASOF-DAYNO           PIC S9(9) COMP-3.

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

      * THE SORTAUDT RECORD AS MERGESORT LAYS IT OUT - SEE THE
      * WS-AUDT-OUT DESCRIPTION THERE FOR THE COLUMN MAP.
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
           05 FILLER               PIC X(1).
           05 WS-AUDT-SRC          PIC X(1).
           05 FILLER               PIC X(1).
           05 WS-AUDT-ORIGIN       PIC X(1).
           05 FILLER               PIC X(11).
       01  WS-AUDT-DATE-N          PIC 9(8).

      * ONE ENTRY PER MASTER ACCOUNT, HELD IN ID SEQUENCE.  FIRST IS
      * THE FIRST JOURNAL DATE FOR THE ACCOUNT, LAST ITS LATEST
      * CUSTOMER ACTIVITY; ZERO MEANS NONE SEEN.  BUCKET 0 IS NOT
      * DORMANT, 1-4 ARE THE REPORT BUCKETS IN ORDER OF AGE.
       01  WS-AC-MAX               PIC S9(7) COMP-3 VALUE 20000.
       01  WS-AC-TABLE.
           05 WS-AC-ENT OCCURS 20000.
              07 WS-AC-ID          PIC X(10).
              07 WS-AC-BAL         PIC S9(9)V99 COMP-3.
              07 WS-AC-FIRST       PIC 9(8).
              07 WS-AC-LAST        PIC 9(8).
              07 WS-AC-DAYS        PIC S9(7) COMP-3.
              07 WS-AC-BUCKET      PIC 9(1).
       01  WS-AC-CT                PIC S9(7) COMP-3 VALUE 0.
       01  WS-AX                   PIC S9(7) COMP-3.
       01  WS-AC-LO                PIC S9(7) COMP-3.
       01  WS-AC-HI                PIC S9(7) COMP-3.
       01  WS-AC-MID               PIC S9(7) COMP-3.
       01  WS-AC-FOUND-SW          PIC X(1).
           88 WS-AC-FOUND                         VALUE "Y".
       01  WS-REF-DATE             PIC 9(8).

      * THE FOUR BUCKETS - TITLE AND SUBTOTALS.
       01  WS-BK-TITLES.
           05 FILLER               PIC X(12) VALUE "UNDER 1 YEAR".
           05 FILLER               PIC X(12) VALUE "1-2 YEARS".
           05 FILLER               PIC X(12) VALUE "2-3 YEARS".
           05 FILLER               PIC X(12) VALUE "OVER 3 YEARS".
       01  WS-BK-TITLE-TABLE REDEFINES WS-BK-TITLES.
           05 WS-BK-TITLE          PIC X(12) OCCURS 4.
       01  WS-BK-TABLE.
           05 WS-BK-ENT OCCURS 4.
              07 WS-BK-CT          PIC S9(7) COMP-3.
              07 WS-BK-AMT         PIC S9(13)V99 COMP-3.
       01  WS-BX                   PIC S9(1) COMP-3.

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
       01  WS-ACCT-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-JRN-CT               PIC S9(9) COMP-3 VALUE 0.
       01  WS-JRN-LATE-CT          PIC S9(9) COMP-3 VALUE 0.
       01  WS-JRN-SYS-CT           PIC S9(9) COMP-3 VALUE 0.
       01  WS-JRN-CARRY-CT         PIC S9(9) COMP-3 VALUE 0.
       01  WS-JRN-ACT-CT           PIC S9(9) COMP-3 VALUE 0.
       01  WS-JRN-GONE-CT          PIC S9(9) COMP-3 VALUE 0.
       01  WS-NOJRN-CT             PIC S9(7) COMP-3 VALUE 0.
       01  WS-DORM-CT              PIC S9(7) COMP-3 VALUE 0.
       01  WS-DORM-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-UPX-CT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-UPX-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DISP-CT              PIC ZZZZZZ9.
       01  WS-DISP-JCT             PIC ZZZZZZZZ9.
       01  WS-DISP-BAL             PIC -(10)9.99.
       01  WS-DISP-TOTAL           PIC -(13)9.99.

      * DORMUPX RECORDS.
       01  WS-UPX-HDR.
           05 FILLER               PIC X(3)  VALUE "HDR".
           05 WS-UPX-HDR-DATE      PIC 9(8).
           05 WS-UPX-HDR-TIME      PIC 9(8).
           05 FILLER               PIC X(61) VALUE SPACES.
       01  WS-UPX-DET.
           05 WS-UPX-ID            PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-UPX-BAL           PIC +9(9).99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-UPX-LAST          PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-UPX-DAYS          PIC 9(5).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-UPX-BASIS         PIC X(1).
           05 FILLER               PIC X(39) VALUE SPACES.
       01  WS-UPX-TRL.
           05 FILLER               PIC X(3)  VALUE "TRL".
           05 WS-UPX-TRL-CT        PIC 9(9).
           05 WS-UPX-TRL-AMT       PIC S9(13)V99 SIGN LEADING
                                   SEPARATE.
           05 FILLER               PIC X(52) VALUE SPACES.

      * DORMRPT LINES.
       01  WS-RPT-HDR-LINE.
           05 FILLER               PIC X(23) VALUE
               "DORMANT ACCOUNTS AS OF ".
           05 WS-RPT-HDR-DATE      PIC 9(8).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(30) VALUE
               "NO CUSTOMER ACTIVITY IN OVER ".
           05 WS-RPT-HDR-DORM      PIC ZZZ9.
           05 FILLER               PIC X(9)  VALUE " DAYS -  ".
           05 FILLER               PIC X(21) VALUE
               "STATUTORY THRESHOLD ".
           05 WS-RPT-HDR-STAT      PIC ZZZ9.
           05 FILLER               PIC X(5)  VALUE " DAYS".
           05 FILLER               PIC X(24) VALUE SPACES.
       01  WS-RPT-COL-HDR-LINE.
           05 FILLER               PIC X(12) VALUE "ID".
           05 FILLER               PIC X(15) VALUE "LAST ACTIVITY".
           05 FILLER               PIC X(7)  VALUE "   DAYS".
           05 FILLER               PIC X(18) VALUE
               "           BALANCE".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(40) VALUE "NOTE".
           05 FILLER               PIC X(38) VALUE SPACES.
       01  WS-RPT-BK-LINE.
           05 FILLER               PIC X(8)  VALUE "BUCKET: ".
           05 WS-RPT-BK-TITLE      PIC X(12).
           05 FILLER               PIC X(112) VALUE SPACES.
       01  WS-RPT-DET-LINE.
           05 WS-RPT-ID            PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-LAST          PIC 9(8).
           05 FILLER               PIC X(7)  VALUE SPACES.
           05 WS-RPT-DAYS          PIC ZZZZZZ9.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WS-RPT-BAL           PIC -(10)9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-NOTE          PIC X(40).
           05 FILLER               PIC X(38) VALUE SPACES.
       01  WS-RPT-SUB-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "SUBTOTAL FOR ".
           05 WS-RPT-SUB-TITLE     PIC X(12).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RPT-SUB-CT        PIC ZZZZZZ9.
           05 FILLER               PIC X(10) VALUE " ACCOUNTS ".
           05 WS-RPT-SUB-AMT       PIC -(13)9.99.
           05 FILLER               PIC X(69) VALUE SPACES.
       01  WS-RECAP-LINE.
           05 WS-RECAP-LABEL       PIC X(40).
           05 WS-RECAP-VALUE       PIC X(20).
           05 FILLER               PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       MAIN-000.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-CONTROL.
           IF WS-ABORT
               GO TO MAIN-999
           END-IF.
           PERFORM LOAD-MASTER.
           IF WS-ABORT
               GO TO MAIN-999
           END-IF.
           PERFORM SCAN-JOURNAL.
           IF WS-ABORT
               GO TO MAIN-999
           END-IF.
           OPEN OUTPUT WS-RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN DORMRPT - FILE STATUS "
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-999
           END-IF.
           OPEN OUTPUT WS-UPX-FILE.
           IF WS-UPX-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN DORMUPX - FILE STATUS "
                   WS-UPX-STATUS
               CLOSE WS-RPT-FILE
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-999
           END-IF.
           MOVE WS-ASOF-DATE TO WS-UPX-HDR-DATE.
           MOVE WS-RUN-TIME TO WS-UPX-HDR-TIME.
           WRITE WS-UPX-REC FROM WS-UPX-HDR.
           PERFORM AGE-ACCOUNTS.
           MOVE WS-ASOF-DATE TO WS-RPT-HDR-DATE.
           MOVE WS-DORM-DAYS TO WS-RPT-HDR-DORM.
           MOVE WS-STAT-DAYS TO WS-RPT-HDR-STAT.
           WRITE WS-RPT-LINE FROM WS-RPT-HDR-LINE.
           WRITE WS-RPT-LINE FROM WS-RPT-COL-HDR-LINE.
      * OLDEST BUCKET FIRST - THOSE ARE THE ONES NEARING ESCHEAT.
           PERFORM VARYING WS-BX FROM 4 BY -1 UNTIL WS-BX < 1
               PERFORM WRITE-BUCKET
           END-PERFORM.
           MOVE WS-UPX-CT TO WS-UPX-TRL-CT.
           MOVE WS-UPX-TOTAL TO WS-UPX-TRL-AMT.
           WRITE WS-UPX-REC FROM WS-UPX-TRL.
           PERFORM WRITE-RECAP.
           CLOSE WS-RPT-FILE.
           CLOSE WS-UPX-FILE.
       MAIN-999.
           STOP RUN.

       READ-CONTROL SECTION.
       RC-010.
      * THE THRESHOLDS AND AS-OF DATE OFF DORMCTL.  THERE IS NO
      * DEFAULT THRESHOLD - A MISSING OR BAD CARD STOPS THE RUN.
           OPEN INPUT WS-CTL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN DORMCTL - FILE STATUS "
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
           IF WS-CTL-LINE(11:8) = SPACES
               MOVE WS-RUN-DATE TO WS-CTL-LINE(11:8)
           END-IF.
           IF WS-CTL-LINE(1:4) NOT NUMERIC
                   OR WS-CTL-LINE(6:4) NOT NUMERIC
                   OR WS-CTL-LINE(11:8) NOT NUMERIC
               GO TO RC-900
           END-IF.
           MOVE WS-CTL-LINE(1:4) TO WS-DORM-DAYS.
           MOVE WS-CTL-LINE(6:4) TO WS-STAT-DAYS.
           MOVE WS-CTL-LINE(11:8) TO WS-ASOF-DATE.
           MOVE WS-ASOF-DATE TO WS-DN-DATE.
           IF WS-DORM-DAYS = 0 OR WS-STAT-DAYS < WS-DORM-DAYS
                   OR WS-DN-MM < 1 OR WS-DN-MM > 12
                   OR WS-DN-DD < 1 OR WS-DN-DD > 31
               GO TO RC-900
           END-IF.
           PERFORM DAY-NUMBER.
           MOVE WS-DN-DAYNO TO WS-ASOF-DAYNO.
           GO TO RC-999.
       RC-900.
           DISPLAY "BAD DORMCTL CARD: " WS-CTL-LINE(1:40).
           MOVE 16 TO RETURN-CODE.
           SET WS-ABORT TO TRUE.
       RC-999.
           EXIT.

       LOAD-MASTER SECTION.
       LM-010.
      * SORTNEWM INTO THE ACCOUNT TABLE - IT MUST COME TO ITS OWN
      * TRL COUNT AND TOTAL, SO NO ACCOUNT CAN BE MISSED.
           OPEN INPUT WS-MAST-FILE.
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTNEWM - FILE STATUS "
                   WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO LM-999
           END-IF.
           PERFORM READ-MAST.
           PERFORM UNTIL WS-MAST-EOF
               IF WS-AC-CT >= WS-AC-MAX
                   DISPLAY "MORE THAN " WS-AC-MAX
                       " ACCOUNTS ON SORTNEWM - REPORT STOPPED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT TO TRUE
                   SET WS-MAST-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-AC-CT
                   MOVE WS-MAST-ID TO WS-AC-ID(WS-AC-CT)
                   MOVE WS-MAST-AMT TO WS-AC-BAL(WS-AC-CT)
                   MOVE 0 TO WS-AC-FIRST(WS-AC-CT)
                   MOVE 0 TO WS-AC-LAST(WS-AC-CT)
                   MOVE 0 TO WS-AC-DAYS(WS-AC-CT)
                   MOVE 0 TO WS-AC-BUCKET(WS-AC-CT)
                   ADD WS-MAST-AMT TO WS-ACCT-TOTAL
                   PERFORM READ-MAST
               END-IF
           END-PERFORM.
           CLOSE WS-MAST-FILE.
           IF WS-ABORT
               GO TO LM-999
           END-IF.
           IF NOT WS-MAST-TRL
               DISPLAY "SORTNEWM HAS NO TRL RECORD - REPORT STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO LM-999
           END-IF.
           IF WS-MAST-TRL-CT NOT = WS-AC-CT
                   OR WS-MAST-TRL-AMT NOT = WS-ACCT-TOTAL
               DISPLAY "SORTNEWM DOES NOT AGREE WITH ITS TRL - "
                   "REPORT STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
           END-IF.
       LM-999.
           EXIT.

       SCAN-JOURNAL SECTION.
       SJ-010.
      * THE ONE PASS OVER SORTAUDT.  EACH RECORD UP TO THE AS-OF
      * DATE FOR AN ACCOUNT STILL ON THE MASTER SETS ITS FIRST
      * JOURNAL DATE IF IT HAS NONE, AND ITS LAST-ACTIVITY DATE IF
      * THE RECORD IS CUSTOMER ACTIVITY.
           OPEN INPUT WS-AUDT-FILE.
           IF WS-AUDT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTAUDT - FILE STATUS "
                   WS-AUDT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO SJ-999
           END-IF.
           PERFORM UNTIL WS-AUDT-EOF OR WS-ABORT
               READ WS-AUDT-FILE INTO WS-AUDT-IN
                   AT END
                       SET WS-AUDT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JRN-CT
                       PERFORM SCAN-ENTRY
               END-READ
           END-PERFORM.
           CLOSE WS-AUDT-FILE.
       SJ-999.
           EXIT.

       SCAN-ENTRY SECTION.
       SE-010.
           IF WS-AUDT-DATE NOT NUMERIC OR WS-AUDT-ID = SPACES
               MOVE WS-JRN-CT TO WS-DISP-JCT
               DISPLAY "BAD SORTAUDT RECORD AT " WS-DISP-JCT
                   " - REPORT STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               GO TO SE-999
           END-IF.
           MOVE WS-AUDT-DATE TO WS-AUDT-DATE-N.
           IF WS-AUDT-DATE-N > WS-ASOF-DATE
               ADD 1 TO WS-JRN-LATE-CT
               GO TO SE-999
           END-IF.
           PERFORM FIND-ACCOUNT.
           IF NOT WS-AC-FOUND
               ADD 1 TO WS-JRN-GONE-CT
               GO TO SE-999
           END-IF.
           IF WS-AC-FIRST(WS-AX) = 0
               MOVE WS-AUDT-DATE-N TO WS-AC-FIRST(WS-AX)
           END-IF.
           EVALUATE TRUE
               WHEN WS-AUDT-ACTION = "MASTER ONLY"
                   ADD 1 TO WS-JRN-CARRY-CT
               WHEN WS-AUDT-ORIGIN = "S"
                   ADD 1 TO WS-JRN-SYS-CT
               WHEN OTHER
                   ADD 1 TO WS-JRN-ACT-CT
                   IF WS-AUDT-DATE-N > WS-AC-LAST(WS-AX)
                       MOVE WS-AUDT-DATE-N TO WS-AC-LAST(WS-AX)
                   END-IF
           END-EVALUATE.
       SE-999.
           EXIT.

       FIND-ACCOUNT SECTION.
       FA-010.
      * BINARY SEARCH OF THE ACCOUNT TABLE FOR THE JOURNAL ID,
      * LEAVING WS-AX ON IT WHEN FOUND.
           MOVE "N" TO WS-AC-FOUND-SW.
           MOVE 1 TO WS-AC-LO.
           MOVE WS-AC-CT TO WS-AC-HI.
           PERFORM UNTIL WS-AC-LO > WS-AC-HI OR WS-AC-FOUND
               COMPUTE WS-AC-MID = (WS-AC-LO + WS-AC-HI) / 2
               EVALUATE TRUE
                   WHEN WS-AC-ID(WS-AC-MID) = WS-AUDT-ID
                       SET WS-AC-FOUND TO TRUE
                       MOVE WS-AC-MID TO WS-AX
                   WHEN WS-AC-ID(WS-AC-MID) < WS-AUDT-ID
                       COMPUTE WS-AC-LO = WS-AC-MID + 1
                   WHEN OTHER
                       COMPUTE WS-AC-HI = WS-AC-MID - 1
               END-EVALUATE
           END-PERFORM.
       FA-999.
           EXIT.

       AGE-ACCOUNTS SECTION.
       AG-010.
      * DAYS SINCE EACH ACCOUNT'S LAST ACTIVITY (OR FIRST JOURNAL
      * APPEARANCE), ITS BUCKET WHEN PAST THE DORMANCY THRESHOLD,
      * AND ITS DORMUPX RECORD WHEN PAST THE STATUTORY ONE.
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 4
               MOVE 0 TO WS-BK-CT(WS-BX)
               MOVE 0 TO WS-BK-AMT(WS-BX)
           END-PERFORM.
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-AC-CT
               PERFORM AGE-ONE-ACCOUNT
           END-PERFORM.
       AG-999.
           EXIT.

       AGE-ONE-ACCOUNT SECTION.
       AO-010.
           IF WS-AC-LAST(WS-AX) > 0
               MOVE WS-AC-LAST(WS-AX) TO WS-REF-DATE
           ELSE
               MOVE WS-AC-FIRST(WS-AX) TO WS-REF-DATE
           END-IF.
           IF WS-REF-DATE = 0
               ADD 1 TO WS-NOJRN-CT
               DISPLAY "ACCOUNT " WS-AC-ID(WS-AX)
                   " IS NOT ON SORTAUDT - NOT AGED"
               IF RETURN-CODE = 0
                   MOVE 12 TO RETURN-CODE
               END-IF
               GO TO AO-999
           END-IF.
           MOVE WS-REF-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER.
           COMPUTE WS-AC-DAYS(WS-AX) = WS-ASOF-DAYNO - WS-DN-DAYNO.
           IF WS-AC-DAYS(WS-AX) NOT > WS-DORM-DAYS
               GO TO AO-999
           END-IF.
           EVALUATE TRUE
               WHEN WS-AC-DAYS(WS-AX) <= 365
                   MOVE 1 TO WS-AC-BUCKET(WS-AX)
               WHEN WS-AC-DAYS(WS-AX) <= 730
                   MOVE 2 TO WS-AC-BUCKET(WS-AX)
               WHEN WS-AC-DAYS(WS-AX) <= 1095
                   MOVE 3 TO WS-AC-BUCKET(WS-AX)
               WHEN OTHER
                   MOVE 4 TO WS-AC-BUCKET(WS-AX)
           END-EVALUATE.
           MOVE WS-AC-BUCKET(WS-AX) TO WS-BX.
           ADD 1 TO WS-BK-CT(WS-BX).
           ADD WS-AC-BAL(WS-AX) TO WS-BK-AMT(WS-BX).
           ADD 1 TO WS-DORM-CT.
           ADD WS-AC-BAL(WS-AX) TO WS-DORM-TOTAL.
           IF WS-AC-DAYS(WS-AX) > WS-STAT-DAYS
               MOVE WS-AC-ID(WS-AX) TO WS-UPX-ID
               MOVE WS-AC-BAL(WS-AX) TO WS-UPX-BAL
               MOVE WS-REF-DATE TO WS-UPX-LAST
               MOVE WS-AC-DAYS(WS-AX) TO WS-UPX-DAYS
               IF WS-AC-LAST(WS-AX) > 0
                   MOVE "A" TO WS-UPX-BASIS
               ELSE
                   MOVE "J" TO WS-UPX-BASIS
               END-IF
               WRITE WS-UPX-REC FROM WS-UPX-DET
               ADD 1 TO WS-UPX-CT
               ADD WS-AC-BAL(WS-AX) TO WS-UPX-TOTAL
           END-IF.
       AO-999.
           EXIT.

       WRITE-BUCKET SECTION.
       WB-010.
      * ONE BUCKET OF DORMRPT - ITS TITLE, ITS ACCOUNTS IN ID ORDER
      * AND ITS SUBTOTAL.
           WRITE WS-RPT-LINE FROM SPACES.
           MOVE WS-BK-TITLE(WS-BX) TO WS-RPT-BK-TITLE.
           WRITE WS-RPT-LINE FROM WS-RPT-BK-LINE.
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-AC-CT
               IF WS-AC-BUCKET(WS-AX) = WS-BX
                   PERFORM WRITE-DORMANT
               END-IF
           END-PERFORM.
           MOVE WS-BK-TITLE(WS-BX) TO WS-RPT-SUB-TITLE.
           MOVE WS-BK-CT(WS-BX) TO WS-RPT-SUB-CT.
           MOVE WS-BK-AMT(WS-BX) TO WS-RPT-SUB-AMT.
           WRITE WS-RPT-LINE FROM WS-RPT-SUB-LINE.
       WB-999.
           EXIT.

       WRITE-DORMANT SECTION.
       WD-010.
           MOVE WS-AC-ID(WS-AX) TO WS-RPT-ID.
           MOVE WS-AC-DAYS(WS-AX) TO WS-RPT-DAYS.
           MOVE WS-AC-BAL(WS-AX) TO WS-RPT-BAL.
           MOVE SPACES TO WS-RPT-NOTE.
           IF WS-AC-LAST(WS-AX) > 0
               MOVE WS-AC-LAST(WS-AX) TO WS-RPT-LAST
           ELSE
               MOVE WS-AC-FIRST(WS-AX) TO WS-RPT-LAST
               MOVE "NO ACTIVITY SINCE FIRST ON JOURNAL"
                   TO WS-RPT-NOTE
           END-IF.
           IF WS-AC-DAYS(WS-AX) > WS-STAT-DAYS
               IF WS-RPT-NOTE = SPACES
                   MOVE "PAST STATUTORY - ON DORMUPX" TO WS-RPT-NOTE
               ELSE
                   MOVE "PAST STATUTORY - ON DORMUPX - NO ACTIVITY"
                       TO WS-RPT-NOTE
               END-IF
           END-IF.
           WRITE WS-RPT-LINE FROM WS-RPT-DET-LINE.
       WD-999.
           EXIT.

       WRITE-RECAP SECTION.
       WR-010.
      * THE RECAP - WHAT THE JOURNAL PASS SAW AND WHAT WAS FOUND.
           WRITE WS-RPT-LINE FROM SPACES.
           MOVE "ACCOUNTS ON SORTNEWM" TO WS-RECAP-LABEL.
           MOVE WS-AC-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "SORTNEWM BALANCE TOTAL" TO WS-RECAP-LABEL.
           MOVE WS-ACCT-TOTAL TO WS-DISP-TOTAL.
           MOVE WS-DISP-TOTAL TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "SORTAUDT RECORDS READ" TO WS-RECAP-LABEL.
           MOVE WS-JRN-CT TO WS-DISP-JCT.
           MOVE WS-DISP-JCT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "  CUSTOMER ACTIVITY" TO WS-RECAP-LABEL.
           MOVE WS-JRN-ACT-CT TO WS-DISP-JCT.
           MOVE WS-DISP-JCT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "  SYSTEM-GENERATED - NOT ACTIVITY" TO WS-RECAP-LABEL.
           MOVE WS-JRN-SYS-CT TO WS-DISP-JCT.
           MOVE WS-DISP-JCT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "  CARRIED FORWARD - NOT ACTIVITY" TO WS-RECAP-LABEL.
           MOVE WS-JRN-CARRY-CT TO WS-DISP-JCT.
           MOVE WS-DISP-JCT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "  ACCOUNTS NO LONGER ON SORTNEWM" TO WS-RECAP-LABEL.
           MOVE WS-JRN-GONE-CT TO WS-DISP-JCT.
           MOVE WS-DISP-JCT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "  DATED AFTER THE AS-OF DATE" TO WS-RECAP-LABEL.
           MOVE WS-JRN-LATE-CT TO WS-DISP-JCT.
           MOVE WS-DISP-JCT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "DORMANT ACCOUNTS" TO WS-RECAP-LABEL.
           MOVE WS-DORM-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "DORMANT BALANCE TOTAL" TO WS-RECAP-LABEL.
           MOVE WS-DORM-TOTAL TO WS-DISP-TOTAL.
           MOVE WS-DISP-TOTAL TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "PAST STATUTORY - DORMUPX RECORDS" TO WS-RECAP-LABEL.
           MOVE WS-UPX-CT TO WS-DISP-CT.
           MOVE WS-DISP-CT TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           MOVE "PAST STATUTORY - DORMUPX BALANCE" TO WS-RECAP-LABEL.
           MOVE WS-UPX-TOTAL TO WS-DISP-TOTAL.
           MOVE WS-DISP-TOTAL TO WS-RECAP-VALUE.
           WRITE WS-RPT-LINE FROM WS-RECAP-LINE.
           IF WS-NOJRN-CT > 0
               MOVE "NOT ON SORTAUDT - NOT AGED" TO WS-RECAP-LABEL
               MOVE WS-NOJRN-CT TO WS-DISP-CT
               MOVE WS-DISP-CT TO WS-RECAP-VALUE
               WRITE WS-RPT-LINE FROM WS-RECAP-LINE
           END-IF.
           MOVE WS-DORM-CT TO WS-DISP-CT.
           DISPLAY "DORMANCY REPORT COMPLETE - " WS-DISP-CT
               " DORMANT ACCOUNTS - SEE DORMRPT".
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
                   " - REPORT STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               SET WS-MAST-EOF TO TRUE
               GO TO RA-999
           END-IF.
           MOVE WS-PARSE-ID TO WS-MAST-ID.
           MOVE WS-PARSE-AMT TO WS-MAST-AMT.
           IF WS-MAST-ID NOT > WS-MAST-PREV-ID
               DISPLAY "SORTNEWM OUT OF ID SEQUENCE AT "
                   WS-MAST-REC-NO " - REPORT STOPPED"
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
