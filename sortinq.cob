      *   "R " + FROM IN 3-12,  - BROWSE: EVERY ID FROM THE FROM
      *          TO IN 14-23      ID THRU THE TO ID INCLUSIVE.
      *   "E " + ID IN 3-12     - EXPLICIT EXACT LOOKUP, FOR THE
      *                           RARE ID THAT ITSELF STARTS "P ",
      *                           "R " OR "A ".
      *   "A " + ID IN 3-12,    - ACCOUNT: THE CURRENT MASTER
      *          COUNT IN 14-16   BALANCE FROM SORTMIX, THE INDEXED
      *                           COPY OF THE MASTER THAT THE UPDATE
      *                           REBUILDS EVERY NIGHT, THEN THE
      *                           LATEST JOURNAL ENTRIES FOR THE ID
      *                           FROM SORTAUDT, NEWEST FIRST, AND A
      *                           COUNT OF ITS ACTIVITY BY ACTION.
      *                           THE COUNT OF ENTRIES IS 001-100,
      *                           BLANK FOR 010.
      * EACH BROWSE CLOSES WITH A COUNT AND AMOUNT SUBTOTAL, SO A
      * BRANCH-PREFIX QUESTION IS ONE REQUEST, NOT AN AFTERNOON ON
      * THE SORTRPT LISTING.
      * AN ACCOUNT REQUEST ANSWERS THE BRANCH'S "WHAT IS THE BALANCE
      * AND WHAT HAPPENED TO IT LATELY" IN ONE PLACE.  A CLOSED
      * ACCOUNT IS NO LONGER ON SORTMIX, SO IT IS SHOWN WITH ITS
      * CLOSING JOURNAL ENTRY INSTEAD.  THE NIGHTLY MASTER ONLY
      * CARRY-FORWARD RECORDS ARE NOT ACTIVITY AND ARE LEFT OUT OF
      * BOTH THE ENTRIES AND THE COUNTS.  SORTMIX AND SORTAUDT ARE
      * NEEDED ONLY FOR ACCOUNT REQUESTS - WITHOUT THEM THOSE
      * REQUESTS ARE ANSWERED WITH A NOT-AVAILABLE LINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-IXF-ID
               FILE STATUS IS WS-IXF-STATUS.
           SELECT WS-MIX-FILE ASSIGN TO "SORTMIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-MIX-ID
               FILE STATUS IS WS-MIX-STATUS.
           SELECT WS-AUDT-FILE ASSIGN TO "SORTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.
           SELECT WS-INQ-FILE ASSIGN TO "INQIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQ-STATUS.
                                   SEPARATE.
           05 WS-IXF-SEQ           PIC 9(5).

       FD  WS-MIX-FILE.
       01  WS-MIX-REC.
           05 WS-MIX-ID            PIC X(10).
           05 WS-MIX-BAL           PIC S9(9)V99 SIGN LEADING
                                   SEPARATE.
           05 WS-MIX-DATE          PIC 9(8).
           05 WS-MIX-TIME          PIC 9(8).

       FD  WS-AUDT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  WS-AUDT-REC             PIC X(100).

       FD  WS-INQ-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-INQ-REC              PIC X(80).
           05 WS-BRW-TOT-AMT       PIC -(13)9.99.
           05 FILLER               PIC X(97) VALUE SPACES.

      * ONE ACCOUNT REQUEST.  SORTMIX IS OPENED WITH THE OTHER FILES
      * IF IT IS THERE; SORTAUDT IS READ FROM THE TOP FOR EACH
      * REQUEST.  THE LATEST ENTRIES ARE KEPT IN A RING OF WS-ACT-N
      * SLOTS AS THE JOURNAL GOES BY, SO THE LAST WS-ACT-N WRITTEN
      * ARE THE NEWEST.
       01  WS-MIX-STATUS           PIC X(2).
       01  WS-MIX-OPEN-SW          PIC X(1)       VALUE "N".
           88 WS-MIX-OPEN                         VALUE "Y".
       01  WS-AUDT-STATUS          PIC X(2).
       01  WS-AUDT-EOF-SW          PIC X(1).
           88 WS-AUDT-EOF                         VALUE "Y".
       01  WS-ACT-ID               PIC X(10).
       01  WS-ACT-N                PIC S9(3) COMP-3.
       01  WS-ACT-ON-MIX-SW        PIC X(1).
           88 WS-ACT-ON-MIX                       VALUE "Y".
       01  WS-ACT-CT               PIC S9(7) COMP-3.
       01  WS-ACT-SHOWN            PIC S9(3) COMP-3.
       01  WS-ACT-POS              PIC S9(3) COMP-3.
       01  WS-ACT-RING.
           05 WS-ACT-ENT           PIC X(100) OCCURS 100.
       01  WS-ACT-CLOSE-REC        PIC X(100).
       01  WS-ACT-AX               PIC S9(3) COMP-3.
       01  WS-ACT-AX-CT            PIC S9(3) COMP-3.
       01  WS-ACT-ACTIONS.
           05 WS-ACT-ACT-ENT OCCURS 20.
              07 WS-ACT-ACT-NAME   PIC X(14).
              07 WS-ACT-ACT-CT     PIC S9(7) COMP-3.
       01  WS-ACT-CT-DISP          PIC ZZZZZZ9.
       01  WS-ACT-LEAD             PIC S9(3) COMP-3.
       01  WS-ACT-PTR              PIC S9(3) COMP-3.
       01  WS-ACT-BAL              PIC -(9)9.99.

      * THE SORTAUDT RECORD AS MERGESORT LAYS IT OUT - SEE THE
      * WS-AUDT-OUT DESCRIPTION THERE FOR THE COLUMN MAP.
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

       01  WS-ACT-BAL-LINE.
           05 FILLER               PIC X(8)  VALUE "ACCOUNT".
           05 WS-ACT-BAL-ID        PIC X(10).
           05 FILLER               PIC X(11) VALUE "  BALANCE".
           05 WS-ACT-BAL-AMT       PIC X(14).
           05 FILLER               PIC X(13) VALUE "  AS OF RUN".
           05 WS-ACT-BAL-DATE      PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-ACT-BAL-TIME      PIC 9(8).
           05 FILLER               PIC X(59) VALUE SPACES.
       01  WS-ACT-CLS-LINE.
           05 FILLER               PIC X(8)  VALUE "ACCOUNT".
           05 WS-ACT-CLS-ID        PIC X(10).
           05 FILLER               PIC X(13) VALUE "  CLOSED RUN".
           05 WS-ACT-CLS-DATE      PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-ACT-CLS-TIME      PIC X(8).
           05 FILLER               PIC X(19) VALUE
               "  CLOSING BALANCE".
           05 WS-ACT-CLS-AMT       PIC X(13).
           05 FILLER               PIC X(52) VALUE SPACES.
       01  WS-ACT-MSG-LINE.
           05 FILLER               PIC X(8)  VALUE "ACCOUNT".
           05 WS-ACT-MSG-ID        PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ACT-MSG-TEXT      PIC X(60).
           05 FILLER               PIC X(52) VALUE SPACES.
       01  WS-ACT-CNT-LINE.
           05 FILLER               PIC X(9)  VALUE "  LATEST".
           05 WS-ACT-CNT-SHOWN     PIC ZZ9.
           05 FILLER               PIC X(4)  VALUE " OF".
           05 WS-ACT-CNT-TOTAL     PIC ZZZZZZ9.
           05 FILLER               PIC X(33) VALUE
               " JOURNAL ENTRIES, NEWEST FIRST".
           05 FILLER               PIC X(76) VALUE SPACES.
       01  WS-ACT-COL-LINE.
           05 FILLER               PIC X(12) VALUE "  DATE".
           05 FILLER               PIC X(10) VALUE "TIME".
           05 FILLER               PIC X(15) VALUE "OLD BALANCE".
           05 FILLER               PIC X(15) VALUE "APPLIED".
           05 FILLER               PIC X(15) VALUE "NEW BALANCE".
           05 FILLER               PIC X(16) VALUE "ACTION".
           05 FILLER               PIC X(4)  VALUE "SRC".
           05 FILLER               PIC X(45) VALUE SPACES.
       01  WS-ACT-DET-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ACT-DET-DATE      PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ACT-DET-TIME      PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ACT-DET-OLD       PIC X(13).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ACT-DET-APP       PIC X(13).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ACT-DET-NEW       PIC X(13).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ACT-DET-ACTION    PIC X(14).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ACT-DET-SRC       PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-ACT-DET-ORIGIN    PIC X(1).
           05 FILLER               PIC X(46) VALUE SPACES.
       01  WS-ACT-SUM-LINE         PIC X(132).

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-999
           END-IF.
           OPEN INPUT WS-MIX-FILE.
           IF WS-MIX-STATUS = "00"
               SET WS-MIX-OPEN TO TRUE
           END-IF.
           WRITE WS-RPT-LINE FROM WS-COL-HDR-LINE.
           PERFORM UNTIL WS-EOF
               READ WS-INQ-FILE INTO WS-INQ-LINE
           CLOSE WS-IXF-FILE.
           CLOSE WS-INQ-FILE.
           CLOSE WS-RPT-FILE.
           IF WS-MIX-OPEN
               CLOSE WS-MIX-FILE
           END-IF.
           MOVE WS-ASKED-CT TO WS-ASKED-DISP.
           MOVE WS-FOUND-CT TO WS-FOUND-DISP.
           DISPLAY "INQUIRY COMPLETE - " WS-FOUND-DISP " OF "
                   PERFORM BROWSE-PREFIX
               WHEN "R "
                   PERFORM BROWSE-RANGE
               WHEN "A "
                   PERFORM ACCOUNT-INQUIRY
               WHEN "E "
                   MOVE WS-INQ-LINE(3:10) TO WS-IXF-ID
                   PERFORM LOOKUP-EXACT
           WRITE WS-RPT-LINE FROM WS-BRW-TOT-LINE.
       BW-999.
           EXIT.

       ACCOUNT-INQUIRY SECTION.
       AI-010.
      * THE ACCOUNT IN POSITIONS 3-12 - ITS SORTMIX BALANCE, OR ITS
      * CLOSING ENTRY WHEN IT HAS BEEN CLOSED, THEN THE LATEST
      * JOURNAL ENTRIES AND THE ACTIVITY COUNTS.  AN ID ON NEITHER
      * SORTMIX NOR THE JOURNAL IS NOT FOUND.
           MOVE WS-INQ-LINE(3:10) TO WS-ACT-ID.
           MOVE 10 TO WS-ACT-N.
           IF WS-INQ-LINE(14:3) NOT = SPACES
               IF WS-INQ-LINE(14:3) NUMERIC
                   MOVE WS-INQ-LINE(14:3) TO WS-ACT-N
               ELSE
                   MOVE 0 TO WS-ACT-N
               END-IF
           END-IF.
           IF WS-ACT-ID = SPACES OR WS-ACT-N < 1 OR WS-ACT-N > 100
               MOVE WS-ACT-ID TO WS-ACT-MSG-ID
               MOVE "(BAD ACCOUNT REQUEST - IGNORED)" TO
                   WS-ACT-MSG-TEXT
               WRITE WS-RPT-LINE FROM WS-ACT-MSG-LINE
               GO TO AI-999
           END-IF.
           IF NOT WS-MIX-OPEN
               MOVE WS-ACT-ID TO WS-ACT-MSG-ID
               MOVE "SORTMIX NOT AVAILABLE - NO BALANCE SHOWN" TO
                   WS-ACT-MSG-TEXT
               WRITE WS-RPT-LINE FROM WS-ACT-MSG-LINE
               GO TO AI-999
           END-IF.
           MOVE WS-ACT-ID TO WS-MIX-ID.
           MOVE "N" TO WS-ACT-ON-MIX-SW.
           READ WS-MIX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACT-ON-MIX TO TRUE
           END-READ.
           PERFORM SCAN-JOURNAL.
           IF WS-AUDT-STATUS NOT = "00" AND NOT WS-AUDT-EOF
               MOVE WS-ACT-ID TO WS-ACT-MSG-ID
               MOVE "SORTAUDT NOT AVAILABLE - NO HISTORY SHOWN" TO
                   WS-ACT-MSG-TEXT
               WRITE WS-RPT-LINE FROM WS-ACT-MSG-LINE
           END-IF.
           EVALUATE TRUE
               WHEN WS-ACT-ON-MIX
                   MOVE WS-MIX-ID TO WS-ACT-BAL-ID
                   MOVE WS-MIX-BAL TO WS-ACT-BAL
                   MOVE WS-ACT-BAL TO WS-ACT-BAL-AMT
                   MOVE WS-MIX-DATE TO WS-ACT-BAL-DATE
                   MOVE WS-MIX-TIME TO WS-ACT-BAL-TIME
                   WRITE WS-RPT-LINE FROM WS-ACT-BAL-LINE
               WHEN WS-ACT-CLOSE-REC NOT = SPACES
                   MOVE WS-ACT-CLOSE-REC TO WS-AUDT-IN
                   MOVE WS-ACT-ID TO WS-ACT-CLS-ID
                   MOVE WS-AUDT-DATE TO WS-ACT-CLS-DATE
                   MOVE WS-AUDT-TIME TO WS-ACT-CLS-TIME
                   MOVE WS-AUDT-OLD TO WS-ACT-CLS-AMT
                   WRITE WS-RPT-LINE FROM WS-ACT-CLS-LINE
               WHEN WS-ACT-CT > 0
                   MOVE WS-ACT-ID TO WS-ACT-MSG-ID
                   MOVE "NOT ON THE MASTER - JOURNAL ENTRIES ONLY" TO
                       WS-ACT-MSG-TEXT
                   WRITE WS-RPT-LINE FROM WS-ACT-MSG-LINE
               WHEN OTHER
                   MOVE WS-ACT-ID TO WS-NF-ID
                   WRITE WS-RPT-LINE FROM WS-NF-LINE
                   GO TO AI-999
           END-EVALUATE.
           IF WS-ACT-ON-MIX OR WS-ACT-CLOSE-REC NOT = SPACES
               ADD 1 TO WS-FOUND-CT
           END-IF.
           IF WS-ACT-CT = 0
               IF WS-AUDT-EOF
                   MOVE WS-ACT-ID TO WS-ACT-MSG-ID
                   MOVE "NO JOURNAL ACTIVITY BUT NIGHTLY CARRY-FORWARD"
                       TO WS-ACT-MSG-TEXT
                   WRITE WS-RPT-LINE FROM WS-ACT-MSG-LINE
               END-IF
               GO TO AI-999
           END-IF.
           PERFORM WRITE-ENTRIES.
           PERFORM WRITE-ACTIVITY.
       AI-999.
           EXIT.

       SCAN-JOURNAL SECTION.
       SJ-010.
      * ONE PASS OF SORTAUDT FOR THE ACCOUNT - EVERY ENTRY FOR THE ID
      * OTHER THAN A MASTER ONLY CARRY-FORWARD GOES INTO THE RING AND
      * IS COUNTED BY ACTION, AND THE LATEST CLOSED ENTRY IS KEPT.
      * AN ADDED ENTRY AFTER A CLOSE MEANS THE ID WAS REOPENED, SO
      * IT CLEARS THE CLOSE.
           MOVE 0 TO WS-ACT-CT.
           MOVE 0 TO WS-ACT-POS.
           MOVE 0 TO WS-ACT-AX-CT.
           MOVE SPACES TO WS-ACT-CLOSE-REC.
           MOVE "N" TO WS-AUDT-EOF-SW.
           OPEN INPUT WS-AUDT-FILE.
           IF WS-AUDT-STATUS NOT = "00"
               GO TO SJ-999
           END-IF.
           PERFORM UNTIL WS-AUDT-EOF
               READ WS-AUDT-FILE INTO WS-AUDT-IN
                   AT END
                       SET WS-AUDT-EOF TO TRUE
                   NOT AT END
                       IF WS-AUDT-ID = WS-ACT-ID
                               AND WS-AUDT-ACTION NOT = "MASTER ONLY"
                           PERFORM KEEP-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-AUDT-FILE.
       SJ-999.
           EXIT.

       KEEP-ENTRY SECTION.
       KE-010.
           ADD 1 TO WS-ACT-CT.
           ADD 1 TO WS-ACT-POS.
           IF WS-ACT-POS > WS-ACT-N
               MOVE 1 TO WS-ACT-POS
           END-IF.
           MOVE WS-AUDT-IN TO WS-ACT-ENT(WS-ACT-POS).
           IF WS-AUDT-ACTION = "CLOSED"
               MOVE WS-AUDT-IN TO WS-ACT-CLOSE-REC
           END-IF.
           IF WS-AUDT-ACTION = "ADDED"
               MOVE SPACES TO WS-ACT-CLOSE-REC
           END-IF.
           PERFORM VARYING WS-ACT-AX FROM 1 BY 1
                   UNTIL WS-ACT-AX > WS-ACT-AX-CT
                   OR WS-ACT-ACT-NAME(WS-ACT-AX) = WS-AUDT-ACTION
               CONTINUE
           END-PERFORM.
           IF WS-ACT-AX > WS-ACT-AX-CT
               IF WS-ACT-AX-CT = 20
                   GO TO KE-999
               END-IF
               ADD 1 TO WS-ACT-AX-CT
               MOVE WS-AUDT-ACTION TO WS-ACT-ACT-NAME(WS-ACT-AX)
               MOVE 0 TO WS-ACT-ACT-CT(WS-ACT-AX)
           END-IF.
           ADD 1 TO WS-ACT-ACT-CT(WS-ACT-AX).
       KE-999.
           EXIT.

       WRITE-ENTRIES SECTION.
       WE-010.
      * THE RING BACKWARD FROM THE LAST ENTRY KEPT - NEWEST FIRST.
           IF WS-ACT-CT < WS-ACT-N
               MOVE WS-ACT-CT TO WS-ACT-SHOWN
           ELSE
               MOVE WS-ACT-N TO WS-ACT-SHOWN
           END-IF.
           MOVE WS-ACT-SHOWN TO WS-ACT-CNT-SHOWN.
           MOVE WS-ACT-CT TO WS-ACT-CNT-TOTAL.
           WRITE WS-RPT-LINE FROM WS-ACT-CNT-LINE.
           WRITE WS-RPT-LINE FROM WS-ACT-COL-LINE.
           PERFORM WS-ACT-SHOWN TIMES
               MOVE WS-ACT-ENT(WS-ACT-POS) TO WS-AUDT-IN
               MOVE WS-AUDT-DATE TO WS-ACT-DET-DATE
               MOVE WS-AUDT-TIME TO WS-ACT-DET-TIME
               MOVE WS-AUDT-OLD TO WS-ACT-DET-OLD
               MOVE WS-AUDT-APP TO WS-ACT-DET-APP
               MOVE WS-AUDT-NEW TO WS-ACT-DET-NEW
               MOVE WS-AUDT-ACTION TO WS-ACT-DET-ACTION
               MOVE WS-AUDT-SRC TO WS-ACT-DET-SRC
               MOVE WS-AUDT-ORIGIN TO WS-ACT-DET-ORIGIN
               WRITE WS-RPT-LINE FROM WS-ACT-DET-LINE
               SUBTRACT 1 FROM WS-ACT-POS
               IF WS-ACT-POS < 1
                   MOVE WS-ACT-N TO WS-ACT-POS
               END-IF
           END-PERFORM.
       WE-999.
           EXIT.

       WRITE-ACTIVITY SECTION.
       WV-010.
      * THE ACTIVITY SUMMARY - EACH ACTION SEEN AND HOW MANY TIMES,
      * IN THE ORDER FIRST SEEN, RUNNING ON TO A SECOND LINE WHEN
      * THE FIRST FILLS.
           MOVE SPACES TO WS-ACT-SUM-LINE.
           MOVE "  ACTIVITY" TO WS-ACT-SUM-LINE.
           MOVE 13 TO WS-ACT-PTR.
           PERFORM VARYING WS-ACT-AX FROM 1 BY 1
                   UNTIL WS-ACT-AX > WS-ACT-AX-CT
               IF WS-ACT-PTR > 105
                   WRITE WS-RPT-LINE FROM WS-ACT-SUM-LINE
                   MOVE SPACES TO WS-ACT-SUM-LINE
                   MOVE 13 TO WS-ACT-PTR
               END-IF
               MOVE WS-ACT-ACT-CT(WS-ACT-AX) TO WS-ACT-CT-DISP
               MOVE 0 TO WS-ACT-LEAD
               INSPECT WS-ACT-CT-DISP TALLYING WS-ACT-LEAD
                   FOR LEADING SPACES
               STRING WS-ACT-ACT-NAME(WS-ACT-AX) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-ACT-CT-DISP(WS-ACT-LEAD + 1:) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   INTO WS-ACT-SUM-LINE
                   WITH POINTER WS-ACT-PTR
               END-STRING
           END-PERFORM.
           WRITE WS-RPT-LINE FROM WS-ACT-SUM-LINE.
       WV-999.
           EXIT.
