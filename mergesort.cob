           SELECT WS-LOG-FILE ASSIGN TO "SORTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT WS-FHST-FILE ASSIGN TO "SORTFHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FHST-STATUS.
      * FEED REGISTRY - EVERY FEED A MASTER UPDATE HAS APPLIED
      * (SORTFREG, CUMULATIVE) AND TONIGHT'S FEEDS WAITING FOR THE
      * UPDATE TO COMMIT BEFORE THEY JOIN IT (SORTFPND).
           SELECT WS-FREG-FILE ASSIGN TO "SORTFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREG-STATUS.
           SELECT WS-FPND-FILE ASSIGN TO "SORTFPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPND-STATUS.
      * SUSPENSE - TRANSACTIONS THE MASTER UPDATE COULD NOT APPLY
      * ARE HELD ON SORTSUSN AND COME BACK IN FROM SORTSUSP ON THE
      * NEXT UPDATE RUN AS ONE MORE FEED.  ITEMS THAT OUTLIVE THE
      * SORTCTL AGE LIMIT ARE WRITTEN OFF TO SORTWOFF; SORTSAGE IS
      * THE NIGHTLY SUSPENSE AGING REPORT.
           SELECT WS-SUSP-FILE ASSIGN TO "SORTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT WS-SUSN-FILE ASSIGN TO "SORTSUSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSN-STATUS.
           SELECT WS-WOFF-FILE ASSIGN TO "SORTWOFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFF-STATUS.
           SELECT WS-SAGE-FILE ASSIGN TO "SORTSAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAGE-STATUS.
      * ACCOUNT PROFILES - STATUS AND FLOOR LIMIT PER ACCOUNT, KEPT
      * BY THE SORTPRFM MAINTENANCE RUN.  POSTINGS THE PROFILE DOES
      * NOT ALLOW ARE REFUSED AND LISTED ON SORTLEXC.
           SELECT WS-PROF-FILE ASSIGN TO "SORTPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.
           SELECT WS-LEXC-FILE ASSIGN TO "SORTLEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXC-STATUS.
      * GENERAL-LEDGER INTERFACE - THE GL ACCOUNT MAP (SORTGLT), THE
      * JOURNAL-ENTRY EXTRACT FINANCE POSTS (SORTGLX) AND ITS
      * CONTROL REPORT (SORTGLR).
           SELECT WS-GLT-FILE ASSIGN TO "SORTGLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLT-STATUS.
           SELECT WS-GLX-FILE ASSIGN TO "SORTGLX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLX-STATUS.
           SELECT WS-GLR-FILE ASSIGN TO "SORTGLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLR-STATUS.
      * THE PRIOR EXTRACT FOR THE DAY-OVER-DAY COMPARE IS NO
      * LONGER AN OPERATOR-SUPPLIED SORTPRV - IT IS GENERATION 1
      * OF THE EXTRACT GENERATIONS THIS PROGRAM ROLLS ITSELF (SEE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-IXF-ID
               FILE STATUS IS WS-IXF-STATUS.
           SELECT WS-MIX-FILE ASSIGN TO "SORTMIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-MIX-ID
               FILE STATUS IS WS-MIX-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LOG-REC               PIC X(80).

       FD  WS-FHST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  WS-FHST-REC              PIC X(120).

       FD  WS-FREG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-FREG-REC              PIC X(80).

       FD  WS-FPND-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-FPND-REC              PIC X(80).

       FD  WS-SUSP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-SUSP-REC              PIC X(80).

       FD  WS-SUSN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-SUSN-REC              PIC X(80).

       FD  WS-WOFF-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-WOFF-LINE             PIC X(132).

       FD  WS-SAGE-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-SAGE-LINE             PIC X(132).

       FD  WS-PROF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-PROF-REC              PIC X(80).

       FD  WS-LEXC-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-LEXC-LINE             PIC X(132).

       FD  WS-GLT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-GLT-REC               PIC X(80).

       FD  WS-GLX-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-GLX-REC               PIC X(80).

       FD  WS-GLR-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-GLR-LINE              PIC X(132).

       FD  WS-PRV-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-PRV-REC               PIC X(80).
                                    SEPARATE.
           05 WS-IXF-SEQ            PIC 9(5).

       FD  WS-MIX-FILE.
       01  WS-MIX-REC.
           05 WS-MIX-ID             PIC X(10).
           05 WS-MIX-BAL            PIC S9(9)V99 SIGN LEADING
                                    SEPARATE.
           05 WS-MIX-DATE           PIC 9(8).
           05 WS-MIX-TIME           PIC 9(8).

       WORKING-STORAGE SECTION.
      * TABLE CAPACITY - WS-TABLE-MAX MUST MATCH THE OCCURS BELOW.
       01  WS-TABLE-MAX           PIC S9(5) COMP-3 VALUE 20000.
              07 WS-FEED-TOK-CT   PIC S9(7)  COMP-3.
              07 WS-FEED-REJ-CT   PIC S9(7)  COMP-3.
              07 WS-FEED-AMT      PIC S9(13)V99 COMP-3.
              07 WS-FEED-RSN-CT   PIC S9(7)  COMP-3 OCCURS 6.
              07 WS-FEED-HST-ST   PIC X(1).
      * ONE BYTE PER FEED SLOT, "S" WHEN THAT FEED'S HDR CARRIES "SYS"
      * IN POSITIONS 21-23 - A SYSTEM-GENERATED FEED SUCH AS THE
      * MONTH-END ACCRUAL RATHER THAN CUSTOMER ACTIVITY.  IT IS SAVED
      * ON THE CHECKPOINT HEADER SO A RESUMED RUN STILL KNOWS.
       01  WS-FEED-SYS-FLAGS      PIC X(10)      VALUE SPACES.
       01  WS-LOAD-ABORT-SW       PIC X(1)       VALUE 'N'.
           88 WS-LOAD-ABORT                      VALUE 'Y'.
       01  WS-REC-MAX             PIC S9(5) COMP-3.
           05 WS-RUN-ENT OCCURS 2000.
              07 WS-RUN-NUM       PIC S9(9)V99 COMP-3.
              07 WS-RUN-TC        PIC X(1).
              07 WS-RUN-SRC       PIC 9(1).
       01  WS-RX                  PIC S9(5) COMP-3.
       01  WS-RUN-OVER-SW         PIC X(1).
           88 WS-RUN-OVER                        VALUE "Y".
       01  WS-TRL-CT              PIC S9(9)  COMP-3.
       01  WS-TRL-AMT             PIC S9(13)V99 COMP-3.
       01  WS-TRL-RAW             PIC 9(15).
       01  WS-HDR-STAMP           PIC X(16).

      * DUPLICATE-FEED GUARD.  ON AN UPDATE RUN EVERY FEED THAT
      * BALANCES IS LOOKED UP - BY ITS HDR DATE/TIME AND ITS TRL
      * COUNT AND HASH TOTAL - IN THE SORTFREG REGISTRY OF FEEDS
      * EARLIER UPDATES APPLIED, AND AGAINST THE FEEDS ALREADY
      * LOADED TONIGHT.  A REPEAT STOPS THE RUN WITH RETURN CODE 36
      * BEFORE ANYTHING TOUCHES THE MASTER.  A FEED THAT PASSES IS
      * WRITTEN TO SORTFPND, AND MASTER-UPDATE APPENDS SORTFPND TO
      * SORTFREG ONLY ONCE THE UPDATE HAS COMMITTED, SO A RUN THAT
      * FAILS FIRST CAN SIMPLY BE RERUN, AND A RUN RESUMED FROM ITS
      * CHECKPOINT STILL REGISTERS THE FEEDS IT LOADED.  A FEED WITH
      * NO HDR OR NO TRL CANNOT BE IDENTIFIED AND IS NOT GUARDED.
      * A SUPERVISOR WHO MEANS TO REPROCESS A FEED PUTS AN OVERRIDE
      * RECORD IN SORTCTL AMONG THE SELECTION RULES:
      *   1 "R", 3 THE FEED NUMBER (0 FOR THE CLASSIC SORTIN),
      *   5-12 THE SUPERVISOR'S USER ID.
      * THE REPEAT THEN LOADS, AND ITS REGISTRY RECORD AND THE
      * SORTLOG RECORD FOR THE RUN BOTH CARRY THE OVERRIDE.
      * SORTFREG / SORTFPND RECORD -
      *   1 FEED NUMBER, 3-10 HDR DATE, 12-19 HDR TIME, 21-29 TRL
      *   COUNT, 31-46 TRL HASH TOTAL, 48-55 / 57-64 DATE AND TIME
      *   OF THE UPDATE RUN THAT APPLIED IT (BLANK ON SORTFPND),
      *   66 "R" WHEN LOADED UNDER OVERRIDE, 68-75 ITS SUPERVISOR.
       01  WS-FREG-STATUS         PIC X(2).
       01  WS-FPND-STATUS         PIC X(2).
       01  WS-FREG-LINE.
           05 WS-FREG-FEED        PIC 9(1).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-FREG-HDR-DATE    PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-FREG-HDR-TIME    PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-FREG-CT          PIC 9(9).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-FREG-AMT         PIC S9(13)V99 SIGN LEADING
                                  SEPARATE.
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-FREG-RUN-DATE    PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-FREG-RUN-TIME    PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-FREG-OVR         PIC X(1).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-FREG-OVR-USER    PIC X(8).
           05 FILLER              PIC X(5)  VALUE SPACES.
       01  WS-FREG-EOF-SW         PIC X(1).
           88 WS-FREG-EOF                        VALUE "Y".
       01  WS-FREG-HIT-SW         PIC X(1).
           88 WS-FREG-HIT                        VALUE "Y".
       01  WS-FREG-HIT-FEED       PIC 9(1).
       01  WS-FREG-HIT-DATE       PIC X(8).
       01  WS-FREG-HIT-TIME       PIC X(8).
       01  WS-FREG-CT-WK          PIC 9(9).
       01  WS-FREG-AMT-WK         PIC S9(13)V99 COMP-3.
       01  WS-FREG-ADD-CT         PIC S9(3)  COMP-3.
       01  WS-FPND-OPEN-SW        PIC X(1)       VALUE "N".
           88 WS-FPND-OPEN                       VALUE "Y".
       01  WS-FG-TABLE.
           05 WS-FG-ENT OCCURS 10.
              07 WS-FG-STAMP      PIC X(16).
              07 WS-FG-CT         PIC 9(9).
              07 WS-FG-AMT        PIC S9(13)V99 COMP-3.
              07 WS-FG-FEED       PIC 9(1).
       01  WS-FG-CT-USED          PIC S9(2)  COMP-3 VALUE 0.
       01  WS-FGX                 PIC S9(2)  COMP-3.
       01  WS-OVR-TABLE.
           05 WS-OVR-ENT OCCURS 10.
              07 WS-OVR-SW        PIC X(1).
              07 WS-OVR-USER      PIC X(8).
              07 WS-OVR-USED-SW   PIC X(1).
       01  WS-OVR-FX              PIC S9(2)  COMP-3.
       01  WS-OVR-LOG-SW          PIC X(1)       VALUE "N".
       01  WS-LOAD-AMT-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DISP-TOTAL          PIC -(13)9.99.

      *   27-29 TOLERANCE, 31-37 TOKENS READ, 39-45 RECORDS OUT,
      *   47-53 REJECTS, 55-61 DUPLICATE VALUES, 63-65 RETURN-CODE,
      *   67 RESUMED, 68 RESUME PHASE, 70-74 RESUME CHUNK,
      *   76 QUIESCED AT THE BATCH-WINDOW CUTOFF ("Y"/"N"),
      *   78 A FEED REPROCESSED UNDER SUPERVISOR OVERRIDE ("Y"/"N").
       01  WS-LOG-STATUS           PIC X(2).
       01  WS-DUP-CT               PIC S9(7)  COMP-3 VALUE 0.
       01  WS-LOG-OUT.
           05 WS-LOG-CHUNK         PIC 9(5).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-LOG-QSC           PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-LOG-OVR           PIC X(1).
           05 FILLER               PIC X(2)  VALUE SPACES.

      * FEED HISTORY.  ONE SORTFHST RECORD PER FEED PER EXECUTION,
      * APPENDED RIGHT AFTER THE SORTLOG RECORD AND STAMPED WITH THE
      * SAME DATE AND TIME, SO THE SORTFSCR SCORECARD CAN FOLLOW EACH
      * UPSTREAM ACROSS RUNS.  SORTIN01-09 ARE WRITTEN EVERY RUN THAT
      * GOT AS FAR AS THE LOAD, PRESENT OR NOT; FEED 0 (THE CLASSIC
      * SORTIN) ONLY WHEN IT WAS READ.  A RESUMED RUN WRITES NONE -
      * THE RUN IT RESUMES ALREADY RECORDED THE LOAD.
      *   1-8 DATE, 10-17 TIME, 19 FEED, 21 STATUS -
      *       L LOADED AND BALANCED, O OUT OF BALANCE WITH ITS TRL,
      *       D REFUSED AS A REPEAT, E UNREADABLE, M NOT SUPPLIED,
      *       S NOT REACHED (THE RUN STOPPED ON AN EARLIER FEED)
      *   23-29 TOKENS READ, 31-37 TOKENS REJECTED, 39-85 REJECTS BY
      *   EDIT REASON 01-06 (SIX 7-DIGIT COUNTS, ONE SPACE APART),
      *   87-102 AMOUNT LOADED (SIGN LEADING SEPARATE), 104-106 RUN
      *   RETURN-CODE.
       01  WS-FHST-STATUS          PIC X(2).
       01  WS-FHST-LOADED-SW       PIC X(1)       VALUE "N".
           88 WS-FHST-LOADED                      VALUE "Y".
       01  WS-FHST-RX              PIC S9(2) COMP-3.
       01  WS-FHST-OUT.
           05 WS-FHST-DATE         PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-FHST-TIME         PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-FHST-FEED         PIC 9(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-FHST-ST           PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-FHST-TOK-CT       PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-FHST-REJ-CT       PIC 9(7).
           05 WS-FHST-RSN OCCURS 6.
              07 FILLER            PIC X(1).
              07 WS-FHST-RSN-CT    PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-FHST-AMT          PIC S9(13)V99 SIGN LEADING
                                   SEPARATE.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-FHST-RC           PIC 9(3).
           05 FILLER               PIC X(14) VALUE SPACES.

      * CONTROL-BREAK SUMMARY BY ID - THE SAME ADJACENT-RUN SCAN
      * COUNT-RUN DOES FOR DUPLICATE VALUES, APPLIED TO THE ID KEY
      *                   BOUNDARY AT OR AFTER THIS WALL-CLOCK TIME,
      *                   WITH RETURN CODE 8 AND A CHECKPOINT FOR
      *                   THE NEXT NIGHT'S RESTART.
      *   POSITIONS 15-17 - SUSPENSE AGE LIMIT IN NIGHTS, 001-999.
      *                   BLANK OR 000 TAKES THE DEFAULT OF 030.  AN
      *                   UPDATE-MODE SUSPENSE ITEM THAT HAS ALREADY
      *                   BEEN HELD THIS MANY NIGHTS AND STILL CANNOT
      *                   APPLY IS WRITTEN OFF TO SORTWOFF.
      *
      * SORTCTL RECORDS AFTER THE FIRST ARE INCLUDE/OMIT SELECTION
      * CRITERIA, APPLIED BY LOAD-RECORD AS THE TABLE FILLS:
       01  WS-PUT-AMT              PIC S9(9)V99 COMP-3.
       01  WS-NEWM-CT              PIC S9(7)  COMP-3.
       01  WS-NEWM-TOTAL           PIC S9(13)V99 COMP-3.

      * INDEXED COPY OF THE NEW MASTER FOR DAYTIME INQUIRY - EVERY
      * SORTNEWM DETAIL RECORD ALSO GOES TO SORTMIX KEYED BY ID, WITH
      * ITS BALANCE AND THE DATE AND TIME OF THE RUN THAT WROTE IT.
      * SORTMIX IS REBUILT IN FULL BY EVERY UPDATE, SO A CLOSED
      * ACCOUNT DROPS OUT OF IT JUST AS IT DROPS OUT OF SORTNEWM.
      * SORTINQ ANSWERS ITS ACCOUNT REQUESTS FROM IT.  A SORTMIX THAT
      * CANNOT BE OPENED OR WRITTEN DOES NOT STOP THE UPDATE - THE
      * MASTER ITSELF IS SORTNEWM - BUT THE RUN ENDS RC 12.
       01  WS-MIX-STATUS           PIC X(2).
       01  WS-MIX-OPEN-SW          PIC X(1)       VALUE "N".
           88 WS-MIX-OPEN                         VALUE "Y".
       01  WS-MIX-CT               PIC S9(7)  COMP-3.
       01  WS-MIX-ERR-CT           PIC S9(7)  COMP-3.
       01  WS-MU-CLOSED-SW         PIC X(1).
           88 WS-MU-CLOSED                        VALUE "Y".
       01  WS-MU-MATCH-CT          PIC S9(7)  COMP-3.
      * Y" LONG AFTER THE SORTREG PRINT IS RECYCLED.  FIXED COLUMNS
      * SO THE SORTAUDI INQUIRY PROGRAM CAN PICK THE FIELDS BACK UP:
      *   1-8 RUN DATE, 10-17 RUN TIME, 19-28 ID, 30-42 OLD BALANCE,
      *   44-56 APPLIED AMOUNT, 58-70 NEW BALANCE, 72-85 ACTION,
      *   87 SOURCE FEED, 89 "S" WHEN THAT FEED WAS SYSTEM-GENERATED.
      * A BALANCE OR AMOUNT THAT DOES NOT APPLY TO THE ACTION IS
      * LEFT AS SPACES.
      * WS-AUDT-AMT IS AN EDITED PICTURE, NOT SIGN LEADING SEPARATE -
       01  WS-AUDT-STATUS          PIC X(2).
       01  WS-AUDT-AMT             PIC +9(9).99.
       01  WS-AUD-PREV             PIC S9(13)V99 COMP-3.
       01  WS-AUDT-FX              PIC S9(2) COMP-3.
       01  WS-AUDT-OUT.
           05 WS-AUDT-DATE         PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-AUDT-NEW          PIC X(13).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-AUDT-ACTION       PIC X(14).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-AUDT-SRC          PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-AUDT-ORIGIN       PIC X(1).
           05 FILLER               PIC X(11) VALUE SPACES.

      * SUSPENSE FOR UNAPPLIED TRANSACTIONS.  A NON-ADD TRANSACTION
      * WHOSE ACCOUNT IS NOT ON THE MASTER IS WRITTEN TO SORTSUSN
      * STAMPED WITH THE NIGHT IT FIRST FAILED, HOW MANY NIGHTS IT
      * HAS BEEN HELD AND WHY.  THE NEXT UPDATE RUN LOADS SORTSUSP
      * (LAST NIGHT'S SORTSUSN, ROLLED BY ROLL-SUSPENSE) AS ONE MORE
      * FEED AFTER THE UPSTREAM FEEDS, SO A HELD ITEM APPLIES AS
      * SOON AS ITS ACCOUNT IS OPENED.  AN ITEM THAT FAILS AGAIN IS
      * MATCHED BACK TO ITS SORTSUSP ENTRY (SAME ID, AMOUNT, CODE
      * AND SOURCE FEED) SO IT KEEPS ITS FIRST-FAILED DATE AND AGES
      * ONE NIGHT; ONCE IT HAS BEEN HELD WS-CTL-SUSP-AGE NIGHTS IT
      * IS WRITTEN OFF TO SORTWOFF INSTEAD OF BEING HELD AGAIN.
      * SUSPENSE RECORD LAYOUT - THE ID:AMOUNT:CODE TOKEN IN 1-26
      * SO THE LOAD CAN EDIT IT LIKE ANY FEED TOKEN, THEN:
      *   28 SOURCE FEED, 30-37 DATE FIRST FAILED, 39-41 NIGHTS
      *   HELD, 43-44 REASON CODE, 46-65 REASON TEXT.
      * SORTSUSN CARRIES THE USUAL HDR AND TRL CONTROL RECORDS AND
      * IS BALANCED AGAINST ITS TRL WHEN IT COMES BACK IN.
      *    REASON "01" - NO MASTER ACCOUNT FOR THE ID
       01  WS-CTL-SUSP-AGE         PIC 9(3)       VALUE 30.
       01  WS-SUSP-STATUS          PIC X(2).
       01  WS-SUSN-STATUS          PIC X(2).
       01  WS-WOFF-STATUS          PIC X(2).
       01  WS-SAGE-STATUS          PIC X(2).
       01  WS-SUSP-LINE            PIC X(80).
       01  WS-SUSP-EOF-SW          PIC X(1).
           88 WS-SUSP-EOF                         VALUE "Y".
       01  WS-SUSP-OPEN-SW         PIC X(1)       VALUE "N".
       01  WS-SUSP-LOADED-SW       PIC X(1)       VALUE "N".
       01  WS-SUSP-IN-CT           PIC S9(7)  COMP-3 VALUE 0.
       01  WS-SUSP-IN-AMT          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-SUSP-OLD-CT          PIC S9(7)  COMP-3.
       01  WS-SUSP-OLD-AMT         PIC S9(13)V99 COMP-3.
       01  WS-SUSP-NEW-CT          PIC S9(7)  COMP-3.
       01  WS-SUSP-NEW-AMT         PIC S9(13)V99 COMP-3.
       01  WS-SUSP-KEPT-CT         PIC S9(7)  COMP-3.
       01  WS-SUSP-KEPT-AMT        PIC S9(13)V99 COMP-3.
       01  WS-SUSP-WOFF-CT         PIC S9(7)  COMP-3.
       01  WS-SUSP-WOFF-AMT        PIC S9(13)V99 COMP-3.
       01  WS-SUSP-CLR-CT          PIC S9(7)  COMP-3.
       01  WS-SUSP-CLR-AMT         PIC S9(13)V99 COMP-3.
       01  WS-SUSP-OUT-CT          PIC S9(7)  COMP-3.
       01  WS-SUSP-OUT-AMT         PIC S9(13)V99 COMP-3.
       01  WS-SUSP-OUT.
           05 WS-SUSP-ID           PIC X(10).
           05 FILLER               PIC X(1)  VALUE ":".
           05 WS-SUSP-AMT          PIC +9(9).99.
           05 FILLER               PIC X(1)  VALUE ":".
           05 WS-SUSP-TC           PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-SUSP-SRC          PIC 9(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-SUSP-DATE         PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-SUSP-NIGHTS       PIC 9(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-SUSP-RSN          PIC X(2).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-SUSP-RSN-TXT      PIC X(20).
           05 FILLER               PIC X(15) VALUE SPACES.

      * LAST NIGHT'S SUSPENSE AS READ BACK DURING THE UPDATE - THE
      * CURRENT SORTSUSP ENTRY (READ AHEAD, ID SEQUENCE) AND THE
      * ENTRIES GATHERED FOR THE ID NOW BEING HELD.  THE TABLE NEVER
      * NEEDS MORE ROOM THAN ONE ID'S TRANSACTION RUN.
       01  WS-SM-LINE              PIC X(80).
       01  WS-SM-EOF-SW            PIC X(1).
           88 WS-SM-EOF                           VALUE "Y".
       01  WS-SM-REC-NO            PIC S9(7)  COMP-3.
       01  WS-SM-PREV-ID           PIC X(10).
       01  WS-SM-ID                PIC X(10).
       01  WS-SM-AMT               PIC S9(9)V99 COMP-3.
       01  WS-SM-TC                PIC X(1).
       01  WS-SM-SRC               PIC 9(1).
       01  WS-SM-DATE              PIC X(8).
       01  WS-SM-NIGHTS            PIC 9(3).
       01  WS-SM-RSN               PIC X(2).
       01  WS-SG-CT                PIC S9(5)  COMP-3.
       01  WS-SG-I                 PIC S9(5)  COMP-3.
       01  WS-SG-HIT               PIC S9(5)  COMP-3.
       01  WS-SG-TABLE.
           05 WS-SG-ENT OCCURS 2000.
              07 WS-SG-AMT         PIC S9(9)V99 COMP-3.
              07 WS-SG-TC          PIC X(1).
              07 WS-SG-SRC         PIC 9(1).
              07 WS-SG-DATE        PIC X(8).
              07 WS-SG-NIGHTS      PIC 9(3).
              07 WS-SG-RSN         PIC X(2).
              07 WS-SG-USED-SW     PIC X(1).

      * SUSPENSE AGING - TONIGHT'S HELD ITEMS BUCKETED BY NIGHTS
      * HELD: 1, 2-3, 4-7, 8-14, 15 AND OVER.
       01  WS-SAGE-X               PIC S9(1)  COMP-3.
       01  WS-SAGE-TABLE.
           05 WS-SAGE-ENT OCCURS 5.
              07 WS-SAGE-CT        PIC S9(7)  COMP-3.
              07 WS-SAGE-AMT       PIC S9(13)V99 COMP-3.
       01  WS-SAGE-LABELS.
           05 FILLER               PIC X(20) VALUE "1 NIGHT".
           05 FILLER               PIC X(20) VALUE "2 - 3 NIGHTS".
           05 FILLER               PIC X(20) VALUE "4 - 7 NIGHTS".
           05 FILLER               PIC X(20) VALUE "8 - 14 NIGHTS".
           05 FILLER               PIC X(20) VALUE "15 NIGHTS AND OVER".
       01  WS-SAGE-LABEL-TABLE REDEFINES WS-SAGE-LABELS.
           05 WS-SAGE-LABEL        PIC X(20) OCCURS 5.
       01  WS-SAGE-HDR-LINE.
           05 FILLER               PIC X(30) VALUE
               "SUSPENSE AGING REPORT".
           05 FILLER               PIC X(9)  VALUE "RUN DATE ".
           05 WS-SAGE-HDR-DATE     PIC 9(8).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(17) VALUE "AGE LIMIT NIGHTS ".
           05 WS-SAGE-HDR-LIMIT    PIC ZZ9.
           05 FILLER               PIC X(61) VALUE SPACES.
       01  WS-SAGE-COL-HDR-LINE.
           05 FILLER               PIC X(26) VALUE "AGE".
           05 FILLER               PIC X(9)  VALUE "  ITEMS".
           05 FILLER               PIC X(20) VALUE "           AMOUNT".
           05 FILLER               PIC X(77) VALUE SPACES.
       01  WS-SAGE-DET-LINE.
           05 WS-SAGE-DET-LABEL    PIC X(26).
           05 WS-SAGE-DET-CT       PIC ZZZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SAGE-DET-AMT      PIC -(13)9.99.
           05 FILLER               PIC X(79) VALUE SPACES.

      * WRITE-OFF LISTING - ONE LINE PER ITEM THAT AGED OUT OF
      * SUSPENSE TONIGHT, CLOSED OUT BY A COUNT AND AMOUNT TOTAL.
       01  WS-WOFF-HDR-LINE.
           05 FILLER               PIC X(30) VALUE
               "SUSPENSE WRITE-OFF LISTING".
           05 FILLER               PIC X(9)  VALUE "RUN DATE ".
           05 WS-WOFF-HDR-DATE     PIC 9(8).
           05 FILLER               PIC X(85) VALUE SPACES.
       01  WS-WOFF-COL-HDR-LINE.
           05 FILLER               PIC X(12) VALUE "ID".
           05 FILLER               PIC X(16) VALUE "      AMOUNT".
           05 FILLER               PIC X(6)  VALUE "CODE".
           05 FILLER               PIC X(5)  VALUE "SRC".
           05 FILLER               PIC X(14) VALUE "FIRST FAILED".
           05 FILLER               PIC X(8)  VALUE "NIGHTS".
           05 FILLER               PIC X(20) VALUE "REASON".
           05 FILLER               PIC X(51) VALUE SPACES.
       01  WS-WOFF-DET-LINE.
           05 WS-WOFF-ID           PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-WOFF-AMT          PIC -(10)9.99.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WS-WOFF-TC           PIC X(1).
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 WS-WOFF-SRC          PIC 9(1).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WS-WOFF-DATE         PIC X(8).
           05 FILLER               PIC X(6)  VALUE SPACES.
           05 WS-WOFF-NIGHTS       PIC ZZ9.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 WS-WOFF-RSN-TXT      PIC X(20).
           05 FILLER               PIC X(51) VALUE SPACES.
       01  WS-WOFF-TOT-LINE.
           05 FILLER               PIC X(26) VALUE
               "ITEMS WRITTEN OFF".
           05 WS-WOFF-TOT-CT       PIC ZZZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-WOFF-TOT-AMT      PIC -(13)9.99.
           05 FILLER               PIC X(79) VALUE SPACES.

      * ACCOUNT PROFILES.  SORTPROF IS READ ALONGSIDE SORTMAST IN ID
      * SEQUENCE AS A THIRD BALANCE-LINE INPUT; AN ACCOUNT WITH NO
      * PROFILE RECORD IS ACTIVE WITH NO FLOOR.  NO SORTPROF AT ALL
      * MEANS NO ACCOUNT HAS A PROFILE.  RECORD LAYOUT:
      *   1-10 ID, 12 STATUS, 14 FLOOR FLAG (Y/N), 16-28 FLOOR
      *   AMOUNT (+9(9).99), 30-37 DATE LAST MAINTAINED, 39-48
      *   MAINTENANCE REFERENCE.
      * STATUS "A" ACTIVE - NO RESTRICTION.
      *        "F" FROZEN - NO POSTING, REPLACE OR CLOSE.
      *        "R" POSTING-RESTRICTED - NO DEBIT POSTING, NO REPLACE
      *            THAT LOWERS THE BALANCE, NO CLOSE.
      * WITH THE FLOOR FLAG ON, NO POSTING OR REPLACE MAY LEAVE THE
      * BALANCE BELOW THE FLOOR - A NEGATIVE FLOOR IS A CREDIT LIMIT.
      * A REFUSED TRANSACTION LEAVES THE BALANCE AS IT STOOD, IS
      * JOURNALED WITH ITS OWN ACTION AND LISTED ON SORTLEXC.  AN "A"
      * ADD IS NEVER REFUSED - IT OPENS THE ACCOUNT.
       01  WS-PROF-STATUS          PIC X(2).
       01  WS-LEXC-STATUS          PIC X(2).
       01  WS-PROF-OPEN-SW         PIC X(1)       VALUE "N".
       01  WS-PROF-LINE            PIC X(80).
       01  WS-PROF-EOF-SW          PIC X(1).
           88 WS-PROF-EOF                         VALUE "Y".
       01  WS-PROF-REC-NO          PIC S9(7)  COMP-3.
       01  WS-PROF-ID              PIC X(10).
       01  WS-PROF-PREV-ID         PIC X(10).
       01  WS-PROF-STAT            PIC X(1).
           88 WS-PROF-STAT-VALID                  VALUES "A" "F" "R".
       01  WS-PROF-FLOOR-SW        PIC X(1).
           88 WS-PROF-FLOOR-VALID                 VALUES "Y" "N".
       01  WS-PROF-FLOOR           PIC S9(9)V99 COMP-3.
      * THE PROFILE IN FORCE FOR THE ID BEING APPLIED.
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
       01  WS-PRF-ACTION           PIC X(14).
       01  WS-PRF-REASON           PIC X(30).
       01  WS-MU-REFUSE-CT         PIC S9(7)  COMP-3.
       01  WS-MU-REFUSE-AMT        PIC S9(13)V99 COMP-3.
       01  WS-LEXC-HDR-LINE.
           05 FILLER               PIC X(30) VALUE
               "LIMIT EXCEPTION REPORT".
           05 FILLER               PIC X(9)  VALUE "RUN DATE ".
           05 WS-LEXC-HDR-DATE     PIC 9(8).
           05 FILLER               PIC X(85) VALUE SPACES.
       01  WS-LEXC-COL-HDR-LINE.
           05 FILLER               PIC X(12) VALUE "ID".
           05 FILLER               PIC X(6)  VALUE "CODE".
           05 FILLER               PIC X(16) VALUE "      AMOUNT".
           05 FILLER               PIC X(16) VALUE "     BALANCE".
           05 FILLER               PIC X(8)  VALUE "STATUS".
           05 FILLER               PIC X(16) VALUE "       FLOOR".
           05 FILLER               PIC X(30) VALUE "REASON".
           05 FILLER               PIC X(28) VALUE SPACES.
       01  WS-LEXC-DET-LINE.
           05 WS-LEXC-ID           PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LEXC-TC           PIC X(1).
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 WS-LEXC-AMT          PIC -(10)9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LEXC-BAL          PIC -(10)9.99.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WS-LEXC-STAT         PIC X(1).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-LEXC-FLOOR        PIC X(14).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LEXC-REASON       PIC X(30).
           05 FILLER               PIC X(30) VALUE SPACES.
       01  WS-LEXC-TOT-LINE.
           05 FILLER               PIC X(26) VALUE
               "TRANSACTIONS REFUSED".
           05 WS-LEXC-TOT-CT       PIC ZZZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LEXC-TOT-AMT      PIC -(13)9.99.
           05 FILLER               PIC X(79) VALUE SPACES.

      * GENERAL-LEDGER INTERFACE.  THE UPDATE SUMMARIZES THE NIGHT'S
      * APPLIED ACTIVITY BY ACTION AND SOURCE FEED AS IT GOES - THE
      * NET CHANGE EACH MADE TO THE ACCOUNT BALANCES:
      *   1 P  POSTINGS            - THE AMOUNT POSTED
      *   2 R  ADJUSTMENTS         - NEW BALANCE LESS THE OLD ONE
      *   3 A  OPENING BALANCES    - THE ADD AMOUNT
      *   4 C  BALANCES RELEASED   - THE BALANCE THE CLOSE DROPPED,
      *                              SIGN REVERSED
      * FEED SLOT 1 IS FEED 0 (THE CLASSIC SORTIN), SLOTS 2-10 ARE
      * SORTIN01-09.  A SUSPENSE ITEM COUNTS UNDER THE FEED IT FIRST
      * CAME IN ON.  THE SUMMARIES ADD UP TO SORTNEWM LESS SORTMAST.
      * SORTGLT MAPS EACH SUMMARY TO A DEBIT AND A CREDIT GL ACCOUNT,
      * ONE MAPPING PER RECORD:
      *   1 ACTION (P/R/A/C), 3 FEED (0-9, OR "*" FOR ANY FEED NOT
      *   MAPPED ON ITS OWN), 5-14 DEBIT ACCOUNT, 16-25 CREDIT
      *   ACCOUNT, 27-56 ENTRY DESCRIPTION.
      * THE ACCOUNTS ARE FOR AN INCREASE IN BALANCES; A NET DECREASE
      * POSTS THE SAME PAIR THE OTHER WAY ROUND, SO EVERY SUMMARY IS
      * ONE DEBIT AND ONE EQUAL CREDIT.  NO SORTGLT MEANS THE SHOP
      * TAKES NO GL EXTRACT AND THE STEP IS SKIPPED.
       01  WS-GLT-STATUS           PIC X(2).
       01  WS-GLX-STATUS           PIC X(2).
       01  WS-GLR-STATUS           PIC X(2).
       01  WS-GL-ACC-TABLE.
           05 WS-GL-ACT OCCURS 4.
              07 WS-GL-FEED OCCURS 10.
                 09 WS-GL-CT       PIC S9(7)  COMP-3.
                 09 WS-GL-AMT      PIC S9(13)V99 COMP-3.
       01  WS-GL-AX                PIC S9(2)  COMP-3.
       01  WS-GL-FX                PIC S9(2)  COMP-3.
       01  WS-GL-EFFECT            PIC S9(13)V99 COMP-3.
       01  WS-GL-ACT-CODES         PIC X(4)       VALUE "PRAC".
       01  WS-GL-ACT-NAMES.
           05 FILLER               PIC X(18) VALUE "POSTINGS".
           05 FILLER               PIC X(18) VALUE "ADJUSTMENTS".
           05 FILLER               PIC X(18) VALUE "OPENING BALANCES".
           05 FILLER               PIC X(18) VALUE "BALANCES RELEASED".
       01  WS-GL-ACT-NAME-TABLE REDEFINES WS-GL-ACT-NAMES.
           05 WS-GL-ACT-NAME       PIC X(18) OCCURS 4.
       01  WS-GL-MAP-TABLE.
           05 WS-GL-MAP-ENT OCCURS 50.
              07 WS-GL-MAP-ACT     PIC X(1).
              07 WS-GL-MAP-FEED    PIC X(1).
              07 WS-GL-MAP-DR      PIC X(10).
              07 WS-GL-MAP-CR      PIC X(10).
              07 WS-GL-MAP-DESC    PIC X(30).
       01  WS-GL-MAP-MAX           PIC S9(3)  COMP-3 VALUE 50.
       01  WS-GL-MAP-CT            PIC S9(3)  COMP-3.
       01  WS-GL-MX                PIC S9(3)  COMP-3.
       01  WS-GL-HIT               PIC S9(3)  COMP-3.
       01  WS-GL-LINE              PIC X(80).
       01  WS-GL-EOF-SW            PIC X(1).
           88 WS-GL-EOF                           VALUE "Y".
       01  WS-GL-BAD-SW            PIC X(1).
           88 WS-GL-BAD                           VALUE "Y".
       01  WS-GL-FEED-CH           PIC X(1).
       01  WS-GL-FEED-DIGIT        PIC 9(1).
       01  WS-GL-ENT-CT            PIC S9(7)  COMP-3.
       01  WS-GL-DR-TOTAL          PIC S9(13)V99 COMP-3.
       01  WS-GL-CR-TOTAL          PIC S9(13)V99 COMP-3.
       01  WS-GL-NET-TOTAL         PIC S9(13)V99 COMP-3.
       01  WS-GL-ACT-CT            PIC S9(7)  COMP-3.
       01  WS-GL-UNMAP-CT          PIC S9(7)  COMP-3.
       01  WS-GL-TIE-BAD-CT        PIC S9(7)  COMP-3.
       01  WS-GL-PROOF             PIC S9(13)V99 COMP-3.
       01  WS-MU-MAST-TOTAL        PIC S9(13)V99 COMP-3.
       01  WS-GL-DR-ACCT           PIC X(10).
       01  WS-GL-CR-ACCT           PIC X(10).
       01  WS-GLX-DET.
           05 WS-GLX-DATE          PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-GLX-ACCT          PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-GLX-DC            PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-GLX-AMT           PIC 9(13)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-GLX-ACT           PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-GLX-FEED          PIC 9(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-GLX-DESC          PIC X(30).
           05 FILLER               PIC X(8)  VALUE SPACES.
       01  WS-GLR-HDR-LINE.
           05 FILLER               PIC X(42) VALUE
               "GENERAL LEDGER INTERFACE CONTROL REPORT".
           05 FILLER               PIC X(9)  VALUE "RUN DATE ".
           05 WS-GLR-HDR-DATE      PIC 9(8).
           05 FILLER               PIC X(73) VALUE SPACES.
       01  WS-GLR-COL-HDR-LINE.
           05 FILLER               PIC X(20) VALUE "ACTION".
           05 FILLER               PIC X(6)  VALUE "FEED".
           05 FILLER               PIC X(9)  VALUE "   COUNT".
           05 FILLER               PIC X(19) VALUE
               "        NET EFFECT".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "DEBIT".
           05 FILLER               PIC X(12) VALUE "CREDIT".
           05 FILLER               PIC X(30) VALUE "NOTE".
           05 FILLER               PIC X(22) VALUE SPACES.
       01  WS-GLR-DET-LINE.
           05 WS-GLR-ACT           PIC X(18).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-GLR-FEED          PIC X(6).
           05 WS-GLR-CT            PIC ZZZZZZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-GLR-AMT           PIC -(14)9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-GLR-DR            PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-GLR-CR            PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-GLR-NOTE          PIC X(30).
           05 FILLER               PIC X(22) VALUE SPACES.
       01  WS-GLR-TIE-LINE.
           05 WS-GLR-TIE-LABEL     PIC X(40).
           05 WS-GLR-TIE-LEFT      PIC X(18).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-GLR-TIE-RIGHT     PIC X(18).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-GLR-TIE-RESULT    PIC X(20).
           05 FILLER               PIC X(32) VALUE SPACES.
       01  WS-GL-TIE-LEFT          PIC S9(13)V99 COMP-3.
       01  WS-GL-TIE-RIGHT         PIC S9(13)V99 COMP-3.
       01  WS-GL-TIE-CT-SW         PIC X(1).
       01  WS-GL-DISP-CT           PIC Z(17)9.
       01  WS-GL-DISP-AMT          PIC -(14)9.99.

      * CHECKPOINT RECORDS WRITTEN TO SORTCKPT AFTER EACH MERGE PASS,
      * AND AFTER EACH CHUNK COMPLETES DURING CHUNK-SORT.
      * WS-CKPT-PHASE TELLS RESTORE-CHECKPOINT WHICH STAGE THE SAVED
           05 WS-CKPT-WIDTH        PIC 9(5).
           05 WS-CKPT-CT-MAX       PIC 9(5).
           05 WS-CKPT-CHUNK-NO     PIC 9(5)       VALUE 0.
           05 WS-CKPT-SYS-FLAGS    PIC X(10)      VALUE SPACES.
           05 FILLER               PIC X(53)      VALUE SPACES.
       01  WS-CKPT-DET.
           05 WS-CKPT-DTYPE        PIC X(1)       VALUE "D".
           05 WS-CKPT-ID           PIC X(10).
               END-IF
           END-IF.
           PERFORM WRITE-RUN-LOG.
           PERFORM WRITE-FEED-HISTORY.
           STOP RUN.

       LOAD-ALL-FEEDS SECTION.
           MOVE 0 TO WS-FEED-PRESENT-CT.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 10
               MOVE "N" TO WS-FEED-USED-SW(WS-FX)
               MOVE 0 TO WS-FEED-TOK-CT(WS-FX)
               MOVE 0 TO WS-FEED-REJ-CT(WS-FX)
               MOVE 0 TO WS-FEED-AMT(WS-FX)
               PERFORM VARYING WS-FHST-RX FROM 1 BY 1
                       UNTIL WS-FHST-RX > 6
                   MOVE 0 TO WS-FEED-RSN-CT(WS-FX, WS-FHST-RX)
               END-PERFORM
               MOVE "S" TO WS-FEED-HST-ST(WS-FX)
           END-PERFORM.
           MOVE SPACE TO WS-FEED-HST-ST(1).
           SET WS-FHST-LOADED TO TRUE.
           MOVE SPACES TO WS-FEED-SYS-FLAGS.
      * AN UPDATE RUN STARTS TONIGHT'S PENDING REGISTRY FRESH.
           IF WS-UPDATE-MODE
               OPEN OUTPUT WS-FPND-FILE
               IF WS-FPND-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN SORTFPND - FILE STATUS "
                       WS-FPND-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-LOAD-ABORT TO TRUE
                   GO TO LA-999
               END-IF
               SET WS-FPND-OPEN TO TRUE
           END-IF.
           PERFORM VARYING WS-FEED-NO FROM 1 BY 1
                   UNTIL WS-FEED-NO > 9 OR WS-LOAD-ABORT
               PERFORM LOAD-ONE-FEED
               MOVE 0 TO WS-FEED-NO
               PERFORM LOAD-ONE-FEED
           END-IF.
      * AN UPDATE RUN PICKS UP LAST NIGHT'S SUSPENSE BEHIND THE FEEDS.
           IF WS-UPDATE-MODE AND NOT WS-LOAD-ABORT
               PERFORM LOAD-SUSPENSE
           END-IF.
           IF WS-FPND-OPEN
               CLOSE WS-FPND-FILE
               MOVE "N" TO WS-FPND-OPEN-SW
           END-IF.
           PERFORM VARYING WS-OVR-FX FROM 1 BY 1 UNTIL WS-OVR-FX > 10
               IF WS-OVR-SW(WS-OVR-FX) = "Y"
                       AND WS-OVR-USED-SW(WS-OVR-FX) = "N"
                       AND NOT WS-LOAD-ABORT
                   COMPUTE WS-FEED-SRC = WS-OVR-FX - 1
                   DISPLAY "NOTE: SORTCTL OVERRIDE FOR FEED "
                       WS-FEED-SRC " NOT NEEDED - NO REPEAT FOUND"
               END-IF
           END-PERFORM.
       LA-999.
           EXIT.

           PERFORM OPEN-FEED.
           IF WS-FEED-STATUS = "35" AND WS-FEED-NO > 0
      * FEED NOT SUPPLIED TONIGHT - NOT AN ERROR.
               MOVE "M" TO WS-FEED-HST-ST(WS-FX)
               GO TO LF-999
           END-IF.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN " WS-FEED-NAME
                   " - FILE STATUS " WS-FEED-STATUS
               MOVE "E" TO WS-FEED-HST-ST(WS-FX)
               MOVE 16 TO RETURN-CODE
               SET WS-LOAD-ABORT TO TRUE
               GO TO LF-999
           END-IF.
           ADD 1 TO WS-FEED-PRESENT-CT.
           MOVE "Y" TO WS-FEED-USED-SW(WS-FX).
           MOVE "L" TO WS-FEED-HST-ST(WS-FX).
           MOVE 0 TO WS-FEED-TOK-CT(WS-FX).
           MOVE 0 TO WS-FEED-REJ-CT(WS-FX).
           MOVE 0 TO WS-FEED-AMT(WS-FX).
           MOVE "N" TO WS-HDR-SEEN-SW.
           MOVE "N" TO WS-TRL-SEEN-SW.
           MOVE SPACES TO WS-HDR-STAMP.
           MOVE 0 TO WS-IN-REC-NO.
           MOVE "N" TO WS-FEED-EOF-SW.
           PERFORM UNTIL WS-FEED-EOF OR WS-LOAD-ABORT
                           WS-FEED-STATUS
                       DISPLAY "RECORD TOO LONG FOR THE 32000"
                           "-BYTE LIMIT, OR UNREADABLE"
                       MOVE "E" TO WS-FEED-HST-ST(WS-FX)
                       MOVE 16 TO RETURN-CODE
                       SET WS-LOAD-ABORT TO TRUE
                   ELSE
           IF NOT WS-LOAD-ABORT
               PERFORM BALANCE-FEED
           END-IF.
           IF WS-UPDATE-MODE AND NOT WS-LOAD-ABORT
               PERFORM GUARD-FEED
           END-IF.
       LF-999.
           EXIT.

               DISPLAY "FEED " WS-FEED-NAME " OUT OF BALANCE - "
                   "TRAILER COUNT " WS-TRL-CT
                   " VS RECORDS LOADED " WS-FEED-TOK-CT(WS-FX)
               MOVE "O" TO WS-FEED-HST-ST(WS-FX)
               MOVE 12 TO RETURN-CODE
               SET WS-LOAD-ABORT TO TRUE
               GO TO BF-999
                   MOVE WS-FEED-AMT(WS-FX) TO WS-DISP-TOTAL
                   DISPLAY "           VS LOADED TOTAL     "
                       WS-DISP-TOTAL
                   MOVE "O" TO WS-FEED-HST-ST(WS-FX)
                   MOVE 12 TO RETURN-CODE
                   SET WS-LOAD-ABORT TO TRUE
               END-IF
       BF-999.
           EXIT.

       GUARD-FEED SECTION.
       FG-010.
      * THE FEED JUST LOADED AND BALANCED, LOOKED UP IN TONIGHT'S
      * FEEDS AND THEN IN SORTFREG.  A REPEAT WITHOUT A SUPERVISOR
      * OVERRIDE STOPS THE RUN; OTHERWISE THE FEED GOES TO SORTFPND.
           IF NOT WS-HDR-SEEN OR NOT WS-TRL-SEEN
               DISPLAY "NOTE: " WS-FEED-NAME " HAS NO HDR/TRL PAIR - "
                   "NOT CHECKED FOR A REPEAT"
               GO TO FG-999
           END-IF.
           MOVE WS-TRL-CT TO WS-FREG-CT-WK.
           MOVE "N" TO WS-FREG-HIT-SW.
           PERFORM VARYING WS-FGX FROM 1 BY 1
                   UNTIL WS-FGX > WS-FG-CT-USED OR WS-FREG-HIT
               IF WS-FG-STAMP(WS-FGX) = WS-HDR-STAMP
                       AND WS-FG-CT(WS-FGX) = WS-FREG-CT-WK
                       AND WS-FG-AMT(WS-FGX) = WS-TRL-AMT
                   SET WS-FREG-HIT TO TRUE
                   MOVE WS-FG-FEED(WS-FGX) TO WS-FREG-HIT-FEED
                   MOVE "TONIGHT" TO WS-FREG-HIT-DATE
                   MOVE SPACES TO WS-FREG-HIT-TIME
               END-IF
           END-PERFORM.
           IF NOT WS-FREG-HIT
               PERFORM SCAN-FEED-REGISTRY
           END-IF.
           IF WS-LOAD-ABORT
               GO TO FG-999
           END-IF.
           MOVE SPACE TO WS-FREG-OVR.
           MOVE SPACES TO WS-FREG-OVR-USER.
           IF WS-FREG-HIT
               IF WS-OVR-SW(WS-FX) NOT = "Y"
                   IF WS-FREG-HIT-DATE = "TONIGHT"
                       DISPLAY "FEED " WS-FEED-NAME " REPEATS FEED "
                           WS-FREG-HIT-FEED " ALREADY LOADED IN THIS "
                           "RUN - RUN STOPPED"
                   ELSE
                       DISPLAY "FEED " WS-FEED-NAME " WAS ALREADY "
                           "PROCESSED AS FEED " WS-FREG-HIT-FEED
                           " BY THE UPDATE RUN OF " WS-FREG-HIT-DATE
                           " " WS-FREG-HIT-TIME " - RUN STOPPED"
                   END-IF
                   DISPLAY "TO REPROCESS IT DELIBERATELY, ADD A "
                       "SUPERVISOR OVERRIDE RECORD TO SORTCTL"
                   MOVE "D" TO WS-FEED-HST-ST(WS-FX)
                   MOVE 36 TO RETURN-CODE
                   SET WS-LOAD-ABORT TO TRUE
                   GO TO FG-999
               END-IF
               DISPLAY "FEED " WS-FEED-NAME " REPEATS FEED "
                   WS-FREG-HIT-FEED " OF " WS-FREG-HIT-DATE " "
                   WS-FREG-HIT-TIME " - REPROCESSED UNDER OVERRIDE BY "
                   WS-OVR-USER(WS-FX)
               MOVE "Y" TO WS-OVR-USED-SW(WS-FX)
               MOVE "Y" TO WS-OVR-LOG-SW
               MOVE "R" TO WS-FREG-OVR
               MOVE WS-OVR-USER(WS-FX) TO WS-FREG-OVR-USER
           END-IF.
           IF WS-FG-CT-USED < 10
               ADD 1 TO WS-FG-CT-USED
               MOVE WS-HDR-STAMP TO WS-FG-STAMP(WS-FG-CT-USED)
               MOVE WS-FREG-CT-WK TO WS-FG-CT(WS-FG-CT-USED)
               MOVE WS-TRL-AMT TO WS-FG-AMT(WS-FG-CT-USED)
               MOVE WS-FEED-SRC TO WS-FG-FEED(WS-FG-CT-USED)
           END-IF.
           MOVE WS-FEED-SRC TO WS-FREG-FEED.
           MOVE WS-HDR-STAMP(1:8) TO WS-FREG-HDR-DATE.
           MOVE WS-HDR-STAMP(9:8) TO WS-FREG-HDR-TIME.
           MOVE WS-FREG-CT-WK TO WS-FREG-CT.
           MOVE WS-TRL-AMT TO WS-FREG-AMT.
           MOVE SPACES TO WS-FREG-RUN-DATE WS-FREG-RUN-TIME.
           WRITE WS-FPND-REC FROM WS-FREG-LINE.
       FG-999.
           EXIT.

       SCAN-FEED-REGISTRY SECTION.
       FS-010.
      * ONE PASS OF SORTFREG LOOKING FOR THE FEED JUST LOADED.  NO
      * SORTFREG YET MEANS NO UPDATE HAS REGISTERED A FEED.
           OPEN INPUT WS-FREG-FILE.
           IF WS-FREG-STATUS = "35"
               GO TO FS-999
           END-IF.
           IF WS-FREG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTFREG - FILE STATUS "
                   WS-FREG-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-LOAD-ABORT TO TRUE
               GO TO FS-999
           END-IF.
           MOVE "N" TO WS-FREG-EOF-SW.
           PERFORM UNTIL WS-FREG-EOF OR WS-FREG-HIT
               READ WS-FREG-FILE INTO WS-FREG-LINE
                   AT END
                       SET WS-FREG-EOF TO TRUE
                   NOT AT END
                       IF WS-FREG-HDR-DATE = WS-HDR-STAMP(1:8)
                               AND WS-FREG-HDR-TIME = WS-HDR-STAMP(9:8)
                               AND WS-FREG-CT = WS-FREG-CT-WK
                               AND WS-FREG-AMT = WS-TRL-AMT
                           SET WS-FREG-HIT TO TRUE
                           MOVE WS-FREG-FEED TO WS-FREG-HIT-FEED
                           MOVE WS-FREG-RUN-DATE TO WS-FREG-HIT-DATE
                           MOVE WS-FREG-RUN-TIME TO WS-FREG-HIT-TIME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-FREG-FILE.
       FS-999.
           EXIT.

       REGISTER-FEEDS SECTION.
       FR-010.
      * THE UPDATE HAS COMMITTED - APPEND TONIGHT'S SORTFPND FEEDS
      * TO SORTFREG STAMPED WITH THIS RUN.  A FEED THAT CANNOT BE
      * REGISTERED IS NOT A FAILED UPDATE, BUT IT IS NO LONGER
      * GUARDED, SO THE RUN ENDS WITH RETURN CODE 12.
           OPEN INPUT WS-FPND-FILE.
           IF WS-FPND-STATUS = "35"
               GO TO FR-999
           END-IF.
           IF WS-FPND-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTFPND - FILE STATUS "
                   WS-FPND-STATUS " - TONIGHT'S FEEDS NOT REGISTERED"
               IF RETURN-CODE = 0
                   MOVE 12 TO RETURN-CODE
               END-IF
               GO TO FR-999
           END-IF.
           OPEN EXTEND WS-FREG-FILE.
           IF WS-FREG-STATUS = "35"
               OPEN OUTPUT WS-FREG-FILE
           END-IF.
           IF WS-FREG-STATUS NOT = "00" AND WS-FREG-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN SORTFREG - FILE STATUS "
                   WS-FREG-STATUS " - TONIGHT'S FEEDS NOT REGISTERED"
               CLOSE WS-FPND-FILE
               IF RETURN-CODE = 0
                   MOVE 12 TO RETURN-CODE
               END-IF
               GO TO FR-999
           END-IF.
           MOVE 0 TO WS-FREG-ADD-CT.
           MOVE "N" TO WS-FREG-EOF-SW.
           PERFORM UNTIL WS-FREG-EOF
               READ WS-FPND-FILE INTO WS-FREG-LINE
                   AT END
                       SET WS-FREG-EOF TO TRUE
                   NOT AT END
                       MOVE WS-RUN-DATE TO WS-FREG-RUN-DATE
                       MOVE WS-RUN-TIME TO WS-FREG-RUN-TIME
                       WRITE WS-FREG-REC FROM WS-FREG-LINE
                       ADD 1 TO WS-FREG-ADD-CT
               END-READ
           END-PERFORM.
           CLOSE WS-FREG-FILE.
           CLOSE WS-FPND-FILE.
      * EMPTY SORTFPND SO A LATER RESUMED OR REPEATED UPDATE CANNOT
      * REGISTER THE SAME FEEDS TWICE.
           OPEN OUTPUT WS-FPND-FILE.
           IF WS-FPND-STATUS = "00"
               CLOSE WS-FPND-FILE
           END-IF.
       FR-999.
           EXIT.

       LOAD-SUSPENSE SECTION.
       LS-010.
      * RE-PRESENT LAST NIGHT'S SUSPENSE ITEMS AS ONE MORE FEED ON
      * AN UPDATE RUN.  THEY WERE EDITED AND SELECTED THE NIGHT THEY
      * FIRST CAME IN, SO THEY GO STRAIGHT INTO THE TABLE UNDER THEIR
      * ORIGINAL SOURCE FEED AND STAY OUT OF THE TOKEN, REJECT AND
      * PER-FEED COUNTS.  NO SORTSUSP SIMPLY MEANS NOTHING WAS HELD.
      * SORTSUSP IS OUR OWN FILE, SO A BAD RECORD OR A TRL THAT DOES
      * NOT BALANCE STOPS THE RUN.
           OPEN INPUT WS-SUSP-FILE.
           IF WS-SUSP-STATUS = "35"
               GO TO LS-999
           END-IF.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTSUSP - FILE STATUS "
                   WS-SUSP-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-LOAD-ABORT TO TRUE
               GO TO LS-999
           END-IF.
           MOVE "SORTSUSP" TO WS-FEED-NAME.
           MOVE "N" TO WS-TRL-SEEN-SW.
           MOVE 0 TO WS-IN-REC-NO.
           MOVE 0 TO WS-SUSP-IN-CT.
           MOVE 0 TO WS-SUSP-IN-AMT.
           MOVE "N" TO WS-SUSP-EOF-SW.
           PERFORM UNTIL WS-SUSP-EOF OR WS-LOAD-ABORT
               READ WS-SUSP-FILE INTO WS-SUSP-LINE
                   AT END SET WS-SUSP-EOF TO TRUE
               END-READ
               IF NOT WS-SUSP-EOF
                   IF WS-SUSP-STATUS NOT = "00"
                       DISPLAY "SORTSUSP READ ERROR - STATUS "
                           WS-SUSP-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET WS-LOAD-ABORT TO TRUE
                   ELSE
                       PERFORM LOAD-SUSPENSE-ITEM
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE WS-SUSP-FILE.
           IF WS-LOAD-ABORT
               GO TO LS-999
           END-IF.
           IF NOT WS-TRL-SEEN
               DISPLAY "SORTSUSP HAS NO TRL RECORD - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               SET WS-LOAD-ABORT TO TRUE
               GO TO LS-999
           END-IF.
           IF WS-TRL-CT NOT = WS-SUSP-IN-CT
                   OR WS-TRL-AMT NOT = WS-SUSP-IN-AMT
               MOVE WS-TRL-AMT TO WS-DISP-TOTAL
               DISPLAY "SORTSUSP OUT OF BALANCE - TRAILER COUNT "
                   WS-TRL-CT " TOTAL " WS-DISP-TOTAL
               MOVE WS-SUSP-IN-AMT TO WS-DISP-TOTAL
               DISPLAY "           VS LOADED COUNT " WS-SUSP-IN-CT
                   " TOTAL " WS-DISP-TOTAL
               MOVE 12 TO RETURN-CODE
               SET WS-LOAD-ABORT TO TRUE
               GO TO LS-999
           END-IF.
           MOVE "Y" TO WS-SUSP-LOADED-SW.
       LS-999.
           EXIT.

       LOAD-SUSPENSE-ITEM SECTION.
       LI-010.
      * ONE SORTSUSP RECORD INTO THE TABLE.  THE TOKEN IN 1-26 IS
      * EDITED THE SAME WAY A FEED TOKEN IS AND THE ORIGINAL SOURCE
      * FEED COMES FROM POSITION 28.
           ADD 1 TO WS-IN-REC-NO.
           IF WS-SUSP-LINE(1:3) = "HDR" OR WS-SUSP-LINE = SPACES
               GO TO LI-999
           END-IF.
           IF WS-SUSP-LINE(1:3) = "TRL"
               MOVE WS-SUSP-LINE TO WS-INP
               PERFORM LOAD-TRAILER
               GO TO LI-999
           END-IF.
           MOVE WS-SUSP-LINE(1:26) TO WS-TOK.
           PERFORM EDIT-TOKEN.
           IF NOT WS-EDIT-GOOD OR WS-EDIT-ID-TOK = SPACES
                   OR WS-SUSP-LINE(28:1) IS NOT NUMERIC
               DISPLAY "BAD SORTSUSP RECORD AT " WS-IN-REC-NO
                   " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-LOAD-ABORT TO TRUE
               GO TO LI-999
           END-IF.
           IF WS-MAX + 1 > WS-TABLE-MAX
               PERFORM XS-SPILL-RUN
               IF WS-LOAD-ABORT
                   GO TO LI-999
               END-IF
           END-IF.
           MOVE WS-EDIT-ID-TOK(1:10) TO WS-ID(IDX).
           MOVE WS-EDIT-AMT TO WS-NUM(IDX).
           MOVE WS-EDIT-TC TO WS-TC(IDX).
           MOVE WS-SUSP-LINE(28:1) TO WS-SRC(IDX).
           ADD 1 TO WS-MAX.
           SET IDX UP BY 1.
           ADD 1 TO WS-SUSP-IN-CT.
           ADD WS-EDIT-AMT TO WS-SUSP-IN-AMT.
       LI-999.
           EXIT.

       LOAD-RECORD SECTION.
       LR-010.
      * SPLIT ONE SORTIN RECORD INTO WS-NUM-TABLE ENTRIES.  A RECORD
           ADD 1 TO WS-IN-REC-NO.
           IF WS-INP(1:3) = "HDR"
               SET WS-HDR-SEEN TO TRUE
               MOVE WS-INP(4:16) TO WS-HDR-STAMP
               IF WS-INP(21:3) = "SYS"
                   MOVE "S" TO WS-FEED-SYS-FLAGS(WS-FX:1)
               END-IF
               GO TO LR-999
           END-IF.
           IF WS-INP(1:3) = "TRL"
      * IT FAILED.
           ADD 1 TO WS-REJECT-CT.
           ADD 1 TO WS-FEED-REJ-CT(WS-FX).
           IF WS-EDIT-REASON >= "01" AND WS-EDIT-REASON <= "06"
               MOVE WS-EDIT-REASON TO WS-FHST-RX
               ADD 1 TO WS-FEED-RSN-CT(WS-FX, WS-FHST-RX)
           END-IF.
           MOVE WS-FEED-SRC TO WS-ERR-SRC.
           MOVE WS-IN-REC-NO TO WS-ERR-REC-NO.
           MOVE WS-TOK TO WS-ERR-TOKEN.
           MOVE WS-DISP-TOTAL TO WS-SUM-VALUE.
           WRITE WS-RPT-LINE FROM WS-SUM-LINE.

      * SUSPENSE ITEMS RIDE IN THE INPUT AND OUTPUT COUNTS ABOVE BUT
      * NOT IN THE TOKEN OR LOADED AMOUNT LINES - THEY WERE COUNTED
      * THERE THE NIGHT THEY FIRST ARRIVED.
           IF WS-SUSP-LOADED-SW = "Y"
               MOVE "SUSPENSE ITEMS RE-PRESENTED" TO WS-SUM-LABEL
               MOVE WS-SUSP-IN-CT TO WS-SUM-VALUE
               WRITE WS-RPT-LINE FROM WS-SUM-LINE
               MOVE "SUSPENSE AMOUNT RE-PRESENTED" TO WS-SUM-LABEL
               MOVE WS-SUSP-IN-AMT TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-SUM-VALUE
               WRITE WS-RPT-LINE FROM WS-SUM-LINE
           END-IF.

      * PER-SOURCE SECTION - ONE SET OF LINES FOR EVERY FEED THAT
      * WAS PRESENT THIS RUN, SO A SHORT FEED POINTS STRAIGHT AT
      * THE UPSTREAM THAT SENT IT.  EACH FEED WAS ALREADY BALANCED
      * MATCHING ID IS APPLIED TO THAT MASTER'S BALANCE AND THE
      * UPDATED RECORD GOES TO SORTNEWM; MASTERS WITH NO ACTIVITY ARE
      * CARRIED FORWARD UNCHANGED; TRANSACTIONS WITH NO MASTER ARE
      * LISTED ON THE REGISTER AND HELD IN SUSPENSE (SORTSUSN) FOR
      * THE NEXT RUN.  SORTNEWM GETS THE SAME TRL CONTROL TOTALS AS
      * SORTOUT SO IT CAN FEED THE NEXT RUN.
           OPEN INPUT WS-MAST-FILE.
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTMAST - FILE STATUS "
           MOVE 0 TO WS-MAST-REC-NO WS-NEWM-CT WS-NEWM-TOTAL
               WS-MU-MATCH-CT WS-MU-UNTX-CT WS-MU-UNMAST-CT
               WS-MU-ADD-CT WS-MU-POST-CT WS-MU-REPL-CT
               WS-MU-CLOSE-CT WS-MU-NOAPP-CT WS-MU-MAST-TOTAL.
           PERFORM VARYING WS-GL-AX FROM 1 BY 1 UNTIL WS-GL-AX > 4
               PERFORM VARYING WS-GL-FX FROM 1 BY 1
                       UNTIL WS-GL-FX > 10
                   MOVE 0 TO WS-GL-CT(WS-GL-AX, WS-GL-FX)
                   MOVE 0 TO WS-GL-AMT(WS-GL-AX, WS-GL-FX)
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO WS-MAST-EOF-SW WS-MU-ABORT-SW.
           PERFORM OPEN-SUSPENSE.
           IF WS-MU-ABORT
               CLOSE WS-MAST-FILE
               CLOSE WS-NEWM-FILE
               CLOSE WS-REG-FILE
               CLOSE WS-AUDT-FILE
               GO TO MU-999
           END-IF.
           PERFORM OPEN-PROFILE.
           IF WS-MU-ABORT
               CLOSE WS-MAST-FILE
               CLOSE WS-NEWM-FILE
               CLOSE WS-REG-FILE
               CLOSE WS-AUDT-FILE
               PERFORM CLOSE-SUSPENSE
               GO TO MU-999
           END-IF.
           PERFORM OPEN-INDEXED-MASTER.
           MOVE LOW-VALUES TO WS-MAST-PREV-ID.
           MOVE "N" TO WS-RUN-OVER-SW.
           WRITE WS-REG-LINE FROM WS-REG-HDR-LINE.
               END-IF
           END-PERFORM.
           PERFORM SORTED-CLOSE.
           PERFORM FINISH-SUSPENSE.
           IF NOT WS-MU-ABORT
               MOVE WS-NEWM-CT TO WS-OUT-TRL-CT
               MOVE WS-NEWM-TOTAL TO WS-OUT-TRL-AMT
               MOVE "TX NOT APPLIED" TO WS-REG-TOT-LABEL
               MOVE WS-MU-NOAPP-CT TO WS-REG-TOT-VALUE
               WRITE WS-REG-LINE FROM WS-REG-TOT-LINE
               MOVE "TX HELD IN SUSPENSE" TO WS-REG-TOT-LABEL
               MOVE WS-SUSP-OUT-CT TO WS-REG-TOT-VALUE
               WRITE WS-REG-LINE FROM WS-REG-TOT-LINE
               MOVE "SUSPENSE ITEMS CLEARED" TO WS-REG-TOT-LABEL
               MOVE WS-SUSP-CLR-CT TO WS-REG-TOT-VALUE
               WRITE WS-REG-LINE FROM WS-REG-TOT-LINE
               MOVE "SUSPENSE ITEMS WRITTEN OFF" TO WS-REG-TOT-LABEL
               MOVE WS-SUSP-WOFF-CT TO WS-REG-TOT-VALUE
               WRITE WS-REG-LINE FROM WS-REG-TOT-LINE
               MOVE "TX REFUSED BY PROFILE" TO WS-REG-TOT-LABEL
               MOVE WS-MU-REFUSE-CT TO WS-REG-TOT-VALUE
               WRITE WS-REG-LINE FROM WS-REG-TOT-LINE
           END-IF.
           CLOSE WS-MAST-FILE.
           CLOSE WS-NEWM-FILE.
           CLOSE WS-REG-FILE.
           CLOSE WS-AUDT-FILE.
           PERFORM CLOSE-INDEXED-MASTER.
           PERFORM CLOSE-SUSPENSE.
           PERFORM CLOSE-PROFILE.
           IF NOT WS-MU-ABORT
               PERFORM REGISTER-FEEDS
               PERFORM WRITE-GL-EXTRACT
           END-IF.
       MU-999.
           EXIT.

               GO TO RM-999
           END-IF.
           MOVE WS-MAST-ID TO WS-MAST-PREV-ID.
           ADD WS-MAST-AMT TO WS-MU-MAST-TOTAL.
       RM-999.
           EXIT.

                   ADD 1 TO WS-TX-CT
                   MOVE WS-CUR-NUM TO WS-RUN-NUM(WS-TX-CT)
                   MOVE WS-CUR-TC  TO WS-RUN-TC(WS-TX-CT)
                   MOVE WS-CUR-SRC TO WS-RUN-SRC(WS-TX-CT)
                   ADD WS-CUR-NUM TO WS-TX-TOTAL
                   PERFORM SORTED-NEXT
               END-IF
      * OPENS A NEW MASTER WITH THE ADD AMOUNT AS ITS STARTING
      * BALANCE AND THE REST OF THE RUN APPLIES AGAINST IT; WITH NO
      * ADD PRESENT EVERY TRANSACTION IN THE RUN IS REGISTERED
      * UNAPPLIED, NOTHING GOES TO SORTNEWM AND EACH ONE IS HELD IN
      * SUSPENSE - OR WRITTEN OFF ONCE IT HAS AGED OUT.
           PERFORM GATHER-TX-RUN.
           IF WS-RUN-OVER
               SET WS-MU-ABORT TO TRUE
               END-IF
           END-PERFORM.
           IF WS-TX-ADD-I = 0
               PERFORM GATHER-SUSP-META
               IF WS-MU-ABORT
                   GO TO UT-999
               END-IF
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-TX-CT
                   ADD 1 TO WS-MU-UNTX-CT
                   PERFORM SUSPEND-ONE-TX
                   MOVE WS-TX-ID TO WS-REG-ID
                   MOVE SPACES TO WS-REG-OLD
                   MOVE WS-RUN-NUM(WS-RX) TO WS-DISP-BAL
               GO TO UT-999
           END-IF.
      * OPEN THE NEW MASTER OFF THE ADD, THEN APPLY THE REST OF THE
      * RUN AGAINST IT UNDER WHATEVER PROFILE IS ALREADY ON FILE.
           PERFORM FIND-PROFILE.
           IF WS-MU-ABORT
               GO TO UT-999
           END-IF.
           ADD 1 TO WS-MU-ADD-CT.
           MOVE WS-RUN-NUM(WS-TX-ADD-I) TO WS-NEW-BAL.
           MOVE "N" TO WS-MU-CLOSED-SW.
           MOVE WS-RUN-NUM(WS-TX-ADD-I) TO WS-AUDT-AMT.
           MOVE WS-AUDT-AMT TO WS-AUDT-APP.
           MOVE WS-AUDT-AMT TO WS-AUDT-NEW.
           MOVE WS-TX-ADD-I TO WS-RX.
           PERFORM WRITE-AUDIT.
           MOVE 3 TO WS-GL-AX.
           COMPUTE WS-GL-FX = WS-RUN-SRC(WS-TX-ADD-I) + 1.
           MOVE WS-NEW-BAL TO WS-GL-EFFECT.
           PERFORM ACCUM-GL.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-TX-CT
               IF WS-RX NOT = WS-TX-ADD-I
      * ID TO THE MASTER BALANCE BY ITS CODE, ONE REGISTER LINE PER
      * TRANSACTION, AND WRITE THE SURVIVING MASTER TO SORTNEWM.  A
      * "C" CLOSE DROPS THE MASTER; AN "A" ADD AGAINST AN EXISTING
      * MASTER IS REGISTERED AND NOT APPLIED.  THE ACCOUNT'S PROFILE
      * IS LOOKED UP FIRST SO APPLY-ONE-TX CAN REFUSE WHAT IT BARS.
           PERFORM GATHER-TX-RUN.
           IF WS-RUN-OVER
               SET WS-MU-ABORT TO TRUE
               GO TO MA-999
           END-IF.
           PERFORM FIND-PROFILE.
           IF WS-MU-ABORT
               GO TO MA-999
           END-IF.
           ADD 1 TO WS-MU-MATCH-CT.
           MOVE WS-MAST-AMT TO WS-NEW-BAL.
           MOVE "N" TO WS-MU-CLOSED-SW.
      * IT TO SORTAUDT.  A POSTING THAT WOULD NOT FIT THE 9-DIGIT
      * BALANCE IS HELD - THE BALANCE STANDS AND THE REGISTER SAYS
      * SO.  A TRANSACTION ARRIVING AFTER THE ACCOUNT CLOSED IN THIS
      * SAME RUN IS REGISTERED AND NOT APPLIED.  ONE THE ACCOUNT'S
      * PROFILE BARS IS REFUSED - REGISTERED, JOURNALED UNDER ITS
      * REFUSAL ACTION AND LISTED ON SORTLEXC WITH THE BALANCE LEFT
      * AS IT STOOD.
           MOVE WS-NEW-BAL TO WS-AUD-PREV.
           MOVE WS-TX-ID TO WS-REG-ID.
           MOVE WS-NEW-BAL TO WS-DISP-BAL.
               PERFORM WRITE-AUDIT
               GO TO AT-999
           END-IF.
           PERFORM CHECK-PROFILE.
           IF WS-PRF-REFUSED
               MOVE WS-PRF-ACTION TO WS-REG-TYPE
               ADD 1 TO WS-MU-REFUSE-CT
               ADD WS-RUN-NUM(WS-RX) TO WS-MU-REFUSE-AMT
               MOVE WS-NEW-BAL TO WS-DISP-BAL
               MOVE WS-DISP-BAL TO WS-REG-NEW
               WRITE WS-REG-LINE FROM WS-REG-DET-LINE
               MOVE WS-NEW-BAL TO WS-AUDT-AMT
               MOVE WS-AUDT-AMT TO WS-AUDT-OLD
               MOVE WS-AUDT-AMT TO WS-AUDT-NEW
               MOVE WS-RUN-NUM(WS-RX) TO WS-AUDT-AMT
               MOVE WS-AUDT-AMT TO WS-AUDT-APP
               PERFORM WRITE-AUDIT
               PERFORM WRITE-LIMIT-EXC
               GO TO AT-999
           END-IF.
           EVALUATE WS-RUN-TC(WS-RX)
               WHEN "P"
                   IF WS-NEW-BAL + WS-RUN-NUM(WS-RX) > 999999999.99 OR
           MOVE WS-RUN-NUM(WS-RX) TO WS-AUDT-AMT.
           MOVE WS-AUDT-AMT TO WS-AUDT-APP.
           PERFORM WRITE-AUDIT.
           MOVE 0 TO WS-GL-AX.
           EVALUATE WS-REG-TYPE
               WHEN "POSTED"
                   MOVE 1 TO WS-GL-AX
                   COMPUTE WS-GL-EFFECT = WS-NEW-BAL - WS-AUD-PREV
               WHEN "REPLACED"
                   MOVE 2 TO WS-GL-AX
                   COMPUTE WS-GL-EFFECT = WS-NEW-BAL - WS-AUD-PREV
               WHEN "CLOSED"
                   MOVE 4 TO WS-GL-AX
                   COMPUTE WS-GL-EFFECT = 0 - WS-AUD-PREV
           END-EVALUATE.
           IF WS-GL-AX > 0
               COMPUTE WS-GL-FX = WS-RUN-SRC(WS-RX) + 1
               PERFORM ACCUM-GL
           END-IF.
       AT-999.
           EXIT.

      * ONE JOURNAL RECORD TO SORTAUDT FOR THE ACTION THE REGISTER
      * JUST LISTED.  THE CALLER LEAVES THE OLD/APPLIED/NEW COLUMNS
      * SET (OR SPACES WHERE THEY DO NOT APPLY); THE ID AND ACTION
      * RIDE ALONG FROM THE REGISTER LINE JUST BUILT, AND THE SOURCE
      * FEED FROM THE TRANSACTION AT WS-RX.  A MASTER CARRIED FORWARD
      * WITH NO ACTIVITY HAS NO SOURCE.
           MOVE WS-REG-ID TO WS-AUDT-ID.
           MOVE WS-REG-TYPE TO WS-AUDT-ACTION.
           MOVE SPACE TO WS-AUDT-SRC.
           MOVE SPACE TO WS-AUDT-ORIGIN.
           IF WS-REG-TYPE NOT = "MASTER ONLY"
               MOVE WS-RUN-SRC(WS-RX) TO WS-AUDT-SRC
               COMPUTE WS-AUDT-FX = WS-RUN-SRC(WS-RX) + 1
               MOVE WS-FEED-SYS-FLAGS(WS-AUDT-FX:1) TO WS-AUDT-ORIGIN
           END-IF.
           WRITE WS-AUDT-REC FROM WS-AUDT-OUT.
       WA-999.
           EXIT.
       WM-010.
      * ONE ID:AMOUNT RECORD TO SORTNEWM, IN THE SAME LAYOUT AS
      * SORTOUT, ACCUMULATING THE TRL CONTROL TOTALS AS IT GOES.
      * A MASTER RECORD ALWAYS CARRIES THE "P" CODE.  THE SAME
      * ACCOUNT GOES TO THE SORTMIX INDEXED COPY WHEN IT IS OPEN.
           MOVE WS-PUT-ID TO WS-OUT-ID.
           MOVE WS-PUT-AMT TO WS-OUT-AMT.
           MOVE "P" TO WS-OUT-TC.
           WRITE WS-NEWM-REC FROM WS-OUT-DET.
           ADD 1 TO WS-NEWM-CT.
           ADD WS-PUT-AMT TO WS-NEWM-TOTAL.
           IF WS-MIX-OPEN
               MOVE WS-PUT-ID TO WS-MIX-ID
               MOVE WS-PUT-AMT TO WS-MIX-BAL
               MOVE WS-RUN-DATE TO WS-MIX-DATE
               MOVE WS-RUN-TIME TO WS-MIX-TIME
               WRITE WS-MIX-REC
                   INVALID KEY
                       ADD 1 TO WS-MIX-ERR-CT
                   NOT INVALID KEY
                       ADD 1 TO WS-MIX-CT
               END-WRITE
           END-IF.
       WM-999.
           EXIT.

       OPEN-INDEXED-MASTER SECTION.
       OM-010.
      * START TONIGHT'S SORTMIX.  IT IS CREATED EMPTY EACH RUN AND
      * FILLED BY WRITE-NEW-MASTER.
           MOVE 0 TO WS-MIX-CT.
           MOVE 0 TO WS-MIX-ERR-CT.
           MOVE "N" TO WS-MIX-OPEN-SW.
           OPEN OUTPUT WS-MIX-FILE.
           IF WS-MIX-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTMIX - FILE STATUS "
                   WS-MIX-STATUS
               DISPLAY "SORTNEWM IS WRITTEN BUT SORTMIX IS NOT - "
                   "ACCOUNT INQUIRY WILL BE OUT OF DATE"
               IF RETURN-CODE = 0
                   MOVE 12 TO RETURN-CODE
               END-IF
               GO TO OM-999
           END-IF.
           SET WS-MIX-OPEN TO TRUE.
       OM-999.
           EXIT.

       CLOSE-INDEXED-MASTER SECTION.
       CM-010.
           IF NOT WS-MIX-OPEN
               GO TO CM-999
           END-IF.
           CLOSE WS-MIX-FILE.
           MOVE "N" TO WS-MIX-OPEN-SW.
           DISPLAY "SORTMIX LOADED - " WS-MIX-CT " ACCOUNTS".
           IF WS-MIX-ERR-CT > 0
               DISPLAY "SORTMIX REFUSED " WS-MIX-ERR-CT
                   " RECORDS - ACCOUNT INQUIRY IS INCOMPLETE"
               IF RETURN-CODE = 0
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
       CM-999.
           EXIT.

       OPEN-SUSPENSE SECTION.
       SO-010.
      * OPEN LAST NIGHT'S SUSPENSE FOR THE AGE MATCH, TONIGHT'S NEW
      * SUSPENSE AND THE WRITE-OFF LISTING, AND PRIME THE FIRST
      * SORTSUSP ENTRY.  NO SORTSUSP MEANS NOTHING WAS HELD.  AN
      * UPDATE THAT CANNOT KEEP ITS SUSPENSE DOES NOT RUN - AN
      * UNAPPLIED ITEM WOULD OTHERWISE BE LOST.
           MOVE 0 TO WS-SUSP-OLD-CT WS-SUSP-OLD-AMT
               WS-SUSP-NEW-CT WS-SUSP-NEW-AMT
               WS-SUSP-KEPT-CT WS-SUSP-KEPT-AMT
               WS-SUSP-WOFF-CT WS-SUSP-WOFF-AMT
               WS-SUSP-CLR-CT WS-SUSP-CLR-AMT
               WS-SUSP-OUT-CT WS-SUSP-OUT-AMT WS-SM-REC-NO.
           PERFORM VARYING WS-SAGE-X FROM 1 BY 1 UNTIL WS-SAGE-X > 5
               MOVE 0 TO WS-SAGE-CT(WS-SAGE-X)
               MOVE 0 TO WS-SAGE-AMT(WS-SAGE-X)
           END-PERFORM.
           MOVE LOW-VALUES TO WS-SM-PREV-ID.
           MOVE "N" TO WS-SM-EOF-SW.
           MOVE "N" TO WS-SUSP-OPEN-SW.
           OPEN INPUT WS-SUSP-FILE.
           IF WS-SUSP-STATUS = "35"
               SET WS-SM-EOF TO TRUE
           ELSE
               IF WS-SUSP-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN SORTSUSP - FILE STATUS "
                       WS-SUSP-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-MU-ABORT TO TRUE
                   GO TO SO-999
               END-IF
               MOVE "Y" TO WS-SUSP-OPEN-SW
           END-IF.
           OPEN OUTPUT WS-SUSN-FILE.
           IF WS-SUSN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTSUSN - FILE STATUS "
                   WS-SUSN-STATUS
               IF WS-SUSP-OPEN-SW = "Y"
                   CLOSE WS-SUSP-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               SET WS-MU-ABORT TO TRUE
               GO TO SO-999
           END-IF.
           OPEN OUTPUT WS-WOFF-FILE.
           IF WS-WOFF-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTWOFF - FILE STATUS "
                   WS-WOFF-STATUS
               IF WS-SUSP-OPEN-SW = "Y"
                   CLOSE WS-SUSP-FILE
               END-IF
               CLOSE WS-SUSN-FILE
               MOVE 16 TO RETURN-CODE
               SET WS-MU-ABORT TO TRUE
               GO TO SO-999
           END-IF.
           MOVE WS-RUN-DATE TO WS-OUT-HDR-DATE.
           MOVE WS-RUN-TIME TO WS-OUT-HDR-TIME.
           WRITE WS-SUSN-REC FROM WS-OUT-HDR.
           MOVE WS-RUN-DATE TO WS-WOFF-HDR-DATE.
           WRITE WS-WOFF-LINE FROM WS-WOFF-HDR-LINE.
           WRITE WS-WOFF-LINE FROM WS-WOFF-COL-HDR-LINE.
           IF NOT WS-SM-EOF
               PERFORM READ-SUSP-META
           END-IF.
       SO-999.
           EXIT.

       READ-SUSP-META SECTION.
       SQ-010.
      * NEXT ENTRY OFF LAST NIGHT'S SORTSUSP, SKIPPING HDR/TRL AND
      * BLANK LINES.  THE LOAD ALREADY PROVED THE FILE AGAINST ITS
      * TRL, BUT IT IS READ AGAIN HERE FOR THE AGING FIELDS AND
      * MUST STILL BE CLEAN AND IN ID SEQUENCE.
           READ WS-SUSP-FILE INTO WS-SM-LINE
               AT END
                   SET WS-SM-EOF TO TRUE
                   GO TO SQ-999
           END-READ.
           ADD 1 TO WS-SM-REC-NO.
           IF WS-SM-LINE(1:3) = "HDR" OR WS-SM-LINE(1:3) = "TRL"
                   OR WS-SM-LINE = SPACES
               GO TO SQ-010
           END-IF.
           MOVE WS-SM-LINE(1:26) TO WS-TOK.
           PERFORM EDIT-TOKEN.
           IF NOT WS-EDIT-GOOD OR WS-EDIT-ID-TOK = SPACES
                   OR WS-SM-LINE(28:1) IS NOT NUMERIC
                   OR WS-SM-LINE(39:3) IS NOT NUMERIC
               DISPLAY "BAD SORTSUSP RECORD AT " WS-SM-REC-NO
                   " - UPDATE STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-MU-ABORT TO TRUE
               SET WS-SM-EOF TO TRUE
               GO TO SQ-999
           END-IF.
           MOVE WS-EDIT-ID-TOK(1:10) TO WS-SM-ID.
           MOVE WS-EDIT-AMT TO WS-SM-AMT.
           MOVE WS-EDIT-TC TO WS-SM-TC.
           MOVE WS-SM-LINE(28:1) TO WS-SM-SRC.
           MOVE WS-SM-LINE(30:8) TO WS-SM-DATE.
           MOVE WS-SM-LINE(39:3) TO WS-SM-NIGHTS.
           MOVE WS-SM-LINE(43:2) TO WS-SM-RSN.
           IF WS-SM-ID < WS-SM-PREV-ID
               DISPLAY "SORTSUSP OUT OF ID SEQUENCE AT "
                   WS-SM-REC-NO " - UPDATE STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-MU-ABORT TO TRUE
               SET WS-SM-EOF TO TRUE
               GO TO SQ-999
           END-IF.
           MOVE WS-SM-ID TO WS-SM-PREV-ID.
           ADD 1 TO WS-SUSP-OLD-CT.
           ADD WS-SM-AMT TO WS-SUSP-OLD-AMT.
       SQ-999.
           EXIT.

       GATHER-SUSP-META SECTION.
       SG-010.
      * GATHER LAST NIGHT'S SUSPENSE ENTRIES FOR WS-TX-ID INTO THE
      * WS-SG TABLE.  ENTRIES FOR LOWER IDS ARE PASSED OVER - THOSE
      * ITEMS FOUND THEIR ACCOUNT TONIGHT AND HAVE CLEARED.  EVERY
      * ENTRY WAS RE-PRESENTED AS A TRANSACTION, SO ONE ID NEVER HAS
      * MORE ENTRIES THAN THE RUN TABLE HOLDS.
           MOVE 0 TO WS-SG-CT.
           PERFORM UNTIL WS-SM-EOF OR WS-SM-ID >= WS-TX-ID
               PERFORM READ-SUSP-META
           END-PERFORM.
           PERFORM UNTIL WS-SM-EOF OR WS-SM-ID NOT = WS-TX-ID
               IF WS-SG-CT < WS-RUN-MAX
                   ADD 1 TO WS-SG-CT
                   MOVE WS-SM-AMT    TO WS-SG-AMT(WS-SG-CT)
                   MOVE WS-SM-TC     TO WS-SG-TC(WS-SG-CT)
                   MOVE WS-SM-SRC    TO WS-SG-SRC(WS-SG-CT)
                   MOVE WS-SM-DATE   TO WS-SG-DATE(WS-SG-CT)
                   MOVE WS-SM-NIGHTS TO WS-SG-NIGHTS(WS-SG-CT)
                   MOVE WS-SM-RSN    TO WS-SG-RSN(WS-SG-CT)
                   MOVE "N" TO WS-SG-USED-SW(WS-SG-CT)
               END-IF
               PERFORM READ-SUSP-META
           END-PERFORM.
       SG-999.
           EXIT.

       SUSPEND-ONE-TX SECTION.
       SU-010.
      * HOLD THE UNMATCHED TRANSACTION AT WS-RX IN SUSPENSE, OR
      * WRITE IT OFF WHEN IT HAS AGED OUT.  A TRANSACTION THAT CAME
      * BACK OUT OF SORTSUSP IS PAIRED WITH ITS ENTRY THERE BY
      * AMOUNT, CODE AND SOURCE FEED SO IT KEEPS ITS FIRST-FAILED
      * DATE AND REASON; ANYTHING ELSE IS NEW TO SUSPENSE TONIGHT.
      * LEAVES WS-REG-TYPE SET FOR THE CALLER'S REGISTER LINE AND
      * JOURNAL RECORD.
           MOVE 0 TO WS-SG-HIT.
           PERFORM VARYING WS-SG-I FROM 1 BY 1
                   UNTIL WS-SG-I > WS-SG-CT OR WS-SG-HIT > 0
               IF WS-SG-USED-SW(WS-SG-I) = "N"
                       AND WS-SG-AMT(WS-SG-I) = WS-RUN-NUM(WS-RX)
                       AND WS-SG-TC(WS-SG-I) = WS-RUN-TC(WS-RX)
                       AND WS-SG-SRC(WS-SG-I) = WS-RUN-SRC(WS-RX)
                   MOVE WS-SG-I TO WS-SG-HIT
               END-IF
           END-PERFORM.
           MOVE WS-TX-ID TO WS-SUSP-ID.
           MOVE WS-RUN-NUM(WS-RX) TO WS-SUSP-AMT.
           MOVE WS-RUN-TC(WS-RX) TO WS-SUSP-TC.
           MOVE WS-RUN-SRC(WS-RX) TO WS-SUSP-SRC.
           IF WS-SG-HIT = 0
               MOVE WS-RUN-DATE TO WS-SUSP-DATE
               MOVE 1 TO WS-SUSP-NIGHTS
               MOVE "01" TO WS-SUSP-RSN
           ELSE
               MOVE "Y" TO WS-SG-USED-SW(WS-SG-HIT)
               MOVE WS-SG-DATE(WS-SG-HIT) TO WS-SUSP-DATE
               MOVE WS-SG-NIGHTS(WS-SG-HIT) TO WS-SUSP-NIGHTS
               MOVE WS-SG-RSN(WS-SG-HIT) TO WS-SUSP-RSN
           END-IF.
           EVALUATE WS-SUSP-RSN
               WHEN "01"
                   MOVE "NO MASTER ACCOUNT" TO WS-SUSP-RSN-TXT
               WHEN OTHER
                   MOVE SPACES TO WS-SUSP-RSN-TXT
           END-EVALUATE.
           IF WS-SG-HIT = 0
               ADD 1 TO WS-SUSP-NEW-CT
               ADD WS-RUN-NUM(WS-RX) TO WS-SUSP-NEW-AMT
           ELSE
               IF WS-SUSP-NIGHTS >= WS-CTL-SUSP-AGE
                   PERFORM WRITE-OFF-ITEM
                   GO TO SU-999
               END-IF
               ADD 1 TO WS-SUSP-NIGHTS
               ADD 1 TO WS-SUSP-KEPT-CT
               ADD WS-RUN-NUM(WS-RX) TO WS-SUSP-KEPT-AMT
           END-IF.
           MOVE "TX UNMATCHED" TO WS-REG-TYPE.
           PERFORM WRITE-SUSPENSE.
       SU-999.
           EXIT.

       WRITE-SUSPENSE SECTION.
       SW-010.
      * ONE HELD ITEM TO SORTSUSN, ACCUMULATING ITS TRL TOTALS AND
      * ITS AGE BUCKET FOR THE AGING REPORT.
           WRITE WS-SUSN-REC FROM WS-SUSP-OUT.
           ADD 1 TO WS-SUSP-OUT-CT.
           ADD WS-RUN-NUM(WS-RX) TO WS-SUSP-OUT-AMT.
           EVALUATE TRUE
               WHEN WS-SUSP-NIGHTS < 2
                   MOVE 1 TO WS-SAGE-X
               WHEN WS-SUSP-NIGHTS < 4
                   MOVE 2 TO WS-SAGE-X
               WHEN WS-SUSP-NIGHTS < 8
                   MOVE 3 TO WS-SAGE-X
               WHEN WS-SUSP-NIGHTS < 15
                   MOVE 4 TO WS-SAGE-X
               WHEN OTHER
                   MOVE 5 TO WS-SAGE-X
           END-EVALUATE.
           ADD 1 TO WS-SAGE-CT(WS-SAGE-X).
           ADD WS-RUN-NUM(WS-RX) TO WS-SAGE-AMT(WS-SAGE-X).
       SW-999.
           EXIT.

       WRITE-OFF-ITEM SECTION.
       WO-010.
      * AN ITEM HELD FOR THE FULL AGE LIMIT THAT STILL FOUND NO
      * ACCOUNT - LIST IT ON SORTWOFF AND LET IT GO.  THE REGISTER
      * AND THE JOURNAL SAY SO, SO THE ITEM CAN STILL BE TRACED.
           MOVE "WRITTEN OFF" TO WS-REG-TYPE.
           ADD 1 TO WS-SUSP-WOFF-CT.
           ADD WS-RUN-NUM(WS-RX) TO WS-SUSP-WOFF-AMT.
           MOVE WS-TX-ID TO WS-WOFF-ID.
           MOVE WS-RUN-NUM(WS-RX) TO WS-WOFF-AMT.
           MOVE WS-RUN-TC(WS-RX) TO WS-WOFF-TC.
           MOVE WS-RUN-SRC(WS-RX) TO WS-WOFF-SRC.
           MOVE WS-SUSP-DATE TO WS-WOFF-DATE.
           MOVE WS-SUSP-NIGHTS TO WS-WOFF-NIGHTS.
           MOVE WS-SUSP-RSN-TXT TO WS-WOFF-RSN-TXT.
           WRITE WS-WOFF-LINE FROM WS-WOFF-DET-LINE.
       WO-999.
           EXIT.

       FINISH-SUSPENSE SECTION.
       SF-010.
      * READ OUT WHAT IS LEFT OF LAST NIGHT'S SORTSUSP - THOSE ITEMS
      * ALL CLEARED TONIGHT - THEN CLOSE OUT SORTSUSN WITH ITS TRL
      * AND THE WRITE-OFF LISTING WITH ITS TOTAL.  CLEARED IS WHAT
      * CAME IN LESS WHAT WAS HELD AGAIN OR WRITTEN OFF.
           IF NOT WS-MU-ABORT
               PERFORM UNTIL WS-SM-EOF
                   PERFORM READ-SUSP-META
               END-PERFORM
           END-IF.
           IF WS-MU-ABORT
               GO TO SF-999
           END-IF.
           COMPUTE WS-SUSP-CLR-CT = WS-SUSP-OLD-CT
               - WS-SUSP-KEPT-CT - WS-SUSP-WOFF-CT.
           COMPUTE WS-SUSP-CLR-AMT = WS-SUSP-OLD-AMT
               - WS-SUSP-KEPT-AMT - WS-SUSP-WOFF-AMT.
           MOVE WS-SUSP-OUT-CT TO WS-OUT-TRL-CT.
           MOVE WS-SUSP-OUT-AMT TO WS-OUT-TRL-AMT.
           WRITE WS-SUSN-REC FROM WS-OUT-TRL.
           WRITE WS-WOFF-LINE FROM SPACES.
           MOVE WS-SUSP-WOFF-CT TO WS-WOFF-TOT-CT.
           MOVE WS-SUSP-WOFF-AMT TO WS-WOFF-TOT-AMT.
           WRITE WS-WOFF-LINE FROM WS-WOFF-TOT-LINE.
       SF-999.
           EXIT.

       CLOSE-SUSPENSE SECTION.
       SZ-010.
      * CLOSE THE SUSPENSE FILES.  ONLY A CLEAN UPDATE WRITES THE
      * AGING REPORT AND ROLLS SORTSUSN OVER SORTSUSP - AFTER A
      * FAILED ONE LAST NIGHT'S SUSPENSE STAYS PUT AND THE RERUN
      * RE-PRESENTS IT UNCHANGED.
           IF WS-SUSP-OPEN-SW = "Y"
               CLOSE WS-SUSP-FILE
               MOVE "N" TO WS-SUSP-OPEN-SW
           END-IF.
           CLOSE WS-SUSN-FILE.
           CLOSE WS-WOFF-FILE.
           IF WS-MU-ABORT
               GO TO SZ-999
           END-IF.
           PERFORM WRITE-SUSPENSE-AGING.
           PERFORM ROLL-SUSPENSE.
           IF WS-SUSP-WOFF-CT > 0
               DISPLAY WS-SUSP-WOFF-CT " SUSPENSE ITEMS WRITTEN OFF "
                   "AFTER " WS-CTL-SUSP-AGE " NIGHTS - SEE SORTWOFF"
           END-IF.
       SZ-999.
           EXIT.

       WRITE-SUSPENSE-AGING SECTION.
       SA-010.
      * THE SUSPENSE AGING REPORT - TONIGHT'S HELD ITEMS BY NIGHTS
      * HELD, THEN THE NIGHT'S MOVEMENT: BROUGHT FORWARD, CLEARED,
      * WRITTEN OFF AND NEW.  A REPORT THAT CANNOT BE OPENED IS
      * MENTIONED AND SKIPPED - THE SUSPENSE ITSELF IS ALREADY SAFE.
           OPEN OUTPUT WS-SAGE-FILE.
           IF WS-SAGE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTSAGE - FILE STATUS "
                   WS-SAGE-STATUS " - AGING REPORT SKIPPED"
               GO TO SA-999
           END-IF.
           MOVE WS-RUN-DATE TO WS-SAGE-HDR-DATE.
           MOVE WS-CTL-SUSP-AGE TO WS-SAGE-HDR-LIMIT.
           WRITE WS-SAGE-LINE FROM WS-SAGE-HDR-LINE.
           WRITE WS-SAGE-LINE FROM WS-SAGE-COL-HDR-LINE.
           PERFORM VARYING WS-SAGE-X FROM 1 BY 1 UNTIL WS-SAGE-X > 5
               MOVE WS-SAGE-LABEL(WS-SAGE-X) TO WS-SAGE-DET-LABEL
               MOVE WS-SAGE-CT(WS-SAGE-X) TO WS-SAGE-DET-CT
               MOVE WS-SAGE-AMT(WS-SAGE-X) TO WS-SAGE-DET-AMT
               WRITE WS-SAGE-LINE FROM WS-SAGE-DET-LINE
           END-PERFORM.
           MOVE "TOTAL HELD IN SUSPENSE" TO WS-SAGE-DET-LABEL.
           MOVE WS-SUSP-OUT-CT TO WS-SAGE-DET-CT.
           MOVE WS-SUSP-OUT-AMT TO WS-SAGE-DET-AMT.
           WRITE WS-SAGE-LINE FROM WS-SAGE-DET-LINE.
           WRITE WS-SAGE-LINE FROM SPACES.
           MOVE "BROUGHT FORWARD" TO WS-SAGE-DET-LABEL.
           MOVE WS-SUSP-OLD-CT TO WS-SAGE-DET-CT.
           MOVE WS-SUSP-OLD-AMT TO WS-SAGE-DET-AMT.
           WRITE WS-SAGE-LINE FROM WS-SAGE-DET-LINE.
           MOVE "CLEARED TONIGHT" TO WS-SAGE-DET-LABEL.
           MOVE WS-SUSP-CLR-CT TO WS-SAGE-DET-CT.
           MOVE WS-SUSP-CLR-AMT TO WS-SAGE-DET-AMT.
           WRITE WS-SAGE-LINE FROM WS-SAGE-DET-LINE.
           MOVE "WRITTEN OFF TONIGHT" TO WS-SAGE-DET-LABEL.
           MOVE WS-SUSP-WOFF-CT TO WS-SAGE-DET-CT.
           MOVE WS-SUSP-WOFF-AMT TO WS-SAGE-DET-AMT.
           WRITE WS-SAGE-LINE FROM WS-SAGE-DET-LINE.
           MOVE "NEW TONIGHT" TO WS-SAGE-DET-LABEL.
           MOVE WS-SUSP-NEW-CT TO WS-SAGE-DET-CT.
           MOVE WS-SUSP-NEW-AMT TO WS-SAGE-DET-AMT.
           WRITE WS-SAGE-LINE FROM WS-SAGE-DET-LINE.
           CLOSE WS-SAGE-FILE.
       SA-999.
           EXIT.

       ROLL-SUSPENSE SECTION.
       SL-010.
      * COPY TONIGHT'S SORTSUSN OVER SORTSUSP SO THE NEXT UPDATE
      * RUN RE-PRESENTS IT.  A ROLL THAT FAILS FAILS THE RUN - LEFT
      * ALONE THE NEXT RUN WOULD RE-PRESENT LAST NIGHT'S ITEMS AND
      * MISS TONIGHT'S.
           OPEN INPUT WS-SUSN-FILE.
           IF WS-SUSN-STATUS NOT = "00"
               DISPLAY "UNABLE TO READ SORTSUSN FOR THE ROLL - "
                   "FILE STATUS " WS-SUSN-STATUS
               DISPLAY "SORTSUSP NOT ROLLED - COPY SORTSUSN TO "
                   "SORTSUSP BEFORE THE NEXT RUN"
               MOVE 16 TO RETURN-CODE
               GO TO SL-999
           END-IF.
           OPEN OUTPUT WS-SUSP-FILE.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE SORTSUSP FOR THE ROLL - "
                   "FILE STATUS " WS-SUSP-STATUS
               DISPLAY "SORTSUSP NOT ROLLED - COPY SORTSUSN TO "
                   "SORTSUSP BEFORE THE NEXT RUN"
               CLOSE WS-SUSN-FILE
               MOVE 16 TO RETURN-CODE
               GO TO SL-999
           END-IF.
           MOVE "N" TO WS-SUSP-EOF-SW.
           PERFORM UNTIL WS-SUSP-EOF
               READ WS-SUSN-FILE INTO WS-SUSP-LINE
                   AT END SET WS-SUSP-EOF TO TRUE
                   NOT AT END WRITE WS-SUSP-REC FROM WS-SUSP-LINE
               END-READ
           END-PERFORM.
           CLOSE WS-SUSN-FILE.
           CLOSE WS-SUSP-FILE.
       SL-999.
           EXIT.

       OPEN-PROFILE SECTION.
       PO-010.
      * OPEN SORTPROF AND THE LIMIT-EXCEPTION REPORT AND PRIME THE
      * FIRST PROFILE.  NO SORTPROF MEANS NO ACCOUNT HAS A PROFILE.
      * A SORTPROF THAT IS THERE BUT CANNOT BE READ STOPS THE UPDATE
      * - APPLYING WITHOUT IT WOULD POST TO FROZEN ACCOUNTS.
           MOVE 0 TO WS-MU-REFUSE-CT WS-MU-REFUSE-AMT WS-PROF-REC-NO.
           MOVE LOW-VALUES TO WS-PROF-PREV-ID.
           MOVE "N" TO WS-PROF-EOF-SW.
           MOVE "N" TO WS-PROF-OPEN-SW.
           OPEN INPUT WS-PROF-FILE.
           IF WS-PROF-STATUS = "35"
               SET WS-PROF-EOF TO TRUE
           ELSE
               IF WS-PROF-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN SORTPROF - FILE STATUS "
                       WS-PROF-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-MU-ABORT TO TRUE
                   GO TO PO-999
               END-IF
               MOVE "Y" TO WS-PROF-OPEN-SW
           END-IF.
           OPEN OUTPUT WS-LEXC-FILE.
           IF WS-LEXC-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTLEXC - FILE STATUS "
                   WS-LEXC-STATUS
               IF WS-PROF-OPEN-SW = "Y"
                   CLOSE WS-PROF-FILE
                   MOVE "N" TO WS-PROF-OPEN-SW
               END-IF
               MOVE 16 TO RETURN-CODE
               SET WS-MU-ABORT TO TRUE
               GO TO PO-999
           END-IF.
           MOVE WS-RUN-DATE TO WS-LEXC-HDR-DATE.
           WRITE WS-LEXC-LINE FROM WS-LEXC-HDR-LINE.
           WRITE WS-LEXC-LINE FROM WS-LEXC-COL-HDR-LINE.
           IF NOT WS-PROF-EOF
               PERFORM READ-PROFILE
           END-IF.
      * A BAD FIRST PROFILE STOPS THE UPDATE HERE, SO CLOSE WHAT
      * THIS SECTION OPENED - THE CALLER'S ABORT PATH DOES NOT.
           IF WS-MU-ABORT
               IF WS-PROF-OPEN-SW = "Y"
                   CLOSE WS-PROF-FILE
                   MOVE "N" TO WS-PROF-OPEN-SW
               END-IF
               CLOSE WS-LEXC-FILE
           END-IF.
       PO-999.
           EXIT.

       READ-PROFILE SECTION.
       PN-010.
      * NEXT PROFILE OFF SORTPROF, SKIPPING HDR/TRL AND BLANK LINES.
      * SORTPROF IS SORTPRFM'S OUTPUT AND MUST ARRIVE CLEAN AND IN
      * ID SEQUENCE - ANYTHING ELSE STOPS THE UPDATE.
           READ WS-PROF-FILE INTO WS-PROF-LINE
               AT END
                   SET WS-PROF-EOF TO TRUE
                   GO TO PN-999
           END-READ.
           ADD 1 TO WS-PROF-REC-NO.
           IF WS-PROF-LINE(1:3) = "HDR" OR WS-PROF-LINE(1:3) = "TRL"
                   OR WS-PROF-LINE = SPACES
               GO TO PN-010
           END-IF.
           MOVE WS-PROF-LINE(1:10) TO WS-PROF-ID.
           MOVE WS-PROF-LINE(12:1) TO WS-PROF-STAT.
           MOVE WS-PROF-LINE(14:1) TO WS-PROF-FLOOR-SW.
           MOVE WS-PROF-LINE(16:13) TO WS-TOK.
           PERFORM EDIT-TOKEN.
           IF WS-PROF-ID = SPACES OR NOT WS-PROF-STAT-VALID
                   OR NOT WS-PROF-FLOOR-VALID OR NOT WS-EDIT-GOOD
               DISPLAY "BAD SORTPROF RECORD AT " WS-PROF-REC-NO
                   " - UPDATE STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-MU-ABORT TO TRUE
               SET WS-PROF-EOF TO TRUE
               GO TO PN-999
           END-IF.
           MOVE WS-EDIT-AMT TO WS-PROF-FLOOR.
           IF WS-PROF-ID NOT > WS-PROF-PREV-ID
               DISPLAY "SORTPROF OUT OF ID SEQUENCE AT "
                   WS-PROF-REC-NO " - UPDATE STOPPED"
               MOVE 16 TO RETURN-CODE
               SET WS-MU-ABORT TO TRUE
               SET WS-PROF-EOF TO TRUE
               GO TO PN-999
           END-IF.
           MOVE WS-PROF-ID TO WS-PROF-PREV-ID.
       PN-999.
           EXIT.

       FIND-PROFILE SECTION.
       PF-010.
      * BRING SORTPROF UP TO WS-TX-ID AND PUT THAT ACCOUNT'S PROFILE
      * IN FORCE - ACTIVE WITH NO FLOOR WHEN IT HAS NONE.  PROFILES
      * FOR IDS WITH NO ACTIVITY TONIGHT ARE PASSED OVER.
           PERFORM UNTIL WS-PROF-EOF OR WS-PROF-ID >= WS-TX-ID
               PERFORM READ-PROFILE
           END-PERFORM.
           IF NOT WS-PROF-EOF AND WS-PROF-ID = WS-TX-ID
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
      * DECIDE WHETHER THE PROFILE IN FORCE BARS THE TRANSACTION AT
      * WS-RX AGAINST THE WS-NEW-BAL WORKING BALANCE, LEAVING
      * WS-PRF-REFUSE-SW SET AND THE JOURNAL ACTION AND REPORT
      * REASON FOR A REFUSAL.  STATUS IS TESTED BEFORE THE FLOOR.
           MOVE "N" TO WS-PRF-REFUSE-SW.
           IF NOT WS-PRF-HIT OR WS-RUN-TC(WS-RX) = "A"
               GO TO PC-999
           END-IF.
           IF WS-PRF-FROZEN
               SET WS-PRF-REFUSED TO TRUE
               MOVE "REFUSE FROZEN" TO WS-PRF-ACTION
               MOVE "ACCOUNT FROZEN" TO WS-PRF-REASON
               GO TO PC-999
           END-IF.
           IF WS-PRF-RESTRICTED
               EVALUATE TRUE
                   WHEN WS-RUN-TC(WS-RX) = "P"
                           AND WS-RUN-NUM(WS-RX) < 0
                       SET WS-PRF-REFUSED TO TRUE
                       MOVE "DEBIT TO RESTRICTED ACCOUNT"
                           TO WS-PRF-REASON
                   WHEN WS-RUN-TC(WS-RX) = "R"
                           AND WS-RUN-NUM(WS-RX) < WS-NEW-BAL
                       SET WS-PRF-REFUSED TO TRUE
                       MOVE "REPLACE LOWERS RESTRICTED BAL"
                           TO WS-PRF-REASON
                   WHEN WS-RUN-TC(WS-RX) = "C"
                       SET WS-PRF-REFUSED TO TRUE
                       MOVE "CLOSE OF RESTRICTED ACCOUNT"
                           TO WS-PRF-REASON
               END-EVALUATE
               IF WS-PRF-REFUSED
                   MOVE "REFUSE RESTR" TO WS-PRF-ACTION
                   GO TO PC-999
               END-IF
           END-IF.
           IF WS-PRF-HAS-FLOOR
               EVALUATE TRUE
                   WHEN WS-RUN-TC(WS-RX) = "P"
                           AND WS-RUN-NUM(WS-RX) < 0
                           AND WS-NEW-BAL + WS-RUN-NUM(WS-RX)
                               < WS-PRF-FLOOR
                       SET WS-PRF-REFUSED TO TRUE
                       MOVE "POSTING BREAKS FLOOR LIMIT"
                           TO WS-PRF-REASON
                   WHEN WS-RUN-TC(WS-RX) = "R"
                           AND WS-RUN-NUM(WS-RX) < WS-PRF-FLOOR
                       SET WS-PRF-REFUSED TO TRUE
                       MOVE "REPLACE BREAKS FLOOR LIMIT"
                           TO WS-PRF-REASON
               END-EVALUATE
               IF WS-PRF-REFUSED
                   MOVE "REFUSE LIMIT" TO WS-PRF-ACTION
               END-IF
           END-IF.
       PC-999.
           EXIT.

       WRITE-LIMIT-EXC SECTION.
       LE-010.
      * ONE SORTLEXC LINE FOR THE TRANSACTION AT WS-RX JUST REFUSED.
           MOVE WS-TX-ID TO WS-LEXC-ID.
           MOVE WS-RUN-TC(WS-RX) TO WS-LEXC-TC.
           MOVE WS-RUN-NUM(WS-RX) TO WS-LEXC-AMT.
           MOVE WS-NEW-BAL TO WS-LEXC-BAL.
           MOVE WS-PRF-STAT TO WS-LEXC-STAT.
           IF WS-PRF-HAS-FLOOR
               MOVE WS-PRF-FLOOR TO WS-DISP-BAL
               MOVE WS-DISP-BAL TO WS-LEXC-FLOOR
           ELSE
               MOVE SPACES TO WS-LEXC-FLOOR
           END-IF.
           MOVE WS-PRF-REASON TO WS-LEXC-REASON.
           WRITE WS-LEXC-LINE FROM WS-LEXC-DET-LINE.
       LE-999.
           EXIT.

       CLOSE-PROFILE SECTION.
       PZ-010.
      * TOTAL THE LIMIT-EXCEPTION REPORT AND CLOSE THE PROFILE
      * FILES.
           IF NOT WS-MU-ABORT
               WRITE WS-LEXC-LINE FROM SPACES
               MOVE WS-MU-REFUSE-CT TO WS-LEXC-TOT-CT
               MOVE WS-MU-REFUSE-AMT TO WS-LEXC-TOT-AMT
               WRITE WS-LEXC-LINE FROM WS-LEXC-TOT-LINE
           END-IF.
           IF WS-PROF-OPEN-SW = "Y"
               CLOSE WS-PROF-FILE
               MOVE "N" TO WS-PROF-OPEN-SW
           END-IF.
           CLOSE WS-LEXC-FILE.
           IF WS-MU-REFUSE-CT > 0
               DISPLAY WS-MU-REFUSE-CT " TRANSACTIONS REFUSED BY "
                   "ACCOUNT PROFILE - SEE SORTLEXC"
           END-IF.
       PZ-999.
           EXIT.

       ACCUM-GL SECTION.
       AG-010.
      * ONE APPLIED ACTION INTO THE GL SUMMARY AT WS-GL-AX/WS-GL-FX.
           ADD 1 TO WS-GL-CT(WS-GL-AX, WS-GL-FX).
           ADD WS-GL-EFFECT TO WS-GL-AMT(WS-GL-AX, WS-GL-FX).
       AG-999.
           EXIT.

       WRITE-GL-EXTRACT SECTION.
       GE-010.
      * AFTER A CLEAN UPDATE - LOAD THE SORTGLT ACCOUNT MAP, WRITE
      * ONE DEBIT AND ONE CREDIT TO SORTGLX FOR EVERY SUMMARY WITH A
      * NET EFFECT, AND TIE THE WHOLE THING BACK ON SORTGLR TO THE
      * SORTREG ACTION COUNTS AND THE SORTNEWM TRL TOTAL.  A SUMMARY
      * WITH NO MAPPING, OR ANY TIE THAT DOES NOT AGREE, SETS RETURN
      * CODE 12 SO FINANCE DOES NOT POST AN INCOMPLETE FILE.
           OPEN INPUT WS-GLT-FILE.
           IF WS-GLT-STATUS = "35"
               DISPLAY "NO SORTGLT - GL EXTRACT NOT PRODUCED"
               GO TO GE-999
           END-IF.
           IF WS-GLT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTGLT - FILE STATUS "
                   WS-GLT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO GE-999
           END-IF.
           PERFORM LOAD-GL-MAP.
           CLOSE WS-GLT-FILE.
           IF WS-GL-BAD
               MOVE 16 TO RETURN-CODE
               GO TO GE-999
           END-IF.
           OPEN OUTPUT WS-GLX-FILE.
           IF WS-GLX-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTGLX - FILE STATUS "
                   WS-GLX-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO GE-999
           END-IF.
           OPEN OUTPUT WS-GLR-FILE.
           IF WS-GLR-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SORTGLR - FILE STATUS "
                   WS-GLR-STATUS
               CLOSE WS-GLX-FILE
               MOVE 16 TO RETURN-CODE
               GO TO GE-999
           END-IF.
           MOVE 0 TO WS-GL-ENT-CT WS-GL-DR-TOTAL WS-GL-CR-TOTAL
               WS-GL-NET-TOTAL WS-GL-UNMAP-CT WS-GL-TIE-BAD-CT.
           MOVE WS-RUN-DATE TO WS-OUT-HDR-DATE.
           MOVE WS-RUN-TIME TO WS-OUT-HDR-TIME.
           WRITE WS-GLX-REC FROM WS-OUT-HDR.
           MOVE WS-RUN-DATE TO WS-GLR-HDR-DATE.
           WRITE WS-GLR-LINE FROM WS-GLR-HDR-LINE.
           WRITE WS-GLR-LINE FROM WS-GLR-COL-HDR-LINE.
           PERFORM VARYING WS-GL-AX FROM 1 BY 1 UNTIL WS-GL-AX > 4
               PERFORM VARYING WS-GL-FX FROM 1 BY 1
                       UNTIL WS-GL-FX > 10
                   IF WS-GL-CT(WS-GL-AX, WS-GL-FX) > 0
                       PERFORM WRITE-GL-ENTRY
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-GL-ENT-CT TO WS-OUT-TRL-CT.
           MOVE WS-GL-DR-TOTAL TO WS-OUT-TRL-AMT.
           WRITE WS-GLX-REC FROM WS-OUT-TRL.
           CLOSE WS-GLX-FILE.
      * THE TIE-OUTS.
           WRITE WS-GLR-LINE FROM SPACES.
           MOVE "Y" TO WS-GL-TIE-CT-SW.
           MOVE "POSTINGS VS SORTREG AMOUNTS POSTED"
               TO WS-GLR-TIE-LABEL.
           MOVE 1 TO WS-GL-AX.
           PERFORM SUM-GL-ACTION.
           MOVE WS-GL-ACT-CT TO WS-GL-TIE-LEFT.
           MOVE WS-MU-POST-CT TO WS-GL-TIE-RIGHT.
           PERFORM TIE-GL-LINE.
           MOVE "ADJUSTMENTS VS BALANCES REPLACED"
               TO WS-GLR-TIE-LABEL.
           MOVE 2 TO WS-GL-AX.
           PERFORM SUM-GL-ACTION.
           MOVE WS-GL-ACT-CT TO WS-GL-TIE-LEFT.
           MOVE WS-MU-REPL-CT TO WS-GL-TIE-RIGHT.
           PERFORM TIE-GL-LINE.
           MOVE "OPENING BALANCES VS ACCOUNTS ADDED"
               TO WS-GLR-TIE-LABEL.
           MOVE 3 TO WS-GL-AX.
           PERFORM SUM-GL-ACTION.
           MOVE WS-GL-ACT-CT TO WS-GL-TIE-LEFT.
           MOVE WS-MU-ADD-CT TO WS-GL-TIE-RIGHT.
           PERFORM TIE-GL-LINE.
           MOVE "RELEASES VS ACCOUNTS CLOSED"
               TO WS-GLR-TIE-LABEL.
           MOVE 4 TO WS-GL-AX.
           PERFORM SUM-GL-ACTION.
           MOVE WS-GL-ACT-CT TO WS-GL-TIE-LEFT.
           MOVE WS-MU-CLOSE-CT TO WS-GL-TIE-RIGHT.
           PERFORM TIE-GL-LINE.
           MOVE "N" TO WS-GL-TIE-CT-SW.
           MOVE "SORTMAST + NET EFFECT VS SORTNEWM TRL"
               TO WS-GLR-TIE-LABEL.
           COMPUTE WS-GL-PROOF = WS-MU-MAST-TOTAL + WS-GL-NET-TOTAL.
           MOVE WS-GL-PROOF TO WS-GL-TIE-LEFT.
           MOVE WS-NEWM-TOTAL TO WS-GL-TIE-RIGHT.
           PERFORM TIE-GL-LINE.
           MOVE "TOTAL DEBITS VS TOTAL CREDITS"
               TO WS-GLR-TIE-LABEL.
           MOVE WS-GL-DR-TOTAL TO WS-GL-TIE-LEFT.
           MOVE WS-GL-CR-TOTAL TO WS-GL-TIE-RIGHT.
           PERFORM TIE-GL-LINE.
           WRITE WS-GLR-LINE FROM SPACES.
           MOVE "SORTGLX ENTRIES / HASH TOTAL" TO WS-GLR-TIE-LABEL.
           MOVE WS-GL-ENT-CT TO WS-GL-DISP-CT.
           MOVE WS-GL-DISP-CT TO WS-GLR-TIE-LEFT.
           MOVE WS-GL-DR-TOTAL TO WS-GL-DISP-AMT.
           MOVE WS-GL-DISP-AMT TO WS-GLR-TIE-RIGHT.
           MOVE SPACES TO WS-GLR-TIE-RESULT.
           WRITE WS-GLR-LINE FROM WS-GLR-TIE-LINE.
           MOVE "SUMMARIES WITH NO GL MAPPING" TO WS-GLR-TIE-LABEL.
           MOVE WS-GL-UNMAP-CT TO WS-GL-DISP-CT.
           MOVE WS-GL-DISP-CT TO WS-GLR-TIE-LEFT.
           MOVE SPACES TO WS-GLR-TIE-RIGHT.
           WRITE WS-GLR-LINE FROM WS-GLR-TIE-LINE.
           CLOSE WS-GLR-FILE.
           IF WS-GL-UNMAP-CT > 0 OR WS-GL-TIE-BAD-CT > 0
               DISPLAY "GL EXTRACT INCOMPLETE OR OUT OF BALANCE - "
                   "SEE SORTGLR"
               IF RETURN-CODE = 0
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
       GE-999.
           EXIT.

       LOAD-GL-MAP SECTION.
       GM-010.
      * SORTGLT INTO THE MAP TABLE.  BLANK LINES AND "*" COMMENT
      * LINES ARE SKIPPED; A RECORD THAT DOES NOT EDIT STOPS THE GL
      * STEP - A WRONG ACCOUNT IS WORSE THAN NO EXTRACT.
           MOVE 0 TO WS-GL-MAP-CT.
           MOVE "N" TO WS-GL-EOF-SW WS-GL-BAD-SW.
           PERFORM UNTIL WS-GL-EOF OR WS-GL-BAD
               READ WS-GLT-FILE INTO WS-GL-LINE
                   AT END
                       SET WS-GL-EOF TO TRUE
                   NOT AT END
                       IF WS-GL-LINE NOT = SPACES
                               AND WS-GL-LINE(1:1) NOT = "*"
                           PERFORM EDIT-GL-MAP
                       END-IF
               END-READ
           END-PERFORM.
       GM-999.
           EXIT.

       EDIT-GL-MAP SECTION.
       GK-010.
      * ONE SORTGLT MAPPING RECORD, EDITED AND TABLED.
           IF WS-GL-MAP-CT >= WS-GL-MAP-MAX
               DISPLAY "MORE THAN " WS-GL-MAP-MAX
                   " SORTGLT MAPPINGS - GL EXTRACT NOT PRODUCED"
               SET WS-GL-BAD TO TRUE
               GO TO GK-999
           END-IF.
           IF (WS-GL-LINE(1:1) NOT = "P" AND NOT = "R"
                   AND NOT = "A" AND NOT = "C")
                   OR (WS-GL-LINE(3:1) NOT NUMERIC
                       AND WS-GL-LINE(3:1) NOT = "*")
                   OR WS-GL-LINE(5:10) = SPACES
                   OR WS-GL-LINE(16:10) = SPACES
               DISPLAY "BAD SORTGLT RECORD: " WS-GL-LINE(1:40)
               DISPLAY "GL EXTRACT NOT PRODUCED"
               SET WS-GL-BAD TO TRUE
               GO TO GK-999
           END-IF.
           ADD 1 TO WS-GL-MAP-CT.
           MOVE WS-GL-LINE(1:1) TO WS-GL-MAP-ACT(WS-GL-MAP-CT).
           MOVE WS-GL-LINE(3:1) TO WS-GL-MAP-FEED(WS-GL-MAP-CT).
           MOVE WS-GL-LINE(5:10) TO WS-GL-MAP-DR(WS-GL-MAP-CT).
           MOVE WS-GL-LINE(16:10) TO WS-GL-MAP-CR(WS-GL-MAP-CT).
           MOVE WS-GL-LINE(27:30) TO WS-GL-MAP-DESC(WS-GL-MAP-CT).
       GK-999.
           EXIT.

       WRITE-GL-ENTRY SECTION.
       GN-010.
      * ONE SUMMARY - FIND ITS MAPPING (THE FEED'S OWN, ELSE THE "*"
      * ONE), WRITE THE DEBIT AND CREDIT, AND LIST IT ON SORTGLR.
           COMPUTE WS-GL-FEED-DIGIT = WS-GL-FX - 1.
           MOVE WS-GL-FEED-DIGIT TO WS-GL-FEED-CH.
           MOVE 0 TO WS-GL-HIT.
           PERFORM VARYING WS-GL-MX FROM 1 BY 1
                   UNTIL WS-GL-MX > WS-GL-MAP-CT
               IF WS-GL-MAP-ACT(WS-GL-MX) =
                       WS-GL-ACT-CODES(WS-GL-AX:1)
                   IF WS-GL-MAP-FEED(WS-GL-MX) = WS-GL-FEED-CH
                       MOVE WS-GL-MX TO WS-GL-HIT
                   END-IF
                   IF WS-GL-MAP-FEED(WS-GL-MX) = "*"
                           AND WS-GL-HIT = 0
                       MOVE WS-GL-MX TO WS-GL-HIT
                   END-IF
               END-IF
           END-PERFORM.
           ADD WS-GL-AMT(WS-GL-AX, WS-GL-FX) TO WS-GL-NET-TOTAL.
           MOVE WS-GL-ACT-NAME(WS-GL-AX) TO WS-GLR-ACT.
           MOVE SPACES TO WS-GLR-FEED.
           IF WS-GL-FEED-DIGIT = 0
               MOVE "SORTIN" TO WS-GLR-FEED
           ELSE
               STRING "IN0" WS-GL-FEED-CH DELIMITED BY SIZE
                   INTO WS-GLR-FEED
               END-STRING
           END-IF.
           MOVE WS-GL-CT(WS-GL-AX, WS-GL-FX) TO WS-GLR-CT.
           MOVE WS-GL-AMT(WS-GL-AX, WS-GL-FX) TO WS-GLR-AMT.
           MOVE SPACES TO WS-GLR-DR WS-GLR-CR WS-GLR-NOTE.
           IF WS-GL-AMT(WS-GL-AX, WS-GL-FX) = 0
               MOVE "NO NET EFFECT - NO ENTRY" TO WS-GLR-NOTE
               WRITE WS-GLR-LINE FROM WS-GLR-DET-LINE
               GO TO GN-999
           END-IF.
           IF WS-GL-HIT = 0
               MOVE "*** NO GL MAPPING" TO WS-GLR-NOTE
               ADD 1 TO WS-GL-UNMAP-CT
               WRITE WS-GLR-LINE FROM WS-GLR-DET-LINE
               GO TO GN-999
           END-IF.
           IF WS-GL-AMT(WS-GL-AX, WS-GL-FX) > 0
               MOVE WS-GL-MAP-DR(WS-GL-HIT) TO WS-GL-DR-ACCT
               MOVE WS-GL-MAP-CR(WS-GL-HIT) TO WS-GL-CR-ACCT
               MOVE WS-GL-AMT(WS-GL-AX, WS-GL-FX) TO WS-GL-EFFECT
           ELSE
               MOVE WS-GL-MAP-CR(WS-GL-HIT) TO WS-GL-DR-ACCT
               MOVE WS-GL-MAP-DR(WS-GL-HIT) TO WS-GL-CR-ACCT
               COMPUTE WS-GL-EFFECT =
                   0 - WS-GL-AMT(WS-GL-AX, WS-GL-FX)
           END-IF.
           MOVE WS-GL-DR-ACCT TO WS-GLR-DR.
           MOVE WS-GL-CR-ACCT TO WS-GLR-CR.
           WRITE WS-GLR-LINE FROM WS-GLR-DET-LINE.
           MOVE WS-RUN-DATE TO WS-GLX-DATE.
           MOVE WS-GL-ACT-CODES(WS-GL-AX:1) TO WS-GLX-ACT.
           MOVE WS-GL-FEED-DIGIT TO WS-GLX-FEED.
           MOVE WS-GL-MAP-DESC(WS-GL-HIT) TO WS-GLX-DESC.
           MOVE WS-GL-EFFECT TO WS-GLX-AMT.
           MOVE WS-GL-DR-ACCT TO WS-GLX-ACCT.
           MOVE "D" TO WS-GLX-DC.
           WRITE WS-GLX-REC FROM WS-GLX-DET.
           MOVE WS-GL-CR-ACCT TO WS-GLX-ACCT.
           MOVE "C" TO WS-GLX-DC.
           WRITE WS-GLX-REC FROM WS-GLX-DET.
           ADD 2 TO WS-GL-ENT-CT.
           ADD WS-GL-EFFECT TO WS-GL-DR-TOTAL.
           ADD WS-GL-EFFECT TO WS-GL-CR-TOTAL.
       GN-999.
           EXIT.

       SUM-GL-ACTION SECTION.
       GS-010.
      * THE COUNT FOR ONE ACTION ACROSS ALL FEEDS.
           MOVE 0 TO WS-GL-ACT-CT.
           PERFORM VARYING WS-GL-FX FROM 1 BY 1 UNTIL WS-GL-FX > 10
               ADD WS-GL-CT(WS-GL-AX, WS-GL-FX) TO WS-GL-ACT-CT
           END-PERFORM.
       GS-999.
           EXIT.

       TIE-GL-LINE SECTION.
       TG-010.
      * ONE TIE-OUT LINE - LEFT AGAINST RIGHT, AS COUNTS OR AMOUNTS
      * BY WS-GL-TIE-CT-SW, AND WHETHER THEY AGREE.
           IF WS-GL-TIE-CT-SW = "Y"
               MOVE WS-GL-TIE-LEFT TO WS-GL-DISP-CT
               MOVE WS-GL-DISP-CT TO WS-GLR-TIE-LEFT
               MOVE WS-GL-TIE-RIGHT TO WS-GL-DISP-CT
               MOVE WS-GL-DISP-CT TO WS-GLR-TIE-RIGHT
           ELSE
               MOVE WS-GL-TIE-LEFT TO WS-GL-DISP-AMT
               MOVE WS-GL-DISP-AMT TO WS-GLR-TIE-LEFT
               MOVE WS-GL-TIE-RIGHT TO WS-GL-DISP-AMT
               MOVE WS-GL-DISP-AMT TO WS-GLR-TIE-RIGHT
           END-IF.
           IF WS-GL-TIE-LEFT = WS-GL-TIE-RIGHT
               MOVE "AGREES" TO WS-GLR-TIE-RESULT
           ELSE
               MOVE "*** DOES NOT AGREE" TO WS-GLR-TIE-RESULT
               ADD 1 TO WS-GL-TIE-BAD-CT
           END-IF.
           WRITE WS-GLR-LINE FROM WS-GLR-TIE-LINE.
       TG-999.
           EXIT.

       LOAD-GEN-CATALOG SECTION.
       GL-010.
      * READ SORTGCAT INTO THE GENERATION TABLE.  A MISSING OR
           MOVE RETURN-CODE TO WS-LOG-RC.
           MOVE WS-RESUMED-SW TO WS-LOG-RESUMED.
           MOVE WS-QUIESCE-SW TO WS-LOG-QSC.
           MOVE WS-OVR-LOG-SW TO WS-LOG-OVR.
           IF WS-RESUMED-SW = "Y"
               MOVE WS-RESUME-PHASE TO WS-LOG-PHASE
               MOVE WS-RESUME-CHUNK-NO TO WS-LOG-CHUNK
       WL-999.
           EXIT.

       WRITE-FEED-HISTORY SECTION.
       WY-010.
      * APPEND THIS EXECUTION'S PER-FEED LOAD STATISTICS TO SORTFHST
      * UNDER THE DATE AND TIME WRITE-RUN-LOG JUST STAMPED.  LIKE THE
      * RUN LOG, A FAILURE HERE COSTS HISTORY, NOT THE RUN.
           IF NOT WS-FHST-LOADED OR WS-RESUMED-SW = "Y"
               GO TO WY-999
           END-IF.
           OPEN EXTEND WS-FHST-FILE.
           IF WS-FHST-STATUS = "35"
               OPEN OUTPUT WS-FHST-FILE
           END-IF.
           IF WS-FHST-STATUS NOT = "00" AND WS-FHST-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN SORTFHST - FILE STATUS "
                   WS-FHST-STATUS " - FEED HISTORY NOT WRITTEN"
               GO TO WY-999
           END-IF.
           MOVE WS-RUN-DATE TO WS-FHST-DATE.
           MOVE WS-RUN-TIME TO WS-FHST-TIME.
           MOVE RETURN-CODE TO WS-FHST-RC.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 10
               IF WS-FEED-HST-ST(WS-FX) NOT = SPACE
                   COMPUTE WS-FHST-FEED = WS-FX - 1
                   MOVE WS-FEED-HST-ST(WS-FX) TO WS-FHST-ST
                   MOVE WS-FEED-TOK-CT(WS-FX) TO WS-FHST-TOK-CT
                   MOVE WS-FEED-REJ-CT(WS-FX) TO WS-FHST-REJ-CT
                   PERFORM VARYING WS-FHST-RX FROM 1 BY 1
                           UNTIL WS-FHST-RX > 6
                       MOVE SPACE TO WS-FHST-RSN(WS-FHST-RX)(1:1)
                       MOVE WS-FEED-RSN-CT(WS-FX, WS-FHST-RX)
                           TO WS-FHST-RSN-CT(WS-FHST-RX)
                   END-PERFORM
                   MOVE WS-FEED-AMT(WS-FX) TO WS-FHST-AMT
                   WRITE WS-FHST-REC FROM WS-FHST-OUT
               END-IF
           END-PERFORM.
           CLOSE WS-FHST-FILE.
       WY-999.
           EXIT.

       READ-CONTROL SECTION.
       RD-010.
      * PICK UP RUN-CONTROL FLAGS FROM SORTCTL.  THE FILE IS
      * OPTIONAL - IF IT ISN'T THERE, RUN WITH THE DEFAULTS.
           PERFORM VARYING WS-OVR-FX FROM 1 BY 1 UNTIL WS-OVR-FX > 10
               MOVE "N" TO WS-OVR-SW(WS-OVR-FX)
               MOVE SPACES TO WS-OVR-USER(WS-OVR-FX)
               MOVE "N" TO WS-OVR-USED-SW(WS-OVR-FX)
           END-PERFORM.
           OPEN INPUT WS-CTL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               GO TO RD-999
           IF WS-CTL-LINE(11:4) IS NUMERIC
               MOVE WS-CTL-LINE(11:4) TO WS-CTL-CUTOFF
           END-IF.
           IF WS-CTL-LINE(15:3) IS NUMERIC
                   AND WS-CTL-LINE(15:3) NOT = "000"
               MOVE WS-CTL-LINE(15:3) TO WS-CTL-SUSP-AGE
           END-IF.
      * ANY FURTHER SORTCTL RECORDS ARE INCLUDE/OMIT SELECTION RULES
      * OR DUPLICATE-FEED OVERRIDES.
           MOVE "N" TO WS-CTL-EOF-SW.
           PERFORM UNTIL WS-CTL-EOF OR RETURN-CODE NOT = 0
               READ WS-CTL-FILE INTO WS-CTL-LINE
           IF WS-CTL-LINE = SPACES
               GO TO PS-999
           END-IF.
           IF WS-CTL-LINE(1:1) = "R"
               PERFORM PARSE-OVERRIDE
               GO TO PS-999
           END-IF.
           IF WS-CTL-LINE(1:1) NOT = "I" AND WS-CTL-LINE(1:1) NOT = "O"
               DISPLAY "BAD SORTCTL SELECTION RECORD: "
                   WS-CTL-LINE(1:40)
       PS-999.
           EXIT.

       PARSE-OVERRIDE SECTION.
       PV-010.
      * ONE SUPERVISOR OVERRIDE RECORD - "R", THE FEED NUMBER IN
      * POSITION 3 AND THE SUPERVISOR'S USER ID IN 5-12.  AN
      * OVERRIDE NOBODY CAN BE HELD TO IS NO OVERRIDE, SO A MISSING
      * USER ID STOPS THE RUN LIKE ANY OTHER BAD CONTROL RECORD.
           IF WS-CTL-LINE(3:1) NOT NUMERIC
                   OR WS-CTL-LINE(5:8) = SPACES
               DISPLAY "BAD SORTCTL OVERRIDE RECORD: "
                   WS-CTL-LINE(1:40)
               MOVE 16 TO RETURN-CODE
               GO TO PV-999
           END-IF.
           MOVE WS-CTL-LINE(3:1) TO WS-FEED-SRC.
           COMPUTE WS-OVR-FX = WS-FEED-SRC + 1.
           MOVE "Y" TO WS-OVR-SW(WS-OVR-FX).
           MOVE WS-CTL-LINE(5:8) TO WS-OVR-USER(WS-OVR-FX).
       PV-999.
           EXIT.

       SELECT-TOKEN SECTION.
       ST-010.
      * APPLY THE INCLUDE/OMIT RULES TO THE TOKEN EDIT-TOKEN JUST
           MOVE WS-CKPT-WIDTH  TO SORT-WIDTH.
           MOVE WS-CKPT-CT-MAX TO WS-MAX.
           MOVE WS-CKPT-PHASE  TO WS-RESUME-PHASE.
           MOVE WS-CKPT-SYS-FLAGS TO WS-FEED-SYS-FLAGS.
           IF WS-CKPT-PHASE = "C"
               COMPUTE WS-RESUME-CHUNK-NO = WS-CKPT-CHUNK-NO + 1
           END-IF.
           END-IF.
           MOVE SORT-WIDTH TO WS-CKPT-WIDTH.
           MOVE WS-MAX     TO WS-CKPT-CT-MAX.
           MOVE WS-FEED-SYS-FLAGS TO WS-CKPT-SYS-FLAGS.
           WRITE WS-CKPT-RECORD FROM WS-CKPT-HDR.
           PERFORM VARYING WS-IC FROM 1 BY 1 UNTIL WS-IC > WS-MAX
               MOVE WS-ID(WS-IC)  TO WS-CKPT-ID
