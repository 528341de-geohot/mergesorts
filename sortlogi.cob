           05 WS-LOG-CHUNK         PIC X(5).
           05 FILLER               PIC X(1).
           05 WS-LOG-QSC           PIC X(1).
           05 FILLER               PIC X(1).
           05 WS-LOG-OVR           PIC X(1).
           05 FILLER               PIC X(2).

       01  WS-RPT-HDR1.
           05 FILLER               PIC X(29) VALUE
           05 FILLER               PIC X(4)  VALUE "RC".
           05 FILLER               PIC X(10) VALUE "RESUMED".
           05 FILLER               PIC X(4)  VALUE "QSC".
           05 FILLER               PIC X(4)  VALUE "OVR".
           05 FILLER               PIC X(50) VALUE SPACES.
       01  WS-DET-LINE.
           05 WS-DET-DATE          PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-DET-CHUNK         PIC X(5).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-DET-QSC           PIC X(1).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WS-DET-OVR           PIC X(1).
           05 FILLER               PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE WS-LOG-PHASE TO WS-DET-PHASE.
           MOVE WS-LOG-CHUNK TO WS-DET-CHUNK.
           MOVE WS-LOG-QSC TO WS-DET-QSC.
           MOVE WS-LOG-OVR TO WS-DET-OVR.
           WRITE WS-RPT-LINE FROM WS-DET-LINE.
           ADD 1 TO WS-SHOWN-CT.
       WH-999.
