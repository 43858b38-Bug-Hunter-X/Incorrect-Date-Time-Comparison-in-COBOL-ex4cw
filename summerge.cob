               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNREG-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CNTSHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-PARM-FILE.
       01  PARM-RECORD PIC X(80).

       FD  COUNTS-FILE.
       01  COUNTS-RECORD PIC X(100).

       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD PIC X(80).
           05  RR-RC PIC 9(2).
           05  RR-MODE PIC X(1).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HC-BUS-DATE PIC 9(8).
           05  HC-STREAM PIC X(4).
           05  HC-CUTOFF PIC X(10).
           05  HC-CUTOFF-TS PIC 9(14).
           05  HC-BEFORE PIC 9(7).
           05  HC-ON PIC 9(7).
           05  HC-AFTER PIC 9(7).
           05  HC-BEFORE-AMT PIC 9(13)V99.
           05  HC-ON-AMT PIC 9(13)V99.
           05  HC-AFTER-AMT PIC 9(13)V99.
           05  HC-ARCH-DATE PIC 9(8).
           05  HC-ARCH-TIME PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FIELDS.
           05  WS-PARM-KEY PIC X(12).

       01  WS-CNTS-PARSE.
           05  CP-TYPE PIC X(1).
           05  FILLER PIC X(99).
       01  WS-CNTS-S REDEFINES WS-CNTS-PARSE.
           05  FILLER PIC X(1).
           05  CPS-STREAM PIC X(4).
           05  CPS-TOTAL PIC 9(7).
           05  CPS-REJECTED PIC 9(7).
           05  CPS-RC PIC 9(2).
           05  CPS-RUN-DATE PIC 9(8).
           05  FILLER PIC X(71).
       01  WS-CNTS-C REDEFINES WS-CNTS-PARSE.
           05  FILLER PIC X(1).
           05  CPC-NAME PIC X(10).
           05  CPC-BEFORE PIC 9(7).
           05  CPC-ON PIC 9(7).
           05  CPC-AFTER PIC 9(7).
           05  CPC-BEFORE-AMT PIC 9(13)V99.
           05  CPC-BEFORE-AMT-X REDEFINES CPC-BEFORE-AMT PIC X(15).
           05  CPC-ON-AMT PIC 9(13)V99.
           05  CPC-ON-AMT-X REDEFINES CPC-ON-AMT PIC X(15).
           05  CPC-AFTER-AMT PIC 9(13)V99.
           05  CPC-AFTER-AMT-X REDEFINES CPC-AFTER-AMT PIC X(15).
           05  FILLER PIC X(9).

       01  WS-STREAM-COUNT PIC 9(2) VALUE 0.
       01  WS-STREAM-TABLE.
               10  WS-ST-REJECTED PIC 9(7).
               10  WS-ST-RC PIC 9(2).
               10  WS-ST-STATE PIC X(7).
               10  WS-ST-BUS-DATE PIC 9(8).

       01  WS-CUTOFF-COUNT PIC 9(2) VALUE 0.
       01  WS-CUTOFF-TABLE.
       01  WS-SUMMARY-STATUS PIC XX.
       01  WS-RUNREG-STATUS PIC XX.
       01  WS-RUNREG-RC PIC 9(2).
       01  WS-HISTORY-STATUS PIC XX.
       01  WS-HISTORY-OPEN-FLAG PIC X VALUE "N".
           88  WS-HISTORY-OPEN VALUE "Y".
       01  WS-HISTORY-WRITTEN PIC 9(5) VALUE 0.

       01  WS-COUNTS-NAME PIC X(40).

                  "STREAM cards, nothing to merge"
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 5000-OPEN-HISTORY
              PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-STREAM-COUNT
                 PERFORM 2000-MERGE-ONE-STREAM
              END-PERFORM
              IF WS-HISTORY-OPEN
                 CLOSE HISTORY-FILE
                 DISPLAY WS-HISTORY-WRITTEN
                     " cutoff count records archived to CNTSHIST.DAT"
              END-IF
              PERFORM 3000-WRITE-MERGED-SUMMARY
              IF WS-ANY-MISSING
                 MOVE 16 TO RETURN-CODE
              ELSE
              IF NOT WS-HISTORY-OPEN AND WS-MAX-RC < 4
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE WS-MAX-RC TO RETURN-CODE
              END-IF
              END-IF
           END-IF.

           PERFORM 4200-RECORD-RUN-COMPLETED.
                 MOVE 0 TO WS-ST-REJECTED(WS-STREAM-COUNT)
                 MOVE 0 TO WS-ST-RC(WS-STREAM-COUNT)
                 MOVE "MISSING" TO WS-ST-STATE(WS-STREAM-COUNT)
                 MOVE WS-RUN-DATE TO WS-ST-BUS-DATE(WS-STREAM-COUNT)
              ELSE
                 DISPLAY "Warning: more than 10 STREAM cards, "
                     "ignoring " WS-PARM-VALUE
                 MOVE CPS-TOTAL TO WS-ST-TOTAL(WS-I)
                 MOVE CPS-REJECTED TO WS-ST-REJECTED(WS-I)
                 MOVE CPS-RC TO WS-ST-RC(WS-I)
                 IF CPS-RUN-DATE NUMERIC AND CPS-RUN-DATE > 0
                    MOVE CPS-RUN-DATE TO WS-ST-BUS-DATE(WS-I)
                 END-IF
                 ADD CPS-TOTAL TO WS-GRAND-TOTAL
                 ADD CPS-REJECTED TO WS-GRAND-REJECTED
                 IF CPS-RC > WS-MAX-RC
                 END-IF
              WHEN "C"
                 PERFORM 2200-MERGE-CUTOFF-COUNTS
                 PERFORM 5100-ARCHIVE-CUTOFF-COUNTS
              WHEN OTHER
                 DISPLAY "Warning: unknown counts record ignored: "
                     WS-CNTS-PARSE

              CLOSE SUMMARY-FILE
           END-IF.

       5000-OPEN-HISTORY.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
              OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS = "00"
              SET WS-HISTORY-OPEN TO TRUE
           ELSE
              DISPLAY "Warning: unable to open CNTSHIST.DAT, status "
                  WS-HISTORY-STATUS ", counts not archived"
           END-IF.

       5100-ARCHIVE-CUTOFF-COUNTS.
           IF WS-HISTORY-OPEN
              MOVE WS-ST-BUS-DATE(WS-I) TO HC-BUS-DATE
              MOVE WS-ST-NAME(WS-I) TO HC-STREAM
              MOVE CPC-NAME TO HC-CUTOFF
              MOVE CPC-TS TO HC-CUTOFF-TS
              MOVE CPC-BEFORE TO HC-BEFORE
              MOVE CPC-ON TO HC-ON
              MOVE CPC-AFTER TO HC-AFTER
              IF CPC-BEFORE-AMT-X NUMERIC
                 AND CPC-ON-AMT-X NUMERIC
                 AND CPC-AFTER-AMT-X NUMERIC
                 MOVE CPC-BEFORE-AMT TO HC-BEFORE-AMT
                 MOVE CPC-ON-AMT TO HC-ON-AMT
                 MOVE CPC-AFTER-AMT TO HC-AFTER-AMT
              ELSE
                 MOVE 0 TO HC-BEFORE-AMT
                 MOVE 0 TO HC-ON-AMT
                 MOVE 0 TO HC-AFTER-AMT
              END-IF
              MOVE WS-RUN-DATE TO HC-ARCH-DATE
              MOVE WS-RUN-TIME-HHMMSS TO HC-ARCH-TIME
              WRITE HISTORY-RECORD
              ADD 1 TO WS-HISTORY-WRITTEN
           END-IF.
