       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUTTREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CNTSHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CUTTREND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD PIC X(80).

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

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FIELDS.
           05  WS-PARM-KEY PIC X(12).
           05  WS-PARM-VALUE PIC X(68).
           05  WS-PARM-VALUE-NUM REDEFINES WS-PARM-VALUE.
               10  WS-PARM-INT-X PIC X(4).
               10  WS-PARM-INT REDEFINES WS-PARM-INT-X PIC 9(4).
               10  FILLER PIC X(64).
           05  WS-PARM-VALUE-MONTH REDEFINES WS-PARM-VALUE.
               10  WS-PARM-MONTH-X PIC X(6).
               10  WS-PARM-MONTH REDEFINES WS-PARM-MONTH-X PIC 9(6).
               10  FILLER PIC X(62).

       01  WS-PARM-FILE-NAME PIC X(40) VALUE "TRNDPARM.DAT".
       01  WS-COMMAND-LINE PIC X(80).

       01  WS-MONTH-FIELDS.
           05  WS-MONTH-CCYYMM PIC 9(6).
           05  WS-MONTH-DD PIC 9(2).
       01  WS-MONTH-START REDEFINES WS-MONTH-FIELDS PIC 9(8).
       01  WS-MONTH-END PIC 9(8).
       01  WS-LOAD-FROM PIC 9(8).
       01  WS-JULIAN-DATE PIC 9(8).
       01  WS-NEXT-MONTH-FIELDS.
           05  WS-NEXT-CCYY PIC 9(4).
           05  WS-NEXT-MM PIC 9(2).
           05  WS-NEXT-DD PIC 9(2).
       01  WS-NEXT-MONTH-START REDEFINES WS-NEXT-MONTH-FIELDS
               PIC 9(8).

       01  WS-WINDOW PIC 9(4) VALUE 5.
       01  WS-MARGIN PIC 9(4) VALUE 10.

       01  WS-DAY-COUNT PIC 9(4) VALUE 0.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-DAY-COUNT.
               10  WS-TD-KEY.
                   15  WS-TD-STREAM PIC X(4).
                   15  WS-TD-CUTOFF PIC X(10).
                   15  WS-TD-DATE PIC 9(8).
               10  WS-TD-BEFORE PIC 9(9).
               10  WS-TD-ON PIC 9(9).
               10  WS-TD-AFTER PIC 9(9).
               10  WS-TD-BEFORE-AMT PIC 9(13)V99.
               10  WS-TD-ON-AMT PIC 9(13)V99.
               10  WS-TD-AFTER-AMT PIC 9(13)V99.

       01  WS-NEW-ENTRY.
           05  WS-NEW-KEY.
               10  WS-NEW-STREAM PIC X(4).
               10  WS-NEW-CUTOFF PIC X(10).
               10  WS-NEW-DATE PIC 9(8).
           05  WS-NEW-BEFORE PIC 9(9).
           05  WS-NEW-ON PIC 9(9).
           05  WS-NEW-AFTER PIC 9(9).
           05  WS-NEW-BEFORE-AMT PIC 9(13)V99.
           05  WS-NEW-ON-AMT PIC 9(13)V99.
           05  WS-NEW-AFTER-AMT PIC 9(13)V99.
       01  WS-STORE-MODE PIC X(1).
           88  WS-STORE-REPLACE VALUE "R".
           88  WS-STORE-ADD VALUE "A".

       01  WS-ALL-COUNT PIC 9(2) VALUE 0.
       01  WS-ALL-TABLE.
           05  WS-ALL-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-ALL-COUNT.
               10  WS-AL-CUTOFF PIC X(10).
               10  WS-AL-PCT PIC 9(3)V9.

       01  WS-FLAGS.
           05  WS-PARM-EOF PIC X VALUE "N".
               88  WS-PARM-AT-END VALUE "Y".
           05  WS-HISTORY-EOF PIC X VALUE "N".
               88  WS-HISTORY-AT-END VALUE "Y".
           05  WS-INSERT-FLAG PIC X VALUE "N".
               88  WS-ENTRY-INSERTED VALUE "Y".
           05  WS-TABLE-FULL-FLAG PIC X VALUE "N".
               88  WS-TABLE-FULL VALUE "Y".

       01  WS-PARM-STATUS PIC XX.
       01  WS-HISTORY-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.

       01  WS-SERIES-START PIC 9(4).
       01  WS-SERIES-END PIC 9(4).
       01  WS-MONTH-DAYS PIC 9(4).
       01  WS-TRAIL-DAYS PIC 9(4).
       01  WS-TRAIL-FROM PIC 9(4).

       01  WS-CALC.
           05  WS-DAY-TOTAL PIC 9(9).
           05  WS-TRAIL-AFTER PIC 9(11).
           05  WS-TRAIL-TOTAL PIC 9(11).
           05  WS-MTD-BEFORE PIC 9(9).
           05  WS-MTD-ON PIC 9(9).
           05  WS-MTD-AFTER PIC 9(9).
           05  WS-MTD-AFTER-AMT PIC 9(13)V99.
           05  WS-MTD-TOTAL PIC 9(9).
           05  WS-LIMIT-PCT PIC 9(5)V9.

       01  WS-PCT PIC 9(3)V9.
       01  WS-TRAIL-PCT PIC 9(3)V9.
       01  WS-MTD-PCT PIC 9(3)V9.
       01  WS-PCT-WORK PIC 9(3)V9.
       01  WS-PCT-DIGITS REDEFINES WS-PCT-WORK.
           05  WS-PCT-WHOLE PIC 9(3).
           05  WS-PCT-TENTH PIC 9(1).
       01  WS-PCT-TEXT PIC X(5).
       01  WS-DAY-PCT-TEXT PIC X(5).
       01  WS-TRAIL-PCT-TEXT PIC X(5).
       01  WS-MTD-PCT-TEXT PIC X(5).
       01  WS-FLAG-TEXT PIC X(24).

       01  WS-DAYS-FLAGGED PIC 9(4) VALUE 0.
       01  WS-DC-FLAGGED PIC 9(4) VALUE 0.
       01  WS-HISTORY-READ PIC 9(7) VALUE 0.

       01  WS-I PIC 9(4).
       01  WS-J PIC 9(4).
       01  WS-K PIC 9(4).

       01  WS-REPORT-LINE PIC X(132).

       01  WS-RUN-DATE PIC 9(8).
       01  WS-RUN-TIME PIC 9(8).
       01  WS-RUN-TIME-FIELDS REDEFINES WS-RUN-TIME.
           05  WS-RUN-HH PIC 9(2).
           05  WS-RUN-MIN PIC 9(2).
           05  WS-RUN-SS PIC 9(2).
           05  WS-RUN-HSEC PIC 9(2).

       01  WS-RUN-TIME-HHMMSS-FIELDS.
           05  WS-RUN-HHMMSS-HH PIC 9(2).
           05  WS-RUN-HHMMSS-MIN PIC 9(2).
           05  WS-RUN-HHMMSS-SS PIC 9(2).
       01  WS-RUN-TIME-HHMMSS REDEFINES WS-RUN-TIME-HHMMSS-FIELDS
               PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-HH TO WS-RUN-HHMMSS-HH.
           MOVE WS-RUN-MIN TO WS-RUN-HHMMSS-MIN.
           MOVE WS-RUN-SS TO WS-RUN-HHMMSS-SS.

           COMPUTE WS-MONTH-CCYYMM = WS-RUN-DATE / 100.
           PERFORM 0500-READ-TREND-PARMS.
           PERFORM 0600-SET-DATE-RANGE.

           PERFORM 1000-LOAD-HISTORY.
           IF WS-DAY-COUNT = 0
              DISPLAY "Note: CNTSHIST.DAT missing or has no counts "
                  "for " WS-MONTH-CCYYMM
           END-IF.
           PERFORM 1100-BUILD-ALL-DC-TOTALS.

           PERFORM 2000-WRITE-TREND-REPORT.

           DISPLAY "Trend report complete - history records "
               WS-HISTORY-READ " days flagged " WS-DAYS-FLAGGED
               " data centers flagged " WS-DC-FLAGGED.
           IF WS-DAY-COUNT = 0 OR WS-DAYS-FLAGGED > 0
              OR WS-DC-FLAGGED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0500-READ-TREND-PARMS.
           SET WS-PARM-EOF TO "N".

           MOVE SPACES TO WS-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
              UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
                  INTO WS-PARM-FILE-NAME
           END-IF.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
              PERFORM UNTIL WS-PARM-AT-END
                 READ PARM-FILE
                     AT END SET WS-PARM-AT-END TO TRUE
                     NOT AT END
                         IF PARM-RECORD NOT = SPACES
                            AND PARM-RECORD(1:1) NOT = "*"
                            PERFORM 0510-PARSE-PARM-LINE
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE PARM-FILE
              DISPLAY "Trend options taken from " WS-PARM-FILE-NAME
           END-IF.

       0510-PARSE-PARM-LINE.
           MOVE SPACES TO WS-PARM-KEY.
           MOVE SPACES TO WS-PARM-VALUE.
           UNSTRING PARM-RECORD DELIMITED BY "="
               INTO WS-PARM-KEY WS-PARM-VALUE.

           EVALUATE WS-PARM-KEY
              WHEN "MONTH"
                 IF WS-PARM-MONTH-X NUMERIC
                    AND WS-PARM-MONTH-X(5:2) >= "01"
                    AND WS-PARM-MONTH-X(5:2) <= "12"
                    MOVE WS-PARM-MONTH TO WS-MONTH-CCYYMM
                 ELSE
                    DISPLAY "Warning: MONTH must be CCYYMM, "
                        "card ignored"
                 END-IF
              WHEN "WINDOW"
                 IF WS-PARM-INT-X NUMERIC AND WS-PARM-INT > 0
                    AND WS-PARM-INT <= 30
                    MOVE WS-PARM-INT TO WS-WINDOW
                 ELSE
                    DISPLAY "Warning: WINDOW must be 4 digits "
                        "from 0001 to 0030, card ignored"
                 END-IF
              WHEN "MARGIN"
                 IF WS-PARM-INT-X NUMERIC AND WS-PARM-INT > 0
                    MOVE WS-PARM-INT TO WS-MARGIN
                 ELSE
                    DISPLAY "Warning: MARGIN must be 4 digits "
                        "greater than zero, card ignored"
                 END-IF
              WHEN OTHER
                 DISPLAY "Warning: unknown run option ignored: "
                     PARM-RECORD
           END-EVALUATE.

       0600-SET-DATE-RANGE.
           MOVE 1 TO WS-MONTH-DD.
           COMPUTE WS-NEXT-CCYY = WS-MONTH-CCYYMM / 100.
           COMPUTE WS-NEXT-MM =
               WS-MONTH-CCYYMM - (WS-NEXT-CCYY * 100) + 1.
           IF WS-NEXT-MM > 12
              MOVE 1 TO WS-NEXT-MM
              ADD 1 TO WS-NEXT-CCYY
           END-IF.
           MOVE 1 TO WS-NEXT-DD.
           COMPUTE WS-JULIAN-DATE =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-JULIAN-DATE)
               TO WS-MONTH-END.
           COMPUTE WS-JULIAN-DATE =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
               - (WS-WINDOW * 7 / 5) - 14.
           MOVE FUNCTION DATE-OF-INTEGER(WS-JULIAN-DATE)
               TO WS-LOAD-FROM.

       1000-LOAD-HISTORY.
           MOVE 0 TO WS-DAY-COUNT.
           SET WS-HISTORY-EOF TO "N".
           SET WS-STORE-REPLACE TO TRUE.

           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
              PERFORM UNTIL WS-HISTORY-AT-END
                 READ HISTORY-FILE
                     AT END SET WS-HISTORY-AT-END TO TRUE
                     NOT AT END
                         ADD 1 TO WS-HISTORY-READ
                         PERFORM 1010-LOAD-ONE-HISTORY
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF.

       1010-LOAD-ONE-HISTORY.
           IF HC-BUS-DATE NOT NUMERIC
              OR HC-BEFORE NOT NUMERIC
              OR HC-ON NOT NUMERIC
              OR HC-AFTER NOT NUMERIC
              DISPLAY "Warning: CNTSHIST.DAT record " WS-HISTORY-READ
                  " not numeric, ignored"
           ELSE
           IF HC-BUS-DATE >= WS-LOAD-FROM
              AND HC-BUS-DATE <= WS-MONTH-END
              MOVE HC-STREAM TO WS-NEW-STREAM
              MOVE HC-CUTOFF TO WS-NEW-CUTOFF
              MOVE HC-BUS-DATE TO WS-NEW-DATE
              MOVE HC-BEFORE TO WS-NEW-BEFORE
              MOVE HC-ON TO WS-NEW-ON
              MOVE HC-AFTER TO WS-NEW-AFTER
              IF HC-BEFORE-AMT NUMERIC
                 AND HC-ON-AMT NUMERIC
                 AND HC-AFTER-AMT NUMERIC
                 MOVE HC-BEFORE-AMT TO WS-NEW-BEFORE-AMT
                 MOVE HC-ON-AMT TO WS-NEW-ON-AMT
                 MOVE HC-AFTER-AMT TO WS-NEW-AFTER-AMT
              ELSE
                 MOVE 0 TO WS-NEW-BEFORE-AMT
                 MOVE 0 TO WS-NEW-ON-AMT
                 MOVE 0 TO WS-NEW-AFTER-AMT
              END-IF
              PERFORM 1200-STORE-DAY-ENTRY
           END-IF
           END-IF.

       1100-BUILD-ALL-DC-TOTALS.
           SET WS-STORE-ADD TO TRUE.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-DAY-COUNT
              IF WS-TD-STREAM(WS-I) = "*ALL"
                 ADD 1 TO WS-I
              ELSE
                 MOVE "*ALL" TO WS-NEW-STREAM
                 MOVE WS-TD-CUTOFF(WS-I) TO WS-NEW-CUTOFF
                 MOVE WS-TD-DATE(WS-I) TO WS-NEW-DATE
                 MOVE WS-TD-BEFORE(WS-I) TO WS-NEW-BEFORE
                 MOVE WS-TD-ON(WS-I) TO WS-NEW-ON
                 MOVE WS-TD-AFTER(WS-I) TO WS-NEW-AFTER
                 MOVE WS-TD-BEFORE-AMT(WS-I) TO WS-NEW-BEFORE-AMT
                 MOVE WS-TD-ON-AMT(WS-I) TO WS-NEW-ON-AMT
                 MOVE WS-TD-AFTER-AMT(WS-I) TO WS-NEW-AFTER-AMT
                 PERFORM 1200-STORE-DAY-ENTRY
                 IF WS-ENTRY-INSERTED
                    ADD 2 TO WS-I
                 ELSE
                    ADD 1 TO WS-I
                 END-IF
              END-IF
           END-PERFORM.

       1200-STORE-DAY-ENTRY.
           MOVE "N" TO WS-INSERT-FLAG.
           MOVE 1 TO WS-J.
           PERFORM UNTIL WS-J > WS-DAY-COUNT
                   OR WS-TD-KEY(WS-J) >= WS-NEW-KEY
              ADD 1 TO WS-J
           END-PERFORM.

           IF WS-J <= WS-DAY-COUNT
              AND WS-TD-KEY(WS-J) = WS-NEW-KEY
              IF WS-STORE-REPLACE
                 MOVE WS-NEW-ENTRY TO WS-DAY-ENTRY(WS-J)
              ELSE
                 ADD WS-NEW-BEFORE TO WS-TD-BEFORE(WS-J)
                 ADD WS-NEW-ON TO WS-TD-ON(WS-J)
                 ADD WS-NEW-AFTER TO WS-TD-AFTER(WS-J)
                 ADD WS-NEW-BEFORE-AMT TO WS-TD-BEFORE-AMT(WS-J)
                 ADD WS-NEW-ON-AMT TO WS-TD-ON-AMT(WS-J)
                 ADD WS-NEW-AFTER-AMT TO WS-TD-AFTER-AMT(WS-J)
              END-IF
           ELSE
           IF WS-DAY-COUNT < 3000
              ADD 1 TO WS-DAY-COUNT
              PERFORM VARYING WS-K FROM WS-DAY-COUNT BY -1
                      UNTIL WS-K <= WS-J
                 MOVE WS-DAY-ENTRY(WS-K - 1) TO WS-DAY-ENTRY(WS-K)
              END-PERFORM
              MOVE WS-NEW-ENTRY TO WS-DAY-ENTRY(WS-J)
              SET WS-ENTRY-INSERTED TO TRUE
           ELSE
              IF NOT WS-TABLE-FULL
                 DISPLAY "Warning: more than 3000 daily counts in "
                     "range, report incomplete"
                 SET WS-TABLE-FULL TO TRUE
              END-IF
           END-IF
           END-IF.

       2000-WRITE-TREND-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Warning: unable to open CUTTREND.RPT, "
                  "report not written"
           ELSE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "CUTOFF PERFORMANCE TREND REPORT - RUN "
                     WS-RUN-DATE " " WS-RUN-TIME-HHMMSS
                     "  MONTH " WS-MONTH-CCYYMM
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 2900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "TRAILING AVERAGE OVER " WS-WINDOW
                     " PRIOR BUSINESS DAYS, FLAGGED WHEN % AFTER "
                     "EXCEEDS IT BY " WS-MARGIN " POINTS"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 2900-WRITE-REPORT-LINE

              MOVE 1 TO WS-SERIES-START
              PERFORM UNTIL WS-SERIES-START > WS-DAY-COUNT
                 MOVE WS-SERIES-START TO WS-SERIES-END
                 PERFORM UNTIL WS-SERIES-END >= WS-DAY-COUNT
                         OR WS-TD-STREAM(WS-SERIES-END + 1) NOT =
                            WS-TD-STREAM(WS-SERIES-START)
                         OR WS-TD-CUTOFF(WS-SERIES-END + 1) NOT =
                            WS-TD-CUTOFF(WS-SERIES-START)
                    ADD 1 TO WS-SERIES-END
                 END-PERFORM
                 PERFORM 2100-WRITE-ONE-SERIES
                 COMPUTE WS-SERIES-START = WS-SERIES-END + 1
              END-PERFORM

              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 2900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              IF WS-DAY-COUNT = 0
                 STRING "NO CUTOFF COUNTS ON FILE FOR "
                        WS-MONTH-CCYYMM
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 STRING "DAYS FLAGGED " WS-DAYS-FLAGGED
                        "   DATA CENTERS FLAGGED FOR THE MONTH "
                        WS-DC-FLAGGED
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
              PERFORM 2900-WRITE-REPORT-LINE
              CLOSE REPORT-FILE
           END-IF.

       2100-WRITE-ONE-SERIES.
           MOVE 0 TO WS-MONTH-DAYS.
           PERFORM VARYING WS-I FROM WS-SERIES-START BY 1
                   UNTIL WS-I > WS-SERIES-END
              IF WS-TD-DATE(WS-I) >= WS-MONTH-START
                 ADD 1 TO WS-MONTH-DAYS
              END-IF
           END-PERFORM.

           IF WS-MONTH-DAYS > 0
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 2900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              IF WS-TD-STREAM(WS-SERIES-START) = "*ALL"
                 STRING "CUTOFF " WS-TD-CUTOFF(WS-SERIES-START)
                        "  ALL DATA CENTERS"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 STRING "CUTOFF " WS-TD-CUTOFF(WS-SERIES-START)
                        "  DATA CENTER " WS-TD-STREAM(WS-SERIES-START)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
              PERFORM 2900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  BUS DATE     BEFORE        ON     AFTER"
                     "     AFTER AMOUNT   %AFTER  TRAIL%    MTD%"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 2900-WRITE-REPORT-LINE

              MOVE 0 TO WS-MTD-BEFORE
              MOVE 0 TO WS-MTD-ON
              MOVE 0 TO WS-MTD-AFTER
              MOVE 0 TO WS-MTD-AFTER-AMT
              PERFORM VARYING WS-I FROM WS-SERIES-START BY 1
                      UNTIL WS-I > WS-SERIES-END
                 IF WS-TD-DATE(WS-I) >= WS-MONTH-START
                    PERFORM 2200-WRITE-ONE-DAY
                 END-IF
              END-PERFORM
              PERFORM 2300-WRITE-SERIES-MTD
           END-IF.

       2200-WRITE-ONE-DAY.
           COMPUTE WS-DAY-TOTAL = WS-TD-BEFORE(WS-I) + WS-TD-ON(WS-I)
               + WS-TD-AFTER(WS-I).
           IF WS-DAY-TOTAL > 0
              COMPUTE WS-PCT ROUNDED =
                  WS-TD-AFTER(WS-I) * 100 / WS-DAY-TOTAL
           ELSE
              MOVE 0 TO WS-PCT
           END-IF.

           MOVE 0 TO WS-TRAIL-AFTER.
           MOVE 0 TO WS-TRAIL-TOTAL.
           MOVE 0 TO WS-TRAIL-DAYS.
           IF WS-I - WS-SERIES-START > WS-WINDOW
              COMPUTE WS-TRAIL-FROM = WS-I - WS-WINDOW
           ELSE
              MOVE WS-SERIES-START TO WS-TRAIL-FROM
           END-IF.
           PERFORM VARYING WS-J FROM WS-TRAIL-FROM BY 1
                   UNTIL WS-J >= WS-I
              ADD 1 TO WS-TRAIL-DAYS
              ADD WS-TD-AFTER(WS-J) TO WS-TRAIL-AFTER
              COMPUTE WS-TRAIL-TOTAL = WS-TRAIL-TOTAL
                  + WS-TD-BEFORE(WS-J) + WS-TD-ON(WS-J)
                  + WS-TD-AFTER(WS-J)
           END-PERFORM.
           IF WS-TRAIL-TOTAL > 0
              COMPUTE WS-TRAIL-PCT ROUNDED =
                  WS-TRAIL-AFTER * 100 / WS-TRAIL-TOTAL
           ELSE
              MOVE 0 TO WS-TRAIL-PCT
           END-IF.

           ADD WS-TD-BEFORE(WS-I) TO WS-MTD-BEFORE.
           ADD WS-TD-ON(WS-I) TO WS-MTD-ON.
           ADD WS-TD-AFTER(WS-I) TO WS-MTD-AFTER.
           ADD WS-TD-AFTER-AMT(WS-I) TO WS-MTD-AFTER-AMT.
           COMPUTE WS-MTD-TOTAL = WS-MTD-BEFORE + WS-MTD-ON
               + WS-MTD-AFTER.
           IF WS-MTD-TOTAL > 0
              COMPUTE WS-MTD-PCT ROUNDED =
                  WS-MTD-AFTER * 100 / WS-MTD-TOTAL
           ELSE
              MOVE 0 TO WS-MTD-PCT
           END-IF.

           MOVE SPACES TO WS-FLAG-TEXT.
           COMPUTE WS-LIMIT-PCT = WS-TRAIL-PCT + WS-MARGIN.
           IF WS-DAY-TOTAL > 0 AND WS-TRAIL-TOTAL > 0
              AND WS-PCT > WS-LIMIT-PCT
              MOVE "*** ABOVE TRAILING AVG" TO WS-FLAG-TEXT
              ADD 1 TO WS-DAYS-FLAGGED
           END-IF.

           MOVE WS-PCT TO WS-PCT-WORK.
           PERFORM 2800-FORMAT-PERCENT.
           MOVE WS-PCT-TEXT TO WS-DAY-PCT-TEXT.
           IF WS-TRAIL-DAYS = 0
              MOVE "  n/a" TO WS-TRAIL-PCT-TEXT
           ELSE
              MOVE WS-TRAIL-PCT TO WS-PCT-WORK
              PERFORM 2800-FORMAT-PERCENT
              MOVE WS-PCT-TEXT TO WS-TRAIL-PCT-TEXT
           END-IF.
           MOVE WS-MTD-PCT TO WS-PCT-WORK.
           PERFORM 2800-FORMAT-PERCENT.
           MOVE WS-PCT-TEXT TO WS-MTD-PCT-TEXT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-TD-DATE(WS-I) " " WS-TD-BEFORE(WS-I) " "
                  WS-TD-ON(WS-I) " " WS-TD-AFTER(WS-I) " "
                  WS-TD-AFTER-AMT(WS-I) "   " WS-DAY-PCT-TEXT
                  "   " WS-TRAIL-PCT-TEXT "   " WS-MTD-PCT-TEXT
                  "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2300-WRITE-SERIES-MTD.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-TD-STREAM(WS-SERIES-START) = "*ALL"
              IF WS-ALL-COUNT < 20
                 ADD 1 TO WS-ALL-COUNT
                 MOVE WS-TD-CUTOFF(WS-SERIES-START) TO
                      WS-AL-CUTOFF(WS-ALL-COUNT)
                 MOVE WS-MTD-PCT TO WS-AL-PCT(WS-ALL-COUNT)
              END-IF
           ELSE
              PERFORM VARYING WS-J FROM 1 BY 1
                      UNTIL WS-J > WS-ALL-COUNT
                 IF WS-AL-CUTOFF(WS-J) = WS-TD-CUTOFF(WS-SERIES-START)
                    COMPUTE WS-LIMIT-PCT = WS-AL-PCT(WS-J) + WS-MARGIN
                    IF WS-MTD-PCT > WS-LIMIT-PCT
                       MOVE "*** ABOVE ALL-DC RATE" TO WS-FLAG-TEXT
                       ADD 1 TO WS-DC-FLAGGED
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

           MOVE WS-MTD-PCT TO WS-PCT-WORK.
           PERFORM 2800-FORMAT-PERCENT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  MTD      " WS-MTD-BEFORE " " WS-MTD-ON " "
                  WS-MTD-AFTER " " WS-MTD-AFTER-AMT "   "
                  WS-PCT-TEXT "           " WS-PCT-TEXT "  "
                  WS-FLAG-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2800-FORMAT-PERCENT.
           MOVE SPACES TO WS-PCT-TEXT.
           STRING WS-PCT-WHOLE "." WS-PCT-TENTH
               DELIMITED BY SIZE INTO WS-PCT-TEXT.

       2900-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
