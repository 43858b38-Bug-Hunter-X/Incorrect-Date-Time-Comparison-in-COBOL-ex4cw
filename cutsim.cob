       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUTSIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUTOFF-FILE ASSIGN TO "CUTOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTOFF-STATUS.

           SELECT TIMEZONE-FILE ASSIGN TO "TIMEZONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TZ-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT PENDING-FILE ASSIGN TO "CHGPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUTOFF-FILE.
       01  CUTOFF-RECORD.
           05  CUTOFF-NAME PIC X(10).
           05  CUTOFF-TS PIC 9(14).
           05  CUTOFF-EXPIRY PIC 9(8).
           05  CUTOFF-ROLL PIC X(1).
           05  CUTOFF-RULE PIC X(8).

       FD  TIMEZONE-FILE.
       01  TIMEZONE-RECORD.
           05  TZ-DC-CODE PIC X(4).
           05  TZ-OFFSET-MIN PIC S9(4) SIGN IS LEADING SEPARATE.
           05  TZ-EXPIRY PIC 9(8).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DC-CODE PIC X(4).
           05  CAL-DATE PIC 9(8).
       01  CALENDAR-RECORD-OLD REDEFINES CALENDAR-RECORD.
           05  CAL-OLD-DATE PIC 9(8).
           05  FILLER PIC X(4).

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05  PD-DATE PIC 9(8).
           05  PD-TIME PIC 9(6).
           05  PD-USER PIC X(8).
           05  PD-FILE-ID PIC X(8).
           05  PD-ACTION PIC X(8).
           05  PD-KEY PIC X(10).
           05  PD-OLD-VALUE PIC X(40).
           05  PD-NEW-VALUE PIC X(40).
           05  PD-TS PIC 9(14).
           05  PD-EXPIRY PIC 9(8).
           05  PD-ROLL PIC X(1).
           05  PD-RULE PIC X(8).
           05  PD-OFFSET PIC S9(4) SIGN IS LEADING SEPARATE.

       FD  PARM-FILE.
       01  PARM-RECORD PIC X(80).

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TR-DATE PIC 9(8).
           05  TR-TIME PIC 9(6).
           05  TR-DC-CODE PIC X(4).
           05  TR-ID PIC X(12).
           05  TR-ACCT PIC 9(10).
           05  TR-AMOUNT PIC 9(9)V99.
           05  FILLER PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AREA.
           05  WS-DATE PIC 9(8).
           05  WS-DATE-FIELDS REDEFINES WS-DATE.
               10  WS-V-CCYY PIC 9(4).
               10  WS-V-MM PIC 9(2).
               10  WS-V-DD PIC 9(2).
           05  WS-TIME PIC 9(6).
           05  WS-TIME-FIELDS REDEFINES WS-TIME.
               10  WS-V-HH PIC 9(2).
               10  WS-V-MIN PIC 9(2).
               10  WS-V-SS PIC 9(2).
           05  WS-DC-CODE PIC X(4).
           05  WS-TR-ID PIC X(12).
           05  WS-TR-AMOUNT PIC 9(9)V99.

       01  WS-DIM-VALUES.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 28.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
       01  WS-DAYS-IN-MONTH REDEFINES WS-DIM-VALUES.
           05  WS-DIM PIC 9(2) OCCURS 12 TIMES.

       01  WS-MAX-DAY PIC 9(2).

       01  WS-LEAP-CALC.
           05  WS-LEAP-QUOT PIC 9(6).
           05  WS-REM-4 PIC 9(4).
           05  WS-REM-100 PIC 9(4).
           05  WS-REM-400 PIC 9(4).

       01  WS-VALID-FLAG PIC X VALUE "Y".
           88  WS-VALID-INPUT VALUE "Y".
           88  WS-INVALID-INPUT VALUE "N".

       01  WS-LEAP-FLAG PIC X VALUE "N".
           88  WS-LEAP-YEAR VALUE "Y".

       01  WS-ERROR-MSG PIC X(40).

       01  WS-RAW-AREA.
           05  WS-RAW-SET OCCURS 2 TIMES.
               10  WS-RW-CO-COUNT PIC 9(2).
               10  WS-RW-CO-ENTRY OCCURS 11 TIMES.
                   15  WS-RW-CO-NAME PIC X(10).
                   15  WS-RW-CO-TS PIC 9(14).
                   15  WS-RW-CO-EXPIRY PIC 9(8).
                   15  WS-RW-CO-ROLL PIC X(1).
                   15  WS-RW-CO-RULE PIC X(8).
               10  WS-RW-TZ-COUNT PIC 9(2).
               10  WS-RW-TZ-ENTRY OCCURS 11 TIMES.
                   15  WS-RW-TZ-CODE PIC X(4).
                   15  WS-RW-TZ-OFFSET PIC S9(4).
                   15  WS-RW-TZ-EXPIRY PIC 9(8).

       01  WS-EFF-AREA.
           05  WS-EFF-SET OCCURS 2 TIMES.
               10  WS-EF-CO-COUNT PIC 9(2).
               10  WS-EF-CO-ENTRY OCCURS 11 TIMES.
                   15  WS-EF-CO-NAME PIC X(10).
                   15  WS-EF-CO-TS PIC 9(14).
                   15  WS-EF-CO-ROLL PIC X(1).
               10  WS-EF-TZ-COUNT PIC 9(2).
               10  WS-EF-TZ-ENTRY OCCURS 11 TIMES.
                   15  WS-EF-TZ-CODE PIC X(4).
                   15  WS-EF-TZ-OFFSET PIC S9(4).

       01  WS-PEND-COUNT PIC 9(3) VALUE 0.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-PEND-COUNT.
               10  WS-PE-DATE PIC 9(8).
               10  WS-PE-TIME PIC 9(6).
               10  WS-PE-USER PIC X(8).
               10  WS-PE-FILE-ID PIC X(8).
               10  WS-PE-ACTION PIC X(8).
               10  WS-PE-KEY PIC X(10).
               10  WS-PE-OLD PIC X(40).
               10  WS-PE-NEW PIC X(40).
               10  WS-PE-TS PIC 9(14).
               10  WS-PE-EXPIRY PIC 9(8).
               10  WS-PE-ROLL PIC X(1).
               10  WS-PE-RULE PIC X(8).
               10  WS-PE-OFFSET PIC S9(4).

       01  WS-INFILE-COUNT PIC 9(2) VALUE 0.
       01  WS-INFILE-TABLE.
           05  WS-INFILE-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-INFILE-COUNT.
               10  WS-IF-NAME PIC X(40).
               10  WS-IF-ASOF PIC 9(8).
               10  WS-IF-READ PIC 9(7).
               10  WS-IF-INVALID PIC 9(7).
               10  WS-IF-FOUND PIC X(1).

       01  WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-HOLIDAY-COUNT
                   INDEXED BY HOL-IDX.
               10  WS-HOL-DC PIC X(4).
               10  WS-HOL-DATE PIC 9(8).

       01  WS-SIM-CO-COUNT PIC 9(2) VALUE 0.
       01  WS-SIM-CO-TABLE.
           05  WS-SIM-CO-NAME PIC X(10) OCCURS 11 TIMES.
       01  WS-SIM-DC-COUNT PIC 9(2) VALUE 0.
       01  WS-SIM-DC-TABLE.
           05  WS-SIM-DC-CODE PIC X(4) OCCURS 11 TIMES.
       01  WS-SIM-AREA.
           05  WS-SIM-CUTOFF OCCURS 11 TIMES.
               10  WS-SIM-DC OCCURS 11 TIMES.
                   15  WS-SIM-FROM OCCURS 4 TIMES.
                       20  WS-SIM-TO OCCURS 4 TIMES.
                           25  WS-SIM-COUNT PIC 9(7).
                           25  WS-SIM-AMOUNT PIC 9(13)V99.

       01  WS-REC-RESULTS.
           05  WS-REC-RESULT OCCURS 11 TIMES.
               10  WS-REC-SET OCCURS 2 TIMES.
                   15  WS-REC-BUCKET PIC 9(1).
                   15  WS-REC-CMP-TS PIC 9(14).

       01  WS-BUCKET-VALUES.
           05  FILLER PIC X(9) VALUE "BEFORE".
           05  FILLER PIC X(9) VALUE "ON".
           05  FILLER PIC X(9) VALUE "AFTER".
           05  FILLER PIC X(9) VALUE "NOT CHKD".
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-VALUES.
           05  WS-BUCKET-NAME PIC X(9) OCCURS 4 TIMES.

       01  WS-SET-TOTALS.
           05  WS-ST-ENTRY OCCURS 2 TIMES.
               10  WS-ST-BUCKET OCCURS 4 TIMES.
                   15  WS-ST-COUNT PIC 9(7).
                   15  WS-ST-AMOUNT PIC 9(13)V99.

       01  WS-TZ-OFFSET-MIN PIC S9(4) VALUE 0.
       01  WS-MINUTES-TOTAL PIC S9(7).
       01  WS-DAY-DELTA PIC S9(4).
       01  WS-NEW-MINUTES PIC S9(7).
       01  WS-JULIAN-DATE PIC S9(7).

       01  WS-BIZ-AREA.
           05  WS-BIZ-DATE PIC 9(8).
           05  WS-BIZ-TIME PIC 9(6).
           05  WS-BIZ-TIME-FIELDS REDEFINES WS-BIZ-TIME.
               10  WS-BIZ-HH PIC 9(2).
               10  WS-BIZ-MIN PIC 9(2).
               10  WS-BIZ-SS PIC 9(2).
       01  WS-BIZ-TIMESTAMP-FIELDS.
           05  WS-BIZ-TS-DATE PIC 9(8).
           05  WS-BIZ-TS-TIME PIC 9(6).
       01  WS-BIZ-TIMESTAMP REDEFINES WS-BIZ-TIMESTAMP-FIELDS PIC 9(14).

       01  WS-ROLL-AREA.
           05  WS-ROLL-DATE PIC 9(8).
           05  WS-ROLL-JULIAN PIC S9(7).
           05  WS-ROLL-STEPS PIC 9(3).
           05  WS-DOW PIC 9(1).
       01  WS-ROLL-TIMESTAMP-FIELDS.
           05  WS-ROLL-TS-DATE PIC 9(8).
           05  WS-ROLL-TS-TIME PIC 9(6).
       01  WS-ROLL-TIMESTAMP REDEFINES WS-ROLL-TIMESTAMP-FIELDS
               PIC 9(14).
       01  WS-CMP-TIMESTAMP PIC 9(14).

       01  WS-BUSINESS-DAY-FLAG PIC X VALUE "Y".
           88  WS-BUSINESS-DAY VALUE "Y".
           88  WS-NON-BUSINESS-DAY VALUE "N".

       01  WS-ASOF-DATE PIC 9(8).
       01  WS-ASOF-DATE-FIELDS REDEFINES WS-ASOF-DATE.
           05  WS-ASOF-CCYY PIC 9(4).
           05  WS-ASOF-MM PIC 9(2).
           05  WS-ASOF-DD PIC 9(2).
       01  WS-EXPAND-AREA.
           05  WS-EXP-CCYY PIC 9(4).
           05  WS-EXP-MM PIC 9(2).
           05  WS-EXP-DD PIC 9(2).
           05  WS-RULE-HHMMSS PIC 9(6).

       01  WS-IMPACT-KEY.
           05  FILLER PIC X(15) VALUE "PENDING CHANGE ".
           05  IK-DATE PIC 9(8).
           05  FILLER PIC X(1) VALUE " ".
           05  IK-TIME PIC 9(6).
           05  FILLER PIC X(1) VALUE " ".
           05  IK-USER PIC X(8).
           05  FILLER PIC X(1) VALUE " ".
           05  IK-FILE-ID PIC X(8).
           05  FILLER PIC X(1) VALUE " ".
           05  IK-ACTION PIC X(8).
           05  FILLER PIC X(1) VALUE " ".
           05  IK-KEY PIC X(10).

       01  WS-FLAGS.
           05  WS-CUTOFF-EOF PIC X VALUE "N".
               88  WS-CUTOFF-AT-END VALUE "Y".
           05  WS-TZ-EOF PIC X VALUE "N".
               88  WS-TZ-AT-END VALUE "Y".
           05  WS-CALENDAR-EOF PIC X VALUE "N".
               88  WS-CALENDAR-AT-END VALUE "Y".
           05  WS-PENDING-EOF PIC X VALUE "N".
               88  WS-PENDING-AT-END VALUE "Y".
           05  WS-PARM-EOF PIC X VALUE "N".
               88  WS-PARM-AT-END VALUE "Y".
           05  WS-TRANS-EOF PIC X VALUE "N".
               88  WS-TRANS-AT-END VALUE "Y".
           05  WS-FOUND-FLAG PIC X VALUE "N".
               88  WS-ENTRY-FOUND VALUE "Y".
           05  WS-APPLY-FLAG PIC X VALUE "Y".
               88  WS-APPLY-OK VALUE "Y".
               88  WS-APPLY-FAILED VALUE "N".
           05  WS-ANY-LISTED-FLAG PIC X VALUE "N".
               88  WS-ANY-LISTED VALUE "Y".

       01  WS-CUTOFF-STATUS PIC XX.
       01  WS-TZ-FILE-STATUS PIC XX.
       01  WS-CALENDAR-STATUS PIC XX.
       01  WS-PENDING-STATUS PIC XX.
       01  WS-PARM-STATUS PIC XX.
       01  WS-TRANS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.

       01  WS-PARM-FILE-NAME PIC X(40) VALUE "SIMPARMS.DAT".
       01  WS-TRANS-FILE-NAME PIC X(40) VALUE "TRANS.DAT".
       01  WS-REPORT-NAME PIC X(40) VALUE "CUTIMPCT.RPT".
       01  WS-COMMAND-LINE PIC X(80).

       01  WS-PARM-FIELDS.
           05  WS-PARM-KEY PIC X(12).
           05  WS-PARM-VALUE PIC X(68).
           05  WS-PARM-VALUE-NUM REDEFINES WS-PARM-VALUE.
               10  WS-PARM-INT-X PIC X(4).
               10  WS-PARM-INT REDEFINES WS-PARM-INT-X PIC 9(4).
               10  FILLER PIC X(64).
           05  WS-PARM-VALUE-DATE REDEFINES WS-PARM-VALUE.
               10  WS-PARM-DATE-X PIC X(8).
               10  WS-PARM-DATE REDEFINES WS-PARM-DATE-X PIC 9(8).
               10  FILLER PIC X(60).

       01  WS-PARM-ASOF PIC 9(8).
       01  WS-SELECT-PENDING PIC 9(3) VALUE 0.
       01  WS-MAX-LIST PIC 9(4) VALUE 200.

       01  WS-PI PIC 9(3).
       01  WS-FI PIC 9(2).
       01  WS-SX PIC 9(1).
       01  WS-CI PIC 9(2).
       01  WS-CJ PIC 9(2).
       01  WS-DX PIC 9(2).
       01  WS-BX PIC 9(1).
       01  WS-BY PIC 9(1).
       01  WS-I PIC 9(3).
       01  WS-J PIC 9(3).
       01  WS-FOUND-IX PIC 9(2).

       01  WS-CHANGES-SIMULATED PIC 9(3) VALUE 0.
       01  WS-CHANGE-FLIPS PIC 9(7) VALUE 0.
       01  WS-CHANGE-FLIP-AMOUNT PIC 9(13)V99 VALUE 0.
       01  WS-CHANGE-LISTED PIC 9(7) VALUE 0.
       01  WS-TOTAL-FLIPS PIC 9(7) VALUE 0.
       01  WS-MISSING-FILES PIC 9(2) VALUE 0.
       01  WS-ROW-MOVED PIC 9(7).
       01  WS-ROW-MOVED-AMOUNT PIC 9(13)V99.

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

           PERFORM 0500-READ-SIM-OPTIONS.
           PERFORM 1000-LOAD-CUTOFFS.
           PERFORM 1100-LOAD-TIMEZONES.
           PERFORM 1200-READ-CALENDAR.
           PERFORM 1300-LOAD-PENDING.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Error: unable to open " WS-REPORT-NAME
                  ", status " WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUTOFF CHANGE IMPACT SIMULATION - RUN "
                  WS-RUN-DATE " " WS-RUN-TIME-HHMMSS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PENDING CHANGES ON FILE: " WS-PEND-COUNT
                  "   INPUT FILES: " WS-INFILE-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           PERFORM VARYING WS-FI FROM 1 BY 1
                   UNTIL WS-FI > WS-INFILE-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  INPUT " WS-IF-NAME(WS-FI)
                     " AS OF " WS-IF-ASOF(WS-FI)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
           END-PERFORM.

           IF WS-PEND-COUNT = 0
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              MOVE "NO PENDING CHANGES - NOTHING TO SIMULATE"
                  TO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              DISPLAY "Note: no pending changes in CHGPEND.DAT"
           END-IF.

           PERFORM VARYING WS-PI FROM 1 BY 1
                   UNTIL WS-PI > WS-PEND-COUNT
              IF WS-SELECT-PENDING = 0 OR WS-SELECT-PENDING = WS-PI
                 PERFORM 3000-SIMULATE-ONE-CHANGE
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "END OF SIMULATION - CHANGES " WS-CHANGES-SIMULATED
                  " ITEMS CHANGING RESULT " WS-TOTAL-FLIPS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "Simulation complete - changes "
               WS-CHANGES-SIMULATED " items changing result "
               WS-TOTAL-FLIPS " report " WS-REPORT-NAME.

           IF WS-MISSING-FILES > 0 OR WS-CHANGES-SIMULATED = 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0500-READ-SIM-OPTIONS.
           SET WS-PARM-EOF TO "N".
           MOVE WS-RUN-DATE TO WS-PARM-ASOF.

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
              DISPLAY "Simulation options taken from "
                  WS-PARM-FILE-NAME
           END-IF.

           IF WS-INFILE-COUNT = 0
              MOVE 1 TO WS-INFILE-COUNT
              MOVE WS-TRANS-FILE-NAME TO WS-IF-NAME(1)
              MOVE WS-PARM-ASOF TO WS-IF-ASOF(1)
           END-IF.

       0510-PARSE-PARM-LINE.
           MOVE SPACES TO WS-PARM-FIELDS.
           UNSTRING PARM-RECORD DELIMITED BY "="
               INTO WS-PARM-KEY WS-PARM-VALUE.

           EVALUATE WS-PARM-KEY
              WHEN "TRANSFILE"
                 IF WS-INFILE-COUNT < 20
                    ADD 1 TO WS-INFILE-COUNT
                    MOVE WS-PARM-VALUE TO WS-IF-NAME(WS-INFILE-COUNT)
                    MOVE WS-PARM-ASOF TO WS-IF-ASOF(WS-INFILE-COUNT)
                 ELSE
                    DISPLAY "Warning: more than 20 TRANSFILE cards, "
                        "ignoring " WS-PARM-VALUE
                 END-IF
              WHEN "ASOFDATE"
                 IF WS-PARM-DATE-X NUMERIC
                    MOVE WS-PARM-DATE TO WS-PARM-ASOF
                 ELSE
                    DISPLAY "Warning: ASOFDATE card not CCYYMMDD, "
                        "ignored"
                 END-IF
              WHEN "PENDING"
                 IF WS-PARM-INT-X NUMERIC AND WS-PARM-INT > 0
                    MOVE WS-PARM-INT TO WS-SELECT-PENDING
                 ELSE
                    DISPLAY "Warning: PENDING must be 4 digits "
                        "greater than zero, card ignored"
                 END-IF
              WHEN "MAXLIST"
                 IF WS-PARM-INT-X NUMERIC
                    MOVE WS-PARM-INT TO WS-MAX-LIST
                 ELSE
                    DISPLAY "Warning: MAXLIST must be 4 digits, "
                        "card ignored"
                 END-IF
              WHEN "REPORT"
                 MOVE WS-PARM-VALUE TO WS-REPORT-NAME
              WHEN OTHER
                 DISPLAY "Warning: unknown simulation option ignored: "
                     PARM-RECORD
           END-EVALUATE.

       1000-LOAD-CUTOFFS.
           MOVE 0 TO WS-RW-CO-COUNT(1).
           SET WS-CUTOFF-EOF TO "N".

           OPEN INPUT CUTOFF-FILE.
           IF WS-CUTOFF-STATUS = "00"
              PERFORM UNTIL WS-CUTOFF-AT-END
                 READ CUTOFF-FILE
                     AT END SET WS-CUTOFF-AT-END TO TRUE
                     NOT AT END
                         IF WS-RW-CO-COUNT(1) < 10
                            ADD 1 TO WS-RW-CO-COUNT(1)
                            MOVE WS-RW-CO-COUNT(1) TO WS-J
                            MOVE CUTOFF-NAME TO WS-RW-CO-NAME(1, WS-J)
                            MOVE CUTOFF-TS TO WS-RW-CO-TS(1, WS-J)
                            IF CUTOFF-EXPIRY NUMERIC
                               MOVE CUTOFF-EXPIRY TO
                                    WS-RW-CO-EXPIRY(1, WS-J)
                            ELSE
                               MOVE 0 TO WS-RW-CO-EXPIRY(1, WS-J)
                            END-IF
                            IF CUTOFF-ROLL = "Y"
                               MOVE "Y" TO WS-RW-CO-ROLL(1, WS-J)
                            ELSE
                               MOVE "N" TO WS-RW-CO-ROLL(1, WS-J)
                            END-IF
                            MOVE CUTOFF-RULE TO WS-RW-CO-RULE(1, WS-J)
                         ELSE
                            DISPLAY "Warning: CUTOFF.DAT has more than "
                                "10 entries, ignoring " CUTOFF-NAME
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE CUTOFF-FILE
           END-IF.

       1100-LOAD-TIMEZONES.
           MOVE 0 TO WS-RW-TZ-COUNT(1).
           SET WS-TZ-EOF TO "N".

           OPEN INPUT TIMEZONE-FILE.
           IF WS-TZ-FILE-STATUS = "00"
              PERFORM UNTIL WS-TZ-AT-END
                 READ TIMEZONE-FILE
                     AT END SET WS-TZ-AT-END TO TRUE
                     NOT AT END
                         IF WS-RW-TZ-COUNT(1) < 10
                            ADD 1 TO WS-RW-TZ-COUNT(1)
                            MOVE WS-RW-TZ-COUNT(1) TO WS-J
                            MOVE TZ-DC-CODE TO WS-RW-TZ-CODE(1, WS-J)
                            MOVE TZ-OFFSET-MIN TO
                                 WS-RW-TZ-OFFSET(1, WS-J)
                            IF TZ-EXPIRY NUMERIC
                               MOVE TZ-EXPIRY TO
                                    WS-RW-TZ-EXPIRY(1, WS-J)
                            ELSE
                               MOVE 0 TO WS-RW-TZ-EXPIRY(1, WS-J)
                            END-IF
                         ELSE
                            DISPLAY "Warning: TIMEZONE.DAT has more "
                                "than 10 entries, ignoring "
                                TZ-DC-CODE
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE TIMEZONE-FILE
           END-IF.

       1200-READ-CALENDAR.
           MOVE 0 TO WS-HOLIDAY-COUNT.
           SET WS-CALENDAR-EOF TO "N".

           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
              PERFORM UNTIL WS-CALENDAR-AT-END
                 READ CALENDAR-FILE
                     AT END SET WS-CALENDAR-AT-END TO TRUE
                     NOT AT END
                         PERFORM 1210-LOAD-ONE-HOLIDAY
                 END-READ
              END-PERFORM
              CLOSE CALENDAR-FILE
           END-IF.

       1210-LOAD-ONE-HOLIDAY.
           IF CAL-DATE NUMERIC AND CAL-DC-CODE NOT = SPACES
              CONTINUE
           ELSE
           IF CAL-OLD-DATE NUMERIC
              MOVE CAL-OLD-DATE TO CAL-DATE
              MOVE "*ALL" TO CAL-DC-CODE
           ELSE
              DISPLAY "Warning: CALENDAR.DAT entry not numeric, "
                  "ignored"
           END-IF
           END-IF.

           IF CAL-DATE NUMERIC AND CAL-DC-CODE NOT = SPACES
              IF WS-HOLIDAY-COUNT < 200
                 ADD 1 TO WS-HOLIDAY-COUNT
                 MOVE CAL-DC-CODE TO WS-HOL-DC(WS-HOLIDAY-COUNT)
                 MOVE CAL-DATE TO WS-HOL-DATE(WS-HOLIDAY-COUNT)
              ELSE
                 DISPLAY "Warning: CALENDAR.DAT has more "
                     "than 200 entries, ignoring " CAL-DATE
              END-IF
           END-IF.

       1300-LOAD-PENDING.
           MOVE 0 TO WS-PEND-COUNT.
           SET WS-PENDING-EOF TO "N".

           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
              PERFORM UNTIL WS-PENDING-AT-END
                 READ PENDING-FILE
                     AT END SET WS-PENDING-AT-END TO TRUE
                     NOT AT END
                         IF PENDING-RECORD = SPACES
                            CONTINUE
                         ELSE
                         IF WS-PEND-COUNT < 100
                            ADD 1 TO WS-PEND-COUNT
                            MOVE PD-DATE TO
                                 WS-PE-DATE(WS-PEND-COUNT)
                            MOVE PD-TIME TO
                                 WS-PE-TIME(WS-PEND-COUNT)
                            MOVE PD-USER TO
                                 WS-PE-USER(WS-PEND-COUNT)
                            MOVE PD-FILE-ID TO
                                 WS-PE-FILE-ID(WS-PEND-COUNT)
                            MOVE PD-ACTION TO
                                 WS-PE-ACTION(WS-PEND-COUNT)
                            MOVE PD-KEY TO WS-PE-KEY(WS-PEND-COUNT)
                            MOVE PD-OLD-VALUE TO
                                 WS-PE-OLD(WS-PEND-COUNT)
                            MOVE PD-NEW-VALUE TO
                                 WS-PE-NEW(WS-PEND-COUNT)
                            MOVE PD-TS TO WS-PE-TS(WS-PEND-COUNT)
                            MOVE PD-EXPIRY TO
                                 WS-PE-EXPIRY(WS-PEND-COUNT)
                            MOVE PD-ROLL TO
                                 WS-PE-ROLL(WS-PEND-COUNT)
                            MOVE PD-RULE TO
                                 WS-PE-RULE(WS-PEND-COUNT)
                            MOVE PD-OFFSET TO
                                 WS-PE-OFFSET(WS-PEND-COUNT)
                         ELSE
                            DISPLAY "Warning: CHGPEND.DAT has more "
                                "than 100 entries, ignoring one"
                         END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE PENDING-FILE
           END-IF.

       2050-VALIDATE-INPUT.
           SET WS-VALID-INPUT TO TRUE.
           MOVE SPACES TO WS-ERROR-MSG.

           IF WS-DATE NOT NUMERIC OR WS-TIME NOT NUMERIC
              SET WS-INVALID-INPUT TO TRUE
              MOVE "Date or time not numeric" TO WS-ERROR-MSG
           END-IF.

           IF WS-VALID-INPUT AND (WS-V-MM < 1 OR WS-V-MM > 12)
              SET WS-INVALID-INPUT TO TRUE
              MOVE "Invalid month - must be 01-12" TO WS-ERROR-MSG
           END-IF.

           IF WS-VALID-INPUT
              PERFORM 2060-CALC-LEAP-YEAR
              MOVE WS-DIM(WS-V-MM) TO WS-MAX-DAY
              IF WS-V-MM = 2 AND WS-LEAP-YEAR
                 ADD 1 TO WS-MAX-DAY
              END-IF
              IF WS-V-DD < 1 OR WS-V-DD > WS-MAX-DAY
                 SET WS-INVALID-INPUT TO TRUE
                 MOVE "Invalid day for the given month" TO WS-ERROR-MSG
              END-IF
           END-IF.

           IF WS-VALID-INPUT AND WS-V-HH > 23
              SET WS-INVALID-INPUT TO TRUE
              MOVE "Invalid hour - must be 00-23" TO WS-ERROR-MSG
           END-IF.

           IF WS-VALID-INPUT AND WS-V-MIN > 59
              SET WS-INVALID-INPUT TO TRUE
              MOVE "Invalid minute - must be 00-59" TO WS-ERROR-MSG
           END-IF.

           IF WS-VALID-INPUT AND WS-V-SS > 59
              SET WS-INVALID-INPUT TO TRUE
              MOVE "Invalid second - must be 00-59" TO WS-ERROR-MSG
           END-IF.

       2060-CALC-LEAP-YEAR.
           SET WS-LEAP-FLAG TO "N".
           DIVIDE WS-V-CCYY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-REM-4.
           DIVIDE WS-V-CCYY BY 100 GIVING WS-LEAP-QUOT
               REMAINDER WS-REM-100.
           DIVIDE WS-V-CCYY BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-REM-400.
           IF WS-REM-4 = 0 AND (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
              SET WS-LEAP-YEAR TO TRUE
           END-IF.

       2140-LOOKUP-TZ-OFFSET.
           MOVE 0 TO WS-TZ-OFFSET-MIN.
           IF WS-DC-CODE NOT = SPACES
              PERFORM VARYING WS-J FROM 1 BY 1
                      UNTIL WS-J > WS-EF-TZ-COUNT(WS-SX)
                 IF WS-EF-TZ-CODE(WS-SX, WS-J) = WS-DC-CODE
                    MOVE WS-EF-TZ-OFFSET(WS-SX, WS-J)
                        TO WS-TZ-OFFSET-MIN
                 END-IF
              END-PERFORM
           END-IF.

       2150-NORMALIZE-TIMEZONE.
           COMPUTE WS-MINUTES-TOTAL =
               WS-V-HH * 60 + WS-V-MIN + WS-TZ-OFFSET-MIN.
           COMPUTE WS-DAY-DELTA =
               FUNCTION INTEGER(WS-MINUTES-TOTAL / 1440).
           COMPUTE WS-NEW-MINUTES =
               WS-MINUTES-TOTAL - (WS-DAY-DELTA * 1440).

           MOVE WS-DATE TO WS-BIZ-DATE.
           IF WS-DAY-DELTA NOT = 0
              COMPUTE WS-JULIAN-DATE =
                  FUNCTION INTEGER-OF-DATE(WS-V-CCYY * 10000 +
                      WS-V-MM * 100 + WS-V-DD) + WS-DAY-DELTA
              MOVE FUNCTION DATE-OF-INTEGER(WS-JULIAN-DATE)
                  TO WS-BIZ-DATE
           END-IF.

           COMPUTE WS-BIZ-HH = WS-NEW-MINUTES / 60.
           COMPUTE WS-BIZ-MIN = FUNCTION MOD(WS-NEW-MINUTES, 60).
           MOVE WS-V-SS TO WS-BIZ-SS.

           MOVE WS-BIZ-DATE TO WS-BIZ-TS-DATE.
           MOVE WS-BIZ-TIME TO WS-BIZ-TS-TIME.

       2200-ROLL-BUSINESS-DAY.
           MOVE WS-BIZ-DATE TO WS-ROLL-DATE.
           COMPUTE WS-ROLL-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE).
           MOVE 0 TO WS-ROLL-STEPS.

           PERFORM 2210-CHECK-BUSINESS-DAY.
           PERFORM UNTIL WS-BUSINESS-DAY OR WS-ROLL-STEPS > 366
              ADD 1 TO WS-ROLL-JULIAN
              ADD 1 TO WS-ROLL-STEPS
              MOVE FUNCTION DATE-OF-INTEGER(WS-ROLL-JULIAN)
                  TO WS-ROLL-DATE
              PERFORM 2210-CHECK-BUSINESS-DAY
           END-PERFORM.

           IF WS-ROLL-STEPS > 366
              MOVE WS-BIZ-DATE TO WS-ROLL-DATE
           END-IF.

           MOVE WS-ROLL-DATE TO WS-ROLL-TS-DATE.
           MOVE WS-BIZ-TIME TO WS-ROLL-TS-TIME.

       2210-CHECK-BUSINESS-DAY.
           SET WS-BUSINESS-DAY TO TRUE.
           COMPUTE WS-DOW = FUNCTION MOD(WS-ROLL-JULIAN, 7).
           IF WS-DOW = 6 OR WS-DOW = 0
              SET WS-NON-BUSINESS-DAY TO TRUE
           ELSE
              PERFORM VARYING HOL-IDX FROM 1 BY 1
                      UNTIL HOL-IDX > WS-HOLIDAY-COUNT
                 IF WS-HOL-DATE(HOL-IDX) = WS-ROLL-DATE
                    AND (WS-HOL-DC(HOL-IDX) = "*ALL"
                         OR WS-HOL-DC(HOL-IDX) = WS-DC-CODE)
                    SET WS-NON-BUSINESS-DAY TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

       2250-COMPARE-ONE-CUTOFF.
           IF WS-EF-CO-ROLL(WS-SX, WS-CJ) = "Y"
              MOVE WS-ROLL-TIMESTAMP TO WS-CMP-TIMESTAMP
           ELSE
              MOVE WS-BIZ-TIMESTAMP TO WS-CMP-TIMESTAMP
           END-IF.
           MOVE WS-CMP-TIMESTAMP TO WS-REC-CMP-TS(WS-CI, WS-SX).
           IF WS-CMP-TIMESTAMP < WS-EF-CO-TS(WS-SX, WS-CJ)
              MOVE 1 TO WS-REC-BUCKET(WS-CI, WS-SX)
           ELSE
              IF WS-CMP-TIMESTAMP = WS-EF-CO-TS(WS-SX, WS-CJ)
                 MOVE 2 TO WS-REC-BUCKET(WS-CI, WS-SX)
              ELSE
                 MOVE 3 TO WS-REC-BUCKET(WS-CI, WS-SX)
              END-IF
           END-IF.

       3000-SIMULATE-ONE-CHANGE.
           ADD 1 TO WS-CHANGES-SIMULATED.
           MOVE 0 TO WS-CHANGE-FLIPS.
           MOVE 0 TO WS-CHANGE-FLIP-AMOUNT.
           MOVE 0 TO WS-CHANGE-LISTED.
           MOVE 0 TO WS-SIM-CO-COUNT.
           MOVE 0 TO WS-SIM-DC-COUNT.
           MOVE ZEROS TO WS-SIM-AREA.
           MOVE "N" TO WS-ANY-LISTED-FLAG.

           PERFORM 3010-WRITE-CHANGE-HEADER.
           PERFORM 3100-BUILD-PROPOSED-SET.
           IF WS-APPLY-FAILED
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  CHANGE CANNOT BE APPLIED TO CURRENT SETTINGS "
                     "- " WS-ERROR-MSG
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
           ELSE
              PERFORM VARYING WS-FI FROM 1 BY 1
                      UNTIL WS-FI > WS-INFILE-COUNT
                 MOVE WS-IF-ASOF(WS-FI) TO WS-ASOF-DATE
                 PERFORM 3200-BUILD-EFFECTIVE-SETS
                 PERFORM 3300-ADD-UNION-NAMES
              END-PERFORM

              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  ITEMS CHANGING RESULT"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  TR-ID        DC   CUTOFF NAME  AMOUNT       "
                     "CURRENT   PROPOSED  CURRENT TS     PROPOSED TS"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE

              PERFORM VARYING WS-FI FROM 1 BY 1
                      UNTIL WS-FI > WS-INFILE-COUNT
                 MOVE WS-IF-ASOF(WS-FI) TO WS-ASOF-DATE
                 PERFORM 3200-BUILD-EFFECTIVE-SETS
                 PERFORM 3400-SIMULATE-ONE-FILE
              END-PERFORM

              IF NOT WS-ANY-LISTED
                 MOVE "  (NONE)" TO WS-REPORT-LINE
                 PERFORM 3900-WRITE-REPORT-LINE
              END-IF
              IF WS-CHANGE-FLIPS > WS-CHANGE-LISTED
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "  LISTING LIMITED TO " WS-MAX-LIST
                        " ITEMS - SEE TOTALS BELOW"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM 3900-WRITE-REPORT-LINE
              END-IF

              PERFORM 3600-WRITE-CHANGE-SUMMARY
              ADD WS-CHANGE-FLIPS TO WS-TOTAL-FLIPS
           END-IF.

       3010-WRITE-CHANGE-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE ALL "-" TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE WS-PE-DATE(WS-PI) TO IK-DATE.
           MOVE WS-PE-TIME(WS-PI) TO IK-TIME.
           MOVE WS-PE-USER(WS-PI) TO IK-USER.
           MOVE WS-PE-FILE-ID(WS-PI) TO IK-FILE-ID.
           MOVE WS-PE-ACTION(WS-PI) TO IK-ACTION.
           MOVE WS-PE-KEY(WS-PI) TO IK-KEY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-IMPACT-KEY "  (PENDING ENTRY " WS-PI ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  OLD: " WS-PE-OLD(WS-PI)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  NEW: " WS-PE-NEW(WS-PI)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

       3100-BUILD-PROPOSED-SET.
           SET WS-APPLY-OK TO TRUE.
           MOVE SPACES TO WS-ERROR-MSG.
           MOVE WS-RAW-SET(1) TO WS-RAW-SET(2).
           EVALUATE WS-PE-FILE-ID(WS-PI)
              WHEN "CUTOFF"
                 PERFORM 3110-APPLY-CUTOFF-CHANGE
              WHEN "TIMEZONE"
                 PERFORM 3120-APPLY-TIMEZONE-CHANGE
              WHEN OTHER
                 SET WS-APPLY-FAILED TO TRUE
                 MOVE "Unknown file id" TO WS-ERROR-MSG
           END-EVALUATE.

       3110-APPLY-CUTOFF-CHANGE.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-RW-CO-COUNT(2)
              IF WS-RW-CO-NAME(2, WS-J) = WS-PE-KEY(WS-PI)
                 MOVE WS-J TO WS-FOUND-IX
                 SET WS-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.

           EVALUATE WS-PE-ACTION(WS-PI)
              WHEN "ADD"
                 IF WS-ENTRY-FOUND
                    SET WS-APPLY-FAILED TO TRUE
                    MOVE "Cutoff already exists" TO WS-ERROR-MSG
                 ELSE
                 IF WS-RW-CO-COUNT(2) >= 10
                    SET WS-APPLY-FAILED TO TRUE
                    MOVE "Cutoff table is full" TO WS-ERROR-MSG
                 ELSE
                    ADD 1 TO WS-RW-CO-COUNT(2)
                    MOVE WS-RW-CO-COUNT(2) TO WS-J
                    MOVE WS-PE-KEY(WS-PI) TO WS-RW-CO-NAME(2, WS-J)
                    MOVE WS-PE-TS(WS-PI) TO WS-RW-CO-TS(2, WS-J)
                    MOVE WS-PE-EXPIRY(WS-PI) TO
                         WS-RW-CO-EXPIRY(2, WS-J)
                    MOVE WS-PE-ROLL(WS-PI) TO WS-RW-CO-ROLL(2, WS-J)
                    MOVE WS-PE-RULE(WS-PI) TO WS-RW-CO-RULE(2, WS-J)
                 END-IF
                 END-IF
              WHEN "CHANGE"
                 IF NOT WS-ENTRY-FOUND
                    SET WS-APPLY-FAILED TO TRUE
                    MOVE "Cutoff not found" TO WS-ERROR-MSG
                 ELSE
                    MOVE WS-PE-TS(WS-PI) TO
                         WS-RW-CO-TS(2, WS-FOUND-IX)
                    MOVE WS-PE-ROLL(WS-PI) TO
                         WS-RW-CO-ROLL(2, WS-FOUND-IX)
                    MOVE WS-PE-RULE(WS-PI) TO
                         WS-RW-CO-RULE(2, WS-FOUND-IX)
                 END-IF
              WHEN "EXPIRE"
                 IF NOT WS-ENTRY-FOUND
                    SET WS-APPLY-FAILED TO TRUE
                    MOVE "Cutoff not found" TO WS-ERROR-MSG
                 ELSE
                    MOVE WS-PE-EXPIRY(WS-PI) TO
                         WS-RW-CO-EXPIRY(2, WS-FOUND-IX)
                 END-IF
              WHEN "DELETE"
                 IF NOT WS-ENTRY-FOUND
                    SET WS-APPLY-FAILED TO TRUE
                    MOVE "Cutoff not found" TO WS-ERROR-MSG
                 ELSE
                    PERFORM VARYING WS-J FROM WS-FOUND-IX BY 1
                            UNTIL WS-J >= WS-RW-CO-COUNT(2)
                       MOVE WS-RW-CO-ENTRY(2, WS-J + 1) TO
                            WS-RW-CO-ENTRY(2, WS-J)
                    END-PERFORM
                    SUBTRACT 1 FROM WS-RW-CO-COUNT(2)
                 END-IF
              WHEN OTHER
                 SET WS-APPLY-FAILED TO TRUE
                 MOVE "Unknown pending action" TO WS-ERROR-MSG
           END-EVALUATE.

       3120-APPLY-TIMEZONE-CHANGE.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-RW-TZ-COUNT(2)
              IF WS-RW-TZ-CODE(2, WS-J) = WS-PE-KEY(WS-PI)
                 MOVE WS-J TO WS-FOUND-IX
                 SET WS-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.

           EVALUATE WS-PE-ACTION(WS-PI)
              WHEN "ADD"
                 IF WS-ENTRY-FOUND
                    SET WS-APPLY-FAILED TO TRUE
                    MOVE "Timezone already exists" TO WS-ERROR-MSG
                 ELSE
                 IF WS-RW-TZ-COUNT(2) >= 10
                    SET WS-APPLY-FAILED TO TRUE
                    MOVE "Timezone table is full" TO WS-ERROR-MSG
                 ELSE
                    ADD 1 TO WS-RW-TZ-COUNT(2)
                    MOVE WS-RW-TZ-COUNT(2) TO WS-J
                    MOVE WS-PE-KEY(WS-PI) TO WS-RW-TZ-CODE(2, WS-J)
                    MOVE WS-PE-OFFSET(WS-PI) TO
                         WS-RW-TZ-OFFSET(2, WS-J)
                    MOVE WS-PE-EXPIRY(WS-PI) TO
                         WS-RW-TZ-EXPIRY(2, WS-J)
                 END-IF
                 END-IF
              WHEN "CHANGE"
                 IF NOT WS-ENTRY-FOUND
                    SET WS-APPLY-FAILED TO TRUE
                    MOVE "Timezone not found" TO WS-ERROR-MSG
                 ELSE
                    MOVE WS-PE-OFFSET(WS-PI) TO
                         WS-RW-TZ-OFFSET(2, WS-FOUND-IX)
                 END-IF
              WHEN "EXPIRE"
                 IF NOT WS-ENTRY-FOUND
                    SET WS-APPLY-FAILED TO TRUE
                    MOVE "Timezone not found" TO WS-ERROR-MSG
                 ELSE
                    MOVE WS-PE-EXPIRY(WS-PI) TO
                         WS-RW-TZ-EXPIRY(2, WS-FOUND-IX)
                 END-IF
              WHEN "DELETE"
                 IF NOT WS-ENTRY-FOUND
                    SET WS-APPLY-FAILED TO TRUE
                    MOVE "Timezone not found" TO WS-ERROR-MSG
                 ELSE
                    PERFORM VARYING WS-J FROM WS-FOUND-IX BY 1
                            UNTIL WS-J >= WS-RW-TZ-COUNT(2)
                       MOVE WS-RW-TZ-ENTRY(2, WS-J + 1) TO
                            WS-RW-TZ-ENTRY(2, WS-J)
                    END-PERFORM
                    SUBTRACT 1 FROM WS-RW-TZ-COUNT(2)
                 END-IF
              WHEN OTHER
                 SET WS-APPLY-FAILED TO TRUE
                 MOVE "Unknown pending action" TO WS-ERROR-MSG
           END-EVALUATE.

       3200-BUILD-EFFECTIVE-SETS.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 2
              PERFORM 3210-BUILD-ONE-EFFECTIVE-SET
           END-PERFORM.

       3210-BUILD-ONE-EFFECTIVE-SET.
           MOVE 0 TO WS-EF-CO-COUNT(WS-SX).
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-RW-CO-COUNT(WS-SX)
              IF WS-RW-CO-EXPIRY(WS-SX, WS-J) NOT = 0
                 AND WS-RW-CO-EXPIRY(WS-SX, WS-J) NOT > WS-ASOF-DATE
                 CONTINUE
              ELSE
                 ADD 1 TO WS-EF-CO-COUNT(WS-SX)
                 MOVE WS-EF-CO-COUNT(WS-SX) TO WS-CJ
                 MOVE WS-RW-CO-NAME(WS-SX, WS-J) TO
                      WS-EF-CO-NAME(WS-SX, WS-CJ)
                 MOVE WS-RW-CO-TS(WS-SX, WS-J) TO
                      WS-EF-CO-TS(WS-SX, WS-CJ)
                 MOVE WS-RW-CO-ROLL(WS-SX, WS-J) TO
                      WS-EF-CO-ROLL(WS-SX, WS-CJ)
                 PERFORM 3220-EXPAND-CUTOFF-RULE
              END-IF
           END-PERFORM.

           IF WS-EF-CO-COUNT(WS-SX) = 0
              MOVE 1 TO WS-EF-CO-COUNT(WS-SX)
              MOVE "DEFAULT" TO WS-EF-CO-NAME(WS-SX, 1)
              MOVE 20231026000000 TO WS-EF-CO-TS(WS-SX, 1)
              MOVE "N" TO WS-EF-CO-ROLL(WS-SX, 1)
           END-IF.

           MOVE 0 TO WS-EF-TZ-COUNT(WS-SX).
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-RW-TZ-COUNT(WS-SX)
              IF WS-RW-TZ-EXPIRY(WS-SX, WS-J) NOT = 0
                 AND WS-RW-TZ-EXPIRY(WS-SX, WS-J) NOT > WS-ASOF-DATE
                 CONTINUE
              ELSE
                 ADD 1 TO WS-EF-TZ-COUNT(WS-SX)
                 MOVE WS-EF-TZ-COUNT(WS-SX) TO WS-CJ
                 MOVE WS-RW-TZ-CODE(WS-SX, WS-J) TO
                      WS-EF-TZ-CODE(WS-SX, WS-CJ)
                 MOVE WS-RW-TZ-OFFSET(WS-SX, WS-J) TO
                      WS-EF-TZ-OFFSET(WS-SX, WS-CJ)
              END-IF
           END-PERFORM.

       3220-EXPAND-CUTOFF-RULE.
           COMPUTE WS-RULE-HHMMSS =
               FUNCTION MOD(WS-RW-CO-TS(WS-SX, WS-J), 1000000).
           MOVE WS-ASOF-CCYY TO WS-EXP-CCYY.
           MOVE WS-ASOF-MM TO WS-EXP-MM.
           MOVE WS-ASOF-DD TO WS-EXP-DD.

           EVALUATE WS-RW-CO-RULE(WS-SX, WS-J)
              WHEN "DAILY"
                 CONTINUE
              WHEN "MONTHEND"
                 PERFORM 3230-SET-MONTH-END
              WHEN "QTREND"
                 COMPUTE WS-EXP-MM =
                     (FUNCTION INTEGER((WS-ASOF-MM - 1) / 3) + 1) * 3
                 PERFORM 3230-SET-MONTH-END
              WHEN "FYEAREND"
                 MOVE 12 TO WS-EXP-MM
                 MOVE 31 TO WS-EXP-DD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-RW-CO-RULE(WS-SX, WS-J) = "DAILY" OR "MONTHEND"
                 OR "QTREND" OR "FYEAREND"
              COMPUTE WS-EF-CO-TS(WS-SX, WS-CJ) =
                  ((WS-EXP-CCYY * 100 + WS-EXP-MM) * 100 + WS-EXP-DD)
                  * 1000000 + WS-RULE-HHMMSS
           END-IF.

       3230-SET-MONTH-END.
           MOVE WS-ASOF-CCYY TO WS-V-CCYY.
           PERFORM 2060-CALC-LEAP-YEAR.
           MOVE WS-DIM(WS-EXP-MM) TO WS-EXP-DD.
           IF WS-EXP-MM = 2 AND WS-LEAP-YEAR
              ADD 1 TO WS-EXP-DD
           END-IF.

       3300-ADD-UNION-NAMES.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 2
              PERFORM VARYING WS-CJ FROM 1 BY 1
                      UNTIL WS-CJ > WS-EF-CO-COUNT(WS-SX)
                 MOVE "N" TO WS-FOUND-FLAG
                 PERFORM VARYING WS-CI FROM 1 BY 1
                         UNTIL WS-CI > WS-SIM-CO-COUNT
                    IF WS-SIM-CO-NAME(WS-CI) =
                       WS-EF-CO-NAME(WS-SX, WS-CJ)
                       SET WS-ENTRY-FOUND TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT WS-ENTRY-FOUND AND WS-SIM-CO-COUNT < 11
                    ADD 1 TO WS-SIM-CO-COUNT
                    MOVE WS-EF-CO-NAME(WS-SX, WS-CJ) TO
                         WS-SIM-CO-NAME(WS-SIM-CO-COUNT)
                 END-IF
              END-PERFORM
           END-PERFORM.

       3400-SIMULATE-ONE-FILE.
           MOVE WS-IF-NAME(WS-FI) TO WS-TRANS-FILE-NAME.
           MOVE 0 TO WS-IF-READ(WS-FI).
           MOVE 0 TO WS-IF-INVALID(WS-FI).
           MOVE "Y" TO WS-IF-FOUND(WS-FI).
           SET WS-TRANS-EOF TO "N".

           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
              MOVE "N" TO WS-IF-FOUND(WS-FI)
              IF WS-CHANGES-SIMULATED = 1
                 ADD 1 TO WS-MISSING-FILES
                 DISPLAY "Warning: " WS-TRANS-FILE-NAME
                     " not found, skipped"
              END-IF
           ELSE
              PERFORM UNTIL WS-TRANS-AT-END
                 READ TRANS-FILE
                     AT END SET WS-TRANS-AT-END TO TRUE
                     NOT AT END
                         ADD 1 TO WS-IF-READ(WS-FI)
                         PERFORM 3500-SIMULATE-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE TRANS-FILE
           END-IF.

       3500-SIMULATE-ONE-RECORD.
           MOVE TR-DATE TO WS-DATE.
           MOVE TR-TIME TO WS-TIME.
           MOVE TR-DC-CODE TO WS-DC-CODE.
           MOVE TR-ID TO WS-TR-ID.
           IF TR-AMOUNT NUMERIC
              MOVE TR-AMOUNT TO WS-TR-AMOUNT
           ELSE
              MOVE 0 TO WS-TR-AMOUNT
           END-IF.
           PERFORM 2050-VALIDATE-INPUT.

           IF WS-INVALID-INPUT
              ADD 1 TO WS-IF-INVALID(WS-FI)
           ELSE
              PERFORM 3520-FIND-SIM-DC
              PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 2
                 PERFORM 3510-EVALUATE-UNDER-SET
              END-PERFORM
              PERFORM VARYING WS-CI FROM 1 BY 1
                      UNTIL WS-CI > WS-SIM-CO-COUNT
                 MOVE WS-REC-BUCKET(WS-CI, 1) TO WS-BX
                 MOVE WS-REC-BUCKET(WS-CI, 2) TO WS-BY
                 ADD 1 TO WS-SIM-COUNT(WS-CI, WS-DX, WS-BX, WS-BY)
                 COMPUTE WS-SIM-AMOUNT(WS-CI, WS-DX, WS-BX, WS-BY) =
                     WS-SIM-AMOUNT(WS-CI, WS-DX, WS-BX, WS-BY)
                     + WS-TR-AMOUNT
                 IF WS-BX NOT = WS-BY
                    ADD 1 TO WS-CHANGE-FLIPS
                    COMPUTE WS-CHANGE-FLIP-AMOUNT =
                        WS-CHANGE-FLIP-AMOUNT + WS-TR-AMOUNT
                    PERFORM 3530-LIST-FLIPPED-ITEM
                 END-IF
              END-PERFORM
           END-IF.

       3510-EVALUATE-UNDER-SET.
           PERFORM 2140-LOOKUP-TZ-OFFSET.
           PERFORM 2150-NORMALIZE-TIMEZONE.
           PERFORM 2200-ROLL-BUSINESS-DAY.
           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > WS-SIM-CO-COUNT
              MOVE 4 TO WS-REC-BUCKET(WS-CI, WS-SX)
              MOVE 0 TO WS-REC-CMP-TS(WS-CI, WS-SX)
              PERFORM VARYING WS-CJ FROM 1 BY 1
                      UNTIL WS-CJ > WS-EF-CO-COUNT(WS-SX)
                 IF WS-EF-CO-NAME(WS-SX, WS-CJ) =
                    WS-SIM-CO-NAME(WS-CI)
                    PERFORM 2250-COMPARE-ONE-CUTOFF
                 END-IF
              END-PERFORM
           END-PERFORM.

       3520-FIND-SIM-DC.
           MOVE 0 TO WS-DX.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-SIM-DC-COUNT
              IF WS-SIM-DC-CODE(WS-J) = WS-DC-CODE
                 MOVE WS-J TO WS-DX
              END-IF
           END-PERFORM.
           IF WS-DX = 0
              IF WS-SIM-DC-COUNT < 10
                 ADD 1 TO WS-SIM-DC-COUNT
                 MOVE WS-SIM-DC-COUNT TO WS-DX
                 MOVE WS-DC-CODE TO WS-SIM-DC-CODE(WS-DX)
              ELSE
                 MOVE 11 TO WS-DX
                 MOVE 11 TO WS-SIM-DC-COUNT
                 MOVE "*OTH" TO WS-SIM-DC-CODE(11)
              END-IF
           END-IF.

       3530-LIST-FLIPPED-ITEM.
           IF WS-CHANGE-LISTED < WS-MAX-LIST
              ADD 1 TO WS-CHANGE-LISTED
              SET WS-ANY-LISTED TO TRUE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  " WS-TR-ID " " WS-DC-CODE " "
                     WS-SIM-CO-NAME(WS-CI) "   "
                     WS-TR-AMOUNT "  "
                     WS-BUCKET-NAME(WS-BX) " "
                     WS-BUCKET-NAME(WS-BY) " "
                     WS-REC-CMP-TS(WS-CI, 1) " "
                     WS-REC-CMP-TS(WS-CI, 2)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

       3600-WRITE-CHANGE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           PERFORM VARYING WS-FI FROM 1 BY 1
                   UNTIL WS-FI > WS-INFILE-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              IF WS-IF-FOUND(WS-FI) = "Y"
                 STRING "  INPUT " WS-IF-NAME(WS-FI)
                        " AS OF " WS-IF-ASOF(WS-FI)
                        " READ " WS-IF-READ(WS-FI)
                        " INVALID " WS-IF-INVALID(WS-FI)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 STRING "  INPUT " WS-IF-NAME(WS-FI)
                        " NOT FOUND - NOT SIMULATED"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
              PERFORM 3900-WRITE-REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE "  RESULTS BY CUTOFF AND DATA CENTER (COUNT / AMOUNT)"
               TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  CUTOFF NAME DC   SETTINGS BEFORE  ON       "
                  "AFTER    NOT CHKD MOVED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > WS-SIM-CO-COUNT
              PERFORM VARYING WS-DX FROM 1 BY 1
                      UNTIL WS-DX > WS-SIM-DC-COUNT
                 PERFORM 3610-WRITE-CUTOFF-DC-ROWS
              END-PERFORM
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE "  MOVEMENTS BETWEEN RESULTS" TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  CUTOFF NAME DC   CURRENT   PROPOSED  "
                  "COUNT   AMOUNT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > WS-SIM-CO-COUNT
              PERFORM VARYING WS-DX FROM 1 BY 1
                      UNTIL WS-DX > WS-SIM-DC-COUNT
                 PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 4
                    PERFORM VARYING WS-BY FROM 1 BY 1
                            UNTIL WS-BY > 4
                       IF WS-BX NOT = WS-BY
                          AND WS-SIM-COUNT(WS-CI, WS-DX, WS-BX, WS-BY)
                              > 0
                          MOVE SPACES TO WS-REPORT-LINE
                          STRING "  " WS-SIM-CO-NAME(WS-CI) " "
                                 WS-SIM-DC-CODE(WS-DX) " "
                                 WS-BUCKET-NAME(WS-BX) " "
                                 WS-BUCKET-NAME(WS-BY) " "
                                 WS-SIM-COUNT(WS-CI, WS-DX,
                                     WS-BX, WS-BY) " "
                                 WS-SIM-AMOUNT(WS-CI, WS-DX,
                                     WS-BX, WS-BY)
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                          PERFORM 3900-WRITE-REPORT-LINE
                       END-IF
                    END-PERFORM
                 END-PERFORM
              END-PERFORM
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ITEM RESULTS CHANGING: " WS-CHANGE-FLIPS
                  "   AMOUNT: " WS-CHANGE-FLIP-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           DISPLAY "Pending " WS-PI " " WS-PE-FILE-ID(WS-PI) " "
               WS-PE-ACTION(WS-PI) " " WS-PE-KEY(WS-PI)
               " - item results changing " WS-CHANGE-FLIPS.

       3610-WRITE-CUTOFF-DC-ROWS.
           MOVE ZEROS TO WS-SET-TOTALS.
           MOVE 0 TO WS-ROW-MOVED.
           MOVE 0 TO WS-ROW-MOVED-AMOUNT.
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 4
              PERFORM VARYING WS-BY FROM 1 BY 1 UNTIL WS-BY > 4
                 ADD WS-SIM-COUNT(WS-CI, WS-DX, WS-BX, WS-BY)
                     TO WS-ST-COUNT(1, WS-BX)
                 ADD WS-SIM-AMOUNT(WS-CI, WS-DX, WS-BX, WS-BY)
                     TO WS-ST-AMOUNT(1, WS-BX)
                 ADD WS-SIM-COUNT(WS-CI, WS-DX, WS-BX, WS-BY)
                     TO WS-ST-COUNT(2, WS-BY)
                 ADD WS-SIM-AMOUNT(WS-CI, WS-DX, WS-BX, WS-BY)
                     TO WS-ST-AMOUNT(2, WS-BY)
                 IF WS-BX NOT = WS-BY
                    ADD WS-SIM-COUNT(WS-CI, WS-DX, WS-BX, WS-BY)
                        TO WS-ROW-MOVED
                    ADD WS-SIM-AMOUNT(WS-CI, WS-DX, WS-BX, WS-BY)
                        TO WS-ROW-MOVED-AMOUNT
                 END-IF
              END-PERFORM
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-SIM-CO-NAME(WS-CI) " "
                  WS-SIM-DC-CODE(WS-DX) " CURRENT  "
                  WS-ST-COUNT(1, 1) "  " WS-ST-COUNT(1, 2) "  "
                  WS-ST-COUNT(1, 3) "  " WS-ST-COUNT(1, 4) "  "
                  WS-ROW-MOVED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "                  PROPOSED "
                  WS-ST-COUNT(2, 1) "  " WS-ST-COUNT(2, 2) "  "
                  WS-ST-COUNT(2, 3) "  " WS-ST-COUNT(2, 4)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "                  CUR AMT  "
                  WS-ST-AMOUNT(1, 1) " " WS-ST-AMOUNT(1, 2) " "
                  WS-ST-AMOUNT(1, 3) " " WS-ST-AMOUNT(1, 4) " "
                  WS-ROW-MOVED-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "                  PROP AMT "
                  WS-ST-AMOUNT(2, 1) " " WS-ST-AMOUNT(2, 2) " "
                  WS-ST-AMOUNT(2, 3) " " WS-ST-AMOUNT(2, 4)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

       3900-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
