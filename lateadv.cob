       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATEADV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-RESULT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT REFERRAL-FILE ASSIGN TO DYNAMIC WS-REFERRAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.

           SELECT RELEASE-FILE ASSIGN TO "SETLRELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUB-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT ADVICE-FILE ASSIGN TO DYNAMIC WS-ADVICE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVICE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO DYNAMIC WS-NOTICE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       01  RESULT-RECORD PIC X(100).

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TR-DATE PIC 9(8).
           05  TR-TIME PIC 9(6).
           05  TR-DC-CODE PIC X(4).
           05  TR-ID PIC X(12).
           05  TR-ACCT PIC 9(10).
           05  TR-AMOUNT PIC 9(9)V99.

       FD  REFERRAL-FILE.
       01  REFERRAL-RECORD.
           05  RF-CUTOFF PIC X(10).
           05  RF-ID PIC X(12).
           05  RF-ACCT PIC 9(10).
           05  RF-AMOUNT PIC 9(9)V99.
           05  RF-DATE PIC 9(8).
           05  RF-TIME PIC 9(6).
           05  RF-DC PIC X(4).
           05  RF-BIZ-TS PIC 9(14).

       FD  RELEASE-FILE.
       01  RELEASE-RECORD PIC X(80).

       FD  RESUBMIT-FILE.
       01  RESUBMIT-RECORD.
           05  RS-DATE PIC 9(8).
           05  RS-TIME PIC 9(6).
           05  RS-DC-CODE PIC X(4).
           05  RS-ID PIC X(12).
           05  RS-ACCT PIC 9(10).
           05  RS-AMOUNT PIC 9(9)V99.
           05  RS-REASON PIC X(40).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DC-CODE PIC X(4).
           05  CAL-DATE PIC 9(8).
       01  CALENDAR-RECORD-OLD REDEFINES CALENDAR-RECORD.
           05  CAL-OLD-DATE PIC 9(8).
           05  FILLER PIC X(4).

       FD  ADVICE-FILE.
       01  ADVICE-RECORD.
           05  AV-ACCT PIC 9(10).
           05  AV-ID PIC X(12).
           05  AV-AMOUNT PIC 9(9)V99.
           05  AV-DATE PIC 9(8).
           05  AV-TIME PIC 9(6).
           05  AV-DC PIC X(4).
           05  AV-CUTOFF PIC X(10).
           05  AV-CUTOFF-TS PIC 9(14).
           05  AV-VALUE-DATE PIC 9(8).
           05  AV-OUTCOME PIC X(1).

       FD  NOTICE-FILE.
       01  NOTICE-RECORD PIC X(80).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RES-PARSE.
           05  RP-ID PIC X(12).
           05  FILLER PIC X(1).
           05  RP-DC PIC X(4).
           05  FILLER PIC X(1).
           05  RP-BIZ-TS PIC 9(14).
           05  RP-BIZ-TS-FIELDS REDEFINES RP-BIZ-TS.
               10  RP-BIZ-DATE PIC 9(8).
               10  RP-BIZ-TIME PIC 9(6).
           05  FILLER PIC X(2).
           05  RP-CUTOFF-NAME PIC X(10).
           05  FILLER PIC X(2).
           05  RP-RESULT PIC X(9).
           05  FILLER PIC X(1).
           05  RP-CUTOFF-TS PIC 9(14).
           05  RP-CUTOFF-TS-FIELDS REDEFINES RP-CUTOFF-TS.
               10  RP-CUTOFF-DATE PIC 9(8).
               10  RP-CUTOFF-TIME PIC 9(6).
           05  FILLER PIC X(30).

       01  WS-SETL-PARSE.
           05  SP-TYPE PIC X(1).
           05  SP-ID PIC X(12).
           05  FILLER PIC X(67).

       01  WS-LATE-COUNT PIC 9(4) VALUE 0.
       01  WS-LATE-TABLE.
           05  WS-LATE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-LATE-COUNT.
               10  WS-LT-ACCT PIC 9(10).
               10  WS-LT-ID PIC X(12).
               10  WS-LT-AMOUNT PIC 9(9)V99.
               10  WS-LT-DATE PIC 9(8).
               10  WS-LT-TIME PIC 9(6).
               10  WS-LT-DC PIC X(4).
               10  WS-LT-BIZ-DATE PIC 9(8).
               10  WS-LT-CUTOFF PIC X(10).
               10  WS-LT-CUTOFF-TS PIC 9(14).
               10  WS-LT-VALUE-DATE PIC 9(8).
               10  WS-LT-OUTCOME PIC X(1).
               10  WS-LT-MATCHED PIC X(1).
       01  WS-LATE-SWAP PIC X(93).

       01  WS-RSB-COUNT PIC 9(4) VALUE 0.
       01  WS-RSB-TABLE.
           05  WS-RSB-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-RSB-COUNT.
               10  WS-RSB-ID PIC X(12).
       01  WS-RSB-FLAG PIC X VALUE "N".
           88  WS-RSB-ID-FOUND VALUE "Y".

       01  WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-HOLIDAY-COUNT
                   INDEXED BY HOL-IDX.
               10  WS-HOL-DC PIC X(4).
               10  WS-HOL-DATE PIC 9(8).

       01  WS-DC-CODE PIC X(4).
       01  WS-BIZ-DATE PIC 9(8).
       01  WS-ROLL-AREA.
           05  WS-ROLL-DATE PIC 9(8).
           05  WS-ROLL-JULIAN PIC S9(7).
           05  WS-ROLL-STEPS PIC 9(3).
           05  WS-DOW PIC 9(1).
       01  WS-NEXT-DAY-DATE PIC 9(8).
       01  WS-CUT-TS-FIELDS.
           05  WS-CUT-TS-DATE PIC 9(8).
           05  WS-CUT-TS-TIME PIC 9(6).
       01  WS-CUT-TS REDEFINES WS-CUT-TS-FIELDS PIC 9(14).

       01  WS-BUSINESS-DAY-FLAG PIC X VALUE "Y".
           88  WS-BUSINESS-DAY VALUE "Y".
           88  WS-NON-BUSINESS-DAY VALUE "N".

       01  WS-OUTCOME-AREA.
           05  WS-OUTCOME-ENTRY OCCURS 4 TIMES.
               10  WS-OC-COUNT PIC 9(7).
               10  WS-OC-AMOUNT PIC 9(13)V99.
       01  WS-OC-IX PIC 9(1).
       01  WS-OUTCOME-TEXT PIC X(36).

       01  WS-CONTROL-TOTALS.
           05  WS-RESULT-LINES PIC 9(7) VALUE 0.
           05  WS-AFTER-LINES PIC 9(7) VALUE 0.
           05  WS-MATCHED-COUNT PIC 9(7) VALUE 0.
           05  WS-UNMATCHED-COUNT PIC 9(7) VALUE 0.
           05  WS-ADVICE-COUNT PIC 9(7) VALUE 0.
           05  WS-ADVICE-AMOUNT PIC 9(13)V99 VALUE 0.
           05  WS-NOTICE-COUNT PIC 9(7) VALUE 0.
           05  WS-INPUT-READ PIC 9(7) VALUE 0.

       01  WS-NOTICE-ACCT PIC 9(10).
       01  WS-NOTICE-ITEMS PIC 9(5).
       01  WS-NOTICE-AMOUNT PIC 9(11)V99.

       01  WS-FLAGS.
           05  WS-RESULT-EOF PIC X VALUE "N".
               88  WS-RESULT-AT-END VALUE "Y".
           05  WS-TRANS-EOF PIC X VALUE "N".
               88  WS-TRANS-AT-END VALUE "Y".
           05  WS-REFERRAL-EOF PIC X VALUE "N".
               88  WS-REFERRAL-AT-END VALUE "Y".
           05  WS-RELEASE-EOF PIC X VALUE "N".
               88  WS-RELEASE-AT-END VALUE "Y".
           05  WS-RESUB-EOF PIC X VALUE "N".
               88  WS-RESUB-AT-END VALUE "Y".
           05  WS-CALENDAR-EOF PIC X VALUE "N".
               88  WS-CALENDAR-AT-END VALUE "Y".

       01  WS-RESULT-STATUS PIC XX.
       01  WS-TRANS-STATUS PIC XX.
       01  WS-REFERRAL-STATUS PIC XX.
       01  WS-RELEASE-STATUS PIC XX.
       01  WS-RESUB-STATUS PIC XX.
       01  WS-CALENDAR-STATUS PIC XX.
       01  WS-ADVICE-STATUS PIC XX.
       01  WS-NOTICE-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.

       01  WS-RESULT-FILE-NAME PIC X(40) VALUE "RESULT.DAT".
       01  WS-TRANS-FILE-NAME PIC X(40) VALUE "TRANS.DAT".
       01  WS-REFERRAL-NAME PIC X(40) VALUE "REFERRAL.DAT".
       01  WS-ADVICE-NAME PIC X(40) VALUE "LATEADV.DAT".
       01  WS-NOTICE-NAME PIC X(40) VALUE "LATENOTC.RPT".
       01  WS-CONTROL-NAME PIC X(40) VALUE "LATEADV.RPT".

       01  WS-COMMAND-LINE PIC X(80).
       01  WS-STREAM-ID PIC X(4) VALUE SPACES.
       01  WS-MODE PIC X(1) VALUE "B".
           88  WS-RESUBMIT-MODE VALUE "R".

       01  WS-I PIC 9(5).
       01  WS-J PIC 9(5).

       01  WS-REPORT-LINE PIC X(80).

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

           MOVE SPACES TO WS-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
              UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
                  INTO WS-STREAM-ID WS-MODE
           END-IF.
           IF WS-STREAM-ID = "*"
              MOVE SPACES TO WS-STREAM-ID
           END-IF.
           IF NOT WS-RESUBMIT-MODE
              MOVE "B" TO WS-MODE
           END-IF.

           PERFORM 0500-SET-FILE-NAMES.
           MOVE ZEROS TO WS-OUTCOME-AREA.
           IF WS-RESUBMIT-MODE
              PERFORM 0900-LOAD-RESUBMIT-IDS
           END-IF.

           PERFORM 1000-LOAD-AFTER-RESULTS.
           IF WS-LATE-COUNT = 0
              DISPLAY "Note: no AFTER results in " WS-RESULT-FILE-NAME
                  ", no advices produced"
           END-IF.

           PERFORM 1100-MATCH-INPUT-ITEMS.
           PERFORM 1200-READ-CALENDAR.
           PERFORM 1300-MARK-REFERRED-ITEMS.
           PERFORM 1400-MARK-RELEASED-ITEMS.
           IF NOT WS-RESUBMIT-MODE
              PERFORM 1500-MARK-RESUBMITTED-ITEMS
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-LATE-COUNT
              PERFORM 2000-SET-VALUE-DATE
           END-PERFORM.

           PERFORM 2500-SORT-BY-ACCOUNT.
           PERFORM 3000-WRITE-ADVICES.
           PERFORM 4000-WRITE-CONTROL-REPORT.

           DISPLAY "Late-item advice complete - AFTER lines "
               WS-AFTER-LINES " advices " WS-ADVICE-COUNT
               " notices " WS-NOTICE-COUNT
               " unmatched " WS-UNMATCHED-COUNT.

           IF WS-UNMATCHED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0500-SET-FILE-NAMES.
           IF WS-STREAM-ID NOT = SPACES
              MOVE SPACES TO WS-RESULT-FILE-NAME
              STRING "RSLT" DELIMITED BY SIZE
                     WS-STREAM-ID DELIMITED BY SPACE
                     ".DAT" DELIMITED BY SIZE
                  INTO WS-RESULT-FILE-NAME
              MOVE SPACES TO WS-TRANS-FILE-NAME
              STRING "TRAN" DELIMITED BY SIZE
                     WS-STREAM-ID DELIMITED BY SPACE
                     ".DAT" DELIMITED BY SIZE
                  INTO WS-TRANS-FILE-NAME
              MOVE SPACES TO WS-REFERRAL-NAME
              STRING "REFR" DELIMITED BY SIZE
                     WS-STREAM-ID DELIMITED BY SPACE
                     ".DAT" DELIMITED BY SIZE
                  INTO WS-REFERRAL-NAME
              MOVE SPACES TO WS-ADVICE-NAME
              STRING "LADV" DELIMITED BY SIZE
                     WS-STREAM-ID DELIMITED BY SPACE
                     ".DAT" DELIMITED BY SIZE
                  INTO WS-ADVICE-NAME
              MOVE SPACES TO WS-NOTICE-NAME
              STRING "LNTC" DELIMITED BY SIZE
                     WS-STREAM-ID DELIMITED BY SPACE
                     ".RPT" DELIMITED BY SIZE
                  INTO WS-NOTICE-NAME
              MOVE SPACES TO WS-CONTROL-NAME
              STRING "LADV" DELIMITED BY SIZE
                     WS-STREAM-ID DELIMITED BY SPACE
                     ".RPT" DELIMITED BY SIZE
                  INTO WS-CONTROL-NAME
           END-IF.
           IF WS-RESUBMIT-MODE
              MOVE "RESUBMIT.DAT" TO WS-TRANS-FILE-NAME
              PERFORM 0510-SET-RESUBMIT-OUTPUTS
           END-IF.

       0510-SET-RESUBMIT-OUTPUTS.
           IF WS-STREAM-ID NOT = SPACES
              MOVE SPACES TO WS-ADVICE-NAME
              STRING "LADV" DELIMITED BY SIZE
                     WS-STREAM-ID DELIMITED BY SPACE
                     ".RSB.DAT" DELIMITED BY SIZE
                  INTO WS-ADVICE-NAME
              MOVE SPACES TO WS-NOTICE-NAME
              STRING "LNTC" DELIMITED BY SIZE
                     WS-STREAM-ID DELIMITED BY SPACE
                     ".RSB.RPT" DELIMITED BY SIZE
                  INTO WS-NOTICE-NAME
              MOVE SPACES TO WS-CONTROL-NAME
              STRING "LADV" DELIMITED BY SIZE
                     WS-STREAM-ID DELIMITED BY SPACE
                     ".RSB.RPT" DELIMITED BY SIZE
                  INTO WS-CONTROL-NAME
           ELSE
              MOVE "LATEADV.RSB.DAT" TO WS-ADVICE-NAME
              MOVE "LATENOTC.RSB.RPT" TO WS-NOTICE-NAME
              MOVE "LATEADV.RSB.RPT" TO WS-CONTROL-NAME
           END-IF.

       0900-LOAD-RESUBMIT-IDS.
           MOVE 0 TO WS-RSB-COUNT.
           SET WS-RESUB-EOF TO "N".

           OPEN INPUT RESUBMIT-FILE.
           IF WS-RESUB-STATUS = "00"
              PERFORM UNTIL WS-RESUB-AT-END
                 READ RESUBMIT-FILE
                     AT END SET WS-RESUB-AT-END TO TRUE
                     NOT AT END
                         IF WS-RSB-COUNT < 2000
                            ADD 1 TO WS-RSB-COUNT
                            MOVE RS-ID TO WS-RSB-ID(WS-RSB-COUNT)
                         ELSE
                            DISPLAY "Warning: RESUBMIT.DAT has more "
                                "than 2000 items, ignoring " RS-ID
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE RESUBMIT-FILE
           END-IF.

       1000-LOAD-AFTER-RESULTS.
           MOVE 0 TO WS-LATE-COUNT.
           SET WS-RESULT-EOF TO "N".

           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-STATUS NOT = "00"
              DISPLAY "Error: " WS-RESULT-FILE-NAME " not found, "
                  "status " WS-RESULT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-RESULT-AT-END
              READ RESULT-FILE
                  AT END SET WS-RESULT-AT-END TO TRUE
                  NOT AT END
                      ADD 1 TO WS-RESULT-LINES
                      MOVE RESULT-RECORD TO WS-RES-PARSE
                      IF WS-RESUBMIT-MODE
                         PERFORM 1020-LOAD-ONE-RESUBMIT-LINE
                      ELSE
                      IF RP-RESULT = "AFTER"
                         PERFORM 1010-LOAD-ONE-AFTER-LINE
                      END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE RESULT-FILE.

       1010-LOAD-ONE-AFTER-LINE.
           ADD 1 TO WS-AFTER-LINES.
           IF WS-LATE-COUNT < 2000
              ADD 1 TO WS-LATE-COUNT
              MOVE ZEROS TO WS-LT-ACCT(WS-LATE-COUNT)
              MOVE ZEROS TO WS-LT-AMOUNT(WS-LATE-COUNT)
              MOVE ZEROS TO WS-LT-DATE(WS-LATE-COUNT)
              MOVE ZEROS TO WS-LT-TIME(WS-LATE-COUNT)
              MOVE RP-ID TO WS-LT-ID(WS-LATE-COUNT)
              MOVE RP-DC TO WS-LT-DC(WS-LATE-COUNT)
              MOVE RP-BIZ-DATE TO WS-LT-BIZ-DATE(WS-LATE-COUNT)
              MOVE RP-CUTOFF-NAME TO WS-LT-CUTOFF(WS-LATE-COUNT)
              MOVE RP-CUTOFF-TS TO WS-LT-CUTOFF-TS(WS-LATE-COUNT)
              MOVE ZEROS TO WS-LT-VALUE-DATE(WS-LATE-COUNT)
              MOVE "N" TO WS-LT-OUTCOME(WS-LATE-COUNT)
              MOVE "N" TO WS-LT-MATCHED(WS-LATE-COUNT)
           ELSE
              DISPLAY "Warning: more than 2000 AFTER results, "
                  "no advice for " RP-ID " " RP-CUTOFF-NAME
           END-IF.

       1020-LOAD-ONE-RESUBMIT-LINE.
           MOVE "N" TO WS-RSB-FLAG.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-RSB-COUNT
              IF WS-RSB-ID(WS-J) = RP-ID
                 SET WS-RSB-ID-FOUND TO TRUE
              END-IF
           END-PERFORM.

           IF NOT WS-RSB-ID-FOUND
              CONTINUE
           ELSE
           IF RP-RESULT = "AFTER" OR RP-RESULT = "BEFORE"
              OR RP-RESULT = "ON"
              PERFORM VARYING WS-J FROM WS-LATE-COUNT BY -1
                      UNTIL WS-J < 1
                 IF WS-LT-ID(WS-J) = RP-ID
                    AND WS-LT-CUTOFF(WS-J) = RP-CUTOFF-NAME
                    PERFORM 1030-DROP-LATE-ENTRY
                 END-IF
              END-PERFORM
              IF RP-RESULT = "AFTER"
                 PERFORM 1010-LOAD-ONE-AFTER-LINE
              END-IF
           ELSE
              PERFORM VARYING WS-J FROM WS-LATE-COUNT BY -1
                      UNTIL WS-J < 1
                 IF WS-LT-ID(WS-J) = RP-ID
                    PERFORM 1030-DROP-LATE-ENTRY
                 END-IF
              END-PERFORM
           END-IF
           END-IF.

       1030-DROP-LATE-ENTRY.
           IF WS-J < WS-LATE-COUNT
              MOVE WS-LATE-ENTRY(WS-LATE-COUNT) TO WS-LATE-ENTRY(WS-J)
           END-IF.
           SUBTRACT 1 FROM WS-LATE-COUNT.

       1100-MATCH-INPUT-ITEMS.
           SET WS-TRANS-EOF TO "N".

           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
              DISPLAY "Warning: " WS-TRANS-FILE-NAME " not found, "
                  "AFTER items cannot be matched to accounts"
           ELSE
              PERFORM UNTIL WS-TRANS-AT-END
                 READ TRANS-FILE
                     AT END SET WS-TRANS-AT-END TO TRUE
                     NOT AT END
                         ADD 1 TO WS-INPUT-READ
                         PERFORM 1110-MATCH-ONE-INPUT-ITEM
                 END-READ
              END-PERFORM
              CLOSE TRANS-FILE
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-LATE-COUNT
              IF WS-LT-MATCHED(WS-I) = "Y"
                 ADD 1 TO WS-MATCHED-COUNT
              ELSE
                 ADD 1 TO WS-UNMATCHED-COUNT
                 DISPLAY "Warning: AFTER item " WS-LT-ID(WS-I)
                     " not found in " WS-TRANS-FILE-NAME
              END-IF
           END-PERFORM.

       1110-MATCH-ONE-INPUT-ITEM.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-LATE-COUNT
              IF WS-LT-ID(WS-I) = TR-ID
                 AND WS-LT-MATCHED(WS-I) = "N"
                 MOVE TR-ACCT TO WS-LT-ACCT(WS-I)
                 MOVE TR-AMOUNT TO WS-LT-AMOUNT(WS-I)
                 MOVE TR-DATE TO WS-LT-DATE(WS-I)
                 MOVE TR-TIME TO WS-LT-TIME(WS-I)
                 MOVE "Y" TO WS-LT-MATCHED(WS-I)
              END-IF
           END-PERFORM.

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

       1300-MARK-REFERRED-ITEMS.
           SET WS-REFERRAL-EOF TO "N".

           OPEN INPUT REFERRAL-FILE.
           IF WS-REFERRAL-STATUS = "00"
              PERFORM UNTIL WS-REFERRAL-AT-END
                 READ REFERRAL-FILE
                     AT END SET WS-REFERRAL-AT-END TO TRUE
                     NOT AT END
                         PERFORM VARYING WS-I FROM 1 BY 1
                                 UNTIL WS-I > WS-LATE-COUNT
                            IF WS-LT-ID(WS-I) = RF-ID
                               AND WS-LT-CUTOFF(WS-I) = RF-CUTOFF
                               MOVE "P" TO WS-LT-OUTCOME(WS-I)
                            END-IF
                         END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE REFERRAL-FILE
           END-IF.

       1400-MARK-RELEASED-ITEMS.
           SET WS-RELEASE-EOF TO "N".

           OPEN INPUT RELEASE-FILE.
           IF WS-RELEASE-STATUS = "00"
              PERFORM UNTIL WS-RELEASE-AT-END
                 READ RELEASE-FILE
                     AT END SET WS-RELEASE-AT-END TO TRUE
                     NOT AT END
                         MOVE RELEASE-RECORD TO WS-SETL-PARSE
                         IF SP-TYPE = "D"
                            PERFORM VARYING WS-I FROM 1 BY 1
                                    UNTIL WS-I > WS-LATE-COUNT
                               IF WS-LT-ID(WS-I) = SP-ID
                                  AND WS-LT-OUTCOME(WS-I) = "N"
                                  MOVE "L" TO WS-LT-OUTCOME(WS-I)
                               END-IF
                            END-PERFORM
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE RELEASE-FILE
           END-IF.

       1500-MARK-RESUBMITTED-ITEMS.
           SET WS-RESUB-EOF TO "N".

           OPEN INPUT RESUBMIT-FILE.
           IF WS-RESUB-STATUS = "00"
              PERFORM UNTIL WS-RESUB-AT-END
                 READ RESUBMIT-FILE
                     AT END SET WS-RESUB-AT-END TO TRUE
                     NOT AT END
                         PERFORM VARYING WS-I FROM 1 BY 1
                                 UNTIL WS-I > WS-LATE-COUNT
                            IF WS-LT-ID(WS-I) = RS-ID
                               AND WS-LT-OUTCOME(WS-I) = "N"
                               MOVE "S" TO WS-LT-OUTCOME(WS-I)
                            END-IF
                         END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE RESUBMIT-FILE
           END-IF.

       2000-SET-VALUE-DATE.
           MOVE WS-LT-DC(WS-I) TO WS-DC-CODE.

           MOVE WS-LT-CUTOFF-TS(WS-I) TO WS-CUT-TS.
           IF WS-CUT-TS NUMERIC AND WS-CUT-TS-DATE > 0
              COMPUTE WS-ROLL-JULIAN =
                  FUNCTION INTEGER-OF-DATE(WS-CUT-TS-DATE) + 1
           ELSE
              COMPUTE WS-ROLL-JULIAN =
                  FUNCTION INTEGER-OF-DATE(WS-LT-BIZ-DATE(WS-I)) + 1
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER(WS-ROLL-JULIAN)
               TO WS-BIZ-DATE.
           PERFORM 2200-ROLL-BUSINESS-DAY.
           MOVE WS-ROLL-DATE TO WS-NEXT-DAY-DATE.

           MOVE WS-LT-BIZ-DATE(WS-I) TO WS-BIZ-DATE.
           PERFORM 2200-ROLL-BUSINESS-DAY.
           IF WS-ROLL-DATE > WS-NEXT-DAY-DATE
              MOVE WS-ROLL-DATE TO WS-LT-VALUE-DATE(WS-I)
           ELSE
              MOVE WS-NEXT-DAY-DATE TO WS-LT-VALUE-DATE(WS-I)
           END-IF.

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
              DISPLAY "Warning: no business day within a year of "
                  WS-BIZ-DATE ", roll abandoned"
              MOVE WS-BIZ-DATE TO WS-ROLL-DATE
           END-IF.

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

       2500-SORT-BY-ACCOUNT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-LATE-COUNT
              PERFORM VARYING WS-J FROM 1 BY 1
                      UNTIL WS-J >= WS-LATE-COUNT
                 IF WS-LT-ACCT(WS-J) > WS-LT-ACCT(WS-J + 1)
                    OR (WS-LT-ACCT(WS-J) = WS-LT-ACCT(WS-J + 1)
                        AND WS-LT-ID(WS-J) > WS-LT-ID(WS-J + 1))
                    MOVE WS-LATE-ENTRY(WS-J) TO WS-LATE-SWAP
                    MOVE WS-LATE-ENTRY(WS-J + 1) TO
                         WS-LATE-ENTRY(WS-J)
                    MOVE WS-LATE-SWAP TO WS-LATE-ENTRY(WS-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       3000-WRITE-ADVICES.
           OPEN OUTPUT ADVICE-FILE.
           IF WS-ADVICE-STATUS NOT = "00"
              DISPLAY "Error: unable to open " WS-ADVICE-NAME
                  ", status " WS-ADVICE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT NOTICE-FILE.
           IF WS-NOTICE-STATUS NOT = "00"
              DISPLAY "Error: unable to open " WS-NOTICE-NAME
                  ", status " WS-NOTICE-STATUS
              CLOSE ADVICE-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 0 TO WS-NOTICE-ACCT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-LATE-COUNT
              IF WS-LT-MATCHED(WS-I) = "Y"
                 IF WS-NOTICE-COUNT > 0
                    AND WS-LT-ACCT(WS-I) NOT = WS-NOTICE-ACCT
                    PERFORM 3200-WRITE-NOTICE-FOOTER
                 END-IF
                 IF WS-NOTICE-COUNT = 0
                    OR WS-LT-ACCT(WS-I) NOT = WS-NOTICE-ACCT
                    PERFORM 3100-WRITE-NOTICE-HEADER
                 END-IF
                 PERFORM 3150-WRITE-ONE-ADVICE
              END-IF
           END-PERFORM.
           IF WS-NOTICE-COUNT > 0
              PERFORM 3200-WRITE-NOTICE-FOOTER
           END-IF.

           CLOSE ADVICE-FILE.
           CLOSE NOTICE-FILE.

       3100-WRITE-NOTICE-HEADER.
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE WS-LT-ACCT(WS-I) TO WS-NOTICE-ACCT.
           MOVE 0 TO WS-NOTICE-ITEMS.
           MOVE 0 TO WS-NOTICE-AMOUNT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LATE ITEM ADVICE" "                              "
                  "DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE NOTICE-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE NOTICE-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNT " WS-NOTICE-ACCT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE NOTICE-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE NOTICE-RECORD FROM WS-REPORT-LINE.
           MOVE "The items below were received after the processing"
               TO WS-REPORT-LINE.
           WRITE NOTICE-RECORD FROM WS-REPORT-LINE.
           MOVE "cutoff shown and will be given the new value date."
               TO WS-REPORT-LINE.
           WRITE NOTICE-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE NOTICE-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ITEM ID      AMOUNT       RECEIVED        "
                  "CUTOFF     NEW VALUE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE NOTICE-RECORD FROM WS-REPORT-LINE.

       3150-WRITE-ONE-ADVICE.
           MOVE WS-LT-ACCT(WS-I) TO AV-ACCT.
           MOVE WS-LT-ID(WS-I) TO AV-ID.
           MOVE WS-LT-AMOUNT(WS-I) TO AV-AMOUNT.
           MOVE WS-LT-DATE(WS-I) TO AV-DATE.
           MOVE WS-LT-TIME(WS-I) TO AV-TIME.
           MOVE WS-LT-DC(WS-I) TO AV-DC.
           MOVE WS-LT-CUTOFF(WS-I) TO AV-CUTOFF.
           MOVE WS-LT-CUTOFF-TS(WS-I) TO AV-CUTOFF-TS.
           MOVE WS-LT-VALUE-DATE(WS-I) TO AV-VALUE-DATE.
           MOVE WS-LT-OUTCOME(WS-I) TO AV-OUTCOME.
           WRITE ADVICE-RECORD.

           ADD 1 TO WS-ADVICE-COUNT.
           COMPUTE WS-ADVICE-AMOUNT =
               WS-ADVICE-AMOUNT + WS-LT-AMOUNT(WS-I).
           ADD 1 TO WS-NOTICE-ITEMS.
           COMPUTE WS-NOTICE-AMOUNT =
               WS-NOTICE-AMOUNT + WS-LT-AMOUNT(WS-I).

           PERFORM 3300-SET-OUTCOME-TEXT.
           ADD 1 TO WS-OC-COUNT(WS-OC-IX).
           COMPUTE WS-OC-AMOUNT(WS-OC-IX) =
               WS-OC-AMOUNT(WS-OC-IX) + WS-LT-AMOUNT(WS-I).

           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-LT-ID(WS-I) " "
                  WS-LT-AMOUNT(WS-I) "  "
                  WS-LT-DATE(WS-I) " "
                  WS-LT-TIME(WS-I) " "
                  WS-LT-CUTOFF(WS-I) " "
                  WS-LT-VALUE-DATE(WS-I)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE NOTICE-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "             " WS-OUTCOME-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE NOTICE-RECORD FROM WS-REPORT-LINE.

       3200-WRITE-NOTICE-FOOTER.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE NOTICE-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ITEMS: " WS-NOTICE-ITEMS
                  "   TOTAL AMOUNT: " WS-NOTICE-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE NOTICE-RECORD FROM WS-REPORT-LINE.
           MOVE ALL "=" TO WS-REPORT-LINE.
           WRITE NOTICE-RECORD FROM WS-REPORT-LINE.

       3300-SET-OUTCOME-TEXT.
           EVALUATE WS-LT-OUTCOME(WS-I)
              WHEN "P"
                 MOVE 2 TO WS-OC-IX
                 MOVE "Referred - held for review"
                     TO WS-OUTCOME-TEXT
              WHEN "L"
                 MOVE 3 TO WS-OC-IX
                 MOVE "Released after review"
                     TO WS-OUTCOME-TEXT
              WHEN "S"
                 MOVE 4 TO WS-OC-IX
                 MOVE "Returned for resubmission"
                     TO WS-OUTCOME-TEXT
              WHEN OTHER
                 MOVE 1 TO WS-OC-IX
                 MOVE "Processed next business day"
                     TO WS-OUTCOME-TEXT
           END-EVALUATE.

       4000-WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
              DISPLAY "Warning: unable to open " WS-CONTROL-NAME
                  ", control report not written"
           ELSE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "LATE-ITEM ADVICE CONTROL REPORT - RUN "
                     WS-RUN-DATE " " WS-RUN-TIME-HHMMSS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-CONTROL-LINE

              MOVE SPACES TO WS-REPORT-LINE
              STRING "RESULTS FILE:   " WS-RESULT-FILE-NAME
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-CONTROL-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "INPUT FILE:     " WS-TRANS-FILE-NAME
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-CONTROL-LINE
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 4900-WRITE-CONTROL-LINE

              MOVE SPACES TO WS-REPORT-LINE
              STRING "RESULT LINES READ:     " WS-RESULT-LINES
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-CONTROL-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "AFTER LINES READ:      " WS-AFTER-LINES
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-CONTROL-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "INPUT ITEMS READ:      " WS-INPUT-READ
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-CONTROL-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "MATCHED TO INPUT:      " WS-MATCHED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-CONTROL-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "NOT MATCHED:           " WS-UNMATCHED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-CONTROL-LINE
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 4900-WRITE-CONTROL-LINE

              MOVE SPACES TO WS-REPORT-LINE
              STRING "OUTCOME                        "
                     "COUNT   AMOUNT"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-CONTROL-LINE
              PERFORM VARYING WS-OC-IX FROM 1 BY 1
                      UNTIL WS-OC-IX > 4
                 PERFORM 4100-WRITE-OUTCOME-LINE
              END-PERFORM
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 4900-WRITE-CONTROL-LINE

              MOVE SPACES TO WS-REPORT-LINE
              STRING "ADVICES WRITTEN:       " WS-ADVICE-COUNT
                     "   AMOUNT: " WS-ADVICE-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-CONTROL-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "NOTICES PRINTED:       " WS-NOTICE-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-CONTROL-LINE

              MOVE SPACES TO WS-REPORT-LINE
              IF WS-ADVICE-COUNT = WS-MATCHED-COUNT
                 STRING "CONTROL: ADVICES AGREE WITH MATCHED "
                        "AFTER ITEMS"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 STRING "CONTROL: ADVICES DO NOT AGREE WITH "
                        "MATCHED AFTER ITEMS"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
              PERFORM 4900-WRITE-CONTROL-LINE

              CLOSE CONTROL-FILE
           END-IF.

       4100-WRITE-OUTCOME-LINE.
           EVALUATE WS-OC-IX
              WHEN 1
                 MOVE "Processed next business day"
                     TO WS-OUTCOME-TEXT
              WHEN 2
                 MOVE "Referred - held for review"
                     TO WS-OUTCOME-TEXT
              WHEN 3
                 MOVE "Released after review"
                     TO WS-OUTCOME-TEXT
              WHEN OTHER
                 MOVE "Returned for resubmission"
                     TO WS-OUTCOME-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-OUTCOME-TEXT(1:30) " "
                  WS-OC-COUNT(WS-OC-IX) " "
                  WS-OC-AMOUNT(WS-OC-IX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 4900-WRITE-CONTROL-LINE.

       4900-WRITE-CONTROL-LINE.
           WRITE CONTROL-RECORD FROM WS-REPORT-LINE.
