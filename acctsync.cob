       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSYNC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORECHG-FILE ASSIGN TO DYNAMIC WS-CORECHG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORECHG-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CHGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACCTSYNC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORECHG-FILE.
       01  CORECHG-RECORD PIC X(40).

       FD  ACCTMAST-FILE.
       01  ACCTMAST-RECORD.
           05  AM-ACCT PIC 9(10).
           05  AM-STATUS PIC X(1).
           05  AM-DC-CODE PIC X(4).
           05  AM-FEE-EXEMPT PIC X(1).
           05  AM-DAILY-LIMIT PIC 9(9)V99.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  CH-DATE PIC 9(8).
           05  FILLER PIC X(1).
           05  CH-TIME PIC 9(6).
           05  FILLER PIC X(1).
           05  CH-USER PIC X(8).
           05  FILLER PIC X(1).
           05  CH-USER2 PIC X(8).
           05  FILLER PIC X(1).
           05  CH-FILE-ID PIC X(8).
           05  FILLER PIC X(1).
           05  CH-ACTION PIC X(8).
           05  FILLER PIC X(1).
           05  CH-KEY PIC X(10).
           05  FILLER PIC X(1).
           05  CH-OLD-VALUE PIC X(40).
           05  FILLER PIC X(1).
           05  CH-NEW-VALUE PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CORE-PARSE PIC X(40).
       01  WS-CORE-H REDEFINES WS-CORE-PARSE.
           05  CC-REC-TYPE PIC X(1).
           05  CC-FEED-DATE PIC 9(8).
           05  CC-FEED-TIME PIC 9(6).
           05  CC-SOURCE PIC X(8).
           05  FILLER PIC X(17).
       01  WS-CORE-D REDEFINES WS-CORE-PARSE.
           05  FILLER PIC X(1).
           05  CD-ACTION PIC X(1).
               88  CD-ADD VALUE "A".
               88  CD-CHANGE-STATUS VALUE "S".
               88  CD-CHANGE-DC VALUE "D".
               88  CD-CLOSE VALUE "C".
           05  CD-ACCT PIC 9(10).
           05  CD-ACCT-X REDEFINES CD-ACCT PIC X(10).
           05  CD-STATUS PIC X(1).
           05  CD-DC-CODE PIC X(4).
           05  FILLER PIC X(23).
       01  WS-CORE-T REDEFINES WS-CORE-PARSE.
           05  FILLER PIC X(1).
           05  CT-COUNT PIC 9(9).
           05  CT-HASH PIC 9(15).
           05  FILLER PIC X(15).

       01  WS-FLAGS.
           05  WS-CORECHG-EOF PIC X VALUE "N".
               88  WS-CORECHG-AT-END VALUE "Y".
           05  WS-HEADER-FLAG PIC X VALUE "N".
               88  WS-HEADER-SEEN VALUE "Y".
           05  WS-TRAILER-FLAG PIC X VALUE "N".
               88  WS-TRAILER-SEEN VALUE "Y".
           05  WS-FOUND-FLAG PIC X VALUE "N".
               88  WS-ENTRY-FOUND VALUE "Y".
           05  WS-CONTROL-FLAG PIC X VALUE "Y".
               88  WS-CONTROL-OK VALUE "Y".
               88  WS-CONTROL-FAILED VALUE "N".

       01  WS-VALID-FLAG PIC X VALUE "Y".
           88  WS-VALID-INPUT VALUE "Y".
           88  WS-INVALID-INPUT VALUE "N".

       01  WS-ERROR-MSG PIC X(40).

       01  WS-CORECHG-STATUS PIC XX.
       01  WS-ACCT-FILE-STATUS PIC XX.
       01  WS-HISTORY-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.

       01  WS-CORECHG-NAME PIC X(40) VALUE "CORECHG.DAT".
       01  WS-COMMAND-LINE PIC X(80).

       01  WS-SYNC-USER PIC X(8) VALUE "ACCTSYNC".

       01  WS-HIST.
           05  WS-HIST-FILE PIC X(8).
           05  WS-HIST-ACTION PIC X(8).
           05  WS-HIST-KEY PIC X(10).
           05  WS-HIST-OLD PIC X(40).
           05  WS-HIST-NEW PIC X(40).

       01  WS-FEED-DATE PIC 9(8) VALUE 0.
       01  WS-FEED-TIME PIC 9(6) VALUE 0.
       01  WS-FEED-SOURCE PIC X(8) VALUE SPACES.

       01  WS-RECORD-NUMBER PIC 9(7) VALUE 0.
       01  WS-DETAIL-COUNT PIC 9(9) VALUE 0.
       01  WS-DETAIL-HASH PIC 9(15) VALUE 0.
       01  WS-TRAILER-COUNT PIC 9(9) VALUE 0.
       01  WS-TRAILER-HASH PIC 9(15) VALUE 0.
       01  WS-UNKNOWN-TYPE-COUNT PIC 9(7) VALUE 0.
       01  WS-CONTROL-MSG PIC X(60) VALUE SPACES.

       01  WS-TOTALS.
           05  WS-ADD-COUNT PIC 9(7) VALUE 0.
           05  WS-STATUS-COUNT PIC 9(7) VALUE 0.
           05  WS-DC-COUNT PIC 9(7) VALUE 0.
           05  WS-CLOSE-COUNT PIC 9(7) VALUE 0.
           05  WS-UNCHANGED-COUNT PIC 9(7) VALUE 0.
           05  WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
           05  WS-APPLIED-COUNT PIC 9(7) VALUE 0.

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
                  INTO WS-CORECHG-NAME
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Error: unable to open ACCTSYNC.RPT, status "
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNT MASTER SYNC REPORT - RUN " WS-RUN-DATE " "
                  WS-RUN-TIME-HHMMSS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CHANGE FILE " WS-CORECHG-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           PERFORM 1000-CHECK-CONTROL-TOTALS.

           IF WS-CONTROL-FAILED
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "CONTROL CHECK FAILED - " WS-CONTROL-MSG
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              MOVE "NO CHANGES APPLIED TO ACCTMAST.DAT"
                  TO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              PERFORM 3000-WRITE-CONTROL-TOTALS
              CLOSE REPORT-FILE
              DISPLAY "Error: " WS-CORECHG-NAME " failed control "
                  "check - " WS-CONTROL-MSG
              DISPLAY "No changes applied to ACCTMAST.DAT"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1100-OPEN-ACCOUNT-MASTER.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
              OPEN OUTPUT HISTORY-FILE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE "EXCEPTIONS" TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE "RECORD  ACT ACCOUNT    REASON" TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           PERFORM 2000-APPLY-CHANGES.

           IF WS-EXCEPTION-COUNT = 0
              MOVE "(NONE)" TO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

           CLOSE ACCTMAST-FILE.
           CLOSE HISTORY-FILE.

           PERFORM 3000-WRITE-CONTROL-TOTALS.
           CLOSE REPORT-FILE.

           DISPLAY "Account sync complete - applied " WS-APPLIED-COUNT
               " unchanged " WS-UNCHANGED-COUNT
               " exceptions " WS-EXCEPTION-COUNT.

           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-CHECK-CONTROL-TOTALS.
           SET WS-CORECHG-EOF TO "N".
           OPEN INPUT CORECHG-FILE.
           IF WS-CORECHG-STATUS NOT = "00"
              DISPLAY "Error: unable to open " WS-CORECHG-NAME
                  ", status " WS-CORECHG-STATUS
              MOVE "CHANGE FILE NOT FOUND - NOTHING APPLIED"
                  TO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-CORECHG-AT-END
              READ CORECHG-FILE INTO WS-CORE-PARSE
                  AT END SET WS-CORECHG-AT-END TO TRUE
                  NOT AT END
                      PERFORM 1010-CHECK-ONE-RECORD
              END-READ
           END-PERFORM.
           CLOSE CORECHG-FILE.

           EVALUATE TRUE
              WHEN NOT WS-HEADER-SEEN
                 SET WS-CONTROL-FAILED TO TRUE
                 MOVE "header record missing" TO WS-CONTROL-MSG
              WHEN NOT WS-TRAILER-SEEN
                 SET WS-CONTROL-FAILED TO TRUE
                 MOVE "trailer record missing" TO WS-CONTROL-MSG
              WHEN WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                 SET WS-CONTROL-FAILED TO TRUE
                 MOVE "trailer count does not match detail records"
                     TO WS-CONTROL-MSG
              WHEN WS-TRAILER-HASH NOT = WS-DETAIL-HASH
                 SET WS-CONTROL-FAILED TO TRUE
                 MOVE "trailer account hash does not match details"
                     TO WS-CONTROL-MSG
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       1010-CHECK-ONE-RECORD.
           EVALUATE CC-REC-TYPE
              WHEN "H"
                 IF WS-HEADER-SEEN OR WS-DETAIL-COUNT > 0
                    SET WS-CONTROL-FAILED TO TRUE
                    MOVE "header record out of sequence"
                        TO WS-CONTROL-MSG
                 ELSE
                    SET WS-HEADER-SEEN TO TRUE
                    MOVE CC-FEED-DATE TO WS-FEED-DATE
                    MOVE CC-FEED-TIME TO WS-FEED-TIME
                    MOVE CC-SOURCE TO WS-FEED-SOURCE
                 END-IF
              WHEN "D"
                 IF WS-TRAILER-SEEN
                    SET WS-CONTROL-FAILED TO TRUE
                    MOVE "detail record after trailer"
                        TO WS-CONTROL-MSG
                 END-IF
                 ADD 1 TO WS-DETAIL-COUNT
                 IF CD-ACCT-X NUMERIC
                    COMPUTE WS-DETAIL-HASH =
                        FUNCTION MOD(WS-DETAIL-HASH + CD-ACCT,
                            1000000000000000)
                 END-IF
              WHEN "T"
                 SET WS-TRAILER-SEEN TO TRUE
                 IF CT-COUNT NUMERIC AND CT-HASH NUMERIC
                    MOVE CT-COUNT TO WS-TRAILER-COUNT
                    MOVE CT-HASH TO WS-TRAILER-HASH
                 ELSE
                    SET WS-CONTROL-FAILED TO TRUE
                    MOVE "trailer totals not numeric"
                        TO WS-CONTROL-MSG
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-UNKNOWN-TYPE-COUNT
                 SET WS-CONTROL-FAILED TO TRUE
                 MOVE "unknown record type in change file"
                     TO WS-CONTROL-MSG
           END-EVALUATE.

       1100-OPEN-ACCOUNT-MASTER.
           OPEN I-O ACCTMAST-FILE.
           IF WS-ACCT-FILE-STATUS = "35"
              DISPLAY "Note: ACCTMAST.DAT not found, creating it"
              OPEN OUTPUT ACCTMAST-FILE
              CLOSE ACCTMAST-FILE
              OPEN I-O ACCTMAST-FILE
           END-IF.
           IF WS-ACCT-FILE-STATUS NOT = "00"
              DISPLAY "Error: unable to open ACCTMAST.DAT, status "
                  WS-ACCT-FILE-STATUS
              MOVE "ACCTMAST.DAT NOT AVAILABLE - NOTHING APPLIED"
                  TO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       2000-APPLY-CHANGES.
           SET WS-CORECHG-EOF TO "N".
           MOVE 0 TO WS-RECORD-NUMBER.
           OPEN INPUT CORECHG-FILE.
           PERFORM UNTIL WS-CORECHG-AT-END
              READ CORECHG-FILE INTO WS-CORE-PARSE
                  AT END SET WS-CORECHG-AT-END TO TRUE
                  NOT AT END
                      ADD 1 TO WS-RECORD-NUMBER
                      IF CC-REC-TYPE = "D"
                         PERFORM 2100-APPLY-ONE-CHANGE
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE CORECHG-FILE.

       2100-APPLY-ONE-CHANGE.
           SET WS-VALID-INPUT TO TRUE.
           MOVE SPACES TO WS-ERROR-MSG.

           IF CD-ACCT-X NOT NUMERIC
              SET WS-INVALID-INPUT TO TRUE
              MOVE "Account must be 10 digits" TO WS-ERROR-MSG
           ELSE
              MOVE CD-ACCT-X TO WS-HIST-KEY
              PERFORM 6000-FIND-ACCOUNT
           END-IF.

           IF WS-VALID-INPUT
              EVALUATE TRUE
                 WHEN CD-ADD
                    PERFORM 2200-ADD-ACCOUNT
                 WHEN CD-CHANGE-STATUS
                    PERFORM 2300-CHANGE-STATUS
                 WHEN CD-CHANGE-DC
                    PERFORM 2400-CHANGE-DATA-CENTER
                 WHEN CD-CLOSE
                    PERFORM 2500-CLOSE-ACCOUNT
                 WHEN OTHER
                    SET WS-INVALID-INPUT TO TRUE
                    MOVE "Unknown action - must be A, S, D, or C"
                        TO WS-ERROR-MSG
              END-EVALUATE
           END-IF.

           IF WS-INVALID-INPUT
              PERFORM 2900-WRITE-EXCEPTION
           END-IF.

       2200-ADD-ACCOUNT.
           IF WS-ENTRY-FOUND
              SET WS-INVALID-INPUT TO TRUE
              MOVE "Add for account already on master"
                  TO WS-ERROR-MSG
           ELSE
           IF CD-STATUS NOT = "O" AND "C" AND "F"
              SET WS-INVALID-INPUT TO TRUE
              MOVE "Status must be O, C, or F" TO WS-ERROR-MSG
           ELSE
           IF CD-DC-CODE = SPACES
              SET WS-INVALID-INPUT TO TRUE
              MOVE "Data center code required" TO WS-ERROR-MSG
           ELSE
              MOVE CD-ACCT TO AM-ACCT
              MOVE CD-STATUS TO AM-STATUS
              MOVE CD-DC-CODE TO AM-DC-CODE
              MOVE "N" TO AM-FEE-EXEMPT
              MOVE 0 TO AM-DAILY-LIMIT
              WRITE ACCTMAST-RECORD
                  INVALID KEY
                      SET WS-INVALID-INPUT TO TRUE
                      MOVE "Write to account master failed"
                          TO WS-ERROR-MSG
                  NOT INVALID KEY
                      ADD 1 TO WS-ADD-COUNT
                      ADD 1 TO WS-APPLIED-COUNT
                      MOVE "ACCTMAST" TO WS-HIST-FILE
                      MOVE "ADD" TO WS-HIST-ACTION
                      MOVE SPACES TO WS-HIST-OLD
                      PERFORM 7400-FORMAT-ACCT-NEW
                      PERFORM 4500-WRITE-HISTORY
              END-WRITE
           END-IF
           END-IF
           END-IF.

       2300-CHANGE-STATUS.
           IF NOT WS-ENTRY-FOUND
              SET WS-INVALID-INPUT TO TRUE
              MOVE "Change for account not on master"
                  TO WS-ERROR-MSG
           ELSE
           IF CD-STATUS NOT = "O" AND "C" AND "F"
              SET WS-INVALID-INPUT TO TRUE
              MOVE "Status must be O, C, or F" TO WS-ERROR-MSG
           ELSE
           IF CD-STATUS = AM-STATUS
              ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
              PERFORM 7300-FORMAT-ACCT-OLD
              MOVE CD-STATUS TO AM-STATUS
              PERFORM 4000-REWRITE-ACCOUNT
              IF WS-VALID-INPUT
                 ADD 1 TO WS-STATUS-COUNT
              END-IF
           END-IF
           END-IF
           END-IF.

       2400-CHANGE-DATA-CENTER.
           IF NOT WS-ENTRY-FOUND
              SET WS-INVALID-INPUT TO TRUE
              MOVE "Change for account not on master"
                  TO WS-ERROR-MSG
           ELSE
           IF CD-DC-CODE = SPACES
              SET WS-INVALID-INPUT TO TRUE
              MOVE "Data center code required" TO WS-ERROR-MSG
           ELSE
           IF CD-DC-CODE = AM-DC-CODE
              ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
              PERFORM 7300-FORMAT-ACCT-OLD
              MOVE CD-DC-CODE TO AM-DC-CODE
              PERFORM 4000-REWRITE-ACCOUNT
              IF WS-VALID-INPUT
                 ADD 1 TO WS-DC-COUNT
              END-IF
           END-IF
           END-IF
           END-IF.

       2500-CLOSE-ACCOUNT.
           IF NOT WS-ENTRY-FOUND
              SET WS-INVALID-INPUT TO TRUE
              MOVE "Close for account not on master"
                  TO WS-ERROR-MSG
           ELSE
           IF AM-STATUS = "C"
              ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
              PERFORM 7300-FORMAT-ACCT-OLD
              MOVE "C" TO AM-STATUS
              PERFORM 4000-REWRITE-ACCOUNT
              IF WS-VALID-INPUT
                 ADD 1 TO WS-CLOSE-COUNT
              END-IF
           END-IF
           END-IF.

       2900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-RECORD-NUMBER " " CD-ACTION "   " CD-ACCT-X " "
                  WS-ERROR-MSG
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

       3000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE "CONTROL TOTALS" TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FEED HEADER DATE " WS-FEED-DATE " TIME "
                  WS-FEED-TIME " SOURCE " WS-FEED-SOURCE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DETAIL RECORDS READ:     " WS-DETAIL-COUNT
                  "  TRAILER: " WS-TRAILER-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNT HASH:   " WS-DETAIL-HASH
                  "  TRAILER: " WS-TRAILER-HASH
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNTS ADDED:          " WS-ADD-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "STATUS CHANGES:          " WS-STATUS-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DATA CENTER CHANGES:     " WS-DC-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNTS CLOSED:         " WS-CLOSE-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ALREADY AS REQUESTED:    " WS-UNCHANGED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EXCEPTIONS:              " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CHANGES LOGGED TO CHGHIST: " WS-APPLIED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

       3900-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       4000-REWRITE-ACCOUNT.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   SET WS-INVALID-INPUT TO TRUE
                   MOVE "Rewrite of account master failed"
                       TO WS-ERROR-MSG
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "ACCTMAST" TO WS-HIST-FILE
                   MOVE "CHANGE" TO WS-HIST-ACTION
                   PERFORM 7400-FORMAT-ACCT-NEW
                   PERFORM 4500-WRITE-HISTORY
           END-REWRITE.

       4500-WRITE-HISTORY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE WS-RUN-DATE TO CH-DATE.
           COMPUTE CH-TIME =
               WS-RUN-HH * 10000 + WS-RUN-MIN * 100 + WS-RUN-SS.
           MOVE WS-SYNC-USER TO CH-USER.
           MOVE SPACES TO CH-USER2.
           MOVE WS-HIST-FILE TO CH-FILE-ID.
           MOVE WS-HIST-ACTION TO CH-ACTION.
           MOVE WS-HIST-KEY TO CH-KEY.
           MOVE WS-HIST-OLD TO CH-OLD-VALUE.
           MOVE WS-HIST-NEW TO CH-NEW-VALUE.
           WRITE HISTORY-RECORD.

       6000-FIND-ACCOUNT.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE CD-ACCT TO AM-ACCT.
           READ ACCTMAST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ENTRY-FOUND TO TRUE
           END-READ.

       7300-FORMAT-ACCT-OLD.
           MOVE SPACES TO WS-HIST-OLD.
           STRING AM-STATUS " " AM-DC-CODE " " AM-FEE-EXEMPT
                  " " AM-DAILY-LIMIT
               DELIMITED BY SIZE INTO WS-HIST-OLD.

       7400-FORMAT-ACCT-NEW.
           MOVE SPACES TO WS-HIST-NEW.
           STRING AM-STATUS " " AM-DC-CODE " " AM-FEE-EXEMPT
                  " " AM-DAILY-LIMIT
               DELIMITED BY SIZE INTO WS-HIST-NEW.
