       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEASSES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUTOFF-FILE ASSIGN TO "CUTOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTOFF-STATUS.

           SELECT FEESCHED-FILE ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEESCHED-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT RELEASE-FILE ASSIGN TO "SETLRELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT POSTED-FILE ASSIGN TO "GLPOSTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.

           SELECT FEEREG-FILE ASSIGN TO DYNAMIC WS-FEEREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEREG-STATUS.

           SELECT REFERRAL-FILE ASSIGN TO DYNAMIC WS-REFERRAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.

           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT SETTLE-FILE ASSIGN TO DYNAMIC WS-SETTLE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT BILLING-FILE ASSIGN TO DYNAMIC WS-BILLING-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

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

       FD  FEESCHED-FILE.
       01  FEESCHED-RECORD.
           05  FS-CUTOFF PIC X(10).
           05  FS-BAND-LIMIT PIC 9(9)V99.
           05  FS-FLAT-FEE PIC 9(5)V99.
           05  FS-RATE-BP PIC 9(4).

       FD  ACCTMAST-FILE.
       01  ACCTMAST-RECORD.
           05  AM-ACCT PIC 9(10).
           05  AM-STATUS PIC X(1).
           05  AM-DC-CODE PIC X(4).
           05  AM-FEE-EXEMPT PIC X(1).
           05  AM-DAILY-LIMIT PIC 9(9)V99.

       FD  RELEASE-FILE.
       01  RELEASE-RECORD PIC X(80).

       FD  POSTED-FILE.
       01  POSTED-RECORD.
           05  PR-CUTOFF PIC X(10).
           05  PR-ID PIC X(12).
           05  PR-AMOUNT PIC 9(9)V99.
           05  PR-POST-DATE PIC 9(8).
           05  PR-POST-TIME PIC 9(6).

       FD  FEEREG-FILE.
       01  FEEREG-RECORD.
           05  BR-CUTOFF PIC X(10).
           05  BR-ID PIC X(12).
           05  BR-ACCT PIC 9(10).
           05  BR-AMOUNT PIC 9(9)V99.
           05  BR-FEE PIC 9(7)V99.
           05  BR-BILL-DATE PIC 9(8).
           05  BR-STATE PIC X(1).
           05  BR-REV-DATE PIC 9(8).
           05  BR-REV-MODE PIC X(1).

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

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TR-DATE PIC 9(8).
           05  TR-TIME PIC 9(6).
           05  TR-DC-CODE PIC X(4).
           05  TR-ID PIC X(12).
           05  TR-ACCT PIC 9(10).
           05  TR-AMOUNT PIC 9(9)V99.

       FD  SETTLE-FILE.
       01  SETTLE-RECORD PIC X(80).

       FD  BILLING-FILE.
       01  BILLING-RECORD PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SETL-PARSE.
           05  SP-TYPE PIC X(1).
           05  FILLER PIC X(79).
       01  WS-SETL-H REDEFINES WS-SETL-PARSE.
           05  FILLER PIC X(1).
           05  SH-RUN-DATE PIC 9(8).
           05  SH-RUN-TIME PIC 9(6).
           05  SH-CUTOFF-NAME PIC X(10).
           05  SH-CUTOFF-TS PIC 9(14).
           05  FILLER PIC X(41).
       01  WS-SETL-D REDEFINES WS-SETL-PARSE.
           05  FILLER PIC X(1).
           05  SD-ID PIC X(12).
           05  SD-ACCT PIC 9(10).
           05  SD-AMOUNT PIC 9(9)V99.
           05  SD-DATE PIC 9(8).
           05  SD-TIME PIC 9(6).
           05  SD-DC PIC X(4).
           05  SD-BIZ-TS PIC 9(14).
           05  FILLER PIC X(13).
       01  WS-SETL-T REDEFINES WS-SETL-PARSE.
           05  FILLER PIC X(1).
           05  ST-COUNT PIC 9(9).
           05  ST-AMOUNT PIC 9(13)V99.
           05  ST-HASH PIC 9(15).
           05  FILLER PIC X(40).

       01  WS-FEE-HEADER.
           05  FILLER PIC X(1) VALUE "H".
           05  FH-RUN-DATE PIC 9(8).
           05  FH-RUN-TIME PIC 9(6).
           05  FH-STREAM PIC X(4).
           05  FH-MODE PIC X(1).
       01  WS-FEE-DETAIL.
           05  FILLER PIC X(1) VALUE "D".
           05  FD-ID PIC X(12).
           05  FD-ACCT PIC 9(10).
           05  FD-CUTOFF PIC X(10).
           05  FD-AMOUNT PIC 9(9)V99.
           05  FD-FEE PIC 9(7)V99.
       01  WS-FEE-REVERSAL.
           05  FILLER PIC X(1) VALUE "R".
           05  FV-ID PIC X(12).
           05  FV-ACCT PIC 9(10).
           05  FV-CUTOFF PIC X(10).
           05  FV-AMOUNT PIC 9(9)V99.
           05  FV-FEE PIC 9(7)V99.
           05  FV-BILL-DATE PIC 9(8).
       01  WS-FEE-TRAILER.
           05  FILLER PIC X(1) VALUE "T".
           05  FT-COUNT PIC 9(9).
           05  FT-AMOUNT PIC 9(13)V99.
           05  FT-FEE PIC 9(11)V99.
           05  FT-HASH PIC 9(15).
           05  FT-REV-COUNT PIC 9(9).
           05  FT-REV-FEE PIC 9(11)V99.

       01  WS-CUTOFF-COUNT PIC 9(2) VALUE 0.
       01  WS-CUTOFF-TABLE.
           05  WS-CUTOFF-ENTRY OCCURS 1 TO 10 TIMES
                   DEPENDING ON WS-CUTOFF-COUNT.
               10  WS-CO-NAME PIC X(10).
               10  WS-CO-ITEMS PIC 9(7).
               10  WS-CO-AMOUNT PIC 9(13)V99.
               10  WS-CO-CHARGED PIC 9(7).
               10  WS-CO-FEE PIC 9(11)V99.
               10  WS-CO-WAIVED PIC 9(7).

       01  WS-SCHED-COUNT PIC 9(3) VALUE 0.
       01  WS-SCHED-TABLE.
           05  WS-SCHED-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-SCHED-COUNT.
               10  WS-FS-CUTOFF PIC X(10).
               10  WS-FS-BAND-LIMIT PIC 9(9)V99.
               10  WS-FS-FLAT-FEE PIC 9(5)V99.
               10  WS-FS-RATE-BP PIC 9(4).

       01  WS-RELEASED-COUNT PIC 9(5) VALUE 0.
       01  WS-RELEASED-TABLE.
           05  WS-RELEASED-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-RELEASED-COUNT.
               10  WS-RL-ID PIC X(12).

       01  WS-REFER-COUNT PIC 9(5) VALUE 0.
       01  WS-REFER-TABLE.
           05  WS-REFER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-REFER-COUNT.
               10  WS-RFT-CUTOFF PIC X(10).
               10  WS-RFT-ID PIC X(12).
               10  WS-RFT-ACCT PIC 9(10).
               10  WS-RFT-AMOUNT PIC 9(9)V99.
               10  WS-RFT-THIS-RUN PIC X(1).

       01  WS-FEEREG-COUNT PIC 9(5) VALUE 0.
       01  WS-FEEREG-TABLE.
           05  WS-FEEREG-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-FEEREG-COUNT.
               10  WS-BR-CUTOFF PIC X(10).
               10  WS-BR-ID PIC X(12).
               10  WS-BR-ACCT PIC 9(10).
               10  WS-BR-AMOUNT PIC 9(9)V99.
               10  WS-BR-FEE PIC 9(7)V99.
               10  WS-BR-BILL-DATE PIC 9(8).
               10  WS-BR-STATE PIC X(1).
               10  WS-BR-REV-DATE PIC 9(8).
               10  WS-BR-REV-MODE PIC X(1).
       01  WS-FEEREG-PURGED PIC 9(5) VALUE 0.
       01  WS-FEEREG-DROPPED PIC 9(5) VALUE 0.

       01  WS-FSUM-COUNT PIC 9(4) VALUE 0.
       01  WS-FSUM-TABLE.
           05  WS-FSUM-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-FSUM-COUNT.
               10  WS-FSM-ACCT PIC 9(10).
               10  WS-FSM-CUTOFF PIC X(10).
               10  WS-FSM-ITEMS PIC 9(7).
               10  WS-FSM-AMOUNT PIC 9(11)V99.
               10  WS-FSM-FEE PIC 9(9)V99.
               10  WS-FSM-WAIVED PIC 9(7).
       01  WS-FSUM-SWAP.
           05  WS-FSS-ACCT PIC 9(10).
           05  WS-FSS-CUTOFF PIC X(10).
           05  WS-FSS-ITEMS PIC 9(7).
           05  WS-FSS-AMOUNT PIC 9(11)V99.
           05  WS-FSS-FEE PIC 9(9)V99.
           05  WS-FSS-WAIVED PIC 9(7).

       01  WS-ACCT-TOTALS.
           05  WS-AT-ACCT PIC 9(10).
           05  WS-AT-ITEMS PIC 9(7).
           05  WS-AT-AMOUNT PIC 9(11)V99.
           05  WS-AT-FEE PIC 9(9)V99.
           05  WS-AT-WAIVED PIC 9(7).

       01  WS-CONTROL-TOTALS.
           05  WS-ITEMS-READ PIC 9(7) VALUE 0.
           05  WS-ITEMS-AMOUNT PIC 9(13)V99 VALUE 0.
           05  WS-CHARGED-COUNT PIC 9(7) VALUE 0.
           05  WS-WAIVED-EXEMPT PIC 9(7) VALUE 0.
           05  WS-WAIVED-RELEASED PIC 9(7) VALUE 0.
           05  WS-REFERRAL-ITEMS PIC 9(7) VALUE 0.
           05  WS-NO-BAND-COUNT PIC 9(7) VALUE 0.
           05  WS-ZERO-FEE-COUNT PIC 9(7) VALUE 0.
           05  WS-REVERSED-COUNT PIC 9(7) VALUE 0.
           05  WS-REVERSED-FEE PIC 9(11)V99 VALUE 0.
           05  WS-EXTRACTS-READ PIC 9(2) VALUE 0.
           05  WS-EXTRACT-ERRORS PIC 9(2) VALUE 0.

       01  WS-BILL-COUNT PIC 9(9) VALUE 0.
       01  WS-BILL-AMOUNT PIC 9(13)V99 VALUE 0.
       01  WS-BILL-FEE PIC 9(11)V99 VALUE 0.
       01  WS-BILL-HASH PIC 9(15) VALUE 0.

       01  WS-EXT-DETAILS PIC 9(9) VALUE 0.
       01  WS-EXT-AMOUNT PIC 9(13)V99 VALUE 0.
       01  WS-EXT-CUTOFF PIC X(10).

       01  WS-ITEM-FEE PIC 9(7)V99.
       01  WS-ITEM-STATE PIC X(1).
           88  WS-ITEM-CHARGED VALUE "C".
           88  WS-ITEM-EXEMPT VALUE "E".
           88  WS-ITEM-RELEASED VALUE "R".
           88  WS-ITEM-NO-BAND VALUE "U".
           88  WS-ITEM-ZERO-FEE VALUE "Z".
       01  WS-ITEM-SOURCE PIC X(1).
           88  WS-SETL-ITEM VALUE "S".
           88  WS-REFERRAL-ITEM VALUE "R".
       01  WS-BAND-IX PIC 9(3).
       01  WS-BAND-LIMIT PIC 9(9)V99.

       01  WS-FLAGS.
           05  WS-CUTOFF-EOF PIC X VALUE "N".
               88  WS-CUTOFF-AT-END VALUE "Y".
           05  WS-FEESCHED-EOF PIC X VALUE "N".
               88  WS-FEESCHED-AT-END VALUE "Y".
           05  WS-ACCT-OPEN-FLAG PIC X VALUE "N".
               88  WS-ACCT-MASTER-OPEN VALUE "Y".
           05  WS-RELEASE-EOF PIC X VALUE "N".
               88  WS-RELEASE-AT-END VALUE "Y".
           05  WS-SETTLE-EOF PIC X VALUE "N".
               88  WS-SETTLE-AT-END VALUE "Y".
           05  WS-REFERRAL-EOF PIC X VALUE "N".
               88  WS-REFERRAL-AT-END VALUE "Y".
           05  WS-TRANS-EOF PIC X VALUE "N".
               88  WS-TRANS-AT-END VALUE "Y".
           05  WS-POSTED-EOF PIC X VALUE "N".
               88  WS-POSTED-AT-END VALUE "Y".
           05  WS-FEEREG-EOF PIC X VALUE "N".
               88  WS-FEEREG-AT-END VALUE "Y".
           05  WS-QUEUE-FLAG PIC X VALUE "N".
               88  WS-QUEUE-COMPLETE VALUE "Y".
           05  WS-FOUND-FLAG PIC X VALUE "N".
               88  WS-ENTRY-FOUND VALUE "Y".
           05  WS-HDR-FLAG PIC X VALUE "N".
               88  WS-HDR-SEEN VALUE "Y".
           05  WS-TRL-FLAG PIC X VALUE "N".
               88  WS-TRL-SEEN VALUE "Y".

       01  WS-CUTOFF-STATUS PIC XX.
       01  WS-FEESCHED-STATUS PIC XX.
       01  WS-ACCT-FILE-STATUS PIC XX.
       01  WS-RELEASE-STATUS PIC XX.
       01  WS-SETTLE-STATUS PIC XX.
       01  WS-REFERRAL-STATUS PIC XX.
       01  WS-TRANS-STATUS PIC XX.
       01  WS-POSTED-STATUS PIC XX.
       01  WS-FEEREG-STATUS PIC XX.
       01  WS-BILLING-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.

       01  WS-SETTLE-NAME PIC X(40).
       01  WS-REFERRAL-NAME PIC X(40) VALUE "REFERRAL.DAT".
       01  WS-TRANS-FILE-NAME PIC X(40) VALUE "TRANS.DAT".
       01  WS-BILLING-NAME PIC X(40) VALUE "FEEBILL.DAT".
       01  WS-REPORT-NAME PIC X(40) VALUE "FEESUMM.RPT".
       01  WS-FEEREG-NAME PIC X(40) VALUE "FEEREG.DAT".
       01  WS-COMMAND-LINE PIC X(80).
       01  WS-STREAM-ID PIC X(4) VALUE SPACES.
       01  WS-MODE PIC X(1) VALUE "B".
           88  WS-RESUBMIT-MODE VALUE "R".

       01  WS-CI PIC 9(2).
       01  WS-I PIC 9(5).
       01  WS-J PIC 9(5).
       01  WS-K PIC 9(5).

       01  WS-REPORT-LINE PIC X(100).

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
           PERFORM 1000-LOAD-CUTOFF-NAMES.
           PERFORM 1100-LOAD-FEE-SCHEDULE.
           IF WS-SCHED-COUNT = 0
              DISPLAY "Error: FEESCHED.DAT missing or empty, "
                  "no fees assessed"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1200-OPEN-ACCOUNT-MASTER.
           PERFORM 1300-LOAD-RELEASED-ITEMS.
           PERFORM 1400-LOAD-REFERRAL-ITEMS.
           PERFORM 1500-LOAD-FEE-REGISTRY.
           IF WS-FEEREG-COUNT > 0
              PERFORM 1600-MARK-POSTED-RELEASES
           END-IF.

           OPEN OUTPUT BILLING-FILE.
           IF WS-BILLING-STATUS NOT = "00"
              DISPLAY "Error: unable to open " WS-BILLING-NAME
                  ", status " WS-BILLING-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO FH-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO FH-RUN-TIME.
           MOVE WS-STREAM-ID TO FH-STREAM.
           MOVE WS-MODE TO FH-MODE.
           WRITE BILLING-RECORD FROM WS-FEE-HEADER.

           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > WS-CUTOFF-COUNT
              PERFORM 2000-ASSESS-ONE-EXTRACT
           END-PERFORM.
           PERFORM 2600-REVERSE-RELEASED-FEES.

           MOVE WS-BILL-COUNT TO FT-COUNT.
           MOVE WS-BILL-AMOUNT TO FT-AMOUNT.
           MOVE WS-BILL-FEE TO FT-FEE.
           MOVE WS-BILL-HASH TO FT-HASH.
           MOVE WS-REVERSED-COUNT TO FT-REV-COUNT.
           MOVE WS-REVERSED-FEE TO FT-REV-FEE.
           WRITE BILLING-RECORD FROM WS-FEE-TRAILER.
           CLOSE BILLING-FILE.
           PERFORM 2700-REWRITE-FEE-REGISTRY.
           IF WS-ACCT-MASTER-OPEN
              CLOSE ACCTMAST-FILE
           END-IF.

           PERFORM 3000-SORT-FEE-SUMMARY.
           PERFORM 3100-WRITE-FEE-REPORT.

           DISPLAY "Fee assessment complete - items " WS-ITEMS-READ
               " charged " WS-CHARGED-COUNT
               " exempt " WS-WAIVED-EXEMPT
               " released " WS-WAIVED-RELEASED
               " no band " WS-NO-BAND-COUNT
               " referrals " WS-REFERRAL-ITEMS.
           DISPLAY "Fees billed " WS-BILL-FEE " to " WS-BILLING-NAME.
           DISPLAY "Fees reversed for released referrals "
               WS-REVERSED-COUNT " fee " WS-REVERSED-FEE.

           EVALUATE TRUE
              WHEN WS-EXTRACT-ERRORS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-NO-BAND-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       0500-SET-FILE-NAMES.
           IF WS-STREAM-ID NOT = SPACES
              MOVE SPACES TO WS-BILLING-NAME
              STRING "FEEB" DELIMITED BY SIZE
                     WS-STREAM-ID DELIMITED BY SPACE
                     ".DAT" DELIMITED BY SIZE
                  INTO WS-BILLING-NAME
              MOVE SPACES TO WS-REPORT-NAME
              STRING "FEES" DELIMITED BY SIZE
                     WS-STREAM-ID DELIMITED BY SPACE
                     ".RPT" DELIMITED BY SIZE
                  INTO WS-REPORT-NAME
              MOVE SPACES TO WS-REFERRAL-NAME
              STRING "REFR" DELIMITED BY SIZE
                     WS-STREAM-ID DELIMITED BY SPACE
                     ".DAT" DELIMITED BY SIZE
                  INTO WS-REFERRAL-NAME
              MOVE SPACES TO WS-TRANS-FILE-NAME
              STRING "TRAN" DELIMITED BY SIZE
                     WS-STREAM-ID DELIMITED BY SPACE
                     ".DAT" DELIMITED BY SIZE
                  INTO WS-TRANS-FILE-NAME
              MOVE SPACES TO WS-FEEREG-NAME
              STRING "FEER" DELIMITED BY SIZE
                     WS-STREAM-ID DELIMITED BY SPACE
                     ".DAT" DELIMITED BY SIZE
                  INTO WS-FEEREG-NAME
           END-IF.
           IF WS-RESUBMIT-MODE
              MOVE "RESUBMIT.DAT" TO WS-TRANS-FILE-NAME
              PERFORM 0510-SET-RESUBMIT-OUTPUTS
           END-IF.

       0510-SET-RESUBMIT-OUTPUTS.
           IF WS-STREAM-ID NOT = SPACES
              MOVE SPACES TO WS-BILLING-NAME
              STRING "FEEB" DELIMITED BY SIZE
                     WS-STREAM-ID DELIMITED BY SPACE
                     ".RSB.DAT" DELIMITED BY SIZE
                  INTO WS-BILLING-NAME
              MOVE SPACES TO WS-REPORT-NAME
              STRING "FEES" DELIMITED BY SIZE
                     WS-STREAM-ID DELIMITED BY SPACE
                     ".RSB.RPT" DELIMITED BY SIZE
                  INTO WS-REPORT-NAME
           ELSE
              MOVE "FEEBILL.RSB.DAT" TO WS-BILLING-NAME
              MOVE "FEESUMM.RSB.RPT" TO WS-REPORT-NAME
           END-IF.

       1000-LOAD-CUTOFF-NAMES.
           MOVE 0 TO WS-CUTOFF-COUNT.
           SET WS-CUTOFF-EOF TO "N".

           OPEN INPUT CUTOFF-FILE.
           IF WS-CUTOFF-STATUS = "00"
              PERFORM UNTIL WS-CUTOFF-AT-END
                 READ CUTOFF-FILE
                     AT END SET WS-CUTOFF-AT-END TO TRUE
                     NOT AT END
                         IF CUTOFF-NAME = SPACES
                            CONTINUE
                         ELSE
                         IF WS-CUTOFF-COUNT < 10
                            ADD 1 TO WS-CUTOFF-COUNT
                            MOVE CUTOFF-NAME TO
                                 WS-CO-NAME(WS-CUTOFF-COUNT)
                            MOVE 0 TO WS-CO-ITEMS(WS-CUTOFF-COUNT)
                            MOVE 0 TO WS-CO-AMOUNT(WS-CUTOFF-COUNT)
                            MOVE 0 TO WS-CO-CHARGED(WS-CUTOFF-COUNT)
                            MOVE 0 TO WS-CO-FEE(WS-CUTOFF-COUNT)
                            MOVE 0 TO WS-CO-WAIVED(WS-CUTOFF-COUNT)
                         ELSE
                            DISPLAY "Warning: CUTOFF.DAT has more than "
                                "10 entries, ignoring " CUTOFF-NAME
                         END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE CUTOFF-FILE
           END-IF.

           IF WS-CUTOFF-COUNT = 0
              DISPLAY "Warning: CUTOFF.DAT not found or empty, "
                  "no settlement extracts to assess"
           END-IF.

       1100-LOAD-FEE-SCHEDULE.
           MOVE 0 TO WS-SCHED-COUNT.
           SET WS-FEESCHED-EOF TO "N".

           OPEN INPUT FEESCHED-FILE.
           IF WS-FEESCHED-STATUS = "00"
              PERFORM UNTIL WS-FEESCHED-AT-END
                 READ FEESCHED-FILE
                     AT END SET WS-FEESCHED-AT-END TO TRUE
                     NOT AT END
                         PERFORM 1110-LOAD-ONE-FEE-BAND
                 END-READ
              END-PERFORM
              CLOSE FEESCHED-FILE
           END-IF.

       1110-LOAD-ONE-FEE-BAND.
           IF FEESCHED-RECORD = SPACES
              OR FEESCHED-RECORD(1:1) = "*"
                 AND FEESCHED-RECORD(1:4) NOT = "*ALL"
              CONTINUE
           ELSE
           IF FS-BAND-LIMIT NOT NUMERIC
              OR FS-FLAT-FEE NOT NUMERIC
              OR FS-RATE-BP NOT NUMERIC
              DISPLAY "Warning: FEESCHED.DAT entry not numeric for "
                  FS-CUTOFF ", ignored"
           ELSE
           IF WS-SCHED-COUNT < 100
              ADD 1 TO WS-SCHED-COUNT
              MOVE FS-CUTOFF TO WS-FS-CUTOFF(WS-SCHED-COUNT)
              MOVE FS-BAND-LIMIT TO WS-FS-BAND-LIMIT(WS-SCHED-COUNT)
              MOVE FS-FLAT-FEE TO WS-FS-FLAT-FEE(WS-SCHED-COUNT)
              MOVE FS-RATE-BP TO WS-FS-RATE-BP(WS-SCHED-COUNT)
           ELSE
              DISPLAY "Warning: FEESCHED.DAT has more than 100 "
                  "entries, ignoring " FS-CUTOFF " " FS-BAND-LIMIT
           END-IF
           END-IF
           END-IF.

       1200-OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCTMAST-FILE.
           IF WS-ACCT-FILE-STATUS = "00"
              SET WS-ACCT-MASTER-OPEN TO TRUE
           ELSE
              DISPLAY "Warning: ACCTMAST.DAT not available, status "
                  WS-ACCT-FILE-STATUS ", no accounts treated as "
                  "fee-exempt"
           END-IF.

       1300-LOAD-RELEASED-ITEMS.
           MOVE 0 TO WS-RELEASED-COUNT.
           SET WS-RELEASE-EOF TO "N".

           OPEN INPUT RELEASE-FILE.
           IF WS-RELEASE-STATUS = "00"
              PERFORM UNTIL WS-RELEASE-AT-END
                 READ RELEASE-FILE
                     AT END SET WS-RELEASE-AT-END TO TRUE
                     NOT AT END
                         MOVE RELEASE-RECORD TO WS-SETL-PARSE
                         IF SP-TYPE = "D"
                            IF WS-RELEASED-COUNT < 2000
                               ADD 1 TO WS-RELEASED-COUNT
                               MOVE SD-ID TO
                                    WS-RL-ID(WS-RELEASED-COUNT)
                            ELSE
                               DISPLAY "Warning: SETLRELD.DAT has more "
                                   "than 2000 items, ignoring " SD-ID
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE RELEASE-FILE
           END-IF.

       1400-LOAD-REFERRAL-ITEMS.
           MOVE 0 TO WS-REFER-COUNT.
           SET WS-REFERRAL-EOF TO "N".
           MOVE "N" TO WS-QUEUE-FLAG.

           OPEN INPUT REFERRAL-FILE.
           IF WS-REFERRAL-STATUS = "00"
              SET WS-QUEUE-COMPLETE TO TRUE
              PERFORM UNTIL WS-REFERRAL-AT-END
                 READ REFERRAL-FILE
                     AT END SET WS-REFERRAL-AT-END TO TRUE
                     NOT AT END
                         PERFORM 1410-LOAD-ONE-REFERRAL
                 END-READ
              END-PERFORM
              CLOSE REFERRAL-FILE
           END-IF.

           IF WS-REFER-COUNT > 0
              PERFORM 1420-MARK-THIS-RUN-REFERRALS
           END-IF.

       1410-LOAD-ONE-REFERRAL.
           IF RF-ACCT NOT NUMERIC OR RF-AMOUNT NOT NUMERIC
              ADD 1 TO WS-EXTRACT-ERRORS
              DISPLAY "Warning: " WS-REFERRAL-NAME " entry not "
                  "numeric, ignored: " RF-ID
           ELSE
           IF WS-REFER-COUNT < 500
              ADD 1 TO WS-REFER-COUNT
              MOVE RF-CUTOFF TO WS-RFT-CUTOFF(WS-REFER-COUNT)
              MOVE RF-ID TO WS-RFT-ID(WS-REFER-COUNT)
              MOVE RF-ACCT TO WS-RFT-ACCT(WS-REFER-COUNT)
              MOVE RF-AMOUNT TO WS-RFT-AMOUNT(WS-REFER-COUNT)
              MOVE "N" TO WS-RFT-THIS-RUN(WS-REFER-COUNT)
           ELSE
              MOVE "N" TO WS-QUEUE-FLAG
              DISPLAY "Warning: " WS-REFERRAL-NAME " has more than "
                  "500 items, ignoring " RF-ID
           END-IF
           END-IF.

       1420-MARK-THIS-RUN-REFERRALS.
           SET WS-TRANS-EOF TO "N".

           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
              DISPLAY "Warning: " WS-TRANS-FILE-NAME " not found, "
                  "referred items not assessed"
           ELSE
              PERFORM UNTIL WS-TRANS-AT-END
                 READ TRANS-FILE
                     AT END SET WS-TRANS-AT-END TO TRUE
                     NOT AT END
                         PERFORM VARYING WS-I FROM 1 BY 1
                                 UNTIL WS-I > WS-REFER-COUNT
                            IF WS-RFT-ID(WS-I) = TR-ID
                               MOVE "Y" TO WS-RFT-THIS-RUN(WS-I)
                            END-IF
                         END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE TRANS-FILE
           END-IF.

       1500-LOAD-FEE-REGISTRY.
           MOVE 0 TO WS-FEEREG-COUNT.
           MOVE 0 TO WS-FEEREG-PURGED.
           SET WS-FEEREG-EOF TO "N".

           OPEN INPUT FEEREG-FILE.
           IF WS-FEEREG-STATUS = "00"
              PERFORM UNTIL WS-FEEREG-AT-END
                 READ FEEREG-FILE
                     AT END SET WS-FEEREG-AT-END TO TRUE
                     NOT AT END
                         PERFORM 1510-LOAD-ONE-REGISTRY-ENTRY
                 END-READ
              END-PERFORM
              CLOSE FEEREG-FILE
           END-IF.

           IF WS-FEEREG-PURGED > 0
              DISPLAY "Note: " WS-FEEREG-PURGED " reversed fees "
                  "from earlier days purged from " WS-FEEREG-NAME
           END-IF.

       1510-LOAD-ONE-REGISTRY-ENTRY.
           IF BR-FEE NOT NUMERIC OR BR-BILL-DATE NOT NUMERIC
              DISPLAY "Warning: " WS-FEEREG-NAME " entry not "
                  "numeric, ignored: " BR-ID
           ELSE
           IF BR-STATE = "R"
              AND (BR-REV-DATE NOT NUMERIC
                   OR BR-REV-DATE NOT = WS-RUN-DATE)
              ADD 1 TO WS-FEEREG-PURGED
           ELSE
           IF WS-FEEREG-COUNT < 1000
              ADD 1 TO WS-FEEREG-COUNT
              MOVE BR-CUTOFF TO WS-BR-CUTOFF(WS-FEEREG-COUNT)
              MOVE BR-ID TO WS-BR-ID(WS-FEEREG-COUNT)
              MOVE BR-ACCT TO WS-BR-ACCT(WS-FEEREG-COUNT)
              MOVE BR-AMOUNT TO WS-BR-AMOUNT(WS-FEEREG-COUNT)
              MOVE BR-FEE TO WS-BR-FEE(WS-FEEREG-COUNT)
              MOVE BR-BILL-DATE TO WS-BR-BILL-DATE(WS-FEEREG-COUNT)
              IF BR-STATE = "R"
                 MOVE "R" TO WS-BR-STATE(WS-FEEREG-COUNT)
                 MOVE BR-REV-DATE TO WS-BR-REV-DATE(WS-FEEREG-COUNT)
                 MOVE BR-REV-MODE TO WS-BR-REV-MODE(WS-FEEREG-COUNT)
              ELSE
                 MOVE "B" TO WS-BR-STATE(WS-FEEREG-COUNT)
                 MOVE 0 TO WS-BR-REV-DATE(WS-FEEREG-COUNT)
                 MOVE SPACE TO WS-BR-REV-MODE(WS-FEEREG-COUNT)
              END-IF
           ELSE
              DISPLAY "Warning: " WS-FEEREG-NAME " has more than "
                  "1000 items, ignoring " BR-ID
           END-IF
           END-IF
           END-IF.

       1600-MARK-POSTED-RELEASES.
           SET WS-POSTED-EOF TO "N".

           OPEN INPUT POSTED-FILE.
           IF WS-POSTED-STATUS = "00"
              PERFORM UNTIL WS-POSTED-AT-END
                 READ POSTED-FILE
                     AT END SET WS-POSTED-AT-END TO TRUE
                     NOT AT END
                         IF PR-CUTOFF = "REFRELEAS"
                            PERFORM VARYING WS-I FROM 1 BY 1
                                    UNTIL WS-I > WS-FEEREG-COUNT
                               IF WS-BR-ID(WS-I) = PR-ID
                                  AND WS-BR-STATE(WS-I) = "B"
                                  MOVE "L" TO WS-BR-STATE(WS-I)
                               END-IF
                            END-PERFORM
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE POSTED-FILE
           END-IF.

       2000-ASSESS-ONE-EXTRACT.
           PERFORM 2010-SET-SETTLE-NAME.
           MOVE 0 TO WS-EXT-DETAILS.
           MOVE 0 TO WS-EXT-AMOUNT.
           MOVE WS-CO-NAME(WS-CI) TO WS-EXT-CUTOFF.
           MOVE "N" TO WS-HDR-FLAG.
           MOVE "N" TO WS-TRL-FLAG.
           SET WS-SETTLE-EOF TO "N".

           OPEN INPUT SETTLE-FILE.
           IF WS-SETTLE-STATUS NOT = "00"
              DISPLAY "Note: " WS-SETTLE-NAME " not found, "
                  "cutoff " WS-CO-NAME(WS-CI) " not assessed"
           ELSE
              ADD 1 TO WS-EXTRACTS-READ
              PERFORM UNTIL WS-SETTLE-AT-END
                 READ SETTLE-FILE
                     AT END SET WS-SETTLE-AT-END TO TRUE
                     NOT AT END
                         MOVE SETTLE-RECORD TO WS-SETL-PARSE
                         PERFORM 2020-ASSESS-ONE-SETL-RECORD
                 END-READ
              END-PERFORM
              CLOSE SETTLE-FILE
              IF NOT WS-HDR-SEEN OR NOT WS-TRL-SEEN
                 ADD 1 TO WS-EXTRACT-ERRORS
                 DISPLAY "Warning: " WS-SETTLE-NAME " has no header "
                     "or trailer record - check the extract"
              END-IF
           END-IF.

           MOVE WS-CO-NAME(WS-CI) TO WS-EXT-CUTOFF.
           SET WS-REFERRAL-ITEM TO TRUE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-REFER-COUNT
              IF WS-RFT-CUTOFF(WS-K) = WS-CO-NAME(WS-CI)
                 AND WS-RFT-THIS-RUN(WS-K) = "Y"
                 MOVE WS-RFT-ID(WS-K) TO SD-ID
                 MOVE WS-RFT-ACCT(WS-K) TO SD-ACCT
                 MOVE WS-RFT-AMOUNT(WS-K) TO SD-AMOUNT
                 ADD 1 TO WS-REFERRAL-ITEMS
                 PERFORM 2100-ASSESS-ONE-ITEM
              END-IF
           END-PERFORM.

       2010-SET-SETTLE-NAME.
           MOVE SPACES TO WS-SETTLE-NAME.
           EVALUATE TRUE
              WHEN WS-RESUBMIT-MODE AND WS-STREAM-ID NOT = SPACES
                 STRING "SETL" DELIMITED BY SIZE
                        WS-CO-NAME(WS-CI) DELIMITED BY SPACE
                        "." DELIMITED BY SIZE
                        WS-STREAM-ID DELIMITED BY SPACE
                        ".RSB.DAT" DELIMITED BY SIZE
                     INTO WS-SETTLE-NAME
              WHEN WS-RESUBMIT-MODE
                 STRING "SETL" DELIMITED BY SIZE
                        WS-CO-NAME(WS-CI) DELIMITED BY SPACE
                        ".RSB.DAT" DELIMITED BY SIZE
                     INTO WS-SETTLE-NAME
              WHEN WS-STREAM-ID NOT = SPACES
                 STRING "SETL" DELIMITED BY SIZE
                        WS-CO-NAME(WS-CI) DELIMITED BY SPACE
                        "." DELIMITED BY SIZE
                        WS-STREAM-ID DELIMITED BY SPACE
                        ".DAT" DELIMITED BY SIZE
                     INTO WS-SETTLE-NAME
              WHEN OTHER
                 STRING "SETL" DELIMITED BY SIZE
                        WS-CO-NAME(WS-CI) DELIMITED BY SPACE
                        ".DAT" DELIMITED BY SIZE
                     INTO WS-SETTLE-NAME
           END-EVALUATE.

       2020-ASSESS-ONE-SETL-RECORD.
           EVALUATE SP-TYPE
              WHEN "H"
                 SET WS-HDR-SEEN TO TRUE
                 IF SH-CUTOFF-NAME NOT = WS-CO-NAME(WS-CI)
                    DISPLAY "Warning: " WS-SETTLE-NAME " header names "
                        "cutoff " SH-CUTOFF-NAME
                    MOVE SH-CUTOFF-NAME TO WS-EXT-CUTOFF
                 END-IF
              WHEN "D"
                 IF SD-ACCT NUMERIC AND SD-AMOUNT NUMERIC
                    ADD 1 TO WS-EXT-DETAILS
                    COMPUTE WS-EXT-AMOUNT = WS-EXT-AMOUNT + SD-AMOUNT
                    SET WS-SETL-ITEM TO TRUE
                    PERFORM 2100-ASSESS-ONE-ITEM
                 ELSE
                    ADD 1 TO WS-EXTRACT-ERRORS
                    DISPLAY "Warning: " WS-SETTLE-NAME " detail not "
                        "numeric, ignored: " SD-ID
                 END-IF
              WHEN "T"
                 SET WS-TRL-SEEN TO TRUE
                 IF ST-COUNT NOT = WS-EXT-DETAILS
                    OR ST-AMOUNT NOT = WS-EXT-AMOUNT
                    ADD 1 TO WS-EXTRACT-ERRORS
                    DISPLAY "Warning: " WS-SETTLE-NAME " trailer "
                        ST-COUNT "/" ST-AMOUNT " does not match "
                        "details " WS-EXT-DETAILS "/" WS-EXT-AMOUNT
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2100-ASSESS-ONE-ITEM.
           ADD 1 TO WS-ITEMS-READ.
           COMPUTE WS-ITEMS-AMOUNT = WS-ITEMS-AMOUNT + SD-AMOUNT.
           ADD 1 TO WS-CO-ITEMS(WS-CI).
           COMPUTE WS-CO-AMOUNT(WS-CI) =
               WS-CO-AMOUNT(WS-CI) + SD-AMOUNT.
           MOVE 0 TO WS-ITEM-FEE.

           MOVE "N" TO WS-FOUND-FLAG.
           IF WS-REFERRAL-ITEM
              PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-RELEASED-COUNT
                 IF WS-RL-ID(WS-I) = SD-ID
                    SET WS-ENTRY-FOUND TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-ENTRY-FOUND
              SET WS-ITEM-RELEASED TO TRUE
           ELSE
              MOVE "N" TO WS-FOUND-FLAG
              IF WS-ACCT-MASTER-OPEN
                 MOVE SD-ACCT TO AM-ACCT
                 READ ACCTMAST-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                         IF AM-FEE-EXEMPT = "Y"
                            SET WS-ENTRY-FOUND TO TRUE
                         END-IF
                 END-READ
              END-IF
              IF WS-ENTRY-FOUND
                 SET WS-ITEM-EXEMPT TO TRUE
              ELSE
                 PERFORM 2200-FIND-FEE-BAND
                 IF WS-BAND-IX = 0
                    SET WS-ITEM-NO-BAND TO TRUE
                 ELSE
                    COMPUTE WS-ITEM-FEE ROUNDED =
                        (WS-FS-FLAT-FEE(WS-BAND-IX) * 10000
                         + SD-AMOUNT * WS-FS-RATE-BP(WS-BAND-IX))
                        / 10000
                    IF WS-ITEM-FEE = 0
                       SET WS-ITEM-ZERO-FEE TO TRUE
                    ELSE
                       SET WS-ITEM-CHARGED TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN WS-ITEM-CHARGED
                 PERFORM 2300-WRITE-FEE-DETAIL
                 IF WS-REFERRAL-ITEM
                    PERFORM 2500-REGISTER-REFERRAL-FEE
                 END-IF
                 ADD 1 TO WS-CHARGED-COUNT
                 ADD 1 TO WS-CO-CHARGED(WS-CI)
                 COMPUTE WS-CO-FEE(WS-CI) =
                     WS-CO-FEE(WS-CI) + WS-ITEM-FEE
              WHEN WS-ITEM-RELEASED
                 ADD 1 TO WS-WAIVED-RELEASED
                 ADD 1 TO WS-CO-WAIVED(WS-CI)
              WHEN WS-ITEM-EXEMPT
                 ADD 1 TO WS-WAIVED-EXEMPT
                 ADD 1 TO WS-CO-WAIVED(WS-CI)
              WHEN WS-ITEM-NO-BAND
                 ADD 1 TO WS-NO-BAND-COUNT
                 DISPLAY "Warning: no fee band for cutoff "
                     WS-EXT-CUTOFF " amount " SD-AMOUNT
                     ", item " SD-ID " not charged"
              WHEN OTHER
                 ADD 1 TO WS-ZERO-FEE-COUNT
           END-EVALUATE.

           PERFORM 2400-ACCUM-FEE-SUMMARY.

       2200-FIND-FEE-BAND.
           MOVE 0 TO WS-BAND-IX.
           MOVE 999999999.99 TO WS-BAND-LIMIT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SCHED-COUNT
              IF WS-FS-CUTOFF(WS-I) = WS-EXT-CUTOFF
                 AND WS-FS-BAND-LIMIT(WS-I) NOT < SD-AMOUNT
                 AND WS-FS-BAND-LIMIT(WS-I) NOT > WS-BAND-LIMIT
                 MOVE WS-I TO WS-BAND-IX
                 MOVE WS-FS-BAND-LIMIT(WS-I) TO WS-BAND-LIMIT
              END-IF
           END-PERFORM.

           IF WS-BAND-IX = 0
              PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-SCHED-COUNT
                 IF WS-FS-CUTOFF(WS-I) = "*ALL"
                    AND WS-FS-BAND-LIMIT(WS-I) NOT < SD-AMOUNT
                    AND WS-FS-BAND-LIMIT(WS-I) NOT > WS-BAND-LIMIT
                    MOVE WS-I TO WS-BAND-IX
                    MOVE WS-FS-BAND-LIMIT(WS-I) TO WS-BAND-LIMIT
                 END-IF
              END-PERFORM
           END-IF.

       2300-WRITE-FEE-DETAIL.
           MOVE SD-ID TO FD-ID.
           MOVE SD-ACCT TO FD-ACCT.
           MOVE WS-EXT-CUTOFF TO FD-CUTOFF.
           MOVE SD-AMOUNT TO FD-AMOUNT.
           MOVE WS-ITEM-FEE TO FD-FEE.
           WRITE BILLING-RECORD FROM WS-FEE-DETAIL.
           ADD 1 TO WS-BILL-COUNT.
           COMPUTE WS-BILL-AMOUNT = WS-BILL-AMOUNT + SD-AMOUNT.
           COMPUTE WS-BILL-FEE = WS-BILL-FEE + WS-ITEM-FEE.
           COMPUTE WS-BILL-HASH =
               FUNCTION MOD(WS-BILL-HASH + SD-ACCT,
                   1000000000000000).

       2400-ACCUM-FEE-SUMMARY.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE 0 TO WS-J.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-FSUM-COUNT
              IF WS-FSM-ACCT(WS-I) = SD-ACCT
                 AND WS-FSM-CUTOFF(WS-I) = WS-EXT-CUTOFF
                 MOVE WS-I TO WS-J
                 SET WS-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.

           IF NOT WS-ENTRY-FOUND
              IF WS-FSUM-COUNT < 2000
                 ADD 1 TO WS-FSUM-COUNT
                 MOVE WS-FSUM-COUNT TO WS-J
                 MOVE SD-ACCT TO WS-FSM-ACCT(WS-J)
                 MOVE WS-EXT-CUTOFF TO WS-FSM-CUTOFF(WS-J)
                 MOVE 0 TO WS-FSM-ITEMS(WS-J)
                 MOVE 0 TO WS-FSM-AMOUNT(WS-J)
                 MOVE 0 TO WS-FSM-FEE(WS-J)
                 MOVE 0 TO WS-FSM-WAIVED(WS-J)
              ELSE
                 DISPLAY "Warning: more than 2000 account/cutoff "
                     "totals, " SD-ACCT " not in fee summary"
              END-IF
           END-IF.

           IF WS-J > 0
              ADD 1 TO WS-FSM-ITEMS(WS-J)
              COMPUTE WS-FSM-AMOUNT(WS-J) =
                  WS-FSM-AMOUNT(WS-J) + SD-AMOUNT
              IF WS-ITEM-CHARGED
                 COMPUTE WS-FSM-FEE(WS-J) =
                     WS-FSM-FEE(WS-J) + WS-ITEM-FEE
              END-IF
              IF WS-ITEM-EXEMPT OR WS-ITEM-RELEASED
                 ADD 1 TO WS-FSM-WAIVED(WS-J)
              END-IF
           END-IF.

       2500-REGISTER-REFERRAL-FEE.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-FEEREG-COUNT
              IF WS-BR-ID(WS-I) = SD-ID
                 AND WS-BR-CUTOFF(WS-I) = WS-EXT-CUTOFF
                 SET WS-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.

           IF WS-ENTRY-FOUND
              CONTINUE
           ELSE
           IF WS-FEEREG-COUNT < 1000
              ADD 1 TO WS-FEEREG-COUNT
              MOVE WS-EXT-CUTOFF TO WS-BR-CUTOFF(WS-FEEREG-COUNT)
              MOVE SD-ID TO WS-BR-ID(WS-FEEREG-COUNT)
              MOVE SD-ACCT TO WS-BR-ACCT(WS-FEEREG-COUNT)
              MOVE SD-AMOUNT TO WS-BR-AMOUNT(WS-FEEREG-COUNT)
              MOVE WS-ITEM-FEE TO WS-BR-FEE(WS-FEEREG-COUNT)
              MOVE WS-RUN-DATE TO WS-BR-BILL-DATE(WS-FEEREG-COUNT)
              MOVE "B" TO WS-BR-STATE(WS-FEEREG-COUNT)
              MOVE 0 TO WS-BR-REV-DATE(WS-FEEREG-COUNT)
              MOVE SPACE TO WS-BR-REV-MODE(WS-FEEREG-COUNT)
           ELSE
              DISPLAY "Warning: more than 1000 billed referral fees, "
                  SD-ID " not registered, a later release will not "
                  "reverse its fee"
           END-IF
           END-IF.

       2600-REVERSE-RELEASED-FEES.
           MOVE 0 TO WS-FEEREG-DROPPED.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-FEEREG-COUNT
              IF WS-BR-STATE(WS-K) = "B"
                 PERFORM VARYING WS-I FROM 1 BY 1
                         UNTIL WS-I > WS-RELEASED-COUNT
                    IF WS-RL-ID(WS-I) = WS-BR-ID(WS-K)
                       MOVE "L" TO WS-BR-STATE(WS-K)
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-BR-STATE(WS-K) = "B" AND WS-QUEUE-COMPLETE
                 MOVE "N" TO WS-FOUND-FLAG
                 PERFORM VARYING WS-I FROM 1 BY 1
                         UNTIL WS-I > WS-REFER-COUNT
                    IF WS-RFT-ID(WS-I) = WS-BR-ID(WS-K)
                       AND WS-RFT-CUTOFF(WS-I) = WS-BR-CUTOFF(WS-K)
                       SET WS-ENTRY-FOUND TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT WS-ENTRY-FOUND
                    MOVE "D" TO WS-BR-STATE(WS-K)
                    ADD 1 TO WS-FEEREG-DROPPED
                 END-IF
              END-IF
              IF WS-BR-STATE(WS-K) = "L"
                 MOVE "R" TO WS-BR-STATE(WS-K)
                 MOVE WS-RUN-DATE TO WS-BR-REV-DATE(WS-K)
                 MOVE WS-MODE TO WS-BR-REV-MODE(WS-K)
              END-IF
              IF WS-BR-STATE(WS-K) = "R"
                 AND WS-BR-REV-MODE(WS-K) = WS-MODE
                 PERFORM 2610-WRITE-FEE-REVERSAL
              END-IF
           END-PERFORM.

           IF WS-FEEREG-DROPPED > 0
              DISPLAY "Note: " WS-FEEREG-DROPPED " billed referral "
                  "fees left the queue without release, dropped from "
                  WS-FEEREG-NAME
           END-IF.

       2610-WRITE-FEE-REVERSAL.
           MOVE WS-BR-ID(WS-K) TO FV-ID.
           MOVE WS-BR-ACCT(WS-K) TO FV-ACCT.
           MOVE WS-BR-CUTOFF(WS-K) TO FV-CUTOFF.
           MOVE WS-BR-AMOUNT(WS-K) TO FV-AMOUNT.
           MOVE WS-BR-FEE(WS-K) TO FV-FEE.
           MOVE WS-BR-BILL-DATE(WS-K) TO FV-BILL-DATE.
           WRITE BILLING-RECORD FROM WS-FEE-REVERSAL.
           ADD 1 TO WS-REVERSED-COUNT.
           COMPUTE WS-REVERSED-FEE =
               WS-REVERSED-FEE + WS-BR-FEE(WS-K).

       2700-REWRITE-FEE-REGISTRY.
           OPEN OUTPUT FEEREG-FILE.
           IF WS-FEEREG-STATUS NOT = "00"
              DISPLAY "Warning: unable to open " WS-FEEREG-NAME
                  ", billed referral fees not recorded - a later "
                  "release will not reverse them"
           ELSE
              PERFORM VARYING WS-K FROM 1 BY 1
                      UNTIL WS-K > WS-FEEREG-COUNT
                 IF WS-BR-STATE(WS-K) = "B" OR WS-BR-STATE(WS-K) = "R"
                    MOVE WS-BR-CUTOFF(WS-K) TO BR-CUTOFF
                    MOVE WS-BR-ID(WS-K) TO BR-ID
                    MOVE WS-BR-ACCT(WS-K) TO BR-ACCT
                    MOVE WS-BR-AMOUNT(WS-K) TO BR-AMOUNT
                    MOVE WS-BR-FEE(WS-K) TO BR-FEE
                    MOVE WS-BR-BILL-DATE(WS-K) TO BR-BILL-DATE
                    MOVE WS-BR-STATE(WS-K) TO BR-STATE
                    MOVE WS-BR-REV-DATE(WS-K) TO BR-REV-DATE
                    MOVE WS-BR-REV-MODE(WS-K) TO BR-REV-MODE
                    WRITE FEEREG-RECORD
                 END-IF
              END-PERFORM
              CLOSE FEEREG-FILE
           END-IF.

       3000-SORT-FEE-SUMMARY.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-FSUM-COUNT
              PERFORM VARYING WS-J FROM 1 BY 1
                      UNTIL WS-J >= WS-FSUM-COUNT
                 IF WS-FSM-ACCT(WS-J) > WS-FSM-ACCT(WS-J + 1)
                    OR (WS-FSM-ACCT(WS-J) = WS-FSM-ACCT(WS-J + 1)
                        AND WS-FSM-CUTOFF(WS-J) >
                            WS-FSM-CUTOFF(WS-J + 1))
                    MOVE WS-FSUM-ENTRY(WS-J) TO WS-FSUM-SWAP
                    MOVE WS-FSUM-ENTRY(WS-J + 1) TO
                         WS-FSUM-ENTRY(WS-J)
                    MOVE WS-FSUM-SWAP TO WS-FSUM-ENTRY(WS-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       3100-WRITE-FEE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Warning: unable to open " WS-REPORT-NAME
                  ", fee summary not written"
           ELSE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "LATE-SUBMISSION FEE SUMMARY - RUN "
                     WS-RUN-DATE " " WS-RUN-TIME-HHMMSS
                     " STREAM '" WS-STREAM-ID "' MODE " WS-MODE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE

              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              MOVE "FEES BY ACCOUNT AND CUTOFF" TO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "ACCOUNT    CUTOFF NAME  ITEMS   "
                     "ITEM AMOUNT     FEE           WAIVED"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE

              MOVE 0 TO WS-AT-ACCT
              PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-FSUM-COUNT
                 IF WS-I > 1 AND WS-FSM-ACCT(WS-I) NOT = WS-AT-ACCT
                    PERFORM 3110-WRITE-ACCOUNT-TOTAL
                 END-IF
                 IF WS-I = 1 OR WS-FSM-ACCT(WS-I) NOT = WS-AT-ACCT
                    MOVE WS-FSM-ACCT(WS-I) TO WS-AT-ACCT
                    MOVE 0 TO WS-AT-ITEMS
                    MOVE 0 TO WS-AT-AMOUNT
                    MOVE 0 TO WS-AT-FEE
                    MOVE 0 TO WS-AT-WAIVED
                 END-IF
                 ADD WS-FSM-ITEMS(WS-I) TO WS-AT-ITEMS
                 ADD WS-FSM-AMOUNT(WS-I) TO WS-AT-AMOUNT
                 ADD WS-FSM-FEE(WS-I) TO WS-AT-FEE
                 ADD WS-FSM-WAIVED(WS-I) TO WS-AT-WAIVED
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING WS-FSM-ACCT(WS-I) " "
                        WS-FSM-CUTOFF(WS-I) "   "
                        WS-FSM-ITEMS(WS-I) " "
                        WS-FSM-AMOUNT(WS-I) " "
                        WS-FSM-FEE(WS-I) " "
                        WS-FSM-WAIVED(WS-I)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM 3900-WRITE-REPORT-LINE
              END-PERFORM
              IF WS-FSUM-COUNT > 0
                 PERFORM 3110-WRITE-ACCOUNT-TOTAL
              END-IF

              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              MOVE "FEES BY CUTOFF" TO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "CUTOFF NAME  ITEMS   ITEM AMOUNT       "
                     "CHARGED FEE             WAIVED"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              PERFORM VARYING WS-CI FROM 1 BY 1
                      UNTIL WS-CI > WS-CUTOFF-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING WS-CO-NAME(WS-CI) "   "
                        WS-CO-ITEMS(WS-CI) " "
                        WS-CO-AMOUNT(WS-CI) " "
                        WS-CO-CHARGED(WS-CI) " "
                        WS-CO-FEE(WS-CI) " "
                        WS-CO-WAIVED(WS-CI)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM 3900-WRITE-REPORT-LINE
              END-PERFORM

              PERFORM 3300-WRITE-FEE-REVERSALS
              PERFORM 3200-WRITE-CONTROL-TOTALS
              CLOSE REPORT-FILE
           END-IF.

       3110-WRITE-ACCOUNT-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-AT-ACCT " ACCOUNT TOTAL"
                  WS-AT-ITEMS " "
                  WS-AT-AMOUNT " "
                  WS-AT-FEE " "
                  WS-AT-WAIVED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

       3200-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE "CONTROL TOTALS" TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EXTRACTS READ:       " WS-EXTRACTS-READ
                  "   EXTRACT ERRORS: " WS-EXTRACT-ERRORS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "AFTER ITEMS READ:    " WS-ITEMS-READ
                  "   AMOUNT: " WS-ITEMS-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  FROM REFERRALS:    " WS-REFERRAL-ITEMS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CHARGED:             " WS-CHARGED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WAIVED - RELEASED:   " WS-WAIVED-RELEASED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WAIVED - FEE EXEMPT: " WS-WAIVED-EXEMPT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REVERSED - RELEASED: " WS-REVERSED-COUNT
                  "   FEE: " WS-REVERSED-FEE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ZERO FEE BAND:       " WS-ZERO-FEE-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "NO FEE BAND:         " WS-NO-BAND-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BILLING FILE " WS-BILLING-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  TRAILER COUNT=" WS-BILL-COUNT
                  " AMOUNT=" WS-BILL-AMOUNT
                  " FEE=" WS-BILL-FEE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  TRAILER REVERSED=" WS-REVERSED-COUNT
                  " FEE=" WS-REVERSED-FEE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

       3300-WRITE-FEE-REVERSALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE "FEES REVERSED FOR RELEASED REFERRALS"
               TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ITEM ID      ACCOUNT    CUTOFF NAME  "
                  "ITEM AMOUNT  FEE        BILLED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           IF WS-REVERSED-COUNT = 0
              MOVE "  (NONE)" TO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-FEEREG-COUNT
              IF WS-BR-STATE(WS-K) = "R"
                 AND WS-BR-REV-MODE(WS-K) = WS-MODE
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING WS-BR-ID(WS-K) " "
                        WS-BR-ACCT(WS-K) " "
                        WS-BR-CUTOFF(WS-K) "   "
                        WS-BR-AMOUNT(WS-K) " "
                        WS-BR-FEE(WS-K) "  "
                        WS-BR-BILL-DATE(WS-K)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM 3900-WRITE-REPORT-LINE
              END-IF
           END-PERFORM.

       3900-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
