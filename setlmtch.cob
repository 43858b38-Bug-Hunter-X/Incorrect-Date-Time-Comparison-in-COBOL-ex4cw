               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ACKED-FILE ASSIGN TO "SETLACKD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).

       FD  ACKED-FILE.
       01  ACKED-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ACK-PARSE.
           05  AK-TYPE PIC X(1).
           05  SD-DC PIC X(4).
           05  SD-BIZ-TS PIC 9(14).
           05  FILLER PIC X(13).
       01  WS-SETL-T REDEFINES WS-SETL-PARSE.
           05  FILLER PIC X(1).
           05  ST-COUNT PIC 9(9).
           05  ST-AMOUNT PIC 9(13)V99.
           05  ST-HASH PIC 9(15).
           05  FILLER PIC X(40).

       01  WS-ACKED-HEADER.
           05  FILLER PIC X(1) VALUE "H".
           05  AKH-RUN-DATE PIC 9(8).
           05  AKH-RUN-TIME PIC 9(6).
           05  AKH-CUTOFF-NAME PIC X(10).
           05  AKH-CUTOFF-TS PIC 9(14).
           05  AKH-EXT-COUNT PIC 9(9).
           05  AKH-EXT-AMOUNT PIC 9(13)V99.
       01  WS-ACKED-DETAIL.
           05  FILLER PIC X(1) VALUE "D".
           05  AKD-ID PIC X(12).
           05  AKD-ACCT PIC 9(10).
           05  AKD-AMOUNT PIC 9(9)V99.
           05  AKD-DATE PIC 9(8).
           05  AKD-TIME PIC 9(6).
           05  AKD-DC PIC X(4).
           05  AKD-BIZ-TS PIC 9(14).
       01  WS-ACKED-TRAILER.
           05  FILLER PIC X(1) VALUE "T".
           05  AKT-COUNT PIC 9(9).
           05  AKT-AMOUNT PIC 9(13)V99.
           05  AKT-HASH PIC 9(15).
           05  AKT-REJ-AMOUNT PIC 9(13)V99.
           05  AKT-UNACK-AMOUNT PIC 9(13)V99.

       01  WS-DETAIL-COUNT PIC 9(5) VALUE 0.
       01  WS-DETAIL-TABLE.
               10  WS-DT-DATE PIC 9(8).
               10  WS-DT-TIME PIC 9(6).
               10  WS-DT-DC PIC X(4).
               10  WS-DT-BIZ-TS PIC 9(14).
               10  WS-DT-STATE PIC X(1).

       01  WS-HDR-SAVE.
           05  WS-HDR-RUN-DATE PIC 9(8).
           05  WS-HDR-RUN-TIME PIC 9(6).
           05  WS-HDR-CUTOFF PIC X(10).
           05  WS-HDR-CUTOFF-TS PIC 9(14).
           05  WS-TRL-COUNT PIC 9(9) VALUE 0.
           05  WS-TRL-AMOUNT PIC 9(13)V99 VALUE 0.

       01  WS-ACK-HDR-SAVE.
           05  WS-AH-RUN-DATE PIC 9(8).
       01  WS-SETTLE-STATUS PIC XX.
       01  WS-RESUB-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-ACKED-STATUS PIC XX.

       01  WS-ACK-NAME PIC X(40) VALUE "SETLACK.DAT".
       01  WS-SETTLE-NAME PIC X(40).
       01  WS-UNACKED-COUNT PIC 9(7) VALUE 0.
       01  WS-UNKNOWN-COUNT PIC 9(7) VALUE 0.
       01  WS-SENT-COUNT PIC 9(7) VALUE 0.
       01  WS-ACKED-AMOUNT PIC 9(13)V99 VALUE 0.
       01  WS-ACKED-HASH PIC 9(15) VALUE 0.
       01  WS-REJECTED-AMOUNT PIC 9(13)V99 VALUE 0.
       01  WS-UNACKED-AMOUNT PIC 9(13)V99 VALUE 0.

       01  WS-FOUND-IX PIC 9(5).

           PERFORM 3000-APPLY-ACK-DETAILS.
           PERFORM 4000-COUNT-UNACKED.
           PERFORM 5000-WRITE-MATCH-REPORT.
           IF WS-HDR-MATCHED
              PERFORM 6000-WRITE-ACKED-ITEMS
           END-IF.

           DISPLAY "Match complete - sent " WS-SENT-COUNT
               " acked " WS-ACKED-COUNT
                 MOVE SH-RUN-DATE TO WS-HDR-RUN-DATE
                 MOVE SH-RUN-TIME TO WS-HDR-RUN-TIME
                 MOVE SH-CUTOFF-NAME TO WS-HDR-CUTOFF
                 MOVE SH-CUTOFF-TS TO WS-HDR-CUTOFF-TS
                 SET WS-SETL-HDR-SEEN TO TRUE
              WHEN "D"
                 IF WS-DETAIL-COUNT < 5000
                    MOVE SD-DATE TO WS-DT-DATE(WS-DETAIL-COUNT)
                    MOVE SD-TIME TO WS-DT-TIME(WS-DETAIL-COUNT)
                    MOVE SD-DC TO WS-DT-DC(WS-DETAIL-COUNT)
                    MOVE SD-BIZ-TS TO WS-DT-BIZ-TS(WS-DETAIL-COUNT)
                    MOVE " " TO WS-DT-STATE(WS-DETAIL-COUNT)
                 ELSE
                    DISPLAY "Warning: more than 5000 details in "
                        WS-SETTLE-NAME ", ignoring " SD-ID
                 END-IF
              WHEN "T"
                 MOVE ST-COUNT TO WS-TRL-COUNT
                 MOVE ST-AMOUNT TO WS-TRL-AMOUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       5100-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       6000-WRITE-ACKED-ITEMS.
           MOVE 0 TO WS-ACKED-AMOUNT.
           MOVE 0 TO WS-ACKED-HASH.
           MOVE 0 TO WS-REJECTED-AMOUNT.
           MOVE 0 TO WS-UNACKED-AMOUNT.

           OPEN EXTEND ACKED-FILE.
           IF WS-ACKED-STATUS = "35"
              OPEN OUTPUT ACKED-FILE
           END-IF.
           IF WS-ACKED-STATUS NOT = "00"
              DISPLAY "Warning: unable to open SETLACKD.DAT, "
                  "acknowledged items not passed to GL posting"
           ELSE
              MOVE WS-HDR-RUN-DATE TO AKH-RUN-DATE
              MOVE WS-HDR-RUN-TIME TO AKH-RUN-TIME
              MOVE WS-HDR-CUTOFF TO AKH-CUTOFF-NAME
              MOVE WS-HDR-CUTOFF-TS TO AKH-CUTOFF-TS
              MOVE WS-TRL-COUNT TO AKH-EXT-COUNT
              MOVE WS-TRL-AMOUNT TO AKH-EXT-AMOUNT
              WRITE ACKED-RECORD FROM WS-ACKED-HEADER
              PERFORM VARYING DT-IDX FROM 1 BY 1
                      UNTIL DT-IDX > WS-DETAIL-COUNT
                 EVALUATE WS-DT-STATE(DT-IDX)
                    WHEN "A"
                       PERFORM 6100-WRITE-ONE-ACKED-ITEM
                    WHEN "R"
                       COMPUTE WS-REJECTED-AMOUNT =
                           WS-REJECTED-AMOUNT + WS-DT-AMOUNT(DT-IDX)
                    WHEN OTHER
                       COMPUTE WS-UNACKED-AMOUNT =
                           WS-UNACKED-AMOUNT + WS-DT-AMOUNT(DT-IDX)
                 END-EVALUATE
              END-PERFORM
              MOVE WS-ACKED-COUNT TO AKT-COUNT
              MOVE WS-ACKED-AMOUNT TO AKT-AMOUNT
              MOVE WS-ACKED-HASH TO AKT-HASH
              MOVE WS-REJECTED-AMOUNT TO AKT-REJ-AMOUNT
              MOVE WS-UNACKED-AMOUNT TO AKT-UNACK-AMOUNT
              WRITE ACKED-RECORD FROM WS-ACKED-TRAILER
              CLOSE ACKED-FILE
           END-IF.

       6100-WRITE-ONE-ACKED-ITEM.
           MOVE WS-DT-ID(DT-IDX) TO AKD-ID.
           MOVE WS-DT-ACCT(DT-IDX) TO AKD-ACCT.
           MOVE WS-DT-AMOUNT(DT-IDX) TO AKD-AMOUNT.
           MOVE WS-DT-DATE(DT-IDX) TO AKD-DATE.
           MOVE WS-DT-TIME(DT-IDX) TO AKD-TIME.
           MOVE WS-DT-DC(DT-IDX) TO AKD-DC.
           MOVE WS-DT-BIZ-TS(DT-IDX) TO AKD-BIZ-TS.
           WRITE ACKED-RECORD FROM WS-ACKED-DETAIL.
           COMPUTE WS-ACKED-AMOUNT =
               WS-ACKED-AMOUNT + WS-DT-AMOUNT(DT-IDX).
           COMPUTE WS-ACKED-HASH =
               FUNCTION MOD(WS-ACKED-HASH + WS-DT-ACCT(DT-IDX),
                   1000000000000000).
