       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT ACKED-FILE ASSIGN TO "SETLACKD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKED-STATUS.

           SELECT RELGL-FILE ASSIGN TO "SETLRELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELGL-STATUS.

           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT POSTED-FILE ASSIGN TO "GLPOSTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.

           SELECT GLINTF-FILE ASSIGN TO "GLINTF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLINTF-STATUS.

           SELECT REPORT-FILE ASSIGN TO "GLPOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD PIC X(80).

       FD  ACKED-FILE.
       01  ACKED-RECORD PIC X(80).

       FD  RELGL-FILE.
       01  RELGL-RECORD PIC X(80).

       FD  GLMAP-FILE.
       01  GLMAP-RECORD.
           05  GM-CUTOFF PIC X(10).
           05  GM-DC-CODE PIC X(4).
           05  GM-DEBIT-ACCT PIC X(12).
           05  GM-CREDIT-ACCT PIC X(12).

       FD  POSTED-FILE.
       01  POSTED-RECORD.
           05  PR-CUTOFF PIC X(10).
           05  PR-ID PIC X(12).
           05  PR-AMOUNT PIC 9(9)V99.
           05  PR-POST-DATE PIC 9(8).
           05  PR-POST-TIME PIC 9(6).

       FD  GLINTF-FILE.
       01  GLINTF-RECORD PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-IN-PARSE.
           05  XP-TYPE PIC X(1).
           05  FILLER PIC X(79).
       01  WS-IN-H REDEFINES WS-IN-PARSE.
           05  FILLER PIC X(1).
           05  XH-RUN-DATE PIC 9(8).
           05  XH-RUN-TIME PIC 9(6).
           05  XH-CUTOFF-NAME PIC X(10).
           05  XH-CUTOFF-TS PIC 9(14).
           05  XH-EXT-COUNT PIC 9(9).
           05  XH-EXT-COUNT-X REDEFINES XH-EXT-COUNT PIC X(9).
           05  XH-EXT-AMOUNT PIC 9(13)V99.
           05  XH-EXT-AMOUNT-X REDEFINES XH-EXT-AMOUNT PIC X(15).
           05  FILLER PIC X(17).
       01  WS-IN-D REDEFINES WS-IN-PARSE.
           05  FILLER PIC X(1).
           05  XD-ID PIC X(12).
           05  XD-ACCT PIC 9(10).
           05  XD-AMOUNT PIC 9(9)V99.
           05  XD-DATE PIC 9(8).
           05  XD-TIME PIC 9(6).
           05  XD-DC PIC X(4).
           05  XD-BIZ-DATE PIC 9(8).
           05  XD-BIZ-HHMMSS PIC 9(6).
           05  FILLER PIC X(14).
       01  WS-IN-T REDEFINES WS-IN-PARSE.
           05  FILLER PIC X(1).
           05  XT-COUNT PIC 9(9).
           05  XT-AMOUNT PIC 9(13)V99.
           05  XT-HASH PIC 9(15).
           05  XT-REJ-AMOUNT PIC 9(13)V99.
           05  XT-REJ-AMOUNT-X REDEFINES XT-REJ-AMOUNT PIC X(15).
           05  XT-UNACK-AMOUNT PIC 9(13)V99.
           05  XT-UNACK-AMOUNT-X REDEFINES XT-UNACK-AMOUNT
                   PIC X(15).
           05  FILLER PIC X(10).

       01  WS-GL-HEADER.
           05  FILLER PIC X(1) VALUE "H".
           05  GH-BATCH-DATE PIC 9(8).
           05  GH-BATCH-TIME PIC 9(6).
           05  GH-SOURCE PIC X(8) VALUE "SETLGL".
       01  WS-GL-DETAIL.
           05  FILLER PIC X(1) VALUE "D".
           05  GD-LINE PIC 9(7).
           05  GD-BIZ-DATE PIC 9(8).
           05  GD-CUTOFF PIC X(10).
           05  GD-DC-CODE PIC X(4).
           05  GD-GL-ACCT PIC X(12).
           05  GD-DRCR PIC X(1).
           05  GD-AMOUNT PIC 9(13)V99.
           05  GD-ITEMS PIC 9(7).
       01  WS-GL-TRAILER.
           05  FILLER PIC X(1) VALUE "T".
           05  GT-LINES PIC 9(7).
           05  GT-DEBITS PIC 9(13)V99.
           05  GT-CREDITS PIC 9(13)V99.

       01  WS-MAP-COUNT PIC 9(3) VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-MAP-COUNT.
               10  WS-GM-CUTOFF PIC X(10).
               10  WS-GM-DC PIC X(4).
               10  WS-GM-DEBIT PIC X(12).
               10  WS-GM-CREDIT PIC X(12).

       01  WS-POSTED-COUNT PIC 9(5) VALUE 0.
       01  WS-POSTED-TABLE.
           05  WS-POSTED-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-POSTED-COUNT.
               10  WS-PR-CUTOFF PIC X(10).
               10  WS-PR-ID PIC X(12).
               10  WS-PR-AMOUNT PIC 9(9)V99.
               10  WS-PR-NEW PIC X(1).
       01  WS-POSTED-PRIOR PIC 9(5) VALUE 0.

       01  WS-BATCH-COUNT PIC 9(3) VALUE 0.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-BATCH-COUNT.
               10  WS-BT-SOURCE PIC X(8).
               10  WS-BT-CUTOFF PIC X(10).
               10  WS-BT-RUN-DATE PIC 9(8).
               10  WS-BT-RUN-TIME PIC 9(6).
               10  WS-BT-EXT-SET PIC X(1).
               10  WS-BT-EXT-AMOUNT PIC 9(13)V99.
               10  WS-BT-DTL-COUNT PIC 9(9).
               10  WS-BT-DTL-AMOUNT PIC 9(13)V99.
               10  WS-BT-TRL-SET PIC X(1).
               10  WS-BT-TRL-COUNT PIC 9(9).
               10  WS-BT-TRL-AMOUNT PIC 9(13)V99.
               10  WS-BT-REJ-AMOUNT PIC 9(13)V99.
               10  WS-BT-UNACK-AMOUNT PIC 9(13)V99.
               10  WS-BT-POST-AMOUNT PIC 9(13)V99.
               10  WS-BT-DUP-AMOUNT PIC 9(13)V99.
               10  WS-BT-UNMAP-AMOUNT PIC 9(13)V99.
               10  WS-BT-TIES PIC X(1).

       01  WS-JOURNAL-COUNT PIC 9(3) VALUE 0.
       01  WS-JOURNAL-TABLE.
           05  WS-JOURNAL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-JOURNAL-COUNT.
               10  WS-JG-BIZ-DATE PIC 9(8).
               10  WS-JG-CUTOFF PIC X(10).
               10  WS-JG-DC PIC X(4).
               10  WS-JG-DEBIT PIC X(12).
               10  WS-JG-CREDIT PIC X(12).
               10  WS-JG-COUNT PIC 9(7).
               10  WS-JG-AMOUNT PIC 9(13)V99.

       01  WS-FLAGS.
           05  WS-INPUT-EOF PIC X VALUE "N".
               88  WS-INPUT-AT-END VALUE "Y".
           05  WS-GLMAP-EOF PIC X VALUE "N".
               88  WS-GLMAP-AT-END VALUE "Y".
           05  WS-POSTED-EOF PIC X VALUE "N".
               88  WS-POSTED-AT-END VALUE "Y".
           05  WS-FOUND-FLAG PIC X VALUE "N".
               88  WS-ENTRY-FOUND VALUE "Y".
           05  WS-BATCH-OPEN-FLAG PIC X VALUE "N".
               88  WS-BATCH-OPEN VALUE "Y".
           05  WS-REFUSED-FLAG PIC X VALUE "N".
               88  WS-POSTING-REFUSED VALUE "Y".

       01  WS-INPUT-STATUS PIC XX.
       01  WS-ACKED-STATUS PIC XX.
       01  WS-RELGL-STATUS PIC XX.
       01  WS-GLMAP-STATUS PIC XX.
       01  WS-POSTED-STATUS PIC XX.
       01  WS-GLINTF-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.

       01  WS-INPUT-NAME PIC X(40).
       01  WS-SOURCE-NAME PIC X(8).

       01  WS-MAP-DEBIT PIC X(12).
       01  WS-MAP-CREDIT PIC X(12).
       01  WS-MAP-IX PIC 9(3).

       01  WS-TOTALS.
           05  WS-ITEMS-READ PIC 9(7) VALUE 0.
           05  WS-ITEMS-POSTED PIC 9(7) VALUE 0.
           05  WS-ITEMS-DUPLICATE PIC 9(7) VALUE 0.
           05  WS-ITEMS-UNMAPPED PIC 9(7) VALUE 0.
           05  WS-AMOUNT-READ PIC 9(13)V99 VALUE 0.
           05  WS-AMOUNT-POSTED PIC 9(13)V99 VALUE 0.
           05  WS-AMOUNT-DUPLICATE PIC 9(13)V99 VALUE 0.
           05  WS-AMOUNT-UNMAPPED PIC 9(13)V99 VALUE 0.
           05  WS-DEBIT-TOTAL PIC 9(13)V99 VALUE 0.
           05  WS-CREDIT-TOTAL PIC 9(13)V99 VALUE 0.
           05  WS-LINE-COUNT PIC 9(7) VALUE 0.
           05  WS-TIE-FAILURES PIC 9(3) VALUE 0.
           05  WS-ORPHAN-COUNT PIC 9(7) VALUE 0.

       01  WS-CHECK-AMOUNT PIC 9(13)V99.

       01  WS-BX PIC 9(3).
       01  WS-I PIC 9(5).
       01  WS-J PIC 9(5).

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

           PERFORM 1000-LOAD-GL-MAP.
           IF WS-MAP-COUNT = 0
              DISPLAY "Error: GLMAP.DAT missing or empty, "
                  "nothing posted"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1100-LOAD-POSTED-REGISTRY.

           MOVE "SETLACKD.DAT" TO WS-INPUT-NAME.
           MOVE "SETLACKD" TO WS-SOURCE-NAME.
           PERFORM 2000-READ-ONE-SOURCE.
           MOVE "SETLRELD.DAT" TO WS-INPUT-NAME.
           MOVE "SETLRELD" TO WS-SOURCE-NAME.
           PERFORM 2000-READ-ONE-SOURCE.

           PERFORM 2500-CHECK-BATCH-TIE-OUT.
           IF WS-ITEMS-UNMAPPED > 0 OR WS-TIE-FAILURES > 0
              SET WS-POSTING-REFUSED TO TRUE
              DISPLAY "Error: unmapped items or batches that do not "
                  "tie, nothing posted"
           END-IF.

           OPEN OUTPUT GLINTF-FILE.
           IF WS-GLINTF-STATUS NOT = "00"
              DISPLAY "Error: unable to open GLINTF.DAT, status "
                  WS-GLINTF-STATUS ", nothing posted"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 3000-WRITE-GL-INTERFACE.
           CLOSE GLINTF-FILE.

           IF NOT WS-POSTING-REFUSED
              PERFORM 3500-UPDATE-POSTED-REGISTRY
           END-IF.
           PERFORM 4000-WRITE-POSTING-JOURNAL.

           DISPLAY "GL posting complete - items " WS-ITEMS-READ
               " posted " WS-ITEMS-POSTED
               " already posted " WS-ITEMS-DUPLICATE
               " unmapped " WS-ITEMS-UNMAPPED.
           DISPLAY "Journal lines " WS-LINE-COUNT " debits "
               WS-DEBIT-TOTAL " credits " WS-CREDIT-TOTAL.

           IF WS-ITEMS-UNMAPPED > 0 OR WS-TIE-FAILURES > 0
              OR WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
              DISPLAY "Note: SETLACKD.DAT and SETLRELD.DAT kept for "
                  "rerun after exceptions are cleared"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 3600-CLEAR-SOURCE-FILES
              IF WS-ITEMS-DUPLICATE > 0 OR WS-ITEMS-READ = 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

       1000-LOAD-GL-MAP.
           MOVE 0 TO WS-MAP-COUNT.
           SET WS-GLMAP-EOF TO "N".

           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-STATUS = "00"
              PERFORM UNTIL WS-GLMAP-AT-END
                 READ GLMAP-FILE
                     AT END SET WS-GLMAP-AT-END TO TRUE
                     NOT AT END
                         IF GLMAP-RECORD = SPACES
                            OR (GM-CUTOFF(1:1) = "*"
                                AND GM-CUTOFF NOT = "*ALL")
                            CONTINUE
                         ELSE
                         IF GM-DEBIT-ACCT = SPACES
                            OR GM-CREDIT-ACCT = SPACES
                            DISPLAY "Warning: GLMAP.DAT entry for "
                                GM-CUTOFF " " GM-DC-CODE
                                " lacks a GL account, ignored"
                         ELSE
                         IF WS-MAP-COUNT < 200
                            ADD 1 TO WS-MAP-COUNT
                            MOVE GM-CUTOFF TO
                                 WS-GM-CUTOFF(WS-MAP-COUNT)
                            MOVE GM-DC-CODE TO WS-GM-DC(WS-MAP-COUNT)
                            MOVE GM-DEBIT-ACCT TO
                                 WS-GM-DEBIT(WS-MAP-COUNT)
                            MOVE GM-CREDIT-ACCT TO
                                 WS-GM-CREDIT(WS-MAP-COUNT)
                         ELSE
                            DISPLAY "Warning: GLMAP.DAT has more than "
                                "200 entries, ignoring " GM-CUTOFF
                         END-IF
                         END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE GLMAP-FILE
           END-IF.

       1100-LOAD-POSTED-REGISTRY.
           MOVE 0 TO WS-POSTED-COUNT.
           SET WS-POSTED-EOF TO "N".

           OPEN INPUT POSTED-FILE.
           IF WS-POSTED-STATUS = "00"
              PERFORM UNTIL WS-POSTED-AT-END
                 READ POSTED-FILE
                     AT END SET WS-POSTED-AT-END TO TRUE
                     NOT AT END
                         IF WS-POSTED-COUNT < 20000
                            ADD 1 TO WS-POSTED-COUNT
                            MOVE PR-CUTOFF TO
                                 WS-PR-CUTOFF(WS-POSTED-COUNT)
                            MOVE PR-ID TO WS-PR-ID(WS-POSTED-COUNT)
                            MOVE PR-AMOUNT TO
                                 WS-PR-AMOUNT(WS-POSTED-COUNT)
                            MOVE "N" TO WS-PR-NEW(WS-POSTED-COUNT)
                         ELSE
                            DISPLAY "Error: GLPOSTED.DAT holds more "
                                "than 20000 items - reposts cannot be "
                                "checked, nothing posted"
                            CLOSE POSTED-FILE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE POSTED-FILE
           ELSE
              DISPLAY "Note: GLPOSTED.DAT not found, no prior postings"
           END-IF.
           MOVE WS-POSTED-COUNT TO WS-POSTED-PRIOR.

       2000-READ-ONE-SOURCE.
           SET WS-INPUT-EOF TO "N".
           MOVE "N" TO WS-BATCH-OPEN-FLAG.

           OPEN INPUT INPUT-FILE.
           IF WS-INPUT-STATUS NOT = "00"
              DISPLAY "Note: " WS-INPUT-NAME " not found, skipped"
           ELSE
              PERFORM UNTIL WS-INPUT-AT-END
                 READ INPUT-FILE INTO WS-IN-PARSE
                     AT END SET WS-INPUT-AT-END TO TRUE
                     NOT AT END
                         PERFORM 2010-READ-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE INPUT-FILE
           END-IF.

       2010-READ-ONE-RECORD.
           EVALUATE XP-TYPE
              WHEN "H"
                 IF WS-BATCH-COUNT < 200
                    ADD 1 TO WS-BATCH-COUNT
                    MOVE WS-BATCH-COUNT TO WS-BX
                    SET WS-BATCH-OPEN TO TRUE
                    MOVE WS-SOURCE-NAME TO WS-BT-SOURCE(WS-BX)
                    MOVE XH-CUTOFF-NAME TO WS-BT-CUTOFF(WS-BX)
                    MOVE XH-RUN-DATE TO WS-BT-RUN-DATE(WS-BX)
                    MOVE XH-RUN-TIME TO WS-BT-RUN-TIME(WS-BX)
                    IF XH-EXT-AMOUNT-X NUMERIC
                       MOVE "Y" TO WS-BT-EXT-SET(WS-BX)
                       MOVE XH-EXT-AMOUNT TO WS-BT-EXT-AMOUNT(WS-BX)
                    ELSE
                       MOVE "N" TO WS-BT-EXT-SET(WS-BX)
                       MOVE 0 TO WS-BT-EXT-AMOUNT(WS-BX)
                    END-IF
                    MOVE 0 TO WS-BT-DTL-COUNT(WS-BX)
                    MOVE 0 TO WS-BT-DTL-AMOUNT(WS-BX)
                    MOVE "N" TO WS-BT-TRL-SET(WS-BX)
                    MOVE 0 TO WS-BT-TRL-COUNT(WS-BX)
                    MOVE 0 TO WS-BT-TRL-AMOUNT(WS-BX)
                    MOVE 0 TO WS-BT-REJ-AMOUNT(WS-BX)
                    MOVE 0 TO WS-BT-UNACK-AMOUNT(WS-BX)
                    MOVE 0 TO WS-BT-POST-AMOUNT(WS-BX)
                    MOVE 0 TO WS-BT-DUP-AMOUNT(WS-BX)
                    MOVE 0 TO WS-BT-UNMAP-AMOUNT(WS-BX)
                    MOVE "Y" TO WS-BT-TIES(WS-BX)
                 ELSE
                    MOVE "N" TO WS-BATCH-OPEN-FLAG
                    DISPLAY "Warning: more than 200 batches in input, "
                        "ignoring " WS-INPUT-NAME " batch "
                        XH-CUTOFF-NAME
                 END-IF
              WHEN "D"
                 IF WS-BATCH-OPEN
                    PERFORM 2100-POST-ONE-ITEM
                 ELSE
                    ADD 1 TO WS-ORPHAN-COUNT
                 END-IF
              WHEN "T"
                 IF WS-BATCH-OPEN
                    MOVE "Y" TO WS-BT-TRL-SET(WS-BX)
                    MOVE XT-COUNT TO WS-BT-TRL-COUNT(WS-BX)
                    MOVE XT-AMOUNT TO WS-BT-TRL-AMOUNT(WS-BX)
                    IF XT-REJ-AMOUNT-X NUMERIC
                       MOVE XT-REJ-AMOUNT TO WS-BT-REJ-AMOUNT(WS-BX)
                    END-IF
                    IF XT-UNACK-AMOUNT-X NUMERIC
                       MOVE XT-UNACK-AMOUNT TO
                            WS-BT-UNACK-AMOUNT(WS-BX)
                    END-IF
                    MOVE "N" TO WS-BATCH-OPEN-FLAG
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2100-POST-ONE-ITEM.
           ADD 1 TO WS-ITEMS-READ.
           COMPUTE WS-AMOUNT-READ = WS-AMOUNT-READ + XD-AMOUNT.
           ADD 1 TO WS-BT-DTL-COUNT(WS-BX).
           COMPUTE WS-BT-DTL-AMOUNT(WS-BX) =
               WS-BT-DTL-AMOUNT(WS-BX) + XD-AMOUNT.

           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-POSTED-COUNT OR WS-ENTRY-FOUND
              IF WS-PR-ID(WS-I) = XD-ID
                 AND WS-PR-CUTOFF(WS-I) = WS-BT-CUTOFF(WS-BX)
                 SET WS-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.

           IF WS-ENTRY-FOUND
              ADD 1 TO WS-ITEMS-DUPLICATE
              COMPUTE WS-AMOUNT-DUPLICATE =
                  WS-AMOUNT-DUPLICATE + XD-AMOUNT
              COMPUTE WS-BT-DUP-AMOUNT(WS-BX) =
                  WS-BT-DUP-AMOUNT(WS-BX) + XD-AMOUNT
              DISPLAY "Warning: " XD-ID " for " WS-BT-CUTOFF(WS-BX)
                  " already posted, refused"
           ELSE
              PERFORM 2200-FIND-GL-MAPPING
              IF WS-MAP-IX = 0
                 ADD 1 TO WS-ITEMS-UNMAPPED
                 COMPUTE WS-AMOUNT-UNMAPPED =
                     WS-AMOUNT-UNMAPPED + XD-AMOUNT
                 COMPUTE WS-BT-UNMAP-AMOUNT(WS-BX) =
                     WS-BT-UNMAP-AMOUNT(WS-BX) + XD-AMOUNT
                 DISPLAY "Warning: no GL mapping for "
                     WS-BT-CUTOFF(WS-BX) " " XD-DC ", " XD-ID
                     " not posted"
              ELSE
              IF WS-POSTED-COUNT >= 20000
                 ADD 1 TO WS-ITEMS-UNMAPPED
                 COMPUTE WS-AMOUNT-UNMAPPED =
                     WS-AMOUNT-UNMAPPED + XD-AMOUNT
                 COMPUTE WS-BT-UNMAP-AMOUNT(WS-BX) =
                     WS-BT-UNMAP-AMOUNT(WS-BX) + XD-AMOUNT
                 DISPLAY "Warning: posted registry full, " XD-ID
                     " not posted"
              ELSE
                 PERFORM 2300-ADD-TO-JOURNAL
              END-IF
              END-IF
           END-IF.

       2200-FIND-GL-MAPPING.
           MOVE 0 TO WS-MAP-IX.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-MAP-COUNT OR WS-MAP-IX > 0
              IF WS-GM-CUTOFF(WS-J) = WS-BT-CUTOFF(WS-BX)
                 AND WS-GM-DC(WS-J) = XD-DC
                 MOVE WS-J TO WS-MAP-IX
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-MAP-COUNT OR WS-MAP-IX > 0
              IF WS-GM-CUTOFF(WS-J) = WS-BT-CUTOFF(WS-BX)
                 AND WS-GM-DC(WS-J) = "*ALL"
                 MOVE WS-J TO WS-MAP-IX
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-MAP-COUNT OR WS-MAP-IX > 0
              IF WS-GM-CUTOFF(WS-J) = "*ALL"
                 AND WS-GM-DC(WS-J) = XD-DC
                 MOVE WS-J TO WS-MAP-IX
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-MAP-COUNT OR WS-MAP-IX > 0
              IF WS-GM-CUTOFF(WS-J) = "*ALL"
                 AND WS-GM-DC(WS-J) = "*ALL"
                 MOVE WS-J TO WS-MAP-IX
              END-IF
           END-PERFORM.
           IF WS-MAP-IX > 0
              MOVE WS-GM-DEBIT(WS-MAP-IX) TO WS-MAP-DEBIT
              MOVE WS-GM-CREDIT(WS-MAP-IX) TO WS-MAP-CREDIT
           END-IF.

       2300-ADD-TO-JOURNAL.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-JOURNAL-COUNT OR WS-ENTRY-FOUND
              IF WS-JG-BIZ-DATE(WS-J) = XD-BIZ-DATE
                 AND WS-JG-CUTOFF(WS-J) = WS-BT-CUTOFF(WS-BX)
                 AND WS-JG-DC(WS-J) = XD-DC
                 SET WS-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.

           IF WS-ENTRY-FOUND
              SUBTRACT 1 FROM WS-J
           ELSE
              IF WS-JOURNAL-COUNT < 500
                 ADD 1 TO WS-JOURNAL-COUNT
                 MOVE WS-JOURNAL-COUNT TO WS-J
                 MOVE XD-BIZ-DATE TO WS-JG-BIZ-DATE(WS-J)
                 MOVE WS-BT-CUTOFF(WS-BX) TO WS-JG-CUTOFF(WS-J)
                 MOVE XD-DC TO WS-JG-DC(WS-J)
                 MOVE WS-MAP-DEBIT TO WS-JG-DEBIT(WS-J)
                 MOVE WS-MAP-CREDIT TO WS-JG-CREDIT(WS-J)
                 MOVE 0 TO WS-JG-COUNT(WS-J)
                 MOVE 0 TO WS-JG-AMOUNT(WS-J)
              ELSE
                 MOVE 0 TO WS-J
              END-IF
           END-IF.

           IF WS-J = 0
              ADD 1 TO WS-ITEMS-UNMAPPED
              COMPUTE WS-AMOUNT-UNMAPPED =
                  WS-AMOUNT-UNMAPPED + XD-AMOUNT
              COMPUTE WS-BT-UNMAP-AMOUNT(WS-BX) =
                  WS-BT-UNMAP-AMOUNT(WS-BX) + XD-AMOUNT
              DISPLAY "Warning: more than 500 journal entries, "
                  XD-ID " not posted"
           ELSE
              ADD 1 TO WS-JG-COUNT(WS-J)
              COMPUTE WS-JG-AMOUNT(WS-J) =
                  WS-JG-AMOUNT(WS-J) + XD-AMOUNT
              ADD 1 TO WS-ITEMS-POSTED
              COMPUTE WS-AMOUNT-POSTED = WS-AMOUNT-POSTED + XD-AMOUNT
              COMPUTE WS-BT-POST-AMOUNT(WS-BX) =
                  WS-BT-POST-AMOUNT(WS-BX) + XD-AMOUNT
              ADD 1 TO WS-POSTED-COUNT
              MOVE WS-BT-CUTOFF(WS-BX) TO WS-PR-CUTOFF(WS-POSTED-COUNT)
              MOVE XD-ID TO WS-PR-ID(WS-POSTED-COUNT)
              MOVE XD-AMOUNT TO WS-PR-AMOUNT(WS-POSTED-COUNT)
              MOVE "Y" TO WS-PR-NEW(WS-POSTED-COUNT)
           END-IF.

       2500-CHECK-BATCH-TIE-OUT.
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BATCH-COUNT
              IF WS-BT-TRL-SET(WS-BX) NOT = "Y"
                 MOVE "N" TO WS-BT-TIES(WS-BX)
              ELSE
              IF WS-BT-TRL-COUNT(WS-BX) NOT = WS-BT-DTL-COUNT(WS-BX)
                 OR WS-BT-TRL-AMOUNT(WS-BX) NOT =
                    WS-BT-DTL-AMOUNT(WS-BX)
                 MOVE "N" TO WS-BT-TIES(WS-BX)
              END-IF
              END-IF
              IF WS-BT-EXT-SET(WS-BX) = "Y"
                 COMPUTE WS-CHECK-AMOUNT =
                     WS-BT-DTL-AMOUNT(WS-BX) + WS-BT-REJ-AMOUNT(WS-BX)
                     + WS-BT-UNACK-AMOUNT(WS-BX)
                 IF WS-CHECK-AMOUNT NOT = WS-BT-EXT-AMOUNT(WS-BX)
                    MOVE "N" TO WS-BT-TIES(WS-BX)
                 END-IF
              END-IF
              IF WS-BT-TIES(WS-BX) NOT = "Y"
                 ADD 1 TO WS-TIE-FAILURES
                 DISPLAY "Warning: " WS-BT-SOURCE(WS-BX) " batch "
                     WS-BT-CUTOFF(WS-BX) " " WS-BT-RUN-DATE(WS-BX)
                     " does not tie to its control totals"
              END-IF
           END-PERFORM.

       3000-WRITE-GL-INTERFACE.
           MOVE WS-RUN-DATE TO GH-BATCH-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO GH-BATCH-TIME.
           WRITE GLINTF-RECORD FROM WS-GL-HEADER.

           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-JOURNAL-COUNT OR WS-POSTING-REFUSED
              MOVE WS-JG-BIZ-DATE(WS-J) TO GD-BIZ-DATE
              MOVE WS-JG-CUTOFF(WS-J) TO GD-CUTOFF
              MOVE WS-JG-DC(WS-J) TO GD-DC-CODE
              MOVE WS-JG-AMOUNT(WS-J) TO GD-AMOUNT
              MOVE WS-JG-COUNT(WS-J) TO GD-ITEMS

              ADD 1 TO WS-LINE-COUNT
              MOVE WS-LINE-COUNT TO GD-LINE
              MOVE WS-JG-DEBIT(WS-J) TO GD-GL-ACCT
              MOVE "D" TO GD-DRCR
              WRITE GLINTF-RECORD FROM WS-GL-DETAIL
              COMPUTE WS-DEBIT-TOTAL =
                  WS-DEBIT-TOTAL + WS-JG-AMOUNT(WS-J)

              ADD 1 TO WS-LINE-COUNT
              MOVE WS-LINE-COUNT TO GD-LINE
              MOVE WS-JG-CREDIT(WS-J) TO GD-GL-ACCT
              MOVE "C" TO GD-DRCR
              WRITE GLINTF-RECORD FROM WS-GL-DETAIL
              COMPUTE WS-CREDIT-TOTAL =
                  WS-CREDIT-TOTAL + WS-JG-AMOUNT(WS-J)
           END-PERFORM.

           MOVE WS-LINE-COUNT TO GT-LINES.
           MOVE WS-DEBIT-TOTAL TO GT-DEBITS.
           MOVE WS-CREDIT-TOTAL TO GT-CREDITS.
           WRITE GLINTF-RECORD FROM WS-GL-TRAILER.

       3500-UPDATE-POSTED-REGISTRY.
           IF WS-POSTED-COUNT > WS-POSTED-PRIOR
              OPEN EXTEND POSTED-FILE
              IF WS-POSTED-STATUS = "35"
                 OPEN OUTPUT POSTED-FILE
              END-IF
              IF WS-POSTED-STATUS NOT = "00"
                 DISPLAY "Error: unable to update GLPOSTED.DAT, status "
                     WS-POSTED-STATUS
                 DISPLAY "Error: GLINTF.DAT must not be released "
                     "until the registry is repaired"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-POSTED-PRIOR GIVING WS-I
              PERFORM VARYING WS-I FROM WS-I BY 1
                      UNTIL WS-I > WS-POSTED-COUNT
                 MOVE WS-PR-CUTOFF(WS-I) TO PR-CUTOFF
                 MOVE WS-PR-ID(WS-I) TO PR-ID
                 MOVE WS-PR-AMOUNT(WS-I) TO PR-AMOUNT
                 MOVE WS-RUN-DATE TO PR-POST-DATE
                 MOVE WS-RUN-TIME-HHMMSS TO PR-POST-TIME
                 WRITE POSTED-RECORD
              END-PERFORM
              CLOSE POSTED-FILE
           END-IF.

       3600-CLEAR-SOURCE-FILES.
           OPEN OUTPUT ACKED-FILE.
           IF WS-ACKED-STATUS = "00"
              CLOSE ACKED-FILE
           ELSE
              DISPLAY "Warning: unable to clear SETLACKD.DAT, status "
                  WS-ACKED-STATUS ", next run will refuse its items"
           END-IF.
           OPEN OUTPUT RELGL-FILE.
           IF WS-RELGL-STATUS = "00"
              CLOSE RELGL-FILE
           ELSE
              DISPLAY "Warning: unable to clear SETLRELD.DAT, status "
                  WS-RELGL-STATUS ", next run will refuse its items"
           END-IF.

       4000-WRITE-POSTING-JOURNAL.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Warning: unable to open GLPOST.RPT, "
                  "posting journal not written"
           ELSE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "GL POSTING JOURNAL - RUN " WS-RUN-DATE " "
                     WS-RUN-TIME-HHMMSS "  BATCH " WS-RUN-DATE
                     WS-RUN-TIME-HHMMSS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 4900-WRITE-REPORT-LINE

              MOVE "SOURCE BATCH TIE-OUT TO SETL TRAILERS"
                  TO WS-REPORT-LINE
              PERFORM 4900-WRITE-REPORT-LINE
              PERFORM VARYING WS-BX FROM 1 BY 1
                      UNTIL WS-BX > WS-BATCH-COUNT
                 PERFORM 4100-WRITE-BATCH-TIE-OUT
              END-PERFORM
              IF WS-BATCH-COUNT = 0
                 MOVE "  (NO INPUT BATCHES)" TO WS-REPORT-LINE
                 PERFORM 4900-WRITE-REPORT-LINE
              END-IF

              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 4900-WRITE-REPORT-LINE
              MOVE "JOURNAL ENTRIES" TO WS-REPORT-LINE
              PERFORM 4900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  BUS DATE CUTOFF     DC   DEBIT ACCT   "
                     "CREDIT ACCT  ITEMS          AMOUNT"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-REPORT-LINE
              PERFORM VARYING WS-J FROM 1 BY 1
                      UNTIL WS-J > WS-JOURNAL-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "  " WS-JG-BIZ-DATE(WS-J) " "
                        WS-JG-CUTOFF(WS-J) " " WS-JG-DC(WS-J) " "
                        WS-JG-DEBIT(WS-J) " " WS-JG-CREDIT(WS-J) " "
                        WS-JG-COUNT(WS-J) " " WS-JG-AMOUNT(WS-J)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM 4900-WRITE-REPORT-LINE
              END-PERFORM
              IF WS-JOURNAL-COUNT = 0
                 MOVE "  (NOTHING TO POST)" TO WS-REPORT-LINE
                 PERFORM 4900-WRITE-REPORT-LINE
              END-IF

              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 4900-WRITE-REPORT-LINE
              MOVE "CONTROL TOTALS" TO WS-REPORT-LINE
              PERFORM 4900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  ITEMS READ:           " WS-ITEMS-READ
                     "  AMOUNT " WS-AMOUNT-READ
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  ITEMS POSTED:         " WS-ITEMS-POSTED
                     "  AMOUNT " WS-AMOUNT-POSTED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  ALREADY POSTED:       " WS-ITEMS-DUPLICATE
                     "  AMOUNT " WS-AMOUNT-DUPLICATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  NOT POSTED - NO MAP:  " WS-ITEMS-UNMAPPED
                     "  AMOUNT " WS-AMOUNT-UNMAPPED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-REPORT-LINE
              IF WS-ORPHAN-COUNT > 0
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "  DETAILS OUTSIDE A BATCH IGNORED: "
                        WS-ORPHAN-COUNT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM 4900-WRITE-REPORT-LINE
              END-IF
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  JOURNAL LINES:        " WS-LINE-COUNT
                     "  DEBITS " WS-DEBIT-TOTAL
                     "  CREDITS " WS-CREDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              IF WS-POSTING-REFUSED
                 MOVE "  *** EXCEPTIONS - NOTHING POSTED THIS RUN ***"
                     TO WS-REPORT-LINE
              ELSE
              IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
                 AND WS-DEBIT-TOTAL = WS-AMOUNT-POSTED
                 MOVE "  JOURNAL IN BALANCE AND AGREES TO ITEMS POSTED"
                     TO WS-REPORT-LINE
              ELSE
                 MOVE "  *** JOURNAL OUT OF BALANCE ***"
                     TO WS-REPORT-LINE
              END-IF
              END-IF
              PERFORM 4900-WRITE-REPORT-LINE
              CLOSE REPORT-FILE
           END-IF.

       4100-WRITE-BATCH-TIE-OUT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-BT-SOURCE(WS-BX) " " WS-BT-CUTOFF(WS-BX)
                  " RUN " WS-BT-RUN-DATE(WS-BX) " "
                  WS-BT-RUN-TIME(WS-BX)
                  " ITEMS " WS-BT-DTL-COUNT(WS-BX)
                  " TRAILER " WS-BT-TRL-COUNT(WS-BX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           IF WS-BT-EXT-SET(WS-BX) = "Y"
              MOVE SPACES TO WS-REPORT-LINE
              STRING "    EXTRACT " WS-BT-EXT-AMOUNT(WS-BX)
                     " = ACKED " WS-BT-DTL-AMOUNT(WS-BX)
                     " + REJ " WS-BT-REJ-AMOUNT(WS-BX)
                     " + UNACK " WS-BT-UNACK-AMOUNT(WS-BX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-REPORT-LINE
           ELSE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "    TRAILER AMOUNT " WS-BT-TRL-AMOUNT(WS-BX)
                     " = RELEASED " WS-BT-DTL-AMOUNT(WS-BX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 4900-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-BT-TIES(WS-BX) = "Y"
              STRING "    POSTED " WS-BT-POST-AMOUNT(WS-BX)
                     " ALREADY POSTED " WS-BT-DUP-AMOUNT(WS-BX)
                     " NO MAP " WS-BT-UNMAP-AMOUNT(WS-BX)
                     "  TIES"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING "    POSTED " WS-BT-POST-AMOUNT(WS-BX)
                     " ALREADY POSTED " WS-BT-DUP-AMOUNT(WS-BX)
                     " NO MAP " WS-BT-UNMAP-AMOUNT(WS-BX)
                     "  *** DOES NOT TIE ***"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM 4900-WRITE-REPORT-LINE.

       4900-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
