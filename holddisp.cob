       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDDISP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUB-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CHGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05  HD-ID PIC X(12).
           05  HD-ACCT PIC 9(10).
           05  HD-AMOUNT PIC 9(9)V99.
           05  HD-DATE PIC 9(8).
           05  HD-TIME PIC 9(6).
           05  HD-DC PIC X(4).
           05  HD-BIZ-TS PIC 9(14).
           05  HD-LIMIT PIC 9(9)V99.
           05  HD-DAY-TOTAL PIC 9(13)V99.

       FD  RESUBMIT-FILE.
       01  RESUBMIT-RECORD.
           05  RS-DATE PIC 9(8).
           05  RS-TIME PIC 9(6).
           05  RS-DC-CODE PIC X(4).
           05  RS-ID PIC X(12).
           05  RS-ACCT PIC 9(10).
           05  RS-AMOUNT PIC 9(9)V99.
           05  RS-REASON PIC X(40).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OP-USER PIC X(8).
           05  OP-PIN-HASH PIC 9(9).
           05  OP-ROLE PIC X(1).
           05  OP-STATUS PIC X(1).
           05  OP-NAME PIC X(30).
           05  OP-CHG-DATE PIC 9(8).
           05  OP-CHG-USER PIC X(8).

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

       WORKING-STORAGE SECTION.
       01  WS-HOLD-COUNT PIC 9(5) VALUE 0.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-HOLD-COUNT.
               10  WS-HLT-ID PIC X(12).
               10  WS-HLT-ACCT PIC 9(10).
               10  WS-HLT-AMOUNT PIC 9(9)V99.
               10  WS-HLT-DATE PIC 9(8).
               10  WS-HLT-TIME PIC 9(6).
               10  WS-HLT-DC PIC X(4).
               10  WS-HLT-BIZ-TS PIC 9(14).
               10  WS-HLT-LIMIT PIC 9(9)V99.
               10  WS-HLT-DAY-TOTAL PIC 9(13)V99.
               10  WS-HLT-DISP PIC X(1).

       01  WS-FLAGS.
           05  WS-HOLD-EOF PIC X VALUE "N".
               88  WS-HOLD-AT-END VALUE "Y".
           05  WS-OVERFLOW-FLAG PIC X VALUE "N".
               88  WS-HOLD-OVERFLOW VALUE "Y".

       01  WS-HOLD-STATUS PIC XX.
       01  WS-RESUB-STATUS PIC XX.

       01  WS-HOLD-NAME PIC X(40) VALUE "HOLD.DAT".
       01  WS-NAME-IN PIC X(40).
       01  WS-CHOICE PIC X(1).

       01  WS-RELEASED-COUNT PIC 9(5) VALUE 0.
       01  WS-PUSHED-COUNT PIC 9(5) VALUE 0.
       01  WS-KEPT-COUNT PIC 9(5) VALUE 0.

       01  WS-I PIC 9(5).

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

       01  WS-HISTORY-STATUS PIC XX.
       01  WS-USER-ID PIC X(8).
       01  WS-OPERATOR-STATUS PIC XX.
       01  WS-PIN-IN PIC X(8).
       01  WS-PIN-HASH PIC 9(9).
       01  WS-HASH-INPUT.
           05  WS-HASH-USER PIC X(8).
           05  WS-HASH-PIN PIC X(8).
       01  WS-HASH-IX PIC 9(2).
       01  WS-SIGNON-TRIES PIC 9(1).
       01  WS-SIGNON-REASON PIC X(40).
       01  WS-OPER-PIN-HASH PIC 9(9).
       01  WS-OPER-STATUS PIC X(1).
       01  WS-OPER-ROLE PIC X(1) VALUE SPACE.
           88  WS-ROLE-VIEWER VALUE "V".
           88  WS-ROLE-MAINTAINER VALUE "M".
           88  WS-ROLE-APPROVER VALUE "A".
           88  WS-ROLE-DISPOSER VALUE "D".
           88  WS-ROLE-PERMITTED VALUE "V" "M" "A" "D".
       01  WS-SIGNON-FLAGS.
           05  WS-OPERATOR-EOF PIC X VALUE "N".
               88  WS-OPERATOR-AT-END VALUE "Y".
           05  WS-OPER-FOUND-FLAG PIC X VALUE "N".
               88  WS-OPER-FOUND VALUE "Y".
           05  WS-SIGNON-FLAG PIC X VALUE "N".
               88  WS-SIGNED-ON VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-HH TO WS-RUN-HHMMSS-HH.
           MOVE WS-RUN-MIN TO WS-RUN-HHMMSS-MIN.
           MOVE WS-RUN-SS TO WS-RUN-HHMMSS-SS.

           DISPLAY "DAILY LIMIT HOLD DISPOSITION".
           PERFORM 0100-SIGN-ON.
           IF NOT WS-SIGNED-ON
              DISPLAY "Error: sign-on failed, session ended"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT WS-ROLE-DISPOSER
              DISPLAY "Note: role " WS-OPER-ROLE " may browse only - "
                  "no disposition will be taken"
           END-IF.

           DISPLAY "Hold file name (blank = HOLD.DAT): ".
           ACCEPT WS-NAME-IN.
           IF WS-NAME-IN NOT = SPACES
              MOVE WS-NAME-IN TO WS-HOLD-NAME
           END-IF.

           PERFORM 1000-LOAD-HOLDS.
           IF WS-HOLD-OVERFLOW
              DISPLAY "Error: " WS-HOLD-NAME " holds more than "
                  "500 items - disposition refused, file unchanged"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-HOLD-COUNT = 0
              DISPLAY "No held items to dispose."
              STOP RUN
           END-IF.

           IF NOT WS-ROLE-DISPOSER
              PERFORM 2100-BROWSE-ITEMS
              DISPLAY "Browse complete - items listed "
                  WS-HOLD-COUNT
              STOP RUN
           END-IF.

           PERFORM 2000-DISPOSE-ITEMS.
           PERFORM 3000-PUSH-TO-RESUBMIT.
           PERFORM 4000-LOG-DISPOSITIONS.
           PERFORM 5000-REWRITE-HOLD-FILE.

           DISPLAY "Disposition complete - released "
               WS-RELEASED-COUNT " pushed " WS-PUSHED-COUNT
               " kept " WS-KEPT-COUNT.
           STOP RUN.

       0100-SIGN-ON.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
              OPEN OUTPUT HISTORY-FILE
           END-IF.
           MOVE 0 TO WS-SIGNON-TRIES.
           MOVE "N" TO WS-SIGNON-FLAG.
           PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES >= 3
              ADD 1 TO WS-SIGNON-TRIES
              DISPLAY "Enter user id: "
              ACCEPT WS-USER-ID
              DISPLAY "Enter PIN: "
              ACCEPT WS-PIN-IN
              PERFORM 0110-CHECK-OPERATOR
              IF NOT WS-SIGNED-ON
                 DISPLAY "Sign-on refused: " WS-SIGNON-REASON
                 PERFORM 0130-LOG-REFUSED-SIGNON
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PIN-IN.
           CLOSE HISTORY-FILE.
           IF WS-SIGNED-ON
              DISPLAY "Signed on as " WS-USER-ID " role "
                  WS-OPER-ROLE
           END-IF.

       0110-CHECK-OPERATOR.
           MOVE SPACES TO WS-SIGNON-REASON.
           MOVE SPACE TO WS-OPER-ROLE.
           MOVE "N" TO WS-OPER-FOUND-FLAG.
           SET WS-OPERATOR-EOF TO "N".
           IF WS-USER-ID = SPACES
              MOVE "USER ID NOT ENTERED" TO WS-SIGNON-REASON
           ELSE
              OPEN INPUT OPERATOR-FILE
              IF WS-OPERATOR-STATUS NOT = "00"
                 MOVE "OPERPROF.DAT NOT AVAILABLE" TO WS-SIGNON-REASON
              ELSE
                 PERFORM UNTIL WS-OPERATOR-AT-END OR WS-OPER-FOUND
                    READ OPERATOR-FILE
                        AT END SET WS-OPERATOR-AT-END TO TRUE
                        NOT AT END
                            IF OP-USER = WS-USER-ID
                               SET WS-OPER-FOUND TO TRUE
                               MOVE OP-PIN-HASH TO WS-OPER-PIN-HASH
                               MOVE OP-STATUS TO WS-OPER-STATUS
                               MOVE OP-ROLE TO WS-OPER-ROLE
                            END-IF
                    END-READ
                 END-PERFORM
                 CLOSE OPERATOR-FILE
                 MOVE WS-USER-ID TO WS-HASH-USER
                 MOVE WS-PIN-IN TO WS-HASH-PIN
                 PERFORM 0120-HASH-PIN
                 IF NOT WS-OPER-FOUND
                    MOVE "UNKNOWN USER ID" TO WS-SIGNON-REASON
                 ELSE
                 IF WS-PIN-HASH NOT = WS-OPER-PIN-HASH
                    MOVE "INVALID PIN" TO WS-SIGNON-REASON
                 ELSE
                 IF WS-OPER-STATUS NOT = "A"
                    MOVE "PROFILE REVOKED" TO WS-SIGNON-REASON
                 ELSE
                 IF NOT WS-ROLE-PERMITTED
                    STRING "ROLE " WS-OPER-ROLE " NOT PERMITTED"
                        DELIMITED BY SIZE INTO WS-SIGNON-REASON
                 ELSE
                    SET WS-SIGNED-ON TO TRUE
                 END-IF
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.
           IF NOT WS-SIGNED-ON
              MOVE SPACE TO WS-OPER-ROLE
           END-IF.

       0120-HASH-PIN.
           MOVE 7 TO WS-PIN-HASH.
           PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                   UNTIL WS-HASH-IX > 16
              COMPUTE WS-PIN-HASH = FUNCTION MOD(
                  WS-PIN-HASH * 31
                  + FUNCTION ORD(WS-HASH-INPUT(WS-HASH-IX:1)),
                  999999937)
           END-PERFORM.

       0130-LOG-REFUSED-SIGNON.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE WS-RUN-DATE TO CH-DATE.
           COMPUTE CH-TIME =
               WS-RUN-HH * 10000 + WS-RUN-MIN * 100 + WS-RUN-SS.
           MOVE WS-USER-ID TO CH-USER.
           MOVE SPACES TO CH-USER2.
           MOVE "SIGNON" TO CH-FILE-ID.
           MOVE "REFUSED" TO CH-ACTION.
           MOVE "HOLDDISP" TO CH-KEY.
           MOVE WS-SIGNON-REASON TO CH-OLD-VALUE.
           WRITE HISTORY-RECORD.

       1000-LOAD-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT.
           SET WS-HOLD-EOF TO "N".

           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
              DISPLAY "Warning: " WS-HOLD-NAME " not found"
           ELSE
              PERFORM UNTIL WS-HOLD-AT-END
                 READ HOLD-FILE
                     AT END SET WS-HOLD-AT-END TO TRUE
                     NOT AT END
                         IF WS-HOLD-COUNT < 500
                            ADD 1 TO WS-HOLD-COUNT
                            MOVE HD-ID TO WS-HLT-ID(WS-HOLD-COUNT)
                            MOVE HD-ACCT TO
                                 WS-HLT-ACCT(WS-HOLD-COUNT)
                            MOVE HD-AMOUNT TO
                                 WS-HLT-AMOUNT(WS-HOLD-COUNT)
                            MOVE HD-DATE TO
                                 WS-HLT-DATE(WS-HOLD-COUNT)
                            MOVE HD-TIME TO
                                 WS-HLT-TIME(WS-HOLD-COUNT)
                            MOVE HD-DC TO WS-HLT-DC(WS-HOLD-COUNT)
                            MOVE HD-BIZ-TS TO
                                 WS-HLT-BIZ-TS(WS-HOLD-COUNT)
                            MOVE HD-LIMIT TO
                                 WS-HLT-LIMIT(WS-HOLD-COUNT)
                            MOVE HD-DAY-TOTAL TO
                                 WS-HLT-DAY-TOTAL(WS-HOLD-COUNT)
                            MOVE "K" TO WS-HLT-DISP(WS-HOLD-COUNT)
                         ELSE
                            SET WS-HOLD-OVERFLOW TO TRUE
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLD-FILE
           END-IF.

       2000-DISPOSE-ITEMS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HOLD-COUNT
              PERFORM 2200-SHOW-ITEM
              DISPLAY "Disposition (R=Release over limit, "
                  "P=Push to resubmit, K=Keep): "
              ACCEPT WS-CHOICE
              EVALUATE WS-CHOICE
                 WHEN "R"
                    MOVE "R" TO WS-HLT-DISP(WS-I)
                    ADD 1 TO WS-RELEASED-COUNT
                 WHEN "P"
                    MOVE "P" TO WS-HLT-DISP(WS-I)
                    ADD 1 TO WS-PUSHED-COUNT
                 WHEN OTHER
                    MOVE "K" TO WS-HLT-DISP(WS-I)
                    ADD 1 TO WS-KEPT-COUNT
              END-EVALUATE
           END-PERFORM.

       2100-BROWSE-ITEMS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HOLD-COUNT
              PERFORM 2200-SHOW-ITEM
           END-PERFORM.

       2200-SHOW-ITEM.
           DISPLAY " ".
           DISPLAY "Item " WS-I " of " WS-HOLD-COUNT ":".
           DISPLAY "  ID=" WS-HLT-ID(WS-I)
               " ACCT=" WS-HLT-ACCT(WS-I)
               " AMOUNT=" WS-HLT-AMOUNT(WS-I).
           DISPLAY "  DAILY LIMIT=" WS-HLT-LIMIT(WS-I)
               " DAY TOTAL=" WS-HLT-DAY-TOTAL(WS-I)
               " BIZ-TS=" WS-HLT-BIZ-TS(WS-I).

       3000-PUSH-TO-RESUBMIT.
           IF WS-RELEASED-COUNT = 0 AND WS-PUSHED-COUNT = 0
              CONTINUE
           ELSE
              OPEN EXTEND RESUBMIT-FILE
              IF WS-RESUB-STATUS = "35"
                 OPEN OUTPUT RESUBMIT-FILE
              END-IF
              IF WS-RESUB-STATUS NOT = "00"
                 DISPLAY "Warning: unable to open RESUBMIT.DAT, "
                     "released and pushed items not written"
                 MOVE 0 TO WS-RELEASED-COUNT
                 MOVE 0 TO WS-PUSHED-COUNT
                 MOVE 0 TO WS-KEPT-COUNT
                 PERFORM VARYING WS-I FROM 1 BY 1
                         UNTIL WS-I > WS-HOLD-COUNT
                    MOVE "K" TO WS-HLT-DISP(WS-I)
                    ADD 1 TO WS-KEPT-COUNT
                 END-PERFORM
              ELSE
                 PERFORM VARYING WS-I FROM 1 BY 1
                         UNTIL WS-I > WS-HOLD-COUNT
                    IF WS-HLT-DISP(WS-I) = "R"
                       OR WS-HLT-DISP(WS-I) = "P"
                       MOVE WS-HLT-DATE(WS-I) TO RS-DATE
                       MOVE WS-HLT-TIME(WS-I) TO RS-TIME
                       MOVE WS-HLT-DC(WS-I) TO RS-DC-CODE
                       MOVE WS-HLT-ID(WS-I) TO RS-ID
                       MOVE WS-HLT-ACCT(WS-I) TO RS-ACCT
                       MOVE WS-HLT-AMOUNT(WS-I) TO RS-AMOUNT
                       IF WS-HLT-DISP(WS-I) = "R"
                          MOVE "Released over daily limit" TO RS-REASON
                       ELSE
                          MOVE "Held over daily limit" TO RS-REASON
                       END-IF
                       WRITE RESUBMIT-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE RESUBMIT-FILE
                 DISPLAY "Released and pushed items appended to "
                     "RESUBMIT.DAT"
              END-IF
           END-IF.

       4000-LOG-DISPOSITIONS.
           IF WS-RELEASED-COUNT = 0 AND WS-PUSHED-COUNT = 0
              CONTINUE
           ELSE
              OPEN EXTEND HISTORY-FILE
              IF WS-HISTORY-STATUS = "35"
                 OPEN OUTPUT HISTORY-FILE
              END-IF
              IF WS-HISTORY-STATUS NOT = "00"
                 DISPLAY "Warning: unable to open CHGHIST.DAT, "
                     "dispositions not logged"
              ELSE
                 ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                 ACCEPT WS-RUN-TIME FROM TIME
                 PERFORM VARYING WS-I FROM 1 BY 1
                         UNTIL WS-I > WS-HOLD-COUNT
                    IF WS-HLT-DISP(WS-I) = "R"
                       OR WS-HLT-DISP(WS-I) = "P"
                       PERFORM 4100-WRITE-HISTORY
                    END-IF
                 END-PERFORM
                 CLOSE HISTORY-FILE
              END-IF
           END-IF.

       4100-WRITE-HISTORY.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE WS-RUN-DATE TO CH-DATE.
           COMPUTE CH-TIME =
               WS-RUN-HH * 10000 + WS-RUN-MIN * 100 + WS-RUN-SS.
           MOVE WS-USER-ID TO CH-USER.
           MOVE SPACES TO CH-USER2.
           MOVE "HOLD" TO CH-FILE-ID.
           IF WS-HLT-DISP(WS-I) = "R"
              MOVE "RELEASE" TO CH-ACTION
           ELSE
              MOVE "PUSH" TO CH-ACTION
           END-IF.
           MOVE WS-HLT-ACCT(WS-I) TO CH-KEY.
           STRING WS-HLT-ID(WS-I) " " WS-HLT-AMOUNT(WS-I)
                  " " WS-HLT-LIMIT(WS-I)
               DELIMITED BY SIZE INTO CH-OLD-VALUE.
           IF WS-HLT-DISP(WS-I) = "R"
              MOVE "RESUBMIT - DAILY LIMIT WAIVED" TO CH-NEW-VALUE
           ELSE
              MOVE "RESUBMIT - DAILY LIMIT APPLIES" TO CH-NEW-VALUE
           END-IF.
           WRITE HISTORY-RECORD.

       5000-REWRITE-HOLD-FILE.
           OPEN OUTPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
              DISPLAY "Error: unable to rewrite " WS-HOLD-NAME
                  ", status " WS-HOLD-STATUS
           ELSE
              PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-HOLD-COUNT
                 IF WS-HLT-DISP(WS-I) = "K"
                    MOVE WS-HLT-ID(WS-I) TO HD-ID
                    MOVE WS-HLT-ACCT(WS-I) TO HD-ACCT
                    MOVE WS-HLT-AMOUNT(WS-I) TO HD-AMOUNT
                    MOVE WS-HLT-DATE(WS-I) TO HD-DATE
                    MOVE WS-HLT-TIME(WS-I) TO HD-TIME
                    MOVE WS-HLT-DC(WS-I) TO HD-DC
                    MOVE WS-HLT-BIZ-TS(WS-I) TO HD-BIZ-TS
                    MOVE WS-HLT-LIMIT(WS-I) TO HD-LIMIT
                    MOVE WS-HLT-DAY-TOTAL(WS-I) TO HD-DAY-TOTAL
                    WRITE HOLD-RECORD
                 END-IF
              END-PERFORM
              CLOSE HOLD-FILE
           END-IF.
