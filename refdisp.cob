               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT RELGL-FILE ASSIGN TO "SETLRELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELGL-STATUS.

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
       FD  REFERRAL-FILE.
       FD  RELEASE-FILE.
       01  RELEASE-RECORD PIC X(80).

       FD  RELGL-FILE.
       01  RELGL-RECORD PIC X(80).

       FD  RESUBMIT-FILE.
       01  RESUBMIT-RECORD.
           05  RS-DATE PIC 9(8).
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
       01  WS-REFER-COUNT PIC 9(5) VALUE 0.
       01  WS-REFER-TABLE.

       01  WS-REFERRAL-STATUS PIC XX.
       01  WS-RELEASE-STATUS PIC XX.
       01  WS-RELGL-STATUS PIC XX.
       01  WS-RESUB-STATUS PIC XX.

       01  WS-REFERRAL-NAME PIC X(40) VALUE "REFERRAL.DAT".
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
           MOVE WS-RUN-SS TO WS-RUN-HHMMSS-SS.

           DISPLAY "REFERRAL DISPOSITION".
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

           DISPLAY "Referral file name (blank = REFERRAL.DAT): ".
           ACCEPT WS-NAME-IN.
           IF WS-NAME-IN NOT = SPACES
              STOP RUN
           END-IF.

           IF NOT WS-ROLE-DISPOSER
              PERFORM 2100-BROWSE-ITEMS
              DISPLAY "Browse complete - items listed "
                  WS-REFER-COUNT
              STOP RUN
           END-IF.

           PERFORM 2000-DISPOSE-ITEMS.
           PERFORM 3000-WRITE-RELEASE-FILE.
           PERFORM 4000-PUSH-TO-RESUBMIT.
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
           MOVE "REFDISP" TO CH-KEY.
           MOVE WS-SIGNON-REASON TO CH-OLD-VALUE.
           WRITE HISTORY-RECORD.

       1000-LOAD-REFERRALS.
           MOVE 0 TO WS-REFER-COUNT.
           SET WS-REFERRAL-EOF TO "N".
              END-EVALUATE
           END-PERFORM.

       2100-BROWSE-ITEMS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-REFER-COUNT
              DISPLAY " "
              DISPLAY "Item " WS-I " of " WS-REFER-COUNT ":"
              DISPLAY "  CUTOFF=" WS-RFT-CUTOFF(WS-I)
                  " ID=" WS-RFT-ID(WS-I)
                  " ACCT=" WS-RFT-ACCT(WS-I)
              DISPLAY "  AMOUNT=" WS-RFT-AMOUNT(WS-I)
                  " BIZ-TS=" WS-RFT-BIZ-TS(WS-I)
           END-PERFORM.

       3000-WRITE-RELEASE-FILE.
           IF WS-RELEASED-COUNT = 0
              CONTINUE
                 CLOSE RELEASE-FILE
                 DISPLAY "Released items written to SETLREL.DAT"
              END-IF
              PERFORM 3200-APPEND-GL-RELEASES
           END-IF.

       3100-WRITE-RELEASE-DETAIL.
               FUNCTION MOD(WS-SETL-HASH + WS-RFT-ACCT(WS-I),
                   1000000000000000).

       3200-APPEND-GL-RELEASES.
           OPEN EXTEND RELGL-FILE.
           IF WS-RELGL-STATUS = "35"
              OPEN OUTPUT RELGL-FILE
           END-IF.
           IF WS-RELGL-STATUS NOT = "00"
              DISPLAY "Warning: unable to open SETLRELD.DAT, "
                  "released items not passed to GL posting"
           ELSE
              MOVE 0 TO WS-SETL-COUNT
              MOVE 0 TO WS-SETL-AMOUNT
              MOVE 0 TO WS-SETL-HASH
              MOVE WS-RUN-DATE TO SH-RUN-DATE
              MOVE WS-RUN-TIME-HHMMSS TO SH-RUN-TIME
              MOVE "REFRELEAS" TO SH-CUTOFF-NAME
              MOVE ZEROS TO SH-CUTOFF-TS
              WRITE RELGL-RECORD FROM WS-SETL-HEADER
              PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-REFER-COUNT
                 IF WS-RFT-DISP(WS-I) = "R"
                    PERFORM 3210-APPEND-GL-DETAIL
                 END-IF
              END-PERFORM
              MOVE WS-SETL-COUNT TO ST-COUNT
              MOVE WS-SETL-AMOUNT TO ST-AMOUNT
              MOVE WS-SETL-HASH TO ST-HASH
              WRITE RELGL-RECORD FROM WS-SETL-TRAILER
              CLOSE RELGL-FILE
              DISPLAY "Released items added to SETLRELD.DAT"
           END-IF.

       3210-APPEND-GL-DETAIL.
           MOVE WS-RFT-ID(WS-I) TO SD-ID.
           MOVE WS-RFT-ACCT(WS-I) TO SD-ACCT.
           MOVE WS-RFT-AMOUNT(WS-I) TO SD-AMOUNT.
           MOVE WS-RFT-DATE(WS-I) TO SD-DATE.
           MOVE WS-RFT-TIME(WS-I) TO SD-TIME.
           MOVE WS-RFT-DC(WS-I) TO SD-DC.
           MOVE WS-RFT-BIZ-TS(WS-I) TO SD-BIZ-TS.
           WRITE RELGL-RECORD FROM WS-SETL-DETAIL.
           ADD 1 TO WS-SETL-COUNT.
           COMPUTE WS-SETL-AMOUNT =
               WS-SETL-AMOUNT + WS-RFT-AMOUNT(WS-I).
           COMPUTE WS-SETL-HASH =
               FUNCTION MOD(WS-SETL-HASH + WS-RFT-ACCT(WS-I),
                   1000000000000000).

       4000-PUSH-TO-RESUBMIT.
           IF WS-PUSHED-COUNT = 0
              CONTINUE
