               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CHGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       FD  KEEP-FILE.
       01  KEEP-RECORD PIC X(200).

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
       01  WS-AUDIT-LINE.
           05  FILLER PIC X(3).
           05  WS-RUN-SS PIC 9(2).
           05  WS-RUN-HSEC PIC 9(2).

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

           DISPLAY "AUDIT LOG INQUIRY AND EXTRACT".
           PERFORM 0100-SIGN-ON.
           IF NOT WS-SIGNED-ON
              DISPLAY "Error: sign-on failed, session ended"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "Audit file name (blank = AUDIT.DAT): ".
           ACCEPT WS-AUDIT-NAME-IN.
           IF WS-AUDIT-NAME-IN NOT = SPACES
              MOVE WS-AUDIT-NAME-IN TO WS-AUDIT-FILE-NAME
           END-IF.

           IF WS-ROLE-APPROVER
              DISPLAY "Function (I=Inquiry, A=Archive, B=Both): "
              ACCEPT WS-FUNC
           ELSE
              DISPLAY "Note: role " WS-OPER-ROLE " may run inquiry "
                  "only"
              SET WS-FUNC-INQUIRY TO TRUE
           END-IF.

           IF WS-FUNC-INQUIRY OR WS-FUNC-BOTH
              PERFORM 1000-PROMPT-FILTERS

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
           MOVE "AUDITINQ" TO CH-KEY.
           MOVE WS-SIGNON-REASON TO CH-OLD-VALUE.
           WRITE HISTORY-RECORD.

       1000-PROMPT-FILTERS.
           DISPLAY "From run date (CCYYMMDD, 0 = open): ".
           ACCEPT WS-FROM-DATE-X.
