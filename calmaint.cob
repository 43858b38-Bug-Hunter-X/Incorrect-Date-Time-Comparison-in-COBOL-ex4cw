               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           05  FILLER PIC X(1).
           05  CH-NEW-VALUE PIC X(40).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OP-USER PIC X(8).
           05  OP-PIN-HASH PIC 9(9).
           05  OP-ROLE PIC X(1).
           05  OP-STATUS PIC X(1).
           05  OP-NAME PIC X(30).
           05  OP-CHG-DATE PIC 9(8).
           05  OP-CHG-USER PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
       01  WS-HOLIDAY-TABLE.

       01  WS-USER-ID PIC X(8).
       01  WS-CHOICE PIC X(2).
           88  WS-CHOICE-MAINTAIN VALUE "2" "3" "4".

       01  WS-DC-IN PIC X(4).
       01  WS-DATE-IN PIC X(8).
           05  WS-RUN-SS PIC 9(2).
           05  WS-RUN-HSEC PIC 9(2).

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

           DISPLAY "HOLIDAY CALENDAR MAINTENANCE".
           PERFORM 1200-OPEN-HISTORY.
           PERFORM 0100-SIGN-ON.
           IF NOT WS-SIGNED-ON
              DISPLAY "Error: sign-on failed, session ended"
              CLOSE HISTORY-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1000-LOAD-CALENDAR.

           PERFORM UNTIL WS-MAINT-DONE
              PERFORM 2000-SHOW-MENU
              ACCEPT WS-CHOICE
              IF WS-CHOICE-MAINTAIN AND NOT WS-ROLE-MAINTAINER
                 DISPLAY "Selection not permitted for role "
                     WS-OPER-ROLE ": " WS-CHOICE
              ELSE
                 EVALUATE WS-CHOICE
                    WHEN "1"
                       PERFORM 3000-LIST-HOLIDAYS
                    WHEN "2"
                       PERFORM 3100-ADD-HOLIDAY
                    WHEN "3"
                       PERFORM 3200-DELETE-HOLIDAY
                    WHEN "4"
                       PERFORM 3300-GENERATE-NEXT-YEAR
                    WHEN "0"
                       SET WS-MAINT-DONE TO TRUE
                    WHEN OTHER
                       DISPLAY "Unknown selection: " WS-CHOICE
                 END-EVALUATE
              END-IF
           END-PERFORM.

           CLOSE HISTORY-FILE.
           DISPLAY "Maintenance complete.".
           STOP RUN.

       0100-SIGN-ON.
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
           MOVE "CALMAINT" TO CH-KEY.
           MOVE WS-SIGNON-REASON TO CH-OLD-VALUE.
           WRITE HISTORY-RECORD.

       1000-LOAD-CALENDAR.
           MOVE 0 TO WS-HOLIDAY-COUNT.
           SET WS-CALENDAR-EOF TO "N".

       2000-SHOW-MENU.
           DISPLAY " ".
           IF WS-ROLE-MAINTAINER
              DISPLAY "1=List holidays   2=Add holiday   "
                  "3=Delete holiday"
              DISPLAY "4=Generate next year's dates      0=Exit"
           ELSE
              DISPLAY "1=List holidays   0=Exit"
           END-IF.
           DISPLAY "Enter selection: ".

       3000-LIST-HOLIDAYS.
