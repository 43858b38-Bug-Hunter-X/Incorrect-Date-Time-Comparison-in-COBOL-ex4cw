       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CHGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01  WS-OPER-COUNT PIC 9(3) VALUE 0.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-OPER-COUNT.
               10  WS-OT-USER PIC X(8).
               10  WS-OT-PIN-HASH PIC 9(9).
               10  WS-OT-ROLE PIC X(1).
               10  WS-OT-STATUS PIC X(1).
               10  WS-OT-NAME PIC X(30).
               10  WS-OT-CHG-DATE PIC 9(8).
               10  WS-OT-CHG-USER PIC X(8).

       01  WS-VALID-FLAG PIC X VALUE "Y".
           88  WS-VALID-INPUT VALUE "Y".
           88  WS-INVALID-INPUT VALUE "N".

       01  WS-ERROR-MSG PIC X(40).

       01  WS-FLAGS.
           05  WS-OPERATOR-EOF PIC X VALUE "N".
               88  WS-OPERATOR-AT-END VALUE "Y".
           05  WS-FOUND-FLAG PIC X VALUE "N".
               88  WS-ENTRY-FOUND VALUE "Y".
           05  WS-DONE-FLAG PIC X VALUE "N".
               88  WS-MAINT-DONE VALUE "Y".
           05  WS-SIGNON-FLAG PIC X VALUE "N".
               88  WS-SIGNED-ON VALUE "Y".

       01  WS-OPERATOR-STATUS PIC XX.
       01  WS-HISTORY-STATUS PIC XX.

       01  WS-USER-ID PIC X(8).
       01  WS-CHOICE PIC X(2).
           88  WS-CHOICE-SETUP VALUE "1" "2" "0".

       01  WS-OPER-IN PIC X(8).
       01  WS-NAME-IN PIC X(30).
       01  WS-ROLE-IN PIC X(1).
           88  WS-ROLE-IN-VALID VALUE "V" "M" "A" "D" "S".
       01  WS-PIN-IN PIC X(8).
       01  WS-PIN-CONFIRM PIC X(8).
       01  WS-PIN-HASH PIC 9(9).
       01  WS-HASH-INPUT.
           05  WS-HASH-USER PIC X(8).
           05  WS-HASH-PIN PIC X(8).
       01  WS-HASH-IX PIC 9(2).

       01  WS-SIGNON-TRIES PIC 9(1).
       01  WS-SIGNON-REASON PIC X(40).
       01  WS-OPER-ROLE PIC X(1) VALUE SPACE.
           88  WS-ROLE-PERMITTED VALUE "S".
       01  WS-ADMIN-COUNT PIC 9(3) VALUE 0.

       01  WS-I PIC 9(3).
       01  WS-J PIC 9(3).
       01  WS-FOUND-IX PIC 9(3).

       01  WS-HIST.
           05  WS-HIST-FILE PIC X(8).
           05  WS-HIST-ACTION PIC X(8).
           05  WS-HIST-KEY PIC X(10).
           05  WS-HIST-OLD PIC X(40).
           05  WS-HIST-NEW PIC X(40).

       01  WS-RUN-DATE PIC 9(8).
       01  WS-RUN-TIME PIC 9(8).
       01  WS-RUN-TIME-FIELDS REDEFINES WS-RUN-TIME.
           05  WS-RUN-HH PIC 9(2).
           05  WS-RUN-MIN PIC 9(2).
           05  WS-RUN-SS PIC 9(2).
           05  WS-RUN-HSEC PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "OPERATOR PROFILE MAINTENANCE".

           PERFORM 1000-LOAD-OPERATORS.
           PERFORM 1200-OPEN-HISTORY.

           IF WS-ADMIN-COUNT = 0
              DISPLAY "Note: no active security administrator on "
                  "OPERPROF.DAT - set-up session, add a role S "
                  "operator first"
              MOVE "SETUP" TO WS-USER-ID
              MOVE "SIGNON" TO WS-HIST-FILE
              MOVE "SETUP" TO WS-HIST-ACTION
              MOVE "OPERMNT" TO WS-HIST-KEY
              MOVE "NO ACTIVE ROLE S OPERATOR ON FILE" TO WS-HIST-OLD
              MOVE SPACES TO WS-HIST-NEW
              PERFORM 4500-WRITE-HISTORY
           ELSE
              PERFORM 0100-SIGN-ON
              IF NOT WS-SIGNED-ON
                 DISPLAY "Error: sign-on failed, session ended"
                 CLOSE HISTORY-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           PERFORM UNTIL WS-MAINT-DONE
              PERFORM 2000-SHOW-MENU
              ACCEPT WS-CHOICE
              IF WS-USER-ID = "SETUP" AND NOT WS-CHOICE-SETUP
                 DISPLAY "Selection not permitted in set-up session: "
                     WS-CHOICE
              ELSE
                 EVALUATE WS-CHOICE
                    WHEN "1"
                       PERFORM 3000-LIST-OPERATORS
                    WHEN "2"
                       PERFORM 3100-ADD-OPERATOR
                    WHEN "3"
                       PERFORM 3200-CHANGE-ROLE
                    WHEN "4"
                       PERFORM 3300-REVOKE-OPERATOR
                    WHEN "5"
                       PERFORM 3400-REINSTATE-OPERATOR
                    WHEN "6"
                       PERFORM 3500-RESET-PIN
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
           IF WS-USER-ID = SPACES
              MOVE "USER ID NOT ENTERED" TO WS-SIGNON-REASON
           ELSE
              MOVE WS-USER-ID TO WS-OPER-IN
              PERFORM 6000-FIND-OPERATOR
              MOVE WS-USER-ID TO WS-HASH-USER
              MOVE WS-PIN-IN TO WS-HASH-PIN
              PERFORM 0120-HASH-PIN
              IF NOT WS-ENTRY-FOUND
                 MOVE "UNKNOWN USER ID" TO WS-SIGNON-REASON
              ELSE
              IF WS-PIN-HASH NOT = WS-OT-PIN-HASH(WS-FOUND-IX)
                 MOVE "INVALID PIN" TO WS-SIGNON-REASON
              ELSE
              IF WS-OT-STATUS(WS-FOUND-IX) NOT = "A"
                 MOVE "PROFILE REVOKED" TO WS-SIGNON-REASON
              ELSE
                 MOVE WS-OT-ROLE(WS-FOUND-IX) TO WS-OPER-ROLE
                 IF NOT WS-ROLE-PERMITTED
                    STRING "ROLE " WS-OPER-ROLE " NOT PERMITTED"
                        DELIMITED BY SIZE INTO WS-SIGNON-REASON
                    MOVE SPACE TO WS-OPER-ROLE
                 ELSE
                    SET WS-SIGNED-ON TO TRUE
                 END-IF
              END-IF
              END-IF
              END-IF
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
           MOVE "SIGNON" TO WS-HIST-FILE.
           MOVE "REFUSED" TO WS-HIST-ACTION.
           MOVE "OPERMNT" TO WS-HIST-KEY.
           MOVE WS-SIGNON-REASON TO WS-HIST-OLD.
           MOVE SPACES TO WS-HIST-NEW.
           PERFORM 4500-WRITE-HISTORY.

       1000-LOAD-OPERATORS.
           MOVE 0 TO WS-OPER-COUNT.
           MOVE 0 TO WS-ADMIN-COUNT.
           SET WS-OPERATOR-EOF TO "N".

           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "00"
              PERFORM UNTIL WS-OPERATOR-AT-END
                 READ OPERATOR-FILE
                     AT END SET WS-OPERATOR-AT-END TO TRUE
                     NOT AT END
                         PERFORM 1100-LOAD-ONE-OPERATOR
                 END-READ
              END-PERFORM
              CLOSE OPERATOR-FILE
           ELSE
              DISPLAY "Note: OPERPROF.DAT not found, starting empty"
           END-IF.

       1100-LOAD-ONE-OPERATOR.
           IF OP-USER = SPACES OR OP-PIN-HASH NOT NUMERIC
              DISPLAY "Warning: OPERPROF.DAT entry not valid, "
                  "ignored: " OP-USER
           ELSE
              IF WS-OPER-COUNT < 200
                 ADD 1 TO WS-OPER-COUNT
                 MOVE OPERATOR-RECORD TO WS-OPER-ENTRY(WS-OPER-COUNT)
                 IF OP-ROLE = "S" AND OP-STATUS = "A"
                    ADD 1 TO WS-ADMIN-COUNT
                 END-IF
              ELSE
                 DISPLAY "Warning: OPERPROF.DAT has more than "
                     "200 entries, ignoring " OP-USER
              END-IF
           END-IF.

       1200-OPEN-HISTORY.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
              OPEN OUTPUT HISTORY-FILE
           END-IF.

       2000-SHOW-MENU.
           DISPLAY " ".
           IF WS-USER-ID = "SETUP"
              DISPLAY "1=List operators  2=Add operator  0=Exit"
           ELSE
              DISPLAY "1=List operators  2=Add operator  "
                  "3=Change role"
              DISPLAY "4=Revoke operator 5=Reinstate operator  "
                  "6=Reset PIN"
              DISPLAY "0=Exit"
           END-IF.
           DISPLAY "Roles: V=Viewer M=Maintainer A=Approver "
               "D=Disposer S=Security".
           DISPLAY "Enter selection: ".

       3000-LIST-OPERATORS.
           DISPLAY "USER ID  ROLE STATUS NAME"
               "                           CHANGED  BY".
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OPER-COUNT
              DISPLAY WS-OT-USER(WS-I) "  " WS-OT-ROLE(WS-I) "    "
                  WS-OT-STATUS(WS-I) "      " WS-OT-NAME(WS-I) " "
                  WS-OT-CHG-DATE(WS-I) " " WS-OT-CHG-USER(WS-I)
           END-PERFORM.
           DISPLAY "Operators listed: " WS-OPER-COUNT.

       3100-ADD-OPERATOR.
           IF WS-OPER-COUNT >= 200
              DISPLAY "Operator table is full (200 entries)"
           ELSE
              PERFORM 7000-PROMPT-OPERATOR
              PERFORM 6000-FIND-OPERATOR
              IF WS-ENTRY-FOUND
                 DISPLAY "Duplicate - operator already on file: "
                     WS-OPER-IN
              ELSE
                 DISPLAY "Enter operator name: "
                 ACCEPT WS-NAME-IN
                 PERFORM 7100-PROMPT-ROLE
                 IF WS-USER-ID = "SETUP" AND WS-ROLE-IN NOT = "S"
                    DISPLAY "Set-up session may only add a role S "
                        "operator"
                 ELSE
                    PERFORM 7200-PROMPT-PIN
                    IF WS-VALID-INPUT
                       ADD 1 TO WS-OPER-COUNT
                       MOVE WS-OPER-COUNT TO WS-FOUND-IX
                       MOVE WS-OPER-IN TO WS-OT-USER(WS-FOUND-IX)
                       MOVE WS-PIN-HASH TO WS-OT-PIN-HASH(WS-FOUND-IX)
                       MOVE WS-ROLE-IN TO WS-OT-ROLE(WS-FOUND-IX)
                       MOVE "A" TO WS-OT-STATUS(WS-FOUND-IX)
                       MOVE WS-NAME-IN TO WS-OT-NAME(WS-FOUND-IX)
                       PERFORM 7300-STAMP-CHANGE
                       MOVE "ADD" TO WS-HIST-ACTION
                       MOVE SPACES TO WS-HIST-OLD
                       PERFORM 7400-FORMAT-OPER-NEW
                       PERFORM 4600-LOG-OPERATOR-CHANGE
                       PERFORM 4000-REWRITE-OPERATOR-FILE
                       DISPLAY "Added " WS-OPER-IN " role " WS-ROLE-IN
                       IF WS-ROLE-IN = "S" AND WS-USER-ID = "SETUP"
                          DISPLAY "Security administrator on file - "
                              "sign on as " WS-OPER-IN
                              " for further changes"
                          SET WS-MAINT-DONE TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       3200-CHANGE-ROLE.
           PERFORM 7000-PROMPT-OPERATOR.
           PERFORM 6000-FIND-OPERATOR.
           IF NOT WS-ENTRY-FOUND
              DISPLAY "Operator not found: " WS-OPER-IN
           ELSE
           IF WS-OPER-IN = WS-USER-ID
              DISPLAY "Own role cannot be changed - ask another "
                  "security administrator"
           ELSE
              PERFORM 7350-FORMAT-OPER-OLD
              PERFORM 7100-PROMPT-ROLE
              MOVE WS-ROLE-IN TO WS-OT-ROLE(WS-FOUND-IX)
              PERFORM 7300-STAMP-CHANGE
              MOVE "ROLE" TO WS-HIST-ACTION
              PERFORM 7400-FORMAT-OPER-NEW
              PERFORM 4600-LOG-OPERATOR-CHANGE
              PERFORM 4000-REWRITE-OPERATOR-FILE
              DISPLAY "Role changed for " WS-OPER-IN " to "
                  WS-ROLE-IN
           END-IF
           END-IF.

       3300-REVOKE-OPERATOR.
           PERFORM 7000-PROMPT-OPERATOR.
           PERFORM 6000-FIND-OPERATOR.
           IF NOT WS-ENTRY-FOUND
              DISPLAY "Operator not found: " WS-OPER-IN
           ELSE
           IF WS-OPER-IN = WS-USER-ID
              DISPLAY "Own profile cannot be revoked"
           ELSE
           IF WS-OT-STATUS(WS-FOUND-IX) = "R"
              DISPLAY "Operator already revoked: " WS-OPER-IN
           ELSE
              PERFORM 7350-FORMAT-OPER-OLD
              MOVE "R" TO WS-OT-STATUS(WS-FOUND-IX)
              PERFORM 7300-STAMP-CHANGE
              MOVE "REVOKE" TO WS-HIST-ACTION
              PERFORM 7400-FORMAT-OPER-NEW
              PERFORM 4600-LOG-OPERATOR-CHANGE
              PERFORM 4000-REWRITE-OPERATOR-FILE
              DISPLAY "Revoked " WS-OPER-IN
           END-IF
           END-IF
           END-IF.

       3400-REINSTATE-OPERATOR.
           PERFORM 7000-PROMPT-OPERATOR.
           PERFORM 6000-FIND-OPERATOR.
           IF NOT WS-ENTRY-FOUND
              DISPLAY "Operator not found: " WS-OPER-IN
           ELSE
           IF WS-OT-STATUS(WS-FOUND-IX) = "A"
              DISPLAY "Operator already active: " WS-OPER-IN
           ELSE
              PERFORM 7350-FORMAT-OPER-OLD
              MOVE "A" TO WS-OT-STATUS(WS-FOUND-IX)
              PERFORM 7300-STAMP-CHANGE
              MOVE "REINSTAT" TO WS-HIST-ACTION
              PERFORM 7400-FORMAT-OPER-NEW
              PERFORM 4600-LOG-OPERATOR-CHANGE
              PERFORM 4000-REWRITE-OPERATOR-FILE
              DISPLAY "Reinstated " WS-OPER-IN
           END-IF
           END-IF.

       3500-RESET-PIN.
           PERFORM 7000-PROMPT-OPERATOR.
           PERFORM 6000-FIND-OPERATOR.
           IF NOT WS-ENTRY-FOUND
              DISPLAY "Operator not found: " WS-OPER-IN
           ELSE
              PERFORM 7200-PROMPT-PIN
              IF WS-VALID-INPUT
                 PERFORM 7350-FORMAT-OPER-OLD
                 MOVE WS-PIN-HASH TO WS-OT-PIN-HASH(WS-FOUND-IX)
                 PERFORM 7300-STAMP-CHANGE
                 MOVE "PINRESET" TO WS-HIST-ACTION
                 PERFORM 7400-FORMAT-OPER-NEW
                 PERFORM 4600-LOG-OPERATOR-CHANGE
                 PERFORM 4000-REWRITE-OPERATOR-FILE
                 DISPLAY "PIN reset for " WS-OPER-IN
              END-IF
           END-IF.

       4000-REWRITE-OPERATOR-FILE.
           OPEN OUTPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
              DISPLAY "Error: unable to rewrite OPERPROF.DAT, status "
                  WS-OPERATOR-STATUS
           ELSE
              PERFORM VARYING WS-J FROM 1 BY 1
                      UNTIL WS-J > WS-OPER-COUNT
                 MOVE WS-OPER-ENTRY(WS-J) TO OPERATOR-RECORD
                 WRITE OPERATOR-RECORD
              END-PERFORM
              CLOSE OPERATOR-FILE
           END-IF.

       4500-WRITE-HISTORY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE WS-RUN-DATE TO CH-DATE.
           COMPUTE CH-TIME =
               WS-RUN-HH * 10000 + WS-RUN-MIN * 100 + WS-RUN-SS.
           MOVE WS-USER-ID TO CH-USER.
           MOVE SPACES TO CH-USER2.
           MOVE WS-HIST-FILE TO CH-FILE-ID.
           MOVE WS-HIST-ACTION TO CH-ACTION.
           MOVE WS-HIST-KEY TO CH-KEY.
           MOVE WS-HIST-OLD TO CH-OLD-VALUE.
           MOVE WS-HIST-NEW TO CH-NEW-VALUE.
           WRITE HISTORY-RECORD.

       4600-LOG-OPERATOR-CHANGE.
           MOVE "OPERPROF" TO WS-HIST-FILE.
           MOVE WS-OPER-IN TO WS-HIST-KEY.
           PERFORM 4500-WRITE-HISTORY.

       6000-FIND-OPERATOR.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-OPER-COUNT
              IF WS-OT-USER(WS-J) = WS-OPER-IN
                 MOVE WS-J TO WS-FOUND-IX
                 SET WS-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.

       7000-PROMPT-OPERATOR.
           PERFORM WITH TEST AFTER UNTIL WS-VALID-INPUT
              DISPLAY "Enter operator user id: "
              ACCEPT WS-OPER-IN
              SET WS-VALID-INPUT TO TRUE
              IF WS-OPER-IN = SPACES
                 OR WS-OPER-IN = "SETUP"
                 OR WS-OPER-IN = "UNKNOWN"
                 SET WS-INVALID-INPUT TO TRUE
                 MOVE "Operator user id required" TO WS-ERROR-MSG
                 DISPLAY "Invalid input: " WS-ERROR-MSG
              END-IF
           END-PERFORM.

       7100-PROMPT-ROLE.
           PERFORM WITH TEST AFTER UNTIL WS-VALID-INPUT
              DISPLAY "Enter role (V=Viewer M=Maintainer A=Approver "
                  "D=Disposer S=Security): "
              ACCEPT WS-ROLE-IN
              SET WS-VALID-INPUT TO TRUE
              IF NOT WS-ROLE-IN-VALID
                 SET WS-INVALID-INPUT TO TRUE
                 MOVE "Role must be V, M, A, D or S" TO WS-ERROR-MSG
                 DISPLAY "Invalid input: " WS-ERROR-MSG
              END-IF
           END-PERFORM.

       7200-PROMPT-PIN.
           DISPLAY "Enter new PIN (4 to 8 characters): ".
           ACCEPT WS-PIN-IN.
           DISPLAY "Enter new PIN again: ".
           ACCEPT WS-PIN-CONFIRM.
           SET WS-VALID-INPUT TO TRUE.
           IF WS-PIN-IN(1:1) = SPACE OR WS-PIN-IN(2:1) = SPACE
              OR WS-PIN-IN(3:1) = SPACE OR WS-PIN-IN(4:1) = SPACE
              SET WS-INVALID-INPUT TO TRUE
              MOVE "PIN must be 4 to 8 characters" TO WS-ERROR-MSG
           ELSE
           IF WS-PIN-IN NOT = WS-PIN-CONFIRM
              SET WS-INVALID-INPUT TO TRUE
              MOVE "PIN entries do not match" TO WS-ERROR-MSG
           END-IF
           END-IF.
           IF WS-INVALID-INPUT
              DISPLAY "Invalid input: " WS-ERROR-MSG
                  " - no change made"
           ELSE
              MOVE WS-OPER-IN TO WS-HASH-USER
              MOVE WS-PIN-IN TO WS-HASH-PIN
              PERFORM 0120-HASH-PIN
           END-IF.
           MOVE SPACES TO WS-PIN-IN.
           MOVE SPACES TO WS-PIN-CONFIRM.

       7300-STAMP-CHANGE.
           MOVE WS-RUN-DATE TO WS-OT-CHG-DATE(WS-FOUND-IX).
           MOVE WS-USER-ID TO WS-OT-CHG-USER(WS-FOUND-IX).

       7350-FORMAT-OPER-OLD.
           MOVE SPACES TO WS-HIST-OLD.
           STRING "ROLE=" WS-OT-ROLE(WS-FOUND-IX)
                  " STATUS=" WS-OT-STATUS(WS-FOUND-IX)
               DELIMITED BY SIZE INTO WS-HIST-OLD.

       7400-FORMAT-OPER-NEW.
           MOVE SPACES TO WS-HIST-NEW.
           STRING "ROLE=" WS-OT-ROLE(WS-FOUND-IX)
                  " STATUS=" WS-OT-STATUS(WS-FOUND-IX)
                  " " WS-OT-NAME(WS-FOUND-IX)
               DELIMITED BY SIZE INTO WS-HIST-NEW.
