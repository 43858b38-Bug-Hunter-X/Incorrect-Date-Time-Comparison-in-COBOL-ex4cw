       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CHGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST-FILE.
           05  AM-ACCT PIC 9(10).
           05  AM-STATUS PIC X(1).
           05  AM-DC-CODE PIC X(4).
           05  AM-FEE-EXEMPT PIC X(1).
           05  AM-DAILY-LIMIT PIC 9(9)V99.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
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
       01  WS-ACCT-COUNT PIC 9(7) VALUE 0.

       01  WS-FLAGS.
           05  WS-ACCT-EOF PIC X VALUE "N".

       01  WS-USER-ID PIC X(8).
       01  WS-CHOICE PIC X(2).
           88  WS-CHOICE-MAINTAIN VALUE "2" "3" "4" "5" "6" "7".

       01  WS-ACCT-IN PIC X(10).
       01  WS-ACCT-IN-NUM REDEFINES WS-ACCT-IN PIC 9(10).
       01  WS-STATUS-IN PIC X(1).
       01  WS-DC-IN PIC X(4).
       01  WS-FEE-EXEMPT-IN PIC X(1).
       01  WS-LIMIT-IN PIC X(9).
       01  WS-LIMIT-IN-NUM REDEFINES WS-LIMIT-IN PIC 9(9).

       01  WS-HIST.
           05  WS-HIST-FILE PIC X(8).
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

           DISPLAY "ACCOUNT MASTER MAINTENANCE".
           PERFORM 1200-OPEN-HISTORY.
           PERFORM 0100-SIGN-ON.
           IF NOT WS-SIGNED-ON
              DISPLAY "Error: sign-on failed, session ended"
              CLOSE HISTORY-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1000-OPEN-ACCOUNTS.

           PERFORM UNTIL WS-MAINT-DONE
              PERFORM 2000-SHOW-MENU
              ACCEPT WS-CHOICE
              IF WS-CHOICE-MAINTAIN AND NOT WS-ROLE-MAINTAINER
                 DISPLAY "Selection not permitted for role "
                     WS-OPER-ROLE ": " WS-CHOICE
              ELSE
                 EVALUATE WS-CHOICE
                    WHEN "1"
                       PERFORM 3000-LIST-ACCOUNTS
                    WHEN "2"
                       PERFORM 3100-ADD-ACCOUNT
                    WHEN "3"
                       PERFORM 3200-CHANGE-STATUS
                    WHEN "4"
                       PERFORM 3300-CHANGE-DATA-CENTER
                    WHEN "5"
                       PERFORM 3400-DELETE-ACCOUNT
                    WHEN "6"
                       PERFORM 3500-CHANGE-FEE-EXEMPT
                    WHEN "7"
                       PERFORM 3600-CHANGE-DAILY-LIMIT
                    WHEN "0"
                       SET WS-MAINT-DONE TO TRUE
                    WHEN OTHER
                       DISPLAY "Unknown selection: " WS-CHOICE
                 END-EVALUATE
              END-IF
           END-PERFORM.

           CLOSE ACCTMAST-FILE.
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
           MOVE "ACCTMNT" TO CH-KEY.
           MOVE WS-SIGNON-REASON TO CH-OLD-VALUE.
           WRITE HISTORY-RECORD.

       1000-OPEN-ACCOUNTS.
           OPEN I-O ACCTMAST-FILE.
           IF WS-ACCT-FILE-STATUS = "35"
              DISPLAY "Note: ACCTMAST.DAT not found, starting empty"
              OPEN OUTPUT ACCTMAST-FILE
              CLOSE ACCTMAST-FILE
              OPEN I-O ACCTMAST-FILE
           END-IF.
           IF WS-ACCT-FILE-STATUS NOT = "00"
              DISPLAY "Error: unable to open ACCTMAST.DAT, status "
                  WS-ACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1200-OPEN-HISTORY.

       2000-SHOW-MENU.
           DISPLAY " ".
           IF WS-ROLE-MAINTAINER
              DISPLAY "1=List accounts   2=Add account   "
                  "3=Change status"
              DISPLAY "4=Change dc code  5=Delete account  "
                  "6=Change fee exempt"
              DISPLAY "7=Change daily limit   0=Exit"
           ELSE
              DISPLAY "1=List accounts   0=Exit"
           END-IF.
           DISPLAY "Enter selection: ".

       3000-LIST-ACCOUNTS.
           MOVE 0 TO WS-ACCT-COUNT.
           SET WS-ACCT-EOF TO "N".
           DISPLAY "ACCOUNT     STATUS  DC    FEE EXEMPT  DAILY LIMIT".
           MOVE ZEROS TO AM-ACCT.
           START ACCTMAST-FILE KEY IS NOT LESS THAN AM-ACCT
               INVALID KEY SET WS-ACCT-AT-END TO TRUE
           END-START.
           PERFORM UNTIL WS-ACCT-AT-END
              READ ACCTMAST-FILE NEXT RECORD
                  AT END SET WS-ACCT-AT-END TO TRUE
                  NOT AT END
                      ADD 1 TO WS-ACCT-COUNT
                      DISPLAY AM-ACCT "  "
                          AM-STATUS "       " AM-DC-CODE
                          "  " AM-FEE-EXEMPT
                          "           " AM-DAILY-LIMIT
              END-READ
           END-PERFORM.
           DISPLAY "Entries: " WS-ACCT-COUNT.

       3100-ADD-ACCOUNT.
           PERFORM 7000-PROMPT-ACCOUNT.
           MOVE WS-ACCT-IN TO WS-HIST-KEY.
           PERFORM 6000-FIND-ACCOUNT.
           IF WS-ENTRY-FOUND
              DISPLAY "Duplicate - account already exists: "
                  WS-ACCT-IN
           ELSE
              PERFORM 7100-PROMPT-STATUS
              PERFORM 7200-PROMPT-DC-CODE
              MOVE WS-ACCT-IN-NUM TO AM-ACCT
              MOVE WS-STATUS-IN TO AM-STATUS
              MOVE WS-DC-IN TO AM-DC-CODE
              MOVE "N" TO AM-FEE-EXEMPT
              MOVE 0 TO AM-DAILY-LIMIT
              WRITE ACCTMAST-RECORD
                  INVALID KEY
                      DISPLAY "Error: unable to add account, status "
                          WS-ACCT-FILE-STATUS
                  NOT INVALID KEY
                      MOVE "ACCTMAST" TO WS-HIST-FILE
                      MOVE "ADD" TO WS-HIST-ACTION
                      MOVE SPACES TO WS-HIST-OLD
                      PERFORM 7400-FORMAT-ACCT-NEW
                      PERFORM 4500-WRITE-HISTORY
                      DISPLAY "Added " WS-ACCT-IN
              END-WRITE
           END-IF.

       3200-CHANGE-STATUS.
           ELSE
              PERFORM 7300-FORMAT-ACCT-OLD
              PERFORM 7100-PROMPT-STATUS
              MOVE WS-STATUS-IN TO AM-STATUS
              PERFORM 4000-REWRITE-ACCOUNT
           END-IF.

       3300-CHANGE-DATA-CENTER.
           ELSE
              PERFORM 7300-FORMAT-ACCT-OLD
              PERFORM 7200-PROMPT-DC-CODE
              MOVE WS-DC-IN TO AM-DC-CODE
              PERFORM 4000-REWRITE-ACCOUNT
           END-IF.

       3400-DELETE-ACCOUNT.
              DISPLAY "Account not found: " WS-ACCT-IN
           ELSE
              PERFORM 7300-FORMAT-ACCT-OLD
              DELETE ACCTMAST-FILE RECORD
                  INVALID KEY
                      DISPLAY "Error: unable to delete account, "
                          "status " WS-ACCT-FILE-STATUS
                  NOT INVALID KEY
                      MOVE "ACCTMAST" TO WS-HIST-FILE
                      MOVE "DELETE" TO WS-HIST-ACTION
                      MOVE SPACES TO WS-HIST-NEW
                      PERFORM 4500-WRITE-HISTORY
                      DISPLAY "Deleted " WS-ACCT-IN
              END-DELETE
           END-IF.

       3500-CHANGE-FEE-EXEMPT.
           PERFORM 7000-PROMPT-ACCOUNT.
           MOVE WS-ACCT-IN TO WS-HIST-KEY.
           PERFORM 6000-FIND-ACCOUNT.
           IF NOT WS-ENTRY-FOUND
              DISPLAY "Account not found: " WS-ACCT-IN
           ELSE
              PERFORM 7300-FORMAT-ACCT-OLD
              PERFORM 7500-PROMPT-FEE-EXEMPT
              MOVE WS-FEE-EXEMPT-IN TO AM-FEE-EXEMPT
              PERFORM 4000-REWRITE-ACCOUNT
           END-IF.

       3600-CHANGE-DAILY-LIMIT.
           PERFORM 7000-PROMPT-ACCOUNT.
           MOVE WS-ACCT-IN TO WS-HIST-KEY.
           PERFORM 6000-FIND-ACCOUNT.
           IF NOT WS-ENTRY-FOUND
              DISPLAY "Account not found: " WS-ACCT-IN
           ELSE
              PERFORM 7300-FORMAT-ACCT-OLD
              PERFORM 7600-PROMPT-DAILY-LIMIT
              MOVE WS-LIMIT-IN-NUM TO AM-DAILY-LIMIT
              PERFORM 4000-REWRITE-ACCOUNT
           END-IF.

       4000-REWRITE-ACCOUNT.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   DISPLAY "Error: unable to rewrite account, status "
                       WS-ACCT-FILE-STATUS
               NOT INVALID KEY
                   MOVE "ACCTMAST" TO WS-HIST-FILE
                   MOVE "CHANGE" TO WS-HIST-ACTION
                   PERFORM 7400-FORMAT-ACCT-NEW
                   PERFORM 4500-WRITE-HISTORY
                   DISPLAY "Changed " WS-ACCT-IN
           END-REWRITE.

       4500-WRITE-HISTORY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

       6000-FIND-ACCOUNT.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE WS-ACCT-IN-NUM TO AM-ACCT.
           READ ACCTMAST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ENTRY-FOUND TO TRUE
           END-READ.

       7000-PROMPT-ACCOUNT.
           PERFORM WITH TEST AFTER UNTIL WS-VALID-INPUT

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

       7500-PROMPT-FEE-EXEMPT.
           PERFORM WITH TEST AFTER UNTIL WS-VALID-INPUT
              DISPLAY "Exempt from late-submission fees (Y/N): "
              ACCEPT WS-FEE-EXEMPT-IN
              SET WS-VALID-INPUT TO TRUE
              IF WS-FEE-EXEMPT-IN NOT = "Y" AND "N"
                 SET WS-INVALID-INPUT TO TRUE
                 MOVE "Fee exempt must be Y or N" TO WS-ERROR-MSG
                 DISPLAY "Invalid input: " WS-ERROR-MSG
              END-IF
           END-PERFORM.

       7600-PROMPT-DAILY-LIMIT.
           PERFORM WITH TEST AFTER UNTIL WS-VALID-INPUT
              DISPLAY "Enter daily limit, 9 digits whole units "
                  "(000000000 = no limit): "
              ACCEPT WS-LIMIT-IN
              SET WS-VALID-INPUT TO TRUE
              IF WS-LIMIT-IN NOT NUMERIC
                 SET WS-INVALID-INPUT TO TRUE
                 MOVE "Daily limit must be 9 digits" TO WS-ERROR-MSG
                 DISPLAY "Invalid input: " WS-ERROR-MSG
              END-IF
           END-PERFORM.
