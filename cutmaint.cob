               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT IMPACT-FILE ASSIGN TO "CUTIMPCT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPACT-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUTOFF-FILE.
           05  PD-RULE PIC X(8).
           05  PD-OFFSET PIC S9(4) SIGN IS LEADING SEPARATE.

       FD  IMPACT-FILE.
       01  IMPACT-RECORD PIC X(132).

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
       01  WS-AREA.
           05  WS-TS PIC 9(14).
           05  WS-APPLY-FLAG PIC X VALUE "Y".
               88  WS-APPLY-OK VALUE "Y".
               88  WS-APPLY-FAILED VALUE "N".
           05  WS-IMPACT-EOF PIC X VALUE "N".
               88  WS-IMPACT-AT-END VALUE "Y".
           05  WS-IMPACT-FOUND-FLAG PIC X VALUE "N".
               88  WS-IMPACT-FOUND VALUE "Y".

       01  WS-CUTOFF-STATUS PIC XX.
       01  WS-TZ-FILE-STATUS PIC XX.
       01  WS-HISTORY-STATUS PIC XX.
       01  WS-PENDING-STATUS PIC XX.
       01  WS-IMPACT-STATUS PIC XX.

       01  WS-IMPACT-HEADER PIC X(132).
       01  WS-IMPACT-KEY.
           05  FILLER PIC X(15) VALUE "PENDING CHANGE ".
           05  IK-DATE PIC 9(8).
           05  FILLER PIC X(1) VALUE " ".
           05  IK-TIME PIC 9(6).
           05  FILLER PIC X(1) VALUE " ".
           05  IK-USER PIC X(8).
           05  FILLER PIC X(1) VALUE " ".
           05  IK-FILE-ID PIC X(8).
           05  FILLER PIC X(1) VALUE " ".
           05  IK-ACTION PIC X(8).
           05  FILLER PIC X(1) VALUE " ".
           05  IK-KEY PIC X(10).

       01  WS-USER-ID PIC X(8).
       01  WS-USER-SAVE PIC X(8).
       01  WS-APPROVER-ID PIC X(8).
       01  WS-CHOICE PIC X(2).
           88  WS-CHOICE-MAINTAIN VALUE "2" "3" "4" "5" "7" "8" "9"
                   "10".
           88  WS-CHOICE-APPROVE VALUE "12".
       01  WS-DISP-CHOICE PIC X(1).

       01  WS-NAME-IN PIC X(10).
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

           DISPLAY "CUTOFF/TIMEZONE MAINTENANCE".
           PERFORM 1200-OPEN-HISTORY.
           PERFORM 0100-SIGN-ON.
           IF NOT WS-SIGNED-ON
              DISPLAY "Error: sign-on failed, session ended"
              CLOSE HISTORY-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1000-LOAD-CUTOFFS.
           PERFORM 1100-LOAD-TIMEZONES.
           PERFORM 1300-LOAD-PENDING.

           IF WS-PEND-COUNT > 0
           PERFORM UNTIL WS-MAINT-DONE
              PERFORM 2000-SHOW-MENU
              ACCEPT WS-CHOICE
              IF WS-CHOICE-MAINTAIN AND NOT WS-ROLE-MAINTAINER
                 OR WS-CHOICE-APPROVE AND NOT WS-ROLE-APPROVER
                 DISPLAY "Selection not permitted for role "
                     WS-OPER-ROLE ": " WS-CHOICE
              ELSE
                 EVALUATE WS-CHOICE
                    WHEN "1"
                       PERFORM 3000-LIST-CUTOFFS
                    WHEN "2"
                       PERFORM 3100-ADD-CUTOFF
                    WHEN "3"
                       PERFORM 3200-CHANGE-CUTOFF
                    WHEN "4"
                       PERFORM 3300-EXPIRE-CUTOFF
                    WHEN "5"
                       PERFORM 3400-DELETE-CUTOFF
                    WHEN "6"
                       PERFORM 3500-LIST-TIMEZONES
                    WHEN "7"
                       PERFORM 3600-ADD-TIMEZONE
                    WHEN "8"
                       PERFORM 3700-CHANGE-TIMEZONE
                    WHEN "9"
                       PERFORM 3800-EXPIRE-TIMEZONE
                    WHEN "10"
                       PERFORM 3900-DELETE-TIMEZONE
                    WHEN "11"
                       PERFORM 3920-LIST-PENDING
                    WHEN "12"
                       PERFORM 3950-REVIEW-PENDING
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
           MOVE "CUTMAINT" TO CH-KEY.
           MOVE WS-SIGNON-REASON TO CH-OLD-VALUE.
           WRITE HISTORY-RECORD.

       1000-LOAD-CUTOFFS.
           MOVE 0 TO WS-CUTOFF-COUNT.
           SET WS-CUTOFF-EOF TO "N".

       2000-SHOW-MENU.
           DISPLAY " ".
           IF WS-ROLE-MAINTAINER
              DISPLAY "1=List cutoffs    2=Add cutoff    "
                  "3=Change cutoff"
              DISPLAY "4=Expire cutoff   5=Delete cutoff"
              DISPLAY "6=List timezones  7=Add timezone  8=Change tz"
              DISPLAY "9=Expire tz       10=Delete tz"
              DISPLAY "11=List pending   0=Exit"
              DISPLAY "Changes queue for second-user approval."
           ELSE
           IF WS-ROLE-APPROVER
              DISPLAY "1=List cutoffs    6=List timezones"
              DISPLAY "11=List pending   12=Review pending  0=Exit"
           ELSE
              DISPLAY "1=List cutoffs    6=List timezones"
              DISPLAY "11=List pending   0=Exit"
           END-IF
           END-IF.
           DISPLAY "Enter selection: ".

       3000-LIST-CUTOFFS.
           IF WS-PEND-COUNT = 0
              DISPLAY "No pending changes to review."
           ELSE
              MOVE WS-USER-ID TO WS-APPROVER-ID
              PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-PEND-COUNT
                 PERFORM 3960-REVIEW-ONE-PENDING
              END-PERFORM
              PERFORM 5100-REWRITE-PENDING-FILE
              PERFORM 5150-COMPACT-PENDING-TABLE
           END-IF.

       3960-REVIEW-ONE-PENDING.
           IF WS-PE-USER(WS-I) = WS-APPROVER-ID
              DISPLAY "Requester cannot approve own change, skipped"
           ELSE
              MOVE "I" TO WS-DISP-CHOICE
              PERFORM UNTIL WS-DISP-CHOICE NOT = "I"
                 DISPLAY "Approve, Reject, Skip, or Impact (A/R/S/I): "
                 ACCEPT WS-DISP-CHOICE
                 IF WS-DISP-CHOICE = "I"
                    PERFORM 3970-SHOW-PENDING-IMPACT
                 END-IF
              END-PERFORM
              EVALUATE WS-DISP-CHOICE
                 WHEN "A"
                    PERFORM 5200-APPLY-PENDING-CHANGE
              END-EVALUATE
           END-IF.

       3970-SHOW-PENDING-IMPACT.
           MOVE WS-PE-DATE(WS-I) TO IK-DATE.
           MOVE WS-PE-TIME(WS-I) TO IK-TIME.
           MOVE WS-PE-USER(WS-I) TO IK-USER.
           MOVE WS-PE-FILE-ID(WS-I) TO IK-FILE-ID.
           MOVE WS-PE-ACTION(WS-I) TO IK-ACTION.
           MOVE WS-PE-KEY(WS-I) TO IK-KEY.
           MOVE "N" TO WS-IMPACT-FOUND-FLAG.
           SET WS-IMPACT-EOF TO "N".

           OPEN INPUT IMPACT-FILE.
           IF WS-IMPACT-STATUS NOT = "00"
              DISPLAY "No impact report on file - run CUTSIM to "
                  "produce CUTIMPCT.RPT"
           ELSE
              READ IMPACT-FILE INTO WS-IMPACT-HEADER
                  AT END SET WS-IMPACT-AT-END TO TRUE
              END-READ
              PERFORM UNTIL WS-IMPACT-AT-END
                 READ IMPACT-FILE
                     AT END SET WS-IMPACT-AT-END TO TRUE
                     NOT AT END
                         IF IMPACT-RECORD(1:15) = "PENDING CHANGE "
                            OR IMPACT-RECORD(1:17) =
                               "END OF SIMULATION"
                            IF WS-IMPACT-FOUND
                               SET WS-IMPACT-AT-END TO TRUE
                            ELSE
                            IF IMPACT-RECORD(1:68) = WS-IMPACT-KEY
                               SET WS-IMPACT-FOUND TO TRUE
                               DISPLAY WS-IMPACT-HEADER
                               DISPLAY IMPACT-RECORD
                            END-IF
                            END-IF
                         ELSE
                            IF WS-IMPACT-FOUND
                               AND IMPACT-RECORD(1:10) NOT = ALL "-"
                               DISPLAY IMPACT-RECORD
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE IMPACT-FILE
              IF NOT WS-IMPACT-FOUND
                 DISPLAY "Change not in CUTIMPCT.RPT - run CUTSIM "
                     "to simulate current pending changes"
              END-IF
           END-IF.

       4000-REWRITE-CUTOFF-FILE.
           OPEN OUTPUT CUTOFF-FILE.
           IF WS-CUTOFF-STATUS NOT = "00"
