       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLDRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-FILE ASSIGN TO DYNAMIC WS-STEP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.

           SELECT RUNREG-FILE ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNREG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CYCLE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-FILE.
       01  STEP-RECORD.
           05  CS-STEP-X PIC X(4).
           05  CS-STEP REDEFINES CS-STEP-X PIC 9(4).
           05  CS-PROGRAM PIC X(8).
           05  CS-MAX-RC-X PIC X(2).
           05  CS-MAX-RC REDEFINES CS-MAX-RC-X PIC 9(2).
           05  CS-PARM PIC X(60).

       FD  RUNREG-FILE.
       01  RUNREG-RECORD.
           05  RR-RUN-DATE PIC 9(8).
           05  RR-RUN-TIME PIC 9(6).
           05  RR-PROGRAM PIC X(8).
           05  RR-STREAM PIC X(4).
           05  RR-INPUT-NAME PIC X(40).
           05  RR-STATUS PIC X(9).
           05  RR-TOTAL PIC 9(7).
           05  RR-REJECTED PIC 9(7).
           05  RR-RC PIC 9(2).
           05  RR-MODE PIC X(1).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-STEP-COUNT PIC 9(2) VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-STEP-COUNT.
               10  WS-ST-STEP PIC 9(4).
               10  WS-ST-STEP-X REDEFINES WS-ST-STEP PIC X(4).
               10  WS-ST-PROGRAM PIC X(8).
               10  WS-ST-MAX-RC PIC 9(2).
               10  WS-ST-PARM PIC X(60).
               10  WS-ST-STATE PIC X(9).
               10  WS-ST-RC PIC 9(2).
               10  WS-ST-START-TIME PIC 9(6).
               10  WS-ST-END-TIME PIC 9(6).

       01  WS-FLAGS.
           05  WS-STEP-EOF PIC X VALUE "N".
               88  WS-STEP-AT-END VALUE "Y".
           05  WS-RUNREG-EOF PIC X VALUE "N".
               88  WS-RUNREG-AT-END VALUE "Y".
           05  WS-STEP-ERROR-FLAG PIC X VALUE "N".
               88  WS-STEP-FILE-IN-ERROR VALUE "Y".
           05  WS-CYCLE-OPEN-FLAG PIC X VALUE "N".
               88  WS-LAST-CYCLE-OPEN VALUE "Y".
           05  WS-CYCLE-FOUND-FLAG PIC X VALUE "N".
               88  WS-LAST-CYCLE-FOUND VALUE "Y".
           05  WS-CYCLE-STOP-FLAG PIC X VALUE "N".
               88  WS-CYCLE-STOPPED VALUE "Y".

       01  WS-STEP-STATUS PIC XX.
       01  WS-RUNREG-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.

       01  WS-STEP-FILE-NAME PIC X(40) VALUE "CYCLSTEP.DAT".
       01  WS-COMMAND-LINE PIC X(80).
       01  WS-ARG-TABLE.
           05  WS-ARG PIC X(40) OCCURS 3 TIMES.
       01  WS-START-MODE PIC X(1) VALUE "N".
           88  WS-NORMAL-START VALUE "N".
           88  WS-RESTART-START VALUE "R".
           88  WS-FROM-START VALUE "F".
           88  WS-NEW-START VALUE "W".
       01  WS-FROM-STEP-X PIC X(4) VALUE ZEROS.
       01  WS-FROM-STEP REDEFINES WS-FROM-STEP-X PIC 9(4).

       01  WS-CYCLE-DATE PIC 9(8) VALUE 0.
       01  WS-CYCLE-TIME PIC 9(6) VALUE 0.
       01  WS-LAST-STEP PIC 9(4) VALUE 0.

       01  WS-DONE-COUNT PIC 9(2) VALUE 0.
       01  WS-DONE-TABLE.
           05  WS-DONE-STEP PIC 9(4) OCCURS 50 TIMES.

       01  WS-SYSTEM-COMMAND PIC X(120).
       01  WS-PROGRAM-NAME PIC X(8).
       01  WS-SYSTEM-RC PIC S9(9).
       01  WS-STEP-RC PIC 9(9).
       01  WS-STEP-SIGNAL PIC 9(9).

       01  WS-REG-STATUS PIC X(9).
       01  WS-REG-STREAM PIC X(4).
       01  WS-REG-INPUT PIC X(40).
       01  WS-REG-TOTAL PIC 9(7).
       01  WS-REG-REJECTED PIC 9(7).
       01  WS-REG-RC PIC 9(2).

       01  WS-TOTALS.
           05  WS-STEPS-RUN PIC 9(2) VALUE 0.
           05  WS-STEPS-COMPLETED PIC 9(2) VALUE 0.
           05  WS-STEPS-SKIPPED PIC 9(2) VALUE 0.
           05  WS-STEPS-NOT-RUN PIC 9(2) VALUE 0.
           05  WS-STEPS-WARNED PIC 9(2) VALUE 0.
           05  WS-FAILED-STEP PIC 9(4) VALUE 0.
           05  WS-FAILED-PROGRAM PIC X(8) VALUE SPACES.
       01  WS-CYCLE-RC PIC 9(2) VALUE 0.

       01  WS-I PIC 9(2).
       01  WS-J PIC 9(2).

       01  WS-REPORT-LINE PIC X(120).

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
           PERFORM 0900-GET-CURRENT-TIME.

           PERFORM 0500-READ-RUN-OPTIONS.
           PERFORM 1000-LOAD-STEP-FILE.
           IF WS-STEP-FILE-IN-ERROR OR WS-STEP-COUNT = 0
              DISPLAY "Error: " WS-STEP-FILE-NAME " missing, empty "
                  "or invalid, cycle not started"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1100-FIND-LAST-CYCLE.
           PERFORM 1200-DECIDE-CYCLE-START.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STEP-COUNT
              IF WS-ST-STATE(WS-I) = "PENDING"
                 IF WS-CYCLE-STOPPED
                    MOVE "NOT RUN" TO WS-ST-STATE(WS-I)
                    ADD 1 TO WS-STEPS-NOT-RUN
                 ELSE
                    PERFORM 2000-RUN-ONE-STEP
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM 0900-GET-CURRENT-TIME.
           MOVE "CYCL" TO WS-REG-STREAM.
           MOVE WS-STEP-FILE-NAME TO WS-REG-INPUT.
           MOVE WS-STEPS-RUN TO WS-REG-TOTAL.
           IF WS-CYCLE-STOPPED
              MOVE "FAILED" TO WS-REG-STATUS
              MOVE 1 TO WS-REG-REJECTED
              MOVE 12 TO WS-CYCLE-RC
           ELSE
              MOVE "COMPLETED" TO WS-REG-STATUS
              MOVE 0 TO WS-REG-REJECTED
              IF WS-STEPS-WARNED > 0
                 MOVE 4 TO WS-CYCLE-RC
              ELSE
                 MOVE 0 TO WS-CYCLE-RC
              END-IF
           END-IF.
           MOVE WS-CYCLE-RC TO WS-REG-RC.
           PERFORM 6000-WRITE-REGISTRY.

           PERFORM 3000-WRITE-CYCLE-REPORT.

           IF WS-CYCLE-STOPPED
              DISPLAY "Error: cycle stopped at step " WS-FAILED-STEP
                  " " WS-FAILED-PROGRAM
                  " - correct and rerun with CYCLDRV RESTART"
           ELSE
              DISPLAY "Cycle complete - steps run " WS-STEPS-RUN
                  " not rerun " WS-STEPS-SKIPPED
           END-IF.
           MOVE WS-CYCLE-RC TO RETURN-CODE.
           STOP RUN.

       0500-READ-RUN-OPTIONS.
           MOVE SPACES TO WS-ARG-TABLE.
           MOVE SPACES TO WS-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
              UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
                  INTO WS-ARG(1) WS-ARG(2) WS-ARG(3)
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
              IF WS-ARG(WS-I) = "RESTART"
                 SET WS-RESTART-START TO TRUE
              ELSE
              IF WS-ARG(WS-I) = "NEW"
                 SET WS-NEW-START TO TRUE
              ELSE
              IF WS-ARG(WS-I)(1:5) = "FROM="
                 MOVE WS-ARG(WS-I)(6:4) TO WS-FROM-STEP-X
                 IF WS-FROM-STEP-X NUMERIC AND WS-FROM-STEP > 0
                    SET WS-FROM-START TO TRUE
                 ELSE
                    DISPLAY "Error: FROM= needs a four digit step "
                        "number, e.g. FROM=0040"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              ELSE
              IF WS-ARG(WS-I) NOT = SPACES
                 MOVE WS-ARG(WS-I) TO WS-STEP-FILE-NAME
              END-IF
              END-IF
              END-IF
              END-IF
           END-PERFORM.

       0900-GET-CURRENT-TIME.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-HH TO WS-RUN-HHMMSS-HH.
           MOVE WS-RUN-MIN TO WS-RUN-HHMMSS-MIN.
           MOVE WS-RUN-SS TO WS-RUN-HHMMSS-SS.

       1000-LOAD-STEP-FILE.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 0 TO WS-LAST-STEP.
           SET WS-STEP-EOF TO "N".

           OPEN INPUT STEP-FILE.
           IF WS-STEP-STATUS = "00"
              PERFORM UNTIL WS-STEP-AT-END
                 READ STEP-FILE
                     AT END SET WS-STEP-AT-END TO TRUE
                     NOT AT END
                         IF STEP-RECORD NOT = SPACES
                            AND STEP-RECORD(1:1) NOT = "*"
                            PERFORM 1010-LOAD-ONE-STEP
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE STEP-FILE
           END-IF.

       1010-LOAD-ONE-STEP.
           IF CS-STEP-X NOT NUMERIC OR CS-STEP NOT > WS-LAST-STEP
              DISPLAY "Error: step number '" CS-STEP-X "' in "
                  WS-STEP-FILE-NAME " not numeric or not ascending"
              SET WS-STEP-FILE-IN-ERROR TO TRUE
           ELSE
           IF CS-PROGRAM = SPACES
              DISPLAY "Error: step " CS-STEP " has no program name"
              SET WS-STEP-FILE-IN-ERROR TO TRUE
           ELSE
           IF CS-MAX-RC-X NOT NUMERIC
              DISPLAY "Error: step " CS-STEP " highest acceptable RC '"
                  CS-MAX-RC-X "' not numeric"
              SET WS-STEP-FILE-IN-ERROR TO TRUE
           ELSE
           IF WS-STEP-COUNT < 50
              ADD 1 TO WS-STEP-COUNT
              MOVE CS-STEP TO WS-ST-STEP(WS-STEP-COUNT)
              MOVE CS-PROGRAM TO WS-ST-PROGRAM(WS-STEP-COUNT)
              MOVE CS-MAX-RC TO WS-ST-MAX-RC(WS-STEP-COUNT)
              MOVE CS-PARM TO WS-ST-PARM(WS-STEP-COUNT)
              MOVE "PENDING" TO WS-ST-STATE(WS-STEP-COUNT)
              MOVE 0 TO WS-ST-RC(WS-STEP-COUNT)
              MOVE 0 TO WS-ST-START-TIME(WS-STEP-COUNT)
              MOVE 0 TO WS-ST-END-TIME(WS-STEP-COUNT)
              MOVE CS-STEP TO WS-LAST-STEP
           ELSE
              DISPLAY "Error: " WS-STEP-FILE-NAME " has more than "
                  "50 steps"
              SET WS-STEP-FILE-IN-ERROR TO TRUE
           END-IF
           END-IF
           END-IF
           END-IF.

       1100-FIND-LAST-CYCLE.
           MOVE "N" TO WS-CYCLE-FOUND-FLAG.
           MOVE "N" TO WS-CYCLE-OPEN-FLAG.
           MOVE 0 TO WS-DONE-COUNT.
           SET WS-RUNREG-EOF TO "N".

           OPEN INPUT RUNREG-FILE.
           IF WS-RUNREG-STATUS = "00"
              PERFORM UNTIL WS-RUNREG-AT-END
                 READ RUNREG-FILE
                     AT END SET WS-RUNREG-AT-END TO TRUE
                     NOT AT END
                         IF RR-PROGRAM = "CYCLDRV"
                            PERFORM 1110-NOTE-CYCLE-ENTRY
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE RUNREG-FILE
           END-IF.

       1110-NOTE-CYCLE-ENTRY.
           IF RR-STREAM = "CYCL"
              EVALUATE RR-STATUS
                 WHEN "STARTED"
                    SET WS-LAST-CYCLE-FOUND TO TRUE
                    SET WS-LAST-CYCLE-OPEN TO TRUE
                    MOVE RR-RUN-DATE TO WS-CYCLE-DATE
                    MOVE RR-RUN-TIME TO WS-CYCLE-TIME
                    MOVE 0 TO WS-DONE-COUNT
                 WHEN "RESTARTED"
                    SET WS-LAST-CYCLE-OPEN TO TRUE
                 WHEN "COMPLETED"
                    MOVE "N" TO WS-CYCLE-OPEN-FLAG
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           ELSE
           IF RR-STATUS = "COMPLETED" AND WS-LAST-CYCLE-FOUND
              AND WS-DONE-COUNT < 50
              ADD 1 TO WS-DONE-COUNT
              MOVE RR-STREAM TO WS-DONE-STEP(WS-DONE-COUNT)
           END-IF
           END-IF.

       1200-DECIDE-CYCLE-START.
           EVALUATE TRUE
              WHEN WS-RESTART-START
                 IF NOT WS-LAST-CYCLE-OPEN
                    DISPLAY "Note: no incomplete cycle in RUNREG.DAT, "
                        "nothing to restart"
                    MOVE 4 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 PERFORM 1210-MARK-COMPLETED-STEPS
                 PERFORM 1300-RECORD-CYCLE-RESTARTED
              WHEN WS-FROM-START
                 PERFORM VARYING WS-I FROM 1 BY 1
                         UNTIL WS-I > WS-STEP-COUNT
                    IF WS-ST-STEP(WS-I) < WS-FROM-STEP
                       MOVE "BYPASSED" TO WS-ST-STATE(WS-I)
                       ADD 1 TO WS-STEPS-SKIPPED
                    END-IF
                 END-PERFORM
                 IF WS-LAST-CYCLE-OPEN
                    PERFORM 1300-RECORD-CYCLE-RESTARTED
                 ELSE
                    PERFORM 1400-RECORD-CYCLE-STARTED
                 END-IF
              WHEN WS-NEW-START
                 IF WS-LAST-CYCLE-OPEN
                    DISPLAY "Warning: cycle of " WS-CYCLE-DATE " "
                        WS-CYCLE-TIME " did not complete, "
                        "starting a new cycle as requested"
                 END-IF
                 PERFORM 1400-RECORD-CYCLE-STARTED
              WHEN OTHER
                 IF WS-LAST-CYCLE-OPEN
                    DISPLAY "Error: cycle of " WS-CYCLE-DATE " "
                        WS-CYCLE-TIME " did not complete - rerun "
                        "with RESTART, FROM=nnnn or NEW"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 PERFORM 1400-RECORD-CYCLE-STARTED
           END-EVALUATE.

       1210-MARK-COMPLETED-STEPS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STEP-COUNT
              PERFORM VARYING WS-J FROM 1 BY 1
                      UNTIL WS-J > WS-DONE-COUNT
                 IF WS-DONE-STEP(WS-J) = WS-ST-STEP(WS-I)
                    AND WS-ST-STATE(WS-I) = "PENDING"
                    MOVE "PRIOR RUN" TO WS-ST-STATE(WS-I)
                    ADD 1 TO WS-STEPS-SKIPPED
                 END-IF
              END-PERFORM
           END-PERFORM.

       1300-RECORD-CYCLE-RESTARTED.
           DISPLAY "Restarting cycle of " WS-CYCLE-DATE " "
               WS-CYCLE-TIME.
           MOVE "CYCL" TO WS-REG-STREAM.
           MOVE WS-STEP-FILE-NAME TO WS-REG-INPUT.
           MOVE "RESTARTED" TO WS-REG-STATUS.
           MOVE 0 TO WS-REG-TOTAL.
           MOVE 0 TO WS-REG-REJECTED.
           MOVE 0 TO WS-REG-RC.
           PERFORM 6000-WRITE-REGISTRY.

       1400-RECORD-CYCLE-STARTED.
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO WS-CYCLE-TIME.
           MOVE "CYCL" TO WS-REG-STREAM.
           MOVE WS-STEP-FILE-NAME TO WS-REG-INPUT.
           MOVE "STARTED" TO WS-REG-STATUS.
           MOVE 0 TO WS-REG-TOTAL.
           MOVE 0 TO WS-REG-REJECTED.
           MOVE 0 TO WS-REG-RC.
           PERFORM 6000-WRITE-REGISTRY.

       2000-RUN-ONE-STEP.
           PERFORM 0900-GET-CURRENT-TIME.
           MOVE WS-RUN-TIME-HHMMSS TO WS-ST-START-TIME(WS-I).
           MOVE WS-ST-STEP-X(WS-I) TO WS-REG-STREAM.
           MOVE SPACES TO WS-REG-INPUT.
           STRING WS-ST-PROGRAM(WS-I) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-ST-PARM(WS-I) DELIMITED BY SIZE
               INTO WS-REG-INPUT.
           MOVE "STARTED" TO WS-REG-STATUS.
           MOVE 0 TO WS-REG-TOTAL.
           MOVE 0 TO WS-REG-REJECTED.
           MOVE 0 TO WS-REG-RC.
           PERFORM 6000-WRITE-REGISTRY.

           MOVE FUNCTION LOWER-CASE(WS-ST-PROGRAM(WS-I))
               TO WS-PROGRAM-NAME.
           MOVE SPACES TO WS-SYSTEM-COMMAND.
           STRING "./" DELIMITED BY SIZE
                  WS-PROGRAM-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-ST-PARM(WS-I) DELIMITED BY SIZE
               INTO WS-SYSTEM-COMMAND.
           DISPLAY "Step " WS-ST-STEP(WS-I) " " WS-ST-PROGRAM(WS-I)
               " starting".

           CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
           MOVE RETURN-CODE TO WS-SYSTEM-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-SYSTEM-RC < 0
              MOVE 99 TO WS-STEP-RC
           ELSE
              DIVIDE WS-SYSTEM-RC BY 256 GIVING WS-STEP-RC
                  REMAINDER WS-STEP-SIGNAL
              IF WS-STEP-SIGNAL NOT = 0 OR WS-STEP-RC > 99
                 MOVE 99 TO WS-STEP-RC
              END-IF
           END-IF.

           PERFORM 0900-GET-CURRENT-TIME.
           MOVE WS-RUN-TIME-HHMMSS TO WS-ST-END-TIME(WS-I).
           MOVE WS-STEP-RC TO WS-ST-RC(WS-I).
           ADD 1 TO WS-STEPS-RUN.
           MOVE WS-STEP-RC TO WS-REG-RC.

           IF WS-STEP-RC > WS-ST-MAX-RC(WS-I)
              MOVE "FAILED" TO WS-ST-STATE(WS-I)
              MOVE "FAILED" TO WS-REG-STATUS
              MOVE 1 TO WS-REG-REJECTED
              SET WS-CYCLE-STOPPED TO TRUE
              MOVE WS-ST-STEP(WS-I) TO WS-FAILED-STEP
              MOVE WS-ST-PROGRAM(WS-I) TO WS-FAILED-PROGRAM
              DISPLAY "Error: step " WS-ST-STEP(WS-I) " "
                  WS-ST-PROGRAM(WS-I) " ended RC " WS-ST-RC(WS-I)
                  ", highest acceptable " WS-ST-MAX-RC(WS-I)
           ELSE
              MOVE "COMPLETED" TO WS-ST-STATE(WS-I)
              MOVE "COMPLETED" TO WS-REG-STATUS
              ADD 1 TO WS-STEPS-COMPLETED
              IF WS-STEP-RC > 0
                 ADD 1 TO WS-STEPS-WARNED
              END-IF
              DISPLAY "Step " WS-ST-STEP(WS-I) " "
                  WS-ST-PROGRAM(WS-I) " ended RC " WS-ST-RC(WS-I)
           END-IF.
           PERFORM 6000-WRITE-REGISTRY.

       3000-WRITE-CYCLE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Warning: unable to open CYCLE.RPT, "
                  "report not written"
           ELSE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "CYCLE STATUS REPORT - RUN " WS-RUN-DATE " "
                     WS-RUN-TIME-HHMMSS "  CYCLE OF " WS-CYCLE-DATE
                     " " WS-CYCLE-TIME "  STEPS FROM "
                     WS-STEP-FILE-NAME
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              EVALUATE TRUE
                 WHEN WS-RESTART-START
                    STRING "RESTARTED - STEPS COMPLETED EARLIER IN "
                           "THIS CYCLE WERE NOT RERUN"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 WHEN WS-FROM-START
                    STRING "STARTED FROM STEP " WS-FROM-STEP-X
                           " - EARLIER STEPS BYPASSED"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 WHEN OTHER
                    MOVE "NEW CYCLE" TO WS-REPORT-LINE
              END-EVALUATE
              PERFORM 3900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE

              MOVE SPACES TO WS-REPORT-LINE
              STRING "STEP PROGRAM  MAX RC  RC STATUS    START  "
                     "END    PARAMETERS"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-STEP-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 IF WS-ST-START-TIME(WS-I) = 0
                    STRING WS-ST-STEP(WS-I) " " WS-ST-PROGRAM(WS-I)
                           "     " WS-ST-MAX-RC(WS-I) "  -- "
                           WS-ST-STATE(WS-I) " ------ ------ "
                           WS-ST-PARM(WS-I)
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 ELSE
                    STRING WS-ST-STEP(WS-I) " " WS-ST-PROGRAM(WS-I)
                           "     " WS-ST-MAX-RC(WS-I) "  "
                           WS-ST-RC(WS-I) " " WS-ST-STATE(WS-I) " "
                           WS-ST-START-TIME(WS-I) " "
                           WS-ST-END-TIME(WS-I) " " WS-ST-PARM(WS-I)
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-IF
                 PERFORM 3900-WRITE-REPORT-LINE
              END-PERFORM

              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "STEPS RUN " WS-STEPS-RUN
                     "  COMPLETED " WS-STEPS-COMPLETED
                     "  WITH WARNINGS " WS-STEPS-WARNED
                     "  NOT RERUN " WS-STEPS-SKIPPED
                     "  NOT RUN " WS-STEPS-NOT-RUN
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              IF WS-CYCLE-STOPPED
                 STRING "*** CYCLE STOPPED AT STEP " WS-FAILED-STEP
                        " " WS-FAILED-PROGRAM
                        " - CORRECT AND RERUN WITH CYCLDRV RESTART ***"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 STRING "CYCLE COMPLETED - CYCLE RC " WS-CYCLE-RC
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
              PERFORM 3900-WRITE-REPORT-LINE
              CLOSE REPORT-FILE
           END-IF.

       3900-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       6000-WRITE-REGISTRY.
           OPEN EXTEND RUNREG-FILE.
           IF WS-RUNREG-STATUS = "35"
              OPEN OUTPUT RUNREG-FILE
           END-IF.
           IF WS-RUNREG-STATUS NOT = "00"
              DISPLAY "Error: unable to open RUNREG.DAT, cycle "
                  "cannot be tracked for restart"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           ELSE
              MOVE WS-CYCLE-DATE TO RR-RUN-DATE
              MOVE WS-RUN-TIME-HHMMSS TO RR-RUN-TIME
              MOVE "CYCLDRV" TO RR-PROGRAM
              MOVE WS-REG-STREAM TO RR-STREAM
              MOVE WS-REG-INPUT TO RR-INPUT-NAME
              MOVE WS-REG-STATUS TO RR-STATUS
              MOVE WS-REG-TOTAL TO RR-TOTAL
              MOVE WS-REG-REJECTED TO RR-REJECTED
              MOVE WS-REG-RC TO RR-RC
              MOVE "C" TO RR-MODE
              WRITE RUNREG-RECORD
              CLOSE RUNREG-FILE
           END-IF.
