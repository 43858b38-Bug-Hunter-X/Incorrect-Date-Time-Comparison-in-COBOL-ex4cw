               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT IDREG-FILE ASSIGN TO DYNAMIC WS-IDREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-NEW-STATUS.

           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT HOLDRPT-FILE ASSIGN TO DYNAMIC WS-HOLDRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDRPT-STATUS.

           SELECT HOLD-NEW-FILE ASSIGN TO DYNAMIC WS-HOLD-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-NEW-STATUS.

           SELECT EXPOSURE-FILE ASSIGN TO DYNAMIC WS-EXPOSURE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPOSURE-STATUS.

           SELECT LIMTOT-FILE ASSIGN TO "LIMTOTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMTOT-STATUS.

           SELECT RUNREG-FILE ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNREG-STATUS.
           05  AM-ACCT PIC 9(10).
           05  AM-STATUS PIC X(1).
           05  AM-DC-CODE PIC X(4).
           05  AM-FEE-EXEMPT PIC X(1).
           05  AM-DAILY-LIMIT PIC 9(9)V99.

       FD  IDREG-FILE.
       01  IDREG-RECORD.
           05  IR-ID PIC X(12).
           05  IR-DATE PIC 9(8).

       FD  LIMTOT-FILE.
       01  LIMTOT-RECORD.
           05  LM-BUS-DATE PIC 9(8).
           05  LM-STREAM PIC X(4).
           05  LM-MODE PIC X(1).
           05  LM-ACCT PIC 9(10).
           05  LM-TOTAL PIC 9(13)V99.

       FD  THRESH-FILE.
       01  THRESH-RECORD.
           05  TH-NAME PIC X(10).
       FD  REFERRAL-NEW-FILE.
       01  REFERRAL-NEW-RECORD PIC X(75).

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

       FD  HOLDRPT-FILE.
       01  HOLDRPT-RECORD PIC X(80).

       FD  HOLD-NEW-FILE.
       01  HOLD-NEW-RECORD PIC X(91).

       FD  EXPOSURE-FILE.
       01  EXPOSURE-RECORD PIC X(132).

           05  CHECKPOINT-EXT-ENTRY OCCURS 10 TIMES.
               10  CHECKPOINT-EXT-WRITTEN PIC 9(7).
           05  CHECKPOINT-REF-COUNT PIC 9(7).
           05  CHECKPOINT-AMT-ENTRY OCCURS 10 TIMES.
               10  CHECKPOINT-SUM-BEFORE-AMT PIC 9(13)V99.
               10  CHECKPOINT-SUM-ON-AMT PIC 9(13)V99.
               10  CHECKPOINT-SUM-AFTER-AMT PIC 9(13)V99.
           05  CHECKPOINT-HELD PIC 9(7).
           05  CHECKPOINT-HELD-AMT PIC 9(13)V99.
           05  CHECKPOINT-HOLD-COUNT PIC 9(7).
       01  CHECKPOINT-LIMIT-RECORD.
           05  CL-TYPE PIC X(1).
           05  CL-ACCT PIC 9(10).
           05  CL-TOTAL PIC 9(13)V99.

       FD  TIMEZONE-FILE.
       01  TIMEZONE-RECORD.
       01  PARM-RECORD PIC X(80).

       FD  COUNTS-FILE.
       01  COUNTS-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AREA.
           05  WS-BIZ-TS-TIME PIC 9(6).
       01  WS-BIZ-TIMESTAMP REDEFINES WS-BIZ-TIMESTAMP-FIELDS PIC 9(14).

       01  WS-ACCT-OPEN-FLAG PIC X VALUE "N".
           88  WS-ACCT-MASTER-OPEN VALUE "Y".
       01  WS-ACCT-FOUND-FLAG PIC X VALUE "N".
           88  WS-ACCT-FOUND VALUE "Y".
       01  WS-ACCT-FOUND-STATUS PIC X(1).
       01  WS-ACCT-FOUND-LIMIT PIC 9(9)V99 VALUE 0.

       01  WS-LIMIT-COUNT PIC 9(5) VALUE 0.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-LIMIT-COUNT
                   INDEXED BY LT-IDX.
               10  WS-LT-ACCT PIC 9(10).
               10  WS-LT-BASE PIC 9(13)V99.
               10  WS-LT-TOTAL PIC 9(13)V99.
       01  WS-LIMIT-IX PIC 9(5) VALUE 0.
       01  WS-LIMIT-ACCT PIC 9(10) VALUE 0.
       01  WS-LIMIT-RESTORED PIC 9(5) VALUE 0.
       01  WS-LIMOTH-COUNT PIC 9(5) VALUE 0.
       01  WS-LIMOTH-TABLE.
           05  WS-LIMOTH-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-LIMOTH-COUNT
                   INDEXED BY LO-IDX.
               10  WS-LO-STREAM PIC X(4).
               10  WS-LO-MODE PIC X(1).
               10  WS-LO-ACCT PIC 9(10).
               10  WS-LO-TOTAL PIC 9(13)V99.
       01  WS-LIMTOT-PURGED PIC 9(5) VALUE 0.
       01  WS-LIMIT-FOUND-FLAG PIC X VALUE "N".
           88  WS-LIMIT-FOUND VALUE "Y".
       01  WS-HELD-FLAG PIC X VALUE "N".
           88  WS-ITEM-HELD VALUE "Y".
       01  WS-LIMIT-RELEASE-REASON PIC X(40)
               VALUE "Released over daily limit".
       01  WS-HELD-COUNT PIC 9(7) VALUE 0.
       01  WS-HELD-AMOUNT PIC 9(13)V99 VALUE 0.

       01  WS-IDREG-COUNT PIC 9(5) VALUE 0.
       01  WS-IDREG-TABLE.
           05  WS-RFS-ACCT PIC 9(10).
           05  WS-RFS-AMOUNT PIC 9(9)V99.
           05  WS-RFS-BIZ-TS PIC 9(14).
       01  WS-HOLD-COUNT PIC 9(5) VALUE 0.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-HOLD-COUNT.
               10  WS-HLT-ID PIC X(12).
               10  WS-HLT-ACCT PIC 9(10).
               10  WS-HLT-AMOUNT PIC 9(9)V99.
               10  WS-HLT-LIMIT PIC 9(9)V99.
               10  WS-HLT-DAY-TOTAL PIC 9(13)V99.
               10  WS-HLT-BIZ-TS PIC 9(14).
       01  WS-HOLD-SWAP.
           05  WS-HLS-ID PIC X(12).
           05  WS-HLS-ACCT PIC 9(10).
           05  WS-HLS-AMOUNT PIC 9(9)V99.
           05  WS-HLS-LIMIT PIC 9(9)V99.
           05  WS-HLS-DAY-TOTAL PIC 9(13)V99.
           05  WS-HLS-BIZ-TS PIC 9(14).
       01  WS-RI PIC 9(5).
       01  WS-RJ PIC 9(5).

               10  WS-SUM-BEFORE PIC 9(7) VALUE 0.
               10  WS-SUM-ON PIC 9(7) VALUE 0.
               10  WS-SUM-AFTER PIC 9(7) VALUE 0.
               10  WS-SUM-BEFORE-AMT PIC 9(13)V99 VALUE 0.
               10  WS-SUM-ON-AMT PIC 9(13)V99 VALUE 0.
               10  WS-SUM-AFTER-AMT PIC 9(13)V99 VALUE 0.

       01  WS-TOTAL-RECORDS PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT PIC 9(7) VALUE 0.
               10  WS-PRIOR-BEFORE PIC 9(7) VALUE 0.
               10  WS-PRIOR-ON PIC 9(7) VALUE 0.
               10  WS-PRIOR-AFTER PIC 9(7) VALUE 0.
               10  WS-PRIOR-BEFORE-AMT PIC 9(13)V99 VALUE 0.
               10  WS-PRIOR-ON-AMT PIC 9(13)V99 VALUE 0.
               10  WS-PRIOR-AFTER-AMT PIC 9(13)V99 VALUE 0.

       01  WS-RPT-COUNTS.
           05  WS-RPT-TOTAL PIC 9(8).
           05  WS-RC-HASH PIC 9(15) VALUE 0.
           05  WS-RC-RESULT-LINES PIC 9(9) VALUE 0.
           05  WS-RC-REJECT-LINES PIC 9(9) VALUE 0.
           05  WS-RC-HELD-LINES PIC 9(9) VALUE 0.
           05  WS-RC-EXPECTED PIC 9(9) VALUE 0.
           05  WS-RC-STATE PIC X(14).
       01  WS-RECON-COUNTS.
           05  CS-TOTAL PIC 9(7).
           05  CS-REJECTED PIC 9(7).
           05  CS-RC PIC 9(2).
           05  CS-RUN-DATE PIC 9(8).
       01  WS-CNTS-CUTOFF-REC.
           05  FILLER PIC X(1) VALUE "C".
           05  CC-NAME PIC X(10).
           05  CC-BEFORE PIC 9(7).
           05  CC-ON PIC 9(7).
           05  CC-AFTER PIC 9(7).
           05  CC-BEFORE-AMT PIC 9(13)V99.
           05  CC-ON-AMT PIC 9(13)V99.
           05  CC-AFTER-AMT PIC 9(13)V99.

       01  WS-PARM-FILE-NAME PIC X(40) VALUE "RUNPARMS.DAT".
       01  WS-COMMAND-LINE PIC X(80).
       01  WS-REF-COUNT-FLAG PIC X VALUE "N".
           88  WS-REF-COUNT-VALID VALUE "Y".

       01  WS-HOLD-LINE-COUNT PIC 9(7) VALUE 0.
       01  WS-HOLD-TRIM-KEPT PIC 9(7) VALUE 0.
       01  WS-HOLD-COUNT-FLAG PIC X VALUE "N".
           88  WS-HOLD-COUNT-VALID VALUE "Y".
       01  WS-HOLD-ID-COUNT PIC 9(5) VALUE 0.
       01  WS-HOLD-ID-TABLE.
           05  WS-HOLD-ID-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-HOLD-ID-COUNT
                   INDEXED BY HI-IDX.
               10  WS-HI-ID PIC X(12).
       01  WS-HOLD-ID-FLAG PIC X VALUE "N".
           88  WS-HOLD-ID-ON-FILE VALUE "Y".

       01  WS-BEFORE-FLAG PIC X VALUE "N".
           88  WS-ANY-BEFORE-CUTOFF VALUE "Y".

               88  WS-TZ-AT-END VALUE "Y".
           05  WS-CALENDAR-EOF PIC X VALUE "N".
               88  WS-CALENDAR-AT-END VALUE "Y".
           05  WS-IDREG-EOF PIC X VALUE "N".
               88  WS-IDREG-AT-END VALUE "Y".
           05  WS-THRESH-EOF PIC X VALUE "N".
               88  WS-RUNREG-AT-END VALUE "Y".
           05  WS-PENDING-EOF PIC X VALUE "N".
               88  WS-PENDING-AT-END VALUE "Y".
           05  WS-HOLD-EOF PIC X VALUE "N".
               88  WS-HOLD-AT-END VALUE "Y".
           05  WS-HOLD-NEW-EOF PIC X VALUE "N".
               88  WS-HOLD-NEW-AT-END VALUE "Y".
           05  WS-CHECKPT-EOF PIC X VALUE "N".
               88  WS-CHECKPT-AT-END VALUE "Y".
           05  WS-LIMTOT-EOF PIC X VALUE "N".
               88  WS-LIMTOT-AT-END VALUE "Y".

       01  WS-AUDIT-STATUS PIC XX.
       01  WS-REJECT-STATUS PIC XX.
       01  WS-ACCT-FILE-STATUS PIC XX.
       01  WS-IDREG-STATUS PIC XX.
       01  WS-IDREG-NAME PIC X(40) VALUE "IDREG.DAT".
       01  WS-LIMTOT-STATUS PIC XX.
       01  WS-THRESH-STATUS PIC XX.
       01  WS-REFERRAL-STATUS PIC XX.
       01  WS-REFERRAL-NAME PIC X(40) VALUE "REFERRAL.DAT".
       01  WS-REFERRAL-NEW-NAME PIC X(40) VALUE "REFRNEW.DAT".
       01  WS-REFERRAL-NEW-EOF PIC X VALUE "N".
           88  WS-REFERRAL-NEW-AT-END VALUE "Y".
       01  WS-HOLD-STATUS PIC XX.
       01  WS-HOLD-NAME PIC X(40) VALUE "HOLD.DAT".
       01  WS-HOLD-NEW-STATUS PIC XX.
       01  WS-HOLD-NEW-NAME PIC X(40) VALUE "HOLDNEW.DAT".
       01  WS-HOLDRPT-STATUS PIC XX.
       01  WS-HOLDRPT-NAME PIC X(40) VALUE "HOLD.RPT".
       01  WS-REFRPT-STATUS PIC XX.
       01  WS-REFRPT-NAME PIC X(40) VALUE "REFERRAL.RPT".
       01  WS-EXPOSURE-STATUS PIC XX.
           END-IF.
           PERFORM 1200-READ-TIMEZONES.
           PERFORM 1300-READ-CALENDAR.
           PERFORM 1400-OPEN-ACCOUNT-MASTER.
           PERFORM 1600-READ-THRESHOLDS.

           IF NOT WS-PARM-PRESENT
                     WS-STREAM-ID "' mode " WS-MODE
                 DISPLAY "Add FORCE=Y to RUNPARMS.DAT to rerun."
                 CLOSE AUDIT-FILE
                 IF WS-ACCT-MASTER-OPEN
                    CLOSE ACCTMAST-FILE
                 END-IF
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           CLOSE AUDIT-FILE.
           IF WS-ACCT-MASTER-OPEN
              CLOSE ACCTMAST-FILE
           END-IF.

           EVALUATE TRUE
              WHEN WS-OUT-OF-BALANCE
                 MOVE 8 TO RETURN-CODE
              WHEN WS-ANY-BEFORE-CUTOFF
                 MOVE 4 TO RETURN-CODE
              WHEN WS-HELD-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
                  WS-STREAM-ID DELIMITED BY SPACE
                  ".RPT" DELIMITED BY SIZE
               INTO WS-REFRPT-NAME.
           MOVE SPACES TO WS-HOLD-NAME.
           STRING "HOLD" DELIMITED BY SIZE
                  WS-STREAM-ID DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-HOLD-NAME.
           MOVE SPACES TO WS-HOLD-NEW-NAME.
           STRING "HNEW" DELIMITED BY SIZE
                  WS-STREAM-ID DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-HOLD-NEW-NAME.
           MOVE SPACES TO WS-HOLDRPT-NAME.
           STRING "HOLD" DELIMITED BY SIZE
                  WS-STREAM-ID DELIMITED BY SPACE
                  ".RPT" DELIMITED BY SIZE
               INTO WS-HOLDRPT-NAME.
           MOVE SPACES TO WS-EXPOSURE-NAME.
           STRING "EXPO" DELIMITED BY SIZE
                  WS-STREAM-ID DELIMITED BY SPACE
              END-IF
           END-IF.

       1400-OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCTMAST-FILE.
           IF WS-ACCT-FILE-STATUS = "00"
              SET WS-ACCT-MASTER-OPEN TO TRUE
           ELSE
              DISPLAY "Warning: ACCTMAST.DAT not available, status "
                  WS-ACCT-FILE-STATUS ", account validation skipped"
           END-IF.

       1600-READ-THRESHOLDS.
              END-IF
           END-IF.

       1700-READ-LIMIT-TOTALS.
           MOVE 0 TO WS-LIMIT-COUNT.
           MOVE 0 TO WS-LIMOTH-COUNT.
           MOVE 0 TO WS-LIMTOT-PURGED.
           SET WS-LIMTOT-EOF TO "N".

           OPEN INPUT LIMTOT-FILE.
           IF WS-LIMTOT-STATUS = "00"
              PERFORM UNTIL WS-LIMTOT-AT-END
                 READ LIMTOT-FILE
                     AT END SET WS-LIMTOT-AT-END TO TRUE
                     NOT AT END
                         PERFORM 1710-LOAD-LIMIT-TOTAL
                 END-READ
              END-PERFORM
              CLOSE LIMTOT-FILE
              IF WS-LIMTOT-PURGED > 0
                 DISPLAY "Note: " WS-LIMTOT-PURGED " prior day "
                     "entries purged from LIMTOTS.DAT"
              END-IF
           END-IF.

       1710-LOAD-LIMIT-TOTAL.
           IF LM-BUS-DATE NOT NUMERIC
              OR LM-ACCT NOT NUMERIC
              OR LM-TOTAL NOT NUMERIC
              ADD 1 TO WS-LIMTOT-PURGED
           ELSE
           IF LM-BUS-DATE NOT = WS-RUN-DATE
              ADD 1 TO WS-LIMTOT-PURGED
           ELSE
           IF LM-STREAM = WS-STREAM-ID AND LM-MODE = WS-MODE
              CONTINUE
           ELSE
           IF WS-LIMOTH-COUNT < 5000
              ADD 1 TO WS-LIMOTH-COUNT
              MOVE LM-STREAM TO WS-LO-STREAM(WS-LIMOTH-COUNT)
              MOVE LM-MODE TO WS-LO-MODE(WS-LIMOTH-COUNT)
              MOVE LM-ACCT TO WS-LO-ACCT(WS-LIMOTH-COUNT)
              MOVE LM-TOTAL TO WS-LO-TOTAL(WS-LIMOTH-COUNT)
              MOVE LM-ACCT TO WS-LIMIT-ACCT
              PERFORM 3109-FIND-LIMIT-ENTRY
              IF WS-LIMIT-FOUND
                 ADD LM-TOTAL TO WS-LT-BASE(WS-LIMIT-IX)
                 ADD LM-TOTAL TO WS-LT-TOTAL(WS-LIMIT-IX)
              END-IF
           ELSE
              DISPLAY "Warning: LIMTOTS.DAT has more than 5000 "
                  "current entries, ignoring " LM-ACCT
           END-IF
           END-IF
           END-IF
           END-IF.

       2000-INTERACTIVE-PROCESS.
           PERFORM WITH TEST AFTER UNTIL WS-VALID-INPUT
              DISPLAY "Enter date (CCYYMMDD): "
           MOVE ZEROS TO WS-EXPO-AREA.
           MOVE ZEROS TO WS-EXT-WRITTEN-TABLE.
           PERFORM 1500-READ-ID-REGISTRY.
           PERFORM 1700-READ-LIMIT-TOTALS.
           PERFORM 3010-READ-CHECKPOINT.

           IF WS-RESUBMIT-MODE
              OPEN OUTPUT REFERRAL-FILE
           END-IF.

           IF WS-SKIP-COUNT > 0
              PERFORM 3022-TRIM-HOLD-FILE
           ELSE
              PERFORM 3021-COUNT-HOLD-LINES
           END-IF.

           OPEN EXTEND HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
              OPEN OUTPUT HOLD-FILE
           END-IF.

           MOVE WS-SKIP-COUNT TO WS-CHECKPOINT-TOTAL.

           PERFORM UNTIL WS-TRANS-AT-END
           CLOSE REJECT-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE REFERRAL-FILE.
           CLOSE HOLD-FILE.

           PERFORM 3200-WRITE-SUMMARY-REPORT.
           PERFORM 3300-RECONCILE-AND-BALANCE.
           PERFORM 3400-WRITE-SETTLE-EXTRACTS.
           PERFORM 3500-WRITE-REFERRAL-REPORT.
           PERFORM 3600-WRITE-EXPOSURE-REPORT.
           PERFORM 3700-WRITE-HOLD-REPORT.
           PERFORM 5200-WRITE-ID-REGISTRY.
           PERFORM 5300-WRITE-LIMIT-TOTALS.
           PERFORM 3030-RESET-CHECKPOINT.

       3010-READ-CHECKPOINT.
                  NOT AT END
                      PERFORM 3011-RESTORE-CHECKPOINT
              END-READ
              IF WS-SKIP-COUNT > 0
                 PERFORM 3012-RESTORE-LIMIT-TOTALS
              END-IF
              CLOSE CHECKPOINT-FILE
           END-IF.

                      WS-SUM-ON(CO-IDX)
                 MOVE CHECKPOINT-SUM-AFTER(CO-IDX) TO
                      WS-SUM-AFTER(CO-IDX)
                 IF CHECKPOINT-SUM-BEFORE-AMT(CO-IDX) NUMERIC
                    AND CHECKPOINT-SUM-ON-AMT(CO-IDX) NUMERIC
                    AND CHECKPOINT-SUM-AFTER-AMT(CO-IDX) NUMERIC
                    MOVE CHECKPOINT-SUM-BEFORE-AMT(CO-IDX) TO
                         WS-SUM-BEFORE-AMT(CO-IDX)
                    MOVE CHECKPOINT-SUM-ON-AMT(CO-IDX) TO
                         WS-SUM-ON-AMT(CO-IDX)
                    MOVE CHECKPOINT-SUM-AFTER-AMT(CO-IDX) TO
                         WS-SUM-AFTER-AMT(CO-IDX)
                 END-IF
                 IF WS-SUM-BEFORE(CO-IDX) > 0
                    SET WS-ANY-BEFORE-CUTOFF TO TRUE
                 END-IF
                 MOVE CHECKPOINT-REF-COUNT TO WS-REF-LINE-COUNT
                 SET WS-REF-COUNT-VALID TO TRUE
              END-IF
              IF CHECKPOINT-HELD NUMERIC
                 AND CHECKPOINT-HELD-AMT NUMERIC
                 AND CHECKPOINT-HOLD-COUNT NUMERIC
                 MOVE CHECKPOINT-HELD TO WS-HELD-COUNT
                 MOVE CHECKPOINT-HELD-AMT TO WS-HELD-AMOUNT
                 MOVE CHECKPOINT-HOLD-COUNT TO WS-HOLD-LINE-COUNT
                 SET WS-HOLD-COUNT-VALID TO TRUE
              END-IF
           END-IF
           END-IF
           END-IF.

       3012-RESTORE-LIMIT-TOTALS.
           MOVE 0 TO WS-LIMIT-RESTORED.
           SET WS-CHECKPT-EOF TO "N".
           PERFORM UNTIL WS-CHECKPT-AT-END
              READ CHECKPOINT-FILE
                  AT END SET WS-CHECKPT-AT-END TO TRUE
                  NOT AT END
                      IF CL-TYPE = "L"
                         AND CL-ACCT NUMERIC
                         AND CL-TOTAL NUMERIC
                         MOVE CL-ACCT TO WS-LIMIT-ACCT
                         PERFORM 3109-FIND-LIMIT-ENTRY
                         IF WS-LIMIT-FOUND
                            ADD CL-TOTAL TO WS-LT-TOTAL(WS-LIMIT-IX)
                            ADD 1 TO WS-LIMIT-RESTORED
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           IF NOT WS-HOLD-COUNT-VALID
              DISPLAY "Warning: checkpoint predates daily limit "
                  "totals, this run's items restart from zero"
           ELSE
              DISPLAY "Daily limit totals restored for "
                  WS-LIMIT-RESTORED " accounts"
           END-IF.

       3015-LOAD-PRIOR-COUNTS.
           PERFORM 5010-SET-COUNTS-NAME.
           SET WS-COUNTS-EOF TO "N".
                       ADD CC-BEFORE TO WS-PRIOR-BEFORE(WS-CI)
                       ADD CC-ON TO WS-PRIOR-ON(WS-CI)
                       ADD CC-AFTER TO WS-PRIOR-AFTER(WS-CI)
                       IF CC-BEFORE-AMT NUMERIC
                          AND CC-ON-AMT NUMERIC
                          AND CC-AFTER-AMT NUMERIC
                          ADD CC-BEFORE-AMT TO
                              WS-PRIOR-BEFORE-AMT(WS-CI)
                          ADD CC-ON-AMT TO WS-PRIOR-ON-AMT(WS-CI)
                          ADD CC-AFTER-AMT TO
                              WS-PRIOR-AFTER-AMT(WS-CI)
                       END-IF
                    END-IF
                 END-PERFORM
              WHEN OTHER
              END-IF
           END-IF.

       3021-COUNT-HOLD-LINES.
           MOVE 0 TO WS-HOLD-LINE-COUNT.
           MOVE 0 TO WS-HOLD-ID-COUNT.
           SET WS-HOLD-EOF TO "N".

           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00"
              PERFORM UNTIL WS-HOLD-AT-END
                 READ HOLD-FILE
                     AT END SET WS-HOLD-AT-END TO TRUE
                     NOT AT END
                         ADD 1 TO WS-HOLD-LINE-COUNT
                         PERFORM 3023-ADD-HOLD-ID
                 END-READ
              END-PERFORM
              CLOSE HOLD-FILE
           END-IF.

       3023-ADD-HOLD-ID.
           IF WS-HOLD-ID-COUNT < 5000
              ADD 1 TO WS-HOLD-ID-COUNT
              MOVE HD-ID TO WS-HI-ID(WS-HOLD-ID-COUNT)
           ELSE
              DISPLAY "Warning: more than 5000 held items, "
                  HD-ID " not checked for a repeated hold"
           END-IF.

       3022-TRIM-HOLD-FILE.
           IF NOT WS-HOLD-COUNT-VALID
              DISPLAY "Warning: checkpoint predates hold counts, "
                  "hold file not trimmed - check for duplicates"
              PERFORM 3021-COUNT-HOLD-LINES
           ELSE
              MOVE 0 TO WS-HOLD-TRIM-KEPT
              MOVE 0 TO WS-HOLD-ID-COUNT
              SET WS-HOLD-EOF TO "N"
              OPEN INPUT HOLD-FILE
              IF WS-HOLD-STATUS NOT = "00"
                 CONTINUE
              ELSE
                 OPEN OUTPUT HOLD-NEW-FILE
                 PERFORM UNTIL WS-HOLD-AT-END
                    READ HOLD-FILE
                        AT END SET WS-HOLD-AT-END TO TRUE
                        NOT AT END
                            IF WS-HOLD-TRIM-KEPT < WS-HOLD-LINE-COUNT
                               ADD 1 TO WS-HOLD-TRIM-KEPT
                               WRITE HOLD-NEW-RECORD
                                   FROM HOLD-RECORD
                               PERFORM 3023-ADD-HOLD-ID
                            END-IF
                    END-READ
                 END-PERFORM
                 CLOSE HOLD-FILE
                 CLOSE HOLD-NEW-FILE

                 SET WS-HOLD-NEW-EOF TO "N"
                 OPEN INPUT HOLD-NEW-FILE
                 IF WS-HOLD-NEW-STATUS = "00"
                    OPEN OUTPUT HOLD-FILE
                    PERFORM UNTIL WS-HOLD-NEW-AT-END
                       READ HOLD-NEW-FILE
                           AT END SET WS-HOLD-NEW-AT-END TO TRUE
                           NOT AT END
                               WRITE HOLD-RECORD
                                   FROM HOLD-NEW-RECORD
                       END-READ
                    END-PERFORM
                    CLOSE HOLD-FILE
                    CLOSE HOLD-NEW-FILE
                 END-IF
              END-IF
           END-IF.

       3020-SKIP-PROCESSED-RECORDS.
           IF WS-SKIP-COUNT > 0
              DISPLAY "Resuming batch run - skipping "
                   CHECKPOINT-SUM-AFTER(CO-IDX)
              MOVE WS-EXT-WRITTEN(CO-IDX) TO
                   CHECKPOINT-EXT-WRITTEN(CO-IDX)
              MOVE WS-SUM-BEFORE-AMT(CO-IDX) TO
                   CHECKPOINT-SUM-BEFORE-AMT(CO-IDX)
              MOVE WS-SUM-ON-AMT(CO-IDX) TO
                   CHECKPOINT-SUM-ON-AMT(CO-IDX)
              MOVE WS-SUM-AFTER-AMT(CO-IDX) TO
                   CHECKPOINT-SUM-AFTER-AMT(CO-IDX)
           END-PERFORM.
           MOVE WS-REF-LINE-COUNT TO CHECKPOINT-REF-COUNT.
           MOVE WS-HELD-COUNT TO CHECKPOINT-HELD.
           MOVE WS-HELD-AMOUNT TO CHECKPOINT-HELD-AMT.
           MOVE WS-HOLD-LINE-COUNT TO CHECKPOINT-HOLD-COUNT.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > WS-LIMIT-COUNT
              IF WS-LT-TOTAL(LT-IDX) > WS-LT-BASE(LT-IDX)
                 MOVE "L" TO CL-TYPE
                 MOVE WS-LT-ACCT(LT-IDX) TO CL-ACCT
                 COMPUTE CL-TOTAL =
                     WS-LT-TOTAL(LT-IDX) - WS-LT-BASE(LT-IDX)
                 WRITE CHECKPOINT-LIMIT-RECORD
              END-IF
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.
           PERFORM 5300-WRITE-LIMIT-TOTALS.

       3100-BATCH-CHECK-RECORD.
           ADD 1 TO WS-TOTAL-RECORDS.
              PERFORM 3107-CHECK-DUPLICATE-ID
           END-IF.

           MOVE 0 TO WS-ACCT-FOUND-LIMIT.
           IF WS-VALID-INPUT AND WS-ACCT-MASTER-OPEN
              PERFORM 3105-CHECK-ACCOUNT-MASTER
           END-IF.

           MOVE "N" TO WS-HELD-FLAG.
           IF WS-VALID-INPUT AND WS-ACCT-FOUND-LIMIT > 0
              PERFORM 3108-CHECK-DAILY-LIMIT
           END-IF.

           IF WS-VALID-INPUT
              PERFORM 2140-LOOKUP-TZ-OFFSET
              PERFORM 2150-NORMALIZE-TIMEZONE
              PERFORM 2200-ROLL-BUSINESS-DAY
              IF WS-ITEM-HELD
                 PERFORM 3140-WRITE-HELD-ITEM
              ELSE
                 PERFORM VARYING CO-IDX FROM 1 BY 1
                         UNTIL CO-IDX > WS-CUTOFF-COUNT
                    PERFORM 3110-BATCH-REPORT-ONE-CUTOFF
                 END-PERFORM
              END-IF
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
              MOVE ZEROS TO WS-BIZ-TIMESTAMP
       3105-CHECK-ACCOUNT-MASTER.
           MOVE "N" TO WS-ACCT-FOUND-FLAG.
           MOVE SPACES TO WS-ACCT-FOUND-STATUS.
           MOVE WS-TR-ACCT TO AM-ACCT.
           READ ACCTMAST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE AM-STATUS TO WS-ACCT-FOUND-STATUS
                   IF AM-DAILY-LIMIT NUMERIC
                      MOVE AM-DAILY-LIMIT TO WS-ACCT-FOUND-LIMIT
                   END-IF
                   SET WS-ACCT-FOUND TO TRUE
           END-READ.

           IF NOT WS-ACCT-FOUND
              SET WS-INVALID-INPUT TO TRUE
              END-IF
           END-IF.

       3108-CHECK-DAILY-LIMIT.
           MOVE WS-TR-ACCT TO WS-LIMIT-ACCT.
           PERFORM 3109-FIND-LIMIT-ENTRY.

           IF WS-LIMIT-FOUND
              IF WS-RESUBMIT-MODE
                 AND RS-REASON = WS-LIMIT-RELEASE-REASON
                 ADD WS-TR-AMOUNT TO WS-LT-TOTAL(WS-LIMIT-IX)
              ELSE
              IF WS-LT-TOTAL(WS-LIMIT-IX) + WS-TR-AMOUNT
                    > WS-ACCT-FOUND-LIMIT
                 SET WS-ITEM-HELD TO TRUE
              ELSE
                 ADD WS-TR-AMOUNT TO WS-LT-TOTAL(WS-LIMIT-IX)
              END-IF
              END-IF
           END-IF.

       3109-FIND-LIMIT-ENTRY.
           MOVE "N" TO WS-LIMIT-FOUND-FLAG.
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > WS-LIMIT-COUNT
              IF WS-LT-ACCT(LT-IDX) = WS-LIMIT-ACCT
                 SET WS-LIMIT-FOUND TO TRUE
                 SET WS-LIMIT-IX TO LT-IDX
              END-IF
           END-PERFORM.

           IF NOT WS-LIMIT-FOUND
              IF WS-LIMIT-COUNT < 5000
                 ADD 1 TO WS-LIMIT-COUNT
                 MOVE WS-LIMIT-ACCT TO WS-LT-ACCT(WS-LIMIT-COUNT)
                 MOVE 0 TO WS-LT-BASE(WS-LIMIT-COUNT)
                 MOVE 0 TO WS-LT-TOTAL(WS-LIMIT-COUNT)
                 MOVE WS-LIMIT-COUNT TO WS-LIMIT-IX
                 SET WS-LIMIT-FOUND TO TRUE
              ELSE
                 DISPLAY "Warning: more than 5000 accounts with daily "
                     "limits, " WS-LIMIT-ACCT " not tracked"
              END-IF
           END-IF.

       3110-BATCH-REPORT-ONE-CUTOFF.
           PERFORM 2250-COMPARE-ONE-CUTOFF.
           MOVE SPACES TO WS-RESULT-LINE.
           EVALUATE WS-RESULT-TEXT
              WHEN "BEFORE"
                 ADD 1 TO WS-SUM-BEFORE(CO-IDX)
                 ADD WS-TR-AMOUNT TO WS-SUM-BEFORE-AMT(CO-IDX)
                 PERFORM 3120-ACCUM-EXPOSURE
              WHEN "ON"
                 ADD 1 TO WS-SUM-ON(CO-IDX)
                 ADD WS-TR-AMOUNT TO WS-SUM-ON-AMT(CO-IDX)
              WHEN OTHER
                 ADD 1 TO WS-SUM-AFTER(CO-IDX)
                 ADD WS-TR-AMOUNT TO WS-SUM-AFTER-AMT(CO-IDX)
                 IF WS-CO-HAS-THRESH(CO-IDX)
                    AND WS-TR-AMOUNT NOT < WS-CO-THRESH(CO-IDX)
                    PERFORM 3115-WRITE-REFERRAL
           WRITE REFERRAL-RECORD.
           ADD 1 TO WS-REF-LINE-COUNT.

       3140-WRITE-HELD-ITEM.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-TR-AMOUNT TO WS-HELD-AMOUNT.
           MOVE "HELD" TO WS-RESULT-TEXT.
           MOVE SPACES TO WS-RESULT-LINE.
           STRING WS-TR-ID " " WS-DATE " " WS-TIME
                  "  HELD     - Over daily limit " WS-ACCT-FOUND-LIMIT
               DELIMITED BY SIZE INTO WS-RESULT-LINE.
           WRITE RESULT-RECORD FROM WS-RESULT-LINE.

           MOVE "N" TO WS-HOLD-ID-FLAG.
           PERFORM VARYING HI-IDX FROM 1 BY 1
                   UNTIL HI-IDX > WS-HOLD-ID-COUNT
              IF WS-HI-ID(HI-IDX) = WS-TR-ID
                 SET WS-HOLD-ID-ON-FILE TO TRUE
              END-IF
           END-PERFORM.

           IF WS-HOLD-ID-ON-FILE
              DISPLAY "Note: " WS-TR-ID " already on " WS-HOLD-NAME
                  ", not held again"
           ELSE
              MOVE WS-TR-ID TO HD-ID
              MOVE WS-TR-ACCT TO HD-ACCT
              MOVE WS-TR-AMOUNT TO HD-AMOUNT
              MOVE WS-DATE TO HD-DATE
              MOVE WS-TIME TO HD-TIME
              MOVE WS-DC-CODE TO HD-DC
              MOVE WS-BIZ-TIMESTAMP TO HD-BIZ-TS
              MOVE WS-ACCT-FOUND-LIMIT TO HD-LIMIT
              COMPUTE HD-DAY-TOTAL =
                  WS-LT-TOTAL(WS-LIMIT-IX) + WS-TR-AMOUNT
              WRITE HOLD-RECORD
              ADD 1 TO WS-HOLD-LINE-COUNT
              PERFORM 3023-ADD-HOLD-ID
           END-IF.

           MOVE "N/A" TO WS-AUDIT-CUTOFF-NAME.
           MOVE ZEROS TO WS-AUDIT-CUTOFF-TS.
           PERFORM 4000-WRITE-AUDIT-RECORD.

       3120-ACCUM-EXPOSURE.
           MOVE WS-CO-TIMESTAMP(CO-IDX) TO WS-EXPO-CUT-TS.
           MOVE WS-CMP-TIMESTAMP TO WS-EXPO-CMP-TS.
              CLOSE REFRPT-FILE
           END-IF.

       3700-WRITE-HOLD-REPORT.
           MOVE 0 TO WS-HOLD-COUNT.
           SET WS-HOLD-EOF TO "N".

           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
              SET WS-HOLD-AT-END TO TRUE
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
                            MOVE HD-LIMIT TO
                                 WS-HLT-LIMIT(WS-HOLD-COUNT)
                            MOVE HD-DAY-TOTAL TO
                                 WS-HLT-DAY-TOTAL(WS-HOLD-COUNT)
                            MOVE HD-BIZ-TS TO
                                 WS-HLT-BIZ-TS(WS-HOLD-COUNT)
                         ELSE
                            DISPLAY "Warning: more than 500 held "
                                "items, report truncated"
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLD-FILE
           END-IF.

           IF WS-HOLD-COUNT = 0
              CONTINUE
           ELSE
              PERFORM 3710-SORT-HOLDS
              PERFORM 3720-PRINT-HOLD-REPORT
           END-IF.

       3710-SORT-HOLDS.
           PERFORM VARYING WS-RI FROM 1 BY 1
                   UNTIL WS-RI >= WS-HOLD-COUNT
              PERFORM VARYING WS-RJ FROM 1 BY 1
                      UNTIL WS-RJ >= WS-HOLD-COUNT
                 IF WS-HLT-ACCT(WS-RJ) > WS-HLT-ACCT(WS-RJ + 1)
                    OR (WS-HLT-ACCT(WS-RJ) = WS-HLT-ACCT(WS-RJ + 1)
                    AND WS-HLT-BIZ-TS(WS-RJ) >
                        WS-HLT-BIZ-TS(WS-RJ + 1))
                    MOVE WS-HOLD-ENTRY(WS-RJ) TO WS-HOLD-SWAP
                    MOVE WS-HOLD-ENTRY(WS-RJ + 1) TO
                         WS-HOLD-ENTRY(WS-RJ)
                    MOVE WS-HOLD-SWAP TO WS-HOLD-ENTRY(WS-RJ + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       3720-PRINT-HOLD-REPORT.
           OPEN OUTPUT HOLDRPT-FILE.
           IF WS-HOLDRPT-STATUS NOT = "00"
              DISPLAY "Warning: unable to open " WS-HOLDRPT-NAME
                  ", hold report not written"
           ELSE
              MOVE SPACES TO WS-SUMMARY-LINE
              STRING "DAILY LIMIT HOLD REPORT - RUN "
                     WS-RUN-DATE " " WS-RUN-TIME-HHMMSS
                  DELIMITED BY SIZE INTO WS-SUMMARY-LINE
              WRITE HOLDRPT-RECORD FROM WS-SUMMARY-LINE

              MOVE SPACES TO WS-SUMMARY-LINE
              STRING "ACCOUNT    ID           AMOUNT      "
                     "DAILY LIMIT DAY TOTAL       BUSINESS TS"
                  DELIMITED BY SIZE INTO WS-SUMMARY-LINE
              WRITE HOLDRPT-RECORD FROM WS-SUMMARY-LINE

              PERFORM VARYING WS-RI FROM 1 BY 1
                      UNTIL WS-RI > WS-HOLD-COUNT
                 MOVE SPACES TO WS-SUMMARY-LINE
                 STRING WS-HLT-ACCT(WS-RI) " "
                        WS-HLT-ID(WS-RI) " "
                        WS-HLT-AMOUNT(WS-RI) " "
                        WS-HLT-LIMIT(WS-RI) " "
                        WS-HLT-DAY-TOTAL(WS-RI) " "
                        WS-HLT-BIZ-TS(WS-RI)
                     DELIMITED BY SIZE INTO WS-SUMMARY-LINE
                 WRITE HOLDRPT-RECORD FROM WS-SUMMARY-LINE
              END-PERFORM

              MOVE SPACES TO WS-SUMMARY-LINE
              STRING "HELD ITEMS: " WS-HOLD-COUNT
                     "   HELD THIS RUN: " WS-HELD-COUNT
                     "   AMOUNT: " WS-HELD-AMOUNT
                  DELIMITED BY SIZE INTO WS-SUMMARY-LINE
              WRITE HOLDRPT-RECORD FROM WS-SUMMARY-LINE

              CLOSE HOLDRPT-FILE
           END-IF.

       3200-WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE.
           IF WS-SUMMARY-STATUS NOT = "00"
              MOVE SPACES TO SUMMARY-RECORD
              STRING "TOTAL RECORDS READ: " WS-RPT-TOTAL
                     "   REJECTED: " WS-RPT-REJECTED
                     "   HELD: " WS-HELD-COUNT
                  DELIMITED BY SIZE INTO SUMMARY-RECORD
              WRITE SUMMARY-RECORD

       3320-RECOUNT-RESULT.
           MOVE 0 TO WS-RC-RESULT-LINES.
           MOVE 0 TO WS-RC-REJECT-LINES.
           MOVE 0 TO WS-RC-HELD-LINES.
           PERFORM VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > WS-CUTOFF-COUNT
              MOVE 0 TO WS-RC-DETAIL-LINES(CO-IDX)
           END-PERFORM.

           COMPUTE WS-RC-EXPECTED =
               (WS-TOTAL-RECORDS - WS-REJECTED-COUNT - WS-HELD-COUNT)
               * WS-CUTOFF-COUNT + WS-REJECTED-COUNT + WS-HELD-COUNT.

           SET WS-RESULT-EOF TO "N".
           OPEN INPUT RESULT-FILE.
                         MOVE RESULT-RECORD TO WS-RES-PARSE
                         IF RP-REJECT-TAG = "REJECTED"
                            ADD 1 TO WS-RC-REJECT-LINES
                         ELSE
                         IF RP-REJECT-TAG = "HELD"
                            ADD 1 TO WS-RC-HELD-LINES
                         ELSE
                            PERFORM VARYING CO-IDX FROM 1 BY 1
                                    UNTIL CO-IDX > WS-CUTOFF-COUNT
                               END-IF
                            END-PERFORM
                         END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE RESULT-FILE
                  DELIMITED BY SIZE INTO WS-BALANCE-LINE
              PERFORM 3340-WRITE-BALANCE-LINE

              IF WS-RC-HELD-LINES = WS-HELD-COUNT
                 MOVE "OK" TO WS-RC-STATE
              ELSE
                 MOVE "OUT-OF-BALANCE" TO WS-RC-STATE
                 SET WS-OUT-OF-BALANCE TO TRUE
              END-IF
              MOVE SPACES TO WS-BALANCE-LINE
              STRING "HELD LINES      RUN=" WS-HELD-COUNT
                     " FILE=" WS-RC-HELD-LINES
                     "  " WS-RC-STATE
                  DELIMITED BY SIZE INTO WS-BALANCE-LINE
              PERFORM 3340-WRITE-BALANCE-LINE

              PERFORM VARYING CO-IDX FROM 1 BY 1
                      UNTIL CO-IDX > WS-CUTOFF-COUNT
                 IF WS-RC-DETAIL-LINES(CO-IDX)
              COMPUTE CS-REJECTED =
                  WS-REJECTED-COUNT + WS-PRIOR-REJECTED
              MOVE RETURN-CODE TO CS-RC
              MOVE WS-RUN-DATE TO CS-RUN-DATE
              WRITE COUNTS-RECORD FROM WS-CNTS-STREAM-REC
              PERFORM VARYING CO-IDX FROM 1 BY 1
                      UNTIL CO-IDX > WS-CUTOFF-COUNT
                     WS-SUM-ON(CO-IDX) + WS-PRIOR-ON(CO-IDX)
                 COMPUTE CC-AFTER =
                     WS-SUM-AFTER(CO-IDX) + WS-PRIOR-AFTER(CO-IDX)
                 COMPUTE CC-BEFORE-AMT =
                     WS-SUM-BEFORE-AMT(CO-IDX)
                     + WS-PRIOR-BEFORE-AMT(CO-IDX)
                 COMPUTE CC-ON-AMT =
                     WS-SUM-ON-AMT(CO-IDX) + WS-PRIOR-ON-AMT(CO-IDX)
                 COMPUTE CC-AFTER-AMT =
                     WS-SUM-AFTER-AMT(CO-IDX)
                     + WS-PRIOR-AFTER-AMT(CO-IDX)
                 WRITE COUNTS-RECORD FROM WS-CNTS-CUTOFF-REC
              END-PERFORM
              CLOSE COUNTS-FILE
              CLOSE IDREG-FILE
           END-IF.

       5300-WRITE-LIMIT-TOTALS.
           OPEN OUTPUT LIMTOT-FILE.
           IF WS-LIMTOT-STATUS NOT = "00"
              DISPLAY "Warning: unable to open LIMTOTS.DAT, "
                  "daily limit totals not written"
           ELSE
              PERFORM VARYING LO-IDX FROM 1 BY 1
                      UNTIL LO-IDX > WS-LIMOTH-COUNT
                 MOVE WS-RUN-DATE TO LM-BUS-DATE
                 MOVE WS-LO-STREAM(LO-IDX) TO LM-STREAM
                 MOVE WS-LO-MODE(LO-IDX) TO LM-MODE
                 MOVE WS-LO-ACCT(LO-IDX) TO LM-ACCT
                 MOVE WS-LO-TOTAL(LO-IDX) TO LM-TOTAL
                 WRITE LIMTOT-RECORD
              END-PERFORM
              PERFORM VARYING LT-IDX FROM 1 BY 1
                      UNTIL LT-IDX > WS-LIMIT-COUNT
                 IF WS-LT-TOTAL(LT-IDX) > WS-LT-BASE(LT-IDX)
                    MOVE WS-RUN-DATE TO LM-BUS-DATE
                    MOVE WS-STREAM-ID TO LM-STREAM
                    MOVE WS-MODE TO LM-MODE
                    MOVE WS-LT-ACCT(LT-IDX) TO LM-ACCT
                    COMPUTE LM-TOTAL =
                        WS-LT-TOTAL(LT-IDX) - WS-LT-BASE(LT-IDX)
                    WRITE LIMTOT-RECORD
                 END-IF
              END-PERFORM
              CLOSE LIMTOT-FILE
           END-IF.

       5010-SET-COUNTS-NAME.
           MOVE SPACES TO WS-COUNTS-NAME.
           IF WS-STREAM-ID = SPACES
