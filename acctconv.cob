       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT ACCTSEQ-FILE ASSIGN TO DYNAMIC WS-SEQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST-FILE.
       01  ACCTMAST-RECORD.
           05  AM-ACCT PIC 9(10).
           05  AM-STATUS PIC X(1).
           05  AM-DC-CODE PIC X(4).
           05  AM-FEE-EXEMPT PIC X(1).
           05  AM-DAILY-LIMIT PIC 9(9)V99.

       FD  ACCTSEQ-FILE.
       01  ACCTSEQ-RECORD.
           05  AS-ACCT PIC 9(10).
           05  AS-STATUS PIC X(1).
           05  AS-DC-CODE PIC X(4).
           05  AS-FEE-EXEMPT PIC X(1).
           05  AS-DAILY-LIMIT PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-ACCT-EOF PIC X VALUE "N".
               88  WS-ACCT-AT-END VALUE "Y".
           05  WS-SEQ-EOF PIC X VALUE "N".
               88  WS-SEQ-AT-END VALUE "Y".

       01  WS-ACCT-FILE-STATUS PIC XX.
       01  WS-SEQ-STATUS PIC XX.

       01  WS-SEQ-FILE-NAME PIC X(40) VALUE "ACCTMAST.SEQ".
       01  WS-COMMAND-LINE PIC X(80).
       01  WS-FUNCTION PIC X(8) VALUE SPACES.
           88  WS-LOAD-FUNCTION VALUE "LOAD".
           88  WS-UNLOAD-FUNCTION VALUE "UNLOAD".
       01  WS-SEQ-NAME-IN PIC X(40) VALUE SPACES.

       01  WS-READ-COUNT PIC 9(7) VALUE 0.
       01  WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01  WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
       01  WS-DUPLICATE-COUNT PIC 9(7) VALUE 0.
       01  WS-ACCT-HASH PIC 9(15) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACES TO WS-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
              UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
                  INTO WS-FUNCTION WS-SEQ-NAME-IN
           END-IF.
           IF WS-SEQ-NAME-IN NOT = SPACES
              MOVE WS-SEQ-NAME-IN TO WS-SEQ-FILE-NAME
           END-IF.

           EVALUATE TRUE
              WHEN WS-LOAD-FUNCTION
                 PERFORM 1000-LOAD-MASTER
              WHEN WS-UNLOAD-FUNCTION
                 PERFORM 2000-UNLOAD-MASTER
              WHEN OTHER
                 DISPLAY "Error: function must be LOAD or UNLOAD, "
                     "e.g. ACCTCONV LOAD ACCTMAST.SEQ"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

           DISPLAY "ACCTCONV " WS-FUNCTION " complete - read "
               WS-READ-COUNT " written " WS-WRITTEN-COUNT
               " skipped " WS-SKIPPED-COUNT
               " duplicates " WS-DUPLICATE-COUNT.
           DISPLAY "Account hash total " WS-ACCT-HASH.

           IF WS-SKIPPED-COUNT > 0 OR WS-DUPLICATE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-LOAD-MASTER.
           SET WS-SEQ-EOF TO "N".
           OPEN INPUT ACCTSEQ-FILE.
           IF WS-SEQ-STATUS NOT = "00"
              DISPLAY "Error: unable to open " WS-SEQ-FILE-NAME
                  ", status " WS-SEQ-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ACCTMAST-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
              DISPLAY "Error: unable to create ACCTMAST.DAT, status "
                  WS-ACCT-FILE-STATUS
              CLOSE ACCTSEQ-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-SEQ-AT-END
              READ ACCTSEQ-FILE
                  AT END SET WS-SEQ-AT-END TO TRUE
                  NOT AT END
                      ADD 1 TO WS-READ-COUNT
                      PERFORM 1100-LOAD-ONE-ACCOUNT
              END-READ
           END-PERFORM.

           CLOSE ACCTSEQ-FILE.
           CLOSE ACCTMAST-FILE.

       1100-LOAD-ONE-ACCOUNT.
           IF AS-ACCT NOT NUMERIC
              ADD 1 TO WS-SKIPPED-COUNT
              DISPLAY "Warning: " WS-SEQ-FILE-NAME " record "
                  WS-READ-COUNT " account not numeric, skipped"
           ELSE
              MOVE AS-ACCT TO AM-ACCT
              MOVE AS-STATUS TO AM-STATUS
              MOVE AS-DC-CODE TO AM-DC-CODE
              IF AS-FEE-EXEMPT = "Y"
                 MOVE "Y" TO AM-FEE-EXEMPT
              ELSE
                 MOVE "N" TO AM-FEE-EXEMPT
              END-IF
              IF AS-DAILY-LIMIT NUMERIC
                 MOVE AS-DAILY-LIMIT TO AM-DAILY-LIMIT
              ELSE
                 MOVE 0 TO AM-DAILY-LIMIT
              END-IF
              WRITE ACCTMAST-RECORD
                  INVALID KEY
                      ADD 1 TO WS-DUPLICATE-COUNT
                      DISPLAY "Warning: duplicate account " AS-ACCT
                          " skipped, status " WS-ACCT-FILE-STATUS
                  NOT INVALID KEY
                      ADD 1 TO WS-WRITTEN-COUNT
                      COMPUTE WS-ACCT-HASH =
                          FUNCTION MOD(WS-ACCT-HASH + AM-ACCT,
                              1000000000000000)
              END-WRITE
           END-IF.

       2000-UNLOAD-MASTER.
           SET WS-ACCT-EOF TO "N".
           OPEN INPUT ACCTMAST-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
              DISPLAY "Error: unable to open ACCTMAST.DAT, status "
                  WS-ACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ACCTSEQ-FILE.
           IF WS-SEQ-STATUS NOT = "00"
              DISPLAY "Error: unable to open " WS-SEQ-FILE-NAME
                  ", status " WS-SEQ-STATUS
              CLOSE ACCTMAST-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-ACCT-AT-END
              READ ACCTMAST-FILE NEXT RECORD
                  AT END SET WS-ACCT-AT-END TO TRUE
                  NOT AT END
                      ADD 1 TO WS-READ-COUNT
                      MOVE AM-ACCT TO AS-ACCT
                      MOVE AM-STATUS TO AS-STATUS
                      MOVE AM-DC-CODE TO AS-DC-CODE
                      MOVE AM-FEE-EXEMPT TO AS-FEE-EXEMPT
                      MOVE AM-DAILY-LIMIT TO AS-DAILY-LIMIT
                      WRITE ACCTSEQ-RECORD
                      ADD 1 TO WS-WRITTEN-COUNT
                      COMPUTE WS-ACCT-HASH =
                          FUNCTION MOD(WS-ACCT-HASH + AM-ACCT,
                              1000000000000000)
              END-READ
           END-PERFORM.

           CLOSE ACCTMAST-FILE.
           CLOSE ACCTSEQ-FILE.
