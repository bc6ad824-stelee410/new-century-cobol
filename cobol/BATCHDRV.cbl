               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO "ADDCYCLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EOD-SUMMARY-FILE
           COPY RUNCTL.

       FD  RUN-HIST-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY RUNHST.

       FD  CALENDAR-FILE
           05  CAL-MONTH-END-FLAG          PIC X.
               88  CAL-MONTH-END            VALUE "Y".

       FD  CYCLE-CONTROL-FILE
           RECORD CONTAINS 6 CHARACTERS.
           COPY CYCCTL.

       WORKING-STORAGE SECTION.
       01  WS-EOD-STATUS                   PIC XX.
       01  WS-EOD-LABEL                    PIC X(28).
           05  WS-RECON-OUT-OF-BAL-FLAG    PIC X VALUE "N".
               88  WS-RECON-OUT-OF-BALANCE  VALUE "Y".
           05  WS-RECON-DIFFERENCE         PIC S9(11)V99 VALUE ZERO.
           05  WS-RECON-CCY-COUNT          PIC 9(2) VALUE ZERO.
           05  WS-RECON-CCY-ENTRY OCCURS 10 TIMES
                   INDEXED BY RCCY-IDX.
               10  WS-RECON-CCY-CODE       PIC X(3).
               10  WS-RECON-CCY-MASTER     PIC S9(11)V99.
               10  WS-RECON-CCY-DIFFERENCE PIC S9(11)V99.
       01  WS-EOD-CCY-LABEL.
           05  FILLER                      PIC X(8)
                   VALUE "RECON01 ".
           05  WS-ECY-CURRENCY             PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-ECY-TEXT                 PIC X(16).
       01  WS-FXREV01-RESULTS.
           05  WS-FXR-REVALUED-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-FXR-REVAL-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  WS-JRNVF01-RESULTS.
           05  WS-JRV-VERIFIED-COUNT       PIC 9(8) VALUE ZERO.
           05  WS-JRV-ERROR-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-GLEXT01-RESULTS.
           05  WS-GL-ACCOUNT-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-GLBAL01-RESULTS.
           05  WS-GLB-BALANCE-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-GLB-APPLIED-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-GLB-LIABILITY-DIFF       PIC S9(11)V99 VALUE ZERO.
       01  WS-STMT01-RESULTS.
           05  WS-STMT-ACCOUNT-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-STMT02-RESULTS.
       01  WS-END-SECS                     PIC 9(6) VALUE ZERO.
       01  WS-ELAPSED-SECS                 PIC S9(6) VALUE ZERO.
       01  WS-HIST-STATUS                  PIC XX.
       01  WS-HIST-EOF-FLAG                PIC X VALUE "N".
           88  WS-HIST-EOF                 VALUE "Y".
       01  WS-CYCLE-STATUS                 PIC XX.
       01  WS-CYCLE-BAD-FLAG               PIC X VALUE "N".
           88  WS-CYCLE-CARD-BAD           VALUE "Y".
       01  WS-INTRADAY-POST-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-LAST-INTRADAY-CYCLE          PIC 9(2) VALUE ZERO.
       01  WS-CAL-STATUS                   PIC XX.
       01  WS-CAL-EOF-FLAG                 PIC X VALUE "N".
           88  WS-CAL-EOF                  VALUE "Y".
       01  WS-STEP-NAME                    PIC X(8).
       01  WS-STEP-DONE-FLAG               PIC X VALUE "N".
           88  WS-STEP-DONE                VALUE "Y".
       01  WS-STEP-COUNT                   PIC 9(2) VALUE 16.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 16 TIMES
                   INDEXED BY STEP-IDX.
               10  WS-ST-NAME              PIC X(8).
               10  WS-ST-DONE-FLAG         PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           PERFORM READ-CYCLE-CONTROL-RTN.
           IF CY-END-OF-DAY-CYCLE
               PERFORM RUN-NIGHTLY-STREAM
           ELSE
               PERFORM RUN-INTRADAY-CYCLE
           END-IF.
       PROGRAM-DONE.
           MOVE WS-HIGHEST-RC TO WS-EDIT-RC.
           DISPLAY "BATCHDRV: STREAM COMPLETE, HIGHEST RC="
                   WS-EDIT-RC.
           DISPLAY "  ADD01    EXCEPTIONS: " WS-ADD-EXCEPTION-COUNT.
           IF CY-END-OF-DAY-CYCLE
               DISPLAY "  HELLO03  EXCEPTIONS: "
                       WS-HELLO-EXCEPTION-COUNT
               DISPLAY "  WRDSRT01 DUPLICATES: "
                       WS-WRDSRT-DUPLICATE-COUNT
               DISPLAY "  YESNO01  INVALID:    "
                       WS-YESNO-INVALID-COUNT
               PERFORM WRITE-EOD-SUMMARY-REPORT
           END-IF.
           MOVE WS-HIGHEST-RC TO RETURN-CODE.
           STOP RUN.

       RUN-INTRADAY-CYCLE.
           DISPLAY "BATCHDRV: STARTING INTRADAY POSTING CYCLE "
                   CY-CYCLE-NUM.
           PERFORM VALIDATE-RUN-DATE.
           PERFORM LOAD-COMPANY-LIST.
           IF NOT WS-ABORT
               MOVE "ADD01" TO WS-STEP-NAME
               PERFORM RUN-ADD01
                   VARYING COMP-IDX FROM 1 BY 1
                   UNTIL COMP-IDX > WS-COMP-COUNT
                       OR WS-ABORT
               MOVE WS-TOT-ADD-EXCEPTION-COUNT
                   TO WS-ADD-EXCEPTION-COUNT
               MOVE WS-TOT-ADD-RECORD-COUNT TO WS-ADD-RECORD-COUNT
               MOVE WS-TOT-ADD-GRAND-TOTAL TO WS-ADD-GRAND-TOTAL
           END-IF.

       RUN-NIGHTLY-STREAM.
           DISPLAY "BATCHDRV: STARTING NIGHTLY BATCH STREAM".
           PERFORM VALIDATE-RUN-DATE.
           PERFORM INIT-STEP-TABLE.
           PERFORM LOAD-STEP-STATUS.
           PERFORM LOAD-COMPANY-LIST.
           IF NOT WS-ABORT
               PERFORM NOTE-INTRADAY-CYCLES
               PERFORM REGISTER-RUN-HISTORY
           END-IF.
           IF NOT WS-ABORT
           IF NOT WS-ABORT
               PERFORM RUN-ADD01-ALL-COMPANIES
           END-IF.
           IF NOT WS-ABORT AND NOT WS-SKIP-DEPENDENTS
                   AND WS-MONTH-END
               PERFORM RUN-FXREV01
           END-IF.
           IF NOT WS-ABORT AND NOT WS-SKIP-DEPENDENTS
               PERFORM RUN-JRNVF01
           END-IF.
           IF NOT WS-ABORT AND NOT WS-SKIP-DEPENDENTS
               PERFORM RUN-RECON01
           END-IF.
           IF NOT WS-ABORT AND NOT WS-SKIP-DEPENDENTS
               PERFORM RUN-GLEXT01
           END-IF.
           IF NOT WS-ABORT AND NOT WS-SKIP-DEPENDENTS
               PERFORM RUN-GLBAL01
           END-IF.
           IF NOT WS-ABORT AND NOT WS-SKIP-DEPENDENTS
               PERFORM RUN-STMT01
           END-IF.
           IF NOT WS-ABORT AND NOT WS-SKIP-DEPENDENTS
               PERFORM RUN-SNAP01
           END-IF.

       INIT-STEP-TABLE.
           MOVE SPACES TO WS-STEP-TABLE.
           MOVE "BALBKP01" TO WS-ST-NAME (11).
           MOVE "PREF01"   TO WS-ST-NAME (12).
           MOVE "PERCLS01" TO WS-ST-NAME (13).
           MOVE "GLBAL01"  TO WS-ST-NAME (14).
           MOVE "FXREV01"  TO WS-ST-NAME (15).
           MOVE "JRNVF01"  TO WS-ST-NAME (16).
           PERFORM CLEAR-STEP-ENTRY
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > WS-STEP-COUNT.
               END-IF
           END-IF.

       NOTE-INTRADAY-CYCLES.
           OPEN INPUT RUN-HIST-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM NOTE-ONE-INTRADAY-CYCLE UNTIL WS-HIST-EOF
               CLOSE RUN-HIST-FILE
           END-IF.
           IF WS-INTRADAY-POST-COUNT > ZERO
               DISPLAY "BATCHDRV: INTRADAY CYCLES THROUGH "
                       WS-LAST-INTRADAY-CYCLE " ALREADY POSTED FOR "
                       RC-RUN-DATE ", ADD01 RUNS THE END-OF-DAY "
                       "CYCLE 99 FOR THE REST"
           END-IF.

       NOTE-ONE-INTRADAY-CYCLE.
           READ RUN-HIST-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF-FLAG
               NOT AT END
                   IF RH-RUN-DATE = RC-RUN-DATE
                           AND RH-RUN-POSTED
                           AND RH-CYCLE-NUM NUMERIC
                           AND RH-CYCLE-NUM > ZERO
                           AND RH-CYCLE-NUM < 99
                       ADD 1 TO WS-INTRADAY-POST-COUNT
                       IF RH-CYCLE-NUM > WS-LAST-INTRADAY-CYCLE
                           MOVE RH-CYCLE-NUM
                               TO WS-LAST-INTRADAY-CYCLE
                       END-IF
                   END-IF
           END-READ.

       REGISTER-RUN-HISTORY.
           IF NOT RC-TEST-MODE
               OPEN EXTEND RUN-HIST-FILE
           END-IF.
           MOVE "S" TO RH-STATUS.
           MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID.
           MOVE 99 TO RH-CYCLE-NUM.
           WRITE RUN-HIST-RECORD.

       START-STEP-TIMER.
           IF WS-ELAPSED-SECS < ZERO
               ADD 86400 TO WS-ELAPSED-SECS
           END-IF.
           IF NOT RC-TEST-MODE AND CY-END-OF-DAY-CYCLE
               OPEN EXTEND STEP-TIME-FILE
               IF WS-TIME-STATUS NOT = "00"
                   OPEN OUTPUT STEP-TIME-FILE
           END-IF.
           CANCEL "ADD01".

       RUN-FXREV01.
           MOVE "FXREV01" TO WS-STEP-NAME.
           PERFORM CHECK-STEP-DONE.
           IF WS-STEP-DONE
               MOVE WS-SS-COUNT-1 TO WS-FXR-REVALUED-COUNT
               MOVE WS-SS-AMOUNT TO WS-FXR-REVAL-TOTAL
               DISPLAY "BATCHDRV: FXREV01 SKIPPED, ALREADY COMPLETE"
           ELSE
               DISPLAY "BATCHDRV: CALLING FXREV01 (MONTH-END)"
               PERFORM START-STEP-TIMER
               MOVE ZERO TO RETURN-CODE
               CALL "FXREV01" USING WS-FXREV01-RESULTS
               PERFORM CHECK-STEP-RESULT
               PERFORM RECORD-STEP-TIME
               IF WS-STEP-COMPLETED
                   INITIALIZE WS-STEP-STAGE
                   MOVE WS-FXR-REVALUED-COUNT TO WS-SS-COUNT-1
                   MOVE WS-FXR-REVAL-TOTAL TO WS-SS-AMOUNT
                   PERFORM RECORD-STEP-DONE
               END-IF
           END-IF.

       RUN-JRNVF01.
           MOVE "JRNVF01" TO WS-STEP-NAME.
           PERFORM CHECK-STEP-DONE.
           IF WS-STEP-DONE
               MOVE WS-SS-COUNT-1 TO WS-JRV-ERROR-COUNT
               MOVE WS-SS-AMOUNT TO WS-JRV-VERIFIED-COUNT
               DISPLAY "BATCHDRV: JRNVF01 SKIPPED, ALREADY COMPLETE"
           ELSE
               DISPLAY "BATCHDRV: CALLING JRNVF01"
               PERFORM START-STEP-TIMER
               MOVE ZERO TO RETURN-CODE
               CALL "JRNVF01" USING WS-JRNVF01-RESULTS
               PERFORM CHECK-STEP-RESULT
               PERFORM RECORD-STEP-TIME
               IF WS-STEP-COMPLETED
                   INITIALIZE WS-STEP-STAGE
                   MOVE WS-JRV-ERROR-COUNT TO WS-SS-COUNT-1
                   MOVE WS-JRV-VERIFIED-COUNT TO WS-SS-AMOUNT
                   PERFORM RECORD-STEP-DONE
               END-IF
           END-IF.

       RUN-RECON01.
           MOVE "RECON01" TO WS-STEP-NAME.
           PERFORM CHECK-STEP-DONE.
               END-IF
           END-IF.

       RUN-GLBAL01.
           MOVE "GLBAL01" TO WS-STEP-NAME.
           PERFORM CHECK-STEP-DONE.
           IF WS-STEP-DONE
               MOVE WS-SS-COUNT-1 TO WS-GLB-BALANCE-COUNT
               MOVE WS-SS-COUNT-2 TO WS-GLB-APPLIED-COUNT
               MOVE WS-SS-AMOUNT TO WS-GLB-LIABILITY-DIFF
               DISPLAY "BATCHDRV: GLBAL01 SKIPPED, ALREADY COMPLETE"
           ELSE
               DISPLAY "BATCHDRV: CALLING GLBAL01"
               PERFORM START-STEP-TIMER
               MOVE ZERO TO RETURN-CODE
               CALL "GLBAL01" USING WS-GLBAL01-RESULTS
               PERFORM CHECK-STEP-RESULT
               PERFORM RECORD-STEP-TIME
               IF WS-STEP-COMPLETED
                   INITIALIZE WS-STEP-STAGE
                   MOVE WS-GLB-BALANCE-COUNT TO WS-SS-COUNT-1
                   MOVE WS-GLB-APPLIED-COUNT TO WS-SS-COUNT-2
                   MOVE WS-GLB-LIABILITY-DIFF TO WS-SS-AMOUNT
                   PERFORM RECORD-STEP-DONE
               END-IF
           END-IF.

       RUN-STMT01.
           MOVE "STMT01" TO WS-STEP-NAME.
           PERFORM CHECK-STEP-DONE.
           MOVE "ADD01 RECORDS PROCESSED"    TO WS-EOD-LABEL.
           MOVE WS-ADD-RECORD-COUNT          TO WS-EOD-VALUE.
           PERFORM WRITE-EOD-LINE.
           MOVE "ADD01 NET POSTED (BASE)"    TO WS-EOD-LABEL.
           MOVE WS-ADD-GRAND-TOTAL           TO WS-EOD-AMOUNT.
           PERFORM WRITE-EOD-AMOUNT-LINE.
           MOVE "ADD01 EXCEPTIONS WRITTEN"   TO WS-EOD-LABEL.
           MOVE WS-ADD-EXCEPTION-COUNT       TO WS-EOD-VALUE.
           PERFORM WRITE-EOD-LINE.
           MOVE "ADD01 LAST INTRADAY CYCLE"  TO WS-EOD-LABEL.
           MOVE WS-LAST-INTRADAY-CYCLE       TO WS-EOD-VALUE.
           PERFORM WRITE-EOD-LINE.
           IF WS-COMP-COUNT > 1 AND NOT WS-ADD-STEP-RESTORED
               PERFORM WRITE-EOD-COMPANY-BLOCK
                   VARYING COMP-IDX FROM 1 BY 1
                   UNTIL COMP-IDX > WS-COMP-COUNT
           END-IF.
           IF WS-MONTH-END
               MOVE "FXREV01 ACCOUNTS REVALUED"  TO WS-EOD-LABEL
               MOVE WS-FXR-REVALUED-COUNT        TO WS-EOD-VALUE
               PERFORM WRITE-EOD-LINE
               MOVE "FXREV01 NET REVALUATION"    TO WS-EOD-LABEL
               MOVE WS-FXR-REVAL-TOTAL           TO WS-EOD-AMOUNT
               PERFORM WRITE-EOD-AMOUNT-LINE
           END-IF.
           MOVE "JRNVF01 RECORDS VERIFIED"   TO WS-EOD-LABEL.
           MOVE WS-JRV-VERIFIED-COUNT        TO WS-EOD-VALUE.
           PERFORM WRITE-EOD-LINE.
           MOVE "JRNVF01 CHAIN ERRORS"       TO WS-EOD-LABEL.
           MOVE WS-JRV-ERROR-COUNT           TO WS-EOD-VALUE.
           PERFORM WRITE-EOD-LINE.
           MOVE "RECON01 BASE CCY DIFFERENCE" TO WS-EOD-LABEL.
           MOVE WS-RECON-DIFFERENCE          TO WS-EOD-AMOUNT.
           PERFORM WRITE-EOD-AMOUNT-LINE.
           PERFORM WRITE-EOD-CURRENCY-BLOCK
               VARYING RCCY-IDX FROM 1 BY 1
               UNTIL RCCY-IDX > WS-RECON-CCY-COUNT.
           MOVE "GLEXT01 ACCOUNTS EXTRACTED" TO WS-EOD-LABEL.
           MOVE WS-GL-ACCOUNT-COUNT          TO WS-EOD-VALUE.
           PERFORM WRITE-EOD-LINE.
           MOVE "GLBAL01 GL LINES APPLIED"   TO WS-EOD-LABEL.
           MOVE WS-GLB-APPLIED-COUNT         TO WS-EOD-VALUE.
           PERFORM WRITE-EOD-LINE.
           MOVE "GLBAL01 LIABILITY DIFF"     TO WS-EOD-LABEL.
           MOVE WS-GLB-LIABILITY-DIFF        TO WS-EOD-AMOUNT.
           PERFORM WRITE-EOD-AMOUNT-LINE.
           MOVE "STMT01 STATEMENTS PRINTED"  TO WS-EOD-LABEL.
           MOVE WS-STMT-ACCOUNT-COUNT        TO WS-EOD-VALUE.
           PERFORM WRITE-EOD-LINE.
           MOVE WS-CO-GRAND-TOTAL (COMP-IDX) TO WS-EOD-AMOUNT.
           PERFORM WRITE-EOD-AMOUNT-LINE.

       WRITE-EOD-CURRENCY-BLOCK.
           MOVE WS-RECON-CCY-CODE (RCCY-IDX) TO WS-ECY-CURRENCY.
           MOVE "MASTER TOTAL" TO WS-ECY-TEXT.
           MOVE WS-EOD-CCY-LABEL TO WS-EOD-LABEL.
           MOVE WS-RECON-CCY-MASTER (RCCY-IDX) TO WS-EOD-AMOUNT.
           PERFORM WRITE-EOD-AMOUNT-LINE.
           MOVE "DIFFERENCE" TO WS-ECY-TEXT.
           MOVE WS-EOD-CCY-LABEL TO WS-EOD-LABEL.
           MOVE WS-RECON-CCY-DIFFERENCE (RCCY-IDX) TO WS-EOD-AMOUNT.
           PERFORM WRITE-EOD-AMOUNT-LINE.

       WRITE-EOD-LINE.
           MOVE SPACES TO EOD-SUMMARY-RECORD.
           MOVE WS-EOD-LABEL TO ES-LABEL.
           WRITE EOD-AMOUNT-RECORD.

           COPY RUNCTLP.
           COPY CYCCTLP.
