       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTNIGHT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Control card supplied by the JCL job: the business date the
      * stream is being run for in cols 1-8, CCYYMMDD, and an optional
      * R in col 10 to release steps held behind a control step that
      * ended RC=4, once someone has looked at why.
           SELECT NIGHTPRM-FILE ASSIGN TO "TTNGTPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHTPRM-STATUS.

      * Run-control file: one record per step per business date,
      * carrying where that step got to, its return code and when it
      * started and ended. Rewritten whole as each step starts and
      * again as it ends, so a step that takes the job down with it
      * is left showing as started and never finished, and the rerun
      * knows to begin there.
           SELECT RUNCTL-FILE ASSIGN TO "TTRUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

      * TTDAILY's own control card. Written here from the business
      * date just before TTDAILY is called, so the report is always
      * for the night the stream is running.
           SELECT DAILYPRM-FILE ASSIGN TO "TTDLYPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAILYPRM-STATUS.

      * Operations audit trail; every step's outcome and the stream's
      * own result are appended to it.
           SELECT AUDIT-FILE ASSIGN TO "TTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NIGHTPRM-FILE.
       01  NIGHTPRM-RECORD.
           05 NP-BUSINESS-DATE PIC X(8).
           05 FILLER PIC X.
           05 NP-RELEASE-FLAG PIC X.

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05 RN-BUSINESS-DATE PIC X(8).
           05 FILLER PIC X.
           05 RN-STEP PIC 9.
           05 FILLER PIC X.
           05 RN-STEP-NAME PIC X(8).
           05 FILLER PIC X.
      * P = pending, R = running (or died running), C = complete,
      * W = control step ended RC=4, H = held behind one, F = failed.
           05 RN-STATUS PIC X.
           05 FILLER PIC X.
           05 RN-RETURN-CODE PIC 9(4).
           05 FILLER PIC X.
           05 RN-START PIC X(14).
           05 FILLER PIC X.
           05 RN-END PIC X(14).

       FD  DAILYPRM-FILE.
       01  DAILYPRM-RECORD.
           05 DP-REPORT-DATE PIC X(8).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AU-DATE PIC X(10).
           05 FILLER PIC X.
           05 AU-TIME PIC X(8).
           05 FILLER PIC X.
           05 AU-SESSION PIC X(8).
           05 FILLER PIC X.
           05 AU-TEXT PIC X(50).
       WORKING-STORAGE SECTION.
           01 NIGHTPRM-STATUS PIC XX.
           01 RUNCTL-STATUS PIC XX.
           01 DAILYPRM-STATUS PIC XX.
           01 AUDIT-STATUS PIC XX.

           01 BUSINESS-DATE PIC X(8).
           01 RELEASE-MODE PIC X VALUE "N".
               88 RELEASE-REQUESTED VALUE "Y".

      * The stream, in the order it runs. Each step names the load
      * module it CALLs (self-play is TICTACTOE in batch mode), the
      * one earlier step it needs to have finished cleanly first, and
      * whether it is a control step whose RC=4 holds what follows.
           01 STEP-TABLE.
               05 STEP-ENTRY OCCURS 6 TIMES.
                   10 SP-NAME PIC X(8).
                   10 SP-PROGRAM PIC X(9).
                   10 SP-PREREQ PIC 9.
                   10 SP-CONTROL PIC X.
                   10 SP-RUN-IDX PIC 9(3).
                   10 SP-ACTION PIC X(9).
           01 STEP-COUNT PIC 9 VALUE 6.
           01 STEP-NO PIC 9.
           01 PREREQ-IDX PIC 9(3).
           01 STEP-PROGRAM PIC X(9).
           01 STEP-RC PIC 9(4).

      * The whole run-control file, every business date on it. Kept
      * to the most recent hundred nights; the oldest night drops off
      * when a new one needs the room.
           01 RUN-TABLE.
               05 RUN-ENTRY OCCURS 600 TIMES.
                   10 RE-BUSINESS-DATE PIC X(8).
                   10 RE-STEP PIC 9.
                   10 RE-STEP-NAME PIC X(8).
                   10 RE-STATUS PIC X.
                   10 RE-RETURN-CODE PIC 9(4).
                   10 RE-START PIC X(14).
                   10 RE-END PIC X(14).
           01 RUN-COUNT PIC 9(3) VALUE 0.
           01 RUN-IDX PIC 9(3).
           01 SHIFT-IDX PIC 9(3).
           01 SAVE-IDX PIC 9(3).
           01 OLDEST-DATE PIC X(8).

      * How the night went.
           01 STREAM-STOPPED PIC X VALUE "N".
           01 STEPS-RUN PIC 9 VALUE 0.
           01 STEPS-SKIPPED PIC 9 VALUE 0.
           01 STEPS-HELD PIC 9 VALUE 0.
           01 STEPS-WARNED PIC 9 VALUE 0.
           01 STEPS-FAILED PIC 9 VALUE 0.
           01 STEPS-COMPLETE PIC 9 VALUE 0.
           01 STREAM-RC PIC 9(4) VALUE 0.
           01 STATUS-WORDS PIC X(8).
           01 START-SHOWN PIC X(14).
           01 END-SHOWN PIC X(14).

      * Audit trail plumbing, same shape TICTACTOE's own is.
           01 AUDIT-TEXT PIC X(50).
           01 CURRENT-DATE-DATA.
               05 FILLER PIC 9(14).
               05 FILLER PIC X(7).
       PROCEDURE DIVISION.
           PERFORM READ-CONTROL-CARD
           PERFORM SET-UP-STEP-TABLE
           PERFORM LOAD-RUN-CONTROL
           PERFORM FIND-OR-ADD-BUSINESS-DATE
           PERFORM SAVE-RUN-CONTROL

           PERFORM VARYING STEP-NO FROM 1 BY 1
               UNTIL STEP-NO > STEP-COUNT
               IF STREAM-STOPPED = "Y"
                   MOVE "UNREACHED" TO SP-ACTION(STEP-NO)
               ELSE
                   PERFORM DRIVE-ONE-STEP
               END-IF
           END-PERFORM

           PERFORM SET-STREAM-RESULT
           PERFORM PRINT-RUN-SUMMARY
           PERFORM AUDIT-RUN-SUMMARY
           MOVE STREAM-RC TO RETURN-CODE
           GOBACK.

      * Without a good business date the run-control file can't be
      * keyed, and a rerun could never find the night it belongs to.
           READ-CONTROL-CARD.
           OPEN INPUT NIGHTPRM-FILE
           IF NIGHTPRM-STATUS = "00"
               READ NIGHTPRM-FILE
           END-IF
           IF NIGHTPRM-STATUS NOT = "00" OR
                   NP-BUSINESS-DATE IS NOT NUMERIC
               DISPLAY "TTNIGHT: missing or invalid business date on the
      -            " TTNGTPRM control card - nothing run."
               CLOSE NIGHTPRM-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE NP-BUSINESS-DATE TO BUSINESS-DATE
           IF FUNCTION UPPER-CASE(NP-RELEASE-FLAG) = "R"
               MOVE "Y" TO RELEASE-MODE
           END-IF
           CLOSE NIGHTPRM-FILE.

      * Ratings are held behind the scoreboard balancing, the move
      * analysis behind the move audit. The daily operations report
      * only needs the night's games in, so it still runs when a
      * control step has something to say - that is when it is
      * wanted most.
           SET-UP-STEP-TABLE.
           INITIALIZE STEP-TABLE
           MOVE "TTSELFPL" TO SP-NAME(1)
           MOVE "TICTACTOE" TO SP-PROGRAM(1)
           MOVE 0 TO SP-PREREQ(1)
           MOVE "N" TO SP-CONTROL(1)
           MOVE "TTRECON" TO SP-NAME(2)
           MOVE "TTRECON" TO SP-PROGRAM(2)
           MOVE 1 TO SP-PREREQ(2)
           MOVE "Y" TO SP-CONTROL(2)
           MOVE "TTRATING" TO SP-NAME(3)
           MOVE "TTRATING" TO SP-PROGRAM(3)
           MOVE 2 TO SP-PREREQ(3)
           MOVE "N" TO SP-CONTROL(3)
           MOVE "TTVERIFY" TO SP-NAME(4)
           MOVE "TTVERIFY" TO SP-PROGRAM(4)
           MOVE 1 TO SP-PREREQ(4)
           MOVE "Y" TO SP-CONTROL(4)
           MOVE "TTANALYZ" TO SP-NAME(5)
           MOVE "TTANALYZ" TO SP-PROGRAM(5)
           MOVE 4 TO SP-PREREQ(5)
           MOVE "N" TO SP-CONTROL(5)
           MOVE "TTDAILY" TO SP-NAME(6)
           MOVE "TTDAILY" TO SP-PROGRAM(6)
           MOVE 1 TO SP-PREREQ(6)
           MOVE "N" TO SP-CONTROL(6).

      * A missing run-control file is simply the first night.
           LOAD-RUN-CONTROL.
           MOVE 0 TO RUN-COUNT
           OPEN INPUT RUNCTL-FILE
           IF RUNCTL-STATUS = "00"
               READ RUNCTL-FILE
               PERFORM WITH TEST BEFORE UNTIL RUNCTL-STATUS NOT = "00"
                   IF RUN-COUNT = 600
                       PERFORM DROP-OLDEST-NIGHT
                   END-IF
                   ADD 1 TO RUN-COUNT
                   MOVE RN-BUSINESS-DATE TO RE-BUSINESS-DATE(RUN-COUNT)
                   MOVE RN-STEP TO RE-STEP(RUN-COUNT)
                   MOVE RN-STEP-NAME TO RE-STEP-NAME(RUN-COUNT)
                   MOVE RN-STATUS TO RE-STATUS(RUN-COUNT)
                   MOVE RN-RETURN-CODE TO RE-RETURN-CODE(RUN-COUNT)
                   MOVE RN-START TO RE-START(RUN-COUNT)
                   MOVE RN-END TO RE-END(RUN-COUNT)
                   READ RUNCTL-FILE
               END-PERFORM
           END-IF
           CLOSE RUNCTL-FILE.

      * Each step of the business date is matched to its line on the
      * file; a first run of the night adds the whole stream as
      * pending.
           FIND-OR-ADD-BUSINESS-DATE.
           PERFORM VARYING STEP-NO FROM 1 BY 1
               UNTIL STEP-NO > STEP-COUNT
               MOVE 0 TO SP-RUN-IDX(STEP-NO)
               PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > RUN-COUNT
                   IF RE-BUSINESS-DATE(RUN-IDX) = BUSINESS-DATE AND
                           RE-STEP(RUN-IDX) = STEP-NO
                       MOVE RUN-IDX TO SP-RUN-IDX(STEP-NO)
                   END-IF
               END-PERFORM
               IF SP-RUN-IDX(STEP-NO) = 0
                   IF RUN-COUNT = 600
                       PERFORM DROP-OLDEST-NIGHT
                   END-IF
                   ADD 1 TO RUN-COUNT
                   MOVE RUN-COUNT TO SP-RUN-IDX(STEP-NO)
                   MOVE BUSINESS-DATE TO RE-BUSINESS-DATE(RUN-COUNT)
                   MOVE STEP-NO TO RE-STEP(RUN-COUNT)
                   MOVE SP-NAME(STEP-NO) TO RE-STEP-NAME(RUN-COUNT)
                   MOVE "P" TO RE-STATUS(RUN-COUNT)
                   MOVE 0 TO RE-RETURN-CODE(RUN-COUNT)
                   MOVE SPACES TO RE-START(RUN-COUNT)
                   MOVE SPACES TO RE-END(RUN-COUNT)
               END-IF
           END-PERFORM.

      * Make room by dropping every line of the oldest night on the
      * file, which is always the first one. Any step already matched
      * to a line moves down with it.
           DROP-OLDEST-NIGHT.
           MOVE RE-BUSINESS-DATE(1) TO OLDEST-DATE
           MOVE 0 TO SHIFT-IDX
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
               IF RE-BUSINESS-DATE(RUN-IDX) = OLDEST-DATE
                   ADD 1 TO SHIFT-IDX
               END-IF
           END-PERFORM
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT - SHIFT-IDX
               MOVE RUN-ENTRY(RUN-IDX + SHIFT-IDX) TO RUN-ENTRY(RUN-IDX)
           END-PERFORM
           SUBTRACT SHIFT-IDX FROM RUN-COUNT
           PERFORM VARYING STEP-NO FROM 1 BY 1
               UNTIL STEP-NO > STEP-COUNT
               IF SP-RUN-IDX(STEP-NO) > SHIFT-IDX
                   SUBTRACT SHIFT-IDX FROM SP-RUN-IDX(STEP-NO)
               END-IF
           END-PERFORM.

      * A restart is only as good as this file, so a rewrite that
      * fails stops the stream before another step can run untracked.
           SAVE-RUN-CONTROL.
           OPEN OUTPUT RUNCTL-FILE
           IF RUNCTL-STATUS NOT = "00"
               DISPLAY "TTNIGHT: TTRUNCTL.DAT could not be rewritten - s
      -            "tatus " RUNCTL-STATUS " - stream stopped."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING SAVE-IDX FROM 1 BY 1
               UNTIL SAVE-IDX > RUN-COUNT
               MOVE SPACES TO RUNCTL-RECORD
               MOVE RE-BUSINESS-DATE(SAVE-IDX) TO RN-BUSINESS-DATE
               MOVE RE-STEP(SAVE-IDX) TO RN-STEP
               MOVE RE-STEP-NAME(SAVE-IDX) TO RN-STEP-NAME
               MOVE RE-STATUS(SAVE-IDX) TO RN-STATUS
               MOVE RE-RETURN-CODE(SAVE-IDX) TO RN-RETURN-CODE
               MOVE RE-START(SAVE-IDX) TO RN-START
               MOVE RE-END(SAVE-IDX) TO RN-END
               WRITE RUNCTL-RECORD
           END-PERFORM
           CLOSE RUNCTL-FILE.

      * One step of the stream. Complete steps are never run twice -
      * a second self-play pass would double the night's games. A
      * step left running, failed or held is taken from the top.
           DRIVE-ONE-STEP.
           MOVE SP-RUN-IDX(STEP-NO) TO RUN-IDX
           IF RE-STATUS(RUN-IDX) = "W" AND RELEASE-REQUESTED
               MOVE "C" TO RE-STATUS(RUN-IDX)
               MOVE "RELEASED" TO SP-ACTION(STEP-NO)
               ADD 1 TO STEPS-SKIPPED
               PERFORM SAVE-RUN-CONTROL
           ELSE
           IF RE-STATUS(RUN-IDX) = "C"
               MOVE "SKIPPED" TO SP-ACTION(STEP-NO)
               ADD 1 TO STEPS-SKIPPED
           ELSE
               MOVE 0 TO PREREQ-IDX
               IF SP-PREREQ(STEP-NO) > 0
                   MOVE SP-RUN-IDX(SP-PREREQ(STEP-NO)) TO PREREQ-IDX
               END-IF
               IF PREREQ-IDX > 0 AND RE-STATUS(PREREQ-IDX) NOT = "C"
                   MOVE "H" TO RE-STATUS(RUN-IDX)
                   MOVE "HELD" TO SP-ACTION(STEP-NO)
                   ADD 1 TO STEPS-HELD
                   PERFORM SAVE-RUN-CONTROL
               ELSE
                   PERFORM CALL-ONE-STEP
               END-IF
           END-IF
           END-IF.

           CALL-ONE-STEP.
           MOVE "R" TO RE-STATUS(RUN-IDX)
           MOVE 0 TO RE-RETURN-CODE(RUN-IDX)
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE CURRENT-DATE-DATA(1:14) TO RE-START(RUN-IDX)
           MOVE SPACES TO RE-END(RUN-IDX)
           PERFORM SAVE-RUN-CONTROL
           IF SP-NAME(STEP-NO) = "TTDAILY"
               PERFORM WRITE-DAILY-CARD
           END-IF

           DISPLAY " "
           DISPLAY "TTNIGHT: step " STEP-NO " " SP-NAME(STEP-NO)
               " starting."
           DISPLAY " "
           MOVE SP-PROGRAM(STEP-NO) TO STEP-PROGRAM
           MOVE 0 TO RETURN-CODE
           CALL STEP-PROGRAM
               ON EXCEPTION
                   DISPLAY "TTNIGHT: load module " STEP-PROGRAM
                       " could not be called."
                   MOVE 16 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO STEP-RC
           MOVE 0 TO RETURN-CODE
           CANCEL STEP-PROGRAM
           ADD 1 TO STEPS-RUN
           MOVE "RAN" TO SP-ACTION(STEP-NO)

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE CURRENT-DATE-DATA(1:14) TO RE-END(RUN-IDX)
           MOVE STEP-RC TO RE-RETURN-CODE(RUN-IDX)
           IF STEP-RC > 4
               MOVE "F" TO RE-STATUS(RUN-IDX)
               MOVE "Y" TO STREAM-STOPPED
           ELSE
               IF STEP-RC = 4 AND SP-CONTROL(STEP-NO) = "Y"
                   MOVE "W" TO RE-STATUS(RUN-IDX)
               ELSE
                   MOVE "C" TO RE-STATUS(RUN-IDX)
               END-IF
           END-IF
           PERFORM SAVE-RUN-CONTROL.

           WRITE-DAILY-CARD.
           OPEN OUTPUT DAILYPRM-FILE
           IF DAILYPRM-STATUS = "00"
               MOVE BUSINESS-DATE TO DP-REPORT-DATE
               WRITE DAILYPRM-RECORD
           END-IF
           CLOSE DAILYPRM-FILE.

      * The stream's own return code: a failed step's code, else 4 if
      * anything was held or came back RC=4, else 0.
           SET-STREAM-RESULT.
           PERFORM VARYING STEP-NO FROM 1 BY 1
               UNTIL STEP-NO > STEP-COUNT
               MOVE SP-RUN-IDX(STEP-NO) TO RUN-IDX
               EVALUATE RE-STATUS(RUN-IDX)
                   WHEN "C"
                       ADD 1 TO STEPS-COMPLETE
                       IF RE-RETURN-CODE(RUN-IDX) > 0 AND STREAM-RC = 0
                           MOVE 4 TO STREAM-RC
                       END-IF
                   WHEN "W"
                       ADD 1 TO STEPS-WARNED
                       IF STREAM-RC < 4
                           MOVE 4 TO STREAM-RC
                       END-IF
                   WHEN "F"
                       ADD 1 TO STEPS-FAILED
                       IF RE-RETURN-CODE(RUN-IDX) > STREAM-RC
                           MOVE RE-RETURN-CODE(RUN-IDX) TO STREAM-RC
                       END-IF
                   WHEN OTHER
                       IF STREAM-RC < 4
                           MOVE 4 TO STREAM-RC
                       END-IF
               END-EVALUATE
           END-PERFORM.

           PRINT-RUN-SUMMARY.
           DISPLAY X'0C'
           DISPLAY "QC CODERS' TIC-TAC-TOE - NIGHTLY STREAM RUN SUMMARY"
           DISPLAY " "
           DISPLAY "Business date (CCYYMMDD) . . . : " BUSINESS-DATE
           IF RELEASE-REQUESTED
               DISPLAY "Held steps released by control card."
           END-IF
           DISPLAY " "
           DISPLAY "STEP PROGRAM  THIS RUN  STATUS   RC   "
               "STARTED        ENDED"
           PERFORM VARYING STEP-NO FROM 1 BY 1
               UNTIL STEP-NO > STEP-COUNT
               MOVE SP-RUN-IDX(STEP-NO) TO RUN-IDX
               PERFORM DESCRIBE-STATUS
               MOVE SPACES TO START-SHOWN
               IF RE-START(RUN-IDX) NOT = SPACES
                   STRING RE-START(RUN-IDX)(5:2) "/"
                       RE-START(RUN-IDX)(7:2) " "
                       RE-START(RUN-IDX)(9:2) ":"
                       RE-START(RUN-IDX)(11:2) ":"
                       RE-START(RUN-IDX)(13:2)
                       DELIMITED BY SIZE INTO START-SHOWN
               END-IF
               MOVE SPACES TO END-SHOWN
               IF RE-END(RUN-IDX) NOT = SPACES
                   STRING RE-END(RUN-IDX)(5:2) "/"
                       RE-END(RUN-IDX)(7:2) " "
                       RE-END(RUN-IDX)(9:2) ":"
                       RE-END(RUN-IDX)(11:2) ":"
                       RE-END(RUN-IDX)(13:2)
                       DELIMITED BY SIZE INTO END-SHOWN
               END-IF
               DISPLAY "  " STEP-NO "  " SP-NAME(STEP-NO) " "
                   SP-ACTION(STEP-NO) " " STATUS-WORDS " "
                   RE-RETURN-CODE(RUN-IDX) " " START-SHOWN " "
                   END-SHOWN
           END-PERFORM
           DISPLAY " "
           DISPLAY "Steps run this time  . . . . . : " STEPS-RUN
           DISPLAY "Steps skipped (already done) . : " STEPS-SKIPPED
           DISPLAY "Steps held . . . . . . . . . . : " STEPS-HELD
           DISPLAY " "
           EVALUATE TRUE
               WHEN STEPS-COMPLETE = STEP-COUNT
                   DISPLAY "Stream complete for " BUSINESS-DATE "."
               WHEN STEPS-FAILED > 0
                   DISPLAY "*** STREAM STOPPED AT A FAILED STEP - FIX TH
      -                "E CAUSE AND RESUBMIT; COMPLETED STEPS WILL BE SK
      -                "IPPED ***"
               WHEN OTHER
                   DISPLAY "*** STEPS HELD BEHIND A CONTROL STEP THAT EN
      -                "DED RC=4 - CORRECT AND RESUBMIT, OR RESUBMIT WIT
      -                "H R IN COL 10 TO RELEASE ***"
           END-EVALUATE
           DISPLAY " "
           DISPLAY "*** End of run summary ***"
           DISPLAY X'0C'.

           DESCRIBE-STATUS.
           EVALUATE RE-STATUS(RUN-IDX)
               WHEN "C"
                   MOVE "COMPLETE" TO STATUS-WORDS
               WHEN "W"
                   MOVE "RC=4 HLD" TO STATUS-WORDS
               WHEN "H"
                   MOVE "HELD" TO STATUS-WORDS
               WHEN "F"
                   MOVE "FAILED" TO STATUS-WORDS
               WHEN "R"
                   MOVE "RUNNING" TO STATUS-WORDS
               WHEN OTHER
                   MOVE "PENDING" TO STATUS-WORDS
           END-EVALUATE.

      * The same page, one line per step plus the stream's result, on
      * the audit trail where TTDAILY and the operators will see it.
           AUDIT-RUN-SUMMARY.
           PERFORM VARYING STEP-NO FROM 1 BY 1
               UNTIL STEP-NO > STEP-COUNT
               MOVE SP-RUN-IDX(STEP-NO) TO RUN-IDX
               PERFORM DESCRIBE-STATUS
               MOVE SPACES TO AUDIT-TEXT
               STRING "NIGHT " BUSINESS-DATE " " SP-NAME(STEP-NO) " "
                   SP-ACTION(STEP-NO) " " STATUS-WORDS " RC "
                   RE-RETURN-CODE(RUN-IDX)
                   DELIMITED BY SIZE INTO AUDIT-TEXT
               PERFORM WRITE-AUDIT-EVENT
           END-PERFORM
           MOVE SPACES TO AUDIT-TEXT
           IF STEPS-COMPLETE = STEP-COUNT
               STRING "NIGHT " BUSINESS-DATE " STREAM COMPLETE RC "
                   STREAM-RC DELIMITED BY SIZE INTO AUDIT-TEXT
           ELSE
               STRING "NIGHT " BUSINESS-DATE " STREAM INCOMPLETE RC "
                   STREAM-RC DELIMITED BY SIZE INTO AUDIT-TEXT
           END-IF
           PERFORM WRITE-AUDIT-EVENT.

           WRITE-AUDIT-EVENT.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = "00"
               MOVE SPACES TO AUDIT-RECORD
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
               STRING CURRENT-DATE-DATA(5:2) "/" CURRENT-DATE-DATA(7:2)
                   "/" CURRENT-DATE-DATA(1:4) DELIMITED BY SIZE
                   INTO AU-DATE
               STRING CURRENT-DATE-DATA(9:2) ":"
                   CURRENT-DATE-DATA(11:2) ":" CURRENT-DATE-DATA(13:2)
                   DELIMITED BY SIZE INTO AU-TIME
               MOVE "TTNIGHT" TO AU-SESSION
               MOVE AUDIT-TEXT TO AU-TEXT
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "TTNIGHT: audit trail TTAUDIT.DAT is unwritable -
      -            " status " AUDIT-STATUS "."
               IF STREAM-RC < 4
                   MOVE 4 TO STREAM-RC
               END-IF
           END-IF.
       END PROGRAM TTNIGHT.
