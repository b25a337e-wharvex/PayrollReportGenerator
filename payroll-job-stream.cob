      ******************************************************************
      * COBOL 85 program that runs the nightly payroll job stream:     *
      * employee-master-maintenance, payroll-report-generator, then    *
      * ach-return-processor and check-reconciliation once the bank's  *
      * files have arrived. Each step's input files are checked before *
      * it starts, a step ending with a return code of 8 or more stops *
      * the stream, and every step is appended to a permanent run log  *
      * with its start and end, return code and key counts.            *
      * User-defined symbols are lower-case, COBOL keywords are UC.    *
      ******************************************************************

       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. payroll-job-stream.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      * The operations run log; every stream appends to it, and it is
      * never rewritten, so the morning shift reads the whole history.
      *
           SELECT run-log ASSIGN TO "job-run-log.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL
      *
               FILE STATUS IS ws-log-file-status.
      *
      * Counts and totals left behind by the step that just ran;
      * emptied before each step so a step that halts leaves nothing
      * to be mistaken for its own.
      *
           SELECT step-statistics ASSIGN TO "job-step-stats.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL
      *
               FILE STATUS IS ws-stats-file-status.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD run-log LABEL RECORDS ARE STANDARD.
      *
      * One line per step the stream reached, then one for the stream
      * itself under this program's name with the highest return code
      * any step ended with.
      *
       01 run-log-rec.
      *
           05 log-stream-date-out PIC 9(8).
      *
           05 PIC X(2).
      *
           05 log-step-out PIC 9.
      *
           05 PIC X(2).
      *
           05 log-program-out PIC X(30).
      *
           05 PIC X(2).
      *
           05 log-start-date-out PIC 9(8).
      *
           05 PIC X.
      *
           05 log-start-time-out PIC 9(6).
      *
           05 PIC X(2).
      *
           05 log-end-date-out PIC 9(8).
      *
           05 PIC X.
      *
           05 log-end-time-out PIC 9(6).
      *
           05 PIC X(2).
      *
           05 log-return-code-out PIC ZZZ9.
      *
           05 PIC X(2).
      *
      * COMPLETED, EXCEPTIONS, FAILED, SKIPPED or NO INPUT for a step;
      * ENDED or STOPPED for the stream.
      *
           05 log-status-out PIC X(10).
      *
           05 PIC X(2).
      *
           05 log-records-read-out PIC ZZZZZ9.
      *
           05 PIC X(2).
      *
           05 log-exception-count-out PIC ZZZZZ9.
      *
           05 PIC X(2).
      *
           05 log-ach-total-out PIC ZZZZZZZZZ9.99.
      *
           05 PIC X(2).
      *
           05 log-check-total-out PIC ZZZZZZZZZ9.99.
      *
           05 PIC X(2).
      *
      * The input file that was missing when a step was skipped or
      * refused.
      *
           05 log-note-out PIC X(20).
      *
       FD step-statistics LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with payroll-report-generator,
      * employee-master-maintenance, ach-return-processor and
      * check-reconciliation.
      *
       01 step-stats-rec.
      *
           05 stats-program-in PIC X(30).
      *
           05 PIC X.
      *
           05 stats-records-read-in PIC 9(6).
      *
           05 PIC X.
      *
           05 stats-exception-count-in PIC 9(6).
      *
           05 PIC X.
      *
           05 stats-ach-total-in PIC 9(10)V99.
      *
           05 PIC X.
      *
           05 stats-check-total-in PIC 9(10)V99.
      *
       WORKING-STORAGE SECTION.
      *
       77 ws-log-file-status PIC XX VALUE SPACES.
      *
       77 ws-stats-file-status PIC XX VALUE SPACES.
      *
      * The steps in the order they run; each is a program of the same
      * name in the directory the stream runs from.
      *
       01 ws-step-values.
      *
           05 PIC X(30) VALUE "employee-master-maintenance".
      *
           05 PIC X(30) VALUE "payroll-report-generator".
      *
           05 PIC X(30) VALUE "ach-return-processor".
      *
           05 PIC X(30) VALUE "check-reconciliation".
      *
       01 ws-step-table REDEFINES ws-step-values.
      *
           05 ws-step-program PIC X(30) OCCURS 4 TIMES.
      *
       77 ws-step-count PIC 9 VALUE 4.
      *
      * The input files each step cannot run without. An 'R' file
      * missing is a failure and stops the stream; a 'B' file is one
      * the bank sends, and until it arrives the step is skipped and
      * the stream carries on without it.
      *
       01 ws-input-values.
      *
           05 PIC X(22) VALUE "1Remp-mst-trans.txt".
      *
           05 PIC X(22) VALUE "1Rdeduct-plans.txt".
      *
           05 PIC X(22) VALUE "1Rdept-ref.txt".
      *
           05 PIC X(22) VALUE "2Remp-dat.txt".
      *
           05 PIC X(22) VALUE "2Remp-mst.dat".
      *
           05 PIC X(22) VALUE "2Rtax-tbl.txt".
      *
           05 PIC X(22) VALUE "2Rgl-acct-map.txt".
      *
           05 PIC X(22) VALUE "2Rdeduct-plans.txt".
      *
           05 PIC X(22) VALUE "2Rdept-ref.txt".
      *
           05 PIC X(22) VALUE "2Rpay-calendar.txt".
      *
           05 PIC X(22) VALUE "3Bbank-returns.txt".
      *
           05 PIC X(22) VALUE "3Remp-ach.txt".
      *
           05 PIC X(22) VALUE "3Remp-mst.dat".
      *
           05 PIC X(22) VALUE "4Bbank-cleared.txt".
      *
           05 PIC X(22) VALUE "4Remp-check-out.dat".
      *
       01 ws-input-table REDEFINES ws-input-values.
      *
           05 ws-input-entry OCCURS 15 TIMES.
      *
               10 ws-input-step PIC 9.
      *
               10 ws-input-kind PIC X.
      *
                   88 input-is-required VALUE 'R'.
      *
                   88 input-is-from-bank VALUE 'B'.
      *
               10 ws-input-name PIC X(20).
      *
       77 ws-input-count PIC 9(2) VALUE 15.
      *
       77 ws-input-idx PIC 9(2) VALUE ZERO.
      *
       77 ws-step-idx PIC 9 VALUE ZERO.
      *
      * FROMn on the run parameter starts the stream at step n, for
      * picking a stopped stream up again without re-running the
      * steps that already finished; the whole parameter is also
      * handed to the payroll step, which reads its own words from it.
      *
       01 ws-run-parameter PIC X(80) VALUE SPACES.
      *
       77 ws-from-before-count PIC 9(3) VALUE ZERO.
      *
       77 ws-from-digit PIC X VALUE SPACE.
      *
       77 ws-first-step PIC 9 VALUE 1.
      *
       01 ws-command PIC X(120) VALUE SPACES.
      *
      * Passed to the file-existence check, which fills in the size
      * and date of a file it finds; only whether it found one is used.
      *
       77 ws-probe-name PIC X(20) VALUE SPACES.
      *
       77 ws-probe-details PIC X(16) VALUE SPACES.
      *
       01 ws-step-input-switch PIC X VALUE 'Y'.
      *
           88 step-inputs-present VALUE 'Y'.
      *
           88 step-input-missing VALUE 'N'.
      *
           88 step-bank-file-not-in VALUE 'B'.
      *
       77 ws-missing-input-name PIC X(20) VALUE SPACES.
      *
      * The shell hands back the step's exit code in the high byte of
      * its status; anything in the low byte means the step was killed
      * before it could set one.
      *
       77 ws-system-status PIC S9(9) VALUE ZERO.
      *
       77 ws-system-signal PIC 9(3) VALUE ZERO.
      *
       77 ws-step-return-code PIC 9(4) VALUE ZERO.
      *
       77 ws-highest-return-code PIC 9(4) VALUE ZERO.
      *
       01 ws-stream-stopped-switch PIC X VALUE 'N'.
      *
           88 stream-is-stopped VALUE 'Y'.
      *
       01 ws-time-now.
      *
           05 ws-time-hhmmss PIC 9(6).
      *
           05 PIC 9(2).
      *
       77 ws-stream-date PIC 9(8) VALUE ZERO.
      *
       77 ws-stream-start-time PIC 9(6) VALUE ZERO.
      *
       77 ws-step-start-date PIC 9(8) VALUE ZERO.
      *
       77 ws-step-start-time PIC 9(6) VALUE ZERO.
      *
       77 ws-steps-run-count PIC 9 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       100-MAIN-MODULE.
      *
           ACCEPT ws-run-parameter FROM COMMAND-LINE
      *
           INSPECT ws-run-parameter
      *
               TALLYING ws-from-before-count
      *
               FOR CHARACTERS BEFORE INITIAL "FROM"
      *
      * The step number rides immediately behind the letters.
      *
           IF ws-from-before-count NOT > 75
      *
               MOVE ws-run-parameter (ws-from-before-count + 5:1)
      *
                   TO ws-from-digit
      *
               IF ws-from-digit NOT NUMERIC
      *
                   OR ws-from-digit = "0"
      *
                   OR ws-from-digit > "4"
      *
                   DISPLAY "FROM STEP IS NOT USABLE - HALTING RUN"
      *
                   MOVE 16 TO RETURN-CODE
      *
                   STOP RUN
      *
               END-IF
      *
               MOVE ws-from-digit TO ws-first-step
      *
           END-IF
      *
           PERFORM 900-OPEN-RUN-LOG
      *
           ACCEPT ws-stream-date FROM DATE YYYYMMDD
      *
           ACCEPT ws-time-now FROM TIME
      *
           MOVE ws-time-hhmmss TO ws-stream-start-time
      *
           PERFORM 200-RUN-ONE-STEP
      *
               THRU 200-RUN-ONE-STEP-EXIT
      *
               VARYING ws-step-idx FROM ws-first-step BY 1
      *
               UNTIL ws-step-idx > ws-step-count
      *
                   OR stream-is-stopped
      *
           PERFORM 400-WRITE-STREAM-LINE
      *
           CLOSE run-log
      *
           DISPLAY "STEPS RUN:               " ws-steps-run-count
      *
           DISPLAY "HIGHEST RETURN CODE:     " ws-highest-return-code
      *
           IF stream-is-stopped
      *
               DISPLAY "STREAM STOPPED - SEE job-run-log.txt"
      *
           END-IF
      *
           MOVE ws-highest-return-code TO RETURN-CODE
      *
           STOP RUN.
      *
       200-RUN-ONE-STEP.
      *
           MOVE SPACES TO run-log-rec
      *
           MOVE ws-stream-date TO log-stream-date-out
      *
           MOVE ws-step-idx TO log-step-out
      *
           MOVE ws-step-program (ws-step-idx) TO log-program-out
      *
           ACCEPT ws-step-start-date FROM DATE YYYYMMDD
      *
           ACCEPT ws-time-now FROM TIME
      *
           MOVE ws-time-hhmmss TO ws-step-start-time
      *
           MOVE ZERO TO log-records-read-out
      *
           MOVE ZERO TO log-exception-count-out
      *
           MOVE ZERO TO log-ach-total-out
      *
           MOVE ZERO TO log-check-total-out
      *
           PERFORM 210-CHECK-STEP-INPUTS
      *
               THRU 210-CHECK-STEP-INPUTS-EXIT
      *
      * The bank has not sent its file yet; nothing is wrong, the step
      * just waits for a later stream.
      *
           IF step-bank-file-not-in
      *
               MOVE ZERO TO ws-step-return-code
      *
               MOVE "SKIPPED" TO log-status-out
      *
               MOVE ws-missing-input-name TO log-note-out
      *
               DISPLAY "STEP " ws-step-idx " SKIPPED - "
      *
                   ws-missing-input-name " NOT IN"
      *
               PERFORM 300-WRITE-STEP-LINE
      *
               GO TO 200-RUN-ONE-STEP-EXIT
      *
           END-IF
      *
      * A step started without its input would only halt on its own;
      * refuse it here, with the same return code, and name the file.
      *
           IF step-input-missing
      *
               MOVE 16 TO ws-step-return-code
      *
               MOVE "NO INPUT" TO log-status-out
      *
               MOVE ws-missing-input-name TO log-note-out
      *
               DISPLAY "STEP " ws-step-idx " INPUT MISSING - "
      *
                   ws-missing-input-name
      *
               PERFORM 300-WRITE-STEP-LINE
      *
               GO TO 200-RUN-ONE-STEP-EXIT
      *
           END-IF
      *
           OPEN OUTPUT step-statistics
      *
           CLOSE step-statistics
      *
           MOVE SPACES TO ws-command
      *
           IF ws-step-idx = 2
      *
               STRING "./" DELIMITED BY SIZE
      *
                   ws-step-program (ws-step-idx) DELIMITED BY SPACE
      *
                   " " DELIMITED BY SIZE
      *
                   ws-run-parameter DELIMITED BY SIZE
      *
                   INTO ws-command
      *
           ELSE
      *
               STRING "./" DELIMITED BY SIZE
      *
                   ws-step-program (ws-step-idx) DELIMITED BY SPACE
      *
                   INTO ws-command
      *
           END-IF
      *
           DISPLAY "STEP " ws-step-idx " STARTING - "
      *
               ws-step-program (ws-step-idx)
      *
           ADD 1 TO ws-steps-run-count
      *
           CALL "SYSTEM" USING ws-command
      *
           MOVE RETURN-CODE TO ws-system-status
      *
           DIVIDE ws-system-status BY 256
      *
               GIVING ws-step-return-code
      *
               REMAINDER ws-system-signal
      *
           IF ws-system-signal NOT = ZERO
      *
               MOVE 16 TO ws-step-return-code
      *
           END-IF
      *
           PERFORM 220-READ-STEP-STATISTICS
      *
               THRU 220-READ-STEP-STATISTICS-EXIT
      *
           EVALUATE TRUE
      *
               WHEN ws-step-return-code = ZERO
      *
                   MOVE "COMPLETED" TO log-status-out
      *
               WHEN ws-step-return-code < 8
      *
                   MOVE "EXCEPTIONS" TO log-status-out
      *
               WHEN OTHER
      *
                   MOVE "FAILED" TO log-status-out
      *
           END-EVALUATE
      *
           DISPLAY "STEP " ws-step-idx " ENDED - RETURN CODE "
      *
               ws-step-return-code
      *
           PERFORM 300-WRITE-STEP-LINE.
      *
       200-RUN-ONE-STEP-EXIT.
      *
           EXIT.
      *
       210-CHECK-STEP-INPUTS.
      *
      * A bank file not yet in is reported ahead of anything else the
      * step is missing, since the step is skipped, not failed, then.
      *
           SET step-inputs-present TO TRUE
      *
           MOVE SPACES TO ws-missing-input-name
      *
           PERFORM 215-CHECK-ONE-INPUT
      *
               THRU 215-CHECK-ONE-INPUT-EXIT
      *
               VARYING ws-input-idx FROM 1 BY 1
      *
               UNTIL ws-input-idx > ws-input-count
      *
                   OR step-bank-file-not-in.
      *
       210-CHECK-STEP-INPUTS-EXIT.
      *
           EXIT.
      *
       215-CHECK-ONE-INPUT.
      *
           IF ws-input-step (ws-input-idx) NOT = ws-step-idx
      *
               GO TO 215-CHECK-ONE-INPUT-EXIT
      *
           END-IF
      *
           MOVE ws-input-name (ws-input-idx) TO ws-probe-name
      *
           CALL "CBL_CHECK_FILE_EXIST" USING ws-probe-name
      *
               ws-probe-details
      *
           IF RETURN-CODE = ZERO
      *
               GO TO 215-CHECK-ONE-INPUT-EXIT
      *
           END-IF
      *
           IF input-is-from-bank (ws-input-idx)
      *
               SET step-bank-file-not-in TO TRUE
      *
               MOVE ws-probe-name TO ws-missing-input-name
      *
               GO TO 215-CHECK-ONE-INPUT-EXIT
      *
           END-IF
      *
      * The first required file missing is the one named.
      *
           IF step-inputs-present
      *
               SET step-input-missing TO TRUE
      *
               MOVE ws-probe-name TO ws-missing-input-name
      *
           END-IF.
      *
       215-CHECK-ONE-INPUT-EXIT.
      *
           EXIT.
      *
       220-READ-STEP-STATISTICS.
      *
      * A step that halted wrote no record, and the counts stay zero.
      *
           OPEN INPUT step-statistics
      *
           IF ws-stats-file-status NOT = "00"
      *
               GO TO 220-READ-STEP-STATISTICS-EXIT
      *
           END-IF
      *
           READ step-statistics
      *
               AT END
      *
                   MOVE SPACES TO step-stats-rec
      *
           END-READ
      *
           CLOSE step-statistics
      *
           IF stats-program-in NOT = ws-step-program (ws-step-idx)
      *
               GO TO 220-READ-STEP-STATISTICS-EXIT
      *
           END-IF
      *
           MOVE stats-records-read-in TO log-records-read-out
      *
           MOVE stats-exception-count-in TO log-exception-count-out
      *
           MOVE stats-ach-total-in TO log-ach-total-out
      *
           MOVE stats-check-total-in TO log-check-total-out.
      *
       220-READ-STEP-STATISTICS-EXIT.
      *
           EXIT.
      *
       300-WRITE-STEP-LINE.
      *
           MOVE ws-step-start-date TO log-start-date-out
      *
           MOVE ws-step-start-time TO log-start-time-out
      *
           ACCEPT log-end-date-out FROM DATE YYYYMMDD
      *
           ACCEPT ws-time-now FROM TIME
      *
           MOVE ws-time-hhmmss TO log-end-time-out
      *
           MOVE ws-step-return-code TO log-return-code-out
      *
           WRITE run-log-rec
      *
           IF ws-step-return-code > ws-highest-return-code
      *
               MOVE ws-step-return-code TO ws-highest-return-code
      *
           END-IF
      *
      * Exceptions are for payroll to look at in the morning; a failed
      * or refused step leaves later steps working from files it never
      * finished, so nothing more runs.
      *
           IF ws-step-return-code NOT < 8
      *
               SET stream-is-stopped TO TRUE
      *
           END-IF.
      *
       300-WRITE-STEP-LINE-EXIT.
      *
           EXIT.
      *
       400-WRITE-STREAM-LINE.
      *
           MOVE SPACES TO run-log-rec
      *
           MOVE ws-stream-date TO log-stream-date-out
      *
           MOVE ZERO TO log-step-out
      *
           MOVE "payroll-job-stream" TO log-program-out
      *
           MOVE ws-stream-date TO log-start-date-out
      *
           MOVE ws-stream-start-time TO log-start-time-out
      *
           ACCEPT log-end-date-out FROM DATE YYYYMMDD
      *
           ACCEPT ws-time-now FROM TIME
      *
           MOVE ws-time-hhmmss TO log-end-time-out
      *
           MOVE ws-highest-return-code TO log-return-code-out
      *
           IF stream-is-stopped
      *
               MOVE "STOPPED" TO log-status-out
      *
           ELSE
      *
               MOVE "ENDED" TO log-status-out
      *
           END-IF
      *
           MOVE ZERO TO log-records-read-out
      *
           MOVE ZERO TO log-exception-count-out
      *
           MOVE ZERO TO log-ach-total-out
      *
           MOVE ZERO TO log-check-total-out
      *
           WRITE run-log-rec.
      *
       400-WRITE-STREAM-LINE-EXIT.
      *
           EXIT.
      *
       900-OPEN-RUN-LOG.
      *
      * The first stream ever run finds no log; create it empty first.
      *
           OPEN EXTEND run-log
      *
           IF ws-log-file-status = "35"
      *
               OPEN OUTPUT run-log
      *
               CLOSE run-log
      *
               OPEN EXTEND run-log
      *
           END-IF.
      *
       900-OPEN-RUN-LOG-EXIT.
      *
           EXIT.
