      *========================================================
      * PAYROLL CYCLE STATUS BOARD
      * Demonstrates:
      * - Sequential browse of an indexed control file
      * - Merging two control files into one status table
      * - Step-by-step exception reporting for operations
      *========================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-STATUS.         *> Name of the COBOL program
       AUTHOR. RAYMOND SUNG-SEH HARRISON.*> Program author
       INSTALLATION. Personal COBOL Portfolio Project.
       DATE-WRITTEN. 2026-10-15.         *> Date the program was created
       DATE-COMPILED.
       SECURITY. PUBLIC.
       REMARKS.
           Prints the status board for the payroll cycle. Every
           step of a pay group's period - TRANS-EDIT, the trial
           and live ADVANCED-PAYROLL runs, PAY-STUB,
           PAYROLL-SUMMARY, GL-POSTING, then BANK-RETURNS and
           CHECK-RECON - records its start, finish and outcome on
           the indexed CYCLECTL.DAT, and refuses to start until
           the step ahead of it has completed for the same pay
           group and period. This report lists every period that
           still has a step not done: each group's current period
           on RUNCTL.DAT, and any earlier period CYCLECTL.DAT
           shows unfinished. Each step shows DONE, FAILED, STARTED
           (started and never finished - still running or halted),
           HELD (a trial whose exception screening is waiting for
           a supervisor's SCREEN-SIGNOFF) or OUTSTANDING, with its
           times and finish note, and the step that can run next
           is marked so the night shift knows exactly where to
           pick up. Periods whose steps are all done are only
           counted. Everything goes to CYCLESTAT.RPT; nothing is
           updated.

       ENVIRONMENT DIVISION.
      *--------------------------------------------------------
      * Defines external files and how the program interacts
      * with the operating system.
      *--------------------------------------------------------

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * Pay-period run control - one record per pay group naming
      * its current period
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

      * Payroll cycle control, keyed on pay group, period and
      * step - read in key order, so each period's steps arrive
      * together. OPTIONAL - no file means no step has run yet
           SELECT OPTIONAL CYCLE-FILE ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

      * The status board report
           SELECT REPORT-FILE ASSIGN TO "CYCLESTAT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *--------------------------------------------------------
      * Defines the structure of all data used by the program
      *--------------------------------------------------------

       FILE SECTION.
      *--------------------------------------------------------
      * Pay-Period Run Control File Layout
      * Same record ADVANCED-PAYROLL maintains, one per pay
      * group - keep this layout in step with that program's
      *--------------------------------------------------------
       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           05 RC-PERIOD-ID    PIC X(6).  *> Pay period id (YYYYMM)
           05 RC-PERIOD-START PIC 9(8).  *> Period start date (YYYYMMDD)
           05 RC-PERIOD-END   PIC 9(8).  *> Period end date (YYYYMMDD)
           05 RC-RUN-STATUS   PIC X(1).  *> "O" = open, "C" = complete
           05 RC-PAY-GROUP    PIC X(2).  *> Pay group this record
                                         *> controls
           05 RC-RUN-TYPE     PIC X(1).  *> "T" = trial / else live

      *--------------------------------------------------------
      * Payroll Cycle Control File Layout
      *--------------------------------------------------------
       FD CYCLE-FILE.

           COPY CYCLREC.

      *--------------------------------------------------------
      * Status Board Report File Layout
      *--------------------------------------------------------
       FD REPORT-FILE.
       01 REPORT-REC PIC X(80).
           *> One printed line of the status board

       WORKING-STORAGE SECTION.
      *--------------------------------------------------------
      * Temporary variables used during program execution
      *--------------------------------------------------------

       01 EOF-RUNCTL PIC X VALUE "N".
           *> End-of-file indicator for the run-control file

       01 EOF-CYCLE  PIC X VALUE "N".
           *> End-of-file indicator for the cycle control file

       01 WS-RUNCTL-FILE-STATUS PIC X(2) VALUE "00".
           *> File status for RUNCTL-FILE; anything other than "00"
           *> on OPEN halts the run - without it there is no
           *> telling which periods are current

       01 WS-CYCLE-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for CYCLE-FILE (indexed)

       01 WS-STEP-NAME-VALUES.
           *> Each step's name and the step that must complete
           *> before it (00 = none) - in step number order, and
           *> kept in step with the prerequisites each program
           *> checks
           05 FILLER PIC X(26) VALUE "TRANS-EDIT              00".
           05 FILLER PIC X(26) VALUE "ADVANCED-PAYROLL TRIAL  01".
           05 FILLER PIC X(26) VALUE "ADVANCED-PAYROLL LIVE   02".
           05 FILLER PIC X(26) VALUE "PAY-STUB                03".
           05 FILLER PIC X(26) VALUE "PAYROLL-SUMMARY         04".
           05 FILLER PIC X(26) VALUE "GL-POSTING              05".
           05 FILLER PIC X(26) VALUE "BANK-RETURNS            06".
           05 FILLER PIC X(26) VALUE "CHECK-RECON             06".
       01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05 WS-STEP-DEF OCCURS 8 TIMES.
               10 WS-STEP-NAME   PIC X(24).
               10 WS-STEP-PREREQ PIC 9(2).

       01 WS-STEP-COUNT PIC 9(2) VALUE 8.
           *> Steps in a pay group's cycle

       01 WS-PERIOD-COUNT PIC 9(3) VALUE ZEROS.
           *> Periods held in WS-PERIOD-TABLE

       01 WS-PERIOD-SUB PIC 9(3) VALUE ZEROS.
           *> Working subscript over WS-PERIOD-TABLE

       01 WS-PERIOD-FOUND PIC 9(3) VALUE ZEROS.
           *> Entry matching the group and period in hand

       01 WS-STEP-SUB PIC 9(2) VALUE ZEROS.
           *> Working subscript over a period's steps

       01 WS-PREREQ-SUB PIC 9(2) VALUE ZEROS.
           *> The step ahead of the one being printed

       01 WS-FIND-GROUP  PIC X(2) VALUE SPACES.
       01 WS-FIND-PERIOD PIC X(6) VALUE SPACES.
           *> Arguments to FIND-OR-ADD-PERIOD

       01 WS-CURR-COUNT PIC 9(3) VALUE ZEROS.
           *> Pay groups loaded from RUNCTL.DAT
       01 WS-CURR-SUB   PIC 9(3) VALUE ZEROS.
           *> Working subscript over WS-CURR-TABLE
       01 WS-CURR-FOUND PIC X(1) VALUE "N".
           *> "Y" when the period being settled is a current one

       01 WS-CURR-TABLE.
           *> Each pay group's current period from RUNCTL.DAT,
           *> loaded first so a finished earlier period can be
           *> told from the current one as the cycle records pass
           05 WS-CURR-ENTRY OCCURS 50 TIMES.
               10 WS-CURR-PAY-GROUP PIC X(2).
               10 WS-CURR-PERIOD-ID PIC X(6).

       01 WS-PERIOD-TABLE.
           *> Every current period and every earlier period with a
           *> step still not done, with each step's record as
           *> CYCLECTL.DAT holds it (outcome SPACE = no record, not
           *> run). An earlier period with every step done is only
           *> counted, so its entry is given back
           05 WS-PER-ENTRY OCCURS 200 TIMES.
               10 WS-PER-PAY-GROUP PIC X(2).
               10 WS-PER-PERIOD-ID PIC X(6).
               10 WS-PER-CURRENT   PIC X(1).
                   *> "Y" if RUNCTL.DAT names this as the group's
                   *> current period
               10 WS-PER-DONE-CNT  PIC 9(2).
                   *> Steps completed
               10 WS-PER-STEP OCCURS 8 TIMES.
                   15 WS-PST-OUTCOME     PIC X(1).
                   15 WS-PST-START-DATE  PIC 9(8).
                   15 WS-PST-START-TIME  PIC 9(6).
                   15 WS-PST-FINISH-DATE PIC 9(8).
                   15 WS-PST-FINISH-TIME PIC 9(6).
                   15 WS-PST-NOTE        PIC X(40).

       01 WS-OPEN-COUNT   PIC 9(5) VALUE ZEROS.
           *> Periods printed because a step is still not done
       01 WS-CLOSED-COUNT PIC 9(5) VALUE ZEROS.
           *> Periods with every step done - counted, not printed
       01 WS-FAILED-COUNT PIC 9(5) VALUE ZEROS.
           *> Steps showing FAILED or STARTED across open periods
       01 WS-HELD-COUNT   PIC 9(5) VALUE ZEROS.
           *> Trials showing HELD for screening sign-off
       01 WS-BAD-STEP-COUNT PIC 9(5) VALUE ZEROS.
           *> CYCLECTL.DAT records with a step number outside 1-8

       01 WS-TODAY-DATE PIC 9(8) VALUE ZEROS.
       01 WS-NOW-CLOCK.
           *> ACCEPT ... FROM TIME target (HHMMSS plus hundredths)
           05 WS-NOW-HHMMSS PIC 9(6).
           05 FILLER        PIC 9(2).

       01 WS-STATUS-WORD PIC X(11) VALUE SPACES.
           *> DONE / FAILED / STARTED / HELD / OUTSTANDING
       01 WS-NEXT-MARK   PIC X(7) VALUE SPACES.
           *> "*NEXT*" against a step that can run now, "*RERUN"
           *> against a failed or unfinished one, "*SIGN" against
           *> a trial waiting for its screening sign-off

       01 WS-START-TEXT.
           *> Start date and time as printed - SPACES when the
           *> step has none
           05 WS-START-DATE-TEXT PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-START-TIME-TEXT PIC X(6).
       01 WS-FINISH-TEXT.
           *> Finish date and time as printed
           05 WS-FINISH-DATE-TEXT PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-FINISH-TIME-TEXT PIC X(6).

       01 WS-EDIT-COUNT PIC ZZZZ9.
           *> Edited (human-readable) count for report lines


       PROCEDURE DIVISION.
      *--------------------------------------------------------
      * This section contains the executable program logic
      *--------------------------------------------------------

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

      * The current periods are known first, so the cycle records
      * - in key order, listing each group's periods oldest first -
      * can drop every earlier period already done as they pass; a
      * current period no step has touched yet is added after them
           PERFORM LOAD-RUN-CONTROL
           PERFORM LOAD-CYCLE-CONTROL
           PERFORM PLACE-CURRENT-PERIODS

           PERFORM PRINT-ONE-PERIOD
               VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT

           PERFORM PRINT-SUMMARY-SECTION

           PERFORM FINALIZE-RUN

           STOP RUN.

       INITIALIZE-RUN.
           OPEN OUTPUT REPORT-FILE

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-CLOCK FROM TIME

           MOVE SPACES TO REPORT-REC
           STRING "PAYROLL CYCLE STATUS BOARD - AS AT "
               WS-TODAY-DATE " " WS-NOW-HHMMSS
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC.

       LOAD-CYCLE-CONTROL.
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-FILE-STATUS NOT = "00"
                   AND WS-CYCLE-FILE-STATUS NOT = "05"
               DISPLAY "RUN HALTED: CYCLECTL.DAT could not be opened "
                   "(STATUS " WS-CYCLE-FILE-STATUS ")"
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-CYCLE = "Y"
               READ CYCLE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-CYCLE
                   NOT AT END
                       PERFORM LOAD-ONE-CYCLE-RECORD
               END-READ
           END-PERFORM
           CLOSE CYCLE-FILE
           PERFORM SETTLE-LAST-PERIOD.

       LOAD-ONE-CYCLE-RECORD.
      * A step number no program writes cannot be placed on the
      * board - it is counted and reported at the end instead
           IF CYC-STEP < 1 OR CYC-STEP > WS-STEP-COUNT
               ADD 1 TO WS-BAD-STEP-COUNT
           ELSE
      * A new group or period means the last one has had all its
      * steps
               IF WS-PERIOD-COUNT > ZEROS
                   IF CYC-PAY-GROUP
                           NOT = WS-PER-PAY-GROUP(WS-PERIOD-COUNT)
                           OR CYC-PERIOD-ID
                               NOT = WS-PER-PERIOD-ID(WS-PERIOD-COUNT)
                       PERFORM SETTLE-LAST-PERIOD
                   END-IF
               END-IF
               MOVE CYC-PAY-GROUP TO WS-FIND-GROUP
               MOVE CYC-PERIOD-ID TO WS-FIND-PERIOD
               PERFORM FIND-OR-ADD-PERIOD
               MOVE CYC-STEP TO WS-STEP-SUB
               MOVE CYC-OUTCOME
                   TO WS-PST-OUTCOME(WS-PERIOD-FOUND, WS-STEP-SUB)
               MOVE CYC-START-DATE
                   TO WS-PST-START-DATE(WS-PERIOD-FOUND, WS-STEP-SUB)
               MOVE CYC-START-TIME
                   TO WS-PST-START-TIME(WS-PERIOD-FOUND, WS-STEP-SUB)
               MOVE CYC-FINISH-DATE
                   TO WS-PST-FINISH-DATE(WS-PERIOD-FOUND, WS-STEP-SUB)
               MOVE CYC-FINISH-TIME
                   TO WS-PST-FINISH-TIME(WS-PERIOD-FOUND, WS-STEP-SUB)
               MOVE CYC-NOTE
                   TO WS-PST-NOTE(WS-PERIOD-FOUND, WS-STEP-SUB)
               IF CYC-OUTCOME-COMPLETE
                   ADD 1 TO WS-PER-DONE-CNT(WS-PERIOD-FOUND)
               END-IF
           END-IF.

       SETTLE-LAST-PERIOD.
      * An earlier period with every step done has nothing left for
      * anyone to do - it is counted and its entry given back, so
      * the table only ever holds what the board prints. A current
      * period stays whatever its steps show
           IF WS-PERIOD-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-PER-DONE-CNT(WS-PERIOD-COUNT) < WS-STEP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CURR-FOUND
           PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
                   UNTIL WS-CURR-SUB > WS-CURR-COUNT
               IF WS-CURR-PAY-GROUP(WS-CURR-SUB)
                       = WS-PER-PAY-GROUP(WS-PERIOD-COUNT)
                       AND WS-CURR-PERIOD-ID(WS-CURR-SUB)
                           = WS-PER-PERIOD-ID(WS-PERIOD-COUNT)
                   MOVE "Y" TO WS-CURR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CURR-FOUND = "N"
               ADD 1 TO WS-CLOSED-COUNT
               SUBTRACT 1 FROM WS-PERIOD-COUNT
           END-IF.

       LOAD-RUN-CONTROL.
      * Each group's current period is on the board even before
      * its first step has run - that is where the night shift
      * starts
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               DISPLAY "RUN HALTED: RUNCTL.DAT could not be opened "
                   "(STATUS " WS-RUNCTL-FILE-STATUS ") - set up the "
                   "pay-period run-control record first"
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-RUNCTL = "Y"
               READ RUNCTL-FILE
                   AT END
                       MOVE "Y" TO EOF-RUNCTL
                   NOT AT END
                       PERFORM LOAD-ONE-CURRENT-PERIOD
               END-READ
           END-PERFORM
           CLOSE RUNCTL-FILE.

       LOAD-ONE-CURRENT-PERIOD.
           IF WS-CURR-COUNT >= 50
               DISPLAY "RUN HALTED: more than 50 pay groups on "
                   "RUNCTL.DAT - raise the WS-CURR-TABLE limit"
               STOP RUN
           END-IF
           ADD 1 TO WS-CURR-COUNT
           MOVE RC-PAY-GROUP TO WS-CURR-PAY-GROUP(WS-CURR-COUNT)
           MOVE RC-PERIOD-ID TO WS-CURR-PERIOD-ID(WS-CURR-COUNT).

       PLACE-CURRENT-PERIODS.
           PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
                   UNTIL WS-CURR-SUB > WS-CURR-COUNT
               MOVE WS-CURR-PAY-GROUP(WS-CURR-SUB) TO WS-FIND-GROUP
               MOVE WS-CURR-PERIOD-ID(WS-CURR-SUB) TO WS-FIND-PERIOD
               PERFORM FIND-OR-ADD-PERIOD
               MOVE "Y" TO WS-PER-CURRENT(WS-PERIOD-FOUND)
           END-PERFORM.

       FIND-OR-ADD-PERIOD.
      * Linear search on group and period; a new entry starts
      * with every step not run. A period that does not fit would
      * silently drop off the board, so the overflow halts
           MOVE ZEROS TO WS-PERIOD-FOUND
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
               IF WS-PER-PAY-GROUP(WS-PERIOD-SUB) = WS-FIND-GROUP
                       AND WS-PER-PERIOD-ID(WS-PERIOD-SUB)
                           = WS-FIND-PERIOD
                   MOVE WS-PERIOD-SUB TO WS-PERIOD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-PERIOD-FOUND = ZEROS
               IF WS-PERIOD-COUNT >= 200
                   DISPLAY "RUN HALTED: more than 200 pay periods "
                       "with steps not done - raise the "
                       "WS-PERIOD-TABLE limit"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PERIOD-COUNT
               MOVE WS-PERIOD-COUNT TO WS-PERIOD-FOUND
               MOVE WS-FIND-GROUP
                   TO WS-PER-PAY-GROUP(WS-PERIOD-FOUND)
               MOVE WS-FIND-PERIOD
                   TO WS-PER-PERIOD-ID(WS-PERIOD-FOUND)
               MOVE "N"   TO WS-PER-CURRENT(WS-PERIOD-FOUND)
               MOVE ZEROS TO WS-PER-DONE-CNT(WS-PERIOD-FOUND)
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   MOVE SPACE
                       TO WS-PST-OUTCOME(WS-PERIOD-FOUND, WS-STEP-SUB)
                   MOVE ZEROS TO WS-PST-START-DATE(WS-PERIOD-FOUND,
                       WS-STEP-SUB)
                   MOVE ZEROS TO WS-PST-START-TIME(WS-PERIOD-FOUND,
                       WS-STEP-SUB)
                   MOVE ZEROS TO WS-PST-FINISH-DATE(WS-PERIOD-FOUND,
                       WS-STEP-SUB)
                   MOVE ZEROS TO WS-PST-FINISH-TIME(WS-PERIOD-FOUND,
                       WS-STEP-SUB)
                   MOVE SPACES
                       TO WS-PST-NOTE(WS-PERIOD-FOUND, WS-STEP-SUB)
               END-PERFORM
           END-IF.

       PRINT-ONE-PERIOD.
      * A current period with every step done has nothing left for
      * anyone to do either - it is only counted
           IF WS-PER-DONE-CNT(WS-PERIOD-SUB) >= WS-STEP-COUNT
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               PERFORM WRITE-PERIOD-HEADER
               PERFORM PRINT-ONE-STEP
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
           END-IF.

       WRITE-PERIOD-HEADER.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           IF WS-PER-CURRENT(WS-PERIOD-SUB) = "Y"
               STRING "PAY GROUP '" WS-PER-PAY-GROUP(WS-PERIOD-SUB)
                   "'  PERIOD " WS-PER-PERIOD-ID(WS-PERIOD-SUB)
                   "  (CURRENT PERIOD ON RUNCTL.DAT)"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "PAY GROUP '" WS-PER-PAY-GROUP(WS-PERIOD-SUB)
                   "'  PERIOD " WS-PER-PERIOD-ID(WS-PERIOD-SUB)
                   "  (EARLIER PERIOD - STEPS STILL NOT DONE)"
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING " NO STEP                     STATUS      "
               "STARTED         FINISHED"
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC.

       PRINT-ONE-STEP.
      * A step can run next when it is not done and the step ahead
      * of it is (the first step has nothing ahead of it); a
      * failed or unfinished step is marked to be run again
           MOVE SPACES TO WS-NEXT-MARK
           EVALUATE WS-PST-OUTCOME(WS-PERIOD-SUB, WS-STEP-SUB)
               WHEN "C"
                   MOVE "DONE" TO WS-STATUS-WORD
               WHEN "F"
                   MOVE "FAILED" TO WS-STATUS-WORD
                   MOVE "*RERUN" TO WS-NEXT-MARK
                   ADD 1 TO WS-FAILED-COUNT
               WHEN "R"
                   MOVE "STARTED" TO WS-STATUS-WORD
                   MOVE "*RERUN" TO WS-NEXT-MARK
                   ADD 1 TO WS-FAILED-COUNT
               WHEN "H"
                   MOVE "HELD" TO WS-STATUS-WORD
                   MOVE "*SIGN" TO WS-NEXT-MARK
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   MOVE "OUTSTANDING" TO WS-STATUS-WORD
                   MOVE WS-STEP-PREREQ(WS-STEP-SUB) TO WS-PREREQ-SUB
                   IF WS-PREREQ-SUB = ZEROS
                       MOVE "*NEXT*" TO WS-NEXT-MARK
                   ELSE
                       IF WS-PST-OUTCOME(WS-PERIOD-SUB, WS-PREREQ-SUB)
                               = "C"
                           MOVE "*NEXT*" TO WS-NEXT-MARK
                       END-IF
                   END-IF
           END-EVALUATE

           MOVE SPACES TO WS-START-DATE-TEXT WS-START-TIME-TEXT
           IF WS-PST-START-DATE(WS-PERIOD-SUB, WS-STEP-SUB) > ZEROS
               MOVE WS-PST-START-DATE(WS-PERIOD-SUB, WS-STEP-SUB)
                   TO WS-START-DATE-TEXT
               MOVE WS-PST-START-TIME(WS-PERIOD-SUB, WS-STEP-SUB)
                   TO WS-START-TIME-TEXT
           END-IF
           MOVE SPACES TO WS-FINISH-DATE-TEXT WS-FINISH-TIME-TEXT
           IF WS-PST-FINISH-DATE(WS-PERIOD-SUB, WS-STEP-SUB) > ZEROS
               MOVE WS-PST-FINISH-DATE(WS-PERIOD-SUB, WS-STEP-SUB)
                   TO WS-FINISH-DATE-TEXT
               MOVE WS-PST-FINISH-TIME(WS-PERIOD-SUB, WS-STEP-SUB)
                   TO WS-FINISH-TIME-TEXT
           END-IF

           MOVE SPACES TO REPORT-REC
           STRING " " WS-STEP-SUB " " WS-STEP-NAME(WS-STEP-SUB)
               " " WS-STATUS-WORD " " WS-START-TEXT
               " " WS-FINISH-TEXT " " WS-NEXT-MARK
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           IF WS-PST-NOTE(WS-PERIOD-SUB, WS-STEP-SUB) NOT = SPACES
               MOVE SPACES TO REPORT-REC
               STRING "        " WS-PST-NOTE(WS-PERIOD-SUB, WS-STEP-SUB)
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       PRINT-SUMMARY-SECTION.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           STRING "PERIODS WITH STEPS NOT DONE:   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           STRING "STEPS FAILED OR NOT FINISHED:  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           STRING "TRIALS HELD FOR SIGN-OFF:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           STRING "PERIODS FULLY DONE (NOT SHOWN):" WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           IF WS-BAD-STEP-COUNT > ZEROS
               MOVE WS-BAD-STEP-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "UNKNOWN STEP NUMBERS SKIPPED:  " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       FINALIZE-RUN.
           CLOSE REPORT-FILE

           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           DISPLAY "DONE: " WS-EDIT-COUNT " period(s) with steps "
               "outstanding listed on CYCLESTAT.RPT."
           IF WS-FAILED-COUNT > ZEROS
               MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT
               DISPLAY "WARNING: " WS-EDIT-COUNT " step(s) failed or "
                   "never finished - see CYCLESTAT.RPT."
           END-IF
           IF WS-HELD-COUNT > ZEROS
               MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
               DISPLAY "WARNING: " WS-EDIT-COUNT " trial(s) held for "
                   "screening sign-off - run SCREEN-SIGNOFF."
           END-IF.
