      *========================================================
      * RETROACTIVE PAY CALCULATION
      * Demonstrates:
      * - Matching back-dated master changes against history
      * - Recomputing paid periods at a new rate
      * - Building a control-totalled transaction batch
      *========================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRO-PAY.            *> Name of the COBOL program
       AUTHOR. RAYMOND SUNG-SEH HARRISON.*> Program author
       INSTALLATION. Personal COBOL Portfolio Project.
       DATE-WRITTEN. 2026-10-15.         *> Date the program was created
       DATE-COMPILED.
       SECURITY. PUBLIC.
       REMARKS.
           Works out retroactive pay for back-dated raises instead
           of payroll figuring RT transactions from old pay stubs.
           Every "C" change on MAINTENANCE.DAT with an effective
           date is matched against the regular-run payments on
           PAYHIST.DAT whose period ended on or after that date
           (and before the employee's next change, if the file
           holds more than one). Each such period's base pay is
           recomputed at the new rate - BASIC-SALARY, or the new
           HOURLY-RATE times the hours actually paid - and the
           difference from the base pay actually paid becomes an
           RT detail line in a RETRO-PAY batch appended to
           TRANSBATCH.DAT, with a header carrying the true record
           count and amount hash, so it goes through TRANS-EDIT
           like any department's batch. RETRO.RPT is the
           worksheet showing the old and new figures for every
           period, for HR to sign off before payroll runs.
           Periods that were reversed are left out; periods paid
           too much (a back-dated cut), paid before history kept
           the base pay, or paid under a different pay type are
           listed for payroll to work by hand and never batched.
           Overtime is not re-priced - history keeps no overtime
           hours - so a period paid more than its base pay is
           listed for payroll to work its overtime by hand.
           Each change worked is logged on RETRODONE.DAT so a
           second run does not pay it twice - remove its line
           there to have it worked again. The log is written only
           once the batch is safely on TRANSBATCH.DAT, so a run
           that stops short leaves its changes to be worked
           again.

       ENVIRONMENT DIVISION.
      *--------------------------------------------------------
      * Defines external files and how the program interacts
      * with the operating system.
      *--------------------------------------------------------

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * Master-file maintenance transactions, the same file
      * EMP-MAINTENANCE applies - read here only
           SELECT MAINT-FILE ASSIGN TO "MAINTENANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Permanent payroll history, read by employee for the
      * periods paid since each change's effective date. OPTIONAL
      * so a missing history file simply finds nothing
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-EMP-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-PERIOD-END
                   WITH DUPLICATES
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.

      * Changes already worked by an earlier run, read at start-up
      * and appended to with this run's. OPTIONAL so the very
      * first run creates it
           SELECT OPTIONAL RETRODONE-FILE ASSIGN TO "RETRODONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Departmental submission file TRANS-EDIT reads - the retro
      * batch is appended after whatever the departments sent.
      * OPTIONAL so an empty day still gets a file
           SELECT OPTIONAL BATCH-FILE ASSIGN TO "TRANSBATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-FILE-STATUS.

      * Retro worksheet for HR sign-off
           SELECT WORKSHEET-FILE ASSIGN TO "RETRO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *--------------------------------------------------------
      * Defines the structure of all data used by the program
      *--------------------------------------------------------

       FILE SECTION.
      *--------------------------------------------------------
      * Maintenance Transaction File Layout
      * Same record EMP-MAINTENANCE reads - keep in step
      *--------------------------------------------------------
       FD MAINT-FILE.
       01 MAINT-REC.
           05 MT-ACTION       PIC X(1).  *> "A"dd, "C"hange, "T"erminate
               88 MT-ADD        VALUE "A".
               88 MT-CHANGE     VALUE "C".
               88 MT-TERMINATE  VALUE "T".
           05 MT-EMP-ID       PIC 9(5).  *> Employee the change is for
           05 MT-EMP-NAME     PIC X(30). *> New/changed employee name
           05 MT-DEPARTMENT   PIC X(20). *> New/changed department
           05 MT-BASIC-SALARY PIC 9(7)V99. *> New/changed basic salary
           05 MT-PAY-TYPE     PIC X(1).  *> New/changed pay type:
                                         *> "S" salaried, "H" hourly
               88 MT-HOURLY     VALUE "H".
           05 MT-HOURLY-RATE  PIC 9(3)V99. *> New/changed hourly rate
                                         *> (hourly staff)
           05 MT-TAX-BRACKET  PIC 9(1).  *> New/changed tax bracket
           05 MT-BANK-ROUTING PIC 9(9).  *> New/changed routing number
           05 MT-BANK-ACCOUNT PIC X(17). *> New/changed account number
           05 MT-BEN-PLAN-CODE PIC X(3). *> New/changed benefit plan
           05 MT-BEN-CALC-TYPE PIC X(1). *> "P" percent / "A" amount
           05 MT-BEN-EMP-PCT  PIC 9(2)V99. *> Contribution percent
           05 MT-BEN-EMP-AMT  PIC 9(5)V99. *> Contribution flat amount
           05 MT-BEN-MATCH-PCT PIC 9(3)V99. *> Employer match percent
           05 MT-EFF-DATE     PIC 9(8).  *> Effective date (YYYYMMDD);
                                         *> ZEROS = effective at once
           05 MT-PAY-GROUP    PIC X(2).  *> New/changed pay group
           05 MT-LEAVE-RATE   PIC 9(3)V99.
                                         *> New/changed leave rate

      *--------------------------------------------------------
      * Payroll History File Layout
      * Each record is a byte-for-byte PAY-REC image behind its
      * key, decoded through the PAY-REC in working storage below
      *--------------------------------------------------------
       FD PAYHIST-FILE.

           COPY HISTREC.

      *--------------------------------------------------------
      * Retro Done Log File Layout
      *--------------------------------------------------------
       FD RETRODONE-FILE.
       01 RETRODONE-REC.
           05 RD-EMP-ID       PIC 9(5).  *> Employee the change is for
           05 RD-EFF-DATE     PIC 9(8).  *> Its effective date
           05 RD-BASIC-SALARY PIC 9(7)V99.
                                         *> The new salary ...
           05 RD-HOURLY-RATE  PIC 9(3)V99.
                                         *> ... and the new rate
           05 RD-RUN-DATE     PIC 9(8).  *> Date it was worked

      *--------------------------------------------------------
      * Batch Submission File Layout
      * Same record TRANS-EDIT reads - keep in step
      *--------------------------------------------------------
       FD BATCH-FILE.
       01 BATCH-REC.
           05 TB-REC-TYPE    PIC X(1).  *> "H" header / "D" detail
           05 TB-REST        PIC X(39). *> Redefined per line kind
       01 BATCH-HEADER-REC REDEFINES BATCH-REC.
           05 FILLER         PIC X(1).
           05 BH-DEPT        PIC X(20). *> Submitting department
           05 BH-RECORD-COUNT PIC 9(5). *> Details in this batch
           05 BH-AMOUNT-HASH PIC 9(11)V99.
                                        *> Hash total of the details'
                                        *> T-AMOUNT values
           05 FILLER         PIC X(1).
       01 BATCH-DETAIL-REC REDEFINES BATCH-REC.
           05 FILLER         PIC X(1).
           05 TB-EMP-ID      PIC 9(5).  *> Employee ID
           05 TB-TYPE        PIC X(2).  *> Adjustment type code
           05 TB-AMOUNT      PIC 9(7)V99.
                                        *> Retro amount due
           05 FILLER         PIC X(23).

      *--------------------------------------------------------
      * Retro Worksheet File Layout
      *--------------------------------------------------------
       FD WORKSHEET-FILE.
       01 WORKSHEET-REC PIC X(80).
           *> One printed line of the retro worksheet

       WORKING-STORAGE SECTION.
      *--------------------------------------------------------
      * Temporary variables used during program execution
      *--------------------------------------------------------

      * The history record being examined
           COPY PAYREC.

       01 EOF-MAINT PIC X VALUE "N".
           *> End-of-file indicator for the maintenance file

       01 EOF-HIST PIC X VALUE "N".
           *> End-of-file indicator for the history file

       01 EOF-DONE PIC X VALUE "N".
           *> End-of-file indicator for the done log

       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
           *> Today's date, stamped on the done log

       01 WS-DONE-COUNT PIC 9(4) VALUE ZEROS.
           *> Entries loaded from RETRODONE.DAT
       01 WS-DONE-SUB   PIC 9(4) VALUE ZEROS.
           *> Working subscript over WS-DONE-TABLE

       01 WS-DONE-TABLE.
           *> Changes already worked by earlier runs
           05 WS-DONE-ENTRY OCCURS 1000 TIMES.
               10 WS-DONE-EMP-ID  PIC 9(5).
               10 WS-DONE-EFF     PIC 9(8).
               10 WS-DONE-SALARY  PIC 9(7)V99.
               10 WS-DONE-RATE    PIC 9(3)V99.

       01 WS-CHG-COUNT PIC 9(3) VALUE ZEROS.
           *> Back-dated changes loaded from MAINTENANCE.DAT
       01 WS-CHG-SUB   PIC 9(3) VALUE ZEROS.
       01 WS-CHG-SUB2  PIC 9(3) VALUE ZEROS.
           *> Working subscripts over WS-CHG-TABLE; the window
           *> check walks the table inside a walk
       01 WS-CHG-EMP-SUB PIC 9(3) VALUE ZEROS.
           *> The change whose employee's history is being read -
           *> the matching inside uses the two above

       01 WS-PAYHIST-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for PAYHIST-FILE (indexed)

       01 WS-BATCH-FILE-STATUS PIC X(2) VALUE "00".
           *> File status for BATCH-FILE; the done log is written
           *> only if the batch opened ("05" = created), wrote and
           *> closed cleanly

       01 WS-CHG-TABLE.
           *> One entry per change still to be worked
           05 WS-CHG-ENTRY OCCURS 200 TIMES.
               10 WS-CHG-EMP-ID   PIC 9(5).
               10 WS-CHG-EFF      PIC 9(8).
                   *> First period end the new pay applies to
               10 WS-CHG-UNTIL    PIC 9(8).
                   *> Effective date of the employee's next change,
                   *> where the new pay stops; 99999999 = none
               10 WS-CHG-PAY-TYPE PIC X(1).
               10 WS-CHG-SALARY   PIC 9(7)V99.
               10 WS-CHG-RATE     PIC 9(3)V99.
               10 WS-CHG-PERIODS  PIC 9(3).
                   *> History periods found in the window
               10 WS-CHG-WORKED   PIC X(1).
                   *> "Y" once listed on the worksheet - logged on
                   *> RETRODONE.DAT when the batch is safely written

       01 WS-PER-COUNT PIC 9(4) VALUE ZEROS.
           *> Periods collected across all changes
       01 WS-PER-SUB   PIC 9(4) VALUE ZEROS.
       01 WS-PER-FOUND PIC 9(4) VALUE ZEROS.
           *> Working subscript, and the entry FIND-PERIOD-ENTRY
           *> matched (ZEROS for none)

       01 WS-PER-TABLE.
           *> Each change's paid periods, netted for reversals
           05 WS-PER-ENTRY OCCURS 2000 TIMES.
               10 WS-PER-CHG      PIC 9(3).
                   *> The change the period belongs to
               10 WS-PER-PERIOD   PIC X(6).
               10 WS-PER-END      PIC 9(8).
               10 WS-PER-NAME     PIC X(30).
               10 WS-PER-PAID     PIC S9(3).
                   *> Regular payments less their reversals
               10 WS-PER-BASE     PIC S9(9)V99.
                   *> Base pay actually paid for the period
               10 WS-PER-HOURS    PIC S9(7)V99.
                   *> Hours actually paid for the period
               10 WS-PER-GROSS    PIC S9(9)V99.
                   *> Gross actually paid - beyond the base pay it
                   *> holds overtime, bonuses and earlier retro
               10 WS-PER-NO-DETAIL PIC X(1).
                   *> "Y" if a payment predates PAY-BASE-PAY

       01 WS-NEW-BASE   PIC S9(9)V99 VALUE ZEROS.
           *> The period's base pay recomputed at the new rate
       01 WS-DIFFERENCE PIC S9(9)V99 VALUE ZEROS.
           *> New base less the base actually paid
       01 WS-CHG-RETRO  PIC 9(9)V99 VALUE ZEROS.
           *> Retro batched for the change being listed

       01 WS-LINE-COUNT PIC 9(3) VALUE ZEROS.
           *> RT lines held for the batch

       01 WS-LINE-TABLE.
           *> The batch's detail lines, held until the header's
           *> count and hash are known
           05 WS-LINE-ENTRY OCCURS 500 TIMES.
               10 WS-LINE-EMP-ID PIC 9(5).
               10 WS-LINE-AMOUNT PIC 9(7)V99.

       01 WS-BATCH-HASH PIC 9(11)V99 VALUE ZEROS.
           *> Amount hash of the held lines

       01 WS-HAND-COUNT PIC 9(5) VALUE ZEROS.
           *> Periods left for payroll to work by hand
       01 WS-OVERPAID-TOTAL PIC 9(9)V99 VALUE ZEROS.
           *> Total paid too much on back-dated cuts
       01 WS-WORKED-COUNT PIC 9(5) VALUE ZEROS.
           *> Changes worked this run
       01 WS-SKIPPED-DONE PIC 9(5) VALUE ZEROS.
           *> Changes skipped as already worked

       01 WS-EDIT-COUNT  PIC ZZZZ9.
       01 WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-OLD    PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDIT-NEW    PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDIT-DIFF   PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDIT-HOURS  PIC ZZZ,ZZ9.99-.
       01 WS-EDIT-HASH   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           *> Edited (human-readable) fields used to build the
           *> worksheet lines and completion messages


       PROCEDURE DIVISION.
      *--------------------------------------------------------
      * This section contains the executable program logic
      *--------------------------------------------------------

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

           PERFORM COLLECT-PAID-PERIODS

           PERFORM LIST-ONE-CHANGE
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-COUNT

           PERFORM WRITE-RETRO-BATCH
           PERFORM LOG-WORKED-CHANGES

           PERFORM FINALIZE-RUN

           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-DONE-LOG
           PERFORM LOAD-CHANGES

      * Each change's pay stops where the same employee's next
      * change takes over, so two raises in one file never pay
      * the same period twice
           PERFORM SET-ONE-CHANGE-WINDOW
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-COUNT

           OPEN OUTPUT WORKSHEET-FILE
           MOVE SPACES TO WORKSHEET-REC
           STRING "RETROACTIVE PAY WORKSHEET - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO WORKSHEET-REC
           WRITE WORKSHEET-REC.

       LOAD-DONE-LOG.
           OPEN INPUT RETRODONE-FILE
           PERFORM UNTIL EOF-DONE = "Y"
               READ RETRODONE-FILE
                   AT END
                       MOVE "Y" TO EOF-DONE
                   NOT AT END
                       PERFORM LOAD-ONE-DONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE RETRODONE-FILE.

       LOAD-ONE-DONE-ENTRY.
      * A change missing from this table would be paid again, so
      * overflow halts rather than carrying on
           IF WS-DONE-COUNT >= 1000
               DISPLAY "RUN HALTED: RETRODONE.DAT has more than 1000 "
                   "entries - raise the WS-DONE-TABLE limit"
               STOP RUN
           END-IF
           ADD 1 TO WS-DONE-COUNT
           MOVE RD-EMP-ID       TO WS-DONE-EMP-ID(WS-DONE-COUNT)
           MOVE RD-EFF-DATE     TO WS-DONE-EFF(WS-DONE-COUNT)
           MOVE RD-BASIC-SALARY TO WS-DONE-SALARY(WS-DONE-COUNT)
           MOVE RD-HOURLY-RATE  TO WS-DONE-RATE(WS-DONE-COUNT).

       LOAD-CHANGES.
      * Only a change carrying an effective date can be back-dated;
      * one effective at once has nothing behind it to correct
           OPEN INPUT MAINT-FILE
           PERFORM UNTIL EOF-MAINT = "Y"
               READ MAINT-FILE
                   AT END
                       MOVE "Y" TO EOF-MAINT
                   NOT AT END
                       IF MT-CHANGE AND MT-EFF-DATE NOT = ZEROS
                           PERFORM LOAD-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINT-FILE.

       LOAD-ONE-CHANGE.
           PERFORM VARYING WS-DONE-SUB FROM 1 BY 1
                   UNTIL WS-DONE-SUB > WS-DONE-COUNT
               IF WS-DONE-EMP-ID(WS-DONE-SUB) = MT-EMP-ID
                       AND WS-DONE-EFF(WS-DONE-SUB) = MT-EFF-DATE
                       AND WS-DONE-SALARY(WS-DONE-SUB)
                           = MT-BASIC-SALARY
                       AND WS-DONE-RATE(WS-DONE-SUB) = MT-HOURLY-RATE
                   ADD 1 TO WS-SKIPPED-DONE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-CHG-COUNT >= 200
               DISPLAY "RUN HALTED: MAINTENANCE.DAT has more than 200 "
                   "dated changes - raise the WS-CHG-TABLE limit"
               STOP RUN
           END-IF
           ADD 1 TO WS-CHG-COUNT
           MOVE MT-EMP-ID       TO WS-CHG-EMP-ID(WS-CHG-COUNT)
           MOVE MT-EFF-DATE     TO WS-CHG-EFF(WS-CHG-COUNT)
           MOVE 99999999        TO WS-CHG-UNTIL(WS-CHG-COUNT)
           MOVE MT-PAY-TYPE     TO WS-CHG-PAY-TYPE(WS-CHG-COUNT)
           MOVE MT-BASIC-SALARY TO WS-CHG-SALARY(WS-CHG-COUNT)
           MOVE MT-HOURLY-RATE  TO WS-CHG-RATE(WS-CHG-COUNT)
           MOVE ZEROS           TO WS-CHG-PERIODS(WS-CHG-COUNT)
           MOVE "N"             TO WS-CHG-WORKED(WS-CHG-COUNT).

       SET-ONE-CHANGE-WINDOW.
           PERFORM VARYING WS-CHG-SUB2 FROM 1 BY 1
                   UNTIL WS-CHG-SUB2 > WS-CHG-COUNT
               IF WS-CHG-EMP-ID(WS-CHG-SUB2) = WS-CHG-EMP-ID(WS-CHG-SUB)
                       AND WS-CHG-EFF(WS-CHG-SUB2)
                           > WS-CHG-EFF(WS-CHG-SUB)
                       AND WS-CHG-EFF(WS-CHG-SUB2)
                           < WS-CHG-UNTIL(WS-CHG-SUB)
                   MOVE WS-CHG-EFF(WS-CHG-SUB2)
                       TO WS-CHG-UNTIL(WS-CHG-SUB)
               END-IF
           END-PERFORM.

       COLLECT-PAID-PERIODS.
      * Each changed employee's history is read once, through the
      * employee key, gathering every regular-run payment (and
      * every reversal of one) falling in one of their changes'
      * windows
           IF WS-CHG-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PAYHIST-FILE
           PERFORM COLLECT-ONE-EMPLOYEE
               VARYING WS-CHG-EMP-SUB FROM 1 BY 1
               UNTIL WS-CHG-EMP-SUB > WS-CHG-COUNT
           CLOSE PAYHIST-FILE.

       COLLECT-ONE-EMPLOYEE.
      * An employee with two changes on file was read for the
      * first of them
           PERFORM VARYING WS-CHG-SUB2 FROM 1 BY 1
                   UNTIL WS-CHG-SUB2 >= WS-CHG-EMP-SUB
               IF WS-CHG-EMP-ID(WS-CHG-SUB2)
                       = WS-CHG-EMP-ID(WS-CHG-EMP-SUB)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CHG-SUB2 < WS-CHG-EMP-SUB
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-HIST
           MOVE WS-CHG-EMP-ID(WS-CHG-EMP-SUB) TO HIST-EMP-ID
           START PAYHIST-FILE KEY IS EQUAL TO HIST-EMP-ID
               INVALID KEY
                   MOVE "Y" TO EOF-HIST
           END-START
           PERFORM UNTIL EOF-HIST = "Y"
               READ PAYHIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-HIST
                   NOT AT END
                       IF HIST-EMP-ID
                               NOT = WS-CHG-EMP-ID(WS-CHG-EMP-SUB)
                           MOVE "Y" TO EOF-HIST
                       ELSE
                           MOVE HIST-PAY-IMAGE TO PAY-REC
                           IF PAY-REC-REGULAR
                               OR (PAY-REC-REVERSAL
                                   AND PAY-REVERSED-TYPE = SPACE)
                               PERFORM MATCH-ONE-HISTORY-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MATCH-ONE-HISTORY-RECORD.
      * Images written before period end dates existed cannot be
      * placed against an effective date and are passed over
           IF PAY-PERIOD-END NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHG-COUNT
               IF WS-CHG-EMP-ID(WS-CHG-SUB) = PAY-EMP-ID
                       AND PAY-PERIOD-END NOT < WS-CHG-EFF(WS-CHG-SUB)
                       AND PAY-PERIOD-END < WS-CHG-UNTIL(WS-CHG-SUB)
                   PERFORM ADD-TO-PERIOD-ENTRY
               END-IF
           END-PERFORM.

       ADD-TO-PERIOD-ENTRY.
           MOVE ZEROS TO WS-PER-FOUND
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-COUNT
               IF WS-PER-CHG(WS-PER-SUB) = WS-CHG-SUB
                       AND WS-PER-PERIOD(WS-PER-SUB) = PAY-PERIOD
                   MOVE WS-PER-SUB TO WS-PER-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-PER-FOUND = ZEROS
               IF WS-PER-COUNT >= 2000
                   DISPLAY "RUN HALTED: more than 2000 paid periods "
                       "to recompute - raise the WS-PER-TABLE limit"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PER-COUNT
               MOVE WS-PER-COUNT   TO WS-PER-FOUND
               MOVE WS-CHG-SUB     TO WS-PER-CHG(WS-PER-FOUND)
               MOVE PAY-PERIOD     TO WS-PER-PERIOD(WS-PER-FOUND)
               MOVE PAY-PERIOD-END TO WS-PER-END(WS-PER-FOUND)
               MOVE PAY-EMP-NAME   TO WS-PER-NAME(WS-PER-FOUND)
               MOVE ZEROS          TO WS-PER-PAID(WS-PER-FOUND)
               MOVE ZEROS          TO WS-PER-BASE(WS-PER-FOUND)
               MOVE ZEROS          TO WS-PER-HOURS(WS-PER-FOUND)
               MOVE ZEROS          TO WS-PER-GROSS(WS-PER-FOUND)
               MOVE "N"            TO WS-PER-NO-DETAIL(WS-PER-FOUND)
               ADD 1 TO WS-CHG-PERIODS(WS-CHG-SUB)
           END-IF

      * A reversal cancels its original, so a reversed period
      * nets to nothing paid
           IF PAY-REC-REVERSAL
               SUBTRACT 1 FROM WS-PER-PAID(WS-PER-FOUND)
           ELSE
               ADD 1 TO WS-PER-PAID(WS-PER-FOUND)
           END-IF

           IF PAY-BASE-PAY NOT NUMERIC OR PAY-REG-HOURS NOT NUMERIC
               MOVE "Y" TO WS-PER-NO-DETAIL(WS-PER-FOUND)
               EXIT PARAGRAPH
           END-IF

           IF PAY-REC-REVERSAL
               SUBTRACT PAY-BASE-PAY  FROM WS-PER-BASE(WS-PER-FOUND)
               SUBTRACT PAY-REG-HOURS FROM WS-PER-HOURS(WS-PER-FOUND)
               SUBTRACT GROSS-PAY     FROM WS-PER-GROSS(WS-PER-FOUND)
           ELSE
               ADD PAY-BASE-PAY  TO WS-PER-BASE(WS-PER-FOUND)
               ADD PAY-REG-HOURS TO WS-PER-HOURS(WS-PER-FOUND)
               ADD GROSS-PAY     TO WS-PER-GROSS(WS-PER-FOUND)
           END-IF.

       LIST-ONE-CHANGE.
      * A change with no period paid since its effective date is
      * not back-dated - the regular run will pay it
           IF WS-CHG-PERIODS(WS-CHG-SUB) = ZEROS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-WORKED-COUNT
           MOVE ZEROS TO WS-CHG-RETRO

           MOVE SPACES TO WORKSHEET-REC
           WRITE WORKSHEET-REC
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-COUNT
               IF WS-PER-CHG(WS-PER-SUB) = WS-CHG-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WORKSHEET-REC
           STRING "EMPLOYEE " WS-CHG-EMP-ID(WS-CHG-SUB) " "
               WS-PER-NAME(WS-PER-SUB)
               " EFFECTIVE " WS-CHG-EFF(WS-CHG-SUB)
               DELIMITED BY SIZE INTO WORKSHEET-REC
           WRITE WORKSHEET-REC

           IF WS-CHG-PAY-TYPE(WS-CHG-SUB) = "H"
               MOVE WS-CHG-RATE(WS-CHG-SUB) TO WS-EDIT-AMOUNT
               MOVE SPACES TO WORKSHEET-REC
               STRING "    NEW HOURLY RATE: " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WORKSHEET-REC
           ELSE
               MOVE WS-CHG-SALARY(WS-CHG-SUB) TO WS-EDIT-AMOUNT
               MOVE SPACES TO WORKSHEET-REC
               STRING "    NEW BASIC SALARY: " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WORKSHEET-REC
           END-IF
           WRITE WORKSHEET-REC

           MOVE SPACES TO WORKSHEET-REC
           STRING "    PERIOD  PER-END      HOURS        OLD BASE"
               "        NEW BASE      DIFFERENCE"
               DELIMITED BY SIZE INTO WORKSHEET-REC
           WRITE WORKSHEET-REC

           PERFORM LIST-ONE-PERIOD
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PER-COUNT

           MOVE WS-CHG-RETRO TO WS-EDIT-AMOUNT
           MOVE SPACES TO WORKSHEET-REC
           STRING "    RETRO DUE (RT): " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WORKSHEET-REC
           WRITE WORKSHEET-REC

      * Marked worked whether or not anything was due, so once the
      * batch is written the next run leaves it alone
           MOVE "Y" TO WS-CHG-WORKED(WS-CHG-SUB).

       LIST-ONE-PERIOD.
           IF WS-PER-CHG(WS-PER-SUB) NOT = WS-CHG-SUB
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PER-HOURS(WS-PER-SUB) TO WS-EDIT-HOURS
           MOVE WS-PER-BASE(WS-PER-SUB)  TO WS-EDIT-OLD

      * Periods the batch cannot safely pay are listed for payroll
      * to work by hand
           EVALUATE TRUE
               WHEN WS-PER-PAID(WS-PER-SUB) NOT > ZEROS
                   MOVE SPACES TO WORKSHEET-REC
                   STRING "    " WS-PER-PERIOD(WS-PER-SUB) " "
                       WS-PER-END(WS-PER-SUB)
                       "   PAYMENT REVERSED - NOTHING DUE"
                       DELIMITED BY SIZE INTO WORKSHEET-REC
                   WRITE WORKSHEET-REC
                   EXIT PARAGRAPH
               WHEN WS-PER-NO-DETAIL(WS-PER-SUB) = "Y"
                   MOVE SPACES TO WORKSHEET-REC
                   STRING "    " WS-PER-PERIOD(WS-PER-SUB) " "
                       WS-PER-END(WS-PER-SUB)
                       "   NO BASE PAY ON HISTORY - WORK BY HAND"
                       DELIMITED BY SIZE INTO WORKSHEET-REC
                   WRITE WORKSHEET-REC
                   ADD 1 TO WS-HAND-COUNT
                   EXIT PARAGRAPH
               WHEN WS-CHG-PAY-TYPE(WS-CHG-SUB) = "H"
                       AND WS-PER-HOURS(WS-PER-SUB) = ZEROS
                       AND WS-PER-BASE(WS-PER-SUB) > ZEROS
               WHEN WS-CHG-PAY-TYPE(WS-CHG-SUB) NOT = "H"
                       AND WS-PER-HOURS(WS-PER-SUB) > ZEROS
                   MOVE SPACES TO WORKSHEET-REC
                   STRING "    " WS-PER-PERIOD(WS-PER-SUB) " "
                       WS-PER-END(WS-PER-SUB)
                       "   PAID UNDER ANOTHER PAY TYPE - WORK BY HAND"
                       DELIMITED BY SIZE INTO WORKSHEET-REC
                   WRITE WORKSHEET-REC
                   ADD 1 TO WS-HAND-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-CHG-PAY-TYPE(WS-CHG-SUB) = "H"
               COMPUTE WS-NEW-BASE ROUNDED =
                   WS-CHG-RATE(WS-CHG-SUB) * WS-PER-HOURS(WS-PER-SUB)
           ELSE
               COMPUTE WS-NEW-BASE =
                   WS-CHG-SALARY(WS-CHG-SUB) * WS-PER-PAID(WS-PER-SUB)
           END-IF
           COMPUTE WS-DIFFERENCE = WS-NEW-BASE - WS-PER-BASE(WS-PER-SUB)

           MOVE WS-NEW-BASE   TO WS-EDIT-NEW
           MOVE WS-DIFFERENCE TO WS-EDIT-DIFF
           MOVE SPACES TO WORKSHEET-REC
           STRING "    " WS-PER-PERIOD(WS-PER-SUB) " "
               WS-PER-END(WS-PER-SUB) " " WS-EDIT-HOURS " "
               WS-EDIT-OLD " " WS-EDIT-NEW " " WS-EDIT-DIFF
               DELIMITED BY SIZE INTO WORKSHEET-REC
           WRITE WORKSHEET-REC

      * Only money owed to the employee can go through as an RT
      * line; a back-dated cut is an overpayment to recover
           IF WS-DIFFERENCE > ZEROS
               PERFORM HOLD-ONE-RETRO-LINE
               ADD WS-DIFFERENCE TO WS-CHG-RETRO
           END-IF
           IF WS-DIFFERENCE < ZEROS
               SUBTRACT WS-DIFFERENCE FROM WS-OVERPAID-TOTAL
               ADD 1 TO WS-HAND-COUNT
               MOVE SPACES TO WORKSHEET-REC
               STRING "        OVERPAID - RECOVER BY HAND, NOT BATCHED"
                   DELIMITED BY SIZE INTO WORKSHEET-REC
               WRITE WORKSHEET-REC
           END-IF

      * Overtime is paid at time-and-a-half on HOURLY-RATE, so a
      * new rate re-prices it too, but history keeps no overtime
      * hours to do it with. Gross beyond the base pay may be
      * overtime (or a bonus or earlier retro), so such a period
      * is listed for payroll to work the overtime by hand
           IF WS-CHG-RATE(WS-CHG-SUB) > ZEROS
                   AND WS-PER-GROSS(WS-PER-SUB)
                       > WS-PER-BASE(WS-PER-SUB)
               IF WS-DIFFERENCE NOT < ZEROS
                   ADD 1 TO WS-HAND-COUNT
               END-IF
               MOVE SPACES TO WORKSHEET-REC
               STRING "        PAID BEYOND BASE - OT NOT RE-PRICED - "
                   "WORK BY HAND"
                   DELIMITED BY SIZE INTO WORKSHEET-REC
               WRITE WORKSHEET-REC
           END-IF.

       HOLD-ONE-RETRO-LINE.
           IF WS-LINE-COUNT >= 500
               DISPLAY "RUN HALTED: more than 500 retro lines - "
                   "raise the WS-LINE-TABLE limit"
               STOP RUN
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-CHG-EMP-ID(WS-CHG-SUB)
               TO WS-LINE-EMP-ID(WS-LINE-COUNT)
           MOVE WS-DIFFERENCE TO WS-LINE-AMOUNT(WS-LINE-COUNT)
           ADD WS-DIFFERENCE TO WS-BATCH-HASH.

       WRITE-RETRO-BATCH.
      * The header goes first with the batch's true count and hash,
      * exactly as a department would key it; nothing due means no
      * batch at all
           IF WS-LINE-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND BATCH-FILE
           IF WS-BATCH-FILE-STATUS NOT = "00"
                   AND WS-BATCH-FILE-STATUS NOT = "05"
               DISPLAY "RUN HALTED: TRANSBATCH.DAT could not be "
                   "opened (STATUS " WS-BATCH-FILE-STATUS ") - "
                   "nothing batched or logged; run again"
               STOP RUN
           END-IF
           MOVE SPACES        TO BATCH-REC
           MOVE "H"           TO TB-REC-TYPE
           MOVE "RETRO-PAY"   TO BH-DEPT
           MOVE WS-LINE-COUNT TO BH-RECORD-COUNT
           MOVE WS-BATCH-HASH TO BH-AMOUNT-HASH
           WRITE BATCH-REC

           PERFORM WRITE-ONE-BATCH-LINE
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-LINE-COUNT
           CLOSE BATCH-FILE
           IF WS-BATCH-FILE-STATUS NOT = "00"
               DISPLAY "RUN HALTED: TRANSBATCH.DAT could not be "
                   "closed (STATUS " WS-BATCH-FILE-STATUS ") - "
                   "remove the RETRO-PAY batch from it and run again"
               STOP RUN
           END-IF.

       WRITE-ONE-BATCH-LINE.
           MOVE SPACES TO BATCH-REC
           MOVE "D"    TO TB-REC-TYPE
           MOVE WS-LINE-EMP-ID(WS-CHG-SUB) TO TB-EMP-ID
           MOVE "RT"   TO TB-TYPE
           MOVE WS-LINE-AMOUNT(WS-CHG-SUB) TO TB-AMOUNT
           WRITE BATCH-REC
           IF WS-BATCH-FILE-STATUS NOT = "00"
               DISPLAY "RUN HALTED: TRANSBATCH.DAT write failed "
                   "(STATUS " WS-BATCH-FILE-STATUS ") - remove the "
                   "RETRO-PAY batch from it and run again"
               STOP RUN
           END-IF.

       LOG-WORKED-CHANGES.
      * Only now that the batch is on TRANSBATCH.DAT are this
      * run's changes logged as worked - a run that stopped before
      * here logged none of them, so the next run works them again
           OPEN EXTEND RETRODONE-FILE
           PERFORM LOG-ONE-WORKED-CHANGE
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-COUNT
           CLOSE RETRODONE-FILE.

       LOG-ONE-WORKED-CHANGE.
           IF WS-CHG-WORKED(WS-CHG-SUB) = "Y"
               MOVE WS-CHG-EMP-ID(WS-CHG-SUB) TO RD-EMP-ID
               MOVE WS-CHG-EFF(WS-CHG-SUB)    TO RD-EFF-DATE
               MOVE WS-CHG-SALARY(WS-CHG-SUB) TO RD-BASIC-SALARY
               MOVE WS-CHG-RATE(WS-CHG-SUB)   TO RD-HOURLY-RATE
               MOVE WS-RUN-DATE               TO RD-RUN-DATE
               WRITE RETRODONE-REC
           END-IF.

       FINALIZE-RUN.
           MOVE SPACES TO WORKSHEET-REC
           WRITE WORKSHEET-REC
           MOVE WS-WORKED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WORKSHEET-REC
           STRING "CHANGES WORKED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WORKSHEET-REC
           WRITE WORKSHEET-REC
           MOVE WS-SKIPPED-DONE TO WS-EDIT-COUNT
           MOVE SPACES TO WORKSHEET-REC
           STRING "CHANGES ALREADY WORKED (SKIPPED): " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WORKSHEET-REC
           WRITE WORKSHEET-REC
           MOVE WS-LINE-COUNT TO WS-EDIT-COUNT
           MOVE WS-BATCH-HASH TO WS-EDIT-HASH
           MOVE SPACES TO WORKSHEET-REC
           STRING "RT LINES BATCHED: " WS-EDIT-COUNT
               "  HASH TOTAL: " WS-EDIT-HASH
               DELIMITED BY SIZE INTO WORKSHEET-REC
           WRITE WORKSHEET-REC
           MOVE WS-HAND-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WORKSHEET-REC
           STRING "PERIODS TO WORK BY HAND: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WORKSHEET-REC
           WRITE WORKSHEET-REC
           MOVE WS-OVERPAID-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO WORKSHEET-REC
           STRING "OVERPAID ON BACK-DATED CUTS: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WORKSHEET-REC
           WRITE WORKSHEET-REC

           MOVE SPACES TO WORKSHEET-REC
           WRITE WORKSHEET-REC
           MOVE SPACES TO WORKSHEET-REC
           STRING "HR APPROVED BY: ____________________  "
               "DATE: __________"
               DELIMITED BY SIZE INTO WORKSHEET-REC
           WRITE WORKSHEET-REC

           CLOSE WORKSHEET-FILE

           MOVE WS-LINE-COUNT TO WS-EDIT-COUNT
           DISPLAY "DONE: " WS-EDIT-COUNT " RT line(s) batched on "
               "TRANSBATCH.DAT - see RETRO.RPT."
           IF WS-HAND-COUNT > ZEROS
               MOVE WS-HAND-COUNT TO WS-EDIT-COUNT
               DISPLAY "WARNING: " WS-EDIT-COUNT " period(s) to work "
                   "by hand - see RETRO.RPT."
           END-IF.
