      *========================================================
      * DEPARTMENT LABOR BUDGET VERSUS ACTUAL REPORT
      * Demonstrates:
      * - Month and year-to-date selection through an alternate
      *   key
      * - Budget comparison with percentage variance flagging
      *========================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOR-BUDGET.         *> Name of the COBOL program
       AUTHOR. RAYMOND SUNG-SEH HARRISON.*> Program author
       INSTALLATION. Personal COBOL Portfolio Project.
       DATE-WRITTEN. 2026-10-15.         *> Date the program was created
       DATE-COMPILED.
       SECURITY. PUBLIC.
       REMARKS.
           Compares each department's or cost center's labor budget
           with what its payroll actually cost, for the month and
           the year to date, so finance can explain overruns at
           month end without rebuilding the figures by hand. The
           budgets are kept on LABBUDGET.DAT, one record per
           department or cost center per month; a further record
           for the same month adds to it, so a budget revision is
           keyed as the amount it changes by. The operator names
           the month at the console. Actual cost is read from
           PAYHIST.DAT through the period end date key, from
           January 1 of the month's year to the month's end, so
           every pay group's periods are placed by the date they
           ended whatever each group calls them. A record's actual
           cost is its gross pay plus the employer benefit
           contribution and employer payroll taxes accrued on it,
           charged to PAY-DEPT - or, for an employee carrying
           cost-center splits, spread over the splits the way
           PAYROLL-SUMMARY spreads them: the gross shares as
           stamped, the employer amounts by each split's percent
           with the last split taking the rounding residue. A
           REVERSE-PAY reversal is taken off in the month of the
           payment it voids. Headcount is the number of different
           employees paid in the month under each department or
           cost center - an employee spread over several is
           counted in each - and, on the company line, overall.
           A variance more than WS-VARIANCE-LIMIT-PCT percent of
           budget either way is flagged OVER or UNDER, and actual
           cost with no budget at all is flagged NO BUDGET. The
           report goes to LABBUDGET.RPT. History records written
           before the period end date existed cannot be placed in
           a month and are counted on the report, as on QTRTAX.RPT.

       ENVIRONMENT DIVISION.
      *--------------------------------------------------------
      * Defines external files and how the program interacts
      * with the operating system.
      *--------------------------------------------------------

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * Monthly labor budgets by department or cost center, kept
      * by finance
           SELECT BUDGET-FILE ASSIGN TO "LABBUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.

      * Permanent payroll history added to by ADVANCED-PAYROLL;
      * records are PAY-REC images behind the HISTREC key, read
      * here through the period end date. OPTIONAL to match the
      * writer side
           SELECT OPTIONAL HIST-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-EMP-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-PERIOD-END
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.

      * Formatted budget versus actual report
           SELECT REPORT-FILE ASSIGN TO "LABBUDGET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *--------------------------------------------------------
      * Defines the structure of all data used by the program
      *--------------------------------------------------------

       FILE SECTION.
      *--------------------------------------------------------
      * Labor Budget File Layout
      *--------------------------------------------------------
       FD BUDGET-FILE.
       01 BUDGET-REC.
           05 BUD-MONTH  PIC 9(6).      *> Budget month (YYYYMM)
           05 BUD-DEPT   PIC X(20).     *> Department or cost center,
                                        *> as on PAY-DEPT or
                                        *> PAY-SPLIT-CC
           05 BUD-AMOUNT PIC 9(9)V99.   *> Labor cost budgeted for it
                                        *> that month

      *--------------------------------------------------------
      * Payroll History File Layout
      *--------------------------------------------------------
       FD HIST-FILE.

           COPY HISTREC.

      *--------------------------------------------------------
      * Budget Report File Layout
      *--------------------------------------------------------
       FD REPORT-FILE.
       01 REPORT-REC PIC X(80).
           *> One printed line of the budget versus actual report

       WORKING-STORAGE SECTION.
      *--------------------------------------------------------
      * Temporary variables used during program execution
      *--------------------------------------------------------

      * The history record being accumulated, decoded from its
      * image
           COPY PAYREC.

       01 EOF-BUDGET PIC X VALUE "N".
           *> End-of-file indicator for the budget file

       01 EOF-HIST PIC X VALUE "N".
           *> End of the records being read on the history file -
           *> reset for the undated records and again for the year

       01 WS-BUDGET-FILE-STATUS PIC X(2) VALUE "00".
           *> File status for BUDGET-FILE; anything other than "00"
           *> on OPEN halts the run - there is nothing to compare

       01 WS-HIST-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for HIST-FILE (indexed)

       01 WS-VARIANCE-LIMIT-PCT PIC 9(3)V99 VALUE 10.00.
           *> A variance more than this percent of budget, over or
           *> under, is flagged
       01 WS-VARIANCE-FLOOR-PCT PIC S9(3)V99 VALUE ZEROS.
           *> The same limit on the under side (negative)

       01 WS-REPORT-MONTH PIC 9(6) VALUE ZEROS.
           *> The month (YYYYMM) the operator asked for
       01 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YEAR PIC 9(4).
           05 WS-REPORT-MM   PIC 9(2).

       01 WS-YEAR-START  PIC 9(8) VALUE ZEROS.
       01 WS-MONTH-START PIC 9(8) VALUE ZEROS.
       01 WS-MONTH-END   PIC 9(8) VALUE ZEROS.
           *> January 1 of the month's year, and the month's first
           *> and last day (YYYYMMDD) - the end is held as day 31,
           *> which date comparison handles correctly whatever the
           *> month's real length

       01 WS-IN-MONTH PIC X VALUE "N".
           *> "Y" when the record being accumulated falls in the
           *> month itself, not just the year to date

       01 WS-BUDGET-READ    PIC 9(5) VALUE ZEROS.
           *> Budget records read from LABBUDGET.DAT
       01 WS-SELECTED-COUNT PIC 9(5) VALUE ZEROS.
           *> History records falling in the year to date
       01 WS-UNDATED-COUNT  PIC 9(5) VALUE ZEROS.
           *> History records with no numeric period end date
           *> (written before the field existed) - listed on the
           *> report so the shortfall is never silent
       01 WS-FLAGGED-COUNT  PIC 9(5) VALUE ZEROS.
           *> Budget lines flagged on the report

       01 WS-DEPT-COUNT PIC 9(3) VALUE ZEROS.
           *> Number of distinct departments seen so far

       01 WS-DEPT-SUB   PIC 9(3) VALUE ZEROS.
           *> Working subscript used to search/build WS-DEPT-TABLE

       01 WS-DEPT-FOUND PIC X VALUE "N".
           *> "Y" once WS-DEPT-SUB points at the matching entry

       01 WS-ACCUM-NAME PIC X(20) VALUE SPACES.
           *> The department or cost center the current amounts
           *> belong to - FIND-OR-ADD-DEPT-ENTRY's argument

       01 WS-SPLIT-SUB PIC 9(1) VALUE ZEROS.
           *> Working subscript over a PAY-REC's split entries

       01 WS-SHARE-GROSS   PIC S9(9)V99 VALUE ZEROS.
       01 WS-SHARE-BENEFIT PIC S9(9)V99 VALUE ZEROS.
       01 WS-SHARE-ER-TAX  PIC S9(9)V99 VALUE ZEROS.
           *> The amounts of the current record charged to one
           *> department or cost center - ADD-DEPARTMENT-COST's
           *> arguments, negative on a reversal

       01 WS-BENEFIT-APPORTIONED PIC 9(9)V99 VALUE ZEROS.
       01 WS-ER-TAX-APPORTIONED  PIC 9(9)V99 VALUE ZEROS.
           *> Employer amounts apportioned so far across the
           *> current record's splits - the last split takes what
           *> is left, so the shares sum exactly to the record

       01 WS-DEPT-TABLE.
           *> One entry per department or cost center budgeted or
           *> charged, built up as the budgets and then the history
           *> are read - the same table pattern PAYROLL-SUMMARY uses
           05 WS-DEPT-ENTRY OCCURS 200 TIMES.
               10 WS-DEPT-NAME        PIC X(20).
               10 WS-DEPT-HEADCOUNT   PIC 9(5).
               10 WS-DEPT-MTH-BUDGET  PIC S9(11)V99.
               10 WS-DEPT-YTD-BUDGET  PIC S9(11)V99.
               10 WS-DEPT-MTH-GROSS   PIC S9(11)V99.
               10 WS-DEPT-MTH-BENEFIT PIC S9(11)V99.
               10 WS-DEPT-MTH-ER-TAX  PIC S9(11)V99.
               10 WS-DEPT-MTH-ACTUAL  PIC S9(11)V99.
               10 WS-DEPT-YTD-ACTUAL  PIC S9(11)V99.

       01 WS-PAID-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-PAID-SUB   PIC 9(5) VALUE ZEROS.
       01 WS-PAID-FOUND PIC X VALUE "N".
       01 WS-PAID-TABLE.
           *> Each department and employee pairing paid in the
           *> month, so an employee paid twice is counted once
           05 WS-PAID-ENTRY OCCURS 5000 TIMES.
               10 WS-PAID-DEPT-SUB PIC 9(3).
               10 WS-PAID-EMP-ID   PIC 9(5).

       01 WS-EMP-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-EMP-SUB   PIC 9(5) VALUE ZEROS.
       01 WS-EMP-FOUND PIC X VALUE "N".
       01 WS-EMP-TABLE.
           *> Each employee paid in the month, for the company
           *> headcount
           05 WS-EMP-ENTRY OCCURS 3000 TIMES.
               10 WS-EMP-TAB-ID PIC 9(5).

       01 WS-TOTAL-MTH-BUDGET  PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-YTD-BUDGET  PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-MTH-GROSS   PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-MTH-BENEFIT PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-MTH-ER-TAX  PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-MTH-ACTUAL  PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-YTD-ACTUAL  PIC S9(11)V99 VALUE ZEROS.
           *> Company totals across every department, summed from
           *> the table once it is complete

       01 WS-LINE-LABEL    PIC X(6) VALUE SPACES.
       01 WS-LINE-BUDGET   PIC S9(11)V99 VALUE ZEROS.
       01 WS-LINE-ACTUAL   PIC S9(11)V99 VALUE ZEROS.
           *> WRITE-VARIANCE-LINE's arguments
       01 WS-LINE-VARIANCE PIC S9(11)V99 VALUE ZEROS.
       01 WS-LINE-PCT      PIC S9(5)V99 VALUE ZEROS.
       01 WS-LINE-FLAG     PIC X(9) VALUE SPACES.
           *> Figured by WRITE-VARIANCE-LINE

       01 WS-EDIT-COUNT    PIC ZZZZ9.
       01 WS-EDIT-BUDGET   PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDIT-ACTUAL   PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDIT-VARIANCE PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDIT-PCT      PIC ZZZZ9.99-.
       01 WS-EDIT-LIMIT    PIC ZZ9.99.
           *> Edited (human-readable) fields used to build report
           *> lines


       PROCEDURE DIVISION.
      *--------------------------------------------------------
      * This section contains the executable program logic
      *--------------------------------------------------------

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

           PERFORM LOAD-BUDGETS
           PERFORM ACCUMULATE-HISTORY

           PERFORM PRINT-DEPARTMENT-SECTION
           PERFORM PRINT-TOTAL-SECTION

           PERFORM FINALIZE-RUN

           STOP RUN.

       INITIALIZE-RUN.
           PERFORM ASK-REPORT-MONTH

           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS NOT = "00"
               DISPLAY "RUN HALTED: LABBUDGET.DAT could not be opened "
                   "(STATUS " WS-BUDGET-FILE-STATUS ") - set up the "
                   "department budgets first"
               STOP RUN
           END-IF
           OPEN INPUT HIST-FILE
           OPEN OUTPUT REPORT-FILE

           COMPUTE WS-VARIANCE-FLOOR-PCT = 0 - WS-VARIANCE-LIMIT-PCT

           PERFORM WRITE-REPORT-HEADER.

       ASK-REPORT-MONTH.
      * The operator names the month being reported; its date
      * range and the year to date are then figured so history
      * records select on their period end date
           DISPLAY "Enter the month to report (YYYYMM):"
           ACCEPT WS-REPORT-MONTH
           IF WS-REPORT-YEAR = ZEROS
                   OR WS-REPORT-MM < 1
                   OR WS-REPORT-MM > 12
               DISPLAY "RUN HALTED: a month in the form YYYYMM is "
                   "required"
               STOP RUN
           END-IF

           COMPUTE WS-YEAR-START  = WS-REPORT-YEAR * 10000 + 0101
           COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1
           COMPUTE WS-MONTH-END   = WS-REPORT-MONTH * 100 + 31

           DISPLAY "Reporting month " WS-REPORT-MONTH
               " and the year to date".

       LOAD-BUDGETS.
      * Every budget for the month's year up to the month goes
      * into the year to date; the month's own into the month.
      * Departments are listed in the order finance keys them
           PERFORM UNTIL EOF-BUDGET = "Y"
               READ BUDGET-FILE
                   AT END
                       MOVE "Y" TO EOF-BUDGET
                   NOT AT END
                       ADD 1 TO WS-BUDGET-READ
                       PERFORM LOAD-ONE-BUDGET
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE.

       LOAD-ONE-BUDGET.
           IF BUD-MONTH NOT NUMERIC OR BUD-AMOUNT NOT NUMERIC
               DISPLAY "RUN HALTED: LABBUDGET.DAT record "
                   WS-BUDGET-READ " is not a valid budget - correct "
                   "it first"
               STOP RUN
           END-IF

           IF BUD-MONTH >= WS-REPORT-YEAR * 100 + 1
                   AND BUD-MONTH <= WS-REPORT-MONTH
               MOVE BUD-DEPT TO WS-ACCUM-NAME
               PERFORM FIND-OR-ADD-DEPT-ENTRY
               ADD BUD-AMOUNT TO WS-DEPT-YTD-BUDGET(WS-DEPT-SUB)
               IF BUD-MONTH = WS-REPORT-MONTH
                   ADD BUD-AMOUNT TO WS-DEPT-MTH-BUDGET(WS-DEPT-SUB)
               END-IF
           END-IF.

       ACCUMULATE-HISTORY.
      * Undated images key on spaces, ahead of every real date, so
      * they are counted off the front of the date key first; then
      * the key is positioned on January 1 and read forward until
      * the dates pass the month's end
           MOVE "N" TO EOF-HIST
           MOVE SPACES TO HIST-PERIOD-END
           START HIST-FILE KEY IS EQUAL TO HIST-PERIOD-END
               INVALID KEY
                   MOVE "Y" TO EOF-HIST
           END-START
           PERFORM UNTIL EOF-HIST = "Y"
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-HIST
                   NOT AT END
                       IF HIST-PERIOD-END = SPACES
                           ADD 1 TO WS-UNDATED-COUNT
                       ELSE
                           MOVE "Y" TO EOF-HIST
                       END-IF
               END-READ
           END-PERFORM

           MOVE "N" TO EOF-HIST
           MOVE WS-YEAR-START TO HIST-PERIOD-END
           START HIST-FILE KEY IS NOT LESS THAN HIST-PERIOD-END
               INVALID KEY
                   MOVE "Y" TO EOF-HIST
           END-START
           PERFORM UNTIL EOF-HIST = "Y"
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-HIST
                   NOT AT END
                       IF HIST-PERIOD-END > WS-MONTH-END
                           MOVE "Y" TO EOF-HIST
                       ELSE
                           MOVE HIST-PAY-IMAGE TO PAY-REC
                           PERFORM SELECT-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       SELECT-HISTORY-RECORD.
      * Only dated records reach here - the undated ones cannot be
      * placed in any month and were counted off the front of the
      * date key instead
           IF PAY-PERIOD-END < WS-YEAR-START
                   OR PAY-PERIOD-END > WS-MONTH-END
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SELECTED-COUNT
           IF PAY-PERIOD-END >= WS-MONTH-START
               MOVE "Y" TO WS-IN-MONTH
           ELSE
               MOVE "N" TO WS-IN-MONTH
           END-IF

      * A record carrying cost-center splits is charged to each of
      * its centers; anything else (including records where
      * PAY-SPLIT-COUNT reads back as spaces, hence the NUMERIC
      * test) lands whole on its department
           IF PAY-SPLIT-COUNT NUMERIC AND PAY-SPLIT-COUNT > ZEROS
               MOVE ZEROS TO WS-BENEFIT-APPORTIONED
               MOVE ZEROS TO WS-ER-TAX-APPORTIONED
               PERFORM CHARGE-ONE-SPLIT
                   VARYING WS-SPLIT-SUB FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB > PAY-SPLIT-COUNT
           ELSE
               MOVE PAY-DEPT          TO WS-ACCUM-NAME
               MOVE GROSS-PAY         TO WS-SHARE-GROSS
               MOVE PAY-EMPLOYER-CONT TO WS-SHARE-BENEFIT
               MOVE PAY-EMPLOYER-TAX  TO WS-SHARE-ER-TAX
               PERFORM ADD-DEPARTMENT-COST
           END-IF.

       CHARGE-ONE-SPLIT.
      * One split's share: the gross exactly as ADVANCED-PAYROLL
      * stamped it, the employer amounts in proportion to the
      * split's percent - the last split takes whatever the
      * rounding left, so the shares sum exactly to the record
           MOVE PAY-SPLIT-CC(WS-SPLIT-SUB)    TO WS-ACCUM-NAME
           MOVE PAY-SPLIT-GROSS(WS-SPLIT-SUB) TO WS-SHARE-GROSS
           IF WS-SPLIT-SUB = PAY-SPLIT-COUNT
               COMPUTE WS-SHARE-BENEFIT =
                   PAY-EMPLOYER-CONT - WS-BENEFIT-APPORTIONED
               COMPUTE WS-SHARE-ER-TAX =
                   PAY-EMPLOYER-TAX - WS-ER-TAX-APPORTIONED
           ELSE
               COMPUTE WS-SHARE-BENEFIT ROUNDED =
                   PAY-EMPLOYER-CONT
                       * PAY-SPLIT-PCT(WS-SPLIT-SUB) / 100
               COMPUTE WS-SHARE-ER-TAX ROUNDED =
                   PAY-EMPLOYER-TAX
                       * PAY-SPLIT-PCT(WS-SPLIT-SUB) / 100
               ADD WS-SHARE-BENEFIT TO WS-BENEFIT-APPORTIONED
               ADD WS-SHARE-ER-TAX  TO WS-ER-TAX-APPORTIONED
           END-IF
           PERFORM ADD-DEPARTMENT-COST.

       ADD-DEPARTMENT-COST.
      * Charge the shares in WS-SHARE-GROSS/BENEFIT/ER-TAX to the
      * department or cost center in WS-ACCUM-NAME - every amount
      * on a reversal counts as a negative of the original, and a
      * reversal pays nobody, so it leaves the headcount alone
           IF PAY-REC-REVERSAL
               COMPUTE WS-SHARE-GROSS   = 0 - WS-SHARE-GROSS
               COMPUTE WS-SHARE-BENEFIT = 0 - WS-SHARE-BENEFIT
               COMPUTE WS-SHARE-ER-TAX  = 0 - WS-SHARE-ER-TAX
           END-IF
           PERFORM FIND-OR-ADD-DEPT-ENTRY

           COMPUTE WS-DEPT-YTD-ACTUAL(WS-DEPT-SUB) =
               WS-DEPT-YTD-ACTUAL(WS-DEPT-SUB) + WS-SHARE-GROSS
                   + WS-SHARE-BENEFIT + WS-SHARE-ER-TAX
           IF WS-IN-MONTH = "Y"
               ADD WS-SHARE-GROSS
                   TO WS-DEPT-MTH-GROSS(WS-DEPT-SUB)
               ADD WS-SHARE-BENEFIT
                   TO WS-DEPT-MTH-BENEFIT(WS-DEPT-SUB)
               ADD WS-SHARE-ER-TAX
                   TO WS-DEPT-MTH-ER-TAX(WS-DEPT-SUB)
               COMPUTE WS-DEPT-MTH-ACTUAL(WS-DEPT-SUB) =
                   WS-DEPT-MTH-ACTUAL(WS-DEPT-SUB) + WS-SHARE-GROSS
                       + WS-SHARE-BENEFIT + WS-SHARE-ER-TAX
               IF NOT PAY-REC-REVERSAL
                   PERFORM COUNT-PAID-EMPLOYEE
               END-IF
           END-IF.

       COUNT-PAID-EMPLOYEE.
      * An employee is counted once per department or cost center
      * however many payments the month holds for them there, and
      * once on the company line however many centers they span
           MOVE "N" TO WS-PAID-FOUND
           PERFORM VARYING WS-PAID-SUB FROM 1 BY 1
                   UNTIL WS-PAID-SUB > WS-PAID-COUNT
               IF WS-PAID-DEPT-SUB(WS-PAID-SUB) = WS-DEPT-SUB
                       AND WS-PAID-EMP-ID(WS-PAID-SUB) = PAY-EMP-ID
                   MOVE "Y" TO WS-PAID-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PAID-FOUND = "N"
               IF WS-PAID-COUNT < 5000
                   ADD 1 TO WS-PAID-COUNT
                   MOVE WS-DEPT-SUB TO WS-PAID-DEPT-SUB(WS-PAID-COUNT)
                   MOVE PAY-EMP-ID  TO WS-PAID-EMP-ID(WS-PAID-COUNT)
                   ADD 1 TO WS-DEPT-HEADCOUNT(WS-DEPT-SUB)
               ELSE
                   DISPLAY "RUN HALTED: more than 5000 department "
                       "headcounts in the month - raise the "
                       "WS-PAID-TABLE limit"
                   STOP RUN
               END-IF
           END-IF

           MOVE "N" TO WS-EMP-FOUND
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-TAB-ID(WS-EMP-SUB) = PAY-EMP-ID
                   MOVE "Y" TO WS-EMP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EMP-FOUND = "N"
               IF WS-EMP-COUNT < 3000
                   ADD 1 TO WS-EMP-COUNT
                   MOVE PAY-EMP-ID TO WS-EMP-TAB-ID(WS-EMP-COUNT)
               ELSE
                   DISPLAY "RUN HALTED: more than 3000 employees "
                       "paid in the month - raise the WS-EMP-TABLE "
                       "limit"
                   STOP RUN
               END-IF
           END-IF.

       FIND-OR-ADD-DEPT-ENTRY.
      * Linear search for the department or cost center the caller
      * left in WS-ACCUM-NAME. Every cost must be set against a
      * budget line, so one that does not fit the table halts the
      * run rather than dropping out of the report
           MOVE "N" TO WS-DEPT-FOUND
           MOVE ZEROS TO WS-DEPT-SUB

           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-NAME(WS-DEPT-SUB) = WS-ACCUM-NAME
                   MOVE "Y" TO WS-DEPT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-DEPT-FOUND = "N"
               IF WS-DEPT-COUNT < 200
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
                   MOVE WS-ACCUM-NAME TO WS-DEPT-NAME(WS-DEPT-SUB)
                   MOVE ZEROS TO WS-DEPT-HEADCOUNT(WS-DEPT-SUB)
                   MOVE ZEROS TO WS-DEPT-MTH-BUDGET(WS-DEPT-SUB)
                   MOVE ZEROS TO WS-DEPT-YTD-BUDGET(WS-DEPT-SUB)
                   MOVE ZEROS TO WS-DEPT-MTH-GROSS(WS-DEPT-SUB)
                   MOVE ZEROS TO WS-DEPT-MTH-BENEFIT(WS-DEPT-SUB)
                   MOVE ZEROS TO WS-DEPT-MTH-ER-TAX(WS-DEPT-SUB)
                   MOVE ZEROS TO WS-DEPT-MTH-ACTUAL(WS-DEPT-SUB)
                   MOVE ZEROS TO WS-DEPT-YTD-ACTUAL(WS-DEPT-SUB)
               ELSE
                   DISPLAY "RUN HALTED: more than 200 departments "
                       "and cost centers - raise the WS-DEPT-TABLE "
                       "limit"
                   STOP RUN
               END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "LABOR BUDGET VERSUS ACTUAL - MONTH "
               WS-REPORT-MONTH " AND YEAR TO DATE"
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "PERIOD END DATES " WS-YEAR-START
               " THROUGH " WS-MONTH-END
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-VARIANCE-LIMIT-PCT TO WS-EDIT-LIMIT
           MOVE SPACES TO REPORT-REC
           STRING "ACTUAL = GROSS + EMPLOYER BENEFIT + EMPLOYER TAX"
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "FLAGGED WHEN MORE THAN " WS-EDIT-LIMIT
               "% OVER OR UNDER BUDGET"
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "DEPT/COST CENTER"
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "                BUDGET          ACTUAL"
               "        VARIANCE       PCT"
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC.

       PRINT-DEPARTMENT-SECTION.
           PERFORM WRITE-DEPARTMENT-LINES
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.

       WRITE-DEPARTMENT-LINES.
      * The department's headcount, its month and year-to-date
      * comparisons, then what the month's actual is made of
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-DEPT-HEADCOUNT(WS-DEPT-SUB) TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           STRING WS-DEPT-NAME(WS-DEPT-SUB) "  HEADCOUNT PAID: "
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE "MONTH"                         TO WS-LINE-LABEL
           MOVE WS-DEPT-MTH-BUDGET(WS-DEPT-SUB) TO WS-LINE-BUDGET
           MOVE WS-DEPT-MTH-ACTUAL(WS-DEPT-SUB) TO WS-LINE-ACTUAL
           PERFORM WRITE-VARIANCE-LINE

           MOVE "YTD"                           TO WS-LINE-LABEL
           MOVE WS-DEPT-YTD-BUDGET(WS-DEPT-SUB) TO WS-LINE-BUDGET
           MOVE WS-DEPT-YTD-ACTUAL(WS-DEPT-SUB) TO WS-LINE-ACTUAL
           PERFORM WRITE-VARIANCE-LINE

           MOVE WS-DEPT-MTH-GROSS(WS-DEPT-SUB)   TO WS-EDIT-BUDGET
           MOVE WS-DEPT-MTH-BENEFIT(WS-DEPT-SUB) TO WS-EDIT-ACTUAL
           MOVE WS-DEPT-MTH-ER-TAX(WS-DEPT-SUB)  TO WS-EDIT-VARIANCE
           MOVE SPACES TO REPORT-REC
           STRING "  GROSS " WS-EDIT-BUDGET " BENEFIT "
               WS-EDIT-ACTUAL " ER TAX " WS-EDIT-VARIANCE
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           ADD WS-DEPT-MTH-BUDGET(WS-DEPT-SUB)  TO WS-TOTAL-MTH-BUDGET
           ADD WS-DEPT-YTD-BUDGET(WS-DEPT-SUB)  TO WS-TOTAL-YTD-BUDGET
           ADD WS-DEPT-MTH-GROSS(WS-DEPT-SUB)   TO WS-TOTAL-MTH-GROSS
           ADD WS-DEPT-MTH-BENEFIT(WS-DEPT-SUB)
               TO WS-TOTAL-MTH-BENEFIT
           ADD WS-DEPT-MTH-ER-TAX(WS-DEPT-SUB)  TO WS-TOTAL-MTH-ER-TAX
           ADD WS-DEPT-MTH-ACTUAL(WS-DEPT-SUB)  TO WS-TOTAL-MTH-ACTUAL
           ADD WS-DEPT-YTD-ACTUAL(WS-DEPT-SUB)  TO WS-TOTAL-YTD-ACTUAL.

       WRITE-VARIANCE-LINE.
      * One budget/actual/variance line for WS-LINE-LABEL. Cost
      * against no budget at all cannot be a percentage and is
      * flagged NO BUDGET; otherwise the variance is flagged when
      * it passes the limit either way
           COMPUTE WS-LINE-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET
           MOVE ZEROS TO WS-LINE-PCT
           MOVE SPACES TO WS-LINE-FLAG
           IF WS-LINE-BUDGET = ZEROS
               IF WS-LINE-ACTUAL NOT = ZEROS
                   MOVE "NO BUDGET" TO WS-LINE-FLAG
               END-IF
           ELSE
               COMPUTE WS-LINE-PCT ROUNDED =
                   WS-LINE-VARIANCE * 100 / WS-LINE-BUDGET
                   ON SIZE ERROR
                       IF WS-LINE-VARIANCE < ZEROS
                           MOVE -99999.99 TO WS-LINE-PCT
                       ELSE
                           MOVE 99999.99 TO WS-LINE-PCT
                       END-IF
               END-COMPUTE
               IF WS-LINE-PCT > WS-VARIANCE-LIMIT-PCT
                   MOVE "OVER" TO WS-LINE-FLAG
               END-IF
               IF WS-LINE-PCT < WS-VARIANCE-FLOOR-PCT
                   MOVE "UNDER" TO WS-LINE-FLAG
               END-IF
           END-IF
           IF WS-LINE-FLAG NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF

           MOVE WS-LINE-BUDGET   TO WS-EDIT-BUDGET
           MOVE WS-LINE-ACTUAL   TO WS-EDIT-ACTUAL
           MOVE WS-LINE-VARIANCE TO WS-EDIT-VARIANCE
           MOVE WS-LINE-PCT      TO WS-EDIT-PCT
           MOVE SPACES TO REPORT-REC
           STRING "  " WS-LINE-LABEL " " WS-EDIT-BUDGET " "
               WS-EDIT-ACTUAL " " WS-EDIT-VARIANCE " " WS-EDIT-PCT
               " " WS-LINE-FLAG
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC.

       PRINT-TOTAL-SECTION.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-EMP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           STRING "COMPANY TOTAL         HEADCOUNT PAID: "
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE "MONTH"             TO WS-LINE-LABEL
           MOVE WS-TOTAL-MTH-BUDGET TO WS-LINE-BUDGET
           MOVE WS-TOTAL-MTH-ACTUAL TO WS-LINE-ACTUAL
           PERFORM WRITE-VARIANCE-LINE

           MOVE "YTD"               TO WS-LINE-LABEL
           MOVE WS-TOTAL-YTD-BUDGET TO WS-LINE-BUDGET
           MOVE WS-TOTAL-YTD-ACTUAL TO WS-LINE-ACTUAL
           PERFORM WRITE-VARIANCE-LINE

           MOVE WS-TOTAL-MTH-GROSS   TO WS-EDIT-BUDGET
           MOVE WS-TOTAL-MTH-BENEFIT TO WS-EDIT-ACTUAL
           MOVE WS-TOTAL-MTH-ER-TAX  TO WS-EDIT-VARIANCE
           MOVE SPACES TO REPORT-REC
           STRING "  GROSS " WS-EDIT-BUDGET " BENEFIT "
               WS-EDIT-ACTUAL " ER TAX " WS-EDIT-VARIANCE
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-SELECTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           STRING "PAY RECORDS SELECTED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-FLAGGED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           STRING "LINES FLAGGED:        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           IF WS-UNDATED-COUNT > ZEROS
               MOVE WS-UNDATED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "WARNING: " WS-EDIT-COUNT " HISTORY RECORD(S) "
                   "CARRY NO PERIOD END DATE"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               STRING "    (WRITTEN BEFORE THE DATE EXISTED) - "
                   "NOT IN ANY MONTH ABOVE"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       FINALIZE-RUN.
           CLOSE HIST-FILE REPORT-FILE

           DISPLAY "DONE: Labor budget versus actual written to "
               "LABBUDGET.RPT."
           IF WS-FLAGGED-COUNT > ZEROS
               MOVE WS-FLAGGED-COUNT TO WS-EDIT-COUNT
               DISPLAY "WARNING: " WS-EDIT-COUNT " budget line(s) "
                   "flagged over the variance limit - see "
                   "LABBUDGET.RPT"
           END-IF.
