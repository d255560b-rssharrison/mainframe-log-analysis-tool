      *========================================================
      * QUARTERLY EMPLOYER TAX REPORT
      * Demonstrates:
      * - Date-range selection through an alternate key
      * - Per-employee wage and contribution detail reporting
      *========================================================

           date falls inside that quarter is accumulated by
           employee - the gross wages paid and the employer taxes
           ADVANCED-PAYROLL accrued on them - and listed with
           quarter totals on QTRTAX.RPT. The records are read
           through the period end date key, starting at the
           quarter's first day, so only the quarter is read. A
           REVERSE-PAY reversal carries the period end date of the
           payment it voids, so it is taken off in the same
           quarter the payment landed. History records written
           before the period end date existed carry spaces there
           and are counted and reported rather than silently
           dropped.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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

      * Formatted quarterly detail report
           SELECT REPORT-FILE ASSIGN TO "QTRTAX.RPT"
      *--------------------------------------------------------
       FD HIST-FILE.

           COPY HISTREC.

      *--------------------------------------------------------
      * Quarterly Report File Layout
      * Temporary variables used during program execution
      *--------------------------------------------------------

      * The history record being accumulated, decoded from its
      * image
           COPY PAYREC.

       01 EOF-HIST PIC X VALUE "N".
           *> End of the records being read on the history file -
           *> reset for the undated records and again for the
           *> quarter

       01 WS-HIST-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for HIST-FILE (indexed)

       01 WS-REPORT-YEAR    PIC 9(4) VALUE ZEROS.
           *> The filing year the operator asked for
           05 WS-EMP-ENTRY OCCURS 1000 TIMES.
               10 WS-EMP-TAB-ID     PIC 9(5).
               10 WS-EMP-TAB-NAME   PIC X(30).
               10 WS-EMP-TAB-WAGES  PIC S9(9)V99.
               10 WS-EMP-TAB-ER-TAX PIC S9(9)V99.

       01 WS-SELECTED-COUNT PIC 9(5) VALUE ZEROS.
           *> History records falling inside the quarter
           *> (written before the field existed) - listed on the
           *> report so the shortfall is never silent

       01 WS-TOTAL-WAGES  PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-ER-TAX PIC S9(11)V99 VALUE ZEROS.
           *> Quarter totals across every selected record - wider
           *> than one employee's figures so a big quarter can't
           *> overflow them; signed, like the table figures, since
           *> a reversal is taken off them

       01 WS-DETAIL-NAME PIC X(25).
           *> Employee name shortened to keep the detail line
           *> within the 80-character report record

       01 WS-EDIT-COUNT  PIC ZZZZ9.
       01 WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
           *> Edited (human-readable) fields used to build report
           *> lines

       01 WS-EDIT-WAGES  PIC ZZZZZZZZ9.99-.
       01 WS-EDIT-ER-TAX PIC ZZZZZZZZ9.99-.
           *> The two money columns of a detail line, edited
           *> separately so one STRING lays the whole line out
           *> under the column header
               WS-REPORT-YEAR.

       ACCUMULATE-HISTORY.
      * Undated images key on spaces, ahead of every real date, so
      * they are counted off the front of the date key first; then
      * the key is positioned on the quarter's first day and read
      * forward until the dates pass the quarter's end
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
           MOVE WS-QUARTER-START TO HIST-PERIOD-END
           START HIST-FILE KEY IS NOT LESS THAN HIST-PERIOD-END
               INVALID KEY
                   MOVE "Y" TO EOF-HIST
           END-START
           PERFORM UNTIL EOF-HIST = "Y"
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-HIST
                   NOT AT END
                       IF HIST-PERIOD-END > WS-QUARTER-END
                           MOVE "Y" TO EOF-HIST
                       ELSE
                           MOVE HIST-PAY-IMAGE TO PAY-REC
                           PERFORM SELECT-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       SELECT-HISTORY-RECORD.
      * Only dated records reach here - the undated ones cannot be
      * placed in any quarter and were counted off the front of
      * the date key instead
           IF PAY-PERIOD-END >= WS-QUARTER-START
                   AND PAY-PERIOD-END <= WS-QUARTER-END
               PERFORM FIND-OR-ADD-EMP-ENTRY
               ADD 1 TO WS-SELECTED-COUNT
               IF PAY-REC-REVERSAL
                   SUBTRACT GROSS-PAY
                       FROM WS-EMP-TAB-WAGES(WS-EMP-SUB)
                   SUBTRACT PAY-EMPLOYER-TAX
                       FROM WS-EMP-TAB-ER-TAX(WS-EMP-SUB)
                   SUBTRACT GROSS-PAY FROM WS-TOTAL-WAGES
                   SUBTRACT PAY-EMPLOYER-TAX FROM WS-TOTAL-ER-TAX
               ELSE
                   ADD GROSS-PAY TO WS-EMP-TAB-WAGES(WS-EMP-SUB)
                   ADD PAY-EMPLOYER-TAX
                       TO WS-EMP-TAB-ER-TAX(WS-EMP-SUB)
                   ADD GROSS-PAY TO WS-TOTAL-WAGES
                   ADD PAY-EMPLOYER-TAX TO WS-TOTAL-ER-TAX
               END-IF
           END-IF.

       FIND-OR-ADD-EMP-ENTRY.
