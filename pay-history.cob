      *========================================================
      * PAYROLL HISTORY INQUIRY REPORT
      * Demonstrates:
      * - Keyed reads of the permanent PAYHIST.DAT archive
      * - Request-driven report selection
      *========================================================

       REMARKS.
           Reads inquiry requests from PAYINQ.DAT and answers each
           one from the permanent payroll history PAYHIST.DAT that
           ADVANCED-PAYROLL adds to every run. An "E" request
           prints one employee's pay across every period on file,
           read through the employee key; a "P" request prints the
           full register for one period, read through the period
           at the front of the prime key. Only the records asked
           for are read - the history is never scanned end to end.
           All answers go to PAYHIST.RPT, one section per request,
           each with selected-record totals. Each line carries the
           record's PAY-REC-TYPE; a REVERSE-PAY reversal ("V") is
           taken off the totals rather than added to them.

       ENVIRONMENT DIVISION.
      *--------------------------------------------------------
           SELECT INQ-FILE ASSIGN TO "PAYINQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Permanent payroll history added to by ADVANCED-PAYROLL;
      * records are PAY-REC images behind the HISTREC key, each
      * request positioned on its own key with START. OPTIONAL to
      * match the writer side: before the first payroll run
      * creates the file, an inquiry simply answers with zero
      * records instead of failing on OPEN
           SELECT OPTIONAL HIST-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-EMP-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-PERIOD-END
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.

      * Formatted inquiry answers
           SELECT REPORT-FILE ASSIGN TO "PAYHIST.RPT"
      *--------------------------------------------------------
       FD HIST-FILE.

           COPY HISTREC.

      *--------------------------------------------------------
      * Inquiry Report File Layout
      * Temporary variables used during program execution
      *--------------------------------------------------------

      * The history record being reported, decoded from its image
           COPY PAYREC.

       01 EOF-INQ  PIC X VALUE "N".
           *> End-of-file indicator for the request file

       01 EOF-HIST PIC X VALUE "N".
           *> End of the current request's records on the history
           *> file, reset before each request's read

       01 WS-HIST-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for HIST-FILE (indexed)

       01 WS-SELECTED-COUNT PIC 9(5) VALUE ZEROS.
           *> History records selected by the current request

       01 WS-TOTAL-GROSS    PIC S9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-TAX      PIC S9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-DEDUCT   PIC S9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-NET      PIC S9(9)V99 VALUE ZEROS.
           *> Totals across the records selected by the current
           *> request - wider than one PAY-REC amount so many
           *> periods' figures can't overflow them, and signed
           *> because a reversal counts against them

       01 WS-EDIT-COUNT  PIC ZZZZ9.
       01 WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
           *> Edited (human-readable) fields used to build report
           *> lines

           STOP RUN.

       INITIALIZE-RUN.
           OPEN INPUT INQ-FILE HIST-FILE
           OPEN OUTPUT REPORT-FILE

           PERFORM READ-INQ-RECORD.

       ANSWER-ONE-REQUEST.
      * Each request positions the history file on its own key;
      * requests are independent of each other
           EVALUATE TRUE
               WHEN INQ-BY-EMPLOYEE

       WRITE-COLUMN-HEADER.
      * Captions sit over the columns WRITE-DETAIL-LINE lays out:
      * period, employee id, 20-character name, the four
      * right-aligned money columns, then the record type
           MOVE SPACES TO REPORT-REC
           STRING "PERIOD EMPID NAME                 "
               "     GROSS        TAX     DEDUCT        NET T"
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC.

       SCAN-HISTORY.
      * An "E" request starts on the employee key and a "P" request
      * on the first prime key of the period; either way the read
      * stops at the first record that belongs to something else
           MOVE ZEROS TO WS-SELECTED-COUNT
           MOVE ZEROS TO WS-TOTAL-GROSS
           MOVE ZEROS TO WS-TOTAL-TAX
           MOVE ZEROS TO WS-TOTAL-NET

           MOVE "N" TO EOF-HIST
           IF INQ-BY-EMPLOYEE
               MOVE INQ-EMP-ID TO HIST-EMP-ID
               START HIST-FILE KEY IS EQUAL TO HIST-EMP-ID
                   INVALID KEY
                       MOVE "Y" TO EOF-HIST
               END-START
           ELSE
               MOVE INQ-PERIOD TO HIST-PERIOD
               MOVE ZEROS      TO HIST-EMP-ID
               MOVE ZEROS      TO HIST-SEQ
               START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO EOF-HIST
               END-START
           END-IF

           PERFORM UNTIL EOF-HIST = "Y"
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-HIST
                   NOT AT END
                       PERFORM SELECT-HISTORY-RECORD
               END-READ
           END-PERFORM

           PERFORM WRITE-REQUEST-TOTALS.

       SELECT-HISTORY-RECORD.
      * The records come back in key order, so the first one whose
      * key field no longer matches - employee id for an "E"
      * request, period for a "P" - ends the request. A reversal's
      * amounts undo the record it reverses, so they come off the
      * totals
           IF (INQ-BY-EMPLOYEE AND HIST-EMP-ID NOT = INQ-EMP-ID)
                   OR (INQ-BY-PERIOD AND HIST-PERIOD NOT = INQ-PERIOD)
               MOVE "Y" TO EOF-HIST
               EXIT PARAGRAPH
           END-IF

           MOVE HIST-PAY-IMAGE TO PAY-REC
           PERFORM WRITE-DETAIL-LINE
           ADD 1 TO WS-SELECTED-COUNT
           IF PAY-REC-REVERSAL
               SUBTRACT GROSS-PAY  FROM WS-TOTAL-GROSS
               SUBTRACT TAX-AMT    FROM WS-TOTAL-TAX
               SUBTRACT DEDUCTIONS FROM WS-TOTAL-DEDUCT
               SUBTRACT NET-PAY    FROM WS-TOTAL-NET
           ELSE
               ADD GROSS-PAY  TO WS-TOTAL-GROSS
               ADD TAX-AMT    TO WS-TOTAL-TAX
               ADD DEDUCTIONS TO WS-TOTAL-DEDUCT
           MOVE SPACES TO REPORT-REC
           STRING PAY-PERIOD " " PAY-EMP-ID " " WS-DETAIL-NAME
               " " WS-EDIT-GROSS " " WS-EDIT-TAX
               " " WS-EDIT-DEDUCT " " WS-EDIT-NET " " PAY-REC-TYPE
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC.

           END-READ.

       FINALIZE-RUN.
           CLOSE INQ-FILE HIST-FILE REPORT-FILE

           DISPLAY "DONE: Payroll history inquiry report written to "
               "PAYHIST.RPT.".
