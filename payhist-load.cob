      *========================================================
      * PAYROLL HISTORY LOAD
      * Demonstrates:
      * - Loading an indexed file from a sequential one
      * - Building a unique prime key from a non-unique one
      *========================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYHIST-LOAD.         *> Name of the COBOL program
       AUTHOR. RAYMOND SUNG-SEH HARRISON.*> Program author
       INSTALLATION. Personal COBOL Portfolio Project.
       DATE-WRITTEN. 2026-10-15.         *> Date the program was created
       DATE-COMPILED.
       SECURITY. PUBLIC.
       REMARKS.
           Builds the indexed PAYHIST.DAT from the line-sequential
           history every run used to append to. The old file is
           renamed PAYHIST.OLD before the load; each of its PAY-REC
           images, whatever its age, is keyed exactly as the
           writers now key a new record - period, employee and the
           next free sequence number for the two - so the records
           for one period and employee keep the order they were
           written in. The load refuses to run into a PAYHIST.DAT
           that already holds history, so it can never double the
           file. The records read and loaded are counted at the
           console and must agree.

       ENVIRONMENT DIVISION.
      *--------------------------------------------------------
      * Defines external files and how the program interacts
      * with the operating system.
      *--------------------------------------------------------

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * The old line-sequential history, renamed out of the way
           SELECT OLDHIST-FILE ASSIGN TO "PAYHIST.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDHIST-FILE-STATUS.

      * The indexed history being built. OPTIONAL so the check
      * for existing history can open it before it exists
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-EMP-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-PERIOD-END
                   WITH DUPLICATES
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.

       DATA DIVISION.
      *--------------------------------------------------------
      * Defines the structure of all data used by the program
      *--------------------------------------------------------

       FILE SECTION.
      *--------------------------------------------------------
      * Old Payroll History File Layout
      *--------------------------------------------------------
       FD OLDHIST-FILE.
       01 OLDHIST-REC PIC X(401).
           *> PAY-REC image - keep this width in step with PAYREC.
           *> Older, shorter images read back padded with spaces,
           *> as they always have

      *--------------------------------------------------------
      * Payroll History File Layout
      *--------------------------------------------------------
       FD PAYHIST-FILE.

           COPY HISTREC.

       WORKING-STORAGE SECTION.
      *--------------------------------------------------------
      * Temporary variables used during program execution
      *--------------------------------------------------------

      * The image being loaded, decoded for its key fields
           COPY PAYREC.

       01 EOF-OLDHIST PIC X VALUE "N".
           *> End-of-file indicator for the old history file

       01 WS-OLDHIST-FILE-STATUS PIC X(2) VALUE "00".
           *> File status for OLDHIST-FILE; anything other than
           *> "00" on OPEN halts the run - there is nothing to load

       01 WS-PAYHIST-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for PAYHIST-FILE (indexed); "22" on
           *> WRITE means the sequence number is already taken

       01 WS-HIST-WRITTEN PIC X VALUE "N".
           *> "Y" once WRITE-HISTORY-RECORD has found the record a
           *> free sequence number

       01 WS-READ-COUNT   PIC 9(7) VALUE ZEROS.
           *> Images read from PAYHIST.OLD
       01 WS-LOADED-COUNT PIC 9(7) VALUE ZEROS.
           *> Records written to PAYHIST.DAT
       01 WS-UNDATED-COUNT PIC 9(7) VALUE ZEROS.
           *> ... of which carry no period end date (written
           *> before the field existed)

       01 WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
           *> Edited (human-readable) count for the console


       PROCEDURE DIVISION.
      *--------------------------------------------------------
      * This section contains the executable program logic
      *--------------------------------------------------------

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

           PERFORM UNTIL EOF-OLDHIST = "Y"
               READ OLDHIST-FILE
                   AT END
                       MOVE "Y" TO EOF-OLDHIST
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM LOAD-ONE-RECORD
               END-READ
           END-PERFORM

           PERFORM FINALIZE-RUN

           STOP RUN.

       INITIALIZE-RUN.
           OPEN INPUT OLDHIST-FILE
           IF WS-OLDHIST-FILE-STATUS NOT = "00"
               DISPLAY "RUN HALTED: PAYHIST.OLD could not be opened "
                   "(status " WS-OLDHIST-FILE-STATUS ") - rename "
                   "the old PAYHIST.DAT to PAYHIST.OLD first"
               STOP RUN
           END-IF

      * Loading on top of history already in the indexed file
      * would double it, so any record there at all halts the run
           OPEN INPUT PAYHIST-FILE
           READ PAYHIST-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY "RUN HALTED: PAYHIST.DAT already holds "
                       "history - nothing loaded"
                   STOP RUN
           END-READ
           CLOSE PAYHIST-FILE

           OPEN OUTPUT PAYHIST-FILE
           IF WS-PAYHIST-FILE-STATUS NOT = "00"
               DISPLAY "RUN HALTED: PAYHIST.DAT could not be "
                   "created (status " WS-PAYHIST-FILE-STATUS ")"
               STOP RUN
           END-IF.

       LOAD-ONE-RECORD.
           MOVE OLDHIST-REC TO PAY-REC
           IF PAY-PERIOD-END NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
           END-IF
           PERFORM WRITE-HISTORY-RECORD.

       WRITE-HISTORY-RECORD.
      * Keyed the same way every writer keys a new record: the
      * sequence starts at 001 and steps past any number the
      * period and employee already hold. An undated image's
      * period end key is its SPACES, moved as they stand
           MOVE PAY-PERIOD     TO HIST-PERIOD
           MOVE PAY-EMP-ID     TO HIST-EMP-ID
           MOVE PAY-PERIOD-END TO HIST-PERIOD-END
           MOVE PAY-REC        TO HIST-PAY-IMAGE
           MOVE 1 TO HIST-SEQ
           MOVE "N" TO WS-HIST-WRITTEN
           PERFORM UNTIL WS-HIST-WRITTEN = "Y"
               WRITE HIST-REC
                   INVALID KEY
                       IF WS-PAYHIST-FILE-STATUS = "22"
                               AND HIST-SEQ < 999
                           ADD 1 TO HIST-SEQ
                       ELSE
                           DISPLAY "RUN HALTED: PAYHIST.DAT write "
                               "failed for period " PAY-PERIOD
                               " employee " PAY-EMP-ID " (status "
                               WS-PAYHIST-FILE-STATUS ")"
                           STOP RUN
                       END-IF
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HIST-WRITTEN
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
           END-PERFORM.

       FINALIZE-RUN.
           CLOSE OLDHIST-FILE PAYHIST-FILE

           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           DISPLAY "Records read from PAYHIST.OLD:  " WS-EDIT-COUNT
           MOVE WS-UNDATED-COUNT TO WS-EDIT-COUNT
           DISPLAY "   of which undated:            " WS-EDIT-COUNT
           MOVE WS-LOADED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Records loaded into PAYHIST.DAT:" WS-EDIT-COUNT

           IF WS-LOADED-COUNT = WS-READ-COUNT
               DISPLAY "DONE: PAYHIST.DAT loaded - keep PAYHIST.OLD "
                   "until the first run against it has proved out."
           ELSE
               DISPLAY "WARNING: records read and loaded disagree - "
                   "do not use PAYHIST.DAT until this is resolved."
           END-IF.
