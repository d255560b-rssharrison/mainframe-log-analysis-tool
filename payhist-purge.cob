      *========================================================
      * PAYROLL HISTORY ARCHIVE AND PURGE
      * Demonstrates:
      * - Retention control over an indexed history file
      * - Archive sections with header and trailer control totals
      * - Read-back verification before any record is deleted
      *========================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYHIST-PURGE.        *> Name of the COBOL program
       AUTHOR. RAYMOND SUNG-SEH HARRISON.*> Program author
       INSTALLATION. Personal COBOL Portfolio Project.
       DATE-WRITTEN. 2026-10-15.         *> Date the program was created
       DATE-COMPILED.
       SECURITY. PUBLIC.
       REMARKS.
           Moves one closed payroll year off the indexed
           PAYHIST.DAT once it has passed the retention period.
           The operator names the year at the console. It is
           refused unless YEAR-END-CLOSE has recorded it closed on
           YEARCTL.DAT, unless WS-RETENTION-YEARS full years have
           followed it, and while any check cut in it is still open
           on CHECKSTAT.DAT (YTD-PROOF could no longer prove it).
           A year's records are those whose period end date falls
           in it - the period id's year for images older than the
           date - the same rule YTD-PROOF uses. They are read
           through the period end date key and copied to
           HISTARCH.DAT as one section: a header dated with this
           run's date and time, every record exactly as it stood
           on PAYHIST.DAT, and a trailer carrying the record count
           and gross, tax and net control totals. The section is
           then read back and must agree with its trailer before
           anything is removed. Each case's garnishment withheld in
           the year is written to GARNPURGE.DAT so YTD-PROOF can
           still prove GARNORD.DAT's lifetime withheld-to-date.
           Only then is each archived record deleted from
           PAYHIST.DAT, and only if it still matches its archived
           image. A rerun for a year already archived goes straight
           to the read-back and the deletes, so an interrupted
           purge is finished rather than archived twice.
           HISTPURGE.RPT shows the control totals both ways and
           what was deleted.

       ENVIRONMENT DIVISION.
      *--------------------------------------------------------
      * Defines external files and how the program interacts
      * with the operating system.
      *--------------------------------------------------------

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * Year-close control - the last year YEAR-END-CLOSE closed;
      * that year and every one before it may be purged
           SELECT YEARCTL-FILE ASSIGN TO "YEARCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEARCTL-FILE-STATUS.

      * Permanent payroll history - read through the period end
      * date key, then opened I-O for the deletes. OPTIONAL so a
      * missing file finds nothing to purge
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-EMP-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-PERIOD-END
                   WITH DUPLICATES
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.

      * Permanent history archive - one dated section per year
      * purged, appended run after run and never truncated.
      * OPTIONAL so the first purge creates it
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "HISTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Open-check register CHECK-RECON keeps. OPTIONAL - no file
      * means no checks outstanding
           SELECT OPTIONAL CHECKSTAT-FILE ASSIGN TO "CHECKSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Garnishment case amounts withheld in purged years, read
      * back and rewritten with this year's. OPTIONAL so the first
      * purge creates it
           SELECT OPTIONAL GARNPURGE-FILE ASSIGN TO "GARNPURGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * The purge report
           SELECT REPORT-FILE ASSIGN TO "HISTPURGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *--------------------------------------------------------
      * Defines the structure of all data used by the program
      *--------------------------------------------------------

       FILE SECTION.
      *--------------------------------------------------------
      * Year-Close Control File Layout
      *--------------------------------------------------------
       FD YEARCTL-FILE.
       01 YEARCTL-REC.
           05 YC-LAST-CLOSED-YEAR PIC 9(4).
               *> The most recent payroll year already closed

      *--------------------------------------------------------
      * Payroll History File Layout
      *--------------------------------------------------------
       FD PAYHIST-FILE.

           COPY HISTREC.

      *--------------------------------------------------------
      * History Archive File Layout
      * One record shape for the three line kinds of a section,
      * told apart by the leading record-type byte
      *--------------------------------------------------------
       FD ARCHIVE-FILE.
       01 ARCH-REC.
           05 ARCH-REC-TYPE  PIC X(1).  *> "H" header / "D" detail /
                                        *> "T" trailer
               88 ARCH-HEADER  VALUE "H".
               88 ARCH-DETAIL  VALUE "D".
               88 ARCH-TRAILER VALUE "T".
           05 ARCH-REST      PIC X(423).
                                        *> Redefined per line kind
       01 ARCH-HEADER-REC REDEFINES ARCH-REC.
           05 FILLER         PIC X(1).
           05 ARCH-HDR-YEAR  PIC 9(4).  *> Payroll year archived
           05 ARCH-HDR-DATE  PIC 9(8).  *> Run that archived it
                                        *> (YYYYMMDD) ...
           05 ARCH-HDR-TIME  PIC 9(6).  *> ... and its time (HHMMSS)
           05 ARCH-HDR-RETENTION PIC 9(2).
                                        *> Retention years in force
           05 ARCH-HDR-CLOSED PIC 9(4). *> Last year closed then
           05 FILLER         PIC X(399).
       01 ARCH-DETAIL-REC REDEFINES ARCH-REC.
           05 FILLER         PIC X(1).
           05 ARCH-DTL-HIST.            *> The PAYHIST.DAT record as
                                        *> it stood - keep in step
                                        *> with HISTREC
               10 ARCH-DTL-PERIOD     PIC X(6).
               10 ARCH-DTL-EMP-ID     PIC 9(5).
               10 ARCH-DTL-SEQ        PIC 9(3).
               10 ARCH-DTL-PERIOD-END PIC X(8).
               10 ARCH-DTL-IMAGE      PIC X(401).
       01 ARCH-TRAILER-REC REDEFINES ARCH-REC.
           05 FILLER         PIC X(1).
           05 ARCH-TRL-YEAR  PIC 9(4).  *> Payroll year archived
           05 ARCH-TRL-COUNT PIC 9(7).  *> Detail records in the
                                        *> section
           05 ARCH-TRL-GROSS PIC 9(11)V99.
           05 ARCH-TRL-TAX   PIC 9(11)V99.
           05 ARCH-TRL-NET   PIC 9(11)V99.
                                        *> GROSS-PAY, TAX-AMT and
                                        *> NET-PAY summed over the
                                        *> details as they stand -
                                        *> file control totals, so a
                                        *> reversal adds like any
                                        *> other record
           05 FILLER         PIC X(373).

      *--------------------------------------------------------
      * Open-Check Register File Layout
      * Same record CHECK-RECON maintains - keep in step
      *--------------------------------------------------------
       FD CHECKSTAT-FILE.
       01 CHECKSTAT-REC.
           05 CS-CHECK-NO    PIC 9(8).  *> Check number issued
           05 CS-PERIOD      PIC X(6).  *> Pay period it was cut in
           05 CS-EMP-ID      PIC 9(5).  *> Employee paid
           05 CS-PAYEE       PIC X(30). *> Payee (employee name)
           05 CS-AMOUNT      PIC 9(7)V99.
                                        *> Check amount
           05 CS-RECON-COUNT PIC 9(3).  *> Reconciliation runs the
                                        *> check has sat through

      *--------------------------------------------------------
      * Purged Garnishment Amounts File Layout
      * Same record YTD-PROOF reads - keep in step
      *--------------------------------------------------------
       FD GARNPURGE-FILE.
       01 GARNPURGE-REC.
           05 GP-YEAR     PIC 9(4).   *> Payroll year purged
           05 GP-EMP-ID   PIC 9(5).   *> Employee withheld from
           05 GP-CASE-NO  PIC X(15).  *> GARNORD.DAT case withheld
                                      *> for; SPACES marks an
                                      *> employee some of whose
                                      *> purged history predates the
                                      *> case amounts
           05 GP-AMOUNT   PIC 9(9)V99.
                                      *> Withheld for the case in
                                      *> that year, net of reversals

      *--------------------------------------------------------
      * Purge Report File Layout
      *--------------------------------------------------------
       FD REPORT-FILE.
       01 REPORT-REC PIC X(80).
           *> One printed line of the purge report

       WORKING-STORAGE SECTION.
      *--------------------------------------------------------
      * Temporary variables used during program execution
      *--------------------------------------------------------

      * The history record in hand, decoded from its image
           COPY PAYREC.

       01 EOF-HIST PIC X VALUE "N".
           *> End of the year's records on the history file - reset
           *> for the undated records and again for the dated ones

       01 EOF-ARCH PIC X VALUE "N".
           *> End-of-file indicator for the archive, reset before
           *> each pass over it

       01 EOF-CHECK PIC X VALUE "N".
           *> End-of-file indicator for the open-check register

       01 EOF-GARNPURGE PIC X VALUE "N".
           *> End-of-file indicator for the purged case amounts

       01 WS-YEARCTL-FILE-STATUS PIC X(2) VALUE "00".
           *> File status for YEARCTL-FILE; anything but "00" means
           *> no year has been closed, so nothing may be purged

       01 WS-PAYHIST-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for PAYHIST-FILE (indexed); "05" on
           *> OPEN means there is no history file at all

       01 WS-RETENTION-YEARS PIC 9(2) VALUE 7.
           *> Full years a closed year's history is kept on
           *> PAYHIST.DAT after it ends - adjust here if the
           *> retention policy changes

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR  PIC 9(4).
           05 FILLER       PIC 9(4).
           *> Today's date (YYYYMMDD); its year decides which years
           *> are past retention, and the whole date dates the
           *> archive section
       01 WS-RUN-CLOCK.
           05 WS-RUN-TIME  PIC 9(6).
           05 FILLER       PIC 9(2).
           *> ACCEPT ... FROM TIME gives HHMMSSHH; the hundredths
           *> are dropped

       01 WS-LAST-CLOSED-YEAR PIC 9(4) VALUE ZEROS.
           *> Last year closed, loaded from YEARCTL.DAT
       01 WS-PURGE-YEAR PIC 9(4) VALUE ZEROS.
           *> The year the operator asked to purge
       01 WS-KEEP-FROM-YEAR PIC 9(4) VALUE ZEROS.
           *> First year still inside the retention period
       01 WS-YEAR-FIRST-DATE PIC 9(8) VALUE ZEROS.
           *> January 1 of the purge year, where the date key read
           *> starts

       01 WS-OPEN-CHECK-COUNT PIC 9(5) VALUE ZEROS.
           *> Checks cut in the purge year still open

       01 WS-SECTION-FOUND PIC X VALUE "N".
           *> "Y" when HISTARCH.DAT already holds a complete section
           *> for the purge year - the run resumes at the deletes
       01 WS-SECTION-DATE PIC 9(8) VALUE ZEROS.
       01 WS-SECTION-TIME PIC 9(6) VALUE ZEROS.
           *> Date and time on the header of the section being
           *> verified and purged
       01 WS-PEND-YEAR PIC 9(4) VALUE ZEROS.
       01 WS-PEND-DATE PIC 9(8) VALUE ZEROS.
       01 WS-PEND-TIME PIC 9(6) VALUE ZEROS.
           *> The last header seen while looking for a section - it
           *> only counts once its trailer is found
       01 WS-IN-SECTION PIC X VALUE "N".
           *> "Y" while a read of the archive is inside the section
       01 WS-TRAILER-SEEN PIC X VALUE "N".
           *> "Y" once the section's trailer has been read back

       01 WS-ARC-COUNT PIC 9(7) VALUE ZEROS.
       01 WS-ARC-GROSS PIC 9(11)V99 VALUE ZEROS.
       01 WS-ARC-TAX   PIC 9(11)V99 VALUE ZEROS.
       01 WS-ARC-NET   PIC 9(11)V99 VALUE ZEROS.
           *> Control totals of the records copied to the archive
           *> this run - they become the trailer

       01 WS-VER-COUNT PIC 9(7) VALUE ZEROS.
       01 WS-VER-GROSS PIC 9(11)V99 VALUE ZEROS.
       01 WS-VER-TAX   PIC 9(11)V99 VALUE ZEROS.
       01 WS-VER-NET   PIC 9(11)V99 VALUE ZEROS.
           *> The same totals summed again from the details read
           *> back off the archive

       01 WS-TRL-COUNT PIC 9(7) VALUE ZEROS.
       01 WS-TRL-GROSS PIC 9(11)V99 VALUE ZEROS.
       01 WS-TRL-TAX   PIC 9(11)V99 VALUE ZEROS.
       01 WS-TRL-NET   PIC 9(11)V99 VALUE ZEROS.
           *> The section trailer's totals, as read back

       01 WS-DELETED-COUNT PIC 9(7) VALUE ZEROS.
           *> Records deleted from PAYHIST.DAT this run
       01 WS-GONE-COUNT    PIC 9(7) VALUE ZEROS.
           *> Archived records already gone - deleted by the run
           *> this one is finishing
       01 WS-KEPT-COUNT    PIC 9(7) VALUE ZEROS.
           *> Records left on PAYHIST.DAT because they no longer
           *> match their archived image

       01 WS-HIST-SIGN PIC S9(1) VALUE +1.
           *> +1 for a payment, -1 for a reversal of one

       01 WS-GARN-SUB2 PIC 9(1) VALUE ZEROS.
           *> Subscript over the case amounts on a history record

       01 WS-CARRY-COUNT PIC 9(4) VALUE ZEROS.
           *> Entries held in WS-CARRY-TABLE
       01 WS-CARRY-SUB   PIC 9(4) VALUE ZEROS.
       01 WS-CARRY-FOUND PIC 9(4) VALUE ZEROS.
           *> Working subscript, and the entry FIND-OR-ADD-CARRY
           *> matched
       01 WS-CARRY-YEAR-COUNT PIC 9(4) VALUE ZEROS.
           *> ... of which belong to the purge year

       01 WS-FIND-CASE-NO PIC X(15) VALUE SPACES.
           *> Case FIND-OR-ADD-CARRY looks for (SPACES = marker)

       01 WS-CARRY-TABLE.
           *> GARNPURGE.DAT held in storage: every earlier year's
           *> entries as read, and the purge year's rebuilt from
           *> the archive section
           05 WS-CARRY-ENTRY OCCURS 2000 TIMES.
               10 WS-CRY-YEAR    PIC 9(4).
               10 WS-CRY-EMP-ID  PIC 9(5).
               10 WS-CRY-CASE-NO PIC X(15).
               10 WS-CRY-AMOUNT  PIC S9(9)V99.

       01 WS-EDIT-COUNT   PIC Z(13)9.
       01 WS-EDIT-COUNT-2 PIC Z(13)9.
       01 WS-EDIT-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT-2 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           *> Edited (human-readable) fields used to build the
           *> report lines - a count's last digit lines up under an
           *> amount's units


       PROCEDURE DIVISION.
      *--------------------------------------------------------
      * This section contains the executable program logic
      *--------------------------------------------------------

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

      * A year already archived by an interrupted run is not
      * copied again - its section is verified and purged as is
           IF WS-SECTION-FOUND = "N"
               PERFORM ARCHIVE-YEAR
           END-IF

           PERFORM VERIFY-ARCHIVE-SECTION
           PERFORM WRITE-PURGE-CARRY
           PERFORM DELETE-ARCHIVED-RECORDS

           PERFORM FINALIZE-RUN

           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-CLOCK FROM TIME

           PERFORM LOAD-YEAR-CONTROL
           PERFORM ASK-PURGE-YEAR
           PERFORM CHECK-OPEN-CHECKS
           PERFORM FIND-ARCHIVE-SECTION

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER.

       LOAD-YEAR-CONTROL.
      * Nothing may be purged until YEAR-END-CLOSE has closed at
      * least one year
           OPEN INPUT YEARCTL-FILE
           IF WS-YEARCTL-FILE-STATUS = "00"
               READ YEARCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE YC-LAST-CLOSED-YEAR
                           TO WS-LAST-CLOSED-YEAR
               END-READ
               CLOSE YEARCTL-FILE
           END-IF

           IF WS-LAST-CLOSED-YEAR = ZEROS
               DISPLAY "RUN HALTED: YEARCTL.DAT shows no year closed "
                   "- nothing may be purged"
               STOP RUN
           END-IF.

       ASK-PURGE-YEAR.
      * The year must be one YEAR-END-CLOSE has closed, and at
      * least WS-RETENTION-YEARS full years must have followed it
           DISPLAY "Enter the payroll year to archive and purge "
               "(YYYY):"
           ACCEPT WS-PURGE-YEAR
           IF WS-PURGE-YEAR = ZEROS
               DISPLAY "RUN HALTED: a payroll year is required"
               STOP RUN
           END-IF

           IF WS-PURGE-YEAR > WS-LAST-CLOSED-YEAR
               DISPLAY "RUN HALTED: " WS-PURGE-YEAR " has not been "
                   "closed - YEARCTL.DAT shows " WS-LAST-CLOSED-YEAR
                   " as the last year YEAR-END-CLOSE closed"
               STOP RUN
           END-IF

           COMPUTE WS-KEEP-FROM-YEAR =
               WS-RUN-YEAR - WS-RETENTION-YEARS
           IF WS-PURGE-YEAR NOT < WS-KEEP-FROM-YEAR
               DISPLAY "RUN HALTED: " WS-PURGE-YEAR " is inside the "
                   WS-RETENTION-YEARS "-year retention period - "
                   "years from " WS-KEEP-FROM-YEAR " on are kept"
               STOP RUN
           END-IF

           COMPUTE WS-YEAR-FIRST-DATE = WS-PURGE-YEAR * 10000 + 101

           DISPLAY "Purging payroll year " WS-PURGE-YEAR.

       CHECK-OPEN-CHECKS.
      * A check still open needs its payment on history for
      * YTD-PROOF to prove it, so its year cannot go yet
           OPEN INPUT CHECKSTAT-FILE
           PERFORM UNTIL EOF-CHECK = "Y"
               READ CHECKSTAT-FILE
                   AT END
                       MOVE "Y" TO EOF-CHECK
                   NOT AT END
                       IF CS-PERIOD(1:4) = WS-PURGE-YEAR
                           ADD 1 TO WS-OPEN-CHECK-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKSTAT-FILE

           IF WS-OPEN-CHECK-COUNT > ZEROS
               DISPLAY "RUN HALTED: " WS-OPEN-CHECK-COUNT " check(s) "
                   "cut in " WS-PURGE-YEAR " still open on "
                   "CHECKSTAT.DAT - clear or void them first"
               STOP RUN
           END-IF.

       FIND-ARCHIVE-SECTION.
      * A section only counts once its trailer was written; a
      * header with no trailer after it is what an archive run
      * cut short leaves, and is passed over
           MOVE "N" TO WS-SECTION-FOUND
           MOVE "N" TO EOF-ARCH
           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL EOF-ARCH = "Y"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO EOF-ARCH
                   NOT AT END
                       PERFORM NOTE-ONE-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE

           IF WS-SECTION-FOUND = "Y"
               DISPLAY "WARNING: " WS-PURGE-YEAR " was archived on "
                   WS-SECTION-DATE " at " WS-SECTION-TIME
                   " - finishing that purge"
           END-IF.

       NOTE-ONE-ARCHIVE-RECORD.
           EVALUATE TRUE
               WHEN ARCH-HEADER
                   MOVE ARCH-HDR-YEAR TO WS-PEND-YEAR
                   MOVE ARCH-HDR-DATE TO WS-PEND-DATE
                   MOVE ARCH-HDR-TIME TO WS-PEND-TIME
               WHEN ARCH-TRAILER
                   IF ARCH-TRL-YEAR = WS-PURGE-YEAR
                           AND WS-PEND-YEAR = WS-PURGE-YEAR
                       MOVE "Y" TO WS-SECTION-FOUND
                       MOVE WS-PEND-DATE TO WS-SECTION-DATE
                       MOVE WS-PEND-TIME TO WS-SECTION-TIME
                   END-IF
                   MOVE ZEROS TO WS-PEND-YEAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ARCHIVE-YEAR.
      * Undated images key on spaces, ahead of every real date, so
      * they are read off the front of the date key and taken by
      * their period id's year; then the dated records are read
      * from January 1 until the date key leaves the year
           MOVE WS-RUN-DATE TO WS-SECTION-DATE
           MOVE WS-RUN-TIME TO WS-SECTION-TIME

           OPEN INPUT PAYHIST-FILE
           OPEN EXTEND ARCHIVE-FILE

           MOVE "N" TO EOF-HIST
           MOVE SPACES TO HIST-PERIOD-END
           START PAYHIST-FILE KEY IS EQUAL TO HIST-PERIOD-END
               INVALID KEY
                   MOVE "Y" TO EOF-HIST
           END-START
           PERFORM UNTIL EOF-HIST = "Y"
               READ PAYHIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-HIST
                   NOT AT END
                       IF HIST-PERIOD-END NOT = SPACES
                           MOVE "Y" TO EOF-HIST
                       ELSE
                           IF HIST-PERIOD(1:4) = WS-PURGE-YEAR
                               PERFORM ARCHIVE-ONE-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE "N" TO EOF-HIST
           MOVE WS-YEAR-FIRST-DATE TO HIST-PERIOD-END
           START PAYHIST-FILE KEY IS NOT LESS THAN HIST-PERIOD-END
               INVALID KEY
                   MOVE "Y" TO EOF-HIST
           END-START
           PERFORM UNTIL EOF-HIST = "Y"
               READ PAYHIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-HIST
                   NOT AT END
                       IF HIST-PERIOD-END(1:4) NOT = WS-PURGE-YEAR
                           MOVE "Y" TO EOF-HIST
                       ELSE
                           PERFORM ARCHIVE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM

      * Nothing found means nothing was written - not even the
      * header - so there is no empty section to trip over later
           IF WS-ARC-COUNT = ZEROS
               CLOSE PAYHIST-FILE ARCHIVE-FILE
               DISPLAY "RUN HALTED: PAYHIST.DAT holds no records for "
                   WS-PURGE-YEAR " - nothing archived or purged"
               STOP RUN
           END-IF

           MOVE SPACES TO ARCH-REC
           MOVE "T"          TO ARCH-REC-TYPE
           MOVE WS-PURGE-YEAR TO ARCH-TRL-YEAR
           MOVE WS-ARC-COUNT TO ARCH-TRL-COUNT
           MOVE WS-ARC-GROSS TO ARCH-TRL-GROSS
           MOVE WS-ARC-TAX   TO ARCH-TRL-TAX
           MOVE WS-ARC-NET   TO ARCH-TRL-NET
           WRITE ARCH-REC

           CLOSE PAYHIST-FILE ARCHIVE-FILE.

       ARCHIVE-ONE-RECORD.
      * The header goes out ahead of the first record found
           IF WS-ARC-COUNT = ZEROS
               MOVE SPACES TO ARCH-REC
               MOVE "H"                 TO ARCH-REC-TYPE
               MOVE WS-PURGE-YEAR       TO ARCH-HDR-YEAR
               MOVE WS-SECTION-DATE     TO ARCH-HDR-DATE
               MOVE WS-SECTION-TIME     TO ARCH-HDR-TIME
               MOVE WS-RETENTION-YEARS  TO ARCH-HDR-RETENTION
               MOVE WS-LAST-CLOSED-YEAR TO ARCH-HDR-CLOSED
               WRITE ARCH-REC
           END-IF

           MOVE HIST-PAY-IMAGE TO PAY-REC
           MOVE SPACES TO ARCH-REC
           MOVE "D"      TO ARCH-REC-TYPE
           MOVE HIST-REC TO ARCH-DTL-HIST
           WRITE ARCH-REC

           ADD 1          TO WS-ARC-COUNT
           ADD GROSS-PAY  TO WS-ARC-GROSS
           ADD TAX-AMT    TO WS-ARC-TAX
           ADD NET-PAY    TO WS-ARC-NET.

       VERIFY-ARCHIVE-SECTION.
      * The section is read back from the archive itself and must
      * agree with its own trailer before a single record is
      * deleted. The purge year's garnishment case amounts are
      * rebuilt from the same read, so GARNPURGE.DAT always
      * matches what the archive holds
           PERFORM LOAD-PURGE-CARRY

           MOVE "N" TO WS-IN-SECTION
           MOVE "N" TO WS-TRAILER-SEEN
           MOVE "N" TO EOF-ARCH
           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL EOF-ARCH = "Y"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO EOF-ARCH
                   NOT AT END
                       PERFORM VERIFY-ONE-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE

           IF WS-TRAILER-SEEN = "N"
                   OR WS-VER-COUNT NOT = WS-TRL-COUNT
                   OR WS-VER-GROSS NOT = WS-TRL-GROSS
                   OR WS-VER-TAX   NOT = WS-TRL-TAX
                   OR WS-VER-NET   NOT = WS-TRL-NET
               PERFORM WRITE-CONTROL-TOTALS
               MOVE SPACES TO REPORT-REC
               STRING "ARCHIVE SECTION DOES NOT AGREE WITH ITS "
                   "TRAILER - NOTHING PURGED"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               DISPLAY "RUN HALTED: the HISTARCH.DAT section for "
                   WS-PURGE-YEAR " does not agree with its control "
                   "totals - nothing purged, see HISTPURGE.RPT"
               STOP RUN
           END-IF.

       VERIFY-ONE-ARCHIVE-RECORD.
           EVALUATE TRUE
               WHEN ARCH-HEADER
                   IF ARCH-HDR-YEAR = WS-PURGE-YEAR
                           AND ARCH-HDR-DATE = WS-SECTION-DATE
                           AND ARCH-HDR-TIME = WS-SECTION-TIME
                       MOVE "Y" TO WS-IN-SECTION
                   ELSE
                       MOVE "N" TO WS-IN-SECTION
                   END-IF
               WHEN ARCH-DETAIL AND WS-IN-SECTION = "Y"
                   MOVE ARCH-DTL-IMAGE TO PAY-REC
                   ADD 1          TO WS-VER-COUNT
                   ADD GROSS-PAY  TO WS-VER-GROSS
                   ADD TAX-AMT    TO WS-VER-TAX
                   ADD NET-PAY    TO WS-VER-NET
                   PERFORM CARRY-CASE-AMOUNTS
               WHEN ARCH-TRAILER AND WS-IN-SECTION = "Y"
                   MOVE "Y"            TO WS-TRAILER-SEEN
                   MOVE ARCH-TRL-COUNT TO WS-TRL-COUNT
                   MOVE ARCH-TRL-GROSS TO WS-TRL-GROSS
                   MOVE ARCH-TRL-TAX   TO WS-TRL-TAX
                   MOVE ARCH-TRL-NET   TO WS-TRL-NET
                   MOVE "N" TO WS-IN-SECTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-PURGE-CARRY.
      * Every earlier year's entries are kept as they are; any the
      * purge year already has (left by an interrupted run) are
      * dropped, to be rebuilt from the archive
           OPEN INPUT GARNPURGE-FILE
           PERFORM UNTIL EOF-GARNPURGE = "Y"
               READ GARNPURGE-FILE
                   AT END
                       MOVE "Y" TO EOF-GARNPURGE
                   NOT AT END
                       IF GP-YEAR NOT = WS-PURGE-YEAR
                           PERFORM ADD-CARRY-ENTRY
                           MOVE GP-YEAR
                               TO WS-CRY-YEAR(WS-CARRY-COUNT)
                           MOVE GP-EMP-ID
                               TO WS-CRY-EMP-ID(WS-CARRY-COUNT)
                           MOVE GP-CASE-NO
                               TO WS-CRY-CASE-NO(WS-CARRY-COUNT)
                           MOVE GP-AMOUNT
                               TO WS-CRY-AMOUNT(WS-CARRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GARNPURGE-FILE.

       CARRY-CASE-AMOUNTS.
      * A reversal carries the original's amounts and counts as
      * their negative, as it does everywhere else. An image older
      * than the case amounts leaves a marker for its employee so
      * YTD-PROOF still says to verify by hand
           IF PAY-REC-REVERSAL
               MOVE -1 TO WS-HIST-SIGN
           ELSE
               MOVE +1 TO WS-HIST-SIGN
           END-IF

           IF PAY-GARN-COUNT NUMERIC
               PERFORM CARRY-ONE-CASE-AMOUNT
                   VARYING WS-GARN-SUB2 FROM 1 BY 1
                   UNTIL WS-GARN-SUB2 > PAY-GARN-COUNT
           ELSE
               MOVE SPACES TO WS-FIND-CASE-NO
               PERFORM FIND-OR-ADD-CARRY
           END-IF.

       CARRY-ONE-CASE-AMOUNT.
           MOVE PAY-GARN-CASE-NO(WS-GARN-SUB2) TO WS-FIND-CASE-NO
           PERFORM FIND-OR-ADD-CARRY
           COMPUTE WS-CRY-AMOUNT(WS-CARRY-FOUND) =
               WS-CRY-AMOUNT(WS-CARRY-FOUND)
                   + PAY-GARN-AMT(WS-GARN-SUB2) * WS-HIST-SIGN.

       FIND-OR-ADD-CARRY.
           MOVE ZEROS TO WS-CARRY-FOUND
           PERFORM VARYING WS-CARRY-SUB FROM 1 BY 1
                   UNTIL WS-CARRY-SUB > WS-CARRY-COUNT
               IF WS-CRY-YEAR(WS-CARRY-SUB) = WS-PURGE-YEAR
                       AND WS-CRY-EMP-ID(WS-CARRY-SUB) = PAY-EMP-ID
                       AND WS-CRY-CASE-NO(WS-CARRY-SUB)
                           = WS-FIND-CASE-NO
                   MOVE WS-CARRY-SUB TO WS-CARRY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-CARRY-FOUND = ZEROS
               PERFORM ADD-CARRY-ENTRY
               MOVE WS-CARRY-COUNT  TO WS-CARRY-FOUND
               MOVE WS-PURGE-YEAR   TO WS-CRY-YEAR(WS-CARRY-FOUND)
               MOVE PAY-EMP-ID      TO WS-CRY-EMP-ID(WS-CARRY-FOUND)
               MOVE WS-FIND-CASE-NO TO WS-CRY-CASE-NO(WS-CARRY-FOUND)
               ADD 1 TO WS-CARRY-YEAR-COUNT
           END-IF.

       ADD-CARRY-ENTRY.
      * A case amount left out would break the garnishment proof
      * for good, so overflow halts - before anything is deleted
           IF WS-CARRY-COUNT >= 2000
               DISPLAY "RUN HALTED: GARNPURGE.DAT would pass 2000 "
                   "entries - raise the WS-CARRY-TABLE limit; "
                   "nothing purged"
               STOP RUN
           END-IF
           ADD 1 TO WS-CARRY-COUNT
           MOVE ZEROS  TO WS-CRY-YEAR(WS-CARRY-COUNT)
           MOVE ZEROS  TO WS-CRY-EMP-ID(WS-CARRY-COUNT)
           MOVE SPACES TO WS-CRY-CASE-NO(WS-CARRY-COUNT)
           MOVE ZEROS  TO WS-CRY-AMOUNT(WS-CARRY-COUNT).

       WRITE-PURGE-CARRY.
      * Written before the deletes: once a record is gone, its
      * case amounts must already be where YTD-PROOF looks
           OPEN OUTPUT GARNPURGE-FILE
           PERFORM VARYING WS-CARRY-SUB FROM 1 BY 1
                   UNTIL WS-CARRY-SUB > WS-CARRY-COUNT
               MOVE WS-CRY-YEAR(WS-CARRY-SUB)    TO GP-YEAR
               MOVE WS-CRY-EMP-ID(WS-CARRY-SUB)  TO GP-EMP-ID
               MOVE WS-CRY-CASE-NO(WS-CARRY-SUB) TO GP-CASE-NO
               MOVE WS-CRY-AMOUNT(WS-CARRY-SUB)  TO GP-AMOUNT
               WRITE GARNPURGE-REC
           END-PERFORM
           CLOSE GARNPURGE-FILE.

       DELETE-ARCHIVED-RECORDS.
      * Each archived record is read by its prime key and deleted
      * only if it still matches the archived image byte for byte.
      * One already gone was deleted by the run this one finishes
           OPEN I-O PAYHIST-FILE
           IF WS-PAYHIST-FILE-STATUS NOT = "00"
                   AND WS-PAYHIST-FILE-STATUS NOT = "05"
               DISPLAY "RUN HALTED: PAYHIST.DAT could not be opened "
                   "(status " WS-PAYHIST-FILE-STATUS ") - archived "
                   "but nothing purged; rerun to finish"
               STOP RUN
           END-IF

           MOVE "N" TO WS-IN-SECTION
           MOVE "N" TO EOF-ARCH
           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL EOF-ARCH = "Y"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO EOF-ARCH
                   NOT AT END
                       PERFORM DELETE-ONE-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE PAYHIST-FILE.

       DELETE-ONE-ARCHIVE-RECORD.
           EVALUATE TRUE
               WHEN ARCH-HEADER
                   IF ARCH-HDR-YEAR = WS-PURGE-YEAR
                           AND ARCH-HDR-DATE = WS-SECTION-DATE
                           AND ARCH-HDR-TIME = WS-SECTION-TIME
                       MOVE "Y" TO WS-IN-SECTION
                   ELSE
                       MOVE "N" TO WS-IN-SECTION
                   END-IF
               WHEN ARCH-TRAILER
                   MOVE "N" TO WS-IN-SECTION
               WHEN ARCH-DETAIL AND WS-IN-SECTION = "Y"
                   PERFORM DELETE-ONE-HISTORY-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DELETE-ONE-HISTORY-RECORD.
           MOVE ARCH-DTL-PERIOD TO HIST-PERIOD
           MOVE ARCH-DTL-EMP-ID TO HIST-EMP-ID
           MOVE ARCH-DTL-SEQ    TO HIST-SEQ
           READ PAYHIST-FILE
               KEY IS HIST-KEY
               INVALID KEY
                   ADD 1 TO WS-GONE-COUNT
               NOT INVALID KEY
                   IF HIST-REC = ARCH-DTL-HIST
                       DELETE PAYHIST-FILE RECORD
                           INVALID KEY
                               ADD 1 TO WS-GONE-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-DELETED-COUNT
                       END-DELETE
                   ELSE
                       ADD 1 TO WS-KEPT-COUNT
                       MOVE SPACES TO REPORT-REC
                       STRING "KEPT: PERIOD " HIST-PERIOD " EMP "
                           HIST-EMP-ID " SEQ " HIST-SEQ
                           " DIFFERS FROM ITS ARCHIVED IMAGE"
                           DELIMITED BY SIZE INTO REPORT-REC
                       WRITE REPORT-REC
                   END-IF
           END-READ.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "PAYROLL HISTORY ARCHIVE AND PURGE - YEAR "
               WS-PURGE-YEAR
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "RUN " WS-RUN-DATE " " WS-RUN-TIME
               "   RETENTION " WS-RETENTION-YEARS " YEARS"
               "   LAST CLOSED YEAR " WS-LAST-CLOSED-YEAR
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           IF WS-SECTION-FOUND = "Y"
               STRING "ALREADY ARCHIVED TO HISTARCH.DAT ON "
                   WS-SECTION-DATE " " WS-SECTION-TIME
                   " - FINISHING THAT PURGE"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "ARCHIVED TO HISTARCH.DAT IN THE SECTION DATED "
                   WS-RUN-DATE " " WS-RUN-TIME
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-CONTROL-TOTALS.
      * The trailer's totals beside the same totals summed from
      * the details read back - they must be identical
           MOVE SPACES TO REPORT-REC
           STRING "CONTROL TOTALS       ARCHIVE TRAILER       "
               "READ BACK"
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-TRL-COUNT TO WS-EDIT-COUNT
           MOVE WS-VER-COUNT TO WS-EDIT-COUNT-2
           MOVE SPACES TO REPORT-REC
           STRING "RECORDS        " WS-EDIT-COUNT "   "
               WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-TRL-GROSS TO WS-EDIT-AMOUNT
           MOVE WS-VER-GROSS TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO REPORT-REC
           STRING "GROSS PAY      " WS-EDIT-AMOUNT " " WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-TRL-TAX TO WS-EDIT-AMOUNT
           MOVE WS-VER-TAX TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO REPORT-REC
           STRING "TAX            " WS-EDIT-AMOUNT " " WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-TRL-NET TO WS-EDIT-AMOUNT
           MOVE WS-VER-NET TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO REPORT-REC
           STRING "NET PAY        " WS-EDIT-AMOUNT " " WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       FINALIZE-RUN.
           PERFORM WRITE-CONTROL-TOTALS

           MOVE WS-DELETED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           STRING "RECORDS DELETED FROM PAYHIST.DAT:  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-GONE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           STRING "ALREADY DELETED BY AN EARLIER RUN: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-KEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           STRING "KEPT - DIFFER FROM THE ARCHIVE:    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-CARRY-YEAR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           STRING "CASE AMOUNTS TO GARNPURGE.DAT:     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           CLOSE REPORT-FILE

           IF WS-KEPT-COUNT = ZEROS
               DISPLAY "DONE: " WS-PURGE-YEAR " archived to "
                   "HISTARCH.DAT and purged from PAYHIST.DAT - see "
                   "HISTPURGE.RPT."
           ELSE
               DISPLAY "WARNING: " WS-PURGE-YEAR " purged except for "
                   "records that no longer match the archive - see "
                   "HISTPURGE.RPT."
           END-IF.
