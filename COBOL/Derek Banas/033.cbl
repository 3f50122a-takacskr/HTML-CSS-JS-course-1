       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDARCH.
       AUTHOR. Krisztian Takacs.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-AUDIT-FILE
               ASSIGN TO "CUSTAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT AUDIT-WORK-FILE
               ASSIGN TO "CUSTAUDW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CTL-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CUSTOMER-AUDIT-FILE.
       01  CUSTOMER-AUDIT-RECORD.
           COPY AUDREC.

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD PIC X(206).

       FD  AUDIT-WORK-FILE.
       01  AUDIT-WORK-RECORD PIC X(206).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BDREC.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-ARCH-STATUS PIC XX.
       01 WS-WORK-STATUS PIC XX.

       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-ARCHIVE-OK-SW PIC X VALUE "Y".
           88 WS-ARCHIVE-OK VALUE "Y".
       01 WS-CUTOFF-VALID-SW PIC X VALUE "N".
           88 WS-CUTOFF-VALID VALUE "Y".

       01 WS-ARCHIVE-NAME PIC X(20) VALUE SPACES.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-CUTOFF-DATE-X PIC X(8).
       01 WS-CUTOFF-DATE REDEFINES WS-CUTOFF-DATE-X PIC 9(8).

       01 WS-READ-COUNT     PIC 9(7) VALUE 0.
       01 WS-ARCHIVED-COUNT PIC 9(7) VALUE 0.
       01 WS-KEPT-COUNT     PIC 9(7) VALUE 0.
       01 WS-RESTORED-COUNT PIC 9(7) VALUE 0.

       COPY DATEWS.
       COPY RUNWS.

       PROCEDURE DIVISION.

      *> Retention for the customer audit file. Audit records dated
      *> before the cut-off are moved to AUDyyyymmdd.DAT, named for
      *> the business date of the run, and CUSTAUDT.DAT is written
      *> again from the records kept (by way of CUSTAUDW.DAT, as
      *> PAYROLL cuts its files back). CUSTRCVR replays CUSTAUDT.DAT
      *> against a restored backup of the master, so the cut-off must
      *> never be later than the oldest backup that may still have to
      *> be rolled forward; CUSTHIST reads only the live file. The
      *> run is recorded in RUNCTL.DAT so it cannot run twice on one
      *> business date and overwrite that date's archive.
       PERFORM GET-CURRENT-DATE
       COMPUTE WS-BUSINESS-DATE =
           WS-TODAY-YYYY * 10000
           + WS-TODAY-MM * 100
           + WS-TODAY-DD
       PERFORM GET-CUTOFF
       IF WS-CUTOFF-VALID
           MOVE "AUDARCH" TO WS-RUN-PROGRAM
           MOVE SPACES TO WS-RUN-PREDECESSOR
           PERFORM RUN-CONTROL-STARTUP
           IF NOT WS-RUN-BLOCKED
               PERFORM CHECK-ARCHIVE
               IF WS-ARCHIVE-OK
                   PERFORM SPLIT-AUDIT-FILE
               END-IF
               IF WS-ARCHIVE-OK
                   AND WS-ARCHIVED-COUNT > ZERO
                   PERFORM REWRITE-AUDIT-FILE
               END-IF
               IF NOT WS-ARCHIVE-OK
                   MOVE "R" TO WS-RUN-END-STATUS
               END-IF
               DISPLAY "Audit records read:     " WS-READ-COUNT
               DISPLAY "Archived to " WS-ARCHIVE-NAME ": "
                   WS-ARCHIVED-COUNT
               DISPLAY "Kept on CUSTAUDT.DAT:   " WS-KEPT-COUNT
               MOVE WS-ARCHIVED-COUNT TO WS-RUN-RECORD-COUNT
               PERFORM RUN-CONTROL-FINALIZE
           END-IF
       END-IF

       STOP RUN.

       COPY GETDATE.

      *> Blank keeps a year of history: records more than 365 days
      *> older than the business date go.
       GET-CUTOFF.
           DISPLAY "Archive audit records dated before (YYYYMMDD, "
               "blank for one year back): " WITH NO ADVANCING
           ACCEPT WS-CUTOFF-DATE-X
           IF WS-CUTOFF-DATE-X = SPACES
               COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - 365)
               MOVE "Y" TO WS-CUTOFF-VALID-SW
           ELSE
               EVALUATE TRUE
                   WHEN WS-CUTOFF-DATE-X NOT NUMERIC
                       DISPLAY "Invalid cut-off - nothing archived"
                   WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-CUTOFF-DATE)
                           NOT = 0
                       DISPLAY "Invalid cut-off - nothing archived"
                   WHEN WS-CUTOFF-DATE > WS-BUSINESS-DATE
                       DISPLAY "Cut-off is after the business date "
                           WS-BUSINESS-DATE " - nothing archived"
                   WHEN OTHER
                       MOVE "Y" TO WS-CUTOFF-VALID-SW
               END-EVALUATE
           END-IF
           IF WS-CUTOFF-VALID
               DISPLAY "Archiving audit records dated before "
                   WS-CUTOFF-DATE
           END-IF.

       CHECK-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "AUD" DELIMITED BY SIZE
               WS-RUN-BUSINESS-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "35"
               CLOSE AUDIT-ARCHIVE-FILE
               MOVE "N" TO WS-ARCHIVE-OK-SW
               DISPLAY WS-ARCHIVE-NAME " ALREADY EXISTS - NOTHING "
                   "ARCHIVED"
           END-IF.

      *> Every record goes either to the archive or to the work file;
      *> CUSTAUDT.DAT itself is not touched until both are complete.
       SPLIT-AUDIT-FILE.
           OPEN INPUT CUSTOMER-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "No customer audit file found"
               MOVE "N" TO WS-ARCHIVE-OK-SW
           ELSE
               OPEN OUTPUT AUDIT-ARCHIVE-FILE
               OPEN OUTPUT AUDIT-WORK-FILE
               IF WS-ARCH-STATUS NOT = "00"
                   OR WS-WORK-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING ARCHIVE STATUS "
                       WS-ARCH-STATUS " WORK STATUS " WS-WORK-STATUS
                   MOVE "N" TO WS-ARCHIVE-OK-SW
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM READ-AUDIT-RECORD
                   PERFORM SPLIT-AUDIT-RECORD UNTIL WS-EOF
               END-IF
               CLOSE CUSTOMER-AUDIT-FILE
               CLOSE AUDIT-ARCHIVE-FILE
               CLOSE AUDIT-WORK-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ CUSTOMER-AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       SPLIT-AUDIT-RECORD.
           ADD 1 TO WS-READ-COUNT
           IF AU-DATE < WS-CUTOFF-DATE
               WRITE AUDIT-ARCHIVE-RECORD FROM CUSTOMER-AUDIT-RECORD
               IF WS-ARCH-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING AUDIT-ARCHIVE-FILE STATUS "
                       WS-ARCH-STATUS
                   MOVE "N" TO WS-ARCHIVE-OK-SW
                   MOVE "Y" TO WS-EOF-SW
               ELSE
                   ADD 1 TO WS-ARCHIVED-COUNT
               END-IF
           ELSE
               WRITE AUDIT-WORK-RECORD FROM CUSTOMER-AUDIT-RECORD
               IF WS-WORK-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING AUDIT-WORK-FILE STATUS "
                       WS-WORK-STATUS
                   MOVE "N" TO WS-ARCHIVE-OK-SW
                   MOVE "Y" TO WS-EOF-SW
               ELSE
                   ADD 1 TO WS-KEPT-COUNT
               END-IF
           END-IF
           IF NOT WS-EOF
               PERFORM READ-AUDIT-RECORD
           END-IF.

       REWRITE-AUDIT-FILE.
           OPEN INPUT AUDIT-WORK-FILE
           OPEN OUTPUT CUSTOMER-AUDIT-FILE
           IF WS-WORK-STATUS NOT = "00"
               OR WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING CUSTAUDT.DAT - AUDIT STATUS "
                   WS-AUDIT-STATUS " WORK STATUS " WS-WORK-STATUS
               DISPLAY "CUSTAUDW.DAT HOLDS THE RECORDS TO KEEP"
               MOVE "N" TO WS-ARCHIVE-OK-SW
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-WORK-RECORD
               PERFORM RESTORE-AUDIT-RECORD UNTIL WS-EOF
           END-IF
           CLOSE AUDIT-WORK-FILE
           CLOSE CUSTOMER-AUDIT-FILE
           IF WS-RESTORED-COUNT NOT = WS-KEPT-COUNT
               DISPLAY "ONLY " WS-RESTORED-COUNT " OF " WS-KEPT-COUNT
                   " RECORDS WRITTEN BACK - CUSTAUDW.DAT HOLDS THEM ALL"
               MOVE "N" TO WS-ARCHIVE-OK-SW
           ELSE
               OPEN OUTPUT AUDIT-WORK-FILE
               CLOSE AUDIT-WORK-FILE
           END-IF.

       READ-WORK-RECORD.
           READ AUDIT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       RESTORE-AUDIT-RECORD.
           WRITE CUSTOMER-AUDIT-RECORD FROM AUDIT-WORK-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING CUSTOMER-AUDIT-FILE STATUS "
                   WS-AUDIT-STATUS
               MOVE "Y" TO WS-EOF-SW
           ELSE
               ADD 1 TO WS-RESTORED-COUNT
               PERFORM READ-WORK-RECORD
           END-IF.

       COPY RUNPROC.
