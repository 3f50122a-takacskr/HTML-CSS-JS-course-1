               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT VOID-CANDIDATE-FILE
               ASSIGN TO "VOIDCAND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD PIC X(132).

       FD  VOID-CANDIDATE-FILE.
       01  VOID-CANDIDATE-RECORD.
           COPY VCNDREC.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BDREC.
       01 WS-CHK-STATUS PIC XX.
       01 WS-BANK-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CAND-STATUS PIC XX.

       01 WS-CHK-EOF-SW PIC X VALUE "N".
           88 WS-CHK-EOF VALUE "Y".
      *> the end is the outstanding-checks listing. The cleared flag
      *> and date ride in from CHKREG.DAT and are written back out,
      *> so a check matched in an earlier month stays cleared and is
      *> never re-matched or re-reported. A voided check is carried
      *> through untouched: it is never matched against the bank's
      *> items or counted outstanding, only listed on its own.
       01 WS-REGISTER-TABLE.
           05 WS-REG-ENTRY OCCURS 5000 TIMES.
               10 WS-REG-CHECK-NO      PIC 9(6).
               10 WS-REG-NET-AMOUNT    PIC 9(6)V99.
               10 WS-REG-CLEARED-SW    PIC X.
               10 WS-REG-CLEAR-DATE    PIC 9(8).
               10 WS-REG-VOID-SW       PIC X.
               10 WS-REG-VOID-DATE     PIC 9(8).
               10 WS-REG-REISSUE-NO    PIC 9(6).
               10 WS-REG-REPLACES-NO   PIC 9(6).
               10 WS-REG-GROSS         PIC 9(6)V99.
               10 WS-REG-FED-TAX       PIC 9(6)V99.
               10 WS-REG-FICA-TAX      PIC 9(6)V99.
               10 WS-REG-STATE-TAX     PIC 9(6)V99.
               10 WS-REG-PERIOD-NO     PIC 9(6).

       01 WS-REG-COUNT PIC 9(4) VALUE 0.
       01 WS-REG-SUB   PIC 9(4) VALUE 0.
       01 WS-OUTSTANDING-COUNT PIC 9(5) VALUE 0.
       01 WS-STALE-COUNT       PIC 9(5) VALUE 0.
       01 WS-OUTSTANDING-AMT   PIC 9(8)V99 VALUE 0.
       01 WS-VOIDED-COUNT      PIC 9(5) VALUE 0.
       01 WS-VOIDED-AMT        PIC 9(8)V99 VALUE 0.
       01 WS-VOID-CLEARED-COUNT PIC 9(5) VALUE 0.

       01 WS-REG-AMT-DISPLAY   PIC ZZZ,ZZ9.99.
       01 WS-BANK-AMT-DISPLAY  PIC ZZZ,ZZ9.99.
       01 WS-OUT-AMT-DISPLAY   PIC ZZ,ZZZ,ZZ9.99.
       01 WS-VOID-AMT-DISPLAY  PIC ZZ,ZZZ,ZZ9.99.

       COPY DATEWS.

           PERFORM REPORT-OUTSTANDING-CHECK
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
           PERFORM REPORT-VOIDED-CHECK
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
           PERFORM WRITE-RECON-TOTALS
           PERFORM CLOSE-FILES
           PERFORM REWRITE-CHECK-REGISTER
               MOVE "Y" TO WS-DONE-SW
           ELSE
               PERFORM WRITE-REPORT-HEADER
           END-IF
           OPEN OUTPUT VOID-CANDIDATE-FILE
           IF WS-CAND-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VOID-CANDIDATE-FILE STATUS "
                   WS-CAND-STATUS
               MOVE "Y" TO WS-DONE-SW
           END-IF.

       CHECK-REPORT-STATUS.
                   MOVE "N" TO WS-REG-CLEARED-SW (WS-REG-COUNT)
                   MOVE ZERO TO WS-REG-CLEAR-DATE (WS-REG-COUNT)
               END-IF
               PERFORM SAVE-VOID-AND-BREAKDOWN
               PERFORM READ-CHECK-REGISTER
           END-IF.

      *> Entries written before the void fields and the pay breakdown
      *> were carried come in blank; they are held as not voided with
      *> no breakdown and go back out that way. Entries from before
      *> the pay-period calendar go back out with no period.
       SAVE-VOID-AND-BREAKDOWN.
           IF CK-VOID-SW = "Y"
               MOVE "Y" TO WS-REG-VOID-SW (WS-REG-COUNT)
               MOVE CK-VOID-DATE TO WS-REG-VOID-DATE (WS-REG-COUNT)
               MOVE CK-REISSUE-CHECK-NO
                   TO WS-REG-REISSUE-NO (WS-REG-COUNT)
           ELSE
               MOVE "N" TO WS-REG-VOID-SW (WS-REG-COUNT)
               MOVE ZERO TO WS-REG-VOID-DATE (WS-REG-COUNT)
               MOVE ZERO TO WS-REG-REISSUE-NO (WS-REG-COUNT)
           END-IF
           IF CK-REPLACES-CHECK-NO IS NUMERIC
               MOVE CK-REPLACES-CHECK-NO
                   TO WS-REG-REPLACES-NO (WS-REG-COUNT)
           ELSE
               MOVE ZERO TO WS-REG-REPLACES-NO (WS-REG-COUNT)
           END-IF
           IF CK-GROSS IS NUMERIC
               AND CK-FED-TAX IS NUMERIC
               AND CK-FICA-TAX IS NUMERIC
               AND CK-STATE-TAX IS NUMERIC
               MOVE CK-GROSS TO WS-REG-GROSS (WS-REG-COUNT)
               MOVE CK-FED-TAX TO WS-REG-FED-TAX (WS-REG-COUNT)
               MOVE CK-FICA-TAX TO WS-REG-FICA-TAX (WS-REG-COUNT)
               MOVE CK-STATE-TAX TO WS-REG-STATE-TAX (WS-REG-COUNT)
           ELSE
               MOVE ZERO TO WS-REG-GROSS (WS-REG-COUNT)
               MOVE ZERO TO WS-REG-FED-TAX (WS-REG-COUNT)
               MOVE ZERO TO WS-REG-FICA-TAX (WS-REG-COUNT)
               MOVE ZERO TO WS-REG-STATE-TAX (WS-REG-COUNT)
           END-IF
           IF CK-PERIOD-NO IS NUMERIC
               MOVE CK-PERIOD-NO TO WS-REG-PERIOD-NO (WS-REG-COUNT)
           ELSE
               MOVE ZERO TO WS-REG-PERIOD-NO (WS-REG-COUNT)
           END-IF.

       READ-CLEARED-ITEM.
           READ BANK-CLEARED-FILE
               AT END
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
           IF NOT WS-FOUND
               PERFORM FIND-VOIDED-ENTRY
                   VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-FOUND
                   PERFORM REPORT-VOIDED-CHECK-PAID
               ELSE
                   PERFORM REPORT-UNKNOWN-ITEM
               END-IF
           ELSE
               PERFORM MARK-CHECK-CLEARED
           END-IF
           PERFORM READ-CLEARED-ITEM.

       REPORT-UNKNOWN-ITEM.
           ADD 1 TO WS-UNKNOWN-COUNT
           MOVE BC-AMOUNT TO WS-BANK-AMT-DISPLAY
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CLEARED ITEM NOT ON REGISTER  CHECK "
               DELIMITED BY SIZE
               BC-CHECK-NO DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-BANK-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE RECON-REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-REPORT-STATUS.

       MARK-CHECK-CLEARED.
           MOVE "Y" TO WS-REG-CLEARED-SW (WS-HIT-SUB)
           MOVE BC-CLEAR-DATE TO WS-REG-CLEAR-DATE (WS-HIT-SUB)
           IF BC-AMOUNT = WS-REG-NET-AMOUNT (WS-HIT-SUB)
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE WS-REG-NET-AMOUNT (WS-HIT-SUB)
                   TO WS-REG-AMT-DISPLAY
               MOVE BC-AMOUNT TO WS-BANK-AMT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "AMOUNT MISMATCH  CHECK " DELIMITED BY SIZE
                   BC-CHECK-NO DELIMITED BY SIZE
                   "  REGISTER " DELIMITED BY SIZE
                   WS-REG-AMT-DISPLAY DELIMITED BY SIZE
                   "  BANK " DELIMITED BY SIZE
                   WS-BANK-AMT-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               WRITE RECON-REPORT-RECORD FROM WS-DETAIL-LINE
               PERFORM CHECK-REPORT-STATUS
           END-IF.

       FIND-REGISTER-ENTRY.
           IF WS-REG-CHECK-NO (WS-REG-SUB) = BC-CHECK-NO
               AND WS-REG-CLEARED-SW (WS-REG-SUB) = "N"
               AND WS-REG-VOID-SW (WS-REG-SUB) = "N"
               AND NOT WS-FOUND
               MOVE WS-REG-SUB TO WS-HIT-SUB
               MOVE "Y" TO WS-FOUND-SW
           END-IF.

       FIND-VOIDED-ENTRY.
           IF WS-REG-CHECK-NO (WS-REG-SUB) = BC-CHECK-NO
               AND WS-REG-CLEARED-SW (WS-REG-SUB) = "N"
               AND WS-REG-VOID-SW (WS-REG-SUB) = "Y"
               AND NOT WS-FOUND
               MOVE WS-REG-SUB TO WS-HIT-SUB
               MOVE "Y" TO WS-FOUND-SW
           END-IF.

      *> The bank paid a check that was voided - the pay went out
      *> twice if it was reissued. The clear date is recorded so the
      *> item is not reported again, but it stays voided and is left
      *> for the payroll office to recover.
       REPORT-VOIDED-CHECK-PAID.
           ADD 1 TO WS-VOID-CLEARED-COUNT
           MOVE "Y" TO WS-REG-CLEARED-SW (WS-HIT-SUB)
           MOVE BC-CLEAR-DATE TO WS-REG-CLEAR-DATE (WS-HIT-SUB)
           MOVE BC-AMOUNT TO WS-BANK-AMT-DISPLAY
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "*** VOIDED CHECK PAID BY BANK ***  CHECK "
               DELIMITED BY SIZE
               BC-CHECK-NO DELIMITED BY SIZE
               "  IDENT " DELIMITED BY SIZE
               WS-REG-IDENT (WS-HIT-SUB) DELIMITED BY SIZE
               "  VOIDED " DELIMITED BY SIZE
               WS-REG-VOID-DATE (WS-HIT-SUB) DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-BANK-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE RECON-REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-REPORT-STATUS
           DISPLAY WS-DETAIL-LINE.

      *> Stale items are written to VOIDCAND.DAT as well, so CHKVOID
      *> can offer them to the payroll office as void candidates.
       REPORT-OUTSTANDING-CHECK.
           IF WS-REG-CLEARED-SW (WS-REG-SUB) = "N"
               AND WS-REG-VOID-SW (WS-REG-SUB) = "N"
               ADD 1 TO WS-OUTSTANDING-COUNT
               ADD WS-REG-NET-AMOUNT (WS-REG-SUB)
                   TO WS-OUTSTANDING-AMT
               MOVE SPACES TO WS-DETAIL-LINE
               IF WS-DAYS-OUT > WS-STALE-DAYS
                   ADD 1 TO WS-STALE-COUNT
                   PERFORM WRITE-VOID-CANDIDATE
                   STRING "OUTSTANDING *** STALE - VOID CANDIDATE ***"
                       DELIMITED BY SIZE
                       "  CHECK " DELIMITED BY SIZE
                       WS-REG-CHECK-NO (WS-REG-SUB) DELIMITED BY SIZE
                       "  IDENT " DELIMITED BY SIZE
                       WS-REG-IDENT (WS-REG-SUB) DELIMITED BY SIZE
               PERFORM CHECK-REPORT-STATUS
           END-IF.

       WRITE-VOID-CANDIDATE.
           MOVE WS-REG-CHECK-NO (WS-REG-SUB) TO VC-CHECK-NO
           MOVE WS-REG-IDENT (WS-REG-SUB) TO VC-IDENT
           MOVE WS-REG-CHECK-DATE (WS-REG-SUB) TO VC-CHECK-DATE
           MOVE WS-REG-NET-AMOUNT (WS-REG-SUB) TO VC-NET-AMOUNT
           MOVE WS-DAYS-OUT TO VC-DAYS-OUT
           WRITE VOID-CANDIDATE-RECORD
           IF WS-CAND-STATUS NOT = "00"
               DISPLAY "ERROR WRITING VOID-CANDIDATE-FILE STATUS "
                   WS-CAND-STATUS
           END-IF.

       REPORT-VOIDED-CHECK.
           IF WS-REG-VOID-SW (WS-REG-SUB) = "Y"
               ADD 1 TO WS-VOIDED-COUNT
               ADD WS-REG-NET-AMOUNT (WS-REG-SUB) TO WS-VOIDED-AMT
               MOVE WS-REG-NET-AMOUNT (WS-REG-SUB)
                   TO WS-REG-AMT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               IF WS-REG-REISSUE-NO (WS-REG-SUB) > ZERO
                   STRING "VOIDED  CHECK " DELIMITED BY SIZE
                       WS-REG-CHECK-NO (WS-REG-SUB) DELIMITED BY SIZE
                       "  IDENT " DELIMITED BY SIZE
                       WS-REG-IDENT (WS-REG-SUB) DELIMITED BY SIZE
                       "  DATE " DELIMITED BY SIZE
                       WS-REG-CHECK-DATE (WS-REG-SUB) DELIMITED BY SIZE
                       "  VOIDED " DELIMITED BY SIZE
                       WS-REG-VOID-DATE (WS-REG-SUB) DELIMITED BY SIZE
                       "  AMOUNT " DELIMITED BY SIZE
                       WS-REG-AMT-DISPLAY DELIMITED BY SIZE
                       "  REISSUED AS CHECK " DELIMITED BY SIZE
                       WS-REG-REISSUE-NO (WS-REG-SUB) DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
               ELSE
                   STRING "VOIDED  CHECK " DELIMITED BY SIZE
                       WS-REG-CHECK-NO (WS-REG-SUB) DELIMITED BY SIZE
                       "  IDENT " DELIMITED BY SIZE
                       WS-REG-IDENT (WS-REG-SUB) DELIMITED BY SIZE
                       "  DATE " DELIMITED BY SIZE
                       WS-REG-CHECK-DATE (WS-REG-SUB) DELIMITED BY SIZE
                       "  VOIDED " DELIMITED BY SIZE
                       WS-REG-VOID-DATE (WS-REG-SUB) DELIMITED BY SIZE
                       "  AMOUNT " DELIMITED BY SIZE
                       WS-REG-AMT-DISPLAY DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
               END-IF
               WRITE RECON-REPORT-RECORD FROM WS-DETAIL-LINE
               PERFORM CHECK-REPORT-STATUS
           END-IF.

       WRITE-RECON-TOTALS.
           MOVE WS-OUTSTANDING-AMT TO WS-OUT-AMT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
               INTO WS-TOTAL-LINE
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           DISPLAY WS-TOTAL-LINE
           MOVE WS-VOIDED-AMT TO WS-VOID-AMT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING "VOIDED: " DELIMITED BY SIZE
               WS-VOIDED-COUNT DELIMITED BY SIZE
               "  VOIDED AMOUNT: " DELIMITED BY SIZE
               WS-VOID-AMT-DISPLAY DELIMITED BY SIZE
               "  VOIDED CHECKS PAID BY BANK: " DELIMITED BY SIZE
               WS-VOID-CLEARED-COUNT DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           DISPLAY WS-TOTAL-LINE.

      *> The register goes back to disk with this run's cleared
           MOVE WS-REG-NET-AMOUNT (WS-REG-SUB) TO CK-NET-AMOUNT
           MOVE WS-REG-CLEARED-SW (WS-REG-SUB) TO CK-CLEARED-SW
           MOVE WS-REG-CLEAR-DATE (WS-REG-SUB) TO CK-CLEAR-DATE
           MOVE WS-REG-VOID-SW (WS-REG-SUB) TO CK-VOID-SW
           MOVE WS-REG-VOID-DATE (WS-REG-SUB) TO CK-VOID-DATE
           MOVE WS-REG-REISSUE-NO (WS-REG-SUB) TO CK-REISSUE-CHECK-NO
           MOVE WS-REG-REPLACES-NO (WS-REG-SUB) TO CK-REPLACES-CHECK-NO
           MOVE WS-REG-GROSS (WS-REG-SUB) TO CK-GROSS
           MOVE WS-REG-FED-TAX (WS-REG-SUB) TO CK-FED-TAX
           MOVE WS-REG-FICA-TAX (WS-REG-SUB) TO CK-FICA-TAX
           MOVE WS-REG-STATE-TAX (WS-REG-SUB) TO CK-STATE-TAX
           MOVE WS-REG-PERIOD-NO (WS-REG-SUB) TO CK-PERIOD-NO
           WRITE CHECK-REGISTER-RECORD
           IF WS-CHK-STATUS NOT = "00"
               DISPLAY "ERROR WRITING CHECK-REGISTER-FILE STATUS "
       CLOSE-FILES.
           CLOSE CHECK-REGISTER-FILE
           CLOSE BANK-CLEARED-FILE
           CLOSE RECON-REPORT-FILE
           CLOSE VOID-CANDIDATE-FILE.
