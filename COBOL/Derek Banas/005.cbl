               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CUSTOMER-XREF-FILE
               ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-RETIRED-IDENT
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CUSTOMER-CONTROL-FILE
               ASSIGN TO "CUSTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       01  CUSTOMER-AUDIT-RECORD.
           COPY AUDREC.

       FD  CUSTOMER-XREF-FILE.
       01  CUSTOMER-XREF-RECORD.
           COPY XREFREC.

       FD  CUSTOMER-CONTROL-FILE.
       01  CUSTOMER-CONTROL-RECORD.
           COPY CTLREC.
       01 WS-CHANGE-COUNT   PIC 9(5) VALUE 0.
       01 WS-DELETE-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT   PIC 9(5) VALUE 0.
       01 WS-MERGE-COUNT    PIC 9(5) VALUE 0.
       01 WS-REPOINT-COUNT  PIC 9(5) VALUE 0.
       01 WS-FILLED-COUNT   PIC 9(2) VALUE 0.

       01 WS-XREF-STATUS PIC XX.
       01 WS-XREF-EOF-SW PIC X VALUE "N".
           88 WS-XREF-EOF VALUE "Y".
       01 WS-RETIRED-SW PIC X VALUE "N".
           88 WS-IDENT-RETIRED VALUE "Y".
       01 WS-MERGE-OK-SW PIC X VALUE "N".
           88 WS-MERGE-OK VALUE "Y".
       01 WS-MERGE-SURVIVOR PIC 9(3).
       01 WS-MERGE-RETIRED  PIC 9(3).
       01 WS-MERGE-REASON   PIC X(30).

      *> The customer being merged away, held while the survivor is
      *> read and filled in from it.
       01 WS-RETIRED-CUSTOMER.
           COPY CUSTREC REPLACING LEADING ==CM-== BY ==MR-==.

       COPY DATEWS.
       COPY DOBWS.
               DISPLAY "ERROR OPENING BALANCING-REPORT-FILE STATUS "
                   WS-BAL-STATUS
           END-IF
           OPEN I-O CUSTOMER-XREF-FILE
           IF WS-XREF-STATUS = "35"
               OPEN OUTPUT CUSTOMER-XREF-FILE
               CLOSE CUSTOMER-XREF-FILE
               OPEN I-O CUSTOMER-XREF-FILE
           END-IF
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CUSTOMER-XREF-FILE STATUS "
                   WS-XREF-STATUS
           END-IF
           OPEN EXTEND CUSTOMER-AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
                   PERFORM CHANGE-CUSTOMER
               WHEN "D"
                   PERFORM DELETE-CUSTOMER
               WHEN "M"
                   PERFORM MERGE-CUSTOMER
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO WS-LOG-LINE
                   INTO WS-LOG-LINE
               PERFORM WRITE-LOG-LINE
           ELSE
               PERFORM CHECK-RETIRED-IDENT
               IF WS-IDENT-RETIRED
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO WS-LOG-LINE
                   STRING "REJECTED ADD - IDENT RETIRED BY MERGE "
                       DELIMITED BY SIZE
                       CT-IDENT DELIMITED BY SIZE
                       INTO WS-LOG-LINE
                   PERFORM WRITE-LOG-LINE
               ELSE
                   PERFORM WRITE-NEW-CUSTOMER
               END-IF
           END-IF.

      *> An ident merged away stays retired, so activity still posted
      *> under it can never land on a different customer.
       CHECK-RETIRED-IDENT.
           MOVE "N" TO WS-RETIRED-SW
           MOVE CT-IDENT TO XR-RETIRED-IDENT
           READ CUSTOMER-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RETIRED-SW
           END-READ.

       WRITE-NEW-CUSTOMER.
           PERFORM COMPUTE-CURRENT-AGE
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO WS-LOG-LINE
                   STRING "REJECTED ADD - DUPLICATE IDENT "
                       DELIMITED BY SIZE
                       CT-IDENT DELIMITED BY SIZE
                       INTO WS-LOG-LINE
                   PERFORM WRITE-LOG-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "A" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE SPACES TO WS-LOG-LINE
                   STRING "ADDED IDENT " DELIMITED BY SIZE
                       CT-IDENT DELIMITED BY SIZE
                       " NAME " DELIMITED BY SIZE
                       CT-CUST-NAME DELIMITED BY SIZE
                       INTO WS-LOG-LINE
                   PERFORM WRITE-LOG-LINE
           END-WRITE.

       CHANGE-CUSTOMER.
           MOVE CT-IDENT TO CM-IDENT
           READ CUSTOMER-MASTER-FILE
                   END-DELETE
           END-READ.

      *> "M" keeps the customer under CT-MG-SURVIVOR-IDENT and
      *> retires CT-MG-RETIRED-IDENT: any field the survivor is missing
      *> is taken from the retired record, the survivor is rewritten
      *> and the retired record deleted, both audited as an ordinary
      *> change and delete so CUSTRCVR can replay them. The cross-
      *> reference left on CUSTXREF.DAT sends later activity for the
      *> retired ident to the survivor.
       MERGE-CUSTOMER.
           MOVE CT-MG-SURVIVOR-IDENT TO WS-MERGE-SURVIVOR
           MOVE "Y" TO WS-MERGE-OK-SW
           EVALUATE TRUE
               WHEN CT-MG-RETIRED-IDENT NOT NUMERIC
                   MOVE ZERO TO WS-MERGE-RETIRED
                   MOVE "INVALID RETIRED IDENT" TO WS-MERGE-REASON
                   PERFORM REJECT-MERGE
               WHEN CT-MG-RETIRED-IDENT = ZERO
                   MOVE ZERO TO WS-MERGE-RETIRED
                   MOVE "INVALID RETIRED IDENT" TO WS-MERGE-REASON
                   PERFORM REJECT-MERGE
               WHEN CT-MG-RETIRED-IDENT = WS-MERGE-SURVIVOR
                   MOVE CT-MG-RETIRED-IDENT TO WS-MERGE-RETIRED
                   MOVE "CANNOT MERGE INTO ITSELF" TO WS-MERGE-REASON
                   PERFORM REJECT-MERGE
               WHEN OTHER
                   MOVE CT-MG-RETIRED-IDENT TO WS-MERGE-RETIRED
           END-EVALUATE
           IF WS-MERGE-OK
               MOVE WS-MERGE-RETIRED TO CM-IDENT
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "RETIRED IDENT NOT FOUND" TO WS-MERGE-REASON
                       PERFORM REJECT-MERGE
                   NOT INVALID KEY
                       MOVE CUSTOMER-MASTER-RECORD
                           TO WS-RETIRED-CUSTOMER
               END-READ
           END-IF
           IF WS-MERGE-OK
               MOVE WS-MERGE-SURVIVOR TO CM-IDENT
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "SURVIVING IDENT NOT FOUND"
                           TO WS-MERGE-REASON
                       PERFORM REJECT-MERGE
               END-READ
           END-IF
           IF WS-MERGE-OK
               PERFORM FILL-SURVIVOR-FIELDS
               REWRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       MOVE "SURVIVOR REWRITE FAILED" TO WS-MERGE-REASON
                       PERFORM REJECT-MERGE
                   NOT INVALID KEY
                       MOVE "C" TO WS-AUDIT-ACTION
                       MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM RETIRE-MERGED-CUSTOMER
               END-REWRITE
           END-IF.

       REJECT-MERGE.
           MOVE "N" TO WS-MERGE-OK-SW
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-LOG-LINE
           STRING "REJECTED MERGE - " DELIMITED BY SIZE
               WS-MERGE-REASON DELIMITED BY SIZE
               " IDENT " DELIMITED BY SIZE
               WS-MERGE-SURVIVOR DELIMITED BY SIZE
               " RETIRING " DELIMITED BY SIZE
               WS-MERGE-RETIRED DELIMITED BY SIZE
               INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE.

      *> Only what the survivor lacks is taken; anything the survivor
      *> already holds wins.
       FILL-SURVIVOR-FIELDS.
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE ZERO TO WS-FILLED-COUNT
           IF CM-CUST-NAME = SPACES
               MOVE MR-CUST-NAME TO CM-CUST-NAME
               ADD 1 TO WS-FILLED-COUNT
           END-IF
           PERFORM VALIDATE-DATE-OF-BIRTH
           IF WS-DOB-VALID-SW NOT = "Y"
               MOVE MR-DATE-OF-BIRTH TO CM-DATE-OF-BIRTH
               MOVE MR-CURRENT-AGE TO CM-CURRENT-AGE
               ADD 1 TO WS-FILLED-COUNT
           END-IF
           IF CM-STREET-ADDRESS = SPACES
               MOVE MR-STREET-ADDRESS TO CM-STREET-ADDRESS
               ADD 1 TO WS-FILLED-COUNT
           END-IF
           IF CM-CITY = SPACES
               MOVE MR-CITY TO CM-CITY
               ADD 1 TO WS-FILLED-COUNT
           END-IF
           IF CM-STATE = SPACES
               MOVE MR-STATE TO CM-STATE
               ADD 1 TO WS-FILLED-COUNT
           END-IF
           IF CM-ZIP NOT NUMERIC OR CM-ZIP = ZERO
               MOVE MR-ZIP TO CM-ZIP
               ADD 1 TO WS-FILLED-COUNT
           END-IF
           IF CM-PHONE = SPACES
               MOVE MR-PHONE TO CM-PHONE
               ADD 1 TO WS-FILLED-COUNT
           END-IF.

       RETIRE-MERGED-CUSTOMER.
           MOVE WS-RETIRED-CUSTOMER TO CUSTOMER-MASTER-RECORD
           DELETE CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "RETIRED DELETE FAILED" TO WS-MERGE-REASON
                   PERFORM REJECT-MERGE
               NOT INVALID KEY
                   ADD 1 TO WS-MERGE-COUNT
                   MOVE "D" TO WS-AUDIT-ACTION
                   MOVE WS-RETIRED-CUSTOMER TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM REPOINT-CROSS-REFERENCES
                   PERFORM WRITE-CROSS-REFERENCE
                   MOVE SPACES TO WS-LOG-LINE
                   STRING "MERGED IDENT " DELIMITED BY SIZE
                       WS-MERGE-RETIRED DELIMITED BY SIZE
                       " INTO " DELIMITED BY SIZE
                       WS-MERGE-SURVIVOR DELIMITED BY SIZE
                       " NAME " DELIMITED BY SIZE
                       MR-CUST-NAME DELIMITED BY SIZE
                       " FIELDS FILLED " DELIMITED BY SIZE
                       WS-FILLED-COUNT DELIMITED BY SIZE
                       INTO WS-LOG-LINE
                   PERFORM WRITE-LOG-LINE
           END-DELETE.

      *> Idents merged into the one now being retired follow it to
      *> the new survivor.
       REPOINT-CROSS-REFERENCES.
           MOVE "N" TO WS-XREF-EOF-SW
           MOVE ZERO TO XR-RETIRED-IDENT
           START CUSTOMER-XREF-FILE
                   KEY IS NOT LESS THAN XR-RETIRED-IDENT
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF-SW
           END-START
           PERFORM REPOINT-CROSS-REFERENCE UNTIL WS-XREF-EOF.

       REPOINT-CROSS-REFERENCE.
           READ CUSTOMER-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-XREF-EOF-SW
               NOT AT END
                   IF XR-SURVIVOR-IDENT = WS-MERGE-RETIRED
                       MOVE WS-MERGE-SURVIVOR TO XR-SURVIVOR-IDENT
                       REWRITE CUSTOMER-XREF-RECORD
                           INVALID KEY
                               DISPLAY "ERROR REWRITING CROSS-"
                                   "REFERENCE " XR-RETIRED-IDENT
                                   " STATUS "
                                   WS-XREF-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-REPOINT-COUNT
                       END-REWRITE
                   END-IF
           END-READ.

       WRITE-CROSS-REFERENCE.
           MOVE WS-MERGE-RETIRED TO XR-RETIRED-IDENT
           MOVE WS-MERGE-SURVIVOR TO XR-SURVIVOR-IDENT
           COMPUTE XR-MERGE-DATE =
               WS-TODAY-YYYY * 10000
               + WS-TODAY-MM * 100
               + WS-TODAY-DD
           WRITE CUSTOMER-XREF-RECORD
               INVALID KEY
                   REWRITE CUSTOMER-XREF-RECORD
                       INVALID KEY
                           DISPLAY "ERROR WRITING CROSS-REFERENCE "
                               XR-RETIRED-IDENT " STATUS "
                               WS-XREF-STATUS
                   END-REWRITE
           END-WRITE.

       COPY DOBPROC.

       WRITE-LOG-LINE.
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           DISPLAY WS-LOG-LINE
           MOVE SPACES TO WS-LOG-LINE
           STRING "MERGED: " DELIMITED BY SIZE
               WS-MERGE-COUNT DELIMITED BY SIZE
               "  CROSS-REFERENCES REPOINTED: " DELIMITED BY SIZE
               WS-REPOINT-COUNT DELIMITED BY SIZE
               INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           DISPLAY WS-LOG-LINE.

       CLOSE-FILES.
           CLOSE CUSTOMER-TRANSACTION-FILE
           CLOSE TRANSACTION-LOG-FILE
           CLOSE BALANCING-REPORT-FILE
           CLOSE CUSTOMER-XREF-FILE
           CLOSE CUSTOMER-AUDIT-FILE.

       COPY CTLPROC.
