       01 WS-ACTION-CODE PIC X.
       01 WS-IDENT-X     PIC X(3).
       01 WS-IDENT-NUM REDEFINES WS-IDENT-X PIC 9(3).
       01 WS-RETIRED-X   PIC X(3).
       01 WS-RETIRED-NUM REDEFINES WS-RETIRED-X PIC 9(3).
       01 WS-CUST-NAME   PIC X(20).
       01 WS-MOB-X       PIC XX.
       01 WS-DOB-X       PIC XX.

       01 WS-IDENT-VALID-SW PIC X VALUE "N".
           88 WS-IDENT-VALID VALUE "Y".
       01 WS-RETIRED-VALID-SW PIC X VALUE "N".
           88 WS-RETIRED-VALID VALUE "Y".
       01 WS-NAME-VALID-SW PIC X VALUE "N".
           88 WS-NAME-VALID VALUE "Y".
       01 WS-DATE-DONE-SW PIC X VALUE "N".

       ENTER-TRANSACTION.
           DISPLAY " "
           DISPLAY "Action (A=Add C=Change D=Delete M=Merge X=Exit): "
               WITH NO ADVANCING
           ACCEPT WS-ACTION-CODE
           EVALUATE WS-ACTION-CODE
               WHEN "D" WHEN "d"
                   MOVE "D" TO WS-ACTION-CODE
                   PERFORM ENTER-DELETE
               WHEN "M" WHEN "m"
                   MOVE "M" TO WS-ACTION-CODE
                   PERFORM ENTER-MERGE
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid action - enter A, C, D, M or X"
           END-EVALUATE.

       ENTER-FULL-CUSTOMER.

       ENTER-DELETE.
           PERFORM GET-IDENT
           PERFORM CLEAR-CUSTOMER-FIELDS
           PERFORM WRITE-TRANSACTION.

      *> The ident keyed first survives; the second is merged into it
      *> and retired by CUSTMAINT.
       ENTER-MERGE.
           DISPLAY "Surviving customer"
           PERFORM GET-IDENT
           MOVE "N" TO WS-RETIRED-VALID-SW
           PERFORM ACCEPT-RETIRED-IDENT UNTIL WS-RETIRED-VALID
           PERFORM CLEAR-CUSTOMER-FIELDS
           PERFORM WRITE-TRANSACTION.

       ACCEPT-RETIRED-IDENT.
           DISPLAY "Ident to merge into it and retire (001-999): "
               WITH NO ADVANCING
           ACCEPT WS-RETIRED-X
           EVALUATE TRUE
               WHEN WS-RETIRED-X NOT NUMERIC
                   DISPLAY "Invalid ident - must be three digits"
               WHEN WS-RETIRED-NUM = ZERO
                   DISPLAY "Invalid ident - 000 is not allowed"
               WHEN WS-RETIRED-NUM = WS-IDENT-NUM
                   DISPLAY "Invalid ident - cannot merge a customer "
                       "into itself"
               WHEN OTHER
                   MOVE "Y" TO WS-RETIRED-VALID-SW
           END-EVALUATE.

       CLEAR-CUSTOMER-FIELDS.
           MOVE SPACES TO WS-CUST-NAME
           MOVE ZERO TO WS-ENT-MOB
           MOVE ZERO TO WS-ENT-DOB
           MOVE SPACES TO WS-ENT-CITY
           MOVE SPACES TO WS-ENT-STATE
           MOVE ZERO TO WS-ENT-ZIP
           MOVE SPACES TO WS-ENT-PHONE.

       GET-IDENT.
           MOVE "N" TO WS-IDENT-VALID-SW
           MOVE WS-ENT-STATE TO CT-STATE
           MOVE WS-ENT-ZIP TO CT-ZIP
           MOVE WS-ENT-PHONE TO CT-PHONE
           IF WS-ACTION-CODE = "M"
               MOVE WS-RETIRED-NUM TO CT-MG-RETIRED-IDENT
           END-IF
           WRITE CUSTOMER-TRANSACTION-RECORD
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING CUSTOMER-TRANSACTION-FILE STATUS "
