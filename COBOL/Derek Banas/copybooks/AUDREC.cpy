      *> Shared CUSTOMER-AUDIT record layout.
      *> COPY'd into the FD of every program that writes or reads the
      *> audit file (CUSTMAINT, CUSTBATCH, CUSTRCVR, CUSTHIST, AUDARCH)
      *> so the writers and the readers can never drift out of sync on
      *> the file's shape. Every add/change/delete against CUSTMAST
      *> carries the full CUSTREC image before and after the update;
      *> adds have a blank before image and deletes a blank after image.
      *> CUSTRCVR rebuilds the master to a point in time by replaying
      *> these against a restored backup copy. The images carry the full
      *> 91-byte CUSTREC layout; audit files written before the address
      *> conversion (CUSTCONV) belong with the archived old master, not
      *> with the converted one. CUSTHIST reports the changes field by
      *> field; AUDARCH moves records older than a cut-off to a dated
      *> archive file. A CUSTMAINT merge is audited as a change to the
      *> surviving customer followed by a delete of the retired one, so
      *> a replay merges them too.
           05  AU-DATE             PIC 9(8).
           05  AU-TIME             PIC 9(6).
           05  AU-PROGRAM          PIC X(9).
