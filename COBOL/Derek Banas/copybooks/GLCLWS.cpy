      *> Shared "last closed GL period" working-storage fields.
      *> COPY'd into WORKING-STORAGE by every program that calls the
      *> FIND-LAST-GL-CLOSE paragraph (GLCLPROC.cpy) so the two never
      *> drift out of sync. Periods are YYYYMM; zero means no period
      *> has been closed yet.
           01 WS-GL-CLOSED-PERIOD PIC 9(6) VALUE 0.
           01 WS-GL-CLOSE-RUN-MONTH PIC 9(6) VALUE 0.
           01 WS-GL-PERIOD-WORK.
               05 WS-GL-PERIOD-YYYY PIC 9(4).
               05 WS-GL-PERIOD-MM   PIC 99.
           01 WS-GL-PERIOD-NUM REDEFINES WS-GL-PERIOD-WORK PIC 9(6).
