           05 WS-AR-NETPAY PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-AR-RUN-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-AR-WEEKLY-RUNS PIC ZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-AR-MONTHLY-RUNS PIC ZZ,ZZ9.
