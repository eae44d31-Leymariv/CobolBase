           05  CA-IMAGE-TYPE        PIC X.
               88  CA-BeforeImage       VALUE "B".
               88  CA-AfterImage        VALUE "A".
           05  CA-RECORD-IMAGE      PIC X(544).
