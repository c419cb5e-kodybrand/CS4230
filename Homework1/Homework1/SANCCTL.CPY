      *******  SANCTIONS LIST CONTROL RECORD COPY FILE
       01  SANCCTL-REC.
           05  SN-LIST-DATE    PIC 9(8).
           05  SN-ENTRY-CNT    PIC 9(6).
           05  SN-RESCREEN-DATE PIC 9(8).
