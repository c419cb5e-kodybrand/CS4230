      *******  SUSPICIOUS-ACTIVITY REVIEW CASE RECORD COPY FILE
       01  SARCASE-REC.
           05  SC-CASE-NO      PIC 9(6).
           05  SC-SUBJ-TYPE    PIC X.
               88  SC-SUBJ-IS-ACCT     VALUE "A".
               88  SC-SUBJ-IS-CUST     VALUE "C".
           05  SC-SUBJ-ID      PIC X(6).
           05  SC-OPEN-DATE    PIC 9(8).
           05  SC-WIN-START    PIC 9(8).
           05  SC-WIN-END      PIC 9(8).
           05  SC-PATTERN      PIC X.
               88  SC-PAT-DEPOSITS     VALUE "D".
               88  SC-PAT-WITHDRAWALS  VALUE "W".
               88  SC-PAT-BOTH         VALUE "B".
               88  SC-PAT-SPLIT        VALUE "S".
           05  SC-NEAR-DAYS    PIC 9(2).
           05  SC-ACCT-CNT     PIC 9(2).
           05  SC-CASH-IN      PIC 9(7)V99.
           05  SC-CASH-OUT     PIC 9(7)V99.
           05  SC-STATUS       PIC X.
               88  SC-IS-OPEN          VALUE "O".
               88  SC-IS-FILED         VALUE "F".
               88  SC-IS-NO-ACTION     VALUE "N".
           05  SC-DISP-DATE    PIC 9(8).
           05  SC-DISP-OPER    PIC X(3).
           05  SC-SAR-REF      PIC X(14).
           05  SC-DISP-NOTE    PIC X(40).
