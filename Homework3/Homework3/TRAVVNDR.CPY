      *******  TRAVEL VENDOR MASTER RECORD COPY FILE
      *  KEYED BY VM-CODE.  THE CODE IS WHAT TR-VENDOR AND SG-VENDOR
      *  CARRY ON THE BOOKING AND SEGMENT RECORDS.  PAYMENT TERMS
      *  RUN OFF THE DEPARTURE DATE: "P" TERMS ARE DUE VM-TERMS-DAYS
      *  BEFORE DEPARTURE, "N" TERMS ARE NET VM-TERMS-DAYS AFTER.
       01  TRAVVNDR-REC.
           05  VM-CODE         PIC X(6).
           05  VM-NAME         PIC X(30).
           05  VM-REMIT-ADDR   PIC X(41).
           05  VM-TERMS-CODE   PIC X.
               88  VM-TERMS-PRIOR      VALUE "P".
               88  VM-TERMS-NET        VALUE "N".
           05  VM-TERMS-DAYS   PIC 9(3).
           05  VM-COMM-RATE    PIC V999.
           05  VM-CONTACT      PIC X(20).
           05  VM-PHONE        PIC X(10).
           05  VM-CONF-LEAD    PIC 9(3).
