      ***********************************************************
      * OPERATOR ACTIVITY JOURNAL
      * KODY BRAND
      * This subprogram stamps one line to the operator activity
      * journal for every successful action a signed-on operator
      * takes in an interactive program -- an inquiry, an add, a
      * change, an approval -- so the auditors can see who did
      * what and when, not just the refusals OPERVIOL logs.  The
      * caller passes its operator ID, its program name, the
      * function (a verb first: VIEW, ADD, CHANGE, DELETE,
      * APPROVE, and so on, which is how OPERACTR classes it), the
      * key of the record touched, and, where the record carries
      * it, the ID of the operator who entered the record, so an
      * operator approving their own entry stands out.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACT.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERACT-FILE ASSIGN TO UT-S-OPERACT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERACT-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OPERACT-REC             PIC X(74).

       WORKING-STORAGE SECTION.
       77  UT-S-OPERACT        PIC X(50)
               VALUE "C:\COBOL\OPERACT.LOG".
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE         PIC 9(8).
           05  WS-CDT-TIME         PIC 9(8).
           05  FILLER              PIC X(5).
       01  WS-ACT-LINE.
           05  WS-ACT-DATE         PIC 9(8).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  WS-ACT-TIME         PIC 9(6).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  WS-ACT-ID           PIC X(3).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  WS-ACT-PROGRAM      PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  WS-ACT-FUNCTION     PIC X(20).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  WS-ACT-KEY          PIC X(20).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  WS-ACT-OWNER        PIC X(3).
       LINKAGE SECTION.
       01  LINK-OPER-ID            PIC X(3).
       01  LINK-PROGRAM            PIC X(8).
       01  LINK-FUNCTION           PIC X(20).
       01  LINK-KEY                PIC X(20).
       01  LINK-OWNER              PIC X(3).

       PROCEDURE DIVISION USING LINK-OPER-ID, LINK-PROGRAM,
               LINK-FUNCTION, LINK-KEY, LINK-OWNER.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN EXTEND OPERACT-FILE.
           MOVE WS-CDT-DATE TO WS-ACT-DATE.
           MOVE WS-CDT-TIME(1:6) TO WS-ACT-TIME.
           MOVE LINK-OPER-ID TO WS-ACT-ID.
           MOVE LINK-PROGRAM TO WS-ACT-PROGRAM.
           MOVE LINK-FUNCTION TO WS-ACT-FUNCTION.
           MOVE LINK-KEY TO WS-ACT-KEY.
           MOVE LINK-OWNER TO WS-ACT-OWNER.
           MOVE WS-ACT-LINE TO OPERACT-REC.
           WRITE OPERACT-REC.
           CLOSE OPERACT-FILE.
           GOBACK.
       END PROGRAM OPERACT.
