      ***********************************************************
      * SOCIAL SECURITY NUMBER EDIT AND MASK
      * KODY BRAND
      * This subprogram edits one employee social security number
      * the way the Social Security Administration does and hands
      * back the masked form (XXX-XX- and the last four digits)
      * that every payroll report except the W-2 itself prints, so
      * the full number lives on the employee master and the W-2
      * and nowhere else.  The result comes back as a space when
      * the number is good, M when none is on file, and B when it
      * is badly formed: not nine digits, an area number of 000,
      * 666, or 900 and up, a group number of 00, or a serial
      * number of 0000.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSNEDIT.
       AUTHOR. KODY BRAND.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SE-SSN-WORK.
           05  SE-AREA     PIC X(3).
           05  SE-GROUP    PIC X(2).
           05  SE-SERIAL   PIC X(4).
       01  SE-MASK.
           05  FILLER      PIC X(7)    VALUE "XXX-XX-".
           05  SE-MASK-LAST PIC X(4).
       LINKAGE SECTION.
       01  LINK-SSN        PIC X(9).
       01  LINK-RESULT     PIC X.
       01  LINK-MASKED     PIC X(11).

       PROCEDURE DIVISION USING LINK-SSN, LINK-RESULT, LINK-MASKED.
       000-MAIN.
           MOVE LINK-SSN TO SE-SSN-WORK.
           MOVE SPACE TO LINK-RESULT.
           IF LINK-SSN = SPACES OR LINK-SSN = ZEROES
               MOVE "M" TO LINK-RESULT
               MOVE "NOT ON FILE" TO LINK-MASKED
               GOBACK.
           MOVE SE-SERIAL TO SE-MASK-LAST.
           MOVE SE-MASK TO LINK-MASKED.
           IF LINK-SSN NOT NUMERIC
               MOVE "B" TO LINK-RESULT
               GOBACK.
           IF SE-AREA = "000" OR SE-AREA = "666"
               OR SE-AREA(1:1) = "9"
               MOVE "B" TO LINK-RESULT.
           IF SE-GROUP = "00" OR SE-SERIAL = "0000"
               MOVE "B" TO LINK-RESULT.
           GOBACK.
       END PROGRAM SSNEDIT.
