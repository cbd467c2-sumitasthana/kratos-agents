      * about -- lead the page.
      ******************************************************************
      * FIXED 2026-08-22: Original version.
      * FIXED 2026-10-15: Prints the interest form and present-value
      * factor on the rows for actuarially valued irrevocable
      * interests; REV rows leave both columns blank.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  LLD-INSURED         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2).
           05  LLD-UNINSURED       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2).
           05  LLD-FORM            PIC X(2).
           05  LLD-FACTOR          PIC 9.9(6) BLANK WHEN ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
               TO LLD-INSURED
           MOVE BLG-UNINSURED-AMT OF SORTED-LEDGER-REC
               TO LLD-UNINSURED
           MOVE BLG-INTEREST-FORM OF SORTED-LEDGER-REC
               TO LLD-FORM
           MOVE BLG-VALUATION-FACTOR OF SORTED-LEDGER-REC
               TO LLD-FACTOR
           MOVE LEDGER-LINE-DETAIL TO LEDGER-REPORT-LINE
           WRITE LEDGER-REPORT-LINE
           READ SORTED-LEDGER-FILE
