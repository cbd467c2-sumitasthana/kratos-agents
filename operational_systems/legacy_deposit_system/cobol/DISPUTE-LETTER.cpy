      *================================================================*
      * COPYBOOK: DISPUTE-LETTER
      * PURPOSE: Coverage dispute response letter extract (DSPLTR)
      *          for the print vendor, written by DISPUTE-FOLLOWUP
      *          for each dispute resolved in the cycle. Each letter
      *          is an 'H' header (name and mailing address from
      *          CUSTFILE, the representative the letter is to the
      *          attention of, the letter date, the dispute id and
      *          the date the dispute was received), then one 'E'
      *          line per disputed account or trust with its
      *          coverage as it now stands, then the 'P' paragraph
      *          lines that explain the outcome. One 'T' trailer
      *          closes the file with the control counts the vendor
      *          balances to. DLT-DISPUTE-ID groups a letter's
      *          records. Same conventions as OVERLIMIT-LETTER.
      * USED BY: DISPUTE-FOLLOWUP.cob
      *================================================================*
       01 DISPUTE-LETTER-REC.
           05 DLT-RECORD-TYPE      PIC X(1).
              88 DLT-HEADER-REC    VALUE 'H'.
              88 DLT-ENTITY-REC    VALUE 'E'.
              88 DLT-PARAGRAPH-REC VALUE 'P'.
              88 DLT-TRAILER-REC   VALUE 'T'.
           05 DLT-DISPUTE-ID       PIC 9(9).
           05 DLT-DEPOSITOR-ID     PIC X(15).
           05 DLT-BODY             PIC X(215).
           05 DLT-HEADER REDEFINES DLT-BODY.
              10 DLT-NAME          PIC X(50).
              10 DLT-ADDR-LINE1    PIC X(50).
              10 DLT-ADDR-CITY     PIC X(30).
              10 DLT-ADDR-STATE    PIC X(2).
              10 DLT-ADDR-ZIP      PIC X(10).
      *       Blank when the depositor disputed in person.
              10 DLT-ATTENTION     PIC X(40).
              10 DLT-LETTER-DATE   PIC X(10).
              10 DLT-RECEIVED-DATE PIC X(10).
              10 DLT-OUTCOME       PIC X(1).
                 88 DLT-UPHELD     VALUE 'U'.
                 88 DLT-CORRECTED  VALUE 'C'.
                 88 DLT-WITHDRAWN  VALUE 'W'.
              10 FILLER            PIC X(12).
           05 DLT-ENTITY REDEFINES DLT-BODY.
              10 DLT-ENTITY-TYPE   PIC X(1).
                 88 DLT-DEPOSIT-ENTITY VALUE 'D'.
                 88 DLT-TRUST-ENTITY VALUE 'T'.
              10 DLT-ENTITY-ID     PIC X(20).
              10 DLT-ORC-TYPE      PIC X(5).
              10 DLT-CATEGORY-TEXT PIC X(40).
              10 DLT-BALANCE       PIC S9(13)V99.
              10 DLT-INSURED-AMT   PIC S9(13)V99.
              10 DLT-UNINSURED-AMT PIC S9(13)V99.
      *       'Y' when the coverage differs from what the disputed
      *       statement showed.
              10 DLT-CHANGED-FLAG  PIC X(1).
                 88 DLT-COVERAGE-CHANGED VALUE 'Y'.
              10 FILLER            PIC X(103).
           05 DLT-PARAGRAPH REDEFINES DLT-BODY.
              10 DLT-PARAGRAPH-TEXT PIC X(100).
              10 FILLER            PIC X(115).
           05 DLT-TRAILER REDEFINES DLT-BODY.
              10 DLT-LETTER-COUNT  PIC 9(7).
              10 DLT-RECORD-COUNT  PIC 9(9).
              10 FILLER            PIC X(199).
