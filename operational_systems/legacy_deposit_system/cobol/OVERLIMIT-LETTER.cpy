      *================================================================*
      * COPYBOOK: OVERLIMIT-LETTER
      * PURPOSE: Over-limit notification letter extract (LTREXTR)
      *          for the print vendor, written by OVERLIMIT-NOTIFY.
      *          Each letter is an 'H' header (name, mailing
      *          address, letter date, the SMDIA), then one 'C'
      *          line per institution + category in which the
      *          customer's deposits are over the limit, each
      *          followed by its 'O' plain-language option lines,
      *          then the general 'O' lines. One 'T' trailer closes
      *          the file with the control counts the vendor
      *          balances to. OLL-DEPOSITOR-ID groups a letter's
      *          records.
      * USED BY: OVERLIMIT-NOTIFY.cob
      *================================================================*
       01 OVERLIMIT-LETTER-REC.
           05 OLL-RECORD-TYPE      PIC X(1).
              88 OLL-HEADER-REC    VALUE 'H'.
              88 OLL-CATEGORY-REC  VALUE 'C'.
              88 OLL-OPTION-REC    VALUE 'O'.
              88 OLL-TRAILER-REC   VALUE 'T'.
           05 OLL-DEPOSITOR-ID     PIC X(15).
           05 OLL-BODY             PIC X(184).
           05 OLL-HEADER REDEFINES OLL-BODY.
              10 OLL-NAME          PIC X(50).
              10 OLL-ADDR-LINE1    PIC X(50).
              10 OLL-ADDR-CITY     PIC X(30).
              10 OLL-ADDR-STATE    PIC X(2).
              10 OLL-ADDR-ZIP      PIC X(10).
              10 OLL-LETTER-DATE   PIC X(10).
              10 OLL-SMDIA         PIC S9(13)V99.
              10 FILLER            PIC X(17).
           05 OLL-CATEGORY REDEFINES OLL-BODY.
              10 OLL-INSTITUTION-ID PIC X(5).
              10 OLL-ORC-TYPE      PIC X(5).
              10 OLL-CATEGORY-TEXT PIC X(40).
              10 OLL-BALANCE       PIC S9(13)V99.
              10 OLL-INSURED-AMT   PIC S9(13)V99.
              10 OLL-UNINSURED-AMT PIC S9(13)V99.
              10 OLL-NEW-FLAG      PIC X(1).
                 88 OLL-NEWLY-OVER VALUE 'Y'.
              10 FILLER            PIC X(88).
           05 OLL-OPTION REDEFINES OLL-BODY.
              10 OLL-OPTION-TEXT   PIC X(100).
              10 FILLER            PIC X(84).
           05 OLL-TRAILER REDEFINES OLL-BODY.
              10 OLL-LETTER-COUNT  PIC 9(7).
              10 OLL-RECORD-COUNT  PIC 9(9).
              10 FILLER            PIC X(168).
