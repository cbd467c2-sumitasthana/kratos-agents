      *================================================================*
      * COPYBOOK: OFFICIAL-ITEM
      * PURPOSE: Outstanding official items extract (OFFITEMS) from
      *          the official check system -- one record per
      *          cashier's check, money order, or expense check the
      *          bank has issued. An outstanding official item is a
      *          deposit liability of the bank owed to the PAYEE
      *          (12 CFR 330.1(l)), not to the purchaser, so it is
      *          insured in the payee's name once the payee can be
      *          identified. Paid, voided, and stopped items are on
      *          the extract for balancing only and are not deposits.
      * USED BY: OFFICIAL-ITEM-MATCH.cob
      *================================================================*
       01 OFFICIAL-ITEM-REC.
           05 OFI-ITEM-NUMBER      PIC X(20).
           05 OFI-ITEM-TYPE        PIC X(2).
              88 OFI-CASHIERS-CHECK VALUE 'CC'.
              88 OFI-MONEY-ORDER   VALUE 'MO'.
              88 OFI-EXPENSE-CHECK VALUE 'EC'.
           05 OFI-INSTITUTION-ID   PIC X(5).
           05 OFI-PAYEE-NAME       PIC X(50).
           05 OFI-PAYEE-TAX-ID     PIC X(15).
           05 OFI-PURCHASER-NAME   PIC X(50).
           05 OFI-PURCHASER-ID     PIC X(15).
           05 OFI-AMOUNT           PIC S9(13)V99.
           05 OFI-ISSUE-DATE       PIC X(10).
           05 OFI-STATUS           PIC X(1).
              88 OFI-OUTSTANDING   VALUE 'O'.
              88 OFI-PAID          VALUE 'P'.
              88 OFI-VOIDED        VALUE 'V'.
              88 OFI-STOPPED       VALUE 'S'.
           05 FILLER               PIC X(17).
