      *================================================================*
      * COPYBOOK: CUSTOMER-RELATION
      * PURPOSE: Household relationships between customers
      *          (CUSTREL) -- one record per directed pairing of two
      *          depositor ids already on CUSTFILE, with the kind of
      *          relationship and the date it was last confirmed
      *          with the customer. Only a spouse pairing ('SPS') is
      *          read today: it is the co-owner a joint retitling
      *          can name without bringing in a new customer.
      *          ACCESS-REVIEW-RPT reads every pairing of an
      *          employee's own depositor id, to find the employee's
      *          related parties.
      * USED BY: COVERAGE-OPPORTUNITY-RPT.cob, ACCESS-REVIEW-RPT.cob
      *================================================================*
       01 CUSTOMER-RELATION-REC.
           05 CRL-DEPOSITOR-ID     PIC X(15).
           05 CRL-RELATED-ID       PIC X(15).
           05 CRL-RELATION-TYPE    PIC X(3).
              88 CRL-SPOUSE        VALUE 'SPS'.
              88 CRL-PARENT        VALUE 'PAR'.
              88 CRL-CHILD         VALUE 'CHD'.
           05 CRL-CONFIRMED-DATE   PIC X(10).
           05 FILLER               PIC X(7).
