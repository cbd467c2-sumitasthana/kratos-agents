      *================================================================*
      * COPYBOOK: RESTRICTED-RELATIONSHIP
      * PURPOSE: Relationships the privacy officer has flagged
      *          (RSTRREL) -- VIP customers, and restricted
      *          relationships (litigation, law-enforcement
      *          request, public figures) where every online look
      *          at the depositor's records is reviewed.
      * USED BY: ACCESS-REVIEW-RPT.cob
      *================================================================*
       01 RESTRICTED-RELATIONSHIP-REC.
           05 RSR-DEPOSITOR-ID     PIC X(15).
           05 RSR-CLASS            PIC X(3).
              88 RSR-VIP           VALUE 'VIP'.
              88 RSR-RESTRICTED    VALUE 'RST'.
           05 RSR-REASON           PIC X(30).
           05 RSR-ADDED-DATE       PIC X(10).
           05 FILLER               PIC X(2).
