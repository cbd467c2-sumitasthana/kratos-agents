      *================================================================*
      * COPYBOOK: DOCUMENT-INDEX
      * PURPOSE: Ownership document index fed nightly from the
      *          imaging system (DOCINDEX), one record per imaged
      *          document, in no particular order. DIX-ENTITY-ID is
      *          the deposit account number or the trust id the
      *          document was filed under. DOC-DEFICIENCY-RPT matches
      *          it against the documents each account's and trust's
      *          coverage determination relies on; a document with
      *          no signed date is indexed but not yet good evidence
      *          and does not satisfy the requirement.
      * USED BY: DOC-DEFICIENCY-RPT.cob
      *================================================================*
       01 DOCUMENT-INDEX-REC.
           05 DIX-ENTITY-ID        PIC X(20).
           05 DIX-DOC-TYPE         PIC X(4).
              88 DIX-TRUST-AGREEMENT VALUE 'TRST'.
              88 DIX-POD-DESIGNATION VALUE 'PODD'.
              88 DIX-EBP-PLAN-DOC  VALUE 'EBPD'.
              88 DIX-SIGNATURE-CARD VALUE 'SIGC'.
              88 DIX-CUSTODIAN-DESIG VALUE 'GOVC'.
           05 DIX-IMAGE-ID         PIC X(20).
           05 DIX-SIGNED-DATE      PIC X(10).
           05 FILLER               PIC X(26).
