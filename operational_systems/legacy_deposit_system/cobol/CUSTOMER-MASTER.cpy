      * PURPOSE: Customer record layout for FDIC Part 370 processing
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Added CUST-ENTITY-FORM beside CUST-TAX-ID-TYPE
      *               (carved from trailing FILLER, record length
      *               unchanged) so a sole proprietorship ('SPR')
      *               can be told from a corporation or partnership;
      *               ORC-ASSIGNMENT routes a proprietor's DBA
      *               account to the owner's single ownership from
      *               it and the DBALINK file (DBA-LINK.cpy).
      *   2026-08-08  Added CUST-EMAIL and CUST-PHONE per IT Guide
      *               Section 2.3.2 data completeness requirements.
      *               See CUST-DATA-COMPLETE-RPT.cob for the exception
              88 CUST-TAXID-SSN    VALUE 'SSN '.
              88 CUST-TAXID-EIN    VALUE 'EIN '.
              88 CUST-TAXID-ITIN   VALUE 'ITIN'.
      *    Blank for a natural person.
           05 CUST-ENTITY-FORM     PIC X(3).
              88 CUST-FORM-SOLE-PROP  VALUE 'SPR'.
              88 CUST-FORM-CORP       VALUE 'COR'.
              88 CUST-FORM-PARTNERSHIP VALUE 'PTR'.
              88 CUST-FORM-ASSOCIATION VALUE 'ASN'.
           05 CUST-SOURCE-SYSTEM   PIC X(15).
           05 CUST-LAST-UPDATED    PIC X(26).
           05 FILLER               PIC X(13).
