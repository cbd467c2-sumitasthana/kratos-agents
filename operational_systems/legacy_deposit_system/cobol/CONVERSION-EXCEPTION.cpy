      *================================================================*
      * COPYBOOK: CONVERSION-EXCEPTION
      * PURPOSE: One record per problem found converting an acquired
      *          book (CNVEXCP), written by ACQUIRED-BOOK-CONVERT. A
      *          record with any exception is withheld from the
      *          converted files -- a value that cannot be mapped is
      *          never defaulted -- so the exception file is the
      *          complete work list for the next conversion pass.
      *          CNVX-EXTRACT is the extract (ACCT, CUST, BENE,
      *          INSD) or MAP for a mapping-table entry, in which
      *          case the run stops before anything is converted.
      *          Reasons:
      *            UNMP  code has no mapping entry
      *            NNUM  numeric field not numeric
      *            BDAT  date field not a valid date
      *            MISS  required field blank
      *            DUPK  key appears more than once on the extract
      *            NOAC  beneficiary's account was not converted
      *            NORS  beneficiary's account carries no roster
      *            MAPE  mapping-table entry invalid
      *            NOFM  required field has no field mapping
      * USED BY: ACQUIRED-BOOK-CONVERT.cob
      *================================================================*
       01 CONVERSION-EXCEPTION-REC.
           05 CNVX-SOURCE-SYSTEM   PIC X(15).
           05 CNVX-EXTRACT         PIC X(4).
      *    Record number on the extract, or on the mapping table
      *    for a MAP exception.
           05 CNVX-RECORD-NUMBER   PIC 9(7).
           05 CNVX-RECORD-KEY      PIC X(20).
           05 CNVX-FIELD-NAME      PIC X(20).
           05 CNVX-SOURCE-VALUE    PIC X(30).
           05 CNVX-REASON-CODE     PIC X(4).
           05 CNVX-REASON-TEXT     PIC X(40).
           05 FILLER               PIC X(10).
