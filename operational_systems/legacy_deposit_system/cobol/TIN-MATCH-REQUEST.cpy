      *================================================================*
      * COPYBOOK: TIN-MATCH-REQUEST
      * PURPOSE: IRS bulk TIN-matching record. TIN-MATCH-SUBMIT
      *          writes the submission (TINMREQ) -- one request per
      *          distinct id and name, fields separated by ';' as the
      *          bulk format requires; the IRS returns the same
      *          records (TINMRSP) with the match indicator appended
      *          after a fourth ';', and TIN-MATCH-RESPONSE posts it
      *          back to the verification file (TIN-VERIFY.cpy).
      *          TMR-ACCOUNT is ours to use: it carries the source
      *          and party id of the first record the request was
      *          built from, for tracing. Indicators:
      *            0  TIN and name match
      *            1  TIN missing or not nine digits
      *            2  TIN not currently issued
      *            3  TIN and name do not match
      *            4  invalid request
      *            5  duplicate request
      *            6  matched as an SSN (type 3 requests)
      *            7  matched as an EIN (type 3 requests)
      *            8  matched as both (type 3 requests)
      * USED BY: TIN-MATCH-SUBMIT.cob, TIN-MATCH-RESPONSE.cob
      *================================================================*
       01 TIN-MATCH-REQUEST-REC.
           05 TMR-TIN-TYPE         PIC X(1).
              88 TMR-TYPE-EIN      VALUE '1'.
              88 TMR-TYPE-SSN      VALUE '2'.
              88 TMR-TYPE-UNKNOWN  VALUE '3'.
           05 TMR-DELIM-1          PIC X(1).
           05 TMR-TIN              PIC X(9).
           05 TMR-DELIM-2          PIC X(1).
           05 TMR-NAME             PIC X(40).
           05 TMR-DELIM-3          PIC X(1).
           05 TMR-ACCOUNT          PIC X(20).
      *    Response only.
           05 TMR-DELIM-4          PIC X(1).
           05 TMR-INDICATOR        PIC X(1).
              88 TMR-MATCHED       VALUES '0' '6' '7' '8'.
              88 TMR-MISMATCHED    VALUES '1' '2' '3'.
              88 TMR-NOT-PROCESSED VALUES '4' '5'.
           05 FILLER               PIC X(5).
