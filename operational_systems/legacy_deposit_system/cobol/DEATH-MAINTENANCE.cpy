      *================================================================*
      * COPYBOOK: DEATH-MAINTENANCE
      * PURPOSE: Death-status maintenance (DMFMAINT) written by
      *          DMF-DEATH-MATCH for every confident Death Master File
      *          match -- SSN equal after normalization, surname and
      *          first name both found in the name on file, and date
      *          of birth equal wherever both sides carry one. One
      *          record per party record on file, naming the file it
      *          maintains and that record's key; the system of
      *          record for each file applies it:
      *            CUST - CUSTFILE: CUST-DEATH-FLAG 'Y' and
      *                   CUST-DEATH-DATE (party id = depositor id)
      *            BENE - BENEIN: BENE-STATUS 'D' and BENE-DEATH-DATE
      *                   (party id = beneficiary id, key 2 = trust)
      *            DTB  - DTBENEF: DTB-STATUS 'D' (key 2 = account)
      *            POD  - PODBENEF: PODB-STATUS 'D' (key 2 = account)
      *            EBP  - EBPPART: participant deceased (key 2 =
      *                   plan account)
      *          DMM-BASIS records what confirmed the match: 'SND'
      *          SSN, name, and date of birth; 'SN ' SSN and name
      *          with no date of birth on one side to compare.
      * USED BY: DMF-DEATH-MATCH.cob
      *================================================================*
       01 DEATH-MAINT-REC.
           05 DMM-SOURCE           PIC X(4).
              88 DMM-CUSTOMER      VALUE 'CUST'.
              88 DMM-TRUST-BENE    VALUE 'BENE'.
              88 DMM-DEP-TRUST-BENE VALUE 'DTB '.
              88 DMM-POD-BENE      VALUE 'POD '.
              88 DMM-EBP-PARTICIPANT VALUE 'EBP '.
           05 DMM-PARTY-ID         PIC X(15).
           05 DMM-KEY-2            PIC X(20).
           05 DMM-DEATH-FLAG       PIC X(1).
           05 DMM-DEATH-DATE       PIC X(10).
           05 DMM-SSN              PIC X(9).
           05 DMM-NAME             PIC X(50).
           05 DMM-BASIS            PIC X(3).
              88 DMM-SSN-NAME-DOB  VALUE 'SND'.
              88 DMM-SSN-NAME      VALUE 'SN '.
           05 DMM-BUSINESS-DATE    PIC X(10).
           05 FILLER               PIC X(8).
