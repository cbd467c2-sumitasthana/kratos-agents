      *================================================================*
      * COPYBOOK: ACCESS-JOURNAL
      * PURPOSE: Access journal of the online coverage and decision
      *          transactions -- one record per determination,
      *          account, or depositor shown on a CVIQ, ORCD or PODM
      *          screen: who looked (CICS user id and terminal),
      *          when, through which transaction, and at whose
      *          records. Written by the transactions to the ACJL
      *          transient data queue, which ops cuts nightly to
      *          ACCJRNL. ACCESS-REVIEW-RPT reviews the night's
      *          journal; AUDIT-TRAIL-ARCHIVE then cuts it into
      *          the ACCARCH generations under the same retention
      *          parameter as AUDARCH.
      * USED BY: COVERAGE-INQUIRY.cob, ORC-DECISION-ENTRY.cob and
      *          POD-BENE-MAINT.cob (as a mirrored layout),
      *          ACCESS-REVIEW-RPT.cob, AUDIT-TRAIL-ARCHIVE.cob
      *================================================================*
       01 ACCESS-JOURNAL-REC.
           05 ACJ-USER-ID          PIC X(8).
           05 ACJ-TERMINAL-ID      PIC X(4).
      *    YYYY-MM-DD and HH:MM:SS, local time of the region.
           05 ACJ-ACCESS-DATE      PIC X(10).
           05 ACJ-ACCESS-TIME      PIC X(8).
           05 ACJ-TRANID           PIC X(4).
      *    The function keyed: CVIQ 'A' by account / 'D' by
      *    depositor; ORCD 'B' browse / 'D' decision; PODM 'I'
      *    inquire / 'A' 'C' 'E' change keyed / 'K' approve / 'X'
      *    withdraw.
           05 ACJ-FUNCTION         PIC X(1).
      *    Blank when only the depositor was asked for.
           05 ACJ-ACCT-NUMBER      PIC X(20).
      *    The depositor whose records were shown -- blank when
      *    the key keyed was not on file.
           05 ACJ-DEPOSITOR-ID     PIC X(15).
           05 ACJ-RESULT           PIC X(1).
              88 ACJ-FOUND         VALUE 'F'.
              88 ACJ-NOT-FOUND     VALUE 'N'.
           05 FILLER               PIC X(29).
