      *================================================================*
      * COPYBOOK: RETENTION-CLOSURE
      * PURPOSE: Closure register for the record-retention purge
      *          (RTNCLOSE, rewritten every run to a new generation,
      *          RTNCLOSN, by RETENTION-PURGE). Neither the account
      *          master nor the trust master keeps the date an
      *          account or trust closed -- only its status -- so the
      *          retention clock is kept here: one record per closed
      *          account ('A', key = account number) and per closed
      *          trust ('T', key = trust id), in key-type / key
      *          order. RTC-CLOSED-DATE is the business date the
      *          purge first saw it closed (or the source system's
      *          closing date where the first generation was seeded
      *          from it); RTC-PURGED-DATE is the business date its
      *          personal data was first purged, blank until then.
      *          A record drops off when the account or trust is no
      *          longer closed on its master, so a reopened account
      *          starts a new clock when it next closes.
      * USED BY: RETENTION-PURGE.cob
      *================================================================*
       01 RETENTION-CLOSURE-REC.
           05 RTC-KEY-TYPE         PIC X(1).
              88 RTC-ACCOUNT       VALUE 'A'.
              88 RTC-TRUST         VALUE 'T'.
           05 RTC-KEY              PIC X(20).
           05 RTC-CLOSED-DATE      PIC X(10).
           05 RTC-PURGED-DATE      PIC X(10).
           05 FILLER               PIC X(19).
