      *================================================================*
      * COPYBOOK: RETURNED-MAIL
      * PURPOSE: Returned-mail register (RTNMAIL) kept by the mail
      *          room -- one record per depositor whose mail came
      *          back undeliverable, with the date it came back and
      *          the date a corrected address was confirmed with the
      *          customer. While the confirmed date is blank (or
      *          earlier than the latest return) the address on
      *          CUSTFILE is known to be bad and no customer letter
      *          is mailed to it.
      * USED BY: OVERLIMIT-NOTIFY.cob
      *================================================================*
       01 RETURNED-MAIL-REC.
           05 RTM-DEPOSITOR-ID     PIC X(15).
           05 RTM-RETURNED-DATE    PIC X(10).
           05 RTM-CONFIRMED-DATE   PIC X(10).
           05 RTM-RETURN-REASON    PIC X(2).
              88 RTM-NO-SUCH-ADDR  VALUE 'NA'.
              88 RTM-MOVED         VALUE 'MV'.
              88 RTM-REFUSED       VALUE 'RF'.
           05 FILLER               PIC X(13).
