      *================================================================*
      * COPYBOOK: OVERLIMIT-NOTIFY-LOG
      * PURPOSE: Permanent over-limit notification log (NOTIFLOG),
      *          written by OVERLIMIT-NOTIFY and extended each cycle,
      *          never rewritten. One event per person + covered
      *          institution + ownership category:
      *            N - notified: a letter went out; the position
      *                stays notified while it remains over the
      *                limit, so the customer is not re-notified
      *                every night
      *            S - suppressed: a letter was due but withheld
      *                (reason below); re-tested each cycle while
      *                the position stays over the limit, so the
      *                letter goes once the reason lifts
      *            C - cleared: the position fell back within the
      *                limit; a later excess is a new notice
      *          The latest event for a key is its current state.
      * USED BY: OVERLIMIT-NOTIFY.cob
      *================================================================*
       01 OVERLIMIT-NOTIFY-LOG-REC.
           05 ONL-DEPOSITOR-ID     PIC X(15).
           05 ONL-INSTITUTION-ID   PIC X(5).
           05 ONL-ORC-TYPE         PIC X(5).
           05 ONL-EVENT            PIC X(1).
              88 ONL-NOTIFIED      VALUE 'N'.
              88 ONL-SUPPRESSED    VALUE 'S'.
              88 ONL-CLEARED       VALUE 'C'.
           05 ONL-SUPPRESS-REASON  PIC X(2).
              88 ONL-NOT-ON-CUSTFILE VALUE 'NC'.
              88 ONL-NO-ADDRESS    VALUE 'NA'.
              88 ONL-DECEASED      VALUE 'DC'.
              88 ONL-RETURNED-MAIL VALUE 'RM'.
              88 ONL-DORMANT       VALUE 'DM'.
           05 ONL-CYCLE-DATE       PIC X(10).
           05 ONL-UNINSURED-AMT    PIC S9(13)V99.
           05 FILLER               PIC X(17).
