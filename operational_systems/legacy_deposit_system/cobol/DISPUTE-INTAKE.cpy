      *================================================================*
      * COPYBOOK: DISPUTE-INTAKE
      * PURPOSE: A coverage dispute keyed online through the DSPI
      *          transaction (DISPUTE-INTAKE-ENTRY) when a depositor,
      *          or an attorney or other representative acting for
      *          one, disputes the coverage on a statement. Written
      *          to the DSPI transient data queue, which ops cuts to
      *          DSPINTK for DISPUTE-FOLLOWUP to register. One
      *          complaint is several records sharing the intake
      *          reference DSPI hands out when the complaint is
      *          logged (terminal + date + time):
      *            'N' the complaint -- who disputes (DSI-DISPUTANT-
      *                TYPE, and the representative's name in
      *                DSI-TEXT) and the date it was received;
      *            'I' one disputed account ('D') or trust ('T')
      *                with the ownership category the customer
      *                claims and the claim in their words;
      *            'D' one supporting document received, its type,
      *                description, and date received.
      *          Items and documents may follow the complaint on a
      *          later day -- they are added to the registered
      *          dispute through the same intake reference.
      * USED BY: DISPUTE-INTAKE-ENTRY.cob (as a mirrored layout),
      *          DISPUTE-FOLLOWUP.cob
      *================================================================*
       01 DISPUTE-INTAKE-REC.
           05 DSI-INTAKE-REF       PIC X(18).
           05 DSI-RECORD-TYPE      PIC X(1).
              88 DSI-COMPLAINT-REC VALUE 'N'.
              88 DSI-ITEM-REC      VALUE 'I'.
              88 DSI-DOCUMENT-REC  VALUE 'D'.
           05 DSI-DEPOSITOR-ID     PIC X(15).
      *    'N' only.
           05 DSI-DISPUTANT-TYPE   PIC X(1).
              88 DSI-BY-CUSTOMER   VALUE 'C'.
              88 DSI-BY-ATTORNEY   VALUE 'A'.
              88 DSI-BY-OTHER-REP  VALUE 'O'.
      *    YYYY-MM-DD -- complaint received ('N'), document received
      *    ('D').
           05 DSI-RECEIVED-DATE    PIC X(10).
      *    'I' only.
           05 DSI-ENTITY-TYPE      PIC X(1).
              88 DSI-DEPOSIT-ENTITY VALUE 'D'.
              88 DSI-TRUST-ENTITY  VALUE 'T'.
           05 DSI-ENTITY-ID        PIC X(20).
           05 DSI-CLAIMED-ORC      PIC X(4).
      *    'D' only -- DOCUMENT-INDEX doc types plus POAT (power of
      *    attorney), AFFD (affidavit), CORR (correspondence), OTHR.
           05 DSI-DOC-TYPE         PIC X(4).
      *    Representative's name ('N'), claim ('I'), document
      *    description ('D').
           05 DSI-TEXT             PIC X(40).
           05 DSI-KEYED-BY         PIC X(10).
           05 DSI-KEYED-DATE       PIC X(10).
           05 DSI-KEYED-TIME       PIC X(8).
           05 FILLER               PIC X(18).
