      * PURPOSE: Data-completeness edit against CUSTOMER-FILE per
      *          FDIC IT Guide Section 2.3.2 — flags any customer
      *          missing CUST-EMAIL, CUST-PHONE, or with a blank
      *          CUST-ADDR-* field, and any entity customer with no
      *          CUST-ENTITY-FORM, so the gap is worked ahead of the
      *          next data completeness audit instead of found there.
      * REGULATION: FDIC IT Guide v3.0, Section 2.3.2
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  An entity customer (CUST-NATURAL-PERSON 'N')
      *               with no CUST-ENTITY-FORM is now flagged too --
      *               without it a sole proprietor's DBA account
      *               cannot be routed to the owner's single
      *               ownership coverage.
      *   2026-09-03  CUSTFILE's transmission envelope is now
      *               validated through the common ENVCHECK module
      *               (see FILE-ENVELOPE.cpy): a stale, truncated,
               MOVE 'ADDR-ZIP ' TO WS-MISSING-WORK
               PERFORM 2120-APPEND-WORK
           END-IF
           IF CUST-IS-ENTITY
               AND CUST-ENTITY-FORM = SPACES
               MOVE 'ENTITY-FORM ' TO WS-MISSING-WORK
               PERFORM 2120-APPEND-WORK
           END-IF
           IF WS-MISSING-REASONS NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE CUST-DEPOSITOR-ID TO ELD-DEPOSITOR-ID
