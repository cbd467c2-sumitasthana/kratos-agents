      * REGULATION: FDIC IT Guide v3.0 (change control)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  FBOTOL (FBO sub-ledger reconciliation tolerance)
      *               added to the known keys.
      *   2026-09-03  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
           05 FILLER              PIC X(8) VALUE 'AUDRET  '.
           05 FILLER              PIC X(8) VALUE 'ACCTED  '.
           05 FILLER              PIC X(8) VALUE 'PENDESC '.
           05 FILLER              PIC X(8) VALUE 'FBOTOL  '.
       01 WS-KNOWN-KEY-TABLE REDEFINES WS-KNOWN-KEYS.
           05 WS-KK-ENTRY OCCURS 10 TIMES
                            INDEXED BY WS-KK-IDX.
               10 WS-KK-KEY        PIC X(8).
       01 WS-KEY-VALID            PIC X(1).
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-KEY-VALID
           SET WS-KK-IDX TO 1
           PERFORM UNTIL WS-KK-IDX > 10
               IF WS-KK-KEY(WS-KK-IDX) = PCH-PARM-KEY
                   MOVE 'Y' TO WS-KEY-VALID
                   SET WS-KK-IDX TO 10
               END-IF
               SET WS-KK-IDX UP BY 1
           END-PERFORM
