      *          the existing programs already read -- SMDIAPRM
      *          (every SMDIA record, preserving its own effective
      *          dating), DELTAPRM, VALPARM, APPRVPRM, HOLDPARM,
      *          AUDRETPR, ACCTEDPR, PENDESCP, and FBOTOLPR -- from
      *          PARMSTOR
      *          as of the cycle business date, so not one consumer
      *          program changes while the store becomes the single
      *          maintained source. For each single-value file the
      * REGULATION: FDIC IT Guide v3.0 (change control)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Cuts FBOTOLPR, the FBO sub-ledger reconciliation
      *               tolerance read by FBO-LEDGER-RECON, from key
      *               FBOTOL.
      *   2026-09-03  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
           SELECT ESCALATION-PARM-FILE ASSIGN TO 'PENDESCP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.
           SELECT FBO-TOLERANCE-PARM-FILE ASSIGN TO 'FBOTOLPR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FBT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           05 ESCP-THRESHOLD-DAYS  PIC 9(5).
           05 FILLER               PIC X(15).

       FD FBO-TOLERANCE-PARM-FILE.
       01 FBO-TOLERANCE-PARM-REC.
           05 FBTP-TOLERANCE-AMT   PIC S9(13)V99.
           05 FILLER               PIC X(15).

       FD RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       01 WS-RET-STATUS           PIC XX.
       01 WS-EDP-STATUS           PIC XX.
       01 WS-ESC-STATUS           PIC XX.
       01 WS-FBT-STATUS           PIC XX.
       01 WS-RUNC-STATUS          PIC XX.
       01 WS-EOF-FLAG             PIC X.

       01 WS-PENDESC-FOUND        PIC X(1) VALUE 'N'.
       01 WS-PENDESC-DATE         PIC X(10) VALUE SPACES.
       01 WS-PENDESC-VALUE        PIC S9(13)V9(6) VALUE ZEROS.
       01 WS-FBOTOL-FOUND         PIC X(1) VALUE 'N'.
       01 WS-FBOTOL-DATE          PIC X(10) VALUE SPACES.
       01 WS-FBOTOL-VALUE         PIC S9(13)V9(6) VALUE ZEROS.

       01 WS-SMDIA-RECORDS        PIC 9(3) VALUE 0.
       01 WS-STORE-RECORDS        PIC 9(5) VALUE 0.
                       MOVE PRM-EFFECTIVE-DATE TO WS-PENDESC-DATE
                       MOVE PRM-VALUE-NUM TO WS-PENDESC-VALUE
                   END-IF
               WHEN 'FBOTOL'
                   IF PRM-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
                       AND PRM-EFFECTIVE-DATE > WS-FBOTOL-DATE
                       MOVE 'Y' TO WS-FBOTOL-FOUND
                       MOVE PRM-EFFECTIVE-DATE TO WS-FBOTOL-DATE
                       MOVE PRM-VALUE-NUM TO WS-FBOTOL-VALUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN PARAMETER KEY ON STORE: '
                            PRM-PARM-KEY
               MOVE WS-PENDESC-VALUE TO ESCP-THRESHOLD-DAYS
               WRITE ESCALATION-PARM-REC
           END-IF
           CLOSE ESCALATION-PARM-FILE
           OPEN OUTPUT FBO-TOLERANCE-PARM-FILE
           IF WS-FBOTOL-FOUND = 'Y'
               MOVE SPACES TO FBO-TOLERANCE-PARM-REC
               MOVE WS-FBOTOL-VALUE TO FBTP-TOLERANCE-AMT
               WRITE FBO-TOLERANCE-PARM-REC
           END-IF
           CLOSE FBO-TOLERANCE-PARM-FILE.

       9000-FINALIZE.
           DISPLAY 'PARAMETER STORE EXTRACT COMPLETE'
