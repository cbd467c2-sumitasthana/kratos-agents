      *          the business expects; physical roll-off of expired
      *          generations is the catalogue's job, not this
      *          program's.
      *          The online access journal (ACCJRNL, cut nightly
      *          from the ACJL queue -- see ACCESS-JOURNAL.cpy) is
      *          cut the same way into its own generation data
      *          group, ACCARCH, kept to the same retention, so the
      *          journal and the audit trail roll off together.
      * REGULATION: FDIC IT Guide v3.0 (record retention)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Also cuts the online access journal (ACCJRNL)
      *               into the ACCARCH generation and empties it,
      *               under the same AUDRETPR retention as AUDARCH.
      *               Runs after ACCESS-REVIEW-RPT. No journal on
      *               file is reported and is not an error.
      *   2026-08-22  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
           SELECT ARCHIVE-FILE ASSIGN TO 'AUDARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT ACCESS-JOURNAL-FILE ASSIGN TO 'ACCJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO 'ACCARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JAR-STATUS.
           SELECT RETENTION-PARM-FILE ASSIGN TO 'AUDRETPR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           COPY AUDIT-TRAIL
               REPLACING ==AUDIT-TRAIL-REC== BY ==ARCHIVE-REC==.

       FD ACCESS-JOURNAL-FILE.
           COPY ACCESS-JOURNAL.

       FD JOURNAL-ARCHIVE-FILE.
           COPY ACCESS-JOURNAL
               REPLACING ==ACCESS-JOURNAL-REC==
                      BY ==JOURNAL-ARCHIVE-REC==.

       FD RETENTION-PARM-FILE.
       01 RETENTION-PARM-REC.
           05 RETP-GENERATIONS     PIC 9(3).
       01 WS-AUD-STATUS           PIC XX.
       01 WS-ARC-STATUS           PIC XX.
       01 WS-RET-STATUS           PIC XX.
       01 WS-JRN-STATUS           PIC XX.
       01 WS-JAR-STATUS           PIC XX.
       01 WS-RUNC-STATUS          PIC XX.
       01 WS-EOF-AUD              PIC X VALUE 'N'.
           88 AUD-EOF             VALUE 'Y'.
       01 WS-EOF-JRN              PIC X VALUE 'N'.
           88 JRN-EOF             VALUE 'Y'.

       01 WS-BUSINESS-DATE        PIC X(10).
      *    Generations to keep -- the literal is the emergency
      *    fallback if the parameter file can't be read.
       01 WS-RETENTION-GENS       PIC 9(3) VALUE 035.
       01 WS-ARCHIVED-COUNT       PIC 9(9) VALUE 0.
       01 WS-JRN-ARCHIVED-COUNT   PIC 9(9) VALUE 0.
       01 WS-JRN-PRESENT          PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COPY-TO-ARCHIVE UNTIL AUD-EOF
           PERFORM 3000-OPEN-JOURNAL
           PERFORM 3100-COPY-JOURNAL UNTIL JRN-EOF
           PERFORM 9000-FINALIZE
           STOP RUN.

               AT END SET AUD-EOF TO TRUE
           END-READ.

       3000-OPEN-JOURNAL.
      *    The journal is cut even on a night with no online
      *    traffic, so each cycle has its ACCARCH generation.
           OPEN INPUT ACCESS-JOURNAL-FILE
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'NO ACCESS JOURNAL (ACCJRNL) ON FILE: '
                        WS-JRN-STATUS
               SET JRN-EOF TO TRUE
           ELSE
               MOVE 'Y' TO WS-JRN-PRESENT
               READ ACCESS-JOURNAL-FILE
                   AT END SET JRN-EOF TO TRUE
               END-READ
           END-IF
           OPEN OUTPUT JOURNAL-ARCHIVE-FILE.

       3100-COPY-JOURNAL.
           MOVE ACCESS-JOURNAL-REC TO JOURNAL-ARCHIVE-REC
           WRITE JOURNAL-ARCHIVE-REC
           ADD 1 TO WS-JRN-ARCHIVED-COUNT
           READ ACCESS-JOURNAL-FILE
               AT END SET JRN-EOF TO TRUE
           END-READ.

       9000-FINALIZE.
           CLOSE AUDIT-TRAIL-FILE
           CLOSE ARCHIVE-FILE
      *    so without this cut the live trail grows without bound.
           OPEN OUTPUT AUDIT-TRAIL-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE JOURNAL-ARCHIVE-FILE
           IF WS-JRN-PRESENT = 'Y'
               CLOSE ACCESS-JOURNAL-FILE
               OPEN OUTPUT ACCESS-JOURNAL-FILE
               CLOSE ACCESS-JOURNAL-FILE
           END-IF
           DISPLAY 'AUDIT TRAIL ARCHIVE COMPLETE'
           DISPLAY '  CYCLE:              ' WS-BUSINESS-DATE
           DISPLAY '  ROWS ARCHIVED:      ' WS-ARCHIVED-COUNT
           DISPLAY '  JOURNAL ARCHIVED:   ' WS-JRN-ARCHIVED-COUNT
           DISPLAY '  RETENTION (GENS):   ' WS-RETENTION-GENS
           DISPLAY '  VERIFY THE GDG LIMIT MATCHES THE RETENTION '
                    'PARAMETER ABOVE.'.
