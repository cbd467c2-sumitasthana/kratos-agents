      *================================================================*
      * PROGRAM: EXCEPTION-CASE-RPT
      * PURPOSE: Weekly exception case report from the case master
      *          EXCEPTION-CASE-MGMT keeps (EXCCASE, see
      *          EXCEPTION-CASE.cpy), in place of skimming the four
      *          error files. Open cases are summarized by category
      *          and by age since the case opened (0-7, 8-30, 31-90,
      *          and over 90 days) with the count and the dollars at
      *          risk in each cell, then by owner, so a supervisor
      *          sees who holds what and how old it is. The largest
      *          open cases by exposure are listed with their owner
      *          (UNASSIGNED if nobody has picked the case up), and
      *          every case closed or resolved in the last week is
      *          listed with how it was closed.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-CASE-RPT.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO 'EXCCASE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT CASE-RPT-PARM-FILE ASSIGN TO 'EXCRPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CASE-REPORT-FILE ASSIGN TO 'EXCCSRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CASE-FILE.
           COPY EXCEPTION-CASE.

       FD  CASE-RPT-PARM-FILE.
       01  CASE-RPT-PARM-REC.
           05  CRP-TOP-N             PIC 9(3).
           05  CRP-CLOSED-DAYS       PIC 9(3).
           05  FILLER                PIC X(74).

       FD  CASE-REPORT-FILE.
       01  CASE-REPORT-LINE          PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS            PIC XX.
       01  WS-PARM-STATUS            PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-CASE-EOF               PIC X VALUE 'N'.
           88  CASE-EOF              VALUE 'Y'.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-PRED-CASEMGMT-DONE     PIC X VALUE 'N'.

      *    Largest open cases listed, and how far back a closed or
      *    resolved case still appears. The literals are the
      *    fallback if EXCRPARM can't be read.
       01  WS-TOP-N                  PIC 9(3) VALUE 25.
       01  WS-CLOSED-DAYS            PIC 9(3) VALUE 7.

      *--- Calendar work fields (INTEGER-OF-DATE day numbers) ---
       01  WS-DATE-NUM               PIC 9(8).
       01  WS-WORK-DATE              PIC X(10).
       01  WS-WORK-DAYNO             PIC 9(7).
       01  WS-BUS-DAYNO              PIC 9(7).
       01  WS-AGE-DAYS               PIC S9(7).

      *--- Open cases by category (rows) and age bucket (columns;
      *    the fifth column is the row total). The last row takes
      *    any category not on the list. ---
       01  WS-CATEGORY-NAMES.
           05  FILLER PIC X(24) VALUE 'DATARULEPRCEBAL CAPY????'.
       01  WS-CATEGORY-LIST REDEFINES WS-CATEGORY-NAMES.
           05  WS-CAT-NAME OCCURS 6 TIMES PIC X(4).
       01  WS-CATEGORY-LABELS.
           05  FILLER PIC X(16) VALUE 'DATA'.
           05  FILLER PIC X(16) VALUE 'RULE DEFAULTED'.
           05  FILLER PIC X(16) VALUE 'PRICE/VALUATION'.
           05  FILLER PIC X(16) VALUE 'BALANCE'.
           05  FILLER PIC X(16) VALUE 'TABLE CAPACITY'.
           05  FILLER PIC X(16) VALUE 'OTHER'.
       01  WS-CATEGORY-LABEL-LIST REDEFINES WS-CATEGORY-LABELS.
           05  WS-CAT-LABEL OCCURS 6 TIMES PIC X(16).
       01  WS-AGING-TABLE.
           05  WS-AG-ROW OCCURS 7 TIMES.
               10  WS-AG-CELL OCCURS 5 TIMES.
                   15  WS-AG-COUNT   PIC 9(7).
                   15  WS-AG-AMOUNT  PIC S9(15)V99.
       01  WS-CAT-SUB                PIC 9(1).
       01  WS-BUCKET-SUB             PIC 9(1).
       01  WS-ROW-SUB                PIC 9(1).
       01  WS-COL-SUB                PIC 9(1).

      *--- Open cases by owner -- same small-table convention used
      *    across the suite. Blank owner is UNASSIGNED. ---
       01  WS-OWNER-COUNT            PIC 9(3) VALUE 0.
       01  WS-OWNER-MAX              PIC 9(3) VALUE 100.
       01  WS-OWNER-OVERFLOW         PIC 9(7) VALUE 0.
       01  WS-OWNER-IDX-SAVE         PIC 9(3).
       01  WS-LOOKUP-OWNER           PIC X(10).
       01  WS-OWNER-TABLE.
           05  WS-OW-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-OW-IDX.
               10  WS-OW-OWNER       PIC X(10).
               10  WS-OW-COUNT       PIC 9(7).
               10  WS-OW-AMOUNT      PIC S9(15)V99.
               10  WS-OW-OLDEST-AGE  PIC 9(5).

      *--- Open cases, kept for the largest-exposure listing ---
       01  WS-OPEN-COUNT             PIC 9(5) VALUE 0.
       01  WS-OPEN-MAX               PIC 9(5) VALUE 10000.
       01  WS-OPEN-OVERFLOW          PIC 9(7) VALUE 0.
       01  WS-OPEN-TABLE.
           05  WS-OP-ENTRY OCCURS 10000 TIMES.
               10  WS-OP-CASE-ID     PIC 9(9).
               10  WS-OP-PROGRAM     PIC X(24).
               10  WS-OP-ERROR-CODE  PIC X(4).
               10  WS-OP-ENTITY-KEY  PIC X(30).
               10  WS-OP-OPENED      PIC X(10).
               10  WS-OP-AGE         PIC 9(5).
               10  WS-OP-OCCURRENCES PIC 9(7).
               10  WS-OP-OWNER       PIC X(8).
               10  WS-OP-AMOUNT      PIC S9(13)V99.
               10  WS-OP-REPORTED    PIC X(1).
       01  WS-SCAN-SUB               PIC 9(5).
       01  WS-BEST-IDX               PIC 9(5).
       01  WS-BEST-AMOUNT            PIC S9(13)V99.
       01  WS-RANK                   PIC 9(3).

      *--- Cases closed or resolved inside the window ---
       01  WS-CLOSED-COUNT           PIC 9(4) VALUE 0.
       01  WS-CLOSED-MAX             PIC 9(4) VALUE 1000.
       01  WS-CLOSED-OVERFLOW        PIC 9(7) VALUE 0.
       01  WS-CLOSED-TABLE.
           05  WS-CL-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-CL-IDX.
               10  WS-CL-LINE        PIC X(132).

       01  WS-CASES-READ             PIC 9(7) VALUE 0.
       01  WS-OPEN-READ              PIC 9(7) VALUE 0.
       01  WS-OLDER-CLOSED           PIC 9(7) VALUE 0.

       01  AGING-HEADING-LINE.
           05  FILLER PIC X(16) VALUE 'CATEGORY'.
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(11) VALUE '   0-7 DAYS'.
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(11) VALUE '  8-30 DAYS'.
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(11) VALUE ' 31-90 DAYS'.
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(11) VALUE '  OVER 90  '.
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(11) VALUE '      TOTAL'.

       01  AGING-COUNT-LINE.
           05  ACL-LABEL             PIC X(16).
           05  ACL-CELL OCCURS 5 TIMES.
               10  FILLER            PIC X(12).
               10  ACL-COUNT         PIC ZZZ,ZZZ,ZZ9.

       01  AGING-AMOUNT-LINE.
           05  AAL-LABEL             PIC X(16).
           05  AAL-CELL OCCURS 5 TIMES.
               10  FILLER            PIC X(4).
               10  AAL-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  OWNER-HEADING-LINE.
           05  FILLER PIC X(12) VALUE 'OWNER'.
           05  FILLER PIC X(12) VALUE ' OPEN CASES'.
           05  FILLER PIC X(25) VALUE '        DOLLARS AT RISK'.
           05  FILLER PIC X(20) VALUE 'OLDEST CASE (DAYS)'.

       01  OWNER-DETAIL-LINE.
           05  ODL-OWNER             PIC X(12).
           05  ODL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(3).
           05  ODL-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(7).
           05  ODL-OLDEST            PIC ZZ,ZZ9.

       01  TOP-HEADING-LINE.
           05  FILLER PIC X(4)  VALUE 'RANK'.
           05  FILLER PIC X(10) VALUE '  CASE ID'.
           05  FILLER PIC X(25) VALUE 'PROGRAM'.
           05  FILLER PIC X(5)  VALUE 'CODE'.
           05  FILLER PIC X(31) VALUE 'ENTITY KEY'.
           05  FILLER PIC X(11) VALUE 'OPENED'.
           05  FILLER PIC X(6)  VALUE '  AGE'.
           05  FILLER PIC X(9)  VALUE '  OCCURS'.
           05  FILLER PIC X(11) VALUE 'OWNER'.
           05  FILLER PIC X(19) VALUE '    AMOUNT AT RISK'.

       01  TOP-DETAIL-LINE.
           05  TDL-RANK              PIC ZZ9.
           05  FILLER                PIC X(1).
           05  TDL-CASE-ID           PIC Z(8)9.
           05  FILLER                PIC X(1).
           05  TDL-PROGRAM           PIC X(24).
           05  FILLER                PIC X(1).
           05  TDL-ERROR-CODE        PIC X(4).
           05  FILLER                PIC X(1).
           05  TDL-ENTITY-KEY        PIC X(30).
           05  FILLER                PIC X(1).
           05  TDL-OPENED            PIC X(10).
           05  FILLER                PIC X(1).
           05  TDL-AGE               PIC ZZ,ZZ9.
           05  FILLER                PIC X(1).
           05  TDL-OCCURRENCES       PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(1).
           05  TDL-OWNER             PIC X(10).
           05  TDL-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  CLOSED-HEADING-LINE.
           05  FILLER PIC X(10) VALUE '  CASE ID'.
           05  FILLER PIC X(25) VALUE 'PROGRAM'.
           05  FILLER PIC X(5)  VALUE 'CODE'.
           05  FILLER PIC X(31) VALUE 'ENTITY KEY'.
           05  FILLER PIC X(13) VALUE 'HOW CLOSED'.
           05  FILLER PIC X(11) VALUE 'CLOSED'.
           05  FILLER PIC X(9)  VALUE 'OWNER'.
           05  FILLER PIC X(28) VALUE 'RESOLUTION'.

       01  CLOSED-DETAIL-LINE.
           05  CLL-CASE-ID           PIC Z(8)9.
           05  FILLER                PIC X(1).
           05  CLL-PROGRAM           PIC X(24).
           05  FILLER                PIC X(1).
           05  CLL-ERROR-CODE        PIC X(4).
           05  FILLER                PIC X(1).
           05  CLL-ENTITY-KEY        PIC X(30).
           05  FILLER                PIC X(1).
           05  CLL-HOW               PIC X(12).
           05  FILLER                PIC X(1).
           05  CLL-CLOSED-DATE       PIC X(10).
           05  FILLER                PIC X(1).
           05  CLL-OWNER             PIC X(8).
           05  FILLER                PIC X(1).
           05  CLL-RESOLUTION-CODE   PIC X(4).
           05  FILLER                PIC X(1).
           05  CLL-RESOLUTION-NOTE   PIC X(23).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CASE
               UNTIL CASE-EOF
           PERFORM 5000-WRITE-REPORT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-LOAD-PARM
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM 6200-SET-WORK-DAYNO
           MOVE WS-WORK-DAYNO TO WS-BUS-DAYNO
           INITIALIZE WS-AGING-TABLE
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE MASTER: ' WS-CASE-STATUS
               STOP RUN
           END-IF
           READ CASE-FILE
               AT END SET CASE-EOF TO TRUE
           END-READ.

       1100-READ-RUN-CONTROL.
      *    The business date comes from the run-control file written
      *    by CYCLE-OPEN -- never the system clock -- and the run
      *    refuses to start until the case master has been brought
      *    up to date for the same business date.
           MOVE SPACES TO WS-BUSINESS-DATE
           MOVE 'N' TO WS-PRED-CASEMGMT-DONE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: '
                        WS-RUNC-STATUS
               DISPLAY 'CYCLE-OPEN HAS NOT RUN -- RUN ABORTED.'
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RUNC-STATUS NOT = '00'
               READ RUN-CONTROL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF RC-BUSINESS-DATE-REC
                           MOVE RC-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
                       IF RC-JOB-COMPLETE-REC
                           AND RC-BUSINESS-DATE = WS-BUSINESS-DATE
                           AND RC-JOB-NAME = 'EXCEPTION-CASE-MGMT'
                           MOVE 'Y' TO WS-PRED-CASEMGMT-DONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY 'NO BUSINESS DATE ON RUN CONTROL FILE '
                        '-- CYCLE-OPEN HAS NOT RUN. ABORTED.'
               STOP RUN
           END-IF
           IF WS-PRED-CASEMGMT-DONE = 'N'
               DISPLAY 'PREDECESSOR EXCEPTION-CASE-MGMT NOT '
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF.

       1200-LOAD-PARM.
           OPEN INPUT CASE-RPT-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ CASE-RPT-PARM-FILE
                   NOT AT END
                       IF CRP-TOP-N > 0
                           MOVE CRP-TOP-N TO WS-TOP-N
                       END-IF
                       IF CRP-CLOSED-DAYS > 0
                           MOVE CRP-CLOSED-DAYS TO WS-CLOSED-DAYS
                       END-IF
               END-READ
               CLOSE CASE-RPT-PARM-FILE
           END-IF.

       2000-PROCESS-CASE.
           ADD 1 TO WS-CASES-READ
           IF CASE-OPEN
               PERFORM 2100-TALLY-OPEN-CASE
           ELSE
               PERFORM 2200-NOTE-CLOSED-CASE
           END-IF
           READ CASE-FILE
               AT END SET CASE-EOF TO TRUE
           END-READ.

       2100-TALLY-OPEN-CASE.
      *    Age is calendar days since the case opened; an unusable
      *    opened date ages as zero rather than dropping the case.
           ADD 1 TO WS-OPEN-READ
           MOVE CASE-OPENED-DATE TO WS-WORK-DATE
           PERFORM 6200-SET-WORK-DAYNO
           MOVE 0 TO WS-AGE-DAYS
           IF WS-WORK-DAYNO > 0
               COMPUTE WS-AGE-DAYS = WS-BUS-DAYNO - WS-WORK-DAYNO
           END-IF
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 7
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS NOT > 30
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS NOT > 90
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE
           MOVE 6 TO WS-CAT-SUB
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > 5
               IF WS-CAT-NAME(WS-ROW-SUB) = CASE-CATEGORY
                   MOVE WS-ROW-SUB TO WS-CAT-SUB
               END-IF
           END-PERFORM
      *    Row 7 is the column total.
           MOVE WS-CAT-SUB TO WS-ROW-SUB
           PERFORM 2110-ADD-TO-ROW
           MOVE 7 TO WS-ROW-SUB
           PERFORM 2110-ADD-TO-ROW
           PERFORM 2120-TALLY-OWNER
           IF WS-OPEN-COUNT < WS-OPEN-MAX
               ADD 1 TO WS-OPEN-COUNT
               MOVE CASE-ID        TO WS-OP-CASE-ID(WS-OPEN-COUNT)
               MOVE CASE-PROGRAM   TO WS-OP-PROGRAM(WS-OPEN-COUNT)
               MOVE CASE-ERROR-CODE
                   TO WS-OP-ERROR-CODE(WS-OPEN-COUNT)
               MOVE CASE-ENTITY-KEY
                   TO WS-OP-ENTITY-KEY(WS-OPEN-COUNT)
               MOVE CASE-OPENED-DATE TO WS-OP-OPENED(WS-OPEN-COUNT)
               MOVE WS-AGE-DAYS    TO WS-OP-AGE(WS-OPEN-COUNT)
               MOVE CASE-OCCURRENCES
                   TO WS-OP-OCCURRENCES(WS-OPEN-COUNT)
               MOVE CASE-OWNER     TO WS-OP-OWNER(WS-OPEN-COUNT)
               MOVE CASE-AMOUNT-AT-RISK
                   TO WS-OP-AMOUNT(WS-OPEN-COUNT)
               MOVE 'N' TO WS-OP-REPORTED(WS-OPEN-COUNT)
           ELSE
               ADD 1 TO WS-OPEN-OVERFLOW
           END-IF.

       2110-ADD-TO-ROW.
           ADD 1 TO WS-AG-COUNT(WS-ROW-SUB, WS-BUCKET-SUB)
           ADD CASE-AMOUNT-AT-RISK
               TO WS-AG-AMOUNT(WS-ROW-SUB, WS-BUCKET-SUB)
           ADD 1 TO WS-AG-COUNT(WS-ROW-SUB, 5)
           ADD CASE-AMOUNT-AT-RISK TO WS-AG-AMOUNT(WS-ROW-SUB, 5).

       2120-TALLY-OWNER.
           IF CASE-OWNER = SPACES
               MOVE 'UNASSIGNED' TO WS-LOOKUP-OWNER
           ELSE
               MOVE CASE-OWNER TO WS-LOOKUP-OWNER
           END-IF
           MOVE 0 TO WS-OWNER-IDX-SAVE
           SET WS-OW-IDX TO 1
           PERFORM UNTIL WS-OW-IDX > WS-OWNER-COUNT
               IF WS-OW-OWNER(WS-OW-IDX) = WS-LOOKUP-OWNER
                   SET WS-OWNER-IDX-SAVE TO WS-OW-IDX
                   SET WS-OW-IDX TO WS-OWNER-COUNT
               END-IF
               SET WS-OW-IDX UP BY 1
           END-PERFORM
           IF WS-OWNER-IDX-SAVE = 0
               IF WS-OWNER-COUNT < WS-OWNER-MAX
                   ADD 1 TO WS-OWNER-COUNT
                   SET WS-OW-IDX TO WS-OWNER-COUNT
                   SET WS-OWNER-IDX-SAVE TO WS-OWNER-COUNT
                   MOVE WS-LOOKUP-OWNER TO WS-OW-OWNER(WS-OW-IDX)
                   MOVE 0 TO WS-OW-COUNT(WS-OW-IDX)
                   MOVE 0 TO WS-OW-AMOUNT(WS-OW-IDX)
                   MOVE 0 TO WS-OW-OLDEST-AGE(WS-OW-IDX)
               ELSE
                   ADD 1 TO WS-OWNER-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET WS-OW-IDX TO WS-OWNER-IDX-SAVE
           ADD 1 TO WS-OW-COUNT(WS-OW-IDX)
           ADD CASE-AMOUNT-AT-RISK TO WS-OW-AMOUNT(WS-OW-IDX)
           IF WS-AGE-DAYS > WS-OW-OLDEST-AGE(WS-OW-IDX)
               MOVE WS-AGE-DAYS TO WS-OW-OLDEST-AGE(WS-OW-IDX)
           END-IF.

       2200-NOTE-CLOSED-CASE.
           MOVE CASE-CLOSED-DATE TO WS-WORK-DATE
           PERFORM 6200-SET-WORK-DAYNO
           IF WS-WORK-DAYNO = 0
               ADD 1 TO WS-OLDER-CLOSED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DAYS = WS-BUS-DAYNO - WS-WORK-DAYNO
           IF WS-AGE-DAYS NOT < WS-CLOSED-DAYS
               ADD 1 TO WS-OLDER-CLOSED
               EXIT PARAGRAPH
           END-IF
           IF WS-CLOSED-COUNT NOT < WS-CLOSED-MAX
               ADD 1 TO WS-CLOSED-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CLOSED-DETAIL-LINE
           MOVE CASE-ID              TO CLL-CASE-ID
           MOVE CASE-PROGRAM         TO CLL-PROGRAM
           MOVE CASE-ERROR-CODE      TO CLL-ERROR-CODE
           MOVE CASE-ENTITY-KEY      TO CLL-ENTITY-KEY
           IF CASE-RESOLVED
               MOVE 'RESOLVED'       TO CLL-HOW
           ELSE
               MOVE 'AUTO-CLOSED'    TO CLL-HOW
           END-IF
           MOVE CASE-CLOSED-DATE     TO CLL-CLOSED-DATE
           MOVE CASE-OWNER           TO CLL-OWNER
           MOVE CASE-RESOLUTION-CODE TO CLL-RESOLUTION-CODE
           MOVE CASE-RESOLUTION-NOTE TO CLL-RESOLUTION-NOTE
           ADD 1 TO WS-CLOSED-COUNT
           SET WS-CL-IDX TO WS-CLOSED-COUNT
           MOVE CLOSED-DETAIL-LINE TO WS-CL-LINE(WS-CL-IDX).

       5000-WRITE-REPORT.
           OPEN OUTPUT CASE-REPORT-FILE
           MOVE SPACES TO CASE-REPORT-LINE
           STRING 'WEEKLY EXCEPTION CASE REPORT -- BUSINESS DATE '
                  WS-BUSINESS-DATE
               DELIMITED SIZE INTO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           MOVE SPACES TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           PERFORM 5100-WRITE-AGING
           PERFORM 5200-WRITE-OWNERS
           PERFORM 5300-WRITE-TOP-CASES
           PERFORM 5400-WRITE-CLOSED
           CLOSE CASE-REPORT-FILE.

       5100-WRITE-AGING.
           MOVE 'OPEN CASES BY CATEGORY AND AGE SINCE OPENED'
               TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE FROM AGING-HEADING-LINE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > 7
               IF WS-ROW-SUB = 7
                   OR WS-AG-COUNT(WS-ROW-SUB, 5) > 0
                   PERFORM 5110-WRITE-AGING-ROW
               END-IF
           END-PERFORM
           MOVE SPACES TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE.

       5110-WRITE-AGING-ROW.
           MOVE SPACES TO AGING-COUNT-LINE
           MOVE SPACES TO AGING-AMOUNT-LINE
           IF WS-ROW-SUB = 7
               MOVE 'ALL OPEN CASES' TO ACL-LABEL
           ELSE
               MOVE WS-CAT-LABEL(WS-ROW-SUB) TO ACL-LABEL
           END-IF
           MOVE '  DOLLARS' TO AAL-LABEL
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 5
               MOVE WS-AG-COUNT(WS-ROW-SUB, WS-COL-SUB)
                   TO ACL-COUNT(WS-COL-SUB)
               MOVE WS-AG-AMOUNT(WS-ROW-SUB, WS-COL-SUB)
                   TO AAL-AMOUNT(WS-COL-SUB)
           END-PERFORM
           WRITE CASE-REPORT-LINE FROM AGING-COUNT-LINE
           WRITE CASE-REPORT-LINE FROM AGING-AMOUNT-LINE.

       5200-WRITE-OWNERS.
           MOVE 'OPEN CASES BY OWNER' TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE FROM OWNER-HEADING-LINE
           IF WS-OWNER-COUNT = 0
               MOVE '  NONE' TO CASE-REPORT-LINE
               WRITE CASE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-OW-IDX FROM 1 BY 1
               UNTIL WS-OW-IDX > WS-OWNER-COUNT
               MOVE SPACES TO OWNER-DETAIL-LINE
               MOVE WS-OW-OWNER(WS-OW-IDX)      TO ODL-OWNER
               MOVE WS-OW-COUNT(WS-OW-IDX)      TO ODL-COUNT
               MOVE WS-OW-AMOUNT(WS-OW-IDX)     TO ODL-AMOUNT
               MOVE WS-OW-OLDEST-AGE(WS-OW-IDX) TO ODL-OLDEST
               WRITE CASE-REPORT-LINE FROM OWNER-DETAIL-LINE
           END-PERFORM
           IF WS-OWNER-OVERFLOW > 0
               MOVE SPACES TO CASE-REPORT-LINE
               STRING '  OWNER TABLE FULL -- CASES NOT LISTED: '
                      WS-OWNER-OVERFLOW
                   DELIMITED SIZE INTO CASE-REPORT-LINE
               WRITE CASE-REPORT-LINE
           END-IF
           MOVE SPACES TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE.

       5300-WRITE-TOP-CASES.
           MOVE SPACES TO CASE-REPORT-LINE
           STRING 'LARGEST OPEN CASES BY DOLLARS AT RISK (TOP '
                  WS-TOP-N ')'
               DELIMITED SIZE INTO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE FROM TOP-HEADING-LINE
           MOVE 0 TO WS-RANK
           PERFORM UNTIL WS-RANK NOT < WS-TOP-N
               OR WS-RANK NOT < WS-OPEN-COUNT
               PERFORM 5310-SELECT-NEXT-LARGEST
               ADD 1 TO WS-RANK
               PERFORM 5320-WRITE-TOP-LINE
           END-PERFORM
           IF WS-OPEN-COUNT = 0
               MOVE '  NONE' TO CASE-REPORT-LINE
               WRITE CASE-REPORT-LINE
           END-IF
           IF WS-OPEN-OVERFLOW > 0
               MOVE SPACES TO CASE-REPORT-LINE
               STRING '  OPEN CASE TABLE FULL -- NOT RANKED: '
                      WS-OPEN-OVERFLOW
                   DELIMITED SIZE INTO CASE-REPORT-LINE
               WRITE CASE-REPORT-LINE
           END-IF
           MOVE SPACES TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE.

       5310-SELECT-NEXT-LARGEST.
      *    Plain subscript scan, as in MATURITY-LADDER-RPT. The first
      *    unreported case seeds the pick so zero-dollar cases still
      *    rank when the list runs that far.
           MOVE 0 TO WS-BEST-IDX
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-OPEN-COUNT
               IF WS-OP-REPORTED(WS-SCAN-SUB) NOT = 'Y'
                   IF WS-BEST-IDX = 0
                       OR WS-OP-AMOUNT(WS-SCAN-SUB) > WS-BEST-AMOUNT
                       MOVE WS-OP-AMOUNT(WS-SCAN-SUB)
                           TO WS-BEST-AMOUNT
                       MOVE WS-SCAN-SUB TO WS-BEST-IDX
                   END-IF
               END-IF
           END-PERFORM.

       5320-WRITE-TOP-LINE.
           MOVE 'Y' TO WS-OP-REPORTED(WS-BEST-IDX)
           MOVE SPACES TO TOP-DETAIL-LINE
           MOVE WS-RANK                       TO TDL-RANK
           MOVE WS-OP-CASE-ID(WS-BEST-IDX)    TO TDL-CASE-ID
           MOVE WS-OP-PROGRAM(WS-BEST-IDX)    TO TDL-PROGRAM
           MOVE WS-OP-ERROR-CODE(WS-BEST-IDX) TO TDL-ERROR-CODE
           MOVE WS-OP-ENTITY-KEY(WS-BEST-IDX) TO TDL-ENTITY-KEY
           MOVE WS-OP-OPENED(WS-BEST-IDX)     TO TDL-OPENED
           MOVE WS-OP-AGE(WS-BEST-IDX)        TO TDL-AGE
           MOVE WS-OP-OCCURRENCES(WS-BEST-IDX) TO TDL-OCCURRENCES
           IF WS-OP-OWNER(WS-BEST-IDX) = SPACES
               MOVE 'UNASSIGNED'              TO TDL-OWNER
           ELSE
               MOVE WS-OP-OWNER(WS-BEST-IDX)  TO TDL-OWNER
           END-IF
           MOVE WS-OP-AMOUNT(WS-BEST-IDX)     TO TDL-AMOUNT
           WRITE CASE-REPORT-LINE FROM TOP-DETAIL-LINE.

       5400-WRITE-CLOSED.
           MOVE SPACES TO CASE-REPORT-LINE
           STRING 'CASES CLOSED OR RESOLVED IN THE LAST '
                  WS-CLOSED-DAYS ' DAYS'
               DELIMITED SIZE INTO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE FROM CLOSED-HEADING-LINE
           IF WS-CLOSED-COUNT = 0
               MOVE '  NONE' TO CASE-REPORT-LINE
               WRITE CASE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CLOSED-COUNT
               WRITE CASE-REPORT-LINE FROM WS-CL-LINE(WS-CL-IDX)
           END-PERFORM
           IF WS-CLOSED-OVERFLOW > 0
               MOVE SPACES TO CASE-REPORT-LINE
               STRING '  MORE CLOSED CASES NOT LISTED: '
                      WS-CLOSED-OVERFLOW
                   DELIMITED SIZE INTO CASE-REPORT-LINE
               WRITE CASE-REPORT-LINE
           END-IF.

       6200-SET-WORK-DAYNO.
      *    Day number of WS-WORK-DATE (YYYY-MM-DD); zero when the
      *    date is blank or not a date.
           MOVE 0 TO WS-WORK-DAYNO
           IF WS-WORK-DATE(1:4) NUMERIC
               AND WS-WORK-DATE(6:2) NUMERIC
               AND WS-WORK-DATE(9:2) NUMERIC
               MOVE WS-WORK-DATE(1:4) TO WS-DATE-NUM(1:4)
               MOVE WS-WORK-DATE(6:2) TO WS-DATE-NUM(5:2)
               MOVE WS-WORK-DATE(9:2) TO WS-DATE-NUM(7:2)
               COMPUTE WS-WORK-DAYNO =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF.

       9000-FINALIZE.
           CLOSE CASE-FILE
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'WEEKLY EXCEPTION CASE REPORT COMPLETE'
           DISPLAY '  CASES READ:        ' WS-CASES-READ
           DISPLAY '  OPEN CASES:        ' WS-OPEN-READ
           DISPLAY '  CLOSED THIS WEEK:  ' WS-CLOSED-COUNT.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'EXCEPTION-CASE-RPT' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
