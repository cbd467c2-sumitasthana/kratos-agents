      *================================================================*
      * COPYBOOK: EMPLOYEE-ROSTER
      * PURPOSE: Employee roster extract from HR (EMPFILE), one
      *          record per CICS sign-on: the employee, and -- when
      *          the employee banks with us -- the employee's own
      *          depositor id, so an access review can tell a look
      *          at one's own records (or, through CUSTREL, a
      *          relative's) from an ordinary lookup.
      * USED BY: ACCESS-REVIEW-RPT.cob
      *================================================================*
       01 EMPLOYEE-ROSTER-REC.
           05 EMP-USER-ID          PIC X(8).
           05 EMP-EMPLOYEE-ID      PIC X(10).
           05 EMP-NAME             PIC X(30).
      *    Blank when the employee is not a customer.
           05 EMP-DEPOSITOR-ID     PIC X(15).
           05 EMP-DEPT-CODE        PIC X(5).
           05 EMP-STATUS           PIC X(1).
              88 EMP-ACTIVE        VALUE 'A'.
              88 EMP-TERMINATED    VALUE 'T'.
           05 FILLER               PIC X(11).
