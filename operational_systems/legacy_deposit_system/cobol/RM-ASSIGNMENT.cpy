      *================================================================*
      * COPYBOOK: RM-ASSIGNMENT
      * PURPOSE: Relationship-manager assignment (RMASSIGN) -- one
      *          record per depositor with the relationship manager
      *          who owns the client, cut nightly from the CRM
      *          book of business. A depositor with no record here
      *          is unassigned and is worked from the retention
      *          program's unassigned queue.
      * USED BY: COVERAGE-OPPORTUNITY-RPT.cob, MATURITY-LADDER-RPT.cob
      *================================================================*
       01 RM-ASSIGNMENT-REC.
           05 RMA-DEPOSITOR-ID     PIC X(15).
           05 RMA-RM-ID            PIC X(8).
           05 RMA-RM-NAME          PIC X(30).
           05 RMA-BRANCH-ID        PIC X(5).
           05 FILLER               PIC X(22).
