      *================================================================*
      * COPYBOOK: CONVERSION-EXPLAIN
      * PURPOSE: Analyst explanation of a parallel-run coverage
      *          difference (CNVEXPL) -- why our calc and the
      *          acquired institution's own figures disagree for a
      *          depositor (an ORC the acquired bank did not
      *          recognise, aggregation with the depositor's other
      *          accounts there, a source data correction). Like a
      *          determination override it needs a reviewer and a
      *          distinct approver; ACQUIRED-PARALLEL-RPT counts a
      *          difference as explained only then.
      *          Reasons: ORCC ownership category, AGGR aggregation,
      *          DATA source data, RULE calculation rule, OTHR other.
      * USED BY: ACQUIRED-PARALLEL-RPT.cob
      *================================================================*
       01 CONVERSION-EXPLAIN-REC.
           05 CNVE-SOURCE-SYSTEM   PIC X(15).
           05 CNVE-DEPOSITOR-ID    PIC X(15).
           05 CNVE-REASON-CODE     PIC X(4).
              88 CNVE-VALID-REASON VALUE 'ORCC' 'AGGR' 'DATA'
                                         'RULE' 'OTHR'.
           05 CNVE-EXPLANATION     PIC X(60).
           05 CNVE-REVIEWER-ID     PIC X(10).
           05 CNVE-APPROVER-ID     PIC X(10).
           05 CNVE-DECISION-DATE   PIC X(10).
           05 FILLER               PIC X(6).
