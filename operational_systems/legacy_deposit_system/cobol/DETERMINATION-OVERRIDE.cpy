      *          after the calcs, stamps each application onto the
      *          shared AUDITTRL under both ids, and marks the
      *          exported record OVR -- an override is never silent.
      *          OVR-GRANTOR-ID (carved from FILLER, record length
      *          unchanged) picks one grantor's row of a joint
      *          living trust, which exports one record per grantor
      *          under the same trust id; blank overrides every row
      *          for the entity.
      * USED BY: PART370-SUBMISSION.cob, DIGITAL-COVERAGE-FEED.cob
      *================================================================*
       01 DETERMINATION-OVERRIDE-REC.
           05 OVR-ENTITY-TYPE      PIC X(1).
           05 OVR-REVIEWER-ID      PIC X(10).
           05 OVR-APPROVER-ID      PIC X(10).
           05 OVR-DECISION-DATE    PIC X(10).
           05 OVR-GRANTOR-ID       PIC X(10).
           05 FILLER               PIC X(5).
