      *================================================================*
      * COPYBOOK: EXAM-EVIDENCE
      * PURPOSE: Examiner evidence workpaper line (EXMEVID), written
      *          by EXAM-EVIDENCE-EXTRACT in sample item, section, and
      *          line order. Each sample item (see EXAM-SAMPLE.cpy)
      *          is a self-contained package -- cover, determination,
      *          aggregation group, master records, ownership and
      *          beneficiary records, enrichment adjustments,
      *          overrides, audit rows, and the source file list -- so
      *          bursting the file on EVD-ITEM-NO gives one printable
      *          evidence file per sample item; EVD-PRINT-LINE is the
      *          132-byte print image.
      * USED BY: EXAM-EVIDENCE-EXTRACT.cob
      *================================================================*
       01 EXAM-EVIDENCE-REC.
           05 EVD-ITEM-NO          PIC 9(5).
           05 EVD-SECTION          PIC 9(2).
              88 EVD-SEC-COVER     VALUE 01.
              88 EVD-SEC-DETERMINATION VALUE 02.
              88 EVD-SEC-GROUP     VALUE 03.
              88 EVD-SEC-MASTER    VALUE 04.
              88 EVD-SEC-OWNER     VALUE 05.
              88 EVD-SEC-ROSTER    VALUE 06.
              88 EVD-SEC-ENRICHMENT VALUE 07.
              88 EVD-SEC-OVERRIDE  VALUE 08.
              88 EVD-SEC-AUDIT     VALUE 09.
              88 EVD-SEC-SOURCES   VALUE 10.
           05 EVD-LINE-NO          PIC 9(5).
           05 EVD-PRINT-LINE       PIC X(132).
