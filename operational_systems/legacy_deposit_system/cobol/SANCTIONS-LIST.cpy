      *================================================================*
      * COPYBOOK: SANCTIONS-LIST
      * PURPOSE: Current sanctions list (SANCLIST) as cut by
      *          compliance from the OFAC SDN and consolidated lists,
      *          one record per listed name -- an alias is its own
      *          record under the same entry id. SNL-NAME is as
      *          published, "SURNAME, GIVEN NAMES" for an
      *          individual; SNL-TAX-ID is any national id or tax id
      *          the listing carries, blank when it carries none.
      *          The whole file is replaced on every list update.
      * USED BY: SANCTIONS-SCREEN.cob
      *================================================================*
       01 SANCTIONS-LIST-REC.
           05 SNL-ENTRY-ID         PIC X(10).
           05 SNL-ENTRY-TYPE       PIC X(1).
              88 SNL-INDIVIDUAL    VALUE 'I'.
              88 SNL-ENTITY        VALUE 'E'.
           05 SNL-NAME             PIC X(60).
           05 SNL-TAX-ID           PIC X(15).
           05 SNL-BIRTH-DATE       PIC X(10).
           05 SNL-PROGRAM          PIC X(10).
           05 FILLER               PIC X(14).
