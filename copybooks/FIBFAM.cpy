      *****************************************************************
      * FIBFAM - sequence family registry record layout.
      * COPY this member to read or write a FIBFAMLY family record
      * without redefining the layout by hand.  The file is indexed
      * with FAM-SEED-KEY (the two seed values) as the record key, so
      * each registered seed pair maps to exactly one family code,
      * e.g. 0/1 FIB and 2/1 LUCAS.  FAM-CODE is the family part of
      * the FIBTERMS key and must be unique across the registry.  A
      * family cannot be deleted while FIBTERMS holds terms under its
      * code, so a code is never reused for other seeds.
      *****************************************************************
       01  FIBFAM-RECORD.
           05  FAM-SEED-KEY.
               10  FAM-SEED-1       PIC 9(9).
               10  FAM-SEED-2       PIC 9(9).
           05  FAM-CODE             PIC X(6).
           05  FAM-NAME             PIC X(30).
           05  FAM-REG-DATE         PIC 9(8).
           05  FAM-REG-BY           PIC X(20).
