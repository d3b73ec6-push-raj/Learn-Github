      *****************************************************************
      * FIBCJN - FIBCTL change journal record layout.
      * COPY this member to read or write a FIBCTLJN journal record
      * without redefining the layout by hand.  One record is written
      * for every applied profile add (A), change (C) or delete (D);
      * the before image is blank on an add and the after image is
      * blank on a delete.
      *****************************************************************
       01  FIBCJN-RECORD.
           05  CJN-DATE             PIC 9(8).
           05  CJN-TIME             PIC 9(6).
           05  CJN-SEQ              PIC 9(4).
           05  CJN-USERID           PIC X(20).
           05  CJN-ACTION           PIC X(1).
           05  CJN-PROFILE-NAME     PIC X(8).
           05  CJN-BEFORE-IMAGE     PIC X(49).
           05  CJN-AFTER-IMAGE      PIC X(49).
