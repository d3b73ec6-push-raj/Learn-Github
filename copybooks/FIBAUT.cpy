      *****************************************************************
      * FIBAUT - user entitlement master record layout.
      * COPY this member to read or write a FIBAUTH entitlement
      * record without redefining the layout by hand.  The file is
      * indexed with AUTH-USERID as the record key.  AUTH-PROFILE
      * lists the FIBCTL profiles the user may run; an entry of *ALL
      * allows any profile.  AUTH-EXPIRY-DATE of zero never expires.
      *****************************************************************
       01  FIBAUT-RECORD.
           05  AUTH-USERID          PIC X(20).
           05  AUTH-PROFILE-LIST.
               10  AUTH-PROFILE     PIC X(8) OCCURS 5 TIMES.
           05  AUTH-MAX-N           PIC 9(4).
           05  AUTH-WIDE-ALLOWED    PIC X(1).
           05  AUTH-SEEDS-ALLOWED   PIC X(1).
           05  AUTH-EXPIRY-DATE     PIC 9(8).
           05  AUTH-GRANT-DATE      PIC 9(8).
           05  AUTH-GRANTED-BY      PIC X(20).
