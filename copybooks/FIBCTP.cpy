      *****************************************************************
      * FIBCTP - run profile control record layout.
      * COPY this member to read or write a FIBCTL profile record
      * without redefining the layout by hand.  FIBCTL is a flat
      * file; lines beginning with an asterisk are comments.
      *****************************************************************
       01  FIBCTL-RECORD.
           05  CTL-PROFILE-NAME     PIC X(8).
           05  CTL-REQ-N            PIC X(5).
           05  CTL-CKPT-INTERVAL    PIC X(4).
           05  CTL-MAX-TRIES        PIC X(2).
           05  CTL-DSN-PREFIX       PIC X(30).
