      *****************************************************************
      * FIBCHG - general ledger charge interface record layouts.
      * COPY this member to read or write a FIBCHGIF record without
      * redefining the layouts by hand.  Each file holds one H
      * header, one D detail per charged user and one T trailer
      * carrying the detail count and amount control totals.
      * Amounts carry implied decimals.
      *****************************************************************
       01  FIBCHG-HEADER.
           05  CHG-H-REC-TYPE       PIC X(1).
           05  CHG-H-BILL-MONTH     PIC 9(6).
           05  CHG-H-CREATED-DATE   PIC 9(8).
           05  CHG-H-SOURCE         PIC X(8).
           05  FILLER               PIC X(57).
       01  FIBCHG-DETAIL.
           05  CHG-D-REC-TYPE       PIC X(1).
           05  CHG-D-BILL-MONTH     PIC 9(6).
           05  CHG-D-USERID         PIC X(20).
           05  CHG-D-GL-ACCOUNT     PIC X(12).
           05  CHG-D-RUNS           PIC 9(5).
           05  CHG-D-TERMS          PIC 9(7).
           05  CHG-D-WIDE-RUNS      PIC 9(5).
           05  CHG-D-AMOUNT         PIC 9(9)V99.
           05  FILLER               PIC X(13).
       01  FIBCHG-TRAILER.
           05  CHG-T-REC-TYPE       PIC X(1).
           05  CHG-T-BILL-MONTH     PIC 9(6).
           05  CHG-T-DETAIL-COUNT   PIC 9(7).
           05  CHG-T-AMOUNT-TOTAL   PIC 9(11)V99.
           05  FILLER               PIC X(53).
