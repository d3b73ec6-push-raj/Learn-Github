      *****************************************************************
      * FIBRQA - request acknowledgment record layouts.
      * COPY this member to read or write a FIBRQACK record without
      * redefining the layouts by hand.  Each file holds one H
      * header, one D detail per request logged by FIBINTAK for the
      * intake date, and one T trailer with the detail count.  The
      * detail carries the intake disposition and, for accepted
      * requests, the FIBRUNH run number, FIBOUT generation and
      * outcome.  RQA-D-LATE-FLAG is "Y" when the request was not
      * satisfied by its needed-by date.
      *****************************************************************
       01  FIBRQA-HEADER.
           05  RQA-H-REC-TYPE       PIC X(1).
           05  RQA-H-INTAKE-DATE    PIC 9(8).
           05  RQA-H-CREATED-DATE   PIC 9(8).
           05  RQA-H-SOURCE         PIC X(8).
           05  FILLER               PIC X(175).
       01  FIBRQA-DETAIL.
           05  RQA-D-REC-TYPE       PIC X(1).
           05  RQA-D-REQUESTER      PIC X(20).
           05  RQA-D-REF            PIC X(20).
           05  RQA-D-DISPOSITION    PIC X(9).
           05  RQA-D-RUN-NBR        PIC 9(8).
           05  RQA-D-RUN-DATE       PIC 9(8).
           05  RQA-D-OUT-DSNAME     PIC X(40).
           05  RQA-D-OUTCOME        PIC X(24).
           05  RQA-D-RETURN-CODE    PIC 9(2).
           05  RQA-D-NEEDED-BY      PIC 9(8).
           05  RQA-D-LATE-FLAG      PIC X(1).
           05  RQA-D-REASON         PIC X(40).
           05  FILLER               PIC X(19).
       01  FIBRQA-TRAILER.
           05  RQA-T-REC-TYPE       PIC X(1).
           05  RQA-T-INTAKE-DATE    PIC 9(8).
           05  RQA-T-DETAIL-COUNT   PIC 9(7).
           05  RQA-T-COMPLETED      PIC 9(7).
           05  RQA-T-LATE           PIC 9(7).
           05  FILLER               PIC X(170).
