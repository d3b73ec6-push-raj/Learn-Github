      *****************************************************************
      * FIBRQL - request intake log record layout.
      * COPY this member to read or write a FIBRQLOG record.  FIBINTAK
      * appends one record for every inbound request it reads, with
      * its disposition: ACCEPTED (written to FIBIN), REJECTED (failed
      * the FIBONIC edits, reason given) or DUPLICATE (reference
      * already accepted).  RQL-LATE-FLAG is "Y" when the request was
      * already past its needed-by date on arrival.
      *****************************************************************
       01  FIBRQL-RECORD.
           05  RQL-INTAKE-DATE      PIC 9(8).
           05  RQL-INTAKE-TIME      PIC 9(6).
           05  RQL-REQUESTER        PIC X(20).
           05  RQL-REF              PIC X(20).
           05  RQL-REQ-N            PIC X(5).
           05  RQL-SEED-1           PIC 9(9).
           05  RQL-SEED-2           PIC 9(9).
           05  RQL-NEEDED-BY        PIC 9(8).
           05  RQL-DISPOSITION      PIC X(9).
           05  RQL-LATE-FLAG        PIC X(1).
           05  RQL-REASON           PIC X(40).
