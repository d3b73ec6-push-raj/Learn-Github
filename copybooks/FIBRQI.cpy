      *****************************************************************
      * FIBRQI - inbound request record layout.
      * COPY this member to read a FIBREQIN record sent in by a
      * requesting department's system.  One record per request:
      * requester ID, the requester's own external reference, N (with
      * an optional trailing W for large-number mode), optional seed
      * values and the date the series is needed by (yyyymmdd, may be
      * blank).  Lines starting with * are comments.
      *****************************************************************
       01  FIBRQI-RECORD.
           05  RQI-REQUESTER        PIC X(20).
           05  RQI-REF              PIC X(20).
           05  RQI-REQ-N            PIC X(5).
           05  RQI-SEED-1           PIC X(10).
           05  RQI-SEED-2           PIC X(10).
           05  RQI-NEEDED-BY        PIC X(8).
           05  FILLER               PIC X(7).
