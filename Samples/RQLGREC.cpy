      *///////////////////////////////////////////////////////////////
      * RQLGREC:
      *   Report request log record for VSAM file DOGERQLG, keyed by
      *   the requesting userid and the request stamp (submit date,
      *   time and a tie-break sequence). DOGERQST writes one row
      *   for every batch report it submits through the internal
      *   reader - who asked, from which terminal, the parm cards
      *   exactly as they went into the job stream - and, each time
      *   the requester lists their requests, settles RQ-STATE from
      *   the job's own DOGERUNS row. The stamp rides on the job
      *   card's programmer-name field ('RQ ' + stamp) so a job in
      *   the output queue traces straight back to its row.
      *///////////////////////////////////////////////////////////////
       01  REPORT-REQUEST-ENTRY.
           05  RQ-KEY.
               10  RQ-USERID          PIC X(8).
               10  RQ-STAMP.
                   15  RQ-SUBMIT-DATE PIC X(8).
                   15  RQ-SUBMIT-TIME PIC X(6).
                   15  RQ-SEQ         PIC 9(2).
           05  FILLER                 PIC X.
           05  RQ-REPORT              PIC X(8).
           05  FILLER                 PIC X.
           05  RQ-TERM-ID             PIC X(4).
           05  FILLER                 PIC X.
      * Spaces where the report takes no card (DOGECPXP) or only one.
           05  RQ-PARM-CARD-1         PIC X(80).
           05  RQ-PARM-CARD-2         PIC X(80).
           05  FILLER                 PIC X.
      * S until DOGERUNS shows a run of the job started at or after
      * the submit time; then R while it runs, C or F once it ends
      * (F is a return code over 4, the DOGERUNS rule).
           05  RQ-STATE               PIC X.
               88  RQ-SUBMITTED              VALUE 'S'.
               88  RQ-RUNNING                VALUE 'R'.
               88  RQ-COMPLETED              VALUE 'C'.
               88  RQ-FAILED                 VALUE 'F'.
               88  RQ-STILL-OPEN             VALUE 'S' 'R'.
           05  FILLER                 PIC X.
           05  RQ-RUN-START           PIC X(8).
           05  FILLER                 PIC X.
           05  RQ-RUN-END             PIC X(8).
           05  FILLER                 PIC X.
           05  RQ-RUN-RC              PIC 9(4).
