      *///////////////////////////////////////////////////////////////
      * JSKLREC:
      *   JCL skeleton record for VSAM file DOGEJSKL, keyed by report
      *   (job) name and card sequence - one 80-byte card image per
      *   row, loaded by DOGEJSLD from the deck in DOGEJSLD.jcl.
      *   DOGERQST streams a report's cards in sequence to the
      *   internal reader, so the JCL a screen request runs is kept
      *   where operations can change a DSN or an archive
      *   concatenation with a reload instead of a program change.
      *
      *   Two cards are placeholders, replaced whole:
      *     )PARM1   the report's first SYSIN parm card
      *     )PARM2   its second (DOGEEVEX selection card 2, the
      *              DOGECATG report-step card)
      *   and these symbols are replaced wherever they stand:
      *     @@@@@@@@@@@@@@@@  request stamp (DOGERQLG RQ-STAMP)
      *     !!!!!!!!          requesting userid (keep it last on
      *                       its card - a short id leaves blanks)
      *     ###               sub-account from the request
      *     $$$$$$            statement year and month, YYYYMM
      *     %%%%%%            submit time, HHMMSS
      *///////////////////////////////////////////////////////////////
       01  JCL-SKELETON-ENTRY.
           05  SK-KEY.
               10  SK-JOB             PIC X(8).
               10  SK-SEQ             PIC 9(4).
           05  SK-CARD                PIC X(80).
