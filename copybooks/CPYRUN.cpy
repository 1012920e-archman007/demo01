      * of one c000003 run - one per HDR/TRL batch processed, with
      * the source system filled - written alongside the whole-run
      * E entry so each sender's batch can be balanced on its own
      * without disturbing the whole-run legs.  The c000015
      * pre-edit writes type-B entries of its own, one per batch
      * edited: records read are the batch's raw records, records
      * processed those passed clean, rejects those that failed
      * the edit, and - the edit counting no inquiries - the
      * inquiry slot carries the values standardized by a synonym
      * rule.  A batch the edit refused (stale business date, or
      * a sender not registered or inactive) shows RC 16.
      *
      * On a partitioned night the c000043 split divides the driving
      * file by source system and each partition runs its own
      * c000003 stream; RS-PARTITION carries the stream number ('0'
      * the online-queue stream, '1' upward the file partitions) on
      * that stream's entries and is blank on an unpartitioned run.
      * The split writes one type-B entry per source it assigned,
      * partition filled, so the c000044 merge knows which streams
      * the night expects, and the merge writes a type-B entry of
      * its own for each partition folded into the shared files.
      *
      * An intraday mini-cycle run of c000003 (job DL100ID, PARM
      * 'INTRADAY') drains only the quiesced online pending queue
      * during the day and writes its entries to the same RUNSTAT
      * with RS-PARTITION 'I'.  Its counts belong to the business
      * date like any other c000003 run's, but it is never the
      * night's run: c000009 folds its counts into the date's legs
      * without holding its processed count against the overnight
      * checkpoint, and c000025/c000004 do not take it for the
      * overnight step's outcome.
       01  RUNSTAT-RECORD.
           05  RS-PROGRAM              PIC X(08).
           05  RS-RUN-DATE             PIC X(08).
           05  RS-HIGHEST-RC           PIC 9(02).
           05  RS-ONLINE-VERIFIED      PIC 9(07).
           05  RS-INQUIRY-COUNT        PIC 9(07).
           05  RS-STANDARDIZED-COUNT REDEFINES RS-INQUIRY-COUNT
                                       PIC 9(07).
           05  RS-SOURCE-SYSTEM        PIC X(08).
           05  RS-PARTITION            PIC X(01).
               88  RS-INTRADAY-RUN              VALUE 'I'.
