      * Batch-window service-level target card - one per step of
      * the nightly cycle that carries a finishing commitment, on
      * the SLATGT control deck kept by operations.  A step is the
      * program and partition its RUNSTAT entries carry (partition
      * blank for an unpartitioned run, '0'-'4' for a stream of a
      * partitioned night).  The end time is the latest acceptable
      * finish, HHMM on the 24-hour clock; a time earlier than the
      * step's start falls on the following morning.  The warning
      * margin is how many minutes short of the target a finish
      * starts to count as cutting it fine.  c000003 projects its
      * own finish against its card at every checkpoint, and the
      * c000048 morning report measures every step's actual RUNSTAT
      * start and end against its card.  Cards with '*' in column
      * one are comments.
       01  SLA-TARGET-RECORD.
           05  SL-PROGRAM              PIC X(08).
           05  SL-PARTITION            PIC X(01).
           05  FILLER                  PIC X(01).
           05  SL-STEP-NAME            PIC X(20).
           05  FILLER                  PIC X(01).
           05  SL-END-TIME             PIC 9(04).
           05  SL-END-TIME-R REDEFINES SL-END-TIME.
               10  SL-END-HH           PIC 9(02).
               10  SL-END-MM           PIC 9(02).
           05  FILLER                  PIC X(01).
           05  SL-WARN-MARGIN          PIC 9(03).
           05  FILLER                  PIC X(41).
