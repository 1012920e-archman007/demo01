      * Online pending-entry queue record - c000005 appends one as
      * each DL10 entry is accepted during the day, c000039 one as
      * each DL13 correction is confirmed, and the nightly c000003
      * run processes the queue alongside STRINFLE so an online
      * entry gets the same checkpointing, reject path, and
      * end-of-run accounting as a batch record.  New-value entries
      * already on TRANLOG are verified; one whose online log write
      * failed is logged now (recovered).  A correction is applied
      * as a batch COR record would be - its before and after
      * values share the value area, 50 bytes each (the screen
      * entry limit).  A blank entry type (a record queued before
      * the type byte existed) is a new value.
       01  ONLPEND-RECORD.
           05  OP-VALUE                PIC X(100).
           05  OP-COR-VALUES REDEFINES OP-VALUE.
               10  OP-COR-BEFORE       PIC X(50).
               10  OP-COR-AFTER        PIC X(50).
           05  OP-ENTRY-DATE           PIC X(08).
           05  OP-ENTRY-TIME           PIC X(08).
           05  OP-USER-ID              PIC X(08).
           05  OP-TERMINAL-ID          PIC X(04).
           05  OP-ENTRY-TYPE           PIC X(01).
               88  OP-TYPE-NEW                      VALUE 'N' ' '.
               88  OP-TYPE-COR                      VALUE 'C'.
           05  FILLER                  PIC X(11).
