      * Source-registry maintenance control card read by c000037.
      * One card per action against the SRCMAST KSDS.  ADD
      * registers a new sender - a blank active flag means active.
      * CHANGE overlays only the columns actually coded, so a new
      * contact number does not blank the volume range; coding
      * the active flag Y on a CHANGE reinstates an inactive
      * sender.  INACT stops a sender without removing its record,
      * so the registry still explains its past batches.  Volume
      * columns are right-justified digits.  The request user is
      * carried onto SRCMAST and the SECLOG maintenance trail.
       01  SRCCARD-RECORD.
           05  SD-ACTION               PIC X(06).
               88  SD-ACTION-ADD                VALUE 'ADD'.
               88  SD-ACTION-CHANGE             VALUE 'CHANGE'.
               88  SD-ACTION-INACT              VALUE 'INACT'.
           05  SD-SOURCE-SYSTEM        PIC X(08).
           05  SD-SOURCE-NAME          PIC X(30).
           05  SD-CONTACT-NAME         PIC X(30).
           05  SD-CONTACT-PHONE        PIC X(15).
           05  SD-ACTIVE-FLAG          PIC X(01).
           05  SD-EXPECTED-DAY-TYPES   PIC X(03).
           05  SD-MIN-VOLUME           PIC X(07).
           05  SD-MIN-VOLUME-N REDEFINES SD-MIN-VOLUME
                                       PIC 9(07).
           05  SD-MAX-VOLUME           PIC X(07).
           05  SD-MAX-VOLUME-N REDEFINES SD-MAX-VOLUME
                                       PIC 9(07).
           05  SD-REQUEST-USER         PIC X(08).
           05  FILLER                  PIC X(15).
