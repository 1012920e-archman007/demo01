      * Change-event feed control record - the single record on
      * VMFCTL that says how far the c000045 outbound feed has
      * got through the VMEVENT journal.  An event's sequence
      * number is VF-BASE-SEQ plus its position on the journal;
      * the base stays zero unless the journal's head is ever cut
      * back, when it takes the number of the last event cut.
      * VF-LAST-SEQ is the highest sequence the nightly feed has
      * delivered - the next night starts one past it, and a
      * resend may ask for anything from base+1 up to it.  Date,
      * time and count describe the last nightly delivery.
       01  VMFCTL-RECORD.
           05  VF-BASE-SEQ             PIC 9(09).
           05  VF-LAST-SEQ             PIC 9(09).
           05  VF-LAST-DATE            PIC X(08).
           05  VF-LAST-TIME            PIC X(08).
           05  VF-LAST-COUNT           PIC 9(07).
           05  FILLER                  PIC X(39).
