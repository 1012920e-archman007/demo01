      * the REFCARDS CHANGE follows), REVOKE marks the user
      * revoked without deleting the record.  The requesting user
      * identifies who asked for the change and is carried onto
      * the security-activity log.  The correction flag (DL13)
      * sits after the requesting user, in column 28, so decks
      * written before it existed still read the same; the unmask
      * flag (confidential values shown in full) follows it in
      * column 29.
       01  AUTHCARD-RECORD.
           05  AC-ACTION               PIC X(06).
               88  AC-ACTION-GRANT                  VALUE 'GRANT'.
           05  AC-ONLINE-ENTRY         PIC X(01).
           05  AC-INQUIRY              PIC X(01).
           05  AC-REQUEST-USER         PIC X(08).
           05  AC-CORRECTION           PIC X(01).
           05  AC-UNMASK               PIC X(01).
           05  FILLER                  PIC X(51).
