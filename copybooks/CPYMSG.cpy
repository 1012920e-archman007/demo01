      * Message catalogue record - the MSGCAT KSDS MainProgram
      * looks its substitute text up in, keyed on the message code
      * the PARMFILE card names (SIMPSOUL and the like).  An entry
      * is in effect from its effective date through its expiry
      * date while active; a code missing, inactive, not yet
      * effective or expired on the run date is refused.  Kept by
      * c000051 from MSGCARDS control cards, every change audited
      * on MSGAUDIT; c000052 lists the catalogue.
       01  MSGCAT-RECORD.
           05  MC-CODE                 PIC X(08).
           05  MC-TEXT                 PIC X(84).
           05  MC-EFFECTIVE-DATE       PIC X(08).
           05  MC-EXPIRY-DATE          PIC X(08).
           05  MC-STATUS               PIC X(01).
               88  MC-ACTIVE                        VALUE 'A'.
               88  MC-INACTIVE                      VALUE 'I'.
           05  MC-UPDATE-DATE          PIC X(08).
           05  MC-UPDATE-USER          PIC X(08).
           05  FILLER                  PIC X(05).
