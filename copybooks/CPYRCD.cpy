      * per maintenance action; the action word drives whether the
      * code is added to, changed on, or deleted from the REFFILE
      * KSDS.  The user id identifies who requested the change and
      * is carried onto the maintenance audit trail.  ADD, CHANGE,
      * DELETE, and INACT cards only request the change - it waits
      * on the REFPEND pending-change file until an APPROV card
      * from a different authorized user applies it, or a REJECT
      * card withdraws it (an optional reason in the description
      * columns).  APPROV and REJECT cards need only the code and
      * the user id.
       01  REFCARD-RECORD.
           05  RC-ACTION               PIC X(06).
               88  RC-ACTION-ADD                    VALUE 'ADD'.
               88  RC-ACTION-CHANGE                 VALUE 'CHANGE'.
               88  RC-ACTION-DELETE                 VALUE 'DELETE'.
               88  RC-ACTION-INACT                  VALUE 'INACT'.
               88  RC-ACTION-APPROVE                VALUE 'APPROV'.
               88  RC-ACTION-REJECT                 VALUE 'REJECT'.
           05  RC-CODE                 PIC X(50).
           05  RC-DESCRIPTION          PIC X(40).
           05  RC-CATEGORY             PIC X(08).
