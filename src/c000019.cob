      *
      * Maintains the USERAUTH user-authority KSDS from AUTHCARD
      * control cards (GRANT/CHANGE/REVOKE), the file c000006
      * checks REFCARDS users against and the DL10-DL13
      * transactions check the signed-on CICS user against.  Every
      * card processed - applied or rejected - is written to the
      * SECLOG security-activity log so the daily security report
      * shows who changed whose authority, and cards that fail
      * (duplicate grant, change or revoke of a missing user,
      * unknown action) are listed on AUTHRJCT for the same run.
      * The unmask flag is granted here like any other: it is what
      * lets a user see confidential values in full.
      * This job itself is protected by dataset and scheduler
      * access rather than by USERAUTH - it is what bootstraps the
      * file on a fresh install.
           ELSE
               MOVE 'N' TO UA-INQUIRY
           END-IF.
           IF AC-CORRECTION = 'Y'
               MOVE 'Y' TO UA-CORRECTION
           ELSE
               MOVE 'N' TO UA-CORRECTION
           END-IF.
           IF AC-UNMASK = 'Y'
               MOVE 'Y' TO UA-UNMASK
           ELSE
               MOVE 'N' TO UA-UNMASK
           END-IF.
           SET UA-ACTIVE TO TRUE.
           MOVE C19-CURRENT-DATE TO UA-UPDATE-DATE.
           MOVE AC-REQUEST-USER TO UA-UPDATE-USER.
                   IF AC-INQUIRY NOT = SPACE
                       MOVE AC-INQUIRY TO UA-INQUIRY
                   END-IF
                   IF AC-CORRECTION NOT = SPACE
                       MOVE AC-CORRECTION TO UA-CORRECTION
                   END-IF
                   IF AC-UNMASK NOT = SPACE
                       MOVE AC-UNMASK TO UA-UNMASK
                   END-IF
                   SET UA-ACTIVE TO TRUE
                   MOVE C19-CURRENT-DATE TO UA-UPDATE-DATE
                   MOVE AC-REQUEST-USER TO UA-UPDATE-USER
