      * programs that consult the USERAUTH master (c000006 in
      * batch, the DL10/DL11 transactions under CICS file control)
      * and by c000019 for each maintenance card applied to the
      * master itself.  Function V records the checker's half of a
      * two-person REFFILE change - an approval or rejection by
      * c000006, or an expiry by c000035.  Function K is the DL13
      * value-correction screen (c000039), checked against its own
      * USERAUTH flag and logged whether granted or denied, since
      * a correction rewrites history.  Function U is a request to
      * see confidential values unmasked - granted each time the
      * DL11 inquiry shows one in full, and granted or denied for
      * each batch listing run with an UNMASKRQ card (the c000041
      * masking service).  Entries under the user *AUTO* are
      * actions taken by the system with no one signing for them -
      * the c000047 automatic release of a suspense item whose code
      * has become valid.  Function Q is a reviewer's sign-off of
      * a quality-assurance sample item (c000050), granted or
      * denied against the reviewer's USERAUTH entry.  c000020
      * lists the day's activity and totals it on the daily
      * security report.
       01  SECLOG-RECORD.
           05  SC-USER-ID              PIC X(08).
               88  SC-USER-AUTO                 VALUE '*AUTO*'.
           05  SC-FUNCTION             PIC X(01).
               88  SC-FUNC-REF-ADD              VALUE 'A'.
               88  SC-FUNC-REF-CHANGE           VALUE 'C'.
               88  SC-FUNC-ONLINE-ENTRY         VALUE 'E'.
               88  SC-FUNC-INQUIRY              VALUE 'I'.
               88  SC-FUNC-MAINTENANCE          VALUE 'M'.
               88  SC-FUNC-REF-APPROVE          VALUE 'V'.
               88  SC-FUNC-CORRECTION           VALUE 'K'.
               88  SC-FUNC-UNMASK               VALUE 'U'.
               88  SC-FUNC-QA-SIGNOFF           VALUE 'Q'.
           05  SC-RESULT               PIC X(01).
               88  SC-GRANTED                   VALUE 'G'.
               88  SC-DENIED                    VALUE 'X'.
