      * Quality-assurance sample record - one per TRANLOG entry
      * drawn for review by c000049, on the QASAMPLE KSDS keyed on
      * the business date sampled and a sample number within it.
      * The entry is copied as logged, with the REFFILE category
      * and VALMAST status it had when drawn, so the worksheet and
      * any later listing show what the reviewer was shown.  The
      * review fields stay blank (status P) until c000050 applies
      * the reviewer's sign-off card: O when the entry was found in
      * order, X when the reviewer raised an exception, with the
      * reviewer's USERAUTH user id, the date signed and comment.
       01  QA-SAMPLE-RECORD.
           05  QA-KEY.
               10  QA-SAMPLE-DATE      PIC X(08).
               10  QA-SAMPLE-NBR       PIC 9(05).
           05  QA-STRING-VALUE         PIC X(100).
           05  QA-LOG-DATE             PIC X(08).
           05  QA-LOG-TIME             PIC X(08).
           05  QA-CALLER-PROGRAM       PIC X(08).
           05  QA-SOURCE-SYSTEM        PIC X(08).
           05  QA-JOB-NAME             PIC X(08).
           05  QA-USER-ID              PIC X(08).
           05  QA-REF-CATEGORY         PIC X(08).
           05  QA-VM-STATUS            PIC X(01).
           05  QA-REVIEW-STATUS        PIC X(01).
               88  QA-REVIEW-PENDING                VALUE 'P'.
               88  QA-REVIEW-OK                     VALUE 'O'.
               88  QA-REVIEW-EXCEPTION              VALUE 'X'.
           05  QA-REVIEWER             PIC X(08).
           05  QA-REVIEW-DATE          PIC X(08).
           05  QA-REVIEW-COMMENT       PIC X(40).
           05  FILLER                  PIC X(23).
