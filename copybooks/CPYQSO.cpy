      * Quality-assurance sign-off card - the QASIGN deck c000050
      * applies, one card per reviewed sample as numbered on the
      * c000049 worksheet.  The result is OK when the entry was
      * found in order, or EX to raise an exception, which needs a
      * comment saying what is wrong.  The reviewer's user id must
      * be active on USERAUTH with the inquiry flag, and may not be
      * the user who entered the value.  Cards with '*' in column
      * one are comments.
       01  QA-SIGNOFF-CARD.
           05  QS-SAMPLE-DATE          PIC X(08).
           05  QS-SAMPLE-NBR           PIC 9(05).
           05  FILLER                  PIC X(01).
           05  QS-RESULT               PIC X(02).
               88  QS-RESULT-OK                     VALUE 'OK'.
               88  QS-RESULT-EXCEPTION              VALUE 'EX'.
           05  FILLER                  PIC X(01).
           05  QS-USER-ID              PIC X(08).
           05  FILLER                  PIC X(01).
           05  QS-COMMENT              PIC X(40).
           05  FILLER                  PIC X(14).
