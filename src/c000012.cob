      * fields, each trimmed of trailing spaces - wrapped in a
      * header record (extract date/time and source system id) and
      * a trailer record (data record count) so the receiving side
      * can validate the transmission.  Each value passes through
      * the c000041 masking service first, so a value whose
      * REFFILE category is classified confidential leaves masked
      * unless the run carries a granted UNMASKRQ card.
      *
      * PARM='YYYYMMDD' EXTRACTS THAT BUSINESS DATE ONLY;
      * PARM='ALL' EXTRACTS THE WHOLE LOG; THE DEFAULT (NO PARM)
       01  C12-SOURCE-SYSTEM         PIC X(05) VALUE "DL100".
       01  C12-RUNSTAT-STATUS        PIC X(02).
       01  C12-RUNSTAT-TYPE          PIC X(01) VALUE 'E'.
           COPY CPYMSK.

       LINKAGE SECTION.
       01  C12-JCL-PARM.
                   MOVE C12-CURRENT-DATE TO C12-SELECT-DATE
               END-IF
           END-IF.
           SET MK-OPEN TO TRUE.
           MOVE 'c000012' TO MK-CALLER-PROGRAM.
           CALL 'c000041' USING MASK-REQUEST.
           OPEN OUTPUT EXTFILE-FILE.
           IF C12-EXT-STATUS NOT = "00"
               DISPLAY "c000012 - ERROR: UNABLE TO OPEN EXTFILE, "
           END-READ.

       2100-write-extract-record.
           MOVE TL-STRING-VALUE TO MK-VALUE.
           SET MK-MASK TO TRUE.
           CALL 'c000041' USING MASK-REQUEST.
           MOVE SPACES TO EXT-RECORD.
           STRING FUNCTION TRIM (MK-VALUE TRAILING)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  TL-LOG-DATE DELIMITED BY SIZE
           END-IF.

       9000-terminate.
           SET MK-CLOSE TO TRUE.
           CALL 'c000041' USING MASK-REQUEST.
           IF C12-TRANLOG-OPENED
               CLOSE TRANLOG-FILE
           END-IF.
           MOVE ZERO TO RS-ONLINE-VERIFIED.
           MOVE ZERO TO RS-INQUIRY-COUNT.
           MOVE SPACES TO RS-SOURCE-SYSTEM.
           MOVE SPACES TO RS-PARTITION.
           IF RETURN-CODE > 99
               MOVE 99 TO RS-HIGHEST-RC
           ELSE
