      *    quiesced one, so this screen stays up through the batch
      *    window.
           PERFORM 3600-PICK-ACTIVE-QUEUE.
           MOVE SPACES TO ONLPEND-RECORD.
           MOVE 'N' TO OP-ENTRY-TYPE.
           MOVE INPFLDI TO OP-VALUE.
           MOVE C5-CURRENT-DATE TO OP-ENTRY-DATE.
           MOVE C5-CURRENT-TIME TO OP-ENTRY-TIME.
