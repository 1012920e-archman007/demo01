      * Startup control-file layout - lets operations change the
      * default greeting and the substitute message for a run
      * without a recompile.  The substitute code is looked up in
      * the MSGCAT message catalogue (copybook CPYMSG) for the text
      * in effect on the run date; the text here is used only when
      * the catalogue cannot be opened.
       01  PARMFILE-RECORD.
           05  PARM-DEFAULT-GREETING   PIC X(100).
           05  PARM-SUBSTITUTE-CODE    PIC X(08).
