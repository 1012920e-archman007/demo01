           05  RSL08O                PIC X(78).
           05  FILLER                PIC X(03).
           05  MSG3FLDO              PIC X(79).
      * Symbolic map for the DL100D value-correction screen (mapset
      * DL100M1, transaction DL13, program c000039), hand-maintained
      * here alongside the other maps whenever the map changes.
      * STA1FLD and STA2FLD carry the value's current VALMAST state
      * for the operator to check before confirming.
       01  DL100DI.
           05  FILLER                PIC X(12).
           05  OLDFLDL               PIC S9(4) COMP.
           05  OLDFLDF               PIC X.
           05  FILLER REDEFINES OLDFLDF.
               10  OLDFLDA           PIC X.
           05  OLDFLDI               PIC X(50).
           05  NEWFLDL               PIC S9(4) COMP.
           05  NEWFLDF               PIC X.
           05  FILLER REDEFINES NEWFLDF.
               10  NEWFLDA           PIC X.
           05  NEWFLDI               PIC X(50).
           05  STA1FLDL              PIC S9(4) COMP.
           05  STA1FLDF              PIC X.
           05  FILLER REDEFINES STA1FLDF.
               10  STA1FLDA          PIC X.
           05  STA1FLDI              PIC X(78).
           05  STA2FLDL              PIC S9(4) COMP.
           05  STA2FLDF              PIC X.
           05  FILLER REDEFINES STA2FLDF.
               10  STA2FLDA          PIC X.
           05  STA2FLDI              PIC X(78).
           05  CNFFLDL               PIC S9(4) COMP.
           05  CNFFLDF               PIC X.
           05  FILLER REDEFINES CNFFLDF.
               10  CNFFLDA           PIC X.
           05  CNFFLDI               PIC X(1).
           05  MSG4FLDL              PIC S9(4) COMP.
           05  MSG4FLDF              PIC X.
           05  FILLER REDEFINES MSG4FLDF.
               10  MSG4FLDA          PIC X.
           05  MSG4FLDI              PIC X(79).

       01  DL100DO REDEFINES DL100DI.
           05  FILLER                PIC X(12).
           05  FILLER                PIC X(03).
           05  OLDFLDO               PIC X(50).
           05  FILLER                PIC X(03).
           05  NEWFLDO               PIC X(50).
           05  FILLER                PIC X(03).
           05  STA1FLDO              PIC X(78).
           05  FILLER                PIC X(03).
           05  STA2FLDO              PIC X(78).
           05  FILLER                PIC X(03).
           05  CNFFLDO               PIC X(1).
           05  FILLER                PIC X(03).
           05  MSG4FLDO              PIC X(79).
