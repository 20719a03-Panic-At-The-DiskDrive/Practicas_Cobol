      *> Every value arrives validated against its bounds; anything
      *> missing, out of bounds or non-numeric keeps its safe default,
      *> so callers can use the block without re-checking.
      *> The EXTRACTO cards are the exception: their values are text
      *> - the delimiter the month-end and security reports separate
      *> their spreadsheet extracts with (one printable character), and
      *> each extract's file name (NO writes no extract).
      *> PAR-ECO: set "S" before the call to have the effective
      *> values echoed to the operator console.
      *> PAR-ORIGEN on return: "P" values read from PARAMS.DAT,
          05 PAR-PASSWORD-AVISO     PIC 9(2).
          05 PAR-DORMANT-DIAS       PIC 9(3).
          05 PAR-BACKUP-GENS        PIC 9(2).
          05 PAR-SESION-INACTIVA    PIC 9(3).
          05 PAR-SOSP-DIAS-BASE     PIC 9(3).
          05 PAR-SOSP-DESVIOS       PIC 9.
          05 PAR-SOSP-VOLUMEN       PIC 9(2).
          05 PAR-SOSP-REACTIVADA    PIC 9(3).
          05 PAR-TEND-UMBRAL        PIC 9(3).
          05 PAR-EXT-DELIMITADOR    PIC X.
          05 PAR-EXT-CALCMES        PIC X(40).
          05 PAR-EXT-CALCDEPT       PIC X(40).
          05 PAR-EXT-SECRPT         PIC X(40).
          05 PAR-EXT-DORMRPT        PIC X(40).
