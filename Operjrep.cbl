      *
      *          The filter code is matched against the AFTER image
      *          key (columns 84-93), which is present for every
      *          action; the before image is blank on adds. The
      *          supervisor authority flag before and after the
      *          change sits in columns 127 and 129.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 03/09/2026 MP  Created.
      * 15/10/2026 MP  Journal line 125 -> 129 bytes: OPERMANT now
      *                appends the supervisor authority flag before
      *                and after the change (columns 127 and 129);
      *                the heading shows it as SUP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERJREP.
       DATA DIVISION.
       FILE SECTION.
       FD  GIORNALEFILE.
       01  GIORNALE-LINE PIC X(129).
       FD  REPFILE.
       01  REP-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-REP-STATUS PIC X(2).
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-RIGA-GIORNALE PIC X(129).
           01 WS-RIGA-CAMPI REDEFINES WS-RIGA-GIORNALE.
               05 JG-DATA.
                   10 JG-DATA-AA PIC XX.
                   10 JG-DATA-GG PIC XX.
               05 FILLER PIC X(75).
               05 JG-OPER-DOPO PIC X(10).
               05 FILLER PIC X(36).
           01 WS-DATA-CHIAVE PIC X(6).
           01 WS-DATA-DA PIC X(6).
           01 WS-DATA-A PIC X(6).
               05 FILLER PIC X(11) VALUE ' AZIONE'.
               05 FILLER PIC X(43) VALUE ' PRIMA'.
               05 FILLER PIC X(42) VALUE ' DOPO'.
               05 FILLER PIC X(4) VALUE ' SUP'.
               05 FILLER PIC X(3) VALUE SPACES.
           01 REP-TOTALE-LINE.
               05 FILLER PIC X(21) VALUE 'MODIFICHE SELEZIONATE'.
               05 FILLER PIC X(2) VALUE ': '.
