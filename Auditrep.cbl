      *                the morning check reads one file instead of
      *                five job logs. A RUNLOG that cannot be opened
      *                only warns: the run is not failed for it.
      * 15/10/2026 MP  The RUNLOG line now also carries the DATAELAB
      *                business date the run belongs to (columns
      *                113-118), read at start of run, so the
      *                SORVEGLI batch-window monitor can assign a run
      *                that slips past midnight to the right day. A
      *                missing or unreadable DATAELAB falls back to
      *                the machine date with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITREP.
           SELECT RUNLOGFILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT DATAELABFILE ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAELAB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITFILE.
       01  SUM-LINE PIC X(80).
       FD  RUNLOGFILE.
       01  RUNLOG-LINE PIC X(120).
       FD  DATAELABFILE.
       01  DATAELAB-RECORD PIC X(6).
       WORKING-STORAGE SECTION.
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-SUM-STATUS PIC X(2).
           01 WS-DATAELAB-STATUS PIC X(2).
           01 WS-DATAELAB-VALORE PIC X(6).
           01 WS-DATA-ELABORAZIONE PIC 9(6).
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-RIGA-AUDIT PIC X(120).
               05 RL-SCARTATE PIC 9(8).
               05 FILLER PIC X(4) VALUE ' RC '.
               05 RL-RC PIC 99.
               05 FILLER PIC X(4) VALUE ' DE '.
               05 RL-DATA-ELAB PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
           01 TAB-ORE.
               05 TAB-ORA-CONTA PIC 9(8) OCCURS 24 VALUE ZERO.
           01 OD-QUANTI PIC 9(3) COMP VALUE ZERO.
            ACCEPT WS-DATA-INIZIO FROM DATE
            ACCEPT WS-ORA-INIZIO FROM TIME
            DISPLAY 'RIEPILOGO ATTIVITA AUDIT'
            PERFORM LEGGI-DATA-ELAB THRU LEGGI-DATA-ELAB-EXIT
            PERFORM CHIEDI-DATA-INIZIO THRU CHIEDI-DATA-INIZIO-EXIT
            PERFORM CHIEDI-DATA-FINE THRU CHIEDI-DATA-FINE-EXIT
            IF WS-DATA-DA > WS-DATA-A
       SCRIVI-ORA-EXIT.
            EXIT.

      *    DATA DI ELABORAZIONE DAL FILE DI CONTROLLO DATAELAB
      *    (AVANZATO DA AVANDATA A FINE GIORNATA), SOLO PER LA RIGA
      *    DEL RUNLOG. SENZA FILE SI RIPIEGA SULL'OROLOGIO DI
      *    MACCHINA, CON AVVISO.
       LEGGI-DATA-ELAB.
            MOVE SPACES TO WS-DATAELAB-VALORE
            OPEN INPUT DATAELABFILE
            IF WS-DATAELAB-STATUS = '00'
                READ DATAELABFILE INTO WS-DATAELAB-VALORE
                    AT END MOVE SPACES TO WS-DATAELAB-VALORE
                END-READ
                CLOSE DATAELABFILE
            END-IF
            IF WS-DATAELAB-VALORE IS NUMERIC
                MOVE WS-DATAELAB-VALORE TO WS-DATA-ELABORAZIONE
            ELSE
                DISPLAY 'ATTENZIONE: DATAELAB ASSENTE O NON VALIDO, '
                    'USO LA DATA DI MACCHINA'
                ACCEPT WS-DATA-ELABORAZIONE FROM DATE
            END-IF
            GO TO LEGGI-DATA-ELAB-EXIT.
       LEGGI-DATA-ELAB-EXIT.
            EXIT.

      *    UNA RIGA DI RIEPILOGO SUL RUNLOG CONDIVISO A FINE GIRO:
      *    IL CONTROLLO DEL MATTINO LEGGE UN FILE SOLO INVECE DEI
      *    SYSOUT DEI SINGOLI JOB. QUI ELAB = OPERAZIONI NEL PERIODO
            MOVE WS-CONTA-PERIODO TO RL-ELABORATE
            MOVE WS-CONTA-NON-RICONOSCIUTE TO RL-SCARTATE
            MOVE RETURN-CODE TO RL-RC
            MOVE WS-DATA-ELABORAZIONE TO RL-DATA-ELAB
            WRITE RUNLOG-LINE FROM RUNLOG-DETAIL-LINE
            CLOSE RUNLOGFILE
            GO TO SCRIVI-RUNLOG-EXIT.
