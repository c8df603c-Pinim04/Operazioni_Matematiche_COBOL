      *                books to the business day it belongs to. A
      *                missing or unreadable DATAELAB falls back to
      *                the machine date with a warning.
      * 15/10/2026 MP  The RUNLOG line now also carries the DATAELAB
      *                business date of the run (columns 113-118), so
      *                the SORVEGLI batch-window monitor can assign a
      *                run that slips past midnight to the right day.
      * 15/10/2026 MP  Outcome map for the ERP response: a new MAPPA
      *                file gets a header with the transmission's
      *                FILEREG identity (header date, data record
      *                count, hash of A) and the business date, one
      *                line per data record in input order (record
      *                number, 'V' + position in CLEAN or 'S' + reason
      *                code) and a trailer with the reconciliation
      *                outcome. RISPERP merges it with DIVISIONE's
      *                ESITIDIV into the response file. SCARTI lines
      *                now also carry the transmission key (header
      *                date, data count, business date, columns
      *                57-76) so a reject corrected by SCARTFIX can be
      *                answered against the transmission it came from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREEDIT.
           SELECT DATAELABFILE ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAELAB-STATUS.
           SELECT MAPPAFILE ASSIGN TO "MAPPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPPA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INFILE.
       01  RUNLOG-LINE PIC X(120).
       FD  DATAELABFILE.
       01  DATAELAB-RECORD PIC X(6).
       FD  MAPPAFILE.
       01  MAPPA-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           01 PN-CAMPO PIC X(20).
           01 PN-VALORE PIC S9(7)V99.
           01 WS-DATAELAB-STATUS PIC X(2).
           01 WS-DATAELAB-VALORE PIC X(6).
           01 WS-DATA-ELABORAZIONE PIC 9(6).
           01 WS-MAPPA-STATUS PIC X(2).
           01 WS-DATA-INIZIO PIC 9(6).
           01 WS-ORA-INIZIO PIC 9(8).
           01 WS-ORA-INIZIO-GRUPPO REDEFINES WS-ORA-INIZIO.
               05 RL-SCARTATE PIC 9(8).
               05 FILLER PIC X(4) VALUE ' RC '.
               05 RL-RC PIC 99.
               05 FILLER PIC X(4) VALUE ' DE '.
               05 RL-DATA-ELAB PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
           01 CLEAN-TESTATA.
               05 CT-TIPO PIC X VALUE 'H'.
               05 CT-DATA PIC 9(6).
      *    STATO DELLO SCARTO: SPAZIO = APERTO, 'R' = RISOLTO DA
      *    SCARTFIX. IL PRE-EDIT SCRIVE SEMPRE SCARTI APERTI.
               05 SC-STATO PIC X VALUE SPACE.
      *    CHIAVE DELLA TRASMISSIONE DI PROVENIENZA (DATA DI TESTATA,
      *    CONTEGGIO DATI, DATA DI ELABORAZIONE): SCARTFIX LA RIPORTA
      *    SULLA MAPPA DEL CLEAN2 PER LA RISPOSTA DI SEGUITO ALL'ERP.
               05 SC-TRASMISSIONE.
                   10 SC-TR-DATA PIC 9(6).
                   10 SC-TR-CONTA PIC 9(8).
                   10 SC-TR-DATA-ELAB PIC 9(6).
               05 FILLER PIC X(4) VALUE SPACES.
      *    MAPPA DEGLI ESITI PER LA RISPOSTA ALL'ERP: TESTATA CON
      *    L'IDENTITA' DELLA TRASMISSIONE, UNA RIGA PER RECORD DATI
      *    IN ORDINE DI INGRESSO, CODA CON L'ESITO DELLA QUADRATURA.
           01 MAPPA-TESTATA.
               05 MH-TIPO PIC X VALUE 'H'.
               05 MH-PROGRAMMA PIC X(8) VALUE 'PREEDIT '.
               05 MH-DATA PIC 9(6).
               05 MH-CONTA PIC 9(8).
               05 MH-HASH-SEGNO PIC X.
               05 MH-HASH PIC 9(11)V99.
               05 MH-DATA-ELAB PIC 9(6).
      *    'O' = RISPOSTA ORIGINALE, 'S' = SEGUITO (CLEAN2 DI SCARTFIX)
               05 MH-RISPOSTA PIC X VALUE 'O'.
               05 FILLER PIC X(36) VALUE SPACES.
           01 MAPPA-DETTAGLIO.
               05 MD-TIPO PIC X VALUE 'D'.
               05 MD-NUMERO PIC 9(8).
      *    'V' = PASSATO IN CLEAN (MD-POSIZIONE = POSIZIONE IN CLEAN),
      *    'S' = SCARTATO (MD-MOTIVO = CODICE MOTIVO DI SCARTI)
               05 MD-ESITO PIC X.
               05 MD-MOTIVO PIC X(2).
               05 MD-POSIZIONE PIC 9(8).
               05 MD-ORIGINE PIC X(20) VALUE SPACES.
               05 FILLER PIC X(40) VALUE SPACES.
           01 MAPPA-CODA.
               05 MC-TIPO PIC X VALUE 'T'.
               05 MC-CONTA PIC 9(8).
               05 MC-QUADRATURA PIC X(2).
               05 FILLER PIC X(69) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-INIZIO FROM DATE
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN OUTPUT MAPPAFILE
            IF WS-MAPPA-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE MAPPA, FILE '
                    'STATUS = ' WS-MAPPA-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF

            MOVE WS-DATA-ELABORAZIONE TO WS-DATA-ESECUZIONE
            MOVE WS-DATA-ESECUZIONE TO CT-DATA
            WRITE CLEAN-RECORD FROM CLEAN-TESTATA
            PERFORM SCRIVI-TESTATA-MAPPA THRU
                SCRIVI-TESTATA-MAPPA-EXIT

            PERFORM LEGGI-RECORD THRU LEGGI-RECORD-EXIT
            PERFORM ELABORA-RECORD THRU ELABORA-RECORD-EXIT

            PERFORM SCRIVI-CODA-CLEAN THRU SCRIVI-CODA-CLEAN-EXIT
            PERFORM QUADRA-INGRESSO THRU QUADRA-INGRESSO-EXIT
            PERFORM SCRIVI-CODA-MAPPA THRU SCRIVI-CODA-MAPPA-EXIT

            CLOSE INFILE
            CLOSE CLEANFILE
            CLOSE SCARTIFILE
            CLOSE MAPPAFILE
            DISPLAY 'RECORD LETTI:     ' WS-CONTA-LETTI
            DISPLAY 'RECORD VALIDI:    ' WS-CONTA-VALIDI
            DISPLAY 'RECORD SCARTATI:  ' WS-CONTA-SCARTI

            WRITE CLEAN-RECORD FROM IN-RECORD
            ADD WS-A-VALORE TO WS-HASH-VALIDI
            ADD 1 TO WS-CONTA-VALIDI
            MOVE WS-CONTA-LETTI TO MD-NUMERO
            MOVE 'V' TO MD-ESITO
            MOVE SPACES TO MD-MOTIVO
            MOVE WS-CONTA-VALIDI TO MD-POSIZIONE
            WRITE MAPPA-RECORD FROM MAPPA-DETTAGLIO.
       ELABORA-RECORD-PROSSIMO.
            PERFORM LEGGI-RECORD THRU LEGGI-RECORD-EXIT
            GO TO ELABORA-RECORD-EXIT.
            MOVE WS-CONTA-LETTI TO SC-NUMERO
            WRITE SCARTI-RECORD FROM SCARTI-DETAIL-LINE
            ADD 1 TO WS-CONTA-SCARTI
            MOVE WS-CONTA-LETTI TO MD-NUMERO
            MOVE 'S' TO MD-ESITO
            MOVE SC-MOTIVO TO MD-MOTIVO
            MOVE ZERO TO MD-POSIZIONE
            WRITE MAPPA-RECORD FROM MAPPA-DETTAGLIO
            GO TO SCRIVI-SCARTO-EXIT.
       SCRIVI-SCARTO-EXIT.
            EXIT.

      *    LA TESTATA DELLA MAPPA PORTA LA STESSA IDENTITA' CHE
      *    FILEREG REGISTRA (DALLA PRE-PASSATA), COSI' L'ERP RICONOSCE
      *    A QUALE SUA TRASMISSIONE SI RIFERISCE LA RISPOSTA. LA STESSA
      *    CHIAVE VA SU OGNI RIGA DI SCARTI.
       SCRIVI-TESTATA-MAPPA.
            MOVE WS-TESTATA-DATA TO MH-DATA
            MOVE WS-PRE-CONTA-DATI TO MH-CONTA
            IF WS-PRE-HASH < ZERO
                MOVE '-' TO MH-HASH-SEGNO
                COMPUTE MH-HASH = WS-PRE-HASH * -1
            ELSE
                MOVE '+' TO MH-HASH-SEGNO
                MOVE WS-PRE-HASH TO MH-HASH
            END-IF
            MOVE WS-DATA-ELABORAZIONE TO MH-DATA-ELAB
            WRITE MAPPA-RECORD FROM MAPPA-TESTATA
            MOVE WS-TESTATA-DATA TO SC-TR-DATA
            MOVE WS-PRE-CONTA-DATI TO SC-TR-CONTA
            MOVE WS-DATA-ELABORAZIONE TO SC-TR-DATA-ELAB
            GO TO SCRIVI-TESTATA-MAPPA-EXIT.
       SCRIVI-TESTATA-MAPPA-EXIT.
            EXIT.

      *    LA CODA DICE A RISPERP SE LA TRASMISSIONE E' QUADRATA: SE
      *    NO, DIVISIONE NON GIRA E I RECORD PASSATI IN CLEAN VANNO IN
      *    RISPOSTA COME RIFIUTATI. UNA MAPPA SENZA CODA E' INCOMPLETA.
       SCRIVI-CODA-MAPPA.
            MOVE WS-CONTA-DATI TO MC-CONTA
            IF WS-QUADRATURA-KO
                MOVE 'KO' TO MC-QUADRATURA
            ELSE
                MOVE 'OK' TO MC-QUADRATURA
            END-IF
            WRITE MAPPA-RECORD FROM MAPPA-CODA
            GO TO SCRIVI-CODA-MAPPA-EXIT.
       SCRIVI-CODA-MAPPA-EXIT.
            EXIT.

      *    UN REGISTRO ANCORA INESISTENTE (PRIMA ESECUZIONE) NON E'
      *    UN DUPLICATO; UN REGISTRO ILLEGGIBILE INVECE FERMA IL
      *    GIRO, PERCHE' SENZA REGISTRO IL CONTROLLO NON PROVA NULLA.
            MOVE WS-CONTA-VALIDI TO RL-ELABORATE
            MOVE WS-CONTA-SCARTI TO RL-SCARTATE
            MOVE RETURN-CODE TO RL-RC
            MOVE WS-DATA-ELABORAZIONE TO RL-DATA-ELAB
            WRITE RUNLOG-LINE FROM RUNLOG-DETAIL-LINE
            CLOSE RUNLOGFILE
            GO TO SCRIVI-RUNLOG-EXIT.
