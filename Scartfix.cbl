      *                business day being recycled. A missing or
      *                unreadable DATAELAB falls back to the machine
      *                date with a warning.
      * 15/10/2026 MP  Next to CLEAN2 a MAPPA2 outcome map is written
      *                for the follow-up ERP response: header with the
      *                CLEAN2 identity (business date, count, hash of
      *                A) flagged as a follow-up, one line per
      *                corrected record with its position in CLEAN2,
      *                the original record number and reason code and
      *                the key of the transmission it came from (from
      *                SCARTI columns 57-76), and a trailer. RISPERP
      *                merges it with DIVISIONE's ESITIDIV once CLEAN2
      *                has been reprocessed, and the answer supersedes
      *                the original reject.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCARTFIX.
           SELECT DATAELABFILE ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAELAB-STATUS.
           SELECT MAPPA2FILE ASSIGN TO "MAPPA2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPPA2-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCARTIFILE.
       01  CLEAN2-RECORD PIC X(23).
       FD  DATAELABFILE.
       01  DATAELAB-RECORD PIC X(6).
       FD  MAPPA2FILE.
       01  MAPPA2-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-SCARTI-STATUS PIC X(2).
           01 WS-CLEAN2-STATUS PIC X(2).
           01 WS-MAPPA2-STATUS PIC X(2).
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-TRONCO-SW PIC X VALUE 'N'.
               05 TS-RIGA OCCURS 500 PIC X(80).
           01 TAB-CORRETTI.
               05 TC-RIGA OCCURS 500 PIC X(23).
      *    PER OGNI CORRETTO, NELLO STESSO ORDINE DI TAB-CORRETTI, IL
      *    RIFERIMENTO ALLO SCARTO ORIGINALE PER LA MAPPA2
           01 TAB-ORIGINI.
               05 TO-ELEMENTO OCCURS 500.
                   10 TO-NUMERO PIC X(8).
                   10 TO-MOTIVO PIC X(2).
                   10 TO-TRASMISSIONE PIC X(20).
           01 WS-RIGA-SCARTO.
               05 WS-SC-IMMAGINE.
                   10 WS-SC-AALPHA PIC X(11).
               05 WS-SC-NUMERO PIC X(8).
               05 FILLER PIC X.
               05 WS-SC-STATO PIC X.
               05 WS-SC-TRASMISSIONE PIC X(20).
               05 FILLER PIC X(4).
           01 WS-RECORD-CORRETTO.
               05 WS-CR-AALPHA PIC X(11).
               05 WS-CR-BALPHA PIC X(11).
               05 LS-DESCRIZIONE PIC X(16).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LS-NUMERO PIC X(8).
      *    MAPPA DEGLI ESITI DEL CLEAN2, STESSO TRACCIATO DELLA MAPPA
      *    DI PREEDIT: LA RISPOSTA CHE NE ESCE E' UN SEGUITO ('S')
      *    CHE SOSTITUISCE LO SCARTO DELLA RISPOSTA ORIGINALE.
           01 MAPPA-TESTATA.
               05 MH-TIPO PIC X VALUE 'H'.
               05 MH-PROGRAMMA PIC X(8) VALUE 'SCARTFIX'.
               05 MH-DATA PIC 9(6).
               05 MH-CONTA PIC 9(8).
               05 MH-HASH-SEGNO PIC X.
               05 MH-HASH PIC 9(11)V99.
               05 MH-DATA-ELAB PIC 9(6).
               05 MH-RISPOSTA PIC X VALUE 'S'.
               05 FILLER PIC X(36) VALUE SPACES.
           01 MAPPA-DETTAGLIO.
               05 MD-TIPO PIC X VALUE 'D'.
               05 MD-NUMERO PIC 9(8).
               05 MD-ESITO PIC X VALUE 'V'.
               05 MD-MOTIVO PIC X(2).
               05 MD-POSIZIONE PIC 9(8).
               05 MD-ORIGINE PIC X(20).
               05 FILLER PIC X(40) VALUE SPACES.
           01 MAPPA-CODA.
               05 MC-TIPO PIC X VALUE 'T'.
               05 MC-CONTA PIC 9(8).
               05 MC-QUADRATURA PIC X(2) VALUE 'OK'.
               05 FILLER PIC X(69) VALUE SPACES.
       PROCEDURE DIVISION.
      *    CHIAMATO DINAMICAMENTE DA MENU: LO STATO RESTA QUELLO
      *    DELL'ULTIMA USCITA, QUINDI VA RIPULITO A OGNI INGRESSO
            MOVE WS-NUOVA-B TO WS-CR-BALPHA
            ADD 1 TO WS-CONTA-CORRETTI
            MOVE WS-RECORD-CORRETTO TO TC-RIGA(WS-CONTA-CORRETTI)
            MOVE WS-SC-NUMERO TO TO-NUMERO(WS-CONTA-CORRETTI)
            MOVE WS-SC-MOTIVO TO TO-MOTIVO(WS-CONTA-CORRETTI)
            MOVE WS-SC-TRASMISSIONE TO
                TO-TRASMISSIONE(WS-CONTA-CORRETTI)
            ADD WS-A-VALORE TO WS-HASH-CORRETTI
            MOVE 'R' TO WS-SC-STATO
            MOVE WS-RIGA-SCARTO TO TS-RIGA(WS-SCELTA)
            END-IF
            WRITE CLEAN2-RECORD FROM CLEAN2-CODA
            CLOSE CLEAN2FILE
            PERFORM SCRIVI-MAPPA2 THRU SCRIVI-MAPPA2-EXIT
            GO TO SCRIVI-CLEAN2-EXIT.
       SCRIVI-CLEAN2-EXIT.
            EXIT.
       SCRIVI-CORRETTO-EXIT.
            EXIT.

      *    LA MAPPA2 NASCE INSIEME AL CLEAN2 E NE SEGUE LA SORTE:
      *    CONTROLLA-CLEAN2 PROTEGGE ENTRAMBI. SENZA MAPPA2 LE
      *    CORREZIONI RESTANO VALIDE, MA L'ERP NON RICEVERA' IL
      *    SEGUITO DELLA RISPOSTA: SI AVVISA SOLTANTO.
       SCRIVI-MAPPA2.
            OPEN OUTPUT MAPPA2FILE
            IF WS-MAPPA2-STATUS NOT = '00'
                DISPLAY 'ATTENZIONE: IMPOSSIBILE SCRIVERE MAPPA2, FILE '
                    'STATUS = ' WS-MAPPA2-STATUS
                DISPLAY 'LA RISPOSTA DI SEGUITO ALL''ERP NON SARA'' '
                    'PRODOTTA'
                GO TO SCRIVI-MAPPA2-EXIT
            END-IF
            MOVE WS-DATA-ELABORAZIONE TO MH-DATA
            MOVE WS-CONTA-CORRETTI TO MH-CONTA
            IF WS-HASH-CORRETTI < ZERO
                MOVE '-' TO MH-HASH-SEGNO
                COMPUTE MH-HASH = WS-HASH-CORRETTI * -1
            ELSE
                MOVE '+' TO MH-HASH-SEGNO
                MOVE WS-HASH-CORRETTI TO MH-HASH
            END-IF
            MOVE WS-DATA-ELABORAZIONE TO MH-DATA-ELAB
            WRITE MAPPA2-RECORD FROM MAPPA-TESTATA
            PERFORM SCRIVI-RIGA-MAPPA2 THRU SCRIVI-RIGA-MAPPA2-EXIT
                VARYING WS-INDICE FROM 1 BY 1
                UNTIL WS-INDICE > WS-CONTA-CORRETTI
            MOVE WS-CONTA-CORRETTI TO MC-CONTA
            WRITE MAPPA2-RECORD FROM MAPPA-CODA
            CLOSE MAPPA2FILE
            GO TO SCRIVI-MAPPA2-EXIT.
       SCRIVI-MAPPA2-EXIT.
            EXIT.

       SCRIVI-RIGA-MAPPA2.
            IF TO-NUMERO(WS-INDICE) IS NUMERIC
                MOVE TO-NUMERO(WS-INDICE) TO MD-NUMERO
            ELSE
                MOVE ZERO TO MD-NUMERO
            END-IF
            MOVE TO-MOTIVO(WS-INDICE) TO MD-MOTIVO
            MOVE WS-INDICE TO MD-POSIZIONE
            MOVE TO-TRASMISSIONE(WS-INDICE) TO MD-ORIGINE
            WRITE MAPPA2-RECORD FROM MAPPA-DETTAGLIO
            GO TO SCRIVI-RIGA-MAPPA2-EXIT.
       SCRIVI-RIGA-MAPPA2-EXIT.
            EXIT.

      *    L'ACCEPT LASCIA LE CIFRE A SINISTRA E SPAZI A DESTRA,
      *    QUINDI '5' NON SUPEREREBBE MAI UN TEST IS NUMERIC SUL
      *    CAMPO INTERO: LE CIFRE VANNO ESTRATTE, CON LE STESSE
