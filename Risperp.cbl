      ******************************************************************
      * Author: Matteo Pini
      * Date: 15/10/2026
      * Purpose: Per-record outcome response to the ERP for a
      *          transmission processed by the DIVBATCH pipeline.
      *          Merges the outcome map written upstream (MAPPA: by
      *          PREEDIT for an original transmission, by SCARTFIX as
      *          MAPPA2 for a CLEAN2 of corrected rejects) with the
      *          per-record outcomes DIVISIONE wrote to ESITIDIV, and
      *          writes the RISPERP response file:
      *
      *            - header 'H': the transmission identity FILEREG
      *              registers (program, header date, data record
      *              count, signed hash of A), the business date and
      *              the response type, 'O' original or 'S' follow-up;
      *            - one detail 'D' per data record, in input order:
      *              record number, outcome, reason code, unedited
      *              result with its decimals, our reference and, on a
      *              follow-up, the key of the original transmission;
      *            - trailer 'T': detail count and counts by outcome.
      *
      *          Outcomes:
      *            AC  accepted and booked (result and reference)
      *            SC  rejected, with the reason code (PREEDIT 01-05,
      *                DIVISIONE 06 for a malformed CSV line)
      *            SO  held for four-eyes approval (result, no
      *                reference yet)
      *            AN  voided chain step (CALCBTCH only, which writes
      *                its own response in the same layout)
      *            RI  refused: the transmission failed the
      *                header/trailer reconciliation and was not
      *                processed, resend it
      *
      *          A follow-up ('S') answers records corrected through
      *          SCARTFIX and reprocessed from CLEAN2: each detail
      *          carries the original record number and the original
      *          transmission key (header date, data count, business
      *          date) and supersedes the SC outcome sent for it in
      *          the original response.
      *
      *          Return codes: 0 response written, 16 the outcome map
      *          is incomplete or ESITIDIV does not belong to it (no
      *          trailer, different count or date: DIVISIONE did not
      *          finalize this transmission), 12 file failure.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 MP  Created.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISPERP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAPPAFILE ASSIGN TO "MAPPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPPA-STATUS.
           SELECT ESITIFILE ASSIGN TO "ESITIDIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESITI-STATUS.
           SELECT RISPFILE ASSIGN TO "RISPERP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISP-STATUS.
           SELECT RUNLOGFILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT DATAELABFILE ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAELAB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAPPAFILE.
       01  MAPPA-TESTATA.
           05 MH-TIPO PIC X.
           05 MH-PROGRAMMA PIC X(8).
           05 MH-DATA PIC 9(6).
           05 MH-CONTA PIC 9(8).
           05 MH-HASH-SEGNO PIC X.
           05 MH-HASH PIC 9(11)V99.
           05 MH-DATA-ELAB PIC 9(6).
           05 MH-RISPOSTA PIC X.
           05 FILLER PIC X(36).
       01  MAPPA-DETTAGLIO.
           05 MD-TIPO PIC X.
           05 MD-NUMERO PIC 9(8).
           05 MD-ESITO PIC X.
           05 MD-MOTIVO PIC X(2).
           05 MD-POSIZIONE PIC 9(8).
           05 MD-ORIGINE PIC X(20).
           05 FILLER PIC X(40).
       01  MAPPA-CODA.
           05 MC-TIPO PIC X.
           05 MC-CONTA PIC 9(8).
           05 MC-QUADRATURA PIC X(2).
           05 FILLER PIC X(69).
       FD  ESITIFILE.
       01  ESITI-RECORD.
           05 ESD-TIPO PIC X.
           05 ESD-POSIZIONE PIC 9(8).
           05 ESD-ESITO PIC X(2).
           05 ESD-MOTIVO PIC X(2).
           05 ESD-RIS-SEGNO PIC X.
           05 ESD-RIS PIC 9(12)V9(6).
           05 ESD-RIS-SCALA PIC 9.
           05 ESD-RIFERIMENTO PIC X(14).
           05 FILLER PIC X(33).
       01  ESITI-CODA.
           05 ESC-TIPO PIC X.
           05 ESC-CONTA PIC 9(8).
           05 ESC-DATA-INGRESSO PIC 9(6).
           05 FILLER PIC X(65).
       FD  RISPFILE.
       01  RISP-RECORD PIC X(80).
       FD  RUNLOGFILE.
       01  RUNLOG-LINE PIC X(120).
       FD  DATAELABFILE.
       01  DATAELAB-RECORD PIC X(6).
       WORKING-STORAGE SECTION.
           01 WS-MAPPA-STATUS PIC X(2).
           01 WS-ESITI-STATUS PIC X(2).
           01 WS-RISP-STATUS PIC X(2).
           01 WS-RUNLOG-STATUS PIC X(2).
           01 WS-DATAELAB-STATUS PIC X(2).
           01 WS-DATAELAB-VALORE PIC X(6).
           01 WS-DATA-ELABORAZIONE PIC 9(6).
           01 WS-DATA-ESECUZIONE PIC 9(6).
           01 WS-MAPPA-EOF-SW PIC X VALUE 'N'.
               88 WS-MAPPA-EOF VALUE 'Y'.
           01 WS-ESITI-EOF-SW PIC X VALUE 'N'.
               88 WS-ESITI-EOF VALUE 'Y'.
           01 WS-MAPPA-KO-SW PIC X VALUE 'N'.
               88 WS-MAPPA-KO VALUE 'Y'.
           01 WS-TESTATA-VISTA-SW PIC X VALUE 'N'.
               88 WS-TESTATA-VISTA VALUE 'Y'.
           01 WS-CODA-VISTA-SW PIC X VALUE 'N'.
               88 WS-CODA-VISTA VALUE 'Y'.
           01 WS-RIFIUTATA-SW PIC X VALUE 'N'.
               88 WS-RIFIUTATA VALUE 'Y'.
           01 WS-TROVATO-SW PIC X VALUE 'N'.
               88 WS-TROVATO VALUE 'Y'.
           01 WS-MAPPA-DATI PIC 9(8) VALUE ZERO.
           01 WS-MAPPA-VALIDI PIC 9(8) VALUE ZERO.
           01 WS-CODA-CONTA PIC 9(8) VALUE ZERO.
           01 WS-CONTA-MANCANTI PIC 9(8) VALUE ZERO.
           01 WS-CONTA-RISPOSTE PIC 9(8) VALUE ZERO.
           01 WS-CONTA-AC PIC 9(8) VALUE ZERO.
           01 WS-CONTA-SC PIC 9(8) VALUE ZERO.
           01 WS-CONTA-SO PIC 9(8) VALUE ZERO.
           01 WS-CONTA-AN PIC 9(8) VALUE ZERO.
           01 WS-CONTA-RI PIC 9(8) VALUE ZERO.
      *    TESTATA DELLA MAPPA, SALVATA DALLA PRE-PASSATA
           01 WS-MAPPA-TESTATA.
               05 FILLER PIC X.
               05 WS-MT-PROGRAMMA PIC X(8).
               05 WS-MT-DATA PIC 9(6).
               05 WS-MT-CONTA PIC 9(8).
               05 WS-MT-HASH-SEGNO PIC X.
               05 WS-MT-HASH PIC 9(11)V99.
               05 WS-MT-DATA-ELAB PIC 9(6).
               05 WS-MT-RISPOSTA PIC X.
               05 FILLER PIC X(36).
           01 WS-ESITI-CONTA PIC 9(8) VALUE ZERO.
           01 WS-ESITI-DATA PIC 9(6) VALUE ZERO.
           01 WS-ESITO-SCELTO PIC X(80).
           01 WS-ESITO-SCELTO-GRUPPO REDEFINES WS-ESITO-SCELTO.
               05 FILLER PIC X(9).
               05 WS-ES-ESITO PIC X(2).
               05 WS-ES-MOTIVO PIC X(2).
               05 WS-ES-RIS-SEGNO PIC X.
               05 WS-ES-RIS PIC 9(12)V9(6).
               05 WS-ES-RIS-SCALA PIC 9.
               05 WS-ES-RIFERIMENTO PIC X(14).
               05 FILLER PIC X(33).
           01 WS-DATA-INIZIO PIC 9(6).
           01 WS-ORA-INIZIO PIC 9(8).
           01 WS-ORA-INIZIO-GRUPPO REDEFINES WS-ORA-INIZIO.
               05 WS-INIZIO-HH PIC 99.
               05 WS-INIZIO-MM PIC 99.
               05 WS-INIZIO-SS PIC 99.
               05 WS-INIZIO-CC PIC 99.
           01 WS-ORA-FINE PIC 9(8).
           01 WS-ORA-FINE-GRUPPO REDEFINES WS-ORA-FINE.
               05 WS-FINE-HH PIC 99.
               05 WS-FINE-MM PIC 99.
               05 WS-FINE-SS PIC 99.
               05 WS-FINE-CC PIC 99.
           01 RUNLOG-ORA-EDIT.
               05 RLE-HH PIC 99.
               05 FILLER PIC X VALUE ':'.
               05 RLE-MM PIC 99.
               05 FILLER PIC X VALUE ':'.
               05 RLE-SS PIC 99.
           01 RUNLOG-DETAIL-LINE.
               05 RL-PROGRAMMA PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 RL-OPERATORE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 RL-DATA-INIZIO PIC 99/99/99.
               05 FILLER PIC X VALUE SPACE.
               05 RL-ORA-INIZIO PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 RL-DATA-FINE PIC 99/99/99.
               05 FILLER PIC X VALUE SPACE.
               05 RL-ORA-FINE PIC X(8).
               05 FILLER PIC X(7) VALUE ' LETTE '.
               05 RL-LETTE PIC 9(8).
               05 FILLER PIC X(6) VALUE ' ELAB '.
               05 RL-ELABORATE PIC 9(8).
               05 FILLER PIC X(8) VALUE ' SCARTI '.
               05 RL-SCARTATE PIC 9(8).
               05 FILLER PIC X(4) VALUE ' RC '.
               05 RL-RC PIC 99.
               05 FILLER PIC X(4) VALUE ' DE '.
               05 RL-DATA-ELAB PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
      *    TRACCIATO DELLA RISPOSTA ALL'ERP (LO STESSO CHE CALCBTCH
      *    SCRIVE DIRETTAMENTE PER LE SUE TRASMISSIONI)
           01 RISPOSTA-TESTATA.
               05 RH-TIPO PIC X VALUE 'H'.
               05 RH-PROGRAMMA PIC X(8).
               05 RH-DATA PIC 9(6).
               05 RH-CONTA PIC 9(8).
               05 RH-HASH-SEGNO PIC X.
               05 RH-HASH PIC 9(11)V99.
               05 RH-DATA-ELAB PIC 9(6).
               05 RH-RISPOSTA PIC X.
               05 FILLER PIC X(36) VALUE SPACES.
           01 RISPOSTA-DETTAGLIO.
               05 RD-TIPO PIC X VALUE 'D'.
               05 RD-NUMERO PIC 9(8).
               05 RD-ESITO PIC X(2).
               05 RD-MOTIVO PIC X(2).
               05 RD-RIS-SEGNO PIC X.
               05 RD-RIS PIC 9(12)V9(6).
               05 RD-RIS-SCALA PIC 9.
               05 RD-RIFERIMENTO PIC X(14).
               05 RD-ORIGINE PIC X(20).
               05 FILLER PIC X(13) VALUE SPACES.
           01 RISPOSTA-CODA.
               05 RT-TIPO PIC X VALUE 'T'.
               05 RT-CONTA PIC 9(8).
               05 RT-ACCETTATI PIC 9(8).
               05 RT-SCARTATI PIC 9(8).
               05 RT-SOSPESI PIC 9(8).
               05 RT-ANNULLATI PIC 9(8).
               05 RT-RIFIUTATI PIC 9(8).
               05 FILLER PIC X(31) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-INIZIO FROM DATE
            ACCEPT WS-ORA-INIZIO FROM TIME
            DISPLAY 'RISPOSTA ESITI ALL''ERP'
            PERFORM LEGGI-DATA-ELAB THRU LEGGI-DATA-ELAB-EXIT
            PERFORM PRECONTA-MAPPA THRU PRECONTA-MAPPA-EXIT
            IF WS-MAPPA-KO
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
      *    UNA TRASMISSIONE NON QUADRATA NON E' PASSATA DA DIVISIONE:
      *    GLI ESITI NON SI CERCANO, I SUOI RECORD BUONI SI RIFIUTANO.
            IF NOT WS-RIFIUTATA AND WS-MAPPA-VALIDI > ZERO
                PERFORM PRECONTA-ESITI THRU PRECONTA-ESITI-EXIT
                IF RETURN-CODE NOT = ZERO
                    PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                    GOBACK
                END-IF
            END-IF

            OPEN INPUT MAPPAFILE
            IF WS-MAPPA-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE RIAPRIRE MAPPA, FILE '
                    'STATUS = ' WS-MAPPA-STATUS
                MOVE 12 TO RETURN-CODE
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
            MOVE 'Y' TO WS-ESITI-EOF-SW
            IF NOT WS-RIFIUTATA AND WS-MAPPA-VALIDI > ZERO
                OPEN INPUT ESITIFILE
                IF WS-ESITI-STATUS NOT = '00'
                    DISPLAY 'ERRORE: IMPOSSIBILE RIAPRIRE ESITIDIV, '
                        'FILE STATUS = ' WS-ESITI-STATUS
                    CLOSE MAPPAFILE
                    MOVE 12 TO RETURN-CODE
                    PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                    GOBACK
                END-IF
                MOVE 'N' TO WS-ESITI-EOF-SW
                PERFORM LEGGI-ESITO THRU LEGGI-ESITO-EXIT
            END-IF
            OPEN OUTPUT RISPFILE
            IF WS-RISP-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE RISPERP, FILE '
                    'STATUS = ' WS-RISP-STATUS
                CLOSE MAPPAFILE
                IF NOT WS-RIFIUTATA AND WS-MAPPA-VALIDI > ZERO
                    CLOSE ESITIFILE
                END-IF
                MOVE 12 TO RETURN-CODE
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
            PERFORM SCRIVI-TESTATA-RISPOSTA THRU
                SCRIVI-TESTATA-RISPOSTA-EXIT

            MOVE 'N' TO WS-MAPPA-EOF-SW
            PERFORM LEGGI-MAPPA THRU LEGGI-MAPPA-EXIT
            PERFORM RISPONDI-RECORD THRU RISPONDI-RECORD-EXIT
                UNTIL WS-MAPPA-EOF

            MOVE WS-CONTA-RISPOSTE TO RT-CONTA
            MOVE WS-CONTA-AC TO RT-ACCETTATI
            MOVE WS-CONTA-SC TO RT-SCARTATI
            MOVE WS-CONTA-SO TO RT-SOSPESI
            MOVE WS-CONTA-AN TO RT-ANNULLATI
            MOVE WS-CONTA-RI TO RT-RIFIUTATI
            WRITE RISP-RECORD FROM RISPOSTA-CODA
            CLOSE RISPFILE
            CLOSE MAPPAFILE
            IF NOT WS-RIFIUTATA AND WS-MAPPA-VALIDI > ZERO
                CLOSE ESITIFILE
            END-IF
            DISPLAY 'RECORD IN RISPOSTA: ' WS-CONTA-RISPOSTE
            DISPLAY 'ACCETTATI:          ' WS-CONTA-AC
            DISPLAY 'SCARTATI:           ' WS-CONTA-SC
            DISPLAY 'IN APPROVAZIONE:    ' WS-CONTA-SO
            DISPLAY 'RIFIUTATI:          ' WS-CONTA-RI
      *    UNA POSIZIONE SENZA ESITO NON DOVREBBE ESSERCI DOPO I
      *    CONTROLLI DI CODA: SE C'E' LA RISPOSTA NON VA SPEDITA.
            IF WS-CONTA-MANCANTI > ZERO
                DISPLAY 'ERRORE: ' WS-CONTA-MANCANTI ' RECORD SENZA '
                    'ESITO IN ESITIDIV, RISPOSTA DA NON INVIARE'
                MOVE 16 TO RETURN-CODE
            END-IF
            PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
            GOBACK.

      *    PRE-PASSATA SULLA MAPPA: TESTATA IN PRIMA RIGA, CODA IN
      *    FONDO CON IL CONTEGGIO DELLE RIGHE DATI. UNA MAPPA SENZA
      *    CODA VIENE DA UN PREEDIT CADUTO A META' E NON SI RISPONDE.
       PRECONTA-MAPPA.
            MOVE 'N' TO WS-MAPPA-KO-SW
            OPEN INPUT MAPPAFILE
            IF WS-MAPPA-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE MAPPA, FILE '
                    'STATUS = ' WS-MAPPA-STATUS
                MOVE 'Y' TO WS-MAPPA-KO-SW
                MOVE 12 TO RETURN-CODE
                GO TO PRECONTA-MAPPA-EXIT
            END-IF
            MOVE 'N' TO WS-MAPPA-EOF-SW
            PERFORM PRECONTA-RIGA-MAPPA THRU PRECONTA-RIGA-MAPPA-EXIT
                UNTIL WS-MAPPA-EOF
            CLOSE MAPPAFILE
            EVALUATE TRUE
                WHEN NOT WS-TESTATA-VISTA
                    DISPLAY 'MAPPA SENZA TESTATA'
                    MOVE 'Y' TO WS-MAPPA-KO-SW
                WHEN NOT WS-CODA-VISTA
                    DISPLAY 'MAPPA SENZA CODA, ELABORAZIONE INTERROTTA?'
                    MOVE 'Y' TO WS-MAPPA-KO-SW
                WHEN WS-CODA-CONTA NOT = WS-MAPPA-DATI
                    DISPLAY 'MAPPA INCOMPLETA: LA CODA DICHIARA '
                        WS-CODA-CONTA ' RECORD, LETTI ' WS-MAPPA-DATI
                    MOVE 'Y' TO WS-MAPPA-KO-SW
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-MAPPA-KO
                DISPLAY 'RISPOSTA NON PRODOTTA'
                MOVE 16 TO RETURN-CODE
            END-IF
            GO TO PRECONTA-MAPPA-EXIT.
       PRECONTA-MAPPA-EXIT.
            EXIT.

       PRECONTA-RIGA-MAPPA.
            READ MAPPAFILE
                AT END MOVE 'Y' TO WS-MAPPA-EOF-SW
            END-READ
            IF WS-MAPPA-EOF
                GO TO PRECONTA-RIGA-MAPPA-EXIT
            END-IF
            EVALUATE TRUE
                WHEN MH-TIPO = 'H' AND NOT WS-TESTATA-VISTA
                    IF MH-DATA IS NUMERIC AND MH-CONTA IS NUMERIC AND
                       MH-HASH IS NUMERIC AND MH-DATA-ELAB IS NUMERIC
                        MOVE 'Y' TO WS-TESTATA-VISTA-SW
                        MOVE MAPPA-TESTATA TO WS-MAPPA-TESTATA
                    END-IF
                WHEN MD-TIPO = 'D'
                    ADD 1 TO WS-MAPPA-DATI
                    IF MD-ESITO = 'V'
                        ADD 1 TO WS-MAPPA-VALIDI
                    END-IF
                WHEN MC-TIPO = 'T' AND MC-CONTA IS NUMERIC
                    MOVE 'Y' TO WS-CODA-VISTA-SW
                    MOVE MC-CONTA TO WS-CODA-CONTA
                    IF MC-QUADRATURA NOT = 'OK'
                        MOVE 'Y' TO WS-RIFIUTATA-SW
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            GO TO PRECONTA-RIGA-MAPPA-EXIT.
       PRECONTA-RIGA-MAPPA-EXIT.
            EXIT.

      *    ESITIDIV DEVE ESSERE QUELLO DI QUESTA TRASMISSIONE E
      *    FINALIZZATO: CODA PRESENTE, STESSO NUMERO DI RECORD DATI
      *    CHE LA MAPPA HA MANDATO IN CLEAN/CLEAN2, STESSA DATA DI
      *    TESTATA (QUELLA CHE PREEDIT/SCARTFIX SCRIVONO SUL FILE).
       PRECONTA-ESITI.
            OPEN INPUT ESITIFILE
            IF WS-ESITI-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE ESITIDIV, FILE '
                    'STATUS = ' WS-ESITI-STATUS
                MOVE 12 TO RETURN-CODE
                GO TO PRECONTA-ESITI-EXIT
            END-IF
            MOVE 'N' TO WS-CODA-VISTA-SW
            MOVE 'N' TO WS-ESITI-EOF-SW
            PERFORM PRECONTA-RIGA-ESITI THRU PRECONTA-RIGA-ESITI-EXIT
                UNTIL WS-ESITI-EOF OR WS-CODA-VISTA
            CLOSE ESITIFILE
            EVALUATE TRUE
                WHEN NOT WS-CODA-VISTA
                    DISPLAY 'ESITIDIV SENZA CODA: DIVISIONE NON HA '
                        'FINALIZZATO LA TRASMISSIONE'
                    MOVE 16 TO RETURN-CODE
                WHEN WS-ESITI-CONTA NOT = WS-MAPPA-VALIDI
                    DISPLAY 'ESITIDIV NON CORRISPONDE: ' WS-ESITI-CONTA
                        ' RECORD, LA MAPPA NE HA PASSATI '
                        WS-MAPPA-VALIDI
                    MOVE 16 TO RETURN-CODE
                WHEN WS-ESITI-DATA NOT = WS-MT-DATA-ELAB
                    DISPLAY 'ESITIDIV NON CORRISPONDE: DATA DI '
                        'TESTATA ' WS-ESITI-DATA ', ATTESA '
                        WS-MT-DATA-ELAB
                    MOVE 16 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF RETURN-CODE NOT = ZERO
                DISPLAY 'RISPOSTA NON PRODOTTA'
            END-IF
            GO TO PRECONTA-ESITI-EXIT.
       PRECONTA-ESITI-EXIT.
            EXIT.

       PRECONTA-RIGA-ESITI.
            READ ESITIFILE
                AT END MOVE 'Y' TO WS-ESITI-EOF-SW
            END-READ
            IF WS-ESITI-EOF
                GO TO PRECONTA-RIGA-ESITI-EXIT
            END-IF
            IF ESC-TIPO = 'T' AND ESC-CONTA IS NUMERIC AND
               ESC-DATA-INGRESSO IS NUMERIC
                MOVE 'Y' TO WS-CODA-VISTA-SW
                MOVE ESC-CONTA TO WS-ESITI-CONTA
                MOVE ESC-DATA-INGRESSO TO WS-ESITI-DATA
            END-IF
            GO TO PRECONTA-RIGA-ESITI-EXIT.
       PRECONTA-RIGA-ESITI-EXIT.
            EXIT.

       SCRIVI-TESTATA-RISPOSTA.
            MOVE WS-MT-PROGRAMMA TO RH-PROGRAMMA
            MOVE WS-MT-DATA TO RH-DATA
            MOVE WS-MT-CONTA TO RH-CONTA
            MOVE WS-MT-HASH-SEGNO TO RH-HASH-SEGNO
            MOVE WS-MT-HASH TO RH-HASH
            MOVE WS-MT-DATA-ELAB TO RH-DATA-ELAB
            MOVE WS-MT-RISPOSTA TO RH-RISPOSTA
            WRITE RISP-RECORD FROM RISPOSTA-TESTATA
            GO TO SCRIVI-TESTATA-RISPOSTA-EXIT.
       SCRIVI-TESTATA-RISPOSTA-EXIT.
            EXIT.

      *    LEGGE LA PROSSIMA RIGA DATI DELLA MAPPA; TESTATA E CODA
      *    SONO GIA' STATE CONTROLLATE NELLA PRE-PASSATA.
       LEGGI-MAPPA.
            READ MAPPAFILE
                AT END MOVE 'Y' TO WS-MAPPA-EOF-SW
            END-READ
            IF WS-MAPPA-EOF
                GO TO LEGGI-MAPPA-EXIT
            END-IF
            IF MD-TIPO NOT = 'D'
                GO TO LEGGI-MAPPA
            END-IF
            GO TO LEGGI-MAPPA-EXIT.
       LEGGI-MAPPA-EXIT.
            EXIT.

       RISPONDI-RECORD.
            MOVE MD-NUMERO TO RD-NUMERO
            MOVE SPACES TO RD-MOTIVO
            MOVE '+' TO RD-RIS-SEGNO
            MOVE ZERO TO RD-RIS
            MOVE ZERO TO RD-RIS-SCALA
            MOVE SPACES TO RD-RIFERIMENTO
            IF WS-MT-RISPOSTA = 'S'
                MOVE MD-ORIGINE TO RD-ORIGINE
            ELSE
                MOVE SPACES TO RD-ORIGINE
            END-IF
            IF MD-ESITO NOT = 'V'
                MOVE 'SC' TO RD-ESITO
                MOVE MD-MOTIVO TO RD-MOTIVO
                GO TO RISPONDI-RECORD-SCRIVI
            END-IF
            IF WS-RIFIUTATA
                MOVE 'RI' TO RD-ESITO
                GO TO RISPONDI-RECORD-SCRIVI
            END-IF
            PERFORM CERCA-ESITO THRU CERCA-ESITO-EXIT
            IF NOT WS-TROVATO
                DISPLAY 'ESITO MANCANTE PER IL RECORD ' MD-NUMERO
                    ' (POSIZIONE ' MD-POSIZIONE ')'
                ADD 1 TO WS-CONTA-MANCANTI
                MOVE 'RI' TO RD-ESITO
                GO TO RISPONDI-RECORD-SCRIVI
            END-IF
            MOVE WS-ES-ESITO TO RD-ESITO
            MOVE WS-ES-MOTIVO TO RD-MOTIVO
            MOVE WS-ES-RIS-SEGNO TO RD-RIS-SEGNO
            MOVE WS-ES-RIS TO RD-RIS
            MOVE WS-ES-RIS-SCALA TO RD-RIS-SCALA
            MOVE WS-ES-RIFERIMENTO TO RD-RIFERIMENTO.
       RISPONDI-RECORD-SCRIVI.
            WRITE RISP-RECORD FROM RISPOSTA-DETTAGLIO
            ADD 1 TO WS-CONTA-RISPOSTE
            EVALUATE RD-ESITO
                WHEN 'AC'
                    ADD 1 TO WS-CONTA-AC
                WHEN 'SC'
                    ADD 1 TO WS-CONTA-SC
                WHEN 'SO'
                    ADD 1 TO WS-CONTA-SO
                WHEN 'AN'
                    ADD 1 TO WS-CONTA-AN
                WHEN OTHER
                    ADD 1 TO WS-CONTA-RI
            END-EVALUATE
            PERFORM LEGGI-MAPPA THRU LEGGI-MAPPA-EXIT
            GO TO RISPONDI-RECORD-EXIT.
       RISPONDI-RECORD-EXIT.
            EXIT.

      *    ESITIDIV E' IN ORDINE DI POSIZIONE, MA UN RECORD
      *    RIELABORATO DOPO UNA RIPARTENZA DA CHECKPOINT PUO' AVERE DUE
      *    RIGHE CONSECUTIVE CON LA STESSA POSIZIONE: VALE L'ULTIMA,
      *    CHE E' QUELLA DEL GIRO ARRIVATO IN FONDO.
       CERCA-ESITO.
            MOVE 'N' TO WS-TROVATO-SW
            PERFORM CONFRONTA-ESITO THRU CONFRONTA-ESITO-EXIT
                UNTIL WS-ESITI-EOF OR ESD-POSIZIONE > MD-POSIZIONE
            GO TO CERCA-ESITO-EXIT.
       CERCA-ESITO-EXIT.
            EXIT.

       CONFRONTA-ESITO.
            IF ESD-POSIZIONE = MD-POSIZIONE
                MOVE 'Y' TO WS-TROVATO-SW
                MOVE ESITI-RECORD TO WS-ESITO-SCELTO
            END-IF
            PERFORM LEGGI-ESITO THRU LEGGI-ESITO-EXIT
            GO TO CONFRONTA-ESITO-EXIT.
       CONFRONTA-ESITO-EXIT.
            EXIT.

      *    SOLO LE RIGHE DATI: LA TESTATA SI SALTA, LA CODA CHIUDE.
       LEGGI-ESITO.
            READ ESITIFILE
                AT END MOVE 'Y' TO WS-ESITI-EOF-SW
            END-READ
            IF WS-ESITI-EOF
                GO TO LEGGI-ESITO-EXIT
            END-IF
            IF ESD-TIPO = 'T'
                MOVE 'Y' TO WS-ESITI-EOF-SW
                GO TO LEGGI-ESITO-EXIT
            END-IF
            IF ESD-TIPO NOT = 'D' OR ESD-POSIZIONE IS NOT NUMERIC
                GO TO LEGGI-ESITO
            END-IF
            GO TO LEGGI-ESITO-EXIT.
       LEGGI-ESITO-EXIT.
            EXIT.

      *    DATA DI ELABORAZIONE DAL FILE DI CONTROLLO DATAELAB
      *    (AVANZATO DA AVANDATA A FINE GIORNATA), PER LA RIGA DI
      *    RUNLOG. SENZA FILE SI RIPIEGA SULL'OROLOGIO DI MACCHINA.
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

      *    UNA RIGA DI RIEPILOGO SUL RUNLOG CONDIVISO A FINE GIRO. UN
      *    RUNLOG NON APRIBILE AVVISA SOLTANTO.
       SCRIVI-RUNLOG.
            OPEN EXTEND RUNLOGFILE
            IF WS-RUNLOG-STATUS = '35'
                OPEN OUTPUT RUNLOGFILE
            END-IF
            IF WS-RUNLOG-STATUS NOT = '00'
                DISPLAY 'ATTENZIONE: RUNLOG NON AGGIORNATO, FILE '
                    'STATUS = ' WS-RUNLOG-STATUS
                GO TO SCRIVI-RUNLOG-EXIT
            END-IF
            MOVE 'RISPERP   ' TO RL-PROGRAMMA
            MOVE SPACES TO RL-OPERATORE
            MOVE WS-DATA-INIZIO TO RL-DATA-INIZIO
            MOVE WS-INIZIO-HH TO RLE-HH
            MOVE WS-INIZIO-MM TO RLE-MM
            MOVE WS-INIZIO-SS TO RLE-SS
            MOVE RUNLOG-ORA-EDIT TO RL-ORA-INIZIO
            ACCEPT WS-DATA-ESECUZIONE FROM DATE
            ACCEPT WS-ORA-FINE FROM TIME
            MOVE WS-DATA-ESECUZIONE TO RL-DATA-FINE
            MOVE WS-FINE-HH TO RLE-HH
            MOVE WS-FINE-MM TO RLE-MM
            MOVE WS-FINE-SS TO RLE-SS
            MOVE RUNLOG-ORA-EDIT TO RL-ORA-FINE
            MOVE WS-MAPPA-DATI TO RL-LETTE
            MOVE WS-CONTA-RISPOSTE TO RL-ELABORATE
            MOVE WS-CONTA-SC TO RL-SCARTATE
            MOVE RETURN-CODE TO RL-RC
            MOVE WS-DATA-ELABORAZIONE TO RL-DATA-ELAB
            WRITE RUNLOG-LINE FROM RUNLOG-DETAIL-LINE
            CLOSE RUNLOGFILE
            GO TO SCRIVI-RUNLOG-EXIT.
       SCRIVI-RUNLOG-EXIT.
            EXIT.
       END PROGRAM RISPERP.
