      *                clock, as do the RUNLOG start/end timestamps.
      *                A missing or unreadable DATAELAB falls back
      *                to the machine date with a warning.
      * 15/10/2026 MP  Every result, interactive or batch, now carries
      *                a unique reference (business date + sequence
      *                number) taken from the CONTRIF control counter
      *                shared with DIVISIONE-MENU and CALCBTCH. The
      *                counter is advanced and saved before the
      *                result is written, so a number is never handed
      *                out twice, even when a batch run is restarted
      *                from the checkpoint. The reference is stamped
      *                on the REPORT, AUDIT and ESTRATTO detail lines
      *                (ESTRATTO record 58 -> 72 bytes), and QUADFINE
      *                and AUDARCH match REPORT and AUDIT on it
      *                instead of by position.
      * 15/10/2026 MP  Four-eyes approval of high-value batch results:
      *                a batch quotient whose absolute value exceeds
      *                the 'D' threshold of the SOGLIE control file is
      *                not booked but queued in the SOSPESI pending
      *                file shared with CALCBTCH, and kept out of
      *                REPORT, AUDIT and ESTRATTO; it still counts as a
      *                processed record for the header/trailer
      *                reconciliation and the checkpoint. A supervisor
      *                approves or rejects it through the APPROVA menu
      *                function; approved items are booked at the start
      *                of the next fresh (non-restart) batch run, under
      *                the submitting operator and with the decimals
      *                the result was computed with, after SOSPESI has
      *                been rewritten without them. Interactive results
      *                are not subject to thresholds.
      * 15/10/2026 MP  The operator code is appended to each ESTRATTO
      *                detail (ESTRATTO record 72 -> 82 bytes), so the
      *                nightly STORICO load can keep who ran each
      *                result in the permanent results history.
      * 15/10/2026 MP  The RUNLOG line now also carries the DATAELAB
      *                business date of the run (columns 113-118), so
      *                the SORVEGLI batch-window monitor can assign a
      *                run that slips past midnight to the right day.
      * 15/10/2026 MP  Batch runs write the per-record outcome file
      *                ESITIDIV for the ERP response: one line per data
      *                record in input order (position, outcome AC
      *                booked / SO pending approval / SC rejected with
      *                reason code, unedited result, reference), a
      *                header with the business date and, only when
      *                the run is finalized, a trailer with the record
      *                count and the input header date. It is extended
      *                on a checkpoint restart like ESTRATTO. RISPERP
      *                merges it with the PREEDIT or SCARTFIX outcome
      *                map. Reject reason codes are PREEDIT's 01-05,
      *                plus 06 for a malformed CSV line.
      * 15/10/2026 MP  Batch mode can be run as a simulation (extra
      *                SYSIN answer after the format): full validation,
      *                calculation and header/trailer reconciliation,
      *                but nothing is written to REPORT, AUDIT,
      *                ESTRATTO, ESITIDIV, SOSPESI, CONTRIF, CHKPT or
      *                RUNLOG, and the checkpoint is neither read nor
      *                advanced. The ANTEPRIM preview, titled as not
      *                booked, lists each record's outcome, reason and
      *                result, the run totals, the reconciliation and
      *                the trailer ESTRATTO would carry. The return
      *                code is the one the real run would give.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVISIONE.
           SELECT DATAELABFILE ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAELAB-STATUS.
           SELECT CONTRIFFILE ASSIGN TO "CONTRIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRIF-STATUS.
           SELECT SOGLIEFILE ASSIGN TO "SOGLIE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOGLIE-STATUS.
           SELECT SOSPESIFILE ASSIGN TO "SOSPESI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOSPESI-STATUS.
           SELECT ESITIFILE ASSIGN TO "ESITIDIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESITI-STATUS.
           SELECT ANTEPRIMAFILE ASSIGN TO "ANTEPRIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANTEPRIMA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INFILE.
           05 CHKPT-SOMMA-SEGNO PIC X.
           05 CHKPT-SOMMA PIC 9(11)V9(6).
       FD  ESTRATTOFILE.
       01  ESTRATTO-RECORD PIC X(82).
       FD  OPERFILE.
       01  OPER-RECORD.
           05 OPER-CODICE PIC X(10).
           05 OPER-NOME PIC X(30).
           05 OPER-ATTIVO PIC X.
           05 OPER-BATCH PIC X.
           05 OPER-SUPERVISORE PIC X.
       FD  RUNLOGFILE.
       01  RUNLOG-LINE PIC X(120).
       FD  DATAELABFILE.
       01  DATAELAB-RECORD PIC X(6).
       FD  CONTRIFFILE.
       01  CONTRIF-RECORD PIC X(14).
       FD  SOGLIEFILE.
       01  SOGLIE-RECORD.
           05 SG-OP PIC X.
           05 FILLER PIC X.
           05 SG-SOGLIA PIC 9(13)V99.
           05 FILLER PIC X(63).
       FD  SOSPESIFILE.
       01  SOSPESI-RECORD PIC X(160).
       FD  ESITIFILE.
       01  ESITI-RECORD PIC X(80).
       FD  ANTEPRIMAFILE.
       01  ANTEPRIMA-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
           01 A PIC S9(7)V99.
           01 AALPHA PIC X(11).
           01 WS-DATAELAB-STATUS PIC X(2).
           01 WS-DATAELAB-VALORE PIC X(6).
           01 WS-DATA-ELABORAZIONE PIC 9(6).
           01 WS-CONTRIF-STATUS PIC X(2).
           01 WS-CONTRIF-VALORE.
               05 WS-CR-DATA PIC X(6).
               05 WS-CR-ULTIMO PIC 9(8).
           01 WS-RIFERIMENTO.
               05 WS-RIF-DATA PIC 9(6).
               05 WS-RIF-PROGR PIC 9(8).
           01 WS-LOG-LETTE PIC 9(8) VALUE ZERO.
           01 WS-LOG-ELABORATE PIC 9(8) VALUE ZERO.
           01 WS-LOG-SCARTATE PIC 9(8) VALUE ZERO.
               05 RL-SCARTATE PIC 9(8).
               05 FILLER PIC X(4) VALUE ' RC '.
               05 RL-RC PIC 99.
               05 FILLER PIC X(4) VALUE ' DE '.
               05 RL-DATA-ELAB PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
           01 ESTRATTO-TESTATA.
               05 ET-TIPO PIC X VALUE 'H'.
               05 ET-DATA PIC 9(6).
               05 ED-QUOZ PIC 9(9).
               05 ED-RESTO-SEGNO PIC X.
               05 ED-RESTO PIC 9(7)V99.
               05 ED-RIFERIMENTO PIC X(14).
               05 ED-OPERATORE PIC X(10).
           01 ESTRATTO-CODA.
               05 EC-TIPO PIC X VALUE 'T'.
               05 EC-CONTA PIC 9(8).
               05 EC-SOMMA-SEGNO PIC X.
               05 EC-SOMMA PIC 9(11)V9(6).
           01 RIS-VISUALIZZATO PIC X(20) VALUE SPACES.
      *    ESITO DI OGNI RECORD DATI PER LA RISPOSTA ALL'ERP:
      *    AC = CONTABILIZZATO, SO = IN ATTESA DI APPROVAZIONE,
      *    SC = SCARTATO (MOTIVO 01-05 COME PREEDIT, 06 RIGA CSV
      *    MALFORMATA). LA CODA ARRIVA SOLO A GIRO FINALIZZATO.
           01 WS-ESITI-STATUS PIC X(2).
           01 WS-ESITI-KO-SW PIC X VALUE 'N'.
               88 WS-ESITI-KO VALUE 'Y'.
           01 WS-ESITO-RECORD PIC X(2).
           01 WS-MOTIVO-RECORD PIC X(2).
           01 WS-TESTATA-DATA PIC 9(6) VALUE ZERO.
           01 ESITI-TESTATA.
               05 ESH-TIPO PIC X VALUE 'H'.
               05 ESH-DATA PIC 9(6).
               05 FILLER PIC X(73) VALUE SPACES.
           01 ESITI-DETTAGLIO.
               05 ESD-TIPO PIC X VALUE 'D'.
               05 ESD-POSIZIONE PIC 9(8).
               05 ESD-ESITO PIC X(2).
               05 ESD-MOTIVO PIC X(2).
               05 ESD-RIS-SEGNO PIC X.
               05 ESD-RIS PIC 9(12)V9(6).
               05 ESD-RIS-SCALA PIC 9.
               05 ESD-RIFERIMENTO PIC X(14).
               05 FILLER PIC X(33) VALUE SPACES.
           01 ESITI-CODA.
               05 ESC-TIPO PIC X VALUE 'T'.
               05 ESC-CONTA PIC 9(8).
               05 ESC-DATA-INGRESSO PIC 9(6).
               05 FILLER PIC X(65) VALUE SPACES.
      *    SIMULAZIONE (SOLO BATCH): VALIDAZIONE, CALCOLO E QUADRATURA
      *    COME UN GIRO VERO, MA NIENTE SU REPORT, AUDIT, ESTRATTO,
      *    ESITIDIV, SOSPESI, CONTRIF, CHKPT E RUNLOG. L'UNICA USCITA
      *    E' L'ANTEPRIMA, MARCATA NON CONTABILIZZATA.
           01 WS-RISPOSTA-SIMULAZIONE PIC X.
           01 WS-SIMULAZIONE-SW PIC X VALUE 'N'.
               88 WS-SIMULAZIONE VALUE 'Y'.
           01 WS-ANTEPRIMA-STATUS PIC X(2).
           01 WS-MOTIVO-IX PIC 99.
           01 TAB-MOTIVI-VALORI.
               05 FILLER PIC X(30) VALUE 'A NON NUMERICO'.
               05 FILLER PIC X(30) VALUE 'B NON NUMERICO'.
               05 FILLER PIC X(30) VALUE 'A FUORI LIMITE'.
               05 FILLER PIC X(30) VALUE 'B FUORI LIMITE'.
               05 FILLER PIC X(30) VALUE 'DIVISORE ZERO'.
               05 FILLER PIC X(30) VALUE 'RIGA CSV MALFORMATA'.
           01 TAB-MOTIVI REDEFINES TAB-MOTIVI-VALORI.
               05 TM-TESTO PIC X(30) OCCURS 6 TIMES.
           01 ANTEPRIMA-TITLE-LINE.
               05 FILLER PIC X(39) VALUE
                   'ANTEPRIMA DIVISIONE BATCH - SIMULAZIONE'.
               05 FILLER PIC X(93) VALUE
                   ' - NON CONTABILIZZATO'.
           01 ANTEPRIMA-DATA-LINE.
               05 FILLER PIC X(19) VALUE 'DATA ELABORAZIONE: '.
               05 AN-DATA PIC 99/99/99.
               05 FILLER PIC X(13) VALUE '  OPERATORE: '.
               05 AN-OPERATORE PIC X(10).
               05 FILLER PIC X(12) VALUE '  DECIMALI: '.
               05 AN-DECIMALI PIC 9.
               05 FILLER PIC X(11) VALUE '  FORMATO: '.
               05 AN-FORMATO PIC X(5).
               05 FILLER PIC X(53) VALUE SPACES.
           01 ANTEPRIMA-HEADER-LINE.
               05 FILLER PIC X(10) VALUE 'RECORD'.
               05 FILLER PIC X(22) VALUE 'A'.
               05 FILLER PIC X(22) VALUE 'B'.
               05 FILLER PIC X(17) VALUE 'ESITO'.
               05 FILLER PIC X(32) VALUE 'MOTIVO'.
               05 FILLER PIC X(29) VALUE 'RIS'.
           01 ANTEPRIMA-DETAIL-LINE.
               05 AN-NUMERO PIC Z(7)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 AN-A PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 AN-B PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 AN-ESITO PIC X(15).
               05 FILLER PIC X(2) VALUE SPACES.
               05 AN-MOTIVO PIC X(30).
               05 FILLER PIC X(2) VALUE SPACES.
               05 AN-RIS PIC X(20).
               05 FILLER PIC X(9) VALUE SPACES.
           01 ANTEPRIMA-TOTALE-LINE.
               05 AT-DESCRIZIONE PIC X(40).
               05 AT-VALORE PIC Z(7)9.
               05 FILLER PIC X(84) VALUE SPACES.
           01 ANTEPRIMA-SOMMA-LINE.
               05 FILLER PIC X(40) VALUE
                   'SOMMA RIS PER LA CODA ESTRATTO'.
               05 AS-SOMMA PIC ---,---,---,--9.999999.
               05 FILLER PIC X(70) VALUE SPACES.
           01 ANTEPRIMA-TESTO-LINE PIC X(132).
      *    SOGLIA DI APPROVAZIONE DELLA DIVISIONE (RIGA 'D' DI SOGLIE):
      *    UN RISULTATO BATCH CHE IN VALORE ASSOLUTO LA SUPERA NON SI
      *    REGISTRA, VA IN SOSPESI IN ATTESA DEL SUPERVISORE.
           01 WS-SOGLIE-STATUS PIC X(2).
           01 WS-SOGLIE-EOF-SW PIC X VALUE 'N'.
               88 WS-SOGLIE-EOF VALUE 'Y'.
           01 WS-SOGLIE-KO-SW PIC X VALUE 'N'.
               88 WS-SOGLIE-KO VALUE 'Y'.
           01 WS-SOGLIA-PRESENTE-SW PIC X VALUE 'N'.
               88 WS-SOGLIA-PRESENTE VALUE 'Y'.
           01 WS-SOGLIA-D PIC 9(13)V99 VALUE ZERO.
           01 WS-RIS-ASSOLUTO PIC 9(13)V9(6).
           01 WS-SOPRA-SOGLIA-SW PIC X VALUE 'N'.
               88 WS-SOPRA-SOGLIA VALUE 'Y'.
           01 WS-CONTA-SOSPESI PIC 9(8) VALUE ZERO.
           01 WS-CONTA-APPROVATI PIC 9(8) VALUE ZERO.
           01 WS-SOSPESI-STATUS PIC X(2).
           01 WS-SOSPESI-EOF-SW PIC X VALUE 'N'.
               88 WS-SOSPESI-EOF VALUE 'Y'.
           01 WS-SOSPESI-TRONCO-SW PIC X VALUE 'N'.
               88 WS-SOSPESI-TRONCO VALUE 'Y'.
           01 WS-SOSPESI-KO-SW PIC X VALUE 'N'.
               88 WS-SOSPESI-KO VALUE 'Y'.
           01 WS-MAX-SOSPESI PIC 9(4) COMP VALUE 500.
           01 WS-QUANTI-SOSPESI PIC 9(4) COMP VALUE ZERO.
           01 WS-TAB-SOSPESI.
               05 WS-TSO-ELEMENTO OCCURS 500 TIMES.
                   10 WS-TSO-RIGA PIC X(160).
                   10 WS-TSO-AZIONE PIC X.
      *        T = RESTA IN SOSPESI, C = DA CONTABILIZZARE, X = TOLTO
           01 WS-TSO-IX PIC 9(4) COMP.
           01 WS-CONTA-DA-TOGLIERE PIC 9(4) COMP.
           01 WS-OPERATORE-GIRO PIC X(10).
           01 WS-NOME-GIRO PIC X(30).
           01 WS-DECIMALI-GIRO PIC 9.
           01 WS-FATTORE-GIRO PIC 9(7).
           01 SOSPESO-DETTAGLIO.
               05 SO-STATO PIC X.
                   88 SO-IN-ATTESA VALUE 'P'.
                   88 SO-APPROVATO VALUE 'A'.
                   88 SO-RESPINTO VALUE 'J'.
               05 FILLER PIC X VALUE SPACE.
               05 SO-PROGRAMMA PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 SO-DATA PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 SO-ORA PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 SO-OPERATORE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 SO-NOME PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 SO-NUMERO PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 SO-OP PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 SO-A-SEGNO PIC X.
               05 SO-A PIC 9(7)V99.
               05 FILLER PIC X VALUE SPACE.
               05 SO-B-SEGNO PIC X.
               05 SO-B PIC 9(7)V99.
               05 FILLER PIC X VALUE SPACE.
               05 SO-DECIMALI PIC 9.
               05 FILLER PIC X VALUE SPACE.
               05 SO-RIS PIC X(25).
               05 FILLER PIC X VALUE SPACE.
               05 SO-SUPERVISORE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 SO-DATA-DEC PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 SO-ORA-DEC PIC X(8).
               05 FILLER PIC X(12) VALUE SPACES.
           01 RIS-EDIT-0 PIC ----,---,--9.
           01 RIS-EDIT-1 PIC ----,---,--9.9.
           01 RIS-EDIT-2 PIC ----,---,--9.99.
               05 AD-B PIC -(7)9.99.
               05 FILLER PIC X VALUE SPACE.
               05 AD-RIS PIC X(25).
               05 FILLER PIC X VALUE SPACE.
               05 AD-RIFERIMENTO PIC X(14).
               05 FILLER PIC X(2) VALUE SPACES.
           01 REPORT-TITLE-LINE.
               05 FILLER PIC X(100) VALUE
                   'REPORT OPERAZIONI MATEMATICHE'.
               05 FILLER PIC X(28) VALUE 'RIS'.
               05 FILLER PIC X(12) VALUE 'QUOZIENTE'.
               05 FILLER PIC X(14) VALUE 'RESTO'.
               05 FILLER PIC X(14) VALUE 'RIFERIMENTO'.
           01 REPORT-DETAIL-LINE.
               05 RD-OP PIC X.
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(3) VALUE SPACES.
               05 RD-RESTO PIC -(7)9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 RD-RIFERIMENTO PIC X(14).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-INIZIO FROM DATE
            ACCEPT WS-RISPOSTA-BATCH
            IF WS-RISPOSTA-BATCH = 'S' OR WS-RISPOSTA-BATCH = 's'
                PERFORM CHIEDI-FORMATO THRU CHIEDI-FORMATO-EXIT
                PERFORM CHIEDI-SIMULAZIONE THRU
                    CHIEDI-SIMULAZIONE-EXIT
            END-IF

            IF NOT WS-SIMULAZIONE
                PERFORM APRI-REPORT THRU APRI-REPORT-EXIT
                PERFORM APRI-AUDIT THRU APRI-AUDIT-EXIT
            END-IF

            IF WS-RISPOSTA-BATCH = 'S' OR WS-RISPOSTA-BATCH = 's'
                IF WS-OPER-ABILITATO-BATCH
                    ELABORA-INTERATTIVO-EXIT
            END-IF

      *    UNA SIMULAZIONE NON LASCIA TRACCIA NEMMENO NEL RUNLOG: I
      *    SUOI CONTATORI FALSEREBBERO IL RENDICONTO DEI GIRI VERI.
            IF NOT WS-SIMULAZIONE
                PERFORM CHIUDI-REPORT THRU CHIUDI-REPORT-EXIT
                PERFORM CHIUDI-AUDIT THRU CHIUDI-AUDIT-EXIT
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
            END-IF

            GOBACK.

       CHIEDI-FORMATO-EXIT.
            EXIT.

      *    SOLO 'S' ATTIVA LA SIMULAZIONE; RISPOSTA VUOTA O 'N' E' UN
      *    GIRO VERO, COME PRIMA CHE LA DOMANDA ESISTESSE.
       CHIEDI-SIMULAZIONE.
            DISPLAY 'SIMULAZIONE SENZA REGISTRAZIONE? (S/N):'
            ACCEPT WS-RISPOSTA-SIMULAZIONE
            IF WS-RISPOSTA-SIMULAZIONE = 'S' OR
               WS-RISPOSTA-SIMULAZIONE = 's'
                MOVE 'Y' TO WS-SIMULAZIONE-SW
                DISPLAY 'SIMULAZIONE: NESSUNA REGISTRAZIONE, SOLO '
                    'ANTEPRIMA'
            ELSE
                IF WS-RISPOSTA-SIMULAZIONE NOT = 'N' AND
                   WS-RISPOSTA-SIMULAZIONE NOT = 'n' AND
                   WS-RISPOSTA-SIMULAZIONE NOT = SPACE
                    DISPLAY 'RISPOSTA NON RICONOSCIUTA, ASSUNTO GIRO '
                        'NORMALE'
                END-IF
                MOVE 'N' TO WS-SIMULAZIONE-SW
            END-IF
            GO TO CHIEDI-SIMULAZIONE-EXIT.
       CHIEDI-SIMULAZIONE-EXIT.
            EXIT.

       CHIEDI-DECIMALI.
            DISPLAY 'INSERIRE NUMERO DI DECIMALI PER RIS (0-6):'
            ACCEPT DL100-DECIMALI-ALPHA
            MOVE A TO AD-A
            MOVE B TO AD-B
            MOVE RIS-VISUALIZZATO TO AD-RIS
            MOVE WS-RIFERIMENTO TO AD-RIFERIMENTO
            WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE
            ADD 1 TO WS-RIGHE-SESSIONE
            GO TO SCRIVI-RIGA-AUDIT-EXIT.
            MOVE RIS-VISUALIZZATO TO RD-RIS
            MOVE RIS-QUOZIENTE TO RD-QUOZIENTE
            MOVE RIS-RESTO TO RD-RESTO
            MOVE WS-RIFERIMENTO TO RD-RIFERIMENTO
            WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
            GO TO SCRIVI-RIGA-REPORT-EXIT.
       SCRIVI-RIGA-REPORT-EXIT.
            DISPLAY 'QUOZIENTE INTERO: ' RIS-QUOZIENTE
            MOVE RIS-RESTO TO RESTO-EDIT
            DISPLAY 'RESTO: ' RESTO-EDIT
            PERFORM ASSEGNA-RIFERIMENTO THRU ASSEGNA-RIFERIMENTO-EXIT
            DISPLAY 'RIFERIMENTO: ' WS-RIFERIMENTO
            PERFORM SCRIVI-RIGA-REPORT THRU SCRIVI-RIGA-REPORT-EXIT
            PERFORM SCRIVI-RIGA-AUDIT THRU SCRIVI-RIGA-AUDIT-EXIT
            ADD 1 TO WS-LOG-ELABORATE
            EXIT.

       ELABORA-BATCH.
            PERFORM CARICA-SOGLIE THRU CARICA-SOGLIE-EXIT
            IF WS-SOGLIE-KO
                MOVE 12 TO RETURN-CODE
                GO TO ELABORA-BATCH-EXIT
            END-IF
            OPEN INPUT INFILE
            IF WS-INFILE-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE INFILE, FILE '
                MOVE 12 TO RETURN-CODE
                GO TO ELABORA-BATCH-EXIT
            END-IF
      *    LA SIMULAZIONE PARTE SEMPRE DAL PRIMO RECORD E NON TOCCA IL
      *    CHECKPOINT: NE' LO LEGGE NE' LO RISCRIVE.
            IF WS-SIMULAZIONE
                PERFORM APRI-ANTEPRIMA THRU APRI-ANTEPRIMA-EXIT
                IF WS-ANTEPRIMA-STATUS NOT = '00'
                    CLOSE INFILE
                    MOVE 12 TO RETURN-CODE
                    GO TO ELABORA-BATCH-EXIT
                END-IF
                GO TO ELABORA-BATCH-CICLO
            END-IF
            PERFORM LEGGI-CHECKPOINT THRU LEGGI-CHECKPOINT-EXIT
            MOVE WS-SKIP-COUNT TO WS-RECORD-COUNT
            PERFORM APRI-ESTRATTO THRU APRI-ESTRATTO-EXIT
      *    GLI APPROVATI SI REGISTRANO SOLO IN UN GIRO NUOVO: UNA
      *    RIPARTENZA COMPLETA IL GIRO INTERROTTO E BASTA.
            IF WS-SKIP-COUNT = ZERO
                PERFORM CONTABILIZZA-APPROVATI THRU
                    CONTABILIZZA-APPROVATI-EXIT
            END-IF
            PERFORM APRI-SOSPESI THRU APRI-SOSPESI-EXIT
            IF WS-SOSPESI-KO
                CLOSE INFILE
                CLOSE ESTRATTOFILE
                MOVE 12 TO RETURN-CODE
                GO TO ELABORA-BATCH-EXIT
            END-IF
            PERFORM APRI-ESITI THRU APRI-ESITI-EXIT
            IF WS-ESITI-KO
                CLOSE INFILE
                CLOSE ESTRATTOFILE
                CLOSE SOSPESIFILE
                MOVE 12 TO RETURN-CODE
                GO TO ELABORA-BATCH-EXIT
            END-IF
            IF WS-SKIP-COUNT > ZERO
                DISPLAY 'RIPRESA DA CHECKPOINT: SALTO '
                    WS-SKIP-COUNT ' RECORD GIA ELABORATI'
                    VARYING WS-CONTA-SALTO FROM 1 BY 1
                    UNTIL WS-CONTA-SALTO > WS-SKIP-COUNT
                       OR WS-EOF
            END-IF.
       ELABORA-BATCH-CICLO.
            PERFORM LEGGI-RECORD-BATCH THRU LEGGI-RECORD-BATCH-EXIT
            PERFORM ELABORA-RECORD-BATCH THRU
                ELABORA-RECORD-BATCH-EXIT
                UNTIL WS-EOF
            CLOSE INFILE
            IF NOT WS-SIMULAZIONE
                CLOSE SOSPESIFILE
            END-IF
            IF WS-CONTA-APPROVATI > ZERO
                DISPLAY 'APPROVATI REGISTRATI: ' WS-CONTA-APPROVATI
            END-IF
            IF WS-CONTA-SOSPESI > ZERO
                DISPLAY 'IN ATTESA DI APPROVAZIONE: ' WS-CONTA-SOSPESI
            END-IF
            PERFORM QUADRA-BATCH THRU QUADRA-BATCH-EXIT
      *    FOTOGRAFIA DEI CONTATORI PER IL RUNLOG: PIU' SOTTO IL
      *    GIRO PULITO LI AZZERA PRIMA DI RISCRIVERE IL CHECKPOINT.
                WHEN OTHER
                    MOVE ZERO TO RETURN-CODE
            END-EVALUATE
            IF WS-SIMULAZIONE
                PERFORM CHIUDI-ANTEPRIMA THRU CHIUDI-ANTEPRIMA-EXIT
                GO TO ELABORA-BATCH-EXIT
            END-IF
            IF WS-QUADRATURA-KO OR
               (WS-LETTI-GIRO = ZERO AND WS-SKIP-COUNT > ZERO)
      *    QUADRATURA FALLITA: IL CHECKPOINT RESTA IN PIEDE, COSI' LA
      *    PROSSIMA ESECUZIONE
                PERFORM SCRIVI-CODA-ESTRATTO THRU
                    SCRIVI-CODA-ESTRATTO-EXIT
                PERFORM SCRIVI-CODA-ESITI THRU SCRIVI-CODA-ESITI-EXIT
                MOVE ZERO TO WS-RECORD-COUNT
                MOVE ZERO TO WS-HASH-A
                MOVE ZERO TO WS-CONTA-SCARTI
                PERFORM SCRIVI-CHECKPOINT THRU SCRIVI-CHECKPOINT-EXIT
            END-IF
            CLOSE ESTRATTOFILE
            CLOSE ESITIFILE
            GO TO ELABORA-BATCH-EXIT.
       ELABORA-BATCH-EXIT.
            EXIT.

       CATTURA-TESTATA.
            MOVE 'Y' TO WS-TESTATA-VISTA-SW
            MOVE IN-H-DATA TO WS-TESTATA-DATA
            IF IN-H-CONTA IS NUMERIC
                MOVE 'Y' TO WS-TESTATA-CONTA-SW
                MOVE IN-H-CONTA TO WS-TESTATA-ATTESI
                PERFORM CATTURA-CODA THRU CATTURA-CODA-EXIT
                GO TO ELABORA-RECORD-BATCH-PROSSIMO
            END-IF
            MOVE 'SC' TO WS-ESITO-RECORD
            MOVE SPACES TO WS-MOTIVO-RECORD

            IF WS-FORMATO-CSV
                PERFORM SCOMPONI-CSV THRU SCOMPONI-CSV-EXIT
                IF WS-CSV-KO
                    DISPLAY 'RECORD SCARTATO: ' WS-CSV-MOTIVO
                    ADD 1 TO WS-CONTA-SCARTI
                    MOVE '06' TO WS-MOTIVO-RECORD
      *    SE IL CAMPO A DELLA RIGA MALFORMATA E' COMUNQUE LEGGIBILE
      *    VA NELL'HASH: IL MITTENTE LO HA CONTATO NEL SUO TOTALE
                    MOVE WS-CAMPO-A TO PN-CAMPO
                DISPLAY 'RECORD SCARTATO: A NON NUMERICO, A = '
                    WS-CAMPO-A
                ADD 1 TO WS-CONTA-SCARTI
                MOVE '01' TO WS-MOTIVO-RECORD
                GO TO ELABORA-RECORD-BATCH-CONTA
            END-IF
            MOVE PN-VALORE TO A
                DISPLAY 'RECORD SCARTATO: B NON NUMERICO, B = '
                    WS-CAMPO-B
                ADD 1 TO WS-CONTA-SCARTI
                MOVE '02' TO WS-MOTIVO-RECORD
                GO TO ELABORA-RECORD-BATCH-CONTA
            END-IF
            MOVE PN-VALORE TO B
                DISPLAY 'RECORD SCARTATO: A FUORI LIMITE, A = '
                    WS-CAMPO-A
                ADD 1 TO WS-CONTA-SCARTI
                MOVE '03' TO WS-MOTIVO-RECORD
            ELSE
                IF B >= WS-LIMITE OR B <= (WS-LIMITE * -1)
                    DISPLAY 'RECORD SCARTATO: B FUORI LIMITE, B = '
                        WS-CAMPO-B
                    ADD 1 TO WS-CONTA-SCARTI
                    MOVE '04' TO WS-MOTIVO-RECORD
                ELSE
                    IF B = ZERO
                        DISPLAY 'RECORD SCARTATO: DIVISORE ZERO'
                        ADD 1 TO WS-CONTA-SCARTI
                        MOVE '05' TO WS-MOTIVO-RECORD
                    ELSE
                        PERFORM CALCOLA-RISULTATO THRU
                            CALCOLA-RISULTATO-EXIT
                        DISPLAY 'QUOZIENTE INTERO: ' RIS-QUOZIENTE
                        MOVE RIS-RESTO TO RESTO-EDIT
                        DISPLAY 'RESTO: ' RESTO-EDIT
      *    OLTRE SOGLIA IL RISULTATO VA IN SOSPESI E NON SI REGISTRA;
      *    IL RECORD CONTA COMUNQUE COME ELABORATO PER LA QUADRATURA.
                        PERFORM CONTROLLA-SOGLIA THRU
                            CONTROLLA-SOGLIA-EXIT
      *    IN SIMULAZIONE SI CONTA SOLTANTO: NESSUN SOSPESO, NESSUN
      *    RIFERIMENTO CONSUMATO, NESSUNA RIGA REGISTRATA.
                        IF WS-SOPRA-SOGLIA
                            IF WS-SIMULAZIONE
                                ADD 1 TO WS-CONTA-SOSPESI
                            ELSE
                                PERFORM ACCODA-SOSPESO THRU
                                    ACCODA-SOSPESO-EXIT
                            END-IF
                            MOVE 'SO' TO WS-ESITO-RECORD
                        ELSE
                            MOVE 'AC' TO WS-ESITO-RECORD
                            IF WS-SIMULAZIONE
                                ADD 1 TO WS-CONTA-ESTRATTI
                                ADD RIS TO WS-SOMMA-RIS
                            ELSE
                                PERFORM ASSEGNA-RIFERIMENTO THRU
                                    ASSEGNA-RIFERIMENTO-EXIT
                                PERFORM SCRIVI-RIGA-REPORT THRU
                                    SCRIVI-RIGA-REPORT-EXIT
                                PERFORM SCRIVI-RIGA-AUDIT THRU
                                    SCRIVI-RIGA-AUDIT-EXIT
                                PERFORM SCRIVI-RIGA-ESTRATTO THRU
                                    SCRIVI-RIGA-ESTRATTO-EXIT
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.
       ELABORA-RECORD-BATCH-CONTA.
            IF WS-SIMULAZIONE
                PERFORM SCRIVI-RIGA-ANTEPRIMA THRU
                    SCRIVI-RIGA-ANTEPRIMA-EXIT
                ADD 1 TO WS-RECORD-COUNT
                GO TO ELABORA-RECORD-BATCH-PROSSIMO
            END-IF
            PERFORM SCRIVI-RIGA-ESITI THRU SCRIVI-RIGA-ESITI-EXIT
            ADD 1 TO WS-RECORD-COUNT
            PERFORM SCRIVI-CHECKPOINT THRU SCRIVI-CHECKPOINT-EXIT.
       ELABORA-RECORD-BATCH-PROSSIMO.
                MOVE '+' TO ED-RESTO-SEGNO
                MOVE RIS-RESTO TO ED-RESTO
            END-IF
            MOVE WS-RIFERIMENTO TO ED-RIFERIMENTO
            MOVE WS-OPERATORE TO ED-OPERATORE
            WRITE ESTRATTO-RECORD FROM ESTRATTO-DETTAGLIO
            ADD 1 TO WS-CONTA-ESTRATTI
            ADD RIS TO WS-SOMMA-RIS
       SCRIVI-CODA-ESTRATTO-EXIT.
            EXIT.

      *    GLI ESITI SEGUONO L'ESTRATTO: IN RIPARTENZA SI ESTENDONO,
      *    ALTRIMENTI SI RIPARTE PULITI CON LA TESTATA. UN RECORD
      *    RIELABORATO DOPO UNA CADUTA PUO' COMPARIRE DUE VOLTE CON LA
      *    STESSA POSIZIONE: RISPERP TIENE L'ULTIMA RIGA.
       APRI-ESITI.
            MOVE 'N' TO WS-ESITI-KO-SW
            IF WS-SKIP-COUNT > ZERO
                OPEN EXTEND ESITIFILE
                IF WS-ESITI-STATUS = '35'
                    DISPLAY 'ATTENZIONE: ESITIDIV ASSENTE IN '
                        'RIPARTENZA, RICREATO PARZIALE: LA RISPOSTA '
                        'ALL''ERP NON SARA'' PRODOTTA'
                    OPEN OUTPUT ESITIFILE
                    IF WS-ESITI-STATUS = '00'
                        MOVE WS-DATA-ELABORAZIONE TO ESH-DATA
                        WRITE ESITI-RECORD FROM ESITI-TESTATA
                    END-IF
                END-IF
            ELSE
                OPEN OUTPUT ESITIFILE
                IF WS-ESITI-STATUS = '00'
                    MOVE WS-DATA-ELABORAZIONE TO ESH-DATA
                    WRITE ESITI-RECORD FROM ESITI-TESTATA
                END-IF
            END-IF
            IF WS-ESITI-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE ESITIDIV, FILE '
                    'STATUS = ' WS-ESITI-STATUS
                MOVE 'Y' TO WS-ESITI-KO-SW
            END-IF
            GO TO APRI-ESITI-EXIT.
       APRI-ESITI-EXIT.
            EXIT.

      *    LA POSIZIONE E' QUELLA DEL RECORD DATI NEL FILE, LA STESSA
      *    CHE IL CHECKPOINT CONTA E CHE PREEDIT/SCARTFIX SEGNANO SULLA
      *    MAPPA PER IL CLEAN/CLEAN2.
       SCRIVI-RIGA-ESITI.
            COMPUTE ESD-POSIZIONE = WS-RECORD-COUNT + 1
            MOVE WS-ESITO-RECORD TO ESD-ESITO
            MOVE WS-MOTIVO-RECORD TO ESD-MOTIVO
            MOVE '+' TO ESD-RIS-SEGNO
            MOVE ZERO TO ESD-RIS
            MOVE ZERO TO ESD-RIS-SCALA
            MOVE SPACES TO ESD-RIFERIMENTO
            IF WS-ESITO-RECORD NOT = 'SC'
                IF RIS < ZERO
                    MOVE '-' TO ESD-RIS-SEGNO
                    COMPUTE ESD-RIS = RIS * -1
                ELSE
                    MOVE RIS TO ESD-RIS
                END-IF
                MOVE DL100-DECIMALI TO ESD-RIS-SCALA
            END-IF
            IF WS-ESITO-RECORD = 'AC'
                MOVE WS-RIFERIMENTO TO ESD-RIFERIMENTO
            END-IF
            WRITE ESITI-RECORD FROM ESITI-DETTAGLIO
            GO TO SCRIVI-RIGA-ESITI-EXIT.
       SCRIVI-RIGA-ESITI-EXIT.
            EXIT.

       SCRIVI-CODA-ESITI.
            MOVE WS-RECORD-COUNT TO ESC-CONTA
            MOVE WS-TESTATA-DATA TO ESC-DATA-INGRESSO
            WRITE ESITI-RECORD FROM ESITI-CODA
            GO TO SCRIVI-CODA-ESITI-EXIT.
       SCRIVI-CODA-ESITI-EXIT.
            EXIT.

      *    ANTEPRIMA DELLA SIMULAZIONE: TITOLO CHE LA DICHIARA NON
      *    CONTABILIZZATA, UNA RIGA PER RECORD DATI CON ESITO, MOTIVO
      *    E RISULTATO, IN FONDO I TOTALI E LA CODA CHE L'ESTRATTO
      *    AVREBBE AVUTO. SI RISCRIVE A OGNI SIMULAZIONE.
       APRI-ANTEPRIMA.
            OPEN OUTPUT ANTEPRIMAFILE
            IF WS-ANTEPRIMA-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE ANTEPRIM, FILE '
                    'STATUS = ' WS-ANTEPRIMA-STATUS
                GO TO APRI-ANTEPRIMA-EXIT
            END-IF
            MOVE WS-DATA-ELABORAZIONE TO AN-DATA
            MOVE WS-OPERATORE TO AN-OPERATORE
            MOVE DL100-DECIMALI TO AN-DECIMALI
            IF WS-FORMATO-CSV
                MOVE 'CSV' TO AN-FORMATO
            ELSE
                MOVE 'FISSO' TO AN-FORMATO
            END-IF
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TITLE-LINE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-DATA-LINE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-HEADER-LINE
            GO TO APRI-ANTEPRIMA-EXIT.
       APRI-ANTEPRIMA-EXIT.
            EXIT.

       SCRIVI-RIGA-ANTEPRIMA.
            COMPUTE AN-NUMERO = WS-RECORD-COUNT + 1
            MOVE WS-CAMPO-A TO AN-A
            MOVE WS-CAMPO-B TO AN-B
            MOVE SPACES TO AN-MOTIVO
            MOVE SPACES TO AN-RIS
            EVALUATE WS-ESITO-RECORD
                WHEN 'AC'
                    MOVE 'DA REGISTRARE' TO AN-ESITO
                    MOVE RIS-VISUALIZZATO TO AN-RIS
                WHEN 'SO'
                    MOVE 'IN APPROVAZIONE' TO AN-ESITO
                    MOVE 'OLTRE SOGLIA DI APPROVAZIONE' TO AN-MOTIVO
                    MOVE RIS-VISUALIZZATO TO AN-RIS
                WHEN OTHER
                    MOVE 'SCARTATO' TO AN-ESITO
                    MOVE WS-MOTIVO-RECORD TO WS-MOTIVO-IX
                    MOVE TM-TESTO (WS-MOTIVO-IX) TO AN-MOTIVO
            END-EVALUATE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-DETAIL-LINE
            GO TO SCRIVI-RIGA-ANTEPRIMA-EXIT.
       SCRIVI-RIGA-ANTEPRIMA-EXIT.
            EXIT.

      *    LA CODA ESTRATTO SI MOSTRA SOLO SE IL GIRO VERO L'AVREBBE
      *    SCRITTA, CIOE' A QUADRATURA RIUSCITA.
       CHIUDI-ANTEPRIMA.
            MOVE SPACES TO ANTEPRIMA-TESTO-LINE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TESTO-LINE
            MOVE 'RECORD LETTI' TO AT-DESCRIZIONE
            MOVE WS-LETTI-GIRO TO AT-VALORE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TOTALE-LINE
            MOVE 'RECORD DATI' TO AT-DESCRIZIONE
            MOVE WS-RECORD-COUNT TO AT-VALORE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TOTALE-LINE
            MOVE 'DA REGISTRARE' TO AT-DESCRIZIONE
            MOVE WS-CONTA-ESTRATTI TO AT-VALORE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TOTALE-LINE
            MOVE 'IN ATTESA DI APPROVAZIONE' TO AT-DESCRIZIONE
            MOVE WS-CONTA-SOSPESI TO AT-VALORE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TOTALE-LINE
            MOVE 'SCARTATI' TO AT-DESCRIZIONE
            MOVE WS-CONTA-SCARTI TO AT-VALORE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TOTALE-LINE
            MOVE 'CODICE DI RITORNO DEL GIRO VERO' TO AT-DESCRIZIONE
            MOVE RETURN-CODE TO AT-VALORE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TOTALE-LINE
            MOVE SPACES TO ANTEPRIMA-TESTO-LINE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TESTO-LINE
            EVALUATE TRUE
                WHEN WS-QUADRATURA-KO
                    MOVE 'QUADRATURA FALLITA: GIRO VERO NON FINALIZZATO'
                        TO ANTEPRIMA-TESTO-LINE
                WHEN WS-TESTATA-VISTA OR WS-CODA-VISTA
                    MOVE 'QUADRATURA TESTATA/CODA: OK'
                        TO ANTEPRIMA-TESTO-LINE
                WHEN OTHER
                    MOVE 'QUADRATURA: NESSUNA TESTATA/CODA IN INGRESSO'
                        TO ANTEPRIMA-TESTO-LINE
            END-EVALUATE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TESTO-LINE
            IF WS-QUADRATURA-KO
                MOVE 'CODA ESTRATTO: NON SAREBBE SCRITTA'
                    TO ANTEPRIMA-TESTO-LINE
                WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TESTO-LINE
            ELSE
                MOVE 'CODA ESTRATTO - RECORD' TO AT-DESCRIZIONE
                MOVE WS-CONTA-ESTRATTI TO AT-VALORE
                WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TOTALE-LINE
                MOVE WS-SOMMA-RIS TO AS-SOMMA
                WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-SOMMA-LINE
                MOVE 'ESCLUSI GLI APPROVATI IN SOSPESI'
                    TO ANTEPRIMA-TESTO-LINE
                WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TESTO-LINE
            END-IF
            MOVE SPACES TO ANTEPRIMA-TESTO-LINE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TESTO-LINE
            MOVE
                '*** SIMULAZIONE - NESSUNA REGISTRAZIONE EFFETTUATA ***'
                TO ANTEPRIMA-TESTO-LINE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TESTO-LINE
            CLOSE ANTEPRIMAFILE
            DISPLAY 'SIMULAZIONE COMPLETATA, NIENTE REGISTRATO: VEDERE '
                'ANTEPRIM'
            GO TO CHIUDI-ANTEPRIMA-EXIT.
       CHIUDI-ANTEPRIMA-EXIT.
            EXIT.

      *    DAL FILE DI CONTROLLO SOGLIE (CONDIVISO CON CALCBTCH) SERVE
      *    SOLO LA RIGA 'D'; LE ALTRE SI CONTROLLANO MA SI IGNORANO.
      *    SENZA FILE O SENZA RIGA 'D' NESSUN RISULTATO VA IN
      *    APPROVAZIONE; UN FILE ILLEGGIBILE O UNA RIGA NON VALIDA
      *    FERMANO IL GIRO PRIMA DI LEGGERE L'INPUT.
       CARICA-SOGLIE.
            MOVE 'N' TO WS-SOGLIE-KO-SW
            MOVE 'N' TO WS-SOGLIA-PRESENTE-SW
            MOVE 'N' TO WS-SOGLIE-EOF-SW
            OPEN INPUT SOGLIEFILE
            IF WS-SOGLIE-STATUS = '35'
                DISPLAY 'ATTENZIONE: SOGLIE ASSENTE, NESSUN RISULTATO '
                    'SOTTOPOSTO AD APPROVAZIONE'
                GO TO CARICA-SOGLIE-EXIT
            END-IF
            IF WS-SOGLIE-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE SOGLIE, FILE '
                    'STATUS = ' WS-SOGLIE-STATUS
                MOVE 'Y' TO WS-SOGLIE-KO-SW
                GO TO CARICA-SOGLIE-EXIT
            END-IF
            PERFORM LEGGI-SOGLIA THRU LEGGI-SOGLIA-EXIT
                UNTIL WS-SOGLIE-EOF OR WS-SOGLIE-KO
            CLOSE SOGLIEFILE
            GO TO CARICA-SOGLIE-EXIT.
       CARICA-SOGLIE-EXIT.
            EXIT.

       LEGGI-SOGLIA.
            READ SOGLIEFILE
                AT END MOVE 'Y' TO WS-SOGLIE-EOF-SW
            END-READ
            IF WS-SOGLIE-EOF
                GO TO LEGGI-SOGLIA-EXIT
            END-IF
            IF SOGLIE-RECORD = SPACES OR SG-OP = '*'
                GO TO LEGGI-SOGLIA-EXIT
            END-IF
            IF SG-SOGLIA IS NOT NUMERIC OR SG-OP = SPACE
                DISPLAY 'ERRORE: RIGA NON VALIDA IN SOGLIE: '
                    SOGLIE-RECORD
                MOVE 'Y' TO WS-SOGLIE-KO-SW
                GO TO LEGGI-SOGLIA-EXIT
            END-IF
            IF SG-OP = 'D'
                MOVE 'Y' TO WS-SOGLIA-PRESENTE-SW
                MOVE SG-SOGLIA TO WS-SOGLIA-D
            END-IF
            GO TO LEGGI-SOGLIA-EXIT.
       LEGGI-SOGLIA-EXIT.
            EXIT.

       CONTROLLA-SOGLIA.
            MOVE 'N' TO WS-SOPRA-SOGLIA-SW
            IF NOT WS-SOGLIA-PRESENTE
                GO TO CONTROLLA-SOGLIA-EXIT
            END-IF
            IF RIS < ZERO
                COMPUTE WS-RIS-ASSOLUTO = RIS * -1
            ELSE
                MOVE RIS TO WS-RIS-ASSOLUTO
            END-IF
            IF WS-RIS-ASSOLUTO > WS-SOGLIA-D
                MOVE 'Y' TO WS-SOPRA-SOGLIA-SW
            END-IF
            GO TO CONTROLLA-SOGLIA-EXIT.
       CONTROLLA-SOGLIA-EXIT.
            EXIT.

      *    SOSPESI E' CONDIVISO CON CALCBTCH: SI APRE IN CODA, E SE
      *    NON ESISTE ANCORA SI CREA.
       APRI-SOSPESI.
            MOVE 'N' TO WS-SOSPESI-KO-SW
            OPEN EXTEND SOSPESIFILE
            IF WS-SOSPESI-STATUS = '35'
                OPEN OUTPUT SOSPESIFILE
            END-IF
            IF WS-SOSPESI-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE SOSPESI, FILE '
                    'STATUS = ' WS-SOSPESI-STATUS
                MOVE 'Y' TO WS-SOSPESI-KO-SW
            END-IF
            GO TO APRI-SOSPESI-EXIT.
       APRI-SOSPESI-EXIT.
            EXIT.

      *    IL NUMERO DEL SOSPESO E' LA POSIZIONE DEL RECORD DATI NEL
      *    FILE (QUELLA CHE IL CHECKPOINT CONTA); I DECIMALI SCELTI PER
      *    IL GIRO VIAGGIANO CON LUI PER RIFARE LO STESSO CALCOLO.
       ACCODA-SOSPESO.
            ACCEPT WS-ORA-ESECUZIONE FROM TIME
            MOVE WS-ORA-HH TO AE-HH
            MOVE WS-ORA-MM TO AE-MM
            MOVE WS-ORA-SS TO AE-SS
            MOVE 'P' TO SO-STATO
            MOVE 'DIVISIONE' TO SO-PROGRAMMA
            MOVE WS-DATA-ELABORAZIONE TO SO-DATA
            MOVE AUDIT-ORA-EDIT TO SO-ORA
            MOVE WS-OPERATORE TO SO-OPERATORE
            MOVE WS-NOME-OPERATORE TO SO-NOME
            COMPUTE SO-NUMERO = WS-RECORD-COUNT + 1
            MOVE 'D' TO SO-OP
            IF A < ZERO
                MOVE '-' TO SO-A-SEGNO
                COMPUTE SO-A = A * -1
            ELSE
                MOVE '+' TO SO-A-SEGNO
                MOVE A TO SO-A
            END-IF
            IF B < ZERO
                MOVE '-' TO SO-B-SEGNO
                COMPUTE SO-B = B * -1
            ELSE
                MOVE '+' TO SO-B-SEGNO
                MOVE B TO SO-B
            END-IF
            MOVE DL100-DECIMALI TO SO-DECIMALI
            MOVE RIS-VISUALIZZATO TO SO-RIS
            MOVE SPACES TO SO-SUPERVISORE
            MOVE SPACES TO SO-DATA-DEC
            MOVE SPACES TO SO-ORA-DEC
            WRITE SOSPESI-RECORD FROM SOSPESO-DETTAGLIO
            ADD 1 TO WS-CONTA-SOSPESI
            DISPLAY 'RISULTATO OLTRE SOGLIA, IN ATTESA DI '
                'APPROVAZIONE: RECORD ' SO-NUMERO
            GO TO ACCODA-SOSPESO-EXIT.
       ACCODA-SOSPESO-EXIT.
            EXIT.

      *    I RISULTATI APPROVATI DAL SUPERVISORE SI REGISTRANO IN TESTA
      *    AL GIRO NUOVO SUCCESSIVO, A NOME DELL'OPERATORE CHE LI AVEVA
      *    PRESENTATI. SOSPESI VIENE PRIMA RISCRITTO SENZA DI ESSI E
      *    SENZA I RESPINTI DI QUESTO PROGRAMMA (LA DECISIONE RESTA NEL
      *    GIORNALE APPROVAZ), POI SI REGISTRANO: SE LA RISCRITTURA
      *    FALLISCE NON SI REGISTRA NULLA, COSI' UN APPROVATO NON PUO'
      *    MAI FINIRE DUE VOLTE IN REPORT. UN SOSPESI TROPPO GRANDE PER
      *    LA TABELLA NON SI RISCRIVE E GLI APPROVATI ASPETTANO.
       CONTABILIZZA-APPROVATI.
            PERFORM CARICA-SOSPESI THRU CARICA-SOSPESI-EXIT
            IF WS-QUANTI-SOSPESI = ZERO OR WS-SOSPESI-KO
                GO TO CONTABILIZZA-APPROVATI-EXIT
            END-IF
            IF WS-SOSPESI-TRONCO
                DISPLAY 'ATTENZIONE: SOSPESI OLTRE ' WS-MAX-SOSPESI
                    ' RIGHE, APPROVATI NON REGISTRATI IN QUESTO GIRO'
                GO TO CONTABILIZZA-APPROVATI-EXIT
            END-IF
            MOVE ZERO TO WS-CONTA-DA-TOGLIERE
            PERFORM SMISTA-SOSPESO THRU SMISTA-SOSPESO-EXIT
                VARYING WS-TSO-IX FROM 1 BY 1
                UNTIL WS-TSO-IX > WS-QUANTI-SOSPESI
            IF WS-CONTA-DA-TOGLIERE = ZERO
                GO TO CONTABILIZZA-APPROVATI-EXIT
            END-IF
            PERFORM SALVA-SOSPESI THRU SALVA-SOSPESI-EXIT
            IF WS-SOSPESI-KO
                DISPLAY 'ATTENZIONE: SOSPESI NON RISCRIVIBILE, FILE '
                    'STATUS = ' WS-SOSPESI-STATUS
                DISPLAY 'APPROVATI NON REGISTRATI IN QUESTO GIRO'
                GO TO CONTABILIZZA-APPROVATI-EXIT
            END-IF
            MOVE WS-OPERATORE TO WS-OPERATORE-GIRO
            MOVE WS-NOME-OPERATORE TO WS-NOME-GIRO
            MOVE DL100-DECIMALI TO WS-DECIMALI-GIRO
            MOVE DL100-FATTORE-SCALA TO WS-FATTORE-GIRO
            PERFORM REGISTRA-APPROVATO THRU REGISTRA-APPROVATO-EXIT
                VARYING WS-TSO-IX FROM 1 BY 1
                UNTIL WS-TSO-IX > WS-QUANTI-SOSPESI
            MOVE WS-OPERATORE-GIRO TO WS-OPERATORE
            MOVE WS-NOME-GIRO TO WS-NOME-OPERATORE
            MOVE WS-DECIMALI-GIRO TO DL100-DECIMALI
            MOVE WS-FATTORE-GIRO TO DL100-FATTORE-SCALA
            GO TO CONTABILIZZA-APPROVATI-EXIT.
       CONTABILIZZA-APPROVATI-EXIT.
            EXIT.

      *    UN SOSPESI ANCORA INESISTENTE E' VUOTO; UNO ILLEGGIBILE
      *    LASCIA GLI APPROVATI AL GIRO SUCCESSIVO (L'APERTURA IN CODA
      *    PIU' AVANTI DIRA' SE IL FILE E' DAVVERO INUTILIZZABILE).
       CARICA-SOSPESI.
            MOVE ZERO TO WS-QUANTI-SOSPESI
            MOVE 'N' TO WS-SOSPESI-TRONCO-SW
            MOVE 'N' TO WS-SOSPESI-KO-SW
            MOVE 'N' TO WS-SOSPESI-EOF-SW
            OPEN INPUT SOSPESIFILE
            IF WS-SOSPESI-STATUS = '35'
                GO TO CARICA-SOSPESI-EXIT
            END-IF
            IF WS-SOSPESI-STATUS NOT = '00'
                DISPLAY 'ATTENZIONE: IMPOSSIBILE LEGGERE SOSPESI, FILE '
                    'STATUS = ' WS-SOSPESI-STATUS
                MOVE 'Y' TO WS-SOSPESI-KO-SW
                GO TO CARICA-SOSPESI-EXIT
            END-IF
            PERFORM LEGGI-SOSPESO THRU LEGGI-SOSPESO-EXIT
                UNTIL WS-SOSPESI-EOF
            CLOSE SOSPESIFILE
            GO TO CARICA-SOSPESI-EXIT.
       CARICA-SOSPESI-EXIT.
            EXIT.

       LEGGI-SOSPESO.
            READ SOSPESIFILE
                AT END MOVE 'Y' TO WS-SOSPESI-EOF-SW
            END-READ
            IF WS-SOSPESI-EOF
                GO TO LEGGI-SOSPESO-EXIT
            END-IF
            IF WS-QUANTI-SOSPESI NOT < WS-MAX-SOSPESI
                MOVE 'Y' TO WS-SOSPESI-TRONCO-SW
                MOVE 'Y' TO WS-SOSPESI-EOF-SW
                GO TO LEGGI-SOSPESO-EXIT
            END-IF
            ADD 1 TO WS-QUANTI-SOSPESI
            MOVE SOSPESI-RECORD TO WS-TSO-RIGA(WS-QUANTI-SOSPESI)
            MOVE 'T' TO WS-TSO-AZIONE(WS-QUANTI-SOSPESI)
            GO TO LEGGI-SOSPESO-EXIT.
       LEGGI-SOSPESO-EXIT.
            EXIT.

      *    SI TOCCANO SOLO I SOSPESI DI DIVISIONE. UN APPROVATO CON
      *    SUPERVISORE UGUALE A CHI L'HA PRESENTATO, O CON VALORI NON
      *    RICALCOLABILI, NON SI REGISTRA E RESTA IN SOSPESI PER LA
      *    VERIFICA.
       SMISTA-SOSPESO.
            MOVE WS-TSO-RIGA(WS-TSO-IX) TO SOSPESO-DETTAGLIO
            IF SO-PROGRAMMA NOT = 'DIVISIONE'
                GO TO SMISTA-SOSPESO-EXIT
            END-IF
            IF SO-RESPINTO
                MOVE 'X' TO WS-TSO-AZIONE(WS-TSO-IX)
                ADD 1 TO WS-CONTA-DA-TOGLIERE
                GO TO SMISTA-SOSPESO-EXIT
            END-IF
            IF NOT SO-APPROVATO
                GO TO SMISTA-SOSPESO-EXIT
            END-IF
            IF SO-SUPERVISORE = SO-OPERATORE OR
               SO-SUPERVISORE = SPACES
                DISPLAY 'ATTENZIONE: APPROVAZIONE NON VALIDA, SOSPESO '
                    'NON REGISTRATO: RECORD ' SO-NUMERO ' DEL '
                    SO-DATA ' OPERATORE ' SO-OPERATORE
                GO TO SMISTA-SOSPESO-EXIT
            END-IF
            IF SO-A IS NOT NUMERIC OR SO-B IS NOT NUMERIC OR
               SO-DECIMALI IS NOT NUMERIC OR SO-B = ZERO OR
               SO-DECIMALI > 6
                DISPLAY 'ATTENZIONE: SOSPESO APPROVATO NON '
                    'RICALCOLABILE, NON REGISTRATO: RECORD ' SO-NUMERO
                    ' DEL ' SO-DATA ' OPERATORE ' SO-OPERATORE
                GO TO SMISTA-SOSPESO-EXIT
            END-IF
            MOVE 'C' TO WS-TSO-AZIONE(WS-TSO-IX)
            ADD 1 TO WS-CONTA-DA-TOGLIERE
            GO TO SMISTA-SOSPESO-EXIT.
       SMISTA-SOSPESO-EXIT.
            EXIT.

       SALVA-SOSPESI.
            MOVE 'N' TO WS-SOSPESI-KO-SW
            OPEN OUTPUT SOSPESIFILE
            IF WS-SOSPESI-STATUS NOT = '00'
                MOVE 'Y' TO WS-SOSPESI-KO-SW
                GO TO SALVA-SOSPESI-EXIT
            END-IF
            PERFORM SCRIVI-SOSPESO-TENUTO THRU
                SCRIVI-SOSPESO-TENUTO-EXIT
                VARYING WS-TSO-IX FROM 1 BY 1
                UNTIL WS-TSO-IX > WS-QUANTI-SOSPESI
            CLOSE SOSPESIFILE
            GO TO SALVA-SOSPESI-EXIT.
       SALVA-SOSPESI-EXIT.
            EXIT.

       SCRIVI-SOSPESO-TENUTO.
            IF WS-TSO-AZIONE(WS-TSO-IX) = 'T'
                WRITE SOSPESI-RECORD FROM WS-TSO-RIGA(WS-TSO-IX)
            END-IF
            GO TO SCRIVI-SOSPESO-TENUTO-EXIT.
       SCRIVI-SOSPESO-TENUTO-EXIT.
            EXIT.

      *    IL CALCOLO SI RIFA DAGLI OPERANDI DEL SOSPESO CON I SUOI
      *    DECIMALI; LA RIGA VA A NOME DI CHI L'AVEVA PRESENTATO, CON
      *    UN NUOVO RIFERIMENTO. NON TOCCA I CONTATORI DELL'INPUT: LA
      *    QUADRATURA CON TESTATA E CODA RIGUARDA SOLO IL FILE DI OGGI.
       REGISTRA-APPROVATO.
            IF WS-TSO-AZIONE(WS-TSO-IX) NOT = 'C'
                GO TO REGISTRA-APPROVATO-EXIT
            END-IF
            MOVE WS-TSO-RIGA(WS-TSO-IX) TO SOSPESO-DETTAGLIO
            IF SO-A-SEGNO = '-'
                COMPUTE A = SO-A * -1
            ELSE
                MOVE SO-A TO A
            END-IF
            IF SO-B-SEGNO = '-'
                COMPUTE B = SO-B * -1
            ELSE
                MOVE SO-B TO B
            END-IF
            MOVE SO-DECIMALI TO DL100-DECIMALI
            COMPUTE DL100-FATTORE-SCALA = 10 ** DL100-DECIMALI
            PERFORM CALCOLA-RISULTATO THRU CALCOLA-RISULTATO-EXIT
            PERFORM CALCOLA-QUOZIENTE-RESTO THRU
                CALCOLA-QUOZIENTE-RESTO-EXIT
            MOVE SO-OPERATORE TO WS-OPERATORE
            MOVE SO-NOME TO WS-NOME-OPERATORE
            PERFORM ASSEGNA-RIFERIMENTO THRU ASSEGNA-RIFERIMENTO-EXIT
            PERFORM SCRIVI-RIGA-REPORT THRU SCRIVI-RIGA-REPORT-EXIT
            PERFORM SCRIVI-RIGA-AUDIT THRU SCRIVI-RIGA-AUDIT-EXIT
            PERFORM SCRIVI-RIGA-ESTRATTO THRU
                SCRIVI-RIGA-ESTRATTO-EXIT
            ADD 1 TO WS-CONTA-APPROVATI
            DISPLAY 'APPROVATO DA ' SO-SUPERVISORE ' REGISTRATO: '
                'RECORD ' SO-NUMERO ' DEL ' SO-DATA ' OPERATORE '
                SO-OPERATORE ' RIFERIMENTO ' WS-RIFERIMENTO
            GO TO REGISTRA-APPROVATO-EXIT.
       REGISTRA-APPROVATO-EXIT.
            EXIT.

      *    SPEZZA UNA RIGA CSV 'A,B' NEI DUE CAMPI: UNA SOLA VIRGOLA
      *    AMMESSA, CAMPI NON VUOTI E LUNGHI AL MASSIMO 20 CARATTERI.
      *    SEGNI, SPAZI E DECIMALI LI GIUDICA POI PARSENUM.
       LEGGI-DATA-ELAB-EXIT.
            EXIT.

      *    RIFERIMENTO UNIVOCO DEL RISULTATO: DATA DI ELABORAZIONE PIU'
      *    PROGRESSIVO DAL CONTATORE CONDIVISO CONTRIF (COMUNE A
      *    DIVISIONE, DIVISIONE-MENU E CALCBTCH). IL PROGRESSIVO NON
      *    RIPARTE AL CAMBIO DI GIORNATA, COSI' UN RITORNO DELLA DATA
      *    (DATAELAB ASSENTE E POI RIPRISTINATO) NON PUO' GENERARE
      *    DOPPIONI. IL NUOVO VALORE VIENE SALVATO PRIMA DI SCRIVERE
      *    REPORT E AUDIT: UN NUMERO NON VIENE MAI RIUSATO, NEANCHE
      *    DOPO UNA RIPARTENZA. UN CONTATORE ILLEGGIBILE O NON
      *    RISCRIVIBILE FERMA IL PROGRAMMA CON RC=12.
       ASSEGNA-RIFERIMENTO.
            MOVE SPACES TO WS-CONTRIF-VALORE
            OPEN INPUT CONTRIFFILE
            IF WS-CONTRIF-STATUS = '00'
                READ CONTRIFFILE INTO WS-CONTRIF-VALORE
                    AT END MOVE SPACES TO WS-CONTRIF-VALORE
                END-READ
                CLOSE CONTRIFFILE
            ELSE
                IF WS-CONTRIF-STATUS NOT = '35'
                    DISPLAY 'ERRORE: IMPOSSIBILE APRIRE CONTRIF, FILE '
                        'STATUS = ' WS-CONTRIF-STATUS
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF
            IF WS-CONTRIF-VALORE = SPACES
                MOVE ZERO TO WS-CR-ULTIMO
            END-IF
            IF WS-CR-ULTIMO IS NOT NUMERIC
                DISPLAY 'ERRORE: CONTATORE CONTRIF NON VALIDO: '
                    WS-CONTRIF-VALORE
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE WS-DATA-ELABORAZIONE TO WS-RIF-DATA
            IF WS-CR-ULTIMO = 99999999
                MOVE 1 TO WS-RIF-PROGR
            ELSE
                COMPUTE WS-RIF-PROGR = WS-CR-ULTIMO + 1
            END-IF
            MOVE WS-RIFERIMENTO TO WS-CONTRIF-VALORE
            OPEN OUTPUT CONTRIFFILE
            IF WS-CONTRIF-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE AGGIORNARE CONTRIF, FILE '
                    'STATUS = ' WS-CONTRIF-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            WRITE CONTRIF-RECORD FROM WS-CONTRIF-VALORE
            CLOSE CONTRIFFILE
            GO TO ASSEGNA-RIFERIMENTO-EXIT.
       ASSEGNA-RIFERIMENTO-EXIT.
            EXIT.

      *    UNA RIGA DI RIEPILOGO SUL RUNLOG CONDIVISO A FINE GIRO:
      *    IL CONTROLLO DEL MATTINO LEGGE UN FILE SOLO INVECE DEI
      *    SYSOUT DEI SINGOLI JOB. UN RUNLOG NON APRIBILE AVVISA
            MOVE WS-LOG-ELABORATE TO RL-ELABORATE
            MOVE WS-LOG-SCARTATE TO RL-SCARTATE
            MOVE RETURN-CODE TO RL-RC
            MOVE WS-DATA-ELABORAZIONE TO RL-DATA-ELAB
            WRITE RUNLOG-LINE FROM RUNLOG-DETAIL-LINE
            CLOSE RUNLOGFILE
            GO TO SCRIVI-RUNLOG-EXIT.
