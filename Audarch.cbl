      *                late-running session. A missing or unreadable
      *                DATAELAB falls back to the machine date with
      *                a warning.
      * 15/10/2026 MP  REPORT detail lines are now moved to REPARCH
      *                by reference instead of by position: every
      *                AUDIT and REPORT detail carries the unique
      *                reference of its result, so the references of
      *                the archived audit details are collected and
      *                exactly the REPORT lines carrying them are
      *                archived, whatever order the two files were
      *                written in. An archived audit reference with
      *                no REPORT line is reported and fails the run
      *                (RC=16). Lines written before references
      *                existed keep the old positional rule. The
      *                archived references are held in a table of
      *                50000 entries; a cutoff that archives more
      *                than that is refused with RC=16 and must be
      *                split into earlier cutoffs.
      * 15/10/2026 MP  CALCBTCH reversal lines ('R' in column 1) are
      *                REPORT detail lines too and follow their AUDIT
      *                line into REPARCH by reference; before, they
      *                would have stayed in the live REPORT and their
      *                archived AUDIT reference would have failed the
      *                run as unmatched.
      * 15/10/2026 MP  The RUNLOG line now also carries the DATAELAB
      *                business date of the run (columns 113-118), so
      *                the SORVEGLI batch-window monitor can assign a
      *                run that slips past midnight to the right day.
      * 15/10/2026 MP  CALCBTCH percentage (P), power (E) and square
      *                root (Q) lines are REPORT detail lines as well
      *                and are archived with their AUDIT line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDARCH.
           01 WS-CONTA-REP-ARC PIC 9(8) VALUE ZERO.
           01 WS-CONTA-REP-MANT PIC 9(8) VALUE ZERO.
           01 WS-CONTA-REP-VERIFICA PIC 9(8) VALUE ZERO.
           01 WS-CONTA-ARC-SENZA-RIF PIC 9(8) VALUE ZERO.
           01 WS-CONTA-REP-ARC-SENZA-RIF PIC 9(8) VALUE ZERO.
           01 WS-CONTA-RIF-ORFANI PIC 9(8) VALUE ZERO.
      *    RIFERIMENTI DEI DETTAGLI AUDIT ARCHIVIATI: LE RIGHE DEL
      *    REPORT CHE LI PORTANO VANNO IN ARCHIVIO CON LORO.
           01 WS-MAX-RIF PIC 9(6) COMP VALUE 50000.
           01 WS-QUANTI-RIF PIC 9(6) COMP VALUE ZERO.
           01 WS-TAB-RIF.
               05 WS-TR-ELEMENTO OCCURS 50000 TIMES.
                   10 WS-TR-RIFERIMENTO PIC X(14).
                   10 WS-TR-REPORT-SW PIC X.
           01 WS-TR-IX PIC 9(6) COMP.
           01 WS-TR-PARTENZA PIC 9(6) COMP VALUE 1.
           01 WS-TR-TROVATO PIC 9(6) COMP.
           01 WS-RIF-CERCATO PIC X(14).
           01 WS-TAB-PIENA-SW PIC X VALUE 'N'.
               88 WS-TAB-PIENA VALUE 'Y'.
           01 WS-RUNLOG-STATUS PIC X(2).
           01 WS-DATAELAB-STATUS PIC X(2).
           01 WS-DATAELAB-VALORE PIC X(6).
               05 RL-SCARTATE PIC 9(8).
               05 FILLER PIC X(4) VALUE ' RC '.
               05 RL-RC PIC 99.
               05 FILLER PIC X(4) VALUE ' DE '.
               05 RL-DATA-ELAB PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-INIZIO FROM DATE
      *    PILOTANO LA SECONDA PASSATA SUL REPORT QUI SOTTO.
                IF WS-RIGA(1:1) NOT = '*'
                    ADD 1 TO WS-CONTA-ARC-DETT
                    PERFORM REGISTRA-RIF-ARCHIVIATO THRU
                        REGISTRA-RIF-ARCHIVIATO-EXIT
                END-IF
            ELSE
                WRITE NUOVO-LINE FROM WS-RIGA
       ESTRAI-DATA-EXIT.
            EXIT.

      *    IL RIFERIMENTO STA NELLE COLONNE 105-118 DEL DETTAGLIO
      *    AUDIT; LE RIGHE PIU' VECCHIE NON LO HANNO E VALE PER LORO
      *    IL VECCHIO CONTEGGIO POSIZIONALE.
       REGISTRA-RIF-ARCHIVIATO.
            IF WS-RIGA(105:14) = SPACES
                ADD 1 TO WS-CONTA-ARC-SENZA-RIF
                GO TO REGISTRA-RIF-ARCHIVIATO-EXIT
            END-IF
            IF WS-QUANTI-RIF NOT < WS-MAX-RIF
                MOVE 'Y' TO WS-TAB-PIENA-SW
                GO TO REGISTRA-RIF-ARCHIVIATO-EXIT
            END-IF
            ADD 1 TO WS-QUANTI-RIF
            MOVE WS-RIGA(105:14) TO WS-TR-RIFERIMENTO(WS-QUANTI-RIF)
            MOVE 'N' TO WS-TR-REPORT-SW(WS-QUANTI-RIF)
            GO TO REGISTRA-RIF-ARCHIVIATO-EXIT.
       REGISTRA-RIF-ARCHIVIATO-EXIT.
            EXIT.

      *    SECONDA PASSATA, SUL REPORT: LE DUE FINESTRE CHE QUADFINE
      *    CONFRONTA OGNI SERA DEVONO AVERE PARI RITENZIONE, QUINDI
      *    IL REPORT SI ARCHIVIA NELLO STESSO CICLO DELL'AUDIT. UNA
      *    RIGA DI DETTAGLIO DEL REPORT VA IN ARCHIVIO SE IL SUO
      *    RIFERIMENTO E' TRA QUELLI DEI DETTAGLI AUDIT ARCHIVIATI.
      *    PER LE RIGHE SENZA RIFERIMENTO (ANTERIORI) RESTA IL
      *    VECCHIO CRITERIO: REPORT E AUDIT LE HANNO RICEVUTE NELLO
      *    STESSO ORDINE, QUINDI I DETTAGLI AUDIT ARCHIVIATI SENZA
      *    RIFERIMENTO DICONO QUANTE DELLE PRIME RIGHE DEL REPORT
      *    SENZA RIFERIMENTO VANNO IN ARCHIVIO. IL BLOCCO TITOLO/
      *    DATA/INTESTAZIONE RESTA SEMPRE NEL FILE VIVO.
       ELABORA-REPORT-FILE.
            IF WS-TAB-PIENA
                DISPLAY 'QUADRATURA FALLITA: OLTRE ' WS-MAX-RIF
                    ' DETTAGLI AUDIT CON RIFERIMENTO DA ARCHIVIARE, '
                    'USARE UN TAGLIO PRECEDENTE'
                MOVE 16 TO RETURN-CODE
                GO TO ELABORA-REPORT-FILE-EXIT
            END-IF
            OPEN INPUT REPORTFILE
            IF WS-REPORT-STATUS = '35'
                IF WS-CONTA-ARC-DETT = ZERO
                    'DETTAGLI AUDIT ARCHIVIATI ' WS-CONTA-ARC-DETT
                MOVE 16 TO RETURN-CODE
            END-IF
            PERFORM CONTA-RIF-ORFANO THRU CONTA-RIF-ORFANO-EXIT
                VARYING WS-TR-IX FROM 1 BY 1
                UNTIL WS-TR-IX > WS-QUANTI-RIF
            IF WS-CONTA-RIF-ORFANI > ZERO
                DISPLAY 'QUADRATURA FALLITA: ' WS-CONTA-RIF-ORFANI
                    ' DETTAGLI AUDIT ARCHIVIATI SENZA RIGA NEL REPORT'
                MOVE 16 TO RETURN-CODE
            END-IF
            GO TO ELABORA-REPORT-FILE-EXIT.
       ELABORA-REPORT-FILE-EXIT.
            EXIT.
            EXIT.

      *    UNA RIGA DI DETTAGLIO DEL REPORT PORTA IL CODICE
      *    OPERAZIONE IN COLONNA 1 SEGUITO DA SPAZI E IL RIFERIMENTO
      *    NELLE COLONNE 87-100; TUTTO IL RESTO (TITOLO, DATA,
      *    INTESTAZIONE) RESTA NEL FILE VIVO.
       SMISTA-RIGA-REPORT.
            ADD 1 TO WS-CONTA-REP-LETTE
            IF (WS-RIGA-REPORT(1:1) NOT = 'A' AND
                WS-RIGA-REPORT(1:1) NOT = 'S' AND
                WS-RIGA-REPORT(1:1) NOT = 'M' AND
                WS-RIGA-REPORT(1:1) NOT = 'D' AND
                WS-RIGA-REPORT(1:1) NOT = 'R' AND
                WS-RIGA-REPORT(1:1) NOT = 'P' AND
                WS-RIGA-REPORT(1:1) NOT = 'E' AND
                WS-RIGA-REPORT(1:1) NOT = 'Q') OR
               WS-RIGA-REPORT(2:3) NOT = SPACES
                GO TO SMISTA-RIGA-REPORT-MANTIENI
            END-IF
            IF WS-RIGA-REPORT(87:14) = SPACES
                IF WS-CONTA-REP-ARC-SENZA-RIF < WS-CONTA-ARC-SENZA-RIF
                    ADD 1 TO WS-CONTA-REP-ARC-SENZA-RIF
                    GO TO SMISTA-RIGA-REPORT-ARCHIVIA
                END-IF
                GO TO SMISTA-RIGA-REPORT-MANTIENI
            END-IF
            MOVE WS-RIGA-REPORT(87:14) TO WS-RIF-CERCATO
            PERFORM CERCA-RIFERIMENTO THRU CERCA-RIFERIMENTO-EXIT
            IF WS-TR-TROVATO = ZERO
                GO TO SMISTA-RIGA-REPORT-MANTIENI
            END-IF
      *    UN RIFERIMENTO GIA' ABBINATO E' UNA RIGA DOPPIA NEL
      *    REPORT: RESTA NEL FILE VIVO, DOVE QUADFINE LA SEGNALA.
            IF WS-TR-REPORT-SW(WS-TR-TROVATO) = 'Y'
                GO TO SMISTA-RIGA-REPORT-MANTIENI
            END-IF
            MOVE 'Y' TO WS-TR-REPORT-SW(WS-TR-TROVATO).
       SMISTA-RIGA-REPORT-ARCHIVIA.
            WRITE REPARC-LINE FROM WS-RIGA-REPORT
            ADD 1 TO WS-CONTA-REP-ARC
            GO TO SMISTA-RIGA-REPORT-PROSSIMA.
       SMISTA-RIGA-REPORT-MANTIENI.
            WRITE REPNEW-LINE FROM WS-RIGA-REPORT
            ADD 1 TO WS-CONTA-REP-MANT.
       SMISTA-RIGA-REPORT-PROSSIMA.
            PERFORM LEGGI-RIGA-REPORT THRU LEGGI-RIGA-REPORT-EXIT
            GO TO SMISTA-RIGA-REPORT-EXIT.
       SMISTA-RIGA-REPORT-EXIT.
            EXIT.

      *    RICERCA DI WS-RIF-CERCATO TRA I RIFERIMENTI ARCHIVIATI.
      *    REPORT E AUDIT SONO SCRITTI NELLO STESSO ORDINE, QUINDI LA
      *    RICERCA PARTE DALLA POSIZIONE SUCCESSIVA ALL'ULTIMO
      *    ABBINAMENTO E SOLO SE NON TROVA RIPARTE DALL'INIZIO.
      *    WS-TR-TROVATO RESTA A ZERO SE IL RIFERIMENTO NON C'E'.
       CERCA-RIFERIMENTO.
            MOVE ZERO TO WS-TR-TROVATO
            IF WS-TR-PARTENZA > WS-QUANTI-RIF
                MOVE 1 TO WS-TR-PARTENZA
            END-IF
            PERFORM CONFRONTA-RIFERIMENTO THRU
                CONFRONTA-RIFERIMENTO-EXIT
                VARYING WS-TR-IX FROM WS-TR-PARTENZA BY 1
                UNTIL WS-TR-IX > WS-QUANTI-RIF
                   OR WS-TR-TROVATO > ZERO
            IF WS-TR-TROVATO = ZERO
                PERFORM CONFRONTA-RIFERIMENTO THRU
                    CONFRONTA-RIFERIMENTO-EXIT
                    VARYING WS-TR-IX FROM 1 BY 1
                    UNTIL WS-TR-IX NOT < WS-TR-PARTENZA
                       OR WS-TR-TROVATO > ZERO
            END-IF
            IF WS-TR-TROVATO > ZERO
                COMPUTE WS-TR-PARTENZA = WS-TR-TROVATO + 1
            END-IF
            GO TO CERCA-RIFERIMENTO-EXIT.
       CERCA-RIFERIMENTO-EXIT.
            EXIT.

       CONFRONTA-RIFERIMENTO.
            IF WS-TR-RIFERIMENTO(WS-TR-IX) = WS-RIF-CERCATO
                MOVE WS-TR-IX TO WS-TR-TROVATO
            END-IF
            GO TO CONFRONTA-RIFERIMENTO-EXIT.
       CONFRONTA-RIFERIMENTO-EXIT.
            EXIT.

       CONTA-RIF-ORFANO.
            IF WS-TR-REPORT-SW(WS-TR-IX) NOT = 'Y'
                ADD 1 TO WS-CONTA-RIF-ORFANI
                DISPLAY 'DETTAGLIO AUDIT ARCHIVIATO SENZA RIGA NEL '
                    'REPORT: RIFERIMENTO ' WS-TR-RIFERIMENTO(WS-TR-IX)
            END-IF
            GO TO CONTA-RIF-ORFANO-EXIT.
       CONTA-RIF-ORFANO-EXIT.
            EXIT.

      *    DATA DI ELABORAZIONE DAL FILE DI CONTROLLO DATAELAB
      *    (AVANZATO DA AVANDATA A FINE GIORNATA). SENZA FILE SI
      *    RIPIEGA SULL'OROLOGIO DI MACCHINA, CON AVVISO.
            MOVE WS-CONTA-ARCHIVIATE TO RL-ELABORATE
            MOVE WS-CONTA-SENZA-DATA TO RL-SCARTATE
            MOVE RETURN-CODE TO RL-RC
            MOVE WS-DATA-ELABORAZIONE TO RL-DATA-ELAB
            WRITE RUNLOG-LINE FROM RUNLOG-DETAIL-LINE
            CLOSE RUNLOGFILE
            GO TO SCRIVI-RUNLOG-EXIT.
