      ******************************************************************
      * Author: Matteo Pini
      * Date: 15/10/2026
      * Purpose: Month-end closing over the period totals master. The
      *          nightly TOTPERIO update keeps in TOTPERIO, by
      *          operation code and operator, the month to date, the
      *          year to date and the last twelve closed months. This
      *          program prints on CHIUREP the closing statement of
      *          the open month and then rolls the master forward:
      *
      *            - one line per operation and operator with the
      *              month's count of results, sum of the results,
      *              rejects and reversals, next to the count and sum
      *              of the previous month and of the same month last
      *              year, and the percentage change of the sum
      *              against both;
      *            - a subtotal at every change of operation and a
      *              grand total for the month;
      *            - the same lines and totals for the year to date.
      *
      *          A comparison month from before the first month of
      *          the master prints N.D. (no data) instead of zeros.
      *          Once the statement is written the month figures are
      *          stored as that month's history, the month to date is
      *          cleared (the year to date as well after December),
      *          and the master opens on the next month.
      *
      *          SYSIN may carry the AAMM of the month to close; it
      *          must be the month open on the master. A blank line
      *          closes the open month, but only when at least one
      *          day of it has been applied, so running the job twice
      *          cannot close a month nobody has worked on yet.
      *
      *          Return codes: 0 closed, 12 file failure (master not
      *          rolled), 16 month refused.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 MP  Created.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHIUMESE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOTALIFILE ASSIGN TO "TOTPERIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALI-STATUS.
           SELECT CHIUREPFILE ASSIGN TO "CHIUREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHIUREP-STATUS.
           SELECT RUNLOGFILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TOTALIFILE.
       01  TOTALI-RECORD PIC X(840).
       FD  CHIUREPFILE.
       01  CHIUREP-LINE PIC X(132).
       FD  RUNLOGFILE.
       01  RUNLOG-LINE PIC X(120).
       WORKING-STORAGE SECTION.
           01 WS-TOTALI-STATUS PIC X(2).
           01 WS-CHIUREP-STATUS PIC X(2).
           01 WS-RUNLOG-STATUS PIC X(2).
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-RISPOSTA PIC X(4).
      *    ARCHIVIO DEI TOTALI DI PERIODO (VEDI TOTPERIO)
           01 WS-RIGA-TOTALI PIC X(840).
           01 WS-TOTALI-TESTATA REDEFINES WS-RIGA-TOTALI.
               05 TH-TIPO PIC X.
               05 FILLER PIC X.
               05 TH-PERIODO PIC 9(4).
               05 FILLER PIC X.
               05 TH-ULTIMO-GIORNO PIC 9(6).
               05 FILLER PIC X.
               05 TH-ULTIMA-CHIUSURA PIC 9(4).
               05 FILLER PIC X.
               05 TH-PRIMO-PERIODO PIC 9(4).
               05 FILLER PIC X(817).
           01 WS-TOTALI-DETTAGLIO REDEFINES WS-RIGA-TOTALI.
               05 TD-TIPO PIC X.
               05 FILLER PIC X.
               05 TD-CHIAVE.
                   10 TD-OP PIC X.
                   10 FILLER PIC X.
                   10 TD-OPERATORE PIC X(10).
               05 FILLER PIC X.
               05 TD-GIORNO-DATA PIC 9(6).
               05 TD-CASELLA OCCURS 15.
                   10 FILLER PIC X.
                   10 TD-AAMM PIC 9(4).
                   10 TD-CONTA PIC 9(9).
                   10 TD-SEGNO PIC X.
                   10 TD-SOMMA PIC 9(15)V9(6).
                   10 TD-SCARTI PIC 9(9).
                   10 TD-STORNI PIC 9(9).
               05 FILLER PIC X(9).
           01 WS-PERIODO PIC 9(4) VALUE ZERO.
           01 WS-PERIODO-GRUPPO REDEFINES WS-PERIODO.
               05 WS-PER-AA PIC 99.
               05 WS-PER-MM PIC 99.
           01 WS-ULTIMO-GIORNO PIC 9(6) VALUE ZERO.
           01 WS-ULTIMO-GRUPPO REDEFINES WS-ULTIMO-GIORNO.
               05 WS-ULTIMO-AAMM PIC 9(4).
               05 WS-ULTIMO-GG PIC 99.
           01 WS-ULTIMA-CHIUSURA PIC 9(4) VALUE ZERO.
           01 WS-PRIMO-PERIODO PIC 9(4) VALUE ZERO.
           01 WS-MAX-TOTALI PIC 9(4) COMP VALUE 1000.
           01 WS-QUANTI-TOTALI PIC 9(4) COMP VALUE ZERO.
           01 WS-TAB-TOTALI.
               05 WS-TT-RIGA OCCURS 1000.
                   10 WS-TT-CHIAVE.
                       15 WS-TT-OP PIC X.
                       15 WS-TT-OPERATORE PIC X(10).
                   10 WS-TT-GIORNO-DATA PIC 9(6).
                   10 WS-TT-CASELLA OCCURS 15.
                       15 WS-TT-AAMM PIC 9(4).
                       15 WS-TT-CONTA PIC 9(9).
                       15 WS-TT-SOMMA PIC S9(15)V9(6).
                       15 WS-TT-SCARTI PIC 9(9).
                       15 WS-TT-STORNI PIC 9(9).
           01 WS-TT-IX PIC 9(4) COMP.
           01 WS-CX PIC 99 COMP.
           01 WS-TOTALI-KO-SW PIC X VALUE 'N'.
               88 WS-TOTALI-KO VALUE 'Y'.
      *    MESI DI CONFRONTO E LORO CASELLE
           01 WS-PERIODO-PREC PIC 9(4).
           01 WS-PERIODO-AP PIC 9(4).
           01 WS-PERIODO-SUCC PIC 9(4).
           01 WS-CX-MESE PIC 99 COMP.
           01 WS-CX-PREC PIC 99 COMP.
           01 WS-PREC-DISP-SW PIC X VALUE 'N'.
               88 WS-PREC-DISPONIBILE VALUE 'Y'.
           01 WS-AP-DISP-SW PIC X VALUE 'N'.
               88 WS-AP-DISPONIBILE VALUE 'Y'.
           01 WS-MESE-AAMM PIC 9(4).
           01 WS-MESE-GRUPPO REDEFINES WS-MESE-AAMM.
               05 WS-MESE-AA PIC 99.
               05 WS-MESE-MM PIC 99.
           01 WS-MESE-EDIT.
               05 WS-ME-MM PIC 99.
               05 FILLER PIC X VALUE '/'.
               05 WS-ME-AA PIC 99.
      *    SEZIONE DEL PROSPETTO: 'M' = MESE CHIUSO, 'A' = ANNO
           01 WS-SEZIONE PIC X.
               88 WS-SEZIONE-MESE VALUE 'M'.
               88 WS-SEZIONE-ANNO VALUE 'A'.
           01 WS-OP-CORRENTE PIC X.
      *    ACCUMULI: 1 = RIGA, 2 = OPERAZIONE, 3 = GENERALE
           01 WS-AX PIC 9 COMP.
           01 WS-TAB-ACCUMULI.
               05 WS-AC OCCURS 3.
                   10 AC-CONTA PIC 9(9).
                   10 AC-SOMMA PIC S9(15)V9(6).
                   10 AC-SCARTI PIC 9(9).
                   10 AC-STORNI PIC 9(9).
                   10 AC-PREC-CONTA PIC 9(9).
                   10 AC-PREC-SOMMA PIC S9(15)V9(6).
                   10 AC-AP-CONTA PIC 9(9).
                   10 AC-AP-SOMMA PIC S9(15)V9(6).
           01 WS-BASE PIC S9(15)V9(6).
           01 WS-DIFFERENZA PIC S9(16)V9(6).
           01 WS-VARIAZIONE PIC S9(5)V9.
           01 WS-VAR-TESTO PIC X(7).
           01 WS-VAR-EDIT PIC -(4)9.9.
      *    PAGINAZIONE
           01 WS-PAGINA PIC 9(4) VALUE ZERO.
           01 WS-RIGHE-PAGINA PIC 99 VALUE 99.
           01 WS-RIGHE-PER-PAGINA PIC 99 VALUE 60.
           01 WS-RIGA-USCITA PIC X(132).
           01 STAMPA-TITOLO-LINE.
               05 FILLER PIC X(42) VALUE
                   'PROSPETTO DI CHIUSURA MESE - TOTALI DI PER'.
               05 FILLER PIC X(5) VALUE 'IODO '.
               05 FILLER PIC X(45) VALUE SPACES.
               05 FILLER PIC X(5) VALUE 'MESE '.
               05 STT-MESE PIC X(5).
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(7) VALUE 'PAGINA '.
               05 STT-PAGINA PIC ZZZ9.
               05 FILLER PIC X(9) VALUE SPACES.
           01 STAMPA-INFO-LINE.
               05 FILLER PIC X(27) VALUE
                   'ULTIMO GIORNO APPLICATO:   '.
               05 SI-GG PIC 99.
               05 FILLER PIC X VALUE '/'.
               05 SI-MM PIC 99.
               05 FILLER PIC X VALUE '/'.
               05 SI-AA PIC 99.
               05 FILLER PIC X(8) VALUE SPACES.
               05 FILLER PIC X(21) VALUE 'ARCHIVIO AVVIATO NEL '.
               05 SI-PRIMO PIC X(5).
               05 FILLER PIC X(8) VALUE SPACES.
               05 FILLER PIC X(19) VALUE 'MESE PRECEDENTE:   '.
               05 SI-PREC PIC X(5).
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(17) VALUE 'ANNO PRECEDENTE: '.
               05 SI-AP PIC X(5).
               05 FILLER PIC X(5) VALUE SPACES.
           01 STAMPA-HEADER1-LINE.
               05 FILLER PIC X(13) VALUE 'OP OPERATORE'.
               05 SH-SEZIONE PIC X(45).
               05 FILLER PIC X(29) VALUE 'MESE PRECEDENTE'.
               05 FILLER PIC X(29) VALUE
                   'STESSO MESE ANNO PRECEDENTE'.
               05 FILLER PIC X(16) VALUE 'VARIAZ. % SOMMA'.
           01 STAMPA-HEADER2-LINE.
               05 FILLER PIC X(13) VALUE SPACES.
               05 FILLER PIC X(9) VALUE '   NUMERO'.
               05 FILLER PIC X(20) VALUE '     SOMMA RISULTATI'.
               05 FILLER PIC X(8) VALUE '  SCARTI'.
               05 FILLER PIC X(8) VALUE '  STORNI'.
               05 FILLER PIC X(9) VALUE '   NUMERO'.
               05 FILLER PIC X(20) VALUE '     SOMMA RISULTATI'.
               05 FILLER PIC X(9) VALUE '   NUMERO'.
               05 FILLER PIC X(20) VALUE '     SOMMA RISULTATI'.
               05 FILLER PIC X(8) VALUE '   SU MP'.
               05 FILLER PIC X(8) VALUE '   SU AP'.
           01 STAMPA-RIGA-TRATTI PIC X(132) VALUE ALL '-'.
           01 STAMPA-VUOTA-LINE PIC X(132) VALUE SPACES.
           01 STAMPA-SEZIONE-LINE.
               05 SZ-TESTO PIC X(30).
               05 SZ-MESE PIC X(5).
               05 FILLER PIC X(97) VALUE SPACES.
           01 STAMPA-DETTAGLIO-LINE.
               05 CD-CHIAVE.
                   10 CD-OP PIC X.
                   10 FILLER PIC X.
                   10 CD-OPERATORE PIC X(10).
               05 CD-CHIAVE-TESTO REDEFINES CD-CHIAVE PIC X(12).
               05 FILLER PIC X.
               05 CD-CONTA PIC Z(7)9.
               05 FILLER PIC X.
               05 CD-SOMMA PIC -(15)9.99.
               05 FILLER PIC X.
               05 CD-SCARTI PIC Z(6)9.
               05 FILLER PIC X.
               05 CD-STORNI PIC Z(6)9.
               05 FILLER PIC X.
               05 CD-CONFRONTI.
                   10 CD-PREC-CONTA PIC Z(7)9.
                   10 CD-PREC-CONTA-X REDEFINES CD-PREC-CONTA
                       PIC X(8).
                   10 FILLER PIC X.
                   10 CD-PREC-SOMMA PIC -(15)9.99.
                   10 CD-PREC-SOMMA-X REDEFINES CD-PREC-SOMMA
                       PIC X(19).
                   10 FILLER PIC X.
                   10 CD-AP-CONTA PIC Z(7)9.
                   10 CD-AP-CONTA-X REDEFINES CD-AP-CONTA
                       PIC X(8).
                   10 FILLER PIC X.
                   10 CD-AP-SOMMA PIC -(15)9.99.
                   10 CD-AP-SOMMA-X REDEFINES CD-AP-SOMMA
                       PIC X(19).
                   10 FILLER PIC X.
                   10 CD-VAR-PREC PIC X(7).
                   10 FILLER PIC X.
                   10 CD-VAR-AP PIC X(7).
                   10 FILLER PIC X.
      *    CONTATORI E RIGA DI RIEPILOGO SUL RUNLOG
           01 WS-CONTA-RIGHE-STAMPATE PIC 9(8) VALUE ZERO.
           01 WS-DATA-INIZIO PIC 9(6).
           01 WS-DATA-FINE PIC 9(6).
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-INIZIO FROM DATE
            ACCEPT WS-ORA-INIZIO FROM TIME
            DISPLAY 'CHIUSURA MESE TOTALI DI PERIODO'
            MOVE SPACES TO WS-RISPOSTA
            ACCEPT WS-RISPOSTA
            PERFORM CARICA-TOTALI THRU CARICA-TOTALI-EXIT
            IF WS-TOTALI-KO
                MOVE 12 TO RETURN-CODE
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
            PERFORM CONTROLLA-MESE THRU CONTROLLA-MESE-EXIT
            IF RETURN-CODE NOT = ZERO
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
            PERFORM CALCOLA-CONFRONTI THRU CALCOLA-CONFRONTI-EXIT
            OPEN OUTPUT CHIUREPFILE
            IF WS-CHIUREP-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE CHIUREP, FILE '
                    'STATUS = ' WS-CHIUREP-STATUS
                MOVE 12 TO RETURN-CODE
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
            MOVE 'M' TO WS-SEZIONE
            PERFORM STAMPA-SEZIONE THRU STAMPA-SEZIONE-EXIT
            MOVE 'A' TO WS-SEZIONE
            PERFORM STAMPA-SEZIONE THRU STAMPA-SEZIONE-EXIT
            CLOSE CHIUREPFILE
      *    PROSPETTO SCRITTO: SI PASSA IL MESE NELLO STORICO E SI APRE
      *    IL SUCCESSIVO.
            PERFORM AVANZA-MESE THRU AVANZA-MESE-EXIT
                VARYING WS-TT-IX FROM 1 BY 1
                UNTIL WS-TT-IX > WS-QUANTI-TOTALI
            MOVE WS-PERIODO TO WS-ULTIMA-CHIUSURA
            MOVE WS-PERIODO-SUCC TO WS-PERIODO
            PERFORM SALVA-TOTALI THRU SALVA-TOTALI-EXIT
            IF WS-TOTALI-KO
                DISPLAY 'ERRORE: PROSPETTO STAMPATO MA ARCHIVIO NON '
                    'AVANZATO, RIPETERE LA CHIUSURA'
                MOVE 12 TO RETURN-CODE
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
            MOVE WS-ULTIMA-CHIUSURA TO WS-MESE-AAMM
            PERFORM EDITA-MESE THRU EDITA-MESE-EXIT
            DISPLAY 'MESE CHIUSO:              ' WS-MESE-EDIT
            MOVE WS-PERIODO TO WS-MESE-AAMM
            PERFORM EDITA-MESE THRU EDITA-MESE-EXIT
            DISPLAY 'NUOVO MESE APERTO:        ' WS-MESE-EDIT
            DISPLAY 'RIGHE DELL''ARCHIVIO:      ' WS-QUANTI-TOTALI
            DISPLAY 'RIGHE STAMPATE:           '
                WS-CONTA-RIGHE-STAMPATE
            PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
            GOBACK.

       CARICA-TOTALI.
            MOVE 'N' TO WS-TOTALI-KO-SW
            MOVE ZERO TO WS-QUANTI-TOTALI
            OPEN INPUT TOTALIFILE
            IF WS-TOTALI-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE TOTPERIO, FILE '
                    'STATUS = ' WS-TOTALI-STATUS
                MOVE 'Y' TO WS-TOTALI-KO-SW
                GO TO CARICA-TOTALI-EXIT
            END-IF
            MOVE 'N' TO WS-EOF-SW
            READ TOTALIFILE INTO WS-RIGA-TOTALI
                AT END MOVE 'Y' TO WS-EOF-SW
            END-READ
            IF WS-EOF OR TH-TIPO NOT = 'H' OR
               TH-PERIODO IS NOT NUMERIC OR
               TH-ULTIMO-GIORNO IS NOT NUMERIC OR
               TH-ULTIMA-CHIUSURA IS NOT NUMERIC OR
               TH-PRIMO-PERIODO IS NOT NUMERIC
                DISPLAY 'ERRORE: TESTATA DI TOTPERIO MANCANTE O NON '
                    'VALIDA'
                MOVE 'Y' TO WS-TOTALI-KO-SW
                CLOSE TOTALIFILE
                GO TO CARICA-TOTALI-EXIT
            END-IF
            MOVE TH-PERIODO TO WS-PERIODO
            MOVE TH-ULTIMO-GIORNO TO WS-ULTIMO-GIORNO
            MOVE TH-ULTIMA-CHIUSURA TO WS-ULTIMA-CHIUSURA
            MOVE TH-PRIMO-PERIODO TO WS-PRIMO-PERIODO
            PERFORM LEGGI-TOTALE THRU LEGGI-TOTALE-EXIT
                UNTIL WS-EOF OR WS-TOTALI-KO
            CLOSE TOTALIFILE
            GO TO CARICA-TOTALI-EXIT.
       CARICA-TOTALI-EXIT.
            EXIT.

       LEGGI-TOTALE.
            READ TOTALIFILE INTO WS-RIGA-TOTALI
                AT END MOVE 'Y' TO WS-EOF-SW
            END-READ
            IF WS-EOF
                GO TO LEGGI-TOTALE-EXIT
            END-IF
            IF TD-TIPO NOT = 'D' OR TD-GIORNO-DATA IS NOT NUMERIC
                DISPLAY 'ERRORE: RIGA DI TOTPERIO NON VALIDA: '
                    WS-RIGA-TOTALI(1:40)
                MOVE 'Y' TO WS-TOTALI-KO-SW
                GO TO LEGGI-TOTALE-EXIT
            END-IF
            IF WS-QUANTI-TOTALI NOT < WS-MAX-TOTALI
                DISPLAY 'ERRORE: TOTPERIO HA PIU'' DI ' WS-MAX-TOTALI
                    ' RIGHE'
                MOVE 'Y' TO WS-TOTALI-KO-SW
                GO TO LEGGI-TOTALE-EXIT
            END-IF
            ADD 1 TO WS-QUANTI-TOTALI
            MOVE WS-QUANTI-TOTALI TO WS-TT-IX
            MOVE TD-OP TO WS-TT-OP(WS-TT-IX)
            MOVE TD-OPERATORE TO WS-TT-OPERATORE(WS-TT-IX)
            MOVE TD-GIORNO-DATA TO WS-TT-GIORNO-DATA(WS-TT-IX)
            PERFORM CARICA-CASELLA THRU CARICA-CASELLA-EXIT
                VARYING WS-CX FROM 1 BY 1
                UNTIL WS-CX > 15 OR WS-TOTALI-KO
            GO TO LEGGI-TOTALE-EXIT.
       LEGGI-TOTALE-EXIT.
            EXIT.

       CARICA-CASELLA.
            IF TD-AAMM(WS-CX) IS NOT NUMERIC OR
               TD-CONTA(WS-CX) IS NOT NUMERIC OR
               TD-SOMMA(WS-CX) IS NOT NUMERIC OR
               TD-SCARTI(WS-CX) IS NOT NUMERIC OR
               TD-STORNI(WS-CX) IS NOT NUMERIC
                DISPLAY 'ERRORE: RIGA DI TOTPERIO NON VALIDA: '
                    WS-RIGA-TOTALI(1:40)
                MOVE 'Y' TO WS-TOTALI-KO-SW
                GO TO CARICA-CASELLA-EXIT
            END-IF
            MOVE TD-AAMM(WS-CX) TO WS-TT-AAMM(WS-TT-IX, WS-CX)
            MOVE TD-CONTA(WS-CX) TO WS-TT-CONTA(WS-TT-IX, WS-CX)
            IF TD-SEGNO(WS-CX) = '-'
                COMPUTE WS-TT-SOMMA(WS-TT-IX, WS-CX) =
                    TD-SOMMA(WS-CX) * -1
            ELSE
                MOVE TD-SOMMA(WS-CX) TO WS-TT-SOMMA(WS-TT-IX, WS-CX)
            END-IF
            MOVE TD-SCARTI(WS-CX) TO WS-TT-SCARTI(WS-TT-IX, WS-CX)
            MOVE TD-STORNI(WS-CX) TO WS-TT-STORNI(WS-TT-IX, WS-CX)
            GO TO CARICA-CASELLA-EXIT.
       CARICA-CASELLA-EXIT.
            EXIT.

      *    IL MESE DA CHIUDERE E' SEMPRE QUELLO APERTO SULL'ARCHIVIO.
      *    SENZA SYSIN SI CHIUDE SOLO SE ALMENO UN SUO GIORNO E' STATO
      *    APPLICATO: UNA SECONDA ESECUZIONE NON CHIUDE IL MESE NUOVO.
       CONTROLLA-MESE.
            IF WS-RISPOSTA = SPACES
                IF WS-ULTIMO-AAMM NOT = WS-PERIODO
                    MOVE WS-PERIODO TO WS-MESE-AAMM
                    PERFORM EDITA-MESE THRU EDITA-MESE-EXIT
                    DISPLAY 'ERRORE: NESSUN GIORNO DEL MESE '
                        WS-MESE-EDIT ' APPLICATO (ULTIMO GIORNO '
                        WS-ULTIMO-GIORNO '): MESE NON CHIUSO. PER '
                        'CHIUDERLO COMUNQUE INDICARLO SU SYSIN'
                    MOVE 16 TO RETURN-CODE
                END-IF
                GO TO CONTROLLA-MESE-EXIT
            END-IF
            IF WS-RISPOSTA IS NOT NUMERIC
                DISPLAY 'ERRORE: MESE ' WS-RISPOSTA ' NON VALIDO, '
                    'SERVONO 4 CIFRE AAMM'
                MOVE 16 TO RETURN-CODE
                GO TO CONTROLLA-MESE-EXIT
            END-IF
            IF WS-RISPOSTA NOT = WS-PERIODO
                DISPLAY 'ERRORE: IL MESE APERTO SU TOTPERIO E'' '
                    WS-PERIODO ', NON ' WS-RISPOSTA
                MOVE 16 TO RETURN-CODE
                GO TO CONTROLLA-MESE-EXIT
            END-IF
            GO TO CONTROLLA-MESE-EXIT.
       CONTROLLA-MESE-EXIT.
            EXIT.

      *    MESE PRECEDENTE, STESSO MESE DELL'ANNO PRIMA E MESE
      *    SUCCESSIVO; I CONFRONTI ANTERIORI ALL'AVVIO DELL'ARCHIVIO
      *    NON SONO DISPONIBILI. LA CASELLA DI UN MESE CHIUSO E' IL
      *    NUMERO DEL MESE PIU' 3.
       CALCOLA-CONFRONTI.
            IF WS-PER-MM = 1
                IF WS-PER-AA = ZERO
                    COMPUTE WS-PERIODO-PREC = 9912
                ELSE
                    COMPUTE WS-PERIODO-PREC =
                        (WS-PER-AA - 1) * 100 + 12
                END-IF
            ELSE
                COMPUTE WS-PERIODO-PREC = WS-PERIODO - 1
            END-IF
            IF WS-PER-AA = ZERO
                COMPUTE WS-PERIODO-AP = 9900 + WS-PER-MM
            ELSE
                COMPUTE WS-PERIODO-AP = WS-PERIODO - 100
            END-IF
            IF WS-PER-MM = 12
                IF WS-PER-AA = 99
                    MOVE 0001 TO WS-PERIODO-SUCC
                ELSE
                    COMPUTE WS-PERIODO-SUCC =
                        (WS-PER-AA + 1) * 100 + 1
                END-IF
            ELSE
                COMPUTE WS-PERIODO-SUCC = WS-PERIODO + 1
            END-IF
            COMPUTE WS-CX-MESE = WS-PER-MM + 3
            MOVE WS-PERIODO-PREC TO WS-MESE-AAMM
            COMPUTE WS-CX-PREC = WS-MESE-MM + 3
            MOVE 'N' TO WS-PREC-DISP-SW
            IF WS-PERIODO-PREC NOT < WS-PRIMO-PERIODO
                MOVE 'Y' TO WS-PREC-DISP-SW
            END-IF
            MOVE 'N' TO WS-AP-DISP-SW
            IF WS-PERIODO-AP NOT < WS-PRIMO-PERIODO
                MOVE 'Y' TO WS-AP-DISP-SW
            END-IF
            GO TO CALCOLA-CONFRONTI-EXIT.
       CALCOLA-CONFRONTI-EXIT.
            EXIT.

       EDITA-MESE.
            MOVE WS-MESE-MM TO WS-ME-MM
            MOVE WS-MESE-AA TO WS-ME-AA
            GO TO EDITA-MESE-EXIT.
       EDITA-MESE-EXIT.
            EXIT.

      *    UNA SEZIONE DEL PROSPETTO: UNA RIGA PER CHIAVE, SUBTOTALE A
      *    OGNI CAMBIO DI OPERAZIONE, TOTALE GENERALE. LA TABELLA E'
      *    GIA' ORDINATA PER OPERAZIONE E OPERATORE.
       STAMPA-SEZIONE.
            MOVE 99 TO WS-RIGHE-PAGINA
            MOVE SPACES TO STAMPA-SEZIONE-LINE
            IF WS-SEZIONE-MESE
                MOVE 'TOTALI DEL MESE CHIUSO ' TO SZ-TESTO
                MOVE WS-PERIODO TO WS-MESE-AAMM
            ELSE
                MOVE 'PROGRESSIVO DELL''ANNO AL MESE ' TO SZ-TESTO
                MOVE WS-PERIODO TO WS-MESE-AAMM
            END-IF
            PERFORM EDITA-MESE THRU EDITA-MESE-EXIT
            MOVE WS-MESE-EDIT TO SZ-MESE
            IF WS-SEZIONE-MESE
                MOVE 'MESE CHIUSO' TO SH-SEZIONE
            ELSE
                MOVE 'PROGRESSIVO ANNO' TO SH-SEZIONE
            END-IF
            MOVE STAMPA-SEZIONE-LINE TO WS-RIGA-USCITA
            PERFORM SCRIVI-RIGA-STAMPA THRU SCRIVI-RIGA-STAMPA-EXIT
            MOVE STAMPA-VUOTA-LINE TO WS-RIGA-USCITA
            PERFORM SCRIVI-RIGA-STAMPA THRU SCRIVI-RIGA-STAMPA-EXIT
            MOVE 2 TO WS-AX
            PERFORM AZZERA-ACCUMULO THRU AZZERA-ACCUMULO-EXIT
            MOVE 3 TO WS-AX
            PERFORM AZZERA-ACCUMULO THRU AZZERA-ACCUMULO-EXIT
            MOVE SPACE TO WS-OP-CORRENTE
            PERFORM STAMPA-CHIAVE THRU STAMPA-CHIAVE-EXIT
                VARYING WS-TT-IX FROM 1 BY 1
                UNTIL WS-TT-IX > WS-QUANTI-TOTALI
            IF WS-QUANTI-TOTALI > ZERO
                PERFORM CHIUDI-OPERAZIONE THRU CHIUDI-OPERAZIONE-EXIT
            END-IF
            MOVE 3 TO WS-AX
            MOVE SPACES TO STAMPA-DETTAGLIO-LINE
            MOVE 'TOTALE' TO CD-CHIAVE-TESTO
            PERFORM STAMPA-ACCUMULO THRU STAMPA-ACCUMULO-EXIT
            MOVE STAMPA-VUOTA-LINE TO WS-RIGA-USCITA
            PERFORM SCRIVI-RIGA-STAMPA THRU SCRIVI-RIGA-STAMPA-EXIT
            GO TO STAMPA-SEZIONE-EXIT.
       STAMPA-SEZIONE-EXIT.
            EXIT.

       STAMPA-CHIAVE.
            IF WS-TT-OP(WS-TT-IX) NOT = WS-OP-CORRENTE
                IF WS-TT-IX > 1
                    PERFORM CHIUDI-OPERAZIONE THRU
                        CHIUDI-OPERAZIONE-EXIT
                END-IF
                MOVE WS-TT-OP(WS-TT-IX) TO WS-OP-CORRENTE
                MOVE 2 TO WS-AX
                PERFORM AZZERA-ACCUMULO THRU AZZERA-ACCUMULO-EXIT
            END-IF
            MOVE 1 TO WS-AX
            PERFORM AZZERA-ACCUMULO THRU AZZERA-ACCUMULO-EXIT
            IF WS-SEZIONE-MESE
                MOVE 2 TO WS-CX
            ELSE
                MOVE 3 TO WS-CX
            END-IF
            MOVE WS-TT-CONTA(WS-TT-IX, WS-CX) TO AC-CONTA(1)
            MOVE WS-TT-SOMMA(WS-TT-IX, WS-CX) TO AC-SOMMA(1)
            MOVE WS-TT-SCARTI(WS-TT-IX, WS-CX) TO AC-SCARTI(1)
            MOVE WS-TT-STORNI(WS-TT-IX, WS-CX) TO AC-STORNI(1)
      *    UNA CASELLA STORICA VALE SOLO SE PORTA IL MESE CERCATO:
      *    ALTRIMENTI LA CHIAVE IN QUEL MESE NON AVEVA MOVIMENTI.
            IF WS-SEZIONE-MESE
                IF WS-TT-AAMM(WS-TT-IX, WS-CX-PREC) = WS-PERIODO-PREC
                    MOVE WS-TT-CONTA(WS-TT-IX, WS-CX-PREC)
                        TO AC-PREC-CONTA(1)
                    MOVE WS-TT-SOMMA(WS-TT-IX, WS-CX-PREC)
                        TO AC-PREC-SOMMA(1)
                END-IF
                IF WS-TT-AAMM(WS-TT-IX, WS-CX-MESE) = WS-PERIODO-AP
                    MOVE WS-TT-CONTA(WS-TT-IX, WS-CX-MESE)
                        TO AC-AP-CONTA(1)
                    MOVE WS-TT-SOMMA(WS-TT-IX, WS-CX-MESE)
                        TO AC-AP-SOMMA(1)
                END-IF
            END-IF
            MOVE SPACES TO STAMPA-DETTAGLIO-LINE
            MOVE WS-TT-OP(WS-TT-IX) TO CD-OP
            MOVE WS-TT-OPERATORE(WS-TT-IX) TO CD-OPERATORE
            PERFORM STAMPA-ACCUMULO THRU STAMPA-ACCUMULO-EXIT
            MOVE 2 TO WS-AX
            PERFORM SOMMA-ACCUMULO THRU SOMMA-ACCUMULO-EXIT
            MOVE 3 TO WS-AX
            PERFORM SOMMA-ACCUMULO THRU SOMMA-ACCUMULO-EXIT
            IF WS-SEZIONE-MESE
                ADD 1 TO WS-CONTA-RIGHE-STAMPATE
            END-IF
            GO TO STAMPA-CHIAVE-EXIT.
       STAMPA-CHIAVE-EXIT.
            EXIT.

       CHIUDI-OPERAZIONE.
            MOVE 2 TO WS-AX
            MOVE SPACES TO STAMPA-DETTAGLIO-LINE
            MOVE 'TOTALE OP ' TO CD-CHIAVE-TESTO
            MOVE WS-OP-CORRENTE TO CD-CHIAVE-TESTO(11:1)
            PERFORM STAMPA-ACCUMULO THRU STAMPA-ACCUMULO-EXIT
            MOVE STAMPA-VUOTA-LINE TO WS-RIGA-USCITA
            PERFORM SCRIVI-RIGA-STAMPA THRU SCRIVI-RIGA-STAMPA-EXIT
            GO TO CHIUDI-OPERAZIONE-EXIT.
       CHIUDI-OPERAZIONE-EXIT.
            EXIT.

       AZZERA-ACCUMULO.
            MOVE ZERO TO AC-CONTA(WS-AX)
            MOVE ZERO TO AC-SOMMA(WS-AX)
            MOVE ZERO TO AC-SCARTI(WS-AX)
            MOVE ZERO TO AC-STORNI(WS-AX)
            MOVE ZERO TO AC-PREC-CONTA(WS-AX)
            MOVE ZERO TO AC-PREC-SOMMA(WS-AX)
            MOVE ZERO TO AC-AP-CONTA(WS-AX)
            MOVE ZERO TO AC-AP-SOMMA(WS-AX)
            GO TO AZZERA-ACCUMULO-EXIT.
       AZZERA-ACCUMULO-EXIT.
            EXIT.

      *    AGGIUNGE LA RIGA (ACCUMULO 1) ALL'ACCUMULO WS-AX
       SOMMA-ACCUMULO.
            ADD AC-CONTA(1) TO AC-CONTA(WS-AX)
            ADD AC-SOMMA(1) TO AC-SOMMA(WS-AX)
            ADD AC-SCARTI(1) TO AC-SCARTI(WS-AX)
            ADD AC-STORNI(1) TO AC-STORNI(WS-AX)
            ADD AC-PREC-CONTA(1) TO AC-PREC-CONTA(WS-AX)
            ADD AC-PREC-SOMMA(1) TO AC-PREC-SOMMA(WS-AX)
            ADD AC-AP-CONTA(1) TO AC-AP-CONTA(WS-AX)
            ADD AC-AP-SOMMA(1) TO AC-AP-SOMMA(WS-AX)
            GO TO SOMMA-ACCUMULO-EXIT.
       SOMMA-ACCUMULO-EXIT.
            EXIT.

      *    STAMPA L'ACCUMULO WS-AX; LA CHIAVE E' GIA' IN RIGA. NELLA
      *    SEZIONE DELL'ANNO LE COLONNE DI CONFRONTO RESTANO VUOTE.
       STAMPA-ACCUMULO.
            MOVE AC-CONTA(WS-AX) TO CD-CONTA
            MOVE AC-SOMMA(WS-AX) TO CD-SOMMA
            MOVE AC-SCARTI(WS-AX) TO CD-SCARTI
            MOVE AC-STORNI(WS-AX) TO CD-STORNI
            IF WS-SEZIONE-ANNO
                GO TO STAMPA-ACCUMULO-SCRIVI
            END-IF
            IF WS-PREC-DISPONIBILE
                MOVE AC-PREC-CONTA(WS-AX) TO CD-PREC-CONTA
                MOVE AC-PREC-SOMMA(WS-AX) TO CD-PREC-SOMMA
                MOVE AC-PREC-SOMMA(WS-AX) TO WS-BASE
                PERFORM CALCOLA-VARIAZIONE THRU
                    CALCOLA-VARIAZIONE-EXIT
                MOVE WS-VAR-TESTO TO CD-VAR-PREC
            ELSE
                MOVE '    N.D.' TO CD-PREC-CONTA-X
                MOVE '               N.D.' TO CD-PREC-SOMMA-X
                MOVE '   N.D.' TO CD-VAR-PREC
            END-IF
            IF WS-AP-DISPONIBILE
                MOVE AC-AP-CONTA(WS-AX) TO CD-AP-CONTA
                MOVE AC-AP-SOMMA(WS-AX) TO CD-AP-SOMMA
                MOVE AC-AP-SOMMA(WS-AX) TO WS-BASE
                PERFORM CALCOLA-VARIAZIONE THRU
                    CALCOLA-VARIAZIONE-EXIT
                MOVE WS-VAR-TESTO TO CD-VAR-AP
            ELSE
                MOVE '    N.D.' TO CD-AP-CONTA-X
                MOVE '               N.D.' TO CD-AP-SOMMA-X
                MOVE '   N.D.' TO CD-VAR-AP
            END-IF.
       STAMPA-ACCUMULO-SCRIVI.
            MOVE STAMPA-DETTAGLIO-LINE TO WS-RIGA-USCITA
            PERFORM SCRIVI-RIGA-STAMPA THRU SCRIVI-RIGA-STAMPA-EXIT
            GO TO STAMPA-ACCUMULO-EXIT.
       STAMPA-ACCUMULO-EXIT.
            EXIT.

      *    VARIAZIONE PERCENTUALE DELLA SOMMA DEL MESE RISPETTO ALLA
      *    SOMMA IN WS-BASE, SUL VALORE ASSOLUTO DELLA BASE. BASE
      *    ZERO = N.D.
       CALCOLA-VARIAZIONE.
            IF WS-BASE = ZERO
                MOVE '   N.D.' TO WS-VAR-TESTO
                GO TO CALCOLA-VARIAZIONE-EXIT
            END-IF
            COMPUTE WS-DIFFERENZA = AC-SOMMA(WS-AX) - WS-BASE
            IF WS-BASE < ZERO
                COMPUTE WS-BASE = WS-BASE * -1
            END-IF
            COMPUTE WS-VARIAZIONE ROUNDED =
                WS-DIFFERENZA * 100 / WS-BASE
                ON SIZE ERROR
                    MOVE ' ******' TO WS-VAR-TESTO
                    GO TO CALCOLA-VARIAZIONE-EXIT
            END-COMPUTE
            GO TO CALCOLA-VARIAZIONE-EDITA.
       CALCOLA-VARIAZIONE-EDITA.
            MOVE WS-VARIAZIONE TO WS-VAR-EDIT
            MOVE WS-VAR-EDIT TO WS-VAR-TESTO
            GO TO CALCOLA-VARIAZIONE-EXIT.
       CALCOLA-VARIAZIONE-EXIT.
            EXIT.

       SCRIVI-RIGA-STAMPA.
            IF WS-RIGHE-PAGINA >= WS-RIGHE-PER-PAGINA
                PERFORM TESTATA-PAGINA THRU TESTATA-PAGINA-EXIT
            END-IF
            WRITE CHIUREP-LINE FROM WS-RIGA-USCITA
            ADD 1 TO WS-RIGHE-PAGINA
            GO TO SCRIVI-RIGA-STAMPA-EXIT.
       SCRIVI-RIGA-STAMPA-EXIT.
            EXIT.

       TESTATA-PAGINA.
            ADD 1 TO WS-PAGINA
            MOVE WS-PERIODO TO WS-MESE-AAMM
            PERFORM EDITA-MESE THRU EDITA-MESE-EXIT
            MOVE WS-MESE-EDIT TO STT-MESE
            MOVE WS-PAGINA TO STT-PAGINA
            MOVE WS-ULTIMO-AAMM TO WS-MESE-AAMM
            MOVE WS-ULTIMO-GG TO SI-GG
            MOVE WS-MESE-MM TO SI-MM
            MOVE WS-MESE-AA TO SI-AA
            MOVE WS-PRIMO-PERIODO TO WS-MESE-AAMM
            PERFORM EDITA-MESE THRU EDITA-MESE-EXIT
            MOVE WS-MESE-EDIT TO SI-PRIMO
            MOVE WS-PERIODO-PREC TO WS-MESE-AAMM
            PERFORM EDITA-MESE THRU EDITA-MESE-EXIT
            MOVE WS-MESE-EDIT TO SI-PREC
            MOVE WS-PERIODO-AP TO WS-MESE-AAMM
            PERFORM EDITA-MESE THRU EDITA-MESE-EXIT
            MOVE WS-MESE-EDIT TO SI-AP
            WRITE CHIUREP-LINE FROM STAMPA-TITOLO-LINE
            WRITE CHIUREP-LINE FROM STAMPA-INFO-LINE
            WRITE CHIUREP-LINE FROM STAMPA-RIGA-TRATTI
            WRITE CHIUREP-LINE FROM STAMPA-HEADER1-LINE
            WRITE CHIUREP-LINE FROM STAMPA-HEADER2-LINE
            WRITE CHIUREP-LINE FROM STAMPA-VUOTA-LINE
            MOVE 6 TO WS-RIGHE-PAGINA
            GO TO TESTATA-PAGINA-EXIT.
       TESTATA-PAGINA-EXIT.
            EXIT.

      *    IL MESE CHIUSO DIVENTA LO STORICO DEL SUO MESE (AL POSTO DI
      *    QUELLO DI UN ANNO PRIMA); MESE E GIORNO RIPARTONO DA ZERO,
      *    L'ANNO SOLO DOPO DICEMBRE.
       AVANZA-MESE.
            MOVE WS-TT-CASELLA(WS-TT-IX, 2)
                TO WS-TT-CASELLA(WS-TT-IX, WS-CX-MESE)
            MOVE WS-PERIODO TO WS-TT-AAMM(WS-TT-IX, WS-CX-MESE)
            MOVE 1 TO WS-CX
            PERFORM AZZERA-CASELLA THRU AZZERA-CASELLA-EXIT
            MOVE 2 TO WS-CX
            PERFORM AZZERA-CASELLA THRU AZZERA-CASELLA-EXIT
            IF WS-PER-MM = 12
                MOVE 3 TO WS-CX
                PERFORM AZZERA-CASELLA THRU AZZERA-CASELLA-EXIT
            END-IF
            GO TO AVANZA-MESE-EXIT.
       AVANZA-MESE-EXIT.
            EXIT.

       AZZERA-CASELLA.
            MOVE ZERO TO WS-TT-AAMM(WS-TT-IX, WS-CX)
            MOVE ZERO TO WS-TT-CONTA(WS-TT-IX, WS-CX)
            MOVE ZERO TO WS-TT-SOMMA(WS-TT-IX, WS-CX)
            MOVE ZERO TO WS-TT-SCARTI(WS-TT-IX, WS-CX)
            MOVE ZERO TO WS-TT-STORNI(WS-TT-IX, WS-CX)
            GO TO AZZERA-CASELLA-EXIT.
       AZZERA-CASELLA-EXIT.
            EXIT.

       SALVA-TOTALI.
            MOVE 'N' TO WS-TOTALI-KO-SW
            OPEN OUTPUT TOTALIFILE
            IF WS-TOTALI-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE RISCRIVERE TOTPERIO, FILE '
                    'STATUS = ' WS-TOTALI-STATUS
                MOVE 'Y' TO WS-TOTALI-KO-SW
                GO TO SALVA-TOTALI-EXIT
            END-IF
            MOVE SPACES TO WS-RIGA-TOTALI
            MOVE 'H' TO TH-TIPO
            MOVE WS-PERIODO TO TH-PERIODO
            MOVE WS-ULTIMO-GIORNO TO TH-ULTIMO-GIORNO
            MOVE WS-ULTIMA-CHIUSURA TO TH-ULTIMA-CHIUSURA
            MOVE WS-PRIMO-PERIODO TO TH-PRIMO-PERIODO
            WRITE TOTALI-RECORD FROM WS-RIGA-TOTALI
            PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EXIT
                VARYING WS-TT-IX FROM 1 BY 1
                UNTIL WS-TT-IX > WS-QUANTI-TOTALI
            CLOSE TOTALIFILE
            GO TO SALVA-TOTALI-EXIT.
       SALVA-TOTALI-EXIT.
            EXIT.

       SCRIVI-TOTALE.
            MOVE SPACES TO WS-RIGA-TOTALI
            MOVE 'D' TO TD-TIPO
            MOVE WS-TT-OP(WS-TT-IX) TO TD-OP
            MOVE WS-TT-OPERATORE(WS-TT-IX) TO TD-OPERATORE
            MOVE WS-TT-GIORNO-DATA(WS-TT-IX) TO TD-GIORNO-DATA
            PERFORM SCRIVI-CASELLA THRU SCRIVI-CASELLA-EXIT
                VARYING WS-CX FROM 1 BY 1
                UNTIL WS-CX > 15
            WRITE TOTALI-RECORD FROM WS-RIGA-TOTALI
            GO TO SCRIVI-TOTALE-EXIT.
       SCRIVI-TOTALE-EXIT.
            EXIT.

       SCRIVI-CASELLA.
            MOVE WS-TT-AAMM(WS-TT-IX, WS-CX) TO TD-AAMM(WS-CX)
            MOVE WS-TT-CONTA(WS-TT-IX, WS-CX) TO TD-CONTA(WS-CX)
            IF WS-TT-SOMMA(WS-TT-IX, WS-CX) < ZERO
                MOVE '-' TO TD-SEGNO(WS-CX)
                COMPUTE TD-SOMMA(WS-CX) =
                    WS-TT-SOMMA(WS-TT-IX, WS-CX) * -1
            ELSE
                MOVE '+' TO TD-SEGNO(WS-CX)
                MOVE WS-TT-SOMMA(WS-TT-IX, WS-CX) TO TD-SOMMA(WS-CX)
            END-IF
            MOVE WS-TT-SCARTI(WS-TT-IX, WS-CX) TO TD-SCARTI(WS-CX)
            MOVE WS-TT-STORNI(WS-TT-IX, WS-CX) TO TD-STORNI(WS-CX)
            GO TO SCRIVI-CASELLA-EXIT.
       SCRIVI-CASELLA-EXIT.
            EXIT.

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
            MOVE 'CHIUMESE  ' TO RL-PROGRAMMA
            MOVE SPACES TO RL-OPERATORE
            MOVE WS-DATA-INIZIO TO RL-DATA-INIZIO
            MOVE WS-INIZIO-HH TO RLE-HH
            MOVE WS-INIZIO-MM TO RLE-MM
            MOVE WS-INIZIO-SS TO RLE-SS
            MOVE RUNLOG-ORA-EDIT TO RL-ORA-INIZIO
            ACCEPT WS-DATA-FINE FROM DATE
            ACCEPT WS-ORA-FINE FROM TIME
            MOVE WS-DATA-FINE TO RL-DATA-FINE
            MOVE WS-FINE-HH TO RLE-HH
            MOVE WS-FINE-MM TO RLE-MM
            MOVE WS-FINE-SS TO RLE-SS
            MOVE RUNLOG-ORA-EDIT TO RL-ORA-FINE
            MOVE WS-QUANTI-TOTALI TO RL-LETTE
            MOVE WS-CONTA-RIGHE-STAMPATE TO RL-ELABORATE
            MOVE ZERO TO RL-SCARTATE
            MOVE RETURN-CODE TO RL-RC
            MOVE WS-ULTIMO-GIORNO TO RL-DATA-ELAB
            WRITE RUNLOG-LINE FROM RUNLOG-DETAIL-LINE
            CLOSE RUNLOGFILE
            GO TO SCRIVI-RUNLOG-EXIT.
       SCRIVI-RUNLOG-EXIT.
            EXIT.
       END PROGRAM CHIUMESE.
