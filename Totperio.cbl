      ******************************************************************
      * Author: Matteo Pini
      * Date: 15/10/2026
      * Purpose: Nightly update of the period totals master. Adds one
      *          business day (the current DATAELAB day, or the AAMMGG
      *          date on the SYSIN line) to the TOTPERIO master, which
      *          keeps by operation code and operator the count of
      *          results, the sum of the results, the rejects and the
      *          reversals for the day, the month to date, the year to
      *          date and the last twelve closed months (the CHIUMESE
      *          month-end job prints the statement and closes the
      *          month).
      *
      *          Results and reversals are taken from the AUDIT
      *          details whose transaction reference carries the
      *          business day (CONTRIF); a reversal is booked under the
      *          operation it cancels, its negative result netting the
      *          original out of the sum. Rejects are taken from the
      *          SCARTI counter of the day's last RUNLOG line for each
      *          program and operator (a same-day rerun replaces the
      *          earlier line): PREEDIT and DIVISIONE rejects under
      *          operation D, CALCBTCH rejects under '*' (CALCBTCH does
      *          not record the operation of a rejected record).
      *
      *          The day's figures are kept apart in every line of the
      *          master, so running the update again for the same day
      *          first takes the previous figures of that day out and
      *          then books the new ones: a rerun never counts a day
      *          twice. A day before the last one applied, or outside
      *          the open month of the master, is refused.
      *
      *          Return codes: 0 updated, 12 file failure or master
      *          table full (master left untouched), 16 day refused.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 MP  Created.
      * 15/10/2026 MP  Rejects are taken from the last RUNLOG line of
      *                the business day for each program and operator
      *                instead of every line: a same-day rerun of
      *                PREEDIT, DIVISIONE or CALCBTCH writes a second
      *                line, and its rejects were counted twice in the
      *                day, the month and the year. A restart carries
      *                the earlier rejects forward, so the last line
      *                holds the whole day. More than 100 program and
      *                operator pairs in a day end with RC=12.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOTPERIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOTALIFILE ASSIGN TO "TOTPERIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALI-STATUS.
           SELECT AUDITFILE ASSIGN TO "AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUNLOGFILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT DATAELABFILE ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAELAB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TOTALIFILE.
       01  TOTALI-RECORD PIC X(840).
       FD  AUDITFILE.
       01  AUDIT-LINE PIC X(120).
       FD  RUNLOGFILE.
       01  RUNLOG-LINE PIC X(120).
       FD  DATAELABFILE.
       01  DATAELAB-RECORD PIC X(6).
       WORKING-STORAGE SECTION.
           01 WS-TOTALI-STATUS PIC X(2).
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-RUNLOG-STATUS PIC X(2).
           01 WS-DATAELAB-STATUS PIC X(2).
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-RISPOSTA PIC X(6).
           01 WS-DATAELAB-VALORE PIC X(6).
      *    GIORNO DA APPLICARE
           01 WS-DATA-GIORNO PIC 9(6).
           01 WS-GIORNO-GRUPPO REDEFINES WS-DATA-GIORNO.
               05 WS-GIORNO-AAMM PIC 9(4).
               05 WS-GIORNO-GG PIC 99.
           01 WS-GIORNO-MM-GRUPPO REDEFINES WS-DATA-GIORNO.
               05 WS-GIORNO-AA PIC 99.
               05 WS-GIORNO-MM PIC 99.
               05 FILLER PIC 99.
           01 WS-DATA-TESTO PIC X(6).
           01 WS-GIORNO-RIPETUTO-SW PIC X VALUE 'N'.
               88 WS-GIORNO-RIPETUTO VALUE 'Y'.
      *    ARCHIVIO DEI TOTALI DI PERIODO: UNA RIGA DI TESTATA E UNA
      *    RIGA PER OPERAZIONE E OPERATORE. OGNI RIGA HA 15 CASELLE:
      *    1 = ULTIMO GIORNO APPLICATO, 2 = MESE IN CORSO, 3 = ANNO IN
      *    CORSO, 4-15 = MESI CHIUSI DA GENNAIO A DICEMBRE (L'ULTIMO
      *    CHIUSO DI CIASCUNO, CON IL SUO AAMM).
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
           01 WS-ULTIMO-GIORNO PIC 9(6) VALUE ZERO.
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
           01 WS-TT-TROVATO PIC 9(4) COMP.
           01 WS-TT-SPOSTA PIC 9(4) COMP.
           01 WS-CX PIC 99 COMP.
           01 WS-TOTALI-KO-SW PIC X VALUE 'N'.
               88 WS-TOTALI-KO VALUE 'Y'.
           01 WS-TAB-PIENA-SW PIC X VALUE 'N'.
               88 WS-TAB-PIENA VALUE 'Y'.
      *    ULTIMO CONTATORE SCARTI DEL GIORNO PER PROGRAMMA E
      *    OPERATORE: UNA RIELABORAZIONE NELLO STESSO GIORNO SCRIVE
      *    UNA SECONDA RIGA RUNLOG CHE SOSTITUISCE LA PRIMA.
           01 WS-MAX-SCARTI PIC 9(4) COMP VALUE 100.
           01 WS-QUANTI-SCARTI PIC 9(4) COMP VALUE ZERO.
           01 WS-TAB-SCARTI.
               05 WS-TS-ELEMENTO OCCURS 100 TIMES.
                   10 WS-TS-PROGRAMMA PIC X(10).
                   10 WS-TS-OPERATORE PIC X(10).
                   10 WS-TS-SCARTI PIC 9(8).
           01 WS-TS-IX PIC 9(4) COMP.
           01 WS-TS-TROVATO PIC 9(4) COMP.
           01 WS-TAB-SCARTI-PIENA-SW PIC X VALUE 'N'.
               88 WS-TAB-SCARTI-PIENA VALUE 'Y'.
      *    CONTRIBUTO DA REGISTRARE SU UNA CHIAVE
           01 WS-K-CHIAVE.
               05 WS-K-OP PIC X.
               05 WS-K-OPERATORE PIC X(10).
           01 WS-K-CONTA PIC 9(9).
           01 WS-K-SOMMA PIC S9(15)V9(6).
           01 WS-K-SCARTI PIC 9(9).
           01 WS-K-STORNI PIC 9(9).
      *    AUDIT: STESSE COLONNE PER LE RIGHE DI DETTAGLIO E DI STORNO
           01 WS-RIGA-AUDIT PIC X(120).
           01 WS-AUDIT-CAMPI REDEFINES WS-RIGA-AUDIT.
               05 FILLER PIC X(18).
               05 TA-OPERATORE PIC X(10).
               05 FILLER PIC X(22).
               05 TA-TIPO PIC X.
               05 FILLER PIC X.
               05 TA-OP PIC X.
               05 FILLER PIC X.
               05 TA-OP-ORIGINALE PIC X.
               05 FILLER PIC X(23).
               05 TA-RIS PIC X(25).
               05 FILLER PIC X.
               05 TA-RIFERIMENTO.
                   10 TA-RIF-DATA PIC X(6).
                   10 FILLER PIC X(8).
               05 FILLER PIC X(2).
      *    RUNLOG
           01 WS-RIGA-RUNLOG PIC X(120).
           01 WS-RUNLOG-CAMPI REDEFINES WS-RIGA-RUNLOG.
               05 RR-PROGRAMMA PIC X(10).
               05 FILLER PIC X.
               05 RR-OPERATORE PIC X(10).
               05 FILLER PIC X(73).
               05 RR-SCARTATE PIC X(8).
               05 RR-SCARTATE-NUM REDEFINES RR-SCARTATE PIC 9(8).
               05 FILLER PIC X(10).
               05 RR-DATA-ELAB PIC X(6).
               05 FILLER PIC X(2).
      *    DECODIFICA DEL RIS EDITATO
           01 WS-RIS-TESTO PIC X(25).
           01 WS-RIS-VALORE PIC S9(13)V9(6).
           01 WS-RIS-KO-SW PIC X VALUE 'N'.
               88 WS-RIS-KO VALUE 'Y'.
           01 WS-P-IX PIC 99 COMP.
           01 WS-P-CH PIC X.
           01 WS-P-SEGNO PIC X.
           01 WS-P-INTERO PIC 9(13).
           01 WS-P-DECIMALI PIC 9(6).
           01 WS-P-CIFRE-DEC PIC 9 COMP.
           01 WS-P-STATO PIC 9.
      *        1 = PARTE INTERA, 2 = PARTE DECIMALE
           01 WS-P-CIFRA PIC 9.
      *    CONTATORI
           01 WS-CONTA-AUDIT-LETTE PIC 9(8) VALUE ZERO.
           01 WS-CONTA-RISULTATI PIC 9(8) VALUE ZERO.
           01 WS-CONTA-STORNI PIC 9(8) VALUE ZERO.
           01 WS-CONTA-NON-DECODIFICATI PIC 9(8) VALUE ZERO.
           01 WS-CONTA-RIGHE-SCARTI PIC 9(8) VALUE ZERO.
           01 WS-CONTA-SCARTI PIC 9(8) VALUE ZERO.
           01 WS-CONTA-TOLTE PIC 9(8) VALUE ZERO.
      *    RIGA DI RIEPILOGO SUL RUNLOG
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
            DISPLAY 'AGGIORNAMENTO TOTALI DI PERIODO'
            PERFORM SCEGLI-GIORNO THRU SCEGLI-GIORNO-EXIT
            MOVE WS-DATA-GIORNO TO WS-DATA-TESTO
            DISPLAY 'GIORNO DA APPLICARE: ' WS-DATA-TESTO
            PERFORM CARICA-TOTALI THRU CARICA-TOTALI-EXIT
            IF WS-TOTALI-KO
                MOVE 12 TO RETURN-CODE
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
            PERFORM CONTROLLA-PERIODO THRU CONTROLLA-PERIODO-EXIT
            IF RETURN-CODE = 16
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
      *    UN GIORNO GIA' APPLICATO SI RIFA DA CAPO: PRIMA SI TOLGONO
      *    LE SUE CIFRE PRECEDENTI DA MESE E ANNO.
            PERFORM TOGLI-GIORNO THRU TOGLI-GIORNO-EXIT
                VARYING WS-TT-IX FROM 1 BY 1
                UNTIL WS-TT-IX > WS-QUANTI-TOTALI
            IF WS-GIORNO-RIPETUTO
                DISPLAY 'GIORNO GIA'' APPLICATO: LE SUE CIFRE SONO '
                    'SOSTITUITE (' WS-CONTA-TOLTE ' RIGHE)'
            END-IF
            PERFORM SCANDISCI-AUDIT THRU SCANDISCI-AUDIT-EXIT
            IF RETURN-CODE = 12
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
            PERFORM SCANDISCI-RUNLOG THRU SCANDISCI-RUNLOG-EXIT
            IF RETURN-CODE = 12
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
            MOVE WS-DATA-GIORNO TO WS-ULTIMO-GIORNO
            PERFORM SALVA-TOTALI THRU SALVA-TOTALI-EXIT
            IF WS-TOTALI-KO
                MOVE 12 TO RETURN-CODE
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
            DISPLAY 'RIGHE AUDIT LETTE:        ' WS-CONTA-AUDIT-LETTE
            DISPLAY 'RISULTATI DEL GIORNO:     ' WS-CONTA-RISULTATI
            DISPLAY 'STORNI DEL GIORNO:        ' WS-CONTA-STORNI
            DISPLAY 'SCARTI DEL GIORNO:        ' WS-CONTA-SCARTI
            DISPLAY 'RIGHE DELL''ARCHIVIO:      ' WS-QUANTI-TOTALI
            IF WS-CONTA-NON-DECODIFICATI > ZERO
                DISPLAY 'ATTENZIONE: ' WS-CONTA-NON-DECODIFICATI
                    ' RIS NON DECODIFICABILI, CONTATI MA NON SOMMATI'
            END-IF
            PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
            GOBACK.

      *    RIGA DI SYSIN VUOTA = GIORNO CORRENTE DI DATAELAB; UNA DATA
      *    AAMMGG RIAPPLICA UN GIORNO (SOLO L'ULTIMO GIA' APPLICATO O
      *    UNO SUCCESSIVO).
       SCEGLI-GIORNO.
            MOVE SPACES TO WS-RISPOSTA
            ACCEPT WS-RISPOSTA
            IF WS-RISPOSTA NOT = SPACES
                IF WS-RISPOSTA IS NOT NUMERIC
                    DISPLAY 'ERRORE: DATA ' WS-RISPOSTA ' NON VALIDA, '
                        'SERVONO 6 CIFRE AAMMGG'
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                MOVE WS-RISPOSTA TO WS-DATA-GIORNO
                GO TO SCEGLI-GIORNO-CONTROLLA
            END-IF
            MOVE SPACES TO WS-DATAELAB-VALORE
            OPEN INPUT DATAELABFILE
            IF WS-DATAELAB-STATUS = '00'
                READ DATAELABFILE INTO WS-DATAELAB-VALORE
                    AT END MOVE SPACES TO WS-DATAELAB-VALORE
                END-READ
                CLOSE DATAELABFILE
            END-IF
            IF WS-DATAELAB-VALORE IS NUMERIC
                MOVE WS-DATAELAB-VALORE TO WS-DATA-GIORNO
            ELSE
                DISPLAY 'ATTENZIONE: DATAELAB ASSENTE O NON VALIDO, '
                    'USO LA DATA DI MACCHINA'
                ACCEPT WS-DATA-GIORNO FROM DATE
            END-IF.
       SCEGLI-GIORNO-CONTROLLA.
            IF WS-GIORNO-MM < 1 OR WS-GIORNO-MM > 12 OR
               WS-GIORNO-GG < 1 OR WS-GIORNO-GG > 31
                DISPLAY 'ERRORE: DATA ' WS-DATA-GIORNO ' NON VALIDA'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            GO TO SCEGLI-GIORNO-EXIT.
       SCEGLI-GIORNO-EXIT.
            EXIT.

      *    L'ARCHIVIO SI CARICA TUTTO IN TABELLA E SI RISCRIVE A FINE
      *    LAVORO. SE NON ESISTE ANCORA SI PARTE CON UN ARCHIVIO VUOTO
      *    APERTO SUL MESE DEL GIORNO DA APPLICARE.
       CARICA-TOTALI.
            MOVE 'N' TO WS-TOTALI-KO-SW
            MOVE ZERO TO WS-QUANTI-TOTALI
            OPEN INPUT TOTALIFILE
            IF WS-TOTALI-STATUS = '35'
                DISPLAY 'ATTENZIONE: TOTPERIO ASSENTE, NUOVO ARCHIVIO '
                    'APERTO SUL MESE ' WS-GIORNO-AAMM
                MOVE WS-GIORNO-AAMM TO WS-PERIODO
                MOVE WS-GIORNO-AAMM TO WS-PRIMO-PERIODO
                MOVE ZERO TO WS-ULTIMO-GIORNO
                MOVE ZERO TO WS-ULTIMA-CHIUSURA
                GO TO CARICA-TOTALI-EXIT
            END-IF
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

      *    SI APPLICA SOLO UN GIORNO DEL MESE APERTO, E NON ANTERIORE
      *    ALL'ULTIMO APPLICATO: UN GIORNO PIU' VECCHIO NON SI PUO'
      *    PIU' SEPARARE DAI SUCCESSIVI. UN MESE NUOVO SI APRE SOLO
      *    CON LA CHIUSURA (CHIUMESE) DI QUELLO IN CORSO.
       CONTROLLA-PERIODO.
            IF WS-GIORNO-AAMM < WS-PERIODO
                DISPLAY 'ERRORE: IL MESE ' WS-GIORNO-AAMM ' E'' GIA'' '
                    'CHIUSO, MESE APERTO ' WS-PERIODO
                MOVE 16 TO RETURN-CODE
                GO TO CONTROLLA-PERIODO-EXIT
            END-IF
            IF WS-GIORNO-AAMM > WS-PERIODO
                DISPLAY 'ERRORE: MESE ' WS-PERIODO ' NON ANCORA '
                    'CHIUSO: ESEGUIRE CHIUMESE PRIMA DEL ' WS-DATA-TESTO
                MOVE 16 TO RETURN-CODE
                GO TO CONTROLLA-PERIODO-EXIT
            END-IF
            IF WS-DATA-GIORNO < WS-ULTIMO-GIORNO
                DISPLAY 'ERRORE: GIORNO ' WS-DATA-TESTO ' ANTERIORE '
                    'ALL''ULTIMO APPLICATO ' WS-ULTIMO-GIORNO
                MOVE 16 TO RETURN-CODE
                GO TO CONTROLLA-PERIODO-EXIT
            END-IF
            IF WS-DATA-GIORNO = WS-ULTIMO-GIORNO
                MOVE 'Y' TO WS-GIORNO-RIPETUTO-SW
            END-IF
            GO TO CONTROLLA-PERIODO-EXIT.
       CONTROLLA-PERIODO-EXIT.
            EXIT.

       TOGLI-GIORNO.
            IF WS-TT-GIORNO-DATA(WS-TT-IX) NOT = WS-DATA-GIORNO
                GO TO TOGLI-GIORNO-EXIT
            END-IF
            SUBTRACT WS-TT-CONTA(WS-TT-IX, 1)
                FROM WS-TT-CONTA(WS-TT-IX, 2) WS-TT-CONTA(WS-TT-IX, 3)
            SUBTRACT WS-TT-SOMMA(WS-TT-IX, 1)
                FROM WS-TT-SOMMA(WS-TT-IX, 2) WS-TT-SOMMA(WS-TT-IX, 3)
            SUBTRACT WS-TT-SCARTI(WS-TT-IX, 1)
                FROM WS-TT-SCARTI(WS-TT-IX, 2)
                     WS-TT-SCARTI(WS-TT-IX, 3)
            SUBTRACT WS-TT-STORNI(WS-TT-IX, 1)
                FROM WS-TT-STORNI(WS-TT-IX, 2)
                     WS-TT-STORNI(WS-TT-IX, 3)
            MOVE 1 TO WS-CX
            PERFORM AZZERA-CASELLA THRU AZZERA-CASELLA-EXIT
            ADD 1 TO WS-CONTA-TOLTE
            GO TO TOGLI-GIORNO-EXIT.
       TOGLI-GIORNO-EXIT.
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

      *    RISULTATI E STORNI DEL GIORNO: LE RIGHE DI DETTAGLIO AUDIT
      *    IL CUI RIFERIMENTO PORTA LA DATA DEL GIORNO. LE RIGHE SENZA
      *    RIFERIMENTO SONO ANTERIORI AI TOTALI DI PERIODO E NON
      *    ENTRANO.
       SCANDISCI-AUDIT.
            OPEN INPUT AUDITFILE
            IF WS-AUDIT-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE AUDIT, FILE '
                    'STATUS = ' WS-AUDIT-STATUS
                MOVE 12 TO RETURN-CODE
                GO TO SCANDISCI-AUDIT-EXIT
            END-IF
            MOVE 'N' TO WS-EOF-SW
            PERFORM LEGGI-AUDIT THRU LEGGI-AUDIT-EXIT
            PERFORM ELABORA-RIGA-AUDIT THRU ELABORA-RIGA-AUDIT-EXIT
                UNTIL WS-EOF OR WS-TAB-PIENA
            CLOSE AUDITFILE
            IF WS-TAB-PIENA
                MOVE 12 TO RETURN-CODE
            END-IF
            GO TO SCANDISCI-AUDIT-EXIT.
       SCANDISCI-AUDIT-EXIT.
            EXIT.

       LEGGI-AUDIT.
            READ AUDITFILE INTO WS-RIGA-AUDIT
                AT END MOVE 'Y' TO WS-EOF-SW
            END-READ
            IF NOT WS-EOF
                ADD 1 TO WS-CONTA-AUDIT-LETTE
            END-IF
            GO TO LEGGI-AUDIT-EXIT.
       LEGGI-AUDIT-EXIT.
            EXIT.

       ELABORA-RIGA-AUDIT.
            IF WS-RIGA-AUDIT(1:1) = '*' OR
               WS-RIGA-AUDIT(1:2) IS NOT NUMERIC OR
               TA-RIF-DATA NOT = WS-DATA-TESTO
                GO TO ELABORA-RIGA-AUDIT-PROSSIMA
            END-IF
            MOVE TA-OPERATORE TO WS-K-OPERATORE
            MOVE ZERO TO WS-K-CONTA
            MOVE ZERO TO WS-K-SCARTI
            MOVE ZERO TO WS-K-STORNI
      *    LO STORNO VA SULL'OPERAZIONE CHE ANNULLA
            IF TA-OP = 'R'
                MOVE TA-OP-ORIGINALE TO WS-K-OP
                MOVE 1 TO WS-K-STORNI
                ADD 1 TO WS-CONTA-STORNI
            ELSE
                MOVE TA-OP TO WS-K-OP
                MOVE 1 TO WS-K-CONTA
                ADD 1 TO WS-CONTA-RISULTATI
            END-IF
            MOVE TA-RIS TO WS-RIS-TESTO
            PERFORM DECODIFICA-RIS THRU DECODIFICA-RIS-EXIT
            IF WS-RIS-KO
                ADD 1 TO WS-CONTA-NON-DECODIFICATI
                MOVE ZERO TO WS-K-SOMMA
            ELSE
                MOVE WS-RIS-VALORE TO WS-K-SOMMA
            END-IF
            PERFORM REGISTRA-CONTRIBUTO THRU REGISTRA-CONTRIBUTO-EXIT.
       ELABORA-RIGA-AUDIT-PROSSIMA.
            PERFORM LEGGI-AUDIT THRU LEGGI-AUDIT-EXIT
            GO TO ELABORA-RIGA-AUDIT-EXIT.
       ELABORA-RIGA-AUDIT-EXIT.
            EXIT.

      *    SCARTI DEL GIORNO DAL CONTATORE SCARTI DELL'ULTIMA RIGA
      *    RUNLOG DI OGNI PROGRAMMA CHE ELABORA LE TRASMISSIONI, PER
      *    OPERATORE.
       SCANDISCI-RUNLOG.
            OPEN INPUT RUNLOGFILE
            IF WS-RUNLOG-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE RUNLOG, FILE '
                    'STATUS = ' WS-RUNLOG-STATUS
                MOVE 12 TO RETURN-CODE
                GO TO SCANDISCI-RUNLOG-EXIT
            END-IF
            MOVE 'N' TO WS-EOF-SW
            PERFORM LEGGI-RUNLOG THRU LEGGI-RUNLOG-EXIT
                UNTIL WS-EOF OR WS-TAB-SCARTI-PIENA
            CLOSE RUNLOGFILE
            IF WS-TAB-SCARTI-PIENA
                DISPLAY 'ERRORE: PIU DI ' WS-MAX-SCARTI ' PROGRAMMI E '
                    'OPERATORI CON SCARTI NEL GIORNO, ARCHIVIO NON '
                    'AGGIORNATO'
                MOVE 12 TO RETURN-CODE
                GO TO SCANDISCI-RUNLOG-EXIT
            END-IF
            PERFORM REGISTRA-SCARTI THRU REGISTRA-SCARTI-EXIT
                VARYING WS-TS-IX FROM 1 BY 1
                UNTIL WS-TS-IX > WS-QUANTI-SCARTI OR WS-TAB-PIENA
            IF WS-TAB-PIENA
                MOVE 12 TO RETURN-CODE
            END-IF
            GO TO SCANDISCI-RUNLOG-EXIT.
       SCANDISCI-RUNLOG-EXIT.
            EXIT.

       LEGGI-RUNLOG.
            READ RUNLOGFILE INTO WS-RIGA-RUNLOG
                AT END MOVE 'Y' TO WS-EOF-SW
            END-READ
            IF WS-EOF
                GO TO LEGGI-RUNLOG-EXIT
            END-IF
            IF RR-DATA-ELAB NOT = WS-DATA-TESTO OR
               RR-SCARTATE IS NOT NUMERIC
                GO TO LEGGI-RUNLOG-EXIT
            END-IF
      *    ANCHE UNA RIGA A ZERO SCARTI CONTA: SE E' L'ULTIMA DEL
      *    GIORNO, LA RIELABORAZIONE NON HA AVUTO SCARTI.
            IF RR-PROGRAMMA NOT = 'PREEDIT' AND
               RR-PROGRAMMA NOT = 'DIVISIONE' AND
               RR-PROGRAMMA NOT = 'CALCBTCH'
                GO TO LEGGI-RUNLOG-EXIT
            END-IF
            MOVE ZERO TO WS-TS-TROVATO
            PERFORM CERCA-SCARTI THRU CERCA-SCARTI-EXIT
                VARYING WS-TS-IX FROM 1 BY 1
                UNTIL WS-TS-IX > WS-QUANTI-SCARTI OR
                      WS-TS-TROVATO > ZERO
            IF WS-TS-TROVATO = ZERO
                IF WS-QUANTI-SCARTI NOT < WS-MAX-SCARTI
                    MOVE 'Y' TO WS-TAB-SCARTI-PIENA-SW
                    GO TO LEGGI-RUNLOG-EXIT
                END-IF
                ADD 1 TO WS-QUANTI-SCARTI
                MOVE WS-QUANTI-SCARTI TO WS-TS-TROVATO
                MOVE RR-PROGRAMMA TO WS-TS-PROGRAMMA(WS-TS-TROVATO)
                MOVE RR-OPERATORE TO WS-TS-OPERATORE(WS-TS-TROVATO)
            END-IF
            MOVE RR-SCARTATE-NUM TO WS-TS-SCARTI(WS-TS-TROVATO)
            GO TO LEGGI-RUNLOG-EXIT.
       LEGGI-RUNLOG-EXIT.
            EXIT.

       CERCA-SCARTI.
            IF WS-TS-PROGRAMMA(WS-TS-IX) = RR-PROGRAMMA AND
               WS-TS-OPERATORE(WS-TS-IX) = RR-OPERATORE
                MOVE WS-TS-IX TO WS-TS-TROVATO
            END-IF
            GO TO CERCA-SCARTI-EXIT.
       CERCA-SCARTI-EXIT.
            EXIT.

      *    A FINE RUNLOG GLI SCARTI DELL'ULTIMA RIGA DI OGNI PROGRAMMA
      *    E OPERATORE VANNO SULL'OPERAZIONE DEL PROGRAMMA.
       REGISTRA-SCARTI.
            IF WS-TS-SCARTI(WS-TS-IX) = ZERO
                GO TO REGISTRA-SCARTI-EXIT
            END-IF
            EVALUATE WS-TS-PROGRAMMA(WS-TS-IX)
                WHEN 'CALCBTCH'
                    MOVE '*' TO WS-K-OP
                WHEN OTHER
                    MOVE 'D' TO WS-K-OP
            END-EVALUATE
            MOVE WS-TS-OPERATORE(WS-TS-IX) TO WS-K-OPERATORE
            MOVE ZERO TO WS-K-CONTA
            MOVE ZERO TO WS-K-SOMMA
            MOVE WS-TS-SCARTI(WS-TS-IX) TO WS-K-SCARTI
            MOVE ZERO TO WS-K-STORNI
            ADD 1 TO WS-CONTA-RIGHE-SCARTI
            ADD WS-TS-SCARTI(WS-TS-IX) TO WS-CONTA-SCARTI
            PERFORM REGISTRA-CONTRIBUTO THRU REGISTRA-CONTRIBUTO-EXIT
            GO TO REGISTRA-SCARTI-EXIT.
       REGISTRA-SCARTI-EXIT.
            EXIT.

      *    IL CONTRIBUTO VA NELLA CASELLA DEL GIORNO, NEL MESE E
      *    NELL'ANNO DELLA CHIAVE; LA CASELLA DEL GIORNO DI UNA RIGA
      *    TOCCATA L'ULTIMA VOLTA IN UN ALTRO GIORNO RIPARTE DA ZERO.
       REGISTRA-CONTRIBUTO.
            PERFORM CERCA-CHIAVE THRU CERCA-CHIAVE-EXIT
            IF WS-TAB-PIENA
                GO TO REGISTRA-CONTRIBUTO-EXIT
            END-IF
            MOVE WS-TT-TROVATO TO WS-TT-IX
            IF WS-TT-GIORNO-DATA(WS-TT-IX) NOT = WS-DATA-GIORNO
                MOVE 1 TO WS-CX
                PERFORM AZZERA-CASELLA THRU AZZERA-CASELLA-EXIT
                MOVE WS-DATA-GIORNO TO WS-TT-GIORNO-DATA(WS-TT-IX)
            END-IF
            PERFORM AGGIUNGI-CASELLA THRU AGGIUNGI-CASELLA-EXIT
                VARYING WS-CX FROM 1 BY 1
                UNTIL WS-CX > 3
            GO TO REGISTRA-CONTRIBUTO-EXIT.
       REGISTRA-CONTRIBUTO-EXIT.
            EXIT.

       AGGIUNGI-CASELLA.
            MOVE WS-PERIODO TO WS-TT-AAMM(WS-TT-IX, WS-CX)
            ADD WS-K-CONTA TO WS-TT-CONTA(WS-TT-IX, WS-CX)
            ADD WS-K-SOMMA TO WS-TT-SOMMA(WS-TT-IX, WS-CX)
            ADD WS-K-SCARTI TO WS-TT-SCARTI(WS-TT-IX, WS-CX)
            ADD WS-K-STORNI TO WS-TT-STORNI(WS-TT-IX, WS-CX)
            GO TO AGGIUNGI-CASELLA-EXIT.
       AGGIUNGI-CASELLA-EXIT.
            EXIT.

      *    LA TABELLA RESTA ORDINATA PER OPERAZIONE E OPERATORE, COME
      *    SERVE AL PROSPETTO DI FINE MESE: UNA CHIAVE NUOVA SI
      *    INSERISCE AL SUO POSTO SPOSTANDO IN GIU' LE SUCCESSIVE.
       CERCA-CHIAVE.
            MOVE ZERO TO WS-TT-TROVATO
            PERFORM CONFRONTA-CHIAVE THRU CONFRONTA-CHIAVE-EXIT
                VARYING WS-TT-IX FROM 1 BY 1
                UNTIL WS-TT-IX > WS-QUANTI-TOTALI OR
                      WS-TT-TROVATO > ZERO
            IF WS-TT-TROVATO > ZERO
                IF WS-TT-CHIAVE(WS-TT-TROVATO) = WS-K-CHIAVE
                    GO TO CERCA-CHIAVE-EXIT
                END-IF
            ELSE
                COMPUTE WS-TT-TROVATO = WS-QUANTI-TOTALI + 1
            END-IF
            IF WS-QUANTI-TOTALI NOT < WS-MAX-TOTALI
                DISPLAY 'ERRORE: TABELLA DEI TOTALI PIENA ('
                    WS-MAX-TOTALI ' RIGHE), ARCHIVIO NON AGGIORNATO'
                MOVE 'Y' TO WS-TAB-PIENA-SW
                GO TO CERCA-CHIAVE-EXIT
            END-IF
            PERFORM SPOSTA-RIGA THRU SPOSTA-RIGA-EXIT
                VARYING WS-TT-SPOSTA FROM WS-QUANTI-TOTALI BY -1
                UNTIL WS-TT-SPOSTA < WS-TT-TROVATO
            ADD 1 TO WS-QUANTI-TOTALI
            MOVE WS-K-OP TO WS-TT-OP(WS-TT-TROVATO)
            MOVE WS-K-OPERATORE TO WS-TT-OPERATORE(WS-TT-TROVATO)
            MOVE ZERO TO WS-TT-GIORNO-DATA(WS-TT-TROVATO)
            MOVE WS-TT-TROVATO TO WS-TT-IX
            PERFORM AZZERA-CASELLA THRU AZZERA-CASELLA-EXIT
                VARYING WS-CX FROM 1 BY 1
                UNTIL WS-CX > 15
            GO TO CERCA-CHIAVE-EXIT.
       CERCA-CHIAVE-EXIT.
            EXIT.

       CONFRONTA-CHIAVE.
            IF WS-TT-CHIAVE(WS-TT-IX) NOT < WS-K-CHIAVE
                MOVE WS-TT-IX TO WS-TT-TROVATO
            END-IF
            GO TO CONFRONTA-CHIAVE-EXIT.
       CONFRONTA-CHIAVE-EXIT.
            EXIT.

       SPOSTA-RIGA.
            MOVE WS-TT-RIGA(WS-TT-SPOSTA)
                TO WS-TT-RIGA(WS-TT-SPOSTA + 1)
            GO TO SPOSTA-RIGA-EXIT.
       SPOSTA-RIGA-EXIT.
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

      *    IL RIS DELLE RIGHE AUDIT E' EDITATO (SEGNO, SEPARATORI DELLE
      *    MIGLIAIA, DECIMALI VARIABILI): SI RICOSTRUISCE IL VALORE
      *    CARATTERE PER CARATTERE, COME IN RENDICON.
       DECODIFICA-RIS.
            MOVE 'N' TO WS-RIS-KO-SW
            MOVE '+' TO WS-P-SEGNO
            MOVE ZERO TO WS-P-INTERO
            MOVE ZERO TO WS-P-DECIMALI
            MOVE ZERO TO WS-P-CIFRE-DEC
            MOVE 1 TO WS-P-STATO
            PERFORM DECODIFICA-CARATTERE THRU
                DECODIFICA-CARATTERE-EXIT
                VARYING WS-P-IX FROM 1 BY 1
                UNTIL WS-P-IX > 25 OR WS-RIS-KO
            IF WS-RIS-KO
                MOVE ZERO TO WS-RIS-VALORE
                GO TO DECODIFICA-RIS-EXIT
            END-IF
            IF WS-P-CIFRE-DEC = ZERO
                MOVE WS-P-INTERO TO WS-RIS-VALORE
            ELSE
                COMPUTE WS-RIS-VALORE = WS-P-INTERO +
                    (WS-P-DECIMALI / (10 ** WS-P-CIFRE-DEC))
            END-IF
            IF WS-P-SEGNO = '-'
                COMPUTE WS-RIS-VALORE = WS-RIS-VALORE * -1
            END-IF
            GO TO DECODIFICA-RIS-EXIT.
       DECODIFICA-RIS-EXIT.
            EXIT.

       DECODIFICA-CARATTERE.
            MOVE WS-RIS-TESTO(WS-P-IX:1) TO WS-P-CH
            EVALUATE TRUE
                WHEN WS-P-CH = SPACE OR WS-P-CH = ','
                    CONTINUE
                WHEN WS-P-CH = '-'
                    MOVE '-' TO WS-P-SEGNO
                WHEN WS-P-CH = '.'
                    MOVE 2 TO WS-P-STATO
                WHEN WS-P-CH IS NUMERIC AND WS-P-STATO = 1
                    MOVE WS-P-CH TO WS-P-CIFRA
                    COMPUTE WS-P-INTERO =
                        WS-P-INTERO * 10 + WS-P-CIFRA
                WHEN WS-P-CH IS NUMERIC AND WS-P-STATO = 2
                    IF WS-P-CIFRE-DEC < 6
                        MOVE WS-P-CH TO WS-P-CIFRA
                        COMPUTE WS-P-DECIMALI =
                            WS-P-DECIMALI * 10 + WS-P-CIFRA
                        ADD 1 TO WS-P-CIFRE-DEC
                    END-IF
                WHEN OTHER
                    MOVE 'Y' TO WS-RIS-KO-SW
            END-EVALUATE
            GO TO DECODIFICA-CARATTERE-EXIT.
       DECODIFICA-CARATTERE-EXIT.
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
            MOVE 'TOTPERIO  ' TO RL-PROGRAMMA
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
            MOVE WS-CONTA-AUDIT-LETTE TO RL-LETTE
            COMPUTE RL-ELABORATE = WS-CONTA-RISULTATI + WS-CONTA-STORNI
            MOVE WS-CONTA-NON-DECODIFICATI TO RL-SCARTATE
            MOVE RETURN-CODE TO RL-RC
            MOVE WS-DATA-TESTO TO RL-DATA-ELAB
            WRITE RUNLOG-LINE FROM RUNLOG-DETAIL-LINE
            CLOSE RUNLOGFILE
            GO TO SCRIVI-RUNLOG-EXIT.
       SCRIVI-RUNLOG-EXIT.
            EXIT.
       END PROGRAM TOTPERIO.
