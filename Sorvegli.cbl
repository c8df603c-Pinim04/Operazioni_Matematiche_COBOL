      ******************************************************************
      * Author: Matteo Pini
      * Date: 15/10/2026
      * Purpose: Batch-window monitor. Checks one business day (the
      *          current DATAELAB day, or the AAMMGG date on the SYSIN
      *          line) against the expected job schedule held in the
      *          PIANOJOB control file and the run-summary lines every
      *          batch program appends to RUNLOG, and writes the
      *          exceptions to the SORVREP report:
      *
      *            - MANCANTE        a program due that day never ran;
      *            - IN RITARDO      a run ended after the latest end
      *                              time allowed for it;
      *            - RC NON AMMESSO  a run ended with a return code
      *                              not in its acceptable list;
      *            - PIU ESECUZIONI  more runs than the schedule
      *                              allows (a rerun or a restart).
      *
      *          A run belongs to the business day carried on its
      *          RUNLOG line (columns 113-118); older lines without it
      *          are taken by their start date. Runs of programs not
      *          in the schedule are listed for information only.
      *
      *          PIANOJOB, one line per program ('*' in column 1 =
      *          comment):
      *            1-10   program name, as on RUNLOG
      *            12-18  run days Monday to Sunday, 'S' = due
      *            20     'S' = due only on the last day of the month
      *                   (the run days are then ignored), else 'N'
      *            22     latest end: 0 = on the business day itself,
      *                   1 = on the following calendar day
      *            24-27  latest end time HHMM
      *            29     runs allowed per day, 1-9
      *            31-45  acceptable return codes, up to five 'NN '
      *
      *          Return codes: 0 no exceptions, 16 exceptions found
      *          (the scheduler holds the AVANDATA date advance on it),
      *          12 schedule missing or invalid, RUNLOG or report
      *          unusable. Dates are AAMMGG with years 2000-2099.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 MP  Created.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORVEGLI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIANOFILE ASSIGN TO "PIANOJOB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIANO-STATUS.
           SELECT RUNLOGFILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT DATAELABFILE ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAELAB-STATUS.
           SELECT SORVFILE ASSIGN TO "SORVREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PIANOFILE.
       01  PIANO-RECORD PIC X(80).
       FD  RUNLOGFILE.
       01  RUNLOG-LINE PIC X(120).
       FD  DATAELABFILE.
       01  DATAELAB-RECORD PIC X(6).
       FD  SORVFILE.
       01  SORV-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-PIANO-STATUS PIC X(2).
           01 WS-RUNLOG-STATUS PIC X(2).
           01 WS-DATAELAB-STATUS PIC X(2).
           01 WS-SORV-STATUS PIC X(2).
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-PIANO-KO-SW PIC X VALUE 'N'.
               88 WS-PIANO-KO VALUE 'Y'.
           01 WS-RISPOSTA PIC X(6).
           01 WS-DATAELAB-VALORE PIC X(6).
      *    GIORNO CONTROLLATO E CALENDARIO
           01 WS-DATA-CONTROLLO PIC 9(6).
           01 WS-DATA-GRUPPO REDEFINES WS-DATA-CONTROLLO.
               05 WS-DATA-AA PIC 99.
               05 WS-DATA-MM PIC 99.
               05 WS-DATA-GG PIC 99.
           01 WS-DATA-DOPO PIC 9(6).
           01 WS-DOPO-GRUPPO REDEFINES WS-DATA-DOPO.
               05 WS-DOPO-AA PIC 99.
               05 WS-DOPO-MM PIC 99.
               05 WS-DOPO-GG PIC 99.
           01 WS-DATA-TESTO PIC X(6).
           01 WS-GIORNI-MESE PIC 99.
           01 WS-QUOZIENTE-BISESTILE PIC 99.
           01 WS-RESTO-BISESTILE PIC 99.
           01 WS-GIORNI-TOTALI PIC 9(6).
           01 WS-SETTIMANE PIC 9(6).
           01 WS-GIORNO-SETTIMANA PIC 99.
      *        1 = LUNEDI ... 7 = DOMENICA
           01 WS-FINE-MESE-SW PIC X VALUE 'N'.
               88 WS-FINE-MESE VALUE 'Y'.
           01 TAB-GIORNI.
               05 FILLER PIC X(24) VALUE
                   '312831303130313130313031'.
           01 TAB-GIORNI-RIGHE REDEFINES TAB-GIORNI.
               05 TG-GIORNI OCCURS 12 PIC 99.
           01 TAB-PROGRESSIVI.
               05 FILLER PIC X(36) VALUE
                   '000031059090120151181212243273304334'.
           01 TAB-PROGRESSIVI-RIGHE REDEFINES TAB-PROGRESSIVI.
               05 TP-GIORNI OCCURS 12 PIC 9(3).
           01 TAB-NOMI.
               05 FILLER PIC X(36) VALUE
                   'LUNEDI   MARTEDI  MERCOLEDIGIOVEDI  '.
               05 FILLER PIC X(27) VALUE
                   'VENERDI  SABATO   DOMENICA '.
           01 TAB-NOMI-RIGHE REDEFINES TAB-NOMI.
               05 TN-NOME OCCURS 7 PIC X(9).
      *    PIANO DEI JOB
           01 WS-RIGA-PIANO PIC X(80).
           01 WS-PIANO-CAMPI REDEFINES WS-RIGA-PIANO.
               05 PJ-PROGRAMMA PIC X(10).
               05 FILLER PIC X.
               05 PJ-GIORNI.
                   10 PJ-GIORNO OCCURS 7 PIC X.
               05 FILLER PIC X.
               05 PJ-FINE-MESE PIC X.
               05 FILLER PIC X.
               05 PJ-LIMITE-GIORNO PIC X.
               05 FILLER PIC X.
               05 PJ-LIMITE-ORA.
                   10 PJ-LIMITE-HH PIC XX.
                   10 PJ-LIMITE-MM PIC XX.
               05 FILLER PIC X.
               05 PJ-MAX-GIRI PIC X.
               05 FILLER PIC X.
               05 PJ-RC-AMMESSI.
                   10 PJ-RC-ELEMENTO OCCURS 5.
                       15 PJ-RC PIC XX.
                       15 FILLER PIC X.
               05 FILLER PIC X(35).
           01 WS-NUMERO-RIGA PIC 9(3) VALUE ZERO.
           01 WS-IX PIC 99 COMP.
           01 WS-RC-VALIDI PIC 9 COMP.
           01 WS-MAX-PIANO PIC 99 COMP VALUE 50.
           01 WS-QUANTI-PIANO PIC 99 COMP VALUE ZERO.
           01 WS-TAB-PIANO.
               05 WS-TP-ELEMENTO OCCURS 50.
                   10 WS-TP-PROGRAMMA PIC X(10).
                   10 WS-TP-GIORNI PIC X(7).
                   10 WS-TP-FINE-MESE PIC X.
                   10 WS-TP-LIMITE-GIORNO PIC X.
                   10 WS-TP-LIMITE-ORA PIC X(4).
                   10 WS-TP-MAX-GIRI PIC 9.
                   10 WS-TP-RC-AMMESSI PIC X(15).
                   10 WS-TP-DOVUTO PIC X.
                   10 WS-TP-GIRI PIC 9(3).
                   10 WS-TP-ECCEZIONI PIC 9(3).
                   10 WS-TP-LIMITE PIC 9(10).
           01 WS-TP-IX PIC 99 COMP.
           01 WS-TP-TROVATO PIC 99 COMP.
      *    RUNLOG
           01 WS-RIGA-RUNLOG PIC X(120).
           01 WS-RUNLOG-CAMPI REDEFINES WS-RIGA-RUNLOG.
               05 RR-PROGRAMMA PIC X(10).
               05 FILLER PIC X(12).
               05 RR-DATA-INIZIO.
                   10 RR-INIZIO-AA PIC XX.
                   10 FILLER PIC X.
                   10 RR-INIZIO-MM PIC XX.
                   10 FILLER PIC X.
                   10 RR-INIZIO-GG PIC XX.
               05 FILLER PIC X.
               05 RR-ORA-INIZIO PIC X(8).
               05 FILLER PIC X.
               05 RR-DATA-FINE.
                   10 RR-FINE-AA PIC XX.
                   10 FILLER PIC X.
                   10 RR-FINE-MM PIC XX.
                   10 FILLER PIC X.
                   10 RR-FINE-GG PIC XX.
               05 FILLER PIC X.
               05 RR-ORA-FINE.
                   10 RR-FINE-HH PIC XX.
                   10 FILLER PIC X.
                   10 RR-FINE-MI PIC XX.
                   10 FILLER PIC X(3).
               05 FILLER PIC X(49).
               05 RR-RC PIC XX.
               05 FILLER PIC X(4).
               05 RR-DATA-ELAB PIC X(6).
               05 FILLER PIC X(2).
           01 WS-GIORNO-RIGA.
               05 WS-GR-AA PIC XX.
               05 WS-GR-MM PIC XX.
               05 WS-GR-GG PIC XX.
           01 WS-FINE-TESTO.
               05 WS-FT-AA PIC XX.
               05 WS-FT-MM PIC XX.
               05 WS-FT-GG PIC XX.
               05 WS-FT-HH PIC XX.
               05 WS-FT-MI PIC XX.
           01 WS-FINE-RIGA PIC 9(10).
           01 WS-LIMITE-TESTO.
               05 WS-LT-DATA PIC 9(6).
               05 WS-LT-ORA PIC X(4).
           01 WS-CONTA-RIGHE-RUNLOG PIC 9(8) VALUE ZERO.
           01 WS-CONTA-GIRI-GIORNO PIC 9(8) VALUE ZERO.
           01 WS-CONTA-NON-PIANIFICATI PIC 9(8) VALUE ZERO.
           01 WS-CONTA-DOVUTI PIC 9(3) VALUE ZERO.
           01 WS-CONTA-ECCEZIONI PIC 9(5) VALUE ZERO.
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
      *    RIGHE DEL PROSPETTO
           01 SORV-TITOLO-LINE.
               05 FILLER PIC X(80) VALUE
                   'CONTROLLO FINESTRA BATCH SU RUNLOG'.
           01 SORV-VUOTA-LINE PIC X(80) VALUE SPACES.
           01 SORV-DATA-LINE.
               05 FILLER PIC X(20) VALUE 'GIORNO CONTROLLATO: '.
               05 SD-DATA PIC 99/99/99.
               05 FILLER PIC X VALUE SPACE.
               05 SD-NOME PIC X(9).
               05 SD-FINE-MESE PIC X(12).
               05 FILLER PIC X(30) VALUE SPACES.
           01 SORV-INTESTA-LINE.
               05 FILLER PIC X(11) VALUE 'PROGRAMMA'.
               05 FILLER PIC X(17) VALUE 'ECCEZIONE'.
               05 FILLER PIC X(52) VALUE 'DETTAGLIO'.
           01 SORV-MANCANTE-LINE.
               05 SM-PROGRAMMA PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 FILLER PIC X(17) VALUE 'MANCANTE'.
               05 FILLER PIC X(52) VALUE
                   'DOVUTO NEL GIORNO, NESSUNA ESECUZIONE SU RUNLOG'.
           01 SORV-RITARDO-LINE.
               05 SI-PROGRAMMA PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 FILLER PIC X(17) VALUE 'IN RITARDO'.
               05 FILLER PIC X(5) VALUE 'FINE '.
               05 SI-FINE-DATA PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 SI-FINE-ORA PIC X(8).
               05 FILLER PIC X(8) VALUE ' LIMITE '.
               05 SI-LIMITE-DATA PIC 99/99/99.
               05 FILLER PIC X VALUE SPACE.
               05 SI-LIMITE-HH PIC XX.
               05 FILLER PIC X VALUE ':'.
               05 SI-LIMITE-MM PIC XX.
               05 FILLER PIC X(8) VALUE SPACES.
           01 SORV-RC-LINE.
               05 SC-PROGRAMMA PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 FILLER PIC X(17) VALUE 'RC NON AMMESSO'.
               05 FILLER PIC X(3) VALUE 'RC '.
               05 SC-RC PIC XX.
               05 FILLER PIC X(6) VALUE ' FINE '.
               05 SC-FINE-DATA PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 SC-FINE-ORA PIC X(8).
               05 FILLER PIC X(9) VALUE ' AMMESSI '.
               05 SC-AMMESSI PIC X(15).
           01 SORV-GIRI-LINE.
               05 SG-PROGRAMMA PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 FILLER PIC X(17) VALUE 'PIU ESECUZIONI'.
               05 FILLER PIC X(11) VALUE 'ESECUZIONI '.
               05 SG-GIRI PIC ZZ9.
               05 FILLER PIC X(10) VALUE ' AMMESSE: '.
               05 SG-MAX PIC 9.
               05 FILLER PIC X(27) VALUE SPACES.
           01 SORV-EXTRA-LINE.
               05 SX-PROGRAMMA PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 FILLER PIC X(17) VALUE 'NON PIANIFICATO'.
               05 FILLER PIC X(5) VALUE 'FINE '.
               05 SX-FINE-DATA PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 SX-FINE-ORA PIC X(8).
               05 FILLER PIC X(4) VALUE ' RC '.
               05 SX-RC PIC XX.
               05 FILLER PIC X(24) VALUE SPACES.
           01 SORV-RIEPILOGO-LINE.
               05 SP-PROGRAMMA PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 SP-DOVUTO PIC X(10).
               05 FILLER PIC X(12) VALUE ' ESECUZIONI '.
               05 SP-GIRI PIC ZZ9.
               05 FILLER PIC X(11) VALUE ' ECCEZIONI '.
               05 SP-ECCEZIONI PIC ZZ9.
               05 FILLER PIC X(30) VALUE SPACES.
           01 SORV-CONTA-LINE.
               05 SL-ETICHETTA PIC X(34).
               05 FILLER PIC X(2) VALUE ': '.
               05 SL-CONTA PIC Z(7)9.
               05 FILLER PIC X(36) VALUE SPACES.
           01 SORV-ESITO-LINE.
               05 SE-ESITO PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-INIZIO FROM DATE
            ACCEPT WS-ORA-INIZIO FROM TIME
            DISPLAY 'CONTROLLO FINESTRA BATCH'
            PERFORM SCEGLI-GIORNO THRU SCEGLI-GIORNO-EXIT
            PERFORM CALCOLA-CALENDARIO THRU CALCOLA-CALENDARIO-EXIT
            MOVE WS-DATA-CONTROLLO TO WS-DATA-TESTO
            DISPLAY 'GIORNO CONTROLLATO: ' WS-DATA-TESTO ' '
                TN-NOME(WS-GIORNO-SETTIMANA)
            PERFORM CARICA-PIANO THRU CARICA-PIANO-EXIT
            IF WS-PIANO-KO
                MOVE 12 TO RETURN-CODE
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
            OPEN OUTPUT SORVFILE
            IF WS-SORV-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE SORVREP, FILE '
                    'STATUS = ' WS-SORV-STATUS
                MOVE 12 TO RETURN-CODE
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
            WRITE SORV-LINE FROM SORV-TITOLO-LINE
            MOVE WS-DATA-CONTROLLO TO SD-DATA
            MOVE TN-NOME(WS-GIORNO-SETTIMANA) TO SD-NOME
            IF WS-FINE-MESE
                MOVE ' FINE MESE' TO SD-FINE-MESE
            ELSE
                MOVE SPACES TO SD-FINE-MESE
            END-IF
            WRITE SORV-LINE FROM SORV-DATA-LINE
            WRITE SORV-LINE FROM SORV-VUOTA-LINE
            WRITE SORV-LINE FROM SORV-INTESTA-LINE

            PERFORM SCANDISCI-RUNLOG THRU SCANDISCI-RUNLOG-EXIT
            IF RETURN-CODE = 12
                CLOSE SORVFILE
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
            PERFORM CONTROLLA-PROGRAMMA THRU CONTROLLA-PROGRAMMA-EXIT
                VARYING WS-TP-IX FROM 1 BY 1
                UNTIL WS-TP-IX > WS-QUANTI-PIANO

            WRITE SORV-LINE FROM SORV-VUOTA-LINE
            PERFORM SCRIVI-RIEPILOGO THRU SCRIVI-RIEPILOGO-EXIT
                VARYING WS-TP-IX FROM 1 BY 1
                UNTIL WS-TP-IX > WS-QUANTI-PIANO
            WRITE SORV-LINE FROM SORV-VUOTA-LINE
            MOVE 'PROGRAMMI PIANIFICATI' TO SL-ETICHETTA
            MOVE WS-QUANTI-PIANO TO SL-CONTA
            WRITE SORV-LINE FROM SORV-CONTA-LINE
            MOVE 'PROGRAMMI DOVUTI NEL GIORNO' TO SL-ETICHETTA
            MOVE WS-CONTA-DOVUTI TO SL-CONTA
            WRITE SORV-LINE FROM SORV-CONTA-LINE
            MOVE 'ESECUZIONI DEL GIORNO SU RUNLOG' TO SL-ETICHETTA
            MOVE WS-CONTA-GIRI-GIORNO TO SL-CONTA
            WRITE SORV-LINE FROM SORV-CONTA-LINE
            MOVE 'ESECUZIONI NON PIANIFICATE' TO SL-ETICHETTA
            MOVE WS-CONTA-NON-PIANIFICATI TO SL-CONTA
            WRITE SORV-LINE FROM SORV-CONTA-LINE
            MOVE 'ECCEZIONI' TO SL-ETICHETTA
            MOVE WS-CONTA-ECCEZIONI TO SL-CONTA
            WRITE SORV-LINE FROM SORV-CONTA-LINE
            WRITE SORV-LINE FROM SORV-VUOTA-LINE
            IF WS-CONTA-ECCEZIONI = ZERO
                MOVE 'NESSUNA ECCEZIONE: LA DATA DI ELABORAZIONE PUO'' '
                    & 'AVANZARE' TO SE-ESITO
            ELSE
                MOVE 'ECCEZIONI PRESENTI: AVANZAMENTO DELLA DATA DI '
                    & 'ELABORAZIONE DA TRATTENERE' TO SE-ESITO
                MOVE 16 TO RETURN-CODE
            END-IF
            WRITE SORV-LINE FROM SORV-ESITO-LINE
            CLOSE SORVFILE
            DISPLAY 'ECCEZIONI: ' WS-CONTA-ECCEZIONI
            PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
            GOBACK.

      *    RIGA DI SYSIN VUOTA = GIORNO CORRENTE DI DATAELAB; UNA DATA
      *    AAMMGG RICONTROLLA UN GIORNO GIA' CHIUSO.
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
                MOVE WS-RISPOSTA TO WS-DATA-CONTROLLO
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
                MOVE WS-DATAELAB-VALORE TO WS-DATA-CONTROLLO
            ELSE
                DISPLAY 'ATTENZIONE: DATAELAB ASSENTE O NON VALIDO, '
                    'USO LA DATA DI MACCHINA'
                ACCEPT WS-DATA-CONTROLLO FROM DATE
            END-IF.
       SCEGLI-GIORNO-CONTROLLA.
            IF WS-DATA-MM < 1 OR WS-DATA-MM > 12 OR WS-DATA-GG < 1
                DISPLAY 'ERRORE: DATA ' WS-DATA-CONTROLLO
                    ' NON VALIDA'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            GO TO SCEGLI-GIORNO-EXIT.
       SCEGLI-GIORNO-EXIT.
            EXIT.

      *    GIORNO DELLA SETTIMANA DAI GIORNI TRASCORSI DAL 01/01/2000
      *    (UN SABATO), FINE MESE E GIORNO SUCCESSIVO COME IN
      *    AVANDATA. ANNI 00-99 = 2000-2099: IL 2000 E' BISESTILE,
      *    QUINDI LA DIVISIBILITA' PER 4 BASTA.
       CALCOLA-CALENDARIO.
            MOVE TG-GIORNI(WS-DATA-MM) TO WS-GIORNI-MESE
            DIVIDE WS-DATA-AA BY 4
                GIVING WS-QUOZIENTE-BISESTILE
                REMAINDER WS-RESTO-BISESTILE
            IF WS-DATA-MM = 2 AND WS-RESTO-BISESTILE = ZERO
                MOVE 29 TO WS-GIORNI-MESE
            END-IF
            IF WS-DATA-GG > WS-GIORNI-MESE
                DISPLAY 'ERRORE: DATA ' WS-DATA-CONTROLLO
                    ' NON VALIDA'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            COMPUTE WS-GIORNI-TOTALI = WS-DATA-AA * 365
                + (WS-DATA-AA + 3) / 4
                + TP-GIORNI(WS-DATA-MM) + WS-DATA-GG - 1
            IF WS-DATA-MM > 2 AND WS-RESTO-BISESTILE = ZERO
                ADD 1 TO WS-GIORNI-TOTALI
            END-IF
      *    0 GIORNI = SABATO: +5 PORTA IL SABATO AL SESTO GIORNO
            DIVIDE 7 INTO WS-GIORNI-TOTALI
                GIVING WS-SETTIMANE
                REMAINDER WS-GIORNO-SETTIMANA
            ADD 5 TO WS-GIORNO-SETTIMANA
            IF WS-GIORNO-SETTIMANA > 6
                SUBTRACT 7 FROM WS-GIORNO-SETTIMANA
            END-IF
            ADD 1 TO WS-GIORNO-SETTIMANA
            MOVE WS-DATA-CONTROLLO TO WS-DATA-DOPO
            IF WS-DATA-GG = WS-GIORNI-MESE
                MOVE 'Y' TO WS-FINE-MESE-SW
                MOVE 1 TO WS-DOPO-GG
                IF WS-DATA-MM < 12
                    ADD 1 TO WS-DOPO-MM
                ELSE
                    MOVE 1 TO WS-DOPO-MM
                    ADD 1 TO WS-DOPO-AA
                END-IF
            ELSE
                ADD 1 TO WS-DOPO-GG
            END-IF
            GO TO CALCOLA-CALENDARIO-EXIT.
       CALCOLA-CALENDARIO-EXIT.
            EXIT.

       CARICA-PIANO.
            OPEN INPUT PIANOFILE
            IF WS-PIANO-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE PIANOJOB, FILE '
                    'STATUS = ' WS-PIANO-STATUS
                MOVE 'Y' TO WS-PIANO-KO-SW
                GO TO CARICA-PIANO-EXIT
            END-IF
            MOVE 'N' TO WS-EOF-SW
            PERFORM LEGGI-PIANO THRU LEGGI-PIANO-EXIT
                UNTIL WS-EOF
            CLOSE PIANOFILE
            IF WS-QUANTI-PIANO = ZERO AND NOT WS-PIANO-KO
                DISPLAY 'ERRORE: PIANOJOB SENZA PROGRAMMI'
                MOVE 'Y' TO WS-PIANO-KO-SW
            END-IF
            GO TO CARICA-PIANO-EXIT.
       CARICA-PIANO-EXIT.
            EXIT.

      *    UNA RIGA SBAGLIATA INVALIDA TUTTO IL CONTROLLO: UN PIANO
      *    LETTO A META' DAREBBE PER REGOLARE UN GIORNO CON BUCHI.
       LEGGI-PIANO.
            READ PIANOFILE INTO WS-RIGA-PIANO
                AT END MOVE 'Y' TO WS-EOF-SW
            END-READ
            IF WS-EOF
                GO TO LEGGI-PIANO-EXIT
            END-IF
            ADD 1 TO WS-NUMERO-RIGA
            IF WS-RIGA-PIANO(1:1) = '*' OR WS-RIGA-PIANO = SPACES
                GO TO LEGGI-PIANO-EXIT
            END-IF
            PERFORM CONTROLLA-RIGA-PIANO THRU
                CONTROLLA-RIGA-PIANO-EXIT
            IF WS-PIANO-KO
                DISPLAY 'ERRORE: PIANOJOB RIGA ' WS-NUMERO-RIGA
                    ' NON VALIDA: ' WS-RIGA-PIANO
                MOVE 'Y' TO WS-EOF-SW
                GO TO LEGGI-PIANO-EXIT
            END-IF
            IF WS-QUANTI-PIANO >= WS-MAX-PIANO
                DISPLAY 'ERRORE: PIANOJOB OLTRE ' WS-MAX-PIANO
                    ' PROGRAMMI'
                MOVE 'Y' TO WS-PIANO-KO-SW
                MOVE 'Y' TO WS-EOF-SW
                GO TO LEGGI-PIANO-EXIT
            END-IF
            ADD 1 TO WS-QUANTI-PIANO
            MOVE PJ-PROGRAMMA TO WS-TP-PROGRAMMA(WS-QUANTI-PIANO)
            MOVE PJ-GIORNI TO WS-TP-GIORNI(WS-QUANTI-PIANO)
            MOVE PJ-FINE-MESE TO WS-TP-FINE-MESE(WS-QUANTI-PIANO)
            MOVE PJ-LIMITE-GIORNO TO
                WS-TP-LIMITE-GIORNO(WS-QUANTI-PIANO)
            MOVE PJ-LIMITE-ORA TO WS-TP-LIMITE-ORA(WS-QUANTI-PIANO)
            MOVE PJ-MAX-GIRI TO WS-TP-MAX-GIRI(WS-QUANTI-PIANO)
            MOVE PJ-RC-AMMESSI TO WS-TP-RC-AMMESSI(WS-QUANTI-PIANO)
            MOVE ZERO TO WS-TP-GIRI(WS-QUANTI-PIANO)
            MOVE ZERO TO WS-TP-ECCEZIONI(WS-QUANTI-PIANO)
      *    LIMITE DI FINE COME AAMMGGHHMM, CONFRONTABILE CON LA FINE
      *    DI OGNI ESECUZIONE
            IF PJ-LIMITE-GIORNO = '1'
                MOVE WS-DATA-DOPO TO WS-LT-DATA
            ELSE
                MOVE WS-DATA-CONTROLLO TO WS-LT-DATA
            END-IF
            MOVE PJ-LIMITE-ORA TO WS-LT-ORA
            MOVE WS-LIMITE-TESTO TO WS-TP-LIMITE(WS-QUANTI-PIANO)
      *    DOVUTO OGGI: SOLO A FINE MESE, OPPURE NEL GIORNO DELLA
      *    SETTIMANA SEGNATO
            MOVE 'N' TO WS-TP-DOVUTO(WS-QUANTI-PIANO)
            IF PJ-FINE-MESE = 'S'
                IF WS-FINE-MESE
                    MOVE 'S' TO WS-TP-DOVUTO(WS-QUANTI-PIANO)
                END-IF
            ELSE
                IF PJ-GIORNO(WS-GIORNO-SETTIMANA) = 'S'
                    MOVE 'S' TO WS-TP-DOVUTO(WS-QUANTI-PIANO)
                END-IF
            END-IF
            IF WS-TP-DOVUTO(WS-QUANTI-PIANO) = 'S'
                ADD 1 TO WS-CONTA-DOVUTI
            END-IF
            GO TO LEGGI-PIANO-EXIT.
       LEGGI-PIANO-EXIT.
            EXIT.

       CONTROLLA-RIGA-PIANO.
            IF PJ-PROGRAMMA = SPACES
                MOVE 'Y' TO WS-PIANO-KO-SW
                GO TO CONTROLLA-RIGA-PIANO-EXIT
            END-IF
            PERFORM CONTROLLA-GIORNO THRU CONTROLLA-GIORNO-EXIT
                VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 7
            IF PJ-FINE-MESE NOT = 'S' AND PJ-FINE-MESE NOT = 'N'
                MOVE 'Y' TO WS-PIANO-KO-SW
            END-IF
            IF PJ-LIMITE-GIORNO NOT = '0'
               AND PJ-LIMITE-GIORNO NOT = '1'
                MOVE 'Y' TO WS-PIANO-KO-SW
            END-IF
            IF PJ-LIMITE-ORA IS NOT NUMERIC
                MOVE 'Y' TO WS-PIANO-KO-SW
            ELSE
                IF PJ-LIMITE-HH > '23' OR PJ-LIMITE-MM > '59'
                    MOVE 'Y' TO WS-PIANO-KO-SW
                END-IF
            END-IF
            IF PJ-MAX-GIRI IS NOT NUMERIC OR PJ-MAX-GIRI = '0'
                MOVE 'Y' TO WS-PIANO-KO-SW
            END-IF
            MOVE ZERO TO WS-RC-VALIDI
            PERFORM CONTROLLA-RC-PIANO THRU CONTROLLA-RC-PIANO-EXIT
                VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
            IF WS-RC-VALIDI = ZERO
                MOVE 'Y' TO WS-PIANO-KO-SW
            END-IF
            GO TO CONTROLLA-RIGA-PIANO-EXIT.
       CONTROLLA-RIGA-PIANO-EXIT.
            EXIT.

       CONTROLLA-GIORNO.
            IF PJ-GIORNO(WS-IX) NOT = 'S' AND PJ-GIORNO(WS-IX) NOT = '-'
                MOVE 'Y' TO WS-PIANO-KO-SW
            END-IF
            GO TO CONTROLLA-GIORNO-EXIT.
       CONTROLLA-GIORNO-EXIT.
            EXIT.

       CONTROLLA-RC-PIANO.
            IF PJ-RC(WS-IX) = SPACES
                GO TO CONTROLLA-RC-PIANO-EXIT
            END-IF
            IF PJ-RC(WS-IX) IS NUMERIC
                ADD 1 TO WS-RC-VALIDI
            ELSE
                MOVE 'Y' TO WS-PIANO-KO-SW
            END-IF
            GO TO CONTROLLA-RC-PIANO-EXIT.
       CONTROLLA-RC-PIANO-EXIT.
            EXIT.

      *    RUNLOG ASSENTE = NESSUNA ESECUZIONE: OGNI PROGRAMMA DOVUTO
      *    RISULTERA' MANCANTE, CHE E' LA RISPOSTA GIUSTA.
       SCANDISCI-RUNLOG.
            OPEN INPUT RUNLOGFILE
            IF WS-RUNLOG-STATUS = '35'
                DISPLAY 'ATTENZIONE: RUNLOG ASSENTE'
                GO TO SCANDISCI-RUNLOG-EXIT
            END-IF
            IF WS-RUNLOG-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE RUNLOG, FILE '
                    'STATUS = ' WS-RUNLOG-STATUS
                MOVE 12 TO RETURN-CODE
                GO TO SCANDISCI-RUNLOG-EXIT
            END-IF
            MOVE 'N' TO WS-EOF-SW
            PERFORM LEGGI-RUNLOG THRU LEGGI-RUNLOG-EXIT
                UNTIL WS-EOF
            CLOSE RUNLOGFILE
            GO TO SCANDISCI-RUNLOG-EXIT.
       SCANDISCI-RUNLOG-EXIT.
            EXIT.

      *    GIORNO DI COMPETENZA DELLA RIGA: LA DATA DI ELABORAZIONE
      *    SCRITTA DAL PROGRAMMA, O PER LE RIGHE PIU' VECCHIE CHE NON
      *    LA PORTANO LA DATA DI INIZIO.
       LEGGI-RUNLOG.
            READ RUNLOGFILE INTO WS-RIGA-RUNLOG
                AT END MOVE 'Y' TO WS-EOF-SW
            END-READ
            IF WS-EOF
                GO TO LEGGI-RUNLOG-EXIT
            END-IF
            ADD 1 TO WS-CONTA-RIGHE-RUNLOG
            IF RR-DATA-ELAB IS NUMERIC
                MOVE RR-DATA-ELAB TO WS-GIORNO-RIGA
            ELSE
                MOVE RR-INIZIO-AA TO WS-GR-AA
                MOVE RR-INIZIO-MM TO WS-GR-MM
                MOVE RR-INIZIO-GG TO WS-GR-GG
            END-IF
            IF WS-GIORNO-RIGA NOT = WS-DATA-TESTO
                GO TO LEGGI-RUNLOG-EXIT
            END-IF
            ADD 1 TO WS-CONTA-GIRI-GIORNO
            MOVE ZERO TO WS-TP-TROVATO
            PERFORM CERCA-PROGRAMMA THRU CERCA-PROGRAMMA-EXIT
                VARYING WS-TP-IX FROM 1 BY 1
                UNTIL WS-TP-IX > WS-QUANTI-PIANO
                   OR WS-TP-TROVATO > ZERO
            IF WS-TP-TROVATO = ZERO
                ADD 1 TO WS-CONTA-NON-PIANIFICATI
                MOVE RR-PROGRAMMA TO SX-PROGRAMMA
                MOVE RR-DATA-FINE TO SX-FINE-DATA
                MOVE RR-ORA-FINE TO SX-FINE-ORA
                MOVE RR-RC TO SX-RC
                WRITE SORV-LINE FROM SORV-EXTRA-LINE
                GO TO LEGGI-RUNLOG-EXIT
            END-IF
            ADD 1 TO WS-TP-GIRI(WS-TP-TROVATO)
            PERFORM CONTROLLA-ESECUZIONE THRU
                CONTROLLA-ESECUZIONE-EXIT
            GO TO LEGGI-RUNLOG-EXIT.
       LEGGI-RUNLOG-EXIT.
            EXIT.

       CERCA-PROGRAMMA.
            IF WS-TP-PROGRAMMA(WS-TP-IX) = RR-PROGRAMMA
                MOVE WS-TP-IX TO WS-TP-TROVATO
            END-IF
            GO TO CERCA-PROGRAMMA-EXIT.
       CERCA-PROGRAMMA-EXIT.
            EXIT.

      *    OGNI ESECUZIONE DEL GIORNO SI CONTROLLA DA SOLA: FINE ENTRO
      *    IL LIMITE E RC TRA QUELLI AMMESSI.
       CONTROLLA-ESECUZIONE.
            MOVE RR-FINE-AA TO WS-FT-AA
            MOVE RR-FINE-MM TO WS-FT-MM
            MOVE RR-FINE-GG TO WS-FT-GG
            MOVE RR-FINE-HH TO WS-FT-HH
            MOVE RR-FINE-MI TO WS-FT-MI
            IF WS-FINE-TESTO IS NUMERIC
                MOVE WS-FINE-TESTO TO WS-FINE-RIGA
                IF WS-FINE-RIGA > WS-TP-LIMITE(WS-TP-TROVATO)
                    MOVE RR-PROGRAMMA TO SI-PROGRAMMA
                    MOVE RR-DATA-FINE TO SI-FINE-DATA
                    MOVE RR-ORA-FINE TO SI-FINE-ORA
                    MOVE WS-TP-LIMITE(WS-TP-TROVATO) TO
                        WS-LIMITE-TESTO
                    MOVE WS-LT-DATA TO SI-LIMITE-DATA
                    MOVE WS-LT-ORA(1:2) TO SI-LIMITE-HH
                    MOVE WS-LT-ORA(3:2) TO SI-LIMITE-MM
                    WRITE SORV-LINE FROM SORV-RITARDO-LINE
                    PERFORM CONTA-ECCEZIONE THRU CONTA-ECCEZIONE-EXIT
                END-IF
            END-IF
            MOVE ZERO TO WS-RC-VALIDI
            IF RR-RC IS NUMERIC
                PERFORM CERCA-RC THRU CERCA-RC-EXIT
                    VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
            END-IF
            IF WS-RC-VALIDI = ZERO
                MOVE RR-PROGRAMMA TO SC-PROGRAMMA
                MOVE RR-RC TO SC-RC
                MOVE RR-DATA-FINE TO SC-FINE-DATA
                MOVE RR-ORA-FINE TO SC-FINE-ORA
                MOVE WS-TP-RC-AMMESSI(WS-TP-TROVATO) TO SC-AMMESSI
                WRITE SORV-LINE FROM SORV-RC-LINE
                PERFORM CONTA-ECCEZIONE THRU CONTA-ECCEZIONE-EXIT
            END-IF
            GO TO CONTROLLA-ESECUZIONE-EXIT.
       CONTROLLA-ESECUZIONE-EXIT.
            EXIT.

       CERCA-RC.
            IF WS-TP-RC-AMMESSI(WS-TP-TROVATO)(WS-IX * 3 - 2:2)
                = RR-RC
                MOVE 1 TO WS-RC-VALIDI
            END-IF
            GO TO CERCA-RC-EXIT.
       CERCA-RC-EXIT.
            EXIT.

       CONTA-ECCEZIONE.
            ADD 1 TO WS-CONTA-ECCEZIONI
            ADD 1 TO WS-TP-ECCEZIONI(WS-TP-TROVATO)
            GO TO CONTA-ECCEZIONE-EXIT.
       CONTA-ECCEZIONE-EXIT.
            EXIT.

      *    A FINE LETTURA: I DOVUTI SENZA ESECUZIONI E CHI HA GIRATO
      *    PIU' VOLTE DEL PERMESSO.
       CONTROLLA-PROGRAMMA.
            MOVE WS-TP-IX TO WS-TP-TROVATO
            IF WS-TP-DOVUTO(WS-TP-IX) = 'S'
               AND WS-TP-GIRI(WS-TP-IX) = ZERO
                MOVE WS-TP-PROGRAMMA(WS-TP-IX) TO SM-PROGRAMMA
                WRITE SORV-LINE FROM SORV-MANCANTE-LINE
                PERFORM CONTA-ECCEZIONE THRU CONTA-ECCEZIONE-EXIT
            END-IF
            IF WS-TP-GIRI(WS-TP-IX) > WS-TP-MAX-GIRI(WS-TP-IX)
                MOVE WS-TP-PROGRAMMA(WS-TP-IX) TO SG-PROGRAMMA
                MOVE WS-TP-GIRI(WS-TP-IX) TO SG-GIRI
                MOVE WS-TP-MAX-GIRI(WS-TP-IX) TO SG-MAX
                WRITE SORV-LINE FROM SORV-GIRI-LINE
                PERFORM CONTA-ECCEZIONE THRU CONTA-ECCEZIONE-EXIT
            END-IF
            GO TO CONTROLLA-PROGRAMMA-EXIT.
       CONTROLLA-PROGRAMMA-EXIT.
            EXIT.

       SCRIVI-RIEPILOGO.
            MOVE WS-TP-PROGRAMMA(WS-TP-IX) TO SP-PROGRAMMA
            IF WS-TP-DOVUTO(WS-TP-IX) = 'S'
                MOVE 'DOVUTO' TO SP-DOVUTO
            ELSE
                MOVE 'NON DOVUTO' TO SP-DOVUTO
            END-IF
            MOVE WS-TP-GIRI(WS-TP-IX) TO SP-GIRI
            MOVE WS-TP-ECCEZIONI(WS-TP-IX) TO SP-ECCEZIONI
            WRITE SORV-LINE FROM SORV-RIEPILOGO-LINE
            GO TO SCRIVI-RIEPILOGO-EXIT.
       SCRIVI-RIEPILOGO-EXIT.
            EXIT.

      *    LA RIGA DEL CONTROLLO STESSO VA SUL RUNLOG DOPO LA LETTURA,
      *    QUINDI NON ENTRA NEL CONTROLLO IN CORSO. LETTE = RIGHE DI
      *    RUNLOG, ELAB = ESECUZIONI DEL GIORNO, SCARTI = ECCEZIONI.
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
            MOVE 'SORVEGLI  ' TO RL-PROGRAMMA
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
            MOVE WS-CONTA-RIGHE-RUNLOG TO RL-LETTE
            MOVE WS-CONTA-GIRI-GIORNO TO RL-ELABORATE
            MOVE WS-CONTA-ECCEZIONI TO RL-SCARTATE
            MOVE RETURN-CODE TO RL-RC
            MOVE WS-DATA-TESTO TO RL-DATA-ELAB
            WRITE RUNLOG-LINE FROM RUNLOG-DETAIL-LINE
            CLOSE RUNLOGFILE
            GO TO SCRIVI-RUNLOG-EXIT.
       SCRIVI-RUNLOG-EXIT.
            EXIT.
       END PROGRAM SORVEGLI.
