      ******************************************************************
      * Author: Matteo Pini
      * Date: 15/10/2026
      * Purpose: Nightly load of the permanent results history. Reads
      *          the warehouse extract of the night as it is released
      *          (DIVISIONE's ESTRATTO or CALCBTCH's ESTRCALC, chosen
      *          by the SYSIN line: D or C) and writes one record per
      *          detail to the STORICO indexed file (VSAM KSDS, see
      *          STORDEF), keyed on the business date of the extract
      *          header plus the transaction reference of the detail,
      *          with program, operation, A, B, RIS, quotient and
      *          remainder (DIVISIONE only), operator and, on a
      *          CALCBTCH reversal, the original operation and
      *          reference. The STORINQ menu function browses it.
      *
      *          The extract is checked before anything is written:
      *          a header first, a trailer last and a trailer count
      *          equal to the details read, otherwise RC=16 and the
      *          history is left untouched (same rule the warehouse
      *          loader applies). A detail already on file (same
      *          date and reference) is counted and skipped, so the
      *          load can be rerun on the same extract without
      *          duplicating anything.
      *
      *          Return codes: 0 loaded, 12 file open or write
      *          failure, 16 extract incomplete or not reconciled.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 MP  Created.
      * 15/10/2026 MP  The RUNLOG line carries the business date of the
      *                extract loaded (columns 113-118), like the
      *                other batch programs, for the SORVEGLI monitor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORICO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTRATTOFILE ASSIGN TO "ESTRATTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTRATTO-STATUS.
           SELECT STORICOFILE ASSIGN TO "STORICO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-CHIAVE
               FILE STATUS IS WS-STORICO-STATUS.
           SELECT RUNLOGFILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTRATTOFILE.
       01  ESTRATTO-RECORD PIC X(82).
       FD  STORICOFILE.
       01  STORICO-RECORD.
           05 SR-CHIAVE.
               10 SR-DATA PIC 9(6).
               10 SR-RIFERIMENTO PIC X(14).
           05 SR-PROGRAMMA PIC X(10).
           05 SR-OP PIC X.
           05 SR-A-SEGNO PIC X.
           05 SR-A PIC 9(7)V99.
           05 SR-B-SEGNO PIC X.
           05 SR-B PIC 9(7)V99.
           05 SR-RIS-SEGNO PIC X.
           05 SR-RIS PIC 9(12)V9(6).
           05 SR-RIS-SCALA PIC X.
           05 SR-QUOZ-SEGNO PIC X.
           05 SR-QUOZ PIC 9(9).
           05 SR-RESTO-SEGNO PIC X.
           05 SR-RESTO PIC 9(7)V99.
           05 SR-OPERATORE PIC X(10).
           05 SR-OP-ORIGINALE PIC X.
           05 SR-RIF-ORIGINALE PIC X(14).
           05 SR-DATA-CARICO PIC 9(6).
           05 FILLER PIC X(8).
       FD  RUNLOGFILE.
       01  RUNLOG-LINE PIC X(120).
       WORKING-STORAGE SECTION.
           01 WS-ESTRATTO-STATUS PIC X(2).
           01 WS-STORICO-STATUS PIC X(2).
           01 WS-RUNLOG-STATUS PIC X(2).
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-ERRORE-SW PIC X VALUE 'N'.
               88 WS-ERRORE VALUE 'Y'.
           01 WS-TIPO-ESTRATTO PIC X.
               88 WS-ESTRATTO-DIVISIONE VALUE 'D'.
               88 WS-ESTRATTO-CALCBTCH VALUE 'C'.
           01 WS-PROGRAMMA PIC X(10).
           01 WS-DATA-ESTRATTO PIC 9(6) VALUE ZERO.
           01 WS-TESTATA-SW PIC X VALUE 'N'.
               88 WS-TESTATA-VISTA VALUE 'Y'.
           01 WS-CODA-SW PIC X VALUE 'N'.
               88 WS-CODA-VISTA VALUE 'Y'.
           01 WS-DOPO-CODA-SW PIC X VALUE 'N'.
               88 WS-DOPO-CODA VALUE 'Y'.
           01 WS-CONTA-CODA PIC 9(8) VALUE ZERO.
           01 WS-CONTA-RIGHE PIC 9(8) VALUE ZERO.
           01 WS-CONTA-DETTAGLI PIC 9(8) VALUE ZERO.
           01 WS-CONTA-CARICATI PIC 9(8) VALUE ZERO.
           01 WS-CONTA-PRESENTI PIC 9(8) VALUE ZERO.
           01 WS-CONTA-ANOMALE PIC 9(8) VALUE ZERO.
           01 WS-DATA-CARICO PIC 9(6).
           01 WS-RIGA PIC X(82).
           01 WS-RIGA-TESTATA REDEFINES WS-RIGA.
               05 XT-TIPO PIC X.
               05 XT-DATA PIC X(6).
               05 FILLER PIC X(75).
           01 WS-RIGA-CODA REDEFINES WS-RIGA.
               05 XC-TIPO PIC X.
               05 XC-CONTA PIC X(8).
               05 FILLER PIC X(73).
      *    DETTAGLIO DELL'ESTRATTO DI DIVISIONE (ESTRATTO)
           01 WS-DETTAGLIO-DIVISIONE REDEFINES WS-RIGA.
               05 XD-TIPO PIC X.
               05 XD-A-SEGNO PIC X.
               05 XD-A PIC 9(7)V99.
               05 XD-B-SEGNO PIC X.
               05 XD-B PIC 9(7)V99.
               05 XD-RIS-SEGNO PIC X.
               05 XD-RIS PIC 9(9)V9(6).
               05 XD-RIS-SCALA PIC X.
               05 XD-QUOZ-SEGNO PIC X.
               05 XD-QUOZ PIC 9(9).
               05 XD-RESTO-SEGNO PIC X.
               05 XD-RESTO PIC 9(7)V99.
               05 XD-RIFERIMENTO PIC X(14).
               05 XD-OPERATORE PIC X(10).
      *    DETTAGLIO DELL'ESTRATTO DI CALCBTCH (ESTRCALC)
           01 WS-DETTAGLIO-CALCBTCH REDEFINES WS-RIGA.
               05 XB-TIPO PIC X.
               05 XB-OP PIC X.
               05 XB-A-SEGNO PIC X.
               05 XB-A PIC 9(7)V99.
               05 XB-B-SEGNO PIC X.
               05 XB-B PIC 9(7)V99.
               05 XB-RIS-SEGNO PIC X.
               05 XB-RIS PIC 9(12)V9(6).
               05 XB-RIFERIMENTO PIC X(14).
               05 XB-OP-ORIGINALE PIC X.
               05 XB-RIF-ORIGINALE PIC X(14).
               05 XB-OPERATORE PIC X(10).
               05 FILLER PIC X(2).
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
            DISPLAY 'CARICAMENTO STORICO RISULTATI'
            ACCEPT WS-TIPO-ESTRATTO
            IF WS-ESTRATTO-DIVISIONE
                MOVE 'DIVISIONE ' TO WS-PROGRAMMA
            ELSE
                IF WS-ESTRATTO-CALCBTCH
                    MOVE 'CALCBTCH  ' TO WS-PROGRAMMA
                ELSE
                    DISPLAY 'ERRORE: TIPO ESTRATTO NON VALIDO ('
                        WS-TIPO-ESTRATTO '), ATTESO D O C'
                    MOVE 12 TO RETURN-CODE
                    PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                    GOBACK
                END-IF
            END-IF
            DISPLAY 'ESTRATTO DI ' WS-PROGRAMMA

      *    PRIMA PASSATA: SOLO CONTROLLI. UN ESTRATTO SENZA CODA O CON
      *    UNA CODA CHE NON QUADRA NON ENTRA NELLO STORICO, NEANCHE IN
      *    PARTE: LO STORICO DEVE DIRE LE STESSE COSE DEL MAGAZZINO.
            PERFORM VERIFICA-ESTRATTO THRU VERIFICA-ESTRATTO-EXIT
            IF WS-ERRORE
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF

            PERFORM APRI-STORICO THRU APRI-STORICO-EXIT
            IF WS-ERRORE
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
            OPEN INPUT ESTRATTOFILE
            IF WS-ESTRATTO-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE RIAPRIRE ESTRATTO, FILE '
                    'STATUS = ' WS-ESTRATTO-STATUS
                CLOSE STORICOFILE
                MOVE 12 TO RETURN-CODE
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
            ACCEPT WS-DATA-CARICO FROM DATE
            MOVE 'N' TO WS-EOF-SW
            PERFORM LEGGI-RIGA THRU LEGGI-RIGA-EXIT
            PERFORM CARICA-RIGA THRU CARICA-RIGA-EXIT
                UNTIL WS-EOF OR WS-ERRORE
            CLOSE ESTRATTOFILE
            CLOSE STORICOFILE

            DISPLAY 'DATA DI ELABORAZIONE:   ' WS-DATA-ESTRATTO
            DISPLAY 'DETTAGLI LETTI:         ' WS-CONTA-DETTAGLI
            DISPLAY 'CARICATI NELLO STORICO: ' WS-CONTA-CARICATI
            IF WS-CONTA-PRESENTI > ZERO
                DISPLAY 'GIA PRESENTI (SALTATI): ' WS-CONTA-PRESENTI
            END-IF
            IF WS-ERRORE
                MOVE 12 TO RETURN-CODE
            END-IF
            PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
            GOBACK.

      *    TESTATA IN PRIMA RIGA, CODA IN ULTIMA, NIENTE DOPO LA CODA
      *    E CONTEGGIO DELLA CODA UGUALE AI DETTAGLI LETTI.
       VERIFICA-ESTRATTO.
            OPEN INPUT ESTRATTOFILE
            IF WS-ESTRATTO-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE ESTRATTO, FILE '
                    'STATUS = ' WS-ESTRATTO-STATUS
                MOVE 12 TO RETURN-CODE
                MOVE 'Y' TO WS-ERRORE-SW
                GO TO VERIFICA-ESTRATTO-EXIT
            END-IF
            MOVE 'N' TO WS-EOF-SW
            PERFORM LEGGI-RIGA THRU LEGGI-RIGA-EXIT
            PERFORM CONTROLLA-RIGA THRU CONTROLLA-RIGA-EXIT
                UNTIL WS-EOF
            CLOSE ESTRATTOFILE
            IF NOT WS-TESTATA-VISTA
                DISPLAY 'ERRORE: ESTRATTO SENZA TESTATA'
                MOVE 'Y' TO WS-ERRORE-SW
            END-IF
            IF NOT WS-CODA-VISTA
                DISPLAY 'ERRORE: ESTRATTO SENZA CODA (PARZIALE)'
                MOVE 'Y' TO WS-ERRORE-SW
            END-IF
            IF WS-DOPO-CODA
                DISPLAY 'ERRORE: RIGHE DOPO LA CODA DELL''ESTRATTO'
                MOVE 'Y' TO WS-ERRORE-SW
            END-IF
            IF WS-CONTA-ANOMALE > ZERO
                DISPLAY 'ERRORE: RIGHE NON RICONOSCIUTE: '
                    WS-CONTA-ANOMALE
                MOVE 'Y' TO WS-ERRORE-SW
            END-IF
            IF WS-CODA-VISTA AND WS-CONTA-CODA NOT = WS-CONTA-DETTAGLI
                DISPLAY 'ERRORE: CODA ' WS-CONTA-CODA ' DETTAGLI '
                    'LETTI ' WS-CONTA-DETTAGLI
                MOVE 'Y' TO WS-ERRORE-SW
            END-IF
            IF WS-ERRORE
                DISPLAY 'ESTRATTO NON CARICATO NELLO STORICO'
                MOVE 16 TO RETURN-CODE
            END-IF
            MOVE ZERO TO WS-CONTA-DETTAGLI
            GO TO VERIFICA-ESTRATTO-EXIT.
       VERIFICA-ESTRATTO-EXIT.
            EXIT.

       CONTROLLA-RIGA.
            ADD 1 TO WS-CONTA-RIGHE
            IF WS-CODA-VISTA
                MOVE 'Y' TO WS-DOPO-CODA-SW
                GO TO CONTROLLA-RIGA-PROSSIMA
            END-IF
            IF WS-CONTA-RIGHE = 1
                IF XT-TIPO = 'H' AND XT-DATA IS NUMERIC
                    MOVE 'Y' TO WS-TESTATA-SW
                    MOVE XT-DATA TO WS-DATA-ESTRATTO
                ELSE
                    ADD 1 TO WS-CONTA-ANOMALE
                END-IF
                GO TO CONTROLLA-RIGA-PROSSIMA
            END-IF
            EVALUATE TRUE
                WHEN XD-TIPO = 'D' AND WS-ESTRATTO-DIVISIONE
                    ADD 1 TO WS-CONTA-DETTAGLI
                WHEN XB-TIPO = 'D' AND WS-ESTRATTO-CALCBTCH
                    ADD 1 TO WS-CONTA-DETTAGLI
                WHEN XC-TIPO = 'T' AND XC-CONTA IS NUMERIC
                    MOVE 'Y' TO WS-CODA-SW
                    MOVE XC-CONTA TO WS-CONTA-CODA
                WHEN OTHER
                    ADD 1 TO WS-CONTA-ANOMALE
            END-EVALUATE.
       CONTROLLA-RIGA-PROSSIMA.
            PERFORM LEGGI-RIGA THRU LEGGI-RIGA-EXIT
            GO TO CONTROLLA-RIGA-EXIT.
       CONTROLLA-RIGA-EXIT.
            EXIT.

      *    IL CLUSTER APPENA DEFINITO E' VUOTO E SI APRE SOLO IN
      *    OUTPUT; DA LI' IN POI SEMPRE IN I-O.
       APRI-STORICO.
            OPEN I-O STORICOFILE
            IF WS-STORICO-STATUS = '35'
                OPEN OUTPUT STORICOFILE
            END-IF
            IF WS-STORICO-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE STORICO, FILE '
                    'STATUS = ' WS-STORICO-STATUS
                MOVE 12 TO RETURN-CODE
                MOVE 'Y' TO WS-ERRORE-SW
            END-IF
            GO TO APRI-STORICO-EXIT.
       APRI-STORICO-EXIT.
            EXIT.

       LEGGI-RIGA.
            READ ESTRATTOFILE INTO WS-RIGA
                AT END MOVE 'Y' TO WS-EOF-SW
            END-READ
            GO TO LEGGI-RIGA-EXIT.
       LEGGI-RIGA-EXIT.
            EXIT.

      *    TESTATA E CODA SONO GIA' STATE CONTROLLATE: QUI CONTANO
      *    SOLO I DETTAGLI.
       CARICA-RIGA.
            IF XD-TIPO NOT = 'D'
                GO TO CARICA-RIGA-PROSSIMA
            END-IF
            ADD 1 TO WS-CONTA-DETTAGLI
            MOVE SPACES TO STORICO-RECORD
            MOVE WS-DATA-ESTRATTO TO SR-DATA
            MOVE WS-PROGRAMMA TO SR-PROGRAMMA
            MOVE WS-DATA-CARICO TO SR-DATA-CARICO
            IF WS-ESTRATTO-DIVISIONE
                PERFORM COMPONI-DIVISIONE THRU COMPONI-DIVISIONE-EXIT
            ELSE
                PERFORM COMPONI-CALCBTCH THRU COMPONI-CALCBTCH-EXIT
            END-IF
            WRITE STORICO-RECORD
                INVALID KEY CONTINUE
            END-WRITE
            EVALUATE WS-STORICO-STATUS
                WHEN '00'
                    ADD 1 TO WS-CONTA-CARICATI
      *    CHIAVE GIA' PRESENTE: ESTRATTO RICARICATO, SI SALTA.
                WHEN '22'
                    ADD 1 TO WS-CONTA-PRESENTI
                WHEN OTHER
                    DISPLAY 'ERRORE IN SCRITTURA STORICO, FILE '
                        'STATUS = ' WS-STORICO-STATUS ' RIFERIMENTO '
                        SR-RIFERIMENTO
                    MOVE 'Y' TO WS-ERRORE-SW
            END-EVALUATE.
       CARICA-RIGA-PROSSIMA.
            PERFORM LEGGI-RIGA THRU LEGGI-RIGA-EXIT
            GO TO CARICA-RIGA-EXIT.
       CARICA-RIGA-EXIT.
            EXIT.

       COMPONI-DIVISIONE.
            MOVE XD-RIFERIMENTO TO SR-RIFERIMENTO
            MOVE 'D' TO SR-OP
            MOVE XD-A-SEGNO TO SR-A-SEGNO
            MOVE XD-A TO SR-A
            MOVE XD-B-SEGNO TO SR-B-SEGNO
            MOVE XD-B TO SR-B
            MOVE XD-RIS-SEGNO TO SR-RIS-SEGNO
            MOVE XD-RIS TO SR-RIS
            MOVE XD-RIS-SCALA TO SR-RIS-SCALA
            MOVE XD-QUOZ-SEGNO TO SR-QUOZ-SEGNO
            MOVE XD-QUOZ TO SR-QUOZ
            MOVE XD-RESTO-SEGNO TO SR-RESTO-SEGNO
            MOVE XD-RESTO TO SR-RESTO
            MOVE XD-OPERATORE TO SR-OPERATORE
            GO TO COMPONI-DIVISIONE-EXIT.
       COMPONI-DIVISIONE-EXIT.
            EXIT.

      *    CALCBTCH NON PORTA QUOZIENTE E RESTO NELL'ESTRATTO: IL
      *    SEGNO A SPAZIO LI DICHIARA ASSENTI.
       COMPONI-CALCBTCH.
            MOVE XB-RIFERIMENTO TO SR-RIFERIMENTO
            MOVE XB-OP TO SR-OP
            MOVE XB-A-SEGNO TO SR-A-SEGNO
            MOVE XB-A TO SR-A
            MOVE XB-B-SEGNO TO SR-B-SEGNO
            MOVE XB-B TO SR-B
            MOVE XB-RIS-SEGNO TO SR-RIS-SEGNO
            MOVE XB-RIS TO SR-RIS
            MOVE SPACE TO SR-RIS-SCALA
            MOVE SPACE TO SR-QUOZ-SEGNO
            MOVE ZERO TO SR-QUOZ
            MOVE SPACE TO SR-RESTO-SEGNO
            MOVE ZERO TO SR-RESTO
            MOVE XB-OPERATORE TO SR-OPERATORE
            MOVE XB-OP-ORIGINALE TO SR-OP-ORIGINALE
            MOVE XB-RIF-ORIGINALE TO SR-RIF-ORIGINALE
            GO TO COMPONI-CALCBTCH-EXIT.
       COMPONI-CALCBTCH-EXIT.
            EXIT.

      *    UNA RIGA DI RIEPILOGO SUL RUNLOG CONDIVISO A FINE GIRO. QUI
      *    LETTE = DETTAGLI DELL'ESTRATTO, ELAB = CARICATI E SCARTI =
      *    GIA' PRESENTI NELLO STORICO. UN RUNLOG NON APRIBILE AVVISA
      *    SOLTANTO.
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
            MOVE 'STORICO   ' TO RL-PROGRAMMA
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
            MOVE WS-CONTA-DETTAGLI TO RL-LETTE
            MOVE WS-CONTA-CARICATI TO RL-ELABORATE
            MOVE WS-CONTA-PRESENTI TO RL-SCARTATE
            MOVE RETURN-CODE TO RL-RC
            IF WS-DATA-ESTRATTO > ZERO
                MOVE WS-DATA-ESTRATTO TO RL-DATA-ELAB
            ELSE
                MOVE SPACES TO RL-DATA-ELAB
            END-IF
            WRITE RUNLOG-LINE FROM RUNLOG-DETAIL-LINE
            CLOSE RUNLOGFILE
            GO TO SCRIVI-RUNLOG-EXIT.
       SCRIVI-RUNLOG-EXIT.
            EXIT.
       END PROGRAM STORICO.
