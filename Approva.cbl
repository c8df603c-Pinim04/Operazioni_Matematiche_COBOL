      ******************************************************************
      * Author: Matteo Pini
      * Date: 15/10/2026
      * Purpose: Four-eyes approval of high-value batch results,
      *          reachable from MENU. CALCBTCH and DIVISIONE do not
      *          book a batch result whose absolute value exceeds the
      *          threshold of its operation in the SOGLIE control
      *          file: they queue it in the SOSPESI pending file
      *          instead. This program:
      *
      *            - admits only an active operator holding the
      *              supervisor authority (OPER-SUPERVISORE = 'S' in
      *              OPERMAST), three attempts as at DIVISIONE's
      *              prompt;
      *            - lists the items still waiting, shows the full
      *              detail of the one chosen (program, business
      *              date, submitting operator, record number,
      *              operation, operands, result);
      *            - records the decision (A = approve, R = reject)
      *              on the item with the supervisor code and the
      *              decision date and time, and writes a line to the
      *              APPROVAZ journal; the supervisor can never
      *              decide an item they submitted themselves.
      *
      *          Approved items are booked by the owning program at
      *          the start of its next run, which also drops the
      *          rejected ones from SOSPESI; the journal keeps the
      *          trail of every decision. SOSPESI is reread before
      *          each decision and rewritten in full right after it,
      *          so an item queued by a batch run in the meantime is
      *          not lost; a file larger than the 500 entries the
      *          table can carry is never rewritten, and the session
      *          is refused.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 MP  Created.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOSPESIFILE ASSIGN TO "SOSPESI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOSPESI-STATUS.
           SELECT OPERFILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-CODICE
               FILE STATUS IS WS-OPER-STATUS.
           SELECT GIORNALEFILE ASSIGN TO "APPROVAZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GIORNALE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOSPESIFILE.
       01  SOSPESI-RECORD PIC X(160).
       FD  OPERFILE.
       01  OPER-RECORD.
           05 OPER-CODICE PIC X(10).
           05 OPER-NOME PIC X(30).
           05 OPER-ATTIVO PIC X.
           05 OPER-BATCH PIC X.
           05 OPER-SUPERVISORE PIC X.
       FD  GIORNALEFILE.
       01  GIORNALE-LINE PIC X(120).
       WORKING-STORAGE SECTION.
           01 WS-SOSPESI-STATUS PIC X(2).
           01 WS-OPER-STATUS PIC X(2).
           01 WS-GIORNALE-STATUS PIC X(2).
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-TRONCO-SW PIC X VALUE 'N'.
               88 WS-TRONCO VALUE 'Y'.
           01 WS-SOSPESI-KO-SW PIC X VALUE 'N'.
               88 WS-SOSPESI-KO VALUE 'Y'.
           01 WS-FINITO-SW PIC X VALUE 'N'.
               88 WS-FINITO VALUE 'Y'.
           01 WS-USCITA-SW PIC X VALUE 'N'.
               88 WS-USCITA VALUE 'Y'.
           01 WS-TROVATO-SW PIC X VALUE 'N'.
               88 WS-TROVATO VALUE 'Y'.
           01 WS-TENTATIVI PIC 9 VALUE ZERO.
           01 WS-SUPERVISORE PIC X(10) VALUE SPACES.
           01 WS-DECISIONE PIC X.
           01 WS-RISPOSTA PIC X(8).
           01 WS-SCELTA PIC 9(3).
           01 WS-EN-IX PIC 99 COMP.
           01 WS-EN-CH PIC X.
           01 WS-EN-CIFRA PIC 9.
           01 WS-EN-CIFRE PIC 9 COMP.
           01 WS-EN-STATO PIC 9.
      *        1 = SPAZI INIZIALI, 2 = CIFRE, 3 = SPAZI FINALI
           01 WS-EN-NUMERO PIC 9(3).
           01 WS-EN-KO-SW PIC X VALUE 'N'.
               88 WS-EN-KO VALUE 'Y'.
           01 WS-INDICE PIC 9(3) COMP.
           01 WS-RIGA-TROVATA PIC 9(3) COMP.
           01 WS-CONTA-ATTESA PIC 9(3) VALUE ZERO.
           01 WS-CONTA-APPROVATI PIC 9(5) VALUE ZERO.
           01 WS-CONTA-RESPINTI PIC 9(5) VALUE ZERO.
           01 WS-RIGA-ORIGINALE PIC X(160).
           01 WS-OPERANDO PIC S9(7)V99.
           01 WS-OPERANDO-EDIT PIC -(7)9.99.
           01 WS-DATA-ESECUZIONE PIC 9(6).
           01 WS-ORA-ESECUZIONE PIC 9(8).
           01 WS-ORA-GRUPPO REDEFINES WS-ORA-ESECUZIONE.
               05 WS-ORA-HH PIC 99.
               05 WS-ORA-MM PIC 99.
               05 WS-ORA-SS PIC 99.
               05 WS-ORA-CC PIC 99.
           01 GIORNALE-ORA-EDIT.
               05 GE-HH PIC 99.
               05 FILLER PIC X VALUE ':'.
               05 GE-MM PIC 99.
               05 FILLER PIC X VALUE ':'.
               05 GE-SS PIC 99.
           01 TAB-QUANTI PIC 9(3) COMP VALUE ZERO.
           01 TAB-SOSPESI.
               05 TS-RIGA OCCURS 500 PIC X(160).
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
           01 GIORNALE-DETAIL-LINE.
               05 AJ-DATA PIC 99/99/99.
               05 FILLER PIC X VALUE SPACE.
               05 AJ-ORA PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 AJ-SUPERVISORE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 AJ-AZIONE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 AJ-PROGRAMMA PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 AJ-DATA-ELAB PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 AJ-OPERATORE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 AJ-NUMERO PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 AJ-OP PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 AJ-RIS PIC X(25).
               05 FILLER PIC X(15) VALUE SPACES.
           01 LISTA-SOSPESO-LINE.
               05 LS-INDICE PIC ZZ9.
               05 FILLER PIC X(2) VALUE '. '.
               05 LS-PROGRAMMA PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 LS-DATA PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 LS-OPERATORE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 LS-NUMERO PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 LS-OP PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 LS-RIS PIC X(25).
       PROCEDURE DIVISION.
      *    CHIAMATO DINAMICAMENTE DA MENU: LO STATO RESTA QUELLO
      *    DELL'ULTIMA USCITA, QUINDI VA RIPULITO A OGNI INGRESSO
       MAIN-PROCEDURE.
            MOVE 'N' TO WS-FINITO-SW
            MOVE 'N' TO WS-USCITA-SW
            MOVE ZERO TO WS-TENTATIVI
            MOVE SPACES TO WS-SUPERVISORE
            MOVE ZERO TO WS-CONTA-APPROVATI
            MOVE ZERO TO WS-CONTA-RESPINTI
            DISPLAY 'APPROVAZIONE RISULTATI SOSPESI'
            OPEN INPUT OPERFILE
            IF WS-OPER-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE OPERMAST, FILE '
                    'STATUS = ' WS-OPER-STATUS
                GOBACK
            END-IF
            PERFORM CHIEDI-SUPERVISORE THRU CHIEDI-SUPERVISORE-EXIT
            CLOSE OPERFILE
            IF WS-USCITA
                GOBACK
            END-IF
            PERFORM CARICA-SOSPESI THRU CARICA-SOSPESI-EXIT
            IF WS-SOSPESI-KO
                GOBACK
            END-IF
      *    DA UNA TABELLA TRONCA NON SI RISCRIVE: LE RIGHE MAI
      *    CARICATE ANDREBBERO PERSE.
            IF WS-TRONCO
                DISPLAY 'SOSPESI OLTRE 500 RIGHE: APPROVAZIONE NON '
                    'CONSENTITA, FAR GIRARE PRIMA I BATCH'
                GOBACK
            END-IF
            PERFORM CONTA-ATTESA THRU CONTA-ATTESA-EXIT
            IF WS-CONTA-ATTESA = ZERO
                DISPLAY 'NESSUN RISULTATO IN ATTESA DI APPROVAZIONE'
                GOBACK
            END-IF
            PERFORM APRI-GIORNALE THRU APRI-GIORNALE-EXIT
            IF WS-USCITA
                GOBACK
            END-IF
            PERFORM ELABORA-DECISIONE THRU ELABORA-DECISIONE-EXIT
                UNTIL WS-FINITO
            CLOSE GIORNALEFILE
            DISPLAY 'APPROVATI: ' WS-CONTA-APPROVATI
            DISPLAY 'RESPINTI:  ' WS-CONTA-RESPINTI
            GOBACK.

      *    TRE TENTATIVI E POI SI ABBANDONA, COME AL PROMPT DI
      *    DIVISIONE. IL CODICE DEVE ESISTERE NEL MASTER, ESSERE
      *    ATTIVO E AVERE L'ABILITAZIONE ALLA SUPERVISIONE.
       CHIEDI-SUPERVISORE.
            ADD 1 TO WS-TENTATIVI
            IF WS-TENTATIVI > 3
                DISPLAY 'TROPPI TENTATIVI, USCITA'
                MOVE 'Y' TO WS-USCITA-SW
                GO TO CHIEDI-SUPERVISORE-EXIT
            END-IF
            DISPLAY 'CODICE OPERATORE SUPERVISORE:'
            ACCEPT WS-SUPERVISORE
            MOVE 'N' TO WS-TROVATO-SW
            MOVE WS-SUPERVISORE TO OPER-CODICE
            READ OPERFILE
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE 'Y' TO WS-TROVATO-SW
            END-READ
            IF NOT WS-TROVATO
                DISPLAY 'OPERATORE SCONOSCIUTO'
                GO TO CHIEDI-SUPERVISORE
            END-IF
            IF OPER-ATTIVO NOT = 'A'
                DISPLAY 'OPERATORE DISATTIVATO'
                GO TO CHIEDI-SUPERVISORE
            END-IF
            IF OPER-SUPERVISORE NOT = 'S'
                DISPLAY 'OPERATORE NON ABILITATO ALLA SUPERVISIONE'
                GO TO CHIEDI-SUPERVISORE
            END-IF
            GO TO CHIEDI-SUPERVISORE-EXIT.
       CHIEDI-SUPERVISORE-EXIT.
            EXIT.

       APRI-GIORNALE.
            OPEN EXTEND GIORNALEFILE
            IF WS-GIORNALE-STATUS = '35'
                OPEN OUTPUT GIORNALEFILE
            END-IF
            IF WS-GIORNALE-STATUS NOT = '00'
      *    SENZA GIORNALE NON SI DECIDE: UNA DECISIONE NON TRACCIATA
      *    E' PROPRIO CIO' CHE IL DOPPIO CONTROLLO DEVE IMPEDIRE.
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE APPROVAZ, FILE '
                    'STATUS = ' WS-GIORNALE-STATUS
                DISPLAY 'APPROVAZIONE NON CONSENTITA SENZA GIORNALE'
                MOVE 'Y' TO WS-USCITA-SW
            END-IF
            GO TO APRI-GIORNALE-EXIT.
       APRI-GIORNALE-EXIT.
            EXIT.

       CARICA-SOSPESI.
            MOVE ZERO TO TAB-QUANTI
            MOVE 'N' TO WS-TRONCO-SW
            MOVE 'N' TO WS-SOSPESI-KO-SW
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT SOSPESIFILE
            IF WS-SOSPESI-STATUS = '35'
                GO TO CARICA-SOSPESI-EXIT
            END-IF
            IF WS-SOSPESI-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE SOSPESI, FILE '
                    'STATUS = ' WS-SOSPESI-STATUS
                MOVE 'Y' TO WS-SOSPESI-KO-SW
                GO TO CARICA-SOSPESI-EXIT
            END-IF
            PERFORM LEGGI-SOSPESO THRU LEGGI-SOSPESO-EXIT
                UNTIL WS-EOF
            CLOSE SOSPESIFILE
            GO TO CARICA-SOSPESI-EXIT.
       CARICA-SOSPESI-EXIT.
            EXIT.

       LEGGI-SOSPESO.
            READ SOSPESIFILE
                AT END MOVE 'Y' TO WS-EOF-SW
            END-READ
            IF NOT WS-EOF
                IF TAB-QUANTI >= 500
                    MOVE 'Y' TO WS-TRONCO-SW
                    MOVE 'Y' TO WS-EOF-SW
                ELSE
                    ADD 1 TO TAB-QUANTI
                    MOVE SOSPESI-RECORD TO TS-RIGA(TAB-QUANTI)
                END-IF
            END-IF
            GO TO LEGGI-SOSPESO-EXIT.
       LEGGI-SOSPESO-EXIT.
            EXIT.

       CONTA-ATTESA.
            MOVE ZERO TO WS-CONTA-ATTESA
            PERFORM CONTA-ATTESA-RIGA THRU CONTA-ATTESA-RIGA-EXIT
                VARYING WS-INDICE FROM 1 BY 1
                UNTIL WS-INDICE > TAB-QUANTI
            GO TO CONTA-ATTESA-EXIT.
       CONTA-ATTESA-EXIT.
            EXIT.

       CONTA-ATTESA-RIGA.
            MOVE TS-RIGA(WS-INDICE) TO SOSPESO-DETTAGLIO
            IF SO-IN-ATTESA
                ADD 1 TO WS-CONTA-ATTESA
            END-IF
            GO TO CONTA-ATTESA-RIGA-EXIT.
       CONTA-ATTESA-RIGA-EXIT.
            EXIT.

       ELABORA-DECISIONE.
            PERFORM LISTA-SOSPESI THRU LISTA-SOSPESI-EXIT
            DISPLAY 'RIGA DA ESAMINARE (0 = FINE):'
            ACCEPT WS-RISPOSTA
            IF WS-RISPOSTA = SPACES
                MOVE 'Y' TO WS-FINITO-SW
                GO TO ELABORA-DECISIONE-EXIT
            END-IF
            PERFORM ESTRAI-NUMERO THRU ESTRAI-NUMERO-EXIT
            IF WS-EN-KO
                DISPLAY 'RIGA NON VALIDA'
                GO TO ELABORA-DECISIONE-EXIT
            END-IF
            MOVE WS-EN-NUMERO TO WS-SCELTA
            IF WS-SCELTA = ZERO
                MOVE 'Y' TO WS-FINITO-SW
                GO TO ELABORA-DECISIONE-EXIT
            END-IF
            IF WS-SCELTA > TAB-QUANTI
                DISPLAY 'RIGA NON VALIDA'
                GO TO ELABORA-DECISIONE-EXIT
            END-IF
            MOVE TS-RIGA(WS-SCELTA) TO SOSPESO-DETTAGLIO
            IF NOT SO-IN-ATTESA
                DISPLAY 'RIGA GIA DECISA'
                GO TO ELABORA-DECISIONE-EXIT
            END-IF
            PERFORM MOSTRA-DETTAGLIO THRU MOSTRA-DETTAGLIO-EXIT
      *    IL SECONDO PAIO D'OCCHI DEVE ESSERE DI UN ALTRO: CHI HA
      *    PRESENTATO IL RISULTATO NON PUO' DECIDERLO.
            IF SO-OPERATORE = WS-SUPERVISORE
                DISPLAY 'NON SI DECIDE UN RISULTATO PRESENTATO DA '
                    'SE STESSI'
                GO TO ELABORA-DECISIONE-EXIT
            END-IF
            DISPLAY 'DECISIONE (A = APPROVA, R = RESPINGI, '
                'VUOTO = ANNULLA):'
            ACCEPT WS-DECISIONE
            EVALUATE TRUE
                WHEN WS-DECISIONE = 'A' OR WS-DECISIONE = 'a'
                    MOVE 'A' TO WS-DECISIONE
                WHEN WS-DECISIONE = 'R' OR WS-DECISIONE = 'r'
                    MOVE 'R' TO WS-DECISIONE
                WHEN WS-DECISIONE = SPACE
                    DISPLAY 'DECISIONE ANNULLATA'
                    GO TO ELABORA-DECISIONE-EXIT
                WHEN OTHER
                    DISPLAY 'DECISIONE NON VALIDA'
                    GO TO ELABORA-DECISIONE-EXIT
            END-EVALUATE
            PERFORM REGISTRA-DECISIONE THRU REGISTRA-DECISIONE-EXIT
            PERFORM CONTA-ATTESA THRU CONTA-ATTESA-EXIT
            IF WS-CONTA-ATTESA = ZERO
                DISPLAY 'NESSUN ALTRO RISULTATO IN ATTESA'
                MOVE 'Y' TO WS-FINITO-SW
            END-IF
            GO TO ELABORA-DECISIONE-EXIT.
       ELABORA-DECISIONE-EXIT.
            EXIT.

       LISTA-SOSPESI.
            DISPLAY 'RISULTATI IN ATTESA DI APPROVAZIONE:'
            DISPLAY '     PROGRAMMA  DATA   OPERATORE  RECORD   OP '
                'RISULTATO'
            PERFORM LISTA-RIGA-SOSPESO THRU LISTA-RIGA-SOSPESO-EXIT
                VARYING WS-INDICE FROM 1 BY 1
                UNTIL WS-INDICE > TAB-QUANTI
            GO TO LISTA-SOSPESI-EXIT.
       LISTA-SOSPESI-EXIT.
            EXIT.

       LISTA-RIGA-SOSPESO.
            MOVE TS-RIGA(WS-INDICE) TO SOSPESO-DETTAGLIO
            IF SO-IN-ATTESA
                MOVE WS-INDICE TO LS-INDICE
                MOVE SO-PROGRAMMA TO LS-PROGRAMMA
                MOVE SO-DATA TO LS-DATA
                MOVE SO-OPERATORE TO LS-OPERATORE
                MOVE SO-NUMERO TO LS-NUMERO
                MOVE SO-OP TO LS-OP
                MOVE SO-RIS TO LS-RIS
                DISPLAY LISTA-SOSPESO-LINE
            END-IF
            GO TO LISTA-RIGA-SOSPESO-EXIT.
       LISTA-RIGA-SOSPESO-EXIT.
            EXIT.

       MOSTRA-DETTAGLIO.
            DISPLAY 'PROGRAMMA:      ' SO-PROGRAMMA
            DISPLAY 'DATA ELAB.:     ' SO-DATA ' ORE ' SO-ORA
            DISPLAY 'PRESENTATO DA:  ' SO-OPERATORE ' ' SO-NOME
            DISPLAY 'RECORD NUMERO:  ' SO-NUMERO
            DISPLAY 'OPERAZIONE:     ' SO-OP
            MOVE SO-A TO WS-OPERANDO
            IF SO-A-SEGNO = '-'
                COMPUTE WS-OPERANDO = WS-OPERANDO * -1
            END-IF
            MOVE WS-OPERANDO TO WS-OPERANDO-EDIT
            DISPLAY 'A:              ' WS-OPERANDO-EDIT
            MOVE SO-B TO WS-OPERANDO
            IF SO-B-SEGNO = '-'
                COMPUTE WS-OPERANDO = WS-OPERANDO * -1
            END-IF
            MOVE WS-OPERANDO TO WS-OPERANDO-EDIT
            DISPLAY 'B:              ' WS-OPERANDO-EDIT
            DISPLAY 'RISULTATO:      ' SO-RIS
            GO TO MOSTRA-DETTAGLIO-EXIT.
       MOSTRA-DETTAGLIO-EXIT.
            EXIT.

      *    SOSPESI SI RILEGGE PRIMA DI OGNI DECISIONE E SI RISCRIVE
      *    SUBITO DOPO: UN BATCH CHE HA ACCODATO NEL FRATTEMPO NON
      *    PERDE LE SUE RIGHE. LA RIGA DECISA SI RITROVA PER IMMAGINE
      *    INTERA; SE NON C'E' PIU' (O NON E' PIU' IN ATTESA) LA
      *    DECISIONE NON SI REGISTRA. IL GIORNALE SI SCRIVE SOLO A
      *    RISCRITTURA RIUSCITA.
       REGISTRA-DECISIONE.
            MOVE TS-RIGA(WS-SCELTA) TO WS-RIGA-ORIGINALE
            PERFORM CARICA-SOSPESI THRU CARICA-SOSPESI-EXIT
            IF WS-SOSPESI-KO OR WS-TRONCO
                DISPLAY 'SOSPESI NON RILEGGIBILE, DECISIONE NON '
                    'REGISTRATA'
                MOVE 'Y' TO WS-FINITO-SW
                GO TO REGISTRA-DECISIONE-EXIT
            END-IF
            MOVE ZERO TO WS-RIGA-TROVATA
            PERFORM CERCA-RIGA THRU CERCA-RIGA-EXIT
                VARYING WS-INDICE FROM 1 BY 1
                UNTIL WS-INDICE > TAB-QUANTI
                   OR WS-RIGA-TROVATA > ZERO
            IF WS-RIGA-TROVATA = ZERO
                DISPLAY 'RISULTATO NON PIU IN ATTESA, DECISIONE NON '
                    'REGISTRATA'
                GO TO REGISTRA-DECISIONE-EXIT
            END-IF
            MOVE WS-RIGA-ORIGINALE TO SOSPESO-DETTAGLIO
            ACCEPT WS-DATA-ESECUZIONE FROM DATE
            ACCEPT WS-ORA-ESECUZIONE FROM TIME
            MOVE WS-ORA-HH TO GE-HH
            MOVE WS-ORA-MM TO GE-MM
            MOVE WS-ORA-SS TO GE-SS
            IF WS-DECISIONE = 'A'
                MOVE 'A' TO SO-STATO
            ELSE
                MOVE 'J' TO SO-STATO
            END-IF
            MOVE WS-SUPERVISORE TO SO-SUPERVISORE
            MOVE WS-DATA-ESECUZIONE TO SO-DATA-DEC
            MOVE GIORNALE-ORA-EDIT TO SO-ORA-DEC
            MOVE SOSPESO-DETTAGLIO TO TS-RIGA(WS-RIGA-TROVATA)
            PERFORM SALVA-SOSPESI THRU SALVA-SOSPESI-EXIT
            IF WS-SOSPESI-KO
                MOVE WS-RIGA-ORIGINALE TO TS-RIGA(WS-RIGA-TROVATA)
                DISPLAY 'ERRORE IN RISCRITTURA SOSPESI, FILE STATUS = '
                    WS-SOSPESI-STATUS
                DISPLAY 'DECISIONE NON REGISTRATA'
                MOVE 'Y' TO WS-FINITO-SW
                GO TO REGISTRA-DECISIONE-EXIT
            END-IF
            PERFORM SCRIVI-GIORNALE THRU SCRIVI-GIORNALE-EXIT
            IF SO-APPROVATO
                ADD 1 TO WS-CONTA-APPROVATI
                DISPLAY 'RISULTATO APPROVATO, SARA'' REGISTRATO AL '
                    'PROSSIMO GIRO DI ' SO-PROGRAMMA
            ELSE
                ADD 1 TO WS-CONTA-RESPINTI
                DISPLAY 'RISULTATO RESPINTO'
            END-IF
            GO TO REGISTRA-DECISIONE-EXIT.
       REGISTRA-DECISIONE-EXIT.
            EXIT.

       CERCA-RIGA.
            IF TS-RIGA(WS-INDICE) = WS-RIGA-ORIGINALE
                MOVE WS-INDICE TO WS-RIGA-TROVATA
            END-IF
            GO TO CERCA-RIGA-EXIT.
       CERCA-RIGA-EXIT.
            EXIT.

       SALVA-SOSPESI.
            MOVE 'N' TO WS-SOSPESI-KO-SW
            OPEN OUTPUT SOSPESIFILE
            IF WS-SOSPESI-STATUS NOT = '00'
                MOVE 'Y' TO WS-SOSPESI-KO-SW
                GO TO SALVA-SOSPESI-EXIT
            END-IF
            PERFORM SCRIVI-SOSPESO THRU SCRIVI-SOSPESO-EXIT
                VARYING WS-INDICE FROM 1 BY 1
                UNTIL WS-INDICE > TAB-QUANTI
            CLOSE SOSPESIFILE
            GO TO SALVA-SOSPESI-EXIT.
       SALVA-SOSPESI-EXIT.
            EXIT.

       SCRIVI-SOSPESO.
            WRITE SOSPESI-RECORD FROM TS-RIGA(WS-INDICE)
            GO TO SCRIVI-SOSPESO-EXIT.
       SCRIVI-SOSPESO-EXIT.
            EXIT.

       SCRIVI-GIORNALE.
            MOVE WS-DATA-ESECUZIONE TO AJ-DATA
            MOVE GIORNALE-ORA-EDIT TO AJ-ORA
            MOVE WS-SUPERVISORE TO AJ-SUPERVISORE
            IF SO-APPROVATO
                MOVE 'APPROVATO' TO AJ-AZIONE
            ELSE
                MOVE 'RESPINTO' TO AJ-AZIONE
            END-IF
            MOVE SO-PROGRAMMA TO AJ-PROGRAMMA
            MOVE SO-DATA TO AJ-DATA-ELAB
            MOVE SO-OPERATORE TO AJ-OPERATORE
            MOVE SO-NUMERO TO AJ-NUMERO
            MOVE SO-OP TO AJ-OP
            MOVE SO-RIS TO AJ-RIS
            WRITE GIORNALE-LINE FROM GIORNALE-DETAIL-LINE
            GO TO SCRIVI-GIORNALE-EXIT.
       SCRIVI-GIORNALE-EXIT.
            EXIT.

      *    STESSA ESTRAZIONE DELLE CIFRE DI SCARTFIX: L'ACCEPT LASCIA
      *    '5' COME '5' SEGUITO DA SPAZI, CHE IS NUMERIC RIFIUTEREBBE.
       ESTRAI-NUMERO.
            MOVE 'N' TO WS-EN-KO-SW
            MOVE ZERO TO WS-EN-NUMERO
            MOVE ZERO TO WS-EN-CIFRE
            MOVE 1 TO WS-EN-STATO
            PERFORM ESTRAI-CIFRA THRU ESTRAI-CIFRA-EXIT
                VARYING WS-EN-IX FROM 1 BY 1
                UNTIL WS-EN-IX > 8 OR WS-EN-KO
            IF WS-EN-STATO = 1
      *    NESSUNA CIFRA VISTA: CAMPO VUOTO O SOLO SPAZI
                MOVE 'Y' TO WS-EN-KO-SW
            END-IF
            GO TO ESTRAI-NUMERO-EXIT.
       ESTRAI-NUMERO-EXIT.
            EXIT.

       ESTRAI-CIFRA.
            MOVE WS-RISPOSTA(WS-EN-IX:1) TO WS-EN-CH
            EVALUATE TRUE
                WHEN WS-EN-CH = SPACE AND WS-EN-STATO = 1
                    CONTINUE
                WHEN WS-EN-CH = SPACE
                    MOVE 3 TO WS-EN-STATO
                WHEN WS-EN-STATO = 3
      *    CARATTERE DOPO GLI SPAZI FINALI: CAMPO SPEZZATO
                    MOVE 'Y' TO WS-EN-KO-SW
                WHEN WS-EN-CH IS NUMERIC
                    MOVE 2 TO WS-EN-STATO
                    IF WS-EN-NUMERO = ZERO AND WS-EN-CH = '0'
                        CONTINUE
                    ELSE
                        IF WS-EN-CIFRE >= 3
                            MOVE 'Y' TO WS-EN-KO-SW
                        ELSE
                            MOVE WS-EN-CH TO WS-EN-CIFRA
                            COMPUTE WS-EN-NUMERO =
                                WS-EN-NUMERO * 10 + WS-EN-CIFRA
                            ADD 1 TO WS-EN-CIFRE
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE 'Y' TO WS-EN-KO-SW
            END-EVALUATE
            GO TO ESTRAI-CIFRA-EXIT.
       ESTRAI-CIFRA-EXIT.
            EXIT.
       END PROGRAM APPROVA.
