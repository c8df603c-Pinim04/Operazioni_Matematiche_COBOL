      *                operator and when. Last quarter a batch
      *                authorization flipped with no trace; this
      *                closes that hole.
      * 15/10/2026 MP  Supervisor authority: each operator now also
      *                carries OPER-SUPERVISORE (S/N, record 42 -> 43
      *                bytes), which lets them approve or reject the
      *                high-value batch results held in SOSPESI
      *                through the APPROVA menu function. It is asked
      *                on add, shown in the list, and changed by the
      *                new function 5 (exit moves to 6); nobody may
      *                change their own authority. Journal lines grow
      *                125 -> 129 bytes: the supervisor flag before
      *                and after the change is appended in columns 127
      *                and 129, so the existing images keep their
      *                columns.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMANT.
           05 OPER-NOME PIC X(30).
           05 OPER-ATTIVO PIC X.
           05 OPER-BATCH PIC X.
           05 OPER-SUPERVISORE PIC X.
       FD  GIORNALEFILE.
       01  GIORNALE-LINE PIC X(129).
       WORKING-STORAGE SECTION.
           01 WS-OPER-STATUS PIC X(2).
           01 WS-SCELTA PIC X.
               88 WS-SCELTA-AGGIUNGI VALUE '2'.
               88 WS-SCELTA-DISATTIVA VALUE '3'.
               88 WS-SCELTA-RIATTIVA VALUE '4'.
               88 WS-SCELTA-SUPERVISORE VALUE '5'.
               88 WS-SCELTA-USCITA VALUE '6'.
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-TROVATO-SW PIC X VALUE 'N'.
           01 WS-CODICE PIC X(10).
           01 WS-NOME PIC X(30).
           01 WS-RISPOSTA-BATCH PIC X.
           01 WS-RISPOSTA-SUPERVISORE PIC X.
           01 WS-CONTA-LISTA PIC 9(5) VALUE ZERO.
           01 WS-GIORNALE-STATUS PIC X(2).
           01 WS-MANUTENTORE PIC X(10) VALUE SPACES.
           01 WS-TENTATIVI PIC 9 VALUE ZERO.
           01 WS-MASTER-VUOTO-SW PIC X VALUE 'N'.
               88 WS-MASTER-VUOTO VALUE 'Y'.
           01 WS-IMMAGINE-PRIMA PIC X(43) VALUE SPACES.
           01 WS-IMMAGINE-DOPO PIC X(43) VALUE SPACES.
           01 WS-DATA-ESECUZIONE PIC 9(6).
           01 WS-ORA-ESECUZIONE PIC 9(8).
           01 WS-ORA-GRUPPO REDEFINES WS-ORA-ESECUZIONE.
               05 JR-PRIMA PIC X(42).
               05 FILLER PIC X VALUE SPACE.
               05 JR-DOPO PIC X(42).
               05 FILLER PIC X VALUE SPACE.
               05 JR-PRIMA-SUP PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 JR-DOPO-SUP PIC X.
           01 LISTA-DETAIL-LINE.
               05 LD-CODICE PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-ATTIVO PIC X.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-BATCH PIC X.
               05 FILLER PIC X(5) VALUE SPACES.
               05 LD-SUPERVISORE PIC X.
       PROCEDURE DIVISION.
      *    CHIAMATO DINAMICAMENTE DA MENU: LO STATO RESTA QUELLO
      *    DELL'ULTIMA USCITA, QUINDI VA RIPULITO A OGNI INGRESSO
            ADD 1 TO WS-TENTATIVI
            IF WS-TENTATIVI > 3
                DISPLAY 'TROPPI TENTATIVI, USCITA'
                MOVE '6' TO WS-SCELTA
                GO TO CHIEDI-MANUTENTORE-EXIT
            END-IF
            DISPLAY 'CODICE OPERATORE MANUTENTORE:'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE OPERJRN, FILE '
                    'STATUS = ' WS-GIORNALE-STATUS
                DISPLAY 'MANUTENZIONE NON CONSENTITA SENZA GIORNALE'
                MOVE '6' TO WS-SCELTA
            END-IF
            GO TO APRI-GIORNALE-EXIT.
       APRI-GIORNALE-EXIT.
            MOVE WS-DATA-ESECUZIONE TO JR-DATA
            MOVE GIORNALE-ORA-EDIT TO JR-ORA
            MOVE WS-MANUTENTORE TO JR-MANUTENTORE
            MOVE WS-IMMAGINE-PRIMA(1:42) TO JR-PRIMA
            MOVE WS-IMMAGINE-DOPO(1:42) TO JR-DOPO
            MOVE WS-IMMAGINE-PRIMA(43:1) TO JR-PRIMA-SUP
            MOVE WS-IMMAGINE-DOPO(43:1) TO JR-DOPO-SUP
            WRITE GIORNALE-LINE FROM GIORNALE-DETAIL-LINE
            GO TO SCRIVI-GIORNALE-EXIT.
       SCRIVI-GIORNALE-EXIT.
            IF WS-OPER-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE OPERMAST, FILE '
                    'STATUS = ' WS-OPER-STATUS
                MOVE '6' TO WS-SCELTA
            END-IF
            GO TO APRI-MASTER-EXIT.
       APRI-MASTER-EXIT.
            DISPLAY '2. AGGIUNGI'
            DISPLAY '3. DISATTIVA'
            DISPLAY '4. RIATTIVA'
            DISPLAY '5. ABILITAZIONE SUPERVISORE'
            DISPLAY '6. USCITA'
            DISPLAY 'SCEGLIERE UNA FUNZIONE:'
            ACCEPT WS-SCELTA

            IF WS-SCELTA-RIATTIVA
                PERFORM CAMBIA-STATO THRU CAMBIA-STATO-EXIT
            END-IF
            IF WS-SCELTA-SUPERVISORE
                PERFORM CAMBIA-SUPERVISORE THRU
                    CAMBIA-SUPERVISORE-EXIT
            END-IF
            IF NOT WS-SCELTA-LISTA AND
               NOT WS-SCELTA-AGGIUNGI AND
               NOT WS-SCELTA-DISATTIVA AND
               NOT WS-SCELTA-RIATTIVA AND
               NOT WS-SCELTA-SUPERVISORE AND
               NOT WS-SCELTA-USCITA
                DISPLAY 'SCELTA NON VALIDA'
            END-IF
                GO TO LISTA-OPERATORI-EXIT
            END-IF
            DISPLAY 'CODICE      NOME                            '
                'ATT BATCH SUP'
            PERFORM LISTA-RIGA THRU LISTA-RIGA-EXIT
                UNTIL WS-EOF
            IF WS-CONTA-LISTA = ZERO
                MOVE OPER-NOME TO LD-NOME
                MOVE OPER-ATTIVO TO LD-ATTIVO
                MOVE OPER-BATCH TO LD-BATCH
                MOVE OPER-SUPERVISORE TO LD-SUPERVISORE
                DISPLAY LISTA-DETAIL-LINE
                ADD 1 TO WS-CONTA-LISTA
            END-IF
            ACCEPT WS-NOME
            DISPLAY 'ABILITATO AL BATCH? (S/N):'
            ACCEPT WS-RISPOSTA-BATCH
            DISPLAY 'ABILITATO ALLA SUPERVISIONE? (S/N):'
            ACCEPT WS-RISPOSTA-SUPERVISORE
            MOVE WS-CODICE TO OPER-CODICE
            MOVE WS-NOME TO OPER-NOME
            MOVE 'A' TO OPER-ATTIVO
            ELSE
                MOVE 'N' TO OPER-BATCH
            END-IF
            IF WS-RISPOSTA-SUPERVISORE = 'S' OR
               WS-RISPOSTA-SUPERVISORE = 's'
                MOVE 'S' TO OPER-SUPERVISORE
            ELSE
                MOVE 'N' TO OPER-SUPERVISORE
            END-IF
            WRITE OPER-RECORD
                INVALID KEY
                    DISPLAY 'ERRORE IN SCRITTURA OPERMAST, FILE '
            GO TO CAMBIA-STATO-EXIT.
       CAMBIA-STATO-EXIT.
            EXIT.

      *    L'ABILITAZIONE ALLA SUPERVISIONE E' IL SECONDO PAIO D'OCCHI
      *    SUI RISULTATI OLTRE SOGLIA: NESSUNO PUO' CAMBIARE LA PROPRIA.
       CAMBIA-SUPERVISORE.
            DISPLAY 'CODICE OPERATORE:'
            ACCEPT WS-CODICE
            IF WS-CODICE = WS-MANUTENTORE
                DISPLAY 'NON SI MODIFICA LA PROPRIA ABILITAZIONE'
                GO TO CAMBIA-SUPERVISORE-EXIT
            END-IF
            PERFORM CERCA-PER-CHIAVE THRU CERCA-PER-CHIAVE-EXIT
            IF NOT WS-TROVATO
                DISPLAY 'OPERATORE SCONOSCIUTO'
                GO TO CAMBIA-SUPERVISORE-EXIT
            END-IF
            DISPLAY 'ABILITATO ALLA SUPERVISIONE? (S/N):'
            ACCEPT WS-RISPOSTA-SUPERVISORE
            MOVE OPER-RECORD TO WS-IMMAGINE-PRIMA
            IF WS-RISPOSTA-SUPERVISORE = 'S' OR
               WS-RISPOSTA-SUPERVISORE = 's'
                MOVE 'S' TO OPER-SUPERVISORE
            ELSE
                MOVE 'N' TO OPER-SUPERVISORE
            END-IF
            REWRITE OPER-RECORD
                INVALID KEY
                    DISPLAY 'ERRORE IN RISCRITTURA OPERMAST, FILE '
                        'STATUS = ' WS-OPER-STATUS
                    GO TO CAMBIA-SUPERVISORE-EXIT
            END-REWRITE
            MOVE OPER-RECORD TO WS-IMMAGINE-DOPO
            IF OPER-SUPERVISORE = 'S'
                MOVE 'SUPERV SI' TO JR-AZIONE
                DISPLAY 'OPERATORE ABILITATO ALLA SUPERVISIONE'
            ELSE
                MOVE 'SUPERV NO' TO JR-AZIONE
                DISPLAY 'OPERATORE NON ABILITATO ALLA SUPERVISIONE'
            END-IF
            PERFORM SCRIVI-GIORNALE THRU SCRIVI-GIORNALE-EXIT
            GO TO CAMBIA-SUPERVISORE-EXIT.
       CAMBIA-SUPERVISORE-EXIT.
            EXIT.
       END PROGRAM OPERMANT.
