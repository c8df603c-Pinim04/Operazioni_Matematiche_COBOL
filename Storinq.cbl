      ******************************************************************
      * Author: Matteo Pini
      * Date: 15/10/2026
      * Purpose: Inquiry over the permanent results history (STORICO,
      *          loaded every night by the STORICO program from the
      *          released extracts), reachable from MENU. The
      *          operator gives a business-date range (AAMMGG, the
      *          end date defaults to the start date) and, optionally,
      *          an operation code, an operator code and an operand
      *          value (matched against A or B). The matching results
      *          are listed ten to a page in date and reference order;
      *          the operator pages forward (A) and back (I), picks a
      *          line number to see the full detail of one
      *          calculation, starts a new search (N) or leaves with
      *          an empty answer.
      *
      *          Paging back re-reads from the first key of the
      *          previous page, kept in a table of 200 pages; a search
      *          wider than that is asked to be narrowed. Interactive
      *          DIVISIONE-MENU results never reach the extracts and
      *          are therefore not in the history.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 MP  Created.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORICOFILE ASSIGN TO "STORICO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-CHIAVE
               FILE STATUS IS WS-STORICO-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       WORKING-STORAGE SECTION.
           01 WS-STORICO-STATUS PIC X(2).
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-FINITO-SW PIC X VALUE 'N'.
               88 WS-FINITO VALUE 'Y'.
           01 WS-FINE-RICERCA-SW PIC X VALUE 'N'.
               88 WS-FINE-RICERCA VALUE 'Y'.
           01 WS-FILTRI-KO-SW PIC X VALUE 'N'.
               88 WS-FILTRI-KO VALUE 'Y'.
           01 WS-ALTRE-SW PIC X VALUE 'N'.
               88 WS-ALTRE VALUE 'Y'.
           01 WS-CORRISPONDE-SW PIC X VALUE 'N'.
               88 WS-CORRISPONDE VALUE 'Y'.
      *    CRITERI DI RICERCA
           01 WS-RISPOSTA-DATA PIC X(6).
           01 WS-DATA-DA PIC X(6).
           01 WS-DATA-A PIC X(6).
           01 WS-F-OP PIC X.
           01 WS-F-OPERATORE PIC X(10).
           01 WS-F-VALORE-SW PIC X VALUE 'N'.
               88 WS-F-VALORE-PRESENTE VALUE 'Y'.
           01 WS-F-VALORE PIC S9(7)V99.
           01 WS-DATA-RECORD PIC X(6).
           01 WS-A-VALORE PIC S9(7)V99.
           01 WS-B-VALORE PIC S9(7)V99.
           01 PN-CAMPO PIC X(20).
           01 PN-VALORE PIC S9(7)V99.
           01 PN-ESITO PIC X.
      *    PAGINAZIONE: PRIMA CHIAVE DI OGNI PAGINA GIA' VISTA, PER
      *    TORNARE INDIETRO RILEGGENDO DA LI'.
           01 WS-MAX-PAGINE PIC 9(3) COMP VALUE 200.
           01 WS-PAGINA PIC 9(3) COMP VALUE 1.
           01 WS-TAB-PAGINE.
               05 WS-PAG-INIZIO OCCURS 200 PIC X(20).
           01 WS-PROSSIMA-CHIAVE PIC X(20).
           01 WS-RIGHE-PAGINA PIC 99 COMP VALUE 10.
           01 WS-QUANTE-RIGHE PIC 99 COMP VALUE ZERO.
           01 WS-TAB-RIGHE.
               05 WS-RIGA-STORICO OCCURS 10 PIC X(130).
           01 WS-INDICE PIC 99 COMP.
           01 WS-PAGINA-EDIT PIC ZZ9.
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
           01 WS-IMPORTO PIC S9(12)V9(6).
           01 WS-IMPORTO-EDIT PIC -(12)9.9(6).
           01 WS-OPERANDO-EDIT PIC -(7)9.99.
           01 WS-QUOZ-VALORE PIC S9(9).
           01 WS-QUOZ-EDIT PIC -(9)9.
           01 WS-RESTO-VALORE PIC S9(7)V99.
           01 LISTA-STORICO-TESTATA.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(7) VALUE 'DATA'.
               05 FILLER PIC X(15) VALUE 'RIFERIMENTO'.
               05 FILLER PIC X(2) VALUE 'OP'.
               05 FILLER PIC X(12) VALUE '           A'.
               05 FILLER PIC X(12) VALUE '           B'.
               05 FILLER PIC X(17) VALUE '        RISULTATO'.
               05 FILLER PIC X(10) VALUE ' OPERATORE'.
           01 LISTA-STORICO-LINE.
               05 LS-INDICE PIC Z9.
               05 FILLER PIC X(2) VALUE '. '.
               05 LS-DATA PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 LS-RIFERIMENTO PIC X(14).
               05 FILLER PIC X VALUE SPACE.
               05 LS-OP PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 LS-A PIC -(7)9.99.
               05 FILLER PIC X VALUE SPACE.
               05 LS-B PIC -(7)9.99.
               05 FILLER PIC X VALUE SPACE.
               05 LS-RIS PIC -(12)9.99.
               05 FILLER PIC X VALUE SPACE.
               05 LS-OPERATORE PIC X(10).
       PROCEDURE DIVISION.
      *    CHIAMATO DINAMICAMENTE DA MENU: LO STATO RESTA QUELLO
      *    DELL'ULTIMA USCITA, QUINDI VA RIPULITO A OGNI INGRESSO
       MAIN-PROCEDURE.
            MOVE 'N' TO WS-FINITO-SW
            DISPLAY 'CONSULTAZIONE STORICO RISULTATI'
            OPEN INPUT STORICOFILE
            IF WS-STORICO-STATUS = '35'
                DISPLAY 'STORICO NON ANCORA CARICATO'
                GOBACK
            END-IF
            IF WS-STORICO-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE STORICO, FILE '
                    'STATUS = ' WS-STORICO-STATUS
                GOBACK
            END-IF
            PERFORM ELABORA-RICERCA THRU ELABORA-RICERCA-EXIT
                UNTIL WS-FINITO
            CLOSE STORICOFILE
            GOBACK.

       ELABORA-RICERCA.
            PERFORM CHIEDI-FILTRI THRU CHIEDI-FILTRI-EXIT
            IF WS-FINITO OR WS-FILTRI-KO
                GO TO ELABORA-RICERCA-EXIT
            END-IF
            MOVE 1 TO WS-PAGINA
            MOVE LOW-VALUES TO WS-PAG-INIZIO(1)
            MOVE WS-DATA-DA TO WS-PAG-INIZIO(1)(1:6)
            MOVE 'N' TO WS-FINE-RICERCA-SW
            PERFORM SFOGLIA-PAGINA THRU SFOGLIA-PAGINA-EXIT
                UNTIL WS-FINE-RICERCA OR WS-FINITO
            GO TO ELABORA-RICERCA-EXIT.
       ELABORA-RICERCA-EXIT.
            EXIT.

      *    DATA INIZIALE VUOTA = FINE CONSULTAZIONE. OGNI ALTRO
      *    CRITERIO VUOTO NON FILTRA.
       CHIEDI-FILTRI.
            MOVE 'N' TO WS-FILTRI-KO-SW
            DISPLAY 'DATA INIZIALE (AAMMGG, VUOTO = FINE):'
            ACCEPT WS-RISPOSTA-DATA
            IF WS-RISPOSTA-DATA = SPACES
                MOVE 'Y' TO WS-FINITO-SW
                GO TO CHIEDI-FILTRI-EXIT
            END-IF
            IF WS-RISPOSTA-DATA IS NOT NUMERIC
                DISPLAY 'DATA NON VALIDA, SERVONO 6 CIFRE AAMMGG'
                MOVE 'Y' TO WS-FILTRI-KO-SW
                GO TO CHIEDI-FILTRI-EXIT
            END-IF
            MOVE WS-RISPOSTA-DATA TO WS-DATA-DA
            DISPLAY 'DATA FINALE (AAMMGG, VUOTO = STESSO GIORNO):'
            ACCEPT WS-RISPOSTA-DATA
            IF WS-RISPOSTA-DATA = SPACES
                MOVE WS-DATA-DA TO WS-RISPOSTA-DATA
            END-IF
            IF WS-RISPOSTA-DATA IS NOT NUMERIC
                DISPLAY 'DATA NON VALIDA, SERVONO 6 CIFRE AAMMGG'
                MOVE 'Y' TO WS-FILTRI-KO-SW
                GO TO CHIEDI-FILTRI-EXIT
            END-IF
            MOVE WS-RISPOSTA-DATA TO WS-DATA-A
            IF WS-DATA-A < WS-DATA-DA
                DISPLAY 'DATA FINALE PRECEDENTE ALLA DATA INIZIALE'
                MOVE 'Y' TO WS-FILTRI-KO-SW
                GO TO CHIEDI-FILTRI-EXIT
            END-IF
            DISPLAY 'CODICE OPERAZIONE (VUOTO = TUTTE):'
            ACCEPT WS-F-OP
            DISPLAY 'OPERATORE (VUOTO = TUTTI):'
            ACCEPT WS-F-OPERATORE
            DISPLAY 'VALORE DI A O B (VUOTO = QUALSIASI):'
            MOVE SPACES TO PN-CAMPO
            ACCEPT PN-CAMPO
            MOVE 'N' TO WS-F-VALORE-SW
            IF PN-CAMPO NOT = SPACES
                CALL 'PARSENUM' USING PN-CAMPO PN-VALORE PN-ESITO
                IF PN-ESITO NOT = '0'
                    DISPLAY 'VALORE NON VALIDO'
                    MOVE 'Y' TO WS-FILTRI-KO-SW
                    GO TO CHIEDI-FILTRI-EXIT
                END-IF
                MOVE PN-VALORE TO WS-F-VALORE
                MOVE 'Y' TO WS-F-VALORE-SW
            END-IF
            GO TO CHIEDI-FILTRI-EXIT.
       CHIEDI-FILTRI-EXIT.
            EXIT.

       SFOGLIA-PAGINA.
            PERFORM COSTRUISCI-PAGINA THRU COSTRUISCI-PAGINA-EXIT
            IF WS-QUANTE-RIGHE = ZERO
                DISPLAY 'NESSUN RISULTATO PER I CRITERI INDICATI'
                MOVE 'Y' TO WS-FINE-RICERCA-SW
                GO TO SFOGLIA-PAGINA-EXIT
            END-IF
            PERFORM MOSTRA-PAGINA THRU MOSTRA-PAGINA-EXIT
            DISPLAY 'RIGA = DETTAGLIO, A = AVANTI, I = INDIETRO, '
                'N = NUOVA RICERCA, VUOTO = FINE:'
            ACCEPT WS-RISPOSTA
            EVALUATE TRUE
                WHEN WS-RISPOSTA = SPACES
                    MOVE 'Y' TO WS-FINITO-SW
                WHEN WS-RISPOSTA = 'A' OR WS-RISPOSTA = 'a'
                    PERFORM PAGINA-AVANTI THRU PAGINA-AVANTI-EXIT
                WHEN WS-RISPOSTA = 'I' OR WS-RISPOSTA = 'i'
                    IF WS-PAGINA > 1
                        SUBTRACT 1 FROM WS-PAGINA
                    ELSE
                        DISPLAY 'GIA ALLA PRIMA PAGINA'
                    END-IF
                WHEN WS-RISPOSTA = 'N' OR WS-RISPOSTA = 'n'
                    MOVE 'Y' TO WS-FINE-RICERCA-SW
                WHEN OTHER
                    PERFORM SCEGLI-RIGA THRU SCEGLI-RIGA-EXIT
            END-EVALUATE
            GO TO SFOGLIA-PAGINA-EXIT.
       SFOGLIA-PAGINA-EXIT.
            EXIT.

       PAGINA-AVANTI.
            IF NOT WS-ALTRE
                DISPLAY 'GIA ALL''ULTIMA PAGINA'
                GO TO PAGINA-AVANTI-EXIT
            END-IF
            IF WS-PAGINA >= WS-MAX-PAGINE
                DISPLAY 'LIMITE DI ' WS-MAX-PAGINE ' PAGINE: '
                    'RESTRINGERE LA RICERCA'
                GO TO PAGINA-AVANTI-EXIT
            END-IF
            ADD 1 TO WS-PAGINA
            MOVE WS-PROSSIMA-CHIAVE TO WS-PAG-INIZIO(WS-PAGINA)
            GO TO PAGINA-AVANTI-EXIT.
       PAGINA-AVANTI-EXIT.
            EXIT.

       SCEGLI-RIGA.
            PERFORM ESTRAI-NUMERO THRU ESTRAI-NUMERO-EXIT
            IF WS-EN-KO
                DISPLAY 'SCELTA NON VALIDA'
                GO TO SCEGLI-RIGA-EXIT
            END-IF
            MOVE WS-EN-NUMERO TO WS-SCELTA
            IF WS-SCELTA = ZERO OR WS-SCELTA > WS-QUANTE-RIGHE
                DISPLAY 'RIGA NON VALIDA'
                GO TO SCEGLI-RIGA-EXIT
            END-IF
            MOVE WS-RIGA-STORICO(WS-SCELTA) TO STORICO-RECORD
            PERFORM MOSTRA-DETTAGLIO THRU MOSTRA-DETTAGLIO-EXIT
            DISPLAY 'PREMERE INVIO PER TORNARE ALL''ELENCO'
            ACCEPT WS-RISPOSTA
            GO TO SCEGLI-RIGA-EXIT.
       SCEGLI-RIGA-EXIT.
            EXIT.

      *    SI RIPARTE DALLA PRIMA CHIAVE DELLA PAGINA E SI LEGGE IN
      *    AVANTI FINO A DIECI RIGHE BUONE PIU' UNA: L'UNDICESIMA DICE
      *    SE C'E' UNA PAGINA DOPO E DA QUALE CHIAVE COMINCIA.
       COSTRUISCI-PAGINA.
            MOVE ZERO TO WS-QUANTE-RIGHE
            MOVE 'N' TO WS-ALTRE-SW
            MOVE 'N' TO WS-EOF-SW
            MOVE WS-PAG-INIZIO(WS-PAGINA) TO SR-CHIAVE
            START STORICOFILE KEY >= SR-CHIAVE
                INVALID KEY MOVE 'Y' TO WS-EOF-SW
            END-START
            PERFORM LEGGI-PROSSIMO THRU LEGGI-PROSSIMO-EXIT
                UNTIL WS-EOF OR WS-ALTRE
            GO TO COSTRUISCI-PAGINA-EXIT.
       COSTRUISCI-PAGINA-EXIT.
            EXIT.

       LEGGI-PROSSIMO.
            READ STORICOFILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF-SW
            END-READ
            IF WS-EOF
                GO TO LEGGI-PROSSIMO-EXIT
            END-IF
            MOVE SR-DATA TO WS-DATA-RECORD
            IF WS-DATA-RECORD > WS-DATA-A
                MOVE 'Y' TO WS-EOF-SW
                GO TO LEGGI-PROSSIMO-EXIT
            END-IF
            PERFORM CONFRONTA-FILTRI THRU CONFRONTA-FILTRI-EXIT
            IF NOT WS-CORRISPONDE
                GO TO LEGGI-PROSSIMO-EXIT
            END-IF
            IF WS-QUANTE-RIGHE < WS-RIGHE-PAGINA
                ADD 1 TO WS-QUANTE-RIGHE
                MOVE STORICO-RECORD TO WS-RIGA-STORICO(WS-QUANTE-RIGHE)
            ELSE
                MOVE 'Y' TO WS-ALTRE-SW
                MOVE SR-CHIAVE TO WS-PROSSIMA-CHIAVE
            END-IF
            GO TO LEGGI-PROSSIMO-EXIT.
       LEGGI-PROSSIMO-EXIT.
            EXIT.

       CONFRONTA-FILTRI.
            MOVE 'N' TO WS-CORRISPONDE-SW
            IF WS-F-OP NOT = SPACE AND WS-F-OP NOT = SR-OP
                GO TO CONFRONTA-FILTRI-EXIT
            END-IF
            IF WS-F-OPERATORE NOT = SPACES
               AND WS-F-OPERATORE NOT = SR-OPERATORE
                GO TO CONFRONTA-FILTRI-EXIT
            END-IF
            IF WS-F-VALORE-PRESENTE
                PERFORM VALORI-OPERANDI THRU VALORI-OPERANDI-EXIT
                IF WS-A-VALORE NOT = WS-F-VALORE
                   AND WS-B-VALORE NOT = WS-F-VALORE
                    GO TO CONFRONTA-FILTRI-EXIT
                END-IF
            END-IF
            MOVE 'Y' TO WS-CORRISPONDE-SW
            GO TO CONFRONTA-FILTRI-EXIT.
       CONFRONTA-FILTRI-EXIT.
            EXIT.

       VALORI-OPERANDI.
            MOVE SR-A TO WS-A-VALORE
            IF SR-A-SEGNO = '-'
                COMPUTE WS-A-VALORE = WS-A-VALORE * -1
            END-IF
            MOVE SR-B TO WS-B-VALORE
            IF SR-B-SEGNO = '-'
                COMPUTE WS-B-VALORE = WS-B-VALORE * -1
            END-IF
            MOVE SR-RIS TO WS-IMPORTO
            IF SR-RIS-SEGNO = '-'
                COMPUTE WS-IMPORTO = WS-IMPORTO * -1
            END-IF
            GO TO VALORI-OPERANDI-EXIT.
       VALORI-OPERANDI-EXIT.
            EXIT.

       MOSTRA-PAGINA.
            MOVE WS-PAGINA TO WS-PAGINA-EDIT
            DISPLAY 'STORICO DAL ' WS-DATA-DA ' AL ' WS-DATA-A
                ' - PAGINA ' WS-PAGINA-EDIT
            DISPLAY LISTA-STORICO-TESTATA
            PERFORM MOSTRA-RIGA THRU MOSTRA-RIGA-EXIT
                VARYING WS-INDICE FROM 1 BY 1
                UNTIL WS-INDICE > WS-QUANTE-RIGHE
            IF WS-ALTRE
                DISPLAY '(SEGUONO ALTRE RIGHE)'
            END-IF
            GO TO MOSTRA-PAGINA-EXIT.
       MOSTRA-PAGINA-EXIT.
            EXIT.

       MOSTRA-RIGA.
            MOVE WS-RIGA-STORICO(WS-INDICE) TO STORICO-RECORD
            PERFORM VALORI-OPERANDI THRU VALORI-OPERANDI-EXIT
            MOVE WS-INDICE TO LS-INDICE
            MOVE SR-DATA TO LS-DATA
            MOVE SR-RIFERIMENTO TO LS-RIFERIMENTO
            MOVE SR-OP TO LS-OP
            MOVE WS-A-VALORE TO LS-A
            MOVE WS-B-VALORE TO LS-B
            MOVE WS-IMPORTO TO LS-RIS
            MOVE SR-OPERATORE TO LS-OPERATORE
            DISPLAY LISTA-STORICO-LINE
            GO TO MOSTRA-RIGA-EXIT.
       MOSTRA-RIGA-EXIT.
            EXIT.

       MOSTRA-DETTAGLIO.
            PERFORM VALORI-OPERANDI THRU VALORI-OPERANDI-EXIT
            DISPLAY 'DATA ELABORAZIONE: ' SR-DATA
            DISPLAY 'RIFERIMENTO:       ' SR-RIFERIMENTO
            DISPLAY 'PROGRAMMA:         ' SR-PROGRAMMA
            DISPLAY 'OPERAZIONE:        ' SR-OP
            IF SR-OP = 'R'
                DISPLAY 'STORNO DI:         ' SR-OP-ORIGINALE
                    ' RIFERIMENTO ' SR-RIF-ORIGINALE
            END-IF
            DISPLAY 'OPERATORE:         ' SR-OPERATORE
            MOVE WS-A-VALORE TO WS-OPERANDO-EDIT
            DISPLAY 'A:                 ' WS-OPERANDO-EDIT
            MOVE WS-B-VALORE TO WS-OPERANDO-EDIT
            DISPLAY 'B:                 ' WS-OPERANDO-EDIT
            MOVE WS-IMPORTO TO WS-IMPORTO-EDIT
            DISPLAY 'RISULTATO:         ' WS-IMPORTO-EDIT
            IF SR-RIS-SCALA NOT = SPACE
                DISPLAY 'DECIMALI:          ' SR-RIS-SCALA
            END-IF
            IF SR-QUOZ-SEGNO NOT = SPACE
                MOVE SR-QUOZ TO WS-QUOZ-VALORE
                IF SR-QUOZ-SEGNO = '-'
                    COMPUTE WS-QUOZ-VALORE = WS-QUOZ-VALORE * -1
                END-IF
                MOVE WS-QUOZ-VALORE TO WS-QUOZ-EDIT
                DISPLAY 'QUOZIENTE:         ' WS-QUOZ-EDIT
                MOVE SR-RESTO TO WS-RESTO-VALORE
                IF SR-RESTO-SEGNO = '-'
                    COMPUTE WS-RESTO-VALORE = WS-RESTO-VALORE * -1
                END-IF
                MOVE WS-RESTO-VALORE TO WS-OPERANDO-EDIT
                DISPLAY 'RESTO:             ' WS-OPERANDO-EDIT
            END-IF
            DISPLAY 'CARICATO IL:       ' SR-DATA-CARICO
            GO TO MOSTRA-DETTAGLIO-EXIT.
       MOSTRA-DETTAGLIO-EXIT.
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
       END PROGRAM STORINQ.
