      *                the business day it covers. A missing or
      *                unreadable DATAELAB falls back to the machine
      *                date with a warning.
      * 15/10/2026 MP  CALCBTCH reversal lines ('R' in column 1) are
      *                printed as their own group with its subtotal
      *                and get their own row in the closing summary,
      *                so a reversal shows up on the statement instead
      *                of being netted out of sight inside the total
      *                of the operation it cancels.
      * 15/10/2026 MP  CALCBTCH percentage (P), power (E) and square
      *                root (Q) lines get their own groups and summary
      *                rows. An operation code with no summary row is
      *                no longer booked into the DIVISIONE row: it
      *                stays in its group subtotal and the grand total
      *                only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENDICON.
           01 WS-INDICE PIC 9 COMP.
           01 WS-OP-INDICE PIC 9 COMP.
           01 TAB-OPERAZIONI.
               05 TO-RIGA OCCURS 8.
                   10 TO-OP PIC X.
                   10 TO-DESCRIZIONE PIC X(15).
                   10 TO-CONTA PIC 9(8).
            MOVE 'MOLTIPLICAZIONE' TO TO-DESCRIZIONE(3)
            MOVE 'D' TO TO-OP(4)
            MOVE 'DIVISIONE' TO TO-DESCRIZIONE(4)
            MOVE 'R' TO TO-OP(5)
            MOVE 'STORNO' TO TO-DESCRIZIONE(5)
            MOVE 'P' TO TO-OP(6)
            MOVE 'PERCENTUALE' TO TO-DESCRIZIONE(6)
            MOVE 'E' TO TO-OP(7)
            MOVE 'POTENZA' TO TO-DESCRIZIONE(7)
            MOVE 'Q' TO TO-OP(8)
            MOVE 'RADICE QUADRATA' TO TO-DESCRIZIONE(8)
            PERFORM AZZERA-TABELLA-RIGA THRU AZZERA-TABELLA-RIGA-EXIT
                VARYING WS-INDICE FROM 1 BY 1
                UNTIL WS-INDICE > 8
            GO TO INIZIALIZZA-TABELLA-EXIT.
       INIZIALIZZA-TABELLA-EXIT.
            EXIT.
            IF (WS-RIGA-REPORT(1:1) = 'A' OR
                WS-RIGA-REPORT(1:1) = 'S' OR
                WS-RIGA-REPORT(1:1) = 'M' OR
                WS-RIGA-REPORT(1:1) = 'D' OR
                WS-RIGA-REPORT(1:1) = 'R' OR
                WS-RIGA-REPORT(1:1) = 'P' OR
                WS-RIGA-REPORT(1:1) = 'E' OR
                WS-RIGA-REPORT(1:1) = 'Q') AND
               WS-RIGA-REPORT(2:3) = SPACES
                PERFORM ELABORA-DETTAGLIO THRU ELABORA-DETTAGLIO-EXIT
            END-IF.
            ADD 1 TO WS-GRUPPO-CONTA
            ADD 1 TO WS-TOTALE-CONTA
            PERFORM TROVA-OP-INDICE THRU TROVA-OP-INDICE-EXIT
            IF WS-OP-INDICE > ZERO
                ADD 1 TO TO-CONTA(WS-OP-INDICE)
            END-IF
            MOVE WS-RIGA-REPORT(33:25) TO WS-RIS-TESTO
            PERFORM DECODIFICA-RIS THRU DECODIFICA-RIS-EXIT
            IF WS-RIS-KO
            ELSE
                ADD WS-RIS-VALORE TO WS-GRUPPO-SOMMA
                ADD WS-RIS-VALORE TO WS-TOTALE-SOMMA
                IF WS-OP-INDICE > ZERO
                    ADD WS-RIS-VALORE TO TO-SOMMA(WS-OP-INDICE)
                END-IF
            END-IF
            GO TO ELABORA-DETTAGLIO-EXIT.
       ELABORA-DETTAGLIO-EXIT.
            EXIT.

      *    UN CODICE CHE NON E' IN TABELLA NON SI ATTRIBUISCE A
      *    NESSUNA RIGA DEL RIEPILOGO (INDICE ZERO): RESTA SOLO NEL
      *    SUO GRUPPO E NEL TOTALE GENERALE.
       TROVA-OP-INDICE.
            EVALUATE WS-OP-CORRENTE
                WHEN 'A'
                    MOVE 2 TO WS-OP-INDICE
                WHEN 'M'
                    MOVE 3 TO WS-OP-INDICE
                WHEN 'D'
                    MOVE 4 TO WS-OP-INDICE
                WHEN 'R'
                    MOVE 5 TO WS-OP-INDICE
                WHEN 'P'
                    MOVE 6 TO WS-OP-INDICE
                WHEN 'E'
                    MOVE 7 TO WS-OP-INDICE
                WHEN 'Q'
                    MOVE 8 TO WS-OP-INDICE
                WHEN OTHER
                    MOVE ZERO TO WS-OP-INDICE
            END-EVALUATE
            GO TO TROVA-OP-INDICE-EXIT.
       TROVA-OP-INDICE-EXIT.
            PERFORM SCRIVI-RIGA-OPERAZIONE THRU
                SCRIVI-RIGA-OPERAZIONE-EXIT
                VARYING WS-INDICE FROM 1 BY 1
                UNTIL WS-INDICE > 8
            MOVE WS-CONTA-SCARTI TO SS-CONTA
            MOVE STAMPA-SCARTI-LINE TO WS-RIGA-USCITA
            PERFORM SCRIVI-RIGA-STAMPA THRU SCRIVI-RIGA-STAMPA-EXIT
