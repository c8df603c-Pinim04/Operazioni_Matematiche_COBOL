      * 03/09/2026 MP  Added option 6 CORREZIONE SCARTI (SCARTFIX)
      *                for correcting the PREEDIT reject file;
      *                USCITA moved to 7.
      * 15/10/2026 MP  Added option 7 APPROVAZIONE SOSPESI (APPROVA)
      *                for the supervisor's decision on the high-value
      *                batch results held in SOSPESI; USCITA moved
      *                to 8.
      * 15/10/2026 MP  Added option 8 STORICO RISULTATI (STORINQ) for
      *                browsing the permanent results history;
      *                USCITA moved to 9.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU.
               88 WS-SCELTA-DIVISIONE VALUE '4'.
               88 WS-SCELTA-OPERATORI VALUE '5'.
               88 WS-SCELTA-SCARTI VALUE '6'.
               88 WS-SCELTA-APPROVAZIONE VALUE '7'.
               88 WS-SCELTA-STORICO VALUE '8'.
               88 WS-SCELTA-USCITA VALUE '9'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM ELABORA-SCELTA THRU ELABORA-SCELTA-EXIT
            DISPLAY '4. DIVISIONE'
            DISPLAY '5. GESTIONE OPERATORI'
            DISPLAY '6. CORREZIONE SCARTI'
            DISPLAY '7. APPROVAZIONE SOSPESI'
            DISPLAY '8. STORICO RISULTATI'
            DISPLAY '9. USCITA'
            DISPLAY 'SCEGLIERE UNA OPERAZIONE:'
            ACCEPT WS-SCELTA

            IF WS-SCELTA-SCARTI
                CALL 'SCARTFIX'
            END-IF
            IF WS-SCELTA-APPROVAZIONE
                CALL 'APPROVA'
            END-IF
            IF WS-SCELTA-STORICO
                CALL 'STORINQ'
            END-IF
            IF NOT WS-SCELTA-ADDIZIONE AND
               NOT WS-SCELTA-SOTTRAZIONE AND
               NOT WS-SCELTA-MOLTIPLICAZIONE AND
               NOT WS-SCELTA-DIVISIONE AND
               NOT WS-SCELTA-OPERATORI AND
               NOT WS-SCELTA-SCARTI AND
               NOT WS-SCELTA-APPROVAZIONE AND
               NOT WS-SCELTA-STORICO AND
               NOT WS-SCELTA-USCITA
                DISPLAY 'SCELTA NON VALIDA'
            END-IF
