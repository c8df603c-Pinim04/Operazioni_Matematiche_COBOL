      *                business day. A missing or unreadable
      *                DATAELAB falls back to the machine date with
      *                a warning.
      * 15/10/2026 MP  Every result now carries a unique reference
      *                (business date + sequence number) taken from
      *                the CONTRIF control counter shared with
      *                DIVISIONE and CALCBTCH. The counter is advanced
      *                and saved before the result is written, so a
      *                number is never handed out twice, even across
      *                a restart. The reference is stamped on the
      *                REPORT and AUDIT detail lines, and QUADFINE and
      *                AUDARCH match the two files on it.
      * 15/10/2026 MP  OPERMAST record gains the supervisor authority
      *                flag (OPER-SUPERVISORE, 42 -> 43 bytes); the
      *                layout here follows the master.
      * 15/10/2026 MP  A CONTRIF counter that cannot be read or saved
      *                no longer leaves the program with REPORT and
      *                AUDIT still open: the division is dropped, the
      *                audit session is closed with its '*** FINE
      *                SESSIONE' line and both files are closed before
      *                returning to MENU with RC=12, so the next call
      *                can open them again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVISIONE-MENU.
           SELECT DATAELABFILE ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAELAB-STATUS.
           SELECT CONTRIFFILE ASSIGN TO "CONTRIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRIF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORTFILE.
           05 OPER-NOME PIC X(30).
           05 OPER-ATTIVO PIC X.
           05 OPER-BATCH PIC X.
           05 OPER-SUPERVISORE PIC X.
       FD  DATAELABFILE.
       01  DATAELAB-RECORD PIC X(6).
       FD  CONTRIFFILE.
       01  CONTRIF-RECORD PIC X(14).
       WORKING-STORAGE SECTION.
           01 A PIC S9(7)V99.
           01 AALPHA PIC X(11).
           01 WS-DATAELAB-VALORE PIC X(6).
           01 WS-DATA-ELABORAZIONE PIC 9(6).
           01 WS-DATA-ESECUZIONE PIC 9(6).
           01 WS-CONTRIF-STATUS PIC X(2).
           01 WS-CONTRIF-VALORE.
               05 WS-CR-DATA PIC X(6).
               05 WS-CR-ULTIMO PIC 9(8).
           01 WS-RIFERIMENTO.
               05 WS-RIF-DATA PIC 9(6).
               05 WS-RIF-PROGR PIC 9(8).
           01 WS-ORA-ESECUZIONE PIC 9(8).
           01 WS-ORA-GRUPPO REDEFINES WS-ORA-ESECUZIONE.
               05 WS-ORA-HH PIC 99.
               88 WS-OPER-ABILITATO-BATCH VALUE 'Y'.
           01 WS-OPERMAST-KO-SW PIC X VALUE 'N'.
               88 WS-OPERMAST-KO VALUE 'Y'.
           01 WS-CONTRIF-KO-SW PIC X VALUE 'N'.
               88 WS-CONTRIF-KO VALUE 'Y'.
           01 WS-TENTATIVI PIC 9 VALUE ZERO.
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).
               05 AD-B PIC -(7)9.99.
               05 FILLER PIC X VALUE SPACE.
               05 AD-RIS PIC X(25).
               05 FILLER PIC X VALUE SPACE.
               05 AD-RIFERIMENTO PIC X(14).
               05 FILLER PIC X(2) VALUE SPACES.
           01 REPORT-TITLE-LINE.
               05 FILLER PIC X(100) VALUE
                   'REPORT OPERAZIONI MATEMATICHE'.
               05 FILLER PIC X(28) VALUE 'RIS'.
               05 FILLER PIC X(12) VALUE 'QUOZIENTE'.
               05 FILLER PIC X(14) VALUE 'RESTO'.
               05 FILLER PIC X(14) VALUE 'RIFERIMENTO'.
           01 REPORT-DETAIL-LINE.
               05 RD-OP PIC X.
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(3) VALUE SPACES.
               05 RD-RESTO PIC -(7)9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 RD-RIFERIMENTO PIC X(14).
       PROCEDURE DIVISION.
      *    CHIAMATO DINAMICAMENTE DA MENU: LO STATO RESTA QUELLO
      *    DELL'ULTIMA USCITA, QUINDI VA RIPULITO A OGNI INGRESSO
            DISPLAY 'QUOZIENTE INTERO: ' RIS-QUOZIENTE
            MOVE RIS-RESTO TO RESTO-EDIT
            DISPLAY 'RESTO: ' RESTO-EDIT
            PERFORM ASSEGNA-RIFERIMENTO THRU ASSEGNA-RIFERIMENTO-EXIT
      *    SENZA RIFERIMENTO LA DIVISIONE NON SI REGISTRA, MA REPORT E
      *    AUDIT VANNO CHIUSI LO STESSO: IL PROSSIMO RICHIAMO DA MENU
      *    LI RIAPRE E LA SESSIONE AUDIT NON RESTA SENZA CHIUSURA.
            IF WS-CONTRIF-KO
                DISPLAY 'DIVISIONE NON REGISTRATA'
            ELSE
                DISPLAY 'RIFERIMENTO: ' WS-RIFERIMENTO
                PERFORM SCRIVI-RIGA-REPORT THRU
                    SCRIVI-RIGA-REPORT-EXIT
                PERFORM SCRIVI-RIGA-AUDIT THRU SCRIVI-RIGA-AUDIT-EXIT
            END-IF

            PERFORM CHIUDI-REPORT THRU CHIUDI-REPORT-EXIT
            PERFORM CHIUDI-AUDIT THRU CHIUDI-AUDIT-EXIT
            MOVE A TO AD-A
            MOVE B TO AD-B
            MOVE RIS-VISUALIZZATO TO AD-RIS
            MOVE WS-RIFERIMENTO TO AD-RIFERIMENTO
            WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE
            ADD 1 TO WS-RIGHE-SESSIONE
            GO TO SCRIVI-RIGA-AUDIT-EXIT.
            MOVE RIS-VISUALIZZATO TO RD-RIS
            MOVE RIS-QUOZIENTE TO RD-QUOZIENTE
            MOVE RIS-RESTO TO RD-RESTO
            MOVE WS-RIFERIMENTO TO RD-RIFERIMENTO
            WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
            GO TO SCRIVI-RIGA-REPORT-EXIT.
       SCRIVI-RIGA-REPORT-EXIT.
            GO TO LEGGI-DATA-ELAB-EXIT.
       LEGGI-DATA-ELAB-EXIT.
            EXIT.

      *    RIFERIMENTO UNIVOCO DEL RISULTATO: DATA DI ELABORAZIONE PIU'
      *    PROGRESSIVO DAL CONTATORE CONDIVISO CONTRIF (COMUNE A
      *    DIVISIONE, DIVISIONE-MENU E CALCBTCH). IL PROGRESSIVO NON
      *    RIPARTE AL CAMBIO DI GIORNATA, COSI' UN RITORNO DELLA DATA
      *    (DATAELAB ASSENTE E POI RIPRISTINATO) NON PUO' GENERARE
      *    DOPPIONI. IL NUOVO VALORE VIENE SALVATO PRIMA DI SCRIVERE
      *    REPORT E AUDIT: UN NUMERO NON VIENE MAI RIUSATO, NEANCHE
      *    DOPO UNA RIPARTENZA. UN CONTATORE ILLEGGIBILE O NON
      *    RISCRIVIBILE ALZA WS-CONTRIF-KO E RC=12: LA DIVISIONE NON
      *    SI REGISTRA E IL CHIAMANTE CHIUDE REPORT E AUDIT.
       ASSEGNA-RIFERIMENTO.
            MOVE 'N' TO WS-CONTRIF-KO-SW
            MOVE SPACES TO WS-CONTRIF-VALORE
            OPEN INPUT CONTRIFFILE
            IF WS-CONTRIF-STATUS = '00'
                READ CONTRIFFILE INTO WS-CONTRIF-VALORE
                    AT END MOVE SPACES TO WS-CONTRIF-VALORE
                END-READ
                CLOSE CONTRIFFILE
            ELSE
                IF WS-CONTRIF-STATUS NOT = '35'
                    DISPLAY 'ERRORE: IMPOSSIBILE APRIRE CONTRIF, FILE '
                        'STATUS = ' WS-CONTRIF-STATUS
                    MOVE 12 TO RETURN-CODE
                    MOVE 'Y' TO WS-CONTRIF-KO-SW
                    GO TO ASSEGNA-RIFERIMENTO-EXIT
                END-IF
            END-IF
            IF WS-CONTRIF-VALORE = SPACES
                MOVE ZERO TO WS-CR-ULTIMO
            END-IF
            IF WS-CR-ULTIMO IS NOT NUMERIC
                DISPLAY 'ERRORE: CONTATORE CONTRIF NON VALIDO: '
                    WS-CONTRIF-VALORE
                MOVE 12 TO RETURN-CODE
                MOVE 'Y' TO WS-CONTRIF-KO-SW
                GO TO ASSEGNA-RIFERIMENTO-EXIT
            END-IF
            MOVE WS-DATA-ELABORAZIONE TO WS-RIF-DATA
            IF WS-CR-ULTIMO = 99999999
                MOVE 1 TO WS-RIF-PROGR
            ELSE
                COMPUTE WS-RIF-PROGR = WS-CR-ULTIMO + 1
            END-IF
            MOVE WS-RIFERIMENTO TO WS-CONTRIF-VALORE
            OPEN OUTPUT CONTRIFFILE
            IF WS-CONTRIF-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE AGGIORNARE CONTRIF, FILE '
                    'STATUS = ' WS-CONTRIF-STATUS
                MOVE 12 TO RETURN-CODE
                MOVE 'Y' TO WS-CONTRIF-KO-SW
                GO TO ASSEGNA-RIFERIMENTO-EXIT
            END-IF
            WRITE CONTRIF-RECORD FROM WS-CONTRIF-VALORE
            CLOSE CONTRIFFILE
            GO TO ASSEGNA-RIFERIMENTO-EXIT.
       ASSEGNA-RIFERIMENTO-EXIT.
            EXIT.
       END PROGRAM DIVISIONE-MENU.
