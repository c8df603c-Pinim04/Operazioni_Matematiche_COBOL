      *          ESTRATTO is not an error (no batch division ran);
      *          the extract checks are simply reported as skipped.
      *
      *          REPORT, AUDIT and ESTRATTO detail lines carry the
      *          unique reference assigned by the writing program, so
      *          lines are matched one to one by reference: every
      *          REPORT detail needs its AUDIT detail and vice versa,
      *          and every ESTRATTO detail needs its 'D' line in
      *          REPORT, whose RIS values must add up to EC-SOMMA.
      *          Lines written before references existed are counted
      *          apart and checked by count only.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      *                closed. A missing or unreadable DATAELAB
      *                falls back to the machine date with a
      *                warning.
      * 15/10/2026 MP  REPORT, AUDIT and ESTRATTO are now matched line
      *                by line on the unique reference every detail
      *                carries, instead of comparing whole-file
      *                counts: a REPORT line with no AUDIT line (or
      *                the reverse), a reference booked twice, or an
      *                extract line with no 'D' line in REPORT are
      *                each reported and fail the run. EC-SOMMA is
      *                compared with the RIS of exactly the REPORT
      *                lines the extract refers to, so interactive
      *                divisions on the same day no longer suppress
      *                that check. Lines written before references
      *                existed are counted apart and still compared
      *                by count. The AUDIT references are held in a
      *                table of 50000 entries; an overflow is itself
      *                a failure, since the matching is then
      *                incomplete.
      * 15/10/2026 MP  CALCBTCH reversal lines ('R' in column 1) are
      *                recognized as REPORT details, matched to their
      *                AUDIT line by reference like any other result,
      *                and shown as their own count and RIS sum
      *                instead of being left out of the REPORT totals.
      * 15/10/2026 MP  ESTRATTO record widened 58 -> 82 bytes to the
      *                full detail DIVISIONE now writes, with the
      *                transaction reference and the operator code
      *                appended; the operator code is not used here.
      * 15/10/2026 MP  CALCBTCH percentage (P), power (E) and square
      *                root (Q) lines are recognized as REPORT details,
      *                matched to AUDIT by reference and counted apart
      *                in the per-operation breakdown.
      * 15/10/2026 MP  Writes its summary line to the shared RUNLOG
      *                dataset at end of run, like the other batch
      *                programs, so the morning check and the SORVEGLI
      *                schedule monitor see the reconciliation run:
      *                LETTE = detail lines read in AUDIT, REPORT and
      *                ESTRATTO, ELAB = REPORT detail lines, SCARTI =
      *                unmatched or duplicated references, with the
      *                run's RC and the DATAELAB business date. The
      *                business date is now read before QUADREP is
      *                opened, so even a failed open is logged under
      *                it. A RUNLOG that cannot be opened only warns.
      * 15/10/2026 MP  The reference matching no longer holds the AUDIT
      *                references in a 50000-entry table, which a year
      *                of AUDIT outgrows and which then failed every
      *                night: the referenced detail lines of AUDIT,
      *                REPORT and ESTRATTO are sorted together by
      *                reference and matched group by group, with no
      *                limit on volume. The matching counts are now
      *                printed together after the three file scans.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUADFINE.
           SELECT DATAELABFILE ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAELAB-STATUS.
           SELECT RUNLOGFILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT SORTRIF ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITFILE.
       FD  REPORTFILE.
       01  REPORT-LINE PIC X(100).
       FD  ESTRATTOFILE.
       01  ESTRATTO-RECORD PIC X(82).
       FD  QUADFILE.
       01  QUAD-LINE PIC X(80).
       FD  DATAELABFILE.
       01  DATAELAB-RECORD PIC X(6).
       FD  RUNLOGFILE.
       01  RUNLOG-LINE PIC X(120).
      *    UNA RIGA PER OGNI DETTAGLIO CON RIFERIMENTO DEI TRE FILE;
      *    A PARITA' DI RIFERIMENTO AUDIT (1) PRECEDE REPORT (2) CHE
      *    PRECEDE ESTRATTO (3).
       SD  SORTRIF.
       01  SR-RECORD.
           05 SR-RIFERIMENTO PIC X(14).
           05 SR-FONTE PIC X.
           05 SR-OP PIC X.
           05 SR-RIS PIC S9(11)V9(6).
       WORKING-STORAGE SECTION.
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).
           01 WS-DATAELAB-STATUS PIC X(2).
           01 WS-DATAELAB-VALORE PIC X(6).
           01 WS-DATA-ELABORAZIONE PIC 9(6).
           01 WS-RUNLOG-STATUS PIC X(2).
           01 WS-CONTA-RUNLOG-LETTE PIC 9(8).
           01 WS-CONTA-RUNLOG-SCARTI PIC 9(8).
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
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-ESITO-KO-SW PIC X VALUE 'N'.
               05 QF-FINE-FLAG PIC X(7).
               05 QF-FINE-RIGHE PIC X(8).
               05 FILLER PIC X(46).
           01 WS-RIGA-DETTAGLIO-AUDIT REDEFINES WS-RIGA-AUDIT.
               05 FILLER PIC X(52).
               05 QA-OP PIC X.
               05 FILLER PIC X(51).
               05 QA-RIFERIMENTO PIC X(14).
               05 FILLER PIC X(2).
           01 WS-RIGA-REPORT PIC X(100).
           01 WS-RIGA-DETTAGLIO-REPORT REDEFINES WS-RIGA-REPORT.
               05 FILLER PIC X(86).
               05 QR-RIFERIMENTO PIC X(14).
           01 WS-RIGA-ESTRATTO PIC X(82).
           01 WS-ESTRATTO-DETTAGLIO REDEFINES WS-RIGA-ESTRATTO.
               05 QE-TIPO PIC X.
               05 FILLER PIC X(20).
               05 QE-RIS-SEGNO PIC X.
               05 QE-RIS PIC 9(9)V9(6).
               05 FILLER PIC X(21).
               05 QE-RIFERIMENTO PIC X(14).
               05 FILLER PIC X(10).
           01 WS-ESTRATTO-CODA REDEFINES WS-RIGA-ESTRATTO.
               05 FILLER PIC X.
               05 QC-CONTA PIC 9(8).
               05 QC-SOMMA-SEGNO PIC X.
               05 QC-SOMMA PIC 9(11)V9(6).
               05 FILLER PIC X(45).
      *    ABBINAMENTO PER RIFERIMENTO: I DETTAGLI ORDINATI SI
      *    LEGGONO A GRUPPI DI UGUALE RIFERIMENTO, CONTANDO LE RIGHE
      *    DI OGNI FILE NEL GRUPPO.
           01 WS-ERRORE-FILE-SW PIC X VALUE 'N'.
               88 WS-ERRORE-FILE VALUE 'Y'.
           01 WS-SORT-EOF-SW PIC X VALUE 'N'.
               88 WS-SORT-EOF VALUE 'Y'.
           01 WS-RIF-GRUPPO PIC X(14).
           01 WS-G-AUDIT PIC 9(8) COMP.
           01 WS-G-REPORT PIC 9(8) COMP.
           01 WS-G-ESTRATTO PIC 9(8) COMP.
           01 WS-G-ECCEDENTI PIC 9(8) COMP.
           01 WS-G-OP PIC X.
           01 WS-G-RIS PIC S9(11)V9(6).
           01 WS-AUDIT-SENZA-RIF PIC 9(8) VALUE ZERO.
           01 WS-REPORT-SENZA-RIF PIC 9(8) VALUE ZERO.
           01 WS-REPORT-ORFANE PIC 9(8) VALUE ZERO.
           01 WS-REPORT-DOPPIE PIC 9(8) VALUE ZERO.
           01 WS-AUDIT-ORFANE PIC 9(8) VALUE ZERO.
           01 WS-ESTRATTO-SENZA-RIF PIC 9(8) VALUE ZERO.
           01 WS-ESTRATTO-ORFANE PIC 9(8) VALUE ZERO.
           01 WS-ESTRATTO-ABBINATE PIC 9(8) VALUE ZERO.
           01 WS-SOMMA-REPORT-ABBINATE PIC S9(11)V9(6) VALUE ZERO.
           01 WS-CONTA-INIZIO PIC 9(8) VALUE ZERO.
           01 WS-CONTA-FINE PIC 9(8) VALUE ZERO.
           01 WS-RIGHE-FINE PIC 9(8).
           01 WS-CONTA-REPORT-M PIC 9(8) VALUE ZERO.
           01 WS-CONTA-REPORT-D PIC 9(8) VALUE ZERO.
           01 WS-SOMMA-REPORT-D PIC S9(11)V9(6) VALUE ZERO.
           01 WS-CONTA-REPORT-R PIC 9(8) VALUE ZERO.
           01 WS-SOMMA-REPORT-R PIC S9(11)V9(6) VALUE ZERO.
           01 WS-CONTA-REPORT-P PIC 9(8) VALUE ZERO.
           01 WS-CONTA-REPORT-E PIC 9(8) VALUE ZERO.
           01 WS-CONTA-REPORT-Q PIC 9(8) VALUE ZERO.
           01 WS-CONTA-ESTRATTO-DETT PIC 9(8) VALUE ZERO.
           01 WS-SOMMA-ESTRATTO PIC S9(11)V9(6) VALUE ZERO.
           01 WS-CODA-CONTA PIC 9(8) VALUE ZERO.
               05 QE-ESITO PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-INIZIO FROM DATE
            ACCEPT WS-ORA-INIZIO FROM TIME
            DISPLAY 'QUADRATURA DI FINE GIORNATA'
            PERFORM LEGGI-DATA-ELAB THRU LEGGI-DATA-ELAB-EXIT
            OPEN OUTPUT QUADFILE
            IF WS-QUAD-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE QUADREP, FILE '
                    'STATUS = ' WS-QUAD-STATUS
                MOVE 12 TO RETURN-CODE
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
            WRITE QUAD-LINE FROM QUAD-TITOLO-LINE
            MOVE WS-DATA-ELABORAZIONE TO QD-DATA
            WRITE QUAD-LINE FROM QUAD-DATA-LINE
            WRITE QUAD-LINE FROM QUAD-VUOTA-LINE

      *    LE TRE SCANSIONI CONTANO E RILASCIANO AL SORT I DETTAGLI
      *    CON RIFERIMENTO; L'ABBINAMENTO SI FA SUI DETTAGLI ORDINATI.
            SORT SORTRIF
                ON ASCENDING KEY SR-RIFERIMENTO SR-FONTE
                INPUT PROCEDURE IS CARICA-RIFERIMENTI THRU
                    CARICA-RIFERIMENTI-EXIT
                OUTPUT PROCEDURE IS ABBINA-RIFERIMENTI THRU
                    ABBINA-RIFERIMENTI-EXIT
            IF WS-ERRORE-FILE
                CLOSE QUADFILE
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
            IF SORT-RETURN NOT = ZERO
                DISPLAY 'ERRORE: ORDINAMENTO DEI RIFERIMENTI FALLITO, '
                    'SORT-RETURN = ' SORT-RETURN
                MOVE 12 TO RETURN-CODE
                CLOSE QUADFILE
                PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                GOBACK
            END-IF
            PERFORM STAMPA-ABBINAMENTI THRU STAMPA-ABBINAMENTI-EXIT
            PERFORM CONFRONTA-TOTALI THRU CONFRONTA-TOTALI-EXIT

            IF WS-ESITO-KO
                DISPLAY 'QUADRATURA OK'
            END-IF
            CLOSE QUADFILE
            PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
            GOBACK.

      *    DATA DI ELABORAZIONE DAL FILE DI CONTROLLO DATAELAB
       LEGGI-DATA-ELAB-EXIT.
            EXIT.

      *    PROCEDURA DI INGRESSO DEL SORT: UN FILE NON APRIBILE FERMA
      *    LE SCANSIONI, E IL CHIAMANTE CHIUDE CON RC=12.
       CARICA-RIFERIMENTI.
            PERFORM SCANDISCI-AUDIT THRU SCANDISCI-AUDIT-EXIT
            IF WS-ERRORE-FILE
                GO TO CARICA-RIFERIMENTI-EXIT
            END-IF
            PERFORM SCANDISCI-REPORT THRU SCANDISCI-REPORT-EXIT
            IF WS-ERRORE-FILE
                GO TO CARICA-RIFERIMENTI-EXIT
            END-IF
            PERFORM SCANDISCI-ESTRATTO THRU SCANDISCI-ESTRATTO-EXIT
            GO TO CARICA-RIFERIMENTI-EXIT.
       CARICA-RIFERIMENTI-EXIT.
            EXIT.

      *    LE RIGHE '*** FINE SESSIONE' DICHIARANO QUANTE RIGHE DI
      *    DETTAGLIO LA LORO SESSIONE HA SCRITTO (COLONNE 59-74,
      *    ' RIGHE ' + CONTATORE): LA SOMMA DEVE COINCIDERE CON LE
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE AUDIT, FILE '
                    'STATUS = ' WS-AUDIT-STATUS
                MOVE 12 TO RETURN-CODE
                MOVE 'Y' TO WS-ERRORE-FILE-SW
                GO TO SCANDISCI-AUDIT-EXIT
            END-IF
            PERFORM LEGGI-AUDIT THRU LEGGI-AUDIT-EXIT
            PERFORM ELABORA-RIGA-AUDIT THRU ELABORA-RIGA-AUDIT-EXIT
            MOVE 'RIGHE DI DETTAGLIO IN AUDIT' TO QL-ETICHETTA
            MOVE WS-CONTA-AUDIT-DETT TO QL-CONTA
            WRITE QUAD-LINE FROM QUAD-CONTA-LINE
            MOVE 'DI CUI SENZA RIFERIMENTO' TO QL-ETICHETTA
            MOVE WS-AUDIT-SENZA-RIF TO QL-CONTA
            WRITE QUAD-LINE FROM QUAD-CONTA-LINE
            GO TO SCANDISCI-AUDIT-EXIT.
       SCANDISCI-AUDIT-EXIT.
            EXIT.
            IF WS-RIGA-AUDIT(1:1) NOT = '*' AND
               WS-RIGA-AUDIT(1:2) IS NUMERIC
                ADD 1 TO WS-CONTA-AUDIT-DETT
                PERFORM REGISTRA-RIF-AUDIT THRU
                    REGISTRA-RIF-AUDIT-EXIT
            END-IF.
       ELABORA-RIGA-AUDIT-PROSSIMA.
            PERFORM LEGGI-AUDIT THRU LEGGI-AUDIT-EXIT
       ELABORA-RIGA-AUDIT-EXIT.
            EXIT.

      *    LE RIGHE SCRITTE PRIMA DELL'INTRODUZIONE DEL RIFERIMENTO
      *    HANNO LE COLONNE VUOTE: SI CONTANO A PARTE E SI CONFRONTANO
      *    SOLO PER NUMERO CON LE ANALOGHE RIGHE DEL REPORT.
       REGISTRA-RIF-AUDIT.
            IF QA-RIFERIMENTO = SPACES
                ADD 1 TO WS-AUDIT-SENZA-RIF
                GO TO REGISTRA-RIF-AUDIT-EXIT
            END-IF
            MOVE QA-RIFERIMENTO TO SR-RIFERIMENTO
            MOVE '1' TO SR-FONTE
            MOVE QA-OP TO SR-OP
            MOVE ZERO TO SR-RIS
            RELEASE SR-RECORD
            GO TO REGISTRA-RIF-AUDIT-EXIT.
       REGISTRA-RIF-AUDIT-EXIT.
            EXIT.

      *    UNA RIGA DI DETTAGLIO DEL REPORT PORTA IL CODICE OPERAZIONE
      *    IN COLONNA 1 SEGUITO DA SPAZI; LE RIGHE DEL BLOCCO TITOLO/
      *    DATA/INTESTAZIONE NON HANNO QUELLA FORMA ('DATA ESECUZIONE'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE REPORT, FILE '
                    'STATUS = ' WS-REPORT-STATUS
                MOVE 12 TO RETURN-CODE
                MOVE 'Y' TO WS-ERRORE-FILE-SW
                GO TO SCANDISCI-REPORT-EXIT
            END-IF
            PERFORM LEGGI-REPORT THRU LEGGI-REPORT-EXIT
            PERFORM ELABORA-RIGA-REPORT THRU ELABORA-RIGA-REPORT-EXIT
            MOVE 'SOMMA RIS DELLE DIVISIONI' TO QS-ETICHETTA
            MOVE WS-SOMMA-REPORT-D TO QS-SOMMA
            WRITE QUAD-LINE FROM QUAD-SOMMA-LINE
            MOVE 'DI CUI STORNI' TO QL-ETICHETTA
            MOVE WS-CONTA-REPORT-R TO QL-CONTA
            WRITE QUAD-LINE FROM QUAD-CONTA-LINE
            MOVE 'SOMMA RIS DEGLI STORNI' TO QS-ETICHETTA
            MOVE WS-SOMMA-REPORT-R TO QS-SOMMA
            WRITE QUAD-LINE FROM QUAD-SOMMA-LINE
            MOVE 'DI CUI PERCENTUALI' TO QL-ETICHETTA
            MOVE WS-CONTA-REPORT-P TO QL-CONTA
            WRITE QUAD-LINE FROM QUAD-CONTA-LINE
            MOVE 'DI CUI POTENZE' TO QL-ETICHETTA
            MOVE WS-CONTA-REPORT-E TO QL-CONTA
            WRITE QUAD-LINE FROM QUAD-CONTA-LINE
            MOVE 'DI CUI RADICI QUADRATE' TO QL-ETICHETTA
            MOVE WS-CONTA-REPORT-Q TO QL-CONTA
            WRITE QUAD-LINE FROM QUAD-CONTA-LINE
            MOVE 'DI CUI SENZA RIFERIMENTO' TO QL-ETICHETTA
            MOVE WS-REPORT-SENZA-RIF TO QL-CONTA
            WRITE QUAD-LINE FROM QUAD-CONTA-LINE
            GO TO SCANDISCI-REPORT-EXIT.
       SCANDISCI-REPORT-EXIT.
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
                ADD 1 TO WS-CONTA-REPORT-DETT
                EVALUATE WS-RIGA-REPORT(1:1)
                        IF NOT WS-RIS-KO
                            ADD WS-RIS-VALORE TO WS-SOMMA-REPORT-D
                        END-IF
                    WHEN 'R'
                        ADD 1 TO WS-CONTA-REPORT-R
                        MOVE WS-RIGA-REPORT(33:25) TO WS-RIS-TESTO
                        PERFORM DECODIFICA-RIS THRU
                            DECODIFICA-RIS-EXIT
                        IF NOT WS-RIS-KO
                            ADD WS-RIS-VALORE TO WS-SOMMA-REPORT-R
                        END-IF
                    WHEN 'P'
                        ADD 1 TO WS-CONTA-REPORT-P
                    WHEN 'E'
                        ADD 1 TO WS-CONTA-REPORT-E
                    WHEN 'Q'
                        ADD 1 TO WS-CONTA-REPORT-Q
                END-EVALUATE
                PERFORM ABBINA-RIGA-REPORT THRU
                    ABBINA-RIGA-REPORT-EXIT
            END-IF.
       ELABORA-RIGA-REPORT-PROSSIMA.
            PERFORM LEGGI-REPORT THRU LEGGI-REPORT-EXIT
       ELABORA-RIGA-REPORT-EXIT.
            EXIT.

      *    LA RIGA DI REPORT VA AL SORT PER L'ABBINAMENTO CON LA SUA
      *    RIGA AUDIT. PER LE DIVISIONI PORTA IL RIS DECODIFICATO, PER
      *    IL CONFRONTO CON LE RIGHE DELL'ESTRATTO CHE LE RICHIAMANO.
       ABBINA-RIGA-REPORT.
            IF QR-RIFERIMENTO = SPACES
                ADD 1 TO WS-REPORT-SENZA-RIF
                GO TO ABBINA-RIGA-REPORT-EXIT
            END-IF
            MOVE QR-RIFERIMENTO TO SR-RIFERIMENTO
            MOVE '2' TO SR-FONTE
            MOVE WS-RIGA-REPORT(1:1) TO SR-OP
            MOVE ZERO TO SR-RIS
            IF WS-RIGA-REPORT(1:1) = 'D' AND NOT WS-RIS-KO
                MOVE WS-RIS-VALORE TO SR-RIS
            END-IF
            RELEASE SR-RECORD
            GO TO ABBINA-RIGA-REPORT-EXIT.
       ABBINA-RIGA-REPORT-EXIT.
            EXIT.

      *    LA COLONNA RIS DEL REPORT E' TESTO EDITATO (SEGNO MOBILE,
      *    SEPARATORI DELLE MIGLIAIA, DECIMALI SCELTI A RUN TIME):
      *    QUI VIENE RIPORTATA A VALORE PER IL CONFRONTO CON EC-SOMMA.
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE ESTRATTO, FILE '
                    'STATUS = ' WS-ESTRATTO-STATUS
                MOVE 12 TO RETURN-CODE
                MOVE 'Y' TO WS-ERRORE-FILE-SW
                GO TO SCANDISCI-ESTRATTO-EXIT
            END-IF
            PERFORM LEGGI-ESTRATTO THRU LEGGI-ESTRATTO-EXIT
            PERFORM ELABORA-RIGA-ESTRATTO THRU
            MOVE 'SOMMA RIS IN ESTRATTO' TO QS-ETICHETTA
            MOVE WS-SOMMA-ESTRATTO TO QS-SOMMA
            WRITE QUAD-LINE FROM QUAD-SOMMA-LINE
            MOVE 'RIGHE ESTRATTO SENZA RIFERIMENTO' TO QL-ETICHETTA
            MOVE WS-ESTRATTO-SENZA-RIF TO QL-CONTA
            WRITE QUAD-LINE FROM QUAD-CONTA-LINE
            IF WS-CODA-VISTA
                MOVE 'CODA ESTRATTO: RECORD DICHIARATI'
                    TO QL-ETICHETTA
                            ADD QE-RIS TO WS-SOMMA-ESTRATTO
                        END-IF
                    END-IF
                    PERFORM ABBINA-RIGA-ESTRATTO THRU
                        ABBINA-RIGA-ESTRATTO-EXIT
                WHEN 'T'
                    IF QC-CONTA IS NUMERIC AND QC-SOMMA IS NUMERIC
                        MOVE 'Y' TO WS-CODA-VISTA-SW
       ELABORA-RIGA-ESTRATTO-EXIT.
            EXIT.

      *    LA RIGA DI ESTRATTO VA AL SORT: DEVE RICHIAMARE UNA
      *    DIVISIONE PRESENTE SIA IN AUDIT SIA IN REPORT, E UNA SOLA
      *    VOLTA.
       ABBINA-RIGA-ESTRATTO.
            IF QE-RIFERIMENTO = SPACES
                ADD 1 TO WS-ESTRATTO-SENZA-RIF
                GO TO ABBINA-RIGA-ESTRATTO-EXIT
            END-IF
            MOVE QE-RIFERIMENTO TO SR-RIFERIMENTO
            MOVE '3' TO SR-FONTE
            MOVE 'D' TO SR-OP
            MOVE ZERO TO SR-RIS
            RELEASE SR-RECORD
            GO TO ABBINA-RIGA-ESTRATTO-EXIT.
       ABBINA-RIGA-ESTRATTO-EXIT.
            EXIT.

      *    PROCEDURA DI USCITA DEL SORT: I DETTAGLI ARRIVANO ORDINATI
      *    PER RIFERIMENTO, QUINDI OGNI GRUPPO RACCOGLIE TUTTE LE RIGHE
      *    DEI TRE FILE CON LO STESSO RIFERIMENTO.
       ABBINA-RIFERIMENTI.
            MOVE 'N' TO WS-SORT-EOF-SW
            IF WS-ERRORE-FILE
                GO TO ABBINA-RIFERIMENTI-EXIT
            END-IF
            PERFORM RITORNA-RIFERIMENTO THRU RITORNA-RIFERIMENTO-EXIT
            PERFORM ABBINA-GRUPPO THRU ABBINA-GRUPPO-EXIT
                UNTIL WS-SORT-EOF
            GO TO ABBINA-RIFERIMENTI-EXIT.
       ABBINA-RIFERIMENTI-EXIT.
            EXIT.

       RITORNA-RIFERIMENTO.
            RETURN SORTRIF
                AT END MOVE 'Y' TO WS-SORT-EOF-SW
            END-RETURN
            GO TO RITORNA-RIFERIMENTO-EXIT.
       RITORNA-RIFERIMENTO-EXIT.
            EXIT.

      *    OGNI RIGA REPORT HA LA SUA GEMELLA AUDIT: SENZA AUDIT SONO
      *    TUTTE ORFANE, OLTRE IL NUMERO DELLE RIGHE AUDIT SONO DOPPIE;
      *    LE RIGHE AUDIT IN PIU' SONO RISULTATI CHE IL REPORT HA
      *    PERSO. LA RIGA DI ESTRATTO SI ABBINA UNA VOLTA SOLA, E SOLO
      *    A UNA DIVISIONE PRESENTE IN AUDIT E IN REPORT: IL RIS
      *    CONFRONTATO CON EC-SOMMA E' QUELLO DELLA PRIMA RIGA REPORT.
       ABBINA-GRUPPO.
            MOVE SR-RIFERIMENTO TO WS-RIF-GRUPPO
            MOVE ZERO TO WS-G-AUDIT
            MOVE ZERO TO WS-G-REPORT
            MOVE ZERO TO WS-G-ESTRATTO
            MOVE SPACE TO WS-G-OP
            MOVE ZERO TO WS-G-RIS
            PERFORM ACCUMULA-GRUPPO THRU ACCUMULA-GRUPPO-EXIT
                UNTIL WS-SORT-EOF
                   OR SR-RIFERIMENTO NOT = WS-RIF-GRUPPO
            IF WS-G-AUDIT = ZERO
                IF WS-G-REPORT > ZERO
                    ADD WS-G-REPORT TO WS-REPORT-ORFANE
                    DISPLAY 'RIGA REPORT SENZA RIGA AUDIT: '
                        'RIFERIMENTO ' WS-RIF-GRUPPO
                END-IF
            ELSE
                IF WS-G-REPORT > WS-G-AUDIT
                    COMPUTE WS-G-ECCEDENTI = WS-G-REPORT - WS-G-AUDIT
                    ADD WS-G-ECCEDENTI TO WS-REPORT-DOPPIE
                    DISPLAY 'RIFERIMENTO DOPPIO IN REPORT: '
                        WS-RIF-GRUPPO
                END-IF
                IF WS-G-AUDIT > WS-G-REPORT
                    COMPUTE WS-G-ECCEDENTI = WS-G-AUDIT - WS-G-REPORT
                    ADD WS-G-ECCEDENTI TO WS-AUDIT-ORFANE
                    DISPLAY 'RIGA AUDIT SENZA RIGA REPORT: '
                        'RIFERIMENTO ' WS-RIF-GRUPPO
                END-IF
            END-IF
            IF WS-G-ESTRATTO = ZERO
                GO TO ABBINA-GRUPPO-EXIT
            END-IF
            IF WS-G-AUDIT = ZERO
                ADD WS-G-ESTRATTO TO WS-ESTRATTO-ORFANE
                DISPLAY 'RIGA ESTRATTO SENZA RIGA AUDIT: RIFERIMENTO '
                    WS-RIF-GRUPPO
                GO TO ABBINA-GRUPPO-EXIT
            END-IF
            IF WS-G-REPORT = ZERO OR WS-G-OP NOT = 'D'
                ADD WS-G-ESTRATTO TO WS-ESTRATTO-ORFANE
                DISPLAY 'RIGA ESTRATTO SENZA DIVISIONE NEL REPORT O '
                    'DOPPIA: RIFERIMENTO ' WS-RIF-GRUPPO
                GO TO ABBINA-GRUPPO-EXIT
            END-IF
            ADD 1 TO WS-ESTRATTO-ABBINATE
            ADD WS-G-RIS TO WS-SOMMA-REPORT-ABBINATE
            IF WS-G-ESTRATTO > 1
                COMPUTE WS-G-ECCEDENTI = WS-G-ESTRATTO - 1
                ADD WS-G-ECCEDENTI TO WS-ESTRATTO-ORFANE
                DISPLAY 'RIGA ESTRATTO SENZA DIVISIONE NEL REPORT O '
                    'DOPPIA: RIFERIMENTO ' WS-RIF-GRUPPO
            END-IF
            GO TO ABBINA-GRUPPO-EXIT.
       ABBINA-GRUPPO-EXIT.
            EXIT.

       ACCUMULA-GRUPPO.
            EVALUATE SR-FONTE
                WHEN '1'
                    ADD 1 TO WS-G-AUDIT
                WHEN '2'
                    ADD 1 TO WS-G-REPORT
                    IF WS-G-REPORT = 1
                        MOVE SR-OP TO WS-G-OP
                        MOVE SR-RIS TO WS-G-RIS
                    END-IF
                WHEN OTHER
                    ADD 1 TO WS-G-ESTRATTO
            END-EVALUATE
            PERFORM RITORNA-RIFERIMENTO THRU RITORNA-RIFERIMENTO-EXIT
            GO TO ACCUMULA-GRUPPO-EXIT.
       ACCUMULA-GRUPPO-EXIT.
            EXIT.

      *    ESITO DELL'ABBINAMENTO PER RIFERIMENTO, DOPO I CONTEGGI DEI
      *    TRE FILE.
       STAMPA-ABBINAMENTI.
            WRITE QUAD-LINE FROM QUAD-VUOTA-LINE
            MOVE 'RIGHE REPORT SENZA RIGA AUDIT' TO QL-ETICHETTA
            MOVE WS-REPORT-ORFANE TO QL-CONTA
            WRITE QUAD-LINE FROM QUAD-CONTA-LINE
            MOVE 'RIGHE AUDIT SENZA RIGA REPORT' TO QL-ETICHETTA
            MOVE WS-AUDIT-ORFANE TO QL-CONTA
            WRITE QUAD-LINE FROM QUAD-CONTA-LINE
            MOVE 'RIFERIMENTI DOPPI IN REPORT' TO QL-ETICHETTA
            MOVE WS-REPORT-DOPPIE TO QL-CONTA
            WRITE QUAD-LINE FROM QUAD-CONTA-LINE
            IF WS-ESTRATTO-ASSENTE
                GO TO STAMPA-ABBINAMENTI-EXIT
            END-IF
            MOVE 'RIGHE ESTRATTO ABBINATE AL REPORT' TO QL-ETICHETTA
            MOVE WS-ESTRATTO-ABBINATE TO QL-CONTA
            WRITE QUAD-LINE FROM QUAD-CONTA-LINE
            MOVE 'SOMMA RIS REPORT DELLE ABBINATE' TO QS-ETICHETTA
            MOVE WS-SOMMA-REPORT-ABBINATE TO QS-SOMMA
            WRITE QUAD-LINE FROM QUAD-SOMMA-LINE
            MOVE 'RIGHE ESTRATTO NON ABBINATE' TO QL-ETICHETTA
            MOVE WS-ESTRATTO-ORFANE TO QL-CONTA
            WRITE QUAD-LINE FROM QUAD-CONTA-LINE
            GO TO STAMPA-ABBINAMENTI-EXIT.
       STAMPA-ABBINAMENTI-EXIT.
            EXIT.

       CONFRONTA-TOTALI.
            WRITE QUAD-LINE FROM QUAD-VUOTA-LINE
            IF WS-CONTA-INIZIO NOT = WS-CONTA-FINE
                MOVE 'Y' TO WS-ESITO-KO-SW
            END-IF
      *    REPORT E AUDIT RICEVONO UNA RIGA PER OGNI RISULTATO, DA
      *    TUTTI I PROGRAMMI, CON LO STESSO RIFERIMENTO, E AUDARCH LI
      *    ARCHIVIA IN PARI NELLO STESSO CICLO: OGNI RIGA DEVE AVERE
      *    LA SUA GEMELLA. LE RIGHE SENZA RIFERIMENTO (ANTERIORI AL
      *    SUO ARRIVO) SI CONFRONTANO SOLO PER NUMERO.
            IF WS-REPORT-ORFANE > ZERO
                MOVE 'KO: RIGHE REPORT SENZA LA RIGA AUDIT '
                    & 'CORRISPONDENTE' TO QE-ESITO
                WRITE QUAD-LINE FROM QUAD-ESITO-LINE
                MOVE 'Y' TO WS-ESITO-KO-SW
            END-IF
            IF WS-AUDIT-ORFANE > ZERO
                MOVE 'KO: RIGHE AUDIT SENZA LA RIGA REPORT '
                    & 'CORRISPONDENTE' TO QE-ESITO
                WRITE QUAD-LINE FROM QUAD-ESITO-LINE
                MOVE 'Y' TO WS-ESITO-KO-SW
            END-IF
            IF WS-REPORT-DOPPIE > ZERO
                MOVE 'KO: RIFERIMENTI REGISTRATI PIU VOLTE NEL REPORT'
                    TO QE-ESITO
                WRITE QUAD-LINE FROM QUAD-ESITO-LINE
                MOVE 'Y' TO WS-ESITO-KO-SW
            END-IF
            IF WS-REPORT-SENZA-RIF NOT = WS-AUDIT-SENZA-RIF
                MOVE 'KO: DETTAGLI SENZA RIFERIMENTO DIVERSI TRA '
                    & 'REPORT E AUDIT' TO QE-ESITO
                WRITE QUAD-LINE FROM QUAD-ESITO-LINE
                MOVE 'Y' TO WS-ESITO-KO-SW
            END-IF
            IF WS-ESTRATTO-ASSENTE
                GO TO CONFRONTA-TOTALI-FINE
            END-IF
                WRITE QUAD-LINE FROM QUAD-ESITO-LINE
                MOVE 'Y' TO WS-ESITO-KO-SW
            END-IF
      *    OGNI RIGA ESTRATTA RICHIAMA PER RIFERIMENTO LA SUA RIGA
      *    'D' NEL REPORT; IL CONTRARIO NO (LE DIVISIONI INTERATTIVE
      *    NON VANNO IN ESTRATTO), QUINDI IL CONFRONTO E' A SENSO
      *    UNICO E LA SOMMA SI FA SULLE SOLE RIGHE RICHIAMATE.
            IF WS-ESTRATTO-ORFANE > ZERO
                MOVE 'KO: RIGHE ESTRATTO SENZA LA DIVISIONE '
                    & 'CORRISPONDENTE NEL REPORT' TO QE-ESITO
                WRITE QUAD-LINE FROM QUAD-ESITO-LINE
                MOVE 'Y' TO WS-ESITO-KO-SW
            END-IF
      *    UN ESTRATTO CON RIGHE SENZA RIFERIMENTO (RIPARTENZA A
      *    CAVALLO DELL'INTRODUZIONE DEL RIFERIMENTO) NON SI PUO'
      *    ABBINARE RIGA PER RIGA: VALE IL VECCHIO CONFRONTO PER
      *    TOTALI, A SENSO UNICO.
            IF WS-ESTRATTO-SENZA-RIF > ZERO
                IF WS-CODA-CONTA > WS-CONTA-REPORT-D
                    MOVE 'KO: PIU RIGHE IN ESTRATTO CHE DIVISIONI NEL '
                        & 'REPORT' TO QE-ESITO
                    WRITE QUAD-LINE FROM QUAD-ESITO-LINE
                    MOVE 'Y' TO WS-ESITO-KO-SW
                END-IF
                GO TO CONFRONTA-TOTALI-FINE
            END-IF
            IF WS-CODA-SOMMA NOT = WS-SOMMA-REPORT-ABBINATE
                MOVE 'KO: EC-SOMMA DIVERSO DALLA SOMMA RIS DELLE '
                    & 'DIVISIONI NEL REPORT' TO QE-ESITO
                WRITE QUAD-LINE FROM QUAD-ESITO-LINE
            GO TO CONFRONTA-TOTALI-EXIT.
       CONFRONTA-TOTALI-EXIT.
            EXIT.

      *    UNA RIGA DI RIEPILOGO SUL RUNLOG CONDIVISO A FINE GIRO:
      *    IL CONTROLLO DEL MATTINO E SORVEGLI LEGGONO UN FILE SOLO
      *    INVECE DEI SYSOUT DEI SINGOLI JOB. QUI LETTE = RIGHE DI
      *    DETTAGLIO LETTE NEI TRE FILE, ELAB = RIGHE DI DETTAGLIO
      *    DEL REPORT E SCARTI = RIFERIMENTI SENZA GEMELLA O DOPPI.
      *    UN RUNLOG NON APRIBILE AVVISA SOLTANTO.
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
            MOVE 'QUADFINE  ' TO RL-PROGRAMMA
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
            COMPUTE WS-CONTA-RUNLOG-LETTE = WS-CONTA-AUDIT-DETT
                + WS-CONTA-REPORT-DETT + WS-CONTA-ESTRATTO-DETT
            COMPUTE WS-CONTA-RUNLOG-SCARTI = WS-REPORT-ORFANE
                + WS-AUDIT-ORFANE + WS-REPORT-DOPPIE
                + WS-ESTRATTO-ORFANE
            MOVE WS-CONTA-RUNLOG-LETTE TO RL-LETTE
            MOVE WS-CONTA-REPORT-DETT TO RL-ELABORATE
            MOVE WS-CONTA-RUNLOG-SCARTI TO RL-SCARTATE
            MOVE RETURN-CODE TO RL-RC
            MOVE WS-DATA-ELABORAZIONE TO RL-DATA-ELAB
            WRITE RUNLOG-LINE FROM RUNLOG-DETAIL-LINE
            CLOSE RUNLOGFILE
            GO TO SCRIVI-RUNLOG-EXIT.
       SCRIVI-RUNLOG-EXIT.
            EXIT.
       END PROGRAM QUADFINE.
