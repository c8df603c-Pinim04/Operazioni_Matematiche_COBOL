      *                the machine clock. A missing or unreadable
      *                DATAELAB falls back to the machine date with
      *                a warning.
      * 15/10/2026 MP  Every result now carries a unique reference
      *                (business date + sequence number) taken from
      *                the CONTRIF control counter shared with
      *                DIVISIONE and DIVISIONE-MENU. The counter is
      *                advanced and saved before the result is
      *                written, so a number is never handed out
      *                twice, even across a restart. The reference is
      *                stamped on the REPORT, AUDIT and ESTRCALC
      *                detail lines (ESTRCALC record 41 -> 55 bytes),
      *                and QUADFINE and AUDARCH match REPORT and AUDIT
      *                on it instead of by position.
      * 15/10/2026 MP  Reversal (storno) records: an 'R' record in
      *                TRANSIN cancels a result booked on an earlier
      *                run, named by its business date (columns 2-7)
      *                and its reference (columns 8-21). The original
      *                must be a batch detail still in AUDIT, must
      *                not be a reversal itself and must not have
      *                been reversed already; AUDIT is scanned once
      *                before processing for the references the file
      *                asks for. An accepted reversal is booked as an
      *                'R' line in REPORT, AUDIT and ESTRCALC with the
      *                original result and the opposite sign, plus the
      *                original operation code and reference (ESTRCALC
      *                record 55 -> 70 bytes), so RENDICON, QUADFINE
      *                and the warehouse see it as its own line and
      *                the original nets out. A reversal stands
      *                outside any '*' chain.
      * 15/10/2026 MP  Four-eyes approval of high-value results: the
      *                SOGLIE control file gives an approval threshold
      *                per operation code. A result whose absolute
      *                value exceeds the threshold of its operation is
      *                not booked: it is queued in the SOSPESI pending
      *                file (submitting operator, record number, op,
      *                operands, result) and kept out of REPORT, AUDIT
      *                and ESTRCALC. A '*' step chained on a pending
      *                result is rejected. A supervisor approves or
      *                rejects each item through the APPROVA menu
      *                function; approved items are booked at the start
      *                of the next run under the submitting operator,
      *                after SOSPESI has been rewritten without them,
      *                so an item can never be booked twice. No SOGLIE
      *                file means no thresholds.
      * 15/10/2026 MP  The operator code is appended to each ESTRCALC
      *                detail (ESTRCALC record 70 -> 80 bytes), so the
      *                nightly STORICO load can keep who ran each
      *                result in the permanent results history.
      * 15/10/2026 MP  The RUNLOG line now also carries the DATAELAB
      *                business date of the run (columns 113-118), so
      *                the SORVEGLI batch-window monitor can assign a
      *                run that slips past midnight to the right day.
      * 15/10/2026 MP  Expected-result verification: a TRANSIN record
      *                may carry the result the ERP computed itself in
      *                columns 24-43 (optional sign, decimal point, up
      *                to 13 integer and 6 decimal digits). When it is
      *                present, the computed result is compared with it
      *                using the tolerance of its operation from the
      *                TOLLERAN control file (no line = exact match);
      *                every mismatch goes to the new VARIANZE report
      *                with both values, the difference and the gap in
      *                percent, followed by counts and totals by
      *                operation. A record without it is processed as
      *                before; an unreadable one is rejected. Any
      *                difference beyond tolerance ends the run with
      *                RC=28, so the warehouse release is held.
      * 15/10/2026 MP  Three new operation codes: P (B percent of A,
      *                A * B / 100), E (A raised to the power B) and
      *                Q (square root of A, B left blank). The
      *                exponent must be a whole number from 0 to 50,
      *                0 to the power 0 is refused and so is a power
      *                whose result would not fit the 12 integer
      *                digits of a result; a negative radicand is
      *                refused. Power and square root results carry 6
      *                decimals. All three take part in '*' chains,
      *                SOGLIE thresholds and TOLLERAN tolerances like
      *                the other codes.
      * 15/10/2026 MP  Outcome response to the ERP (RISPERP), in the
      *                layout RISPERP writes for DIVBATCH: a header
      *                with the FILEREG identity of the run (program,
      *                date 0, record count, hash of A), one detail per
      *                TRANSIN record in input order (record number,
      *                outcome, reason code, unedited result with its
      *                decimals, reference) and a trailer with the
      *                counts by outcome. Outcomes: AC booked (a
      *                reversal too), SC rejected, SO held for
      *                approval, AN chain step voided (21 chain broken
      *                by a reject, 22 chain held for approval).
      *                Reasons: 01-05 as PREEDIT, 06 unknown operation,
      *                07 B given for Q, 08 root of a negative, 09
      *                exponent not valid, 10 power out of limit, 11
      *                expected result not valid, 12 no previous
      *                result, 13 previous result out of limit, 14
      *                reversal date/reference not valid, 15 original
      *                not found or not verifiable, 16 original not
      *                reversible, 17 original already reversed. The
      *                trailer comes only at normal end of run.
      * 15/10/2026 MP  Simulation option (extra SYSIN answer after the
      *                force flag): the run validates, calculates,
      *                follows chains and reversals and checks expected
      *                results as usual, but writes nothing to REPORT,
      *                AUDIT, ESTRCALC, RISPERP, VARIANZE, SOSPESI,
      *                CONTRIF, FILEREG or RUNLOG and books no approved
      *                results. A duplicate transmission is only
      *                flagged. The ANTEPRIM preview, titled as not
      *                booked, lists each record's outcome, reason,
      *                result and check against the expected result,
      *                the run totals and the trailer ESTRCALC would
      *                carry. The return code is the one the real run
      *                would give.
      * 15/10/2026 MP  A held item's SOSPESI row now carries the
      *                decimals of its operation (2 for A/S, 3 for D,
      *                4 for M/P, 6 for E/Q, as on RISPERP) instead of
      *                a fixed 3.
      * 15/10/2026 MP  A reversal record now adds the sequence number
      *                of its original's reference, in hundredths, to
      *                the hash of A used for the FILEREG identity and
      *                the RISPERP header: two different files made of
      *                reversals only, with the same record count, no
      *                longer share one identity and the second is no
      *                longer refused as a duplicate (RC=24).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBTCH.
           SELECT DATAELABFILE ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAELAB-STATUS.
           SELECT CONTRIFFILE ASSIGN TO "CONTRIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRIF-STATUS.
           SELECT SOGLIEFILE ASSIGN TO "SOGLIE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOGLIE-STATUS.
           SELECT SOSPESIFILE ASSIGN TO "SOSPESI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOSPESI-STATUS.
           SELECT TOLLFILE ASSIGN TO "TOLLERAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLL-STATUS.
           SELECT VARFILE ASSIGN TO "VARIANZE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAR-STATUS.
           SELECT RISPFILE ASSIGN TO "RISPERP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISP-STATUS.
           SELECT ANTEPRIMAFILE ASSIGN TO "ANTEPRIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANTEPRIMA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFILE.
           05 TR-OP PIC X.
           05 TR-AALPHA PIC X(11).
           05 TR-BALPHA PIC X(11).
           05 TR-ATTESO PIC X(20).
       01  TRANS-STORNO.
           05 TS-OP PIC X.
           05 TS-DATA-ORIGINALE PIC X(6).
           05 TS-RIF-ORIGINALE PIC X(14).
           05 FILLER PIC X(22).
       FD  REPORTFILE.
       01  REPORT-LINE PIC X(100).
       FD  AUDITFILE.
           05 OPER-NOME PIC X(30).
           05 OPER-ATTIVO PIC X.
           05 OPER-BATCH PIC X.
           05 OPER-SUPERVISORE PIC X.
       FD  REGFILE.
       01  REG-RECORD.
           05 REG-PROGRAMMA PIC X(8).
           05 REG-HASH PIC 9(11)V99.
           05 REG-DATA-ELAB PIC 9(6).
       FD  ESTRFILE.
       01  ESTR-RECORD PIC X(80).
       FD  RUNLOGFILE.
       01  RUNLOG-LINE PIC X(120).
       FD  DATAELABFILE.
       01  DATAELAB-RECORD PIC X(6).
       FD  CONTRIFFILE.
       01  CONTRIF-RECORD PIC X(14).
       FD  SOGLIEFILE.
       01  SOGLIE-RECORD.
           05 SG-OP PIC X.
           05 FILLER PIC X.
           05 SG-SOGLIA PIC 9(13)V99.
           05 FILLER PIC X(63).
       FD  SOSPESIFILE.
       01  SOSPESI-RECORD PIC X(160).
       FD  TOLLFILE.
       01  TOLL-RECORD.
           05 TL-OP PIC X.
           05 FILLER PIC X.
           05 TL-TOLLERANZA PIC 9(9)V9(6).
           05 FILLER PIC X(63).
       FD  VARFILE.
       01  VAR-LINE PIC X(132).
       FD  RISPFILE.
       01  RISP-RECORD PIC X(80).
       FD  ANTEPRIMAFILE.
       01  ANTEPRIMA-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
           01 A PIC S9(7)V99.
           01 AALPHA PIC X(11).
               88 WS-OP-SOTTRAZIONE VALUE 'S'.
               88 WS-OP-MOLTIPLICAZIONE VALUE 'M'.
               88 WS-OP-DIVISIONE VALUE 'D'.
               88 WS-OP-PERCENTUALE VALUE 'P'.
               88 WS-OP-POTENZA VALUE 'E'.
               88 WS-OP-RADICE VALUE 'Q'.
               88 WS-OP-VALIDA VALUE 'A' 'S' 'M' 'D' 'P' 'E' 'Q'.
               88 WS-OP-STORNO VALUE 'R'.
           01 RIS PIC S9(9)V9(6).
           01 RIS-SCALATO PIC S9(15).
           01 RIS-SOMMA PIC S9(8)V99.
           01 RIS-PRODOTTO PIC S9(13)V9(4).
           01 RIS-ESTESO PIC S9(12)V9(6).
           01 RIS-QUOZIENTE PIC S9(9).
           01 RIS-RESTO PIC S9(7)V99.
           01 DL100-FATTORE-SCALA PIC 9(7) VALUE 1000.
           01 WS-REPORT-VUOTO-SW PIC X VALUE 'N'.
               88 WS-REPORT-VUOTO VALUE 'Y'.
           01 WS-LIMITE PIC S9999999 VALUE 1000000.
      *    POTENZA E RADICE QUADRATA: ESPONENTE INTERO DA 0 AL MASSIMO,
      *    RISULTATO ENTRO LE 12 CIFRE INTERE DI WS-RIS-PRECEDENTE.
           01 WS-ESPONENTE-MASSIMO PIC 99 VALUE 50.
           01 WS-LIMITE-RISULTATO PIC 9(13) VALUE 1000000000000.
           01 WS-POT-ESPONENTE PIC 99.
           01 WS-POT-PASSO PIC 99 COMP.
           01 WS-POTENZA-KO-SW PIC X VALUE 'N'.
               88 WS-POTENZA-KO VALUE 'Y'.
           01 WS-RAD-X PIC S9(7)V9(10).
           01 WS-RAD-PRECEDENTE PIC S9(7)V9(10).
           01 WS-RAD-PASSO PIC 999 COMP.
           01 WS-DATA-ESECUZIONE PIC 9(6).
           01 WS-ORA-ESECUZIONE PIC 9(8).
           01 WS-ORA-GRUPPO REDEFINES WS-ORA-ESECUZIONE.
           01 WS-REG-HASH PIC S9(11)V99.
           01 WS-HASH-A PIC S9(11)V99 VALUE ZERO.
           01 WS-CONTA-PRELETTI PIC 9(8) VALUE ZERO.
           01 WS-PRE-RIF-PROGR PIC 9(8).
           01 WS-PRE-EOF-SW PIC X VALUE 'N'.
               88 WS-PRE-EOF VALUE 'Y'.
           01 WS-ESTR-STATUS PIC X(2).
           01 WS-DATAELAB-STATUS PIC X(2).
           01 WS-DATAELAB-VALORE PIC X(6).
           01 WS-DATA-ELABORAZIONE PIC 9(6).
           01 WS-CONTRIF-STATUS PIC X(2).
           01 WS-CONTRIF-VALORE.
               05 WS-CR-DATA PIC X(6).
               05 WS-CR-ULTIMO PIC 9(8).
           01 WS-RIFERIMENTO.
               05 WS-RIF-DATA PIC 9(6).
               05 WS-RIF-PROGR PIC 9(8).
           01 WS-DATA-INIZIO PIC 9(6).
           01 WS-ORA-INIZIO PIC 9(8).
           01 WS-ORA-INIZIO-GRUPPO REDEFINES WS-ORA-INIZIO.
               05 RL-SCARTATE PIC 9(8).
               05 FILLER PIC X(4) VALUE ' RC '.
               05 RL-RC PIC 99.
               05 FILLER PIC X(4) VALUE ' DE '.
               05 RL-DATA-ELAB PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
           01 WS-CONTA-ESTRATTI PIC 9(8) VALUE ZERO.
           01 WS-SOMMA-ESTRATTO PIC S9(13)V9(6) VALUE ZERO.
           01 WS-SOMMA-ESTRATTO-ABS PIC 9(13)V9(6).
               05 ED-B PIC 9(7)V99.
               05 ED-RIS-SEGNO PIC X.
               05 ED-RIS PIC 9(12)V9(6).
               05 ED-RIFERIMENTO PIC X(14).
               05 ED-OP-ORIGINALE PIC X.
               05 ED-RIF-ORIGINALE PIC X(14).
               05 ED-OPERATORE PIC X(10).
           01 ESTR-CODA.
               05 EC-TIPO PIC X VALUE 'T'.
               05 EC-CONTA PIC 9(8).
           01 WS-USA-RIS-B-SW PIC X VALUE 'N'.
               88 WS-USA-RIS-B VALUE 'Y'.
           01 RIS-VISUALIZZATO PIC X(25) VALUE SPACES.
      *    STORNI RICHIESTI DAL FILE: RIFERIMENTI ORIGINALI RACCOLTI
      *    NELLA PRE-PASSATA E CERCATI UNA VOLTA SOLA NELL'AUDIT.
           01 WS-MAX-STORNI PIC 9(4) COMP VALUE 500.
           01 WS-QUANTI-STORNI PIC 9(4) COMP VALUE ZERO.
           01 WS-TAB-STORNI.
               05 WS-TS-ELEMENTO OCCURS 500 TIMES.
                   10 WS-TS-RIFERIMENTO PIC X(14).
                   10 WS-TS-TROVATO-SW PIC X.
                   10 WS-TS-STORNATO-SW PIC X.
                   10 WS-TS-DATA PIC X(6).
                   10 WS-TS-TIPO PIC X.
                   10 WS-TS-OP PIC X.
                   10 WS-TS-A PIC X(11).
                   10 WS-TS-B PIC X(11).
                   10 WS-TS-RIS PIC X(25).
           01 WS-TS-IX PIC 9(4) COMP.
           01 WS-TS-TROVATO PIC 9(4) COMP.
           01 WS-TAB-STORNI-PIENA-SW PIC X VALUE 'N'.
               88 WS-TAB-STORNI-PIENA VALUE 'Y'.
           01 WS-RIF-CERCATO PIC X(14).
           01 WS-STORNO-KO-SW PIC X VALUE 'N'.
               88 WS-STORNO-KO VALUE 'Y'.
           01 WS-OP-ORIGINALE PIC X.
           01 WS-CONTA-STORNI PIC 9(8) VALUE ZERO.
           01 WS-AUDIT-EOF-SW PIC X VALUE 'N'.
               88 WS-AUDIT-EOF VALUE 'Y'.
           01 WS-RIGA-AUDIT PIC X(120).
           01 WS-RIGA-AUDIT-CAMPI REDEFINES WS-RIGA-AUDIT.
               05 RA-DATA-AA PIC XX.
               05 FILLER PIC X.
               05 RA-DATA-MM PIC XX.
               05 FILLER PIC X.
               05 RA-DATA-GG PIC XX.
               05 FILLER PIC X(42).
               05 RA-TIPO PIC X.
               05 FILLER PIC X.
               05 RA-OP PIC X.
               05 FILLER PIC X.
               05 RA-A PIC X(11).
               05 FILLER PIC X.
               05 RA-B PIC X(11).
               05 FILLER PIC X.
               05 RA-RIS PIC X(25).
               05 FILLER PIC X.
               05 RA-RIFERIMENTO PIC X(14).
               05 FILLER PIC X(2).
           01 WS-RIGA-AUDIT-STORNO REDEFINES WS-RIGA-AUDIT.
               05 FILLER PIC X(54).
               05 RA-OP-ORIGINALE PIC X.
               05 FILLER PIC X.
               05 RA-RIF-ORIGINALE PIC X(14).
               05 FILLER PIC X(50).
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
           01 WS-P-CIFRE-INT PIC 99 COMP.
           01 WS-P-STATO PIC 9.
      *        1 = PARTE INTERA, 2 = PARTE DECIMALE
           01 WS-P-CIFRA PIC 9.
           01 WS-SEGNO-POS PIC 99 COMP.
           01 WS-PRIMA-POS PIC 99 COMP.
      *    SOGLIE DI APPROVAZIONE PER OPERAZIONE: UN RISULTATO CHE IN
      *    VALORE ASSOLUTO SUPERA LA SOGLIA DELLA SUA OPERAZIONE NON SI
      *    REGISTRA, VA IN SOSPESI IN ATTESA DEL SUPERVISORE.
           01 WS-SOGLIE-STATUS PIC X(2).
           01 WS-SOGLIE-EOF-SW PIC X VALUE 'N'.
               88 WS-SOGLIE-EOF VALUE 'Y'.
           01 WS-MAX-SOGLIE PIC 99 COMP VALUE 10.
           01 WS-QUANTE-SOGLIE PIC 99 COMP VALUE ZERO.
           01 WS-TAB-SOGLIE.
               05 WS-SG-ELEMENTO OCCURS 10 TIMES.
                   10 WS-SG-OP PIC X.
                   10 WS-SG-SOGLIA PIC 9(13)V99.
           01 WS-SG-IX PIC 99 COMP.
           01 WS-SG-TROVATA PIC 99 COMP.
           01 WS-RIS-ASSOLUTO PIC 9(13)V9(6).
           01 WS-SOPRA-SOGLIA-SW PIC X VALUE 'N'.
               88 WS-SOPRA-SOGLIA VALUE 'Y'.
           01 WS-CATENA-SOSPESA-SW PIC X VALUE 'N'.
               88 WS-CATENA-SOSPESA VALUE 'Y'.
           01 WS-NUMERO-RECORD PIC 9(8) VALUE ZERO.
           01 WS-CONTA-SOSPESI PIC 9(8) VALUE ZERO.
           01 WS-CONTA-APPROVATI PIC 9(8) VALUE ZERO.
           01 WS-SOSPESI-STATUS PIC X(2).
           01 WS-SOSPESI-EOF-SW PIC X VALUE 'N'.
               88 WS-SOSPESI-EOF VALUE 'Y'.
           01 WS-SOSPESI-TRONCO-SW PIC X VALUE 'N'.
               88 WS-SOSPESI-TRONCO VALUE 'Y'.
           01 WS-SOSPESI-KO-SW PIC X VALUE 'N'.
               88 WS-SOSPESI-KO VALUE 'Y'.
           01 WS-MAX-SOSPESI PIC 9(4) COMP VALUE 500.
           01 WS-QUANTI-SOSPESI PIC 9(4) COMP VALUE ZERO.
           01 WS-TAB-SOSPESI.
               05 WS-TSO-ELEMENTO OCCURS 500 TIMES.
                   10 WS-TSO-RIGA PIC X(160).
                   10 WS-TSO-AZIONE PIC X.
      *        T = RESTA IN SOSPESI, C = DA CONTABILIZZARE, X = TOLTO
           01 WS-TSO-IX PIC 9(4) COMP.
           01 WS-CONTA-DA-TOGLIERE PIC 9(4) COMP.
           01 WS-OPERATORE-GIRO PIC X(10).
           01 WS-NOME-GIRO PIC X(30).
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
      *    VERIFICA DEL RISULTATO ATTESO: TOLLERANZA PER OPERAZIONE
      *    DAL FILE DI CONTROLLO TOLLERAN, SCOSTAMENTI SU VARIANZE.
           01 WS-TOLL-STATUS PIC X(2).
           01 WS-TOLL-EOF-SW PIC X VALUE 'N'.
               88 WS-TOLL-EOF VALUE 'Y'.
           01 WS-MAX-TOLL PIC 99 COMP VALUE 10.
           01 WS-QUANTE-TOLL PIC 99 COMP VALUE ZERO.
           01 WS-TAB-TOLL.
               05 WS-TL-ELEMENTO OCCURS 10 TIMES.
                   10 WS-TL-OP PIC X.
                   10 WS-TL-TOLLERANZA PIC 9(9)V9(6).
           01 WS-TL-IX PIC 99 COMP.
           01 WS-TL-TROVATA PIC 99 COMP.
           01 WS-VAR-STATUS PIC X(2).
           01 WS-ATTESO-SW PIC X VALUE 'N'.
               88 WS-CON-ATTESO VALUE 'Y'.
           01 WS-ATTESO PIC S9(13)V9(6).
           01 WS-VAR-TOLLERANZA PIC 9(9)V9(6).
           01 WS-VAR-DIFF PIC S9(13)V9(6).
           01 WS-VAR-DIFF-ABS PIC 9(13)V9(6).
           01 WS-VAR-ATTESO-ABS PIC 9(13)V9(6).
           01 WS-VAR-PERC PIC S9(5)V99.
           01 WS-RIF-VARIANZA PIC X(14).
           01 WS-CONTA-VERIFICATI PIC 9(8) VALUE ZERO.
           01 WS-CONTA-CONCORDI PIC 9(8) VALUE ZERO.
           01 WS-CONTA-IN-TOLL PIC 9(8) VALUE ZERO.
           01 WS-CONTA-FUORI-TOLL PIC 9(8) VALUE ZERO.
           01 WS-TOT-CALCOLATO PIC S9(13)V9(6) VALUE ZERO.
           01 WS-TOT-ATTESO PIC S9(13)V9(6) VALUE ZERO.
           01 WS-TOT-DIFF PIC S9(13)V9(6) VALUE ZERO.
           01 WS-QUANTE-TV PIC 99 COMP VALUE ZERO.
           01 WS-TAB-VAR.
               05 WS-TV-ELEMENTO OCCURS 10 TIMES.
                   10 WS-TV-OP PIC X.
                   10 WS-TV-VERIFICATI PIC 9(8).
                   10 WS-TV-CONCORDI PIC 9(8).
                   10 WS-TV-IN-TOLL PIC 9(8).
                   10 WS-TV-FUORI-TOLL PIC 9(8).
                   10 WS-TV-TOT-CALCOLATO PIC S9(13)V9(6).
                   10 WS-TV-TOT-ATTESO PIC S9(13)V9(6).
                   10 WS-TV-TOT-DIFF PIC S9(13)V9(6).
           01 WS-TV-IX PIC 99 COMP.
           01 WS-TV-TROVATA PIC 99 COMP.
           01 VAR-TITOLO-LINE.
               05 FILLER PIC X(132) VALUE
                   'VERIFICA RISULTATI ATTESI - CALCBTCH'.
           01 VAR-VUOTA-LINE PIC X(132) VALUE SPACES.
           01 VAR-DATA-LINE.
               05 FILLER PIC X(19) VALUE 'DATA ELABORAZIONE: '.
               05 VD-DATA PIC 99/99/99.
               05 FILLER PIC X(13) VALUE '  OPERATORE: '.
               05 VD-OPERATORE PIC X(10).
               05 FILLER PIC X(82) VALUE SPACES.
           01 VAR-HEADER-LINE.
               05 FILLER PIC X(10) VALUE 'RECORD'.
               05 FILLER PIC X(3) VALUE 'OP'.
               05 FILLER PIC X(16) VALUE 'RIFERIMENTO'.
               05 FILLER PIC X(27) VALUE '                CALCOLATO'.
               05 FILLER PIC X(27) VALUE '                   ATTESO'.
               05 FILLER PIC X(27) VALUE '               DIFFERENZA'.
               05 FILLER PIC X(11) VALUE ' SCARTO %'.
               05 FILLER PIC X(11) VALUE 'ESITO'.
           01 VAR-DETAIL-LINE.
               05 VR-NUMERO PIC Z(7)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 VR-OP PIC X.
               05 FILLER PIC X(2) VALUE SPACES.
               05 VR-RIFERIMENTO PIC X(14).
               05 FILLER PIC X(2) VALUE SPACES.
               05 VR-CALCOLATO PIC --,---,---,---,--9.999999.
               05 FILLER PIC X(2) VALUE SPACES.
               05 VR-ATTESO PIC --,---,---,---,--9.999999.
               05 FILLER PIC X(2) VALUE SPACES.
               05 VR-DIFFERENZA PIC --,---,---,---,--9.999999.
               05 FILLER PIC X(2) VALUE SPACES.
               05 VR-PERC PIC -(5)9.99.
               05 VR-PERC-TESTO REDEFINES VR-PERC PIC X(9).
               05 FILLER PIC X(2) VALUE SPACES.
               05 VR-ESITO PIC X(10).
               05 FILLER PIC X VALUE SPACE.
           01 VAR-OP-LINE.
               05 VO-OP PIC X(7).
               05 FILLER PIC X(12) VALUE ' VERIFICATI '.
               05 VO-VERIFICATI PIC Z(7)9.
               05 FILLER PIC X(10) VALUE ' CONCORDI '.
               05 VO-CONCORDI PIC Z(7)9.
               05 FILLER PIC X(18) VALUE ' ENTRO TOLLERANZA '.
               05 VO-IN-TOLL PIC Z(7)9.
               05 FILLER PIC X(18) VALUE ' FUORI TOLLERANZA '.
               05 VO-FUORI-TOLL PIC Z(7)9.
               05 FILLER PIC X(35) VALUE SPACES.
           01 VAR-TOTALI-LINE.
               05 FILLER PIC X(7) VALUE SPACES.
               05 FILLER PIC X(12) VALUE ' CALCOLATO '.
               05 VT-CALCOLATO PIC --,---,---,---,--9.999999.
               05 FILLER PIC X(9) VALUE ' ATTESO '.
               05 VT-ATTESO PIC --,---,---,---,--9.999999.
               05 FILLER PIC X(13) VALUE ' DIFFERENZA '.
               05 VT-DIFFERENZA PIC --,---,---,---,--9.999999.
               05 FILLER PIC X(16) VALUE SPACES.
           01 VAR-ESITO-LINE PIC X(132).
      *    RISPOSTA ALL'ERP: UN DETTAGLIO PER RECORD DI TRANSIN CON
      *    ESITO E MOTIVO, NELLO STESSO TRACCIATO DI RISPERP.
           01 WS-RISP-STATUS PIC X(2).
           01 WS-ESITO-RISPOSTA PIC X(2).
           01 WS-MOTIVO-RISPOSTA PIC X(2).
           01 WS-OP-RISPOSTA PIC X.
           01 WS-CONTA-RISPOSTE PIC 9(8) VALUE ZERO.
           01 WS-CONTA-AC PIC 9(8) VALUE ZERO.
           01 WS-CONTA-SC PIC 9(8) VALUE ZERO.
           01 WS-CONTA-SO PIC 9(8) VALUE ZERO.
           01 WS-CONTA-AN PIC 9(8) VALUE ZERO.
           01 RISPOSTA-TESTATA.
               05 RH-TIPO PIC X VALUE 'H'.
               05 RH-PROGRAMMA PIC X(8) VALUE 'CALCBTCH'.
               05 RH-DATA PIC 9(6) VALUE ZERO.
               05 RH-CONTA PIC 9(8).
               05 RH-HASH-SEGNO PIC X.
               05 RH-HASH PIC 9(11)V99.
               05 RH-DATA-ELAB PIC 9(6).
               05 RH-RISPOSTA PIC X VALUE 'O'.
               05 FILLER PIC X(36) VALUE SPACES.
           01 RISPOSTA-DETTAGLIO.
               05 RR-TIPO PIC X VALUE 'D'.
               05 RR-NUMERO PIC 9(8).
               05 RR-ESITO PIC X(2).
               05 RR-MOTIVO PIC X(2).
               05 RR-RIS-SEGNO PIC X.
               05 RR-RIS PIC 9(12)V9(6).
               05 RR-RIS-SCALA PIC 9.
               05 RR-RIFERIMENTO PIC X(14).
               05 RR-ORIGINE PIC X(20) VALUE SPACES.
               05 FILLER PIC X(13) VALUE SPACES.
           01 RISPOSTA-CODA.
               05 RT-TIPO PIC X VALUE 'T'.
               05 RT-CONTA PIC 9(8).
               05 RT-ACCETTATI PIC 9(8).
               05 RT-SCARTATI PIC 9(8).
               05 RT-SOSPESI PIC 9(8).
               05 RT-ANNULLATI PIC 9(8).
               05 RT-RIFIUTATI PIC 9(8) VALUE ZERO.
               05 FILLER PIC X(31) VALUE SPACES.
      *    SIMULAZIONE: PRE-PASSATA, CONTROLLI, CATENE, STORNI E
      *    VERIFICA DELL'ATTESO COME UN GIRO VERO, MA NIENTE SU REPORT,
      *    AUDIT, ESTRCALC, RISPERP, VARIANZE, SOSPESI, CONTRIF,
      *    FILEREG E RUNLOG. L'UNICA USCITA E' L'ANTEPRIMA, MARCATA
      *    NON CONTABILIZZATA.
           01 WS-RISPOSTA-SIMULAZIONE PIC X.
           01 WS-SIMULAZIONE-SW PIC X VALUE 'N'.
               88 WS-SIMULAZIONE VALUE 'Y'.
           01 WS-ANTEPRIMA-STATUS PIC X(2).
           01 WS-MOTIVO-IX PIC 99.
           01 TAB-MOTIVI-VALORI.
               05 FILLER PIC X(40) VALUE 'A NON NUMERICO'.
               05 FILLER PIC X(40) VALUE 'B NON NUMERICO'.
               05 FILLER PIC X(40) VALUE 'A FUORI LIMITE'.
               05 FILLER PIC X(40) VALUE 'B FUORI LIMITE'.
               05 FILLER PIC X(40) VALUE 'DIVISORE ZERO'.
               05 FILLER PIC X(40) VALUE 'OPERAZIONE SCONOSCIUTA'.
               05 FILLER PIC X(40) VALUE 'B NON PREVISTO PER LA RADICE'.
               05 FILLER PIC X(40) VALUE 'RADICE DI UN NUMERO NEGATIVO'.
               05 FILLER PIC X(40) VALUE 'ESPONENTE NON VALIDO'.
               05 FILLER PIC X(40) VALUE 'POTENZA FUORI LIMITE'.
               05 FILLER PIC X(40) VALUE 'RISULTATO ATTESO NON VALIDO'.
               05 FILLER PIC X(40) VALUE 'NESSUN RISULTATO PRECEDENTE'.
               05 FILLER PIC X(40) VALUE
                   'RISULTATO PRECEDENTE FUORI LIMITE'.
               05 FILLER PIC X(40) VALUE
                   'DATA/RIFERIMENTO STORNO NON VALIDI'.
               05 FILLER PIC X(40) VALUE
                   'ORIGINALE NON TROVATO O NON VERIFICABILE'.
               05 FILLER PIC X(40) VALUE 'ORIGINALE NON STORNABILE'.
               05 FILLER PIC X(40) VALUE 'ORIGINALE GIA STORNATO'.
               05 FILLER PIC X(40) VALUE SPACES.
               05 FILLER PIC X(40) VALUE SPACES.
               05 FILLER PIC X(40) VALUE SPACES.
               05 FILLER PIC X(40) VALUE
                   'CATENA INTERROTTA DA UNO SCARTO'.
               05 FILLER PIC X(40) VALUE
                   'CATENA SOSPESA IN APPROVAZIONE'.
           01 TAB-MOTIVI REDEFINES TAB-MOTIVI-VALORI.
               05 TM-TESTO PIC X(40) OCCURS 22 TIMES.
           01 ANTEPRIMA-TITLE-LINE.
               05 FILLER PIC X(37) VALUE
                   'ANTEPRIMA CALCOLO BATCH - SIMULAZIONE'.
               05 FILLER PIC X(95) VALUE
                   ' - NON CONTABILIZZATO'.
           01 ANTEPRIMA-DATA-LINE.
               05 FILLER PIC X(19) VALUE 'DATA ELABORAZIONE: '.
               05 AN-DATA PIC 99/99/99.
               05 FILLER PIC X(13) VALUE '  OPERATORE: '.
               05 AN-OPERATORE PIC X(10).
               05 FILLER PIC X(82) VALUE SPACES.
           01 ANTEPRIMA-HEADER-LINE.
               05 FILLER PIC X(9) VALUE 'RECORD'.
               05 FILLER PIC X(3) VALUE 'OP'.
               05 FILLER PIC X(12) VALUE 'A'.
               05 FILLER PIC X(13) VALUE 'B'.
               05 FILLER PIC X(16) VALUE 'ESITO'.
               05 FILLER PIC X(41) VALUE 'MOTIVO'.
               05 FILLER PIC X(26) VALUE 'RIS'.
               05 FILLER PIC X(12) VALUE 'VERIFICA'.
           01 ANTEPRIMA-DETAIL-LINE.
               05 AN-NUMERO PIC Z(7)9.
               05 FILLER PIC X VALUE SPACE.
               05 AN-OP PIC X.
               05 FILLER PIC X(2) VALUE SPACES.
               05 AN-A PIC X(11).
               05 FILLER PIC X VALUE SPACE.
               05 AN-B PIC X(11).
               05 FILLER PIC X(2) VALUE SPACES.
               05 AN-ESITO PIC X(15).
               05 FILLER PIC X VALUE SPACE.
               05 AN-MOTIVO PIC X(40).
               05 FILLER PIC X VALUE SPACE.
               05 AN-RIS PIC X(25).
               05 FILLER PIC X VALUE SPACE.
               05 AN-VERIFICA PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
           01 ANTEPRIMA-TOTALE-LINE.
               05 AT-DESCRIZIONE PIC X(40).
               05 AT-VALORE PIC Z(7)9.
               05 FILLER PIC X(84) VALUE SPACES.
           01 ANTEPRIMA-SOMMA-LINE.
               05 FILLER PIC X(40) VALUE
                   'SOMMA RIS PER LA CODA ESTRATTO'.
               05 AS-SOMMA PIC --,---,---,---,--9.999999.
               05 FILLER PIC X(66) VALUE SPACES.
           01 ANTEPRIMA-TESTO-LINE PIC X(132).
           01 RIS-EDIT-3 PIC ----,---,--9.999.
           01 RIS-SOMMA-EDIT PIC ----,---,--9.99.
           01 RIS-PRODOTTO-EDIT PIC ----,---,---,---,--9.9999.
           01 RIS-ESTESO-EDIT PIC --,---,---,---,--9.999999.
           01 AUDIT-ORA-EDIT.
               05 AE-HH PIC 99.
               05 FILLER PIC X VALUE ':'.
               05 AD-B PIC -(7)9.99.
               05 FILLER PIC X VALUE SPACE.
               05 AD-RIS PIC X(25).
               05 FILLER PIC X VALUE SPACE.
               05 AD-RIFERIMENTO PIC X(14).
               05 FILLER PIC X(2) VALUE SPACES.
      *    LA RIGA DI STORNO PORTA OPERAZIONE E RIFERIMENTO
      *    DELL'ORIGINALE AL POSTO DEGLI OPERANDI, CHE RESTANO SULLA
      *    RIGA ORIGINALE.
           01 AUDIT-STORNO-LINE.
               05 AS-DATA PIC 99/99/99.
               05 FILLER PIC X VALUE SPACE.
               05 AS-ORA PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 AS-OPERATORE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 AS-NOME PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 AS-TIPO PIC X VALUE 'B'.
               05 FILLER PIC X VALUE SPACE.
               05 AS-OP PIC X VALUE 'R'.
               05 FILLER PIC X VALUE SPACE.
               05 AS-OP-ORIGINALE PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 AS-RIF-ORIGINALE PIC X(14).
               05 FILLER PIC X(8) VALUE SPACES.
               05 AS-RIS PIC X(25).
               05 FILLER PIC X VALUE SPACE.
               05 AS-RIFERIMENTO PIC X(14).
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
           01 REPORT-STORNO-LINE.
               05 RS-OP PIC X VALUE 'R'.
               05 FILLER PIC X(3) VALUE SPACES.
               05 RS-OP-ORIGINALE PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 RS-RIF-ORIGINALE PIC X(14).
               05 FILLER PIC X(12) VALUE SPACES.
               05 RS-RIS PIC X(25).
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(26) VALUE 'STORNO'.
               05 RS-RIFERIMENTO PIC X(14).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-INIZIO FROM DATE
            IF WS-RISPOSTA-FORZA = 'S' OR WS-RISPOSTA-FORZA = 's'
                MOVE 'Y' TO WS-FORZA-SW
            END-IF
            DISPLAY 'SIMULAZIONE SENZA REGISTRAZIONE? (S/N):'
            ACCEPT WS-RISPOSTA-SIMULAZIONE
            IF WS-RISPOSTA-SIMULAZIONE = 'S' OR
               WS-RISPOSTA-SIMULAZIONE = 's'
                MOVE 'Y' TO WS-SIMULAZIONE-SW
                DISPLAY 'SIMULAZIONE: NESSUNA REGISTRAZIONE, SOLO '
                    'ANTEPRIMA'
            END-IF
      *    SOTTO SYSIN NON HA SENSO RIPROPORRE IL PROMPT: UN CODICE
      *    NON VALIDO FERMA IL GIRO CON UN CODICE DI RITORNO CHIARO
            PERFORM CERCA-OPERATORE THRU CERCA-OPERATORE-EXIT
                MOVE 20 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM CARICA-SOGLIE THRU CARICA-SOGLIE-EXIT
            PERFORM CARICA-TOLLERANZE THRU CARICA-TOLLERANZE-EXIT

            OPEN INPUT TRANSFILE
            IF WS-TRANS-STATUS NOT = '00'
                GOBACK
            END-IF
      *    PRE-PASSATA SUL FILE PER IL CONTROLLO DUPLICATI: IDENTITA'
      *    = CONTEGGIO RECORD + HASH DI A (PER GLI STORNI IL
      *    PROGRESSIVO DEL RIFERIMENTO ORIGINALE), VERIFICATA SUL
      *    REGISTRO PRIMA CHE QUALCOSA FINISCA SU REPORT/AUDIT. COSI'
      *    UNA RITRASMISSIONE VIENE RIFIUTATA SENZA EFFETTI
      *    COLLATERALI.
            PERFORM PRECONTA-TRANSIN THRU PRECONTA-TRANSIN-EXIT
                UNTIL WS-PRE-EOF
            CLOSE TRANSFILE
            IF WS-DUPLICATO AND NOT WS-FORZA-RIELABORAZIONE
                DISPLAY 'TRASMISSIONE GIA REGISTRATA: RECORD '
                    WS-CONTA-PRELETTI
      *    IN SIMULAZIONE IL DUPLICATO SI SEGNALA SOLTANTO: L'ANTEPRIMA
      *    MOSTRA COMUNQUE IL CONTENUTO DEL FILE, CON L'AVVISO CHE IL
      *    GIRO VERO VERREBBE RIFIUTATO.
                IF WS-SIMULAZIONE
                    DISPLAY 'IL GIRO VERO SAREBBE RIFIUTATO SENZA '
                        'FORZATURA'
                ELSE
                    DISPLAY 'ELABORAZIONE RIFIUTATA, USARE LA '
                        'FORZATURA SE LA RITRASMISSIONE E'' VOLUTA'
      *    RC=24 E NON 20: IL 20 QUI SOPRA SIGNIFICA GIA' OPERATORE
      *    NON ABILITATO AL BATCH E LO SCHEDULATORE DEVE POTER
      *    DISTINGUERE I DUE CASI.
                    MOVE 24 TO RETURN-CODE
                    PERFORM SCRIVI-RUNLOG THRU SCRIVI-RUNLOG-EXIT
                    GOBACK
                END-IF
            END-IF
            IF WS-DUPLICATO AND WS-FORZA-RIELABORAZIONE
                DISPLAY 'TRASMISSIONE GIA REGISTRATA, RIELABORAZIONE '
                    'FORZATA'
            END-IF
      *    GLI ORIGINALI DA STORNARE SI CERCANO NELL'AUDIT PRIMA DI
      *    APRIRLO IN SCRITTURA: UNA PASSATA SOLA PER TUTTI GLI STORNI.
            IF WS-QUANTI-STORNI > ZERO
                PERFORM CARICA-ORIGINALI THRU CARICA-ORIGINALI-EXIT
            END-IF
            OPEN INPUT TRANSFILE
            IF WS-TRANS-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE RIAPRIRE TRANSIN, FILE '
                GOBACK
            END-IF

            IF WS-SIMULAZIONE
                PERFORM APRI-ANTEPRIMA THRU APRI-ANTEPRIMA-EXIT
            ELSE
                PERFORM APRI-REPORT THRU APRI-REPORT-EXIT
                PERFORM APRI-AUDIT THRU APRI-AUDIT-EXIT
                PERFORM APRI-ESTRATTO THRU APRI-ESTRATTO-EXIT
                PERFORM APRI-RISPOSTA THRU APRI-RISPOSTA-EXIT
                PERFORM APRI-VARIANZE THRU APRI-VARIANZE-EXIT
      *    PRIMA SI REGISTRANO I RISULTATI APPROVATI DAL SUPERVISORE
      *    DOPO IL GIRO PRECEDENTE, POI SI APRE SOSPESI IN CODA PER I
      *    NUOVI RISULTATI OLTRE SOGLIA.
                PERFORM CONTABILIZZA-APPROVATI THRU
                    CONTABILIZZA-APPROVATI-EXIT
                PERFORM APRI-SOSPESI THRU APRI-SOSPESI-EXIT
            END-IF

            PERFORM LEGGI-RECORD-BATCH THRU LEGGI-RECORD-BATCH-EXIT
            PERFORM ELABORA-RECORD-BATCH THRU
                UNTIL WS-EOF

            CLOSE TRANSFILE
            IF NOT WS-SIMULAZIONE
                CLOSE SOSPESIFILE
                PERFORM CHIUDI-REPORT THRU CHIUDI-REPORT-EXIT
                PERFORM CHIUDI-AUDIT THRU CHIUDI-AUDIT-EXIT
      *    LA CODA DELL'ESTRATTO ARRIVA SOLO A FINE GIRO REGOLARE:
      *    UN GIRO INTERROTTO LASCIA UN ESTRATTO SENZA CODA CHE IL
      *    CARICATORE DEL WAREHOUSE RIFIUTA.
                PERFORM SCRIVI-CODA-ESTRATTO THRU
                    SCRIVI-CODA-ESTRATTO-EXIT
                CLOSE ESTRFILE
                PERFORM SCRIVI-CODA-RISPOSTA THRU
                    SCRIVI-CODA-RISPOSTA-EXIT
                CLOSE RISPFILE
                PERFORM CHIUDI-VARIANZE THRU CHIUDI-VARIANZE-EXIT
            END-IF
            DISPLAY 'RECORD ELABORATI: ' WS-RECORD-COUNT
            IF WS-CONTA-STORNI > ZERO
                DISPLAY 'DI CUI STORNI:    ' WS-CONTA-STORNI
            END-IF
            IF WS-CONTA-APPROVATI > ZERO
                DISPLAY 'APPROVATI REGISTRATI: ' WS-CONTA-APPROVATI
            END-IF
            IF WS-CONTA-SOSPESI > ZERO
                DISPLAY 'IN ATTESA DI APPROVAZIONE: ' WS-CONTA-SOSPESI
            END-IF
            IF WS-CONTA-VERIFICATI > ZERO
                DISPLAY 'RISULTATI VERIFICATI: ' WS-CONTA-VERIFICATI
                    ' FUORI TOLLERANZA: ' WS-CONTA-FUORI-TOLL
            END-IF
      *    RC=28 E NON UNO DEI CODICI GIA' IN USO: LO SCHEDULATORE
      *    TRATTIENE IL RILASCIO AL WAREHOUSE E SA PERCHE'.
            IF WS-CONTA-FUORI-TOLL > ZERO AND RETURN-CODE = ZERO
                MOVE 28 TO RETURN-CODE
            END-IF
      *    LA SIMULAZIONE CHIUDE CON IL CODICE CHE AVREBBE IL GIRO VERO
      *    E NON REGISTRA NE' LA TRASMISSIONE NE' IL RUNLOG.
            IF WS-SIMULAZIONE
                IF WS-DUPLICATO AND NOT WS-FORZA-RIELABORAZIONE
                    MOVE 24 TO RETURN-CODE
                END-IF
                PERFORM CHIUDI-ANTEPRIMA THRU CHIUDI-ANTEPRIMA-EXIT
                GOBACK
            END-IF
      *    UN GIRO VUOTO NON SI REGISTRA: NON C'E' NIENTE DA
      *    PROTEGGERE E BLOCCHEREBBE OGNI FUTURO FILE VUOTO.
            IF NOT WS-DUPLICATO AND WS-CONTA-PRELETTI > ZERO
                GO TO PRECONTA-TRANSIN-EXIT
            END-IF
            ADD 1 TO WS-CONTA-PRELETTI
      *    UN RECORD DI STORNO NON HA OPERANDI DA SOMMARE NELL'HASH:
      *    VI ENTRA IL PROGRESSIVO DEL RIFERIMENTO ORIGINALE, IN
      *    CENTESIMI COME UN OPERANDO, COSI' DUE FILE DI SOLI STORNI
      *    NON HANNO LA STESSA IDENTITA'. SI ANNOTA POI IL RIFERIMENTO
      *    DA CERCARE NELL'AUDIT.
            IF TR-OP = 'R'
                IF TS-RIF-ORIGINALE(7:8) IS NUMERIC
                    MOVE TS-RIF-ORIGINALE(7:8) TO WS-PRE-RIF-PROGR
                    COMPUTE WS-HASH-A =
                        WS-HASH-A + WS-PRE-RIF-PROGR / 100
                END-IF
                PERFORM REGISTRA-STORNO-RICHIESTO THRU
                    REGISTRA-STORNO-RICHIESTO-EXIT
                GO TO PRECONTA-TRANSIN-EXIT
            END-IF
            MOVE TR-AALPHA TO PN-CAMPO
            CALL 'PARSENUM' USING PN-CAMPO PN-VALORE PN-ESITO
            IF PN-ESITO = '0'
            READ TRANSFILE
                AT END MOVE 'Y' TO WS-EOF-SW
            END-READ
            IF NOT WS-EOF
                ADD 1 TO WS-NUMERO-RECORD
            END-IF
            GO TO LEGGI-RECORD-BATCH-EXIT.
       LEGGI-RECORD-BATCH-EXIT.
            EXIT.
            MOVE TR-OP TO WS-OPERAZIONE
            MOVE TR-AALPHA TO AALPHA
            MOVE TR-BALPHA TO BALPHA
            MOVE 'SC' TO WS-ESITO-RISPOSTA
            MOVE SPACES TO WS-MOTIVO-RISPOSTA
      *    LO STORNO STA FUORI DA OGNI CATENA: CHIUDE QUELLA IN CORSO
      *    E NON LASCIA UN RISULTATO DA RIUSARE.
            IF WS-OP-STORNO
                PERFORM ELABORA-STORNO THRU ELABORA-STORNO-EXIT
                IF WS-STORNO-KO
                    GO TO ELABORA-RECORD-BATCH-SCARTO
                END-IF
                MOVE 'AC' TO WS-ESITO-RISPOSTA
                ADD 1 TO WS-RECORD-COUNT
                MOVE 'N' TO WS-RIS-VALIDO-SW
                MOVE 'N' TO WS-CATENA-KO-SW
                MOVE 'N' TO WS-CATENA-SOSPESA-SW
                GO TO ELABORA-RECORD-BATCH-PROSSIMO
            END-IF
      *    UN OPERANDO '*' RIUSA IL RISULTATO DEL RECORD PRECEDENTE
      *    DELLA STESSA CATENA; UN RECORD CON ENTRAMBI GLI OPERANDI
      *    LETTERALI APRE UNA NUOVA CATENA, QUINDI GLI SCARTI DELLA
            END-IF
            IF NOT WS-USA-RIS-A AND NOT WS-USA-RIS-B
                MOVE 'N' TO WS-CATENA-KO-SW
                MOVE 'N' TO WS-CATENA-SOSPESA-SW
            END-IF

            IF NOT WS-OP-VALIDA
                DISPLAY 'RECORD SCARTATO: OPERAZIONE SCONOSCIUTA, '
                    'OP = ' WS-OPERAZIONE
                MOVE '06' TO WS-MOTIVO-RISPOSTA
                GO TO ELABORA-RECORD-BATCH-SCARTO
            END-IF
      *    LA RADICE QUADRATA HA UN SOLO OPERANDO: B DEVE ESSERE VUOTO.
            IF WS-OP-RADICE AND BALPHA NOT = SPACES
                DISPLAY 'RECORD SCARTATO: B NON PREVISTO PER LA '
                    'RADICE QUADRATA, B = ' BALPHA
                MOVE '07' TO WS-MOTIVO-RISPOSTA
                GO TO ELABORA-RECORD-BATCH-SCARTO
            END-IF
            IF WS-USA-RIS-A OR WS-USA-RIS-B
      *    UN RISULTATO IN ATTESA DI APPROVAZIONE NON E' ANCORA
      *    REGISTRATO: NESSUN PASSO DELLA CATENA PUO' USARLO.
                IF WS-CATENA-SOSPESA
                    DISPLAY 'RECORD SCARTATO: CATENA SOSPESA IN ATTESA '
                        'DI APPROVAZIONE'
                    MOVE 'AN' TO WS-ESITO-RISPOSTA
                    MOVE '22' TO WS-MOTIVO-RISPOSTA
                    GO TO ELABORA-RECORD-BATCH-SCARTO
                END-IF
                IF WS-CATENA-KO
                    DISPLAY 'RECORD SCARTATO: CATENA INTERROTTA DA '
                        'UNO SCARTO PRECEDENTE'
                    MOVE 'AN' TO WS-ESITO-RISPOSTA
                    MOVE '21' TO WS-MOTIVO-RISPOSTA
                    GO TO ELABORA-RECORD-BATCH-SCARTO
                END-IF
                IF NOT WS-RIS-VALIDO
                    DISPLAY 'RECORD SCARTATO: NESSUN RISULTATO '
                        'PRECEDENTE DA RIUSARE'
                    MOVE '12' TO WS-MOTIVO-RISPOSTA
                    GO TO ELABORA-RECORD-BATCH-SCARTO
                END-IF
                IF WS-RIS-PRECEDENTE >= WS-LIMITE OR
                   WS-RIS-PRECEDENTE <= (WS-LIMITE * -1)
                    DISPLAY 'RECORD SCARTATO: RISULTATO PRECEDENTE '
                        'FUORI LIMITE'
                    MOVE '13' TO WS-MOTIVO-RISPOSTA
                    GO TO ELABORA-RECORD-BATCH-SCARTO
                END-IF
            END-IF
                IF PN-ESITO NOT = '0'
                    DISPLAY 'RECORD SCARTATO: A NON NUMERICO, A = '
                        AALPHA
                    MOVE '01' TO WS-MOTIVO-RISPOSTA
                    GO TO ELABORA-RECORD-BATCH-SCARTO
                END-IF
                MOVE PN-VALORE TO A
            IF WS-USA-RIS-B
                COMPUTE B ROUNDED = WS-RIS-PRECEDENTE
            ELSE
                IF WS-OP-RADICE
                    MOVE ZERO TO B
                ELSE
                    MOVE BALPHA TO PN-CAMPO
                    CALL 'PARSENUM' USING PN-CAMPO PN-VALORE PN-ESITO
                    IF PN-ESITO NOT = '0'
                        DISPLAY 'RECORD SCARTATO: B NON NUMERICO, B = '
                            BALPHA
                        MOVE '02' TO WS-MOTIVO-RISPOSTA
                        GO TO ELABORA-RECORD-BATCH-SCARTO
                    END-IF
                    MOVE PN-VALORE TO B
                END-IF
            END-IF
            IF A >= WS-LIMITE OR A <= (WS-LIMITE * -1)
                DISPLAY 'RECORD SCARTATO: A FUORI LIMITE, A = ' AALPHA
                MOVE '03' TO WS-MOTIVO-RISPOSTA
                GO TO ELABORA-RECORD-BATCH-SCARTO
            END-IF
            IF B >= WS-LIMITE OR B <= (WS-LIMITE * -1)
                DISPLAY 'RECORD SCARTATO: B FUORI LIMITE, B = ' BALPHA
                MOVE '04' TO WS-MOTIVO-RISPOSTA
                GO TO ELABORA-RECORD-BATCH-SCARTO
            END-IF
            IF WS-OP-DIVISIONE AND B = ZERO
                DISPLAY 'RECORD SCARTATO: DIVISORE ZERO'
                MOVE '05' TO WS-MOTIVO-RISPOSTA
                GO TO ELABORA-RECORD-BATCH-SCARTO
            END-IF
            IF WS-OP-RADICE AND A < ZERO
                DISPLAY 'RECORD SCARTATO: RADICE QUADRATA DI UN '
                    'NUMERO NEGATIVO, A = ' AALPHA
                MOVE '08' TO WS-MOTIVO-RISPOSTA
                GO TO ELABORA-RECORD-BATCH-SCARTO
            END-IF
            IF WS-OP-POTENZA
                PERFORM CONTROLLA-POTENZA THRU CONTROLLA-POTENZA-EXIT
                IF WS-POTENZA-KO
                    GO TO ELABORA-RECORD-BATCH-SCARTO
                END-IF
            END-IF
            PERFORM LEGGI-ATTESO THRU LEGGI-ATTESO-EXIT
            IF WS-RIS-KO
                DISPLAY 'RECORD SCARTATO: RISULTATO ATTESO NON VALIDO, '
                    'ATTESO = ' TR-ATTESO
                MOVE '11' TO WS-MOTIVO-RISPOSTA
                GO TO ELABORA-RECORD-BATCH-SCARTO
            END-IF

            PERFORM CALCOLA-OPERAZIONE THRU CALCOLA-OPERAZIONE-EXIT
      *    OLTRE SOGLIA IL RISULTATO NON SI REGISTRA: VA IN SOSPESI E
      *    IL RESTO DELLA CATENA NON PUO' RIUSARLO.
            PERFORM CONTROLLA-SOGLIA THRU CONTROLLA-SOGLIA-EXIT
            IF WS-SOPRA-SOGLIA
                IF WS-SIMULAZIONE
                    ADD 1 TO WS-CONTA-SOSPESI
                ELSE
                    PERFORM ACCODA-SOSPESO THRU ACCODA-SOSPESO-EXIT
                END-IF
                MOVE 'SO' TO WS-ESITO-RISPOSTA
                IF WS-CON-ATTESO
                    MOVE 'IN SOSPESO' TO WS-RIF-VARIANZA
                    PERFORM VERIFICA-ATTESO THRU VERIFICA-ATTESO-EXIT
                END-IF
                MOVE 'N' TO WS-RIS-VALIDO-SW
                MOVE 'Y' TO WS-CATENA-SOSPESA-SW
                GO TO ELABORA-RECORD-BATCH-PROSSIMO
            END-IF
      *    IN SIMULAZIONE NESSUN RIFERIMENTO CONSUMATO E NESSUNA RIGA
      *    REGISTRATA: SI ACCUMULANO SOLO I TOTALI DELLA CODA ESTRATTO.
            IF WS-SIMULAZIONE
                ADD 1 TO WS-CONTA-ESTRATTI
                ADD WS-RIS-PRECEDENTE TO WS-SOMMA-ESTRATTO
            ELSE
                PERFORM ASSEGNA-RIFERIMENTO THRU
                    ASSEGNA-RIFERIMENTO-EXIT
                PERFORM SCRIVI-RIGA-REPORT THRU SCRIVI-RIGA-REPORT-EXIT
                PERFORM SCRIVI-RIGA-AUDIT THRU SCRIVI-RIGA-AUDIT-EXIT
                PERFORM SCRIVI-RIGA-ESTRATTO THRU
                    SCRIVI-RIGA-ESTRATTO-EXIT
            END-IF
            MOVE 'AC' TO WS-ESITO-RISPOSTA
            ADD 1 TO WS-RECORD-COUNT
            IF WS-CON-ATTESO
                MOVE WS-RIFERIMENTO TO WS-RIF-VARIANZA
                PERFORM VERIFICA-ATTESO THRU VERIFICA-ATTESO-EXIT
            END-IF
            GO TO ELABORA-RECORD-BATCH-PROSSIMO.
      *    OGNI SCARTO SPEGNE IL RISULTATO RIUSABILE E VUOTA IL
      *    RESTO DELLA CATENA: I PASSI '*' SUCCESSIVI NON DEVONO
            MOVE 'N' TO WS-RIS-VALIDO-SW
            MOVE 'Y' TO WS-CATENA-KO-SW.
       ELABORA-RECORD-BATCH-PROSSIMO.
            IF WS-SIMULAZIONE
                PERFORM SCRIVI-RIGA-ANTEPRIMA THRU
                    SCRIVI-RIGA-ANTEPRIMA-EXIT
            ELSE
                PERFORM SCRIVI-RIGA-RISPOSTA THRU
                    SCRIVI-RIGA-RISPOSTA-EXIT
            END-IF
            PERFORM LEGGI-RECORD-BATCH THRU LEGGI-RECORD-BATCH-EXIT
            GO TO ELABORA-RECORD-BATCH-EXIT.
       ELABORA-RECORD-BATCH-EXIT.
            EXIT.

      *    UN RECORD DI STORNO ANNULLA UN RISULTATO GIA' REGISTRATO,
      *    INDICATO DALLA SUA DATA DI ELABORAZIONE E DAL SUO
      *    RIFERIMENTO. L'ORIGINALE DEVE ESSERE UNA RIGA BATCH ANCORA
      *    IN AUDIT, NON ESSERE A SUA VOLTA UNO STORNO E NON ESSERE
      *    GIA' STATO STORNATO (DA UN GIRO PRECEDENTE O DA UN RECORD
      *    PRECEDENTE DELLO STESSO FILE). LA RIGA DI STORNO RIPORTA
      *    GLI OPERANDI E IL RIS DELL'ORIGINALE, QUEST'ULTIMO CON
      *    SEGNO OPPOSTO, COSI' I TOTALI SI COMPENSANO.
       ELABORA-STORNO.
            MOVE 'N' TO WS-STORNO-KO-SW
            IF TS-DATA-ORIGINALE IS NOT NUMERIC OR
               TS-RIF-ORIGINALE IS NOT NUMERIC OR
               TS-RIF-ORIGINALE(1:6) NOT = TS-DATA-ORIGINALE
                DISPLAY 'RECORD SCARTATO: STORNO CON DATA O '
                    'RIFERIMENTO ORIGINALE NON VALIDI, RIF = '
                    TS-RIF-ORIGINALE
                MOVE '14' TO WS-MOTIVO-RISPOSTA
                GO TO ELABORA-STORNO-SCARTO
            END-IF
            MOVE TS-RIF-ORIGINALE TO WS-RIF-CERCATO
            PERFORM CERCA-STORNO THRU CERCA-STORNO-EXIT
            IF WS-TS-TROVATO = ZERO
                DISPLAY 'RECORD SCARTATO: TROPPI STORNI NEL FILE, '
                    'ORIGINALE NON VERIFICATO, RIF = '
                    TS-RIF-ORIGINALE
                MOVE '15' TO WS-MOTIVO-RISPOSTA
                GO TO ELABORA-STORNO-SCARTO
            END-IF
            IF WS-TS-TROVATO-SW(WS-TS-TROVATO) NOT = 'Y'
                DISPLAY 'RECORD SCARTATO: ORIGINALE DA STORNARE NON '
                    'TROVATO IN AUDIT, RIF = ' TS-RIF-ORIGINALE
                MOVE '15' TO WS-MOTIVO-RISPOSTA
                GO TO ELABORA-STORNO-SCARTO
            END-IF
            IF WS-TS-DATA(WS-TS-TROVATO) NOT = TS-DATA-ORIGINALE
                DISPLAY 'RECORD SCARTATO: DATA ORIGINALE DIVERSA DA '
                    'QUELLA IN AUDIT, RIF = ' TS-RIF-ORIGINALE
                MOVE '15' TO WS-MOTIVO-RISPOSTA
                GO TO ELABORA-STORNO-SCARTO
            END-IF
            IF WS-TS-OP(WS-TS-TROVATO) = 'R'
                DISPLAY 'RECORD SCARTATO: UNO STORNO NON SI STORNA, '
                    'RIF = ' TS-RIF-ORIGINALE
                MOVE '16' TO WS-MOTIVO-RISPOSTA
                GO TO ELABORA-STORNO-SCARTO
            END-IF
      *    I RISULTATI INTERATTIVI NON ARRIVANO MAI AL WAREHOUSE:
      *    UNO STORNO LI' NON AVREBBE NULLA DA COMPENSARE.
            IF WS-TS-TIPO(WS-TS-TROVATO) NOT = 'B'
                DISPLAY 'RECORD SCARTATO: ORIGINALE INTERATTIVO, NON '
                    'STORNABILE, RIF = ' TS-RIF-ORIGINALE
                MOVE '16' TO WS-MOTIVO-RISPOSTA
                GO TO ELABORA-STORNO-SCARTO
            END-IF
            IF WS-TS-STORNATO-SW(WS-TS-TROVATO) = 'Y'
                DISPLAY 'RECORD SCARTATO: ORIGINALE GIA STORNATO, '
                    'RIF = ' TS-RIF-ORIGINALE
                MOVE '17' TO WS-MOTIVO-RISPOSTA
                GO TO ELABORA-STORNO-SCARTO
            END-IF
            MOVE WS-TS-A(WS-TS-TROVATO) TO PN-CAMPO
            CALL 'PARSENUM' USING PN-CAMPO PN-VALORE PN-ESITO
            IF PN-ESITO NOT = '0'
                GO TO ELABORA-STORNO-ILLEGGIBILE
            END-IF
            MOVE PN-VALORE TO A
            MOVE WS-TS-B(WS-TS-TROVATO) TO PN-CAMPO
            CALL 'PARSENUM' USING PN-CAMPO PN-VALORE PN-ESITO
            IF PN-ESITO NOT = '0'
                GO TO ELABORA-STORNO-ILLEGGIBILE
            END-IF
            MOVE PN-VALORE TO B
            MOVE WS-TS-RIS(WS-TS-TROVATO) TO WS-RIS-TESTO
            PERFORM DECODIFICA-RIS THRU DECODIFICA-RIS-EXIT
            IF WS-RIS-KO
                GO TO ELABORA-STORNO-ILLEGGIBILE
            END-IF
            COMPUTE WS-RIS-PRECEDENTE = WS-RIS-VALORE * -1
            PERFORM INVERTI-SEGNO-RIS THRU INVERTI-SEGNO-RIS-EXIT
            MOVE WS-TS-OP(WS-TS-TROVATO) TO WS-OP-ORIGINALE
            MOVE ZERO TO RIS-QUOZIENTE
            MOVE ZERO TO RIS-RESTO
      *    ANCHE IN SIMULAZIONE L'ORIGINALE SI MARCA STORNATO IN
      *    MEMORIA: UN SECONDO STORNO NELLO STESSO FILE VA SCARTATO.
            IF WS-SIMULAZIONE
                ADD 1 TO WS-CONTA-ESTRATTI
                ADD WS-RIS-PRECEDENTE TO WS-SOMMA-ESTRATTO
            ELSE
                PERFORM ASSEGNA-RIFERIMENTO THRU
                    ASSEGNA-RIFERIMENTO-EXIT
                DISPLAY 'STORNO DI ' TS-RIF-ORIGINALE
                    ' REGISTRATO CON RIFERIMENTO ' WS-RIFERIMENTO
                PERFORM SCRIVI-STORNO-REPORT THRU
                    SCRIVI-STORNO-REPORT-EXIT
                PERFORM SCRIVI-STORNO-AUDIT THRU
                    SCRIVI-STORNO-AUDIT-EXIT
                PERFORM SCRIVI-RIGA-ESTRATTO THRU
                    SCRIVI-RIGA-ESTRATTO-EXIT
            END-IF
            MOVE 'Y' TO WS-TS-STORNATO-SW(WS-TS-TROVATO)
            ADD 1 TO WS-CONTA-STORNI
            GO TO ELABORA-STORNO-EXIT.
       ELABORA-STORNO-ILLEGGIBILE.
            DISPLAY 'RECORD SCARTATO: VALORI DELL''ORIGINALE NON '
                'LEGGIBILI IN AUDIT, RIF = ' TS-RIF-ORIGINALE
            MOVE '15' TO WS-MOTIVO-RISPOSTA.
       ELABORA-STORNO-SCARTO.
            MOVE 'Y' TO WS-STORNO-KO-SW.
       ELABORA-STORNO-EXIT.
            EXIT.

      *    IL RIS DELLO STORNO SI SCRIVE COME QUELLO DELL'ORIGINALE,
      *    CON GLI STESSI DECIMALI, E SOLO IL SEGNO CAMBIA: UN '-'
      *    SI TOGLIE, ALTRIMENTI SI METTE DAVANTI ALLA PRIMA CIFRA
      *    (IL SEGNO MOBILE LASCIA SEMPRE UNO SPAZIO IN TESTA).
       INVERTI-SEGNO-RIS.
            MOVE WS-RIS-TESTO TO RIS-VISUALIZZATO
            IF WS-RIS-VALORE = ZERO
                GO TO INVERTI-SEGNO-RIS-EXIT
            END-IF
            MOVE ZERO TO WS-SEGNO-POS
            MOVE ZERO TO WS-PRIMA-POS
            PERFORM ESAMINA-SEGNO-RIS THRU ESAMINA-SEGNO-RIS-EXIT
                VARYING WS-P-IX FROM 1 BY 1
                UNTIL WS-P-IX > 25
            IF WS-SEGNO-POS > ZERO
                MOVE SPACE TO RIS-VISUALIZZATO(WS-SEGNO-POS:1)
                GO TO INVERTI-SEGNO-RIS-EXIT
            END-IF
            IF WS-PRIMA-POS > 1
                MOVE '-' TO RIS-VISUALIZZATO(WS-PRIMA-POS - 1:1)
            ELSE
                MOVE '-' TO RIS-VISUALIZZATO(1:1)
                MOVE WS-RIS-TESTO(1:24) TO RIS-VISUALIZZATO(2:24)
            END-IF
            GO TO INVERTI-SEGNO-RIS-EXIT.
       INVERTI-SEGNO-RIS-EXIT.
            EXIT.

       ESAMINA-SEGNO-RIS.
            IF WS-RIS-TESTO(WS-P-IX:1) = '-'
                MOVE WS-P-IX TO WS-SEGNO-POS
            END-IF
            IF WS-RIS-TESTO(WS-P-IX:1) NOT = SPACE AND
               WS-PRIMA-POS = ZERO
                MOVE WS-P-IX TO WS-PRIMA-POS
            END-IF
            GO TO ESAMINA-SEGNO-RIS-EXIT.
       ESAMINA-SEGNO-RIS-EXIT.
            EXIT.

       CALCOLA-OPERAZIONE.
            MOVE ZERO TO RIS-QUOZIENTE
            MOVE ZERO TO RIS-RESTO
                    DIVIDE A BY B GIVING RIS-QUOZIENTE
                        REMAINDER RIS-RESTO
                    MOVE RIS TO WS-RIS-PRECEDENTE
                WHEN WS-OP-PERCENTUALE
                    COMPUTE RIS-PRODOTTO ROUNDED = A * B / 100
                    MOVE RIS-PRODOTTO TO RIS-PRODOTTO-EDIT
                    MOVE RIS-PRODOTTO-EDIT TO RIS-VISUALIZZATO
                    MOVE RIS-PRODOTTO TO WS-RIS-PRECEDENTE
                WHEN WS-OP-POTENZA
                    PERFORM CALCOLA-POTENZA THRU CALCOLA-POTENZA-EXIT
                    MOVE RIS-ESTESO TO RIS-ESTESO-EDIT
                    MOVE RIS-ESTESO-EDIT TO RIS-VISUALIZZATO
                    MOVE RIS-ESTESO TO WS-RIS-PRECEDENTE
                WHEN WS-OP-RADICE
                    PERFORM CALCOLA-RADICE THRU CALCOLA-RADICE-EXIT
                    COMPUTE RIS-ESTESO ROUNDED = WS-RAD-X
                    MOVE RIS-ESTESO TO RIS-ESTESO-EDIT
                    MOVE RIS-ESTESO-EDIT TO RIS-VISUALIZZATO
                    MOVE RIS-ESTESO TO WS-RIS-PRECEDENTE
            END-EVALUATE
            MOVE 'Y' TO WS-RIS-VALIDO-SW
            GO TO CALCOLA-OPERAZIONE-EXIT.
       CALCOLA-OPERAZIONE-EXIT.
            EXIT.

      *    L'ESPONENTE DEVE ESSERE UN INTERO DA 0 A WS-ESPONENTE-
      *    MASSIMO, 0 ELEVATO A 0 NON E' DEFINITO E IL RISULTATO DEVE
      *    STARE NELLE 12 CIFRE INTERE DEL RISULTATO: LA POTENZA SI
      *    CALCOLA GIA' QUI PER SAPERLO PRIMA DI REGISTRARE.
       CONTROLLA-POTENZA.
            MOVE 'N' TO WS-POTENZA-KO-SW
            IF B < ZERO OR B > WS-ESPONENTE-MASSIMO
                DISPLAY 'RECORD SCARTATO: ESPONENTE FUORI DAI LIMITI '
                    '0-' WS-ESPONENTE-MASSIMO ', B = ' BALPHA
                MOVE '09' TO WS-MOTIVO-RISPOSTA
                GO TO CONTROLLA-POTENZA-KO
            END-IF
            MOVE B TO WS-POT-ESPONENTE
            IF WS-POT-ESPONENTE NOT = B
                DISPLAY 'RECORD SCARTATO: ESPONENTE NON INTERO, B = '
                    BALPHA
                MOVE '09' TO WS-MOTIVO-RISPOSTA
                GO TO CONTROLLA-POTENZA-KO
            END-IF
            IF A = ZERO AND B = ZERO
                DISPLAY 'RECORD SCARTATO: 0 ELEVATO A 0 NON DEFINITO'
                MOVE '09' TO WS-MOTIVO-RISPOSTA
                GO TO CONTROLLA-POTENZA-KO
            END-IF
            PERFORM CALCOLA-POTENZA THRU CALCOLA-POTENZA-EXIT
            IF WS-POTENZA-KO
                DISPLAY 'RECORD SCARTATO: POTENZA FUORI LIMITE, A = '
                    AALPHA ' B = ' BALPHA
                MOVE '10' TO WS-MOTIVO-RISPOSTA
            END-IF
            GO TO CONTROLLA-POTENZA-EXIT.
       CONTROLLA-POTENZA-KO.
            MOVE 'Y' TO WS-POTENZA-KO-SW.
       CONTROLLA-POTENZA-EXIT.
            EXIT.

      *    MOLTIPLICAZIONI SUCCESSIVE PER A, ARROTONDATE A 6 DECIMALI
      *    A OGNI PASSO; SI FERMA ALLA PRIMA CHE USCIREBBE DAL LIMITE.
       CALCOLA-POTENZA.
            MOVE 'N' TO WS-POTENZA-KO-SW
            MOVE B TO WS-POT-ESPONENTE
            MOVE 1 TO RIS-ESTESO
            PERFORM MOLTIPLICA-POTENZA THRU MOLTIPLICA-POTENZA-EXIT
                VARYING WS-POT-PASSO FROM 1 BY 1
                UNTIL WS-POT-PASSO > WS-POT-ESPONENTE OR
                      WS-POTENZA-KO
            GO TO CALCOLA-POTENZA-EXIT.
       CALCOLA-POTENZA-EXIT.
            EXIT.

       MOLTIPLICA-POTENZA.
            IF (RIS-ESTESO * A) >= WS-LIMITE-RISULTATO OR
               (RIS-ESTESO * A) <= (WS-LIMITE-RISULTATO * -1)
                MOVE 'Y' TO WS-POTENZA-KO-SW
                GO TO MOLTIPLICA-POTENZA-EXIT
            END-IF
            COMPUTE RIS-ESTESO ROUNDED = RIS-ESTESO * A
            GO TO MOLTIPLICA-POTENZA-EXIT.
       MOLTIPLICA-POTENZA-EXIT.
            EXIT.

      *    RADICE QUADRATA DI A (GIA' CONTROLLATO NON NEGATIVO) CON IL
      *    METODO DI NEWTON: SI RIPETE FINCHE' IL VALORE NON CAMBIA
      *    PIU' ALLA PRECISIONE DI WS-RAD-X.
       CALCOLA-RADICE.
            IF A = ZERO
                MOVE ZERO TO WS-RAD-X
                GO TO CALCOLA-RADICE-EXIT
            END-IF
            IF A > 1
                MOVE A TO WS-RAD-X
            ELSE
                MOVE 1 TO WS-RAD-X
            END-IF
            MOVE ZERO TO WS-RAD-PRECEDENTE
            PERFORM PASSO-RADICE THRU PASSO-RADICE-EXIT
                VARYING WS-RAD-PASSO FROM 1 BY 1
                UNTIL WS-RAD-PASSO > 100 OR
                      WS-RAD-X = WS-RAD-PRECEDENTE
            GO TO CALCOLA-RADICE-EXIT.
       CALCOLA-RADICE-EXIT.
            EXIT.

       PASSO-RADICE.
            MOVE WS-RAD-X TO WS-RAD-PRECEDENTE
            COMPUTE WS-RAD-X ROUNDED =
                (WS-RAD-X + A / WS-RAD-X) / 2
            GO TO PASSO-RADICE-EXIT.
       PASSO-RADICE-EXIT.
            EXIT.

       APRI-AUDIT.
            OPEN EXTEND AUDITFILE
            IF WS-AUDIT-STATUS = '35'
            MOVE A TO AD-A
            MOVE B TO AD-B
            MOVE RIS-VISUALIZZATO TO AD-RIS
            MOVE WS-RIFERIMENTO TO AD-RIFERIMENTO
            WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE
            ADD 1 TO WS-RIGHE-SESSIONE
            GO TO SCRIVI-RIGA-AUDIT-EXIT.
       SCRIVI-RIGA-AUDIT-EXIT.
            EXIT.

       SCRIVI-STORNO-AUDIT.
            MOVE WS-DATA-ELABORAZIONE TO WS-DATA-ESECUZIONE
            ACCEPT WS-ORA-ESECUZIONE FROM TIME
            MOVE WS-ORA-HH TO AE-HH
            MOVE WS-ORA-MM TO AE-MM
            MOVE WS-ORA-SS TO AE-SS
            MOVE WS-DATA-ESECUZIONE TO AS-DATA
            MOVE AUDIT-ORA-EDIT TO AS-ORA
            MOVE WS-OPERATORE TO AS-OPERATORE
            MOVE WS-NOME-OPERATORE TO AS-NOME
            MOVE WS-OP-ORIGINALE TO AS-OP-ORIGINALE
            MOVE TS-RIF-ORIGINALE TO AS-RIF-ORIGINALE
            MOVE RIS-VISUALIZZATO TO AS-RIS
            MOVE WS-RIFERIMENTO TO AS-RIFERIMENTO
            WRITE AUDIT-LINE FROM AUDIT-STORNO-LINE
            ADD 1 TO WS-RIGHE-SESSIONE
            GO TO SCRIVI-STORNO-AUDIT-EXIT.
       SCRIVI-STORNO-AUDIT-EXIT.
            EXIT.

       CHIUDI-AUDIT.
            PERFORM SCRIVI-FINE-SESSIONE THRU
                SCRIVI-FINE-SESSIONE-EXIT
            MOVE RIS-VISUALIZZATO TO RD-RIS
            MOVE RIS-QUOZIENTE TO RD-QUOZIENTE
            MOVE RIS-RESTO TO RD-RESTO
            MOVE WS-RIFERIMENTO TO RD-RIFERIMENTO
            WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
            GO TO SCRIVI-RIGA-REPORT-EXIT.
       SCRIVI-RIGA-REPORT-EXIT.
            EXIT.

       SCRIVI-STORNO-REPORT.
            MOVE WS-OP-ORIGINALE TO RS-OP-ORIGINALE
            MOVE TS-RIF-ORIGINALE TO RS-RIF-ORIGINALE
            MOVE RIS-VISUALIZZATO TO RS-RIS
            MOVE WS-RIFERIMENTO TO RS-RIFERIMENTO
            WRITE REPORT-LINE FROM REPORT-STORNO-LINE
            GO TO SCRIVI-STORNO-REPORT-EXIT.
       SCRIVI-STORNO-REPORT-EXIT.
            EXIT.

       CHIUDI-REPORT.
            CLOSE REPORTFILE
            GO TO CHIUDI-REPORT-EXIT.
                MOVE '+' TO ED-RIS-SEGNO
                MOVE WS-RIS-PRECEDENTE TO ED-RIS
            END-IF
            MOVE WS-RIFERIMENTO TO ED-RIFERIMENTO
            IF WS-OP-STORNO
                MOVE WS-OP-ORIGINALE TO ED-OP-ORIGINALE
                MOVE TS-RIF-ORIGINALE TO ED-RIF-ORIGINALE
            ELSE
                MOVE SPACE TO ED-OP-ORIGINALE
                MOVE SPACES TO ED-RIF-ORIGINALE
            END-IF
            MOVE WS-OPERATORE TO ED-OPERATORE
            WRITE ESTR-RECORD FROM ESTR-DETTAGLIO
            ADD 1 TO WS-CONTA-ESTRATTI
            ADD WS-RIS-PRECEDENTE TO WS-SOMMA-ESTRATTO
       SCRIVI-CODA-ESTRATTO-EXIT.
            EXIT.

      *    LA TESTATA DELLA RISPOSTA RIPORTA L'IDENTITA' CON CUI IL
      *    GIRO VIENE REGISTRATO IN FILEREG (TRANSIN NON HA DATA DI
      *    TESTATA: DATA A ZERO).
       APRI-RISPOSTA.
            OPEN OUTPUT RISPFILE
            IF WS-RISP-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE RISPERP, FILE '
                    'STATUS = ' WS-RISP-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE WS-CONTA-PRELETTI TO RH-CONTA
            IF WS-HASH-A < ZERO
                MOVE '-' TO RH-HASH-SEGNO
                COMPUTE RH-HASH = WS-HASH-A * -1
            ELSE
                MOVE '+' TO RH-HASH-SEGNO
                MOVE WS-HASH-A TO RH-HASH
            END-IF
            MOVE WS-DATA-ELABORAZIONE TO RH-DATA-ELAB
            WRITE RISP-RECORD FROM RISPOSTA-TESTATA
            GO TO APRI-RISPOSTA-EXIT.
       APRI-RISPOSTA-EXIT.
            EXIT.

      *    RISULTATO E DECIMALI SOLO PER AC E SO, RIFERIMENTO SOLO PER
      *    AC: UN SOSPESO NON HA ANCORA UN RIFERIMENTO. I DECIMALI
      *    SONO QUELLI DELL'OPERAZIONE (PER UNO STORNO, QUELLI
      *    DELL'ORIGINALE).
       SCRIVI-RIGA-RISPOSTA.
            MOVE WS-NUMERO-RECORD TO RR-NUMERO
            MOVE WS-ESITO-RISPOSTA TO RR-ESITO
            MOVE WS-MOTIVO-RISPOSTA TO RR-MOTIVO
            MOVE '+' TO RR-RIS-SEGNO
            MOVE ZERO TO RR-RIS
            MOVE ZERO TO RR-RIS-SCALA
            MOVE SPACES TO RR-RIFERIMENTO
            IF WS-ESITO-RISPOSTA NOT = 'AC' AND
               WS-ESITO-RISPOSTA NOT = 'SO'
                GO TO SCRIVI-RIGA-RISPOSTA-SCRIVI
            END-IF
            IF WS-RIS-PRECEDENTE < ZERO
                MOVE '-' TO RR-RIS-SEGNO
                COMPUTE RR-RIS = WS-RIS-PRECEDENTE * -1
            ELSE
                MOVE WS-RIS-PRECEDENTE TO RR-RIS
            END-IF
            MOVE WS-OPERAZIONE TO WS-OP-RISPOSTA
            IF WS-OP-STORNO
                MOVE WS-OP-ORIGINALE TO WS-OP-RISPOSTA
            END-IF
            EVALUATE WS-OP-RISPOSTA
                WHEN 'A'
                WHEN 'S'
                    MOVE 2 TO RR-RIS-SCALA
                WHEN 'D'
                    MOVE 3 TO RR-RIS-SCALA
                WHEN 'M'
                WHEN 'P'
                    MOVE 4 TO RR-RIS-SCALA
                WHEN OTHER
                    MOVE 6 TO RR-RIS-SCALA
            END-EVALUATE
            IF WS-ESITO-RISPOSTA = 'AC'
                MOVE WS-RIFERIMENTO TO RR-RIFERIMENTO
            END-IF.
       SCRIVI-RIGA-RISPOSTA-SCRIVI.
            WRITE RISP-RECORD FROM RISPOSTA-DETTAGLIO
            ADD 1 TO WS-CONTA-RISPOSTE
            EVALUATE WS-ESITO-RISPOSTA
                WHEN 'AC'
                    ADD 1 TO WS-CONTA-AC
                WHEN 'SO'
                    ADD 1 TO WS-CONTA-SO
                WHEN 'AN'
                    ADD 1 TO WS-CONTA-AN
                WHEN OTHER
                    ADD 1 TO WS-CONTA-SC
            END-EVALUATE
            GO TO SCRIVI-RIGA-RISPOSTA-EXIT.
       SCRIVI-RIGA-RISPOSTA-EXIT.
            EXIT.

      *    COME PER L'ESTRATTO, LA CODA SOLO A FINE GIRO REGOLARE.
       SCRIVI-CODA-RISPOSTA.
            MOVE WS-CONTA-RISPOSTE TO RT-CONTA
            MOVE WS-CONTA-AC TO RT-ACCETTATI
            MOVE WS-CONTA-SC TO RT-SCARTATI
            MOVE WS-CONTA-SO TO RT-SOSPESI
            MOVE WS-CONTA-AN TO RT-ANNULLATI
            WRITE RISP-RECORD FROM RISPOSTA-CODA
            GO TO SCRIVI-CODA-RISPOSTA-EXIT.
       SCRIVI-CODA-RISPOSTA-EXIT.
            EXIT.

      *    ANTEPRIMA DELLA SIMULAZIONE: TITOLO CHE LA DICHIARA NON
      *    CONTABILIZZATA, UNA RIGA PER RECORD DI TRANSIN CON ESITO,
      *    MOTIVO, RISULTATO E VERIFICA DELL'ATTESO, IN FONDO I TOTALI
      *    E LA CODA CHE L'ESTRATTO AVREBBE AVUTO.
       APRI-ANTEPRIMA.
            OPEN OUTPUT ANTEPRIMAFILE
            IF WS-ANTEPRIMA-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE ANTEPRIM, FILE '
                    'STATUS = ' WS-ANTEPRIMA-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE WS-DATA-ELABORAZIONE TO AN-DATA
            MOVE WS-OPERATORE TO AN-OPERATORE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TITLE-LINE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-DATA-LINE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-HEADER-LINE
            GO TO APRI-ANTEPRIMA-EXIT.
       APRI-ANTEPRIMA-EXIT.
            EXIT.

      *    GLI STESSI ESITI E MOTIVI DELLA RISPOSTA ALL'ERP, IN CHIARO.
      *    LA VERIFICA SI MOSTRA SOLO PER I RECORD CON RISULTATO ATTESO.
       SCRIVI-RIGA-ANTEPRIMA.
            MOVE WS-NUMERO-RECORD TO AN-NUMERO
            MOVE WS-OPERAZIONE TO AN-OP
            MOVE AALPHA TO AN-A
            MOVE BALPHA TO AN-B
            MOVE SPACES TO AN-MOTIVO
            MOVE SPACES TO AN-RIS
            MOVE SPACES TO AN-VERIFICA
            IF WS-OP-STORNO
                MOVE SPACES TO AN-A
                MOVE SPACES TO AN-B
                MOVE 'STORNO DI' TO AN-MOTIVO
                MOVE TS-RIF-ORIGINALE TO AN-MOTIVO(11:14)
            END-IF
            IF WS-MOTIVO-RISPOSTA NOT = SPACES
                MOVE WS-MOTIVO-RISPOSTA TO WS-MOTIVO-IX
                MOVE TM-TESTO(WS-MOTIVO-IX) TO AN-MOTIVO
            END-IF
            EVALUATE WS-ESITO-RISPOSTA
                WHEN 'AC'
                    MOVE 'DA REGISTRARE' TO AN-ESITO
                    MOVE RIS-VISUALIZZATO TO AN-RIS
                    ADD 1 TO WS-CONTA-AC
                WHEN 'SO'
                    MOVE 'IN APPROVAZIONE' TO AN-ESITO
                    MOVE 'OLTRE SOGLIA DI APPROVAZIONE' TO AN-MOTIVO
                    MOVE RIS-VISUALIZZATO TO AN-RIS
                    ADD 1 TO WS-CONTA-SO
                WHEN 'AN'
                    MOVE 'ANNULLATO' TO AN-ESITO
                    ADD 1 TO WS-CONTA-AN
                WHEN OTHER
                    MOVE 'SCARTATO' TO AN-ESITO
                    ADD 1 TO WS-CONTA-SC
            END-EVALUATE
            IF (WS-ESITO-RISPOSTA = 'AC' OR WS-ESITO-RISPOSTA = 'SO')
               AND NOT WS-OP-STORNO AND WS-CON-ATTESO
                MOVE VR-ESITO TO AN-VERIFICA
            END-IF
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-DETAIL-LINE
            GO TO SCRIVI-RIGA-ANTEPRIMA-EXIT.
       SCRIVI-RIGA-ANTEPRIMA-EXIT.
            EXIT.

      *    UN DUPLICATO NON FORZATO NON ARRIVEREBBE NEMMENO ALLA CODA:
      *    IL GIRO VERO SI FERMA PRIMA DI APRIRE L'ESTRATTO.
       CHIUDI-ANTEPRIMA.
            MOVE SPACES TO ANTEPRIMA-TESTO-LINE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TESTO-LINE
            MOVE 'RECORD LETTI' TO AT-DESCRIZIONE
            MOVE WS-NUMERO-RECORD TO AT-VALORE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TOTALE-LINE
            MOVE 'DA REGISTRARE' TO AT-DESCRIZIONE
            MOVE WS-CONTA-AC TO AT-VALORE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TOTALE-LINE
            MOVE '  DI CUI STORNI' TO AT-DESCRIZIONE
            MOVE WS-CONTA-STORNI TO AT-VALORE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TOTALE-LINE
            MOVE 'IN ATTESA DI APPROVAZIONE' TO AT-DESCRIZIONE
            MOVE WS-CONTA-SO TO AT-VALORE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TOTALE-LINE
            MOVE 'SCARTATI' TO AT-DESCRIZIONE
            MOVE WS-CONTA-SC TO AT-VALORE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TOTALE-LINE
            MOVE 'ANNULLATI IN CATENA' TO AT-DESCRIZIONE
            MOVE WS-CONTA-AN TO AT-VALORE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TOTALE-LINE
            IF WS-CONTA-VERIFICATI > ZERO
                MOVE 'RISULTATI VERIFICATI' TO AT-DESCRIZIONE
                MOVE WS-CONTA-VERIFICATI TO AT-VALORE
                WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TOTALE-LINE
                MOVE '  DI CUI FUORI TOLLERANZA' TO AT-DESCRIZIONE
                MOVE WS-CONTA-FUORI-TOLL TO AT-VALORE
                WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TOTALE-LINE
            END-IF
            MOVE 'CODICE DI RITORNO DEL GIRO VERO' TO AT-DESCRIZIONE
            MOVE RETURN-CODE TO AT-VALORE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TOTALE-LINE
            MOVE SPACES TO ANTEPRIMA-TESTO-LINE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TESTO-LINE
            IF WS-DUPLICATO AND NOT WS-FORZA-RIELABORAZIONE
                MOVE 'TRASMISSIONE GIA REGISTRATA: GIRO VERO RIFIUTATO'
                    TO ANTEPRIMA-TESTO-LINE
                WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TESTO-LINE
                MOVE 'CODA ESTRATTO: NON SAREBBE SCRITTA'
                    TO ANTEPRIMA-TESTO-LINE
                WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TESTO-LINE
            ELSE
                MOVE 'CODA ESTRATTO - RECORD' TO AT-DESCRIZIONE
                MOVE WS-CONTA-ESTRATTI TO AT-VALORE
                WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TOTALE-LINE
                MOVE WS-SOMMA-ESTRATTO TO AS-SOMMA
                WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-SOMMA-LINE
                MOVE 'ESCLUSI GLI APPROVATI IN SOSPESI'
                    TO ANTEPRIMA-TESTO-LINE
                WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TESTO-LINE
            END-IF
            MOVE SPACES TO ANTEPRIMA-TESTO-LINE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TESTO-LINE
            MOVE
                '*** SIMULAZIONE - NESSUNA REGISTRAZIONE EFFETTUATA ***'
                TO ANTEPRIMA-TESTO-LINE
            WRITE ANTEPRIMA-RECORD FROM ANTEPRIMA-TESTO-LINE
            CLOSE ANTEPRIMAFILE
            DISPLAY 'SIMULAZIONE COMPLETATA, NIENTE REGISTRATO: VEDERE '
                'ANTEPRIM'
            GO TO CHIUDI-ANTEPRIMA-EXIT.
       CHIUDI-ANTEPRIMA-EXIT.
            EXIT.

      *    DATA DI ELABORAZIONE DAL FILE DI CONTROLLO DATAELAB
      *    (AVANZATO DA AVANDATA A FINE GIORNATA): UN GIRO SLITTATO
      *    OLTRE MEZZANOTTE RESTA CONTABILIZZATO SUL GIORNO DI
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
      *    RISCRIVIBILE FERMA IL PROGRAMMA CON RC=12.
       ASSEGNA-RIFERIMENTO.
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
                    GOBACK
                END-IF
            END-IF
            IF WS-CONTRIF-VALORE = SPACES
                MOVE ZERO TO WS-CR-ULTIMO
            END-IF
            IF WS-CR-ULTIMO IS NOT NUMERIC
                DISPLAY 'ERRORE: CONTATORE CONTRIF NON VALIDO: '
                    WS-CONTRIF-VALORE
                MOVE 12 TO RETURN-CODE
                GOBACK
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
                GOBACK
            END-IF
            WRITE CONTRIF-RECORD FROM WS-CONTRIF-VALORE
            CLOSE CONTRIFFILE
            GO TO ASSEGNA-RIFERIMENTO-EXIT.
       ASSEGNA-RIFERIMENTO-EXIT.
            EXIT.

      *    UN RIFERIMENTO RICHIESTO DA PIU' STORNI ENTRA IN TABELLA
      *    UNA VOLTA SOLA: IL SECONDO STORNO LO TROVERA' GIA' STORNATO.
      *    A TABELLA PIENA GLI STORNI IN PIU' VENGONO SCARTATI.
       REGISTRA-STORNO-RICHIESTO.
            MOVE TS-RIF-ORIGINALE TO WS-RIF-CERCATO
            PERFORM CERCA-STORNO THRU CERCA-STORNO-EXIT
            IF WS-TS-TROVATO > ZERO
                GO TO REGISTRA-STORNO-RICHIESTO-EXIT
            END-IF
            IF WS-QUANTI-STORNI NOT < WS-MAX-STORNI
                MOVE 'Y' TO WS-TAB-STORNI-PIENA-SW
                GO TO REGISTRA-STORNO-RICHIESTO-EXIT
            END-IF
            ADD 1 TO WS-QUANTI-STORNI
            MOVE TS-RIF-ORIGINALE TO WS-TS-RIFERIMENTO(WS-QUANTI-STORNI)
            MOVE 'N' TO WS-TS-TROVATO-SW(WS-QUANTI-STORNI)
            MOVE 'N' TO WS-TS-STORNATO-SW(WS-QUANTI-STORNI)
            MOVE SPACES TO WS-TS-DATA(WS-QUANTI-STORNI)
            MOVE SPACE TO WS-TS-TIPO(WS-QUANTI-STORNI)
            MOVE SPACE TO WS-TS-OP(WS-QUANTI-STORNI)
            MOVE SPACES TO WS-TS-A(WS-QUANTI-STORNI)
            MOVE SPACES TO WS-TS-B(WS-QUANTI-STORNI)
            MOVE SPACES TO WS-TS-RIS(WS-QUANTI-STORNI)
            GO TO REGISTRA-STORNO-RICHIESTO-EXIT.
       REGISTRA-STORNO-RICHIESTO-EXIT.
            EXIT.

      *    WS-TS-TROVATO RESTA A ZERO SE IL RIFERIMENTO NON E' IN
      *    TABELLA.
       CERCA-STORNO.
            MOVE ZERO TO WS-TS-TROVATO
            PERFORM CONFRONTA-STORNO THRU CONFRONTA-STORNO-EXIT
                VARYING WS-TS-IX FROM 1 BY 1
                UNTIL WS-TS-IX > WS-QUANTI-STORNI
                   OR WS-TS-TROVATO > ZERO
            GO TO CERCA-STORNO-EXIT.
       CERCA-STORNO-EXIT.
            EXIT.

       CONFRONTA-STORNO.
            IF WS-TS-RIFERIMENTO(WS-TS-IX) = WS-RIF-CERCATO
                MOVE WS-TS-IX TO WS-TS-TROVATO
            END-IF
            GO TO CONFRONTA-STORNO-EXIT.
       CONFRONTA-STORNO-EXIT.
            EXIT.

      *    UNA PASSATA SULL'AUDIT: LA RIGA DI DETTAGLIO CON IL
      *    RIFERIMENTO RICHIESTO E' L'ORIGINALE (SE NE TENGONO DATA,
      *    TIPO, OPERAZIONE, OPERANDI E RIS), UNA RIGA DI STORNO CHE LO
      *    RICHIAMA DICE CHE E' GIA' STATO STORNATO. UN AUDIT ANCORA
      *    INESISTENTE NON CONTIENE ORIGINALI; UN AUDIT ILLEGGIBILE
      *    FERMA IL GIRO, PERCHE' GLI STORNI NON SAREBBERO VERIFICATI.
       CARICA-ORIGINALI.
            MOVE 'N' TO WS-AUDIT-EOF-SW
            OPEN INPUT AUDITFILE
            IF WS-AUDIT-STATUS = '35'
                GO TO CARICA-ORIGINALI-EXIT
            END-IF
            IF WS-AUDIT-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE LEGGERE AUDIT PER GLI '
                    'STORNI, FILE STATUS = ' WS-AUDIT-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM ESAMINA-RIGA-ORIGINALE THRU
                ESAMINA-RIGA-ORIGINALE-EXIT
                UNTIL WS-AUDIT-EOF
            CLOSE AUDITFILE
            GO TO CARICA-ORIGINALI-EXIT.
       CARICA-ORIGINALI-EXIT.
            EXIT.

       ESAMINA-RIGA-ORIGINALE.
            READ AUDITFILE INTO WS-RIGA-AUDIT
                AT END MOVE 'Y' TO WS-AUDIT-EOF-SW
            END-READ
            IF WS-AUDIT-EOF
                GO TO ESAMINA-RIGA-ORIGINALE-EXIT
            END-IF
            IF WS-RIGA-AUDIT(1:1) = '*' OR
               RA-DATA-AA IS NOT NUMERIC OR
               RA-RIFERIMENTO = SPACES
                GO TO ESAMINA-RIGA-ORIGINALE-EXIT
            END-IF
            IF RA-OP = 'R'
                MOVE RA-RIF-ORIGINALE TO WS-RIF-CERCATO
                PERFORM CERCA-STORNO THRU CERCA-STORNO-EXIT
                IF WS-TS-TROVATO > ZERO
                    MOVE 'Y' TO WS-TS-STORNATO-SW(WS-TS-TROVATO)
                END-IF
            END-IF
            MOVE RA-RIFERIMENTO TO WS-RIF-CERCATO
            PERFORM CERCA-STORNO THRU CERCA-STORNO-EXIT
            IF WS-TS-TROVATO = ZERO
                GO TO ESAMINA-RIGA-ORIGINALE-EXIT
            END-IF
            MOVE 'Y' TO WS-TS-TROVATO-SW(WS-TS-TROVATO)
            MOVE RA-DATA-AA TO WS-TS-DATA(WS-TS-TROVATO)(1:2)
            MOVE RA-DATA-MM TO WS-TS-DATA(WS-TS-TROVATO)(3:2)
            MOVE RA-DATA-GG TO WS-TS-DATA(WS-TS-TROVATO)(5:2)
            MOVE RA-TIPO TO WS-TS-TIPO(WS-TS-TROVATO)
            MOVE RA-OP TO WS-TS-OP(WS-TS-TROVATO)
            MOVE RA-A TO WS-TS-A(WS-TS-TROVATO)
            MOVE RA-B TO WS-TS-B(WS-TS-TROVATO)
            MOVE RA-RIS TO WS-TS-RIS(WS-TS-TROVATO)
            GO TO ESAMINA-RIGA-ORIGINALE-EXIT.
       ESAMINA-RIGA-ORIGINALE-EXIT.
            EXIT.

      *    IL RIS DELL'AUDIT E' TESTO EDITATO (SEGNO MOBILE,
      *    SEPARATORI DELLE MIGLIAIA, DECIMALI SCELTI DAL PROGRAMMA
      *    CHE L'HA SCRITTO): QUI VIENE RIPORTATO A VALORE.
       DECODIFICA-RIS.
            MOVE 'N' TO WS-RIS-KO-SW
            MOVE '+' TO WS-P-SEGNO
            MOVE ZERO TO WS-P-INTERO
            MOVE ZERO TO WS-P-DECIMALI
            MOVE ZERO TO WS-P-CIFRE-DEC
            MOVE ZERO TO WS-P-CIFRE-INT
            MOVE 1 TO WS-P-STATO
            PERFORM DECODIFICA-CARATTERE THRU
                DECODIFICA-CARATTERE-EXIT
                VARYING WS-P-IX FROM 1 BY 1
                UNTIL WS-P-IX > 25 OR WS-RIS-KO
      *    UN TESTO SENZA CIFRE NON E' UN VALORE
            IF WS-P-CIFRE-INT = ZERO AND WS-P-CIFRE-DEC = ZERO
                MOVE 'Y' TO WS-RIS-KO-SW
            END-IF
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
                    IF WS-P-CIFRE-INT < 13
                        MOVE WS-P-CH TO WS-P-CIFRA
                        COMPUTE WS-P-INTERO =
                            WS-P-INTERO * 10 + WS-P-CIFRA
                        ADD 1 TO WS-P-CIFRE-INT
                    ELSE
                        MOVE 'Y' TO WS-RIS-KO-SW
                    END-IF
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

      *    SOGLIE DI APPROVAZIONE DAL FILE DI CONTROLLO SOGLIE, UNA
      *    RIGA PER OPERAZIONE: CODICE OPERAZIONE IN COLONNA 1 E
      *    SOGLIA (13 INTERI + 2 DECIMALI, SENZA PUNTO) DALLA COLONNA
      *    3; LE RIGHE CHE INIZIANO CON '*' SONO COMMENTI. SENZA FILE
      *    NESSUN RISULTATO VA IN APPROVAZIONE; UN'OPERAZIONE SENZA
      *    RIGA NON HA SOGLIA. UN FILE ILLEGGIBILE O UNA RIGA NON
      *    VALIDA FERMANO IL GIRO CON RC=12: MEGLIO NON PARTIRE CHE
      *    REGISTRARE SENZA IL CONTROLLO CHE CI SI ASPETTA.
       CARICA-SOGLIE.
            MOVE ZERO TO WS-QUANTE-SOGLIE
            MOVE 'N' TO WS-SOGLIE-EOF-SW
            OPEN INPUT SOGLIEFILE
            IF WS-SOGLIE-STATUS = '35'
                DISPLAY 'ATTENZIONE: SOGLIE ASSENTE, NESSUN RISULTATO '
                    'SOTTOPOSTO AD APPROVAZIONE'
                GO TO CARICA-SOGLIE-EXIT
            END-IF
            IF WS-SOGLIE-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE SOGLIE, FILE '
                    'STATUS = ' WS-SOGLIE-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM LEGGI-SOGLIA THRU LEGGI-SOGLIA-EXIT
                UNTIL WS-SOGLIE-EOF
            CLOSE SOGLIEFILE
            GO TO CARICA-SOGLIE-EXIT.
       CARICA-SOGLIE-EXIT.
            EXIT.

       LEGGI-SOGLIA.
            READ SOGLIEFILE
                AT END MOVE 'Y' TO WS-SOGLIE-EOF-SW
            END-READ
            IF WS-SOGLIE-EOF
                GO TO LEGGI-SOGLIA-EXIT
            END-IF
            IF SOGLIE-RECORD = SPACES OR SG-OP = '*'
                GO TO LEGGI-SOGLIA-EXIT
            END-IF
            IF SG-SOGLIA IS NOT NUMERIC OR SG-OP = SPACE
                DISPLAY 'ERRORE: RIGA NON VALIDA IN SOGLIE: '
                    SOGLIE-RECORD
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            IF WS-QUANTE-SOGLIE NOT < WS-MAX-SOGLIE
                DISPLAY 'ERRORE: TROPPE RIGHE IN SOGLIE, MASSIMO '
                    WS-MAX-SOGLIE
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            ADD 1 TO WS-QUANTE-SOGLIE
            MOVE SG-OP TO WS-SG-OP(WS-QUANTE-SOGLIE)
            MOVE SG-SOGLIA TO WS-SG-SOGLIA(WS-QUANTE-SOGLIE)
            GO TO LEGGI-SOGLIA-EXIT.
       LEGGI-SOGLIA-EXIT.
            EXIT.

      *    IL CONFRONTO E' SUL VALORE ASSOLUTO DEL RISULTATO APPENA
      *    CALCOLATO (WS-RIS-PRECEDENTE): UN RISULTATO NEGATIVO GROSSO
      *    PESA QUANTO UNO POSITIVO.
       CONTROLLA-SOGLIA.
            MOVE 'N' TO WS-SOPRA-SOGLIA-SW
            MOVE ZERO TO WS-SG-TROVATA
            PERFORM CERCA-SOGLIA THRU CERCA-SOGLIA-EXIT
                VARYING WS-SG-IX FROM 1 BY 1
                UNTIL WS-SG-IX > WS-QUANTE-SOGLIE
                   OR WS-SG-TROVATA > ZERO
            IF WS-SG-TROVATA = ZERO
                GO TO CONTROLLA-SOGLIA-EXIT
            END-IF
            IF WS-RIS-PRECEDENTE < ZERO
                COMPUTE WS-RIS-ASSOLUTO = WS-RIS-PRECEDENTE * -1
            ELSE
                MOVE WS-RIS-PRECEDENTE TO WS-RIS-ASSOLUTO
            END-IF
            IF WS-RIS-ASSOLUTO > WS-SG-SOGLIA(WS-SG-TROVATA)
                MOVE 'Y' TO WS-SOPRA-SOGLIA-SW
            END-IF
            GO TO CONTROLLA-SOGLIA-EXIT.
       CONTROLLA-SOGLIA-EXIT.
            EXIT.

       CERCA-SOGLIA.
            IF WS-SG-OP(WS-SG-IX) = WS-OPERAZIONE
                MOVE WS-SG-IX TO WS-SG-TROVATA
            END-IF
            GO TO CERCA-SOGLIA-EXIT.
       CERCA-SOGLIA-EXIT.
            EXIT.

      *    SOSPESI E' CONDIVISO CON DIVISIONE: SI APRE IN CODA, E SE
      *    NON ESISTE ANCORA SI CREA. SENZA SOSPESI UN RISULTATO
      *    OLTRE SOGLIA NON AVREBBE DOVE ANDARE: RC=12.
       APRI-SOSPESI.
            OPEN EXTEND SOSPESIFILE
            IF WS-SOSPESI-STATUS = '35'
                OPEN OUTPUT SOSPESIFILE
            END-IF
            IF WS-SOSPESI-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE SOSPESI, FILE '
                    'STATUS = ' WS-SOSPESI-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            GO TO APRI-SOSPESI-EXIT.
       APRI-SOSPESI-EXIT.
            EXIT.

      *    IL SOSPESO PORTA TUTTO CIO' CHE SERVE PER RIFARE IL CALCOLO
      *    ALL'APPROVAZIONE: OPERAZIONE, OPERANDI CON SEGNO, DECIMALI
      *    DEL RISULTATO, PIU' CHI L'HA PRESENTATO (CHE NON POTRA'
      *    APPROVARLO) E IL NUMERO DEL RECORD NEL FILE DI INGRESSO.
       ACCODA-SOSPESO.
            ACCEPT WS-ORA-ESECUZIONE FROM TIME
            MOVE WS-ORA-HH TO AE-HH
            MOVE WS-ORA-MM TO AE-MM
            MOVE WS-ORA-SS TO AE-SS
            MOVE 'P' TO SO-STATO
            MOVE 'CALCBTCH' TO SO-PROGRAMMA
            MOVE WS-DATA-ELABORAZIONE TO SO-DATA
            MOVE AUDIT-ORA-EDIT TO SO-ORA
            MOVE WS-OPERATORE TO SO-OPERATORE
            MOVE WS-NOME-OPERATORE TO SO-NOME
            MOVE WS-NUMERO-RECORD TO SO-NUMERO
            MOVE WS-OPERAZIONE TO SO-OP
            IF A < ZERO
                MOVE '-' TO SO-A-SEGNO
                COMPUTE SO-A = A * -1
            ELSE
                MOVE '+' TO SO-A-SEGNO
                MOVE A TO SO-A
            END-IF
            IF B < ZERO
                MOVE '-' TO SO-B-SEGNO
                COMPUTE SO-B = B * -1
            ELSE
                MOVE '+' TO SO-B-SEGNO
                MOVE B TO SO-B
            END-IF
            EVALUATE WS-OPERAZIONE
                WHEN 'A'
                WHEN 'S'
                    MOVE 2 TO SO-DECIMALI
                WHEN 'D'
                    MOVE 3 TO SO-DECIMALI
                WHEN 'M'
                WHEN 'P'
                    MOVE 4 TO SO-DECIMALI
                WHEN OTHER
                    MOVE 6 TO SO-DECIMALI
            END-EVALUATE
            MOVE RIS-VISUALIZZATO TO SO-RIS
            MOVE SPACES TO SO-SUPERVISORE
            MOVE SPACES TO SO-DATA-DEC
            MOVE SPACES TO SO-ORA-DEC
            WRITE SOSPESI-RECORD FROM SOSPESO-DETTAGLIO
            ADD 1 TO WS-CONTA-SOSPESI
            DISPLAY 'RISULTATO OLTRE SOGLIA, IN ATTESA DI '
                'APPROVAZIONE: RECORD ' WS-NUMERO-RECORD ' OP '
                WS-OPERAZIONE ' RIS = ' RIS-VISUALIZZATO
            GO TO ACCODA-SOSPESO-EXIT.
       ACCODA-SOSPESO-EXIT.
            EXIT.

      *    I RISULTATI APPROVATI DAL SUPERVISORE SI REGISTRANO IN TESTA
      *    AL GIRO SUCCESSIVO, A NOME DELL'OPERATORE CHE LI AVEVA
      *    PRESENTATI. SOSPESI VIENE PRIMA RISCRITTO SENZA DI ESSI E
      *    SENZA I RESPINTI DI QUESTO PROGRAMMA (LA DECISIONE RESTA NEL
      *    GIORNALE APPROVAZ), POI SI REGISTRANO: SE LA RISCRITTURA
      *    FALLISCE NON SI REGISTRA NULLA, COSI' UN APPROVATO NON PUO'
      *    MAI FINIRE DUE VOLTE IN REPORT. UN SOSPESI TROPPO GRANDE PER
      *    LA TABELLA NON SI RISCRIVE (SI PERDEREBBERO LE RIGHE IN PIU')
      *    E GLI APPROVATI ASPETTANO IL GIRO SUCCESSIVO.
       CONTABILIZZA-APPROVATI.
            PERFORM CARICA-SOSPESI THRU CARICA-SOSPESI-EXIT
            IF WS-QUANTI-SOSPESI = ZERO
                GO TO CONTABILIZZA-APPROVATI-EXIT
            END-IF
            IF WS-SOSPESI-TRONCO
                DISPLAY 'ATTENZIONE: SOSPESI OLTRE ' WS-MAX-SOSPESI
                    ' RIGHE, APPROVATI NON REGISTRATI IN QUESTO GIRO'
                GO TO CONTABILIZZA-APPROVATI-EXIT
            END-IF
            MOVE ZERO TO WS-CONTA-DA-TOGLIERE
            PERFORM SMISTA-SOSPESO THRU SMISTA-SOSPESO-EXIT
                VARYING WS-TSO-IX FROM 1 BY 1
                UNTIL WS-TSO-IX > WS-QUANTI-SOSPESI
            IF WS-CONTA-DA-TOGLIERE = ZERO
                GO TO CONTABILIZZA-APPROVATI-EXIT
            END-IF
            PERFORM SALVA-SOSPESI THRU SALVA-SOSPESI-EXIT
            IF WS-SOSPESI-KO
                DISPLAY 'ATTENZIONE: SOSPESI NON RISCRIVIBILE, FILE '
                    'STATUS = ' WS-SOSPESI-STATUS
                DISPLAY 'APPROVATI NON REGISTRATI IN QUESTO GIRO'
                GO TO CONTABILIZZA-APPROVATI-EXIT
            END-IF
            MOVE WS-OPERATORE TO WS-OPERATORE-GIRO
            MOVE WS-NOME-OPERATORE TO WS-NOME-GIRO
            PERFORM REGISTRA-APPROVATO THRU REGISTRA-APPROVATO-EXIT
                VARYING WS-TSO-IX FROM 1 BY 1
                UNTIL WS-TSO-IX > WS-QUANTI-SOSPESI
            MOVE WS-OPERATORE-GIRO TO WS-OPERATORE
            MOVE WS-NOME-GIRO TO WS-NOME-OPERATORE
            MOVE 'N' TO WS-RIS-VALIDO-SW
            GO TO CONTABILIZZA-APPROVATI-EXIT.
       CONTABILIZZA-APPROVATI-EXIT.
            EXIT.

      *    UN SOSPESI ANCORA INESISTENTE E' VUOTO; UNO ILLEGGIBILE
      *    FERMA IL GIRO, PERCHE' GLI APPROVATI NON SAREBBERO VISTI.
       CARICA-SOSPESI.
            MOVE ZERO TO WS-QUANTI-SOSPESI
            MOVE 'N' TO WS-SOSPESI-TRONCO-SW
            MOVE 'N' TO WS-SOSPESI-EOF-SW
            OPEN INPUT SOSPESIFILE
            IF WS-SOSPESI-STATUS = '35'
                GO TO CARICA-SOSPESI-EXIT
            END-IF
            IF WS-SOSPESI-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE LEGGERE SOSPESI, FILE '
                    'STATUS = ' WS-SOSPESI-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM LEGGI-SOSPESO THRU LEGGI-SOSPESO-EXIT
                UNTIL WS-SOSPESI-EOF
            CLOSE SOSPESIFILE
            GO TO CARICA-SOSPESI-EXIT.
       CARICA-SOSPESI-EXIT.
            EXIT.

       LEGGI-SOSPESO.
            READ SOSPESIFILE
                AT END MOVE 'Y' TO WS-SOSPESI-EOF-SW
            END-READ
            IF WS-SOSPESI-EOF
                GO TO LEGGI-SOSPESO-EXIT
            END-IF
            IF WS-QUANTI-SOSPESI NOT < WS-MAX-SOSPESI
                MOVE 'Y' TO WS-SOSPESI-TRONCO-SW
                MOVE 'Y' TO WS-SOSPESI-EOF-SW
                GO TO LEGGI-SOSPESO-EXIT
            END-IF
            ADD 1 TO WS-QUANTI-SOSPESI
            MOVE SOSPESI-RECORD TO WS-TSO-RIGA(WS-QUANTI-SOSPESI)
            MOVE 'T' TO WS-TSO-AZIONE(WS-QUANTI-SOSPESI)
            GO TO LEGGI-SOSPESO-EXIT.
       LEGGI-SOSPESO-EXIT.
            EXIT.

      *    SI TOCCANO SOLO I SOSPESI DI CALCBTCH. UN APPROVATO CON
      *    SUPERVISORE UGUALE A CHI L'HA PRESENTATO, O CON VALORI NON
      *    RICALCOLABILI, NON SI REGISTRA E RESTA IN SOSPESI PER LA
      *    VERIFICA.
       SMISTA-SOSPESO.
            MOVE WS-TSO-RIGA(WS-TSO-IX) TO SOSPESO-DETTAGLIO
            IF SO-PROGRAMMA NOT = 'CALCBTCH'
                GO TO SMISTA-SOSPESO-EXIT
            END-IF
            IF SO-RESPINTO
                MOVE 'X' TO WS-TSO-AZIONE(WS-TSO-IX)
                ADD 1 TO WS-CONTA-DA-TOGLIERE
                GO TO SMISTA-SOSPESO-EXIT
            END-IF
            IF NOT SO-APPROVATO
                GO TO SMISTA-SOSPESO-EXIT
            END-IF
            IF SO-SUPERVISORE = SO-OPERATORE OR
               SO-SUPERVISORE = SPACES
                DISPLAY 'ATTENZIONE: APPROVAZIONE NON VALIDA, SOSPESO '
                    'NON REGISTRATO: RECORD ' SO-NUMERO ' DEL '
                    SO-DATA ' OPERATORE ' SO-OPERATORE
                GO TO SMISTA-SOSPESO-EXIT
            END-IF
            MOVE SO-OP TO WS-OPERAZIONE
            IF NOT WS-OP-VALIDA OR
               SO-A IS NOT NUMERIC OR SO-B IS NOT NUMERIC OR
               (WS-OP-DIVISIONE AND SO-B = ZERO) OR
               (WS-OP-RADICE AND SO-A-SEGNO = '-') OR
               (WS-OP-POTENZA AND
                (SO-B-SEGNO = '-' OR SO-B > WS-ESPONENTE-MASSIMO))
                DISPLAY 'ATTENZIONE: SOSPESO APPROVATO NON '
                    'RICALCOLABILE, NON REGISTRATO: RECORD ' SO-NUMERO
                    ' DEL ' SO-DATA ' OPERATORE ' SO-OPERATORE
                GO TO SMISTA-SOSPESO-EXIT
            END-IF
            MOVE 'C' TO WS-TSO-AZIONE(WS-TSO-IX)
            ADD 1 TO WS-CONTA-DA-TOGLIERE
            GO TO SMISTA-SOSPESO-EXIT.
       SMISTA-SOSPESO-EXIT.
            EXIT.

       SALVA-SOSPESI.
            MOVE 'N' TO WS-SOSPESI-KO-SW
            OPEN OUTPUT SOSPESIFILE
            IF WS-SOSPESI-STATUS NOT = '00'
                MOVE 'Y' TO WS-SOSPESI-KO-SW
                GO TO SALVA-SOSPESI-EXIT
            END-IF
            PERFORM SCRIVI-SOSPESO-TENUTO THRU
                SCRIVI-SOSPESO-TENUTO-EXIT
                VARYING WS-TSO-IX FROM 1 BY 1
                UNTIL WS-TSO-IX > WS-QUANTI-SOSPESI
            CLOSE SOSPESIFILE
            GO TO SALVA-SOSPESI-EXIT.
       SALVA-SOSPESI-EXIT.
            EXIT.

       SCRIVI-SOSPESO-TENUTO.
            IF WS-TSO-AZIONE(WS-TSO-IX) = 'T'
                WRITE SOSPESI-RECORD FROM WS-TSO-RIGA(WS-TSO-IX)
            END-IF
            GO TO SCRIVI-SOSPESO-TENUTO-EXIT.
       SCRIVI-SOSPESO-TENUTO-EXIT.
            EXIT.

      *    IL CALCOLO SI RIFA DAGLI OPERANDI DEL SOSPESO; LA RIGA VA A
      *    NOME DI CHI L'AVEVA PRESENTATO, CON UN NUOVO RIFERIMENTO.
       REGISTRA-APPROVATO.
            IF WS-TSO-AZIONE(WS-TSO-IX) NOT = 'C'
                GO TO REGISTRA-APPROVATO-EXIT
            END-IF
            MOVE WS-TSO-RIGA(WS-TSO-IX) TO SOSPESO-DETTAGLIO
            MOVE SO-OP TO WS-OPERAZIONE
            IF SO-A-SEGNO = '-'
                COMPUTE A = SO-A * -1
            ELSE
                MOVE SO-A TO A
            END-IF
            IF SO-B-SEGNO = '-'
                COMPUTE B = SO-B * -1
            ELSE
                MOVE SO-B TO B
            END-IF
            PERFORM CALCOLA-OPERAZIONE THRU CALCOLA-OPERAZIONE-EXIT
            MOVE SO-OPERATORE TO WS-OPERATORE
            MOVE SO-NOME TO WS-NOME-OPERATORE
            PERFORM ASSEGNA-RIFERIMENTO THRU ASSEGNA-RIFERIMENTO-EXIT
            PERFORM SCRIVI-RIGA-REPORT THRU SCRIVI-RIGA-REPORT-EXIT
            PERFORM SCRIVI-RIGA-AUDIT THRU SCRIVI-RIGA-AUDIT-EXIT
            PERFORM SCRIVI-RIGA-ESTRATTO THRU
                SCRIVI-RIGA-ESTRATTO-EXIT
            ADD 1 TO WS-CONTA-APPROVATI
            DISPLAY 'APPROVATO DA ' SO-SUPERVISORE ' REGISTRATO: '
                'RECORD ' SO-NUMERO ' DEL ' SO-DATA ' OPERATORE '
                SO-OPERATORE ' RIFERIMENTO ' WS-RIFERIMENTO
            GO TO REGISTRA-APPROVATO-EXIT.
       REGISTRA-APPROVATO-EXIT.
            EXIT.

      *    TOLLERANZE DI VERIFICA DAL FILE DI CONTROLLO TOLLERAN, UNA
      *    RIGA PER OPERAZIONE: CODICE OPERAZIONE IN COLONNA 1 E
      *    TOLLERANZA ASSOLUTA (9 INTERI + 6 DECIMALI, SENZA PUNTO)
      *    DALLA COLONNA 3; LE RIGHE CHE INIZIANO CON '*' SONO
      *    COMMENTI. UN'OPERAZIONE SENZA RIGA SI VERIFICA SENZA
      *    TOLLERANZA (CONFRONTO ESATTO); SENZA FILE TUTTE COSI'. UN
      *    FILE ILLEGGIBILE O UNA RIGA NON VALIDA FERMANO IL GIRO.
       CARICA-TOLLERANZE.
            MOVE ZERO TO WS-QUANTE-TOLL
            MOVE 'N' TO WS-TOLL-EOF-SW
            OPEN INPUT TOLLFILE
            IF WS-TOLL-STATUS = '35'
                DISPLAY 'ATTENZIONE: TOLLERAN ASSENTE, RISULTATI '
                    'ATTESI VERIFICATI SENZA TOLLERANZA'
                GO TO CARICA-TOLLERANZE-EXIT
            END-IF
            IF WS-TOLL-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE TOLLERAN, FILE '
                    'STATUS = ' WS-TOLL-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM LEGGI-TOLLERANZA THRU LEGGI-TOLLERANZA-EXIT
                UNTIL WS-TOLL-EOF
            CLOSE TOLLFILE
            GO TO CARICA-TOLLERANZE-EXIT.
       CARICA-TOLLERANZE-EXIT.
            EXIT.

       LEGGI-TOLLERANZA.
            READ TOLLFILE
                AT END MOVE 'Y' TO WS-TOLL-EOF-SW
            END-READ
            IF WS-TOLL-EOF
                GO TO LEGGI-TOLLERANZA-EXIT
            END-IF
            IF TOLL-RECORD = SPACES OR TL-OP = '*'
                GO TO LEGGI-TOLLERANZA-EXIT
            END-IF
            IF TL-TOLLERANZA IS NOT NUMERIC OR TL-OP = SPACE
                DISPLAY 'ERRORE: RIGA NON VALIDA IN TOLLERAN: '
                    TOLL-RECORD
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            IF WS-QUANTE-TOLL NOT < WS-MAX-TOLL
                DISPLAY 'ERRORE: TROPPE RIGHE IN TOLLERAN, MASSIMO '
                    WS-MAX-TOLL
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            ADD 1 TO WS-QUANTE-TOLL
            MOVE TL-OP TO WS-TL-OP(WS-QUANTE-TOLL)
            MOVE TL-TOLLERANZA TO WS-TL-TOLLERANZA(WS-QUANTE-TOLL)
            GO TO LEGGI-TOLLERANZA-EXIT.
       LEGGI-TOLLERANZA-EXIT.
            EXIT.

       CERCA-TOLLERANZA.
            IF WS-TL-OP(WS-TL-IX) = WS-OPERAZIONE
                MOVE WS-TL-IX TO WS-TL-TROVATA
            END-IF
            GO TO CERCA-TOLLERANZA-EXIT.
       CERCA-TOLLERANZA-EXIT.
            EXIT.

      *    IL PROSPETTO DEGLI SCOSTAMENTI SI RIFA' A OGNI GIRO, COME
      *    L'ESTRATTO; SENZA DI ESSO LA VERIFICA NON LASCEREBBE TRACCIA.
       APRI-VARIANZE.
            OPEN OUTPUT VARFILE
            IF WS-VAR-STATUS NOT = '00'
                DISPLAY 'ERRORE: IMPOSSIBILE APRIRE VARIANZE, FILE '
                    'STATUS = ' WS-VAR-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE WS-DATA-ELABORAZIONE TO WS-DATA-ESECUZIONE
            MOVE WS-DATA-ESECUZIONE TO VD-DATA
            MOVE WS-OPERATORE TO VD-OPERATORE
            WRITE VAR-LINE FROM VAR-TITOLO-LINE
            WRITE VAR-LINE FROM VAR-DATA-LINE
            WRITE VAR-LINE FROM VAR-VUOTA-LINE
            WRITE VAR-LINE FROM VAR-HEADER-LINE
            GO TO APRI-VARIANZE-EXIT.
       APRI-VARIANZE-EXIT.
            EXIT.

      *    IL RISULTATO ATTESO E' FACOLTATIVO: COLONNE 24-43 VUOTE =
      *    NESSUNA VERIFICA. SI LEGGE COME IL RIS DELL'AUDIT (SEGNO,
      *    PUNTO DECIMALE, SEPARATORI DELLE MIGLIAIA AMMESSI).
       LEGGI-ATTESO.
            MOVE 'N' TO WS-ATTESO-SW
            MOVE 'N' TO WS-RIS-KO-SW
            IF TR-ATTESO = SPACES
                GO TO LEGGI-ATTESO-EXIT
            END-IF
            MOVE TR-ATTESO TO WS-RIS-TESTO
            PERFORM DECODIFICA-RIS THRU DECODIFICA-RIS-EXIT
            IF WS-RIS-KO
                GO TO LEGGI-ATTESO-EXIT
            END-IF
            MOVE WS-RIS-VALORE TO WS-ATTESO
            MOVE 'Y' TO WS-ATTESO-SW
            GO TO LEGGI-ATTESO-EXIT.
       LEGGI-ATTESO-EXIT.
            EXIT.

      *    CONFRONTO TRA IL RISULTATO CALCOLATO (WS-RIS-PRECEDENTE) E
      *    QUELLO ATTESO. OGNI DIFFERENZA VA SUL PROSPETTO, ANCHE SE
      *    ENTRO TOLLERANZA; SOLO QUELLE OLTRE FANNO RC=28. LO SCARTO
      *    PERCENTUALE E' SUL VALORE ATTESO: CON ATTESO ZERO NON ESISTE,
      *    OLTRE IL 99999% SI SEGNALA SOLTANTO.
       VERIFICA-ATTESO.
            MOVE 'CONCORDE' TO VR-ESITO
            MOVE ZERO TO WS-TL-TROVATA
            PERFORM CERCA-TOLLERANZA THRU CERCA-TOLLERANZA-EXIT
                VARYING WS-TL-IX FROM 1 BY 1
                UNTIL WS-TL-IX > WS-QUANTE-TOLL
                   OR WS-TL-TROVATA > ZERO
            IF WS-TL-TROVATA = ZERO
                MOVE ZERO TO WS-VAR-TOLLERANZA
            ELSE
                MOVE WS-TL-TOLLERANZA(WS-TL-TROVATA) TO
                    WS-VAR-TOLLERANZA
            END-IF
            PERFORM TROVA-TOTALE-OP THRU TROVA-TOTALE-OP-EXIT
            COMPUTE WS-VAR-DIFF = WS-RIS-PRECEDENTE - WS-ATTESO
            IF WS-VAR-DIFF < ZERO
                COMPUTE WS-VAR-DIFF-ABS = WS-VAR-DIFF * -1
            ELSE
                MOVE WS-VAR-DIFF TO WS-VAR-DIFF-ABS
            END-IF
            ADD 1 TO WS-CONTA-VERIFICATI
            ADD 1 TO WS-TV-VERIFICATI(WS-TV-TROVATA)
            ADD WS-RIS-PRECEDENTE TO WS-TOT-CALCOLATO
            ADD WS-RIS-PRECEDENTE TO WS-TV-TOT-CALCOLATO(WS-TV-TROVATA)
            ADD WS-ATTESO TO WS-TOT-ATTESO
            ADD WS-ATTESO TO WS-TV-TOT-ATTESO(WS-TV-TROVATA)
            ADD WS-VAR-DIFF TO WS-TOT-DIFF
            ADD WS-VAR-DIFF TO WS-TV-TOT-DIFF(WS-TV-TROVATA)
            IF WS-VAR-DIFF = ZERO
                ADD 1 TO WS-CONTA-CONCORDI
                ADD 1 TO WS-TV-CONCORDI(WS-TV-TROVATA)
                GO TO VERIFICA-ATTESO-EXIT
            END-IF
            IF WS-VAR-DIFF-ABS > WS-VAR-TOLLERANZA
                MOVE 'FUORI TOLL' TO VR-ESITO
                ADD 1 TO WS-CONTA-FUORI-TOLL
                ADD 1 TO WS-TV-FUORI-TOLL(WS-TV-TROVATA)
                DISPLAY 'RISULTATO FUORI TOLLERANZA: RECORD '
                    WS-NUMERO-RECORD ' OP ' WS-OPERAZIONE
                    ' RIS = ' RIS-VISUALIZZATO
            ELSE
                MOVE 'ENTRO TOLL' TO VR-ESITO
                ADD 1 TO WS-CONTA-IN-TOLL
                ADD 1 TO WS-TV-IN-TOLL(WS-TV-TROVATA)
            END-IF
            MOVE WS-NUMERO-RECORD TO VR-NUMERO
            MOVE WS-OPERAZIONE TO VR-OP
            MOVE WS-RIF-VARIANZA TO VR-RIFERIMENTO
            MOVE WS-RIS-PRECEDENTE TO VR-CALCOLATO
            MOVE WS-ATTESO TO VR-ATTESO
            MOVE WS-VAR-DIFF TO VR-DIFFERENZA
            IF WS-ATTESO < ZERO
                COMPUTE WS-VAR-ATTESO-ABS = WS-ATTESO * -1
            ELSE
                MOVE WS-ATTESO TO WS-VAR-ATTESO-ABS
            END-IF
            IF WS-VAR-ATTESO-ABS = ZERO
                MOVE '      N/D' TO VR-PERC-TESTO
            ELSE
                IF WS-VAR-DIFF-ABS > WS-VAR-ATTESO-ABS * 999
                    MOVE '   >99999' TO VR-PERC-TESTO
                ELSE
                    COMPUTE WS-VAR-PERC ROUNDED =
                        WS-VAR-DIFF * 100 / WS-VAR-ATTESO-ABS
                    MOVE WS-VAR-PERC TO VR-PERC
                END-IF
            END-IF
            IF NOT WS-SIMULAZIONE
                WRITE VAR-LINE FROM VAR-DETAIL-LINE
            END-IF
            GO TO VERIFICA-ATTESO-EXIT.
       VERIFICA-ATTESO-EXIT.
            EXIT.

      *    I TOTALI PER OPERAZIONE SI APRONO AL PRIMO RECORD VERIFICATO
      *    DI QUELL'OPERAZIONE, NELL'ORDINE IN CUI SI PRESENTANO.
       TROVA-TOTALE-OP.
            MOVE ZERO TO WS-TV-TROVATA
            PERFORM CERCA-TOTALE-OP THRU CERCA-TOTALE-OP-EXIT
                VARYING WS-TV-IX FROM 1 BY 1
                UNTIL WS-TV-IX > WS-QUANTE-TV
                   OR WS-TV-TROVATA > ZERO
            IF WS-TV-TROVATA > ZERO
                GO TO TROVA-TOTALE-OP-EXIT
            END-IF
            ADD 1 TO WS-QUANTE-TV
            MOVE WS-QUANTE-TV TO WS-TV-TROVATA
            MOVE WS-OPERAZIONE TO WS-TV-OP(WS-TV-TROVATA)
            MOVE ZERO TO WS-TV-VERIFICATI(WS-TV-TROVATA)
            MOVE ZERO TO WS-TV-CONCORDI(WS-TV-TROVATA)
            MOVE ZERO TO WS-TV-IN-TOLL(WS-TV-TROVATA)
            MOVE ZERO TO WS-TV-FUORI-TOLL(WS-TV-TROVATA)
            MOVE ZERO TO WS-TV-TOT-CALCOLATO(WS-TV-TROVATA)
            MOVE ZERO TO WS-TV-TOT-ATTESO(WS-TV-TROVATA)
            MOVE ZERO TO WS-TV-TOT-DIFF(WS-TV-TROVATA)
            GO TO TROVA-TOTALE-OP-EXIT.
       TROVA-TOTALE-OP-EXIT.
            EXIT.

       CERCA-TOTALE-OP.
            IF WS-TV-OP(WS-TV-IX) = WS-OPERAZIONE
                MOVE WS-TV-IX TO WS-TV-TROVATA
            END-IF
            GO TO CERCA-TOTALE-OP-EXIT.
       CERCA-TOTALE-OP-EXIT.
            EXIT.

      *    IN CODA AL PROSPETTO: CONTEGGI E TOTALI PER OPERAZIONE, POI
      *    IL TOTALE GENERALE E L'ESITO DELLA VERIFICA.
       CHIUDI-VARIANZE.
            WRITE VAR-LINE FROM VAR-VUOTA-LINE
            IF WS-CONTA-VERIFICATI = ZERO
                MOVE 'NESSUN RECORD CON RISULTATO ATTESO'
                    TO VAR-ESITO-LINE
                WRITE VAR-LINE FROM VAR-ESITO-LINE
                CLOSE VARFILE
                GO TO CHIUDI-VARIANZE-EXIT
            END-IF
            PERFORM SCRIVI-TOTALE-OP THRU SCRIVI-TOTALE-OP-EXIT
                VARYING WS-TV-IX FROM 1 BY 1
                UNTIL WS-TV-IX > WS-QUANTE-TV
            MOVE 'TOTALE' TO VO-OP
            MOVE WS-CONTA-VERIFICATI TO VO-VERIFICATI
            MOVE WS-CONTA-CONCORDI TO VO-CONCORDI
            MOVE WS-CONTA-IN-TOLL TO VO-IN-TOLL
            MOVE WS-CONTA-FUORI-TOLL TO VO-FUORI-TOLL
            MOVE WS-TOT-CALCOLATO TO VT-CALCOLATO
            MOVE WS-TOT-ATTESO TO VT-ATTESO
            MOVE WS-TOT-DIFF TO VT-DIFFERENZA
            WRITE VAR-LINE FROM VAR-OP-LINE
            WRITE VAR-LINE FROM VAR-TOTALI-LINE
            WRITE VAR-LINE FROM VAR-VUOTA-LINE
            IF WS-CONTA-FUORI-TOLL > ZERO
                MOVE 'SCOSTAMENTI FUORI TOLLERANZA: RILASCIO AL '
                    & 'WAREHOUSE DA TRATTENERE (RC=28)'
                    TO VAR-ESITO-LINE
            ELSE
                MOVE 'NESSUNO SCOSTAMENTO FUORI TOLLERANZA'
                    TO VAR-ESITO-LINE
            END-IF
            WRITE VAR-LINE FROM VAR-ESITO-LINE
            CLOSE VARFILE
            GO TO CHIUDI-VARIANZE-EXIT.
       CHIUDI-VARIANZE-EXIT.
            EXIT.

       SCRIVI-TOTALE-OP.
            MOVE SPACES TO VO-OP
            MOVE WS-TV-OP(WS-TV-IX) TO VO-OP(1:1)
            MOVE WS-TV-VERIFICATI(WS-TV-IX) TO VO-VERIFICATI
            MOVE WS-TV-CONCORDI(WS-TV-IX) TO VO-CONCORDI
            MOVE WS-TV-IN-TOLL(WS-TV-IX) TO VO-IN-TOLL
            MOVE WS-TV-FUORI-TOLL(WS-TV-IX) TO VO-FUORI-TOLL
            MOVE WS-TV-TOT-CALCOLATO(WS-TV-IX) TO VT-CALCOLATO
            MOVE WS-TV-TOT-ATTESO(WS-TV-IX) TO VT-ATTESO
            MOVE WS-TV-TOT-DIFF(WS-TV-IX) TO VT-DIFFERENZA
            WRITE VAR-LINE FROM VAR-OP-LINE
            WRITE VAR-LINE FROM VAR-TOTALI-LINE
            GO TO SCRIVI-TOTALE-OP-EXIT.
       SCRIVI-TOTALE-OP-EXIT.
            EXIT.

      *    UNA RIGA DI RIEPILOGO SUL RUNLOG CONDIVISO A FINE GIRO:
      *    IL CONTROLLO DEL MATTINO LEGGE UN FILE SOLO INVECE DEI
      *    SYSOUT DEI SINGOLI JOB. UN RUNLOG NON APRIBILE AVVISA
            MOVE WS-RECORD-COUNT TO RL-ELABORATE
            MOVE WS-CONTA-SCARTI TO RL-SCARTATE
            MOVE RETURN-CODE TO RL-RC
            MOVE WS-DATA-ELABORAZIONE TO RL-DATA-ELAB
            WRITE RUNLOG-LINE FROM RUNLOG-DETAIL-LINE
            CLOSE RUNLOGFILE
            GO TO SCRIVI-RUNLOG-EXIT.
