      ******************************************************************
      * Modification history:
      * 03/09/2026 MP  Created.
      * 15/10/2026 MP  New OPER-SUPERVISORE flag (supervisor authority
      *                for the four-eyes approval of high-value batch
      *                results), record 42 -> 43 bytes. The sequential
      *                input may carry it in column 43; anything but
      *                'S' loads as 'N', so a 42-byte unload of the
      *                current master converts with no supervisors and
      *                they are granted afterwards through OPERMANT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCONV.
           05 VR-NOME PIC X(30).
           05 VR-ATTIVO PIC X.
           05 VR-BATCH PIC X.
           05 VR-SUPERVISORE PIC X.
       FD  OPERFILE.
       01  OPER-RECORD.
           05 OPER-CODICE PIC X(10).
           05 OPER-NOME PIC X(30).
           05 OPER-ATTIVO PIC X.
           05 OPER-BATCH PIC X.
           05 OPER-SUPERVISORE PIC X.
       WORKING-STORAGE SECTION.
           01 WS-VECCHIO-STATUS PIC X(2).
           01 WS-OPER-STATUS PIC X(2).
            MOVE VR-NOME TO OPER-NOME
            MOVE VR-ATTIVO TO OPER-ATTIVO
            MOVE VR-BATCH TO OPER-BATCH
            IF VR-SUPERVISORE = 'S'
                MOVE 'S' TO OPER-SUPERVISORE
            ELSE
                MOVE 'N' TO OPER-SUPERVISORE
            END-IF
            WRITE OPER-RECORD
                INVALID KEY
                    DISPLAY 'RECORD SCARTATO: CODICE DOPPIO O FUORI '
