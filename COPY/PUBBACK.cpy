      *================================================================*
      *    NOME COPY     : PUBBACK                                     *
      *    DESCRIZIONE   : CONFERMA DI CARICAMENTO RESTITUITA DAI      *
      *                    SERVER DI FILIALE DOPO IL CARICAMENTO DI    *
      *                    UNA FOTOGRAFIA CAUSALI O DI UN FLUSSO DELTA *
      *                    PRODOTTI DA CC1PUBB (FILE PUBBACK, UN       *
      *                    RECORD PER CARICAMENTO IN ORDINE DI         *
      *                    ARRIVO). RIPORTA LA FILIALE, IL NUMERO      *
      *                    LETTO SUL RECORD DI TESTA (CSNP-H-NUMERO),  *
      *                    LA MODALITA' DEL FLUSSO (F = FOTOGRAFIA     *
      *                    COMPLETA, D = DELTA), L'ESITO E IL NUMERO   *
      *                    DI DETTAGLI EFFETTIVAMENTE CARICATI, DA     *
      *                    CONFRONTARE CON IL CONTEGGIO DI CODA        *
      *                    (CSNP-T-CONT-RECORD). SOLO FORMATO DISPLAY  *
      *                    PER IL TRASFERIMENTO EBCDIC/ASCII.          *
      *    LUNGHEZZA     : 80                                          *
      *================================================================*
       01  PACK-REC.
           05  PACK-FILIALE              PIC X(5).
           05  PACK-NUMERO               PIC 9(6).
           05  PACK-MODO                 PIC X.
               88  PACK-MODO-COMPLETO        VALUE 'F'.
               88  PACK-MODO-DELTA           VALUE 'D'.
           05  PACK-ESITO                PIC X.
               88  PACK-ESITO-OK             VALUE 'O'.
               88  PACK-ESITO-ERRORE         VALUE 'E'.
           05  PACK-CONT-CARICATI        PIC 9(9).
           05  PACK-DATA-CARIC           PIC 9(8).
           05  PACK-ORA-CARIC            PIC 9(6).
           05  FILLER                    PIC X(44).
