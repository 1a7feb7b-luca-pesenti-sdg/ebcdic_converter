      *================================================================*
      *    NOME COPY     : PUBBFIL                                     *
      *    DESCRIZIONE   : SITUAZIONE DEI CARICAMENTI CAUSALI PER      *
      *                    FILIALE (FILE PUBBFIL, GESTITO DA CC1PUBR,  *
      *                    UN RECORD PER FILIALE IN ORDINE DI CODICE). *
      *                    CONSERVA L'ULTIMA FOTOGRAFIA CARICATA CON   *
      *                    SUCCESSO E CON CONTEGGIO QUADRATO, LA SUA   *
      *                    DATA DI CARICAMENTO E L'INDICATORE DI       *
      *                    FILIALE DA RIALLINEARE CON UNA FOTOGRAFIA   *
      *                    COMPLETA (SPENTO SOLO DAL CARICAMENTO       *
      *                    CORRETTO DI UNA FOTOGRAFIA COMPLETA). LE    *
      *                    FILIALI ENTRANO NEL FILE ALLA PRIMA         *
      *                    CONFERMA RICEVUTA.                          *
      *    LUNGHEZZA     : 80                                          *
      *================================================================*
       01  PFIL-REC.
           05  PFIL-FILIALE              PIC X(5).
           05  PFIL-ULT-NUMERO           PIC 9(6).
           05  PFIL-ULT-MODO             PIC X.
           05  PFIL-DATA-CARIC           PIC 9(8).
           05  PFIL-FLAG-COMPLETA        PIC X.
               88  PFIL-DA-RIALLINEARE       VALUE 'S'.
           05  PFIL-ULT-ANOMALIA         PIC X(50).
           05  FILLER                    PIC X(9).
