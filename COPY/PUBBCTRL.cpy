      *                    FOTOGRAFIA E DEL FLUSSO DELTA COSI' CHE LE  *
      *                    FILIALI POSSANO VERIFICARE LA SEQUENZA DEI  *
      *                    CARICAMENTI. IN ASSENZA DEL FILE LA         *
      *                    NUMERAZIONE RIPARTE DA 1. MODALITA' E       *
      *                    CONTEGGI DI CODA (CSNP-T-CONT-RECORD) DELLA *
      *                    FOTOGRAFIA E DEL DELTA DELL'ULTIMA CORSA    *
      *                    SERVONO AL RISCONTRO DEI CARICAMENTI DI     *
      *                    FILIALE (CC1PUBR); IL CONTEGGIO DELTA E' A  *
      *                    ZERO SE LA CORSA ERA IN MODALITA' COMPLETA. *
      *================================================================*
       01  PUBB-CTRL-REC.
           05  PUBB-CTRL-ULT-NUMERO      PIC 9(6).
           05  PUBB-CTRL-DATA-RIF        PIC 9(6).
           05  PUBB-CTRL-DATA-ELAB       PIC 9(8).
           05  PUBB-CTRL-MODO            PIC X.
               88  PUBB-CTRL-COMPLETO        VALUE 'F'.
               88  PUBB-CTRL-DELTA           VALUE 'D'.
           05  PUBB-CTRL-CONT-FOTO       PIC 9(9).
           05  PUBB-CTRL-CONT-DELTA      PIC 9(9).
           05  FILLER                    PIC X(41).
