      *================================================================*
      *    NOME COPY     : DOSSTRAN                                    *
      *    DESCRIZIONE   : RECORD DI RICHIESTA PER IL DOSSIER DI       *
      *                    CAUSALE CC1DOSS. UNA RIGA PER OGNI CAUSALE  *
      *                    (ID E COD.CAU OBBLIGATORI) DI CUI STAMPARE  *
      *                    IL DOSSIER COMPLETO. LA DATA DI RIFERIMENTO *
      *                    (AAMMGG) INDIVIDUA LE VERSIONI IN VIGORE    *
      *                    PER LE IMPOSTAZIONI CORRENTI; A ZERO VALE   *
      *                    LA DATA DI SISTEMA.                         *
      *================================================================*
       01  DOSS-TRAN-REC.
           05  DOSS-TRAN-ID              PIC X(4).
           05  DOSS-TRAN-COD-CAU         PIC X(6).
           05  DOSS-TRAN-DATA-RIF        PIC 9(6).
           05  FILLER                    PIC X(64).
