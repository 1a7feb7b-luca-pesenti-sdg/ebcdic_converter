      *================================================================*
      *    NOME COPY     : GOLVPARM                                    *
      *    DESCRIZIONE   : SCHEDA PARAMETRI DEL CONTROLLO DI PRONTEZZA *
      *                    AL CAMBIO DI VERSIONE CC1GOLV: DATA DI      *
      *                    RIFERIMENTO FUTURA (AAMMGG) ALLA QUALE      *
      *                    COSTRUIRE LA TABELLA IN VIGORE E DATA       *
      *                    CORRENTE (AAMMGG) RISPETTO ALLA QUALE       *
      *                    INDIVIDUARE LE CAUSALI CHE CAMBIANO; DATA   *
      *                    CORRENTE A ZERO = DATA DI SISTEMA.          *
      *================================================================*
       01  GOLV-PARM-REC.
           05  GOLV-PARM-DATA-RIF        PIC 9(6).
           05  GOLV-PARM-DATA-CORR       PIC 9(6).
           05  FILLER                    PIC X(68).
