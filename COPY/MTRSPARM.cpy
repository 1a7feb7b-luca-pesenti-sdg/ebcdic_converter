      *================================================================*
      *    NOME COPY     : MTRSPARM                                    *
      *    DESCRIZIONE   : SCHEDA PARAMETRI DELLO SCADENZIARIO DELLE   *
      *                    POSIZIONI IN DIVISA (CC1MTRS): DATA DI      *
      *                    RIFERIMENTO (AAMMGG) RISPETTO ALLA QUALE    *
      *                    CALCOLARE LE FASCE DI SCADENZA. IN ASSENZA  *
      *                    DELLA SCHEDA, O CON DATA A ZERO, VALE LA    *
      *                    DATA DI SISTEMA.                            *
      *================================================================*
       01  MTRS-PARM-REC.
           05  MTRS-PARM-DATA-RIF        PIC 9(6).
           05  FILLER                    PIC X(74).
