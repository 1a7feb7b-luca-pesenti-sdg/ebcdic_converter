      *================================================================*
      *    NOME COPY     : FAMRPARM                                    *
      *    DESCRIZIONE   : SCHEDA PARAMETRI DELLA QUADRATURA MOVIMENTI *
      *                    / CONTABILITA' GENERALE PER FAMIGLIA DI     *
      *                    VOCE DI BILANCIO (CC1FAMR):                 *
      *                      DATA-CONT  = DATA CONTABILE DA QUADRARE   *
      *                                   (CCAAMMGG). A ZERO VALE LA   *
      *                                   DATA DEL PRIMO RIEPILOGO DI  *
      *                                   AMLXMOVS (O, IN SUA ASSENZA, *
      *                                   DEL PRIMO SALDO COGEFAMS);   *
      *                      TOLLERANZA = DIFFERENZA MASSIMA AMMESSA,  *
      *                                   IN VALORE ASSOLUTO, TRA      *
      *                                   MOVIMENTI E CONTABILITA' PER *
      *                                   OGNI IMPORTO DARE E AVERE.   *
      *                    IN ASSENZA DELLA SCHEDA, O CON TOLLERANZA A *
      *                    ZERO, VALE LA TOLLERANZA DI 1,00.           *
      *================================================================*
       01  FAMR-PARM-REC.
           05  FAMR-PARM-DATA-CONT       PIC 9(8).
           05  FAMR-PARM-TOLLERANZA      PIC 9(7)V99.
           05  FILLER                    PIC X(63).
