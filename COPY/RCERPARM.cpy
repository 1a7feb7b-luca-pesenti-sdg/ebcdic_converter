      *================================================================*
      *    NOME COPY     : RCERPARM                                    *
      *    DESCRIZIONE   : SCHEDA PARAMETRI DELLA RICERTIFICAZIONE     *
      *                    PERIODICA DEGLI ACCESSI OPERATORI CC1RCER:  *
      *                    DATA DI RIFERIMENTO (AAMMGG, FINESTRA DI    *
      *                    SECOLO A CARICO DEL PROGRAMMA), NUMERO DI   *
      *                    MESI DEL PERIODO ESAMINATO E NUMERO MINIMO  *
      *                    DI APPROVAZIONI IN CIASCUNA DIREZIONE OLTRE *
      *                    IL QUALE UNA COPPIA DI OPERATORI CHE SI     *
      *                    APPROVANO A VICENDA E' SEGNALATA (ZERO = 2).*
      *================================================================*
       01  RCER-PARM-REC.
           05  RCER-PARM-DATA-RIF        PIC 9(6).
           05  RCER-PARM-MESI            PIC 9(3).
           05  RCER-PARM-SOGLIA          PIC 9(3).
           05  FILLER                    PIC X(68).
