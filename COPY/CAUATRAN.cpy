      *                      R = RESPINGE LA PROPOSTA                  *
      *                    L'OPERATORE AUTORIZZANTE DEVE ESSERE        *
      *                    DIVERSO DAL PROPONENTE DELLA PROPOSTA.      *
      *                    CON IL NUMERO PROPOSTA A ZERO E IL          *
      *                    RIFERIMENTO DEL LOTTO VALORIZZATO L'AZIONE  *
      *                    RIGUARDA TUTTE LE PROPOSTE IN ATTESA DEL    *
      *                    LOTTO (VARIAZIONI MASSIVE DI CC1CAUM): UNA  *
      *                    SOLA DECISIONE LE ELENCA, APPROVA O         *
      *                    RESPINGE TUTTE.                             *
      *================================================================*
       01  CAUA-TRAN-REC.
           05  CAUA-TRAN-AZIONE          PIC X.
           05  CAUA-TRAN-NUMERO          PIC 9(6).
           05  CAUA-TRAN-OPERATORE       PIC X(5).
           05  CAUA-TRAN-MOTIVO          PIC X(30).
           05  CAUA-TRAN-RIF-LOTTO       PIC X(8).
           05  FILLER                    PIC X(30).
