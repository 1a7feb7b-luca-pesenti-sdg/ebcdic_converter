      *                    LUNGHE 298 BYTE COME IL RECORD CC0CAUSA.    *
      *                    L'OPERATORE AUTORIZZANTE E' VALORIZZATO     *
      *                    QUANDO LA MODIFICA E' STATA APPLICATA DAL   *
      *                    PROGRAMMA DI APPROVAZIONE CC1CAUA. PER LE   *
      *                    NUOVE VERSIONI DA VARIAZIONE MASSIVA        *
      *                    L'IMMAGINE PRIMA RIPORTA LA VERSIONE DI     *
      *                    PARTENZA DA CUI E' STATA DERIVATA.          *
      *    LUNGHEZZA     : 678                                         *
      *================================================================*
       01  CAUJ-REC.
