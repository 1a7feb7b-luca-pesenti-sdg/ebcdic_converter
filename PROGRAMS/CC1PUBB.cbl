      *  STORIA DELLE MODIFICHE                                        *
      *  DATA        AUTORE   DESCRIZIONE                              *
      *  02/09/2026  UFSIS    PRIMA VERSIONE DEL PROGRAMMA.            *
      *  15/10/2026  UFSIS    IL FILE DI CONTROLLO PUBBCTRL RIPORTA    *
      *                       ANCHE MODALITA' E CONTEGGI DI CODA DI    *
      *                       FOTOGRAFIA E DELTA, PER IL RISCONTRO DEI *
      *                       CARICAMENTI DI FILIALE (CC1PUBR).        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CC1PUBB.

      *----------------------------------------------------------------*
      *  7100-AGGIORNA-CONTROLLO : RISCRIVE IL FILE DI CONTROLLO CON   *
      *  IL NUMERO DELLA FOTOGRAFIA APPENA PUBBLICATA, LA MODALITA' E  *
      *  I CONTEGGI SCRITTI SUI RECORD DI CODA                         *
      *----------------------------------------------------------------*
       7100-AGGIORNA-CONTROLLO.
           OPEN OUTPUT PUBB-CTRL.
           MOVE WS-NUMERO-SNAP      TO PUBB-CTRL-ULT-NUMERO.
           MOVE WS-DATA-RIFERIMENTO TO PUBB-CTRL-DATA-RIF.
           MOVE WS-DATA-ELAB        TO PUBB-CTRL-DATA-ELAB.
           MOVE WS-FLAG-MODO        TO PUBB-CTRL-MODO.
           MOVE WS-CONT-VIGORE      TO PUBB-CTRL-CONT-FOTO.
           MOVE WS-CONT-DELTA       TO PUBB-CTRL-CONT-DELTA.
           WRITE PUBB-CTRL-REC.
           CLOSE PUBB-CTRL.
       7100-AGGIORNA-CONTROLLO-EXIT.
