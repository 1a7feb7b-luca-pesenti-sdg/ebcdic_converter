      *                    E = PROPONE LA CESSAZIONE DI UNA VERSIONE   *
      *                        DATATA, IDENTIFICATA DALLA CHIAVE       *
      *                        COMPLETA ID/COD-CAU/DATA-VALIDITA'.     *
      *                    M = VARIAZIONE MASSIVA: SELEZIONA LE        *
      *                        CAUSALI PER INTERVALLO DI ID, VOCE      *
      *                        FAMIGLIA DI BILANCIO E/O FLAG           *
      *                        FATTURAZIONE DELLA VERSIONE IN VIGORE   *
      *                        ALLA DATA DI VALIDITA' E PROPONE PER    *
      *                        CIASCUNA UNA NUOVA VERSIONE (V) CON I   *
      *                        CAMPI VARIATI, TUTTE SOTTO IL LOTTO     *
      *                        DELLA SCHEDA.                           *
      *                  LE AZIONI DI AGGIORNAMENTO (A/E) NON TOCCANO  *
      *                  PIU' DIRETTAMENTE LA TABELLA: VENGONO         *
      *                  REGISTRATE COME PROPOSTE IN ATTESA SUL FILE   *
      *                       OPERATORI SCONOSCIUTI, NON ATTIVI,       *
      *                       FUORI VALIDITA' O SENZA PROFILO          *
      *                       PROPONENTE SONO RESPINTE SUL TABULATO.   *
      *  15/10/2026  UFSIS    VARIAZIONE MASSIVA (AZIONE M): UNA       *
      *                       PROPOSTA DI NUOVA VERSIONE PER OGNI      *
      *                       CAUSALE SELEZIONATA, SOTTO UN LOTTO      *
      *                       COMUNE (NON GIA' USATO SU CAUPROPS) CHE  *
      *                       CC1CAUA DECIDE CON UNA SOLA SCHEDA.      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CC1CAUM.
               88  WS-OPERMAST-APERTO        VALUE 'S'.
           05  WS-FLAG-OPER-VALIDO       PIC X       VALUE 'N'.
               88  WS-OPERATORE-VALIDO       VALUE 'S'.
           05  WS-FLAG-FINE-MASSIVA      PIC X       VALUE 'N'.
               88  WS-FINE-MASSIVA           VALUE 'S'.
           05  WS-FLAG-LOTTO-USATO       PIC X       VALUE 'N'.
               88  WS-LOTTO-GIA-USATO        VALUE 'S'.
           05  WS-FLAG-VIGORE            PIC X       VALUE 'N'.
               88  WS-VIGORE-TROVATA         VALUE 'S'.
           05  WS-FLAG-STESSA-DATA       PIC X       VALUE 'N'.
               88  WS-ESISTE-STESSA-DATA     VALUE 'S'.
           05  WS-FLAG-SUCCESSIVA        PIC X       VALUE 'N'.
               88  WS-ESISTE-SUCCESSIVA      VALUE 'S'.
           05  WS-FLAG-DIFFERENZA        PIC X       VALUE 'N'.
               88  WS-VALORI-DIFFERENTI      VALUE 'S'.

       01  WS-CONTROLLO-OPERATORE.
           05  WS-OPER-RICHIESTO         PIC X(5).
           05  WS-CONT-ELENCATE          PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-PROPOSTE          PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-ERRORI            PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-MAS-SELEZIONATE   PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-MAS-PROPOSTE      PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-MAS-SCARTATE      PIC 9(7)    COMP-3 VALUE ZERO.

       01  WS-DATA-ORA-ELAB.
           05  WS-DATA-ELAB              PIC 9(8).

       01  WS-PROX-NUMERO                PIC 9(6)    VALUE ZERO.

      *    SCHEDA DI VARIAZIONE MASSIVA IN CORSO E CRITERI DI SELEZIONE.
      *    IL RECORD DI TRANSAZIONE VIENE RIUSATO PER COMPORRE LE
      *    SCHEDE DI NUOVA VERSIONE (V) CONSERVATE NELLE PROPOSTE.
       01  WS-VARIAZIONE-MASSIVA.
           05  WS-SCHEDA-MASSIVA         PIC X(100).
           05  WS-MAS-ID-DA              PIC X(4).
           05  WS-MAS-ID-A               PIC X(4).
           05  WS-MAS-FAM-BIL            PIC X(2).
           05  WS-MAS-FAM-BIL-N REDEFINES WS-MAS-FAM-BIL
                                         PIC 9(2).
           05  WS-MAS-FLAG-FATT          PIC X.
           05  WS-MAS-DATA-8             PIC 9(8).
           05  WS-MAS-GRUPPO             PIC X(20).
           05  WS-MAS-CHIAVE-CORRENTE    PIC X(20).
           05  WS-MAS-VIGORE-DATA-8      PIC 9(8).
           05  WS-MAS-VERSIONE-DATA-8    PIC 9(8).
           05  WS-MAS-IX                 PIC 9(4)    COMP.
           05  WS-MAS-VAR-VALIDE         PIC 9(4)    COMP.
           05  WS-MAS-VAR-ERRATE         PIC 9(4)    COMP.
           05  WS-VALORE-ATTUALE         PIC X(4).
           05  WS-VALORE-NUOVO           PIC X(4).
           05  WS-MAS-MOTIVO             PIC X(40).

      *    VERSIONE IN VIGORE ALLA DATA DELLA VARIAZIONE PER LA CAUSALE
      *    IN ESAME: E' LA VERSIONE DI PARTENZA DELLA NUOVA VERSIONE.
       01  WS-VERSIONE-VIGORE.
           COPY CC0CAUSA.

       01  WS-DATA-6-CIFRE               PIC 9(6).
       01  WS-DATA-6-CIFRE-R REDEFINES WS-DATA-6-CIFRE.
           05  WS-DATA-6-AA              PIC 9(2).
           05  WS-DATA-6-MMGG            PIC 9(4).
       01  WS-DATA-8-CIFRE               PIC 9(8).

       01  WS-TESTI-DECODIFICA.
           05  WS-TESTO-SEGNO            PIC X(10).
           05  WS-TESTO-FLAG-COMP        PIC X(3).
           05  FILLER          PIC X(2)  VALUE "  ".
           05  WS-RF-MOTIVO    PIC X(40).

       01  WS-RIGA-TESTA-MASSIVA.
           05  FILLER          PIC X(25) VALUE
               "VARIAZIONE MASSIVA LOTTO ".
           05  WS-RM-LOTTO     PIC X(8).
           05  FILLER          PIC X(5)  VALUE " DAL ".
           05  WS-RM-DATA      PIC X(10).
           05  FILLER          PIC X(7)  VALUE "  OPER=".
           05  WS-RM-OPER      PIC X(5).
           05  FILLER          PIC X(6)  VALUE "  ID=".
           05  WS-RM-ID-DA     PIC X(4).
           05  FILLER          PIC X     VALUE "-".
           05  WS-RM-ID-A      PIC X(4).
           05  FILLER          PIC X(6)  VALUE "  FB=".
           05  WS-RM-FAM-BIL   PIC X(2).
           05  FILLER          PIC X(6)  VALUE "  FF=".
           05  WS-RM-FLAG-FATT PIC X.
           05  FILLER          PIC X(3)  VALUE "  ".
           05  WS-RM-VARIAZIONI.
               10  WS-RM-VAR   OCCURS 3.
                   15  WS-RM-VAR-COD    PIC X(2).
                   15  FILLER           PIC X     VALUE "=".
                   15  WS-RM-VAR-VALORE PIC X(4).
                   15  FILLER           PIC X     VALUE SPACE.

       01  WS-RIGA-SCARTO-MASSIVA.
           05  WS-RS-ESITO     PIC X(15).
           05  WS-RS-ID        PIC X(4).
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-RS-COD-CAU   PIC X(6).
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-RS-RESTO     PIC X(10).
           05  FILLER          PIC X(2)  VALUE "  ".
           05  WS-RS-MOTIVO    PIC X(50).

       01  WS-RIGA-TOTALI-MASSIVA.
           05  FILLER          PIC X(20) VALUE "  TOTALI LOTTO ".
           05  WS-RTM-LOTTO    PIC X(8).
           05  FILLER          PIC X(15) VALUE ": SELEZIONATE=".
           05  WS-RTM-SELEZIONATE PIC ZZZ.ZZ9.
           05  FILLER          PIC X(11) VALUE "  PROPOSTE=".
           05  WS-RTM-PROPOSTE PIC ZZZ.ZZ9.
           05  FILLER          PIC X(11) VALUE "  SCARTATE=".
           05  WS-RTM-SCARTATE PIC ZZZ.ZZ9.

       01  WS-RIGA-TOTALI.
           05  FILLER          PIC X(18) VALUE "TOTALI: ELENCATE=".
           05  WS-RT-ELENCATE  PIC ZZZ.ZZ9.
               WHEN CAUM-AZ-CESSAZIONE
                   PERFORM 3200-REGISTRA-PROPOSTA
                       THRU 3200-REGISTRA-PROPOSTA-EXIT
               WHEN CAUM-AZ-VAR-MASSIVA
                   PERFORM 3300-VARIAZIONE-MASSIVA
                       THRU 3300-VARIAZIONE-MASSIVA-EXIT
               WHEN OTHER
                   DISPLAY "CC1CAUM - AZIONE NON VALIDA: "
                           CAUM-TRAN-AZIONE
       3200-REGISTRA-PROPOSTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3300-VARIAZIONE-MASSIVA : CONTROLLA LA SCHEDA M (OPERATORE,   *
      *  LOTTO NON GIA' USATO, DATA, CRITERI E VARIAZIONI) E SCORRE LA *
      *  TABELLA CAUSALI NELL'INTERVALLO DI ID, PROPONENDO UNA NUOVA   *
      *  VERSIONE (V) PER OGNI CAUSALE LA CUI VERSIONE IN VIGORE ALLA  *
      *  DATA SODDISFA I CRITERI. LA TABELLA NON VIENE TOCCATA.        *
      *----------------------------------------------------------------*
       3300-VARIAZIONE-MASSIVA.
           IF CAUM-TRAN-OPERATORE = SPACES
               MOVE "OPERATORE ASSENTE" TO WS-MAS-MOTIVO
               GO TO 3300-VARIAZIONE-RESPINTA
           END-IF.

           MOVE CAUM-TRAN-OPERATORE TO WS-OPER-RICHIESTO.
           MOVE "P"                 TO WS-PROFILO-RICHIESTO.
           PERFORM 8500-CONTROLLA-OPERATORE
               THRU 8500-CONTROLLA-OPERATORE-EXIT.
           IF NOT WS-OPERATORE-VALIDO
               MOVE WS-OPER-MOTIVO TO WS-MAS-MOTIVO
               GO TO 3300-VARIAZIONE-RESPINTA
           END-IF.

           IF CAUM-TRAN-RIF-LOTTO = SPACES
               MOVE "RIFERIMENTO LOTTO OBBLIGATORIO" TO WS-MAS-MOTIVO
               GO TO 3300-VARIAZIONE-RESPINTA
           END-IF.

           IF CAUM-TRAN-DATA-VALID NOT NUMERIC OR
              CAUM-TRAN-DATA-VALID = ZERO
               MOVE "DATA DI VALIDITA' ASSENTE O ERRATA"
                   TO WS-MAS-MOTIVO
               GO TO 3300-VARIAZIONE-RESPINTA
           END-IF.

      *    SENZA ALMENO UN CRITERIO LA VARIAZIONE INVESTIREBBE L'INTERA
      *    TABELLA: NON E' AMMESSA.
           IF CAUM-TRAN-SEL-ID-DA = SPACES AND
              CAUM-TRAN-SEL-ID-A = SPACES AND
              CAUM-TRAN-SEL-FAM-BIL = SPACES AND
              CAUM-TRAN-SEL-FLAG-FATT = SPACE
               MOVE "NESSUN CRITERIO DI SELEZIONE" TO WS-MAS-MOTIVO
               GO TO 3300-VARIAZIONE-RESPINTA
           END-IF.

           IF CAUM-TRAN-SEL-FAM-BIL NOT = SPACES AND
              CAUM-TRAN-SEL-FAM-BIL NOT NUMERIC
               MOVE "VOCE FAMIGLIA BILANCIO NON NUMERICA"
                   TO WS-MAS-MOTIVO
               GO TO 3300-VARIAZIONE-RESPINTA
           END-IF.

      *    ID-A A BLANK: SOLO L'ID DI PARTENZA (O NESSUN LIMITE SE
      *    ANCHE ID-DA E' A BLANK).
           MOVE CAUM-TRAN-SEL-ID-DA TO WS-MAS-ID-DA.
           MOVE CAUM-TRAN-SEL-ID-A  TO WS-MAS-ID-A.
           IF WS-MAS-ID-A = SPACES
               IF WS-MAS-ID-DA = SPACES
                   MOVE HIGH-VALUES TO WS-MAS-ID-A
               ELSE
                   MOVE WS-MAS-ID-DA TO WS-MAS-ID-A
               END-IF
           END-IF.
           IF WS-MAS-ID-A < WS-MAS-ID-DA
               MOVE "INTERVALLO DI ID ERRATO" TO WS-MAS-MOTIVO
               GO TO 3300-VARIAZIONE-RESPINTA
           END-IF.

           MOVE ZERO TO WS-MAS-VAR-VALIDE.
           MOVE ZERO TO WS-MAS-VAR-ERRATE.
           MOVE 1    TO WS-MAS-IX.
           PERFORM 3310-CONTROLLA-VARIAZIONE
               THRU 3310-CONTROLLA-VARIAZIONE-EXIT
               UNTIL WS-MAS-IX > 3.
           IF WS-MAS-VAR-ERRATE > ZERO OR WS-MAS-VAR-VALIDE = ZERO
               MOVE "VARIAZIONI ASSENTI O CODICE CAMPO ERRATO"
                   TO WS-MAS-MOTIVO
               GO TO 3300-VARIAZIONE-RESPINTA
           END-IF.

           PERFORM 3320-CONTROLLA-LOTTO
               THRU 3320-CONTROLLA-LOTTO-EXIT.
           IF WS-LOTTO-GIA-USATO
               MOVE "LOTTO GIA' PRESENTE SUL FILE PROPOSTE"
                   TO WS-MAS-MOTIVO
               GO TO 3300-VARIAZIONE-RESPINTA
           END-IF.

           MOVE CAUM-TRAN-REC           TO WS-SCHEDA-MASSIVA.
           MOVE CAUM-TRAN-SEL-FAM-BIL   TO WS-MAS-FAM-BIL.
           MOVE CAUM-TRAN-SEL-FLAG-FATT TO WS-MAS-FLAG-FATT.
           MOVE CAUM-TRAN-DATA-VALID    TO WS-DATA-6-CIFRE.
           PERFORM 8200-DATA-8-CIFRE
               THRU 8200-DATA-8-CIFRE-EXIT.
           MOVE WS-DATA-8-CIFRE TO WS-MAS-DATA-8.
           MOVE ZERO TO WS-CONT-MAS-SELEZIONATE.
           MOVE ZERO TO WS-CONT-MAS-PROPOSTE.
           MOVE ZERO TO WS-CONT-MAS-SCARTATE.

           PERFORM 3330-STAMPA-TESTA-MASSIVA
               THRU 3330-STAMPA-TESTA-MASSIVA-EXIT.

           MOVE "N"        TO WS-FLAG-FINE-MASSIVA.
           MOVE SPACES     TO WS-MAS-GRUPPO.
           MOVE LOW-VALUES TO CCAU-KEY-OUT OF CAUSALE-REC.
           IF WS-MAS-ID-DA NOT = SPACES
               MOVE WS-MAS-ID-DA TO CCAU-ID-OUT OF CAUSALE-REC
           END-IF.
           START CAUSALE-FILE KEY IS NOT LESS THAN
                 CCAU-KEY-OUT OF CAUSALE-REC
               INVALID KEY
                   MOVE "S" TO WS-FLAG-FINE-MASSIVA
           END-START.

           PERFORM 3340-LEGGI-CAUSALE-MASSIVA
               THRU 3340-LEGGI-CAUSALE-MASSIVA-EXIT
               UNTIL WS-FINE-MASSIVA.
           PERFORM 3350-CHIUDI-CAUSALE
               THRU 3350-CHIUDI-CAUSALE-EXIT.

           MOVE WS-SCHEDA-MASSIVA       TO CAUM-TRAN-REC.
           MOVE CAUM-TRAN-RIF-LOTTO     TO WS-RTM-LOTTO.
           MOVE WS-CONT-MAS-SELEZIONATE TO WS-RTM-SELEZIONATE.
           MOVE WS-CONT-MAS-PROPOSTE    TO WS-RTM-PROPOSTE.
           MOVE WS-CONT-MAS-SCARTATE    TO WS-RTM-SCARTATE.
           MOVE WS-RIGA-TOTALI-MASSIVA TO CAUM-REPORT-LINEA.
           WRITE CAUM-REPORT-LINEA.
           GO TO 3300-VARIAZIONE-MASSIVA-EXIT.

       3300-VARIAZIONE-RESPINTA.
           MOVE CAUM-TRAN-AZIONE    TO WS-RF-AZIONE.
           MOVE CAUM-TRAN-SEL-ID-DA TO WS-RF-ID.
           MOVE CAUM-TRAN-RIF-LOTTO TO WS-RF-COD-CAU.
           MOVE CAUM-TRAN-OPERATORE TO WS-RF-OPER.
           MOVE WS-MAS-MOTIVO       TO WS-RF-MOTIVO.
           MOVE WS-RIGA-RIFIUTO TO CAUM-REPORT-LINEA.
           WRITE CAUM-REPORT-LINEA.
           ADD 1 TO WS-CONT-ERRORI.
       3300-VARIAZIONE-MASSIVA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3310-CONTROLLA-VARIAZIONE : VERIFICA IL CODICE CAMPO DELLA    *
      *  VARIAZIONE WS-MAS-IX (A BLANK = NON USATA); I CAMPI NUMERICI  *
      *  DELLA TABELLA (OI, FB) RICHIEDONO UN VALORE NUMERICO.         *
      *----------------------------------------------------------------*
       3310-CONTROLLA-VARIAZIONE.
           IF CAUM-TRAN-VAR-COD(WS-MAS-IX) = SPACES
               GO TO 3310-CONTROLLA-VARIAZIONE-FINE
           END-IF.

           EVALUATE CAUM-TRAN-VAR-COD(WS-MAS-IX)
               WHEN "IV"
               WHEN "FF"
               WHEN "AR"
               WHEN "CR"
               WHEN "SW"
               WHEN "PS"
               WHEN "CB"
               WHEN "AT"
                   ADD 1 TO WS-MAS-VAR-VALIDE
               WHEN "OI"
               WHEN "FB"
                   IF CAUM-TRAN-VAR-VALORE(WS-MAS-IX)(1:2) NUMERIC
                       ADD 1 TO WS-MAS-VAR-VALIDE
                   ELSE
                       ADD 1 TO WS-MAS-VAR-ERRATE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-MAS-VAR-ERRATE
           END-EVALUATE.
       3310-CONTROLLA-VARIAZIONE-FINE.
           ADD 1 TO WS-MAS-IX.
       3310-CONTROLLA-VARIAZIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3320-CONTROLLA-LOTTO : IL LOTTO DELLA VARIAZIONE MASSIVA NON  *
      *  DEVE ESSERE GIA' PRESENTE SUL FILE PROPOSTE, ALTRIMENTI LA    *
      *  DECISIONE PER LOTTO DI CC1CAUA INVESTIREBBE ANCHE PROPOSTE    *
      *  ESTRANEE ALLA VARIAZIONE.                                     *
      *----------------------------------------------------------------*
       3320-CONTROLLA-LOTTO.
           MOVE "N" TO WS-FLAG-LOTTO-USATO.
           MOVE "N" TO WS-FLAG-FINE-PROPOSTE.
           MOVE LOW-VALUES TO CAUP-NUMERO OF CAUP-REC.
           START PROPOSTE-FILE KEY IS NOT LESS THAN
                 CAUP-NUMERO OF CAUP-REC
               INVALID KEY
                   MOVE "S" TO WS-FLAG-FINE-PROPOSTE
           END-START.

           PERFORM 3321-LEGGI-PROPOSTA-LOTTO
               THRU 3321-LEGGI-PROPOSTA-LOTTO-EXIT
               UNTIL WS-FINE-PROPOSTE OR WS-LOTTO-GIA-USATO.
       3320-CONTROLLA-LOTTO-EXIT.
           EXIT.

       3321-LEGGI-PROPOSTA-LOTTO.
           READ PROPOSTE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FLAG-FINE-PROPOSTE
                   GO TO 3321-LEGGI-PROPOSTA-LOTTO-EXIT
           END-READ.
           IF CAUP-RIF-LOTTO = CAUM-TRAN-RIF-LOTTO
               MOVE "S" TO WS-FLAG-LOTTO-USATO
           END-IF.
       3321-LEGGI-PROPOSTA-LOTTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3330-STAMPA-TESTA-MASSIVA : RIGA DI TESTA DEL LOTTO CON       *
      *  CRITERI DI SELEZIONE E VARIAZIONI RICHIESTE                   *
      *----------------------------------------------------------------*
       3330-STAMPA-TESTA-MASSIVA.
           MOVE CAUM-TRAN-DATA-VALID TO DATECNV-INPUT-6.
           PERFORM 8100-FORMATTA-DATA
               THRU 8100-FORMATTA-DATA-EXIT.

           MOVE CAUM-TRAN-RIF-LOTTO     TO WS-RM-LOTTO.
           MOVE DATECNV-OUTPUT-10       TO WS-RM-DATA.
           MOVE CAUM-TRAN-OPERATORE     TO WS-RM-OPER.
           MOVE CAUM-TRAN-SEL-ID-DA     TO WS-RM-ID-DA.
           MOVE CAUM-TRAN-SEL-ID-A      TO WS-RM-ID-A.
           MOVE CAUM-TRAN-SEL-FAM-BIL   TO WS-RM-FAM-BIL.
           MOVE CAUM-TRAN-SEL-FLAG-FATT TO WS-RM-FLAG-FATT.
           MOVE CAUM-TRAN-VAR-COD(1)    TO WS-RM-VAR-COD(1).
           MOVE CAUM-TRAN-VAR-VALORE(1) TO WS-RM-VAR-VALORE(1).
           MOVE CAUM-TRAN-VAR-COD(2)    TO WS-RM-VAR-COD(2).
           MOVE CAUM-TRAN-VAR-VALORE(2) TO WS-RM-VAR-VALORE(2).
           MOVE CAUM-TRAN-VAR-COD(3)    TO WS-RM-VAR-COD(3).
           MOVE CAUM-TRAN-VAR-VALORE(3) TO WS-RM-VAR-VALORE(3).
           MOVE WS-RIGA-TESTA-MASSIVA TO CAUM-REPORT-LINEA.
           WRITE CAUM-REPORT-LINEA.
       3330-STAMPA-TESTA-MASSIVA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3340-LEGGI-CAUSALE-MASSIVA : LETTURA SEQUENZIALE DELLE        *
      *  VERSIONI NELL'INTERVALLO DI ID. LE VERSIONI DI UNA CAUSALE    *
      *  (STESSO ID/COD-CAU/RESTO) SONO CONTIGUE IN CHIAVE: AL CAMBIO  *
      *  DI CAUSALE SI CHIUDE LA PRECEDENTE. PER OGNI CAUSALE SI       *
      *  TIENE LA VERSIONE IN VIGORE (ULTIMA ANTERIORE ALLA DATA) E SI *
      *  NOTA SE ESISTONO VERSIONI ALLA DATA O SUCCESSIVE.             *
      *----------------------------------------------------------------*
       3340-LEGGI-CAUSALE-MASSIVA.
           READ CAUSALE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FLAG-FINE-MASSIVA
                   GO TO 3340-LEGGI-CAUSALE-MASSIVA-EXIT
           END-READ.

           IF CCAU-ID-OUT OF CAUSALE-REC > WS-MAS-ID-A
               MOVE "S" TO WS-FLAG-FINE-MASSIVA
               GO TO 3340-LEGGI-CAUSALE-MASSIVA-EXIT
           END-IF.

           MOVE CCAU-KEY-OUT OF CAUSALE-REC(1:20)
               TO WS-MAS-CHIAVE-CORRENTE.
           IF WS-MAS-CHIAVE-CORRENTE NOT = WS-MAS-GRUPPO
               PERFORM 3350-CHIUDI-CAUSALE
                   THRU 3350-CHIUDI-CAUSALE-EXIT
               MOVE WS-MAS-CHIAVE-CORRENTE TO WS-MAS-GRUPPO
               MOVE "N"  TO WS-FLAG-VIGORE
               MOVE "N"  TO WS-FLAG-STESSA-DATA
               MOVE "N"  TO WS-FLAG-SUCCESSIVA
               MOVE ZERO TO WS-MAS-VIGORE-DATA-8
           END-IF.

           IF CCAU-DATA-VALID-OUT OF CAUSALE-REC NOT NUMERIC
               GO TO 3340-LEGGI-CAUSALE-MASSIVA-EXIT
           END-IF.
           MOVE CCAU-DATA-VALID-OUT-N OF CAUSALE-REC
               TO WS-DATA-6-CIFRE.
           PERFORM 8200-DATA-8-CIFRE
               THRU 8200-DATA-8-CIFRE-EXIT.
           MOVE WS-DATA-8-CIFRE TO WS-MAS-VERSIONE-DATA-8.

           EVALUATE TRUE
               WHEN WS-MAS-VERSIONE-DATA-8 = WS-MAS-DATA-8
                   MOVE "S" TO WS-FLAG-STESSA-DATA
               WHEN WS-MAS-VERSIONE-DATA-8 > WS-MAS-DATA-8
                   MOVE "S" TO WS-FLAG-SUCCESSIVA
               WHEN WS-MAS-VERSIONE-DATA-8 > WS-MAS-VIGORE-DATA-8
                   MOVE CAUSALE-REC TO WS-VERSIONE-VIGORE
                   MOVE WS-MAS-VERSIONE-DATA-8 TO WS-MAS-VIGORE-DATA-8
                   MOVE "S" TO WS-FLAG-VIGORE
           END-EVALUATE.
       3340-LEGGI-CAUSALE-MASSIVA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3350-CHIUDI-CAUSALE : APPLICA I CRITERI ALLA VERSIONE IN      *
      *  VIGORE DELLA CAUSALE APPENA LETTA E, SE SELEZIONATA, NE       *
      *  PROPONE LA NUOVA VERSIONE. SI SCARTANO LE CAUSALI CHE HANNO   *
      *  GIA' UNA VERSIONE ALLA DATA E QUELLE CHE HANNO GIA' I VALORI  *
      *  RICHIESTI; UNA VERSIONE SUCCESSIVA NON RICEVE LA VARIAZIONE   *
      *  E VIENE SEGNALATA.                                            *
      *----------------------------------------------------------------*
       3350-CHIUDI-CAUSALE.
           IF WS-MAS-GRUPPO = SPACES OR NOT WS-VIGORE-TROVATA
               GO TO 3350-CHIUDI-CAUSALE-EXIT
           END-IF.

           IF WS-MAS-FAM-BIL NOT = SPACES AND
              CCAU-VOCE-FAM-BIL OF WS-VERSIONE-VIGORE
                  NOT = WS-MAS-FAM-BIL-N
               GO TO 3350-CHIUDI-CAUSALE-EXIT
           END-IF.
           IF WS-MAS-FLAG-FATT NOT = SPACE AND
              CCAU-FLAG-FATT OF WS-VERSIONE-VIGORE
                  NOT = WS-MAS-FLAG-FATT
               GO TO 3350-CHIUDI-CAUSALE-EXIT
           END-IF.

           ADD 1 TO WS-CONT-MAS-SELEZIONATE.

           IF WS-ESISTE-STESSA-DATA
               MOVE "  NON PROPOSTA " TO WS-RS-ESITO
               MOVE "VERSIONE GIA' PRESENTE ALLA DATA DI VALIDITA'"
                   TO WS-RS-MOTIVO
               PERFORM 3380-STAMPA-SCARTO
                   THRU 3380-STAMPA-SCARTO-EXIT
               ADD 1 TO WS-CONT-MAS-SCARTATE
               GO TO 3350-CHIUDI-CAUSALE-EXIT
           END-IF.

           MOVE WS-SCHEDA-MASSIVA TO CAUM-TRAN-REC.
           MOVE "N" TO WS-FLAG-DIFFERENZA.
           MOVE 1   TO WS-MAS-IX.
           PERFORM 3360-CONFRONTA-VALORE
               THRU 3360-CONFRONTA-VALORE-EXIT
               UNTIL WS-MAS-IX > 3.
           IF NOT WS-VALORI-DIFFERENTI
               MOVE "  NON PROPOSTA " TO WS-RS-ESITO
               MOVE "VALORI RICHIESTI GIA' IMPOSTATI" TO WS-RS-MOTIVO
               PERFORM 3380-STAMPA-SCARTO
                   THRU 3380-STAMPA-SCARTO-EXIT
               ADD 1 TO WS-CONT-MAS-SCARTATE
               GO TO 3350-CHIUDI-CAUSALE-EXIT
           END-IF.

           PERFORM 3370-REGISTRA-NUOVA-VERSIONE
               THRU 3370-REGISTRA-NUOVA-VERSIONE-EXIT.

           IF WS-ESISTE-SUCCESSIVA
               MOVE "  ATTENZIONE   " TO WS-RS-ESITO
               MOVE "ESISTE VERSIONE SUCCESSIVA NON VARIATA"
                   TO WS-RS-MOTIVO
               PERFORM 3380-STAMPA-SCARTO
                   THRU 3380-STAMPA-SCARTO-EXIT
           END-IF.
       3350-CHIUDI-CAUSALE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3360-CONFRONTA-VALORE : CONFRONTA IL VALORE ATTUALE DEL CAMPO *
      *  DELLA VARIAZIONE WS-MAS-IX CON IL NUOVO VALORE RICHIESTO      *
      *----------------------------------------------------------------*
       3360-CONFRONTA-VALORE.
           IF CAUM-TRAN-VAR-COD(WS-MAS-IX) = SPACES
               GO TO 3360-CONFRONTA-VALORE-FINE
           END-IF.

           MOVE SPACES TO WS-VALORE-ATTUALE.
           MOVE SPACES TO WS-VALORE-NUOVO.
           EVALUATE CAUM-TRAN-VAR-COD(WS-MAS-IX)
               WHEN "IV"
                   MOVE CCAU-COD-IVA OF WS-VERSIONE-VIGORE
                       TO WS-VALORE-ATTUALE
                   MOVE CAUM-TRAN-VAR-VALORE(WS-MAS-IX)(1:3)
                       TO WS-VALORE-NUOVO
               WHEN "OI"
                   MOVE CCAU-COD-OPER-IVA OF WS-VERSIONE-VIGORE
                       TO WS-VALORE-ATTUALE
                   MOVE CAUM-TRAN-VAR-VALORE(WS-MAS-IX)(1:2)
                       TO WS-VALORE-NUOVO
               WHEN "FB"
                   MOVE CCAU-VOCE-FAM-BIL OF WS-VERSIONE-VIGORE
                       TO WS-VALORE-ATTUALE
                   MOVE CAUM-TRAN-VAR-VALORE(WS-MAS-IX)(1:2)
                       TO WS-VALORE-NUOVO
               WHEN "FF"
                   MOVE CCAU-FLAG-FATT OF WS-VERSIONE-VIGORE
                       TO WS-VALORE-ATTUALE
                   MOVE CAUM-TRAN-VAR-VALORE(WS-MAS-IX)(1:1)
                       TO WS-VALORE-NUOVO
               WHEN "AR"
                   MOVE CCAU-CAUS-ANTIRICICL OF WS-VERSIONE-VIGORE
                       TO WS-VALORE-ATTUALE
                   MOVE CAUM-TRAN-VAR-VALORE(WS-MAS-IX)
                       TO WS-VALORE-NUOVO
               WHEN "CR"
                   MOVE CCAU-FLAG-CENTR-RISCHI OF WS-VERSIONE-VIGORE
                       TO WS-VALORE-ATTUALE
                   MOVE CAUM-TRAN-VAR-VALORE(WS-MAS-IX)(1:1)
                       TO WS-VALORE-NUOVO
               WHEN "SW"
                   MOVE CCAU-CAU-SWIFT OF WS-VERSIONE-VIGORE
                       TO WS-VALORE-ATTUALE
                   MOVE CAUM-TRAN-VAR-VALORE(WS-MAS-IX)(1:3)
                       TO WS-VALORE-NUOVO
               WHEN "PS"
                   MOVE CCAU-COD-RAG-PSD OF WS-VERSIONE-VIGORE
                       TO WS-VALORE-ATTUALE
                   MOVE CAUM-TRAN-VAR-VALORE(WS-MAS-IX)(1:2)
                       TO WS-VALORE-NUOVO
               WHEN "CB"
                   MOVE CCAU-CAU-ABI-CBI OF WS-VERSIONE-VIGORE
                       TO WS-VALORE-ATTUALE
                   MOVE CAUM-TRAN-VAR-VALORE(WS-MAS-IX)(1:2)
                       TO WS-VALORE-NUOVO
               WHEN "AT"
                   MOVE CCAU-CAU-ABI-ATM OF WS-VERSIONE-VIGORE
                       TO WS-VALORE-ATTUALE
                   MOVE CAUM-TRAN-VAR-VALORE(WS-MAS-IX)(1:2)
                       TO WS-VALORE-NUOVO
           END-EVALUATE.
           IF WS-VALORE-ATTUALE NOT = WS-VALORE-NUOVO
               MOVE "S" TO WS-FLAG-DIFFERENZA
           END-IF.
       3360-CONFRONTA-VALORE-FINE.
           ADD 1 TO WS-MAS-IX.
       3360-CONFRONTA-VALORE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3370-REGISTRA-NUOVA-VERSIONE : COMPONE LA SCHEDA V DALLA      *
      *  SCHEDA M (LOTTO, OPERATORE, DATA E VARIAZIONI) E DALLA CHIAVE *
      *  DELLA VERSIONE IN VIGORE, E LA ACCODA IN ATTESA SUL FILE      *
      *  PROPOSTE COME LE PROPOSTE SINGOLE.                            *
      *----------------------------------------------------------------*
       3370-REGISTRA-NUOVA-VERSIONE.
           MOVE WS-SCHEDA-MASSIVA TO CAUM-TRAN-REC.
           MOVE "V"               TO CAUM-TRAN-AZIONE.
           MOVE CCAU-ID-OUT OF WS-VERSIONE-VIGORE
               TO CAUM-TRAN-ID.
           MOVE CCAU-COD-CAU-OUT OF WS-VERSIONE-VIGORE
               TO CAUM-TRAN-COD-CAU.
           MOVE CCAU-RESTO-OUT OF WS-VERSIONE-VIGORE
               TO CAUM-TRAN-RESTO.
           MOVE CCAU-DESCR OF WS-VERSIONE-VIGORE
               TO CAUM-TRAN-DESCR.
           MOVE CCAU-SEGNO OF WS-VERSIONE-VIGORE
               TO CAUM-TRAN-SEGNO.
           MOVE CCAU-FLAG-COMP OF WS-VERSIONE-VIGORE
               TO CAUM-TRAN-FLAG-COMP.
           MOVE CCAU-FLAG-EC OF WS-VERSIONE-VIGORE
               TO CAUM-TRAN-FLAG-EC.
           MOVE CCAU-FLAG-ACCENTR OF WS-VERSIONE-VIGORE
               TO CAUM-TRAN-FLAG-ACCENTR.
           MOVE CCAU-DATA-VALID-OUT-N OF WS-VERSIONE-VIGORE
               TO CAUM-TRAN-VAR-DATA-ORIG.

           ADD 1 TO WS-PROX-NUMERO.
           INITIALIZE CAUP-REC.
           MOVE WS-PROX-NUMERO        TO CAUP-NUMERO OF CAUP-REC.
           MOVE "P"                   TO CAUP-STATO.
           MOVE CAUM-TRAN-OPERATORE   TO CAUP-OPER-PROPONENTE.
           MOVE CAUM-TRAN-TERMINALE   TO CAUP-TERM-PROPONENTE.
           MOVE CAUM-TRAN-RIF-LOTTO   TO CAUP-RIF-LOTTO.
           MOVE WS-DATA-ELAB          TO CAUP-DATA-PROPOSTA.
           MOVE WS-ORA-ELAB           TO CAUP-ORA-PROPOSTA.
           MOVE SPACES                TO CAUP-OPER-DECISIONE.
           MOVE ZERO                  TO CAUP-DATA-DECISIONE.
           MOVE CAUM-TRAN-REC         TO CAUP-TRANSAZIONE.

           WRITE CAUP-REC
               INVALID KEY
                   DISPLAY "CC1CAUM - ERRORE SCRITTURA PROPOSTA "
                           WS-PROX-NUMERO " " WS-PROPOSTE-STATUS
                   ADD 1 TO WS-CONT-ERRORI
                   GO TO 3370-REGISTRA-NUOVA-VERSIONE-EXIT
           END-WRITE.

           MOVE WS-PROX-NUMERO        TO WS-RP-NUMERO.
           MOVE CAUM-TRAN-AZIONE      TO WS-RP-AZIONE.
           MOVE CAUM-TRAN-ID          TO WS-RP-ID.
           MOVE CAUM-TRAN-COD-CAU     TO WS-RP-COD-CAU.
           MOVE CAUM-TRAN-DATA-VALID  TO WS-RP-DATA.
           MOVE CAUM-TRAN-OPERATORE   TO WS-RP-OPER.
           MOVE WS-RIGA-PROPOSTA TO CAUM-REPORT-LINEA.
           WRITE CAUM-REPORT-LINEA.

           ADD 1 TO WS-CONT-PROPOSTE.
           ADD 1 TO WS-CONT-MAS-PROPOSTE.
       3370-REGISTRA-NUOVA-VERSIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3380-STAMPA-SCARTO : RIGA DI SCARTO O DI AVVISO PER LA        *
      *  CAUSALE IN VIGORE IN ESAME                                    *
      *----------------------------------------------------------------*
       3380-STAMPA-SCARTO.
           MOVE CCAU-ID-OUT OF WS-VERSIONE-VIGORE      TO WS-RS-ID.
           MOVE CCAU-COD-CAU-OUT OF WS-VERSIONE-VIGORE TO WS-RS-COD-CAU.
           MOVE CCAU-RESTO-OUT OF WS-VERSIONE-VIGORE   TO WS-RS-RESTO.
           MOVE WS-RIGA-SCARTO-MASSIVA TO CAUM-REPORT-LINEA.
           WRITE CAUM-REPORT-LINEA.
       3380-STAMPA-SCARTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8100-FORMATTA-DATA : CONVERTE AAMMGG A 6 CIFRE IN GG/MM/AAAA  *
      *  CON FINESTRA SECOLO: ANNI 00-49 = 20XX, ANNI 50-99 = 19XX.    *
       8100-FORMATTA-DATA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8200-DATA-8-CIFRE : PORTA LA DATA AAMMGG DI WS-DATA-6-CIFRE   *
      *  AD AAAAMMGG IN WS-DATA-8-CIFRE, CON LA STESSA FINESTRA SECOLO *
      *  DI 8100, PER CONFRONTARE LE VERSIONI A CAVALLO DEL 2000.      *
      *----------------------------------------------------------------*
       8200-DATA-8-CIFRE.
           IF WS-DATA-6-AA < 50
               COMPUTE WS-DATA-8-CIFRE = 20000000 + WS-DATA-6-CIFRE
           ELSE
               COMPUTE WS-DATA-8-CIFRE = 19000000 + WS-DATA-6-CIFRE
           END-IF.
       8200-DATA-8-CIFRE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8500-CONTROLLA-OPERATORE : VERIFICA SULL'ANAGRAFICA OPERMAST  *
      *  L'OPERATORE IN WS-OPER-RICHIESTO: DEVE ESSERE CENSITO,        *
