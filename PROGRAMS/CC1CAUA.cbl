      *                  GIORNALE DELLE MODIFICHE (CAUMJRNL) CON       *
      *                  L'IMMAGINE PRIMA/DOPO, L'OPERATORE PROPONENTE *
      *                  E L'OPERATORE AUTORIZZANTE.                   *
      *                  CON NUMERO PROPOSTA A ZERO E RIFERIMENTO DEL  *
      *                  LOTTO VALORIZZATO LA SCHEDA ELENCA, APPROVA O *
      *                  RESPINGE TUTTE LE PROPOSTE IN ATTESA DEL      *
      *                  LOTTO (VARIAZIONI MASSIVE DI CC1CAUM).        *
      *------------------------------------------------------------*  *
      *  STORIA DELLE MODIFICHE                                        *
      *  DATA        AUTORE   DESCRIZIONE                              *
      *                       DECISIONI DI OPERATORI SCONOSCIUTI, NON  *
      *                       ATTIVI, FUORI VALIDITA' O SENZA PROFILO  *
      *                       APPROVATORE SONO RESPINTE SUL TABULATO.  *
      *  15/10/2026  UFSIS    DECISIONE PER LOTTO (NUMERO PROPOSTA A   *
      *                       ZERO E LOTTO SULLA SCHEDA) E             *
      *                       APPLICAZIONE DELLE PROPOSTE DI NUOVA     *
      *                       VERSIONE (V) DELLE VARIAZIONI MASSIVE:   *
      *                       LA NUOVA VERSIONE E' COPIATA DA QUELLA   *
      *                       DI PARTENZA CON I CAMPI VARIATI E OGNI   *
      *                       CAUSALE E' REGISTRATA SUL GIORNALE.      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CC1CAUA.
               88  WS-OPERMAST-APERTO        VALUE 'S'.
           05  WS-FLAG-OPER-VALIDO       PIC X       VALUE 'N'.
               88  WS-OPERATORE-VALIDO       VALUE 'S'.
           05  WS-FLAG-VAR-ERRATA        PIC X       VALUE 'N'.
               88  WS-VARIAZIONE-ERRATA      VALUE 'S'.

       01  WS-CONTROLLO-OPERATORE.
           05  WS-OPER-RICHIESTO         PIC X(5).
           05  WS-CONT-SCADUTE           PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-ERRORI            PIC 9(7)    COMP-3 VALUE ZERO.

      *    CONTEGGI DELLA DECISIONE PER LOTTO: I VALORI DI PARTENZA DEI
      *    CONTATORI GENERALI PERMETTONO DI RICAVARE IL SOLO LOTTO.
       01  WS-CONTATORI-LOTTO.
           05  WS-LOTTO-TROVATE          PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-LOTTO-BASE-APPROVATE   PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-LOTTO-BASE-RESPINTE    PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-LOTTO-BASE-ERRORI      PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-VAR-IX                 PIC 9(4)    COMP.

       01  WS-DATA-ORA-ELAB.
           05  WS-DATA-ELAB              PIC 9(8).
           05  WS-ORA-ELAB               PIC 9(6).
           05  FILLER          PIC X(2)  VALUE "  ".
           05  WS-RP-ESITO     PIC X(32).

       01  WS-RIGA-VARIAZIONE.
           05  FILLER          PIC X(15) VALUE "         LOTTO ".
           05  WS-RV-LOTTO     PIC X(8).
           05  FILLER          PIC X(18) VALUE "  DA VERSIONE DEL ".
           05  WS-RV-DATA-ORIG PIC 9(6).
           05  FILLER          PIC X(14) VALUE "  VARIAZIONI: ".
           05  WS-RV-VAR       OCCURS 3.
               10  WS-RV-VAR-COD    PIC X(2).
               10  FILLER           PIC X     VALUE "=".
               10  WS-RV-VAR-VALORE PIC X(4).
               10  FILLER           PIC X     VALUE SPACE.

       01  WS-RIGA-TOTALI-LOTTO.
           05  FILLER          PIC X(6)  VALUE "LOTTO ".
           05  WS-RL-LOTTO     PIC X(8).
           05  FILLER          PIC X(2)  VALUE " (".
           05  WS-RL-AZIONE    PIC X.
           05  FILLER          PIC X(18) VALUE "): PROPOSTE LOTTO=".
           05  WS-RL-TROVATE   PIC ZZZ.ZZ9.
           05  FILLER          PIC X(12) VALUE "  APPROVATE=".
           05  WS-RL-APPROVATE PIC ZZZ.ZZ9.
           05  FILLER          PIC X(11) VALUE "  RESPINTE=".
           05  WS-RL-RESPINTE  PIC ZZZ.ZZ9.
           05  FILLER          PIC X(10) VALUE "  ERRORI=".
           05  WS-RL-ERRORI    PIC ZZZ.ZZ9.

       01  WS-RIGA-RIFIUTO.
           05  FILLER          PIC X(30) VALUE
               "DECISIONE RESPINTA: PROPOSTA ".
      *----------------------------------------------------------------*
       2000-ELABORA-TRANSAZIONI.
           EVALUATE TRUE
               WHEN CAUA-TRAN-NUMERO = ZERO AND
                    CAUA-TRAN-RIF-LOTTO NOT = SPACES
                   PERFORM 3500-DECISIONE-LOTTO
                       THRU 3500-DECISIONE-LOTTO-EXIT
               WHEN CAUA-AZ-ELENCO
                   PERFORM 3100-ELENCO-PROPOSTE
                       THRU 3100-ELENCO-PROPOSTE-EXIT
               GO TO 3110-STAMPA-PROSSIMA-PROPOSTA-EXIT
           END-IF.

           PERFORM 3120-STAMPA-PROPOSTA
               THRU 3120-STAMPA-PROPOSTA-EXIT.
       3110-STAMPA-PROSSIMA-PROPOSTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3120-STAMPA-PROPOSTA : STAMPA LA PROPOSTA IN ATTESA CORRENTE; *
      *  PER LE NUOVE VERSIONI DA VARIAZIONE MASSIVA AGGIUNGE IL LOTTO,*
      *  LA VERSIONE DI PARTENZA E I CAMPI VARIATI                     *
      *----------------------------------------------------------------*
       3120-STAMPA-PROPOSTA.
           PERFORM 8000-FORMATTA-RIGA-PROPOSTA
               THRU 8000-FORMATTA-RIGA-PROPOSTA-EXIT.
           MOVE "IN ATTESA DI APPROVAZIONE" TO WS-RP-ESITO.
           MOVE WS-RIGA-PROPOSTA TO CAUA-REPORT-LINEA.
           WRITE CAUA-REPORT-LINEA.
           ADD 1 TO WS-CONT-ELENCATE.

           IF NOT CAUM-AZ-NUOVA-VERSIONE
               GO TO 3120-STAMPA-PROPOSTA-EXIT
           END-IF.
           MOVE CAUP-RIF-LOTTO          TO WS-RV-LOTTO.
           MOVE CAUM-TRAN-VAR-DATA-ORIG TO WS-RV-DATA-ORIG.
           MOVE CAUM-TRAN-VAR-COD(1)    TO WS-RV-VAR-COD(1).
           MOVE CAUM-TRAN-VAR-VALORE(1) TO WS-RV-VAR-VALORE(1).
           MOVE CAUM-TRAN-VAR-COD(2)    TO WS-RV-VAR-COD(2).
           MOVE CAUM-TRAN-VAR-VALORE(2) TO WS-RV-VAR-VALORE(2).
           MOVE CAUM-TRAN-VAR-COD(3)    TO WS-RV-VAR-COD(3).
           MOVE CAUM-TRAN-VAR-VALORE(3) TO WS-RV-VAR-VALORE(3).
           MOVE WS-RIGA-VARIAZIONE TO CAUA-REPORT-LINEA.
           WRITE CAUA-REPORT-LINEA.
       3120-STAMPA-PROPOSTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
               WHEN CAUM-AZ-CESSAZIONE
                   PERFORM 4200-APPLICA-CESSAZIONE
                       THRU 4200-APPLICA-CESSAZIONE-EXIT
               WHEN CAUM-AZ-NUOVA-VERSIONE
                   PERFORM 4400-APPLICA-VARIAZIONE
                       THRU 4400-APPLICA-VARIAZIONE-EXIT
               WHEN OTHER
                   DISPLAY "CC1CAUA - AZIONE PROPOSTA NON VALIDA: "
                           CAUM-TRAN-AZIONE " PROPOSTA "
       3400-CONTROLLA-DECISIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3500-DECISIONE-LOTTO : SCHEDA CON NUMERO PROPOSTA A ZERO E    *
      *  LOTTO VALORIZZATO. L'AZIONE (L/A/R) VIENE ESEGUITA SU TUTTE   *
      *  LE PROPOSTE IN ATTESA DEL LOTTO CON UNA SOLA DECISIONE; OGNI  *
      *  PROPOSTA E' COMUNQUE CONTROLLATA, APPLICATA E REGISTRATA SUL  *
      *  GIORNALE SINGOLARMENTE, E QUELLE CHE NON SI POSSONO APPLICARE *
      *  PASSANO IN STATO 'ERRATA' SENZA FERMARE LE ALTRE.             *
      *----------------------------------------------------------------*
       3500-DECISIONE-LOTTO.
           IF NOT CAUA-AZ-ELENCO AND NOT CAUA-AZ-APPROVAZIONE AND
              NOT CAUA-AZ-RIFIUTO
               DISPLAY "CC1CAUA - AZIONE NON VALIDA: "
                       CAUA-TRAN-AZIONE
               ADD 1 TO WS-CONT-ERRORI
               GO TO 3500-DECISIONE-LOTTO-EXIT
           END-IF.

      *    L'OPERATORE AUTORIZZANTE VIENE VERIFICATO UNA VOLTA PER
      *    L'INTERO LOTTO, PRIMA DI TOCCARE QUALSIASI PROPOSTA.
           IF NOT CAUA-AZ-ELENCO
               IF CAUA-TRAN-OPERATORE = SPACES
                   DISPLAY "CC1CAUA - OPERATORE ASSENTE SU DECISIONE "
                           "LOTTO: " CAUA-TRAN-RIF-LOTTO
                   ADD 1 TO WS-CONT-ERRORI
                   GO TO 3500-DECISIONE-LOTTO-EXIT
               END-IF
               MOVE CAUA-TRAN-OPERATORE TO WS-OPER-RICHIESTO
               MOVE "A"                 TO WS-PROFILO-RICHIESTO
               PERFORM 8500-CONTROLLA-OPERATORE
                   THRU 8500-CONTROLLA-OPERATORE-EXIT
               IF NOT WS-OPERATORE-VALIDO
                   MOVE ZERO                TO WS-RF-NUMERO
                   MOVE CAUA-TRAN-OPERATORE TO WS-RF-OPER
                   MOVE WS-OPER-MOTIVO      TO WS-RF-MOTIVO
                   MOVE WS-RIGA-RIFIUTO TO CAUA-REPORT-LINEA
                   WRITE CAUA-REPORT-LINEA
                   ADD 1 TO WS-CONT-ERRORI
                   GO TO 3500-DECISIONE-LOTTO-EXIT
               END-IF
           END-IF.

           MOVE ZERO              TO WS-LOTTO-TROVATE.
           MOVE WS-CONT-APPROVATE TO WS-LOTTO-BASE-APPROVATE.
           MOVE WS-CONT-RESPINTE  TO WS-LOTTO-BASE-RESPINTE.
           MOVE WS-CONT-ERRORI    TO WS-LOTTO-BASE-ERRORI.

           MOVE "N" TO WS-FLAG-FINE-PROPOSTE.
           MOVE LOW-VALUES TO CAUP-NUMERO OF CAUP-REC.
           START PROPOSTE-FILE KEY IS NOT LESS THAN
                 CAUP-NUMERO OF CAUP-REC
               INVALID KEY
                   MOVE "S" TO WS-FLAG-FINE-PROPOSTE
           END-START.

           PERFORM 3510-DECIDI-PROPOSTA-LOTTO
               THRU 3510-DECIDI-PROPOSTA-LOTTO-EXIT
               UNTIL WS-FINE-PROPOSTE OR WS-FINE-TRAN.
           MOVE ZERO TO CAUA-TRAN-NUMERO.

           IF WS-LOTTO-TROVATE = ZERO
               DISPLAY "CC1CAUA - NESSUNA PROPOSTA IN ATTESA PER IL "
                       "LOTTO: " CAUA-TRAN-RIF-LOTTO
               IF NOT CAUA-AZ-ELENCO
                   ADD 1 TO WS-CONT-ERRORI
               END-IF
           END-IF.

           MOVE CAUA-TRAN-RIF-LOTTO TO WS-RL-LOTTO.
           MOVE CAUA-TRAN-AZIONE    TO WS-RL-AZIONE.
           MOVE WS-LOTTO-TROVATE    TO WS-RL-TROVATE.
           COMPUTE WS-RL-APPROVATE =
               WS-CONT-APPROVATE - WS-LOTTO-BASE-APPROVATE.
           COMPUTE WS-RL-RESPINTE =
               WS-CONT-RESPINTE - WS-LOTTO-BASE-RESPINTE.
           COMPUTE WS-RL-ERRORI =
               WS-CONT-ERRORI - WS-LOTTO-BASE-ERRORI.
           MOVE WS-RIGA-TOTALI-LOTTO TO CAUA-REPORT-LINEA.
           WRITE CAUA-REPORT-LINEA.
       3500-DECISIONE-LOTTO-EXIT.
           EXIT.

      *    LA RILETTURA DIRETTA DELLA STESSA PROPOSTA IN 3400 E LA SUA
      *    RISCRITTURA LASCIANO IL FILE POSIZIONATO SU DI ESSA: LA
      *    LETTURA SEQUENZIALE SUCCESSIVA PROSEGUE DALLA SEGUENTE.
       3510-DECIDI-PROPOSTA-LOTTO.
           READ PROPOSTE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FLAG-FINE-PROPOSTE
                   GO TO 3510-DECIDI-PROPOSTA-LOTTO-EXIT
           END-READ.

           IF NOT CAUP-IN-ATTESA OR
              CAUP-RIF-LOTTO NOT = CAUA-TRAN-RIF-LOTTO
               GO TO 3510-DECIDI-PROPOSTA-LOTTO-EXIT
           END-IF.

           ADD 1 TO WS-LOTTO-TROVATE.
           MOVE CAUP-NUMERO OF CAUP-REC TO CAUA-TRAN-NUMERO.
           EVALUATE TRUE
               WHEN CAUA-AZ-ELENCO
                   PERFORM 3120-STAMPA-PROPOSTA
                       THRU 3120-STAMPA-PROPOSTA-EXIT
               WHEN CAUA-AZ-APPROVAZIONE
                   PERFORM 3200-APPROVA-PROPOSTA
                       THRU 3200-APPROVA-PROPOSTA-EXIT
               WHEN CAUA-AZ-RIFIUTO
                   PERFORM 3300-RESPINGI-PROPOSTA
                       THRU 3300-RESPINGI-PROPOSTA-EXIT
           END-EVALUATE.
       3510-DECIDI-PROPOSTA-LOTTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4100-APPLICA-INSERIMENTO : SCRIVE SULLA TABELLA CAUSALI LA    *
      *  NUOVA VERSIONE DESCRITTA DALLA SCHEDA CONSERVATA NELLA        *
       4300-SCRIVI-GIORNALE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4400-APPLICA-VARIAZIONE : NUOVA VERSIONE DA VARIAZIONE        *
      *  MASSIVA. RILEGGE LA VERSIONE DI PARTENZA INDICATA NELLA       *
      *  SCHEDA, NE COPIA IL CONTENUTO ALLA NUOVA DATA DI VALIDITA'    *
      *  CON I CAMPI VARIATI E LA SCRIVE SULLA TABELLA CAUSALI. NEL    *
      *  GIORNALE L'IMMAGINE PRIMA E' LA VERSIONE DI PARTENZA.         *
      *----------------------------------------------------------------*
       4400-APPLICA-VARIAZIONE.
           MOVE CAUM-TRAN-ID          TO CCAU-ID-OUT OF CAUSALE-REC.
           MOVE CAUM-TRAN-COD-CAU     TO CCAU-COD-CAU-OUT OF
                                          CAUSALE-REC.
           MOVE CAUM-TRAN-RESTO       TO CCAU-RESTO-OUT OF CAUSALE-REC.
           MOVE CAUM-TRAN-VAR-DATA-ORIG TO CCAU-DATA-VALID-OUT-N OF
                                          CAUSALE-REC.

           READ CAUSALE-FILE
               INVALID KEY
                   DISPLAY "CC1CAUA - VERSIONE DI PARTENZA NON "
                           "TROVATA: " CAUM-TRAN-ID " "
                           CAUM-TRAN-COD-CAU " "
                           CAUM-TRAN-VAR-DATA-ORIG
                   GO TO 4400-APPLICA-VARIAZIONE-EXIT
           END-READ.

           MOVE CAUSALE-REC TO CAUJ-IMMAGINE-PRIMA.
           MOVE CAUM-TRAN-DATA-VALID  TO CCAU-DATA-VALID-OUT-N OF
                                          CAUSALE-REC.

           MOVE "N" TO WS-FLAG-VAR-ERRATA.
           MOVE 1   TO WS-VAR-IX.
           PERFORM 4410-IMPOSTA-CAMPO
               THRU 4410-IMPOSTA-CAMPO-EXIT
               UNTIL WS-VAR-IX > 3.
           IF WS-VARIAZIONE-ERRATA
               DISPLAY "CC1CAUA - VARIAZIONE NON APPLICABILE: "
                       CAUM-TRAN-ID " " CAUM-TRAN-COD-CAU
                       " PROPOSTA " CAUA-TRAN-NUMERO
               GO TO 4400-APPLICA-VARIAZIONE-EXIT
           END-IF.

           WRITE CAUSALE-REC
               INVALID KEY
                   DISPLAY "CC1CAUA - CAUSALE GIA' PRESENTE: "
                           CAUM-TRAN-ID " " CAUM-TRAN-COD-CAU
                           " " CAUM-TRAN-DATA-VALID
                   GO TO 4400-APPLICA-VARIAZIONE-EXIT
           END-WRITE.

           MOVE "A"         TO CAUJ-TIPO-AZIONE.
           MOVE CAUSALE-REC TO CAUJ-IMMAGINE-DOPO.
           MOVE "S" TO WS-FLAG-APPLICATA.
       4400-APPLICA-VARIAZIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4410-IMPOSTA-CAMPO : RIPORTA SULLA NUOVA VERSIONE IL VALORE   *
      *  DELLA VARIAZIONE WS-VAR-IX (CODICI CAMPO COME SU CAUMTRAN)    *
      *----------------------------------------------------------------*
       4410-IMPOSTA-CAMPO.
           EVALUATE CAUM-TRAN-VAR-COD(WS-VAR-IX)
               WHEN SPACES
                   CONTINUE
               WHEN "IV"
                   MOVE CAUM-TRAN-VAR-VALORE(WS-VAR-IX)(1:3)
                       TO CCAU-COD-IVA OF CAUSALE-REC
               WHEN "OI"
                   IF CAUM-TRAN-VAR-VALORE(WS-VAR-IX)(1:2) NUMERIC
                       MOVE CAUM-TRAN-VAR-VALORE(WS-VAR-IX)(1:2)
                           TO CCAU-COD-OPER-IVA OF CAUSALE-REC
                   ELSE
                       MOVE "S" TO WS-FLAG-VAR-ERRATA
                   END-IF
               WHEN "FB"
                   IF CAUM-TRAN-VAR-VALORE(WS-VAR-IX)(1:2) NUMERIC
                       MOVE CAUM-TRAN-VAR-VALORE(WS-VAR-IX)(1:2)
                           TO CCAU-VOCE-FAM-BIL OF CAUSALE-REC
                   ELSE
                       MOVE "S" TO WS-FLAG-VAR-ERRATA
                   END-IF
               WHEN "FF"
                   MOVE CAUM-TRAN-VAR-VALORE(WS-VAR-IX)(1:1)
                       TO CCAU-FLAG-FATT OF CAUSALE-REC
               WHEN "AR"
                   MOVE CAUM-TRAN-VAR-VALORE(WS-VAR-IX)
                       TO CCAU-CAUS-ANTIRICICL OF CAUSALE-REC
               WHEN "CR"
                   MOVE CAUM-TRAN-VAR-VALORE(WS-VAR-IX)(1:1)
                       TO CCAU-FLAG-CENTR-RISCHI OF CAUSALE-REC
               WHEN "SW"
                   MOVE CAUM-TRAN-VAR-VALORE(WS-VAR-IX)(1:3)
                       TO CCAU-CAU-SWIFT OF CAUSALE-REC
               WHEN "PS"
                   MOVE CAUM-TRAN-VAR-VALORE(WS-VAR-IX)(1:2)
                       TO CCAU-COD-RAG-PSD OF CAUSALE-REC
               WHEN "CB"
                   MOVE CAUM-TRAN-VAR-VALORE(WS-VAR-IX)(1:2)
                       TO CCAU-CAU-ABI-CBI OF CAUSALE-REC
               WHEN "AT"
                   MOVE CAUM-TRAN-VAR-VALORE(WS-VAR-IX)(1:2)
                       TO CCAU-CAU-ABI-ATM OF CAUSALE-REC
               WHEN OTHER
                   MOVE "S" TO WS-FLAG-VAR-ERRATA
           END-EVALUATE.
           ADD 1 TO WS-VAR-IX.
       4410-IMPOSTA-CAMPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-FORMATTA-RIGA-PROPOSTA : VALORIZZA LA RIGA DI STAMPA     *
      *  COMUNE CON GLI ESTREMI DELLA PROPOSTA CORRENTE (CAUP-REC),    *
