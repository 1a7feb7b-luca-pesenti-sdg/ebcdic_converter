      *================================================================*
      *  PROGRAM-ID    : CC1GOLV                                       *
      *  AUTORE        : UFFICIO SISTEMI - AREA TABELLE DI SISTEMA     *
      *  INSTALLAZIONE : DIREZIONE GENERALE - ELABORAZIONE DATI        *
      *  DATA-SCRITTURA: 15/10/2026                                    *
      *  DESCRIZIONE   : CONTROLLO DI PRONTEZZA AL CAMBIO DI VERSIONE  *
      *                  DELLE CAUSALI DATATE NEL FUTURO. DALLA DATA   *
      *                  DI RIFERIMENTO DELLA SCHEDA GOLVPARM COSTRUI- *
      *                  SCE LA TABELLA COME SARA' IN VIGORE IN QUELLA *
      *                  DATA (ULTIMA VERSIONE CON DATA VALIDITA' NON  *
      *                  SUPERIORE, COME CC1ECDS/CC1CBIE) E VI APPLICA *
      *                  GLI STESSI CONTROLLI DEI PRESIDI SEPARATI:    *
      *                    CERT = REGOLE DI DOMINIO DI CC1CERT         *
      *                    CBIE = DUPLICATI ABI-CBI PER SEGNO E        *
      *                           MAPPATURE CBI/ATM MANCANTI (CC1CBIE) *
      *                    SWFT = MAPPATURA SWIFT DELLE CAUSALI ESTERO *
      *                           /ACCENTRAMENTO (CC1SWFT)             *
      *                    ECDS = DESCRIZIONE DI ESTRATTO CONTO        *
      *                           ASSENTE O NON CERTIFICATA (CC1ECDS)  *
      *                    AMLX = COPERTURA ANTIRICICLAGGIO (CC1AMLX)  *
      *                    PSDE = RAGGRUPPAMENTO PSD DELLE CAUSALI DI  *
      *                           PAGAMENTO (CC1PSDE)                  *
      *                  IL TABULATO GOLVLIST RIPORTA, IN ORDINE DI    *
      *                  CHIAVE, LE CAUSALI CHE CAMBIANO TRA LA DATA   *
      *                  CORRENTE E LA DATA DI RIFERIMENTO (NUOVE O    *
      *                  CON UNA NUOVA VERSIONE) E OGNI PROBLEMA CHE   *
      *                  SI PRESENTEREBBE, CON IL PRESIDIO DI ORIGINE  *
      *                  E LA GRAVITA' (E = BLOCCANTE, W = AVVISO).    *
      *                  RETURN-CODE 8 SE ESISTONO PROBLEMI BLOCCANTI  *
      *                  (IL CAMBIO VA TRATTENUTO), 4 SE SOLO AVVISI.  *
      *------------------------------------------------------------*  *
      *  STORIA DELLE MODIFICHE                                        *
      *  DATA        AUTORE   DESCRIZIONE                              *
      *  15/10/2026  UFSIS    PRIMA VERSIONE DEL PROGRAMMA.            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CC1GOLV.
       AUTHOR.         UFFICIO SISTEMI - AREA TABELLE DI SISTEMA.
       INSTALLATION.   DIREZIONE GENERALE - ELABORAZIONE DATI.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.  15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOLV-PARM ASSIGN TO "GOLVPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CAUSALE-FILE ASSIGN TO "CAUSALE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CCAU-KEY-OUT OF CAUSALE-REC
               FILE STATUS IS WS-CAUSALE-STATUS.

           SELECT GOLV-REPORT ASSIGN TO "GOLVLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GOLV-PARM
           RECORD CONTAINS 80 CHARACTERS.
           COPY GOLVPARM.

       FD  CAUSALE-FILE.
           COPY CC0CAUSR.

       FD  GOLV-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  GOLV-REPORT-LINEA              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-AREA.
           05  WS-PARM-STATUS            PIC XX.
               88  WS-PARM-OK                VALUE '00'.
           05  WS-CAUSALE-STATUS         PIC XX.
               88  WS-CAUSALE-OK             VALUE '00'.
           05  WS-REPORT-STATUS          PIC XX.
               88  WS-REPORT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FLAG-FINE-CAUSALI      PIC X       VALUE 'N'.
               88  WS-FINE-CAUSALI           VALUE 'S'.
           05  WS-FLAG-FILE-APERTI       PIC X       VALUE 'N'.
               88  WS-FILE-APERTI            VALUE 'S'.
           05  WS-FLAG-VERSIONE-SCELTA   PIC X       VALUE 'N'.
               88  WS-VERSIONE-SCELTA        VALUE 'S'.
           05  WS-FLAG-VIGORE-CORRENTE   PIC X       VALUE 'N'.
               88  WS-ESISTE-VIGORE-CORRENTE VALUE 'S'.
           05  WS-FLAG-CAMBIA            PIC X       VALUE 'N'.
               88  WS-CAUSALE-CAMBIA         VALUE 'S'.
           05  WS-FLAG-DUPLICATO         PIC X       VALUE 'N'.
               88  WS-DUPLICATO-TROVATO      VALUE 'S'.

       01  WS-DATE-CONTROLLO.
           05  WS-DATA-RIFERIMENTO       PIC 9(6)    VALUE ZERO.
           05  WS-DATA-CORRENTE          PIC 9(6)    VALUE ZERO.
           05  WS-DATA-VIGORE-CORRENTE   PIC 9(6)    VALUE ZERO.

       01  WS-GRUPPO-CORRENTE.
           05  WS-GRP-ID                 PIC X(4).
           05  WS-GRP-COD-CAU            PIC X(6).
           05  WS-GRP-RESTO              PIC X(10).

       01  WS-CHIAVE-LETTA.
           05  WS-LET-ID                 PIC X(4).
           05  WS-LET-COD-CAU            PIC X(6).
           05  WS-LET-RESTO              PIC X(10).

      *    VERSIONE IN VIGORE ALLA DATA DI RIFERIMENTO PER LA CAUSALE
      *    IN ESAME: E' LA VERSIONE SU CUI GIRANO TUTTI I CONTROLLI.
       01  WS-VERSIONE-VIGORE.
           COPY CC0CAUSA.

       01  WS-VALUTA-SEGNATA.
           05  WS-VAL-MIN                PIC S9(4)   COMP.
           05  WS-VAL-MAX                PIC S9(4)   COMP.

      *    TABELLA IN MEMORIA DELLE COPPIE SEGNO/ABI-CBI GIA' IN VIGORE
      *    ALLA DATA, CON LA CAUSALE TITOLARE (COME CC1CBIE).
       01  WS-DUPLICATI-AREA.
           05  WS-DUP-MAX                PIC 9(4)    COMP VALUE 1000.
           05  WS-DUP-CARICATI           PIC 9(4)    COMP VALUE ZERO.
           05  WS-DUP-IX                 PIC 9(4)    COMP VALUE ZERO.
           05  WS-DUP-TROVATO-IX         PIC 9(4)    COMP VALUE ZERO.
           05  WS-DUP-TABELLA.
               10  WS-DUP-ELEM           OCCURS 1000.
                   15  WS-DUP-SEGNO      PIC X.
                   15  WS-DUP-ABI-CBI    PIC XX.
                   15  WS-DUP-ID         PIC X(4).
                   15  WS-DUP-COD-CAU    PIC X(6).

       01  WS-PROBLEMA-CORRENTE.
           05  WS-PRB-CONTROLLO          PIC X(4).
           05  WS-PRB-GRAVITA            PIC X.
           05  WS-PRB-MOTIVO             PIC X(60).

       01  WS-CONTATORI.
           05  WS-CONT-VERSIONI          PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-IN-VIGORE         PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-CAMBIANO          PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-NUOVE             PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-BLOCCANTI         PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-AVVISI            PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-PRB-CAMBIANO      PIC 9(7)    COMP-3 VALUE ZERO.

       01  WS-INTESTAZIONE-1.
           05  FILLER          PIC X(48) VALUE
               "PRONTEZZA AL CAMBIO DI VERSIONE CAUSALI - AL ".
           05  WS-IN-DATA-RIF  PIC 9(6).
           05  FILLER          PIC X(18) VALUE "  DATA CORRENTE ".
           05  WS-IN-DATA-CORR PIC 9(6).

       01  WS-INTESTAZIONE-2.
           05  FILLER          PIC X(4)  VALUE "ID  ".
           05  FILLER          PIC X(8)  VALUE "COD.CAU ".
           05  FILLER          PIC X(11) VALUE "RESTO".
           05  FILLER          PIC X(8)  VALUE "VALIDA".
           05  FILLER          PIC X(4)  VALUE "CTRL".
           05  FILLER          PIC X(3)  VALUE " G ".
           05  FILLER          PIC X(4)  VALUE "VAR ".
           05  FILLER          PIC X(40) VALUE "ESITO".

      *    RIGA COMUNE PER CAMBI E PROBLEMI: VAR = '*' SE LA CAUSALE
      *    CAMBIA TRA LA DATA CORRENTE E LA DATA DI RIFERIMENTO.
       01  WS-RIGA-DETTAGLIO.
           05  WS-RD-ID                  PIC X(4).
           05  FILLER                    PIC X.
           05  WS-RD-COD-CAU             PIC X(7).
           05  WS-RD-RESTO               PIC X(11).
           05  WS-RD-DATA-VALID          PIC 9(6).
           05  FILLER                    PIC X(2).
           05  WS-RD-CONTROLLO           PIC X(4).
           05  FILLER                    PIC X.
           05  WS-RD-GRAVITA             PIC X.
           05  FILLER                    PIC X(2).
           05  WS-RD-VAR                 PIC X.
           05  FILLER                    PIC X(2).
           05  WS-RD-MOTIVO              PIC X(60).

       01  WS-MOTIVO-CAMBIO.
           05  FILLER          PIC X(36) VALUE
               "NUOVA VERSIONE, SOSTITUISCE QUELLA ".
           05  FILLER          PIC X(4)  VALUE "DEL ".
           05  WS-MC-DATA-CORR PIC 9(6).

       01  WS-RIGA-TOTALI-1.
           05  FILLER          PIC X(19) VALUE "TOTALI: IN VIGORE=".
           05  WS-RT-IN-VIGORE PIC ZZZ.ZZ9.
           05  FILLER          PIC X(12) VALUE "  CAMBIANO=".
           05  WS-RT-CAMBIANO  PIC ZZZ.ZZ9.
           05  FILLER          PIC X(14) VALUE " DI CUI NUOVE=".
           05  WS-RT-NUOVE     PIC ZZZ.ZZ9.

       01  WS-RIGA-TOTALI-2.
           05  FILLER          PIC X(19) VALUE "        BLOCCANTI=".
           05  WS-RT-BLOCCANTI PIC ZZZ.ZZ9.
           05  FILLER          PIC X(12) VALUE "  AVVISI=".
           05  WS-RT-AVVISI    PIC ZZZ.ZZ9.
           05  FILLER          PIC X(30) VALUE
               "  PROBLEMI SU CAUSALI VARIATE=".
           05  WS-RT-PRB-CAMBIANO PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *  0000-MAINLINE : PARAGRAFO PRINCIPALE                          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA
               THRU 1000-INIZIALIZZA-EXIT.
           PERFORM 2000-ESAMINA-VERSIONE
               THRU 2000-ESAMINA-VERSIONE-EXIT
               UNTIL WS-FINE-CAUSALI.
           PERFORM 3000-VALUTA-GRUPPO
               THRU 3000-VALUTA-GRUPPO-EXIT.
           PERFORM 9000-TERMINA
               THRU 9000-TERMINA-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *  1000-INIZIALIZZA : LEGGE LE DATE DI CONTROLLO E APRE I FILE   *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN INPUT GOLV-PARM.
           IF NOT WS-PARM-OK
               DISPLAY "CC1GOLV - SCHEDA PARAMETRI GOLVPARM ASSENTE"
               MOVE "S" TO WS-FLAG-FINE-CAUSALI
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.
           READ GOLV-PARM
               AT END
                   MOVE ZERO TO GOLV-PARM-DATA-RIF
                   MOVE ZERO TO GOLV-PARM-DATA-CORR
           END-READ.
           CLOSE GOLV-PARM.

           IF GOLV-PARM-DATA-RIF NOT NUMERIC OR
              GOLV-PARM-DATA-RIF = ZERO
               DISPLAY "CC1GOLV - DATA DI RIFERIMENTO ASSENTE O A ZERO"
               MOVE "S" TO WS-FLAG-FINE-CAUSALI
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.
           MOVE GOLV-PARM-DATA-RIF TO WS-DATA-RIFERIMENTO.

           IF GOLV-PARM-DATA-CORR NUMERIC AND
              GOLV-PARM-DATA-CORR NOT = ZERO
               MOVE GOLV-PARM-DATA-CORR TO WS-DATA-CORRENTE
           ELSE
               ACCEPT WS-DATA-CORRENTE FROM DATE
           END-IF.

           IF WS-DATA-RIFERIMENTO NOT > WS-DATA-CORRENTE
               DISPLAY "CC1GOLV - DATA DI RIFERIMENTO NON FUTURA: "
                       WS-DATA-RIFERIMENTO " CORRENTE "
                       WS-DATA-CORRENTE
               MOVE "S" TO WS-FLAG-FINE-CAUSALI
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.

           OPEN INPUT CAUSALE-FILE.
           IF NOT WS-CAUSALE-OK
               DISPLAY "CC1GOLV - ERRORE APERTURA CAUSALE-FILE "
                       WS-CAUSALE-STATUS
               MOVE "S" TO WS-FLAG-FINE-CAUSALI
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.

           OPEN OUTPUT GOLV-REPORT.
           MOVE "S" TO WS-FLAG-FILE-APERTI.
           MOVE WS-DATA-RIFERIMENTO TO WS-IN-DATA-RIF.
           MOVE WS-DATA-CORRENTE    TO WS-IN-DATA-CORR.
           MOVE WS-INTESTAZIONE-1 TO GOLV-REPORT-LINEA.
           WRITE GOLV-REPORT-LINEA.
           MOVE WS-INTESTAZIONE-2 TO GOLV-REPORT-LINEA.
           WRITE GOLV-REPORT-LINEA.

           PERFORM 2100-LEGGI-VERSIONE
               THRU 2100-LEGGI-VERSIONE-EXIT.
       1000-INIZIALIZZA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-ESAMINA-VERSIONE : AL CAMBIO DI CAUSALE VALUTA IL GRUPPO *
      *  PRECEDENTE, POI TRATTIENE LA VERSIONE CORRENTE SE NON         *
      *  SUPERIORE ALLA DATA DI RIFERIMENTO E ANNOTA LA DATA DELLA     *
      *  VERSIONE IN VIGORE OGGI                                       *
      *----------------------------------------------------------------*
       2000-ESAMINA-VERSIONE.
           ADD 1 TO WS-CONT-VERSIONI.

           MOVE CCAU-ID-OUT OF CAUSALE-REC      TO WS-LET-ID.
           MOVE CCAU-COD-CAU-OUT OF CAUSALE-REC TO WS-LET-COD-CAU.
           MOVE CCAU-RESTO-OUT OF CAUSALE-REC   TO WS-LET-RESTO.

           IF WS-CHIAVE-LETTA NOT = WS-GRUPPO-CORRENTE
               PERFORM 3000-VALUTA-GRUPPO
                   THRU 3000-VALUTA-GRUPPO-EXIT
               MOVE WS-CHIAVE-LETTA TO WS-GRUPPO-CORRENTE
           END-IF.

           IF CCAU-DATA-VALID-OUT-N OF CAUSALE-REC NOT >
              WS-DATA-RIFERIMENTO
               MOVE CAUSALE-REC TO WS-VERSIONE-VIGORE
               MOVE "S" TO WS-FLAG-VERSIONE-SCELTA
           END-IF.

           IF CCAU-DATA-VALID-OUT-N OF CAUSALE-REC NOT >
              WS-DATA-CORRENTE
               MOVE CCAU-DATA-VALID-OUT-N OF CAUSALE-REC
                   TO WS-DATA-VIGORE-CORRENTE
               MOVE "S" TO WS-FLAG-VIGORE-CORRENTE
           END-IF.

           PERFORM 2100-LEGGI-VERSIONE
               THRU 2100-LEGGI-VERSIONE-EXIT.
       2000-ESAMINA-VERSIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-LEGGI-VERSIONE : LETTURA SEQUENZIALE PROSSIMA VERSIONE   *
      *----------------------------------------------------------------*
       2100-LEGGI-VERSIONE.
           READ CAUSALE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FLAG-FINE-CAUSALI.
       2100-LEGGI-VERSIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-VALUTA-GRUPPO : PER LA VERSIONE IN VIGORE ALLA DATA DI   *
      *  RIFERIMENTO DEL GRUPPO APPENA CONCLUSO SEGNALA SE CAMBIA      *
      *  RISPETTO A OGGI ED ESEGUE TUTTI I CONTROLLI DEI PRESIDI       *
      *----------------------------------------------------------------*
       3000-VALUTA-GRUPPO.
           IF NOT WS-VERSIONE-SCELTA
               GO TO 3000-VALUTA-GRUPPO-RESET
           END-IF.

           ADD 1 TO WS-CONT-IN-VIGORE.
           MOVE "N" TO WS-FLAG-CAMBIA.
           IF CCAU-DATA-VALID-OUT-N OF WS-VERSIONE-VIGORE >
              WS-DATA-CORRENTE
               MOVE "S" TO WS-FLAG-CAMBIA
               PERFORM 3100-STAMPA-CAMBIO
                   THRU 3100-STAMPA-CAMBIO-EXIT
           END-IF.

           PERFORM 4100-CONTROLLI-CERT
               THRU 4100-CONTROLLI-CERT-EXIT.
           PERFORM 4200-CONTROLLI-CBIE
               THRU 4200-CONTROLLI-CBIE-EXIT.
           PERFORM 4300-CONTROLLO-SWFT
               THRU 4300-CONTROLLO-SWFT-EXIT.
           PERFORM 4400-CONTROLLI-ECDS
               THRU 4400-CONTROLLI-ECDS-EXIT.
           PERFORM 4500-CONTROLLI-AMLX
               THRU 4500-CONTROLLI-AMLX-EXIT.
           PERFORM 4600-CONTROLLO-PSDE
               THRU 4600-CONTROLLO-PSDE-EXIT.

       3000-VALUTA-GRUPPO-RESET.
           MOVE "N"  TO WS-FLAG-VERSIONE-SCELTA.
           MOVE "N"  TO WS-FLAG-VIGORE-CORRENTE.
           MOVE ZERO TO WS-DATA-VIGORE-CORRENTE.
       3000-VALUTA-GRUPPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-STAMPA-CAMBIO : CAUSALE LA CUI VERSIONE IN VIGORE ALLA   *
      *  DATA DI RIFERIMENTO NON E' ANCORA IN VIGORE OGGI              *
      *----------------------------------------------------------------*
       3100-STAMPA-CAMBIO.
           ADD 1 TO WS-CONT-CAMBIANO.
           PERFORM 8100-FORMATTA-CAUSALE
               THRU 8100-FORMATTA-CAUSALE-EXIT.
           MOVE "*" TO WS-RD-VAR.
           IF WS-ESISTE-VIGORE-CORRENTE
               MOVE WS-DATA-VIGORE-CORRENTE TO WS-MC-DATA-CORR
               MOVE WS-MOTIVO-CAMBIO TO WS-RD-MOTIVO
           ELSE
               ADD 1 TO WS-CONT-NUOVE
               MOVE "NUOVA CAUSALE, OGGI NON IN VIGORE"
                   TO WS-RD-MOTIVO
           END-IF.
           MOVE WS-RIGA-DETTAGLIO TO GOLV-REPORT-LINEA.
           WRITE GOLV-REPORT-LINEA.
       3100-STAMPA-CAMBIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4100-CONTROLLI-CERT : REGOLE DI DOMINIO DI CC1CERT SULLA      *
      *  VERSIONE IN VIGORE ALLA DATA DI RIFERIMENTO                   *
      *----------------------------------------------------------------*
       4100-CONTROLLI-CERT.
           MOVE "CERT" TO WS-PRB-CONTROLLO.
           MOVE "E"    TO WS-PRB-GRAVITA.

           IF NOT CCAU-ADDEB OF WS-VERSIONE-VIGORE AND
              NOT CCAU-ACCAU OF WS-VERSIONE-VIGORE
               MOVE "SEGNO CONTABILE NON 'D'/'A'" TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.

           PERFORM 4110-CERT-GIORNI-VALUTA
               THRU 4110-CERT-GIORNI-VALUTA-EXIT.
           PERFORM 4120-CERT-REGOLE-DATA
               THRU 4120-CERT-REGOLE-DATA-EXIT.
           PERFORM 4130-CERT-AVVISI
               THRU 4130-CERT-AVVISI-EXIT.
       4100-CONTROLLI-CERT-EXIT.
           EXIT.

       4110-CERT-GIORNI-VALUTA.
           IF NOT CCAU-POS-VAL-MIN OF WS-VERSIONE-VIGORE AND
              NOT CCAU-NEG-VAL-MIN OF WS-VERSIONE-VIGORE
               MOVE "SEGNO GIORNI VALUTA MINIMO NON '+'/'-'"
                   TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.

           IF NOT CCAU-POS-VAL-MAX OF WS-VERSIONE-VIGORE AND
              NOT CCAU-NEG-VAL-MAX OF WS-VERSIONE-VIGORE
               MOVE "SEGNO GIORNI VALUTA MASSIMO NON '+'/'-'"
                   TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.

      *    IL CONFRONTO MINIMO/MASSIMO HA SENSO SOLO CON ENTRAMBI I
      *    SEGNI VALIDI: IL VALORE E' NEGATIVO QUANDO IL SEGNO E' '-'.
           IF (CCAU-POS-VAL-MIN OF WS-VERSIONE-VIGORE OR
               CCAU-NEG-VAL-MIN OF WS-VERSIONE-VIGORE) AND
              (CCAU-POS-VAL-MAX OF WS-VERSIONE-VIGORE OR
               CCAU-NEG-VAL-MAX OF WS-VERSIONE-VIGORE)
               MOVE CCAU-GG-VAL-MIN OF WS-VERSIONE-VIGORE
                   TO WS-VAL-MIN
               IF CCAU-NEG-VAL-MIN OF WS-VERSIONE-VIGORE
                   COMPUTE WS-VAL-MIN = WS-VAL-MIN * -1
               END-IF
               MOVE CCAU-GG-VAL-MAX OF WS-VERSIONE-VIGORE
                   TO WS-VAL-MAX
               IF CCAU-NEG-VAL-MAX OF WS-VERSIONE-VIGORE
                   COMPUTE WS-VAL-MAX = WS-VAL-MAX * -1
               END-IF
               IF WS-VAL-MIN > WS-VAL-MAX
                   MOVE "GIORNI VALUTA MINIMO SUPERIORE AL MASSIMO"
                       TO WS-PRB-MOTIVO
                   PERFORM 8000-STAMPA-PROBLEMA
                       THRU 8000-STAMPA-PROBLEMA-EXIT
               END-IF
           END-IF.

           IF NOT CCAU-MAX-FAV-CLI OF WS-VERSIONE-VIGORE AND
              NOT CCAU-MAX OF WS-VERSIONE-VIGORE
               MOVE "FLAG CONTROLLO VALUTA NON 'F'/'M'"
                   TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.
       4110-CERT-GIORNI-VALUTA-EXIT.
           EXIT.

       4120-CERT-REGOLE-DATA.
           IF CCAU-FLAG-DATA-FIN-TIPO-GG OF WS-VERSIONE-VIGORE
                  NOT = 'L' AND
              CCAU-FLAG-DATA-FIN-TIPO-GG OF WS-VERSIONE-VIGORE
                  NOT = 'C'
               MOVE "TIPO GIORNI DATA FINANZIARIA NON 'L'/'C'"
                   TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.

           IF NOT CCAU-OPE-DATA-FIN OF WS-VERSIONE-VIGORE AND
              NOT CCAU-VAL-DATA-FIN OF WS-VERSIONE-VIGORE
               MOVE "RIFERIMENTO DATA FINANZIARIA NON 'O'/'V'"
                   TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.

           IF NOT CCAU-SOM-DATA-FIN OF WS-VERSIONE-VIGORE AND
              NOT CCAU-SOT-DATA-FIN OF WS-VERSIONE-VIGORE
               MOVE "SEGNO DATA FINANZIARIA NON '+'/'-'"
                   TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.

           IF NOT CCAU-LAV-PRO-TIPO-GG OF WS-VERSIONE-VIGORE
               MOVE "TIPO GIORNI DATA PROCESSO NON 'L'"
                   TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.

           IF NOT CCAU-OPE-DATA-PRO OF WS-VERSIONE-VIGORE
               MOVE "RIFERIMENTO DATA PROCESSO NON 'O'"
                   TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.

           IF NOT CCAU-SOM-DATA-PRO OF WS-VERSIONE-VIGORE AND
              NOT CCAU-SOT-DATA-PRO OF WS-VERSIONE-VIGORE
               MOVE "SEGNO DATA PROCESSO NON '+'/'-'"
                   TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.

           IF NOT CCAU-LAV-PAS-TIPO-GG OF WS-VERSIONE-VIGORE AND
              NOT CCAU-CAL-PAS-TIPO-GG OF WS-VERSIONE-VIGORE
               MOVE "TIPO GIORNI DATA PASSAGGIO NON 'L'/'C'"
                   TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.

           IF NOT CCAU-OPE-DATA-PAS OF WS-VERSIONE-VIGORE AND
              NOT CCAU-PRO-DATA-PAS OF WS-VERSIONE-VIGORE AND
              NOT CCAU-FIN-DATA-PAS OF WS-VERSIONE-VIGORE AND
              NOT CCAU-VAL-DATA-PAS OF WS-VERSIONE-VIGORE
               MOVE "RIFERIMENTO DATA PASSAGGIO NON 'O'/'V'/'P'/'F'"
                   TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.

           IF NOT CCAU-SOM-DATA-PAS OF WS-VERSIONE-VIGORE AND
              NOT CCAU-SOT-DATA-PAS OF WS-VERSIONE-VIGORE
               MOVE "SEGNO DATA PASSAGGIO NON '+'/'-'"
                   TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.
       4120-CERT-REGOLE-DATA-EXIT.
           EXIT.

       4130-CERT-AVVISI.
           MOVE "W" TO WS-PRB-GRAVITA.

           IF CCAU-DESCR OF WS-VERSIONE-VIGORE = SPACES
               MOVE "DESCRIZIONE ASSENTE" TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.

           IF NOT CCAU-NO-COMP OF WS-VERSIONE-VIGORE AND
              NOT CCAU-COMP OF WS-VERSIONE-VIGORE
               MOVE "FLAG COMPETENZE NON '0'/'1'" TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.

           IF NOT CCAU-NO-EC OF WS-VERSIONE-VIGORE AND
              NOT CCAU-EC OF WS-VERSIONE-VIGORE
               MOVE "FLAG ESTRATTO CONTO NON '0'/'1'" TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.

           IF NOT CCAU-SOLO-ACCENTR OF WS-VERSIONE-VIGORE AND
              NOT CCAU-SPOR-ACCENTR OF WS-VERSIONE-VIGORE AND
              NOT CCAU-SOLO-SPOR OF WS-VERSIONE-VIGORE
               MOVE "FLAG ACCENTRAMENTO NON '0'/'1'/'2'"
                   TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.
       4130-CERT-AVVISI-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4200-CONTROLLI-CBIE : DUPLICATI ABI-CBI TRA CAUSALI IN VIGORE *
      *  CON LO STESSO SEGNO (BLOCCANTE, IL FLUSSO CBIMAP NON SI       *
      *  CARICHEREBBE) E MAPPATURE DI CANALE MANCANTI SULLE CAUSALI    *
      *  ABILITATE ALL'E/C O ALLO SPORTELLO (AVVISO), COME CC1CBIE     *
      *----------------------------------------------------------------*
       4200-CONTROLLI-CBIE.
           MOVE "CBIE" TO WS-PRB-CONTROLLO.

           IF CCAU-CAU-ABI-CBI OF WS-VERSIONE-VIGORE = SPACES
               GO TO 4200-CONTROLLI-CBIE-MANCANZE
           END-IF.

           MOVE "N"  TO WS-FLAG-DUPLICATO.
           MOVE ZERO TO WS-DUP-TROVATO-IX.
           MOVE 1    TO WS-DUP-IX.
           PERFORM 4210-ESAMINA-COPPIA
               THRU 4210-ESAMINA-COPPIA-EXIT
               UNTIL WS-DUP-IX > WS-DUP-CARICATI OR
                     WS-DUPLICATO-TROVATO.

           IF WS-DUPLICATO-TROVATO
               MOVE "E" TO WS-PRB-GRAVITA
               MOVE SPACES TO WS-PRB-MOTIVO
               STRING "ABI-CBI " DELIMITED BY SIZE
                      CCAU-CAU-ABI-CBI OF WS-VERSIONE-VIGORE
                          DELIMITED BY SIZE
                      " GIA' ASSEGNATO A " DELIMITED BY SIZE
                      WS-DUP-ID(WS-DUP-TROVATO-IX)
                          DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-DUP-COD-CAU(WS-DUP-TROVATO-IX)
                          DELIMITED BY SIZE
                      " CON LO STESSO SEGNO" DELIMITED BY SIZE
                      INTO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
               GO TO 4200-CONTROLLI-CBIE-MANCANZE
           END-IF.

           IF WS-DUP-CARICATI >= WS-DUP-MAX
               DISPLAY "CC1GOLV - TABELLA DUPLICATI SATURA, "
                       "CONTROLLO INCOMPLETO"
               MOVE 8 TO RETURN-CODE
               GO TO 4200-CONTROLLI-CBIE-MANCANZE
           END-IF.
           ADD 1 TO WS-DUP-CARICATI.
           MOVE CCAU-SEGNO OF WS-VERSIONE-VIGORE
               TO WS-DUP-SEGNO(WS-DUP-CARICATI).
           MOVE CCAU-CAU-ABI-CBI OF WS-VERSIONE-VIGORE
               TO WS-DUP-ABI-CBI(WS-DUP-CARICATI).
           MOVE CCAU-ID-OUT OF WS-VERSIONE-VIGORE
               TO WS-DUP-ID(WS-DUP-CARICATI).
           MOVE CCAU-COD-CAU-OUT OF WS-VERSIONE-VIGORE
               TO WS-DUP-COD-CAU(WS-DUP-CARICATI).

       4200-CONTROLLI-CBIE-MANCANZE.
           IF NOT CCAU-EC OF WS-VERSIONE-VIGORE AND
              NOT CCAU-SOLO-SPOR OF WS-VERSIONE-VIGORE AND
              NOT CCAU-SPOR-ACCENTR OF WS-VERSIONE-VIGORE
               GO TO 4200-CONTROLLI-CBIE-EXIT
           END-IF.

           IF CCAU-CAU-ABI-CBI OF WS-VERSIONE-VIGORE = SPACES OR
              CCAU-CAU-ABI-ATM OF WS-VERSIONE-VIGORE = SPACES
               MOVE "W" TO WS-PRB-GRAVITA
               MOVE "MAPPATURA DI CANALE MANCANTE SU CAUSALE ABILITATA"
                   TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.
       4200-CONTROLLI-CBIE-EXIT.
           EXIT.

       4210-ESAMINA-COPPIA.
           IF WS-DUP-SEGNO(WS-DUP-IX) =
                  CCAU-SEGNO OF WS-VERSIONE-VIGORE AND
              WS-DUP-ABI-CBI(WS-DUP-IX) =
                  CCAU-CAU-ABI-CBI OF WS-VERSIONE-VIGORE
               MOVE "S" TO WS-FLAG-DUPLICATO
               MOVE WS-DUP-IX TO WS-DUP-TROVATO-IX
           END-IF.
           ADD 1 TO WS-DUP-IX.
       4210-ESAMINA-COPPIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4300-CONTROLLO-SWFT : CAUSALE ABILITATA ALL'ESTERO O          *
      *  ALL'ACCENTRAMENTO SENZA CODICE SWIFT, COME CC1SWFT            *
      *----------------------------------------------------------------*
       4300-CONTROLLO-SWFT.
           IF NOT CCAU-SOLO-ACCENTR OF WS-VERSIONE-VIGORE AND
              NOT CCAU-SPOR-ACCENTR OF WS-VERSIONE-VIGORE AND
              NOT CCAU-OPER-GEN-SI-EST OF WS-VERSIONE-VIGORE AND
              NOT CCAU-OPER-GEN-ANCHE-EST OF WS-VERSIONE-VIGORE
               GO TO 4300-CONTROLLO-SWFT-EXIT
           END-IF.

           IF CCAU-CAU-SWIFT OF WS-VERSIONE-VIGORE = SPACES
               MOVE "SWFT" TO WS-PRB-CONTROLLO
               MOVE "W"    TO WS-PRB-GRAVITA
               MOVE "CODICE SWIFT NON MAPPATO" TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.
       4300-CONTROLLO-SWFT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4400-CONTROLLI-ECDS : CAUSALE DESTINATA ALL'ESTRATTO CONTO    *
      *  CON DESCRIZIONE ASSENTE O NON CERTIFICATA, COME CC1ECDS       *
      *----------------------------------------------------------------*
       4400-CONTROLLI-ECDS.
           IF NOT CCAU-EC OF WS-VERSIONE-VIGORE
               GO TO 4400-CONTROLLI-ECDS-EXIT
           END-IF.

           MOVE "ECDS" TO WS-PRB-CONTROLLO.
           MOVE "W"    TO WS-PRB-GRAVITA.
           IF CCAU-DESCR OF WS-VERSIONE-VIGORE = SPACES
               MOVE "DESCRIZIONE ASSENTE SU CAUSALE DA E/C"
                   TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.

           IF NOT CCAU-FLAG-OK-DESC-EC-SI OF WS-VERSIONE-VIGORE
               MOVE "FLAG-OK-DESC-EC NON IMPOSTATO A 'S'"
                   TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.
       4400-CONTROLLI-ECDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4500-CONTROLLI-AMLX : COPERTURA ANTIRICICLAGGIO, COME CC1AMLX *
      *  (IL CONTEGGIO DEI MOVIMENTI DI GIORNATA NON HA SENSO SU UNA   *
      *  DATA FUTURA E NON VIENE RIPORTATO)                            *
      *----------------------------------------------------------------*
       4500-CONTROLLI-AMLX.
           MOVE "AMLX" TO WS-PRB-CONTROLLO.
           MOVE "W"    TO WS-PRB-GRAVITA.

           IF CCAU-CAUS-ANTIRICICL OF WS-VERSIONE-VIGORE = SPACES
               MOVE "CAUSALE ANTIRICICLAGGIO NON MAPPATA"
                   TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.

           IF CCAU-FLAG-ANTIMAFIA OF WS-VERSIONE-VIGORE NOT = '1'
               MOVE "FLAG ANTIMAFIA NON ATTIVO" TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.
       4500-CONTROLLI-AMLX-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4600-CONTROLLO-PSDE : CAUSALE DI PAGAMENTO SENZA CODICE DI    *
      *  RAGGRUPPAMENTO PSD, COME CC1PSDE                              *
      *----------------------------------------------------------------*
       4600-CONTROLLO-PSDE.
           IF CCAU-SI-OPER-GEN OF WS-VERSIONE-VIGORE AND
              CCAU-COD-RAG-PSD OF WS-VERSIONE-VIGORE = SPACES
               MOVE "PSDE" TO WS-PRB-CONTROLLO
               MOVE "W"    TO WS-PRB-GRAVITA
               MOVE "CAUSALE DI PAGAMENTO SENZA RAGGRUPPAMENTO"
                   TO WS-PRB-MOTIVO
               PERFORM 8000-STAMPA-PROBLEMA
                   THRU 8000-STAMPA-PROBLEMA-EXIT
           END-IF.
       4600-CONTROLLO-PSDE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-STAMPA-PROBLEMA : STAMPA UNA RIGA DI PROBLEMA CON        *
      *  PRESIDIO E GRAVITA' CORRENTI E AGGIORNA I CONTATORI           *
      *----------------------------------------------------------------*
       8000-STAMPA-PROBLEMA.
           PERFORM 8100-FORMATTA-CAUSALE
               THRU 8100-FORMATTA-CAUSALE-EXIT.
           MOVE WS-PRB-CONTROLLO TO WS-RD-CONTROLLO.
           MOVE WS-PRB-GRAVITA   TO WS-RD-GRAVITA.
           MOVE WS-PRB-MOTIVO    TO WS-RD-MOTIVO.
           IF WS-CAUSALE-CAMBIA
               MOVE "*" TO WS-RD-VAR
               ADD 1 TO WS-CONT-PRB-CAMBIANO
           END-IF.
           MOVE WS-RIGA-DETTAGLIO TO GOLV-REPORT-LINEA.
           WRITE GOLV-REPORT-LINEA.

           IF WS-PRB-GRAVITA = "E"
               ADD 1 TO WS-CONT-BLOCCANTI
           ELSE
               ADD 1 TO WS-CONT-AVVISI
           END-IF.
       8000-STAMPA-PROBLEMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8100-FORMATTA-CAUSALE : PULISCE LA RIGA DI DETTAGLIO E VI     *
      *  RIPORTA GLI ESTREMI DELLA VERSIONE IN VIGORE                  *
      *----------------------------------------------------------------*
       8100-FORMATTA-CAUSALE.
           MOVE SPACES TO WS-RIGA-DETTAGLIO.
           MOVE CCAU-ID-OUT OF WS-VERSIONE-VIGORE      TO WS-RD-ID.
           MOVE CCAU-COD-CAU-OUT OF WS-VERSIONE-VIGORE
               TO WS-RD-COD-CAU.
           MOVE CCAU-RESTO-OUT OF WS-VERSIONE-VIGORE   TO WS-RD-RESTO.
           MOVE CCAU-DATA-VALID-OUT-N OF WS-VERSIONE-VIGORE
               TO WS-RD-DATA-VALID.
       8100-FORMATTA-CAUSALE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9000-TERMINA : STAMPA TOTALI, IMPOSTA IL RETURN-CODE PER LO   *
      *  SCHEDULATORE E CHIUDE I FILE                                  *
      *----------------------------------------------------------------*
       9000-TERMINA.
           IF WS-FILE-APERTI
               MOVE WS-CONT-IN-VIGORE    TO WS-RT-IN-VIGORE
               MOVE WS-CONT-CAMBIANO     TO WS-RT-CAMBIANO
               MOVE WS-CONT-NUOVE        TO WS-RT-NUOVE
               MOVE WS-RIGA-TOTALI-1 TO GOLV-REPORT-LINEA
               WRITE GOLV-REPORT-LINEA
               MOVE WS-CONT-BLOCCANTI    TO WS-RT-BLOCCANTI
               MOVE WS-CONT-AVVISI       TO WS-RT-AVVISI
               MOVE WS-CONT-PRB-CAMBIANO TO WS-RT-PRB-CAMBIANO
               MOVE WS-RIGA-TOTALI-2 TO GOLV-REPORT-LINEA
               WRITE GOLV-REPORT-LINEA

               IF WS-CONT-BLOCCANTI > ZERO
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "CC1GOLV - PROBLEMI BLOCCANTI ALLA DATA "
                           WS-DATA-RIFERIMENTO ": CAMBIO DA TRATTENERE"
               ELSE
                   IF WS-CONT-AVVISI > ZERO AND
                      RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF

               CLOSE CAUSALE-FILE
               CLOSE GOLV-REPORT
           END-IF.
       9000-TERMINA-EXIT.
           EXIT.
