      *================================================================*
      *  PROGRAM-ID    : CC1DOSS                                       *
      *  AUTORE        : UFFICIO SISTEMI - AREA TABELLE DI SISTEMA     *
      *  INSTALLAZIONE : DIREZIONE GENERALE - ELABORAZIONE DATI        *
      *  DATA-SCRITTURA: 15/10/2026                                    *
      *  DESCRIZIONE   : DOSSIER DI CAUSALE. PER OGNI RICHIESTA        *
      *                  DOSSTRAN (ID E COD.CAU) STAMPA SU DOSSLIST,   *
      *                  RIUNENDO TUTTI GLI ARCHIVI CHE RIGUARDANO LA  *
      *                  CAUSALE:                                      *
      *                    - LE VERSIONI DATATE DELLA TABELLA CAUSALI  *
      *                      E DELL'ARCHIVIO STORICO CAUSARCH, CON I   *
      *                      CAMPI DECODIFICATI;                       *
      *                    - LA STORIA DELLE MODIFICHE DAL GIORNALE    *
      *                      (PARTE EPURATA CAUJARCH E GIORNALE IN     *
      *                      LINEA CAUMJRNL) CON OPERATORE PROPONENTE  *
      *                      E AUTORIZZANTE;                           *
      *                    - LE PROPOSTE IN ATTESA SU CAUPROPS;        *
      *                    - L'UTILIZZO DA CAUUSTO (ULTIMO MOVIMENTO E *
      *                      CONTEGGI DEGLI ULTIMI DODICI MESI);       *
      *                    - LE IMPOSTAZIONI IN VIGORE ALLA DATA DI    *
      *                      RIFERIMENTO: CANALI CBI/ATM/SWIFT,        *
      *                      RAGGRUPPAMENTO PSD, ANTIRICICLAGGIO E     *
      *                      CENTRALE RISCHI.                          *
      *                  COME CC1ARCR, GLI ARCHIVI SEQUENZIALI SONO    *
      *                  RILETTI PER INTERO AD OGNI RICHIESTA.         *
      *                  RETURN-CODE 4 SE UNA RICHIESTA E' ERRATA O LA *
      *                  CAUSALE NON E' PRESENTE NE' IN TABELLA NE'    *
      *                  IN ARCHIVIO.                                  *
      *------------------------------------------------------------*  *
      *  STORIA DELLE MODIFICHE                                        *
      *  DATA        AUTORE   DESCRIZIONE                              *
      *  15/10/2026  UFSIS    PRIMA VERSIONE DEL PROGRAMMA.            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CC1DOSS.
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
           SELECT DOSS-TRANIN ASSIGN TO "DOSSTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANIN-STATUS.

           SELECT CAUSALE-FILE ASSIGN TO "CAUSALE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCAU-KEY-OUT OF CAUSALE-REC
               FILE STATUS IS WS-CAUSALE-STATUS.

           SELECT OPTIONAL ARCHIVIO-STORICO ASSIGN TO "CAUSARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVIO-STATUS.

           SELECT OPTIONAL CAUM-JOURNAL ASSIGN TO "CAUMJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL CAUJ-ARCHIVIO ASSIGN TO "CAUJARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JARCH-STATUS.

           SELECT OPTIONAL PROPOSTE-FILE ASSIGN TO "CAUPROPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAUP-NUMERO OF CAUP-REC
               FILE STATUS IS WS-PROPOSTE-STATUS.

           SELECT OPTIONAL STORICO-USO ASSIGN TO "CAUUSTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAUS-USO-CHIAVE OF CAUS-USO-REC
               FILE STATUS IS WS-USO-STATUS.

           SELECT DOSS-REPORT ASSIGN TO "DOSSLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOSS-TRANIN
           RECORD CONTAINS 80 CHARACTERS.
           COPY DOSSTRAN.

       FD  CAUSALE-FILE.
           COPY CC0CAUSR.

       FD  ARCHIVIO-STORICO
           RECORD CONTAINS 298 CHARACTERS.
       01  ARCHIVIO-REC.
           COPY CC0CAUSA.

       FD  CAUM-JOURNAL
           RECORD CONTAINS 678 CHARACTERS.
       01  CAUJ-REC-IN                   PIC X(678).

       FD  CAUJ-ARCHIVIO
           RECORD CONTAINS 678 CHARACTERS.
       01  CAUJ-REC-ARC                  PIC X(678).

       FD  PROPOSTE-FILE.
           COPY CAUPROP.

       FD  STORICO-USO.
           COPY CAUUSAGE.

       FD  DOSS-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  DOSS-REPORT-LINEA              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY DATECNV.

      *    IMMAGINE DELLA REGISTRAZIONE DI GIORNALE IN ESAME, LETTA DAL
      *    GIORNALE IN LINEA O DALLA SUA PARTE ARCHIVIATA.
       COPY CAUMJRNL.

      *    SCHEDA ORIGINALE CONSERVATA NELLA PROPOSTA, RIPORTATA NEL
      *    TRACCIATO CAUMTRAN.
       COPY CAUMTRAN.

       01  WS-STATUS-AREA.
           05  WS-TRANIN-STATUS          PIC XX.
               88  WS-TRANIN-OK              VALUE '00'.
           05  WS-CAUSALE-STATUS         PIC XX.
               88  WS-CAUSALE-OK             VALUE '00'.
           05  WS-ARCHIVIO-STATUS        PIC XX.
               88  WS-ARCHIVIO-OK            VALUE '00'.
           05  WS-JOURNAL-STATUS         PIC XX.
               88  WS-JOURNAL-OK             VALUE '00'.
           05  WS-JARCH-STATUS           PIC XX.
               88  WS-JARCH-OK               VALUE '00'.
           05  WS-PROPOSTE-STATUS        PIC XX.
               88  WS-PROPOSTE-OK            VALUE '00'.
           05  WS-USO-STATUS             PIC XX.
               88  WS-USO-OK                 VALUE '00'.
           05  WS-REPORT-STATUS          PIC XX.
               88  WS-REPORT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FLAG-FINE-TRAN         PIC X       VALUE 'N'.
               88  WS-FINE-TRAN              VALUE 'S'.
           05  WS-FLAG-FINE-LETTURA      PIC X       VALUE 'N'.
               88  WS-FINE-LETTURA           VALUE 'S'.
           05  WS-FLAG-FILE-APERTI       PIC X       VALUE 'N'.
               88  WS-FILE-APERTI            VALUE 'S'.
           05  WS-FLAG-USO-APERTO        PIC X       VALUE 'N'.
               88  WS-USO-APERTO             VALUE 'S'.
           05  WS-FLAG-VERSIONE-SCELTA   PIC X       VALUE 'N'.
               88  WS-VERSIONE-SCELTA        VALUE 'S'.
           05  WS-FLAG-MESE-TROVATO      PIC X       VALUE 'N'.
               88  WS-MESE-TROVATO           VALUE 'S'.

       01  WS-RICHIESTA-CORRENTE.
           05  WS-RIC-ID                 PIC X(4).
           05  WS-RIC-COD-CAU            PIC X(6).
           05  WS-DATA-RIFERIMENTO       PIC 9(6)    VALUE ZERO.
           05  WS-DATA-SISTEMA           PIC 9(6)    VALUE ZERO.
           05  WS-RESTO-CORRENTE         PIC X(10).

      *    VERSIONE DA DECODIFICARE (TABELLA O ARCHIVIO) E VERSIONE IN
      *    VIGORE DEL RESTO IN ESAME.
       01  WS-VERSIONE-STAMPA.
           COPY CC0CAUSA.

       01  WS-VERSIONE-VIGORE.
           COPY CC0CAUSA.

      *    VERSIONI IN VIGORE ALLA DATA DI RIFERIMENTO, UNA PER OGNI
      *    RESTO DELLA CAUSALE, PER LA SEZIONE DELLE IMPOSTAZIONI.
       01  WS-VIGORE-AREA.
           05  WS-VIG-MAX                PIC 9(4)    COMP VALUE 20.
           05  WS-VIG-CARICATE           PIC 9(4)    COMP VALUE ZERO.
           05  WS-VIG-IX                 PIC 9(4)    COMP VALUE ZERO.
           05  WS-VIG-TABELLA.
               10  WS-VIG-ELEM           PIC X(298)  OCCURS 20.

       01  WS-MESI-AREA.
           05  WS-MESE-IX                PIC 9(4)    COMP VALUE ZERO.
           05  WS-MESE-SCELTO            PIC 9(4)    COMP VALUE ZERO.
           05  WS-MESE-ULTIMO            PIC 9(6)    VALUE ZERO.

       01  WS-CONTATORI-DOSSIER.
           05  WS-CONT-TABELLA           PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-ARCHIVIO          PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-GIORNALE          PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-PROPOSTE          PIC 9(7)    COMP-3 VALUE ZERO.

       01  WS-CONTATORI.
           05  WS-CONT-RICHIESTE         PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-ERRATE            PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-NON-TROVATE       PIC 9(7)    COMP-3 VALUE ZERO.

       01  WS-TESTI-DECODIFICA.
           05  WS-TESTO-ORIGINE          PIC X(9).
           05  WS-TESTO-SI-NO            PIC X(2).
           05  WS-ED-CONTEGGIO           PIC ZZZ.ZZZ.ZZ9.
           05  WS-DATA-8-EDIT            PIC X(10).

       01  WS-INTESTAZIONE.
           05  FILLER          PIC X(52) VALUE
               "DOSSIER CAUSALI - TABELLA, ARCHIVI, GIORNALE, USO".

       01  WS-RIGA-SEPARATORE.
           05  FILLER          PIC X(66) VALUE ALL "=".

       01  WS-RIGA-DOSSIER.
           05  FILLER          PIC X(20) VALUE "DOSSIER CAUSALE  ID=".
           05  WS-RDS-ID       PIC X(4).
           05  FILLER          PIC X(10) VALUE "  COD.CAU=".
           05  WS-RDS-COD-CAU  PIC X(6).
           05  FILLER          PIC X(22) VALUE
               "  DATA RIFERIMENTO = ".
           05  WS-RDS-DATA-RIF PIC X(10).

       01  WS-TITOLO-SEZIONE             PIC X(80).

       01  WS-RIGA-NESSUNO.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  WS-RN-TESTO     PIC X(60).

      *    DECODIFICA DI UNA VERSIONE: TESTATA, REGOLE DI VALUTA E DI
      *    DATA, CANALI E CLASSIFICAZIONI.
       01  WS-RIGA-VERSIONE-1.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-RV-ORIGINE             PIC X(9).
           05  WS-RV-RESTO               PIC X(11).
           05  FILLER                    PIC X(11) VALUE "VALIDA DAL ".
           05  WS-RV-DATA                PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-RV-DESCR               PIC X(25).
           05  WS-RV-SEGNO               PIC X(10).
           05  FILLER                    PIC X(5)  VALUE "COMP=".
           05  WS-RV-COMP                PIC X(3).
           05  FILLER                    PIC X(3)  VALUE "EC=".
           05  WS-RV-EC                  PIC X(3).
           05  WS-RV-ACCENTR             PIC X(14).
           05  WS-RV-STATO               PIC X(12).

       01  WS-RIGA-VERSIONE-2.
           05  FILLER                    PIC X(13) VALUE
               "     VALUTA: ".
           05  FILLER                    PIC X(4)  VALUE "MIN=".
           05  WS-RV-SEGNO-MIN           PIC X.
           05  WS-RV-GG-MIN              PIC 9(3).
           05  FILLER                    PIC X(5)  VALUE " MAX=".
           05  WS-RV-SEGNO-MAX           PIC X.
           05  WS-RV-GG-MAX              PIC 9(3).
           05  FILLER                    PIC X(7)  VALUE " CONTR=".
           05  WS-RV-CNTR                PIC X(12).
           05  FILLER                    PIC X(10) VALUE " DATA FIN=".
           05  WS-RV-FIN                 PIC X(6).
           05  FILLER                    PIC X(5)  VALUE " PRO=".
           05  WS-RV-PRO                 PIC X(6).
           05  FILLER                    PIC X(5)  VALUE " PAS=".
           05  WS-RV-PAS                 PIC X(6).
           05  FILLER                    PIC X(10) VALUE " OPER.GEN=".
           05  WS-RV-OPER-GEN            PIC X(20).

       01  WS-RIGA-VERSIONE-3.
           05  FILLER                    PIC X(13) VALUE
               "     CANALI: ".
           05  FILLER                    PIC X(4)  VALUE "CBI=".
           05  WS-RV-CBI                 PIC X(2).
           05  FILLER                    PIC X(5)  VALUE " ATM=".
           05  WS-RV-ATM                 PIC X(2).
           05  FILLER                    PIC X(7)  VALUE " SWIFT=".
           05  WS-RV-SWIFT               PIC X(3).
           05  FILLER                    PIC X(9)  VALUE " CAN.ACC=".
           05  WS-RV-CAN-ACC             PIC X(3).
           05  FILLER                    PIC X(5)  VALUE " PSD=".
           05  WS-RV-PSD                 PIC X(2).
           05  FILLER                    PIC X(9)  VALUE " ANTIRIC=".
           05  WS-RV-ANTIRIC             PIC X(4).
           05  FILLER                    PIC X(11) VALUE " ANTIMAFIA=".
           05  WS-RV-ANTIMAFIA           PIC X(2).
           05  FILLER                    PIC X(10) VALUE " C.RISCHI=".
           05  WS-RV-CR                  PIC X(2).
           05  FILLER                    PIC X(5)  VALUE " IVA=".
           05  WS-RV-IVA                 PIC X(3).
           05  FILLER                    PIC X     VALUE "/".
           05  WS-RV-OPER-IVA            PIC 9(2).
           05  FILLER                    PIC X(9)  VALUE " FAM.BIL=".
           05  WS-RV-FAM-BIL             PIC 9(2).
           05  FILLER                    PIC X(6)  VALUE " FATT=".
           05  WS-RV-FATT                PIC X.

       01  WS-RIGA-GIORNALE.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-RG-AZIONE              PIC X(12).
           05  WS-RG-DATA-ELAB           PIC X(10).
           05  FILLER                    PIC X     VALUE " ".
           05  WS-RG-ORA-ELAB            PIC 9(6).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-RG-RESTO               PIC X(11).
           05  FILLER                    PIC X(6)  VALUE "VALID=".
           05  WS-RG-DATA-VALID          PIC X(10).
           05  FILLER                    PIC X(12) VALUE "  PROPONENTE".
           05  FILLER                    PIC X     VALUE "=".
           05  WS-RG-OPERATORE           PIC X(5).
           05  FILLER                    PIC X(14) VALUE
               "  AUTORIZZANTE".
           05  FILLER                    PIC X     VALUE "=".
           05  WS-RG-AUTORIZZANTE        PIC X(5).
           05  FILLER                    PIC X(7)  VALUE "  TERM=".
           05  WS-RG-TERMINALE           PIC X(8).
           05  FILLER                    PIC X(8)  VALUE "  LOTTO=".
           05  WS-RG-LOTTO               PIC X(8).

       01  WS-RIGA-PROPOSTA.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(2)  VALUE "N.".
           05  WS-RP-NUMERO              PIC 9(6).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-RP-AZIONE              PIC X(15).
           05  WS-RP-RESTO               PIC X(11).
           05  FILLER                    PIC X(6)  VALUE "VALID=".
           05  WS-RP-DATA-VALID          PIC X(10).
           05  FILLER                    PIC X(13) VALUE
               "  PROPONENTE=".
           05  WS-RP-OPERATORE          PIC X(5).
           05  FILLER                    PIC X(7)  VALUE "  TERM=".
           05  WS-RP-TERMINALE           PIC X(8).
           05  FILLER                    PIC X(5)  VALUE "  IL ".
           05  WS-RP-DATA-PROP           PIC X(10).
           05  FILLER                    PIC X(8)  VALUE "  LOTTO=".
           05  WS-RP-LOTTO               PIC X(8).

       01  WS-RIGA-VARIAZIONI.
           05  FILLER                    PIC X(24) VALUE
               "      DA VERSIONE DEL   ".
           05  WS-RX-DATA-ORIG           PIC X(10).
           05  FILLER                    PIC X(14) VALUE
               "  VARIAZIONI: ".
           05  WS-RX-VAR                 PIC X(10) OCCURS 3.

       01  WS-RIGA-USO.
           05  FILLER                    PIC X(22) VALUE
               "  ULTIMO MOVIMENTO IL ".
           05  WS-RU-ULT-MOV             PIC X(10).
           05  FILLER                    PIC X(25) VALUE
               "  MOVIMENTI COMPLESSIVI =".
           05  WS-RU-TOTALE              PIC ZZZ.ZZZ.ZZ9.

       01  WS-RIGA-MESE.
           05  FILLER                    PIC X(9)  VALUE "    MESE ".
           05  WS-RM-ANNO                PIC X(4).
           05  FILLER                    PIC X     VALUE "/".
           05  WS-RM-MESE                PIC X(2).
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  WS-RM-CONTA               PIC ZZZ.ZZZ.ZZ9.

       01  WS-RIGA-IMPOSTAZIONE.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  WS-RI-VOCE                PIC X(16).
           05  WS-RI-VALORE              PIC X(100).

       01  WS-RIGA-TOTALI-DOSSIER.
           05  FILLER          PIC X(20) VALUE "  TOTALI: TABELLA=".
           05  WS-RT-TABELLA   PIC ZZ9.
           05  FILLER          PIC X(12) VALUE "  ARCHIVIO=".
           05  WS-RT-ARCHIVIO  PIC ZZ9.
           05  FILLER          PIC X(12) VALUE "  GIORNALE=".
           05  WS-RT-GIORNALE  PIC ZZ9.
           05  FILLER          PIC X(22) VALUE
               "  PROPOSTE IN ATTESA=".
           05  WS-RT-PROPOSTE  PIC ZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *  0000-MAINLINE : PARAGRAFO PRINCIPALE                          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA
               THRU 1000-INIZIALIZZA-EXIT.
           PERFORM 2000-ELABORA-RICHIESTA
               THRU 2000-ELABORA-RICHIESTA-EXIT
               UNTIL WS-FINE-TRAN.
           PERFORM 9000-TERMINA
               THRU 9000-TERMINA-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *  1000-INIZIALIZZA : APERTURA FILE E STAMPA INTESTAZIONE        *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           ACCEPT WS-DATA-SISTEMA FROM DATE.

           OPEN INPUT CAUSALE-FILE.
           IF NOT WS-CAUSALE-OK
               DISPLAY "CC1DOSS - ERRORE APERTURA CAUSALE-FILE "
                       WS-CAUSALE-STATUS
               MOVE "S" TO WS-FLAG-FINE-TRAN
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.

           OPEN INPUT DOSS-TRANIN.
           IF NOT WS-TRANIN-OK
               DISPLAY "CC1DOSS - ERRORE APERTURA DOSS-TRANIN "
                       WS-TRANIN-STATUS
               CLOSE CAUSALE-FILE
               MOVE "S" TO WS-FLAG-FINE-TRAN
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.

      *    LO STORICO DI UTILIZZO E' LETTO PER CHIAVE: SE ASSENTE LA
      *    SEZIONE DI UTILIZZO LO SEGNALA SU OGNI DOSSIER.
           OPEN INPUT STORICO-USO.
           IF WS-USO-OK
               MOVE "S" TO WS-FLAG-USO-APERTO
           ELSE
               CLOSE STORICO-USO
           END-IF.

           OPEN OUTPUT DOSS-REPORT.
           MOVE "S" TO WS-FLAG-FILE-APERTI.
           MOVE WS-INTESTAZIONE TO DOSS-REPORT-LINEA.
           WRITE DOSS-REPORT-LINEA.

           PERFORM 2100-LEGGI-RICHIESTA
               THRU 2100-LEGGI-RICHIESTA-EXIT.
       1000-INIZIALIZZA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-ELABORA-RICHIESTA : STAMPA IL DOSSIER COMPLETO DELLA     *
      *  CAUSALE RICHIESTA, SEZIONE PER SEZIONE                        *
      *----------------------------------------------------------------*
       2000-ELABORA-RICHIESTA.
           ADD 1 TO WS-CONT-RICHIESTE.
           IF DOSS-TRAN-ID = SPACES OR DOSS-TRAN-COD-CAU = SPACES
               DISPLAY "CC1DOSS - ID O COD.CAU ASSENTE SULLA "
                       "RICHIESTA: " DOSS-TRAN-ID "/" DOSS-TRAN-COD-CAU
               ADD 1 TO WS-CONT-ERRATE
               GO TO 2000-ELABORA-RICHIESTA-LEGGI
           END-IF.

           MOVE DOSS-TRAN-ID      TO WS-RIC-ID.
           MOVE DOSS-TRAN-COD-CAU TO WS-RIC-COD-CAU.
           IF DOSS-TRAN-DATA-RIF NUMERIC AND
              DOSS-TRAN-DATA-RIF NOT = ZERO
               MOVE DOSS-TRAN-DATA-RIF TO WS-DATA-RIFERIMENTO
           ELSE
               MOVE WS-DATA-SISTEMA    TO WS-DATA-RIFERIMENTO
           END-IF.

           MOVE ZERO TO WS-CONT-TABELLA.
           MOVE ZERO TO WS-CONT-ARCHIVIO.
           MOVE ZERO TO WS-CONT-GIORNALE.
           MOVE ZERO TO WS-CONT-PROPOSTE.
           MOVE ZERO TO WS-VIG-CARICATE.

           MOVE WS-RIGA-SEPARATORE TO DOSS-REPORT-LINEA.
           WRITE DOSS-REPORT-LINEA.
           MOVE WS-RIC-ID           TO WS-RDS-ID.
           MOVE WS-RIC-COD-CAU      TO WS-RDS-COD-CAU.
           MOVE WS-DATA-RIFERIMENTO TO DATECNV-INPUT-6.
           PERFORM 8100-FORMATTA-DATA
               THRU 8100-FORMATTA-DATA-EXIT.
           MOVE DATECNV-OUTPUT-10   TO WS-RDS-DATA-RIF.
           MOVE WS-RIGA-DOSSIER TO DOSS-REPORT-LINEA.
           WRITE DOSS-REPORT-LINEA.

           PERFORM 3000-VERSIONI-TABELLA
               THRU 3000-VERSIONI-TABELLA-EXIT.
           PERFORM 3500-VERSIONI-ARCHIVIO
               THRU 3500-VERSIONI-ARCHIVIO-EXIT.
           IF WS-CONT-TABELLA = ZERO AND WS-CONT-ARCHIVIO = ZERO
               ADD 1 TO WS-CONT-NON-TROVATE
               MOVE "*** CAUSALE NON PRESENTE IN TABELLA NE' IN "
                   TO WS-RN-TESTO
               MOVE "ARCHIVIO ***" TO WS-RN-TESTO(44:12)
               MOVE WS-RIGA-NESSUNO TO DOSS-REPORT-LINEA
               WRITE DOSS-REPORT-LINEA
           END-IF.

           PERFORM 4000-STORIA-GIORNALE
               THRU 4000-STORIA-GIORNALE-EXIT.
           PERFORM 5000-PROPOSTE-ATTESA
               THRU 5000-PROPOSTE-ATTESA-EXIT.
           PERFORM 6000-UTILIZZO
               THRU 6000-UTILIZZO-EXIT.
           PERFORM 7000-IMPOSTAZIONI-CORRENTI
               THRU 7000-IMPOSTAZIONI-CORRENTI-EXIT.

           MOVE WS-CONT-TABELLA  TO WS-RT-TABELLA.
           MOVE WS-CONT-ARCHIVIO TO WS-RT-ARCHIVIO.
           MOVE WS-CONT-GIORNALE TO WS-RT-GIORNALE.
           MOVE WS-CONT-PROPOSTE TO WS-RT-PROPOSTE.
           MOVE SPACES TO DOSS-REPORT-LINEA.
           WRITE DOSS-REPORT-LINEA.
           MOVE WS-RIGA-TOTALI-DOSSIER TO DOSS-REPORT-LINEA.
           WRITE DOSS-REPORT-LINEA.

       2000-ELABORA-RICHIESTA-LEGGI.
           PERFORM 2100-LEGGI-RICHIESTA
               THRU 2100-LEGGI-RICHIESTA-EXIT.
       2000-ELABORA-RICHIESTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-LEGGI-RICHIESTA : LETTURA PROSSIMA RICHIESTA             *
      *----------------------------------------------------------------*
       2100-LEGGI-RICHIESTA.
           READ DOSS-TRANIN
               AT END
                   MOVE "S" TO WS-FLAG-FINE-TRAN.
       2100-LEGGI-RICHIESTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-VERSIONI-TABELLA : POSIZIONA LA TABELLA CAUSALI SULLA    *
      *  CAUSALE RICHIESTA E NE STAMPA TUTTE LE VERSIONI, TRATTENENDO  *
      *  PER OGNI RESTO LA VERSIONE IN VIGORE ALLA DATA DI RIFERIMENTO *
      *----------------------------------------------------------------*
       3000-VERSIONI-TABELLA.
           MOVE "VERSIONI IN TABELLA (CAUSALE)" TO WS-TITOLO-SEZIONE.
           PERFORM 8500-STAMPA-TITOLO
               THRU 8500-STAMPA-TITOLO-EXIT.

           MOVE "N" TO WS-FLAG-FINE-LETTURA.
           MOVE "N" TO WS-FLAG-VERSIONE-SCELTA.
           MOVE LOW-VALUES     TO CCAU-KEY-OUT OF CAUSALE-REC.
           MOVE WS-RIC-ID      TO CCAU-ID-OUT OF CAUSALE-REC.
           MOVE WS-RIC-COD-CAU TO CCAU-COD-CAU-OUT OF CAUSALE-REC.
           START CAUSALE-FILE KEY IS NOT LESS THAN
                 CCAU-KEY-OUT OF CAUSALE-REC
               INVALID KEY
                   MOVE "S" TO WS-FLAG-FINE-LETTURA
           END-START.

           IF NOT WS-FINE-LETTURA
               PERFORM 3100-LEGGI-VERSIONE-TABELLA
                   THRU 3100-LEGGI-VERSIONE-TABELLA-EXIT
               MOVE CCAU-RESTO-OUT OF CAUSALE-REC TO WS-RESTO-CORRENTE
           END-IF.
           PERFORM 3200-TRATTA-VERSIONE-TABELLA
               THRU 3200-TRATTA-VERSIONE-TABELLA-EXIT
               UNTIL WS-FINE-LETTURA.
           PERFORM 3300-CHIUDI-RESTO
               THRU 3300-CHIUDI-RESTO-EXIT.

           IF WS-CONT-TABELLA = ZERO
               MOVE "NESSUNA VERSIONE IN TABELLA" TO WS-RN-TESTO
               MOVE WS-RIGA-NESSUNO TO DOSS-REPORT-LINEA
               WRITE DOSS-REPORT-LINEA
           END-IF.
       3000-VERSIONI-TABELLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-LEGGI-VERSIONE-TABELLA : LETTURA SEQUENZIALE; LA LETTURA *
      *  TERMINA AL PRIMO RECORD DI UN'ALTRA CAUSALE                   *
      *----------------------------------------------------------------*
       3100-LEGGI-VERSIONE-TABELLA.
           READ CAUSALE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FLAG-FINE-LETTURA
                   GO TO 3100-LEGGI-VERSIONE-TABELLA-EXIT
           END-READ.
           IF CCAU-ID-OUT OF CAUSALE-REC NOT = WS-RIC-ID OR
              CCAU-COD-CAU-OUT OF CAUSALE-REC NOT = WS-RIC-COD-CAU
               MOVE "S" TO WS-FLAG-FINE-LETTURA
           END-IF.
       3100-LEGGI-VERSIONE-TABELLA-EXIT.
           EXIT.

       3200-TRATTA-VERSIONE-TABELLA.
           IF CCAU-RESTO-OUT OF CAUSALE-REC NOT = WS-RESTO-CORRENTE
               PERFORM 3300-CHIUDI-RESTO
                   THRU 3300-CHIUDI-RESTO-EXIT
               MOVE CCAU-RESTO-OUT OF CAUSALE-REC TO WS-RESTO-CORRENTE
           END-IF.

           ADD 1 TO WS-CONT-TABELLA.
           MOVE CAUSALE-REC TO WS-VERSIONE-STAMPA.
           MOVE "TABELLA"   TO WS-TESTO-ORIGINE.
           PERFORM 8000-STAMPA-VERSIONE
               THRU 8000-STAMPA-VERSIONE-EXIT.

           IF CCAU-DATA-VALID-OUT-N OF CAUSALE-REC NOT >
              WS-DATA-RIFERIMENTO
               MOVE CAUSALE-REC TO WS-VERSIONE-VIGORE
               MOVE "S" TO WS-FLAG-VERSIONE-SCELTA
           END-IF.

           PERFORM 3100-LEGGI-VERSIONE-TABELLA
               THRU 3100-LEGGI-VERSIONE-TABELLA-EXIT.
       3200-TRATTA-VERSIONE-TABELLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3300-CHIUDI-RESTO : CONSERVA LA VERSIONE IN VIGORE DEL RESTO  *
      *  APPENA CONCLUSO PER LA SEZIONE DELLE IMPOSTAZIONI CORRENTI    *
      *----------------------------------------------------------------*
       3300-CHIUDI-RESTO.
           IF NOT WS-VERSIONE-SCELTA
               GO TO 3300-CHIUDI-RESTO-EXIT
           END-IF.
           MOVE "N" TO WS-FLAG-VERSIONE-SCELTA.
           IF WS-VIG-CARICATE >= WS-VIG-MAX
               DISPLAY "CC1DOSS - TROPPI RESTI PER " WS-RIC-ID "/"
                       WS-RIC-COD-CAU ": IMPOSTAZIONI INCOMPLETE"
               GO TO 3300-CHIUDI-RESTO-EXIT
           END-IF.
           ADD 1 TO WS-VIG-CARICATE.
           MOVE WS-VERSIONE-VIGORE TO WS-VIG-ELEM(WS-VIG-CARICATE).
       3300-CHIUDI-RESTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3500-VERSIONI-ARCHIVIO : SCANDISCE PER INTERO L'ARCHIVIO      *
      *  STORICO CAUSARCH E STAMPA LE VERSIONI DELLA CAUSALE           *
      *----------------------------------------------------------------*
       3500-VERSIONI-ARCHIVIO.
           MOVE "VERSIONI ARCHIVIATE (CAUSARCH)" TO WS-TITOLO-SEZIONE.
           PERFORM 8500-STAMPA-TITOLO
               THRU 8500-STAMPA-TITOLO-EXIT.

           MOVE "N" TO WS-FLAG-FINE-LETTURA.
           OPEN INPUT ARCHIVIO-STORICO.
           IF NOT WS-ARCHIVIO-OK
               CLOSE ARCHIVIO-STORICO
               MOVE "ARCHIVIO STORICO ASSENTE" TO WS-RN-TESTO
               MOVE WS-RIGA-NESSUNO TO DOSS-REPORT-LINEA
               WRITE DOSS-REPORT-LINEA
               GO TO 3500-VERSIONI-ARCHIVIO-EXIT
           END-IF.

           PERFORM 3510-TRATTA-VERSIONE-ARCHIVIO
               THRU 3510-TRATTA-VERSIONE-ARCHIVIO-EXIT
               UNTIL WS-FINE-LETTURA.
           CLOSE ARCHIVIO-STORICO.

           IF WS-CONT-ARCHIVIO = ZERO
               MOVE "NESSUNA VERSIONE IN ARCHIVIO" TO WS-RN-TESTO
               MOVE WS-RIGA-NESSUNO TO DOSS-REPORT-LINEA
               WRITE DOSS-REPORT-LINEA
           END-IF.
       3500-VERSIONI-ARCHIVIO-EXIT.
           EXIT.

       3510-TRATTA-VERSIONE-ARCHIVIO.
           READ ARCHIVIO-STORICO
               AT END
                   MOVE "S" TO WS-FLAG-FINE-LETTURA
                   GO TO 3510-TRATTA-VERSIONE-ARCHIVIO-EXIT
           END-READ.
           IF CCAU-ID-OUT OF ARCHIVIO-REC NOT = WS-RIC-ID OR
              CCAU-COD-CAU-OUT OF ARCHIVIO-REC NOT = WS-RIC-COD-CAU
               GO TO 3510-TRATTA-VERSIONE-ARCHIVIO-EXIT
           END-IF.
           ADD 1 TO WS-CONT-ARCHIVIO.
           MOVE ARCHIVIO-REC TO WS-VERSIONE-STAMPA.
           MOVE "ARCHIVIO"   TO WS-TESTO-ORIGINE.
           PERFORM 8000-STAMPA-VERSIONE
               THRU 8000-STAMPA-VERSIONE-EXIT.
       3510-TRATTA-VERSIONE-ARCHIVIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-STORIA-GIORNALE : REGISTRAZIONI DELLA CAUSALE SULLA      *
      *  PARTE EPURATA DEL GIORNALE (CAUJARCH) E SUL GIORNALE IN LINEA *
      *  (CAUMJRNL), IN ORDINE CRONOLOGICO                             *
      *----------------------------------------------------------------*
       4000-STORIA-GIORNALE.
           MOVE "STORIA DELLE MODIFICHE (CAUJARCH + CAUMJRNL)"
               TO WS-TITOLO-SEZIONE.
           PERFORM 8500-STAMPA-TITOLO
               THRU 8500-STAMPA-TITOLO-EXIT.

           MOVE "N" TO WS-FLAG-FINE-LETTURA.
           OPEN INPUT CAUJ-ARCHIVIO.
           IF WS-JARCH-OK
               PERFORM 4100-LEGGI-GIORNALE-ARCHIVIO
                   THRU 4100-LEGGI-GIORNALE-ARCHIVIO-EXIT
                   UNTIL WS-FINE-LETTURA
           END-IF.
           CLOSE CAUJ-ARCHIVIO.

           MOVE "N" TO WS-FLAG-FINE-LETTURA.
           OPEN INPUT CAUM-JOURNAL.
           IF WS-JOURNAL-OK
               PERFORM 4200-LEGGI-GIORNALE-LINEA
                   THRU 4200-LEGGI-GIORNALE-LINEA-EXIT
                   UNTIL WS-FINE-LETTURA
           END-IF.
           CLOSE CAUM-JOURNAL.

           IF WS-CONT-GIORNALE = ZERO
               MOVE "NESSUNA REGISTRAZIONE SUL GIORNALE" TO WS-RN-TESTO
               MOVE WS-RIGA-NESSUNO TO DOSS-REPORT-LINEA
               WRITE DOSS-REPORT-LINEA
           END-IF.
       4000-STORIA-GIORNALE-EXIT.
           EXIT.

       4100-LEGGI-GIORNALE-ARCHIVIO.
           READ CAUJ-ARCHIVIO INTO CAUJ-REC
               AT END
                   MOVE "S" TO WS-FLAG-FINE-LETTURA
                   GO TO 4100-LEGGI-GIORNALE-ARCHIVIO-EXIT
           END-READ.
           PERFORM 4300-TRATTA-REGISTRAZIONE
               THRU 4300-TRATTA-REGISTRAZIONE-EXIT.
       4100-LEGGI-GIORNALE-ARCHIVIO-EXIT.
           EXIT.

       4200-LEGGI-GIORNALE-LINEA.
           READ CAUM-JOURNAL INTO CAUJ-REC
               AT END
                   MOVE "S" TO WS-FLAG-FINE-LETTURA
                   GO TO 4200-LEGGI-GIORNALE-LINEA-EXIT
           END-READ.
           PERFORM 4300-TRATTA-REGISTRAZIONE
               THRU 4300-TRATTA-REGISTRAZIONE-EXIT.
       4200-LEGGI-GIORNALE-LINEA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4300-TRATTA-REGISTRAZIONE : STAMPA LA REGISTRAZIONE SE        *
      *  RIGUARDA LA CAUSALE: L'OPERATORE RICHIEDENTE E' IL            *
      *  PROPONENTE, L'AUTORIZZANTE E' CHI L'HA APPROVATA IN CC1CAUA   *
      *----------------------------------------------------------------*
       4300-TRATTA-REGISTRAZIONE.
           IF CAUJ-ID NOT = WS-RIC-ID OR
              CAUJ-COD-CAU NOT = WS-RIC-COD-CAU
               GO TO 4300-TRATTA-REGISTRAZIONE-EXIT
           END-IF.
           ADD 1 TO WS-CONT-GIORNALE.

           EVALUATE TRUE
               WHEN CAUJ-AZ-INSERIMENTO
                   MOVE "INSERIMENTO" TO WS-RG-AZIONE
               WHEN CAUJ-AZ-CESSAZIONE
                   MOVE "CESSAZIONE"  TO WS-RG-AZIONE
               WHEN OTHER
                   MOVE CAUJ-TIPO-AZIONE TO WS-RG-AZIONE
           END-EVALUATE.
           MOVE CAUJ-DATA-ELAB TO WS-DATA-8-EDIT.
           PERFORM 8200-FORMATTA-DATA-8
               THRU 8200-FORMATTA-DATA-8-EXIT.
           MOVE WS-DATA-8-EDIT TO WS-RG-DATA-ELAB.
           MOVE CAUJ-ORA-ELAB  TO WS-RG-ORA-ELAB.
           MOVE CAUJ-RESTO     TO WS-RG-RESTO.
           MOVE CAUJ-DATA-VALID TO DATECNV-INPUT-6.
           PERFORM 8100-FORMATTA-DATA
               THRU 8100-FORMATTA-DATA-EXIT.
           MOVE DATECNV-OUTPUT-10 TO WS-RG-DATA-VALID.
           MOVE CAUJ-OPERATORE    TO WS-RG-OPERATORE.
           MOVE CAUJ-OPER-AUTORIZZANTE TO WS-RG-AUTORIZZANTE.
           MOVE CAUJ-TERMINALE    TO WS-RG-TERMINALE.
           MOVE CAUJ-RIF-LOTTO    TO WS-RG-LOTTO.
           MOVE WS-RIGA-GIORNALE TO DOSS-REPORT-LINEA.
           WRITE DOSS-REPORT-LINEA.
       4300-TRATTA-REGISTRAZIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-PROPOSTE-ATTESA : PROPOSTE ANCORA DA DECIDERE SULLA      *
      *  CAUSALE (STATO 'P' SU CAUPROPS)                               *
      *----------------------------------------------------------------*
       5000-PROPOSTE-ATTESA.
           MOVE "PROPOSTE IN ATTESA DI DECISIONE (CAUPROPS)"
               TO WS-TITOLO-SEZIONE.
           PERFORM 8500-STAMPA-TITOLO
               THRU 8500-STAMPA-TITOLO-EXIT.

           MOVE "N" TO WS-FLAG-FINE-LETTURA.
           OPEN INPUT PROPOSTE-FILE.
           IF WS-PROPOSTE-OK
               PERFORM 5100-TRATTA-PROPOSTA
                   THRU 5100-TRATTA-PROPOSTA-EXIT
                   UNTIL WS-FINE-LETTURA
           END-IF.
           CLOSE PROPOSTE-FILE.

           IF WS-CONT-PROPOSTE = ZERO
               MOVE "NESSUNA PROPOSTA IN ATTESA" TO WS-RN-TESTO
               MOVE WS-RIGA-NESSUNO TO DOSS-REPORT-LINEA
               WRITE DOSS-REPORT-LINEA
           END-IF.
       5000-PROPOSTE-ATTESA-EXIT.
           EXIT.

       5100-TRATTA-PROPOSTA.
           READ PROPOSTE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FLAG-FINE-LETTURA
                   GO TO 5100-TRATTA-PROPOSTA-EXIT
           END-READ.
           IF NOT CAUP-IN-ATTESA
               GO TO 5100-TRATTA-PROPOSTA-EXIT
           END-IF.
           MOVE CAUP-TRANSAZIONE TO CAUM-TRAN-REC.
           IF CAUM-TRAN-ID NOT = WS-RIC-ID OR
              CAUM-TRAN-COD-CAU NOT = WS-RIC-COD-CAU
               GO TO 5100-TRATTA-PROPOSTA-EXIT
           END-IF.
           ADD 1 TO WS-CONT-PROPOSTE.

           EVALUATE TRUE
               WHEN CAUM-AZ-INSERIMENTO
                   MOVE "INSERIMENTO"    TO WS-RP-AZIONE
               WHEN CAUM-AZ-CESSAZIONE
                   MOVE "CESSAZIONE"     TO WS-RP-AZIONE
               WHEN CAUM-AZ-NUOVA-VERSIONE
                   MOVE "NUOVA VERSIONE" TO WS-RP-AZIONE
               WHEN OTHER
                   MOVE CAUM-TRAN-AZIONE TO WS-RP-AZIONE
           END-EVALUATE.
           MOVE CAUP-NUMERO       TO WS-RP-NUMERO.
           MOVE CAUM-TRAN-RESTO   TO WS-RP-RESTO.
           MOVE CAUM-TRAN-DATA-VALID TO DATECNV-INPUT-6.
           PERFORM 8100-FORMATTA-DATA
               THRU 8100-FORMATTA-DATA-EXIT.
           MOVE DATECNV-OUTPUT-10 TO WS-RP-DATA-VALID.
           MOVE CAUP-OPER-PROPONENTE TO WS-RP-OPERATORE.
           MOVE CAUP-TERM-PROPONENTE TO WS-RP-TERMINALE.
           MOVE CAUP-DATA-PROPOSTA   TO WS-DATA-8-EDIT.
           PERFORM 8200-FORMATTA-DATA-8
               THRU 8200-FORMATTA-DATA-8-EXIT.
           MOVE WS-DATA-8-EDIT       TO WS-RP-DATA-PROP.
           MOVE CAUP-RIF-LOTTO       TO WS-RP-LOTTO.
           MOVE WS-RIGA-PROPOSTA TO DOSS-REPORT-LINEA.
           WRITE DOSS-REPORT-LINEA.

      *    LA PROPOSTA DI NUOVA VERSIONE RIPORTA LA VERSIONE DI
      *    PARTENZA E FINO A TRE VARIAZIONI (CODICE CAMPO = VALORE).
           IF CAUM-AZ-NUOVA-VERSIONE
               MOVE CAUM-TRAN-VAR-DATA-ORIG TO DATECNV-INPUT-6
               PERFORM 8100-FORMATTA-DATA
                   THRU 8100-FORMATTA-DATA-EXIT
               MOVE DATECNV-OUTPUT-10 TO WS-RX-DATA-ORIG
               MOVE 1 TO WS-MESE-IX
               PERFORM 5200-FORMATTA-VARIAZIONE
                   THRU 5200-FORMATTA-VARIAZIONE-EXIT
                   UNTIL WS-MESE-IX > 3
               MOVE WS-RIGA-VARIAZIONI TO DOSS-REPORT-LINEA
               WRITE DOSS-REPORT-LINEA
           END-IF.
       5100-TRATTA-PROPOSTA-EXIT.
           EXIT.

       5200-FORMATTA-VARIAZIONE.
           MOVE SPACES TO WS-RX-VAR(WS-MESE-IX).
           IF CAUM-TRAN-VAR-COD(WS-MESE-IX) NOT = SPACES
               STRING CAUM-TRAN-VAR-COD(WS-MESE-IX) DELIMITED BY SIZE
                      "="                           DELIMITED BY SIZE
                      CAUM-TRAN-VAR-VALORE(WS-MESE-IX)
                                                    DELIMITED BY SIZE
                      INTO WS-RX-VAR(WS-MESE-IX)
           END-IF.
           ADD 1 TO WS-MESE-IX.
       5200-FORMATTA-VARIAZIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6000-UTILIZZO : ULTIMO MOVIMENTO, TOTALE E CONTEGGI DEGLI     *
      *  ULTIMI DODICI MESI DALLO STORICO CAUUSTO, IN ORDINE DI MESE   *
      *  (GLI SLOT SONO RIUTILIZZATI A ROTAZIONE DA CC1USAG)           *
      *----------------------------------------------------------------*
       6000-UTILIZZO.
           MOVE "UTILIZZO (CAUUSTO)" TO WS-TITOLO-SEZIONE.
           PERFORM 8500-STAMPA-TITOLO
               THRU 8500-STAMPA-TITOLO-EXIT.

           IF NOT WS-USO-APERTO
               MOVE "STORICO DI UTILIZZO ASSENTE" TO WS-RN-TESTO
               MOVE WS-RIGA-NESSUNO TO DOSS-REPORT-LINEA
               WRITE DOSS-REPORT-LINEA
               GO TO 6000-UTILIZZO-EXIT
           END-IF.

           MOVE WS-RIC-ID      TO CAUS-USO-ID OF CAUS-USO-REC.
           MOVE WS-RIC-COD-CAU TO CAUS-USO-COD-CAU OF CAUS-USO-REC.
           READ STORICO-USO
               INVALID KEY
                   MOVE "NESSUN MOVIMENTO REGISTRATO" TO WS-RN-TESTO
                   MOVE WS-RIGA-NESSUNO TO DOSS-REPORT-LINEA
                   WRITE DOSS-REPORT-LINEA
                   GO TO 6000-UTILIZZO-EXIT
           END-READ.

           MOVE CAUS-USO-DATA-ULT-MOV TO WS-DATA-8-EDIT.
           PERFORM 8200-FORMATTA-DATA-8
               THRU 8200-FORMATTA-DATA-8-EXIT.
           MOVE WS-DATA-8-EDIT        TO WS-RU-ULT-MOV.
           MOVE CAUS-USO-CONTA-TOTALE TO WS-RU-TOTALE.
           MOVE WS-RIGA-USO TO DOSS-REPORT-LINEA.
           WRITE DOSS-REPORT-LINEA.

           MOVE ZERO TO WS-MESE-ULTIMO.
           MOVE "S"  TO WS-FLAG-MESE-TROVATO.
           PERFORM 6100-STAMPA-PROSSIMO-MESE
               THRU 6100-STAMPA-PROSSIMO-MESE-EXIT
               UNTIL NOT WS-MESE-TROVATO.
       6000-UTILIZZO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6100-STAMPA-PROSSIMO-MESE : STAMPA IL MESE VALORIZZATO PIU'   *
      *  VECCHIO TRA QUELLI SUCCESSIVI ALL'ULTIMO STAMPATO             *
      *----------------------------------------------------------------*
       6100-STAMPA-PROSSIMO-MESE.
           MOVE "N"  TO WS-FLAG-MESE-TROVATO.
           MOVE ZERO TO WS-MESE-SCELTO.
           MOVE 1    TO WS-MESE-IX.
           PERFORM 6110-ESAMINA-MESE
               THRU 6110-ESAMINA-MESE-EXIT
               UNTIL WS-MESE-IX > 12.
           IF NOT WS-MESE-TROVATO
               GO TO 6100-STAMPA-PROSSIMO-MESE-EXIT
           END-IF.

           MOVE CAUS-USO-MESE-AAMM(WS-MESE-SCELTO) TO WS-MESE-ULTIMO.
           MOVE CAUS-USO-MESE-AAMM(WS-MESE-SCELTO)(1:4) TO WS-RM-ANNO.
           MOVE CAUS-USO-MESE-AAMM(WS-MESE-SCELTO)(5:2) TO WS-RM-MESE.
           MOVE CAUS-USO-MESE-CONTA(WS-MESE-SCELTO)     TO WS-RM-CONTA.
           MOVE WS-RIGA-MESE TO DOSS-REPORT-LINEA.
           WRITE DOSS-REPORT-LINEA.
       6100-STAMPA-PROSSIMO-MESE-EXIT.
           EXIT.

       6110-ESAMINA-MESE.
           IF CAUS-USO-MESE-AAMM(WS-MESE-IX) > WS-MESE-ULTIMO
               IF NOT WS-MESE-TROVATO OR
                  CAUS-USO-MESE-AAMM(WS-MESE-IX) <
                      CAUS-USO-MESE-AAMM(WS-MESE-SCELTO)
                   MOVE "S"        TO WS-FLAG-MESE-TROVATO
                   MOVE WS-MESE-IX TO WS-MESE-SCELTO
               END-IF
           END-IF.
           ADD 1 TO WS-MESE-IX.
       6110-ESAMINA-MESE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7000-IMPOSTAZIONI-CORRENTI : PER OGNI RESTO, CANALI, PSD,     *
      *  ANTIRICICLAGGIO E CENTRALE RISCHI DELLA VERSIONE IN VIGORE    *
      *  ALLA DATA DI RIFERIMENTO                                      *
      *----------------------------------------------------------------*
       7000-IMPOSTAZIONI-CORRENTI.
           MOVE "IMPOSTAZIONI IN VIGORE ALLA DATA DI RIFERIMENTO"
               TO WS-TITOLO-SEZIONE.
           PERFORM 8500-STAMPA-TITOLO
               THRU 8500-STAMPA-TITOLO-EXIT.

           IF WS-VIG-CARICATE = ZERO
               MOVE "NESSUNA VERSIONE IN VIGORE ALLA DATA"
                   TO WS-RN-TESTO
               MOVE WS-RIGA-NESSUNO TO DOSS-REPORT-LINEA
               WRITE DOSS-REPORT-LINEA
               GO TO 7000-IMPOSTAZIONI-CORRENTI-EXIT
           END-IF.

           MOVE 1 TO WS-VIG-IX.
           PERFORM 7100-STAMPA-IMPOSTAZIONI
               THRU 7100-STAMPA-IMPOSTAZIONI-EXIT
               UNTIL WS-VIG-IX > WS-VIG-CARICATE.
       7000-IMPOSTAZIONI-CORRENTI-EXIT.
           EXIT.

       7100-STAMPA-IMPOSTAZIONI.
           MOVE WS-VIG-ELEM(WS-VIG-IX) TO WS-VERSIONE-VIGORE.

           MOVE CCAU-DATA-VALID-OUT-N OF WS-VERSIONE-VIGORE
               TO DATECNV-INPUT-6.
           PERFORM 8100-FORMATTA-DATA
               THRU 8100-FORMATTA-DATA-EXIT.
           MOVE "RESTO"     TO WS-RI-VOCE.
           MOVE SPACES      TO WS-RI-VALORE.
           STRING CCAU-RESTO-OUT OF WS-VERSIONE-VIGORE
                                            DELIMITED BY SIZE
                  "  VERSIONE DEL "         DELIMITED BY SIZE
                  DATECNV-OUTPUT-10         DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  CCAU-DESCR OF WS-VERSIONE-VIGORE
                                            DELIMITED BY SIZE
                  INTO WS-RI-VALORE.
           PERFORM 8600-STAMPA-IMPOSTAZIONE
               THRU 8600-STAMPA-IMPOSTAZIONE-EXIT.

           MOVE "CANALI"    TO WS-RI-VOCE.
           MOVE SPACES      TO WS-RI-VALORE.
           STRING "CBI="                    DELIMITED BY SIZE
                  CCAU-CAU-ABI-CBI OF WS-VERSIONE-VIGORE
                                            DELIMITED BY SIZE
                  "  ATM="                  DELIMITED BY SIZE
                  CCAU-CAU-ABI-ATM OF WS-VERSIONE-VIGORE
                                            DELIMITED BY SIZE
                  "  SWIFT="                DELIMITED BY SIZE
                  CCAU-CAU-SWIFT OF WS-VERSIONE-VIGORE
                                            DELIMITED BY SIZE
                  "  CANALE ACCENTR.="      DELIMITED BY SIZE
                  CCAU-CANALE-ACC OF WS-VERSIONE-VIGORE
                                            DELIMITED BY SIZE
                  INTO WS-RI-VALORE.
           IF CCAU-CAU-SWIFT OF WS-VERSIONE-VIGORE = SPACES AND
              (CCAU-SOLO-ACCENTR OF WS-VERSIONE-VIGORE OR
               CCAU-SPOR-ACCENTR OF WS-VERSIONE-VIGORE OR
               CCAU-OPER-GEN-SI-EST OF WS-VERSIONE-VIGORE OR
               CCAU-OPER-GEN-ANCHE-EST OF WS-VERSIONE-VIGORE)
               MOVE "(CODICE SWIFT NON MAPPATO)" TO WS-RI-VALORE(60:)
           END-IF.
           PERFORM 8600-STAMPA-IMPOSTAZIONE
               THRU 8600-STAMPA-IMPOSTAZIONE-EXIT.

           MOVE "PSD"       TO WS-RI-VOCE.
           MOVE SPACES      TO WS-RI-VALORE.
           STRING "RAGGRUPPAMENTO="         DELIMITED BY SIZE
                  CCAU-COD-RAG-PSD OF WS-VERSIONE-VIGORE
                                            DELIMITED BY SIZE
                  "  OPERAZIONE GENERICA="  DELIMITED BY SIZE
                  CCAU-FLAG-OPER-GEN OF WS-VERSIONE-VIGORE
                                            DELIMITED BY SIZE
                  INTO WS-RI-VALORE.
           IF CCAU-SI-OPER-GEN OF WS-VERSIONE-VIGORE AND
              CCAU-COD-RAG-PSD OF WS-VERSIONE-VIGORE = SPACES
               MOVE "(CAUSALE DI PAGAMENTO SENZA RAGGRUPPAMENTO)"
                   TO WS-RI-VALORE(60:)
           END-IF.
           PERFORM 8600-STAMPA-IMPOSTAZIONE
               THRU 8600-STAMPA-IMPOSTAZIONE-EXIT.

           IF CCAU-FLAG-ANTIMAFIA OF WS-VERSIONE-VIGORE = '1'
               MOVE "SI" TO WS-TESTO-SI-NO
           ELSE
               MOVE "NO" TO WS-TESTO-SI-NO
           END-IF.
           MOVE "ANTIRICICLAGGIO" TO WS-RI-VOCE.
           MOVE SPACES      TO WS-RI-VALORE.
           STRING "CAUSALE="                DELIMITED BY SIZE
                  CCAU-CAUS-ANTIRICICL OF WS-VERSIONE-VIGORE
                                            DELIMITED BY SIZE
                  "  ANTIMAFIA="            DELIMITED BY SIZE
                  WS-TESTO-SI-NO            DELIMITED BY SIZE
                  "  CASSA="                DELIMITED BY SIZE
                  CCAU-CAUS-ANTR-CAS OF WS-VERSIONE-VIGORE
                                            DELIMITED BY SIZE
                  CCAU-SEGNO-CAUS-ANTR-CAS OF WS-VERSIONE-VIGORE
                                            DELIMITED BY SIZE
                  INTO WS-RI-VALORE.
           IF CCAU-CAUS-ANTIRICICL OF WS-VERSIONE-VIGORE = SPACES
               MOVE "(CAUSALE ANTIRICICLAGGIO NON MAPPATA)"
                   TO WS-RI-VALORE(60:)
           END-IF.
           PERFORM 8600-STAMPA-IMPOSTAZIONE
               THRU 8600-STAMPA-IMPOSTAZIONE-EXIT.

           IF CCAU-FLAG-CENTR-RISCHI OF WS-VERSIONE-VIGORE = '1'
               MOVE "SI" TO WS-TESTO-SI-NO
           ELSE
               MOVE "NO" TO WS-TESTO-SI-NO
           END-IF.
           MOVE "CENTRALE RISCHI" TO WS-RI-VOCE.
           MOVE SPACES      TO WS-RI-VALORE.
           STRING "SEGNALATA="              DELIMITED BY SIZE
                  WS-TESTO-SI-NO            DELIMITED BY SIZE
                  INTO WS-RI-VALORE.
           PERFORM 8600-STAMPA-IMPOSTAZIONE
               THRU 8600-STAMPA-IMPOSTAZIONE-EXIT.

           ADD 1 TO WS-VIG-IX.
       7100-STAMPA-IMPOSTAZIONI-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-STAMPA-VERSIONE : DECODIFICA E STAMPA SU TRE RIGHE LA    *
      *  VERSIONE IN WS-VERSIONE-STAMPA                                *
      *----------------------------------------------------------------*
       8000-STAMPA-VERSIONE.
           MOVE WS-TESTO-ORIGINE TO WS-RV-ORIGINE.
           MOVE CCAU-RESTO-OUT OF WS-VERSIONE-STAMPA TO WS-RV-RESTO.
           MOVE CCAU-DATA-VALID-OUT-N OF WS-VERSIONE-STAMPA
               TO DATECNV-INPUT-6.
           PERFORM 8100-FORMATTA-DATA
               THRU 8100-FORMATTA-DATA-EXIT.
           MOVE DATECNV-OUTPUT-10 TO WS-RV-DATA.
           MOVE CCAU-DESCR OF WS-VERSIONE-STAMPA TO WS-RV-DESCR.

           EVALUATE TRUE
               WHEN CCAU-ADDEB OF WS-VERSIONE-STAMPA
                   MOVE "ADDEBITO"  TO WS-RV-SEGNO
               WHEN CCAU-ACCAU OF WS-VERSIONE-STAMPA
                   MOVE "ACCREDITO" TO WS-RV-SEGNO
               WHEN OTHER
                   MOVE "?"         TO WS-RV-SEGNO
           END-EVALUATE.

           IF CCAU-COMP OF WS-VERSIONE-STAMPA
               MOVE "SI" TO WS-RV-COMP
           ELSE
               MOVE "NO" TO WS-RV-COMP
           END-IF.
           IF CCAU-EC OF WS-VERSIONE-STAMPA
               MOVE "SI" TO WS-RV-EC
           ELSE
               MOVE "NO" TO WS-RV-EC
           END-IF.

           EVALUATE TRUE
               WHEN CCAU-SOLO-ACCENTR OF WS-VERSIONE-STAMPA
                   MOVE "SOLO ACCENTR." TO WS-RV-ACCENTR
               WHEN CCAU-SPOR-ACCENTR OF WS-VERSIONE-STAMPA
                   MOVE "SPORT.+ACC."   TO WS-RV-ACCENTR
               WHEN CCAU-SOLO-SPOR OF WS-VERSIONE-STAMPA
                   MOVE "SOLO SPORT."   TO WS-RV-ACCENTR
               WHEN OTHER
                   MOVE "?"             TO WS-RV-ACCENTR
           END-EVALUATE.

      *    LE VERSIONI DI TABELLA OLTRE LA DATA DI RIFERIMENTO NON
      *    SONO ANCORA IN VIGORE; QUELLE ARCHIVIATE SONO SUPERATE.
           MOVE SPACES TO WS-RV-STATO.
           IF WS-TESTO-ORIGINE = "ARCHIVIO"
               MOVE "SUPERATA" TO WS-RV-STATO
           ELSE
               IF CCAU-DATA-VALID-OUT-N OF WS-VERSIONE-STAMPA >
                  WS-DATA-RIFERIMENTO
                   MOVE "FUTURA" TO WS-RV-STATO
               END-IF
           END-IF.
           MOVE WS-RIGA-VERSIONE-1 TO DOSS-REPORT-LINEA.
           WRITE DOSS-REPORT-LINEA.

           MOVE CCAU-SEGNO-VAL-MIN OF WS-VERSIONE-STAMPA
               TO WS-RV-SEGNO-MIN.
           MOVE CCAU-GG-VAL-MIN OF WS-VERSIONE-STAMPA TO WS-RV-GG-MIN.
           MOVE CCAU-SEGNO-VAL-MAX OF WS-VERSIONE-STAMPA
               TO WS-RV-SEGNO-MAX.
           MOVE CCAU-GG-VAL-MAX OF WS-VERSIONE-STAMPA TO WS-RV-GG-MAX.
           EVALUATE TRUE
               WHEN CCAU-MAX-FAV-CLI OF WS-VERSIONE-STAMPA
                   MOVE "FAV.CLIENTE" TO WS-RV-CNTR
               WHEN CCAU-MAX OF WS-VERSIONE-STAMPA
                   MOVE "MASSIMO"     TO WS-RV-CNTR
               WHEN OTHER
                   MOVE "?"           TO WS-RV-CNTR
           END-EVALUATE.
           MOVE CCAU-DATI-DATA-FINANZIARIA OF WS-VERSIONE-STAMPA
               TO WS-RV-FIN.
           MOVE CCAU-DATI-DATA-PROCESSO OF WS-VERSIONE-STAMPA
               TO WS-RV-PRO.
           MOVE CCAU-DATI-DATA-PASSAGGIO OF WS-VERSIONE-STAMPA
               TO WS-RV-PAS.
           EVALUATE TRUE
               WHEN CCAU-NO-OPER-GEN OF WS-VERSIONE-STAMPA
                   MOVE "NO"               TO WS-RV-OPER-GEN
               WHEN CCAU-OPER-GEN-NO-EST OF WS-VERSIONE-STAMPA
                   MOVE "SI, SOLO ITALIA"  TO WS-RV-OPER-GEN
               WHEN CCAU-OPER-GEN-SI-EST OF WS-VERSIONE-STAMPA
                   MOVE "SI, SOLO ESTERO"  TO WS-RV-OPER-GEN
               WHEN CCAU-OPER-GEN-ANCHE-EST OF WS-VERSIONE-STAMPA
                   MOVE "SI, ANCHE ESTERO" TO WS-RV-OPER-GEN
               WHEN OTHER
                   MOVE "?"                TO WS-RV-OPER-GEN
           END-EVALUATE.
           MOVE WS-RIGA-VERSIONE-2 TO DOSS-REPORT-LINEA.
           WRITE DOSS-REPORT-LINEA.

           MOVE CCAU-CAU-ABI-CBI OF WS-VERSIONE-STAMPA TO WS-RV-CBI.
           MOVE CCAU-CAU-ABI-ATM OF WS-VERSIONE-STAMPA TO WS-RV-ATM.
           MOVE CCAU-CAU-SWIFT OF WS-VERSIONE-STAMPA   TO WS-RV-SWIFT.
           MOVE CCAU-CANALE-ACC OF WS-VERSIONE-STAMPA  TO WS-RV-CAN-ACC.
           MOVE CCAU-COD-RAG-PSD OF WS-VERSIONE-STAMPA TO WS-RV-PSD.
           MOVE CCAU-CAUS-ANTIRICICL OF WS-VERSIONE-STAMPA
               TO WS-RV-ANTIRIC.
           IF CCAU-FLAG-ANTIMAFIA OF WS-VERSIONE-STAMPA = '1'
               MOVE "SI" TO WS-RV-ANTIMAFIA
           ELSE
               MOVE "NO" TO WS-RV-ANTIMAFIA
           END-IF.
           IF CCAU-FLAG-CENTR-RISCHI OF WS-VERSIONE-STAMPA = '1'
               MOVE "SI" TO WS-RV-CR
           ELSE
               MOVE "NO" TO WS-RV-CR
           END-IF.
           MOVE CCAU-COD-IVA OF WS-VERSIONE-STAMPA      TO WS-RV-IVA.
           MOVE CCAU-COD-OPER-IVA OF WS-VERSIONE-STAMPA
               TO WS-RV-OPER-IVA.
           MOVE CCAU-VOCE-FAM-BIL OF WS-VERSIONE-STAMPA
               TO WS-RV-FAM-BIL.
           MOVE CCAU-FLAG-FATT OF WS-VERSIONE-STAMPA    TO WS-RV-FATT.
           MOVE WS-RIGA-VERSIONE-3 TO DOSS-REPORT-LINEA.
           WRITE DOSS-REPORT-LINEA.
       8000-STAMPA-VERSIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8100-FORMATTA-DATA : CONVERTE AAMMGG A 6 CIFRE IN GG/MM/AAAA  *
      *  CON FINESTRA SECOLO: ANNI 00-49 = 20XX, ANNI 50-99 = 19XX.    *
      *----------------------------------------------------------------*
       8100-FORMATTA-DATA.
           IF DATECNV-INPUT-AA < 50
               MOVE 20 TO DATECNV-SECOLO
           ELSE
               MOVE 19 TO DATECNV-SECOLO
           END-IF.

           MOVE DATECNV-INPUT-GG    TO DATECNV-OUT-GG.
           MOVE "/"                 TO DATECNV-OUT-SEP-1.
           MOVE DATECNV-INPUT-MM    TO DATECNV-OUT-MM.
           MOVE "/"                 TO DATECNV-OUT-SEP-2.
           MOVE DATECNV-SECOLO      TO DATECNV-OUT-AAAA(1:2).
           MOVE DATECNV-INPUT-AA    TO DATECNV-OUT-AAAA(3:2).
       8100-FORMATTA-DATA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8200-FORMATTA-DATA-8 : CONVERTE LA DATA AAAAMMGG RICEVUTA IN  *
      *  WS-DATA-8-EDIT NEL FORMATO GG/MM/AAAA, SUL POSTO              *
      *----------------------------------------------------------------*
       8200-FORMATTA-DATA-8.
           MOVE WS-DATA-8-EDIT(1:8) TO DATECNV-OUTPUT-10.
           MOVE DATECNV-OUTPUT-10(7:2) TO WS-DATA-8-EDIT(1:2).
           MOVE "/"                    TO WS-DATA-8-EDIT(3:1).
           MOVE DATECNV-OUTPUT-10(5:2) TO WS-DATA-8-EDIT(4:2).
           MOVE "/"                    TO WS-DATA-8-EDIT(6:1).
           MOVE DATECNV-OUTPUT-10(1:4) TO WS-DATA-8-EDIT(7:4).
       8200-FORMATTA-DATA-8-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8500-STAMPA-TITOLO : RIGA BIANCA E TITOLO DI SEZIONE          *
      *----------------------------------------------------------------*
       8500-STAMPA-TITOLO.
           MOVE SPACES TO DOSS-REPORT-LINEA.
           WRITE DOSS-REPORT-LINEA.
           MOVE WS-TITOLO-SEZIONE TO DOSS-REPORT-LINEA.
           WRITE DOSS-REPORT-LINEA.
       8500-STAMPA-TITOLO-EXIT.
           EXIT.

       8600-STAMPA-IMPOSTAZIONE.
           MOVE WS-RIGA-IMPOSTAZIONE TO DOSS-REPORT-LINEA.
           WRITE DOSS-REPORT-LINEA.
       8600-STAMPA-IMPOSTAZIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9000-TERMINA : IMPOSTA IL RETURN-CODE E CHIUDE I FILE         *
      *----------------------------------------------------------------*
       9000-TERMINA.
           IF WS-FILE-APERTI
               IF (WS-CONT-ERRATE > ZERO OR
                   WS-CONT-NON-TROVATE > ZERO) AND
                  RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-USO-APERTO
                   CLOSE STORICO-USO
               END-IF
               CLOSE CAUSALE-FILE
               CLOSE DOSS-TRANIN
               CLOSE DOSS-REPORT
           END-IF.
       9000-TERMINA-EXIT.
           EXIT.
