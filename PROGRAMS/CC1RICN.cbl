      *================================================================*
      *  PROGRAM-ID    : CC1RICN                                       *
      *  AUTORE        : UFFICIO SISTEMI - AREA TABELLE DI SISTEMA     *
      *  INSTALLAZIONE : DIREZIONE GENERALE - ELABORAZIONE DATI        *
      *  DATA-SCRITTURA: 15/10/2026                                    *
      *  DESCRIZIONE   : RICONCILIAZIONE DELLA TABELLA CAUSALI CON IL  *
      *                  GIORNALE DELLE MODIFICHE E CON L'ARCHIVIO     *
      *                  STORICO, A PROVA CHE OGNI VERSIONE PRESENTE   *
      *                  SIA ARRIVATA IN TABELLA CON UNA MODIFICA      *
      *                  APPROVATA (CC1CAUA) E NON CON UN INTERVENTO   *
      *                  DIRETTO SUL FILE O UN RIPRISTINO.             *
      *                  IL GIORNALE VIENE LETTO IN ORDINE CRONOLOGICO *
      *                  (PRIMA LA PARTE EPURATA CAUJARCH, POI         *
      *                  CAUMJRNL) E PER OGNI CHIAVE DI VERSIONE SI    *
      *                  CONSERVA IN MEMORIA L'ULTIMA AZIONE CON LA    *
      *                  RELATIVA IMMAGINE DOPO. SEGUONO LA LETTURA    *
      *                  DELLA TABELLA CAUSALI E DELL'ARCHIVIO         *
      *                  CAUSARCH (CC1ARCH). SUL TABULATO RICNLIST     *
      *                  SONO SEGNALATE:                               *
      *                    - LE VERSIONI IN TABELLA SENZA ALCUN        *
      *                      INSERIMENTO (A) A GIORNALE;               *
      *                    - LE VERSIONI IL CUI CONTENUTO DIFFERISCE   *
      *                      DALL'IMMAGINE DOPO DELL'ULTIMO            *
      *                      INSERIMENTO;                              *
      *                    - LE VERSIONI CESSATE (E) A GIORNALE MA     *
      *                      ANCORA IN TABELLA;                        *
      *                    - LE VERSIONI INSERITE A GIORNALE CHE NON   *
      *                      SONO NE' IN TABELLA NE' IN ARCHIVIO E NON *
      *                      RISULTANO MAI CESSATE.                    *
      *                  IN PRESENZA DI SEGNALAZIONI IL RETURN-CODE    *
      *                  E' 8, COME PER UNA SQUADRATURA.               *
      *------------------------------------------------------------*  *
      *  STORIA DELLE MODIFICHE                                        *
      *  DATA        AUTORE   DESCRIZIONE                              *
      *  15/10/2026  UFSIS    PRIMA VERSIONE DEL PROGRAMMA.            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CC1RICN.
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
           SELECT CAUSALE-FILE ASSIGN TO "CAUSALE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CCAU-KEY-OUT OF CAUSALE-REC
               FILE STATUS IS WS-CAUSALE-STATUS.

           SELECT OPTIONAL CAUM-JOURNAL ASSIGN TO "CAUMJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL CAUJ-ARCHIVIO ASSIGN TO "CAUJARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-ARC-STATUS.

           SELECT OPTIONAL ARCHIVIO-STORICO ASSIGN TO "CAUSARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVIO-STATUS.

           SELECT RICN-REPORT ASSIGN TO "RICNLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAUSALE-FILE.
           COPY CC0CAUSR.

       FD  CAUM-JOURNAL
           RECORD CONTAINS 678 CHARACTERS.
       01  CAUJ-REC-IN                   PIC X(678).

       FD  CAUJ-ARCHIVIO
           RECORD CONTAINS 678 CHARACTERS.
       01  CAUJ-REC-ARC                  PIC X(678).

       FD  ARCHIVIO-STORICO
           RECORD CONTAINS 298 CHARACTERS.
       01  ARCHIVIO-REC                  PIC X(298).

       FD  RICN-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RICN-REPORT-LINEA             PIC X(132).

       WORKING-STORAGE SECTION.
      *    IMMAGINE DELLA REGISTRAZIONE DI GIORNALE IN ESAME, LETTA DAL
      *    GIORNALE IN LINEA O DALLA SUA PARTE ARCHIVIATA.
       COPY CAUMJRNL.

       01  WS-STATUS-AREA.
           05  WS-CAUSALE-STATUS         PIC XX.
               88  WS-CAUSALE-OK             VALUE '00'.
           05  WS-JOURNAL-STATUS         PIC XX.
               88  WS-JOURNAL-OK             VALUE '00'.
           05  WS-JOURNAL-ARC-STATUS     PIC XX.
               88  WS-JOURNAL-ARC-OK         VALUE '00'.
           05  WS-ARCHIVIO-STATUS        PIC XX.
               88  WS-ARCHIVIO-OK            VALUE '00'.
           05  WS-REPORT-STATUS          PIC XX.
               88  WS-REPORT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FLAG-FILE-APERTI       PIC X       VALUE 'N'.
               88  WS-FILE-APERTI            VALUE 'S'.
           05  WS-FLAG-FINE-CAUSALI      PIC X       VALUE 'N'.
               88  WS-FINE-CAUSALI           VALUE 'S'.
           05  WS-FLAG-FINE-GIORNALE     PIC X       VALUE 'N'.
               88  WS-FINE-GIORNALE          VALUE 'S'.
           05  WS-FLAG-FINE-ARCHIVIO     PIC X       VALUE 'N'.
               88  WS-FINE-ARCHIVIO          VALUE 'S'.
           05  WS-FLAG-TROVATO           PIC X       VALUE 'N'.
               88  WS-VERSIONE-TROVATA       VALUE 'S'.
           05  WS-FLAG-TABELLA-SATURA    PIC X       VALUE 'N'.
               88  WS-TABELLA-SATURA         VALUE 'S'.

      *    VERSIONE LETTA DALL'ARCHIVIO STORICO CAUSARCH.
       01  WS-VERSIONE-ARCHIVIO.
           COPY CC0CAUSA.

      *    TABELLA IN MEMORIA DELLE VERSIONI CITATE DAL GIORNALE: PER
      *    OGNI CHIAVE L'ULTIMA AZIONE REGISTRATA, CHI L'HA RICHIESTA E
      *    AUTORIZZATA, L'IMMAGINE DOPO DELL'ULTIMO INSERIMENTO E LA
      *    PRESENZA IN TABELLA E IN ARCHIVIO RILEVATA NEI PASSI SUCCES-
      *    SIVI.
       01  WS-VERSIONI-AREA.
           05  WS-VER-MAX                PIC 9(4)    COMP VALUE 3000.
           05  WS-VER-CARICATE           PIC 9(4)    COMP VALUE ZERO.
           05  WS-VER-IX                 PIC 9(4)    COMP VALUE ZERO.
           05  WS-VER-TROVATA-IX         PIC 9(4)    COMP VALUE ZERO.
           05  WS-VER-CERCATA.
               10  WS-VER-CERCATA-ID     PIC X(4).
               10  WS-VER-CERCATA-SPEC   PIC X(16).
               10  WS-VER-CERCATA-DATA   PIC X(6).
           05  WS-VER-TABELLA.
               10  WS-VER-ELEM           OCCURS 3000.
                   15  WS-VER-CHIAVE     PIC X(26).
                   15  WS-VER-ULT-AZIONE PIC X.
                   15  WS-VER-ULT-DATA   PIC 9(8).
                   15  WS-VER-ULT-OPER   PIC X(5).
                   15  WS-VER-ULT-AUTOR  PIC X(5).
                   15  WS-VER-INSERITA   PIC X.
                   15  WS-VER-IN-TABELLA PIC X.
                   15  WS-VER-IN-ARCHIVIO PIC X.
                   15  WS-VER-IMMAGINE   PIC X(298).

       01  WS-CONFRONTO.
           05  WS-CFR-POS                PIC 9(4)    COMP VALUE ZERO.
           05  WS-CFR-PRIMA-DIFF         PIC 9(4)    COMP VALUE ZERO.

       01  WS-CONTATORI.
           05  WS-CONT-GIORNALE          PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-TABELLA           PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-ARCHIVIO          PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-SENZA-INSERIM     PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-DIFFORMI          PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-CESSATE-PRESENTI  PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-SCOMPARSE         PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-SEGNALAZIONI      PIC 9(7)    COMP-3 VALUE ZERO.

       01  WS-INTESTAZIONE.
           05  FILLER          PIC X(60) VALUE
               "RICONCILIAZIONE TABELLA CAUSALI / GIORNALE / ARCHIVIO".

       01  WS-INTESTAZIONE-COLONNE.
           05  FILLER          PIC X(5)  VALUE "ID".
           05  FILLER          PIC X(7)  VALUE "COD.CAU".
           05  FILLER          PIC X(11) VALUE " RESTO".
           05  FILLER          PIC X(8)  VALUE "VALID.".
           05  FILLER          PIC X(25) VALUE "DESCRIZIONE".
           05  FILLER          PIC X(46) VALUE "SEGNALAZIONE".
           05  FILLER          PIC X(30) VALUE
               "ULT.GIORNALE  OPER. AUTOR.".

       01  WS-RIGA-DETTAGLIO.
           05  WS-RD-ID                  PIC X(4).
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-RD-COD-CAU             PIC X(6).
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-RD-RESTO               PIC X(10).
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-RD-DATA-VALID          PIC X(6).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-RD-DESCR               PIC X(24).
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-RD-SEGNALAZIONE        PIC X(45).
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-RD-ULT-AZIONE          PIC X.
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-RD-ULT-DATA            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-RD-ULT-OPER            PIC X(5).
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-RD-ULT-AUTOR           PIC X(5).

       01  WS-CONVERSIONE-DATA-8.
           05  WS-CNV-DATA-8             PIC 9(8).
           05  WS-CNV-DATA-8-R REDEFINES WS-CNV-DATA-8.
               10  WS-CNV-AAAA           PIC 9(4).
               10  WS-CNV-MM             PIC 9(2).
               10  WS-CNV-GG             PIC 9(2).
           05  WS-CNV-DATA-10.
               10  WS-CNV-OUT-GG         PIC 9(2).
               10  FILLER                PIC X       VALUE "/".
               10  WS-CNV-OUT-MM         PIC 9(2).
               10  FILLER                PIC X       VALUE "/".
               10  WS-CNV-OUT-AAAA       PIC 9(4).

       01  WS-RIGA-DIFFERENZA.
           05  FILLER                    PIC X(40) VALUE
               "    PRIMA DIFFERENZA AL BYTE DEL RECORD ".
           05  WS-RDF-POSIZIONE          PIC ZZ9.

       01  WS-RIGA-TOTALI-1.
           05  FILLER          PIC X(18) VALUE "LETTE: GIORNALE=".
           05  WS-RT-GIORNALE  PIC ZZZ.ZZ9.
           05  FILLER          PIC X(10) VALUE "  TABELLA=".
           05  WS-RT-TABELLA   PIC ZZZ.ZZ9.
           05  FILLER          PIC X(11) VALUE "  ARCHIVIO=".
           05  WS-RT-ARCHIVIO  PIC ZZZ.ZZ9.

       01  WS-RIGA-TOTALI-2.
           05  FILLER          PIC X(23) VALUE
               "SEGNALAZIONI: SENZA A=".
           05  WS-RT-SENZA-INSERIM PIC ZZZ.ZZ9.
           05  FILLER          PIC X(12) VALUE "  DIFFORMI=".
           05  WS-RT-DIFFORMI  PIC ZZZ.ZZ9.
           05  FILLER          PIC X(20) VALUE "  CESSATE PRESENTI=".
           05  WS-RT-CESSATE-PRESENTI PIC ZZZ.ZZ9.
           05  FILLER          PIC X(13) VALUE "  SCOMPARSE=".
           05  WS-RT-SCOMPARSE PIC ZZZ.ZZ9.

       01  WS-RIGA-ESITO.
           05  WS-RE-ESITO     PIC X(60).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *  0000-MAINLINE : PARAGRAFO PRINCIPALE                          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA
               THRU 1000-INIZIALIZZA-EXIT.
           IF WS-FILE-APERTI
               PERFORM 2000-CARICA-GIORNALE
                   THRU 2000-CARICA-GIORNALE-EXIT
               PERFORM 3000-ESAMINA-CAUSALE
                   THRU 3000-ESAMINA-CAUSALE-EXIT
                   UNTIL WS-FINE-CAUSALI
               PERFORM 4000-ESAMINA-ARCHIVIO
                   THRU 4000-ESAMINA-ARCHIVIO-EXIT
               PERFORM 5000-CERCA-SCOMPARSE
                   THRU 5000-CERCA-SCOMPARSE-EXIT
           END-IF.
           PERFORM 9000-TERMINA
               THRU 9000-TERMINA-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *  1000-INIZIALIZZA : APERTURA FILE E STAMPA INTESTAZIONE        *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN INPUT CAUSALE-FILE.
           IF NOT WS-CAUSALE-OK
               DISPLAY "CC1RICN - ERRORE APERTURA CAUSALE-FILE "
                       WS-CAUSALE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.

           OPEN OUTPUT RICN-REPORT.
           MOVE "S" TO WS-FLAG-FILE-APERTI.
           MOVE WS-INTESTAZIONE TO RICN-REPORT-LINEA.
           WRITE RICN-REPORT-LINEA.
           MOVE SPACES TO RICN-REPORT-LINEA.
           WRITE RICN-REPORT-LINEA.
           MOVE WS-INTESTAZIONE-COLONNE TO RICN-REPORT-LINEA.
           WRITE RICN-REPORT-LINEA.
       1000-INIZIALIZZA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-CARICA-GIORNALE : LEGGE LA PARTE ARCHIVIATA DEL GIORNALE *
      *  (CAUJARCH, REGISTRAZIONI PIU' VECCHIE) E POI IL GIORNALE IN   *
      *  LINEA, COSI' CHE L'ULTIMA AZIONE CARICATA PER OGNI VERSIONE   *
      *  SIA LA PIU' RECENTE                                           *
      *----------------------------------------------------------------*
       2000-CARICA-GIORNALE.
      *    STATO '05' = FILE OPZIONALE ASSENTE MA APERTO: VA COMUNQUE
      *    CHIUSO.
           MOVE "N" TO WS-FLAG-FINE-GIORNALE.
           OPEN INPUT CAUJ-ARCHIVIO.
           IF WS-JOURNAL-ARC-OK
               PERFORM 2010-LEGGI-ARCHIVIO-GIORNALE
                   THRU 2010-LEGGI-ARCHIVIO-GIORNALE-EXIT
                   UNTIL WS-FINE-GIORNALE
           END-IF.
           CLOSE CAUJ-ARCHIVIO.

           MOVE "N" TO WS-FLAG-FINE-GIORNALE.
           OPEN INPUT CAUM-JOURNAL.
           IF WS-JOURNAL-OK
               PERFORM 2020-LEGGI-GIORNALE
                   THRU 2020-LEGGI-GIORNALE-EXIT
                   UNTIL WS-FINE-GIORNALE
           ELSE
               DISPLAY "CC1RICN - GIORNALE CAUMJRNL ASSENTE O VUOTO "
                       WS-JOURNAL-STATUS
           END-IF.
           CLOSE CAUM-JOURNAL.
       2000-CARICA-GIORNALE-EXIT.
           EXIT.

       2010-LEGGI-ARCHIVIO-GIORNALE.
           READ CAUJ-ARCHIVIO INTO CAUJ-REC
               AT END
                   MOVE "S" TO WS-FLAG-FINE-GIORNALE
                   GO TO 2010-LEGGI-ARCHIVIO-GIORNALE-EXIT
           END-READ.
           PERFORM 2100-REGISTRA-AZIONE
               THRU 2100-REGISTRA-AZIONE-EXIT.
       2010-LEGGI-ARCHIVIO-GIORNALE-EXIT.
           EXIT.

       2020-LEGGI-GIORNALE.
           READ CAUM-JOURNAL INTO CAUJ-REC
               AT END
                   MOVE "S" TO WS-FLAG-FINE-GIORNALE
                   GO TO 2020-LEGGI-GIORNALE-EXIT
           END-READ.
           PERFORM 2100-REGISTRA-AZIONE
               THRU 2100-REGISTRA-AZIONE-EXIT.
       2020-LEGGI-GIORNALE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-REGISTRA-AZIONE : RIPORTA LA REGISTRAZIONE DI GIORNALE   *
      *  CORRENTE SULLA VERSIONE IN TABELLA, AGGIUNGENDOLA SE NUOVA    *
      *----------------------------------------------------------------*
       2100-REGISTRA-AZIONE.
           ADD 1 TO WS-CONT-GIORNALE.
           MOVE CAUJ-CHIAVE TO WS-VER-CERCATA.
           PERFORM 8600-CERCA-VERSIONE
               THRU 8600-CERCA-VERSIONE-EXIT.
           IF NOT WS-VERSIONE-TROVATA
               PERFORM 8700-AGGIUNGI-VERSIONE
                   THRU 8700-AGGIUNGI-VERSIONE-EXIT
           END-IF.
           IF WS-VER-TROVATA-IX = ZERO
               GO TO 2100-REGISTRA-AZIONE-EXIT
           END-IF.

           MOVE CAUJ-TIPO-AZIONE
               TO WS-VER-ULT-AZIONE(WS-VER-TROVATA-IX).
           MOVE CAUJ-DATA-ELAB   TO WS-VER-ULT-DATA(WS-VER-TROVATA-IX).
           MOVE CAUJ-OPERATORE   TO WS-VER-ULT-OPER(WS-VER-TROVATA-IX).
           MOVE CAUJ-OPER-AUTORIZZANTE
               TO WS-VER-ULT-AUTOR(WS-VER-TROVATA-IX).
           IF CAUJ-AZ-INSERIMENTO
               MOVE "S" TO WS-VER-INSERITA(WS-VER-TROVATA-IX)
               MOVE CAUJ-IMMAGINE-DOPO
                   TO WS-VER-IMMAGINE(WS-VER-TROVATA-IX)
           END-IF.
       2100-REGISTRA-AZIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-ESAMINA-CAUSALE : CONFRONTA OGNI VERSIONE IN TABELLA CON *
      *  L'ULTIMA AZIONE DI GIORNALE DELLA STESSA CHIAVE               *
      *----------------------------------------------------------------*
       3000-ESAMINA-CAUSALE.
           READ CAUSALE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FLAG-FINE-CAUSALI
                   GO TO 3000-ESAMINA-CAUSALE-EXIT
           END-READ.
           ADD 1 TO WS-CONT-TABELLA.

           MOVE CCAU-KEY-OUT OF CAUSALE-REC TO WS-VER-CERCATA.
           PERFORM 8600-CERCA-VERSIONE
               THRU 8600-CERCA-VERSIONE-EXIT.
           MOVE CCAU-DESCR OF CAUSALE-REC TO WS-RD-DESCR.

           IF NOT WS-VERSIONE-TROVATA
               MOVE "VERSIONE IN TABELLA MAI INSERITA A GIORNALE"
                   TO WS-RD-SEGNALAZIONE
               ADD 1 TO WS-CONT-SENZA-INSERIM
               PERFORM 8000-STAMPA-SEGNALAZIONE
                   THRU 8000-STAMPA-SEGNALAZIONE-EXIT
               GO TO 3000-ESAMINA-CAUSALE-EXIT
           END-IF.

           MOVE "S" TO WS-VER-IN-TABELLA(WS-VER-TROVATA-IX).
           IF WS-VER-ULT-AZIONE(WS-VER-TROVATA-IX) = "E"
               MOVE "CESSATA A GIORNALE MA ANCORA IN TABELLA"
                   TO WS-RD-SEGNALAZIONE
               ADD 1 TO WS-CONT-CESSATE-PRESENTI
               PERFORM 8000-STAMPA-SEGNALAZIONE
                   THRU 8000-STAMPA-SEGNALAZIONE-EXIT
               GO TO 3000-ESAMINA-CAUSALE-EXIT
           END-IF.

           IF WS-VER-INSERITA(WS-VER-TROVATA-IX) NOT = "S"
               MOVE "VERSIONE IN TABELLA MAI INSERITA A GIORNALE"
                   TO WS-RD-SEGNALAZIONE
               ADD 1 TO WS-CONT-SENZA-INSERIM
               PERFORM 8000-STAMPA-SEGNALAZIONE
                   THRU 8000-STAMPA-SEGNALAZIONE-EXIT
               GO TO 3000-ESAMINA-CAUSALE-EXIT
           END-IF.

           IF CAUSALE-REC NOT = WS-VER-IMMAGINE(WS-VER-TROVATA-IX)
               MOVE "CONTENUTO DIVERSO DALL'IMMAGINE DOPO A GIORNALE"
                   TO WS-RD-SEGNALAZIONE
               ADD 1 TO WS-CONT-DIFFORMI
               PERFORM 8000-STAMPA-SEGNALAZIONE
                   THRU 8000-STAMPA-SEGNALAZIONE-EXIT
               PERFORM 3100-PRIMA-DIFFERENZA
                   THRU 3100-PRIMA-DIFFERENZA-EXIT
           END-IF.
       3000-ESAMINA-CAUSALE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-PRIMA-DIFFERENZA : STAMPA LA POSIZIONE DEL PRIMO BYTE    *
      *  DIVERSO TRA LA VERSIONE IN TABELLA E L'IMMAGINE A GIORNALE,   *
      *  PER GUIDARE L'ANALISI SUL TRACCIATO CC0CAUSA                  *
      *----------------------------------------------------------------*
       3100-PRIMA-DIFFERENZA.
           MOVE ZERO TO WS-CFR-PRIMA-DIFF.
           MOVE 1    TO WS-CFR-POS.
           PERFORM 3110-CONFRONTA-BYTE
               THRU 3110-CONFRONTA-BYTE-EXIT
               UNTIL WS-CFR-POS > 298 OR WS-CFR-PRIMA-DIFF > ZERO.
           MOVE WS-CFR-PRIMA-DIFF TO WS-RDF-POSIZIONE.
           MOVE WS-RIGA-DIFFERENZA TO RICN-REPORT-LINEA.
           WRITE RICN-REPORT-LINEA.
       3100-PRIMA-DIFFERENZA-EXIT.
           EXIT.

       3110-CONFRONTA-BYTE.
           IF CAUSALE-REC(WS-CFR-POS:1) NOT =
              WS-VER-IMMAGINE(WS-VER-TROVATA-IX)(WS-CFR-POS:1)
               MOVE WS-CFR-POS TO WS-CFR-PRIMA-DIFF
           END-IF.
           ADD 1 TO WS-CFR-POS.
       3110-CONFRONTA-BYTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-ESAMINA-ARCHIVIO : MARCA LE VERSIONI DEL GIORNALE CHE    *
      *  CC1ARCH HA SPOSTATO SULL'ARCHIVIO STORICO CAUSARCH            *
      *----------------------------------------------------------------*
       4000-ESAMINA-ARCHIVIO.
      *    STATO '05' = FILE OPZIONALE ASSENTE MA APERTO: VA COMUNQUE
      *    CHIUSO.
           OPEN INPUT ARCHIVIO-STORICO.
           IF WS-ARCHIVIO-OK
               PERFORM 4100-LEGGI-ARCHIVIO
                   THRU 4100-LEGGI-ARCHIVIO-EXIT
                   UNTIL WS-FINE-ARCHIVIO
           END-IF.
           CLOSE ARCHIVIO-STORICO.
       4000-ESAMINA-ARCHIVIO-EXIT.
           EXIT.

       4100-LEGGI-ARCHIVIO.
           READ ARCHIVIO-STORICO INTO WS-VERSIONE-ARCHIVIO
               AT END
                   MOVE "S" TO WS-FLAG-FINE-ARCHIVIO
                   GO TO 4100-LEGGI-ARCHIVIO-EXIT
           END-READ.
           ADD 1 TO WS-CONT-ARCHIVIO.
           MOVE CCAU-KEY-OUT OF WS-VERSIONE-ARCHIVIO TO WS-VER-CERCATA.
           PERFORM 8600-CERCA-VERSIONE
               THRU 8600-CERCA-VERSIONE-EXIT.
           IF WS-VERSIONE-TROVATA
               MOVE "S" TO WS-VER-IN-ARCHIVIO(WS-VER-TROVATA-IX)
           END-IF.
       4100-LEGGI-ARCHIVIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-CERCA-SCOMPARSE : VERSIONI LA CUI ULTIMA AZIONE A        *
      *  GIORNALE E' UN INSERIMENTO MA CHE NON SI TROVANO NE' IN       *
      *  TABELLA NE' IN ARCHIVIO: RIMOSSE SENZA CESSAZIONE             *
      *----------------------------------------------------------------*
       5000-CERCA-SCOMPARSE.
           MOVE 1 TO WS-VER-IX.
           PERFORM 5100-CONTROLLA-VERSIONE
               THRU 5100-CONTROLLA-VERSIONE-EXIT
               UNTIL WS-VER-IX > WS-VER-CARICATE.
       5000-CERCA-SCOMPARSE-EXIT.
           EXIT.

       5100-CONTROLLA-VERSIONE.
           IF WS-VER-ULT-AZIONE(WS-VER-IX) = "A" AND
              WS-VER-IN-TABELLA(WS-VER-IX) NOT = "S" AND
              WS-VER-IN-ARCHIVIO(WS-VER-IX) NOT = "S"
               MOVE WS-VER-IX TO WS-VER-TROVATA-IX
               MOVE WS-VER-CHIAVE(WS-VER-IX) TO WS-VER-CERCATA
               MOVE WS-VER-IMMAGINE(WS-VER-IX) TO WS-VERSIONE-ARCHIVIO
               MOVE CCAU-DESCR OF WS-VERSIONE-ARCHIVIO TO WS-RD-DESCR
               MOVE "NE' IN TABELLA NE' IN ARCHIVIO, MAI CESSATA"
                   TO WS-RD-SEGNALAZIONE
               ADD 1 TO WS-CONT-SCOMPARSE
               PERFORM 8000-STAMPA-SEGNALAZIONE
                   THRU 8000-STAMPA-SEGNALAZIONE-EXIT
           END-IF.
           ADD 1 TO WS-VER-IX.
       5100-CONTROLLA-VERSIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-STAMPA-SEGNALAZIONE : STAMPA LA SEGNALAZIONE PER LA      *
      *  CHIAVE IN WS-VER-CERCATA, CON GLI ESTREMI DELL'ULTIMA AZIONE  *
      *  A GIORNALE SE LA VERSIONE E' NOTA (WS-VER-TROVATA-IX)         *
      *----------------------------------------------------------------*
       8000-STAMPA-SEGNALAZIONE.
           MOVE WS-VER-CERCATA-ID          TO WS-RD-ID.
           MOVE WS-VER-CERCATA-SPEC(1:6)   TO WS-RD-COD-CAU.
           MOVE WS-VER-CERCATA-SPEC(7:10)  TO WS-RD-RESTO.
           MOVE WS-VER-CERCATA-DATA        TO WS-RD-DATA-VALID.
           IF WS-VER-TROVATA-IX = ZERO
               MOVE SPACES TO WS-RD-ULT-AZIONE
               MOVE SPACES TO WS-RD-ULT-DATA
               MOVE SPACES TO WS-RD-ULT-OPER
               MOVE SPACES TO WS-RD-ULT-AUTOR
           ELSE
               MOVE WS-VER-ULT-AZIONE(WS-VER-TROVATA-IX)
                   TO WS-RD-ULT-AZIONE
               MOVE WS-VER-ULT-DATA(WS-VER-TROVATA-IX) TO WS-CNV-DATA-8
               MOVE WS-CNV-GG   TO WS-CNV-OUT-GG
               MOVE WS-CNV-MM   TO WS-CNV-OUT-MM
               MOVE WS-CNV-AAAA TO WS-CNV-OUT-AAAA
               MOVE WS-CNV-DATA-10 TO WS-RD-ULT-DATA
               MOVE WS-VER-ULT-OPER(WS-VER-TROVATA-IX)
                   TO WS-RD-ULT-OPER
               MOVE WS-VER-ULT-AUTOR(WS-VER-TROVATA-IX)
                   TO WS-RD-ULT-AUTOR
           END-IF.
           MOVE WS-RIGA-DETTAGLIO TO RICN-REPORT-LINEA.
           WRITE RICN-REPORT-LINEA.
           ADD 1 TO WS-CONT-SEGNALAZIONI.
       8000-STAMPA-SEGNALAZIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8600-CERCA-VERSIONE : CERCA WS-VER-CERCATA NELLA TABELLA IN   *
      *  MEMORIA; WS-VER-TROVATA-IX A ZERO SE ASSENTE                  *
      *----------------------------------------------------------------*
       8600-CERCA-VERSIONE.
           MOVE "N"  TO WS-FLAG-TROVATO.
           MOVE ZERO TO WS-VER-TROVATA-IX.
           MOVE 1    TO WS-VER-IX.
           PERFORM 8610-CONFRONTA-VERSIONE
               THRU 8610-CONFRONTA-VERSIONE-EXIT
               UNTIL WS-VER-IX > WS-VER-CARICATE OR
                     WS-VERSIONE-TROVATA.
       8600-CERCA-VERSIONE-EXIT.
           EXIT.

       8610-CONFRONTA-VERSIONE.
           IF WS-VER-CHIAVE(WS-VER-IX) = WS-VER-CERCATA
               MOVE "S" TO WS-FLAG-TROVATO
               MOVE WS-VER-IX TO WS-VER-TROVATA-IX
           END-IF.
           ADD 1 TO WS-VER-IX.
       8610-CONFRONTA-VERSIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8700-AGGIUNGI-VERSIONE : AGGIUNGE IN TABELLA LA CHIAVE        *
      *  WS-VER-CERCATA; CON TABELLA SATURA LA RICONCILIAZIONE E'      *
      *  INCOMPLETA E WS-VER-TROVATA-IX RESTA A ZERO                   *
      *----------------------------------------------------------------*
       8700-AGGIUNGI-VERSIONE.
           IF WS-VER-CARICATE >= WS-VER-MAX
               IF NOT WS-TABELLA-SATURA
                   DISPLAY "CC1RICN - TABELLA VERSIONI SATURA, "
                           "RICONCILIAZIONE INCOMPLETA"
                   MOVE "S" TO WS-FLAG-TABELLA-SATURA
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO 8700-AGGIUNGI-VERSIONE-EXIT
           END-IF.
           ADD 1 TO WS-VER-CARICATE.
           MOVE WS-VER-CARICATE TO WS-VER-TROVATA-IX.
           MOVE WS-VER-CERCATA TO WS-VER-CHIAVE(WS-VER-TROVATA-IX).
           MOVE SPACES TO WS-VER-ULT-AZIONE(WS-VER-TROVATA-IX).
           MOVE ZERO   TO WS-VER-ULT-DATA(WS-VER-TROVATA-IX).
           MOVE SPACES TO WS-VER-ULT-OPER(WS-VER-TROVATA-IX).
           MOVE SPACES TO WS-VER-ULT-AUTOR(WS-VER-TROVATA-IX).
           MOVE "N"    TO WS-VER-INSERITA(WS-VER-TROVATA-IX).
           MOVE "N"    TO WS-VER-IN-TABELLA(WS-VER-TROVATA-IX).
           MOVE "N"    TO WS-VER-IN-ARCHIVIO(WS-VER-TROVATA-IX).
           MOVE SPACES TO WS-VER-IMMAGINE(WS-VER-TROVATA-IX).
       8700-AGGIUNGI-VERSIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9000-TERMINA : STAMPA TOTALI, IMPOSTA IL RETURN-CODE E CHIUDE *
      *  I FILE                                                        *
      *----------------------------------------------------------------*
       9000-TERMINA.
           IF NOT WS-FILE-APERTI
               GO TO 9000-TERMINA-EXIT
           END-IF.

           MOVE SPACES TO RICN-REPORT-LINEA.
           WRITE RICN-REPORT-LINEA.
           MOVE WS-CONT-GIORNALE   TO WS-RT-GIORNALE.
           MOVE WS-CONT-TABELLA    TO WS-RT-TABELLA.
           MOVE WS-CONT-ARCHIVIO   TO WS-RT-ARCHIVIO.
           MOVE WS-RIGA-TOTALI-1 TO RICN-REPORT-LINEA.
           WRITE RICN-REPORT-LINEA.
           MOVE WS-CONT-SENZA-INSERIM    TO WS-RT-SENZA-INSERIM.
           MOVE WS-CONT-DIFFORMI         TO WS-RT-DIFFORMI.
           MOVE WS-CONT-CESSATE-PRESENTI TO WS-RT-CESSATE-PRESENTI.
           MOVE WS-CONT-SCOMPARSE        TO WS-RT-SCOMPARSE.
           MOVE WS-RIGA-TOTALI-2 TO RICN-REPORT-LINEA.
           WRITE RICN-REPORT-LINEA.

           IF WS-CONT-SEGNALAZIONI > ZERO OR WS-TABELLA-SATURA
               MOVE "*** TABELLA CAUSALI NON RICONCILIATA ***"
                   TO WS-RE-ESITO
               MOVE 8 TO RETURN-CODE
               DISPLAY "CC1RICN - RICONCILIAZIONE NON SUPERATA"
           ELSE
               MOVE "TABELLA CAUSALI RICONCILIATA CON GIORNALE"
                   TO WS-RE-ESITO
               DISPLAY "CC1RICN - RICONCILIAZIONE SUPERATA"
           END-IF.
           MOVE WS-RIGA-ESITO TO RICN-REPORT-LINEA.
           WRITE RICN-REPORT-LINEA.

           CLOSE CAUSALE-FILE.
           CLOSE RICN-REPORT.
       9000-TERMINA-EXIT.
           EXIT.
