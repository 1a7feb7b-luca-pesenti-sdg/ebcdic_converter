      *================================================================*
      *  PROGRAM-ID    : CC1RCER                                       *
      *  AUTORE        : UFFICIO SISTEMI - AREA TABELLE DI SISTEMA     *
      *  INSTALLAZIONE : DIREZIONE GENERALE - ELABORAZIONE DATI        *
      *  DATA-SCRITTURA: 15/10/2026                                    *
      *  DESCRIZIONE   : RICERTIFICAZIONE PERIODICA DEGLI ACCESSI      *
      *                  OPERATORI E CONTROLLO DELLA SEPARAZIONE DEI   *
      *                  COMPITI, PER LA REVISIONE INTERNA. CARICA IN  *
      *                  MEMORIA L'ANAGRAFICA OPERATORI (OPERMAST) E   *
      *                  VI RIPORTA L'ATTIVITA' EFFETTIVA DEL PERIODO  *
      *                  DI N MESI CHE TERMINA ALLA DATA DELLA SCHEDA  *
      *                  RCERPARM, RICAVATA DALLE PROPOSTE (CAUPROPS:  *
      *                  OPERATORE PROPONENTE E OPERATORE CHE HA       *
      *                  DECISO) E DAL GIORNALE DELLE MODIFICHE        *
      *                  (CAUMJRNL PIU' LA PARTE EPURATA SU CAUJARCH:  *
      *                  OPERATORE RICHIEDENTE E AUTORIZZANTE).        *
      *                  STAMPA SUL TABULATO RCERLIST:                 *
      *                    - IL PROSPETTO DELL'ATTIVITA' DI OGNI       *
      *                      OPERATORE;                                *
      *                    - GLI OPERATORI ATTIVI SENZA PROPOSTE NE'   *
      *                      DECISIONI NEL PERIODO;                    *
      *                    - GLI OPERATORI ANCORA ATTIVI OLTRE LA      *
      *                      DATA DI FINE VALIDITA';                   *
      *                    - GLI OPERATORI LA CUI ATTIVITA' NON E'     *
      *                      COERENTE CON IL PROFILO (P/A/C) O CHE NON *
      *                      SONO CENSITI IN ANAGRAFICA;               *
      *                    - LE COPPIE DI OPERATORI CHE SI APPROVANO   *
      *                      A VICENDA LE PROPOSTE (CAUP-OPER-         *
      *                      PROPONENTE / CAUP-OPER-DECISIONE) ALMENO  *
      *                      IL NUMERO DI VOLTE DELLA SCHEDA IN        *
      *                      ENTRAMBE LE DIREZIONI: IL CONTROLLO A     *
      *                      QUATTRO OCCHI DI CC1CAUA IMPEDISCE SOLO   *
      *                      L'AUTO-APPROVAZIONE.                      *
      *                  IL PROFILO CALENDARIO OPERA SUL CALENDARIO    *
      *                  FESTIVITA' (CC1FESM), CHE NON HA GIORNALE: LA *
      *                  SUA INATTIVITA' VA CERTIFICATA A MANO.        *
      *                  RETURN-CODE 4 IN PRESENZA DI RILIEVI, 8 SU    *
      *                  ERRORE O TABELLE IN MEMORIA SATURE.           *
      *------------------------------------------------------------*  *
      *  STORIA DELLE MODIFICHE                                        *
      *  DATA        AUTORE   DESCRIZIONE                              *
      *  15/10/2026  UFSIS    PRIMA VERSIONE DEL PROGRAMMA.            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CC1RCER.
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
           SELECT RCER-PARM ASSIGN TO "RCERPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPERATORI-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPER-CODICE OF OPER-REC
               FILE STATUS IS WS-OPERATORI-STATUS.

           SELECT OPTIONAL PROPOSTE-FILE ASSIGN TO "CAUPROPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAUP-NUMERO OF CAUP-REC
               FILE STATUS IS WS-PROPOSTE-STATUS.

           SELECT OPTIONAL CAUM-JOURNAL ASSIGN TO "CAUMJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL CAUJ-ARCHIVIO ASSIGN TO "CAUJARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-ARC-STATUS.

           SELECT RCER-REPORT ASSIGN TO "RCERLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RCER-PARM
           RECORD CONTAINS 80 CHARACTERS.
           COPY RCERPARM.

       FD  OPERATORI-FILE.
           COPY OPERMST.

       FD  PROPOSTE-FILE.
           COPY CAUPROP.

       FD  CAUM-JOURNAL
           RECORD CONTAINS 678 CHARACTERS.
       01  CAUJ-REC-IN                   PIC X(678).

       FD  CAUJ-ARCHIVIO
           RECORD CONTAINS 678 CHARACTERS.
       01  CAUJ-REC-ARC                  PIC X(678).

       FD  RCER-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RCER-REPORT-LINEA             PIC X(132).

       WORKING-STORAGE SECTION.
      *    IMMAGINE DELLA REGISTRAZIONE DI GIORNALE IN ESAME, LETTA DAL
      *    GIORNALE IN LINEA O DALLA SUA PARTE ARCHIVIATA.
       COPY CAUMJRNL.

       01  WS-STATUS-AREA.
           05  WS-PARM-STATUS            PIC XX.
               88  WS-PARM-OK                VALUE '00'.
           05  WS-OPERATORI-STATUS       PIC XX.
               88  WS-OPERATORI-OK           VALUE '00'.
           05  WS-PROPOSTE-STATUS        PIC XX.
               88  WS-PROPOSTE-OK            VALUE '00'.
           05  WS-JOURNAL-STATUS         PIC XX.
               88  WS-JOURNAL-OK             VALUE '00'.
           05  WS-JOURNAL-ARC-STATUS     PIC XX.
               88  WS-JOURNAL-ARC-OK         VALUE '00'.
           05  WS-REPORT-STATUS          PIC XX.
               88  WS-REPORT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FLAG-FILE-APERTI       PIC X       VALUE 'N'.
               88  WS-FILE-APERTI            VALUE 'S'.
           05  WS-FLAG-FINE-OPERATORI    PIC X       VALUE 'N'.
               88  WS-FINE-OPERATORI         VALUE 'S'.
           05  WS-FLAG-FINE-PROPOSTE     PIC X       VALUE 'N'.
               88  WS-FINE-PROPOSTE          VALUE 'S'.
           05  WS-FLAG-FINE-GIORNALE     PIC X       VALUE 'N'.
               88  WS-FINE-GIORNALE          VALUE 'S'.
           05  WS-FLAG-TROVATO           PIC X       VALUE 'N'.
               88  WS-ELEMENTO-TROVATO       VALUE 'S'.
           05  WS-FLAG-NEL-PERIODO       PIC X       VALUE 'N'.
               88  WS-NEL-PERIODO            VALUE 'S'.

       01  WS-PARAMETRI.
           05  WS-MESI-PERIODO           PIC 9(3)    VALUE ZERO.
           05  WS-SOGLIA-RECIPROCA       PIC 9(3)    VALUE 2.
           05  WS-DATA-RIF-6             PIC 9(6).
           05  WS-DATA-RIF-6-R REDEFINES WS-DATA-RIF-6.
               10  WS-DATA-RIF-AA        PIC 9(2).
               10  WS-DATA-RIF-MM        PIC 9(2).
               10  WS-DATA-RIF-GG        PIC 9(2).
           05  WS-SECOLO-DUE-CIFRE       PIC 9(2).
           05  WS-DATA-RIF               PIC 9(8).
           05  WS-DATA-RIF-R REDEFINES WS-DATA-RIF.
               10  WS-DATA-RIF-AAAA      PIC 9(4).
               10  WS-DATA-RIF-MESE      PIC 9(2).
               10  FILLER                PIC 9(2).
           05  WS-DATA-INIZIO-PERIODO    PIC 9(8).
           05  WS-MESI-ASSOLUTI          PIC S9(9)   COMP.
           05  WS-ANNO-LIMITE            PIC 9(4).
           05  WS-MM-LIMITE              PIC 9(2).
           05  WS-DATA-ATTIVITA          PIC 9(8).

      *    TABELLA IN MEMORIA DEGLI OPERATORI: ANAGRAFICA OPERMAST
      *    PIU' GLI OPERATORI TROVATI SOLO NEI FILE DI ATTIVITA'.
      *    I CONTATORI SI RIFERISCONO AL PERIODO ESAMINATO.
       01  WS-OPERATORI-AREA.
           05  WS-OPE-MAX                PIC 9(4)    COMP VALUE 500.
           05  WS-OPE-CARICATI           PIC 9(4)    COMP VALUE ZERO.
           05  WS-OPE-IX                 PIC 9(4)    COMP VALUE ZERO.
           05  WS-OPE-TROVATO-IX         PIC 9(4)    COMP VALUE ZERO.
           05  WS-OPE-CERCATO            PIC X(5).
           05  WS-OPE-TABELLA.
               10  WS-OPE-ELEM           OCCURS 500.
                   15  WS-OPE-CODICE     PIC X(5).
                   15  WS-OPE-NOME       PIC X(30).
                   15  WS-OPE-PROFILO    PIC X.
                   15  WS-OPE-STATO      PIC X.
                   15  WS-OPE-DATA-INIZIO PIC 9(8).
                   15  WS-OPE-DATA-FINE  PIC 9(8).
                   15  WS-OPE-CENSITO    PIC X.
                   15  WS-OPE-PROPOSTE   PIC 9(7)    COMP-3.
                   15  WS-OPE-DECISIONI  PIC 9(7)    COMP-3.
                   15  WS-OPE-GIOR-RICH  PIC 9(7)    COMP-3.
                   15  WS-OPE-GIOR-AUT   PIC 9(7)    COMP-3.
                   15  WS-OPE-ULT-ATTIVITA PIC 9(8).

      *    TABELLA IN MEMORIA DELLE COPPIE PROPONENTE/APPROVATORE CON
      *    IL NUMERO DI PROPOSTE APPROVATE NEL PERIODO.
       01  WS-COPPIE-AREA.
           05  WS-COP-MAX                PIC 9(4)    COMP VALUE 2000.
           05  WS-COP-CARICATI           PIC 9(4)    COMP VALUE ZERO.
           05  WS-COP-IX                 PIC 9(4)    COMP VALUE ZERO.
           05  WS-COP-TROVATO-IX         PIC 9(4)    COMP VALUE ZERO.
           05  WS-COP-INVERSA-IX         PIC 9(4)    COMP VALUE ZERO.
           05  WS-COP-CERCA-PROP         PIC X(5).
           05  WS-COP-CERCA-DEC          PIC X(5).
           05  WS-COP-TABELLA.
               10  WS-COP-ELEM           OCCURS 2000.
                   15  WS-COP-PROPONENTE PIC X(5).
                   15  WS-COP-DECISORE   PIC X(5).
                   15  WS-COP-APPROVATE  PIC 9(7)    COMP-3.

       01  WS-CONTATORI.
           05  WS-CONT-OPERATORI         PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-PROPOSTE-LETTE    PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-GIORNALE-LETTI    PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-RILIEVI           PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-COPPIE            PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-ATTIVITA          PIC 9(9)    COMP-3 VALUE ZERO.

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

       01  WS-INTESTAZIONE-1.
           05  FILLER          PIC X(46) VALUE
               "RICERTIFICAZIONE ACCESSI OPERATORI - PERIODO ".
           05  WS-INT-DAL      PIC X(10).
           05  FILLER          PIC X(4)  VALUE " AL ".
           05  WS-INT-AL       PIC X(10).

       01  WS-TITOLO-SEZIONE.
           05  FILLER          PIC X(4)  VALUE "*** ".
           05  WS-TS-TESTO     PIC X(70).

       01  WS-INTESTAZIONE-PROSPETTO.
           05  FILLER          PIC X(6)  VALUE "OPER.".
           05  FILLER          PIC X(31) VALUE "NOME".
           05  FILLER          PIC X(3)  VALUE "PR".
           05  FILLER          PIC X(2)  VALUE "ST".
           05  FILLER          PIC X(11) VALUE "VALIDO DAL".
           05  FILLER          PIC X(11) VALUE "AL".
           05  FILLER          PIC X(8)  VALUE "PROPOSTE".
           05  FILLER          PIC X(8)  VALUE " DECISE".
           05  FILLER          PIC X(8)  VALUE " G.RICH".
           05  FILLER          PIC X(8)  VALUE " G.AUTO".
           05  FILLER          PIC X(12) VALUE "  ULT.ATTIV.".

       01  WS-RIGA-PROSPETTO.
           05  WS-RP-CODICE              PIC X(5).
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-RP-NOME                PIC X(30).
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-RP-PROFILO             PIC X.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-RP-STATO               PIC X.
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-RP-INIZIO              PIC X(10).
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-RP-FINE                PIC X(10).
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-RP-PROPOSTE            PIC ZZZ.ZZ9.
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-RP-DECISIONI           PIC ZZZ.ZZ9.
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-RP-GIOR-RICH           PIC ZZZ.ZZ9.
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-RP-GIOR-AUT            PIC ZZZ.ZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-RP-ULT-ATTIVITA        PIC X(10).

       01  WS-RIGA-RILIEVO.
           05  WS-RR-CODICE              PIC X(5).
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-RR-NOME                PIC X(30).
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-RR-PROFILO             PIC X.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-RR-MOTIVO              PIC X(60).

       01  WS-RIGA-COPPIA.
           05  WS-RC-OPER-1              PIC X(5).
           05  FILLER                    PIC X(5)  VALUE " <-> ".
           05  WS-RC-OPER-2              PIC X(5).
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  WS-RC-OPER-1-B            PIC X(5).
           05  FILLER                    PIC X(12) VALUE " APPROVA DI ".
           05  WS-RC-OPER-2-B            PIC X(5).
           05  FILLER                    PIC X(1)  VALUE "=".
           05  WS-RC-CONTA-1             PIC ZZZ.ZZ9.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  WS-RC-OPER-2-C            PIC X(5).
           05  FILLER                    PIC X(12) VALUE " APPROVA DI ".
           05  WS-RC-OPER-1-C            PIC X(5).
           05  FILLER                    PIC X(1)  VALUE "=".
           05  WS-RC-CONTA-2             PIC ZZZ.ZZ9.

       01  WS-RIGA-NESSUNO.
           05  FILLER          PIC X(30) VALUE
               "    NESSUNA SEGNALAZIONE".

       01  WS-RIGA-TOTALI.
           05  FILLER          PIC X(19) VALUE "TOTALI: OPERATORI=".
           05  WS-RT-OPERATORI PIC ZZZ.ZZ9.
           05  FILLER          PIC X(11) VALUE "  PROPOSTE=".
           05  WS-RT-PROPOSTE  PIC ZZZ.ZZ9.
           05  FILLER          PIC X(11) VALUE "  GIORNALE=".
           05  WS-RT-GIORNALE  PIC ZZZ.ZZ9.
           05  FILLER          PIC X(10) VALUE "  RILIEVI=".
           05  WS-RT-RILIEVI   PIC ZZZ.ZZ9.
           05  FILLER          PIC X(9)  VALUE "  COPPIE=".
           05  WS-RT-COPPIE    PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *  0000-MAINLINE : PARAGRAFO PRINCIPALE                          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA
               THRU 1000-INIZIALIZZA-EXIT.
           IF WS-FILE-APERTI
               PERFORM 2000-ESAMINA-PROPOSTE
                   THRU 2000-ESAMINA-PROPOSTE-EXIT
                   UNTIL WS-FINE-PROPOSTE
               PERFORM 2500-ESAMINA-GIORNALE
                   THRU 2500-ESAMINA-GIORNALE-EXIT
               PERFORM 4000-STAMPA-PROSPETTO
                   THRU 4000-STAMPA-PROSPETTO-EXIT
               PERFORM 5000-STAMPA-RILIEVI
                   THRU 5000-STAMPA-RILIEVI-EXIT
               PERFORM 6000-STAMPA-COPPIE
                   THRU 6000-STAMPA-COPPIE-EXIT
           END-IF.
           PERFORM 9000-TERMINA
               THRU 9000-TERMINA-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *  1000-INIZIALIZZA : LEGGE I PARAMETRI, CALCOLA L'INIZIO DEL    *
      *  PERIODO, CARICA L'ANAGRAFICA OPERATORI E APRE I FILE          *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN INPUT RCER-PARM.
           IF NOT WS-PARM-OK
               DISPLAY "CC1RCER - SCHEDA PARAMETRI RCERPARM ASSENTE"
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.
           READ RCER-PARM
               AT END
                   MOVE ZERO TO RCER-PARM-DATA-RIF
                   MOVE ZERO TO RCER-PARM-MESI
                   MOVE ZERO TO RCER-PARM-SOGLIA
           END-READ.
           CLOSE RCER-PARM.

           IF RCER-PARM-DATA-RIF = ZERO OR RCER-PARM-MESI = ZERO
               DISPLAY "CC1RCER - DATA RIFERIMENTO O MESI DEL PERIODO "
                       "ASSENTI"
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.
           MOVE RCER-PARM-MESI TO WS-MESI-PERIODO.
           IF RCER-PARM-SOGLIA NUMERIC AND RCER-PARM-SOGLIA > ZERO
               MOVE RCER-PARM-SOGLIA TO WS-SOGLIA-RECIPROCA
           END-IF.
           PERFORM 1100-CALCOLA-PERIODO
               THRU 1100-CALCOLA-PERIODO-EXIT.

           OPEN INPUT OPERATORI-FILE.
           IF NOT WS-OPERATORI-OK
               DISPLAY "CC1RCER - ERRORE APERTURA OPERATORI-FILE "
                       WS-OPERATORI-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.
           PERFORM 1200-CARICA-OPERATORE
               THRU 1200-CARICA-OPERATORE-EXIT
               UNTIL WS-FINE-OPERATORI.
           CLOSE OPERATORI-FILE.

      *    STATO '05' = FILE OPZIONALE ASSENTE MA APERTO: NESSUNA
      *    PROPOSTA DA ESAMINARE, VA COMUNQUE CHIUSO IN 9000.
           OPEN INPUT PROPOSTE-FILE.
           IF NOT WS-PROPOSTE-OK
               DISPLAY "CC1RCER - FILE PROPOSTE CAUPROPS ASSENTE O "
                       "VUOTO " WS-PROPOSTE-STATUS
               MOVE "S" TO WS-FLAG-FINE-PROPOSTE
           END-IF.

           OPEN OUTPUT RCER-REPORT.
           MOVE "S" TO WS-FLAG-FILE-APERTI.
           MOVE WS-DATA-INIZIO-PERIODO TO WS-CNV-DATA-8.
           PERFORM 8300-FORMATTA-DATA-8
               THRU 8300-FORMATTA-DATA-8-EXIT.
           MOVE WS-CNV-DATA-10 TO WS-INT-DAL.
           MOVE WS-DATA-RIF TO WS-CNV-DATA-8.
           PERFORM 8300-FORMATTA-DATA-8
               THRU 8300-FORMATTA-DATA-8-EXIT.
           MOVE WS-CNV-DATA-10 TO WS-INT-AL.
           MOVE WS-INTESTAZIONE-1 TO RCER-REPORT-LINEA.
           WRITE RCER-REPORT-LINEA.
       1000-INIZIALIZZA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1100-CALCOLA-PERIODO : DATA DI RIFERIMENTO A 8 CIFRE (FINESTRA*
      *  SECOLO 00-49 = 20XX, 50-99 = 19XX) E PRIMO GIORNO DEL MESE    *
      *  CHE APRE IL PERIODO DI N MESI, COME IL MESE LIMITE DI CC1DORM *
      *----------------------------------------------------------------*
       1100-CALCOLA-PERIODO.
           MOVE RCER-PARM-DATA-RIF TO WS-DATA-RIF-6.
           IF WS-DATA-RIF-AA < 50
               MOVE 20 TO WS-SECOLO-DUE-CIFRE
           ELSE
               MOVE 19 TO WS-SECOLO-DUE-CIFRE
           END-IF.
           MOVE WS-SECOLO-DUE-CIFRE TO WS-DATA-RIF(1:2).
           MOVE WS-DATA-RIF-6       TO WS-DATA-RIF(3:6).

           COMPUTE WS-MESI-ASSOLUTI =
               (WS-DATA-RIF-AAAA * 12) + WS-DATA-RIF-MESE
               - WS-MESI-PERIODO.
           COMPUTE WS-ANNO-LIMITE = (WS-MESI-ASSOLUTI - 1) / 12.
           COMPUTE WS-MM-LIMITE =
               WS-MESI-ASSOLUTI - (WS-ANNO-LIMITE * 12).
           COMPUTE WS-DATA-INIZIO-PERIODO =
               (WS-ANNO-LIMITE * 10000) + (WS-MM-LIMITE * 100) + 1.
       1100-CALCOLA-PERIODO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-CARICA-OPERATORE : CARICA IN TABELLA UN OPERATORE        *
      *  DELL'ANAGRAFICA                                               *
      *----------------------------------------------------------------*
       1200-CARICA-OPERATORE.
           READ OPERATORI-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FLAG-FINE-OPERATORI
                   GO TO 1200-CARICA-OPERATORE-EXIT
           END-READ.

           IF WS-OPE-CARICATI >= WS-OPE-MAX
               DISPLAY "CC1RCER - TABELLA OPERATORI SATURA, "
                       "RICERTIFICAZIONE INCOMPLETA"
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO WS-FLAG-FINE-OPERATORI
               GO TO 1200-CARICA-OPERATORE-EXIT
           END-IF.

           ADD 1 TO WS-OPE-CARICATI.
           MOVE WS-OPE-CARICATI TO WS-OPE-IX.
           MOVE OPER-CODICE OF OPER-REC  TO WS-OPE-CODICE(WS-OPE-IX).
           MOVE OPER-NOME OF OPER-REC    TO WS-OPE-NOME(WS-OPE-IX).
           MOVE OPER-PROFILO OF OPER-REC TO WS-OPE-PROFILO(WS-OPE-IX).
           MOVE OPER-STATO OF OPER-REC   TO WS-OPE-STATO(WS-OPE-IX).
           MOVE OPER-DATA-INIZIO OF OPER-REC
               TO WS-OPE-DATA-INIZIO(WS-OPE-IX).
           MOVE OPER-DATA-FINE OF OPER-REC
               TO WS-OPE-DATA-FINE(WS-OPE-IX).
           MOVE "S"  TO WS-OPE-CENSITO(WS-OPE-IX).
           PERFORM 1210-AZZERA-CONTATORI
               THRU 1210-AZZERA-CONTATORI-EXIT.
           ADD 1 TO WS-CONT-OPERATORI.
       1200-CARICA-OPERATORE-EXIT.
           EXIT.

       1210-AZZERA-CONTATORI.
           MOVE ZERO TO WS-OPE-PROPOSTE(WS-OPE-IX).
           MOVE ZERO TO WS-OPE-DECISIONI(WS-OPE-IX).
           MOVE ZERO TO WS-OPE-GIOR-RICH(WS-OPE-IX).
           MOVE ZERO TO WS-OPE-GIOR-AUT(WS-OPE-IX).
           MOVE ZERO TO WS-OPE-ULT-ATTIVITA(WS-OPE-IX).
       1210-AZZERA-CONTATORI-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-ESAMINA-PROPOSTE : ATTRIBUISCE OGNI PROPOSTA AL SUO      *
      *  PROPONENTE E ALL'OPERATORE CHE L'HA DECISA; LE APPROVAZIONI   *
      *  ALIMENTANO LA TABELLA DELLE COPPIE                            *
      *----------------------------------------------------------------*
       2000-ESAMINA-PROPOSTE.
           READ PROPOSTE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FLAG-FINE-PROPOSTE
                   GO TO 2000-ESAMINA-PROPOSTE-EXIT
           END-READ.
           ADD 1 TO WS-CONT-PROPOSTE-LETTE.

           MOVE CAUP-DATA-PROPOSTA TO WS-DATA-ATTIVITA.
           PERFORM 8100-VERIFICA-PERIODO
               THRU 8100-VERIFICA-PERIODO-EXIT.
           IF CAUP-OPER-PROPONENTE NOT = SPACES
               MOVE CAUP-OPER-PROPONENTE TO WS-OPE-CERCATO
               PERFORM 8600-CERCA-OPERATORE
                   THRU 8600-CERCA-OPERATORE-EXIT
               IF WS-OPE-TROVATO-IX > ZERO
                   PERFORM 8200-AGGIORNA-ULTIMA
                       THRU 8200-AGGIORNA-ULTIMA-EXIT
                   IF WS-NEL-PERIODO
                       ADD 1 TO WS-OPE-PROPOSTE(WS-OPE-TROVATO-IX)
                   END-IF
               END-IF
           END-IF.

      *    LE PROPOSTE FATTE DECADERE DA CC1CAUA NON HANNO OPERATORE
      *    DI DECISIONE E NON SONO ATTIVITA' DI NESSUNO.
           IF CAUP-OPER-DECISIONE = SPACES OR CAUP-IN-ATTESA
               GO TO 2000-ESAMINA-PROPOSTE-EXIT
           END-IF.

           MOVE CAUP-DATA-DECISIONE TO WS-DATA-ATTIVITA.
           PERFORM 8100-VERIFICA-PERIODO
               THRU 8100-VERIFICA-PERIODO-EXIT.
           MOVE CAUP-OPER-DECISIONE TO WS-OPE-CERCATO.
           PERFORM 8600-CERCA-OPERATORE
               THRU 8600-CERCA-OPERATORE-EXIT.
           IF WS-OPE-TROVATO-IX > ZERO
               PERFORM 8200-AGGIORNA-ULTIMA
                   THRU 8200-AGGIORNA-ULTIMA-EXIT
               IF WS-NEL-PERIODO
                   ADD 1 TO WS-OPE-DECISIONI(WS-OPE-TROVATO-IX)
               END-IF
           END-IF.

      *    APPROVAZIONE = PROPOSTA APPROVATA, ANCHE SE L'APPLICAZIONE
      *    ALLA TABELLA E' POI FALLITA (STATO 'E').
           IF WS-NEL-PERIODO AND
              (CAUP-APPROVATA OR CAUP-ERRATA)
               PERFORM 3000-REGISTRA-COPPIA
                   THRU 3000-REGISTRA-COPPIA-EXIT
           END-IF.
       2000-ESAMINA-PROPOSTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-ESAMINA-GIORNALE : SCORRE LA PARTE ARCHIVIATA DEL        *
      *  GIORNALE (CAUJARCH) E IL GIORNALE IN LINEA (CAUMJRNL)         *
      *----------------------------------------------------------------*
       2500-ESAMINA-GIORNALE.
      *    STATO '05' = FILE OPZIONALE ASSENTE MA APERTO: VA COMUNQUE
      *    CHIUSO.
           MOVE "N" TO WS-FLAG-FINE-GIORNALE.
           OPEN INPUT CAUJ-ARCHIVIO.
           IF WS-JOURNAL-ARC-OK
               PERFORM 2510-LEGGI-ARCHIVIO
                   THRU 2510-LEGGI-ARCHIVIO-EXIT
                   UNTIL WS-FINE-GIORNALE
           END-IF.
           CLOSE CAUJ-ARCHIVIO.

           MOVE "N" TO WS-FLAG-FINE-GIORNALE.
           OPEN INPUT CAUM-JOURNAL.
           IF WS-JOURNAL-OK
               PERFORM 2520-LEGGI-GIORNALE
                   THRU 2520-LEGGI-GIORNALE-EXIT
                   UNTIL WS-FINE-GIORNALE
           ELSE
               DISPLAY "CC1RCER - GIORNALE CAUMJRNL ASSENTE O VUOTO "
                       WS-JOURNAL-STATUS
           END-IF.
           CLOSE CAUM-JOURNAL.
       2500-ESAMINA-GIORNALE-EXIT.
           EXIT.

       2510-LEGGI-ARCHIVIO.
           READ CAUJ-ARCHIVIO INTO CAUJ-REC
               AT END
                   MOVE "S" TO WS-FLAG-FINE-GIORNALE
                   GO TO 2510-LEGGI-ARCHIVIO-EXIT
           END-READ.
           PERFORM 2600-REGISTRA-GIORNALE
               THRU 2600-REGISTRA-GIORNALE-EXIT.
       2510-LEGGI-ARCHIVIO-EXIT.
           EXIT.

       2520-LEGGI-GIORNALE.
           READ CAUM-JOURNAL INTO CAUJ-REC
               AT END
                   MOVE "S" TO WS-FLAG-FINE-GIORNALE
                   GO TO 2520-LEGGI-GIORNALE-EXIT
           END-READ.
           PERFORM 2600-REGISTRA-GIORNALE
               THRU 2600-REGISTRA-GIORNALE-EXIT.
       2520-LEGGI-GIORNALE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2600-REGISTRA-GIORNALE : ATTRIBUISCE LA MODIFICA APPLICATA    *
      *  ALL'OPERATORE RICHIEDENTE E ALL'AUTORIZZANTE (A BLANK PER LE  *
      *  MODIFICHE ANTERIORI AL CONTROLLO A QUATTRO OCCHI)             *
      *----------------------------------------------------------------*
       2600-REGISTRA-GIORNALE.
           ADD 1 TO WS-CONT-GIORNALE-LETTI.
           MOVE CAUJ-DATA-ELAB TO WS-DATA-ATTIVITA.
           PERFORM 8100-VERIFICA-PERIODO
               THRU 8100-VERIFICA-PERIODO-EXIT.

           IF CAUJ-OPERATORE NOT = SPACES
               MOVE CAUJ-OPERATORE TO WS-OPE-CERCATO
               PERFORM 8600-CERCA-OPERATORE
                   THRU 8600-CERCA-OPERATORE-EXIT
               IF WS-OPE-TROVATO-IX > ZERO
                   PERFORM 8200-AGGIORNA-ULTIMA
                       THRU 8200-AGGIORNA-ULTIMA-EXIT
                   IF WS-NEL-PERIODO
                       ADD 1 TO WS-OPE-GIOR-RICH(WS-OPE-TROVATO-IX)
                   END-IF
               END-IF
           END-IF.

           IF CAUJ-OPER-AUTORIZZANTE NOT = SPACES
               MOVE CAUJ-OPER-AUTORIZZANTE TO WS-OPE-CERCATO
               PERFORM 8600-CERCA-OPERATORE
                   THRU 8600-CERCA-OPERATORE-EXIT
               IF WS-OPE-TROVATO-IX > ZERO
                   PERFORM 8200-AGGIORNA-ULTIMA
                       THRU 8200-AGGIORNA-ULTIMA-EXIT
                   IF WS-NEL-PERIODO
                       ADD 1 TO WS-OPE-GIOR-AUT(WS-OPE-TROVATO-IX)
                   END-IF
               END-IF
           END-IF.
       2600-REGISTRA-GIORNALE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-REGISTRA-COPPIA : CONTA UNA APPROVAZIONE SULLA COPPIA    *
      *  PROPONENTE/APPROVATORE DELLA PROPOSTA CORRENTE                *
      *----------------------------------------------------------------*
       3000-REGISTRA-COPPIA.
           IF CAUP-OPER-PROPONENTE = SPACES
               GO TO 3000-REGISTRA-COPPIA-EXIT
           END-IF.
           MOVE CAUP-OPER-PROPONENTE TO WS-COP-CERCA-PROP.
           MOVE CAUP-OPER-DECISIONE  TO WS-COP-CERCA-DEC.
           PERFORM 8700-CERCA-COPPIA
               THRU 8700-CERCA-COPPIA-EXIT.
           IF WS-COP-TROVATO-IX > ZERO
               ADD 1 TO WS-COP-APPROVATE(WS-COP-TROVATO-IX)
               GO TO 3000-REGISTRA-COPPIA-EXIT
           END-IF.

           IF WS-COP-CARICATI >= WS-COP-MAX
               DISPLAY "CC1RCER - TABELLA COPPIE SATURA, CONTROLLO "
                       "RECIPROCITA' INCOMPLETO"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-REGISTRA-COPPIA-EXIT
           END-IF.
           ADD 1 TO WS-COP-CARICATI.
           MOVE CAUP-OPER-PROPONENTE
               TO WS-COP-PROPONENTE(WS-COP-CARICATI).
           MOVE CAUP-OPER-DECISIONE
               TO WS-COP-DECISORE(WS-COP-CARICATI).
           MOVE 1 TO WS-COP-APPROVATE(WS-COP-CARICATI).
       3000-REGISTRA-COPPIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-STAMPA-PROSPETTO : UNA RIGA PER OPERATORE CON L'ATTIVITA'*
      *  DEL PERIODO E LA DATA DELL'ULTIMA ATTIVITA' REGISTRATA        *
      *----------------------------------------------------------------*
       4000-STAMPA-PROSPETTO.
           MOVE "PROSPETTO ATTIVITA' PER OPERATORE NEL PERIODO"
               TO WS-TS-TESTO.
           PERFORM 8000-STAMPA-TITOLO
               THRU 8000-STAMPA-TITOLO-EXIT.
           MOVE WS-INTESTAZIONE-PROSPETTO TO RCER-REPORT-LINEA.
           WRITE RCER-REPORT-LINEA.

           MOVE 1 TO WS-OPE-IX.
           PERFORM 4100-STAMPA-OPERATORE
               THRU 4100-STAMPA-OPERATORE-EXIT
               UNTIL WS-OPE-IX > WS-OPE-CARICATI.
       4000-STAMPA-PROSPETTO-EXIT.
           EXIT.

       4100-STAMPA-OPERATORE.
           MOVE WS-OPE-CODICE(WS-OPE-IX)  TO WS-RP-CODICE.
           MOVE WS-OPE-NOME(WS-OPE-IX)    TO WS-RP-NOME.
           MOVE WS-OPE-PROFILO(WS-OPE-IX) TO WS-RP-PROFILO.
           MOVE WS-OPE-STATO(WS-OPE-IX)   TO WS-RP-STATO.
           IF WS-OPE-CENSITO(WS-OPE-IX) = "S"
               MOVE WS-OPE-DATA-INIZIO(WS-OPE-IX) TO WS-CNV-DATA-8
               PERFORM 8300-FORMATTA-DATA-8
                   THRU 8300-FORMATTA-DATA-8-EXIT
               MOVE WS-CNV-DATA-10 TO WS-RP-INIZIO
               IF WS-OPE-DATA-FINE(WS-OPE-IX) = ZERO
                   MOVE "NESSUNA" TO WS-RP-FINE
               ELSE
                   MOVE WS-OPE-DATA-FINE(WS-OPE-IX) TO WS-CNV-DATA-8
                   PERFORM 8300-FORMATTA-DATA-8
                       THRU 8300-FORMATTA-DATA-8-EXIT
                   MOVE WS-CNV-DATA-10 TO WS-RP-FINE
               END-IF
           ELSE
               MOVE "NON CENSITO" TO WS-RP-INIZIO
               MOVE SPACES        TO WS-RP-FINE
           END-IF.
           MOVE WS-OPE-PROPOSTE(WS-OPE-IX)  TO WS-RP-PROPOSTE.
           MOVE WS-OPE-DECISIONI(WS-OPE-IX) TO WS-RP-DECISIONI.
           MOVE WS-OPE-GIOR-RICH(WS-OPE-IX) TO WS-RP-GIOR-RICH.
           MOVE WS-OPE-GIOR-AUT(WS-OPE-IX)  TO WS-RP-GIOR-AUT.
           IF WS-OPE-ULT-ATTIVITA(WS-OPE-IX) = ZERO
               MOVE "MAI" TO WS-RP-ULT-ATTIVITA
           ELSE
               MOVE WS-OPE-ULT-ATTIVITA(WS-OPE-IX) TO WS-CNV-DATA-8
               PERFORM 8300-FORMATTA-DATA-8
                   THRU 8300-FORMATTA-DATA-8-EXIT
               MOVE WS-CNV-DATA-10 TO WS-RP-ULT-ATTIVITA
           END-IF.
           MOVE WS-RIGA-PROSPETTO TO RCER-REPORT-LINEA.
           WRITE RCER-REPORT-LINEA.
           ADD 1 TO WS-OPE-IX.
       4100-STAMPA-OPERATORE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-STAMPA-RILIEVI : INATTIVITA', VALIDITA' SCADUTA E        *
      *  ATTIVITA' NON COERENTE CON IL PROFILO                         *
      *----------------------------------------------------------------*
       5000-STAMPA-RILIEVI.
           MOVE "OPERATORI ATTIVI SENZA PROPOSTE NE' DECISIONI NEL "
               TO WS-TS-TESTO.
           MOVE "PERIODO" TO WS-TS-TESTO(51:7).
           PERFORM 8000-STAMPA-TITOLO
               THRU 8000-STAMPA-TITOLO-EXIT.
           MOVE ZERO TO WS-CONT-ATTIVITA.
           MOVE 1 TO WS-OPE-IX.
           PERFORM 5100-CONTROLLA-INATTIVITA
               THRU 5100-CONTROLLA-INATTIVITA-EXIT
               UNTIL WS-OPE-IX > WS-OPE-CARICATI.
           PERFORM 8050-STAMPA-NESSUNO
               THRU 8050-STAMPA-NESSUNO-EXIT.

           MOVE "OPERATORI ATTIVI OLTRE LA DATA DI FINE VALIDITA'"
               TO WS-TS-TESTO.
           PERFORM 8000-STAMPA-TITOLO
               THRU 8000-STAMPA-TITOLO-EXIT.
           MOVE ZERO TO WS-CONT-ATTIVITA.
           MOVE 1 TO WS-OPE-IX.
           PERFORM 5200-CONTROLLA-VALIDITA
               THRU 5200-CONTROLLA-VALIDITA-EXIT
               UNTIL WS-OPE-IX > WS-OPE-CARICATI.
           PERFORM 8050-STAMPA-NESSUNO
               THRU 8050-STAMPA-NESSUNO-EXIT.

           MOVE "ATTIVITA' NON COERENTE CON IL PROFILO O OPERATORE "
               TO WS-TS-TESTO.
           MOVE "NON CENSITO" TO WS-TS-TESTO(51:11).
           PERFORM 8000-STAMPA-TITOLO
               THRU 8000-STAMPA-TITOLO-EXIT.
           MOVE ZERO TO WS-CONT-ATTIVITA.
           MOVE 1 TO WS-OPE-IX.
           PERFORM 5300-CONTROLLA-PROFILO
               THRU 5300-CONTROLLA-PROFILO-EXIT
               UNTIL WS-OPE-IX > WS-OPE-CARICATI.
           PERFORM 8050-STAMPA-NESSUNO
               THRU 8050-STAMPA-NESSUNO-EXIT.
       5000-STAMPA-RILIEVI-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5100-CONTROLLA-INATTIVITA : OPERATORE ATTIVO, ABILITATO DA    *
      *  PRIMA DELL'INIZIO DEL PERIODO, SENZA ALCUNA ATTIVITA'         *
      *----------------------------------------------------------------*
       5100-CONTROLLA-INATTIVITA.
           IF WS-OPE-CENSITO(WS-OPE-IX) NOT = "S" OR
              WS-OPE-STATO(WS-OPE-IX) NOT = "A" OR
              WS-OPE-DATA-INIZIO(WS-OPE-IX) >= WS-DATA-INIZIO-PERIODO
               GO TO 5100-CONTROLLA-INATTIVITA-SEGUE
           END-IF.
           IF WS-OPE-PROPOSTE(WS-OPE-IX)  > ZERO OR
              WS-OPE-DECISIONI(WS-OPE-IX) > ZERO OR
              WS-OPE-GIOR-RICH(WS-OPE-IX) > ZERO OR
              WS-OPE-GIOR-AUT(WS-OPE-IX)  > ZERO
               GO TO 5100-CONTROLLA-INATTIVITA-SEGUE
           END-IF.

           IF WS-OPE-PROFILO(WS-OPE-IX) = "C"
               MOVE "PROFILO CALENDARIO: ATTIVITA' NON REGISTRATA SUI "
                   TO WS-RR-MOTIVO
               MOVE "GIORNALI" TO WS-RR-MOTIVO(50:8)
           ELSE
               MOVE "NESSUNA ATTIVITA' NEL PERIODO: ACCESSO DA REVOCARE"
                   TO WS-RR-MOTIVO
           END-IF.
           PERFORM 8500-STAMPA-RILIEVO
               THRU 8500-STAMPA-RILIEVO-EXIT.
       5100-CONTROLLA-INATTIVITA-SEGUE.
           ADD 1 TO WS-OPE-IX.
       5100-CONTROLLA-INATTIVITA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5200-CONTROLLA-VALIDITA : OPERATORE IN STATO ATTIVO CON DATA  *
      *  FINE VALIDITA' GIA' TRASCORSA ALLA DATA DI RIFERIMENTO        *
      *----------------------------------------------------------------*
       5200-CONTROLLA-VALIDITA.
           IF WS-OPE-CENSITO(WS-OPE-IX) = "S" AND
              WS-OPE-STATO(WS-OPE-IX) = "A" AND
              WS-OPE-DATA-FINE(WS-OPE-IX) NOT = ZERO AND
              WS-OPE-DATA-FINE(WS-OPE-IX) < WS-DATA-RIF
               MOVE WS-OPE-DATA-FINE(WS-OPE-IX) TO WS-CNV-DATA-8
               PERFORM 8300-FORMATTA-DATA-8
                   THRU 8300-FORMATTA-DATA-8-EXIT
               MOVE SPACES TO WS-RR-MOTIVO
               STRING "STATO ATTIVO MA VALIDITA' SCADUTA IL "
                          DELIMITED BY SIZE
                      WS-CNV-DATA-10 DELIMITED BY SIZE
                      INTO WS-RR-MOTIVO
               PERFORM 8500-STAMPA-RILIEVO
                   THRU 8500-STAMPA-RILIEVO-EXIT
           END-IF.
           ADD 1 TO WS-OPE-IX.
       5200-CONTROLLA-VALIDITA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5300-CONTROLLA-PROFILO : IL PROPONENTE NON DECIDE, L'APPROVA- *
      *  TORE NON PROPONE, IL PROFILO CALENDARIO NON OPERA SULLE       *
      *  CAUSALI; OGNI ATTIVITA' DEVE APPARTENERE A UN OPERATORE       *
      *  CENSITO                                                       *
      *----------------------------------------------------------------*
       5300-CONTROLLA-PROFILO.
           IF WS-OPE-CENSITO(WS-OPE-IX) NOT = "S"
               MOVE "ATTIVITA' DI OPERATORE NON CENSITO IN OPERMAST"
                   TO WS-RR-MOTIVO
               PERFORM 8500-STAMPA-RILIEVO
                   THRU 8500-STAMPA-RILIEVO-EXIT
               GO TO 5300-CONTROLLA-PROFILO-SEGUE
           END-IF.

           EVALUATE WS-OPE-PROFILO(WS-OPE-IX)
               WHEN "P"
                   IF WS-OPE-DECISIONI(WS-OPE-IX) > ZERO OR
                      WS-OPE-GIOR-AUT(WS-OPE-IX)  > ZERO
                       MOVE "PROFILO PROPONENTE CON DECISIONI O "
                           TO WS-RR-MOTIVO
                       MOVE "AUTORIZZAZIONI" TO WS-RR-MOTIVO(36:14)
                       PERFORM 8500-STAMPA-RILIEVO
                           THRU 8500-STAMPA-RILIEVO-EXIT
                   END-IF
               WHEN "A"
                   IF WS-OPE-PROPOSTE(WS-OPE-IX)  > ZERO OR
                      WS-OPE-GIOR-RICH(WS-OPE-IX) > ZERO
                       MOVE "PROFILO APPROVATORE CON PROPOSTE"
                           TO WS-RR-MOTIVO
                       PERFORM 8500-STAMPA-RILIEVO
                           THRU 8500-STAMPA-RILIEVO-EXIT
                   END-IF
               WHEN "C"
                   IF WS-OPE-PROPOSTE(WS-OPE-IX)  > ZERO OR
                      WS-OPE-DECISIONI(WS-OPE-IX) > ZERO OR
                      WS-OPE-GIOR-RICH(WS-OPE-IX) > ZERO OR
                      WS-OPE-GIOR-AUT(WS-OPE-IX)  > ZERO
                       MOVE "PROFILO CALENDARIO CON ATTIVITA' SULLE "
                           TO WS-RR-MOTIVO
                       MOVE "CAUSALI" TO WS-RR-MOTIVO(40:7)
                       PERFORM 8500-STAMPA-RILIEVO
                           THRU 8500-STAMPA-RILIEVO-EXIT
                   END-IF
               WHEN OTHER
                   MOVE "PROFILO NON RICONOSCIUTO IN ANAGRAFICA"
                       TO WS-RR-MOTIVO
                   PERFORM 8500-STAMPA-RILIEVO
                       THRU 8500-STAMPA-RILIEVO-EXIT
           END-EVALUATE.
       5300-CONTROLLA-PROFILO-SEGUE.
           ADD 1 TO WS-OPE-IX.
       5300-CONTROLLA-PROFILO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6000-STAMPA-COPPIE : COPPIE DI OPERATORI CHE SI APPROVANO A   *
      *  VICENDA ALMENO IL NUMERO DI VOLTE DELLA SCHEDA PER PARTE.     *
      *  OGNI COPPIA E' STAMPATA UNA SOLA VOLTA (CODICE MINORE PRIMA)  *
      *----------------------------------------------------------------*
       6000-STAMPA-COPPIE.
           MOVE "COPPIE DI OPERATORI CHE SI APPROVANO A VICENDA"
               TO WS-TS-TESTO.
           PERFORM 8000-STAMPA-TITOLO
               THRU 8000-STAMPA-TITOLO-EXIT.
           MOVE ZERO TO WS-CONT-ATTIVITA.
           MOVE 1 TO WS-COP-IX.
           PERFORM 6100-ESAMINA-COPPIA
               THRU 6100-ESAMINA-COPPIA-EXIT
               UNTIL WS-COP-IX > WS-COP-CARICATI.
           PERFORM 8050-STAMPA-NESSUNO
               THRU 8050-STAMPA-NESSUNO-EXIT.
       6000-STAMPA-COPPIE-EXIT.
           EXIT.

       6100-ESAMINA-COPPIA.
           IF WS-COP-PROPONENTE(WS-COP-IX) NOT <
              WS-COP-DECISORE(WS-COP-IX) OR
              WS-COP-APPROVATE(WS-COP-IX) < WS-SOGLIA-RECIPROCA
               GO TO 6100-ESAMINA-COPPIA-SEGUE
           END-IF.

           MOVE WS-COP-IX TO WS-COP-INVERSA-IX.
           MOVE WS-COP-DECISORE(WS-COP-IX)   TO WS-COP-CERCA-PROP.
           MOVE WS-COP-PROPONENTE(WS-COP-IX) TO WS-COP-CERCA-DEC.
           PERFORM 8700-CERCA-COPPIA
               THRU 8700-CERCA-COPPIA-EXIT.
           MOVE WS-COP-INVERSA-IX TO WS-COP-IX.
           IF WS-COP-TROVATO-IX = ZERO
               GO TO 6100-ESAMINA-COPPIA-SEGUE
           END-IF.
           IF WS-COP-APPROVATE(WS-COP-TROVATO-IX) <
              WS-SOGLIA-RECIPROCA
               GO TO 6100-ESAMINA-COPPIA-SEGUE
           END-IF.

      *    PRIMO OPERATORE = PROPONENTE DELLA COPPIA IN ESAME: LE SUE
      *    PROPOSTE SONO APPROVATE DAL SECONDO E VICEVERSA.
           MOVE WS-COP-PROPONENTE(WS-COP-IX) TO WS-RC-OPER-1.
           MOVE WS-COP-DECISORE(WS-COP-IX)   TO WS-RC-OPER-2.
           MOVE WS-COP-DECISORE(WS-COP-IX)   TO WS-RC-OPER-1-B.
           MOVE WS-COP-PROPONENTE(WS-COP-IX) TO WS-RC-OPER-2-B.
           MOVE WS-COP-APPROVATE(WS-COP-IX)  TO WS-RC-CONTA-1.
           MOVE WS-COP-PROPONENTE(WS-COP-IX) TO WS-RC-OPER-2-C.
           MOVE WS-COP-DECISORE(WS-COP-IX)   TO WS-RC-OPER-1-C.
           MOVE WS-COP-APPROVATE(WS-COP-TROVATO-IX) TO WS-RC-CONTA-2.
           MOVE WS-RIGA-COPPIA TO RCER-REPORT-LINEA.
           WRITE RCER-REPORT-LINEA.
           ADD 1 TO WS-CONT-COPPIE.
           ADD 1 TO WS-CONT-ATTIVITA.
       6100-ESAMINA-COPPIA-SEGUE.
           ADD 1 TO WS-COP-IX.
       6100-ESAMINA-COPPIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-STAMPA-TITOLO : RIGA VUOTA E TITOLO DI SEZIONE           *
      *----------------------------------------------------------------*
       8000-STAMPA-TITOLO.
           MOVE SPACES TO RCER-REPORT-LINEA.
           WRITE RCER-REPORT-LINEA.
           MOVE WS-TITOLO-SEZIONE TO RCER-REPORT-LINEA.
           WRITE RCER-REPORT-LINEA.
       8000-STAMPA-TITOLO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8050-STAMPA-NESSUNO : SEZIONE SENZA SEGNALAZIONI              *
      *----------------------------------------------------------------*
       8050-STAMPA-NESSUNO.
           IF WS-CONT-ATTIVITA = ZERO
               MOVE WS-RIGA-NESSUNO TO RCER-REPORT-LINEA
               WRITE RCER-REPORT-LINEA
           END-IF.
       8050-STAMPA-NESSUNO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8100-VERIFICA-PERIODO : LA DATA IN WS-DATA-ATTIVITA CADE NEL  *
      *  PERIODO ESAMINATO (ESTREMI COMPRESI)?                         *
      *----------------------------------------------------------------*
       8100-VERIFICA-PERIODO.
           IF WS-DATA-ATTIVITA NUMERIC AND
              WS-DATA-ATTIVITA NOT < WS-DATA-INIZIO-PERIODO AND
              WS-DATA-ATTIVITA NOT > WS-DATA-RIF
               MOVE "S" TO WS-FLAG-NEL-PERIODO
           ELSE
               MOVE "N" TO WS-FLAG-NEL-PERIODO
           END-IF.
       8100-VERIFICA-PERIODO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8200-AGGIORNA-ULTIMA : DATA DELL'ULTIMA ATTIVITA' REGISTRATA  *
      *  PER L'OPERATORE TROVATO (ENTRO LA DATA DI RIFERIMENTO)        *
      *----------------------------------------------------------------*
       8200-AGGIORNA-ULTIMA.
           IF WS-DATA-ATTIVITA NUMERIC AND
              WS-DATA-ATTIVITA NOT > WS-DATA-RIF AND
              WS-DATA-ATTIVITA > WS-OPE-ULT-ATTIVITA(WS-OPE-TROVATO-IX)
               MOVE WS-DATA-ATTIVITA
                   TO WS-OPE-ULT-ATTIVITA(WS-OPE-TROVATO-IX)
           END-IF.
       8200-AGGIORNA-ULTIMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8300-FORMATTA-DATA-8 : CONVERTE AAAAMMGG IN GG/MM/AAAA        *
      *----------------------------------------------------------------*
       8300-FORMATTA-DATA-8.
           MOVE WS-CNV-GG   TO WS-CNV-OUT-GG.
           MOVE WS-CNV-MM   TO WS-CNV-OUT-MM.
           MOVE WS-CNV-AAAA TO WS-CNV-OUT-AAAA.
       8300-FORMATTA-DATA-8-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8500-STAMPA-RILIEVO : STAMPA IL RILIEVO IN WS-RR-MOTIVO PER   *
      *  L'OPERATORE CORRENTE                                          *
      *----------------------------------------------------------------*
       8500-STAMPA-RILIEVO.
           MOVE WS-OPE-CODICE(WS-OPE-IX)  TO WS-RR-CODICE.
           MOVE WS-OPE-NOME(WS-OPE-IX)    TO WS-RR-NOME.
           MOVE WS-OPE-PROFILO(WS-OPE-IX) TO WS-RR-PROFILO.
           MOVE WS-RIGA-RILIEVO TO RCER-REPORT-LINEA.
           WRITE RCER-REPORT-LINEA.
           ADD 1 TO WS-CONT-RILIEVI.
           ADD 1 TO WS-CONT-ATTIVITA.
       8500-STAMPA-RILIEVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8600-CERCA-OPERATORE : CERCA WS-OPE-CERCATO IN TABELLA; SE    *
      *  ASSENTE LO AGGIUNGE COME NON CENSITO. WS-OPE-TROVATO-IX A     *
      *  ZERO SOLO CON TABELLA SATURA                                  *
      *----------------------------------------------------------------*
       8600-CERCA-OPERATORE.
           MOVE "N"  TO WS-FLAG-TROVATO.
           MOVE ZERO TO WS-OPE-TROVATO-IX.
           MOVE 1    TO WS-OPE-IX.
           PERFORM 8610-CONFRONTA-OPERATORE
               THRU 8610-CONFRONTA-OPERATORE-EXIT
               UNTIL WS-OPE-IX > WS-OPE-CARICATI OR
                     WS-ELEMENTO-TROVATO.
           IF WS-ELEMENTO-TROVATO
               GO TO 8600-CERCA-OPERATORE-EXIT
           END-IF.

           IF WS-OPE-CARICATI >= WS-OPE-MAX
               DISPLAY "CC1RCER - TABELLA OPERATORI SATURA, "
                       "ATTIVITA' DI " WS-OPE-CERCATO " NON ATTRIBUITA"
               MOVE 8 TO RETURN-CODE
               GO TO 8600-CERCA-OPERATORE-EXIT
           END-IF.
           ADD 1 TO WS-OPE-CARICATI.
           MOVE WS-OPE-CARICATI TO WS-OPE-IX.
           MOVE WS-OPE-CERCATO  TO WS-OPE-CODICE(WS-OPE-IX).
           MOVE "*** NON IN ANAGRAFICA ***" TO WS-OPE-NOME(WS-OPE-IX).
           MOVE SPACE TO WS-OPE-PROFILO(WS-OPE-IX).
           MOVE SPACE TO WS-OPE-STATO(WS-OPE-IX).
           MOVE ZERO  TO WS-OPE-DATA-INIZIO(WS-OPE-IX).
           MOVE ZERO  TO WS-OPE-DATA-FINE(WS-OPE-IX).
           MOVE "N"   TO WS-OPE-CENSITO(WS-OPE-IX).
           PERFORM 1210-AZZERA-CONTATORI
               THRU 1210-AZZERA-CONTATORI-EXIT.
           MOVE WS-OPE-IX TO WS-OPE-TROVATO-IX.
       8600-CERCA-OPERATORE-EXIT.
           EXIT.

       8610-CONFRONTA-OPERATORE.
           IF WS-OPE-CODICE(WS-OPE-IX) = WS-OPE-CERCATO
               MOVE "S" TO WS-FLAG-TROVATO
               MOVE WS-OPE-IX TO WS-OPE-TROVATO-IX
           END-IF.
           ADD 1 TO WS-OPE-IX.
       8610-CONFRONTA-OPERATORE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8700-CERCA-COPPIA : CERCA LA COPPIA WS-COP-CERCA-PROP /       *
      *  WS-COP-CERCA-DEC; WS-COP-TROVATO-IX A ZERO SE ASSENTE         *
      *----------------------------------------------------------------*
       8700-CERCA-COPPIA.
           MOVE "N"  TO WS-FLAG-TROVATO.
           MOVE ZERO TO WS-COP-TROVATO-IX.
           MOVE 1    TO WS-COP-IX.
           PERFORM 8710-CONFRONTA-COPPIA
               THRU 8710-CONFRONTA-COPPIA-EXIT
               UNTIL WS-COP-IX > WS-COP-CARICATI OR
                     WS-ELEMENTO-TROVATO.
       8700-CERCA-COPPIA-EXIT.
           EXIT.

       8710-CONFRONTA-COPPIA.
           IF WS-COP-PROPONENTE(WS-COP-IX) = WS-COP-CERCA-PROP AND
              WS-COP-DECISORE(WS-COP-IX)   = WS-COP-CERCA-DEC
               MOVE "S" TO WS-FLAG-TROVATO
               MOVE WS-COP-IX TO WS-COP-TROVATO-IX
           END-IF.
           ADD 1 TO WS-COP-IX.
       8710-CONFRONTA-COPPIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9000-TERMINA : STAMPA TOTALI, IMPOSTA IL RETURN-CODE E CHIUDE *
      *  I FILE                                                        *
      *----------------------------------------------------------------*
       9000-TERMINA.
           IF NOT WS-FILE-APERTI
               GO TO 9000-TERMINA-EXIT
           END-IF.

           MOVE SPACES TO RCER-REPORT-LINEA.
           WRITE RCER-REPORT-LINEA.
           MOVE WS-CONT-OPERATORI      TO WS-RT-OPERATORI.
           MOVE WS-CONT-PROPOSTE-LETTE TO WS-RT-PROPOSTE.
           MOVE WS-CONT-GIORNALE-LETTI TO WS-RT-GIORNALE.
           MOVE WS-CONT-RILIEVI        TO WS-RT-RILIEVI.
           MOVE WS-CONT-COPPIE         TO WS-RT-COPPIE.
           MOVE WS-RIGA-TOTALI TO RCER-REPORT-LINEA.
           WRITE RCER-REPORT-LINEA.

           IF RETURN-CODE < 4 AND
              (WS-CONT-RILIEVI > ZERO OR WS-CONT-COPPIE > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE PROPOSTE-FILE.
           CLOSE RCER-REPORT.
       9000-TERMINA-EXIT.
           EXIT.
