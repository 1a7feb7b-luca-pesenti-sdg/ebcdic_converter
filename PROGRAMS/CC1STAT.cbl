      *================================================================*
      *  PROGRAM-ID    : CC1STAT                                       *
      *  AUTORE        : UFFICIO SISTEMI - AREA TABELLE DI SISTEMA     *
      *  INSTALLAZIONE : DIREZIONE GENERALE - ELABORAZIONE DATI        *
      *  DATA-SCRITTURA: 15/10/2026                                    *
      *  DESCRIZIONE   : QUADRO DI STATO MATTUTINO DELLE CATENE        *
      *                  NOTTURNE. LEGGE I RECORD DI CONTROLLO DELLO   *
      *                  SCARICO MATRIX (MTRXCKPT, MTRXCTRL, MTRXRECO),*
      *                  DELL'ACCUMULO DI UTILIZZO (USAGCTRL) E DELLA  *
      *                  PUBBLICAZIONE CAUSALI (PUBBCTRL) E STAMPA UN  *
      *                  UNICO PROSPETTO (STATLIST) CON, PER OGNI      *
      *                  CATENA, DATA DELL'ULTIMA CORSA, STATO, ULTIMA *
      *                  CHIAVE O DATA ELABORATA E CONTEGGIO. RIPORTA  *
      *                  INOLTRE LA RIGA DI TOTALI O DI ESITO DEI      *
      *                  TABULATI CERTLIST, MTRVLIST, MTRRLIST E       *
      *                  ECDSLIST. SEGNALA COME BLOCCANTI:             *
      *                    - CHECKPOINT MATRIX RIMASTO IN STATO 'R';   *
      *                    - CONTROLLO UTILIZZO RIMASTO IN STATO 'R';  *
      *                    - RISCONTRO MATRIX ANCORA 'IN ATTESA' OLTRE *
      *                      IL NUMERO DI GIORNI DELLA SCHEDA STATPARM;*
      *                    - DATA CONTABILE MATRIX ESTRATTA NON        *
      *                      AVANZATA RISPETTO AL QUADRO PRECEDENTE;   *
      *                    - NUMERO DI FOTOGRAFIA PUBBLICATA NON       *
      *                      AVANZATO RISPETTO AL QUADRO PRECEDENTE;   *
      *                    - CATENA NON ESEGUITA NELLA NOTTE (DATA DI  *
      *                      ELABORAZIONE ANTERIORE AL GIORNO PRIMA);  *
      *                    - QUADRATURA O RISCONTRO MATRIX CON ESITO   *
      *                      NEGATIVO, CERTIFICAZIONE CON ERRORI       *
      *                      BLOCCANTI.                                *
      *                  FILE DI CONTROLLO O TABULATI ASSENTI ED       *
      *                  ECCEZIONI DELL'ESTRATTO CONTO SONO SEGNALATI  *
      *                  COME ATTENZIONE. I VALORI DA CONFRONTARE LA   *
      *                  MATTINA SUCCESSIVA SONO CONSERVATI SUL FILE   *
      *                  DI MEMORIA STATSTOR (COPY STATSTOR).          *
      *                  RETURN-CODE PER LO SCHEDULATORE: 8 SE ESISTE  *
      *                  ALMENO UNA SEGNALAZIONE BLOCCANTE (CHIAMATA   *
      *                  DELL'ANALISTA DI TURNO), 4 SE SOLO            *
      *                  ATTENZIONI, 0 SE LA NOTTE E' ANDATA BENE.     *
      *------------------------------------------------------------*  *
      *  STORIA DELLE MODIFICHE                                        *
      *  DATA        AUTORE   DESCRIZIONE                              *
      *  15/10/2026  UFSIS    PRIMA VERSIONE DEL PROGRAMMA.            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CC1STAT.
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
           SELECT OPTIONAL STAT-PARM ASSIGN TO "STATPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL CKPT-FILE ASSIGN TO "MTRXCKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT OPTIONAL MTRX-CTRL ASSIGN TO "MTRXCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MCTL-STATUS.

           SELECT OPTIONAL RECO-FILE ASSIGN TO "MTRXRECO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECO-STATUS.

           SELECT OPTIONAL USAG-CTRL ASSIGN TO "USAGCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USAG-STATUS.

           SELECT OPTIONAL PUBB-CTRL ASSIGN TO "PUBBCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PUBB-STATUS.

           SELECT OPTIONAL STAT-STOR ASSIGN TO "STATSTOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STOR-STATUS.

           SELECT OPTIONAL CERT-LISTA ASSIGN TO "CERTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           SELECT OPTIONAL MTRV-LISTA ASSIGN TO "MTRVLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTRV-STATUS.

           SELECT OPTIONAL MTRR-LISTA ASSIGN TO "MTRRLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTRR-STATUS.

           SELECT OPTIONAL ECDS-LISTA ASSIGN TO "ECDSLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECDS-STATUS.

           SELECT STAT-REPORT ASSIGN TO "STATLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAT-PARM
           RECORD CONTAINS 80 CHARACTERS.
           COPY STATPARM.

       FD  CKPT-FILE.
           COPY MTRXCKPT.

       FD  MTRX-CTRL
           RECORD CONTAINS 80 CHARACTERS.
           COPY MTRXCTRL.

       FD  RECO-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY MTRXRECO.

       FD  USAG-CTRL
           RECORD CONTAINS 80 CHARACTERS.
           COPY USAGCTRL.

       FD  PUBB-CTRL
           RECORD CONTAINS 80 CHARACTERS.
           COPY PUBBCTRL.

       FD  STAT-STOR
           RECORD CONTAINS 80 CHARACTERS.
           COPY STATSTOR.

       FD  CERT-LISTA
           RECORD CONTAINS 132 CHARACTERS.
       01  CERT-LISTA-LINEA              PIC X(132).

       FD  MTRV-LISTA
           RECORD CONTAINS 132 CHARACTERS.
       01  MTRV-LISTA-LINEA              PIC X(132).

       FD  MTRR-LISTA
           RECORD CONTAINS 132 CHARACTERS.
       01  MTRR-LISTA-LINEA              PIC X(132).

       FD  ECDS-LISTA
           RECORD CONTAINS 132 CHARACTERS.
       01  ECDS-LISTA-LINEA              PIC X(132).

       FD  STAT-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  STAT-REPORT-LINEA             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY DATECNV.

       01  WS-STATUS-AREA.
           05  WS-PARM-STATUS            PIC XX.
               88  WS-PARM-OK                VALUE '00'.
           05  WS-CKPT-STATUS            PIC XX.
               88  WS-CKPT-OK                VALUE '00'.
           05  WS-MCTL-STATUS            PIC XX.
               88  WS-MCTL-OK                VALUE '00'.
           05  WS-RECO-STATUS            PIC XX.
               88  WS-RECO-OK                VALUE '00'.
           05  WS-USAG-STATUS            PIC XX.
               88  WS-USAG-OK                VALUE '00'.
           05  WS-PUBB-STATUS            PIC XX.
               88  WS-PUBB-OK                VALUE '00'.
           05  WS-STOR-STATUS            PIC XX.
               88  WS-STOR-OK                VALUE '00'.
           05  WS-CERT-STATUS            PIC XX.
               88  WS-CERT-OK                VALUE '00'.
           05  WS-MTRV-STATUS            PIC XX.
               88  WS-MTRV-OK                VALUE '00'.
           05  WS-MTRR-STATUS            PIC XX.
               88  WS-MTRR-OK                VALUE '00'.
           05  WS-ECDS-STATUS            PIC XX.
               88  WS-ECDS-OK                VALUE '00'.
           05  WS-REPORT-STATUS          PIC XX.
               88  WS-REPORT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FLAG-FILE-APERTI       PIC X       VALUE 'N'.
               88  WS-FILE-APERTI            VALUE 'S'.
           05  WS-FLAG-LETTO             PIC X       VALUE 'N'.
               88  WS-RECORD-LETTO           VALUE 'S'.
           05  WS-FLAG-BASE              PIC X       VALUE 'N'.
               88  WS-BASE-PRESENTE          VALUE 'S'.
           05  WS-FLAG-AGGIORNA-MEMORIA  PIC X       VALUE 'S'.
               88  WS-AGGIORNA-MEMORIA       VALUE 'S'.
           05  WS-FLAG-FINE-LISTA        PIC X       VALUE 'N'.
               88  WS-FINE-LISTA             VALUE 'S'.
           05  WS-FLAG-LISTA-KO          PIC X       VALUE 'N'.
               88  WS-LISTA-KO               VALUE 'S'.
           05  WS-FLAG-GRAVITA           PIC X       VALUE SPACE.
               88  WS-GRAVITA-BLOCCO         VALUE 'B'.
               88  WS-GRAVITA-ATTENZIONE     VALUE 'A'.

       01  WS-CONTATORI.
           05  WS-CONT-BLOCCHI           PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-ATTENZIONI        PIC 9(7)    COMP-3 VALUE ZERO.

       01  WS-DATE-LAVORO.
           05  WS-DATA-ELAB              PIC 9(8).
           05  WS-DATA-RIF               PIC 9(8).
           05  WS-DATA-LIMITE            PIC 9(8).
           05  WS-GG-RISCONTRO           PIC 9(3)    VALUE 1.
           05  WS-RIF-INTERO             PIC 9(9)    COMP.
           05  WS-CORSA-INTERO           PIC 9(9)    COMP.
           05  WS-GIORNI-ATTESA          PIC 9(9)    COMP.
           05  WS-DATA-CORSA             PIC 9(8).
           05  WS-DATA-PARM-6            PIC 9(6).
           05  WS-DATA-PARM-R REDEFINES WS-DATA-PARM-6.
               10  WS-DATA-PARM-AA       PIC 9(2).
               10  WS-DATA-PARM-MMGG     PIC 9(4).
           05  WS-SECOLO-DUE-CIFRE       PIC 9(2).

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

      *    TERMINE DI CONFRONTO PER L'AVANZAMENTO (DAL QUADRO
      *    PRECEDENTE) E VALORI RILEVATI OGGI, DA CONSERVARE
       01  WS-MEMORIA.
           05  WS-BASE-DATA-ELAB         PIC 9(8)    VALUE ZERO.
           05  WS-BASE-MTRX-DATA         PIC 9(6)    VALUE ZERO.
           05  WS-BASE-PUBB-NUM          PIC 9(6)    VALUE ZERO.
           05  WS-OGGI-MTRX-DATA         PIC 9(6)    VALUE ZERO.
           05  WS-OGGI-PUBB-NUM          PIC 9(6)    VALUE ZERO.
           05  WS-STOR-DATA-LETTA        PIC 9(8)    VALUE ZERO.

       01  WS-LISTA-AREA.
           05  WS-LISTA-NOME             PIC X(8).
           05  WS-LISTA-LINEA            PIC X(132).
           05  WS-LISTA-LINEA-R REDEFINES WS-LISTA-LINEA.
               10  WS-LL-MARCA-KO        PIC X(3).
               10  FILLER                PIC X(129).
           05  WS-LISTA-LINEA-T REDEFINES WS-LISTA-LINEA.
               10  WS-LL-MARCA-TOTALI    PIC X(7).
               10  FILLER                PIC X(125).
           05  WS-LISTA-ULTIMA           PIC X(132).
           05  WS-LISTA-TOTALI           PIC X(132).
      *        RIGA DI TOTALI DI CC1CERT: CONTATORE DEI BLOCCANTI
           05  WS-LISTA-TOTALI-CERT REDEFINES WS-LISTA-TOTALI.
               10  FILLER                PIC X(66).
               10  WS-LTC-BLOCCANTI      PIC X(7).
               10  FILLER                PIC X(59).
      *        RIGA DI TOTALI DI CC1ECDS: CONTATORE DELLE ECCEZIONI
           05  WS-LISTA-TOTALI-ECDS REDEFINES WS-LISTA-TOTALI.
               10  FILLER                PIC X(39).
               10  WS-LTE-ECCEZIONI      PIC X(7).
               10  FILLER                PIC X(86).
           05  WS-LISTA-RIGA-KO          PIC X(132).

       01  WS-CONTATORE-NULLO            PIC X(7)    VALUE "      0".

       01  WS-RIF-PARTITA.
           05  FILLER                    PIC X(4)    VALUE "IST ".
           05  WS-RP-IST                 PIC 9(2).
           05  FILLER                    PIC X(9)    VALUE " PARTITA ".
           05  WS-RP-PARTITA             PIC 9(9).

       01  WS-RIF-CONTDAT.
           05  FILLER                    PIC X(15)   VALUE
               "CONTDAT MAX AL ".
           05  WS-RCD-DATA               PIC X(10).

       01  WS-RIF-UTILIZZO.
           05  FILLER                    PIC X(3)    VALUE "GG ".
           05  WS-RU-DATA                PIC X(10).
           05  FILLER                    PIC X(1)    VALUE " ".
           05  WS-RU-ID                  PIC X(4).
           05  FILLER                    PIC X(1)    VALUE "/".
           05  WS-RU-COD                 PIC X(6).

       01  WS-RIF-FOTOGRAFIA.
           05  FILLER                    PIC X(4)    VALUE "NUM ".
           05  WS-RF-NUMERO              PIC 9(6).
           05  FILLER                    PIC X(5)    VALUE " RIF ".
           05  WS-RF-DATA                PIC X(10).

       01  WS-INTESTAZIONE-1.
           05  FILLER          PIC X(51) VALUE
               "QUADRO DI STATO DELLE CATENE NOTTURNE - MATTINA DEL".
           05  FILLER          PIC X(1)  VALUE " ".
           05  WS-INT-DATA     PIC X(10).

       01  WS-INTESTAZIONE-2.
           05  FILLER          PIC X(12) VALUE "CATENA".
           05  FILLER          PIC X(12) VALUE "ULT.CORSA".
           05  FILLER          PIC X(13) VALUE "STATO".
           05  FILLER          PIC X(31) VALUE "ULTIMA CHIAVE / DATA".
           05  FILLER          PIC X(13) VALUE "  CONTEGGIO".
           05  FILLER          PIC X(10) VALUE "ESITO".

       01  WS-RIGA-CATENA.
           05  WS-RC-CATENA              PIC X(12).
           05  WS-RC-DATA-CORSA          PIC X(12).
           05  WS-RC-STATO               PIC X(13).
           05  WS-RC-RIFERIMENTO         PIC X(31).
           05  WS-RC-CONTEGGIO           PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  WS-RC-ESITO               PIC X(10).

       01  WS-RIGA-ANOMALIA.
           05  FILLER                    PIC X(4)    VALUE SPACES.
           05  WS-RA-GRAVITA             PIC X(13).
           05  WS-RA-TESTO               PIC X(80).

       01  WS-RIGA-LISTA.
           05  WS-RL-LISTA               PIC X(10).
           05  WS-RL-TESTO               PIC X(122).

       01  WS-RIGA-SEPARATORE.
           05  FILLER          PIC X(31) VALUE
               "ESITO DEI TABULATI DELLA NOTTE:".

       01  WS-RIGA-TOTALI.
           05  FILLER          PIC X(19) VALUE "TOTALI: BLOCCANTI=".
           05  WS-RT-BLOCCHI   PIC ZZZ.ZZ9.
           05  FILLER          PIC X(13) VALUE "  ATTENZIONI=".
           05  WS-RT-ATTENZIONI PIC ZZZ.ZZ9.

       01  WS-RIGA-ESITO-OK.
           05  FILLER          PIC X(45) VALUE
               "NOTTE REGOLARE: NESSUNA SEGNALAZIONE APERTA".

       01  WS-RIGA-ESITO-ATT.
           05  FILLER          PIC X(50) VALUE
               "NOTTE CON ATTENZIONI: VERIFICARE IN MATTINATA".

       01  WS-RIGA-ESITO-KO.
           05  FILLER          PIC X(52) VALUE
               "*** CATENE BLOCCATE O NON AGGIORNATE: AVVISARE ***".

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *  0000-MAINLINE : PARAGRAFO PRINCIPALE                          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA
               THRU 1000-INIZIALIZZA-EXIT.
           IF WS-FILE-APERTI
               PERFORM 2000-ESAMINA-CHECKPOINT
                   THRU 2000-ESAMINA-CHECKPOINT-EXIT
               PERFORM 2100-ESAMINA-CONTROLLO-MTRX
                   THRU 2100-ESAMINA-CONTROLLO-MTRX-EXIT
               PERFORM 2200-ESAMINA-RISCONTRO
                   THRU 2200-ESAMINA-RISCONTRO-EXIT
               PERFORM 2300-ESAMINA-UTILIZZO
                   THRU 2300-ESAMINA-UTILIZZO-EXIT
               PERFORM 2400-ESAMINA-PUBBLICAZIONE
                   THRU 2400-ESAMINA-PUBBLICAZIONE-EXIT
               PERFORM 3000-ESAMINA-TABULATI
                   THRU 3000-ESAMINA-TABULATI-EXIT
               PERFORM 7000-AGGIORNA-MEMORIA
                   THRU 7000-AGGIORNA-MEMORIA-EXIT
           END-IF.
           PERFORM 9000-TERMINA
               THRU 9000-TERMINA-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *  1000-INIZIALIZZA : LEGGE I PARAMETRI, RICAVA LE DATE DI       *
      *  RIFERIMENTO, LEGGE LA MEMORIA DEL QUADRO PRECEDENTE E APRE    *
      *  IL PROSPETTO                                                  *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           ACCEPT WS-DATA-ELAB FROM DATE YYYYMMDD.
           MOVE WS-DATA-ELAB TO WS-DATA-RIF.

           PERFORM 1100-LEGGI-PARAMETRI
               THRU 1100-LEGGI-PARAMETRI-EXIT.

      *    UNA CATENA NOTTURNA E' AGGIORNATA SE HA GIRATO ALMENO DAL
      *    GIORNO PRECEDENTE ALLA DATA DEL QUADRO (CORSA A CAVALLO
      *    DELLA MEZZANOTTE COMPRESA).
           COMPUTE WS-RIF-INTERO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-RIF).
           COMPUTE WS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-RIF-INTERO - 1).

           PERFORM 1200-LEGGI-MEMORIA
               THRU 1200-LEGGI-MEMORIA-EXIT.

           OPEN OUTPUT STAT-REPORT.
           IF NOT WS-REPORT-OK
               DISPLAY "CC1STAT - ERRORE APERTURA STAT-REPORT "
                       WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.
           MOVE "S" TO WS-FLAG-FILE-APERTI.

           MOVE WS-DATA-RIF TO WS-CNV-DATA-8.
           PERFORM 8300-FORMATTA-DATA-8
               THRU 8300-FORMATTA-DATA-8-EXIT.
           MOVE WS-CNV-DATA-10 TO WS-INT-DATA.
           MOVE WS-INTESTAZIONE-1 TO STAT-REPORT-LINEA.
           WRITE STAT-REPORT-LINEA.
           MOVE SPACES TO STAT-REPORT-LINEA.
           WRITE STAT-REPORT-LINEA.
           MOVE WS-INTESTAZIONE-2 TO STAT-REPORT-LINEA.
           WRITE STAT-REPORT-LINEA.
       1000-INIZIALIZZA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1100-LEGGI-PARAMETRI : GIORNI DI TOLLERANZA DEL RISCONTRO     *
      *  MATRIX E DATA DEL QUADRO (ASSENTI = 1 GIORNO E DATA SISTEMA)  *
      *----------------------------------------------------------------*
       1100-LEGGI-PARAMETRI.
      *    STATO '05' = FILE OPZIONALE ASSENTE MA APERTO: VA COMUNQUE
      *    CHIUSO.
           OPEN INPUT STAT-PARM.
           IF NOT WS-PARM-OK
               CLOSE STAT-PARM
               GO TO 1100-LEGGI-PARAMETRI-EXIT
           END-IF.
           READ STAT-PARM
               AT END
                   MOVE ZERO TO STAT-PARM-GG-RISCONTRO
                   MOVE ZERO TO STAT-PARM-DATA-RIF
           END-READ.
           CLOSE STAT-PARM.

           IF STAT-PARM-GG-RISCONTRO NUMERIC AND
              STAT-PARM-GG-RISCONTRO > ZERO
               MOVE STAT-PARM-GG-RISCONTRO TO WS-GG-RISCONTRO
           END-IF.

           IF STAT-PARM-DATA-RIF NUMERIC AND
              STAT-PARM-DATA-RIF > ZERO
               MOVE STAT-PARM-DATA-RIF TO WS-DATA-PARM-6
               IF WS-DATA-PARM-AA < 50
                   MOVE 20 TO WS-SECOLO-DUE-CIFRE
               ELSE
                   MOVE 19 TO WS-SECOLO-DUE-CIFRE
               END-IF
               MOVE WS-SECOLO-DUE-CIFRE TO WS-DATA-RIF(1:2)
               MOVE WS-DATA-PARM-6      TO WS-DATA-RIF(3:6)
               DISPLAY "CC1STAT - QUADRO RIELABORATO ALLA DATA "
                       WS-DATA-RIF
           END-IF.
       1100-LEGGI-PARAMETRI-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-LEGGI-MEMORIA : RICAVA DAL QUADRO PRECEDENTE I VALORI    *
      *  RISPETTO AI QUALI MISURARE L'AVANZAMENTO DELLA NOTTE. SE IL   *
      *  QUADRO E' GIA' STATO PRODOTTO OGGI SI USA IL SUO STESSO       *
      *  TERMINE DI CONFRONTO; SE LA MEMORIA E' PIU' RECENTE DELLA     *
      *  DATA DEL QUADRO (RIELABORAZIONE DI UNA MATTINA PASSATA) IL    *
      *  CONFRONTO NON SI ESEGUE E LA MEMORIA NON VIENE RISCRITTA.     *
      *----------------------------------------------------------------*
       1200-LEGGI-MEMORIA.
           MOVE "N" TO WS-FLAG-LETTO.
           OPEN INPUT STAT-STOR.
           IF WS-STOR-OK
               READ STAT-STOR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-FLAG-LETTO
               END-READ
           END-IF.
           CLOSE STAT-STOR.

           IF NOT WS-RECORD-LETTO
               DISPLAY "CC1STAT - MEMORIA STATSTOR ASSENTE: CONTROLLO "
                       "DI AVANZAMENTO NON ESEGUITO"
               GO TO 1200-LEGGI-MEMORIA-EXIT
           END-IF.
           MOVE STAT-STOR-DATA-ELAB TO WS-STOR-DATA-LETTA.

           EVALUATE TRUE
               WHEN STAT-STOR-DATA-ELAB < WS-DATA-RIF
                   MOVE "S" TO WS-FLAG-BASE
                   MOVE STAT-STOR-DATA-ELAB   TO WS-BASE-DATA-ELAB
                   MOVE STAT-STOR-MTRX-ULT-DATA
                       TO WS-BASE-MTRX-DATA
                   MOVE STAT-STOR-PUBB-ULT-NUMERO
                       TO WS-BASE-PUBB-NUM
               WHEN STAT-STOR-DATA-ELAB = WS-DATA-RIF
                   IF STAT-STOR-PREC-DATA-ELAB > ZERO
                       MOVE "S" TO WS-FLAG-BASE
                       MOVE STAT-STOR-PREC-DATA-ELAB
                           TO WS-BASE-DATA-ELAB
                       MOVE STAT-STOR-PREC-MTRX-DATA
                           TO WS-BASE-MTRX-DATA
                       MOVE STAT-STOR-PREC-PUBB-NUM
                           TO WS-BASE-PUBB-NUM
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-FLAG-AGGIORNA-MEMORIA
                   DISPLAY "CC1STAT - MEMORIA STATSTOR POSTERIORE ALLA "
                           "DATA DEL QUADRO: CONTROLLO DI AVANZAMENTO "
                           "NON ESEGUITO"
           END-EVALUATE.
       1200-LEGGI-MEMORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-ESAMINA-CHECKPOINT : CATENA SCARICO MATRIX, CHECKPOINT   *
      *  MTRXCKPT (STATO, ULTIMA PARTITA SCRITTA, RECORD SCRITTI)      *
      *----------------------------------------------------------------*
       2000-ESAMINA-CHECKPOINT.
           MOVE SPACES       TO WS-RIGA-CATENA.
           MOVE "MTRXCKPT"   TO WS-RC-CATENA.
           MOVE ZERO         TO WS-RC-CONTEGGIO.
           MOVE "N" TO WS-FLAG-LETTO.
           OPEN INPUT CKPT-FILE.
           IF WS-CKPT-OK
               READ CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-FLAG-LETTO
               END-READ
           END-IF.
           CLOSE CKPT-FILE.

           IF NOT WS-RECORD-LETTO
               MOVE "ASSENTE"    TO WS-RC-STATO
               MOVE "ATTENZIONE" TO WS-RC-ESITO
               PERFORM 8000-STAMPA-CATENA
                   THRU 8000-STAMPA-CATENA-EXIT
               MOVE "A" TO WS-FLAG-GRAVITA
               MOVE "CHECKPOINT MATRIX ASSENTE O VUOTO" TO WS-RA-TESTO
               PERFORM 8100-STAMPA-ANOMALIA
                   THRU 8100-STAMPA-ANOMALIA-EXIT
               GO TO 2000-ESAMINA-CHECKPOINT-EXIT
           END-IF.

      *    IL CHECKPOINT NON REGISTRA LA DATA DI CORSA: LA COLONNA
      *    RESTA VUOTA E LA CORSA E' VERIFICATA SU MTRXCTRL.
           MOVE MTRX-CKPT-IST          TO WS-RP-IST.
           MOVE MTRX-CKPT-PARTITA      TO WS-RP-PARTITA.
           MOVE WS-RIF-PARTITA         TO WS-RC-RIFERIMENTO.
           MOVE MTRX-CKPT-CONT-SCRITTI TO WS-RC-CONTEGGIO.

           EVALUATE TRUE
               WHEN MTRX-CKPT-COMPLETATO
                   MOVE "COMPLETATO" TO WS-RC-STATO
                   MOVE "OK"         TO WS-RC-ESITO
                   PERFORM 8000-STAMPA-CATENA
                       THRU 8000-STAMPA-CATENA-EXIT
               WHEN MTRX-CKPT-IN-CORSO
                   MOVE "IN CORSO"   TO WS-RC-STATO
                   MOVE "BLOCCO"     TO WS-RC-ESITO
                   PERFORM 8000-STAMPA-CATENA
                       THRU 8000-STAMPA-CATENA-EXIT
                   MOVE "B" TO WS-FLAG-GRAVITA
                   MOVE "SCARICO MATRIX INTERROTTO: CHECKPOINT A 'R'"
                       TO WS-RA-TESTO
                   PERFORM 8100-STAMPA-ANOMALIA
                       THRU 8100-STAMPA-ANOMALIA-EXIT
               WHEN OTHER
                   MOVE MTRX-CKPT-STATO TO WS-RC-STATO
                   MOVE "BLOCCO"     TO WS-RC-ESITO
                   PERFORM 8000-STAMPA-CATENA
                       THRU 8000-STAMPA-CATENA-EXIT
                   MOVE "B" TO WS-FLAG-GRAVITA
                   MOVE "STATO DEL CHECKPOINT MATRIX NON RICONOSCIUTO"
                       TO WS-RA-TESTO
                   PERFORM 8100-STAMPA-ANOMALIA
                       THRU 8100-STAMPA-ANOMALIA-EXIT
           END-EVALUATE.
       2000-ESAMINA-CHECKPOINT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-ESAMINA-CONTROLLO-MTRX : CONTROLLO CORSA MTRXCTRL (DATA  *
      *  CONTABILE MASSIMA ESTRATTA) E SUO AVANZAMENTO DALLA MATTINA   *
      *  PRECEDENTE                                                    *
      *----------------------------------------------------------------*
       2100-ESAMINA-CONTROLLO-MTRX.
           MOVE SPACES       TO WS-RIGA-CATENA.
           MOVE "MTRXCTRL"   TO WS-RC-CATENA.
           MOVE ZERO         TO WS-RC-CONTEGGIO.
           MOVE "N" TO WS-FLAG-LETTO.
           OPEN INPUT MTRX-CTRL.
           IF WS-MCTL-OK
               READ MTRX-CTRL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-FLAG-LETTO
               END-READ
           END-IF.
           CLOSE MTRX-CTRL.

           IF NOT WS-RECORD-LETTO
               MOVE "ASSENTE"    TO WS-RC-STATO
               MOVE "ATTENZIONE" TO WS-RC-ESITO
               PERFORM 8000-STAMPA-CATENA
                   THRU 8000-STAMPA-CATENA-EXIT
               MOVE "A" TO WS-FLAG-GRAVITA
               MOVE "CONTROLLO CORSA MATRIX ASSENTE: SCARICO COMPLETO"
                   TO WS-RA-TESTO
               PERFORM 8100-STAMPA-ANOMALIA
                   THRU 8100-STAMPA-ANOMALIA-EXIT
               GO TO 2100-ESAMINA-CONTROLLO-MTRX-EXIT
           END-IF.

           MOVE MTRX-CTRL-ULTIMA-DATA TO WS-OGGI-MTRX-DATA.
           MOVE MTRX-CTRL-DATA-ELAB   TO WS-CNV-DATA-8.
           PERFORM 8300-FORMATTA-DATA-8
               THRU 8300-FORMATTA-DATA-8-EXIT.
           MOVE WS-CNV-DATA-10        TO WS-RC-DATA-CORSA.
           MOVE MTRX-CTRL-ULTIMA-DATA TO DATECNV-INPUT-6.
           PERFORM 8200-FORMATTA-DATA-6
               THRU 8200-FORMATTA-DATA-6-EXIT.
           MOVE DATECNV-OUTPUT-10     TO WS-RCD-DATA.
           MOVE WS-RIF-CONTDAT        TO WS-RC-RIFERIMENTO.
           MOVE "ESTRATTO"            TO WS-RC-STATO.

           MOVE "N" TO WS-FLAG-GRAVITA.
           MOVE MTRX-CTRL-DATA-ELAB TO WS-DATA-CORSA.
           PERFORM 8400-VERIFICA-CORSA
               THRU 8400-VERIFICA-CORSA-EXIT.
           IF WS-BASE-PRESENTE AND
              MTRX-CTRL-ULTIMA-DATA NOT > WS-BASE-MTRX-DATA
               MOVE "B" TO WS-FLAG-GRAVITA
           END-IF.
           IF WS-GRAVITA-BLOCCO
               MOVE "BLOCCO"     TO WS-RC-ESITO
           ELSE
               MOVE "OK"         TO WS-RC-ESITO
           END-IF.
           PERFORM 8000-STAMPA-CATENA
               THRU 8000-STAMPA-CATENA-EXIT.

           PERFORM 8410-SEGNALA-CORSA
               THRU 8410-SEGNALA-CORSA-EXIT.
           IF WS-BASE-PRESENTE AND
              MTRX-CTRL-ULTIMA-DATA NOT > WS-BASE-MTRX-DATA
               MOVE "B" TO WS-FLAG-GRAVITA
               MOVE "DATA CONTABILE MATRIX NON AVANZATA"
                   TO WS-RA-TESTO
               PERFORM 8100-STAMPA-ANOMALIA
                   THRU 8100-STAMPA-ANOMALIA-EXIT
           END-IF.
       2100-ESAMINA-CONTROLLO-MTRX-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-ESAMINA-RISCONTRO : STATO DEL RISCONTRO MATRIX MTRXRECO; *
      *  UN RISCONTRO IN ATTESA DA PIU' DEI GIORNI AMMESSI E' BLOCCANTE*
      *----------------------------------------------------------------*
       2200-ESAMINA-RISCONTRO.
           MOVE SPACES       TO WS-RIGA-CATENA.
           MOVE "MTRXRECO"   TO WS-RC-CATENA.
           MOVE ZERO         TO WS-RC-CONTEGGIO.
           MOVE "N" TO WS-FLAG-LETTO.
           OPEN INPUT RECO-FILE.
           IF WS-RECO-OK
               READ RECO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-FLAG-LETTO
               END-READ
           END-IF.
           CLOSE RECO-FILE.

           IF NOT WS-RECORD-LETTO
               MOVE "ASSENTE"    TO WS-RC-STATO
               MOVE "ATTENZIONE" TO WS-RC-ESITO
               PERFORM 8000-STAMPA-CATENA
                   THRU 8000-STAMPA-CATENA-EXIT
               MOVE "A" TO WS-FLAG-GRAVITA
               MOVE "STATO DI RISCONTRO MATRIX ASSENTE" TO WS-RA-TESTO
               PERFORM 8100-STAMPA-ANOMALIA
                   THRU 8100-STAMPA-ANOMALIA-EXIT
               GO TO 2200-ESAMINA-RISCONTRO-EXIT
           END-IF.

           MOVE MTRX-RECO-DATA-ELAB     TO WS-CNV-DATA-8.
           PERFORM 8300-FORMATTA-DATA-8
               THRU 8300-FORMATTA-DATA-8-EXIT.
           MOVE WS-CNV-DATA-10          TO WS-RC-DATA-CORSA.
           MOVE MTRX-RECO-DATA-ESTRATTA TO DATECNV-INPUT-6.
           PERFORM 8200-FORMATTA-DATA-6
               THRU 8200-FORMATTA-DATA-6-EXIT.
           MOVE DATECNV-OUTPUT-10       TO WS-RCD-DATA.
           MOVE WS-RIF-CONTDAT          TO WS-RC-RIFERIMENTO.

           IF MTRX-RECO-CONFERMATO
               MOVE "CONFERMATO" TO WS-RC-STATO
               MOVE "OK"         TO WS-RC-ESITO
               PERFORM 8000-STAMPA-CATENA
                   THRU 8000-STAMPA-CATENA-EXIT
               GO TO 2200-ESAMINA-RISCONTRO-EXIT
           END-IF.

           IF NOT MTRX-RECO-IN-ATTESA
               MOVE MTRX-RECO-STATO TO WS-RC-STATO
               MOVE "BLOCCO"     TO WS-RC-ESITO
               PERFORM 8000-STAMPA-CATENA
                   THRU 8000-STAMPA-CATENA-EXIT
               MOVE "B" TO WS-FLAG-GRAVITA
               MOVE "STATO DEL RISCONTRO MATRIX NON RICONOSCIUTO"
                   TO WS-RA-TESTO
               PERFORM 8100-STAMPA-ANOMALIA
                   THRU 8100-STAMPA-ANOMALIA-EXIT
               GO TO 2200-ESAMINA-RISCONTRO-EXIT
           END-IF.

      *    IN ATTESA: IL CONTEGGIO RIPORTA I GIORNI DI ATTESA DALLA
      *    DATA DI ELABORAZIONE DELL'ESTRAZIONE.
           MOVE "IN ATTESA" TO WS-RC-STATO.
           IF MTRX-RECO-DATA-ELAB NOT NUMERIC OR
              MTRX-RECO-DATA-ELAB = ZERO
               MOVE "BLOCCO"     TO WS-RC-ESITO
               PERFORM 8000-STAMPA-CATENA
                   THRU 8000-STAMPA-CATENA-EXIT
               MOVE "B" TO WS-FLAG-GRAVITA
               MOVE "RISCONTRO MATRIX IN ATTESA SENZA DATA ELABORAZIONE"
                   TO WS-RA-TESTO
               PERFORM 8100-STAMPA-ANOMALIA
                   THRU 8100-STAMPA-ANOMALIA-EXIT
               GO TO 2200-ESAMINA-RISCONTRO-EXIT
           END-IF.

           COMPUTE WS-CORSA-INTERO =
               FUNCTION INTEGER-OF-DATE(MTRX-RECO-DATA-ELAB).
           IF WS-CORSA-INTERO < WS-RIF-INTERO
               COMPUTE WS-GIORNI-ATTESA =
                   WS-RIF-INTERO - WS-CORSA-INTERO
           ELSE
               MOVE ZERO TO WS-GIORNI-ATTESA
           END-IF.
           MOVE WS-GIORNI-ATTESA TO WS-RC-CONTEGGIO.

           IF WS-GIORNI-ATTESA > WS-GG-RISCONTRO
               MOVE "BLOCCO"     TO WS-RC-ESITO
               PERFORM 8000-STAMPA-CATENA
                   THRU 8000-STAMPA-CATENA-EXIT
               MOVE "B" TO WS-FLAG-GRAVITA
               MOVE "RISCONTRO MATRIX IN ATTESA OLTRE I GIORNI AMMESSI"
                   TO WS-RA-TESTO
               PERFORM 8100-STAMPA-ANOMALIA
                   THRU 8100-STAMPA-ANOMALIA-EXIT
           ELSE
               MOVE "OK"         TO WS-RC-ESITO
               PERFORM 8000-STAMPA-CATENA
                   THRU 8000-STAMPA-CATENA-EXIT
           END-IF.
       2200-ESAMINA-RISCONTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-ESAMINA-UTILIZZO : CONTROLLO CORSA DELL'ACCUMULO DI      *
      *  UTILIZZO USAGCTRL (GIORNATA, ULTIMA CHIAVE, APPLICATI)        *
      *----------------------------------------------------------------*
       2300-ESAMINA-UTILIZZO.
           MOVE SPACES       TO WS-RIGA-CATENA.
           MOVE "USAGCTRL"   TO WS-RC-CATENA.
           MOVE ZERO         TO WS-RC-CONTEGGIO.
           MOVE "N" TO WS-FLAG-LETTO.
           OPEN INPUT USAG-CTRL.
           IF WS-USAG-OK
               READ USAG-CTRL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-FLAG-LETTO
               END-READ
           END-IF.
           CLOSE USAG-CTRL.

           IF NOT WS-RECORD-LETTO
               MOVE "ASSENTE"    TO WS-RC-STATO
               MOVE "ATTENZIONE" TO WS-RC-ESITO
               PERFORM 8000-STAMPA-CATENA
                   THRU 8000-STAMPA-CATENA-EXIT
               MOVE "A" TO WS-FLAG-GRAVITA
               MOVE "CONTROLLO CORSA UTILIZZO ASSENTE" TO WS-RA-TESTO
               PERFORM 8100-STAMPA-ANOMALIA
                   THRU 8100-STAMPA-ANOMALIA-EXIT
               GO TO 2300-ESAMINA-UTILIZZO-EXIT
           END-IF.

           MOVE USAG-CTRL-DATA-ELAB TO WS-CNV-DATA-8.
           PERFORM 8300-FORMATTA-DATA-8
               THRU 8300-FORMATTA-DATA-8-EXIT.
           MOVE WS-CNV-DATA-10      TO WS-RC-DATA-CORSA.
           MOVE USAG-CTRL-DATA-MOV  TO DATECNV-INPUT-6.
           PERFORM 8200-FORMATTA-DATA-6
               THRU 8200-FORMATTA-DATA-6-EXIT.
           MOVE DATECNV-OUTPUT-10   TO WS-RU-DATA.
           MOVE USAG-CTRL-ULT-ID    TO WS-RU-ID.
           MOVE USAG-CTRL-ULT-COD   TO WS-RU-COD.
           MOVE WS-RIF-UTILIZZO     TO WS-RC-RIFERIMENTO.
           MOVE USAG-CTRL-CONT-APPLICATI TO WS-RC-CONTEGGIO.

           MOVE "N" TO WS-FLAG-GRAVITA.
           MOVE USAG-CTRL-DATA-ELAB TO WS-DATA-CORSA.
           PERFORM 8400-VERIFICA-CORSA
               THRU 8400-VERIFICA-CORSA-EXIT.
           EVALUATE TRUE
               WHEN USAG-CTRL-COMPLETATO
                   MOVE "COMPLETATO" TO WS-RC-STATO
               WHEN USAG-CTRL-IN-CORSO
                   MOVE "IN CORSO"   TO WS-RC-STATO
                   MOVE "B" TO WS-FLAG-GRAVITA
               WHEN OTHER
                   MOVE USAG-CTRL-STATO TO WS-RC-STATO
                   MOVE "B" TO WS-FLAG-GRAVITA
           END-EVALUATE.
           IF WS-GRAVITA-BLOCCO
               MOVE "BLOCCO"     TO WS-RC-ESITO
           ELSE
               MOVE "OK"         TO WS-RC-ESITO
           END-IF.
           PERFORM 8000-STAMPA-CATENA
               THRU 8000-STAMPA-CATENA-EXIT.

           PERFORM 8410-SEGNALA-CORSA
               THRU 8410-SEGNALA-CORSA-EXIT.
           IF USAG-CTRL-IN-CORSO
               MOVE "B" TO WS-FLAG-GRAVITA
               MOVE "ACCUMULO UTILIZZO INTERROTTO: CONTROLLO A 'R'"
                   TO WS-RA-TESTO
               PERFORM 8100-STAMPA-ANOMALIA
                   THRU 8100-STAMPA-ANOMALIA-EXIT
           END-IF.
           IF NOT USAG-CTRL-IN-CORSO AND NOT USAG-CTRL-COMPLETATO
               MOVE "B" TO WS-FLAG-GRAVITA
               MOVE "STATO DEL CONTROLLO UTILIZZO NON RICONOSCIUTO"
                   TO WS-RA-TESTO
               PERFORM 8100-STAMPA-ANOMALIA
                   THRU 8100-STAMPA-ANOMALIA-EXIT
           END-IF.
       2300-ESAMINA-UTILIZZO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2400-ESAMINA-PUBBLICAZIONE : CONTROLLO DELLA PUBBLICAZIONE    *
      *  PUBBCTRL (ULTIMA FOTOGRAFIA) E AVANZAMENTO DEL NUMERO         *
      *----------------------------------------------------------------*
       2400-ESAMINA-PUBBLICAZIONE.
           MOVE SPACES       TO WS-RIGA-CATENA.
           MOVE "PUBBCTRL"   TO WS-RC-CATENA.
           MOVE ZERO         TO WS-RC-CONTEGGIO.
           MOVE "N" TO WS-FLAG-LETTO.
           OPEN INPUT PUBB-CTRL.
           IF WS-PUBB-OK
               READ PUBB-CTRL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-FLAG-LETTO
               END-READ
           END-IF.
           CLOSE PUBB-CTRL.

           IF NOT WS-RECORD-LETTO
               MOVE "ASSENTE"    TO WS-RC-STATO
               MOVE "ATTENZIONE" TO WS-RC-ESITO
               PERFORM 8000-STAMPA-CATENA
                   THRU 8000-STAMPA-CATENA-EXIT
               MOVE "A" TO WS-FLAG-GRAVITA
               MOVE "CONTROLLO PUBBLICAZIONE ASSENTE: NUMERAZIONE DA 1"
                   TO WS-RA-TESTO
               PERFORM 8100-STAMPA-ANOMALIA
                   THRU 8100-STAMPA-ANOMALIA-EXIT
               GO TO 2400-ESAMINA-PUBBLICAZIONE-EXIT
           END-IF.

           MOVE PUBB-CTRL-ULT-NUMERO TO WS-OGGI-PUBB-NUM.
           MOVE PUBB-CTRL-DATA-ELAB  TO WS-CNV-DATA-8.
           PERFORM 8300-FORMATTA-DATA-8
               THRU 8300-FORMATTA-DATA-8-EXIT.
           MOVE WS-CNV-DATA-10       TO WS-RC-DATA-CORSA.
           MOVE PUBB-CTRL-DATA-RIF   TO DATECNV-INPUT-6.
           PERFORM 8200-FORMATTA-DATA-6
               THRU 8200-FORMATTA-DATA-6-EXIT.
           MOVE DATECNV-OUTPUT-10    TO WS-RF-DATA.
           MOVE PUBB-CTRL-ULT-NUMERO TO WS-RF-NUMERO.
           MOVE WS-RIF-FOTOGRAFIA    TO WS-RC-RIFERIMENTO.
           MOVE PUBB-CTRL-ULT-NUMERO TO WS-RC-CONTEGGIO.
           MOVE "PUBBLICATO"         TO WS-RC-STATO.

           MOVE "N" TO WS-FLAG-GRAVITA.
           MOVE PUBB-CTRL-DATA-ELAB TO WS-DATA-CORSA.
           PERFORM 8400-VERIFICA-CORSA
               THRU 8400-VERIFICA-CORSA-EXIT.
           IF WS-BASE-PRESENTE AND
              PUBB-CTRL-ULT-NUMERO = WS-BASE-PUBB-NUM
               MOVE "B" TO WS-FLAG-GRAVITA
           END-IF.
           IF WS-GRAVITA-BLOCCO
               MOVE "BLOCCO"     TO WS-RC-ESITO
           ELSE
               MOVE "OK"         TO WS-RC-ESITO
           END-IF.
           PERFORM 8000-STAMPA-CATENA
               THRU 8000-STAMPA-CATENA-EXIT.

           PERFORM 8410-SEGNALA-CORSA
               THRU 8410-SEGNALA-CORSA-EXIT.
           IF WS-BASE-PRESENTE AND
              PUBB-CTRL-ULT-NUMERO = WS-BASE-PUBB-NUM
               MOVE "B" TO WS-FLAG-GRAVITA
               MOVE "NUMERO DI FOTOGRAFIA NON AVANZATO DAL GIORNO PRIMA"
                   TO WS-RA-TESTO
               PERFORM 8100-STAMPA-ANOMALIA
                   THRU 8100-STAMPA-ANOMALIA-EXIT
           END-IF.
       2400-ESAMINA-PUBBLICAZIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-ESAMINA-TABULATI : RIPORTA L'ESITO DEI TABULATI DELLA    *
      *  NOTTE (CERTIFICAZIONE, QUADRATURA E RISCONTRO MATRIX,         *
      *  DESCRIZIONI ESTRATTO CONTO)                                   *
      *----------------------------------------------------------------*
       3000-ESAMINA-TABULATI.
           MOVE SPACES TO STAT-REPORT-LINEA.
           WRITE STAT-REPORT-LINEA.
           MOVE WS-RIGA-SEPARATORE TO STAT-REPORT-LINEA.
           WRITE STAT-REPORT-LINEA.

           PERFORM 3100-ESAMINA-CERTLIST
               THRU 3100-ESAMINA-CERTLIST-EXIT.
           PERFORM 3200-ESAMINA-MTRVLIST
               THRU 3200-ESAMINA-MTRVLIST-EXIT.
           PERFORM 3300-ESAMINA-MTRRLIST
               THRU 3300-ESAMINA-MTRRLIST-EXIT.
           PERFORM 3400-ESAMINA-ECDSLIST
               THRU 3400-ESAMINA-ECDSLIST-EXIT.
       3000-ESAMINA-TABULATI-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-ESAMINA-CERTLIST : CERTIFICAZIONE TABELLA (CC1CERT);     *
      *  ERRORI BLOCCANTI SULLA RIGA DI TOTALI = BLOCCO                *
      *----------------------------------------------------------------*
       3100-ESAMINA-CERTLIST.
           MOVE "CERTLIST" TO WS-LISTA-NOME.
           PERFORM 3900-AZZERA-LISTA
               THRU 3900-AZZERA-LISTA-EXIT.
           OPEN INPUT CERT-LISTA.
           IF NOT WS-CERT-OK
               CLOSE CERT-LISTA
               PERFORM 3920-LISTA-ASSENTE
                   THRU 3920-LISTA-ASSENTE-EXIT
               GO TO 3100-ESAMINA-CERTLIST-EXIT
           END-IF.
           PERFORM 3110-LEGGI-CERTLIST
               THRU 3110-LEGGI-CERTLIST-EXIT
               UNTIL WS-FINE-LISTA.
           CLOSE CERT-LISTA.

           PERFORM 3930-STAMPA-LISTA
               THRU 3930-STAMPA-LISTA-EXIT.
           IF WS-LISTA-TOTALI NOT = SPACES AND
              WS-LTC-BLOCCANTI NOT = WS-CONTATORE-NULLO
               MOVE "B" TO WS-FLAG-GRAVITA
               MOVE "CERTIFICAZIONE TABELLA CON ERRORI BLOCCANTI"
                   TO WS-RA-TESTO
               PERFORM 8100-STAMPA-ANOMALIA
                   THRU 8100-STAMPA-ANOMALIA-EXIT
           END-IF.
       3100-ESAMINA-CERTLIST-EXIT.
           EXIT.

       3110-LEGGI-CERTLIST.
           READ CERT-LISTA
               AT END
                   MOVE "S" TO WS-FLAG-FINE-LISTA
                   GO TO 3110-LEGGI-CERTLIST-EXIT
           END-READ.
           MOVE CERT-LISTA-LINEA TO WS-LISTA-LINEA.
           PERFORM 3910-ANALIZZA-RIGA
               THRU 3910-ANALIZZA-RIGA-EXIT.
       3110-LEGGI-CERTLIST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3200-ESAMINA-MTRVLIST : QUADRATURA SCARICO MATRIX (CC1MTRV);  *
      *  RIGA DI ESITO NEGATIVO ('***') = BLOCCO                       *
      *----------------------------------------------------------------*
       3200-ESAMINA-MTRVLIST.
           MOVE "MTRVLIST" TO WS-LISTA-NOME.
           PERFORM 3900-AZZERA-LISTA
               THRU 3900-AZZERA-LISTA-EXIT.
           OPEN INPUT MTRV-LISTA.
           IF NOT WS-MTRV-OK
               CLOSE MTRV-LISTA
               PERFORM 3920-LISTA-ASSENTE
                   THRU 3920-LISTA-ASSENTE-EXIT
               GO TO 3200-ESAMINA-MTRVLIST-EXIT
           END-IF.
           PERFORM 3210-LEGGI-MTRVLIST
               THRU 3210-LEGGI-MTRVLIST-EXIT
               UNTIL WS-FINE-LISTA.
           CLOSE MTRV-LISTA.

           PERFORM 3930-STAMPA-LISTA
               THRU 3930-STAMPA-LISTA-EXIT.
           PERFORM 3940-SEGNALA-ESITO-KO
               THRU 3940-SEGNALA-ESITO-KO-EXIT.
       3200-ESAMINA-MTRVLIST-EXIT.
           EXIT.

       3210-LEGGI-MTRVLIST.
           READ MTRV-LISTA
               AT END
                   MOVE "S" TO WS-FLAG-FINE-LISTA
                   GO TO 3210-LEGGI-MTRVLIST-EXIT
           END-READ.
           MOVE MTRV-LISTA-LINEA TO WS-LISTA-LINEA.
           PERFORM 3910-ANALIZZA-RIGA
               THRU 3910-ANALIZZA-RIGA-EXIT.
       3210-LEGGI-MTRVLIST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3300-ESAMINA-MTRRLIST : RISCONTRO CARICAMENTO MATRIX          *
      *  (CC1MTRR); RIGA DI ESITO NEGATIVO ('***') = BLOCCO            *
      *----------------------------------------------------------------*
       3300-ESAMINA-MTRRLIST.
           MOVE "MTRRLIST" TO WS-LISTA-NOME.
           PERFORM 3900-AZZERA-LISTA
               THRU 3900-AZZERA-LISTA-EXIT.
           OPEN INPUT MTRR-LISTA.
           IF NOT WS-MTRR-OK
               CLOSE MTRR-LISTA
               PERFORM 3920-LISTA-ASSENTE
                   THRU 3920-LISTA-ASSENTE-EXIT
               GO TO 3300-ESAMINA-MTRRLIST-EXIT
           END-IF.
           PERFORM 3310-LEGGI-MTRRLIST
               THRU 3310-LEGGI-MTRRLIST-EXIT
               UNTIL WS-FINE-LISTA.
           CLOSE MTRR-LISTA.

           PERFORM 3930-STAMPA-LISTA
               THRU 3930-STAMPA-LISTA-EXIT.
           PERFORM 3940-SEGNALA-ESITO-KO
               THRU 3940-SEGNALA-ESITO-KO-EXIT.
       3300-ESAMINA-MTRRLIST-EXIT.
           EXIT.

       3310-LEGGI-MTRRLIST.
           READ MTRR-LISTA
               AT END
                   MOVE "S" TO WS-FLAG-FINE-LISTA
                   GO TO 3310-LEGGI-MTRRLIST-EXIT
           END-READ.
           MOVE MTRR-LISTA-LINEA TO WS-LISTA-LINEA.
           PERFORM 3910-ANALIZZA-RIGA
               THRU 3910-ANALIZZA-RIGA-EXIT.
       3310-LEGGI-MTRRLIST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3400-ESAMINA-ECDSLIST : DESCRIZIONI ESTRATTO CONTO (CC1ECDS); *
      *  ECCEZIONI SULLA RIGA DI TOTALI = ATTENZIONE                   *
      *----------------------------------------------------------------*
       3400-ESAMINA-ECDSLIST.
           MOVE "ECDSLIST" TO WS-LISTA-NOME.
           PERFORM 3900-AZZERA-LISTA
               THRU 3900-AZZERA-LISTA-EXIT.
           OPEN INPUT ECDS-LISTA.
           IF NOT WS-ECDS-OK
               CLOSE ECDS-LISTA
               PERFORM 3920-LISTA-ASSENTE
                   THRU 3920-LISTA-ASSENTE-EXIT
               GO TO 3400-ESAMINA-ECDSLIST-EXIT
           END-IF.
           PERFORM 3410-LEGGI-ECDSLIST
               THRU 3410-LEGGI-ECDSLIST-EXIT
               UNTIL WS-FINE-LISTA.
           CLOSE ECDS-LISTA.

           PERFORM 3930-STAMPA-LISTA
               THRU 3930-STAMPA-LISTA-EXIT.
           IF WS-LISTA-TOTALI NOT = SPACES AND
              WS-LTE-ECCEZIONI NOT = WS-CONTATORE-NULLO
               MOVE "A" TO WS-FLAG-GRAVITA
               MOVE "DESCRIZIONI ESTRATTO CONTO CON ECCEZIONI"
                   TO WS-RA-TESTO
               PERFORM 8100-STAMPA-ANOMALIA
                   THRU 8100-STAMPA-ANOMALIA-EXIT
           END-IF.
       3400-ESAMINA-ECDSLIST-EXIT.
           EXIT.

       3410-LEGGI-ECDSLIST.
           READ ECDS-LISTA
               AT END
                   MOVE "S" TO WS-FLAG-FINE-LISTA
                   GO TO 3410-LEGGI-ECDSLIST-EXIT
           END-READ.
           MOVE ECDS-LISTA-LINEA TO WS-LISTA-LINEA.
           PERFORM 3910-ANALIZZA-RIGA
               THRU 3910-ANALIZZA-RIGA-EXIT.
       3410-LEGGI-ECDSLIST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3900-AZZERA-LISTA : PREPARA L'ESAME DI UN NUOVO TABULATO      *
      *----------------------------------------------------------------*
       3900-AZZERA-LISTA.
           MOVE "N"    TO WS-FLAG-FINE-LISTA.
           MOVE "N"    TO WS-FLAG-LISTA-KO.
           MOVE SPACES TO WS-LISTA-ULTIMA.
           MOVE SPACES TO WS-LISTA-TOTALI.
           MOVE SPACES TO WS-LISTA-RIGA-KO.
       3900-AZZERA-LISTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3910-ANALIZZA-RIGA : CONSERVA L'ULTIMA RIGA SIGNIFICATIVA,    *
      *  L'ULTIMA RIGA DI TOTALI E L'EVENTUALE RIGA DI ESITO NEGATIVO  *
      *----------------------------------------------------------------*
       3910-ANALIZZA-RIGA.
           IF WS-LISTA-LINEA = SPACES
               GO TO 3910-ANALIZZA-RIGA-EXIT
           END-IF.
           MOVE WS-LISTA-LINEA TO WS-LISTA-ULTIMA.
           IF WS-LL-MARCA-TOTALI = "TOTALI:"
               MOVE WS-LISTA-LINEA TO WS-LISTA-TOTALI
           END-IF.
           IF WS-LL-MARCA-KO = "***"
               MOVE "S" TO WS-FLAG-LISTA-KO
               MOVE WS-LISTA-LINEA TO WS-LISTA-RIGA-KO
           END-IF.
       3910-ANALIZZA-RIGA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3920-LISTA-ASSENTE : TABULATO NON PRODOTTO = ATTENZIONE       *
      *----------------------------------------------------------------*
       3920-LISTA-ASSENTE.
           MOVE WS-LISTA-NOME TO WS-RL-LISTA.
           MOVE "TABULATO ASSENTE" TO WS-RL-TESTO.
           MOVE WS-RIGA-LISTA TO STAT-REPORT-LINEA.
           WRITE STAT-REPORT-LINEA.
           MOVE "A" TO WS-FLAG-GRAVITA.
           MOVE "TABULATO DELLA NOTTE NON PRODOTTO" TO WS-RA-TESTO.
           PERFORM 8100-STAMPA-ANOMALIA
               THRU 8100-STAMPA-ANOMALIA-EXIT.
       3920-LISTA-ASSENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3930-STAMPA-LISTA : RIPORTA LA RIGA DI TOTALI DEL TABULATO,   *
      *  IN SUA ASSENZA L'ULTIMA RIGA SIGNIFICATIVA                    *
      *----------------------------------------------------------------*
       3930-STAMPA-LISTA.
           MOVE WS-LISTA-NOME TO WS-RL-LISTA.
           EVALUATE TRUE
               WHEN WS-LISTA-TOTALI NOT = SPACES
                   MOVE WS-LISTA-TOTALI TO WS-RL-TESTO
               WHEN WS-LISTA-ULTIMA NOT = SPACES
                   MOVE WS-LISTA-ULTIMA TO WS-RL-TESTO
               WHEN OTHER
                   MOVE "TABULATO VUOTO" TO WS-RL-TESTO
           END-EVALUATE.
           MOVE WS-RIGA-LISTA TO STAT-REPORT-LINEA.
           WRITE STAT-REPORT-LINEA.

           IF WS-LISTA-ULTIMA = SPACES
               MOVE "A" TO WS-FLAG-GRAVITA
               MOVE "TABULATO DELLA NOTTE VUOTO O INCOMPLETO"
                   TO WS-RA-TESTO
               PERFORM 8100-STAMPA-ANOMALIA
                   THRU 8100-STAMPA-ANOMALIA-EXIT
           END-IF.
       3930-STAMPA-LISTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3940-SEGNALA-ESITO-KO : RIPORTA COME BLOCCANTE LA RIGA DI     *
      *  ESITO NEGATIVO TROVATA SUL TABULATO                           *
      *----------------------------------------------------------------*
       3940-SEGNALA-ESITO-KO.
           IF WS-LISTA-KO
               MOVE "B" TO WS-FLAG-GRAVITA
               MOVE WS-LISTA-RIGA-KO TO WS-RA-TESTO
               PERFORM 8100-STAMPA-ANOMALIA
                   THRU 8100-STAMPA-ANOMALIA-EXIT
           END-IF.
       3940-SEGNALA-ESITO-KO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7000-AGGIORNA-MEMORIA : RISCRIVE LA MEMORIA STATSTOR CON I    *
      *  VALORI RILEVATI OGGI E IL TERMINE DI CONFRONTO USATO          *
      *----------------------------------------------------------------*
       7000-AGGIORNA-MEMORIA.
           IF NOT WS-AGGIORNA-MEMORIA
               GO TO 7000-AGGIORNA-MEMORIA-EXIT
           END-IF.

           OPEN OUTPUT STAT-STOR.
           MOVE SPACES             TO STAT-STOR-REC.
           MOVE WS-DATA-RIF        TO STAT-STOR-DATA-ELAB.
           MOVE WS-OGGI-MTRX-DATA  TO STAT-STOR-MTRX-ULT-DATA.
           MOVE WS-OGGI-PUBB-NUM   TO STAT-STOR-PUBB-ULT-NUMERO.
           MOVE WS-BASE-DATA-ELAB  TO STAT-STOR-PREC-DATA-ELAB.
           MOVE WS-BASE-MTRX-DATA  TO STAT-STOR-PREC-MTRX-DATA.
           MOVE WS-BASE-PUBB-NUM   TO STAT-STOR-PREC-PUBB-NUM.
           WRITE STAT-STOR-REC.
           CLOSE STAT-STOR.
       7000-AGGIORNA-MEMORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-STAMPA-CATENA : STAMPA LA RIGA DI STATO DI UNA CATENA    *
      *----------------------------------------------------------------*
       8000-STAMPA-CATENA.
           MOVE WS-RIGA-CATENA TO STAT-REPORT-LINEA.
           WRITE STAT-REPORT-LINEA.
       8000-STAMPA-CATENA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8100-STAMPA-ANOMALIA : STAMPA UNA SEGNALAZIONE SOTTO LA RIGA  *
      *  DELLA CATENA E LA CONTA SECONDO LA GRAVITA'                   *
      *----------------------------------------------------------------*
       8100-STAMPA-ANOMALIA.
           IF WS-GRAVITA-BLOCCO
               MOVE "*** BLOCCO" TO WS-RA-GRAVITA
               ADD 1 TO WS-CONT-BLOCCHI
           ELSE
               MOVE "ATTENZIONE" TO WS-RA-GRAVITA
               ADD 1 TO WS-CONT-ATTENZIONI
           END-IF.
           MOVE WS-RIGA-ANOMALIA TO STAT-REPORT-LINEA.
           WRITE STAT-REPORT-LINEA.
       8100-STAMPA-ANOMALIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8200-FORMATTA-DATA-6 : CONVERTE AAMMGG A 6 CIFRE IN           *
      *  GG/MM/AAAA CON FINESTRA SECOLO: 00-49 = 20XX, 50-99 = 19XX.   *
      *----------------------------------------------------------------*
       8200-FORMATTA-DATA-6.
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
       8200-FORMATTA-DATA-6-EXIT.
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
      *  8400-VERIFICA-CORSA : UNA DATA DI ELABORAZIONE ASSENTE O      *
      *  ANTERIORE AL GIORNO PRIMA DEL QUADRO INDICA UNA CATENA NON    *
      *  ESEGUITA NELLA NOTTE (GRAVITA' BLOCCANTE)                     *
      *----------------------------------------------------------------*
       8400-VERIFICA-CORSA.
           IF WS-DATA-CORSA NOT NUMERIC OR
              WS-DATA-CORSA < WS-DATA-LIMITE
               MOVE "B" TO WS-FLAG-GRAVITA
           END-IF.
       8400-VERIFICA-CORSA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8410-SEGNALA-CORSA : STAMPA LA SEGNALAZIONE DI CATENA NON     *
      *  ESEGUITA NELLA NOTTE, SE RILEVATA DA 8400                     *
      *----------------------------------------------------------------*
       8410-SEGNALA-CORSA.
           IF WS-DATA-CORSA NOT NUMERIC OR
              WS-DATA-CORSA < WS-DATA-LIMITE
               MOVE "B" TO WS-FLAG-GRAVITA
               MOVE "CATENA NON ESEGUITA NELLA NOTTE"
                   TO WS-RA-TESTO
               PERFORM 8100-STAMPA-ANOMALIA
                   THRU 8100-STAMPA-ANOMALIA-EXIT
           END-IF.
       8410-SEGNALA-CORSA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9000-TERMINA : STAMPA TOTALI ED ESITO, IMPOSTA IL RETURN-CODE *
      *  PER LO SCHEDULATORE E CHIUDE IL PROSPETTO                     *
      *----------------------------------------------------------------*
       9000-TERMINA.
           IF NOT WS-FILE-APERTI
               GO TO 9000-TERMINA-EXIT
           END-IF.

           MOVE SPACES TO STAT-REPORT-LINEA.
           WRITE STAT-REPORT-LINEA.
           MOVE WS-CONT-BLOCCHI    TO WS-RT-BLOCCHI.
           MOVE WS-CONT-ATTENZIONI TO WS-RT-ATTENZIONI.
           MOVE WS-RIGA-TOTALI TO STAT-REPORT-LINEA.
           WRITE STAT-REPORT-LINEA.

           EVALUATE TRUE
               WHEN WS-CONT-BLOCCHI > ZERO
                   MOVE WS-RIGA-ESITO-KO TO STAT-REPORT-LINEA
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "CC1STAT - CATENE NOTTURNE CON SEGNALAZIONI "
                           "BLOCCANTI: " WS-CONT-BLOCCHI
               WHEN WS-CONT-ATTENZIONI > ZERO
                   MOVE WS-RIGA-ESITO-ATT TO STAT-REPORT-LINEA
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "CC1STAT - CATENE NOTTURNE CON ATTENZIONI: "
                           WS-CONT-ATTENZIONI
               WHEN OTHER
                   MOVE WS-RIGA-ESITO-OK TO STAT-REPORT-LINEA
                   DISPLAY "CC1STAT - NOTTE REGOLARE"
           END-EVALUATE.
           WRITE STAT-REPORT-LINEA.

           CLOSE STAT-REPORT.
       9000-TERMINA-EXIT.
           EXIT.
