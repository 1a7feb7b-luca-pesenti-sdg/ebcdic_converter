      *================================================================*
      *  PROGRAM-ID    : CC1MTRS                                       *
      *  AUTORE        : UFFICIO SISTEMI - AREA TABELLE DI SISTEMA     *
      *  INSTALLAZIONE : DIREZIONE GENERALE - ELABORAZIONE DATI        *
      *  DATA-SCRITTURA: 15/10/2026                                    *
      *  DESCRIZIONE   : SCADENZIARIO (GAP DI LIQUIDITA') DELLE        *
      *                  POSIZIONI IN DIVISA SULLO SCARICO MATRIX      *
      *                  (MATRIXOU, TRACCIATO ES0MOVGP). OGNI          *
      *                  MOVIMENTO E' ASSEGNATO A UNA FASCIA IN BASE   *
      *                  ALLA DATA DI SCADENZA (SCADAT, IN MANCANZA    *
      *                  SCADDAT, IN MANCANZA LA DATA VALUTA VALDAT)   *
      *                  RISPETTO ALLA DATA DI RIFERIMENTO DELLA       *
      *                  SCHEDA MTRSPARM:                              *
      *                    SCADUTO / FINO A 7 GG / 8-30 GG /           *
      *                    OLTRE 30 GG FINO A 3 MESI / 3-12 MESI /     *
      *                    OLTRE 1 ANNO.                               *
      *                  PER DIVISA DI ORIGINE (DIV-ORIG) E FASCIA     *
      *                  SONO TOTALIZZATI IMPORTO IN DIVISA (IMP) E    *
      *                  CONTROVALORE (CTV), SEPARANDO LE POSIZIONI    *
      *                  LUNGHE (IMP POSITIVO) DALLE CORTE (IMP        *
      *                  NEGATIVO), CON IL GAP DI FASCIA E IL GAP      *
      *                  CUMULATO; IN CODA IL RIEPILOGO GENERALE IN    *
      *                  CONTROVALORE. I MOVIMENTI CON DATA ASSENTE O  *
      *                  ERRATA SONO ELENCATI A PARTE (RETURN-CODE 4). *
      *                  IL RECORD DI TOTALI DI CODA ("TOTALI999")     *
      *                  VIENE SCAVALCATO.                             *
      *------------------------------------------------------------*  *
      *  STORIA DELLE MODIFICHE                                        *
      *  DATA        AUTORE   DESCRIZIONE                              *
      *  15/10/2026  UFSIS    PRIMA VERSIONE DEL PROGRAMMA.            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CC1MTRS.
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
           SELECT OPTIONAL MTRS-PARM ASSIGN TO "MTRSPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MATRIX-EXTRACT ASSIGN TO "MATRIXOU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT MTRS-REPORT ASSIGN TO "MTRSLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MTRS-PARM
           RECORD CONTAINS 80 CHARACTERS.
           COPY MTRSPARM.

       FD  MATRIX-EXTRACT
           RECORD CONTAINS 111 CHARACTERS.
           COPY ES0MOVGP REPLACING ==MECCDW09== BY ==MTRS-MOV-REC==.
       01  MTRS-TRAILER-IN.
           05  MTRS-TRLIN-MARCA          PIC X(9).
           05  FILLER                    PIC X(102).

       FD  MTRS-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  MTRS-REPORT-LINEA              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY DATECNV.

       01  WS-STATUS-AREA.
           05  WS-PARM-STATUS            PIC XX.
               88  WS-PARM-OK                VALUE '00'.
           05  WS-EXTRACT-STATUS         PIC XX.
               88  WS-EXTRACT-OK             VALUE '00'.
           05  WS-REPORT-STATUS          PIC XX.
               88  WS-REPORT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FLAG-FINE-MOVIMENTI    PIC X       VALUE 'N'.
               88  WS-FINE-MOVIMENTI         VALUE 'S'.
           05  WS-FLAG-FILE-APERTI       PIC X       VALUE 'N'.
               88  WS-FILE-APERTI            VALUE 'S'.
           05  WS-FLAG-DATA-VALIDA       PIC X       VALUE 'N'.
               88  WS-DATA-VALIDA            VALUE 'S'.
           05  WS-FLAG-POSIZIONE         PIC X       VALUE 'N'.
               88  WS-POSIZIONE-TROVATA      VALUE 'S'.
           05  WS-FLAG-ANOM-SATURA       PIC X       VALUE 'N'.
               88  WS-ANOM-SATURA            VALUE 'S'.

      *    DATA DI RIFERIMENTO E LIMITI DELLE FASCE, IN GIORNI ASSOLUTI
      *    (INTEGER-OF-DATE) PER IL CONFRONTO CON LA SCADENZA.
       01  WS-RIFERIMENTO.
           05  WS-DATA-RIFERIMENTO       PIC 9(6)    VALUE ZERO.
           05  WS-DATA-RIF-8             PIC 9(8)    VALUE ZERO.
           05  WS-INT-RIFERIMENTO        PIC 9(9)    COMP VALUE ZERO.
           05  WS-INT-LIMITE-3M          PIC 9(9)    COMP VALUE ZERO.
           05  WS-INT-LIMITE-12M         PIC 9(9)    COMP VALUE ZERO.

      *    AREA DI LAVORO PER LA VALIDAZIONE DELLE DATE E PER LO
      *    SPOSTAMENTO DI N MESI DELLA DATA DI RIFERIMENTO.
       01  WS-CALC-DATA.
           05  WS-DT-AAMMGG              PIC X(6).
           05  WS-DT-AAMMGG-R REDEFINES WS-DT-AAMMGG.
               10  WS-DT-AA              PIC 99.
               10  WS-DT-MM              PIC 99.
               10  WS-DT-GG              PIC 99.
           05  WS-DT-DATA-8              PIC 9(8).
           05  WS-DT-DATA-8-R REDEFINES WS-DT-DATA-8.
               10  WS-DT8-AAAA           PIC 9(4).
               10  WS-DT8-MM             PIC 99.
               10  WS-DT8-GG             PIC 99.
           05  WS-DT-GG-MAX              PIC 99.
           05  WS-DT-QUOZIENTE           PIC 9(6)    COMP.
           05  WS-DT-RESTO-4             PIC 9(4)    COMP.
           05  WS-DT-RESTO-100           PIC 9(4)    COMP.
           05  WS-DT-RESTO-400           PIC 9(4)    COMP.
           05  WS-DT-MESI-TOTALI         PIC 9(7)    COMP.
           05  WS-DT-MESI-DA-AGGIUNGERE  PIC 9(3)    COMP.
           05  WS-DT-MESE-RESTO          PIC 9(2)    COMP.

       01  WS-TABELLA-GIORNI-MESE.
           05  FILLER                    PIC X(24)   VALUE
               "312831303130313130313031".
       01  WS-GIORNI-MESE-R REDEFINES WS-TABELLA-GIORNI-MESE.
           05  WS-GIORNI-MESE            PIC 99      OCCURS 12.

      *    MOVIMENTO CORRENTE.
       01  WS-MOVIMENTO-CORRENTE.
           05  WS-MOV-DATA-SCELTA        PIC X(6).
           05  WS-MOV-CAMPO-SCELTO       PIC X(7).
           05  WS-MOV-INT-SCADENZA       PIC 9(9)    COMP.
           05  WS-MOV-GIORNI             PIC S9(9)   COMP.
           05  WS-MOV-FASCIA             PIC 9       COMP.
           05  WS-MOV-MOTIVO             PIC X(24).

       01  WS-DESCR-FASCE.
           05  FILLER          PIC X(14) VALUE "SCADUTO".
           05  FILLER          PIC X(14) VALUE "FINO A 7 GG".
           05  FILLER          PIC X(14) VALUE "DA 8 A 30 GG".
           05  FILLER          PIC X(14) VALUE "FINO A 3 MESI".
           05  FILLER          PIC X(14) VALUE "DA 3 A 12 MESI".
           05  FILLER          PIC X(14) VALUE "OLTRE 1 ANNO".
       01  WS-DESCR-FASCE-R REDEFINES WS-DESCR-FASCE.
           05  WS-DESCR-FASCIA           PIC X(14)   OCCURS 6.

      *    TOTALI PER DIVISA DI ORIGINE E FASCIA, TENUTI IN ORDINE DI
      *    DIVISA PER LA STAMPA.
       01  WS-DIVISE-AREA.
           05  WS-DIV-MAX                PIC 9(4)    COMP VALUE 200.
           05  WS-DIV-CARICATE           PIC 9(4)    COMP VALUE ZERO.
           05  WS-DIV-IX                 PIC 9(4)    COMP VALUE ZERO.
           05  WS-DIV-SPOSTA-IX          PIC 9(4)    COMP VALUE ZERO.
           05  WS-DIV-TROVATA-IX         PIC 9(4)    COMP VALUE ZERO.
           05  WS-DIV-CERCATA            PIC 9(3).
           05  WS-DIV-TABELLA.
               10  WS-DIV-ELEM           OCCURS 200.
                   15  WS-DIV-CODICE     PIC 9(3).
                   15  WS-DIV-FASCIA     OCCURS 6.
                       20  WS-DIV-CONT-MOV   PIC 9(9)  COMP-3.
                       20  WS-DIV-LUNGA-IMP  COMP-2.
                       20  WS-DIV-LUNGA-CTV  COMP-2.
                       20  WS-DIV-CORTA-IMP  COMP-2.
                       20  WS-DIV-CORTA-CTV  COMP-2.

      *    RIEPILOGO GENERALE PER FASCIA, IN SOLO CONTROVALORE.
       01  WS-GENERALE-AREA.
           05  WS-GEN-FASCIA             OCCURS 6.
               10  WS-GEN-CONT-MOV       PIC 9(9)    COMP-3.
               10  WS-GEN-LUNGA-CTV      COMP-2.
               10  WS-GEN-CORTA-CTV      COMP-2.

       01  WS-STAMPA-LAVORO.
           05  WS-FAS-IX                 PIC 9(4)    COMP VALUE ZERO.
           05  WS-GAP-FASCIA             COMP-2.
           05  WS-GAP-CUMULATO           COMP-2.
           05  WS-TOT-CONT-MOV           PIC 9(9)    COMP-3.
           05  WS-TOT-LUNGA-IMP          COMP-2.
           05  WS-TOT-LUNGA-CTV          COMP-2.
           05  WS-TOT-CORTA-IMP          COMP-2.
           05  WS-TOT-CORTA-CTV          COMP-2.

      *    MOVIMENTI CON DATA DI SCADENZA ASSENTE O ERRATA.
       01  WS-ANOMALIE-AREA.
           05  WS-ANOM-MAX               PIC 9(4)    COMP VALUE 2000.
           05  WS-ANOM-CARICATE          PIC 9(4)    COMP VALUE ZERO.
           05  WS-ANOM-IX                PIC 9(4)    COMP VALUE ZERO.
           05  WS-ANOM-TABELLA.
               10  WS-ANOM-ELEM          OCCURS 2000.
                   15  WS-ANOM-IST       PIC 9(2).
                   15  WS-ANOM-PARTITA   PIC 9(9).
                   15  WS-ANOM-DETT      PIC 9.
                   15  WS-ANOM-DIV       PIC 9(3).
                   15  WS-ANOM-IMP       COMP-2.
                   15  WS-ANOM-CTV       COMP-2.
                   15  WS-ANOM-SCADAT    PIC X(6).
                   15  WS-ANOM-SCADDAT   PIC X(6).
                   15  WS-ANOM-VALDAT    PIC X(6).
                   15  WS-ANOM-MOTIVO    PIC X(24).

       01  WS-CONTATORI.
           05  WS-CONT-LETTI             PIC 9(9)    COMP-3 VALUE ZERO.
           05  WS-CONT-COLLOCATI         PIC 9(9)    COMP-3 VALUE ZERO.
           05  WS-CONT-ANOMALI           PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-DA-VALDAT         PIC 9(7)    COMP-3 VALUE ZERO.

       01  WS-INTESTAZIONE-1.
           05  FILLER          PIC X(56) VALUE
               "SCADENZIARIO POSIZIONI IN DIVISA (SCARICO MATRIX) AL ".
           05  WS-INT-DATA-RIF PIC X(10).

       01  WS-INTESTAZIONE-2.
           05  FILLER          PIC X(14) VALUE "FASCIA".
           05  FILLER          PIC X(8)  VALUE "  MOVIM.".
           05  FILLER          PIC X(17) VALUE "     LUNGHE IMP.".
           05  FILLER          PIC X(17) VALUE "     LUNGHE CTV".
           05  FILLER          PIC X(17) VALUE "      CORTE IMP.".
           05  FILLER          PIC X(17) VALUE "      CORTE CTV".
           05  FILLER          PIC X(17) VALUE "    GAP FASCIA".
           05  FILLER          PIC X(17) VALUE "    GAP CUMULATO".

       01  WS-RIGA-DIVISA.
           05  FILLER          PIC X(9)  VALUE "DIVISA = ".
           05  WS-RDV-DIV      PIC 9(3).
           05  FILLER          PIC X(40) VALUE
               "   (GAP IN DIVISA: LUNGHE + CORTE IMP.)".

       01  WS-RIGA-FASCIA.
           05  WS-RF-FASCIA              PIC X(14).
           05  WS-RF-MOV                 PIC ZZZ.ZZ9.
           05  FILLER                    PIC X     VALUE " ".
           05  WS-RF-LUNGA-IMP           PIC -Z(12)9,99.
           05  WS-RF-LUNGA-CTV           PIC -Z(12)9,99.
           05  WS-RF-CORTA-IMP           PIC -Z(12)9,99.
           05  WS-RF-CORTA-CTV           PIC -Z(12)9,99.
           05  WS-RF-GAP                 PIC -Z(12)9,99.
           05  WS-RF-GAP-CUM             PIC -Z(12)9,99.

       01  WS-RIGA-TITOLO-GENERALE.
           05  FILLER          PIC X(60) VALUE
               "RIEPILOGO GENERALE IN CONTROVALORE (TUTTE LE DIVISE)".

       01  WS-INTESTAZIONE-GENERALE.
           05  FILLER          PIC X(14) VALUE "FASCIA".
           05  FILLER          PIC X(8)  VALUE "  MOVIM.".
           05  FILLER          PIC X(17) VALUE "     LUNGHE CTV".
           05  FILLER          PIC X(17) VALUE "      CORTE CTV".
           05  FILLER          PIC X(17) VALUE "    GAP FASCIA".
           05  FILLER          PIC X(17) VALUE "    GAP CUMULATO".

       01  WS-RIGA-GENERALE.
           05  WS-RGE-FASCIA             PIC X(14).
           05  WS-RGE-MOV                PIC ZZZ.ZZ9.
           05  FILLER                    PIC X     VALUE " ".
           05  WS-RGE-LUNGA-CTV          PIC -Z(12)9,99.
           05  WS-RGE-CORTA-CTV          PIC -Z(12)9,99.
           05  WS-RGE-GAP                PIC -Z(12)9,99.
           05  WS-RGE-GAP-CUM            PIC -Z(12)9,99.

       01  WS-RIGA-TITOLO-ANOMALIE.
           05  FILLER          PIC X(60) VALUE
               "MOVIMENTI CON DATA DI SCADENZA ASSENTE O ERRATA".

       01  WS-INTESTAZIONE-ANOMALIE.
           05  FILLER          PIC X(15) VALUE "IST/PARTITA-D".
           05  FILLER          PIC X(4)  VALUE "DIV".
           05  FILLER          PIC X(17) VALUE "    IMPORTO DIV.".
           05  FILLER          PIC X(17) VALUE "             CTV".
           05  FILLER          PIC X(8)  VALUE "  SCADAT".
           05  FILLER          PIC X(8)  VALUE " SCADDAT".
           05  FILLER          PIC X(8)  VALUE "  VALDAT".
           05  FILLER          PIC X(24) VALUE "  MOTIVO".

       01  WS-RIGA-ANOMALIA.
           05  WS-RA-IST                 PIC 9(2).
           05  FILLER                    PIC X     VALUE "/".
           05  WS-RA-PARTITA             PIC 9(9).
           05  FILLER                    PIC X     VALUE "-".
           05  WS-RA-DETT                PIC 9.
           05  FILLER                    PIC X     VALUE " ".
           05  WS-RA-DIV                 PIC 9(3).
           05  WS-RA-IMP                 PIC -Z(12)9,99.
           05  WS-RA-CTV                 PIC -Z(12)9,99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-RA-SCADAT              PIC X(6).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-RA-SCADDAT             PIC X(6).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-RA-VALDAT              PIC X(6).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-RA-MOTIVO              PIC X(24).

       01  WS-RIGA-TOTALI.
           05  FILLER          PIC X(18) VALUE "TOTALI: MOVIMENTI=".
           05  WS-RT-LETTI     PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(12) VALUE "  COLLOCATI=".
           05  WS-RT-COLLOCATI PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(19) VALUE "  DI CUI SU VALDAT=".
           05  WS-RT-DA-VALDAT PIC ZZZ.ZZ9.
           05  FILLER          PIC X(18) VALUE "  DATA ASSENTE/ER=".
           05  WS-RT-ANOMALI   PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *  0000-MAINLINE : PARAGRAFO PRINCIPALE                          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA
               THRU 1000-INIZIALIZZA-EXIT.
           PERFORM 2000-COLLOCA-MOVIMENTO
               THRU 2000-COLLOCA-MOVIMENTO-EXIT
               UNTIL WS-FINE-MOVIMENTI.
           IF WS-FILE-APERTI
               PERFORM 3000-STAMPA-SCADENZIARIO
                   THRU 3000-STAMPA-SCADENZIARIO-EXIT
               PERFORM 4000-STAMPA-GENERALE
                   THRU 4000-STAMPA-GENERALE-EXIT
               PERFORM 5000-STAMPA-ANOMALIE
                   THRU 5000-STAMPA-ANOMALIE-EXIT
           END-IF.
           PERFORM 9000-TERMINA
               THRU 9000-TERMINA-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *  1000-INIZIALIZZA : LEGGE LA DATA DI RIFERIMENTO, CALCOLA I    *
      *  LIMITI DELLE FASCE, APRE I FILE E STAMPA LE INTESTAZIONI      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           MOVE ZERO TO MTRS-PARM-DATA-RIF.
           OPEN INPUT MTRS-PARM.
           IF WS-PARM-OK
               READ MTRS-PARM
                   AT END
                       MOVE ZERO TO MTRS-PARM-DATA-RIF
               END-READ
           END-IF.
           CLOSE MTRS-PARM.

           IF MTRS-PARM-DATA-RIF NUMERIC AND
              MTRS-PARM-DATA-RIF NOT = ZERO
               MOVE MTRS-PARM-DATA-RIF TO WS-DATA-RIFERIMENTO
           ELSE
               ACCEPT WS-DATA-RIFERIMENTO FROM DATE
           END-IF.

           MOVE WS-DATA-RIFERIMENTO TO WS-DT-AAMMGG.
           PERFORM 8200-VALIDA-DATA
               THRU 8200-VALIDA-DATA-EXIT.
           IF NOT WS-DATA-VALIDA
               DISPLAY "CC1MTRS - DATA DI RIFERIMENTO ERRATA: "
                       WS-DATA-RIFERIMENTO
               MOVE "S" TO WS-FLAG-FINE-MOVIMENTI
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.
           MOVE WS-DT-DATA-8 TO WS-DATA-RIF-8.
           COMPUTE WS-INT-RIFERIMENTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-RIF-8).

      *    LIMITI DI 3 E 12 MESI: STESSO GIORNO DEL MESE, RIPORTATO
      *    ALL'ULTIMO GIORNO SE IL MESE DI ARRIVO E' PIU' CORTO.
           MOVE 3 TO WS-DT-MESI-DA-AGGIUNGERE.
           PERFORM 8300-AGGIUNGI-MESI
               THRU 8300-AGGIUNGI-MESI-EXIT.
           COMPUTE WS-INT-LIMITE-3M =
               FUNCTION INTEGER-OF-DATE(WS-DT-DATA-8).
           MOVE 12 TO WS-DT-MESI-DA-AGGIUNGERE.
           PERFORM 8300-AGGIUNGI-MESI
               THRU 8300-AGGIUNGI-MESI-EXIT.
           COMPUTE WS-INT-LIMITE-12M =
               FUNCTION INTEGER-OF-DATE(WS-DT-DATA-8).

           OPEN INPUT MATRIX-EXTRACT.
           IF NOT WS-EXTRACT-OK
               DISPLAY "CC1MTRS - ERRORE APERTURA MATRIX-EXTRACT "
                       WS-EXTRACT-STATUS
               MOVE "S" TO WS-FLAG-FINE-MOVIMENTI
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.

           MOVE ZERO TO WS-FAS-IX.
           PERFORM 1100-AZZERA-GENERALE
               THRU 1100-AZZERA-GENERALE-EXIT
               UNTIL WS-FAS-IX >= 6.

           OPEN OUTPUT MTRS-REPORT.
           MOVE "S" TO WS-FLAG-FILE-APERTI.
           MOVE WS-DATA-RIFERIMENTO TO DATECNV-INPUT-6.
           PERFORM 8100-FORMATTA-DATA
               THRU 8100-FORMATTA-DATA-EXIT.
           MOVE DATECNV-OUTPUT-10 TO WS-INT-DATA-RIF.
           MOVE WS-INTESTAZIONE-1 TO MTRS-REPORT-LINEA.
           WRITE MTRS-REPORT-LINEA.

           PERFORM 2100-LEGGI-MOVIMENTO
               THRU 2100-LEGGI-MOVIMENTO-EXIT.
       1000-INIZIALIZZA-EXIT.
           EXIT.

       1100-AZZERA-GENERALE.
           ADD 1 TO WS-FAS-IX.
           MOVE ZERO TO WS-GEN-CONT-MOV(WS-FAS-IX).
           MOVE ZERO TO WS-GEN-LUNGA-CTV(WS-FAS-IX).
           MOVE ZERO TO WS-GEN-CORTA-CTV(WS-FAS-IX).
       1100-AZZERA-GENERALE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-COLLOCA-MOVIMENTO : SCEGLIE LA DATA DI SCADENZA DEL      *
      *  MOVIMENTO, NE DETERMINA LA FASCIA E LO TOTALIZZA SULLA SUA    *
      *  DIVISA; CON DATA ASSENTE O ERRATA LO METTE TRA LE ANOMALIE    *
      *----------------------------------------------------------------*
       2000-COLLOCA-MOVIMENTO.
           PERFORM 2200-SCEGLI-DATA
               THRU 2200-SCEGLI-DATA-EXIT.
           IF WS-MOV-CAMPO-SCELTO = SPACES
               MOVE "DATE DI SCADENZA ASSENTI" TO WS-MOV-MOTIVO
               PERFORM 2500-REGISTRA-ANOMALIA
                   THRU 2500-REGISTRA-ANOMALIA-EXIT
               GO TO 2000-COLLOCA-MOVIMENTO-LEGGI
           END-IF.

           MOVE WS-MOV-DATA-SCELTA TO WS-DT-AAMMGG.
           PERFORM 8200-VALIDA-DATA
               THRU 8200-VALIDA-DATA-EXIT.
           IF NOT WS-DATA-VALIDA
               MOVE SPACES TO WS-MOV-MOTIVO
               STRING WS-MOV-CAMPO-SCELTO DELIMITED BY SPACE
                      " ERRATA"           DELIMITED BY SIZE
                      INTO WS-MOV-MOTIVO
               PERFORM 2500-REGISTRA-ANOMALIA
                   THRU 2500-REGISTRA-ANOMALIA-EXIT
               GO TO 2000-COLLOCA-MOVIMENTO-LEGGI
           END-IF.
           IF WS-MOV-CAMPO-SCELTO = "VALDAT"
               ADD 1 TO WS-CONT-DA-VALDAT
           END-IF.

           COMPUTE WS-MOV-INT-SCADENZA =
               FUNCTION INTEGER-OF-DATE(WS-DT-DATA-8).
           COMPUTE WS-MOV-GIORNI =
               WS-MOV-INT-SCADENZA - WS-INT-RIFERIMENTO.
           EVALUATE TRUE
               WHEN WS-MOV-GIORNI < 0
                   MOVE 1 TO WS-MOV-FASCIA
               WHEN WS-MOV-GIORNI NOT > 7
                   MOVE 2 TO WS-MOV-FASCIA
               WHEN WS-MOV-GIORNI NOT > 30
                   MOVE 3 TO WS-MOV-FASCIA
               WHEN WS-MOV-INT-SCADENZA NOT > WS-INT-LIMITE-3M
                   MOVE 4 TO WS-MOV-FASCIA
               WHEN WS-MOV-INT-SCADENZA NOT > WS-INT-LIMITE-12M
                   MOVE 5 TO WS-MOV-FASCIA
               WHEN OTHER
                   MOVE 6 TO WS-MOV-FASCIA
           END-EVALUATE.

           MOVE DIV-ORIG OF MTRS-MOV-REC TO WS-DIV-CERCATA.
           PERFORM 8400-CERCA-DIVISA
               THRU 8400-CERCA-DIVISA-EXIT.
           IF WS-DIV-TROVATA-IX = ZERO
               GO TO 2000-COLLOCA-MOVIMENTO-LEGGI
           END-IF.
           PERFORM 2300-TOTALIZZA
               THRU 2300-TOTALIZZA-EXIT.

       2000-COLLOCA-MOVIMENTO-LEGGI.
           PERFORM 2100-LEGGI-MOVIMENTO
               THRU 2100-LEGGI-MOVIMENTO-EXIT.
       2000-COLLOCA-MOVIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-LEGGI-MOVIMENTO : LETTURA SEQUENZIALE PROSSIMO MOVIMENTO;*
      *  IL RECORD DI TOTALI DI CODA VIENE SCAVALCATO                  *
      *----------------------------------------------------------------*
       2100-LEGGI-MOVIMENTO.
           READ MATRIX-EXTRACT
               AT END
                   MOVE "S" TO WS-FLAG-FINE-MOVIMENTI
                   GO TO 2100-LEGGI-MOVIMENTO-EXIT
           END-READ.
           IF MTRS-TRLIN-MARCA = "TOTALI999"
               GO TO 2100-LEGGI-MOVIMENTO
           END-IF.
           ADD 1 TO WS-CONT-LETTI.
       2100-LEGGI-MOVIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-SCEGLI-DATA : PRIMA DATA VALORIZZATA TRA SCADAT, SCADDAT *
      *  E VALDAT (NE' SPAZI NE' ZERI); SPAZI = NESSUNA DATA           *
      *----------------------------------------------------------------*
       2200-SCEGLI-DATA.
           MOVE SPACES TO WS-MOV-DATA-SCELTA.
           MOVE SPACES TO WS-MOV-CAMPO-SCELTO.
           IF SCADAT OF MTRS-MOV-REC NOT = SPACES AND
              SCADAT OF MTRS-MOV-REC NOT = "000000"
               MOVE SCADAT OF MTRS-MOV-REC  TO WS-MOV-DATA-SCELTA
               MOVE "SCADAT"                TO WS-MOV-CAMPO-SCELTO
               GO TO 2200-SCEGLI-DATA-EXIT
           END-IF.
           IF SCADDAT OF MTRS-MOV-REC NOT = SPACES AND
              SCADDAT OF MTRS-MOV-REC NOT = "000000"
               MOVE SCADDAT OF MTRS-MOV-REC TO WS-MOV-DATA-SCELTA
               MOVE "SCADDAT"               TO WS-MOV-CAMPO-SCELTO
               GO TO 2200-SCEGLI-DATA-EXIT
           END-IF.
           IF VALDAT OF MTRS-MOV-REC NOT = SPACES AND
              VALDAT OF MTRS-MOV-REC NOT = "000000"
               MOVE VALDAT OF MTRS-MOV-REC  TO WS-MOV-DATA-SCELTA
               MOVE "VALDAT"                TO WS-MOV-CAMPO-SCELTO
           END-IF.
       2200-SCEGLI-DATA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-TOTALIZZA : SOMMA IL MOVIMENTO SULLA FASCIA DELLA SUA    *
      *  DIVISA E SUL RIEPILOGO GENERALE, COME POSIZIONE LUNGA (IMP    *
      *  NON NEGATIVO) O CORTA (IMP NEGATIVO)                          *
      *----------------------------------------------------------------*
       2300-TOTALIZZA.
           ADD 1 TO WS-CONT-COLLOCATI.
           ADD 1 TO WS-DIV-CONT-MOV(WS-DIV-TROVATA-IX, WS-MOV-FASCIA).
           ADD 1 TO WS-GEN-CONT-MOV(WS-MOV-FASCIA).
           IF IMP OF MTRS-MOV-REC < ZERO
               ADD IMP OF MTRS-MOV-REC
                   TO WS-DIV-CORTA-IMP(WS-DIV-TROVATA-IX, WS-MOV-FASCIA)
               ADD CTV OF MTRS-MOV-REC
                   TO WS-DIV-CORTA-CTV(WS-DIV-TROVATA-IX, WS-MOV-FASCIA)
               ADD CTV OF MTRS-MOV-REC
                   TO WS-GEN-CORTA-CTV(WS-MOV-FASCIA)
           ELSE
               ADD IMP OF MTRS-MOV-REC
                   TO WS-DIV-LUNGA-IMP(WS-DIV-TROVATA-IX, WS-MOV-FASCIA)
               ADD CTV OF MTRS-MOV-REC
                   TO WS-DIV-LUNGA-CTV(WS-DIV-TROVATA-IX, WS-MOV-FASCIA)
               ADD CTV OF MTRS-MOV-REC
                   TO WS-GEN-LUNGA-CTV(WS-MOV-FASCIA)
           END-IF.
       2300-TOTALIZZA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-REGISTRA-ANOMALIA : CONSERVA IL MOVIMENTO PRIVO DI UNA   *
      *  DATA DI SCADENZA UTILIZZABILE PER L'ELENCO FINALE             *
      *----------------------------------------------------------------*
       2500-REGISTRA-ANOMALIA.
           ADD 1 TO WS-CONT-ANOMALI.
           IF WS-ANOM-CARICATE >= WS-ANOM-MAX
               IF NOT WS-ANOM-SATURA
                   DISPLAY "CC1MTRS - TABELLA ANOMALIE SATURA, "
                           "ELENCO INCOMPLETO"
                   MOVE "S" TO WS-FLAG-ANOM-SATURA
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO 2500-REGISTRA-ANOMALIA-EXIT
           END-IF.

           ADD 1 TO WS-ANOM-CARICATE.
           MOVE WS-ANOM-CARICATE TO WS-ANOM-IX.
           MOVE MECCDW09-IST OF MTRS-MOV-REC TO WS-ANOM-IST(WS-ANOM-IX).
           MOVE MECCDW09-PARTITA OF MTRS-MOV-REC
               TO WS-ANOM-PARTITA(WS-ANOM-IX).
           MOVE DETT OF MTRS-MOV-REC     TO WS-ANOM-DETT(WS-ANOM-IX).
           MOVE DIV-ORIG OF MTRS-MOV-REC TO WS-ANOM-DIV(WS-ANOM-IX).
           MOVE IMP OF MTRS-MOV-REC      TO WS-ANOM-IMP(WS-ANOM-IX).
           MOVE CTV OF MTRS-MOV-REC      TO WS-ANOM-CTV(WS-ANOM-IX).
           MOVE SCADAT OF MTRS-MOV-REC   TO WS-ANOM-SCADAT(WS-ANOM-IX).
           MOVE SCADDAT OF MTRS-MOV-REC  TO WS-ANOM-SCADDAT(WS-ANOM-IX).
           MOVE VALDAT OF MTRS-MOV-REC   TO WS-ANOM-VALDAT(WS-ANOM-IX).
           MOVE WS-MOV-MOTIVO            TO WS-ANOM-MOTIVO(WS-ANOM-IX).
       2500-REGISTRA-ANOMALIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-STAMPA-SCADENZIARIO : PER OGNI DIVISA, IN ORDINE DI      *
      *  CODICE, LE SEI FASCE CON GAP E GAP CUMULATO IN DIVISA, POI IL *
      *  TOTALE DELLA DIVISA                                           *
      *----------------------------------------------------------------*
       3000-STAMPA-SCADENZIARIO.
           MOVE 1 TO WS-DIV-IX.
           PERFORM 3100-STAMPA-DIVISA
               THRU 3100-STAMPA-DIVISA-EXIT
               UNTIL WS-DIV-IX > WS-DIV-CARICATE.
       3000-STAMPA-SCADENZIARIO-EXIT.
           EXIT.

       3100-STAMPA-DIVISA.
           MOVE SPACES TO MTRS-REPORT-LINEA.
           WRITE MTRS-REPORT-LINEA.
           MOVE WS-DIV-CODICE(WS-DIV-IX) TO WS-RDV-DIV.
           MOVE WS-RIGA-DIVISA TO MTRS-REPORT-LINEA.
           WRITE MTRS-REPORT-LINEA.
           MOVE WS-INTESTAZIONE-2 TO MTRS-REPORT-LINEA.
           WRITE MTRS-REPORT-LINEA.

           MOVE ZERO TO WS-GAP-CUMULATO.
           MOVE ZERO TO WS-TOT-CONT-MOV.
           MOVE ZERO TO WS-TOT-LUNGA-IMP.
           MOVE ZERO TO WS-TOT-LUNGA-CTV.
           MOVE ZERO TO WS-TOT-CORTA-IMP.
           MOVE ZERO TO WS-TOT-CORTA-CTV.
           MOVE 1 TO WS-FAS-IX.
           PERFORM 3200-STAMPA-FASCIA-DIVISA
               THRU 3200-STAMPA-FASCIA-DIVISA-EXIT
               UNTIL WS-FAS-IX > 6.

           MOVE "TOTALE DIVISA"  TO WS-RF-FASCIA.
           MOVE WS-TOT-CONT-MOV  TO WS-RF-MOV.
           COMPUTE WS-RF-LUNGA-IMP ROUNDED = WS-TOT-LUNGA-IMP.
           COMPUTE WS-RF-LUNGA-CTV ROUNDED = WS-TOT-LUNGA-CTV.
           COMPUTE WS-RF-CORTA-IMP ROUNDED = WS-TOT-CORTA-IMP.
           COMPUTE WS-RF-CORTA-CTV ROUNDED = WS-TOT-CORTA-CTV.
           COMPUTE WS-RF-GAP ROUNDED = WS-GAP-CUMULATO.
           COMPUTE WS-RF-GAP-CUM ROUNDED = WS-GAP-CUMULATO.
           MOVE WS-RIGA-FASCIA TO MTRS-REPORT-LINEA.
           WRITE MTRS-REPORT-LINEA.
           ADD 1 TO WS-DIV-IX.
       3100-STAMPA-DIVISA-EXIT.
           EXIT.

       3200-STAMPA-FASCIA-DIVISA.
           COMPUTE WS-GAP-FASCIA =
               WS-DIV-LUNGA-IMP(WS-DIV-IX, WS-FAS-IX) +
               WS-DIV-CORTA-IMP(WS-DIV-IX, WS-FAS-IX).
           ADD WS-GAP-FASCIA TO WS-GAP-CUMULATO.
           ADD WS-DIV-CONT-MOV(WS-DIV-IX, WS-FAS-IX) TO WS-TOT-CONT-MOV.
           ADD WS-DIV-LUNGA-IMP(WS-DIV-IX, WS-FAS-IX)
               TO WS-TOT-LUNGA-IMP.
           ADD WS-DIV-LUNGA-CTV(WS-DIV-IX, WS-FAS-IX)
               TO WS-TOT-LUNGA-CTV.
           ADD WS-DIV-CORTA-IMP(WS-DIV-IX, WS-FAS-IX)
               TO WS-TOT-CORTA-IMP.
           ADD WS-DIV-CORTA-CTV(WS-DIV-IX, WS-FAS-IX)
               TO WS-TOT-CORTA-CTV.

           MOVE WS-DESCR-FASCIA(WS-FAS-IX) TO WS-RF-FASCIA.
           MOVE WS-DIV-CONT-MOV(WS-DIV-IX, WS-FAS-IX) TO WS-RF-MOV.
           COMPUTE WS-RF-LUNGA-IMP ROUNDED =
               WS-DIV-LUNGA-IMP(WS-DIV-IX, WS-FAS-IX).
           COMPUTE WS-RF-LUNGA-CTV ROUNDED =
               WS-DIV-LUNGA-CTV(WS-DIV-IX, WS-FAS-IX).
           COMPUTE WS-RF-CORTA-IMP ROUNDED =
               WS-DIV-CORTA-IMP(WS-DIV-IX, WS-FAS-IX).
           COMPUTE WS-RF-CORTA-CTV ROUNDED =
               WS-DIV-CORTA-CTV(WS-DIV-IX, WS-FAS-IX).
           COMPUTE WS-RF-GAP ROUNDED = WS-GAP-FASCIA.
           COMPUTE WS-RF-GAP-CUM ROUNDED = WS-GAP-CUMULATO.
           MOVE WS-RIGA-FASCIA TO MTRS-REPORT-LINEA.
           WRITE MTRS-REPORT-LINEA.
           ADD 1 TO WS-FAS-IX.
       3200-STAMPA-FASCIA-DIVISA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-STAMPA-GENERALE : FASCE DI TUTTE LE DIVISE SOMMATE IN    *
      *  CONTROVALORE, CON GAP E GAP CUMULATO                          *
      *----------------------------------------------------------------*
       4000-STAMPA-GENERALE.
           MOVE SPACES TO MTRS-REPORT-LINEA.
           WRITE MTRS-REPORT-LINEA.
           MOVE WS-RIGA-TITOLO-GENERALE TO MTRS-REPORT-LINEA.
           WRITE MTRS-REPORT-LINEA.
           MOVE WS-INTESTAZIONE-GENERALE TO MTRS-REPORT-LINEA.
           WRITE MTRS-REPORT-LINEA.

           MOVE ZERO TO WS-GAP-CUMULATO.
           MOVE 1 TO WS-FAS-IX.
           PERFORM 4100-STAMPA-FASCIA-GENERALE
               THRU 4100-STAMPA-FASCIA-GENERALE-EXIT
               UNTIL WS-FAS-IX > 6.

           MOVE SPACES TO MTRS-REPORT-LINEA.
           WRITE MTRS-REPORT-LINEA.
           MOVE WS-CONT-LETTI     TO WS-RT-LETTI.
           MOVE WS-CONT-COLLOCATI TO WS-RT-COLLOCATI.
           MOVE WS-CONT-DA-VALDAT TO WS-RT-DA-VALDAT.
           MOVE WS-CONT-ANOMALI   TO WS-RT-ANOMALI.
           MOVE WS-RIGA-TOTALI TO MTRS-REPORT-LINEA.
           WRITE MTRS-REPORT-LINEA.
       4000-STAMPA-GENERALE-EXIT.
           EXIT.

       4100-STAMPA-FASCIA-GENERALE.
           COMPUTE WS-GAP-FASCIA =
               WS-GEN-LUNGA-CTV(WS-FAS-IX) +
               WS-GEN-CORTA-CTV(WS-FAS-IX).
           ADD WS-GAP-FASCIA TO WS-GAP-CUMULATO.
           MOVE WS-DESCR-FASCIA(WS-FAS-IX)  TO WS-RGE-FASCIA.
           MOVE WS-GEN-CONT-MOV(WS-FAS-IX)  TO WS-RGE-MOV.
           COMPUTE WS-RGE-LUNGA-CTV ROUNDED =
               WS-GEN-LUNGA-CTV(WS-FAS-IX).
           COMPUTE WS-RGE-CORTA-CTV ROUNDED =
               WS-GEN-CORTA-CTV(WS-FAS-IX).
           COMPUTE WS-RGE-GAP ROUNDED = WS-GAP-FASCIA.
           COMPUTE WS-RGE-GAP-CUM ROUNDED = WS-GAP-CUMULATO.
           MOVE WS-RIGA-GENERALE TO MTRS-REPORT-LINEA.
           WRITE MTRS-REPORT-LINEA.
           ADD 1 TO WS-FAS-IX.
       4100-STAMPA-FASCIA-GENERALE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-STAMPA-ANOMALIE : ELENCO DEI MOVIMENTI NON COLLOCATI PER *
      *  DATA DI SCADENZA ASSENTE O ERRATA                             *
      *----------------------------------------------------------------*
       5000-STAMPA-ANOMALIE.
           MOVE SPACES TO MTRS-REPORT-LINEA.
           WRITE MTRS-REPORT-LINEA.
           MOVE WS-RIGA-TITOLO-ANOMALIE TO MTRS-REPORT-LINEA.
           WRITE MTRS-REPORT-LINEA.

           IF WS-CONT-ANOMALI = ZERO
               MOVE "  *** NESSUN MOVIMENTO ***" TO MTRS-REPORT-LINEA
               WRITE MTRS-REPORT-LINEA
               GO TO 5000-STAMPA-ANOMALIE-EXIT
           END-IF.

           MOVE WS-INTESTAZIONE-ANOMALIE TO MTRS-REPORT-LINEA.
           WRITE MTRS-REPORT-LINEA.
           MOVE 1 TO WS-ANOM-IX.
           PERFORM 5100-STAMPA-ANOMALIA
               THRU 5100-STAMPA-ANOMALIA-EXIT
               UNTIL WS-ANOM-IX > WS-ANOM-CARICATE.
       5000-STAMPA-ANOMALIE-EXIT.
           EXIT.

       5100-STAMPA-ANOMALIA.
           MOVE WS-ANOM-IST(WS-ANOM-IX)     TO WS-RA-IST.
           MOVE WS-ANOM-PARTITA(WS-ANOM-IX) TO WS-RA-PARTITA.
           MOVE WS-ANOM-DETT(WS-ANOM-IX)    TO WS-RA-DETT.
           MOVE WS-ANOM-DIV(WS-ANOM-IX)     TO WS-RA-DIV.
           COMPUTE WS-RA-IMP ROUNDED = WS-ANOM-IMP(WS-ANOM-IX).
           COMPUTE WS-RA-CTV ROUNDED = WS-ANOM-CTV(WS-ANOM-IX).
           MOVE WS-ANOM-SCADAT(WS-ANOM-IX)  TO WS-RA-SCADAT.
           MOVE WS-ANOM-SCADDAT(WS-ANOM-IX) TO WS-RA-SCADDAT.
           MOVE WS-ANOM-VALDAT(WS-ANOM-IX)  TO WS-RA-VALDAT.
           MOVE WS-ANOM-MOTIVO(WS-ANOM-IX)  TO WS-RA-MOTIVO.
           MOVE WS-RIGA-ANOMALIA TO MTRS-REPORT-LINEA.
           WRITE MTRS-REPORT-LINEA.
           ADD 1 TO WS-ANOM-IX.
       5100-STAMPA-ANOMALIA-EXIT.
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
      *  8200-VALIDA-DATA : VERIFICA LA DATA AAMMGG IN WS-DT-AAMMGG E, *
      *  SE VALIDA, LA ESPANDE IN WS-DT-DATA-8 (AAAAMMGG) CON LA       *
      *  FINESTRA SECOLO 00-49 = 20XX                                  *
      *----------------------------------------------------------------*
       8200-VALIDA-DATA.
           MOVE "N" TO WS-FLAG-DATA-VALIDA.
           IF WS-DT-AAMMGG NOT NUMERIC
               GO TO 8200-VALIDA-DATA-EXIT
           END-IF.
           IF WS-DT-MM < 1 OR WS-DT-MM > 12 OR WS-DT-GG < 1
               GO TO 8200-VALIDA-DATA-EXIT
           END-IF.

           IF WS-DT-AA < 50
               COMPUTE WS-DT8-AAAA = 2000 + WS-DT-AA
           ELSE
               COMPUTE WS-DT8-AAAA = 1900 + WS-DT-AA
           END-IF.
           MOVE WS-DT-MM TO WS-DT8-MM.
           PERFORM 8250-GIORNI-DEL-MESE
               THRU 8250-GIORNI-DEL-MESE-EXIT.
           IF WS-DT-GG > WS-DT-GG-MAX
               GO TO 8200-VALIDA-DATA-EXIT
           END-IF.
           MOVE WS-DT-GG TO WS-DT8-GG.
           MOVE "S" TO WS-FLAG-DATA-VALIDA.
       8200-VALIDA-DATA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8250-GIORNI-DEL-MESE : NUMERO DI GIORNI DEL MESE WS-DT8-MM    *
      *  DELL'ANNO WS-DT8-AAAA, CON FEBBRAIO DEGLI ANNI BISESTILI      *
      *----------------------------------------------------------------*
       8250-GIORNI-DEL-MESE.
           MOVE WS-GIORNI-MESE(WS-DT8-MM) TO WS-DT-GG-MAX.
           IF WS-DT8-MM NOT = 2
               GO TO 8250-GIORNI-DEL-MESE-EXIT
           END-IF.
           DIVIDE WS-DT8-AAAA BY 4   GIVING WS-DT-QUOZIENTE
               REMAINDER WS-DT-RESTO-4.
           DIVIDE WS-DT8-AAAA BY 100 GIVING WS-DT-QUOZIENTE
               REMAINDER WS-DT-RESTO-100.
           DIVIDE WS-DT8-AAAA BY 400 GIVING WS-DT-QUOZIENTE
               REMAINDER WS-DT-RESTO-400.
           IF WS-DT-RESTO-4 = ZERO AND
              (WS-DT-RESTO-100 NOT = ZERO OR WS-DT-RESTO-400 = ZERO)
               MOVE 29 TO WS-DT-GG-MAX
           END-IF.
       8250-GIORNI-DEL-MESE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8300-AGGIUNGI-MESI : WS-DT-DATA-8 = DATA DI RIFERIMENTO PIU'  *
      *  WS-DT-MESI-DA-AGGIUNGERE MESI, CON IL GIORNO RIPORTATO ALLA   *
      *  FINE DEL MESE DI ARRIVO QUANDO QUESTO E' PIU' CORTO           *
      *----------------------------------------------------------------*
       8300-AGGIUNGI-MESI.
           MOVE WS-DATA-RIF-8 TO WS-DT-DATA-8.
           COMPUTE WS-DT-MESI-TOTALI =
               WS-DT8-AAAA * 12 + WS-DT8-MM - 1
               + WS-DT-MESI-DA-AGGIUNGERE.
           DIVIDE WS-DT-MESI-TOTALI BY 12 GIVING WS-DT-QUOZIENTE
               REMAINDER WS-DT-MESE-RESTO.
           MOVE WS-DT-QUOZIENTE TO WS-DT8-AAAA.
           COMPUTE WS-DT8-MM = WS-DT-MESE-RESTO + 1.
           PERFORM 8250-GIORNI-DEL-MESE
               THRU 8250-GIORNI-DEL-MESE-EXIT.
           IF WS-DT8-GG > WS-DT-GG-MAX
               MOVE WS-DT-GG-MAX TO WS-DT8-GG
           END-IF.
       8300-AGGIUNGI-MESI-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8400-CERCA-DIVISA : CERCA WS-DIV-CERCATA NELLA TABELLA DELLE  *
      *  DIVISE, TENUTA IN ORDINE DI CODICE, E SE MANCA LA INSERISCE   *
      *  NELLA SUA POSIZIONE. ZERO IN WS-DIV-TROVATA-IX = SATURA       *
      *----------------------------------------------------------------*
       8400-CERCA-DIVISA.
           MOVE ZERO TO WS-DIV-TROVATA-IX.
           MOVE "N"  TO WS-FLAG-POSIZIONE.
           MOVE 1    TO WS-DIV-IX.
           PERFORM 8410-AVANZA-RICERCA
               THRU 8410-AVANZA-RICERCA-EXIT
               UNTIL WS-DIV-IX > WS-DIV-CARICATE OR
                     WS-POSIZIONE-TROVATA.

           IF WS-POSIZIONE-TROVATA
               IF WS-DIV-CODICE(WS-DIV-IX) = WS-DIV-CERCATA
                   MOVE WS-DIV-IX TO WS-DIV-TROVATA-IX
                   GO TO 8400-CERCA-DIVISA-EXIT
               END-IF
           END-IF.

           IF WS-DIV-CARICATE >= WS-DIV-MAX
               DISPLAY "CC1MTRS - TABELLA DIVISE SATURA, MOVIMENTO "
                       "NON COLLOCATO: DIVISA " WS-DIV-CERCATA
               MOVE 8 TO RETURN-CODE
               GO TO 8400-CERCA-DIVISA-EXIT
           END-IF.

      *    INSERIMENTO: SCORRE DI UN POSTO GLI ELEMENTI SUCCESSIVI.
           MOVE WS-DIV-CARICATE TO WS-DIV-SPOSTA-IX.
           PERFORM 8420-SPOSTA-ELEMENTO
               THRU 8420-SPOSTA-ELEMENTO-EXIT
               UNTIL WS-DIV-SPOSTA-IX < WS-DIV-IX.
           ADD 1 TO WS-DIV-CARICATE.
           MOVE WS-DIV-CERCATA TO WS-DIV-CODICE(WS-DIV-IX).
           MOVE ZERO TO WS-FAS-IX.
           PERFORM 8430-AZZERA-FASCIA
               THRU 8430-AZZERA-FASCIA-EXIT
               UNTIL WS-FAS-IX >= 6.
           MOVE WS-DIV-IX TO WS-DIV-TROVATA-IX.
       8400-CERCA-DIVISA-EXIT.
           EXIT.

       8410-AVANZA-RICERCA.
           IF WS-DIV-CODICE(WS-DIV-IX) NOT < WS-DIV-CERCATA
               MOVE "S" TO WS-FLAG-POSIZIONE
           ELSE
               ADD 1 TO WS-DIV-IX
           END-IF.
       8410-AVANZA-RICERCA-EXIT.
           EXIT.

       8420-SPOSTA-ELEMENTO.
           MOVE WS-DIV-ELEM(WS-DIV-SPOSTA-IX)
               TO WS-DIV-ELEM(WS-DIV-SPOSTA-IX + 1).
           SUBTRACT 1 FROM WS-DIV-SPOSTA-IX.
       8420-SPOSTA-ELEMENTO-EXIT.
           EXIT.

       8430-AZZERA-FASCIA.
           ADD 1 TO WS-FAS-IX.
           MOVE ZERO TO WS-DIV-CONT-MOV(WS-DIV-IX, WS-FAS-IX).
           MOVE ZERO TO WS-DIV-LUNGA-IMP(WS-DIV-IX, WS-FAS-IX).
           MOVE ZERO TO WS-DIV-LUNGA-CTV(WS-DIV-IX, WS-FAS-IX).
           MOVE ZERO TO WS-DIV-CORTA-IMP(WS-DIV-IX, WS-FAS-IX).
           MOVE ZERO TO WS-DIV-CORTA-CTV(WS-DIV-IX, WS-FAS-IX).
       8430-AZZERA-FASCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9000-TERMINA : STAMPA CONTATORI, IMPOSTA IL RETURN-CODE E     *
      *  CHIUDE I FILE                                                 *
      *----------------------------------------------------------------*
       9000-TERMINA.
           IF WS-FILE-APERTI
               DISPLAY "CC1MTRS - MOVIMENTI LETTI      : "
                       WS-CONT-LETTI
               DISPLAY "CC1MTRS - MOVIMENTI COLLOCATI  : "
                       WS-CONT-COLLOCATI
               DISPLAY "CC1MTRS - DATA ASSENTE/ERRATA  : "
                       WS-CONT-ANOMALI

               IF WS-CONT-ANOMALI > ZERO AND
                  RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF

               CLOSE MATRIX-EXTRACT
               CLOSE MTRS-REPORT
           END-IF.
       9000-TERMINA-EXIT.
           EXIT.
