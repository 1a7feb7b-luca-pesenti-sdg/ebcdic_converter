      *================================================================*
      *  PROGRAM-ID    : CC1PUBR                                       *
      *  AUTORE        : UFFICIO SISTEMI - AREA TABELLE DI SISTEMA     *
      *  INSTALLAZIONE : DIREZIONE GENERALE - ELABORAZIONE DATI        *
      *  DATA-SCRITTURA: 15/10/2026                                    *
      *  DESCRIZIONE   : RISCONTRO DEI CARICAMENTI CAUSALI DELLE       *
      *                  FILIALI. LE CONFERME DI CARICAMENTO PUBBACK   *
      *                  (COPY PUBBACK: FILIALE, NUMERO FOTOGRAFIA,    *
      *                  MODALITA', ESITO, DETTAGLI CARICATI) SONO     *
      *                  CONFRONTATE CON IL FILE DI CONTROLLO DELLA    *
      *                  PUBBLICAZIONE PUBBCTRL (ULTIMO NUMERO E       *
      *                  CONTEGGI DI CODA DELL'ULTIMA CORSA DI         *
      *                  CC1PUBB) E CON LA SITUAZIONE PER FILIALE      *
      *                  PUBBFIL (COPY PUBBFIL), CHE CONSERVA L'ULTIMA *
      *                  FOTOGRAFIA CARICATA CON SUCCESSO E VIENE      *
      *                  RISCRITTA A FINE CORSA. SONO SEGNALATE:       *
      *                    - CARICAMENTI FALLITI;                      *
      *                    - BUCHI NELLA SEQUENZA DEI DELTA (O DELTA   *
      *                      SENZA FOTOGRAFIA DI BASE);                *
      *                    - CARICAMENTI DI UN NUMERO PRECEDENTE       *
      *                      ALL'ULTIMO GIA' CARICATO O NON ANCORA     *
      *                      PUBBLICATO;                               *
      *                    - DETTAGLI CARICATI DIVERSI DAL CONTEGGIO   *
      *                      DI CODA CSNP-T-CONT-RECORD (VERIFICABILE  *
      *                      SOLO PER L'ULTIMA PUBBLICAZIONE);         *
      *                    - FILIALI IN RITARDO RISPETTO ALL'ULTIMO    *
      *                      NUMERO PUBBLICATO.                        *
      *                  OGNI ANOMALIA, COMPRESO IL RITARDO (IL DELTA  *
      *                  SUCCESSIVO NON SAREBBE APPLICABILE), PORTA LA *
      *                  FILIALE NELL'ELENCO DI QUELLE DA RIALLINEARE  *
      *                  CON UNA FOTOGRAFIA COMPLETA ALLA PROSSIMA     *
      *                  PUBBLICAZIONE; SOLO IL CARICAMENTO CORRETTO   *
      *                  DI UNA FOTOGRAFIA COMPLETA LA TOGLIE. VA      *
      *                  ESEGUITO DOPO I CARICAMENTI DI FILIALE E      *
      *                  PRIMA DELLA SUCCESSIVA CORSA DI CC1PUBB.      *
      *                  RETURN-CODE 8 SE CI SONO ANOMALIE DI          *
      *                  CARICAMENTO, 4 SE CI SONO SOLO FILIALI IN     *
      *                  RITARDO.                                      *
      *------------------------------------------------------------*  *
      *  STORIA DELLE MODIFICHE                                        *
      *  DATA        AUTORE   DESCRIZIONE                              *
      *  15/10/2026  UFSIS    PRIMA VERSIONE DEL PROGRAMMA.            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CC1PUBR.
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
           SELECT PUBB-CTRL ASSIGN TO "PUBBCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT OPTIONAL PUBB-ACK ASSIGN TO "PUBBACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT OPTIONAL PUBB-FIL ASSIGN TO "PUBBFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIL-STATUS.

           SELECT PUBR-REPORT ASSIGN TO "PUBRLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUBB-CTRL
           RECORD CONTAINS 80 CHARACTERS.
           COPY PUBBCTRL.

       FD  PUBB-ACK
           RECORD CONTAINS 80 CHARACTERS.
           COPY PUBBACK.

       FD  PUBB-FIL
           RECORD CONTAINS 80 CHARACTERS.
           COPY PUBBFIL.

       FD  PUBR-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  PUBR-REPORT-LINEA              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-AREA.
           05  WS-CTRL-STATUS            PIC XX.
               88  WS-CTRL-OK                VALUE '00'.
           05  WS-ACK-STATUS             PIC XX.
               88  WS-ACK-OK                 VALUE '00'.
           05  WS-FIL-STATUS             PIC XX.
               88  WS-FIL-OK                 VALUE '00'.
           05  WS-REPORT-STATUS          PIC XX.
               88  WS-REPORT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FLAG-FINE-CONFERME     PIC X       VALUE 'N'.
               88  WS-FINE-CONFERME          VALUE 'S'.
           05  WS-FLAG-FINE-SITUAZIONE   PIC X       VALUE 'N'.
               88  WS-FINE-SITUAZIONE        VALUE 'S'.
           05  WS-FLAG-FILE-APERTI       PIC X       VALUE 'N'.
               88  WS-FILE-APERTI            VALUE 'S'.
           05  WS-FLAG-TABELLA-SATURA    PIC X       VALUE 'N'.
               88  WS-TABELLA-SATURA         VALUE 'S'.
           05  WS-FLAG-CONTEGGIO         PIC X       VALUE 'N'.
               88  WS-CONTEGGIO-VERIFICABILE VALUE 'S'.
           05  WS-FLAG-POSIZIONE         PIC X       VALUE 'N'.
               88  WS-POSIZIONE-TROVATA      VALUE 'S'.

      *    ESTREMI DELL'ULTIMA PUBBLICAZIONE LETTI DA PUBBCTRL.
       01  WS-PUBBLICAZIONE.
           05  WS-PUB-NUMERO             PIC 9(6)    VALUE ZERO.
           05  WS-PUB-MODO               PIC X       VALUE SPACE.
               88  WS-PUB-DELTA              VALUE 'D'.
           05  WS-PUB-CONT-FOTO          PIC 9(9)    VALUE ZERO.
           05  WS-PUB-CONT-DELTA         PIC 9(9)    VALUE ZERO.
           05  WS-CONT-ATTESO            PIC 9(9)    VALUE ZERO.
           05  WS-RITARDO                PIC 9(6)    VALUE ZERO.

      *    SITUAZIONE DELLE FILIALI IN MEMORIA, IN ORDINE DI CODICE
      *    (LE FILIALI NUOVE SONO INSERITE AL LORO POSTO).
       01  WS-FILIALI-AREA.
           05  WS-FIL-MAX                PIC 9(4)    COMP VALUE 1000.
           05  WS-FIL-CARICATE           PIC 9(4)    COMP VALUE ZERO.
           05  WS-FIL-IX                 PIC 9(4)    COMP VALUE ZERO.
           05  WS-FIL-SPOSTA-IX          PIC 9(4)    COMP VALUE ZERO.
           05  WS-FIL-TROVATA-IX         PIC 9(4)    COMP VALUE ZERO.
           05  WS-FIL-CERCATA            PIC X(5).
           05  WS-FIL-TABELLA.
               10  WS-FIL-ELEM           OCCURS 1000.
                   15  WS-FIL-CODICE     PIC X(5).
                   15  WS-FIL-ULT-NUMERO PIC 9(6).
                   15  WS-FIL-ULT-MODO   PIC X.
                   15  WS-FIL-DATA-CARIC PIC 9(8).
                   15  WS-FIL-FLAG-COMPLETA PIC X.
                   15  WS-FIL-ANOMALIA   PIC X(50).

       01  WS-ANOMALIA-CORRENTE.
           05  WS-ANO-GRAVITA            PIC X.
           05  WS-ANO-MOTIVO             PIC X(60).

       01  WS-CONTATORI.
           05  WS-CONT-CONFERME          PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-RECEPITE          PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-ANOMALIE          PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-RITARDO           PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-RIALLINEARE       PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-FILIALI           PIC 9(7)    COMP-3 VALUE ZERO.

       01  WS-ED-CONTEGGIO               PIC ZZZ.ZZZ.ZZ9.

       01  WS-INTESTAZIONE.
           05  FILLER          PIC X(44) VALUE
               "RISCONTRO CARICAMENTI CAUSALI DELLE FILIALI".
           05  FILLER          PIC X(22) VALUE
               "  ULTIMA PUBBLICATA N.".
           05  WS-INT-NUMERO   PIC 9(6).
           05  FILLER          PIC X(9)  VALUE "  MODO = ".
           05  WS-INT-MODO     PIC X.

       01  WS-TITOLO-SEZIONE             PIC X(80).

       01  WS-INTEST-CONFERME.
           05  FILLER          PIC X(8)  VALUE "FILIALE".
           05  FILLER          PIC X(8)  VALUE "NUMERO".
           05  FILLER          PIC X(5)  VALUE "MODO".
           05  FILLER          PIC X(6)  VALUE "ESITO".
           05  FILLER          PIC X(13) VALUE "   CARICATI".
           05  FILLER          PIC X(13) VALUE "     ATTESI".
           05  FILLER          PIC X(3)  VALUE "G".
           05  FILLER          PIC X(40) VALUE "RISCONTRO".

       01  WS-RIGA-CONFERMA.
           05  WS-RA-FILIALE             PIC X(5).
           05  FILLER                    PIC X(3).
           05  WS-RA-NUMERO              PIC 9(6).
           05  FILLER                    PIC X(2).
           05  WS-RA-MODO                PIC X.
           05  FILLER                    PIC X(4).
           05  WS-RA-ESITO               PIC X.
           05  FILLER                    PIC X(5).
           05  WS-RA-CARICATI            PIC X(11).
           05  FILLER                    PIC X(2).
           05  WS-RA-ATTESI              PIC X(11).
           05  FILLER                    PIC X(2).
           05  WS-RA-GRAVITA             PIC X.
           05  FILLER                    PIC X(2).
           05  WS-RA-MOTIVO              PIC X(60).

       01  WS-INTEST-FILIALI.
           05  FILLER          PIC X(8)  VALUE "FILIALE".
           05  FILLER          PIC X(10) VALUE "ULT.FOTO".
           05  FILLER          PIC X(5)  VALUE "MODO".
           05  FILLER          PIC X(11) VALUE "CARICATA".
           05  FILLER          PIC X(10) VALUE " RITARDO".
           05  FILLER          PIC X(40) VALUE "STATO".

       01  WS-RIGA-FILIALE.
           05  WS-RF-FILIALE             PIC X(5).
           05  FILLER                    PIC X(3).
           05  WS-RF-ULT-NUMERO          PIC 9(6).
           05  FILLER                    PIC X(4).
           05  WS-RF-ULT-MODO            PIC X.
           05  FILLER                    PIC X(4).
           05  WS-RF-DATA-CARIC          PIC 9(8).
           05  FILLER                    PIC X(3).
           05  WS-RF-RITARDO             PIC ZZZ.ZZ9.
           05  FILLER                    PIC X(3).
           05  WS-RF-STATO               PIC X(60).

       01  WS-STATO-RITARDO.
           05  FILLER          PIC X(30) VALUE
               "IN RITARDO SULLA PUBBLICAZIONE".
           05  FILLER          PIC X(4)  VALUE " N. ".
           05  WS-SR-NUMERO    PIC 9(6).

       01  WS-MOTIVO-BUCO.
           05  FILLER          PIC X(29) VALUE
               "BUCO DI SEQUENZA: MANCANO DA ".
           05  WS-MB-DA        PIC 9(6).
           05  FILLER          PIC X(3)  VALUE " A ".
           05  WS-MB-A         PIC 9(6).

       01  WS-RIGA-TOTALI-1.
           05  FILLER          PIC X(19) VALUE "TOTALI: CONFERME=".
           05  WS-RT-CONFERME  PIC ZZZ.ZZ9.
           05  FILLER          PIC X(12) VALUE "  RECEPITE=".
           05  WS-RT-RECEPITE  PIC ZZZ.ZZ9.
           05  FILLER          PIC X(12) VALUE "  ANOMALIE=".
           05  WS-RT-ANOMALIE  PIC ZZZ.ZZ9.

       01  WS-RIGA-TOTALI-2.
           05  FILLER          PIC X(19) VALUE "        FILIALI=".
           05  WS-RT-FILIALI   PIC ZZZ.ZZ9.
           05  FILLER          PIC X(12) VALUE "  RITARDO=".
           05  WS-RT-RITARDO   PIC ZZZ.ZZ9.
           05  FILLER          PIC X(25) VALUE
               "  DA RIALLINEARE (FOTO)=".
           05  WS-RT-RIALLINEARE PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *  0000-MAINLINE : PARAGRAFO PRINCIPALE                          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA
               THRU 1000-INIZIALIZZA-EXIT.
           PERFORM 2000-ESAMINA-CONFERMA
               THRU 2000-ESAMINA-CONFERMA-EXIT
               UNTIL WS-FINE-CONFERME.
           PERFORM 3000-SITUAZIONE-FILIALI
               THRU 3000-SITUAZIONE-FILIALI-EXIT.
           PERFORM 4000-ELENCO-RIALLINEARE
               THRU 4000-ELENCO-RIALLINEARE-EXIT.
           PERFORM 7000-AGGIORNA-SITUAZIONE
               THRU 7000-AGGIORNA-SITUAZIONE-EXIT.
           PERFORM 9000-TERMINA
               THRU 9000-TERMINA-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *  1000-INIZIALIZZA : LEGGE IL CONTROLLO DELLA PUBBLICAZIONE,    *
      *  CARICA LA SITUAZIONE DELLE FILIALI E APRE LE CONFERME         *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN INPUT PUBB-CTRL.
           IF NOT WS-CTRL-OK
               DISPLAY "CC1PUBR - CONTROLLO PUBBLICAZIONE PUBBCTRL "
                       "ASSENTE " WS-CTRL-STATUS
               MOVE "S" TO WS-FLAG-FINE-CONFERME
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.
           READ PUBB-CTRL
               AT END
                   MOVE ZERO TO PUBB-CTRL-ULT-NUMERO
           END-READ.
           CLOSE PUBB-CTRL.

           IF PUBB-CTRL-ULT-NUMERO = ZERO
               DISPLAY "CC1PUBR - NESSUNA FOTOGRAFIA PUBBLICATA"
               MOVE "S" TO WS-FLAG-FINE-CONFERME
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.
           MOVE PUBB-CTRL-ULT-NUMERO TO WS-PUB-NUMERO.
           MOVE PUBB-CTRL-MODO       TO WS-PUB-MODO.
      *    UN CONTROLLO SCRITTO PRIMA CHE CC1PUBB RIPORTASSE I
      *    CONTEGGI HA LA PARTE FINALE A BLANK: CONTEGGI A ZERO.
           IF PUBB-CTRL-CONT-FOTO NUMERIC
               MOVE PUBB-CTRL-CONT-FOTO TO WS-PUB-CONT-FOTO
           END-IF.
           IF PUBB-CTRL-CONT-DELTA NUMERIC
               MOVE PUBB-CTRL-CONT-DELTA TO WS-PUB-CONT-DELTA
           END-IF.

           PERFORM 1100-CARICA-SITUAZIONE
               THRU 1100-CARICA-SITUAZIONE-EXIT.

      *    STATO '05' = NESSUNA CONFERMA ARRIVATA: IL FILE OPZIONALE
      *    E' COMUNQUE APERTO E LA PRIMA LETTURA DA' FINE FILE.
           OPEN INPUT PUBB-ACK.
           IF NOT WS-ACK-OK AND WS-ACK-STATUS NOT = "05"
               DISPLAY "CC1PUBR - ERRORE APERTURA PUBBACK "
                       WS-ACK-STATUS
               MOVE "S" TO WS-FLAG-FINE-CONFERME
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.

           OPEN OUTPUT PUBR-REPORT.
           MOVE "S" TO WS-FLAG-FILE-APERTI.
           MOVE WS-PUB-NUMERO TO WS-INT-NUMERO.
           MOVE WS-PUB-MODO   TO WS-INT-MODO.
           MOVE WS-INTESTAZIONE TO PUBR-REPORT-LINEA.
           WRITE PUBR-REPORT-LINEA.
           MOVE "CONFERME DI CARICAMENTO RICEVUTE" TO WS-TITOLO-SEZIONE.
           PERFORM 8500-STAMPA-TITOLO
               THRU 8500-STAMPA-TITOLO-EXIT.
           MOVE WS-INTEST-CONFERME TO PUBR-REPORT-LINEA.
           WRITE PUBR-REPORT-LINEA.

           PERFORM 2100-LEGGI-CONFERMA
               THRU 2100-LEGGI-CONFERMA-EXIT.
       1000-INIZIALIZZA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1100-CARICA-SITUAZIONE : CARICA IN TABELLA LA SITUAZIONE      *
      *  PUBBFIL (ASSENTE = PRIMA ESECUZIONE, NESSUNA FILIALE NOTA)    *
      *----------------------------------------------------------------*
       1100-CARICA-SITUAZIONE.
           OPEN INPUT PUBB-FIL.
           IF NOT WS-FIL-OK
               CLOSE PUBB-FIL
               DISPLAY "CC1PUBR - SITUAZIONE PUBBFIL ASSENTE: "
                       "NESSUNA FILIALE NOTA"
               GO TO 1100-CARICA-SITUAZIONE-EXIT
           END-IF.
           PERFORM 1110-LEGGI-SITUAZIONE
               THRU 1110-LEGGI-SITUAZIONE-EXIT
               UNTIL WS-FINE-SITUAZIONE.
           CLOSE PUBB-FIL.
       1100-CARICA-SITUAZIONE-EXIT.
           EXIT.

       1110-LEGGI-SITUAZIONE.
           READ PUBB-FIL
               AT END
                   MOVE "S" TO WS-FLAG-FINE-SITUAZIONE
                   GO TO 1110-LEGGI-SITUAZIONE-EXIT
           END-READ.
           MOVE PFIL-FILIALE TO WS-FIL-CERCATA.
           PERFORM 8100-CERCA-FILIALE
               THRU 8100-CERCA-FILIALE-EXIT.
           IF WS-FIL-TROVATA-IX = ZERO
               GO TO 1110-LEGGI-SITUAZIONE-EXIT
           END-IF.
           MOVE WS-FIL-TROVATA-IX  TO WS-FIL-IX.
           MOVE PFIL-ULT-NUMERO    TO WS-FIL-ULT-NUMERO(WS-FIL-IX).
           MOVE PFIL-ULT-MODO      TO WS-FIL-ULT-MODO(WS-FIL-IX).
           MOVE PFIL-DATA-CARIC    TO WS-FIL-DATA-CARIC(WS-FIL-IX).
           MOVE PFIL-FLAG-COMPLETA TO WS-FIL-FLAG-COMPLETA(WS-FIL-IX).
           MOVE PFIL-ULT-ANOMALIA  TO WS-FIL-ANOMALIA(WS-FIL-IX).
       1110-LEGGI-SITUAZIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-ESAMINA-CONFERMA : RISCONTRA UNA CONFERMA CON LA         *
      *  SITUAZIONE DELLA FILIALE E CON L'ULTIMA PUBBLICAZIONE; SOLO   *
      *  UN CARICAMENTO CORRETTO FA AVANZARE L'ULTIMA FOTOGRAFIA       *
      *----------------------------------------------------------------*
       2000-ESAMINA-CONFERMA.
           ADD 1 TO WS-CONT-CONFERME.
           MOVE SPACES TO WS-ANOMALIA-CORRENTE.
           MOVE "N"    TO WS-FLAG-CONTEGGIO.
           MOVE ZERO   TO WS-CONT-ATTESO.

           MOVE PACK-FILIALE TO WS-FIL-CERCATA.
           PERFORM 8100-CERCA-FILIALE
               THRU 8100-CERCA-FILIALE-EXIT.
           IF WS-FIL-TROVATA-IX = ZERO
               MOVE "E" TO WS-ANO-GRAVITA
               MOVE "TABELLA FILIALI SATURA: CONFERMA NON RECEPITA"
                   TO WS-ANO-MOTIVO
               GO TO 2000-ESAMINA-CONFERMA-STAMPA
           END-IF.
           MOVE WS-FIL-TROVATA-IX TO WS-FIL-IX.

           PERFORM 2200-VERIFICA-CONFERMA
               THRU 2200-VERIFICA-CONFERMA-EXIT.

           IF WS-ANO-GRAVITA = "E"
               MOVE "S" TO WS-FIL-FLAG-COMPLETA(WS-FIL-IX)
               MOVE WS-ANO-MOTIVO TO WS-FIL-ANOMALIA(WS-FIL-IX)
               GO TO 2000-ESAMINA-CONFERMA-STAMPA
           END-IF.

      *    CARICAMENTO CORRETTO: AVANZA L'ULTIMA FOTOGRAFIA; LA
      *    FOTOGRAFIA COMPLETA RIALLINEA LA FILIALE.
           IF WS-ANO-GRAVITA = SPACE
               ADD 1 TO WS-CONT-RECEPITE
               MOVE PACK-NUMERO     TO WS-FIL-ULT-NUMERO(WS-FIL-IX)
               MOVE PACK-MODO       TO WS-FIL-ULT-MODO(WS-FIL-IX)
               MOVE PACK-DATA-CARIC TO WS-FIL-DATA-CARIC(WS-FIL-IX)
               IF PACK-MODO-COMPLETO
                   MOVE "N"    TO WS-FIL-FLAG-COMPLETA(WS-FIL-IX)
                   MOVE SPACES TO WS-FIL-ANOMALIA(WS-FIL-IX)
               END-IF
               IF WS-CONTEGGIO-VERIFICABILE
                   MOVE "CARICAMENTO RECEPITO" TO WS-ANO-MOTIVO
               ELSE
                   MOVE "RECEPITO, CONTEGGIO NON VERIFICABILE"
                       TO WS-ANO-MOTIVO
               END-IF
           END-IF.

       2000-ESAMINA-CONFERMA-STAMPA.
           PERFORM 8000-STAMPA-CONFERMA
               THRU 8000-STAMPA-CONFERMA-EXIT.
           PERFORM 2100-LEGGI-CONFERMA
               THRU 2100-LEGGI-CONFERMA-EXIT.
       2000-ESAMINA-CONFERMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-LEGGI-CONFERMA : LETTURA PROSSIMA CONFERMA               *
      *----------------------------------------------------------------*
       2100-LEGGI-CONFERMA.
           READ PUBB-ACK
               AT END
                   MOVE "S" TO WS-FLAG-FINE-CONFERME.
       2100-LEGGI-CONFERMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-VERIFICA-CONFERMA : CONTROLLI DI ESITO, NUMERAZIONE,     *
      *  SEQUENZA E CONTEGGIO. GRAVITA' E = ANOMALIA (FILIALE DA       *
      *  RIALLINEARE), W = CONFERMA IGNORATA, BLANK = DA RECEPIRE      *
      *----------------------------------------------------------------*
       2200-VERIFICA-CONFERMA.
           IF NOT PACK-MODO-COMPLETO AND NOT PACK-MODO-DELTA
               MOVE "E" TO WS-ANO-GRAVITA
               MOVE "MODALITA' DI CARICAMENTO NON 'F'/'D'"
                   TO WS-ANO-MOTIVO
               GO TO 2200-VERIFICA-CONFERMA-EXIT
           END-IF.

           IF NOT PACK-ESITO-OK
               MOVE "E" TO WS-ANO-GRAVITA
               MOVE "CARICAMENTO FALLITO IN FILIALE" TO WS-ANO-MOTIVO
               GO TO 2200-VERIFICA-CONFERMA-EXIT
           END-IF.

           IF PACK-NUMERO > WS-PUB-NUMERO
               MOVE "E" TO WS-ANO-GRAVITA
               MOVE "NUMERO NON ANCORA PUBBLICATO" TO WS-ANO-MOTIVO
               GO TO 2200-VERIFICA-CONFERMA-EXIT
           END-IF.

      *    STESSO NUMERO GIA' RECEPITO: CONFERMA RISPEDITA.
           IF PACK-NUMERO = WS-FIL-ULT-NUMERO(WS-FIL-IX)
               MOVE "W" TO WS-ANO-GRAVITA
               MOVE "CONFERMA GIA' RECEPITA, IGNORATA" TO WS-ANO-MOTIVO
               GO TO 2200-VERIFICA-CONFERMA-EXIT
           END-IF.

           IF PACK-NUMERO < WS-FIL-ULT-NUMERO(WS-FIL-IX)
               MOVE "E" TO WS-ANO-GRAVITA
               MOVE "CARICATO UN NUMERO PRECEDENTE ALL'ULTIMO"
                   TO WS-ANO-MOTIVO
               GO TO 2200-VERIFICA-CONFERMA-EXIT
           END-IF.

           IF PACK-MODO-DELTA
               IF WS-FIL-ULT-NUMERO(WS-FIL-IX) = ZERO
                   MOVE "E" TO WS-ANO-GRAVITA
                   MOVE "DELTA CARICATO SENZA FOTOGRAFIA DI BASE"
                       TO WS-ANO-MOTIVO
                   GO TO 2200-VERIFICA-CONFERMA-EXIT
               END-IF
               IF PACK-NUMERO > WS-FIL-ULT-NUMERO(WS-FIL-IX) + 1
                   COMPUTE WS-MB-DA = WS-FIL-ULT-NUMERO(WS-FIL-IX) + 1
                   COMPUTE WS-MB-A  = PACK-NUMERO - 1
                   MOVE "E" TO WS-ANO-GRAVITA
                   MOVE WS-MOTIVO-BUCO TO WS-ANO-MOTIVO
                   GO TO 2200-VERIFICA-CONFERMA-EXIT
               END-IF
           END-IF.

      *    IL CONTEGGIO DI CODA E' NOTO SOLO PER L'ULTIMA PUBBLICAZIONE.
           IF PACK-NUMERO NOT = WS-PUB-NUMERO
               GO TO 2200-VERIFICA-CONFERMA-EXIT
           END-IF.
           IF PACK-MODO-DELTA AND NOT WS-PUB-DELTA
               MOVE "E" TO WS-ANO-GRAVITA
               MOVE "DELTA NON PRODOTTO DALL'ULTIMA PUBBLICAZIONE"
                   TO WS-ANO-MOTIVO
               GO TO 2200-VERIFICA-CONFERMA-EXIT
           END-IF.
           MOVE "S" TO WS-FLAG-CONTEGGIO.
           IF PACK-MODO-DELTA
               MOVE WS-PUB-CONT-DELTA TO WS-CONT-ATTESO
           ELSE
               MOVE WS-PUB-CONT-FOTO  TO WS-CONT-ATTESO
           END-IF.
           IF PACK-CONT-CARICATI NOT = WS-CONT-ATTESO
               MOVE "E" TO WS-ANO-GRAVITA
               MOVE "DETTAGLI CARICATI DIVERSI DAL CONTEGGIO DI CODA"
                   TO WS-ANO-MOTIVO
           END-IF.
       2200-VERIFICA-CONFERMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-SITUAZIONE-FILIALI : STAMPA LA SITUAZIONE DI OGNI        *
      *  FILIALE E SEGNALA QUELLE IN RITARDO SULL'ULTIMA PUBBLICAZIONE *
      *----------------------------------------------------------------*
       3000-SITUAZIONE-FILIALI.
           IF NOT WS-FILE-APERTI
               GO TO 3000-SITUAZIONE-FILIALI-EXIT
           END-IF.
           MOVE "SITUAZIONE DELLE FILIALI" TO WS-TITOLO-SEZIONE.
           PERFORM 8500-STAMPA-TITOLO
               THRU 8500-STAMPA-TITOLO-EXIT.
           MOVE WS-INTEST-FILIALI TO PUBR-REPORT-LINEA.
           WRITE PUBR-REPORT-LINEA.
           MOVE 1 TO WS-FIL-IX.
           PERFORM 3100-VALUTA-FILIALE
               THRU 3100-VALUTA-FILIALE-EXIT
               UNTIL WS-FIL-IX > WS-FIL-CARICATE.
       3000-SITUAZIONE-FILIALI-EXIT.
           EXIT.

       3100-VALUTA-FILIALE.
           ADD 1 TO WS-CONT-FILIALI.
           MOVE SPACES TO WS-RIGA-FILIALE.
           MOVE WS-FIL-CODICE(WS-FIL-IX)     TO WS-RF-FILIALE.
           MOVE WS-FIL-ULT-NUMERO(WS-FIL-IX) TO WS-RF-ULT-NUMERO.
           MOVE WS-FIL-ULT-MODO(WS-FIL-IX)   TO WS-RF-ULT-MODO.
           MOVE WS-FIL-DATA-CARIC(WS-FIL-IX) TO WS-RF-DATA-CARIC.
           COMPUTE WS-RITARDO =
               WS-PUB-NUMERO - WS-FIL-ULT-NUMERO(WS-FIL-IX).
           MOVE WS-RITARDO TO WS-RF-RITARDO.

      *    IN RITARDO IL DELTA DELLA PROSSIMA PUBBLICAZIONE NON SAREBBE
      *    APPLICABILE: LA FILIALE VA RIALLINEATA CON LA COMPLETA.
           IF WS-RITARDO > ZERO
               ADD 1 TO WS-CONT-RITARDO
               MOVE WS-PUB-NUMERO TO WS-SR-NUMERO
               MOVE WS-STATO-RITARDO TO WS-RF-STATO
               IF WS-FIL-FLAG-COMPLETA(WS-FIL-IX) NOT = "S"
                   MOVE "S" TO WS-FIL-FLAG-COMPLETA(WS-FIL-IX)
                   MOVE "IN RITARDO SULLA PUBBLICAZIONE"
                       TO WS-FIL-ANOMALIA(WS-FIL-IX)
               END-IF
           ELSE
               IF WS-FIL-FLAG-COMPLETA(WS-FIL-IX) = "S"
                   MOVE WS-FIL-ANOMALIA(WS-FIL-IX) TO WS-RF-STATO
               ELSE
                   MOVE "ALLINEATA" TO WS-RF-STATO
               END-IF
           END-IF.

           MOVE WS-RIGA-FILIALE TO PUBR-REPORT-LINEA.
           WRITE PUBR-REPORT-LINEA.
           ADD 1 TO WS-FIL-IX.
       3100-VALUTA-FILIALE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-ELENCO-RIALLINEARE : ELENCO DELLE FILIALI A CUI INVIARE  *
      *  LA FOTOGRAFIA COMPLETA ALLA PROSSIMA PUBBLICAZIONE            *
      *----------------------------------------------------------------*
       4000-ELENCO-RIALLINEARE.
           IF NOT WS-FILE-APERTI
               GO TO 4000-ELENCO-RIALLINEARE-EXIT
           END-IF.
           MOVE "FILIALI DA RIALLINEARE CON FOTOGRAFIA COMPLETA"
               TO WS-TITOLO-SEZIONE.
           PERFORM 8500-STAMPA-TITOLO
               THRU 8500-STAMPA-TITOLO-EXIT.
           MOVE WS-INTEST-FILIALI TO PUBR-REPORT-LINEA.
           WRITE PUBR-REPORT-LINEA.
           MOVE 1 TO WS-FIL-IX.
           PERFORM 4100-STAMPA-RIALLINEARE
               THRU 4100-STAMPA-RIALLINEARE-EXIT
               UNTIL WS-FIL-IX > WS-FIL-CARICATE.
       4000-ELENCO-RIALLINEARE-EXIT.
           EXIT.

       4100-STAMPA-RIALLINEARE.
           IF WS-FIL-FLAG-COMPLETA(WS-FIL-IX) NOT = "S"
               GO TO 4100-STAMPA-RIALLINEARE-AVANZA
           END-IF.
           ADD 1 TO WS-CONT-RIALLINEARE.
           MOVE SPACES TO WS-RIGA-FILIALE.
           MOVE WS-FIL-CODICE(WS-FIL-IX)     TO WS-RF-FILIALE.
           MOVE WS-FIL-ULT-NUMERO(WS-FIL-IX) TO WS-RF-ULT-NUMERO.
           MOVE WS-FIL-ULT-MODO(WS-FIL-IX)   TO WS-RF-ULT-MODO.
           MOVE WS-FIL-DATA-CARIC(WS-FIL-IX) TO WS-RF-DATA-CARIC.
           COMPUTE WS-RITARDO =
               WS-PUB-NUMERO - WS-FIL-ULT-NUMERO(WS-FIL-IX).
           MOVE WS-RITARDO TO WS-RF-RITARDO.
           MOVE WS-FIL-ANOMALIA(WS-FIL-IX) TO WS-RF-STATO.
           MOVE WS-RIGA-FILIALE TO PUBR-REPORT-LINEA.
           WRITE PUBR-REPORT-LINEA.
       4100-STAMPA-RIALLINEARE-AVANZA.
           ADD 1 TO WS-FIL-IX.
       4100-STAMPA-RIALLINEARE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7000-AGGIORNA-SITUAZIONE : RISCRIVE LA SITUAZIONE PUBBFIL     *
      *  DALLA TABELLA, IN ORDINE DI FILIALE                           *
      *----------------------------------------------------------------*
       7000-AGGIORNA-SITUAZIONE.
           IF NOT WS-FILE-APERTI
               GO TO 7000-AGGIORNA-SITUAZIONE-EXIT
           END-IF.
           OPEN OUTPUT PUBB-FIL.
           IF NOT WS-FIL-OK
               DISPLAY "CC1PUBR - ERRORE RISCRITTURA PUBBFIL "
                       WS-FIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 7000-AGGIORNA-SITUAZIONE-EXIT
           END-IF.
           MOVE 1 TO WS-FIL-IX.
           PERFORM 7100-SCRIVI-FILIALE
               THRU 7100-SCRIVI-FILIALE-EXIT
               UNTIL WS-FIL-IX > WS-FIL-CARICATE.
           CLOSE PUBB-FIL.
       7000-AGGIORNA-SITUAZIONE-EXIT.
           EXIT.

       7100-SCRIVI-FILIALE.
           MOVE SPACES TO PFIL-REC.
           MOVE WS-FIL-CODICE(WS-FIL-IX)        TO PFIL-FILIALE.
           MOVE WS-FIL-ULT-NUMERO(WS-FIL-IX)    TO PFIL-ULT-NUMERO.
           MOVE WS-FIL-ULT-MODO(WS-FIL-IX)      TO PFIL-ULT-MODO.
           MOVE WS-FIL-DATA-CARIC(WS-FIL-IX)    TO PFIL-DATA-CARIC.
           MOVE WS-FIL-FLAG-COMPLETA(WS-FIL-IX) TO PFIL-FLAG-COMPLETA.
           MOVE WS-FIL-ANOMALIA(WS-FIL-IX)      TO PFIL-ULT-ANOMALIA.
           WRITE PFIL-REC.
           ADD 1 TO WS-FIL-IX.
       7100-SCRIVI-FILIALE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-STAMPA-CONFERMA : RIGA DI RISCONTRO DELLA CONFERMA       *
      *  CORRENTE; CONTA LE ANOMALIE                                   *
      *----------------------------------------------------------------*
       8000-STAMPA-CONFERMA.
           MOVE SPACES TO WS-RIGA-CONFERMA.
           MOVE PACK-FILIALE TO WS-RA-FILIALE.
           MOVE PACK-NUMERO  TO WS-RA-NUMERO.
           MOVE PACK-MODO    TO WS-RA-MODO.
           MOVE PACK-ESITO   TO WS-RA-ESITO.
           MOVE PACK-CONT-CARICATI TO WS-ED-CONTEGGIO.
           MOVE WS-ED-CONTEGGIO    TO WS-RA-CARICATI.
           IF WS-CONTEGGIO-VERIFICABILE
               MOVE WS-CONT-ATTESO  TO WS-ED-CONTEGGIO
               MOVE WS-ED-CONTEGGIO TO WS-RA-ATTESI
           END-IF.
           MOVE WS-ANO-GRAVITA TO WS-RA-GRAVITA.
           MOVE WS-ANO-MOTIVO  TO WS-RA-MOTIVO.
           MOVE WS-RIGA-CONFERMA TO PUBR-REPORT-LINEA.
           WRITE PUBR-REPORT-LINEA.
           IF WS-ANO-GRAVITA = "E"
               ADD 1 TO WS-CONT-ANOMALIE
           END-IF.
       8000-STAMPA-CONFERMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8100-CERCA-FILIALE : CERCA WS-FIL-CERCATA NELLA TABELLA IN    *
      *  ORDINE; SE ASSENTE LA INSERISCE AL SUO POSTO. CON TABELLA     *
      *  SATURA WS-FIL-TROVATA-IX RESTA A ZERO                         *
      *----------------------------------------------------------------*
       8100-CERCA-FILIALE.
           MOVE ZERO TO WS-FIL-TROVATA-IX.
           MOVE "N"  TO WS-FLAG-POSIZIONE.
           MOVE 1    TO WS-FIL-IX.
           PERFORM 8110-AVANZA-RICERCA
               THRU 8110-AVANZA-RICERCA-EXIT
               UNTIL WS-FIL-IX > WS-FIL-CARICATE OR
                     WS-POSIZIONE-TROVATA.

           IF WS-POSIZIONE-TROVATA
               IF WS-FIL-CODICE(WS-FIL-IX) = WS-FIL-CERCATA
                   MOVE WS-FIL-IX TO WS-FIL-TROVATA-IX
                   GO TO 8100-CERCA-FILIALE-EXIT
               END-IF
           END-IF.

           IF WS-FIL-CARICATE >= WS-FIL-MAX
               IF NOT WS-TABELLA-SATURA
                   DISPLAY "CC1PUBR - TABELLA FILIALI SATURA, "
                           "RISCONTRO INCOMPLETO"
                   MOVE "S" TO WS-FLAG-TABELLA-SATURA
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO 8100-CERCA-FILIALE-EXIT
           END-IF.

      *    INSERIMENTO: SCORRE DI UN POSTO GLI ELEMENTI SUCCESSIVI.
           MOVE WS-FIL-CARICATE TO WS-FIL-SPOSTA-IX.
           PERFORM 8120-SPOSTA-ELEMENTO
               THRU 8120-SPOSTA-ELEMENTO-EXIT
               UNTIL WS-FIL-SPOSTA-IX < WS-FIL-IX.
           ADD 1 TO WS-FIL-CARICATE.
           MOVE WS-FIL-CERCATA TO WS-FIL-CODICE(WS-FIL-IX).
           MOVE ZERO   TO WS-FIL-ULT-NUMERO(WS-FIL-IX).
           MOVE SPACE  TO WS-FIL-ULT-MODO(WS-FIL-IX).
           MOVE ZERO   TO WS-FIL-DATA-CARIC(WS-FIL-IX).
           MOVE "N"    TO WS-FIL-FLAG-COMPLETA(WS-FIL-IX).
           MOVE SPACES TO WS-FIL-ANOMALIA(WS-FIL-IX).
           MOVE WS-FIL-IX TO WS-FIL-TROVATA-IX.
       8100-CERCA-FILIALE-EXIT.
           EXIT.

       8110-AVANZA-RICERCA.
           IF WS-FIL-CODICE(WS-FIL-IX) NOT < WS-FIL-CERCATA
               MOVE "S" TO WS-FLAG-POSIZIONE
           ELSE
               ADD 1 TO WS-FIL-IX
           END-IF.
       8110-AVANZA-RICERCA-EXIT.
           EXIT.

       8120-SPOSTA-ELEMENTO.
           MOVE WS-FIL-ELEM(WS-FIL-SPOSTA-IX)
               TO WS-FIL-ELEM(WS-FIL-SPOSTA-IX + 1).
           SUBTRACT 1 FROM WS-FIL-SPOSTA-IX.
       8120-SPOSTA-ELEMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8500-STAMPA-TITOLO : RIGA BIANCA E TITOLO DI SEZIONE          *
      *----------------------------------------------------------------*
       8500-STAMPA-TITOLO.
           MOVE SPACES TO PUBR-REPORT-LINEA.
           WRITE PUBR-REPORT-LINEA.
           MOVE WS-TITOLO-SEZIONE TO PUBR-REPORT-LINEA.
           WRITE PUBR-REPORT-LINEA.
       8500-STAMPA-TITOLO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9000-TERMINA : STAMPA TOTALI, IMPOSTA IL RETURN-CODE E CHIUDE *
      *  I FILE                                                        *
      *----------------------------------------------------------------*
       9000-TERMINA.
           IF WS-FILE-APERTI
               MOVE SPACES TO PUBR-REPORT-LINEA
               WRITE PUBR-REPORT-LINEA
               MOVE WS-CONT-CONFERME    TO WS-RT-CONFERME
               MOVE WS-CONT-RECEPITE    TO WS-RT-RECEPITE
               MOVE WS-CONT-ANOMALIE    TO WS-RT-ANOMALIE
               MOVE WS-RIGA-TOTALI-1 TO PUBR-REPORT-LINEA
               WRITE PUBR-REPORT-LINEA
               MOVE WS-CONT-FILIALI     TO WS-RT-FILIALI
               MOVE WS-CONT-RITARDO     TO WS-RT-RITARDO
               MOVE WS-CONT-RIALLINEARE TO WS-RT-RIALLINEARE
               MOVE WS-RIGA-TOTALI-2 TO PUBR-REPORT-LINEA
               WRITE PUBR-REPORT-LINEA

               IF WS-CONT-ANOMALIE > ZERO OR WS-TABELLA-SATURA
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-CONT-RITARDO > ZERO AND RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF

               CLOSE PUBB-ACK
               CLOSE PUBR-REPORT
           END-IF.
       9000-TERMINA-EXIT.
           EXIT.
