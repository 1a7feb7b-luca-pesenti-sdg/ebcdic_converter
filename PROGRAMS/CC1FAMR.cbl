      *================================================================*
      *  PROGRAM-ID    : CC1FAMR                                       *
      *  AUTORE        : UFFICIO SISTEMI - AREA TABELLE DI SISTEMA     *
      *  INSTALLAZIONE : DIREZIONE GENERALE - ELABORAZIONE DATI        *
      *  DATA-SCRITTURA: 15/10/2026                                    *
      *  DESCRIZIONE   : QUADRATURA GIORNALIERA DEI MOVIMENTI PER      *
      *                  FAMIGLIA DI VOCE DI BILANCIO CON I SALDI DI   *
      *                  CONTABILITA' GENERALE. AGGREGA IL RIEPILOGO   *
      *                  MOVIMENTI DI GIORNATA (AMLXMOVS) PER          *
      *                  CCAU-VOCE-FAM-BIL E CCAU-SEGNO DELLA VERSIONE *
      *                  DI CAUSALE IN VIGORE, CON LE STESSE REGOLE    *
      *                  DEL RIEPILOGO CC1FAMB, LIMITATAMENTE ALLA     *
      *                  DATA CONTABILE DELLA SCHEDA FAMRPARM, E LO    *
      *                  CONFRONTA CON I SALDI GIORNALIERI PER         *
      *                  FAMIGLIA E SEGNO FORNITI DALLA CONTABILITA'   *
      *                  (COGEFAMS). STAMPA OGNI CELLA FAMIGLIA/SEGNO  *
      *                  CON DIFFERENZA OLTRE TOLLERANZA O PRESENTE DA *
      *                  UNA SOLA PARTE E I TOTALI DI QUADRATURA.      *
      *                  TERMINA CON RETURN-CODE 8 SU QUALUNQUE        *
      *                  SQUADRATURA O SALDO SCARTATO, COSI' CHE LA    *
      *                  CHIUSURA DI GIORNATA ATTENDA LA GIUSTIFICA-   *
      *                  ZIONE; CON RETURN-CODE 4 SE VI SONO SOLO      *
      *                  CAUSALI NON IN TABELLA O RECORD DI ALTRA DATA.*
      *------------------------------------------------------------*  *
      *  STORIA DELLE MODIFICHE                                        *
      *  DATA        AUTORE   DESCRIZIONE                              *
      *  15/10/2026  UFSIS    PRIMA VERSIONE DEL PROGRAMMA.            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CC1FAMR.
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
           SELECT OPTIONAL FAMR-PARM ASSIGN TO "FAMRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CAUSALE-FILE ASSIGN TO "CAUSALE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCAU-KEY-OUT OF CAUSALE-REC
               FILE STATUS IS WS-CAUSALE-STATUS.

           SELECT AMLX-MOVIMENTI ASSIGN TO "AMLXMOVS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.

           SELECT COGE-SALDI ASSIGN TO "COGEFAMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALDI-STATUS.

           SELECT FAMR-REPORT ASSIGN TO "FAMRLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FAMR-PARM
           RECORD CONTAINS 80 CHARACTERS.
           COPY FAMRPARM.

       FD  CAUSALE-FILE.
           COPY CC0CAUSR.

       FD  AMLX-MOVIMENTI
           RECORD CONTAINS 80 CHARACTERS.
           COPY AMLXMOVS.

       FD  COGE-SALDI
           RECORD CONTAINS 80 CHARACTERS.
           COPY COGEFAM.

       FD  FAMR-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  FAMR-REPORT-LINEA              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-AREA.
           05  WS-PARM-STATUS            PIC XX.
               88  WS-PARM-OK                VALUE '00'.
           05  WS-CAUSALE-STATUS         PIC XX.
               88  WS-CAUSALE-OK             VALUE '00'.
           05  WS-MOV-STATUS             PIC XX.
               88  WS-MOV-OK                 VALUE '00'.
           05  WS-SALDI-STATUS           PIC XX.
               88  WS-SALDI-OK               VALUE '00'.
           05  WS-REPORT-STATUS          PIC XX.
               88  WS-REPORT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FLAG-FINE-MOVIMENTI    PIC X       VALUE 'N'.
               88  WS-FINE-MOVIMENTI         VALUE 'S'.
           05  WS-FLAG-FINE-SALDI        PIC X       VALUE 'N'.
               88  WS-FINE-SALDI             VALUE 'S'.
           05  WS-FLAG-FILE-APERTI       PIC X       VALUE 'N'.
               88  WS-FILE-APERTI            VALUE 'S'.
           05  WS-FLAG-CONTINUA-RICERCA  PIC X       VALUE 'N'.
               88  WS-CONTINUA-RICERCA       VALUE 'S'.
           05  WS-FLAG-TROVATA           PIC X       VALUE 'N'.
               88  WS-CAUSALE-TROVATA        VALUE 'S'.
           05  WS-FLAG-SQUADRATO         PIC X       VALUE 'N'.
               88  WS-SQUADRATO              VALUE 'S'.

      *    DATA CONTABILE DA QUADRARE (CCAAMMGG) E TOLLERANZA
       01  WS-PARAMETRI.
           05  WS-DATA-CONT              PIC 9(8)    VALUE ZERO.
           05  WS-DATA-CONT-R REDEFINES WS-DATA-CONT.
               10  WS-DC-ANNO            PIC 9(4).
               10  WS-DC-MESE            PIC 9(2).
               10  WS-DC-GIORNO          PIC 9(2).
           05  WS-TOLLERANZA             PIC 9(7)V99 VALUE ZERO.

      *    VERSIONE DI CAUSALE IN VIGORE TRATTENUTA PER IL RIEPILOGO
      *    CORRENTE: SERVONO LA VOCE FAMIGLIA DI BILANCIO E IL SEGNO.
       01  WS-VERSIONE-VIGORE.
           COPY CC0CAUSA.

       01  WS-RICERCA-AREA.
           05  WS-DATA-COMPET-6          PIC 9(6).
           05  WS-DATA-MIGLIORE          PIC 9(6).

      *    MATRICE DEI TOTALI PER FAMIGLIA DI VOCE DI BILANCIO (00-99)
      *    E SEGNO CAUSALE (ADDEBITO / ACCREDITO): PER OGNI CELLA I
      *    TOTALI DEI MOVIMENTI (RIEPILOGHI AMLXMOVS) E I SALDI DI
      *    CONTABILITA' GENERALE (RECORD COGEFAMS).
       01  WS-FAMIGLIE-AREA.
           05  WS-FAM-IX                 PIC 9(4)    COMP.
           05  WS-FAM-CORRENTE           PIC 9(4)    COMP.
           05  WS-FAM-TABELLA.
               10  WS-FAM-ELEM           OCCURS 100.
                   15  WS-FAM-D-RIEP     PIC 9(7)    COMP-3.
                   15  WS-FAM-D-DARE     PIC S9(15)V9(2) COMP-3.
                   15  WS-FAM-D-AVERE    PIC S9(15)V9(2) COMP-3.
                   15  WS-FAM-A-RIEP     PIC 9(7)    COMP-3.
                   15  WS-FAM-A-DARE     PIC S9(15)V9(2) COMP-3.
                   15  WS-FAM-A-AVERE    PIC S9(15)V9(2) COMP-3.
                   15  WS-FAM-GD-SALDI   PIC 9(7)    COMP-3.
                   15  WS-FAM-GD-DARE    PIC S9(15)V9(2) COMP-3.
                   15  WS-FAM-GD-AVERE   PIC S9(15)V9(2) COMP-3.
                   15  WS-FAM-GA-SALDI   PIC 9(7)    COMP-3.
                   15  WS-FAM-GA-DARE    PIC S9(15)V9(2) COMP-3.
                   15  WS-FAM-GA-AVERE   PIC S9(15)V9(2) COMP-3.

      *    CELLA FAMIGLIA/SEGNO IN CORSO DI CONFRONTO
       01  WS-CELLA.
           05  WS-CEL-SEGNO              PIC X(10).
           05  WS-CEL-RIEP               PIC 9(7)    COMP-3.
           05  WS-CEL-MOV-DARE           PIC S9(15)V9(2) COMP-3.
           05  WS-CEL-MOV-AVERE          PIC S9(15)V9(2) COMP-3.
           05  WS-CEL-SALDI              PIC 9(7)    COMP-3.
           05  WS-CEL-CG-DARE            PIC S9(15)V9(2) COMP-3.
           05  WS-CEL-CG-AVERE           PIC S9(15)V9(2) COMP-3.
           05  WS-CEL-DIF-DARE           PIC S9(15)V9(2) COMP-3.
           05  WS-CEL-DIF-AVERE          PIC S9(15)V9(2) COMP-3.
           05  WS-CEL-ASS-DARE           PIC S9(15)V9(2) COMP-3.
           05  WS-CEL-ASS-AVERE          PIC S9(15)V9(2) COMP-3.

       01  WS-TOTALI-ORFANI.
           05  WS-ORF-CONT               PIC 9(9)    COMP-3 VALUE ZERO.
           05  WS-ORF-DARE               PIC S9(15)V9(2) COMP-3
                                                     VALUE ZERO.
           05  WS-ORF-AVERE              PIC S9(15)V9(2) COMP-3
                                                     VALUE ZERO.

      *    TOTALI DI QUADRATURA: MOVIMENTI ATTRIBUITI A UNA FAMIGLIA,
      *    SALDI DI CONTABILITA' ACCETTATI E LORO DIFFERENZA.
       01  WS-TOTALI-QUADRATURA.
           05  WS-TOT-MOV-DARE           PIC S9(15)V9(2) COMP-3
                                                     VALUE ZERO.
           05  WS-TOT-MOV-AVERE          PIC S9(15)V9(2) COMP-3
                                                     VALUE ZERO.
           05  WS-TOT-CG-DARE            PIC S9(15)V9(2) COMP-3
                                                     VALUE ZERO.
           05  WS-TOT-CG-AVERE           PIC S9(15)V9(2) COMP-3
                                                     VALUE ZERO.
           05  WS-TOT-DIF-DARE           PIC S9(15)V9(2) COMP-3
                                                     VALUE ZERO.
           05  WS-TOT-DIF-AVERE          PIC S9(15)V9(2) COMP-3
                                                     VALUE ZERO.
           05  WS-TOT-ASS-DARE           PIC S9(15)V9(2) COMP-3
                                                     VALUE ZERO.
           05  WS-TOT-ASS-AVERE          PIC S9(15)V9(2) COMP-3
                                                     VALUE ZERO.

       01  WS-CONTATORI.
           05  WS-CONT-RIEPILOGHI        PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-RIEP-DATA         PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-RIEP-ALTRA-DATA   PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-ORFANI            PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-SALDI             PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-SALDI-DATA        PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-SALDI-ALTRA-DATA  PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-SALDI-SCARTATI    PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-CELLE-QUADRATE    PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-CELLE-TOLLERANZA  PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-CELLE-SOLO-MOV    PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-CELLE-SOLO-CG     PIC 9(7)    COMP-3 VALUE ZERO.

       01  WS-INTESTAZIONE-1.
           05  FILLER          PIC X(45) VALUE
               "QUADRATURA MOVIMENTI / CONTABILITA' GENERALE ".
           05  FILLER          PIC X(32) VALUE
               "PER FAMIGLIA DI VOCE DI BILANCIO".

       01  WS-INTESTAZIONE-2.
           05  FILLER          PIC X(16) VALUE "DATA CONTABILE: ".
           05  WS-IN-GIORNO    PIC 9(2).
           05  FILLER          PIC X     VALUE "/".
           05  WS-IN-MESE      PIC 9(2).
           05  FILLER          PIC X     VALUE "/".
           05  WS-IN-ANNO      PIC 9(4).
           05  FILLER          PIC X(16) VALUE "    TOLLERANZA: ".
           05  WS-IN-TOLL      PIC Z.ZZZ.ZZ9,99.

       01  WS-INTESTAZIONE-3.
           05  FILLER          PIC X(16) VALUE "FAM.  SEGNO".
           05  FILLER          PIC X(17) VALUE "      MOVIM. DARE".
           05  FILLER          PIC X(17) VALUE "     CONTAB. DARE".
           05  FILLER          PIC X(17) VALUE "       DIFF. DARE".
           05  FILLER          PIC X(17) VALUE "     MOVIM. AVERE".
           05  FILLER          PIC X(17) VALUE "    CONTAB. AVERE".
           05  FILLER          PIC X(17) VALUE "      DIFF. AVERE".
           05  FILLER          PIC X(14) VALUE "  ESITO".

       01  WS-RIGA-DETTAGLIO.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-RD-FAMIGLIA            PIC 9(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-RD-SEGNO               PIC X(10).
           05  WS-RD-MOV-DARE            PIC -Z(12)9,99.
           05  WS-RD-CG-DARE             PIC -Z(12)9,99.
           05  WS-RD-DIF-DARE            PIC -Z(12)9,99.
           05  WS-RD-MOV-AVERE           PIC -Z(12)9,99.
           05  WS-RD-CG-AVERE            PIC -Z(12)9,99.
           05  WS-RD-DIF-AVERE           PIC -Z(12)9,99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-RD-ESITO               PIC X(12).

       01  WS-RIGA-VUOTA                 PIC X(132) VALUE SPACES.

       01  WS-INTESTAZIONE-QUADRATURA.
           05  FILLER          PIC X(30) VALUE
               "TOTALI DI QUADRATURA".
           05  FILLER          PIC X(20) VALUE
               "         TOTALE DARE".
           05  FILLER          PIC X(20) VALUE
               "        TOTALE AVERE".

       01  WS-RIGA-QUADRATURA.
           05  WS-RQ-DESCR     PIC X(30).
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-RQ-DARE      PIC -Z(14)9,99.
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-RQ-AVERE     PIC -Z(14)9,99.

       01  WS-RIGA-ESITO.
           05  FILLER          PIC X(19) VALUE "ESITO QUADRATURA : ".
           05  WS-RE-ESITO     PIC X(40).

       01  WS-RIGA-CONTATORE.
           05  WS-RC-DESCR     PIC X(44).
           05  WS-RC-VALORE    PIC ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *  0000-MAINLINE : PARAGRAFO PRINCIPALE                          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA
               THRU 1000-INIZIALIZZA-EXIT.
           PERFORM 2000-AGGREGA-RIEPILOGO
               THRU 2000-AGGREGA-RIEPILOGO-EXIT
               UNTIL WS-FINE-MOVIMENTI.
           PERFORM 4000-CARICA-SALDO
               THRU 4000-CARICA-SALDO-EXIT
               UNTIL WS-FINE-SALDI.
           IF WS-FILE-APERTI
               PERFORM 5000-STAMPA-PROSPETTO
                   THRU 5000-STAMPA-PROSPETTO-EXIT
               PERFORM 6000-STAMPA-QUADRATURA
                   THRU 6000-STAMPA-QUADRATURA-EXIT
           END-IF.
           PERFORM 9000-TERMINA
               THRU 9000-TERMINA-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *  1000-INIZIALIZZA : LEGGE LA SCHEDA PARAMETRI, APRE I FILE,    *
      *  AZZERA LA MATRICE ED ESEGUE LE PRIME LETTURE                  *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           MOVE ZERO TO FAMR-PARM-DATA-CONT.
           MOVE ZERO TO FAMR-PARM-TOLLERANZA.
           OPEN INPUT FAMR-PARM.
           IF WS-PARM-OK
               READ FAMR-PARM
                   AT END
                       MOVE ZERO TO FAMR-PARM-DATA-CONT
                       MOVE ZERO TO FAMR-PARM-TOLLERANZA
               END-READ
           END-IF.
           CLOSE FAMR-PARM.

           IF FAMR-PARM-DATA-CONT NUMERIC
               MOVE FAMR-PARM-DATA-CONT  TO WS-DATA-CONT
           ELSE
               MOVE ZERO                 TO WS-DATA-CONT
           END-IF.
           IF FAMR-PARM-TOLLERANZA NUMERIC AND
              FAMR-PARM-TOLLERANZA > ZERO
               MOVE FAMR-PARM-TOLLERANZA TO WS-TOLLERANZA
           ELSE
               MOVE 1                    TO WS-TOLLERANZA
           END-IF.

           OPEN INPUT CAUSALE-FILE.
           IF NOT WS-CAUSALE-OK
               DISPLAY "CC1FAMR - ERRORE APERTURA CAUSALE-FILE "
                       WS-CAUSALE-STATUS
               MOVE "S" TO WS-FLAG-FINE-MOVIMENTI
               MOVE "S" TO WS-FLAG-FINE-SALDI
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.

           OPEN INPUT AMLX-MOVIMENTI.
           IF NOT WS-MOV-OK
               DISPLAY "CC1FAMR - ERRORE APERTURA AMLX-MOVIMENTI "
                       WS-MOV-STATUS
               MOVE "S" TO WS-FLAG-FINE-MOVIMENTI
               MOVE "S" TO WS-FLAG-FINE-SALDI
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.

           OPEN INPUT COGE-SALDI.
           IF NOT WS-SALDI-OK
               DISPLAY "CC1FAMR - ERRORE APERTURA COGE-SALDI "
                       WS-SALDI-STATUS
               MOVE "S" TO WS-FLAG-FINE-MOVIMENTI
               MOVE "S" TO WS-FLAG-FINE-SALDI
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.

           OPEN OUTPUT FAMR-REPORT.
           MOVE "S" TO WS-FLAG-FILE-APERTI.

           MOVE 1 TO WS-FAM-IX.
           PERFORM 1100-AZZERA-FAMIGLIA
               THRU 1100-AZZERA-FAMIGLIA-EXIT
               UNTIL WS-FAM-IX > 100.

           PERFORM 2100-LEGGI-RIEPILOGO
               THRU 2100-LEGGI-RIEPILOGO-EXIT.
           PERFORM 4100-LEGGI-SALDO
               THRU 4100-LEGGI-SALDO-EXIT.
       1000-INIZIALIZZA-EXIT.
           EXIT.

       1100-AZZERA-FAMIGLIA.
           MOVE ZERO TO WS-FAM-D-RIEP(WS-FAM-IX).
           MOVE ZERO TO WS-FAM-D-DARE(WS-FAM-IX).
           MOVE ZERO TO WS-FAM-D-AVERE(WS-FAM-IX).
           MOVE ZERO TO WS-FAM-A-RIEP(WS-FAM-IX).
           MOVE ZERO TO WS-FAM-A-DARE(WS-FAM-IX).
           MOVE ZERO TO WS-FAM-A-AVERE(WS-FAM-IX).
           MOVE ZERO TO WS-FAM-GD-SALDI(WS-FAM-IX).
           MOVE ZERO TO WS-FAM-GD-DARE(WS-FAM-IX).
           MOVE ZERO TO WS-FAM-GD-AVERE(WS-FAM-IX).
           MOVE ZERO TO WS-FAM-GA-SALDI(WS-FAM-IX).
           MOVE ZERO TO WS-FAM-GA-DARE(WS-FAM-IX).
           MOVE ZERO TO WS-FAM-GA-AVERE(WS-FAM-IX).
           ADD 1 TO WS-FAM-IX.
       1100-AZZERA-FAMIGLIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-AGGREGA-RIEPILOGO : SCARTA I RIEPILOGHI DI ALTRA DATA,   *
      *  RICAVA LA VERSIONE DI CAUSALE IN VIGORE E NE ACCUMULA GLI     *
      *  IMPORTI NELLA CELLA FAMIGLIA/SEGNO. SENZA DATA CONTABILE IN   *
      *  SCHEDA VALE LA DATA DEL PRIMO RIEPILOGO CON DATA VALORIZZATA  *
      *----------------------------------------------------------------*
       2000-AGGREGA-RIEPILOGO.
           ADD 1 TO WS-CONT-RIEPILOGHI.

           IF AMLX-MOV-DATA-MOV NOT NUMERIC OR
              AMLX-MOV-DATA-MOV = ZERO
               ADD 1 TO WS-CONT-RIEP-ALTRA-DATA
               DISPLAY "CC1FAMR - RIEPILOGO SENZA DATA ESCLUSO: "
                       AMLX-MOV-ID " " AMLX-MOV-COD-CAU
               GO TO 2000-AGGREGA-RIEPILOGO-CONT
           END-IF.

           IF WS-DATA-CONT = ZERO
               MOVE AMLX-MOV-DATA-MOV TO WS-DATA-CONT
           END-IF.

           IF AMLX-MOV-DATA-MOV NOT = WS-DATA-CONT
               ADD 1 TO WS-CONT-RIEP-ALTRA-DATA
               GO TO 2000-AGGREGA-RIEPILOGO-CONT
           END-IF.

           ADD 1 TO WS-CONT-RIEP-DATA.

           PERFORM 3000-TROVA-VERSIONE-VIGORE
               THRU 3000-TROVA-VERSIONE-VIGORE-EXIT.

           IF NOT WS-CAUSALE-TROVATA
               ADD 1                   TO WS-CONT-ORFANI
               ADD AMLX-MOV-CONTA      TO WS-ORF-CONT
               ADD AMLX-MOV-TOT-DARE   TO WS-ORF-DARE
               ADD AMLX-MOV-TOT-AVERE  TO WS-ORF-AVERE
               DISPLAY "CC1FAMR - CAUSALE NON IN TABELLA: "
                       AMLX-MOV-ID " " AMLX-MOV-COD-CAU
               GO TO 2000-AGGREGA-RIEPILOGO-CONT
           END-IF.

           COMPUTE WS-FAM-CORRENTE =
               CCAU-VOCE-FAM-BIL OF WS-VERSIONE-VIGORE + 1.

           IF CCAU-ADDEB OF WS-VERSIONE-VIGORE
               ADD 1
                   TO WS-FAM-D-RIEP(WS-FAM-CORRENTE)
               ADD AMLX-MOV-TOT-DARE
                   TO WS-FAM-D-DARE(WS-FAM-CORRENTE)
               ADD AMLX-MOV-TOT-AVERE
                   TO WS-FAM-D-AVERE(WS-FAM-CORRENTE)
           ELSE
               ADD 1
                   TO WS-FAM-A-RIEP(WS-FAM-CORRENTE)
               ADD AMLX-MOV-TOT-DARE
                   TO WS-FAM-A-DARE(WS-FAM-CORRENTE)
               ADD AMLX-MOV-TOT-AVERE
                   TO WS-FAM-A-AVERE(WS-FAM-CORRENTE)
           END-IF.

           ADD AMLX-MOV-TOT-DARE  TO WS-TOT-MOV-DARE.
           ADD AMLX-MOV-TOT-AVERE TO WS-TOT-MOV-AVERE.

       2000-AGGREGA-RIEPILOGO-CONT.
           PERFORM 2100-LEGGI-RIEPILOGO
               THRU 2100-LEGGI-RIEPILOGO-EXIT.
       2000-AGGREGA-RIEPILOGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-LEGGI-RIEPILOGO : LETTURA PROSSIMO RIEPILOGO GIORNALIERO *
      *----------------------------------------------------------------*
       2100-LEGGI-RIEPILOGO.
           READ AMLX-MOVIMENTI
               AT END
                   MOVE "S" TO WS-FLAG-FINE-MOVIMENTI.
       2100-LEGGI-RIEPILOGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-TROVA-VERSIONE-VIGORE : RICERCA TRA LE VERSIONI CON LO   *
      *  STESSO ID/COD.CAU QUELLA IN VIGORE ALLA DATA DI COMPETENZA    *
      *  DEL RIEPILOGO (ULTIMA CON DATA VALIDITA' NON SUPERIORE); CON  *
      *  DATA DI COMPETENZA NON VALORIZZATA VALE L'ULTIMA VERSIONE     *
      *----------------------------------------------------------------*
       3000-TROVA-VERSIONE-VIGORE.
           MOVE "N" TO WS-FLAG-TROVATA.
           MOVE ZERO TO WS-DATA-MIGLIORE.

           IF AMLX-MOV-DATA-MOV NOT NUMERIC OR
              AMLX-MOV-DATA-MOV = ZERO
               MOVE 999999 TO WS-DATA-COMPET-6
           ELSE
               MOVE AMLX-MOV-DATA-MOV(3:6) TO WS-DATA-COMPET-6
           END-IF.

           MOVE LOW-VALUES       TO CCAU-KEY-OUT OF CAUSALE-REC.
           MOVE AMLX-MOV-ID      TO CCAU-ID-OUT OF CAUSALE-REC.
           MOVE AMLX-MOV-COD-CAU TO CCAU-COD-CAU-OUT OF CAUSALE-REC.

           START CAUSALE-FILE KEY IS NOT LESS THAN
                 CCAU-KEY-OUT OF CAUSALE-REC
               INVALID KEY
                   MOVE "N" TO WS-FLAG-CONTINUA-RICERCA
               NOT INVALID KEY
                   MOVE "S" TO WS-FLAG-CONTINUA-RICERCA
           END-START.

           PERFORM 3100-ESAMINA-PROSSIMA-VERSIONE
               THRU 3100-ESAMINA-PROSSIMA-VERSIONE-EXIT
               UNTIL NOT WS-CONTINUA-RICERCA.
       3000-TROVA-VERSIONE-VIGORE-EXIT.
           EXIT.

       3100-ESAMINA-PROSSIMA-VERSIONE.
           READ CAUSALE-FILE NEXT RECORD
               AT END
                   MOVE "N" TO WS-FLAG-CONTINUA-RICERCA
                   GO TO 3100-ESAMINA-PROSSIMA-VERSIONE-EXIT
           END-READ.

           IF CCAU-ID-OUT OF CAUSALE-REC NOT = AMLX-MOV-ID OR
              CCAU-COD-CAU-OUT OF CAUSALE-REC NOT = AMLX-MOV-COD-CAU
               MOVE "N" TO WS-FLAG-CONTINUA-RICERCA
               GO TO 3100-ESAMINA-PROSSIMA-VERSIONE-EXIT
           END-IF.

           IF CCAU-DATA-VALID-OUT-N OF CAUSALE-REC >
              WS-DATA-COMPET-6
               GO TO 3100-ESAMINA-PROSSIMA-VERSIONE-EXIT
           END-IF.

           IF NOT WS-CAUSALE-TROVATA OR
              CCAU-DATA-VALID-OUT-N OF CAUSALE-REC >=
                  WS-DATA-MIGLIORE
               MOVE CAUSALE-REC TO WS-VERSIONE-VIGORE
               MOVE CCAU-DATA-VALID-OUT-N OF CAUSALE-REC
                   TO WS-DATA-MIGLIORE
               MOVE "S" TO WS-FLAG-TROVATA
           END-IF.
       3100-ESAMINA-PROSSIMA-VERSIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-CARICA-SALDO : CONTROLLA IL SALDO DI CONTABILITA'        *
      *  CORRENTE E LO ACCUMULA NELLA CELLA FAMIGLIA/SEGNO. I SALDI DI *
      *  ALTRA DATA SONO ESCLUSI; QUELLI CON DATA, FAMIGLIA, SEGNO O   *
      *  IMPORTI NON VALIDI SONO SCARTATI E RENDONO SQUADRATA LA       *
      *  GIORNATA, PERCHE' IL LORO IMPORTO NON E' CONFRONTABILE        *
      *----------------------------------------------------------------*
       4000-CARICA-SALDO.
           ADD 1 TO WS-CONT-SALDI.

           IF COGF-DATA-CONT NOT NUMERIC OR
              COGF-DATA-CONT = ZERO
               GO TO 4000-CARICA-SALDO-SCARTO
           END-IF.

           IF WS-DATA-CONT = ZERO
               MOVE COGF-DATA-CONT TO WS-DATA-CONT
           END-IF.

           IF COGF-DATA-CONT NOT = WS-DATA-CONT
               ADD 1 TO WS-CONT-SALDI-ALTRA-DATA
               GO TO 4000-CARICA-SALDO-CONT
           END-IF.

           IF COGF-VOCE-FAM-BIL NOT NUMERIC OR
              COGF-SALDO-DARE NOT NUMERIC OR
              COGF-SALDO-AVERE NOT NUMERIC
               GO TO 4000-CARICA-SALDO-SCARTO
           END-IF.
           IF NOT COGF-ADDEB AND NOT COGF-ACCAU
               GO TO 4000-CARICA-SALDO-SCARTO
           END-IF.

           ADD 1 TO WS-CONT-SALDI-DATA.

           COMPUTE WS-FAM-CORRENTE = COGF-VOCE-FAM-BIL + 1.

           IF COGF-ADDEB
               ADD 1
                   TO WS-FAM-GD-SALDI(WS-FAM-CORRENTE)
               ADD COGF-SALDO-DARE
                   TO WS-FAM-GD-DARE(WS-FAM-CORRENTE)
               ADD COGF-SALDO-AVERE
                   TO WS-FAM-GD-AVERE(WS-FAM-CORRENTE)
           ELSE
               ADD 1
                   TO WS-FAM-GA-SALDI(WS-FAM-CORRENTE)
               ADD COGF-SALDO-DARE
                   TO WS-FAM-GA-DARE(WS-FAM-CORRENTE)
               ADD COGF-SALDO-AVERE
                   TO WS-FAM-GA-AVERE(WS-FAM-CORRENTE)
           END-IF.

           ADD COGF-SALDO-DARE  TO WS-TOT-CG-DARE.
           ADD COGF-SALDO-AVERE TO WS-TOT-CG-AVERE.
           GO TO 4000-CARICA-SALDO-CONT.

       4000-CARICA-SALDO-SCARTO.
           ADD 1 TO WS-CONT-SALDI-SCARTATI.
           MOVE "S" TO WS-FLAG-SQUADRATO.
           DISPLAY "CC1FAMR - SALDO CONTABILITA' SCARTATO: "
                   COGF-DATA-CONT " " COGF-VOCE-FAM-BIL " "
                   COGF-SEGNO.

       4000-CARICA-SALDO-CONT.
           PERFORM 4100-LEGGI-SALDO
               THRU 4100-LEGGI-SALDO-EXIT.
       4000-CARICA-SALDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4100-LEGGI-SALDO : LETTURA PROSSIMO SALDO DI CONTABILITA'     *
      *----------------------------------------------------------------*
       4100-LEGGI-SALDO.
           READ COGE-SALDI
               AT END
                   MOVE "S" TO WS-FLAG-FINE-SALDI.
       4100-LEGGI-SALDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-STAMPA-PROSPETTO : STAMPA LE INTESTAZIONI E IL CONFRONTO *
      *  DELLE CELLE FAMIGLIA/SEGNO PRESENTI IN ALMENO UNA DELLE DUE   *
      *  PARTI                                                         *
      *----------------------------------------------------------------*
       5000-STAMPA-PROSPETTO.
           MOVE WS-DC-GIORNO  TO WS-IN-GIORNO.
           MOVE WS-DC-MESE    TO WS-IN-MESE.
           MOVE WS-DC-ANNO    TO WS-IN-ANNO.
           MOVE WS-TOLLERANZA TO WS-IN-TOLL.

           MOVE WS-INTESTAZIONE-1 TO FAMR-REPORT-LINEA.
           WRITE FAMR-REPORT-LINEA.
           MOVE WS-INTESTAZIONE-2 TO FAMR-REPORT-LINEA.
           WRITE FAMR-REPORT-LINEA.
           MOVE WS-RIGA-VUOTA TO FAMR-REPORT-LINEA.
           WRITE FAMR-REPORT-LINEA.
           MOVE WS-INTESTAZIONE-3 TO FAMR-REPORT-LINEA.
           WRITE FAMR-REPORT-LINEA.

           MOVE 1 TO WS-FAM-IX.
           PERFORM 5100-STAMPA-FAMIGLIA
               THRU 5100-STAMPA-FAMIGLIA-EXIT
               UNTIL WS-FAM-IX > 100.
       5000-STAMPA-PROSPETTO-EXIT.
           EXIT.

       5100-STAMPA-FAMIGLIA.
           IF WS-FAM-D-RIEP(WS-FAM-IX) > ZERO OR
              WS-FAM-GD-SALDI(WS-FAM-IX) > ZERO
               MOVE "ADDEBITO"                  TO WS-CEL-SEGNO
               MOVE WS-FAM-D-RIEP(WS-FAM-IX)    TO WS-CEL-RIEP
               MOVE WS-FAM-D-DARE(WS-FAM-IX)    TO WS-CEL-MOV-DARE
               MOVE WS-FAM-D-AVERE(WS-FAM-IX)   TO WS-CEL-MOV-AVERE
               MOVE WS-FAM-GD-SALDI(WS-FAM-IX)  TO WS-CEL-SALDI
               MOVE WS-FAM-GD-DARE(WS-FAM-IX)   TO WS-CEL-CG-DARE
               MOVE WS-FAM-GD-AVERE(WS-FAM-IX)  TO WS-CEL-CG-AVERE
               PERFORM 5200-CONFRONTA-CELLA
                   THRU 5200-CONFRONTA-CELLA-EXIT
           END-IF.
           IF WS-FAM-A-RIEP(WS-FAM-IX) > ZERO OR
              WS-FAM-GA-SALDI(WS-FAM-IX) > ZERO
               MOVE "ACCREDITO"                 TO WS-CEL-SEGNO
               MOVE WS-FAM-A-RIEP(WS-FAM-IX)    TO WS-CEL-RIEP
               MOVE WS-FAM-A-DARE(WS-FAM-IX)    TO WS-CEL-MOV-DARE
               MOVE WS-FAM-A-AVERE(WS-FAM-IX)   TO WS-CEL-MOV-AVERE
               MOVE WS-FAM-GA-SALDI(WS-FAM-IX)  TO WS-CEL-SALDI
               MOVE WS-FAM-GA-DARE(WS-FAM-IX)   TO WS-CEL-CG-DARE
               MOVE WS-FAM-GA-AVERE(WS-FAM-IX)  TO WS-CEL-CG-AVERE
               PERFORM 5200-CONFRONTA-CELLA
                   THRU 5200-CONFRONTA-CELLA-EXIT
           END-IF.
           ADD 1 TO WS-FAM-IX.
       5100-STAMPA-FAMIGLIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5200-CONFRONTA-CELLA : CALCOLA LE DIFFERENZE DARE E AVERE     *
      *  (MOVIMENTI MENO CONTABILITA') DELLA CELLA, NE DETERMINA       *
      *  L'ESITO E STAMPA LA RIGA. SQUADRANO LA GIORNATA LE CELLE      *
      *  PRESENTI DA UNA SOLA PARTE E QUELLE CON DIFFERENZA, IN VALORE *
      *  ASSOLUTO, OLTRE LA TOLLERANZA                                 *
      *----------------------------------------------------------------*
       5200-CONFRONTA-CELLA.
           COMPUTE WS-CEL-DIF-DARE =
               WS-CEL-MOV-DARE - WS-CEL-CG-DARE.
           COMPUTE WS-CEL-DIF-AVERE =
               WS-CEL-MOV-AVERE - WS-CEL-CG-AVERE.

           MOVE WS-CEL-DIF-DARE TO WS-CEL-ASS-DARE.
           IF WS-CEL-ASS-DARE < ZERO
               COMPUTE WS-CEL-ASS-DARE = ZERO - WS-CEL-ASS-DARE
           END-IF.
           MOVE WS-CEL-DIF-AVERE TO WS-CEL-ASS-AVERE.
           IF WS-CEL-ASS-AVERE < ZERO
               COMPUTE WS-CEL-ASS-AVERE = ZERO - WS-CEL-ASS-AVERE
           END-IF.

           EVALUATE TRUE
               WHEN WS-CEL-SALDI = ZERO
                   MOVE "SOLO MOVIM."  TO WS-RD-ESITO
                   ADD 1 TO WS-CONT-CELLE-SOLO-MOV
                   MOVE "S" TO WS-FLAG-SQUADRATO
               WHEN WS-CEL-RIEP = ZERO
                   MOVE "SOLO CONTAB." TO WS-RD-ESITO
                   ADD 1 TO WS-CONT-CELLE-SOLO-CG
                   MOVE "S" TO WS-FLAG-SQUADRATO
               WHEN WS-CEL-ASS-DARE > WS-TOLLERANZA OR
                    WS-CEL-ASS-AVERE > WS-TOLLERANZA
                   MOVE "OLTRE TOLL."  TO WS-RD-ESITO
                   ADD 1 TO WS-CONT-CELLE-TOLLERANZA
                   MOVE "S" TO WS-FLAG-SQUADRATO
               WHEN OTHER
                   MOVE "QUADRATA"     TO WS-RD-ESITO
                   ADD 1 TO WS-CONT-CELLE-QUADRATE
           END-EVALUATE.

           COMPUTE WS-RD-FAMIGLIA = WS-FAM-IX - 1.
           MOVE WS-CEL-SEGNO     TO WS-RD-SEGNO.
           MOVE WS-CEL-MOV-DARE  TO WS-RD-MOV-DARE.
           MOVE WS-CEL-CG-DARE   TO WS-RD-CG-DARE.
           MOVE WS-CEL-DIF-DARE  TO WS-RD-DIF-DARE.
           MOVE WS-CEL-MOV-AVERE TO WS-RD-MOV-AVERE.
           MOVE WS-CEL-CG-AVERE  TO WS-RD-CG-AVERE.
           MOVE WS-CEL-DIF-AVERE TO WS-RD-DIF-AVERE.
           MOVE WS-RIGA-DETTAGLIO TO FAMR-REPORT-LINEA.
           WRITE FAMR-REPORT-LINEA.
       5200-CONFRONTA-CELLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6000-STAMPA-QUADRATURA : STAMPA I TOTALI DI QUADRATURA, LE    *
      *  CAUSALI NON IN TABELLA, L'ESITO DELLA GIORNATA E I CONTATORI. *
      *  ANCHE UNA DIFFERENZA COMPLESSIVA OLTRE TOLLERANZA SQUADRA LA  *
      *  GIORNATA                                                      *
      *----------------------------------------------------------------*
       6000-STAMPA-QUADRATURA.
           COMPUTE WS-TOT-DIF-DARE =
               WS-TOT-MOV-DARE - WS-TOT-CG-DARE.
           COMPUTE WS-TOT-DIF-AVERE =
               WS-TOT-MOV-AVERE - WS-TOT-CG-AVERE.
           MOVE WS-TOT-DIF-DARE TO WS-TOT-ASS-DARE.
           IF WS-TOT-ASS-DARE < ZERO
               COMPUTE WS-TOT-ASS-DARE = ZERO - WS-TOT-ASS-DARE
           END-IF.
           MOVE WS-TOT-DIF-AVERE TO WS-TOT-ASS-AVERE.
           IF WS-TOT-ASS-AVERE < ZERO
               COMPUTE WS-TOT-ASS-AVERE = ZERO - WS-TOT-ASS-AVERE
           END-IF.
           IF WS-TOT-ASS-DARE > WS-TOLLERANZA OR
              WS-TOT-ASS-AVERE > WS-TOLLERANZA
               MOVE "S" TO WS-FLAG-SQUADRATO
           END-IF.

           MOVE WS-RIGA-VUOTA TO FAMR-REPORT-LINEA.
           WRITE FAMR-REPORT-LINEA.
           MOVE WS-INTESTAZIONE-QUADRATURA TO FAMR-REPORT-LINEA.
           WRITE FAMR-REPORT-LINEA.

           MOVE "TOTALE MOVIMENTI PER FAMIGLIA" TO WS-RQ-DESCR.
           MOVE WS-TOT-MOV-DARE  TO WS-RQ-DARE.
           MOVE WS-TOT-MOV-AVERE TO WS-RQ-AVERE.
           MOVE WS-RIGA-QUADRATURA TO FAMR-REPORT-LINEA.
           WRITE FAMR-REPORT-LINEA.

           MOVE "TOTALE CONTABILITA' GENERALE" TO WS-RQ-DESCR.
           MOVE WS-TOT-CG-DARE   TO WS-RQ-DARE.
           MOVE WS-TOT-CG-AVERE  TO WS-RQ-AVERE.
           MOVE WS-RIGA-QUADRATURA TO FAMR-REPORT-LINEA.
           WRITE FAMR-REPORT-LINEA.

           MOVE "DIFFERENZA" TO WS-RQ-DESCR.
           MOVE WS-TOT-DIF-DARE  TO WS-RQ-DARE.
           MOVE WS-TOT-DIF-AVERE TO WS-RQ-AVERE.
           MOVE WS-RIGA-QUADRATURA TO FAMR-REPORT-LINEA.
           WRITE FAMR-REPORT-LINEA.

           IF WS-CONT-ORFANI > ZERO
               MOVE "CAUSALI NON IN TAB. (ESCLUSE)" TO WS-RQ-DESCR
               MOVE WS-ORF-DARE  TO WS-RQ-DARE
               MOVE WS-ORF-AVERE TO WS-RQ-AVERE
               MOVE WS-RIGA-QUADRATURA TO FAMR-REPORT-LINEA
               WRITE FAMR-REPORT-LINEA
           END-IF.

           MOVE WS-RIGA-VUOTA TO FAMR-REPORT-LINEA.
           WRITE FAMR-REPORT-LINEA.
           IF WS-SQUADRATO
               MOVE "SQUADRATA - DA GIUSTIFICARE" TO WS-RE-ESITO
           ELSE
               MOVE "QUADRATA"                    TO WS-RE-ESITO
           END-IF.
           MOVE WS-RIGA-ESITO TO FAMR-REPORT-LINEA.
           WRITE FAMR-REPORT-LINEA.

           MOVE WS-RIGA-VUOTA TO FAMR-REPORT-LINEA.
           WRITE FAMR-REPORT-LINEA.
           MOVE "RIEPILOGHI MOVIMENTI ALLA DATA" TO WS-RC-DESCR.
           MOVE WS-CONT-RIEP-DATA        TO WS-RC-VALORE.
           PERFORM 6100-STAMPA-CONTATORE
               THRU 6100-STAMPA-CONTATORE-EXIT.
           MOVE "RIEPILOGHI DI ALTRA DATA O SENZA DATA"
                                         TO WS-RC-DESCR.
           MOVE WS-CONT-RIEP-ALTRA-DATA  TO WS-RC-VALORE.
           PERFORM 6100-STAMPA-CONTATORE
               THRU 6100-STAMPA-CONTATORE-EXIT.
           MOVE "RIEPILOGHI SU CAUSALI NON IN TABELLA"
                                         TO WS-RC-DESCR.
           MOVE WS-CONT-ORFANI           TO WS-RC-VALORE.
           PERFORM 6100-STAMPA-CONTATORE
               THRU 6100-STAMPA-CONTATORE-EXIT.
           MOVE "SALDI CONTABILITA' ALLA DATA" TO WS-RC-DESCR.
           MOVE WS-CONT-SALDI-DATA       TO WS-RC-VALORE.
           PERFORM 6100-STAMPA-CONTATORE
               THRU 6100-STAMPA-CONTATORE-EXIT.
           MOVE "SALDI CONTABILITA' DI ALTRA DATA"
                                         TO WS-RC-DESCR.
           MOVE WS-CONT-SALDI-ALTRA-DATA TO WS-RC-VALORE.
           PERFORM 6100-STAMPA-CONTATORE
               THRU 6100-STAMPA-CONTATORE-EXIT.
           MOVE "SALDI CONTABILITA' SCARTATI" TO WS-RC-DESCR.
           MOVE WS-CONT-SALDI-SCARTATI   TO WS-RC-VALORE.
           PERFORM 6100-STAMPA-CONTATORE
               THRU 6100-STAMPA-CONTATORE-EXIT.
           MOVE "CELLE FAMIGLIA/SEGNO QUADRATE" TO WS-RC-DESCR.
           MOVE WS-CONT-CELLE-QUADRATE   TO WS-RC-VALORE.
           PERFORM 6100-STAMPA-CONTATORE
               THRU 6100-STAMPA-CONTATORE-EXIT.
           MOVE "CELLE CON DIFFERENZA OLTRE TOLLERANZA"
                                         TO WS-RC-DESCR.
           MOVE WS-CONT-CELLE-TOLLERANZA TO WS-RC-VALORE.
           PERFORM 6100-STAMPA-CONTATORE
               THRU 6100-STAMPA-CONTATORE-EXIT.
           MOVE "CELLE PRESENTI SOLO NEI MOVIMENTI"
                                         TO WS-RC-DESCR.
           MOVE WS-CONT-CELLE-SOLO-MOV   TO WS-RC-VALORE.
           PERFORM 6100-STAMPA-CONTATORE
               THRU 6100-STAMPA-CONTATORE-EXIT.
           MOVE "CELLE PRESENTI SOLO IN CONTABILITA'"
                                         TO WS-RC-DESCR.
           MOVE WS-CONT-CELLE-SOLO-CG    TO WS-RC-VALORE.
           PERFORM 6100-STAMPA-CONTATORE
               THRU 6100-STAMPA-CONTATORE-EXIT.
       6000-STAMPA-QUADRATURA-EXIT.
           EXIT.

       6100-STAMPA-CONTATORE.
           MOVE WS-RIGA-CONTATORE TO FAMR-REPORT-LINEA.
           WRITE FAMR-REPORT-LINEA.
       6100-STAMPA-CONTATORE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9000-TERMINA : STAMPA CONTATORI, IMPOSTA IL RETURN-CODE E     *
      *  CHIUDE I FILE                                                 *
      *----------------------------------------------------------------*
       9000-TERMINA.
           IF WS-FILE-APERTI
               DISPLAY "CC1FAMR - RIEPILOGHI LETTI           : "
                       WS-CONT-RIEPILOGHI
               DISPLAY "CC1FAMR - RIEPILOGHI ALLA DATA       : "
                       WS-CONT-RIEP-DATA
               DISPLAY "CC1FAMR - CAUSALI NON IN TABELLA     : "
                       WS-CONT-ORFANI
               DISPLAY "CC1FAMR - SALDI CONTABILITA' LETTI   : "
                       WS-CONT-SALDI
               DISPLAY "CC1FAMR - SALDI SCARTATI             : "
                       WS-CONT-SALDI-SCARTATI
               DISPLAY "CC1FAMR - CELLE OLTRE TOLLERANZA     : "
                       WS-CONT-CELLE-TOLLERANZA
               DISPLAY "CC1FAMR - CELLE SOLO MOVIMENTI       : "
                       WS-CONT-CELLE-SOLO-MOV
               DISPLAY "CC1FAMR - CELLE SOLO CONTABILITA'    : "
                       WS-CONT-CELLE-SOLO-CG

               IF WS-SQUADRATO
                   DISPLAY "CC1FAMR - QUADRATURA NON RIUSCITA, "
                           "CHIUSURA DI GIORNATA DA TRATTENERE"
                   MOVE 8 TO RETURN-CODE
               END-IF

               IF RETURN-CODE = ZERO AND
                  (WS-CONT-ORFANI > ZERO OR
                   WS-CONT-RIEP-ALTRA-DATA > ZERO OR
                   WS-CONT-SALDI-ALTRA-DATA > ZERO)
                   MOVE 4 TO RETURN-CODE
               END-IF

               CLOSE CAUSALE-FILE
               CLOSE AMLX-MOVIMENTI
               CLOSE COGE-SALDI
               CLOSE FAMR-REPORT
           END-IF.
       9000-TERMINA-EXIT.
           EXIT.
