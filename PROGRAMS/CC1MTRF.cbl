      *================================================================*
      *  PROGRAM-ID    : CC1MTRF                                       *
      *  AUTORE        : UFFICIO SISTEMI - AREA TABELLE DI SISTEMA     *
      *  INSTALLAZIONE : DIREZIONE GENERALE - ELABORAZIONE DATI        *
      *  DATA-SCRITTURA: 15/10/2026                                    *
      *  DESCRIZIONE   : CONTROLLO DEI CAMBI FUORI MERCATO E DELLA     *
      *                  COERENZA DEI CONTROVALORI SULLO SCARICO       *
      *                  MATRIX (MATRIXOU, TRACCIATO ES0MOVGP). PER    *
      *                  OGNI MOVIMENTO SEGNALA:                       *
      *                    - IL CONTROVALORE (CTV) CHE SI DISCOSTA DA  *
      *                      IMP X CAM OLTRE LA TOLLERANZA;            *
      *                    - IL CAMBIO APPLICATO (CAM) CHE SI DISCOSTA *
      *                      DAL CAMBIO UFFICIALE DELLA DIVISA DI      *
      *                      ORIGINE (CAMBIEOM, COPY CAMBIMST) OLTRE   *
      *                      LA BANDA PERCENTUALE.                     *
      *                  TOLLERANZA E BANDA DALLA SCHEDA MTRFPARM. LE  *
      *                  ECCEZIONI SONO STAMPATE RAGGRUPPATE PER       *
      *                  OPERATORE (USERID) E TERMINALE (LTERM), CON   *
      *                  UN RIEPILOGO FINALE DI TUTTI I GRUPPI. IL     *
      *                  RECORD DI TOTALI DI CODA ("TOTALI999") VIENE  *
      *                  SCAVALCATO. RETURN-CODE 8 IN PRESENZA DI      *
      *                  ECCEZIONI, 4 SE ALCUNE DIVISE SONO PRIVE DI   *
      *                  CAMBIO UFFICIALE.                             *
      *------------------------------------------------------------*  *
      *  STORIA DELLE MODIFICHE                                        *
      *  DATA        AUTORE   DESCRIZIONE                              *
      *  15/10/2026  UFSIS    PRIMA VERSIONE DEL PROGRAMMA.            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CC1MTRF.
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
           SELECT OPTIONAL MTRF-PARM ASSIGN TO "MTRFPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MATRIX-EXTRACT ASSIGN TO "MATRIXOU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT CAMBI-FILE ASSIGN TO "CAMBIEOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAMB-DIV OF CAMB-REC
               FILE STATUS IS WS-CAMBI-STATUS.

           SELECT MTRF-REPORT ASSIGN TO "MTRFLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MTRF-PARM
           RECORD CONTAINS 80 CHARACTERS.
           COPY MTRFPARM.

       FD  MATRIX-EXTRACT
           RECORD CONTAINS 111 CHARACTERS.
           COPY ES0MOVGP REPLACING ==MECCDW09== BY ==MTRF-MOV-REC==.
       01  MTRF-TRAILER-IN.
           05  MTRF-TRLIN-MARCA          PIC X(9).
           05  FILLER                    PIC X(102).

       FD  CAMBI-FILE.
           COPY CAMBIMST.

       FD  MTRF-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  MTRF-REPORT-LINEA              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-AREA.
           05  WS-PARM-STATUS            PIC XX.
               88  WS-PARM-OK                VALUE '00'.
           05  WS-EXTRACT-STATUS         PIC XX.
               88  WS-EXTRACT-OK             VALUE '00'.
           05  WS-CAMBI-STATUS           PIC XX.
               88  WS-CAMBI-OK               VALUE '00'.
           05  WS-REPORT-STATUS          PIC XX.
               88  WS-REPORT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FLAG-FINE-MOVIMENTI    PIC X       VALUE 'N'.
               88  WS-FINE-MOVIMENTI         VALUE 'S'.
           05  WS-FLAG-FILE-APERTI       PIC X       VALUE 'N'.
               88  WS-FILE-APERTI            VALUE 'S'.
           05  WS-FLAG-CAMBI-APERTO      PIC X       VALUE 'N'.
               88  WS-CAMBI-APERTO           VALUE 'S'.
           05  WS-FLAG-CAMBIO-TROVATO    PIC X       VALUE 'N'.
               88  WS-CAMBIO-TROVATO         VALUE 'S'.
           05  WS-FLAG-CTV-ANOMALO       PIC X       VALUE 'N'.
               88  WS-CTV-ANOMALO            VALUE 'S'.
           05  WS-FLAG-FUORI-MERCATO     PIC X       VALUE 'N'.
               88  WS-FUORI-MERCATO          VALUE 'S'.
           05  WS-FLAG-POSIZIONE         PIC X       VALUE 'N'.
               88  WS-POSIZIONE-TROVATA      VALUE 'S'.
           05  WS-FLAG-ECC-SATURA        PIC X       VALUE 'N'.
               88  WS-ECC-SATURA             VALUE 'S'.

       01  WS-PARAMETRI.
           05  WS-TOLL-CTV               PIC 9(7)V99 VALUE ZERO.
           05  WS-BANDA-PERC             PIC 9(3)V99 VALUE ZERO.

      *    CALCOLI SUL MOVIMENTO CORRENTE.
       01  WS-CALCOLO-MOVIMENTO.
           05  WS-CAMBIO-UFF             PIC 9(9)V9(6) COMP-3.
           05  WS-CTV-CALCOLATO          COMP-2.
           05  WS-DIFF-CTV               COMP-2.
           05  WS-DIFF-CTV-ASS           COMP-2.
           05  WS-SCOSTAMENTO            COMP-2.
           05  WS-SCOSTAMENTO-ASS        COMP-2.

      *    GRUPPI OPERATORE/TERMINALE, TENUTI IN ORDINE DI CHIAVE PER
      *    LA STAMPA RAGGRUPPATA.
       01  WS-GRUPPI-AREA.
           05  WS-GRP-MAX                PIC 9(4)    COMP VALUE 1000.
           05  WS-GRP-CARICATI           PIC 9(4)    COMP VALUE ZERO.
           05  WS-GRP-IX                 PIC 9(4)    COMP VALUE ZERO.
           05  WS-GRP-SPOSTA-IX          PIC 9(4)    COMP VALUE ZERO.
           05  WS-GRP-TROVATO-IX         PIC 9(4)    COMP VALUE ZERO.
           05  WS-GRP-CERCATO.
               10  WS-GRP-CERCATO-USERID PIC X(5).
               10  WS-GRP-CERCATO-LTERM  PIC X(8).
           05  WS-GRP-TABELLA.
               10  WS-GRP-ELEM           OCCURS 1000.
                   15  WS-GRP-CHIAVE.
                       20  WS-GRP-USERID PIC X(5).
                       20  WS-GRP-LTERM  PIC X(8).
                   15  WS-GRP-CONT-MOV   PIC 9(9)    COMP-3.
                   15  WS-GRP-CONT-CTV   PIC 9(7)    COMP-3.
                   15  WS-GRP-CONT-CAMBIO PIC 9(7)   COMP-3.
                   15  WS-GRP-CONT-ECC   PIC 9(7)    COMP-3.
                   15  WS-GRP-TOT-DIFF   COMP-2.

      *    MOVIMENTI IN ECCEZIONE, CONSERVATI PER LA STAMPA PER GRUPPO.
       01  WS-ECCEZIONI-AREA.
           05  WS-ECC-MAX                PIC 9(4)    COMP VALUE 5000.
           05  WS-ECC-CARICATE           PIC 9(4)    COMP VALUE ZERO.
           05  WS-ECC-IX                 PIC 9(4)    COMP VALUE ZERO.
           05  WS-ECC-TABELLA.
               10  WS-ECC-ELEM           OCCURS 5000.
                   15  WS-ECC-GRUPPO     PIC X(13).
                   15  WS-ECC-IST        PIC 9(2).
                   15  WS-ECC-PARTITA    PIC 9(9).
                   15  WS-ECC-DETT       PIC 9.
                   15  WS-ECC-CONTDAT    PIC 9(6).
                   15  WS-ECC-DIV        PIC 9(3).
                   15  WS-ECC-IMP        COMP-2.
                   15  WS-ECC-CAM        COMP-2.
                   15  WS-ECC-CAMBIO-UFF PIC 9(9)V9(6) COMP-3.
                   15  WS-ECC-SCOSTAMENTO COMP-2.
                   15  WS-ECC-CTV        COMP-2.
                   15  WS-ECC-DIFF-CTV   COMP-2.
                   15  WS-ECC-MOTIVO     PIC X(20).

       01  WS-CONTATORI.
           05  WS-CONT-LETTI             PIC 9(9)    COMP-3 VALUE ZERO.
           05  WS-CONT-ECCEZIONI         PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-CTV               PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-CAMBIO            PIC 9(7)    COMP-3 VALUE ZERO.
           05  WS-CONT-SENZA-CAMBIO      PIC 9(7)    COMP-3 VALUE ZERO.

       01  WS-INTESTAZIONE-1.
           05  FILLER          PIC X(60) VALUE
               "CONTROLLO CAMBI FUORI MERCATO E CONTROVALORI (MATRIX)".

       01  WS-RIGA-PARAMETRI.
           05  FILLER          PIC X(19) VALUE "TOLLERANZA CTV  = ".
           05  WS-RPA-TOLL     PIC Z.ZZZ.ZZ9,99.
           05  FILLER          PIC X(20) VALUE "   BANDA CAMBIO  = ".
           05  WS-RPA-BANDA    PIC ZZ9,99.
           05  FILLER          PIC X(2)  VALUE " %".

       01  WS-INTESTAZIONE-2.
           05  FILLER          PIC X(15) VALUE "IST/PARTITA-D".
           05  FILLER          PIC X(7)  VALUE "CONTDT".
           05  FILLER          PIC X(4)  VALUE "DIV".
           05  FILLER          PIC X(16) VALUE "   IMPORTO DIV.".
           05  FILLER          PIC X(13) VALUE "   CAMBIO".
           05  FILLER          PIC X(13) VALUE "   CAMBIO UFF".
           05  FILLER          PIC X(8)  VALUE " SCOST%".
           05  FILLER          PIC X(16) VALUE "    CTV CONTAB.".
           05  FILLER          PIC X(13) VALUE "  DIFF. CTV".
           05  FILLER          PIC X(20) VALUE "  MOTIVO".

       01  WS-RIGA-GRUPPO.
           05  FILLER          PIC X(12) VALUE "OPERATORE = ".
           05  WS-RG-USERID    PIC X(5).
           05  FILLER          PIC X(16) VALUE "   TERMINALE = ".
           05  WS-RG-LTERM     PIC X(8).

       01  WS-RIGA-DETTAGLIO.
           05  WS-RD-IST                 PIC 9(2).
           05  FILLER                    PIC X     VALUE "/".
           05  WS-RD-PARTITA             PIC 9(9).
           05  FILLER                    PIC X     VALUE "-".
           05  WS-RD-DETT                PIC 9.
           05  FILLER                    PIC X     VALUE " ".
           05  WS-RD-CONTDAT             PIC 9(6).
           05  FILLER                    PIC X     VALUE " ".
           05  WS-RD-DIV                 PIC 9(3).
           05  WS-RD-IMP                 PIC -Z(11)9,99.
           05  FILLER                    PIC X     VALUE " ".
           05  WS-RD-CAM                 PIC Z(4)9,9(6).
           05  FILLER                    PIC X     VALUE " ".
           05  WS-RD-CAMBIO-UFF          PIC Z(4)9,9(6).
           05  FILLER                    PIC X     VALUE " ".
           05  WS-RD-SCOSTAMENTO         PIC -ZZ9,99.
           05  WS-RD-CTV                 PIC -Z(11)9,99.
           05  WS-RD-DIFF-CTV            PIC -Z(8)9,99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-RD-MOTIVO              PIC X(20).

       01  WS-RIGA-TOTALE-GRUPPO.
           05  FILLER          PIC X(15) VALUE "  TOTALE GRUPPO".
           05  FILLER          PIC X(12) VALUE ": MOVIMENTI=".
           05  WS-RTG-MOV      PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(12) VALUE "  ECCEZIONI=".
           05  WS-RTG-ECC      PIC ZZZ.ZZ9.
           05  FILLER          PIC X(19) VALUE "  CTV NON COERENTI=".
           05  WS-RTG-CTV      PIC ZZZ.ZZ9.
           05  FILLER          PIC X(16) VALUE "  FUORI BANDA=".
           05  WS-RTG-CAMBIO   PIC ZZZ.ZZ9.

       01  WS-RIGA-TITOLO-RIEPILOGO.
           05  FILLER          PIC X(60) VALUE
               "RIEPILOGO PER OPERATORE / TERMINALE".

       01  WS-INTESTAZIONE-RIEPILOGO.
           05  FILLER          PIC X(8)  VALUE "USERID".
           05  FILLER          PIC X(10) VALUE "LTERM".
           05  FILLER          PIC X(12) VALUE "  MOVIMENTI".
           05  FILLER          PIC X(10) VALUE " ECCEZIONI".
           05  FILLER          PIC X(10) VALUE "   CTV NC".
           05  FILLER          PIC X(10) VALUE " F.BANDA".
           05  FILLER          PIC X(16) VALUE "   SOMMA DIFF.".

       01  WS-RIGA-RIEPILOGO.
           05  WS-RR-USERID    PIC X(5).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-RR-LTERM     PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RR-MOV       PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-RR-ECC       PIC ZZZ.ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-RR-CTV       PIC ZZZ.ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-RR-CAMBIO    PIC ZZZ.ZZ9.
           05  WS-RR-DIFF      PIC -Z(11)9,99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RR-NOTA      PIC X(20).

       01  WS-RIGA-TOTALI.
           05  FILLER          PIC X(18) VALUE "TOTALI: MOVIMENTI=".
           05  WS-RT-LETTI     PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(12) VALUE "  ECCEZIONI=".
           05  WS-RT-ECCEZIONI PIC ZZZ.ZZ9.
           05  FILLER          PIC X(19) VALUE "  CTV NON COERENTI=".
           05  WS-RT-CTV       PIC ZZZ.ZZ9.
           05  FILLER          PIC X(14) VALUE "  FUORI BANDA=".
           05  WS-RT-CAMBIO    PIC ZZZ.ZZ9.

       01  WS-RIGA-AVVISO.
           05  FILLER          PIC X(32) VALUE
               "MOVIMENTI SENZA CAMBIO UFFICIALE".
           05  FILLER          PIC X     VALUE "=".
           05  WS-RA-SENZA     PIC ZZZ.ZZ9.
           05  FILLER          PIC X(40) VALUE
               " - BANDA NON VERIFICATA, VEDERE CC1CAMM".

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *  0000-MAINLINE : PARAGRAFO PRINCIPALE                          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA
               THRU 1000-INIZIALIZZA-EXIT.
           PERFORM 2000-CONTROLLA-MOVIMENTO
               THRU 2000-CONTROLLA-MOVIMENTO-EXIT
               UNTIL WS-FINE-MOVIMENTI.
           IF WS-FILE-APERTI
               PERFORM 3000-STAMPA-ECCEZIONI
                   THRU 3000-STAMPA-ECCEZIONI-EXIT
               PERFORM 4000-STAMPA-RIEPILOGO
                   THRU 4000-STAMPA-RIEPILOGO-EXIT
           END-IF.
           PERFORM 9000-TERMINA
               THRU 9000-TERMINA-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *  1000-INIZIALIZZA : LEGGE LA SCHEDA PARAMETRI, APRE I FILE E   *
      *  STAMPA LE INTESTAZIONI                                        *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           MOVE ZERO TO MTRF-PARM-TOLL-CTV.
           MOVE ZERO TO MTRF-PARM-BANDA-PERC.
           OPEN INPUT MTRF-PARM.
           IF WS-PARM-OK
               READ MTRF-PARM
                   AT END
                       MOVE ZERO TO MTRF-PARM-TOLL-CTV
                       MOVE ZERO TO MTRF-PARM-BANDA-PERC
               END-READ
           END-IF.
           CLOSE MTRF-PARM.

           IF MTRF-PARM-TOLL-CTV NUMERIC AND
              MTRF-PARM-TOLL-CTV > ZERO
               MOVE MTRF-PARM-TOLL-CTV   TO WS-TOLL-CTV
           ELSE
               MOVE 1                    TO WS-TOLL-CTV
           END-IF.
           IF MTRF-PARM-BANDA-PERC NUMERIC AND
              MTRF-PARM-BANDA-PERC > ZERO
               MOVE MTRF-PARM-BANDA-PERC TO WS-BANDA-PERC
           ELSE
               MOVE 2                    TO WS-BANDA-PERC
           END-IF.

           OPEN INPUT MATRIX-EXTRACT.
           IF NOT WS-EXTRACT-OK
               DISPLAY "CC1MTRF - ERRORE APERTURA MATRIX-EXTRACT "
                       WS-EXTRACT-STATUS
               MOVE "S" TO WS-FLAG-FINE-MOVIMENTI
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INIZIALIZZA-EXIT
           END-IF.

           OPEN INPUT CAMBI-FILE.
           IF WS-CAMBI-OK
               MOVE "S" TO WS-FLAG-CAMBI-APERTO
           ELSE
               DISPLAY "CC1MTRF - TABELLA CAMBI CAMBIEOM ASSENTE O "
                       "IN ERRORE " WS-CAMBI-STATUS
           END-IF.

           OPEN OUTPUT MTRF-REPORT.
           MOVE "S" TO WS-FLAG-FILE-APERTI.
           MOVE WS-INTESTAZIONE-1 TO MTRF-REPORT-LINEA.
           WRITE MTRF-REPORT-LINEA.
           MOVE WS-TOLL-CTV   TO WS-RPA-TOLL.
           MOVE WS-BANDA-PERC TO WS-RPA-BANDA.
           MOVE WS-RIGA-PARAMETRI TO MTRF-REPORT-LINEA.
           WRITE MTRF-REPORT-LINEA.

           PERFORM 2100-LEGGI-MOVIMENTO
               THRU 2100-LEGGI-MOVIMENTO-EXIT.
       1000-INIZIALIZZA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-CONTROLLA-MOVIMENTO : VERIFICA CONTROVALORE E CAMBIO DEL *
      *  MOVIMENTO CORRENTE E LO ATTRIBUISCE AL SUO GRUPPO             *
      *  OPERATORE/TERMINALE                                           *
      *----------------------------------------------------------------*
       2000-CONTROLLA-MOVIMENTO.
           MOVE "N" TO WS-FLAG-CTV-ANOMALO.
           MOVE "N" TO WS-FLAG-FUORI-MERCATO.

      *    COERENZA DEL CONTROVALORE: CTV CONTRO IMP X CAM.
           COMPUTE WS-CTV-CALCOLATO =
               IMP OF MTRF-MOV-REC * CAM OF MTRF-MOV-REC.
           COMPUTE WS-DIFF-CTV =
               CTV OF MTRF-MOV-REC - WS-CTV-CALCOLATO.
           IF WS-DIFF-CTV < ZERO
               COMPUTE WS-DIFF-CTV-ASS = ZERO - WS-DIFF-CTV
           ELSE
               MOVE WS-DIFF-CTV TO WS-DIFF-CTV-ASS
           END-IF.
           IF WS-DIFF-CTV-ASS > WS-TOLL-CTV
               MOVE "S" TO WS-FLAG-CTV-ANOMALO
           END-IF.

      *    SCOSTAMENTO PERCENTUALE DEL CAMBIO DAL CAMBIO UFFICIALE.
           MOVE ZERO TO WS-SCOSTAMENTO.
           PERFORM 2300-CERCA-CAMBIO
               THRU 2300-CERCA-CAMBIO-EXIT.
           IF WS-CAMBIO-TROVATO
               COMPUTE WS-SCOSTAMENTO =
                   (CAM OF MTRF-MOV-REC - WS-CAMBIO-UFF) * 100
                   / WS-CAMBIO-UFF
               IF WS-SCOSTAMENTO < ZERO
                   COMPUTE WS-SCOSTAMENTO-ASS = ZERO - WS-SCOSTAMENTO
               ELSE
                   MOVE WS-SCOSTAMENTO TO WS-SCOSTAMENTO-ASS
               END-IF
               IF WS-SCOSTAMENTO-ASS > WS-BANDA-PERC
                   MOVE "S" TO WS-FLAG-FUORI-MERCATO
               END-IF
           ELSE
               ADD 1 TO WS-CONT-SENZA-CAMBIO
           END-IF.

           MOVE USERID OF MTRF-MOV-REC TO WS-GRP-CERCATO-USERID.
           MOVE LTERM OF MTRF-MOV-REC  TO WS-GRP-CERCATO-LTERM.
           PERFORM 8100-CERCA-GRUPPO
               THRU 8100-CERCA-GRUPPO-EXIT.
           IF WS-GRP-TROVATO-IX > ZERO
               ADD 1 TO WS-GRP-CONT-MOV(WS-GRP-TROVATO-IX)
           END-IF.

           IF WS-CTV-ANOMALO OR WS-FUORI-MERCATO
               PERFORM 2200-REGISTRA-ECCEZIONE
                   THRU 2200-REGISTRA-ECCEZIONE-EXIT
           END-IF.

           PERFORM 2100-LEGGI-MOVIMENTO
               THRU 2100-LEGGI-MOVIMENTO-EXIT.
       2000-CONTROLLA-MOVIMENTO-EXIT.
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
           IF MTRF-TRLIN-MARCA = "TOTALI999"
               GO TO 2100-LEGGI-MOVIMENTO
           END-IF.
           ADD 1 TO WS-CONT-LETTI.
       2100-LEGGI-MOVIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-REGISTRA-ECCEZIONE : AGGIORNA I CONTATORI DEL GRUPPO E   *
      *  CONSERVA IL MOVIMENTO PER LA STAMPA RAGGRUPPATA               *
      *----------------------------------------------------------------*
       2200-REGISTRA-ECCEZIONE.
           ADD 1 TO WS-CONT-ECCEZIONI.
           IF WS-CTV-ANOMALO
               ADD 1 TO WS-CONT-CTV
           END-IF.
           IF WS-FUORI-MERCATO
               ADD 1 TO WS-CONT-CAMBIO
           END-IF.

           IF WS-GRP-TROVATO-IX > ZERO
               ADD 1 TO WS-GRP-CONT-ECC(WS-GRP-TROVATO-IX)
               IF WS-CTV-ANOMALO
                   ADD 1 TO WS-GRP-CONT-CTV(WS-GRP-TROVATO-IX)
                   ADD WS-DIFF-CTV TO WS-GRP-TOT-DIFF(WS-GRP-TROVATO-IX)
               END-IF
               IF WS-FUORI-MERCATO
                   ADD 1 TO WS-GRP-CONT-CAMBIO(WS-GRP-TROVATO-IX)
               END-IF
           END-IF.

           IF WS-ECC-CARICATE >= WS-ECC-MAX
               IF NOT WS-ECC-SATURA
                   DISPLAY "CC1MTRF - TABELLA ECCEZIONI SATURA, "
                           "DETTAGLIO INCOMPLETO"
                   MOVE "S" TO WS-FLAG-ECC-SATURA
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO 2200-REGISTRA-ECCEZIONE-EXIT
           END-IF.

           ADD 1 TO WS-ECC-CARICATE.
           MOVE WS-ECC-CARICATE TO WS-ECC-IX.
           MOVE WS-GRP-CERCATO TO WS-ECC-GRUPPO(WS-ECC-IX).
           MOVE MECCDW09-IST OF MTRF-MOV-REC TO WS-ECC-IST(WS-ECC-IX).
           MOVE MECCDW09-PARTITA OF MTRF-MOV-REC
               TO WS-ECC-PARTITA(WS-ECC-IX).
           MOVE DETT OF MTRF-MOV-REC     TO WS-ECC-DETT(WS-ECC-IX).
           MOVE CONTDAT OF MTRF-MOV-REC  TO WS-ECC-CONTDAT(WS-ECC-IX).
           MOVE DIV-ORIG OF MTRF-MOV-REC TO WS-ECC-DIV(WS-ECC-IX).
           MOVE IMP OF MTRF-MOV-REC      TO WS-ECC-IMP(WS-ECC-IX).
           MOVE CAM OF MTRF-MOV-REC      TO WS-ECC-CAM(WS-ECC-IX).
           MOVE CTV OF MTRF-MOV-REC      TO WS-ECC-CTV(WS-ECC-IX).
           MOVE WS-DIFF-CTV              TO WS-ECC-DIFF-CTV(WS-ECC-IX).
           MOVE WS-SCOSTAMENTO       TO WS-ECC-SCOSTAMENTO(WS-ECC-IX).
           IF WS-CAMBIO-TROVATO
               MOVE WS-CAMBIO-UFF    TO WS-ECC-CAMBIO-UFF(WS-ECC-IX)
           ELSE
               MOVE ZERO             TO WS-ECC-CAMBIO-UFF(WS-ECC-IX)
           END-IF.

           EVALUATE TRUE
               WHEN WS-CTV-ANOMALO AND WS-FUORI-MERCATO
                   MOVE "CTV E CAMBIO"       TO WS-ECC-MOTIVO(WS-ECC-IX)
               WHEN WS-CTV-ANOMALO
                   MOVE "CTV NON COERENTE"   TO WS-ECC-MOTIVO(WS-ECC-IX)
               WHEN OTHER
                   MOVE "CAMBIO FUORI BANDA" TO WS-ECC-MOTIVO(WS-ECC-IX)
           END-EVALUATE.
           IF WS-CTV-ANOMALO AND NOT WS-CAMBIO-TROVATO
               MOVE "CTV (NO CAMBIO UFF)"
                   TO WS-ECC-MOTIVO(WS-ECC-IX)
           END-IF.
       2200-REGISTRA-ECCEZIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-CERCA-CAMBIO : LEGGE IL CAMBIO UFFICIALE DELLA DIVISA DI *
      *  ORIGINE DEL MOVIMENTO DALLA TABELLA CAMBIEOM                  *
      *----------------------------------------------------------------*
       2300-CERCA-CAMBIO.
           MOVE "N" TO WS-FLAG-CAMBIO-TROVATO.
           IF NOT WS-CAMBI-APERTO
               GO TO 2300-CERCA-CAMBIO-EXIT
           END-IF.
           MOVE DIV-ORIG OF MTRF-MOV-REC TO CAMB-DIV OF CAMB-REC.
           READ CAMBI-FILE
               INVALID KEY
                   GO TO 2300-CERCA-CAMBIO-EXIT
           END-READ.
           IF CAMB-CAMBIO-UFF OF CAMB-REC = ZERO
               GO TO 2300-CERCA-CAMBIO-EXIT
           END-IF.
           MOVE CAMB-CAMBIO-UFF OF CAMB-REC TO WS-CAMBIO-UFF.
           MOVE "S" TO WS-FLAG-CAMBIO-TROVATO.
       2300-CERCA-CAMBIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-STAMPA-ECCEZIONI : PER OGNI GRUPPO CON ECCEZIONI, IN     *
      *  ORDINE DI OPERATORE/TERMINALE, STAMPA I MOVIMENTI E IL TOTALE *
      *----------------------------------------------------------------*
       3000-STAMPA-ECCEZIONI.
           MOVE SPACES TO MTRF-REPORT-LINEA.
           WRITE MTRF-REPORT-LINEA.
           MOVE WS-INTESTAZIONE-2 TO MTRF-REPORT-LINEA.
           WRITE MTRF-REPORT-LINEA.

           IF WS-CONT-ECCEZIONI = ZERO
               MOVE "  *** NESSUNA ECCEZIONE ***" TO MTRF-REPORT-LINEA
               WRITE MTRF-REPORT-LINEA
               GO TO 3000-STAMPA-ECCEZIONI-EXIT
           END-IF.

           MOVE 1 TO WS-GRP-IX.
           PERFORM 3100-STAMPA-GRUPPO
               THRU 3100-STAMPA-GRUPPO-EXIT
               UNTIL WS-GRP-IX > WS-GRP-CARICATI.
       3000-STAMPA-ECCEZIONI-EXIT.
           EXIT.

       3100-STAMPA-GRUPPO.
           IF WS-GRP-CONT-ECC(WS-GRP-IX) = ZERO
               GO TO 3100-STAMPA-GRUPPO-AVANZA
           END-IF.

           MOVE SPACES TO MTRF-REPORT-LINEA.
           WRITE MTRF-REPORT-LINEA.
           MOVE WS-GRP-USERID(WS-GRP-IX) TO WS-RG-USERID.
           MOVE WS-GRP-LTERM(WS-GRP-IX)  TO WS-RG-LTERM.
           MOVE WS-RIGA-GRUPPO TO MTRF-REPORT-LINEA.
           WRITE MTRF-REPORT-LINEA.

           MOVE 1 TO WS-ECC-IX.
           PERFORM 3200-STAMPA-ECCEZIONE
               THRU 3200-STAMPA-ECCEZIONE-EXIT
               UNTIL WS-ECC-IX > WS-ECC-CARICATE.

           MOVE WS-GRP-CONT-MOV(WS-GRP-IX)    TO WS-RTG-MOV.
           MOVE WS-GRP-CONT-ECC(WS-GRP-IX)    TO WS-RTG-ECC.
           MOVE WS-GRP-CONT-CTV(WS-GRP-IX)    TO WS-RTG-CTV.
           MOVE WS-GRP-CONT-CAMBIO(WS-GRP-IX) TO WS-RTG-CAMBIO.
           MOVE WS-RIGA-TOTALE-GRUPPO TO MTRF-REPORT-LINEA.
           WRITE MTRF-REPORT-LINEA.

       3100-STAMPA-GRUPPO-AVANZA.
           ADD 1 TO WS-GRP-IX.
       3100-STAMPA-GRUPPO-EXIT.
           EXIT.

       3200-STAMPA-ECCEZIONE.
           IF WS-ECC-GRUPPO(WS-ECC-IX) NOT = WS-GRP-CHIAVE(WS-GRP-IX)
               GO TO 3200-STAMPA-ECCEZIONE-AVANZA
           END-IF.

           MOVE WS-ECC-IST(WS-ECC-IX)        TO WS-RD-IST.
           MOVE WS-ECC-PARTITA(WS-ECC-IX)    TO WS-RD-PARTITA.
           MOVE WS-ECC-DETT(WS-ECC-IX)       TO WS-RD-DETT.
           MOVE WS-ECC-CONTDAT(WS-ECC-IX)    TO WS-RD-CONTDAT.
           MOVE WS-ECC-DIV(WS-ECC-IX)        TO WS-RD-DIV.
           COMPUTE WS-RD-IMP ROUNDED = WS-ECC-IMP(WS-ECC-IX).
           COMPUTE WS-RD-CAM ROUNDED = WS-ECC-CAM(WS-ECC-IX).
           MOVE WS-ECC-CAMBIO-UFF(WS-ECC-IX) TO WS-RD-CAMBIO-UFF.
           COMPUTE WS-RD-SCOSTAMENTO ROUNDED =
               WS-ECC-SCOSTAMENTO(WS-ECC-IX).
           COMPUTE WS-RD-CTV ROUNDED = WS-ECC-CTV(WS-ECC-IX).
           COMPUTE WS-RD-DIFF-CTV ROUNDED =
               WS-ECC-DIFF-CTV(WS-ECC-IX).
           MOVE WS-ECC-MOTIVO(WS-ECC-IX)     TO WS-RD-MOTIVO.
           MOVE WS-RIGA-DETTAGLIO TO MTRF-REPORT-LINEA.
           WRITE MTRF-REPORT-LINEA.

       3200-STAMPA-ECCEZIONE-AVANZA.
           ADD 1 TO WS-ECC-IX.
       3200-STAMPA-ECCEZIONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-STAMPA-RIEPILOGO : UNA RIGA PER OGNI OPERATORE/TERMINALE *
      *  CON I MOVIMENTI ESAMINATI E LE ECCEZIONI, POI I TOTALI        *
      *----------------------------------------------------------------*
       4000-STAMPA-RIEPILOGO.
           MOVE SPACES TO MTRF-REPORT-LINEA.
           WRITE MTRF-REPORT-LINEA.
           MOVE WS-RIGA-TITOLO-RIEPILOGO TO MTRF-REPORT-LINEA.
           WRITE MTRF-REPORT-LINEA.
           MOVE WS-INTESTAZIONE-RIEPILOGO TO MTRF-REPORT-LINEA.
           WRITE MTRF-REPORT-LINEA.

           MOVE 1 TO WS-GRP-IX.
           PERFORM 4100-STAMPA-RIGA-RIEPILOGO
               THRU 4100-STAMPA-RIGA-RIEPILOGO-EXIT
               UNTIL WS-GRP-IX > WS-GRP-CARICATI.

           MOVE SPACES TO MTRF-REPORT-LINEA.
           WRITE MTRF-REPORT-LINEA.
           MOVE WS-CONT-LETTI     TO WS-RT-LETTI.
           MOVE WS-CONT-ECCEZIONI TO WS-RT-ECCEZIONI.
           MOVE WS-CONT-CTV       TO WS-RT-CTV.
           MOVE WS-CONT-CAMBIO    TO WS-RT-CAMBIO.
           MOVE WS-RIGA-TOTALI TO MTRF-REPORT-LINEA.
           WRITE MTRF-REPORT-LINEA.

           IF WS-CONT-SENZA-CAMBIO > ZERO
               MOVE WS-CONT-SENZA-CAMBIO TO WS-RA-SENZA
               MOVE WS-RIGA-AVVISO TO MTRF-REPORT-LINEA
               WRITE MTRF-REPORT-LINEA
           END-IF.
       4000-STAMPA-RIEPILOGO-EXIT.
           EXIT.

       4100-STAMPA-RIGA-RIEPILOGO.
           MOVE WS-GRP-USERID(WS-GRP-IX)      TO WS-RR-USERID.
           MOVE WS-GRP-LTERM(WS-GRP-IX)       TO WS-RR-LTERM.
           MOVE WS-GRP-CONT-MOV(WS-GRP-IX)    TO WS-RR-MOV.
           MOVE WS-GRP-CONT-ECC(WS-GRP-IX)    TO WS-RR-ECC.
           MOVE WS-GRP-CONT-CTV(WS-GRP-IX)    TO WS-RR-CTV.
           MOVE WS-GRP-CONT-CAMBIO(WS-GRP-IX) TO WS-RR-CAMBIO.
           COMPUTE WS-RR-DIFF ROUNDED = WS-GRP-TOT-DIFF(WS-GRP-IX).
           IF WS-GRP-CONT-ECC(WS-GRP-IX) > ZERO
               MOVE "*** DA VERIFICARE"  TO WS-RR-NOTA
           ELSE
               MOVE SPACES               TO WS-RR-NOTA
           END-IF.
           MOVE WS-RIGA-RIEPILOGO TO MTRF-REPORT-LINEA.
           WRITE MTRF-REPORT-LINEA.
           ADD 1 TO WS-GRP-IX.
       4100-STAMPA-RIGA-RIEPILOGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8100-CERCA-GRUPPO : CERCA WS-GRP-CERCATO NELLA TABELLA DEI    *
      *  GRUPPI, TENUTA IN ORDINE DI CHIAVE, E SE MANCA LO INSERISCE   *
      *  NELLA SUA POSIZIONE. ZERO IN WS-GRP-TROVATO-IX = SATURA       *
      *----------------------------------------------------------------*
       8100-CERCA-GRUPPO.
           MOVE ZERO TO WS-GRP-TROVATO-IX.
           MOVE "N"  TO WS-FLAG-POSIZIONE.
           MOVE 1    TO WS-GRP-IX.
           PERFORM 8110-AVANZA-RICERCA
               THRU 8110-AVANZA-RICERCA-EXIT
               UNTIL WS-GRP-IX > WS-GRP-CARICATI OR
                     WS-POSIZIONE-TROVATA.

           IF WS-POSIZIONE-TROVATA
               IF WS-GRP-CHIAVE(WS-GRP-IX) = WS-GRP-CERCATO
                   MOVE WS-GRP-IX TO WS-GRP-TROVATO-IX
                   GO TO 8100-CERCA-GRUPPO-EXIT
               END-IF
           END-IF.

           IF WS-GRP-CARICATI >= WS-GRP-MAX
               DISPLAY "CC1MTRF - TABELLA GRUPPI SATURA, MOVIMENTO "
                       "NON RAGGRUPPATO: " WS-GRP-CERCATO
               MOVE 8 TO RETURN-CODE
               GO TO 8100-CERCA-GRUPPO-EXIT
           END-IF.

      *    INSERIMENTO: SCORRE DI UN POSTO GLI ELEMENTI SUCCESSIVI.
           MOVE WS-GRP-CARICATI TO WS-GRP-SPOSTA-IX.
           PERFORM 8120-SPOSTA-ELEMENTO
               THRU 8120-SPOSTA-ELEMENTO-EXIT
               UNTIL WS-GRP-SPOSTA-IX < WS-GRP-IX.
           ADD 1 TO WS-GRP-CARICATI.
           MOVE WS-GRP-CERCATO TO WS-GRP-CHIAVE(WS-GRP-IX).
           MOVE ZERO TO WS-GRP-CONT-MOV(WS-GRP-IX).
           MOVE ZERO TO WS-GRP-CONT-CTV(WS-GRP-IX).
           MOVE ZERO TO WS-GRP-CONT-CAMBIO(WS-GRP-IX).
           MOVE ZERO TO WS-GRP-CONT-ECC(WS-GRP-IX).
           MOVE ZERO TO WS-GRP-TOT-DIFF(WS-GRP-IX).
           MOVE WS-GRP-IX TO WS-GRP-TROVATO-IX.
       8100-CERCA-GRUPPO-EXIT.
           EXIT.

       8110-AVANZA-RICERCA.
           IF WS-GRP-CHIAVE(WS-GRP-IX) NOT < WS-GRP-CERCATO
               MOVE "S" TO WS-FLAG-POSIZIONE
           ELSE
               ADD 1 TO WS-GRP-IX
           END-IF.
       8110-AVANZA-RICERCA-EXIT.
           EXIT.

       8120-SPOSTA-ELEMENTO.
           MOVE WS-GRP-ELEM(WS-GRP-SPOSTA-IX)
               TO WS-GRP-ELEM(WS-GRP-SPOSTA-IX + 1).
           SUBTRACT 1 FROM WS-GRP-SPOSTA-IX.
       8120-SPOSTA-ELEMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9000-TERMINA : STAMPA CONTATORI, IMPOSTA IL RETURN-CODE E     *
      *  CHIUDE I FILE                                                 *
      *----------------------------------------------------------------*
       9000-TERMINA.
           IF WS-FILE-APERTI
               DISPLAY "CC1MTRF - MOVIMENTI LETTI      : "
                       WS-CONT-LETTI
               DISPLAY "CC1MTRF - MOVIMENTI IN ECCEZ.  : "
                       WS-CONT-ECCEZIONI
               DISPLAY "CC1MTRF - SENZA CAMBIO UFF.    : "
                       WS-CONT-SENZA-CAMBIO

               IF WS-CONT-ECCEZIONI > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF WS-CONT-SENZA-CAMBIO > ZERO AND
                  RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF

               CLOSE MATRIX-EXTRACT
               IF WS-CAMBI-APERTO
                   CLOSE CAMBI-FILE
               END-IF
               CLOSE MTRF-REPORT
           END-IF.
       9000-TERMINA-EXIT.
           EXIT.
