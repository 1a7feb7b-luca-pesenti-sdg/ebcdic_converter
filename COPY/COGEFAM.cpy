      *================================================================*
      *    NOME COPY     : COGEFAM                                     *
      *    DESCRIZIONE   : SALDO GIORNALIERO DI CONTABILITA' GENERALE  *
      *                    PER FAMIGLIA DI VOCE DI BILANCIO E SEGNO,   *
      *                    FORNITO DAL SERVIZIO CONTABILITA' (FILE     *
      *                    COGEFAMS). UN RECORD PER DATA CONTABILE,    *
      *                    FAMIGLIA (00-99) E SEGNO CAUSALE, CON LO    *
      *                    STESSO CODICE DI CCAU-SEGNO:                *
      *                      D = CAUSALI DI ADDEBITO                   *
      *                      A = CAUSALI DI ACCREDITO                  *
      *                    GLI IMPORTI DARE E AVERE SONO QUELLI        *
      *                    REGISTRATI IN CONTABILITA' GENERALE PER LA  *
      *                    GIORNATA, DA CONFRONTARE CON I TOTALI PER   *
      *                    FAMIGLIA RICAVATI DA AMLXMOVS.              *
      *================================================================*
       01  COGF-SALDO-REC.
           05  COGF-DATA-CONT            PIC 9(8).
           05  COGF-VOCE-FAM-BIL         PIC 9(2).
           05  COGF-SEGNO                PIC X.
               88  COGF-ADDEB                VALUE 'D'.
               88  COGF-ACCAU                VALUE 'A'.
           05  COGF-SALDO-DARE           PIC 9(13)V99.
           05  COGF-SALDO-AVERE          PIC 9(13)V99.
           05  FILLER                    PIC X(39).
