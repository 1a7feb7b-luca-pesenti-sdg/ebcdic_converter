      *                    CON TIPO GIORNI A BLANK NON E' VALORIZZATA  *
      *                    E LA NUOVA VERSIONE LA AZZERA. IL RECORD E' *
      *                    DI 100 BYTE.                                *
      *                    LA VARIAZIONE MASSIVA (M) SELEZIONA LE      *
      *                    CAUSALI PER INTERVALLO DI ID, VOCE FAMIGLIA *
      *                    DI BILANCIO E/O FLAG FATTURAZIONE (CAMPI    *
      *                    CAUM-TRAN-SEL-*, A BLANK = QUALSIASI) E     *
      *                    IMPOSTA FINO A TRE CAMPI (CODICE CAMPO A 2  *
      *                    CARATTERI E NUOVO VALORE) DALLA DATA DI     *
      *                    VALIDITA' INDICATA. IL RIFERIMENTO DEL      *
      *                    LOTTO E' OBBLIGATORIO: CC1CAUM GENERA UNA   *
      *                    PROPOSTA DI NUOVA VERSIONE (V) PER OGNI     *
      *                    CAUSALE SELEZIONATA, TUTTE CON QUEL LOTTO,  *
      *                    PORTANDO NELLA SCHEDA CONSERVATA LA DATA    *
      *                    DELLA VERSIONE DI PARTENZA E LE VARIAZIONI. *
      *                    CODICI CAMPO: IV = CODICE IVA, OI = CODICE  *
      *                    OPERAZIONE IVA, FB = VOCE FAMIGLIA BILANCIO,*
      *                    FF = FLAG FATTURAZIONE, AR = CAUSALE        *
      *                    ANTIRICICLAGGIO, CR = FLAG CENTRALE RISCHI, *
      *                    SW = CAUSALE SWIFT, PS = RAGGRUPPAMENTO PSD,*
      *                    CB = CAUSALE ABI CBI, AT = CAUSALE ABI ATM. *
      *    ATTENZIONE     : IL RECORD ERA DI 80 BYTE FINO AL 09/2026.  *
      *                    PRIMA DEL RILASCIO I DATASET DI SCHEDE      *
      *                    CAUMTRAN ESISTENTI VANNO RIBATTUTI O        *
               88  CAUM-AZ-ELENCO            VALUE 'L'.
               88  CAUM-AZ-INSERIMENTO       VALUE 'A'.
               88  CAUM-AZ-CESSAZIONE        VALUE 'E'.
               88  CAUM-AZ-VAR-MASSIVA       VALUE 'M'.
               88  CAUM-AZ-NUOVA-VERSIONE    VALUE 'V'.
           05  CAUM-TRAN-CAUSALE.
               10  CAUM-TRAN-ID          PIC X(4).
               10  CAUM-TRAN-COD-CAU     PIC X(6).
               10  CAUM-TRAN-RESTO       PIC X(10).
               10  CAUM-TRAN-DATA-VALID  PIC 9(6).
               10  CAUM-TRAN-DESCR       PIC X(24).
               10  CAUM-TRAN-SEGNO       PIC X.
               10  CAUM-TRAN-FLAG-COMP   PIC X.
               10  CAUM-TRAN-FLAG-EC     PIC X.
               10  CAUM-TRAN-FLAG-ACCENTR PIC X.
      *        CRITERI DI SELEZIONE DELLA VARIAZIONE MASSIVA (M); LA
      *        DATA DI VALIDITA' RESTA IN CAUM-TRAN-DATA-VALID.
           05  CAUM-TRAN-SELEZIONE REDEFINES CAUM-TRAN-CAUSALE.
               10  CAUM-TRAN-SEL-ID-DA   PIC X(4).
               10  CAUM-TRAN-SEL-ID-A    PIC X(4).
               10  CAUM-TRAN-SEL-FAM-BIL PIC X(2).
               10  CAUM-TRAN-SEL-FLAG-FATT PIC X.
               10  FILLER                PIC X(43).
           05  CAUM-TRAN-OPERATORE       PIC X(5).
           05  CAUM-TRAN-TERMINALE       PIC X(8).
           05  CAUM-TRAN-RIF-LOTTO       PIC X(8).
           05  CAUM-TRAN-REGOLE-DATA.
               10  CAUM-TRAN-DATA-FIN.
                   15  CAUM-TRAN-FIN-TIPO-GG PIC X.
                   15  CAUM-TRAN-FIN-RIFER   PIC X.
                   15  CAUM-TRAN-FIN-SEGNO   PIC X.
                   15  CAUM-TRAN-FIN-NUM-GG  PIC 9(3).
               10  CAUM-TRAN-DATA-PRO.
                   15  CAUM-TRAN-PRO-TIPO-GG PIC X.
                   15  CAUM-TRAN-PRO-RIFER   PIC X.
                   15  CAUM-TRAN-PRO-SEGNO   PIC X.
                   15  CAUM-TRAN-PRO-NUM-GG  PIC 9(3).
               10  CAUM-TRAN-DATA-PAS.
                   15  CAUM-TRAN-PAS-TIPO-GG PIC X.
                   15  CAUM-TRAN-PAS-RIFER   PIC X.
                   15  CAUM-TRAN-PAS-SEGNO   PIC X.
                   15  CAUM-TRAN-PAS-NUM-GG  PIC 9(3).
               10  FILLER                PIC X(6).
      *        VARIAZIONI DA APPORTARE (M) E, SULLA PROPOSTA DI NUOVA
      *        VERSIONE (V), DATA DELLA VERSIONE DI PARTENZA.
           05  CAUM-TRAN-VARIAZIONE REDEFINES CAUM-TRAN-REGOLE-DATA.
               10  CAUM-TRAN-VAR-DATA-ORIG PIC 9(6).
               10  CAUM-TRAN-VAR-CAMPO   OCCURS 3.
                   15  CAUM-TRAN-VAR-COD     PIC X(2).
                   15  CAUM-TRAN-VAR-VALORE  PIC X(4).
