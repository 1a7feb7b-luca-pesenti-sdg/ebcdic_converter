      *================================================================*
      *    NOME COPY     : MTRFPARM                                    *
      *    DESCRIZIONE   : SCHEDA PARAMETRI DEL CONTROLLO CAMBI FUORI  *
      *                    MERCATO SULLO SCARICO MATRIX (CC1MTRF):     *
      *                      TOLL-CTV   = SCARTO MASSIMO AMMESSO, IN   *
      *                                   VALORE ASSOLUTO, TRA IL      *
      *                                   CONTROVALORE CONTABILIZZATO  *
      *                                   (CTV) E IMP X CAM;           *
      *                      BANDA-PERC = SCOSTAMENTO MASSIMO AMMESSO, *
      *                                   IN PERCENTUALE, DEL CAMBIO   *
      *                                   APPLICATO (CAM) DAL CAMBIO   *
      *                                   UFFICIALE DI CAMBIEOM.       *
      *                    IN ASSENZA DELLA SCHEDA, O CON UN VALORE A  *
      *                    ZERO, VALGONO TOLLERANZA 1,00 E BANDA 2,00%.*
      *================================================================*
       01  MTRF-PARM-REC.
           05  MTRF-PARM-TOLL-CTV        PIC 9(7)V99.
           05  MTRF-PARM-BANDA-PERC      PIC 9(3)V99.
           05  FILLER                    PIC X(66).
