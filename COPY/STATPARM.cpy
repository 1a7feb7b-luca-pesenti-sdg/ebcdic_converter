      *================================================================*
      *    NOME COPY     : STATPARM                                    *
      *    DESCRIZIONE   : SCHEDA PARAMETRI DEL QUADRO DI STATO DELLE  *
      *                    CATENE NOTTURNE CC1STAT: NUMERO DI GIORNI   *
      *                    DI CALENDARIO OLTRE I QUALI UN RISCONTRO    *
      *                    MATRIX ANCORA IN ATTESA VA SEGNALATO (ZERO  *
      *                    = 1 GIORNO) E DATA DI RIFERIMENTO DEL       *
      *                    QUADRO (AAMMGG, FINESTRA DI SECOLO A CARICO *
      *                    DEL PROGRAMMA; ZERO = DATA DI SISTEMA), DA  *
      *                    VALORIZZARE SOLO PER RIELABORARE IL QUADRO  *
      *                    DI UNA MATTINA PRECEDENTE.                  *
      *================================================================*
       01  STAT-PARM-REC.
           05  STAT-PARM-GG-RISCONTRO    PIC 9(3).
           05  STAT-PARM-DATA-RIF        PIC 9(6).
           05  FILLER                    PIC X(71).
