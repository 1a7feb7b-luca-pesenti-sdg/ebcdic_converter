      *================================================================*
      *    NOME COPY     : STATSTOR                                    *
      *    DESCRIZIONE   : RECORD DI MEMORIA DEL QUADRO DI STATO DELLE *
      *                    CATENE NOTTURNE (FILE STATSTOR, GESTITO DA  *
      *                    CC1STAT). CONSERVA L'ULTIMA DATA CONTABILE  *
      *                    MATRIX ESTRATTA E L'ULTIMO NUMERO DI        *
      *                    FOTOGRAFIA PUBBLICATO RILEVATI DAL QUADRO,  *
      *                    COSI' CHE LA MATTINA SUCCESSIVA SI POSSA    *
      *                    VERIFICARE SE LA NOTTE LI HA FATTI          *
      *                    AVANZARE. I CAMPI -PREC CONSERVANO IL       *
      *                    TERMINE DI CONFRONTO GIA' USATO, PERCHE'    *
      *                    UNA SECONDA ESECUZIONE NELLA STESSA         *
      *                    GIORNATA CONFRONTI ANCORA CON IL GIORNO     *
      *                    PRECEDENTE. IN ASSENZA DEL FILE IL          *
      *                    CONTROLLO DI AVANZAMENTO NON E' ESEGUITO.   *
      *================================================================*
       01  STAT-STOR-REC.
           05  STAT-STOR-DATA-ELAB       PIC 9(8).
           05  STAT-STOR-MTRX-ULT-DATA   PIC 9(6).
           05  STAT-STOR-PUBB-ULT-NUMERO PIC 9(6).
           05  STAT-STOR-PREC-DATA-ELAB  PIC 9(8).
           05  STAT-STOR-PREC-MTRX-DATA  PIC 9(6).
           05  STAT-STOR-PREC-PUBB-NUM   PIC 9(6).
           05  FILLER                    PIC X(40).
