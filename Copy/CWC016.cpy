      *                    CALCOLO NUMERO GIORNI ASSOLUTO DI UNA DATA   *
      *------------------------------------------------------------------
      * CREAZIONE        : 09/08/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      * 02/09/2026 GM  VARIANTE GIORNI LAVORATIVI: CON TIPO-CALC 'L' LA *
      *                ROUTINE RESTITUISCE IN GG-LAV-IET016 I GIORNI    *
      *                LAVORATIVI (ESTREMI COMPRESI) TRA DATA-IET016 E  *
      *                (VEDI CW94DEMO). I VECCHI CHIAMANTI CHE PASSANO  *
      *                19 BYTE CONTINUANO AD AVERE IL SOLO CALCOLO      *
      *                ASSOLUTO.                                        *
      * 15/10/2026 GM  AGGIUNTO COD-SEDE-IET016: SE VALORIZZATO, LA     *
      *                VARIANTE 'L' ESCLUDE ANCHE LE GIORNATE NON       *
      *                LAVORATIVE LOCALI DELLA SEDE (CPS04.CWCALSED).   *
      *                VALORE INIZIALE DI LL-IET016CT ALLINEATO ALLA    *
      *                LUNGHEZZA DELL'INTERA AREA (41). CHI NON IMPOSTA *
      *                LA SEDE RESTA SUL SOLO CALENDARIO AZIENDALE.     *
      ******************************************************************
       01  AREA-IET016CT.
           05  LL-IET016CT             PIC S9(4) COMP VALUE +41.
           05  DATA-IET016              PIC X(10).
           05  GIORNI-IET016            PIC 9(7).
           05  RC-IET016CT              PIC X(2).
               88  CALCOLO-LAVORATIVI   VALUE 'L'.
           05  DATA-FINE-IET016         PIC X(10).
           05  GG-LAV-IET016            PIC 9(5).
           05  COD-SEDE-IET016          PIC X(4)  VALUE SPACES.
