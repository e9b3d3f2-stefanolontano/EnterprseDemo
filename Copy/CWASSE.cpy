      *------------------------------------------------------------------
      * TIPO_ASSENZA: FE=FERIE  MA=MALATTIA  AS=ASPETTATIVA             *
      *               PE=PERMESSO                                       *
      *               L4=PERMESSO LEGGE 104  CP=CONGEDO PARENTALE       *
      *               (BENEFICIARIO E GIORNI SU CWASSBEN)               *
      *               IN=INFORTUNIO SUL LAVORO (DA CX59DEMO, DISTINTO   *
      *               DALLA MALATTIA - REGISTRO SU CWINFORT)            *
      *------------------------------------------------------------------
      * CREAZIONE        : 22/08/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      * 15/10/2026 GM  AGGIUNTI I TIPI TUTELATI 'L4' E 'CP', LEGATI AL  *
      *                FAMILIARE CWFAMIL TRAMITE CWASSBEN (CW35DEMO)    *
      * 15/10/2026 GM  AGGIUNTO IL TIPO 'IN' (INFORTUNIO SUL LAVORO),   *
      *                REGISTRATO SOLO DAL REGISTRO INFORTUNI CX59DEMO  *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWASSENZE TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
               88 TIPO-ASS-MALATTIA        VALUE 'MA'.
               88 TIPO-ASS-ASPETTATIVA     VALUE 'AS'.
               88 TIPO-ASS-PERMESSO        VALUE 'PE'.
               88 TIPO-ASS-LEGGE-104       VALUE 'L4'.
               88 TIPO-ASS-CONG-PARENTALE  VALUE 'CP'.
               88 TIPO-ASS-TUTELATA        VALUE 'L4' 'CP'.
               88 TIPO-ASS-INFORTUNIO      VALUE 'IN'.
               88 TIPO-ASS-VALIDO          VALUE 'FE' 'MA' 'AS' 'PE'
                                                 'L4' 'CP' 'IN'.
           10 DATA-INIZIO                  PIC X(10).
           10 DATA-FINE                    PIC X(10).
           10 UTENTE-REGISTRAZIONE         PIC X(8).
