      ******************************************************************
      * DCLGEN TABLE(CPS04.CWCIGAUT)                                    *
      * COPY            : CWCIGA                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWCIGAUT       *
      *                    (AUTORIZZAZIONI ALLA CASSA INTEGRAZIONE:     *
      *                    UNA RIGA PER AUTORIZZAZIONE INPS, CON ID DA  *
      *                    CWCONTAT 'IDCIG', DIPARTIMENTO, PERIODO E    *
      *                    MONTE ORE AUTORIZZATO. GESTITA DA CY29DEMO;  *
      *                    LE RIDUZIONI GIORNALIERE SONO SU CWCIGORE    *
      *                    (CY30DEMO), IL PROSPETTO MENSILE PER LA      *
      *                    DOMANDA DI RIMBORSO E' IL BATCH CY31DEMO)    *
      *------------------------------------------------------------------
      * TIPO_CIG         : O = ORDINARIA                                *
      *                    S = STRAORDINARIA                            *
      *                    D = IN DEROGA                                *
      * STATO_CIG        : A = AUTORIZZATA                              *
      *                    R = REVOCATA (ORE NON IN PAGHE CANCELLATE)   *
      * ORE_AUTORIZZATE  : MONTE ORE COMPLESSIVO DEL PERIODO PER TUTTO  *
      *                    IL DIPARTIMENTO, IN ORE INTERE               *
      * UN SOLO PERIODO AUTORIZZATO PER DIPARTIMENTO IN UNA DATA        *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWCIGAUT TABLE
           ( ID_CIG                        DECIMAL(7,0) NOT NULL,
             NUM_AUTORIZZAZIONE            CHAR(20)     NOT NULL,
             TIPO_CIG                      CHAR(1)      NOT NULL,
             DIPARTIMENTO                  CHAR(10)     NOT NULL,
             DATA_INIZIO                   CHAR(10)     NOT NULL,
             DATA_FINE                     CHAR(10)     NOT NULL,
             ORE_AUTORIZZATE               DECIMAL(7,0) NOT NULL,
             DESCRIZIONE                   CHAR(40)     NOT NULL,
             STATO_CIG                     CHAR(1)      NOT NULL,
             UTENTE_AGGIORNAMENTO          CHAR(8)      NOT NULL,
             DATA_AGGIORNAMENTO            CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWCIGAUT.
           10 ID-CIG                       PIC S9(7)  USAGE COMP-3.
           10 NUM-AUTORIZZAZIONE           PIC X(20).
           10 TIPO-CIG                     PIC X(1).
               88 CIG-ORDINARIA                       VALUE 'O'.
               88 CIG-STRAORDINARIA                   VALUE 'S'.
               88 CIG-DEROGA                          VALUE 'D'.
           10 DIPARTIMENTO                 PIC X(10).
           10 DATA-INIZIO                  PIC X(10).
           10 DATA-FINE                    PIC X(10).
           10 ORE-AUTORIZZATE              PIC S9(7)  USAGE COMP-3.
           10 DESCRIZIONE                  PIC X(40).
           10 STATO-CIG                    PIC X(1).
               88 CIG-AUTORIZZATA                     VALUE 'A'.
               88 CIG-REVOCATA                        VALUE 'R'.
           10 UTENTE-AGGIORNAMENTO         PIC X(8).
           10 DATA-AGGIORNAMENTO           PIC X(10).
