      ******************************************************************
      * DCLGEN TABLE(CPS04.CWJOBCAT)                                    *
      * COPY            : CWJCAT                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWJOBCAT       *
      *                    (CATALOGO DEI LAVORI BATCH SOTTOMETTIBILI    *
      *                    ON-LINE CON CY06DEMO - UNA RIGA PER          *
      *                    PROGRAMMA)                                   *
      *------------------------------------------------------------------
      * TIPO_PARAM  : E=ESTRAZIONE SELETTIVA (SCHEDA PARMFILE, CW48DEMO)*
      *               S=SIMULAZIONE (PARAMSIM FORZATO A 'S' E SCHEDA    *
      *                 MASSQUAL, CW27DEMO)                             *
      *               D=DATA DI RIFERIMENTO (SCHEDA DATAELA, CX38DEMO)  *
      * NOME_PROC   : PROCEDURA CATALOGATA CHE ESEGUE IL PROGRAMMA;     *
      * PASSO_PROC  : PASSO DELLA PROCEDURA SU CUI SI FANNO GLI         *
      *               OVERRIDE DELLE DD DEI PARAMETRI E DI USCITA       *
      * DD_USCITA   : DD DEL FILE PRODOTTO, CONSEGNATO NELLO SPOOL      *
      *               DEL RICHIEDENTE DA CY07DEMO                       *
      * ABILITAZIONI: UN FLAG S/N PER OGNI COM-TIPO-UTENTE (1-4), COME  *
      *               I PERMESSI DI MENU DI CWPERM                      *
      * STATO_LAVORO: A=SOTTOMETTIBILE  S=SOSPESO                       *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWJOBCAT TABLE
           ( NOME_PGM                      CHAR(8)      NOT NULL,
             DESCRIZIONE                   CHAR(40)     NOT NULL,
             TIPO_PARAM                    CHAR(1)      NOT NULL,
             NOME_PROC                     CHAR(8)      NOT NULL,
             PASSO_PROC                    CHAR(8)      NOT NULL,
             DD_USCITA                     CHAR(8)      NOT NULL,
             ABILITAZIONI                  CHAR(4)      NOT NULL,
             STATO_LAVORO                  CHAR(1)      NOT NULL,
             UTENTE_AGG                    CHAR(8)      NOT NULL,
             DATA_AGG                      CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWJOBCAT.
           10 NOME-PGM                     PIC X(8).
           10 DESCRIZIONE                  PIC X(40).
           10 TIPO-PARAM                   PIC X(1).
               88 PARAM-ESTRAZIONE         VALUE 'E'.
               88 PARAM-SIMULAZIONE        VALUE 'S'.
               88 PARAM-DATA-RIF           VALUE 'D'.
           10 NOME-PROC                    PIC X(8).
           10 PASSO-PROC                   PIC X(8).
           10 DD-USCITA                    PIC X(8).
           10 ABILITAZIONI                 PIC X(4).
           10 STATO-LAVORO                 PIC X(1).
               88 LAVORO-ATTIVO            VALUE 'A'.
               88 LAVORO-SOSPESO           VALUE 'S'.
           10 UTENTE-AGG                   PIC X(8).
           10 DATA-AGG                     PIC X(10).
