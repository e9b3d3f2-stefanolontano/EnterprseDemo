      ******************************************************************
      * DCLGEN TABLE(CPS04.CWCOMPET)                                    *
      * COPY            : CWCOMP                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWCOMPET       *
      *                    (CATALOGO DELLE COMPETENZE CENSITE: UNA RIGA *
      *                    PER CODICE COMPETENZA. MANTENUTA ON-LINE DA  *
      *                    CX70DEMO)                                    *
      *------------------------------------------------------------------
      * STATO_COMPETENZA : A=ATTIVA                                     *
      *                    D=DISATTIVATA (NON PIU' ASSEGNABILE NE'      *
      *                      RICHIEDIBILE; LE RIGHE ESISTENTI RESTANO)  *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWCOMPET TABLE
           ( COD_COMPETENZA                CHAR(8)      NOT NULL,
             DESCRIZIONE                   CHAR(40)     NOT NULL,
             STATO_COMPETENZA              CHAR(1)      NOT NULL,
             UTENTE_AGGIORNAMENTO          CHAR(8)      NOT NULL,
             DATA_AGGIORNAMENTO            CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWCOMPET.
           10 COD-COMPETENZA               PIC X(8).
           10 DESCRIZIONE                  PIC X(40).
           10 STATO-COMPETENZA             PIC X(1).
               88 COMPETENZA-ATTIVA        VALUE 'A'.
               88 COMPETENZA-DISATTIVATA   VALUE 'D'.
           10 UTENTE-AGGIORNAMENTO         PIC X(8).
           10 DATA-AGGIORNAMENTO           PIC X(6).
