      ******************************************************************
      * DCLGEN TABLE(CPS04.CWCALSED)                                    *
      * COPY            : CWCALS                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWCALSED       *
      *                    (GIORNATE NON LAVORATIVE LOCALI DI UNA SEDE, *
      *                    AD ESEMPIO IL SANTO PATRONO DEL COMUNE: SI   *
      *                    AGGIUNGONO AL CALENDARIO AZIENDALE CWCALEND, *
      *                    CHE RESTA VALIDO PER TUTTE LE SEDI. MANTENUTA*
      *                    ON-LINE DA CY25DEMO; USATA DALLA VARIANTE    *
      *                    GIORNI LAVORATIVI DI IET016CT/CW16DEMO E DAL *
      *                    CONTROLLO DELLE ASSENZE INGIUSTIFICATE DI    *
      *                    CW95DEMO PER LE MATRICOLE DELLA SEDE)        *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWCALSED TABLE
           ( COD_SEDE                      CHAR(4)      NOT NULL,
             DATA_FESTA                    CHAR(10)     NOT NULL,
             DESCRIZIONE                   CHAR(30)     NOT NULL,
             UTENTE_AGG                    CHAR(8)      NOT NULL,
             DATA_AGG                      CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWCALSED.
           10 COD-SEDE                     PIC X(4).
           10 DATA-FESTA                   PIC X(10).
           10 DESCRIZIONE                  PIC X(30).
           10 UTENTE-AGG                   PIC X(8).
           10 DATA-AGG                     PIC X(10).
