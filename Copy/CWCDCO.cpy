      ******************************************************************
      * DCLGEN TABLE(CPS04.CWCDCOST)                                    *
      * COPY            : CWCDCO                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWCDCOST       *
      *                    (ANAGRAFICA DEI CENTRI DI COSTO DELLA        *
      *                    CONTABILITA' GENERALE: UNA RIGA PER CENTRO,  *
      *                    CON IL DIPARTIMENTO DI CUI E' IL CENTRO DI   *
      *                    DEFAULT E IL CONTO DI COSTO DA ADDEBITARE.   *
      *                    MANTENUTA ON-LINE DA CX72DEMO)               *
      *------------------------------------------------------------------
      * DIPARTIMENTO     : SPAZI SE IL CENTRO NON E' LEGATO AD ALCUN    *
      *                    DIPARTIMENTO. I DIPENDENTI SENZA RIPARTIZIONE*
      *                    CWRIPCDC VALIDA VANNO SUL CENTRO ATTIVO DEL  *
      *                    LORO DIPARTIMENTO (CX73DEMO)                 *
      * CONTO_COSTO      : SPAZI = CONTO DI DEFAULT (CWPARAM COGECONTOC)*
      * STATO_CDC        : A=ATTIVO                                     *
      *                    D=DISATTIVATO (NON PIU' RIPARTIBILE)         *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWCDCOST TABLE
           ( COD_CDC                       CHAR(8)      NOT NULL,
             DESCRIZIONE                   CHAR(30)     NOT NULL,
             DIPARTIMENTO                  CHAR(10)     NOT NULL,
             CONTO_COSTO                   CHAR(10)     NOT NULL,
             STATO_CDC                     CHAR(1)      NOT NULL,
             UTENTE_AGGIORNAMENTO          CHAR(8)      NOT NULL,
             DATA_AGGIORNAMENTO            CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWCDCOST.
           10 COD-CDC                      PIC X(8).
           10 DESCRIZIONE                  PIC X(30).
           10 DIPARTIMENTO                 PIC X(10).
           10 CONTO-COSTO                  PIC X(10).
           10 STATO-CDC                    PIC X(1).
               88 CDC-ATTIVO               VALUE 'A'.
               88 CDC-DISATTIVATO          VALUE 'D'.
           10 UTENTE-AGGIORNAMENTO         PIC X(8).
           10 DATA-AGGIORNAMENTO           PIC X(6).
