      *                DIREZIONI/AREE - MANTENUTA DA CW37DEMO CON       *
      *                CONTROLLO DI CICLO; ORGANIGRAMMA E ROLLUP SU     *
      *                CX05DEMO, CW30DEMO E CW22DEMO)                   *
      * 15/10/2026 GM  AGGIUNTA COLONNA COD_SOCIETA (SOCIETA' DEL       *
      *                GRUPPO A CUI APPARTIENE IL DIPARTIMENTO,         *
      *                OBBLIGATORIA - MANTENUTA DA CW37DEMO, CHE AL     *
      *                CAMBIO RIALLINEA LE MATRICOLE DEL DIPARTIMENTO)  *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWDIPART TABLE
           ( CODICE                        CHAR(10)     NOT NULL,
             DESCRIZIONE                   CHAR(30)     NOT NULL,
             COD_RESPONSABILE              DECIMAL(5,0) NOT NULL,
             STATO_DIPART                  CHAR(1)      NOT NULL,
             DIPART_PADRE                  CHAR(10)     NOT NULL,
             COD_SOCIETA                   CHAR(4)      NOT NULL
           ) END-EXEC.
       01  DCL-CWDIPART.
           10 CODICE                       PIC X(10).
           88 STATO-DIPART-ATTIVO          VALUE 'A'.
           88 STATO-DIPART-BLOCCATO        VALUE 'B'.
           10 DIPART-PADRE                 PIC X(10).
           10 COD-SOCIETA                  PIC X(4).
