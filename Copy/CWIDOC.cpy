      ******************************************************************
      * DCLGEN TABLE(CPS04.CWINDDOC)                                    *
      * COPY            : CWIDOC                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWINDDOC       *
      *                    (INDICE DEL FASCICOLO PERSONALE SUL SISTEMA  *
      *                    DI GESTIONE DOCUMENTALE - DMS: UNA RIGA PER  *
      *                    DOCUMENTO ARCHIVIATO, CON IL SUO IDENTIFI-   *
      *                    CATIVO DMS. ALIMENTATA DAL FLUSSO NOTTURNO   *
      *                    DEL DMS (BATCH CY23DEMO) E DALLE LETTERE     *
      *                    GENERATE DA CX48DEMO; CONSULTABILE DAL       *
      *                    DETTAGLIO CW06DEMO (PF8, TRANSAZIONE         *
      *                    CY22DEMO). LA CLASSE DI CONSERVAZIONE        *
      *                    GOVERNA LE RICHIESTE DI CANCELLAZIONE AL DMS *
      *                    DI CW55DEMO E CX22DEMO)                      *
      *------------------------------------------------------------------
      * CATEGORIA_DOC : CO=CONTRATTO  CE=CERTIFICATO  DI=DISCIPLINARE   *
      *                 LE=LETTERA  AL=ALTRO                            *
      * CLASSE_CONSERV: P=PERMANENTE (MAI CANCELLATO)                   *
      *                 C=FINO ALL'ANONIMIZZAZIONE (CW55DEMO)           *
      *                 D=COME I PROVVEDIMENTI DISCIPLINARI (ESPURGO    *
      *                   CX22DEMO OLTRE 'MESIPRVV', E COMUNQUE ALLA    *
      *                   ANONIMIZZAZIONE)                              *
      * ORIGINE       : D=FLUSSO DMS  L=LETTERA CX48DEMO                *
      * STATO_DOC     : A=ATTIVO  C=CANCELLAZIONE RICHIESTA AL DMS      *
      * ID_DOC_DMS    : IDENTIFICATIVO DEL DOCUMENTO SUL DMS (UNIVOCO); *
      *                 PER LE LETTERE 'SPOOL' + NUMERO DEL RUN SPOOLF, *
      *                 CHIAVE CON CUI IL DMS ARCHIVIA LA STAMPA        *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWINDDOC TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             ID_DOC_DMS                    CHAR(20)     NOT NULL,
             CATEGORIA_DOC                 CHAR(2)      NOT NULL,
             DATA_DOC                      CHAR(10)     NOT NULL,
             CLASSE_CONSERV                CHAR(1)      NOT NULL,
             DESCRIZIONE                   CHAR(40)     NOT NULL,
             ORIGINE                       CHAR(1)      NOT NULL,
             STATO_DOC                     CHAR(1)      NOT NULL,
             DATA_AGG                      CHAR(10)     NOT NULL,
             UTENTE_AGG                    CHAR(8)      NOT NULL
           ) END-EXEC.
       01  DCL-CWINDDOC.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 ID-DOC-DMS                   PIC X(20).
           10 CATEGORIA-DOC                PIC X(2).
               88 CATDOC-VALIDA  VALUE 'CO' 'CE' 'DI' 'LE' 'AL'.
           10 DATA-DOC                     PIC X(10).
           10 CLASSE-CONSERV               PIC X(1).
               88 CLASSE-VALIDA            VALUE 'P' 'C' 'D'.
               88 CLASSE-PERMANENTE        VALUE 'P'.
           10 DESCRIZIONE                  PIC X(40).
           10 ORIGINE                      PIC X(1).
               88 ORIGINE-DMS              VALUE 'D'.
               88 ORIGINE-LETTERA          VALUE 'L'.
           10 STATO-DOC                    PIC X(1).
               88 DOC-ATTIVO               VALUE 'A'.
               88 DOC-CANC-RICHIESTA       VALUE 'C'.
           10 DATA-AGG                     PIC X(10).
           10 UTENTE-AGG                   PIC X(8).
