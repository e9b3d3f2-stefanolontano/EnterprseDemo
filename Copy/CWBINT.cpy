      ******************************************************************
      * DCLGEN TABLE(CPS04.CWBANDOI)                                    *
      * COPY            : CWBINT                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWBANDOI       *
      *                    (BANDI DI MOBILITA' INTERNA: UNA RIGA PER    *
      *                    POSIZIONE APERTA IN UN DIPARTIMENTO CON LA   *
      *                    QUALIFICA RICHIESTA E LA DATA DI CHIUSURA.   *
      *                    PUBBLICATI ED ESITATI ON-LINE DA CX64DEMO,   *
      *                    LE CANDIDATURE ARRIVANO DAL CHIOSCO CW76DEMO *
      *                    SU CPS04.CWCANDIN; L'ELENCO DEI CANDIDATI    *
      *                    DEI BANDI CHIUSI E' IL BATCH CX65DEMO)       *
      *------------------------------------------------------------------
      * ID_BANDO    : DAL CONTATORE CWCONTAT 'IDBANDO'                  *
      * STATO_BANDO : A=APERTO ALLE CANDIDATURE                         *
      *               S=IN SELEZIONE (CHIUSO, ELENCO CANDIDATI STAMPATO)*
      *               C=CONCLUSO (CANDIDATO SELEZIONATO E TRASFERITO)   *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWBANDOI TABLE
           ( ID_BANDO                      DECIMAL(5,0) NOT NULL,
             DIPARTIMENTO                  CHAR(10)     NOT NULL,
             QUALIFICA_INTERNA             CHAR(8)      NOT NULL,
             DESCRIZIONE                   CHAR(40)     NOT NULL,
             DATA_PUBBLICAZIONE            CHAR(10)     NOT NULL,
             DATA_CHIUSURA                 CHAR(10)     NOT NULL,
             STATO_BANDO                   CHAR(1)      NOT NULL,
             UTENTE_REGISTRAZIONE          CHAR(8)      NOT NULL,
             DATA_REGISTRAZIONE            CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWBANDOI.
           10 ID-BANDO                     PIC S9(5)  USAGE COMP-3.
           10 DIPARTIMENTO                 PIC X(10).
           10 QUALIFICA-INTERNA            PIC X(8).
           10 DESCRIZIONE                  PIC X(40).
           10 DATA-PUBBLICAZIONE           PIC X(10).
           10 DATA-CHIUSURA                PIC X(10).
           10 STATO-BANDO                  PIC X(1).
               88 BANDO-APERTO             VALUE 'A'.
               88 BANDO-IN-SELEZIONE       VALUE 'S'.
               88 BANDO-CONCLUSO           VALUE 'C'.
           10 UTENTE-REGISTRAZIONE         PIC X(8).
           10 DATA-REGISTRAZIONE           PIC X(6).
