      ******************************************************************
      * DCLGEN TABLE(CPS04.CWRUNIMM)                                    *
      * COPY            : CWRIMM                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWRUNIMM       *
      *                    (IMMAGINI PRIMA/DOPO DELLE RIGHE TOCCATE DAI *
      *                    BATCH DI AGGIORNAMENTO MASSIVO CW27DEMO,     *
      *                    CX08DEMO E CW85DEMO: UNA RIGA PER MATRICOLA  *
      *                    E PASSO DEL RUN, IDENTIFICATO DALLA CHIAVE   *
      *                    DI CWBATCHRUN. SERVE ALLO STORNO DEL RUN     *
      *                    CON IL BATCH CY33DEMO, VEDI CWSTORUN)        *
      *------------------------------------------------------------------
      * PASSO            : ORDINE DI ELABORAZIONE NEL RUN (RECORD DI    *
      *                    MASSQUAL PER CW27DEMO, CAMPAGNA PER          *
      *                    CW85DEMO, 1 PER CX08DEMO): LA STESSA         *
      *                    MATRICOLA PUO' ESSERE TOCCATA IN PIU' PASSI  *
      * TIPO_IMMAGINE    : Q = QUALIFICA INTERNA (CW27DEMO)             *
      *                    T = TRASFERIMENTO DI DIPARTIMENTO (CX08DEMO) *
      *                    D = STATO DEL DIPARTIMENTO DI ORIGINE        *
      *                        BLOCCATO (CX08DEMO, MATRICOLA ZERO)      *
      *                    R = RETRIBUZIONE BASE (CW85DEMO)             *
      * VALORE_PRIMA/DOPO: Q = QUALIFICA, T = DIPARTIMENTO,             *
      *                    D = STATO_DIPART                             *
      * RIFERIMENTO      : T = DATA DI EFFETTO DEL TRASFERIMENTO,       *
      *                    D = CODICE DEL DIPARTIMENTO                  *
      * VERSIONE_DOPO    : Q/T = VERSIONE DI CWDIPENDENTI LASCIATA DAL  *
      *                    RUN (UNA VARIAZIONE ON-LINE LA INCREMENTA)   *
      * POSIZIONE_PRIMA/ : T = POSIZIONE DI ORGANICO CWPOSORG LIBERATA  *
      * POSIZIONE_DOPO     E COPERTA (ZERO = NESSUNA)                   *
      * RETRIB_/DECORR_  : R = RETRIB_BASE E DATA_DECORRENZA DI         *
      * PRIMA E DOPO       CWRETRIB                                     *
      * ID_CAMPAGNA      : R = CAMPAGNA CWCAMPAG APPLICATA              *
      * STATO_IMMAGINE   : ' ' = DA STORNARE                            *
      *                    S = STORNATA DA CY33DEMO                     *
      *                    M = NON STORNATA: RIGA MODIFICATA DOPO IL    *
      *                        RUN (ON-LINE O DA UN ALTRO BATCH)        *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWRUNIMM TABLE
           ( NOME_PGM                      CHAR(8)      NOT NULL,
             DATA_ELABORAZIONE             CHAR(10)     NOT NULL,
             ORA_INIZIO                    CHAR(6)      NOT NULL,
             PASSO                         DECIMAL(5,0) NOT NULL,
             COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             TIPO_IMMAGINE                 CHAR(1)      NOT NULL,
             VALORE_PRIMA                  CHAR(10)     NOT NULL,
             VALORE_DOPO                   CHAR(10)     NOT NULL,
             RIFERIMENTO                   CHAR(10)     NOT NULL,
             SOCIETA_PRIMA                 CHAR(4)      NOT NULL,
             VERSIONE_DOPO                 DECIMAL(9,0) NOT NULL,
             POSIZIONE_PRIMA               DECIMAL(5,0) NOT NULL,
             POSIZIONE_DOPO                DECIMAL(5,0) NOT NULL,
             RETRIB_PRIMA                  DECIMAL(9,2) NOT NULL,
             DECORR_PRIMA                  CHAR(10)     NOT NULL,
             RETRIB_DOPO                   DECIMAL(9,2) NOT NULL,
             DECORR_DOPO                   CHAR(10)     NOT NULL,
             ID_CAMPAGNA                   DECIMAL(7,0) NOT NULL,
             STATO_IMMAGINE                CHAR(1)      NOT NULL
           ) END-EXEC.
       01  DCL-CWRUNIMM.
           10 NOME-PGM                     PIC X(8).
           10 DATA-ELABORAZIONE            PIC X(10).
           10 ORA-INIZIO                   PIC X(6).
           10 PASSO                        PIC S9(5)  USAGE COMP-3.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 TIPO-IMMAGINE                PIC X(1).
               88 IMM-QUALIFICA                       VALUE 'Q'.
               88 IMM-TRASFERIMENTO                   VALUE 'T'.
               88 IMM-DIPARTIMENTO                    VALUE 'D'.
               88 IMM-RETRIBUZIONE                    VALUE 'R'.
           10 VALORE-PRIMA                 PIC X(10).
           10 VALORE-DOPO                  PIC X(10).
           10 RIFERIMENTO                  PIC X(10).
           10 SOCIETA-PRIMA                PIC X(4).
           10 VERSIONE-DOPO                PIC S9(9)  USAGE COMP-3.
           10 POSIZIONE-PRIMA              PIC S9(5)  USAGE COMP-3.
           10 POSIZIONE-DOPO               PIC S9(5)  USAGE COMP-3.
           10 RETRIB-PRIMA                 PIC S9(7)V99 USAGE COMP-3.
           10 DECORR-PRIMA                 PIC X(10).
           10 RETRIB-DOPO                  PIC S9(7)V99 USAGE COMP-3.
           10 DECORR-DOPO                  PIC X(10).
           10 ID-CAMPAGNA                  PIC S9(7)  USAGE COMP-3.
           10 STATO-IMMAGINE               PIC X(1).
               88 IMM-DA-STORNARE                     VALUE ' '.
               88 IMM-STORNATA                        VALUE 'S'.
               88 IMM-MODIFICATA                      VALUE 'M'.
