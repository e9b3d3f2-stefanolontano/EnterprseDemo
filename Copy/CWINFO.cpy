      ******************************************************************
      * DCLGEN TABLE(CPS04.CWINFORT)                                    *
      * COPY            : CWINFO                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWINFORT       *
      *                    (REGISTRO DEGLI INFORTUNI SUL LAVORO: UNA    *
      *                    RIGA PER MATRICOLA E DATA DELL'INFORTUNIO,   *
      *                    REGISTRATA ON-LINE DA CX59DEMO INSIEME       *
      *                    ALL'ASSENZA 'IN' SU CWASSENZE. LE DENUNCE    *
      *                    INAIL IN SCADENZA SONO SEGNALATE DAL BATCH   *
      *                    CX60DEMO, GLI INDICI DI FREQUENZA E DI       *
      *                    GRAVITA' DELL'ANNO SONO STAMPATI DA CX61DEMO)*
      *------------------------------------------------------------------
      * PARTE_LESA   : TE=TESTA  OC=OCCHI  TR=TRONCO  CO=COLONNA        *
      *                AS=ARTI SUPERIORI  MA=MANI  AI=ARTI INFERIORI    *
      *                PI=PIEDI  PM=PARTI MULTIPLE                      *
      * GG_PROGNOSI  : GIORNI DI PROGNOSI DOPO IL GIORNO DELL'EVENTO    *
      *                (FINE PROGNOSI - DATA INFORTUNIO)                *
      * STATO_DENUNCIA: D=DA DENUNCIARE ENTRO DATA_SCADENZA_DEN         *
      *                I=DENUNCIA INVIATA (DATA_DENUNCIA, PROTOCOLLO)   *
      *                N=NON DOVUTA (PROGNOSI FINO A 3 GIORNI)          *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWINFORT TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             DATA_INFORTUNIO               CHAR(10)     NOT NULL,
             ORA_INFORTUNIO                CHAR(4)      NOT NULL,
             LUOGO                         CHAR(40)     NOT NULL,
             DINAMICA                      CHAR(120)    NOT NULL,
             PARTE_LESA                    CHAR(2)      NOT NULL,
             TESTIMONE                     CHAR(40)     NOT NULL,
             DATA_CERTIFICATO              CHAR(10)     NOT NULL,
             DATA_FINE_PROGNOSI            CHAR(10)     NOT NULL,
             GG_PROGNOSI                   DECIMAL(3,0) NOT NULL,
             DATA_SCADENZA_DEN             CHAR(10)     NOT NULL,
             STATO_DENUNCIA                CHAR(1)      NOT NULL,
             DATA_DENUNCIA                 CHAR(10)     NOT NULL,
             PROTOCOLLO_INAIL              CHAR(20)     NOT NULL,
             UTENTE_REGISTRAZIONE          CHAR(8)      NOT NULL,
             DATA_REGISTRAZIONE            CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWINFORT.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 DATA-INFORTUNIO              PIC X(10).
           10 ORA-INFORTUNIO               PIC X(4).
           10 LUOGO                        PIC X(40).
           10 DINAMICA                     PIC X(120).
           10 PARTE-LESA                   PIC X(2).
               88 PARTE-LESA-VALIDA        VALUE 'TE' 'OC' 'TR' 'CO'
                                                 'AS' 'MA' 'AI' 'PI'
                                                 'PM'.
           10 TESTIMONE                    PIC X(40).
           10 DATA-CERTIFICATO             PIC X(10).
           10 DATA-FINE-PROGNOSI           PIC X(10).
           10 GG-PROGNOSI                  PIC S9(3)  USAGE COMP-3.
           10 DATA-SCADENZA-DEN            PIC X(10).
           10 STATO-DENUNCIA               PIC X(1).
               88 DENUNCIA-DA-INVIARE      VALUE 'D'.
               88 DENUNCIA-INVIATA         VALUE 'I'.
               88 DENUNCIA-NON-DOVUTA      VALUE 'N'.
           10 DATA-DENUNCIA                PIC X(10).
           10 PROTOCOLLO-INAIL             PIC X(20).
           10 UTENTE-REGISTRAZIONE         PIC X(8).
           10 DATA-REGISTRAZIONE           PIC X(6).
