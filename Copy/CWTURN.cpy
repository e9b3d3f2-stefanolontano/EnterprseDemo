      *                    SONO SU CPS04.CWTURASS - VEDI CX02DEMO - E   *
      *                    IL CARTELLINO MENSILE E' IL BATCH CX03DEMO)  *
      *------------------------------------------------------------------
      * FLAG_NOTTURNO    : S = TURNO CON LAVORO NOTTURNO        N = NO  *
      * FLAG_CARICHI     : S = TURNO CON MOVIMENTAZIONE MANUALE         *
      *                        DI CARICHI                       N = NO  *
      * ATTRIBUTI CONFRONTATI DA CX02DEMO CON LE LIMITAZIONI MEDICHE    *
      * DELLA MATRICOLA (CPS04.CWLIMMED, COPY CWLIMM)                   *
      *------------------------------------------------------------------
      * CREAZIONE        : 02/09/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWTURNI TABLE
           ( COD_TURNO                     CHAR(2)      NOT NULL,
             DESCRIZIONE                   CHAR(30)     NOT NULL,
             ORA_INIZIO                    CHAR(4)      NOT NULL,
             ORA_FINE                      CHAR(4)      NOT NULL,
             FLAG_NOTTURNO                 CHAR(1)      NOT NULL,
             FLAG_CARICHI                  CHAR(1)      NOT NULL
           ) END-EXEC.
       01  DCL-CWTURNI.
           10 COD-TURNO                    PIC X(2).
           10 DESCRIZIONE                  PIC X(30).
           10 ORA-INIZIO                   PIC X(4).
           10 ORA-FINE                     PIC X(4).
           10 FLAG-NOTTURNO                PIC X(1).
               88 TURNO-NOTTURNO           VALUE 'S'.
           10 FLAG-CARICHI                 PIC X(1).
               88 TURNO-CON-CARICHI        VALUE 'S'.
