      ******************************************************************
      * DCLGEN TABLE(CPS04.CWFOGPRE)                                    *
      * COPY            : CWFOGP                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWFOGPRE       *
      *                    (FOGLIO PRESENZE MENSILE: UNA RIGA PER MESE  *
      *                    E MATRICOLA CON IL CODICE DI OGNI GIORNO E   *
      *                    LE ANOMALIE. COSTRUITA DAL CONSOLIDAMENTO    *
      *                    MENSILE CY14DEMO, CERTIFICATA ON-LINE DAL    *
      *                    RESPONSABILE DEL DIPARTIMENTO CON CY15DEMO,  *
      *                    RICHIESTA CERTIFICATA DA CX33DEMO PER LA     *
      *                    CHIUSURA DEL MESE E INVIATA ALLO STUDIO      *
      *                    PAGHE DA CY16DEMO)                           *
      *------------------------------------------------------------------
      * CODICI_GIORNO: 31 CODICI DI 2 CARATTERI, UNO PER GIORNO DEL     *
      *   MESE (POSIZIONE = GIORNO):                                    *
      *   LV=LAVORATO (TIMBRATURA CWPRESEN)  LA=LAVORO AGILE (CWSMPIAN) *
      *   FE MA AS PE L4 CP IN = ASSENZA CWASSENZE DEL TIPO INDICATO    *
      *      (FE ANCHE PER LA RICHIESTA CHIOSCO CWRICHFE APPROVATA)     *
      *   SC=SCIOPERO (CWSCIADE)  FS=FESTIVITA' (CWCALEND)              *
      *   RI=RIPOSO (SABATO/DOMENICA O TURNO CWTURASS A SPAZI)          *
      *   AI=ASSENZA NON GIUSTIFICATA                                   *
      *   SPAZI = GIORNO FUORI DAL RAPPORTO DI LAVORO O OLTRE LA FINE   *
      *   DEL MESE                                                      *
      * ANOMALIE_GIORNO: UN FLAG PER GIORNO, SPAZIO = NESSUNA ANOMALIA  *
      *   N=NESSUNA TIMBRATURA NE' GIUSTIFICATIVO                       *
      *   T=TIMBRATURA IN GIORNO DI ASSENZA                             *
      *   U=TIMBRATURA SENZA USCITA                                     *
      *   R=RICHIESTA FERIE DAL CHIOSCO ANCORA PENDENTE                 *
      * STATO_FOGLIO: E=ELABORATO  C=CERTIFICATO                        *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWFOGPRE TABLE
           ( ANNO_MESE                     CHAR(7)      NOT NULL,
             COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             DIPARTIMENTO                  CHAR(10)     NOT NULL,
             COD_SOCIETA                   CHAR(4)      NOT NULL,
             CODICI_GIORNO                 CHAR(62)     NOT NULL,
             ANOMALIE_GIORNO               CHAR(31)     NOT NULL,
             GIORNI_LAVORATI               DECIMAL(3,0) NOT NULL,
             GIORNI_ASSENZA                DECIMAL(3,0) NOT NULL,
             NUM_ANOMALIE                  DECIMAL(3,0) NOT NULL,
             STATO_FOGLIO                  CHAR(1)      NOT NULL,
             DATA_ELABORAZIONE             CHAR(10)     NOT NULL,
             UTENTE_CERT                   CHAR(8)      NOT NULL,
             DATA_CERT                     CHAR(6)      NOT NULL,
             ORA_CERT                      CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWFOGPRE.
           10 ANNO-MESE                    PIC X(7).
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 DIPARTIMENTO                 PIC X(10).
           10 COD-SOCIETA                  PIC X(4).
           10 CODICI-GIORNO                PIC X(62).
           10 ANOMALIE-GIORNO              PIC X(31).
           10 GIORNI-LAVORATI              PIC S9(3)  USAGE COMP-3.
           10 GIORNI-ASSENZA               PIC S9(3)  USAGE COMP-3.
           10 NUM-ANOMALIE                 PIC S9(3)  USAGE COMP-3.
           10 STATO-FOGLIO                 PIC X(1).
               88 FOGLIO-ELABORATO         VALUE 'E'.
               88 FOGLIO-CERTIFICATO       VALUE 'C'.
           10 DATA-ELABORAZIONE            PIC X(10).
           10 UTENTE-CERT                  PIC X(8).
           10 DATA-CERT                    PIC X(6).
           10 ORA-CERT                     PIC X(6).
