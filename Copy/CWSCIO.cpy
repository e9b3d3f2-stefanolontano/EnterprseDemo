      ******************************************************************
      * DCLGEN TABLE(CPS04.CWSCIOPE)                                    *
      * COPY            : CWSCIO                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWSCIOPE       *
      *                    (SCIOPERI PROCLAMATI: UNA RIGA PER SINDACATO *
      *                    PROCLAMANTE E DATA, CON ID DA CWCONTAT       *
      *                    'IDSCIOP' E DURATA IN MINUTI. GESTITA DA     *
      *                    CX83DEMO; LE ADESIONI SONO SU CWSCIADE       *
      *                    (CX84DEMO), IL RIEPILOGO DELLE ADESIONI E'   *
      *                    IL BATCH CX85DEMO)                           *
      *------------------------------------------------------------------
      * STATO_SCIOPERO   : P = PROCLAMATO                               *
      *                    R = REVOCATO (ADESIONI CANCELLATE)           *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWSCIOPE TABLE
           ( ID_SCIOPERO                   DECIMAL(7,0) NOT NULL,
             COD_SINDACATO                 CHAR(4)      NOT NULL,
             DATA_SCIOPERO                 CHAR(10)     NOT NULL,
             MIN_SCIOPERO                  DECIMAL(4,0) NOT NULL,
             DESCRIZIONE                   CHAR(40)     NOT NULL,
             STATO_SCIOPERO                CHAR(1)      NOT NULL,
             UTENTE_AGGIORNAMENTO          CHAR(8)      NOT NULL,
             DATA_AGGIORNAMENTO            CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWSCIOPE.
           10 ID-SCIOPERO                  PIC S9(7)  USAGE COMP-3.
           10 COD-SINDACATO                PIC X(4).
           10 DATA-SCIOPERO                PIC X(10).
           10 MIN-SCIOPERO                 PIC S9(4)  USAGE COMP-3.
           10 DESCRIZIONE                  PIC X(40).
           10 STATO-SCIOPERO               PIC X(1).
               88 SCIOPERO-PROCLAMATO                 VALUE 'P'.
               88 SCIOPERO-REVOCATO                   VALUE 'R'.
           10 UTENTE-AGGIORNAMENTO         PIC X(8).
           10 DATA-AGGIORNAMENTO           PIC X(10).
