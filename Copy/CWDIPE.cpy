      *                VIAGGIA SU CWAPPROV E ARRIVA QUI CON             *
      *                L'APPROVAZIONE CW18DEMO; RAPPORTO DI             *
      *                CONFORMITA' ANNUALE CX24DEMO)                    *
      * 15/10/2026 GM  AGGIUNTA COLONNA COD_SOCIETA (SOCIETA' DEL       *
      *                GRUPPO DATRICE DI LAVORO, ANAGRAFICA CWSOCIETA): *
      *                E' QUELLA DEL DIPARTIMENTO, RIALLINEATA AD OGNI  *
      *                CAMBIO DI DIPARTIMENTO; SENZA DIPARTIMENTO LA    *
      *                SOCIETA' PRINCIPALE (CWPARAM SOCPRINC)           *
      * 15/10/2026 GM  AGGIUNTA COLONNA COD_SEDE (SEDE DI LAVORO,       *
      *                ANAGRAFICA CWSEDI MANTENUTA DA CY25DEMO; SPAZI = *
      *                NESSUNA SEDE, VALE IL SOLO CALENDARIO AZIENDALE) *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWDIPENDENTI TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             DIPARTIMENTO                  CHAR(10)     NOT NULL,
             STATO_DIPENDENTE              CHAR(1)      NOT NULL,
             DATA_ASSUNZIONE               CHAR(10)     NOT NULL,
             CAT_PROTETTA                  CHAR(1)      NOT NULL,
             COD_SOCIETA                   CHAR(4)      NOT NULL,
             COD_SEDE                      CHAR(4)      NOT NULL
           ) END-EXEC.
       01  DCL-CPSDIP.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
               88 CAT-PROT-NESSUNA                     VALUE ' '.
               88 CAT-PROT-DISABILE                    VALUE 'D'.
               88 CAT-PROT-ALTRA                       VALUE 'A'.
           10 COD-SOCIETA                  PIC X(4).
           10 COD-SEDE                     PIC X(4).
