      *                RETRIB_PROPOSTA/SCATTO_PROPOSTO/DATA_DECOR_PROP  *
      *                CON I VALORI PROPOSTI, APPLICATI DA CW18DEMO     *
      *                ALL'APPROVAZIONE (SOGLIA SU CWPARAM 'SOGLIARE')  *
      * 15/10/2026 GM  NUOVO TIPO_RICHIESTA 'T' (RIMBORSO TRASFERTA,    *
      *                ACCODATO DA CX52DEMO; LA TRASFERTA CWTRASF E'    *
      *                COLLEGATA TRAMITE ID_RICHIESTA)                  *
      * 15/10/2026 GM  AGGIUNTA COLONNA CAUSA_CESSAZIONE: CAUSA CODIFI- *
      *                CATA DELLE RICHIESTE DI CANCELLAZIONE DI         *
      *                CW08DEMO (STESSI CODICI DI CWCESSAZ, VEDI CWCESS)*
      *                PER IL TABULATO DI TURNOVER CX88DEMO; SPAZI PER  *
      *                GLI ALTRI TIPI DI RICHIESTA                      *
      * 15/10/2026 GM  NUOVO TIPO_RICHIESTA 'B' (PREMIO MBO OLTRE       *
      *                SOGLIA, ACCODATO DAL BATCH CX96DEMO CON L'IMPORTO*
      *                IN RETRIB_PROPOSTA; IL PREMIO CWPREMIO E'        *
      *                COLLEGATO TRAMITE ID_RICHIESTA)                  *
      * 15/10/2026 GM  NUOVO TIPO_RICHIESTA 'S' (STORNO DI UN RUN DI    *
      *                AGGIORNAMENTO MASSIVO, ACCODATO DAL BATCH        *
      *                CY33DEMO; IL RUN DA STORNARE E' SU CWSTORUN,     *
      *                COLLEGATO TRAMITE ID_RICHIESTA). APPROVABILE     *
      *                SOLO DALL'AMMINISTRATORE                         *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWAPPROV TABLE
           ( ID_RICHIESTA                  DECIMAL(7,0) NOT NULL,
             RETRIB_PROPOSTA               DECIMAL(9,2) NOT NULL,
             SCATTO_PROPOSTO               DECIMAL(2,0) NOT NULL,
             DATA_DECOR_PROP               CHAR(10)     NOT NULL,
             CAT_PROTETTA                  CHAR(1)      NOT NULL,
             CAUSA_CESSAZIONE              CHAR(2)      NOT NULL
           ) END-EXEC.
       01  DCL-CWAPPROV.
           10 ID-RICHIESTA                 PIC S9(7)  USAGE COMP-3.
               88  TIPO-RICH-INSERIMENTO           VALUE 'I'.
               88  TIPO-RICH-CANCELLAZIONE         VALUE 'D'.
               88  TIPO-RICH-RETRIBUZIONE          VALUE 'R'.
               88  TIPO-RICH-TRASFERTA             VALUE 'T'.
               88  TIPO-RICH-PREMIO                VALUE 'B'.
               88  TIPO-RICH-STORNO-RUN            VALUE 'S'.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 COGNOME                      PIC X(30).
           10 NOME                         PIC X(15).
           10 SCATTO-PROPOSTO              PIC S9(2)  USAGE COMP-3.
           10 DATA-DECOR-PROP              PIC X(10).
           10 CAT-PROTETTA                 PIC X(1).
           10 CAUSA-CESSAZIONE             PIC X(2).
               88  CAUSA-CANC-VOLONTARIA           VALUE 'DV' 'PE' 'RC'.
               88  CAUSA-CANC-INVOLONTARIA         VALUE 'LG' 'LE' 'ST'
                                                         'DE'.
               88  CAUSA-CANC-VALIDA               VALUE 'DV' 'PE' 'RC'
                                                         'LG' 'LE' 'ST'
                                                         'DE'.
