      * 09/08/2026 GM  AGGIUNTO COM-DATA-ASSUNZIONE (DATA EFFETTIVA DI  *
      *                ASSUNZIONE) PER IL CALCOLO DELL'ANZIANITA' DI    *
      *                SERVIZIO SU CW06DEMO, DISTINTA DA COM-RUN-DATE   *
      * 15/10/2026 GM  AGGIUNTO COM-SOC-RISTRETTA ('S' SE L'OPERATORE   *
      *                HA SOCIETA' AUTORIZZATE SU CWUTESOC, IMPOSTATO   *
      *                DA CW01DEMO AL LOGON: LIMITA LE MATRICOLE A      *
      *                QUELLE SOCIETA'; 'N' = TUTTE) - OCCUPA L'ULTIMO  *
      *                BYTE LIBERO DEI 260                              *
      ******************************************************************
       05  COM-NOME-PGM                    PIC X(8)   VALUE SPACES.
       05  COM-GIRO                        PIC X(1)   VALUE SPACES.
           88  COM-LINGUA-ITA              VALUE 'I'.
           88  COM-LINGUA-ING              VALUE 'E'.
       05  COM-DIPART-UTENTE               PIC X(10)  VALUE SPACES.
       05  COM-SOC-RISTRETTA               PIC X(1)   VALUE 'N'.
           88  COM-SOC-TUTTE               VALUE 'N'.
           88  COM-SOC-LIMITATE            VALUE 'S'.
