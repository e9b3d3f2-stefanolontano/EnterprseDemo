      * TABELLE USATE   : CPS04.CWDIPENDENTI                           *
      *----------------------------------------------------------------*
      * CREAZIONE       : 22/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 02/09/2026 GM  TRACCIATO ESTESO CON LA NUOVA COLONNA           *
      *                CAT_PROTETTA (RECORD A 182 BYTE, ALLINEATO AL   *
      *                (SEZIONI STANDARD 1900/1910): COSI' LA CATENA   *
      *                PUO' CITARLO IN CWBATDIP/CWRUNCAL E IL          *
      *                RIEPILOGO CX40DEMO NON SEGNALA FALSI MANCANTI   *
      * 15/10/2026 GM  TRACCIATO ESTESO CON LA NUOVA COLONNA           *
      *                COD_SOCIETA (RECORD A 186 BYTE, ALLINEATO AL   *
      *                RICARICO CW59DEMO); AREA DI RECORD DEL FILE     *
      *                PORTATA ALLA LUNGHEZZA PIENA DEL TRACCIATO      *
      * 15/10/2026 GM  TRACCIATO ESTESO CON LA NUOVA COLONNA           *
      *                COD_SEDE (RECORD A 190 BYTE, ALLINEATO AL       *
      *                RICARICO CW59DEMO)                              *
      ******************************************************************
      ******************************************************************
      * SCARICA TUTTE LE COLONNE DI CPS04.CWDIPENDENTI (COMPRESE       *
       FILE SECTION.
       FD  UNLOAD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 190 CHARACTERS.
       01  UNLOAD-REC                     PIC X(190).

       WORKING-STORAGE SECTION.
      * -------------------------------------------------------------- *
       01  R-TESTATA.
           05  FILLER                     PIC X(1)   VALUE 'H'.
           05  RH-DATA                    PIC 9(8).
           05  FILLER                     PIC X(181) VALUE SPACES.
       01  R-DATI.
           05  FILLER                     PIC X(1)   VALUE 'D'.
           05  RU-MATRICOLA               PIC 9(5).
           05  RU-STATO                   PIC X(1).
           05  RU-DATA-ASSUNZIONE         PIC X(10).
           05  RU-CAT-PROTETTA            PIC X(1).
           05  RU-COD-SOCIETA             PIC X(4).
           05  RU-COD-SEDE                PIC X(4).
       01  R-CODA.
           05  FILLER                     PIC X(1)   VALUE 'T'.
           05  RT-CONTA                   PIC 9(7).
           05  RT-HASH                    PIC 9(11).
           05  FILLER                     PIC X(171) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    REGISTRAZIONE DEL RUN SU CPS04.CWBATCHRUN (VEDI COPY CWBRUN *
                            DATA_NASCITA, QUALIFICA_INTERNA, COD_FISC,
                            RUN_DATE, VERSIONE, ANNOTAZIONI,
                            DIPARTIMENTO, STATO_DIPENDENTE,
                            DATA_ASSUNZIONE, CAT_PROTETTA,
                            COD_SOCIETA, COD_SEDE
                    FROM    CPS04.CWDIPENDENTI
                    ORDER BY COD_MATRICOLA_DIP
           END-EXEC.
                          :DCL-CPSDIP.DIPARTIMENTO,
                          :DCL-CPSDIP.STATO-DIPENDENTE,
                          :DCL-CPSDIP.DATA-ASSUNZIONE,
                          :DCL-CPSDIP.CAT-PROTETTA,
                          :DCL-CPSDIP.COD-SOCIETA,
                          :DCL-CPSDIP.COD-SEDE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              MOVE DATA-ASSUNZIONE   OF DCL-CPSDIP
                                               TO RU-DATA-ASSUNZIONE
              MOVE CAT-PROTETTA      OF DCL-CPSDIP TO RU-CAT-PROTETTA
              MOVE COD-SOCIETA       OF DCL-CPSDIP TO RU-COD-SOCIETA
              MOVE COD-SEDE          OF DCL-CPSDIP TO RU-COD-SEDE
              MOVE R-DATI TO UNLOAD-REC
              WRITE UNLOAD-REC
              ADD 1 TO W-CONTA-SCARICATI
