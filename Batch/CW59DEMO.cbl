      * TABELLE USATE   : CPS04.CWDIPENDENTI                           *
      *----------------------------------------------------------------*
      * CREAZIONE       : 22/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 02/09/2026 GM  TRACCIATO ESTESO CON LA NUOVA COLONNA           *
      *                CAT_PROTETTA (RECORD A 182 BYTE, ALLINEATO ALLO *
      *                (SEZIONI STANDARD 1900/1910): COSI' LA CATENA   *
      *                PUO' CITARLO IN CWBATDIP/CWRUNCAL E IL          *
      *                RIEPILOGO CX40DEMO NON SEGNALA FALSI MANCANTI   *
      * 15/10/2026 GM  TRACCIATO ESTESO CON LA NUOVA COLONNA           *
      *                COD_SOCIETA (RECORD A 186 BYTE, ALLINEATO ALLO *
      *                SCARICO CW58DEMO); AREA DI RECORD DEL FILE      *
      *                PORTATA ALLA LUNGHEZZA PIENA DEL TRACCIATO      *
      * 15/10/2026 GM  TRACCIATO ESTESO CON LA NUOVA COLONNA           *
      *                COD_SEDE (RECORD A 190 BYTE, ALLINEATO ALLO     *
      *                SCARICO CW58DEMO)                               *
      ******************************************************************
      ******************************************************************
      * RICARICA CPS04.CWDIPENDENTI DAL FILE PRODOTTO DA CW58DEMO.     *
       FILE SECTION.
       FD  UNLOAD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 190 CHARACTERS.
       01  UNLOAD-REC.
           05  UR-TIPO                    PIC X(1).
           05  FILLER                     PIC X(189).

       WORKING-STORAGE SECTION.
      * -------------------------------------------------------------- *
           05  RU-STATO                   PIC X(1).
           05  RU-DATA-ASSUNZIONE         PIC X(10).
           05  RU-CAT-PROTETTA            PIC X(1).
           05  RU-COD-SOCIETA             PIC X(4).
           05  RU-COD-SEDE                PIC X(4).
       01  R-CODA.
           05  FILLER                     PIC X(1).
           05  RT-CONTA                   PIC 9(7).
           05  RT-HASH                    PIC 9(11).
           05  FILLER                     PIC X(171).

      * -------------------------------------------------------------- *
      *    REGISTRAZIONE DEL RUN SU CPS04.CWBATCHRUN (VEDI COPY CWBRUN *
           MOVE RU-STATO           TO STATO-DIPENDENTE  OF DCL-CPSDIP.
           MOVE RU-DATA-ASSUNZIONE TO DATA-ASSUNZIONE   OF DCL-CPSDIP.
           MOVE RU-CAT-PROTETTA    TO CAT-PROTETTA      OF DCL-CPSDIP.
           MOVE RU-COD-SOCIETA     TO COD-SOCIETA       OF DCL-CPSDIP.
           MOVE RU-COD-SEDE        TO COD-SEDE          OF DCL-CPSDIP.

           EXEC SQL INSERT INTO CPS04.CWDIPENDENTI
                         VALUES (:DCL-CPSDIP.COD-MATRICOLA-DIP,
                                 :DCL-CPSDIP.DIPARTIMENTO,
                                 :DCL-CPSDIP.STATO-DIPENDENTE,
                                 :DCL-CPSDIP.DATA-ASSUNZIONE,
                                 :DCL-CPSDIP.CAT-PROTETTA,
                                 :DCL-CPSDIP.COD-SOCIETA,
                                 :DCL-CPSDIP.COD-SEDE)
           END-EXEC.
           ADD 1 TO W-CONTA-CARICATI.

