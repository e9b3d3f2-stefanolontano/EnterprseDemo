      *                   REVOCHE GIA' INVIATE)                        *
      *----------------------------------------------------------------*
      * CREAZIONE       : 09/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 22/08/2026 GM  LE CESSAZIONI PROGRAMMATE ESEGUITE DA CW39DEMO  *
      *                (CPS04.CWCESSAZ, STATO 'E') ENTRANO NEL FLUSSO  *
      * 02/09/2026 GM  CONTROLLO STANDARD DI PROPEDEUTICITA' E         *
      *                CALENDARIO DI ESECUZIONE (CWBATDIP/CWRUNCAL,    *
      *                SEZIONI 1905/1906 - VEDI CX39DEMO)              *
      * 15/10/2026 GM  I RECORD 'A' PORTANO LA SEDE DI LAVORO DELLA    *
      *                MATRICOLA (CWDIPENDENTI.COD_SEDE, ANAGRAFICA    *
      *                CWSEDI): RECORD A 122 BYTE                      *
      ******************************************************************
      ******************************************************************
      * PROGRAMMA BATCH, LANCIATO IN NOTTURNO, CHE PRODUCE L'ESTRAZIONE *
      * PER IL CARICATORE DEL SISTEMA BADGE:                            *
      *   - UN RECORD DI TIPO 'A' (ATTIVA/MANTIENI ACCESSO) PER OGNI    *
      *     DIPENDENTE ANCORA IN FORZA SU CPS04.CWDIPENDENTI, CON LA    *
      *     SEDE DI LAVORO (CWSEDI) PER L'ABILITAZIONE AI VARCHI        *
      *   - UN RECORD DI TIPO 'R' (REVOCA ACCESSO) PER OGNI MATRICOLA   *
      *     PRESENTE SU ARCHIVIO (QUINDI CANCELLATA IN PASSATO, VEDI    *
      *     CW13DEMO/CW18DEMO) MA NON PIU' PRESENTE SU CWDIPENDENTI     *

       FD  BADGEX
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 122 CHARACTERS.
       01  BADGEX-REC.
           05  BX-TIPO-REC                PIC X(1).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  BX-CAP                     PIC X(5).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  BX-COMUNE                  PIC X(25).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  BX-SEDE                    PIC X(4).

       WORKING-STORAGE SECTION.
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-DIP23 CURSOR FOR
                    SELECT  COD_MATRICOLA_DIP,
                            COGNOME,
                            NOME,
                            COD_SEDE
                    FROM    CPS04.CWDIPENDENTI D
                    WHERE   NOT EXISTS
                        (SELECT 1 FROM CPS04.CWCESSAZ C
           EXEC SQL FETCH CUR-DIP23
                    INTO  :DCL-CPSDIP.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CPSDIP.NOME,
                          :DCL-CPSDIP.COD-SEDE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO BX-MATRICOLA
              MOVE COGNOME           OF DCL-CPSDIP TO BX-COGNOME
              MOVE NOME              OF DCL-CPSDIP TO BX-NOME
              MOVE COD-SEDE          OF DCL-CPSDIP TO BX-SEDE
              PERFORM 2120-LEGGI-INDIRIZZO
              WRITE BADGEX-REC
              ADD 1 TO W-CONTA-ADD
