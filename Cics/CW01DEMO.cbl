      * TIPO OPERAZIONE : _____________                                *00090000
      *----------------------------------------------------------------*00110000
      * CREAZIONE       : 23/03/1999                                   *00120000
      * ULTIMA MODIFICA : 15/10/2026                                   *00130009
      *----------------------------------------------------------------*
      * 15/10/2026 GM  AL LOGON VIENE IMPOSTATO COM-SOC-RISTRETTA: 'S' *
      *                SE L'OPERATORE HA SOCIETA' AUTORIZZATE SU       *
      *                CWUTESOC (LE MATRICOLE VISIBILI SI LIMITANO A   *
      *                QUELLE SOCIETA'), 'N' SE NON NE HA               *
      * 22/08/2026 GM  ANCHE LA MASCHERA DI LOGON HA LA GUIDA PF1     *
      *                (CW60DEMO), COME TUTTE LE ALTRE VIDEATE         *
      * 22/08/2026 GM  AD OGNI LOGON RIUSCITO VIENE APERTA LA SESSIONE *
       01  W-GIORNI-OGGI                   PIC 9(7)   VALUE ZERO.
       01  W-GIORNI-TRASCORSI              PIC S9(7)  VALUE ZERO.
       01  W-NUOVA-PASSW                   PIC X(8)   VALUE SPACES.
      * -------------------------------------------------------------- *
      *    SOCIETA' DEL GRUPPO AUTORIZZATE ALL'OPERATORE (CWUTESOC)    *
      * -------------------------------------------------------------- *
       01  W-NUM-SOC-AUT                   PIC S9(9)  COMP VALUE +0.
                                                                        00310000
      * -------------------------------------------------------------- *00330000
      *    DEFINIZIONE CAMPI STANDARD DELLA TRANSAZIONE                *00340000
           END-IF.
           MOVE DIPARTIMENTO OF DCL-CPSUTE TO COM-DIPART-UTENTE.

      * ---
      * SOCIETA' DEL GRUPPO: UN OPERATORE CON RIGHE SU CWUTESOC, DI
      * QUALUNQUE PROFILO, VEDE SOLO LE MATRICOLE DI QUELLE SOCIETA';
      * SENZA RIGHE LE VEDE TUTTE
      * ---
           EXEC SQL SELECT COUNT(*)
                    INTO  :W-NUM-SOC-AUT
                    FROM  CPS04.CWUTESOC
                    WHERE UTENTE = :W-USER
           END-EXEC.
           IF W-NUM-SOC-AUT > ZERO
              MOVE 'S' TO COM-SOC-RISTRETTA
           ELSE
              MOVE 'N' TO COM-SOC-RISTRETTA
           END-IF.

      * ---
      * PROFILO PERSONALE (ORDINE DI LISTA, RIGHE PER PAGINA,
      * STAMPANTE PREFERITA): SE PRESENTE SU CWPROFIL SOSTITUISCE I
