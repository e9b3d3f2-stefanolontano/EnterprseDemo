      *                   DI DIPARTIMENTO                              *
      * TIPO OPERAZIONE : BATCH DI AGGIORNAMENTO                       *
      * TABELLE USATE   : CPS04.CWDIPENDENTI, CPS04.CWMOVIM,           *
      *                   CPS04.CWDIPART, CPS04.CWPOSORG,              *
      *                   CPS04.CWOCCPOS, CPS04.CWRUNIMM               *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  OGNI TRASFERITO LIBERA LA POSIZIONE DI ORGANICO *
      *                OCCUPATA (CPS04.CWPOSORG) E COPRE LA PRIMA      *
      *                VACANTE DELLA DESTINAZIONE CON LA STESSA        *
      *                QUALIFICA (STORIA SU CPS04.CWOCCPOS); IL        *
      *                TABULATO RIPORTA LA POSIZIONE COPERTA           *
      * 15/10/2026 GM  IL TRASFERITO PASSA ALLA SOCIETA' DEL GRUPPO    *
      *                DEL DIPARTIMENTO DI DESTINAZIONE                *
      *                (CWDIPART.COD_SOCIETA)                          *
      * 15/10/2026 GM  OGNI TRASFERITO LASCIA SU CPS04.CWRUNIMM        *
      *                L'IMMAGINE PRIMA/DOPO (TIPO 'T': DIPARTIMENTO,  *
      *                SOCIETA', VERSIONE, POSIZIONI DI ORGANICO) E    *
      *                LO STATO DEL DIPARTIMENTO DI ORIGINE (TIPO 'D'),*
      *                PER LO STORNO DEL RUN CON CY33DEMO              *
      ******************************************************************
      ******************************************************************
      * QUANDO UN DIPARTIMENTO VIENE CHIUSO O ACCORPATO, FINORA LE     *
       01  W-CONTA-SPOSTATI               PIC S9(5)   COMP-3 VALUE 0.
       01  W-COUNT                        PIC S9(4)   COMP-3 VALUE 0.
       01  W-STATO-DEST                   PIC X(1)    VALUE SPACE.
       01  W-STATO-ORIGINE                PIC X(1)    VALUE SPACE.
       01  W-DATA-AGG                     PIC X(6)    VALUE SPACES.
       01  W-ORA-AGG                      PIC X(6)    VALUE SPACES.
      * POSIZIONE DI ORGANICO COPERTA NEL DIPARTIMENTO DI DESTINAZIONE
       01  W-NUM-POSIZIONE                PIC S9(5)   COMP-3 VALUE 0.
      * POSIZIONE LASCIATA NEL DIPARTIMENTO DI ORIGINE (IMMAGINE PRIMA)
       01  W-POSIZIONE-PRIMA              PIC S9(5)   COMP-3 VALUE 0.
       01  W-POSIZIONE-ED.
           05  FILLER                     PIC X(12)   VALUE
               '  POSIZIONE '.
           05  WP-NUMERO                  PIC 9(5).

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
           05  RD-NOME                    PIC X(15).
           05  FILLER                     PIC X(12)  VALUE
               '  TRASFERITO'.
           05  RD-POSIZIONE               PIC X(17).
           05  FILLER                     PIC X(51)  VALUE SPACES.
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(30)  VALUE
               'DIPENDENTI TRASFERITI      : '.

           EXEC SQL  INCLUDE CWDIPA  END-EXEC.

           EXEC SQL  INCLUDE CWPOSO  END-EXEC.

           EXEC SQL  INCLUDE CWOCCP  END-EXEC.

           EXEC SQL  INCLUDE CWRIMM  END-EXEC.

      * -------------------------------------------------------------- *
      * DIPENDENTI ATTIVI DEL DIPARTIMENTO DI ORIGINE                  *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-DIPX8 CURSOR FOR
                    SELECT  COD_MATRICOLA_DIP,
                            COGNOME,
                            NOME,
                            QUALIFICA_INTERNA,
                            COD_SOCIETA,
                            VERSIONE
                    FROM    CPS04.CWDIPENDENTI
                    WHERE   DIPARTIMENTO = :RC-DIPART-ORIGINE
                    AND     STATO_DIPENDENTE = 'A'

      * ---
      * IL DIPARTIMENTO SVUOTATO VIENE BLOCCATO: CW04/CW07 NON VI
      * ASSEGNERANNO PIU' NESSUNO (STESSO STATO 'B' DI CW37DEMO).
      * LO STATO PRECEDENTE RESTA SU CWRUNIMM (TIPO 'D') PER LO STORNO
      * ---
           PERFORM 2270-IMMAGINE-DIPART.

           EXEC SQL UPDATE CPS04.CWDIPART
                       SET STATO_DIPART = 'B'
                     WHERE CODICE = :RC-DIPART-ORIGINE
           EXEC SQL FETCH CUR-DIPX8
                    INTO  :DCL-CPSDIP.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CPSDIP.NOME,
                          :DCL-CPSDIP.QUALIFICA-INTERNA,
                          :DCL-CPSDIP.COD-SOCIETA,
                          :DCL-CPSDIP.VERSIONE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
      *---------------*
           EXEC SQL UPDATE CPS04.CWDIPENDENTI
                       SET DIPARTIMENTO = :RC-DIPART-DESTINO,
                           COD_SOCIETA  =
                           COALESCE((SELECT S.COD_SOCIETA
                                       FROM CPS04.CWDIPART S
                                      WHERE S.CODICE =
                                            :RC-DIPART-DESTINO),
                                    COD_SOCIETA),
                           VERSIONE     = VERSIONE + 1
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                                 :DCL-CWMOVIM.ORA-AGGIORNAMENTO)
           END-EXEC.

      * ---
      * POSIZIONI DI ORGANICO (CWPOSORG): SI LIBERA QUELLA DI ORIGINE E
      * SI COPRE LA PRIMA VACANTE DELLA DESTINAZIONE (VEDI 2250)
      * ---
           PERFORM 2250-SPOSTA-POSIZIONE.

           PERFORM 2260-IMMAGINE-TRASF.

           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO RD-MATRICOLA.
           MOVE COGNOME           OF DCL-CPSDIP TO RD-COGNOME.
           MOVE NOME              OF DCL-CPSDIP TO RD-NOME.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * POSIZIONI DI ORGANICO DEL TRASFERITO, COME IL 1429 DI CW07DEMO:*
      * LA POSIZIONE OCCUPATA NEL DIPARTIMENTO DI ORIGINE TORNA        *
      * VACANTE DALLA DATA DI EFFETTO E SI COPRE LA VACANTE ATTIVA CON *
      * NUMERO PIU' BASSO DELLA DESTINAZIONE CON LA STESSA QUALIFICA;  *
      * PERIODI DI OCCUPAZIONE SU CWOCCPOS CON CAUSALE 'TR'. SENZA     *
      * VACANTI LA RIGA DEL TABULATO RIPORTA 'SENZA POSIZIONE'         *
      ******************************************************************
       2250-SPOSTA-POSIZIONE SECTION.
      *---------------*
           EXEC SQL SELECT COALESCE(MIN(NUM_POSIZIONE), 0)
                      INTO :W-POSIZIONE-PRIMA
                      FROM  CPS04.CWPOSORG
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
           END-EXEC.
           EXEC SQL UPDATE CPS04.CWPOSORG
                       SET COD_MATRICOLA_DIP    = 0,
                           DATA_COPERTURA       = ' ',
                           DATA_VACANZA         = :RC-DATA-EFFETTO,
                           UTENTE_AGGIORNAMENTO = :W-NOME-PGM,
                           DATA_AGGIORNAMENTO   = :W-DATA-AGG
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
           END-EXEC.
           EXEC SQL UPDATE CPS04.CWOCCPOS
                       SET DATA_FINE    = :RC-DATA-EFFETTO,
                           CAUSALE_FINE = 'TR'
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   DATA_FINE = '9999-12-31'
           END-EXEC.

           EXEC SQL SELECT COALESCE(MIN(NUM_POSIZIONE), 0)
                      INTO :W-NUM-POSIZIONE
                      FROM  CPS04.CWPOSORG
                     WHERE DIPARTIMENTO      = :RC-DIPART-DESTINO
                     AND   QUALIFICA_INTERNA =
                           :DCL-CPSDIP.QUALIFICA-INTERNA
                     AND   STATO_POSIZIONE   = 'A'
                     AND   COD_MATRICOLA_DIP = 0
           END-EXEC.
           IF W-NUM-POSIZIONE = 0
              MOVE '  SENZA POSIZIONE' TO RD-POSIZIONE
              GO TO 2250-EX
           END-IF.
           EXEC SQL UPDATE CPS04.CWPOSORG
                       SET COD_MATRICOLA_DIP    =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP,
                           DATA_COPERTURA       = :RC-DATA-EFFETTO,
                           UTENTE_AGGIORNAMENTO = :W-NOME-PGM,
                           DATA_AGGIORNAMENTO   = :W-DATA-AGG
                     WHERE NUM_POSIZIONE = :W-NUM-POSIZIONE
           END-EXEC.
           MOVE W-NUM-POSIZIONE TO NUM-POSIZIONE OF DCL-CWOCCPOS.
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP
                                TO COD-MATRICOLA-DIP OF DCL-CWOCCPOS.
           MOVE RC-DATA-EFFETTO TO DATA-INIZIO    OF DCL-CWOCCPOS.
           MOVE 'TR'            TO CAUSALE-INIZIO OF DCL-CWOCCPOS.
           MOVE '9999-12-31'    TO DATA-FINE      OF DCL-CWOCCPOS.
           MOVE SPACES          TO CAUSALE-FINE   OF DCL-CWOCCPOS.
           EXEC SQL INSERT INTO CPS04.CWOCCPOS
                         VALUES (:DCL-CWOCCPOS.NUM-POSIZIONE,
                                 :DCL-CWOCCPOS.COD-MATRICOLA-DIP,
                                 :DCL-CWOCCPOS.DATA-INIZIO,
                                 :DCL-CWOCCPOS.CAUSALE-INIZIO,
                                 :DCL-CWOCCPOS.DATA-FINE,
                                 :DCL-CWOCCPOS.CAUSALE-FINE)
           END-EXEC.
           MOVE W-NUM-POSIZIONE TO WP-NUMERO.
           MOVE W-POSIZIONE-ED  TO RD-POSIZIONE.

       2250-EX. EXIT.
      *
      *
      ******************************************************************
      * IMMAGINE PRIMA/DOPO DEL TRASFERITO SU CWRUNIMM (TIPO 'T') CON  *
      * LA CHIAVE DEL RUN CWBATCHRUN, PER LO STORNO CON CY33DEMO:      *
      * DIPARTIMENTO E SOCIETA' DI PARTENZA, VERSIONE LASCIATA DAL     *
      * TRASFERIMENTO, POSIZIONI DI ORGANICO LIBERATA E COPERTA        *
      ******************************************************************
       2260-IMMAGINE-TRASF SECTION.
      *---------------*
           MOVE W-NOME-PGM        TO NOME-PGM          OF DCL-CWRUNIMM.
           MOVE W-BR-DATA         TO DATA-ELABORAZIONE OF DCL-CWRUNIMM.
           MOVE W-BR-ORA-INIZIO   TO ORA-INIZIO        OF DCL-CWRUNIMM.
           MOVE 1                 TO PASSO             OF DCL-CWRUNIMM.
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP
                                  TO COD-MATRICOLA-DIP OF DCL-CWRUNIMM.
           MOVE 'T'               TO TIPO-IMMAGINE     OF DCL-CWRUNIMM.
           MOVE RC-DIPART-ORIGINE TO VALORE-PRIMA      OF DCL-CWRUNIMM.
           MOVE RC-DIPART-DESTINO TO VALORE-DOPO       OF DCL-CWRUNIMM.
           MOVE RC-DATA-EFFETTO   TO RIFERIMENTO       OF DCL-CWRUNIMM.
           MOVE COD-SOCIETA       OF DCL-CPSDIP
                                  TO SOCIETA-PRIMA     OF DCL-CWRUNIMM.
           COMPUTE VERSIONE-DOPO OF DCL-CWRUNIMM =
                   VERSIONE OF DCL-CPSDIP + 1.
           MOVE W-POSIZIONE-PRIMA TO POSIZIONE-PRIMA   OF DCL-CWRUNIMM.
           MOVE W-NUM-POSIZIONE   TO POSIZIONE-DOPO    OF DCL-CWRUNIMM.
           MOVE 0                 TO RETRIB-PRIMA      OF DCL-CWRUNIMM
                                     RETRIB-DOPO       OF DCL-CWRUNIMM
                                     ID-CAMPAGNA       OF DCL-CWRUNIMM.
           MOVE SPACES            TO DECORR-PRIMA      OF DCL-CWRUNIMM
                                     DECORR-DOPO       OF DCL-CWRUNIMM
                                     STATO-IMMAGINE    OF DCL-CWRUNIMM.
           PERFORM 2280-SCRIVI-IMMAGINE.

       2260-EX. EXIT.
      *
      *
      ******************************************************************
      * IMMAGINE DELLO STATO DEL DIPARTIMENTO DI ORIGINE PRIMA DEL     *
      * BLOCCO (TIPO 'D', MATRICOLA ZERO, CODICE IN RIFERIMENTO)       *
      ******************************************************************
       2270-IMMAGINE-DIPART SECTION.
      *---------------*
           MOVE SPACE TO W-STATO-ORIGINE.
           EXEC SQL SELECT STATO_DIPART
                      INTO :W-STATO-ORIGINE
                      FROM CPS04.CWDIPART
                     WHERE CODICE = :RC-DIPART-ORIGINE
           END-EXEC.

           MOVE W-NOME-PGM        TO NOME-PGM          OF DCL-CWRUNIMM.
           MOVE W-BR-DATA         TO DATA-ELABORAZIONE OF DCL-CWRUNIMM.
           MOVE W-BR-ORA-INIZIO   TO ORA-INIZIO        OF DCL-CWRUNIMM.
           MOVE 1                 TO PASSO             OF DCL-CWRUNIMM.
           MOVE 0                 TO COD-MATRICOLA-DIP OF DCL-CWRUNIMM.
           MOVE 'D'               TO TIPO-IMMAGINE     OF DCL-CWRUNIMM.
           MOVE W-STATO-ORIGINE   TO VALORE-PRIMA      OF DCL-CWRUNIMM.
           MOVE 'B'               TO VALORE-DOPO       OF DCL-CWRUNIMM.
           MOVE RC-DIPART-ORIGINE TO RIFERIMENTO       OF DCL-CWRUNIMM.
           MOVE SPACES            TO SOCIETA-PRIMA     OF DCL-CWRUNIMM
                                     DECORR-PRIMA      OF DCL-CWRUNIMM
                                     DECORR-DOPO       OF DCL-CWRUNIMM
                                     STATO-IMMAGINE    OF DCL-CWRUNIMM.
           MOVE 0                 TO VERSIONE-DOPO     OF DCL-CWRUNIMM
                                     POSIZIONE-PRIMA   OF DCL-CWRUNIMM
                                     POSIZIONE-DOPO    OF DCL-CWRUNIMM
                                     RETRIB-PRIMA      OF DCL-CWRUNIMM
                                     RETRIB-DOPO       OF DCL-CWRUNIMM
                                     ID-CAMPAGNA       OF DCL-CWRUNIMM.
           PERFORM 2280-SCRIVI-IMMAGINE.

       2270-EX. EXIT.
      *
      *
       2280-SCRIVI-IMMAGINE SECTION.
      *---------------*
           EXEC SQL INSERT INTO CPS04.CWRUNIMM
                         VALUES (:DCL-CWRUNIMM.NOME-PGM,
                                 :DCL-CWRUNIMM.DATA-ELABORAZIONE,
                                 :DCL-CWRUNIMM.ORA-INIZIO,
                                 :DCL-CWRUNIMM.PASSO,
                                 :DCL-CWRUNIMM.COD-MATRICOLA-DIP,
                                 :DCL-CWRUNIMM.TIPO-IMMAGINE,
                                 :DCL-CWRUNIMM.VALORE-PRIMA,
                                 :DCL-CWRUNIMM.VALORE-DOPO,
                                 :DCL-CWRUNIMM.RIFERIMENTO,
                                 :DCL-CWRUNIMM.SOCIETA-PRIMA,
                                 :DCL-CWRUNIMM.VERSIONE-DOPO,
                                 :DCL-CWRUNIMM.POSIZIONE-PRIMA,
                                 :DCL-CWRUNIMM.POSIZIONE-DOPO,
                                 :DCL-CWRUNIMM.RETRIB-PRIMA,
                                 :DCL-CWRUNIMM.DECORR-PRIMA,
                                 :DCL-CWRUNIMM.RETRIB-DOPO,
                                 :DCL-CWRUNIMM.DECORR-DOPO,
                                 :DCL-CWRUNIMM.ID-CAMPAGNA,
                                 :DCL-CWRUNIMM.STATO-IMMAGINE)
           END-EXEC.

       2280-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
