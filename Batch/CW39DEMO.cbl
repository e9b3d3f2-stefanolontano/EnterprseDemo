      * OGGETTO         : ESECUZIONE NOTTURNA CESSAZIONI PROGRAMMATE   *
      *                   (CWCESSAZ -> STATO_DIPENDENTE)               *
      * TIPO OPERAZIONE : BATCH DI AGGIORNAMENTO                       *
      * TABELLE USATE   : CPS04.CWDIPENDENTI, CPS04.CWCESSAZ,          *
      *                   CPS04.CWPOSORG, CPS04.CWOCCPOS,              *
      *                   CPS04.CWUTENTI                               *
      *----------------------------------------------------------------*
      * CREAZIONE       : 22/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  LE UTENZE COLLEGATE ALLA MATRICOLA CESSATA      *
      *                (CWUTENTI.COD_MATRICOLA_DIP) SONO BLOCCATE      *
      *                (STATO_UTENTE = 'B') E CONTATE SUL TABULATO     *
      * 15/10/2026 GM  LA CESSAZIONE ESEGUITA LIBERA LA POSIZIONE DI   *
      *                ORGANICO OCCUPATA (CPS04.CWPOSORG, VACANTE      *
      *                DALLA DATA DI CESSAZIONE) E CHIUDE IL PERIODO   *
      *                DI OCCUPAZIONE SU CPS04.CWOCCPOS                *
      * 02/09/2026 GM  I CESSATI CON BENI AZIENDALI NON RESTITUITI     *
      *                (CPS04.CWBENI, VEDI CX18DEMO) SONO MARCATI      *
      *                '*BENI NON RESI*' SUL TABULATO DI ESECUZIONE    *
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-ESEGUITE               PIC S9(7)   COMP-3 VALUE 0.
      * UTENZE BLOCCATE PERCHE' COLLEGATE A UNA MATRICOLA CESSATA
       01  W-CONTA-UTENZE                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-COGNOME-DIP                  PIC  X(30)  VALUE SPACES.
       01  W-NOME-DIP                     PIC  X(15)  VALUE SPACES.
      * DATA DI AGGIORNAMENTO GGMMAA DELLA POSIZIONE LIBERATA (2250)
       01  W-DATA-AGG                     PIC  X(6)   VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DATA ODIERNA NEL FORMATO AAAA-MM-GG DELLE DATE CHAR(10)     *
               'CESSAZIONI ESEGUITE       : '.
           05  RT-CONTA-ESEGUITE          PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(96)  VALUE SPACES.
       01  R-RIGA-TRAILER-UT.
           05  FILLER                     PIC X(30)  VALUE
               'UTENZE BLOCCATE           : '.
           05  RT-CONTA-UTENZE            PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(96)  VALUE SPACES.

      * -------------------------------------------------------------- *
      *    REGISTRAZIONE DEL RUN SU CPS04.CWBATCHRUN (VEDI COPY CWBRUN *

           EXEC SQL  INCLUDE CWCNTR  END-EXEC.

           EXEC SQL  INCLUDE CWPOSO  END-EXEC.

           EXEC SQL  INCLUDE CWOCCP  END-EXEC.

      * -------------------------------------------------------------- *
      * CURSORI PER LE SEZIONI DEL DOSSIER DI CESSAZIONE (TRACCIATO    *
      * CWDOSS, STESSE RIGHE DELLA ROUTINE ON-LINE CX35DEMO)           *
           MOVE W-OGGI-AAAA TO W-DT-AAAA.
           MOVE W-OGGI-MM   TO W-DT-MM.
           MOVE W-OGGI-GG   TO W-DT-GG.
           MOVE W-OGGI-GG         TO W-DATA-AGG(1:2).
           MOVE W-OGGI-MM         TO W-DATA-AGG(3:2).
           MOVE W-OGGI-AAAA(3:2)  TO W-DATA-AGG(5:2).

           OPEN I-O DOSSIER.
           IF NOT FS-DOSSIER-OK
                           :DCL-CWCESSAZ.COD-MATRICOLA-DIP
           END-EXEC.

      * ---
      * LA POSIZIONE DI ORGANICO OCCUPATA (CWPOSORG) TORNA VACANTE
      * DALLA DATA DI CESSAZIONE
      * ---
           PERFORM 2250-LIBERA-POSIZIONE.

      * ---
      * LE UTENZE APPLICATIVE COLLEGATE ALLA MATRICOLA NON DEVONO
      * SOPRAVVIVERE ALLA CESSAZIONE
      * ---
           PERFORM 2260-BLOCCA-UTENZE.

           EXEC SQL UPDATE CPS04.CWCESSAZ
                       SET STATO_CESSAZIONE = 'E'
                     WHERE COD_MATRICOLA_DIP =
      *
      *
      ******************************************************************
      * LIBERAZIONE DELLA POSIZIONE DI ORGANICO DEL CESSATO: TITOLARE  *
      * AZZERATO, VACANTE DALLA DATA DI CESSAZIONE E CHIUSURA DEL      *
      * PERIODO DI OCCUPAZIONE SU CWOCCPOS CON CAUSALE 'CE'. CHI NON   *
      * OCCUPA NESSUNA POSIZIONE NON DA' LUOGO AD AGGIORNAMENTI        *
      ******************************************************************
       2250-LIBERA-POSIZIONE SECTION.
      *---------------*
           EXEC SQL UPDATE CPS04.CWPOSORG
                       SET COD_MATRICOLA_DIP    = 0,
                           DATA_COPERTURA       = ' ',
                           DATA_VACANZA         =
                           :DCL-CWCESSAZ.DATA-CESSAZIONE,
                           UTENTE_AGGIORNAMENTO = :W-NOME-PGM,
                           DATA_AGGIORNAMENTO   = :W-DATA-AGG
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWCESSAZ.COD-MATRICOLA-DIP
           END-EXEC.

           EXEC SQL UPDATE CPS04.CWOCCPOS
                       SET DATA_FINE    = :DCL-CWCESSAZ.DATA-CESSAZIONE,
                           CAUSALE_FINE = 'CE'
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWCESSAZ.COD-MATRICOLA-DIP
                     AND   DATA_FINE = '9999-12-31'
           END-EXEC.

       2250-EX. EXIT.
      *
      *
      ******************************************************************
      * BLOCCO DELLE UTENZE ATTIVE COLLEGATE ALLA MATRICOLA CESSATA    *
      * (STESSO STATO 'B' DEL BLOCCO PER TENTATIVI FALLITI: CW01DEMO   *
      * RIFIUTA L'ACCESSO, LO SBLOCCO RESTA IN CARICO A CW15DEMO)      *
      ******************************************************************
       2260-BLOCCA-UTENZE SECTION.
      *---------------*
           EXEC SQL UPDATE CPS04.CWUTENTI
                       SET STATO_UTENTE = 'B'
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWCESSAZ.COD-MATRICOLA-DIP
                     AND   STATO_UTENTE = 'A'
           END-EXEC.
           IF SQLCODE = 0
              ADD SQLERRD(3) TO W-CONTA-UTENZE
           END-IF.

       2260-EX. EXIT.
      *
      *
      ******************************************************************
      * DOSSIER DI CESSAZIONE: UNA RIGA DI TESTO PER OGNI RIGA DELLE   *
      * TABELLE SATELLITE, CON CHIAVE MATRICOLA + PROGRESSIVO          *
      ******************************************************************
           MOVE W-CONTA-ESEGUITE TO RT-CONTA-ESEGUITE.
           MOVE R-RIGA-TRAILER   TO CESSAREP-REC.
           WRITE CESSAREP-REC.
           MOVE W-CONTA-UTENZE   TO RT-CONTA-UTENZE.
           MOVE R-RIGA-TRAILER-UT TO CESSAREP-REC.
           WRITE CESSAREP-REC.

           DISPLAY 'CW39DEMO - CESSAZIONI ESEGUITE : '
                   W-CONTA-ESEGUITE.
           DISPLAY 'CW39DEMO - UTENZE BLOCCATE     : '
                   W-CONTA-UTENZE.

           CLOSE CESSAREP DOSSIER.

