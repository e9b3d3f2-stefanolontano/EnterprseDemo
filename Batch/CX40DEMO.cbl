      * TIPO OPERAZIONE : BATCH DI STAMPA SU SPOOL                     *
      * TABELLE USATE   : CPS04.CWBATCHRUN, CPS04.CWRUNCAL,            *
      *                   CPS04.CWALLARM, CPS04.CWCONTAT,              *
      *                   CPS04.CWCALEND, CPS04.CWPARAM                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  IL RUN DI SPOOL CHIUSO IN STATO 'P' VIENE       *
      *                MARCATO DA DISTRIBUIRE VIA E-MAIL AGLI ABBONATI *
      *                DEL REPORT (SP-MAIL-RUN 'D', VEDI CX93DEMO)     *
      * 15/10/2026 GM  CHIUDE LA FINESTRA BATCH NOTTURNA APERTA DA     *
      *                CY08DEMO (CWPARAM 'FINBATCH' A SPAZI):          *
      *                AGGIORNAMENTI ON-LINE RIABILITATI; LO SBLOCCO   *
      *                DI EMERGENZA USATO NELLA NOTTE DIVENTA ALLARME  *
      ******************************************************************
      ******************************************************************
      * ULTIMO ANELLO DELLA CATENA NOTTURNA: STAMPA SUL VSAM SPOOLF    *
       01  W-ALLARME-TESTO                PIC X(60)   VALUE SPACES.
       01  W-ORA-ALLARME                  PIC X(6)    VALUE SPACES.
      * -------------------------------------------------------------- *
      *    FINESTRA BATCH NOTTURNA (CWPARAM 'FINBATCH', VEDI CY08DEMO) *
      * -------------------------------------------------------------- *
       01  W-FINESTRA-BATCH               PIC X(10)   VALUE SPACES.
           88  FINESTRA-CHIUSA                        VALUE SPACES.
           88  FINESTRA-SBLOCCATA                     VALUE 'F'.
      * -------------------------------------------------------------- *
      *    DATA ODIERNA IN AAAA-MM-GG                                  *
      * -------------------------------------------------------------- *
       01  W-DATA-ODIERNA.
               '*ALLARME*  '.
           05  RA-TESTO                   PIC X(60).
           05  FILLER                     PIC X(62)  VALUE SPACES.
       01  R-RIGA-FINESTRA                PIC X(133) VALUE
           'FINESTRA BATCH CHIUSA: AGGIORNAMENTI ON-LINE RIABILITATI'.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *

           PERFORM 2300-RUN-ATTESI-MANCANTI.

           PERFORM 2500-CHIUDI-FINESTRA.

       2000-EX. EXIT.
      *
      *
      *
      *
      ******************************************************************
      * CHIUSURA DELLA FINESTRA BATCH NOTTURNA APERTA DA CY08DEMO:     *
      * 'FINBATCH' TORNA A SPAZI E LE TRANSAZIONI ON-LINE DI           *
      * AGGIORNAMENTO RIPRENDONO. SE NELLA NOTTE UN AMMINISTRATORE HA  *
      * FORZATO LO SBLOCCO DI EMERGENZA ('F') LO SI SEGNALA COME       *
      * ALLARME. PARAMETRO NON CENSITO O GIA' A SPAZI: NIENTE DA FARE  *
      ******************************************************************
       2500-CHIUDI-FINESTRA SECTION.
      *--------------------*
           MOVE SPACES TO W-FINESTRA-BATCH.
           EXEC SQL SELECT VALORE_CHAR
                      INTO :W-FINESTRA-BATCH
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'FINBATCH'
           END-EXEC.
           IF SQLCODE = +100 OR FINESTRA-CHIUSA
              GO TO 2500-EX
           END-IF.

           IF FINESTRA-SBLOCCATA
              MOVE 'SBLOCCO DI EMERGENZA AGGIORNAMENTI ON-LINE USATO'
                TO W-ALLARME-TESTO
              MOVE W-ALLARME-TESTO TO RA-TESTO
              MOVE R-RIGA-ALLARME  TO W-RIGA-STAMPA
              PERFORM 2900-SCRIVI-RIGA
              PERFORM 2400-SCRIVI-ALLARME
           END-IF.

           EXEC SQL UPDATE CPS04.CWPARAM
                       SET VALORE_CHAR    = ' '
                     WHERE NOME_PARAMETRO = 'FINBATCH'
           END-EXEC.

           MOVE R-RIGA-VUOTA    TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-FINESTRA TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.

       2500-EX. EXIT.
      *
      *
      ******************************************************************
      * SCRITTURA DI UNA RIGA COME RECORD DI DETTAGLIO DEL RUN DI      *
      * SPOOL (VEDI CW43DEMO)                                          *
      ******************************************************************
           END-READ.
           MOVE FD-SP-RECORD     TO SP-RECORD.
           MOVE 'P'              TO SP-STATO-RUN.
           MOVE 'D'              TO SP-MAIL-RUN.
           MOVE W-NUM-RIGA-SPOOL TO SP-TOT-RIGHE.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           REWRITE FD-SP-RECORD

           DISPLAY 'CX40DEMO - RUN RIEPILOGATI : ' W-CONTA-RUN.
           DISPLAY 'CX40DEMO - ALLARMI SCRITTI : ' W-CONTA-ALLARMI.
           IF NOT FINESTRA-CHIUSA
              DISPLAY 'CX40DEMO - FINESTRA BATCH CHIUSA'
           END-IF.

           CLOSE SPOOL.

