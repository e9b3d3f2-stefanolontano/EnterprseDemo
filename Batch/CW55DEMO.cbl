      *                   CANCELLATI (ARCHIVIO VSAM E CWSTORICO)       *
      * TIPO OPERAZIONE : BATCH DI AGGIORNAMENTO                       *
      * TABELLE USATE   : CPS04.CWDIPENDENTI, CPS04.CWSTORICO,         *
      *                   CPS04.CWRICGDP, CPS04.CWINDDOC,              *
      *                   CPS04.CWBLOLEG,                              *
      *                   ARCHIVIO (VSAM), DMSCANC (RICHIESTE AL DMS)  *
      *----------------------------------------------------------------*
      * CREAZIONE       : 22/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  ALL'ANONIMIZZAZIONE I DOCUMENTI DEL FASCICOLO   *
      *                INDICIZZATI SU CWINDDOC CON CLASSE DI           *
      *                CONSERVAZIONE DIVERSA DA 'P' VENGONO RICHIESTI  *
      *                IN CANCELLAZIONE AL DMS (FILE DMSCANC, COPY     *
      *                CWDMSC) E MARCATI CON STATO 'C'                 *
      * 15/10/2026 GM  LE MATRICOLE CON UN'ISTANZA GDPR DI             *
      *                CANCELLAZIONE ACCOLTA (CWRICGDP STATO 'P', VEDI *
      *                CX90DEMO) VENGONO ANONIMIZZATE SUBITO, SENZA    *
      *                ATTENDERE IL PERIODO DI CONSERVAZIONE, E        *
      *                L'ISTANZA VIENE CHIUSA COME EVASA               *
      * 02/09/2026 GM  CONTROLLO STANDARD DI PROPEDEUTICITA' E         *
      *                CALENDARIO DI ESECUZIONE (CWBATDIP/CWRUNCAL,    *
      *                SEZIONI 1905/1906 - VEDI CX39DEMO)              *
      *                (SEZIONI STANDARD 1900/1910): COSI' LA CATENA   *
      *                PUO' CITARLO IN CWBATDIP/CWRUNCAL E IL          *
      *                RIEPILOGO CX40DEMO NON SEGNALA FALSI MANCANTI   *
      * 15/10/2026 GM  LE MATRICOLE IN BLOCCO LEGALE (CWBLOLEG, VEDI   *
      *                CY34DEMO) PER MATRICOLA O CODICE FISCALE NON    *
      *                VENGONO ANONIMIZZATE, NEMMENO PER UN'ISTANZA    *
      *                GDPR ACCOLTA, E SONO ELENCATE SUL TABULATO      *
      ******************************************************************
      ******************************************************************
      * I DIPENDENTI CANCELLATI RESTANO PER SEMPRE, CON NOME E CODICE  *
      * LE MATRICOLE SENZA ALCUNA RIGA DI STORICO (ETA' DELLA          *
      * CANCELLAZIONE NON DETERMINABILE) NON VENGONO TOCCATE E SONO    *
      * CONTEGGIATE A PARTE SUL TABULATO DI CONTROLLO.                 *
      * FANNO ECCEZIONE LE MATRICOLE CON UN'ISTANZA DI CANCELLAZIONE   *
      * ACCOLTA NEL REGISTRO GDPR (CPS04.CWRICGDP, CX90DEMO): SONO     *
      * ANONIMIZZATE AL PRIMO RUN E L'ISTANZA PASSA AD EVASA CON       *
      * AZIONE 'A', DATA DEL RUN E QUESTO PROGRAMMA COME GESTORE.      *
      * INSIEME ALLA MATRICOLA SI CHIEDE AL DMS DI CANCELLARE I        *
      * DOCUMENTI DEL FASCICOLO NON PERMANENTI (VEDI 2360).            *
      * LE MATRICOLE IN BLOCCO LEGALE (CPS04.CWBLOLEG, CY34DEMO) NON   *
      * VENGONO TOCCATE NEPPURE CON UN'ISTANZA GDPR ACCOLTA, CHE RESTA *
      * IN ATTESA: SONO ELENCATE SUL TABULATO E RIPRESE AL PRIMO RUN   *
      * DOPO IL RILASCIO DEL BLOCCO.                                   *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-ANONREP.

           SELECT DMSCANC        ASSIGN TO DMSCANC
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-DMSCANC.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE
           RECORD CONTAINS 133 CHARACTERS.
       01  ANONREP-REC                    PIC X(133).

       FD  DMSCANC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DMSCANC-REC                    PIC X(80).

       WORKING-STORAGE SECTION.
      * -------------------------------------------------------------- *
      *      TRACCIATO RECORD DEL FILE VSAM ARCHIVIO                   *
      * -------------------------------------------------------------- *
           COPY CWFILE.

      * -------------------------------------------------------------- *
      *      TRACCIATO RECORD DEL FILE DMSCANC (RICHIESTE AL DMS)      *
      * -------------------------------------------------------------- *
           COPY CWDMSC.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE VARIABILI DI LAVORO                             *
      * -------------------------------------------------------------- *
           88  FS-ARCHIVIO-OK                         VALUE '00'.
       01  W-FS-ANONREP                   PIC  X(2)   VALUE ZEROES.
           88  FS-ANONREP-OK                          VALUE '00'.
       01  W-FS-DMSCANC                   PIC  X(2)   VALUE ZEROES.
           88  FS-DMSCANC-OK                          VALUE '00'.
       01  W-SQLCODE-DMS                  PIC S9(3)   COMP VALUE +0.
           88  W-DMS-OK              VALUE +0.
           88  W-DMS-FINE            VALUE +100.
       01  W-CONTA-DMS                    PIC S9(7)   COMP-3 VALUE 0.
       01  SW-FINE-ARCHIVIO               PIC  X(1)   VALUE 'N'.
           88  FINE-ARCHIVIO                          VALUE 'S'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
       01  W-CONTA-LETTI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-ANONIM                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-ND                     PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-GDPR                   PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-GDPR-EVASE             PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-BLOCCHI                PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-BLOCCATE               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CAUSA-BLOCCO                 PIC X(20)   VALUE SPACES.
       01  W-NULL-CAUSA                   PIC S9(4)   COMP VALUE +0.
       01  W-ULT-AGG-AAMMGG               PIC X(6)    VALUE SPACES.
       01  W-NULL-ULT-AGG                 PIC S9(4)   COMP VALUE +0.
      * ---
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-MOTIVO                  PIC X(60).
           05  FILLER                     PIC X(66)  VALUE SPACES.
       01  R-RIGA-BLOCCO.
           05  RB-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  FILLER                     PIC X(23)  VALUE
               'IN BLOCCO LEGALE, RIF. '.
           05  RB-CAUSA                   PIC X(20).
           05  FILLER                     PIC X(20)  VALUE
               ': NON ANONIMIZZATA'.
           05  FILLER                     PIC X(63)  VALUE SPACES.
       01  R-RIGA-TRAILER.
           05  FILLER                     PIC X(30)  VALUE
               'RECORD ARCHIVIO ESAMINATI : '.
               'SENZA DATA (SALTATI): '.
           05  RT-CONTA-ND                PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(32)  VALUE SPACES.
       01  R-RIGA-TRAILER-GDPR.
           05  FILLER                     PIC X(30)  VALUE
               'ISTANZE GDPR EVASE        : '.
           05  RT-CONTA-GDPR              PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(96)  VALUE SPACES.
       01  R-RIGA-TRAILER-DMS.
           05  FILLER                     PIC X(30)  VALUE
               'DOCUMENTI DMS DA CANCELLARE: '.
           05  RT-CONTA-DMS               PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(96)  VALUE SPACES.
       01  R-RIGA-TRAILER-BLOCCO.
           05  FILLER                     PIC X(30)  VALUE
               'IN BLOCCO LEGALE (SALTATE): '.
           05  RT-CONTA-BLOCCATE          PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(96)  VALUE SPACES.

      * -------------------------------------------------------------- *
      *    REGISTRAZIONE DEL RUN SU CPS04.CWBATCHRUN (VEDI COPY CWBRUN *

           EXEC SQL  INCLUDE CWSTOR  END-EXEC.

           EXEC SQL  INCLUDE CWGDPR  END-EXEC.

           EXEC SQL  INCLUDE CWIDOC  END-EXEC.

           EXEC SQL  INCLUDE CWBLEG  END-EXEC.

      * -------------------------------------------------------------- *
      * DOCUMENTI DEL FASCICOLO DELLA MATRICOLA ANCORA ATTIVI E NON    *
      * PERMANENTI, DA RICHIEDERE IN CANCELLAZIONE AL DMS (2360)       *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-DMS55 CURSOR FOR
                    SELECT  ID_DOC_DMS,
                            CATEGORIA_DOC,
                            CLASSE_CONSERV
                    FROM CPS04.CWINDDOC
                    WHERE COD_MATRICOLA_DIP = :W-MATRICOLA-NUM
                    AND   STATO_DOC         = 'A'
                    AND   CLASSE_CONSERV   <> 'P'
                    ORDER BY ID_DOC_DMS
           END-EXEC.

       PROCEDURE DIVISION.
      *---
       0000-MAIN SECTION.
              STOP RUN
           END-IF.

           OPEN OUTPUT DMSCANC.
           IF NOT FS-DMSCANC-OK
              DISPLAY '** ERRORE OPEN DMSCANC, FILE STATUS: '
                      W-FS-DMSCANC
              STOP RUN
           END-IF.

           ACCEPT W-DATA-ODIERNA-8 FROM DATE YYYYMMDD.
           COMPUTE W-ANNO-CUT = W-OGGI-AAAA - W-ANNI-CONSERV.
           MOVE W-ANNO-CUT-2 TO W-CUT-AA.
      ******************************************************************
      * LA MATRICOLA E' CANDIDATA SE NON E' PIU' SU CWDIPENDENTI, NON  *
      * E' GIA' ANONIMIZZATA, E LA SUA ULTIMA DATA DI AGGIORNAMENTO    *
      * SU CWSTORICO E' PIU' VECCHIA DELLA DATA LIMITE, OPPURE SE HA   *
      * UN'ISTANZA GDPR DI CANCELLAZIONE ACCOLTA; IN OGNI CASO NON     *
      * DEVE ESSERE IN BLOCCO LEGALE (VEDI 2250)                       *
      ******************************************************************
       2200-VALUTA-MATRICOLA SECTION.
      *---------------*
           MOVE VS-MATRICOLA TO W-MATRICOLA-NUM.

           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA-GDPR
                      FROM CPS04.CWRICGDP
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA-NUM
                     AND   TIPO_RICHIESTA    = 'C'
                     AND   STATO_RICHIESTA   = 'P'
           END-EXEC.

           IF VS-COGNOME = W-COGNOME-ANON
              IF W-CONTA-GDPR > 0
                 PERFORM 2350-CHIUDI-ISTANZE-GDPR
              END-IF
              GO TO 2200-EX
           END-IF.

           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA-ATTIVI
                      FROM CPS04.CWDIPENDENTI
              GO TO 2200-EX
           END-IF.

           PERFORM 2250-CONTROLLA-BLOCCO.
           IF W-CONTA-BLOCCHI > 0
              GO TO 2200-EX
           END-IF.

           IF W-CONTA-GDPR > 0
              PERFORM 2300-ANONIMIZZA
              PERFORM 2350-CHIUDI-ISTANZE-GDPR
              GO TO 2200-EX
           END-IF.

           MOVE SPACES TO W-ULT-AGG-AAMMGG.
           EXEC SQL SELECT MAX(SUBSTR(DATA_AGGIORNAMENTO,5,2) ||
                               SUBSTR(DATA_AGGIORNAMENTO,3,2) ||

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * BLOCCO LEGALE IN ESSERE ALLA DATA DEL RUN SULLA MATRICOLA O    *
      * SUL SUO CODICE FISCALE (ANCHE SE REGISTRATO CON UN'ALTRA       *
      * MATRICOLA DELLA STESSA PERSONA): LA MATRICOLA VA SUL TABULATO  *
      * CON IL RIFERIMENTO DELLA CAUSA                                 *
      ******************************************************************
       2250-CONTROLLA-BLOCCO SECTION.
      *---------------------*
           MOVE SPACES TO W-CAUSA-BLOCCO.
           EXEC SQL SELECT COUNT(*),
                           MAX(RIF_CAUSA)
                      INTO :W-CONTA-BLOCCHI,
                           :W-CAUSA-BLOCCO :W-NULL-CAUSA
                      FROM CPS04.CWBLOLEG
                     WHERE (COD_MATRICOLA_DIP = :W-MATRICOLA-NUM
                            OR COD_FISC       = :VS-COD-FISCALE)
                     AND   DATA_INIZIO      <= :W-BR-DATA
                     AND   DATA_RILASCIO    >  :W-BR-DATA
           END-EXEC.
           IF W-CONTA-BLOCCHI > 0
              ADD 1 TO W-CONTA-BLOCCATE
              MOVE W-MATRICOLA-NUM TO RB-MATRICOLA
              MOVE W-CAUSA-BLOCCO  TO RB-CAUSA
              MOVE R-RIGA-BLOCCO   TO ANONREP-REC
              WRITE ANONREP-REC
           END-IF.

       2250-EX. EXIT.
      *
      *
       2300-ANONIMIZZA SECTION.
      *---------------*
           MOVE R-RIGA-DETT     TO ANONREP-REC.
           WRITE ANONREP-REC.

           PERFORM 2360-RICHIEDI-CANC-DMS.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * CHIUSURA DELLE ISTANZE DI CANCELLAZIONE ACCOLTE DELLA          *
      * MATRICOLA, ORMAI ANONIMIZZATA: EVASE CON AZIONE 'A'            *
      ******************************************************************
       2350-CHIUDI-ISTANZE-GDPR SECTION.
      *------------------------*
           EXEC SQL UPDATE CPS04.CWRICGDP
                       SET STATO_RICHIESTA = 'E',
                           TIPO_AZIONE     = 'A',
                           UTENTE_GESTIONE = :W-NOME-PGM,
                           DATA_ESITO      = :W-BR-DATA
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA-NUM
                     AND   TIPO_RICHIESTA    = 'C'
                     AND   STATO_RICHIESTA   = 'P'
           END-EXEC.
           ADD W-CONTA-GDPR TO W-CONTA-GDPR-EVASE.
           MOVE W-MATRICOLA-NUM TO RD-MATRICOLA.
           MOVE 'ISTANZA GDPR DI CANCELLAZIONE EVASA' TO RD-MOTIVO.
           MOVE R-RIGA-DETT     TO ANONREP-REC.
           WRITE ANONREP-REC.

       2350-EX. EXIT.
      *
      *
      ******************************************************************
      * I DOCUMENTI DEL FASCICOLO DELLA MATRICOLA ANONIMIZZATA CON     *
      * CLASSE DI CONSERVAZIONE DIVERSA DA 'P' (PERMANENTE) VENGONO    *
      * RICHIESTI IN CANCELLAZIONE AL DMS SUL FILE DMSCANC (MOTIVO     *
      * 'A') E MARCATI SULL'INDICE CWINDDOC CON STATO 'C'; LA RIGA     *
      * SPARISCE QUANDO IL DMS NE CONFERMA LA CANCELLAZIONE (CY23DEMO) *
      ******************************************************************
       2360-RICHIEDI-CANC-DMS SECTION.
      *----------------------*
           EXEC SQL OPEN CUR-DMS55 END-EXEC.
           MOVE 0 TO W-SQLCODE-DMS.
           PERFORM 2370-DOCUMENTO-DMS UNTIL W-DMS-FINE.
           EXEC SQL CLOSE CUR-DMS55 END-EXEC.

           EXEC SQL UPDATE CPS04.CWINDDOC
                       SET STATO_DOC  = 'C',
                           DATA_AGG   = :W-BR-DATA,
                           UTENTE_AGG = :W-NOME-PGM
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA-NUM
                     AND   STATO_DOC         = 'A'
                     AND   CLASSE_CONSERV   <> 'P'
           END-EXEC.

       2360-EX. EXIT.
      *
      *
       2370-DOCUMENTO-DMS SECTION.
      *------------------*
           EXEC SQL FETCH CUR-DMS55
                    INTO :DCL-CWINDDOC.ID-DOC-DMS,
                         :DCL-CWINDDOC.CATEGORIA-DOC,
                         :DCL-CWINDDOC.CLASSE-CONSERV
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-DMS.
           IF W-DMS-OK
              MOVE ID-DOC-DMS     OF DCL-CWINDDOC TO DC-ID-DMS
              MOVE W-MATRICOLA-NUM                TO DC-MATRICOLA
              MOVE CATEGORIA-DOC  OF DCL-CWINDDOC TO DC-CATEGORIA
              MOVE CLASSE-CONSERV OF DCL-CWINDDOC TO DC-CLASSE
              SET DC-MOTIVO-ANONIMIZZ             TO TRUE
              MOVE W-BR-DATA                      TO DC-DATA-RICHIESTA
              MOVE W-NOME-PGM                     TO DC-PROGRAMMA
              WRITE DMSCANC-REC FROM R-DMSCANC
              ADD 1 TO W-CONTA-DMS
           END-IF.

       2370-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE ARCHIVIO ANONREP DMSCANC.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-LETTI TO W-BR-LETTI
           MOVE W-CONTA-ND     TO RT-CONTA-ND.
           MOVE R-RIGA-TRAILER TO ANONREP-REC.
           WRITE ANONREP-REC.
           MOVE W-CONTA-GDPR-EVASE  TO RT-CONTA-GDPR.
           MOVE R-RIGA-TRAILER-GDPR TO ANONREP-REC.
           WRITE ANONREP-REC.
           MOVE W-CONTA-DMS         TO RT-CONTA-DMS.
           MOVE R-RIGA-TRAILER-DMS  TO ANONREP-REC.
           WRITE ANONREP-REC.
           MOVE W-CONTA-BLOCCATE      TO RT-CONTA-BLOCCATE.
           MOVE R-RIGA-TRAILER-BLOCCO TO ANONREP-REC.
           WRITE ANONREP-REC.

           DISPLAY 'CW55DEMO - MATRICOLE ANONIMIZZATE : '
                   W-CONTA-ANONIM.
           DISPLAY 'CW55DEMO - DOCUMENTI DMS DA CANCELLARE : '
                   W-CONTA-DMS.
           DISPLAY 'CW55DEMO - MATRICOLE IN BLOCCO LEGALE : '
                   W-CONTA-BLOCCATE.

           CLOSE ARCHIVIO.
           CLOSE ANONREP.
           CLOSE DMSCANC.

           MOVE W-CONTA-LETTI TO W-BR-LETTI.
           MOVE W-CONTA-ANONIM TO W-BR-SCRITTI.
