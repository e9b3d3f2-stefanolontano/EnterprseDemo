      * RIFERIMENTO P.E.: TERMINALI CHIOSCO, NESSUN LOGON OPERATORE    *
      *----------------------------------------------------------------*
      * CREAZIONE       : 22/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') SONO RIFIUTATE LE          *
      *                RICHIESTE FERIE, LE CANDIDATURE, LA             *
      *                REGISTRAZIONE DEL PIANO AGILE E LA VARIAZIONE   *
      *                DEI RECAPITI: RESTA LA SOLA CONSULTAZIONE       *
      * 15/10/2026 GM  VARIAZIONE DEI RECAPITI (PF10): IL DIPENDENTE   *
      *                RICHIEDE NUOVI INDIRIZZO, TELEFONO O E-MAIL     *
      *                (CAMPI NON DIGITATI INVARIATI, COMUNE E CAP     *
      *                SULL'ELENCO ISTAT CWCOMUNI); LA RICHIESTA E'    *
      *                ACCODATA SU CPS04.CWRICANA, VALIDATA CON        *
      *                CY27DEMO E APPLICATA DA CW68DEMO CON LO STORICO *
      *                CWANASTO; L'ESITO E' MOSTRATO ALLA VISITA       *
      *                SUCCESSIVA                                      *
      * 15/10/2026 GM  RUBRICA AZIENDALE (PF9): PASSA ALLA RICERCA     *
      *                DEI RECAPITI DI LAVORO DEI COLLEGHI SU CY17DEMO *
      *                CON OPERATORE 'CHIOSCO' (SOLO RICERCA, I        *
      *                NOMINATIVI RISERVATI NON SONO MOSTRATI); CLEAR  *
      *                O PF3 SU CY17DEMO RIPORTANO AL CHIOSCO          *
      * 15/10/2026 GM  LA TRACCIATURA SU CPS04.CWCONSUL VALORIZZA      *
      *                A SPAZI LA NUOVA COLONNA COD_DATO (CONSULTAZIONE*
      *                DELLA SCHEDA; LE VISUALIZZAZIONI IN CHIARO DEI  *
      *                DATI RISERVATI SONO TRACCIATE DA CY09DEMO)      *
      * 15/10/2026 GM  PIANO SETTIMANALE DEL LAVORO AGILE (PF8): CON   *
      *                IL LUNEDI' DELLA SETTIMANA E I GIORNI DA REMOTO *
      *                ('X' DA LUNEDI' A VENERDI') IL DIPENDENTE CON   *
      *                ACCORDO ATTIVO REGISTRA IL PROPRIO PIANO SU     *
      *                CPS04.CWSMPIAN TRAMITE LA ROUTINE CX81DEMO;     *
      *                SENZA GIORNI DIGITATI VIENE MOSTRATO IL PIANO   *
      *                GIA' REGISTRATO                                 *
      * 15/10/2026 GM  STORICO DEI CEDOLINI (PF7): IL DIPENDENTE VEDE  *
      *                I RIEPILOGHI DEGLI ULTIMI DODICI CEDOLINI       *
      *                RESTITUITI DALLO STUDIO PAGHE (CPS04.CWCEDOLI,  *
      *                CARICATI DA CX74DEMO); LA CONSULTAZIONE E'      *
      *                TRACCIATA SU CWCONSUL                           *
      * 15/10/2026 GM  CANDIDATURA AI BANDI DI MOBILITA' INTERNA (PF6):*
      *                CON IL NUMERO DEL BANDO DIGITATO IL DIPENDENTE  *
      *                SI CANDIDA SU CPS04.CWCANDIN FINO ALLA DATA DI  *
      *                CHIUSURA (BANDI PUBBLICATI DA CX64DEMO); ALLA   *
      *                VISITA SUCCESSIVA VIENE MOSTRATO L'ESITO        *
      *                DELL'ULTIMA CANDIDATURA                         *
      * 02/09/2026 GM  RICHIESTA FERIE SELF-SERVICE (PF5): IL          *
      *                DIPENDENTE, IDENTIFICATO DAL PROPRIO CODICE     *
      *                FISCALE E SOLO DA TERMINALE DI CLASSE 'K'       *
      * MOSTRATI I SOLI CAMPI DI VISUALIZZAZIONE DEL PROPRIO RECORD    *
      * (MATRICOLA, COGNOME, NOME, DATA DI NASCITA, QUALIFICA,         *
      * DIPARTIMENTO, DATA DI ASSUNZIONE, STATO). NESSUNA LISTA,       *
      * NESSUNA RICERCA PER COGNOME, NESSUN DATO DI ALTRE PERSONE      *
      * (SALVO I RECAPITI DI LAVORO PUBBLICATI IN RUBRICA, PF9).       *
      * OGNI ACCESSO RIUSCITO VIENE TRACCIATO SU CPS04.CWCONSUL CON    *
      * UTENTE 'CHIOSCO' (STESSA TRACCIATURA PRIVACY DI CW06/CW09/     *
      * CW17, CONSULTABILE CON CW54DEMO).                              *
           05  W-ESITO-TESTO               PIC X(12) VALUE SPACES.
           05  W-ESITO-MOTIVO              PIC X(60) VALUE SPACES.
      * -------------------------------------------------------------- *
      *    CANDIDATURA AI BANDI DI MOBILITA' INTERNA (PF6, 2450-*)     *
      * -------------------------------------------------------------- *
       01  W-BANDO                         PIC X(5)  VALUE SPACES.
       01  W-ID-BANDO                      PIC S9(5) COMP-3 VALUE +0.
       01  W-DIPART-BANDO                  PIC X(10) VALUE SPACES.
       01  W-CHIUSURA-BANDO                PIC X(10) VALUE SPACES.
       01  W-STATO-BANDO                   PIC X(1)  VALUE SPACE.
       01  W-DATA-OGGI                     PIC X(10) VALUE SPACES.
       01  W-COUNT                         PIC S9(4) COMP-3 VALUE +0.
       01  W-ESITO-BANDO-ED.
           05  FILLER                      PIC X(6)  VALUE 'BANDO '.
           05  W-EB-BANDO                  PIC 9(5)  VALUE ZEROES.
           05  FILLER                      PIC X(2)  VALUE ': '.
           05  W-EB-TESTO                  PIC X(16) VALUE SPACES.
           05  W-EB-EFFETTO                PIC X(10) VALUE SPACES.
      * -------------------------------------------------------------- *
      *    STORICO DEI CEDOLINI (PF7, VEDI 2470-*): COMPETENZA, SEI    *
      *    IMPORTI SCOMPOSTI IN PARTE INTERA E DECIMALE (RETRIBUZIONE  *
      *    BASE, LORDO, CONTRIBUTI, IMPOSTE, NETTO, QUOTA TFR) ED      *
      *    ESITO DEL RISCONTRO, UNA RIGA PER CEDOLINO (M-CEDOO)        *
      * -------------------------------------------------------------- *
       01  W-RIGA-CED.
           05  WR-COMPETENZA               PIC X(7).
           05  WR-IMPORTO OCCURS 6 TIMES.
               10  FILLER                  PIC X(1).
               10  WR-IMP-INT              PIC ZZZZZZ9.
               10  WR-IMP-VIRG             PIC X(1).
               10  WR-IMP-DEC              PIC 99.
           05  FILLER                      PIC X(2).
           05  WR-ESITO                    PIC X(1).
       01  W-TAB-IMPORTI.
           05  W-IMP                       PIC 9(7)V99 OCCURS 6 TIMES.
       01  W-IMP-ED.
           05  W-IMP-INT                   PIC 9(7)  VALUE ZEROES.
           05  W-IMP-DEC                   PIC 9(2)  VALUE ZEROES.
       01  W-IMP-NUM REDEFINES W-IMP-ED    PIC 9(7)V99.
       01  W-IND-CED                       PIC S9(4) COMP VALUE +0.
       01  W-IND-IMP                       PIC S9(4) COMP VALUE +0.
      * -------------------------------------------------------------- *
      *    RICHIESTA DI VARIAZIONE DEI RECAPITI (PF10, VEDI 2550-*):   *
      *    I CAMPI NON DIGITATI RESTANO QUELLI REGISTRATI SU CWANAGR   *
      * -------------------------------------------------------------- *
       01  W-INDIRIZZO1                    PIC X(30) VALUE SPACES.
       01  W-INDIRIZZO2                    PIC X(30) VALUE SPACES.
       01  W-CAP                           PIC X(5)  VALUE SPACES.
       01  W-COMUNE                        PIC X(25) VALUE SPACES.
       01  W-TELEFONO                      PIC X(15) VALUE SPACES.
       01  W-EMAIL                         PIC X(40) VALUE SPACES.
       01  W-ID-RICANA                     PIC S9(7) COMP-3 VALUE +0.
       01  W-CONTA-COMUNI                  PIC S9(9) COMP VALUE +0.
       01  W-CAP-ISTAT                     PIC X(5)  VALUE SPACES.
       01  W-CONTA-CHIOCC                  PIC S9(4) COMP VALUE +0.
      * -------------------------------------------------------------- *
      *    PIANO SETTIMANALE DEL LAVORO AGILE (PF8, VEDI 2500-*): IL   *
      *    LUNEDI' DELLA SETTIMANA E UN BYTE PER GIORNO DA LUNEDI' A   *
      *    VENERDI' ('X' = DA REMOTO)                                  *
      * -------------------------------------------------------------- *
       01  W-DATA-LUNEDI.
           05  W-AA-LUN                    PIC X(4)  VALUE SPACES.
           05  FILLER                      PIC X     VALUE '-'.
           05  W-MM-LUN                    PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X     VALUE '-'.
           05  W-GG-LUN                    PIC X(2)  VALUE SPACES.
       01  W-GGSW                          PIC X(5)  VALUE SPACES.
           COPY CWCX81.
      * -------------------------------------------------------------- *
      *    TRACCIATURA CONSULTAZIONI (CPS04.CWCONSUL, VEDI 2960-*)     *
      * -------------------------------------------------------------- *
       01  W-MATR-CONS                     PIC S9(5)  COMP-3 VALUE +0.
       01  W-ABSTIME-CONS                  PIC S9(8)  COMP.
       01  W-DATE-CONS                     PIC X(6).
       01  W-TIME-CONS                     PIC X(6).
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE CWRFER  END-EXEC.
           EXEC SQL  INCLUDE CWTERM  END-EXEC.
           EXEC SQL  INCLUDE CWCONT  END-EXEC.
           EXEC SQL  INCLUDE CWBINT  END-EXEC.
           EXEC SQL  INCLUDE CWCINT  END-EXEC.
           EXEC SQL  INCLUDE CWCEDO  END-EXEC.
           EXEC SQL  INCLUDE CWANAG  END-EXEC.
           EXEC SQL  INCLUDE CWRANA  END-EXEC.
           EXEC SQL  INCLUDE CWCOMU  END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
      * -------------------------------------------------------------- *
       01  W-COMMAREA.
           COPY CWCOMMA.
      * -------------------------------------------------------------- *
      * DECLARE CURSOR - CEDOLINI DEL DIPENDENTE, DAL PIU' RECENTE     *
      * (SE NE MOSTRANO AL MASSIMO DODICI)                             *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-CED76 CURSOR FOR
                    SELECT  COMPETENZA,
                            RETRIB_BASE,
                            LORDO,
                            CONTRIBUTI,
                            IMPOSTE,
                            NETTO,
                            QUOTA_TFR,
                            ESITO_RISCONTRO
                    FROM  CPS04.CWCEDOLI
                    WHERE COD_MATRICOLA_DIP =
                          :DCL-CPSDIP.COD-MATRICOLA-DIP
                    ORDER BY COMPETENZA DESC
                    FETCH FIRST 12 ROWS ONLY
           END-EXEC.

       LINKAGE SECTION.
      * ---
                                CLEAR  (1220-TASTO-CLEAR)
                                PF3    (1220-TASTO-CLEAR)
                                PF5    (1260-TASTO-PF5)
                                PF6    (1270-TASTO-PF6)
                                PF7    (1280-TASTO-PF7)
                                PF8    (1290-TASTO-PF8)
                                PF9    (1295-TASTO-PF9)
                                PF10   (1296-TASTO-PF10)
                                ENTER  ()
                                ANYKEY (1250-TASTO-ANYK)
           END-EXEC.
      *--------------*
           PERFORM 2100-RECEIVE.
           PERFORM 2200-CONTROLLI.
           PERFORM 2205-CONTROLLA-FINESTRA.
           PERFORM 2400-INOLTRA-RICHIESTA.
       1260-EX. EXIT.

      * ---
      * PF6: CANDIDATURA AL BANDO DI MOBILITA' INTERNA DIGITATO
      * ---
       1270-TASTO-PF6 SECTION.
      *--------------*
           PERFORM 2100-RECEIVE.
           PERFORM 2200-CONTROLLI.
           PERFORM 2205-CONTROLLA-FINESTRA.
           PERFORM 2450-CANDIDATURA.
       1270-EX. EXIT.

      * ---
      * PF7: STORICO DEGLI ULTIMI DODICI CEDOLINI DEL DIPENDENTE
      * ---
       1280-TASTO-PF7 SECTION.
      *--------------*
           PERFORM 2100-RECEIVE.
           PERFORM 2200-CONTROLLI.
           PERFORM 2470-MOSTRA-CEDOLINI.
       1280-EX. EXIT.

      * ---
      * PF8: PIANO SETTIMANALE DEL LAVORO AGILE
      * ---
       1290-TASTO-PF8 SECTION.
      *--------------*
           PERFORM 2100-RECEIVE.
           PERFORM 2200-CONTROLLI.
           PERFORM 2500-PIANO-AGILE.
       1290-EX. EXIT.

      * ---
      * PF9: RUBRICA AZIENDALE (CY17DEMO), SOLO RICERCA. L'OPERATORE
      * 'CHIOSCO' SENZA TIPO UTENTE NON ABILITA LA SCHEDA NE' LA
      * REGISTRAZIONE DEI RECAPITI
      * ---
       1295-TASTO-PF9 SECTION.
      *--------------*
           MOVE W-UTENTE-CHIOSCO TO COM-UTENTE.
           MOVE SPACES           TO COM-TIPO-UTENTE.
           MOVE SPACE            TO COM-GIRO.
           MOVE W-NOME-PGM       TO COM-NOME-PGM.
           EXEC CICS XCTL PROGRAM  ('CY17DEMO')
                          COMMAREA (W-COMMAREA)
                          LENGTH   (W-LEN)
           END-EXEC.
       1295-EX. EXIT.

      * ---
      * PF10: RICHIESTA DI VARIAZIONE DEI RECAPITI (INDIRIZZO,
      * TELEFONO, E-MAIL) DA SOTTOPORRE ALLA VALIDAZIONE DELL'OPERATORE
      * ---
       1296-TASTO-PF10 SECTION.
      *---------------*
           PERFORM 2100-RECEIVE.
           PERFORM 2200-CONTROLLI.
           PERFORM 2205-CONTROLLA-FINESTRA.
           PERFORM 2550-VARIA-RECAPITI.
       1296-EX. EXIT.

       2000-CORPO-ELAB SECTION.
      *---------------*
           PERFORM 2100-RECEIVE.
           MOVE M-A-FINI TO W-AA-FIN.
           MOVE M-M-FINI TO W-MM-FIN.
           MOVE M-G-FINI TO W-GG-FIN.
           INSPECT M-BANDOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-BANDOI REPLACING ALL '_'       BY ' '.
           MOVE M-BANDOI TO W-BANDO.
           INSPECT M-A-LUNI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-A-LUNI REPLACING ALL '_'       BY ' '.
           INSPECT M-M-LUNI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-M-LUNI REPLACING ALL '_'       BY ' '.
           INSPECT M-G-LUNI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-G-LUNI REPLACING ALL '_'       BY ' '.
           MOVE M-A-LUNI TO W-AA-LUN.
           MOVE M-M-LUNI TO W-MM-LUN.
           MOVE M-G-LUNI TO W-GG-LUN.
           INSPECT M-GGSWI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-GGSWI REPLACING ALL '_'       BY ' '.
           MOVE M-GGSWI TO W-GGSW.
           INSPECT M-INDIR1I  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-INDIR1I  REPLACING ALL '_'       BY ' '.
           MOVE    M-INDIR1I  TO W-INDIRIZZO1.
           INSPECT M-INDIR2I  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-INDIR2I  REPLACING ALL '_'       BY ' '.
           MOVE    M-INDIR2I  TO W-INDIRIZZO2.
           INSPECT M-CAPI     REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CAPI     REPLACING ALL '_'       BY ' '.
           MOVE    M-CAPI     TO W-CAP.
           INSPECT M-COMUNEI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-COMUNEI  REPLACING ALL '_'       BY ' '.
           MOVE    M-COMUNEI  TO W-COMUNE.
           INSPECT M-TELEFI   REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-TELEFI   REPLACING ALL '_'       BY ' '.
           MOVE    M-TELEFI   TO W-TELEFONO.
           INSPECT M-EMAILI   REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-EMAILI   REPLACING ALL '_'       BY ' '.
           MOVE    M-EMAILI   TO W-EMAIL.
           MOVE SPACE TO M-MSGO.
       2100-EX. EXIT.

           END-IF.
       2200-EX. EXIT.

      *----------------------------------------------------------------*
      * FINESTRA BATCH NOTTURNA (CWPARAM 'FINBATCH', APERTA DA         *
      * CY08DEMO E CHIUSA DA CX40DEMO): CON LA CATENA IN CORSO, SALVO  *
      * SBLOCCO DI EMERGENZA DELL'AMMINISTRATORE (PF6 SU CW02DEMO),    *
      * LA TRANSAZIONE E' DI SOLA CONSULTAZIONE                        *
      *----------------------------------------------------------------*
       2205-CONTROLLA-FINESTRA SECTION.
      *-----------------------*
           MOVE '2205-CONTR-FIN' TO W-ULT-LABEL.
           MOVE SPACES TO W-FINESTRA-BATCH.
           EXEC SQL SELECT VALORE_CHAR
                      INTO :W-FINESTRA-BATCH
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'FINBATCH'
           END-EXEC.
           IF SQLCODE = 0 AND FINESTRA-BLOCCO
              MOVE '394'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COD-FIL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2205-EX. EXIT.

      *----------------------------------------------------------------*
      * CORRISPONDENZA PER INTERO DEL CODICE FISCALE SU CWDIPENDENTI:  *
      * NESSUNA RICERCA PARZIALE. IL RECORD TROVATO E' PER FORZA       *
      * (VEDI CWRICHFE/CW96DEMO)
      * ---
           PERFORM 2350-MOSTRA-ESITO-FERIE.
      * ---
      * ESITO DELL'ULTIMA CANDIDATURA A UN BANDO DI MOBILITA' INTERNA
      * (VEDI CWCANDIN/CX64DEMO)
      * ---
           PERFORM 2360-MOSTRA-ESITO-BANDO.
      * ---
      * ESITO DELL'ULTIMA RICHIESTA DI VARIAZIONE DEI RECAPITI
      * (VEDI CWRICANA/CY27DEMO)
      * ---
           PERFORM 2370-MOSTRA-ESITO-RECAP.
           MOVE -1 TO M-COD-FIL.
       2300-EX. EXIT.

           END-IF.
       2350-EX. EXIT.

      *----------------------------------------------------------------*
      * ULTIMA CANDIDATURA DELLA MATRICOLA: BANDO, ESITO E, PER IL     *
      * SELEZIONATO, LA DATA DI EFFETTO DEL TRASFERIMENTO              *
      *----------------------------------------------------------------*
       2360-MOSTRA-ESITO-BANDO SECTION.
      *-----------------------*
           MOVE '2360-ESITO-BAN' TO W-ULT-LABEL.
           MOVE SPACES TO M-ESITO-BO.
           EXEC SQL SELECT ID_BANDO,
                           ESITO,
                           DATA_EFFETTO
                      INTO :DCL-CWCANDIN.ID-BANDO,
                           :DCL-CWCANDIN.ESITO,
                           :DCL-CWCANDIN.DATA-EFFETTO
                      FROM  CPS04.CWCANDIN
                     WHERE COD_MATRICOLA_DIP = :W-MATR-CONS
                     AND   ID_BANDO =
                        (SELECT MAX(ID_BANDO)
                           FROM CPS04.CWCANDIN
                          WHERE COD_MATRICOLA_DIP = :W-MATR-CONS)
           END-EXEC.
           IF SQLCODE = 0
              MOVE ID-BANDO OF DCL-CWCANDIN TO W-EB-BANDO
              MOVE SPACES                   TO W-EB-EFFETTO
              EVALUATE TRUE
                 WHEN ESITO-IN-ATTESA
                    MOVE 'IN ATTESA       ' TO W-EB-TESTO
                 WHEN ESITO-SELEZIONATO
                    MOVE 'SELEZIONATO DAL ' TO W-EB-TESTO
                    MOVE DATA-EFFETTO OF DCL-CWCANDIN
                                            TO W-EB-EFFETTO
                 WHEN ESITO-NON-SELEZIONATO
                    MOVE 'NON SELEZIONATO ' TO W-EB-TESTO
              END-EVALUATE
              MOVE W-ESITO-BANDO-ED TO M-ESITO-BO
           END-IF.
       2360-EX. EXIT.

      *----------------------------------------------------------------*
      * ULTIMA RICHIESTA DI VARIAZIONE DEI RECAPITI DELLA MATRICOLA:   *
      * STATO E, PER I RIFIUTI, LA MOTIVAZIONE DELL'OPERATORE          *
      *----------------------------------------------------------------*
       2370-MOSTRA-ESITO-RECAP SECTION.
      *-----------------------*
           MOVE '2370-ESITO-REC' TO W-ULT-LABEL.
           MOVE SPACES TO W-ESITO-ED M-ESITO-RO.
           EXEC SQL SELECT STATO_RICHIESTA,
                           MOTIVO_RIFIUTO
                      INTO :DCL-CWRICANA.STATO-RICHIESTA,
                           :DCL-CWRICANA.MOTIVO-RIFIUTO
                      FROM  CPS04.CWRICANA
                     WHERE COD_MATRICOLA_DIP = :W-MATR-CONS
                     AND   ID_RICHIESTA =
                        (SELECT MAX(ID_RICHIESTA)
                           FROM CPS04.CWRICANA
                          WHERE COD_MATRICOLA_DIP = :W-MATR-CONS)
           END-EXEC.
           IF SQLCODE = 0
              EVALUATE TRUE
                 WHEN RICANA-PENDENTE
                    MOVE 'IN ATTESA   ' TO W-ESITO-TESTO
                 WHEN RICANA-APPROVATA
                    MOVE 'APPLICATA   ' TO W-ESITO-TESTO
                 WHEN RICANA-RESPINTA
                    MOVE 'RESPINTA:   ' TO W-ESITO-TESTO
                    MOVE MOTIVO-RIFIUTO OF DCL-CWRICANA
                                        TO W-ESITO-MOTIVO
              END-EVALUATE
              MOVE W-ESITO-ED TO M-ESITO-RO
           END-IF.
       2370-EX. EXIT.

      *----------------------------------------------------------------*
      * INOLTRO DELLA RICHIESTA FERIE (PF5): SOLO DA TERMINALE DI      *
      * CLASSE 'K' (CWTERMCL), CON LE DATE DIGITATE E IL CODICE        *
           PERFORM 2999-CERCA-ERR.
       2400-EX. EXIT.

      *----------------------------------------------------------------*
      * CANDIDATURA AL BANDO DI MOBILITA' INTERNA (PF6): SOLO DA       *
      * TERMINALE DI CLASSE 'K' (CWTERMCL), CON IL CODICE FISCALE GIA' *
      * VALIDATO. IL BANDO DEVE ESSERE APERTO E NON ANCORA CHIUSO, IL  *
      * DIPENDENTE NON DEVE GIA' APPARTENERE AL DIPARTIMENTO DEL BANDO *
      * NE' ESSERSI GIA' CANDIDATO. LA CANDIDATURA NASCE IN ATTESA E   *
      * L'ESITO VIENE REGISTRATO DALLE RISORSE UMANE CON CX64DEMO.     *
      *----------------------------------------------------------------*
       2450-CANDIDATURA SECTION.
      *----------------*
           MOVE '2450-CANDIDAT' TO W-ULT-LABEL.
      * ---
      * SOLO TERMINALI CENSITI COME CHIOSCO ('K') SU CWTERMCL
      * ---
           MOVE SPACE TO W-CLASSE-TERM.
           EXEC SQL SELECT CLASSE_TERM
                      INTO :W-CLASSE-TERM
                      FROM  CPS04.CWTERMCL
                     WHERE TERMINALE = :EIBTRMID
           END-EXEC.
           IF W-CLASSE-TERM NOT = 'K'
              MOVE '120'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COD-FIL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * LA MATRICOLA E' QUELLA DEL CODICE FISCALE DIGITATO
      * ---
           EXEC SQL SELECT COD_MATRICOLA_DIP,
                           DIPARTIMENTO
                      INTO :DCL-CPSDIP.COD-MATRICOLA-DIP,
                           :DCL-CPSDIP.DIPARTIMENTO
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_FISC = :W-COD-FI
           END-EXEC.
           IF SQLCODE = +100
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COD-FIL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-BANDO = SPACES OR W-BANDO NOT NUMERIC
              MOVE '218'    TO W-COD-MSG-HOST
              MOVE -1       TO M-BANDOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-BANDO TO W-ID-BANDO.
           EXEC SQL SELECT DIPARTIMENTO,
                           DATA_CHIUSURA,
                           STATO_BANDO
                      INTO :W-DIPART-BANDO,
                           :W-CHIUSURA-BANDO,
                           :W-STATO-BANDO
                      FROM  CPS04.CWBANDOI
                     WHERE ID_BANDO = :W-ID-BANDO
           END-EXEC.
           IF SQLCODE = +100
              MOVE '218'    TO W-COD-MSG-HOST
              MOVE -1       TO M-BANDOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME-CONS) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME-CONS)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')            END-EXEC.
           IF W-STATO-BANDO NOT = 'A' OR
              W-CHIUSURA-BANDO < W-DATA-OGGI
              MOVE '219'    TO W-COD-MSG-HOST
              MOVE -1       TO M-BANDOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF DIPARTIMENTO OF DCL-CPSDIP = W-DIPART-BANDO
              MOVE '225'    TO W-COD-MSG-HOST
              MOVE -1       TO M-BANDOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWCANDIN
                     WHERE ID_BANDO          = :W-ID-BANDO
                     AND   COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
           END-EXEC.
           IF W-COUNT > +0
              MOVE '220'    TO W-COD-MSG-HOST
              MOVE -1       TO M-BANDOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EXEC SQL INSERT INTO CPS04.CWCANDIN
                         VALUES (:W-ID-BANDO,
                                 :DCL-CPSDIP.COD-MATRICOLA-DIP,
                                 :W-DATA-OGGI,
                                 'P',
                                 ' ',
                                 ' ',
                                 '        ')
           END-EXEC.
           MOVE '221'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-COD-FIL.
           PERFORM 2999-CERCA-ERR.
       2450-EX. EXIT.

      *----------------------------------------------------------------*
      * STORICO DEI CEDOLINI DEL DIPENDENTE: RIEPILOGHI RESTITUITI     *
      * DALLO STUDIO PAGHE E CARICATI DA CX74DEMO SU CPS04.CWCEDOLI,   *
      * DAL PIU' RECENTE, CON L'ESITO DEL RISCONTRO DELLA RETRIBUZIONE *
      * BASE. LA CONSULTAZIONE E' TRACCIATA SU CWCONSUL.               *
      *----------------------------------------------------------------*
       2470-MOSTRA-CEDOLINI SECTION.
      *--------------------*
           MOVE '2470-CEDOLINI' TO W-ULT-LABEL.
      * ---
      * LA MATRICOLA E' QUELLA DEL CODICE FISCALE DIGITATO
      * ---
           EXEC SQL SELECT COD_MATRICOLA_DIP,
                           COGNOME,
                           NOME
                      INTO :DCL-CPSDIP.COD-MATRICOLA-DIP,
                           :DCL-CPSDIP.COGNOME,
                           :DCL-CPSDIP.NOME
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_FISC = :W-COD-FI
           END-EXEC.
           IF SQLCODE = +100
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COD-FIL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO M-MATRO.
           MOVE COGNOME           OF DCL-CPSDIP TO M-COGNO.
           MOVE NOME              OF DCL-CPSDIP TO M-NOMEO.
      *
           PERFORM 2480-PULISCI-RIGA
                   VARYING W-IND-CED FROM 1 BY 1
                   UNTIL W-IND-CED > 12.
           MOVE +0 TO W-IND-CED.
           EXEC SQL OPEN CUR-CED76  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2485-FETCH-CEDOLINO UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).
           EXEC SQL CLOSE CUR-CED76  END-EXEC.
      *
           IF W-IND-CED = 0
              MOVE '265'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COD-FIL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO W-MATR-CONS.
           PERFORM 2960-LOG-CONSULTAZIONE.
           MOVE '266'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-COD-FIL.
           PERFORM 2999-CERCA-ERR.
       2470-EX. EXIT.

       2480-PULISCI-RIGA SECTION.
      *-----------------*
           MOVE SPACES TO M-CEDOO (W-IND-CED).
       2480-EX. EXIT.

       2485-FETCH-CEDOLINO SECTION.
      *-------------------*
           EXEC SQL FETCH   CUR-CED76
           INTO   :DCL-CWCEDOLI.COMPETENZA,
                  :DCL-CWCEDOLI.RETRIB-BASE,
                  :DCL-CWCEDOLI.LORDO,
                  :DCL-CWCEDOLI.CONTRIBUTI,
                  :DCL-CWCEDOLI.IMPOSTE,
                  :DCL-CWCEDOLI.NETTO,
                  :DCL-CWCEDOLI.QUOTA-TFR,
                  :DCL-CWCEDOLI.ESITO-RISCONTRO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-CED < 12
              ADD 1 TO W-IND-CED
              MOVE SPACES                      TO W-RIGA-CED
              MOVE COMPETENZA  OF DCL-CWCEDOLI TO WR-COMPETENZA
              MOVE RETRIB-BASE OF DCL-CWCEDOLI TO W-IMP (1)
              MOVE LORDO       OF DCL-CWCEDOLI TO W-IMP (2)
              MOVE CONTRIBUTI  OF DCL-CWCEDOLI TO W-IMP (3)
              MOVE IMPOSTE     OF DCL-CWCEDOLI TO W-IMP (4)
              MOVE NETTO       OF DCL-CWCEDOLI TO W-IMP (5)
              MOVE QUOTA-TFR   OF DCL-CWCEDOLI TO W-IMP (6)
              PERFORM 2490-EDITA-IMPORTO
                      VARYING W-IND-IMP FROM 1 BY 1
                      UNTIL W-IND-IMP > 6
              MOVE ESITO-RISCONTRO OF DCL-CWCEDOLI TO WR-ESITO
              MOVE W-RIGA-CED TO M-CEDOO (W-IND-CED)
           END-IF.
       2485-EX. EXIT.

      * ---
      * IMPORTO SCOMPOSTO IN PARTE INTERA E DECIMALE
      * ---
       2490-EDITA-IMPORTO SECTION.
      *------------------*
           MOVE W-IMP (W-IND-IMP) TO W-IMP-NUM.
           MOVE W-IMP-INT         TO WR-IMP-INT  (W-IND-IMP).
           MOVE ','               TO WR-IMP-VIRG (W-IND-IMP).
           MOVE W-IMP-DEC         TO WR-IMP-DEC  (W-IND-IMP).
       2490-EX. EXIT.

      *----------------------------------------------------------------*
      * PIANO SETTIMANALE DEL LAVORO AGILE (PF8): SOLO DA TERMINALE DI *
      * CLASSE 'K' (CWTERMCL), CON IL CODICE FISCALE GIA' VALIDATO.    *
      * CON I GIORNI DIGITATI IL PIANO DELLA SETTIMANA VIENE           *
      * REGISTRATO (CONTROLLI SULL'ACCORDO NELLA ROUTINE CX81DEMO,     *
      * COMUNE ALLA GESTIONE CX80DEMO DEL RESPONSABILE); SENZA GIORNI  *
      * VIENE SOLO MOSTRATO QUELLO GIA' REGISTRATO. L'ANNULLAMENTO     *
      * DELL'INTERA SETTIMANA SI CHIEDE AL RESPONSABILE.               *
      *----------------------------------------------------------------*
       2500-PIANO-AGILE SECTION.
      *----------------*
           MOVE '2500-PIANO-AG' TO W-ULT-LABEL.
      * ---
      * SOLO TERMINALI CENSITI COME CHIOSCO ('K') SU CWTERMCL
      * ---
           MOVE SPACE TO W-CLASSE-TERM.
           EXEC SQL SELECT CLASSE_TERM
                      INTO :W-CLASSE-TERM
                      FROM  CPS04.CWTERMCL
                     WHERE TERMINALE = :EIBTRMID
           END-EXEC.
           IF W-CLASSE-TERM NOT = 'K'
              MOVE '120'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COD-FIL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * LA MATRICOLA E' QUELLA DEL CODICE FISCALE DIGITATO
      * ---
           EXEC SQL SELECT COD_MATRICOLA_DIP
                      INTO :DCL-CPSDIP.COD-MATRICOLA-DIP
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_FISC = :W-COD-FI
           END-EXEC.
           IF SQLCODE = +100
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COD-FIL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           MOVE LENGTH OF AREA-CX81 TO LL-CX81.
           IF W-GGSW = SPACES
              MOVE 'L'             TO FUNZIONE-CX81
           ELSE
              PERFORM 2205-CONTROLLA-FINESTRA
              MOVE 'R'             TO FUNZIONE-CX81
           END-IF.
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO MATRICOLA-CX81.
           MOVE W-DATA-LUNEDI      TO DATA-LUNEDI-CX81.
           MOVE W-GGSW             TO GIORNI-CX81.
           MOVE 'K'                TO ORIGINE-CX81.
           MOVE W-UTENTE-CHIOSCO   TO UTENTE-CX81.
           EXEC CICS LINK PROGRAM  ('CX81DEMO')
                          COMMAREA (AREA-CX81)
                          LENGTH   (LL-CX81)
           END-EXEC.
           IF RC-CX81 = 8
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE '298'         TO W-COD-MSG-HOST
              MOVE -1            TO M-COD-FIL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF RC-CX81 NOT = 0
              MOVE COD-MSG-CX81  TO W-COD-MSG-HOST
              IF COD-MSG-CX81 = '290' OR '291'
                 MOVE -1         TO M-A-LUNL
              ELSE
                 MOVE -1         TO M-GGSWL
              END-IF
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE GIORNI-CX81        TO M-GGSWO.
           IF FUNZIONE-CX81 = 'R'
              MOVE '295'         TO W-COD-MSG-HOST
           ELSE
              MOVE '300'         TO W-COD-MSG-HOST
           END-IF.
           MOVE -1                 TO M-COD-FIL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

      *----------------------------------------------------------------*
      * RICHIESTA DI VARIAZIONE DEI RECAPITI (PF10): SOLO DA TERMINALE *
      * DI CLASSE 'K' (CWTERMCL), CON IL CODICE FISCALE GIA' VALIDATO. *
      * I CAMPI NON DIGITATI RESTANO QUELLI REGISTRATI SU CWANAGR;     *
      * L'IMMAGINE COMPLETA VIENE CONTROLLATA COME IN CW68DEMO         *
      * (INDIRIZZO E COMUNE OBBLIGATORI, CAP NUMERICO, COMUNE E CAP    *
      * SULL'ELENCO ISTAT CWCOMUNI SE L'INDIRIZZO CAMBIA) E ACCODATA   *
      * SU CPS04.CWRICANA PER LA VALIDAZIONE DELL'OPERATORE CON        *
      * CY27DEMO. UNA SOLA RICHIESTA PENDENTE PER MATRICOLA.           *
      *----------------------------------------------------------------*
       2550-VARIA-RECAPITI SECTION.
      *-------------------*
           MOVE '2550-VARIA-REC' TO W-ULT-LABEL.
      * ---
      * SOLO TERMINALI CENSITI COME CHIOSCO ('K') SU CWTERMCL
      * ---
           MOVE SPACE TO W-CLASSE-TERM.
           EXEC SQL SELECT CLASSE_TERM
                      INTO :W-CLASSE-TERM
                      FROM  CPS04.CWTERMCL
                     WHERE TERMINALE = :EIBTRMID
           END-EXEC.
           IF W-CLASSE-TERM NOT = 'K'
              MOVE '120'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COD-FIL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * LA MATRICOLA E' QUELLA DEL CODICE FISCALE DIGITATO
      * ---
           EXEC SQL SELECT COD_MATRICOLA_DIP
                      INTO :DCL-CPSDIP.COD-MATRICOLA-DIP
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_FISC = :W-COD-FI
           END-EXEC.
           IF SQLCODE = +100
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COD-FIL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWRICANA
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   STATO_RICHIESTA = 'P'
           END-EXEC.
           IF W-COUNT > +0
              MOVE '461'    TO W-COD-MSG-HOST
              MOVE -1       TO M-INDIR1L
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * RECAPITI REGISTRATI (NESSUNA RIGA = TUTTO A SPAZI): I CAMPI
      * NON DIGITATI LI CONSERVANO
      * ---
           EXEC SQL SELECT INDIRIZZO1,
                           INDIRIZZO2,
                           CAP,
                           COMUNE,
                           TELEFONO,
                           EMAIL
                      INTO :DCL-CWANAGR.INDIRIZZO1,
                           :DCL-CWANAGR.INDIRIZZO2,
                           :DCL-CWANAGR.CAP,
                           :DCL-CWANAGR.COMUNE,
                           :DCL-CWANAGR.TELEFONO,
                           :DCL-CWANAGR.EMAIL
                      FROM  CPS04.CWANAGR
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
           END-EXEC.
           IF SQLCODE = +100
              MOVE SPACES TO INDIRIZZO1 OF DCL-CWANAGR
                             INDIRIZZO2 OF DCL-CWANAGR
                             CAP        OF DCL-CWANAGR
                             COMUNE     OF DCL-CWANAGR
                             TELEFONO   OF DCL-CWANAGR
                             EMAIL      OF DCL-CWANAGR
           END-IF.
           IF W-INDIRIZZO1 = SPACES
              MOVE INDIRIZZO1 OF DCL-CWANAGR TO W-INDIRIZZO1
           END-IF.
           IF W-INDIRIZZO2 = SPACES
              MOVE INDIRIZZO2 OF DCL-CWANAGR TO W-INDIRIZZO2
           END-IF.
           IF W-CAP        = SPACES
              MOVE CAP        OF DCL-CWANAGR TO W-CAP
           END-IF.
           IF W-COMUNE     = SPACES
              MOVE COMUNE     OF DCL-CWANAGR TO W-COMUNE
           END-IF.
           IF W-TELEFONO   = SPACES
              MOVE TELEFONO   OF DCL-CWANAGR TO W-TELEFONO
           END-IF.
           IF W-EMAIL      = SPACES
              MOVE EMAIL      OF DCL-CWANAGR TO W-EMAIL
           END-IF.
      *
           IF W-INDIRIZZO1 = INDIRIZZO1 OF DCL-CWANAGR AND
              W-INDIRIZZO2 = INDIRIZZO2 OF DCL-CWANAGR AND
              W-CAP        = CAP        OF DCL-CWANAGR AND
              W-COMUNE     = COMUNE     OF DCL-CWANAGR AND
              W-TELEFONO   = TELEFONO   OF DCL-CWANAGR AND
              W-EMAIL      = EMAIL      OF DCL-CWANAGR
              MOVE '460'    TO W-COD-MSG-HOST
              MOVE -1       TO M-INDIR1L
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * STESSI CONTROLLI FORMALI DI CW68DEMO (2220-CONTROLLA-CAMPI)
      * ---
           IF W-INDIRIZZO1 = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-INDIR1L
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-COMUNE = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COMUNEL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-CAP NOT = SPACES AND W-CAP NOT NUMERIC
              MOVE '007'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CAPL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-INDIRIZZO1 NOT = INDIRIZZO1 OF DCL-CWANAGR OR
              W-INDIRIZZO2 NOT = INDIRIZZO2 OF DCL-CWANAGR OR
              W-CAP        NOT = CAP        OF DCL-CWANAGR OR
              W-COMUNE     NOT = COMUNE     OF DCL-CWANAGR
              PERFORM 2555-CONTROLLA-COMUNE
           END-IF.
      * ---
      * LA NUOVA E-MAIL DEVE CONTENERE UNA E UNA SOLA CHIOCCIOLA
      * ---
           IF W-EMAIL NOT = EMAIL OF DCL-CWANAGR
              MOVE +0 TO W-CONTA-CHIOCC
              INSPECT W-EMAIL TALLYING W-CONTA-CHIOCC FOR ALL '@'
              IF W-CONTA-CHIOCC NOT = +1
                 MOVE '462'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-EMAILL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
      *
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'IDRICANA'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-ID-RICANA
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'IDRICANA'
           END-EXEC.
      *
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME-CONS) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME-CONS)
                                DDMMYY  (W-DATE-CONS)
                                TIME    (W-TIME-CONS)    END-EXEC.
           EXEC SQL INSERT INTO CPS04.CWRICANA
                         VALUES (:W-ID-RICANA,
                                 :DCL-CPSDIP.COD-MATRICOLA-DIP,
                                 :W-INDIRIZZO1,
                                 :W-INDIRIZZO2,
                                 :W-CAP,
                                 :W-COMUNE,
                                 :W-TELEFONO,
                                 :W-EMAIL,
                                 'P',
                                 ' ',
                                 :W-DATE-CONS,
                                 :W-TIME-CONS,
                                 '        ',
                                 '      ')
           END-EXEC.
      * ---
      * SI RIPROPONGONO I RECAPITI RICHIESTI, COSI' COME ACCODATI
      * ---
           MOVE W-INDIRIZZO1  TO M-INDIR1O.
           MOVE W-INDIRIZZO2  TO M-INDIR2O.
           MOVE W-CAP         TO M-CAPO.
           MOVE W-COMUNE      TO M-COMUNEO.
           MOVE W-TELEFONO    TO M-TELEFO.
           MOVE W-EMAIL       TO M-EMAILO.
           MOVE '459'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-COD-FIL.
           PERFORM 2999-CERCA-ERR.
       2550-EX. EXIT.

      * -------------------------------------------------------------- *
      * IL COMUNE RICHIESTO DEVE ESSERE CENSITO SULL'ELENCO ISTAT E IL *
      * CAP (SE PRESENTE) DEVE ESSERE QUELLO DEL COMUNE; CON LA        *
      * TABELLA ANCORA VUOTA IL CONTROLLO NON SI APPLICA (STESSO       *
      * CONTROLLO DEL 2230-CONTROLLA-COMUNE DI CW68DEMO)               *
      * -------------------------------------------------------------- *
       2555-CONTROLLA-COMUNE SECTION.
      *---------------------*
           MOVE '2555-CTL-COMUNE' TO W-ULT-LABEL.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA-COMUNI
                      FROM  CPS04.CWCOMUNI
           END-EXEC.
           IF W-CONTA-COMUNI = 0
              GO TO 2555-EX
           END-IF.

           MOVE SPACES TO W-CAP-ISTAT.
           EXEC SQL SELECT CAP
                      INTO :W-CAP-ISTAT
                      FROM  CPS04.CWCOMUNI
                     WHERE DENOMINAZIONE = :W-COMUNE
                     FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = +100
              MOVE '181'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COMUNEL
              PERFORM 2999-CERCA-ERR
           END-IF.

           IF W-CAP NOT = SPACES AND W-CAP NOT = W-CAP-ISTAT
              MOVE '182'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CAPL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2555-EX. EXIT.

       2900-RIEMP-MASK  SECTION.
      *------------------------
           MOVE LOW-VALUE     TO  MF76MAPO.
           MOVE EIBTRNID     TO TRANSID    OF DCL-CWCONSUL.
           MOVE W-DATE-CONS  TO DATA-CONSULTAZIONE OF DCL-CWCONSUL.
           MOVE W-TIME-CONS  TO ORA-CONSULTAZIONE  OF DCL-CWCONSUL.
           MOVE SPACES       TO COD-DATO           OF DCL-CWCONSUL.
           EXEC SQL INSERT INTO CPS04.CWCONSUL
                         VALUES (:DCL-CWCONSUL.UTENTE,
                                 :DCL-CWCONSUL.TERMINALE,
                                 :DCL-CWCONSUL.COD-MATRICOLA-DIP,
                                 :DCL-CWCONSUL.TRANSID,
                                 :DCL-CWCONSUL.DATA-CONSULTAZIONE,
                                 :DCL-CWCONSUL.ORA-CONSULTAZIONE,
                                 :DCL-CWCONSUL.COD-DATO)
           END-EXEC.
       2960-EX. EXIT.

