       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY26DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RY26                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : RIASSUNZIONE DI UN EX DIPENDENTE CON LA      *
      *                   STESSA MATRICOLA E UN NUOVO PERIODO DI       *
      *                   LAVORO (CPS04.CWPERLAV)                      *
      * TIPO OPERAZIONE : RIASSUNZIONE                                 *
      * TABELLE USATE   : CWDIPENDENTI, CWPERLAV, CWCESSAZ, CWAPPROV,  *
      *                   CWCARRIE, CWDIPART, CWQUALIF, CWPARAM,       *
      *                   ARCHIVIO (VSAM)                              *
      * RIFERIMENTO P.E.: RISERVATA A COM-UTENTE-1 (AMMINISTRATORE)    *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * UN EX DIPENDENTE CHE RIENTRA CONSERVA LA SUA MATRICOLA: IL     *
      * RAPPORTO GIA' CHIUSO VIENE REGISTRATO COME PERIODO DI LAVORO   *
      * SU CWPERLAV (INIZIO, FINE E CAUSA DI CESSAZIONE) E SU          *
      * CWDIPENDENTI SI APRE IL NUOVO PERIODO, CHE DECORRE DALLA NUOVA *
      * DATA_ASSUNZIONE. IL RIPRISTINO CW19DEMO RESTA PER LE SOLE      *
      * CANCELLAZIONI ERRATE: NON CREA UN NUOVO PERIODO E FAREBBE      *
      * APPARIRE L'INTERRUZIONE COME SERVIZIO CONTINUO.                *
      * SONO RIASSUMIBILI:                                             *
      *   - LA MATRICOLA CESSATA: CWDIPENDENTI STATO 'I' CON UNA       *
      *     CESSAZIONE ESEGUITA (CWCESSAZ STATO 'E');                  *
      *   - LA MATRICOLA CANCELLATA: ASSENTE DA CWDIPENDENTI, CON UNA  *
      *     CANCELLAZIONE APPROVATA (CWAPPROV TIPO 'D' STATO 'A') E IL *
      *     RECORD ANCORA SUL VSAM ARCHIVIO, DA CUI VIENE REINSERITA.  *
      * INIZIO, FINE E CAUSA DEL PERIODO PRECEDENTE SONO PROPOSTI DA   *
      * CWDIPENDENTI/CWAPPROV E CWCESSAZ E SI POSSONO CORREGGERE.      *
      * ALLA CONFERMA LA CESSAZIONE ESEGUITA PASSA ALLO STATO 'R'      *
      * (NON PIU' CONSIDERATA DA CHI CERCA I CESSATI), LA RIGA APERTA  *
      * DI CARRIERA SI CHIUDE ALLA FINE DEL PERIODO PRECEDENTE E SE NE *
      * APRE UNA NUOVA DALLA DATA DI RIASSUNZIONE.                     *
      * CONTRATTO, PERIODO DI PROVA E POSIZIONE ORGANIZZATIVA NON SONO *
      * RIAPERTI: SI AGGIORNANO CON LE TRANSAZIONI CHE LI GESTISCONO.  *
      * LA SEDE DI LAVORO SI RIASSEGNA CON CY25DEMO.                   *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * -------------------------------------------------------------- *
      *      DEFINIZIONE VARIABILI HOST                                *
      * -------------------------------------------------------------- *
       01  W-COD-MSG-HOST                  PIC  X(3)       VALUE SPACE.
       01  W-SQLCODE                       PIC S9(3)  COMP VALUE +0.
           88  W-SQLCODE-OK                                VALUE +0.
           88  W-SQLCODE-NOT-FOUND                         VALUE +100.
       01  W-COUNT                         PIC S9(9)  COMP VALUE +0.
       01  W-MATR                          PIC X(5)      VALUE SPACES.
       01  W-MATRICOLA                     PIC S9(5) USAGE COMP-3.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
      * ---
      * MATRICOLA CESSATA (ANCORA SU CWDIPENDENTI) O CANCELLATA
      * (SOLO SUL VSAM ARCHIVIO)
      * ---
       01  W-TIPO-RIENTRO                  PIC X(1)      VALUE SPACE.
           88  RIENTRO-CESSATO                           VALUE 'C'.
           88  RIENTRO-CANCELLATO                        VALUE 'D'.
      * ---
      * PERIODO PRECEDENTE: DIGITATO O PROPOSTO (-DEF)
      * ---
       01  W-INIZIO-PREC                   PIC X(10)     VALUE SPACES.
       01  W-FINE-PREC                     PIC X(10)     VALUE SPACES.
       01  W-CAUSA-PREC                    PIC X(2)      VALUE SPACES.
       01  W-INIZIO-DEF                    PIC X(10)     VALUE SPACES.
       01  W-FINE-DEF                      PIC X(10)     VALUE SPACES.
       01  W-CAUSA-DEF                     PIC X(2)      VALUE SPACES.
      * ---
      * NUOVO PERIODO: SENZA DIPARTIMENTO E QUALIFICA DIGITATI VALGONO
      * QUELLI DEL PERIODO PRECEDENTE
      * ---
       01  W-DATA-ASS                      PIC X(10)     VALUE SPACES.
       01  W-DIPART                        PIC X(10)     VALUE SPACES.
       01  W-QUALIF                        PIC X(8)      VALUE SPACES.
       01  W-DIPART-DEF                    PIC X(10)     VALUE SPACES.
       01  W-QUALIF-DEF                    PIC X(8)      VALUE SPACES.
       01  W-COD-SOCIETA                   PIC X(4)      VALUE SPACES.
       01  W-SOC-PRINC                     PIC X(10)     VALUE SPACES.
      * ---
      * RUN-DATE (AAMMGG) DELLA MATRICOLA CANCELLATA REINSERITA
      * ---
       01  W-RUN-DATE                      PIC 9(6)      VALUE ZERO.
       01  W-RUN-DATE-R REDEFINES W-RUN-DATE.
           05  W-RUN-AA                    PIC 9(2).
           05  W-RUN-MM                    PIC 9(2).
           05  W-RUN-GG                    PIC 9(2).
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * ---
      * CONTROLLO FORMALE DELLA DATA AAAA-MM-GG (VEDI 2290)
      * ---
       01  W-DATA-CTL.
           05  W-AA-CTL                    PIC X(4).
           05  W-SEP1-CTL                  PIC X(1).
           05  W-MM-CTL                    PIC X(2).
           05  W-SEP2-CTL                  PIC X(1).
           05  W-GG-CTL                    PIC X(2).
       01  SW-DATA-ERRATA                  PIC X(1)      VALUE 'N'.
           88  DATA-ERRATA                               VALUE 'S'.
      * ---
      * PERIODI DI LAVORO GIA' CHIUSI DELLA MATRICOLA, UNO PER RIGA
      * (M-RIGAO)
      * ---
       01  W-IND-RIGA                      PIC S9(4)  COMP VALUE +0.
       01  W-MAX-RIGHE                     PIC S9(4)  COMP VALUE +5.
       01  W-RIGA-PER.
           05  WP-NUM                      PIC ZZ9.
           05  FILLER                      PIC X(2).
           05  WP-INIZIO                   PIC X(10).
           05  FILLER                      PIC X(2).
           05  WP-FINE                     PIC X(10).
           05  FILLER                      PIC X(2).
           05  WP-CAUSA                    PIC X(2).
           05  FILLER                      PIC X(2).
           05  WP-UTENTE                   PIC X(8).
           05  FILLER                      PIC X(1).
           05  WP-DATA-AGG                 PIC X(10).
           05  FILLER                      PIC X(27).
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (DATA DI AGGIORNAMENTO)      *
      * -------------------------------------------------------------- *
       01  W-ABSTIME                       PIC S9(8)  COMP.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CY26DEMO'.
       01  W-PGM-MENU-RAMO                 PIC  X(8)   VALUE 'CW03DEMO'.
       01  W-TRS-ID                        PIC  X(4)   VALUE SPACE.
       01  W-XCTL-PGM                      PIC  X(8)   VALUE SPACE.
       01  W-PGM-GUIDA                     PIC  X(8)  VALUE 'CW60DEMO'.
       01  W-ULT-LABEL                     PIC  X(15)  VALUE SPACES.
       01  W-LEN                           PIC S9(4)   COMP VALUE +260.
       01  W-REQID-TIMEOUT.
           05  FILLER                      PIC X(4)   VALUE 'RRTO'.
           05  W-REQID-TERMID              PIC X(4)   VALUE SPACE.
       01  W-NOME-FILE                     PIC  X(8)   VALUE 'ARCHIVIO'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE  MESSAGGIO ABEND SQL                            *
      * -------------------------------------------------------------- *
       01  ERR-SQL.
           02  FILLER                      PIC X(11)
                                                 VALUE 'ERRORE SQL '.
           02  SQL-CODICE                  PIC ----.
           02  FILLER                      PIC X(12)
                                                 VALUE ' ALLA LABEL '.
           02  ULT-LABEL-SQL               PIC X(15).
           02  FILLER                      PIC X(10)
                                                  VALUE ' TRANSID: '.
           02  TRS-ID-SQL                  PIC X(4).
           02  FILLER                      PIC X(06)
                                                  VALUE ' PGM: '.
           02  NOME-PGM-SQL                PIC X(8).
           02  FILLER                      PIC X(4).
      * -------------------------------------------------------------- *
      *    DEFINIZIONE  MESSAGGIO ABEND CICS                           *
      * -------------------------------------------------------------- *
       01  ERR-CICS.
           02  FILLER                      PIC X(12)
                                                VALUE 'ERRORE CICS '.
           02  COD-ERR                     PIC X(4).
           02  FILLER                      PIC X(12)
                                                 VALUE ' ALLA LABEL '.
           02  ULT-LABEL-CICS              PIC X(15).
           02  FILLER                      PIC X(10)
                                                VALUE ' TRANSID: '.
           02  TRS-ID-CICS                 PIC X(4).
           02  FILLER                      PIC X(06)
                                                VALUE ' PGM: '.
           02  NOME-PGM-CICS               PIC X(8).
           02  FILLER                      PIC X(8).
      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA          END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWDIPE         END-EXEC.
           EXEC SQL  INCLUDE CWPERL         END-EXEC.
           EXEC SQL  INCLUDE CWCESS         END-EXEC.
           EXEC SQL  INCLUDE CWAPPR         END-EXEC.
           EXEC SQL  INCLUDE CWCARR         END-EXEC.
      * ---
      * PERIODI DI LAVORO GIA' CHIUSI DELLA MATRICOLA DIGITATA
      * ---
           EXEC SQL DECLARE CUR-PER26 CURSOR FOR
                    SELECT  P.NUM_PERIODO,
                            P.DATA_INIZIO,
                            P.DATA_FINE,
                            P.CAUSA_CESSAZIONE,
                            P.UTENTE_AGGIORNAMENTO,
                            P.DATA_AGGIORNAMENTO
                    FROM    CPS04.CWPERLAV P
                    WHERE   P.COD_MATRICOLA_DIP = :W-MATRICOLA
                    ORDER BY P.NUM_PERIODO
           END-EXEC.
      * -------------------------------------------------------------- *
      *      TRACCIATO RECORD DEL FILE VSAM ARCHIVIO                   *
      * -------------------------------------------------------------- *
           COPY CWFILE.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFZCMAP.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLE COPY COMUNI                               *
      * -------------------------------------------------------------- *
           COPY CWATTRIB.
           COPY CWMESS.
      * -------------------------------------------------------------- *
      *    CARICAMENTO DEI TESTI MESSAGGI DA CPS04.CWMESSAG (ROUTINE   *
      *    CW50DEMO, UNA VOLTA PER TASK - VEDI 2995-CARICA-MESSAGGI)   *
      * -------------------------------------------------------------- *
       01  SW-MSG-CARICATI                 PIC X(1)   VALUE 'N'.
           88  MSG-CARICATI                           VALUE 'S'.
       01  W-LEN-TAB-MSG                   PIC S9(4)  COMP VALUE +0.
           COPY DFHAID.
      * -------------------------------------------------------------- *
      *    SALVATAGGIO DELLA VIDEATA PER LA GUIDA PF1 (VEDI 1244 E    *
      *    1249-RIPRENDI-MAPPA): GIRO CORRENTE + MAPPA RICEVUTA,      *
      *    SULLA CODA TS 'CPS'+TERMINALE+'M'                          *
      * -------------------------------------------------------------- *
       01  W-CODA-SALVA-MAPPA.
           05  FILLER                      PIC XXX    VALUE 'CPS'.
           05  W-TERM-SALVA                PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X      VALUE 'M'.
       01  W-LEN-SALVA                     PIC S9(4)  COMP VALUE +0.
       01  W-ITEM-SALVA                    PIC S9(4)  COMP VALUE +1.
       01  W-AREA-SALVA-MAPPA.
           05  W-SALVA-GIRO                PIC X(1)   VALUE SPACE.
           05  W-SALVA-MAPPA               PIC X(4096) VALUE SPACES.
           COPY CWCERR.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE COMMAREA.                                       *
      * -------------------------------------------------------------- *
       01  W-COMMAREA.
           COPY CWCOMMA.
       LINKAGE SECTION.
      * ---
       01  DFHCOMMAREA.
           05  FILLER  PIC X OCCURS 1 TO 32767 DEPENDING ON EIBCALEN.
      *
       PROCEDURE DIVISION.
      *---
       0000-MAIN SECTION.
      *---------*
           PERFORM 1000-INIZIO-ELAB.
           PERFORM 2000-CORPO-ELAB.
           PERFORM 3000-FINE-ELAB.
           GOBACK.

       1000-INIZIO-ELAB SECTION.
      *----------------*
           MOVE EIBTRNID TO W-TRS-ID.
           PERFORM 1100-COND-ANOMAL.
           PERFORM 1300-TESTA-RIEN.
      * RIENTRO DALLA GUIDA PF1: LA VIDEATA ACCANTONATA IN 1244 VA
      * RIPRESENTATA TALE E QUALE (VEDI 1249-RIPRENDI-MAPPA)
           IF COM-GIRO = 'G'
              PERFORM 1249-RIPRENDI-MAPPA
           END-IF.
      *
           IF COM-GIRO = '2'
              PERFORM 1400-TASTI-CONF
           ELSE
              PERFORM 1200-TASTI-FUNZ
           END-IF.
       1000-EX. EXIT.

       1100-COND-ANOMAL SECTION.
      *---------------*
           EXEC CICS HANDLE CONDITION  MAPFAIL (1120-COND-MFAIL)
                                                           END-EXEC.
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR   END-EXEC.
       1100-EX. EXIT.

       1120-COND-MFAIL SECTION.
      *---------------*
           MOVE '** ERRORE DI MAPFAIL **' TO ERR-CICS.
           EXEC CICS SEND TEXT FROM (ERR-CICS) LENGTH (78)
                          ERASE WAIT END-EXEC.
           EXEC CICS RETURN END-EXEC.
       1120-EX. EXIT.

       1200-TASTI-FUNZ SECTION.
      *---------------*
           EXEC CICS HANDLE AID
                                PF1    (1244-TASTO-HELP)
                                CLEAR  (1220-TASTO-CLEAR)
                                PF3    (1220-TASTO-CLEAR)
                                ENTER  ()
                                ANYKEY (1250-TASTO-ANYK)
           END-EXEC.
       1200-EX. EXIT.

       1220-TASTO-CLEAR SECTION.
      *--------------*                    * RITORNO MENU DI RAMO *
           MOVE 'END'            TO W-CTL-END.
           MOVE W-PGM-MENU-RAMO  TO W-XCTL-PGM.
           MOVE SPACE            TO COM-GIRO.
           PERFORM 3000-FINE-ELAB.
       1220-EX. EXIT.

       1250-TASTO-ANYK SECTION.
      *--------------*
           MOVE '006' TO W-COD-MSG-HOST.
           MOVE -1    TO M-MATRL.
           PERFORM 2999-CERCA-ERR.
       1250-EX. EXIT.

      *----------------------------------------------------------------*
      * PF1: GUIDA CONTESTUALE - PASSA IL CONTROLLO A CW60DEMO, CHE    *
      * MOSTRA I TESTI CWHELP DI QUESTO PROGRAMMA E CON PF3 RIPORTA    *
      * L'OPERATORE ALLA MASCHERA DI PROVENIENZA                       *
      *----------------------------------------------------------------*
       1244-TASTO-HELP SECTION.
      *---------------*
           EXEC CICS HANDLE AID PF1 END-EXEC.
           EXEC CICS HANDLE CONDITION MAPFAIL (1244-SALVA)
           END-EXEC.
           EXEC CICS RECEIVE MAP    ('MFZCMAP')
                             MAPSET ('MFZCMAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFZCMAPI TO W-SALVA-MAPPA.
           MOVE LENGTH OF W-AREA-SALVA-MAPPA TO W-LEN-SALVA.
           EXEC CICS WRITEQ TS QUEUE  (W-CODA-SALVA-MAPPA)
                               FROM   (W-AREA-SALVA-MAPPA)
                               LENGTH (W-LEN-SALVA)
           END-EXEC.
           MOVE W-NOME-PGM      TO COM-NOME-PGM.
           MOVE 'END'           TO W-CTL-END.
           MOVE W-PGM-GUIDA     TO W-XCTL-PGM.
           PERFORM 3000-FINE-ELAB.
       1244-EX. EXIT.

      *----------------------------------------------------------------*
      * RIENTRO DALLA GUIDA (COM-GIRO 'G'): LA VIDEATA ACCANTONATA IN *
      * 1244 VIENE RIPRESENTATA TALE E QUALE, CON IL GIRO ORIGINARIO; *
      * SE LA CODA NON C'E' PIU' SI RIPARTE CON LA VIDEATA PULITA     *
      *----------------------------------------------------------------*
       1249-RIPRENDI-MAPPA SECTION.
      *-------------------*
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1249-VUOTA)
           END-EXEC.
           MOVE LENGTH OF W-AREA-SALVA-MAPPA TO W-LEN-SALVA.
           MOVE +1 TO W-ITEM-SALVA.
           EXEC CICS READQ TS  QUEUE  (W-CODA-SALVA-MAPPA)
                               INTO   (W-AREA-SALVA-MAPPA)
                               LENGTH (W-LEN-SALVA)
                               ITEM   (W-ITEM-SALVA)
           END-EXEC.
           MOVE W-SALVA-GIRO  TO COM-GIRO.
           MOVE W-SALVA-MAPPA TO MFZCMAPI.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.
           PERFORM 3000-FINE-ELAB.

       1249-VUOTA.
           MOVE SPACE  TO COM-GIRO.
           MOVE SPACES TO COM-NOME-PGM.
       1249-EX. EXIT.

       1300-TESTA-RIEN SECTION.
      *---------------*
           IF EIBCALEN = ZERO
            THEN
              PERFORM 1310-TRANS-DIS
           END-IF.
           MOVE DFHCOMMAREA TO W-COMMAREA.

      * DISARMA IL TIMER DI IDLE-TIMEOUT ARMATO ALLA VISUALIZZAZIONE
      * PRECEDENTE, ORA CHE E' ARRIVATO NUOVO INPUT DAL TERMINALE
           EXEC CICS HANDLE CONDITION NOTFND (1300-EX)
           END-EXEC.

           MOVE EIBTRMID TO W-REQID-TERMID.
           EXEC CICS CANCEL
                     REQID (W-REQID-TIMEOUT)
           END-EXEC.
       1300-EX. EXIT.

       1310-TRANS-DIS SECTION.
      *--------------*
           MOVE '*** TRANSAZIONE NON PERMESSA ***' TO ERR-CICS.
           EXEC CICS SEND TEXT FROM   (ERR-CICS)
                               LENGTH (78)
                               ERASE WAIT END-EXEC.
           EXEC CICS RETURN END-EXEC.
       1310-EX. EXIT.

       1400-TASTI-CONF SECTION.
      *---------------*
           EXEC CICS HANDLE AID
                                PF1    (1244-TASTO-HELP)
                                CLEAR  (1220-TASTO-CLEAR)
                                PF3    (1220-TASTO-CLEAR)
                                ENTER  (1425-CONTROLLA-CONF)
                                ANYKEY (1250-TASTO-ANYK)
           END-EXEC.
       1400-EX. EXIT.

       1425-CONTROLLA-CONF SECTION.
      *-------------------*
           MOVE '1425-CONTROLLA-CONF' TO W-ULT-LABEL.
      * ---
      * I CAMPI DATI RIENTRANO DALLA MAPPA (PROT-FSET IMPOSTATO IN
      * 2500-CONFERMA) E VANNO RICONVERTITI PRIMA DELL'AGGIORNAMENTO
      * ---
           EXEC CICS RECEIVE MAP    ('MFZCMAP')
                             MAPSET ('MFZCMAP') END-EXEC.
           PERFORM 2150-RICAVA-CAMPI.
           INSPECT M-CONF-OPI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CONF-OPI REPLACING ALL '_'       BY ' '.
           MOVE    M-CONF-OPI TO W-CONF-OP.
      *
           IF W-CONF-OP = SPACES
              MOVE '001'      TO W-COD-MSG-HOST
              MOVE -1         TO M-CONF-OPL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EVALUATE W-CONF-OP
              WHEN 'SI'
      * ---
      * I CONTROLLI VENGONO RIPETUTI (E IL RECORD DELLA MATRICOLA
      * CANCELLATA RILETTO DA ARCHIVIO): NEL FRATTEMPO UN ALTRO
      * OPERATORE PUO' AVER GIA' RIASSUNTO O RIPRISTINATO LA MATRICOLA
      * ---
                 MOVE SPACE   TO COM-GIRO
                 PERFORM 1520-RIPRISTINO-ATTR
                 PERFORM 2205-CONTROLLA-FINESTRA
                 PERFORM 2210-CONTROLLA-RIENTRO
                 PERFORM 1426-ESEGUI-RIASSUNZIONE
                 MOVE '458'      TO W-COD-MSG-HOST
              WHEN 'NO'
                 MOVE '022'      TO W-COD-MSG-HOST
              WHEN OTHER
                 MOVE -1         TO M-CONF-OPL
                 MOVE '021'      TO W-COD-MSG-HOST
                 PERFORM 2999-CERCA-ERR
           END-EVALUATE.
      *
           MOVE SPACE      TO COM-GIRO.
           MOVE LOW-VALUE  TO MFZCMAPO.
           MOVE -1         TO M-MATRL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIASSUNZIONE: PERIODO PRECEDENTE SU CWPERLAV, NUOVO PERIODO SU *
      * CWDIPENDENTI, CESSAZIONE IN STATO 'R', CARRIERA RIAPERTA       *
      * -------------------------------------------------------------- *
       1426-ESEGUI-RIASSUNZIONE SECTION.
      *------------------------*
           MOVE '1426-ESEGUI-RIA' TO W-ULT-LABEL.
           PERFORM 1430-REGISTRA-PERIODO.
           PERFORM 1440-RIAPRI-MATRICOLA.
           PERFORM 1450-CHIUDI-CESSAZIONE.
           PERFORM 1460-AGGIORNA-CARRIERA.
       1426-EX. EXIT.

       1430-REGISTRA-PERIODO SECTION.
      *---------------------*
           MOVE '1430-REG-PERIODO' TO W-ULT-LABEL.
           MOVE W-MATRICOLA TO COD-MATRICOLA-DIP OF DCL-CWPERLAV.
           EXEC SQL SELECT COALESCE(MAX(NUM_PERIODO), 0) + 1
                      INTO :DCL-CWPERLAV.NUM-PERIODO
                      FROM  CPS04.CWPERLAV
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           MOVE W-INIZIO-PREC   TO DATA-INIZIO      OF DCL-CWPERLAV.
           MOVE W-FINE-PREC     TO DATA-FINE        OF DCL-CWPERLAV.
           MOVE W-CAUSA-PREC    TO CAUSA-CESSAZIONE OF DCL-CWPERLAV.
           MOVE COM-UTENTE      TO UTENTE-AGGIORNAMENTO
                                                    OF DCL-CWPERLAV.
           MOVE W-DATA-OGGI     TO DATA-AGGIORNAMENTO
                                                    OF DCL-CWPERLAV.
           EXEC SQL INSERT INTO CPS04.CWPERLAV
                         VALUES (:DCL-CWPERLAV.COD-MATRICOLA-DIP,
                                 :DCL-CWPERLAV.NUM-PERIODO,
                                 :DCL-CWPERLAV.DATA-INIZIO,
                                 :DCL-CWPERLAV.DATA-FINE,
                                 :DCL-CWPERLAV.CAUSA-CESSAZIONE,
                                 :DCL-CWPERLAV.UTENTE-AGGIORNAMENTO,
                                 :DCL-CWPERLAV.DATA-AGGIORNAMENTO)
           END-EXEC.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * MATRICOLA CESSATA: SI RIATTIVA LA RIGA DI CWDIPENDENTI CON LA  *
      * NUOVA DATA DI ASSUNZIONE. MATRICOLA CANCELLATA: SI REINSERISCE *
      * DAL RECORD DI ARCHIVIO (COME CW19DEMO), SENZA SEDE DI LAVORO   *
      * -------------------------------------------------------------- *
       1440-RIAPRI-MATRICOLA SECTION.
      *---------------------*
           MOVE '1440-RIAPRI-MAT' TO W-ULT-LABEL.
           PERFORM 1445-SOCIETA-RIASSUNTO.
           IF RIENTRO-CESSATO
              EXEC SQL UPDATE CPS04.CWDIPENDENTI
                          SET STATO_DIPENDENTE  = 'A',
                              DATA_ASSUNZIONE   = :W-DATA-ASS,
                              DIPARTIMENTO      = :W-DIPART,
                              QUALIFICA_INTERNA = :W-QUALIF,
                              COD_SOCIETA       = :W-COD-SOCIETA,
                              VERSIONE          = VERSIONE + 1
                        WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
              END-EXEC
              GO TO 1440-EX
           END-IF.

           MOVE W-DATA-OGGI(3:2)  TO W-RUN-AA.
           MOVE W-DATA-OGGI(6:2)  TO W-RUN-MM.
           MOVE W-DATA-OGGI(9:2)  TO W-RUN-GG.
           MOVE W-MATRICOLA       TO COD-MATRICOLA-DIP OF DCL-CPSDIP.
           MOVE VS-COGNOME        TO COGNOME           OF DCL-CPSDIP.
           MOVE VS-NOME           TO NOME              OF DCL-CPSDIP.
           MOVE VS-DATA-NASCITA   TO DATA-NASCITA      OF DCL-CPSDIP.
           MOVE W-QUALIF          TO QUALIFICA-INTERNA OF DCL-CPSDIP.
           MOVE VS-COD-FISCALE    TO COD-FISC          OF DCL-CPSDIP.
           MOVE W-RUN-DATE        TO RUN-DATE          OF DCL-CPSDIP.
           EXEC SQL INSERT INTO CPS04.CWDIPENDENTI
                         VALUES (:COD-MATRICOLA-DIP OF DCL-CPSDIP,
                                 :COGNOME            OF DCL-CPSDIP,
                                 :NOME               OF DCL-CPSDIP,
                                 :DATA-NASCITA       OF DCL-CPSDIP,
                                 :QUALIFICA-INTERNA  OF DCL-CPSDIP,
                                 :COD-FISC           OF DCL-CPSDIP,
                                 :RUN-DATE           OF DCL-CPSDIP,
                                 +1,
                                 ' ',
                                 :W-DIPART,
                                 'A',
                                 :W-DATA-ASS,
                                 ' ',
                                 :W-COD-SOCIETA,
                                 ' ')
           END-EXEC.
       1440-EX. EXIT.

      * -------------------------------------------------------------- *
      * SOCIETA' DATRICE DI LAVORO: QUELLA DEL DIPARTIMENTO, ALTRIMENTI*
      * LA SOCIETA' PRINCIPALE DEL GRUPPO (CWPARAM SOCPRINC, DEFAULT   *
      * '0001'), COME IN 2405-SOCIETA-ASSUNTO DI CW18DEMO              *
      * -------------------------------------------------------------- *
       1445-SOCIETA-RIASSUNTO SECTION.
      *----------------------*
           MOVE '1445-SOCIETA-RIA' TO W-ULT-LABEL.
           MOVE SPACES TO W-COD-SOCIETA.
           IF W-DIPART NOT = SPACES
              EXEC SQL SELECT COD_SOCIETA
                         INTO :W-COD-SOCIETA
                         FROM  CPS04.CWDIPART
                        WHERE CODICE = :W-DIPART
              END-EXEC
              IF SQLCODE = 0 AND W-COD-SOCIETA NOT = SPACES
                 GO TO 1445-EX
              END-IF
           END-IF.

           MOVE '0001'   TO W-COD-SOCIETA.
           MOVE SPACES   TO W-SOC-PRINC.
           EXEC SQL SELECT VALORE_CHAR
                      INTO :W-SOC-PRINC
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'SOCPRINC'
           END-EXEC.
           IF SQLCODE = 0 AND W-SOC-PRINC NOT = SPACES
              MOVE W-SOC-PRINC(1:4) TO W-COD-SOCIETA
           END-IF.
       1445-EX. EXIT.

      * -------------------------------------------------------------- *
      * LA CESSAZIONE ESEGUITA RESTA A STORICO IN STATO 'R': I         *
      * PROGRAMMI CHE CERCANO I CESSATI (STATO 'E') NON CONSIDERANO    *
      * PIU' LA MATRICOLA RIASSUNTA                                    *
      * -------------------------------------------------------------- *
       1450-CHIUDI-CESSAZIONE SECTION.
      *----------------------*
           MOVE '1450-CHIUDI-CESS' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCESSAZ
                       SET STATO_CESSAZIONE  = 'R'
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   STATO_CESSAZIONE  = 'E'
           END-EXEC.
       1450-EX. EXIT.

      * -------------------------------------------------------------- *
      * CARRIERA (CWCARRIE): LA RIGA EVENTUALMENTE ANCORA APERTA SI    *
      * CHIUDE ALLA FINE DEL PERIODO PRECEDENTE E SE NE APRE UNA NUOVA *
      * DALLA DATA DI RIASSUNZIONE (VEDI 1428 DI CW07DEMO)             *
      * -------------------------------------------------------------- *
       1460-AGGIORNA-CARRIERA SECTION.
      *----------------------*
           MOVE '1460-AGG-CARR' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCARRIE
                       SET DATA_FINE = :W-FINE-PREC
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_FINE = '9999-12-31'
           END-EXEC.
           MOVE W-MATRICOLA    TO COD-MATRICOLA-DIP OF DCL-CWCARRIE.
           MOVE W-QUALIF       TO QUALIFICA-INTERNA OF DCL-CWCARRIE.
           MOVE W-DATA-ASS     TO DATA-INIZIO       OF DCL-CWCARRIE.
           MOVE '9999-12-31'   TO DATA-FINE         OF DCL-CWCARRIE.
           EXEC SQL INSERT INTO CPS04.CWCARRIE
                         VALUES (:DCL-CWCARRIE.COD-MATRICOLA-DIP,
                                 :DCL-CWCARRIE.QUALIFICA-INTERNA,
                                 :DCL-CWCARRIE.DATA-INIZIO,
                                 :DCL-CWCARRIE.DATA-FINE)
           END-EXEC.
       1460-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIPRISTINO DEI CAMPI MODIFICABILI DOPO LA CONFERMA (VEDI       *
      * 1520-RIPRISTINO-ATTR DI CW31DEMO)                              *
      * -------------------------------------------------------------- *
       1520-RIPRISTINO-ATTR SECTION.
      *--------------------*
           MOVE UNPROT    TO M-MATRA
                             M-INIZPA
                             M-FINEPA
                             M-CAUSAA
                             M-DTASSA
                             M-DIPARTA
                             M-QUALIFA.
           MOVE PROT      TO M-CONF-OPA.
           MOVE SPACE     TO M-CONF-OPO.
       1520-EX. EXIT.

       2000-CORPO-ELAB SECTION.
      *---------------*
           IF W-NOME-PGM = COM-NOME-PGM
            THEN
              PERFORM 2100-RECEIVE
              PERFORM 2200-CONTROLLI
            ELSE
              PERFORM 2900-RIEMP-MASK
           END-IF.
       2000-EX. EXIT.

       2100-RECEIVE SECTION.
      *------------*
           MOVE '2100-RECEIVE' TO W-ULT-LABEL.
           EXEC CICS RECEIVE MAP    ('MFZCMAP')
                             MAPSET ('MFZCMAP') END-EXEC.
           PERFORM 2150-RICAVA-CAMPI.
           MOVE SPACE TO M-MSGO.
       2100-EX. EXIT.

      * -------------------------------------------------------------- *
      * NORMALIZZAZIONE DEI CAMPI DIGITATI E CONVERSIONE NEI CAMPI DI  *
      * APPOGGIO. RICHIAMATA SIA ALLA RICEZIONE SIA ALLA CONFERMA      *
      * -------------------------------------------------------------- *
       2150-RICAVA-CAMPI SECTION.
      *-----------------*
           MOVE '2150-RICAVA-CAMPI' TO W-ULT-LABEL.
           INSPECT M-MATRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MATRI REPLACING ALL '_'       BY ' '.
           MOVE    M-MATRI TO W-MATR.
           IF W-MATR NUMERIC
              MOVE W-MATR  TO W-MATRICOLA
           END-IF.
           INSPECT M-INIZPI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-INIZPI REPLACING ALL '_'       BY ' '.
           MOVE    M-INIZPI TO W-INIZIO-PREC.
           INSPECT M-FINEPI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-FINEPI REPLACING ALL '_'       BY ' '.
           MOVE    M-FINEPI TO W-FINE-PREC.
           INSPECT M-CAUSAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CAUSAI REPLACING ALL '_'       BY ' '.
           MOVE    M-CAUSAI TO W-CAUSA-PREC.
           INSPECT M-DTASSI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DTASSI REPLACING ALL '_'       BY ' '.
           MOVE    M-DTASSI TO W-DATA-ASS.
           INSPECT M-DIPARTI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DIPARTI REPLACING ALL '_'       BY ' '.
           MOVE    M-DIPARTI TO W-DIPART.
           INSPECT M-QUALIFI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-QUALIFI REPLACING ALL '_'       BY ' '.
           MOVE    M-QUALIFI TO W-QUALIF.
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
      * ---
      * LA RIASSUNZIONE, COME IL RIPRISTINO DA ARCHIVIO (CW19DEMO), E'
      * RISERVATA ALL'AMMINISTRATORE
      * ---
           IF NOT COM-UTENTE-1
              MOVE '050'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           PERFORM 2210-CONTROLLA-RIENTRO.
           PERFORM 2300-ELENCO-PERIODI.
           PERFORM 2500-CONFERMA.
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
              MOVE -1       TO M-CONF-OPL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2205-EX. EXIT.

       2210-CONTROLLA-RIENTRO SECTION.
      *----------------------*
           MOVE '2210-CTL-RIENTRO' TO W-ULT-LABEL.
           PERFORM 2220-CERCA-MATRICOLA.
           PERFORM 2240-PERIODO-PRECEDENTE.
           PERFORM 2250-NUOVO-PERIODO.
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * LA MATRICOLA DEVE ESSERE CESSATA (STATO 'I' CON CESSAZIONE     *
      * ESEGUITA) OPPURE CANCELLATA CON APPROVAZIONE E ANCORA PRESENTE *
      * SUL VSAM ARCHIVIO. CARICA I VALORI PROPOSTI DEL PERIODO        *
      * PRECEDENTE E DEL NUOVO PERIODO                                 *
      * -------------------------------------------------------------- *
       2220-CERCA-MATRICOLA SECTION.
      *--------------------*
           MOVE '2220-CERCA-MATR' TO W-ULT-LABEL.
           IF W-MATR = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-MATR NOT NUMERIC
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE SPACES TO W-INIZIO-DEF W-FINE-DEF W-CAUSA-DEF
                          W-DIPART-DEF W-QUALIF-DEF.

           EXEC SQL SELECT COGNOME, NOME, QUALIFICA_INTERNA,
                           DIPARTIMENTO, STATO_DIPENDENTE,
                           DATA_ASSUNZIONE
                      INTO :DCL-CPSDIP.COGNOME,
                           :DCL-CPSDIP.NOME,
                           :DCL-CPSDIP.QUALIFICA-INTERNA,
                           :DCL-CPSDIP.DIPARTIMENTO,
                           :DCL-CPSDIP.STATO-DIPENDENTE,
                           :DCL-CPSDIP.DATA-ASSUNZIONE
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 2225-MATRICOLA-CESSATA
           ELSE
              PERFORM 2230-MATRICOLA-CANCELLATA
           END-IF.
      * ---
      * FINE E CAUSA DEL PERIODO PRECEDENTE DALLA CESSAZIONE ESEGUITA,
      * SE REGISTRATA (PER LA MATRICOLA CANCELLATA PUO' MANCARE)
      * ---
           EXEC SQL SELECT DATA_CESSAZIONE, CAUSA_CESSAZIONE
                      INTO :DCL-CWCESSAZ.DATA-CESSAZIONE,
                           :DCL-CWCESSAZ.CAUSA-CESSAZIONE
                      FROM  CPS04.CWCESSAZ
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   STATO_CESSAZIONE  = 'E'
                     ORDER BY DATA_CESSAZIONE DESC
                     FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
              MOVE DATA-CESSAZIONE  OF DCL-CWCESSAZ TO W-FINE-DEF
              MOVE CAUSA-CESSAZIONE OF DCL-CWCESSAZ TO W-CAUSA-DEF
           END-IF.
       2220-EX. EXIT.

       2225-MATRICOLA-CESSATA SECTION.
      *----------------------*
           MOVE '2225-MATR-CESS' TO W-ULT-LABEL.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWCESSAZ
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   STATO_CESSAZIONE  = 'E'
           END-EXEC.
           IF NOT STATO-DIP-INATTIVO OR W-COUNT = +0
              MOVE '455'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           SET RIENTRO-CESSATO TO TRUE.
           MOVE COGNOME           OF DCL-CPSDIP TO M-COGNO.
           MOVE NOME              OF DCL-CPSDIP TO M-NOMEO.
           MOVE 'CESSATO'                       TO M-STATOO.
           MOVE DATA-ASSUNZIONE   OF DCL-CPSDIP TO W-INIZIO-DEF.
           MOVE DIPARTIMENTO      OF DCL-CPSDIP TO W-DIPART-DEF.
           MOVE QUALIFICA-INTERNA OF DCL-CPSDIP TO W-QUALIF-DEF.
       2225-EX. EXIT.

       2230-MATRICOLA-CANCELLATA SECTION.
      *-------------------------*
           MOVE '2230-MATR-CANC' TO W-ULT-LABEL.
           EXEC SQL SELECT DATA_ASSUNZIONE, CAUSA_CESSAZIONE,
                           DIPARTIMENTO
                      INTO :DCL-CWAPPROV.DATA-ASSUNZIONE,
                           :DCL-CWAPPROV.CAUSA-CESSAZIONE,
                           :DCL-CWAPPROV.DIPARTIMENTO
                      FROM  CPS04.CWAPPROV
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   TIPO_RICHIESTA    = 'D'
                     AND   STATO_RICHIESTA   = 'A'
                     ORDER BY ID_RICHIESTA DESC
                     FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = +100
              MOVE '455'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.

           EXEC CICS HANDLE CONDITION NOTFND (2235-NON-IN-ARCHIVIO)
           END-EXEC.
           MOVE W-MATR       TO VS-KEY.
           EXEC CICS READ      FILE      (W-NOME-FILE)
                               RIDFLD    (VS-KEY)
                               INTO      (VS-ARCHIVIO)
                               LENGTH    (VS-LUNG)
                               KEYLENGTH (VS-LUNG-KEY)
                               EQUAL
           END-EXEC.

           SET RIENTRO-CANCELLATO TO TRUE.
           MOVE VS-COGNOME                        TO M-COGNO.
           MOVE VS-NOME                           TO M-NOMEO.
           MOVE 'CANCELLATO'                      TO M-STATOO.
           MOVE DATA-ASSUNZIONE  OF DCL-CWAPPROV  TO W-INIZIO-DEF.
           MOVE CAUSA-CESSAZIONE OF DCL-CWAPPROV  TO W-CAUSA-DEF.
           MOVE DIPARTIMENTO     OF DCL-CWAPPROV  TO W-DIPART-DEF.
           MOVE VS-QUALIFICA-INTERNA              TO W-QUALIF-DEF.
       2230-EX. EXIT.

       2235-NON-IN-ARCHIVIO SECTION.
      *--------------------*
           MOVE '2235-NON-IN-ARC' TO W-ULT-LABEL.
           MOVE '043'          TO W-COD-MSG-HOST.
           MOVE -1             TO M-MATRL.
           PERFORM 2999-CERCA-ERR.
       2235-EX. EXIT.

      * -------------------------------------------------------------- *
      * PERIODO PRECEDENTE: I CAMPI NON DIGITATI PRENDONO I VALORI     *
      * PROPOSTI; INIZIO, FINE E CAUSA SONO TUTTI NECESSARI. IL        *
      * PERIODO DEVE SEGUIRE QUELLI GIA' CHIUSI SU CWPERLAV            *
      * -------------------------------------------------------------- *
       2240-PERIODO-PRECEDENTE SECTION.
      *-----------------------*
           MOVE '2240-PER-PREC' TO W-ULT-LABEL.
           IF W-INIZIO-PREC = SPACES
              MOVE W-INIZIO-DEF TO W-INIZIO-PREC
           END-IF.
           IF W-FINE-PREC = SPACES
              MOVE W-FINE-DEF   TO W-FINE-PREC
           END-IF.
           IF W-CAUSA-PREC = SPACES
              MOVE W-CAUSA-DEF  TO W-CAUSA-PREC
           END-IF.
           MOVE W-INIZIO-PREC TO M-INIZPO.
           MOVE W-FINE-PREC   TO M-FINEPO.
           MOVE W-CAUSA-PREC  TO M-CAUSAO.

           IF W-INIZIO-PREC = SPACES
              MOVE '456'    TO W-COD-MSG-HOST
              MOVE -1       TO M-INIZPL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-FINE-PREC = SPACES
              MOVE '456'    TO W-COD-MSG-HOST
              MOVE -1       TO M-FINEPL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-CAUSA-PREC = SPACES
              MOVE '456'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CAUSAL
              PERFORM 2999-CERCA-ERR
           END-IF.

           MOVE W-INIZIO-PREC TO W-DATA-CTL.
           PERFORM 2290-CONTROLLA-DATA.
           IF DATA-ERRATA
              MOVE '387'    TO W-COD-MSG-HOST
              MOVE -1       TO M-INIZPL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-FINE-PREC   TO W-DATA-CTL.
           PERFORM 2290-CONTROLLA-DATA.
           IF DATA-ERRATA OR W-FINE-PREC < W-INIZIO-PREC
              MOVE '387'    TO W-COD-MSG-HOST
              MOVE -1       TO M-FINEPL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-CAUSA-PREC  TO CAUSA-CESSAZIONE OF DCL-CWPERLAV.
           IF NOT CAUSA-PER-VALIDA
              MOVE '007'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CAUSAL
              PERFORM 2999-CERCA-ERR
           END-IF.

           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWPERLAV
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_FINE        >= :W-INIZIO-PREC
           END-EXEC.
           IF W-COUNT > +0
              MOVE '457'    TO W-COD-MSG-HOST
              MOVE -1       TO M-INIZPL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * NUOVO PERIODO: DATA DI RIASSUNZIONE SUCCESSIVA ALLA FINE DEL   *
      * PERIODO PRECEDENTE; DIPARTIMENTO E QUALIFICA, SE NON DIGITATI, *
      * QUELLI DEL PERIODO PRECEDENTE, CONTROLLATI SULLE ANAGRAFICHE   *
      * COME IN CW04DEMO                                               *
      * -------------------------------------------------------------- *
       2250-NUOVO-PERIODO SECTION.
      *------------------*
           MOVE '2250-NUOVO-PER' TO W-ULT-LABEL.
           IF W-DIPART = SPACES
              MOVE W-DIPART-DEF TO W-DIPART
           END-IF.
           IF W-QUALIF = SPACES
              MOVE W-QUALIF-DEF TO W-QUALIF
           END-IF.
           MOVE W-DIPART      TO M-DIPARTO.
           MOVE W-QUALIF      TO M-QUALIFO.

           IF W-DATA-ASS = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DTASSL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-DATA-ASS    TO W-DATA-CTL.
           PERFORM 2290-CONTROLLA-DATA.
           IF DATA-ERRATA
              MOVE '387'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DTASSL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-DATA-ASS NOT > W-FINE-PREC
              MOVE '457'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DTASSL
              PERFORM 2999-CERCA-ERR
           END-IF.

           IF W-DIPART NOT = SPACES
              MOVE +0 TO W-COUNT
              EXEC SQL SELECT COUNT(*)
                         INTO :W-COUNT
                         FROM  CPS04.CWDIPART
                        WHERE CODICE = :W-DIPART
                        AND   STATO_DIPART = 'A'
              END-EXEC
              IF W-COUNT = +0
                 MOVE '079'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-DIPARTL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.

           IF W-QUALIF = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-QUALIFL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWQUALIF
                     WHERE CODICE = :W-QUALIF
                     AND   STATO_QUALIFICA = 'A'
           END-EXEC.
           IF W-COUNT = +0
              MOVE '044'    TO W-COD-MSG-HOST
              MOVE -1       TO M-QUALIFL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2250-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONTROLLO FORMALE DI UNA DATA AAAA-MM-GG (STESSO LIVELLO DI    *
      * CONTROLLO DI CY06DEMO)                                         *
      * -------------------------------------------------------------- *
       2290-CONTROLLA-DATA SECTION.
      *-------------------*
           MOVE 'N' TO SW-DATA-ERRATA.
           IF W-AA-CTL NOT NUMERIC OR
              W-MM-CTL NOT NUMERIC OR
              W-GG-CTL NOT NUMERIC OR
              W-SEP1-CTL NOT = '-' OR W-SEP2-CTL NOT = '-' OR
              W-MM-CTL < '01' OR W-MM-CTL > '12' OR
              W-GG-CTL < '01' OR W-GG-CTL > '31'
              SET DATA-ERRATA TO TRUE
           END-IF.
       2290-EX. EXIT.

      * -------------------------------------------------------------- *
      * PERIODI DI LAVORO GIA' CHIUSI DELLA MATRICOLA, UNO PER RIGA    *
      * (M-RIGAO), MOSTRATI INSIEME ALLA RICHIESTA DI CONFERMA         *
      * -------------------------------------------------------------- *
       2300-ELENCO-PERIODI SECTION.
      *-------------------*
           MOVE '2300-ELENCO-PER' TO W-ULT-LABEL.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > W-MAX-RIGHE.
           MOVE +0     TO W-IND-RIGA.
           EXEC SQL OPEN CUR-PER26  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2320-FETCH-PERIODO UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).
           EXEC SQL CLOSE CUR-PER26  END-EXEC.
       2300-EX. EXIT.

       2310-PULISCI-RIGA SECTION.
      *-----------------*
           MOVE SPACES TO M-RIGAO (W-IND-RIGA).
       2310-EX. EXIT.

       2320-FETCH-PERIODO SECTION.
      *------------------*
           EXEC SQL FETCH   CUR-PER26
           INTO   :DCL-CWPERLAV.NUM-PERIODO,
                  :DCL-CWPERLAV.DATA-INIZIO,
                  :DCL-CWPERLAV.DATA-FINE,
                  :DCL-CWPERLAV.CAUSA-CESSAZIONE,
                  :DCL-CWPERLAV.UTENTE-AGGIORNAMENTO,
                  :DCL-CWPERLAV.DATA-AGGIORNAMENTO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-RIGA < W-MAX-RIGHE
              ADD 1 TO W-IND-RIGA
              MOVE SPACES                            TO W-RIGA-PER
              MOVE NUM-PERIODO      OF DCL-CWPERLAV  TO WP-NUM
              MOVE DATA-INIZIO      OF DCL-CWPERLAV  TO WP-INIZIO
              MOVE DATA-FINE        OF DCL-CWPERLAV  TO WP-FINE
              MOVE CAUSA-CESSAZIONE OF DCL-CWPERLAV  TO WP-CAUSA
              MOVE UTENTE-AGGIORNAMENTO OF DCL-CWPERLAV
                                                     TO WP-UTENTE
              MOVE DATA-AGGIORNAMENTO   OF DCL-CWPERLAV
                                                     TO WP-DATA-AGG
              MOVE W-RIGA-PER TO M-RIGAO (W-IND-RIGA)
           END-IF.
       2320-EX. EXIT.

       2500-CONFERMA SECTION.
      *-------------*
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.
           MOVE '2'      TO COM-GIRO.
           MOVE '020'    TO W-COD-MSG-HOST.
      * ---
      * I CAMPI DATI VENGONO PROTETTI CON FSET COSI' DA RIENTRARE
      * INALTERATI ALLA CONFERMA (VEDI 1520-RIPRISTINO-ATTR DI
      * CW31DEMO); I VALORI PROPOSTI SONO GIA' STATI RIPORTATI A VIDEO
      * IN 2240 E 2250
      * ---
           MOVE PROT-FSET TO M-MATRA
                             M-INIZPA
                             M-FINEPA
                             M-CAUSAA
                             M-DTASSA
                             M-DIPARTA
                             M-QUALIFA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFZCMAPO.
           MOVE -1         TO M-MATRL.
           MOVE SPACE      TO COM-GIRO.
           MOVE W-NOME-PGM TO COM-NOME-PGM.
       2900-EX. EXIT.

       2994-LOG-ERRORE SECTION.
      *---------------*
           EXEC CICS HANDLE CONDITION PGMIDERR (2994-EX)
           END-EXEC.
           MOVE LENGTH OF AREA-ERRLOG TO LL-ERRLOG.
           MOVE W-NOME-PGM    TO PGM-ERRLOG.
           MOVE EIBTRNID      TO TRANSID-ERRLOG.
           MOVE EIBTRMID      TO TERM-ERRLOG.
           MOVE COM-UTENTE    TO UTENTE-ERRLOG.
           MOVE W-ULT-LABEL     TO LABEL-ERRLOG.
           EXEC CICS LINK PROGRAM  ('CW77DEMO')
                          COMMAREA (AREA-ERRLOG)
                          LENGTH   (LL-ERRLOG)
           END-EXEC.
       2994-EX. EXIT.
      *
       2998-DBERROR  SECTION.
      *------------*
           MOVE W-ULT-LABEL TO ULT-LABEL-SQL.
           MOVE W-TRS-ID    TO TRS-ID-SQL.
           MOVE W-NOME-PGM  TO NOME-PGM-SQL.
           MOVE SQLCODE     TO SQL-CODICE.
           MOVE ERR-SQL     TO M-MSGO.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
           MOVE 'S'        TO TIPO-ERRLOG.
           MOVE SQL-CODICE TO COD-ERRLOG.
           PERFORM 2994-LOG-ERRORE.
           PERFORM 3000-FINE-ELAB.
       2998-EX. EXIT.

      *----------------------------------------------------------------*
      * CARICA (UNA VOLTA PER TASK) I TESTI CORRENTI DEI MESSAGGI      *
      * DALLA TABELLA CPS04.CWMESSAG SOPRA QUELLI COMPILATI NELLA      *
      * COPY CWMESS, TRAMITE LA ROUTINE CW50DEMO (VEDI CW51DEMO PER    *
      * LA MANUTENZIONE DEI TESTI)                                     *
      *----------------------------------------------------------------*
       2995-CARICA-MESSAGGI SECTION.
      *--------------------*
           IF MSG-CARICATI
              GO TO 2995-EX
           END-IF.
           SET MSG-CARICATI TO TRUE.
           MOVE COM-LINGUA TO LINGUA-TAB-MSG.
           MOVE COM-TIPO-UTENTE TO TIPO-UTENTE-TAB-MSG.
           MOVE LENGTH OF TAB-MSG TO W-LEN-TAB-MSG.
           EXEC CICS LINK PROGRAM  ('CW50DEMO')
                          COMMAREA (TAB-MSG)
                          LENGTH   (W-LEN-TAB-MSG)
           END-EXEC.
       2995-EX. EXIT.

       2999-CERCA-ERR SECTION.
      *--------------*
           PERFORM 2995-CARICA-MESSAGGI.
           SET IND-TAB TO 1.
           SEARCH ELEM-TAB-MSG AT END
                  MOVE  '** CODICE MESSAGGIO NON TROVATO **'
                    TO M-MSGO
                  WHEN W-COD-MSG-HOST = ELEM-COD-MSG(IND-TAB)
                       MOVE ELEM-DESC-MSG(IND-TAB)  TO M-MSGO
           END-SEARCH.
           PERFORM 3000-FINE-ELAB.
       2999-EX. EXIT.

       3000-FINE-ELAB SECTION.
      * -------------*
           IF W-CTL-END = 'LOOP'
              PERFORM 3100-RIENTRO
           ELSE
              PERFORM 3200-PASSA-CTL
           END-IF.
       3000-EX. EXIT.

       3100-RIENTRO SECTION.
      *------------*
           MOVE COM-DATA-SISTEMA TO M-DATA-SO.
           IF W-NOME-PGM = COM-NOME-PGM
            THEN
              EXEC CICS SEND
                        MAP    ('MFZCMAP')
                        MAPSET ('MFZCMAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFZCMAP')
                        MAPSET ('MFZCMAP')
                        CURSOR
                        ERASE
                        FREEKB
              END-EXEC
           END-IF.
      * ARMA IL TIMER DI IDLE-TIMEOUT: SE NON ARRIVA NUOVO INPUT DAL
      * TERMINALE ENTRO L'INTERVALLO, CW25DEMO RIPORTA AL LOGON
           MOVE EIBTRMID TO W-REQID-TERMID.
           EXEC CICS START
                     TRANSID  ('RR25')
                     REQID    (W-REQID-TIMEOUT)
                     TERMID   (EIBTRMID)
                     INTERVAL (000500)
           END-EXEC.
           EXEC CICS RETURN
                     TRANSID  ('RY26')
                     COMMAREA (W-COMMAREA)
                     LENGTH   (W-LEN)
                     END-EXEC.
       3100-EX. EXIT.

       3200-PASSA-CTL SECTION.
      *--------------*
           EXEC CICS XCTL
                     PROGRAM  (W-XCTL-PGM)
                     COMMAREA (W-COMMAREA)
                     LENGTH   (W-LEN)
                     END-EXEC.
       3200-EX. EXIT.
