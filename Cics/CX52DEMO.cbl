       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX52DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX52                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : TRASFERTE E RIMBORSO SPESE                   *
      *                   (CPS04.CWTRASF, CPS04.CWSPESE)               *
      * TIPO OPERAZIONE : INSERIMENTO / VARIAZIONE / INOLTRO IN        *
      *                   APPROVAZIONE / CONSULTAZIONE                 *
      * TABELLE USATE   : CWTRASF, CWSPESE, CWDIARIA, CWDIPENDENTI,    *
      *                   CWAPPROV, CWCONTAT                           *
      * RIFERIMENTO P.E.: MODIFICHE NEGATE AL RUOLO 4                  *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  ESTESA LA INSERT SU CWAPPROV CON LA NUOVA      *
      *                COLONNA CAUSA_CESSAZIONE (USATA SOLO DALLE      *
      *                CANCELLAZIONI DI CW08DEMO, QUI A SPAZI)         *
      * 15/10/2026 GM  PERIMETRO PER SOCIETA' DEL GRUPPO: GLI OPERATORI*
      *                CON SOCIETA' AUTORIZZATE SU CWUTESOC (CX99DEMO, *
      *                COM-SOC-RISTRETTA), AMMINISTRATORI COMPRESI, NON*
      *                OPERANO SU MATRICOLE DI ALTRE SOCIETA'          *
      *                (MESSAGGIO 366)                                 *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA:  *
      *                RESTA LA SOLA CONSULTAZIONE                     *
      ******************************************************************
      ******************************************************************
      * REGISTRA UNA TRASFERTA PER MATRICOLA (DESTINAZIONE, PERIODO,   *
      * SCOPO E CATEGORIA DI DIARIA DELLA TABELLA CWDIARIA, MANTENUTA  *
      * DA CX53DEMO) CON FINO A 8 RIGHE SPESA. ALLA REGISTRAZIONE IL   *
      * PROGRAMMA CALCOLA GIORNI, DIARIA E SPESE E LI RIPARTISCE IN    *
      * QUOTA ESENTE (DIARIA ENTRO LA QUOTA GIORNALIERA ESENTE DELLA   *
      * CATEGORIA E SPESE DOCUMENTATE) E QUOTA IMPONIBILE (IL RESTO).  *
      * MODO 1 = NUOVA TRASFERTA                                       *
      * MODO 2 = VARIAZIONE: CON IL SOLO NUMERO TRASFERTA LA MOSTRA,   *
      *          ALL'INVIO SUCCESSIVO REGISTRA LE MODIFICHE            *
      * MODO 3 = INOLTRO IN APPROVAZIONE: ACCODA SU CWAPPROV UNA       *
      *          RICHIESTA DI TIPO 'T', CHE CW18DEMO APPROVA O RIFIUTA *
      *          CON LA REGOLA DEL SECONDO OPERATORE                   *
      * MODO 4 = CONSULTAZIONE                                         *
      * SOLO LE TRASFERTE INSERITE O RESPINTE SONO MODIFICABILI E      *
      * INOLTRABILI. LE APPROVATE VIAGGIANO SUL FLUSSO PAGHE CW82DEMO  *
      * E SONO RIEPILOGATE PER DIPARTIMENTO DAL BATCH CX54DEMO.        *
      * UN NON AMMINISTRATORE OPERA SOLO SUI DIPENDENTI DEL PROPRIO    *
      * DIPARTIMENTO (PERIMETRO DI CW06DEMO - 2213).                   *
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
       01  W-COUNT                         PIC S9(4)  COMP-3 VALUE +0.
       01  W-MATR                          PIC X(5)      VALUE SPACES.
       01  W-MATRICOLA                     PIC S9(5)     USAGE COMP-3.
       01  W-IDTRA                         PIC X(7)      VALUE SPACES.
       01  W-ID-TRASFERTA                  PIC S9(7)     USAGE COMP-3
                                                         VALUE +0.
       01  W-ID-RICHIESTA                  PIC S9(7)     USAGE COMP-3
                                                         VALUE +0.
       01  W-DESTINAZIONE                  PIC X(30)     VALUE SPACES.
       01  W-SCOPO                         PIC X(40)     VALUE SPACES.
       01  W-CATEGORIA                     PIC X(2)      VALUE SPACES.
       01  W-MOTIVAZIONE                   PIC X(60)     VALUE SPACES.
      * PERIMETRO DI DIPARTIMENTO (VEDI CW06DEMO - 2213)
       01  W-DIPART-LETTO                  PIC X(10)     VALUE SPACES.
       01  W-NUM-FUORI-SOC                 PIC S9(9)     COMP VALUE +0.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-NUOVA                VALUE '1'.
           88  W-MODO-VARIA                VALUE '2'.
           88  W-MODO-INOLTRO              VALUE '3'.
           88  W-MODO-CONSULTA             VALUE '4'.
           88  W-MODO-VALIDO               VALUE '1' '2' '3' '4'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-DATA-INIZIO.
           05  W-AA-INI                    PIC X(4)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-MM-INI                    PIC X(2)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-GG-INI                    PIC X(2)      VALUE SPACES.
       01  W-DATA-FINE.
           05  W-AA-FIN                    PIC X(4)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-MM-FIN                    PIC X(2)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-GG-FIN                    PIC X(2)      VALUE SPACES.
      * DATA ODIERNA IN FORMATO AAAA-MM-GG (DA COM-DATA-SISTEMA)
       01  W-DATA-OGGI.
           05  W-AA-OGGI                   PIC X(4)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-MM-OGGI                   PIC X(2)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-GG-OGGI                   PIC X(2)      VALUE SPACES.
      * CONVERSIONE DATA RIGA SPESA: GG/MM/AAAA A VIDEO, AAAA-MM-GG SU
      * CWSPESE
       01  W-DATA-VIDEO.
           05  W-DV-GG                     PIC X(2)      VALUE SPACES.
           05  W-DV-SEP1                   PIC X         VALUE '/'.
           05  W-DV-MM                     PIC X(2)      VALUE SPACES.
           05  W-DV-SEP2                   PIC X         VALUE '/'.
           05  W-DV-AAAA                   PIC X(4)      VALUE SPACES.
       01  W-DATA-ISO.
           05  W-DI-AAAA                   PIC X(4)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-DI-MM                     PIC X(2)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-DI-GG                     PIC X(2)      VALUE SPACES.
      * -------------------------------------------------------------- *
      *    CALCOLO DEL RIMBORSO                                        *
      * -------------------------------------------------------------- *
       01  W-GIORNI-INI                    PIC S9(7)  COMP-3 VALUE +0.
       01  W-GIORNI-FIN                    PIC S9(7)  COMP-3 VALUE +0.
       01  W-NUM-GIORNI                    PIC S9(3)  COMP-3 VALUE +0.
       01  W-QUOTA-GIORN                   PIC S9(5)V99 COMP-3 VALUE +0.
       01  W-IMP-DIARIA                    PIC S9(7)V99 COMP-3 VALUE +0.
       01  W-IMP-SPESE                     PIC S9(7)V99 COMP-3 VALUE +0.
       01  W-IMP-ESENTE                    PIC S9(7)V99 COMP-3 VALUE +0.
       01  W-IMP-IMPONIBILE                PIC S9(7)V99 COMP-3 VALUE +0.
       01  W-IMPORTO-ED.
           05  W-IMPORTO-INT               PIC 9(7)      VALUE ZEROES.
           05  W-IMPORTO-DEC               PIC 9(2)      VALUE ZEROES.
       01  W-IMPORTO-NUM REDEFINES W-IMPORTO-ED
                                           PIC 9(7)V99.
       01  W-IMPORTO-VIDEO.
           05  WV-INT                      PIC ZZZZZZ9.
           05  FILLER                      PIC X         VALUE ','.
           05  WV-DEC                      PIC 99.
       01  W-GIORNI-ED                     PIC ZZ9.
      * -------------------------------------------------------------- *
      *    RIGHE SPESA DIGITATE (8 PER TRASFERTA)                      *
      * -------------------------------------------------------------- *
       01  W-IND-RIGA                      PIC S9(4)  COMP VALUE +0.
       01  W-NUM-RIGA                      PIC S9(3)  COMP-3 VALUE +0.
       01  W-TAB-SPESE.
           05  W-RIGA-SPESA                OCCURS 8 TIMES.
               10  W-RS-PIENA              PIC X(1).
                   88  W-RS-RIGA-PIENA                VALUE 'S'.
               10  W-RS-DATA-DIG           PIC X(10).
               10  W-RS-DATA               PIC X(10).
               10  W-RS-TIPO               PIC X(2).
               10  W-RS-DESC               PIC X(30).
               10  W-RS-IMPORTO-ED.
                   15  W-RS-INT            PIC 9(5).
                   15  W-RS-DEC            PIC 9(2).
               10  W-RS-IMPORTO REDEFINES W-RS-IMPORTO-ED
                                           PIC 9(5)V99.
               10  W-RS-DOC                PIC X(1).
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX52DEMO'.
       01  W-PGM-MENU-GEN                  PIC  X(8)   VALUE 'CW02DEMO'.
       01  W-TRS-ID                        PIC  X(4)   VALUE SPACE.
       01  W-XCTL-PGM                      PIC  X(8)   VALUE SPACE.
       01  W-PGM-GUIDA                     PIC  X(8)  VALUE 'CW60DEMO'.
       01  W-ULT-LABEL                     PIC  X(15)  VALUE SPACES.
       01  W-LEN                           PIC S9(4)   COMP VALUE +260.
       01  W-REQID-TIMEOUT.
           05  FILLER                      PIC X(4)   VALUE 'RRTO'.
           05  W-REQID-TERMID              PIC X(4)   VALUE SPACE.
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
           EXEC SQL  INCLUDE CWTRAS         END-EXEC.
           EXEC SQL  INCLUDE CWSPES         END-EXEC.
           EXEC SQL  INCLUDE CWDIAR         END-EXEC.
           EXEC SQL  INCLUDE CWDIPE         END-EXEC.
           EXEC SQL  INCLUDE CWAPPR         END-EXEC.
           EXEC SQL  INCLUDE CWCONT         END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFXHMAP.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLE COPY COMUNI                               *
      * -------------------------------------------------------------- *
           COPY CWATTRIB.
           COPY CWMESS.
      * -------------------------------------------------------------- *
      * DEFINIZIONE AREA DI COMUNICAZ. PER LINK IET016CT (CW16DEMO):   *
      * NUMERO ASSOLUTO DI GIORNI PER LA DURATA DELLA TRASFERTA E LA   *
      * VALIDAZIONE DELLE DATE DI SPESA                                *
      * -------------------------------------------------------------- *
           COPY CWC016.
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
      * -------------------------------------------------------------- *
      * DECLARE CURSOR - RIGHE SPESA DELLA TRASFERTA                   *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-SPXH CURSOR FOR
                    SELECT  NUM_RIGA,
                            DATA_SPESA,
                            TIPO_SPESA,
                            DESCRIZIONE,
                            IMPORTO,
                            DOCUMENTATA
                    FROM CPS04.CWSPESE
                    WHERE ID_TRASFERTA = :W-ID-TRASFERTA
                    ORDER BY NUM_RIGA
           END-EXEC.

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
           EVALUATE COM-GIRO
              WHEN '2'
                 PERFORM 1400-TASTI-CONF
              WHEN OTHER
                 PERFORM 1200-TASTI-FUNZ
           END-EVALUATE.
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
      *--------------*                    * RITORNO MENU GENERALE *
           MOVE 'END'            TO W-CTL-END.
           MOVE W-PGM-MENU-GEN   TO W-XCTL-PGM.
           MOVE SPACE            TO COM-GIRO.
           PERFORM 3000-FINE-ELAB.
       1220-EX. EXIT.

       1250-TASTO-ANYK SECTION.
      *--------------*
           MOVE '006' TO W-COD-MSG-HOST.
           MOVE -1    TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1250-EX. EXIT.

      *----------------------------------------------------------------*
      * PF1: GUIDA CONTESTUALE - PASSA IL CONTROLLO A CW60DEMO, CHE    *
      * MOSTRA I TESTI CWHELP DI QUESTO PROGRAMMA E CON PF3 RIPORTA    *
      * L'OPERATORE ALLA MASCHERA DI PROVENIENZA                       *
      *----------------------------------------------------------------*
       1244-TASTO-HELP SECTION.
      *---------------*
      * ---
      * GUIDA CONTESTUALE: PRIMA DI PASSARE A CW60DEMO LA MAPPA VIENE
      * RICEVUTA COSI' COM'E' (CAMPI DIGITATI COMPRESI) E ACCANTONATA
      * CON IL GIRO CORRENTE SULLA CODA 'CPS'+TERMINALE+'M'; AL PF3
      * DALLA GUIDA IL CONTROLLO RIENTRA CON COM-GIRO 'G' E
      * 1249-RIPRENDI-MAPPA RIPRESENTA LA VIDEATA TALE E QUALE
      * ---
           EXEC CICS HANDLE AID PF1 END-EXEC.
           EXEC CICS HANDLE CONDITION MAPFAIL (1244-SALVA)
           END-EXEC.
           EXEC CICS RECEIVE MAP    ('MFXHMAP')
                             MAPSET ('MFXHMAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFXHMAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFXHMAPI.
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
      * 2500-CONFERMA) E VANNO RICONVERTITI PRIMA DELLA REGISTRAZIONE
      * ---
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
                 PERFORM 2205-CONTROLLA-FINESTRA
                 EVALUATE TRUE
                    WHEN W-MODO-NUOVA
                       PERFORM 1430-INSERISCI
                       MOVE '190'      TO W-COD-MSG-HOST
                    WHEN W-MODO-VARIA
                       PERFORM 1440-VARIA
                       MOVE '024'      TO W-COD-MSG-HOST
                    WHEN OTHER
                       PERFORM 1450-INOLTRA
                       MOVE '191'      TO W-COD-MSG-HOST
                 END-EVALUATE
              WHEN 'NO'
                 MOVE '022'      TO W-COD-MSG-HOST
              WHEN OTHER
                 MOVE -1         TO M-CONF-OPL
                 MOVE '021'      TO W-COD-MSG-HOST
                 PERFORM 2999-CERCA-ERR
           END-EVALUATE.
      *
           MOVE SPACE      TO COM-GIRO.
           MOVE LOW-VALUE  TO MFXHMAPO.
      * IL NUMERO ASSEGNATO ALLA TRASFERTA RESTA A VIDEO PER LE
      * OPERAZIONI SUCCESSIVE (VARIAZIONE, INOLTRO)
           IF W-CONF-OP = 'SI'
              MOVE W-ID-TRASFERTA TO W-IDTRA
              MOVE W-IDTRA        TO M-IDTRAO
           END-IF.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * NUOVA TRASFERTA: NUMERO DAL CONTATORE CWCONTAT 'IDTRASF',      *
      * TESTATA IN STATO 'I' E RIGHE SPESA. I TOTALI SONO RICALCOLATI  *
      * SUI CAMPI RIENTRATI DALLA MAPPA                                *
      * -------------------------------------------------------------- *
       1430-INSERISCI SECTION.
      *--------------*
           MOVE '1430-INSERISCI' TO W-ULT-LABEL.
           PERFORM 2210-CONTROLLA-MATR.
           PERFORM 2220-CONTROLLA-TESTATA.
           PERFORM 2240-CONTROLLA-RIGHE.
           PERFORM 2250-CALCOLA-RIMBORSO.
           PERFORM 1435-DATA-OGGI.

           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'IDTRASF'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-ID-TRASFERTA
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'IDTRASF'
           END-EXEC.

           EXEC SQL INSERT INTO CPS04.CWTRASF
                         VALUES (:W-ID-TRASFERTA,
                                 :W-MATRICOLA,
                                 :W-DIPART-LETTO,
                                 :W-DESTINAZIONE,
                                 :W-DATA-INIZIO,
                                 :W-DATA-FINE,
                                 :W-SCOPO,
                                 :W-CATEGORIA,
                                 :W-NUM-GIORNI,
                                 :W-IMP-DIARIA,
                                 :W-IMP-SPESE,
                                 :W-IMP-ESENTE,
                                 :W-IMP-IMPONIBILE,
                                 'I',
                                 0,
                                 :COM-UTENTE,
                                 :W-DATA-OGGI,
                                 '       ')
           END-EXEC.

           MOVE +0 TO W-NUM-RIGA.
           PERFORM 1460-SCRIVI-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > 8.
       1430-EX. EXIT.

       1435-DATA-OGGI SECTION.
      *--------------*
           MOVE COM-DATA-SISTEMA-AAAA TO W-AA-OGGI.
           MOVE COM-DATA-SISTEMA-MM   TO W-MM-OGGI.
           MOVE COM-DATA-SISTEMA-GG   TO W-GG-OGGI.
       1435-EX. EXIT.

      * -------------------------------------------------------------- *
      * VARIAZIONE: LA TESTATA E' AGGIORNATA SOLO SE ANCORA INSERITA   *
      * O RESPINTA (ALTRIMENTI '037': NEL FRATTEMPO E' STATA INOLTRATA *
      * DA UN ALTRO TERMINALE); UNA TRASFERTA RESPINTA TORNA INSERITA  *
      * E LE RIGHE SPESA VENGONO RISCRITTE                             *
      * -------------------------------------------------------------- *
       1440-VARIA SECTION.
      *----------*
           MOVE '1440-VARIA' TO W-ULT-LABEL.
           PERFORM 2220-CONTROLLA-TESTATA.
           PERFORM 2240-CONTROLLA-RIGHE.
           PERFORM 2250-CALCOLA-RIMBORSO.

           EXEC SQL UPDATE CPS04.CWTRASF
                       SET DESTINAZIONE    = :W-DESTINAZIONE,
                           DATA_INIZIO     = :W-DATA-INIZIO,
                           DATA_FINE       = :W-DATA-FINE,
                           SCOPO           = :W-SCOPO,
                           COD_CATEGORIA   = :W-CATEGORIA,
                           NUM_GIORNI      = :W-NUM-GIORNI,
                           IMP_DIARIA      = :W-IMP-DIARIA,
                           IMP_SPESE       = :W-IMP-SPESE,
                           IMP_ESENTE      = :W-IMP-ESENTE,
                           IMP_IMPONIBILE  = :W-IMP-IMPONIBILE,
                           STATO_TRASFERTA = 'I'
                     WHERE ID_TRASFERTA    = :W-ID-TRASFERTA
                     AND   STATO_TRASFERTA IN ('I', 'R')
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-NOT-FOUND
              MOVE SPACE      TO COM-GIRO
              MOVE '037'      TO W-COD-MSG-HOST
              MOVE -1         TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.

           EXEC SQL DELETE FROM CPS04.CWSPESE
                     WHERE ID_TRASFERTA = :W-ID-TRASFERTA
           END-EXEC.

           MOVE +0 TO W-NUM-RIGA.
           PERFORM 1460-SCRIVI-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > 8.
       1440-EX. EXIT.

      * -------------------------------------------------------------- *
      * INOLTRO IN APPROVAZIONE: LA TRASFERTA PASSA A 'P' COLLEGATA    *
      * ALLA NUOVA RICHIESTA CWAPPROV DI TIPO 'T' (STESSO ACCODAMENTO  *
      * DI CW33DEMO - 1445). L'ESITO ARRIVA DA CW18DEMO                *
      * -------------------------------------------------------------- *
       1450-INOLTRA SECTION.
      *------------*
           MOVE '1450-INOLTRA' TO W-ULT-LABEL.
           PERFORM 2260-LEGGI-TRASFERTA.
           MOVE COD-MATRICOLA-DIP OF DCL-CWTRASF TO W-MATRICOLA.

           EXEC SQL SELECT COGNOME,
                           NOME,
                           DATA_NASCITA,
                           QUALIFICA_INTERNA,
                           COD_FISC,
                           RUN_DATE,
                           DIPARTIMENTO,
                           DATA_ASSUNZIONE
                      INTO :DCL-CPSDIP.COGNOME,
                           :DCL-CPSDIP.NOME,
                           :DCL-CPSDIP.DATA-NASCITA,
                           :DCL-CPSDIP.QUALIFICA-INTERNA,
                           :DCL-CPSDIP.COD-FISC,
                           :DCL-CPSDIP.RUN-DATE,
                           :DCL-CPSDIP.DIPARTIMENTO,
                           :DCL-CPSDIP.DATA-ASSUNZIONE
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.

           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'IDRICH'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-ID-RICHIESTA
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'IDRICH'
           END-EXEC.

           EXEC SQL UPDATE CPS04.CWTRASF
                       SET STATO_TRASFERTA = 'P',
                           ID_RICHIESTA    = :W-ID-RICHIESTA
                     WHERE ID_TRASFERTA    = :W-ID-TRASFERTA
                     AND   STATO_TRASFERTA IN ('I', 'R')
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-NOT-FOUND
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE SPACE      TO COM-GIRO
              MOVE '037'      TO W-COD-MSG-HOST
              MOVE -1         TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.

           MOVE SPACES              TO W-MOTIVAZIONE.
           MOVE W-ID-TRASFERTA      TO W-IDTRA.
           STRING 'TRASFERTA '      DELIMITED BY SIZE
                  W-IDTRA           DELIMITED BY SIZE
                  ' - '             DELIMITED BY SIZE
                  DESTINAZIONE OF DCL-CWTRASF
                                    DELIMITED BY SIZE
             INTO W-MOTIVAZIONE
           END-STRING.

           EXEC SQL INSERT INTO CPS04.CWAPPROV
                         VALUES (:W-ID-RICHIESTA,
                                 'T',
                                 :W-MATRICOLA,
                                 :DCL-CPSDIP.COGNOME,
                                 :DCL-CPSDIP.NOME,
                                 :DCL-CPSDIP.DATA-NASCITA,
                                 :DCL-CPSDIP.QUALIFICA-INTERNA,
                                 :DCL-CPSDIP.COD-FISC,
                                 :DCL-CPSDIP.RUN-DATE,
                                 :COM-UTENTE,
                                 'P',
                                 :W-MOTIVAZIONE,
                                 :DCL-CPSDIP.DIPARTIMENTO,
                                 :DCL-CPSDIP.DATA-ASSUNZIONE,
                                 '  ',
                                 '          ',
                                 '        ',
                                 0,
                                 0,
                                 '          ',
                                 ' ',
                                 '  ')
           END-EXEC.
       1450-EX. EXIT.

      * -------------------------------------------------------------- *
      * SCRITTURA SU CWSPESE DELLA RIGA W-IND-RIGA, SE DIGITATA; LE    *
      * RIGHE SONO RINUMERATE DI SEGUITO SALTANDO QUELLE VUOTE         *
      * -------------------------------------------------------------- *
       1460-SCRIVI-RIGA SECTION.
      *----------------*
           IF NOT W-RS-RIGA-PIENA (W-IND-RIGA)
              GO TO 1460-EX
           END-IF.
           ADD 1 TO W-NUM-RIGA.
           MOVE W-ID-TRASFERTA TO ID-TRASFERTA OF DCL-CWSPESE.
           MOVE W-NUM-RIGA     TO NUM-RIGA     OF DCL-CWSPESE.
           MOVE W-RS-DATA (W-IND-RIGA)
                               TO DATA-SPESA   OF DCL-CWSPESE.
           MOVE W-RS-TIPO (W-IND-RIGA)
                               TO TIPO-SPESA   OF DCL-CWSPESE.
           MOVE W-RS-DESC (W-IND-RIGA)
                               TO DESCRIZIONE  OF DCL-CWSPESE.
           MOVE W-RS-IMPORTO (W-IND-RIGA)
                               TO IMPORTO      OF DCL-CWSPESE.
           MOVE W-RS-DOC (W-IND-RIGA)
                               TO DOCUMENTATA  OF DCL-CWSPESE.
           EXEC SQL INSERT INTO CPS04.CWSPESE
                         VALUES (:DCL-CWSPESE.ID-TRASFERTA,
                                 :DCL-CWSPESE.NUM-RIGA,
                                 :DCL-CWSPESE.DATA-SPESA,
                                 :DCL-CWSPESE.TIPO-SPESA,
                                 :DCL-CWSPESE.DESCRIZIONE,
                                 :DCL-CWSPESE.IMPORTO,
                                 :DCL-CWSPESE.DOCUMENTATA)
           END-EXEC.
       1460-EX. EXIT.

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
           EXEC CICS RECEIVE MAP    ('MFXHMAP')
                             MAPSET ('MFXHMAP') END-EXEC.
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
           MOVE M-MODOI  TO W-MODO.
           INSPECT M-IDTRAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-IDTRAI REPLACING ALL '_'       BY ' '.
           MOVE    M-IDTRAI TO W-IDTRA.
           IF W-IDTRA NUMERIC
              MOVE W-IDTRA  TO W-ID-TRASFERTA
           END-IF.
           INSPECT M-MATRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MATRI REPLACING ALL '_'       BY ' '.
           MOVE    M-MATRI TO W-MATR.
           IF W-MATR NUMERIC
              MOVE W-MATR  TO W-MATRICOLA
           END-IF.
           INSPECT M-DESTI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DESTI  REPLACING ALL '_'       BY ' '.
           MOVE    M-DESTI  TO W-DESTINAZIONE.
           INSPECT M-SCOPOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-SCOPOI REPLACING ALL '_'       BY ' '.
           MOVE    M-SCOPOI TO W-SCOPO.
           INSPECT M-CATEGI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CATEGI REPLACING ALL '_'       BY ' '.
           MOVE    M-CATEGI TO W-CATEGORIA.
           INSPECT M-A-INII REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-A-INII REPLACING ALL '_'       BY ' '.
           INSPECT M-M-INII REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-M-INII REPLACING ALL '_'       BY ' '.
           INSPECT M-G-INII REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-G-INII REPLACING ALL '_'       BY ' '.
           MOVE M-A-INII TO W-AA-INI.
           MOVE M-M-INII TO W-MM-INI.
           MOVE M-G-INII TO W-GG-INI.
           INSPECT M-A-FINI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-A-FINI REPLACING ALL '_'       BY ' '.
           INSPECT M-M-FINI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-M-FINI REPLACING ALL '_'       BY ' '.
           INSPECT M-G-FINI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-G-FINI REPLACING ALL '_'       BY ' '.
           MOVE M-A-FINI TO W-AA-FIN.
           MOVE M-M-FINI TO W-MM-FIN.
           MOVE M-G-FINI TO W-GG-FIN.
           PERFORM 2155-RICAVA-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > 8.
       2150-EX. EXIT.

       2155-RICAVA-RIGA SECTION.
      *----------------*
           INSPECT M-DTSPI (W-IND-RIGA) REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DTSPI (W-IND-RIGA) REPLACING ALL '_'       BY ' '.
           INSPECT M-TPSPI (W-IND-RIGA) REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-TPSPI (W-IND-RIGA) REPLACING ALL '_'       BY ' '.
           INSPECT M-DSSPI (W-IND-RIGA) REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DSSPI (W-IND-RIGA) REPLACING ALL '_'       BY ' '.
           INSPECT M-IMSPI (W-IND-RIGA) REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-IMSPI (W-IND-RIGA) REPLACING ALL '_'       BY ' '.
           INSPECT M-IMDSI (W-IND-RIGA) REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-IMDSI (W-IND-RIGA) REPLACING ALL '_'       BY ' '.
           INSPECT M-DOCSI (W-IND-RIGA) REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DOCSI (W-IND-RIGA) REPLACING ALL '_'       BY ' '.
           IF M-DTSPI (W-IND-RIGA) = SPACES AND
              M-TPSPI (W-IND-RIGA) = SPACES AND
              M-DSSPI (W-IND-RIGA) = SPACES AND
              M-IMSPI (W-IND-RIGA) = SPACES AND
              M-IMDSI (W-IND-RIGA) = SPACES AND
              M-DOCSI (W-IND-RIGA) = SPACES
              MOVE 'N' TO W-RS-PIENA (W-IND-RIGA)
           ELSE
              MOVE 'S' TO W-RS-PIENA (W-IND-RIGA)
           END-IF.
           MOVE M-DTSPI (W-IND-RIGA) TO W-RS-DATA-DIG (W-IND-RIGA).
           MOVE M-TPSPI (W-IND-RIGA) TO W-RS-TIPO (W-IND-RIGA).
           MOVE M-DSSPI (W-IND-RIGA) TO W-RS-DESC (W-IND-RIGA).
           MOVE M-DOCSI (W-IND-RIGA) TO W-RS-DOC (W-IND-RIGA).
           MOVE ZEROES TO W-RS-IMPORTO (W-IND-RIGA).
           IF M-IMSPI (W-IND-RIGA) NUMERIC
              MOVE M-IMSPI (W-IND-RIGA) TO W-RS-INT (W-IND-RIGA)
           END-IF.
           IF M-IMDSI (W-IND-RIGA) NUMERIC
              MOVE M-IMDSI (W-IND-RIGA) TO W-RS-DEC (W-IND-RIGA)
           END-IF.
       2155-EX. EXIT.

       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
      *
           IF NOT W-MODO-VALIDO
              MOVE '007'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * LE OPERAZIONI CHE MODIFICANO DATI SONO NEGATE AL RUOLO 4
      * (SOLA CONSULTAZIONE), COME IN CX19DEMO - 2210
      * ---
           IF COM-UTENTE-4 AND NOT W-MODO-CONSULTA
              MOVE '008'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EVALUATE TRUE
              WHEN W-MODO-NUOVA
                 PERFORM 2210-CONTROLLA-MATR
                 PERFORM 2220-CONTROLLA-TESTATA
                 PERFORM 2240-CONTROLLA-RIGHE
                 PERFORM 2250-CALCOLA-RIMBORSO
                 PERFORM 2290-MOSTRA-CALCOLO
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-VARIA
                 PERFORM 2260-LEGGI-TRASFERTA
                 PERFORM 2270-CONTROLLA-STATO
      * CON IL SOLO NUMERO TRASFERTA SI MOSTRANO I DATI DA VARIARE
                 IF W-DESTINAZIONE = SPACES
                    PERFORM 2280-MOSTRA-TRASFERTA
                    PERFORM 2287-CAMPI-MODIFICABILI
                    MOVE '192'    TO W-COD-MSG-HOST
                    MOVE -1       TO M-DESTL
                    PERFORM 2999-CERCA-ERR
                 END-IF
                 PERFORM 2220-CONTROLLA-TESTATA
                 PERFORM 2240-CONTROLLA-RIGHE
                 PERFORM 2250-CALCOLA-RIMBORSO
                 PERFORM 2290-MOSTRA-CALCOLO
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-INOLTRO
                 PERFORM 2260-LEGGI-TRASFERTA
                 PERFORM 2270-CONTROLLA-STATO
                 PERFORM 2280-MOSTRA-TRASFERTA
                 PERFORM 2500-CONFERMA
              WHEN OTHER
                 PERFORM 2260-LEGGI-TRASFERTA
                 PERFORM 2280-MOSTRA-TRASFERTA
                 MOVE '192'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-IDTRAL
                 PERFORM 2999-CERCA-ERR
           END-EVALUATE.
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

      * -------------------------------------------------------------- *
      * MATRICOLA DELLA NUOVA TRASFERTA: DEVE ESISTERE SU CWDIPENDENTI *
      * E, PER UN NON AMMINISTRATORE, ESSERE DEL PROPRIO DIPARTIMENTO  *
      * (PERIMETRO DI CW06DEMO - 2213)                                 *
      * -------------------------------------------------------------- *
       2210-CONTROLLA-MATR SECTION.
      *-------------------*
           MOVE '2210-CONTROLLA-MATR' TO W-ULT-LABEL.
           IF W-MATR = SPACES
              MOVE '014'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-MATR NOT NUMERIC
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-MATR TO W-MATRICOLA.
      *
           MOVE SPACES TO W-DIPART-LETTO.
           EXEC SQL SELECT DIPARTIMENTO,
                           COGNOME
                      INTO :W-DIPART-LETTO,
                           :DCL-CPSDIP.COGNOME
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-NOT-FOUND
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE COGNOME OF DCL-CPSDIP TO M-COGNO.
      *
           PERFORM 2215-CONTROLLA-PERIMETRO.
       2210-EX. EXIT.

       2215-CONTROLLA-PERIMETRO SECTION.
      *------------------------*
      * ---
      * PERIMETRO PER SOCIETA' DEL GRUPPO: CON AUTORIZZAZIONI SU
      * CWUTESOC (COM-SOC-LIMITATE, VEDI CX99DEMO) LA MATRICOLA DEVE
      * ESSERE DI UNA SOCIETA' CONCESSA, ANCHE PER L'AMMINISTRATORE
      * ---
           IF COM-SOC-LIMITATE
              MOVE +0 TO W-NUM-FUORI-SOC
              EXEC SQL SELECT COUNT(*)
                         INTO :W-NUM-FUORI-SOC
                         FROM  CPS04.CWDIPENDENTI
                        WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                        AND   COD_SOCIETA NOT IN
                              (SELECT U.COD_SOCIETA
                                 FROM CPS04.CWUTESOC U
                                WHERE U.UTENTE = :COM-UTENTE)
              END-EXEC
              IF W-NUM-FUORI-SOC > +0
                 MOVE '366'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-MATRL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
           IF NOT COM-UTENTE-1
              IF COM-DIPART-UTENTE = SPACES OR
                 W-DIPART-LETTO NOT = COM-DIPART-UTENTE
                 MOVE '118'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-MATRL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
       2215-EX. EXIT.

      * -------------------------------------------------------------- *
      * TESTATA: DESTINAZIONE E SCOPO OBBLIGATORI, PERIODO VALIDO,     *
      * CATEGORIA DI DIARIA CENSITA SU CWDIARIA                        *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-TESTATA SECTION.
      *----------------------*
           MOVE '2220-CTL-TESTATA' TO W-ULT-LABEL.
           IF W-DESTINAZIONE = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DESTL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-SCOPO = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SCOPOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-AA-INI NOT NUMERIC OR
              W-MM-INI NOT NUMERIC OR
              W-GG-INI NOT NUMERIC OR
              W-MM-INI < '01' OR W-MM-INI > '12' OR
              W-GG-INI < '01' OR W-GG-INI > '31'
              MOVE '076'    TO W-COD-MSG-HOST
              MOVE -1       TO M-G-INIL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-AA-FIN NOT NUMERIC OR
              W-MM-FIN NOT NUMERIC OR
              W-GG-FIN NOT NUMERIC OR
              W-MM-FIN < '01' OR W-MM-FIN > '12' OR
              W-GG-FIN < '01' OR W-GG-FIN > '31'
              MOVE '076'    TO W-COD-MSG-HOST
              MOVE -1       TO M-G-FINL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-DATA-FINE < W-DATA-INIZIO
              MOVE '077'    TO W-COD-MSG-HOST
              MOVE -1       TO M-G-FINL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           MOVE W-CATEGORIA TO COD-CATEGORIA OF DCL-CWDIARIA.
           EXEC SQL SELECT DESCRIZIONE,
                           IMPORTO_GIORN,
                           QUOTA_ESENTE,
                           ESTERO
                      INTO :DCL-CWDIARIA.DESCRIZIONE,
                           :DCL-CWDIARIA.IMPORTO-GIORN,
                           :DCL-CWDIARIA.QUOTA-ESENTE,
                           :DCL-CWDIARIA.ESTERO
                      FROM  CPS04.CWDIARIA
                     WHERE COD_CATEGORIA = :DCL-CWDIARIA.COD-CATEGORIA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-NOT-FOUND
              MOVE '187'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CATEGL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE DESCRIZIONE OF DCL-CWDIARIA TO M-DESCATO.
      * ---
      * DURATA IN GIORNI DI CALENDARIO (ESTREMI COMPRESI) DAL NUMERO
      * ASSOLUTO DI GIORNI DELLA ROUTINE IET016CT/CW16DEMO, CHE
      * RESPINGE ANCHE LE DATE INESISTENTI (31/04, 29/02 NON BISESTILE)
      * ---
           MOVE W-GG-INI  TO W-DV-GG.
           MOVE W-MM-INI  TO W-DV-MM.
           MOVE W-AA-INI  TO W-DV-AAAA.
           PERFORM 2230-GIORNO-ASSOLUTO.
           IF RC-IET016CT NOT = SPACES
              MOVE '076'    TO W-COD-MSG-HOST
              MOVE -1       TO M-G-INIL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE GIORNI-IET016 TO W-GIORNI-INI.
           MOVE W-GG-FIN  TO W-DV-GG.
           MOVE W-MM-FIN  TO W-DV-MM.
           MOVE W-AA-FIN  TO W-DV-AAAA.
           PERFORM 2230-GIORNO-ASSOLUTO.
           IF RC-IET016CT NOT = SPACES
              MOVE '076'    TO W-COD-MSG-HOST
              MOVE -1       TO M-G-FINL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE GIORNI-IET016 TO W-GIORNI-FIN.
           COMPUTE W-NUM-GIORNI = W-GIORNI-FIN - W-GIORNI-INI + 1.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * NUMERO ASSOLUTO DI GIORNI DELLA DATA IN W-DATA-VIDEO           *
      * (GG/MM/AAAA) TRAMITE LINK A IET016CT/CW16DEMO                  *
      * -------------------------------------------------------------- *
       2230-GIORNO-ASSOLUTO SECTION.
      *--------------------*
           MOVE '2230-GG-ASSOLUTO' TO W-ULT-LABEL.
           MOVE '/'          TO W-DV-SEP1 W-DV-SEP2.
           MOVE SPACES       TO DATA-IET016 DATA-FINE-IET016.
           MOVE SPACES       TO RC-IET016CT.
           MOVE SPACE        TO TIPO-CALC-IET016.
           MOVE W-DATA-VIDEO TO DATA-IET016.
           MOVE LENGTH OF AREA-IET016CT TO LL-IET016CT.
           EXEC CICS LINK  PROGRAM('CW16DEMO')
                           COMMAREA(AREA-IET016CT)
                           LENGTH(LL-IET016CT)    END-EXEC.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIGHE SPESA: LE RIGHE INTERAMENTE VUOTE SONO IGNORATE, LE      *
      * ALTRE DEVONO AVERE DATA VALIDA, TIPO SPESA CENSITO, IMPORTO    *
      * POSITIVO E INDICATORE DI GIUSTIFICATIVO S/N ('189')            *
      * -------------------------------------------------------------- *
       2240-CONTROLLA-RIGHE SECTION.
      *--------------------*
           MOVE '2240-CTL-RIGHE' TO W-ULT-LABEL.
           PERFORM 2245-CONTROLLA-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > 8.
       2240-EX. EXIT.

       2245-CONTROLLA-RIGA SECTION.
      *-------------------*
           IF NOT W-RS-RIGA-PIENA (W-IND-RIGA)
              GO TO 2245-EX
           END-IF.
      *
           MOVE W-RS-DATA-DIG (W-IND-RIGA) TO W-DATA-VIDEO.
           IF W-DV-SEP1 NOT = '/' OR W-DV-SEP2 NOT = '/'
              MOVE '189'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DTSPL (W-IND-RIGA)
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2230-GIORNO-ASSOLUTO.
           IF RC-IET016CT NOT = SPACES
              MOVE '189'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DTSPL (W-IND-RIGA)
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-DV-AAAA  TO W-DI-AAAA.
           MOVE W-DV-MM    TO W-DI-MM.
           MOVE W-DV-GG    TO W-DI-GG.
           MOVE W-DATA-ISO TO W-RS-DATA (W-IND-RIGA).
      *
           MOVE W-RS-TIPO (W-IND-RIGA) TO TIPO-SPESA OF DCL-CWSPESE.
           IF NOT SPESA-TIPO-VALIDO
              MOVE '189'    TO W-COD-MSG-HOST
              MOVE -1       TO M-TPSPL (W-IND-RIGA)
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF M-IMSPI (W-IND-RIGA) NOT NUMERIC OR
              (M-IMDSI (W-IND-RIGA) NOT = SPACES AND
               M-IMDSI (W-IND-RIGA) NOT NUMERIC)  OR
              W-RS-IMPORTO (W-IND-RIGA) = ZEROES
              MOVE '189'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IMSPL (W-IND-RIGA)
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           MOVE W-RS-DOC (W-IND-RIGA) TO DOCUMENTATA OF DCL-CWSPESE.
           IF NOT SPESA-DOCUMENTATA AND NOT SPESA-NON-DOCUMENTATA
              MOVE '189'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DOCSL (W-IND-RIGA)
              PERFORM 2999-CERCA-ERR
           END-IF.
       2245-EX. EXIT.

      * -------------------------------------------------------------- *
      * CALCOLO DEL RIMBORSO: DIARIA = GIORNI X IMPORTO GIORNALIERO    *
      * DELLA CATEGORIA; E' ESENTE FINO ALLA QUOTA GIORNALIERA ESENTE  *
      * E IMPONIBILE PER L'ECCEDENZA. LE SPESE DOCUMENTATE SONO        *
      * ESENTI, QUELLE SENZA GIUSTIFICATIVO IMPONIBILI                 *
      * -------------------------------------------------------------- *
       2250-CALCOLA-RIMBORSO SECTION.
      *---------------------*
           MOVE '2250-CALCOLA' TO W-ULT-LABEL.
           COMPUTE W-IMP-DIARIA =
                   W-NUM-GIORNI * IMPORTO-GIORN OF DCL-CWDIARIA.
           IF QUOTA-ESENTE OF DCL-CWDIARIA <
              IMPORTO-GIORN OF DCL-CWDIARIA
              MOVE QUOTA-ESENTE  OF DCL-CWDIARIA TO W-QUOTA-GIORN
           ELSE
              MOVE IMPORTO-GIORN OF DCL-CWDIARIA TO W-QUOTA-GIORN
           END-IF.
           COMPUTE W-IMP-ESENTE     = W-NUM-GIORNI * W-QUOTA-GIORN.
           COMPUTE W-IMP-IMPONIBILE = W-IMP-DIARIA - W-IMP-ESENTE.
           MOVE +0 TO W-IMP-SPESE.
           PERFORM 2255-SOMMA-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > 8.
       2250-EX. EXIT.

       2255-SOMMA-RIGA SECTION.
      *---------------*
           IF NOT W-RS-RIGA-PIENA (W-IND-RIGA)
              GO TO 2255-EX
           END-IF.
           ADD W-RS-IMPORTO (W-IND-RIGA) TO W-IMP-SPESE.
           IF W-RS-DOC (W-IND-RIGA) = 'S'
              ADD W-RS-IMPORTO (W-IND-RIGA) TO W-IMP-ESENTE
           ELSE
              ADD W-RS-IMPORTO (W-IND-RIGA) TO W-IMP-IMPONIBILE
           END-IF.
       2255-EX. EXIT.

      * -------------------------------------------------------------- *
      * LETTURA DELLA TRASFERTA DIGITATA ('186' SE NON ESISTE) CON IL  *
      * CONTROLLO DI PERIMETRO SUL DIPARTIMENTO DELLA TRASFERTA        *
      * -------------------------------------------------------------- *
       2260-LEGGI-TRASFERTA SECTION.
      *--------------------*
           MOVE '2260-LEGGI-TRASF' TO W-ULT-LABEL.
           IF W-IDTRA = SPACES OR W-IDTRA NOT NUMERIC
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDTRAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-IDTRA TO W-ID-TRASFERTA.
           EXEC SQL SELECT COD_MATRICOLA_DIP,
                           DIPARTIMENTO,
                           DESTINAZIONE,
                           DATA_INIZIO,
                           DATA_FINE,
                           SCOPO,
                           COD_CATEGORIA,
                           NUM_GIORNI,
                           IMP_DIARIA,
                           IMP_SPESE,
                           IMP_ESENTE,
                           IMP_IMPONIBILE,
                           STATO_TRASFERTA,
                           ID_RICHIESTA
                      INTO :DCL-CWTRASF.COD-MATRICOLA-DIP,
                           :DCL-CWTRASF.DIPARTIMENTO,
                           :DCL-CWTRASF.DESTINAZIONE,
                           :DCL-CWTRASF.DATA-INIZIO,
                           :DCL-CWTRASF.DATA-FINE,
                           :DCL-CWTRASF.SCOPO,
                           :DCL-CWTRASF.COD-CATEGORIA,
                           :DCL-CWTRASF.NUM-GIORNI,
                           :DCL-CWTRASF.IMP-DIARIA,
                           :DCL-CWTRASF.IMP-SPESE,
                           :DCL-CWTRASF.IMP-ESENTE,
                           :DCL-CWTRASF.IMP-IMPONIBILE,
                           :DCL-CWTRASF.STATO-TRASFERTA,
                           :DCL-CWTRASF.ID-RICHIESTA
                      FROM  CPS04.CWTRASF
                     WHERE ID_TRASFERTA = :W-ID-TRASFERTA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-NOT-FOUND
              MOVE '186'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDTRAL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * LA MATRICOLA E' QUELLA DELLA TRASFERTA, NON QUELLA DIGITATA
           MOVE COD-MATRICOLA-DIP OF DCL-CWTRASF TO W-MATRICOLA.
           MOVE W-MATRICOLA                      TO W-MATR.
           MOVE W-MATR                           TO M-MATRO.
           MOVE DIPARTIMENTO OF DCL-CWTRASF      TO W-DIPART-LETTO.
           PERFORM 2215-CONTROLLA-PERIMETRO.
       2260-EX. EXIT.

      * -------------------------------------------------------------- *
      * VARIAZIONE E INOLTRO SOLO SU TRASFERTE INSERITE O RESPINTE     *
      * -------------------------------------------------------------- *
       2270-CONTROLLA-STATO SECTION.
      *--------------------*
           IF NOT TRASF-MODIFICABILE
              PERFORM 2280-MOSTRA-TRASFERTA
              MOVE '188'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2270-EX. EXIT.

      * -------------------------------------------------------------- *
      * VISUALIZZAZIONE DELLA TRASFERTA LETTA E DELLE SUE RIGHE SPESA  *
      * -------------------------------------------------------------- *
       2280-MOSTRA-TRASFERTA SECTION.
      *---------------------*
           MOVE '2280-MOSTRA-TRASF' TO W-ULT-LABEL.
           EXEC SQL SELECT COGNOME
                      INTO :DCL-CPSDIP.COGNOME
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              MOVE COGNOME OF DCL-CPSDIP TO M-COGNO
           END-IF.
           MOVE DESTINAZIONE  OF DCL-CWTRASF TO M-DESTO.
           MOVE SCOPO         OF DCL-CWTRASF TO M-SCOPOO.
           MOVE COD-CATEGORIA OF DCL-CWTRASF TO M-CATEGO.
           MOVE COD-CATEGORIA OF DCL-CWTRASF
                                TO COD-CATEGORIA OF DCL-CWDIARIA.
           EXEC SQL SELECT DESCRIZIONE
                      INTO :DCL-CWDIARIA.DESCRIZIONE
                      FROM  CPS04.CWDIARIA
                     WHERE COD_CATEGORIA = :DCL-CWDIARIA.COD-CATEGORIA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              MOVE DESCRIZIONE OF DCL-CWDIARIA TO M-DESCATO
           END-IF.
           MOVE DATA-INIZIO OF DCL-CWTRASF TO W-DATA-ISO.
           MOVE W-DI-GG    TO M-G-INIO.
           MOVE W-DI-MM    TO M-M-INIO.
           MOVE W-DI-AAAA  TO M-A-INIO.
           MOVE DATA-FINE  OF DCL-CWTRASF TO W-DATA-ISO.
           MOVE W-DI-GG    TO M-G-FINO.
           MOVE W-DI-MM    TO M-M-FINO.
           MOVE W-DI-AAAA  TO M-A-FINO.
           MOVE STATO-TRASFERTA OF DCL-CWTRASF TO M-STATOO.
           MOVE NUM-GIORNI     OF DCL-CWTRASF TO W-NUM-GIORNI.
           MOVE IMP-DIARIA     OF DCL-CWTRASF TO W-IMP-DIARIA.
           MOVE IMP-SPESE      OF DCL-CWTRASF TO W-IMP-SPESE.
           MOVE IMP-ESENTE     OF DCL-CWTRASF TO W-IMP-ESENTE.
           MOVE IMP-IMPONIBILE OF DCL-CWTRASF TO W-IMP-IMPONIBILE.
           PERFORM 2290-MOSTRA-CALCOLO.
      *
           MOVE +0 TO W-IND-RIGA.
           EXEC SQL OPEN CUR-SPXH END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2285-FETCH-RIGA UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).
           EXEC SQL CLOSE CUR-SPXH END-EXEC.
       2280-EX. EXIT.

       2285-FETCH-RIGA SECTION.
      *---------------*
           EXEC SQL FETCH CUR-SPXH
           INTO   :DCL-CWSPESE.NUM-RIGA,
                  :DCL-CWSPESE.DATA-SPESA,
                  :DCL-CWSPESE.TIPO-SPESA,
                  :DCL-CWSPESE.DESCRIZIONE,
                  :DCL-CWSPESE.IMPORTO,
                  :DCL-CWSPESE.DOCUMENTATA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK OR W-IND-RIGA NOT < 8
              GO TO 2285-EX
           END-IF.
           ADD 1 TO W-IND-RIGA.
           MOVE DATA-SPESA OF DCL-CWSPESE TO W-DATA-ISO.
           MOVE W-DI-GG    TO W-DV-GG.
           MOVE W-DI-MM    TO W-DV-MM.
           MOVE W-DI-AAAA  TO W-DV-AAAA.
           MOVE '/'        TO W-DV-SEP1 W-DV-SEP2.
           MOVE W-DATA-VIDEO TO M-DTSPO (W-IND-RIGA).
           MOVE TIPO-SPESA  OF DCL-CWSPESE TO M-TPSPO (W-IND-RIGA).
           MOVE DESCRIZIONE OF DCL-CWSPESE TO M-DSSPO (W-IND-RIGA).
           MOVE IMPORTO     OF DCL-CWSPESE TO W-RS-IMPORTO (W-IND-RIGA).
           MOVE W-RS-INT (W-IND-RIGA)      TO M-IMSPO (W-IND-RIGA).
           MOVE W-RS-DEC (W-IND-RIGA)      TO M-IMDSO (W-IND-RIGA).
           MOVE DOCUMENTATA OF DCL-CWSPESE TO M-DOCSO (W-IND-RIGA).
       2285-EX. EXIT.

      * -------------------------------------------------------------- *
      * VARIAZIONE: I DATI MOSTRATI DEVONO RIENTRARE ALL'INVIO ANCHE   *
      * SE L'OPERATORE NON LI TOCCA, QUINDI VENGONO INVIATI CON FSET   *
      * -------------------------------------------------------------- *
       2287-CAMPI-MODIFICABILI SECTION.
      *-----------------------*
           MOVE UNPROT-FSET TO M-DESTA
                               M-SCOPOA
                               M-CATEGA
                               M-A-INIA
                               M-M-INIA
                               M-G-INIA
                               M-A-FINA
                               M-M-FINA
                               M-G-FINA.
           PERFORM 2288-RIGA-MODIFICABILE
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > 8.
       2287-EX. EXIT.

       2288-RIGA-MODIFICABILE SECTION.
      *----------------------*
           MOVE UNPROT-FSET TO M-DTSPA (W-IND-RIGA)
                               M-TPSPA (W-IND-RIGA)
                               M-DSSPA (W-IND-RIGA)
                               M-IMSPA (W-IND-RIGA)
                               M-IMDSA (W-IND-RIGA)
                               M-DOCSA (W-IND-RIGA).
       2288-EX. EXIT.

      * -------------------------------------------------------------- *
      * GIORNI E IMPORTI CALCOLATI NEI CAMPI PROTETTI DELLA VIDEATA    *
      * -------------------------------------------------------------- *
       2290-MOSTRA-CALCOLO SECTION.
      *-------------------*
           MOVE W-NUM-GIORNI     TO W-GIORNI-ED.
           MOVE W-GIORNI-ED      TO M-GIORNIO.
           MOVE W-IMP-DIARIA     TO W-IMPORTO-NUM.
           PERFORM 2295-EDITA-IMPORTO.
           MOVE W-IMPORTO-VIDEO  TO M-DIARIAO.
           MOVE W-IMP-SPESE      TO W-IMPORTO-NUM.
           PERFORM 2295-EDITA-IMPORTO.
           MOVE W-IMPORTO-VIDEO  TO M-SPESEO.
           MOVE W-IMP-ESENTE     TO W-IMPORTO-NUM.
           PERFORM 2295-EDITA-IMPORTO.
           MOVE W-IMPORTO-VIDEO  TO M-ESENTEO.
           MOVE W-IMP-IMPONIBILE TO W-IMPORTO-NUM.
           PERFORM 2295-EDITA-IMPORTO.
           MOVE W-IMPORTO-VIDEO  TO M-IMPONO.
       2290-EX. EXIT.

       2295-EDITA-IMPORTO SECTION.
      *------------------*
           MOVE W-IMPORTO-INT TO WV-INT.
           MOVE W-IMPORTO-DEC TO WV-DEC.
       2295-EX. EXIT.

       2500-CONFERMA SECTION.
      *-------------*
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.
           MOVE '2'      TO COM-GIRO.
           MOVE '020'    TO W-COD-MSG-HOST.
      * ---
      * I CAMPI DATI VENGONO PROTETTI CON FSET COSI' DA RIENTRARE
      * INALTERATI ALLA CONFERMA (VEDI 1520-RIPRISTINO-ATTR DI CW31DEMO)
      * ---
           MOVE PROT-FSET TO M-MODOA
                             M-IDTRAA
                             M-MATRA
                             M-DESTA
                             M-SCOPOA
                             M-CATEGA
                             M-A-INIA
                             M-M-INIA
                             M-G-INIA
                             M-A-FINA
                             M-M-FINA
                             M-G-FINA.
           PERFORM 2510-PROTEGGI-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > 8.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2510-PROTEGGI-RIGA SECTION.
      *------------------*
           MOVE PROT-FSET TO M-DTSPA (W-IND-RIGA)
                             M-TPSPA (W-IND-RIGA)
                             M-DSSPA (W-IND-RIGA)
                             M-IMSPA (W-IND-RIGA)
                             M-IMDSA (W-IND-RIGA)
                             M-DOCSA (W-IND-RIGA).
       2510-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFXHMAPO.
           MOVE -1         TO M-MODOL.
           MOVE SPACE      TO COM-GIRO.
           MOVE W-NOME-PGM TO COM-NOME-PGM.
       2900-EX. EXIT.

      *----------------------------------------------------------------*
      * SCRIVE L'ANOMALIA SUL REGISTRO CENTRALE CPS04.CWERRORI (VIA    *
      * CW77DEMO). VA RICHIAMATA DOPO LA SYNCPOINT ROLLBACK: CW77 E'   *
      * IN LINK, QUINDI LA SUA INSERT VIVE NELLA UNIT OF WORK DEL      *
      * CHIAMANTE E UNA ROLLBACK SUCCESSIVA LA ANNULLEREBBE. UN        *
      * ERRORE DI REGISTRAZIONE NON DEVE BLOCCARE LA GESTIONE          *
      * ORIGINARIA DELL'ANOMALIA                                       *
      *----------------------------------------------------------------*
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
                        MAP    ('MFXHMAP')
                        MAPSET ('MFXHMAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFXHMAP')
                        MAPSET ('MFXHMAP')
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
                     TRANSID  ('RX52')
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
