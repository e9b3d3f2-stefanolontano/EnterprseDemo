       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY03DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RY03                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : DESTINAZIONE DEL TFR E FONDI DI PREVIDENZA   *
      *                   COMPLEMENTARE (CPS04.CWDESTFR/CWFONDPE)      *
      * TIPO OPERAZIONE : INSERIMENTO / CHIUSURA / CONSULTAZIONE       *
      * RIFERIMENTO P.E.: ANAGRAFICA FONDI RISERVATA A COM-UTENTE-1    *
      *                   (AMMINISTRATORE)                             *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * SCELTE DEL DIPENDENTE SULLA DESTINAZIONE DEL TFR MATURANDO:    *
      * IN AZIENDA ('A', E' ANCHE LA DESTINAZIONE DI CHI NON HA MAI    *
      * SCELTO), A UN FONDO PENSIONE ('F', CON IL CONTRIBUTO           *
      * AGGIUNTIVO DEL DIPENDENTE E DEL DATORE IN PERCENTUALE DELLA    *
      * RETRIBUZIONE) O AL FONDO DI TESORERIA INPS ('T').              *
      * OGNI SCELTA HA UNA DATA DI DECORRENZA, SUCCESSIVA ALL'ULTIMA   *
      * REGISTRATA, E NON VIENE MAI VARIATA NE' CANCELLATA: LE RIGHE   *
      * CWDESTFR SONO LO STORICO DEI CAMBI PER LE CONTESTAZIONI. IL    *
      * TFR CONFERITO A UN FONDO NON PUO' TORNARE IN AZIENDA NE' AL    *
      * FONDO DI TESORERIA: E' AMMESSO SOLO IL CAMBIO DI FONDO.        *
      *   MODO 1 - NUOVA SCELTA DI DESTINAZIONE PER LA MATRICOLA       *
      *   MODO 2 - INSERIMENTO DI UN FONDO PENSIONE                    *
      *   MODO 3 - CHIUSURA DI UN FONDO (SOLO SENZA ADERENTI IN FORZA) *
      *   MODO 4 - CONSULTAZIONE: STORICO DELLE SCELTE DELLA MATRICOLA *
      *            DIGITATA, OPPURE ELENCO DEI FONDI                   *
      * LE SCELTE SONO USATE DAL CALCOLO ANNUALE DEL TFR CW88DEMO      *
      * (ACCANTONA SOLO LA QUOTA RIMASTA IN AZIENDA) E DAL BATCH       *
      * MENSILE DEI CONTRIBUTI AI FONDI CY04DEMO.                      *
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
       01  W-MATRICOLA                     PIC S9(5)     USAGE COMP-3.
       01  W-DIPART-LETTO                  PIC X(10)     VALUE SPACES.
       01  W-NUM-FUORI-SOC                 PIC S9(9)     COMP VALUE +0.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-SCE                  VALUE '1'.
           88  W-MODO-FIN                  VALUE '2'.
           88  W-MODO-CHI                  VALUE '3'.
           88  W-MODO-CON                  VALUE '4'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-DEST                          PIC X(1)      VALUE SPACES.
           88  W-DEST-AZIENDA              VALUE 'A'.
           88  W-DEST-FONDO                VALUE 'F'.
           88  W-DEST-TESORERIA            VALUE 'T'.
       01  W-FONDO                         PIC X(8)      VALUE SPACES.
       01  W-DESCR                         PIC X(40)     VALUE SPACES.
       01  W-ADES                          PIC X(12)     VALUE SPACES.
      * ---
      * DATA DI DECORRENZA DELLA SCELTA, IN FORMATO AAAA-MM-GG
      * ---
       01  W-DATA-DECOR.
           05  W-AA-DEC                    PIC X(4)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-MM-DEC                    PIC X(2)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-GG-DEC                    PIC X(2)      VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
      * ---
      * ULTIMA SCELTA GIA' REGISTRATA PER LA MATRICOLA
      * ---
       01  W-ULT-DECOR                     PIC X(10)     VALUE SPACES.
       01  W-ULT-DEST                      PIC X(1)      VALUE SPACES.
      * ---
      * PERCENTUALI DI CONTRIBUTO DIGITATE IN DUE CAMPI, INTERI E
      * DECIMALI (COME LA PERCENTUALE OBIETTIVO DI CX95DEMO)
      * ---
       01  W-PDIP-DIG.
           05  W-PDIP-DIG-INT              PIC 9(3)      VALUE ZEROES.
           05  W-PDIP-DIG-DEC              PIC 9(2)      VALUE ZEROES.
       01  W-PDIP-DIG-NUM REDEFINES W-PDIP-DIG  PIC 9(3)V99.
       01  W-PDAT-DIG.
           05  W-PDAT-DIG-INT              PIC 9(3)      VALUE ZEROES.
           05  W-PDAT-DIG-DEC              PIC 9(2)      VALUE ZEROES.
       01  W-PDAT-DIG-NUM REDEFINES W-PDAT-DIG  PIC 9(3)V99.
       01  SW-PERC-ERRATA                  PIC X(1)      VALUE 'N'.
           88  PERC-ERRATA                               VALUE 'S'.
       01  SW-PERC-DIGITATA                PIC X(1)      VALUE 'N'.
           88  PERC-DIGITATA                             VALUE 'S'.
      * ---
      * ELENCO DELLE SCELTE O DEI FONDI (MODO 4), UNO PER RIGA
      * (M-RIGAO)
      * ---
       01  W-IND-RIGA                      PIC S9(4)  COMP VALUE +0.
       01  W-MAX-RIGHE                     PIC S9(4)  COMP VALUE +10.
       01  W-RIGA-SCE.
           05  WE-DECOR                    PIC X(10).
           05  FILLER                      PIC X(2).
           05  WE-DEST                     PIC X(1).
           05  FILLER                      PIC X(2).
           05  WE-FONDO                    PIC X(8).
           05  FILLER                      PIC X(2).
           05  WE-PDIP-INT                 PIC ZZ9.
           05  WE-PDIP-VIRG                PIC X(1).
           05  WE-PDIP-DEC                 PIC 99.
           05  WE-PDIP                     PIC X(1).
           05  FILLER                      PIC X(2).
           05  WE-PDAT-INT                 PIC ZZ9.
           05  WE-PDAT-VIRG                PIC X(1).
           05  WE-PDAT-DEC                 PIC 99.
           05  WE-PDAT                     PIC X(1).
           05  FILLER                      PIC X(2).
           05  WE-UTENTE                   PIC X(8).
           05  FILLER                      PIC X(1).
           05  WE-DATA-INS                 PIC X(10).
           05  FILLER                      PIC X(17).
       01  W-RIGA-FON REDEFINES W-RIGA-SCE.
           05  WF-FONDO                    PIC X(8).
           05  FILLER                      PIC X(1).
           05  WF-DESCR                    PIC X(40).
           05  FILLER                      PIC X(1).
           05  WF-ADES                     PIC X(12).
           05  FILLER                      PIC X(1).
           05  WF-STATO                    PIC X(1).
           05  FILLER                      PIC X(15).
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (DATA DI AGGIORNAMENTO)      *
      * -------------------------------------------------------------- *
       01  W-ABSTIME                       PIC S9(8)  COMP.
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CY03DEMO'.
       01  W-PGM-MENU-RAMO                 PIC  X(8)   VALUE 'CW03DEMO'.
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
           EXEC SQL  INCLUDE CWDTFR         END-EXEC.
           EXEC SQL  INCLUDE CWFOND         END-EXEC.
           EXEC SQL  INCLUDE CWDIPE         END-EXEC.
      * ---
      * STORICO DELLE SCELTE DELLA MATRICOLA, DALLA PIU' RECENTE
      * ---
           EXEC SQL DECLARE CUR-SCE03 CURSOR FOR
                    SELECT  DATA_DECORRENZA,
                            DESTINAZIONE,
                            COD_FONDO,
                            PERC_DIPENDENTE,
                            PERC_DATORE,
                            UTENTE_INS,
                            DATA_INS
                    FROM    CPS04.CWDESTFR
                    WHERE   COD_MATRICOLA_DIP = :W-MATRICOLA
                    ORDER BY DATA_DECORRENZA DESC
           END-EXEC.
      * ---
      * ELENCO DEI FONDI PENSIONE
      * ---
           EXEC SQL DECLARE CUR-FON03 CURSOR FOR
                    SELECT  COD_FONDO,
                            DESCRIZIONE,
                            COD_ADESIONE_AZ,
                            STATO_FONDO
                    FROM    CPS04.CWFONDPE
                    ORDER BY COD_FONDO
           END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFZ3MAP.
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
           EXEC CICS HANDLE AID PF1 END-EXEC.
           EXEC CICS HANDLE CONDITION MAPFAIL (1244-SALVA)
           END-EXEC.
           EXEC CICS RECEIVE MAP    ('MFZ3MAP')
                             MAPSET ('MFZ3MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFZ3MAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFZ3MAPI.
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
           EXEC CICS RECEIVE MAP    ('MFZ3MAP')
                             MAPSET ('MFZ3MAP') END-EXEC.
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
      * I CONTROLLI VENGONO RIPETUTI: NEL FRATTEMPO UN ALTRO
      * OPERATORE PUO' AVER REGISTRATO UNA SCELTA PER LA STESSA
      * MATRICOLA O AGGIORNATO LO STESSO FONDO
      * ---
                 MOVE SPACE   TO COM-GIRO
                 PERFORM 1520-RIPRISTINO-ATTR
                 PERFORM 2205-CONTROLLA-FINESTRA
                 PERFORM 2210-CONTROLLA-MODO
                 PERFORM 1426-ESEGUI-OPERAZIONE
              WHEN 'NO'
                 MOVE '022'      TO W-COD-MSG-HOST
              WHEN OTHER
                 MOVE -1         TO M-CONF-OPL
                 MOVE '021'      TO W-COD-MSG-HOST
                 PERFORM 2999-CERCA-ERR
           END-EVALUATE.
      *
           MOVE SPACE      TO COM-GIRO.
           MOVE LOW-VALUE  TO MFZ3MAPO.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

       1426-ESEGUI-OPERAZIONE SECTION.
      *-----------------------*
           MOVE '1426-ESEGUI-OP' TO W-ULT-LABEL.
           EVALUATE TRUE
              WHEN W-MODO-SCE
                 PERFORM 1430-INSERISCI-SCELTA
                 MOVE '023' TO W-COD-MSG-HOST
              WHEN W-MODO-FIN
                 PERFORM 1440-INSERISCI-FONDO
                 MOVE '023' TO W-COD-MSG-HOST
              WHEN W-MODO-CHI
                 PERFORM 1450-CHIUDI-FONDO
                 MOVE '024' TO W-COD-MSG-HOST
           END-EVALUATE.
       1426-EX. EXIT.

      * -------------------------------------------------------------- *
      * NUOVA SCELTA (MODO 1): UNA RIGA IN PIU' SU CWDESTFR, LE        *
      * PRECEDENTI RESTANO COME STORICO                                *
      * -------------------------------------------------------------- *
       1430-INSERISCI-SCELTA SECTION.
      *---------------------*
           MOVE '1430-INS-SCELTA' TO W-ULT-LABEL.
           MOVE W-MATRICOLA    TO COD-MATRICOLA-DIP OF DCL-CWDESTFR.
           MOVE W-DATA-DECOR   TO DATA-DECORRENZA   OF DCL-CWDESTFR.
           MOVE W-DEST         TO DESTINAZIONE      OF DCL-CWDESTFR.
           MOVE W-FONDO        TO COD-FONDO         OF DCL-CWDESTFR.
           MOVE W-PDIP-DIG-NUM TO PERC-DIPENDENTE   OF DCL-CWDESTFR.
           MOVE W-PDAT-DIG-NUM TO PERC-DATORE       OF DCL-CWDESTFR.
           EXEC SQL INSERT INTO CPS04.CWDESTFR
                         VALUES (:DCL-CWDESTFR.COD-MATRICOLA-DIP,
                                 :DCL-CWDESTFR.DATA-DECORRENZA,
                                 :DCL-CWDESTFR.DESTINAZIONE,
                                 :DCL-CWDESTFR.COD-FONDO,
                                 :DCL-CWDESTFR.PERC-DIPENDENTE,
                                 :DCL-CWDESTFR.PERC-DATORE,
                                 :COM-UTENTE,
                                 :W-DATA-OGGI)
           END-EXEC.
       1430-EX. EXIT.

       1440-INSERISCI-FONDO SECTION.
      *--------------------*
           MOVE '1440-INS-FONDO' TO W-ULT-LABEL.
           EXEC SQL INSERT INTO CPS04.CWFONDPE
                         VALUES (:W-FONDO,
                                 :W-DESCR,
                                 :W-ADES,
                                 'A',
                                 :COM-UTENTE,
                                 :W-DATA-OGGI)
           END-EXEC.
       1440-EX. EXIT.

       1450-CHIUDI-FONDO SECTION.
      *-----------------*
           MOVE '1450-CHI-FONDO' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWFONDPE
                       SET STATO_FONDO = 'C',
                           UTENTE_AGG  = :COM-UTENTE,
                           DATA_AGG    = :W-DATA-OGGI
                     WHERE COD_FONDO = :W-FONDO
           END-EXEC.
       1450-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIPRISTINO DEI CAMPI MODIFICABILI DOPO LA CONFERMA (VEDI       *
      * 1520-RIPRISTINO-ATTR DI CW31DEMO)                              *
      * -------------------------------------------------------------- *
       1520-RIPRISTINO-ATTR SECTION.
      *--------------------*
           MOVE UNPROT    TO M-MODOA
                             M-MATRA
                             M-A-DECA
                             M-M-DECA
                             M-G-DECA
                             M-DESTA
                             M-FONDOA
                             M-PDIPA
                             M-PDIPDECA
                             M-PDATA
                             M-PDATDECA
                             M-DESCRA
                             M-ADESA.
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
           EXEC CICS RECEIVE MAP    ('MFZ3MAP')
                             MAPSET ('MFZ3MAP') END-EXEC.
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
           INSPECT M-MODOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MODOI REPLACING ALL '_'       BY ' '.
           MOVE    M-MODOI TO W-MODO.
           INSPECT M-MATRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MATRI REPLACING ALL '_'       BY ' '.
           MOVE    M-MATRI TO W-MATR.
           IF W-MATR NUMERIC
              MOVE W-MATR  TO W-MATRICOLA
           END-IF.
           INSPECT M-A-DECI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-A-DECI REPLACING ALL '_'       BY ' '.
           INSPECT M-M-DECI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-M-DECI REPLACING ALL '_'       BY ' '.
           INSPECT M-G-DECI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-G-DECI REPLACING ALL '_'       BY ' '.
           MOVE M-A-DECI TO W-AA-DEC.
           MOVE M-M-DECI TO W-MM-DEC.
           MOVE M-G-DECI TO W-GG-DEC.
           INSPECT M-DESTI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DESTI REPLACING ALL '_'       BY ' '.
           MOVE    M-DESTI TO W-DEST.
           INSPECT M-FONDOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-FONDOI REPLACING ALL '_'       BY ' '.
           MOVE    M-FONDOI TO W-FONDO.
           INSPECT M-DESCRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DESCRI REPLACING ALL '_'       BY ' '.
           MOVE    M-DESCRI TO W-DESCR.
           INSPECT M-ADESI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-ADESI REPLACING ALL '_'       BY ' '.
           MOVE    M-ADESI TO W-ADES.
      * ---
      * PERCENTUALI: CAMPI VUOTI = ZERO, ALTRIMENTI NUMERICI
      * ---
           MOVE 'N' TO SW-PERC-ERRATA SW-PERC-DIGITATA.
           MOVE ZEROES TO W-PDIP-DIG W-PDAT-DIG.
           INSPECT M-PDIPI    REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-PDIPI    REPLACING ALL '_'       BY ' '.
           INSPECT M-PDIPDECI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-PDIPDECI REPLACING ALL '_'       BY ' '.
           INSPECT M-PDATI    REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-PDATI    REPLACING ALL '_'       BY ' '.
           INSPECT M-PDATDECI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-PDATDECI REPLACING ALL '_'       BY ' '.
           IF M-PDIPI NOT = SPACES
              SET PERC-DIGITATA TO TRUE
              IF M-PDIPI NUMERIC
                 MOVE M-PDIPI    TO W-PDIP-DIG-INT
              ELSE
                 SET PERC-ERRATA TO TRUE
              END-IF
           END-IF.
           IF M-PDIPDECI NOT = SPACES
              SET PERC-DIGITATA TO TRUE
              IF M-PDIPDECI NUMERIC
                 MOVE M-PDIPDECI TO W-PDIP-DIG-DEC
              ELSE
                 SET PERC-ERRATA TO TRUE
              END-IF
           END-IF.
           IF M-PDATI NOT = SPACES
              SET PERC-DIGITATA TO TRUE
              IF M-PDATI NUMERIC
                 MOVE M-PDATI    TO W-PDAT-DIG-INT
              ELSE
                 SET PERC-ERRATA TO TRUE
              END-IF
           END-IF.
           IF M-PDATDECI NOT = SPACES
              SET PERC-DIGITATA TO TRUE
              IF M-PDATDECI NUMERIC
                 MOVE M-PDATDECI TO W-PDAT-DIG-DEC
              ELSE
                 SET PERC-ERRATA TO TRUE
              END-IF
           END-IF.
      * ---
      * DATA DEL GIORNO (AAAA-MM-GG) PER GLI ESTREMI DI AGGIORNAMENTO
      * ---
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
      *
           IF NOT W-MODO-SCE AND NOT W-MODO-FIN AND
              NOT W-MODO-CHI AND NOT W-MODO-CON
              MOVE '007'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF NOT W-MODO-CON AND COM-UTENTE-4
              MOVE '008'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * L'ANAGRAFICA DEI FONDI, COME QUELLA DELLE SOCIETA' (CX99DEMO),
      * E' RISERVATA ALL'AMMINISTRATORE
      * ---
           IF (W-MODO-FIN OR W-MODO-CHI) AND NOT COM-UTENTE-1
              MOVE '050'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-MODO-CON
              PERFORM 2300-CONSULTA
           ELSE
              PERFORM 2210-CONTROLLA-MODO
              PERFORM 2500-CONFERMA
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
              MOVE -1       TO M-CONF-OPL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2205-EX. EXIT.

       2210-CONTROLLA-MODO SECTION.
      *-------------------*
           MOVE '2210-CTL-MODO' TO W-ULT-LABEL.
           EVALUATE TRUE
              WHEN W-MODO-SCE
                 PERFORM 2220-CONTROLLA-MATR
                 PERFORM 2230-CONTROLLA-SCELTA
              WHEN W-MODO-FIN
                 PERFORM 2240-CONTROLLA-FONDO-NUOVO
              WHEN W-MODO-CHI
                 PERFORM 2250-CONTROLLA-CHIUSURA
              WHEN OTHER
                 MOVE '007'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-MODOL
                 PERFORM 2999-CERCA-ERR
           END-EVALUATE.
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * LA MATRICOLA DEVE ESISTERE SU CWDIPENDENTI ED ESSERE NEL       *
      * PERIMETRO DELL'OPERATORE (VEDI 2210-CONTROLLA-MATR DI CX80DEMO)*
      * -------------------------------------------------------------- *
       2220-CONTROLLA-MATR SECTION.
      *-------------------*
           MOVE '2220-CONTR-MATR' TO W-ULT-LABEL.
           IF W-MATR = SPACES
              MOVE '014'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-MATR NOT NUMERIC
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-MATR TO W-MATRICOLA.
           MOVE SPACES TO W-DIPART-LETTO.
           EXEC SQL SELECT DIPARTIMENTO,
                           COGNOME,
                           NOME
                      INTO :W-DIPART-LETTO,
                           :DCL-CPSDIP.COGNOME,
                           :DCL-CPSDIP.NOME
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF SQLCODE = +100
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE COGNOME OF DCL-CPSDIP TO M-COGNO.
           MOVE NOME    OF DCL-CPSDIP TO M-NOMEO.
      *
           PERFORM 2225-CONTROLLA-PERIMETRO.
       2220-EX. EXIT.

       2225-CONTROLLA-PERIMETRO SECTION.
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
       2225-EX. EXIT.

      * -------------------------------------------------------------- *
      * NUOVA SCELTA (MODO 1): DECORRENZA VALIDA E SUCCESSIVA ALL'     *
      * ULTIMA REGISTRATA, DESTINAZIONE A/F/T; CON 'F' FONDO ATTIVO E  *
      * PERCENTUALI VALIDE, CON 'A' E 'T' NE' FONDO NE' PERCENTUALI.   *
      * DOPO UNA SCELTA 'F' SONO AMMESSE SOLO ALTRE SCELTE 'F'         *
      * -------------------------------------------------------------- *
       2230-CONTROLLA-SCELTA SECTION.
      *---------------------*
           MOVE '2230-CTL-SCELTA' TO W-ULT-LABEL.
           IF W-AA-DEC NOT NUMERIC OR
              W-MM-DEC NOT NUMERIC OR
              W-GG-DEC NOT NUMERIC OR
              W-MM-DEC < '01' OR W-MM-DEC > '12' OR
              W-GG-DEC < '01' OR W-GG-DEC > '31'
              MOVE '071'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-DECL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF NOT W-DEST-AZIENDA AND NOT W-DEST-FONDO AND
              NOT W-DEST-TESORERIA
              MOVE '374'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DESTL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-DEST-FONDO
              IF W-FONDO = SPACES
                 MOVE '001'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-FONDOL
                 PERFORM 2999-CERCA-ERR
              END-IF
              MOVE +0 TO W-COUNT
              EXEC SQL SELECT COUNT(*)
                         INTO :W-COUNT
                         FROM  CPS04.CWFONDPE
                        WHERE COD_FONDO   = :W-FONDO
                        AND   STATO_FONDO = 'A'
              END-EXEC
              IF W-COUNT = +0
                 MOVE '375'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-FONDOL
                 PERFORM 2999-CERCA-ERR
              END-IF
              IF PERC-ERRATA OR
                 W-PDIP-DIG-NUM > 100 OR W-PDAT-DIG-NUM > 100
                 MOVE '376'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-PDIPL
                 PERFORM 2999-CERCA-ERR
              END-IF
           ELSE
              IF W-FONDO NOT = SPACES OR PERC-DIGITATA
                 MOVE '377'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-FONDOL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
      *
           MOVE SPACES TO W-ULT-DECOR W-ULT-DEST.
           EXEC SQL SELECT S.DATA_DECORRENZA,
                           S.DESTINAZIONE
                      INTO :W-ULT-DECOR,
                           :W-ULT-DEST
                      FROM  CPS04.CWDESTFR S
                     WHERE S.COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   S.DATA_DECORRENZA =
                          (SELECT MAX(X.DATA_DECORRENZA)
                             FROM CPS04.CWDESTFR X
                            WHERE X.COD_MATRICOLA_DIP = :W-MATRICOLA)
           END-EXEC.
           IF SQLCODE = +0
              IF W-DATA-DECOR NOT > W-ULT-DECOR
                 MOVE '373'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-A-DECL
                 PERFORM 2999-CERCA-ERR
              END-IF
              IF W-ULT-DEST = 'F' AND NOT W-DEST-FONDO
                 MOVE '379'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-DESTL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * INSERIMENTO FONDO (MODO 2): CODICE, DESCRIZIONE E CODICE DI    *
      * ADESIONE OBBLIGATORI, CODICE NON ANCORA CENSITO                *
      * -------------------------------------------------------------- *
       2240-CONTROLLA-FONDO-NUOVO SECTION.
      *--------------------------*
           MOVE '2240-CTL-FONDO' TO W-ULT-LABEL.
           IF W-FONDO = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-FONDOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-DESCR = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DESCRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-ADES = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ADESL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWFONDPE
                     WHERE COD_FONDO = :W-FONDO
           END-EXEC.
           IF W-COUNT > +0
              MOVE '378'    TO W-COD-MSG-HOST
              MOVE -1       TO M-FONDOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * CHIUSURA FONDO (MODO 3): FONDO ATTIVO E SENZA DIPENDENTI IN    *
      * FORZA LA CUI ULTIMA SCELTA SIA QUEL FONDO                      *
      * -------------------------------------------------------------- *
       2250-CONTROLLA-CHIUSURA SECTION.
      *-----------------------*
           MOVE '2250-CTL-CHIUS' TO W-ULT-LABEL.
           IF W-FONDO = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-FONDOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWFONDPE
                     WHERE COD_FONDO   = :W-FONDO
                     AND   STATO_FONDO = 'A'
           END-EXEC.
           IF W-COUNT = +0
              MOVE '375'    TO W-COD-MSG-HOST
              MOVE -1       TO M-FONDOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWDESTFR S,
                            CPS04.CWDIPENDENTI D
                     WHERE D.COD_MATRICOLA_DIP = S.COD_MATRICOLA_DIP
                     AND   D.STATO_DIPENDENTE  = 'A'
                     AND   S.DESTINAZIONE      = 'F'
                     AND   S.COD_FONDO         = :W-FONDO
                     AND   S.DATA_DECORRENZA   =
                          (SELECT MAX(X.DATA_DECORRENZA)
                             FROM CPS04.CWDESTFR X
                            WHERE X.COD_MATRICOLA_DIP =
                                  S.COD_MATRICOLA_DIP)
           END-EXEC.
           IF W-COUNT > +0
              MOVE '380'    TO W-COD-MSG-HOST
              MOVE -1       TO M-FONDOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2250-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE (MODO 4): CON LA MATRICOLA DIGITATA LO STORICO   *
      * DELLE SUE SCELTE, ALTRIMENTI L'ELENCO DEI FONDI, UNO PER RIGA  *
      * (M-RIGAO)                                                      *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > W-MAX-RIGHE.
           MOVE +0     TO W-IND-RIGA.
           IF W-MATR = SPACES
              EXEC SQL OPEN CUR-FON03  END-EXEC
              MOVE SQLCODE TO W-SQLCODE
              PERFORM 2320-FETCH-FONDO UNTIL
               (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK)
              EXEC SQL CLOSE CUR-FON03  END-EXEC
           ELSE
              PERFORM 2220-CONTROLLA-MATR
              EXEC SQL OPEN CUR-SCE03  END-EXEC
              MOVE SQLCODE TO W-SQLCODE
              PERFORM 2330-FETCH-SCELTA UNTIL
               (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK)
              EXEC SQL CLOSE CUR-SCE03  END-EXEC
           END-IF.
      *
           IF W-IND-RIGA = 0
              MOVE '381'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE '370'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

       2310-PULISCI-RIGA SECTION.
      *-----------------*
           MOVE SPACES TO M-RIGAO (W-IND-RIGA).
       2310-EX. EXIT.

       2320-FETCH-FONDO SECTION.
      *----------------*
           EXEC SQL FETCH   CUR-FON03
           INTO   :DCL-CWFONDPE.COD-FONDO,
                  :DCL-CWFONDPE.DESCRIZIONE,
                  :DCL-CWFONDPE.COD-ADESIONE-AZ,
                  :DCL-CWFONDPE.STATO-FONDO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-RIGA < W-MAX-RIGHE
              ADD 1 TO W-IND-RIGA
              MOVE SPACES                            TO W-RIGA-FON
              MOVE COD-FONDO       OF DCL-CWFONDPE   TO WF-FONDO
              MOVE DESCRIZIONE     OF DCL-CWFONDPE   TO WF-DESCR
              MOVE COD-ADESIONE-AZ OF DCL-CWFONDPE   TO WF-ADES
              MOVE STATO-FONDO     OF DCL-CWFONDPE   TO WF-STATO
              MOVE W-RIGA-FON TO M-RIGAO (W-IND-RIGA)
           END-IF.
       2320-EX. EXIT.

       2330-FETCH-SCELTA SECTION.
      *-----------------*
           EXEC SQL FETCH   CUR-SCE03
           INTO   :DCL-CWDESTFR.DATA-DECORRENZA,
                  :DCL-CWDESTFR.DESTINAZIONE,
                  :DCL-CWDESTFR.COD-FONDO,
                  :DCL-CWDESTFR.PERC-DIPENDENTE,
                  :DCL-CWDESTFR.PERC-DATORE,
                  :DCL-CWDESTFR.UTENTE-INS,
                  :DCL-CWDESTFR.DATA-INS
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-RIGA < W-MAX-RIGHE
              ADD 1 TO W-IND-RIGA
              MOVE SPACES                            TO W-RIGA-SCE
              MOVE DATA-DECORRENZA OF DCL-CWDESTFR   TO WE-DECOR
              MOVE DESTINAZIONE    OF DCL-CWDESTFR   TO WE-DEST
              MOVE COD-FONDO       OF DCL-CWDESTFR   TO WE-FONDO
              IF DEST-FONDO
                 MOVE PERC-DIPENDENTE OF DCL-CWDESTFR TO W-PDIP-DIG-NUM
                 MOVE W-PDIP-DIG-INT                  TO WE-PDIP-INT
                 MOVE ','                             TO WE-PDIP-VIRG
                 MOVE W-PDIP-DIG-DEC                  TO WE-PDIP-DEC
                 MOVE '%'                             TO WE-PDIP
                 MOVE PERC-DATORE     OF DCL-CWDESTFR TO W-PDAT-DIG-NUM
                 MOVE W-PDAT-DIG-INT                  TO WE-PDAT-INT
                 MOVE ','                             TO WE-PDAT-VIRG
                 MOVE W-PDAT-DIG-DEC                  TO WE-PDAT-DEC
                 MOVE '%'                             TO WE-PDAT
              END-IF
              MOVE UTENTE-INS      OF DCL-CWDESTFR   TO WE-UTENTE
              MOVE DATA-INS        OF DCL-CWDESTFR   TO WE-DATA-INS
              MOVE W-RIGA-SCE TO M-RIGAO (W-IND-RIGA)
           END-IF.
       2330-EX. EXIT.

       2500-CONFERMA SECTION.
      *-------------*
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.
           MOVE '2'      TO COM-GIRO.
           MOVE '020'    TO W-COD-MSG-HOST.
      * ---
      * I CAMPI DATI VENGONO PROTETTI CON FSET COSI' DA RIENTRARE
      * INALTERATI ALLA CONFERMA (VEDI 1520-RIPRISTINO-ATTR DI
      * CW31DEMO)
      * ---
           MOVE PROT-FSET TO M-MODOA
                             M-MATRA
                             M-A-DECA
                             M-M-DECA
                             M-G-DECA
                             M-DESTA
                             M-FONDOA
                             M-PDIPA
                             M-PDIPDECA
                             M-PDATA
                             M-PDATDECA
                             M-DESCRA
                             M-ADESA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFZ3MAPO.
           MOVE -1         TO M-MODOL.
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
                        MAP    ('MFZ3MAP')
                        MAPSET ('MFZ3MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFZ3MAP')
                        MAPSET ('MFZ3MAP')
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
                     TRANSID  ('RY03')
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
