       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY15DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RY15                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 2 - GESTIONE DEL PERSONALE                   *
      * OGGETTO         : VERIFICA E CERTIFICAZIONE DEL FOGLIO         *
      *                   PRESENZE MENSILE (CPS04.CWFOGPRE)            *
      * TIPO OPERAZIONE : CONSULTAZIONE / CERTIFICAZIONE / REVOCA /    *
      *                   ELENCO PER DIPARTIMENTO                      *
      * RIFERIMENTO P.E.: CERTIFICAZIONE RISERVATA AL RESPONSABILE DEL *
      *                   DIPARTIMENTO (O ALL'AMMINISTRATORE), REVOCA  *
      *                   AL SOLO AMMINISTRATORE, AGGIORNAMENTI NEGATI *
      *                   AL RUOLO 4                                   *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * IL FOGLIO PRESENZE DEL MESE E' COSTRUITO PER OGNI MATRICOLA    *
      * DAL CONSOLIDAMENTO BATCH CY14DEMO, CHE CODIFICA OGNI GIORNO    *
      * (VEDI COPY CWFOGP) E MARCA LE ANOMALIE. IL RESPONSABILE DEL    *
      * DIPARTIMENTO (CWDIPART COD_RESPONSABILE) LO VERIFICA E LO      *
      * CERTIFICA; L'OPERATORE E' RICONDOTTO ALLA SUA MATRICOLA        *
      * TRAMITE CWUTENTI.COD_MATRICOLA_DIP.                            *
      *   MODO 1 - CONSULTAZIONE DEL FOGLIO DI UNA MATRICOLA NEL MESE  *
      *            (ANCHE IL PROPRIO)                                  *
      *   MODO 2 - CERTIFICAZIONE DEL FOGLIO: CON GIORNI ANOMALI (AI)  *
      *            LA CONFERMA E' PRECEDUTA DA UN AVVISO; IL PROPRIO   *
      *            FOGLIO NON SI CERTIFICA                             *
      *   MODO 3 - REVOCA DELLA CERTIFICAZIONE (AMMINISTRATORE), PER   *
      *            RICOSTRUIRE IL FOGLIO DOPO UNA CORREZIONE           *
      *   MODO 4 - ELENCO DEI FOGLI DEL MESE DI UN DIPARTIMENTO        *
      * I MESI CHIUSI SU CPS04.CWPERIOD NON SONO PIU' MODIFICABILI;    *
      * LA CHIUSURA DEL MESE (CX33DEMO) RICHIEDE TUTTI I FOGLI         *
      * CERTIFICATI E SOLO QUESTI SONO INVIATI ALLO STUDIO PAGHE       *
      * (CY16DEMO).                                                    *
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
       01  W-MATR-X                        PIC X(5)      VALUE SPACES.
       01  W-MATR-N REDEFINES W-MATR-X     PIC 9(5).
       01  W-MATRICOLA                     PIC S9(5)  COMP-3 VALUE +0.
       01  W-MATR-OPER                     PIC S9(5)  COMP-3 VALUE +0.
       01  W-RESPONSABILE                  PIC S9(5)  COMP-3 VALUE +0.
       01  W-COGNOME                       PIC X(30)     VALUE SPACES.
       01  W-NOME                          PIC X(15)     VALUE SPACES.
       01  W-DIPART                        PIC X(10)     VALUE SPACES.
       01  W-SOCIETA                       PIC X(4)      VALUE SPACES.
       01  W-ANNO-MESE.
           05  W-AA-FOG                    PIC X(4)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-MM-FOG                    PIC X(2)      VALUE SPACES.
       01  W-SOC-LIMITATE                  PIC X(1)      VALUE 'N'.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-CON                  VALUE '1'.
           88  W-MODO-CER                  VALUE '2'.
           88  W-MODO-REV                  VALUE '3'.
           88  W-MODO-ELE                  VALUE '4'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    CONTROLLO DEI PERIODI CONTABILI CHIUSI (VEDI 2260)          *
      * -------------------------------------------------------------- *
       01  W-STATO-PERIODO                 PIC X(1)  VALUE SPACE.
      * -------------------------------------------------------------- *
      *    FOGLIO DEL MESE: CODICE E FLAG DI ANOMALIA PER GIORNO       *
      *    (POSIZIONE = GIORNO DEL MESE, VEDI COPY CWFOGP)             *
      * -------------------------------------------------------------- *
       01  W-CODICI-GIORNO                 PIC X(62)     VALUE SPACES.
       01  W-CODICI-GIORNO-R REDEFINES W-CODICI-GIORNO.
           05  W-COD-GIORNO                PIC X(2)      OCCURS 31.
       01  W-ANOMALIE-GIORNO               PIC X(31)     VALUE SPACES.
       01  W-ANOMALIE-GIORNO-R REDEFINES W-ANOMALIE-GIORNO.
           05  W-ANOM-GIORNO               PIC X(1)      OCCURS 31.
      * ---
      * VISUALIZZAZIONE DEL FOGLIO (MODI 1-3): RIGHE 1-4 CON 10 GIORNI
      * CIASCUNA NEL FORMATO GG:CC PIU' IL FLAG DI ANOMALIA, RIGA 5
      * CON I TOTALI, RIGA 6 CON LA LEGENDA DELLE ANOMALIE
      * ---
       01  W-IND-GG                        PIC S9(4)  COMP VALUE +0.
       01  W-IND-RIGA                      PIC S9(4)  COMP VALUE +0.
       01  W-IND-CELLA                     PIC S9(4)  COMP VALUE +0.
       01  W-GG-EDIT                       PIC 9(2)      VALUE ZERO.
       01  W-RIGA-GIORNI.
           05  WG-CELLA                    OCCURS 10.
               10  WG-GG                   PIC 9(2).
               10  WG-SEP                  PIC X(1).
               10  WG-CODICE               PIC X(2).
               10  WG-ANOM                 PIC X(1).
               10  FILLER                  PIC X(1).
       01  W-RIGA-TOTALI.
           05  FILLER                      PIC X(10)  VALUE
               'LAVORATI: '.
           05  WT-LAVORATI                 PIC ZZ9.
           05  FILLER                      PIC X(12)  VALUE
               '  ASSENZA: '.
           05  WT-ASSENZA                  PIC ZZ9.
           05  FILLER                      PIC X(13)  VALUE
               '  ANOMALIE: '.
           05  WT-ANOMALIE                 PIC ZZ9.
           05  FILLER                      PIC X(14)  VALUE
               '  ELABORATO: '.
           05  WT-ELABORAZIONE             PIC X(10).
       01  W-RIGA-LEGENDA                  PIC X(79)  VALUE
           'ANOMALIE: N=NO TIMBR/GIUSTIF T=TIMBR IN ASSENZA U=SENZA USCI
      -    'TA R=FERIE PENDENTE'.
      * ---
      * ELENCO DEI FOGLI DEL DIPARTIMENTO (MODO 4), UNO PER RIGA
      * ---
       01  W-MAX-RIGHE                     PIC S9(4)  COMP VALUE +10.
       01  W-RIGA-ELENCO.
           05  WE-MATRICOLA                PIC 9(5).
           05  FILLER                      PIC X(1).
           05  WE-NOMINATIVO               PIC X(30).
           05  FILLER                      PIC X(1).
           05  WE-STATO                    PIC X(11).
           05  FILLER                      PIC X(1).
           05  WE-LAVORATI                 PIC ZZ9.
           05  FILLER                      PIC X(1).
           05  WE-ASSENZA                  PIC ZZ9.
           05  FILLER                      PIC X(1).
           05  WE-ANOMALIE                 PIC ZZ9.
           05  FILLER                      PIC X(1).
           05  WE-UTENTE-CERT              PIC X(8).
      * ---
      * ESTREMI DI CERTIFICAZIONE PER LA MAPPA (M-CERT)
      * ---
       01  W-ESTREMI-CERT.
           05  WC-UTENTE                   PIC X(8).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WC-DATA                     PIC X(6).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WC-ORA                      PIC X(6).
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (ESTREMI DI CERTIFICAZIONE)  *
      * -------------------------------------------------------------- *
       01  W-ABSTIME                       PIC S9(8)  COMP.
       01  W-DATE                          PIC X(6).
       01  W-TIME                          PIC X(6).
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CY15DEMO'.
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
           EXEC SQL  INCLUDE CWFOGP         END-EXEC.
      * ---
      * FOGLI DEL MESE PER DIPARTIMENTO; CON SOCIETA' AUTORIZZATE SU
      * CWUTESOC SOLO QUELLI DELLE SOCIETA' CONCESSE ALL'OPERATORE
      * ---
           EXEC SQL DECLARE CUR-FOG15 CURSOR FOR
                    SELECT  F.COD_MATRICOLA_DIP,
                            COALESCE(D.COGNOME, ' '),
                            F.STATO_FOGLIO,
                            F.GIORNI_LAVORATI,
                            F.GIORNI_ASSENZA,
                            F.NUM_ANOMALIE,
                            F.UTENTE_CERT
                    FROM    CPS04.CWFOGPRE F
                            LEFT OUTER JOIN CPS04.CWDIPENDENTI D
                            ON  D.COD_MATRICOLA_DIP =
                                F.COD_MATRICOLA_DIP
                    WHERE   F.ANNO_MESE    = :W-ANNO-MESE
                    AND     F.DIPARTIMENTO = :W-DIPART
                    AND    (:W-SOC-LIMITATE = 'N'
                     OR     F.COD_SOCIETA IN
                           (SELECT S.COD_SOCIETA
                              FROM CPS04.CWUTESOC S
                             WHERE S.UTENTE = :COM-UTENTE))
                    ORDER BY F.COD_MATRICOLA_DIP
           END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFZ8MAP.
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
           EXEC CICS RECEIVE MAP    ('MFZ8MAP')
                             MAPSET ('MFZ8MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFZ8MAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFZ8MAPI.
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
           EXEC CICS RECEIVE MAP    ('MFZ8MAP')
                             MAPSET ('MFZ8MAP') END-EXEC.
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
      * I CONTROLLI VENGONO RIPETUTI: NEL FRATTEMPO IL FOGLIO PUO'
      * ESSERE STATO RICOSTRUITO, CERTIFICATO DA ALTRI O IL MESE
      * CHIUSO
      * ---
                 MOVE SPACE   TO COM-GIRO
                 PERFORM 1520-RIPRISTINO-ATTR
                 IF W-MODO-CER
                    PERFORM 2220-CONTROLLA-CERTIFICAZIONE
                    PERFORM 1430-CERTIFICA
                 ELSE
                    PERFORM 2240-CONTROLLA-REVOCA
                    PERFORM 1440-REVOCA
                 END-IF
              WHEN 'NO'
                 MOVE '022'      TO W-COD-MSG-HOST
              WHEN OTHER
                 MOVE -1         TO M-CONF-OPL
                 MOVE '021'      TO W-COD-MSG-HOST
                 PERFORM 2999-CERCA-ERR
           END-EVALUATE.
      *
           MOVE SPACE      TO COM-GIRO.
           MOVE LOW-VALUE  TO MFZ8MAPO.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * CERTIFICAZIONE: IL FOGLIO PASSA IN STATO 'C' CON GLI ESTREMI   *
      * DELL'OPERATORE; I GIORNI AI RESTANO TALI                       *
      * -------------------------------------------------------------- *
       1430-CERTIFICA SECTION.
      *--------------*
           MOVE '1430-CERTIFICA' TO W-ULT-LABEL.
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                DDMMYY  (W-DATE)
                                TIME    (W-TIME)    END-EXEC.
           EXEC SQL UPDATE CPS04.CWFOGPRE
                       SET STATO_FOGLIO      = 'C',
                           UTENTE_CERT       = :COM-UTENTE,
                           DATA_CERT         = :W-DATE,
                           ORA_CERT          = :W-TIME
                     WHERE ANNO_MESE         = :W-ANNO-MESE
                     AND   COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           MOVE '423'   TO W-COD-MSG-HOST.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * REVOCA: IL FOGLIO TORNA ELABORATO E IL CONSOLIDAMENTO CY14DEMO *
      * LO RICOSTRUISCE AL SUCCESSIVO LANCIO                           *
      * -------------------------------------------------------------- *
       1440-REVOCA SECTION.
      *-----------*
           MOVE '1440-REVOCA' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWFOGPRE
                       SET STATO_FOGLIO      = 'E',
                           UTENTE_CERT       = ' ',
                           DATA_CERT         = ' ',
                           ORA_CERT          = ' '
                     WHERE ANNO_MESE         = :W-ANNO-MESE
                     AND   COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           MOVE '424'   TO W-COD-MSG-HOST.
       1440-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIPRISTINO DEI CAMPI MODIFICABILI DOPO LA CONFERMA (VEDI       *
      * 1520-RIPRISTINO-ATTR DI CW31DEMO)                              *
      * -------------------------------------------------------------- *
       1520-RIPRISTINO-ATTR SECTION.
      *--------------------*
           MOVE UNPROT    TO M-MODOA
                             M-ANNOA
                             M-MESEA
                             M-MATRA
                             M-DIPAA.
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
           EXEC CICS RECEIVE MAP    ('MFZ8MAP')
                             MAPSET ('MFZ8MAP') END-EXEC.
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
           INSPECT M-ANNOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-ANNOI REPLACING ALL '_'       BY ' '.
           MOVE    M-ANNOI TO W-AA-FOG.
           INSPECT M-MESEI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MESEI REPLACING ALL '_'       BY ' '.
           MOVE    M-MESEI TO W-MM-FOG.
           INSPECT M-MATRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MATRI REPLACING ALL '_'       BY ' '.
           MOVE    M-MATRI TO W-MATR-X.
           INSPECT M-DIPAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DIPAI REPLACING ALL '_'       BY ' '.
           MOVE    M-DIPAI TO W-DIPART.
           IF COM-SOC-LIMITATE
              MOVE 'S' TO W-SOC-LIMITATE
           ELSE
              MOVE 'N' TO W-SOC-LIMITATE
           END-IF.
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
           EVALUATE TRUE
              WHEN W-MODO-CON
                 PERFORM 2230-CONTROLLA-CHIAVE
                 PERFORM 2280-LEGGI-FOGLIO
                 PERFORM 2300-VISUALIZZA
                 MOVE '425'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-MODOL
                 PERFORM 2999-CERCA-ERR
              WHEN W-MODO-CER
                 PERFORM 2220-CONTROLLA-CERTIFICAZIONE
                 PERFORM 2300-VISUALIZZA
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-REV
                 PERFORM 2240-CONTROLLA-REVOCA
                 PERFORM 2300-VISUALIZZA
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-ELE
                 PERFORM 2250-CONTROLLA-DIPARTIMENTO
                 PERFORM 2400-ELENCO
              WHEN OTHER
                 MOVE '007'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-MODOL
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
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2205-EX. EXIT.

      * -------------------------------------------------------------- *
      * ANNO E MESE DEL FOGLIO: OBBLIGATORI E VALIDI IN TUTTI I MODI   *
      * -------------------------------------------------------------- *
       2210-CONTROLLA-MESE SECTION.
      *-------------------*
           MOVE '2210-CTL-MESE' TO W-ULT-LABEL.
           IF W-AA-FOG NOT NUMERIC OR
              W-MM-FOG NOT NUMERIC OR
              W-MM-FOG < '01' OR W-MM-FOG > '12'
              MOVE '430'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ANNOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * CERTIFICAZIONE (MODO 2): AGGIORNAMENTO NEGATO AL RUOLO 4 E     *
      * DURANTE LA FINESTRA BATCH; IL PROPRIO FOGLIO LO CERTIFICA      *
      * SOLO L'AMMINISTRATORE; MESE NON CHIUSO E FOGLIO ELABORATO MA   *
      * NON ANCORA CERTIFICATO                                         *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-CERTIFICAZIONE SECTION.
      *-----------------------------*
           MOVE '2220-CTL-CERT' TO W-ULT-LABEL.
           IF COM-UTENTE-4
              MOVE '008'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2205-CONTROLLA-FINESTRA.
           PERFORM 2230-CONTROLLA-CHIAVE.
           IF NOT COM-UTENTE-1 AND W-MATR-OPER = W-MATRICOLA
              MOVE '428'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2260-CONTROLLA-PERIODO.
           PERFORM 2280-LEGGI-FOGLIO.
           IF FOGLIO-CERTIFICATO
              PERFORM 2300-VISUALIZZA
              MOVE '421'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * MATRICOLA E MESE: LA MATRICOLA DEVE ESISTERE ED ESSERE DI      *
      * COMPETENZA DELL'OPERATORE                                      *
      * -------------------------------------------------------------- *
       2230-CONTROLLA-CHIAVE SECTION.
      *---------------------*
           MOVE '2230-CTL-CHIAVE' TO W-ULT-LABEL.
           PERFORM 2210-CONTROLLA-MESE.
           IF W-MATR-X = SPACES
              MOVE '014'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-MATR-X NOT NUMERIC
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-MATR-N TO W-MATRICOLA.
           EXEC SQL SELECT COGNOME,
                           NOME,
                           DIPARTIMENTO,
                           COD_SOCIETA
                      INTO :W-COGNOME,
                           :W-NOME,
                           :W-DIPART,
                           :W-SOCIETA
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF SQLCODE = +100
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE SPACES TO M-NOMEO.
           STRING W-COGNOME DELIMITED BY '  '
                  ' '       DELIMITED BY SIZE
                  W-NOME    DELIMITED BY '  '
                  INTO M-NOMEO.
           PERFORM 2235-CONTROLLA-COMPETENZA.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * PERIMETRO: L'AMMINISTRATORE OPERA SU QUALSIASI MATRICOLA; GLI  *
      * ALTRI SULLA PROPRIA (CWUTENTI.COD_MATRICOLA_DIP) O SU QUELLE   *
      * DEL DIPARTIMENTO DI CUI SONO RESPONSABILI (CWDIPART). CON      *
      * SOCIETA' AUTORIZZATE SU CWUTESOC (CX99DEMO) LA MATRICOLA DEVE  *
      * ESSERE DI UNA SOCIETA' CONCESSA, ANCHE PER L'AMMINISTRATORE    *
      * -------------------------------------------------------------- *
       2235-CONTROLLA-COMPETENZA SECTION.
      *-------------------------*
           MOVE '2235-CTL-COMP' TO W-ULT-LABEL.
           IF COM-SOC-LIMITATE
              MOVE +0 TO W-COUNT
              EXEC SQL SELECT COUNT(*)
                         INTO :W-COUNT
                         FROM  CPS04.CWUTESOC
                        WHERE UTENTE      = :COM-UTENTE
                        AND   COD_SOCIETA = :W-SOCIETA
              END-EXEC
              IF W-COUNT = +0
                 MOVE '365'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-MATRL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
           MOVE +0 TO W-MATR-OPER.
           IF COM-UTENTE-1
              GO TO 2235-EX
           END-IF.
      *
           EXEC SQL SELECT COD_MATRICOLA_DIP
                      INTO :W-MATR-OPER
                      FROM  CPS04.CWUTENTI
                     WHERE UTENTE = :COM-UTENTE
           END-EXEC.
           IF SQLCODE = +100 OR W-MATR-OPER = +0
              MOVE '410'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-MATR-OPER = W-MATRICOLA
              GO TO 2235-EX
           END-IF.
      *
           MOVE +0 TO W-RESPONSABILE.
           EXEC SQL SELECT COD_RESPONSABILE
                      INTO :W-RESPONSABILE
                      FROM  CPS04.CWDIPART
                     WHERE CODICE = :W-DIPART
           END-EXEC.
           IF SQLCODE = +100 OR W-RESPONSABILE NOT = W-MATR-OPER
              MOVE '410'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2235-EX. EXIT.

      * -------------------------------------------------------------- *
      * REVOCA (MODO 3): RISERVATA ALL'AMMINISTRATORE, FUORI DALLA     *
      * FINESTRA BATCH E SU MESE NON CHIUSO; IL FOGLIO DEVE ESSERE     *
      * CERTIFICATO                                                    *
      * -------------------------------------------------------------- *
       2240-CONTROLLA-REVOCA SECTION.
      *---------------------*
           MOVE '2240-CTL-REV' TO W-ULT-LABEL.
           IF NOT COM-UTENTE-1
              MOVE '050'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2205-CONTROLLA-FINESTRA.
           PERFORM 2230-CONTROLLA-CHIAVE.
           PERFORM 2260-CONTROLLA-PERIODO.
           PERFORM 2280-LEGGI-FOGLIO.
           IF NOT FOGLIO-CERTIFICATO
              PERFORM 2300-VISUALIZZA
              MOVE '422'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * ELENCO (MODO 4): IL DIPARTIMENTO DEVE ESSERE CENSITO E, FUORI  *
      * DALL'AMMINISTRATORE, L'OPERATORE NE DEVE ESSERE IL RESPONSABILE*
      * -------------------------------------------------------------- *
       2250-CONTROLLA-DIPARTIMENTO SECTION.
      *---------------------------*
           MOVE '2250-CTL-DIPA' TO W-ULT-LABEL.
           PERFORM 2210-CONTROLLA-MESE.
           IF W-DIPART = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DIPAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-RESPONSABILE.
           EXEC SQL SELECT COD_RESPONSABILE
                      INTO :W-RESPONSABILE
                      FROM  CPS04.CWDIPART
                     WHERE CODICE = :W-DIPART
           END-EXEC.
           IF SQLCODE = +100
              MOVE '079'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DIPAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF COM-UTENTE-1
              GO TO 2250-EX
           END-IF.
           MOVE +0 TO W-MATR-OPER.
           EXEC SQL SELECT COD_MATRICOLA_DIP
                      INTO :W-MATR-OPER
                      FROM  CPS04.CWUTENTI
                     WHERE UTENTE = :COM-UTENTE
           END-EXEC.
           IF SQLCODE = +100 OR W-MATR-OPER = +0 OR
              W-RESPONSABILE NOT = W-MATR-OPER
              MOVE '428'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DIPAL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2250-EX. EXIT.

      * -------------------------------------------------------------- *
      * MESE CONTABILE DEL FOGLIO: SE CHIUSO SU CWPERIOD IL FOGLIO NON *
      * E' PIU' MODIFICABILE (VEDI CX33DEMO)                           *
      * -------------------------------------------------------------- *
       2260-CONTROLLA-PERIODO SECTION.
      *----------------------*
           MOVE '2260-CTL-PERIOD' TO W-ULT-LABEL.
           MOVE 'A' TO W-STATO-PERIODO.
           EXEC SQL SELECT STATO_PERIODO
                      INTO :W-STATO-PERIODO
                      FROM  CPS04.CWPERIOD
                     WHERE ANNO_MESE = :W-ANNO-MESE
           END-EXEC.
           IF SQLCODE = +100
              MOVE 'A' TO W-STATO-PERIODO
           END-IF.
           IF W-STATO-PERIODO = 'C'
              MOVE '176'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ANNOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2260-EX. EXIT.

      * -------------------------------------------------------------- *
      * LETTURA DEL FOGLIO DELLA MATRICOLA NEL MESE                    *
      * -------------------------------------------------------------- *
       2280-LEGGI-FOGLIO SECTION.
      *-----------------*
           MOVE '2280-LEGGI-FOG' TO W-ULT-LABEL.
           EXEC SQL SELECT CODICI_GIORNO,
                           ANOMALIE_GIORNO,
                           GIORNI_LAVORATI,
                           GIORNI_ASSENZA,
                           NUM_ANOMALIE,
                           STATO_FOGLIO,
                           DATA_ELABORAZIONE,
                           UTENTE_CERT,
                           DATA_CERT,
                           ORA_CERT
                      INTO :DCL-CWFOGPRE.CODICI-GIORNO,
                           :DCL-CWFOGPRE.ANOMALIE-GIORNO,
                           :DCL-CWFOGPRE.GIORNI-LAVORATI,
                           :DCL-CWFOGPRE.GIORNI-ASSENZA,
                           :DCL-CWFOGPRE.NUM-ANOMALIE,
                           :DCL-CWFOGPRE.STATO-FOGLIO,
                           :DCL-CWFOGPRE.DATA-ELABORAZIONE,
                           :DCL-CWFOGPRE.UTENTE-CERT,
                           :DCL-CWFOGPRE.DATA-CERT,
                           :DCL-CWFOGPRE.ORA-CERT
                      FROM  CPS04.CWFOGPRE
                     WHERE ANNO_MESE         = :W-ANNO-MESE
                     AND   COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF SQLCODE = +100
              MOVE '420'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2280-EX. EXIT.

      * -------------------------------------------------------------- *
      * VISUALIZZAZIONE DEL FOGLIO LETTO IN 2280: STATO, ESTREMI DI    *
      * CERTIFICAZIONE, GIORNI (RIGHE 1-4), TOTALI E LEGENDA           *
      * -------------------------------------------------------------- *
       2300-VISUALIZZA SECTION.
      *---------------*
           MOVE '2300-VISUALIZZA' TO W-ULT-LABEL.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > W-MAX-RIGHE.
           IF FOGLIO-CERTIFICATO
              MOVE 'CERTIFICATO'            TO M-STATOO
              MOVE UTENTE-CERT OF DCL-CWFOGPRE TO WC-UTENTE
              MOVE DATA-CERT   OF DCL-CWFOGPRE TO WC-DATA
              MOVE ORA-CERT    OF DCL-CWFOGPRE TO WC-ORA
              MOVE W-ESTREMI-CERT           TO M-CERTO
           ELSE
              MOVE 'ELABORATO'              TO M-STATOO
              MOVE SPACES                   TO M-CERTO
           END-IF.
           MOVE CODICI-GIORNO   OF DCL-CWFOGPRE TO W-CODICI-GIORNO.
           MOVE ANOMALIE-GIORNO OF DCL-CWFOGPRE TO W-ANOMALIE-GIORNO.
           MOVE 1 TO W-IND-RIGA.
           MOVE 0 TO W-IND-CELLA.
           MOVE SPACES TO W-RIGA-GIORNI.
           PERFORM 2320-CELLA-GIORNO
                   VARYING W-IND-GG FROM 1 BY 1
                   UNTIL W-IND-GG > 31.
           MOVE W-RIGA-GIORNI TO M-RIGAO (W-IND-RIGA).
           MOVE GIORNI-LAVORATI   OF DCL-CWFOGPRE TO WT-LAVORATI.
           MOVE GIORNI-ASSENZA    OF DCL-CWFOGPRE TO WT-ASSENZA.
           MOVE NUM-ANOMALIE      OF DCL-CWFOGPRE TO WT-ANOMALIE.
           MOVE DATA-ELABORAZIONE OF DCL-CWFOGPRE TO WT-ELABORAZIONE.
           MOVE W-RIGA-TOTALI  TO M-RIGAO (5).
           MOVE W-RIGA-LEGENDA TO M-RIGAO (6).
       2300-EX. EXIT.

       2310-PULISCI-RIGA SECTION.
      *-----------------*
           MOVE SPACES TO M-RIGAO (W-IND-RIGA).
       2310-EX. EXIT.

      * -------------------------------------------------------------- *
      * UN GIORNO NELLA SUA CELLA; OGNI 10 GIORNI SI PASSA ALLA RIGA   *
      * SUCCESSIVA. I GIORNI OLTRE LA FINE DEL MESE (CODICE A SPAZI    *
      * DOPO IL 28) NON SI MOSTRANO                                    *
      * -------------------------------------------------------------- *
       2320-CELLA-GIORNO SECTION.
      *-----------------*
           IF W-IND-GG > 28 AND W-COD-GIORNO (W-IND-GG) = SPACES
              GO TO 2320-EX
           END-IF.
           IF W-IND-CELLA = 10
              MOVE W-RIGA-GIORNI TO M-RIGAO (W-IND-RIGA)
              ADD 1 TO W-IND-RIGA
              MOVE 0 TO W-IND-CELLA
              MOVE SPACES TO W-RIGA-GIORNI
           END-IF.
           ADD 1 TO W-IND-CELLA.
           MOVE W-IND-GG                  TO W-GG-EDIT.
           MOVE W-GG-EDIT                 TO WG-GG     (W-IND-CELLA).
           MOVE ':'                       TO WG-SEP    (W-IND-CELLA).
           MOVE W-COD-GIORNO  (W-IND-GG)  TO WG-CODICE (W-IND-CELLA).
           MOVE W-ANOM-GIORNO (W-IND-GG)  TO WG-ANOM   (W-IND-CELLA).
       2320-EX. EXIT.

      * -------------------------------------------------------------- *
      * ELENCO (MODO 4): FOGLI DEL MESE DEL DIPARTIMENTO, UNO PER RIGA *
      * -------------------------------------------------------------- *
       2400-ELENCO SECTION.
      *-----------*
           MOVE '2400-ELENCO' TO W-ULT-LABEL.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > W-MAX-RIGHE.
           MOVE +0     TO W-IND-RIGA.
           MOVE SPACES TO M-NOMEO M-STATOO M-CERTO.
           EXEC SQL OPEN CUR-FOG15  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2420-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).
           EXEC SQL CLOSE CUR-FOG15  END-EXEC.
      *
           IF W-IND-RIGA = 0
              MOVE '427'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE '426'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       2400-EX. EXIT.

       2420-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-FOG15
           INTO   :DCL-CWFOGPRE.COD-MATRICOLA-DIP,
                  :W-COGNOME,
                  :DCL-CWFOGPRE.STATO-FOGLIO,
                  :DCL-CWFOGPRE.GIORNI-LAVORATI,
                  :DCL-CWFOGPRE.GIORNI-ASSENZA,
                  :DCL-CWFOGPRE.NUM-ANOMALIE,
                  :DCL-CWFOGPRE.UTENTE-CERT
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-RIGA < W-MAX-RIGHE
              ADD 1 TO W-IND-RIGA
              MOVE SPACES                           TO W-RIGA-ELENCO
              MOVE COD-MATRICOLA-DIP OF DCL-CWFOGPRE TO WE-MATRICOLA
              MOVE W-COGNOME                        TO WE-NOMINATIVO
              IF FOGLIO-CERTIFICATO
                 MOVE 'CERTIFICATO'                 TO WE-STATO
              ELSE
                 MOVE 'ELABORATO'                   TO WE-STATO
              END-IF
              MOVE GIORNI-LAVORATI   OF DCL-CWFOGPRE TO WE-LAVORATI
              MOVE GIORNI-ASSENZA    OF DCL-CWFOGPRE TO WE-ASSENZA
              MOVE NUM-ANOMALIE      OF DCL-CWFOGPRE TO WE-ANOMALIE
              MOVE UTENTE-CERT       OF DCL-CWFOGPRE TO WE-UTENTE-CERT
              MOVE W-RIGA-ELENCO TO M-RIGAO (W-IND-RIGA)
           END-IF.
       2420-EX. EXIT.

      * -------------------------------------------------------------- *
      * RICHIESTA DI CONFERMA: UN FOGLIO CON GIORNI ANOMALI (AI) SI    *
      * PUO' CERTIFICARE, MA LA CONFERMA E' PRECEDUTA DA UN AVVISO     *
      * -------------------------------------------------------------- *
       2500-CONFERMA SECTION.
      *-------------*
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.
           MOVE '2'      TO COM-GIRO.
           IF W-MODO-CER AND NUM-ANOMALIE OF DCL-CWFOGPRE > 0
              MOVE '429' TO W-COD-MSG-HOST
           ELSE
              MOVE '020' TO W-COD-MSG-HOST
           END-IF.
      * ---
      * I CAMPI DATI VENGONO PROTETTI CON FSET COSI' DA RIENTRARE
      * INALTERATI ALLA CONFERMA (VEDI 1520-RIPRISTINO-ATTR DI
      * CW31DEMO)
      * ---
           MOVE PROT-FSET TO M-MODOA
                             M-ANNOA
                             M-MESEA
                             M-MATRA
                             M-DIPAA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFZ8MAPO.
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
                        MAP    ('MFZ8MAP')
                        MAPSET ('MFZ8MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFZ8MAP')
                        MAPSET ('MFZ8MAP')
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
                     TRANSID  ('RY15')
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
