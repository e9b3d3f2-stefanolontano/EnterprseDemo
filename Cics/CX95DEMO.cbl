       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX95DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX95                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : OBIETTIVI ANNUALI MBO E SCHEMA DEL PREMIO    *
      *                   PER QUALIFICA                                *
      * TIPO OPERAZIONE : INSERIMENTO / AGGIORNAMENTO / CANCELLAZIONE /*
      *                   CONSULTAZIONE                                *
      * TABELLE USATE   : CPS04.CWOBIETT, CPS04.CWSCHPRE,              *
      *                   CPS04.CWPREMIO, CPS04.CWDIPENDENTI,          *
      *                   CPS04.CWQUALIF                               *
      * RIFERIMENTO P.E.: VARIAZIONI NEGATE AL RUOLO 4, SCHEMA PREMIO  *
      *                   RISERVATO A COM-UTENTE-1 (AMMINISTRATORE)    *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
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
      * GLI OBIETTIVI DELL'ANNO DI UNA MATRICOLA (FINO A 99, CON PESO  *
      * PERCENTUALE E VALORE DA RAGGIUNGERE) VENGONO ASSEGNATI A       *
      * INIZIO ANNO E CONSUNTIVATI A FINE ANNO; LO SCHEMA DEL PREMIO   *
      * PER QUALIFICA FISSA IL PREMIO OBIETTIVO IN PERCENTUALE DI      *
      * RETRIB_BASE E IL MOLTIPLICATORE PER OGNI GIUDIZIO A-E DELLA    *
      * VALUTAZIONE ANNUALE CWVALUTA (CX19DEMO). IL PREMIO E'          *
      * CALCOLATO DAL BATCH ANNUALE CX96DEMO: DA QUEL MOMENTO GLI      *
      * OBIETTIVI DELL'ANNO NON SONO PIU' MODIFICABILI (SE IL PREMIO   *
      * VIENE RIFIUTATO IN CW18DEMO TORNANO MODIFICABILI).             *
      * PERIMETRO DI DIPARTIMENTO COME CX19DEMO: UN NON AMMINISTRATORE *
      * OPERA SOLO SUI DIPENDENTI DEL PROPRIO DIPARTIMENTO.            *
      *   MODO 1 - INSERIMENTO DI UN OBIETTIVO                         *
      *   MODO 2 - REGISTRAZIONE DEL CONSUNTIVO DI UN OBIETTIVO        *
      *   MODO 3 - CANCELLAZIONE DI UN OBIETTIVO                       *
      *   MODO 4 - CONSULTAZIONE DEGLI OBIETTIVI E DEL PREMIO          *
      *   MODO 5 - INSERIMENTO/VARIAZIONE DELLO SCHEMA DI UNA QUALIFICA*
      *   MODO 6 - CONSULTAZIONE DEGLI SCHEMI PREMIO                   *
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
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-INS                  VALUE '1'.
           88  W-MODO-CONS                 VALUE '2'.
           88  W-MODO-CAN                  VALUE '3'.
           88  W-MODO-CON                  VALUE '4'.
           88  W-MODO-SCHEMA               VALUE '5'.
           88  W-MODO-CON-SCHEMI           VALUE '6'.
           88  W-MODO-OBIETTIVI            VALUE '1' '2' '3' '4'.
           88  W-MODO-VARIAZIONE           VALUE '1' '2' '3'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-MATR                          PIC X(5)      VALUE SPACES.
       01  W-MATRICOLA                     PIC S9(5)     USAGE COMP-3
                                                         VALUE +0.
       01  W-ANNO                          PIC X(4)      VALUE SPACES.
       01  W-ANNO-NUM                      PIC S9(4)     USAGE COMP-3
                                                         VALUE +0.
       01  W-PROGR                         PIC X(2)      VALUE SPACES.
       01  W-PROGR-NUM                     PIC S9(2)     USAGE COMP-3
                                                         VALUE +0.
       01  W-DESCR                         PIC X(40)     VALUE SPACES.
       01  W-PESO                          PIC X(3)      VALUE SPACES.
       01  W-PESO-NUM                      PIC S9(3)     USAGE COMP-3
                                                         VALUE +0.
       01  W-SOMMA-PESI                    PIC S9(5)     USAGE COMP-3
                                                         VALUE +0.
       01  W-QUALIFICA                     PIC X(8)      VALUE SPACES.
      * PERIMETRO DI DIPARTIMENTO (VEDI CX19DEMO - 2210)
       01  W-DIPART-LETTO                  PIC X(10)     VALUE SPACES.
       01  W-NUM-FUORI-SOC                 PIC S9(9)     COMP VALUE +0.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
       01  W-DATE                          PIC X(6)      VALUE SPACES.
      * ---
      * IMPORTI DIGITATI IN PARTE INTERA E DECIMALE (COME CX78DEMO)
      * ---
       01  W-TARGET-DIG.
           05  W-TARGET-DIG-INT            PIC 9(9)      VALUE ZEROES.
           05  W-TARGET-DIG-DEC            PIC 9(2)      VALUE ZEROES.
       01  W-TARGET-DIG-NUM REDEFINES W-TARGET-DIG  PIC 9(9)V99.
       01  W-CONS-DIG.
           05  W-CONS-DIG-INT              PIC 9(9)      VALUE ZEROES.
           05  W-CONS-DIG-DEC              PIC 9(2)      VALUE ZEROES.
       01  W-CONS-DIG-NUM REDEFINES W-CONS-DIG  PIC 9(9)V99.
       01  SW-CONS-DIGITATO                PIC X(1)      VALUE 'N'.
           88  CONS-DIGITATO                             VALUE 'S'.
       01  W-PERC-DIG.
           05  W-PERC-DIG-INT              PIC 9(3)      VALUE ZEROES.
           05  W-PERC-DIG-DEC              PIC 9(2)      VALUE ZEROES.
       01  W-PERC-DIG-NUM REDEFINES W-PERC-DIG  PIC 9(3)V99.
      * ---
      * MOLTIPLICATORI DEI GIUDIZI A-E, DIGITATI SU TRE CIFRE SENZA
      * VIRGOLA (150 = 1,50)
      * ---
       01  W-MOLT-DIG.
           05  W-MOLT-X                    PIC X(3)      OCCURS 5.
       01  W-MOLT-NUM REDEFINES W-MOLT-DIG.
           05  W-MOLT-9                    PIC 9V99      OCCURS 5.
       01  W-IND-MOLT                      PIC S9(4)  COMP VALUE +0.
       01  SW-MOLT-ERRATO                  PIC X(1)      VALUE 'N'.
           88  MOLT-ERRATO                               VALUE 'S'.
       01  W-LETTERE-GIUDIZIO              PIC X(5)      VALUE 'ABCDE'.
      * ---
      * ELENCO (MODI 4 E 6), UNA RIGA PER OBIETTIVO O SCHEMA (M-RIGAO);
      * IN CONSULTAZIONE OBIETTIVI LA RIGA DOPO L'ULTIMO OBIETTIVO
      * MOSTRA IL PREMIO DELL'ANNO SE GIA' CALCOLATO
      * ---
       01  W-IND-RIGA                      PIC S9(4)  COMP VALUE +0.
       01  W-MAX-RIGHE                     PIC S9(4)  COMP VALUE +10.
       01  W-MAX-OBIETTIVI                 PIC S9(4)  COMP VALUE +9.
       01  W-RAGG                          PIC S9(5)V99 COMP-3
                                                         VALUE +0.
       01  W-IMP-LAV.
           05  W-IMP-LAV-INT               PIC 9(9)      VALUE ZEROES.
           05  W-IMP-LAV-DEC               PIC 9(2)      VALUE ZEROES.
       01  W-IMP-LAV-NUM REDEFINES W-IMP-LAV  PIC 9(9)V99.
       01  W-MOLT-LAV.
           05  W-MOLT-LAV-INT              PIC 9(1)      VALUE ZEROES.
           05  W-MOLT-LAV-DEC              PIC 9(2)      VALUE ZEROES.
       01  W-MOLT-LAV-NUM REDEFINES W-MOLT-LAV  PIC 9V99.
       01  W-RIGA-OBI.
           05  WO-PROGR                    PIC Z9.
           05  FILLER                      PIC X(1).
           05  WO-DESCR                    PIC X(28).
           05  FILLER                      PIC X(1).
           05  WO-PESO                     PIC ZZ9.
           05  FILLER                      PIC X(1).
           05  WO-TARGET-INT               PIC ZZZZZZZZ9.
           05  WO-TARGET-VIRG              PIC X(1).
           05  WO-TARGET-DEC               PIC 99.
           05  FILLER                      PIC X(1).
           05  WO-CONS-INT                 PIC ZZZZZZZZ9.
           05  WO-CONS-VIRG                PIC X(1).
           05  WO-CONS-DEC                 PIC 99.
           05  FILLER                      PIC X(1).
           05  WO-RAGG                     PIC ZZ9.
           05  WO-PERC                     PIC X(1).
       01  W-RIGA-PRE.
           05  FILLER                      PIC X(14)  VALUE
               'PREMIO ANNO: '.
           05  WP-IMPORTO-INT              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(1)   VALUE ','.
           05  WP-IMPORTO-DEC              PIC 99.
           05  FILLER                      PIC X(7)   VALUE ' GIUD: '.
           05  WP-GIUDIZIO                 PIC X(1).
           05  FILLER                      PIC X(8)   VALUE ' RAGG.: '.
           05  WP-RAGG                     PIC ZZ9.
           05  FILLER                      PIC X(2)   VALUE '% '.
           05  WP-STATO                    PIC X(20).
       01  W-RIGA-SCH.
           05  WH-QUALIFICA                PIC X(8).
           05  FILLER                      PIC X(2).
           05  WH-PERC-INT                 PIC ZZ9.
           05  WH-PERC-VIRG                PIC X(1).
           05  WH-PERC-DEC                 PIC 99.
           05  WH-PERC                     PIC X(1).
           05  FILLER                      PIC X(1).
           05  WH-MOLT                     OCCURS 5.
               10  WH-MOLT-LETTERA         PIC X(1).
               10  WH-MOLT-UGUALE          PIC X(1).
               10  WH-MOLT-INT             PIC 9.
               10  WH-MOLT-VIRG            PIC X(1).
               10  WH-MOLT-DEC             PIC 99.
               10  FILLER                  PIC X(1).
           05  FILLER                      PIC X(1).
           05  WH-DATA-AGG                 PIC X(10).
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (ESTREMI DI REGISTRAZIONE)   *
      * -------------------------------------------------------------- *
       01  W-ABSTIME                       PIC S9(8)  COMP.
      * FINESTRA BATCH NOTTURNA (VEDI 2206-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX95DEMO'.
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
           EXEC SQL  INCLUDE CWOBIE         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWSCHP         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWPREM         END-EXEC.
      * ---
      * OBIETTIVI DELLA MATRICOLA NELL'ANNO (MODO 4)
      * ---
           EXEC SQL DECLARE CUR-OBI95 CURSOR FOR
                    SELECT  O.PROGRESSIVO,
                            O.DESCRIZIONE,
                            O.PESO,
                            O.VALORE_TARGET,
                            O.VALORE_CONSUNTIVO,
                            O.DATA_CONSUNTIVO
                    FROM    CPS04.CWOBIETT O
                    WHERE   O.COD_MATRICOLA_DIP = :W-MATRICOLA
                    AND     O.ANNO              = :W-ANNO-NUM
                    ORDER BY O.PROGRESSIVO
           END-EXEC.
      * ---
      * SCHEMI PREMIO PER QUALIFICA (MODO 6)
      * ---
           EXEC SQL DECLARE CUR-SCH95 CURSOR FOR
                    SELECT  S.QUALIFICA_INTERNA,
                            S.PERC_TARGET,
                            S.MOLT_GIUDIZIO_A,
                            S.MOLT_GIUDIZIO_B,
                            S.MOLT_GIUDIZIO_C,
                            S.MOLT_GIUDIZIO_D,
                            S.MOLT_GIUDIZIO_E,
                            S.DATA_AGGIORNAMENTO
                    FROM    CPS04.CWSCHPRE S
                    ORDER BY S.QUALIFICA_INTERNA
           END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFZ1MAP.
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
           EXEC CICS RECEIVE MAP    ('MFZ1MAP')
                             MAPSET ('MFZ1MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFZ1MAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFZ1MAPI.
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
           EXEC CICS RECEIVE MAP    ('MFZ1MAP')
                             MAPSET ('MFZ1MAP') END-EXEC.
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
      * I CONTROLLI VENGONO RIPETUTI: NEL FRATTEMPO UN ALTRO OPERATORE
      * PUO' AVER VARIATO GLI OBIETTIVI O IL BATCH CX96DEMO PUO' AVER
      * CALCOLATO IL PREMIO DELL'ANNO
      * ---
                 MOVE SPACE   TO COM-GIRO
                 PERFORM 1520-RIPRISTINO-ATTR
                 PERFORM 2206-CONTROLLA-FINESTRA
                 PERFORM 2205-CONTROLLI-MODO
                 EVALUATE TRUE
                    WHEN W-MODO-INS
                       PERFORM 2220-CONTROLLA-INSERIMENTO
                       PERFORM 1430-INSERISCI
                    WHEN W-MODO-CONS
                       PERFORM 2240-CONTROLLA-CONSUNTIVO
                       PERFORM 1440-CONSUNTIVA
                    WHEN W-MODO-CAN
                       PERFORM 2230-LEGGI-OBIETTIVO
                       PERFORM 1450-CANCELLA
                    WHEN OTHER
                       PERFORM 2260-CONTROLLA-SCHEMA
                       PERFORM 1460-AGGIORNA-SCHEMA
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
           MOVE LOW-VALUE  TO MFZ1MAPO.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

       1430-INSERISCI SECTION.
      *--------------*
           MOVE '1430-INSERISCI' TO W-ULT-LABEL.
           MOVE W-MATRICOLA       TO COD-MATRICOLA-DIP OF DCL-CWOBIETT.
           MOVE W-ANNO-NUM        TO ANNO              OF DCL-CWOBIETT.
           MOVE W-PROGR-NUM       TO PROGRESSIVO       OF DCL-CWOBIETT.
           MOVE W-DESCR           TO DESCRIZIONE       OF DCL-CWOBIETT.
           MOVE W-PESO-NUM        TO PESO              OF DCL-CWOBIETT.
           MOVE W-TARGET-DIG-NUM  TO VALORE-TARGET     OF DCL-CWOBIETT.
           MOVE +0                TO VALORE-CONSUNTIVO OF DCL-CWOBIETT.
           MOVE SPACES            TO DATA-CONSUNTIVO   OF DCL-CWOBIETT.
           MOVE COM-UTENTE     TO UTENTE-REGISTRAZIONE OF DCL-CWOBIETT.
           MOVE W-DATE         TO DATA-REGISTRAZIONE   OF DCL-CWOBIETT.
           EXEC SQL INSERT INTO CPS04.CWOBIETT
                         VALUES (:DCL-CWOBIETT.COD-MATRICOLA-DIP,
                                 :DCL-CWOBIETT.ANNO,
                                 :DCL-CWOBIETT.PROGRESSIVO,
                                 :DCL-CWOBIETT.DESCRIZIONE,
                                 :DCL-CWOBIETT.PESO,
                                 :DCL-CWOBIETT.VALORE-TARGET,
                                 :DCL-CWOBIETT.VALORE-CONSUNTIVO,
                                 :DCL-CWOBIETT.DATA-CONSUNTIVO,
                                 :DCL-CWOBIETT.UTENTE-REGISTRAZIONE,
                                 :DCL-CWOBIETT.DATA-REGISTRAZIONE)
           END-EXEC.
           MOVE '023'   TO W-COD-MSG-HOST.
       1430-EX. EXIT.

       1440-CONSUNTIVA SECTION.
      *---------------*
           MOVE '1440-CONSUNTIVA' TO W-ULT-LABEL.
           MOVE W-CONS-DIG-NUM    TO VALORE-CONSUNTIVO OF DCL-CWOBIETT.
           MOVE W-DATA-OGGI       TO DATA-CONSUNTIVO   OF DCL-CWOBIETT.
           EXEC SQL UPDATE CPS04.CWOBIETT
                       SET VALORE_CONSUNTIVO =
                                  :DCL-CWOBIETT.VALORE-CONSUNTIVO,
                           DATA_CONSUNTIVO   =
                                  :DCL-CWOBIETT.DATA-CONSUNTIVO
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   ANNO              = :W-ANNO-NUM
                     AND   PROGRESSIVO       = :W-PROGR-NUM
           END-EXEC.
           MOVE '024'   TO W-COD-MSG-HOST.
       1440-EX. EXIT.

       1450-CANCELLA SECTION.
      *-------------*
           MOVE '1450-CANCELLA' TO W-ULT-LABEL.
           EXEC SQL DELETE FROM CPS04.CWOBIETT
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   ANNO              = :W-ANNO-NUM
                     AND   PROGRESSIVO       = :W-PROGR-NUM
           END-EXEC.
           MOVE '027'   TO W-COD-MSG-HOST.
       1450-EX. EXIT.

      * -------------------------------------------------------------- *
      * SCHEMA PREMIO DELLA QUALIFICA: VARIAZIONE SE GIA' CENSITO,     *
      * ALTRIMENTI INSERIMENTO                                         *
      * -------------------------------------------------------------- *
       1460-AGGIORNA-SCHEMA SECTION.
      *--------------------*
           MOVE '1460-AGG-SCHEMA' TO W-ULT-LABEL.
           MOVE W-QUALIFICA      TO QUALIFICA-INTERNA OF DCL-CWSCHPRE.
           MOVE W-PERC-DIG-NUM   TO PERC-TARGET       OF DCL-CWSCHPRE.
           MOVE W-MOLT-9 (1)     TO MOLT-GIUDIZIO-A   OF DCL-CWSCHPRE.
           MOVE W-MOLT-9 (2)     TO MOLT-GIUDIZIO-B   OF DCL-CWSCHPRE.
           MOVE W-MOLT-9 (3)     TO MOLT-GIUDIZIO-C   OF DCL-CWSCHPRE.
           MOVE W-MOLT-9 (4)     TO MOLT-GIUDIZIO-D   OF DCL-CWSCHPRE.
           MOVE W-MOLT-9 (5)     TO MOLT-GIUDIZIO-E   OF DCL-CWSCHPRE.
           MOVE COM-UTENTE     TO UTENTE-AGGIORNAMENTO OF DCL-CWSCHPRE.
           MOVE W-DATA-OGGI    TO DATA-AGGIORNAMENTO   OF DCL-CWSCHPRE.
           EXEC SQL UPDATE CPS04.CWSCHPRE
                       SET PERC_TARGET     = :DCL-CWSCHPRE.PERC-TARGET,
                           MOLT_GIUDIZIO_A =
                                  :DCL-CWSCHPRE.MOLT-GIUDIZIO-A,
                           MOLT_GIUDIZIO_B =
                                  :DCL-CWSCHPRE.MOLT-GIUDIZIO-B,
                           MOLT_GIUDIZIO_C =
                                  :DCL-CWSCHPRE.MOLT-GIUDIZIO-C,
                           MOLT_GIUDIZIO_D =
                                  :DCL-CWSCHPRE.MOLT-GIUDIZIO-D,
                           MOLT_GIUDIZIO_E =
                                  :DCL-CWSCHPRE.MOLT-GIUDIZIO-E,
                           UTENTE_AGGIORNAMENTO =
                                  :DCL-CWSCHPRE.UTENTE-AGGIORNAMENTO,
                           DATA_AGGIORNAMENTO   =
                                  :DCL-CWSCHPRE.DATA-AGGIORNAMENTO
                     WHERE QUALIFICA_INTERNA = :W-QUALIFICA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-NOT-FOUND
              EXEC SQL INSERT INTO CPS04.CWSCHPRE
                            VALUES (:DCL-CWSCHPRE.QUALIFICA-INTERNA,
                                    :DCL-CWSCHPRE.PERC-TARGET,
                                    :DCL-CWSCHPRE.MOLT-GIUDIZIO-A,
                                    :DCL-CWSCHPRE.MOLT-GIUDIZIO-B,
                                    :DCL-CWSCHPRE.MOLT-GIUDIZIO-C,
                                    :DCL-CWSCHPRE.MOLT-GIUDIZIO-D,
                                    :DCL-CWSCHPRE.MOLT-GIUDIZIO-E,
                                   :DCL-CWSCHPRE.UTENTE-AGGIORNAMENTO,
                                    :DCL-CWSCHPRE.DATA-AGGIORNAMENTO)
              END-EXEC
              MOVE '023'   TO W-COD-MSG-HOST
           ELSE
              MOVE '024'   TO W-COD-MSG-HOST
           END-IF.
       1460-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIPRISTINO DEI CAMPI MODIFICABILI DOPO LA CONFERMA (VEDI       *
      * 1520-RIPRISTINO-ATTR DI CW31DEMO)                              *
      * -------------------------------------------------------------- *
       1520-RIPRISTINO-ATTR SECTION.
      *--------------------*
           MOVE UNPROT    TO M-MODOA
                             M-MATRA
                             M-ANNOA
                             M-PROGRA
                             M-DESCRA
                             M-PESOA
                             M-TARGA
                             M-TARGDECA
                             M-CONSA
                             M-CONSDECA
                             M-QUALA
                             M-PERCA
                             M-PERCDECA
                             M-MOLTAA
                             M-MOLTBA
                             M-MOLTCA
                             M-MOLTDA
                             M-MOLTEA.
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
           EXEC CICS RECEIVE MAP    ('MFZ1MAP')
                             MAPSET ('MFZ1MAP') END-EXEC.
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
           INSPECT M-ANNOI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-ANNOI  REPLACING ALL '_'       BY ' '.
           MOVE    M-ANNOI  TO W-ANNO.
           IF W-ANNO NUMERIC
              MOVE W-ANNO   TO W-ANNO-NUM
           END-IF.
           INSPECT M-PROGRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-PROGRI REPLACING ALL '_'       BY ' '.
           MOVE    M-PROGRI TO W-PROGR.
           IF W-PROGR NUMERIC
              MOVE W-PROGR  TO W-PROGR-NUM
           END-IF.
           INSPECT M-DESCRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DESCRI REPLACING ALL '_'       BY ' '.
           MOVE    M-DESCRI TO W-DESCR.
           INSPECT M-PESOI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-PESOI  REPLACING ALL '_'       BY ' '.
           MOVE    M-PESOI  TO W-PESO.
           MOVE +0          TO W-PESO-NUM.
           IF W-PESO NUMERIC
              MOVE W-PESO   TO W-PESO-NUM
           END-IF.
           INSPECT M-TARGI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-TARGI  REPLACING ALL '_'       BY ' '.
           INSPECT M-TARGDECI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-TARGDECI REPLACING ALL '_'       BY ' '.
           MOVE ZEROES TO W-TARGET-DIG.
           IF M-TARGI NUMERIC
              MOVE M-TARGI    TO W-TARGET-DIG-INT
           END-IF.
           IF M-TARGDECI NUMERIC
              MOVE M-TARGDECI TO W-TARGET-DIG-DEC
           END-IF.
           INSPECT M-CONSI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CONSI  REPLACING ALL '_'       BY ' '.
           INSPECT M-CONSDECI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CONSDECI REPLACING ALL '_'       BY ' '.
           MOVE ZEROES TO W-CONS-DIG.
           MOVE 'N'    TO SW-CONS-DIGITATO.
           IF M-CONSI NUMERIC
              MOVE M-CONSI    TO W-CONS-DIG-INT
              MOVE 'S'        TO SW-CONS-DIGITATO
           END-IF.
           IF M-CONSDECI NUMERIC
              MOVE M-CONSDECI TO W-CONS-DIG-DEC
           END-IF.
           INSPECT M-QUALI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-QUALI  REPLACING ALL '_'       BY ' '.
           MOVE    M-QUALI  TO W-QUALIFICA.
           INSPECT M-PERCI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-PERCI  REPLACING ALL '_'       BY ' '.
           INSPECT M-PERCDECI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-PERCDECI REPLACING ALL '_'       BY ' '.
           MOVE ZEROES TO W-PERC-DIG.
           IF M-PERCI NUMERIC
              MOVE M-PERCI    TO W-PERC-DIG-INT
           END-IF.
           IF M-PERCDECI NUMERIC
              MOVE M-PERCDECI TO W-PERC-DIG-DEC
           END-IF.
           INSPECT M-MOLTAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MOLTAI REPLACING ALL '_'       BY ' '.
           MOVE    M-MOLTAI TO W-MOLT-X (1).
           INSPECT M-MOLTBI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MOLTBI REPLACING ALL '_'       BY ' '.
           MOVE    M-MOLTBI TO W-MOLT-X (2).
           INSPECT M-MOLTCI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MOLTCI REPLACING ALL '_'       BY ' '.
           MOVE    M-MOLTCI TO W-MOLT-X (3).
           INSPECT M-MOLTDI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MOLTDI REPLACING ALL '_'       BY ' '.
           MOVE    M-MOLTDI TO W-MOLT-X (4).
           INSPECT M-MOLTEI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MOLTEI REPLACING ALL '_'       BY ' '.
           MOVE    M-MOLTEI TO W-MOLT-X (5).
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYMMDD  (W-DATE)    END-EXEC.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
           PERFORM 2205-CONTROLLI-MODO.
      *
           EVALUATE TRUE
              WHEN W-MODO-INS
                 PERFORM 2220-CONTROLLA-INSERIMENTO
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-CONS
                 PERFORM 2240-CONTROLLA-CONSUNTIVO
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-CAN
                 PERFORM 2230-LEGGI-OBIETTIVO
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-CON
                 PERFORM 2300-CONSULTA-OBIETTIVI
              WHEN W-MODO-SCHEMA
                 PERFORM 2260-CONTROLLA-SCHEMA
                 PERFORM 2500-CONFERMA
              WHEN OTHER
                 PERFORM 2400-CONSULTA-SCHEMI
           END-EVALUATE.
       2200-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONTROLLI COMUNI A TUTTI I MODI, RIPETUTI ALLA CONFERMA:       *
      * MATRICOLA, ANNO E PERIMETRO DI DIPARTIMENTO PER GLI OBIETTIVI, *
      * RUOLO E PREMIO NON ANCORA CALCOLATO PER LE VARIAZIONI, SCHEMA  *
      * PREMIO RISERVATO ALL'AMMINISTRATORE                            *
      * -------------------------------------------------------------- *
       2205-CONTROLLI-MODO SECTION.
      *-------------------*
           MOVE '2205-CTL-MODO' TO W-ULT-LABEL.
           IF NOT W-MODO-OBIETTIVI AND NOT W-MODO-SCHEMA
              AND NOT W-MODO-CON-SCHEMI
              MOVE '007'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-MODO-OBIETTIVI
              PERFORM 2210-CONTROLLA-MATRICOLA
           END-IF.
      *
           IF W-MODO-VARIAZIONE
              PERFORM 2215-CONTROLLA-VARIAZIONE
           END-IF.
      *
           IF W-MODO-SCHEMA AND NOT COM-UTENTE-1
              MOVE '050'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2205-EX. EXIT.

      *----------------------------------------------------------------*
      * FINESTRA BATCH NOTTURNA (CWPARAM 'FINBATCH', APERTA DA         *
      * CY08DEMO E CHIUSA DA CX40DEMO): CON LA CATENA IN CORSO, SALVO  *
      * SBLOCCO DI EMERGENZA DELL'AMMINISTRATORE (PF6 SU CW02DEMO),    *
      * LA TRANSAZIONE E' DI SOLA CONSULTAZIONE                        *
      *----------------------------------------------------------------*
       2206-CONTROLLA-FINESTRA SECTION.
      *-----------------------*
           MOVE '2206-CONTR-FIN' TO W-ULT-LABEL.
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
       2206-EX. EXIT.

      * -------------------------------------------------------------- *
      * MATRICOLA CENSITA SU CWDIPENDENTI, ANNO NUMERICO E PERIMETRO   *
      * DI COMPETENZA (COME 2210 DI CX19DEMO): UN NON AMMINISTRATORE   *
      * GESTISCE SOLO I DIPENDENTI DEL PROPRIO DIPARTIMENTO            *
      * -------------------------------------------------------------- *
       2210-CONTROLLA-MATRICOLA SECTION.
      *------------------------*
           MOVE '2210-CTL-MATR' TO W-ULT-LABEL.
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
      *
           MOVE SPACES TO W-DIPART-LETTO.
           EXEC SQL SELECT DIPARTIMENTO
                      INTO :W-DIPART-LETTO
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF SQLCODE = +100
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-ANNO NOT NUMERIC
              MOVE '076'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ANNOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
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
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * LE VARIAZIONI SONO NEGATE AL RUOLO 4 (SOLA CONSULTAZIONE) E    *
      * NON SONO PIU' AMMESSE UNA VOLTA CALCOLATO IL PREMIO DELL'ANNO  *
      * (SALVO PREMIO RIFIUTATO, CHE CX96DEMO RICALCOLA)               *
      * -------------------------------------------------------------- *
       2215-CONTROLLA-VARIAZIONE SECTION.
      *-------------------------*
           MOVE '2215-CTL-VAR' TO W-ULT-LABEL.
           IF COM-UTENTE-4
              MOVE '008'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWPREMIO
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   ANNO              = :W-ANNO-NUM
                     AND   STATO_PREMIO     <> 'R'
           END-EXEC.
           IF W-COUNT > +0
              MOVE '354'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ANNOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2215-EX. EXIT.

      * -------------------------------------------------------------- *
      * INSERIMENTO (MODO 1): DESCRIZIONE OBBLIGATORIA, PESO 1-100     *
      * CON SOMMA DEI PESI DELL'ANNO ENTRO 100, VALORE OBIETTIVO       *
      * MAGGIORE DI ZERO. IL PROGRESSIVO E' ATTRIBUITO IN AUTOMATICO   *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-INSERIMENTO SECTION.
      *--------------------------*
           MOVE '2220-CTL-INS' TO W-ULT-LABEL.
           IF W-DESCR = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DESCRL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-PESO-NUM < 1 OR W-PESO-NUM > 100
              MOVE '351'    TO W-COD-MSG-HOST
              MOVE -1       TO M-PESOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-TARGET-DIG-NUM = ZERO
              MOVE '353'    TO W-COD-MSG-HOST
              MOVE -1       TO M-TARGL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           MOVE +0 TO W-SOMMA-PESI.
           EXEC SQL SELECT COALESCE(SUM(PESO), 0)
                      INTO :W-SOMMA-PESI
                      FROM  CPS04.CWOBIETT
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   ANNO              = :W-ANNO-NUM
           END-EXEC.
           ADD W-PESO-NUM TO W-SOMMA-PESI.
           IF W-SOMMA-PESI > 100
              MOVE '352'    TO W-COD-MSG-HOST
              MOVE -1       TO M-PESOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * CON PESI DI ALMENO 1 E SOMMA ENTRO 100 GLI OBIETTIVI DELL'ANNO
      * RESTANO NEI 99 PROGRESSIVI DISPONIBILI
      * ---
           MOVE +0 TO W-PROGR-NUM.
           EXEC SQL SELECT COALESCE(MAX(PROGRESSIVO), 0)
                      INTO :W-PROGR-NUM
                      FROM  CPS04.CWOBIETT
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   ANNO              = :W-ANNO-NUM
           END-EXEC.
           IF W-PROGR-NUM = 99
              MOVE '352'    TO W-COD-MSG-HOST
              MOVE -1       TO M-PESOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           ADD 1 TO W-PROGR-NUM.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSUNTIVO E CANCELLAZIONE (MODI 2 E 3): L'OBIETTIVO DEVE      *
      * ESISTERE PER MATRICOLA, ANNO E PROGRESSIVO                     *
      * -------------------------------------------------------------- *
       2230-LEGGI-OBIETTIVO SECTION.
      *--------------------*
           MOVE '2230-LEGGI-OBI' TO W-ULT-LABEL.
           IF W-PROGR NOT NUMERIC
              MOVE '350'    TO W-COD-MSG-HOST
              MOVE -1       TO M-PROGRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           EXEC SQL SELECT DESCRIZIONE,
                           PESO,
                           VALORE_TARGET
                      INTO :DCL-CWOBIETT.DESCRIZIONE,
                           :DCL-CWOBIETT.PESO,
                           :DCL-CWOBIETT.VALORE-TARGET
                      FROM  CPS04.CWOBIETT
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   ANNO              = :W-ANNO-NUM
                     AND   PROGRESSIVO       = :W-PROGR-NUM
           END-EXEC.
           IF SQLCODE = +100
              MOVE '350'    TO W-COD-MSG-HOST
              MOVE -1       TO M-PROGRL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2230-EX. EXIT.

       2240-CONTROLLA-CONSUNTIVO SECTION.
      *-------------------------*
           MOVE '2240-CTL-CONS' TO W-ULT-LABEL.
           PERFORM 2230-LEGGI-OBIETTIVO.
           IF NOT CONS-DIGITATO
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CONSL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * SCHEMA PREMIO (MODO 5): QUALIFICA CENSITA SU CWQUALIF,         *
      * PERCENTUALE OBIETTIVO 0,01-999,99 E MOLTIPLICATORI A-E SU TRE  *
      * CIFRE (0,00-9,99)                                              *
      * -------------------------------------------------------------- *
       2260-CONTROLLA-SCHEMA SECTION.
      *---------------------*
           MOVE '2260-CTL-SCHEMA' TO W-ULT-LABEL.
           IF W-QUALIFICA = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-QUALL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWQUALIF
                     WHERE CODICE = :W-QUALIFICA
           END-EXEC.
           IF W-COUNT = +0
              MOVE '044'    TO W-COD-MSG-HOST
              MOVE -1       TO M-QUALL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-PERC-DIG-NUM = ZERO
              MOVE '357'    TO W-COD-MSG-HOST
              MOVE -1       TO M-PERCL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           MOVE 'N' TO SW-MOLT-ERRATO.
           PERFORM 2265-CONTROLLA-MOLT
                   VARYING W-IND-MOLT FROM 1 BY 1
                   UNTIL W-IND-MOLT > 5.
           IF MOLT-ERRATO
              MOVE '358'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MOLTAL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2260-EX. EXIT.

       2265-CONTROLLA-MOLT SECTION.
      *-------------------*
           IF W-MOLT-X (W-IND-MOLT) NOT NUMERIC
              MOVE 'S' TO SW-MOLT-ERRATO
           END-IF.
       2265-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE OBIETTIVI (MODO 4): UN OBIETTIVO PER RIGA CON    *
      * PESO, VALORE OBIETTIVO, CONSUNTIVO E PERCENTUALE RAGGIUNTA;    *
      * SE IL PREMIO DELL'ANNO E' GIA' CALCOLATO OCCUPA LA RIGA DOPO   *
      * L'ULTIMO OBIETTIVO                                             *
      * -------------------------------------------------------------- *
       2300-CONSULTA-OBIETTIVI SECTION.
      *-----------------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > W-MAX-RIGHE.
           MOVE +0     TO W-IND-RIGA.
           EXEC SQL OPEN CUR-OBI95  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2320-FETCH-OBIETTIVO UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).
           EXEC SQL CLOSE CUR-OBI95  END-EXEC.
      *
           IF W-IND-RIGA = 0
              MOVE '355'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2330-RIGA-PREMIO.
           MOVE '356'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

       2310-PULISCI-RIGA SECTION.
      *-----------------*
           MOVE SPACES TO M-RIGAO (W-IND-RIGA).
       2310-EX. EXIT.

       2320-FETCH-OBIETTIVO SECTION.
      *--------------------*
           EXEC SQL FETCH   CUR-OBI95
           INTO   :DCL-CWOBIETT.PROGRESSIVO,
                  :DCL-CWOBIETT.DESCRIZIONE,
                  :DCL-CWOBIETT.PESO,
                  :DCL-CWOBIETT.VALORE-TARGET,
                  :DCL-CWOBIETT.VALORE-CONSUNTIVO,
                  :DCL-CWOBIETT.DATA-CONSUNTIVO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-RIGA < W-MAX-OBIETTIVI
              ADD 1 TO W-IND-RIGA
              MOVE SPACES                           TO W-RIGA-OBI
              MOVE PROGRESSIVO   OF DCL-CWOBIETT    TO WO-PROGR
              MOVE DESCRIZIONE   OF DCL-CWOBIETT    TO WO-DESCR
              MOVE PESO          OF DCL-CWOBIETT    TO WO-PESO
              MOVE VALORE-TARGET OF DCL-CWOBIETT    TO W-IMP-LAV-NUM
              MOVE W-IMP-LAV-INT                    TO WO-TARGET-INT
              MOVE ','                              TO WO-TARGET-VIRG
              MOVE W-IMP-LAV-DEC                    TO WO-TARGET-DEC
              IF DATA-CONSUNTIVO OF DCL-CWOBIETT NOT = SPACES
                 PERFORM 2325-RAGGIUNGIMENTO
              END-IF
              MOVE W-RIGA-OBI TO M-RIGAO (W-IND-RIGA)
           END-IF.
       2320-EX. EXIT.

       2325-RAGGIUNGIMENTO SECTION.
      *-------------------*
           MOVE VALORE-CONSUNTIVO OF DCL-CWOBIETT TO W-IMP-LAV-NUM.
           MOVE W-IMP-LAV-INT                     TO WO-CONS-INT.
           MOVE ','                               TO WO-CONS-VIRG.
           MOVE W-IMP-LAV-DEC                     TO WO-CONS-DEC.
           COMPUTE W-RAGG ROUNDED =
                   VALORE-CONSUNTIVO OF DCL-CWOBIETT * 100
                 / VALORE-TARGET     OF DCL-CWOBIETT.
           IF W-RAGG > 999
              MOVE 999 TO W-RAGG
           END-IF.
           MOVE W-RAGG                            TO WO-RAGG.
           MOVE '%'                               TO WO-PERC.
       2325-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIGA DEL PREMIO DELL'ANNO, SE GIA' CALCOLATO DA CX96DEMO       *
      * -------------------------------------------------------------- *
       2330-RIGA-PREMIO SECTION.
      *----------------*
           MOVE '2330-RIGA-PREMIO' TO W-ULT-LABEL.
           EXEC SQL SELECT IMPORTO,
                           COD_GIUDIZIO,
                           PERC_RAGGIUNG,
                           STATO_PREMIO,
                           MESE_PAGHE
                      INTO :DCL-CWPREMIO.IMPORTO,
                           :DCL-CWPREMIO.COD-GIUDIZIO,
                           :DCL-CWPREMIO.PERC-RAGGIUNG,
                           :DCL-CWPREMIO.STATO-PREMIO,
                           :DCL-CWPREMIO.MESE-PAGHE
                      FROM  CPS04.CWPREMIO
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   ANNO              = :W-ANNO-NUM
           END-EXEC.
           IF SQLCODE = +100
              GO TO 2330-EX
           END-IF.
           MOVE IMPORTO       OF DCL-CWPREMIO TO W-IMP-LAV-NUM.
           MOVE W-IMP-LAV-INT                 TO WP-IMPORTO-INT.
           MOVE W-IMP-LAV-DEC                 TO WP-IMPORTO-DEC.
           MOVE COD-GIUDIZIO  OF DCL-CWPREMIO TO WP-GIUDIZIO.
           MOVE PERC-RAGGIUNG OF DCL-CWPREMIO TO WP-RAGG.
           EVALUATE TRUE
              WHEN MESE-PAGHE OF DCL-CWPREMIO NOT = SPACES
                 MOVE SPACES TO WP-STATO
                 STRING 'PAGATO ' MESE-PAGHE OF DCL-CWPREMIO
                        DELIMITED BY SIZE INTO WP-STATO
              WHEN PREMIO-IN-APPROVAZIONE
                 MOVE 'IN APPROVAZIONE'  TO WP-STATO
              WHEN PREMIO-APPROVATO
                 MOVE 'APPROVATO'        TO WP-STATO
              WHEN OTHER
                 MOVE 'RIFIUTATO'        TO WP-STATO
           END-EVALUATE.
           ADD 1 TO W-IND-RIGA.
           MOVE W-RIGA-PRE TO M-RIGAO (W-IND-RIGA).
       2330-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE SCHEMI (MODO 6): UNA QUALIFICA PER RIGA CON LA   *
      * PERCENTUALE OBIETTIVO E I MOLTIPLICATORI DEI GIUDIZI A-E       *
      * -------------------------------------------------------------- *
       2400-CONSULTA-SCHEMI SECTION.
      *--------------------*
           MOVE '2400-CONS-SCHEMI' TO W-ULT-LABEL.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > W-MAX-RIGHE.
           MOVE +0     TO W-IND-RIGA.
           EXEC SQL OPEN CUR-SCH95  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2420-FETCH-SCHEMA UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).
           EXEC SQL CLOSE CUR-SCH95  END-EXEC.
      *
           IF W-IND-RIGA = 0
              MOVE '360'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE '359'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       2400-EX. EXIT.

       2420-FETCH-SCHEMA SECTION.
      *-----------------*
           EXEC SQL FETCH   CUR-SCH95
           INTO   :DCL-CWSCHPRE.QUALIFICA-INTERNA,
                  :DCL-CWSCHPRE.PERC-TARGET,
                  :DCL-CWSCHPRE.MOLT-GIUDIZIO-A,
                  :DCL-CWSCHPRE.MOLT-GIUDIZIO-B,
                  :DCL-CWSCHPRE.MOLT-GIUDIZIO-C,
                  :DCL-CWSCHPRE.MOLT-GIUDIZIO-D,
                  :DCL-CWSCHPRE.MOLT-GIUDIZIO-E,
                  :DCL-CWSCHPRE.DATA-AGGIORNAMENTO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-RIGA < W-MAX-RIGHE
              ADD 1 TO W-IND-RIGA
              MOVE SPACES                          TO W-RIGA-SCH
              MOVE QUALIFICA-INTERNA OF DCL-CWSCHPRE TO WH-QUALIFICA
              MOVE PERC-TARGET OF DCL-CWSCHPRE     TO W-PERC-DIG-NUM
              MOVE W-PERC-DIG-INT                  TO WH-PERC-INT
              MOVE ','                             TO WH-PERC-VIRG
              MOVE W-PERC-DIG-DEC                  TO WH-PERC-DEC
              MOVE '%'                             TO WH-PERC
              MOVE MOLT-GIUDIZIO-A OF DCL-CWSCHPRE TO W-MOLT-9 (1)
              MOVE MOLT-GIUDIZIO-B OF DCL-CWSCHPRE TO W-MOLT-9 (2)
              MOVE MOLT-GIUDIZIO-C OF DCL-CWSCHPRE TO W-MOLT-9 (3)
              MOVE MOLT-GIUDIZIO-D OF DCL-CWSCHPRE TO W-MOLT-9 (4)
              MOVE MOLT-GIUDIZIO-E OF DCL-CWSCHPRE TO W-MOLT-9 (5)
              PERFORM 2425-EDITA-MOLT
                      VARYING W-IND-MOLT FROM 1 BY 1
                      UNTIL W-IND-MOLT > 5
              MOVE DATA-AGGIORNAMENTO OF DCL-CWSCHPRE TO WH-DATA-AGG
              MOVE W-RIGA-SCH TO M-RIGAO (W-IND-RIGA)
           END-IF.
       2420-EX. EXIT.

       2425-EDITA-MOLT SECTION.
      *---------------*
           MOVE W-LETTERE-GIUDIZIO (W-IND-MOLT:1)
                                      TO WH-MOLT-LETTERA (W-IND-MOLT).
           MOVE '='                   TO WH-MOLT-UGUALE  (W-IND-MOLT).
           MOVE W-MOLT-9 (W-IND-MOLT) TO W-MOLT-LAV-NUM.
           MOVE W-MOLT-LAV-INT        TO WH-MOLT-INT     (W-IND-MOLT).
           MOVE ','                   TO WH-MOLT-VIRG    (W-IND-MOLT).
           MOVE W-MOLT-LAV-DEC        TO WH-MOLT-DEC     (W-IND-MOLT).
       2425-EX. EXIT.

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
                             M-ANNOA
                             M-PROGRA
                             M-DESCRA
                             M-PESOA
                             M-TARGA
                             M-TARGDECA
                             M-CONSA
                             M-CONSDECA
                             M-QUALA
                             M-PERCA
                             M-PERCDECA
                             M-MOLTAA
                             M-MOLTBA
                             M-MOLTCA
                             M-MOLTDA
                             M-MOLTEA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFZ1MAPO.
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
                        MAP    ('MFZ1MAP')
                        MAPSET ('MFZ1MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFZ1MAP')
                        MAPSET ('MFZ1MAP')
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
                     TRANSID  ('RX95')
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
