       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX84DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX84                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 2 - GESTIONE DEL PERSONALE                   *
      * OGGETTO         : REGISTRAZIONE DELLE ADESIONI A UNO SCIOPERO  *
      *                   PER DIPARTIMENTO (CPS04.CWSCIADE)            *
      * TIPO OPERAZIONE : LISTA CON SELEZIONE PER RIGA                 *
      * RIFERIMENTO P.E.: RISERVATO AI RUOLI 1 E 2; IL RUOLO 2 OPERA   *
      *                   SOLO SUL PROPRIO DIPARTIMENTO                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  PERIMETRO PER SOCIETA' DEL GRUPPO: CON SOCIETA' *
      *                AUTORIZZATE SU CWUTESOC (CX99DEMO) IL           *
      *                DIPARTIMENTO DELLO SCIOPERO DEVE ESSERE DI UNA  *
      *                SOCIETA' CONCESSA, AMMINISTRATORI COMPRESI      *
      *                (MESSAGGIO 365)                                 *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA:  *
      *                RESTA LA SOLA CONSULTAZIONE                     *
      ******************************************************************
      ******************************************************************
      * IL RESPONSABILE INDICA LO SCIOPERO (ID DA CX83DEMO) E IL       *
      * DIPARTIMENTO; I DIPENDENTI ATTIVI DEL DIPARTIMENTO (PIU' GLI   *
      * EVENTUALI ADERENTI GIA' REGISTRATI) SCORRONO A PAGINE DI 12    *
      * COME IN CX50DEMO. ACCANTO AD OGNI RIGA: 'X' = ADERENTE, CON LE *
      * ORE DI ASTENSIONE IN HHMM SE LO SCIOPERO E' STATO PARZIALE     *
      * (CAMPO ORE VUOTO = INTERA DURATA DELLO SCIOPERO); TOGLIENDO LA *
      * 'X' L'ADESIONE VIENE CANCELLATA. INVIO, PF7 E PF8 REGISTRANO   *
      * LA PAGINA CORRENTE; PF4 TORNA ALLA TESTATA.                    *
      * CON PROPOSTA = 'S' VENGONO PRIMA REGISTRATI COME ADERENTI PER  *
      * L'INTERA DURATA (ORIGINE 'P') I DIPENDENTI ATTIVI DEL          *
      * DIPARTIMENTO SENZA TIMBRATURA, ASSENZA O LAVORO AGILE NEL      *
      * GIORNO DELLO SCIOPERO: IL RESPONSABILE TOGLIE POI LA 'X' A CHI *
      * ERA ASSENTE PER ALTRO MOTIVO.                                  *
      * LE ADESIONI GIA' PASSATE IN PAGHE DA CW82DEMO (MESE_PAGHE      *
      * VALORIZZATO) NON SONO PIU' MODIFICABILI.                       *
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
       01  W-ID                            PIC X(7)      VALUE SPACES.
       01  W-ID-SCIOPERO                   PIC S9(7)  COMP-3 VALUE +0.
       01  W-MIN-SCIOPERO                  PIC S9(5)  COMP-3 VALUE +0.
       01  W-DATA-SCIOPERO                 PIC X(10)     VALUE SPACES.
       01  W-DIPART                        PIC X(10)     VALUE SPACES.
       01  W-PROPOSTA                      PIC X(1)      VALUE SPACE.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
       01  W-ABSTIME                       PIC S9(8)  COMP.
       01  W-ADESIONE                      PIC X(1)      VALUE SPACE.
       01  W-MIN-ADESIONE                  PIC S9(5)  COMP-3 VALUE +0.
       01  W-MESE-PAGHE                    PIC X(7)      VALUE SPACES.
       01  W-DECISE                        PIC S9(4) COMP-3 VALUE 0.
       01  W-ERRATE                        PIC S9(4) COMP-3 VALUE 0.
       01  W-IND-RIGA                      PIC S9(4) COMP VALUE +0.
       01  W-ITEM-DA                       PIC S9(4) COMP VALUE +0.
       01  W-RIGHE-PAG                     PIC S9(4) COMP VALUE +12.
       01  W-PAGINA                        PIC 9(3)  VALUE ZERO.
       01  W-TOT-PAGINE                    PIC 9(3)  VALUE ZERO.
      * -------------------------------------------------------------- *
      *      ORE DI ASTENSIONE DIGITATE (HHMM)                         *
      * -------------------------------------------------------------- *
       01  W-ORE-ADE                       PIC X(4)  VALUE SPACES.
       01  W-ORE-ADE-R REDEFINES W-ORE-ADE.
           05  W-ORE-ADE-HH                PIC 9(2).
           05  W-ORE-ADE-MM                PIC 9(2).
      * -------------------------------------------------------------- *
      *      MINUTI IN FORMATO HHMM E HH:MM PER LA MAPPA               *
      * -------------------------------------------------------------- *
       01  W-MINUTI-EDIT                   PIC S9(5) COMP-3 VALUE 0.
       01  W-ORE-EDIT                      PIC 9(3)  VALUE ZERO.
       01  W-RESTO-EDIT                    PIC 9(2)  VALUE ZERO.
       01  W-HHMM-EDIT.
           05  W-HH-EDIT                   PIC ZZ9.
           05  FILLER                      PIC X     VALUE ':'.
           05  W-MM-EDIT                   PIC 99.
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX84DEMO'.
       01  W-PGM-MENU-GEN                  PIC  X(8)   VALUE 'CW02DEMO'.
       01  W-TRS-ID                        PIC  X(4)   VALUE SPACE.
       01  W-XCTL-PGM                      PIC  X(8)   VALUE SPACE.
       01  W-ULT-LABEL                     PIC  X(15)  VALUE SPACES.
       01  W-LEN                           PIC S9(4)   COMP VALUE +260.
       01  W-REQID-TIMEOUT.
           05  FILLER                      PIC X(4)   VALUE 'RRTO'.
           05  W-REQID-TERMID              PIC X(4)   VALUE SPACE.
      * -------------------------------------------------------------- *
      *  DEFINIZIONE CAMPI STANDART PER CODE DI TEMPORARY STORAGE      *
      *  OGNI RIGA PORTA CON SE' SCIOPERO E DURATA, COSI' CHE LO       *
      *  SCORRIMENTO NON DIPENDA DAI CAMPI DI TESTATA DELLA MAPPA      *
      * -------------------------------------------------------------- *
       01  CPSCODA.
           02  FILLER                      PIC XXX     VALUE 'CPS'.
           02  CPS-TERM                    PIC X(4)    VALUE SPACES.
           02  CPS-NUM-CODA                PIC X       VALUE 'H'.
      *--
       01  CPS-LEN-CODA                    PIC S9(4)   COMP VALUE +75.
       01  CPS-ITEM-CODA                   PIC S9(4)   COMP VALUE +0.
       01  CPS-RIGA-REC.
         03  CPS-ID-SCIOPERO               PIC 9(7)    VALUE 0.
         03  CPS-MIN-SCIOPERO              PIC 9(4)    VALUE 0.
         03  CPS-ADESIONE                  PIC X(1)    VALUE SPACE.
         03  CPS-MIN-ADESIONE              PIC 9(4)    VALUE 0.
         03  CPS-MESE-PAGHE                PIC X(7)    VALUE SPACE.
         03  CPS-TESTO.
           05  CPS-MATRICOLA               PIC 9(5)    VALUE 0.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  CPS-COGNOME                 PIC X(30)   VALUE SPACE.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  CPS-NOME                    PIC X(15)   VALUE SPACE.
       01  W-RIGA-LISTA.
           05  WL-TESTO                    PIC X(52).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  WL-PAGHE                    PIC X(7)    VALUE SPACE.
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
           EXEC SQL  INCLUDE CWSCIO         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWSCAD         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWDIPE         END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFY6MAP.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLE COPY COMUNI                               *
      * -------------------------------------------------------------- *
           COPY CWATTRIB.
           COPY CWMESS.
       01  SW-MSG-CARICATI                 PIC X(1)   VALUE 'N'.
           88  MSG-CARICATI                           VALUE 'S'.
       01  W-LEN-TAB-MSG                   PIC S9(4)  COMP VALUE +0.
           COPY DFHAID.
           COPY CWCERR.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE COMMAREA.                                       *
      * -------------------------------------------------------------- *
       01  W-COMMAREA.
           COPY CWCOMMA.
      * -------------------------------------------------------------- *
      * DECLARE CURSOR - DIPENDENTI ATTIVI DEL DIPARTIMENTO E ADERENTI *
      * GIA' REGISTRATI ALLO SCIOPERO (ANCHE SE NEL FRATTEMPO USCITI   *
      * DAL DIPARTIMENTO), CON L'EVENTUALE ADESIONE                    *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-ADE84 CURSOR FOR
                    SELECT  D.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.NOME,
                            COALESCE(A.MIN_ADESIONE, 0),
                            COALESCE(A.MESE_PAGHE, '*')
                    FROM    CPS04.CWDIPENDENTI D
                    LEFT OUTER JOIN CPS04.CWSCIADE A
                      ON    A.COD_MATRICOLA_DIP = D.COD_MATRICOLA_DIP
                     AND    A.ID_SCIOPERO = :W-ID-SCIOPERO
                    WHERE  (D.DIPARTIMENTO = :W-DIPART
                            AND D.STATO_DIPENDENTE = 'A')
                    OR      A.ID_SCIOPERO IS NOT NULL
                    ORDER BY D.COGNOME, D.NOME, D.COD_MATRICOLA_DIP
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
           MOVE EIBTRMID TO CPS-TERM.
           PERFORM 1100-COND-ANOMAL.
           PERFORM 1300-TESTA-RIEN.
      *
      * LA REGISTRAZIONE DELLE ADESIONI E' RISERVATA AI RESPONSABILI
      * (RUOLI 1-AMMINISTRATORE E 2-INSERIMENTO/AGGIORNAMENTO)
      *
           IF NOT COM-UTENTE-1 AND NOT COM-UTENTE-2
              MOVE '008' TO W-COD-MSG-HOST
              MOVE -1    TO M-IDSCL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF COM-GIRO = '3'
              PERFORM 1410-TASTI-SCORRI
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
                                CLEAR  (1220-TASTO-CLEAR)
                                PF3    (1220-TASTO-CLEAR)
                                ENTER  ()
                                ANYKEY (1250-TASTO-ANYK)
           END-EXEC.
       1200-EX. EXIT.

       1220-TASTO-CLEAR SECTION.
      *--------------*                    * RITORNO MENU GENERALE *
           PERFORM 1900-DELETEQ-TS.
           MOVE 'END'            TO W-CTL-END.
           MOVE W-PGM-MENU-GEN   TO W-XCTL-PGM.
           MOVE SPACE            TO COM-GIRO.
           PERFORM 3000-FINE-ELAB.
       1220-EX. EXIT.

      * -------------------------------------------------------------- *
      * PF4 IN SCORRIMENTO: RITORNO ALLA TESTATA PER UN ALTRO SCIOPERO *
      * O DIPARTIMENTO (LE SELEZIONI NON CONFERMATE CON INVIO, PF7 O   *
      * PF8 VANNO PERSE)                                               *
      * -------------------------------------------------------------- *
       1234-TASTO-PF4 SECTION.
      *--------------*
           MOVE '1234-TASTO-PF4' TO W-ULT-LABEL.
           PERFORM 1900-DELETEQ-TS.
           PERFORM 2900-RIEMP-MASK.
           PERFORM 3000-FINE-ELAB.
       1234-EX. EXIT.

       1237-TASTO-PF7 SECTION.
      *--------------*                    * PAGINA PRECEDENTE *
           MOVE '1237-TASTO-PF7' TO W-ULT-LABEL.
           PERFORM 2350-REGISTRA-PAGINA.
           IF COM-PAG < 2
              MOVE -1      TO M-ADEL(1)
              MOVE '032'   TO W-COD-MSG-HOST
              PERFORM 2999-CERCA-ERR
           ELSE
              SUBTRACT 1 FROM COM-PAG
              PERFORM 1800-MOSTRA-PAGINA
              PERFORM 2360-ESITO-PAGINA
           END-IF.
       1237-EX. EXIT.

       1238-TASTO-PF8 SECTION.
      *--------------*                    * PAGINA SUCCESSIVA *
           MOVE '1238-TASTO-PF8' TO W-ULT-LABEL.
           PERFORM 2350-REGISTRA-PAGINA.
           IF COM-PAG NOT < COM-TOT-PAG
              MOVE -1      TO M-ADEL(1)
              MOVE '032'   TO W-COD-MSG-HOST
              PERFORM 2999-CERCA-ERR
           ELSE
              ADD 1 TO COM-PAG
              PERFORM 1800-MOSTRA-PAGINA
              PERFORM 2360-ESITO-PAGINA
           END-IF.
       1238-EX. EXIT.

      * -------------------------------------------------------------- *
      * INVIO IN SCORRIMENTO: REGISTRA LE ADESIONI DELLA PAGINA        *
      * CORRENTE E LA RIPRESENTA AGGIORNATA                            *
      * -------------------------------------------------------------- *
       1239-TASTO-ENTER SECTION.
      *----------------*
           MOVE '1239-TASTO-ENTER' TO W-ULT-LABEL.
           PERFORM 2350-REGISTRA-PAGINA.
           PERFORM 1800-MOSTRA-PAGINA.
           PERFORM 2360-ESITO-PAGINA.
       1239-EX. EXIT.

       1250-TASTO-ANYK SECTION.
      *--------------*
           MOVE '006' TO W-COD-MSG-HOST.
           IF COM-GIRO = '3'
              MOVE -1    TO M-ADEL(1)
           ELSE
              MOVE -1    TO M-IDSCL
           END-IF.
           PERFORM 2999-CERCA-ERR.
       1250-EX. EXIT.

       1300-TESTA-RIEN SECTION.
      *---------------*
           IF EIBCALEN = ZERO
            THEN
              PERFORM 1310-TRANS-DIS
           END-IF.
           MOVE DFHCOMMAREA TO W-COMMAREA.

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

       1410-TASTI-SCORRI SECTION.
      *-----------------*
           EXEC CICS HANDLE AID
                                CLEAR  (1220-TASTO-CLEAR)
                                PF3    (1220-TASTO-CLEAR)
                                PF4    (1234-TASTO-PF4)
                                PF7    (1237-TASTO-PF7)
                                PF8    (1238-TASTO-PF8)
                                ENTER  (1239-TASTO-ENTER)
                                ANYKEY (1250-TASTO-ANYK)
           END-EXEC.
       1410-EX. EXIT.

      *----------------------------------------------------------------*
      * CARICAMENTO DELLA CODA TS: UNA RIGA PER DIPENDENTE, CON        *
      * L'ADESIONE EVENTUALMENTE GIA' REGISTRATA                       *
      *----------------------------------------------------------------*
       1600-CARICA-CODA SECTION.
      *----------------*
           MOVE '1600-CARICA-CODA' TO W-ULT-LABEL.
           MOVE +0 TO CPS-ITEM-CODA.
           EXEC SQL OPEN CUR-ADE84  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              PERFORM 2998-DBERROR
           END-IF.

           PERFORM 1650-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).

           EXEC SQL CLOSE CUR-ADE84  END-EXEC.
       1600-EX. EXIT.

       1650-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-ADE84
           INTO   :DCL-CPSDIP.COD-MATRICOLA-DIP,
                  :DCL-CPSDIP.COGNOME,
                  :DCL-CPSDIP.NOME,
                  :W-MIN-ADESIONE,
                  :W-MESE-PAGHE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 1700-SCRIVI-CODA
           END-IF.
       1650-EX. EXIT.

      *----------------------------------------------------------------*
      * MESE_PAGHE '*' = NESSUNA ADESIONE REGISTRATA (LEFT JOIN)       *
      *----------------------------------------------------------------*
       1700-SCRIVI-CODA SECTION.
      *----------------*
           MOVE W-ID-SCIOPERO                   TO CPS-ID-SCIOPERO.
           MOVE W-MIN-SCIOPERO                  TO CPS-MIN-SCIOPERO.
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO CPS-MATRICOLA.
           MOVE COGNOME OF DCL-CPSDIP           TO CPS-COGNOME.
           MOVE NOME OF DCL-CPSDIP              TO CPS-NOME.
           IF W-MESE-PAGHE = '*'
              MOVE SPACE          TO CPS-ADESIONE
              MOVE 0              TO CPS-MIN-ADESIONE
              MOVE SPACES         TO CPS-MESE-PAGHE
           ELSE
              MOVE 'X'            TO CPS-ADESIONE
              MOVE W-MIN-ADESIONE TO CPS-MIN-ADESIONE
              MOVE W-MESE-PAGHE   TO CPS-MESE-PAGHE
           END-IF.

           ADD 1 TO CPS-ITEM-CODA.
           EXEC CICS HANDLE CONDITION QIDERR (1700-EX) END-EXEC.
           EXEC CICS WRITEQ TS QUEUE  (CPSCODA)
                               FROM   (CPS-RIGA-REC)
                               LENGTH (CPS-LEN-CODA)
           END-EXEC.
           MOVE CPS-ITEM-CODA TO COM-ITEM.
       1700-EX. EXIT.

      *----------------------------------------------------------------*
      * PAGINA CORRENTE (COM-PAG): 12 RIGHE DI CODA A PARTIRE DA       *
      * (PAG-1)*12+1, RIGHE VUOTE E PROTETTE OLTRE L'ULTIMA. I CAMPI   *
      * DI SELEZIONE HANNO L'FSET, COSI' CHE LA PAGINA RIENTRI SEMPRE  *
      * INTERA                                                         *
      *----------------------------------------------------------------*
       1800-MOSTRA-PAGINA SECTION.
      *------------------*
           MOVE '1800-MOSTRA-PAG' TO W-ULT-LABEL.
           COMPUTE W-ITEM-DA = (COM-PAG - 1) * W-RIGHE-PAG.

           PERFORM 1805-MOSTRA-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > W-RIGHE-PAG.

           MOVE COM-PAG     TO W-PAGINA.
           MOVE W-PAGINA    TO M-PAGO.
           MOVE COM-TOT-PAG TO W-TOT-PAGINE.
           MOVE W-TOT-PAGINE TO M-TOTPAGO.
           MOVE -1          TO M-ADEL(1).
       1800-EX. EXIT.

       1805-MOSTRA-RIGA SECTION.
      *----------------*
           MOVE SPACES TO M-ADEO (W-IND-RIGA).
           MOVE SPACES TO M-ORAO (W-IND-RIGA).
           COMPUTE CPS-ITEM-CODA = W-ITEM-DA + W-IND-RIGA.
           IF CPS-ITEM-CODA > COM-ITEM
              MOVE SPACES TO M-RIGAO (W-IND-RIGA)
              MOVE PROT   TO M-ADEA (W-IND-RIGA)
                             M-ORAA (W-IND-RIGA)
           ELSE
              PERFORM 1810-LEGGI-RIGA
           END-IF.
       1805-EX. EXIT.

       1810-LEGGI-RIGA SECTION.
      *---------------*
           EXEC CICS HANDLE CONDITION QIDERR (1810-EX) END-EXEC.
           EXEC CICS READQ TS  QUEUE  (CPSCODA)
                               INTO   (CPS-RIGA-REC)
                               LENGTH (CPS-LEN-CODA)
                               ITEM   (CPS-ITEM-CODA)
           END-EXEC.
           MOVE CPS-TESTO      TO WL-TESTO.
           MOVE CPS-MESE-PAGHE TO WL-PAGHE.
           MOVE W-RIGA-LISTA   TO M-RIGAO (W-IND-RIGA).
           MOVE CPS-ADESIONE   TO M-ADEO  (W-IND-RIGA).
           IF CPS-ADESIONE = 'X'
              MOVE CPS-MIN-ADESIONE TO W-MINUTI-EDIT
              DIVIDE W-MINUTI-EDIT BY 60 GIVING W-ORE-EDIT
                                         REMAINDER W-RESTO-EDIT
              MOVE W-ORE-EDIT   TO W-ORE-ADE-HH
              MOVE W-RESTO-EDIT TO W-ORE-ADE-MM
              MOVE W-ORE-ADE    TO M-ORAO (W-IND-RIGA)
           END-IF.
      * ---
      * LE ADESIONI GIA' PASSATE IN PAGHE RESTANO IN SOLA LETTURA
      * ---
           IF CPS-MESE-PAGHE = SPACES
              MOVE UNPROT-FSET TO M-ADEA (W-IND-RIGA)
                                  M-ORAA (W-IND-RIGA)
           ELSE
              MOVE PROT-FSET   TO M-ADEA (W-IND-RIGA)
                                  M-ORAA (W-IND-RIGA)
           END-IF.
       1810-EX. EXIT.

       1900-DELETEQ-TS SECTION.
      *---------------*
           EXEC CICS HANDLE CONDITION QIDERR (1900-EX)  END-EXEC.
           EXEC CICS DELETEQ TS QUEUE        (CPSCODA)  END-EXEC.
       1900-EX. EXIT.

       2000-CORPO-ELAB SECTION.
      *---------------*
           IF W-NOME-PGM = COM-NOME-PGM
            THEN
              PERFORM 2100-RECEIVE
              PERFORM 2200-CONTROLLI
              PERFORM 2300-CONSULTA
            ELSE
              PERFORM 2900-RIEMP-MASK
           END-IF.
       2000-EX. EXIT.

       2100-RECEIVE SECTION.
      *------------*
           MOVE '2100-RECEIVE' TO W-ULT-LABEL.
           EXEC CICS RECEIVE MAP    ('MFY6MAP')
                             MAPSET ('MFY6MAP') END-EXEC.
           INSPECT M-IDSCI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-IDSCI REPLACING ALL '_'       BY ' '.
           MOVE    M-IDSCI TO W-ID.
           INSPECT M-DIPAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DIPAI REPLACING ALL '_'       BY ' '.
           MOVE    M-DIPAI TO W-DIPART.
           INSPECT M-PROPI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-PROPI REPLACING ALL '_'       BY ' '.
           MOVE    M-PROPI TO W-PROPOSTA.
           MOVE SPACE TO M-MSGO.
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
       2100-EX. EXIT.

      * -------------------------------------------------------------- *
      * TESTATA: SCIOPERO PROCLAMATO E GIA' AVVENUTO, DIPARTIMENTO     *
      * ESISTENTE (IL RESPONSABILE E' VINCOLATO AL PROPRIO)            *
      * -------------------------------------------------------------- *
       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
           IF W-ID NOT NUMERIC
              MOVE '301'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDSCL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-ID TO W-ID-SCIOPERO.
           EXEC SQL SELECT COD_SINDACATO,
                           DATA_SCIOPERO,
                           MIN_SCIOPERO,
                           DESCRIZIONE,
                           STATO_SCIOPERO
                      INTO :DCL-CWSCIOPE.COD-SINDACATO,
                           :DCL-CWSCIOPE.DATA-SCIOPERO,
                           :DCL-CWSCIOPE.MIN-SCIOPERO,
                           :DCL-CWSCIOPE.DESCRIZIONE,
                           :DCL-CWSCIOPE.STATO-SCIOPERO
                      FROM  CPS04.CWSCIOPE
                     WHERE ID_SCIOPERO = :W-ID-SCIOPERO
           END-EXEC.
           IF SQLCODE = +100
              MOVE '301'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDSCL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF NOT SCIOPERO-PROCLAMATO
              MOVE '301'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDSCL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE DATA-SCIOPERO OF DCL-CWSCIOPE TO W-DATA-SCIOPERO.
           MOVE MIN-SCIOPERO  OF DCL-CWSCIOPE TO W-MIN-SCIOPERO.
           MOVE COD-SINDACATO OF DCL-CWSCIOPE TO M-SINDO.
           MOVE W-DATA-SCIOPERO               TO M-DSCIO.
           MOVE W-MIN-SCIOPERO                TO W-MINUTI-EDIT.
           PERFORM 2600-EDITA-ORE.
           MOVE W-HHMM-EDIT                   TO M-DURAO.
           MOVE DESCRIZIONE   OF DCL-CWSCIOPE TO M-DESCO.
           IF W-DATA-SCIOPERO > W-DATA-OGGI
              MOVE '305'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDSCL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
      * PERIMETRO: IL RESPONSABILE OPERA SOLO SUL PROPRIO DIPARTIMENTO
      * (COM-DIPART-UTENTE DA CWUTENTI), L'AMMINISTRATORE SU QUALSIASI
      *
           IF NOT COM-UTENTE-1
              IF COM-DIPART-UTENTE = SPACES
                 MOVE '050' TO W-COD-MSG-HOST
                 MOVE -1    TO M-IDSCL
                 PERFORM 2999-CERCA-ERR
              END-IF
              MOVE COM-DIPART-UTENTE TO W-DIPART
              MOVE W-DIPART          TO M-DIPAO
           END-IF.
           IF W-DIPART = SPACES
              MOVE '306'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DIPAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWDIPART
                     WHERE CODICE = :W-DIPART
           END-EXEC.
           IF W-COUNT = +0
              MOVE '079'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DIPAL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * PERIMETRO PER SOCIETA' DEL GRUPPO: CON AUTORIZZAZIONI SU
      * CWUTESOC (COM-SOC-LIMITATE, VEDI CX99DEMO) IL DIPARTIMENTO DEVE
      * ESSERE DI UNA SOCIETA' CONCESSA, ANCHE PER L'AMMINISTRATORE
      * ---
           IF COM-SOC-LIMITATE
              MOVE +0 TO W-COUNT
              EXEC SQL SELECT COUNT(*)
                         INTO :W-COUNT
                         FROM  CPS04.CWDIPART A,
                               CPS04.CWUTESOC U
                        WHERE A.CODICE      = :W-DIPART
                        AND   U.COD_SOCIETA = A.COD_SOCIETA
                        AND   U.UTENTE      = :COM-UTENTE
              END-EXEC
              IF W-COUNT = +0
                 MOVE '365'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-DIPAL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
           IF W-PROPOSTA NOT = 'S' AND W-PROPOSTA NOT = 'N'
                                   AND W-PROPOSTA NOT = ' '
              MOVE '307'    TO W-COD-MSG-HOST
              MOVE -1       TO M-PROPL
              PERFORM 2999-CERCA-ERR
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
              MOVE -1       TO M-IDSCL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2205-EX. EXIT.

      * -------------------------------------------------------------- *
      * PROPOSTA DALLE PRESENZE (SE RICHIESTA), CARICAMENTO DELLA CODA *
      * TS E PRIMA PAGINA                                              *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           IF W-PROPOSTA = 'S'
              PERFORM 2205-CONTROLLA-FINESTRA
              PERFORM 2310-PROPOSTA-PRESENZE
           END-IF.
           PERFORM 1900-DELETEQ-TS.
           MOVE +0 TO COM-ITEM.
           PERFORM 1600-CARICA-CODA.
      *
           IF COM-ITEM = 0
              MOVE SPACE    TO COM-GIRO
              MOVE '314'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DIPAL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           COMPUTE COM-TOT-PAG = (COM-ITEM + W-RIGHE-PAG - 1)
                               / W-RIGHE-PAG.
           MOVE 1 TO COM-PAG.
           PERFORM 1800-MOSTRA-PAGINA.
           MOVE '3'       TO COM-GIRO.
           MOVE PROT-FSET TO M-IDSCA
                             M-DIPAA
                             M-PROPA.
           MOVE '308'     TO W-COD-MSG-HOST.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

      * -------------------------------------------------------------- *
      * PROPOSTA: ADERENTI PER L'INTERA DURATA I DIPENDENTI ATTIVI DEL *
      * DIPARTIMENTO CHE NEL GIORNO DELLO SCIOPERO NON HANNO TIMBRATO, *
      * NON HANNO UN'ASSENZA REGISTRATA NE' LAVORO AGILE PIANIFICATO   *
      * (STESSI CRITERI DELLA QUADRATURA CW95DEMO)                     *
      * -------------------------------------------------------------- *
       2310-PROPOSTA-PRESENZE SECTION.
      *----------------------*
           MOVE '2310-PROPOSTA' TO W-ULT-LABEL.
           EXEC SQL INSERT INTO CPS04.CWSCIADE
                    SELECT  :W-ID-SCIOPERO,
                            D.COD_MATRICOLA_DIP,
                            :W-MIN-SCIOPERO,
                            'P',
                            ' ',
                            :COM-UTENTE,
                            :W-DATA-OGGI
                    FROM    CPS04.CWDIPENDENTI D
                    WHERE   D.DIPARTIMENTO = :W-DIPART
                    AND     D.STATO_DIPENDENTE = 'A'
                    AND     NOT EXISTS
                        (SELECT 1 FROM CPS04.CWPRESEN P
                          WHERE P.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                            AND P.DATA_PRESENZA = :W-DATA-SCIOPERO)
                    AND     NOT EXISTS
                        (SELECT 1 FROM CPS04.CWASSENZE A
                          WHERE A.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                            AND A.DATA_INIZIO <= :W-DATA-SCIOPERO
                            AND A.DATA_FINE   >= :W-DATA-SCIOPERO)
                    AND     NOT EXISTS
                        (SELECT 1 FROM CPS04.CWSMPIAN S
                          WHERE S.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                            AND S.DATA_SMART = :W-DATA-SCIOPERO)
                    AND     NOT EXISTS
                        (SELECT 1 FROM CPS04.CWSCIADE X
                          WHERE X.ID_SCIOPERO = :W-ID-SCIOPERO
                            AND X.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP)
           END-EXEC.
       2310-EX. EXIT.

      * -------------------------------------------------------------- *
      * REGISTRAZIONE DELLA PAGINA CORRENTE (INVIO, PF7, PF8)          *
      * -------------------------------------------------------------- *
       2350-REGISTRA-PAGINA SECTION.
      *--------------------*
           MOVE '2350-REGISTRA' TO W-ULT-LABEL.
           EXEC CICS RECEIVE MAP    ('MFY6MAP')
                             MAPSET ('MFY6MAP') END-EXEC.
           PERFORM 2205-CONTROLLA-FINESTRA.
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
           MOVE SPACE TO M-MSGO.
           MOVE 0 TO W-DECISE.
           MOVE 0 TO W-ERRATE.
           PERFORM 2400-REGISTRA-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > W-RIGHE-PAG.
       2350-EX. EXIT.

      * -------------------------------------------------------------- *
      * MESSAGGIO DOPO LA REGISTRAZIONE DI UNA PAGINA                  *
      * -------------------------------------------------------------- *
       2360-ESITO-PAGINA SECTION.
      *-----------------*
           IF W-ERRATE > 0
              MOVE '310' TO W-COD-MSG-HOST
           ELSE
              IF W-DECISE > 0
                 MOVE '309' TO W-COD-MSG-HOST
              ELSE
                 MOVE '308' TO W-COD-MSG-HOST
              END-IF
           END-IF.
           PERFORM 2999-CERCA-ERR.
       2360-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIGA W-IND-RIGA DELLA PAGINA CORRENTE: 'X' REGISTRA O AGGIORNA *
      * L'ADESIONE (ORE VUOTE = INTERA DURATA), SPAZIO LA CANCELLA.    *
      * L'ADESIONE VIENE RILETTA: SE NEL FRATTEMPO E' PASSATA IN PAGHE *
      * NON SI TOCCA E LA RIGA CONTA COME NON REGISTRATA               *
      * -------------------------------------------------------------- *
       2400-REGISTRA-RIGA SECTION.
      *------------------*
           MOVE '2400-REGISTRA' TO W-ULT-LABEL.
           COMPUTE CPS-ITEM-CODA = (COM-PAG - 1) * W-RIGHE-PAG
                                 + W-IND-RIGA.
           IF CPS-ITEM-CODA > COM-ITEM
              GO TO 2400-EX
           END-IF.
           PERFORM 2410-LEGGI-RIGA-TS.

           MOVE M-ADEI (W-IND-RIGA) TO W-ADESIONE.
           INSPECT W-ADESIONE REPLACING ALL LOW-VALUE BY ' '.
           INSPECT W-ADESIONE REPLACING ALL '_'       BY ' '.
           IF W-ADESIONE NOT = 'X' AND W-ADESIONE NOT = ' '
              ADD 1 TO W-ERRATE
              GO TO 2400-EX
           END-IF.
           IF W-ADESIONE = 'X'
              PERFORM 2420-MINUTI-ADESIONE
              IF W-MIN-ADESIONE < 0
                 ADD 1 TO W-ERRATE
                 GO TO 2400-EX
              END-IF
           ELSE
              MOVE 0 TO W-MIN-ADESIONE
           END-IF.
      * ---
      * NESSUNA VARIAZIONE RISPETTO A QUANTO GIA' REGISTRATO
      * ---
           IF W-ADESIONE = CPS-ADESIONE AND
              (W-ADESIONE = ' ' OR W-MIN-ADESIONE = CPS-MIN-ADESIONE)
              GO TO 2400-EX
           END-IF.

           MOVE CPS-ID-SCIOPERO TO ID-SCIOPERO OF DCL-CWSCIADE.
           MOVE CPS-MATRICOLA   TO COD-MATRICOLA-DIP OF DCL-CWSCIADE.
           EXEC SQL SELECT MESE_PAGHE
                      INTO :DCL-CWSCIADE.MESE-PAGHE
                      FROM CPS04.CWSCIADE
                     WHERE ID_SCIOPERO =
                           :DCL-CWSCIADE.ID-SCIOPERO
                     AND   COD_MATRICOLA_DIP =
                           :DCL-CWSCIADE.COD-MATRICOLA-DIP
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              IF MESE-PAGHE OF DCL-CWSCIADE NOT = SPACES
                 ADD 1 TO W-ERRATE
                 GO TO 2400-EX
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN W-ADESIONE = ' ' AND W-SQLCODE-OK
                 EXEC SQL DELETE FROM CPS04.CWSCIADE
                           WHERE ID_SCIOPERO =
                                 :DCL-CWSCIADE.ID-SCIOPERO
                           AND   COD_MATRICOLA_DIP =
                                 :DCL-CWSCIADE.COD-MATRICOLA-DIP
                           AND   MESE_PAGHE = ' '
                 END-EXEC
              WHEN W-ADESIONE = 'X' AND W-SQLCODE-OK
                 EXEC SQL UPDATE CPS04.CWSCIADE
                             SET MIN_ADESIONE       = :W-MIN-ADESIONE,
                                 ORIGINE            = 'R',
                                 UTENTE_INSERIMENTO = :COM-UTENTE,
                                 DATA_INSERIMENTO   = :W-DATA-OGGI
                           WHERE ID_SCIOPERO =
                                 :DCL-CWSCIADE.ID-SCIOPERO
                           AND   COD_MATRICOLA_DIP =
                                 :DCL-CWSCIADE.COD-MATRICOLA-DIP
                           AND   MESE_PAGHE = ' '
                 END-EXEC
              WHEN W-ADESIONE = 'X'
                 EXEC SQL INSERT INTO CPS04.CWSCIADE
                               VALUES (:DCL-CWSCIADE.ID-SCIOPERO,
                                       :DCL-CWSCIADE.COD-MATRICOLA-DIP,
                                       :W-MIN-ADESIONE,
                                       'R',
                                       ' ',
                                       :COM-UTENTE,
                                       :W-DATA-OGGI)
                 END-EXEC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           MOVE W-ADESIONE     TO CPS-ADESIONE.
           MOVE W-MIN-ADESIONE TO CPS-MIN-ADESIONE.
           PERFORM 2430-RISCRIVI-RIGA-TS.
           ADD 1 TO W-DECISE.
       2400-EX. EXIT.

       2410-LEGGI-RIGA-TS SECTION.
      *------------------*
           EXEC CICS HANDLE CONDITION QIDERR (2410-EX) END-EXEC.
           EXEC CICS READQ TS  QUEUE  (CPSCODA)
                               INTO   (CPS-RIGA-REC)
                               LENGTH (CPS-LEN-CODA)
                               ITEM   (CPS-ITEM-CODA)
           END-EXEC.
       2410-EX. EXIT.

      * -------------------------------------------------------------- *
      * MINUTI DI ASTENSIONE DELLA RIGA: CAMPO ORE VUOTO = INTERA      *
      * DURATA DELLO SCIOPERO; ALTRIMENTI HHMM NUMERICO, MINUTI < 60,  *
      * MAGGIORE DI ZERO E NON OLTRE LA DURATA. ORE NON VALIDE:        *
      * W-MIN-ADESIONE NEGATIVO E LA RIGA NON VIENE REGISTRATA         *
      * -------------------------------------------------------------- *
       2420-MINUTI-ADESIONE SECTION.
      *--------------------*
           MOVE M-ORAI (W-IND-RIGA) TO W-ORE-ADE.
           INSPECT W-ORE-ADE REPLACING ALL LOW-VALUE BY ' '.
           INSPECT W-ORE-ADE REPLACING ALL '_'       BY ' '.

           IF W-ORE-ADE = SPACES
              MOVE CPS-MIN-SCIOPERO TO W-MIN-ADESIONE
              GO TO 2420-EX
           END-IF.
           IF W-ORE-ADE NOT NUMERIC
              MOVE -1 TO W-MIN-ADESIONE
              GO TO 2420-EX
           END-IF.
           IF W-ORE-ADE-MM > 59
              MOVE -1 TO W-MIN-ADESIONE
              GO TO 2420-EX
           END-IF.
           COMPUTE W-MIN-ADESIONE = W-ORE-ADE-HH * 60 + W-ORE-ADE-MM.
           IF W-MIN-ADESIONE = 0 OR W-MIN-ADESIONE > CPS-MIN-SCIOPERO
              MOVE -1 TO W-MIN-ADESIONE
           END-IF.
       2420-EX. EXIT.

       2430-RISCRIVI-RIGA-TS SECTION.
      *---------------------*
           EXEC CICS HANDLE CONDITION QIDERR (2430-EX) END-EXEC.
           EXEC CICS WRITEQ TS QUEUE  (CPSCODA)
                               FROM   (CPS-RIGA-REC)
                               LENGTH (CPS-LEN-CODA)
                               ITEM   (CPS-ITEM-CODA)
                               REWRITE
           END-EXEC.
       2430-EX. EXIT.

      * -------------------------------------------------------------- *
      * MINUTI (W-MINUTI-EDIT) IN FORMATO HHH:MM PER LA MAPPA          *
      * -------------------------------------------------------------- *
       2600-EDITA-ORE SECTION.
      *--------------*
           DIVIDE W-MINUTI-EDIT BY 60 GIVING W-ORE-EDIT
                                      REMAINDER W-RESTO-EDIT.
           MOVE W-ORE-EDIT   TO W-HH-EDIT.
           MOVE W-RESTO-EDIT TO W-MM-EDIT.
       2600-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFY6MAPO.
           MOVE UNPROT     TO M-IDSCA
                              M-DIPAA
                              M-PROPA.
           IF NOT COM-UTENTE-1
              MOVE COM-DIPART-UTENTE TO M-DIPAO
              MOVE PROT              TO M-DIPAA
           END-IF.
           MOVE -1         TO M-IDSCL.
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
                        MAP    ('MFY6MAP')
                        MAPSET ('MFY6MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFY6MAP')
                        MAPSET ('MFY6MAP')
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
                     TRANSID  ('RX84')
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
