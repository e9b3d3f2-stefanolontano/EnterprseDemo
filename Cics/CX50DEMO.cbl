       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX50DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX50                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 2 - GESTIONE DEL PERSONALE                   *
      * OGGETTO         : AUTORIZZAZIONE DEGLI STRAORDINARI CALCOLATI  *
      *                   DALLE TIMBRATURE (CPS04.CWSTRAOR)            *
      * TIPO OPERAZIONE : LISTA CON DECISIONE PER RIGA                 *
      * RIFERIMENTO P.E.:                                              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  PERIMETRO PER SOCIETA' DEL GRUPPO: GLI OPERATORI*
      *                CON SOCIETA' AUTORIZZATE SU CWUTESOC (CX99DEMO, *
      *                COM-SOC-RISTRETTA) VEDONO SOLO GLI STRAORDINARI *
      *                DELLE MATRICOLE DI QUELLE SOCIETA',             *
      *                AMMINISTRATORI COMPRESI                         *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA:  *
      *                RESTA LA SOLA CONSULTAZIONE                     *
      ******************************************************************
      ******************************************************************
      * SCHERMO DI DECISIONE SUGLI STRAORDINARI CANDIDATI SCRITTI OGNI *
      * NOTTE DA CX49DEMO: LE RIGHE 'C' DEL PROPRIO DIPARTIMENTO       *
      * (TUTTE PER L'AMMINISTRATORE) SCORRONO A PAGINE DI 15 COME IN   *
      * CX31DEMO; ACCANTO AD OGNI RIGA IL RESPONSABILE DIGITA 'A' PER  *
      * AUTORIZZARE O 'R' PER RESPINGERE E PREME INVIO. CON 'A' PUO'   *
      * DIGITARE NEL CAMPO ORE IL TOTALE AUTORIZZATO IN HHMM, NON      *
      * SUPERIORE AL CALCOLATO: IL TAGLIO SI TOGLIE PRIMA DAI MINUTI   *
      * DIURNI, POI DAI NOTTURNI, INFINE DAI FESTIVI. CAMPO ORE VUOTO  *
      * = TUTTO IL CALCOLATO. SOLO LE ORE AUTORIZZATE VIAGGIANO SULLA  *
      * ESTRAZIONE PAGHE CW82DEMO. RISERVATO AI RUOLI 1 E 2            *
      * (RESPONSABILI).                                                *
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
       01  W-TUTTI                         PIC X(1)      VALUE 'N'.
       01  W-DIPART-SCOPE                  PIC X(10)     VALUE SPACES.
       01  W-SOC-SCOPE                     PIC X(1)      VALUE 'N'.
       01  W-UTENTE-SCOPE                  PIC X(8)      VALUE SPACES.
       01  W-ESITO-RIGA                    PIC X(1)      VALUE SPACE.
       01  W-DECISE                        PIC S9(4) COMP-3 VALUE 0.
       01  W-ERRATE                        PIC S9(4) COMP-3 VALUE 0.
       01  W-IND-RIGA                      PIC S9(4) COMP VALUE +0.
       01  W-ITEM-DA                       PIC S9(4) COMP VALUE +0.
       01  W-PAGINA                        PIC 9(3)  VALUE ZERO.
       01  W-TOT-PAGINE                    PIC 9(3)  VALUE ZERO.
      * -------------------------------------------------------------- *
      *      ORE AUTORIZZATE DIGITATE (HHMM) E RIPARTIZIONE DEL TAGLIO *
      * -------------------------------------------------------------- *
       01  W-ORE-AUT                       PIC X(4)  VALUE SPACES.
       01  W-ORE-AUT-R REDEFINES W-ORE-AUT.
           05  W-ORE-AUT-HH                PIC 9(2).
           05  W-ORE-AUT-MM                PIC 9(2).
       01  W-MIN-CALCOLATI                 PIC S9(5) COMP-3 VALUE 0.
       01  W-MIN-AUTORIZZ                  PIC S9(5) COMP-3 VALUE 0.
       01  W-MIN-TAGLIO                    PIC S9(5) COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *      MINUTI IN FORMATO HHH:MM PER LA LISTA                     *
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
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX50DEMO'.
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
      * -------------------------------------------------------------- *
       01  CPSCODA.
           02  FILLER                      PIC XXX     VALUE 'CPS'.
           02  CPS-TERM                    PIC X(4)    VALUE SPACES.
           02  CPS-NUM-CODA                PIC X       VALUE 'O'.
      *--
       01  CPS-LEN-CODA                    PIC S9(4)   COMP VALUE +68.
       01  CPS-ITEM-CODA                   PIC S9(4)   COMP VALUE +0.
       01  CPS-RIGA-REC.
         03  CPS-MATRICOLA                 PIC 9(5)    VALUE 0.
         03  FILLER                        PIC X(1)    VALUE SPACE.
         03  CPS-COGNOME                   PIC X(20)   VALUE SPACE.
         03  FILLER                        PIC X(1)    VALUE SPACE.
         03  CPS-DATA                      PIC X(10)   VALUE SPACE.
         03  FILLER                        PIC X(1)    VALUE SPACE.
         03  CPS-TURNO                     PIC X(2)    VALUE SPACE.
         03  FILLER                        PIC X(1)    VALUE SPACE.
         03  CPS-DIURNI                    PIC X(6)    VALUE SPACE.
         03  FILLER                        PIC X(1)    VALUE SPACE.
         03  CPS-NOTTURNI                  PIC X(6)    VALUE SPACE.
         03  FILLER                        PIC X(1)    VALUE SPACE.
         03  CPS-FESTIVI                   PIC X(6)    VALUE SPACE.
         03  FILLER                        PIC X(1)    VALUE SPACE.
         03  CPS-TOTALE                    PIC X(6)    VALUE SPACE.
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
           EXEC SQL  INCLUDE CWSTRA         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWDIPE         END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFXAMAP.
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
      * DECLARE CURSOR - STRAORDINARI 'C' NEL PERIMETRO DELL'OPERATORE *
      * (TUTTI PER L'AMMINISTRATORE)                                   *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-STRXA CURSOR FOR
                    SELECT  S.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            S.DATA_PRESENZA,
                            S.COD_TURNO,
                            S.MIN_DIURNI,
                            S.MIN_NOTTURNI,
                            S.MIN_FESTIVI
                    FROM CPS04.CWSTRAOR     S,
                         CPS04.CWDIPENDENTI D
                    WHERE S.STATO_STRAORD = 'C'
                    AND   D.COD_MATRICOLA_DIP = S.COD_MATRICOLA_DIP
                    AND  (:W-TUTTI = 'S'
                          OR S.DIPARTIMENTO = :W-DIPART-SCOPE)
                    AND  (:W-SOC-SCOPE = 'N'
                          OR D.COD_SOCIETA IN
                             (SELECT U.COD_SOCIETA
                                FROM CPS04.CWUTESOC U
                               WHERE U.UTENTE = :W-UTENTE-SCOPE))
                    ORDER BY S.DIPARTIMENTO, S.COD_MATRICOLA_DIP,
                             S.DATA_PRESENZA
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
      * L'AUTORIZZAZIONE DEGLI STRAORDINARI E' RISERVATA AI
      * RESPONSABILI (RUOLI 1-AMMINISTRATORE E 2-INSERIMENTO/
      * AGGIORNAMENTO)
      *
           IF NOT COM-UTENTE-1 AND NOT COM-UTENTE-2
              MOVE '008' TO W-COD-MSG-HOST
              MOVE -1    TO M-ESIL(1)
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
      * PERIMETRO: L'AMMINISTRATORE VEDE TUTTO, IL RESPONSABILE SOLO
      * IL PROPRIO DIPARTIMENTO (COM-DIPART-UTENTE DA CWUTENTI)
      *
           IF COM-UTENTE-1
              MOVE 'S' TO W-TUTTI
           ELSE
              MOVE 'N' TO W-TUTTI
              MOVE COM-DIPART-UTENTE TO W-DIPART-SCOPE
              IF W-DIPART-SCOPE = SPACES
                 MOVE '050' TO W-COD-MSG-HOST
                 MOVE -1    TO M-ESIL(1)
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
      * ---
      * PERIMETRO PER SOCIETA' DEL GRUPPO: CON AUTORIZZAZIONI SU
      * CWUTESOC (COM-SOC-LIMITATE, VEDI CX99DEMO) SI VEDONO SOLO LE
      * RIGHE DELLE SOCIETA' CONCESSE, ANCHE DA AMMINISTRATORE
      * ---
           MOVE COM-SOC-RISTRETTA TO W-SOC-SCOPE.
           MOVE COM-UTENTE        TO W-UTENTE-SCOPE.
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

       1237-TASTO-PF7 SECTION.
      *--------------*                    * PAGINA PRECEDENTE *
           MOVE '1237-TASTO-PF7' TO W-ULT-LABEL.
           IF COM-PAG < 2
              MOVE -1      TO M-ESIL(1)
              MOVE '032'   TO W-COD-MSG-HOST
              PERFORM 2999-CERCA-ERR
           ELSE
              SUBTRACT 1 FROM COM-PAG
              PERFORM 1800-MOSTRA-PAGINA
              PERFORM 3000-FINE-ELAB
           END-IF.
       1237-EX. EXIT.

       1238-TASTO-PF8 SECTION.
      *--------------*                    * PAGINA SUCCESSIVA *
           MOVE '1238-TASTO-PF8' TO W-ULT-LABEL.
           IF COM-PAG NOT < COM-TOT-PAG
              MOVE -1      TO M-ESIL(1)
              MOVE '032'   TO W-COD-MSG-HOST
              PERFORM 2999-CERCA-ERR
           ELSE
              ADD 1 TO COM-PAG
              PERFORM 1800-MOSTRA-PAGINA
              PERFORM 3000-FINE-ELAB
           END-IF.
       1238-EX. EXIT.

      * -------------------------------------------------------------- *
      * INVIO IN SCORRIMENTO: REGISTRA LE DECISIONI 'A'/'R' DIGITATE   *
      * SULLA PAGINA CORRENTE E RICARICA LA LISTA                      *
      * -------------------------------------------------------------- *
       1239-TASTO-ENTER SECTION.
      *----------------*
           MOVE '1239-TASTO-ENTER' TO W-ULT-LABEL.
           EXEC CICS RECEIVE MAP    ('MFXAMAP')
                             MAPSET ('MFXAMAP') END-EXEC.
           MOVE 0 TO W-DECISE.
           MOVE 0 TO W-ERRATE.
           PERFORM 2205-CONTROLLA-FINESTRA.
           PERFORM 2400-DECIDI-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > 15.

           IF W-DECISE = 0 AND W-ERRATE = 0
              MOVE '006'   TO W-COD-MSG-HOST
              MOVE -1      TO M-ESIL(1)
              PERFORM 2999-CERCA-ERR
           END-IF.

           PERFORM 2300-CONSULTA.
       1239-EX. EXIT.

       1250-TASTO-ANYK SECTION.
      *--------------*
           MOVE '006' TO W-COD-MSG-HOST.
           MOVE -1    TO M-ESIL(1).
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
                                PF7    (1237-TASTO-PF7)
                                PF8    (1238-TASTO-PF8)
                                ENTER  (1239-TASTO-ENTER)
                                ANYKEY (1250-TASTO-ANYK)
           END-EXEC.
       1410-EX. EXIT.

      *----------------------------------------------------------------*
      * CARICAMENTO DELLA CODA TS: UNA RIGA PER OGNI STRAORDINARIO 'C' *
      * NEL PERIMETRO DELL'OPERATORE                                   *
      *----------------------------------------------------------------*
       1600-CARICA-CODA SECTION.
      *----------------*
           MOVE '1600-CARICA-CODA' TO W-ULT-LABEL.
           MOVE +0 TO CPS-ITEM-CODA.
           EXEC SQL OPEN CUR-STRXA  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              PERFORM 2998-DBERROR
           END-IF.

           PERFORM 1650-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).

           EXEC SQL CLOSE CUR-STRXA  END-EXEC.
       1600-EX. EXIT.

       1650-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-STRXA
           INTO   :DCL-CWSTRAOR.COD-MATRICOLA-DIP,
                  :DCL-CPSDIP.COGNOME,
                  :DCL-CWSTRAOR.DATA-PRESENZA,
                  :DCL-CWSTRAOR.COD-TURNO,
                  :DCL-CWSTRAOR.MIN-DIURNI,
                  :DCL-CWSTRAOR.MIN-NOTTURNI,
                  :DCL-CWSTRAOR.MIN-FESTIVI
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 1700-SCRIVI-CODA
           END-IF.
       1650-EX. EXIT.

       1700-SCRIVI-CODA SECTION.
      *----------------*
           MOVE COD-MATRICOLA-DIP OF DCL-CWSTRAOR TO CPS-MATRICOLA.
           MOVE COGNOME OF DCL-CPSDIP             TO CPS-COGNOME.
           MOVE DATA-PRESENZA OF DCL-CWSTRAOR     TO CPS-DATA.
           MOVE COD-TURNO OF DCL-CWSTRAOR         TO CPS-TURNO.
           MOVE MIN-DIURNI OF DCL-CWSTRAOR        TO W-MINUTI-EDIT.
           PERFORM 2600-EDITA-ORE.
           MOVE W-HHMM-EDIT                       TO CPS-DIURNI.
           MOVE MIN-NOTTURNI OF DCL-CWSTRAOR      TO W-MINUTI-EDIT.
           PERFORM 2600-EDITA-ORE.
           MOVE W-HHMM-EDIT                       TO CPS-NOTTURNI.
           MOVE MIN-FESTIVI OF DCL-CWSTRAOR       TO W-MINUTI-EDIT.
           PERFORM 2600-EDITA-ORE.
           MOVE W-HHMM-EDIT                       TO CPS-FESTIVI.
           COMPUTE W-MINUTI-EDIT = MIN-DIURNI   OF DCL-CWSTRAOR
                                 + MIN-NOTTURNI OF DCL-CWSTRAOR
                                 + MIN-FESTIVI  OF DCL-CWSTRAOR.
           PERFORM 2600-EDITA-ORE.
           MOVE W-HHMM-EDIT                       TO CPS-TOTALE.

           ADD 1 TO CPS-ITEM-CODA.
           EXEC CICS HANDLE CONDITION QIDERR (1700-EX) END-EXEC.
           EXEC CICS WRITEQ TS QUEUE  (CPSCODA)
                               FROM   (CPS-RIGA-REC)
                               LENGTH (CPS-LEN-CODA)
           END-EXEC.
           MOVE CPS-ITEM-CODA TO COM-ITEM.
       1700-EX. EXIT.

      *----------------------------------------------------------------*
      * PAGINA CORRENTE (COM-PAG): 15 RIGHE DI CODA A PARTIRE DA       *
      * (PAG-1)*15+1, RIGHE VUOTE OLTRE L'ULTIMA                       *
      *----------------------------------------------------------------*
       1800-MOSTRA-PAGINA SECTION.
      *------------------*
           MOVE '1800-MOSTRA-PAG' TO W-ULT-LABEL.
           COMPUTE W-ITEM-DA = (COM-PAG - 1) * 15.

           PERFORM 1805-MOSTRA-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > 15.

           MOVE COM-PAG     TO W-PAGINA.
           MOVE W-PAGINA    TO M-PAGO.
           MOVE COM-TOT-PAG TO W-TOT-PAGINE.
           MOVE W-TOT-PAGINE TO M-TOTPAGO.
           MOVE -1          TO M-ESIL(1).
       1800-EX. EXIT.

       1805-MOSTRA-RIGA SECTION.
      *----------------*
           MOVE SPACES TO M-ESIO (W-IND-RIGA).
           MOVE SPACES TO M-OREO (W-IND-RIGA).
           COMPUTE CPS-ITEM-CODA = W-ITEM-DA + W-IND-RIGA.
           IF CPS-ITEM-CODA > COM-ITEM
              MOVE SPACES TO M-RIGAO (W-IND-RIGA)
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
           MOVE CPS-RIGA-REC TO M-RIGAO (W-IND-RIGA).
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
              PERFORM 2300-CONSULTA
            ELSE
              PERFORM 2900-RIEMP-MASK
              PERFORM 2300-CONSULTA
           END-IF.
       2000-EX. EXIT.

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
              MOVE -1       TO M-ESIL(1)
              PERFORM 2999-CERCA-ERR
           END-IF.
       2205-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE: CARICA LA CODA TS E MOSTRA LA PRIMA PAGINA      *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           PERFORM 1900-DELETEQ-TS.
           MOVE +0 TO COM-ITEM.
           PERFORM 1600-CARICA-CODA.
      *
           IF COM-ITEM = 0
              MOVE SPACE TO COM-GIRO
              IF W-DECISE > 0
                 MOVE '184' TO W-COD-MSG-HOST
              ELSE
                 MOVE '078' TO W-COD-MSG-HOST
              END-IF
              MOVE -1       TO M-ESIL(1)
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           COMPUTE COM-TOT-PAG = (COM-ITEM + 14) / 15.
           MOVE 1 TO COM-PAG.
           PERFORM 1800-MOSTRA-PAGINA.
           MOVE '3'   TO COM-GIRO.
           IF W-ERRATE > 0
              MOVE '185' TO W-COD-MSG-HOST
           ELSE
              IF W-DECISE > 0
                 MOVE '184' TO W-COD-MSG-HOST
              ELSE
                 MOVE '030' TO W-COD-MSG-HOST
              END-IF
           END-IF.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

      * -------------------------------------------------------------- *
      * DECISIONE SULLA RIGA W-IND-RIGA DELLA PAGINA CORRENTE: 'R'     *
      * RESPINGE (AUTORIZZATI A ZERO), 'A' AUTORIZZA IL CALCOLATO O IL *
      * TOTALE DIGITATO NEL CAMPO ORE. LA RIGA VIENE RILETTA: SE NEL   *
      * FRATTEMPO E' STATA DECISA DA UN ALTRO OPERATORE NON SI TOCCA   *
      * -------------------------------------------------------------- *
       2400-DECIDI-RIGA SECTION.
      *----------------*
           MOVE '2400-DECIDI' TO W-ULT-LABEL.
           MOVE M-ESII (W-IND-RIGA) TO W-ESITO-RIGA.
           INSPECT W-ESITO-RIGA REPLACING ALL LOW-VALUE BY ' '.
           INSPECT W-ESITO-RIGA REPLACING ALL '_'       BY ' '.
           IF W-ESITO-RIGA NOT = 'A' AND W-ESITO-RIGA NOT = 'R'
              GO TO 2400-EX
           END-IF.

           COMPUTE CPS-ITEM-CODA = (COM-PAG - 1) * 15 + W-IND-RIGA.
           IF CPS-ITEM-CODA > COM-ITEM
              GO TO 2400-EX
           END-IF.
           PERFORM 2410-LEGGI-RIGA-TS.

           MOVE CPS-MATRICOLA TO COD-MATRICOLA-DIP OF DCL-CWSTRAOR.
           MOVE CPS-DATA      TO DATA-PRESENZA OF DCL-CWSTRAOR.
           EXEC SQL SELECT MIN_DIURNI,
                           MIN_NOTTURNI,
                           MIN_FESTIVI
                      INTO :DCL-CWSTRAOR.MIN-DIURNI,
                           :DCL-CWSTRAOR.MIN-NOTTURNI,
                           :DCL-CWSTRAOR.MIN-FESTIVI
                      FROM CPS04.CWSTRAOR
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWSTRAOR.COD-MATRICOLA-DIP
                     AND   DATA_PRESENZA =
                           :DCL-CWSTRAOR.DATA-PRESENZA
                     AND   STATO_STRAORD = 'C'
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              MOVE 0 TO W-SQLCODE
              GO TO 2400-EX
           END-IF.

           IF W-ESITO-RIGA = 'R'
              MOVE 0   TO AUT-DIURNI   OF DCL-CWSTRAOR
              MOVE 0   TO AUT-NOTTURNI OF DCL-CWSTRAOR
              MOVE 0   TO AUT-FESTIVI  OF DCL-CWSTRAOR
              MOVE 'R' TO STATO-STRAORD OF DCL-CWSTRAOR
           ELSE
              PERFORM 2420-RIPARTISCI-AUTORIZZ
              IF W-MIN-AUTORIZZ < 0
                 ADD 1 TO W-ERRATE
                 GO TO 2400-EX
              END-IF
              MOVE 'A' TO STATO-STRAORD OF DCL-CWSTRAOR
           END-IF.

           EXEC SQL UPDATE CPS04.CWSTRAOR
                       SET AUT_DIURNI       =
                           :DCL-CWSTRAOR.AUT-DIURNI,
                           AUT_NOTTURNI     =
                           :DCL-CWSTRAOR.AUT-NOTTURNI,
                           AUT_FESTIVI      =
                           :DCL-CWSTRAOR.AUT-FESTIVI,
                           STATO_STRAORD    =
                           :DCL-CWSTRAOR.STATO-STRAORD,
                           UTENTE_DECISIONE = :COM-UTENTE,
                           DATA_DECISIONE   = :COM-DATA-SISTEMA
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWSTRAOR.COD-MATRICOLA-DIP
                     AND   DATA_PRESENZA =
                           :DCL-CWSTRAOR.DATA-PRESENZA
                     AND   STATO_STRAORD = 'C'
           END-EXEC.
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
      * MINUTI AUTORIZZATI DELLA RIGA: CAMPO ORE VUOTO = TUTTO IL      *
      * CALCOLATO; ALTRIMENTI HHMM NUMERICO, MINUTI < 60, NON OLTRE IL *
      * CALCOLATO. IL TAGLIO SI TOGLIE PRIMA DAI DIURNI, POI DAI       *
      * NOTTURNI, INFINE DAI FESTIVI. ORE NON VALIDE: W-MIN-AUTORIZZ   *
      * NEGATIVO E LA RIGA RESTA DA DECIDERE                           *
      * -------------------------------------------------------------- *
       2420-RIPARTISCI-AUTORIZZ SECTION.
      *------------------------*
           COMPUTE W-MIN-CALCOLATI = MIN-DIURNI   OF DCL-CWSTRAOR
                                   + MIN-NOTTURNI OF DCL-CWSTRAOR
                                   + MIN-FESTIVI  OF DCL-CWSTRAOR.
           MOVE M-OREI (W-IND-RIGA) TO W-ORE-AUT.
           INSPECT W-ORE-AUT REPLACING ALL LOW-VALUE BY ' '.
           INSPECT W-ORE-AUT REPLACING ALL '_'       BY ' '.

           IF W-ORE-AUT = SPACES
              MOVE W-MIN-CALCOLATI TO W-MIN-AUTORIZZ
           ELSE
              IF W-ORE-AUT NOT NUMERIC
                 MOVE -1 TO W-MIN-AUTORIZZ
                 GO TO 2420-EX
              END-IF
              IF W-ORE-AUT-MM > 59
                 MOVE -1 TO W-MIN-AUTORIZZ
                 GO TO 2420-EX
              END-IF
              COMPUTE W-MIN-AUTORIZZ = W-ORE-AUT-HH * 60
                                     + W-ORE-AUT-MM
              IF W-MIN-AUTORIZZ > W-MIN-CALCOLATI
                 MOVE -1 TO W-MIN-AUTORIZZ
                 GO TO 2420-EX
              END-IF
           END-IF.

           MOVE MIN-DIURNI   OF DCL-CWSTRAOR
                             TO AUT-DIURNI   OF DCL-CWSTRAOR.
           MOVE MIN-NOTTURNI OF DCL-CWSTRAOR
                             TO AUT-NOTTURNI OF DCL-CWSTRAOR.
           MOVE MIN-FESTIVI  OF DCL-CWSTRAOR
                             TO AUT-FESTIVI  OF DCL-CWSTRAOR.
           COMPUTE W-MIN-TAGLIO = W-MIN-CALCOLATI - W-MIN-AUTORIZZ.

           IF W-MIN-TAGLIO > AUT-DIURNI OF DCL-CWSTRAOR
              SUBTRACT AUT-DIURNI OF DCL-CWSTRAOR FROM W-MIN-TAGLIO
              MOVE 0 TO AUT-DIURNI OF DCL-CWSTRAOR
           ELSE
              SUBTRACT W-MIN-TAGLIO FROM AUT-DIURNI OF DCL-CWSTRAOR
              MOVE 0 TO W-MIN-TAGLIO
           END-IF.
           IF W-MIN-TAGLIO > AUT-NOTTURNI OF DCL-CWSTRAOR
              SUBTRACT AUT-NOTTURNI OF DCL-CWSTRAOR FROM W-MIN-TAGLIO
              MOVE 0 TO AUT-NOTTURNI OF DCL-CWSTRAOR
           ELSE
              SUBTRACT W-MIN-TAGLIO FROM AUT-NOTTURNI OF DCL-CWSTRAOR
              MOVE 0 TO W-MIN-TAGLIO
           END-IF.
           SUBTRACT W-MIN-TAGLIO FROM AUT-FESTIVI OF DCL-CWSTRAOR.
       2420-EX. EXIT.

      * -------------------------------------------------------------- *
      * MINUTI (W-MINUTI-EDIT) IN FORMATO HHH:MM PER LA LISTA          *
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
           MOVE LOW-VALUE  TO MFXAMAPO.
           MOVE -1         TO M-ESIL(1).
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
                        MAP    ('MFXAMAP')
                        MAPSET ('MFXAMAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFXAMAP')
                        MAPSET ('MFXAMAP')
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
                     TRANSID  ('RX50')
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
