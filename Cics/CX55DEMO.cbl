       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX55DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX55                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : CONSULTAZIONE DEI RESIDUI DI PERMESSO LEGGE  *
      *                   104 E DI CONGEDO PARENTALE PER FAMILIARE     *
      * TIPO OPERAZIONE : CONSULTAZIONE                                *
      * RIFERIMENTO P.E.: CWFAMIL, CWASSBEN, CWPARAM                   *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * DATA UNA MATRICOLA, SCORRE A PAGINE DI 15 (PF7/PF8 SU CODA DI  *
      * TEMPORARY STORAGE, COME CX36DEMO) I FAMILIARI CWFAMIL CON      *
      * CARICO APERTO ALLA DATA DEL GIORNO. PER OGNUNO MOSTRA:         *
      * - IL RESIDUO DEL MESE CORRENTE DI PERMESSO LEGGE 104: TETTO    *
      *   GG104MESE MENO I GIORNI CWASSBEN 'L4' DEL MESE PER QUEL      *
      *   FAMILIARE, DA QUALUNQUE DIPENDENTE FRUITI (IL TETTO E' PER   *
      *   ASSISTITO);                                                  *
      * - PER I FIGLI, IL RESIDUO IN GIORNI DI CONGEDO PARENTALE       *
      *   (MESICONGP X 30 MENO I GIORNI 'CP' DEL GENITORE PER QUEL     *
      *   FIGLIO) E LA DATA ENTRO CUI VA FRUITO (COMPIMENTO DI         *
      *   ETACONGP ANNI, RICAVATO DAL CODICE FISCALE).                 *
      * GLI STESSI CONTROLLI BLOCCANO LA REGISTRAZIONE IN CW35DEMO.    *
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
       01  W-MATR                          PIC X(5)      VALUE SPACES.
       01  W-MATR-N REDEFINES W-MATR       PIC 9(5).
       01  W-MATRICOLA                     PIC S9(5) COMP-3 VALUE +0.
       01  SW-FINE-FAMILIARI               PIC X(1)      VALUE 'N'.
           88  FINE-FAMILIARI                            VALUE 'S'.
       01  W-IND-RIGA                      PIC S9(4) COMP VALUE +0.
       01  W-ITEM-DA                       PIC S9(4) COMP VALUE +0.
       01  W-PAGINA                        PIC 9(3)  VALUE ZERO.
       01  W-TOT-PAGINE                    PIC 9(3)  VALUE ZERO.
      * -------------------------------------------------------------- *
      *    DATA DEL GIORNO, MESE CORRENTE E TETTI DA CWPARAM           *
      * -------------------------------------------------------------- *
       01  W-DATA-OGGI.
           05  W-OGGI-AAAA                 PIC 9(4)  VALUE ZERO.
           05  FILLER                      PIC X     VALUE '-'.
           05  W-OGGI-MM                   PIC XX    VALUE SPACES.
           05  FILLER                      PIC X     VALUE '-'.
           05  W-OGGI-GG                   PIC XX    VALUE SPACES.
       01  W-MESE-INI.
           05  W-MESE-INI-AAAAMM           PIC X(7)  VALUE SPACES.
           05  FILLER                      PIC X(3)  VALUE '-01'.
       01  W-MESE-FIN.
           05  W-MESE-FIN-AAAAMM           PIC X(7)  VALUE SPACES.
           05  FILLER                      PIC X(3)  VALUE '-31'.
       01  W-GG-104-MESE                   PIC S9(3) COMP-3 VALUE +3.
       01  W-MESI-CONG-PAR                 PIC S9(3) COMP-3 VALUE +6.
       01  W-ETA-CONG-PAR                  PIC S9(3) COMP-3 VALUE +12.
       01  W-GG-TETTO-CP                   PIC S9(5) COMP-3 VALUE +0.
       01  W-GG-FRUITI                     PIC S9(5) COMP-3 VALUE +0.
       01  W-GG-RESIDUI                    PIC S9(5) COMP-3 VALUE +0.
      * ---
      * DATA DI NASCITA DEL FIGLIO DAL CODICE FISCALE (COME CW35DEMO)
      * ---
       01  SW-NASCITA                      PIC X(1)  VALUE 'N'.
           88  NASCITA-RICAVATA                      VALUE 'S'.
       01  W-CF-AA                         PIC 9(2)  VALUE ZERO.
       01  W-CF-GG                         PIC 9(2)  VALUE ZERO.
       01  W-NAS-AAAA                      PIC 9(4)  VALUE ZERO.
       01  W-NAS-MM                        PIC 9(2)  VALUE ZERO.
       01  W-DATA-LIMITE.
           05  W-LIM-AAAA                  PIC 9(4)  VALUE ZERO.
           05  FILLER                      PIC X     VALUE '-'.
           05  W-LIM-MM                    PIC 9(2)  VALUE ZERO.
           05  FILLER                      PIC X     VALUE '-'.
           05  W-LIM-GG                    PIC 9(2)  VALUE ZERO.
       01  TAB-MESI-CF.
           05  FILLER                      PIC X(12) VALUE
               'ABCDEHLMPRST'.
       01  TAB-MESI-CF-R REDEFINES TAB-MESI-CF.
           05  EL-MESE-CF                  PIC X(1)  OCCURS 12
                                           INDEXED BY IND-MESE-CF.
      * ---
      * PARTE DELLA RIGA RISERVATA AL CONGEDO PARENTALE (SOLO FIGLI)
      * ---
       01  W-PARTE-CP.
           05  FILLER                      PIC X(13)
                                           VALUE '  CP RES.GG: '.
           05  W-RES-CP                    PIC ZZZ9.
           05  FILLER                      PIC X(8)  VALUE '  ENTRO '.
           05  W-ENTRO                     PIC X(10) VALUE SPACES.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX55DEMO'.
       01  W-PGM-MENU-RAMO                 PIC  X(8)   VALUE 'CW03DEMO'.
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
           02  CPS-NUM-CODA                PIC X       VALUE '5'.
      *--
       01  CPS-LEN-CODA                    PIC S9(4)   COMP VALUE +78.
       01  CPS-ITEM-CODA                   PIC S9(4)   COMP VALUE +0.
       01  CPS-RIGA-FAM.
         03  CPS-CF                        PIC X(16)   VALUE SPACE.
         03  FILLER                        PIC X(1)    VALUE SPACE.
         03  CPS-COGNOME                   PIC X(12)   VALUE SPACE.
         03  FILLER                        PIC X(1)    VALUE SPACE.
         03  CPS-RELAZIONE                 PIC X(1)    VALUE SPACE.
         03  FILLER                        PIC X(9)
                                           VALUE ' L4 RES: '.
         03  CPS-RES-104                   PIC ZZ9.
         03  CPS-PARTE-CP                  PIC X(35)   VALUE SPACE.
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
      *    DEFINIZIONE SQLA                                            *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA          END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWFAM          END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWASSB         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWPARA         END-EXEC.
      * -------------------------------------------------------------- *
      *    FAMILIARI DELLA MATRICOLA CON CARICO APERTO ALLA DATA       *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-FAM55 CURSOR FOR
                    SELECT COD_FISC_FAM,
                           COGNOME_FAM,
                           RELAZIONE
                      FROM CPS04.CWFAMIL
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                       AND DATA_INIZIO      <= :W-DATA-OGGI
                       AND DATA_FINE        >= :W-DATA-OGGI
                     ORDER BY RELAZIONE, COGNOME_FAM
           END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFXNMAP.
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
      *--------------*                    * RITORNO MENU DI RAMO *
           PERFORM 1900-DELETEQ-TS.
           MOVE 'END'            TO W-CTL-END.
           MOVE W-PGM-MENU-RAMO  TO W-XCTL-PGM.
           MOVE SPACE            TO COM-GIRO.
           PERFORM 3000-FINE-ELAB.
       1220-EX. EXIT.

       1237-TASTO-PF7 SECTION.
      *--------------*                    * PAGINA PRECEDENTE *
           MOVE '1237-TASTO-PF7' TO W-ULT-LABEL.
           IF COM-PAG < 2
              MOVE -1      TO M-MATRL
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
              MOVE -1      TO M-MATRL
              MOVE '032'   TO W-COD-MSG-HOST
              PERFORM 2999-CERCA-ERR
           ELSE
              ADD 1 TO COM-PAG
              PERFORM 1800-MOSTRA-PAGINA
              PERFORM 3000-FINE-ELAB
           END-IF.
       1238-EX. EXIT.

       1239-TASTO-ENTER SECTION.
      *----------------*                  * NUOVA RICERCA *
           MOVE '1239-TASTO-ENTER' TO W-ULT-LABEL.
           PERFORM 1900-DELETEQ-TS.
           MOVE SPACE TO COM-GIRO.
           PERFORM 2100-RECEIVE.
           PERFORM 2200-CONTROLLI.
       1239-EX. EXIT.

       1250-TASTO-ANYK SECTION.
      *--------------*
           MOVE '006' TO W-COD-MSG-HOST.
           MOVE -1    TO M-MATRL.
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
      * CARICAMENTO DELLA CODA TS: UNA RIGA PER FAMILIARE DEL CURSORE  *
      * CUR-FAM55 CON I RESIDUI CALCOLATI ALLA DATA DEL GIORNO         *
      *----------------------------------------------------------------*
       1600-CARICA-CODA SECTION.
      *----------------*
           MOVE '1600-CARICA-CODA' TO W-ULT-LABEL.
           MOVE +0  TO CPS-ITEM-CODA.
           MOVE 'N' TO SW-FINE-FAMILIARI.
           MOVE W-MATR-N TO W-MATRICOLA.
           PERFORM 1610-LEGGI-TETTI.

           EXEC SQL OPEN CUR-FAM55 END-EXEC.
           PERFORM 1650-LEGGI-FAMILIARE UNTIL FINE-FAMILIARI.
           EXEC SQL CLOSE CUR-FAM55 END-EXEC.
       1600-EX. EXIT.

      *----------------------------------------------------------------*
      * DATA DEL GIORNO E TETTI DI LEGGE (DEFAULT SE IL PARAMETRO NON  *
      * E' CENSITO SU CWPARAM)                                         *
      *----------------------------------------------------------------*
       1610-LEGGI-TETTI SECTION.
      *----------------*
           MOVE '1610-LEGGI-TETTI' TO W-ULT-LABEL.
           MOVE COM-DATA-SISTEMA-AAAA TO W-OGGI-AAAA.
           MOVE COM-DATA-SISTEMA-MM   TO W-OGGI-MM.
           MOVE COM-DATA-SISTEMA-GG   TO W-OGGI-GG.
           MOVE W-DATA-OGGI (1:7) TO W-MESE-INI-AAAAMM
                                     W-MESE-FIN-AAAAMM.

           MOVE +3 TO W-GG-104-MESE.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'GG104MESE'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-GG-104-MESE
           END-IF.
           MOVE +6 TO W-MESI-CONG-PAR.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'MESICONGP'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-MESI-CONG-PAR
           END-IF.
           MOVE +12 TO W-ETA-CONG-PAR.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'ETACONGP'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-ETA-CONG-PAR
           END-IF.
           COMPUTE W-GG-TETTO-CP = W-MESI-CONG-PAR * 30.
       1610-EX. EXIT.

       1650-LEGGI-FAMILIARE SECTION.
      *--------------------*
           MOVE '1650-LEGGI-FAM' TO W-ULT-LABEL.
           EXEC SQL FETCH CUR-FAM55
                     INTO :DCL-CWFAMIL.COD-FISC-FAM,
                          :DCL-CWFAMIL.COGNOME-FAM,
                          :DCL-CWFAMIL.RELAZIONE
           END-EXEC.
           IF SQLCODE = +100
              SET FINE-FAMILIARI TO TRUE
              GO TO 1650-EX
           END-IF.

           MOVE COD-FISC-FAM OF DCL-CWFAMIL TO CPS-CF.
           MOVE COGNOME-FAM  OF DCL-CWFAMIL TO CPS-COGNOME.
           MOVE RELAZIONE    OF DCL-CWFAMIL TO CPS-RELAZIONE.
           PERFORM 1660-RESIDUO-104.
           MOVE SPACES TO CPS-PARTE-CP.
           IF FAM-FIGLIO
              PERFORM 1670-RESIDUO-CONGEDO
              MOVE W-PARTE-CP TO CPS-PARTE-CP
           END-IF.
           PERFORM 1700-SCRIVI-CODA.
       1650-EX. EXIT.

      *----------------------------------------------------------------*
      * PERMESSO LEGGE 104: IL TETTO MENSILE E' PER ASSISTITO, QUINDI  *
      * SI SOMMANO I GIORNI DEL MESE DI TUTTE LE MATRICOLE             *
      *----------------------------------------------------------------*
       1660-RESIDUO-104 SECTION.
      *----------------*
           MOVE '1660-RES-104' TO W-ULT-LABEL.
           EXEC SQL SELECT COALESCE(SUM(GG_FRUITI), 0)
                      INTO :W-GG-FRUITI
                      FROM  CPS04.CWASSBEN
                     WHERE COD_FISC_FAM = :DCL-CWFAMIL.COD-FISC-FAM
                     AND   TIPO_ASSENZA = 'L4'
                     AND   DATA_INIZIO >= :W-MESE-INI
                     AND   DATA_INIZIO <= :W-MESE-FIN
           END-EXEC.
           COMPUTE W-GG-RESIDUI = W-GG-104-MESE - W-GG-FRUITI.
           IF W-GG-RESIDUI < 0
              MOVE 0 TO W-GG-RESIDUI
           END-IF.
           MOVE W-GG-RESIDUI TO CPS-RES-104.
       1660-EX. EXIT.

      *----------------------------------------------------------------*
      * CONGEDO PARENTALE: GIORNI GIA' FRUITI DAL GENITORE PER QUEL    *
      * FIGLIO E DATA LIMITE DI ETA' (SPAZI SE NON RICAVABILE)         *
      *----------------------------------------------------------------*
       1670-RESIDUO-CONGEDO SECTION.
      *--------------------*
           MOVE '1670-RES-CONGP' TO W-ULT-LABEL.
           EXEC SQL SELECT COALESCE(SUM(GG_FRUITI), 0)
                      INTO :W-GG-FRUITI
                      FROM  CPS04.CWASSBEN
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   COD_FISC_FAM = :DCL-CWFAMIL.COD-FISC-FAM
                     AND   TIPO_ASSENZA = 'CP'
           END-EXEC.
           COMPUTE W-GG-RESIDUI = W-GG-TETTO-CP - W-GG-FRUITI.
           IF W-GG-RESIDUI < 0
              MOVE 0 TO W-GG-RESIDUI
           END-IF.

           PERFORM 1680-NASCITA-DA-CF.
           MOVE SPACES TO W-ENTRO.
           IF NASCITA-RICAVATA
              MOVE W-DATA-LIMITE TO W-ENTRO
              IF W-DATA-OGGI NOT < W-DATA-LIMITE
                 MOVE 0 TO W-GG-RESIDUI
              END-IF
           END-IF.
           MOVE W-GG-RESIDUI TO W-RES-CP.
       1670-EX. EXIT.

      *----------------------------------------------------------------*
      * DATA DI NASCITA DAL CODICE FISCALE (ANNO 7-8, LETTERA DEL MESE *
      * IN 9, GIORNO 10-11 CON +40 PER LE FEMMINE) E DATA IN CUI       *
      * COMPIE L'ETA' LIMITE; STESSA REGOLA DI CW35DEMO                *
      *----------------------------------------------------------------*
       1680-NASCITA-DA-CF SECTION.
      *------------------*
           MOVE 'N' TO SW-NASCITA.
           IF COD-FISC-FAM OF DCL-CWFAMIL (7:2)  NOT NUMERIC OR
              COD-FISC-FAM OF DCL-CWFAMIL (10:2) NOT NUMERIC
              GO TO 1680-EX
           END-IF.
           MOVE COD-FISC-FAM OF DCL-CWFAMIL (7:2)  TO W-CF-AA.
           MOVE COD-FISC-FAM OF DCL-CWFAMIL (10:2) TO W-CF-GG.
           IF W-CF-GG > 40
              SUBTRACT 40 FROM W-CF-GG
           END-IF.

           SET IND-MESE-CF TO 1.
           SEARCH EL-MESE-CF AT END
                  GO TO 1680-EX
                  WHEN EL-MESE-CF (IND-MESE-CF) =
                       COD-FISC-FAM OF DCL-CWFAMIL (9:1)
                       SET W-NAS-MM TO IND-MESE-CF
           END-SEARCH.

           COMPUTE W-NAS-AAAA = 2000 + W-CF-AA.
           IF W-NAS-AAAA > COM-DATA-SISTEMA-AAAA
              SUBTRACT 100 FROM W-NAS-AAAA
           END-IF.

           COMPUTE W-LIM-AAAA = W-NAS-AAAA + W-ETA-CONG-PAR.
           MOVE W-NAS-MM    TO W-LIM-MM.
           MOVE W-CF-GG     TO W-LIM-GG.
           SET NASCITA-RICAVATA TO TRUE.
       1680-EX. EXIT.

       1700-SCRIVI-CODA SECTION.
      *----------------*
           ADD 1 TO CPS-ITEM-CODA.
           EXEC CICS HANDLE CONDITION QIDERR (1700-EX) END-EXEC.
           EXEC CICS WRITEQ TS QUEUE  (CPSCODA)
                               FROM   (CPS-RIGA-FAM)
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

           PERFORM 1805-RIGA-PAGINA VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > 15.

           MOVE COM-PAG     TO W-PAGINA.
           MOVE W-PAGINA    TO M-PAGO.
           MOVE COM-TOT-PAG TO W-TOT-PAGINE.
           MOVE W-TOT-PAGINE TO M-TOTPAGO.
           MOVE -1          TO M-MATRL.
       1800-EX. EXIT.

       1805-RIGA-PAGINA SECTION.
      *----------------*
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
                               INTO   (CPS-RIGA-FAM)
                               LENGTH (CPS-LEN-CODA)
                               ITEM   (CPS-ITEM-CODA)
           END-EXEC.
           MOVE CPS-RIGA-FAM TO M-RIGAO (W-IND-RIGA).
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
            ELSE
              PERFORM 2900-RIEMP-MASK
           END-IF.
       2000-EX. EXIT.

       2100-RECEIVE SECTION.
      *------------*
           MOVE '2100-RECEIVE' TO W-ULT-LABEL.
           EXEC CICS RECEIVE MAP    ('MFXNMAP')
                             MAPSET ('MFXNMAP') END-EXEC.
           INSPECT M-MATRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MATRI REPLACING ALL '_'       BY ' '.
           MOVE    M-MATRI TO W-MATR.
           MOVE SPACE TO M-MSGO.
       2100-EX. EXIT.

       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
      *
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
           PERFORM 1900-DELETEQ-TS.
           MOVE +0 TO COM-ITEM.
           PERFORM 1600-CARICA-CODA.
      *
           IF COM-ITEM = 0
              MOVE '200'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           COMPUTE COM-TOT-PAG = (COM-ITEM + 14) / 15.
           MOVE 1 TO COM-PAG.
           PERFORM 1800-MOSTRA-PAGINA.
           MOVE '3'   TO COM-GIRO.
           MOVE '030' TO W-COD-MSG-HOST.
           PERFORM 2999-CERCA-ERR.
       2200-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFXNMAPO.
           MOVE -1         TO M-MATRL.
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
                        MAP    ('MFXNMAP')
                        MAPSET ('MFXNMAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFXNMAP')
                        MAPSET ('MFXNMAP')
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
                     TRANSID  ('RX55')
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
