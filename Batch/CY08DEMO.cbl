       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY08DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : APERTURA DELLA FINESTRA BATCH NOTTURNA       *
      *                   (SOSPENSIONE DEGLI AGGIORNAMENTI ON-LINE)    *
      * TIPO OPERAZIONE : BATCH DI AGGIORNAMENTO                       *
      * TABELLE USATE   : CPS04.CWPARAM, CPS04.CWBATCHRUN              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * PRIMO ANELLO DELLA CATENA NOTTURNA: PORTA IL PARAMETRO         *
      * CPS04.CWPARAM 'FINBATCH' A 'B' (CATENA IN CORSO). FINCHE' LA   *
      * FINESTRA E' APERTA LE TRANSAZIONI ON-LINE DI AGGIORNAMENTO     *
      * (CW04, CW07, CW08, CW15, CW18, CW19, CW26, CW28, CW31, CW33,   *
      * CW35, CW37, CW38, CW65, CW68, CW74, CW75, CW76, CW80, CW84,    *
      * CW89, CW91, CW94, CW96, CX01, CX02, CX04, CX06, CX09, CX11,    *
      * CX12, CX13, CX14, CX16, CX18, CX19, CX21, CX23, CX26, CX33,    *
      * CX50, CX52, CX53, CX59, CX62, CX64, CX66, CX68, CX70, CX72,    *
      * CX76, CX78, CX80, CX83, CX84, CX86, CX90, CX92, CX95, CX99,    *
      * CY03, CY06, CY10, CY11, CY12, CY15, CY17, CY25, CY26, CY27,    *
      * CY29, CY30, CY34) LAVORANO IN SOLA CONSULTAZIONE E IL MENU     *
      * CW02DEMO NE MOSTRA IL MOTIVO; UN AMMINISTRATORE PUO' FORZARE   *
      * LO SBLOCCO DI EMERGENZA (PF6 SUL MENU, 'FINBATCH' = 'F'). LA   *
      * FINESTRA SI CHIUDE CON IL RIEPILOGO DI FINE CATENA CX40DEMO.   *
      * UNA FINESTRA TROVATA GIA' APERTA (CATENA PRECEDENTE NON        *
      * ARRIVATA A CX40DEMO) VIENE SEGNALATA A SYSOUT E RIAPERTA: LO   *
      * SBLOCCO DI EMERGENZA EVENTUALMENTE ATTIVO DECADE.              *
      * LE PROPEDEUTICITA' CWBATDIP DEGLI ALTRI BATCH DELLA CATENA     *
      * VERSO QUESTO PROGRAMMA GARANTISCONO CHE NESSUNO PARTA PRIMA    *
      * DELLA SOSPENSIONE DEGLI AGGIORNAMENTI ON-LINE.                 *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * -------------------------------------------------------------- *
      *    REGISTRAZIONE DEL RUN SU CPS04.CWBATCHRUN (VEDI COPY CWBRUN *
      *    E LA CONSULTAZIONE OPERATIVA CW44DEMO)                      *
      * -------------------------------------------------------------- *
       01  W-BR-DATA-8.
           05  W-BR-AAAA                  PIC 9(4).
           05  W-BR-MM                    PIC 9(2).
           05  W-BR-GG                    PIC 9(2).
       01  W-BR-DATA.
           05  W-BR-DT-AAAA               PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-BR-DT-MM                 PIC X(2).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-BR-DT-GG                 PIC X(2).
       01  W-BR-ORA-NUM                   PIC 9(8)    VALUE ZEROES.
       01  W-BR-ORA-INIZIO                PIC X(6)    VALUE SPACES.
       01  W-BR-ORA-FINE                  PIC X(6)    VALUE SPACES.
       01  W-BR-LETTI                     PIC S9(9)   COMP VALUE +0.
       01  W-BR-SCRITTI                   PIC S9(9)   COMP VALUE +0.
       01  W-BR-ESITO                     PIC X(1)    VALUE SPACE.
       01  SW-BR-ERRORE                   PIC X(1)    VALUE 'N'.
           88  BR-GIA-IN-ERRORE                       VALUE 'S'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE VARIABILI HOST                                  *
      * -------------------------------------------------------------- *
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY08DEMO'.
       01  W-CONTA-LETTI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SCRITTI                PIC S9(7)   COMP-3 VALUE 0.
       01  W-FINESTRA-BATCH               PIC X(10)   VALUE SPACES.
           88  FINESTRA-CHIUSA                        VALUE SPACES.
           88  FINESTRA-SBLOCCATA                     VALUE 'F'.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

       PROCEDURE DIVISION.
      *---
       0000-MAIN SECTION.
      *---------*
           PERFORM 1000-INIZIO-ELAB.
           PERFORM 2000-CORPO-ELAB.
           PERFORM 3000-FINE-ELAB.
           STOP RUN.

       0000-EX. EXIT.
      *
      *
       1000-INIZIO-ELAB SECTION.
      *----------------*
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           PERFORM 1900-REGISTRA-INIZIO.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * APERTURA DELLA FINESTRA: 'FINBATCH' A 'B'. SE IL PARAMETRO NON *
      * E' ANCORA CENSITO VIENE INSERITO                               *
      ******************************************************************
       2000-CORPO-ELAB SECTION.
      *------------------------
           MOVE SPACES TO W-FINESTRA-BATCH.
           EXEC SQL SELECT VALORE_CHAR
                      INTO :W-FINESTRA-BATCH
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'FINBATCH'
           END-EXEC.

           IF SQLCODE = +100
              MOVE 'FINBATCH'            TO NOME-PARAMETRO
                                            OF DCL-CWPARAM
              MOVE ZERO                  TO VALORE-NUM  OF DCL-CWPARAM
              MOVE 'B'                   TO VALORE-CHAR OF DCL-CWPARAM
              MOVE 'FINESTRA BATCH NOTTURNA (CY08/CX40)'
                                         TO DESCRIZIONE OF DCL-CWPARAM
              EXEC SQL INSERT INTO CPS04.CWPARAM
                            VALUES (:DCL-CWPARAM.NOME-PARAMETRO,
                                    :DCL-CWPARAM.VALORE-NUM,
                                    :DCL-CWPARAM.VALORE-CHAR,
                                    :DCL-CWPARAM.DESCRIZIONE)
              END-EXEC
              ADD 1 TO W-CONTA-SCRITTI
              GO TO 2000-EX
           END-IF.

           ADD 1 TO W-CONTA-LETTI.
           IF NOT FINESTRA-CHIUSA
              DISPLAY 'CY08DEMO - ATTENZIONE: FINESTRA BATCH GIA'' '
                      'APERTA (STATO ' W-FINESTRA-BATCH(1:1)
                      '), CATENA PRECEDENTE NON CHIUSA DA CX40DEMO'
           END-IF.
           IF FINESTRA-SBLOCCATA
              DISPLAY 'CY08DEMO - SBLOCCO DI EMERGENZA REVOCATO'
           END-IF.

           EXEC SQL UPDATE CPS04.CWPARAM
                       SET VALORE_CHAR    = 'B'
                     WHERE NOME_PARAMETRO = 'FINBATCH'
           END-EXEC.
           ADD 1 TO W-CONTA-SCRITTI.

       2000-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-LETTI   TO W-BR-LETTI
              MOVE W-CONTA-SCRITTI TO W-BR-SCRITTI
              MOVE 'E' TO W-BR-ESITO
              PERFORM 1910-REGISTRA-FINE
           END-IF.
           STOP RUN.

       2998-EX. EXIT.
      *
      *
      ******************************************************************
      * REGISTRA SU CPS04.CWBATCHRUN L'INIZIO DEL RUN (ESITO 'I')      *
      ******************************************************************
       1900-REGISTRA-INIZIO SECTION.
      *--------------------*
           ACCEPT W-BR-DATA-8 FROM DATE YYYYMMDD.
           MOVE W-BR-AAAA TO W-BR-DT-AAAA.
           MOVE W-BR-MM   TO W-BR-DT-MM.
           MOVE W-BR-GG   TO W-BR-DT-GG.
           ACCEPT W-BR-ORA-NUM FROM TIME.
           MOVE W-BR-ORA-NUM(1:6) TO W-BR-ORA-INIZIO.

           EXEC SQL INSERT INTO CPS04.CWBATCHRUN
                         VALUES (:W-NOME-PGM,
                                 :W-BR-DATA,
                                 :W-BR-ORA-INIZIO,
                                 '      ',
                                 0,
                                 0,
                                 'I')
           END-EXEC.

       1900-EX. EXIT.
      *
      *
      ******************************************************************
      * REGISTRA SU CPS04.CWBATCHRUN LA FINE DEL RUN CON I CONTATORI   *
      * E L'ESITO PREDISPOSTI DAL CHIAMANTE                            *
      ******************************************************************
       1910-REGISTRA-FINE SECTION.
      *------------------*
           ACCEPT W-BR-ORA-NUM FROM TIME.
           MOVE W-BR-ORA-NUM(1:6) TO W-BR-ORA-FINE.

           EXEC SQL UPDATE CPS04.CWBATCHRUN
                       SET ORA_FINE       = :W-BR-ORA-FINE,
                           RECORD_LETTI   = :W-BR-LETTI,
                           RECORD_SCRITTI = :W-BR-SCRITTI,
                           ESITO          = :W-BR-ESITO
                     WHERE NOME_PGM          = :W-NOME-PGM
                     AND   DATA_ELABORAZIONE = :W-BR-DATA
                     AND   ORA_INIZIO        = :W-BR-ORA-INIZIO
           END-EXEC.

       1910-EX. EXIT.
      *
      *
       3000-FINE-ELAB SECTION.
      *-----------------------
           DISPLAY 'CY08DEMO - FINESTRA BATCH APERTA: AGGIORNAMENTI '
                   'ON-LINE SOSPESI FINO A CX40DEMO'.

           MOVE W-CONTA-LETTI   TO W-BR-LETTI.
           MOVE W-CONTA-SCRITTI TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
