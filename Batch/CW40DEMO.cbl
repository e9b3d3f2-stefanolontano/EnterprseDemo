      * OGGETTO         : CONSERVAZIONE E PURGE DELLA TABELLA DI       *
      *                   TRACCIATURA LOGON (CPS04.CWLOGON)            *
      * TIPO OPERAZIONE : BATCH DI RIEPILOGO / SCARICO / PURGE         *
      * TABELLE USATE   : CPS04.CWLOGON, CPS04.CWLOGRIE,               *
      *                   CPS04.CWUTENTI, CPS04.CWBLOLEG               *
      *----------------------------------------------------------------*
      * CREAZIONE       : 22/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 02/09/2026 GM  CONTROLLO STANDARD DI PROPEDEUTICITA' E         *
      *                CALENDARIO DI ESECUZIONE (CWBATDIP/CWRUNCAL,    *
      *                (SEZIONI STANDARD 1900/1910): COSI' LA CATENA   *
      *                PUO' CITARLO IN CWBATDIP/CWRUNCAL E IL          *
      *                RIEPILOGO CX40DEMO NON SEGNALA FALSI MANCANTI   *
      * 15/10/2026 GM  ESCLUSI DAL PURGE I LOGON DEI TITOLARI IN       *
      *                BLOCCO LEGALE (CWBLOLEG), ELENCATI SU PURGEREP  *
      ******************************************************************
      ******************************************************************
      * CW01DEMO SCRIVE UNA RIGA CWLOGON PER OGNI TENTATIVO DI LOGON   *
      * RIORDINANO I CARATTERI IN AAMMGG COME GIA' FA IL CURSORE       *
      * CUR-ULTLOG DI CW01DEMO. L'ANNO A DUE CIFRE E' ADEGUATO FINO    *
      * AL CAMBIO DI SECOLO DELLA BASE DATI.                           *
      * I LOGON DELLE UTENZE IL CUI TITOLARE (CWUTENTI) E' IN BLOCCO   *
      * LEGALE (CPS04.CWBLOLEG, CY34DEMO) NON VENGONO NE' RIEPILOGATI  *
      * NE' CANCELLATI: SONO ELENCATI SUL TABULATO (VEDI 2050) E       *
      * TRATTATI AL PRIMO RUN DOPO IL RILASCIO DEL BLOCCO.             *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       01  W-CONTA-CANCELLATE             PIC S9(9)   COMP   VALUE 0.
       01  W-CONTA-ESISTE                 PIC S9(4)   COMP-3 VALUE 0.
       01  W-CONTA-GRUPPO                 PIC S9(9)   COMP   VALUE 0.
       01  W-CONTA-BLOCCATE               PIC S9(9)   COMP   VALUE 0.
       01  W-BLO-UTENTE                   PIC X(8)    VALUE SPACES.
       01  W-BLO-MATRICOLA                PIC S9(5)   COMP-3 VALUE 0.
       01  W-BLO-RIGHE                    PIC S9(9)   COMP   VALUE 0.

      * -------------------------------------------------------------- *
      *    CALCOLO DELLA DATA LIMITE (PRIMO GIORNO DEL MESE DI         *
               'RIGHE CANCELLATE DA CWLOGON : '.
           05  RT-CONTA-CANC              PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                     PIC X(92)  VALUE SPACES.
       01  R-RIGA-TRAILER-4.
           05  FILLER                     PIC X(30)  VALUE
               'RIGHE CONSERVATE (BLOCCO)   : '.
           05  RT-CONTA-BLOC              PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                     PIC X(92)  VALUE SPACES.
       01  R-RIGA-BLOCCO.
           05  FILLER                     PIC X(25)  VALUE
               'BLOCCO LEGALE - UTENTE '.
           05  RB-UTENTE                  PIC X(8).
           05  FILLER                     PIC X(12)  VALUE
               ' MATRICOLA '.
           05  RB-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(20)  VALUE
               ': RIGHE CONSERVATE '.
           05  RB-RIGHE                   PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                     PIC X(52)  VALUE SPACES.

      * -------------------------------------------------------------- *
      *    REGISTRAZIONE DEL RUN SU CPS04.CWBATCHRUN (VEDI COPY CWBRUN *

           EXEC SQL  INCLUDE CWLOGR  END-EXEC.

           EXEC SQL  INCLUDE CWBLEG  END-EXEC.

      * -------------------------------------------------------------- *
      * DETTAGLIO DA SCARICARE: TUTTE LE RIGHE PIU' VECCHIE DELLA      *
      * DATA LIMITE (DATA_LOGON RIORDINATA GGMMAA -> AAMMGG), ESCLUSE  *
      * QUELLE DEI TITOLARI IN BLOCCO LEGALE                           *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-DETT CURSOR FOR
                    SELECT  L.UTENTE,
                            L.TERMINALE,
                            L.DATA_LOGON,
                            L.ORA_LOGON,
                            L.ESITO
                    FROM    CPS04.CWLOGON L
                    WHERE   SUBSTR(L.DATA_LOGON,5,2) ||
                            SUBSTR(L.DATA_LOGON,3,2) ||
                            SUBSTR(L.DATA_LOGON,1,2) <
                            :W-CUTOFF-AAMMGG
                    AND     NOT EXISTS
                           (SELECT 1
                            FROM  CPS04.CWUTENTI U,
                                  CPS04.CWBLOLEG B
                            WHERE U.UTENTE            = L.UTENTE
                            AND   U.COD_MATRICOLA_DIP > 0
                            AND   B.COD_MATRICOLA_DIP =
                                  U.COD_MATRICOLA_DIP
                            AND   B.DATA_INIZIO      <= :W-BR-DATA
                            AND   B.DATA_RILASCIO    >  :W-BR-DATA)
                    ORDER BY L.UTENTE
           END-EXEC.

      * -------------------------------------------------------------- *
      * RIEPILOGO MENSILE PER UTENTE ED ESITO DELLE STESSE RIGHE       *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-RIEP CURSOR FOR
                    SELECT  L.UTENTE,
                            SUBSTR(L.DATA_LOGON,5,2) ||
                            SUBSTR(L.DATA_LOGON,3,2),
                            L.ESITO,
                            COUNT(*)
                    FROM    CPS04.CWLOGON L
                    WHERE   SUBSTR(L.DATA_LOGON,5,2) ||
                            SUBSTR(L.DATA_LOGON,3,2) ||
                            SUBSTR(L.DATA_LOGON,1,2) <
                            :W-CUTOFF-AAMMGG
                    AND     NOT EXISTS
                           (SELECT 1
                            FROM  CPS04.CWUTENTI U,
                                  CPS04.CWBLOLEG B
                            WHERE U.UTENTE            = L.UTENTE
                            AND   U.COD_MATRICOLA_DIP > 0
                            AND   B.COD_MATRICOLA_DIP =
                                  U.COD_MATRICOLA_DIP
                            AND   B.DATA_INIZIO      <= :W-BR-DATA
                            AND   B.DATA_RILASCIO    >  :W-BR-DATA)
                    GROUP BY L.UTENTE,
                            SUBSTR(L.DATA_LOGON,5,2) ||
                            SUBSTR(L.DATA_LOGON,3,2),
                            L.ESITO
           END-EXEC.

      * -------------------------------------------------------------- *
      * RIGHE PIU' VECCHIE DELLA DATA LIMITE DELLE UTENZE IL CUI       *
      * TITOLARE E' IN BLOCCO LEGALE ALLA DATA DEL RUN (VEDI 2050)     *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-BLO40 CURSOR FOR
                    SELECT  L.UTENTE,
                            U.COD_MATRICOLA_DIP,
                            COUNT(*)
                    FROM    CPS04.CWLOGON  L,
                            CPS04.CWUTENTI U
                    WHERE   U.UTENTE = L.UTENTE
                    AND     U.COD_MATRICOLA_DIP > 0
                    AND     SUBSTR(L.DATA_LOGON,5,2) ||
                            SUBSTR(L.DATA_LOGON,3,2) ||
                            SUBSTR(L.DATA_LOGON,1,2) <
                            :W-CUTOFF-AAMMGG
                    AND     EXISTS
                           (SELECT 1
                            FROM  CPS04.CWBLOLEG B
                            WHERE B.COD_MATRICOLA_DIP =
                                  U.COD_MATRICOLA_DIP
                            AND   B.DATA_INIZIO      <= :W-BR-DATA
                            AND   B.DATA_RILASCIO    >  :W-BR-DATA)
                    GROUP BY L.UTENTE,
                            U.COD_MATRICOLA_DIP
                    ORDER BY L.UTENTE
           END-EXEC.

       PROCEDURE DIVISION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           PERFORM 2050-ELENCA-BLOCCATE.
           PERFORM 2100-SCARICA-DETTAGLIO.
           PERFORM 2200-RIEPILOGA.
           PERFORM 2300-CANCELLA.

       2000-EX. EXIT.
      *
      *
      ******************************************************************
      * UTENZE CON TITOLARE IN BLOCCO LEGALE: LE RIGHE OLTRE LA DATA   *
      * LIMITE RESTANO SU CWLOGON E SONO ELENCATE SUL TABULATO         *
      ******************************************************************
       2050-ELENCA-BLOCCATE SECTION.
      *---------------*
           EXEC SQL OPEN CUR-BLO40 END-EXEC.
           MOVE 0 TO W-SQLCODE.

           PERFORM 2060-FETCH-BLOCCATE UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-BLO40 END-EXEC.

       2050-EX. EXIT.
      *
      *
       2060-FETCH-BLOCCATE SECTION.
      *---------------*
           EXEC SQL FETCH CUR-BLO40
                    INTO  :W-BLO-UTENTE,
                          :W-BLO-MATRICOLA,
                          :W-BLO-RIGHE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              MOVE W-BLO-UTENTE    TO RB-UTENTE
              MOVE W-BLO-MATRICOLA TO RB-MATRICOLA
              MOVE W-BLO-RIGHE     TO RB-RIGHE
              MOVE R-RIGA-BLOCCO   TO PURGEREP-REC
              WRITE PURGEREP-REC
              ADD W-BLO-RIGHE      TO W-CONTA-BLOCCATE
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2060-EX. EXIT.
      *
      *
       2100-SCARICA-DETTAGLIO SECTION.
      *---------------*
      *
       2300-CANCELLA SECTION.
      *---------------*
           EXEC SQL DELETE FROM CPS04.CWLOGON L
                     WHERE SUBSTR(L.DATA_LOGON,5,2) ||
                           SUBSTR(L.DATA_LOGON,3,2) ||
                           SUBSTR(L.DATA_LOGON,1,2) <
                           :W-CUTOFF-AAMMGG
                     AND    NOT EXISTS
                           (SELECT 1
                            FROM  CPS04.CWUTENTI U,
                                  CPS04.CWBLOLEG B
                            WHERE U.UTENTE            = L.UTENTE
                            AND   U.COD_MATRICOLA_DIP > 0
                            AND   B.COD_MATRICOLA_DIP =
                                  U.COD_MATRICOLA_DIP
                            AND   B.DATA_INIZIO      <= :W-BR-DATA
                            AND   B.DATA_RILASCIO    >  :W-BR-DATA)
           END-EXEC.
           MOVE SQLERRD(3) TO W-CONTA-CANCELLATE.

           MOVE W-CONTA-CANCELLATE TO RT-CONTA-CANC.
           MOVE R-RIGA-TRAILER-3   TO PURGEREP-REC.
           WRITE PURGEREP-REC.
           MOVE W-CONTA-BLOCCATE   TO RT-CONTA-BLOC.
           MOVE R-RIGA-TRAILER-4   TO PURGEREP-REC.
           WRITE PURGEREP-REC.

           DISPLAY 'CW40DEMO - RECORD ARCHIVIATI  : '
                   W-CONTA-ARCHIVIATI.
           DISPLAY 'CW40DEMO - RIGHE CANCELLATE   : '
                   W-CONTA-CANCELLATE.
           DISPLAY 'CW40DEMO - RIGHE IN BLOCCO    : '
                   W-CONTA-BLOCCATE.

           CLOSE LOGARCH.
           CLOSE PURGEREP.
