      * RIFERIMENTO P.E.: REGISTRAZIONE NEGATA AL RUOLO 4              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  CON ESITO L SI REGISTRANO FINO A 3 LIMITAZIONI  *
      *                CODIFICATE (NO/CA/8H) CON FINE VALIDITA' SU     *
      *                CPS04.CWLIMMED, USATE DA CX02DEMO PER RIFIUTARE *
      *                I TURNI INCOMPATIBILI                           *
      * 15/10/2026 GM  IN CONSULTAZIONE LE NOTE DELLE VISITE SI        *
      *                MOSTRANO SECONDO LA REGOLA DI VISIBILITA' DEL   *
      *                TIPO UTENTE (CPS04.CWMASCHE, ROUTINE CY09DEMO); *
      *                LA VISUALIZZAZIONE IN CHIARO E' TRACCIATA SU    *
      *                CWCONSUL CON COD_DATO 'NOTEMED'                 *
      * 15/10/2026 GM  LA VISITA CON ESITO IDONEO (I/L) CHIUDE LE      *
      *                VISITE DI RIENTRO DA MALATTIA IN ATTESA SU      *
      *                CPS04.CWVISRIE (RILEVATE DAL BATCH CY20DEMO)    *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA:  *
      *                RESTA LA SOLA CONSULTAZIONE                     *
      ******************************************************************
      ******************************************************************
      * REGISTRA LE VISITE DI SORVEGLIANZA SANITARIA (DATA, ESITO,    *
      * STORAGE, SULLO STESSO IMPIANTO DI CW35DEMO. LA PERIODICITA'    *
      * DELLE VISITE E' SULLA QUALIFICA (MESI_VISITA, CW26DEMO) E LA   *
      * LISTA MENSILE DELLE VISITE IN SCADENZA E' IL BATCH CX17DEMO.   *
      * CON ESITO L (IDONEO CON LIMITAZIONI) IL MEDICO INDICA FINO A 3 *
      * LIMITAZIONI CODIFICATE (NO = NO NOTTURNO, CA = NO CARICHI,     *
      * 8H = NO TURNI OLTRE 8 ORE) E L'EVENTUALE DATA DI FINE          *
      * VALIDITA' (A SPAZI = SENZA SCADENZA): VANNO SU CPS04.CWLIMMED  *
      * DALLA DATA VISITA, E OGNI NUOVA VISITA CHIUDE ALLA PROPRIA     *
      * DATA LE LIMITAZIONI ANCORA APERTE. L'ASSEGNAZIONE TURNI        *
      * CX02DEMO LE CONFRONTA CON GLI ATTRIBUTI DI CWTURNI E IL BATCH  *
      * CX94DEMO LE ELENCA PER DIPARTIMENTO.                           *
      * UNA VISITA CON ESITO IDONEO (I O L) VALE ANCHE COME VISITA DI  *
      * RIENTRO DOPO MALATTIA LUNGA: LE RIGHE IN ATTESA DI             *
      * CPS04.CWVISRIE CON FINE MALATTIA PRECEDENTE LA DATA VISITA     *
      * PASSANO A ESEGUITE (VEDI 1440).                                *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       01  W-ESITO                         PIC X(1)      VALUE SPACES.
           88  W-ESITO-VALIDO              VALUE 'I' 'L' 'N'.
       01  W-NOTE                          PIC X(30)     VALUE SPACES.
      * -------------------------------------------------------------- *
      *    LIMITAZIONI MEDICHE DELLA VISITA A ESITO L (CWLIMMED)       *
      * -------------------------------------------------------------- *
       01  W-TAB-LIMITI.
           05  W-LIMITE                    PIC X(2)  OCCURS 3 TIMES.
       01  W-IND-LIM                       PIC S9(3) COMP-3 VALUE +0.
       01  W-CONTA-LIM                     PIC S9(3) COMP-3 VALUE +0.
       01  W-LIM-VISITA                    PIC X(10)     VALUE SPACES.
       01  W-LIM-FINE                      PIC X(10)     VALUE SPACES.
       01  W-LIM-SENZA-FINE                PIC X(10)     VALUE
                                                         '9999-12-31'.
       01  W-SQLCODE-LIM                   PIC S9(3)  COMP VALUE +0.
           88  W-SQLCODE-LIM-OK                            VALUE +0.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-REG                  VALUE '1'.
           88  W-MODO-CON                  VALUE '2'.
       01  W-ABSTIME                       PIC S9(8)  COMP.
       01  W-DATE                          PIC X(6).
       01  W-TIME                          PIC X(6).
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
           02  CPS-TERM                    PIC X(4)    VALUE SPACES.
           02  CPS-NUM-CODA                PIC X       VALUE '6'.
      *--
       01  CPS-LEN-CODA                    PIC S9(4)   COMP VALUE +82.
       01  CPS-ITEM-CODA                   PIC S9(4)   COMP VALUE +0.
       01  CPS-ISCRIZIONE.
         03  CPS-MATR                      PIC 9(5)    VALUE 0.
         03  CPS-UTENTE                    PIC X(8)    VALUE SPACE.
         03  CPS-DATA-REG                  PIC X(6)    VALUE SPACE.
         03  CPS-ORA-REG                   PIC X(6)    VALUE SPACE.
         03  CPS-LIMITI.
           05  CPS-LIMITE                  PIC X(2)    OCCURS 3 TIMES.
         03  CPS-FINE-LIM                  PIC X(10)   VALUE SPACE.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE  MESSAGGIO ABEND SQL                            *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA          END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWVIS          END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWLIMM         END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           05  W-SALVA-MAPPA               PIC X(4096) VALUE SPACES.
           COPY CWCERR.
      * -------------------------------------------------------------- *
      *    AREA DI COMUNICAZ. PER LINK CY09DEMO (MASCHERATURA DELLE    *
      *    NOTE MEDICHE A VIDEO SECONDO LE REGOLE DI CPS04.CWMASCHE)   *
      * -------------------------------------------------------------- *
           COPY CWCY09.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE COMMAREA.                                       *
      * -------------------------------------------------------------- *
       01  W-COMMAREA.
                    WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                    ORDER BY DATA_VISITA
           END-EXEC.
      * -------------------------------------------------------------- *
      * DECLARE CURSOR - LIMITAZIONI DISPOSTE DALLA VISITA             *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-LIXG CURSOR FOR
                    SELECT  COD_LIMITAZIONE,
                            DATA_FINE
                    FROM CPS04.CWLIMMED
                    WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                    AND   DATA_INIZIO       = :W-LIM-VISITA
                    ORDER BY COD_LIMITAZIONE
           END-EXEC.

       LINKAGE SECTION.
      * ---
      *
           EVALUATE W-CONF-OP
              WHEN 'SI'
                 PERFORM 2205-CONTROLLA-FINESTRA
                 PERFORM 1430-REGISTRA
                 MOVE '023'      TO W-COD-MSG-HOST
              WHEN 'NO'
                                 :DCL-CWVISITE.UTENTE-REGISTRAZIONE,
                                 :DCL-CWVISITE.DATA-REGISTRAZIONE)
           END-EXEC.
      * ---
      * LA NUOVA VISITA SOSTITUISCE IL GIUDIZIO PRECEDENTE: LE
      * LIMITAZIONI ANCORA APERTE SI CHIUDONO ALLA DATA DELLA VISITA
      * ---
           EXEC SQL UPDATE CPS04.CWLIMMED
                       SET DATA_FINE = :W-DATA-INIZIO
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_INIZIO       < :W-DATA-INIZIO
                     AND   DATA_FINE         > :W-DATA-INIZIO
           END-EXEC.
           IF W-ESITO = 'L'
              IF W-AA-FIN = SPACES AND W-MM-FIN = SPACES AND
                 W-GG-FIN = SPACES
                 MOVE W-LIM-SENZA-FINE TO W-LIM-FINE
              ELSE
                 MOVE W-DATA-FINE      TO W-LIM-FINE
              END-IF
              PERFORM 1435-REGISTRA-LIMITE
                      VARYING W-IND-LIM FROM 1 BY 1
                      UNTIL W-IND-LIM > 3
           END-IF.
           IF W-ESITO = 'I' OR 'L'
              PERFORM 1440-CHIUDI-RIENTRO
           END-IF.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * VISITA DI RIENTRO DA MALATTIA LUNGA: LE RIGHE IN ATTESA DELLA  *
      * MATRICOLA SU CPS04.CWVISRIE (CY20DEMO) CON LA MALATTIA FINITA  *
      * PRIMA DELLA DATA VISITA PASSANO A ESEGUITE. CON ESITO N LA     *
      * VISITA DI RIENTRO RESTA IN ATTESA                              *
      * -------------------------------------------------------------- *
       1440-CHIUDI-RIENTRO SECTION.
      *-------------------*
           EXEC SQL UPDATE CPS04.CWVISRIE
                       SET STATO_VISITA = 'E',
                           DATA_VISITA  = :W-DATA-INIZIO,
                           UTENTE_AGG   = :COM-UTENTE
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   STATO_VISITA      = 'P'
                     AND   DATA_FINE_MAL     < :W-DATA-INIZIO
           END-EXEC.
       1440-EX. EXIT.

      * -------------------------------------------------------------- *
      * UNA RIGA CWLIMMED PER OGNI CODICE DIGITATO, DALLA DATA VISITA  *
      * ALLA FINE VALIDITA'; UN CODICE RIPETUTO SI REGISTRA UNA VOLTA  *
      * -------------------------------------------------------------- *
       1435-REGISTRA-LIMITE SECTION.
      *--------------------*
           IF W-LIMITE (W-IND-LIM) = SPACES
              GO TO 1435-EX
           END-IF.
           IF W-IND-LIM > 1 AND
              W-LIMITE (W-IND-LIM) = W-LIMITE (1)
              GO TO 1435-EX
           END-IF.
           IF W-IND-LIM = 3 AND
              W-LIMITE (3) = W-LIMITE (2)
              GO TO 1435-EX
           END-IF.
           MOVE W-MATRICOLA    TO COD-MATRICOLA-DIP OF DCL-CWLIMMED.
           MOVE W-LIMITE (W-IND-LIM)
                               TO COD-LIMITAZIONE   OF DCL-CWLIMMED.
           MOVE W-DATA-INIZIO  TO DATA-INIZIO       OF DCL-CWLIMMED.
           MOVE W-LIM-FINE     TO DATA-FINE         OF DCL-CWLIMMED.
           MOVE COM-UTENTE TO UTENTE-REGISTRAZIONE  OF DCL-CWLIMMED.
           MOVE W-DATE     TO DATA-REGISTRAZIONE    OF DCL-CWLIMMED.
           EXEC SQL INSERT INTO CPS04.CWLIMMED
                         VALUES (:DCL-CWLIMMED.COD-MATRICOLA-DIP,
                                 :DCL-CWLIMMED.COD-LIMITAZIONE,
                                 :DCL-CWLIMMED.DATA-INIZIO,
                                 :DCL-CWLIMMED.DATA-FINE,
                                 :DCL-CWLIMMED.UTENTE-REGISTRAZIONE,
                                 :DCL-CWLIMMED.DATA-REGISTRAZIONE)
           END-EXEC.
       1435-EX. EXIT.

      *----------------------------------------------------------------*
      * LA ROUTINE 1600-CARICA-CODA APRE IL CURSORE SULLE ASSENZE      *
      * DELLA MATRICOLA E SCRIVE UN ITEM DI CODA TS PER OGNI RIGA      *
           MOVE UTENTE-REGISTRAZIONE OF DCL-CWVISITE TO CPS-UTENTE.
           MOVE SPACES                               TO CPS-DATA-REG.
           MOVE SPACES                               TO CPS-ORA-REG.
           MOVE SPACES                               TO CPS-LIMITI.
           MOVE SPACES                               TO CPS-FINE-LIM.
           IF VISITA-LIMITAZIONI
              PERFORM 1710-CARICA-LIMITI
           END-IF.

           ADD 1 TO CPS-ITEM-CODA.
           EXEC CICS HANDLE CONDITION QIDERR (1700-EX) END-EXEC.
           MOVE CPS-ITEM-CODA TO COM-TOT-PAG.
       1700-EX. EXIT.

      *----------------------------------------------------------------*
      * LIMITAZIONI DISPOSTE DALLA VISITA A ESITO L (AL PIU' 3), CON   *
      * UN CODICE DI RITORNO PROPRIO PER NON CHIUDERE IL CICLO DI      *
      * FETCH DELLE VISITE IN 1600                                     *
      *----------------------------------------------------------------*
       1710-CARICA-LIMITI SECTION.
      *------------------*
           MOVE DATA-VISITA OF DCL-CWVISITE TO W-LIM-VISITA.
           MOVE +0 TO W-IND-LIM.
           EXEC SQL OPEN CUR-LIXG  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-LIM.
           PERFORM 1720-FETCH-LIMITE UNTIL
            (NOT W-SQLCODE-LIM-OK OR W-IND-LIM = 3).
           EXEC SQL CLOSE CUR-LIXG  END-EXEC.
       1710-EX. EXIT.

       1720-FETCH-LIMITE SECTION.
      *-----------------*
           EXEC SQL FETCH   CUR-LIXG
           INTO   :DCL-CWLIMMED.COD-LIMITAZIONE,
                  :DCL-CWLIMMED.DATA-FINE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-LIM.
           IF W-SQLCODE-LIM-OK
              ADD 1 TO W-IND-LIM
              MOVE COD-LIMITAZIONE OF DCL-CWLIMMED
                                   TO CPS-LIMITE (W-IND-LIM)
              IF DATA-FINE OF DCL-CWLIMMED NOT = W-LIM-SENZA-FINE
                 MOVE DATA-FINE OF DCL-CWLIMMED TO CPS-FINE-LIM
              END-IF
           END-IF.
       1720-EX. EXIT.

       1800-LEGGI-CODA SECTION.
      *---------------*
           EXEC CICS HANDLE CONDITION QIDERR (1800-EX) END-EXEC.
           MOVE CPS-DATA-VIS(6:2)  TO M-M-INIO.
           MOVE CPS-DATA-VIS(9:2)  TO M-G-INIO.
           MOVE CPS-ESITO        TO M-ESITOO.
           PERFORM 1860-MASCHERA-NOTE.
           MOVE CPS-LIMITE (1)   TO M-LIM1O.
           MOVE CPS-LIMITE (2)   TO M-LIM2O.
           MOVE CPS-LIMITE (3)   TO M-LIM3O.
           MOVE CPS-FINE-LIM(1:4)  TO M-A-FINO.
           MOVE CPS-FINE-LIM(6:2)  TO M-M-FINO.
           MOVE CPS-FINE-LIM(9:2)  TO M-G-FINO.
           MOVE CPS-UTENTE       TO M-UTENTEO.
           MOVE CPS-ITEM-CODA    TO W-NUM-DIS.
           MOVE W-NUM-DIS        TO M-NUM-DISO.
           MOVE W-TOT-DIS        TO M-TOT-DISO.
       1850-EX. EXIT.

      *----------------------------------------------------------------*
      * LE NOTE DELLA VISITA SI MOSTRANO SECONDO LA REGOLA DI          *
      * VISIBILITA' DEL TIPO UTENTE (DATO 'NOTEMED'). LA CODA TS       *
      * CONSERVA LE NOTE IN CHIARO: LA MASCHERATURA SI APPLICA AD OGNI *
      * PAGINA MOSTRATA E OGNI VISUALIZZAZIONE IN CHIARO E' TRACCIATA  *
      * DALLA ROUTINE CY09DEMO SU CPS04.CWCONSUL                       *
      *----------------------------------------------------------------*
       1860-MASCHERA-NOTE SECTION.
      *------------------*
           MOVE '1860-MASCHERA' TO W-ULT-LABEL.
           MOVE LENGTH OF AREA-CY09       TO LL-CY09.
           MOVE 'NOTEMED'                 TO COD-DATO-CY09.
           MOVE COM-TIPO-UTENTE           TO TIPO-UTENTE-CY09.
           MOVE COM-UTENTE                TO UTENTE-CY09.
           MOVE CPS-MATR                  TO MATRICOLA-CY09.
           MOVE LENGTH OF CPS-NOTE        TO LUNG-CY09.
           MOVE CPS-NOTE                  TO VALORE-CY09.
           EXEC CICS LINK PROGRAM  ('CY09DEMO')
                          COMMAREA (AREA-CY09)
                          LENGTH   (LL-CY09)
           END-EXEC.
           MOVE VALORE-CY09               TO M-NOTEO.
       1860-EX. EXIT.

       1900-DELETEQ-TS SECTION.
      *---------------*
           EXEC CICS HANDLE CONDITION QIDERR (1900-EX)  END-EXEC.
           INSPECT M-NOTEI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-NOTEI  REPLACING ALL '_'       BY ' '.
           MOVE    M-NOTEI  TO W-NOTE.
           INSPECT M-LIM1I  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-LIM1I  REPLACING ALL '_'       BY ' '.
           MOVE    M-LIM1I  TO W-LIMITE (1).
           INSPECT M-LIM2I  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-LIM2I  REPLACING ALL '_'       BY ' '.
           MOVE    M-LIM2I  TO W-LIMITE (2).
           INSPECT M-LIM3I  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-LIM3I  REPLACING ALL '_'       BY ' '.
           MOVE    M-LIM3I  TO W-LIMITE (3).
           INSPECT M-A-INII REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-A-INII REPLACING ALL '_'       BY ' '.
           INSPECT M-M-INII REPLACING ALL LOW-VALUE BY ' '.
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
      * CONTROLLI DI REGISTRAZIONE: LA REGISTRAZIONE MODIFICA DATI E   *
      * QUINDI E' NEGATA AL RUOLO 4 (SOLA CONSULTAZIONE), COME LE      *
              MOVE -1       TO M-A-INIL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-ESITO = 'L'
              PERFORM 2220-CONTROLLA-LIMITI
           ELSE
              IF W-TAB-LIMITI NOT = SPACES OR
                 W-AA-FIN NOT = SPACES OR
                 W-MM-FIN NOT = SPACES OR
                 W-GG-FIN NOT = SPACES
                 MOVE '348'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-LIM1L
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * ESITO L: ALMENO UNA LIMITAZIONE, OGNI CODICE TRA NO/CA/8H E    *
      * FINE VALIDITA' FACOLTATIVA, NON ANTERIORE ALLA DATA VISITA     *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-LIMITI SECTION.
      *---------------------*
           MOVE '2220-CTL-LIMITI' TO W-ULT-LABEL.
           MOVE +0 TO W-CONTA-LIM.
           PERFORM 2225-CONTROLLA-CODICE
                   VARYING W-IND-LIM FROM 1 BY 1
                   UNTIL W-IND-LIM > 3.
           IF W-CONTA-LIM = +0
              MOVE '346'    TO W-COD-MSG-HOST
              MOVE -1       TO M-LIM1L
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-AA-FIN = SPACES AND W-MM-FIN = SPACES AND
              W-GG-FIN = SPACES
              GO TO 2220-EX
           END-IF.
           IF W-AA-FIN NOT NUMERIC OR
              W-MM-FIN NOT NUMERIC OR
              W-GG-FIN NOT NUMERIC OR
              W-MM-FIN < '01' OR W-MM-FIN > '12' OR
              W-GG-FIN < '01' OR W-GG-FIN > '31'
              MOVE '076'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-FINL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-DATA-FINE < W-DATA-INIZIO
              MOVE '077'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-FINL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

       2225-CONTROLLA-CODICE SECTION.
      *---------------------*
           IF W-LIMITE (W-IND-LIM) = SPACES
              GO TO 2225-EX
           END-IF.
           MOVE W-LIMITE (W-IND-LIM) TO COD-LIMITAZIONE OF DCL-CWLIMMED.
           IF NOT LIMITE-VALIDO
              MOVE '347'    TO W-COD-MSG-HOST
              EVALUATE W-IND-LIM
                 WHEN 1
                    MOVE -1 TO M-LIM1L
                 WHEN 2
                    MOVE -1 TO M-LIM2L
                 WHEN OTHER
                    MOVE -1 TO M-LIM3L
              END-EVALUATE
              PERFORM 2999-CERCA-ERR
           END-IF.
           ADD 1 TO W-CONTA-LIM.
       2225-EX. EXIT.


      * -------------------------------------------------------------- *
      * LA MATRICOLA DIGITATA DEVE ESISTERE SU CPS04.CWDIPENDENTI      *
           MOVE PROT-FSET TO M-MATRA
                             M-ESITOA
                             M-NOTEA
                             M-LIM1A
                             M-LIM2A
                             M-LIM3A
                             M-MODOA
                             M-A-INIA
                             M-M-INIA
