      * RIFERIMENTO P.E.: REGISTRAZIONE NEGATA AL RUOLO 4              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  RIFIUTATO IL TURNO INCOMPATIBILE CON LE         *
      *                LIMITAZIONI MEDICHE IN VIGORE NEL GIORNO        *
      *                (CPS04.CWLIMMED, REGISTRATE DA CX16DEMO)        *
      * 15/10/2026 GM  AVVISO IN CONFERMA SE LA MATRICOLA HA UNA       *
      *                VISITA DI RIENTRO DA MALATTIA ANCORA IN ATTESA  *
      *                (CPS04.CWVISRIE, BATCH CY20DEMO / CX16DEMO)     *
      * 15/10/2026 GM  CONTROLLI DI LEGGE SULL'ORARIO DI LAVORO DELLA  *
      *                SETTIMANA (RIPOSO GIORNALIERO E SETTIMANALE,    *
      *                MEDIA DI 48 ORE NEL PERIODO DI RIFERIMENTO,     *
      *                LIMITE DEL LAVORO NOTTURNO): RIFIUTO, O AVVISO  *
      *                IN CONFERMA PER L'AMMINISTRATORE                *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA:  *
      *                RESTA LA SOLA CONSULTAZIONE                     *
      ******************************************************************
      ******************************************************************
      * ASSEGNA A UNA MATRICOLA I TURNI DI UNA SETTIMANA: L'OPERATORE  *
      * REGISTRATA. IL CARTELLINO MENSILE E LA LISTA REPERIBILITA'     *
      * SONO IL BATCH CX03DEMO; LA QUADRATURA TIMBRATURE CW95DEMO USA  *
      * QUESTE RIGHE COME PRESENZA ATTESA.                             *
      * UN TURNO NOTTURNO, CON MOVIMENTAZIONE CARICHI O PIU' LUNGO DI  *
      * 8 ORE VIENE RIFIUTATO SE LA MATRICOLA HA IN QUEL GIORNO UNA    *
      * LIMITAZIONE MEDICA CHE LO ESCLUDE (VEDI 2245).                 *
      * SE LA MATRICOLA RIENTRA DA UNA MALATTIA LUNGA E LA VISITA DI   *
      * RIENTRO NON E' ANCORA REGISTRATA COME IDONEA, L'ASSEGNAZIONE   *
      * NON E' BLOCCATA MA LA CONFERMA E' PRECEDUTA DA UN AVVISO       *
      * (VEDI 2250).                                                   *
      * LA SETTIMANA DEVE RISPETTARE I LIMITI DI LEGGE SULL'ORARIO DI  *
      * LAVORO, CALCOLATI SUGLI ORARI CWTURNI E SUI TURNI GIA'         *
      * REGISTRATI DELLE SETTIMANE ADIACENTI (VEDI 2260): RIPOSO TRA   *
      * DUE TURNI, RIPOSO SETTIMANALE, MEDIA SETTIMANALE NEL PERIODO   *
      * DI RIFERIMENTO E DURATA DEL TURNO NOTTURNO. I LIMITI SONO SU   *
      * CWPARAM (RIPOGIORN, RIPOSETT, OREMEDSET, SETTRIFER, ORENOTMAX).*
      * LA VIOLAZIONE E' RIFIUTATA; L'AMMINISTRATORE PUO' FORZARLA     *
      * CONFERMANDO DOPO L'AVVISO. LO STESSO CONTROLLO SULLE           *
      * TIMBRATURE EFFETTIVE E' IL BATCH MENSILE CY21DEMO.             *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
           88  W-MODO-ASS                  VALUE '1'.
           88  W-MODO-CON                  VALUE '2'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  SW-RIENTRO                      PIC X(1)      VALUE 'N'.
           88  RIENTRO-DA-VISITARE         VALUE 'S'.
      * -------------------------------------------------------------- *
      *    SETTIMANA IN LAVORAZIONE: LUNEDI' DIGITATO E 7 GIORNI       *
      *    CALCOLATI IN SEQUENZA (SCAVALCAMENTO DI MESE COMPRESO)      *
       01  W-ABSTIME                       PIC S9(8)  COMP.
       01  W-DATE                          PIC X(6).
       01  W-TIME                          PIC X(6).
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-INS-DATA                      PIC X(10) VALUE SPACES.
       01  W-INS-TURNO                     PIC X(2)  VALUE SPACES.
       01  W-INS-REPER                     PIC X(1)  VALUE SPACES.
      * -------------------------------------------------------------- *
      *    CONFRONTO TURNO / LIMITAZIONI MEDICHE DEL GIORNO (2245):    *
      *    DURATA DEL TURNO IN MINUTI DA ORA_INIZIO A ORA_FINE, CON    *
      *    SCAVALCAMENTO DELLA MEZZANOTTE                              *
      * -------------------------------------------------------------- *
       01  W-LIM-DATA                      PIC X(10) VALUE SPACES.
       01  W-ORA-TURNO.
           05  W-ORA-TURNO-HH              PIC 9(2).
           05  W-ORA-TURNO-MI              PIC 9(2).
       01  W-MIN-INIZIO                    PIC S9(5) COMP-3 VALUE +0.
       01  W-MIN-FINE                      PIC S9(5) COMP-3 VALUE +0.
       01  W-DURATA-TURNO                  PIC S9(5) COMP-3 VALUE +0.
       01  W-MAX-MIN-TURNO                 PIC S9(5) COMP-3 VALUE +480.
      * -------------------------------------------------------------- *
      *    CONTROLLI DI LEGGE SULL'ORARIO DI LAVORO (2260): ORARI DEI  *
      *    TURNI DELLA SETTIMANA IN MINUTI DALLE 00:00 DEL LUNEDI'     *
      * -------------------------------------------------------------- *
       01  W-TAB-ORARI.
           05  W-ORARIO-SET OCCURS 7 TIMES.
               10  W-OS-INIZIO             PIC S9(7) COMP-3.
               10  W-OS-FINE               PIC S9(7) COMP-3.
               10  W-OS-DURATA             PIC S9(5) COMP-3.
               10  W-OS-NOTTURNO           PIC X(1).
       01  W-FINE-PREC                     PIC S9(7) COMP-3 VALUE +0.
       01  W-INIZIO-SUCC                   PIC S9(7) COMP-3 VALUE +0.
       01  W-RIPOSO                        PIC S9(7) COMP-3 VALUE +0.
       01  W-MAX-RIPOSO                    PIC S9(7) COMP-3 VALUE +0.
       01  W-MIN-SETTIMANA                 PIC S9(7) COMP-3 VALUE +0.
       01  W-MIN-PERIODO                   PIC S9(9) COMP-3 VALUE +0.
       01  W-MEDIA-SETT                    PIC S9(7) COMP-3 VALUE +0.
       01  W-GG-RIFER                      PIC S9(5) COMP-3 VALUE +0.
       01  W-DATA-RIF-INIZIO               PIC X(10) VALUE SPACES.
      * LIMITI DI LEGGE IN ORE (CWPARAM, DEFAULT D.LGS. 66/2003)
       01  W-ORE-RIP-GG                    PIC S9(3) COMP-3 VALUE +11.
       01  W-ORE-RIP-SETT                  PIC S9(3) COMP-3 VALUE +24.
       01  W-ORE-MEDIA-MAX                 PIC S9(3) COMP-3 VALUE +48.
       01  W-SETT-RIFER                    PIC S9(3) COMP-3 VALUE +17.
       01  W-ORE-NOTTE-MAX                 PIC S9(3) COMP-3 VALUE +8.
       01  SW-ORARIO                       PIC X(1)  VALUE 'N'.
           88  ORARIO-NON-CONFORME         VALUE 'S'.

           EXEC SQL  INCLUDE CWLIMM         END-EXEC.

           EXEC SQL  INCLUDE CWPARA         END-EXEC.
      * -------------------------------------------------------------- *
      * DECLARE CURSOR - TURNI GIA' ASSEGNATI NEL PERIODO DI           *
      * RIFERIMENTO DELLA MEDIA SETTIMANALE, PRIMA DELLA SETTIMANA     *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-OREX2 CURSOR FOR
                    SELECT  U.ORA_INIZIO,
                            U.ORA_FINE
                    FROM CPS04.CWTURASS T,
                         CPS04.CWTURNI  U
                    WHERE T.COD_MATRICOLA_DIP = :W-MATRICOLA
                    AND   T.DATA_TURNO >= :W-DATA-RIF-INIZIO
                    AND   T.DATA_TURNO <  :W-SET-DATA-1
                    AND   U.COD_TURNO   = T.COD_TURNO
           END-EXEC.

           EXEC SQL  INCLUDE CWDIPE         END-EXEC.

      *
           EVALUATE W-CONF-OP
              WHEN 'SI'
                 PERFORM 2205-CONTROLLA-FINESTRA
                 PERFORM 2230-COSTRUISCI-SETTIMANA
                 PERFORM 1430-REGISTRA
                 MOVE '024'      TO W-COD-MSG-HOST
      *
           IF W-MODO-ASS
              PERFORM 2240-CONTROLLA-TURNI
              PERFORM 2250-CONTROLLA-RIENTRO
              PERFORM 2260-CONTROLLA-ORARIO
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

      * -------------------------------------------------------------- *
      * COSTRUZIONE DELLE 7 DATE DELLA SETTIMANA A PARTIRE DAL LUNEDI' *
      * DIGITATO, CON SCAVALCAMENTO DI MESE E ANNO (BISESTILE          *
                    MOVE -1       TO M-MATRL
                    PERFORM 2999-CERCA-ERR
                 END-IF
                 PERFORM 2245-CONTROLLA-LIMITI
              END-IF
           END-PERFORM.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * IL TURNO DEL GIORNO (IND-SET) NON DEVE ESSERE INCOMPATIBILE    *
      * CON LE LIMITAZIONI MEDICHE DELLA MATRICOLA IN VIGORE IN QUELLA *
      * DATA: NO = TURNO NOTTURNO, CA = TURNO CON CARICHI, 8H = TURNO  *
      * PIU' LUNGO DI 8 ORE                                            *
      * -------------------------------------------------------------- *
       2245-CONTROLLA-LIMITI SECTION.
      *---------------------*
           MOVE '2245-CTL-LIMITI' TO W-ULT-LABEL.
           MOVE W-SET-DATA (IND-SET) TO W-LIM-DATA.
           EXEC SQL SELECT ORA_INIZIO,
                           ORA_FINE,
                           FLAG_NOTTURNO,
                           FLAG_CARICHI
                      INTO :DCL-CWTURNI.ORA-INIZIO,
                           :DCL-CWTURNI.ORA-FINE,
                           :DCL-CWTURNI.FLAG-NOTTURNO,
                           :DCL-CWTURNI.FLAG-CARICHI
                      FROM  CPS04.CWTURNI
                     WHERE COD_TURNO = :DCL-CWTURNI.COD-TURNO
           END-EXEC.
      *
           PERFORM 2266-CALCOLA-MINUTI.
      *
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWLIMMED
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_INIZIO      <= :W-LIM-DATA
                     AND   DATA_FINE        >= :W-LIM-DATA
                     AND ((COD_LIMITAZIONE   = 'NO' AND
                           :DCL-CWTURNI.FLAG-NOTTURNO = 'S')
                      OR  (COD_LIMITAZIONE   = 'CA' AND
                           :DCL-CWTURNI.FLAG-CARICHI  = 'S')
                      OR  (COD_LIMITAZIONE   = '8H' AND
                           :W-DURATA-TURNO > :W-MAX-MIN-TURNO))
           END-EXEC.
           IF W-COUNT > +0
              MOVE '349'    TO W-COD-MSG-HOST
              MOVE -1       TO M-TURGL (W-IND-GG)
              PERFORM 2999-CERCA-ERR
           END-IF.
       2245-EX. EXIT.

      * -------------------------------------------------------------- *
      * VISITA DI RIENTRO DA MALATTIA LUNGA ANCORA IN ATTESA SU        *
      * CPS04.CWVISRIE, CON LA MALATTIA FINITA PRIMA DELL'ULTIMO       *
      * GIORNO DELLA SETTIMANA: LA CONFERMA MOSTRA L'AVVISO AL POSTO   *
      * DEL MESSAGGIO STANDARD (VEDI 2500-CONFERMA)                    *
      * -------------------------------------------------------------- *
       2250-CONTROLLA-RIENTRO SECTION.
      *----------------------*
           MOVE '2250-CTL-RIENTR' TO W-ULT-LABEL.
           MOVE 'N' TO SW-RIENTRO.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWVISRIE
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   STATO_VISITA      = 'P'
                     AND   DATA_FINE_MAL     < :W-SET-DATA-7
           END-EXEC.
           IF W-COUNT > +0
              SET RIENTRO-DA-VISITARE TO TRUE
           END-IF.
       2250-EX. EXIT.

      * -------------------------------------------------------------- *
      * LIMITI DI LEGGE SULL'ORARIO DI LAVORO DELLA SETTIMANA DIGITATA *
      * (ORARI CWTURNI, IN MINUTI DALLE 00:00 DEL LUNEDI'):            *
      *  - RIPOSO DI ALMENO RIPOGIORN ORE (11) TRA LA FINE DI UN TURNO *
      *    E L'INIZIO DEL SUCCESSIVO, COMPRESI IL TURNO GIA'           *
      *    REGISTRATO DELLA DOMENICA PRECEDENTE E DEL LUNEDI' DOPO;    *
      *  - RIPOSO CONSECUTIVO DI ALMENO RIPOSETT ORE (24) NELLA        *
      *    SETTIMANA (SENZA TURNO LA DOMENICA PRECEDENTE IL RIPOSO SI  *
      *    CONTA DALLE 00:00 DELLA DOMENICA, SENZA TURNO IL LUNEDI'    *
      *    DOPO FINO ALLE 24:00 DEL LUNEDI');                          *
      *  - MEDIA SETTIMANALE NON OLTRE OREMEDSET ORE (48) SUGLI ULTIMI *
      *    SETTRIFER (17) SETTIMANE, QUESTA COMPRESA;                  *
      *  - TURNO NOTTURNO NON PIU' LUNGO DI ORENOTMAX ORE (8).         *
      * -------------------------------------------------------------- *
       2260-CONTROLLA-ORARIO SECTION.
      *---------------------*
           MOVE '2260-CTL-ORARIO' TO W-ULT-LABEL.
           MOVE 'N' TO SW-ORARIO.
           PERFORM 2261-LEGGI-LIMITI.

           MOVE +0 TO W-MIN-SETTIMANA.
           PERFORM 2262-CARICA-ORARIO
                   VARYING W-IND-GG FROM 1 BY 1
                   UNTIL W-IND-GG > 7.
           IF W-MIN-SETTIMANA = +0
              GO TO 2260-EX
           END-IF.
      * ---
      * FINE DEL TURNO GIA' REGISTRATO LA DOMENICA PRECEDENTE
      * ---
           MOVE -1440 TO W-FINE-PREC.
           EXEC SQL SELECT U.ORA_INIZIO,
                           U.ORA_FINE
                      INTO :DCL-CWTURNI.ORA-INIZIO,
                           :DCL-CWTURNI.ORA-FINE
                      FROM  CPS04.CWTURASS T,
                            CPS04.CWTURNI  U
                     WHERE T.COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   T.DATA_TURNO =
                           CHAR(DATE(:W-SET-DATA-1) - 1 DAY, ISO)
                     AND   U.COD_TURNO  = T.COD_TURNO
           END-EXEC.
           IF SQLCODE = 0
              PERFORM 2266-CALCOLA-MINUTI
              IF W-DURATA-TURNO > +0
                 COMPUTE W-FINE-PREC = W-MIN-FINE - 1440
              END-IF
           END-IF.

           MOVE +0 TO W-MAX-RIPOSO.
           PERFORM 2263-CONTROLLA-GIORNO
                   VARYING W-IND-GG FROM 1 BY 1
                   UNTIL W-IND-GG > 7.
      * ---
      * INIZIO DEL TURNO GIA' REGISTRATO IL LUNEDI' SUCCESSIVO
      * ---
           MOVE +11520 TO W-INIZIO-SUCC.
           EXEC SQL SELECT U.ORA_INIZIO,
                           U.ORA_FINE
                      INTO :DCL-CWTURNI.ORA-INIZIO,
                           :DCL-CWTURNI.ORA-FINE
                      FROM  CPS04.CWTURASS T,
                            CPS04.CWTURNI  U
                     WHERE T.COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   T.DATA_TURNO =
                           CHAR(DATE(:W-SET-DATA-7) + 1 DAY, ISO)
                     AND   U.COD_TURNO  = T.COD_TURNO
           END-EXEC.
           IF SQLCODE = 0
              PERFORM 2266-CALCOLA-MINUTI
              IF W-DURATA-TURNO > +0
                 COMPUTE W-INIZIO-SUCC = W-MIN-INIZIO + 10080
              END-IF
           END-IF.
           COMPUTE W-RIPOSO = W-INIZIO-SUCC - W-FINE-PREC.
           IF W-RIPOSO < W-ORE-RIP-GG * 60
              MOVE '442'    TO W-COD-MSG-HOST
              MOVE 7        TO W-IND-GG
              PERFORM 2269-SEGNALA-VIOLAZIONE
           END-IF.
           IF W-RIPOSO > W-MAX-RIPOSO
              MOVE W-RIPOSO TO W-MAX-RIPOSO
           END-IF.

           IF W-MAX-RIPOSO < W-ORE-RIP-SETT * 60
              MOVE '443'    TO W-COD-MSG-HOST
              MOVE 1        TO W-IND-GG
              PERFORM 2269-SEGNALA-VIOLAZIONE
           END-IF.

           PERFORM 2264-CONTROLLA-MEDIA.
       2260-EX. EXIT.

      * -------------------------------------------------------------- *
      * LIMITI DI LEGGE DA CWPARAM, CON I DEFAULT SE NON CENSITI       *
      * -------------------------------------------------------------- *
       2261-LEGGI-LIMITI SECTION.
      *-----------------*
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'RIPOGIORN'
           END-EXEC.
           IF SQLCODE = 0 AND VALORE-NUM OF DCL-CWPARAM > 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-ORE-RIP-GG
           END-IF.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'RIPOSETT'
           END-EXEC.
           IF SQLCODE = 0 AND VALORE-NUM OF DCL-CWPARAM > 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-ORE-RIP-SETT
           END-IF.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'OREMEDSET'
           END-EXEC.
           IF SQLCODE = 0 AND VALORE-NUM OF DCL-CWPARAM > 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-ORE-MEDIA-MAX
           END-IF.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'SETTRIFER'
           END-EXEC.
           IF SQLCODE = 0 AND VALORE-NUM OF DCL-CWPARAM > 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-SETT-RIFER
           END-IF.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'ORENOTMAX'
           END-EXEC.
           IF SQLCODE = 0 AND VALORE-NUM OF DCL-CWPARAM > 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-ORE-NOTTE-MAX
           END-IF.
       2261-EX. EXIT.

      * -------------------------------------------------------------- *
      * ORARIO DEL TURNO DIGITATO NEL GIORNO W-IND-GG                  *
      * -------------------------------------------------------------- *
       2262-CARICA-ORARIO SECTION.
      *------------------*
           SET IND-SET TO W-IND-GG.
           MOVE +0  TO W-OS-INIZIO   (W-IND-GG)
                       W-OS-FINE     (W-IND-GG)
                       W-OS-DURATA   (W-IND-GG).
           MOVE 'N' TO W-OS-NOTTURNO (W-IND-GG).
           IF W-SET-TURNO (IND-SET) = SPACES
              GO TO 2262-EX
           END-IF.
           MOVE W-SET-TURNO (IND-SET) TO COD-TURNO OF DCL-CWTURNI.
           EXEC SQL SELECT ORA_INIZIO,
                           ORA_FINE,
                           FLAG_NOTTURNO
                      INTO :DCL-CWTURNI.ORA-INIZIO,
                           :DCL-CWTURNI.ORA-FINE,
                           :DCL-CWTURNI.FLAG-NOTTURNO
                      FROM  CPS04.CWTURNI
                     WHERE COD_TURNO = :DCL-CWTURNI.COD-TURNO
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO 2262-EX
           END-IF.
           PERFORM 2266-CALCOLA-MINUTI.
           IF W-DURATA-TURNO = +0
              GO TO 2262-EX
           END-IF.
           COMPUTE W-OS-INIZIO (W-IND-GG) = (W-IND-GG - 1) * 1440
                                          + W-MIN-INIZIO.
           COMPUTE W-OS-FINE   (W-IND-GG) = (W-IND-GG - 1) * 1440
                                          + W-MIN-FINE.
           MOVE W-DURATA-TURNO TO W-OS-DURATA (W-IND-GG).
           MOVE FLAG-NOTTURNO OF DCL-CWTURNI
                               TO W-OS-NOTTURNO (W-IND-GG).
           ADD W-DURATA-TURNO  TO W-MIN-SETTIMANA.
       2262-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIPOSO DALLA FINE DEL TURNO PRECEDENTE E DURATA DEL TURNO      *
      * NOTTURNO NEL GIORNO W-IND-GG                                   *
      * -------------------------------------------------------------- *
       2263-CONTROLLA-GIORNO SECTION.
      *---------------------*
           IF W-OS-DURATA (W-IND-GG) = +0
              GO TO 2263-EX
           END-IF.
           COMPUTE W-RIPOSO = W-OS-INIZIO (W-IND-GG) - W-FINE-PREC.
           IF W-RIPOSO < W-ORE-RIP-GG * 60
              MOVE '442'    TO W-COD-MSG-HOST
              PERFORM 2269-SEGNALA-VIOLAZIONE
           END-IF.
           IF W-RIPOSO > W-MAX-RIPOSO
              MOVE W-RIPOSO TO W-MAX-RIPOSO
           END-IF.
           MOVE W-OS-FINE (W-IND-GG) TO W-FINE-PREC.

           IF W-OS-NOTTURNO (W-IND-GG) = 'S' AND
              W-OS-DURATA (W-IND-GG) > W-ORE-NOTTE-MAX * 60
              MOVE '445'    TO W-COD-MSG-HOST
              PERFORM 2269-SEGNALA-VIOLAZIONE
           END-IF.
       2263-EX. EXIT.

      * -------------------------------------------------------------- *
      * MEDIA SETTIMANALE SUL PERIODO DI RIFERIMENTO: TURNI GIA'       *
      * REGISTRATI NELLE SETTRIFER - 1 SETTIMANE PRECEDENTI PIU'       *
      * QUELLI DIGITATI, DIVISI PER SETTRIFER                          *
      * -------------------------------------------------------------- *
       2264-CONTROLLA-MEDIA SECTION.
      *--------------------*
           COMPUTE W-GG-RIFER = (W-SETT-RIFER - 1) * 7.
           EXEC SQL SELECT CHAR(DATE(:W-SET-DATA-1)
                                - :W-GG-RIFER DAYS, ISO)
                      INTO :W-DATA-RIF-INIZIO
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE W-MIN-SETTIMANA TO W-MIN-PERIODO.
           EXEC SQL OPEN CUR-OREX2 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2265-FETCH-ORE UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-OREX2 END-EXEC.

           COMPUTE W-MEDIA-SETT = W-MIN-PERIODO / W-SETT-RIFER.
           IF W-MEDIA-SETT > W-ORE-MEDIA-MAX * 60
              MOVE '444'    TO W-COD-MSG-HOST
              MOVE 1        TO W-IND-GG
              PERFORM 2269-SEGNALA-VIOLAZIONE
           END-IF.
       2264-EX. EXIT.

       2265-FETCH-ORE SECTION.
      *--------------*
           EXEC SQL FETCH CUR-OREX2
                    INTO  :DCL-CWTURNI.ORA-INIZIO,
                          :DCL-CWTURNI.ORA-FINE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 2266-CALCOLA-MINUTI
              ADD W-DURATA-TURNO TO W-MIN-PERIODO
           ELSE
              MOVE +100 TO W-SQLCODE
           END-IF.
       2265-EX. EXIT.

      * -------------------------------------------------------------- *
      * DURATA DEL TURNO IN MINUTI DA ORA_INIZIO A ORA_FINE DI         *
      * DCL-CWTURNI, CON SCAVALCAMENTO DELLA MEZZANOTTE (W-MIN-FINE    *
      * OLTRE 1440 PER IL TURNO CHE FINISCE IL GIORNO DOPO)            *
      * -------------------------------------------------------------- *
       2266-CALCOLA-MINUTI SECTION.
      *-------------------*
           MOVE +0 TO W-DURATA-TURNO.
           IF ORA-INIZIO OF DCL-CWTURNI NUMERIC AND
              ORA-FINE   OF DCL-CWTURNI NUMERIC
              MOVE ORA-INIZIO OF DCL-CWTURNI TO W-ORA-TURNO
              COMPUTE W-MIN-INIZIO = W-ORA-TURNO-HH * 60
                                   + W-ORA-TURNO-MI
              MOVE ORA-FINE   OF DCL-CWTURNI TO W-ORA-TURNO
              COMPUTE W-MIN-FINE   = W-ORA-TURNO-HH * 60
                                   + W-ORA-TURNO-MI
              IF W-MIN-FINE NOT > W-MIN-INIZIO
                 ADD 1440 TO W-MIN-FINE
              END-IF
              COMPUTE W-DURATA-TURNO = W-MIN-FINE - W-MIN-INIZIO
           END-IF.
       2266-EX. EXIT.

      * -------------------------------------------------------------- *
      * VIOLAZIONE DEI LIMITI DI LEGGE (MESSAGGIO IN W-COD-MSG-HOST,   *
      * GIORNO IN W-IND-GG): RIFIUTATA, TRANNE CHE ALL'AMMINISTRATORE  *
      * CHE RICEVE L'AVVISO IN CONFERMA (VEDI 2500-CONFERMA)           *
      * -------------------------------------------------------------- *
       2269-SEGNALA-VIOLAZIONE SECTION.
      *-----------------------*
           IF COM-UTENTE-1
              SET ORARIO-NON-CONFORME TO TRUE
              GO TO 2269-EX
           END-IF.
           MOVE -1       TO M-TURGL (W-IND-GG).
           PERFORM 2999-CERCA-ERR.
       2269-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE: LA SETTIMANA REGISTRATA VIENE RIPORTATA NEI     *
      * CAMPI GIORNO DELLA MAPPA                                       *
      *-------------*
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.
           MOVE '2'      TO COM-GIRO.
      * LA MATRICOLA CON LA VISITA DI RIENTRO IN ATTESA CONFERMA CON
      * L'AVVISO AL POSTO DEL MESSAGGIO STANDARD (VEDI 2250); PRIMA
      * ANCORA L'AMMINISTRATORE CHE FORZA I LIMITI DI LEGGE SULL'ORARIO
      * (VEDI 2260)
           IF ORARIO-NON-CONFORME
              MOVE '446' TO W-COD-MSG-HOST
           ELSE
              IF RIENTRO-DA-VISITARE
                 MOVE '441' TO W-COD-MSG-HOST
              ELSE
                 MOVE '020' TO W-COD-MSG-HOST
              END-IF
           END-IF.
      * ---
      * I CAMPI DATI VENGONO PROTETTI CON FSET COSI' DA RIENTRARE
      * INALTERATI ALLA CONFERMA (VEDI CW33DEMO)
