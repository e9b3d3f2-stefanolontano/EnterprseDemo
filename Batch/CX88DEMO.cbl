       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX88DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : TABULATO DI TURNOVER (ANNO SOLARE E ULTIMI   *
      *                   12 MESI) E RETENTION DELLE COORTI DI         *
      *                   ASSUNZIONE                                   *
      * TIPO OPERAZIONE : BATCH DI STAMPA                              *
      * TABELLE USATE   : CPS04.CWDIPENDENTI, CPS04.CWCESSAZ,          *
      *                   CPS04.CWAPPROV, CPS04.CWCONTRA,              *
      *                   CPS04.CWSNAPSH, CPS04.CWDIPART,              *
      *                   CPS04.CWQUALIF                               *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * BATCH MENSILE CHE MISURA LE USCITE DI PERSONALE SU DUE         *
      * FINESTRE: L'ANNO SOLARE PRECEDENTE E GLI ULTIMI 12 MESI CHIUSI *
      * (DAL 1. DEL MESE CORRENTE DELL'ANNO SCORSO ALLA FINE DEL MESE  *
      * PRECEDENTE LA DATA DI LANCIO). LE USCITE SONO:                 *
      *   - LE CESSAZIONI ESEGUITE (CWCESSAZ STATO 'E', CW38/CW39DEMO) *
      *     DI CHI E' ANCORA SU CWDIPENDENTI;                          *
      *   - LE CANCELLAZIONI APPROVATE (CWAPPROV TIPO 'D' STATO 'A',   *
      *     CW08/CW18DEMO, CHE ALLINEANO ANCHE L'ARCHIVIO STORICO      *
      *     VSAM) DI CHI NON E' PIU' SU CWDIPENDENTI: LA DATA E' QUELLA*
      *     DELLA CESSAZIONE SE ESEGUITA, ALTRIMENTI LA RUN_DATE DELLA *
      *     RICHIESTA.                                                 *
      * LA CAUSA CODIFICATA (COPY CWCESS) DIVIDE LE USCITE IN          *
      * VOLONTARIE, INVOLONTARIE E NON CLASSIFICATE (RIGHE PRECEDENTI  *
      * LA CODIFICA). IL TASSO DI TURNOVER E' USCITE / ORGANICO MEDIO  *
      * X 100, CON L'ORGANICO MEDIO PRESO DALLE FOTOGRAFIE CWSNAPSH DI *
      * CW22DEMO NELLA FINESTRA (MEDIA SULLE DATE FOTOGRAFATE), PER    *
      * TOTALE, DIPARTIMENTO, QUALIFICA, FASCIA DI ANZIANITA' DI       *
      * SERVIZIO E TIPO DI CONTRATTO. CHIUDE LA RETENTION A 1, 2 E 3   *
      * ANNI DELLE COORTI DI ASSUNZIONE DEGLI ULTIMI CINQUE ANNI       *
      * SOLARI: UN ASSUNTO E' MISURABILE SE L'ANNIVERSARIO E' GIA'     *
      * PASSATO E RIMASTO SE A QUELLA DATA NON ERA ANCORA USCITO.      *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURNOREP       ASSIGN TO TURNOREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-TURNOREP.

       DATA DIVISION.
       FILE SECTION.
       FD  TURNOREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  TURNOREP-REC                   PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX88DEMO'.
       01  W-FS-TURNOREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-TURNOREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-LETTI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-RIGHE                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-USCITE-TOT                   PIC S9(7)   COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    FINESTRE DI OSSERVAZIONE: 1 = ANNO SOLARE PRECEDENTE,       *
      *    2 = ULTIMI 12 MESI CHIUSI. PER OGNI TIPO DI DIMENSIONE IL   *
      *    NUMERO DI DATE FOTOGRAFATE DA CW22DEMO NELLA FINESTRA       *
      * -------------------------------------------------------------- *
       01  W-IND-FIN                      PIC S9(3)   COMP-3 VALUE 0.
       01  W-TAB-FINESTRE.
           05  W-FINESTRA OCCURS 2 TIMES.
               10  W-FI-INIZIO            PIC X(10).
               10  W-FI-FINE              PIC X(10).
               10  W-FI-TITOLO            PIC X(40).
               10  W-FI-NSNAP             PIC S9(5)   COMP-3
                                          OCCURS 5 TIMES.
       01  W-DATA-LAV.
           05  W-DL-AAAA                  PIC 9(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-DL-MM                    PIC 9(2).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-DL-GG                    PIC 9(2).
       01  W-SN-INIZIO                    PIC X(10)   VALUE SPACES.
       01  W-SN-FINE                      PIC X(10)   VALUE SPACES.
       01  W-SN-TIPO                      PIC X(1)    VALUE SPACE.
       01  W-SN-CHIAVE                    PIC X(11)   VALUE SPACES.
       01  W-SN-SOMMA                     PIC S9(9)   COMP VALUE +0.
       01  W-SN-DATE                      PIC S9(9)   COMP VALUE +0.
      * -------------------------------------------------------------- *
      *    TIPI DI DIMENSIONE NELL'ORDINE DI STAMPA (STESSI TIPO_RIGA  *
      *    DI CWSNAPSH): TOTALE, DIPARTIMENTO, QUALIFICA, ANZIANITA',  *
      *    CONTRATTO                                                   *
      * -------------------------------------------------------------- *
       01  W-IND-TIPO                     PIC S9(3)   COMP-3 VALUE 0.
       01  W-TIPI-DIM-VAL.
           05  FILLER                     PIC X(41)   VALUE
               'TTOTALE AZIENDA'.
           05  FILLER                     PIC X(41)   VALUE
               'DPER DIPARTIMENTO'.
           05  FILLER                     PIC X(41)   VALUE
               'QPER QUALIFICA INTERNA'.
           05  FILLER                     PIC X(41)   VALUE
               'APER ANZIANITA'' DI SERVIZIO'.
           05  FILLER                     PIC X(41)   VALUE
               'KPER TIPO DI CONTRATTO'.
       01  W-TIPI-DIM REDEFINES W-TIPI-DIM-VAL.
           05  W-TIPO-DIM OCCURS 5 TIMES INDEXED BY IND-TIPO.
               10  W-TD-TIPO              PIC X(1).
               10  W-TD-TITOLO            PIC X(40).
      * -------------------------------------------------------------- *
      *    VOCI DEL TABULATO: UNA PER FINESTRA, TIPO DI DIMENSIONE E   *
      *    CHIAVE, CON LE USCITE PER CAUSA E LA SOMMA DEI CONTEGGI     *
      *    FOTOGRAFATI (ORGANICO MEDIO = SOMMA / DATE FOTOGRAFATE)     *
      * -------------------------------------------------------------- *
       01  W-NUM-VOCI                     PIC S9(3)   COMP-3 VALUE 0.
       01  W-IND-VOCE                     PIC S9(3)   COMP-3 VALUE 0.
       01  W-TAB-VOCI.
           05  W-VOCE OCCURS 300 TIMES INDEXED BY IND-VOCE.
               10  W-VO-FIN               PIC 9(1)    VALUE 0.
               10  W-VO-TIPO              PIC X(1)    VALUE SPACE.
               10  W-VO-CHIAVE            PIC X(11)   VALUE SPACES.
               10  W-VO-VOL               PIC S9(5)   COMP-3 VALUE 0.
               10  W-VO-INV               PIC S9(5)   COMP-3 VALUE 0.
               10  W-VO-NCL               PIC S9(5)   COMP-3 VALUE 0.
               10  W-VO-SOMMA-ORG         PIC S9(9)   COMP-3 VALUE 0.
       01  W-CE-FIN                       PIC 9(1)    VALUE 0.
       01  W-CE-TIPO                      PIC X(1)    VALUE SPACE.
       01  W-CE-CHIAVE                    PIC X(11)   VALUE SPACES.
       01  SW-VOCE                        PIC X(1)    VALUE 'N'.
           88  VOCE-TROVATA                           VALUE 'S'.
           88  VOCE-NON-TROVATA                       VALUE 'N'.
       01  W-ORG-MEDIO                    PIC S9(7)V9 COMP-3 VALUE 0.
       01  W-USCITE                       PIC S9(7)   COMP-3 VALUE 0.
       01  W-TASSO                        PIC S9(5)V9 COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    PERSONA IN ELABORAZIONE (DA CWDIPENDENTI O DA UNA           *
      *    CANCELLAZIONE APPROVATA): DATA DI USCITA A SPAZI SE ANCORA  *
      *    IN FORZA                                                    *
      * -------------------------------------------------------------- *
       01  W-P-MATRICOLA                  PIC S9(5)   COMP-3 VALUE 0.
       01  W-P-DIPART                     PIC X(10)   VALUE SPACES.
       01  W-P-QUALIF                     PIC X(8)    VALUE SPACES.
       01  W-P-DATA-ASS                   PIC X(10)   VALUE SPACES.
       01  W-P-CONTRATTO                  PIC X(2)    VALUE SPACES.
       01  W-P-USCITA                     PIC X(10)   VALUE SPACES.
       01  W-P-CAUSA                      PIC X(2)    VALUE SPACES.
       01  W-P-FASCIA                     PIC X(11)   VALUE SPACES.
       01  W-P-RUN-DATE                   PIC S9(6)   COMP-3 VALUE 0.
      * ---
      * RUN_DATE DI CWAPPROV E' AAMMGG A 6 CIFRE (VEDI CW42DEMO)
      * ---
       01  W-RD-NUM                       PIC 9(6)    VALUE 0.
       01  W-RD-NUM-R REDEFINES W-RD-NUM.
           05  W-RD-AA                    PIC 9(2).
           05  W-RD-MM                    PIC 9(2).
           05  W-RD-GG                    PIC 9(2).
      * -------------------------------------------------------------- *
      *    FASCE DI ANZIANITA' DI SERVIZIO IN ANNI COMPIUTI: STESSE    *
      *    DESCRIZIONI DELLE RIGHE 'A' SCRITTE DA CW22DEMO SU CWSNAPSH *
      * -------------------------------------------------------------- *
       01  W-ANNO-ASSUNZ                  PIC 9(4)    VALUE ZERO.
       01  W-MESE-ASSUNZ                  PIC 9(2)    VALUE ZERO.
       01  W-GIORNO-ASSUNZ                PIC 9(2)    VALUE ZERO.
       01  W-ANNO-USCITA                  PIC 9(4)    VALUE ZERO.
       01  W-MESE-USCITA                  PIC 9(2)    VALUE ZERO.
       01  W-GIORNO-USCITA                PIC 9(2)    VALUE ZERO.
       01  W-ANNI-SERVIZIO                PIC S9(3)   VALUE ZERO.
       01  W-TAB-ANZIANITA.
           05  W-ANZIAN OCCURS 6 TIMES INDEXED BY IND-ANZ.
               10  W-ANZ-MIN              PIC S9(3).
               10  W-ANZ-MAX              PIC S9(3).
               10  W-ANZ-DESC             PIC X(11).
      * -------------------------------------------------------------- *
      *    COORTI DI ASSUNZIONE: I CINQUE ANNI SOLARI PRECEDENTI       *
      *    QUELLO DI LANCIO, CON MISURABILI E RIMASTI A 1, 2 E 3 ANNI  *
      * -------------------------------------------------------------- *
       01  W-IND-COORTE                   PIC S9(3)   COMP-3 VALUE 0.
       01  W-IND-ANNI                     PIC S9(3)   COMP-3 VALUE 0.
       01  W-PRIMO-ANNO-COORTE            PIC 9(4)    VALUE ZERO.
       01  W-TAB-COORTI.
           05  W-COORTE OCCURS 5 TIMES.
               10  W-CO-ANNO              PIC 9(4)    VALUE 0.
               10  W-CO-ASSUNTI           PIC S9(7)   COMP-3 VALUE 0.
               10  W-CO-ANNI OCCURS 3 TIMES.
                   15  W-CO-MISURABILI    PIC S9(7)   COMP-3 VALUE 0.
                   15  W-CO-RIMASTI       PIC S9(7)   COMP-3 VALUE 0.
       01  W-ANNIVERSARIO.
           05  W-AN-AAAA                  PIC 9(4).
           05  W-AN-RESTO                 PIC X(6).
       01  W-PERC-RET                     PIC S9(3)V9 COMP-3 VALUE 0.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(40)  VALUE
               'TURNOVER E RETENTION DEL PERSONALE'.
           05  FILLER                     PIC X(20)  VALUE
               ' - ELABORAZIONE DEL '.
           05  RI-DATA                    PIC X(10).
           05  FILLER                     PIC X(63)  VALUE SPACES.
       01  R-TITOLO-FIN.
           05  RT-TITOLO                  PIC X(40).
           05  FILLER                     PIC X(5)   VALUE ' DAL '.
           05  RT-INIZIO                  PIC X(10).
           05  FILLER                     PIC X(4)   VALUE ' AL '.
           05  RT-FINE                    PIC X(10).
           05  FILLER                     PIC X(64)  VALUE SPACES.
       01  R-TITOLO-DIM.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RD-TITOLO                  PIC X(40).
           05  FILLER                     PIC X(89)  VALUE SPACES.
       01  R-INTESTAZ-DIM.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  FILLER                     PIC X(42)  VALUE
               'CHIAVE      DESCRIZIONE'.
           05  FILLER                     PIC X(33)  VALUE
               'ORG.MEDIO  USCITE VOLONT.  INVOL.'.
           05  FILLER                     PIC X(32)  VALUE
               ' N.CLAS. TURNOV%   VOL.%   INV.%'.
           05  FILLER                     PIC X(22)  VALUE SPACES.
       01  R-RIGA-DIM.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RR-CHIAVE                  PIC X(11).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RR-DESCR                   PIC X(30).
           05  RR-ORG-MEDIO               PIC ZZZZZZ9,9.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RR-USCITE                  PIC ZZZZZZ9.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RR-VOL                     PIC ZZZZZZ9.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RR-INV                     PIC ZZZZZZ9.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RR-NCL                     PIC ZZZZZZ9.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RR-TASSI.
               10  RR-TURN                PIC ZZZZ9,9.
               10  FILLER                 PIC X(1).
               10  RR-TURN-VOL            PIC ZZZZ9,9.
               10  FILLER                 PIC X(1).
               10  RR-TURN-INV            PIC ZZZZ9,9.
           05  RR-TASSI-X REDEFINES RR-TASSI
                                          PIC X(23).
           05  FILLER                     PIC X(22)  VALUE SPACES.
       01  R-TITOLO-COORTI.
           05  FILLER                     PIC X(40)  VALUE
               'RETENTION DELLE COORTI DI ASSUNZIONE'.
           05  FILLER                     PIC X(93)  VALUE SPACES.
       01  R-INTESTAZ-COORTI-1.
           05  FILLER                     PIC X(17)  VALUE SPACES.
           05  FILLER                     PIC X(24)  VALUE
               '         DOPO 1 ANNO'.
           05  FILLER                     PIC X(24)  VALUE
               '         DOPO 2 ANNI'.
           05  FILLER                     PIC X(24)  VALUE
               '         DOPO 3 ANNI'.
           05  FILLER                     PIC X(44)  VALUE SPACES.
       01  R-INTESTAZ-COORTI-2.
           05  FILLER                     PIC X(17)  VALUE
               '    ANNO  ASSUNTI'.
           05  FILLER                     PIC X(24)  VALUE
               '   MISURAB RIMASTI     %'.
           05  FILLER                     PIC X(24)  VALUE
               '   MISURAB RIMASTI     %'.
           05  FILLER                     PIC X(24)  VALUE
               '   MISURAB RIMASTI     %'.
           05  FILLER                     PIC X(44)  VALUE SPACES.
       01  R-RIGA-COORTE.
           05  FILLER                     PIC X(4).
           05  RK-ANNO                    PIC 9(4).
           05  FILLER                     PIC X(2).
           05  RK-ASSUNTI                 PIC ZZZZZZ9.
           05  RK-ANNI OCCURS 3 TIMES.
               10  FILLER                 PIC X(3).
               10  RK-MISURABILI          PIC ZZZZZZ9.
               10  FILLER                 PIC X(1).
               10  RK-RIMASTI             PIC ZZZZZZ9.
               10  FILLER                 PIC X(1).
               10  RK-PERC-GRP.
                   15  RK-PERC            PIC ZZ9,9.
               10  RK-PERC-X REDEFINES RK-PERC-GRP
                                          PIC X(5).
           05  FILLER                     PIC X(44).
       01  R-RIGA-NESSUNA.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  FILLER                     PIC X(41)  VALUE
               'NESSUN DATO NELLA FINESTRA'.
           05  FILLER                     PIC X(88)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWCESS  END-EXEC.

           EXEC SQL  INCLUDE CWDIPA  END-EXEC.

           EXEC SQL  INCLUDE CWQUALI END-EXEC.

      * -------------------------------------------------------------- *
      * DATE FOTOGRAFATE NELLA FINESTRA PER TIPO DI RIGA: DIVISORE     *
      * DELL'ORGANICO MEDIO (LE RIGHE 'A'/'K' ESISTONO SOLO DALLE      *
      * CORSE DI CW22DEMO CHE LE SCRIVONO)                             *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-NSN88 CURSOR FOR
                    SELECT  TIPO_RIGA,
                            COUNT(DISTINCT DATA_SNAPSHOT)
                    FROM    CPS04.CWSNAPSH
                    WHERE   DATA_SNAPSHOT BETWEEN :W-SN-INIZIO
                                              AND :W-SN-FINE
                    AND     TIPO_RIGA IN ('T', 'D', 'Q', 'A', 'K')
                    GROUP BY TIPO_RIGA
           END-EXEC.

      * -------------------------------------------------------------- *
      * SOMMA DEI CONTEGGI FOTOGRAFATI NELLA FINESTRA PER TIPO DI RIGA *
      * E CHIAVE                                                       *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-SNP88 CURSOR FOR
                    SELECT  TIPO_RIGA,
                            CHIAVE,
                            SUM(CONTEGGIO)
                    FROM    CPS04.CWSNAPSH
                    WHERE   DATA_SNAPSHOT BETWEEN :W-SN-INIZIO
                                              AND :W-SN-FINE
                    AND     TIPO_RIGA IN ('T', 'D', 'Q', 'A', 'K')
                    GROUP BY TIPO_RIGA, CHIAVE
                    ORDER BY TIPO_RIGA, CHIAVE
           END-EXEC.

      * -------------------------------------------------------------- *
      * DIPENDENTI ANCORA SU CWDIPENDENTI, CON CONTRATTO E CESSAZIONE  *
      * ESEGUITA (DATA E CAUSA) SE PRESENTE                            *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-DIP88 CURSOR FOR
                    SELECT  D.COD_MATRICOLA_DIP,
                            D.DIPARTIMENTO,
                            D.QUALIFICA_INTERNA,
                            D.DATA_ASSUNZIONE,
                            COALESCE(C.TIPO_CONTRATTO, 'ND'),
                            COALESCE(S.DATA_CESSAZIONE, ' '),
                            COALESCE(S.CAUSA_CESSAZIONE, ' ')
                    FROM    CPS04.CWDIPENDENTI D
                    LEFT OUTER JOIN CPS04.CWCONTRA C
                            ON C.COD_MATRICOLA_DIP = D.COD_MATRICOLA_DIP
                    LEFT OUTER JOIN CPS04.CWCESSAZ S
                            ON S.COD_MATRICOLA_DIP = D.COD_MATRICOLA_DIP
                           AND S.STATO_CESSAZIONE  = 'E'
           END-EXEC.

      * -------------------------------------------------------------- *
      * CANCELLAZIONI APPROVATE DI MATRICOLE NON PIU' SU CWDIPENDENTI: *
      * LA FOTOGRAFIA DEL DIPENDENTE E' QUELLA CONSERVATA SU CWAPPROV; *
      * LA CAUSA DELLA CESSAZIONE ESEGUITA PREVALE SU QUELLA DELLA     *
      * CANCELLAZIONE                                                  *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-CAN88 CURSOR FOR
                    SELECT  A.COD_MATRICOLA_DIP,
                            A.DIPARTIMENTO,
                            A.QUALIFICA_INTERNA,
                            A.DATA_ASSUNZIONE,
                            COALESCE(C.TIPO_CONTRATTO, 'ND'),
                            COALESCE(S.DATA_CESSAZIONE, ' '),
                            CASE WHEN S.CAUSA_CESSAZIONE IS NULL
                                   OR S.CAUSA_CESSAZIONE = ' '
                                 THEN A.CAUSA_CESSAZIONE
                                 ELSE S.CAUSA_CESSAZIONE
                            END,
                            A.RUN_DATE
                    FROM    CPS04.CWAPPROV A
                    LEFT OUTER JOIN CPS04.CWCONTRA C
                            ON C.COD_MATRICOLA_DIP = A.COD_MATRICOLA_DIP
                    LEFT OUTER JOIN CPS04.CWCESSAZ S
                            ON S.COD_MATRICOLA_DIP = A.COD_MATRICOLA_DIP
                           AND S.STATO_CESSAZIONE  = 'E'
                    WHERE   A.TIPO_RICHIESTA  = 'D'
                    AND     A.STATO_RICHIESTA = 'A'
                    AND     NOT EXISTS
                           (SELECT 1
                            FROM   CPS04.CWDIPENDENTI D
                            WHERE  D.COD_MATRICOLA_DIP =
                                   A.COD_MATRICOLA_DIP)
           END-EXEC.

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
           PERFORM 1900-REGISTRA-INIZIO.
           PERFORM 1100-CALCOLA-FINESTRE.
           PERFORM 1200-INIZ-ANZIANITA.
           PERFORM 1300-INIZ-COORTI.

           OPEN OUTPUT TURNOREP.
           IF NOT FS-TURNOREP-OK
              DISPLAY '** ERRORE OPEN TURNOREP, FILE STATUS: '
                      W-FS-TURNOREP
              STOP RUN
           END-IF.

           MOVE W-BR-DATA    TO RI-DATA.
           MOVE R-INTESTAZ-1 TO TURNOREP-REC.
           WRITE TURNOREP-REC.
           MOVE R-RIGA-VUOTA TO TURNOREP-REC.
           WRITE TURNOREP-REC.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * FINESTRA 1 = ANNO SOLARE PRECEDENTE; FINESTRA 2 = DAL 1. DEL   *
      * MESE CORRENTE DELL'ANNO SCORSO ALLA FINE DEL MESE PRECEDENTE   *
      * (GIORNO CONVENZIONALE 31 PER IL CONFRONTO TRA DATE AAAA-MM-GG) *
      ******************************************************************
       1100-CALCOLA-FINESTRE SECTION.
      *---------------------*
           COMPUTE W-DL-AAAA = W-BR-AAAA - 1.
           MOVE 01            TO W-DL-MM.
           MOVE 01            TO W-DL-GG.
           MOVE W-DATA-LAV    TO W-FI-INIZIO (1).
           MOVE 12            TO W-DL-MM.
           MOVE 31            TO W-DL-GG.
           MOVE W-DATA-LAV    TO W-FI-FINE (1).
           MOVE 'TURNOVER DELL''ANNO SOLARE PRECEDENTE'
                              TO W-FI-TITOLO (1).

           COMPUTE W-DL-AAAA = W-BR-AAAA - 1.
           MOVE W-BR-MM       TO W-DL-MM.
           MOVE 01            TO W-DL-GG.
           MOVE W-DATA-LAV    TO W-FI-INIZIO (2).
           IF W-BR-MM = 01
              COMPUTE W-DL-AAAA = W-BR-AAAA - 1
              MOVE 12         TO W-DL-MM
           ELSE
              MOVE W-BR-AAAA  TO W-DL-AAAA
              COMPUTE W-DL-MM = W-BR-MM - 1
           END-IF.
           MOVE 31            TO W-DL-GG.
           MOVE W-DATA-LAV    TO W-FI-FINE (2).
           MOVE 'TURNOVER DEGLI ULTIMI 12 MESI CHIUSI'
                              TO W-FI-TITOLO (2).

       1100-EX. EXIT.
      *
      *
      ******************************************************************
      * FASCE DI ANZIANITA' DI SERVIZIO: LE STESSE DI CW22DEMO         *
      * (1020-INIZ-ANZIANITA), COSI' LE CHIAVI COINCIDONO CON QUELLE   *
      * DELLE RIGHE 'A' DI CWSNAPSH                                    *
      ******************************************************************
       1200-INIZ-ANZIANITA SECTION.
      *--------------------*
           MOVE   0 TO W-ANZ-MIN (1).
           MOVE   0 TO W-ANZ-MAX (1).
           MOVE 'MENO DI 1  ' TO W-ANZ-DESC (1).

           MOVE   1 TO W-ANZ-MIN (2).
           MOVE   2 TO W-ANZ-MAX (2).
           MOVE '1 - 2 ANNI ' TO W-ANZ-DESC (2).

           MOVE   3 TO W-ANZ-MIN (3).
           MOVE   5 TO W-ANZ-MAX (3).
           MOVE '3 - 5 ANNI ' TO W-ANZ-DESC (3).

           MOVE   6 TO W-ANZ-MIN (4).
           MOVE  10 TO W-ANZ-MAX (4).
           MOVE '6 - 10 ANNI' TO W-ANZ-DESC (4).

           MOVE  11 TO W-ANZ-MIN (5).
           MOVE 999 TO W-ANZ-MAX (5).
           MOVE 'OLTRE 10   ' TO W-ANZ-DESC (5).

           MOVE  -1 TO W-ANZ-MIN (6).
           MOVE  -1 TO W-ANZ-MAX (6).
           MOVE 'NON NOTA   ' TO W-ANZ-DESC (6).

       1200-EX. EXIT.
      *
      *
       1300-INIZ-COORTI SECTION.
      *----------------*
           COMPUTE W-PRIMO-ANNO-COORTE = W-BR-AAAA - 5.
           PERFORM 1310-INIZ-COORTE
                   VARYING W-IND-COORTE FROM 1 BY 1
                   UNTIL W-IND-COORTE > 5.

       1300-EX. EXIT.
      *
      *
       1310-INIZ-COORTE SECTION.
      *----------------*
           COMPUTE W-CO-ANNO (W-IND-COORTE) =
                   W-PRIMO-ANNO-COORTE + W-IND-COORTE - 1.

       1310-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           PERFORM 2100-CARICA-ORGANICO
                   VARYING W-IND-FIN FROM 1 BY 1
                   UNTIL W-IND-FIN > 2.

           PERFORM 2300-LEGGI-DIPENDENTI.
           PERFORM 2400-LEGGI-CANCELLATI.

           PERFORM 2800-STAMPA-FINESTRA
                   VARYING W-IND-FIN FROM 1 BY 1
                   UNTIL W-IND-FIN > 2.
           PERFORM 2870-STAMPA-COORTI.

       2000-EX. EXIT.
      *
      *
      ******************************************************************
      * ORGANICO FOTOGRAFATO NELLA FINESTRA: NUMERO DI DATE PER TIPO   *
      * DI RIGA E SOMMA DEI CONTEGGI PER CHIAVE                        *
      ******************************************************************
       2100-CARICA-ORGANICO SECTION.
      *--------------------*
           MOVE W-FI-INIZIO (W-IND-FIN) TO W-SN-INIZIO.
           MOVE W-FI-FINE   (W-IND-FIN) TO W-SN-FINE.

           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-NSN88 END-EXEC.
           PERFORM 2120-FETCH-DATE UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-NSN88 END-EXEC.

           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-SNP88 END-EXEC.
           PERFORM 2150-FETCH-ORGANICO UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-SNP88 END-EXEC.

       2100-EX. EXIT.
      *
      *
       2120-FETCH-DATE SECTION.
      *---------------*
           EXEC SQL FETCH CUR-NSN88
                    INTO  :W-SN-TIPO,
                          :W-SN-DATE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              SET IND-TIPO TO 1
              SEARCH W-TIPO-DIM
                 AT END
                    CONTINUE
                 WHEN W-TD-TIPO (IND-TIPO) = W-SN-TIPO
                    SET W-IND-TIPO TO IND-TIPO
                    MOVE W-SN-DATE
                      TO W-FI-NSNAP (W-IND-FIN, W-IND-TIPO)
              END-SEARCH
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2120-EX. EXIT.
      *
      *
       2150-FETCH-ORGANICO SECTION.
      *-------------------*
           EXEC SQL FETCH CUR-SNP88
                    INTO  :W-SN-TIPO,
                          :W-SN-CHIAVE,
                          :W-SN-SOMMA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              MOVE W-IND-FIN   TO W-CE-FIN
              MOVE W-SN-TIPO   TO W-CE-TIPO
              MOVE W-SN-CHIAVE TO W-CE-CHIAVE
              PERFORM 2900-TROVA-VOCE
              IF VOCE-TROVATA
                 ADD W-SN-SOMMA TO W-VO-SOMMA-ORG (IND-VOCE)
              END-IF
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2150-EX. EXIT.
      *
      *
      ******************************************************************
      * DIPENDENTI SU CWDIPENDENTI: USCITA = CESSAZIONE ESEGUITA       *
      ******************************************************************
       2300-LEGGI-DIPENDENTI SECTION.
      *---------------------*
           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-DIP88 END-EXEC.
           PERFORM 2350-FETCH-DIPENDENTE UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-DIP88 END-EXEC.

       2300-EX. EXIT.
      *
      *
       2350-FETCH-DIPENDENTE SECTION.
      *---------------------*
           EXEC SQL FETCH CUR-DIP88
                    INTO  :W-P-MATRICOLA,
                          :W-P-DIPART,
                          :W-P-QUALIF,
                          :W-P-DATA-ASS,
                          :W-P-CONTRATTO,
                          :W-P-USCITA,
                          :W-P-CAUSA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 2500-ELABORA-PERSONA
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2350-EX. EXIT.
      *
      *
      ******************************************************************
      * CANCELLAZIONI APPROVATE: SENZA CESSAZIONE ESEGUITA LA DATA DI  *
      * USCITA E' LA RUN_DATE (AAMMGG) DELLA RICHIESTA                 *
      ******************************************************************
       2400-LEGGI-CANCELLATI SECTION.
      *---------------------*
           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-CAN88 END-EXEC.
           PERFORM 2450-FETCH-CANCELLATO UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-CAN88 END-EXEC.

       2400-EX. EXIT.
      *
      *
       2450-FETCH-CANCELLATO SECTION.
      *---------------------*
           EXEC SQL FETCH CUR-CAN88
                    INTO  :W-P-MATRICOLA,
                          :W-P-DIPART,
                          :W-P-QUALIF,
                          :W-P-DATA-ASS,
                          :W-P-CONTRATTO,
                          :W-P-USCITA,
                          :W-P-CAUSA,
                          :W-P-RUN-DATE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              IF W-P-USCITA = SPACES
                 MOVE W-P-RUN-DATE TO W-RD-NUM
                 COMPUTE W-DL-AAAA = 2000 + W-RD-AA
                 MOVE W-RD-MM      TO W-DL-MM
                 MOVE W-RD-GG      TO W-DL-GG
                 MOVE W-DATA-LAV   TO W-P-USCITA
              END-IF
              PERFORM 2500-ELABORA-PERSONA
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2450-EX. EXIT.
      *
      *
      ******************************************************************
      * UNA PERSONA: USCITA NELLE FINESTRE (SE USCITA) E COORTE DI     *
      * ASSUNZIONE                                                     *
      ******************************************************************
       2500-ELABORA-PERSONA SECTION.
      *--------------------*
           ADD 1 TO W-CONTA-LETTI.
           IF W-P-USCITA NOT = SPACES
              PERFORM 2550-CALCOLA-FASCIA
              PERFORM 2600-CONTA-USCITA
                      VARYING W-IND-FIN FROM 1 BY 1
                      UNTIL W-IND-FIN > 2
           END-IF.
           PERFORM 2700-ACCUMULA-COORTE.

       2500-EX. EXIT.
      *
      *
      ******************************************************************
      * FASCIA DI ANZIANITA' ALLA DATA DI USCITA (ANNI COMPIUTI DALLA  *
      * DATA DI ASSUNZIONE, 'NON NOTA' SE QUESTA NON E' VALORIZZATA)   *
      ******************************************************************
       2550-CALCOLA-FASCIA SECTION.
      *-------------------*
           MOVE -1 TO W-ANNI-SERVIZIO.
           IF W-P-DATA-ASS (1:4) NUMERIC AND
              W-P-DATA-ASS (6:2) NUMERIC AND
              W-P-DATA-ASS (9:2) NUMERIC
              MOVE W-P-DATA-ASS (1:4) TO W-ANNO-ASSUNZ
              MOVE W-P-DATA-ASS (6:2) TO W-MESE-ASSUNZ
              MOVE W-P-DATA-ASS (9:2) TO W-GIORNO-ASSUNZ
              MOVE W-P-USCITA   (1:4) TO W-ANNO-USCITA
              MOVE W-P-USCITA   (6:2) TO W-MESE-USCITA
              MOVE W-P-USCITA   (9:2) TO W-GIORNO-USCITA
              COMPUTE W-ANNI-SERVIZIO = W-ANNO-USCITA - W-ANNO-ASSUNZ
              IF W-MESE-USCITA < W-MESE-ASSUNZ OR
                (W-MESE-USCITA = W-MESE-ASSUNZ AND
                 W-GIORNO-USCITA < W-GIORNO-ASSUNZ)
                 SUBTRACT 1 FROM W-ANNI-SERVIZIO
              END-IF
              IF W-ANNI-SERVIZIO < 0
                 MOVE 0 TO W-ANNI-SERVIZIO
              END-IF
           END-IF.

           MOVE 'NON NOTA   ' TO W-P-FASCIA.
           SET IND-ANZ TO 1.
           SEARCH W-ANZIAN
              AT END
                 CONTINUE
              WHEN W-ANNI-SERVIZIO NOT < W-ANZ-MIN (IND-ANZ) AND
                   W-ANNI-SERVIZIO NOT > W-ANZ-MAX (IND-ANZ)
                   MOVE W-ANZ-DESC (IND-ANZ) TO W-P-FASCIA
           END-SEARCH.

       2550-EX. EXIT.
      *
      *
      ******************************************************************
      * USCITA DENTRO LA FINESTRA: CONTATA SUL TOTALE E SU OGNI        *
      * DIMENSIONE DELLA PERSONA                                       *
      ******************************************************************
       2600-CONTA-USCITA SECTION.
      *-----------------*
           IF W-P-USCITA < W-FI-INIZIO (W-IND-FIN) OR
              W-P-USCITA > W-FI-FINE   (W-IND-FIN)
              GO TO 2600-EX
           END-IF.

           ADD 1 TO W-USCITE-TOT.
           MOVE W-IND-FIN     TO W-CE-FIN.
           MOVE 'T'           TO W-CE-TIPO.
           MOVE 'TOTALE'      TO W-CE-CHIAVE.
           PERFORM 2650-AGGIUNGI-USCITA.
           MOVE 'D'           TO W-CE-TIPO.
           MOVE W-P-DIPART    TO W-CE-CHIAVE.
           PERFORM 2650-AGGIUNGI-USCITA.
           MOVE 'Q'           TO W-CE-TIPO.
           MOVE W-P-QUALIF    TO W-CE-CHIAVE.
           PERFORM 2650-AGGIUNGI-USCITA.
           MOVE 'A'           TO W-CE-TIPO.
           MOVE W-P-FASCIA    TO W-CE-CHIAVE.
           PERFORM 2650-AGGIUNGI-USCITA.
           MOVE 'K'           TO W-CE-TIPO.
           MOVE W-P-CONTRATTO TO W-CE-CHIAVE.
           PERFORM 2650-AGGIUNGI-USCITA.

       2600-EX. EXIT.
      *
      *
       2650-AGGIUNGI-USCITA SECTION.
      *--------------------*
           PERFORM 2900-TROVA-VOCE.
           IF VOCE-NON-TROVATA
              GO TO 2650-EX
           END-IF.
           MOVE W-P-CAUSA TO CAUSA-CESSAZIONE OF DCL-CWCESSAZ.
           EVALUATE TRUE
              WHEN CAUSA-CESS-VOLONTARIA
                 ADD 1 TO W-VO-VOL (IND-VOCE)
              WHEN CAUSA-CESS-INVOLONTARIA
                 ADD 1 TO W-VO-INV (IND-VOCE)
              WHEN OTHER
                 ADD 1 TO W-VO-NCL (IND-VOCE)
           END-EVALUATE.

       2650-EX. EXIT.
      *
      *
      ******************************************************************
      * COORTE DI ASSUNZIONE: PER OGNI ANNIVERSARIO (1, 2, 3 ANNI) GIA'*
      * RAGGIUNTO ALLA DATA DI LANCIO L'ASSUNTO E' MISURABILE, E       *
      * RIMASTO SE NON ERA ANCORA USCITO A QUELLA DATA                 *
      ******************************************************************
       2700-ACCUMULA-COORTE SECTION.
      *--------------------*
           IF W-P-DATA-ASS (1:4) NOT NUMERIC
              GO TO 2700-EX
           END-IF.
           MOVE W-P-DATA-ASS (1:4) TO W-ANNO-ASSUNZ.
           IF W-ANNO-ASSUNZ < W-CO-ANNO (1) OR
              W-ANNO-ASSUNZ > W-CO-ANNO (5)
              GO TO 2700-EX
           END-IF.
           COMPUTE W-IND-COORTE = W-ANNO-ASSUNZ - W-CO-ANNO (1) + 1.
           ADD 1 TO W-CO-ASSUNTI (W-IND-COORTE).
           PERFORM 2750-VERIFICA-ANNIVERSARIO
                   VARYING W-IND-ANNI FROM 1 BY 1
                   UNTIL W-IND-ANNI > 3.

       2700-EX. EXIT.
      *
      *
       2750-VERIFICA-ANNIVERSARIO SECTION.
      *--------------------------*
           COMPUTE W-AN-AAAA = W-ANNO-ASSUNZ + W-IND-ANNI.
           MOVE W-P-DATA-ASS (5:6) TO W-AN-RESTO.
           IF W-ANNIVERSARIO > W-BR-DATA
              GO TO 2750-EX
           END-IF.
           ADD 1 TO W-CO-MISURABILI (W-IND-COORTE, W-IND-ANNI).
           IF W-P-USCITA = SPACES OR
              W-P-USCITA NOT < W-ANNIVERSARIO
              ADD 1 TO W-CO-RIMASTI (W-IND-COORTE, W-IND-ANNI)
           END-IF.

       2750-EX. EXIT.
      *
      *
      ******************************************************************
      * STAMPA DI UNA FINESTRA: TITOLO CON GLI ESTREMI E UN BLOCCO PER *
      * OGNI TIPO DI DIMENSIONE                                        *
      ******************************************************************
       2800-STAMPA-FINESTRA SECTION.
      *--------------------*
           MOVE W-FI-TITOLO (W-IND-FIN) TO RT-TITOLO.
           MOVE W-FI-INIZIO (W-IND-FIN) TO RT-INIZIO.
           MOVE W-FI-FINE   (W-IND-FIN) TO RT-FINE.
           MOVE R-TITOLO-FIN TO TURNOREP-REC.
           WRITE TURNOREP-REC.
           MOVE R-RIGA-VUOTA TO TURNOREP-REC.
           WRITE TURNOREP-REC.

           PERFORM 2820-STAMPA-DIMENSIONE
                   VARYING W-IND-TIPO FROM 1 BY 1
                   UNTIL W-IND-TIPO > 5.

       2800-EX. EXIT.
      *
      *
       2820-STAMPA-DIMENSIONE SECTION.
      *----------------------*
           MOVE W-TD-TITOLO (W-IND-TIPO) TO RD-TITOLO.
           MOVE R-TITOLO-DIM   TO TURNOREP-REC.
           WRITE TURNOREP-REC.
           MOVE R-INTESTAZ-DIM TO TURNOREP-REC.
           WRITE TURNOREP-REC.

           MOVE 0 TO W-CONTA-RIGHE.
           PERFORM 2840-STAMPA-VOCE
                   VARYING W-IND-VOCE FROM 1 BY 1
                   UNTIL W-IND-VOCE > W-NUM-VOCI.
           IF W-CONTA-RIGHE = 0
              MOVE R-RIGA-NESSUNA TO TURNOREP-REC
              WRITE TURNOREP-REC
           END-IF.
           ADD W-CONTA-RIGHE TO W-BR-SCRITTI.
           MOVE R-RIGA-VUOTA TO TURNOREP-REC.
           WRITE TURNOREP-REC.

       2820-EX. EXIT.
      *
      *
      ******************************************************************
      * RIGA DI UNA VOCE DELLA FINESTRA E DEL TIPO IN STAMPA: ORGANICO *
      * MEDIO, USCITE PER CAUSA E TASSI (N.D. SENZA FOTOGRAFIE)        *
      ******************************************************************
       2840-STAMPA-VOCE SECTION.
      *----------------*
           SET IND-VOCE TO W-IND-VOCE.
           IF W-VO-FIN (IND-VOCE)  NOT = W-IND-FIN OR
              W-VO-TIPO (IND-VOCE) NOT = W-TD-TIPO (W-IND-TIPO)
              GO TO 2840-EX
           END-IF.
           ADD 1 TO W-CONTA-RIGHE.

           IF W-FI-NSNAP (W-IND-FIN, W-IND-TIPO) > 0
              COMPUTE W-ORG-MEDIO ROUNDED =
                      W-VO-SOMMA-ORG (IND-VOCE) /
                      W-FI-NSNAP (W-IND-FIN, W-IND-TIPO)
           ELSE
              MOVE 0 TO W-ORG-MEDIO
           END-IF.
           COMPUTE W-USCITE = W-VO-VOL (IND-VOCE)
                            + W-VO-INV (IND-VOCE)
                            + W-VO-NCL (IND-VOCE).

           MOVE W-VO-CHIAVE (IND-VOCE) TO RR-CHIAVE.
           PERFORM 2850-DESCRIVI-VOCE.
           MOVE W-ORG-MEDIO            TO RR-ORG-MEDIO.
           MOVE W-USCITE               TO RR-USCITE.
           MOVE W-VO-VOL (IND-VOCE)    TO RR-VOL.
           MOVE W-VO-INV (IND-VOCE)    TO RR-INV.
           MOVE W-VO-NCL (IND-VOCE)    TO RR-NCL.
           IF W-ORG-MEDIO > 0
              MOVE SPACES TO RR-TASSI-X
              COMPUTE W-TASSO ROUNDED =
                      W-USCITE * 100 / W-ORG-MEDIO
              MOVE W-TASSO TO RR-TURN
              COMPUTE W-TASSO ROUNDED =
                      W-VO-VOL (IND-VOCE) * 100 / W-ORG-MEDIO
              MOVE W-TASSO TO RR-TURN-VOL
              COMPUTE W-TASSO ROUNDED =
                      W-VO-INV (IND-VOCE) * 100 / W-ORG-MEDIO
              MOVE W-TASSO TO RR-TURN-INV
           ELSE
              MOVE '   N.D.    N.D.    N.D.' TO RR-TASSI-X
           END-IF.
           MOVE R-RIGA-DIM TO TURNOREP-REC.
           WRITE TURNOREP-REC.

       2840-EX. EXIT.
      *
      *
      ******************************************************************
      * DESCRIZIONE DELLA CHIAVE: ANAGRAFICHE CWDIPART/CWQUALIF (SPAZI *
      * SE IL CODICE NON E' CENSITO) O TESTO FISSO                     *
      ******************************************************************
       2850-DESCRIVI-VOCE SECTION.
      *------------------*
           MOVE SPACES TO RR-DESCR.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           EVALUATE W-VO-TIPO (IND-VOCE)
              WHEN 'T'
                 MOVE 'TUTTI I DIPENDENTI'        TO RR-DESCR
              WHEN 'D'
                 MOVE W-VO-CHIAVE (IND-VOCE)
                   TO CODICE OF DCL-CWDIPART
                 EXEC SQL SELECT DESCRIZIONE
                            INTO :DCL-CWDIPART.DESCRIZIONE
                            FROM CPS04.CWDIPART
                           WHERE CODICE = :DCL-CWDIPART.CODICE
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE DESCRIZIONE OF DCL-CWDIPART TO RR-DESCR
                 END-IF
              WHEN 'Q'
                 MOVE W-VO-CHIAVE (IND-VOCE)
                   TO CODICE OF DCL-CPSQUA
                 EXEC SQL SELECT DESCRIZIONE
                            INTO :DCL-CPSQUA.DESCRIZIONE
                            FROM CPS04.CWQUALIF
                           WHERE CODICE = :DCL-CPSQUA.CODICE
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE DESCRIZIONE OF DCL-CPSQUA TO RR-DESCR
                 END-IF
              WHEN 'A'
                 MOVE 'ANNI DI SERVIZIO COMPIUTI' TO RR-DESCR
              WHEN 'K'
                 EVALUATE W-VO-CHIAVE (IND-VOCE)
                    WHEN 'TI'
                       MOVE 'TEMPO INDETERMINATO'  TO RR-DESCR
                    WHEN 'TD'
                       MOVE 'TEMPO DETERMINATO'    TO RR-DESCR
                    WHEN OTHER
                       MOVE 'SENZA CONTRATTO'      TO RR-DESCR
                 END-EVALUATE
           END-EVALUATE.
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

       2850-EX. EXIT.
      *
      *
      ******************************************************************
      * RETENTION DELLE COORTI: UNA RIGA PER ANNO DI ASSUNZIONE CON    *
      * MISURABILI, RIMASTI E PERCENTUALE A 1, 2 E 3 ANNI ('-' SE      *
      * NESSUN ANNIVERSARIO E' ANCORA RAGGIUNTO)                       *
      ******************************************************************
       2870-STAMPA-COORTI SECTION.
      *------------------*
           MOVE R-TITOLO-COORTI     TO TURNOREP-REC.
           WRITE TURNOREP-REC.
           MOVE R-INTESTAZ-COORTI-1 TO TURNOREP-REC.
           WRITE TURNOREP-REC.
           MOVE R-INTESTAZ-COORTI-2 TO TURNOREP-REC.
           WRITE TURNOREP-REC.

           PERFORM 2880-STAMPA-COORTE
                   VARYING W-IND-COORTE FROM 1 BY 1
                   UNTIL W-IND-COORTE > 5.

       2870-EX. EXIT.
      *
      *
       2880-STAMPA-COORTE SECTION.
      *------------------*
           MOVE SPACES                       TO R-RIGA-COORTE.
           MOVE W-CO-ANNO (W-IND-COORTE)     TO RK-ANNO.
           MOVE W-CO-ASSUNTI (W-IND-COORTE)  TO RK-ASSUNTI.
           PERFORM 2890-STAMPA-ANNIVERSARIO
                   VARYING W-IND-ANNI FROM 1 BY 1
                   UNTIL W-IND-ANNI > 3.
           MOVE R-RIGA-COORTE TO TURNOREP-REC.
           WRITE TURNOREP-REC.
           ADD 1 TO W-BR-SCRITTI.

       2880-EX. EXIT.
      *
      *
       2890-STAMPA-ANNIVERSARIO SECTION.
      *------------------------*
           MOVE W-CO-MISURABILI (W-IND-COORTE, W-IND-ANNI)
             TO RK-MISURABILI (W-IND-ANNI).
           MOVE W-CO-RIMASTI (W-IND-COORTE, W-IND-ANNI)
             TO RK-RIMASTI (W-IND-ANNI).
           IF W-CO-MISURABILI (W-IND-COORTE, W-IND-ANNI) > 0
              COMPUTE W-PERC-RET ROUNDED =
                      W-CO-RIMASTI (W-IND-COORTE, W-IND-ANNI) * 100 /
                      W-CO-MISURABILI (W-IND-COORTE, W-IND-ANNI)
              MOVE W-PERC-RET TO RK-PERC (W-IND-ANNI)
           ELSE
              MOVE '    -'    TO RK-PERC-X (W-IND-ANNI)
           END-IF.

       2890-EX. EXIT.
      *
      *
      ******************************************************************
      * RICERCA (O INSERIMENTO IN CODA) DELLA VOCE PER FINESTRA, TIPO  *
      * E CHIAVE; OLTRE LE 300 VOCI LA VOCE NON VIENE CONTATA          *
      ******************************************************************
       2900-TROVA-VOCE SECTION.
      *---------------*
           SET VOCE-NON-TROVATA TO TRUE.
           SET IND-VOCE TO 1.
           SEARCH W-VOCE
              AT END
                 IF W-NUM-VOCI < 300
                    ADD 1 TO W-NUM-VOCI
                    SET IND-VOCE TO W-NUM-VOCI
                    MOVE W-CE-FIN    TO W-VO-FIN (IND-VOCE)
                    MOVE W-CE-TIPO   TO W-VO-TIPO (IND-VOCE)
                    MOVE W-CE-CHIAVE TO W-VO-CHIAVE (IND-VOCE)
                    SET VOCE-TROVATA TO TRUE
                 ELSE
                    DISPLAY '** CX88DEMO - TABELLA VOCI PIENA: '
                            W-CE-TIPO ' ' W-CE-CHIAVE
                 END-IF
              WHEN W-VO-FIN (IND-VOCE)    = W-CE-FIN  AND
                   W-VO-TIPO (IND-VOCE)   = W-CE-TIPO AND
                   W-VO-CHIAVE (IND-VOCE) = W-CE-CHIAVE
                 SET VOCE-TROVATA TO TRUE
           END-SEARCH.

       2900-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE TURNOREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-LETTI TO W-BR-LETTI
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
           DISPLAY 'CX88DEMO - PERSONE ELABORATE          : '
                   W-CONTA-LETTI.
           DISPLAY 'CX88DEMO - USCITE CONTATE NELLE FINESTRE: '
                   W-USCITE-TOT.

           CLOSE TURNOREP.

           MOVE W-CONTA-LETTI TO W-BR-LETTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
