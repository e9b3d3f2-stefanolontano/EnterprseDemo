       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY05DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : RAPPORTO BIENNALE SULLA SITUAZIONE DEL       *
      *                   PERSONALE MASCHILE E FEMMINILE               *
      * TIPO OPERAZIONE : BATCH DI STAMPA SU SPOOL E FILE DI INVIO     *
      * TABELLE USATE   : CPS04.CWDIPENDENTI, CPS04.CWQUALIF,          *
      *                   CPS04.CWCARRIE, CPS04.CWCESSAZ,              *
      *                   CPS04.CWISCRIZ, CPS04.CWPARTT,               *
      *                   CPS04.CWRETRIB, CPS04.CWRETSTO,              *
      *                   ARCHIVIO (VSAM), SPOOLF (VSAM)               *
      * FILE PRODOTTI   : PARITFIL (TRACCIATO MINISTERIALE)            *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * LE AZIENDE OLTRE I 50 DIPENDENTI PRESENTANO OGNI DUE ANNI IL   *
      * RAPPORTO SUL PERSONALE MASCHILE E FEMMINILE. IL BATCH VA       *
      * LANCIATO NELL'ANNO SUCCESSIVO AL BIENNIO, CHE COPRE I DUE ANNI *
      * SOLARI PRECEDENTI QUELLO DI LANCIO. PER QUALIFICA E SESSO:     *
      *   - ORGANICO A FINE BIENNIO (ASSUNTI ENTRO LA FINE E NON       *
      *     CESSATI ENTRO LA FINE) E, DI ESSO, I PART-TIME CWPARTT     *
      *   - ASSUNZIONI DEL BIENNIO (DATA_ASSUNZIONE CWDIPENDENTI)      *
      *   - CESSAZIONI ESEGUITE NEL BIENNIO (CWCESSAZ, DATI DELLA      *
      *     MATRICOLA DA CWDIPENDENTI O, SE CANCELLATA, DA ARCHIVIO)   *
      *   - PROMOZIONI: NUOVE QUALIFICHE CWCARRIE APERTE NEL BIENNIO   *
      *     DOPO UNA QUALIFICA PRECEDENTE (CONTATE SULLA NUOVA)        *
      *   - FORMAZIONE: PERSONE E CORSI COMPLETATI NEL BIENNIO         *
      *     (CWISCRIZ)                                                 *
      *   - RETRIBUZIONE MEDIA DELL'ORGANICO: RETRIB_BASE IN VIGORE A  *
      *     FINE BIENNIO (CWRETRIB/CWRETSTO, COME CX38DEMO)            *
      * LA QUALIFICA E' QUELLA ATTUALE DELLA MATRICOLA. IL SESSO NON E'*
      * CENSITO: SI RICAVA DAL CODICE FISCALE CON LA REGOLA DI         *
      * IET012CT (CW12DEMO), GIORNO DI NASCITA + 40 = FEMMINA, DOPO    *
      * AVER RIPORTATO A CIFRA LE LETTERE DI OMOCODIA. LE MATRICOLE    *
      * CON CODICE FISCALE NON DECODIFICABILE SONO ESCLUSE E ELENCATE  *
      * A SYSOUT.                                                      *
      * IL TABULATO VA SU SPOOLF (RITIRO CON CW43DEMO); IL FILE        *
      * PARITFIL HA UNA RIGA 'D' PER QUALIFICA E SESSO E UNA RIGA 'T'  *
      * DI TOTALE PER SESSO, NELL'ORDINE DEI CAMPI DEL MODELLO         *
      * MINISTERIALE.                                                  *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARITFIL       ASSIGN TO PARITFIL
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-PARITFIL.

           SELECT ARCHIVIO       ASSIGN TO ARCHIVIO
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS RANDOM
                                 RECORD KEY   IS FD-VS-KEY
                                 FILE STATUS  IS W-FS-ARCHIVIO.

           SELECT SPOOL          ASSIGN TO SPOOLF
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS RANDOM
                                 RECORD KEY   IS FD-SP-KEY
                                 FILE STATUS  IS W-FS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
      * ---
      * TRACCIATO MINISTERIALE: UNA RIGA 'D' PER QUALIFICA E SESSO,
      * UNA RIGA 'T' DI TOTALE PER SESSO (QUALIFICA E DESCRIZIONE
      * A SPAZI)
      * ---
       FD  PARITFIL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  PARITFIL-REC.
           05  PA-TIPO-REC                PIC X(1).
           05  FILLER                     PIC X(1).
           05  PA-ANNO-INIZIO             PIC 9(4).
           05  FILLER                     PIC X(1).
           05  PA-ANNO-FINE               PIC 9(4).
           05  FILLER                     PIC X(1).
           05  PA-QUALIFICA               PIC X(8).
           05  FILLER                     PIC X(1).
           05  PA-DESCRIZIONE             PIC X(30).
           05  FILLER                     PIC X(1).
           05  PA-SESSO                   PIC X(1).
           05  FILLER                     PIC X(1).
           05  PA-ORGANICO                PIC 9(5).
           05  FILLER                     PIC X(1).
           05  PA-PARTTIME                PIC 9(5).
           05  FILLER                     PIC X(1).
           05  PA-ASSUNTI                 PIC 9(5).
           05  FILLER                     PIC X(1).
           05  PA-CESSATI                 PIC 9(5).
           05  FILLER                     PIC X(1).
           05  PA-PROMOSSI                PIC 9(5).
           05  FILLER                     PIC X(1).
           05  PA-FORMATI                 PIC 9(5).
           05  FILLER                     PIC X(1).
           05  PA-CORSI                   PIC 9(5).
           05  FILLER                     PIC X(1).
           05  PA-RETRIB-MEDIA            PIC 9(7)V99.
           05  FILLER                     PIC X(15).

       FD  ARCHIVIO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS.
       01  FD-VS-ARCHIVIO.
           05  FD-VS-KEY                  PIC X(5).
           05  FILLER                     PIC X(79).

       FD  SPOOL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 144 CHARACTERS.
       01  FD-SP-RECORD.
           05  FD-SP-KEY                  PIC X(10).
           05  FILLER                     PIC X(134).

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
      *    CONTROLLO STANDARD DI PROPEDEUTICITA' E CALENDARIO DI       *
      *    ESECUZIONE (CPS04.CWBATDIP / CPS04.CWRUNCAL - SEZIONI       *
      *    1905/1906, UGUALI IN TUTTI I BATCH DELLA CATENA)            *
      * -------------------------------------------------------------- *
       01  W-PC-DATA-8.
           05  W-PC-AAAA                  PIC 9(4).
           05  W-PC-MM                    PIC 9(2).
           05  W-PC-GG                    PIC 9(2).
       01  W-PC-DATA.
           05  W-PC-DT-AAAA               PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-PC-DT-MM                 PIC X(2).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-PC-DT-GG                 PIC X(2).
       01  W-PC-PROPEDEUTICO              PIC X(8)    VALUE SPACES.
       01  W-PC-ESITO-RICH                PIC X(1)    VALUE SPACE.
       01  W-PC-CONTA                     PIC S9(9)   COMP VALUE +0.
       01  W-PC-SQLCODE                   PIC S9(3)   COMP VALUE +0.
           88  W-PC-SQLCODE-OK                        VALUE +0.
           88  W-PC-SQLCODE-FINE                      VALUE +100.
       01  W-PC-GIORNI                    PIC X(7)    VALUE SPACES.
       01  W-PC-SALTA-FESTIVI             PIC X(1)    VALUE SPACE.
       01  W-PC-GIORNO-SETT               PIC S9(9)   COMP VALUE +0.
      * -------------------------------------------------------------- *
      *    SPOOL DI STAMPA (VEDI COPY CWSPOO E CW30DEMO)               *
      * -------------------------------------------------------------- *
           COPY CWSPOO.
       01  W-FS-SPOOL                     PIC  X(2)   VALUE ZEROES.
           88  FS-SPOOL-OK                            VALUE '00'.
       01  W-NUM-RUN                      PIC S9(9)   COMP VALUE +0.
       01  W-NUM-RIGA-SPOOL               PIC 9(5)    VALUE ZEROES.
       01  W-RIGA-STAMPA                  PIC X(133)  VALUE SPACES.
       01  W-ORA-ODIERNA                  PIC 9(8)    VALUE ZEROES.
       01  W-DATA-SPOOL-8.
           05  W-SPOOL-AAAA               PIC 9(4).
           05  W-SPOOL-MM                 PIC 9(2).
           05  W-SPOOL-GG                 PIC 9(2).
       01  W-DATA-SPOOL.
           05  W-DT-SPOOL-GG              PIC X(2).
           05  FILLER                     PIC X       VALUE '/'.
           05  W-DT-SPOOL-MM              PIC X(2).
           05  FILLER                     PIC X       VALUE '/'.
           05  W-DT-SPOOL-AAAA            PIC X(4).
      * -------------------------------------------------------------- *
      *    ARCHIVIO DEI DIPENDENTI CANCELLATI (VEDI COPY CWFILE)       *
      * -------------------------------------------------------------- *
           COPY CWFILE.
       01  W-FS-ARCHIVIO                  PIC  X(2)   VALUE ZEROES.
           88  FS-ARCHIVIO-OK                         VALUE '00'.
           88  FS-ARCHIVIO-NOTFND                     VALUE '23'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE VARIABILI HOST                                  *
      * -------------------------------------------------------------- *
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY05DEMO'.
       01  W-FS-PARITFIL                  PIC  X(2)   VALUE ZEROES.
           88  FS-PARITFIL-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-LETTI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SCRITTI                PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-CF-ERRATI              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-NON-TROVATE            PIC S9(7)   COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    BIENNIO DI RIFERIMENTO: I DUE ANNI SOLARI PRECEDENTI        *
      *    QUELLO DI LANCIO                                            *
      * -------------------------------------------------------------- *
       01  W-ANNO-INIZIO                  PIC 9(4)    VALUE ZERO.
       01  W-ANNO-FINE                    PIC 9(4)    VALUE ZERO.
       01  W-INIZIO-BIENNIO.
           05  W-IB-AAAA                  PIC 9(4).
           05  FILLER                     PIC X(6)    VALUE '-01-01'.
       01  W-FINE-BIENNIO.
           05  W-FB-AAAA                  PIC 9(4).
           05  FILLER                     PIC X(6)    VALUE '-12-31'.
      * ---
      * MATRICOLA IN ESAME: QUALIFICA, SESSO E RIGA DA ACCUMULARE
      * ---
       01  W-MATRICOLA                    PIC S9(5)   COMP-3 VALUE 0.
       01  W-MATRICOLA-ED                 PIC 9(5)    VALUE ZEROES.
       01  W-QUALIFICA                    PIC X(8)    VALUE SPACES.
       01  W-COD-FISC                     PIC X(16)   VALUE SPACES.
       01  W-IN-ORGANICO                  PIC X(1)    VALUE 'N'.
       01  W-NUM-CORSI                    PIC S9(9)   COMP VALUE +0.
       01  W-CF-GG-SESSO                  PIC X(2)    VALUE SPACES.
       01  W-IND-SESSO                    PIC S9(4)   COMP VALUE +0.
       01  SW-MATRICOLA                   PIC X(1)    VALUE 'N'.
           88  MATRICOLA-TROVATA                      VALUE 'S'.
           88  MATRICOLA-NON-TROVATA                  VALUE 'N'.
       01  SW-SESSO                       PIC X(1)    VALUE 'N'.
           88  SESSO-DECODIFICATO                     VALUE 'S'.
       01  W-RETRIB-DECOR                 PIC X(10)   VALUE SPACES.
       01  W-RETSTO-DECOR                 PIC X(10)   VALUE SPACES.
       01  W-RETRIB-FINE                  PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-RETRIB-MEDIA                 PIC S9(7)V99 COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    TABELLA CONTATORI PER QUALIFICA (CARICATA DA CWQUALIF IN    *
      *    ORDINE DI CODICE) E SESSO (1 = MASCHI, 2 = FEMMINE), PIU'   *
      *    LA RIGA DI TOTALE PER SESSO                                 *
      * -------------------------------------------------------------- *
       01  W-NUM-QUALIFICHE               PIC 9(03)   VALUE 0.
       01  W-TAB-QUALIF.
           05  W-QUALIFICHE OCCURS 60 TIMES INDEXED BY IND-QUA.
               10  W-TQ-CODICE            PIC X(8).
               10  W-TQ-DESCRIZIONE       PIC X(30).
               10  W-TQ-SESSO OCCURS 2 TIMES INDEXED BY IND-SES.
                   15  W-TQ-ORGANICO      PIC 9(05).
                   15  W-TQ-PARTTIME      PIC 9(05).
                   15  W-TQ-ASSUNTI       PIC 9(05).
                   15  W-TQ-CESSATI       PIC 9(05).
                   15  W-TQ-PROMOSSI      PIC 9(05).
                   15  W-TQ-FORMATI       PIC 9(05).
                   15  W-TQ-CORSI         PIC 9(05).
                   15  W-TQ-RETRIB        PIC 9(11)V99.
       01  W-TAB-TOTALI.
           05  W-TOT-SESSO OCCURS 2 TIMES INDEXED BY IND-TOT.
               10  W-TT-ORGANICO          PIC 9(05).
               10  W-TT-PARTTIME          PIC 9(05).
               10  W-TT-ASSUNTI           PIC 9(05).
               10  W-TT-CESSATI           PIC 9(05).
               10  W-TT-PROMOSSI          PIC 9(05).
               10  W-TT-FORMATI           PIC 9(05).
               10  W-TT-CORSI             PIC 9(05).
               10  W-TT-RETRIB            PIC 9(11)V99.
       01  W-TAB-SIGLE-SESSO.
           05  FILLER                     PIC X(1)    VALUE 'M'.
           05  FILLER                     PIC X(1)    VALUE 'F'.
       01  W-SIGLE-SESSO REDEFINES W-TAB-SIGLE-SESSO.
           05  W-SIGLA-SESSO OCCURS 2 TIMES PIC X(1).

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1                   PIC X(133) VALUE
           'RAPPORTO BIENNALE SULLA SITUAZIONE DEL PERSONALE MASCHILE E
      -    'FEMMINILE'.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(12)  VALUE
               'BIENNIO DAL '.
           05  RI-INIZIO                  PIC X(10).
           05  FILLER                     PIC X(4)   VALUE ' AL '.
           05  RI-FINE                    PIC X(10).
           05  FILLER                     PIC X(38)  VALUE
               ' - ORGANICO E RETRIBUZIONE A FINE BIE'.
           05  FILLER                     PIC X(59)  VALUE 'NNIO'.
       01  R-INTESTAZ-3.
           05  FILLER                     PIC X(10)  VALUE 'QUALIFICA'.
           05  FILLER                     PIC X(22)  VALUE
               'DESCRIZIONE'.
           05  FILLER                     PIC X(1)   VALUE 'S'.
           05  FILLER                     PIC X(8)   VALUE '  ORGAN.'.
           05  FILLER                     PIC X(8)   VALUE '  P.TIME'.
           05  FILLER                     PIC X(8)   VALUE '  ASSUN.'.
           05  FILLER                     PIC X(8)   VALUE '  CESSAZ'.
           05  FILLER                     PIC X(8)   VALUE '  PROMOZ'.
           05  FILLER                     PIC X(8)   VALUE '  FORMAT'.
           05  FILLER                     PIC X(8)   VALUE '   CORSI'.
           05  FILLER                     PIC X(15)  VALUE
               '    RETR. MEDIA'.
           05  FILLER                     PIC X(29)  VALUE SPACES.
       01  R-RIGA-DETT.
           05  RD-QUALIFICA               PIC X(8).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-DESCRIZIONE             PIC X(20).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-SESSO                   PIC X(1).
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RD-ORGANICO                PIC ZZZZ9.
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RD-PARTTIME                PIC ZZZZ9.
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RD-ASSUNTI                 PIC ZZZZ9.
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RD-CESSATI                 PIC ZZZZ9.
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RD-PROMOSSI                PIC ZZZZ9.
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RD-FORMATI                 PIC ZZZZ9.
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RD-CORSI                   PIC ZZZZ9.
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RD-RETRIB-MEDIA            PIC Z.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(29)  VALUE SPACES.
       01  R-RIGA-ESCLUSE.
           05  FILLER                     PIC X(40)  VALUE
               'MATRICOLE ESCLUSE PER CODICE FISCALE NON'.
           05  FILLER                     PIC X(17)  VALUE
               ' DECODIFICABILE: '.
           05  RE-CF-ERRATI               PIC ZZZZ9.
           05  FILLER                     PIC X(71)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWBDIP  END-EXEC.

           EXEC SQL  INCLUDE CWRCAL  END-EXEC.

      * -------------------------------------------------------------- *
      * PREREQUISITI CENSITI PER QUESTO PROGRAMMA (SEZIONE 1905)       *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-BDIP CURSOR FOR
                    SELECT  PGM_PROPEDEUTICO,
                            ESITO_RICHIESTO
                    FROM CPS04.CWBATDIP
                    WHERE NOME_PGM = :W-NOME-PGM
           END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWQUALI END-EXEC.

           EXEC SQL  INCLUDE CWCARR  END-EXEC.

           EXEC SQL  INCLUDE CWPTT   END-EXEC.

           EXEC SQL  INCLUDE CWRETR  END-EXEC.

           EXEC SQL  INCLUDE CWRETS  END-EXEC.

      * -------------------------------------------------------------- *
      * QUALIFICHE CENSITE, IN ORDINE DI CODICE                        *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-QUA05 CURSOR FOR
                    SELECT  CODICE,
                            DESCRIZIONE
                    FROM    CPS04.CWQUALIF
                    ORDER BY CODICE
           END-EXEC.

      * -------------------------------------------------------------- *
      * MATRICOLE ASSUNTE ENTRO LA FINE DEL BIENNIO, CON L'INDICATORE  *
      * DI PRESENZA IN ORGANICO A FINE BIENNIO (NESSUNA CESSAZIONE     *
      * ESEGUITA ENTRO LA FINE, E ANCORA ATTIVE O CESSATE DOPO)        *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-DIP05 CURSOR FOR
                    SELECT  D.COD_MATRICOLA_DIP,
                            D.QUALIFICA_INTERNA,
                            D.COD_FISC,
                            D.DATA_ASSUNZIONE,
                            CASE
                            WHEN NOT EXISTS
                                (SELECT 1
                                   FROM CPS04.CWCESSAZ C
                                  WHERE C.COD_MATRICOLA_DIP =
                                        D.COD_MATRICOLA_DIP
                                    AND C.STATO_CESSAZIONE = 'E'
                                    AND C.DATA_CESSAZIONE <=
                                        :W-FINE-BIENNIO)
                             AND (D.STATO_DIPENDENTE = 'A'
                                  OR EXISTS
                                 (SELECT 1
                                    FROM CPS04.CWCESSAZ C
                                   WHERE C.COD_MATRICOLA_DIP =
                                         D.COD_MATRICOLA_DIP
                                     AND C.STATO_CESSAZIONE = 'E'
                                     AND C.DATA_CESSAZIONE >
                                         :W-FINE-BIENNIO))
                            THEN 'S' ELSE 'N' END
                    FROM    CPS04.CWDIPENDENTI D
                    WHERE   D.DATA_ASSUNZIONE <= :W-FINE-BIENNIO
                    ORDER BY D.COD_MATRICOLA_DIP
           END-EXEC.

      * -------------------------------------------------------------- *
      * CESSAZIONI ESEGUITE NEL BIENNIO                                *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-CES05 CURSOR FOR
                    SELECT  COD_MATRICOLA_DIP
                    FROM    CPS04.CWCESSAZ
                    WHERE   STATO_CESSAZIONE = 'E'
                    AND     DATA_CESSAZIONE BETWEEN :W-INIZIO-BIENNIO
                                                AND :W-FINE-BIENNIO
                    ORDER BY COD_MATRICOLA_DIP
           END-EXEC.

      * -------------------------------------------------------------- *
      * PROMOZIONI: QUALIFICHE APERTE NEL BIENNIO CHE SUBENTRANO A UNA *
      * QUALIFICA DIVERSA DELLA STESSA MATRICOLA                       *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-PRO05 CURSOR FOR
                    SELECT  N.COD_MATRICOLA_DIP,
                            N.QUALIFICA_INTERNA
                    FROM    CPS04.CWCARRIE N
                    WHERE   N.DATA_INIZIO BETWEEN :W-INIZIO-BIENNIO
                                              AND :W-FINE-BIENNIO
                    AND     EXISTS
                           (SELECT 1
                              FROM CPS04.CWCARRIE P
                             WHERE P.COD_MATRICOLA_DIP =
                                   N.COD_MATRICOLA_DIP
                               AND P.DATA_INIZIO < N.DATA_INIZIO
                               AND P.QUALIFICA_INTERNA <>
                                   N.QUALIFICA_INTERNA)
                    ORDER BY N.COD_MATRICOLA_DIP,
                             N.DATA_INIZIO
           END-EXEC.

      * -------------------------------------------------------------- *
      * FORMAZIONE: CORSI COMPLETATI NEL BIENNIO PER MATRICOLA         *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-FOR05 CURSOR FOR
                    SELECT  COD_MATRICOLA_DIP,
                            COUNT(*)
                    FROM    CPS04.CWISCRIZ
                    WHERE   DATA_COMPLETAMENTO
                            BETWEEN :W-INIZIO-BIENNIO
                                AND :W-FINE-BIENNIO
                    GROUP BY COD_MATRICOLA_DIP
                    ORDER BY COD_MATRICOLA_DIP
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
      * ---
      * CONTROLLI STANDARD DI AVVIABILITA' (PROPEDEUTICITA' E
      * CALENDARIO DI ESECUZIONE)
      * ---
           PERFORM 1905-CONTROLLA-PROPEDEUTICO.
           PERFORM 1906-CONTROLLA-CALENDARIO.
           PERFORM 1900-REGISTRA-INIZIO.

           COMPUTE W-ANNO-INIZIO = W-BR-AAAA - 2.
           COMPUTE W-ANNO-FINE   = W-BR-AAAA - 1.
           MOVE W-ANNO-INIZIO TO W-IB-AAAA.
           MOVE W-ANNO-FINE   TO W-FB-AAAA.

           OPEN OUTPUT PARITFIL.
           IF NOT FS-PARITFIL-OK
              DISPLAY '** ERRORE OPEN PARITFIL, FILE STATUS: '
                      W-FS-PARITFIL
              STOP RUN
           END-IF.

           OPEN INPUT ARCHIVIO.
           IF NOT FS-ARCHIVIO-OK
              DISPLAY '** ERRORE OPEN ARCHIVIO, FILE STATUS: '
                      W-FS-ARCHIVIO
              STOP RUN
           END-IF.

           OPEN I-O SPOOL.
           IF NOT FS-SPOOL-OK
              DISPLAY '** ERRORE OPEN SPOOLF, FILE STATUS: '
                      W-FS-SPOOL
              STOP RUN
           END-IF.
           PERFORM 2910-APRI-RUN-SPOOL.

           INITIALIZE W-TAB-QUALIF W-TAB-TOTALI.
           PERFORM 1200-CARICA-QUALIFICHE.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * CARICAMENTO DELLE QUALIFICHE CENSITE: IL TABULATO E IL FILE    *
      * ESCONO IN ORDINE DI CODICE. LE QUALIFICHE TROVATE SULLE        *
      * MATRICOLE MA NON CENSITE VENGONO AGGIUNTE IN CODA (SEZ. 2700)  *
      ******************************************************************
       1200-CARICA-QUALIFICHE SECTION.
      *----------------------*
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-QUA05 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 1210-FETCH-QUALIFICA UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-QUA05 END-EXEC.

       1200-EX. EXIT.
      *
      *
       1210-FETCH-QUALIFICA SECTION.
      *--------------------*
           EXEC SQL FETCH CUR-QUA05
                    INTO  :DCL-CPSQUA.CODICE,
                          :DCL-CPSQUA.DESCRIZIONE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              GO TO 1210-EX
           END-IF.

           IF W-NUM-QUALIFICHE < 60
              ADD 1 TO W-NUM-QUALIFICHE
              SET IND-QUA TO W-NUM-QUALIFICHE
              MOVE CODICE      OF DCL-CPSQUA TO W-TQ-CODICE (IND-QUA)
              MOVE DESCRIZIONE OF DCL-CPSQUA
                                     TO W-TQ-DESCRIZIONE (IND-QUA)
           ELSE
              DISPLAY 'CY05DEMO - TABELLA QUALIFICHE PIENA, ESCLUSA: '
                      CODICE OF DCL-CPSQUA
           END-IF.

       1210-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-DIP05 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2100-FETCH-DIPENDENTE UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-DIP05 END-EXEC.

           EXEC SQL OPEN CUR-CES05 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2200-FETCH-CESSAZIONE UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-CES05 END-EXEC.

           EXEC SQL OPEN CUR-PRO05 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2300-FETCH-PROMOZIONE UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-PRO05 END-EXEC.

           EXEC SQL OPEN CUR-FOR05 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2400-FETCH-FORMAZIONE UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-FOR05 END-EXEC.

       2000-EX. EXIT.
      *
      *
      ******************************************************************
      * MATRICOLA ASSUNTA ENTRO LA FINE DEL BIENNIO: ASSUNZIONE SE LA  *
      * DATA CADE NEL BIENNIO; SE IN ORGANICO A FINE BIENNIO CONTA     *
      * NELL'ORGANICO, NEI PART-TIME E NELLA RETRIBUZIONE              *
      ******************************************************************
       2100-FETCH-DIPENDENTE SECTION.
      *---------------------*
           EXEC SQL FETCH CUR-DIP05
                    INTO  :DCL-CPSDIP.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.QUALIFICA-INTERNA,
                          :DCL-CPSDIP.COD-FISC,
                          :DCL-CPSDIP.DATA-ASSUNZIONE,
                          :W-IN-ORGANICO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              GO TO 2100-EX
           END-IF.
           ADD 1 TO W-CONTA-LETTI.

           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO W-MATRICOLA.
           MOVE QUALIFICA-INTERNA OF DCL-CPSDIP TO W-QUALIFICA.
           MOVE COD-FISC          OF DCL-CPSDIP TO W-COD-FISC.
           PERFORM 2800-DECODIFICA-SESSO.
           IF NOT SESSO-DECODIFICATO
              MOVE W-MATRICOLA TO W-MATRICOLA-ED
              DISPLAY 'CY05DEMO - MATRICOLA ' W-MATRICOLA-ED
                      ' ESCLUSA, CODICE FISCALE NON DECODIFICABILE: '
                      W-COD-FISC
              ADD 1 TO W-CONTA-CF-ERRATI
              GO TO 2100-EX
           END-IF.
           PERFORM 2700-CERCA-QUALIFICA.
           IF IND-QUA > W-NUM-QUALIFICHE
              GO TO 2100-EX
           END-IF.

           IF DATA-ASSUNZIONE OF DCL-CPSDIP >= W-INIZIO-BIENNIO
              ADD 1 TO W-TQ-ASSUNTI (IND-QUA, IND-SES)
           END-IF.

           IF W-IN-ORGANICO = 'S'
              ADD 1 TO W-TQ-ORGANICO (IND-QUA, IND-SES)
              EXEC SQL SELECT PERC_PARTTIME
                         INTO :DCL-CWPARTT.PERC-PARTTIME
                         FROM CPS04.CWPARTT
                        WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
              END-EXEC
              IF SQLCODE = 0 AND
                 PERC-PARTTIME OF DCL-CWPARTT < 100
                 ADD 1 TO W-TQ-PARTTIME (IND-QUA, IND-SES)
              END-IF
              PERFORM 2150-RETRIB-FINE-BIENNIO
              ADD W-RETRIB-FINE TO W-TQ-RETRIB (IND-QUA, IND-SES)
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * RETRIBUZIONE IN VIGORE A FINE BIENNIO: LA DECORRENZA PIU'      *
      * RECENTE, NON SUCCESSIVA ALLA FINE, TRA CWRETRIB E CWRETSTO     *
      ******************************************************************
       2150-RETRIB-FINE-BIENNIO SECTION.
      *------------------------*
           MOVE 0      TO W-RETRIB-FINE.
           MOVE SPACES TO W-RETRIB-DECOR W-RETSTO-DECOR.
           EXEC SQL SELECT RETRIB_BASE,
                           DATA_DECORRENZA
                      INTO :DCL-CWRETRIB.RETRIB-BASE,
                           :DCL-CWRETRIB.DATA-DECORRENZA
                      FROM  CPS04.CWRETRIB
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_DECORRENZA <= :W-FINE-BIENNIO
           END-EXEC.
           IF SQLCODE = 0
              MOVE DATA-DECORRENZA OF DCL-CWRETRIB TO W-RETRIB-DECOR
           END-IF.
           EXEC SQL SELECT RETRIB_BASE,
                           DATA_DECORRENZA
                      INTO :DCL-CWRETSTO.RETRIB-BASE,
                           :DCL-CWRETSTO.DATA-DECORRENZA
                      FROM  CPS04.CWRETSTO
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_DECORRENZA <= :W-FINE-BIENNIO
                     ORDER BY DATA_DECORRENZA DESC
                     FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
              MOVE DATA-DECORRENZA OF DCL-CWRETSTO TO W-RETSTO-DECOR
           END-IF.
           IF W-RETSTO-DECOR > W-RETRIB-DECOR
              MOVE RETRIB-BASE OF DCL-CWRETSTO TO W-RETRIB-FINE
           ELSE
              IF W-RETRIB-DECOR NOT = SPACES
                 MOVE RETRIB-BASE OF DCL-CWRETRIB TO W-RETRIB-FINE
              END-IF
           END-IF.

       2150-EX. EXIT.
      *
      *
      ******************************************************************
      * CESSAZIONE ESEGUITA NEL BIENNIO                                *
      ******************************************************************
       2200-FETCH-CESSAZIONE SECTION.
      *---------------------*
           EXEC SQL FETCH CUR-CES05
                    INTO  :W-MATRICOLA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              GO TO 2200-EX
           END-IF.

           PERFORM 2600-DATI-MATRICOLA.
           IF MATRICOLA-NON-TROVATA
              GO TO 2200-EX
           END-IF.
           PERFORM 2800-DECODIFICA-SESSO.
           IF NOT SESSO-DECODIFICATO
              GO TO 2200-EX
           END-IF.
           PERFORM 2700-CERCA-QUALIFICA.
           IF IND-QUA NOT > W-NUM-QUALIFICHE
              ADD 1 TO W-TQ-CESSATI (IND-QUA, IND-SES)
           END-IF.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * PROMOZIONE NEL BIENNIO, CONTATA SULLA NUOVA QUALIFICA          *
      ******************************************************************
       2300-FETCH-PROMOZIONE SECTION.
      *---------------------*
           EXEC SQL FETCH CUR-PRO05
                    INTO  :W-MATRICOLA,
                          :DCL-CWCARRIE.QUALIFICA-INTERNA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              GO TO 2300-EX
           END-IF.

           PERFORM 2600-DATI-MATRICOLA.
           IF MATRICOLA-NON-TROVATA
              GO TO 2300-EX
           END-IF.
           MOVE QUALIFICA-INTERNA OF DCL-CWCARRIE TO W-QUALIFICA.
           PERFORM 2800-DECODIFICA-SESSO.
           IF NOT SESSO-DECODIFICATO
              GO TO 2300-EX
           END-IF.
           PERFORM 2700-CERCA-QUALIFICA.
           IF IND-QUA NOT > W-NUM-QUALIFICHE
              ADD 1 TO W-TQ-PROMOSSI (IND-QUA, IND-SES)
           END-IF.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * FORMAZIONE NEL BIENNIO: UNA PERSONA FORMATA E I SUOI CORSI     *
      ******************************************************************
       2400-FETCH-FORMAZIONE SECTION.
      *---------------------*
           EXEC SQL FETCH CUR-FOR05
                    INTO  :W-MATRICOLA,
                          :W-NUM-CORSI
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              GO TO 2400-EX
           END-IF.

           PERFORM 2600-DATI-MATRICOLA.
           IF MATRICOLA-NON-TROVATA
              GO TO 2400-EX
           END-IF.
           PERFORM 2800-DECODIFICA-SESSO.
           IF NOT SESSO-DECODIFICATO
              GO TO 2400-EX
           END-IF.
           PERFORM 2700-CERCA-QUALIFICA.
           IF IND-QUA NOT > W-NUM-QUALIFICHE
              ADD 1           TO W-TQ-FORMATI (IND-QUA, IND-SES)
              ADD W-NUM-CORSI TO W-TQ-CORSI   (IND-QUA, IND-SES)
           END-IF.

       2400-EX. EXIT.
      *
      *
      ******************************************************************
      * QUALIFICA E CODICE FISCALE DI UNA MATRICOLA: DA CWDIPENDENTI   *
      * O, SE CANCELLATA, DALL'ARCHIVIO VSAM                           *
      ******************************************************************
       2600-DATI-MATRICOLA SECTION.
      *-------------------*
           SET MATRICOLA-TROVATA TO TRUE.
           EXEC SQL SELECT QUALIFICA_INTERNA,
                           COD_FISC
                      INTO :DCL-CPSDIP.QUALIFICA-INTERNA,
                           :DCL-CPSDIP.COD-FISC
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF SQLCODE = 0
              MOVE QUALIFICA-INTERNA OF DCL-CPSDIP TO W-QUALIFICA
              MOVE COD-FISC          OF DCL-CPSDIP TO W-COD-FISC
              GO TO 2600-EX
           END-IF.

           MOVE W-MATRICOLA TO W-MATRICOLA-ED.
           MOVE W-MATRICOLA-ED TO FD-VS-KEY.
           READ ARCHIVIO
              INVALID KEY CONTINUE
           END-READ.
           IF FS-ARCHIVIO-OK
              MOVE FD-VS-ARCHIVIO       TO VS-ARCHIVIO
              MOVE VS-QUALIFICA-INTERNA TO W-QUALIFICA
              MOVE VS-COD-FISCALE       TO W-COD-FISC
           ELSE
              DISPLAY 'CY05DEMO - MATRICOLA ' W-MATRICOLA-ED
                      ' NE'' IN ANAGRAFE NE'' IN ARCHIVIO'
              ADD 1 TO W-CONTA-NON-TROVATE
              SET MATRICOLA-NON-TROVATA TO TRUE
           END-IF.

       2600-EX. EXIT.
      *
      *
      ******************************************************************
      * POSIZIONA IND-QUA SULLA QUALIFICA W-QUALIFICA (AGGIUNTA IN     *
      * CODA SE NON CENSITA) E IND-SES SUL SESSO DECODIFICATO. A       *
      * TABELLA PIENA IND-QUA RESTA OLTRE W-NUM-QUALIFICHE             *
      ******************************************************************
       2700-CERCA-QUALIFICA SECTION.
      *--------------------*
           SET IND-SES TO W-IND-SESSO.
           SET IND-QUA TO 1.
           SEARCH W-QUALIFICHE
              AT END
                 DISPLAY 'CY05DEMO - TABELLA QUALIFICHE PIENA, '
                         'ESCLUSA: ' W-QUALIFICA
                 SET IND-QUA TO 61
              WHEN W-TQ-CODICE (IND-QUA) = W-QUALIFICA
                 CONTINUE
              WHEN IND-QUA > W-NUM-QUALIFICHE
                 ADD 1 TO W-NUM-QUALIFICHE
                 MOVE W-QUALIFICA TO W-TQ-CODICE (IND-QUA)
                 MOVE 'QUALIFICA NON CENSITA'
                                  TO W-TQ-DESCRIZIONE (IND-QUA)
           END-SEARCH.

       2700-EX. EXIT.
      *
      *
      ******************************************************************
      * SESSO DAL CODICE FISCALE CON LA REGOLA DI IET012CT: POSIZIONI  *
      * 10-11 = GIORNO DI NASCITA, PIU' 40 PER LE DONNE. LE LETTERE DI *
      * OMOCODIA (L M N P Q R S T U V) VALGONO LE CIFRE DA 0 A 9       *
      ******************************************************************
       2800-DECODIFICA-SESSO SECTION.
      *---------------------*
           MOVE 'N' TO SW-SESSO.
           MOVE W-COD-FISC (10:2) TO W-CF-GG-SESSO.
           INSPECT W-CF-GG-SESSO
                   CONVERTING 'LMNPQRSTUV' TO '0123456789'.
           IF W-CF-GG-SESSO NOT NUMERIC
              GO TO 2800-EX
           END-IF.
           IF W-CF-GG-SESSO > '40' AND W-CF-GG-SESSO < '72'
              MOVE 2 TO W-IND-SESSO
              SET SESSO-DECODIFICATO TO TRUE
           END-IF.
           IF W-CF-GG-SESSO > '00' AND W-CF-GG-SESSO < '32'
              MOVE 1 TO W-IND-SESSO
              SET SESSO-DECODIFICATO TO TRUE
           END-IF.

       2800-EX. EXIT.
      *
      *
      ******************************************************************
      * SCRITTURA DI UNA RIGA DI TABULATO COME RECORD DI DETTAGLIO DEL *
      * RUN DI SPOOL (VEDI CW43DEMO)                                   *
      ******************************************************************
       2900-SCRIVI-RIGA SECTION.
      *---------------*
           ADD 1                 TO W-NUM-RIGA-SPOOL.
           MOVE SPACES           TO SP-RECORD.
           MOVE W-NUM-RUN        TO SP-NUM-RUN.
           MOVE W-NUM-RIGA-SPOOL TO SP-NUM-RIGA.
           MOVE W-RIGA-STAMPA    TO SP-RIGA-STAMPA.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE SPOOLF, CHIAVE: ' SP-KEY
           END-WRITE.

       2900-EX. EXIT.
      *
      *
      ******************************************************************
      * APERTURA DEL RUN DI SPOOL: NUMERO RUN DAL CONTATORE CWCONTAT   *
      * 'SPOOLRUN' E TESTATA IN STATO 'C' (IN CARICAMENTO)             *
      ******************************************************************
       2910-APRI-RUN-SPOOL SECTION.
      *-------------------*
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'SPOOLRUN'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-NUM-RUN
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'SPOOLRUN'
           END-EXEC.

           ACCEPT W-ORA-ODIERNA FROM TIME.
           ACCEPT W-DATA-SPOOL-8 FROM DATE YYYYMMDD.
           MOVE W-SPOOL-GG   TO W-DT-SPOOL-GG.
           MOVE W-SPOOL-MM   TO W-DT-SPOOL-MM.
           MOVE W-SPOOL-AAAA TO W-DT-SPOOL-AAAA.

           MOVE SPACES           TO SP-RECORD.
           MOVE W-NUM-RUN        TO SP-NUM-RUN.
           MOVE ZEROES           TO SP-NUM-RIGA.
           MOVE 'RAPPORTO PARITA'' ' TO SP-NOME-REPORT.
           MOVE W-DATA-SPOOL     TO SP-DATA-RUN.
           MOVE W-ORA-ODIERNA(1:6) TO SP-ORA-RUN.
           MOVE 'CY05DEMO'      TO SP-UTENTE-RUN.
           MOVE SPACES           TO SP-STAMPANTE.
           MOVE 'C'              TO SP-STATO-RUN.
           MOVE ZEROES           TO SP-TOT-RIGHE.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE TESTATA SPOOLF: ' SP-KEY
           END-WRITE.

       2910-EX. EXIT.
      *
      *
      ******************************************************************
      * CHIUSURA DEL RUN DI SPOOL: TESTATA PORTATA A 'P' (PRONTO) CON  *
      * IL TOTALE RIGHE SCRITTE, DA DISTRIBUIRE AGLI ABBONATI          *
      ******************************************************************
       2920-CHIUDI-RUN-SPOOL SECTION.
      *---------------------*
           MOVE W-NUM-RUN        TO SP-NUM-RUN.
           MOVE ZEROES           TO SP-NUM-RIGA.
           MOVE SP-KEY           TO FD-SP-KEY.
           READ SPOOL
              INVALID KEY
                 DISPLAY '** ERRORE READ TESTATA SPOOLF: ' SP-KEY
           END-READ.
           MOVE FD-SP-RECORD     TO SP-RECORD.
           MOVE 'P'              TO SP-STATO-RUN.
           MOVE 'D'              TO SP-MAIL-RUN.
           MOVE W-NUM-RIGA-SPOOL TO SP-TOT-RIGHE.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           REWRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE REWRITE TESTATA SPOOLF: ' SP-KEY
           END-REWRITE.

       2920-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE PARITFIL.
           CLOSE ARCHIVIO.
           CLOSE SPOOL.
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
      ******************************************************************
      * CONTROLLO STANDARD DI AVVIABILITA', UGUALE IN TUTTI I BATCH    *
      * DELLA CATENA NOTTURNA: LE PROPEDEUTICITA' VENGONO DALLA        *
      * TABELLA CPS04.CWBATDIP (PREREQUISITO ED ESITO CWBATCHRUN       *
      * RICHIESTO NELLA STESSA DATA) E IL CALENDARIO DI ESECUZIONE     *
      * DALLA TABELLA CPS04.CWRUNCAL (GIORNI AMMESSI E SALTO DELLE     *
      * FESTIVITA' CWCALEND). SENZA RIGHE CENSITE IL BATCH PARTE.      *
      * VISTA DI PIANIFICAZIONE DELLA CATENA: CX39DEMO                 *
      ******************************************************************
       1905-CONTROLLA-PROPEDEUTICO SECTION.
      *---------------------------*
           ACCEPT W-PC-DATA-8 FROM DATE YYYYMMDD.
           MOVE W-PC-AAAA TO W-PC-DT-AAAA.
           MOVE W-PC-MM   TO W-PC-DT-MM.
           MOVE W-PC-GG   TO W-PC-DT-GG.

           EXEC SQL OPEN CUR-BDIP END-EXEC.
           MOVE 0 TO W-PC-SQLCODE.
           PERFORM 1907-VERIFICA-PREREQUISITO
                   UNTIL W-PC-SQLCODE-FINE.
           EXEC SQL CLOSE CUR-BDIP END-EXEC.

       1905-EX. EXIT.
      *
      *
       1907-VERIFICA-PREREQUISITO SECTION.
      *--------------------------*
           EXEC SQL FETCH CUR-BDIP
                    INTO :W-PC-PROPEDEUTICO,
                         :W-PC-ESITO-RICH
           END-EXEC.
           MOVE SQLCODE TO W-PC-SQLCODE.
           IF W-PC-SQLCODE-OK
              EXEC SQL SELECT COUNT(*)
                         INTO :W-PC-CONTA
                         FROM CPS04.CWBATCHRUN
                        WHERE NOME_PGM          = :W-PC-PROPEDEUTICO
                        AND   DATA_ELABORAZIONE = :W-PC-DATA
                        AND   ESITO             = :W-PC-ESITO-RICH
              END-EXEC
              IF W-PC-CONTA = 0
                 DISPLAY '** ' W-NOME-PGM ' NON AVVIABILE: '
                         'PREREQUISITO ' W-PC-PROPEDEUTICO
                         ' NON COMPLETATO PER LA DATA ' W-PC-DATA
                 STOP RUN
              END-IF
           END-IF.

       1907-EX. EXIT.
      *
      *
       1906-CONTROLLA-CALENDARIO SECTION.
      *-------------------------*
           EXEC SQL SELECT GIORNI_SETTIMANA, SALTA_FESTIVI
                      INTO :W-PC-GIORNI,
                           :W-PC-SALTA-FESTIVI
                      FROM CPS04.CWRUNCAL
                     WHERE NOME_PGM = :W-NOME-PGM
           END-EXEC.
           IF SQLCODE = +100
              GO TO 1906-EX
           END-IF.

           EXEC SQL SELECT DAYOFWEEK_ISO(DATE(:W-PC-DATA))
                      INTO :W-PC-GIORNO-SETT
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF W-PC-GIORNI (W-PC-GIORNO-SETT:1) NOT = 'S'
              DISPLAY '** ' W-NOME-PGM ' NON PREVISTO OGGI DAL '
                      'CALENDARIO DI ESECUZIONE (CWRUNCAL)'
              STOP RUN
           END-IF.

           IF W-PC-SALTA-FESTIVI = 'S'
              EXEC SQL SELECT COUNT(*)
                         INTO :W-PC-CONTA
                         FROM CPS04.CWCALEND
                        WHERE DATA_FESTA = :W-PC-DATA
              END-EXEC
              IF W-PC-CONTA > 0
                 DISPLAY '** ' W-NOME-PGM ' NON ESEGUITO: GIORNO '
                         'FESTIVO DA CALENDARIO (CWCALEND)'
                 STOP RUN
              END-IF
           END-IF.

       1906-EX. EXIT.
      *
      *
      ******************************************************************
      * TABULATO E FILE MINISTERIALE: PER OGNI QUALIFICA CON ALMENO UN *
      * VALORE, UNA RIGA PER SESSO; IN FONDO I TOTALI PER SESSO        *
      ******************************************************************
       3000-FINE-ELAB SECTION.
      *-----------------------
           MOVE R-INTESTAZ-1      TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-INIZIO-BIENNIO  TO RI-INIZIO.
           MOVE W-FINE-BIENNIO    TO RI-FINE.
           MOVE R-INTESTAZ-2      TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA      TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-3      TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.

           PERFORM 3100-STAMPA-QUALIFICA
                   VARYING IND-QUA FROM 1 BY 1
                   UNTIL IND-QUA > W-NUM-QUALIFICHE.

           MOVE R-RIGA-VUOTA      TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.
           PERFORM 3200-STAMPA-TOTALE
                   VARYING IND-TOT FROM 1 BY 1
                   UNTIL IND-TOT > 2.

           MOVE R-RIGA-VUOTA      TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-CF-ERRATI TO RE-CF-ERRATI.
           MOVE R-RIGA-ESCLUSE    TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.

           PERFORM 2920-CHIUDI-RUN-SPOOL.

           DISPLAY 'CY05DEMO - BIENNIO                   : '
                   W-ANNO-INIZIO '-' W-ANNO-FINE.
           DISPLAY 'CY05DEMO - MATRICOLE LETTE           : '
                   W-CONTA-LETTI.
           DISPLAY 'CY05DEMO - ESCLUSE PER CF            : '
                   W-CONTA-CF-ERRATI.
           DISPLAY 'CY05DEMO - NON TROVATE               : '
                   W-CONTA-NON-TROVATE.
           DISPLAY 'CY05DEMO - RIGHE SCRITTE SU PARITFIL : '
                   W-CONTA-SCRITTI.

           CLOSE PARITFIL.
           CLOSE ARCHIVIO.
           CLOSE SPOOL.

           MOVE W-CONTA-LETTI   TO W-BR-LETTI.
           MOVE W-CONTA-SCRITTI TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
      *
       3100-STAMPA-QUALIFICA SECTION.
      *---------------------*
           IF W-TQ-SESSO (IND-QUA, 1) = ZEROES AND
              W-TQ-SESSO (IND-QUA, 2) = ZEROES
              GO TO 3100-EX
           END-IF.

           PERFORM 3150-STAMPA-SESSO
                   VARYING IND-SES FROM 1 BY 1
                   UNTIL IND-SES > 2.

       3100-EX. EXIT.
      *
      *
      ******************************************************************
      * RIGA DI UNA QUALIFICA PER UN SESSO: TABULATO, RECORD 'D' DEL   *
      * FILE E ACCUMULO NEI TOTALI PER SESSO                           *
      ******************************************************************
       3150-STAMPA-SESSO SECTION.
      *-----------------*
           SET IND-TOT TO IND-SES.
           ADD W-TQ-ORGANICO (IND-QUA, IND-SES)
                              TO W-TT-ORGANICO (IND-TOT).
           ADD W-TQ-PARTTIME (IND-QUA, IND-SES)
                              TO W-TT-PARTTIME (IND-TOT).
           ADD W-TQ-ASSUNTI (IND-QUA, IND-SES)
                              TO W-TT-ASSUNTI (IND-TOT).
           ADD W-TQ-CESSATI (IND-QUA, IND-SES)
                              TO W-TT-CESSATI (IND-TOT).
           ADD W-TQ-PROMOSSI (IND-QUA, IND-SES)
                              TO W-TT-PROMOSSI (IND-TOT).
           ADD W-TQ-FORMATI (IND-QUA, IND-SES)
                              TO W-TT-FORMATI (IND-TOT).
           ADD W-TQ-CORSI (IND-QUA, IND-SES)
                              TO W-TT-CORSI (IND-TOT).
           ADD W-TQ-RETRIB (IND-QUA, IND-SES)
                              TO W-TT-RETRIB (IND-TOT).

           MOVE 0 TO W-RETRIB-MEDIA.
           IF W-TQ-ORGANICO (IND-QUA, IND-SES) > 0
              COMPUTE W-RETRIB-MEDIA ROUNDED =
                      W-TQ-RETRIB (IND-QUA, IND-SES) /
                      W-TQ-ORGANICO (IND-QUA, IND-SES)
           END-IF.

           MOVE W-TQ-CODICE      (IND-QUA) TO RD-QUALIFICA.
           MOVE W-TQ-DESCRIZIONE (IND-QUA) TO RD-DESCRIZIONE.
           MOVE W-SIGLA-SESSO    (IND-SES) TO RD-SESSO.
           MOVE W-TQ-ORGANICO (IND-QUA, IND-SES) TO RD-ORGANICO.
           MOVE W-TQ-PARTTIME (IND-QUA, IND-SES) TO RD-PARTTIME.
           MOVE W-TQ-ASSUNTI  (IND-QUA, IND-SES) TO RD-ASSUNTI.
           MOVE W-TQ-CESSATI  (IND-QUA, IND-SES) TO RD-CESSATI.
           MOVE W-TQ-PROMOSSI (IND-QUA, IND-SES) TO RD-PROMOSSI.
           MOVE W-TQ-FORMATI  (IND-QUA, IND-SES) TO RD-FORMATI.
           MOVE W-TQ-CORSI    (IND-QUA, IND-SES) TO RD-CORSI.
           MOVE W-RETRIB-MEDIA                   TO RD-RETRIB-MEDIA.
           MOVE R-RIGA-DETT TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.

           MOVE SPACES                           TO PARITFIL-REC.
           MOVE 'D'                              TO PA-TIPO-REC.
           MOVE W-ANNO-INIZIO                    TO PA-ANNO-INIZIO.
           MOVE W-ANNO-FINE                      TO PA-ANNO-FINE.
           MOVE W-TQ-CODICE      (IND-QUA)       TO PA-QUALIFICA.
           MOVE W-TQ-DESCRIZIONE (IND-QUA)       TO PA-DESCRIZIONE.
           MOVE W-SIGLA-SESSO    (IND-SES)       TO PA-SESSO.
           MOVE W-TQ-ORGANICO (IND-QUA, IND-SES) TO PA-ORGANICO.
           MOVE W-TQ-PARTTIME (IND-QUA, IND-SES) TO PA-PARTTIME.
           MOVE W-TQ-ASSUNTI  (IND-QUA, IND-SES) TO PA-ASSUNTI.
           MOVE W-TQ-CESSATI  (IND-QUA, IND-SES) TO PA-CESSATI.
           MOVE W-TQ-PROMOSSI (IND-QUA, IND-SES) TO PA-PROMOSSI.
           MOVE W-TQ-FORMATI  (IND-QUA, IND-SES) TO PA-FORMATI.
           MOVE W-TQ-CORSI    (IND-QUA, IND-SES) TO PA-CORSI.
           MOVE W-RETRIB-MEDIA                   TO PA-RETRIB-MEDIA.
           WRITE PARITFIL-REC.
           ADD 1 TO W-CONTA-SCRITTI.

       3150-EX. EXIT.
      *
      *
      ******************************************************************
      * TOTALE PER SESSO: TABULATO E RECORD 'T' DEL FILE               *
      ******************************************************************
       3200-STAMPA-TOTALE SECTION.
      *------------------*
           MOVE 0 TO W-RETRIB-MEDIA.
           IF W-TT-ORGANICO (IND-TOT) > 0
              COMPUTE W-RETRIB-MEDIA ROUNDED =
                      W-TT-RETRIB (IND-TOT) / W-TT-ORGANICO (IND-TOT)
           END-IF.

           MOVE 'TOTALE'                   TO RD-QUALIFICA.
           MOVE SPACES                     TO RD-DESCRIZIONE.
           MOVE W-SIGLA-SESSO (IND-TOT)    TO RD-SESSO.
           MOVE W-TT-ORGANICO (IND-TOT)    TO RD-ORGANICO.
           MOVE W-TT-PARTTIME (IND-TOT)    TO RD-PARTTIME.
           MOVE W-TT-ASSUNTI  (IND-TOT)    TO RD-ASSUNTI.
           MOVE W-TT-CESSATI  (IND-TOT)    TO RD-CESSATI.
           MOVE W-TT-PROMOSSI (IND-TOT)    TO RD-PROMOSSI.
           MOVE W-TT-FORMATI  (IND-TOT)    TO RD-FORMATI.
           MOVE W-TT-CORSI    (IND-TOT)    TO RD-CORSI.
           MOVE W-RETRIB-MEDIA             TO RD-RETRIB-MEDIA.
           MOVE R-RIGA-DETT TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.

           MOVE SPACES                     TO PARITFIL-REC.
           MOVE 'T'                        TO PA-TIPO-REC.
           MOVE W-ANNO-INIZIO              TO PA-ANNO-INIZIO.
           MOVE W-ANNO-FINE                TO PA-ANNO-FINE.
           MOVE W-SIGLA-SESSO (IND-TOT)    TO PA-SESSO.
           MOVE W-TT-ORGANICO (IND-TOT)    TO PA-ORGANICO.
           MOVE W-TT-PARTTIME (IND-TOT)    TO PA-PARTTIME.
           MOVE W-TT-ASSUNTI  (IND-TOT)    TO PA-ASSUNTI.
           MOVE W-TT-CESSATI  (IND-TOT)    TO PA-CESSATI.
           MOVE W-TT-PROMOSSI (IND-TOT)    TO PA-PROMOSSI.
           MOVE W-TT-FORMATI  (IND-TOT)    TO PA-FORMATI.
           MOVE W-TT-CORSI    (IND-TOT)    TO PA-CORSI.
           MOVE W-RETRIB-MEDIA             TO PA-RETRIB-MEDIA.
           WRITE PARITFIL-REC.
           ADD 1 TO W-CONTA-SCRITTI.

       3200-EX. EXIT.
      *
