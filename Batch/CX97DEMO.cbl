       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX97DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : CALCOLO DEGLI ARRETRATI RETRIBUTIVI DA       *
      *                   AUMENTI CON DECORRENZA RETROATTIVA E         *
      *                   REGISTRO DEGLI ARRETRATI DA PAGARE           *
      * TIPO OPERAZIONE : BATCH DI CALCOLO E REPORTISTICA              *
      * TABELLE USATE   : CPS04.CWRETSTO, CPS04.CWRETRIB,              *
      *                   CPS04.CWDIPENDENTI, CPS04.CWPARTT,           *
      *                   CPS04.CWASSENZE, CPS04.CWBATCHRUN,           *
      *                   CPS04.CWARRET                                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * BATCH MENSILE, DA LANCIARE PRIMA DELL'ESTRAZIONE PAGHE         *
      * CW82DEMO. CW33DEMO, LE CAMPAGNE CW85DEMO E LE APPROVAZIONI     *
      * CW18DEMO POSSONO FISSARE UNA DATA_DECORRENZA PASSATA, MA       *
      * PAYROLX PORTA SOLO LA RETRIB_BASE CORRENTE: I MESI GIA' PAGATI *
      * ALLA VECCHIA RETRIBUZIONE VANNO RECUPERATI A PARTE.            *
      * OGNI RIGA CPS04.CWRETSTO E' L'IMMAGINE PRECEDENTE DI UNA       *
      * VARIAZIONE; L'IMMAGINE SUCCESSIVA E' LA RIGA CWRETSTO SEGUENTE *
      * DELLA STESSA MATRICOLA O, PER L'ULTIMA VARIAZIONE, LA RIGA     *
      * CORRENTE CWRETRIB. PER OGNI AUMENTO:                           *
      *   - I MESI GIA' PAGATI SONO QUELLI FINO ALLA COMPETENZA        *
      *     DELL'ULTIMA ESTRAZIONE CW82DEMO TERMINATA (CWBATCHRUN)     *
      *     PRIMA DELLA VARIAZIONE                                     *
      *   - IL RECUPERO PARTE DALLA NUOVA DECORRENZA (O DALLA          *
      *     DECORRENZA DELLA VECCHIA RETRIBUZIONE SE SUCCESSIVA) E PER *
      *     OGNI MESE VALE                                             *
      *     DIFFERENZA X PERC. PART-TIME CWPARTT / 100                 *
      *     X GIORNI RETRIBUITI / GIORNI DEL MESE                      *
      *     DOVE I GIORNI RETRIBUITI SONO QUELLI DALLA DECORRENZA MENO *
      *     L'ASPETTATIVA NON RETRIBUITA 'AS' (CPS04.CWASSENZE)        *
      * OGNI MESE DIVENTA UNA RIGA CPS04.CWARRET, CHE CW82DEMO INVIA   *
      * COME RECORD ARRETRATO SEPARATO SUL FILE PAYROLX. UNA VARIAZIONE*
      * GIA' CALCOLATA NON VIENE RICALCOLATA, QUINDI IL RUN SI PUO'    *
      * RIPETERE. LE RIDUZIONI RETROATTIVE NON GENERANO RECUPERI.      *
      * IL TABULATO ARRETREP E' IL REGISTRO DEGLI ARRETRATI CHE        *
      * ENTRANO NELLA PROSSIMA ESTRAZIONE (NON ANCORA PAGATI O GIA'    *
      * PAGATI SULLA STESSA COMPETENZA), PER LA VERIFICA DI PAGHE E    *
      * PERSONALE PRIMA DELL'INVIO.                                    *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARRETREP       ASSIGN TO ARRETREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-ARRETREP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARRETREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  ARRETREP-REC                   PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX97DEMO'.
       01  W-FS-ARRETREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-ARRETREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-SQLCODE-ASS                  PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-ASS-OK      VALUE +0.
           88  W-SQLCODE-ASS-NOTFND  VALUE +100.
       01  W-SQLCODE-REG                  PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-REG-OK      VALUE +0.
           88  W-SQLCODE-REG-NOTFND  VALUE +100.
       01  W-COUNT                        PIC S9(9)   COMP VALUE +0.
      * ---
      * IMMAGINE SUCCESSIVA ALLA VARIAZIONE IN ESAME: LE RIGHE CWRETSTO
      * ARRIVANO DALLA PIU' RECENTE, QUINDI PER LA PRIMA RIGA DI OGNI
      * MATRICOLA E' LA RIGA CORRENTE CWRETRIB, POI LA RIGA CWRETSTO
      * LETTA IN PRECEDENZA
      * ---
       01  W-MATR-PREC                    PIC S9(5)   COMP-3 VALUE 0.
       01  W-PRIMA-VOLTA                  PIC X(1)    VALUE 'S'.
           88  PRIMA-VOLTA                            VALUE 'S'.
       01  W-RETRIB-DOPO                  PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-DECOR-DOPO                   PIC X(10)   VALUE SPACES.
       01  W-DECOR-INIZIO                 PIC X(10)   VALUE SPACES.
       01  W-DIFFERENZA                   PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-PERC-PT                      PIC S9(3)V99 COMP-3
                                                      VALUE 100.
      * DATA E ORA DELLA VARIAZIONE (GGMMAA SU CWRETSTO) IN AAAA-MM-GG
       01  W-DATA-VAR.
           05  W-DV-SECOLO                PIC X(2)    VALUE '20'.
           05  W-DV-AA                    PIC X(2).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-DV-MM                    PIC X(2).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-DV-GG                    PIC X(2).
       01  W-ORA-VAR                      PIC X(6)    VALUE SPACES.
      * ULTIMA ESTRAZIONE CW82DEMO PRIMA DELLA VARIAZIONE E ULTIMO
      * MESE PAGATO ALLA VECCHIA RETRIBUZIONE (LA SUA COMPETENZA)
       01  W-ULT-RUN-PAGHE                PIC X(10)   VALUE SPACES.
       01  W-PAG-AAAA                     PIC 9(4)    VALUE ZERO.
       01  W-PAG-MM                       PIC 9(2)    VALUE ZERO.
       01  W-PAG-AAAAMM                   PIC 9(6)    VALUE ZERO.
      * MESE DI ARRETRATO IN CALCOLO
       01  W-ARR-AAAA                     PIC 9(4)    VALUE ZERO.
       01  W-ARR-MM                       PIC 9(2)    VALUE ZERO.
       01  W-ARR-GG-INI                   PIC 9(2)    VALUE ZERO.
       01  W-ARR-AAAAMM                   PIC 9(6)    VALUE ZERO.
       01  W-GG-MESE                      PIC S9(3)   COMP-3 VALUE 0.
       01  W-GG-PERIODO                   PIC S9(3)   COMP-3 VALUE 0.
       01  W-GG-ASPETT                    PIC S9(3)   COMP-3 VALUE 0.
       01  W-GG-RETRIB                    PIC S9(3)   COMP-3 VALUE 0.
       01  W-IMPORTO-MESE                 PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-MESE-RIF.
           05  W-MR-AAAA                  PIC 9(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-MR-MM                    PIC 9(2).
       01  W-PER-INIZIO.
           05  W-PIN-AAAA                 PIC 9(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-PIN-MM                   PIC 9(2).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-PIN-GG                   PIC 9(2).
       01  W-PER-FINE.
           05  W-PFI-AAAA                 PIC 9(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-PFI-MM                   PIC 9(2).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-PFI-GG                   PIC 9(2).
      * CONTATORI E TOTALI
       01  W-CONTA-VARIAZIONI             PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-RETROATTIVE            PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-GIA-CALC               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-MESI                   PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-REGISTRO               PIC S9(7)   COMP-3 VALUE 0.
       01  W-REG-PRIMA-VOLTA              PIC X(1)    VALUE 'S'.
           88  REG-PRIMA-VOLTA                        VALUE 'S'.
       01  W-REG-MATR-CORR                PIC S9(5)   COMP-3 VALUE 0.
       01  W-TOT-MATRICOLA                PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-TOT-GENERALE                 PIC S9(9)V99 COMP-3 VALUE 0.

      * -------------------------------------------------------------- *
      *    MESE DI COMPETENZA DELLA PROSSIMA ESTRAZIONE: IL MESE       *
      *    SOLARE PRECEDENTE LA DATA DI LANCIO (COME CW82DEMO)         *
      * -------------------------------------------------------------- *
       01  W-COMP-AAAA                    PIC 9(4)    VALUE ZERO.
       01  W-COMP-MM                      PIC 9(2)    VALUE ZERO.
       01  W-COMPETENZA.
           05  W-CMP-AAAA                 PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-CMP-MM                   PIC X(2).
       01  W-ULTIMO-GG-MESE               PIC 9(2)    VALUE ZERO.
      *
       01  TAB-GG-MESE-D.
           02 FILLER               PIC 9(2) VALUE 31.
           02 FILLER               PIC 9(2) VALUE 28.
           02 FILLER               PIC 9(2) VALUE 31.
           02 FILLER               PIC 9(2) VALUE 30.
           02 FILLER               PIC 9(2) VALUE 31.
           02 FILLER               PIC 9(2) VALUE 30.
           02 FILLER               PIC 9(2) VALUE 31.
           02 FILLER               PIC 9(2) VALUE 31.
           02 FILLER               PIC 9(2) VALUE 30.
           02 FILLER               PIC 9(2) VALUE 31.
           02 FILLER               PIC 9(2) VALUE 30.
           02 FILLER               PIC 9(2) VALUE 31.
       01  TAB-GG-MESE REDEFINES TAB-GG-MESE-D.
           02 EL-GG-MESE           PIC 9(2) OCCURS 12.

      * -------------------------------------------------------------- *
      *    CALCOLO GIORNI (ALGORITMO DI IET016CT IN FORMA BATCH,       *
      *    VEDI CW16DEMO E CW82DEMO)                                   *
      * -------------------------------------------------------------- *
       01  W-GG-CALC                      PIC 99      VALUE ZERO.
       01  W-MM-CALC                      PIC 99      VALUE ZERO.
       01  W-AAAA-CALC                    PIC 9(4)    VALUE ZERO.
       01  W-Q4                           PIC 9(4)    VALUE ZERO.
       01  W-R4                           PIC 9(2)    VALUE ZERO.
       01  W-Q100                         PIC 9(2)    VALUE ZERO.
       01  W-R100                         PIC 9(2)    VALUE ZERO.
       01  W-Q400                         PIC 9(2)    VALUE ZERO.
       01  W-R400                         PIC 9(3)    VALUE ZERO.
       01  W-GIORNI-CALC                  PIC 9(7)    VALUE ZERO.
       01  W-GIORNI-PER-INI               PIC 9(7)    VALUE ZERO.
       01  W-GIORNI-PER-FIN               PIC 9(7)    VALUE ZERO.
       01  W-GIORNI-ASS-INI               PIC 9(7)    VALUE ZERO.
       01  W-GIORNI-ASS-FIN               PIC 9(7)    VALUE ZERO.
       01  W-GIORNI-OVL-INI               PIC 9(7)    VALUE ZERO.
       01  W-GIORNI-OVL-FIN               PIC 9(7)    VALUE ZERO.
      *
       01  TAB-CUM-GG-MESE-D.
           02 FILLER               PIC 9(3) VALUE 000.
           02 FILLER               PIC 9(3) VALUE 031.
           02 FILLER               PIC 9(3) VALUE 059.
           02 FILLER               PIC 9(3) VALUE 090.
           02 FILLER               PIC 9(3) VALUE 120.
           02 FILLER               PIC 9(3) VALUE 151.
           02 FILLER               PIC 9(3) VALUE 181.
           02 FILLER               PIC 9(3) VALUE 212.
           02 FILLER               PIC 9(3) VALUE 243.
           02 FILLER               PIC 9(3) VALUE 273.
           02 FILLER               PIC 9(3) VALUE 304.
           02 FILLER               PIC 9(3) VALUE 334.
       01  TAB-CUM-GG-MESE REDEFINES TAB-CUM-GG-MESE-D.
           02 EL-CUM-GG-MESE       PIC 9(3) OCCURS 12.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(50)  VALUE
               'REGISTRO ARRETRATI RETRIBUTIVI - ESTRAZIONE PAGHE '.
           05  RI-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(15)  VALUE
               ' - CALCOLO DEL '.
           05  RI-DATA                    PIC X(10).
           05  FILLER                     PIC X(51)  VALUE SPACES.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(33)  VALUE
               'MATR.  COGNOME'.
           05  FILLER                     PIC X(16)  VALUE 'NOME'.
           05  FILLER                     PIC X(11)  VALUE 'DECORRENZA'.
           05  FILLER                     PIC X(8)   VALUE 'MESE'.
           05  FILLER                     PIC X(11)  VALUE
               ' RETR.PREC'.
           05  FILLER                     PIC X(11)  VALUE
               'RETR.NUOVA'.
           05  FILLER                     PIC X(7)   VALUE '   %PT'.
           05  FILLER                     PIC X(3)   VALUE 'GM'.
           05  FILLER                     PIC X(3)   VALUE 'AS'.
           05  FILLER                     PIC X(3)   VALUE 'GR'.
           05  FILLER                     PIC X(14)  VALUE
               '     IMPORTO'.
           05  FILLER                     PIC X(13)  VALUE
               ' VARIATA IL'.
       01  R-RIGA-DETT.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(25).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-NOME                    PIC X(15).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-DECORRENZA              PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-MESE                    PIC X(7).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-RETRIB-PREC             PIC ZZZ.ZZ9,99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-RETRIB-NUOVA            PIC ZZZ.ZZ9,99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-PERC-PT                 PIC ZZ9,99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-GG-MESE                 PIC Z9.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-GG-ASPETT               PIC Z9.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-GG-RETRIB               PIC Z9.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-IMPORTO                 PIC Z.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-NUOVO                   PIC X(1).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-DATA-VAR.
               10  RD-DV-GG               PIC X(2).
               10  FILLER                 PIC X      VALUE '/'.
               10  RD-DV-MM               PIC X(2).
               10  FILLER                 PIC X      VALUE '/'.
               10  RD-DV-AA               PIC X(2).
           05  FILLER                     PIC X(4)   VALUE SPACES.
       01  R-RIGA-TOT-MATR.
           05  FILLER                     PIC X(27)  VALUE
               'TOTALE ARRETRATI MATRICOLA '.
           05  RTM-MATRICOLA              PIC 9(5).
           05  FILLER                     PIC X(74)  VALUE SPACES.
           05  RTM-IMPORTO                PIC Z.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(15)  VALUE SPACES.
       01  R-RIGA-TOT-GEN.
           05  FILLER                     PIC X(104) VALUE
               'TOTALE GENERALE ARRETRATI DA PAGARE'.
           05  RTG-IMPORTO                PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(15)  VALUE SPACES.
       01  R-RIGA-NESSUNO.
           05  FILLER                     PIC X(40)  VALUE
               'NESSUN ARRETRATO DA PAGARE'.
           05  FILLER                     PIC X(93)  VALUE SPACES.
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(30)  VALUE
               'VARIAZIONI CWRETSTO LETTE  : '.
           05  RT-VARIAZIONI              PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-RETR.
           05  FILLER                     PIC X(30)  VALUE
               'AUMENTI RETROATTIVI NUOVI  : '.
           05  RT-RETROATTIVE             PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-GIA.
           05  FILLER                     PIC X(30)  VALUE
               'AUMENTI GIA'' CALCOLATI     : '.
           05  RT-GIA-CALC                PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-MESI.
           05  FILLER                     PIC X(30)  VALUE
               'MESI DI ARRETRATO CALCOLATI: '.
           05  RT-MESI                    PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-LEGENDA.
           05  FILLER                     PIC X(30)  VALUE
               '* = CALCOLATO DA QUESTO RUN'.
           05  FILLER                     PIC X(50)  VALUE
               'GM/AS/GR = GIORNI DEL MESE/ASPETTATIVA/RETRIBUITI'.
           05  FILLER                     PIC X(53)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWRETR  END-EXEC.

           EXEC SQL  INCLUDE CWRETS  END-EXEC.

           EXEC SQL  INCLUDE CWPTT   END-EXEC.

           EXEC SQL  INCLUDE CWASSE  END-EXEC.

           EXEC SQL  INCLUDE CWARRE  END-EXEC.

      * -------------------------------------------------------------- *
      * VARIAZIONI RETRIBUTIVE STORICIZZATE CON LA RIGA CORRENTE, PER  *
      * MATRICOLA DALLA PIU' RECENTE (DATA_AGGIORNAMENTO E' GGMMAA)    *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-STO97 CURSOR FOR
                    SELECT  S.COD_MATRICOLA_DIP,
                            S.RETRIB_BASE,
                            S.DATA_DECORRENZA,
                            S.DATA_AGGIORNAMENTO,
                            S.ORA_AGGIORNAMENTO,
                            R.RETRIB_BASE,
                            R.DATA_DECORRENZA
                    FROM    CPS04.CWRETSTO S,
                            CPS04.CWRETRIB R
                    WHERE   R.COD_MATRICOLA_DIP =
                            S.COD_MATRICOLA_DIP
                    ORDER BY S.COD_MATRICOLA_DIP,
                             SUBSTR(S.DATA_AGGIORNAMENTO, 5, 2) DESC,
                             SUBSTR(S.DATA_AGGIORNAMENTO, 3, 2) DESC,
                             SUBSTR(S.DATA_AGGIORNAMENTO, 1, 2) DESC,
                             S.ORA_AGGIORNAMENTO DESC
           END-EXEC.

      * -------------------------------------------------------------- *
      * PERIODI DI ASPETTATIVA NON RETRIBUITA 'AS' CHE INTERSECANO IL  *
      * PERIODO DEL MESE DI ARRETRATO                                  *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-ASP97 CURSOR FOR
                    SELECT  DATA_INIZIO,
                            DATA_FINE
                    FROM    CPS04.CWASSENZE
                    WHERE   COD_MATRICOLA_DIP =
                            :DCL-CWRETSTO.COD-MATRICOLA-DIP
                    AND     TIPO_ASSENZA = 'AS'
                    AND     DATA_INIZIO <= :W-PER-FINE
                    AND     DATA_FINE   >= :W-PER-INIZIO
           END-EXEC.

      * -------------------------------------------------------------- *
      * REGISTRO: ARRETRATI CHE ENTRANO NELLA PROSSIMA ESTRAZIONE      *
      * (STESSO CRITERIO DI CW82DEMO)                                  *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-REG97 CURSOR FOR
                    SELECT  A.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.NOME,
                            A.DATA_VARIAZIONE,
                            A.MESE_RIFERIMENTO,
                            A.RETRIB_PRECEDENTE,
                            A.RETRIB_NUOVA,
                            A.DATA_DECORRENZA,
                            A.PERC_PARTTIME,
                            A.GG_MESE,
                            A.GG_ASPETTATIVA,
                            A.GG_RETRIBUITI,
                            A.IMPORTO,
                            A.DATA_CALCOLO
                    FROM    CPS04.CWARRET      A,
                            CPS04.CWDIPENDENTI D
                    WHERE   D.COD_MATRICOLA_DIP =
                            A.COD_MATRICOLA_DIP
                    AND    (A.MESE_PAGHE = ' '
                     OR     A.MESE_PAGHE = :W-COMPETENZA)
                    ORDER BY A.COD_MATRICOLA_DIP,
                             A.DATA_CALCOLO,
                             A.MESE_RIFERIMENTO
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

      * COMPETENZA DELLA PROSSIMA ESTRAZIONE: MESE PRECEDENTE IL LANCIO
           MOVE W-BR-AAAA TO W-COMP-AAAA.
           MOVE W-BR-MM   TO W-COMP-MM.
           IF W-COMP-MM = 01
              MOVE 12 TO W-COMP-MM
              SUBTRACT 1 FROM W-COMP-AAAA
           ELSE
              SUBTRACT 1 FROM W-COMP-MM
           END-IF.
           MOVE W-COMP-AAAA TO W-CMP-AAAA.
           MOVE W-COMP-MM   TO W-CMP-MM.

           OPEN OUTPUT ARRETREP.
           IF NOT FS-ARRETREP-OK
              DISPLAY '** ERRORE OPEN ARRETREP, FILE STATUS: '
                      W-FS-ARRETREP
              STOP RUN
           END-IF.

           MOVE W-COMPETENZA TO RI-COMPETENZA.
           MOVE W-BR-DATA    TO RI-DATA.
           MOVE R-INTESTAZ-1 TO ARRETREP-REC.
           WRITE ARRETREP-REC.
           MOVE R-RIGA-VUOTA TO ARRETREP-REC.
           WRITE ARRETREP-REC.
           MOVE R-INTESTAZ-2 TO ARRETREP-REC.
           WRITE ARRETREP-REC.

       1000-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-STO97 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-STO97 END-EXEC.

           PERFORM 2500-STAMPA-REGISTRO.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-STO97
                    INTO  :DCL-CWRETSTO.COD-MATRICOLA-DIP,
                          :DCL-CWRETSTO.RETRIB-BASE,
                          :DCL-CWRETSTO.DATA-DECORRENZA,
                          :DCL-CWRETSTO.DATA-AGGIORNAMENTO,
                          :DCL-CWRETSTO.ORA-AGGIORNAMENTO,
                          :DCL-CWRETRIB.RETRIB-BASE,
                          :DCL-CWRETRIB.DATA-DECORRENZA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-VARIAZIONI
              IF PRIMA-VOLTA OR
                 COD-MATRICOLA-DIP OF DCL-CWRETSTO NOT = W-MATR-PREC
                 MOVE 'N' TO W-PRIMA-VOLTA
                 MOVE COD-MATRICOLA-DIP OF DCL-CWRETSTO
                                          TO W-MATR-PREC
                 MOVE RETRIB-BASE     OF DCL-CWRETRIB TO W-RETRIB-DOPO
                 MOVE DATA-DECORRENZA OF DCL-CWRETRIB TO W-DECOR-DOPO
              END-IF
              PERFORM 2200-ESAMINA-VARIAZIONE
      * L'IMMAGINE PRECEDENTE DI QUESTA VARIAZIONE E' L'IMMAGINE
      * SUCCESSIVA DELLA VARIAZIONE PIU' VECCHIA CHE SEGUE
              MOVE RETRIB-BASE     OF DCL-CWRETSTO TO W-RETRIB-DOPO
              MOVE DATA-DECORRENZA OF DCL-CWRETSTO TO W-DECOR-DOPO
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * UNA VARIAZIONE: SOLO GLI AUMENTI NON ANCORA CALCOLATI, CON LA  *
      * DECORRENZA CADUTA IN UN MESE GIA' PAGATO                       *
      ******************************************************************
       2200-ESAMINA-VARIAZIONE SECTION.
      *-----------------------*
           IF W-RETRIB-DOPO NOT > RETRIB-BASE OF DCL-CWRETSTO
              GO TO 2200-EX
           END-IF.
           IF W-DECOR-DOPO(1:4) NOT NUMERIC OR
              W-DECOR-DOPO(6:2) NOT NUMERIC OR
              W-DECOR-DOPO(9:2) NOT NUMERIC OR
              DATA-AGGIORNAMENTO OF DCL-CWRETSTO NOT NUMERIC
              GO TO 2200-EX
           END-IF.

           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM CPS04.CWARRET
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWRETSTO.COD-MATRICOLA-DIP
                     AND   DATA_VARIAZIONE =
                           :DCL-CWRETSTO.DATA-AGGIORNAMENTO
                     AND   ORA_VARIAZIONE  =
                           :DCL-CWRETSTO.ORA-AGGIORNAMENTO
           END-EXEC.
           IF W-COUNT > 0
              ADD 1 TO W-CONTA-GIA-CALC
              GO TO 2200-EX
           END-IF.

           PERFORM 2210-ULTIMO-MESE-PAGATO.
           IF W-ULT-RUN-PAGHE = SPACES
              GO TO 2200-EX
           END-IF.

      * SE LA VECCHIA RETRIBUZIONE DECORREVA DOPO LA NUOVA, I MESI
      * PRECEDENTI NON SONO STATI PAGATI CON QUESTA E NON SI TOCCANO
           MOVE W-DECOR-DOPO TO W-DECOR-INIZIO.
           IF DATA-DECORRENZA OF DCL-CWRETSTO(1:4) NUMERIC AND
              DATA-DECORRENZA OF DCL-CWRETSTO > W-DECOR-DOPO
              MOVE DATA-DECORRENZA OF DCL-CWRETSTO TO W-DECOR-INIZIO
           END-IF.
           MOVE W-DECOR-INIZIO(1:4) TO W-ARR-AAAA.
           MOVE W-DECOR-INIZIO(6:2) TO W-ARR-MM.
           MOVE W-DECOR-INIZIO(9:2) TO W-ARR-GG-INI.
           COMPUTE W-ARR-AAAAMM = W-ARR-AAAA * 100 + W-ARR-MM.
           IF W-ARR-AAAAMM > W-PAG-AAAAMM
              GO TO 2200-EX
           END-IF.

           ADD 1 TO W-CONTA-RETROATTIVE.
           PERFORM 2220-LEGGI-PARTTIME.
           COMPUTE W-DIFFERENZA = W-RETRIB-DOPO
                                - RETRIB-BASE OF DCL-CWRETSTO.

           PERFORM 2300-ARRETRATO-MESE
                   UNTIL W-ARR-AAAAMM > W-PAG-AAAAMM.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * ULTIMA ESTRAZIONE PAGHE CW82DEMO TERMINATA PRIMA DELLA         *
      * VARIAZIONE: LA SUA COMPETENZA (MESE PRECEDENTE IL LANCIO) E'   *
      * L'ULTIMO MESE PAGATO ALLA VECCHIA RETRIBUZIONE. SENZA          *
      * ESTRAZIONI PRECEDENTI NON C'E' NULLA DA RECUPERARE             *
      ******************************************************************
       2210-ULTIMO-MESE-PAGATO SECTION.
      *-----------------------*
           MOVE DATA-AGGIORNAMENTO OF DCL-CWRETSTO(1:2) TO W-DV-GG.
           MOVE DATA-AGGIORNAMENTO OF DCL-CWRETSTO(3:2) TO W-DV-MM.
           MOVE DATA-AGGIORNAMENTO OF DCL-CWRETSTO(5:2) TO W-DV-AA.
           MOVE ORA-AGGIORNAMENTO  OF DCL-CWRETSTO      TO W-ORA-VAR.

           MOVE SPACES TO W-ULT-RUN-PAGHE.
           EXEC SQL SELECT COALESCE(MAX(DATA_ELABORAZIONE), ' ')
                      INTO :W-ULT-RUN-PAGHE
                      FROM CPS04.CWBATCHRUN
                     WHERE NOME_PGM = 'CW82DEMO'
                     AND   ESITO    = 'O'
                     AND  (DATA_ELABORAZIONE < :W-DATA-VAR
                      OR  (DATA_ELABORAZIONE = :W-DATA-VAR
                     AND   ORA_FINE <= :W-ORA-VAR))
           END-EXEC.
           IF W-ULT-RUN-PAGHE = SPACES
              GO TO 2210-EX
           END-IF.

           MOVE W-ULT-RUN-PAGHE(1:4) TO W-PAG-AAAA.
           MOVE W-ULT-RUN-PAGHE(6:2) TO W-PAG-MM.
           IF W-PAG-MM = 01
              MOVE 12 TO W-PAG-MM
              SUBTRACT 1 FROM W-PAG-AAAA
           ELSE
              SUBTRACT 1 FROM W-PAG-MM
           END-IF.
           COMPUTE W-PAG-AAAAMM = W-PAG-AAAA * 100 + W-PAG-MM.

       2210-EX. EXIT.
      *
      *
      ******************************************************************
      * PERCENTUALE DI PART-TIME (CPS04.CWPARTT): SENZA RIGA VALE 100  *
      * COME NEI TOTALI FTE DI CW22DEMO E CW30DEMO                     *
      ******************************************************************
       2220-LEGGI-PARTTIME SECTION.
      *-------------------*
           MOVE 100 TO W-PERC-PT.
           EXEC SQL SELECT PERC_PARTTIME
                      INTO :DCL-CWPARTT.PERC-PARTTIME
                      FROM CPS04.CWPARTT
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWRETSTO.COD-MATRICOLA-DIP
           END-EXEC.
           IF SQLCODE = 0
              MOVE PERC-PARTTIME OF DCL-CWPARTT TO W-PERC-PT
           END-IF.

       2220-EX. EXIT.
      *
      *
      ******************************************************************
      * ARRETRATO DI UN MESE: DAL GIORNO DI DECORRENZA (SOLO IL PRIMO  *
      * MESE) ALL'ULTIMO DEL MESE, MENO L'ASPETTATIVA 'AS'; POI SI     *
      * PASSA AL MESE SEGUENTE                                         *
      ******************************************************************
       2300-ARRETRATO-MESE SECTION.
      *-------------------*
           PERFORM 2310-ULTIMO-GIORNO.
           MOVE W-ULTIMO-GG-MESE TO W-GG-MESE.
           IF W-ARR-GG-INI < 01 OR W-ARR-GG-INI > W-ULTIMO-GG-MESE
              MOVE 01 TO W-ARR-GG-INI
           END-IF.

           MOVE W-ARR-AAAA       TO W-PIN-AAAA W-PFI-AAAA W-MR-AAAA.
           MOVE W-ARR-MM         TO W-PIN-MM   W-PFI-MM   W-MR-MM.
           MOVE W-ARR-GG-INI     TO W-PIN-GG.
           MOVE W-ULTIMO-GG-MESE TO W-PFI-GG.

           MOVE W-ARR-GG-INI     TO W-GG-CALC.
           MOVE W-ARR-MM         TO W-MM-CALC.
           MOVE W-ARR-AAAA       TO W-AAAA-CALC.
           PERFORM 2400-CALCOLA-GIORNI.
           MOVE W-GIORNI-CALC    TO W-GIORNI-PER-INI.
           MOVE W-ULTIMO-GG-MESE TO W-GG-CALC.
           PERFORM 2400-CALCOLA-GIORNI.
           MOVE W-GIORNI-CALC    TO W-GIORNI-PER-FIN.
           COMPUTE W-GG-PERIODO = W-GIORNI-PER-FIN
                                - W-GIORNI-PER-INI + 1.

           MOVE 0 TO W-GG-ASPETT.
           EXEC SQL OPEN CUR-ASP97 END-EXEC.
           MOVE 0 TO W-SQLCODE-ASS.
           PERFORM 2320-FETCH-ASPETT UNTIL W-SQLCODE-ASS-NOTFND.
           EXEC SQL CLOSE CUR-ASP97 END-EXEC.

           COMPUTE W-GG-RETRIB = W-GG-PERIODO - W-GG-ASPETT.
           IF W-GG-RETRIB < 0
              MOVE 0 TO W-GG-RETRIB
           END-IF.

           IF W-GG-RETRIB > 0
              COMPUTE W-IMPORTO-MESE ROUNDED =
                      W-DIFFERENZA * W-PERC-PT / 100
                    * W-GG-RETRIB / W-GG-MESE
              IF W-IMPORTO-MESE > 0
                 PERFORM 2350-INSERISCI-ARRETRATO
              END-IF
           END-IF.

      * MESE SEGUENTE, DAL PRIMO GIORNO
           MOVE 01 TO W-ARR-GG-INI.
           IF W-ARR-MM = 12
              MOVE 01 TO W-ARR-MM
              ADD 1 TO W-ARR-AAAA
           ELSE
              ADD 1 TO W-ARR-MM
           END-IF.
           COMPUTE W-ARR-AAAAMM = W-ARR-AAAA * 100 + W-ARR-MM.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * ULTIMO GIORNO DEL MESE DI ARRETRATO (ANNO BISESTILE COMPRESO)  *
      ******************************************************************
       2310-ULTIMO-GIORNO SECTION.
      *------------------*
           MOVE EL-GG-MESE(W-ARR-MM) TO W-ULTIMO-GG-MESE.
           MOVE W-ARR-AAAA TO W-AAAA-CALC.
           DIVIDE W-AAAA-CALC BY   4  GIVING W-Q4
                                      REMAINDER W-R4.
           DIVIDE W-AAAA-CALC BY 100  GIVING W-Q100
                                      REMAINDER W-R100.
           DIVIDE W-AAAA-CALC BY 400  GIVING W-Q400
                                      REMAINDER W-R400.
           IF W-ARR-MM = 02 AND
              (((W-R4 = 0) AND (W-R100 NOT = 0)) OR (W-R400 = 0))
              MOVE 29 TO W-ULTIMO-GG-MESE
           END-IF.

       2310-EX. EXIT.
      *
      *
       2320-FETCH-ASPETT SECTION.
      *-----------------*
           EXEC SQL FETCH CUR-ASP97
                    INTO  :DCL-CWASSENZE.DATA-INIZIO,
                          :DCL-CWASSENZE.DATA-FINE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-ASS.
           IF W-SQLCODE-ASS-OK
              PERFORM 2330-SOMMA-INTERSEZIONE
           ELSE
              IF NOT W-SQLCODE-ASS-NOTFND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2320-EX. EXIT.
      *
      *
      ******************************************************************
      * GIORNI DEL PERIODO 'AS' CHE CADONO NEL PERIODO DEL MESE DI     *
      * ARRETRATO (ESTREMI COMPRESI, COME 2220 DI CW82DEMO)            *
      ******************************************************************
       2330-SOMMA-INTERSEZIONE SECTION.
      *-----------------------*
           IF DATA-INIZIO OF DCL-CWASSENZE (1:4) NOT NUMERIC OR
              DATA-FINE   OF DCL-CWASSENZE (1:4) NOT NUMERIC
              GO TO 2330-EX
           END-IF.

           MOVE DATA-INIZIO OF DCL-CWASSENZE (9:2) TO W-GG-CALC.
           MOVE DATA-INIZIO OF DCL-CWASSENZE (6:2) TO W-MM-CALC.
           MOVE DATA-INIZIO OF DCL-CWASSENZE (1:4) TO W-AAAA-CALC.
           PERFORM 2400-CALCOLA-GIORNI.
           MOVE W-GIORNI-CALC TO W-GIORNI-ASS-INI.

           MOVE DATA-FINE OF DCL-CWASSENZE (9:2) TO W-GG-CALC.
           MOVE DATA-FINE OF DCL-CWASSENZE (6:2) TO W-MM-CALC.
           MOVE DATA-FINE OF DCL-CWASSENZE (1:4) TO W-AAAA-CALC.
           PERFORM 2400-CALCOLA-GIORNI.
           MOVE W-GIORNI-CALC TO W-GIORNI-ASS-FIN.

           IF W-GIORNI-ASS-INI > W-GIORNI-PER-INI
              MOVE W-GIORNI-ASS-INI  TO W-GIORNI-OVL-INI
           ELSE
              MOVE W-GIORNI-PER-INI  TO W-GIORNI-OVL-INI
           END-IF.
           IF W-GIORNI-ASS-FIN < W-GIORNI-PER-FIN
              MOVE W-GIORNI-ASS-FIN  TO W-GIORNI-OVL-FIN
           ELSE
              MOVE W-GIORNI-PER-FIN  TO W-GIORNI-OVL-FIN
           END-IF.

           IF W-GIORNI-OVL-FIN NOT < W-GIORNI-OVL-INI
              COMPUTE W-GG-ASPETT = W-GG-ASPETT
                    + W-GIORNI-OVL-FIN - W-GIORNI-OVL-INI + 1
           END-IF.

       2330-EX. EXIT.
      *
      *
       2350-INSERISCI-ARRETRATO SECTION.
      *------------------------*
           MOVE COD-MATRICOLA-DIP OF DCL-CWRETSTO
                               TO COD-MATRICOLA-DIP OF DCL-CWARRET.
           MOVE DATA-AGGIORNAMENTO OF DCL-CWRETSTO
                               TO DATA-VARIAZIONE   OF DCL-CWARRET.
           MOVE ORA-AGGIORNAMENTO OF DCL-CWRETSTO
                               TO ORA-VARIAZIONE    OF DCL-CWARRET.
           MOVE W-MESE-RIF     TO MESE-RIFERIMENTO  OF DCL-CWARRET.
           MOVE RETRIB-BASE OF DCL-CWRETSTO
                               TO RETRIB-PRECEDENTE OF DCL-CWARRET.
           MOVE W-RETRIB-DOPO  TO RETRIB-NUOVA      OF DCL-CWARRET.
           MOVE W-DECOR-DOPO   TO DATA-DECORRENZA   OF DCL-CWARRET.
           MOVE W-PERC-PT      TO PERC-PARTTIME     OF DCL-CWARRET.
           MOVE W-GG-MESE      TO GG-MESE           OF DCL-CWARRET.
           MOVE W-GG-ASPETT    TO GG-ASPETTATIVA    OF DCL-CWARRET.
           MOVE W-GG-RETRIB    TO GG-RETRIBUITI     OF DCL-CWARRET.
           MOVE W-IMPORTO-MESE TO IMPORTO           OF DCL-CWARRET.
           MOVE W-BR-DATA      TO DATA-CALCOLO      OF DCL-CWARRET.
           MOVE SPACES         TO MESE-PAGHE        OF DCL-CWARRET.

           EXEC SQL INSERT INTO CPS04.CWARRET
                         VALUES (:DCL-CWARRET.COD-MATRICOLA-DIP,
                                 :DCL-CWARRET.DATA-VARIAZIONE,
                                 :DCL-CWARRET.ORA-VARIAZIONE,
                                 :DCL-CWARRET.MESE-RIFERIMENTO,
                                 :DCL-CWARRET.RETRIB-PRECEDENTE,
                                 :DCL-CWARRET.RETRIB-NUOVA,
                                 :DCL-CWARRET.DATA-DECORRENZA,
                                 :DCL-CWARRET.PERC-PARTTIME,
                                 :DCL-CWARRET.GG-MESE,
                                 :DCL-CWARRET.GG-ASPETTATIVA,
                                 :DCL-CWARRET.GG-RETRIBUITI,
                                 :DCL-CWARRET.IMPORTO,
                                 :DCL-CWARRET.DATA-CALCOLO,
                                 :DCL-CWARRET.MESE-PAGHE)
           END-EXEC.
           ADD 1 TO W-CONTA-MESI.

       2350-EX. EXIT.
      *
      *
      ******************************************************************
      * NUMERO DI GIORNI ASSOLUTO (ALGORITMO DI IET016CT / CW16DEMO)   *
      ******************************************************************
       2400-CALCOLA-GIORNI SECTION.
      *-------------------*
           DIVIDE W-AAAA-CALC BY   4  GIVING W-Q4
                                      REMAINDER W-R4.
           DIVIDE W-AAAA-CALC BY 100  GIVING W-Q100
                                      REMAINDER W-R100.
           DIVIDE W-AAAA-CALC BY 400  GIVING W-Q400
                                      REMAINDER W-R400.
      *
           COMPUTE W-GIORNI-CALC = (W-AAAA-CALC * 365)
                                 + W-Q4 - W-Q100 + W-Q400
                                 + EL-CUM-GG-MESE(W-MM-CALC)
                                 + W-GG-CALC.
      *
      * FLOOR(ANNO/4) CONTEGGIA GIA' IL 29 FEBBRAIO DELL'ANNO IN
      * CORSO: NEI MESI FINO A FEBBRAIO VA TOLTO
           IF  ((W-R4 = 0) AND (W-R100 NOT = 0))
                OR (W-R400 = 0)
               IF  W-MM-CALC NOT > 2
                   SUBTRACT 1 FROM W-GIORNI-CALC
               END-IF
           END-IF.

       2400-EX. EXIT.
      *
      *
      ******************************************************************
      * REGISTRO DEGLI ARRETRATI DELLA PROSSIMA ESTRAZIONE, CON TOTALE *
      * PER MATRICOLA E GENERALE                                       *
      ******************************************************************
       2500-STAMPA-REGISTRO SECTION.
      *--------------------*
           EXEC SQL OPEN CUR-REG97 END-EXEC.
           MOVE 0 TO W-SQLCODE-REG.
           PERFORM 2510-FETCH-REGISTRO UNTIL W-SQLCODE-REG-NOTFND.
           EXEC SQL CLOSE CUR-REG97 END-EXEC.

           IF REG-PRIMA-VOLTA
              MOVE R-RIGA-NESSUNO TO ARRETREP-REC
              WRITE ARRETREP-REC
           ELSE
              PERFORM 2530-TOTALE-MATRICOLA
              MOVE W-TOT-GENERALE TO RTG-IMPORTO
              MOVE R-RIGA-TOT-GEN TO ARRETREP-REC
              WRITE ARRETREP-REC
           END-IF.

       2500-EX. EXIT.
      *
      *
       2510-FETCH-REGISTRO SECTION.
      *-------------------*
           EXEC SQL FETCH CUR-REG97
                    INTO  :DCL-CWARRET.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CPSDIP.NOME,
                          :DCL-CWARRET.DATA-VARIAZIONE,
                          :DCL-CWARRET.MESE-RIFERIMENTO,
                          :DCL-CWARRET.RETRIB-PRECEDENTE,
                          :DCL-CWARRET.RETRIB-NUOVA,
                          :DCL-CWARRET.DATA-DECORRENZA,
                          :DCL-CWARRET.PERC-PARTTIME,
                          :DCL-CWARRET.GG-MESE,
                          :DCL-CWARRET.GG-ASPETTATIVA,
                          :DCL-CWARRET.GG-RETRIBUITI,
                          :DCL-CWARRET.IMPORTO,
                          :DCL-CWARRET.DATA-CALCOLO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-REG.
           IF W-SQLCODE-REG-OK
              PERFORM 2520-CTL-STRAPPO
              PERFORM 2540-SCRIVI-DETTAGLIO
           ELSE
              IF NOT W-SQLCODE-REG-NOTFND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2510-EX. EXIT.
      *
      *
       2520-CTL-STRAPPO SECTION.
      *---------------*
           IF REG-PRIMA-VOLTA
              MOVE 'N' TO W-REG-PRIMA-VOLTA
           ELSE
              IF COD-MATRICOLA-DIP OF DCL-CWARRET = W-REG-MATR-CORR
                 GO TO 2520-EX
              END-IF
              PERFORM 2530-TOTALE-MATRICOLA
           END-IF.
           MOVE COD-MATRICOLA-DIP OF DCL-CWARRET TO W-REG-MATR-CORR.
           MOVE 0 TO W-TOT-MATRICOLA.

       2520-EX. EXIT.
      *
      *
       2530-TOTALE-MATRICOLA SECTION.
      *---------------------*
           MOVE W-REG-MATR-CORR   TO RTM-MATRICOLA.
           MOVE W-TOT-MATRICOLA   TO RTM-IMPORTO.
           MOVE R-RIGA-TOT-MATR   TO ARRETREP-REC.
           WRITE ARRETREP-REC.
           MOVE R-RIGA-VUOTA      TO ARRETREP-REC.
           WRITE ARRETREP-REC.

       2530-EX. EXIT.
      *
      *
       2540-SCRIVI-DETTAGLIO SECTION.
      *---------------------*
           MOVE COD-MATRICOLA-DIP OF DCL-CWARRET TO RD-MATRICOLA.
           MOVE COGNOME           OF DCL-CPSDIP  TO RD-COGNOME.
           MOVE NOME              OF DCL-CPSDIP  TO RD-NOME.
           MOVE DATA-DECORRENZA   OF DCL-CWARRET TO RD-DECORRENZA.
           MOVE MESE-RIFERIMENTO  OF DCL-CWARRET TO RD-MESE.
           MOVE RETRIB-PRECEDENTE OF DCL-CWARRET TO RD-RETRIB-PREC.
           MOVE RETRIB-NUOVA      OF DCL-CWARRET TO RD-RETRIB-NUOVA.
           MOVE PERC-PARTTIME     OF DCL-CWARRET TO RD-PERC-PT.
           MOVE GG-MESE           OF DCL-CWARRET TO RD-GG-MESE.
           MOVE GG-ASPETTATIVA    OF DCL-CWARRET TO RD-GG-ASPETT.
           MOVE GG-RETRIBUITI     OF DCL-CWARRET TO RD-GG-RETRIB.
           MOVE IMPORTO           OF DCL-CWARRET TO RD-IMPORTO.
           MOVE DATA-VARIAZIONE   OF DCL-CWARRET(1:2) TO RD-DV-GG.
           MOVE DATA-VARIAZIONE   OF DCL-CWARRET(3:2) TO RD-DV-MM.
           MOVE DATA-VARIAZIONE   OF DCL-CWARRET(5:2) TO RD-DV-AA.
           IF DATA-CALCOLO OF DCL-CWARRET = W-BR-DATA
              MOVE '*'   TO RD-NUOVO
           ELSE
              MOVE SPACE TO RD-NUOVO
           END-IF.
           MOVE R-RIGA-DETT TO ARRETREP-REC.
           WRITE ARRETREP-REC.

           ADD IMPORTO OF DCL-CWARRET TO W-TOT-MATRICOLA
                                         W-TOT-GENERALE.
           ADD 1 TO W-CONTA-REGISTRO.

       2540-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE ARRETREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-VARIAZIONI TO W-BR-LETTI
              MOVE W-CONTA-MESI       TO W-BR-SCRITTI
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
           MOVE R-RIGA-VUOTA        TO ARRETREP-REC.
           WRITE ARRETREP-REC.
           MOVE R-RIGA-LEGENDA      TO ARRETREP-REC.
           WRITE ARRETREP-REC.
           MOVE R-RIGA-VUOTA        TO ARRETREP-REC.
           WRITE ARRETREP-REC.
           MOVE W-CONTA-VARIAZIONI  TO RT-VARIAZIONI.
           MOVE R-RIGA-TOT          TO ARRETREP-REC.
           WRITE ARRETREP-REC.
           MOVE W-CONTA-RETROATTIVE TO RT-RETROATTIVE.
           MOVE R-RIGA-TOT-RETR     TO ARRETREP-REC.
           WRITE ARRETREP-REC.
           MOVE W-CONTA-GIA-CALC    TO RT-GIA-CALC.
           MOVE R-RIGA-TOT-GIA      TO ARRETREP-REC.
           WRITE ARRETREP-REC.
           MOVE W-CONTA-MESI        TO RT-MESI.
           MOVE R-RIGA-TOT-MESI     TO ARRETREP-REC.
           WRITE ARRETREP-REC.

           DISPLAY 'CX97DEMO - COMPETENZA              : '
                   W-COMPETENZA.
           DISPLAY 'CX97DEMO - VARIAZIONI LETTE        : '
                   W-CONTA-VARIAZIONI.
           DISPLAY 'CX97DEMO - AUMENTI RETROATTIVI     : '
                   W-CONTA-RETROATTIVE.
           DISPLAY 'CX97DEMO - MESI DI ARRETRATO       : '
                   W-CONTA-MESI.
           DISPLAY 'CX97DEMO - RIGHE NEL REGISTRO      : '
                   W-CONTA-REGISTRO.

           CLOSE ARRETREP.

           MOVE W-CONTA-VARIAZIONI TO W-BR-LETTI.
           MOVE W-CONTA-MESI       TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
