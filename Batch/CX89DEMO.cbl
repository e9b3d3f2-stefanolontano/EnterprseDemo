       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX89DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : PROIEZIONE DEL COSTO DEL PERSONALE DELL'ANNO *
      *                   SUCCESSIVO PER DIPARTIMENTO E MESE (BUDGET)  *
      * TIPO OPERAZIONE : BATCH DI INTERFACCIA E STAMPA                *
      * TABELLE USATE   : CPS04.CWDIPENDENTI, CPS04.CWRETRIB,          *
      *                   CPS04.CWPARTT, CPS04.CWQUALIF,               *
      *                   CPS04.CWCONTRA, CPS04.CWCESSAZ,              *
      *                   CPS04.CWCAMPAG, CPS04.CWBUDGET,              *
      *                   CPS04.CWPOSORG, CPS04.CWPARAM,               *
      *                   CPS04.CWMINCON,                              *
      *                   PROIEDET (FILE DI DETTAGLIO)                 *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  LE CAMPAGNE DI ADEGUAMENTO AI MINIMI            *
      *                CONTRATTUALI (TIPO_CAMPAGNA 'M') PORTANO LA     *
      *                RETRIBUZIONE PROIETTATA AL MINIMO CWMINCON IN   *
      *                VIGORE ALLA DECORRENZA, COME IN CW85DEMO        *
      ******************************************************************
      ******************************************************************
      * BATCH DA LANCIARE IN AUTUNNO PER IL BUDGET: PROIETTA MESE PER  *
      * MESE IL COSTO DEL PERSONALE DELL'ANNO SUCCESSIVO A QUELLO DEL  *
      * RUN, PARTENDO DAL COSTO CORRENTE DI CX73DEMO/CW87DEMO          *
      * (RETRIBUZIONE BASE CWRETRIB PESATA CON LA PERCENTUALE PART-    *
      * TIME CWPARTT, 100 SE NON CENSITA) DEI DIPENDENTI ATTIVI.       *
      * SU OGNI MESE DELL'ANNO:                                        *
      *   - LE CAMPAGNE CWCAMPAG APPROVATE E NON ANCORA ESEGUITE DELLA *
      *     QUALIFICA, DAL MESE DI DECORRENZA, CON LA FORMULA DI       *
      *     CW85DEMO E NELL'ORDINE IN CUI CW85DEMO LE APPLICA;         *
      *   - GLI SCATTI DI LIVELLO CHE MATURANO CON LE REGOLE DI        *
      *     CW86DEMO (MESI DI SERVIZIO / MESI_SCATTO DELLA QUALIFICA,  *
      *     TETTO 99) OLTRE LO SCATTO CORRENTE, VALORIZZATI CON IL     *
      *     PARAMETRO CWPARAM 'IMPSCATTO' (EURO AL MESE A TEMPO PIENO);*
      *   - IL DIPENDENTE ESCE DOPO IL MESE DELLA CESSAZIONE           *
      *     PROGRAMMATA CWCESSAZ O DELLA SCADENZA DEL CONTRATTO 'TD'   *
      *     CWCONTRA, SE CADONO PRIMA DELLA FINE DELL'ANNO (IL MESE    *
      *     DI USCITA E' CONTATO INTERO); CHI ESCE PRIMA DELL'ANNO NON *
      *     ENTRA NELLA PROIEZIONE.                                    *
      * I POSTI VACANTI DI OGNI DIPARTIMENTO SONO L'ORGANICO           *
      * AUTORIZZATO CWBUDGET DELL'ANNO MENO I PRESENTI A GENNAIO, PER  *
      * TUTTI I 12 MESI; LA QUALIFICA E' QUELLA DELLE POSIZIONI        *
      * VACANTI CWPOSORG DEL DIPARTIMENTO (CX66DEMO) E IL COSTO QUELLO *
      * MEDIO DI GENNAIO DELLA QUALIFICA (IN MANCANZA DEL DIPARTIMENTO,*
      * POI DELL'AZIENDA).                                             *
      * STAMPA LA GRIGLIA DEI COSTI MENSILI PER DIPARTIMENTO SU        *
      * PROIEREP E SCRIVE SU PROIEDET UNA RIGA PER DIPENDENTE O POSTO  *
      * VACANTE E MESE, CON TESTATA 'H' E CODA 'T' DI QUADRATURA COME  *
      * IL GIORNALE COGEJOUR DI CX73DEMO, PER IL CARICAMENTO DA PARTE  *
      * DELLA RAGIONERIA.                                              *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROIEDET       ASSIGN TO PROIEDET
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-PROIEDET.

           SELECT PROIEREP       ASSIGN TO PROIEREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-PROIEREP.

       DATA DIVISION.
       FILE SECTION.
      * ---
      * DETTAGLIO DELLA PROIEZIONE: TESTATA 'H', RIGHE 'D' E CODA 'T'
      * SULLO STESSO TRACCIATO DI 91 CARATTERI. TIPO VOCE 'D' =
      * DIPENDENTE, 'V' = POSTO VACANTE (MATRICOLA ZERO)
      * ---
       FD  PROIEDET
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 91 CHARACTERS.
       01  PROIEDET-REC.
           05  PD-TIPO-REC                PIC X(1).
           05  FILLER                     PIC X(1).
           05  PD-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(1).
           05  PD-TIPO-VOCE               PIC X(1).
           05  FILLER                     PIC X(1).
           05  PD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(1).
           05  PD-NUM-POSIZIONE           PIC 9(5).
           05  FILLER                     PIC X(1).
           05  PD-DIPARTIMENTO            PIC X(10).
           05  FILLER                     PIC X(1).
           05  PD-QUALIFICA               PIC X(8).
           05  FILLER                     PIC X(1).
           05  PD-COSTO-BASE              PIC 9(9)V99.
           05  FILLER                     PIC X(1).
           05  PD-COSTO-SCATTI            PIC 9(9)V99.
           05  FILLER                     PIC X(1).
           05  PD-COSTO-CAMPAGNE          PIC 9(9)V99.
           05  FILLER                     PIC X(1).
           05  PD-COSTO-TOTALE            PIC 9(9)V99.
       01  PROIEDET-TESTATA.
           05  PH-TIPO-REC                PIC X(1).
           05  FILLER                     PIC X(1).
           05  PH-ANNO                    PIC 9(4).
           05  FILLER                     PIC X(1).
           05  PH-DATA-REG                PIC X(10).
           05  FILLER                     PIC X(1).
           05  PH-PROVENIENZA             PIC X(8).
           05  FILLER                     PIC X(1).
           05  PH-DESCRIZIONE             PIC X(30).
           05  FILLER                     PIC X(34).
       01  PROIEDET-CODA.
           05  PT-TIPO-REC                PIC X(1).
           05  FILLER                     PIC X(1).
           05  PT-ANNO                    PIC 9(4).
           05  FILLER                     PIC X(1).
           05  PT-NUM-RIGHE               PIC 9(7).
           05  FILLER                     PIC X(1).
           05  PT-TOT-COSTO               PIC 9(11)V99.
           05  FILLER                     PIC X(63).

       FD  PROIEREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  PROIEREP-REC                   PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX89DEMO'.
       01  W-FS-PROIEDET                  PIC  X(2)   VALUE ZEROES.
           88  FS-PROIEDET-OK                         VALUE '00'.
       01  W-FS-PROIEREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-PROIEREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
      * ---
      * ANNO DELLA PROIEZIONE (QUELLO SUCCESSIVO AL RUN) E MESE
      * ---
       01  W-ANNO-PROIEZ                  PIC S9(4)   COMP-3 VALUE 0.
       01  W-ANNO-PROIEZ-X                PIC 9(4)    VALUE ZERO.
       01  W-MESE                         PIC S9(3)   COMP-3 VALUE 0.
       01  W-COMPETENZA.
           05  W-CO-AAAA                  PIC 9(4).
           05  FILLER                     PIC X(1)    VALUE '-'.
           05  W-CO-MM                    PIC 9(2).
      * ---
      * VALORE MENSILE DI UNO SCATTO A TEMPO PIENO (CWPARAM IMPSCATTO)
      * ---
       01  W-IMP-SCATTO                   PIC S9(7)V99 COMP-3 VALUE 0.
      * ---
      * CONTATORI
      * ---
       01  W-CONTA-LETTI                  PIC S9(9)   COMP   VALUE 0.
       01  W-CONTA-PROIETTATI             PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-USCITI-PRIMA           PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-USCITE-ANNO            PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SCATTI                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-VACANTI                PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-RIGHE-DET              PIC S9(7)   COMP-3 VALUE 0.
      * ---
      * DIPENDENTE LETTO DAL CURSORE
      * ---
       01  W-D-MATRICOLA                  PIC S9(5)   COMP-3 VALUE 0.
       01  W-D-DIPART                     PIC X(10)   VALUE SPACES.
       01  W-D-QUALIF                     PIC X(8)    VALUE SPACES.
       01  W-D-ASSUNZIONE                 PIC X(10)   VALUE SPACES.
       01  W-D-ASSUNZIONE-R REDEFINES W-D-ASSUNZIONE.
           05  W-ASS-AAAA                 PIC 9(4).
           05  FILLER                     PIC X.
           05  W-ASS-MM                   PIC 9(2).
           05  FILLER                     PIC X.
           05  W-ASS-GG                   PIC 9(2).
       01  W-D-RETRIB                     PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-D-SCATTO                     PIC S9(2)   COMP-3 VALUE 0.
       01  W-D-PERC-PT                    PIC S9(3)V99 COMP-3 VALUE 0.
       01  W-D-MESI-SCATTO                PIC S9(3)   COMP-3 VALUE 0.
       01  W-D-TIPO-CONTR                 PIC X(2)    VALUE SPACES.
       01  W-D-FINE-CONTR                 PIC X(10)   VALUE SPACES.
       01  W-D-CESSAZIONE                 PIC X(10)   VALUE SPACES.
      * ---
      * USCITA PREVISTA E ULTIMO MESE PAGATO NELL'ANNO (0 = USCITO
      * PRIMA DELL'ANNO, 12 = PRESENTE TUTTO L'ANNO)
      * ---
       01  W-DATA-USCITA                  PIC X(10)   VALUE SPACES.
       01  W-MESE-USCITA                  PIC S9(3)   COMP-3 VALUE 0.
      * ---
      * COSTO DEL MESE E SUE COMPONENTI
      * ---
       01  W-MESI-SERVIZIO                PIC S9(5)   COMP-3 VALUE 0.
       01  W-SCATTO-TEORICO               PIC S9(5)   COMP-3 VALUE 0.
       01  W-RESTO-SCATTO                 PIC S9(5)   COMP-3 VALUE 0.
       01  W-SCATTI-NUOVI                 PIC S9(5)   COMP-3 VALUE 0.
       01  W-RETRIB-MESE                  PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-COSTO-BASE                   PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-COSTO-SCATTI                 PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-COSTO-CAMPAGNE               PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-COSTO-MESE                   PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-COSTO-MEDIO                  PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-IMP-INTERO                   PIC S9(11)  COMP-3 VALUE 0.
      * ---
      * CAMPAGNE APPROVATE NON ANCORA ESEGUITE, NELL'ORDINE DI CW85DEMO
      * ---
       01  W-NUM-CAMP                     PIC S9(4)   COMP VALUE +0.
       01  W-IND-CAMP                     PIC S9(4)   COMP VALUE +0.
       01  W-TAB-CAMPAGNE.
           05  W-CAMPAGNE OCCURS 50 TIMES.
               10  W-CA-QUALIF            PIC X(8).
               10  W-CA-PERC              PIC S9(3)V99 COMP-3.
               10  W-CA-IMPORTO           PIC S9(7)V99 COMP-3.
               10  W-CA-DECORRENZA        PIC X(10).
               10  W-CA-TIPO              PIC X(1).
                   88  W-CA-MINIMI                    VALUE 'M'.
       01  W-SQLCODE-MIN                  PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-MIN-OK      VALUE +0.
      * ---
      * GRIGLIA PER DIPARTIMENTO: ORGANICO AUTORIZZATO DELL'ANNO,
      * PRESENTI A GENNAIO E LORO COSTO, POSTI VACANTI E COSTO MESE
      * PER MESE (STESSA TECNICA DELLA TABELLA DI CW30DEMO)
      * ---
       01  W-NUM-DIP                      PIC S9(4)   COMP VALUE +0.
       01  W-IND-DIP-N                    PIC S9(4)   COMP VALUE +0.
       01  W-TAB-DIP.
           05  W-DIPART OCCURS 200 TIMES INDEXED BY IND-DIP.
               10  W-DP-COD               PIC X(10)   VALUE SPACES.
               10  W-DP-BUDGET            PIC X(1)    VALUE 'N'.
               10  W-DP-ORGANICO          PIC S9(5)   COMP-3 VALUE 0.
               10  W-DP-PRESENTI-GEN      PIC S9(5)   COMP-3 VALUE 0.
               10  W-DP-COSTO-GEN         PIC S9(11)V99 COMP-3 VALUE 0.
               10  W-DP-VACANTI           PIC S9(5)   COMP-3 VALUE 0.
               10  W-DP-COSTO-VAC         PIC S9(11)V99 COMP-3 VALUE 0.
               10  W-DP-MESE              PIC S9(11)V99 COMP-3 VALUE 0
                                          OCCURS 12 TIMES.
               10  W-DP-TOT-ANNO          PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-ACC-DIPART                   PIC X(10)   VALUE SPACES.
      * ---
      * COSTO DI GENNAIO PER QUALIFICA (BASE DEL COSTO MEDIO DEI POSTI
      * VACANTI) E TOTALI AZIENDALI
      * ---
       01  W-NUM-QUAL                     PIC S9(4)   COMP VALUE +0.
       01  W-TAB-QUAL.
           05  W-QUALIF OCCURS 100 TIMES INDEXED BY IND-QUAL.
               10  W-QU-COD               PIC X(8)    VALUE SPACES.
               10  W-QU-PRESENTI-GEN      PIC S9(5)   COMP-3 VALUE 0.
               10  W-QU-COSTO-GEN         PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-AZ-PRESENTI-GEN              PIC S9(7)   COMP-3 VALUE 0.
       01  W-AZ-COSTO-GEN                 PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-TAB-TOTALI.
           05  W-TOT-MESE                 PIC S9(11)V99 COMP-3 VALUE 0
                                          OCCURS 12 TIMES.
       01  W-TOT-ANNO                     PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-TOT-VACANTI                  PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-TOT-DETTAGLIO                PIC S9(11)V99 COMP-3 VALUE 0.
      * ---
      * POSTO VACANTE IN VALORIZZAZIONE
      * ---
       01  W-VAC-DA-FARE                  PIC S9(5)   COMP-3 VALUE 0.
       01  W-VAC-FATTE                    PIC S9(5)   COMP-3 VALUE 0.
       01  W-V-QUALIF                     PIC X(8)    VALUE SPACES.
       01  W-V-NUM-POSIZIONE              PIC S9(5)   COMP-3 VALUE 0.
       01  W-POS-DIPART                   PIC X(10)   VALUE SPACES.
      * ---
      * VOCE DELLA RIGA DI DETTAGLIO IN SCRITTURA (VEDI 2700)
      * ---
       01  W-VOCE-TIPO                    PIC X(1)    VALUE SPACE.
       01  W-VOCE-MATRICOLA               PIC S9(5)   COMP-3 VALUE 0.
       01  W-VOCE-POSIZIONE               PIC S9(5)   COMP-3 VALUE 0.
       01  W-VOCE-DIPART                  PIC X(10)   VALUE SPACES.
       01  W-VOCE-QUALIF                  PIC X(8)    VALUE SPACES.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(43)  VALUE
               'PROIEZIONE DEL COSTO DEL PERSONALE - ANNO '.
           05  RI-ANNO                    PIC 9(4).
           05  FILLER                     PIC X(13)  VALUE
               '   DATA RUN: '.
           05  RI-DATA-RUN                PIC X(10).
           05  FILLER                     PIC X(63)  VALUE SPACES.
       01  R-INTESTAZ-2                   PIC X(133) VALUE
           'COSTO MENSILE PER DIPARTIMENTO IN EURO (POSTI VACANTI INCLUS
      -    'I)'.
       01  R-INTESTAZ-3.
           05  FILLER                     PIC X(12)  VALUE
               '  DIPARTIM.'.
           05  FILLER                     PIC X(48)  VALUE
               '     GEN     FEB     MAR     APR     MAG     GIU'.
           05  FILLER                     PIC X(48)  VALUE
               '     LUG     AGO     SET     OTT     NOV     DIC'.
           05  FILLER                     PIC X(11)  VALUE
               '  TOT. ANNO'.
           05  FILLER                     PIC X(14)  VALUE SPACES.
       01  R-RIGA-GRIGLIA.
           05  FILLER                     PIC X(2).
           05  RG-DIPART                  PIC X(10).
           05  RG-MESI OCCURS 12 TIMES.
               10  FILLER                 PIC X(1).
               10  RG-MESE                PIC ZZZZZZ9.
           05  FILLER                     PIC X(1).
           05  RG-TOT-ANNO                PIC ZZZZZZZZZ9.
           05  FILLER                     PIC X(14).
       01  R-INTESTAZ-4                   PIC X(133) VALUE
           'POSTI VACANTI DA ORGANICO AUTORIZZATO (CWBUDGET)'.
       01  R-INTESTAZ-5.
           05  FILLER                     PIC X(14)  VALUE
               '  DIPARTIM.'.
           05  FILLER                     PIC X(14)  VALUE
               'ORG.AUT.'.
           05  FILLER                     PIC X(11)  VALUE
               'PRES.GEN.'.
           05  FILLER                     PIC X(19)  VALUE
               'VACANTI'.
           05  FILLER                     PIC X(75)  VALUE
               'COSTO ANNUO'.
       01  R-RIGA-VACANTI.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RV-DIPART                  PIC X(10).
           05  FILLER                     PIC X(5)   VALUE SPACES.
           05  RV-ORGANICO                PIC ZZZZ9.
           05  FILLER                     PIC X(10)  VALUE SPACES.
           05  RV-PRESENTI                PIC ZZZZ9.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RV-VACANTI                 PIC ZZZZ9.
           05  FILLER                     PIC X(6)   VALUE SPACES.
           05  RV-COSTO                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(64)  VALUE SPACES.
       01  R-RIGA-TOT-1.
           05  FILLER                     PIC X(30)  VALUE
               'DIPENDENTI ATTIVI LETTI    : '.
           05  RT-LETTI                   PIC ZZZZZZ9.
           05  FILLER                     PIC X(96)  VALUE SPACES.
       01  R-RIGA-TOT-2.
           05  FILLER                     PIC X(30)  VALUE
               '  IN PROIEZIONE            : '.
           05  RT-PROIETTATI              PIC ZZZZZZ9.
           05  FILLER                     PIC X(96)  VALUE SPACES.
       01  R-RIGA-TOT-3.
           05  FILLER                     PIC X(30)  VALUE
               '  USCITI PRIMA DELL''ANNO   : '.
           05  RT-USCITI-PRIMA            PIC ZZZZZZ9.
           05  FILLER                     PIC X(96)  VALUE SPACES.
       01  R-RIGA-TOT-4.
           05  FILLER                     PIC X(30)  VALUE
               '  IN USCITA NELL''ANNO      : '.
           05  RT-USCITE-ANNO             PIC ZZZZZZ9.
           05  FILLER                     PIC X(96)  VALUE SPACES.
       01  R-RIGA-TOT-5.
           05  FILLER                     PIC X(30)  VALUE
               'SCATTI NUOVI A FINE ANNO   : '.
           05  RT-SCATTI                  PIC ZZZZZZ9.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  FILLER                     PIC X(20)  VALUE
               'VALORE MENSILE UNIT.'.
           05  RT-IMP-SCATTO              PIC ZZZ.ZZ9,99.
           05  FILLER                     PIC X(62)  VALUE SPACES.
       01  R-RIGA-TOT-6.
           05  FILLER                     PIC X(30)  VALUE
               'CAMPAGNE APPROVATE APPLICATE:'.
           05  RT-CAMPAGNE                PIC ZZZZZZ9.
           05  FILLER                     PIC X(96)  VALUE SPACES.
       01  R-RIGA-TOT-7.
           05  FILLER                     PIC X(30)  VALUE
               'POSTI VACANTI VALORIZZATI  : '.
           05  RT-VACANTI                 PIC ZZZZZZ9.
           05  FILLER                     PIC X(96)  VALUE SPACES.
       01  R-RIGA-TOT-8.
           05  FILLER                     PIC X(30)  VALUE
               'COSTO ANNUO PROIETTATO     : '.
           05  RT-TOT-ANNO                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(86)  VALUE SPACES.
       01  R-RIGA-TOT-9.
           05  FILLER                     PIC X(30)  VALUE
               '  DI CUI POSTI VACANTI     : '.
           05  RT-TOT-VACANTI             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(86)  VALUE SPACES.
       01  R-RIGA-NO-SCATTO               PIC X(133) VALUE
           '** PARAMETRO IMPSCATTO NON CENSITO: GLI SCATTI SONO CONTATI
      -    'MA NON VALORIZZATI **'.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWCAMP  END-EXEC.

           EXEC SQL  INCLUDE CWBUDG  END-EXEC.

           EXEC SQL  INCLUDE CWPOSO  END-EXEC.

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

           EXEC SQL  INCLUDE CWMINC  END-EXEC.

      * -------------------------------------------------------------- *
      * CAMPAGNE APPROVATE E NON ANCORA ESEGUITE DA CW85DEMO, NEL SUO  *
      * STESSO ORDINE DI APPLICAZIONE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-CAM89 CURSOR FOR
                    SELECT  QUALIFICA_INTERNA,
                            PERC_AUMENTO,
                            IMPORTO_FISSO,
                            DATA_DECORRENZA,
                            TIPO_CAMPAGNA
                    FROM    CPS04.CWCAMPAG
                    WHERE   STATO_CAMPAGNA = 'A'
                    ORDER BY ID_CAMPAGNA
           END-EXEC.

      * -------------------------------------------------------------- *
      * ORGANICO AUTORIZZATO DELL'ANNO DELLA PROIEZIONE                *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-BUD89 CURSOR FOR
                    SELECT  DIPARTIMENTO,
                            ORGANICO_AUTORIZZATO
                    FROM    CPS04.CWBUDGET
                    WHERE   ANNO = :W-ANNO-PROIEZ
                    ORDER BY DIPARTIMENTO
           END-EXEC.

      * -------------------------------------------------------------- *
      * DIPENDENTI ATTIVI CON RIGA RETRIBUTIVA: PART-TIME (100 SE NON  *
      * CENSITO), INTERVALLO DEGLI SCATTI DELLA QUALIFICA, CONTRATTO E *
      * PRIMA CESSAZIONE PROGRAMMATA                                   *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-DIP89 CURSOR FOR
                    SELECT  D.COD_MATRICOLA_DIP,
                            D.DIPARTIMENTO,
                            D.QUALIFICA_INTERNA,
                            D.DATA_ASSUNZIONE,
                            R.RETRIB_BASE,
                            R.SCATTO_LIVELLO,
                            COALESCE(P.PERC_PARTTIME, 100),
                            COALESCE(Q.MESI_SCATTO, 0),
                            COALESCE(C.TIPO_CONTRATTO, 'ND'),
                            COALESCE(C.DATA_FINE, '9999-12-31'),
                            COALESCE((SELECT MIN(S.DATA_CESSAZIONE)
                                      FROM   CPS04.CWCESSAZ S
                                      WHERE  S.COD_MATRICOLA_DIP =
                                             D.COD_MATRICOLA_DIP
                                      AND    S.STATO_CESSAZIONE = 'P'),
                                     '9999-12-31')
                    FROM    CPS04.CWDIPENDENTI D
                            INNER JOIN CPS04.CWRETRIB R
                            ON  R.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                            LEFT OUTER JOIN CPS04.CWPARTT P
                            ON  P.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                            LEFT OUTER JOIN CPS04.CWQUALIF Q
                            ON  Q.CODICE = D.QUALIFICA_INTERNA
                            LEFT OUTER JOIN CPS04.CWCONTRA C
                            ON  C.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                    WHERE   D.STATO_DIPENDENTE = 'A'
                    ORDER BY D.DIPARTIMENTO,
                             D.COD_MATRICOLA_DIP
           END-EXEC.

      * -------------------------------------------------------------- *
      * POSIZIONI VACANTI ATTIVE DEL DIPARTIMENTO (CX66DEMO)           *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-POS89 CURSOR FOR
                    SELECT  NUM_POSIZIONE,
                            QUALIFICA_INTERNA
                    FROM    CPS04.CWPOSORG
                    WHERE   DIPARTIMENTO      = :W-POS-DIPART
                    AND     STATO_POSIZIONE   = 'A'
                    AND     COD_MATRICOLA_DIP = 0
                    ORDER BY NUM_POSIZIONE
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

           COMPUTE W-ANNO-PROIEZ = W-BR-AAAA + 1.
           MOVE W-ANNO-PROIEZ TO W-ANNO-PROIEZ-X.
           MOVE W-ANNO-PROIEZ TO W-CO-AAAA.

           PERFORM 1100-LEGGI-PARAMETRI.

           OPEN OUTPUT PROIEDET.
           IF NOT FS-PROIEDET-OK
              DISPLAY '** ERRORE OPEN PROIEDET, FILE STATUS: '
                      W-FS-PROIEDET
              STOP RUN
           END-IF.
           OPEN OUTPUT PROIEREP.
           IF NOT FS-PROIEREP-OK
              DISPLAY '** ERRORE OPEN PROIEREP, FILE STATUS: '
                      W-FS-PROIEREP
              STOP RUN
           END-IF.

           MOVE SPACES            TO PROIEDET-TESTATA.
           MOVE 'H'               TO PH-TIPO-REC.
           MOVE W-ANNO-PROIEZ     TO PH-ANNO.
           MOVE W-BR-DATA         TO PH-DATA-REG.
           MOVE W-NOME-PGM        TO PH-PROVENIENZA.
           MOVE 'PROIEZIONE COSTO DEL PERSONALE'
                                  TO PH-DESCRIZIONE.
           WRITE PROIEDET-TESTATA.

           MOVE W-ANNO-PROIEZ     TO RI-ANNO.
           MOVE W-BR-DATA         TO RI-DATA-RUN.
           MOVE R-INTESTAZ-1      TO PROIEREP-REC.
           WRITE PROIEREP-REC.
           MOVE R-RIGA-VUOTA      TO PROIEREP-REC.
           WRITE PROIEREP-REC.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * VALORE DELLO SCATTO DA CPS04.CWPARAM, ZERO SE IL PARAMETRO NON *
      * E' CENSITO (GLI SCATTI VENGONO COMUNQUE CONTATI E SEGNALATI)   *
      ******************************************************************
       1100-LEGGI-PARAMETRI SECTION.
      *--------------------*
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           MOVE 0 TO W-IMP-SCATTO.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'IMPSCATTO'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-IMP-SCATTO
           END-IF.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-CAM89 END-EXEC.
           PERFORM 2100-FETCH-CAMPAGNA UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-CAM89 END-EXEC.

           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-BUD89 END-EXEC.
           PERFORM 2200-FETCH-BUDGET UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-BUD89 END-EXEC.

           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-DIP89 END-EXEC.
           PERFORM 2300-FETCH-DIPENDENTE UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-DIP89 END-EXEC.

           PERFORM 2600-VALORIZZA-VACANTI
                   VARYING W-IND-DIP-N FROM 1 BY 1
                   UNTIL W-IND-DIP-N > W-NUM-DIP.

           PERFORM 2800-STAMPA-GRIGLIA.

       2000-EX. EXIT.
      *
      *
       2100-FETCH-CAMPAGNA SECTION.
      *-------------------*
           EXEC SQL FETCH CUR-CAM89
                    INTO  :DCL-CWCAMPAG.QUALIFICA-INTERNA,
                          :DCL-CWCAMPAG.PERC-AUMENTO,
                          :DCL-CWCAMPAG.IMPORTO-FISSO,
                          :DCL-CWCAMPAG.DATA-DECORRENZA,
                          :DCL-CWCAMPAG.TIPO-CAMPAGNA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              IF W-NUM-CAMP < 50
                 ADD 1 TO W-NUM-CAMP
                 MOVE QUALIFICA-INTERNA OF DCL-CWCAMPAG
                   TO W-CA-QUALIF (W-NUM-CAMP)
                 MOVE PERC-AUMENTO      OF DCL-CWCAMPAG
                   TO W-CA-PERC (W-NUM-CAMP)
                 MOVE IMPORTO-FISSO     OF DCL-CWCAMPAG
                   TO W-CA-IMPORTO (W-NUM-CAMP)
                 MOVE DATA-DECORRENZA   OF DCL-CWCAMPAG
                   TO W-CA-DECORRENZA (W-NUM-CAMP)
                 MOVE TIPO-CAMPAGNA     OF DCL-CWCAMPAG
                   TO W-CA-TIPO (W-NUM-CAMP)
              ELSE
                 DISPLAY '** CX89DEMO - OLTRE 50 CAMPAGNE APPROVATE, '
                         'SCARTATA QUALIFICA '
                         QUALIFICA-INTERNA OF DCL-CWCAMPAG
              END-IF
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
       2200-FETCH-BUDGET SECTION.
      *-----------------*
           EXEC SQL FETCH CUR-BUD89
                    INTO  :DCL-CWBUDGET.DIPARTIMENTO,
                          :DCL-CWBUDGET.ORGANICO-AUTORIZZATO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              MOVE DIPARTIMENTO OF DCL-CWBUDGET TO W-ACC-DIPART
              PERFORM 2900-TROVA-DIPART
              MOVE 'S' TO W-DP-BUDGET (IND-DIP)
              MOVE ORGANICO-AUTORIZZATO OF DCL-CWBUDGET
                TO W-DP-ORGANICO (IND-DIP)
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2200-EX. EXIT.
      *
      *
       2300-FETCH-DIPENDENTE SECTION.
      *---------------------*
           EXEC SQL FETCH CUR-DIP89
                    INTO  :W-D-MATRICOLA,
                          :W-D-DIPART,
                          :W-D-QUALIF,
                          :W-D-ASSUNZIONE,
                          :W-D-RETRIB,
                          :W-D-SCATTO,
                          :W-D-PERC-PT,
                          :W-D-MESI-SCATTO,
                          :W-D-TIPO-CONTR,
                          :W-D-FINE-CONTR,
                          :W-D-CESSAZIONE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-LETTI
              PERFORM 2400-PROIETTA-DIPENDENTE
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * USCITA PREVISTA: LA PRIMA TRA CESSAZIONE PROGRAMMATA E         *
      * SCADENZA DEL CONTRATTO 'TD'. PRIMA DELL'ANNO IL DIPENDENTE E'  *
      * ESCLUSO, NELL'ANNO E' PAGATO FINO AL MESE DI USCITA COMPRESO   *
      ******************************************************************
       2400-PROIETTA-DIPENDENTE SECTION.
      *------------------------*
           MOVE W-D-CESSAZIONE TO W-DATA-USCITA.
           IF W-D-TIPO-CONTR = 'TD' AND
              W-D-FINE-CONTR < W-DATA-USCITA
              MOVE W-D-FINE-CONTR TO W-DATA-USCITA
           END-IF.

           EVALUATE TRUE
              WHEN W-DATA-USCITA (1:4) < W-ANNO-PROIEZ-X
                 MOVE 0  TO W-MESE-USCITA
              WHEN W-DATA-USCITA (1:4) > W-ANNO-PROIEZ-X
                 MOVE 12 TO W-MESE-USCITA
              WHEN W-DATA-USCITA (6:2) NOT NUMERIC
                 MOVE 12 TO W-MESE-USCITA
              WHEN OTHER
                 MOVE W-DATA-USCITA (6:2) TO W-MESE-USCITA
           END-EVALUATE.

           IF W-MESE-USCITA = 0
              ADD 1 TO W-CONTA-USCITI-PRIMA
              GO TO 2400-EX
           END-IF.
           IF W-MESE-USCITA < 12
              ADD 1 TO W-CONTA-USCITE-ANNO
           END-IF.
           ADD 1 TO W-CONTA-PROIETTATI.

           MOVE W-D-DIPART TO W-ACC-DIPART.
           PERFORM 2900-TROVA-DIPART.
           ADD 1 TO W-DP-PRESENTI-GEN (IND-DIP).
           ADD 1 TO W-AZ-PRESENTI-GEN.

           SET IND-QUAL TO 1.
           SEARCH W-QUALIF
              AT END
                 IF W-NUM-QUAL < 100
                    ADD 1 TO W-NUM-QUAL
                    SET IND-QUAL TO W-NUM-QUAL
                    MOVE W-D-QUALIF TO W-QU-COD (IND-QUAL)
                 END-IF
              WHEN W-QU-COD (IND-QUAL) = W-D-QUALIF
                 CONTINUE
           END-SEARCH.

           PERFORM 2450-PROIETTA-MESE
                   VARYING W-MESE FROM 1 BY 1
                   UNTIL W-MESE > W-MESE-USCITA.

           IF W-SCATTI-NUOVI > 0
              ADD W-SCATTI-NUOVI TO W-CONTA-SCATTI
           END-IF.

       2400-EX. EXIT.
      *
      *
      ******************************************************************
      * COSTO DEL MESE: BASE CORRENTE PESATA CON IL PART-TIME, PIU' LE *
      * CAMPAGNE DECORSE ENTRO IL MESE E GLI SCATTI MATURATI AL PRIMO  *
      * DEL MESE (MESI DI SERVIZIO CALCOLATI COME IN CW86DEMO)         *
      ******************************************************************
       2450-PROIETTA-MESE SECTION.
      *------------------*
           MOVE W-MESE TO W-CO-MM.

           COMPUTE W-COSTO-BASE ROUNDED =
                   W-D-RETRIB * W-D-PERC-PT / 100.

           MOVE W-D-RETRIB TO W-RETRIB-MESE.
           PERFORM 2460-APPLICA-CAMPAGNA
                   VARYING W-IND-CAMP FROM 1 BY 1
                   UNTIL W-IND-CAMP > W-NUM-CAMP.
           COMPUTE W-COSTO-CAMPAGNE ROUNDED =
                   W-RETRIB-MESE * W-D-PERC-PT / 100 - W-COSTO-BASE.

           MOVE 0 TO W-SCATTI-NUOVI.
           MOVE 0 TO W-COSTO-SCATTI.
           IF W-D-MESI-SCATTO > 0 AND W-ASS-AAAA NUMERIC
                                  AND W-ASS-MM   NUMERIC
                                  AND W-ASS-GG   NUMERIC
              COMPUTE W-MESI-SERVIZIO =
                      (W-ANNO-PROIEZ - W-ASS-AAAA) * 12
                    + (W-MESE        - W-ASS-MM)
              IF W-ASS-GG > 1
                 SUBTRACT 1 FROM W-MESI-SERVIZIO
              END-IF
              IF W-MESI-SERVIZIO > 0
                 DIVIDE W-MESI-SERVIZIO BY W-D-MESI-SCATTO
                        GIVING W-SCATTO-TEORICO
                        REMAINDER W-RESTO-SCATTO
                 IF W-SCATTO-TEORICO > 99
                    MOVE 99 TO W-SCATTO-TEORICO
                 END-IF
                 IF W-SCATTO-TEORICO > W-D-SCATTO
                    COMPUTE W-SCATTI-NUOVI =
                            W-SCATTO-TEORICO - W-D-SCATTO
                    COMPUTE W-COSTO-SCATTI ROUNDED =
                            W-SCATTI-NUOVI * W-IMP-SCATTO
                          * W-D-PERC-PT / 100
                 END-IF
              END-IF
           END-IF.

           COMPUTE W-COSTO-MESE = W-COSTO-BASE + W-COSTO-CAMPAGNE
                                + W-COSTO-SCATTI.

           IF W-MESE = 1
              ADD W-COSTO-MESE TO W-DP-COSTO-GEN (IND-DIP)
              ADD W-COSTO-MESE TO W-AZ-COSTO-GEN
              IF W-QU-COD (IND-QUAL) = W-D-QUALIF
                 ADD 1            TO W-QU-PRESENTI-GEN (IND-QUAL)
                 ADD W-COSTO-MESE TO W-QU-COSTO-GEN (IND-QUAL)
              END-IF
           END-IF.

           MOVE 'D'            TO W-VOCE-TIPO.
           MOVE W-D-MATRICOLA  TO W-VOCE-MATRICOLA.
           MOVE 0              TO W-VOCE-POSIZIONE.
           MOVE W-D-DIPART     TO W-VOCE-DIPART.
           MOVE W-D-QUALIF     TO W-VOCE-QUALIF.
           PERFORM 2700-ACCUMULA-MESE.

       2450-EX. EXIT.
      *
      *
      ******************************************************************
      * CAMPAGNA DELLA QUALIFICA DECORSA ENTRO IL MESE: FORMULA DEL     *
      * 2220-TRATTA-DIPENDENTE DI CW85DEMO SULLA RETRIBUZIONE GIA'     *
      * AGGIORNATA DALLE CAMPAGNE PRECEDENTI. L'ADEGUAMENTO AI MINIMI  *
      * ('M') PORTA AL MINIMO CWMINCON IN VIGORE ALLA DECORRENZA PER   *
      * IL LIVELLO CORRENTE, SE LA RETRIBUZIONE E' INFERIORE           *
      ******************************************************************
       2460-APPLICA-CAMPAGNA SECTION.
      *---------------------*
           IF W-CA-QUALIF (W-IND-CAMP) NOT = W-D-QUALIF OR
              W-CA-DECORRENZA (W-IND-CAMP) (1:7) > W-COMPETENZA
              GO TO 2460-EX
           END-IF.

           IF W-CA-MINIMI (W-IND-CAMP)
              PERFORM 2465-MINIMO-IN-VIGORE
              IF W-SQLCODE-MIN-OK AND
                 W-RETRIB-MESE < RETRIB-MINIMA OF DCL-CWMINCON
                 MOVE RETRIB-MINIMA OF DCL-CWMINCON TO W-RETRIB-MESE
              END-IF
           ELSE
              COMPUTE W-RETRIB-MESE ROUNDED =
                      W-RETRIB-MESE
                    * (1 + (W-CA-PERC (W-IND-CAMP) / 100))
                    + W-CA-IMPORTO (W-IND-CAMP)
           END-IF.

       2460-EX. EXIT.
      *
      *
      ******************************************************************
      * MINIMO CONTRATTUALE IN VIGORE ALLA DECORRENZA DELLA CAMPAGNA   *
      * PER QUALIFICA E LIVELLO DEL DIPENDENTE (CRITERIO DI CW85DEMO)  *
      ******************************************************************
       2465-MINIMO-IN-VIGORE SECTION.
      *---------------------*
           MOVE W-CA-DECORRENZA (W-IND-CAMP)
             TO DATA-DECORRENZA OF DCL-CWMINCON.
           EXEC SQL SELECT M.RETRIB_MINIMA
                      INTO :DCL-CWMINCON.RETRIB-MINIMA
                      FROM  CPS04.CWMINCON M
                     WHERE M.QUALIFICA_INTERNA = :W-D-QUALIF
                     AND   M.SCATTO_LIVELLO    = :W-D-SCATTO
                     AND   M.DATA_DECORRENZA   =
                          (SELECT MAX(M2.DATA_DECORRENZA)
                             FROM CPS04.CWMINCON M2
                            WHERE M2.QUALIFICA_INTERNA =
                                  M.QUALIFICA_INTERNA
                            AND   M2.SCATTO_LIVELLO    =
                                  M.SCATTO_LIVELLO
                            AND   M2.DATA_DECORRENZA  <=
                                  :DCL-CWMINCON.DATA-DECORRENZA)
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-MIN.

       2465-EX. EXIT.
      *
      *
      ******************************************************************
      * POSTI VACANTI DEL DIPARTIMENTO: ORGANICO AUTORIZZATO MENO I    *
      * PRESENTI A GENNAIO. LA QUALIFICA VIENE DALLE POSIZIONI VACANTI *
      * CWPOSORG IN ORDINE DI NUMERO; I POSTI OLTRE LE POSIZIONI       *
      * CENSITE VANNO AL COSTO MEDIO DEL DIPARTIMENTO                  *
      ******************************************************************
       2600-VALORIZZA-VACANTI SECTION.
      *----------------------*
           SET IND-DIP TO W-IND-DIP-N.
           IF W-DP-BUDGET (IND-DIP) NOT = 'S'
              GO TO 2600-EX
           END-IF.
           COMPUTE W-VAC-DA-FARE = W-DP-ORGANICO (IND-DIP)
                                 - W-DP-PRESENTI-GEN (IND-DIP).
           IF W-VAC-DA-FARE NOT > 0
              GO TO 2600-EX
           END-IF.
           MOVE W-VAC-DA-FARE      TO W-DP-VACANTI (IND-DIP).
           MOVE 0                  TO W-VAC-FATTE.
           MOVE W-DP-COD (IND-DIP) TO W-POS-DIPART.

           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-POS89 END-EXEC.
           PERFORM 2620-FETCH-POSIZIONE
                   UNTIL W-SQLCODE-NOT-FOUND
                      OR W-VAC-FATTE NOT < W-VAC-DA-FARE.
           EXEC SQL CLOSE CUR-POS89 END-EXEC.

           MOVE SPACES TO W-V-QUALIF.
           MOVE 0      TO W-V-NUM-POSIZIONE.
           PERFORM 2650-PROIETTA-VACANTE
                   UNTIL W-VAC-FATTE NOT < W-VAC-DA-FARE.

       2600-EX. EXIT.
      *
      *
       2620-FETCH-POSIZIONE SECTION.
      *--------------------*
           EXEC SQL FETCH CUR-POS89
                    INTO  :DCL-CWPOSORG.NUM-POSIZIONE,
                          :DCL-CWPOSORG.QUALIFICA-INTERNA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              MOVE QUALIFICA-INTERNA OF DCL-CWPOSORG TO W-V-QUALIF
              MOVE NUM-POSIZIONE     OF DCL-CWPOSORG
                TO W-V-NUM-POSIZIONE
              PERFORM 2650-PROIETTA-VACANTE
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2620-EX. EXIT.
      *
      *
      ******************************************************************
      * UN POSTO VACANTE PER TUTTI I 12 MESI AL COSTO MEDIO DI GENNAIO *
      * DELLA QUALIFICA, DEL DIPARTIMENTO O DELL'AZIENDA               *
      ******************************************************************
       2650-PROIETTA-VACANTE SECTION.
      *---------------------*
           ADD 1 TO W-VAC-FATTE.
           ADD 1 TO W-CONTA-VACANTI.

           MOVE 0 TO W-COSTO-MEDIO.
           SET IND-QUAL TO 1.
           SEARCH W-QUALIF
              AT END
                 CONTINUE
              WHEN W-QU-COD (IND-QUAL) = W-V-QUALIF
               AND W-QU-PRESENTI-GEN (IND-QUAL) > 0
                 COMPUTE W-COSTO-MEDIO ROUNDED =
                         W-QU-COSTO-GEN (IND-QUAL)
                       / W-QU-PRESENTI-GEN (IND-QUAL)
           END-SEARCH.
           IF W-COSTO-MEDIO = 0 AND W-DP-PRESENTI-GEN (IND-DIP) > 0
              COMPUTE W-COSTO-MEDIO ROUNDED =
                      W-DP-COSTO-GEN (IND-DIP)
                    / W-DP-PRESENTI-GEN (IND-DIP)
           END-IF.
           IF W-COSTO-MEDIO = 0 AND W-AZ-PRESENTI-GEN > 0
              COMPUTE W-COSTO-MEDIO ROUNDED =
                      W-AZ-COSTO-GEN / W-AZ-PRESENTI-GEN
           END-IF.

           MOVE W-COSTO-MEDIO  TO W-COSTO-BASE.
           MOVE 0              TO W-COSTO-SCATTI.
           MOVE 0              TO W-COSTO-CAMPAGNE.
           MOVE W-COSTO-MEDIO  TO W-COSTO-MESE.
           MOVE 'V'               TO W-VOCE-TIPO.
           MOVE 0                 TO W-VOCE-MATRICOLA.
           MOVE W-V-NUM-POSIZIONE TO W-VOCE-POSIZIONE.
           MOVE W-DP-COD (IND-DIP) TO W-VOCE-DIPART.
           MOVE W-V-QUALIF        TO W-VOCE-QUALIF.
           PERFORM 2660-VACANTE-MESE
                   VARYING W-MESE FROM 1 BY 1
                   UNTIL W-MESE > 12.

       2650-EX. EXIT.
      *
      *
       2660-VACANTE-MESE SECTION.
      *-----------------*
           MOVE W-MESE TO W-CO-MM.
           ADD W-COSTO-MESE TO W-DP-COSTO-VAC (IND-DIP).
           ADD W-COSTO-MESE TO W-TOT-VACANTI.
           PERFORM 2700-ACCUMULA-MESE.

       2660-EX. EXIT.
      *
      *
      ******************************************************************
      * ACCUMULO DEL COSTO DEL MESE SULLA GRIGLIA E RIGA DI DETTAGLIO  *
      * PER LA VOCE W-VOCE-... IMPOSTATA DAL CHIAMANTE                 *
      ******************************************************************
       2700-ACCUMULA-MESE SECTION.
      *------------------*
           ADD W-COSTO-MESE TO W-DP-MESE (IND-DIP, W-MESE).
           ADD W-COSTO-MESE TO W-DP-TOT-ANNO (IND-DIP).
           ADD W-COSTO-MESE TO W-TOT-MESE (W-MESE).
           ADD W-COSTO-MESE TO W-TOT-ANNO.

           MOVE SPACES           TO PROIEDET-REC.
           MOVE 'D'              TO PD-TIPO-REC.
           MOVE W-COMPETENZA     TO PD-COMPETENZA.
           MOVE W-VOCE-TIPO      TO PD-TIPO-VOCE.
           MOVE W-VOCE-MATRICOLA TO PD-MATRICOLA.
           MOVE W-VOCE-POSIZIONE TO PD-NUM-POSIZIONE.
           MOVE W-VOCE-DIPART    TO PD-DIPARTIMENTO.
           MOVE W-VOCE-QUALIF    TO PD-QUALIFICA.
           MOVE W-COSTO-BASE     TO PD-COSTO-BASE.
           MOVE W-COSTO-SCATTI   TO PD-COSTO-SCATTI.
           MOVE W-COSTO-CAMPAGNE TO PD-COSTO-CAMPAGNE.
           MOVE W-COSTO-MESE     TO PD-COSTO-TOTALE.
           WRITE PROIEDET-REC.
           ADD 1            TO W-CONTA-RIGHE-DET.
           ADD W-COSTO-MESE TO W-TOT-DETTAGLIO.

       2700-EX. EXIT.
      *
      *
      ******************************************************************
      * GRIGLIA MENSILE PER DIPARTIMENTO IN EURO INTERI, TOTALE        *
      * AZIENDALE, POSTI VACANTI E RIEPILOGO                           *
      ******************************************************************
       2800-STAMPA-GRIGLIA SECTION.
      *-------------------*
           MOVE R-INTESTAZ-2 TO PROIEREP-REC.
           WRITE PROIEREP-REC.
           MOVE R-INTESTAZ-3 TO PROIEREP-REC.
           WRITE PROIEREP-REC.

           PERFORM 2810-RIGA-DIPART
                   VARYING W-IND-DIP-N FROM 1 BY 1
                   UNTIL W-IND-DIP-N > W-NUM-DIP.

           MOVE SPACES             TO R-RIGA-GRIGLIA.
           MOVE 'TOTALE'           TO RG-DIPART.
           PERFORM 2830-TOTALE-MESE
                   VARYING W-MESE FROM 1 BY 1
                   UNTIL W-MESE > 12.
           COMPUTE W-IMP-INTERO ROUNDED = W-TOT-ANNO.
           MOVE W-IMP-INTERO       TO RG-TOT-ANNO.
           MOVE R-RIGA-VUOTA       TO PROIEREP-REC.
           WRITE PROIEREP-REC.
           MOVE R-RIGA-GRIGLIA     TO PROIEREP-REC.
           WRITE PROIEREP-REC.

           MOVE R-RIGA-VUOTA TO PROIEREP-REC.
           WRITE PROIEREP-REC.
           MOVE R-INTESTAZ-4 TO PROIEREP-REC.
           WRITE PROIEREP-REC.
           MOVE R-INTESTAZ-5 TO PROIEREP-REC.
           WRITE PROIEREP-REC.
           PERFORM 2850-RIGA-VACANTI
                   VARYING W-IND-DIP-N FROM 1 BY 1
                   UNTIL W-IND-DIP-N > W-NUM-DIP.

       2800-EX. EXIT.
      *
      *
       2810-RIGA-DIPART SECTION.
      *----------------*
           SET IND-DIP TO W-IND-DIP-N.
           MOVE SPACES             TO R-RIGA-GRIGLIA.
           MOVE W-DP-COD (IND-DIP) TO RG-DIPART.
           PERFORM 2820-CELLA-MESE
                   VARYING W-MESE FROM 1 BY 1
                   UNTIL W-MESE > 12.
           COMPUTE W-IMP-INTERO ROUNDED = W-DP-TOT-ANNO (IND-DIP).
           MOVE W-IMP-INTERO       TO RG-TOT-ANNO.
           MOVE R-RIGA-GRIGLIA     TO PROIEREP-REC.
           WRITE PROIEREP-REC.

       2810-EX. EXIT.
      *
      *
       2820-CELLA-MESE SECTION.
      *---------------*
           COMPUTE W-IMP-INTERO ROUNDED = W-DP-MESE (IND-DIP, W-MESE).
           MOVE W-IMP-INTERO TO RG-MESE (W-MESE).

       2820-EX. EXIT.
      *
      *
       2830-TOTALE-MESE SECTION.
      *----------------*
           COMPUTE W-IMP-INTERO ROUNDED = W-TOT-MESE (W-MESE).
           MOVE W-IMP-INTERO TO RG-MESE (W-MESE).

       2830-EX. EXIT.
      *
      *
       2850-RIGA-VACANTI SECTION.
      *-----------------*
           SET IND-DIP TO W-IND-DIP-N.
           IF W-DP-BUDGET (IND-DIP) NOT = 'S'
              GO TO 2850-EX
           END-IF.
           MOVE W-DP-COD (IND-DIP)          TO RV-DIPART.
           MOVE W-DP-ORGANICO (IND-DIP)     TO RV-ORGANICO.
           MOVE W-DP-PRESENTI-GEN (IND-DIP) TO RV-PRESENTI.
           MOVE W-DP-VACANTI (IND-DIP)      TO RV-VACANTI.
           MOVE W-DP-COSTO-VAC (IND-DIP)    TO RV-COSTO.
           MOVE R-RIGA-VACANTI TO PROIEREP-REC.
           WRITE PROIEREP-REC.

       2850-EX. EXIT.
      *
      *
      ******************************************************************
      * RICERCA (O INSERIMENTO IN CODA) DEL DIPARTIMENTO W-ACC-DIPART  *
      * NELLA GRIGLIA; OLTRE I 200 DIPARTIMENTI L'ULTIMO RACCOGLIE IL  *
      * RESTO                                                          *
      ******************************************************************
       2900-TROVA-DIPART SECTION.
      *-----------------*
           SET IND-DIP TO 1.
           SEARCH W-DIPART
              AT END
                 IF W-NUM-DIP < 200
                    ADD 1 TO W-NUM-DIP
                 ELSE
                    DISPLAY '** CX89DEMO - GRIGLIA DIPARTIMENTI PIENA: '
                            W-ACC-DIPART
                 END-IF
                 SET IND-DIP TO W-NUM-DIP
                 IF W-DP-COD (IND-DIP) = SPACES
                    MOVE W-ACC-DIPART TO W-DP-COD (IND-DIP)
                 END-IF
              WHEN W-DP-COD (IND-DIP) = W-ACC-DIPART
                 CONTINUE
           END-SEARCH.

       2900-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE PROIEDET.
           CLOSE PROIEREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-LETTI     TO W-BR-LETTI
              MOVE W-CONTA-RIGHE-DET TO W-BR-SCRITTI
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
           MOVE SPACES            TO PROIEDET-CODA.
           MOVE 'T'               TO PT-TIPO-REC.
           MOVE W-ANNO-PROIEZ     TO PT-ANNO.
           MOVE W-CONTA-RIGHE-DET TO PT-NUM-RIGHE.
           MOVE W-TOT-DETTAGLIO   TO PT-TOT-COSTO.
           WRITE PROIEDET-CODA.

           MOVE R-RIGA-VUOTA        TO PROIEREP-REC.
           WRITE PROIEREP-REC.
           MOVE W-CONTA-LETTI        TO RT-LETTI.
           MOVE R-RIGA-TOT-1         TO PROIEREP-REC.
           WRITE PROIEREP-REC.
           MOVE W-CONTA-PROIETTATI   TO RT-PROIETTATI.
           MOVE R-RIGA-TOT-2         TO PROIEREP-REC.
           WRITE PROIEREP-REC.
           MOVE W-CONTA-USCITI-PRIMA TO RT-USCITI-PRIMA.
           MOVE R-RIGA-TOT-3         TO PROIEREP-REC.
           WRITE PROIEREP-REC.
           MOVE W-CONTA-USCITE-ANNO  TO RT-USCITE-ANNO.
           MOVE R-RIGA-TOT-4         TO PROIEREP-REC.
           WRITE PROIEREP-REC.
           MOVE W-CONTA-SCATTI       TO RT-SCATTI.
           MOVE W-IMP-SCATTO         TO RT-IMP-SCATTO.
           MOVE R-RIGA-TOT-5         TO PROIEREP-REC.
           WRITE PROIEREP-REC.
           IF W-IMP-SCATTO = 0
              MOVE R-RIGA-NO-SCATTO  TO PROIEREP-REC
              WRITE PROIEREP-REC
           END-IF.
           MOVE W-NUM-CAMP           TO RT-CAMPAGNE.
           MOVE R-RIGA-TOT-6         TO PROIEREP-REC.
           WRITE PROIEREP-REC.
           MOVE W-CONTA-VACANTI      TO RT-VACANTI.
           MOVE R-RIGA-TOT-7         TO PROIEREP-REC.
           WRITE PROIEREP-REC.
           MOVE W-TOT-ANNO           TO RT-TOT-ANNO.
           MOVE R-RIGA-TOT-8         TO PROIEREP-REC.
           WRITE PROIEREP-REC.
           MOVE W-TOT-VACANTI        TO RT-TOT-VACANTI.
           MOVE R-RIGA-TOT-9         TO PROIEREP-REC.
           WRITE PROIEREP-REC.

           DISPLAY 'CX89DEMO - DIPENDENTI LETTI     : ' W-CONTA-LETTI.
           DISPLAY 'CX89DEMO - RIGHE DI DETTAGLIO   : '
                   W-CONTA-RIGHE-DET.

           CLOSE PROIEDET.
           CLOSE PROIEREP.

           MOVE W-CONTA-LETTI     TO W-BR-LETTI.
           MOVE W-CONTA-RIGHE-DET TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
