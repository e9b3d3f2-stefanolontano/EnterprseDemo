      *               RADIAZIONE (DEFAULT 24 - CX22DEMO)                *
      *   TFRRIVAL    VALORE_NUM = PERCENTUALE DI RIVALUTAZIONE ANNUA   *
      *               DEL FONDO TFR ACCANTONATO (CW88DEMO)              *
      *   MINGGSTD    VALORE_NUM = MINUTI DELLA GIORNATA LAVORATIVA     *
      *               STANDARD PER CHI NON HA TURNO ASSEGNATO (DEFAULT  *
      *               480 - CALCOLO STRAORDINARI CX49DEMO)              *
      *   MINSTRAOR   VALORE_NUM = MINUTI MINIMI DI STRAORDINARIO NEL   *
      *               GIORNO PERCHE' VENGA REGISTRATO (DEFAULT 30 -     *
      *               CX49DEMO)                                         *
      *   ORAININOT   VALORE_NUM = ORA DI INIZIO DELLA FASCIA NOTTURNA  *
      *               DEGLI STRAORDINARI (DEFAULT 22 - CX49DEMO)        *
      *   ORAFINNOT   VALORE_NUM = ORA DI FINE DELLA FASCIA NOTTURNA    *
      *               DEGLI STRAORDINARI (DEFAULT 6 - CX49DEMO)         *
      *   MINBUONO    VALORE_NUM = MINUTI LAVORATI MINIMI NEL GIORNO PER*
      *               IL DIRITTO AL BUONO PASTO (DEFAULT 360 - CX51DEMO)*
      *   VALBUONO    VALORE_NUM = VALORE UNITARIO IN EURO DEL BUONO    *
      *               PASTO (DEFAULT 8,00 - CX51DEMO)                   *
      *   GG104MESE   VALORE_NUM = GIORNI DI PERMESSO LEGGE 104 AL MESE *
      *               PER FAMILIARE ASSISTITO (DEFAULT 3 - CW35DEMO)    *
      *   MESICONGP   VALORE_NUM = MESI DI CONGEDO PARENTALE PER FIGLIO *
      *               DEL SINGOLO GENITORE (DEFAULT 6 - CW35DEMO)       *
      *   ETACONGP    VALORE_NUM = ETA' DEL FIGLIO, IN ANNI, ENTRO CUI  *
      *               VA FRUITO IL CONGEDO PARENTALE (DEFAULT 12)       *
      *   COGGRETRO   VALORE_NUM = GIORNI ALL'INDIETRO ENTRO CUI UN     *
      *               EVENTO DATATO VIENE ANCORA RILEVATO PER LA        *
      *               COMUNICAZIONE UNILAV (DEFAULT 30 - CX56DEMO)      *
      *   COGGTERM    VALORE_NUM = GIORNI DALL'EVENTO ENTRO CUI VA      *
      *               INVIATA LA COMUNICAZIONE DI PROROGA,              *
      *               TRASFORMAZIONE O CESSAZIONE (DEFAULT 5 - CX56DEMO)*
      *   INFGGDEN    VALORE_NUM = GIORNI DAL CERTIFICATO MEDICO ENTRO  *
      *               CUI VA FATTA LA DENUNCIA INAIL DI UN INFORTUNIO   *
      *               (DEFAULT 2 - CX59DEMO)                            *
      *   INFGGPRE    VALORE_NUM = GIORNI DI PREAVVISO SULLA SCADENZA   *
      *               DELLA DENUNCIA INAIL (DEFAULT 1 - CX60DEMO)       *
      *   SQCORSAI    VALORE_CHAR = CORSO CWCORSI RICHIESTO PER IL RUOLO*
      *               DI ADDETTO ANTINCENDIO (CX62DEMO)                 *
      *   SQCORSPS    VALORE_CHAR = CORSO CWCORSI RICHIESTO PER IL RUOLO*
      *               DI ADDETTO PRIMO SOCCORSO (CX62DEMO)              *
      *   SQMINAI     VALORE_NUM = ADDETTI ANTINCENDIO MINIMI PER       *
      *               DIPARTIMENTO/GIORNO/TURNO (DEFAULT 1 - CX63DEMO)  *
      *   SQMINPS     VALORE_NUM = ADDETTI PRIMO SOCCORSO MINIMI PER    *
      *               DIPARTIMENTO/GIORNO/TURNO (DEFAULT 1 - CX63DEMO)  *
      *   COGECONTOC  VALORE_CHAR = CONTO DI COSTO DI DEFAULT DEL       *
      *               GIORNALE DI CONTABILITA' GENERALE, PER I CENTRI   *
      *               DI COSTO SENZA CONTO (DEFAULT 'COSTOPERS' -       *
      *               CX73DEMO)                                         *
      *   COGECONTOA  VALORE_CHAR = CONTO DI CONTROPARTITA IN AVERE DEL *
      *               GIORNALE (DEFAULT 'DEBDIPEND' - CX73DEMO)         *
      *   COGECDCSOS  VALORE_CHAR = CENTRO DI COSTO DI SOSPESO PER I    *
      *               DIPENDENTI SENZA RIPARTIZIONE VALIDA NE' CENTRO   *
      *               DEL DIPARTIMENTO (DEFAULT 'SOSPESO' - CX73DEMO)   *
      *   IMPSCATTO   VALORE_NUM = VALORE MENSILE IN EURO DI UNO SCATTO *
      *               DI LIVELLO A TEMPO PIENO, PER LA PROIEZIONE DEL   *
      *               COSTO DEL PERSONALE (DEFAULT 0 = SCATTI CONTATI   *
      *               MA NON VALORIZZATI - CX89DEMO)                    *
      *   GDPRGGPRE   VALORE_NUM = GIORNI DI PREAVVISO SULLA SCADENZA   *
      *               DELLE ISTANZE GDPR APERTE NEL TABULATO            *
      *               SETTIMANALE DEL DPO (DEFAULT 7 - CX91DEMO)        *
      *   SOGLIAPRE   VALORE_NUM = IMPORTO IN EURO OLTRE IL QUALE UN    *
      *               PREMIO MBO CALCOLATO DA CX96DEMO RICHIEDE         *
      *               L'APPROVAZIONE DI UN SECONDO OPERATORE (CWAPPROV  *
      *               TIPO 'B'); DEFAULT 0 = TUTTI I PREMI              *
      *   PREMAXRAG   VALORE_NUM = PERCENTUALE MASSIMA DI RAGGIUNGIMENTO*
      *               RICONOSCIUTA SU UN SINGOLO OBIETTIVO MBO (DEFAULT *
      *               100 - CX96DEMO)                                   *
      *   SOCPRINC    VALORE_CHAR = SOCIETA' PRINCIPALE DEL GRUPPO      *
      *               (CWSOCIETA), ASSEGNATA ALLE MATRICOLE CREATE      *
      *               SENZA DIPARTIMENTO (DEFAULT '0001' - CW18DEMO,    *
      *               CW19DEMO, CW32DEMO)                               *
      *   COMPGGMAX   VALORE_NUM = GIORNI MASSIMI DI MALATTIA NELLA     *
      *               FINESTRA DEL PERIODO DI COMPORTO (DEFAULT 180 -   *
      *               CY01DEMO)                                         *
      *   COMPMESI    VALORE_NUM = MESI DELLA FINESTRA MOBILE DEL       *
      *               PERIODO DI COMPORTO (DEFAULT 36 - CY01DEMO)       *
      *   COMPSOGL1   VALORE_NUM = PRIMA SOGLIA DI PREAVVISO SUL        *
      *               COMPORTO, IN PERCENTUALE DEI GIORNI MASSIMI       *
      *               (DEFAULT 75 - CY01DEMO)                           *
      *   COMPSOGL2   VALORE_NUM = SECONDA SOGLIA DI PREAVVISO SUL      *
      *               COMPORTO, IN PERCENTUALE (DEFAULT 90 - CY01DEMO)  *
      *   JMLGGRETRO  VALORE_NUM = GIORNI ALL'INDIETRO ENTRO CUI UN     *
      *               INGRESSO, TRASFERIMENTO O USCITA VIENE ANCORA     *
      *               RILEVATO PER IL FILE IT JMLFEED (DEFAULT 30 -     *
      *               CY02DEMO)                                         *
      *   FINBATCH    VALORE_CHAR = STATO DELLA FINESTRA BATCH NOTTURNA:*
      *               'B' = CATENA IN CORSO, AGGIORNAMENTI ON-LINE      *
      *               SOSPESI (IMPOSTATO DA CY08DEMO, PRIMO ANELLO DELLA*
      *               CATENA); 'F' = CATENA IN CORSO CON SBLOCCO DI     *
      *               EMERGENZA DELL'AMMINISTRATORE (PF6 SUL MENU       *
      *               CW02DEMO); SPAZI O RIGA ASSENTE = NESSUNA FINESTRA*
      *               (RIPRISTINATO DA CX40DEMO A FINE CATENA)          *
      *   OREMESE     VALORE_NUM = ORE MENSILI CONTRATTUALI A TEMPO   *
      *               PIENO, DIVISORE DELLA RETRIBUZIONE BASE PER IL    *
      *               COSTO ORARIO DELLE COMMESSE (DEFAULT 168 -        *
      *               CY13DEMO)                                         *
      *   GGMALRIE    VALORE_NUM = GIORNI CONTINUATIVI DI MALATTIA OLTRE*
      *               I QUALI E' OBBLIGATORIA LA VISITA MEDICA DI       *
      *               RIENTRO (DEFAULT 60 - CY20DEMO)                   *
      *   RIPOGIORN   VALORE_NUM = ORE MINIME DI RIPOSO CONSECUTIVO TRA *
      *               DUE TURNI (DEFAULT 11 - CX02DEMO, CY21DEMO)       *
      *   RIPOSETT    VALORE_NUM = ORE MINIME DI RIPOSO CONSECUTIVO     *
      *               NELLA SETTIMANA (DEFAULT 24 - CX02DEMO, CY21DEMO) *
      *   OREMEDSET   VALORE_NUM = MEDIA MASSIMA DI ORE SETTIMANALI NEL *
      *               PERIODO DI RIFERIMENTO (DEFAULT 48 - CX02DEMO,    *
      *               CY21DEMO)                                         *
      *   SETTRIFER   VALORE_NUM = SETTIMANE DEL PERIODO DI RIFERIMENTO *
      *               DELLA MEDIA SETTIMANALE (DEFAULT 17 = 4 MESI)     *
      *   ORENOTMAX   VALORE_NUM = ORE MASSIME DI UN TURNO NOTTURNO     *
      *               (DEFAULT 8 - CX02DEMO, CY21DEMO)                  *
      *   ORAONLINE   VALORE_NUM = ORA DI APERTURA DELL'ON-LINE IN      *
      *               FORMATO HHMM, LIMITE DELLA CATENA BATCH NOTTURNA  *
      *               (DEFAULT 0700 - CY32DEMO)                         *
      *   MARGBATCH   VALORE_NUM = MINUTI DI MARGINE PRIMA DI ORAONLINE *
      *               ENTRO CUI UNA FINE PREVISTA DELLA CATENA VIENE    *
      *               SEGNALATA COME SFORAMENTO (DEFAULT 30 - CY32DEMO) *
      *------------------------------------------------------------------
      * CREAZIONE        : 02/09/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWPARAM TABLE
           ( NOME_PARAMETRO                CHAR(10)     NOT NULL,
