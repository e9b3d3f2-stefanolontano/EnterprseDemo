      *                SEGNAPOSTO IN QUESTA COPY.                        *
      * 02/09/2026 GM  AGGIUNTO TIPO-UTENTE-TAB-MSG PER IL CONTEGGIO    *
      *                D'USO DELLE TRANSAZIONI (CW50DEMO -> CWTRSUSO)   *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 184-185 PER L'AUTORIZZAZIONE  *
      *                DEGLI STRAORDINARI (CX50DEMO)                   *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 186-193 PER LE TRASFERTE E IL *
      *                RIMBORSO SPESE (CX52DEMO, CX53DEMO, CW18DEMO)   *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 194-200 PER I PERMESSI        *
      *                LEGGE 104 E IL CONGEDO PARENTALE (CW35DEMO,     *
      *                CX55DEMO)                                       *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 201-211 PER IL REGISTRO       *
      *                INFORTUNI SUL LAVORO (CX59DEMO)                 *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 212-217 PER IL REGISTRO       *
      *                DELLE SQUADRE DI EMERGENZA (CX62DEMO)           *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 218-229 PER I BANDI DI        *
      *                MOBILITA' INTERNA (CX64DEMO, CHIOSCO CW76DEMO)  *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 230-238 PER LE POSIZIONI      *
      *                DI ORGANICO (CX66DEMO)                          *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 239-247 PER LE POSIZIONI      *
      *                CHIAVE E I SUCCESSORI (CX68DEMO)                *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 248-255 PER IL CATALOGO       *
      *                DELLE COMPETENZE (CX70DEMO)                     *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 256-264 PER I CENTRI DI       *
      *                COSTO E LE RIPARTIZIONI (CX72DEMO)              *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 265-266 PER L'ARCHIVIO DEI    *
      *                CEDOLINI (CX75DEMO/CW76DEMO)                    *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 267-276 PER GLI ANTICIPI DEL  *
      *                TFR (CX76DEMO)                                  *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 277-285 PER IL REGISTRO       *
      *                DEI PIGNORAMENTI E DELLE CESSIONI DEL QUINTO    *
      *                (CX78DEMO, CW38DEMO)                            *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 286-300 PER IL LAVORO AGILE   *
      *                (CX80DEMO, CX81DEMO, CW76DEMO)                  *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 301-314 PER GLI SCIOPERI E    *
      *                LE ADESIONI (CX83DEMO, CX84DEMO)                *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 315-324 PER LE RICHIESTE DI   *
      *                ASSUNZIONE (CX86DEMO, CW75DEMO)                 *
      * 15/10/2026 GM  AGGIUNTO MESSAGGIO 325 PER LA CAUSA CODIFICATA  *
      *                DI CESSAZIONE (CW38DEMO, CW08DEMO)              *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 326-338 PER IL REGISTRO DELLE *
      *                ISTANZE GDPR (CX90DEMO)                         *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 339-344 PER GLI ABBONAMENTI   *
      *                E-MAIL AI REPORT (CX92DEMO, CW43DEMO)           *
      * 15/10/2026 GM  MESSAGGIO 086 ESTESO CON L'AZIONE M DI CW43DEMO *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 345-349 PER LE LIMITAZIONI    *
      *                MEDICHE (CX01DEMO, CX16DEMO, CX02DEMO)          *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 350-361 PER GLI OBIETTIVI E   *
      *                I PREMI MBO (CX95DEMO, CW18DEMO)                *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 362-363 PER I MINIMI          *
      *                CONTRATTUALI (CW33DEMO, CW84DEMO)               *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 364-371 (SOCIETA' DEL GRUPPO: *
      *                ANAGRAFICA CWSOCIETA E PERIMETRO CWUTESOC)      *
      * 15/10/2026 GM  AGGIUNTO MESSAGGIO 372 PER IL COLLEGAMENTO      *
      *                UTENZA-MATRICOLA (CW15DEMO)                     *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 373-381 PER LE SCELTE DI      *
      *                DESTINAZIONE DEL TFR E I FONDI PENSIONE         *
      *                (CY03DEMO)                                      *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 382-393 (SOTTOMISSIONE ON-LINE*
      *                DI LAVORI BATCH PARAMETRIZZATI, CY06DEMO)       *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 394-397 (FINESTRA BATCH       *
      *                NOTTURNA: AGGIORNAMENTI ON-LINE SOSPESI E       *
      *                SBLOCCO DI EMERGENZA SU CW02DEMO)               *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 398-404 (REGOLE DI            *
      *                VISIBILITA' DEI DATI RISERVATI, CY10DEMO)       *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 405-417 (COMMESSE E ORE       *
      *                SU COMMESSA, CY11DEMO E CY12DEMO)               *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 418-430 (FOGLIO PRESENZE      *
      *                MENSILE, CY15DEMO E CX33DEMO)                   *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 431-440 (RUBRICA AZIENDALE    *
      *                CY17DEMO)                                       *
      * 15/10/2026 GM  AGGIUNTO MESSAGGIO 441 (AVVISO VISITA DI        *
      *                RIENTRO IN ATTESA SU CX02DEMO)                  *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 442-446 (LIMITI DI LEGGE      *
      *                SULL'ORARIO DI LAVORO IN CX02DEMO)              *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 447-448 (FASCICOLO            *
      *                DOCUMENTALE DEL DIPENDENTE, CY22DEMO)           *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 449-453 PER LE SEDI DI LAVORO *
      *                E IL CALENDARIO LOCALE DI SEDE (CY25DEMO)       *
      * 15/10/2026 GM  NUOVI MESSAGGI 454-458 PER LA RIASSUNZIONE DI   *
      *                EX DIPENDENTI CON PIU' PERIODI DI LAVORO        *
      *                (CY26DEMO, CW04DEMO, CW19DEMO)                  *
      * 15/10/2026 GM  NUOVI MESSAGGI 459-465 PER LE RICHIESTE DI      *
      *                VARIAZIONE DEI RECAPITI DAL CHIOSCO (CY27DEMO)  *
      * 15/10/2026 GM  AGGIUNTI MESSAGGI 466-482 PER LA CASSA          *
      *                INTEGRAZIONE (CY29DEMO/CY30DEMO)                *
      * 15/10/2026 GM  MESSAGGI 483-484 PER LO STORNO DEI RUN MASSIVI  *
      *                (CW18DEMO)                                      *
      * 15/10/2026 GM  MESSAGGI 485-492 DEL REGISTRO DEI BLOCCHI       *
      *                LEGALI (CY34DEMO)                               *
      ******************************************************************
       01  TAB-MSG.
      * LINGUA CORRENTE DEI TESTI: IMPOSTATA DA 2995-CARICA-MESSAGGI
               10  FILLER PIC X(82) VALUE '085STAMPA INOLTRATA ALLA STAM
      -    'PANTE'.
               10  FILLER PIC X(82) VALUE '086AZIONE NON VALIDA (V=VIDEO
      -    ' S=STAMPA M=INVII E-MAIL)'.
               10  FILLER PIC X(82) VALUE '087NESSUNA ELABORAZIONE REGIS
      -    'TRATA PER LA DATA'.
               10  FILLER PIC X(82) VALUE '088CODICE FISCALE GIA'' PRESE
      -    'COMUNE (ELENCO ISTAT CWCOMUNI)'.
               10  FILLER PIC X(82) VALUE '183ORGANICO AUTORIZZATO SUPER
      -    'ATO (CWBUDGET): CONFERMARE PER FORZARE'.
               10  FILLER PIC X(82) VALUE '184DECISIONI SUGLI STRAORDINA
      -    'RI REGISTRATE'.
               10  FILLER PIC X(82) VALUE '185ORE AUTORIZZATE NON VALIDE
      -    ' (HHMM NON OLTRE IL CALCOLATO): RIGHE NON DECISE'.
               10  FILLER PIC X(82) VALUE '186TRASFERTA NON TROVATA'.
               10  FILLER PIC X(82) VALUE '187CATEGORIA DI DIARIA NON CE
      -    'NSITA (CWDIARIA, VEDI CX53DEMO)'.
               10  FILLER PIC X(82) VALUE '188TRASFERTA NON MODIFICABILE
      -    ' NELLO STATO ATTUALE'.
               10  FILLER PIC X(82) VALUE '189RIGA SPESA NON VALIDA (DAT
      -    'A GG/MM/AAAA, TIPO, IMPORTO, GIUSTIF. S/N)'.
               10  FILLER PIC X(82) VALUE '190TRASFERTA REGISTRATA CON I
      -    'L NUMERO A VIDEO'.
               10  FILLER PIC X(82) VALUE '191TRASFERTA INOLTRATA IN APP
      -    'ROVAZIONE (CW18DEMO)'.
               10  FILLER PIC X(82) VALUE '192TRASFERTA VISUALIZZATA'.
               10  FILLER PIC X(82) VALUE '193CATEGORIA CITATA DA TRASFE
      -    'RTE: CANCELLAZIONE NON AMMESSA'.
               10  FILLER PIC X(82) VALUE '194FAMILIARE NON CENSITO O NO
      -    'N A CARICO NEL PERIODO (VEDI CX23DEMO)'.
               10  FILLER PIC X(82) VALUE '195IL CONGEDO PARENTALE E'' A
      -    'MMESSO SOLO PER UN FIGLIO'.
               10  FILLER PIC X(82) VALUE '196PERMESSI LEGGE 104 DEL MES
      -    'E ESAURITI PER IL FAMILIARE (VEDI CX55DEMO)'.
               10  FILLER PIC X(82) VALUE '197CONGEDO PARENTALE ESAURITO
      -    ' PER IL FIGLIO (VEDI CX55DEMO)'.
               10  FILLER PIC X(82) VALUE '198CONGEDO PARENTALE OLTRE IL
      -    ' LIMITE DI ETA'' DEL FIGLIO'.
               10  FILLER PIC X(82) VALUE '199PERMESSO LEGGE 104: INIZIO
      -    ' E FINE DEVONO CADERE NELLO STESSO MESE'.
               10  FILLER PIC X(82) VALUE '200NESSUN FAMILIARE CENSITO P
      -    'ER LA MATRICOLA (VEDI CX23DEMO)'.
               10  FILLER PIC X(82) VALUE '201DATA DELL''INFORTUNIO NON 
      -    'VALIDA'.
               10  FILLER PIC X(82) VALUE '202ORA DELL''INFORTUNIO NON V
      -    'ALIDA (HHMM)'.
               10  FILLER PIC X(82) VALUE '203PARTE LESA NON VALIDA (TE 
      -    'OC TR CO AS MA AI PI PM)'.
               10  FILLER PIC X(82) VALUE '204DATA CERTIFICATO NON VALID
      -    'A O ANTERIORE ALL''INFORTUNIO'.
               10  FILLER PIC X(82) VALUE '205FINE PROGNOSI NON VALIDA O
      -    ' ANTERIORE ALL''INFORTUNIO'.
               10  FILLER PIC X(82) VALUE '206INFORTUNIO GIA'' REGISTRAT
      -    'O PER LA MATRICOLA ALLA DATA'.
               10  FILLER PIC X(82) VALUE '207INFORTUNIO NON REGISTRATO 
      -    'PER LA MATRICOLA ALLA DATA'.
               10  FILLER PIC X(82) VALUE '208DIGITARE IL PROTOCOLLO INA
      -    'IL O LA NUOVA FINE PROGNOSI'.
               10  FILLER PIC X(82) VALUE '209DENUNCIA INAIL GIA'' REGIS
      -    'TRATA PER L''INFORTUNIO'.
               10  FILLER PIC X(82) VALUE '210LA NUOVA FINE PROGNOSI DEV
      -    'E SEGUIRE LA PRECEDENTE'.
               10  FILLER PIC X(82) VALUE '211NESSUN INFORTUNIO REGISTRA
      -    'TO PER LA MATRICOLA'.
               10  FILLER PIC X(82) VALUE '212RUOLO NON VALIDO (AI=ANTIN
      -    'CENDIO, PS=PRIMO SOCCORSO)'.
               10  FILLER PIC X(82) VALUE '213CERTIFICAZIONE DEL CORSO D
      -    'EL RUOLO ASSENTE O SCADUTA ALLA DATA'.
               10  FILLER PIC X(82) VALUE '214RUOLO GIA'' ASSEGNATO ALLA
      -    ' MATRICOLA'.
               10  FILLER PIC X(82) VALUE '215NESSUN RUOLO DI EMERGENZA 
      -    'ATTIVO PER LA MATRICOLA'.
               10  FILLER PIC X(82) VALUE '216CORSO DEL RUOLO NON CONFIG
      -    'URATO (CWPARAM SQCORSAI/SQCORSPS)'.
               10  FILLER PIC X(82) VALUE '217DATA DI REVOCA ANTERIORE A
      -    'LLA NOMINA'.
               10  FILLER PIC X(82) VALUE '218BANDO DI MOBILITA'' INTERN
      -    'A INESISTENTE'.
               10  FILLER PIC X(82) VALUE '219BANDO NON APERTO ALLE CAND
      -    'IDATURE'.
               10  FILLER PIC X(82) VALUE '220CANDIDATURA GIA'' PRESENTA
      -    'TA PER IL BANDO'.
               10  FILLER PIC X(82) VALUE '221CANDIDATURA REGISTRATA - L
      -    '''ESITO SARA'' VISIBILE AL CHIOSCO'.
               10  FILLER PIC X(82) VALUE '222DATA DI CHIUSURA NON VALID
      -    'A O GIA'' TRASCORSA'.
               10  FILLER PIC X(82) VALUE '223ESITO NON VALIDO (S=SELEZI
      -    'ONATO, R=NON SELEZIONATO)'.
               10  FILLER PIC X(82) VALUE '224CANDIDATURA INESISTENTE O 
      -    'CON ESITO GIA'' REGISTRATO'.
               10  FILLER PIC X(82) VALUE '225IL DIPENDENTE APPARTIENE G
      -    'IA'' AL DIPARTIMENTO DEL BANDO'.
               10  FILLER PIC X(82) VALUE '226ESITO REGISTRABILE SOLO DO
      -    'PO LA CHIUSURA DEL BANDO'.
               10  FILLER PIC X(82) VALUE '227NESSUN BANDO DI MOBILITA''
      -    ' INTERNA REGISTRATO'.
               10  FILLER PIC X(82) VALUE '228DATA DI EFFETTO DEL TRASFE
      -    'RIMENTO NON VALIDA'.
               10  FILLER PIC X(82) VALUE '229BANDO GIA'' CONCLUSO CON U
      -    'N CANDIDATO SELEZIONATO'.
               10  FILLER PIC X(82) VALUE '230POSIZIONE DI ORGANICO INES
      -    'ISTENTE'.
               10  FILLER PIC X(82) VALUE '231POSIZIONE SOPPRESSA: OPERA
      -    'ZIONE NON CONSENTITA'.
               10  FILLER PIC X(82) VALUE '232POSIZIONE GIA'' COPERTA DA
      -    ' UN TITOLARE'.
               10  FILLER PIC X(82) VALUE '233POSIZIONE VACANTE: NESSUN 
      -    'TITOLARE DA LIBERARE'.
               10  FILLER PIC X(82) VALUE '234DIPENDENTE GIA'' TITOLARE 
      -    'DI UN''ALTRA POSIZIONE'.
               10  FILLER PIC X(82) VALUE '235DIPENDENTE NON ATTIVO O DI
      -    ' ALTRO DIPARTIMENTO'.
               10  FILLER PIC X(82) VALUE '236FTE NON VALIDO (DA 001 A 1
      -    '00 CENTESIMI)'.
               10  FILLER PIC X(82) VALUE '237COSTO ANNUO NON VALIDO'.
               10  FILLER PIC X(82) VALUE '238NESSUNA POSIZIONE DI ORGAN
      -    'ICO REGISTRATA'.
               10  FILLER PIC X(82) VALUE '239POSIZIONE CHIAVE INESISTEN
      -    'TE'.
               10  FILLER PIC X(82) VALUE '240POSIZIONE CHIAVE GIA'' CEN
      -    'SITA PER QUESTO DIPARTIMENTO/POSIZIONE'.
               10  FILLER PIC X(82) VALUE '241POSIZIONE CHIAVE DISATTIVA
      -    'TA: OPERAZIONE NON AMMESSA'.
               10  FILLER PIC X(82) VALUE '242TIPO NON VALIDO (R=RESPONS
      -    'ABILE DIPARTIMENTO, P=POSIZIONE DI ORGANICO)'.
               10  FILLER PIC X(82) VALUE '243PRONTEZZA NON VALIDA (1=SU
      -    'BITO, 2=ENTRO 1-2 ANNI, 3=OLTRE 3 ANNI)'.
               10  FILLER PIC X(82) VALUE '244IL SUCCESSORE NON PUO'' ES
      -    'SERE L''ATTUALE TITOLARE'.
               10  FILLER PIC X(82) VALUE '245CANDIDATO SUCCESSORE NON A
      -    'TTIVO'.
               10  FILLER PIC X(82) VALUE '246DIPENDENTE NON CENSITO TRA
      -    ' I SUCCESSORI DELLA POSIZIONE'.
               10  FILLER PIC X(82) VALUE '247NESSUNA POSIZIONE CHIAVE C
      -    'ENSITA'.
               10  FILLER PIC X(82) VALUE '248COMPETENZA NON PRESENTE IN
      -    ' CATALOGO'.
               10  FILLER PIC X(82) VALUE '249COMPETENZA DISATTIVATA'.
               10  FILLER PIC X(82) VALUE '250LIVELLO NON VALIDO (1=BASE
      -    ' 2=INTERMEDIO 3=AVANZATO 4=ESPERTO)'.
               10  FILLER PIC X(82) VALUE '251DATA DI VALUTAZIONE NON VA
      -    'LIDA O SUCCESSIVA AD OGGI'.
               10  FILLER PIC X(82) VALUE '252COMPETENZA NON REGISTRATA 
      -    'PER IL DIPENDENTE'.
               10  FILLER PIC X(82) VALUE '253COMPETENZA NON RICHIESTA D
      -    'ALLA QUALIFICA'.
               10  FILLER PIC X(82) VALUE '254NESSUN DIPENDENTE ATTIVO C
      -    'ON LA COMPETENZA AL LIVELLO RICHIESTO'.
               10  FILLER PIC X(82) VALUE '255DIGITARE LA MATRICOLA O LA
      -    ' QUALIFICA, NON ENTRAMBE'.
               10  FILLER PIC X(82) VALUE '256CENTRO DI COSTO NON CENSIT
      -    'O'.
               10  FILLER PIC X(82) VALUE '257CENTRO DI COSTO DISATTIVAT
      -    'O'.
               10  FILLER PIC X(82) VALUE '258PERCENTUALE NON VALIDA (DA
      -    ' 1 A 100)'.
               10  FILLER PIC X(82) VALUE '259IL TOTALE DELLE PERCENTUAL
      -    'I DEVE ESSERE 100'.
               10  FILLER PIC X(82) VALUE '260CENTRO DI COSTO RIPETUTO N
      -    'ELLA RIPARTIZIONE'.
               10  FILLER PIC X(82) VALUE '261DIGITARE ALMENO UN CENTRO 
      -    'DI COSTO CON LA PERCENTUALE'.
               10  FILLER PIC X(82) VALUE '262NESSUNA RIPARTIZIONE IN VI
      -    'GORE ALLA DATA'.
               10  FILLER PIC X(82) VALUE '263DATA DI DECORRENZA NON VAL
      -    'IDA'.
               10  FILLER PIC X(82) VALUE '264RIPARTIZIONE NON PRESENTE 
      -    'PER LA DECORRENZA INDICATA'.
               10  FILLER PIC X(82) VALUE '265NESSUN CEDOLINO ARCHIVIATO
      -    ' PER LA MATRICOLA'.
               10  FILLER PIC X(82) VALUE '266ULTIMI CEDOLINI ARCHIVIATI
      -    ' - ESITO: R=RISCONTRATO D=DISCORDE N=NON INVIATO'.
               10  FILLER PIC X(82) VALUE '267MOTIVO NON VALIDO (C=ACQUI
      -    'STO PRIMA CASA, S=SPESE SANITARIE)'.
               10  FILLER PIC X(82) VALUE '268IMPORTO DELL''ANTICIPO NON
      -    ' VALIDO'.
               10  FILLER PIC X(82) VALUE '269ANZIANITA'' DI SERVIZIO IN
      -    'FERIORE A 8 ANNI: ANTICIPO TFR NON SPETTANTE'.
               10  FILLER PIC X(82) VALUE '270FONDO TFR NON ANCORA CALCO
      -    'LATO PER LA MATRICOLA (VEDI CW88DEMO)'.
               10  FILLER PIC X(82) VALUE '271IMPORTO SUPERIORE AL 70% D
      -    'EL FONDO TFR MATURATO'.
               10  FILLER PIC X(82) VALUE '272ANTICIPO TFR GIA'' RICHIES
      -    'TO O CONCESSO NEL RAPPORTO DI LAVORO'.
               10  FILLER PIC X(82) VALUE '273RAGGIUNTO IL LIMITE ANNUO 
      -    'DI ANTICIPI (10% AVENTI DIRITTO, 4% ORGANICO)'.
               10  FILLER PIC X(82) VALUE '274NESSUNA RICHIESTA DI ANTIC
      -    'IPO TFR IN ATTESA PER LA MATRICOLA'.
               10  FILLER PIC X(82) VALUE '275NESSUNA RICHIESTA DI ANTIC
      -    'IPO TFR PER LA MATRICOLA'.
               10  FILLER PIC X(82) VALUE '276DIPENDENTE NON IN SERVIZIO
      -    ': ANTICIPO TFR NON SPETTANTE'.
               10  FILLER PIC X(82) VALUE '277TIPO TRATTENUTA NON VALIDO
      -    ' (P=PIGNORAMENTO, C=CESSIONE DEL QUINTO)'.
               10  FILLER PIC X(82) VALUE '278IMPORTO TOTALE O RATA MENS
      -    'ILE NON VALIDI (RATA NON SUPERIORE AL TOTALE)'.
               10  FILLER PIC X(82) VALUE '279PRIORITA'' NON VALIDA (DA 
      -    '01 A 99)'.
               10  FILLER PIC X(82) VALUE '280DATA DI INIZIO NON VALIDA
      -    ' (ANNO, MESE E GIORNO NUMERICI)'.
               10  FILLER PIC X(82) VALUE '281TRATTENUTA NON TROVATA PER
      -    ' LA MATRICOLA (VERIFICARE L''IDENTIFICATIVO)'.
               10  FILLER PIC X(82) VALUE '282TRATTENUTA NON APERTA: VAR
      -    'IAZIONE NON CONSENTITA'.
               10  FILLER PIC X(82) VALUE '283NESSUNA TRATTENUTA REGISTR
      -    'ATA PER LA MATRICOLA'.
               10  FILLER PIC X(82) VALUE '284CESSAZIONE REGISTRATA - TR
      -    'ATTENUTE APERTE DA REGOLARE SUL TFR'.
               10  FILLER PIC X(82) VALUE '285TRATTENUTE DELLA MATRICOLA
      -    ' IN ORDINE DI PRIORITA'''.
               10  FILLER PIC X(82) VALUE '286DATE DELL''ACCORDO NON VAL
      -    'IDE: LA FINE PRECEDE L''INIZIO'.
               10  FILLER PIC X(82) VALUE '287GIORNATE SETTIMANALI DA RE
      -    'MOTO AMMESSE: DA 1 A 5'.
               10  FILLER PIC X(82) VALUE '288ESISTE GIA'' UN ACCORDO AT
      -    'TIVO SOVRAPPOSTO AL PERIODO INDICATO'.
               10  FILLER PIC X(82) VALUE '289ACCORDO NON TROVATO O GIA
      -    ''' REVOCATO'.
               10  FILLER PIC X(82) VALUE '290DATA DEL LUNEDI'' NON VALI
      -    'DA O NON CORRISPONDENTE A UN LUNEDI'''.
               10  FILLER PIC X(82) VALUE '291SETTIMANA GIA'' TRASCORSA:
      -    ' IL PIANO NON E'' PIU'' MODIFICABILE'.
               10  FILLER PIC X(82) VALUE '292GIORNATA DA REMOTO NON COP
      -    'ERTA DA UN ACCORDO DI LAVORO AGILE ATTIVO'.
               10  FILLER PIC X(82) VALUE '293SUPERATO IL MASSIMO DI GIO
      -    'RNATE DA REMOTO PREVISTO DALL''ACCORDO'.
               10  FILLER PIC X(82) VALUE '294INDICARE I GIORNI DA REMOT
      -    'O CON ''X'' (SPAZIO = IN SEDE)'.
               10  FILLER PIC X(82) VALUE '295PIANO SETTIMANALE DEL LAVO
      -    'RO AGILE REGISTRATO'.
               10  FILLER PIC X(82) VALUE '296NESSUN ACCORDO DI LAVORO A
      -    'GILE PER LA MATRICOLA'.
               10  FILLER PIC X(82) VALUE '297NUOVA DATA FINE NON VALIDA
      -    ': PRIMA DI OGGI O OLTRE LA FINE ATTUALE'.
               10  FILLER PIC X(82) VALUE '298ERRORE DB2 NELLA REGISTRAZ
      -    'IONE DEL PIANO: OPERAZIONE ANNULLATA'.
               10  FILLER PIC X(82) VALUE '299ACCORDI DI LAVORO AGILE DE
      -    'LLA MATRICOLA VISUALIZZATI'.
               10  FILLER PIC X(82) VALUE '300PIANO SETTIMANALE DEL LAVO
      -    'RO AGILE VISUALIZZATO'.
               10  FILLER PIC X(82) VALUE '301SCIOPERO NON TROVATO O GIA
      -    ''' REVOCATO'.
               10  FILLER PIC X(82) VALUE '302DURATA DELLO SCIOPERO NON 
      -    'VALIDA (HHMM, MASSIMO 24 ORE)'.
               10  FILLER PIC X(82) VALUE '303SCIOPERO GIA'' REGISTRATO 
      -    'PER IL SINDACATO NELLA DATA'.
               10  FILLER PIC X(82) VALUE '304ADESIONI GIA'' PASSATE IN 
      -    'PAGHE: REVOCA NON AMMESSA'.
               10  FILLER PIC X(82) VALUE '305ADESIONI REGISTRABILI SOLO
      -    ' DAL GIORNO DELLO SCIOPERO'.
               10  FILLER PIC X(82) VALUE '306DIGITARE IL CODICE DEL DIP
      -    'ARTIMENTO'.
               10  FILLER PIC X(82) VALUE '307PROPOSTA DALLE PRESENZE: D
      -    'IGITARE S O N'.
               10  FILLER PIC X(82) VALUE '308SPUNTARE CON X GLI ADERENT
      -    'I (ORE HHMM SE PARZIALE) E PREMERE INVIO'.
               10  FILLER PIC X(82) VALUE '309ADESIONI REGISTRATE'.
               10  FILLER PIC X(82) VALUE '310RIGHE NON REGISTRATE: ORE 
      -    'NON VALIDE O ADESIONE GIA'' PASSATA IN PAGHE'.
               10  FILLER PIC X(82) VALUE '311SCIOPERI REGISTRATI VISUAL
      -    'IZZATI'.
               10  FILLER PIC X(82) VALUE '312NESSUNO SCIOPERO REGISTRAT
      -    'O'.
               10  FILLER PIC X(82) VALUE '313SCIOPERO REVOCATO E ADESIO
      -    'NI CANCELLATE'.
               10  FILLER PIC X(82) VALUE '314NESSUN DIPENDENTE ATTIVO N
      -    'EL DIPARTIMENTO'.
               10  FILLER PIC X(82) VALUE '315RICHIESTA DI ASSUNZIONE IN
      -    'ESISTENTE O NON PIU'' IN ATTESA'.
               10  FILLER PIC X(82) VALUE '316MOTIVO: S = SOSTITUZIONE D
      -    'I UNA MATRICOLA, N = NUOVA POSIZIONE'.
               10  FILLER PIC X(82) VALUE '317MATRICOLA DA SOSTITUIRE NO
      -    'N PRESENTE NEL DIPARTIMENTO'.
               10  FILLER PIC X(82) VALUE '318SOSTITUZIONE DELLA MATRICO
      -    'LA GIA'' RICHIESTA'.
               10  FILLER PIC X(82) VALUE '319RICHIESTA DI ASSUNZIONE AP
      -    'PROVATA'.
               10  FILLER PIC X(82) VALUE '320RICHIESTA DI ASSUNZIONE RE
      -    'SPINTA'.
               10  FILLER PIC X(82) VALUE '321RICHIESTE DI ASSUNZIONE VI
      -    'SUALIZZATE'.
               10  FILLER PIC X(82) VALUE '322NESSUNA RICHIESTA DI ASSUN
      -    'ZIONE TROVATA'.
               10  FILLER PIC X(82) VALUE '323RICHIESTA NON APPROVATA O 
      -    'DIVERSA DA DIPART./QUALIFICA/CONTRATTO'.
               10  FILLER PIC X(82) VALUE '324RICHIESTA DI ASSUNZIONE GI
      -    'A'' COPERTA DA ALTRO CANDIDATO'.
               10  FILLER PIC X(82) VALUE '325CAUSA DI CESSAZIONE NON VA
      -    'LIDA (DV PE RC LG LE ST DE)'.
               10  FILLER PIC X(82) VALUE '326ISTANZA GDPR INESISTENTE O
      -    ' GIA'' CHIUSA'.
               10  FILLER PIC X(82) VALUE '327TIPO: A=ACCESSO R=RETTIFIC
      -    'A C=CANCELLAZIONE L=LIMITAZIONE'.
               10  FILLER PIC X(82) VALUE '328INTERESSATO NON TROVATO SU
      -    ' CWDIPENDENTI NE'' SU ARCHIVIO'.
               10  FILLER PIC X(82) VALUE '329DATA DI RICEZIONE NON VALI
      -    'DA O FUTURA (AAAA-MM-GG)'.
               10  FILLER PIC X(82) VALUE '330SCADENZA GIA'' PROROGATA: 
      -    'LA PROROGA E'' AMMESSA UNA SOLA VOLTA'.
               10  FILLER PIC X(82) VALUE '331ESITO: E=EVASA R=RESPINT
      -    'A'.
               10  FILLER PIC X(82) VALUE '332AZIONE NON COERENTE COL TI
      -    'PO (A:S R:R C:A L:N, RESPINTA:N)'.
               10  FILLER PIC X(82) VALUE '333RUN DI SPOOL NON TROVATO O
      -    ' NON E'' UN DOSSIER GDPR'.
               10  FILLER PIC X(82) VALUE '334RETTIFICA NON TROVATA SU C
      -    'WSTORICO (RIFERIMENTO GGMMAAHHMMSS)'.
               10  FILLER PIC X(82) VALUE '335CANCELLAZIONE ACCOLTA: ESE
      -    'GUITA E CHIUSA DAL PROSSIMO RUN CW55DEMO'.
               10  FILLER PIC X(82) VALUE '336INTERESSATO ANCORA IN FORZ
      -    'A: CANCELLAZIONE NON ESEGUIBILE'.
               10  FILLER PIC X(82) VALUE '337ISTANZE GDPR VISUALIZZATE 
      -    '(GG = GIORNI ALLA SCADENZA)'.
               10  FILLER PIC X(82) VALUE '338NESSUNA ISTANZA GDPR PER I
      -    ' CRITERI INDICATI'.
               10  FILLER PIC X(82) VALUE '339ABBONAMENTO GIA'' PRESENTE
      -    ' PER REPORT, DIPARTIMENTO E DESTINATARIO'.
               10  FILLER PIC X(82) VALUE '340ABBONAMENTO INESISTENTE'.
               10  FILLER PIC X(82) VALUE '341INDIRIZZO E-MAIL DEL DESTI
      -    'NATARIO NON VALIDO'.
               10  FILLER PIC X(82) VALUE '342ABBONAMENTI VISUALIZZATI (
      -    'DIPARTIMENTO A SPAZI = TUTTI)'.
               10  FILLER PIC X(82) VALUE '343NESSUN ABBONAMENTO PER I C
      -    'RITERI INDICATI'.
               10  FILLER PIC X(82) VALUE '344NESSUN INVIO E-MAIL REGIST
      -    'RATO PER IL RUN'.
               10  FILLER PIC X(82) VALUE '345ATTRIBUTO NOTTURNO/CARICHI
      -    ' NON VALIDO (S O N)'.
               10  FILLER PIC X(82) VALUE '346CON ESITO L INDICARE ALMEN
      -    'O UNA LIMITAZIONE (NO, CA, 8H)'.
               10  FILLER PIC X(82) VALUE '347LIMITAZIONE NON VALIDA (NO
      -    '=NOTTURNO CA=CARICHI 8H=OLTRE 8 ORE)'.
               10  FILLER PIC X(82) VALUE '348LIMITAZIONI E FINE VALIDIT
      -    'A'' AMMESSE SOLO CON ESITO L'.
               10  FILLER PIC X(82) VALUE '349TURNO INCOMPATIBILE CON LE
      -    ' LIMITAZIONI MEDICHE DELLA MATRICOLA'.
               10  FILLER PIC X(82) VALUE '350OBIETTIVO NON TROVATO PER 
      -    'MATRICOLA, ANNO E PROGRESSIVO'.
               10  FILLER PIC X(82) VALUE '351PESO DELL''OBIETTIVO NON V
      -    'ALIDO (1-100)'.
               10  FILLER PIC X(82) VALUE '352LA SOMMA DEI PESI DEGLI OB
      -    'IETTIVI DELL''ANNO SUPEREREBBE 100'.
               10  FILLER PIC X(82) VALUE '353VALORE OBIETTIVO NON VALID
      -    'O (DEVE ESSERE MAGGIORE DI ZERO)'.
               10  FILLER PIC X(82) VALUE '354PREMIO DELL''ANNO GIA'' CA
      -    'LCOLATO: OBIETTIVI NON PIU'' MODIFICABILI'.
               10  FILLER PIC X(82) VALUE '355NESSUN OBIETTIVO REGISTRAT
      -    'O PER MATRICOLA E ANNO'.
               10  FILLER PIC X(82) VALUE '356OBIETTIVI DELL''ANNO VISUA
      -    'LIZZATI (ULTIMA RIGA = PREMIO SE CALCOLATO)'.
               10  FILLER PIC X(82) VALUE '357PERCENTUALE OBIETTIVO NON 
      -    'VALIDA (0,01-999,99)'.
               10  FILLER PIC X(82) VALUE '358MOLTIPLICATORE DEL GIUDIZI
      -    'O NON VALIDO (0,00-9,99)'.
               10  FILLER PIC X(82) VALUE '359SCHEMI PREMIO PER QUALIFIC
      -    'A VISUALIZZATI'.
               10  FILLER PIC X(82) VALUE '360NESSUNO SCHEMA PREMIO CENS
      -    'ITO'.
               10  FILLER PIC X(82) VALUE '361PREMIO NON PIU'' IN ATTESA
      -    ' DI APPROVAZIONE'.
               10  FILLER PIC X(82) VALUE '362RETRIBUZIONE INFERIORE AL 
      -    'MINIMO CONTRATTUALE IN VIGORE PER QUALIFICA/LIVELLO'.
               10  FILLER PIC X(82) VALUE '363CAMPAGNA DI ADEGUAMENTO AI
      -    ' MINIMI CONTRATTUALI (CWMINCON) VISUALIZZATA'.
               10  FILLER PIC X(82) VALUE '364SOCIETA'' NON CENSITA O BL
      -    'OCCATA'.
               10  FILLER PIC X(82) VALUE '365SOCIETA'' NON AUTORIZZATA 
      -    'PER L''OPERATORE'.
               10  FILLER PIC X(82) VALUE '366MATRICOLA DI UNA SOCIETA''
      -    ' NON AUTORIZZATA PER L''OPERATORE'.
               10  FILLER PIC X(82) VALUE '367SOCIETA'' GIA'' CENSITA'.
               10  FILLER PIC X(82) VALUE '368AUTORIZZAZIONE GIA'' PRESE
      -    'NTE PER L''OPERATORE'.
               10  FILLER PIC X(82) VALUE '369AUTORIZZAZIONE NON PRESENT
      -    'E PER L''OPERATORE'.
               10  FILLER PIC X(82) VALUE '370ELENCO VISUALIZZATO'.
               10  FILLER PIC X(82) VALUE '371NESSUNA SOCIETA'' O AUTORI
      -    'ZZAZIONE DA VISUALIZZARE'.
               10  FILLER PIC X(82) VALUE '372MATRICOLA NON IN FORZA: NO
      -    'N COLLEGABILE ALL''UTENZA'.
               10  FILLER PIC X(82) VALUE '373DECORRENZA NON SUCCESSIVA 
      -    'ALL''ULTIMA SCELTA TFR REGISTRATA'.
               10  FILLER PIC X(82) VALUE '374DESTINAZIONE TFR NON VALID
      -    'A (A=AZIENDA F=FONDO T=TESORERIA INPS)'.
               10  FILLER PIC X(82) VALUE '375FONDO PENSIONE NON CENSITO
      -    ' O CHIUSO'.
               10  FILLER PIC X(82) VALUE '376PERCENTUALE CONTRIBUTO NON
      -    ' VALIDA (FORMATO NN,DD)'.
               10  FILLER PIC X(82) VALUE '377FONDO E CONTRIBUTI AMMESSI
      -    ' SOLO CON DESTINAZIONE F'.
               10  FILLER PIC X(82) VALUE '378FONDO PENSIONE GIA'' CENSI
      -    'TO'.
               10  FILLER PIC X(82) VALUE '379TFR GIA'' CONFERITO A UN F
      -    'ONDO: AMMESSO SOLO IL CAMBIO DI FONDO'.
               10  FILLER PIC X(82) VALUE '380FONDO CON ADERENTI IN FORZ
      -    'A: CHIUSURA NON AMMESSA'.
               10  FILLER PIC X(82) VALUE '381NESSUNA SCELTA TFR O FONDO
      -    ' PENSIONE DA VISUALIZZARE'.
               10  FILLER PIC X(82) VALUE '382LAVORO NON PRESENTE NEL CA
      -    'TALOGO O SOSPESO'.
               10  FILLER PIC X(82) VALUE '383OPERATORE NON ABILITATO AL
      -    ' LAVORO RICHIESTO'.
               10  FILLER PIC X(82) VALUE '384DIPARTIMENTO OBBLIGATORIO:
      -    ' SOLO QUELLO DI COMPETENZA DELL''OPERATORE'.
               10  FILLER PIC X(82) VALUE '385FORMATO NON VALIDO (T=TABU
      -    'LATO C=CSV)'.
               10  FILLER PIC X(82) VALUE '386FASCIA DI ETA'' NON VALID
      -    'A'.
               10  FILLER PIC X(82) VALUE '387DATA NON VALIDA (FORMATO A
      -    'AAA-MM-GG)'.
               10  FILLER PIC X(82) VALUE '388STATO DIPENDENTE NON VALID
      -    'O (A=ATTIVO I=INATTIVO)'.
               10  FILLER PIC X(82) VALUE '389LAVORO SOTTOMESSO: SEGUIRN
      -    'E L''ESITO CON IL MODO 2'.
               10  FILLER PIC X(82) VALUE '390NESSUNA RICHIESTA O LAVORO
      -    ' DA VISUALIZZARE'.
               10  FILLER PIC X(82) VALUE '391PARAMETRO NON PREVISTO PER
      -    ' IL LAVORO SCELTO'.
               10  FILLER PIC X(82) VALUE '392DIPARTIMENTO DI UNA SOCIET
      -    'A'' NON AUTORIZZATA PER L''OPERATORE'.
               10  FILLER PIC X(82) VALUE '393DATA DI RIFERIMENTO SUCCES
      -    'SIVA ALLA DATA ODIERNA'.
               10  FILLER PIC X(82) VALUE '394FINESTRA BATCH NOTTURNA IN
      -    ' CORSO: AGGIORNAMENTI SOSPESI, SOLA CONSULTAZIONE'.
               10  FILLER PIC X(82) VALUE '395SBLOCCO DI EMERGENZA ATTIV
      -    'ATO: AGGIORNAMENTI CONSENTITI DURANTE IL BATCH'.
               10  FILLER PIC X(82) VALUE '396SBLOCCO DI EMERGENZA REVOC
      -    'ATO: AGGIORNAMENTI DI NUOVO SOSPESI'.
               10  FILLER PIC X(82) VALUE '397NESSUNA FINESTRA BATCH IN 
      -    'CORSO: SBLOCCO NON NECESSARIO'.
               10  FILLER PIC X(82) VALUE '398DATO NON PREVISTO (CODFISC
      -    ', IBAN, RETRIB, NOTEMED)'.
               10  FILLER PIC X(82) VALUE '399TIPO UTENTE NON VALIDO (DA
      -    ' 1 A 4)'.
               10  FILLER PIC X(82) VALUE '400LIVELLO NON VALIDO (C=IN C
      -    'HIARO P=PARZIALE N=NASCOSTO)'.
               10  FILLER PIC X(82) VALUE '401CON LIVELLO P INDICARE DA 
      -    '1 A 20 CARATTERI VISIBILI'.
               10  FILLER PIC X(82) VALUE '402REGOLA DI VISIBILITA'' INE
      -    'SISTENTE'.
               10  FILLER PIC X(82) VALUE '403REGOLE VISUALIZZATE (DATO/
      -    'TIPO UTENTE SENZA REGOLA = IN CHIARO)'.
               10  FILLER PIC X(82) VALUE '404NESSUNA REGOLA DI VISIBILI
      -    'TA'' PER I CRITERI INDICATI'.
               10  FILLER PIC X(82) VALUE '405FATTURABILE NON VALIDO (S=
      -    'SI N=NO)'.
               10  FILLER PIC X(82) VALUE '406STATO COMMESSA NON VALIDO 
      -    '(A=APERTA C=CHIUSA)'.
               10  FILLER PIC X(82) VALUE '407COMMESSE VISUALIZZATE'.
               10  FILLER PIC X(82) VALUE '408NESSUNA COMMESSA PER I CRI
      -    'TERI INDICATI'.
               10  FILLER PIC X(82) VALUE '409COMMESSA NON CENSITA O CHI
      -    'USA'.
               10  FILLER PIC X(82) VALUE '410MATRICOLA NON DI COMPETENZ
      -    'A (SOLO PROPRIE ORE O DEI COLLABORATORI)'.
               10  FILLER PIC X(82) VALUE '411DATA DI LAVORO NON VALID
      -    'A'.
               10  FILLER PIC X(82) VALUE '412ORE NON VALIDE (HHMM, MINU
      -    'TI DA 00 A 59)'.
               10  FILLER PIC X(82) VALUE '413NESSUNA PRESENZA NEL GIORN
      -    'O: ORE NON REGISTRABILI'.
               10  FILLER PIC X(82) VALUE '414ORE DEL GIORNO SUPERIORI A
      -    'L TEMPO LAVORATO'.
               10  FILLER PIC X(82) VALUE '415ORE NON PRESENTI PER MATRI
      -    'COLA, GIORNO E COMMESSA'.
               10  FILLER PIC X(82) VALUE '416ORE DEL GIORNO VISUALIZZAT
      -    'E'.
               10  FILLER PIC X(82) VALUE '417NESSUNA ORA SU COMMESSA NE
      -    'L GIORNO'.
               10  FILLER PIC X(82) VALUE '418FOGLI PRESENZE DEL MESE NO
      -    'N ANCORA ELABORATI (CY14DEMO)'.
               10  FILLER PIC X(82) VALUE '419FOGLI PRESENZE DEL MESE NO
      -    'N ANCORA TUTTI CERTIFICATI'.
               10  FILLER PIC X(82) VALUE '420FOGLIO PRESENZE NON ELABOR
      -    'ATO PER MATRICOLA E MESE'.
               10  FILLER PIC X(82) VALUE '421FOGLIO PRESENZE GIA'' CERT
      -    'IFICATO'.
               10  FILLER PIC X(82) VALUE '422FOGLIO PRESENZE NON CERTIF
      -    'ICATO: REVOCA NON NECESSARIA'.
               10  FILLER PIC X(82) VALUE '423FOGLIO PRESENZE CERTIFICAT
      -    'O'.
               10  FILLER PIC X(82) VALUE '424CERTIFICAZIONE DEL FOGLIO 
      -    'PRESENZE REVOCATA'.
               10  FILLER PIC X(82) VALUE '425FOGLIO PRESENZE VISUALIZZA
      -    'TO'.
               10  FILLER PIC X(82) VALUE '426FOGLI PRESENZE DEL DIPARTI
      -    'MENTO VISUALIZZATI'.
               10  FILLER PIC X(82) VALUE '427NESSUN FOGLIO PRESENZE PER
      -    ' IL DIPARTIMENTO NEL MESE'.
               10  FILLER PIC X(82) VALUE '428OPERAZIONE RISERVATA AL RE
      -    'SPONSABILE DEL DIPARTIMENTO'.
               10  FILLER PIC X(82) VALUE '429FOGLIO CON GIORNI ANOMALI 
      -    '(AI): CONFERMARE LA CERTIFICAZIONE (SI/NO)'.
               10  FILLER PIC X(82) VALUE '430ANNO/MESE DEL FOGLIO PRESE
      -    'NZE NON VALIDO'.
               10  FILLER PIC X(82) VALUE '431NESSUN NOMINATIVO TROVATO 
      -    'IN RUBRICA'.
               10  FILLER PIC X(82) VALUE '432NOMINATIVI DELLA RUBRICA V
      -    'ISUALIZZATI'.
               10  FILLER PIC X(82) VALUE '433ALTRI NOMINATIVI PRESENTI:
      -    ' AFFINARE LA RICERCA'.
               10  FILLER PIC X(82) VALUE '434DIGITARE COGNOME O DIPARTI
      -    'MENTO DA RICERCARE'.
               10  FILLER PIC X(82) VALUE '435INDIRIZZO E-MAIL NON VALID
      -    'O'.
               10  FILLER PIC X(82) VALUE '436RECAPITI DI LAVORO REGISTR
      -    'ATI'.
               10  FILLER PIC X(82) VALUE '437RECAPITI DI LAVORO VARIAT
      -    'I'.
               10  FILLER PIC X(82) VALUE '438RECAPITI DI LAVORO NON CEN
      -    'SITI PER LA MATRICOLA'.
               10  FILLER PIC X(82) VALUE '439RECAPITI DI LAVORO VISUALI
      -    'ZZATI'.
               10  FILLER PIC X(82) VALUE '440NON PUBBLICARE: DIGITARE S
      -    ' O N'.
               10  FILLER PIC X(82) VALUE '441VISITA DI RIENTRO DA MALAT
      -    'TIA NON ANCORA ESEGUITA: CONFERMARE (SI/NO)'.
               10  FILLER PIC X(82) VALUE '442RIPOSO TRA DUE TURNI INFER
      -    'IORE AL MINIMO GIORNALIERO DI LEGGE'.
               10  FILLER PIC X(82) VALUE '443RIPOSO SETTIMANALE CONSECU
      -    'TIVO INFERIORE AL MINIMO DI LEGGE'.
               10  FILLER PIC X(82) VALUE '444MEDIA SETTIMANALE DEL PERI
      -    'ODO DI RIFERIMENTO OLTRE IL MASSIMO DI LEGGE'.
               10  FILLER PIC X(82) VALUE '445TURNO NOTTURNO OLTRE LA DU
      -    'RATA MASSIMA DEL LAVORO NOTTURNO'.
               10  FILLER PIC X(82) VALUE '446ORARIO NON CONFORME AI LIM
      -    'ITI DI LEGGE: CONFERMARE LA FORZATURA (SI/NO)'.
               10  FILLER PIC X(82) VALUE '447NESSUN DOCUMENTO INDICIZZA
      -    'TO NEL FASCICOLO DEL DIPENDENTE'.
               10  FILLER PIC X(82) VALUE '448DOCUMENTI DEL FASCICOLO (I
      -    ' 12 PIU'' RECENTI) - RICERCA SUL DMS PER ID'.
               10  FILLER PIC X(82) VALUE '449SEDE GIA'' PRESENTE IN ANA
      -    'GRAFICA'.
               10  FILLER PIC X(82) VALUE '450SEDE NON CENSITA IN ANAGRA
      -    'FICA (CWSEDI)'.
               10  FILLER PIC X(82) VALUE '451SEDE BLOCCATA: NON ASSEGNA
      -    'BILE ALLE MATRICOLE'.
               10  FILLER PIC X(82) VALUE '452SEDI DI LAVORO / GIORNATE 
      -    'LOCALI VISUALIZZATE'.
               10  FILLER PIC X(82) VALUE '453NESSUNA SEDE O GIORNATA LO
      -    'CALE DA VISUALIZZARE'.
               10  FILLER PIC X(82) VALUE '454EX DIPENDENTE CESSATO: PER
      -    ' IL RIENTRO USARE LA RIASSUNZIONE (RY26)'.
               10  FILLER PIC X(82) VALUE '455MATRICOLA NON RIASSUMIBILE
      -    ': NON RISULTA CESSATA NE'' CANCELLATA'.
               10  FILLER PIC X(82) VALUE '456DATI DEL PERIODO PRECEDENT
      -    'E INCOMPLETI: DIGITARE INIZIO, FINE E CAUSA'.
               10  FILLER PIC X(82) VALUE '457LA RIASSUNZIONE DEVE DECOR
      -    'RERE DOPO LA FINE DEL PERIODO PRECEDENTE'.
               10  FILLER PIC X(82) VALUE '458RIASSUNZIONE ESEGUITA: APE
      -    'RTO UN NUOVO PERIODO DI LAVORO'.
               10  FILLER PIC X(82) VALUE '459RICHIESTA DI VARIAZIONE RE
      -    'CAPITI INOLTRATA: ESITO ALLA PROSSIMA VISITA'.
               10  FILLER PIC X(82) VALUE '460NESSUNA VARIAZIONE RISPETT
      -    'O AI RECAPITI REGISTRATI'.
               10  FILLER PIC X(82) VALUE '461RICHIESTA DI VARIAZIONE RE
      -    'CAPITI GIA'' IN ATTESA DI VALIDAZIONE'.
               10  FILLER PIC X(82) VALUE '462INDIRIZZO E-MAIL NON VALID
      -    'O'.
               10  FILLER PIC X(82) VALUE '463NESSUNA RICHIESTA DI VARIA
      -    'ZIONE RECAPITI IN ATTESA'.
               10  FILLER PIC X(82) VALUE '464RICHIESTA DAL CHIOSCO: VER
      -    'IFICARE I DATI E CONFERMARE (SI/NO)'.
               10  FILLER PIC X(82) VALUE '465VARIAZIONE RECAPITI APPLIC
      -    'ATA E STORICIZZATA SU CWANASTO'.
               10  FILLER PIC X(82) VALUE '466AUTORIZZAZIONE CIG NON TRO
      -    'VATA O GIA'' REVOCATA'.
               10  FILLER PIC X(82) VALUE '467NUMERO DI AUTORIZZAZIONE C
      -    'IG GIA'' REGISTRATO'.
               10  FILLER PIC X(82) VALUE '468TIPO CIG NON VALIDO (O ORD
      -    'INARIA, S STRAORDINARIA, D IN DEROGA)'.
               10  FILLER PIC X(82) VALUE '469PERIODO CIG NON VALIDO: DA
      -    'TE AAAA MM GG, INIZIO NON OLTRE LA FINE'.
               10  FILLER PIC X(82) VALUE '470ORE AUTORIZZATE NON VALIDE
      -    ' (ORE INTERE MAGGIORI DI ZERO)'.
               10  FILLER PIC X(82) VALUE '471PERIODO SOVRAPPOSTO A UN''
      -    'ALTRA AUTORIZZAZIONE CIG DEL DIPARTIMENTO'.
               10  FILLER PIC X(82) VALUE '472ORE CIG GIA'' PASSATE IN P
      -    'AGHE: REVOCA NON AMMESSA'.
               10  FILLER PIC X(82) VALUE '473AUTORIZZAZIONE CIG REVOCAT
      -    'A E ORE NON PASSATE IN PAGHE CANCELLATE'.
               10  FILLER PIC X(82) VALUE '474AUTORIZZAZIONI CIG VISUALI
      -    'ZZATE'.
               10  FILLER PIC X(82) VALUE '475NESSUNA AUTORIZZAZIONE CIG
      -    ' REGISTRATA'.
               10  FILLER PIC X(82) VALUE '476DATA FUORI DAL PERIODO AUT
      -    'ORIZZATO O SUCCESSIVA A OGGI'.
               10  FILLER PIC X(82) VALUE '477ORE DI RIDUZIONE NON VALID
      -    'E (HHMM, MASSIMO 24 ORE)'.
               10  FILLER PIC X(82) VALUE '478REGISTRAZIONE MASSIVA PER 
      -    'IL DIPARTIMENTO: DIGITARE S O N'.
               10  FILLER PIC X(82) VALUE '479MONTE ORE AUTORIZZATO INSU
      -    'FFICIENTE: REGISTRAZIONE MASSIVA NON ESEGUITA'.
               10  FILLER PIC X(82) VALUE '480SPUNTARE CON X I DIPENDENT
      -    'I IN CIG (ORE HHMM SE DIVERSE) E PREMERE INVIO'.
               10  FILLER PIC X(82) VALUE '481ORE CIG REGISTRATE'.
               10  FILLER PIC X(82) VALUE '482RIGHE NON REGISTRATE: ORE 
      -    'NON VALIDE, OLTRE IL MONTE ORE O GIA'' IN PAGHE'.
               10  FILLER PIC X(82) VALUE '483STORNO DI UN RUN: APPROVAZ
      -    'IONE RISERVATA ALL''AMMINISTRATORE'.
               10  FILLER PIC X(82) VALUE '484RUN NON PIU'' IN ATTESA DI
      -    ' STORNO: RICHIESTA NON APPROVABILE'.
               10  FILLER PIC X(82) VALUE '485BLOCCO LEGALE INESISTENTE 
      -    'O GIA'' RILASCIATO'.
               10  FILLER PIC X(82) VALUE '486DATA DI INIZIO NON VALIDA 
      -    '(AAAA-MM-GG)'.
               10  FILLER PIC X(82) VALUE '487DATA DI RILASCIO NON VALID
      -    'A, FUTURA O PRECEDENTE ALL''INIZIO DEL BLOCCO'.
               10  FILLER PIC X(82) VALUE '488BLOCCO LEGALE GIA'' IN ESS
      -    'ERE PER LA MATRICOLA E LA CAUSA'.
               10  FILLER PIC X(82) VALUE '489BLOCCHI LEGALI VISUALIZZAT
      -    'I (''*'' = IN ESSERE OGGI)'.
               10  FILLER PIC X(82) VALUE '490NESSUN BLOCCO LEGALE PER I
      -    ' CRITERI DIGITATI'.
               10  FILLER PIC X(82) VALUE '491BLOCCO RILASCIATO: SOGGETT
      -    'O DI NUOVO TRATTABILE DAL PROSSIMO RUN'.
               10  FILLER PIC X(82) VALUE '492STATO: V=NON RILASCIATI R=
      -    'RILASCIATI SPAZI=TUTTI'.
           05  ELEM-TAB-MSG REDEFINES ELEM-TAB-MSG-VAL
                                    OCCURS 491 TIMES
                                    INDEXED BY IND-TAB.
               10  ELEM-COD-MSG    PIC X(3).
               10  ELEM-DESC-MSG   PIC X(79).
