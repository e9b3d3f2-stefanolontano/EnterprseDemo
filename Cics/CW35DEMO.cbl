      * RIFERIMENTO P.E.: REGISTRAZIONE NEGATA AL RUOLO 4              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 22/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 02/09/2026 GM  CONTABILITA' FERIE (CPS04.CWFERIE): LE          *
      *                REGISTRAZIONI 'FE' SCALANO IL SALDO MATURATO    *
      * 02/09/2026 GM  CONTROLLO DEI PERIODI CONTABILI CHIUSI          *
      *                (CPS04.CWPERIOD, VEDI CX33DEMO): ASSENZE DATATE *
      *                IN UN MESE CHIUSO SONO RESPINTE                 *
      * 15/10/2026 GM  CONGEDI TUTELATI: PERMESSO LEGGE 104 ('L4', TETTO*
      *                MENSILE PER FAMILIARE ASSISTITO) E CONGEDO      *
      *                PARENTALE ('CP', TETTO PER FIGLIO ENTRO IL      *
      *                LIMITE DI ETA'). IL BENEFICIARIO E' IL          *
      *                FAMILIARE CWFAMIL DIGITATO PER CODICE FISCALE E *
      *                VIENE REGISTRATO SU CWASSBEN CON I GIORNI       *
      *                FRUITI; RESIDUO CONSULTABILE CON CX55DEMO       *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA REGISTRAZIONE E'        *
      *                RIFIUTATA: RESTA LA SOLA CONSULTAZIONE          *
      * 15/10/2026 GM  FERIE PER ANNO DI MATURAZIONE (CPS04.CWFERANN): *
      *                LE REGISTRAZIONI 'FE' SCALANO PRIMA I GIORNI    *
      *                DEGLI ANNI PIU' VECCHI, IL RESTO VA SULL'ANNO   *
      *                CORRENTE (VEDI 1436-SCALA-ANNI-FERIE)           *
      * 15/10/2026 GM  I GIORNI LAVORATIVI DELL'ASSENZA ESCLUDONO      *
      *                ANCHE LE GIORNATE NON LAVORATIVE LOCALI DELLA   *
      *                SEDE DELLA MATRICOLA (CWCALSED, VEDI 2410)      *
      ******************************************************************
      ******************************************************************
      * REGISTRA I PERIODI DI ASSENZA (FERIE, MALATTIA, ASPETTATIVA,   *
       01  W-MATR                          PIC X(5)      VALUE SPACES.
       01  W-MATRICOLA                     PIC S9(5)     USAGE COMP-3.
       01  W-TIPO                          PIC X(2)      VALUE SPACES.
           88  W-TIPO-VALIDO               VALUE 'FE' 'MA' 'AS' 'PE'
                                                 'L4' 'CP'.
           88  W-TIPO-TUTELATO             VALUE 'L4' 'CP'.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-REG                  VALUE '1'.
           88  W-MODO-CON                  VALUE '2'.
       01  SW-RIGA-FERIE                   PIC X(1)   VALUE 'N'.
           88  RIGA-FERIE-PRESENTE                    VALUE 'S'.
      * -------------------------------------------------------------- *
      *    FERIE PER ANNO DI MATURAZIONE (VEDI 1436-SCALA-ANNI-FERIE): *
      *    GIORNI ANCORA DA IMPUTARE, ANNO PIU' VECCHIO CON RESIDUO E  *
      *    SCADENZA LEGALE (30/06 DEL SECONDO ANNO SUCCESSIVO)         *
      * -------------------------------------------------------------- *
       01  W-GG-DA-SCALARE                 PIC S9(3)  COMP-3 VALUE +0.
       01  W-GG-SCALA                      PIC S9(3)  COMP-3 VALUE +0.
       01  W-RESIDUO-ANNO                  PIC S9(3)  COMP-3 VALUE +0.
       01  W-ANNO-MATUR                    PIC S9(4)  COMP-3 VALUE +0.
       01  W-GG-MATUR-CORR                 PIC S9(3)  COMP-3 VALUE +0.
       01  W-DATA-SCAD.
           05  W-SCAD-AAAA                 PIC 9(4)   VALUE ZERO.
           05  FILLER                      PIC X(6)   VALUE '-06-30'.
       01  SW-ANNI-FERIE                   PIC X(1)   VALUE 'N'.
           88  ANNI-FERIE-ESAURITI                    VALUE 'S'.
      * -------------------------------------------------------------- *
      *    CONTROLLO ORGANICO MINIMO DI DIPARTIMENTO (VEDI 2250)       *
      * -------------------------------------------------------------- *
       01  W-DIPART-DIP                    PIC X(10) VALUE SPACES.
       01  SW-SOGLIA                       PIC X(1)  VALUE 'N'.
           88  SOGLIA-SUPERATA                       VALUE 'S'.
      * -------------------------------------------------------------- *
      *    CONGEDI TUTELATI 'L4' E 'CP' (VEDI 2280): FAMILIARE         *
      *    BENEFICIARIO, TETTI DA CWPARAM E GIORNI GIA' FRUITI         *
      * -------------------------------------------------------------- *
       01  W-CF-FAM                        PIC X(16) VALUE SPACES.
       01  W-RELAZIONE-FAM                 PIC X(1)  VALUE SPACE.
           88  W-FAM-FIGLIO                          VALUE 'F'.
       01  W-GG-104-MESE                   PIC S9(3) COMP-3 VALUE +3.
       01  W-MESI-CONG-PAR                 PIC S9(3) COMP-3 VALUE +6.
       01  W-ETA-CONG-PAR                  PIC S9(3) COMP-3 VALUE +12.
       01  W-GG-TETTO                      PIC S9(5) COMP-3 VALUE +0.
       01  W-GG-FRUITI                     PIC S9(5) COMP-3 VALUE +0.
       01  W-GG-ASS-INI                    PIC 9(7)  VALUE ZERO.
       01  W-GG-ASS-FIN                    PIC 9(7)  VALUE ZERO.
       01  W-MESE-104-INI.
           05  W-M104I-AAAAMM              PIC X(7)  VALUE SPACES.
           05  FILLER                      PIC X(3)  VALUE '-01'.
       01  W-MESE-104-FIN.
           05  W-M104F-AAAAMM              PIC X(7)  VALUE SPACES.
           05  FILLER                      PIC X(3)  VALUE '-31'.
      * ---
      * DATA DI NASCITA DEL FIGLIO RICAVATA DAL CODICE FISCALE
      * (ANNO IN POSIZIONE 7-8, LETTERA DEL MESE IN 9, GIORNO IN 10-11
      * CON +40 PER LE FEMMINE) E DATA LIMITE DEL CONGEDO PARENTALE
      * ---
       01  SW-NASCITA                      PIC X(1)  VALUE 'N'.
           88  NASCITA-RICAVATA                      VALUE 'S'.
       01  W-CF-AA                         PIC 9(2)  VALUE ZERO.
       01  W-CF-GG                         PIC 9(2)  VALUE ZERO.
       01  W-NAS-AAAA                      PIC 9(4)  VALUE ZERO.
       01  W-NAS-MM                        PIC 9(2)  VALUE ZERO.
       01  W-DATA-LIMITE.
           05  W-LIM-AAAA                  PIC 9(4)  VALUE ZERO.
           05  FILLER                      PIC X     VALUE '-'.
           05  W-LIM-MM                    PIC 9(2)  VALUE ZERO.
           05  FILLER                      PIC X     VALUE '-'.
           05  W-LIM-GG                    PIC 9(2)  VALUE ZERO.
       01  TAB-MESI-CF.
           05  FILLER                      PIC X(12) VALUE
               'ABCDEHLMPRST'.
       01  TAB-MESI-CF-R REDEFINES TAB-MESI-CF.
           05  EL-MESE-CF                  PIC X(1)  OCCURS 12
                                           INDEXED BY IND-MESE-CF.
      * -------------------------------------------------------------- *
      *    CONTROLLO DEI PERIODI CONTABILI CHIUSI (VEDI 2260)          *
      * -------------------------------------------------------------- *
       01  W-ANNO-MESE-PER                 PIC X(7)  VALUE SPACES.
       01  W-XCTL-PGM                      PIC  X(8)   VALUE SPACE.
       01  W-PGM-GUIDA                     PIC  X(8)  VALUE 'CW60DEMO'.
       01  W-ULT-LABEL                     PIC  X(15)  VALUE SPACES.
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
       01  W-LEN                           PIC S9(4)   COMP VALUE +260.
       01  W-REQID-TIMEOUT.
           05  FILLER                      PIC X(4)   VALUE 'RRTO'.
           EXEC SQL  INCLUDE CWPERD         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWFERI         END-EXEC.

           EXEC SQL  INCLUDE CWFEAN         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWPARA         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWFAM          END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWASSB         END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
      *
           EVALUATE W-CONF-OP
              WHEN 'SI'
                 PERFORM 2205-CONTROLLA-FINESTRA
                 PERFORM 1430-REGISTRA
                 MOVE '023'      TO W-COD-MSG-HOST
              WHEN 'NO'
           IF W-TIPO = 'FE'
              PERFORM 1432-AGGIORNA-FERIE
           END-IF.
      * ---
      * I CONGEDI TUTELATI REGISTRANO IL FAMILIARE BENEFICIARIO
      * ---
           IF W-TIPO-TUTELATO
              PERFORM 1434-REGISTRA-BENEFICIARIO
           END-IF.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIGA CWASSBEN DEL CONGEDO TUTELATO: STESSA CHIAVE DELLA RIGA   *
      * CWASSENZE, FAMILIARE E GIORNI FRUITI (LAVORATIVI PER 'L4', DI  *
      * CALENDARIO PER 'CP'), RICALCOLATI COME IN 1432                 *
      * -------------------------------------------------------------- *
       1434-REGISTRA-BENEFICIARIO SECTION.
      *--------------------------*
           MOVE '1434-REG-BENEF' TO W-ULT-LABEL.
           IF W-TIPO = 'L4'
              PERFORM 2410-GIORNI-LAVORATIVI
           ELSE
              PERFORM 2420-GIORNI-CALENDARIO
           END-IF.
           MOVE W-MATRICOLA    TO COD-MATRICOLA-DIP OF DCL-CWASSBEN.
           MOVE W-TIPO         TO TIPO-ASSENZA      OF DCL-CWASSBEN.
           MOVE W-DATA-INIZIO  TO DATA-INIZIO       OF DCL-CWASSBEN.
           MOVE W-DATA-FINE    TO DATA-FINE         OF DCL-CWASSBEN.
           MOVE W-CF-FAM       TO COD-FISC-FAM      OF DCL-CWASSBEN.
           MOVE W-GG-RICHIESTI TO GG-FRUITI         OF DCL-CWASSBEN.
           MOVE COM-UTENTE TO UTENTE-REGISTRAZIONE  OF DCL-CWASSBEN.
           MOVE W-DATE     TO DATA-REGISTRAZIONE    OF DCL-CWASSBEN.
           EXEC SQL INSERT INTO CPS04.CWASSBEN
                         VALUES (:DCL-CWASSBEN.COD-MATRICOLA-DIP,
                                 :DCL-CWASSBEN.TIPO-ASSENZA,
                                 :DCL-CWASSBEN.DATA-INIZIO,
                                 :DCL-CWASSBEN.DATA-FINE,
                                 :DCL-CWASSBEN.COD-FISC-FAM,
                                 :DCL-CWASSBEN.GG-FRUITI,
                                 :DCL-CWASSBEN.UTENTE-REGISTRAZIONE,
                                 :DCL-CWASSBEN.DATA-REGISTRAZIONE)
           END-EXEC.
       1434-EX. EXIT.

      * -------------------------------------------------------------- *
      * AGGIORNA LA CONTABILITA' FERIE: SE LA RIGA DELL'ANNO NON       *
      * ESISTE VIENE APERTA CON GLI SPETTANTI PRO-RATA (MESI DALLA     *
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   ANNO = :W-ANNO-CORR
           END-EXEC.
      * SPETTANTI DELL'ANNO CORRENTE, PER L'EVENTUALE APERTURA DELLA
      * SUA RIGA DI MATURAZIONE IN 1438
           IF RIGA-FERIE-PRESENTE
              MOVE GG-SPETTANTI OF DCL-CWFERIE TO W-GG-MATUR-CORR
           ELSE
              MOVE W-GG-SPETT-PRORATA          TO W-GG-MATUR-CORR
           END-IF.
           PERFORM 1436-SCALA-ANNI-FERIE.
       1432-EX. EXIT.

      * -------------------------------------------------------------- *
      * FERIE PER ANNO DI MATURAZIONE: I GIORNI REGISTRATI SCALANO IL  *
      * RESIDUO DEGLI ANNI PIU' VECCHI (SCADENZA LEGALE PIU' VICINA),  *
      * UN ANNO ALLA VOLTA; QUANTO AVANZA E' IMPUTATO ALL'ANNO         *
      * CORRENTE                                                       *
      * -------------------------------------------------------------- *
       1436-SCALA-ANNI-FERIE SECTION.
      *---------------------*
           MOVE '1436-SCALA-ANNI' TO W-ULT-LABEL.
           MOVE W-GG-RICHIESTI TO W-GG-DA-SCALARE.
           MOVE 'N'            TO SW-ANNI-FERIE.
           PERFORM 1437-SCALA-ANNO
                   UNTIL W-GG-DA-SCALARE NOT > 0
                      OR ANNI-FERIE-ESAURITI.
           IF W-GG-DA-SCALARE > 0
              PERFORM 1438-IMPUTA-ANNO-CORR
           END-IF.
       1436-EX. EXIT.

       1437-SCALA-ANNO SECTION.
      *---------------*
           MOVE '1437-SCALA-ANNO' TO W-ULT-LABEL.
           EXEC SQL SELECT COALESCE(MIN(ANNO_MATURAZIONE), 0)
                      INTO :W-ANNO-MATUR
                      FROM  CPS04.CWFERANN
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   GG_GODUTI < GG_MATURATI
           END-EXEC.
           IF W-ANNO-MATUR = 0
              SET ANNI-FERIE-ESAURITI TO TRUE
              GO TO 1437-EX
           END-IF.
           EXEC SQL SELECT GG_MATURATI - GG_GODUTI
                      INTO :W-RESIDUO-ANNO
                      FROM  CPS04.CWFERANN
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   ANNO_MATURAZIONE  = :W-ANNO-MATUR
           END-EXEC.
           IF W-RESIDUO-ANNO < W-GG-DA-SCALARE
              MOVE W-RESIDUO-ANNO  TO W-GG-SCALA
           ELSE
              MOVE W-GG-DA-SCALARE TO W-GG-SCALA
           END-IF.
           EXEC SQL UPDATE CPS04.CWFERANN
                       SET GG_GODUTI  = GG_GODUTI + :W-GG-SCALA,
                           UTENTE_AGG = :COM-UTENTE,
                           DATA_AGG   = :W-DATE
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   ANNO_MATURAZIONE  = :W-ANNO-MATUR
           END-EXEC.
           SUBTRACT W-GG-SCALA FROM W-GG-DA-SCALARE.
       1437-EX. EXIT.

      * ---
      * GIORNI NON COPERTI DAGLI ANNI PRECEDENTI: VANNO SULLA RIGA
      * DELL'ANNO CORRENTE, APERTA CON GLI SPETTANTI DELL'ANNO SE
      * MANCA
      * ---
       1438-IMPUTA-ANNO-CORR SECTION.
      *---------------------*
           MOVE '1438-IMPUTA-COR' TO W-ULT-LABEL.
           MOVE W-ANNO-CORR TO W-SCAD-AAAA.
           ADD  2           TO W-SCAD-AAAA.
           EXEC SQL UPDATE CPS04.CWFERANN
                       SET GG_GODUTI  = GG_GODUTI + :W-GG-DA-SCALARE,
                           UTENTE_AGG = :COM-UTENTE,
                           DATA_AGG   = :W-DATE
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   ANNO_MATURAZIONE  = :W-ANNO-CORR
           END-EXEC.
           IF SQLCODE = +100
              EXEC SQL INSERT INTO CPS04.CWFERANN
                            VALUES (:W-MATRICOLA,
                                    :W-ANNO-CORR,
                                    :W-GG-MATUR-CORR,
                                    :W-GG-DA-SCALARE,
                                    :W-DATA-SCAD,
                                    :COM-UTENTE,
                                    :W-DATE)
              END-EXEC
           END-IF.
           MOVE 0 TO W-GG-DA-SCALARE.
       1438-EX. EXIT.

      *----------------------------------------------------------------*
      * LA ROUTINE 1600-CARICA-CODA APRE IL CURSORE SULLE ASSENZE      *
      * DELLA MATRICOLA E SCRIVE UN ITEM DI CODA TS PER OGNI RIGA      *
           MOVE W-NUM-ASS        TO M-NUM-ASSO.
           MOVE COM-TOT-PAG      TO W-TOT-ASS.
           MOVE W-TOT-ASS        TO M-TOT-ASSO.
      * ---
      * PER I CONGEDI TUTELATI SI MOSTRA ANCHE IL FAMILIARE
      * ---
           MOVE SPACES           TO M-CFFAMO.
           IF CPS-TIPO = 'L4' OR CPS-TIPO = 'CP'
              MOVE CPS-MATR      TO W-MATRICOLA
              EXEC SQL SELECT COD_FISC_FAM
                         INTO :DCL-CWASSBEN.COD-FISC-FAM
                         FROM  CPS04.CWASSBEN
                        WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                        AND   TIPO_ASSENZA = :CPS-TIPO
                        AND   DATA_INIZIO  = :CPS-DATA-INI
              END-EXEC
              IF SQLCODE = 0
                 MOVE COD-FISC-FAM OF DCL-CWASSBEN TO M-CFFAMO
              END-IF
           END-IF.
       1850-EX. EXIT.

       1900-DELETEQ-TS SECTION.
           MOVE M-M-FINI TO W-MM-FIN.
           MOVE M-G-FINI TO W-GG-FIN.
           MOVE M-MODOI  TO W-MODO.
           INSPECT M-CFFAMI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CFFAMI REPLACING ALL '_'       BY ' '.
           MOVE    M-CFFAMI TO W-CF-FAM.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2205-CONTROLLA-FINESTRA.
      *
           IF NOT W-TIPO-VALIDO
              MOVE '075'    TO W-COD-MSG-HOST
           IF W-TIPO = 'FE' OR W-TIPO = 'PE'
              PERFORM 2250-CONTROLLA-ORGANICO
           END-IF.
      * ---
      * CONGEDI TUTELATI: FAMILIARE BENEFICIARIO E TETTI DI LEGGE
      * ---
           IF W-TIPO-TUTELATO
              PERFORM 2280-CONTROLLA-TUTELATI
           END-IF.
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONGEDI TUTELATI: IL FAMILIARE DIGITATO DEVE ESSERE CENSITO    *
      * SU CWFAMIL PER LA MATRICOLA E APERTO SUL PERIODO.              *
      * 'L4': PERIODO NEL MESE, GIORNI LAVORATIVI DEL MESE FRUITI PER  *
      * LO STESSO ASSISTITO (DA QUALUNQUE DIPENDENTE) ENTRO IL TETTO   *
      * GG104MESE (DEFAULT 3).                                         *
      * 'CP': SOLO PER UN FIGLIO, PRIMA DEL COMPIMENTO DELL'ETA'       *
      * ETACONGP (DEFAULT 12), GIORNI DI CALENDARIO FRUITI DAL         *
      * GENITORE PER QUEL FIGLIO ENTRO MESICONGP (DEFAULT 6) X 30      *
      * -------------------------------------------------------------- *
       2280-CONTROLLA-TUTELATI SECTION.
      *-----------------------*
           MOVE '2280-CTL-TUTEL' TO W-ULT-LABEL.
           IF W-CF-FAM = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CFFAML
              PERFORM 2999-CERCA-ERR
           END-IF.

           EXEC SQL SELECT RELAZIONE
                      INTO :W-RELAZIONE-FAM
                      FROM  CPS04.CWFAMIL
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   COD_FISC_FAM      = :W-CF-FAM
                     AND   DATA_INIZIO      <= :W-DATA-INIZIO
                     AND   DATA_FINE        >= :W-DATA-FINE
           END-EXEC.
           IF SQLCODE = +100
              MOVE '194'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CFFAML
              PERFORM 2999-CERCA-ERR
           END-IF.

           IF W-TIPO = 'L4'
              PERFORM 2282-CONTROLLA-104
           ELSE
              PERFORM 2284-CONTROLLA-CONGEDO
           END-IF.
       2280-EX. EXIT.

       2282-CONTROLLA-104 SECTION.
      *------------------*
           MOVE '2282-CTL-104' TO W-ULT-LABEL.
           IF W-DATA-INIZIO (1:7) NOT = W-DATA-FINE (1:7)
              MOVE '199'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-FINL
              PERFORM 2999-CERCA-ERR
           END-IF.

           MOVE +3 TO W-GG-104-MESE.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'GG104MESE'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-GG-104-MESE
           END-IF.

           PERFORM 2410-GIORNI-LAVORATIVI.

           MOVE W-DATA-INIZIO (1:7) TO W-M104I-AAAAMM
                                       W-M104F-AAAAMM.
           EXEC SQL SELECT COALESCE(SUM(GG_FRUITI), 0)
                      INTO :W-GG-FRUITI
                      FROM  CPS04.CWASSBEN
                     WHERE COD_FISC_FAM = :W-CF-FAM
                     AND   TIPO_ASSENZA = 'L4'
                     AND   DATA_INIZIO >= :W-MESE-104-INI
                     AND   DATA_INIZIO <= :W-MESE-104-FIN
           END-EXEC.

           IF W-GG-FRUITI + W-GG-RICHIESTI > W-GG-104-MESE
              MOVE '196'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-INIL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2282-EX. EXIT.

       2284-CONTROLLA-CONGEDO SECTION.
      *----------------------*
           MOVE '2284-CTL-CONGP' TO W-ULT-LABEL.
           IF NOT W-FAM-FIGLIO
              MOVE '195'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CFFAML
              PERFORM 2999-CERCA-ERR
           END-IF.

           MOVE +6  TO W-MESI-CONG-PAR.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'MESICONGP'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-MESI-CONG-PAR
           END-IF.
           MOVE +12 TO W-ETA-CONG-PAR.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'ETACONGP'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-ETA-CONG-PAR
           END-IF.

      * LIMITE DI ETA': SE LA DATA DI NASCITA NON E' RICAVABILE DAL
      * CODICE FISCALE (OMOCODIA) RESTA IL SOLO CONTROLLO DEL TETTO
           PERFORM 2290-NASCITA-DA-CF.
           IF NASCITA-RICAVATA
              IF W-DATA-FINE NOT < W-DATA-LIMITE
                 MOVE '198'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-A-FINL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.

           PERFORM 2420-GIORNI-CALENDARIO.

           EXEC SQL SELECT COALESCE(SUM(GG_FRUITI), 0)
                      INTO :W-GG-FRUITI
                      FROM  CPS04.CWASSBEN
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   COD_FISC_FAM      = :W-CF-FAM
                     AND   TIPO_ASSENZA      = 'CP'
           END-EXEC.

           COMPUTE W-GG-TETTO = W-MESI-CONG-PAR * 30.
           IF W-GG-FRUITI + W-GG-RICHIESTI > W-GG-TETTO
              MOVE '197'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-INIL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2284-EX. EXIT.

      * -------------------------------------------------------------- *
      * DATA DI NASCITA DAL CODICE FISCALE DEL FAMILIARE E DATA IN CUI *
      * COMPIE L'ETA' LIMITE DEL CONGEDO. L'ANNO A DUE CIFRE MAGGIORE  *
      * DI QUELLO CORRENTE E' DEL SECOLO SCORSO                        *
      * -------------------------------------------------------------- *
       2290-NASCITA-DA-CF SECTION.
      *------------------*
           MOVE 'N' TO SW-NASCITA.
           IF W-CF-FAM (7:2) NOT NUMERIC OR
              W-CF-FAM (10:2) NOT NUMERIC
              GO TO 2290-EX
           END-IF.
           MOVE W-CF-FAM (7:2)  TO W-CF-AA.
           MOVE W-CF-FAM (10:2) TO W-CF-GG.
           IF W-CF-GG > 40
              SUBTRACT 40 FROM W-CF-GG
           END-IF.

           SET IND-MESE-CF TO 1.
           SEARCH EL-MESE-CF AT END
                  GO TO 2290-EX
                  WHEN EL-MESE-CF (IND-MESE-CF) = W-CF-FAM (9:1)
                       SET W-NAS-MM TO IND-MESE-CF
           END-SEARCH.

           COMPUTE W-NAS-AAAA = 2000 + W-CF-AA.
           IF W-NAS-AAAA > COM-DATA-SISTEMA-AAAA
              SUBTRACT 100 FROM W-NAS-AAAA
           END-IF.

           COMPUTE W-LIM-AAAA = W-NAS-AAAA + W-ETA-CONG-PAR.
           MOVE W-NAS-MM    TO W-LIM-MM.
           MOVE W-CF-GG     TO W-LIM-GG.
           SET NASCITA-RICAVATA TO TRUE.
       2290-EX. EXIT.

      ******************************************************************
      * GIORNI DI CALENDARIO DEL PERIODO DIGITATO (ESTREMI COMPRESI),  *
      * DALLA DIFFERENZA DEI NUMERI DI GIORNO ASSOLUTI DI IET016CT     *
      ******************************************************************
       2420-GIORNI-CALENDARIO SECTION.
      *----------------------*
           MOVE '2420-GG-CALEND' TO W-ULT-LABEL.
           MOVE SPACES    TO DATA-IET016 DATA-FINE-IET016.
           MOVE SPACES    TO RC-IET016CT.
           MOVE SPACE     TO TIPO-CALC-IET016.
           MOVE W-GG-INI  TO DATA-IET016(1:2).
           MOVE '/'       TO DATA-IET016(3:1).
           MOVE W-MM-INI  TO DATA-IET016(4:2).
           MOVE '/'       TO DATA-IET016(6:1).
           MOVE W-AA-INI  TO DATA-IET016(7:4).
           MOVE LENGTH OF AREA-IET016CT TO LL-IET016CT.
           EXEC CICS LINK  PROGRAM('CW16DEMO')
                           COMMAREA(AREA-IET016CT)
                           LENGTH(LL-IET016CT)    END-EXEC.
           IF RC-IET016CT NOT = SPACES
              MOVE '076'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-INIL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE GIORNI-IET016 TO W-GG-ASS-INI.

           MOVE SPACES    TO DATA-IET016 RC-IET016CT.
           MOVE W-GG-FIN  TO DATA-IET016(1:2).
           MOVE '/'       TO DATA-IET016(3:1).
           MOVE W-MM-FIN  TO DATA-IET016(4:2).
           MOVE '/'       TO DATA-IET016(6:1).
           MOVE W-AA-FIN  TO DATA-IET016(7:4).
           EXEC CICS LINK  PROGRAM('CW16DEMO')
                           COMMAREA(AREA-IET016CT)
                           LENGTH(LL-IET016CT)    END-EXEC.
           IF RC-IET016CT NOT = SPACES
              MOVE '076'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-FINL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE GIORNI-IET016 TO W-GG-ASS-FIN.
           COMPUTE W-GG-RICHIESTI = W-GG-ASS-FIN - W-GG-ASS-INI + 1.
       2420-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONTEGGIO DEGLI ASSENTI CONTEMPORANEI DEL DIPARTIMENTO NEL     *
      * PERIODO DIGITATO: SE (ASSENTI + QUESTA REGISTRAZIONE) SUPERA   *
           MOVE W-MM-FIN  TO DATA-FINE-IET016(4:2).
           MOVE '/'       TO DATA-FINE-IET016(6:1).
           MOVE W-AA-FIN  TO DATA-FINE-IET016(7:4).
      * SEDE DI LAVORO DELLA MATRICOLA: LA ROUTINE ESCLUDE ANCHE LE
      * GIORNATE NON LAVORATIVE LOCALI DELLA SEDE (CPS04.CWCALSED)
           MOVE SPACES TO COD-SEDE-IET016.
           EXEC SQL SELECT COD_SEDE
                      INTO :COD-SEDE-IET016
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF SQLCODE NOT = +0
              MOVE SPACES TO COD-SEDE-IET016
           END-IF.
           MOVE LENGTH OF AREA-IET016CT TO LL-IET016CT.
           EXEC CICS LINK  PROGRAM('CW16DEMO')
                           COMMAREA(AREA-IET016CT)
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

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
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2205-EX. EXIT.

       2500-CONFERMA SECTION.
      *-------------*
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.
                             M-G-INIA
                             M-A-FINA
                             M-M-FINA
                             M-G-FINA
                             M-CFFAMA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
