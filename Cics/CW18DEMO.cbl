      * AREA COMPETENTE :                                              *
      * OGGETTO         :                                              *
      * TIPO OPERAZIONE : APPROVAZIONE                                 *
      * TABELLE USATE   : CWAPPROV, CWDIPENDENTI, CWTRASF, CWPREMIO,   *
      *                   CWSTORUN, CWRUNIMM                           *
      *----------------------------------------------------------------*
      * CREAZIONE       : 09/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 22/08/2026 GM  ALL'APPROVAZIONE DI UN INSERIMENTO VIENE APERTO *
      *                ANCHE IL CONTRATTO SU CPS04.CWCONTRA (TIPO E    *
      *                L'AMMINISTRATORE: AVVISO NON BLOCCANTE ALLA     *
      *                CONFERMA (MSG 183, COME IL 143 DI CW35DEMO),    *
      *                BLOCCO SOLO PER I NON AMMINISTRATORI            *
      * 15/10/2026 GM  NUOVO TIPO DI RICHIESTA 'T' (RIMBORSO TRASFERTA,*
      *                ACCODATO DA CX52DEMO): L'APPROVAZIONE PORTA LA  *
      *                TRASFERTA CWTRASF IN STATO 'A' (PAGABILE DA     *
      *                CW82DEMO), IL RIFIUTO IN STATO 'R' (DI NUOVO    *
      *                MODIFICABILE); LA MASCHERA MOSTRA GIORNI E      *
      *                RIMBORSO TOTALE SULLA RIGA DEI CORRELATI        *
      * 15/10/2026 GM  ALL'APPROVAZIONE DI UN INSERIMENTO IL NUOVO     *
      *                ASSUNTO COPRE LA PRIMA POSIZIONE DI ORGANICO    *
      *                VACANTE (CPS04.CWPOSORG, VEDI CX66DEMO) DEL     *
      *                DIPARTIMENTO CON LA STESSA QUALIFICA; STORIA    *
      *                DEI TITOLARI SU CPS04.CWOCCPOS                  *
      * 15/10/2026 GM  NUOVO TIPO DI RICHIESTA 'B' (PREMIO MBO OLTRE   *
      *                SOGLIA, ACCODATO DAL BATCH CX96DEMO): IL PREMIO *
      *                CWPREMIO PASSA IN STATO 'A' (PAGABILE DA        *
      *                CW82DEMO) O 'R' (RICALCOLATO AL RUN SUCCESSIVO);*
      *                LA MASCHERA MOSTRA ANNO, IMPORTO, GIUDIZIO E    *
      *                RAGGIUNGIMENTO SULLA RIGA DEI CORRELATI         *
      * 15/10/2026 GM  IL NUOVO ASSUNTO PRENDE LA SOCIETA' DEL GRUPPO  *
      *                DEL SUO DIPARTIMENTO (CWDIPART.COD_SOCIETA);    *
      *                SENZA DIPARTIMENTO LA SOCIETA' PRINCIPALE       *
      *                (CWPARAM SOCPRINC) - VEDI 2405                  *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA (CWPARAM  *
      *                'FINBATCH') LE RICHIESTE RESTANO CONSULTABILI MA*
      *                NON SI APPROVANO NE' SI RIFIUTANO (VEDI 2205)   *
      * 15/10/2026 GM  IL NUOVO ASSUNTO NASCE SENZA SEDE DI LAVORO     *
      *                (COD_SEDE A SPAZI): LA SEDE SI ASSEGNA DA       *
      *                CY25DEMO                                        *
      * 15/10/2026 GM  NUOVO TIPO DI RICHIESTA 'S' (STORNO DI UN RUN   *
      *                DI AGGIORNAMENTO MASSIVO, ACCODATO DA           *
      *                CY33DEMO): APPROVAZIONE E RIFIUTO RISERVATI     *
      *                ALL'AMMINISTRATORE; IL RUN CWSTORUN PASSA IN    *
      *                STATO 'A' (STORNATO DAL LANCIO SUCCESSIVO DI    *
      *                CY33DEMO) O 'R'; LA MASCHERA MOSTRA IL RUN E LE *
      *                MATRICOLE TOCCATE SULLA RIGA DEI CORRELATI      *
      ******************************************************************
      ******************************************************************
      * QUESTO PROGRAMMA CONSENTE AL SECONDO OPERATORE (AMMINISTRATORE)*
       01  W-MATRICOLA-T.
           02  W-MATRICOLA                 PIC S9(5)V USAGE COMP-3.
       01  W-NULL-MATRICOLA                PIC S9(04) COMP   VALUE +0.
      * ---
      * POSIZIONE DI ORGANICO COPERTA DALL'ASSUNZIONE (VEDI 2460)
      * ---
       01  W-NUM-POSIZIONE                 PIC S9(5)  COMP-3 VALUE +0.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
       01  W-XCTL-PGM                      PIC  X(8)   VALUE SPACE.
       01  W-PGM-GUIDA                     PIC  X(8)  VALUE 'CW60DEMO'.
       01  W-ULT-LABEL                     PIC  X(15)  VALUE SPACES.
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
       01  W-LEN                           PIC S9(4)   COMP VALUE +260.
       01  W-REQID-TIMEOUT.
           05  FILLER                      PIC X(4)   VALUE 'RRTO'.
       01  W-ABSTIME-NOT                   PIC S9(8)  COMP.
       01  W-DATE-NOT                      PIC X(6)   VALUE SPACES.
       01  W-TIME-NOT                      PIC X(6)   VALUE SPACES.
      * SOCIETA' DEL GRUPPO DEL NUOVO ASSUNTO (VEDI 2405)
       01  W-COD-SOCIETA                   PIC X(4)   VALUE SPACES.
       01  W-SOC-PRINC                     PIC X(10)  VALUE SPACES.
      * CONTROLLO DELLA DELEGA DI APPROVAZIONE (VEDI 1500)
       01  W-CONTA-DELEGA                  PIC S9(4)  COMP-3 VALUE +0.
       01  W-OGGI-ISO.
           05  WP-SCATTO                   PIC Z9.
           05  FILLER                      PIC X(6)   VALUE ' DEC: '.
           05  WP-DECORRENZA               PIC X(10).
      * ---
      * RIMBORSO TRASFERTA (TIPO 'T', VEDI CX52DEMO): NUMERO TRASFERTA,
      * GIORNI E RIMBORSO TOTALE (ESENTE + IMPONIBILE)
      * ---
       01  W-TRASF-TOT-ED.
           05  W-TRASF-TOT-INT             PIC 9(7)  VALUE ZEROES.
           05  W-TRASF-TOT-DEC             PIC 9(2)  VALUE ZEROES.
       01  W-TRASF-TOT-NUM REDEFINES W-TRASF-TOT-ED
                                           PIC 9(7)V99.
       01  W-TRASFERTA-ED.
           05  FILLER                      PIC X(7)   VALUE 'TRASF: '.
           05  WT-ID-TRASF                 PIC ZZZZZZ9.
           05  FILLER                      PIC X(5)   VALUE ' GG: '.
           05  WT-GIORNI                   PIC ZZ9.
           05  FILLER                      PIC X(7)   VALUE ' RIMB: '.
           05  WT-TOTALE-INT               PIC ZZZZZZ9.
           05  FILLER                      PIC X      VALUE ','.
           05  WT-TOTALE-DEC               PIC 99.
      * ---
      * PREMIO MBO (TIPO 'B', VEDI CX96DEMO): ANNO, IMPORTO, GIUDIZIO
      * DELLA VALUTAZIONE E RAGGIUNGIMENTO PESATO DEGLI OBIETTIVI
      * ---
       01  W-PREMIO-IMP-ED.
           05  W-PREMIO-IMP-INT            PIC 9(7)  VALUE ZEROES.
           05  W-PREMIO-IMP-DEC            PIC 9(2)  VALUE ZEROES.
       01  W-PREMIO-IMP-NUM REDEFINES W-PREMIO-IMP-ED
                                           PIC 9(7)V99.
       01  W-PREMIO-ED.
           05  FILLER                      PIC X(13)  VALUE
               'PREMIO ANNO: '.
           05  WB-ANNO                     PIC 9(4).
           05  FILLER                      PIC X(6)   VALUE ' IMP: '.
           05  WB-IMPORTO-INT              PIC ZZZZZZ9.
           05  FILLER                      PIC X      VALUE ','.
           05  WB-IMPORTO-DEC              PIC 99.
           05  FILLER                      PIC X(7)   VALUE ' GIUD: '.
           05  WB-GIUDIZIO                 PIC X(1).
           05  FILLER                      PIC X(7)   VALUE ' RAGG: '.
           05  WB-RAGG                     PIC ZZ9.
           05  FILLER                      PIC X      VALUE '%'.
      * ---
      * STORNO DI UN RUN DI AGGIORNAMENTO MASSIVO (TIPO 'S', VEDI
      * CY33DEMO): PROGRAMMA, DATA E ORA DEL RUN E MATRICOLE TOCCATE
      * ---
       01  W-CONTA-MATR-RUN                PIC S9(7)  COMP-3 VALUE +0.
       01  W-STORNO-ED.
           05  FILLER                      PIC X(5)   VALUE 'RUN: '.
           05  WR-NOME-PGM                 PIC X(8).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WR-DATA                     PIC X(10).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WR-ORA                      PIC X(6).
           05  FILLER                      PIC X(7)   VALUE ' MATR: '.
           05  WR-MATRICOLE                PIC ZZZZZZ9.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE  MESSAGGIO ABEND SQL                            *
           EXEC SQL  INCLUDE CWRETR END-EXEC.
           EXEC SQL  INCLUDE CWRETS END-EXEC.
           EXEC SQL  INCLUDE CWBUDG END-EXEC.
           EXEC SQL  INCLUDE CWTRAS END-EXEC.
           EXEC SQL  INCLUDE CWPREM END-EXEC.
           EXEC SQL  INCLUDE CWPOSO END-EXEC.
           EXEC SQL  INCLUDE CWOCCP END-EXEC.
           EXEC SQL  INCLUDE CWSRUN END-EXEC.
           EXEC SQL  INCLUDE CWRIMM END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWCONT  END-EXEC.

      * L'APPROVANTE E NOTIFICA IL RICHIEDENTE) SI ARRIVA SOLO CON
      * UN 'NO' ESPLICITO
      * ---
              IF W-COD-MSG-HOST = SPACES
                 PERFORM 2205-CONTROLLA-FINESTRA
              END-IF
              IF W-COD-MSG-HOST = SPACES
                 IF W-CONF-OP = 'SI'
                    PERFORM 2300-VERIFICA-RICHIEDENTE
       1400-EX. EXIT.
      *

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
      *

      ******************************************************************
      * VERIFICA CHE L'OPERATORE CHE APPROVA NON SIA LO STESSO CHE HA  *
      * INOLTRATO LA RICHIESTA                                          *
              GO TO 2400-CHIUDI
           END-IF.

      * ---
      * RIMBORSO TRASFERTA (TIPO 'T', VEDI CX52DEMO): LA TRASFERTA
      * COLLEGATA PASSA IN STATO 'A' E VIENE PAGATA DALL'ESTRAZIONE
      * MENSILE CW82DEMO; SE NON E' PIU' IN APPROVAZIONE LA RICHIESTA
      * RESTA PENDENTE CON MESSAGGIO ALL'OPERATORE
      * ---
           IF TIPO-RICH-TRASFERTA OF DCL-CWAPPROV
              PERFORM 2435-APPROVA-TRASFERTA
              IF W-COD-MSG-HOST NOT = SPACES
                 PERFORM 2999-CERCA-ERR
                 GO TO 2400-EX
              END-IF
              GO TO 2400-CHIUDI
           END-IF.

      * ---
      * PREMIO MBO (TIPO 'B', VEDI CX96DEMO): IL PREMIO COLLEGATO PASSA
      * IN STATO 'A' E VIENE PAGATO UNA TANTUM DALL'ESTRAZIONE CW82DEMO
      * ---
           IF TIPO-RICH-PREMIO OF DCL-CWAPPROV
              PERFORM 2437-APPROVA-PREMIO
              IF W-COD-MSG-HOST NOT = SPACES
                 PERFORM 2999-CERCA-ERR
                 GO TO 2400-EX
              END-IF
              GO TO 2400-CHIUDI
           END-IF.

      * ---
      * STORNO DI UN RUN MASSIVO (TIPO 'S', VEDI CY33DEMO): RISERVATO
      * ALL'AMMINISTRATORE; IL RUN PASSA IN STATO 'A' E VIENE STORNATO
      * DAL LANCIO SUCCESSIVO DI CY33DEMO
      * ---
           IF TIPO-RICH-STORNO-RUN OF DCL-CWAPPROV
              PERFORM 2439-APPROVA-STORNO
              IF W-COD-MSG-HOST NOT = SPACES
                 PERFORM 2999-CERCA-ERR
                 GO TO 2400-EX
              END-IF
              GO TO 2400-CHIUDI
           END-IF.

           IF TIPO-RICH-CANCELLAZIONE OF DCL-CWAPPROV
      * ---
      * PRIMA DELLA DELETE, DOSSIER COMPLETO DELLE TABELLE SATELLITE
              END-EXEC

              MOVE W-MATRICOLA TO COD-MATRICOLA-DIP OF DCL-CWAPPROV
              PERFORM 2405-SOCIETA-ASSUNTO

              EXEC SQL INSERT INTO CPS04.CWDIPENDENTI
                            VALUES (:COD-MATRICOLA-DIP OF DCL-CWAPPROV,
                                    :DIPARTIMENTO       OF DCL-CWAPPROV,
                                    'A',
                                    :DATA-ASSUNZIONE    OF DCL-CWAPPROV,
                                    :CAT-PROTETTA       OF DCL-CWAPPROV,
                                    :W-COD-SOCIETA,
                                    ' ')
              END-EXEC
      * ---
      * PRIMA RIGA DI CARRIERA: LA QUALIFICA ASSEGNATA DECORRE DALLA
      * ---
              PERFORM 2410-APRI-PROVA
      * ---
      * COPERTURA DELLA POSIZIONE DI ORGANICO (CWPOSORG): LA PRIMA
      * POSIZIONE VACANTE DEL DIPARTIMENTO CON LA STESSA QUALIFICA
      * PASSA AL NUOVO ASSUNTO; SE NON CE NE SONO L'ASSUNZIONE VA
      * AVANTI E LA QUADRATURA CX67DEMO LA SEGNALA SENZA POSIZIONE
      * ---
              PERFORM 2460-COPRI-POSIZIONE
      * ---
      * APERTURA DEL CONTRATTO (CWCONTRA): TIPO E SCADENZA RACCOLTI
      * DA CW04DEMO SULLA RICHIESTA; GLI INDETERMINATI HANNO
      * SCADENZA CONVENZIONALE 9999-12-31
      *
      *
      ******************************************************************
      * APPROVAZIONE DEL RIMBORSO TRASFERTA: LA TRASFERTA COLLEGATA    *
      * ALLA RICHIESTA (CWTRASF.ID_RICHIESTA) PASSA DA 'P' AD 'A'      *
      ******************************************************************
       2435-APPROVA-TRASFERTA SECTION.
      *----------------------*
           MOVE '2435-APPR-TRASF' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWTRASF
                       SET STATO_TRASFERTA = 'A'
                     WHERE ID_RICHIESTA    =
                           :ID-RICHIESTA OF DCL-CWAPPROV
                       AND STATO_TRASFERTA = 'P'
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-NOT-FOUND
              MOVE '186'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CONF-OPL
           END-IF.
       2435-EX. EXIT.
      *
      *
      ******************************************************************
      * APPROVAZIONE DEL PREMIO MBO: IL PREMIO COLLEGATO ALLA          *
      * RICHIESTA (CWPREMIO.ID_RICHIESTA) PASSA DA 'P' AD 'A'          *
      ******************************************************************
       2437-APPROVA-PREMIO SECTION.
      *-------------------*
           MOVE '2437-APPR-PREMIO' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWPREMIO
                       SET STATO_PREMIO = 'A'
                     WHERE ID_RICHIESTA =
                           :ID-RICHIESTA OF DCL-CWAPPROV
                       AND STATO_PREMIO = 'P'
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-NOT-FOUND
              MOVE '361'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CONF-OPL
           END-IF.
       2437-EX. EXIT.
      *
      *
      ******************************************************************
      * APPROVAZIONE DELLO STORNO DI UN RUN: SOLO L'AMMINISTRATORE;    *
      * IL RUN COLLEGATO (CWSTORUN.ID_RICHIESTA) PASSA DA 'P' AD 'A'   *
      ******************************************************************
       2439-APPROVA-STORNO SECTION.
      *-------------------*
           MOVE '2439-APPR-STORNO' TO W-ULT-LABEL.
           IF NOT COM-UTENTE-1
              MOVE '483'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CONF-OPL
              GO TO 2439-EX
           END-IF.
           EXEC SQL UPDATE CPS04.CWSTORUN
                       SET STATO_STORNO = 'A'
                     WHERE ID_RICHIESTA =
                           :ID-RICHIESTA OF DCL-CWAPPROV
                       AND STATO_STORNO = 'P'
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-NOT-FOUND
              MOVE '484'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CONF-OPL
           END-IF.
       2439-EX. EXIT.
      *
      *
      ******************************************************************
      * ORGANICO AUTORIZZATO: SE PER IL DIPARTIMENTO DELLA RICHIESTA   *
      * ESISTE UNA RIGA CWBUDGET DELL'ANNO CORRENTE E L'ORGANICO       *
      * ATTIVO HA GIA' RAGGIUNTO IL BUDGET, L'APPROVAZIONE E' BLOCCATA *
           END-IF.
       2440-EX. EXIT.
      *
      *
      ******************************************************************
      * COPERTURA AUTOMATICA DELLA POSIZIONE DI ORGANICO: LA VACANTE   *
      * ATTIVA CON NUMERO PIU' BASSO DEL DIPARTIMENTO E DELLA QUALIFICA*
      * DELL'ASSUNTO RICEVE IL TITOLARE E SI APRE IL PERIODO DI        *
      * OCCUPAZIONE SU CWOCCPOS (CAUSALE 'AS'), DALLA DATA DI          *
      * ASSUNZIONE                                                     *
      ******************************************************************
       2405-SOCIETA-ASSUNTO SECTION.
      *--------------------*
           MOVE '2405-SOCIETA-ASS' TO W-ULT-LABEL.
      * ---
      * LA SOCIETA' DATRICE DI LAVORO E' QUELLA DEL DIPARTIMENTO;
      * SENZA DIPARTIMENTO (O CON UN DIPARTIMENTO NON CENSITO) SI
      * ASSUME LA SOCIETA' PRINCIPALE DEL GRUPPO, PARAMETRO SOCPRINC
      * DI CWPARAM (DEFAULT '0001')
      * ---
           MOVE SPACES TO W-COD-SOCIETA.
           EXEC SQL SELECT COD_SOCIETA
                      INTO :W-COD-SOCIETA
                      FROM  CPS04.CWDIPART
                     WHERE CODICE = :DIPARTIMENTO OF DCL-CWAPPROV
           END-EXEC.
           IF SQLCODE = 0 AND W-COD-SOCIETA NOT = SPACES
              GO TO 2405-EX
           END-IF.

           MOVE '0001'   TO W-COD-SOCIETA.
           MOVE SPACES   TO W-SOC-PRINC.
           EXEC SQL SELECT VALORE_CHAR
                      INTO :W-SOC-PRINC
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'SOCPRINC'
           END-EXEC.
           IF SQLCODE = 0 AND W-SOC-PRINC NOT = SPACES
              MOVE W-SOC-PRINC(1:4) TO W-COD-SOCIETA
           END-IF.
       2405-EX. EXIT.
      *
      *
       2460-COPRI-POSIZIONE SECTION.
      *--------------------*
           MOVE '2460-COPRI-POS' TO W-ULT-LABEL.
           EXEC SQL SELECT COALESCE(MIN(NUM_POSIZIONE), 0)
                      INTO :W-NUM-POSIZIONE
                      FROM  CPS04.CWPOSORG
                     WHERE DIPARTIMENTO      =
                           :DIPARTIMENTO      OF DCL-CWAPPROV
                     AND   QUALIFICA_INTERNA =
                           :QUALIFICA-INTERNA OF DCL-CWAPPROV
                     AND   STATO_POSIZIONE   = 'A'
                     AND   COD_MATRICOLA_DIP = 0
           END-EXEC.
           IF W-NUM-POSIZIONE = +0
              GO TO 2460-EX
           END-IF.

           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME-NOT) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME-NOT)
                                DDMMYY  (W-DATE-NOT)
                                TIME    (W-TIME-NOT)    END-EXEC.
           EXEC SQL UPDATE CPS04.CWPOSORG
                       SET COD_MATRICOLA_DIP    =
                           :COD-MATRICOLA-DIP OF DCL-CWAPPROV,
                           DATA_COPERTURA       =
                           :DATA-ASSUNZIONE   OF DCL-CWAPPROV,
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATE-NOT
                     WHERE NUM_POSIZIONE = :W-NUM-POSIZIONE
           END-EXEC.

           MOVE W-NUM-POSIZIONE TO NUM-POSIZIONE OF DCL-CWOCCPOS.
           MOVE COD-MATRICOLA-DIP OF DCL-CWAPPROV
                                TO COD-MATRICOLA-DIP OF DCL-CWOCCPOS.
           MOVE DATA-ASSUNZIONE OF DCL-CWAPPROV
                                TO DATA-INIZIO OF DCL-CWOCCPOS.
           MOVE 'AS'            TO CAUSALE-INIZIO OF DCL-CWOCCPOS.
           MOVE '9999-12-31'    TO DATA-FINE OF DCL-CWOCCPOS.
           MOVE SPACES          TO CAUSALE-FINE OF DCL-CWOCCPOS.
           EXEC SQL INSERT INTO CPS04.CWOCCPOS
                         VALUES (:DCL-CWOCCPOS.NUM-POSIZIONE,
                                 :DCL-CWOCCPOS.COD-MATRICOLA-DIP,
                                 :DCL-CWOCCPOS.DATA-INIZIO,
                                 :DCL-CWOCCPOS.CAUSALE-INIZIO,
                                 :DCL-CWOCCPOS.DATA-FINE,
                                 :DCL-CWOCCPOS.CAUSALE-FINE)
           END-EXEC.
       2460-EX. EXIT.
      *
      *
       2420-APRI-CONTRATTO SECTION.
      *-------------------*
      *---------------*
           MOVE '2450-RIFIUTA' TO W-ULT-LABEL.

      * ---
      * ANCHE IL RIFIUTO DELLO STORNO DI UN RUN E' DELL'AMMINISTRATORE
      * ---
           IF TIPO-RICH-STORNO-RUN OF DCL-CWAPPROV AND
              NOT COM-UTENTE-1
              MOVE '483'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CONF-OPL
              PERFORM 2999-CERCA-ERR
              GO TO 2450-EX
           END-IF.

           EXEC SQL UPDATE CPS04.CWAPPROV
                       SET STATO_RICHIESTA   = 'R',
                           UTENTE_APPROVANTE = :COM-UTENTE
                     WHERE ID_RICHIESTA = :ID-RICHIESTA OF DCL-CWAPPROV
           END-EXEC.

      * ---
      * LA TRASFERTA RESPINTA TORNA MODIFICABILE DA CX52DEMO E PUO'
      * ESSERE CORRETTA E INOLTRATA DI NUOVO
      * ---
           IF TIPO-RICH-TRASFERTA OF DCL-CWAPPROV
              EXEC SQL UPDATE CPS04.CWTRASF
                          SET STATO_TRASFERTA = 'R'
                        WHERE ID_RICHIESTA    =
                              :ID-RICHIESTA OF DCL-CWAPPROV
                          AND STATO_TRASFERTA = 'P'
              END-EXEC
           END-IF.

      * ---
      * IL PREMIO RESPINTO VIENE CANCELLATO E RICALCOLATO DAL RUN
      * SUCCESSIVO DI CX96DEMO; GLI OBIETTIVI TORNANO MODIFICABILI
      * ---
           IF TIPO-RICH-PREMIO OF DCL-CWAPPROV
              EXEC SQL UPDATE CPS04.CWPREMIO
                          SET STATO_PREMIO = 'R'
                        WHERE ID_RICHIESTA =
                              :ID-RICHIESTA OF DCL-CWAPPROV
                          AND STATO_PREMIO = 'P'
              END-EXEC
           END-IF.

      * ---
      * LO STORNO RESPINTO NON VIENE ESEGUITO; CY33DEMO PUO' APRIRE
      * UNA NUOVA RICHIESTA PER LO STESSO RUN
      * ---
           IF TIPO-RICH-STORNO-RUN OF DCL-CWAPPROV
              EXEC SQL UPDATE CPS04.CWSTORUN
                          SET STATO_STORNO = 'R'
                        WHERE ID_RICHIESTA =
                              :ID-RICHIESTA OF DCL-CWAPPROV
                          AND STATO_STORNO = 'P'
              END-EXEC
           END-IF.

           MOVE 'R' TO W-ESITO-NOTIF.
           PERFORM 2470-SCRIVI-NOTIFICA.

                 MOVE DATA-DECOR-PROP OF DCL-CWAPPROV
                                     TO WP-DECORRENZA
                 MOVE W-PROPOSTA-ED  TO M-CORRELO
              WHEN TIPO-RICH-TRASFERTA OF DCL-CWAPPROV
      * PER I RIMBORSI TRASFERTA LA RIGA DEI CORRELATI MOSTRA NUMERO
      * TRASFERTA, GIORNI E RIMBORSO TOTALE
                 PERFORM 2560-LEGGI-TRASFERTA
                 MOVE W-TRASFERTA-ED TO M-CORRELO
              WHEN TIPO-RICH-PREMIO OF DCL-CWAPPROV
      * PER I PREMI MBO LA RIGA DEI CORRELATI MOSTRA ANNO, IMPORTO,
      * GIUDIZIO E RAGGIUNGIMENTO DEGLI OBIETTIVI
                 PERFORM 2565-LEGGI-PREMIO
                 MOVE W-PREMIO-ED    TO M-CORRELO
              WHEN TIPO-RICH-STORNO-RUN OF DCL-CWAPPROV
      * PER LO STORNO DI UN RUN LA RIGA DEI CORRELATI MOSTRA IL RUN E
      * QUANTE MATRICOLE SONO STATE TOCCATE
                 PERFORM 2567-LEGGI-STORNO
                 MOVE W-STORNO-ED    TO M-CORRELO
              WHEN OTHER
                 MOVE SPACES         TO M-CORRELO
           END-EVALUATE.
      *
      *
      ******************************************************************
      * LEGGE LA TRASFERTA COLLEGATA A UNA RICHIESTA DI RIMBORSO E NE  *
      * PREPARA LA RIGA DEI CORRELATI                                  *
      ******************************************************************
       2560-LEGGI-TRASFERTA SECTION.
      *--------------------*
           MOVE '2560-LEGGI-TRASF' TO W-ULT-LABEL.
           EXEC SQL SELECT ID_TRASFERTA,
                           NUM_GIORNI,
                           IMP_ESENTE,
                           IMP_IMPONIBILE
                      INTO :DCL-CWTRASF.ID-TRASFERTA,
                           :DCL-CWTRASF.NUM-GIORNI,
                           :DCL-CWTRASF.IMP-ESENTE,
                           :DCL-CWTRASF.IMP-IMPONIBILE
                      FROM  CPS04.CWTRASF
                     WHERE ID_RICHIESTA =
                           :ID-RICHIESTA OF DCL-CWAPPROV
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-NOT-FOUND
              MOVE ZEROES TO ID-TRASFERTA   OF DCL-CWTRASF
                             NUM-GIORNI     OF DCL-CWTRASF
                             IMP-ESENTE     OF DCL-CWTRASF
                             IMP-IMPONIBILE OF DCL-CWTRASF
           END-IF.
           MOVE ID-TRASFERTA OF DCL-CWTRASF TO WT-ID-TRASF.
           MOVE NUM-GIORNI   OF DCL-CWTRASF TO WT-GIORNI.
           COMPUTE W-TRASF-TOT-NUM = IMP-ESENTE     OF DCL-CWTRASF
                                   + IMP-IMPONIBILE OF DCL-CWTRASF.
           MOVE W-TRASF-TOT-INT TO WT-TOTALE-INT.
           MOVE W-TRASF-TOT-DEC TO WT-TOTALE-DEC.
       2560-EX. EXIT.
      *
      *
      ******************************************************************
      * LEGGE IL PREMIO MBO COLLEGATO A UNA RICHIESTA DI TIPO 'B' E NE *
      * PREPARA LA RIGA DEI CORRELATI                                  *
      ******************************************************************
       2565-LEGGI-PREMIO SECTION.
      *-----------------*
           MOVE '2565-LEGGI-PREMIO' TO W-ULT-LABEL.
           EXEC SQL SELECT ANNO,
                           IMPORTO,
                           COD_GIUDIZIO,
                           PERC_RAGGIUNG
                      INTO :DCL-CWPREMIO.ANNO,
                           :DCL-CWPREMIO.IMPORTO,
                           :DCL-CWPREMIO.COD-GIUDIZIO,
                           :DCL-CWPREMIO.PERC-RAGGIUNG
                      FROM  CPS04.CWPREMIO
                     WHERE ID_RICHIESTA =
                           :ID-RICHIESTA OF DCL-CWAPPROV
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-NOT-FOUND
              MOVE ZEROES TO ANNO          OF DCL-CWPREMIO
                             IMPORTO       OF DCL-CWPREMIO
                             PERC-RAGGIUNG OF DCL-CWPREMIO
              MOVE SPACES TO COD-GIUDIZIO  OF DCL-CWPREMIO
           END-IF.
           MOVE ANNO          OF DCL-CWPREMIO TO WB-ANNO.
           MOVE IMPORTO       OF DCL-CWPREMIO TO W-PREMIO-IMP-NUM.
           MOVE W-PREMIO-IMP-INT              TO WB-IMPORTO-INT.
           MOVE W-PREMIO-IMP-DEC              TO WB-IMPORTO-DEC.
           MOVE COD-GIUDIZIO  OF DCL-CWPREMIO TO WB-GIUDIZIO.
           MOVE PERC-RAGGIUNG OF DCL-CWPREMIO TO WB-RAGG.
       2565-EX. EXIT.
      *
      *
      ******************************************************************
      * LEGGE IL RUN COLLEGATO A UNA RICHIESTA DI TIPO 'S' E CONTA LE  *
      * MATRICOLE CON IMMAGINI DA STORNARE SU CWRUNIMM                 *
      ******************************************************************
       2567-LEGGI-STORNO SECTION.
      *-----------------*
           MOVE '2567-LEGGI-STORNO' TO W-ULT-LABEL.
           MOVE ZEROES TO W-CONTA-MATR-RUN.
           EXEC SQL SELECT NOME_PGM,
                           DATA_ELABORAZIONE,
                           ORA_INIZIO
                      INTO :DCL-CWSTORUN.NOME-PGM,
                           :DCL-CWSTORUN.DATA-ELABORAZIONE,
                           :DCL-CWSTORUN.ORA-INIZIO
                      FROM  CPS04.CWSTORUN
                     WHERE ID_RICHIESTA =
                           :ID-RICHIESTA OF DCL-CWAPPROV
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-NOT-FOUND
              MOVE SPACES TO NOME-PGM          OF DCL-CWSTORUN
                             DATA-ELABORAZIONE OF DCL-CWSTORUN
                             ORA-INIZIO        OF DCL-CWSTORUN
           ELSE
              EXEC SQL SELECT COUNT(DISTINCT COD_MATRICOLA_DIP)
                         INTO :W-CONTA-MATR-RUN
                         FROM  CPS04.CWRUNIMM
                        WHERE NOME_PGM          =
                              :DCL-CWSTORUN.NOME-PGM
                        AND   DATA_ELABORAZIONE =
                              :DCL-CWSTORUN.DATA-ELABORAZIONE
                        AND   ORA_INIZIO        =
                              :DCL-CWSTORUN.ORA-INIZIO
                        AND   COD_MATRICOLA_DIP > 0
              END-EXEC
           END-IF.
           MOVE NOME-PGM          OF DCL-CWSTORUN TO WR-NOME-PGM.
           MOVE DATA-ELABORAZIONE OF DCL-CWSTORUN TO WR-DATA.
           MOVE ORA-INIZIO        OF DCL-CWSTORUN TO WR-ORA.
           MOVE W-CONTA-MATR-RUN                  TO WR-MATRICOLE.
       2567-EX. EXIT.
      *
      *
      ******************************************************************
      * CONTA I DATI CORRELATI DELLA MATRICOLA IN CANCELLAZIONE:       *
      * RIGHE DI STORICO, ALTRE RICHIESTE CWAPPROV E PRESENZA SU       *
      * ARCHIVIO VSAM                                                  *
