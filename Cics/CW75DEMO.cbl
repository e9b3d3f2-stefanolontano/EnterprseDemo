      * RIFERIMENTO P.E.: RUOLI 1 E 2 (COME L'INSERIMENTO CW04DEMO)    *
      *----------------------------------------------------------------*
      * CREAZIONE       : 22/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      * 02/09/2026 GM  ESTESA LA INSERT SU CWAPPROV CON LE NUOVE      *
      *                COLONNE RETRIB_PROPOSTA/SCATTO_PROPOSTO/        *
      *                DATA_DECOR_PROP (USATE SOLO DAL TIPO 'R' DI     *
      *                CW33DEMO, QUI VALORIZZATE A ZERO/SPAZI)         *
      * 15/10/2026 GM  IL CANDIDATO VA REGISTRATO SU UNA RICHIESTA DI  *
      *                ASSUNZIONE APPROVATA (CPS04.CWRICASS, CX86DEMO) *
      *                CON LO STESSO DIPARTIMENTO, QUALIFICA E         *
      *                CONTRATTO; LA CONVERSIONE LA CHIUDE COME COPERTA*
      * 15/10/2026 GM  ESTESA LA INSERT SU CWAPPROV CON LA NUOVA      *
      *                COLONNA CAUSA_CESSAZIONE (USATA SOLO DALLE      *
      *                CANCELLAZIONI DI CW08DEMO, QUI A SPAZI)         *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA:  *
      *                RESTA LA SOLA CONSULTAZIONE                     *
      ******************************************************************
      ******************************************************************
      * UN CANDIDATO ACCETTATO VIENE REGISTRATO SU CPS04.CWCANDID CON  *
      *       CONTATORE IDRICH E STESSO TRACCIATO DI CW04DEMO) E IL    *
      *       CANDIDATO MARCATO CONVERTITO: L'APPROVAZIONE SEGUE IL    *
      *       NORMALE GIRO DEL SECONDO OPERATORE IN CW18DEMO.          *
      * OGNI CANDIDATO RICHIAMA UNA RICHIESTA DI ASSUNZIONE APPROVATA  *
      * (CPS04.CWRICASS, CX86DEMO) DELLO STESSO DIPARTIMENTO, QUALIFICA*
      * E CONTRATTO; ALLA CONVERSIONE LA RICHIESTA PASSA A COPERTA CON *
      * IL CANDIDATO E LA DATA DI COPERTURA (TEMPI DI COPERTURA NEL    *
      * TABULATO MENSILE CX87DEMO).                                    *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       01  W-ID-CAND                       PIC X(7)  VALUE SPACES.
       01  W-ID-CANDIDATO                  PIC S9(7) USAGE COMP-3.
       01  W-ID-RICHIESTA                  PIC S9(7) USAGE COMP-3.
       01  W-ID-RICA                       PIC X(7)  VALUE SPACES.
       01  W-ID-RICASS                     PIC S9(7) USAGE COMP-3.
       01  W-MATRICOLA-LIBERA              PIC S9(5) USAGE COMP-3.
       01  W-NULL-MATR                     PIC S9(4) COMP VALUE +0.
       01  W-RUN-DATE                      PIC S9(6) USAGE COMP-3.
       01  W-ABSTIME                       PIC S9(8)  COMP.
       01  W-DATE                          PIC X(6).
       01  W-TIME                          PIC X(6).
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.
           EXEC SQL  INCLUDE CWCAND  END-EXEC.
           EXEC SQL  INCLUDE CWAPPR  END-EXEC.
           EXEC SQL  INCLUDE CWRICA  END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
      *
           EVALUATE W-CONF-OP
              WHEN 'SI'
                 PERFORM 2205-CONTROLLA-FINESTRA
                 PERFORM 1430-ESEGUI
              WHEN 'NO'
                 MOVE '022'      TO W-COD-MSG-HOST
                                                  OF DCL-CWCANDID.
           MOVE W-TIME         TO ORA-REGISTRAZIONE
                                                  OF DCL-CWCANDID.
           MOVE W-ID-RICASS    TO ID-RICASS       OF DCL-CWCANDID.
           EXEC SQL INSERT INTO CPS04.CWCANDID
                      VALUES (:DCL-CWCANDID.ID-CANDIDATO,
                              :DCL-CWCANDID.COGNOME,
                              :DCL-CWCANDID.STATO-CANDIDATO,
                              :DCL-CWCANDID.UTENTE-REGISTRAZIONE,
                              :DCL-CWCANDID.DATA-REGISTRAZIONE,
                              :DCL-CWCANDID.ORA-REGISTRAZIONE,
                              :DCL-CWCANDID.ID-RICASS)
           END-EXEC.
       1431-EX. EXIT.

              MOVE -1       TO M-IDCANL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2270-COPRI-RICHIESTA.
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'IDRICH'
                                 0,
                                 0,
                                 '          ',
                                 ' ',
                                 '  ')
           END-EXEC.

           EXEC SQL UPDATE CPS04.CWCANDID
           INSPECT M-G-SCAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-G-SCAI REPLACING ALL '_'       BY ' '.
           MOVE    M-G-SCAI TO W-GG-SCA.
           INSPECT M-IDRICI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-IDRICI REPLACING ALL '_'       BY ' '.
           MOVE    M-IDRICI TO W-ID-RICA.
           MOVE +0 TO W-ID-RICASS.
           IF W-ID-RICA NUMERIC
              MOVE W-ID-RICA TO W-ID-RICASS
           END-IF.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
                    MOVE -1       TO M-IDCANL
                    PERFORM 2999-CERCA-ERR
                 END-IF
                 PERFORM 2265-CONTROLLA-COPERTURA
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

      *----------------------------------------------------------------*
      * CONTROLLI DI REGISTRAZIONE: STESSE REGOLE DELLE VIDEATE DI     *
      * ASSUNZIONE (CAMPI OBBLIGATORI, COGNOME E NOME CON LETTERE,     *
           ELSE
              MOVE SPACES TO W-AA-SCA W-MM-SCA W-GG-SCA
           END-IF.
      *
           PERFORM 2230-CONTROLLA-RICHIESTA.
       2210-EX. EXIT.

      *----------------------------------------------------------------*
      * IL CANDIDATO VA REGISTRATO SU UNA RICHIESTA DI ASSUNZIONE      *
      * APPROVATA E NON ANCORA COPERTA (CPS04.CWRICASS, CX86DEMO) CON  *
      * LO STESSO DIPARTIMENTO, QUALIFICA E TIPO DI CONTRATTO          *
      *----------------------------------------------------------------*
       2230-CONTROLLA-RICHIESTA SECTION.
      *------------------------*
           MOVE '2230-CTL-RICH' TO W-ULT-LABEL.
           IF W-ID-RICA = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDRICL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-ID-RICA NOT NUMERIC
              MOVE '323'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDRICL
              PERFORM 2999-CERCA-ERR
           END-IF.
           EXEC SQL SELECT DIPARTIMENTO,
                           QUALIFICA_INTERNA,
                           TIPO_CONTRATTO
                      INTO :DCL-CWRICASS.DIPARTIMENTO,
                           :DCL-CWRICASS.QUALIFICA-INTERNA,
                           :DCL-CWRICASS.TIPO-CONTRATTO
                      FROM  CPS04.CWRICASS
                     WHERE ID_RICASS       = :W-ID-RICASS
                     AND   STATO_RICHIESTA = 'A'
           END-EXEC.
           IF SQLCODE = +100
              MOVE '323'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDRICL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF DIPARTIMENTO      OF DCL-CWRICASS NOT = W-DIPART OR
              QUALIFICA-INTERNA OF DCL-CWRICASS NOT = W-QU-IN  OR
              TIPO-CONTRATTO    OF DCL-CWRICASS NOT = W-TIPO-CONTR
              MOVE '323'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDRICL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2230-EX. EXIT.

      *----------------------------------------------------------------*
      * LEGGE IL CANDIDATO ATTIVO INDICATO: SERVE ALLA CHIUSURA DELLA  *
      * CHECKLIST E ALLA CONVERSIONE                                   *
                           QUALIFICA_INTERNA, COD_FISC,
                           DIPARTIMENTO, DATA_INIZIO,
                           TIPO_CONTRATTO, DATA_FINE_CONTR,
                           STATO_CHECKLIST, ID_RICASS
                      INTO :DCL-CWCANDID.COGNOME,
                           :DCL-CWCANDID.NOME,
                           :DCL-CWCANDID.DATA-NASCITA,
                           :DCL-CWCANDID.DATA-INIZIO,
                           :DCL-CWCANDID.TIPO-CONTRATTO,
                           :DCL-CWCANDID.DATA-FINE-CONTR,
                           :DCL-CWCANDID.STATO-CHECKLIST,
                           :DCL-CWCANDID.ID-RICASS
                      FROM  CPS04.CWCANDID
                     WHERE ID_CANDIDATO    = :W-ID-CANDIDATO
                     AND   STATO_CANDIDATO = 'A'
           MOVE NOME    OF DCL-CWCANDID TO M-NOMEO.
       2260-EX. EXIT.

      *----------------------------------------------------------------*
      * ALLA CONVERSIONE LA RICHIESTA DI ASSUNZIONE DEL CANDIDATO DEVE *
      * ESSERE ANCORA APERTA: UN ALTRO CANDIDATO DELLA STESSA          *
      * RICHIESTA PUO' ESSERE GIA' STATO CONVERTITO. I CANDIDATI       *
      * REGISTRATI PRIMA DELLE RICHIESTE (ID_RICASS A ZERO) NON HANNO  *
      * RICHIESTA DA CHIUDERE                                          *
      *----------------------------------------------------------------*
       2265-CONTROLLA-COPERTURA SECTION.
      *------------------------*
           MOVE '2265-CTL-COPERT' TO W-ULT-LABEL.
           IF ID-RICASS OF DCL-CWCANDID = +0
              GO TO 2265-EX
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWRICASS
                     WHERE ID_RICASS       = :DCL-CWCANDID.ID-RICASS
                     AND   STATO_RICHIESTA = 'A'
           END-EXEC.
           IF W-COUNT = +0
              MOVE '324'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDCANL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2265-EX. EXIT.

      *----------------------------------------------------------------*
      * CONVERSIONE: LA RICHIESTA DI ASSUNZIONE PASSA A COPERTA CON IL *
      * CANDIDATO E LA DATA DEL GIORNO. E' AGGIORNATA PER PRIMA, COSI' *
      * CHE UNA RICHIESTA NEL FRATTEMPO COPERTA DA ALTRO CANDIDATO     *
      * FERMI LA CONVERSIONE PRIMA DI OGNI ALTRO AGGIORNAMENTO         *
      *----------------------------------------------------------------*
       2270-COPRI-RICHIESTA SECTION.
      *--------------------*
           MOVE '2270-COPRI-RICH' TO W-ULT-LABEL.
           IF ID-RICASS OF DCL-CWCANDID = +0
              GO TO 2270-EX
           END-IF.
           MOVE COM-DATA-SISTEMA-AAAA TO W-AA-OGGI.
           MOVE COM-DATA-SISTEMA-MM   TO W-MM-OGGI.
           MOVE COM-DATA-SISTEMA-GG   TO W-GG-OGGI.
           EXEC SQL UPDATE CPS04.CWRICASS
                       SET STATO_RICHIESTA = 'C',
                           ID_CANDIDATO    = :W-ID-CANDIDATO,
                           DATA_COPERTURA  = :W-DATA-OGGI
                     WHERE ID_RICASS       = :DCL-CWCANDID.ID-RICASS
                     AND   STATO_RICHIESTA = 'A'
           END-EXEC.
           IF SQLCODE = +100
              MOVE '324'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDCANL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2270-EX. EXIT.

       2500-CONFERMA SECTION.
      *-------------*
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.
                             M-TIPO-CONA
                             M-A-SCAA
                             M-M-SCAA
                             M-G-SCAA
                             M-IDRICA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
