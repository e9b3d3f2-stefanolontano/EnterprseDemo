      * RIFERIMENTO P.E.: RISERVATA A COM-UTENTE-1 (AMMINISTRATORE)    *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  NUOVA COLONNA TIPO_CAMPAGNA DI CWCAMPAG: LE     *
      *                PROPOSTE INSERITE QUI SONO DI REVISIONE ('R');  *
      *                QUELLE DI ADEGUAMENTO AI MINIMI CONTRATTUALI    *
      *                ('M') ARRIVANO DA CX98DEMO, SI APPROVANO ALLO   *
      *                STESSO MODO E IN INTERROGAZIONE MOSTRANO        *
      *                L'IMPATTO CALCOLATO SUI MINIMI CWMINCON         *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA:  *
      *                RESTA LA SOLA CONSULTAZIONE                     *
      ******************************************************************
      ******************************************************************
      * GESTIONE DELLE CAMPAGNE DI REVISIONE RETRIBUTIVA SU            *
       01  W-NUM-DIP                       PIC S9(5)    COMP-3 VALUE 0.
       01  W-TOT-ATTUALE                   PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-TOT-NUOVO                     PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-TOT-ADEGUAMENTO               PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-NUM-DIP-ED                    PIC ZZZZ9.
      * I MONTANTI SONO MOSTRATI IN EURO INTERI (LA LISTA PUNTUALE CON
      * I CENTESIMI E' SUL TABULATO CAMPAREP DI CW85DEMO)
       01  W-ABSTIME                       PIC S9(8)  COMP.
       01  W-DATE                          PIC X(6).
       01  W-TIME                          PIC X(6).
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE CWCAMP  END-EXEC.
           EXEC SQL  INCLUDE CWQUALI END-EXEC.
           EXEC SQL  INCLUDE CWCONT  END-EXEC.
           EXEC SQL  INCLUDE CWMINC  END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
      *
           EVALUATE W-CONF-OP
              WHEN 'SI'
                 PERFORM 2205-CONTROLLA-FINESTRA
                 PERFORM 1426-ESEGUI-OPERAZIONE
              WHEN 'NO'
                 MOVE '022'      TO W-COD-MSG-HOST
                                        OF DCL-CWCAMPAG.
           MOVE SPACES            TO DATA-APPROVAZIONE
                                        OF DCL-CWCAMPAG.
           MOVE 'R'               TO TIPO-CAMPAGNA   OF DCL-CWCAMPAG.
           EXEC SQL INSERT INTO CPS04.CWCAMPAG
                         VALUES (:DCL-CWCAMPAG.ID-CAMPAGNA,
                                 :DCL-CWCAMPAG.QUALIFICA-INTERNA,
                                 :DCL-CWCAMPAG.DATA-PROPOSTA,
                                 :DCL-CWCAMPAG.ORA-PROPOSTA,
                                 :DCL-CWCAMPAG.UTENTE-APPROVANTE,
                                 :DCL-CWCAMPAG.DATA-APPROVAZIONE,
                                 :DCL-CWCAMPAG.TIPO-CAMPAGNA)
           END-EXEC.
           MOVE ID-CAMPAGNA OF DCL-CWCAMPAG TO W-ID-CAMPAGNA.
           MOVE W-ID-CAMPAGNA TO M-CAMPO.
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

       2210-CONTROLLA-ID SECTION.
      *------------------*
           MOVE '2210-CONTROLLA-ID' TO W-ULT-LABEL.
                           DATA_DECORRENZA,
                           STATO_CAMPAGNA,
                           UTENTE_PROPONENTE,
                           UTENTE_APPROVANTE,
                           TIPO_CAMPAGNA
                      INTO :DCL-CWCAMPAG.ID-CAMPAGNA,
                           :DCL-CWCAMPAG.QUALIFICA-INTERNA,
                           :DCL-CWCAMPAG.PERC-AUMENTO,
                           :DCL-CWCAMPAG.DATA-DECORRENZA,
                           :DCL-CWCAMPAG.STATO-CAMPAGNA,
                           :DCL-CWCAMPAG.UTENTE-PROPONENTE,
                           :DCL-CWCAMPAG.UTENTE-APPROVANTE,
                           :DCL-CWCAMPAG.TIPO-CAMPAGNA
                      FROM  CPS04.CWCAMPAG
                     WHERE ID_CAMPAGNA = :W-ID-CAMPAGNA
           END-EXEC.
           MOVE W-TOT-NUOVO     TO W-TOT-NUOVO-ED.
           MOVE W-TOT-NUOVO-ED  TO M-TOTNUOO.
      *
           IF CAMPAGNA-MINIMI
              MOVE '363' TO W-COD-MSG-HOST
           ELSE
              MOVE '073' TO W-COD-MSG-HOST
           END-IF.
           MOVE -1       TO M-CAMPL.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.
      * -------------------------------------------------------------- *
      * IMPATTO DELLA CAMPAGNA: DIPENDENTI DELLA QUALIFICA CON RIGA    *
      * RETRIBUTIVA, MONTANTE ATTUALE E MONTANTE RICALCOLATO CON LA    *
      * STESSA FORMULA CHE CW85DEMO APPLICHERA' IN NOTTURNA. PER LE    *
      * CAMPAGNE DI ADEGUAMENTO AI MINIMI ('M') IL MONTANTE PROPOSTO   *
      * E' L'ATTUALE PIU' LE DIFFERENZE DI CHI E' SOTTO IL MINIMO      *
      * CWMINCON IN VIGORE ALLA DECORRENZA PER IL SUO LIVELLO          *
      * -------------------------------------------------------------- *
       2310-CALCOLA-IMPATTO SECTION.
      *--------------------*
                     AND   D.QUALIFICA_INTERNA =
                           :DCL-CWCAMPAG.QUALIFICA-INTERNA
           END-EXEC.
           IF CAMPAGNA-MINIMI
              PERFORM 2320-CALCOLA-ADEGUAMENTO
              COMPUTE W-TOT-NUOVO = W-TOT-ATTUALE + W-TOT-ADEGUAMENTO
              GO TO 2310-EX
           END-IF.
           COMPUTE W-TOT-NUOVO ROUNDED =
                   W-TOT-ATTUALE
                 * (1 + (PERC-AUMENTO OF DCL-CWCAMPAG / 100))
                 + (W-NUM-DIP * IMPORTO-FISSO OF DCL-CWCAMPAG).
       2310-EX. EXIT.

      * -------------------------------------------------------------- *
      * ADEGUAMENTO AI MINIMI: SOMMA DELLE DIFFERENZE TRA IL MINIMO IN *
      * VIGORE ALLA DECORRENZA DELLA CAMPAGNA E LA RETRIB_BASE DI CHI  *
      * NE E' AL DI SOTTO (STESSO CRITERIO DI CW85DEMO)                *
      * -------------------------------------------------------------- *
       2320-CALCOLA-ADEGUAMENTO SECTION.
      *------------------------*
           MOVE '2320-CALC-ADEG' TO W-ULT-LABEL.
           MOVE 0 TO W-TOT-ADEGUAMENTO.
           EXEC SQL SELECT COALESCE(SUM(M.RETRIB_MINIMA -
                                        R.RETRIB_BASE), 0)
                      INTO :W-TOT-ADEGUAMENTO
                      FROM CPS04.CWDIPENDENTI D,
                           CPS04.CWRETRIB     R,
                           CPS04.CWMINCON     M
                     WHERE R.COD_MATRICOLA_DIP = D.COD_MATRICOLA_DIP
                     AND   D.QUALIFICA_INTERNA =
                           :DCL-CWCAMPAG.QUALIFICA-INTERNA
                     AND   M.QUALIFICA_INTERNA = D.QUALIFICA_INTERNA
                     AND   M.SCATTO_LIVELLO    = R.SCATTO_LIVELLO
                     AND   M.DATA_DECORRENZA   =
                          (SELECT MAX(M2.DATA_DECORRENZA)
                             FROM CPS04.CWMINCON M2
                            WHERE M2.QUALIFICA_INTERNA =
                                  M.QUALIFICA_INTERNA
                            AND   M2.SCATTO_LIVELLO    =
                                  M.SCATTO_LIVELLO
                            AND   M2.DATA_DECORRENZA  <=
                                  :DCL-CWCAMPAG.DATA-DECORRENZA)
                     AND   M.RETRIB_MINIMA > R.RETRIB_BASE
           END-EXEC.
       2320-EX. EXIT.

       2500-CONFERMA SECTION.
      *-------------*
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.
