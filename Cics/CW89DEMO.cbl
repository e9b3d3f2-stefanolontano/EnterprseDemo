      * RIFERIMENTO P.E.: RISERVATA A COM-UTENTE-1 (AMMINISTRATORE)    *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * MANUTENZIONE DELLA TABELLA CPS04.CWBANCHE (IBAN, BANCA E DATA  *
       01  W-ABSTIME                       PIC S9(8)  COMP.
       01  W-DATE                          PIC X(6).
       01  W-TIME                          PIC X(6).
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
      * -------------------------------------------------------------- *
           COPY CWC090.
      * -------------------------------------------------------------- *
      * AREA DI COMUNICAZ. PER LINK CY09DEMO (MASCHERATURA DELL'IBAN   *
      * A VIDEO SECONDO LE REGOLE DI CPS04.CWMASCHE)                   *
      * -------------------------------------------------------------- *
           COPY CWCY09.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE  MESSAGGIO ABEND SQL                            *
      * -------------------------------------------------------------- *
       01  ERR-SQL.
      *
           EVALUATE W-CONF-OP
              WHEN 'SI'
                 PERFORM 2205-CONTROLLA-FINESTRA
                 PERFORM 1426-ESEGUI-OPERAZIONE
              WHEN 'NO'
                 MOVE '022'      TO W-COD-MSG-HOST
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

       2210-CONTROLLA-INS SECTION.
      *------------------*
           MOVE '2210-CONTROLLA-INS' TO W-ULT-LABEL.
       2300-INTERROGAZIONE SECTION.
      *-------------------*
           MOVE '2300-INTERROGAZIONE' TO W-ULT-LABEL.
           PERFORM 2310-MASCHERA-IBAN.
           MOVE NOME-BANCA    OF DCL-CWBANCHE TO M-BANCAO.
           MOVE DATA-VALIDITA OF DCL-CWBANCHE
                                              TO W-DATA-VALIDITA.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

      * -------------------------------------------------------------- *
      * L'IBAN SI MOSTRA SECONDO LA REGOLA DI VISIBILITA' DEL TIPO     *
      * UTENTE (DATO 'IBAN'): IN CHIARO (TRACCIATO DA CY09DEMO SU      *
      * CPS04.CWCONSUL), PARZIALE (ES. ULTIMI 4 CARATTERI) O NASCOSTO  *
      * -------------------------------------------------------------- *
       2310-MASCHERA-IBAN SECTION.
      *------------------*
           MOVE '2310-MASCHERA' TO W-ULT-LABEL.
           MOVE LENGTH OF AREA-CY09       TO LL-CY09.
           MOVE 'IBAN'                    TO COD-DATO-CY09.
           MOVE COM-TIPO-UTENTE           TO TIPO-UTENTE-CY09.
           MOVE COM-UTENTE                TO UTENTE-CY09.
           MOVE W-MATRICOLA               TO MATRICOLA-CY09.
           MOVE LENGTH OF W-IBAN          TO LUNG-CY09.
           MOVE IBAN OF DCL-CWBANCHE      TO VALORE-CY09.
           EXEC CICS LINK PROGRAM  ('CY09DEMO')
                          COMMAREA (AREA-CY09)
                          LENGTH   (LL-CY09)
           END-EXEC.
           MOVE VALORE-CY09               TO M-IBANO.
       2310-EX. EXIT.

       2500-CONFERMA SECTION.
      *-------------*
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.
