      * RIFERIMENTO P.E.: REGISTRAZIONE NEGATA AL RUOLO 4              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * REGISTRA I PROVVEDIMENTI DISCIPLINARI (AMMONIZIONI, RICHIAMI, *
       01  W-ABSTIME                       PIC S9(8)  COMP.
       01  W-DATE                          PIC X(6).
       01  W-TIME                          PIC X(6).
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
      *
           EVALUATE W-CONF-OP
              WHEN 'SI'
                 PERFORM 2205-CONTROLLA-FINESTRA
                 PERFORM 1430-REGISTRA
                 MOVE '023'      TO W-COD-MSG-HOST
              WHEN 'NO'
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

      * -------------------------------------------------------------- *
      * CONTROLLI DI REGISTRAZIONE: LA REGISTRAZIONE MODIFICA DATI E   *
      * QUINDI E' NEGATA AL RUOLO 4 (SOLA CONSULTAZIONE), COME LE      *
           MOVE EIBTRNID     TO TRANSID    OF DCL-CWCONSUL.
           MOVE W-DATE       TO DATA-CONSULTAZIONE OF DCL-CWCONSUL.
           MOVE W-TIME       TO ORA-CONSULTAZIONE  OF DCL-CWCONSUL.
           MOVE SPACES       TO COD-DATO           OF DCL-CWCONSUL.
           EXEC SQL INSERT INTO CPS04.CWCONSUL
                         VALUES (:DCL-CWCONSUL.UTENTE,
                                 :DCL-CWCONSUL.TERMINALE,
                                 :DCL-CWCONSUL.COD-MATRICOLA-DIP,
                                 :DCL-CWCONSUL.TRANSID,
                                 :DCL-CWCONSUL.DATA-CONSULTAZIONE,
                                 :DCL-CWCONSUL.ORA-CONSULTAZIONE,
                                 :DCL-CWCONSUL.COD-DATO)
           END-EXEC.
       2960-EX. EXIT.

