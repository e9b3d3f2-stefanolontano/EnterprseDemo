      * RIFERIMENTO P.E.: RISERVATA A COM-UTENTE-1 (AMMINISTRATORE)    *00110000
      *----------------------------------------------------------------*00120000
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  GESTITI GLI ATTRIBUTI DEL TURNO FLAG_NOTTURNO E *
      *                FLAG_CARICHI (S/N, DEFAULT N) CONFRONTATI DA    *
      *                CX02DEMO CON LE LIMITAZIONI MEDICHE             *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA:  *
      *                RESTA LA SOLA CONSULTAZIONE                     *
      *----------------------------------------------------------------*
      * MANUTENZIONE DEGLI SCHEMI DI TURNO CPS04.CWTURNI (CODICE,     *
      * DESCRIZIONE, ORARIO DI INIZIO E FINE, LAVORO NOTTURNO E        *
      * MOVIMENTAZIONE CARICHI), SULLO STESSO IMPIANTO                 *
      * DI CW26DEMO. LE ASSEGNAZIONI SETTIMANALI PER MATRICOLA SONO    *
      * LA TRANSAZIONE CX02DEMO E IL CARTELLINO MENSILE IL BATCH       *
      * CX03DEMO.                                                      *
       01  W-COD-TURNO                     PIC X(2)  VALUE SPACES.
       01  W-ORA-INIZIO                    PIC X(4)  VALUE SPACES.
       01  W-ORA-FINE                      PIC X(4)  VALUE SPACES.
       01  W-FLAG-NOTTURNO                 PIC X(1)  VALUE SPACES.
           88  W-FLAG-NOTTURNO-OK          VALUE 'S' 'N'.
       01  W-FLAG-CARICHI                  PIC X(1)  VALUE SPACES.
           88  W-FLAG-CARICHI-OK           VALUE 'S' 'N'.
       01  W-CONF-OP                       PIC X(2)  VALUE SPACES.      01040000
       01  W-MODO                          PIC X(1)  VALUE SPACES.
           88  W-MODO-INS                  VALUE '1'.
           88  W-MODO-VAR                  VALUE '2'.
           88  W-MODO-DIS                  VALUE '3'.
      *                                                                 01370000
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *01590000
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *01600000
      * -------------------------------------------------------------- *01610000
      *
           EVALUATE W-CONF-OP
              WHEN 'SI'
                 PERFORM 2205-CONTROLLA-FINESTRA
                 PERFORM 1426-ESEGUI-OPERAZIONE
              WHEN 'NO'
                 MOVE '022'      TO W-COD-MSG-HOST
                         VALUES (:W-COD-TURNO,
                                 :W-DESCRIZIONE,
                                 :W-ORA-INIZIO,
                                 :W-ORA-FINE,
                                 :W-FLAG-NOTTURNO,
                                 :W-FLAG-CARICHI)
           END-EXEC.
       1430-EX. EXIT.
                                                                        04390000
                        WHERE COD_TURNO = :W-COD-TURNO
              END-EXEC
           END-IF.
           IF W-FLAG-NOTTURNO NOT = SPACES
              EXEC SQL UPDATE CPS04.CWTURNI
                          SET FLAG_NOTTURNO = :W-FLAG-NOTTURNO
                        WHERE COD_TURNO = :W-COD-TURNO
              END-EXEC
           END-IF.
           IF W-FLAG-CARICHI NOT = SPACES
              EXEC SQL UPDATE CPS04.CWTURNI
                          SET FLAG_CARICHI = :W-FLAG-CARICHI
                        WHERE COD_TURNO = :W-COD-TURNO
              END-EXEC
           END-IF.
       1440-EX. EXIT.
                                                                        04390000
       1450-CANCELLAZIONE SECTION.
           INSPECT M-ORAFINI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-ORAFINI  REPLACING ALL '_'       BY ' '.
           MOVE    M-ORAFINI  TO W-ORA-FINE.
           INSPECT M-NOTTI    REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-NOTTI    REPLACING ALL '_'       BY ' '.
           MOVE    M-NOTTI    TO W-FLAG-NOTTURNO.
           INSPECT M-CARII    REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CARII    REPLACING ALL '_'       BY ' '.
           MOVE    M-CARII    TO W-FLAG-CARICHI.
           MOVE    M-MODOI    TO W-MODO.
       2100-EX. EXIT.                                                   05710000
                                                                        05750000
                 PERFORM 2210-CONTROLLA-INS
              WHEN W-MODO-VAR
                 PERFORM 2260-LEGGI-TURNO
                 PERFORM 2270-CONTROLLA-FLAG
              WHEN W-MODO-DIS
                 PERFORM 2260-LEGGI-TURNO
           END-EVALUATE.
       2200-EX. EXIT.                                                   07180000
                                                                        07220000
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
           EXEC SQL SELECT COUNT(*)
              MOVE -1       TO M-ORAINIL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * IN INSERIMENTO GLI ATTRIBUTI NON DIGITATI VALGONO 'N'
           IF W-FLAG-NOTTURNO = SPACES
              MOVE 'N'      TO W-FLAG-NOTTURNO
           END-IF.
           IF W-FLAG-CARICHI = SPACES
              MOVE 'N'      TO W-FLAG-CARICHI
           END-IF.
           PERFORM 2270-CONTROLLA-FLAG.
       2210-EX. EXIT.
                                                                        07220000
       2260-LEGGI-TURNO SECTION.
           END-IF.
       2260-EX. EXIT.
                                                                        07220000
      * -------------------------------------------------------------- *
      * ATTRIBUTI DEL TURNO CONFRONTATI CON LE LIMITAZIONI MEDICHE     *
      * (VEDI CX02DEMO): S/N, A SPAZI IN VARIAZIONE = INVARIATO        *
      * -------------------------------------------------------------- *
       2270-CONTROLLA-FLAG SECTION.
      *-------------------*
           IF W-FLAG-NOTTURNO NOT = SPACES AND
              NOT W-FLAG-NOTTURNO-OK
              MOVE '345'    TO W-COD-MSG-HOST
              MOVE -1       TO M-NOTTL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-FLAG-CARICHI NOT = SPACES AND
              NOT W-FLAG-CARICHI-OK
              MOVE '345'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CARIL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2270-EX. EXIT.
                                                                        07220000
       2500-CONFERMA SECTION.
      *-------------*
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.
