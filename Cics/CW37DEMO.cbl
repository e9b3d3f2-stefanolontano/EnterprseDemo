      * RIFERIMENTO P.E.: RISERVATA A COM-UTENTE-1 (AMMINISTRATORE)    *
      *----------------------------------------------------------------*
      * CREAZIONE       : 22/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 02/09/2026 GM  MANUTENZIONE DELLA NUOVA COLONNA DIPART_PADRE   *
      *                (GERARCHIA ORGANIZZATIVA): IL PADRE DIGITATO    *
      * 02/09/2026 GM  STORICIZZAZIONE SU CPS04.CWTABSTO DELL'IMMAGINE*
      *                DELLA RIGA PRIMA E DOPO OGNI VARIAZIONE O      *
      *                DISATTIVAZIONE (CONSULTABILE CON CX32DEMO)     *
      * 15/10/2026 GM  MANUTENZIONE DELLA NUOVA COLONNA COD_SOCIETA    *
      *                (SOCIETA' DEL GRUPPO, OBBLIGATORIA IN           *
      *                INSERIMENTO): DEVE ESSERE ATTIVA SU CWSOCIETA E, *
      *                PER UN OPERATORE LIMITATO, TRA LE SUE SOCIETA'  *
      *                (CWUTESOC). AL CAMBIO DI SOCIETA' LE MATRICOLE  *
      *                DEL DIPARTIMENTO VENGONO RIALLINEATE            *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA   *
      *                E LA TRANSAZIONE E' DI SOLA CONSULTAZIONE       *
      ******************************************************************
      ******************************************************************
      * MANUTENZIONE DELL'ANAGRAFICA DIPARTIMENTI CPS04.CWDIPART       *
      * DI CICLO (RISALITA DELLA CATENA DEI PADRI, MASSIMO 20 LIVELLI)
      * ---
       01  W-PADRE                         PIC X(10) VALUE SPACES.
      * ---
      * SOCIETA' DEL GRUPPO A CUI APPARTIENE IL DIPARTIMENTO
      * ---
       01  W-SOCIETA                       PIC X(4)  VALUE SPACES.
       01  W-PADRE-CORR                    PIC X(10) VALUE SPACES.
       01  W-LIVELLI                       PIC S9(3) COMP-3 VALUE +0.
       01  SW-CICLO                        PIC X(1)  VALUE 'N'.
           05  IMG-STATO                   PIC X(1).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  IMG-PADRE                   PIC X(10).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  IMG-SOCIETA                 PIC X(4).
           05  FILLER                      PIC X(55) VALUE SPACES.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-XCTL-PGM                      PIC  X(8)  VALUE SPACE.
       01  W-PGM-GUIDA                     PIC  X(8)  VALUE 'CW60DEMO'.
       01  W-ULT-LABEL                     PIC  X(15) VALUE SPACES.
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
       01  W-LEN                           PIC S9(4)  COMP VALUE +260.
       01  W-REQID-TIMEOUT.
           05  FILLER                      PIC X(4)   VALUE 'RRTO'.
      *
           EVALUATE W-CONF-OP
              WHEN 'SI'
                 PERFORM 2205-CONTROLLA-FINESTRA
                 PERFORM 1426-ESEGUI-OPERAZIONE
              WHEN 'NO'
                 MOVE '022'      TO W-COD-MSG-HOST
                                 :W-DESCRIZIONE,
                                 :W-RESPON-NUM,
                                 'A',
                                 :W-PADRE,
                                 :W-SOCIETA)
           END-EXEC.
       1430-EX. EXIT.

                        WHERE CODICE = :W-CODICE
              END-EXEC
           END-IF.
      * ---
      * CAMBIO DI SOCIETA': LE MATRICOLE DEL DIPARTIMENTO PASSANO ALLA
      * NUOVA SOCIETA' INSIEME AL DIPARTIMENTO
      * ---
           IF W-SOCIETA NOT = SPACES
              EXEC SQL UPDATE CPS04.CWDIPART
                          SET COD_SOCIETA = :W-SOCIETA
                        WHERE CODICE = :W-CODICE
              END-EXEC
              EXEC SQL UPDATE CPS04.CWDIPENDENTI
                          SET COD_SOCIETA = :W-SOCIETA,
                              VERSIONE    = VERSIONE + 1
                        WHERE DIPARTIMENTO = :W-CODICE
                          AND COD_SOCIETA <> :W-SOCIETA
              END-EXEC
           END-IF.
       1440-EX. EXIT.

       1450-DISATTIVAZIONE SECTION.
      *-------------------*
           MOVE '1460-LEGGI-IMM' TO W-ULT-LABEL.
           EXEC SQL SELECT CODICE, DESCRIZIONE, COD_RESPONSABILE,
                           STATO_DIPART, DIPART_PADRE, COD_SOCIETA
                      INTO :DCL-CWDIPART.CODICE,
                           :DCL-CWDIPART.DESCRIZIONE,
                           :DCL-CWDIPART.COD-RESPONSABILE,
                           :DCL-CWDIPART.STATO-DIPART,
                           :DCL-CWDIPART.DIPART-PADRE,
                           :DCL-CWDIPART.COD-SOCIETA
                      FROM  CPS04.CWDIPART
                     WHERE CODICE = :W-CODICE
           END-EXEC.
           MOVE COD-RESPONSABILE OF DCL-CWDIPART TO IMG-RESPONSABILE.
           MOVE STATO-DIPART     OF DCL-CWDIPART TO IMG-STATO.
           MOVE DIPART-PADRE     OF DCL-CWDIPART TO IMG-PADRE.
           MOVE COD-SOCIETA      OF DCL-CWDIPART TO IMG-SOCIETA.
       1460-EX. EXIT.

      *----------------------------------------------------------------*
           INSPECT M-PADREI   REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-PADREI   REPLACING ALL '_'       BY ' '.
           MOVE    M-PADREI   TO W-PADRE.
           INSPECT M-SOCIETAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-SOCIETAI REPLACING ALL '_'       BY ' '.
           MOVE    M-SOCIETAI TO W-SOCIETA.
           MOVE    M-MODOI    TO W-MODO.
       2150-EX. EXIT.

           IF (W-MODO-INS OR W-MODO-VAR) AND W-PADRE NOT = SPACES
              PERFORM 2230-CONTROLLA-PADRE
           END-IF.
      *
           IF (W-MODO-INS OR W-MODO-VAR) AND W-SOCIETA NOT = SPACES
              PERFORM 2250-CONTROLLA-SOCIETA
           END-IF.
       2200-EX. EXIT.

      * -------------------------------------------------------------- *
              MOVE -1       TO M-DESCRIL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-SOCIETA = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SOCIETAL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * LA SOCIETA' DIGITATA DEVE ESSERE CENSITA E ATTIVA SU           *
      * CPS04.CWSOCIETA (CX99DEMO) E, SE L'OPERATORE E' LIMITATO AD    *
      * ALCUNE SOCIETA' DEL GRUPPO, ESSERE UNA DI QUELLE (CWUTESOC)    *
      * -------------------------------------------------------------- *
       2250-CONTROLLA-SOCIETA SECTION.
      *----------------------*
           MOVE '2250-CTL-SOCIETA' TO W-ULT-LABEL.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWSOCIETA
                     WHERE COD_SOCIETA   = :W-SOCIETA
                       AND STATO_SOCIETA = 'A'
           END-EXEC.
           IF W-COUNT = +0
              MOVE '364'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SOCIETAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF COM-SOC-LIMITATE
              EXEC SQL SELECT COUNT(*)
                         INTO :W-COUNT
                         FROM  CPS04.CWUTESOC
                        WHERE UTENTE      = :COM-UTENTE
                          AND COD_SOCIETA = :W-SOCIETA
              END-EXEC
              IF W-COUNT = +0
                 MOVE '365'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-SOCIETAL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
       2250-EX. EXIT.

      * -------------------------------------------------------------- *
      * LA MATRICOLA DEL RESPONSABILE, SE DIGITATA, DEVE ESSERE        *
      * NUMERICA E PRESENTE SU CPS04.CWDIPENDENTI                      *
              MOVE -1       TO M-CODICEL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * UN OPERATORE LIMITATO AD ALCUNE SOCIETA' DEL GRUPPO MANTIENE
      * SOLO I DIPARTIMENTI DI QUELLE SOCIETA'
           IF COM-SOC-LIMITATE
              EXEC SQL SELECT COUNT(*)
                         INTO :W-COUNT
                         FROM  CPS04.CWDIPART D,
                               CPS04.CWUTESOC U
                        WHERE D.CODICE      = :W-CODICE
                          AND U.UTENTE      = :COM-UTENTE
                          AND U.COD_SOCIETA = D.COD_SOCIETA
              END-EXEC
              IF W-COUNT = +0
                 MOVE '365'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-CODICEL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
       2260-EX. EXIT.

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

       2500-CONFERMA SECTION.
      *-------------*
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.
           MOVE PROT-FSET TO M-CODICEA
                             M-DESCRIA
                             M-RESPONA
                             M-SOCIETAA
                             M-MODOA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
