      * RIFERIMENTO P.E.:                                              *        
      *----------------------------------------------------------------*00120000
      * CREAZIONE       : 05/03/1999                                   *        
      * ULTIMA MODIFICA : 15/10/2026                                 *          
      *----------------------------------------------------------------*
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA (CWPARAM  *
      *                'FINBATCH') LA VARIAZIONE E' RIFIUTATA ALLA     *
      *                CONFERMA: LA MATRICOLA RESTA CONSULTABILE (2205)*
      * 15/10/2026 GM  AL CAMBIO DI DIPARTIMENTO LA MATRICOLA PASSA    *
      *                ALLA SOCIETA' DEL NUOVO DIPARTIMENTO            *
      *                (CWDIPART.COD_SOCIETA), CHE DEVE ESSERE TRA     *
      *                QUELLE AUTORIZZATE ALL'OPERATORE; GLI OPERATORI *
      *                CON SOCIETA' AUTORIZZATE SU CWUTESOC (CX99DEMO, *
      *                COM-SOC-RISTRETTA) RAGGIUNGONO SOLO LE MATRICOLE*
      *                DI QUELLE SOCIETA', AMMINISTRATORI COMPRESI     *
      * 15/10/2026 GM  AD OGNI TRASFERIMENTO DI DIPARTIMENTO LA        *
      *                POSIZIONE DI ORGANICO OCCUPATA (CWPOSORG) VIENE *
      *                LIBERATA E SI COPRE LA PRIMA VACANTE DEL NUOVO  *
      *                DIPARTIMENTO CON LA STESSA QUALIFICA; STORIA    *
      *                DEI TITOLARI SU CPS04.CWOCCPOS (1429)           *
      * 22/08/2026 GM  IL DIPARTIMENTO DIGITATO VIENE ORA VALIDATO     *
      *                CONTRO L'ANAGRAFICA CPS04.CWDIPART (CW37DEMO),  *
      *                COME GIA' LA QUALIFICA CONTRO CWQUALIF          *
       01  W-QU-IN                         PIC X(08) VALUE SPACES.
       01  W-DIPART                        PIC X(10) VALUE SPACES.
       01  W-DIPART-PREC                   PIC X(10) VALUE SPACES.
      * POSIZIONE DI ORGANICO COPERTA NEL NUOVO DIPARTIMENTO (1429)
       01  W-NUM-POSIZIONE                 PIC S9(5) COMP-3 VALUE +0.
       01  W-DATA-EFFETTO.
         02  W-AA-EFFETTO                  PIC X(4)  VALUE SPACES.
         02  FILLER                        PIC X     VALUE '-'.
       01  W-XCTL-PGM                      PIC  X(8)   VALUE SPACE.     01660000
       01  W-PGM-GUIDA                     PIC  X(8)  VALUE 'CW60DEMO'.
       01  W-ULT-LABEL                     PIC  X(15)  VALUE SPACES.    01670000
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
       01  W-DIPART-SCOPE                  PIC X(10)  VALUE SPACES.
       01  W-SOC-SCOPE                     PIC X(1)   VALUE 'N'.
       01  W-UTENTE-SCOPE                  PIC X(8)   VALUE SPACES.
      * -------------------------------------------------------------- *
      *    RITENTATIVI AUTOMATICI SU DEADLOCK/TIMEOUT DB2 (-911/-913) *
      *    IL MASSIMO E' CONFIGURABILE SUL CONTATORE RETRYDB2 DI      *
           EXEC SQL  INCLUDE CWMOVI         END-EXEC.
           EXEC SQL  INCLUDE CWDIPA         END-EXEC.
           EXEC SQL  INCLUDE CWCARR         END-EXEC.
           EXEC SQL  INCLUDE CWPOSO         END-EXEC.
           EXEC SQL  INCLUDE CWOCCP         END-EXEC.
           EXEC SQL  DECLARE CURDIP CURSOR FOR                          02470000
                     SELECT COD_MATRICOLA_DIP,
                            COGNOME,
                     WHERE COGNOME LIKE :W-COGN
                     AND  (DIPARTIMENTO = :W-DIPART-SCOPE
                           OR :W-DIPART-SCOPE = '          ')
                     AND  (:W-SOC-SCOPE = 'N'
                           OR COD_SOCIETA IN
                              (SELECT U.COD_SOCIETA
                                 FROM CPS04.CWUTESOC U
                                WHERE U.UTENTE = :W-UTENTE-SCOPE))
                     ORDER BY COGNOME
           END-EXEC.                                                            
      * -------------------------------------------------------------- *02500000
              MOVE '016'  TO W-MSG-HOST
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-CONF-OP  = 'SI'
              PERFORM 2205-CONTROLLA-FINESTRA
           END-IF.
      *
           IF W-CONF-OP  = 'SI'
              INSPECT M-QU-INI REPLACING ALL LOW-VALUE BY ' '
                    MOVE '079' TO W-MSG-HOST
                    PERFORM 2999-CERCA-ERR
                 END-IF
      * LA MATRICOLA PASSA ALLA SOCIETA' DEL NUOVO DIPARTIMENTO, CHE
      * DEVE ESSERE TRA QUELLE AUTORIZZATE ALL'OPERATORE (CWUTESOC)
                 IF COM-SOC-LIMITATE
                    EXEC SQL SELECT COUNT(*)
                               INTO :W-COUNT
                               FROM  CPS04.CWDIPART D,
                                     CPS04.CWUTESOC U
                              WHERE D.CODICE      = :W-DIPART
                              AND   U.UTENTE      = :COM-UTENTE
                              AND   U.COD_SOCIETA = D.COD_SOCIETA
                    END-EXEC
                    IF W-COUNT = +0
                       MOVE -1    TO M-DIPARTL
                       MOVE '365' TO W-MSG-HOST
                       PERFORM 2999-CERCA-ERR
                    END-IF
                 END-IF
              END-IF
           END-IF.

                                       :DCL-CPSDIP.QUALIFICA-INTERNA,
                        COD_FISC = :DCL-CPSDIP.COD-FISC,
                        DIPARTIMENTO = :DCL-CPSDIP.DIPARTIMENTO,
                        COD_SOCIETA =
                           COALESCE((SELECT S.COD_SOCIETA
                                       FROM CPS04.CWDIPART S
                                      WHERE S.CODICE =
                                            :DCL-CPSDIP.DIPARTIMENTO),
                                    COD_SOCIETA),
                        VERSIONE = VERSIONE + 1
                    WHERE COD_MATRICOLA_DIP =
                                    :DCL-CPSDIP.COD-MATRICOLA-DIP
      * ---
              IF W-DIPART NOT = W-DIPART-PREC
                 PERFORM 1427-SCRIVI-MOVIMENTO
                 PERFORM 1429-SPOSTA-POSIZIONE
              END-IF
      * ---
      * SE LA QUALIFICA E' CAMBIATA SI CHIUDE LA RIGA DI CARRIERA
           END-EXEC.
       1428-EX. EXIT.
      *                                                                         
      *----------------------------------------------------------------*
      * LA ROUTINE 1429-SPOSTA-POSIZIONE ALLINEA LE POSIZIONI DI        *
      * ORGANICO (CPS04.CWPOSORG) AL TRASFERIMENTO APPENA REGISTRATO:   *
      * LIBERA LA POSIZIONE OCCUPATA NEL VECCHIO DIPARTIMENTO E COPRE   *
      * LA PRIMA VACANTE DEL NUOVO CON LA QUALIFICA DEL DIPENDENTE,     *
      * CHIUDENDO E APRENDO I PERIODI SU CPS04.CWOCCPOS (CAUSALE 'TR'). *
      * SENZA VACANTI NEL NUOVO DIPARTIMENTO IL DIPENDENTE RESTA SENZA  *
      * POSIZIONE E LO SEGNALA LA QUADRATURA CX67DEMO                   *
      *----------------------------------------------------------------*
       1429-SPOSTA-POSIZIONE SECTION.
      *---------------------*
           MOVE '1429-SPOSTA-POS' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWPOSORG
                       SET COD_MATRICOLA_DIP    = 0,
                           DATA_COPERTURA       = ' ',
                           DATA_VACANZA         = :W-DATA-EFFETTO,
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATE
                     WHERE COD_MATRICOLA_DIP =
                                 :DCL-CPSDIP.COD-MATRICOLA-DIP
           END-EXEC.
           EXEC SQL UPDATE CPS04.CWOCCPOS
                       SET DATA_FINE    = :W-DATA-EFFETTO,
                           CAUSALE_FINE = 'TR'
                     WHERE COD_MATRICOLA_DIP =
                                 :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   DATA_FINE = '9999-12-31'
           END-EXEC.

           EXEC SQL SELECT COALESCE(MIN(NUM_POSIZIONE), 0)
                      INTO :W-NUM-POSIZIONE
                      FROM  CPS04.CWPOSORG
                     WHERE DIPARTIMENTO      = :W-DIPART
                     AND   QUALIFICA_INTERNA = :W-QU-IN
                     AND   STATO_POSIZIONE   = 'A'
                     AND   COD_MATRICOLA_DIP = 0
           END-EXEC.
           IF W-NUM-POSIZIONE = +0
              GO TO 1429-EX
           END-IF.
           EXEC SQL UPDATE CPS04.CWPOSORG
                       SET COD_MATRICOLA_DIP    =
                                 :DCL-CPSDIP.COD-MATRICOLA-DIP,
                           DATA_COPERTURA       = :W-DATA-EFFETTO,
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATE
                     WHERE NUM_POSIZIONE = :W-NUM-POSIZIONE
           END-EXEC.
           MOVE W-NUM-POSIZIONE TO NUM-POSIZIONE OF DCL-CWOCCPOS.
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP
                                TO COD-MATRICOLA-DIP OF DCL-CWOCCPOS.
           MOVE W-DATA-EFFETTO  TO DATA-INIZIO    OF DCL-CWOCCPOS.
           MOVE 'TR'            TO CAUSALE-INIZIO OF DCL-CWOCCPOS.
           MOVE '9999-12-31'    TO DATA-FINE      OF DCL-CWOCCPOS.
           MOVE SPACES          TO CAUSALE-FINE   OF DCL-CWOCCPOS.
           EXEC SQL INSERT INTO CPS04.CWOCCPOS
                         VALUES (:DCL-CWOCCPOS.NUM-POSIZIONE,
                                 :DCL-CWOCCPOS.COD-MATRICOLA-DIP,
                                 :DCL-CWOCCPOS.DATA-INIZIO,
                                 :DCL-CWOCCPOS.CAUSALE-INIZIO,
                                 :DCL-CWOCCPOS.DATA-FINE,
                                 :DCL-CWOCCPOS.CAUSALE-FINE)
           END-EXEC.
       1429-EX. EXIT.
      *
       1237-TASTO-PF7   SECTION.                                        07480000
      *--------------------*                                            07490000
           MOVE '1237-TASTO-PF7' TO W-ULT-LABEL.                        07500000
                 MOVE COM-DIPART-UTENTE TO W-DIPART-SCOPE
              END-IF
           END-IF.
      * ---
      * PERIMETRO PER SOCIETA' DEL GRUPPO: CON AUTORIZZAZIONI SU
      * CWUTESOC (COM-SOC-LIMITATE, VEDI CX99DEMO) SI VEDONO SOLO LE
      * MATRICOLE DELLE SOCIETA' CONCESSE, ANCHE DA AMMINISTRATORE
      * ---
           MOVE COM-SOC-RISTRETTA TO W-SOC-SCOPE.
           MOVE COM-UTENTE        TO W-UTENTE-SCOPE.
           EXEC SQL OPEN CURDIP  END-EXEC.                                      
           MOVE 1 TO W-IND1.                                                    
      *                                                                         
                                                                        07750000
                                                                        08650000
                                                                        09000000
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
              MOVE '394'    TO W-MSG-HOST
              MOVE -1       TO M-CONF-OPL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2205-EX. EXIT.
      *
       2500-CONFERMA SECTION.                                           09010000
      *-------------*                                                   09020000
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.                         09030000
