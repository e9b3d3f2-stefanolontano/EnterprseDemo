      * RIFERIMENTO P.E.:                                              *        
      *----------------------------------------------------------------*00120000
      * CREAZIONE       : 17/03/1999                                   *        
      * ULTIMA MODIFICA : 15/10/2026                                   *        
      *----------------------------------------------------------------*
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA (CWPARAM  *
      *                'FINBATCH') LA RICHIESTA DI CANCELLAZIONE E'    *
      *                RIFIUTATA ALLA CONFERMA (VEDI 2205)             *
      * 15/10/2026 GM  PERIMETRO PER SOCIETA' DEL GRUPPO: GLI OPERATORI*
      *                CON SOCIETA' AUTORIZZATE SU CWUTESOC (CX99DEMO, *
      *                COM-SOC-RISTRETTA) RAGGIUNGONO SOLO LE MATRICOLE*
      *                DI QUELLE SOCIETA', AMMINISTRATORI COMPRESI     *
      * 15/10/2026 GM  ACCANTO AL MOTIVO LIBERO LA RICHIESTA DI        *
      *                CANCELLAZIONE PORTA LA CAUSA CODIFICATA         *
      *                (CWAPPROV.CAUSA_CESSAZIONE, CODICI IN COPY      *
      *                CWCESS) PER IL TABULATO DI TURNOVER CX88DEMO    *
      * 02/09/2026 GM  ESTESA LA INSERT SU CWAPPROV CON LE NUOVE      *
      *                COLONNE RETRIB_PROPOSTA/SCATTO_PROPOSTO/        *
      *                DATA_DECOR_PROP (USATE SOLO DAL TIPO 'R' DI     *
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.          
       01  W-COD-FISC                      PIC X(16)     VALUE SPACES.
       01  W-MOTIVO                        PIC X(60)     VALUE SPACES.
       01  W-CAUSA-CESS                    PIC X(2)      VALUE SPACES.
      * ---
      * ID-RICHIESTA PROGRESSIVO PER LA CODA DELLE CANCELLAZIONI IN     *
      * ATTESA DI APPROVAZIONE (CPS04.CWAPPROV), COME IN CW04DEMO       *
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
                            COGNOME LIKE :W-COGN
                    AND    (DIPARTIMENTO = :W-DIPART-SCOPE
                            OR :W-DIPART-SCOPE = '          ')
                    AND    (:W-SOC-SCOPE = 'N'
                            OR COD_SOCIETA IN
                               (SELECT U.COD_SOCIETA
                                  FROM CPS04.CWUTESOC U
                                 WHERE U.UTENTE = :W-UTENTE-SCOPE))
                    ORDER BY       COGNOME                                      
           END-EXEC.                                                            
                                                                                
                                                                                
               IF M-CONF-OPO = 'SI'
                 THEN
                    PERFORM 2205-CONTROLLA-FINESTRA
                    INSPECT M-MOTIVOI REPLACING ALL LOW-VALUE BY ' '
                    INSPECT M-MOTIVOI REPLACING ALL '_'       BY ' '
                    MOVE    M-MOTIVOI TO W-MOTIVO
                       MOVE '049'  TO W-COD-MSG-HOST
                       PERFORM 2999-CERCA-ERR
                    END-IF
      * CAUSA CODIFICATA (VOLONTARIA/INVOLONTARIA, VEDI COPY CWCESS)
                    INSPECT M-CAUSAI REPLACING ALL LOW-VALUE BY ' '
                    INSPECT M-CAUSAI REPLACING ALL '_'       BY ' '
                    MOVE    M-CAUSAI TO W-CAUSA-CESS
                    MOVE    W-CAUSA-CESS
                                 TO CAUSA-CESSAZIONE OF DCL-CWAPPROV
                    IF W-CAUSA-CESS = SPACES
                       MOVE -1     TO M-CAUSAL
                       MOVE  0     TO SW-INSPECT
                       MOVE '001'  TO W-COD-MSG-HOST
                       PERFORM 2999-CERCA-ERR
                    END-IF
                    IF NOT CAUSA-CANC-VALIDA
                       MOVE -1     TO M-CAUSAL
                       MOVE  0     TO SW-INSPECT
                       MOVE '325'  TO W-COD-MSG-HOST
                       PERFORM 2999-CERCA-ERR
                    END-IF

                    PERFORM 1450-ANNULLAMENTO
                 ELSE
           MOVE COM-UTENTE   TO UTENTE-RICHIEDENTE  OF DCL-CWAPPROV.
           MOVE 'P'          TO STATO-RICHIESTA     OF DCL-CWAPPROV.
           MOVE W-MOTIVO     TO MOTIVAZIONE         OF DCL-CWAPPROV.
           MOVE W-CAUSA-CESS TO CAUSA-CESSAZIONE    OF DCL-CWAPPROV.
      *
      * ---
      * IL PROSSIMO ID_RICHIESTA VIENE RICAVATO DAL CONTATORE CWCONTAT
                                 0,
                                 0,
                                 '          ',
                                 ' ',
                                 :DCL-CWAPPROV.CAUSA-CESSAZIONE)
           END-EXEC.

           MOVE SQLCODE TO W-SQLCODE.
                         M-A-NASCO     M-M-NASCO   M-G-NASCO
                         M-COD-FISCO
                         M-TEST-CONFO  M-CONF-OPO  M-TES-FISSOO
                         M-MOTIVOO     M-CAUSAO.
                                                                                
                                                                                
       1510-EX.   EXIT.                                                 05450000
                               M-M-NASCA                                        
                               M-G-NASCA
                               M-CONF-OPA
                               M-MOTIVOA
                               M-CAUSAA.
           MOVE SPACE      TO  M-TEST-CONFO
                               M-CONF-OPO
                               M-TES-FISSOO
                               M-MOTIVOO
                               M-CAUSAO
                               M-MSG-1O.
                                                                                
       1520-EX.   EXIT.                                                 05450000
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
           EXEC SQL OPEN CUR-DIP  END-EXEC.                                     
                                                                                
           MOVE SQLCODE TO W-SQLCODE.                                           
      * LA ROUTINE 2500-CONFERMA   IMPOSTA   NELLA  MAPPA   LA         *        
      * DOMANDA  PER CONFERMARE  L'ANNULLAMENTO                        *        
      *----------------------------------------------------------------*        
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
              MOVE  0       TO SW-INSPECT
              MOVE '394'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CONF-OPL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2205-EX. EXIT.
      *
       2500-CONFERMA SECTION.                                           09010000
      *-------------*                                                   09020000
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.                         09030000
           MOVE '(SI/NO)' TO M-TES-FISSOO.
           MOVE SPACE     TO M-MOTIVOO.
           MOVE UNPROT-FSET TO M-MOTIVOA.
           MOVE SPACE     TO M-CAUSAO.
           MOVE UNPROT-FSET TO M-CAUSAA.
                                                                        09210000
       2500-EX. EXIT.                                                   09220000
                                                                        09230000
