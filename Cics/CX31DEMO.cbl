      * RIFERIMENTO P.E.:                                              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  PERIMETRO PER SOCIETA' DEL GRUPPO: GLI OPERATORI*
      *                CON SOCIETA' AUTORIZZATE SU CWUTESOC (CX99DEMO, *
      *                COM-SOC-RISTRETTA) VEDONO SOLO LE UTENZE DA     *
      *                RICERTIFICARE DEI DIPARTIMENTI DI QUELLE        *
      *                SOCIETA', AMMINISTRATORI COMPRESI               *
      ******************************************************************
      ******************************************************************
      * SCHERMO DI DECISIONE DELLA CAMPAGNA APERTA DA CX30DEMO: LE     *
           88  W-SQLCODE-NOT-FOUND                         VALUE +100.
       01  W-TUTTI                         PIC X(1)      VALUE 'N'.
       01  W-DIPART-SCOPE                  PIC X(10)     VALUE SPACES.
       01  W-SOC-SCOPE                     PIC X(1)      VALUE 'N'.
       01  W-UTENTE-SCOPE                  PIC X(8)      VALUE SPACES.
       01  W-ESITO-RIGA                    PIC X(1)      VALUE SPACE.
       01  W-DECISE                        PIC S9(4) COMP-3 VALUE 0.
       01  W-IND-RIGA                      PIC S9(4) COMP VALUE +0.
                    WHERE STATO_RECERT = 'P'
                    AND  (:W-TUTTI = 'S'
                          OR DIPARTIMENTO = :W-DIPART-SCOPE)
                    AND  (:W-SOC-SCOPE = 'N'
                          OR DIPARTIMENTO IN
                             (SELECT A.CODICE
                                FROM CPS04.CWDIPART A,
                                     CPS04.CWUTESOC U
                               WHERE A.COD_SOCIETA = U.COD_SOCIETA
                               AND   U.UTENTE = :W-UTENTE-SCOPE))
                    ORDER BY DIPARTIMENTO, UTENTE
           END-EXEC.

                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
      * ---
      * PERIMETRO PER SOCIETA' DEL GRUPPO: CON AUTORIZZAZIONI SU
      * CWUTESOC (COM-SOC-LIMITATE, VEDI CX99DEMO) SI VEDONO SOLO LE
      * RIGHE DELLE SOCIETA' CONCESSE, ANCHE DA AMMINISTRATORE
      * ---
           MOVE COM-SOC-RISTRETTA TO W-SOC-SCOPE.
           MOVE COM-UTENTE        TO W-UTENTE-SCOPE.
      *
           IF COM-GIRO = '3'
              PERFORM 1410-TASTI-SCORRI
