      * RIFERIMENTO P.E.:                                              *
      *----------------------------------------------------------------*00120000
      * CREAZIONE       : 09/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************00150000
      ******************************************************************
      * QUESTO PROGRAMMA CONSENTE DI SOSPENDERE TEMPORANEAMENTE UN      *
       01  W-XCTL-PGM                      PIC  X(8)   VALUE SPACE.     01660000
       01  W-PGM-GUIDA                     PIC  X(8)  VALUE 'CW60DEMO'.
       01  W-ULT-LABEL                     PIC  X(15)  VALUE SPACES.    01670000
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
       01  W-LEN                           PIC S9(4)   COMP VALUE +260.
       01  W-REQID-TIMEOUT.
           05  FILLER                      PIC X(4)   VALUE 'RRTO'.

               IF M-CONF-OPO = 'SI'
                 THEN
                    PERFORM 2205-CONTROLLA-FINESTRA
                    PERFORM 1450-VARIA-STATO
                 ELSE
                    MOVE  '2'  TO COM-GIRO
       2200-EX. EXIT.                                                   07180000
                                                                        05400000
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
              MOVE 0        TO SW-INSPECT
              MOVE '394'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CONF-OPL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2205-EX. EXIT.
                                                                        05400000
      *----------------------------------------------------------------*
      * LA ROUTINE 2500-CONFERMA   IMPOSTA   NELLA  MAPPA   LA         *
      * DOMANDA  PER CONFERMARE  LA  VARIAZIONE  DI  STATO             *
      *----------------------------------------------------------------*
