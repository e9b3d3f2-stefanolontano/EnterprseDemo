      * RIFERIMENTO P.E.: REGISTRAZIONE NEGATA AL RUOLO 4              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  PERIMETRO PER SOCIETA' DEL GRUPPO: GLI OPERATORI*
      *                CON SOCIETA' AUTORIZZATE SU CWUTESOC (CX99DEMO, *
      *                COM-SOC-RISTRETTA), AMMINISTRATORI COMPRESI, NON*
      *                OPERANO SU MATRICOLE DI ALTRE SOCIETA'          *
      *                (MESSAGGIO 366)                                 *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA:  *
      *                RESTA LA SOLA CONSULTAZIONE                     *
      ******************************************************************
      ******************************************************************
      * REGISTRA LA VALUTAZIONE ANNUALE (GIUDIZIO A-E, VALUTATORE,    *
       01  W-MATR-VALUTATORE               PIC S9(5)     USAGE COMP-3.
      * PERIMETRO DI DIPARTIMENTO (VEDI CW06DEMO - 2213)
       01  W-DIPART-LETTO                  PIC X(10)     VALUE SPACES.
       01  W-NUM-FUORI-SOC                 PIC S9(9)     COMP VALUE +0.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-REG                  VALUE '1'.
           88  W-MODO-CON                  VALUE '2'.
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
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * PERIMETRO PER SOCIETA' DEL GRUPPO: CON AUTORIZZAZIONI SU
      * CWUTESOC (COM-SOC-LIMITATE, VEDI CX99DEMO) LA MATRICOLA DEVE
      * ESSERE DI UNA SOCIETA' CONCESSA, ANCHE PER L'AMMINISTRATORE
      * ---
           IF COM-SOC-LIMITATE
              MOVE +0 TO W-NUM-FUORI-SOC
              EXEC SQL SELECT COUNT(*)
                         INTO :W-NUM-FUORI-SOC
                         FROM  CPS04.CWDIPENDENTI
                        WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                        AND   COD_SOCIETA NOT IN
                              (SELECT U.COD_SOCIETA
                                 FROM CPS04.CWUTESOC U
                                WHERE U.UTENTE = :COM-UTENTE)
              END-EXEC
              IF W-NUM-FUORI-SOC > +0
                 MOVE '366'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-MATRL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
      * ---
      * PERIMETRO DI COMPETENZA (COME 2213 DI CW06DEMO): UN NON
      * AMMINISTRATORE VALUTA SOLO I DIPENDENTI DEL PROPRIO
      * DIPARTIMENTO
