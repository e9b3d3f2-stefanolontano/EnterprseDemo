      * RIFERIMENTO P.E.: NEGATA AL RUOLO 4 (SOLA CONSULTAZIONE)       *
      *----------------------------------------------------------------*
      * CREAZIONE       : 22/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 02/09/2026 GM  COMUNE E CAP VALIDATI CONTRO L'ELENCO ISTAT    *
      *                CPS04.CWCOMUNI (CARICATO DA CX46DEMO); CON LA *
      *                TABELLA VUOTA IL CONTROLLO SI DISATTIVA       *
      * 15/10/2026 GM  RICHIESTE DI VARIAZIONE DEI RECAPITI DAL        *
      *                CHIOSCO (CPS04.CWRICANA): DALLA CODA CY27DEMO   *
      *                (COM-GIRO 'K') LA VIDEATA ARRIVA COMPILATA E    *
      *                CONTROLLATA; ALLA CONFERMA (GIRO '3') VARIAZIONE*
      *                CON STORICO CWANASTO, CHIUSURA DELLA RICHIESTA  *
      *                E RITORNO ALLA CODA                             *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA:  *
      *                RESTA LA SOLA CONSULTAZIONE                     *
      ******************************************************************
      ******************************************************************
      * MANUTENZIONE DELLA TABELLA CPS04.CWANAGR (INDIRIZZO, CAP,      *
      * COM-MATRICOLA). AD OGNI VARIAZIONE L'IMMAGINE PRECEDENTE       *
      * VIENE STORICIZZATA SU CPS04.CWANASTO CON UTENTE, DATA E ORA,   *
      * CON LO STESSO CRITERIO DI CW07DEMO SU CWSTORICO.               *
      * DALLA CODA CY27DEMO (COM-GIRO 'K', MATRICOLA IN COM-MATRICOLA) *
      * ARRIVANO LE RICHIESTE DI VARIAZIONE DEI RECAPITI INOLTRATE DAI *
      * DIPENDENTI DAL CHIOSCO (CPS04.CWRICANA): LA VIDEATA VIENE      *
      * PROPOSTA GIA' COMPILATA E CONTROLLATA, E ALLA CONFERMA (GIRO   *
      * '3') LA VARIAZIONE SEGUE LA STRADA NORMALE (STORICO CWANASTO), *
      * LA RICHIESTA VIENE CHIUSA E IL CONTROLLO TORNA ALLA CODA.      *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       01  W-TELEFONO                      PIC X(15) VALUE SPACES.
       01  W-EMAIL                         PIC X(40) VALUE SPACES.
       01  W-CONF-OP                       PIC X(2)  VALUE SPACES.
      * RICHIESTA DI VARIAZIONE DAL CHIOSCO (VEDI 1260 E 1460)
       01  SW-RICH-CHIOSCO                 PIC X(1)  VALUE 'N'.
           88  RICH-CHIOSCO                          VALUE 'S'.
       01  W-PGM-CODA-CHIOSCO              PIC X(8)  VALUE 'CY27DEMO'.
       01  W-MODO                          PIC X(1)  VALUE SPACES.
           88  W-MODO-INS                  VALUE '1'.
           88  W-MODO-VAR                  VALUE '2'.
       01  W-ABSTIME                       PIC S9(8)  COMP.
       01  W-DATE                          PIC X(6).
       01  W-TIME                          PIC X(6).
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE CWANAG  END-EXEC.
           EXEC SQL  INCLUDE CWANAS  END-EXEC.
           EXEC SQL  INCLUDE CWCOMU  END-EXEC.
           EXEC SQL  INCLUDE CWRANA  END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
      * ---
      * RICHIESTA DAL CHIOSCO PASSATA DALLA CODA CY27DEMO
      * ---
           IF COM-GIRO = 'K'
              PERFORM 1260-RICHIESTA-CHIOSCO
           END-IF.
      *
           IF COM-GIRO = '2' OR '3'
              PERFORM 1400-TASTI-LAST
           ELSE
              PERFORM 1200-TASTI-FUNZ
           PERFORM 2999-CERCA-ERR.
       1250-EX. EXIT.

      *----------------------------------------------------------------*
      * RICHIESTA DI VARIAZIONE DEI RECAPITI DAL CHIOSCO (CWRICANA),   *
      * PASSATA DALLA CODA CY27DEMO CON COM-GIRO 'K': I RECAPITI       *
      * RICHIESTI VENGONO CARICATI COME SE FOSSERO STATI DIGITATI, IN  *
      * VARIAZIONE SE LA MATRICOLA HA GIA' LA RIGA CWANAGR ALTRIMENTI  *
      * IN INSERIMENTO, PASSANO GLI STESSI CONTROLLI (COMUNE E CAP     *
      * SULL'ELENCO ISTAT) E VENGONO PROPOSTI PER LA CONFERMA CON IL   *
      * GIRO '3'. IN CASO DI ERRORE SI RESTA SU CW68DEMO CON LA        *
      * RICHIESTA ANCORA PENDENTE (RESPINGIBILE DA CY27DEMO)           *
      *----------------------------------------------------------------*
       1260-RICHIESTA-CHIOSCO SECTION.
      *----------------------*
           MOVE '1260-RICH-CHIOS' TO W-ULT-LABEL.
           MOVE LOW-VALUE     TO MF68MAPO.
           MOVE W-NOME-PGM    TO COM-NOME-PGM.
           MOVE SPACE         TO COM-GIRO.
           MOVE COM-MATRICOLA TO W-MATR.
           IF W-MATR NOT NUMERIC
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-MATR        TO W-MATRICOLA M-MATRO.
           PERFORM 2270-CONTROLLA-DIP.
      *
           EXEC SQL SELECT ID_RICHIESTA,
                           INDIRIZZO1,
                           INDIRIZZO2,
                           CAP,
                           COMUNE,
                           TELEFONO,
                           EMAIL
                      INTO :DCL-CWRICANA.ID-RICHIESTA,
                           :DCL-CWRICANA.INDIRIZZO1,
                           :DCL-CWRICANA.INDIRIZZO2,
                           :DCL-CWRICANA.CAP,
                           :DCL-CWRICANA.COMUNE,
                           :DCL-CWRICANA.TELEFONO,
                           :DCL-CWRICANA.EMAIL
                      FROM  CPS04.CWRICANA
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   STATO_RICHIESTA   = 'P'
                     ORDER BY ID_RICHIESTA
                     FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = +100
              MOVE '463'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE INDIRIZZO1 OF DCL-CWRICANA TO W-INDIRIZZO1.
           MOVE INDIRIZZO2 OF DCL-CWRICANA TO W-INDIRIZZO2.
           MOVE CAP        OF DCL-CWRICANA TO W-CAP.
           MOVE COMUNE     OF DCL-CWRICANA TO W-COMUNE.
           MOVE TELEFONO   OF DCL-CWRICANA TO W-TELEFONO.
           MOVE EMAIL      OF DCL-CWRICANA TO W-EMAIL.
           MOVE W-INDIRIZZO1  TO M-INDIR1O.
           MOVE W-INDIRIZZO2  TO M-INDIR2O.
           MOVE W-CAP         TO M-CAPO.
           MOVE W-COMUNE      TO M-COMUNEO.
           MOVE W-TELEFONO    TO M-TELEFO.
           MOVE W-EMAIL       TO M-EMAILO.
      *
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWANAGR
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF W-COUNT = +0
              MOVE '1'      TO W-MODO
           ELSE
              MOVE '2'      TO W-MODO
              PERFORM 2260-LEGGI-ANAGR
           END-IF.
           MOVE W-MODO        TO M-MODOO.
           PERFORM 2220-CONTROLLA-CAMPI.
      *
           SET RICH-CHIOSCO   TO TRUE.
           PERFORM 2500-CONFERMA.
       1260-EX. EXIT.

      *----------------------------------------------------------------*
      * PF1: GUIDA CONTESTUALE - PASSA IL CONTROLLO A CW60DEMO, CHE    *
      * MOSTRA I TESTI CWHELP DI QUESTO PROGRAMMA E CON PF3 RIPORTA    *
      *
           EVALUATE W-CONF-OP
              WHEN 'SI'
                 PERFORM 2205-CONTROLLA-FINESTRA
                 PERFORM 1426-ESEGUI-OPERAZIONE
              WHEN 'NO'
                 MOVE '022'      TO W-COD-MSG-HOST
                 MOVE '021'      TO W-COD-MSG-HOST
                 PERFORM 2999-CERCA-ERR
           END-EVALUATE.
      * ---
      * RICHIESTA DAL CHIOSCO: CON IL SI LA RICHIESTA VIENE CHIUSA
      * COME APPROVATA; IN OGNI CASO SI TORNA ALLA CODA CY27DEMO CON
      * L'ESITO NEL GIRO ('A' = APPLICATA, 'N' = NON CONFERMATA)
      * ---
           IF COM-GIRO = '3'
              IF W-CONF-OP = 'SI'
                 PERFORM 1460-CHIUDI-RICHIESTA
                 MOVE 'A'        TO COM-GIRO
              ELSE
                 MOVE 'N'        TO COM-GIRO
              END-IF
              MOVE W-NOME-PGM         TO COM-NOME-PGM
              MOVE 'END'              TO W-CTL-END
              MOVE W-PGM-CODA-CHIOSCO TO W-XCTL-PGM
              PERFORM 3000-FINE-ELAB
           END-IF.
      *
           MOVE SPACE      TO COM-GIRO.
           MOVE LOW-VALUE  TO MF68MAPO.
           END-EXEC.
       1440-EX. EXIT.

      * -------------------------------------------------------------- *
      * CHIUSURA DELLA RICHIESTA DAL CHIOSCO APPLICATA (LA CONDIZIONE  *
      * SULLO STATO 'P' PROTEGGE DALLA DOPPIA LAVORAZIONE)             *
      * -------------------------------------------------------------- *
       1460-CHIUDI-RICHIESTA SECTION.
      *---------------------*
           MOVE '1460-CHIUDI-RIC' TO W-ULT-LABEL.
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                DDMMYY  (W-DATE)
                                TIME    (W-TIME)    END-EXEC.
           EXEC SQL UPDATE CPS04.CWRICANA
                       SET STATO_RICHIESTA  = 'A',
                           UTENTE_OPERATORE = :COM-UTENTE,
                           DATA_ESITO       = :W-DATE
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   STATO_RICHIESTA   = 'P'
           END-EXEC.
       1460-EX. EXIT.

       2000-CORPO-ELAB SECTION.
      *---------------*
           IF W-NOME-PGM = COM-NOME-PGM
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
       2500-CONFERMA SECTION.
      *-------------*
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.
           IF RICH-CHIOSCO
              MOVE '3'      TO COM-GIRO
              MOVE '464'    TO W-COD-MSG-HOST
           ELSE
              MOVE '2'      TO COM-GIRO
              MOVE '020'    TO W-COD-MSG-HOST
           END-IF.
      * ---
      * I CAMPI DATI VENGONO PROTETTI CON FSET COSI' DA RIENTRARE
      * INALTERATI ALLA CONFERMA (VEDI 1520-RIPRISTINO-ATTR DI CW31DEMO)
