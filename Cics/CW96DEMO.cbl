      * RIFERIMENTO P.E.: NEGATA AL RUOLO 4 (SOLA CONSULTAZIONE)       *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 02/09/2026 GM  CONTROLLO DEI PERIODI CONTABILI CHIUSI          *
      *                (CPS04.CWPERIOD, VEDI CX33DEMO): APPROVAZIONI   *
      *                DI RICHIESTE DATATE IN UN MESE CHIUSO RESPINTE, *
      *                COME IN CW35DEMO                                *
      * 15/10/2026 GM  FERIE PER ANNO DI MATURAZIONE (CPS04.CWFERANN): *
      *                LE FERIE APPROVATE SCALANO PRIMA I GIORNI DEGLI *
      *                ANNI PIU' VECCHI, COME IN CW35DEMO (VEDI 2430)  *
      * 15/10/2026 GM  I GIORNI LAVORATIVI DELLA RICHIESTA ESCLUDONO   *
      *                ANCHE LE GIORNATE NON LAVORATIVE LOCALI DELLA   *
      *                SEDE DELLA MATRICOLA (CWCALSED, VEDI 2410)      *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LE RICHIESTE NON SI        *
      *                APPROVANO NE' SI RIFIUTANO                      *
      ******************************************************************
      ******************************************************************
      * PRESENTA ALL'OPERATORE, IN ORDINE DI ARRIVO, LE RICHIESTE      *
       01  SW-RIGA-FERIE                   PIC X(1)   VALUE 'N'.
           88  RIGA-FERIE-PRESENTE                    VALUE 'S'.
      * -------------------------------------------------------------- *
      *    FERIE PER ANNO DI MATURAZIONE: STESSI CAMPI DI CW35DEMO     *
      *    (VEDI 1436-SCALA-ANNI-FERIE IN CW35DEMO E 2430 QUI)         *
      * -------------------------------------------------------------- *
       01  W-GG-DA-SCALARE                 PIC S9(3)  COMP-3 VALUE +0.
       01  W-GG-SCALA                      PIC S9(3)  COMP-3 VALUE +0.
       01  W-RESIDUO-ANNO                  PIC S9(3)  COMP-3 VALUE +0.
       01  W-ANNO-MATUR                    PIC S9(4)  COMP-3 VALUE +0.
       01  W-GG-MATUR-CORR                 PIC S9(3)  COMP-3 VALUE +0.
       01  W-DATA-SCAD.
           05  W-SCAD-AAAA                 PIC 9(4)   VALUE ZERO.
           05  FILLER                      PIC X(6)   VALUE '-06-30'.
       01  SW-ANNI-FERIE                   PIC X(1)   VALUE 'N'.
           88  ANNI-FERIE-ESAURITI                    VALUE 'S'.
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (ESTREMI DI REGISTRAZIONE)   *
      * -------------------------------------------------------------- *
       01  W-ABSTIME                       PIC S9(8)  COMP.
       01  W-DATE                          PIC X(6).
       01  W-TIME                          PIC X(6).
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE CWRFER         END-EXEC.
           EXEC SQL  INCLUDE CWASSE         END-EXEC.
           EXEC SQL  INCLUDE CWFERI         END-EXEC.
           EXEC SQL  INCLUDE CWFEAN         END-EXEC.
           EXEC SQL  INCLUDE CWPARA         END-EXEC.
           EXEC SQL  INCLUDE CWPERD         END-EXEC.
      * -------------------------------------------------------------- *
              MOVE -1         TO M-CONF-OPL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           PERFORM 2205-CONTROLLA-FINESTRA.
      *
           EVALUATE W-CONF-OP
              WHEN 'SI'
           END-IF.
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

      ******************************************************************
      * APPROVAZIONE: STESSI CONTROLLI DI REGISTRAZIONE DI CW35DEMO    *
      * (SALDO FERIE MATURATO, GIORNI IN LAVORATIVI VIA IET016CT 'L'), *
           MOVE '/'    TO DATA-FINE-IET016(6:1).
           MOVE DATA-FINE OF DCL-CWRICHFE (1:4)
                       TO DATA-FINE-IET016(7:4).
      * SEDE DI LAVORO DELLA MATRICOLA: LA ROUTINE ESCLUDE ANCHE LE
      * GIORNATE NON LAVORATIVE LOCALI DELLA SEDE (CPS04.CWCALSED)
           MOVE SPACES TO COD-SEDE-IET016.
           EXEC SQL SELECT COD_SEDE
                      INTO :COD-SEDE-IET016
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWRICHFE.COD-MATRICOLA-DIP
           END-EXEC.
           IF SQLCODE NOT = +0
              MOVE SPACES TO COD-SEDE-IET016
           END-IF.
           MOVE LENGTH OF AREA-IET016CT TO LL-IET016CT.
           EXEC CICS LINK  PROGRAM('CW16DEMO')
                           COMMAREA(AREA-IET016CT)
                           :DCL-CWRICHFE.COD-MATRICOLA-DIP
                     AND   ANNO = :W-ANNO-CORR
           END-EXEC.
           IF RIGA-FERIE-PRESENTE
              MOVE GG-SPETTANTI OF DCL-CWFERIE TO W-GG-MATUR-CORR
           ELSE
              MOVE W-GG-SPETT-PRORATA          TO W-GG-MATUR-CORR
           END-IF.
           PERFORM 2430-SCALA-ANNI-FERIE.
       2420-EX. EXIT.

      * -------------------------------------------------------------- *
      * FERIE PER ANNO DI MATURAZIONE COME IL 1436 DI CW35DEMO: PRIMA  *
      * IL RESIDUO DEGLI ANNI PIU' VECCHI, IL RESTO SULL'ANNO CORRENTE *
      * -------------------------------------------------------------- *
       2430-SCALA-ANNI-FERIE SECTION.
      *---------------------*
           MOVE '2430-SCALA-ANNI' TO W-ULT-LABEL.
           MOVE W-GG-RICHIESTI TO W-GG-DA-SCALARE.
           MOVE 'N'            TO SW-ANNI-FERIE.
           PERFORM 2431-SCALA-ANNO
                   UNTIL W-GG-DA-SCALARE NOT > 0
                      OR ANNI-FERIE-ESAURITI.
           IF W-GG-DA-SCALARE > 0
              PERFORM 2432-IMPUTA-ANNO-CORR
           END-IF.
       2430-EX. EXIT.

       2431-SCALA-ANNO SECTION.
      *---------------*
           MOVE '2431-SCALA-ANNO' TO W-ULT-LABEL.
           EXEC SQL SELECT COALESCE(MIN(ANNO_MATURAZIONE), 0)
                      INTO :W-ANNO-MATUR
                      FROM  CPS04.CWFERANN
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWRICHFE.COD-MATRICOLA-DIP
                     AND   GG_GODUTI < GG_MATURATI
           END-EXEC.
           IF W-ANNO-MATUR = 0
              SET ANNI-FERIE-ESAURITI TO TRUE
              GO TO 2431-EX
           END-IF.
           EXEC SQL SELECT GG_MATURATI - GG_GODUTI
                      INTO :W-RESIDUO-ANNO
                      FROM  CPS04.CWFERANN
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWRICHFE.COD-MATRICOLA-DIP
                     AND   ANNO_MATURAZIONE  = :W-ANNO-MATUR
           END-EXEC.
           IF W-RESIDUO-ANNO < W-GG-DA-SCALARE
              MOVE W-RESIDUO-ANNO  TO W-GG-SCALA
           ELSE
              MOVE W-GG-DA-SCALARE TO W-GG-SCALA
           END-IF.
           EXEC SQL UPDATE CPS04.CWFERANN
                       SET GG_GODUTI  = GG_GODUTI + :W-GG-SCALA,
                           UTENTE_AGG = :COM-UTENTE,
                           DATA_AGG   = :W-DATE
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWRICHFE.COD-MATRICOLA-DIP
                     AND   ANNO_MATURAZIONE  = :W-ANNO-MATUR
           END-EXEC.
           SUBTRACT W-GG-SCALA FROM W-GG-DA-SCALARE.
       2431-EX. EXIT.

       2432-IMPUTA-ANNO-CORR SECTION.
      *---------------------*
           MOVE '2432-IMPUTA-COR' TO W-ULT-LABEL.
           MOVE W-ANNO-CORR TO W-SCAD-AAAA.
           ADD  2           TO W-SCAD-AAAA.
           EXEC SQL UPDATE CPS04.CWFERANN
                       SET GG_GODUTI  = GG_GODUTI + :W-GG-DA-SCALARE,
                           UTENTE_AGG = :COM-UTENTE,
                           DATA_AGG   = :W-DATE
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWRICHFE.COD-MATRICOLA-DIP
                     AND   ANNO_MATURAZIONE  = :W-ANNO-CORR
           END-EXEC.
           IF SQLCODE = +100
              EXEC SQL INSERT INTO CPS04.CWFERANN
                            VALUES (:DCL-CWRICHFE.COD-MATRICOLA-DIP,
                                    :W-ANNO-CORR,
                                    :W-GG-MATUR-CORR,
                                    :W-GG-DA-SCALARE,
                                    :W-DATA-SCAD,
                                    :COM-UTENTE,
                                    :W-DATE)
              END-EXEC
           END-IF.
           MOVE 0 TO W-GG-DA-SCALARE.
       2432-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIEMPIMENTO DELLA MASCHERA CON LA RICHIESTA IN LAVORAZIONE     *
      * -------------------------------------------------------------- *
