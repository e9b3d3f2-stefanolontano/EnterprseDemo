      * RIFERIMENTO P.E.: RISERVATA A COM-UTENTE-1 (AMMINISTRATORE)    *
      *----------------------------------------------------------------*
      * CREAZIONE       : 22/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 02/09/2026 GM  LE VARIAZIONI DI RETRIB_BASE OLTRE LA SOGLIA    *
      *                CWPARAM 'SOGLIARE' NON VENGONO PIU' APPLICATE   *
      * 02/09/2026 GM  CONTROLLO DEI PERIODI CONTABILI CHIUSI          *
      *                (CPS04.CWPERIOD, VEDI CX33DEMO): DECORRENZE     *
      *                DATATE IN UN MESE CHIUSO SONO RESPINTE          *
      * 15/10/2026 GM  ESTESA LA INSERT SU CWAPPROV CON LA NUOVA      *
      *                COLONNA CAUSA_CESSAZIONE (USATA SOLO DALLE      *
      *                CANCELLAZIONI DI CW08DEMO, QUI A SPAZI)         *
      * 15/10/2026 GM  MINIMI CONTRATTUALI (CPS04.CWMINCON, VEDI       *
      *                CX98DEMO): UNA RETRIB_BASE INFERIORE AL MINIMO  *
      *                IN VIGORE ALLA DECORRENZA PER LA QUALIFICA DEL  *
      *                DIPENDENTE E IL LIVELLO DIGITATO E' RESPINTA    *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA   *
      *                E LA TRANSAZIONE E' DI SOLA CONSULTAZIONE       *
      * 15/10/2026 GM  IN INTERROGAZIONE LA RETRIBUZIONE BASE SI MOSTRA*
      *                SECONDO LA REGOLA DI VISIBILITA' DEL TIPO UTENTE*
      *                (CPS04.CWMASCHE, ROUTINE CY09DEMO); LA          *
      *                VISUALIZZAZIONE IN CHIARO E' TRACCIATA SU       *
      *                CWCONSUL CON COD_DATO 'RETRIB'                  *
      ******************************************************************
      ******************************************************************
      * MANUTENZIONE DELLA TABELLA CPS04.CWRETRIB (RETRIBUZIONE BASE,  *
       01  W-ANNO-MESE-PER                 PIC X(7)  VALUE SPACES.
       01  W-STATO-PERIODO                 PIC X(1)  VALUE SPACE.
      * -------------------------------------------------------------- *
      *    CONTROLLO DEL MINIMO CONTRATTUALE (VEDI 2290)               *
      * -------------------------------------------------------------- *
       01  W-SQLCODE-MIN                   PIC S9(3)  COMP VALUE +0.
           88  W-SQLCODE-MIN-OK      VALUE +0.
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (STORICIZZAZIONE)            *
      * -------------------------------------------------------------- *
       01  W-ABSTIME                       PIC S9(8)  COMP.
       01  W-XCTL-PGM                      PIC  X(8)  VALUE SPACE.
       01  W-PGM-GUIDA                     PIC  X(8)  VALUE 'CW60DEMO'.
       01  W-ULT-LABEL                     PIC  X(15) VALUE SPACES.
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
       01  W-LEN                           PIC S9(4)  COMP VALUE +260.
       01  W-REQID-TIMEOUT.
           05  FILLER                      PIC X(4)   VALUE 'RRTO'.
           EXEC SQL  INCLUDE CWDIPE  END-EXEC.
           EXEC SQL  INCLUDE CWCONT  END-EXEC.
           EXEC SQL  INCLUDE CWPERD  END-EXEC.
           EXEC SQL  INCLUDE CWMINC  END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           05  W-SALVA-MAPPA               PIC X(4096) VALUE SPACES.
           COPY CWCERR.
      * -------------------------------------------------------------- *
      *    AREA DI COMUNICAZ. PER LINK CY09DEMO (MASCHERATURA DELLA    *
      *    RETRIBUZIONE A VIDEO SECONDO LE REGOLE DI CPS04.CWMASCHE)   *
      * -------------------------------------------------------------- *
           COPY CWCY09.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE COMMAREA.                                       *
      * -------------------------------------------------------------- *
       01  W-COMMAREA.
      *
           EVALUATE W-CONF-OP
              WHEN 'SI'
                 PERFORM 2205-CONTROLLA-FINESTRA
                 PERFORM 1426-ESEGUI-OPERAZIONE
              WHEN 'NO'
                 MOVE '022'      TO W-COD-MSG-HOST
                                 :W-RETRIB-NUM,
                                 :W-SCATTO-NUM,
                                 :W-DATA-DECORRENZA,
                                 ' ',
                                 '  ')
           END-EXEC.
           SET RICHIESTA-ACCODATA TO TRUE.
       1445-EX. EXIT.
      * DECORRENZE IN UN MESE GIA' CONSEGNATO ALLE PAGHE SONO RESPINTE
      * ---
           PERFORM 2285-CONTROLLA-PERIODO.
      * ---
      * MINIMO CONTRATTUALE (CPS04.CWMINCON, CARICATO DA CX98DEMO)
      * ---
           PERFORM 2290-CONTROLLA-MINIMO.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
           END-IF.
       2285-EX. EXIT.

      * -------------------------------------------------------------- *
      * MINIMO CONTRATTUALE IN VIGORE ALLA DECORRENZA: RIGA CWMINCON   *
      * DELLA QUALIFICA DEL DIPENDENTE E DEL LIVELLO DIGITATO CON LA   *
      * DATA_DECORRENZA PIU' ALTA NON SUCCESSIVA. SENZA RIGHE NON C'E' *
      * MINIMO DA RISPETTARE                                           *
      * -------------------------------------------------------------- *
       2290-CONTROLLA-MINIMO SECTION.
      *---------------------*
           MOVE '2290-CTL-MINIMO' TO W-ULT-LABEL.
           EXEC SQL SELECT M.RETRIB_MINIMA
                      INTO :DCL-CWMINCON.RETRIB-MINIMA
                      FROM  CPS04.CWMINCON     M,
                            CPS04.CWDIPENDENTI D
                     WHERE D.COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   M.QUALIFICA_INTERNA = D.QUALIFICA_INTERNA
                     AND   M.SCATTO_LIVELLO    = :W-SCATTO-NUM
                     AND   M.DATA_DECORRENZA   =
                          (SELECT MAX(M2.DATA_DECORRENZA)
                             FROM CPS04.CWMINCON M2
                            WHERE M2.QUALIFICA_INTERNA =
                                  M.QUALIFICA_INTERNA
                            AND   M2.SCATTO_LIVELLO    =
                                  M.SCATTO_LIVELLO
                            AND   M2.DATA_DECORRENZA  <=
                                  :W-DATA-DECORRENZA)
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-MIN.
           IF W-SQLCODE-MIN-OK AND
              W-RETRIB-NUM < RETRIB-MINIMA OF DCL-CWMINCON
              MOVE '362'    TO W-COD-MSG-HOST
              MOVE -1       TO M-RETRIBL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2290-EX. EXIT.

       2260-LEGGI-RETRIB SECTION.
      *-----------------*
           MOVE '2260-LEGGI-RETRIB' TO W-ULT-LABEL.
      *-------------------*
           MOVE '2300-INTERROGAZIONE' TO W-ULT-LABEL.
           MOVE RETRIB-BASE OF DCL-CWRETRIB TO W-RETRIB-NUM.
           PERFORM 2310-MASCHERA-RETRIB.
           MOVE SCATTO-LIVELLO OF DCL-CWRETRIB TO W-SCATTO-NUM.
           MOVE W-SCATTO-NUM                TO M-SCATTOO.
           MOVE DATA-DECORRENZA OF DCL-CWRETRIB
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

      * -------------------------------------------------------------- *
      * LA RETRIBUZIONE BASE SI MOSTRA SECONDO LA REGOLA DI VISIBILITA'*
      * DEL TIPO UTENTE (DATO 'RETRIB'): LE NOVE CIFRE, INTERE E       *
      * DECIMALI, PASSANO ALLA ROUTINE CY09DEMO COME UN UNICO VALORE E *
      * TORNANO NEI DUE CAMPI DELLA MAPPA. LA VISUALIZZAZIONE IN       *
      * CHIARO E' TRACCIATA DALLA ROUTINE SU CPS04.CWCONSUL            *
      * -------------------------------------------------------------- *
       2310-MASCHERA-RETRIB SECTION.
      *--------------------*
           MOVE '2310-MASCHERA' TO W-ULT-LABEL.
           MOVE LENGTH OF AREA-CY09       TO LL-CY09.
           MOVE 'RETRIB'                  TO COD-DATO-CY09.
           MOVE COM-TIPO-UTENTE           TO TIPO-UTENTE-CY09.
           MOVE COM-UTENTE                TO UTENTE-CY09.
           MOVE W-MATRICOLA               TO MATRICOLA-CY09.
           MOVE LENGTH OF W-RETRIB-ED     TO LUNG-CY09.
           MOVE W-RETRIB-ED               TO VALORE-CY09.
           EXEC CICS LINK PROGRAM  ('CY09DEMO')
                          COMMAREA (AREA-CY09)
                          LENGTH   (LL-CY09)
           END-EXEC.
           MOVE VALORE-CY09 (1:7)         TO M-RETRIBO.
           MOVE VALORE-CY09 (8:2)         TO M-RETDECO.
       2310-EX. EXIT.

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
