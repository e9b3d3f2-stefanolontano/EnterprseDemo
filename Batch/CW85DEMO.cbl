      *                   REVISIONE RETRIBUTIVA (CWCAMPAG)             *
      * TIPO OPERAZIONE : BATCH DI AGGIORNAMENTO                       *
      * TABELLE USATE   : CPS04.CWCAMPAG, CPS04.CWDIPENDENTI,          *
      *                   CPS04.CWRETRIB, CPS04.CWRETSTO,              *
      *                   CPS04.CWMINCON, CPS04.CWRUNIMM               *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  CAMPAGNE DI ADEGUAMENTO AI MINIMI CONTRATTUALI  *
      *                (TIPO_CAMPAGNA 'M', PROPOSTE DA CX98DEMO): LE   *
      *                MATRICOLE DELLA QUALIFICA SOTTO IL MINIMO       *
      *                CWMINCON IN VIGORE ALLA DECORRENZA PER IL LORO  *
      *                LIVELLO VENGONO PORTATE AL MINIMO, LE ALTRE     *
      *                RESTANO INVARIATE E NON SONO ELENCATE           *
      * 15/10/2026 GM  OGNI AUMENTO APPLICATO LASCIA SU CPS04.CWRUNIMM *
      *                L'IMMAGINE PRIMA/DOPO (TIPO 'R') CON LA CHIAVE  *
      *                DEL RUN CWBATCHRUN, PER LO STORNO DEL RUN CON   *
      *                CY33DEMO                                        *
      ******************************************************************
      ******************************************************************
      * BATCH NOTTURNO CHE TRATTA LE CAMPAGNE REGISTRATE DA CW84DEMO:  *
      *     E PORTA LA CAMPAGNA IN STATO 'E' (ESEGUITA)                *
      * LA FORMULA E' LA STESSA MOSTRATA IN INTERROGAZIONE DA          *
      * CW84DEMO: NUOVO = ATTUALE * (1 + PERC/100) + IMPORTO FISSO.    *
      * PER LE CAMPAGNE DI ADEGUAMENTO AI MINIMI ('M') NUOVO = MINIMO  *
      * CONTRATTUALE IN VIGORE, SOLO PER CHI NE E' AL DI SOTTO.        *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       01  W-CONTA-APPLICATE              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-PROPOSTE               PIC S9(7)   COMP-3 VALUE 0.
       01  W-RETRIB-NUOVA                 PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-SQLCODE-MIN                  PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-MIN-OK      VALUE +0.
       01  SW-APPLICA                     PIC  X(1)   VALUE 'N'.
           88  CAMPAGNA-DA-APPLICARE                  VALUE 'S'.
      * -------------------------------------------------------------- *
           05  TC-IMPORTO                 PIC Z.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(9)   VALUE '  STATO: '.
           05  TC-STATO                   PIC X(10).
           05  FILLER                     PIC X(8)   VALUE '  TIPO: '.
           05  TC-TIPO                    PIC X(20).
           05  FILLER                     PIC X(14)  VALUE SPACES.
       01  R-RIGA-DETT.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.

           EXEC SQL  INCLUDE CWRETS  END-EXEC.

           EXEC SQL  INCLUDE CWMINC  END-EXEC.

           EXEC SQL  INCLUDE CWRIMM  END-EXEC.

      * -------------------------------------------------------------- *
      * CAMPAGNE DA TRATTARE: PROPOSTE (SOLO LISTA) E APPROVATE        *
      * (APPLICAZIONE), IN ORDINE DI REGISTRAZIONE                     *
                            IMPORTO_FISSO,
                            DATA_DECORRENZA,
                            STATO_CAMPAGNA,
                            UTENTE_APPROVANTE,
                            TIPO_CAMPAGNA
                    FROM    CPS04.CWCAMPAG
                    WHERE   STATO_CAMPAGNA IN ('P', 'A')
                    ORDER BY ID_CAMPAGNA
                          :DCL-CWCAMPAG.IMPORTO-FISSO,
                          :DCL-CWCAMPAG.DATA-DECORRENZA,
                          :DCL-CWCAMPAG.STATO-CAMPAGNA,
                          :DCL-CWCAMPAG.UTENTE-APPROVANTE,
                          :DCL-CWCAMPAG.TIPO-CAMPAGNA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
           ELSE
              MOVE 'PROPOSTA  '   TO TC-STATO
           END-IF.
           IF CAMPAGNA-MINIMI
              MOVE 'ADEGUAMENTO MINIMI' TO TC-TIPO
           ELSE
              MOVE 'REVISIONE'          TO TC-TIPO
           END-IF.
           MOVE R-TESTA-CAMP TO CAMPAREP-REC.
           WRITE CAMPAREP-REC.

      *
       2220-TRATTA-DIPENDENTE SECTION.
      *---------------*
           IF CAMPAGNA-MINIMI
              PERFORM 2225-MINIMO-IN-VIGORE
              IF NOT W-SQLCODE-MIN-OK OR
                 RETRIB-BASE OF DCL-CWRETRIB NOT <
                 RETRIB-MINIMA OF DCL-CWMINCON
                 GO TO 2220-EX
              END-IF
              MOVE RETRIB-MINIMA OF DCL-CWMINCON TO W-RETRIB-NUOVA
           ELSE
              COMPUTE W-RETRIB-NUOVA ROUNDED =
                      RETRIB-BASE OF DCL-CWRETRIB
                    * (1 + (PERC-AUMENTO OF DCL-CWCAMPAG / 100))
                    + IMPORTO-FISSO OF DCL-CWCAMPAG
           END-IF.

           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP   TO RD-MATRICOLA.
           MOVE COGNOME           OF DCL-CPSDIP   TO RD-COGNOME.
      *
      *
      ******************************************************************
      * MINIMO CONTRATTUALE IN VIGORE ALLA DECORRENZA DELLA CAMPAGNA   *
      * PER LA QUALIFICA E IL LIVELLO DELLA MATRICOLA: RIGA CWMINCON   *
      * CON LA DATA_DECORRENZA PIU' ALTA NON SUCCESSIVA (STESSO        *
      * CRITERIO DEL CONTROLLO ON-LINE DI CW33DEMO)                    *
      ******************************************************************
       2225-MINIMO-IN-VIGORE SECTION.
      *---------------*
           EXEC SQL SELECT M.RETRIB_MINIMA
                      INTO :DCL-CWMINCON.RETRIB-MINIMA
                      FROM  CPS04.CWMINCON M
                     WHERE M.QUALIFICA_INTERNA =
                           :DCL-CWCAMPAG.QUALIFICA-INTERNA
                     AND   M.SCATTO_LIVELLO    =
                           :DCL-CWRETRIB.SCATTO-LIVELLO
                     AND   M.DATA_DECORRENZA   =
                          (SELECT MAX(M2.DATA_DECORRENZA)
                             FROM CPS04.CWMINCON M2
                            WHERE M2.QUALIFICA_INTERNA =
                                  M.QUALIFICA_INTERNA
                            AND   M2.SCATTO_LIVELLO    =
                                  M.SCATTO_LIVELLO
                            AND   M2.DATA_DECORRENZA  <=
                                  :DCL-CWCAMPAG.DATA-DECORRENZA)
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-MIN.

       2225-EX. EXIT.
      *
      *
      ******************************************************************
      * APPLICAZIONE: STORICIZZAZIONE DELL'IMMAGINE PRECEDENTE SU      *
      * CPS04.CWRETSTO (UTENTE = APPROVATORE DELLA CAMPAGNA) E         *
      * AGGIORNAMENTO DI CWRETRIB, CON LO STESSO CRITERIO DEL          *
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
           END-EXEC.

           PERFORM 2240-IMMAGINE-RETRIB.

       2230-EX. EXIT.
      *
      *
      ******************************************************************
      * IMMAGINE PRIMA/DOPO DELLA RETRIBUZIONE SU CWRUNIMM (TIPO 'R',  *
      * PASSO = ORDINALE DELLA CAMPAGNA NEL RUN) CON LA CHIAVE DEL RUN *
      * CWBATCHRUN, PER LO STORNO CON CY33DEMO                         *
      ******************************************************************
       2240-IMMAGINE-RETRIB SECTION.
      *---------------*
           MOVE W-NOME-PGM        TO NOME-PGM          OF DCL-CWRUNIMM.
           MOVE W-BR-DATA         TO DATA-ELABORAZIONE OF DCL-CWRUNIMM.
           MOVE W-BR-ORA-INIZIO   TO ORA-INIZIO        OF DCL-CWRUNIMM.
           MOVE W-CONTA-CAMPAGNE  TO PASSO             OF DCL-CWRUNIMM.
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP
                                  TO COD-MATRICOLA-DIP OF DCL-CWRUNIMM.
           MOVE 'R'               TO TIPO-IMMAGINE     OF DCL-CWRUNIMM.
           MOVE SPACES            TO VALORE-PRIMA      OF DCL-CWRUNIMM
                                     VALORE-DOPO       OF DCL-CWRUNIMM
                                     RIFERIMENTO       OF DCL-CWRUNIMM
                                     SOCIETA-PRIMA     OF DCL-CWRUNIMM
                                     STATO-IMMAGINE    OF DCL-CWRUNIMM.
           MOVE 0                 TO VERSIONE-DOPO     OF DCL-CWRUNIMM
                                     POSIZIONE-PRIMA   OF DCL-CWRUNIMM
                                     POSIZIONE-DOPO    OF DCL-CWRUNIMM.
           MOVE RETRIB-BASE       OF DCL-CWRETRIB
                                  TO RETRIB-PRIMA      OF DCL-CWRUNIMM.
           MOVE DATA-DECORRENZA   OF DCL-CWRETRIB
                                  TO DECORR-PRIMA      OF DCL-CWRUNIMM.
           MOVE W-RETRIB-NUOVA    TO RETRIB-DOPO       OF DCL-CWRUNIMM.
           MOVE DATA-DECORRENZA   OF DCL-CWCAMPAG
                                  TO DECORR-DOPO       OF DCL-CWRUNIMM.
           MOVE ID-CAMPAGNA       OF DCL-CWCAMPAG
                                  TO ID-CAMPAGNA       OF DCL-CWRUNIMM.
           EXEC SQL INSERT INTO CPS04.CWRUNIMM
                         VALUES (:DCL-CWRUNIMM.NOME-PGM,
                                 :DCL-CWRUNIMM.DATA-ELABORAZIONE,
                                 :DCL-CWRUNIMM.ORA-INIZIO,
                                 :DCL-CWRUNIMM.PASSO,
                                 :DCL-CWRUNIMM.COD-MATRICOLA-DIP,
                                 :DCL-CWRUNIMM.TIPO-IMMAGINE,
                                 :DCL-CWRUNIMM.VALORE-PRIMA,
                                 :DCL-CWRUNIMM.VALORE-DOPO,
                                 :DCL-CWRUNIMM.RIFERIMENTO,
                                 :DCL-CWRUNIMM.SOCIETA-PRIMA,
                                 :DCL-CWRUNIMM.VERSIONE-DOPO,
                                 :DCL-CWRUNIMM.POSIZIONE-PRIMA,
                                 :DCL-CWRUNIMM.POSIZIONE-DOPO,
                                 :DCL-CWRUNIMM.RETRIB-PRIMA,
                                 :DCL-CWRUNIMM.DECORR-PRIMA,
                                 :DCL-CWRUNIMM.RETRIB-DOPO,
                                 :DCL-CWRUNIMM.DECORR-DOPO,
                                 :DCL-CWRUNIMM.ID-CAMPAGNA,
                                 :DCL-CWRUNIMM.STATO-IMMAGINE)
           END-EXEC.

       2240-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
