      * RIFERIMENTO P.E.:                                              *
      *----------------------------------------------------------------*00120000
      * CREAZIONE       : 05/03/1999                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  PF8 APRE IL FASCICOLO DOCUMENTALE (INDICE DMS   *
      *                CWINDDOC, TRANSAZIONE CY22DEMO) PER LA          *
      *                MATRICOLA VISUALIZZATA                          *
      * 15/10/2026 GM  IL CODICE FISCALE SI MOSTRA SECONDO LA REGOLA   *
      *                DI VISIBILITA' DEL TIPO UTENTE (CPS04.CWMASCHE, *
      *                ROUTINE CY09DEMO): IN CHIARO, PARZIALE O        *
      *                NASCOSTO; OGNI VISUALIZZAZIONE IN CHIARO E'     *
      *                TRACCIATA SU CWCONSUL CON COD_DATO 'CODFISC'.   *
      *                LA TRACCIATURA DELLA SCHEDA VALORIZZA COD_DATO  *
      *                A SPAZI                                         *
      * 15/10/2026 GM  IL DETTAGLIO MOSTRA IL PERIODO DI COMPORTO PER  *
      *                MALATTIA: GIORNI USATI NELLA FINESTRA MOBILE,   *
      *                LIMITE E GIORNI RESIDUI (CPS04.CWCOMPORTO,      *
      *                CALCOLO NOTTURNO CY01DEMO)                      *
      * 15/10/2026 GM  PERIMETRO PER SOCIETA' DEL GRUPPO: GLI OPERATORI*
      *                CON SOCIETA' AUTORIZZATE SU CWUTESOC (CX99DEMO, *
      *                COM-SOC-RISTRETTA), AMMINISTRATORI COMPRESI, NON*
      *                VISUALIZZANO MATRICOLE DI ALTRE SOCIETA'        *
      *                (MESSAGGIO 366)                                 *
      * 15/10/2026 GM  PF7 APRE LO STORICO DEI CEDOLINI RESTITUITI     *
      *                DALLO STUDIO PAGHE (CWCEDOLI, TRANSAZIONE       *
      *                CX75DEMO) PER LA MATRICOLA VISUALIZZATA         *
      * 02/09/2026 GM  PF5 APRE I DOCUMENTI PERSONALI (CWDOCUM,        *
      *                TRANSAZIONE CX26DEMO) PER LA MATRICOLA          *
      *                VISUALIZZATA                                    *
      *                RAGGIUNGONO SOLO I DIPENDENTI DEL PROPRIO       *
      *                DIPARTIMENTO (CWUTENTI.DIPARTIMENTO, VEDI       *
      *                CW15DEMO); GLI AMMINISTRATORI NON HANNO LIMITI  *
      * 15/10/2026 GM  L'IDONEITA' PENSIONISTICA DELLE MATRICOLE       *
      *                RIASSUNTE SOMMA L'ANZIANITA' DEI PERIODI DI     *
      *                LAVORO GIA' CHIUSI (CPS04.CWPERLAV, CY26DEMO)   *
      ******************************************************************00150000
      * ---                                                             00160000
       ENVIRONMENT DIVISION.                                            00170000
           05  FILLER                      PIC X(10)
                                           VALUE ' FINO AL '.
           05  WD-DATA-RIENTRO             PIC X(10).
      * PERIODO DI COMPORTO PER MALATTIA (VEDI 2919)
       01  W-COMPORTO-ED.
           05  FILLER                      PIC X(12)
                                           VALUE 'COMPORTO GG '.
           05  WC-GG-MALATTIA              PIC ZZZ9.
           05  FILLER                      PIC X(12)
                                           VALUE ' SU LIMITE '.
           05  WC-GG-LIMITE                PIC ZZZ9.
           05  FILLER                      PIC X(11)
                                           VALUE ' - RESIDUI '.
           05  WC-GG-RESIDUI               PIC ---9.
       01  W-MATR-SCOPE                    PIC S9(5)  COMP-3 VALUE +0.
       01  SW-SCOPE                        PIC  X(1)  VALUE 'N'.
           88  SCOPE-VIOLATO                          VALUE 'S' 'C'.
           88  SCOPE-SOCIETA-VIOLATO                  VALUE 'C'.
       01  W-NUM-FUORI-SOC                 PIC S9(9)  COMP VALUE +0.
       01  W-SQLCODE                       PIC S9(3)  COMP VALUE +0.    00260000
           88  W-SQLCODE-OK          VALUE +0.                          00270000
           88  W-SQLCODE-NOT-FOUND   VALUE +100.                        00280000
       01  W-ETA-PENSIONE                  PIC 9(2)  VALUE 67.
       01  W-ANZIANITA-PENSIONE            PIC 9(2)  VALUE 42.
       01  W-FLAG-PENSIONE                 PIC X(2)  VALUE 'NO'.
      * ANNI DEI PERIODI DI LAVORO PRECEDENTI (VEDI 2916)
       01  W-GG-PERIODI-PREC               PIC S9(9) COMP VALUE +0.
       01  W-ANNI-PERIODI-PREC             PIC 9(3)  COMP-3 VALUE 0.
       01  W-QU-IN                         PIC X(08) VALUE SPACES.              
       01  W-MATR                          PIC 9(5)  VALUE ZEROES.              
       01  W-MATRICOLA                     PIC S9(5)V USAGE COMP-3.             
      * -------------------------------------------------------------- *02520000
           EXEC SQL  INCLUDE CWDIST  END-EXEC.
           EXEC SQL  INCLUDE CWANZC  END-EXEC.
           EXEC SQL  INCLUDE CWPERL  END-EXEC.
           EXEC SQL  INCLUDE CWVALU  END-EXEC.
           EXEC SQL  INCLUDE CWCMPT  END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
       01  W-ABSTIME-CONS                  PIC S9(8)  COMP.
       01  W-DATE-CONS                     PIC X(6).
       01  W-TIME-CONS                     PIC X(6).
      * -------------------------------------------------------------- *
      *    MASCHERATURA DEI DATI RISERVATI PER RUOLO (ROUTINE         *
      *    CY09DEMO, REGOLE SU CPS04.CWMASCHE - VEDI 2965-*)           *
      * -------------------------------------------------------------- *
           COPY CWCY09.
       01  W-CONTA-ASTER                   PIC S9(4)  COMP VALUE +0.

      * -------------------------------------------------------------- *
      * STAMPANTE PROPOSTA: LA PRIMA ATTIVA DEL DIPARTIMENTO           *
                                PF3    (1230-TASTO-PF3)                 03730000
                                PF4    (1240-TASTO-PF4)                 03730000
                                PF6    (1260-TASTO-PF6)
                                PF7    (1243-TASTO-CEDOL)
                                PF8    (1241-TASTO-FASCIC)
                                PF5    (1245-TASTO-DOCUM)
                                PF9    (1248-TASTO-FAMIL)
                                PF10   (1247-TASTO-FORMAZ)
           PERFORM 3000-FINE-ELAB.
       1246-EX. EXIT.

      *----------------------------------------------------------------*
      * PF7: STORICO DEI CEDOLINI (CX75DEMO) PER LA MATRICOLA          *
      * VISUALIZZATA (GIA' IN COM-MATRICOLA)                           *
      *----------------------------------------------------------------*
       1243-TASTO-CEDOL SECTION.
      *----------------*
           MOVE 'END'           TO W-CTL-END.
           MOVE 'CX75DEMO'      TO W-XCTL-PGM.
           MOVE SPACES          TO COM-NOME-PGM.
           MOVE SPACE           TO COM-GIRO.
           PERFORM 3000-FINE-ELAB.
       1243-EX. EXIT.

      *----------------------------------------------------------------*
      * PF8: FASCICOLO DOCUMENTALE (CY22DEMO) PER LA MATRICOLA         *
      * VISUALIZZATA (GIA' IN COM-MATRICOLA)                           *
      *----------------------------------------------------------------*
       1241-TASTO-FASCIC SECTION.
      *-----------------*
           MOVE 'END'           TO W-CTL-END.
           MOVE 'CY22DEMO'      TO W-XCTL-PGM.
           MOVE SPACES          TO COM-NOME-PGM.
           MOVE SPACE           TO COM-GIRO.
           PERFORM 3000-FINE-ELAB.
       1241-EX. EXIT.

      *----------------------------------------------------------------*
      * PF10: SCHEDA FORMATIVA (CX14DEMO) PER LA MATRICOLA             *
      * VISUALIZZATA (GIA' IN COM-MATRICOLA)                           *
           INSPECT M-COD-FI REPLACING ALL LOW-VALUE BY ' '.                     
           INSPECT M-COD-FI REPLACING ALL '_' BY ' '.                           
           MOVE    M-COD-FI TO W-COD-FI.                                        
           PERFORM 2966-CF-MASCHERATO.
                                                                        06020000
       2120-EX. EXIT.                                                   06110000
                                                                        06150000
           INSPECT M-COD-FI REPLACING ALL LOW-VALUE BY ' '.                     
           INSPECT M-COD-FI REPLACING ALL '_' BY ' '.                           
           MOVE    M-COD-FI TO W-COD-FI.                                        
           PERFORM 2966-CF-MASCHERATO.
      *                                                                         
           INSPECT M-COGNI REPLACING ALL LOW-VALUE BY ' '.                      
           INSPECT M-COGNI REPLACING ALL '_' BY ' '.                            
                                COM-NOME
                                COM-COD-FI
                 MOVE -1     TO M-COGNL
                 IF SCOPE-SOCIETA-VIOLATO
                    MOVE '366'  TO W-COD-MSG-HOST
                 ELSE
                    MOVE '118'  TO W-COD-MSG-HOST
                 END-IF
                 PERFORM 2999-CERCA-ERR
              END-IF
              MOVE -1         TO M-COGNL                                        
              MOVE COM-DATA-SISTEMA        TO M-DATA-SO                         
              MOVE COM-DT-GIU              TO M-DT-GIUO                         
              MOVE COM-COGNOME             TO M-COGNO                           
              MOVE COM-NOME                TO M-NOMEO                           
              MOVE COM-DATA-NASCITA        TO DATA-NASCITA
              MOVE DT-ANNO                 TO M-A-NASCO
                 MOVE COM-MATRICOLA        TO W-MATR-CONS
                 PERFORM 2960-LOG-CONSULTAZIONE
              END-IF
              PERFORM 2965-MASCHERA-CF
              MOVE DT-ANNO                 TO COM-ANNI
              COMPUTE W-ANNI = COM-DATA-SISTEMA-AAAA - COM-ANNI
              MOVE W-ANNI                  TO M-ANNIO
              MOVE W-FLAG-PENSIONE         TO M-PENSIONEO
              PERFORM 2917-MOSTRA-DISTACCO
              PERFORM 2918-MOSTRA-VALUTAZIONE
              PERFORM 2919-MOSTRA-COMPORTO
              MOVE COM-QUALIFICA-INTERNA   TO M-QU-INO
      *       MOVE COM-COD-FI              TO M-COD-FO
           END-IF.
      * L'AMMINISTRATORE NON HA LIMITI. UN NON AMMINISTRATORE SENZA   *
      * DIPARTIMENTO ASSEGNATO NON VEDE NULLA (LA COLONNA DI          *
      * CWUTENTI VA POPOLATA PRIMA DELLA MESSA IN LINEA).             *
      * PRIMA ANCORA, PER GLI OPERATORI CON SOCIETA' AUTORIZZATE SU   *
      * CWUTESOC (COM-SOC-LIMITATE, VEDI CX99DEMO), AMMINISTRATORI    *
      * COMPRESI, LA MATRICOLA DEVE ESSERE DI UNA DI QUELLE SOCIETA'  *
      * (SW-SCOPE 'C')                                                *
      *----------------------------------------------------------------*
       2213-CONTROLLA-SCOPE SECTION.
      *--------------------*
           MOVE '2213-CTRL-SCOPE' TO W-ULT-LABEL.
           MOVE 'N' TO SW-SCOPE.
           IF COM-SOC-LIMITATE AND COM-MATRICOLA NUMERIC
              MOVE COM-MATRICOLA TO W-MATR-SCOPE
              EXEC SQL SELECT COUNT(*)
                         INTO :W-NUM-FUORI-SOC
                         FROM  CPS04.CWDIPENDENTI
                        WHERE COD_MATRICOLA_DIP = :W-MATR-SCOPE
                        AND   COD_SOCIETA NOT IN
                              (SELECT U.COD_SOCIETA
                                 FROM CPS04.CWUTESOC U
                                WHERE U.UTENTE = :COM-UTENTE)
              END-EXEC
              IF W-NUM-FUORI-SOC > +0
                 MOVE 'C' TO SW-SCOPE
                 GO TO 2213-EX
              END-IF
           END-IF.
           IF COM-UTENTE-1
              GO TO 2213-EX
           END-IF.
           END-IF.
       2918-EX. EXIT.

      *----------------------------------------------------------------*
      * PERIODO DI COMPORTO PER MALATTIA (CPS04.CWCOMPORTO, RICALCOLATO*
      * OGNI NOTTE DA CY01DEMO): GIORNI DI MALATTIA NELLA FINESTRA     *
      * MOBILE, LIMITE DEL CONTRATTO E GIORNI RESIDUI (NEGATIVI A      *
      * COMPORTO SUPERATO). SENZA RIGA IL CAMPO RESTA VUOTO            *
      *----------------------------------------------------------------*
       2919-MOSTRA-COMPORTO SECTION.
      *--------------------*
           MOVE '2919-COMPORTO' TO W-ULT-LABEL.
           MOVE SPACES TO M-COMPORO.
           IF COM-MATRICOLA NOT NUMERIC
              GO TO 2919-EX
           END-IF.
           MOVE COM-MATRICOLA TO W-MATR-SCOPE.
           EXEC SQL SELECT GG_MALATTIA,
                           GG_LIMITE,
                           GG_RESIDUI
                      INTO :DCL-CWCOMPORTO.GG-MALATTIA,
                           :DCL-CWCOMPORTO.GG-LIMITE,
                           :DCL-CWCOMPORTO.GG-RESIDUI
                      FROM  CPS04.CWCOMPORTO
                     WHERE COD_MATRICOLA_DIP = :W-MATR-SCOPE
           END-EXEC.
           IF SQLCODE = 0
              MOVE GG-MALATTIA OF DCL-CWCOMPORTO TO WC-GG-MALATTIA
              MOVE GG-LIMITE   OF DCL-CWCOMPORTO TO WC-GG-LIMITE
              MOVE GG-RESIDUI  OF DCL-CWCOMPORTO TO WC-GG-RESIDUI
              MOVE W-COMPORTO-ED TO M-COMPORO
           END-IF.
       2919-EX. EXIT.

       2915-CALCOLA-ANZIANITA SECTION.
      *--------------*
           MOVE '2915-CALCOLA-ANZIANITA' TO W-ULT-LABEL.
      *    RUN-DATE (CHE RESTA LA SOLA DATA DI CREAZIONE DELLA RIGA E
      *    NON RIFLETTE ASSUNZIONI RETRODATATE O CON DECORRENZA FUTURA).
           MOVE COM-DATA-ASSUNZIONE     TO W-DATA-ASSUNZIONE-R.
           MOVE 0                       TO W-ANNI-PERIODI-PREC.
      * ---
      * ANZIANITA' CONVENZIONALE (CWANZCON): DOVE PRESENTE SOSTITUISCE
      * LA DATA DI ASSUNZIONE (ACQUISIZIONI SOCIETARIE, VEDI CX12DEMO)
                         FROM CPS04.CWANZCON
                        WHERE COD_MATRICOLA_DIP = :W-MATR-SCOPE
              END-EXEC
              IF SQLCODE = 0 AND
                 DATA-ANZIANITA OF DCL-CWANZCON (1:4) NUMERIC
                 MOVE DATA-ANZIANITA OF DCL-CWANZCON
                      TO W-DATA-ASSUNZIONE-R
              ELSE
                 PERFORM 2916-PERIODI-PRECEDENTI
              END-IF
           END-IF.
           MOVE W-AA-ASSUNZIONE         TO W-ANNO-ASSUNZIONE.
           IF W-ANNI-SERVIZIO < 0
              MOVE 0 TO W-ANNI-SERVIZIO
           END-IF.
           ADD W-ANNI-PERIODI-PREC      TO W-ANNI-SERVIZIO.
      *    IDONEITA' PENSIONISTICA: ETA' MINIMA DI VECCHIAIA OPPURE
      *    ANZIANITA' CONTRIBUTIVA MINIMA, QUALUNQUE DELLE DUE PRIMA
           IF W-ANNI >= W-ETA-PENSIONE
           END-IF.
       2915-EX. EXIT.

      *----------------------------------------------------------------*
      * MATRICOLA RIASSUNTA (CY26DEMO): L'ANZIANITA' CONTRIBUTIVA      *
      * SOMMA I PERIODI DI LAVORO GIA' CHIUSI (CPS04.CWPERLAV) A       *
      * QUELLO IN CORSO; GIORNI DEI PERIODI, ESTREMI COMPRESI, DIVISI  *
      * PER 365. L'ANZIANITA' CONVENZIONALE, DOVE PRESENTE, PREVALE    *
      *----------------------------------------------------------------*
       2916-PERIODI-PRECEDENTI SECTION.
      *-----------------------*
           MOVE '2916-PERIODI' TO W-ULT-LABEL.
           MOVE 0 TO W-GG-PERIODI-PREC.
           EXEC SQL SELECT COALESCE(SUM(DAYS(DATE(DATA_FINE))
                                      - DAYS(DATE(DATA_INIZIO))
                                      + 1), 0)
                      INTO :W-GG-PERIODI-PREC
                      FROM  CPS04.CWPERLAV
                     WHERE COD_MATRICOLA_DIP = :W-MATR-SCOPE
           END-EXEC.
           IF SQLCODE = 0
              DIVIDE W-GG-PERIODI-PREC BY 365
                     GIVING W-ANNI-PERIODI-PREC
           END-IF.
       2916-EX. EXIT.

       2920-CARICA-SELEZIONE SECTION.
      *--------------------*
           MOVE '2920-CARICA-SELEZIONE' TO W-ULT-LABEL.
           MOVE EIBTRNID     TO TRANSID    OF DCL-CWCONSUL.
           MOVE W-DATE-CONS  TO DATA-CONSULTAZIONE OF DCL-CWCONSUL.
           MOVE W-TIME-CONS  TO ORA-CONSULTAZIONE  OF DCL-CWCONSUL.
           MOVE SPACES       TO COD-DATO           OF DCL-CWCONSUL.
           EXEC SQL INSERT INTO CPS04.CWCONSUL
                         VALUES (:DCL-CWCONSUL.UTENTE,
                                 :DCL-CWCONSUL.TERMINALE,
                                 :DCL-CWCONSUL.COD-MATRICOLA-DIP,
                                 :DCL-CWCONSUL.TRANSID,
                                 :DCL-CWCONSUL.DATA-CONSULTAZIONE,
                                 :DCL-CWCONSUL.ORA-CONSULTAZIONE,
                                 :DCL-CWCONSUL.COD-DATO)
           END-EXEC.
       2960-EX. EXIT.

      *----------------------------------------------------------------*
      * CODICE FISCALE A VIDEO SECONDO LA REGOLA DI VISIBILITA' DEL    *
      * TIPO UTENTE (CPS04.CWMASCHE, DATO 'CODFISC'): IN CHIARO,       *
      * PARZIALE O NASCOSTO. LA VISUALIZZAZIONE IN CHIARO E' TRACCIATA *
      * DALLA ROUTINE CY09DEMO SU CPS04.CWCONSUL                       *
      *----------------------------------------------------------------*
       2965-MASCHERA-CF SECTION.
      *----------------*
           MOVE '2965-MASCHERA' TO W-ULT-LABEL.
           MOVE LENGTH OF AREA-CY09 TO LL-CY09.
           MOVE 'CODFISC'           TO COD-DATO-CY09.
           MOVE COM-TIPO-UTENTE     TO TIPO-UTENTE-CY09.
           MOVE COM-UTENTE          TO UTENTE-CY09.
           MOVE W-MATR-CONS         TO MATRICOLA-CY09.
           MOVE LENGTH OF M-COD-FO  TO LUNG-CY09.
           MOVE COM-COD-FI          TO VALORE-CY09.
           EXEC CICS LINK PROGRAM  ('CY09DEMO')
                          COMMAREA (AREA-CY09)
                          LENGTH   (LL-CY09)
           END-EXEC.
           MOVE VALORE-CY09         TO M-COD-FO.
       2965-EX. EXIT.

      *----------------------------------------------------------------*
      * IL CODICE FISCALE MASCHERATO RIENTRA DALLA MAPPA (PROT-FSET):  *
      * AL SUO POSTO SI RIPRENDE QUELLO IN CHIARO DELLA COMMAREA       *
      *----------------------------------------------------------------*
       2966-CF-MASCHERATO SECTION.
      *------------------*
           MOVE +0 TO W-CONTA-ASTER.
           INSPECT W-COD-FI TALLYING W-CONTA-ASTER FOR ALL '*'.
           IF W-CONTA-ASTER > +0
              MOVE COM-COD-FI TO W-COD-FI
           END-IF.
       2966-EX. EXIT.

      *----------------------------------------------------------------*
      * SALVA SU CPS04.CWPROFIL LE PREFERENZE CORRENTI DELL'OPERATORE  *
      * (ORDINE, RIGHE PER PAGINA, STAMPANTE), COSI' CW01DEMO LE       *
