      *                  ALLA STAMPANTE, LA CONSULTAZIONE A VIDEO E LA *
      *                  RISTAMPA SONO GESTITI DA CW43DEMO: UNA CARTA  *
      *                  INCEPPATA NON FA PIU' PERDERE L'ELABORAZIONE. *
      *   15/10/2026 GM  LA STAMPA DEL CODICE FISCALE SEGUE LA REGOLA  *
      *                  DI VISIBILITA' DEL TIPO UTENTE CHE HA CHIESTO *
      *                  LA STAMPA (CPS04.CWMASCHE, ROUTINE CY09DEMO,  *
      *                  DATO 'CODFISC'): OGNI RIGA STAMPATA IN CHIARO *
      *                  E' TRACCIATA SU CPS04.CWCONSUL                *
      *----------------------------------------------------------------*        
       ENVIRONMENT DIVISION.                                                    
      *                                                                         
       01  SW-MSG-CARICATI                 PIC X(1)   VALUE 'N'.
           88  MSG-CARICATI                           VALUE 'S'.
       01  W-LEN-TAB-MSG                   PIC S9(4)  COMP VALUE +0.
      * -------------------------------------------------------------- *
      *    AREA DI COMUNICAZ. PER LINK CY09DEMO (MASCHERATURA DEL      *
      *    CODICE FISCALE IN STAMPA SECONDO CPS04.CWMASCHE)            *
      * -------------------------------------------------------------- *
           COPY CWCY09.
      *-----------------------------------------------------------------
      *    DEFINIZIONE SQLA E TABELLE (CONTATORE NUMERO RUN DI SPOOL)  *
      *-----------------------------------------------------------------
           MOVE  W-QU-IN(W-IND)      TO  ST-QU-INT.
      *
           IF ST-MATRICOLA NOT = ZERO AND ST-MATRICOLA NOT = SPACES
              PERFORM 2132-MASCHERA-CF THRU END-2132-MASCHERA-CF
              PERFORM 2135-ACCUMULA-TRAILER
                                     THRU END-2135-ACCUMULA-TRAILER
           END-IF.

       END-2130-RIGA-DETT. EXIT.
      *----------------------------------------------------------------*
      *   IL CODICE FISCALE SI STAMPA SECONDO LA REGOLA DI VISIBILITA'  *
      *   DEL TIPO UTENTE RICHIEDENTE (COM-TIPO-UTENTE DELLA LISTA      *
      *   CW05DEMO): IN CHIARO, PARZIALE O NASCOSTO. LE RIGHE STAMPATE  *
      *   IN CHIARO SONO TRACCIATE DALLA ROUTINE CY09DEMO SU CWCONSUL   *
      *----------------------------------------------------------------*
       2132-MASCHERA-CF.
      *
           MOVE LENGTH OF AREA-CY09     TO LL-CY09.
           MOVE 'CODFISC'               TO COD-DATO-CY09.
           MOVE COM-TIPO-UTENTE         TO TIPO-UTENTE-CY09.
           MOVE COM-UTENTE              TO UTENTE-CY09.
           MOVE W-MATR(W-IND)           TO MATRICOLA-CY09.
           MOVE LENGTH OF ST-COD-FISC   TO LUNG-CY09.
           MOVE W-COD-FISC(W-IND)       TO VALORE-CY09.
           EXEC CICS LINK PROGRAM  ('CY09DEMO')
                          COMMAREA (AREA-CY09)
                          LENGTH   (LL-CY09)
           END-EXEC.
           MOVE VALORE-CY09             TO ST-COD-FISC.
      *
       END-2132-MASCHERA-CF.
           EXIT.
      *----------------------------------------------------------------*
      *   AGGIORNA I CONTATORI DEL TRAILER RIEPILOGATIVO (VEDI          *
      *   3150-STAMPA-TRAILER) CON IL DIPENDENTE APPENA STAMPATO:       *
      *   TOTALE GENERALE E RIPARTIZIONE PER QUALIFICA INTERNA          *
