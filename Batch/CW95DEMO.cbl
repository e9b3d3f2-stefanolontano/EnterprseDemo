      * TIPO OPERAZIONE : BATCH DI ACQUISIZIONE E CONTROLLO            *
      * TABELLE USATE   : CPS04.CWPRESEN, CPS04.CWASSENZE,             *
      *                   CPS04.CWDIPENDENTI, CPS04.CWCALEND,          *
      *                   CPS04.CWSMPIAN, CPS04.CWSCIOPE,              *
      *                   CPS04.CWSCIADE, CPS04.CWVISRIE,              *
      *                   CPS04.CWCALSED, CPS04.CWCIGORE,              *
      *                   CPS04.CWCIGAUT,                              *
      *                   TIMBRAT (FILE TIMBRATURE), PRESREP (TABULATO)*
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 02/09/2026 GM  QUADRATURA CON LA PRESENZA ATTESA DEI TURNI     *
      *                (CPS04.CWTURASS/CWTURNI, VEDI CX02/CX03DEMO):   *
      *                CHE NEGLI ANNI BISESTILI FACEVA SLITTARE DI UN  *
      *                GIORNO L'INTERO ANNO (E IL RESTO MODULO 7:      *
      *                0=SABATO DIVENTAVA VENERDI')                    *
      * 15/10/2026 GM  LA GIORNATA DI LAVORO AGILE PIANIFICATA SU      *
      *                CPS04.CWSMPIAN (CX80DEMO, CHIOSCO CW76DEMO)     *
      *                VALE COME PRESENZA: CHI LAVORA DA REMOTO NON    *
      *                TIMBRA E NON VA SEGNALATO COME ASSENTE          *
      * 15/10/2026 GM  NON VA SEGNALATO COME ASSENTE NEMMENO CHI E'    *
      *                GIA' REGISTRATO COME ADERENTE A UNO SCIOPERO    *
      *                DEL GIORNO (CPS04.CWSCIADE, CX84DEMO)           *
      * 15/10/2026 GM  SEGNALATO CHI TIMBRA DOPO UNA MALATTIA LUNGA    *
      *                CON LA VISITA DI RIENTRO ANCORA IN ATTESA       *
      *                (CPS04.CWVISRIE, BATCH CY20DEMO / CX16DEMO)     *
      * 15/10/2026 GM  NON VA SEGNALATO COME ASSENTE CHI NON TIMBRA IN *
      *                UNA GIORNATA NON LAVORATIVA LOCALE DELLA SUA    *
      *                SEDE (CPS04.CWCALSED, MANUTENZIONE CY25DEMO)    *
      * 15/10/2026 GM  NON VA SEGNALATO COME ASSENTE CHI E' IN CASSA   *
      *                INTEGRAZIONE NEL GIORNO (CPS04.CWCIGORE,        *
      *                CY30DEMO, SU AUTORIZZAZIONE CWCIGAUT VALIDA)    *
      ******************************************************************
      ******************************************************************
      * IL SISTEMA BADGE RICEVE OGNI NOTTE L'ESTRAZIONE CW23DEMO MA    *
      *     ASSENTE (ANOMALIA CHE OGGI EMERGE SOLO DAI RECLAMI PAGHE)  *
      *   - CHI NON HA TIMBRATO IN GIORNO LAVORATIVO SENZA ALCUNA      *
      *     ASSENZA REGISTRATA (SABATO/DOMENICA E FESTIVITA' DEL       *
      *     CALENDARIO CWCALEND SONO ESCLUSI, COME LE GIORNATE NON     *
      *     LAVORATIVE LOCALI CWCALSED DELLA SEDE DELLA MATRICOLA)     *
      *   - CHI HA TIMBRATO DOPO UNA MALATTIA LUNGA SENZA AVER ANCORA  *
      *     FATTO LA VISITA MEDICA DI RIENTRO (CWVISRIE IN ATTESA)     *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       01  W-CONTA-ANOM-TIMB              PIC S9(5)   COMP-3 VALUE 0.
       01  W-CONTA-ANOM-ASS               PIC S9(5)   COMP-3 VALUE 0.
       01  W-CONTA-RITARDI                PIC S9(5)   COMP-3 VALUE 0.
       01  W-CONTA-SENZA-VISITA           PIC S9(5)   COMP-3 VALUE 0.
       01  W-COUNT                        PIC S9(4)   COMP-3 VALUE 0.
       01  W-MATRICOLA-NUM                PIC S9(5)   COMP-3 VALUE 0.
      * -------------------------------------------------------------- *

           EXEC SQL  INCLUDE CWTURN  END-EXEC.

           EXEC SQL  INCLUDE CWSMPI  END-EXEC.

           EXEC SQL  INCLUDE CWSCIO  END-EXEC.

           EXEC SQL  INCLUDE CWSCAD  END-EXEC.

           EXEC SQL  INCLUDE CWVRIE  END-EXEC.

      * -------------------------------------------------------------- *
      * CHI HA TIMBRATO IL GIORNO DI QUADRATURA MENTRE UN PERIODO DI   *
      * ASSENZA LO DAVA ASSENTE                                        *

      * -------------------------------------------------------------- *
      * DIPENDENTI ATTIVI SENZA TIMBRATURA E SENZA ALCUNA ASSENZA      *
      * REGISTRATA SUL GIORNO DI QUADRATURA, ESCLUSI QUELLI CON LA     *
      * GIORNATA DI LAVORO AGILE PIANIFICATA, GLI ADERENTI A UNO       *
      * SCIOPERO DEL GIORNO, CHI HA UNA GIORNATA NON LAVORATIVA        *
      * LOCALE DELLA PROPRIA SEDE (CWCALSED) E CHI E' IN CASSA         *
      * INTEGRAZIONE NEL GIORNO (CWCIGORE SU AUTORIZZAZIONE VALIDA)    *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-ASS95 CURSOR FOR
                    SELECT  D.COD_MATRICOLA_DIP,
                                D.COD_MATRICOLA_DIP
                            AND A.DATA_INIZIO <= :W-DATA-IERI
                            AND A.DATA_FINE   >= :W-DATA-IERI)
                    AND     NOT EXISTS
                        (SELECT 1 FROM CPS04.CWSMPIAN S
                          WHERE S.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                            AND S.DATA_SMART = :W-DATA-IERI)
                    AND     NOT EXISTS
                        (SELECT 1 FROM CPS04.CWSCIADE X,
                                       CPS04.CWSCIOPE Y
                          WHERE X.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                            AND Y.ID_SCIOPERO = X.ID_SCIOPERO
                            AND Y.STATO_SCIOPERO = 'P'
                            AND Y.DATA_SCIOPERO = :W-DATA-IERI)
                    AND     NOT EXISTS
                        (SELECT 1 FROM CPS04.CWCALSED C
                          WHERE C.COD_SEDE   = D.COD_SEDE
                            AND C.DATA_FESTA = :W-DATA-IERI)
                    AND     NOT EXISTS
                        (SELECT 1 FROM CPS04.CWCIGORE G,
                                       CPS04.CWCIGAUT H
                          WHERE G.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                            AND G.DATA_CIG  = :W-DATA-IERI
                            AND H.ID_CIG    = G.ID_CIG
                            AND H.STATO_CIG = 'A')
                    ORDER BY D.COD_MATRICOLA_DIP
           END-EXEC.

                    ORDER BY P.COD_MATRICOLA_DIP
           END-EXEC.

      * -------------------------------------------------------------- *
      * TIMBRATURE SUCCESSIVE A UNA MALATTIA LUNGA CON LA VISITA DI    *
      * RIENTRO ANCORA IN ATTESA (CWVISRIE, VEDI CY20DEMO)             *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-VIS95 CURSOR FOR
                    SELECT  P.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            MAX(V.DATA_FINE_MAL)
                    FROM    CPS04.CWPRESEN     P,
                            CPS04.CWDIPENDENTI D,
                            CPS04.CWVISRIE     V
                    WHERE   P.DATA_PRESENZA = :W-DATA-IERI
                    AND     D.COD_MATRICOLA_DIP =
                            P.COD_MATRICOLA_DIP
                    AND     V.COD_MATRICOLA_DIP =
                            P.COD_MATRICOLA_DIP
                    AND     V.STATO_VISITA  = 'P'
                    AND     V.DATA_FINE_MAL < :W-DATA-IERI
                    GROUP BY P.COD_MATRICOLA_DIP,
                             D.COGNOME
                    ORDER BY P.COD_MATRICOLA_DIP
           END-EXEC.

       PROCEDURE DIVISION.
      *---
       0000-MAIN SECTION.

           PERFORM 2500-QUADRA-TIMBRATO-ASSENTE.
           PERFORM 2550-QUADRA-RITARDI.
           PERFORM 2570-QUADRA-VISITE-RIENTRO.
           PERFORM 2600-QUADRA-ASSENTI.

       2000-EX. EXIT.
      *
      *
      ******************************************************************
      * ANOMALIA 1-TER: PRESENZA IN SERVIZIO DOPO UNA MALATTIA LUNGA   *
      * SENZA LA VISITA MEDICA DI RIENTRO CON ESITO IDONEO (LA RIGA    *
      * CWVISRIE E' ANCORA IN ATTESA: SI CHIUDE REGISTRANDO LA VISITA  *
      * IN CX16DEMO)                                                   *
      ******************************************************************
       2570-QUADRA-VISITE-RIENTRO SECTION.
      *---------------*
           EXEC SQL OPEN CUR-VIS95 END-EXEC.
           MOVE 0 TO W-SQLCODE.

           PERFORM 2580-FETCH-VISITA UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-VIS95 END-EXEC.

       2570-EX. EXIT.
      *
      *
       2580-FETCH-VISITA SECTION.
      *---------------*
           EXEC SQL FETCH CUR-VIS95
                    INTO  :DCL-CWPRESEN.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CWVISRIE.DATA-FINE-MAL
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-SENZA-VISITA
              MOVE COD-MATRICOLA-DIP OF DCL-CWPRESEN TO RD-MATRICOLA
              MOVE COGNOME           OF DCL-CPSDIP   TO RD-COGNOME
              MOVE SPACES                            TO RD-MOTIVO
              STRING 'SENZA VISITA DI RIENTRO (MALATTIA FINITA IL '
                     DATA-FINE-MAL OF DCL-CWVISRIE
                     ')'
                     DELIMITED BY SIZE INTO RD-MOTIVO
              END-STRING
              MOVE R-RIGA-DETT TO PRESREP-REC
              WRITE PRESREP-REC
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2580-EX. EXIT.
      *
      *
      ******************************************************************
      * ANOMALIA 2: NESSUNA TIMBRATURA IN GIORNO LAVORATIVO E NESSUNA  *
      * ASSENZA REGISTRATA. IL CONTROLLO E' SALTATO SE IL GIORNO DI    *
      * QUADRATURA E' SABATO/DOMENICA O FESTIVITA' CWCALEND. LA        *
      * GIORNATA DI LAVORO AGILE PIANIFICATA (CWSMPIAN) VALE COME      *
      * PRESENZA ED E' ESCLUSA GIA' DAL CURSORE CUR-ASS95.             *
      ******************************************************************
       2600-QUADRA-ASSENTI SECTION.
      *---------------*
                   W-CONTA-ANOM-TIMB ' / ' W-CONTA-ANOM-ASS.
           DISPLAY 'CW95DEMO - RITARDI SUL TURNO    : '
                   W-CONTA-RITARDI.
           DISPLAY 'CW95DEMO - SENZA VISITA RIENTRO : '
                   W-CONTA-SENZA-VISITA.

           CLOSE TIMBRAT.
           CLOSE PRESREP.
