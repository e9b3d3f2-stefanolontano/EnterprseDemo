      *                   DIPARTIMENTO/UNITA' ORGANIZZATIVA            *
      * TIPO OPERAZIONE : BATCH DI REPORTISTICA                        *
      * TABELLE USATE   : CPS04.CWDIPENDENTI                           *
      *                   CPS04.CWSEDI                                 *
      *----------------------------------------------------------------*
      * CREAZIONE       : 09/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 02/09/2026 GM  I DISTACCATI (CPS04.CWDISTAC APERTO, VEDI       *
      *                CX09/CX10DEMO) COMPAIONO E CONTANO NEL RUOLO    *
      * 02/09/2026 GM  CONTROLLO STANDARD DI PROPEDEUTICITA' E         *
      *                CALENDARIO DI ESECUZIONE (CWBATDIP/CWRUNCAL,    *
      *                SEZIONI 1905/1906 - VEDI CX39DEMO)              *
      * 15/10/2026 GM  IL RUN DI SPOOL CHIUSO IN STATO 'P' VIENE       *
      *                MARCATO DA DISTRIBUIRE VIA E-MAIL AGLI ABBONATI *
      *                DEL REPORT (SP-MAIL-RUN 'D', VEDI CX93DEMO)     *
      * 15/10/2026 GM  LA RIGA DI DETTAGLIO RIPORTA LA SEDE DI LAVORO  *
      *                (CWDIPENDENTI.COD_SEDE) E IN CODA AL ROLLUP     *
      *                VIENE STAMPATO IL RIEPILOGO PER SEDE (TESTE E   *
      *                FTE, DESCRIZIONE DA CWSEDI - VEDI CY25DEMO)     *
      ******************************************************************
      ******************************************************************
      * PROGRAMMA BATCH CHE SCORRE CPS04.CWDIPENDENTI IN ORDINE DI      *
               10  W-ROL-COD              PIC X(10)   VALUE SPACES.
               10  W-ROL-CONT             PIC 9(05)   VALUE 0.
       01  W-IND-DIP-N                    PIC S9(3)   COMP-3 VALUE 0.
      * ---
      * RIEPILOGO PER SEDE DI LAVORO (CWSEDI, VEDI CY25DEMO): TESTE E
      * FTE IN CENTESIMI PER SEDE; LE MATRICOLE SENZA SEDE SONO
      * ACCUMULATE SOTTO IL CODICE A SPAZI
      * ---
       01  W-NUM-SEDI                     PIC 9(03)   VALUE 0.
       01  W-TAB-SEDI.
           05  W-SEDI OCCURS 30 TIMES INDEXED BY IND-SED.
               10  W-SED-COD              PIC X(4)    VALUE SPACES.
               10  W-SED-CONT             PIC 9(05)   VALUE 0.
               10  W-SED-FTE-CENT         PIC S9(9)   COMP-3 VALUE 0.
       01  W-PADRE-CORR                   PIC X(10)   VALUE SPACES.
       01  W-RADICE                       PIC X(10)   VALUE SPACES.
       01  W-LIVELLI                      PIC S9(3)   COMP-3 VALUE 0.
           05  RD-DATA-NASC               PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-QU-INT                  PIC X(08).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-SEDE                    PIC X(4).
           05  FILLER                     PIC X(26)  VALUE SPACES.
       01  R-RIGA-SUBTOT.
           05  FILLER                     PIC X(24)  VALUE
               'TOTALE DIPARTIMENTO -- '.
               'TOTALE ORGANICO: '.
           05  RR-CONT                    PIC ZZZZ9.
           05  FILLER                     PIC X(99)  VALUE SPACES.
       01  R-TESTA-SEDI                   PIC X(133) VALUE
           'RIEPILOGO PER SEDE DI LAVORO (CWSEDI)'.
       01  R-RIGA-SEDE.
           05  RSE-COD                    PIC X(4).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RSE-DESC                   PIC X(30).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RSE-CONT                   PIC ZZZZ9.
           05  FILLER                     PIC X(7)   VALUE '  FTE: '.
           05  RSE-FTE                    PIC ZZ.ZZ9,99.
           05  FILLER                     PIC X(74)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *

           EXEC SQL  INCLUDE CWDIPA  END-EXEC.

           EXEC SQL  INCLUDE CWSEDE  END-EXEC.

      * IL DIPARTIMENTO EFFICACE E' QUELLO OSPITE QUANDO LA MATRICOLA
      * HA UN DISTACCO APERTO (CWDISTAC), ALTRIMENTI IL CONTRATTUALE
           EXEC SQL DECLARE CUR-DIP30 CURSOR FOR
                            D.QUALIFICA_INTERNA,
                            D.COD_FISC,
                            COALESCE(X.DIPART_OSPITE,
                                     D.DIPARTIMENTO),
                            D.COD_SEDE
                    FROM    CPS04.CWDIPENDENTI D
                            LEFT OUTER JOIN CPS04.CWDISTAC X
                            ON  X.COD_MATRICOLA_DIP =
                          :DCL-CPSDIP.DATA-NASCITA,
                          :DCL-CPSDIP.QUALIFICA-INTERNA,
                          :DCL-CPSDIP.COD-FISC,
                          :DCL-CPSDIP.DIPARTIMENTO,
                          :DCL-CPSDIP.COD-SEDE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 2120-STAMPA-DETT
              PERFORM 2130-ACCUMULA-DIPART
              PERFORM 2140-ACCUMULA-FTE
              PERFORM 2150-ACCUMULA-SEDE
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
           MOVE COD-FISC          OF DCL-CPSDIP TO RD-COD-FISC.
           MOVE DATA-NASCITA      OF DCL-CPSDIP TO RD-DATA-NASC.
           MOVE QUALIFICA-INTERNA OF DCL-CPSDIP TO RD-QU-INT.
           MOVE COD-SEDE          OF DCL-CPSDIP TO RD-SEDE.
           MOVE R-DETTAGLIO                     TO RUOLODIP-REC.
           PERFORM 2900-SCRIVI-RIGA.

      *
      *
      ******************************************************************
      * RIPARTIZIONE PER SEDE DI LAVORO: TESTE E FTE DELLA MATRICOLA   *
      * (W-PERC-PT GIA' VALORIZZATA DA 2140) SULLA SEDE ASSEGNATA      *
      ******************************************************************
       2150-ACCUMULA-SEDE SECTION.
      *---------------*
           SET IND-SED TO 1.
           SEARCH W-SEDI
              AT END
                 IF W-NUM-SEDI < 30
                    ADD 1                    TO W-NUM-SEDI
                    SET IND-SED              TO W-NUM-SEDI
                    MOVE COD-SEDE OF DCL-CPSDIP
                                             TO W-SED-COD (IND-SED)
                    MOVE 1                   TO W-SED-CONT (IND-SED)
                    MOVE W-PERC-PT           TO W-SED-FTE-CENT (IND-SED)
                 END-IF
              WHEN W-SED-COD (IND-SED) = COD-SEDE OF DCL-CPSDIP
                 ADD 1                       TO W-SED-CONT (IND-SED)
                 ADD W-PERC-PT               TO W-SED-FTE-CENT (IND-SED)
           END-SEARCH.

       2150-EX. EXIT.
      *
      *
      ******************************************************************
      * SCRITTURA DI UNA RIGA DI TABULATO: SUL FILE DI STAMPA E, COME  *
      * RECORD DI DETTAGLIO, SUL RUN DI SPOOL (VEDI CW43DEMO)          *
      ******************************************************************
           END-READ.
           MOVE FD-SP-RECORD     TO SP-RECORD.
           MOVE 'P'              TO SP-STATO-RUN.
           MOVE 'D'              TO SP-MAIL-RUN.
           MOVE W-NUM-RIGA-SPOOL TO SP-TOT-RIGHE.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           REWRITE FD-SP-RECORD

           PERFORM 3300-STAMPA-ROLLUP.

           PERFORM 3400-STAMPA-SEDI.

           PERFORM 2920-CHIUDI-RUN-SPOOL.

           CLOSE RUOLODIP.
           MOVE R-RIGA-ROLLUP        TO RUOLODIP-REC.
           PERFORM 2900-SCRIVI-RIGA.
       3330-EX. EXIT.
      *
      *
      ******************************************************************
      * RIEPILOGO PER SEDE DI LAVORO: UNA RIGA PER SEDE ACCUMULATA,    *
      * CON LA DESCRIZIONE LETTA SU CWSEDI                             *
      ******************************************************************
       3400-STAMPA-SEDI SECTION.
      *---------------*
           MOVE R-RIGA-VUOTA   TO RUOLODIP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-TESTA-SEDI   TO RUOLODIP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           PERFORM 3410-STAMPA-SEDE
                   VARYING W-IND-DIP-N FROM 1 BY 1
                   UNTIL W-IND-DIP-N > W-NUM-SEDI.

       3400-EX. EXIT.
      *
      *
       3410-STAMPA-SEDE SECTION.
      *---------------*
           SET IND-SED TO W-IND-DIP-N.
           MOVE W-SED-COD (IND-SED)  TO RSE-COD.
           IF W-SED-COD (IND-SED) = SPACES
              MOVE 'NESSUNA SEDE ASSEGNATA' TO RSE-DESC
           ELSE
              MOVE W-SED-COD (IND-SED) TO COD-SEDE OF DCL-CWSEDI
              EXEC SQL SELECT DESCRIZIONE
                         INTO :DCL-CWSEDI.DESCRIZIONE
                         FROM CPS04.CWSEDI
                        WHERE COD_SEDE = :DCL-CWSEDI.COD-SEDE
              END-EXEC
              IF SQLCODE = 0
                 MOVE DESCRIZIONE OF DCL-CWSEDI TO RSE-DESC
              ELSE
                 MOVE 'SEDE NON CENSITA'        TO RSE-DESC
              END-IF
           END-IF.
           MOVE W-SED-CONT (IND-SED) TO RSE-CONT.
           COMPUTE W-FTE-ED = W-SED-FTE-CENT (IND-SED) / 100.
           MOVE W-FTE-ED             TO RSE-FTE.
           MOVE R-RIGA-SEDE          TO RUOLODIP-REC.
           PERFORM 2900-SCRIVI-RIGA.
       3410-EX. EXIT.
