      * OGGETTO         : DISTRIBUZIONE ORGANICO PER FASCIA D'ETA' E    *
      *                   QUALIFICA INTERNA                            *
      * TIPO OPERAZIONE : BATCH DI REPORTISTICA                        *
      * TABELLE USATE   : CPS04.CWDIPENDENTI, CPS04.CWCONTRA,          *
      *                   CPS04.CWSEDI                                 *
      *----------------------------------------------------------------*
      * CREAZIONE       : 09/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  FOTOGRAFIA ANCHE PER FASCIA DI ANZIANITA' DI    *
      *                SERVIZIO (RIGHE 'A', DA DATA_ASSUNZIONE) E PER  *
      *                TIPO DI CONTRATTO (RIGHE 'K', DA CWCONTRA):     *
      *                ORGANICO MEDIO DEL TABULATO DI TURNOVER         *
      *                CX88DEMO                                        *
      * 02/09/2026 GM  FOTOGRAFIA ANCHE DEL TOTALE DELLE CATEGORIE     *
      *                PROTETTE L.68/99 (RIGA 'P' SU CWSNAPSH, DALLA   *
      *                NUOVA COLONNA CAT_PROTETTA DI CWDIPENDENTI)     *
      * 02/09/2026 GM  LA RIAPERTURA DELLO SNAPSHOT CANCELLA SOLO I   *
      *                PROPRI TIPI DI RIGA: LE RIGHE 'C' DI CW87DEMO *
      *                DELLA STESSA DATA RESTANO INTATTE             *
      * 15/10/2026 GM  IL RUN DI SPOOL CHIUSO IN STATO 'P' VIENE       *
      *                MARCATO DA DISTRIBUIRE VIA E-MAIL AGLI ABBONATI *
      *                DEL REPORT (SP-MAIL-RUN 'D', VEDI CX93DEMO)     *
      * 15/10/2026 GM  RIPARTIZIONE PER SEDE DI LAVORO (COD_SEDE,      *
      *                ANAGRAFICA CWSEDI) SUL TABULATO E SULLA         *
      *                FOTOGRAFIA CWSNAPSH: RIGHE 'S' (TESTE) E 'V'    *
      *                (FTE IN CENTESIMI) PER I SERVIZI DI SICUREZZA   *
      *                E DI GESTIONE DEGLI EDIFICI                     *
      ******************************************************************
      ******************************************************************
      * PROGRAMMA BATCH CHE SCORRE PER INTERO CPS04.CWDIPENDENTI E      *
      *   - RIPARTIZIONE PER FASCIA D'ETA' (CALCOLATA ALLA DATA         *
      *     ODIERNA DI ELABORAZIONE, VEDI 1000-INIZIO-ELAB)             *
      *   - RIPARTIZIONE PER QUALIFICA INTERNA                         *
      *   - RIPARTIZIONE PER SEDE DI LAVORO (TESTE E FTE, PER I SERVIZI *
      *     DI SICUREZZA E DI GESTIONE DEGLI EDIFICI)                   *
      * LA LOGICA DI RIPARTIZIONE RICALCA QUELLA GIA' USATA DA          *
      * CW11DEMO PER IL TRAILER DI FINE STAMPA (W-TAB-QUALIFICHE),      *
      * ESTESA CON UNA SECONDA TABELLA PER LE FASCE D'ETA'.             *
       01  W-GIORNO-NASCITA               PIC 9(2)    VALUE ZERO.
       01  W-ETA                          PIC S9(3)   VALUE ZERO.

      * -------------------------------------------------------------- *
      *    TABELLA CONTATORI - RIPARTIZIONE PER FASCIA DI ANZIANITA'   *
      *    DI SERVIZIO (ANNI COMPIUTI DA DATA_ASSUNZIONE; LE STESSE    *
      *    FASCE SONO USATE DAL TABULATO DI TURNOVER CX88DEMO)         *
      * -------------------------------------------------------------- *
       01  W-ANNO-ASSUNZ                  PIC 9(4)    VALUE ZERO.
       01  W-MESE-ASSUNZ                  PIC 9(2)    VALUE ZERO.
       01  W-GIORNO-ASSUNZ                PIC 9(2)    VALUE ZERO.
       01  W-ANNI-SERVIZIO                PIC S9(3)   VALUE ZERO.
       01  W-TAB-ANZIANITA.
           05  W-ANZIAN OCCURS 6 TIMES INDEXED BY IND-ANZ.
               10  W-ANZ-MIN              PIC S9(3).
               10  W-ANZ-MAX              PIC S9(3).
               10  W-ANZ-DESC             PIC X(11).
               10  W-ANZ-CONT             PIC 9(5)    VALUE 0.
      * -------------------------------------------------------------- *
      *    TABELLA CONTATORI - RIPARTIZIONE PER TIPO DI CONTRATTO      *
      *    (TI/TD DA CWCONTRA, 'ND' PER LE MATRICOLE SENZA CONTRATTO)  *
      * -------------------------------------------------------------- *
       01  W-TIPO-CONTR                   PIC X(2)    VALUE SPACES.
       01  W-NUM-CONTR                    PIC 9(02)   VALUE 0.
       01  W-TAB-CONTR.
           05  W-CONTRATTI OCCURS 10 TIMES INDEXED BY IND-CON.
               10  W-CON-COD              PIC X(02)   VALUE SPACES.
               10  W-CON-CONT             PIC 9(05)   VALUE 0.

      * -------------------------------------------------------------- *
      *    TABELLA CONTATORI - RIPARTIZIONE PER FASCIA D'ETA'          *
      * -------------------------------------------------------------- *
               10  W-QUAL-COD             PIC X(08)   VALUE SPACES.
               10  W-QUAL-CONT            PIC 9(05)   VALUE 0.
               10  W-QUAL-FTE-CENT        PIC 9(07)   VALUE 0.
      * -------------------------------------------------------------- *
      *    TABELLA CONTATORI - RIPARTIZIONE PER SEDE DI LAVORO         *
      *    (CWDIPENDENTI.COD_SEDE, SPAZI = NESSUNA SEDE ASSEGNATA)     *
      * -------------------------------------------------------------- *
       01  W-NUM-SEDI                     PIC 9(02)   VALUE 0.
       01  W-TAB-SEDI.
           05  W-SEDI OCCURS 30 TIMES INDEXED BY IND-SED.
               10  W-SED-COD              PIC X(04)   VALUE SPACES.
               10  W-SED-CONT             PIC 9(05)   VALUE 0.
               10  W-SED-FTE-CENT         PIC 9(07)   VALUE 0.
       01  W-SED-DESC                     PIC X(30)   VALUE SPACES.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO DI DISTRIBUZIONE                         *
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RQ-CONT                    PIC ZZ.ZZ9.
           05  FILLER                     PIC X(94)  VALUE SPACES.
       01  R-INTESTAZ-SEDI                PIC X(133) VALUE
           'RIPARTIZIONE PER SEDE DI LAVORO'.
       01  R-RIGA-SEDE.
           05  RS-COD                     PIC X(4).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RS-DESC                    PIC X(30).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  FILLER                     PIC X(17)  VALUE
               'NUMERO DIPENDENTI'.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RS-CONT                    PIC ZZ.ZZ9.
           05  FILLER                     PIC X(7)   VALUE
               '   FTE:'.
           05  RS-FTE                     PIC ZZ.ZZ9,99.
           05  FILLER                     PIC X(54)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *

           EXEC SQL  INCLUDE CWDIPA  END-EXEC.

           EXEC SQL  INCLUDE CWSEDE  END-EXEC.

           EXEC SQL DECLARE CUR-DIP22 CURSOR FOR
                    SELECT  D.COD_MATRICOLA_DIP,
                            D.DATA_NASCITA,
                            D.QUALIFICA_INTERNA,
                            D.DIPARTIMENTO,
                            D.CAT_PROTETTA,
                            D.DATA_ASSUNZIONE,
                            COALESCE(C.TIPO_CONTRATTO, 'ND'),
                            D.COD_SEDE
                    FROM    CPS04.CWDIPENDENTI D
                    LEFT OUTER JOIN CPS04.CWCONTRA C
                            ON C.COD_MATRICOLA_DIP = D.COD_MATRICOLA_DIP
                    ORDER BY D.QUALIFICA_INTERNA
           END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 2900-SCRIVI-RIGA.

           PERFORM 1010-INIZ-FASCE.
           PERFORM 1020-INIZ-ANZIANITA.

       1000-EX. EXIT.
      *

       1010-EX. EXIT.
      *
      *
      ******************************************************************
      * INIZIALIZZAZIONE DELLE FASCE DI ANZIANITA' DI SERVIZIO IN ANNI *
      * COMPIUTI; L'ULTIMA RACCOGLIE LE MATRICOLE SENZA UNA DATA DI    *
      * ASSUNZIONE VALIDA (ANZIANITA' CONVENZIONALE -1)                *
      ******************************************************************
       1020-INIZ-ANZIANITA SECTION.
      *--------------------*
           MOVE   0 TO W-ANZ-MIN (1).
           MOVE   0 TO W-ANZ-MAX (1).
           MOVE 'MENO DI 1  ' TO W-ANZ-DESC (1).

           MOVE   1 TO W-ANZ-MIN (2).
           MOVE   2 TO W-ANZ-MAX (2).
           MOVE '1 - 2 ANNI ' TO W-ANZ-DESC (2).

           MOVE   3 TO W-ANZ-MIN (3).
           MOVE   5 TO W-ANZ-MAX (3).
           MOVE '3 - 5 ANNI ' TO W-ANZ-DESC (3).

           MOVE   6 TO W-ANZ-MIN (4).
           MOVE  10 TO W-ANZ-MAX (4).
           MOVE '6 - 10 ANNI' TO W-ANZ-DESC (4).

           MOVE  11 TO W-ANZ-MIN (5).
           MOVE 999 TO W-ANZ-MAX (5).
           MOVE 'OLTRE 10   ' TO W-ANZ-DESC (5).

           MOVE  -1 TO W-ANZ-MIN (6).
           MOVE  -1 TO W-ANZ-MAX (6).
           MOVE 'NON NOTA   ' TO W-ANZ-DESC (6).

       1020-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
                          :DCL-CPSDIP.DATA-NASCITA,
                          :DCL-CPSDIP.QUALIFICA-INTERNA,
                          :DCL-CPSDIP.DIPARTIMENTO,
                          :DCL-CPSDIP.CAT-PROTETTA,
                          :DCL-CPSDIP.DATA-ASSUNZIONE,
                          :W-TIPO-CONTR,
                          :DCL-CPSDIP.COD-SEDE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 2200-ACCUMULA-FASCIA
              PERFORM 2300-ACCUMULA-QUALIF
              PERFORM 2400-ACCUMULA-DIPART
              PERFORM 2250-ACCUMULA-ANZIANITA
              PERFORM 2450-ACCUMULA-CONTRATTO
              PERFORM 2460-ACCUMULA-SEDE
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * ANNI DI SERVIZIO COMPIUTI ALLA DATA ODIERNA, CALCOLATI COME    *
      * L'ETA' IN 2200-ACCUMULA-FASCIA; -1 SE LA DATA DI ASSUNZIONE    *
      * NON E' VALORIZZATA                                             *
      ******************************************************************
       2250-ACCUMULA-ANZIANITA SECTION.
      *---------------*
           MOVE -1 TO W-ANNI-SERVIZIO.
           IF DATA-ASSUNZIONE OF DCL-CPSDIP (1:4) NUMERIC AND
              DATA-ASSUNZIONE OF DCL-CPSDIP (6:2) NUMERIC AND
              DATA-ASSUNZIONE OF DCL-CPSDIP (9:2) NUMERIC
              MOVE DATA-ASSUNZIONE OF DCL-CPSDIP (1:4) TO W-ANNO-ASSUNZ
              MOVE DATA-ASSUNZIONE OF DCL-CPSDIP (6:2) TO W-MESE-ASSUNZ
              MOVE DATA-ASSUNZIONE OF DCL-CPSDIP (9:2)
                                                     TO W-GIORNO-ASSUNZ
              COMPUTE W-ANNI-SERVIZIO = W-ANNO-ODIERNO - W-ANNO-ASSUNZ
              IF W-MESE-ODIERNO < W-MESE-ASSUNZ OR
                (W-MESE-ODIERNO = W-MESE-ASSUNZ AND
                 W-GIORNO-ODIERNO < W-GIORNO-ASSUNZ)
                 SUBTRACT 1 FROM W-ANNI-SERVIZIO
              END-IF
              IF W-ANNI-SERVIZIO < 0
                 MOVE 0 TO W-ANNI-SERVIZIO
              END-IF
           END-IF.

           SET IND-ANZ TO 1.
           SEARCH W-ANZIAN
              AT END
                 CONTINUE
              WHEN W-ANNI-SERVIZIO NOT < W-ANZ-MIN (IND-ANZ) AND
                   W-ANNI-SERVIZIO NOT > W-ANZ-MAX (IND-ANZ)
                   ADD 1 TO W-ANZ-CONT (IND-ANZ)
           END-SEARCH.

       2250-EX. EXIT.
      *
      *
       2300-ACCUMULA-QUALIF SECTION.
      *---------------*

       2400-EX. EXIT.
      *
      *
       2450-ACCUMULA-CONTRATTO SECTION.
      *---------------*
           SET IND-CON TO 1.
           SEARCH W-CONTRATTI
              AT END
                 IF W-NUM-CONTR < 10
                    ADD 1 TO W-NUM-CONTR
                    SET IND-CON TO W-NUM-CONTR
                    MOVE W-TIPO-CONTR      TO W-CON-COD (IND-CON)
                    MOVE 1                 TO W-CON-CONT (IND-CON)
                 END-IF
              WHEN W-CON-COD (IND-CON) = W-TIPO-CONTR
                   ADD 1 TO W-CON-CONT (IND-CON)
           END-SEARCH.

       2450-EX. EXIT.
      *
      *
       2460-ACCUMULA-SEDE SECTION.
      *---------------*
           SET IND-SED TO 1.
           SEARCH W-SEDI
              AT END
                 IF W-NUM-SEDI < 30
                    ADD 1 TO W-NUM-SEDI
                    SET IND-SED TO W-NUM-SEDI
                    MOVE COD-SEDE OF DCL-CPSDIP
                                            TO W-SED-COD (IND-SED)
                    MOVE 1                 TO W-SED-CONT (IND-SED)
                    MOVE W-PERC-PT
                              TO W-SED-FTE-CENT (IND-SED)
                 END-IF
              WHEN W-SED-COD (IND-SED) = COD-SEDE OF DCL-CPSDIP
                   ADD 1 TO W-SED-CONT (IND-SED)
                   ADD W-PERC-PT TO W-SED-FTE-CENT (IND-SED)
           END-SEARCH.

       2460-EX. EXIT.
      *
      *
      ******************************************************************
      * FOTOGRAFIA DATATA DEI TOTALI SU CPS04.CWSNAPSH (TOTALE,        *
           EXEC SQL DELETE FROM CPS04.CWSNAPSH
                     WHERE DATA_SNAPSHOT = :W-DATA-SNAP
                     AND   TIPO_RIGA IN ('T', 'F', 'D', 'Q', 'U',
                                         'E', 'G', 'R', 'P', 'A',
                                         'K', 'S', 'V')
           END-EXEC.

           MOVE 'T'              TO W-SNAP-TIPO.
              PERFORM 2510-INSERISCI-SNAP
           END-PERFORM.

      * FASCE DI ANZIANITA' DI SERVIZIO E TIPI DI CONTRATTO
           MOVE 'A' TO W-SNAP-TIPO.
           PERFORM 2550-SNAP-ANZIANITA
                   VARYING W-IND-SNAP FROM 1 BY 1
                   UNTIL W-IND-SNAP > 6.
           MOVE 'K' TO W-SNAP-TIPO.
           PERFORM 2560-SNAP-CONTRATTO
                   VARYING W-IND-SNAP FROM 1 BY 1
                   UNTIL W-IND-SNAP > W-NUM-CONTR.

      * SEDI DI LAVORO: TESTE ('S') E FTE ('V')
           MOVE 'S' TO W-SNAP-TIPO.
           PERFORM 2570-SNAP-SEDE
                   VARYING W-IND-SNAP FROM 1 BY 1
                   UNTIL W-IND-SNAP > W-NUM-SEDI.
           MOVE 'V' TO W-SNAP-TIPO.
           PERFORM 2570-SNAP-SEDE
                   VARYING W-IND-SNAP FROM 1 BY 1
                   UNTIL W-IND-SNAP > W-NUM-SEDI.

       2500-EX. EXIT.
      *
      *
       2550-SNAP-ANZIANITA SECTION.
      *---------------*
           MOVE W-ANZ-DESC(W-IND-SNAP) TO W-SNAP-CHIAVE.
           MOVE W-ANZ-CONT(W-IND-SNAP) TO W-SNAP-CONTEGGIO.
           PERFORM 2510-INSERISCI-SNAP.

       2550-EX. EXIT.
      *
      *
       2560-SNAP-CONTRATTO SECTION.
      *---------------*
           MOVE W-CON-COD(W-IND-SNAP)  TO W-SNAP-CHIAVE.
           MOVE W-CON-CONT(W-IND-SNAP) TO W-SNAP-CONTEGGIO.
           PERFORM 2510-INSERISCI-SNAP.

       2560-EX. EXIT.
      *
      *
      ******************************************************************
      * RIGHE PER SEDE DI LAVORO: CHIAVE = CODICE SEDE, 'SENZA SEDE'   *
      * PER LE MATRICOLE NON ANCORA ASSEGNATE                          *
      ******************************************************************
       2570-SNAP-SEDE SECTION.
      *---------------*
           IF W-SED-COD(W-IND-SNAP) = SPACES
              MOVE 'SENZA SEDE'           TO W-SNAP-CHIAVE
           ELSE
              MOVE W-SED-COD(W-IND-SNAP)  TO W-SNAP-CHIAVE
           END-IF.
           IF W-SNAP-TIPO = 'S'
              MOVE W-SED-CONT(W-IND-SNAP)     TO W-SNAP-CONTEGGIO
           ELSE
              MOVE W-SED-FTE-CENT(W-IND-SNAP) TO W-SNAP-CONTEGGIO
           END-IF.
           PERFORM 2510-INSERISCI-SNAP.

       2570-EX. EXIT.
      *
      *
      ******************************************************************
      * ROLLUP: OGNI DIPARTIMENTO ACCUMULATO VIENE RICONDOTTO ALLA     *
           END-READ.
           MOVE FD-SP-RECORD     TO SP-RECORD.
           MOVE 'P'              TO SP-STATO-RUN.
           MOVE 'D'              TO SP-MAIL-RUN.
           MOVE W-NUM-RIGA-SPOOL TO SP-TOT-RIGHE.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           REWRITE FD-SP-RECORD
           PERFORM 3200-STAMPA-QUALIF
                   VARYING IND-QUAL FROM 1 BY 1
                   UNTIL IND-QUAL > W-NUM-QUALIFICHE.
           MOVE R-RIGA-VUOTA     TO DISTRIB-REC.
           PERFORM 2900-SCRIVI-RIGA.

           MOVE R-INTESTAZ-SEDI  TO DISTRIB-REC.
           PERFORM 2900-SCRIVI-RIGA.
           PERFORM 3300-STAMPA-SEDE
                   VARYING IND-SED FROM 1 BY 1
                   UNTIL IND-SED > W-NUM-SEDI.

           PERFORM 2500-SCRIVI-SNAPSHOT.


       3200-EX. EXIT.
      *
      *
      ******************************************************************
      * RIGA PER SEDE DI LAVORO CON LA DESCRIZIONE DELL'ANAGRAFICA     *
      * CWSEDI (CY25DEMO)                                              *
      ******************************************************************
       3300-STAMPA-SEDE SECTION.
      *---------------*
           IF W-SED-COD (IND-SED) = SPACES
              MOVE 'NESSUNA SEDE ASSEGNATA' TO W-SED-DESC
           ELSE
              MOVE SPACES TO W-SED-DESC
              MOVE W-SED-COD (IND-SED) TO COD-SEDE OF DCL-CWSEDI
              EXEC SQL SELECT DESCRIZIONE
                         INTO :W-SED-DESC
                         FROM  CPS04.CWSEDI
                        WHERE COD_SEDE = :DCL-CWSEDI.COD-SEDE
              END-EXEC
              IF SQLCODE = +100
                 MOVE 'SEDE NON CENSITA' TO W-SED-DESC
              END-IF
           END-IF.
           MOVE W-SED-COD (IND-SED)  TO RS-COD.
           MOVE W-SED-DESC           TO RS-DESC.
           MOVE W-SED-CONT (IND-SED) TO RS-CONT.
           COMPUTE W-FTE-ED = W-SED-FTE-CENT (IND-SED) / 100.
           MOVE W-FTE-ED             TO RS-FTE.
           MOVE R-RIGA-SEDE          TO DISTRIB-REC.
           PERFORM 2900-SCRIVI-RIGA.

       3300-EX. EXIT.
      *
