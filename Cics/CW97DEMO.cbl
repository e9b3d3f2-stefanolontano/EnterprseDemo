      * RIFERIMENTO P.E.:                                              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  LE GIORNATE DI LAVORO AGILE PIANIFICATE         *
      *                (CPS04.CWSMPIAN, VEDI CX80DEMO) SONO MARCATE    *
      *                'R' (DA REMOTO): IL DIPENDENTE NON E' PRESENTE  *
      *                IN SEDE E NON CONTA NELL'ORGANICO FISICO DEL    *
      *                GIORNO. UN'ASSENZA REGISTRATA PREVALE SUL PIANO *
      ******************************************************************
      ******************************************************************
      * VISTA MESE-SU-UNA-SCHERMATA DELLE ASSENZE DI UN DIPARTIMENTO:  *
      * PER OGNI DIPENDENTE ATTIVO UNA RIGA CON LA GRIGLIA DEI 31      *
      * GIORNI DEL MESE, MARCATA CON LA LETTERA DEL TIPO DI ASSENZA    *
      * (F=FERIE M=MALATTIA A=ASPETTATIVA P=PERMESSO, '.'=PRESENTE),   *
      * CON 'R' NEI GIORNI DI LAVORO AGILE PIANIFICATI (NON PRESENTE   *
      * IN SEDE).                                                      *
      * LE RIGHE VENGONO ACCODATE SU TEMPORARY STORAGE E SCORSE A      *
      * PAGINE DI 15 CON PF7/PF8, CON LA STESSA NAVIGAZIONE DI         *
      * CW35DEMO. COMPLETA IL CONTROLLO DI ORGANICO MINIMO INTRODOTTO  *
           EXEC SQL  INCLUDE CWDIPE         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWASSE         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWSMPI         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWDIPA         END-EXEC.
      * -------------------------------------------------------------- *
                    AND   DATA_INIZIO <= :W-MESE-FINE
                    AND   DATA_FINE   >= :W-MESE-INIZIO
           END-EXEC.
      * ---
      * GIORNATE DI LAVORO AGILE PIANIFICATE NEL MESE
      * ---
           EXEC SQL DECLARE CUR-SMA97 CURSOR FOR
                    SELECT  DATA_SMART
                    FROM CPS04.CWSMPIAN
                    WHERE COD_MATRICOLA_DIP =
                          :DCL-CPSDIP.COD-MATRICOLA-DIP
                    AND   DATA_SMART BETWEEN :W-MESE-INIZIO
                                         AND :W-MESE-FINE
           END-EXEC.

       LINKAGE SECTION.
      * ---
      * GRIGLIA DEL MESE: '.' NEI GIORNI DEL MESE, SPAZIO OLTRE        *
      * L'ULTIMO GIORNO, LETTERA DEL TIPO NEI GIORNI COPERTI DA UN     *
      * PERIODO DI ASSENZA (INTERSEZIONE PER SOTTOSTRINGHE: LE DATE    *
      * AAAA-MM-GG SI CONFRONTANO LESSICOGRAFICAMENTE), 'R' NEI GIORNI *
      * DI LAVORO AGILE RIMASTI '.'                                    *
      *----------------------------------------------------------------*
       1660-COSTRUISCI-GRIGLIA SECTION.
      *-----------------------*
           PERFORM 1670-FETCH-ASSENZA
                   UNTIL W-SQLCODE-ASS-NOTFND.
           EXEC SQL CLOSE CUR-ASS97 END-EXEC.

           EXEC SQL OPEN CUR-SMA97 END-EXEC.
           MOVE 0 TO W-SQLCODE-ASS.
           PERFORM 1690-FETCH-SMART
                   UNTIL W-SQLCODE-ASS-NOTFND.
           EXEC SQL CLOSE CUR-SMA97 END-EXEC.
       1660-EX. EXIT.

       1670-FETCH-ASSENZA SECTION.
           END-PERFORM.
       1680-EX. EXIT.

      * ---
      * IL GIORNO DA REMOTO NON E' PRESENZA FISICA: 'R' SE NON C'E'
      * GIA' UN'ASSENZA
      * ---
       1690-FETCH-SMART SECTION.
      *----------------*
           EXEC SQL FETCH CUR-SMA97
                    INTO  :DCL-CWSMPIAN.DATA-SMART
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-ASS.
           IF W-SQLCODE-ASS-OK
              MOVE DATA-SMART OF DCL-CWSMPIAN (9:2) TO W-GG-DA
              IF W-GIORNO-GRIGLIA (W-GG-DA) = '.'
                 MOVE 'R' TO W-GIORNO-GRIGLIA (W-GG-DA)
              END-IF
           END-IF.
       1690-EX. EXIT.

       1700-SCRIVI-CODA SECTION.
      *----------------*
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO CPS-MATR.
