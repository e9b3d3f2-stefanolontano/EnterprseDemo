      *                   CPS04.CWPARAM                                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 02/09/2026 GM  SENZA RIGA CWFERIE DELL'ANNO CHIUSO IL RIPORTO  *
      *                NON E' PIU' ZERO MA LA MATURAZIONE PRO-RATA     *
      *                DELL'ANNO (VEDI 2210): CHI NON HA REGISTRATO    *
      *                FERIE NON PERDE PIU' LO SPETTANTE               *
      * 15/10/2026 GM  FERIE PER ANNO DI MATURAZIONE (CPS04.CWFERANN): *
      *                LA CHIUSURA DELL'ANNO APRE LA RIGA DELL'ANNO    *
      *                CHIUSO SE MANCA; AL PRIMO GIRO DEL SOTTOSISTEMA *
      *                IL SALDO RIPORTATO E' ATTRIBUITO ALL'ANNO       *
      *                CHIUSO (VEDI 2250)                              *
      ******************************************************************
      ******************************************************************
      * BATCH ANNUALE (LANCIATO A GENNAIO) CHE CHIUDE LA CONTABILITA'  *
       01  W-ANNO-CHIUSO-ED               PIC 9(4)    VALUE ZERO.
       01  W-MESE-PARTENZA                PIC S9(3)   COMP-3 VALUE +1.
       01  W-MESI-MATURATI                PIC S9(3)   COMP-3 VALUE 0.
      * ---
      * FERIE PER ANNO DI MATURAZIONE (VEDI 2250): GIORNI MATURATI
      * DELL'ANNO CHIUSO E SCADENZA LEGALE (30/06 DEL SECONDO ANNO
      * SUCCESSIVO)
      * ---
       01  W-GG-MATUR-CHIUSO              PIC S9(3)   COMP-3 VALUE 0.
       01  W-CONTA-ANNI-FERIE             PIC S9(7)   COMP-3 VALUE 0.
       01  W-DATA-SCAD.
           05  W-SCAD-AAAA                PIC 9(4)    VALUE ZERO.
           05  FILLER                     PIC X(6)    VALUE '-06-30'.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *

           EXEC SQL  INCLUDE CWFERI  END-EXEC.

           EXEC SQL  INCLUDE CWFEAN  END-EXEC.

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

      * -------------------------------------------------------------- *
           MOVE R-RIGA-DETT TO FERIEREP-REC.
           WRITE FERIEREP-REC.

           PERFORM 2250-CHIUDI-ANNO-MATUR.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * FERIE PER ANNO DI MATURAZIONE (CWFERANN): SE LA MATRICOLA NON  *
      * HA ANCORA RIGHE (PRIMO GIRO DEL SOTTOSISTEMA) TUTTO IL SALDO   *
      * RIPORTATO E' ATTRIBUITO ALL'ANNO CHIUSO; ALTRIMENTI, SE NEL    *
      * CORSO DELL'ANNO NON E' STATA APERTA LA RIGA DELL'ANNO CHIUSO   *
      * (NESSUNA FERIA IMPUTATA A QUELL'ANNO DA CW35DEMO/CW96DEMO),    *
      * LA SI APRE CON I GIORNI SPETTANTI DELL'ANNO E NESSUN GODUTO    *
      ******************************************************************
       2250-CHIUDI-ANNO-MATUR SECTION.
      *---------------*
           COMPUTE W-SCAD-AAAA = W-ANNO-CHIUSO + 2.

           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWFERANN
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
           END-EXEC.
           IF W-COUNT = 0
              MOVE W-SALDO-FINALE TO W-GG-MATUR-CHIUSO
           ELSE
              EXEC SQL SELECT COUNT(*)
                         INTO :W-COUNT
                         FROM  CPS04.CWFERANN
                        WHERE COD_MATRICOLA_DIP =
                              :DCL-CPSDIP.COD-MATRICOLA-DIP
                        AND   ANNO_MATURAZIONE = :W-ANNO-CHIUSO
              END-EXEC
              IF W-COUNT > 0
                 GO TO 2250-EX
              END-IF
              IF RIGA-VECCHIA-PRESENTE
                 MOVE GG-SPETTANTI OF DCL-CWFERIE TO W-GG-MATUR-CHIUSO
              ELSE
                 MOVE W-SALDO-FINALE              TO W-GG-MATUR-CHIUSO
              END-IF
           END-IF.

           IF W-GG-MATUR-CHIUSO NOT > 0
              GO TO 2250-EX
           END-IF.

           EXEC SQL INSERT INTO CPS04.CWFERANN
                         VALUES (:DCL-CPSDIP.COD-MATRICOLA-DIP,
                                 :W-ANNO-CHIUSO,
                                 :W-GG-MATUR-CHIUSO,
                                 0,
                                 :W-DATA-SCAD,
                                 :W-NOME-PGM,
                                 :W-DATA-AGG)
           END-EXEC.
           ADD 1 TO W-CONTA-ANNI-FERIE.

       2250-EX. EXIT.
      *
      *
      ******************************************************************
      * SENZA RIGA CWFERIE DELL'ANNO CHIUSO IL SALDO DA RIPORTARE E'   *
      * LA MATURAZIONE PRO-RATA DELL'INTERO ANNO (STESSA FORMULA DEL   *
      * 2240-CALCOLA-SALDO DI CW35DEMO, SENZA GIORNI GODUTI): DODICI   *
                   W-CONTA-APERTI.
           DISPLAY 'CW93DEMO - GIA'' TRATTATE       : '
                   W-CONTA-SALTATI.
           DISPLAY 'CW93DEMO - ANNI DI MATURAZIONE : '
                   W-CONTA-ANNI-FERIE.

           CLOSE FERIEREP.

