      * PROGETTO        : SIP - DBSTART                                *
      * OGGETTO         : ROUTINE CALCOLO NUMERO GIORNI ASSOLUTO        *
      * DATA CREAZIONE  : 09/08/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 02/09/2026 GM  VARIANTE GIORNI LAVORATIVI (TIPO-CALC 'L'):     *
      *                RESTITUISCE I GIORNI LAVORATIVI TRA DATA-IET016 *
      *                CHE NEGLI ANNI BISESTILI FACEVA SLITTARE DI UN  *
      *                GIORNO L'INTERO ANNO (E IL RESTO MODULO 7:      *
      *                0=SABATO DIVENTAVA VENERDI')                    *
      * 15/10/2026 GM  CON COD-SEDE-IET016 VALORIZZATO LA VARIANTE     *
      *                GIORNI LAVORATIVI ESCLUDE ANCHE LE GIORNATE     *
      *                NON LAVORATIVE LOCALI DELLA SEDE                *
      *                (CPS04.CWCALSED, MANUTENZIONE CY25DEMO), IN     *
      *                AGGIUNTA AL CALENDARIO AZIENDALE                *
      ******************************************************************
      *                                                                 *
      * ACCETTA IN INPUT UNA DATA IN FORMATO GG/MM/AAAA E RESTITUISCE  *

           EXEC SQL  INCLUDE CWCALE  END-EXEC.

           EXEC SQL  INCLUDE CWCALS  END-EXEC.

      * -------------------------------------------------------------- *
      * FESTIVITA' DEL CALENDARIO COMPRESE NELL'INTERVALLO RICHIESTO,  *
      * PIU' LE GIORNATE LOCALI DELLA SEDE SE COD-SEDE-IET016 E'       *
      * VALORIZZATO (LA UNION ELIMINA LE DATE PRESENTI IN ENTRAMBI)    *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-FES16 CURSOR FOR
                    SELECT  DATA_FESTA
                    FROM    CPS04.CWCALEND
                    WHERE   DATA_FESTA >= :W-DATA-INI-ISO
                    AND     DATA_FESTA <= :W-DATA-FIN-ISO
                    UNION
                    SELECT  DATA_FESTA
                    FROM    CPS04.CWCALSED
                    WHERE   COD_SEDE    = :COD-SEDE-IET016
                    AND     COD_SEDE   <> ' '
                    AND     DATA_FESTA >= :W-DATA-INI-ISO
                    AND     DATA_FESTA <= :W-DATA-FIN-ISO
           END-EXEC.
      *
      ******************************************************************
      *----------------------------------------------------------------*
      * VARIANTE GIORNI LAVORATIVI: GIORNI TOTALI DELL'INTERVALLO      *
      * MENO I FINE SETTIMANA (RESTO MODULO 7 DEL NUMERO ASSOLUTO:     *
      * 0=SABATO, 1=DOMENICA) MENO LE FESTIVITA' CWCALEND, E QUELLE    *
      * LOCALI CWCALSED DELLA SEDE, CHE CADONO IN GIORNO FERIALE       *
      *----------------------------------------------------------------*
       CALCOLA-LAVORATIVI.
           MOVE  ZERO           TO  GG-LAV-IET016.
           EXIT.
      *
      *----------------------------------------------------------------*
      * SCORRE LE FESTIVITA' CWCALEND (E CWCALSED DELLA SEDE)         *
      * NELL'INTERVALLO E CONTA QUELLE CHE CADONO IN GIORNO FERIALE    *
      * (LE FESTIVITA' SU SABATO E DOMENICA SONO GIA' CONTATE NEI FINE *
      * SETTIMANA)                                                     *
      *----------------------------------------------------------------*
       CONTA-FESTIVI.
           EXEC SQL OPEN CUR-FES16 END-EXEC.
