      * OGGETTO         : RICLASSIFICAZIONE MASSIVA DELLA QUALIFICA     *
      *                   INTERNA                                      *
      * TIPO OPERAZIONE : BATCH DI AGGIORNAMENTO                       *
      * TABELLE USATE   : CPS04.CWDIPENDENTI, CPS04.CWQUALIF,          *
      *                   CPS04.CWRUNIMM                               *
      *----------------------------------------------------------------*
      * CREAZIONE       : 09/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 02/09/2026 GM  LE RICHIESTE SONO ORA VALIDATE CONTRO I         *
      *                PERCORSI DI CARRIERA CPS04.CWPERCOR (VEDI       *
      * 02/09/2026 GM  CONTROLLO STANDARD DI PROPEDEUTICITA' E         *
      *                CALENDARIO DI ESECUZIONE (CWBATDIP/CWRUNCAL,    *
      *                SEZIONI 1905/1906 - VEDI CX39DEMO)              *
      * 15/10/2026 GM  OGNI MATRICOLA RICLASSIFICATA LASCIA SU         *
      *                CPS04.CWRUNIMM L'IMMAGINE PRIMA/DOPO (TIPO 'Q') *
      *                CON LA CHIAVE DEL RUN CWBATCHRUN, PER LO STORNO *
      *                DEL RUN CON CY33DEMO                            *
      ******************************************************************
      ******************************************************************
      * PROGRAMMA BATCH CHE LEGGE UN FILE DI RICHIESTE (MASSQUAL), OGNI *

           EXEC SQL  INCLUDE CWCARR  END-EXEC.

           EXEC SQL  INCLUDE CWRIMM  END-EXEC.

      * -------------------------------------------------------------- *
      * MATRICOLE CHE VERREBBERO RICLASSIFICATE (MODALITA'             *
      * SIMULAZIONE: STESSA SELEZIONE DI 2210/2220)                    *
           MOVE W-OGGI-MM-C   TO W-CAR-MM.
           MOVE W-OGGI-GG-C   TO W-CAR-GG.
      * ---
      * IMMAGINE PRIMA/DOPO DI OGNI MATRICOLA RICLASSIFICATA SU
      * CWRUNIMM (TIPO 'Q', PASSO = NUMERO DELLA RICHIESTA), PER LO
      * STORNO DEL RUN CON CY33DEMO: STESSA SELEZIONE DELL'UPDATE,
      * PRIMA DI TOCCARE CARRIERA E ANAGRAFICA
      * ---
           EXEC SQL INSERT INTO CPS04.CWRUNIMM
                    SELECT :W-NOME-PGM,
                           :W-BR-DATA,
                           :W-BR-ORA-INIZIO,
                           :W-CONTA-RICHIESTE,
                           D.COD_MATRICOLA_DIP,
                           'Q',
                           D.QUALIFICA_INTERNA,
                           :MQ-QUALIF-NUOVA,
                           ' ',
                           ' ',
                           D.VERSIONE,
                           0,
                           0,
                           0,
                           ' ',
                           0,
                           ' ',
                           0,
                           ' '
                    FROM   CPS04.CWDIPENDENTI D
                    WHERE  D.QUALIFICA_INTERNA = :MQ-QUALIF-VECCHIA
                    AND    EXISTS
                        (SELECT 1 FROM CPS04.CWCARRIE C
                          WHERE C.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                            AND C.DATA_FINE = '9999-12-31'
                            AND C.DATA_INIZIO <= :W-DATA-SOGLIA)
           END-EXEC.
      * ---
      * CARRIERA: PRIMA DELL'UPDATE MASSIVO (FINCHE' LA QUALIFICA DI
      * PARTENZA IDENTIFICA ANCORA L'INSIEME) SI CHIUDONO LE RIGHE
      * APERTE E SE NE APRONO DI NUOVE CON LA QUALIFICA DI ARRIVO
