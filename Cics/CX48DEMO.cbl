      * OGGETTO         : GENERAZIONE LETTERE STANDARD SU SPOOL DI     *
      *                   STAMPA                                       *
      * DATA CREAZIONE  : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  OGNI LETTERA ACCODATA VIENE INDICIZZATA NEL     *
      *                FASCICOLO DOCUMENTALE DEL DIPENDENTE            *
      *                (CPS04.CWINDDOC) CON IDENTIFICATIVO 'SPOOL' +   *
      *                NUMERO DEL RUN, CATEGORIA LE, CLASSE C          *
      ******************************************************************
      *================================================================*
      * RICEVE IN LINK (COPY CWCX48) IL CODICE DEL MODELLO CWLETTER,   *
      * (&COGNOME &NOME &MATRICOLA &QUALIFICA - DESCRIZIONE DA         *
      * CWQUALIF - E &DATA). CHIAMATA DA CW18DEMO (ASSUNZ), CW65DEMO   *
      * (PROVAOK/PROVAKO) E CW38DEMO (CESSAZ); I MODELLI SI            *
      * MANUTENGONO CON CX47DEMO. LA LETTERA E' REGISTRATA NELL'INDICE *
      * DEL FASCICOLO DOCUMENTALE CWINDDOC (VEDI 2400), CON LA CHIAVE  *
      * SOTTO CUI IL DMS ARCHIVIA LE STAMPE DELLO SPOOL.               *
      *================================================================*
      * COPY DI LAVORO ===> CWCX48                                     *
      *================================================================*
       01  W-ABSTIME               PIC S9(8) COMP VALUE +0.
       01  W-DATA-GGMMAAAA         PIC X(10) VALUE SPACES.
       01  W-ORA                   PIC X(6)  VALUE SPACES.
       01  W-DATA-AAAAMMGG         PIC X(10) VALUE SPACES.
      * -------------------------------------------------------------- *
      *    IDENTIFICATIVO DMS DELLA LETTERA: 'SPOOL' + NUMERO DEL RUN  *
      * -------------------------------------------------------------- *
       01  W-ID-DMS-LETTERA.
           05  FILLER              PIC X(5)  VALUE 'SPOOL'.
           05  W-ID-DMS-RUN        PIC 9(9)  VALUE ZEROES.
           05  FILLER              PIC X(6)  VALUE SPACES.
      *
      ******************************************************************
      *    DEFINIZIONE SQLA E TABELLE                                  *
           EXEC SQL  INCLUDE CWANAG  END-EXEC.
           EXEC SQL  INCLUDE CWQUALI END-EXEC.
           EXEC SQL  INCLUDE CWCONT  END-EXEC.
           EXEC SQL  INCLUDE CWIDOC  END-EXEC.
      *
           EXEC SQL DECLARE CUR-LET48 CURSOR FOR
                    SELECT  TESTO
           PERFORM 2100-BLOCCO-INDIRIZZO.
           PERFORM 2200-RIGHE-MODELLO.
           PERFORM 2300-CHIUDI-RUN.
           PERFORM 2400-INDICIZZA-LETTERA.

           PERFORM 9000-FINE.
       0000-EX. EXIT.
           END-EXEC.
       2300-EX. EXIT.

      * -------------------------------------------------------------- *
      * LA LETTERA ENTRA NEL FASCICOLO DOCUMENTALE DEL DIPENDENTE      *
      * (CPS04.CWINDDOC): CATEGORIA LE, CONSERVATA FINO ALLA           *
      * ANONIMIZZAZIONE (CLASSE C), ORIGINE L                          *
      * -------------------------------------------------------------- *
       2400-INDICIZZA-LETTERA SECTION.
      *----------------------*
           EXEC CICS FORMATTIME ABSTIME  (W-ABSTIME)
                                YYYYMMDD (W-DATA-AAAAMMGG)
                                DATESEP  ('-')      END-EXEC.
           MOVE W-NUM-RUN        TO W-ID-DMS-RUN.
           MOVE W-MATRICOLA      TO COD-MATRICOLA-DIP OF DCL-CWINDDOC.
           MOVE W-ID-DMS-LETTERA TO ID-DOC-DMS        OF DCL-CWINDDOC.
           MOVE 'LE'             TO CATEGORIA-DOC     OF DCL-CWINDDOC.
           MOVE W-DATA-AAAAMMGG  TO DATA-DOC          OF DCL-CWINDDOC
                                    DATA-AGG          OF DCL-CWINDDOC.
           MOVE 'C'              TO CLASSE-CONSERV    OF DCL-CWINDDOC.
           MOVE SPACES           TO DESCRIZIONE       OF DCL-CWINDDOC.
           STRING 'LETTERA ' COD-LETTERA-CX48
                  DELIMITED BY SIZE INTO DESCRIZIONE OF DCL-CWINDDOC
           END-STRING.
           MOVE 'L'              TO ORIGINE           OF DCL-CWINDDOC.
           MOVE 'A'              TO STATO-DOC         OF DCL-CWINDDOC.
           MOVE 'CX48DEMO'       TO UTENTE-AGG        OF DCL-CWINDDOC.
           EXEC SQL INSERT INTO CPS04.CWINDDOC
                         VALUES (:DCL-CWINDDOC.COD-MATRICOLA-DIP,
                                 :DCL-CWINDDOC.ID-DOC-DMS,
                                 :DCL-CWINDDOC.CATEGORIA-DOC,
                                 :DCL-CWINDDOC.DATA-DOC,
                                 :DCL-CWINDDOC.CLASSE-CONSERV,
                                 :DCL-CWINDDOC.DESCRIZIONE,
                                 :DCL-CWINDDOC.ORIGINE,
                                 :DCL-CWINDDOC.STATO-DOC,
                                 :DCL-CWINDDOC.DATA-AGG,
                                 :DCL-CWINDDOC.UTENTE-AGG)
           END-EXEC.
       2400-EX. EXIT.

      * -------------------------------------------------------------- *
      * SOSTITUZIONE DEI SEGNAPOSTO: IL TESTO DEL MODELLO VIENE        *
      * RICOPIATO CARATTERE PER CARATTERE IN W-TESTO-OUT; QUANDO SI    *
