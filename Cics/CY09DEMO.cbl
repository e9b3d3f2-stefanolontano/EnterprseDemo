       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY09DEMO.
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : (ROUTINE - NESSUNA TRANSID)                  *
      * OGGETTO         : MASCHERATURA DEI DATI RISERVATI PER RUOLO    *
      * DATA CREAZIONE  : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      *================================================================*
      * RICEVE IN LINK (COPY CWCY09) IL CODICE DI UN DATO RISERVATO,   *
      * IL TIPO UTENTE DELL'OPERATORE E IL VALORE IN CHIARO, E LO      *
      * RESTITUISCE COME VA MOSTRATO SECONDO LA REGOLA DI CWMASCHE:    *
      *   C - IN CHIARO                                                *
      *   P - PARZIALE: RESTANO IN CHIARO SOLO GLI ULTIMI              *
      *       CAR_VISIBILI CARATTERI SIGNIFICATIVI, GLI ALTRI          *
      *       DIVENTANO '*'                                            *
      *   N - NASCOSTO: TUTTO IL CAMPO A '*'                           *
      * SENZA REGOLA PER IL DATO E IL TIPO UTENTE IL DATO E' IN CHIARO.*
      * OGNI RESTITUZIONE IN CHIARO DI UN VALORE NON VUOTO E' TRACCIATA*
      * SU CPS04.CWCONSUL CON IL CODICE DEL DATO. IN CASO DI ERRORE    *
      * DB2 IL DATO VIENE RESTITUITO NASCOSTO. CHIAMATA DA CW06DEMO,   *
      * CW33DEMO, CW89DEMO, CX16DEMO E DALLE STAMPE CW05DEMO (CSV) E   *
      * CW11DEMO; LE REGOLE SI MANTENGONO CON CY10DEMO.                *
      *================================================================*
      * COPY DI LAVORO ===> CWCY09                                     *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *
       COPY  CWCY09.
      *
       01  W-SQLCODE               PIC S9(3) COMP VALUE +0.
           88  W-SQLCODE-OK                       VALUE +0.
           88  W-SQLCODE-NOT-FOUND                VALUE +100.
       01  W-LUNG                  PIC S9(4) COMP VALUE +0.
       01  W-LUNG-SIGN             PIC S9(4) COMP VALUE +0.
       01  W-NASCOSTI              PIC S9(4) COMP VALUE +0.
       01  W-VISIBILI              PIC S9(4) COMP VALUE +0.
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (TRACCIATURA SU CWCONSUL)    *
      * -------------------------------------------------------------- *
       01  W-ABSTIME               PIC S9(8) COMP VALUE +0.
       01  W-DATE-CONS             PIC X(6)  VALUE SPACES.
       01  W-TIME-CONS             PIC X(6)  VALUE SPACES.
      *
      ******************************************************************
      *    DEFINIZIONE SQLA E TABELLE                                  *
      ******************************************************************
           EXEC SQL  INCLUDE SQLCA   END-EXEC.
           EXEC SQL  INCLUDE CWMASC  END-EXEC.
           EXEC SQL  INCLUDE CWCONS  END-EXEC.
      *
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *
       01  DFHCOMMAREA.
           05  FILLER  PIC X OCCURS 1 TO 32767 DEPENDING ON EIBCALEN.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *
       0000-MAIN SECTION.
      *---------*
           MOVE  DFHCOMMAREA      TO  AREA-CY09.
           MOVE  ZERO             TO  RC-CY09.
           MOVE  'C'              TO  LIVELLO-CY09.

           IF LUNG-CY09 < 1 OR LUNG-CY09 > LENGTH OF VALORE-CY09
              MOVE LENGTH OF VALORE-CY09 TO W-LUNG
           ELSE
              MOVE LUNG-CY09             TO W-LUNG
           END-IF.

           EXEC SQL WHENEVER SQLERROR GO TO 8000-ERRORE END-EXEC.

           PERFORM 1000-LEGGI-REGOLA.

           EVALUATE TRUE
              WHEN VIS-PARZIALE
                 PERFORM 2000-MASCHERA-PARZIALE
              WHEN VIS-NASCOSTO
                 PERFORM 2100-NASCONDI
              WHEN OTHER
                 PERFORM 3000-TRACCIA-CHIARO
           END-EVALUATE.

           PERFORM 9000-FINE.
       0000-EX. EXIT.

      * -------------------------------------------------------------- *
      * REGOLA DEL DATO PER IL TIPO UTENTE; SENZA REGOLA IN CHIARO     *
      * -------------------------------------------------------------- *
       1000-LEGGI-REGOLA SECTION.
      *-----------------*
           MOVE COD-DATO-CY09    TO COD-DATO    OF DCL-CWMASCHE.
           MOVE TIPO-UTENTE-CY09 TO TIPO-UTENTE OF DCL-CWMASCHE.
           EXEC SQL SELECT LIVELLO_VIS,
                           CAR_VISIBILI
                      INTO :DCL-CWMASCHE.LIVELLO-VIS,
                           :DCL-CWMASCHE.CAR-VISIBILI
                      FROM  CPS04.CWMASCHE
                     WHERE COD_DATO    = :DCL-CWMASCHE.COD-DATO
                     AND   TIPO_UTENTE = :DCL-CWMASCHE.TIPO-UTENTE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-NOT-FOUND
              MOVE 'C'  TO LIVELLO-VIS  OF DCL-CWMASCHE
              MOVE ZERO TO CAR-VISIBILI OF DCL-CWMASCHE
           END-IF.
           MOVE LIVELLO-VIS OF DCL-CWMASCHE TO LIVELLO-CY09.
       1000-EX. EXIT.

      * -------------------------------------------------------------- *
      * MASCHERATURA PARZIALE: GLI SPAZI FINALI NON CONTANO, COSI'     *
      * UN IBAN DI 27 CARATTERI IN UN CAMPO PIU' LUNGO MOSTRA DAVVERO  *
      * LE SUE ULTIME CIFRE. SE I CARATTERI DA LASCIARE IN CHIARO      *
      * COPRONO TUTTO IL VALORE, IL DATO E' NASCOSTO                   *
      * -------------------------------------------------------------- *
       2000-MASCHERA-PARZIALE SECTION.
      *----------------------*
           PERFORM 2010-CERCA-FINE
                   VARYING W-LUNG-SIGN FROM W-LUNG BY -1
                   UNTIL W-LUNG-SIGN < 1
                   OR VALORE-CY09 (W-LUNG-SIGN:1) NOT = SPACE.
           IF W-LUNG-SIGN < 1
              GO TO 2000-EX
           END-IF.
           MOVE CAR-VISIBILI OF DCL-CWMASCHE TO W-VISIBILI.
           COMPUTE W-NASCOSTI = W-LUNG-SIGN - W-VISIBILI.
           IF W-VISIBILI < 1 OR W-NASCOSTI < 1
              PERFORM 2100-NASCONDI
              GO TO 2000-EX
           END-IF.
           MOVE ALL '*' TO VALORE-CY09 (1:W-NASCOSTI).
       2000-EX. EXIT.

       2010-CERCA-FINE SECTION.
      *---------------*
           CONTINUE.
       2010-EX. EXIT.

       2100-NASCONDI SECTION.
      *-------------*
           MOVE 'N'     TO LIVELLO-CY09.
           MOVE SPACES  TO VALORE-CY09.
           MOVE ALL '*' TO VALORE-CY09 (1:W-LUNG).
       2100-EX. EXIT.

      * -------------------------------------------------------------- *
      * VISUALIZZAZIONE IN CHIARO: UNA RIGA SU CPS04.CWCONSUL CON IL   *
      * CODICE DEL DATO (CONSULTABILE CON CW54DEMO E NEL DOSSIER       *
      * CX28DEMO). UN VALORE VUOTO NON MOSTRA NULLA E NON SI TRACCIA   *
      * -------------------------------------------------------------- *
       3000-TRACCIA-CHIARO SECTION.
      *-------------------*
           IF VALORE-CY09 (1:W-LUNG) = SPACES
              GO TO 3000-EX
           END-IF.
           EXEC CICS ASKTIME    ABSTIME (W-ABSTIME)   END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                DDMMYY  (W-DATE-CONS)
                                TIME    (W-TIME-CONS) END-EXEC.
           MOVE UTENTE-CY09    TO UTENTE     OF DCL-CWCONSUL.
           MOVE EIBTRMID       TO TERMINALE  OF DCL-CWCONSUL.
           MOVE MATRICOLA-CY09 TO COD-MATRICOLA-DIP OF DCL-CWCONSUL.
           MOVE EIBTRNID       TO TRANSID    OF DCL-CWCONSUL.
           MOVE W-DATE-CONS    TO DATA-CONSULTAZIONE OF DCL-CWCONSUL.
           MOVE W-TIME-CONS    TO ORA-CONSULTAZIONE  OF DCL-CWCONSUL.
           MOVE COD-DATO-CY09  TO COD-DATO           OF DCL-CWCONSUL.
           EXEC SQL INSERT INTO CPS04.CWCONSUL
                         VALUES (:DCL-CWCONSUL.UTENTE,
                                 :DCL-CWCONSUL.TERMINALE,
                                 :DCL-CWCONSUL.COD-MATRICOLA-DIP,
                                 :DCL-CWCONSUL.TRANSID,
                                 :DCL-CWCONSUL.DATA-CONSULTAZIONE,
                                 :DCL-CWCONSUL.ORA-CONSULTAZIONE,
                                 :DCL-CWCONSUL.COD-DATO)
           END-EXEC.
       3000-EX. EXIT.

      * -------------------------------------------------------------- *
      * ERRORE DB2: NEL DUBBIO IL DATO NON SI MOSTRA                   *
      * -------------------------------------------------------------- *
       8000-ERRORE SECTION.
      *-----------*
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           PERFORM 2100-NASCONDI.
           MOVE 8 TO RC-CY09.
           PERFORM 9000-FINE.
       8000-EX. EXIT.

       9000-FINE SECTION.
      *---------*
           MOVE AREA-CY09 TO DFHCOMMAREA (1:LL-CY09).
           EXEC CICS RETURN END-EXEC.
       9000-EX. EXIT.
