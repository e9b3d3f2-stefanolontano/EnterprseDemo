      * AREA COMPETENTE :                                              *
      * OGGETTO         : CARICAMENTO MASSIVO DI NUOVE MATRICOLE        *
      * TIPO OPERAZIONE : BATCH DI CARICAMENTO                         *
      * TABELLE USATE   : CPS04.CWDIPENDENTI, CPS04.CWQUALIF,          *
      *                   CPS04.CWDIPART, CPS04.CWPARAM                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 09/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 22/08/2026 GM  REGISTRAZIONE DEL RUN (INIZIO/FINE/CONTATORI/   *
      *                ESITO) SULLA TABELLA DI CONTROLLO               *
      * 02/09/2026 GM  CONTROLLO STANDARD DI PROPEDEUTICITA' E         *
      *                CALENDARIO DI ESECUZIONE (CWBATDIP/CWRUNCAL,    *
      *                SEZIONI 1905/1906 - VEDI CX39DEMO)              *
      * 15/10/2026 GM  LA MATRICOLA CARICATA PRENDE LA SOCIETA' DEL    *
      *                GRUPPO DEL SUO DIPARTIMENTO; SENZA DIPARTIMENTO *
      *                LA SOCIETA' PRINCIPALE (CWPARAM SOCPRINC)       *
      * 15/10/2026 GM  LA NUOVA COLONNA COD_SEDE NASCE A SPAZI         *
      *                (NESSUNA SEDE): LA SEDE DI LAVORO SI ASSEGNA    *
      *                DA CY25DEMO                                     *
      ******************************************************************
      ******************************************************************
      * PROGRAMMA BATCH CHE LEGGE UN FILE SEQUENZIALE DI NUOVE          *
           05  FILLER                     PIC X       VALUE '-'.
           05  W-GG-ASSUN                 PIC X(2).

      * SOCIETA' PRINCIPALE DEL GRUPPO (CWPARAM SOCPRINC, VEDI 2255)
       01  W-SOC-PRINC                    PIC X(10)   VALUE SPACES.

       01  W-A-NASC-NUM                   PIC 9(4)    VALUE 0.
       01  W-RISULTATO                    PIC 9(4)    VALUE 0.
       01  W-RESTO                        PIC 9(4)    VALUE 0.
           MOVE ND-MM-ASSUN           TO W-MM-ASSUN.
           MOVE ND-GG-ASSUN           TO W-GG-ASSUN.
           MOVE W-DATA-ASSUNZIONE     TO DATA-ASSUNZIONE   OF DCL-CPSDIP.
           PERFORM 2255-SOCIETA-ASSUNTO.

           EXEC SQL INSERT INTO CPS04.CWDIPENDENTI
                         VALUES (:DCL-CPSDIP.COD-MATRICOLA-DIP,
                                 :DCL-CPSDIP.DIPARTIMENTO,
                                 'A',
                                 :DCL-CPSDIP.DATA-ASSUNZIONE,
                                 ' ',
                                 :DCL-CPSDIP.COD-SOCIETA,
                                 ' ')
           END-EXEC.


       2250-EX. EXIT.
      *
      *
       2255-SOCIETA-ASSUNTO SECTION.
      *---------------*
      * ---
      * LA SOCIETA' DATRICE DI LAVORO E' QUELLA DEL DIPARTIMENTO;
      * SENZA DIPARTIMENTO (O CON UN DIPARTIMENTO NON CENSITO) SI
      * ASSUME LA SOCIETA' PRINCIPALE DEL GRUPPO, PARAMETRO SOCPRINC
      * DI CWPARAM (DEFAULT '0001'), COME IN CW18DEMO
      * ---
           MOVE SPACES TO COD-SOCIETA OF DCL-CPSDIP.
           EXEC SQL SELECT COD_SOCIETA
                      INTO :DCL-CPSDIP.COD-SOCIETA
                      FROM  CPS04.CWDIPART
                     WHERE CODICE = :DCL-CPSDIP.DIPARTIMENTO
           END-EXEC.
           IF SQLCODE = 0 AND COD-SOCIETA OF DCL-CPSDIP NOT = SPACES
              GO TO 2255-EX
           END-IF.

           MOVE '0001'   TO COD-SOCIETA OF DCL-CPSDIP.
           MOVE SPACES   TO W-SOC-PRINC.
           EXEC SQL SELECT VALORE_CHAR
                      INTO :W-SOC-PRINC
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'SOCPRINC'
           END-EXEC.
           IF SQLCODE = 0 AND W-SOC-PRINC NOT = SPACES
              MOVE W-SOC-PRINC(1:4) TO COD-SOCIETA OF DCL-CPSDIP
           END-IF.

       2255-EX. EXIT.
      *
      *
       2290-SCRIVI-RIGA-DETT SECTION.
      *---------------*
