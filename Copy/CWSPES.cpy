      ******************************************************************
      * DCLGEN TABLE(CPS04.CWSPESE)                                     *
      * COPY            : CWSPES                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWSPESE        *
      *                    (RIGHE SPESA DELLE TRASFERTE CWTRASF: FINO A *
      *                    8 RIGHE PER TRASFERTA, INSERITE E RISCRITTE  *
      *                    DA CX52DEMO INSIEME ALLA TESTATA)            *
      *------------------------------------------------------------------
      * TIPO_SPESA : VI=VIAGGIO  AL=ALLOGGIO  VT=VITTO  TL=TAXI/LOCALI  *
      *              KM=RIMBORSO CHILOMETRICO  AT=ALTRO                 *
      * DOCUMENTATA: S=CON GIUSTIFICATIVO (ESENTE)  N=SENZA (IMPONIBILE)*
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWSPESE TABLE
           ( ID_TRASFERTA                  DECIMAL(7,0) NOT NULL,
             NUM_RIGA                      DECIMAL(3,0) NOT NULL,
             DATA_SPESA                    CHAR(10)     NOT NULL,
             TIPO_SPESA                    CHAR(2)      NOT NULL,
             DESCRIZIONE                   CHAR(30)     NOT NULL,
             IMPORTO                       DECIMAL(7,2) NOT NULL,
             DOCUMENTATA                   CHAR(1)      NOT NULL
           ) END-EXEC.
       01  DCL-CWSPESE.
           10 ID-TRASFERTA                 PIC S9(7)  USAGE COMP-3.
           10 NUM-RIGA                     PIC S9(3)  USAGE COMP-3.
           10 DATA-SPESA                   PIC X(10).
           10 TIPO-SPESA                   PIC X(2).
               88 SPESA-TIPO-VALIDO        VALUE 'VI' 'AL' 'VT'
                                                 'TL' 'KM' 'AT'.
           10 DESCRIZIONE                  PIC X(30).
           10 IMPORTO                      PIC S9(5)V99 USAGE COMP-3.
           10 DOCUMENTATA                  PIC X(1).
               88 SPESA-DOCUMENTATA        VALUE 'S'.
               88 SPESA-NON-DOCUMENTATA    VALUE 'N'.
