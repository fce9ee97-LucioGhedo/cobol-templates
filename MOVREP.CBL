 IDENTIFICATION DIVISION.
 PROGRAM-ID. MOVREP.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* REPORT DEI MOVIMENTI DEI RAPPORTI PER FILIALE: RAPPREP DA'
* LA FOTOGRAFIA DEI RAPPORTI APERTI, QUI SI GUARDA IL MOVIMENTO
* IN UN PERIODO SCELTO DALL'OPERATORE. PER OGNI FILIALE DI
* RAPPORTI.TXT SI STAMPANO IL SALDO INIZIALE (RAPPORTI APERTI
* ALLA VIGILIA DEL PERIODO), LE APERTURE E LE CHIUSURE DEL
* PERIODO, IL NETTO, IL SALDO FINALE E IL TASSO DI ABBANDONO
* (CHIUSURE IN PERCENTO DEL SALDO INIZIALE). LE FILIALI CHE
* CHIUDONO PIU' DELLA SOGLIA SOGLIACHURN DI PARAMS.TXT (LETTA
* COL MODULO COMUNE LEGPAR, 10 PER CENTO SE MANCA) SONO
* SEGNALATE; QUELLE SENZA SALDO INIZIALE LO SONO SE HANNO
* CHIUSURE. IN CODA IL TOTALE AZIENDALE.
* OUTPUT SU MOVREP.TXT E, PER IL FASCICOLO DELLA DIREZIONE, LE
* STESSE RIGHE SU MOVREP.CSV A DELIMITATORI. RETURN-CODE 12 SE
* IL PERIODO NON E' VALIDO, 4 SE LE FILIALI SUPERANO LA TABELLA
* (REPORT INCOMPLETO)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT FILES
     SELECT OPTIONAL RAPPF ASSIGN TO 'RAPPORTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILES
     SELECT REPORTF  ASSIGN TO 'MOVREP.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT CSVF     ASSIGN TO 'MOVREP.CSV'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   RAPPF
      DATA RECORD IS REC-RAPP.
 01 REC-RAPP.
    05 RAPP-COD-PERSONA  PIC 9(6).
    05 RAPP-COD-FILIALE  PIC 9(4).
    05 RAPP-TIPO         PIC X.
    05 RAPP-DATA-APERTURA PIC 9(8).
    05 RAPP-DATA-CHIUSURA PIC 9(8).
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT  PIC X(80).
 FD   CSVF
      DATA RECORD IS REC-CSV.
 01 REC-CSV     PIC X(80).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* CONTATORI PER FILIALE                             *
*****************************************************
 01 MAX-FILIALI       PIC 999 VALUE 100.
 01 TABELLA-FILIALI.
    05 RIGA-FIL OCCURS 1 TO 100 TIMES DEPENDING ON CONT-FIL.
       10 FIL-COD        PIC 9(4).
       10 FIL-CONTEGGI.
          15 FIL-SALDO-INI  PIC 9(5).
          15 FIL-APERTURE   PIC 9(5).
          15 FIL-CHIUSURE   PIC 9(5).
 01 CONT-FIL          PIC 999 VALUE 0.
 01 SCARTATE-FIL      PIC 999 VALUE 0.
 01 IND-FIL           PIC 999 VALUE 0.
 01 TROVATA-FIL       PIC 9 VALUE 0.
 01 RIGA-SCAMBIO      PIC X(19).
 01 IND-ORDINA-1      PIC 999 VALUE 0.
 01 IND-ORDINA-2      PIC 999 VALUE 0.
 01 TOTALI-AZIENDA.
    05 TOT-SALDO-INI  PIC 9(5).
    05 TOT-APERTURE   PIC 9(5).
    05 TOT-CHIUSURE   PIC 9(5).
* CONTATORI DELLA RIGA DA STAMPARE
 01 CONTEGGI-APPOGGIO.
    05 APP-SALDO-INI  PIC 9(5).
    05 APP-APERTURE   PIC 9(5).
    05 APP-CHIUSURE   PIC 9(5).

 01 FINE-FILE         PIC X VALUE SPACES.
 01 DATA-OGGI         PIC 9(8).
 01 ANNO-OGGI         PIC 9(4).
 01 DATA-INIZIO       PIC 9(8) VALUE 0.
 01 DATA-FINE         PIC 9(8) VALUE 0.
 01 ALLA-VIGILIA      PIC 9 VALUE 0.
 01 APERTO-NEL-PERIODO PIC 9 VALUE 0.
 01 CHIUSO-NEL-PERIODO PIC 9 VALUE 0.
 01 NETTO             PIC S9(6) VALUE 0.
 01 SALDO-FINE        PIC S9(6) VALUE 0.
 01 TASSO-CHURN       PIC 9(4)V9 VALUE 0.
 01 SOPRA-SOGLIA      PIC X VALUE 'N'.
 01 SEGNALATE         PIC 999 VALUE 0.
 01 PERCENTO-SOGLIA   PIC 99 VALUE 10.
*****************************************************
* CAMPI DI APPOGGIO PER IL MODULO COMUNE LEGPAR     *
*****************************************************
 01 PAR-CHIAVE        PIC X(12).
 01 PAR-VALORE        PIC X(16).
 01 PAR-NUMERO        PIC 9(7).
 01 PAR-ESITO         PIC X.
*****************************************************
* RIGHE DEL REPORT                                  *
*****************************************************
 01 RIGA-TITOLO.
    05 FILLER         PIC X(35)
       VALUE 'MOVIMENTO RAPPORTI PER FILIALE DAL '.
    05 RT-INIZIO      PIC 9(8).
    05 FILLER         PIC X(4) VALUE ' AL '.
    05 RT-FINE        PIC 9(8).
    05 FILLER         PIC X(25) VALUE SPACES.
 01 RIGA-SOGLIA.
    05 FILLER         PIC X(33)
       VALUE 'SEGNALATE LE FILIALI CHE CHIUDONO'.
    05 FILLER         PIC X(9) VALUE ' OLTRE IL'.
    05 RS-SOGLIA      PIC ZZ9.
    05 FILLER         PIC X(35)
       VALUE ' % DEL SALDO INIZIALE'.
 01 RIGA-TESTATA.
    05 FILLER         PIC X(7) VALUE 'FILIALE'.
    05 FILLER         PIC X(6) VALUE ' S.INI'.
    05 FILLER         PIC X(8) VALUE '  APERT.'.
    05 FILLER         PIC X(8) VALUE '  CHIUS.'.
    05 FILLER         PIC X(9) VALUE '    NETTO'.
    05 FILLER         PIC X(8) VALUE '  S.FIN.'.
    05 FILLER         PIC X(10) VALUE '   CHURN %'.
    05 FILLER         PIC X(24) VALUE SPACES.
* LA STESSA RIGA SERVE PER LE FILIALI E PER IL TOTALE
 01 RIGA-MOVIMENTO.
    05 RM-COD         PIC X(4).
    05 FILLER         PIC X(3) VALUE SPACES.
    05 RM-SALDO-INI   PIC ZZZZZ9.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RM-APERTURE    PIC ZZZZZ9.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RM-CHIUSURE    PIC ZZZZZ9.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RM-NETTO       PIC ------9.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RM-SALDO-FIN   PIC -----9.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RM-CHURN-GRUPPO.
       10 RM-CHURN    PIC ZZZ9.9.
       10 RM-CHURN-SEGNO PIC X(2).
    05 RM-CHURN-ND REDEFINES RM-CHURN-GRUPPO PIC X(8).
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RM-SEGNALA     PIC X(12).
    05 FILLER         PIC X(10) VALUE SPACES.
 01 RIGA-TOTALE.
    05 RTO-TESTO      PIC X(40).
    05 RTO-CONTA      PIC ZZZZ9.
    05 FILLER         PIC X(35) VALUE SPACES.
*****************************************************
* CAMPI DELLA RIGA CSV                              *
*****************************************************
 01 CSV-COD           PIC X(4).
 01 CSV-SALDO-INI     PIC 9(5).
 01 CSV-APERTURE      PIC 9(5).
 01 CSV-CHIUSURE      PIC 9(5).
 01 CSV-NETTO         PIC S9(6) SIGN LEADING SEPARATE.
 01 CSV-SALDO-FIN     PIC S9(6) SIGN LEADING SEPARATE.
 01 CSV-CHURN         PIC 9999.9.
 01 CSV-CHURN-X REDEFINES CSV-CHURN PIC X(6).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      PERFORM LEGGI-PARAMETRI THRU FINE-LEGGI-PARAMETRI.
      PERFORM CHIEDI-PERIODO THRU FINE-CHIEDI-PERIODO.
      IF DATA-INIZIO > DATA-FINE
           DISPLAY 'PERIODO NON VALIDO: INIZIO DOPO LA FINE'
           MOVE 12 TO RETURN-CODE
      ELSE
           MOVE ZEROS TO TOTALI-AZIENDA
           MOVE SPACES TO FINE-FILE
           OPEN INPUT RAPPF
           READ RAPPF AT END MOVE 'S' TO FINE-FILE END-READ
           PERFORM ESAMINA-RAPPORTO THRU FINE-ESAMINA-RAPPORTO
                UNTIL FINE-FILE = 'S'
           CLOSE RAPPF
           PERFORM ORDINA-FILIALI THRU FINE-ORDINA-FILIALI
           PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT
      END-IF.

      GOBACK.
*****************************************************
* SOGLIA PERCENTO DAL FILE PARAMETRI: CON PARAMETRO *
* ASSENTE O FUORI DAL RANGE 1-99 RESTA IL DEFAULT   *
* COMPILATO                                         *
*****************************************************
 LEGGI-PARAMETRI.
     MOVE 'SOGLIACHURN' TO PAR-CHIAVE.
     CALL 'LEGPAR' USING PAR-CHIAVE PAR-VALORE PAR-NUMERO
                         PAR-ESITO.
     IF PAR-ESITO = 'S' AND PAR-NUMERO > 0 AND PAR-NUMERO < 100
          MOVE PAR-NUMERO TO PERCENTO-SOGLIA
     END-IF.
 FINE-LEGGI-PARAMETRI.
      EXIT.
*****************************************************
* PERIODO: SENZA INIZIO SI PARTE DAL PRIMO GENNAIO, *
* SENZA FINE SI ARRIVA A OGGI                       *
*****************************************************
 CHIEDI-PERIODO.
     DISPLAY 'DATA INIZIALE (AAAAMMGG, 0 = PRIMO GENNAIO): '.
     ACCEPT DATA-INIZIO.
     IF DATA-INIZIO = 0
          MOVE DATA-OGGI(1:4) TO ANNO-OGGI
          COMPUTE DATA-INIZIO = ANNO-OGGI * 10000 + 0101
     END-IF.
     DISPLAY 'DATA FINALE (AAAAMMGG, 0 = OGGI): '.
     ACCEPT DATA-FINE.
     IF DATA-FINE = 0
          MOVE DATA-OGGI TO DATA-FINE
     END-IF.
 FINE-CHIEDI-PERIODO.
      EXIT.
*****************************************************
* UN RAPPORTO: NEL SALDO INIZIALE SE ERA APERTO     *
* ALLA VIGILIA DEL PERIODO, POI APERTURA E CHIUSURA *
* SE CADONO NEL PERIODO                             *
*****************************************************
 ESAMINA-RAPPORTO.
     MOVE 0 TO ALLA-VIGILIA.
     MOVE 0 TO APERTO-NEL-PERIODO.
     MOVE 0 TO CHIUSO-NEL-PERIODO.
     IF RAPP-DATA-APERTURA < DATA-INIZIO
        AND (RAPP-DATA-CHIUSURA = 0
             OR RAPP-DATA-CHIUSURA >= DATA-INIZIO)
          MOVE 1 TO ALLA-VIGILIA
     END-IF.
     IF RAPP-DATA-APERTURA >= DATA-INIZIO
        AND RAPP-DATA-APERTURA <= DATA-FINE
          MOVE 1 TO APERTO-NEL-PERIODO
     END-IF.
     IF RAPP-DATA-CHIUSURA >= DATA-INIZIO
        AND RAPP-DATA-CHIUSURA <= DATA-FINE
          MOVE 1 TO CHIUSO-NEL-PERIODO
     END-IF.
     IF ALLA-VIGILIA = 1 OR APERTO-NEL-PERIODO = 1
        OR CHIUSO-NEL-PERIODO = 1
          PERFORM TROVA-FILIALE THRU FINE-TROVA-FILIALE
          IF TROVATA-FIL = 1
               ADD ALLA-VIGILIA       TO FIL-SALDO-INI(IND-FIL)
               ADD APERTO-NEL-PERIODO TO FIL-APERTURE(IND-FIL)
               ADD CHIUSO-NEL-PERIODO TO FIL-CHIUSURE(IND-FIL)
          END-IF
          ADD ALLA-VIGILIA       TO TOT-SALDO-INI
          ADD APERTO-NEL-PERIODO TO TOT-APERTURE
          ADD CHIUSO-NEL-PERIODO TO TOT-CHIUSURE
     END-IF.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE.
 FINE-ESAMINA-RAPPORTO.
      EXIT.
*****************************************************
* LASCIA IND-FIL SUL POSTO IN TABELLA DELLA FILIALE *
* DEL RAPPORTO (NUOVO SE NON C'ERA ANCORA)          *
*****************************************************
 TROVA-FILIALE.
     MOVE 0 TO TROVATA-FIL.
     MOVE 1 TO IND-FIL.
     PERFORM CERCA-FILIALE THRU FINE-CERCA-FILIALE
          UNTIL IND-FIL > CONT-FIL OR TROVATA-FIL = 1.
     IF TROVATA-FIL = 0
          IF CONT-FIL = MAX-FILIALI
               ADD 1 TO SCARTATE-FIL
          ELSE
               ADD 1 TO CONT-FIL
               MOVE RAPP-COD-FILIALE TO FIL-COD(CONT-FIL)
               MOVE ZEROS TO FIL-CONTEGGI(CONT-FIL)
               MOVE CONT-FIL TO IND-FIL
               MOVE 1 TO TROVATA-FIL
          END-IF
     END-IF.
 FINE-TROVA-FILIALE.
      EXIT.
 CERCA-FILIALE.
     IF FIL-COD(IND-FIL) = RAPP-COD-FILIALE
          MOVE 1 TO TROVATA-FIL
     ELSE
          ADD 1 TO IND-FIL
     END-IF.
 FINE-CERCA-FILIALE.
      EXIT.
* BOLLA DI CONFRONTO SUL CODICE FILIALE, COME FA NOTTURNO
 ORDINA-FILIALI.
     MOVE 0 TO IND-ORDINA-1.
     PERFORM ORDINA-GIRO THRU FINE-ORDINA-GIRO
          UNTIL IND-ORDINA-1 >= CONT-FIL.
 FINE-ORDINA-FILIALI.
      EXIT.
 ORDINA-GIRO.
     COMPUTE IND-ORDINA-1 = IND-ORDINA-1 + 1.
     COMPUTE IND-ORDINA-2 = IND-ORDINA-1 + 1.
     PERFORM ORDINA-SCAMBIO THRU FINE-ORDINA-SCAMBIO
          UNTIL IND-ORDINA-2 > CONT-FIL.
 FINE-ORDINA-GIRO.
      EXIT.
 ORDINA-SCAMBIO.
     IF FIL-COD(IND-ORDINA-1) > FIL-COD(IND-ORDINA-2)
          MOVE RIGA-FIL(IND-ORDINA-1) TO RIGA-SCAMBIO
          MOVE RIGA-FIL(IND-ORDINA-2) TO RIGA-FIL(IND-ORDINA-1)
          MOVE RIGA-SCAMBIO TO RIGA-FIL(IND-ORDINA-2)
     END-IF.
     COMPUTE IND-ORDINA-2 = IND-ORDINA-2 + 1.
 FINE-ORDINA-SCAMBIO.
      EXIT.
*****************************************************
* UNA RIGA PER FILIALE IN ORDINE DI CODICE E IL     *
* TOTALE, SUL REPORT E SUL CSV                      *
*****************************************************
 STAMPA-REPORT.
     OPEN OUTPUT REPORTF.
     OPEN OUTPUT CSVF.
     MOVE DATA-INIZIO TO RT-INIZIO.
     MOVE DATA-FINE TO RT-FINE.
     WRITE REC-REPORT FROM RIGA-TITOLO.
     MOVE PERCENTO-SOGLIA TO RS-SOGLIA.
     WRITE REC-REPORT FROM RIGA-SOGLIA.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     WRITE REC-REPORT FROM RIGA-TESTATA.
     MOVE SPACES TO REC-CSV.
     STRING 'FILIALE,SALDO INIZIALE,APERTURE,CHIUSURE,NETTO,'
                 DELIMITED BY SIZE
            'SALDO FINALE,CHURN %,SEGNALATA' DELIMITED BY SIZE
            INTO REC-CSV
     END-STRING.
     WRITE REC-CSV.
     MOVE 1 TO IND-FIL.
     PERFORM STAMPA-FILIALE THRU FINE-STAMPA-FILIALE
          UNTIL IND-FIL > CONT-FIL.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'TOT.' TO RM-COD.
     MOVE TOTALI-AZIENDA TO CONTEGGI-APPOGGIO.
     PERFORM STAMPA-MOVIMENTO THRU FINE-STAMPA-MOVIMENTO.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'FILIALI SEGNALATE SOPRA SOGLIA:' TO RTO-TESTO.
     MOVE SEGNALATE TO RTO-CONTA.
     WRITE REC-REPORT FROM RIGA-TOTALE.
     IF SCARTATE-FIL > 0
          MOVE 'FILIALI OLTRE LA TABELLA (SOLO NEL TOTALE):'
               TO RTO-TESTO
          MOVE SCARTATE-FIL TO RTO-CONTA
          WRITE REC-REPORT FROM RIGA-TOTALE
          MOVE 4 TO RETURN-CODE
     ELSE
          MOVE 0 TO RETURN-CODE
     END-IF.
     CLOSE REPORTF.
     CLOSE CSVF.
     DISPLAY 'MOVIMENTI DAL ' DATA-INIZIO ' AL ' DATA-FINE
             ': APERTURE ' TOT-APERTURE ', CHIUSURE ' TOT-CHIUSURE.
     DISPLAY 'FILIALI SEGNALATE SOPRA SOGLIA: ' SEGNALATE.
 FINE-STAMPA-REPORT.
      EXIT.
 STAMPA-FILIALE.
     MOVE FIL-COD(IND-FIL) TO RM-COD.
     MOVE FIL-CONTEGGI(IND-FIL) TO CONTEGGI-APPOGGIO.
     PERFORM STAMPA-MOVIMENTO THRU FINE-STAMPA-MOVIMENTO.
     IF SOPRA-SOGLIA = 'S'
          ADD 1 TO SEGNALATE
     END-IF.
     ADD 1 TO IND-FIL.
 FINE-STAMPA-FILIALE.
      EXIT.
*****************************************************
* NETTO, SALDO FINALE, TASSO DI ABBANDONO E         *
* SEGNALAZIONE DI UNA RIGA; LA STESSA RIGA VA SUL   *
* CSV                                               *
*****************************************************
 STAMPA-MOVIMENTO.
     COMPUTE NETTO = APP-APERTURE - APP-CHIUSURE.
     COMPUTE SALDO-FINE = APP-SALDO-INI + NETTO.
     MOVE APP-SALDO-INI TO RM-SALDO-INI.
     MOVE APP-APERTURE  TO RM-APERTURE.
     MOVE APP-CHIUSURE  TO RM-CHIUSURE.
     MOVE NETTO         TO RM-NETTO.
     MOVE SALDO-FINE    TO RM-SALDO-FIN.
     MOVE 'N' TO SOPRA-SOGLIA.
     IF APP-SALDO-INI = 0
          MOVE '    N.D.' TO RM-CHURN-ND
          MOVE SPACES TO CSV-CHURN-X
          IF APP-CHIUSURE > 0
               MOVE 'S' TO SOPRA-SOGLIA
          END-IF
     ELSE
          COMPUTE TASSO-CHURN ROUNDED =
                  APP-CHIUSURE * 100 / APP-SALDO-INI
          MOVE TASSO-CHURN TO RM-CHURN
          MOVE ' %' TO RM-CHURN-SEGNO
          MOVE TASSO-CHURN TO CSV-CHURN
          IF TASSO-CHURN > PERCENTO-SOGLIA
               MOVE 'S' TO SOPRA-SOGLIA
          END-IF
     END-IF.
     IF SOPRA-SOGLIA = 'S'
          MOVE 'SOPRA SOGLIA' TO RM-SEGNALA
     ELSE
          MOVE SPACES TO RM-SEGNALA
     END-IF.
     WRITE REC-REPORT FROM RIGA-MOVIMENTO.
     MOVE RM-COD        TO CSV-COD.
     MOVE APP-SALDO-INI TO CSV-SALDO-INI.
     MOVE APP-APERTURE  TO CSV-APERTURE.
     MOVE APP-CHIUSURE  TO CSV-CHIUSURE.
     MOVE NETTO         TO CSV-NETTO.
     MOVE SALDO-FINE    TO CSV-SALDO-FIN.
     MOVE SPACES TO REC-CSV.
     STRING CSV-COD       DELIMITED BY SIZE
            ','           DELIMITED BY SIZE
            CSV-SALDO-INI DELIMITED BY SIZE
            ','           DELIMITED BY SIZE
            CSV-APERTURE  DELIMITED BY SIZE
            ','           DELIMITED BY SIZE
            CSV-CHIUSURE  DELIMITED BY SIZE
            ','           DELIMITED BY SIZE
            CSV-NETTO     DELIMITED BY SIZE
            ','           DELIMITED BY SIZE
            CSV-SALDO-FIN DELIMITED BY SIZE
            ','           DELIMITED BY SIZE
            CSV-CHURN-X   DELIMITED BY SPACE
            ','           DELIMITED BY SIZE
            SOPRA-SOGLIA  DELIMITED BY SIZE
            INTO REC-CSV
     END-STRING.
     WRITE REC-CSV.
 FINE-STAMPA-MOVIMENTO.
      EXIT.
