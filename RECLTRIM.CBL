 IDENTIFICATION DIVISION.
 PROGRAM-ID. RECLTRIM.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* RIEPILOGO TRIMESTRALE DEI RECLAMI (RECLAMI.TXT, GESRECL): PER
* OGNI FILIALE QUANTI RECLAMI SONO STATI RICEVUTI NEL TRIMESTRE
* PER CATEGORIA (S SERVIZIO, E CONDIZIONI ECONOMICHE, P
* PRODOTTI, D DATI PERSONALI, A ALTRO) E IN TOTALE, E SOTTO LO
* STESSO CONTEGGIO RIPORTATO PER ZONA COME IN REPFIL
* (ZONEMST.TXT + FILZONE.TXT); LE FILIALI SENZA ZONA FANNO RIGA
* A PARTE. SI CHIEDONO ANNO E TRIMESTRE; CON 0 SI PRENDE IL
* TRIMESTRE CHIUSO PIU' RECENTE. OUTPUT SU RECLTRIM.TXT;
* RETURN-CODE 4 SE LE FILIALI SUPERANO LA TABELLA, 12 SE IL
* TRIMESTRE CHIESTO NON E' VALIDO
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT FILES
     SELECT OPTIONAL RECLF ASSIGN TO 'RECLAMI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* GERARCHIA DI ZONA; OPTIONAL PERCHE' LE ZONE POSSONO NON
* ESSERE ANCORA STATE CENSITE
     SELECT OPTIONAL ZONEF ASSIGN TO 'ZONEMST.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL FILZF ASSIGN TO 'FILZONE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE
     SELECT REPORTF  ASSIGN TO 'RECLTRIM.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   RECLF
      DATA RECORD IS REC-RECL.
 01 REC-RECL.
    COPY RECLAMO.
 FD   ZONEF
      DATA RECORD IS REC-ZONE.
 01 REC-ZONE.
    05 ZONA-COD       PIC 99.
    05 ZONA-DESC      PIC X(16).
 FD   FILZF
      DATA RECORD IS REC-FILZ.
 01 REC-FILZ.
    05 FZ-COD-FILIALE PIC 9(4).
    05 FZ-ZONA        PIC 99.
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT  PIC X(80).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* TRIMESTRE RICHIESTO E SUO INTERVALLO DI DATE      *
*****************************************************
 01 ANNO-INPUT        PIC 9(4) VALUE 0.
 01 TRIMESTRE-INPUT   PIC 9 VALUE 0.
 01 MESE-OGGI         PIC 99.
 01 DATA-INIZIO       PIC 9(8).
 01 DATA-FINE         PIC 9(8).
 01 DATA-OGGI         PIC 9(8).
 01 FINE-FILE         PIC X VALUE SPACES.
*****************************************************
* CONTATORI PER FILIALE: UNO PER CATEGORIA NELL'    *
* ORDINE S E P D A                                  *
*****************************************************
 01 MAX-FILIALI       PIC 999 VALUE 100.
 01 TABELLA-FILIALI.
    05 RIGA-FIL OCCURS 1 TO 100 TIMES DEPENDING ON CONT-FIL.
       10 FIL-COD        PIC 9(4).
       10 FIL-CONTEGGI.
          15 FIL-CONTA   PIC 9(5) OCCURS 5 TIMES.
 01 CONT-FIL          PIC 999 VALUE 0.
 01 SCARTATE-FIL      PIC 999 VALUE 0.
 01 IND-FIL           PIC 999 VALUE 0.
 01 TROVATA-FIL       PIC 9 VALUE 0.
 01 IND-CAT           PIC 9 VALUE 0.
 01 RIGA-SCAMBIO      PIC X(29).
 01 IND-ORDINA-1      PIC 999 VALUE 0.
 01 IND-ORDINA-2      PIC 999 VALUE 0.
*****************************************************
* GERARCHIA DI ZONA IN TABELLA, COME IN REPFIL, CON *
* I CONTATORI PER CATEGORIA                         *
*****************************************************
 01 MAX-ZONE          PIC 99 VALUE 50.
 01 TABELLA-ZONE.
    05 RIGA-ZONA OCCURS 1 TO 50 TIMES DEPENDING ON CONT-ZONE.
       10 TAB-ZONA-COD    PIC 99.
       10 TAB-ZONA-DESC   PIC X(16).
       10 TAB-ZONA-CONTEGGI.
          15 TAB-ZONA-CONTA PIC 9(5) OCCURS 5 TIMES.
 01 CONT-ZONE         PIC 99 VALUE 0.
 01 MAX-ASSEGNAZIONI  PIC 999 VALUE 200.
 01 TABELLA-ASSEGNAZIONI.
    05 RIGA-ASS OCCURS 1 TO 200 TIMES DEPENDING ON CONT-ASS.
       10 TAB-ASS-FILIALE PIC 9(4).
       10 TAB-ASS-ZONA    PIC 99.
 01 CONT-ASS          PIC 999 VALUE 0.
 01 IND-ZONA          PIC 99 VALUE 0.
 01 IND-ASS           PIC 999 VALUE 0.
 01 TROVATA-ZONA      PIC 9 VALUE 0.
 01 ZONA-DELLA-FILIALE PIC 99 VALUE 0.
 01 FINE-ZONE         PIC X VALUE SPACES.
 01 SENZA-ZONA.
    05 SZ-CONTA       PIC 9(5) OCCURS 5 TIMES.
 01 TOTALI-AZIENDA.
    05 TOT-CONTA      PIC 9(5) OCCURS 5 TIMES.
 01 RECLAMI-TRIMESTRE PIC 9(5) VALUE 0.
*****************************************************
* RIGHE DEL REPORT                                  *
*****************************************************
 01 RIGA-TITOLO.
    05 FILLER         PIC X(27)
       VALUE 'RECLAMI RICEVUTI NEL TRIM. '.
    05 RT-TRIMESTRE   PIC 9.
    05 FILLER         PIC X VALUE '/'.
    05 RT-ANNO        PIC 9(4).
    05 FILLER         PIC X(5) VALUE ' DAL '.
    05 RT-INIZIO      PIC 9(8).
    05 FILLER         PIC X(4) VALUE ' AL '.
    05 RT-FINE        PIC 9(8).
    05 FILLER         PIC X(22) VALUE SPACES.
 01 RIGA-TESTATA.
    05 FILLER         PIC X(40)
       VALUE 'FILIALE                    SERV.  ECON. '.
    05 FILLER         PIC X(40)
       VALUE ' PROD.  DATI  ALTRO  TOTALE'.
* LA STESSA RIGA SERVE PER FILIALI, ZONE E TOTALE: RC-COD E
* RC-DESC PORTANO IL CODICE E LA DESCRIZIONE DEL RAGGRUPPAMENTO
 01 RIGA-CONTEGGI.
    05 RC-COD         PIC X(4).
    05 FILLER         PIC X VALUE SPACE.
    05 RC-DESC        PIC X(16).
    05 FILLER         PIC X(4) VALUE SPACES.
    05 RC-CONTA-GRUPPO OCCURS 5 TIMES.
       10 RC-CONTA    PIC ZZZZ9.
       10 FILLER      PIC X(2).
    05 RC-TOTALE      PIC ZZZZZ9.
    05 FILLER         PIC X(14) VALUE SPACES.
 01 TOTALE-RIGA       PIC 9(6) VALUE 0.
* CONTATORI DELLA RIGA DA STAMPARE, NELL'ORDINE DELLE COLONNE
 01 CONTEGGI-APPOGGIO.
    05 APP-CONTA      PIC 9(5) OCCURS 5 TIMES.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      PERFORM CHIEDI-TRIMESTRE THRU FINE-CHIEDI-TRIMESTRE.
      IF TRIMESTRE-INPUT < 1 OR TRIMESTRE-INPUT > 4
           DISPLAY 'TRIMESTRE NON VALIDO'
           MOVE 12 TO RETURN-CODE
      ELSE
           MOVE ZEROS TO TOTALI-AZIENDA
           MOVE ZEROS TO SENZA-ZONA
           PERFORM CARICA-ZONE THRU FINE-CARICA-ZONE
           PERFORM CARICA-ASSEGNAZIONI
                THRU FINE-CARICA-ASSEGNAZIONI
           MOVE SPACES TO FINE-FILE
           OPEN INPUT RECLF
           READ RECLF AT END MOVE 'S' TO FINE-FILE END-READ
           PERFORM ESAMINA-RECLAMO THRU FINE-ESAMINA-RECLAMO
                UNTIL FINE-FILE = 'S'
           CLOSE RECLF
           PERFORM ORDINA-FILIALI THRU FINE-ORDINA-FILIALI
           PERFORM ACCUMULA-ZONE THRU FINE-ACCUMULA-ZONE
           PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT
      END-IF.

      GOBACK.
*****************************************************
* ANNO E TRIMESTRE; CON TRIMESTRE 0 SI PRENDE QUELLO*
* PRIMA DEL TRIMESTRE IN CORSO (DI GENNAIO-MARZO E' *
* IL QUARTO DELL'ANNO PRIMA)                        *
*****************************************************
 CHIEDI-TRIMESTRE.
     DISPLAY 'TRIMESTRE (1-4, 0 = ULTIMO CHIUSO): '.
     ACCEPT TRIMESTRE-INPUT.
     IF TRIMESTRE-INPUT = 0
          MOVE DATA-OGGI(1:4) TO ANNO-INPUT
          MOVE DATA-OGGI(5:2) TO MESE-OGGI
          COMPUTE TRIMESTRE-INPUT = (MESE-OGGI - 1) / 3
          IF TRIMESTRE-INPUT = 0
               MOVE 4 TO TRIMESTRE-INPUT
               SUBTRACT 1 FROM ANNO-INPUT
          END-IF
     ELSE
          DISPLAY 'ANNO (AAAA, 0 = ANNO IN CORSO): '
          ACCEPT ANNO-INPUT
          IF ANNO-INPUT = 0
               MOVE DATA-OGGI(1:4) TO ANNO-INPUT
          END-IF
     END-IF.
     COMPUTE DATA-INIZIO = ANNO-INPUT * 10000
             + ((TRIMESTRE-INPUT - 1) * 3 + 1) * 100 + 1.
     EVALUATE TRIMESTRE-INPUT
          WHEN 1
               COMPUTE DATA-FINE = ANNO-INPUT * 10000 + 0331
          WHEN 2
               COMPUTE DATA-FINE = ANNO-INPUT * 10000 + 0630
          WHEN 3
               COMPUTE DATA-FINE = ANNO-INPUT * 10000 + 0930
          WHEN OTHER
               COMPUTE DATA-FINE = ANNO-INPUT * 10000 + 1231
     END-EVALUATE.
 FINE-CHIEDI-TRIMESTRE.
      EXIT.
*****************************************************
* CARICA LA GERARCHIA DI ZONA (ZONEMST.TXT E        *
* FILZONE.TXT) NELLE TABELLE; SENZA FILE LE TABELLE *
* RESTANO VUOTE E IL RIEPILOGO PER ZONA NON ESCE    *
*****************************************************
 CARICA-ZONE.
     MOVE SPACES TO FINE-ZONE.
     OPEN INPUT ZONEF.
     READ ZONEF AT END MOVE 'S' TO FINE-ZONE END-READ.
     PERFORM CARICA-ZONA-RIGA THRU FINE-CARICA-ZONA-RIGA
          UNTIL FINE-ZONE = 'S'.
     CLOSE ZONEF.
 FINE-CARICA-ZONE.
      EXIT.
 CARICA-ZONA-RIGA.
     IF CONT-ZONE < MAX-ZONE
          ADD 1 TO CONT-ZONE
          MOVE ZONA-COD  TO TAB-ZONA-COD(CONT-ZONE)
          MOVE ZONA-DESC TO TAB-ZONA-DESC(CONT-ZONE)
          MOVE 1 TO IND-CAT
          PERFORM AZZERA-ZONA THRU FINE-AZZERA-ZONA
               UNTIL IND-CAT > 5
     END-IF.
     READ ZONEF AT END MOVE 'S' TO FINE-ZONE.
 FINE-CARICA-ZONA-RIGA.
      EXIT.
 AZZERA-ZONA.
     MOVE 0 TO TAB-ZONA-CONTA(CONT-ZONE, IND-CAT).
     ADD 1 TO IND-CAT.
 FINE-AZZERA-ZONA.
      EXIT.
 CARICA-ASSEGNAZIONI.
     MOVE SPACES TO FINE-ZONE.
     OPEN INPUT FILZF.
     READ FILZF AT END MOVE 'S' TO FINE-ZONE END-READ.
     PERFORM CARICA-ASS-RIGA THRU FINE-CARICA-ASS-RIGA
          UNTIL FINE-ZONE = 'S'.
     CLOSE FILZF.
 FINE-CARICA-ASSEGNAZIONI.
      EXIT.
 CARICA-ASS-RIGA.
     IF CONT-ASS < MAX-ASSEGNAZIONI
          ADD 1 TO CONT-ASS
          MOVE FZ-COD-FILIALE TO TAB-ASS-FILIALE(CONT-ASS)
          MOVE FZ-ZONA        TO TAB-ASS-ZONA(CONT-ASS)
     END-IF.
     READ FILZF AT END MOVE 'S' TO FINE-ZONE.
 FINE-CARICA-ASS-RIGA.
      EXIT.
*****************************************************
* UN RECLAMO: CONTA SOLO SE RICEVUTO NEL TRIMESTRE, *
* SULLA SUA FILIALE E CATEGORIA (CATEGORIE IGNOTE   *
* VANNO IN ALTRO)                                   *
*****************************************************
 ESAMINA-RECLAMO.
     IF RCL-RICEZIONE >= DATA-INIZIO
        AND RCL-RICEZIONE <= DATA-FINE
          ADD 1 TO RECLAMI-TRIMESTRE
          EVALUATE RCL-CATEGORIA
               WHEN 'S'
                    MOVE 1 TO IND-CAT
               WHEN 'E'
                    MOVE 2 TO IND-CAT
               WHEN 'P'
                    MOVE 3 TO IND-CAT
               WHEN 'D'
                    MOVE 4 TO IND-CAT
               WHEN OTHER
                    MOVE 5 TO IND-CAT
          END-EVALUATE
          ADD 1 TO TOT-CONTA(IND-CAT)
          PERFORM TROVA-FILIALE THRU FINE-TROVA-FILIALE
          IF TROVATA-FIL = 1
               ADD 1 TO FIL-CONTA(IND-FIL, IND-CAT)
          END-IF
     END-IF.
     READ RECLF AT END MOVE 'S' TO FINE-FILE.
 FINE-ESAMINA-RECLAMO.
      EXIT.
*****************************************************
* LASCIA IND-FIL SUL POSTO DELLA FILIALE DEL        *
* RECLAMO (NUOVO SE NON C'ERA ANCORA)               *
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
               MOVE RCL-FILIALE TO FIL-COD(CONT-FIL)
               MOVE 0 TO FIL-CONTA(CONT-FIL, 1)
               MOVE 0 TO FIL-CONTA(CONT-FIL, 2)
               MOVE 0 TO FIL-CONTA(CONT-FIL, 3)
               MOVE 0 TO FIL-CONTA(CONT-FIL, 4)
               MOVE 0 TO FIL-CONTA(CONT-FIL, 5)
               MOVE CONT-FIL TO IND-FIL
               MOVE 1 TO TROVATA-FIL
          END-IF
     END-IF.
 FINE-TROVA-FILIALE.
      EXIT.
 CERCA-FILIALE.
     IF FIL-COD(IND-FIL) = RCL-FILIALE
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
* RIPORTA I CONTATORI DI OGNI FILIALE SULLA SUA     *
* ZONA; LE FILIALI SENZA ASSEGNAZIONE (O CON ZONA   *
* NON CENSITA) FINISCONO NEI CONTATORI SENZA ZONA   *
*****************************************************
 ACCUMULA-ZONE.
     MOVE 1 TO IND-FIL.
     PERFORM ACCUMULA-FILIALE THRU FINE-ACCUMULA-FILIALE
          UNTIL IND-FIL > CONT-FIL.
 FINE-ACCUMULA-ZONE.
      EXIT.
 ACCUMULA-FILIALE.
     MOVE 0 TO ZONA-DELLA-FILIALE.
     MOVE 0 TO TROVATA-ZONA.
     MOVE 1 TO IND-ASS.
     PERFORM CERCA-ASSEGNAZIONE THRU FINE-CERCA-ASSEGNAZIONE
          UNTIL IND-ASS > CONT-ASS OR TROVATA-ZONA = 1.
     IF TROVATA-ZONA = 1
          MOVE 0 TO TROVATA-ZONA
          MOVE 1 TO IND-ZONA
          PERFORM CERCA-ZONA THRU FINE-CERCA-ZONA
               UNTIL IND-ZONA > CONT-ZONE OR TROVATA-ZONA = 1
     END-IF.
     MOVE 1 TO IND-CAT.
     PERFORM ACCUMULA-CATEGORIA THRU FINE-ACCUMULA-CATEGORIA
          UNTIL IND-CAT > 5.
     ADD 1 TO IND-FIL.
 FINE-ACCUMULA-FILIALE.
      EXIT.
 ACCUMULA-CATEGORIA.
     IF TROVATA-ZONA = 1
          ADD FIL-CONTA(IND-FIL, IND-CAT)
               TO TAB-ZONA-CONTA(IND-ZONA, IND-CAT)
     ELSE
          ADD FIL-CONTA(IND-FIL, IND-CAT) TO SZ-CONTA(IND-CAT)
     END-IF.
     ADD 1 TO IND-CAT.
 FINE-ACCUMULA-CATEGORIA.
      EXIT.
 CERCA-ASSEGNAZIONE.
     IF TAB-ASS-FILIALE(IND-ASS) = FIL-COD(IND-FIL)
          MOVE 1 TO TROVATA-ZONA
          MOVE TAB-ASS-ZONA(IND-ASS) TO ZONA-DELLA-FILIALE
     ELSE
          ADD 1 TO IND-ASS
     END-IF.
 FINE-CERCA-ASSEGNAZIONE.
      EXIT.
 CERCA-ZONA.
     IF TAB-ZONA-COD(IND-ZONA) = ZONA-DELLA-FILIALE
          MOVE 1 TO TROVATA-ZONA
     ELSE
          ADD 1 TO IND-ZONA
     END-IF.
 FINE-CERCA-ZONA.
      EXIT.
*****************************************************
* UNA RIGA PER FILIALE E IL TOTALE, POI IL          *
* RIEPILOGO PER ZONA SE LE ZONE SONO CENSITE        *
*****************************************************
 STAMPA-REPORT.
     OPEN OUTPUT REPORTF.
     MOVE SPACES TO RIGA-CONTEGGI.
     MOVE TRIMESTRE-INPUT TO RT-TRIMESTRE.
     MOVE ANNO-INPUT TO RT-ANNO.
     MOVE DATA-INIZIO TO RT-INIZIO.
     MOVE DATA-FINE TO RT-FINE.
     WRITE REC-REPORT FROM RIGA-TITOLO.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     WRITE REC-REPORT FROM RIGA-TESTATA.
     MOVE 1 TO IND-FIL.
     PERFORM STAMPA-FILIALE THRU FINE-STAMPA-FILIALE
          UNTIL IND-FIL > CONT-FIL.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'TOT.' TO RC-COD.
     MOVE SPACES TO RC-DESC.
     MOVE TOTALI-AZIENDA TO CONTEGGI-APPOGGIO.
     PERFORM STAMPA-CONTEGGI THRU FINE-STAMPA-CONTEGGI.
     IF CONT-ZONE > 0
          PERFORM RIEPILOGO-ZONE THRU FINE-RIEPILOGO-ZONE
     END-IF.
     IF SCARTATE-FIL > 0
          MOVE 'FILIALI OLTRE LA TABELLA: SOLO NEL TOTALE'
               TO REC-REPORT
          WRITE REC-REPORT
          MOVE 4 TO RETURN-CODE
     ELSE
          MOVE 0 TO RETURN-CODE
     END-IF.
     CLOSE REPORTF.
     DISPLAY 'RECLAMI DEL TRIMESTRE ' TRIMESTRE-INPUT '/'
             ANNO-INPUT ': ' RECLAMI-TRIMESTRE.
 FINE-STAMPA-REPORT.
      EXIT.
 STAMPA-FILIALE.
     MOVE FIL-COD(IND-FIL) TO RC-COD.
     MOVE SPACES TO RC-DESC.
     MOVE FIL-CONTEGGI(IND-FIL) TO CONTEGGI-APPOGGIO.
     PERFORM STAMPA-CONTEGGI THRU FINE-STAMPA-CONTEGGI.
     ADD 1 TO IND-FIL.
 FINE-STAMPA-FILIALE.
      EXIT.
 STAMPA-CONTEGGI.
     MOVE 0 TO TOTALE-RIGA.
     MOVE 1 TO IND-CAT.
     PERFORM STAMPA-CATEGORIA THRU FINE-STAMPA-CATEGORIA
          UNTIL IND-CAT > 5.
     MOVE TOTALE-RIGA TO RC-TOTALE.
     WRITE REC-REPORT FROM RIGA-CONTEGGI.
 FINE-STAMPA-CONTEGGI.
      EXIT.
 STAMPA-CATEGORIA.
     MOVE APP-CONTA(IND-CAT) TO RC-CONTA(IND-CAT).
     ADD APP-CONTA(IND-CAT) TO TOTALE-RIGA.
     ADD 1 TO IND-CAT.
 FINE-STAMPA-CATEGORIA.
      EXIT.
*****************************************************
* RIEPILOGO PER ZONA: UNA RIGA PER ZONA CON GLI     *
* STESSI CONTATORI, PIU' LA RIGA DELLE FILIALI      *
* SENZA ZONA                                        *
*****************************************************
 RIEPILOGO-ZONE.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'RIEPILOGO PER ZONA' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'ZONA DESCRIZIONE' TO RIGA-TESTATA(1:16).
     WRITE REC-REPORT FROM RIGA-TESTATA.
     MOVE 1 TO IND-ZONA.
     PERFORM STAMPA-ZONA THRU FINE-STAMPA-ZONA
          UNTIL IND-ZONA > CONT-ZONE.
     MOVE SPACES TO RC-COD.
     MOVE 'SENZA ZONA' TO RC-DESC.
     MOVE SENZA-ZONA TO CONTEGGI-APPOGGIO.
     PERFORM STAMPA-CONTEGGI THRU FINE-STAMPA-CONTEGGI.
 FINE-RIEPILOGO-ZONE.
      EXIT.
 STAMPA-ZONA.
     MOVE SPACES TO RC-COD.
     MOVE TAB-ZONA-COD(IND-ZONA) TO RC-COD(1:2).
     MOVE TAB-ZONA-DESC(IND-ZONA) TO RC-DESC.
     MOVE TAB-ZONA-CONTEGGI(IND-ZONA) TO CONTEGGI-APPOGGIO.
     PERFORM STAMPA-CONTEGGI THRU FINE-STAMPA-CONTEGGI.
     ADD 1 TO IND-ZONA.
 FINE-STAMPA-ZONA.
      EXIT.
