 IDENTIFICATION DIVISION.
 PROGRAM-ID. MIXPROD.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* REPORT DEL MIX PRODOTTI: RAPPORTI APERTI (DATA CHIUSURA ZERO)
* DI RAPPORTI.TXT PER FILIALE E PER PRODOTTO, CON LA
* DESCRIZIONE DAL CATALOGO PRODOTTI.TXT (MANPROD). IL FILE
* VIENE ORDINATO PER FILIALE E TIPO; PER OGNI FILIALE SI
* STAMPA UNA RIGA PER PRODOTTO COL NUMERO DI RAPPORTI APERTI E
* IL TOTALE DELLA FILIALE; IN CODA IL RIEPILOGO AZIENDALE PER
* PRODOTTO E IL TOTALE GENERALE. I TIPI CHE NON SONO (O NON
* SONO PIU') A CATALOGO ESCONO COME 'FUORI CATALOGO'.
* COMPAGNO DI RAPPREP, CHE ELENCA I SINGOLI CLIENTI.
* OUTPUT SU MIXPROD.TXT
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT FILES
     SELECT OPTIONAL PRIMOF ASSIGN TO 'RAPPORTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL PRODF ASSIGN TO 'PRODOTTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* FILE DI LAVORO PER L'ORDINAMENTO (SORT) PER FILIALE E TIPO
     SELECT SORTFILE ASSIGN TO 'MIXPROD.SRT'.
* RAPPORTI.TXT ORDINATO, USATO DAL CONTROL BREAK
     SELECT WORKF    ASSIGN TO 'MIXPROD-ORD.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT FILIALIF ASSIGN TO 'FILIALI.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE
     ALTERNATE RECORD KEY DESC-FILIALE WITH DUPLICATES
     STATUS WS-STATUS.
* OUTPUT FILE
     SELECT REPORTF  ASSIGN TO 'MIXPROD.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   PRIMOF
      DATA RECORD IS REC-PRIMOF.
 01 REC-PRIMOF  PIC X(27).
 FD   PRODF
      DATA RECORD IS REC-PROD.
 01 REC-PROD.
    COPY PRODOTTO.
 SD   SORTFILE
      DATA RECORD IS SD-RAPP.
 01 SD-RAPP.
      05 SD-COD-PERSONA    PIC 9(6).
      05 SD-COD-FILIALE    PIC 9(4).
      05 SD-TIPO           PIC X.
      05 SD-DATA-APERTURA  PIC 9(8).
      05 SD-DATA-CHIUSURA  PIC 9(8).
 FD   WORKF
      DATA RECORD IS REC-WORKF.
 01 REC-WORKF  PIC X(27).
 FD   FILIALIF
      DATA RECORD IS REC-FILIALI.
 01 REC-FILIALI.
    COPY FILIALE.
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT  PIC X(60).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
 01   WS-RAPPORTO.
      05 RAP-COD-PERSONA   PIC 9(6).
      05 RAP-COD-FILIALE   PIC 9(4).
      05 RAP-TIPO          PIC X.
      05 RAP-DATA-APERTURA PIC 9(8).
      05 RAP-DATA-CHIUSURA PIC 9(8).
*****************************************************
* CATALOGO PRODOTTI IN TABELLA, COL TOTALE          *
* AZIENDALE DI OGNI PRODOTTO                        *
*****************************************************
 01   MAX-PRODOTTI        PIC 99 VALUE 50.
 01   TABELLA-PRODOTTI.
      05 RIGA-PRD OCCURS 1 TO 50 TIMES DEPENDING ON CONT-PRD.
         10 TAB-PRD-COD      PIC X.
         10 TAB-PRD-DESC     PIC X(20).
         10 TAB-PRD-TOTALE   PIC 9(5).
 01   CONT-PRD            PIC 99 VALUE 0.
 01   SCARTATI-PRD        PIC 99 VALUE 0.
 01   IND-PRD             PIC 99 VALUE 0.
 01   PRODOTTO-TROVATO    PIC 9 VALUE 0.

 01 WS-STATUS        PIC XX.
 01 FINE-FILE        PIC X VALUE SPACES.
 01 FINE-PROD        PIC X VALUE SPACES.
 01 FILE-VUOTO       PIC X VALUE SPACES.
*****************************************************
* CAMPI DEL CONTROL BREAK PER FILIALE E TIPO        *
*****************************************************
 01 COD-CORRENTE      PIC 9(4).
 01 TIPO-CORRENTE     PIC X.
 01 PRIMA-FILIALE     PIC 9 VALUE 1.
 01 TOTALE-TIPO       PIC 9(5) VALUE 0.
 01 TOTALE-FILIALE    PIC 9(5) VALUE 0.
 01 TOTALE-GENERALE   PIC 9(5) VALUE 0.
 01 TOTALE-FUORI      PIC 9(5) VALUE 0.
 01 DESC-TROVATA      PIC X(16).
 01 DESC-PRODOTTO     PIC X(20).
*****************************************************
* CAMPI DI EDIT PER LE RIGHE DEL REPORT             *
*****************************************************
 01 TOTALE-EDIT       PIC ZZZZ9.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      PERFORM CARICA-PRODOTTI THRU FINE-CARICA-PRODOTTI.
      PERFORM ORDINA-FILE THRU FINE-ORDINA-FILE.
      PERFORM APERTURA THRU FINE-APERTURA.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-FILE = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.

      GOBACK.
*****************************************************
* CARICA IL CATALOGO PRODOTTI.TXT IN TABELLA        *
*****************************************************
 CARICA-PRODOTTI.
     OPEN INPUT PRODF.
     READ PRODF AT END MOVE 'S' TO FINE-PROD END-READ.
     PERFORM CARICA-PRODOTTO-RIGA THRU FINE-CARICA-PRODOTTO-RIGA
          UNTIL FINE-PROD = 'S'.
     CLOSE PRODF.
     IF SCARTATI-PRD > 0
          DISPLAY 'PRODOTTI OLTRE LA TABELLA, TRATTATI COME FUORI'
                  ' CATALOGO: ' SCARTATI-PRD
     END-IF.
 FINE-CARICA-PRODOTTI.
      EXIT.
 CARICA-PRODOTTO-RIGA.
     IF CONT-PRD = MAX-PRODOTTI
          ADD 1 TO SCARTATI-PRD
     ELSE
          ADD 1 TO CONT-PRD
          MOVE PRD-COD  TO TAB-PRD-COD(CONT-PRD)
          MOVE PRD-DESC TO TAB-PRD-DESC(CONT-PRD)
          MOVE 0        TO TAB-PRD-TOTALE(CONT-PRD)
     END-IF.
     READ PRODF AT END MOVE 'S' TO FINE-PROD.
 FINE-CARICA-PRODOTTO-RIGA.
      EXIT.
* IL CONTROL BREAK RICHIEDE IL FILE IN ORDINE DI FILIALE E TIPO
 ORDINA-FILE.
     SORT SORTFILE
          ON ASCENDING KEY SD-COD-FILIALE SD-TIPO
          USING PRIMOF
          GIVING WORKF.
 FINE-ORDINA-FILE.
      EXIT.
*
 APERTURA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT WORKF.
     OPEN INPUT FILIALIF.
     OPEN OUTPUT REPORTF.
     MOVE 'MIX PRODOTTI: RAPPORTI APERTI PER FILIALE E PRODOTTO'
          TO REC-REPORT.
     WRITE REC-REPORT.
     READ WORKF INTO WS-RAPPORTO AT END
          MOVE 'S' TO FINE-FILE
          MOVE 'S' TO FILE-VUOTO
          DISPLAY 'FILE RAPPORTI.TXT VUOTO'.
 FINE-APERTURA.
      EXIT.
*****************************************************
* CONTROL BREAK PER FILIALE E, DENTRO LA FILIALE,   *
* PER TIPO; I RAPPORTI CHIUSI NON CONTANO           *
*****************************************************
 ELABORA.
     IF RAP-DATA-CHIUSURA = 0
          EVALUATE TRUE
               WHEN PRIMA-FILIALE = 1
                    MOVE RAP-COD-FILIALE TO COD-CORRENTE
                    MOVE RAP-TIPO TO TIPO-CORRENTE
                    PERFORM INTESTAZIONE-FILIALE
                         THRU FINE-INTESTAZIONE-FILIALE
                    MOVE 0 TO PRIMA-FILIALE
               WHEN RAP-COD-FILIALE NOT = COD-CORRENTE
                    PERFORM CHIUDI-TIPO THRU FINE-CHIUDI-TIPO
                    PERFORM CHIUDI-FILIALE THRU FINE-CHIUDI-FILIALE
                    MOVE RAP-COD-FILIALE TO COD-CORRENTE
                    MOVE RAP-TIPO TO TIPO-CORRENTE
                    PERFORM INTESTAZIONE-FILIALE
                         THRU FINE-INTESTAZIONE-FILIALE
               WHEN RAP-TIPO NOT = TIPO-CORRENTE
                    PERFORM CHIUDI-TIPO THRU FINE-CHIUDI-TIPO
                    MOVE RAP-TIPO TO TIPO-CORRENTE
          END-EVALUATE
          ADD 1 TO TOTALE-TIPO
          ADD 1 TO TOTALE-FILIALE
          ADD 1 TO TOTALE-GENERALE
     END-IF.
     READ WORKF INTO WS-RAPPORTO AT END MOVE 'S' TO FINE-FILE.
 FINE-ELABORA.
      EXIT.
*****************************************************
* INTESTAZIONE DELLA FILIALE APPENA APERTA DAL      *
* CONTROL BREAK, CON DESCRIZIONE DA FILIALI.IDX     *
*****************************************************
 INTESTAZIONE-FILIALE.
     MOVE COD-CORRENTE TO COD-FILIALE.
     READ FILIALIF INVALID KEY
          MOVE 'CODICE IGNOTO' TO DESC-TROVATA
     NOT INVALID KEY
          MOVE DESC-FILIALE TO DESC-TROVATA
     END-READ.
     MOVE 0 TO TOTALE-FILIALE.
     MOVE 0 TO TOTALE-TIPO.
     MOVE SPACES TO REC-REPORT.
     STRING 'FILIALE ' DELIMITED BY SIZE
            COD-CORRENTE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            DESC-TROVATA DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
 FINE-INTESTAZIONE-FILIALE.
      EXIT.
*****************************************************
* RIGA DEL PRODOTTO APPENA CHIUSO NELLA FILIALE;    *
* IL CONTEGGIO VA ANCHE NEL TOTALE AZIENDALE DEL    *
* PRODOTTO (O DEI FUORI CATALOGO)                   *
*****************************************************
 CHIUDI-TIPO.
     PERFORM CERCA-PRODOTTO THRU FINE-CERCA-PRODOTTO.
     IF PRODOTTO-TROVATO = 1
          MOVE TAB-PRD-DESC(IND-PRD) TO DESC-PRODOTTO
          ADD TOTALE-TIPO TO TAB-PRD-TOTALE(IND-PRD)
     ELSE
          MOVE 'FUORI CATALOGO' TO DESC-PRODOTTO
          ADD TOTALE-TIPO TO TOTALE-FUORI
     END-IF.
     MOVE TOTALE-TIPO TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING '  '          DELIMITED BY SIZE
            TIPO-CORRENTE DELIMITED BY SIZE
            ' '           DELIMITED BY SIZE
            DESC-PRODOTTO DELIMITED BY SIZE
            '  RAPPORTI APERTI: ' DELIMITED BY SIZE
            TOTALE-EDIT   DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE 0 TO TOTALE-TIPO.
 FINE-CHIUDI-TIPO.
      EXIT.
*****************************************************
* TOTALE DELLA FILIALE APPENA CHIUSA                *
*****************************************************
 CHIUDI-FILIALE.
     MOVE TOTALE-FILIALE TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING '  TOTALE DELLA FILIALE: ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
 FINE-CHIUDI-FILIALE.
      EXIT.
*****************************************************
* RICERCA LINEARE DEL TIPO NEL CATALOGO; LASCIA     *
* IND-PRD SULLA RIGA TROVATA                        *
*****************************************************
 CERCA-PRODOTTO.
     MOVE 0 TO PRODOTTO-TROVATO.
     MOVE 1 TO IND-PRD.
     PERFORM CERCA-PRODOTTO-RIGA THRU FINE-CERCA-PRODOTTO-RIGA
          UNTIL IND-PRD > CONT-PRD OR PRODOTTO-TROVATO = 1.
 FINE-CERCA-PRODOTTO.
      EXIT.
 CERCA-PRODOTTO-RIGA.
     IF TAB-PRD-COD(IND-PRD) = TIPO-CORRENTE
          MOVE 1 TO PRODOTTO-TROVATO
     ELSE
          ADD 1 TO IND-PRD
     END-IF.
 FINE-CERCA-PRODOTTO-RIGA.
      EXIT.
*****************************************************
* RIEPILOGO AZIENDALE: UNA RIGA PER PRODOTTO A      *
* CATALOGO, I FUORI CATALOGO SE CE NE SONO, E IL    *
* TOTALE GENERALE                                   *
*****************************************************
 STAMPA-RIEPILOGO.
     MOVE 'TOTALE AZIENDA PER PRODOTTO' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 1 TO IND-PRD.
     PERFORM STAMPA-RIEPILOGO-RIGA THRU FINE-STAMPA-RIEPILOGO-RIGA
          UNTIL IND-PRD > CONT-PRD.
     IF TOTALE-FUORI > 0
          MOVE TOTALE-FUORI TO TOTALE-EDIT
          MOVE SPACES TO REC-REPORT
          STRING '    FUORI CATALOGO'     DELIMITED BY SIZE
                 '        RAPPORTI APERTI: ' DELIMITED BY SIZE
                 TOTALE-EDIT DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
     END-IF.
 FINE-STAMPA-RIEPILOGO.
      EXIT.
 STAMPA-RIEPILOGO-RIGA.
     MOVE TAB-PRD-TOTALE(IND-PRD) TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING '  '                   DELIMITED BY SIZE
            TAB-PRD-COD(IND-PRD)   DELIMITED BY SIZE
            ' '                    DELIMITED BY SIZE
            TAB-PRD-DESC(IND-PRD)  DELIMITED BY SIZE
            '  RAPPORTI APERTI: '  DELIMITED BY SIZE
            TOTALE-EDIT            DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     ADD 1 TO IND-PRD.
 FINE-STAMPA-RIEPILOGO-RIGA.
      EXIT.
*
 CHIUSURA.
     IF FILE-VUOTO NOT = 'S' AND PRIMA-FILIALE = 0
          PERFORM CHIUDI-TIPO THRU FINE-CHIUDI-TIPO
          PERFORM CHIUDI-FILIALE THRU FINE-CHIUDI-FILIALE
     END-IF.
     PERFORM STAMPA-RIEPILOGO THRU FINE-STAMPA-RIEPILOGO.
     MOVE TOTALE-GENERALE TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'TOTALE RAPPORTI APERTI: ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     CLOSE WORKF.
     CLOSE FILIALIF.
     CLOSE REPORTF.
     DISPLAY 'RAPPORTI APERTI CONTATI: ' TOTALE-GENERALE.
     IF FILE-VUOTO = 'S'
          MOVE 4 TO RETURN-CODE
     ELSE
          MOVE 0 TO RETURN-CODE
     END-IF.
 FINE-CHIUSURA.
      EXIT.
