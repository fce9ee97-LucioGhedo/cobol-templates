 IDENTIFICATION DIVISION.
 PROGRAM-ID. RAPPDIS.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* CLIENTI SERVITI DALLA FILIALE "SBAGLIATA": RAPPORTI.TXT DICE
* QUALE FILIALE SERVE DAVVERO OGNI CLIENTE, CITTAFIL.TXT QUALE
* FILIALE COPRE LA SUA CITTA. DOPO UN TRASLOCO O UNA
* RIASSEGNAZIONE (RIASSEG) LE DUE COSE SI SEPARANO. QUI SI
* PRENDONO I RAPPORTI APERTI (DATA CHIUSURA ZERO) IN ORDINE DI
* FILIALE, COME IN RAPPREP, SI LEGGE LA CITTA ATTUALE DELLA
* PERSONA SU ANAGR2.IDX E LA FILIALE DI QUELLA CITTA SU
* CITTAFIL.TXT (CARICATO IN TABELLA); SE NON COINCIDE CON LA
* FILIALE DEL RAPPORTO SI STAMPA IL CLIENTE SOTTO LA SUA FILIALE
* REGISTRATA. A OGNI CAMBIO DI FILIALE SEGUE IL CONTEGGIO PER
* COPPIA (FILIALE REGISTRATA -> FILIALE DELLA CITTA), COSI' IL
* RESPONSABILE DECIDE SE TRASFERIRE I CLIENTI.
* UNA CITTA ASSENTE DA CITTAFIL.TXT CONTA COME FILIALE 0000 (NON
* ASSEGNATA, COME IN ABITFIL). LE PERSONE ASSENTI DA ANAGR2.IDX
* O NON ATTIVE (STATO 'D', 'T' O 'U') NON SI CONFRONTANO: SI
* CONTANO A PARTE, IL DETTAGLIO E' IN VERIFREF.TXT.
* OUTPUT SU RAPPDIS.TXT
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
     SELECT OPTIONAL XREFF  ASSIGN TO 'CITTAFIL.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* FILE DI LAVORO PER L'ORDINAMENTO (SORT) PER FILIALE
     SELECT SORTFILE ASSIGN TO 'RAPPDIS.SRT'.
* RAPPORTI.TXT ORDINATO PER FILIALE, USATO DAL CONTROL BREAK
     SELECT WORKF    ASSIGN TO 'RAPPDIS-ORD.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT FILIALIF ASSIGN TO 'FILIALI.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE
     ALTERNATE RECORD KEY DESC-FILIALE WITH DUPLICATES
     STATUS WS-STATUS.
     SELECT PERSF    ASSIGN TO 'ANAGR2.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS IDX-COD
     ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
     FILE STATUS IS WS-STATUS-P.
* OUTPUT FILE
     SELECT REPORTF  ASSIGN TO 'RAPPDIS.TXT'
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
 FD   XREFF
      DATA RECORD IS REC-XREF.
 01 REC-XREF.
      05 XREF-CITTA        PIC X(10).
      05 XREF-COD-FILIALE  PIC 9(4).
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
 FD   PERSF
      DATA RECORD IS REC-IDX.
 01 REC-IDX.
      05 IDX-COD        PIC 9(6).
      COPY PERSONA REPLACING ==LVL==     BY ==05==
                             ==NOME==    BY ==IDX-NOME==
                             ==COGNOME== BY ==IDX-COGNOME==
                             ==ANNI==    BY ==IDX-ANNI==
                             ==DATA-NASCITA== BY ==IDX-NASCITA==.
      05 IDX-CITTA      PIC X(10).
      05 IDX-STATO      PIC X.
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT  PIC X(70).

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

 01 WS-STATUS        PIC XX.
 01 WS-STATUS-P      PIC XX.
 01 FINE-FILE        PIC X VALUE SPACES.
 01 FILE-VUOTO       PIC X VALUE SPACES.
*****************************************************
* CITTAFIL.TXT IN TABELLA: CITTA -> FILIALE         *
*****************************************************
 01   MAX-CITTA           PIC 999 VALUE 500.
 01   TABELLA-CITTA.
      05 RIGA-CITTA OCCURS 1 TO 500 TIMES DEPENDING ON CONT-CITTA.
         10 TAB-CITTA-NOME    PIC X(10).
         10 TAB-CITTA-FILIALE PIC 9(4).
 01   CONT-CITTA          PIC 999 VALUE 0.
 01   SCARTATE-CITTA      PIC 999 VALUE 0.
 01   IND-CITTA           PIC 999 VALUE 0.
 01   TROVATA             PIC 9 VALUE 0.
*****************************************************
* CONTEGGIO PER COPPIA DELLA FILIALE CORRENTE:      *
* FILIALE DELLA CITTA -> CLIENTI                    *
*****************************************************
 01   MAX-COPPIE          PIC 99 VALUE 50.
 01   TABELLA-COPPIE.
      05 RIGA-COPPIA OCCURS 1 TO 50 TIMES DEPENDING ON CONT-COPPIE.
         10 COP-FILIALE       PIC 9(4).
         10 COP-CLIENTI       PIC 9(5).
 01   CONT-COPPIE         PIC 99 VALUE 0.
 01   SCARTATE-COPPIE     PIC 999 VALUE 0.
 01   IND-COPPIA          PIC 99 VALUE 0.
*****************************************************
* CAMPI DEL CONTROL BREAK PER FILIALE               *
*****************************************************
 01 COD-CORRENTE      PIC 9(4).
 01 PRIMA-FILIALE     PIC 9 VALUE 1.
 01 FILIALE-STAMPATA  PIC 9 VALUE 0.
 01 TOTALE-FILIALE    PIC 9(5) VALUE 0.
 01 TOTALE-GENERALE   PIC 9(5) VALUE 0.
 01 TOTALE-APERTI     PIC 9(5) VALUE 0.
 01 TOTALE-ESCLUSI    PIC 9(5) VALUE 0.
 01 FILIALI-COINVOLTE PIC 9(5) VALUE 0.
 01 DESC-TROVATA      PIC X(16).
 01 FILIALE-CITTA     PIC 9(4).
*****************************************************
* CAMPI DI EDIT PER LE RIGHE DEL REPORT             *
*****************************************************
 01 TOTALE-EDIT       PIC ZZZZ9.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      PERFORM CARICA-CITTA THRU FINE-CARICA-CITTA.
      PERFORM ORDINA-FILE THRU FINE-ORDINA-FILE.
      PERFORM APERTURA THRU FINE-APERTURA.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-FILE = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.

      GOBACK.
*****************************************************
* CARICA CITTAFIL.TXT IN TABELLA                    *
*****************************************************
 CARICA-CITTA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT XREFF.
     READ XREFF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-CITTA-RIGA THRU FINE-CARICA-CITTA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE XREFF.
     IF SCARTATE-CITTA > 0
          DISPLAY 'TABELLA CITTA PIENA, CITTA SCARTATE: '
                  SCARTATE-CITTA
     END-IF.
 FINE-CARICA-CITTA.
      EXIT.
 CARICA-CITTA-RIGA.
     IF CONT-CITTA = MAX-CITTA
          ADD 1 TO SCARTATE-CITTA
     ELSE
          ADD 1 TO CONT-CITTA
          MOVE XREF-CITTA       TO TAB-CITTA-NOME(CONT-CITTA)
          MOVE XREF-COD-FILIALE TO TAB-CITTA-FILIALE(CONT-CITTA)
     END-IF.
     READ XREFF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-CITTA-RIGA.
      EXIT.
* IL CONTROL BREAK RICHIEDE IL FILE IN ORDINE DI FILIALE
 ORDINA-FILE.
     SORT SORTFILE
          ON ASCENDING KEY SD-COD-FILIALE
          ON ASCENDING KEY SD-COD-PERSONA
          USING PRIMOF
          GIVING WORKF.
 FINE-ORDINA-FILE.
      EXIT.
*
 APERTURA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT WORKF.
     OPEN INPUT FILIALIF.
     OPEN INPUT PERSF.
     OPEN OUTPUT REPORTF.
     MOVE 'CLIENTI CON FILIALE DIVERSA DA QUELLA DELLA LORO CITTA'
          TO REC-REPORT.
     WRITE REC-REPORT.
     READ WORKF INTO WS-RAPPORTO AT END
          MOVE 'S' TO FINE-FILE
          MOVE 'S' TO FILE-VUOTO
          DISPLAY 'FILE RAPPORTI.TXT VUOTO'.
 FINE-APERTURA.
      EXIT.
*****************************************************
* CONTROL BREAK PER FILIALE REGISTRATA; SOLO I      *
* RAPPORTI APERTI E SOLO I CLIENTI DISALLINEATI     *
* FINISCONO NEL REPORT                              *
*****************************************************
 ELABORA.
     IF RAP-DATA-CHIUSURA = 0
          ADD 1 TO TOTALE-APERTI
          IF PRIMA-FILIALE = 1
               MOVE RAP-COD-FILIALE TO COD-CORRENTE
               PERFORM APRI-FILIALE THRU FINE-APRI-FILIALE
               MOVE 0 TO PRIMA-FILIALE
          ELSE
               IF RAP-COD-FILIALE NOT = COD-CORRENTE
                    PERFORM CHIUDI-FILIALE THRU FINE-CHIUDI-FILIALE
                    MOVE RAP-COD-FILIALE TO COD-CORRENTE
                    PERFORM APRI-FILIALE THRU FINE-APRI-FILIALE
               END-IF
          END-IF
          PERFORM CONFRONTA-CLIENTE THRU FINE-CONFRONTA-CLIENTE
     END-IF.
     READ WORKF INTO WS-RAPPORTO AT END MOVE 'S' TO FINE-FILE.
 FINE-ELABORA.
      EXIT.
 APRI-FILIALE.
     MOVE 0 TO TOTALE-FILIALE.
     MOVE 0 TO CONT-COPPIE.
     MOVE 0 TO FILIALE-STAMPATA.
 FINE-APRI-FILIALE.
      EXIT.
*****************************************************
* CITTA ATTUALE DA ANAGR2.IDX, FILIALE DELLA CITTA  *
* DALLA TABELLA; SE DIVERSA DA QUELLA DEL RAPPORTO  *
* IL CLIENTE VA NEL REPORT                          *
*****************************************************
 CONFRONTA-CLIENTE.
     MOVE RAP-COD-PERSONA TO IDX-COD.
     READ PERSF INVALID KEY
          MOVE 'D' TO IDX-STATO
     END-READ.
     IF IDX-STATO = 'D' OR IDX-STATO = 'T' OR IDX-STATO = 'U'
          ADD 1 TO TOTALE-ESCLUSI
     ELSE
          MOVE 0 TO TROVATA
          MOVE 0 TO FILIALE-CITTA
          MOVE 1 TO IND-CITTA
          PERFORM CERCA-CITTA THRU FINE-CERCA-CITTA
               UNTIL IND-CITTA > CONT-CITTA OR TROVATA = 1
          IF FILIALE-CITTA NOT = RAP-COD-FILIALE
               IF FILIALE-STAMPATA = 0
                    PERFORM INTESTAZIONE-FILIALE
                         THRU FINE-INTESTAZIONE-FILIALE
                    MOVE 1 TO FILIALE-STAMPATA
                    ADD 1 TO FILIALI-COINVOLTE
               END-IF
               PERFORM STAMPA-CLIENTE THRU FINE-STAMPA-CLIENTE
               PERFORM CONTA-COPPIA THRU FINE-CONTA-COPPIA
               ADD 1 TO TOTALE-FILIALE
               ADD 1 TO TOTALE-GENERALE
          END-IF
     END-IF.
 FINE-CONFRONTA-CLIENTE.
      EXIT.
 CERCA-CITTA.
     IF TAB-CITTA-NOME(IND-CITTA) = IDX-CITTA
          MOVE TAB-CITTA-FILIALE(IND-CITTA) TO FILIALE-CITTA
          MOVE 1 TO TROVATA
     ELSE
          ADD 1 TO IND-CITTA
     END-IF.
 FINE-CERCA-CITTA.
      EXIT.
*****************************************************
* INTESTAZIONE DELLA FILIALE REGISTRATA, SCRITTA    *
* SOLO AL PRIMO CLIENTE DISALLINEATO                *
*****************************************************
 INTESTAZIONE-FILIALE.
     MOVE COD-CORRENTE TO COD-FILIALE.
     PERFORM LEGGI-DESCRIZIONE THRU FINE-LEGGI-DESCRIZIONE.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE SPACES TO REC-REPORT.
     STRING 'FILIALE REGISTRATA ' DELIMITED BY SIZE
            COD-CORRENTE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            DESC-TROVATA DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
 FINE-INTESTAZIONE-FILIALE.
      EXIT.
 LEGGI-DESCRIZIONE.
     IF COD-FILIALE = 0
          MOVE 'NON ASSEGNATA' TO DESC-TROVATA
     ELSE
          READ FILIALIF INVALID KEY
               MOVE 'CODICE IGNOTO' TO DESC-TROVATA
          NOT INVALID KEY
               MOVE DESC-FILIALE TO DESC-TROVATA
          END-READ
     END-IF.
 FINE-LEGGI-DESCRIZIONE.
      EXIT.
*****************************************************
* RIGA DI DETTAGLIO: CLIENTE, CITTA E FILIALE DELLA *
* CITTA                                             *
*****************************************************
 STAMPA-CLIENTE.
     MOVE SPACES TO REC-REPORT.
     STRING '  '              DELIMITED BY SIZE
            RAP-COD-PERSONA   DELIMITED BY SIZE
            ' '               DELIMITED BY SIZE
            IDX-NOME          DELIMITED BY SIZE
            ' '               DELIMITED BY SIZE
            IDX-COGNOME       DELIMITED BY SIZE
            ' TIPO '          DELIMITED BY SIZE
            RAP-TIPO          DELIMITED BY SIZE
            ' CITTA '         DELIMITED BY SIZE
            IDX-CITTA         DELIMITED BY SIZE
            ' -> '            DELIMITED BY SIZE
            FILIALE-CITTA     DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
 FINE-STAMPA-CLIENTE.
      EXIT.
 CONTA-COPPIA.
     MOVE 0 TO TROVATA.
     MOVE 1 TO IND-COPPIA.
     PERFORM CERCA-COPPIA THRU FINE-CERCA-COPPIA
          UNTIL IND-COPPIA > CONT-COPPIE OR TROVATA = 1.
     IF TROVATA = 0
          IF CONT-COPPIE = MAX-COPPIE
               ADD 1 TO SCARTATE-COPPIE
          ELSE
               ADD 1 TO CONT-COPPIE
               MOVE FILIALE-CITTA TO COP-FILIALE(CONT-COPPIE)
               MOVE 1 TO COP-CLIENTI(CONT-COPPIE)
          END-IF
     END-IF.
 FINE-CONTA-COPPIA.
      EXIT.
 CERCA-COPPIA.
     IF COP-FILIALE(IND-COPPIA) = FILIALE-CITTA
          ADD 1 TO COP-CLIENTI(IND-COPPIA)
          MOVE 1 TO TROVATA
     ELSE
          ADD 1 TO IND-COPPIA
     END-IF.
 FINE-CERCA-COPPIA.
      EXIT.
*****************************************************
* FINE FILIALE: CONTEGGIO PER COPPIA E TOTALE, SOLO *
* SE LA FILIALE HA CLIENTI DISALLINEATI             *
*****************************************************
 CHIUDI-FILIALE.
     IF FILIALE-STAMPATA = 1
          MOVE 1 TO IND-COPPIA
          PERFORM STAMPA-COPPIA THRU FINE-STAMPA-COPPIA
               UNTIL IND-COPPIA > CONT-COPPIE
          MOVE TOTALE-FILIALE TO TOTALE-EDIT
          MOVE SPACES TO REC-REPORT
          STRING '  CLIENTI DISALLINEATI DELLA FILIALE: '
                                   DELIMITED BY SIZE
                 TOTALE-EDIT DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
     END-IF.
 FINE-CHIUDI-FILIALE.
      EXIT.
 STAMPA-COPPIA.
     MOVE COP-FILIALE(IND-COPPIA) TO COD-FILIALE.
     PERFORM LEGGI-DESCRIZIONE THRU FINE-LEGGI-DESCRIZIONE.
     MOVE COP-CLIENTI(IND-COPPIA) TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING '  ' DELIMITED BY SIZE
            COD-CORRENTE DELIMITED BY SIZE
            ' -> ' DELIMITED BY SIZE
            COP-FILIALE(IND-COPPIA) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            DESC-TROVATA DELIMITED BY SIZE
            ' CLIENTI: ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     ADD 1 TO IND-COPPIA.
 FINE-STAMPA-COPPIA.
      EXIT.
*
 CHIUSURA.
     IF FILE-VUOTO NOT = 'S' AND PRIMA-FILIALE = 0
          PERFORM CHIUDI-FILIALE THRU FINE-CHIUDI-FILIALE
     END-IF.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE TOTALE-APERTI TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'RAPPORTI APERTI ESAMINATI: ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE TOTALE-GENERALE TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'CLIENTI DISALLINEATI:      ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE FILIALI-COINVOLTE TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'FILIALI COINVOLTE:         ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE TOTALE-ESCLUSI TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'NON CONFRONTATI (PERSONA ASSENTE O NON ATTIVA): '
                                     DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     CLOSE WORKF.
     CLOSE FILIALIF.
     CLOSE PERSF.
     CLOSE REPORTF.
     DISPLAY 'CLIENTI DISALLINEATI: ' TOTALE-GENERALE.
     IF SCARTATE-COPPIE > 0
          DISPLAY 'TABELLA COPPIE PIENA, CLIENTI NON CONTATI: '
                  SCARTATE-COPPIE
     END-IF.
     IF FILE-VUOTO = 'S'
          MOVE 4 TO RETURN-CODE
     ELSE
          MOVE 0 TO RETURN-CODE
     END-IF.
 FINE-CHIUSURA.
      EXIT.
