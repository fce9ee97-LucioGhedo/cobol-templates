 IDENTIFICATION DIVISION.
 PROGRAM-ID. RUBREP.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* RUBRICA STAMPATA DELLE FILIALI: I CONTATTI DI RUBRICA.TXT
* (MANRUB) IN ORDINE DI ZONA E, DENTRO LA ZONA, DI FILIALE, CON
* DESCRIZIONE E CITTA PRESE DA FILIALI.IDX. LA ZONA VIENE DA
* FILZONE.TXT E ZONEMST.TXT COME IN REPFIL; LE FILIALI SENZA
* ZONA STANNO IN FONDO SOTTO "SENZA ZONA". LE FILIALI CHIUSE O
* NON PIU' SU FILIALI.IDX NON SI STAMPANO E SI CONTANO IN CODA.
* OUTPUT SU RUBREP.TXT; RETURN-CODE 4 SE LA RUBRICA SUPERA LA
* TABELLA (STAMPA INCOMPLETA), 12 SE FILIALI.IDX NON SI APRE
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT FILES
     SELECT OPTIONAL RUBF ASSIGN TO 'RUBRICA.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT FILIALIF ASSIGN TO 'FILIALI.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE
     ALTERNATE RECORD KEY DESC-FILIALE WITH DUPLICATES
     STATUS WS-STATUS.
* GERARCHIA DI ZONA; OPTIONAL PERCHE' LE ZONE POSSONO NON
* ESSERE ANCORA STATE CENSITE
     SELECT OPTIONAL ZONEF ASSIGN TO 'ZONEMST.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL FILZF ASSIGN TO 'FILZONE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE
     SELECT REPORTF  ASSIGN TO 'RUBREP.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   RUBF
      DATA RECORD IS REC-RUB.
 01 REC-RUB       PIC X(162).
 FD   FILIALIF
      DATA RECORD IS REC-FILIALI.
 01 REC-FILIALI.
    COPY FILIALE.
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
 01 WS-STATUS        PIC XX.
 01 WS-MESSAGGIO     PIC X(40).
 01 FINE-FILE        PIC X VALUE SPACES.
 01 DATA-OGGI        PIC 9(8).
*****************************************************
* RECORD DI RUBRICA IN LAVORAZIONE                  *
*****************************************************
 01 CONTATTO.
    COPY RUBRICA.
*****************************************************
* FILIALI DA STAMPARE: CHIAVE ZONA + FILIALE (ZONA  *
* 999 PER QUELLE SENZA ZONA, CHE COSI' VANNO IN     *
* FONDO), IL RESTO DEL RECORD DI RUBRICA E I DATI   *
* PRESI DA FILIALI.IDX                              *
*****************************************************
 01 MAX-RUBRICA       PIC 999 VALUE 200.
 01 TABELLA-ORDINE.
    05 RIGA-ORD OCCURS 1 TO 200 TIMES DEPENDING ON CONT-ORD.
       10 ORD-CHIAVE.
          15 ORD-ZONA    PIC 999.
          15 ORD-COD     PIC 9(4).
       10 ORD-RESTO      PIC X(158).
       10 ORD-DESC       PIC X(16).
       10 ORD-CITTA      PIC X(10).
 01 CONT-ORD          PIC 999 VALUE 0.
 01 SCARTATE-ORD      PIC 999 VALUE 0.
 01 IND-ORD           PIC 999 VALUE 0.
 01 RIGA-SCAMBIO      PIC X(191).
 01 IND-ORDINA-1      PIC 999 VALUE 0.
 01 IND-ORDINA-2      PIC 999 VALUE 0.
 01 NON-STAMPATE      PIC 999 VALUE 0.
*****************************************************
* GERARCHIA DI ZONA IN TABELLA, COME IN REPFIL      *
*****************************************************
 01 MAX-ZONE          PIC 99 VALUE 50.
 01 TABELLA-ZONE.
    05 RIGA-ZONA OCCURS 1 TO 50 TIMES DEPENDING ON CONT-ZONE.
       10 TAB-ZONA-COD    PIC 99.
       10 TAB-ZONA-DESC   PIC X(16).
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
 01 ZONA-CORRENTE     PIC 999 VALUE 0.
*****************************************************
* SIGLE DEI GIORNI PER LE RIGHE DELL'ORARIO         *
*****************************************************
 01 SIGLE-GIORNI      PIC X(21) VALUE 'LUNMARMERGIOVENSABDOM'.
 01 TABELLA-SIGLE REDEFINES SIGLE-GIORNI.
    05 SIGLA-GIORNO OCCURS 7 TIMES PIC X(3).
 01 IND-GIORNO        PIC 9 VALUE 0.
 01 POSTO-RIGA        PIC 99 VALUE 0.
 01 ORARIO-STAMPA     PIC X(11).
*****************************************************
* RIGHE DEL REPORT                                  *
*****************************************************
 01 RIGA-TITOLO.
    05 FILLER         PIC X(29)
       VALUE 'RUBRICA DELLE FILIALI - DATA '.
    05 RT-DATA        PIC 9(8).
    05 FILLER         PIC X(43) VALUE SPACES.
 01 RIGA-ZONA-TESTO.
    05 FILLER         PIC X(5) VALUE 'ZONA '.
    05 RZ-COD         PIC X(2).
    05 FILLER         PIC X VALUE SPACE.
    05 RZ-DESC        PIC X(16).
    05 FILLER         PIC X(56) VALUE SPACES.
 01 RIGA-FILIALE.
    05 RF-COD         PIC 9(4).
    05 FILLER         PIC X VALUE SPACE.
    05 RF-DESC        PIC X(16).
    05 FILLER         PIC X VALUE SPACE.
    05 RF-CITTA       PIC X(10).
    05 FILLER         PIC X(6) VALUE ' TEL. '.
    05 RF-TELEFONO    PIC X(15).
    05 FILLER         PIC X(7) VALUE ' RESP. '.
    05 RF-RESPONSABILE PIC X(20).
 01 RIGA-INDIRIZZO.
    05 FILLER         PIC X(5) VALUE SPACES.
    05 RI-INDIRIZZO   PIC X(30).
    05 FILLER         PIC X VALUE SPACE.
    05 RI-CAP         PIC X(5).
    05 FILLER         PIC X(39) VALUE SPACES.
* QUATTRO GIORNI PER RIGA: SIGLA E ORARIO (O CHIUSO)
 01 RIGA-ORARIO.
    05 FILLER         PIC X(5) VALUE SPACES.
    05 RO-GIORNO OCCURS 4 TIMES.
       10 RO-SIGLA    PIC X(3).
       10 FILLER      PIC X.
       10 RO-ORARIO   PIC X(11).
       10 FILLER      PIC X(2).
    05 FILLER         PIC X(7) VALUE SPACES.
 01 RIGA-TOTALE.
    05 RTO-TESTO      PIC X(40).
    05 RTO-CONTA      PIC ZZZZ9.
    05 FILLER         PIC X(35) VALUE SPACES.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      OPEN INPUT FILIALIF.
      IF WS-STATUS NOT = '00' AND WS-STATUS NOT = '05'
           DISPLAY 'ERRORE APERTURA FILIALI.IDX: ' WS-STATUS
           CALL 'STATMSG' USING WS-STATUS WS-MESSAGGIO
           DISPLAY WS-MESSAGGIO
           MOVE 12 TO RETURN-CODE
           GOBACK
      END-IF.
      PERFORM CARICA-ZONE THRU FINE-CARICA-ZONE.
      PERFORM CARICA-ASSEGNAZIONI THRU FINE-CARICA-ASSEGNAZIONI.
      PERFORM CARICA-RUBRICA THRU FINE-CARICA-RUBRICA.
      CLOSE FILIALIF.
      PERFORM ORDINA-RUBRICA THRU FINE-ORDINA-RUBRICA.
      PERFORM STAMPA-RUBRICA THRU FINE-STAMPA-RUBRICA.

      GOBACK.
*****************************************************
* CARICA LA GERARCHIA DI ZONA (ZONEMST.TXT E        *
* FILZONE.TXT) NELLE TABELLE                        *
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
     END-IF.
     READ ZONEF AT END MOVE 'S' TO FINE-ZONE.
 FINE-CARICA-ZONA-RIGA.
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
* CARICA LA RUBRICA: SOLO LE FILIALI PRESENTI E NON *
* CHIUSE SU FILIALI.IDX, CON LA LORO ZONA           *
*****************************************************
 CARICA-RUBRICA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT RUBF.
     READ RUBF INTO CONTATTO AT END MOVE 'S' TO FINE-FILE
     END-READ.
     PERFORM CARICA-RUB-RIGA THRU FINE-CARICA-RUB-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE RUBF.
 FINE-CARICA-RUBRICA.
      EXIT.
 CARICA-RUB-RIGA.
* UNA FILIALE NON PIU' SU FILIALI.IDX CONTA COME CHIUSA
     MOVE RUB-COD-FILIALE TO COD-FILIALE.
     READ FILIALIF INVALID KEY
          MOVE 'C' TO STATO-FILIALE
     END-READ.
     EVALUATE TRUE
          WHEN STATO-FILIALE = 'C'
               ADD 1 TO NON-STAMPATE
          WHEN CONT-ORD = MAX-RUBRICA
               ADD 1 TO SCARTATE-ORD
          WHEN OTHER
               ADD 1 TO CONT-ORD
               PERFORM CERCA-ZONA-FILIALE
                    THRU FINE-CERCA-ZONA-FILIALE
               IF TROVATA-ZONA = 1
                    MOVE ZONA-DELLA-FILIALE TO ORD-ZONA(CONT-ORD)
               ELSE
                    MOVE 999 TO ORD-ZONA(CONT-ORD)
               END-IF
               MOVE RUB-COD-FILIALE TO ORD-COD(CONT-ORD)
               MOVE CONTATTO(5:158) TO ORD-RESTO(CONT-ORD)
               MOVE DESC-FILIALE    TO ORD-DESC(CONT-ORD)
               MOVE CITTA-FILIALE   TO ORD-CITTA(CONT-ORD)
     END-EVALUATE.
     READ RUBF INTO CONTATTO AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-RUB-RIGA.
      EXIT.
*****************************************************
* ZONA DELLA FILIALE: ASSEGNAZIONE SU FILZONE.TXT E *
* ZONA CENSITA SU ZONEMST.TXT, COME IN REPFIL       *
*****************************************************
 CERCA-ZONA-FILIALE.
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
 FINE-CERCA-ZONA-FILIALE.
      EXIT.
 CERCA-ASSEGNAZIONE.
     IF TAB-ASS-FILIALE(IND-ASS) = RUB-COD-FILIALE
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
* BOLLA DI CONFRONTO SU ZONA + FILIALE, COME FA NOTTURNO
 ORDINA-RUBRICA.
     MOVE 0 TO IND-ORDINA-1.
     PERFORM ORDINA-GIRO THRU FINE-ORDINA-GIRO
          UNTIL IND-ORDINA-1 >= CONT-ORD.
 FINE-ORDINA-RUBRICA.
      EXIT.
 ORDINA-GIRO.
     COMPUTE IND-ORDINA-1 = IND-ORDINA-1 + 1.
     COMPUTE IND-ORDINA-2 = IND-ORDINA-1 + 1.
     PERFORM ORDINA-SCAMBIO THRU FINE-ORDINA-SCAMBIO
          UNTIL IND-ORDINA-2 > CONT-ORD.
 FINE-ORDINA-GIRO.
      EXIT.
 ORDINA-SCAMBIO.
     IF ORD-CHIAVE(IND-ORDINA-1) > ORD-CHIAVE(IND-ORDINA-2)
          MOVE RIGA-ORD(IND-ORDINA-1) TO RIGA-SCAMBIO
          MOVE RIGA-ORD(IND-ORDINA-2) TO RIGA-ORD(IND-ORDINA-1)
          MOVE RIGA-SCAMBIO TO RIGA-ORD(IND-ORDINA-2)
     END-IF.
     COMPUTE IND-ORDINA-2 = IND-ORDINA-2 + 1.
 FINE-ORDINA-SCAMBIO.
      EXIT.
*****************************************************
* STAMPA CON ROTTURA SULLA ZONA: TESTATA DI ZONA E  *
* UN BLOCCO DI TRE O QUATTRO RIGHE PER FILIALE      *
*****************************************************
 STAMPA-RUBRICA.
     OPEN OUTPUT REPORTF.
     MOVE DATA-OGGI TO RT-DATA.
     WRITE REC-REPORT FROM RIGA-TITOLO.
     MOVE 0 TO ZONA-CORRENTE.
     MOVE 1 TO IND-ORD.
     PERFORM STAMPA-FILIALE THRU FINE-STAMPA-FILIALE
          UNTIL IND-ORD > CONT-ORD.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'FILIALI IN RUBRICA STAMPATE:' TO RTO-TESTO.
     MOVE CONT-ORD TO RTO-CONTA.
     WRITE REC-REPORT FROM RIGA-TOTALE.
     MOVE 'CHIUSE O NON SU FILIALI.IDX, ESCLUSE:' TO RTO-TESTO.
     MOVE NON-STAMPATE TO RTO-CONTA.
     WRITE REC-REPORT FROM RIGA-TOTALE.
     IF SCARTATE-ORD > 0
          MOVE 'OLTRE LA TABELLA, NON STAMPATE:' TO RTO-TESTO
          MOVE SCARTATE-ORD TO RTO-CONTA
          WRITE REC-REPORT FROM RIGA-TOTALE
          MOVE 4 TO RETURN-CODE
     ELSE
          MOVE 0 TO RETURN-CODE
     END-IF.
     CLOSE REPORTF.
     DISPLAY 'RUBRICA SCRITTA SU RUBREP.TXT, FILIALI: ' CONT-ORD.
 FINE-STAMPA-RUBRICA.
      EXIT.
 STAMPA-FILIALE.
     IF IND-ORD = 1 OR ORD-ZONA(IND-ORD) NOT = ZONA-CORRENTE
          MOVE ORD-ZONA(IND-ORD) TO ZONA-CORRENTE
          PERFORM STAMPA-TESTATA-ZONA THRU FINE-STAMPA-TESTATA-ZONA
     END-IF.
     MOVE ORD-COD(IND-ORD)   TO RUB-COD-FILIALE.
     MOVE ORD-RESTO(IND-ORD) TO CONTATTO(5:158).
     MOVE RUB-COD-FILIALE    TO RF-COD.
     MOVE ORD-DESC(IND-ORD)  TO RF-DESC.
     MOVE ORD-CITTA(IND-ORD) TO RF-CITTA.
     MOVE RUB-TELEFONO       TO RF-TELEFONO.
     MOVE RUB-RESPONSABILE   TO RF-RESPONSABILE.
     WRITE REC-REPORT FROM RIGA-FILIALE.
     MOVE RUB-INDIRIZZO      TO RI-INDIRIZZO.
     MOVE RUB-CAP            TO RI-CAP.
     WRITE REC-REPORT FROM RIGA-INDIRIZZO.
     MOVE SPACES TO RIGA-ORARIO.
     MOVE 0 TO POSTO-RIGA.
     MOVE 1 TO IND-GIORNO.
     PERFORM STAMPA-ORARIO THRU FINE-STAMPA-ORARIO
          UNTIL IND-GIORNO > 7.
     IF POSTO-RIGA > 0
          WRITE REC-REPORT FROM RIGA-ORARIO
     END-IF.
     ADD 1 TO IND-ORD.
 FINE-STAMPA-FILIALE.
      EXIT.
 STAMPA-TESTATA-ZONA.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     IF ZONA-CORRENTE = 999
          MOVE 'FILIALI SENZA ZONA' TO REC-REPORT
          WRITE REC-REPORT
     ELSE
          MOVE ZONA-CORRENTE TO ZONA-DELLA-FILIALE
          MOVE ZONA-DELLA-FILIALE TO RZ-COD
          MOVE 0 TO TROVATA-ZONA
          MOVE 1 TO IND-ZONA
          PERFORM CERCA-ZONA THRU FINE-CERCA-ZONA
               UNTIL IND-ZONA > CONT-ZONE OR TROVATA-ZONA = 1
          MOVE TAB-ZONA-DESC(IND-ZONA) TO RZ-DESC
          WRITE REC-REPORT FROM RIGA-ZONA-TESTO
     END-IF.
 FINE-STAMPA-TESTATA-ZONA.
      EXIT.
* UN GIORNO NELLA RIGA DELL'ORARIO; A QUATTRO GIORNI LA RIGA
* SI SCRIVE E SE NE COMINCIA UN'ALTRA
 STAMPA-ORARIO.
     ADD 1 TO POSTO-RIGA.
     IF RUB-ORARIO(IND-GIORNO) = SPACES
          MOVE 'CHIUSO' TO ORARIO-STAMPA
     ELSE
          MOVE RUB-ORARIO(IND-GIORNO) TO ORARIO-STAMPA
     END-IF.
     MOVE SIGLA-GIORNO(IND-GIORNO) TO RO-SIGLA(POSTO-RIGA).
     MOVE ORARIO-STAMPA TO RO-ORARIO(POSTO-RIGA).
     IF POSTO-RIGA = 4
          WRITE REC-REPORT FROM RIGA-ORARIO
          MOVE SPACES TO RIGA-ORARIO
          MOVE 0 TO POSTO-RIGA
     END-IF.
     ADD 1 TO IND-GIORNO.
 FINE-STAMPA-ORARIO.
      EXIT.
