 IDENTIFICATION DIVISION.
 PROGRAM-ID. VERICAP.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* CONTROLLO SETTIMANALE DEI CAP DI INDIRIZZI.TXT CONTRO IL
* CAPARIO CAPARIO.TXT (MANCAPR): MANIND ORA RIFIUTA I CAP
* SBAGLIATI, MA GLI INDIRIZZI REGISTRATI PRIMA RESTANO DA
* RIPULIRE. LA PRIMA VOLTA SI LANCIA PER L'ARRETRATO, POI OGNI
* SETTIMANA COME RICABIT. OGNI INDIRIZZO IL CUI CAP NON E' DI
* CINQUE CIFRE, NON E' NEL CAPARIO O APPARTIENE A UN'ALTRA
* CITTA FINISCE SU VERICAP.TXT COL MOTIVO, COSI' LA LISTA DI
* LAVORO PER MANIND SI FA DA SOLA. RETURN-CODE 4 SE IL CAPARIO
* E' VUOTO O PIU' GRANDE DELLA TABELLA (CONTROLLO NON FATTO O
* INCOMPLETO)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT FILES
     SELECT OPTIONAL INDF ASSIGN TO 'INDIRIZZI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL CAPRF ASSIGN TO 'CAPARIO.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE
     SELECT REPORTF  ASSIGN TO 'VERICAP.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   INDF
      DATA RECORD IS REC-IND.
 01 REC-IND.
    05 IND-COD-PERSONA PIC 9(6).
    05 IND-VIA         PIC X(20).
    05 IND-NUMERO      PIC X(5).
    05 IND-CAP         PIC X(5).
    05 IND-CITTA       PIC X(10).
 FD   CAPRF
      DATA RECORD IS REC-CAPR.
 01 REC-CAPR.
    COPY CAPARIO.
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT  PIC X(80).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* CAPARIO IN TABELLA                                *
*****************************************************
 01   MAX-CAP             PIC 9(4) VALUE 2000.
 01   TABELLA-CAP.
      05 RIGA-CAP OCCURS 1 TO 2000 TIMES DEPENDING ON CONT-CAP.
         10 TAB-CAP          PIC X(5).
         10 TAB-CAP-CITTA    PIC X(10).
 01   CONT-CAP            PIC 9(4) VALUE 0.
 01   SCARTATI-CAP        PIC 9(4) VALUE 0.
 01   IND-TAB-CAP         PIC 9(4) VALUE 0.
 01   TROVATO             PIC 9 VALUE 0.

 01 FINE-FILE         PIC X VALUE SPACES.
 01 DATA-OGGI         PIC 9(8).
*****************************************************
* CONTATORI DI RIEPILOGO                            *
*****************************************************
 01 LETTI             PIC 9(5) VALUE 0.
 01 CAP-ERRATI        PIC 9(5) VALUE 0.
 01 CAP-SCONOSCIUTI   PIC 9(5) VALUE 0.
 01 CAP-ALTRA-CITTA   PIC 9(5) VALUE 0.
*****************************************************
* RIGHE DEL REPORT                                  *
*****************************************************
 01 RIGA-TITOLO.
    05 FILLER         PIC X(25)
       VALUE 'CONTROLLO CAP INDIRIZZI -'.
    05 FILLER         PIC X(6) VALUE ' DATA '.
    05 RT-DATA        PIC 9(8).
    05 FILLER         PIC X(41) VALUE SPACES.
 01 RIGA-INDIRIZZO.
    05 RI-COD         PIC 9(6).
    05 FILLER         PIC X VALUE SPACE.
    05 RI-VIA         PIC X(20).
    05 FILLER         PIC X VALUE SPACE.
    05 RI-CAP         PIC X(5).
    05 FILLER         PIC X VALUE SPACE.
    05 RI-CITTA       PIC X(10).
    05 FILLER         PIC X VALUE SPACE.
    05 RI-MOTIVO      PIC X(35).
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
      PERFORM CARICA-CAPARIO THRU FINE-CARICA-CAPARIO.
      PERFORM APERTURA THRU FINE-APERTURA.
      IF CONT-CAP > 0
           PERFORM ELABORA THRU FINE-ELABORA
                UNTIL FINE-FILE = 'S'
      END-IF.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.

      GOBACK.

 CARICA-CAPARIO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CAPRF.
     READ CAPRF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-CAP-RIGA THRU FINE-CARICA-CAP-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE CAPRF.
 FINE-CARICA-CAPARIO.
      EXIT.
 CARICA-CAP-RIGA.
     IF CONT-CAP = MAX-CAP
          ADD 1 TO SCARTATI-CAP
     ELSE
          ADD 1 TO CONT-CAP
          MOVE CPR-CAP   TO TAB-CAP(CONT-CAP)
          MOVE CPR-CITTA TO TAB-CAP-CITTA(CONT-CAP)
     END-IF.
     READ CAPRF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-CAP-RIGA.
      EXIT.
 APERTURA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT INDF.
     OPEN OUTPUT REPORTF.
     MOVE DATA-OGGI TO RT-DATA.
     WRITE REC-REPORT FROM RIGA-TITOLO.
     IF CONT-CAP = 0
          MOVE 'CAPARIO.TXT VUOTO O ASSENTE: CONTROLLO NON FATTO'
               TO REC-REPORT
          WRITE REC-REPORT
          DISPLAY 'CAPARIO.TXT VUOTO O ASSENTE: CONTROLLO NON'
                  ' FATTO'
     ELSE
          READ INDF AT END MOVE 'S' TO FINE-FILE END-READ
     END-IF.
 FINE-APERTURA.
      EXIT.
*****************************************************
* UN INDIRIZZO: CAP DI CINQUE CIFRE, PRESENTE NEL   *
* CAPARIO E DELLA STESSA CITTA                      *
*****************************************************
 ELABORA.
     ADD 1 TO LETTI.
     MOVE SPACES TO RI-MOTIVO.
     IF IND-CAP IS NOT NUMERIC
          ADD 1 TO CAP-ERRATI
          MOVE 'CAP NON DI CINQUE CIFRE' TO RI-MOTIVO
     ELSE
          PERFORM CERCA-CAP THRU FINE-CERCA-CAP
          EVALUATE TRUE
               WHEN TROVATO = 0
                    ADD 1 TO CAP-SCONOSCIUTI
                    MOVE 'CAP NON PRESENTE NEL CAPARIO'
                         TO RI-MOTIVO
               WHEN TAB-CAP-CITTA(IND-TAB-CAP) NOT = IND-CITTA
                    ADD 1 TO CAP-ALTRA-CITTA
                    STRING 'CAP DI ' DELIMITED BY SIZE
                           TAB-CAP-CITTA(IND-TAB-CAP)
                                DELIMITED BY SIZE
                           INTO RI-MOTIVO
                    END-STRING
               WHEN OTHER
                    CONTINUE
          END-EVALUATE
     END-IF.
     IF RI-MOTIVO NOT = SPACES
          MOVE IND-COD-PERSONA TO RI-COD
          MOVE IND-VIA         TO RI-VIA
          MOVE IND-CAP         TO RI-CAP
          MOVE IND-CITTA       TO RI-CITTA
          WRITE REC-REPORT FROM RIGA-INDIRIZZO
     END-IF.
     READ INDF AT END MOVE 'S' TO FINE-FILE.
 FINE-ELABORA.
      EXIT.
 CERCA-CAP.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-TAB-CAP.
     PERFORM CERCA-CAP-RIGA THRU FINE-CERCA-CAP-RIGA
          UNTIL IND-TAB-CAP > CONT-CAP OR TROVATO = 1.
 FINE-CERCA-CAP.
      EXIT.
 CERCA-CAP-RIGA.
     IF TAB-CAP(IND-TAB-CAP) = IND-CAP
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-TAB-CAP
     END-IF.
 FINE-CERCA-CAP-RIGA.
      EXIT.
*
 CHIUSURA.
     MOVE 'INDIRIZZI LETTI:' TO RTO-TESTO.
     MOVE LETTI TO RTO-CONTA.
     WRITE REC-REPORT FROM RIGA-TOTALE.
     MOVE 'CAP NON DI CINQUE CIFRE:' TO RTO-TESTO.
     MOVE CAP-ERRATI TO RTO-CONTA.
     WRITE REC-REPORT FROM RIGA-TOTALE.
     MOVE 'CAP NON PRESENTI NEL CAPARIO:' TO RTO-TESTO.
     MOVE CAP-SCONOSCIUTI TO RTO-CONTA.
     WRITE REC-REPORT FROM RIGA-TOTALE.
     MOVE 'CAP DI UN''ALTRA CITTA:' TO RTO-TESTO.
     MOVE CAP-ALTRA-CITTA TO RTO-CONTA.
     WRITE REC-REPORT FROM RIGA-TOTALE.
     IF SCARTATI-CAP > 0
          MOVE 'CAP DEL CAPARIO OLTRE LA TABELLA:' TO RTO-TESTO
          MOVE SCARTATI-CAP TO RTO-CONTA
          WRITE REC-REPORT FROM RIGA-TOTALE
     END-IF.
     CLOSE INDF.
     CLOSE REPORTF.
     DISPLAY 'INDIRIZZI LETTI: ' LETTI.
     DISPLAY 'INDIRIZZI DA CORREGGERE: '
             CAP-ERRATI ' ' CAP-SCONOSCIUTI ' ' CAP-ALTRA-CITTA.
     IF CONT-CAP = 0 OR SCARTATI-CAP > 0
          MOVE 4 TO RETURN-CODE
     ELSE
          MOVE 0 TO RETURN-CODE
     END-IF.
 FINE-CHIUSURA.
      EXIT.
