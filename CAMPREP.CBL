 IDENTIFICATION DIVISION.
 PROGRAM-ID. CAMPREP.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* CONSUNTIVO PER FILIALE DI UNA CAMPAGNA DI MARKETING: CHIEDE
* IL CODICE DELLA CAMPAGNA, CONTA LE PERSONE IN LISTA
* (CAMPLIS-CCCCCC.TXT, SELCAMP) E GLI ESITI REGISTRATI DALLE
* FILIALI (CAMPESITI.TXT, MANESIT) E STAMPA SU CAMPREP.TXT,
* FILIALE PER FILIALE IN ORDINE DI CODICE E IN TOTALE:
* PERSONE IN LISTA, ADERITI, INTERESSATI, NON INTERESSATI, NON
* RAGGIUNTI, ANCORA DA CONTATTARE E PERCENTUALE DI ADESIONE
* SULLA LISTA. SI LANCIA A CAMPAGNA FINITA; PRIMA DELLA DATA
* DI FINE IL REPORT E' MARCATO PROVVISORIO. RETURN-CODE 12 SE
* LA CAMPAGNA NON C'E' O NON E' SELEZIONATA, 4 SE LE FILIALI
* SUPERANO LA TABELLA (REPORT INCOMPLETO)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT FILES
     SELECT OPTIONAL CAMPF ASSIGN TO 'CAMPAGNE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL LISTAF ASSIGN TO NOME-LISTA
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL ESITF ASSIGN TO 'CAMPESITI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE
     SELECT REPORTF ASSIGN TO 'CAMPREP.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   CAMPF
      DATA RECORD IS REC-CAMP.
 01 REC-CAMP.
    COPY CAMPAGNA.
 FD   LISTAF
      DATA RECORD IS REC-LISTA.
 01 REC-LISTA.
    COPY CAMPLIST.
 FD   ESITF
      DATA RECORD IS REC-ESITO.
 01 REC-ESITO.
    COPY CAMPESIT.
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT  PIC X(80).

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
       10 FIL-LISTA      PIC 9(5).
       10 FIL-ADERITI    PIC 9(5).
       10 FIL-INTERESSATI PIC 9(5).
       10 FIL-NON-INT    PIC 9(5).
       10 FIL-NON-RAGG   PIC 9(5).
 01 CONT-FIL          PIC 999 VALUE 0.
 01 SCARTATE-FIL      PIC 999 VALUE 0.
 01 IND-FIL           PIC 999 VALUE 0.
 01 TROVATA-FIL       PIC 9 VALUE 0.
 01 FILIALE-CERCATA   PIC 9(4) VALUE 0.
 01 RIGA-SCAMBIO      PIC X(29).
 01 IND-ORDINA-1      PIC 999 VALUE 0.
 01 IND-ORDINA-2      PIC 999 VALUE 0.
*****************************************************
* TOTALI DELLA CAMPAGNA                             *
*****************************************************
 01 TOTALI-CAMPAGNA.
    05 TOT-LISTA       PIC 9(6) VALUE 0.
    05 TOT-ADERITI     PIC 9(6) VALUE 0.
    05 TOT-INTERESSATI PIC 9(6) VALUE 0.
    05 TOT-NON-INT     PIC 9(6) VALUE 0.
    05 TOT-NON-RAGG    PIC 9(6) VALUE 0.
 01 DA-CONTATTARE     PIC 9(6) VALUE 0.
 01 PERCENTUALE       PIC 999 VALUE 0.

 01 FINE-FILE         PIC X VALUE SPACES.
 01 DATA-OGGI         PIC 9(8).
 01 COD-INPUT         PIC X(6).
 01 TROVATO           PIC 9 VALUE 0.
 01 NOME-LISTA        PIC X(24) VALUE SPACES.
*****************************************************
* RIGHE DEL REPORT                                  *
*****************************************************
 01 RIGA-TITOLO.
    05 FILLER         PIC X(17) VALUE 'ESITI CAMPAGNA - '.
    05 RT-CODICE      PIC X(6).
    05 FILLER         PIC X VALUE SPACE.
    05 RT-DESC        PIC X(30).
    05 FILLER         PIC X(26) VALUE SPACES.
 01 RIGA-PERIODO.
    05 FILLER         PIC X(4) VALUE 'DAL '.
    05 RP-INIZIO      PIC 9(8).
    05 FILLER         PIC X(4) VALUE ' AL '.
    05 RP-FINE        PIC 9(8).
    05 FILLER         PIC X(13) VALUE ' - LISTA DEL '.
    05 RP-SELEZIONE   PIC 9(8).
    05 FILLER         PIC X(10) VALUE ' - STAMPA '.
    05 RP-OGGI        PIC 9(8).
    05 FILLER         PIC X(17) VALUE SPACES.
 01 RIGA-TESTATA.
    05 FILLER         PIC X(30)
       VALUE 'FILIALE  LISTA  ADERITI INTER '.
    05 FILLER         PIC X(33)
       VALUE ' NO INT N.RAG DA CONT     % ADES.'.
    05 FILLER         PIC X(17) VALUE SPACES.
 01 RIGA-FILIALE.
* CODICE FILIALE, O 'TOT.' SULLA RIGA DEL TOTALE
    05 RF-COD         PIC X(4).
    05 FILLER         PIC X(4) VALUE SPACES.
    05 RF-LISTA       PIC ZZZZZ9.
    05 FILLER         PIC X(3) VALUE SPACES.
    05 RF-ADERITI     PIC ZZZZZ9.
    05 RF-INTERESSATI PIC ZZZZZ9.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RF-NON-INT     PIC ZZZZZ9.
    05 RF-NON-RAGG    PIC ZZZZZ9.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RF-DA-CONT     PIC ZZZZZ9.
    05 FILLER         PIC X(7) VALUE SPACES.
    05 RF-PERCENTUALE PIC ZZ9.
    05 FILLER         PIC X(19) VALUE ' %'.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      DISPLAY 'CODICE CAMPAGNA: '.
      ACCEPT COD-INPUT.
      PERFORM CERCA-CAMPAGNA THRU FINE-CERCA-CAMPAGNA.
      EVALUATE TRUE
           WHEN TROVATO = 0
                DISPLAY 'CAMPAGNA NON A REGISTRO'
                MOVE 12 TO RETURN-CODE
           WHEN CMP-SELEZIONE = 0
                DISPLAY 'LISTA NON ANCORA SELEZIONATA (SELCAMP)'
                MOVE 12 TO RETURN-CODE
           WHEN OTHER
                PERFORM CONTA-LISTA THRU FINE-CONTA-LISTA
                PERFORM CONTA-ESITI THRU FINE-CONTA-ESITI
                PERFORM ORDINA-FILIALI THRU FINE-ORDINA-FILIALI
                PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT
      END-EVALUATE.

      GOBACK.
*****************************************************
* CERCA LA CAMPAGNA; IL RECORD RESTA NELL'AREA DEL  *
* FILE PER TITOLO E DATE                            *
*****************************************************
 CERCA-CAMPAGNA.
     MOVE 0 TO TROVATO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CAMPF.
     READ CAMPF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CERCA-CAMPAGNA-RIGA THRU FINE-CERCA-CAMPAGNA-RIGA
          UNTIL FINE-FILE = 'S' OR TROVATO = 1.
     CLOSE CAMPF.
 FINE-CERCA-CAMPAGNA.
      EXIT.
 CERCA-CAMPAGNA-RIGA.
     IF CMP-CODICE = COD-INPUT
          MOVE 1 TO TROVATO
     ELSE
          READ CAMPF AT END MOVE 'S' TO FINE-FILE END-READ
     END-IF.
 FINE-CERCA-CAMPAGNA-RIGA.
      EXIT.
*****************************************************
* PERSONE IN LISTA PER FILIALE                      *
*****************************************************
 CONTA-LISTA.
     MOVE SPACES TO NOME-LISTA.
     STRING 'CAMPLIS-' DELIMITED BY SIZE
            CMP-CODICE DELIMITED BY SPACE
            '.TXT' DELIMITED BY SIZE
            INTO NOME-LISTA
     END-STRING.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT LISTAF.
     READ LISTAF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CONTA-LISTA-RIGA THRU FINE-CONTA-LISTA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE LISTAF.
 FINE-CONTA-LISTA.
      EXIT.
 CONTA-LISTA-RIGA.
     MOVE CLS-FILIALE TO FILIALE-CERCATA.
     PERFORM TROVA-FILIALE THRU FINE-TROVA-FILIALE.
     IF TROVATA-FIL = 1
          ADD 1 TO FIL-LISTA(IND-FIL)
     END-IF.
     ADD 1 TO TOT-LISTA.
     READ LISTAF AT END MOVE 'S' TO FINE-FILE.
 FINE-CONTA-LISTA-RIGA.
      EXIT.
*****************************************************
* ESITI DELLA CAMPAGNA PER FILIALE E PER TIPO       *
*****************************************************
 CONTA-ESITI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ESITF.
     READ ESITF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CONTA-ESITO-RIGA THRU FINE-CONTA-ESITO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ESITF.
 FINE-CONTA-ESITI.
      EXIT.
 CONTA-ESITO-RIGA.
     IF CES-CAMPAGNA = CMP-CODICE
          MOVE CES-FILIALE TO FILIALE-CERCATA
          PERFORM TROVA-FILIALE THRU FINE-TROVA-FILIALE
          IF TROVATA-FIL = 1
               EVALUATE CES-ESITO
                    WHEN 'A'
                         ADD 1 TO FIL-ADERITI(IND-FIL)
                    WHEN 'I'
                         ADD 1 TO FIL-INTERESSATI(IND-FIL)
                    WHEN 'N'
                         ADD 1 TO FIL-NON-INT(IND-FIL)
                    WHEN 'R'
                         ADD 1 TO FIL-NON-RAGG(IND-FIL)
                    WHEN OTHER
                         CONTINUE
               END-EVALUATE
          END-IF
          EVALUATE CES-ESITO
               WHEN 'A'
                    ADD 1 TO TOT-ADERITI
               WHEN 'I'
                    ADD 1 TO TOT-INTERESSATI
               WHEN 'N'
                    ADD 1 TO TOT-NON-INT
               WHEN 'R'
                    ADD 1 TO TOT-NON-RAGG
               WHEN OTHER
                    CONTINUE
          END-EVALUATE
     END-IF.
     READ ESITF AT END MOVE 'S' TO FINE-FILE.
 FINE-CONTA-ESITO-RIGA.
      EXIT.
*****************************************************
* LASCIA IND-FIL SUL POSTO DELLA FILIALE CERCATA    *
* (NUOVO SE NON C'ERA ANCORA)                       *
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
               MOVE FILIALE-CERCATA TO FIL-COD(CONT-FIL)
               MOVE 0 TO FIL-LISTA(CONT-FIL)
               MOVE 0 TO FIL-ADERITI(CONT-FIL)
               MOVE 0 TO FIL-INTERESSATI(CONT-FIL)
               MOVE 0 TO FIL-NON-INT(CONT-FIL)
               MOVE 0 TO FIL-NON-RAGG(CONT-FIL)
               MOVE CONT-FIL TO IND-FIL
               MOVE 1 TO TROVATA-FIL
          END-IF
     END-IF.
 FINE-TROVA-FILIALE.
      EXIT.
 CERCA-FILIALE.
     IF FIL-COD(IND-FIL) = FILIALE-CERCATA
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
* TITOLO, PERIODO, UNA RIGA PER FILIALE E TOTALE    *
*****************************************************
 STAMPA-REPORT.
     OPEN OUTPUT REPORTF.
     MOVE CMP-CODICE TO RT-CODICE.
     MOVE CMP-DESC   TO RT-DESC.
     WRITE REC-REPORT FROM RIGA-TITOLO.
     MOVE CMP-INIZIO    TO RP-INIZIO.
     MOVE CMP-FINE      TO RP-FINE.
     MOVE CMP-SELEZIONE TO RP-SELEZIONE.
     MOVE DATA-OGGI     TO RP-OGGI.
     WRITE REC-REPORT FROM RIGA-PERIODO.
     IF DATA-OGGI <= CMP-FINE
          MOVE 'RISULTATI PROVVISORI: CAMPAGNA ANCORA IN CORSO'
               TO REC-REPORT
          WRITE REC-REPORT
          DISPLAY 'CAMPAGNA ANCORA IN CORSO: REPORT PROVVISORIO'
     END-IF.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     WRITE REC-REPORT FROM RIGA-TESTATA.
     MOVE 1 TO IND-FIL.
     PERFORM STAMPA-FILIALE THRU FINE-STAMPA-FILIALE
          UNTIL IND-FIL > CONT-FIL.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'TOT.'          TO RF-COD.
     MOVE TOT-LISTA       TO RF-LISTA.
     MOVE TOT-ADERITI     TO RF-ADERITI.
     MOVE TOT-INTERESSATI TO RF-INTERESSATI.
     MOVE TOT-NON-INT     TO RF-NON-INT.
     MOVE TOT-NON-RAGG    TO RF-NON-RAGG.
     COMPUTE DA-CONTATTARE = TOT-LISTA - TOT-ADERITI
             - TOT-INTERESSATI - TOT-NON-INT - TOT-NON-RAGG.
     MOVE DA-CONTATTARE   TO RF-DA-CONT.
     MOVE 0 TO PERCENTUALE.
     IF TOT-LISTA > 0
          COMPUTE PERCENTUALE = TOT-ADERITI * 100 / TOT-LISTA
     END-IF.
     MOVE PERCENTUALE TO RF-PERCENTUALE.
     WRITE REC-REPORT FROM RIGA-FILIALE.
     IF SCARTATE-FIL > 0
          MOVE 'FILIALI OLTRE LA TABELLA: SOLO NEL TOTALE'
               TO REC-REPORT
          WRITE REC-REPORT
          MOVE 4 TO RETURN-CODE
     ELSE
          MOVE 0 TO RETURN-CODE
     END-IF.
     CLOSE REPORTF.
     DISPLAY 'CAMPAGNA ' CMP-CODICE ' IN LISTA ' TOT-LISTA
             ' ADERITI ' TOT-ADERITI.
 FINE-STAMPA-REPORT.
      EXIT.
 STAMPA-FILIALE.
     MOVE FIL-COD(IND-FIL)         TO RF-COD.
     MOVE FIL-LISTA(IND-FIL)       TO RF-LISTA.
     MOVE FIL-ADERITI(IND-FIL)     TO RF-ADERITI.
     MOVE FIL-INTERESSATI(IND-FIL) TO RF-INTERESSATI.
     MOVE FIL-NON-INT(IND-FIL)     TO RF-NON-INT.
     MOVE FIL-NON-RAGG(IND-FIL)    TO RF-NON-RAGG.
     COMPUTE DA-CONTATTARE = FIL-LISTA(IND-FIL)
             - FIL-ADERITI(IND-FIL) - FIL-INTERESSATI(IND-FIL)
             - FIL-NON-INT(IND-FIL) - FIL-NON-RAGG(IND-FIL).
     MOVE DA-CONTATTARE TO RF-DA-CONT.
     MOVE 0 TO PERCENTUALE.
     IF FIL-LISTA(IND-FIL) > 0
          COMPUTE PERCENTUALE =
                  FIL-ADERITI(IND-FIL) * 100 / FIL-LISTA(IND-FIL)
     END-IF.
     MOVE PERCENTUALE TO RF-PERCENTUALE.
     WRITE REC-REPORT FROM RIGA-FILIALE.
     ADD 1 TO IND-FIL.
 FINE-STAMPA-FILIALE.
      EXIT.
