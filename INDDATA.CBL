 IDENTIFICATION DIVISION.
 PROGRAM-ID. INDDATA.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* INTERROGAZIONE "INDIRIZZO DELLA PERSONA N ALLA DATA D": LE
* CONTESTAZIONI SU UNA LETTERA SPEDITA MESI FA CHIEDONO DOVE
* ABITAVA LA PERSONA IN QUEL GIORNO, NON DOVE ABITA OGGI. SI
* CERCA NELLO STORICO STORIND.TXT (MANIND) LA RIGA DEL CODICE
* VALIDA ALLA DATA (INIZIO <= DATA E FINE A ZERO O DOPO LA
* DATA: NEL GIORNO DEL CAMBIO VALE GIA' L'INDIRIZZO NUOVO). SE
* IL CODICE NON HA STORICO SI RISPONDE CON L'INDIRIZZO ATTUALE
* DI INDIRIZZI.TXT, AVVISANDO CHE NON E' DATATO.
* SI CONTINUA A CHIEDERE CODICE E DATA FINO AL CODICE 0
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT FILES
     SELECT OPTIONAL STORF ASSIGN TO 'STORIND.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL INDF ASSIGN TO 'INDIRIZZI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   STORF
      DATA RECORD IS REC-STOR.
 01 REC-STOR.
    COPY STORIND.
 FD   INDF
      DATA RECORD IS REC-IND.
 01 REC-IND.
    05 IND-COD-PERSONA PIC 9(6).
    05 IND-VIA         PIC X(20).
    05 IND-NUMERO      PIC X(5).
    05 IND-CAP         PIC X(5).
    05 IND-CITTA       PIC X(10).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
 01 FINE-FILE         PIC X VALUE SPACES.
 01 CODICE-INPUT      PIC 9(6) VALUE 0.
 01 DATA-INPUT        PIC 9(8) VALUE 0.
*****************************************************
* ESITO DELLA RICERCA DI UN CODICE                  *
*****************************************************
 01 RIGHE-CODICE      PIC 9(4) VALUE 0.
 01 TROVATO           PIC 9 VALUE 0.
 01 RISPOSTA.
    05 RIS-VIA        PIC X(20).
    05 RIS-NUMERO     PIC X(5).
    05 RIS-CAP        PIC X(5).
    05 RIS-CITTA      PIC X(10).
    05 RIS-INIZIO     PIC 9(8).
    05 RIS-FINE       PIC 9(8).
 01 DOMANDE           PIC 9(5) VALUE 0.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      PERFORM CHIEDI-CODICE THRU FINE-CHIEDI-CODICE.
      PERFORM ELABORA THRU FINE-ELABORA
           UNTIL CODICE-INPUT = 0.
      DISPLAY 'DOMANDE EVASE: ' DOMANDE.
      MOVE 0 TO RETURN-CODE.

      GOBACK.

 CHIEDI-CODICE.
     DISPLAY 'CODICE PERSONA (0 PER USCIRE): '.
     ACCEPT CODICE-INPUT.
 FINE-CHIEDI-CODICE.
      EXIT.
*****************************************************
* UNA DOMANDA: DATA, RICERCA NELLO STORICO E, SE IL *
* CODICE NON NE HA, NELL'INDIRIZZO ATTUALE          *
*****************************************************
 ELABORA.
     DISPLAY 'ALLA DATA (AAAAMMGG, 0 = OGGI): '.
     ACCEPT DATA-INPUT.
     IF DATA-INPUT = 0
          ACCEPT DATA-INPUT FROM DATE YYYYMMDD
     END-IF.
     ADD 1 TO DOMANDE.
     PERFORM CERCA-STORIA THRU FINE-CERCA-STORIA.
     EVALUATE TRUE
          WHEN TROVATO = 1
               DISPLAY CODICE-INPUT ' AL ' DATA-INPUT ': '
                       RIS-VIA ' ' RIS-NUMERO ' ' RIS-CAP ' '
                       RIS-CITTA
               DISPLAY '   VALIDO DAL ' RIS-INIZIO
                       ' AL ' RIS-FINE
          WHEN RIGHE-CODICE > 0
               DISPLAY CODICE-INPUT ' AL ' DATA-INPUT
                       ': NESSUN INDIRIZZO A QUELLA DATA'
          WHEN OTHER
               PERFORM CERCA-ATTUALE THRU FINE-CERCA-ATTUALE
               IF TROVATO = 1
                    DISPLAY CODICE-INPUT ' SENZA STORICO, INDIRIZZO'
                            ' ATTUALE: ' RIS-VIA ' ' RIS-NUMERO
                            ' ' RIS-CAP ' ' RIS-CITTA
               ELSE
                    DISPLAY CODICE-INPUT ': NESSUN INDIRIZZO'
               END-IF
     END-EVALUATE.
     PERFORM CHIEDI-CODICE THRU FINE-CHIEDI-CODICE.
 FINE-ELABORA.
      EXIT.
*****************************************************
* SCORRE TUTTO LO STORICO: CONTA LE RIGHE DEL       *
* CODICE E TIENE QUELLA VALIDA ALLA DATA            *
*****************************************************
 CERCA-STORIA.
     MOVE 0 TO TROVATO.
     MOVE 0 TO RIGHE-CODICE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT STORF.
     READ STORF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CERCA-STORIA-RIGA THRU FINE-CERCA-STORIA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE STORF.
 FINE-CERCA-STORIA.
      EXIT.
 CERCA-STORIA-RIGA.
     IF SIN-COD = CODICE-INPUT
          ADD 1 TO RIGHE-CODICE
          IF SIN-INIZIO <= DATA-INPUT
             AND (SIN-FINE = 0 OR SIN-FINE > DATA-INPUT)
               MOVE 1 TO TROVATO
               MOVE SIN-VIA    TO RIS-VIA
               MOVE SIN-NUMERO TO RIS-NUMERO
               MOVE SIN-CAP    TO RIS-CAP
               MOVE SIN-CITTA  TO RIS-CITTA
               MOVE SIN-INIZIO TO RIS-INIZIO
               MOVE SIN-FINE   TO RIS-FINE
          END-IF
     END-IF.
     READ STORF AT END MOVE 'S' TO FINE-FILE.
 FINE-CERCA-STORIA-RIGA.
      EXIT.
 CERCA-ATTUALE.
     MOVE 0 TO TROVATO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT INDF.
     READ INDF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CERCA-ATTUALE-RIGA THRU FINE-CERCA-ATTUALE-RIGA
          UNTIL FINE-FILE = 'S' OR TROVATO = 1.
     CLOSE INDF.
 FINE-CERCA-ATTUALE.
      EXIT.
 CERCA-ATTUALE-RIGA.
     IF IND-COD-PERSONA = CODICE-INPUT
          MOVE 1 TO TROVATO
          MOVE IND-VIA    TO RIS-VIA
          MOVE IND-NUMERO TO RIS-NUMERO
          MOVE IND-CAP    TO RIS-CAP
          MOVE IND-CITTA  TO RIS-CITTA
     ELSE
          READ INDF AT END MOVE 'S' TO FINE-FILE END-READ
     END-IF.
 FINE-CERCA-ATTUALE-RIGA.
      EXIT.
