 IDENTIFICATION DIVISION.
 PROGRAM-ID. MANPROD.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* MANUTENZIONE DEL CATALOGO PRODOTTI (PRODOTTI.TXT): FINORA IL
* TIPO DEL RAPPORTO SU RAPPORTI.TXT ERA UN CARATTERE LIBERO E
* NESSUN REPORT SAPEVA DIRE CHE COSA TIENE UN CLIENTE. OGNI
* PRODOTTO HA CODICE (QUELLO CHE VA IN RAPP-TIPO),
* DESCRIZIONE, ETA MINIMA E MASSIMA DEL CLIENTE E IL FLAG CHE
* DICE SE UNA PERSONA PUO' AVERNE PIU' DI UNO APERTO.
* MANRAPP RIFIUTA I CODICI FUORI CATALOGO E I CLIENTI FUORI
* DAI LIMITI DI ETA; MIXPROD STAMPA I RAPPORTI APERTI PER
* FILIALE E PRODOTTO.
* COME MANZONE: CREAZIONE, MODIFICA ED ELENCO; IL FILE E'
* CARICATO IN TABELLA ALL'AVVIO E RISCRITTO IN USCITA SOLO SE
* TOCCATO. UN PRODOTTO NON SI CANCELLA, PERCHE' I RAPPORTI GIA'
* APERTI (ANCHE QUELLI CHIUSI, PER LO STORICO) NE PORTANO IL
* CODICE. PRENOTAZIONE COL MODULO COMUNE PRENOTA (PRODOTTI.LCK)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT/OUTPUT FILE; OPTIONAL PERCHE' ALLA PRIMA SESSIONE IN
* ASSOLUTO NON ESISTE ANCORA
     SELECT OPTIONAL PRODF ASSIGN TO 'PRODOTTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   PRODF
      DATA RECORD IS REC-PROD.
 01 REC-PROD.
    COPY PRODOTTO.

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* CATALOGO PRODOTTI IN TABELLA                      *
*****************************************************
 01   MAX-PRODOTTI        PIC 99 VALUE 50.
 01   TABELLA-PRODOTTI.
      05 RIGA-PRD OCCURS 1 TO 50 TIMES DEPENDING ON CONT-PRD.
         10 TAB-PRD-COD      PIC X.
         10 TAB-PRD-DESC     PIC X(20).
         10 TAB-PRD-ETA-MIN  PIC 999.
         10 TAB-PRD-ETA-MAX  PIC 999.
         10 TAB-PRD-MULTIPLO PIC X.
 01   CONT-PRD            PIC 99 VALUE 0.
 01   SCARTATI-PRD        PIC 99 VALUE 0.

 01 FINE-FILE        PIC X VALUE SPACES.
 01 FINE-PGM         PIC X VALUE SPACES.
 01 CHOICE           PIC 9 VALUE 0.
 01 AGGIORNATO       PIC 9 VALUE 0.
*****************************************************
* CAMPI DI LAVORO DELLE OPERAZIONI                  *
*****************************************************
 01 COD-INPUT        PIC X.
 01 DESC-INPUT       PIC X(20).
 01 ETA-MIN-INPUT    PIC 999.
 01 ETA-MAX-INPUT    PIC 999.
 01 MULTIPLO-INPUT   PIC X.
 01 DATI-VALIDI      PIC 9 VALUE 0.
 01 IND-PRD          PIC 99 VALUE 0.
 01 TROVATO          PIC 9 VALUE 0.
*****************************************************
* PRENOTAZIONE DEL FILE COL MODULO COMUNE PRENOTA   *
*****************************************************
 01 OPERATORE        PIC X(3) VALUE SPACES.
 01 NOME-LOCK        PIC X(24) VALUE 'PRODOTTI.LCK'.
 01 AZIONE-PRENOTA   PIC X.
 01 ESITO-PRENOTA    PIC X.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      DISPLAY 'SIGLA OPERATORE: '.
      ACCEPT OPERATORE.
      MOVE 'P' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.
      IF ESITO-PRENOTA NOT = 'S'
           GOBACK
      END-IF.
      PERFORM CARICA-PRODOTTI THRU FINE-CARICA-PRODOTTI.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-PGM = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.
      MOVE 'R' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.

      GOBACK.
*****************************************************
* CARICA PRODOTTI.TXT IN TABELLA-PRODOTTI           *
*****************************************************
 CARICA-PRODOTTI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT PRODF.
     READ PRODF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-PRODOTTO-RIGA THRU FINE-CARICA-PRODOTTO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE PRODF.
 FINE-CARICA-PRODOTTI.
      EXIT.
 CARICA-PRODOTTO-RIGA.
     IF CONT-PRD = MAX-PRODOTTI
          ADD 1 TO SCARTATI-PRD
          DISPLAY 'TABELLA PRODOTTI PIENA, RIGA IGNORATA: '
                  REC-PROD
     ELSE
          ADD 1 TO CONT-PRD
          MOVE PRD-COD      TO TAB-PRD-COD(CONT-PRD)
          MOVE PRD-DESC     TO TAB-PRD-DESC(CONT-PRD)
          MOVE PRD-ETA-MIN  TO TAB-PRD-ETA-MIN(CONT-PRD)
          MOVE PRD-ETA-MAX  TO TAB-PRD-ETA-MAX(CONT-PRD)
          MOVE PRD-MULTIPLO TO TAB-PRD-MULTIPLO(CONT-PRD)
     END-IF.
     READ PRODF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-PRODOTTO-RIGA.
      EXIT.
*
 ELABORA.
     DISPLAY 'CATALOGO PRODOTTI - CHE OPERAZIONE?'
     ' SCRIVI 1 PER CREARE UN PRODOTTO, 2 PER MODIFICARLO,'
     ' 3 PER ELENCARE IL CATALOGO, 0 PER USCIRE'.
     ACCEPT CHOICE.
     EVALUATE TRUE
          WHEN CHOICE >= 1 AND CHOICE <= 2 AND SCARTATI-PRD > 0
* CARICAMENTO INCOMPLETO: RISCRIVERE DALLA TABELLA
* CANCELLEREBBE I PRODOTTI OLTRE IL POSTO 50
               DISPLAY 'PRODOTTI PIU DELLA TABELLA: AGGIORNAMENTI'
                       ' NON CONSENTITI'
          WHEN CHOICE = 1
               PERFORM CREA-PRODOTTO THRU FINE-CREA-PRODOTTO
          WHEN CHOICE = 2
               PERFORM MODIFICA-PRODOTTO
                    THRU FINE-MODIFICA-PRODOTTO
          WHEN CHOICE = 3
               PERFORM ELENCA-PRODOTTI THRU FINE-ELENCA-PRODOTTI
          WHEN CHOICE = 0
               MOVE 'S' TO FINE-PGM
          WHEN OTHER
               DISPLAY 'SCELTA NON VALIDA'
     END-EVALUATE.
 FINE-ELABORA.
      EXIT.
*****************************************************
* CREA UN PRODOTTO NUOVO: CODICE NON VUOTO E NON    *
* GIA' A CATALOGO                                   *
*****************************************************
 CREA-PRODOTTO.
     DISPLAY 'CODICE PRODOTTO (UN CARATTERE): '.
     ACCEPT COD-INPUT.
     PERFORM CERCA-PRODOTTO THRU FINE-CERCA-PRODOTTO.
     EVALUATE TRUE
          WHEN COD-INPUT = SPACES
               DISPLAY 'CODICE VUOTO NON AMMESSO'
          WHEN TROVATO = 1
               DISPLAY 'PRODOTTO GIA A CATALOGO'
          WHEN CONT-PRD = MAX-PRODOTTI
               DISPLAY 'TABELLA PRODOTTI PIENA'
          WHEN OTHER
               PERFORM CHIEDI-DATI THRU FINE-CHIEDI-DATI
               IF DATI-VALIDI = 1
                    ADD 1 TO CONT-PRD
                    MOVE COD-INPUT TO TAB-PRD-COD(CONT-PRD)
                    MOVE CONT-PRD  TO IND-PRD
                    PERFORM SALVA-DATI THRU FINE-SALVA-DATI
                    DISPLAY 'PRODOTTO CREATO'
               END-IF
     END-EVALUATE.
 FINE-CREA-PRODOTTO.
      EXIT.
*****************************************************
* MODIFICA DESCRIZIONE, LIMITI DI ETA E FLAG DI UN  *
* PRODOTTO; IL CODICE NON CAMBIA PERCHE' E' GIA'    *
* SUI RAPPORTI                                      *
*****************************************************
 MODIFICA-PRODOTTO.
     DISPLAY 'CODICE PRODOTTO DA MODIFICARE: '.
     ACCEPT COD-INPUT.
     PERFORM CERCA-PRODOTTO THRU FINE-CERCA-PRODOTTO.
     IF TROVATO = 0
          DISPLAY 'PRODOTTO NON A CATALOGO'
     ELSE
          PERFORM MOSTRA-PRODOTTO THRU FINE-MOSTRA-PRODOTTO
          PERFORM CHIEDI-DATI THRU FINE-CHIEDI-DATI
          IF DATI-VALIDI = 1
               PERFORM SALVA-DATI THRU FINE-SALVA-DATI
               DISPLAY 'PRODOTTO MODIFICATO'
          END-IF
     END-IF.
 FINE-MODIFICA-PRODOTTO.
      EXIT.
*****************************************************
* CHIEDE E CONTROLLA I DATI DEL PRODOTTO: ETA       *
* MINIMA NON OLTRE LA MASSIMA, FLAG S/N             *
*****************************************************
 CHIEDI-DATI.
     MOVE 0 TO DATI-VALIDI.
     DISPLAY 'DESCRIZIONE: '.
     ACCEPT DESC-INPUT.
     DISPLAY 'ETA MINIMA DEL CLIENTE (0 = NESSUNA): '.
     ACCEPT ETA-MIN-INPUT.
     DISPLAY 'ETA MASSIMA DEL CLIENTE (999 = NESSUNA): '.
     ACCEPT ETA-MAX-INPUT.
     DISPLAY 'PIU RAPPORTI APERTI PER PERSONA (S/N): '.
     ACCEPT MULTIPLO-INPUT.
     EVALUATE TRUE
          WHEN DESC-INPUT = SPACES
               DISPLAY 'DESCRIZIONE VUOTA'
          WHEN ETA-MIN-INPUT > ETA-MAX-INPUT
               DISPLAY 'ETA MINIMA OLTRE LA MASSIMA'
          WHEN MULTIPLO-INPUT NOT = 'S' AND MULTIPLO-INPUT NOT = 'N'
               DISPLAY 'RISPONDERE S O N'
          WHEN OTHER
               MOVE 1 TO DATI-VALIDI
     END-EVALUATE.
 FINE-CHIEDI-DATI.
      EXIT.
 SALVA-DATI.
     MOVE DESC-INPUT     TO TAB-PRD-DESC(IND-PRD).
     MOVE ETA-MIN-INPUT  TO TAB-PRD-ETA-MIN(IND-PRD).
     MOVE ETA-MAX-INPUT  TO TAB-PRD-ETA-MAX(IND-PRD).
     MOVE MULTIPLO-INPUT TO TAB-PRD-MULTIPLO(IND-PRD).
     MOVE 1 TO AGGIORNATO.
 FINE-SALVA-DATI.
      EXIT.
*****************************************************
* ELENCA IL CATALOGO                                *
*****************************************************
 ELENCA-PRODOTTI.
     MOVE 1 TO IND-PRD.
     PERFORM ELENCA-PRODOTTO-RIGA THRU FINE-ELENCA-PRODOTTO-RIGA
          UNTIL IND-PRD > CONT-PRD.
     DISPLAY 'PRODOTTI A CATALOGO: ' CONT-PRD.
 FINE-ELENCA-PRODOTTI.
      EXIT.
 ELENCA-PRODOTTO-RIGA.
     PERFORM MOSTRA-PRODOTTO THRU FINE-MOSTRA-PRODOTTO.
     ADD 1 TO IND-PRD.
 FINE-ELENCA-PRODOTTO-RIGA.
      EXIT.
 MOSTRA-PRODOTTO.
     DISPLAY TAB-PRD-COD(IND-PRD) ' '
             TAB-PRD-DESC(IND-PRD) ' ETA '
             TAB-PRD-ETA-MIN(IND-PRD) '-'
             TAB-PRD-ETA-MAX(IND-PRD) ' MULTIPLO '
             TAB-PRD-MULTIPLO(IND-PRD).
 FINE-MOSTRA-PRODOTTO.
      EXIT.
*****************************************************
* RICERCA LINEARE DEL PRODOTTO; LASCIA IND-PRD      *
* SULLA RIGA TROVATA                                *
*****************************************************
 CERCA-PRODOTTO.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-PRD.
     PERFORM CERCA-PRODOTTO-RIGA THRU FINE-CERCA-PRODOTTO-RIGA
          UNTIL IND-PRD > CONT-PRD OR TROVATO = 1.
 FINE-CERCA-PRODOTTO.
      EXIT.
 CERCA-PRODOTTO-RIGA.
     IF TAB-PRD-COD(IND-PRD) = COD-INPUT
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-PRD
     END-IF.
 FINE-CERCA-PRODOTTO-RIGA.
      EXIT.
*
 CHIUSURA.
* DOPPIA PROTEZIONE: CON CARICAMENTO INCOMPLETO LA RISCRITTURA
* NON DEVE PARTIRE COMUNQUE
     IF AGGIORNATO = 1 AND SCARTATI-PRD = 0
          PERFORM RISCRIVI-PRODOTTI THRU FINE-RISCRIVI-PRODOTTI
          DISPLAY 'PRODOTTI.TXT RISCRITTO'
     END-IF.
 FINE-CHIUSURA.
      EXIT.
 RISCRIVI-PRODOTTI.
     OPEN OUTPUT PRODF.
     MOVE 1 TO IND-PRD.
     PERFORM RISCRIVI-PRODOTTO-RIGA
          THRU FINE-RISCRIVI-PRODOTTO-RIGA
          UNTIL IND-PRD > CONT-PRD.
     CLOSE PRODF.
 FINE-RISCRIVI-PRODOTTI.
      EXIT.
 RISCRIVI-PRODOTTO-RIGA.
     MOVE TAB-PRD-COD(IND-PRD)      TO PRD-COD.
     MOVE TAB-PRD-DESC(IND-PRD)     TO PRD-DESC.
     MOVE TAB-PRD-ETA-MIN(IND-PRD)  TO PRD-ETA-MIN.
     MOVE TAB-PRD-ETA-MAX(IND-PRD)  TO PRD-ETA-MAX.
     MOVE TAB-PRD-MULTIPLO(IND-PRD) TO PRD-MULTIPLO.
     WRITE REC-PROD.
     ADD 1 TO IND-PRD.
 FINE-RISCRIVI-PRODOTTO-RIGA.
      EXIT.
