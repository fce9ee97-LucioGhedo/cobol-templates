 IDENTIFICATION DIVISION.
 PROGRAM-ID. MANTUT.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* MANUTENZIONE DEI TUTORI DEI MINORI (TUTORI.TXT): IN ANAGR2
* CI SONO PERSONE SOTTO I 18 ANNI E FINORA NESSUNO RISULTAVA
* RESPONSABILE DEI LORO RAPPORTI. OGNI LEGAME PORTA IL CODICE
* DEL MINORE, QUELLO DEL TUTORE, IL TIPO DI TUTELA (G
* GENITORE, T TUTORE NOMINATO, A AFFIDATARIO) E LA DATA DI
* INIZIO. ALL'INSERIMENTO ENTRAMBI I CODICI DEVONO ESISTERE SU
* ANAGR2.IDX (NE' DECEDUTI NE' UNITI AD ALTRO CODICE), IL
* MINORE DEVE AVERE MENO DI 18 ANNI E IL TUTORE ALMENO 18,
* CON L'ETA CALCOLATA DALLA DATA DI NASCITA COME IN DEMOGRAF.
* COME MANRAPP: AGGIUNTA, RIMOZIONE ED ELENCHI PER MINORE O PER
* TUTORE; IL FILE E' CARICATO IN TABELLA ALL'AVVIO E RISCRITTO
* IN USCITA SOLO SE TOCCATO. PRENOTAZIONE COL MODULO COMUNE
* PRENOTA (TUTORI.LCK). MANRAPP NON APRE RAPPORTI A UN MINORE
* SENZA TUTORE; I MINORI SCOPERTI E LE TUTELE IN SCADENZA PER
* I 18 ANNI LI ELENCA A FINE MESE IL PASSO MINORI DELLA CATENA
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT/OUTPUT FILE; OPTIONAL PERCHE' ALLA PRIMA SESSIONE IN
* ASSOLUTO NON ESISTE ANCORA
     SELECT OPTIONAL TUTF ASSIGN TO 'TUTORI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* MASTER DI RISCONTRO PER I CODICI PERSONA
     SELECT PERSF    ASSIGN TO 'ANAGR2.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS IDX-COD
     ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
     FILE STATUS IS WS-STATUS-P.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   TUTF
      DATA RECORD IS REC-TUT.
 01 REC-TUT.
    COPY TUTORE.
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

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* TABELLA IN MEMORIA DEI LEGAMI MINORE -> TUTORE    *
*****************************************************
 01   MAX-TUTELE          PIC 999 VALUE 500.
 01   TABELLA-TUTELE.
      05 RIGA-TUT OCCURS 1 TO 500 TIMES DEPENDING ON CONT-TUT.
         10 TAB-MINORE       PIC 9(6).
         10 TAB-TUTORE       PIC 9(6).
         10 TAB-TIPO         PIC X.
         10 TAB-DATA-INIZIO  PIC 9(8).
 01   CONT-TUT            PIC 999 VALUE 0.
 01   SCARTATI-TUT        PIC 999 VALUE 0.

 01 WS-STATUS-P      PIC XX.
 01 WS-MESSAGGIO     PIC X(40).
 01 FINE-TUT         PIC X VALUE SPACES.
 01 FINE-PGM         PIC X VALUE SPACES.
 01 CHOICE           PIC 9 VALUE 0.
 01 AGGIORNATO       PIC 9 VALUE 0.
*****************************************************
* CAMPI DI LAVORO PER LE OPERAZIONI SULLA TABELLA   *
*****************************************************
 01 MINORE-INPUT     PIC 9(6).
 01 TUTORE-INPUT     PIC 9(6).
 01 TIPO-INPUT       PIC X.
 01 DATA-INPUT       PIC 9(8).
 01 IND-TUT          PIC 999 VALUE 0.
 01 IND-SPOSTA       PIC 999 VALUE 0.
 01 TROVATO          PIC 9 VALUE 0.
 01 ESISTE-PERSONA   PIC 9 VALUE 0.
 01 STAMPATI         PIC 999 VALUE 0.
 01 DATA-OGGI        PIC 9(8).
 01 ETA-MINORE       PIC 999 VALUE 0.
*****************************************************
* ETA ALLA DATA ODIERNA, CALCOLATA COME IN DEMOGRAF *
*****************************************************
 01 ETA-CORRENTE     PIC 999 VALUE 0.
 01 ANNO-OGGI        PIC 9(4).
 01 MMGG-OGGI        PIC 9(4).
 01 ANNO-NASCITA     PIC 9(4).
 01 MMGG-NASCITA     PIC 9(4).
*****************************************************
* PRENOTAZIONE DEL FILE COL MODULO COMUNE PRENOTA   *
*****************************************************
 01 OPERATORE        PIC X(3) VALUE SPACES.
 01 NOME-LOCK        PIC X(24) VALUE 'TUTORI.LCK'.
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
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      PERFORM APERTURA THRU FINE-APERTURA.
      PERFORM CARICA-TUTELE THRU FINE-CARICA-TUTELE
           UNTIL FINE-TUT = 'S'.
      CLOSE TUTF.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-PGM = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.
      MOVE 'R' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.

      GOBACK.

 APERTURA.
     OPEN INPUT TUTF.
     OPEN INPUT PERSF.
     IF WS-STATUS-P NOT = '00' AND WS-STATUS-P NOT = '05'
          DISPLAY 'ERRORE APERTURA ANAGR2.IDX: ' WS-STATUS-P
          CALL 'STATMSG' USING WS-STATUS-P WS-MESSAGGIO
          DISPLAY WS-MESSAGGIO
          MOVE 'S' TO FINE-TUT
          MOVE 'S' TO FINE-PGM
     END-IF.
     IF FINE-PGM NOT = 'S'
          READ TUTF AT END MOVE 'S' TO FINE-TUT
     END-IF.
 FINE-APERTURA.
      EXIT.
*****************************************************
* CARICA TUTORI.TXT IN TABELLA-TUTELE               *
*****************************************************
 CARICA-TUTELE.
     IF CONT-TUT = MAX-TUTELE
          ADD 1 TO SCARTATI-TUT
          DISPLAY 'TABELLA TUTORI PIENA, RIGA IGNORATA: '
                  REC-TUT
     ELSE
          ADD 1 TO CONT-TUT
          MOVE TUT-MINORE      TO TAB-MINORE(CONT-TUT)
          MOVE TUT-TUTORE      TO TAB-TUTORE(CONT-TUT)
          MOVE TUT-TIPO        TO TAB-TIPO(CONT-TUT)
          MOVE TUT-DATA-INIZIO TO TAB-DATA-INIZIO(CONT-TUT)
     END-IF.
     READ TUTF AT END MOVE 'S' TO FINE-TUT.
 FINE-CARICA-TUTELE.
      EXIT.
*
 ELABORA.
     DISPLAY 'TUTORI DEI MINORI - CHE OPERAZIONE?'
     ' SCRIVI 1 PER AGGIUNGERE UN TUTORE, 2 PER TOGLIERLO,'
     ' 3 PER ELENCARE I TUTORI DI UN MINORE, 4 PER ELENCARE'
     ' I MINORI DI UN TUTORE, 0 PER USCIRE'.
     ACCEPT CHOICE.
     EVALUATE TRUE
          WHEN CHOICE >= 1 AND CHOICE <= 2 AND SCARTATI-TUT > 0
* CARICAMENTO INCOMPLETO: RISCRIVERE DALLA TABELLA
* CANCELLEREBBE I LEGAMI OLTRE IL POSTO 500
               DISPLAY 'TUTORI PIU DELLA TABELLA: '
                       'AGGIORNAMENTI NON CONSENTITI'
          WHEN CHOICE = 1
               PERFORM AGGIUNGI THRU FINE-AGGIUNGI
          WHEN CHOICE = 2
               PERFORM TOGLI THRU FINE-TOGLI
          WHEN CHOICE = 3
               PERFORM ELENCA-MINORE THRU FINE-ELENCA-MINORE
          WHEN CHOICE = 4
               PERFORM ELENCA-TUTORE THRU FINE-ELENCA-TUTORE
          WHEN CHOICE = 0
               MOVE 'S' TO FINE-PGM
          WHEN OTHER
               DISPLAY 'SCELTA NON VALIDA'
     END-EVALUATE.
 FINE-ELABORA.
      EXIT.
*****************************************************
* AGGIUNGE UN LEGAME: IL MINORE DEVE ESISTERE E     *
* AVERE MENO DI 18 ANNI, IL TUTORE DEVE ESISTERE E  *
* AVERNE ALMENO 18, E IL LEGAME NON DEVE ESSERCI    *
* GIA'                                              *
*****************************************************
 AGGIUNGI.
     DISPLAY 'CODICE PERSONA DEL MINORE: '.
     ACCEPT MINORE-INPUT.
     MOVE MINORE-INPUT TO IDX-COD.
     PERFORM VERIFICA-PERSONA THRU FINE-VERIFICA-PERSONA.
     IF ESISTE-PERSONA = 1
          MOVE ETA-CORRENTE TO ETA-MINORE
          IF ETA-MINORE NOT < 18
               DISPLAY 'LA PERSONA HA ' ETA-MINORE
                       ' ANNI, NON E'' MINORENNE'
          ELSE
               PERFORM AGGIUNGI-TUTORE THRU FINE-AGGIUNGI-TUTORE
          END-IF
     END-IF.
 FINE-AGGIUNGI.
      EXIT.
 AGGIUNGI-TUTORE.
     DISPLAY 'CODICE PERSONA DEL TUTORE: '.
     ACCEPT TUTORE-INPUT.
     MOVE TUTORE-INPUT TO IDX-COD.
     PERFORM VERIFICA-PERSONA THRU FINE-VERIFICA-PERSONA.
     IF ESISTE-PERSONA = 1
          PERFORM CERCA-TUTELA THRU FINE-CERCA-TUTELA
          EVALUATE TRUE
               WHEN TUTORE-INPUT = MINORE-INPUT
                    DISPLAY 'MINORE E TUTORE COINCIDONO'
               WHEN ETA-CORRENTE < 18
                    DISPLAY 'IL TUTORE HA ' ETA-CORRENTE
                            ' ANNI, DEVE ESSERE MAGGIORENNE'
               WHEN TROVATO = 1
                    DISPLAY 'LEGAME GIA PRESENTE'
               WHEN CONT-TUT = MAX-TUTELE
                    DISPLAY 'TABELLA TUTORI PIENA,'
                            ' IMPOSSIBILE INSERIRE'
               WHEN OTHER
                    PERFORM INSERISCI-TUTELA
                         THRU FINE-INSERISCI-TUTELA
          END-EVALUATE
     END-IF.
 FINE-AGGIUNGI-TUTORE.
      EXIT.
 INSERISCI-TUTELA.
     DISPLAY 'TIPO (G GENITORE, T TUTORE, A AFFIDATARIO): '.
     ACCEPT TIPO-INPUT.
     DISPLAY 'DATA INIZIO (AAAAMMGG, 0 = OGGI): '.
     ACCEPT DATA-INPUT.
     IF DATA-INPUT = 0
          MOVE DATA-OGGI TO DATA-INPUT
     END-IF.
     EVALUATE TRUE
          WHEN TIPO-INPUT NOT = 'G' AND TIPO-INPUT NOT = 'T'
           AND TIPO-INPUT NOT = 'A'
               DISPLAY 'TIPO DI TUTELA NON RICONOSCIUTO'
          WHEN DATA-INPUT > DATA-OGGI
               DISPLAY 'DATA INIZIO NEL FUTURO'
          WHEN OTHER
               ADD 1 TO CONT-TUT
               MOVE MINORE-INPUT TO TAB-MINORE(CONT-TUT)
               MOVE TUTORE-INPUT TO TAB-TUTORE(CONT-TUT)
               MOVE TIPO-INPUT   TO TAB-TIPO(CONT-TUT)
               MOVE DATA-INPUT   TO TAB-DATA-INIZIO(CONT-TUT)
               MOVE 1 TO AGGIORNATO
               DISPLAY 'TUTORE REGISTRATO'
     END-EVALUATE.
 FINE-INSERISCI-TUTELA.
      EXIT.
*****************************************************
* TOGLIE UN LEGAME COMPATTANDO LA TABELLA           *
*****************************************************
 TOGLI.
     DISPLAY 'CODICE PERSONA DEL MINORE: '.
     ACCEPT MINORE-INPUT.
     DISPLAY 'CODICE PERSONA DEL TUTORE: '.
     ACCEPT TUTORE-INPUT.
     PERFORM CERCA-TUTELA THRU FINE-CERCA-TUTELA.
     IF TROVATO = 0
          DISPLAY 'LEGAME NON PRESENTE'
     ELSE
          MOVE IND-TUT TO IND-SPOSTA
          PERFORM SPOSTA-TUT-RIGA THRU FINE-SPOSTA-TUT-RIGA
               UNTIL IND-SPOSTA >= CONT-TUT
          SUBTRACT 1 FROM CONT-TUT
          MOVE 1 TO AGGIORNATO
          DISPLAY 'TUTORE TOLTO'
     END-IF.
 FINE-TOGLI.
      EXIT.
 SPOSTA-TUT-RIGA.
     MOVE RIGA-TUT(IND-SPOSTA + 1) TO RIGA-TUT(IND-SPOSTA).
     ADD 1 TO IND-SPOSTA.
 FINE-SPOSTA-TUT-RIGA.
      EXIT.
*****************************************************
* ELENCA I TUTORI DI UN MINORE                      *
*****************************************************
 ELENCA-MINORE.
     DISPLAY 'CODICE PERSONA DEL MINORE: '.
     ACCEPT MINORE-INPUT.
     MOVE 0 TO STAMPATI.
     MOVE 1 TO IND-TUT.
     PERFORM ELENCA-MINORE-RIGA THRU FINE-ELENCA-MINORE-RIGA
          UNTIL IND-TUT > CONT-TUT.
     IF STAMPATI = 0
          DISPLAY 'NESSUN TUTORE PER QUESTO MINORE'
     END-IF.
 FINE-ELENCA-MINORE.
      EXIT.
 ELENCA-MINORE-RIGA.
     IF TAB-MINORE(IND-TUT) = MINORE-INPUT
          ADD 1 TO STAMPATI
          PERFORM MOSTRA-TUTELA THRU FINE-MOSTRA-TUTELA
     END-IF.
     ADD 1 TO IND-TUT.
 FINE-ELENCA-MINORE-RIGA.
      EXIT.
*****************************************************
* ELENCA I MINORI DI UN TUTORE                      *
*****************************************************
 ELENCA-TUTORE.
     DISPLAY 'CODICE PERSONA DEL TUTORE: '.
     ACCEPT TUTORE-INPUT.
     MOVE 0 TO STAMPATI.
     MOVE 1 TO IND-TUT.
     PERFORM ELENCA-TUTORE-RIGA THRU FINE-ELENCA-TUTORE-RIGA
          UNTIL IND-TUT > CONT-TUT.
     IF STAMPATI = 0
          DISPLAY 'NESSUN MINORE PER QUESTO TUTORE'
     END-IF.
 FINE-ELENCA-TUTORE.
      EXIT.
 ELENCA-TUTORE-RIGA.
     IF TAB-TUTORE(IND-TUT) = TUTORE-INPUT
          ADD 1 TO STAMPATI
          PERFORM MOSTRA-TUTELA THRU FINE-MOSTRA-TUTELA
     END-IF.
     ADD 1 TO IND-TUT.
 FINE-ELENCA-TUTORE-RIGA.
      EXIT.
 MOSTRA-TUTELA.
     DISPLAY 'MINORE ' TAB-MINORE(IND-TUT)
             ' TUTORE ' TAB-TUTORE(IND-TUT)
             ' TIPO ' TAB-TIPO(IND-TUT)
             ' DAL ' TAB-DATA-INIZIO(IND-TUT).
 FINE-MOSTRA-TUTELA.
      EXIT.
*****************************************************
* RICERCA LINEARE DEL LEGAME MINORE+TUTORE; LASCIA  *
* IND-TUT SULLA RIGA                                *
*****************************************************
 CERCA-TUTELA.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-TUT.
     PERFORM CERCA-TUTELA-RIGA THRU FINE-CERCA-TUTELA-RIGA
          UNTIL IND-TUT > CONT-TUT OR TROVATO = 1.
 FINE-CERCA-TUTELA.
      EXIT.
 CERCA-TUTELA-RIGA.
     IF TAB-MINORE(IND-TUT) = MINORE-INPUT
        AND TAB-TUTORE(IND-TUT) = TUTORE-INPUT
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-TUT
     END-IF.
 FINE-CERCA-TUTELA-RIGA.
      EXIT.
*****************************************************
* LEGGE SU ANAGR2.IDX IL CODICE GIA' IN IDX-COD:    *
* DEVE ESISTERE E NON ESSERE DECEDUTO O UNITO AD    *
* ALTRO CODICE; NE CALCOLA L'ETA                    *
*****************************************************
 VERIFICA-PERSONA.
     MOVE 0 TO ESISTE-PERSONA.
     READ PERSF INVALID KEY
          DISPLAY 'CODICE PERSONA INESISTENTE SU ANAGR2.IDX'
     NOT INVALID KEY
          IF IDX-STATO = 'D' OR IDX-STATO = 'U'
               DISPLAY 'PERSONA DECEDUTA O UNITA AD ALTRO CODICE'
          ELSE
               MOVE 1 TO ESISTE-PERSONA
               PERFORM CALCOLA-ETA THRU FINE-CALCOLA-ETA
               DISPLAY 'PERSONA: ' IDX-NOME ' ' IDX-COGNOME
                       ' ETA ' ETA-CORRENTE
          END-IF
     END-READ.
 FINE-VERIFICA-PERSONA.
      EXIT.
*****************************************************
* ETA ALLA DATA ODIERNA: ANNO MENO ANNO DI NASCITA, *
* MENO UNO SE IL COMPLEANNO DEVE ANCORA ARRIVARE;   *
* DATA A ZERO = SI RIPIEGA SUL VECCHIO CAMPO ANNI   *
*****************************************************
 CALCOLA-ETA.
     IF IDX-NASCITA = 0
          MOVE IDX-ANNI TO ETA-CORRENTE
     ELSE
          MOVE DATA-OGGI(1:4) TO ANNO-OGGI
          MOVE DATA-OGGI(5:4) TO MMGG-OGGI
          MOVE IDX-NASCITA(1:4) TO ANNO-NASCITA
          MOVE IDX-NASCITA(5:4) TO MMGG-NASCITA
          COMPUTE ETA-CORRENTE = ANNO-OGGI - ANNO-NASCITA
          IF MMGG-OGGI < MMGG-NASCITA
               SUBTRACT 1 FROM ETA-CORRENTE
          END-IF
     END-IF.
 FINE-CALCOLA-ETA.
      EXIT.
*
 CHIUSURA.
* DOPPIA PROTEZIONE: CON CARICAMENTO INCOMPLETO LA RISCRITTURA
* NON DEVE PARTIRE COMUNQUE
     IF AGGIORNATO = 1 AND SCARTATI-TUT = 0
          PERFORM RISCRIVI-TUTELE THRU FINE-RISCRIVI-TUTELE
          DISPLAY 'TUTORI.TXT RISCRITTO'
     END-IF.
     CLOSE PERSF.
 FINE-CHIUSURA.
      EXIT.
*****************************************************
* RISCRIVE TUTORI.TXT CON LA TABELLA AGGIORNATA     *
*****************************************************
 RISCRIVI-TUTELE.
     OPEN OUTPUT TUTF.
     MOVE 1 TO IND-TUT.
     PERFORM RISCRIVI-RIGA THRU FINE-RISCRIVI-RIGA
          UNTIL IND-TUT > CONT-TUT.
     CLOSE TUTF.
 FINE-RISCRIVI-TUTELE.
      EXIT.
 RISCRIVI-RIGA.
     MOVE TAB-MINORE(IND-TUT)      TO TUT-MINORE.
     MOVE TAB-TUTORE(IND-TUT)      TO TUT-TUTORE.
     MOVE TAB-TIPO(IND-TUT)        TO TUT-TIPO.
     MOVE TAB-DATA-INIZIO(IND-TUT) TO TUT-DATA-INIZIO.
     WRITE REC-TUT.
     ADD 1 TO IND-TUT.
 FINE-RISCRIVI-RIGA.
      EXIT.
