 IDENTIFICATION DIVISION.
 PROGRAM-ID. MANESIT.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* REGISTRAZIONE DEGLI ESITI DI CONTATTO DI UNA CAMPAGNA DI
* MARKETING (CAMPESITI.TXT): LA FILIALE CHE CHIAMA O INCONTRA
* UNA PERSONA DELLA LISTA (CAMPLIS-CCCCCC.TXT, SCRITTA DA
* SELCAMP) NE ANNOTA L'ESITO: A ADERITO, I INTERESSATO DA
* RICHIAMARE, N NON INTERESSATO, R NON RAGGIUNTO. SI TIENE UN
* SOLO ESITO PER CAMPAGNA E PERSONA: UN NUOVO CONTATTO
* SOSTITUISCE IL PRECEDENTE. SI ACCETTANO SOLO PERSONE DELLA
* LISTA, CON DATA NEL PERIODO DELLA CAMPAGNA E NON FUTURA.
* ALL'AVVIO SI SCEGLIE LA CAMPAGNA (DEVE ESSERE GIA'
* SELEZIONATA); POI 1 REGISTRA UN ESITO, 2 ELENCA LA LISTA DI
* UNA FILIALE CON GLI ESITI E CHI E' ANCORA DA CONTATTARE.
* IL FILE E' CARICATO IN TABELLA E RISCRITTO IN USCITA SOLO
* SE TOCCATO; PRENOTAZIONE COL MODULO COMUNE PRENOTA
* (CAMPESITI.LCK)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT/OUTPUT FILE; OPTIONAL PERCHE' ALLA PRIMA SESSIONE IN
* ASSOLUTO NON ESISTE ANCORA
     SELECT OPTIONAL ESITF ASSIGN TO 'CAMPESITI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* INPUT FILES
     SELECT OPTIONAL CAMPF ASSIGN TO 'CAMPAGNE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL LISTAF ASSIGN TO NOME-LISTA
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   ESITF
      DATA RECORD IS REC-ESITO.
 01 REC-ESITO.
    COPY CAMPESIT.
 FD   CAMPF
      DATA RECORD IS REC-CAMP.
 01 REC-CAMP.
    COPY CAMPAGNA.
 FD   LISTAF
      DATA RECORD IS REC-LISTA.
 01 REC-LISTA.
    COPY CAMPLIST.

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* ESITI DI TUTTE LE CAMPAGNE IN TABELLA             *
*****************************************************
 01   MAX-ESITI           PIC 9(4) VALUE 5000.
 01   TABELLA-ESITI.
      05 RIGA-ESI OCCURS 1 TO 5000 TIMES DEPENDING ON CONT-ESI.
         10 TAB-ESI-CAMPAGNA  PIC X(6).
         10 TAB-ESI-PERSONA   PIC 9(6).
         10 TAB-ESI-FILIALE   PIC 9(4).
         10 TAB-ESI-ESITO     PIC X.
         10 TAB-ESI-DATA      PIC 9(8).
         10 TAB-ESI-OPERATORE PIC X(3).
 01   CONT-ESI            PIC 9(4) VALUE 0.
 01   SCARTATI-ESI        PIC 9(4) VALUE 0.
 01   IND-ESI             PIC 9(4) VALUE 0.
*****************************************************
* LISTA DELLA CAMPAGNA SCELTA IN TABELLA            *
*****************************************************
 01   MAX-LISTA           PIC 9(4) VALUE 5000.
 01   TABELLA-LISTA.
      05 RIGA-LIS OCCURS 1 TO 5000 TIMES DEPENDING ON CONT-LIS.
         10 TAB-LIS-PERSONA   PIC 9(6).
         10 TAB-LIS-FILIALE   PIC 9(4).
         10 TAB-LIS-NOME      PIC X(10).
         10 TAB-LIS-COGNOME   PIC X(10).
 01   CONT-LIS            PIC 9(4) VALUE 0.
 01   SCARTATI-LIS        PIC 9(4) VALUE 0.
 01   IND-LIS             PIC 9(4) VALUE 0.
*****************************************************
* LA CAMPAGNA SCELTA                                *
*****************************************************
 01 CAMPAGNA-CODICE  PIC X(6) VALUE SPACES.
 01 CAMPAGNA-DESC    PIC X(30) VALUE SPACES.
 01 CAMPAGNA-INIZIO  PIC 9(8) VALUE 0.
 01 CAMPAGNA-FINE    PIC 9(8) VALUE 0.
 01 CAMPAGNA-VALIDA  PIC 9 VALUE 0.
 01 NOME-LISTA       PIC X(24) VALUE SPACES.

 01 FINE-FILE        PIC X VALUE SPACES.
 01 FINE-PGM         PIC X VALUE SPACES.
 01 CHOICE           PIC 9 VALUE 0.
 01 AGGIORNATO       PIC 9 VALUE 0.
 01 DATA-OGGI        PIC 9(8).
*****************************************************
* CAMPI DI LAVORO DELLE OPERAZIONI                  *
*****************************************************
 01 PERSONA-INPUT    PIC 9(6).
 01 ESITO-INPUT      PIC X.
 01 DATA-INPUT       PIC 9(8).
 01 FILIALE-INPUT    PIC 9(4).
 01 TROVATO          PIC 9 VALUE 0.
 01 TROVATO-ESITO    PIC 9 VALUE 0.
 01 DA-CONTATTARE    PIC 9(4) VALUE 0.
 01 ELENCATI         PIC 9(4) VALUE 0.
*****************************************************
* PRENOTAZIONE DEL FILE COL MODULO COMUNE PRENOTA   *
*****************************************************
 01 OPERATORE        PIC X(3) VALUE SPACES.
 01 NOME-LOCK        PIC X(24) VALUE 'CAMPESITI.LCK'.
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
      PERFORM SCEGLI-CAMPAGNA THRU FINE-SCEGLI-CAMPAGNA.
      IF CAMPAGNA-VALIDA = 1
           PERFORM CARICA-LISTA THRU FINE-CARICA-LISTA
           PERFORM CARICA-ESITI THRU FINE-CARICA-ESITI
           PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-PGM = 'S'
           PERFORM CHIUSURA THRU FINE-CHIUSURA
      END-IF.
      MOVE 'R' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.

      GOBACK.
*****************************************************
* CHIEDE LA CAMPAGNA E LA CERCA SU CAMPAGNE.TXT:    *
* SERVE CHE LA LISTA SIA GIA' STATA SELEZIONATA     *
*****************************************************
 SCEGLI-CAMPAGNA.
     MOVE 0 TO CAMPAGNA-VALIDA.
     DISPLAY 'CODICE CAMPAGNA: '.
     ACCEPT CAMPAGNA-CODICE.
     MOVE 0 TO TROVATO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CAMPF.
     READ CAMPF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CERCA-CAMPAGNA THRU FINE-CERCA-CAMPAGNA
          UNTIL FINE-FILE = 'S' OR TROVATO = 1.
     CLOSE CAMPF.
     EVALUATE TRUE
          WHEN TROVATO = 0
               DISPLAY 'CAMPAGNA NON A REGISTRO'
          WHEN CMP-SELEZIONE = 0
               DISPLAY 'LISTA NON ANCORA SELEZIONATA (SELCAMP)'
          WHEN OTHER
               MOVE 1 TO CAMPAGNA-VALIDA
               MOVE CMP-DESC   TO CAMPAGNA-DESC
               MOVE CMP-INIZIO TO CAMPAGNA-INIZIO
               MOVE CMP-FINE   TO CAMPAGNA-FINE
               DISPLAY CAMPAGNA-CODICE ' ' CAMPAGNA-DESC ' DAL '
                       CAMPAGNA-INIZIO ' AL ' CAMPAGNA-FINE
     END-EVALUATE.
 FINE-SCEGLI-CAMPAGNA.
      EXIT.
 CERCA-CAMPAGNA.
     IF CMP-CODICE = CAMPAGNA-CODICE
          MOVE 1 TO TROVATO
     ELSE
          READ CAMPF AT END MOVE 'S' TO FINE-FILE END-READ
     END-IF.
 FINE-CERCA-CAMPAGNA.
      EXIT.
*****************************************************
* CARICA LA LISTA DELLA CAMPAGNA                    *
*****************************************************
 CARICA-LISTA.
     MOVE SPACES TO NOME-LISTA.
     STRING 'CAMPLIS-' DELIMITED BY SIZE
            CAMPAGNA-CODICE DELIMITED BY SPACE
            '.TXT' DELIMITED BY SIZE
            INTO NOME-LISTA
     END-STRING.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT LISTAF.
     READ LISTAF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-LISTA-RIGA THRU FINE-CARICA-LISTA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE LISTAF.
     DISPLAY 'PERSONE IN LISTA: ' CONT-LIS.
     IF SCARTATI-LIS > 0
          DISPLAY 'LISTA PIU GRANDE DELLA TABELLA: ' SCARTATI-LIS
                  ' PERSONE NON GESTIBILI'
     END-IF.
 FINE-CARICA-LISTA.
      EXIT.
 CARICA-LISTA-RIGA.
     IF CONT-LIS = MAX-LISTA
          ADD 1 TO SCARTATI-LIS
     ELSE
          ADD 1 TO CONT-LIS
          MOVE CLS-PERSONA TO TAB-LIS-PERSONA(CONT-LIS)
          MOVE CLS-FILIALE TO TAB-LIS-FILIALE(CONT-LIS)
          MOVE CLS-NOME    TO TAB-LIS-NOME(CONT-LIS)
          MOVE CLS-COGNOME TO TAB-LIS-COGNOME(CONT-LIS)
     END-IF.
     READ LISTAF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-LISTA-RIGA.
      EXIT.
*****************************************************
* CARICA CAMPESITI.TXT IN TABELLA-ESITI             *
*****************************************************
 CARICA-ESITI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ESITF.
     READ ESITF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-ESITO-RIGA THRU FINE-CARICA-ESITO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ESITF.
 FINE-CARICA-ESITI.
      EXIT.
 CARICA-ESITO-RIGA.
     IF CONT-ESI = MAX-ESITI
          ADD 1 TO SCARTATI-ESI
          DISPLAY 'TABELLA ESITI PIENA, RIGA IGNORATA: '
                  REC-ESITO
     ELSE
          ADD 1 TO CONT-ESI
          MOVE CES-CAMPAGNA  TO TAB-ESI-CAMPAGNA(CONT-ESI)
          MOVE CES-PERSONA   TO TAB-ESI-PERSONA(CONT-ESI)
          MOVE CES-FILIALE   TO TAB-ESI-FILIALE(CONT-ESI)
          MOVE CES-ESITO     TO TAB-ESI-ESITO(CONT-ESI)
          MOVE CES-DATA      TO TAB-ESI-DATA(CONT-ESI)
          MOVE CES-OPERATORE TO TAB-ESI-OPERATORE(CONT-ESI)
     END-IF.
     READ ESITF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-ESITO-RIGA.
      EXIT.
*
 ELABORA.
     DISPLAY 'ESITI CAMPAGNA ' CAMPAGNA-CODICE ' - CHE OPERAZIONE?'
     ' SCRIVI 1 PER REGISTRARE UN ESITO, 2 PER ELENCARE LA'
     ' LISTA DI UNA FILIALE, 0 PER USCIRE'.
     ACCEPT CHOICE.
     EVALUATE TRUE
          WHEN CHOICE = 1 AND SCARTATI-ESI > 0
* CARICAMENTO INCOMPLETO: RISCRIVERE DALLA TABELLA
* CANCELLEREBBE GLI ESITI OLTRE IL POSTO 5000
               DISPLAY 'ESITI PIU DELLA TABELLA: AGGIORNAMENTI'
                       ' NON CONSENTITI'
          WHEN CHOICE = 1
               PERFORM REGISTRA-ESITO THRU FINE-REGISTRA-ESITO
          WHEN CHOICE = 2
               PERFORM ELENCA-FILIALE THRU FINE-ELENCA-FILIALE
          WHEN CHOICE = 0
               MOVE 'S' TO FINE-PGM
          WHEN OTHER
               DISPLAY 'SCELTA NON VALIDA'
     END-EVALUATE.
 FINE-ELABORA.
      EXIT.
*****************************************************
* REGISTRA L'ESITO DI UNA PERSONA DELLA LISTA; SE   *
* NE HA GIA' UNO LO SOSTITUISCE                     *
*****************************************************
 REGISTRA-ESITO.
     DISPLAY 'CODICE PERSONA: '.
     ACCEPT PERSONA-INPUT.
     PERFORM CERCA-IN-LISTA THRU FINE-CERCA-IN-LISTA.
     IF TROVATO = 0
          DISPLAY 'PERSONA NON IN LISTA PER QUESTA CAMPAGNA'
     ELSE
          PERFORM CERCA-ESITO THRU FINE-CERCA-ESITO
          DISPLAY TAB-LIS-NOME(IND-LIS) ' '
                  TAB-LIS-COGNOME(IND-LIS) ' FILIALE '
                  TAB-LIS-FILIALE(IND-LIS)
          IF TROVATO-ESITO = 1
               DISPLAY 'ESITO ATTUALE ' TAB-ESI-ESITO(IND-ESI)
                       ' DEL ' TAB-ESI-DATA(IND-ESI)
                       ' (' TAB-ESI-OPERATORE(IND-ESI) ')'
          END-IF
          DISPLAY 'ESITO (A ADERITO, I INTERESSATO, N NON'
                  ' INTERESSATO, R NON RAGGIUNTO): '
          ACCEPT ESITO-INPUT
          DISPLAY 'DATA DEL CONTATTO (AAAAMMGG, 0 = OGGI): '
          ACCEPT DATA-INPUT
          IF DATA-INPUT = 0
               MOVE DATA-OGGI TO DATA-INPUT
          END-IF
          EVALUATE TRUE
               WHEN ESITO-INPUT NOT = 'A' AND ESITO-INPUT NOT = 'I'
                AND ESITO-INPUT NOT = 'N' AND ESITO-INPUT NOT = 'R'
                    DISPLAY 'ESITO NON VALIDO'
               WHEN DATA-INPUT > DATA-OGGI
                    DISPLAY 'DATA FUTURA NON AMMESSA'
               WHEN DATA-INPUT < CAMPAGNA-INIZIO
                 OR DATA-INPUT > CAMPAGNA-FINE
                    DISPLAY 'DATA FUORI DAL PERIODO DELLA CAMPAGNA'
               WHEN TROVATO-ESITO = 0 AND CONT-ESI = MAX-ESITI
                    DISPLAY 'TABELLA ESITI PIENA'
               WHEN OTHER
                    PERFORM SALVA-ESITO THRU FINE-SALVA-ESITO
          END-EVALUATE
     END-IF.
 FINE-REGISTRA-ESITO.
      EXIT.
 SALVA-ESITO.
     IF TROVATO-ESITO = 0
          ADD 1 TO CONT-ESI
          MOVE CONT-ESI TO IND-ESI
          MOVE CAMPAGNA-CODICE TO TAB-ESI-CAMPAGNA(IND-ESI)
          MOVE PERSONA-INPUT   TO TAB-ESI-PERSONA(IND-ESI)
     END-IF.
     MOVE TAB-LIS-FILIALE(IND-LIS) TO TAB-ESI-FILIALE(IND-ESI).
     MOVE ESITO-INPUT TO TAB-ESI-ESITO(IND-ESI).
     MOVE DATA-INPUT  TO TAB-ESI-DATA(IND-ESI).
     MOVE OPERATORE   TO TAB-ESI-OPERATORE(IND-ESI).
     MOVE 1 TO AGGIORNATO.
     DISPLAY 'ESITO REGISTRATO'.
 FINE-SALVA-ESITO.
      EXIT.
*****************************************************
* ELENCA LA LISTA DI UNA FILIALE (0 = TUTTE) CON    *
* L'ESITO DI CIASCUNO O "DA CONTATTARE"             *
*****************************************************
 ELENCA-FILIALE.
     DISPLAY 'FILIALE (0 = TUTTE): '.
     ACCEPT FILIALE-INPUT.
     MOVE 0 TO ELENCATI.
     MOVE 0 TO DA-CONTATTARE.
     MOVE 1 TO IND-LIS.
     PERFORM ELENCA-RIGA THRU FINE-ELENCA-RIGA
          UNTIL IND-LIS > CONT-LIS.
     DISPLAY 'PERSONE ELENCATE: ' ELENCATI
             ' DI CUI DA CONTATTARE: ' DA-CONTATTARE.
 FINE-ELENCA-FILIALE.
      EXIT.
 ELENCA-RIGA.
     IF FILIALE-INPUT = 0
        OR TAB-LIS-FILIALE(IND-LIS) = FILIALE-INPUT
          ADD 1 TO ELENCATI
          MOVE TAB-LIS-PERSONA(IND-LIS) TO PERSONA-INPUT
          PERFORM CERCA-ESITO THRU FINE-CERCA-ESITO
          IF TROVATO-ESITO = 1
               DISPLAY TAB-LIS-FILIALE(IND-LIS) ' '
                       TAB-LIS-PERSONA(IND-LIS) ' '
                       TAB-LIS-NOME(IND-LIS) ' '
                       TAB-LIS-COGNOME(IND-LIS) ' ESITO '
                       TAB-ESI-ESITO(IND-ESI) ' DEL '
                       TAB-ESI-DATA(IND-ESI)
          ELSE
               ADD 1 TO DA-CONTATTARE
               DISPLAY TAB-LIS-FILIALE(IND-LIS) ' '
                       TAB-LIS-PERSONA(IND-LIS) ' '
                       TAB-LIS-NOME(IND-LIS) ' '
                       TAB-LIS-COGNOME(IND-LIS) ' DA CONTATTARE'
          END-IF
     END-IF.
     ADD 1 TO IND-LIS.
 FINE-ELENCA-RIGA.
      EXIT.
*****************************************************
* RICERCHE LINEARI: LA PERSONA NELLA LISTA (LASCIA  *
* IND-LIS) E IL SUO ESITO PER LA CAMPAGNA (LASCIA   *
* IND-ESI)                                          *
*****************************************************
 CERCA-IN-LISTA.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-LIS.
     PERFORM CERCA-IN-LISTA-RIGA THRU FINE-CERCA-IN-LISTA-RIGA
          UNTIL IND-LIS > CONT-LIS OR TROVATO = 1.
 FINE-CERCA-IN-LISTA.
      EXIT.
 CERCA-IN-LISTA-RIGA.
     IF TAB-LIS-PERSONA(IND-LIS) = PERSONA-INPUT
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-LIS
     END-IF.
 FINE-CERCA-IN-LISTA-RIGA.
      EXIT.
 CERCA-ESITO.
     MOVE 0 TO TROVATO-ESITO.
     MOVE 1 TO IND-ESI.
     PERFORM CERCA-ESITO-RIGA THRU FINE-CERCA-ESITO-RIGA
          UNTIL IND-ESI > CONT-ESI OR TROVATO-ESITO = 1.
 FINE-CERCA-ESITO.
      EXIT.
 CERCA-ESITO-RIGA.
     IF TAB-ESI-CAMPAGNA(IND-ESI) = CAMPAGNA-CODICE
        AND TAB-ESI-PERSONA(IND-ESI) = PERSONA-INPUT
          MOVE 1 TO TROVATO-ESITO
     ELSE
          ADD 1 TO IND-ESI
     END-IF.
 FINE-CERCA-ESITO-RIGA.
      EXIT.
*
 CHIUSURA.
* DOPPIA PROTEZIONE: CON CARICAMENTO INCOMPLETO LA RISCRITTURA
* NON DEVE PARTIRE COMUNQUE
     IF AGGIORNATO = 1 AND SCARTATI-ESI = 0
          PERFORM RISCRIVI-ESITI THRU FINE-RISCRIVI-ESITI
          DISPLAY 'CAMPESITI.TXT RISCRITTO'
     END-IF.
 FINE-CHIUSURA.
      EXIT.
 RISCRIVI-ESITI.
     OPEN OUTPUT ESITF.
     MOVE 1 TO IND-ESI.
     PERFORM RISCRIVI-ESITO-RIGA THRU FINE-RISCRIVI-ESITO-RIGA
          UNTIL IND-ESI > CONT-ESI.
     CLOSE ESITF.
 FINE-RISCRIVI-ESITI.
      EXIT.
 RISCRIVI-ESITO-RIGA.
     MOVE TAB-ESI-CAMPAGNA(IND-ESI)  TO CES-CAMPAGNA.
     MOVE TAB-ESI-PERSONA(IND-ESI)   TO CES-PERSONA.
     MOVE TAB-ESI-FILIALE(IND-ESI)   TO CES-FILIALE.
     MOVE TAB-ESI-ESITO(IND-ESI)     TO CES-ESITO.
     MOVE TAB-ESI-DATA(IND-ESI)      TO CES-DATA.
     MOVE TAB-ESI-OPERATORE(IND-ESI) TO CES-OPERATORE.
     WRITE REC-ESITO.
     ADD 1 TO IND-ESI.
 FINE-RISCRIVI-ESITO-RIGA.
      EXIT.
