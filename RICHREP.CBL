 IDENTIFICATION DIVISION.
 PROGRAM-ID. RICHREP.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* RICHIESTE DI REPORT SU DOMANDA (RICHIESTE.TXT, TRACCIATO
* RICHIESTA.CPY), DALLA SCELTA 21 DI MENU: I GIRI FUORI
* PROGRAMMA CHE LE FILIALI CHIEDEVANO AL TURNO DI NOTTE A VOCE
* SI ACCODANO QUI, CON LA SIGLA DI CHI LI CHIEDE, E LI ESEGUE
* LA NOTTE IL PASSO ESEGRICH DELLA CATENA. I REPORT SONO UNA
* LISTA FISSA, OGNUNO COI SUOI PARAMETRI CONTROLLATI SUBITO:
*   1 DEMOGRAF - PROFILO DEMOGRAFICO DI UNA CITTA
*   2 SCHEDAF  - SCHEDA DI UNA FILIALE (VERIFICATA SU
*                FILIALI.IDX)
*   3 LOGQRY   - ESTRATTO DI CRUDLOG PER PERIODO, FILIALE E
*                OPERAZIONE, CON O SENZA GLI ARCHIVI
* LA RICHIESTA RICEVE IL PROSSIMO NUMERO E PARTE IN ATTESA.
* OLTRE ALL'ACCODAMENTO: ELENCO DELLE PROPRIE RICHIESTE CON
* ESITO E FILE PRODOTTO, E ANNULLAMENTO DI UNA PROPRIA
* RICHIESTA ANCORA IN ATTESA. LA SIGLA COLLEGATA ARRIVA DA
* MENU VIA LINKAGE; PRENOTAZIONE DEL FILE COL MODULO COMUNE
* PRENOTA (RICHIESTE.LCK). IL FILE E' CARICATO IN TABELLA
* ALL'AVVIO E RISCRITTO IN USCITA SOLO SE TOCCATO
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT/OUTPUT FILE; OPTIONAL PERCHE' ALLA PRIMA RICHIESTA IN
* ASSOLUTO NON ESISTE ANCORA
     SELECT OPTIONAL RICHF ASSIGN TO 'RICHIESTE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* MASTER DI RISCONTRO PER LE FILIALI DI SCHEDAF
     SELECT FILIALIF ASSIGN TO 'FILIALI.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE
     ALTERNATE RECORD KEY DESC-FILIALE WITH DUPLICATES
     STATUS WS-STATUS.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   RICHF
      DATA RECORD IS REC-RICH.
 01 REC-RICH     PIC X(90).
 FD   FILIALIF
      DATA RECORD IS REC-FILIALI.
 01 REC-FILIALI.
    COPY FILIALE.

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* CODA IN TABELLA                                   *
*****************************************************
 01   MAX-RICHIESTE    PIC 9(4) VALUE 2000.
 01   TABELLA-RICHIESTE.
      05 RIGA-RICH OCCURS 1 TO 2000 TIMES DEPENDING ON CONT-RICH.
         10 TAB-RICHIESTA     PIC X(90).
 01   CONT-RICH        PIC 9(4) VALUE 0.
 01   SCARTATE-RICH    PIC 9(4) VALUE 0.
 01   ULTIMO-NUMERO    PIC 9(6) VALUE 0.
*****************************************************
* RICHIESTA IN LAVORO: QUELLA NUOVA O QUELLA DELLA  *
* RIGA DI TABELLA IN ESAME                          *
*****************************************************
 01 RICHIESTA-LAVORO.
    COPY RICHIESTA.

 01 WS-STATUS        PIC XX.
 01 WS-MESSAGGIO     PIC X(40).
 01 FINE-FILE        PIC X VALUE SPACES.
 01 FINE-PGM         PIC X VALUE SPACES.
 01 CHOICE           PIC 9 VALUE 0.
 01 AGGIORNATO       PIC 9 VALUE 0.
 01 OPERATORE        PIC X(3) VALUE SPACES.
*****************************************************
* CAMPI DI LAVORO DELLE OPERAZIONI                  *
*****************************************************
 01 REPORT-INPUT     PIC 9 VALUE 0.
 01 NUMERO-INPUT     PIC 9(6).
 01 CITTA-INPUT      PIC X(10).
 01 FILIALE-INPUT    PIC 9(4).
 01 DATA-DA-INPUT    PIC 9(6).
 01 DATA-A-INPUT     PIC 9(6).
 01 OPERAZIONE-INPUT PIC X.
 01 ARCHIVI-INPUT    PIC X.
 01 IND-RICH         PIC 9(4) VALUE 0.
 01 TROVATO          PIC 9 VALUE 0.
 01 ESISTE-FILIALE   PIC 9 VALUE 0.
 01 PARAMETRI-OK     PIC 9 VALUE 0.
 01 MIE-RICHIESTE    PIC 9(4) VALUE 0.
 01 DATA-OGGI        PIC 9(8).
 01 DESCRIZIONE-STATO PIC X(9).
*****************************************************
* PRENOTAZIONE DEL FILE COL MODULO COMUNE PRENOTA   *
*****************************************************
 01 NOME-LOCK        PIC X(24) VALUE 'RICHIESTE.LCK'.
 01 AZIONE-PRENOTA   PIC X.
 01 ESITO-PRENOTA    PIC X.
************************************************************
*                LINKAGE SECTION
************************************************************
 LINKAGE SECTION.
 01 OPERATORE-CH     PIC X(3).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING OPERATORE-CH.

 MAIN-LINE.
      MOVE OPERATORE-CH TO OPERATORE.
      MOVE 'P' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.
      IF ESITO-PRENOTA NOT = 'S'
           GOBACK
      END-IF.
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      MOVE SPACES TO FINE-PGM.
      PERFORM CARICA-RICHIESTE THRU FINE-CARICA-RICHIESTE.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-PGM = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.
      MOVE 'R' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.

      GOBACK.
 CARICA-RICHIESTE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT RICHF.
     READ RICHF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-RICHIESTA-RIGA THRU FINE-CARICA-RICHIESTA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE RICHF.
 FINE-CARICA-RICHIESTE.
      EXIT.
 CARICA-RICHIESTA-RIGA.
* IL PROSSIMO NUMERO SEGUE IL PIU' ALTO MAI DATO, ANCHE SE
* LA RIGA NON ENTRA IN TABELLA
     MOVE REC-RICH TO RICHIESTA-LAVORO.
     IF RQ-NUMERO > ULTIMO-NUMERO
          MOVE RQ-NUMERO TO ULTIMO-NUMERO
     END-IF.
     IF CONT-RICH = MAX-RICHIESTE
          ADD 1 TO SCARTATE-RICH
     ELSE
          ADD 1 TO CONT-RICH
          MOVE REC-RICH TO TAB-RICHIESTA(CONT-RICH)
     END-IF.
     READ RICHF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-RICHIESTA-RIGA.
      EXIT.
*
 ELABORA.
     DISPLAY 'RICHIESTE DI REPORT - CHE OPERAZIONE?'
     ' SCRIVI 1 PER UNA NUOVA RICHIESTA, 2 PER ELENCARE LE TUE,'
     ' 3 PER ANNULLARNE UNA IN ATTESA, 0 PER USCIRE'.
     ACCEPT CHOICE.
     EVALUATE TRUE
          WHEN (CHOICE = 1 OR CHOICE = 3) AND SCARTATE-RICH > 0
* CARICAMENTO INCOMPLETO: RISCRIVERE DALLA TABELLA
* CANCELLEREBBE LE RICHIESTE OLTRE IL POSTO 2000
               DISPLAY 'RICHIESTE PIU DELLA TABELLA: '
                       'AGGIORNAMENTI NON CONSENTITI'
          WHEN CHOICE = 1
               PERFORM NUOVA-RICHIESTA THRU FINE-NUOVA-RICHIESTA
          WHEN CHOICE = 2
               PERFORM ELENCA-MIE THRU FINE-ELENCA-MIE
          WHEN CHOICE = 3
               PERFORM ANNULLA THRU FINE-ANNULLA
          WHEN CHOICE = 0
               MOVE 'S' TO FINE-PGM
          WHEN OTHER
               DISPLAY 'SCELTA NON VALIDA'
     END-EVALUATE.
 FINE-ELABORA.
      EXIT.
*****************************************************
* NUOVA RICHIESTA: REPORT DALLA LISTA FISSA, I SUOI *
* PARAMETRI E, SE TUTTO E' IN REGOLA, IL PROSSIMO   *
* NUMERO                                            *
*****************************************************
 NUOVA-RICHIESTA.
     IF CONT-RICH = MAX-RICHIESTE
          DISPLAY 'TABELLA RICHIESTE PIENA'
     ELSE
          DISPLAY 'REPORT DA RICHIEDERE:'
          DISPLAY '1 - DEMOGRAF: PROFILO DEMOGRAFICO DI UNA CITTA'
          DISPLAY '2 - SCHEDAF: SCHEDA DI UNA FILIALE'
          DISPLAY '3 - LOGQRY: ESTRATTO DI CRUDLOG PER PERIODO'
          ACCEPT REPORT-INPUT
          MOVE SPACES TO RICHIESTA-LAVORO
          MOVE 0 TO RQ-FILIALE RQ-DATA-DA RQ-DATA-A
                    RQ-DATA-ESITO RQ-RC
          MOVE 0 TO PARAMETRI-OK
          EVALUATE REPORT-INPUT
               WHEN 1
                    PERFORM CHIEDI-DEMOGRAF THRU FINE-CHIEDI-DEMOGRAF
               WHEN 2
                    PERFORM CHIEDI-SCHEDAF THRU FINE-CHIEDI-SCHEDAF
               WHEN 3
                    PERFORM CHIEDI-LOGQRY THRU FINE-CHIEDI-LOGQRY
               WHEN OTHER
                    DISPLAY 'REPORT NON PREVISTO'
          END-EVALUATE
          IF PARAMETRI-OK = 1
               PERFORM AGGIUNGI-RICHIESTA
                    THRU FINE-AGGIUNGI-RICHIESTA
          END-IF
     END-IF.
 FINE-NUOVA-RICHIESTA.
      EXIT.
 CHIEDI-DEMOGRAF.
     DISPLAY 'CITTA: '.
     ACCEPT CITTA-INPUT.
     IF CITTA-INPUT = SPACES
          DISPLAY 'CITTA NON INDICATA'
     ELSE
          MOVE 'DEMOGRAF'  TO RQ-REPORT
          MOVE CITTA-INPUT TO RQ-CITTA
          MOVE 1 TO PARAMETRI-OK
     END-IF.
 FINE-CHIEDI-DEMOGRAF.
      EXIT.
 CHIEDI-SCHEDAF.
     DISPLAY 'CODICE FILIALE: '.
     ACCEPT FILIALE-INPUT.
     IF FILIALE-INPUT = 0
          DISPLAY 'CODICE NON INDICATO'
     ELSE
          PERFORM VERIFICA-FILIALE THRU FINE-VERIFICA-FILIALE
          IF ESISTE-FILIALE = 1
               MOVE 'SCHEDAF'     TO RQ-REPORT
               MOVE FILIALE-INPUT TO RQ-FILIALE
               MOVE 1 TO PARAMETRI-OK
          END-IF
     END-IF.
 FINE-CHIEDI-SCHEDAF.
      EXIT.
* GLI STESSI FILTRI CHE LOGQRY CHIEDE A TERMINALE; LA LISTA ESCE
* SEMPRE ANCHE IN CSV, CHE ALLA FILIALE SERVE PER IL FOGLIO
* ELETTRONICO
 CHIEDI-LOGQRY.
     DISPLAY 'DATA INIZIALE (AAMMGG, 000000 = NESSUN LIMITE): '.
     ACCEPT DATA-DA-INPUT.
     DISPLAY 'DATA FINALE (AAMMGG, 999999 = NESSUN LIMITE): '.
     ACCEPT DATA-A-INPUT.
     DISPLAY 'CODICE FILIALE (0000 = TUTTI): '.
     ACCEPT FILIALE-INPUT.
     DISPLAY 'OPERAZIONE C/M/E (T = TUTTE): '.
     ACCEPT OPERAZIONE-INPUT.
     DISPLAY 'LEGGERE ANCHE GLI ARCHIVI DI LOGARCH.TXT? S/N: '.
     ACCEPT ARCHIVI-INPUT.
     IF ARCHIVI-INPUT = 's'
          MOVE 'S' TO ARCHIVI-INPUT
     END-IF.
     IF ARCHIVI-INPUT NOT = 'S'
          MOVE 'N' TO ARCHIVI-INPUT
     END-IF.
     EVALUATE TRUE
          WHEN DATA-DA-INPUT > DATA-A-INPUT
               DISPLAY 'DATA INIZIALE DOPO LA FINALE'
          WHEN DATA-DA-INPUT NOT = 0
           AND (DATA-DA-INPUT(3:2) < '01'
                OR DATA-DA-INPUT(3:2) > '12'
                OR DATA-DA-INPUT(5:2) < '01'
                OR DATA-DA-INPUT(5:2) > '31')
               DISPLAY 'DATA INIZIALE NON VALIDA'
          WHEN DATA-A-INPUT NOT = 999999
           AND (DATA-A-INPUT(3:2) < '01'
                OR DATA-A-INPUT(3:2) > '12'
                OR DATA-A-INPUT(5:2) < '01'
                OR DATA-A-INPUT(5:2) > '31')
               DISPLAY 'DATA FINALE NON VALIDA'
          WHEN OPERAZIONE-INPUT NOT = 'C'
           AND OPERAZIONE-INPUT NOT = 'M'
           AND OPERAZIONE-INPUT NOT = 'E'
           AND OPERAZIONE-INPUT NOT = 'T'
               DISPLAY 'OPERAZIONE NON VALIDA'
          WHEN OTHER
               MOVE 'LOGQRY'         TO RQ-REPORT
               MOVE DATA-DA-INPUT    TO RQ-DATA-DA
               MOVE DATA-A-INPUT     TO RQ-DATA-A
               MOVE FILIALE-INPUT    TO RQ-FILIALE
               MOVE OPERAZIONE-INPUT TO RQ-OPERAZIONE
               MOVE ARCHIVI-INPUT    TO RQ-ARCHIVI
               MOVE 1 TO PARAMETRI-OK
     END-EVALUATE.
 FINE-CHIEDI-LOGQRY.
      EXIT.
* ANCHE DI UNA FILIALE CHIUSA SI PUO' VOLERE LA SCHEDA: SI AVVISA
* SOLTANTO
 VERIFICA-FILIALE.
     MOVE 0 TO ESISTE-FILIALE.
     OPEN INPUT FILIALIF.
     IF WS-STATUS NOT = '00' AND WS-STATUS NOT = '05'
          DISPLAY 'ERRORE APERTURA FILIALI.IDX: ' WS-STATUS
          CALL 'STATMSG' USING WS-STATUS WS-MESSAGGIO
          DISPLAY WS-MESSAGGIO
     ELSE
          MOVE FILIALE-INPUT TO COD-FILIALE
          READ FILIALIF INVALID KEY
               DISPLAY 'CODICE FILIALE INESISTENTE SU FILIALI.IDX'
          NOT INVALID KEY
               MOVE 1 TO ESISTE-FILIALE
               DISPLAY 'FILIALE: ' DESC-FILIALE
               IF STATO-FILIALE = 'C'
                    DISPLAY 'ATTENZIONE: FILIALE CHIUSA IL '
                            DATA-CHIUSURA
               END-IF
          END-READ
          CLOSE FILIALIF
     END-IF.
 FINE-VERIFICA-FILIALE.
      EXIT.
 AGGIUNGI-RICHIESTA.
     ADD 1 TO ULTIMO-NUMERO.
     MOVE ULTIMO-NUMERO TO RQ-NUMERO.
     MOVE 'A'           TO RQ-STATO.
     MOVE OPERATORE     TO RQ-OPERATORE.
     MOVE DATA-OGGI     TO RQ-DATA-RICHIESTA.
     ADD 1 TO CONT-RICH.
     MOVE RICHIESTA-LAVORO TO TAB-RICHIESTA(CONT-RICH).
     MOVE 1 TO AGGIORNATO.
     DISPLAY 'RICHIESTA ACCODATA COL NUMERO ' ULTIMO-NUMERO
             ', VERRA'' ESEGUITA NELLA CATENA DI STANOTTE'.
 FINE-AGGIUNGI-RICHIESTA.
      EXIT.
*****************************************************
* ELENCA LE RICHIESTE DELLA SIGLA COLLEGATA, CON    *
* ESITO, DATA DELLA NOTTE E FILE PRODOTTO           *
*****************************************************
 ELENCA-MIE.
     MOVE 0 TO MIE-RICHIESTE.
     MOVE 1 TO IND-RICH.
     PERFORM ELENCA-MIA-RIGA THRU FINE-ELENCA-MIA-RIGA
          UNTIL IND-RICH > CONT-RICH.
     DISPLAY 'RICHIESTE DI ' OPERATORE ': ' MIE-RICHIESTE.
 FINE-ELENCA-MIE.
      EXIT.
 ELENCA-MIA-RIGA.
     MOVE TAB-RICHIESTA(IND-RICH) TO RICHIESTA-LAVORO.
     IF RQ-OPERATORE = OPERATORE
          ADD 1 TO MIE-RICHIESTE
          PERFORM DESCRIVI-STATO THRU FINE-DESCRIVI-STATO
          DISPLAY RQ-NUMERO ' ' RQ-REPORT ' DEL '
                  RQ-DATA-RICHIESTA ' ' DESCRIZIONE-STATO
          EVALUATE RQ-REPORT
               WHEN 'DEMOGRAF'
                    DISPLAY '       CITTA ' RQ-CITTA
               WHEN 'SCHEDAF'
                    DISPLAY '       FILIALE ' RQ-FILIALE
               WHEN 'LOGQRY'
                    DISPLAY '       DAL ' RQ-DATA-DA ' AL '
                            RQ-DATA-A ' FILIALE ' RQ-FILIALE
                            ' OPERAZIONE ' RQ-OPERAZIONE
                            ' ARCHIVI ' RQ-ARCHIVI
          END-EVALUATE
          IF RQ-STATO = 'E' OR RQ-STATO = 'F'
               DISPLAY '       NOTTE DEL ' RQ-DATA-ESITO
                       ' RC ' RQ-RC ' ' RQ-USCITA
          END-IF
     END-IF.
     ADD 1 TO IND-RICH.
 FINE-ELENCA-MIA-RIGA.
      EXIT.
 DESCRIVI-STATO.
     EVALUATE RQ-STATO
          WHEN 'A'
               MOVE 'IN ATTESA' TO DESCRIZIONE-STATO
          WHEN 'E'
               MOVE 'ESEGUITA'  TO DESCRIZIONE-STATO
          WHEN 'F'
               MOVE 'FALLITA'   TO DESCRIZIONE-STATO
          WHEN 'N'
               MOVE 'ANNULLATA' TO DESCRIZIONE-STATO
          WHEN OTHER
               MOVE RQ-STATO    TO DESCRIZIONE-STATO
     END-EVALUATE.
 FINE-DESCRIVI-STATO.
      EXIT.
*****************************************************
* ANNULLA UNA PROPRIA RICHIESTA ANCORA IN ATTESA;   *
* IL RECORD RESTA NELLA CODA                        *
*****************************************************
 ANNULLA.
     DISPLAY 'NUMERO RICHIESTA: '.
     ACCEPT NUMERO-INPUT.
     PERFORM CERCA-RICHIESTA THRU FINE-CERCA-RICHIESTA.
     IF TROVATO = 0
          DISPLAY 'RICHIESTA NON TROVATA'
     ELSE
          MOVE TAB-RICHIESTA(IND-RICH) TO RICHIESTA-LAVORO
          EVALUATE TRUE
               WHEN RQ-OPERATORE NOT = OPERATORE
                    DISPLAY 'RICHIESTA DI UN ALTRO OPERATORE ('
                            RQ-OPERATORE ')'
               WHEN RQ-STATO NOT = 'A'
                    DISPLAY 'RICHIESTA NON PIU'' IN ATTESA'
               WHEN OTHER
                    MOVE 'N' TO RQ-STATO
                    MOVE DATA-OGGI TO RQ-DATA-ESITO
                    MOVE RICHIESTA-LAVORO TO TAB-RICHIESTA(IND-RICH)
                    MOVE 1 TO AGGIORNATO
                    DISPLAY 'RICHIESTA ANNULLATA'
          END-EVALUATE
     END-IF.
 FINE-ANNULLA.
      EXIT.
 CERCA-RICHIESTA.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-RICH.
     PERFORM CERCA-RICHIESTA-RIGA THRU FINE-CERCA-RICHIESTA-RIGA
          UNTIL IND-RICH > CONT-RICH OR TROVATO = 1.
 FINE-CERCA-RICHIESTA.
      EXIT.
 CERCA-RICHIESTA-RIGA.
     MOVE TAB-RICHIESTA(IND-RICH) TO RICHIESTA-LAVORO.
     IF RQ-NUMERO = NUMERO-INPUT
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-RICH
     END-IF.
 FINE-CERCA-RICHIESTA-RIGA.
      EXIT.
*
 CHIUSURA.
* DOPPIA PROTEZIONE: CON CARICAMENTO INCOMPLETO LA RISCRITTURA
* NON DEVE PARTIRE COMUNQUE
     IF AGGIORNATO = 1 AND SCARTATE-RICH = 0
          PERFORM RISCRIVI-RICHIESTE THRU FINE-RISCRIVI-RICHIESTE
          DISPLAY 'RICHIESTE.TXT RISCRITTO'
     END-IF.
 FINE-CHIUSURA.
      EXIT.
 RISCRIVI-RICHIESTE.
     OPEN OUTPUT RICHF.
     MOVE 1 TO IND-RICH.
     PERFORM RISCRIVI-RIGA THRU FINE-RISCRIVI-RIGA
          UNTIL IND-RICH > CONT-RICH.
     CLOSE RICHF.
 FINE-RISCRIVI-RICHIESTE.
      EXIT.
 RISCRIVI-RIGA.
     MOVE TAB-RICHIESTA(IND-RICH) TO REC-RICH.
     WRITE REC-RICH.
     ADD 1 TO IND-RICH.
 FINE-RISCRIVI-RIGA.
      EXIT.
