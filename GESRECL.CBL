 IDENTIFICATION DIVISION.
 PROGRAM-ID. GESRECL.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* REGISTRO DEI RECLAMI DEI CLIENTI CONTRO LE FILIALI
* (RECLAMI.TXT, TRACCIATO RECLAMO.CPY), DALLA SCELTA 18 DI
* MENU: FINORA STAVANO IN UN RACCOGLITORE DI CARTA E NESSUNO
* SAPEVA DIRE QUALE FILIALE NE GENERA DI PIU' NE' QUANTO
* RESTANO APERTI. COME GESINC: REGISTRAZIONE (NUMERO
* PROGRESSIVO, PERSONA VERIFICATA SU ANAGR2.IDX, FILIALE
* VERIFICATA SU FILIALI.IDX, CATEGORIA, OGGETTO, DATA DI
* RICEZIONE), ELENCO DEGLI APERTI, ASSEGNAZIONE A UNA SIGLA,
* NOTA DI RISOLUZIONE E CHIUSURA (SERVE LA NOTA). LA SIGLA
* COLLEGATA ARRIVA DA MENU VIA LINKAGE; PRENOTAZIONE DEL FILE
* COL MODULO COMUNE PRENOTA (RECLAMI.LCK). IL FILE E' CARICATO
* IN TABELLA ALL'AVVIO E RISCRITTO IN USCITA SOLO SE TOCCATO.
* L'ANZIANITA' DEGLI APERTI LA STAMPA OGNI SETTIMANA RECLSETT,
* I CONTEGGI DEL TRIMESTRE PER FILIALE E ZONA RECLTRIM
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT/OUTPUT FILE; OPTIONAL PERCHE' ALLA PRIMA SESSIONE IN
* ASSOLUTO NON ESISTE ANCORA
     SELECT OPTIONAL RECLF ASSIGN TO 'RECLAMI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* MASTER DI RISCONTRO PER I CODICI PERSONA
     SELECT PERSF    ASSIGN TO 'ANAGR2.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS IDX-COD
     ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
     FILE STATUS IS WS-STATUS-P.
* MASTER DI RISCONTRO PER I CODICI FILIALE
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
 FD   RECLF
      DATA RECORD IS REC-RECL.
 01 REC-RECL.
    COPY RECLAMO.
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
 FD   FILIALIF
      DATA RECORD IS REC-FILIALI.
 01 REC-FILIALI.
    COPY FILIALE.

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* REGISTRO IN TABELLA                               *
*****************************************************
 01   MAX-RECLAMI      PIC 9(4) VALUE 2000.
 01   TABELLA-RECLAMI.
      05 RIGA-RCL OCCURS 1 TO 2000 TIMES DEPENDING ON CONT-RCL.
         10 TAB-NUMERO        PIC 9(5).
         10 TAB-STATO         PIC X.
         10 TAB-PERSONA       PIC 9(6).
         10 TAB-FILIALE       PIC 9(4).
         10 TAB-CATEGORIA     PIC X.
         10 TAB-OGGETTO       PIC X(30).
         10 TAB-RICEZIONE     PIC 9(8).
         10 TAB-ASSEGNATO     PIC X(3).
         10 TAB-NOTA          PIC X(30).
         10 TAB-CHIUSURA      PIC 9(8).
 01   CONT-RCL         PIC 9(4) VALUE 0.
 01   SCARTATI-RCL     PIC 9(4) VALUE 0.
 01   ULTIMO-NUMERO    PIC 9(5) VALUE 0.

 01 WS-STATUS        PIC XX.
 01 WS-STATUS-P      PIC XX.
 01 WS-MESSAGGIO     PIC X(40).
 01 FINE-FILE        PIC X VALUE SPACES.
 01 FINE-PGM         PIC X VALUE SPACES.
 01 CHOICE           PIC 9 VALUE 0.
 01 AGGIORNATO       PIC 9 VALUE 0.
 01 OPERATORE        PIC X(3) VALUE SPACES.
*****************************************************
* CAMPI DI LAVORO DELLE OPERAZIONI                  *
*****************************************************
 01 NUMERO-INPUT     PIC 9(5).
 01 PERSONA-INPUT    PIC 9(6).
 01 FILIALE-INPUT    PIC 9(4).
 01 CATEGORIA-INPUT  PIC X.
 01 OGGETTO-INPUT    PIC X(30).
 01 DATA-INPUT       PIC 9(8).
 01 SIGLA-INPUT      PIC X(3).
 01 NOTA-INPUT       PIC X(30).
 01 IND-RCL          PIC 9(4) VALUE 0.
 01 TROVATO          PIC 9 VALUE 0.
 01 ESISTE-PERSONA   PIC 9 VALUE 0.
 01 ESISTE-FILIALE   PIC 9 VALUE 0.
 01 APERTI           PIC 9(4) VALUE 0.
 01 DATA-OGGI        PIC 9(8).
*****************************************************
* PRENOTAZIONE DEL FILE COL MODULO COMUNE PRENOTA   *
*****************************************************
 01 NOME-LOCK        PIC X(24) VALUE 'RECLAMI.LCK'.
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
      PERFORM APERTURA THRU FINE-APERTURA.
      IF FINE-PGM NOT = 'S'
           PERFORM CARICA-RECLAMI THRU FINE-CARICA-RECLAMI
           PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-PGM = 'S'
           PERFORM CHIUSURA THRU FINE-CHIUSURA
      END-IF.
      MOVE 'R' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.

      GOBACK.
*****************************************************
* APRE I DUE MASTER DI RISCONTRO                    *
*****************************************************
 APERTURA.
     OPEN INPUT PERSF.
     IF WS-STATUS-P NOT = '00' AND WS-STATUS-P NOT = '05'
          DISPLAY 'ERRORE APERTURA ANAGR2.IDX: ' WS-STATUS-P
          CALL 'STATMSG' USING WS-STATUS-P WS-MESSAGGIO
          DISPLAY WS-MESSAGGIO
          MOVE 'S' TO FINE-PGM
     ELSE
          OPEN INPUT FILIALIF
          IF WS-STATUS NOT = '00' AND WS-STATUS NOT = '05'
               DISPLAY 'ERRORE APERTURA FILIALI.IDX: ' WS-STATUS
               CALL 'STATMSG' USING WS-STATUS WS-MESSAGGIO
               DISPLAY WS-MESSAGGIO
               CLOSE PERSF
               MOVE 'S' TO FINE-PGM
          END-IF
     END-IF.
 FINE-APERTURA.
      EXIT.
 CARICA-RECLAMI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT RECLF.
     READ RECLF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-RECLAMO-RIGA THRU FINE-CARICA-RECLAMO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE RECLF.
 FINE-CARICA-RECLAMI.
      EXIT.
 CARICA-RECLAMO-RIGA.
* IL PROSSIMO NUMERO SEGUE IL PIU' ALTO MAI DATO, ANCHE SE
* LA RIGA NON ENTRA IN TABELLA
     IF RCL-NUMERO > ULTIMO-NUMERO
          MOVE RCL-NUMERO TO ULTIMO-NUMERO
     END-IF.
     IF CONT-RCL = MAX-RECLAMI
          ADD 1 TO SCARTATI-RCL
     ELSE
          ADD 1 TO CONT-RCL
          MOVE RCL-NUMERO    TO TAB-NUMERO(CONT-RCL)
          MOVE RCL-STATO     TO TAB-STATO(CONT-RCL)
          MOVE RCL-PERSONA   TO TAB-PERSONA(CONT-RCL)
          MOVE RCL-FILIALE   TO TAB-FILIALE(CONT-RCL)
          MOVE RCL-CATEGORIA TO TAB-CATEGORIA(CONT-RCL)
          MOVE RCL-OGGETTO   TO TAB-OGGETTO(CONT-RCL)
          MOVE RCL-RICEZIONE TO TAB-RICEZIONE(CONT-RCL)
          MOVE RCL-ASSEGNATO TO TAB-ASSEGNATO(CONT-RCL)
          MOVE RCL-NOTA      TO TAB-NOTA(CONT-RCL)
          MOVE RCL-CHIUSURA  TO TAB-CHIUSURA(CONT-RCL)
     END-IF.
     READ RECLF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-RECLAMO-RIGA.
      EXIT.
*
 ELABORA.
     DISPLAY 'RECLAMI - CHE OPERAZIONE?'
     ' SCRIVI 1 PER REGISTRARE, 2 PER ELENCARE GLI APERTI,'
     ' 3 PER ASSEGNARE, 4 PER LA NOTA DI RISOLUZIONE,'
     ' 5 PER CHIUDERE, 0 PER USCIRE'.
     ACCEPT CHOICE.
     EVALUATE TRUE
          WHEN (CHOICE = 1 OR (CHOICE >= 3 AND CHOICE <= 5))
               AND SCARTATI-RCL > 0
* CARICAMENTO INCOMPLETO: RISCRIVERE DALLA TABELLA
* CANCELLEREBBE I RECLAMI OLTRE IL POSTO 2000
               DISPLAY 'RECLAMI PIU DELLA TABELLA: '
                       'AGGIORNAMENTI NON CONSENTITI'
          WHEN CHOICE = 1
               PERFORM REGISTRA THRU FINE-REGISTRA
          WHEN CHOICE = 2
               PERFORM ELENCA-APERTI THRU FINE-ELENCA-APERTI
          WHEN CHOICE = 3
               PERFORM ASSEGNA THRU FINE-ASSEGNA
          WHEN CHOICE = 4
               PERFORM ANNOTA THRU FINE-ANNOTA
          WHEN CHOICE = 5
               PERFORM CHIUDI THRU FINE-CHIUDI
          WHEN CHOICE = 0
               MOVE 'S' TO FINE-PGM
          WHEN OTHER
               DISPLAY 'SCELTA NON VALIDA'
     END-EVALUATE.
 FINE-ELABORA.
      EXIT.
*****************************************************
* REGISTRA UN RECLAMO NUOVO COL PROSSIMO NUMERO     *
*****************************************************
 REGISTRA.
     IF CONT-RCL = MAX-RECLAMI
          DISPLAY 'TABELLA RECLAMI PIENA'
     ELSE
          PERFORM CHIEDI-DATI THRU FINE-CHIEDI-DATI
     END-IF.
 FINE-REGISTRA.
      EXIT.
 CHIEDI-DATI.
     DISPLAY 'CODICE PERSONA CHE RECLAMA: '.
     ACCEPT PERSONA-INPUT.
     MOVE PERSONA-INPUT TO IDX-COD.
     PERFORM VERIFICA-PERSONA THRU FINE-VERIFICA-PERSONA.
     IF ESISTE-PERSONA = 1
          DISPLAY 'CODICE FILIALE RECLAMATA: '
          ACCEPT FILIALE-INPUT
          MOVE FILIALE-INPUT TO COD-FILIALE
          PERFORM VERIFICA-FILIALE THRU FINE-VERIFICA-FILIALE
     END-IF.
     IF ESISTE-PERSONA = 1 AND ESISTE-FILIALE = 1
          DISPLAY 'CATEGORIA (S SERVIZIO, E CONDIZIONI ECONOMICHE,'
                  ' P PRODOTTI, D DATI PERSONALI, A ALTRO): '
          ACCEPT CATEGORIA-INPUT
          DISPLAY 'OGGETTO: '
          ACCEPT OGGETTO-INPUT
          DISPLAY 'DATA DI RICEZIONE (AAAAMMGG, 0 = OGGI): '
          ACCEPT DATA-INPUT
          IF DATA-INPUT = 0
               MOVE DATA-OGGI TO DATA-INPUT
          END-IF
          EVALUATE TRUE
               WHEN CATEGORIA-INPUT NOT = 'S'
                AND CATEGORIA-INPUT NOT = 'E'
                AND CATEGORIA-INPUT NOT = 'P'
                AND CATEGORIA-INPUT NOT = 'D'
                AND CATEGORIA-INPUT NOT = 'A'
                    DISPLAY 'CATEGORIA NON VALIDA'
               WHEN OGGETTO-INPUT = SPACES
                    DISPLAY 'OGGETTO VUOTO'
               WHEN DATA-INPUT(5:2) < '01' OR DATA-INPUT(5:2) > '12'
                 OR DATA-INPUT(7:2) < '01' OR DATA-INPUT(7:2) > '31'
                    DISPLAY 'DATA NON VALIDA'
               WHEN DATA-INPUT > DATA-OGGI
                    DISPLAY 'DATA FUTURA NON AMMESSA'
               WHEN OTHER
                    PERFORM AGGIUNGI-RECLAMO
                         THRU FINE-AGGIUNGI-RECLAMO
          END-EVALUATE
     END-IF.
 FINE-CHIEDI-DATI.
      EXIT.
 AGGIUNGI-RECLAMO.
     ADD 1 TO ULTIMO-NUMERO.
     ADD 1 TO CONT-RCL.
     MOVE ULTIMO-NUMERO   TO TAB-NUMERO(CONT-RCL).
     MOVE 'A'             TO TAB-STATO(CONT-RCL).
     MOVE PERSONA-INPUT   TO TAB-PERSONA(CONT-RCL).
     MOVE FILIALE-INPUT   TO TAB-FILIALE(CONT-RCL).
     MOVE CATEGORIA-INPUT TO TAB-CATEGORIA(CONT-RCL).
     MOVE OGGETTO-INPUT   TO TAB-OGGETTO(CONT-RCL).
     MOVE DATA-INPUT      TO TAB-RICEZIONE(CONT-RCL).
     MOVE SPACES          TO TAB-ASSEGNATO(CONT-RCL).
     MOVE SPACES          TO TAB-NOTA(CONT-RCL).
     MOVE 0               TO TAB-CHIUSURA(CONT-RCL).
     MOVE 1 TO AGGIORNATO.
     DISPLAY 'RECLAMO REGISTRATO COL NUMERO ' ULTIMO-NUMERO.
 FINE-AGGIUNGI-RECLAMO.
      EXIT.
 VERIFICA-PERSONA.
     MOVE 0 TO ESISTE-PERSONA.
     READ PERSF INVALID KEY
          DISPLAY 'CODICE PERSONA INESISTENTE SU ANAGR2.IDX'
     NOT INVALID KEY
          MOVE 1 TO ESISTE-PERSONA
          DISPLAY 'PERSONA: ' IDX-NOME ' ' IDX-COGNOME
     END-READ.
 FINE-VERIFICA-PERSONA.
      EXIT.
* ANCHE UNA FILIALE CHIUSA PUO' ESSERE RECLAMATA (PER FATTI DI
* PRIMA DELLA CHIUSURA): SI AVVISA SOLTANTO
 VERIFICA-FILIALE.
     MOVE 0 TO ESISTE-FILIALE.
     READ FILIALIF INVALID KEY
          DISPLAY 'CODICE FILIALE INESISTENTE SU FILIALI.IDX'
     NOT INVALID KEY
          MOVE 1 TO ESISTE-FILIALE
          DISPLAY 'FILIALE: ' DESC-FILIALE
          IF STATO-FILIALE = 'C'
               DISPLAY 'ATTENZIONE: FILIALE CHIUSA IL '
                       DATA-CHIUSURA
          END-IF
     END-READ.
 FINE-VERIFICA-FILIALE.
      EXIT.
*****************************************************
* ELENCA I RECLAMI APERTI DI UNA FILIALE (0 = TUTTE)*
*****************************************************
 ELENCA-APERTI.
     DISPLAY 'FILIALE (0 = TUTTE): '.
     ACCEPT FILIALE-INPUT.
     MOVE 0 TO APERTI.
     MOVE 1 TO IND-RCL.
     PERFORM ELENCA-APERTO-RIGA THRU FINE-ELENCA-APERTO-RIGA
          UNTIL IND-RCL > CONT-RCL.
     DISPLAY 'RECLAMI APERTI: ' APERTI.
 FINE-ELENCA-APERTI.
      EXIT.
 ELENCA-APERTO-RIGA.
     IF TAB-STATO(IND-RCL) = 'A'
        AND (FILIALE-INPUT = 0
             OR TAB-FILIALE(IND-RCL) = FILIALE-INPUT)
          ADD 1 TO APERTI
          DISPLAY TAB-NUMERO(IND-RCL) ' FILIALE '
                  TAB-FILIALE(IND-RCL) ' PERSONA '
                  TAB-PERSONA(IND-RCL) ' CAT. '
                  TAB-CATEGORIA(IND-RCL) ' '
                  TAB-OGGETTO(IND-RCL)
          DISPLAY '      RICEVUTO ' TAB-RICEZIONE(IND-RCL)
                  ' ASSEGNATO ' TAB-ASSEGNATO(IND-RCL)
                  ' NOTA ' TAB-NOTA(IND-RCL)
     END-IF.
     ADD 1 TO IND-RCL.
 FINE-ELENCA-APERTO-RIGA.
      EXIT.
*****************************************************
* ASSEGNA UN RECLAMO APERTO A UNA SIGLA             *
*****************************************************
 ASSEGNA.
     PERFORM CHIEDI-APERTO THRU FINE-CHIEDI-APERTO.
     IF TROVATO = 1
          DISPLAY 'SIGLA ASSEGNATARIA: '
          ACCEPT SIGLA-INPUT
          IF SIGLA-INPUT = SPACES
               DISPLAY 'SIGLA VUOTA'
          ELSE
               MOVE SIGLA-INPUT TO TAB-ASSEGNATO(IND-RCL)
               MOVE 1 TO AGGIORNATO
               DISPLAY 'RECLAMO ASSEGNATO'
          END-IF
     END-IF.
 FINE-ASSEGNA.
      EXIT.
*****************************************************
* SCRIVE LA NOTA DI RISOLUZIONE                     *
*****************************************************
 ANNOTA.
     PERFORM CHIEDI-APERTO THRU FINE-CHIEDI-APERTO.
     IF TROVATO = 1
          DISPLAY 'NOTA DI RISOLUZIONE: '
          ACCEPT NOTA-INPUT
          MOVE NOTA-INPUT TO TAB-NOTA(IND-RCL)
          MOVE 1 TO AGGIORNATO
          DISPLAY 'RECLAMO ANNOTATO'
     END-IF.
 FINE-ANNOTA.
      EXIT.
*****************************************************
* CHIUDE UN RECLAMO: SERVE LA NOTA DI RISOLUZIONE;  *
* DATA DI CHIUSURA NON FUTURA E NON PRIMA DELLA     *
* RICEZIONE. IL RECORD RESTA NEL REGISTRO           *
*****************************************************
 CHIUDI.
     PERFORM CHIEDI-APERTO THRU FINE-CHIEDI-APERTO.
     IF TROVATO = 1
          IF TAB-NOTA(IND-RCL) = SPACES
               DISPLAY 'MANCA LA NOTA DI RISOLUZIONE (SCELTA 4)'
          ELSE
               DISPLAY 'DATA DI CHIUSURA (AAAAMMGG, 0 = OGGI): '
               ACCEPT DATA-INPUT
               IF DATA-INPUT = 0
                    MOVE DATA-OGGI TO DATA-INPUT
               END-IF
               EVALUATE TRUE
                    WHEN DATA-INPUT > DATA-OGGI
                         DISPLAY 'DATA FUTURA NON AMMESSA'
                    WHEN DATA-INPUT < TAB-RICEZIONE(IND-RCL)
                         DISPLAY 'CHIUSURA PRIMA DELLA RICEZIONE'
                    WHEN OTHER
                         MOVE 'C' TO TAB-STATO(IND-RCL)
                         MOVE DATA-INPUT TO TAB-CHIUSURA(IND-RCL)
                         IF TAB-ASSEGNATO(IND-RCL) = SPACES
                              MOVE OPERATORE
                                   TO TAB-ASSEGNATO(IND-RCL)
                         END-IF
                         MOVE 1 TO AGGIORNATO
                         DISPLAY 'RECLAMO CHIUSO'
               END-EVALUATE
          END-IF
     END-IF.
 FINE-CHIUDI.
      EXIT.
*****************************************************
* CHIEDE IL NUMERO DI UN RECLAMO E LO VUOLE APERTO; *
* LASCIA IND-RCL SULLA RIGA E TROVATO A 1           *
*****************************************************
 CHIEDI-APERTO.
     DISPLAY 'NUMERO RECLAMO: '.
     ACCEPT NUMERO-INPUT.
     PERFORM CERCA-RECLAMO THRU FINE-CERCA-RECLAMO.
     IF TROVATO = 0
          DISPLAY 'RECLAMO NON TROVATO'
     ELSE
          IF TAB-STATO(IND-RCL) = 'C'
               DISPLAY 'RECLAMO GIA CHIUSO IL '
                       TAB-CHIUSURA(IND-RCL)
               MOVE 0 TO TROVATO
          END-IF
     END-IF.
 FINE-CHIEDI-APERTO.
      EXIT.
 CERCA-RECLAMO.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-RCL.
     PERFORM CERCA-RECLAMO-RIGA THRU FINE-CERCA-RECLAMO-RIGA
          UNTIL IND-RCL > CONT-RCL OR TROVATO = 1.
 FINE-CERCA-RECLAMO.
      EXIT.
 CERCA-RECLAMO-RIGA.
     IF TAB-NUMERO(IND-RCL) = NUMERO-INPUT
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-RCL
     END-IF.
 FINE-CERCA-RECLAMO-RIGA.
      EXIT.
*
 CHIUSURA.
     CLOSE PERSF.
     CLOSE FILIALIF.
* DOPPIA PROTEZIONE: CON CARICAMENTO INCOMPLETO LA RISCRITTURA
* NON DEVE PARTIRE COMUNQUE
     IF AGGIORNATO = 1 AND SCARTATI-RCL = 0
          PERFORM RISCRIVI-RECLAMI THRU FINE-RISCRIVI-RECLAMI
          DISPLAY 'RECLAMI.TXT RISCRITTO'
     END-IF.
 FINE-CHIUSURA.
      EXIT.
 RISCRIVI-RECLAMI.
     OPEN OUTPUT RECLF.
     MOVE 1 TO IND-RCL.
     PERFORM RISCRIVI-RIGA THRU FINE-RISCRIVI-RIGA
          UNTIL IND-RCL > CONT-RCL.
     CLOSE RECLF.
 FINE-RISCRIVI-RECLAMI.
      EXIT.
 RISCRIVI-RIGA.
     MOVE TAB-NUMERO(IND-RCL)    TO RCL-NUMERO.
     MOVE TAB-STATO(IND-RCL)     TO RCL-STATO.
     MOVE TAB-PERSONA(IND-RCL)   TO RCL-PERSONA.
     MOVE TAB-FILIALE(IND-RCL)   TO RCL-FILIALE.
     MOVE TAB-CATEGORIA(IND-RCL) TO RCL-CATEGORIA.
     MOVE TAB-OGGETTO(IND-RCL)   TO RCL-OGGETTO.
     MOVE TAB-RICEZIONE(IND-RCL) TO RCL-RICEZIONE.
     MOVE TAB-ASSEGNATO(IND-RCL) TO RCL-ASSEGNATO.
     MOVE TAB-NOTA(IND-RCL)      TO RCL-NOTA.
     MOVE TAB-CHIUSURA(IND-RCL)  TO RCL-CHIUSURA.
     WRITE REC-RECL.
     ADD 1 TO IND-RCL.
 FINE-RISCRIVI-RIGA.
      EXIT.
