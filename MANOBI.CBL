 IDENTIFICATION DIVISION.
 PROGRAM-ID. MANOBI.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* MANUTENZIONE DEGLI OBIETTIVI ANNUALI DELLE FILIALI
* (OBIETTIVI.TXT, TRACCIATO OBIETTIVO.CPY): PER OGNI ANNO E
* FILIALE IL NUMERO DI NUOVI RAPPORTI DA APRIRE AL NETTO DELLE
* CHIUSURE, SULL'INSIEME DEI PRODOTTI (PRODOTTO A SPAZIO) E, SE
* LA DIREZIONE LO CHIEDE, ANCHE PER SINGOLO PRODOTTO. LA
* FILIALE DEVE ESSERE SU FILIALI.IDX E NON CHIUSA, IL PRODOTTO
* NEL CATALOGO PRODOTTI.TXT (MANPROD); GLI ANNI PASSATI NON SI
* TOCCANO PIU' PERCHE' SONO GIA' STATI CONSUNTIVATI. IL
* CONFRONTO COL REALIZZATO LO STAMPA OBIREP A FINE MESE.
* COME MANRUB: FILE CARICATO IN TABELLA ALL'AVVIO E RISCRITTO IN
* USCITA SOLO SE TOCCATO; PRENOTAZIONE COL MODULO COMUNE
* PRENOTA (OBIETTIVI.LCK)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT/OUTPUT FILE; OPTIONAL PERCHE' ALLA PRIMA SESSIONE IN
* ASSOLUTO NON ESISTE ANCORA
     SELECT OPTIONAL OBIF ASSIGN TO 'OBIETTIVI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CATALOGO PRODOTTI (MANPROD)
     SELECT OPTIONAL PRODF ASSIGN TO 'PRODOTTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
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
 FD   OBIF
      DATA RECORD IS REC-OBI.
 01 REC-OBI.
    COPY OBIETTIVO.
 FD   PRODF
      DATA RECORD IS REC-PROD.
 01 REC-PROD.
    COPY PRODOTTO.
 FD   FILIALIF
      DATA RECORD IS REC-FILIALI.
 01 REC-FILIALI.
    COPY FILIALE.

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* OBIETTIVI IN TABELLA                              *
*****************************************************
 01   MAX-OBIETTIVI       PIC 9(4) VALUE 1000.
 01   TABELLA-OBIETTIVI.
      05 RIGA-OBI OCCURS 1 TO 1000 TIMES DEPENDING ON CONT-OBI.
         10 TAB-OBI-ANNO      PIC 9(4).
         10 TAB-OBI-FILIALE   PIC 9(4).
         10 TAB-OBI-PRODOTTO  PIC X.
         10 TAB-OBI-NUOVI     PIC 9(5).
         10 TAB-OBI-DATA      PIC 9(8).
         10 TAB-OBI-OPERATORE PIC X(3).
 01   CONT-OBI            PIC 9(4) VALUE 0.
 01   SCARTATI-OBI        PIC 9(4) VALUE 0.
 01   IND-OBI             PIC 9(4) VALUE 0.
 01   IND-SPOSTA          PIC 9(4) VALUE 0.
*****************************************************
* CODICI DEL CATALOGO PRODOTTI                      *
*****************************************************
 01   MAX-PRODOTTI        PIC 99 VALUE 50.
 01   TABELLA-PRODOTTI.
      05 RIGA-PRD OCCURS 1 TO 50 TIMES DEPENDING ON CONT-PRD.
         10 TAB-PRD-COD      PIC X.
         10 TAB-PRD-DESC     PIC X(20).
 01   CONT-PRD            PIC 99 VALUE 0.
 01   IND-PRD             PIC 99 VALUE 0.
 01   TROVATO-PRD         PIC 9 VALUE 0.

 01 WS-STATUS        PIC XX.
 01 WS-MESSAGGIO     PIC X(40).
 01 FINE-FILE        PIC X VALUE SPACES.
 01 FINE-PGM         PIC X VALUE SPACES.
 01 CHOICE           PIC 9 VALUE 0.
 01 AGGIORNATA       PIC 9 VALUE 0.
 01 DATA-OGGI        PIC 9(8).
 01 ANNO-OGGI        PIC 9(4).
*****************************************************
* CAMPI DI LAVORO DELLE OPERAZIONI                  *
*****************************************************
 01 ANNO-INPUT       PIC 9(4).
 01 FILIALE-INPUT    PIC 9(4).
 01 PRODOTTO-INPUT   PIC X.
 01 NUOVI-INPUT      PIC 9(5).
 01 TROVATO          PIC 9 VALUE 0.
 01 ESISTE-FILIALE   PIC 9 VALUE 0.
 01 CHIAVE-BUONA     PIC 9 VALUE 0.
 01 ELENCATI         PIC 9(4) VALUE 0.
*****************************************************
* PRENOTAZIONE DEGLI OBIETTIVI COL MODULO COMUNE    *
* PRENOTA                                           *
*****************************************************
 01 OPERATORE        PIC X(3) VALUE SPACES.
 01 NOME-LOCK        PIC X(24) VALUE 'OBIETTIVI.LCK'.
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
      MOVE DATA-OGGI(1:4) TO ANNO-OGGI.
      PERFORM APERTURA THRU FINE-APERTURA.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-PGM = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.
      MOVE 'R' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.

      GOBACK.

 APERTURA.
     OPEN INPUT FILIALIF.
     IF WS-STATUS NOT = '00' AND WS-STATUS NOT = '05'
          DISPLAY 'ERRORE APERTURA FILIALI.IDX: ' WS-STATUS
          CALL 'STATMSG' USING WS-STATUS WS-MESSAGGIO
          DISPLAY WS-MESSAGGIO
          MOVE 'S' TO FINE-PGM
     ELSE
          PERFORM CARICA-OBIETTIVI THRU FINE-CARICA-OBIETTIVI
          PERFORM CARICA-PRODOTTI THRU FINE-CARICA-PRODOTTI
     END-IF.
 FINE-APERTURA.
      EXIT.
 CARICA-OBIETTIVI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT OBIF.
     READ OBIF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-OBI-RIGA THRU FINE-CARICA-OBI-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE OBIF.
     IF SCARTATI-OBI > 0
          DISPLAY 'OBIETTIVI PIU DELLA TABELLA, RIGHE NON CARICATE: '
                  SCARTATI-OBI
     END-IF.
 FINE-CARICA-OBIETTIVI.
      EXIT.
 CARICA-OBI-RIGA.
     IF CONT-OBI = MAX-OBIETTIVI
          ADD 1 TO SCARTATI-OBI
     ELSE
          ADD 1 TO CONT-OBI
          MOVE REC-OBI TO RIGA-OBI(CONT-OBI)
     END-IF.
     READ OBIF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-OBI-RIGA.
      EXIT.
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
     IF CONT-PRD < MAX-PRODOTTI
          ADD 1 TO CONT-PRD
          MOVE PRD-COD  TO TAB-PRD-COD(CONT-PRD)
          MOVE PRD-DESC TO TAB-PRD-DESC(CONT-PRD)
     END-IF.
     READ PRODF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-PRODOTTO-RIGA.
      EXIT.
*
 ELABORA.
     DISPLAY 'OBIETTIVI DELLE FILIALI - CHE OPERAZIONE?'
     ' SCRIVI 1 PER FISSARE UN OBIETTIVO, 2 PER ELENCARE UN ANNO,'
     ' 3 PER TOGLIERE UN OBIETTIVO, 0 PER USCIRE'.
     ACCEPT CHOICE.
     EVALUATE TRUE
          WHEN (CHOICE = 1 OR CHOICE = 3) AND SCARTATI-OBI > 0
* CARICAMENTO INCOMPLETO: RISCRIVERE DALLA TABELLA
* CANCELLEREBBE GLI OBIETTIVI OLTRE IL POSTO 1000
               DISPLAY 'OBIETTIVI PIU DELLA TABELLA: AGGIORNAMENTI'
                       ' NON CONSENTITI'
          WHEN CHOICE = 1
               PERFORM FISSA THRU FINE-FISSA
          WHEN CHOICE = 2
               PERFORM ELENCA THRU FINE-ELENCA
          WHEN CHOICE = 3
               PERFORM TOGLI THRU FINE-TOGLI
          WHEN CHOICE = 0
               MOVE 'S' TO FINE-PGM
          WHEN OTHER
               DISPLAY 'SCELTA NON VALIDA'
     END-EVALUATE.
 FINE-ELABORA.
      EXIT.
*****************************************************
* FISSA L'OBIETTIVO DI UN ANNO, FILIALE E PRODOTTO: *
* SE C'E' GIA' LO SOSTITUISCE, MOSTRANDO IL VALORE  *
* PRECEDENTE                                        *
*****************************************************
 FISSA.
     PERFORM CHIEDI-CHIAVE THRU FINE-CHIEDI-CHIAVE.
     IF CHIAVE-BUONA = 1
          PERFORM VERIFICA-FILIALE THRU FINE-VERIFICA-FILIALE
          PERFORM CERCA-OBIETTIVO THRU FINE-CERCA-OBIETTIVO
          EVALUATE TRUE
               WHEN ESISTE-FILIALE = 0
                    CONTINUE
               WHEN STATO-FILIALE = 'C'
                    DISPLAY 'FILIALE CHIUSA: OBIETTIVO NON AMMESSO'
               WHEN TROVATO = 0 AND CONT-OBI = MAX-OBIETTIVI
                    DISPLAY 'TABELLA OBIETTIVI PIENA'
               WHEN OTHER
                    IF TROVATO = 1
                         DISPLAY 'OBIETTIVO ATTUALE: '
                                 TAB-OBI-NUOVI(IND-OBI)
                                 ' NUOVI RAPPORTI'
                    END-IF
                    DISPLAY 'NUOVI RAPPORTI NETTI DA APRIRE: '
                    ACCEPT NUOVI-INPUT
                    IF NUOVI-INPUT = 0
                         DISPLAY 'OBIETTIVO A ZERO NON AMMESSO:'
                                 ' USARE LA SCELTA 3 PER TOGLIERLO'
                    ELSE
                         PERFORM SALVA-OBIETTIVO
                              THRU FINE-SALVA-OBIETTIVO
                    END-IF
          END-EVALUATE
     END-IF.
 FINE-FISSA.
      EXIT.
 SALVA-OBIETTIVO.
     IF TROVATO = 0
          ADD 1 TO CONT-OBI
          MOVE CONT-OBI       TO IND-OBI
          MOVE ANNO-INPUT     TO TAB-OBI-ANNO(IND-OBI)
          MOVE FILIALE-INPUT  TO TAB-OBI-FILIALE(IND-OBI)
          MOVE PRODOTTO-INPUT TO TAB-OBI-PRODOTTO(IND-OBI)
          DISPLAY 'OBIETTIVO INSERITO'
     ELSE
          DISPLAY 'OBIETTIVO SOSTITUITO'
     END-IF.
     MOVE NUOVI-INPUT TO TAB-OBI-NUOVI(IND-OBI).
     MOVE DATA-OGGI   TO TAB-OBI-DATA(IND-OBI).
     MOVE OPERATORE   TO TAB-OBI-OPERATORE(IND-OBI).
     MOVE 1 TO AGGIORNATA.
 FINE-SALVA-OBIETTIVO.
      EXIT.
*****************************************************
* ANNO (NON PASSATO), FILIALE E PRODOTTO; IL        *
* PRODOTTO, SE DATO, DEVE ESSERE A CATALOGO         *
*****************************************************
 CHIEDI-CHIAVE.
     MOVE 0 TO CHIAVE-BUONA.
     DISPLAY 'ANNO (AAAA, 0 = ANNO IN CORSO): '.
     ACCEPT ANNO-INPUT.
     IF ANNO-INPUT = 0
          MOVE ANNO-OGGI TO ANNO-INPUT
     END-IF.
     DISPLAY 'CODICE FILIALE: '.
     ACCEPT FILIALE-INPUT.
     DISPLAY 'PRODOTTO (VUOTO = TUTTI I PRODOTTI): '.
     ACCEPT PRODOTTO-INPUT.
     PERFORM CERCA-PRODOTTO THRU FINE-CERCA-PRODOTTO.
     EVALUATE TRUE
          WHEN ANNO-INPUT < ANNO-OGGI
               DISPLAY 'ANNO GIA CONSUNTIVATO: NON SI MODIFICA'
          WHEN PRODOTTO-INPUT NOT = SPACE AND TROVATO-PRD = 0
               DISPLAY 'PRODOTTO NON A CATALOGO'
          WHEN OTHER
               MOVE 1 TO CHIAVE-BUONA
     END-EVALUATE.
 FINE-CHIEDI-CHIAVE.
      EXIT.
*****************************************************
* ELENCA GLI OBIETTIVI DI UN ANNO                   *
*****************************************************
 ELENCA.
     DISPLAY 'ANNO (AAAA, 0 = ANNO IN CORSO): '.
     ACCEPT ANNO-INPUT.
     IF ANNO-INPUT = 0
          MOVE ANNO-OGGI TO ANNO-INPUT
     END-IF.
     MOVE 0 TO ELENCATI.
     MOVE 1 TO IND-OBI.
     PERFORM ELENCA-RIGA THRU FINE-ELENCA-RIGA
          UNTIL IND-OBI > CONT-OBI.
     DISPLAY 'OBIETTIVI DEL ' ANNO-INPUT ': ' ELENCATI.
 FINE-ELENCA.
      EXIT.
 ELENCA-RIGA.
     IF TAB-OBI-ANNO(IND-OBI) = ANNO-INPUT
          ADD 1 TO ELENCATI
          IF TAB-OBI-PRODOTTO(IND-OBI) = SPACE
               DISPLAY TAB-OBI-FILIALE(IND-OBI) ' TUTTI I PRODOTTI'
                       ' NUOVI ' TAB-OBI-NUOVI(IND-OBI)
                       ' DEL ' TAB-OBI-DATA(IND-OBI)
                       ' ' TAB-OBI-OPERATORE(IND-OBI)
          ELSE
               DISPLAY TAB-OBI-FILIALE(IND-OBI) ' PRODOTTO '
                       TAB-OBI-PRODOTTO(IND-OBI) '    '
                       ' NUOVI ' TAB-OBI-NUOVI(IND-OBI)
                       ' DEL ' TAB-OBI-DATA(IND-OBI)
                       ' ' TAB-OBI-OPERATORE(IND-OBI)
          END-IF
     END-IF.
     ADD 1 TO IND-OBI.
 FINE-ELENCA-RIGA.
      EXIT.
*****************************************************
* TOGLIE UN OBIETTIVO (ANCHE DI FILIALE CHIUSA); GLI*
* ANNI PASSATI RESTANO COME SONO                    *
*****************************************************
 TOGLI.
     PERFORM CHIEDI-CHIAVE THRU FINE-CHIEDI-CHIAVE.
     IF CHIAVE-BUONA = 1
          PERFORM CERCA-OBIETTIVO THRU FINE-CERCA-OBIETTIVO
          IF TROVATO = 0
               DISPLAY 'OBIETTIVO NON PRESENTE'
          ELSE
               MOVE IND-OBI TO IND-SPOSTA
               PERFORM SPOSTA-OBI-RIGA THRU FINE-SPOSTA-OBI-RIGA
                    UNTIL IND-SPOSTA >= CONT-OBI
               SUBTRACT 1 FROM CONT-OBI
               MOVE 1 TO AGGIORNATA
               DISPLAY 'OBIETTIVO TOLTO'
          END-IF
     END-IF.
 FINE-TOGLI.
      EXIT.
 SPOSTA-OBI-RIGA.
     MOVE RIGA-OBI(IND-SPOSTA + 1) TO RIGA-OBI(IND-SPOSTA).
     ADD 1 TO IND-SPOSTA.
 FINE-SPOSTA-OBI-RIGA.
      EXIT.
*****************************************************
* RICERCA LINEARE PER ANNO, FILIALE E PRODOTTO;     *
* LASCIA IND-OBI SULLA RIGA TROVATA                 *
*****************************************************
 CERCA-OBIETTIVO.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-OBI.
     PERFORM CERCA-OBI-RIGA THRU FINE-CERCA-OBI-RIGA
          UNTIL IND-OBI > CONT-OBI OR TROVATO = 1.
 FINE-CERCA-OBIETTIVO.
      EXIT.
 CERCA-OBI-RIGA.
     IF TAB-OBI-ANNO(IND-OBI) = ANNO-INPUT
        AND TAB-OBI-FILIALE(IND-OBI) = FILIALE-INPUT
        AND TAB-OBI-PRODOTTO(IND-OBI) = PRODOTTO-INPUT
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-OBI
     END-IF.
 FINE-CERCA-OBI-RIGA.
      EXIT.
 CERCA-PRODOTTO.
     MOVE 0 TO TROVATO-PRD.
     MOVE 1 TO IND-PRD.
     PERFORM CERCA-PRODOTTO-RIGA THRU FINE-CERCA-PRODOTTO-RIGA
          UNTIL IND-PRD > CONT-PRD OR TROVATO-PRD = 1.
 FINE-CERCA-PRODOTTO.
      EXIT.
 CERCA-PRODOTTO-RIGA.
     IF TAB-PRD-COD(IND-PRD) = PRODOTTO-INPUT
          MOVE 1 TO TROVATO-PRD
          DISPLAY 'PRODOTTO: ' TAB-PRD-DESC(IND-PRD)
     ELSE
          ADD 1 TO IND-PRD
     END-IF.
 FINE-CERCA-PRODOTTO-RIGA.
      EXIT.
 VERIFICA-FILIALE.
     MOVE 0 TO ESISTE-FILIALE.
     MOVE FILIALE-INPUT TO COD-FILIALE.
     READ FILIALIF INVALID KEY
          DISPLAY 'CODICE FILIALE INESISTENTE SU FILIALI.IDX'
     NOT INVALID KEY
          MOVE 1 TO ESISTE-FILIALE
          DISPLAY 'FILIALE: ' DESC-FILIALE ' ' CITTA-FILIALE
     END-READ.
 FINE-VERIFICA-FILIALE.
      EXIT.
*
 CHIUSURA.
* DOPPIA PROTEZIONE: CON CARICAMENTO INCOMPLETO LA RISCRITTURA
* NON DEVE PARTIRE COMUNQUE
     IF AGGIORNATA = 1 AND SCARTATI-OBI = 0
          PERFORM RISCRIVI-OBIETTIVI THRU FINE-RISCRIVI-OBIETTIVI
          DISPLAY 'OBIETTIVI.TXT RISCRITTO'
     END-IF.
     CLOSE FILIALIF.
 FINE-CHIUSURA.
      EXIT.
 RISCRIVI-OBIETTIVI.
     OPEN OUTPUT OBIF.
     MOVE 1 TO IND-OBI.
     PERFORM RISCRIVI-OBI-RIGA THRU FINE-RISCRIVI-OBI-RIGA
          UNTIL IND-OBI > CONT-OBI.
     CLOSE OBIF.
 FINE-RISCRIVI-OBIETTIVI.
      EXIT.
 RISCRIVI-OBI-RIGA.
     MOVE RIGA-OBI(IND-OBI) TO REC-OBI.
     WRITE REC-OBI.
     ADD 1 TO IND-OBI.
 FINE-RISCRIVI-OBI-RIGA.
      EXIT.
